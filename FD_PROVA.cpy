      ******************************************************************
      * Author: ANDRE COSTA
      * Date: 15/10/2026
      * Purpose: LAYOUT DO CALENDARIO DE PROVAS (PROVA.DAT), CHAVE
      *          DISCIPLINA + PERIODO LETIVO + NUMERO DA NOTA (1 A 4,
      *          A PROVA QUE GERA NT-NOTA1..NT-NOTA4), COM DATA,
      *          HORARIO (HHMM) E SALA. O QUADRO DE AVISOS DAS PROVAS
      *          VIROU ARQUIVO: MANTIDO PELO CADPROVA, COM DETECCAO DE
      *          CONFLITO DE SALA E DE ALUNO, E LISTADO PELO RELPROVA.
      ******************************************************************
           01 REG-PROVA.
             03 CHAVE-PROVA.
                05 PV-ID-MATERIA             PIC 9(03).
                05 PV-AA-PERIODO             PIC 9(04).
                05 PV-SM-PERIODO             PIC 9(01).
                05 PV-NR-NOTA                PIC 9(01).
             03 PV-DT-PROVA                  PIC 9(08).
             03 PV-HORARIO                   PIC 9(04).
             03 PV-SALA                      PIC X(10).
