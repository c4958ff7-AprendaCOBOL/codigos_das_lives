      ******************************************************************
      * Author: ANDRE COSTA
      * Date: 15/10/2026
      * Purpose: LAYOUT DA MATRIZ CURRICULAR (MATRIZ.DAT), CHAVE NOME
      *          DO CURSO (O MESMO DE CURSO.DAT E DE CR-STUDENT) +
      *          DISCIPLINA DO CFPK0002, COM O SEMESTRE SUGERIDO E SE A
      *          DISCIPLINA E OBRIGATORIA OU ELETIVA. A DISCIPLINA 000
      *          E O REGISTRO DE CABECALHO DO CURSO, COM O MINIMO DE
      *          ELETIVAS PARA A FORMATURA. MANTIDA PELO CADMATRZ E
      *          CONFERIDA PELO FORMAPTO (RELFORMA E ESTSITUA).
      ******************************************************************
           01 REG-MATRIZ.
             03 CHAVE-MATRIZ.
                05 MZ-NM-CURSO               PIC X(20).
                05 MZ-ID-MATERIA             PIC 9(03).
                   88 MATRIZ-CABECALHO       VALUE ZEROS.
             03 MZ-DADOS-DISCIPLINA.
                05 MZ-SM-SUGERIDO            PIC 9(02).
                05 MZ-TP-DISCIPLINA          PIC X(01).
                   88 MATRIZ-OBRIGATORIA     VALUE 'O'.
                   88 MATRIZ-ELETIVA         VALUE 'E'.
             03 MZ-DADOS-CURSO REDEFINES MZ-DADOS-DISCIPLINA.
                05 MZ-QT-MIN-ELETIVAS        PIC 9(02).
                05 FILLER                    PIC X(01).
             03 MZ-DT-ATUALIZACAO            PIC 9(08).
