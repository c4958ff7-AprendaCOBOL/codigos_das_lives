      ******************************************************************
      * Author: ANDRE COSTA
      * Date: 15/10/2026
      * Purpose: LAYOUT DAS PROPOSTAS DE REMATRICULA (REMATR.DAT),
      *          CHAVE ALUNO + PERIODO LETIVO + DISCIPLINA. GERADAS
      *          PELO REMATGER PARA O PROXIMO PERIODO (DISCIPLINA DA
      *          MATRIZ DO CURSO AINDA NAO CUMPRIDA, COM PRE-REQUISITO
      *          E SEM CHOQUE DE HORARIO) E DECIDIDAS PELA COORDENACAO
      *          NO REMATCNF: CONFIRMADA VIRA MATRICULA (MATRICULA.DAT),
      *          RECUSADA NAO E MAIS PROPOSTA NO PERIODO.
      ******************************************************************
           01 REG-REMATR.
             03 CHAVE-REMATR.
                05 RMT-ID-ALUNO              PIC 9(05).
                05 RMT-AA-PERIODO            PIC 9(04).
                05 RMT-SM-PERIODO            PIC 9(01).
                05 RMT-ID-MATERIA            PIC 9(03).
             03 RMT-NM-CURSO                PIC X(20).
             03 RMT-SM-SUGERIDO             PIC 9(02).
             03 RMT-TP-DISCIPLINA           PIC X(01).
             03 RMT-DT-GERACAO              PIC 9(08).
             03 RMT-SITUACAO                PIC X(01).
                88 PROPOSTA-PENDENTE        VALUE 'P'.
                88 PROPOSTA-CONFIRMADA      VALUE 'C'.
                88 PROPOSTA-RECUSADA        VALUE 'R'.
             03 RMT-DT-DECISAO              PIC 9(08).
             03 RMT-OPERADOR                PIC X(12).
