      ******************************************************************
      * Author: ANDRE COSTA
      * Date: 15/10/2026
      * Purpose: LAYOUT DA CLASSIFICACAO DOS ALUNOS POR CURSO E
      *          PERIODO LETIVO (RANKING.DAT), CHAVE ALUNO + PERIODO.
      *          GRAVADO PELO RANKCURS COM A MEDIA PONDERADA DO
      *          PERIODO, A POSICAO NO CURSO (CR-STUDENT) E A MARCA DE
      *          QUADRO DE HONRA; O ALUNO COM REPROVADO OU REP-FALTA NO
      *          PERIODO FICA EXCLUIDO, SEM POSICAO. CONSULTADO PELO
      *          CADDESC NA RENOVACAO DE BOLSA.
      ******************************************************************
           01 REG-RANKING.
             03 CHAVE-RANKING.
                05 RNK-CD-STUDENT            PIC 9(05).
                05 RNK-AA-PERIODO            PIC 9(04).
                05 RNK-SM-PERIODO            PIC 9(01).
             03 RNK-NM-STUDENT              PIC X(20).
             03 RNK-CR-STUDENT              PIC X(20).
             03 RNK-QT-DISCIPLINAS          PIC 9(02).
             03 RNK-MD-PONDERADA            PIC 9(02)V99.
             03 RNK-POSICAO                 PIC 9(04).
             03 RNK-QT-CLASSIFICADOS        PIC 9(04).
             03 RNK-SITUACAO                PIC X(01).
                88 RANK-QUADRO-HONRA        VALUE 'H'.
                88 RANK-CLASSIFICADO        VALUE 'C'.
                88 RANK-EXCLUIDO            VALUE 'E'.
             03 RNK-DT-GERACAO              PIC 9(08).
