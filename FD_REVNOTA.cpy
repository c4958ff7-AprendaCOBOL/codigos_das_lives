      ******************************************************************
      * Author: ANDRE COSTA
      * Date: 15/10/2026
      * Purpose: LAYOUT DO PEDIDO DE REVISAO DE NOTA (REVNOTA.DAT),
      *          CHAVE NUMERO DO PEDIDO. O PEDIDO NASCE ABERTO COM O
      *          RESULTADO CONTESTADO (ALUNO + DISCIPLINA + PERIODO),
      *          QUAL DAS QUATRO NOTAS E O MOTIVO; A COORDENACAO DEFERE
      *          OU INDEFERE COM JUSTIFICATIVA. SO O PEDIDO DEFERIDO
      *          MEXE NO NOTAS.DAT, E A MEDIA/STATUS ANTES E DEPOIS
      *          FICAM GRAVADOS NO PEDIDO. MANTIDO PELO REVNOTA E
      *          LISTADO PELO RELREVIS.
      ******************************************************************
           01 REG-REVNOTA.
             03 RV-NR-PEDIDO                 PIC 9(06).
             03 RV-CHAVE-NOTAS.
                05 RV-ID-ALUNO               PIC 9(05).
                05 RV-ID-MATERIA             PIC 9(03).
                05 RV-AA-PERIODO             PIC 9(04).
                05 RV-SM-PERIODO             PIC 9(01).
             03 RV-QUAL-NOTA                 PIC 9(01).
             03 RV-NOTA-CONTESTADA           PIC 9(02)V99.
             03 RV-MOTIVO                    PIC X(60).
             03 RV-DT-PEDIDO                 PIC 9(08).
             03 RV-OPR-PEDIDO                PIC X(12).
             03 RV-SITUACAO                  PIC X(01).
                88 REVISAO-ABERTA            VALUE 'A'.
                88 REVISAO-DEFERIDA          VALUE 'D'.
                88 REVISAO-INDEFERIDA        VALUE 'I'.
             03 RV-NOTA-REVISADA             PIC 9(02)V99.
             03 RV-JUSTIFICATIVA             PIC X(60).
             03 RV-DT-DECISAO                PIC 9(08).
             03 RV-OPR-DECISAO               PIC X(12).
             03 RV-MD-ANTES                  PIC 9(02)V99.
             03 RV-ST-ANTES                  PIC X(09).
             03 RV-MD-DEPOIS                 PIC 9(02)V99.
             03 RV-ST-DEPOIS                 PIC X(09).
