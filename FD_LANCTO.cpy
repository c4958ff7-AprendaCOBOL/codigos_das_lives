      ******************************************************************
      * Author: ANDRE COSTA
      * Date: 15/10/2026
      * Purpose: LAYOUT DO LANCAMENTO CONTABIL DE PARTIDAS DOBRADAS -
      *          O MESMO DO ARQUIVO PLANO DE EXPORTACAO (LANCTOS.TXT,
      *          CONTABEXP) E DO ARQUIVO DE LANCAMENTOS PENDENTES
      *          (LANCPEND.TXT, GRAVADO PELO LANCGRV), DE ONDE O
      *          CONTABEXP PUXA OS EVENTOS GERADOS FORA DO CAIXA DO
      *          DIA (PROVISAO, ESTORNO, DEVOLUCAO, APROPRIACAO...).
      *          O VALOR E SEMPRE POSITIVO: O ESTORNO DE UM EVENTO E
      *          O LANCAMENTO INVERSO (DEBITO E CREDITO TROCADOS).
      ******************************************************************
           01 REG-LANCTO.
             03 LCT-DATA                    PIC 9(08).
             03 FILLER                      PIC X(01).
             03 LCT-EVENTO                  PIC X(05).
             03 FILLER                      PIC X(01).
             03 LCT-CONTA-DEBITO            PIC 9(05).
             03 FILLER                      PIC X(01).
             03 LCT-CONTA-CREDITO           PIC 9(05).
             03 FILLER                      PIC X(01).
             03 LCT-VALOR                   PIC 9(09)V99.
             03 FILLER                      PIC X(01).
             03 LCT-CONTRATO                PIC 9(06).
             03 FILLER                      PIC X(01).
             03 LCT-PARCELA                 PIC 9(03).
