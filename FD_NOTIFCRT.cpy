      ******************************************************************
      * Author: ANDRE COSTA
      * Date: 15/10/2026
      * Purpose: LAYOUT DOS PEDIDOS DE CARTA POR AVISO DE PARCELA
      *          VENCIDA NAO ENTREGUE (NOTIFCRT.TXT). O NOTIFRET
      *          ACRESCENTA UM PEDIDO QUANDO O MIDDLEWARE DEVOLVE EM
      *          DEFINITIVO (OU DEVOLVE TEMPORARIAMENTE ALEM DO LIMITE)
      *          O AVISO DE PARCELA DE UM CLIENTE; O CARTACOB LE OS
      *          PEDIDOS NA EMISSAO SEGUINTE, DESTACA NA CARTA DO
      *          CLIENTE QUE O AVISO POR E-MAIL NAO CHEGOU E ESVAZIA O
      *          ARQUIVO.
      ******************************************************************
           01 REG-NOTIFCRT.
             03 CRT-CD-CLIENTE              PIC 9(03).
             03 FILLER                      PIC X(01).
             03 CRT-NUM-CONTRATO            PIC 9(06).
             03 FILLER                      PIC X(01).
             03 CRT-NUM-PARCELA             PIC 9(03).
             03 FILLER                      PIC X(01).
             03 CRT-FAIXA                   PIC 9(01).
             03 FILLER                      PIC X(01).
             03 CRT-DT-PEDIDO               PIC 9(08).
             03 FILLER                      PIC X(01).
             03 CRT-SITUACAO                PIC X(01).
             03 FILLER                      PIC X(01).
             03 CRT-DESTINO                 PIC X(30).
