      ******************************************************************
      * Author: ANDRE COSTA
      * Date: 15/10/2026
      * Purpose: LAYOUT DO HISTORICO DE NEGATIVACAO NOS BIROS DE
      *          CREDITO (NEGHIST.DAT), CHAVE CONTRATO + SEQUENCIA. CADA
      *          PASSO DO CONTRATO FICA GRAVADO: AVISO PREVIO EMITIDO
      *          (COM O PRAZO E O CANAL - E-MAIL OU CARTA), AVISO
      *          CANCELADO (PAGOU DENTRO DO PRAZO), INCLUSAO NO BIRO E
      *          EXCLUSAO DO BIRO (DIVIDA QUITADA). A SITUACAO ATUAL DO
      *          CONTRATO E O ULTIMO EVENTO. GRAVADO PELO NEGATIVA E,
      *          NA QUITACAO, PELO NEGBAIXA.
      ******************************************************************
           01 REG-NEGHIST.
             03 CHAVE-NEGHIST.
                05 NGH-NUM-CONTRATO          PIC 9(06).
                05 NGH-SEQUENCIA             PIC 9(03).
             03 NGH-CD-CLIENTE              PIC X(20).
             03 NGH-EVENTO                  PIC X(01).
                88 NEG-AVISO                VALUE 'A'.
                88 NEG-AVISO-CANCELADO      VALUE 'C'.
                88 NEG-INCLUSAO             VALUE 'I'.
                88 NEG-EXCLUSAO             VALUE 'E'.
             03 NGH-DATA                    PIC 9(08).
             03 NGH-DT-PRAZO                PIC 9(08).
             03 NGH-VR-DIVIDA               PIC 9(09)V99.
             03 NGH-DT-VENC-ANTIGO          PIC 9(08).
             03 NGH-CANAL                   PIC X(01).
                88 AVISO-EMAIL              VALUE 'E'.
                88 AVISO-CARTA              VALUE 'C'.
             03 NGH-PROGRAMA                PIC X(10).
