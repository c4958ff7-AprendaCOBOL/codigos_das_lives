      ******************************************************************
      * Author: ANDRE COSTA
      * Date: 15/10/2026
      * Purpose: LAYOUT DO REGISTRO DE COBRANCAS PIX (PIXCOB.DAT),
      *          CHAVE TXID, CHAVE ALTERNATIVA CONTRATO + PARCELA (COM
      *          DUPLICATAS). O FATURA GRAVA UMA COBRANCA POR PARCELA
      *          DE CONTRATO DO CANAL PIX, COM O TXID UNICO QUE VAI
      *          PARA O PSP E E O CODIGO DE PAGAMENTO DO CLIENTE (NO
      *          CARNE E NA FILA DE NOTIFICACOES). O RETPIX CASA A
      *          LIQUIDACAO DO PSP PELO TXID. UMA COBRANCA REFEITA NUM
      *          FATURAMENTO POSTERIOR DEIXA A ANTERIOR SUBSTITUIDA.
      ******************************************************************
           01 REG-PIXCOB.
             03 PIX-TXID                    PIC X(26).
             03 PIX-CHAVE-PARCELA.
                05 PIX-NUM-CONTRATO          PIC 9(06).
                05 PIX-NUM-PARCELA           PIC 9(03).
             03 PIX-CD-CLIENTE              PIC X(20).
             03 PIX-DT-GERACAO              PIC 9(08).
             03 PIX-DT-VENCIMENTO           PIC 9(08).
             03 PIX-VR-COBRANCA             PIC 9(08)V99.
             03 PIX-SITUACAO                PIC X(01).
                88 PIX-PENDENTE             VALUE 'P'.
                88 PIX-LIQUIDADO            VALUE 'L'.
                88 PIX-SUBSTITUIDO          VALUE 'S'.
             03 PIX-DT-AVISO                PIC 9(08).
             03 PIX-DT-LIQUIDACAO           PIC 9(08).
             03 PIX-VR-LIQUIDADO            PIC 9(08)V99.
             03 PIX-ID-PAGAMENTO            PIC X(32).
