      *           detalhe da baixa (data e operador) fica no arquivo
      *           PREJUIZO.DAT, com caminho de reintegracao se o
      *           cliente aparecer para pagar.
      * Modified: 15/10/2026 - Codigo do produto de
      *           financiamento (PRODUTO.DAT) que originou o contrato,
      *           gravado pelo CONTRNOV e pelo PROPFIN e herdado pelo
      *           contrato de renegociacao (RENEGOC), para a carteira
      *           e o atraso sairem por produto. Contrato sem produto
      *           (mensalidade, migrado) fica em branco. Arquivos
      *           existentes passam pelo PRODCONV.
      * Modified: 15/10/2026 - IOF cobrado na originacao
      *           (financiado junto, ja incluido em VR-TOTAL-CONTRATO)
      *           e CET anual em percentual, calculados pelo IOFCET e
      *           repetidos em todas as parcelas do contrato. Contrato
      *           anterior ao calculo fica zerado (PRODCONV).
      ******************************************************************
           01 REG-CONTRATO.
             03 CHAVE-CONTRATO.
             03 DT-PAGAMENTO-PARCELA         PIC 9(08).
             03 VR-PAGO-PARCELA              PIC 9(08)V99.
             03 VR-JUROS-ATRASO              PIC 9(06)V99.
             03 CD-PRODUTO-CONTRATO          PIC X(04).
             03 VR-IOF-CONTRATO              PIC 9(08)V99.
             03 TX-CET-CONTRATO              PIC 9(05)V99.
