      ******************************************************************
      * Author: ANDRE COSTA
      * Date: 15/10/2026
      * Purpose: LAYOUT DO SALDO DA APROPRIACAO DE JUROS POR CONTRATO
      *          (APROPJUR.DAT), CHAVE NUM-CONTRATO. GUARDA O JURO
      *          CONTRATUAL DAS PARCELAS ATIVAS E O JURO JA APROPRIADO
      *          ATE A ULTIMA DATA DE CORTE (APROPJUR): O MES SEGUINTE
      *          LANCA SO A DIFERENCA CONTRA ESTE SALDO. O JURO A
      *          APROPRIAR E O TOTAL MENOS O APROPRIADO.
      ******************************************************************
           01 REG-APROPJUR.
             03 APJ-NUM-CONTRATO            PIC 9(06).
             03 APJ-CD-CLIENTE              PIC X(20).
             03 APJ-VR-JUROS-TOTAL          PIC 9(09)V99.
             03 APJ-VR-APROPRIADO           PIC 9(09)V99.
             03 APJ-DT-CORTE                PIC 9(08).
             03 APJ-DT-CALCULO              PIC 9(08).
