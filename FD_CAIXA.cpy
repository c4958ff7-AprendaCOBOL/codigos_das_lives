      ******************************************************************
      * Author: ANDRE COSTA
      * Date: 15/10/2026
      * Purpose: LAYOUT DO FECHAMENTO DE CAIXA DO BALCAO (CAIXA.DAT),
      *          CHAVE DATA DE MOVIMENTO + OPERADOR. O CAIXA ONLINE
      *          (CFPKO011) SOMA AQUI CADA RECEBIMENTO DE PARCELA
      *          LANCADO PELO OPERADOR NO DIA: QUANTIDADE, VALOR
      *          RECEBIDO, QUANTAS PARCELAS FORAM QUITADAS E QUANTOS
      *          RECEBIMENTOS FICARAM PARCIAIS, COM O ULTIMO RECIBO
      *          EMITIDO (CONTRATO + PARCELA + SEQUENCIA DO RECPARC) E
      *          A HORA DELE. O TOTAL DO OPERADOR E O QUE ELE ENTREGA
      *          NA TESOURARIA NO FIM DO EXPEDIENTE.
      ******************************************************************
           01 REG-CAIXA.
             03 CHAVE-CAIXA.
                05 CXA-DATA                  PIC 9(08).
                05 CXA-OPERADOR              PIC X(12).
             03 CXA-QT-RECEBIMENTOS         PIC 9(05).
             03 CXA-VR-RECEBIDO             PIC 9(09)V99.
             03 CXA-QT-QUITACOES            PIC 9(05).
             03 CXA-QT-PARCIAIS             PIC 9(05).
             03 CXA-ULTIMO-RECIBO.
                05 CXA-REC-CONTRATO          PIC 9(06).
                05 CXA-REC-PARCELA           PIC 9(03).
                05 CXA-REC-SEQUENCIA         PIC 9(03).
             03 CXA-HR-ULTIMO               PIC 9(06).
