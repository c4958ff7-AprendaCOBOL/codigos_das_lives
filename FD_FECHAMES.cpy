      ******************************************************************
      * Author: ANDRE COSTA
      * Date: 15/10/2026
      * Purpose: LAYOUT DO ARQUIVO DE FECHAMENTO MENSAL (FECHAMES.DAT),
      *          CHAVE ANO + MES + SITUACAO DA PARCELA. RETRATO DA
      *          CARTEIRA NO FECHAMENTO: QUANTIDADE DE PARCELAS, VALOR
      *          DE FACE, VALOR RECEBIDO (RECPARC ATIVO) E SALDO A
      *          RECEBER DE CADA SITUACAO - O NUMERO QUE A CONTABILIDADE
      *          REPORTOU E QUE NAO PODE MAIS MUDAR POR BAIXO.
      ******************************************************************
           01 REG-FECHAMES.
             03 CHAVE-FECHAMES.
                05 FCH-ANO-MES               PIC 9(06).
                05 FCH-ST-PARCELA            PIC X(01).
             03 FCH-DT-FECHAMENTO           PIC 9(08).
             03 FCH-QT-PARCELAS             PIC 9(07).
             03 FCH-VR-FACE                 PIC 9(11)V99.
             03 FCH-VR-RECEBIDO             PIC 9(11)V99.
             03 FCH-VR-SALDO                PIC 9(11)V99.
