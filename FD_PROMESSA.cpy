      ******************************************************************
      * Author: ANDRE COSTA
      * Date: 15/10/2026
      * Purpose: LAYOUT DO ARQUIVO DE PROMESSAS DE PAGAMENTO
      *          (PROMESSA.DAT), CHAVE CONTRATO + PARCELA + SEQUENCIA.
      *          CADA PROMESSA ARRANCADA PELO COBRADOR NA LIGACAO
      *          (ACIONCOB) GANHA UMA LINHA, COM A DATA E O VALOR
      *          PROMETIDOS E O COBRADOR. A CONFERENCIA NOTURNA
      *          (PROMVERI) SOMA OS RECEBIMENTOS DA PARCELA (RECPARC)
      *          ENTRE O REGISTRO E A DATA PROMETIDA: ATINGIU O VALOR,
      *          CUMPRIDA; VENCEU A DATA SEM ATINGIR, QUEBRADA (VOLTA
      *          A FILA NO DIA SEGUINTE); PARCELA RENEGOCIADA OU
      *          BAIXADA EM PREJUIZO, CANCELADA. O RELPROM APURA A
      *          TAXA DE CUMPRIMENTO POR COBRADOR.
      ******************************************************************
           01 REG-PROMESSA.
             03 CHAVE-PROMESSA.
                05 PRM-NUM-CONTRATO          PIC 9(06).
                05 PRM-NUM-PARCELA           PIC 9(03).
                05 PRM-SEQUENCIA             PIC 9(03).
             03 PRM-DT-REGISTRO             PIC 9(08).
             03 PRM-DT-PROMETIDA            PIC 9(08).
             03 PRM-VR-PROMETIDO            PIC 9(08)V99.
             03 PRM-COBRADOR                PIC X(12).
             03 PRM-SITUACAO                PIC X(01).
                88 PROMESSA-ABERTA          VALUE 'A'.
                88 PROMESSA-CUMPRIDA        VALUE 'C'.
                88 PROMESSA-QUEBRADA        VALUE 'Q'.
                88 PROMESSA-CANCELADA       VALUE 'X'.
             03 PRM-DT-APURACAO             PIC 9(08).
             03 PRM-VR-RECEBIDO             PIC 9(08)V99.
