      ******************************************************************
      * Author: ANDRE COSTA
      * Date: 15/10/2026
      * Purpose: CALCULO DO IOF E DO CUSTO EFETIVO TOTAL (CET) DE UM
      *          FINANCIAMENTO, PARA A PROPOSTA (PROPFIN) E A ABERTURA
      *          DE CONTRATO (CONTRNOV) APLICAREM A MESMA REGRA.
      *          RECEBE A DATA DA LIBERACAO, O VALOR LIBERADO AO
      *          CLIENTE, O NUMERO DE PARCELAS, A TAXA MENSAL, O
      *          METODO (SAC/PRICE) E O 1O VENCIMENTO; MONTA A TABELA
      *          DE PARCELAS COM O MESMO CALCULO DOS CHAMADORES
      *          (VENCIMENTO AJUSTADO PELO DIAUTIL) E DEVOLVE:
      *          - O IOF: ALIQUOTA DIARIA (FINPARM IOF-DIARIO-BP, EM
      *            CENTESIMOS DE PONTO PERCENTUAL AO DIA, PADRAO
      *            0,82 = 0,0082% A.D.) SOBRE A AMORTIZACAO DE CADA
      *            PARCELA PELOS DIAS ATE O VENCIMENTO, LIMITADOS A
      *            365, MAIS A ALIQUOTA ADICIONAL FIXA (FINPARM
      *            IOF-ADICIONAL, PADRAO 0,38%) SOBRE O PRINCIPAL. O
      *            IOF E FINANCIADO JUNTO: O VALOR FINANCIADO E O
      *            LIBERADO MAIS O IOF CALCULADO SOBRE ELE MESMO;
      *          - O VALOR FINANCIADO (LIBERADO + IOF), SOBRE O QUAL
      *            O CHAMADOR GERA A TABELA DE VERDADE;
      *          - O CET: TAXA QUE IGUALA AS PARCELAS DA TABELA DO
      *            VALOR FINANCIADO, DESCONTADAS PELOS DIAS CORRIDOS
      *            DESDE A LIBERACAO, AO VALOR LIBERADO AO CLIENTE,
      *            EM PERCENTUAL AO MES E AO ANO.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. IOFCET.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
            DECIMAL-POINT IS COMMA.

       DATA DIVISION.
       WORKING-STORAGE SECTION.
       77 WS-IOF-DIARIO-BP               PIC 9(09)V99 VALUE 0,82.
       77 WS-IOF-ADICIONAL               PIC 9(09)V99 VALUE 0,38.
       77 WS-IND                         PIC 9(03).
       77 WS-ITERACAO                    PIC 9(03).
       77 WS-DIAS-BASE                   PIC 9(07).
       77 WS-DIAS-IOF                    PIC 9(05).
       77 WS-DT-VENC-UTIL                PIC 9(08).
       77 WS-PRINCIPAL                   PIC 9(08)V99.
       77 WS-TAXA-DECIMAL                PIC 9V9999.
       77 WS-SALDO-DEVEDOR               PIC 9(09)V99.
       77 WS-VR-AMORT-CALC               PIC 9(08)V99.
       77 WS-VR-JUROS-CALC               PIC 9(08)V99.
       77 WS-VR-PARCELA-PRICE            PIC 9(08)V99.
       77 WS-FATOR-PRICE                 PIC 9(04)V9999.
       77 WS-IOF-CALC                    PIC 9(08)V9(06).
       77 WS-COEF-IOF                    PIC 9V9(08).
      ***** BUSCA DO CET POR BISSECAO: TAXA MENSAL ENTRE 0 E 100% *****
       77 WS-CET-MIN                     PIC 9V9(10).
       77 WS-CET-MAX                     PIC 9V9(10).
       77 WS-CET-TESTE                   PIC 9V9(10).
       77 WS-VR-PRESENTE                 PIC 9(09)V9(06).
       77 WS-FATOR-DESCONTO              PIC 9V9(12).
       01 WS-DATA-CALC                   PIC 9(08).
       01 WS-DATA-CALC-X REDEFINES WS-DATA-CALC.
          03 WS-DATA-CALC-AAAA           PIC 9(04).
          03 WS-DATA-CALC-MM             PIC 9(02).
          03 WS-DATA-CALC-DD             PIC 9(02).
      ***** TABELA DE PARCELAS MONTADA EM MEMORIA *********************
       01 WS-TABELA.
          03 WS-TB-PARCELA OCCURS 999 TIMES.
             05 WS-TB-DIAS               PIC S9(05).
             05 WS-TB-AMORT              PIC 9(08)V99.
             05 WS-TB-VALOR              PIC 9(08)V99.

       LINKAGE SECTION.
       01 LK-IOF-CET.
          03 LK-IOC-DT-LIBERACAO         PIC 9(08).
          03 LK-IOC-VR-LIBERADO          PIC 9(08)V99.
          03 LK-IOC-QT-PARCELAS          PIC 9(03).
          03 LK-IOC-TX-JUROS             PIC 99V99.
          03 LK-IOC-METODO               PIC X(01).
             88 LK-IOC-PRICE             VALUE 'P'.
          03 LK-IOC-DT-1O-VENC           PIC 9(08).
          03 LK-IOC-VR-IOF               PIC 9(08)V99.
          03 LK-IOC-VR-FINANCIADO        PIC 9(08)V99.
          03 LK-IOC-TX-CET-MES           PIC 9(03)V99.
          03 LK-IOC-TX-CET-ANO           PIC 9(05)V99.

       PROCEDURE DIVISION USING LK-IOF-CET.
       MAIN-PROCEDURE.

            MOVE ZEROS                   TO LK-IOC-VR-IOF
                                            LK-IOC-TX-CET-MES
                                            LK-IOC-TX-CET-ANO
            MOVE LK-IOC-VR-LIBERADO      TO LK-IOC-VR-FINANCIADO

            IF LK-IOC-QT-PARCELAS EQUAL ZEROS
               OR LK-IOC-VR-LIBERADO EQUAL ZEROS
               GOBACK
            END-IF

            CALL 'FINPARM' USING 'IOF-DIARIO-BP   ' WS-IOF-DIARIO-BP
            CALL 'FINPARM' USING 'IOF-ADICIONAL   ' WS-IOF-ADICIONAL

            COMPUTE WS-DIAS-BASE =
                    FUNCTION INTEGER-OF-DATE(LK-IOC-DT-LIBERACAO)
            COMPUTE WS-TAXA-DECIMAL ROUNDED = LK-IOC-TX-JUROS / 100

      ***** IOF SOBRE A TABELA DO VALOR LIBERADO: DIARIO POR **********
      ***** PARCELA (ATE 365 DIAS) MAIS O ADICIONAL FIXO **************
            MOVE LK-IOC-VR-LIBERADO      TO WS-PRINCIPAL
            PERFORM P100-MONTA-TABELA    THRU P100-FIM

            COMPUTE WS-IOF-CALC =
                    LK-IOC-VR-LIBERADO * WS-IOF-ADICIONAL / 100
            PERFORM P200-IOF-PARCELA     THRU P200-FIM
                    VARYING WS-IND FROM 1 BY 1
                    UNTIL WS-IND GREATER THAN LK-IOC-QT-PARCELAS

      ***** A TABELA E PROPORCIONAL AO PRINCIPAL, ENTAO O IOF TAMBEM: *
      ***** FINANCIADO = LIBERADO / (1 - IOF POR REAL LIBERADO) *******
            COMPUTE WS-COEF-IOF ROUNDED =
                    WS-IOF-CALC / LK-IOC-VR-LIBERADO
            IF WS-COEF-IOF NOT LESS THAN 1
               GOBACK
            END-IF
            COMPUTE LK-IOC-VR-FINANCIADO ROUNDED =
                    LK-IOC-VR-LIBERADO / (1 - WS-COEF-IOF)
            COMPUTE LK-IOC-VR-IOF =
                    LK-IOC-VR-FINANCIADO - LK-IOC-VR-LIBERADO

      ***** CET: PARCELAS DO VALOR FINANCIADO CONTRA O LIBERADO *******
            MOVE LK-IOC-VR-FINANCIADO    TO WS-PRINCIPAL
            PERFORM P100-MONTA-TABELA    THRU P100-FIM

            MOVE ZEROS                   TO WS-CET-MIN
            MOVE 1                       TO WS-CET-MAX
            PERFORM P300-BISSECAO        THRU P300-FIM
                    VARYING WS-ITERACAO FROM 1 BY 1
                    UNTIL WS-ITERACAO GREATER THAN 40

            COMPUTE LK-IOC-TX-CET-MES ROUNDED =
                    (WS-CET-MIN + WS-CET-MAX) / 2 * 100
            COMPUTE LK-IOC-TX-CET-ANO ROUNDED =
                    ((1 + (WS-CET-MIN + WS-CET-MAX) / 2) ** 12 - 1)
                    * 100
               ON SIZE ERROR
                  MOVE 99999,99          TO LK-IOC-TX-CET-ANO
            END-COMPUTE

            GOBACK.
       P100-MONTA-TABELA.

      ***** MESMO CALCULO DA TABELA DO PROPFIN E DO CONTRNOV **********
            IF LK-IOC-PRICE
               COMPUTE WS-FATOR-PRICE ROUNDED =
                       (1 + WS-TAXA-DECIMAL) ** LK-IOC-QT-PARCELAS
               COMPUTE WS-VR-PARCELA-PRICE ROUNDED =
                       WS-PRINCIPAL * WS-TAXA-DECIMAL * WS-FATOR-PRICE /
                       (WS-FATOR-PRICE - 1)
            END-IF

            MOVE WS-PRINCIPAL            TO WS-SALDO-DEVEDOR
            MOVE LK-IOC-DT-1O-VENC       TO WS-DATA-CALC

            PERFORM P110-PARCELA         THRU P110-FIM
                    VARYING WS-IND FROM 1 BY 1
                    UNTIL WS-IND GREATER THAN LK-IOC-QT-PARCELAS
            .
       P100-FIM.
       P110-PARCELA.

            COMPUTE WS-VR-JUROS-CALC ROUNDED =
                    WS-SALDO-DEVEDOR * WS-TAXA-DECIMAL

            IF LK-IOC-PRICE
               MOVE WS-VR-PARCELA-PRICE  TO WS-TB-VALOR(WS-IND)
               COMPUTE WS-VR-AMORT-CALC ROUNDED =
                       WS-VR-PARCELA-PRICE - WS-VR-JUROS-CALC
            ELSE
               COMPUTE WS-VR-AMORT-CALC ROUNDED =
                       WS-PRINCIPAL / LK-IOC-QT-PARCELAS
               COMPUTE WS-TB-VALOR(WS-IND) ROUNDED =
                       WS-VR-AMORT-CALC + WS-VR-JUROS-CALC
            END-IF

            SUBTRACT WS-VR-AMORT-CALC    FROM WS-SALDO-DEVEDOR
            MOVE WS-VR-AMORT-CALC        TO WS-TB-AMORT(WS-IND)

      ***** VENCIMENTO EM FIM DE SEMANA OU FERIADO CAI NO DIA UTIL ****
            MOVE WS-DATA-CALC            TO WS-DT-VENC-UTIL
            CALL 'DIAUTIL' USING WS-DT-VENC-UTIL
            COMPUTE WS-TB-DIAS(WS-IND) =
                    FUNCTION INTEGER-OF-DATE(WS-DT-VENC-UTIL)
                    - WS-DIAS-BASE
            IF WS-TB-DIAS(WS-IND) LESS THAN ZEROS
               MOVE ZEROS                TO WS-TB-DIAS(WS-IND)
            END-IF

            ADD 1                        TO WS-DATA-CALC-MM
            IF WS-DATA-CALC-MM GREATER THAN 12
               MOVE 1                    TO WS-DATA-CALC-MM
               ADD 1                     TO WS-DATA-CALC-AAAA
            END-IF
            .
       P110-FIM.
       P200-IOF-PARCELA.

            MOVE WS-TB-DIAS(WS-IND)      TO WS-DIAS-IOF
            IF WS-DIAS-IOF GREATER THAN 365
               MOVE 365                  TO WS-DIAS-IOF
            END-IF

            COMPUTE WS-IOF-CALC = WS-IOF-CALC +
                    WS-TB-AMORT(WS-IND) * WS-DIAS-IOF
                    * WS-IOF-DIARIO-BP / 10000
            .
       P200-FIM.
       P300-BISSECAO.

      ***** VALOR PRESENTE DAS PARCELAS NA TAXA DO MEIO DO INTERVALO: *
      ***** ACIMA DO LIBERADO, O CET E MAIOR; ABAIXO, MENOR ***********
            COMPUTE WS-CET-TESTE = (WS-CET-MIN + WS-CET-MAX) / 2
            MOVE ZEROS                   TO WS-VR-PRESENTE

            PERFORM P310-DESCONTA-PARCELA THRU P310-FIM
                    VARYING WS-IND FROM 1 BY 1
                    UNTIL WS-IND GREATER THAN LK-IOC-QT-PARCELAS

            IF WS-VR-PRESENTE GREATER THAN LK-IOC-VR-LIBERADO
               MOVE WS-CET-TESTE         TO WS-CET-MIN
            ELSE
               MOVE WS-CET-TESTE         TO WS-CET-MAX
            END-IF
            .
       P300-FIM.
       P310-DESCONTA-PARCELA.

      ***** PRAZO EM MESES PELOS DIAS CORRIDOS (ANO DE 365 DIAS) ******
            COMPUTE WS-FATOR-DESCONTO =
                    (1 + WS-CET-TESTE) **
                    (0 - WS-TB-DIAS(WS-IND) * 12 / 365)
            COMPUTE WS-VR-PRESENTE = WS-VR-PRESENTE +
                    WS-TB-VALOR(WS-IND) * WS-FATOR-DESCONTO
            .
       P310-FIM.
       END PROGRAM IOFCET.
