      *          ESTLOTE, O BLUNIAO E O RELBOLET PODEM SER
      *          CRONOMETRADOS A 10x E 100x O VOLUME DE HOJE ANTES DE
      *          O VOLUME CHEGAR.
      * Update: 15/10/2026 - A massa de teste nasce sem
      *         codigo de produto de financiamento.
      * Update: 15/10/2026 - IOF e CET do contrato
      *         (VR-IOF-CONTRATO, TX-CET-CONTRATO) gravados zerados.
      * Update: 15/10/2026 - O contrato de massa
      *         gravado ou excluido mantem o indice de contratos por
      *         cliente (CTRCLIM).
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. GERMASSA.
          03 FILLER PIC X(08) VALUE 'JUNQUEIR'.
       01 WS-TAB-SOBRENOMES-R REDEFINES WS-TAB-SOBRENOMES.
          03 WS-SOBRENOME OCCURS 10 TIMES PIC X(08).
      ***** MANUTENCAO DO INDICE DE CONTRATOS POR CLIENTE (CTRCLIM) ***
       01 WS-CTRCLIM.
          03 WS-CCM-ACAO                 PIC X(01).
          03 WS-CCM-CD-CLIENTE           PIC X(20).
          03 WS-CCM-NUM-CONTRATO         PIC 9(06).
          03 WS-CCM-RETORNO              PIC 99.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            MOVE WS-QT-PARCELAS          TO QT-PARCELAS-CONTRATO
            MOVE 2,00                    TO TX-JUROS-CONTRATO
            MOVE 'S'                     TO CD-METODO-CONTRATO
            MOVE SPACES                  TO CD-PRODUTO-CONTRATO
            MOVE ZEROS                   TO VR-IOF-CONTRATO
                                            TX-CET-CONTRATO
            MOVE WS-VENCIMENTO           TO DT-VENCIMENTO-PARCELA
            MOVE WS-AMORTIZACAO          TO VR-AMORTIZACAO-PARCELA
            MOVE WS-JUROS                TO VR-JUROS-PARCELA
                  CONTINUE
               NOT INVALID KEY
                  ADD 1                  TO WS-QT-GERADOS
                  IF WS-PARCELA EQUAL 1
                     MOVE 'I'            TO WS-CCM-ACAO
                     PERFORM P315-INDEXA-CLIENTE THRU P315-FIM
                  END-IF
            END-WRITE

            ADD 1                        TO WS-VENC-MM
            END-IF
            .
       P310-FIM.
       P315-INDEXA-CLIENTE.

      ***** CONTRATO DA MASSA ENTRA E SAI DO INDICE DE CONTRATOS POR **
      ***** CLIENTE JUNTO COM O CONTRATO.DAT - WS-CCM-ACAO JA VEM *****
      ***** PREENCHIDA ************************************************
            MOVE CD-CLIENTE-CONTRATO     TO WS-CCM-CD-CLIENTE
            MOVE NUM-CONTRATO            TO WS-CCM-NUM-CONTRATO
            CALL 'CTRCLIM' USING WS-CTRCLIM

            IF WS-CCM-RETORNO NOT EQUAL ZEROS
               DISPLAY 'AVISO: CONTRATO ' NUM-CONTRATO
                       ' FORA DO INDICE POR CLIENTE - FILE STATUS '
                       WS-CCM-RETORNO
            END-IF
            .
       P315-FIM.
       P500-LIMPA-MASSA.

      ***** REMOVE TUDO QUE CARREGA A MARCA 'ZZ' DA MASSA *************
                           CONTINUE
                        NOT INVALID KEY
                           ADD 1         TO WS-QT-REMOVIDOS
                           IF NUM-PARCELA-CONTRATO EQUAL 1
                              MOVE 'E'   TO WS-CCM-ACAO
                              PERFORM P315-INDEXA-CLIENTE
                                 THRU P315-FIM
                           END-IF
                     END-DELETE
                  END-IF
            END-READ
