      * Modified: 03/09/2026 - O vencimento gerado em sabado, domingo
      *         ou feriado (FERIADOS.TXT) e empurrado para o dia util
      *         seguinte pelo DIAUTIL antes de gravar a parcela.
      * Modified: 15/10/2026 - A parcela gravada pela
      *         calculadora nasce sem codigo de produto de
      *         financiamento (o catalogo vale no PROPFIN/CONTRNOV).
      * Modified: 15/10/2026 - IOF e CET do contrato
      *         (VR-IOF-CONTRATO, TX-CET-CONTRATO) gravados zerados.
      * Modified: 15/10/2026 - O contrato gravado
      *         entra no indice de contratos por cliente (CTRCLIM).
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGCOMM.
          03 WS-DATA-CALC-AAAA       PIC 9(04).
          03 WS-DATA-CALC-MM         PIC 9(02).
          03 WS-DATA-CALC-DD         PIC 9(02).
      ***** MANUTENCAO DO INDICE DE CONTRATOS POR CLIENTE (CTRCLIM) ***
       01 WS-CTRCLIM.
          03 WS-CCM-ACAO             PIC X(01).
          03 WS-CCM-CD-CLIENTE       PIC X(20).
          03 WS-CCM-NUM-CONTRATO     PIC 9(06).
          03 WS-CCM-RETORNO          PIC 99.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            MOVE WS-NUM-PARCELAS         TO QT-PARCELAS-CONTRATO
            MOVE WS-TAXA-JUROS           TO TX-JUROS-CONTRATO
            MOVE WS-METODO               TO CD-METODO-CONTRATO
            MOVE SPACES                  TO CD-PRODUTO-CONTRATO
            MOVE ZEROS                   TO VR-IOF-CONTRATO
                                            TX-CET-CONTRATO
            MOVE WS-VENCIMENTO-PARCELA(WS-IND) TO
                 DT-VENCIMENTO-PARCELA
            MOVE WS-VR-AMORT-CALC        TO VR-AMORTIZACAO-PARCELA
                                ' DO CONTRATO ' WS-NUM-CONTRATO
                  END-REWRITE
            END-WRITE

            IF WS-IND = 1 AND FS-CONTRATO-OK
               PERFORM P225-INDEXAR-CLIENTE
            END-IF
            .

      ******************************************************************
      * INCLUI O CONTRATO NO INDICE DE CONTRATOS POR CLIENTE
      * (CTRCLI.DAT), PELO QUAL O POSCLI E O EXTRATO ACHAM OS
      * CONTRATOS DO CLIENTE SEM VARRER O CONTRATO.DAT.
      ******************************************************************
       P225-INDEXAR-CLIENTE.
            MOVE 'I'                     TO WS-CCM-ACAO
            MOVE CD-CLIENTE-CONTRATO     TO WS-CCM-CD-CLIENTE
            MOVE NUM-CONTRATO            TO WS-CCM-NUM-CONTRATO
            CALL 'CTRCLIM' USING WS-CTRCLIM

            IF WS-CCM-RETORNO NOT EQUAL ZEROS
               DISPLAY 'AVISO: CONTRATO ' NUM-CONTRATO
                       ' FORA DO INDICE POR CLIENTE - FILE STATUS '
                       WS-CCM-RETORNO
            END-IF
            .

      ******************************************************************
