      *         leitores de cliente (1:3) atribuirem a mensalidade do
      *         aluno 04215 ao cliente 042 em extrato, carta de
      *         cobranca, limite e notificacao.
      * Modified: 15/10/2026 - O contrato de mensalidade
      *         nasce sem codigo de produto de financiamento.
      * Modified: 15/10/2026 - IOF e CET do contrato
      *         (VR-IOF-CONTRATO, TX-CET-CONTRATO) gravados zerados.
      * Modified: 15/10/2026 - O contrato de
      *         mensalidade entra no indice de contratos por cliente
      *         (CTRCLIM).
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MATRCONT.
          03 WS-DATA-CALC-AAAA           PIC 9(04).
          03 WS-DATA-CALC-MM             PIC 9(02).
          03 WS-DATA-CALC-DD             PIC 9(02).
      ***** MANUTENCAO DO INDICE DE CONTRATOS POR CLIENTE (CTRCLIM) ***
       01 WS-CTRCLIM.
          03 WS-CCM-ACAO                 PIC X(01).
          03 WS-CCM-CD-CLIENTE           PIC X(20).
          03 WS-CCM-NUM-CONTRATO         PIC 9(06).
          03 WS-CCM-RETORNO              PIC 99.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            MOVE WS-QT-PARCELAS          TO QT-PARCELAS-CONTRATO
            MOVE ZEROS                   TO TX-JUROS-CONTRATO
            MOVE 'S'                     TO CD-METODO-CONTRATO
      ***** MENSALIDADE NAO E PRODUTO DE FINANCIAMENTO ****************
            MOVE SPACES                  TO CD-PRODUTO-CONTRATO
            MOVE ZEROS                   TO VR-IOF-CONTRATO
                                            TX-CET-CONTRATO
            MOVE WS-DATA-CALC            TO DT-VENCIMENTO-PARCELA
      ***** VENCIMENTO EM FIM DE SEMANA OU FERIADO CAI NO DIA UTIL ****
            CALL 'DIAUTIL' USING DT-VENCIMENTO-PARCELA
               INVALID KEY
                  DISPLAY 'ERRO AO GRAVAR A PARCELA ' WS-IND
                          ' DO CONTRATO ' WS-PROX-CONTRATO
               NOT INVALID KEY
                  IF NUM-PARCELA-CONTRATO EQUAL 1
                     PERFORM P455-INDEXA-CLIENTE THRU P455-FIM
                  END-IF
            END-WRITE

            ADD 1                        TO WS-DATA-CALC-MM
            END-IF
            .
       P450-FIM.
       P455-INDEXA-CLIENTE.

      ***** O CONTRATO NOVO ENTRA NO INDICE DE CONTRATOS POR CLIENTE **
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
       P455-FIM.
       P800-RECUSA.

            ADD 1                        TO WS-QT-RECUSADOS
