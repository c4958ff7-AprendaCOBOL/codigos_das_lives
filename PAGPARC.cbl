      *         recebimentos cobre o valor total mais os encargos; o
      *         saldo restante aparece na tela e nos relatorios de
      *         posicao e atraso.
      * Update: 15/10/2026 - Pagamento A MAIOR deixou de sumir na
      *         quitacao: o recibo da parcela fica so com o valor que
      *         cabia no saldo e o excedente vira credito do cliente
      *         (CREDCLI.DAT, pelo CREDGRV), para ser aplicado na
      *         proxima parcela ou devolvido pelo BAIXACRED.
      * Update: 15/10/2026 - Recebimento estornado pelo ESTRECEB
      *         (RECPARC com situacao ESTORNADO) deixa de contar
      *         no acumulado da parcela, e todo recebimento
      *         gravado aqui nasce com situacao ATIVO.
      * Update: 15/10/2026 - Data de pagamento em mes ja fechado pelo
      *         FECHAMES (PERIODO.DAT, consultado pelo PERVERIF) e
      *         recusada - a baixa nao mexe mais em mes ja reportado
      *         pela contabilidade.
      * Update: 15/10/2026 - Contrato negativado nos biros de
      *         credito e excluido pelo NEGBAIXA assim que a
      *         quitacao deixa o contrato sem atraso alem do limite
      *         da negativacao.
      * Update: 15/10/2026 - Sign-on obrigatorio (SIGNON) no inicio e a
      *         baixa exige a funcao PAGPARC/BAIXA, conferida pelo
      *         PERMITE nos perfis do operador; o credito gerado por
      *         pagamento a maior leva o operador do sign-on.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PAGPARC.
       77 WS-QT-PARCIAIS                 PIC 9(04) VALUE ZEROS.
       77 WS-DATA-MOVIMENTO              PIC 9(08) VALUE ZEROS.
       77 WS-CONTROLE-DATA               PIC X(01) VALUE 'N'.
       77 WS-SIT-PERIODO                 PIC X(01) VALUE 'A'.
          88 MES-FECHADO                 VALUE 'F'.
       77 WS-CONFIRMA                    PIC X.
       77 WS-EOF-RCP                     PIC X.
          88 EOF-RCP-OK                  VALUE 'S' FALSE 'N'.
       77 WS-VR-RESTANTE                 PIC 9(09)V99 VALUE ZEROS.
       77 WS-RECIBO-GRAVADO              PIC X VALUE 'N'.
          88 RECIBO-GRAVADO              VALUE 'S'.
       77 WS-NEG-RETIRADO                PIC X VALUE 'N'.
          88 NEG-RETIRADO                VALUE 'S'.
       77 WS-VR-EXCEDENTE                PIC 9(08)V99 VALUE ZEROS.
       77 WS-PERMITIDO                   PIC X(01).
          88 FUNCAO-PERMITIDA            VALUE 'S'.
       01 WS-SIGNON.
          03 WS-SGN-USUARIO              PIC X(12).
          03 WS-SGN-NIVEL                PIC 9(01).
          03 WS-SGN-AUTENTICADO          PIC X(01).
             88 SIGNON-OK                VALUE 'S' FALSE 'N'.
          03 WS-SGN-CHAMADOR             PIC X(10).
      ***** AREA DO REGISTRO DE CREDITO DO CLIENTE (CREDGRV) **********
       01 WS-CREDITO.
          03 WS-CRD-CLIENTE              PIC X(20).
          03 WS-CRD-CONTRATO             PIC 9(06).
          03 WS-CRD-PARCELA              PIC 9(03).
          03 WS-CRD-DATA                 PIC 9(08).
          03 WS-CRD-VALOR                PIC 9(08)V99.
          03 WS-CRD-ORIGEM               PIC X(01).
          03 WS-CRD-OPERADOR             PIC X(12).
          03 WS-CRD-FS                   PIC 99.
      ***** AREA DO CALCULO DOS ENCARGOS DE ATRASO (JURATRAS) *********
       01 WS-JUROS-ATRASO.
          03 WS-JRA-DT-VENCIMENTO        PIC 9(08).

            DISPLAY '*** BAIXA DE PAGAMENTO DE PARCELA ***'

            MOVE 'PAGPARC   '                   TO WS-SGN-CHAMADOR
            CALL 'SIGNON' USING WS-SIGNON
            IF NOT SIGNON-OK
               STOP RUN
            END-IF

            CALL 'PERMITE' USING WS-SGN-USUARIO 'PAGPARC   '
                                 'BAIXA     ' WS-PERMITIDO
            IF NOT FUNCAO-PERMITIDA
               DISPLAY 'OPERADOR SEM PERFIL PARA BAIXAR PARCELA.'
               STOP RUN
            END-IF

            CALL 'SELOMARC' USING 'CONTRATO    ' 'PAGPARC   '
            OPEN I-O CONTRATO


            DISPLAY 'Informe a data do pagamento (AAAAMMDD): '
            ACCEPT WS-DT-PAGAMENTO

      ***** MES JA FECHADO PELA CONTABILIDADE NAO RECEBE MOVIMENTO ****
            CALL 'PERVERIF' USING WS-DT-PAGAMENTO WS-SIT-PERIODO
            IF MES-FECHADO
               DISPLAY 'DATA ' WS-DT-PAGAMENTO ' EM MES JA FECHADO - '
                       'BAIXA RECUSADA.'
               GO TO P300-FIM
            END-IF

            DISPLAY 'Informe o valor recebido: '
            ACCEPT WS-VR-PAGO

               GO TO P300-FIM
            END-IF

      ***** O QUE PASSAR DO SALDO DA PARCELA VIRA CREDITO DO CLIENTE **
      ***** E O RECIBO DA PARCELA FICA SO COM O VALOR APLICADO ********
            MOVE ZEROS                   TO WS-VR-EXCEDENTE
            IF WS-VR-PAGO GREATER THAN WS-VR-RESTANTE
               COMPUTE WS-VR-EXCEDENTE = WS-VR-PAGO - WS-VR-RESTANTE
               MOVE WS-VR-RESTANTE       TO WS-VR-PAGO
               DISPLAY 'VALOR ACIMA DO SALDO - EXCEDENTE DE '
                       WS-VR-EXCEDENTE ' VAI PARA O CREDITO DO CLIENTE.'
            END-IF

            DISPLAY 'Confirma o recebimento? (S/N) '
            ACCEPT WS-CONFIRMA
            IF WS-CONFIRMA NOT EQUAL 'S' AND WS-CONFIRMA NOT EQUAL 's'

            ADD WS-VR-PAGO               TO WS-VR-RECEBIDO-ACUM

            IF WS-VR-EXCEDENTE GREATER THAN ZEROS
               PERFORM P450-GRAVA-CREDITO THRU P450-FIM
            END-IF

      ***** A PARCELA SO VIRA PAGA QUANDO OS RECEBIMENTOS COBREM O ****
      ***** VALOR TOTAL MAIS OS ENCARGOS ******************************
            IF WS-VR-RECEBIDO-ACUM NOT LESS THAN WS-VR-DEVIDO
                  NOT INVALID KEY
                     ADD 1               TO WS-QT-BAIXADAS
                     DISPLAY 'PARCELA QUITADA COM SUCESSO.'
                     PERFORM P500-BAIXA-NEGATIVACAO THRU P500-FIM
               END-REWRITE
            ELSE
               ADD 1                     TO WS-QT-PARCIAIS
                        NUM-PARCELA-CONTRATO
                     SET EOF-RCP-OK      TO TRUE
                  ELSE
                     IF NOT RECEB-ESTORNADO
                        ADD RCP-VR-RECEBIDO TO WS-VR-RECEBIDO-ACUM
                     END-IF
                     MOVE RCP-SEQUENCIA  TO WS-PROXIMA-SEQ
                  END-IF
            END-READ
            MOVE WS-DT-PAGAMENTO         TO RCP-DT-RECEBIMENTO
            MOVE WS-VR-PAGO              TO RCP-VR-RECEBIDO
            SET RECEB-MANUAL             TO TRUE
            SET RECEB-ATIVO              TO TRUE
            MOVE ZEROS                   TO RCP-DT-ESTORNO
            MOVE SPACES                  TO RCP-OPERADOR-ESTORNO
                                            RCP-MOTIVO-ESTORNO

            WRITE REG-RECPARC
               INVALID KEY
            END-WRITE
            .
       P400-FIM.
       P450-GRAVA-CREDITO.

            MOVE CD-CLIENTE-CONTRATO     TO WS-CRD-CLIENTE
            MOVE NUM-CONTRATO            TO WS-CRD-CONTRATO
            MOVE NUM-PARCELA-CONTRATO    TO WS-CRD-PARCELA
            MOVE WS-DT-PAGAMENTO         TO WS-CRD-DATA
            MOVE WS-VR-EXCEDENTE         TO WS-CRD-VALOR
            MOVE 'M'                     TO WS-CRD-ORIGEM
            MOVE WS-SGN-USUARIO          TO WS-CRD-OPERADOR
            CALL 'CREDGRV' USING WS-CREDITO

            IF WS-CRD-FS EQUAL ZEROS
               DISPLAY 'CREDITO DE ' WS-VR-EXCEDENTE
                       ' REGISTRADO PARA O CLIENTE.'
            ELSE
               DISPLAY '*** EXCEDENTE DE ' WS-VR-EXCEDENTE
                       ' NAO FOI REGISTRADO - AVISE A TESOURARIA. ***'
            END-IF
            .
       P450-FIM.
       P500-BAIXA-NEGATIVACAO.

      ***** DIVIDA QUITADA: CONTRATO NEGATIVADO SAI DOS BIROS *********
            CALL 'NEGBAIXA' USING NUM-CONTRATO WS-DT-PAGAMENTO
                                  'PAGPARC   ' WS-NEG-RETIRADO
            IF NEG-RETIRADO
               DISPLAY 'CONTRATO ' NUM-CONTRATO ' SEM ATRASO - '
                       'EXCLUSAO DOS BIROS DE CREDITO GERADA.'
            END-IF
            .
       P500-FIM.
       END PROGRAM PAGPARC.
