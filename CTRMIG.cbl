      *          CAMPO COM O CODIGO DO CLIENTE. NOMES SEM CASAMENTO
      *          OU COM MAIS DE UM CLIENTE POSSIVEL VAO PARA A LISTA
      *          DE EXCECOES (CTRMIG.LST) PARA ACERTO MANUAL.
      * Update: 15/10/2026 - O contrato migrado
      *         troca de cliente tambem no indice de contratos por
      *         cliente (CTRCLIM).
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CTRMIG.
          03 WS-TC-ITEM OCCURS 999 TIMES.
             05 WS-TC-CODIGO             PIC 9(03).
             05 WS-TC-NOME               PIC X(20).
      ***** MANUTENCAO DO INDICE DE CONTRATOS POR CLIENTE (CTRCLIM) ***
       01 WS-CTRCLIM.
          03 WS-CCM-ACAO                 PIC X(01).
          03 WS-CCM-CD-CLIENTE           PIC X(20).
          03 WS-CCM-NUM-CONTRATO         PIC 9(06).
          03 WS-CCM-RETORNO              PIC 99.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
                                NUM-CONTRATO '/' NUM-PARCELA-CONTRATO
                     NOT INVALID KEY
                        ADD 1            TO WS-QT-MIGRADAS
                        IF NUM-PARCELA-CONTRATO EQUAL 1
                           PERFORM P450-REINDEXA THRU P450-FIM
                        END-IF
                  END-REWRITE
               WHEN 0
                  ADD 1                  TO WS-QT-EXCECOES
            END-EVALUATE
            .
       P400-FIM.
       P450-REINDEXA.

      ***** NO INDICE DE CONTRATOS POR CLIENTE O CONTRATO SAI DO NOME *
      ***** LIVRE E ENTRA PELO CODIGO DO CLIENTE **********************
            MOVE 'E'                     TO WS-CCM-ACAO
            MOVE WS-NOME-CONTRATO        TO WS-CCM-CD-CLIENTE
            MOVE NUM-CONTRATO            TO WS-CCM-NUM-CONTRATO
            CALL 'CTRCLIM' USING WS-CTRCLIM

            MOVE 'I'                     TO WS-CCM-ACAO
            MOVE CD-CLIENTE-CONTRATO     TO WS-CCM-CD-CLIENTE
            CALL 'CTRCLIM' USING WS-CTRCLIM

            IF WS-CCM-RETORNO NOT EQUAL ZEROS
               DISPLAY 'AVISO: CONTRATO ' NUM-CONTRATO
                       ' FORA DO INDICE POR CLIENTE - FILE STATUS '
                       WS-CCM-RETORNO
            END-IF
            .
       P450-FIM.
       END PROGRAM CTRMIG.
