      *          QUANDO O CLIENTE APARECE PARA PAGAR. PARCELA DE
      *          PREJUIZO NAO POLUI MAIS O RELATRAS NEM INFLA A
      *          POSICAO DO POSCLI.
      * Update: 15/10/2026 - Data de movimento em mes ja fechado pelo
      *         FECHAMES (PERIODO.DAT, consultado pelo PERVERIF) e
      *         recusada antes de qualquer gravacao - nada muda em
      *         mes ja reportado pela contabilidade.
      * Update: 15/10/2026 - A baixa passa por aprovacao:
      *         o modo B so imprime a previa e grava um pedido pendente
      *         no APROVA.DAT (APROVM); outro usuario aprova no APROVAR
      *         e o novo modo E executa o pedido aprovado, com a data
      *         de referencia e o prazo do pedido, gravando o aprovador
      *         como operador autorizador no PREJUIZO.DAT.
      * Update: 15/10/2026 - Cada modo e uma funcao conferida pelo
      *         PERMITE nos perfis do operador: BAIXAPREJ/PEDIDO (modo
      *         B), EXECUCAO (modo E) e REINTEGRA (modo R).
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. BAIXAPREJ.
          88 EOF-OK                      VALUE 'S' FALSE 'N'.
       77 WS-DATA-MOVIMENTO              PIC 9(08) VALUE ZEROS.
       77 WS-CONTROLE-DATA               PIC X(01) VALUE 'N'.
       77 WS-SIT-PERIODO                 PIC X(01) VALUE 'A'.
          88 MES-FECHADO                 VALUE 'F'.
       77 WS-OPCAO                       PIC X.
          88 MODO-BAIXA                  VALUE 'B' 'b'.
          88 MODO-REINTEGRA              VALUE 'R' 'r'.
          88 MODO-EXECUTA                VALUE 'E' 'e'.
       77 WS-PREVIA                      PIC X VALUE 'N'.
          88 PREVIA-OK                   VALUE 'S' FALSE 'N'.
       77 WS-PEDIDO-OK                   PIC X VALUE 'N'.
          88 PEDIDO-OK                   VALUE 'S' FALSE 'N'.
       77 WS-PEDIDO-INF                  PIC 9(08).
       77 WS-AUTORIZADOR                 PIC X(12) VALUE SPACES.
       77 WS-DIAS-PREJUIZO               PIC 9(09)V99 VALUE 365.
       77 WS-DIAS-HOJE                   PIC 9(07).
       77 WS-DIAS-VENC                   PIC 9(07).
       77 WS-CONTRATO-INF                PIC 9(06).
       77 WS-PARCELA-INF                 PIC 9(03).
       77 WS-CONFIRMA                    PIC X.
       77 WS-OPERACAO                    PIC X(10).
       77 WS-PERMITIDO                   PIC X(01).
          88 FUNCAO-PERMITIDA            VALUE 'S'.
       01 WS-SIGNON.
          03 WS-SGN-USUARIO              PIC X(12).
          03 WS-SGN-NIVEL                PIC 9(01).
          03 WS-SGN-AUTENTICADO          PIC X(01).
             88 SIGNON-OK                VALUE 'S' FALSE 'N'.
          03 WS-SGN-CHAMADOR             PIC X(10).
      ***** PEDIDO DE APROVACAO DA BAIXA (APROVM) *********************
       01 WS-APROVM.
          03 WS-APM-ACAO                 PIC X(01).
          03 WS-APM-NUM-PEDIDO           PIC 9(08).
          03 WS-APM-OPERACAO             PIC X(10).
          03 WS-APM-SITUACAO             PIC X(01).
             88 APM-APROVADO             VALUE 'A'.
          03 WS-APM-USUARIO              PIC X(12).
          03 WS-APM-APROVADOR            PIC X(12).
          03 WS-APM-DATA                 PIC 9(08).
          03 WS-APM-RESUMO               PIC X(60).
          03 WS-APM-DADOS.
             05 WS-APM-BXP-DT-REFERENCIA PIC 9(08).
             05 WS-APM-BXP-DIAS-PREJUIZO PIC 9(05).
             05 WS-APM-BXP-QT-PARCELAS   PIC 9(05).
             05 WS-APM-BXP-VR-TOTAL      PIC 9(11)V99.
             05 FILLER                   PIC X(29).
          03 WS-APM-RETORNO              PIC 99.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
               STOP RUN
            END-IF

      ***** MES JA FECHADO PELA CONTABILIDADE NAO RECEBE MOVIMENTO ****
            CALL 'PERVERIF' USING WS-DATA-MOVIMENTO WS-SIT-PERIODO
            IF MES-FECHADO
               DISPLAY 'DATA DE MOVIMENTO ' WS-DATA-MOVIMENTO
                       ' EM MES JA FECHADO - NADA A FAZER.'
               STOP RUN
            END-IF

            DISPLAY 'Escolha: <B> pedir a baixa das parcelas '
                    'incobraveis, <E>xecutar uma baixa aprovada ou '
                    '<R>eintegrar uma parcela baixada: '
            ACCEPT WS-OPCAO

            IF NOT MODO-BAIXA AND NOT MODO-REINTEGRA
               AND NOT MODO-EXECUTA
               DISPLAY 'OPCAO INVALIDA!'
               STOP RUN
            END-IF

            EVALUATE TRUE
                WHEN MODO-BAIXA
                   MOVE 'PEDIDO    '     TO WS-OPERACAO
                WHEN MODO-EXECUTA
                   MOVE 'EXECUCAO  '     TO WS-OPERACAO
                WHEN OTHER
                   MOVE 'REINTEGRA '     TO WS-OPERACAO
            END-EVALUATE
            CALL 'PERMITE' USING WS-SGN-USUARIO 'BAIXAPREJ '
                                 WS-OPERACAO WS-PERMITIDO
            IF NOT FUNCAO-PERMITIDA
               DISPLAY 'OPERADOR SEM PERFIL PARA A FUNCAO BAIXAPREJ/'
                       WS-OPERACAO
               STOP RUN
            END-IF

            CALL 'SELOMARC' USING 'CONTRATO    ' 'BAIXAPREJ '
            OPEN I-O CONTRATO

               STOP RUN
            END-IF

            IF MODO-REINTEGRA
               PERFORM P600-REINTEGRA    THRU P600-FIM
            ELSE
               PERFORM P200-RODA-BAIXA   THRU P200-FIM
            END-IF

            CLOSE CONTRATO PREJUIZO
            STOP RUN.
       P200-RODA-BAIXA.

      ***** O PEDIDO (MODO B) SO SIMULA A BAIXA E GRAVA O PEDIDO ******
      ***** PENDENTE DE APROVACAO; A BAIXA DE VERDADE SAI DO PEDIDO ***
      ***** APROVADO (MODO E), COM A DATA DE REFERENCIA E O PRAZO *****
      ***** QUE O APROVADOR VIU ***************************************
            IF MODO-BAIXA
               SET PREVIA-OK             TO TRUE
               CALL 'FINPARM' USING 'DIAS-PREJUIZO   '
                                    WS-DIAS-PREJUIZO
            ELSE
               SET PREVIA-OK             TO FALSE
               PERFORM P150-CARREGA-PEDIDO THRU P150-FIM
               IF NOT PEDIDO-OK
                  GO TO P200-FIM
               END-IF
            END-IF

            DISPLAY 'BAIXANDO PARCELAS VENCIDAS HA MAIS DE '
                    WS-DIAS-PREJUIZO(6:4) ' DIAS.'
            IF PREVIA-OK
               DISPLAY 'Confirma o pedido de baixa para prejuizo? '
                       '(S/N) '
            ELSE
               DISPLAY 'Confirma a baixa para prejuizo? (S/N) '
            END-IF
            ACCEPT WS-CONFIRMA
            IF WS-CONFIRMA NOT EQUAL 'S' AND WS-CONFIRMA NOT EQUAL 's'
               DISPLAY 'BAIXA CANCELADA PELO OPERADOR.'
            END-IF

            MOVE SPACES                  TO REG-RELATORIO
            IF PREVIA-OK
               STRING 'PREVIA DA BAIXA PARA PREJUIZO - '
                      WS-DATA-MOVIMENTO ' - SOLICITANTE '
                      WS-SGN-USUARIO
                      DELIMITED BY SIZE INTO REG-RELATORIO
            ELSE
               STRING 'REGISTRO DE BAIXAS PARA PREJUIZO - '
                      WS-DATA-MOVIMENTO ' - PEDIDO ' WS-PEDIDO-INF
                      ' APROVADO POR ' WS-AUTORIZADOR
                      DELIMITED BY SIZE INTO REG-RELATORIO
            END-IF
            WRITE REG-RELATORIO
            MOVE '---------------------------------------------'
                                          TO REG-RELATORIO

            CLOSE RELATORIO

            IF PREVIA-OK
               DISPLAY 'PARCELAS A BAIXAR PARA PREJUIZO: '
                       WS-QT-BAIXADAS
               DISPLAY 'PREVIA IMPRESSA EM BAIXAPREJ.LST'
               PERFORM P250-GRAVA-PEDIDO THRU P250-FIM
            ELSE
               DISPLAY 'PARCELAS BAIXADAS PARA PREJUIZO: '
                       WS-QT-BAIXADAS
               DISPLAY 'REGISTRO IMPRESSO EM BAIXAPREJ.LST'
               PERFORM P260-MARCA-EXECUTADO THRU P260-FIM
            END-IF
            .
       P200-FIM.
       P150-CARREGA-PEDIDO.

      ***** SO O PEDIDO DE BAIXA APROVADO NO APROVAR E EXECUTADO ******
            SET PEDIDO-OK                TO FALSE

            DISPLAY 'Informe o numero do pedido aprovado: '
            ACCEPT WS-PEDIDO-INF

            INITIALIZE WS-APROVM
            MOVE 'C'                     TO WS-APM-ACAO
            MOVE WS-PEDIDO-INF           TO WS-APM-NUM-PEDIDO
            CALL 'APROVM' USING WS-APROVM

            IF WS-APM-RETORNO NOT EQUAL ZEROS
               DISPLAY 'PEDIDO NAO ENCONTRADO.'
               GO TO P150-FIM
            END-IF

            IF WS-APM-OPERACAO NOT EQUAL 'BAIXAPREJ '
               DISPLAY 'O PEDIDO NAO E DE BAIXA PARA PREJUIZO - E DO '
                       WS-APM-OPERACAO
               GO TO P150-FIM
            END-IF

            IF NOT APM-APROVADO
               DISPLAY 'PEDIDO NAO APROVADO - SITUACAO '
                       WS-APM-SITUACAO
               GO TO P150-FIM
            END-IF

            MOVE WS-APM-BXP-DIAS-PREJUIZO TO WS-DIAS-PREJUIZO
            COMPUTE WS-DIAS-HOJE = FUNCTION
                    INTEGER-OF-DATE(WS-APM-BXP-DT-REFERENCIA)
            MOVE WS-APM-APROVADOR        TO WS-AUTORIZADOR
            DISPLAY 'PEDIDO DE ' WS-APM-USUARIO ' APROVADO POR '
                    WS-APM-APROVADOR
            DISPLAY 'PREVIA: ' WS-APM-BXP-QT-PARCELAS
                    ' PARCELA(S), VALOR ' WS-APM-BXP-VR-TOTAL
            SET PEDIDO-OK                TO TRUE
            .
       P150-FIM.
       P250-GRAVA-PEDIDO.

            IF WS-QT-BAIXADAS EQUAL ZEROS
               DISPLAY 'NENHUMA PARCELA A BAIXAR - PEDIDO NAO GRAVADO.'
               GO TO P250-FIM
            END-IF

            INITIALIZE WS-APROVM
            MOVE 'I'                     TO WS-APM-ACAO
            MOVE 'BAIXAPREJ '            TO WS-APM-OPERACAO
            MOVE WS-SGN-USUARIO          TO WS-APM-USUARIO
            MOVE WS-DATA-MOVIMENTO       TO WS-APM-DATA
                                            WS-APM-BXP-DT-REFERENCIA
            MOVE WS-DIAS-PREJUIZO        TO WS-APM-BXP-DIAS-PREJUIZO
            MOVE WS-QT-BAIXADAS          TO WS-APM-BXP-QT-PARCELAS
            MOVE WS-VR-BAIXADO           TO WS-APM-BXP-VR-TOTAL
            STRING 'BAIXA PREJUIZO ' WS-QT-BAIXADAS
                   ' PARCELA(S) VALOR ' WS-VR-BAIXADO
                   ' REF ' WS-DATA-MOVIMENTO
                   DELIMITED BY SIZE INTO WS-APM-RESUMO
            CALL 'APROVM' USING WS-APROVM

            IF WS-APM-RETORNO NOT EQUAL ZEROS
               DISPLAY 'ERRO AO GRAVAR O PEDIDO DE APROVACAO.'
               DISPLAY 'FILE STATUS: ' WS-APM-RETORNO
            ELSE
               DISPLAY 'PEDIDO ' WS-APM-NUM-PEDIDO ' AGUARDANDO '
                       'APROVACAO DE OUTRO USUARIO (APROVAR).'
            END-IF
            .
       P250-FIM.
       P260-MARCA-EXECUTADO.

            MOVE 'X'                     TO WS-APM-ACAO
            MOVE WS-SGN-USUARIO          TO WS-APM-USUARIO
            MOVE WS-DATA-MOVIMENTO       TO WS-APM-DATA
            CALL 'APROVM' USING WS-APROVM

            IF WS-APM-RETORNO NOT EQUAL ZEROS
               DISPLAY 'AVISO: PEDIDO ' WS-APM-NUM-PEDIDO
                       ' NAO MARCADO COMO EXECUTADO - RETORNO '
                       WS-APM-RETORNO
            END-IF
            .
       P260-FIM.
       P300-AVALIA-PARCELA.

            READ CONTRATO NEXT RECORD
               WRITE REG-RELATORIO
            END-IF

            IF PREVIA-OK
               ADD 1                     TO WS-QT-BAIXADAS
                                            WS-QT-CLIENTE
               ADD VR-PARCELA-TOTAL      TO WS-VR-BAIXADO
                                            WS-VR-CLIENTE
            ELSE
               PERFORM P450-GRAVA-BAIXA  THRU P450-FIM
            END-IF

            MOVE SPACES                  TO REG-RELATORIO
            STRING '  CONTRATO ' NUM-CONTRATO
                   ' PARCELA ' NUM-PARCELA-CONTRATO
                   ' VENC ' DT-VENCIMENTO-PARCELA
                   ' ATRASO ' WS-DIAS-ATRASO ' DIAS'
                   ' VALOR ' VR-PARCELA-TOTAL
                   DELIMITED BY SIZE INTO REG-RELATORIO
            WRITE REG-RELATORIO
            .
       P400-FIM.
       P450-GRAVA-BAIXA.

            MOVE NUM-CONTRATO            TO PRJ-NUM-CONTRATO
            MOVE NUM-PARCELA-CONTRATO    TO PRJ-NUM-PARCELA
            MOVE CD-CLIENTE-CONTRATO     TO PRJ-CD-CLIENTE
            MOVE DT-VENCIMENTO-PARCELA   TO PRJ-DT-VENCIMENTO
            MOVE VR-PARCELA-TOTAL        TO PRJ-VR-PARCELA
            MOVE WS-DATA-MOVIMENTO       TO PRJ-DT-BAIXA
            MOVE WS-AUTORIZADOR          TO PRJ-OPERADOR
            SET PREJUIZO-BAIXADO         TO TRUE
            MOVE ZEROS                   TO PRJ-DT-REINTEGRACAO

                  ADD VR-PARCELA-TOTAL   TO WS-VR-BAIXADO
                                            WS-VR-CLIENTE
            END-REWRITE
            .
       P450-FIM.
       P500-TOTAL-CLIENTE.

            MOVE SPACES                  TO REG-RELATORIO
