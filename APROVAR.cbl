      ******************************************************************
      * Author: ANDRE COSTA
      * Date: 15/10/2026
      * Purpose: DECISAO DOS PEDIDOS DE APROVACAO (APROVA.DAT) DAS
      *          OPERACOES FINANCEIRAS SENSIVEIS - BAIXA PARA PREJUIZO,
      *          RENEGOCIACAO, BOLSA/DESCONTO E CORRECAO MONETARIA.
      *          O OPERADOR SE IDENTIFICA NO SIGNON, LISTA OS PEDIDOS
      *          PENDENTES E APROVA OU REJEITA UM PEDIDO (COM MOTIVO).
      *          SO DECIDE QUEM TEM O PERFIL EXIGIDO NO PEDIDO E NUNCA
      *          QUEM O PEDIU - O MESMO USUARIO NAO E SOLICITANTE E
      *          APROVADOR. O PEDIDO APROVADO E EXECUTADO DEPOIS PELO
      *          PROGRAMA DE ORIGEM; O REJEITADO MORRE AQUI.
      * Update: 15/10/2026 - Quem decide o pedido deixou de ser
      *         conferido pelo nivel exigido (APV-NV-EXIGIDO, que fica
      *         so informativo): o PERMITE confere a funcao APROVAR com
      *         a operacao do pedido nos perfis do operador.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. APROVAR.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
            DECIMAL-POINT IS COMMA.
            INPUT-OUTPUT SECTION.
            FILE-CONTROL.
                SELECT APROVA ASSIGN TO
                WS-ARQ-APROVA
                ORGANIZATION IS INDEXED
                ACCESS MODE  IS DYNAMIC
                RECORD KEY   IS APV-NUM-PEDIDO
                FILE STATUS  IS WS-FS.

       DATA DIVISION.
       FILE SECTION.
       FD APROVA.
          COPY FD_APROVA.

       WORKING-STORAGE SECTION.
      ***** CAMINHOS FISICOS DOS ARQUIVOS - PRE-CARREGADOS COM O *****
      ***** PADRAO HISTORICO E RESOLVIDOS PELO ARQCONF NO INICIO *****
       77 WS-ARQ-APROVA              PIC X(68) VALUE
          'C:\CursoCOBOL\COBOL\01 - Basico\bin\APROVA.DAT'.
       77 WS-FS                          PIC 99.
          88 FS-OK                       VALUE 0.
       77 WS-EOF                         PIC X.
          88 EOF-OK                      VALUE 'S' FALSE 'N'.
       77 WS-DATA-MOVIMENTO              PIC 9(08) VALUE ZEROS.
       77 WS-CONTROLE-DATA               PIC X(01) VALUE 'N'.
       77 WS-OPCAO                       PIC X.
       77 WS-DECISAO                     PIC X(01).
          88 DECISAO-APROVA              VALUE 'A'.
          88 DECISAO-REJEITA             VALUE 'R'.
       77 WS-PEDIDO-INF                  PIC 9(08).
       77 WS-MOTIVO-INF                  PIC X(40).
       77 WS-CONFIRMA                    PIC X.
       77 WS-QT-PENDENTES                PIC 9(05) VALUE ZEROS.
       77 WS-PERMITIDO                   PIC X(01).
          88 FUNCAO-PERMITIDA            VALUE 'S'.
       01 WS-SIGNON.
          03 WS-SGN-USUARIO              PIC X(12).
          03 WS-SGN-NIVEL                PIC 9(01).
          03 WS-SGN-AUTENTICADO          PIC X(01).
             88 SIGNON-OK                VALUE 'S' FALSE 'N'.
          03 WS-SGN-CHAMADOR             PIC X(10).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.

      ***** RESOLVE OS CAMINHOS FISICOS PELO PERFIL DO ARQCONF ******
            CALL 'ARQCONF' USING 'APROVA.DAT      ' WS-ARQ-APROVA

            CALL 'DTMOVIM' USING WS-DATA-MOVIMENTO WS-CONTROLE-DATA

            DISPLAY '*** APROVACAO DE OPERACOES SENSIVEIS ***'

            MOVE 'APROVAR   '            TO WS-SGN-CHAMADOR
            CALL 'SIGNON' USING WS-SIGNON
            IF NOT SIGNON-OK
               STOP RUN
            END-IF

            PERFORM P100-MENU THRU P100-FIM UNTIL WS-OPCAO = 'F'
            STOP RUN.

       P100-MENU.
            MOVE SPACES                       TO WS-OPCAO
            DISPLAY '*************************************************'
            DISPLAY '|  L - Listar pedidos pendentes                 |'
            DISPLAY '|  A - Aprovar pedido                           |'
            DISPLAY '|  R - Rejeitar pedido                          |'
            DISPLAY '|              (ou tecle <F> para finalizar)    |'
            DISPLAY '*************************************************'
            ACCEPT  WS-OPCAO

            EVALUATE WS-OPCAO
                WHEN 'L' WHEN 'l'
                   PERFORM P200-LISTAR THRU P200-FIM
                WHEN 'A' WHEN 'a'
                   MOVE 'A'                    TO WS-DECISAO
                   PERFORM P300-DECIDIR THRU P300-FIM
                WHEN 'R' WHEN 'r'
                   MOVE 'R'                    TO WS-DECISAO
                   PERFORM P300-DECIDIR THRU P300-FIM
                WHEN 'F' WHEN 'f'
                   MOVE 'F'                    TO WS-OPCAO
                WHEN OTHER
                   DISPLAY 'OPCAO INVALIDA!'
            END-EVALUATE
            .
       P100-FIM.
           EXIT.

       P200-LISTAR.
            OPEN INPUT APROVA
            IF NOT FS-OK
               DISPLAY 'AINDA NAO HA PEDIDOS DE APROVACAO.'
               GO TO P200-FIM
            END-IF

            MOVE ZEROS                   TO WS-QT-PENDENTES
                                            APV-NUM-PEDIDO
            SET EOF-OK                   TO FALSE
            START APROVA KEY NOT LESS THAN APV-NUM-PEDIDO
               INVALID KEY
                  SET EOF-OK             TO TRUE
            END-START

            PERFORM P210-LE-PENDENTE     THRU P210-FIM UNTIL EOF-OK

            DISPLAY 'PEDIDOS PENDENTES: ' WS-QT-PENDENTES

            CLOSE APROVA
            .
       P200-FIM.
           EXIT.

       P210-LE-PENDENTE.
            READ APROVA NEXT RECORD
               AT END
                  SET EOF-OK             TO TRUE
               NOT AT END
                  IF APV-PENDENTE
                     ADD 1               TO WS-QT-PENDENTES
                     DISPLAY APV-NUM-PEDIDO ' ' APV-OPERACAO
                             ' DE ' APV-SOLICITANTE
                             ' EM ' APV-DT-SOLICITACAO
                             ' NIVEL ' APV-NV-EXIGIDO
                     DISPLAY '         ' APV-RESUMO
                  END-IF
            END-READ
            .
       P210-FIM.
           EXIT.

       P300-DECIDIR.
            OPEN I-O APROVA
            IF NOT FS-OK
               DISPLAY 'AINDA NAO HA PEDIDOS DE APROVACAO.'
               GO TO P300-FIM
            END-IF

            DISPLAY 'Informe o numero do pedido:'
            ACCEPT WS-PEDIDO-INF
            MOVE WS-PEDIDO-INF           TO APV-NUM-PEDIDO
            READ APROVA
               INVALID KEY
                  DISPLAY 'PEDIDO NAO ENCONTRADO.'
                  CLOSE APROVA
                  GO TO P300-FIM
            END-READ

            IF NOT APV-PENDENTE
               DISPLAY 'PEDIDO JA DECIDIDO - SITUACAO ' APV-SITUACAO
                       ' POR ' APV-APROVADOR
               CLOSE APROVA
               GO TO P300-FIM
            END-IF

      ***** QUEM PEDIU NAO DECIDE - NEM PARA APROVAR, NEM PARA ********
      ***** REJEITAR O PROPRIO PEDIDO *********************************
            IF APV-SOLICITANTE EQUAL WS-SGN-USUARIO
               DISPLAY 'O SOLICITANTE NAO PODE DECIDIR O PROPRIO '
                       'PEDIDO - OUTRO USUARIO PRECISA APROVAR.'
               CLOSE APROVA
               GO TO P300-FIM
            END-IF

      ***** A OPERACAO DO PEDIDO E A FUNCAO: APROVAR/BAIXAPREJ, *******
      ***** APROVAR/RENEGOC ... ***************************************
            CALL 'PERMITE' USING WS-SGN-USUARIO 'APROVAR   '
                                 APV-OPERACAO WS-PERMITIDO
            IF NOT FUNCAO-PERMITIDA
               DISPLAY 'OPERADOR SEM PERFIL PARA DECIDIR PEDIDO DE '
                       APV-OPERACAO '.'
               CLOSE APROVA
               GO TO P300-FIM
            END-IF

            DISPLAY 'PEDIDO.....: ' APV-NUM-PEDIDO ' ' APV-OPERACAO
            DISPLAY 'SOLICITANTE: ' APV-SOLICITANTE ' EM '
                    APV-DT-SOLICITACAO ' AS ' APV-HR-SOLICITACAO
            DISPLAY 'OPERACAO...: ' APV-RESUMO

            MOVE SPACES                  TO WS-MOTIVO-INF
            IF DECISAO-REJEITA
               DISPLAY 'Informe o motivo da rejeicao:'
               ACCEPT WS-MOTIVO-INF
               DISPLAY 'Confirma a REJEICAO do pedido? (S/N) '
            ELSE
               DISPLAY 'Confirma a APROVACAO do pedido? (S/N) '
            END-IF
            ACCEPT WS-CONFIRMA
            IF WS-CONFIRMA NOT EQUAL 'S' AND WS-CONFIRMA NOT EQUAL 's'
               DISPLAY 'DECISAO CANCELADA - O PEDIDO CONTINUA '
                       'PENDENTE.'
               CLOSE APROVA
               GO TO P300-FIM
            END-IF

            IF DECISAO-APROVA
               SET APV-APROVADO          TO TRUE
            ELSE
               SET APV-REJEITADO         TO TRUE
            END-IF
            MOVE WS-SGN-USUARIO          TO APV-APROVADOR
            MOVE WS-DATA-MOVIMENTO       TO APV-DT-DECISAO
            MOVE WS-MOTIVO-INF           TO APV-MOTIVO-REJEICAO

            REWRITE REG-APROVA
               INVALID KEY
                  DISPLAY 'ERRO AO GRAVAR A DECISAO DO PEDIDO.'
               NOT INVALID KEY
                  IF DECISAO-APROVA
                     DISPLAY 'PEDIDO APROVADO - EXECUTE-O NO '
                             APV-OPERACAO
                  ELSE
                     DISPLAY 'PEDIDO REJEITADO.'
                  END-IF
            END-REWRITE

            CLOSE APROVA
            .
       P300-FIM.
           EXIT.

       END PROGRAM APROVAR.
