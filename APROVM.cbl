      ******************************************************************
      * Author: ANDRE COSTA
      * Date: 15/10/2026
      * Purpose: MANUTENCAO DOS PEDIDOS DE APROVACAO (APROVA.DAT)
      *          PELOS PROGRAMAS DAS OPERACOES SENSIVEIS (BAIXAPREJ,
      *          RENEGOC, CADDESC E INDEXCON):
      *          - ACAO I: INCLUI UM PEDIDO PENDENTE COM A OPERACAO, O
      *            SOLICITANTE, A DATA DE MOVIMENTO, O RESUMO E OS
      *            DADOS DA OPERACAO, NO PROXIMO NUMERO LIVRE, COM O
      *            NIVEL DE APROVADOR DO FINPARM (NIVEL-APROVACAO,
      *            PADRAO 3 - ADMINISTRADOR); DEVOLVE O NUMERO;
      *          - ACAO C: CONSULTA O PEDIDO PELO NUMERO E DEVOLVE A
      *            OPERACAO, A SITUACAO, O SOLICITANTE, O APROVADOR, O
      *            RESUMO E OS DADOS;
      *          - ACAO X: MARCA COMO EXECUTADO O PEDIDO APROVADO,
      *            COM O EXECUTOR E A DATA DE MOVIMENTO.
      *          SEM O ARQUIVO, ELE E CRIADO VAZIO. RETORNO: 00 OK,
      *          23 PEDIDO INEXISTENTE, 99 PEDIDO NAO APROVADO (ACAO
      *          X), OUTRO VALOR E O FILE STATUS DA FALHA. A DECISAO
      *          (APROVAR OU REJEITAR) NAO PASSA POR AQUI - E DO
      *          APROVAR.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. APROVM.

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
          88 FS-NAO-EXISTE               VALUE 35.
       77 WS-EOF                         PIC X.
          88 EOF-OK                      VALUE 'S' FALSE 'N'.
       77 WS-PROX-PEDIDO                 PIC 9(08) VALUE ZEROS.
       77 WS-NIVEL-APROVACAO             PIC 9(09)V99 VALUE 3.
       77 WS-HORA-COMPLETA               PIC 9(08) VALUE ZEROS.

       LINKAGE SECTION.
       01 LK-APROVM.
          03 LK-APM-ACAO                 PIC X(01).
             88 LK-APM-INCLUI            VALUE 'I'.
             88 LK-APM-CONSULTA          VALUE 'C'.
             88 LK-APM-EXECUTA           VALUE 'X'.
          03 LK-APM-NUM-PEDIDO           PIC 9(08).
          03 LK-APM-OPERACAO             PIC X(10).
          03 LK-APM-SITUACAO             PIC X(01).
          03 LK-APM-USUARIO              PIC X(12).
          03 LK-APM-APROVADOR            PIC X(12).
          03 LK-APM-DATA                 PIC 9(08).
          03 LK-APM-RESUMO               PIC X(60).
          03 LK-APM-DADOS                PIC X(60).
          03 LK-APM-RETORNO              PIC 99.

       PROCEDURE DIVISION USING LK-APROVM.
       MAIN-PROCEDURE.

            MOVE ZEROS                   TO LK-APM-RETORNO

      ***** RESOLVE OS CAMINHOS FISICOS PELO PERFIL DO ARQCONF ******
            CALL 'ARQCONF' USING 'APROVA.DAT      ' WS-ARQ-APROVA

            OPEN I-O APROVA

            IF FS-NAO-EXISTE
               OPEN OUTPUT APROVA
               CLOSE APROVA
               OPEN I-O APROVA
            END-IF

            IF NOT FS-OK
               MOVE WS-FS                TO LK-APM-RETORNO
               GOBACK
            END-IF

            EVALUATE TRUE
               WHEN LK-APM-INCLUI
                  PERFORM P100-INCLUI    THRU P100-FIM
               WHEN LK-APM-CONSULTA
                  PERFORM P200-CONSULTA  THRU P200-FIM
               WHEN LK-APM-EXECUTA
                  PERFORM P300-EXECUTA   THRU P300-FIM
            END-EVALUATE

            CLOSE APROVA

            GOBACK.
       P100-INCLUI.

      ***** O MAIOR NUMERO DE PEDIDO JA USADO CONTINUA A SEQUENCIA ****
            MOVE ZEROS                   TO APV-NUM-PEDIDO
                                            WS-PROX-PEDIDO

            SET EOF-OK                   TO FALSE
            START APROVA KEY NOT LESS THAN APV-NUM-PEDIDO
               INVALID KEY
                  SET EOF-OK             TO TRUE
            END-START

            PERFORM P110-LE-PEDIDO       THRU P110-FIM UNTIL EOF-OK

            ADD 1                        TO WS-PROX-PEDIDO

            CALL 'FINPARM' USING 'NIVEL-APROVACAO ' WS-NIVEL-APROVACAO
            ACCEPT WS-HORA-COMPLETA      FROM TIME

            INITIALIZE REG-APROVA
            MOVE WS-PROX-PEDIDO          TO APV-NUM-PEDIDO
            MOVE LK-APM-OPERACAO         TO APV-OPERACAO
            SET APV-PENDENTE             TO TRUE
            MOVE WS-NIVEL-APROVACAO      TO APV-NV-EXIGIDO
            MOVE LK-APM-USUARIO          TO APV-SOLICITANTE
            MOVE LK-APM-DATA             TO APV-DT-SOLICITACAO
            MOVE WS-HORA-COMPLETA(1:6)   TO APV-HR-SOLICITACAO
            MOVE LK-APM-RESUMO           TO APV-RESUMO
            MOVE LK-APM-DADOS            TO APV-DADOS

            WRITE REG-APROVA
               INVALID KEY
                  MOVE WS-FS             TO LK-APM-RETORNO
               NOT INVALID KEY
                  MOVE APV-NUM-PEDIDO    TO LK-APM-NUM-PEDIDO
                  MOVE APV-SITUACAO      TO LK-APM-SITUACAO
            END-WRITE
            .
       P100-FIM.
       P110-LE-PEDIDO.

            READ APROVA NEXT RECORD
               AT END
                  SET EOF-OK             TO TRUE
               NOT AT END
                  MOVE APV-NUM-PEDIDO    TO WS-PROX-PEDIDO
            END-READ
            .
       P110-FIM.
       P200-CONSULTA.

            MOVE LK-APM-NUM-PEDIDO       TO APV-NUM-PEDIDO

            READ APROVA
               INVALID KEY
                  MOVE 23                TO LK-APM-RETORNO
                  GO TO P200-FIM
            END-READ

            MOVE APV-OPERACAO            TO LK-APM-OPERACAO
            MOVE APV-SITUACAO            TO LK-APM-SITUACAO
            MOVE APV-SOLICITANTE         TO LK-APM-USUARIO
            MOVE APV-APROVADOR           TO LK-APM-APROVADOR
            MOVE APV-DT-SOLICITACAO      TO LK-APM-DATA
            MOVE APV-RESUMO              TO LK-APM-RESUMO
            MOVE APV-DADOS               TO LK-APM-DADOS
            .
       P200-FIM.
       P300-EXECUTA.

            MOVE LK-APM-NUM-PEDIDO       TO APV-NUM-PEDIDO

            READ APROVA
               INVALID KEY
                  MOVE 23                TO LK-APM-RETORNO
                  GO TO P300-FIM
            END-READ

      ***** SO O PEDIDO APROVADO E AINDA NAO EXECUTADO VIRA EXECUTADO *
            IF NOT APV-APROVADO
               MOVE 99                   TO LK-APM-RETORNO
               GO TO P300-FIM
            END-IF

            SET APV-EXECUTADO            TO TRUE
            MOVE LK-APM-USUARIO          TO APV-EXECUTOR
            MOVE LK-APM-DATA             TO APV-DT-EXECUCAO

            REWRITE REG-APROVA
               INVALID KEY
                  MOVE WS-FS             TO LK-APM-RETORNO
               NOT INVALID KEY
                  MOVE APV-SITUACAO      TO LK-APM-SITUACAO
            END-REWRITE
            .
       P300-FIM.
       END PROGRAM APROVM.
