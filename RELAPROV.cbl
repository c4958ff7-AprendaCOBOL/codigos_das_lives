      ******************************************************************
      * Author: ANDRE COSTA
      * Date: 15/10/2026
      * Purpose: RELATORIO DIARIO DOS PEDIDOS DE APROVACAO PARADOS NA
      *          FILA. VARRE O APROVA.DAT E IMPRIME EM RELAPROV.LST
      *          TODO PEDIDO AINDA PENDENTE HA PELO MENOS O PRAZO DO
      *          FINPARM (DIAS-APROVACAO, PADRAO 1 DIA, CONTRA A DATA
      *          DE MOVIMENTO) - OPERACAO, SOLICITANTE, DATA DO PEDIDO,
      *          DIAS DE ESPERA, NIVEL EXIGIDO E RESUMO -, COM O TOTAL
      *          DE PENDENTES E DE ATRASADOS. RETORNO 4 QUANDO HA
      *          PEDIDO ATRASADO, PARA O OPERADOR COBRAR O APROVADOR.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RELAPROV.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
            DECIMAL-POINT IS COMMA.
            INPUT-OUTPUT SECTION.
            FILE-CONTROL.
                SELECT APROVA ASSIGN TO
                WS-ARQ-APROVA
                ORGANIZATION IS INDEXED
                ACCESS MODE  IS SEQUENTIAL
                RECORD KEY   IS APV-NUM-PEDIDO
                FILE STATUS  IS WS-FS.
                SELECT RELATORIO ASSIGN TO
                WS-ARQ-RELAPROV
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS  IS WS-FS-REL.

       DATA DIVISION.
       FILE SECTION.
       FD APROVA.
          COPY FD_APROVA.

       FD RELATORIO.
       01 REG-RELATORIO                  PIC X(100).

       WORKING-STORAGE SECTION.
      ***** CAMINHOS FISICOS DOS ARQUIVOS - PRE-CARREGADOS COM O *****
      ***** PADRAO HISTORICO E RESOLVIDOS PELO ARQCONF NO INICIO *****
       77 WS-ARQ-APROVA              PIC X(68) VALUE
          'C:\CursoCOBOL\COBOL\01 - Basico\bin\APROVA.DAT'.
       77 WS-ARQ-RELAPROV            PIC X(68) VALUE
          'C:\CursoCOBOL\COBOL\01 - Basico\bin\RELAPROV.LST'.
       77 WS-FS                          PIC 99.
          88 FS-OK                       VALUE 0.
       77 WS-FS-REL                      PIC 99.
       77 WS-EOF                         PIC X.
          88 EOF-OK                      VALUE 'S' FALSE 'N'.
       77 WS-DATA-MOVIMENTO              PIC 9(08) VALUE ZEROS.
       77 WS-CONTROLE-DATA               PIC X(01) VALUE 'N'.
       77 WS-DIAS-APROVACAO              PIC 9(09)V99 VALUE 1.
       77 WS-DIAS-HOJE                   PIC 9(07).
       77 WS-DIAS-PEDIDO                 PIC 9(07).
       77 WS-DIAS-ESPERA                 PIC S9(05).
       77 WS-QT-PENDENTES                PIC 9(05) VALUE ZEROS.
       77 WS-QT-ATRASADOS                PIC 9(05) VALUE ZEROS.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.

      ***** RETURN-CODE E REGISTRADOR COMPARTILHADO: UM PASSO *********
      ***** ANTERIOR COM FALHA NAO PODE CONTAMINAR ESTE PASSO *********
            MOVE ZERO                    TO RETURN-CODE

      ***** RESOLVE OS CAMINHOS FISICOS PELO PERFIL DO ARQCONF ******
            CALL 'ARQCONF' USING 'APROVA.DAT      ' WS-ARQ-APROVA
            CALL 'ARQCONF' USING 'RELAPROV.LST    ' WS-ARQ-RELAPROV

            CALL 'DTMOVIM' USING WS-DATA-MOVIMENTO WS-CONTROLE-DATA
            COMPUTE WS-DIAS-HOJE =
                    FUNCTION INTEGER-OF-DATE(WS-DATA-MOVIMENTO)

            CALL 'FINPARM' USING 'DIAS-APROVACAO  ' WS-DIAS-APROVACAO

            OPEN OUTPUT RELATORIO

            IF WS-FS-REL NOT EQUAL ZEROS
               DISPLAY 'ERRO AO ABRIR O RELATORIO DE PENDENTES.'
               DISPLAY 'FILE STATUS: ' WS-FS-REL
               MOVE 16                   TO RETURN-CODE
               GOBACK
            END-IF

            MOVE SPACES                  TO REG-RELATORIO
            STRING 'PEDIDOS DE APROVACAO PENDENTES HA '
                   WS-DIAS-APROVACAO(6:4) ' DIA(S) OU MAIS - '
                   WS-DATA-MOVIMENTO
                   DELIMITED BY SIZE INTO REG-RELATORIO
            WRITE REG-RELATORIO
            MOVE '---------------------------------------------'
                                          TO REG-RELATORIO
            WRITE REG-RELATORIO

      ***** SEM ARQUIVO DE PEDIDOS NAO HA NADA PENDENTE ***************
            OPEN INPUT APROVA

            IF FS-OK
               SET EOF-OK                TO FALSE
               PERFORM P100-LE-PEDIDO    THRU P100-FIM UNTIL EOF-OK
               CLOSE APROVA
            END-IF

            MOVE '============================================='
                                          TO REG-RELATORIO
            WRITE REG-RELATORIO
            MOVE SPACES                  TO REG-RELATORIO
            STRING 'PENDENTES: ' WS-QT-PENDENTES
                   '  ATRASADOS: ' WS-QT-ATRASADOS
                   DELIMITED BY SIZE INTO REG-RELATORIO
            WRITE REG-RELATORIO

            CLOSE RELATORIO

            DISPLAY '*** PEDIDOS DE APROVACAO PENDENTES ***'
            DISPLAY 'PENDENTES...: ' WS-QT-PENDENTES
            DISPLAY 'ATRASADOS...: ' WS-QT-ATRASADOS
            DISPLAY 'RELATORIO EM RELAPROV.LST'

            IF WS-QT-ATRASADOS GREATER THAN ZEROS
               MOVE 4                    TO RETURN-CODE
            END-IF

            GOBACK.
       P100-LE-PEDIDO.

            READ APROVA NEXT RECORD
               AT END
                  SET EOF-OK             TO TRUE
               NOT AT END
                  IF APV-PENDENTE
                     ADD 1               TO WS-QT-PENDENTES
                     PERFORM P200-AVALIA-ESPERA THRU P200-FIM
                  END-IF
            END-READ
            .
       P100-FIM.
       P200-AVALIA-ESPERA.

            COMPUTE WS-DIAS-PEDIDO =
                    FUNCTION INTEGER-OF-DATE(APV-DT-SOLICITACAO)
            COMPUTE WS-DIAS-ESPERA = WS-DIAS-HOJE - WS-DIAS-PEDIDO

            IF WS-DIAS-ESPERA LESS THAN WS-DIAS-APROVACAO
               GO TO P200-FIM
            END-IF

            ADD 1                        TO WS-QT-ATRASADOS

            MOVE SPACES                  TO REG-RELATORIO
            STRING 'PEDIDO ' APV-NUM-PEDIDO ' ' APV-OPERACAO
                   ' DE ' APV-SOLICITANTE
                   ' EM ' APV-DT-SOLICITACAO
                   ' ESPERA ' WS-DIAS-ESPERA ' DIAS'
                   ' NIVEL ' APV-NV-EXIGIDO
                   DELIMITED BY SIZE INTO REG-RELATORIO
            WRITE REG-RELATORIO
            MOVE SPACES                  TO REG-RELATORIO
            STRING '       ' APV-RESUMO
                   DELIMITED BY SIZE INTO REG-RELATORIO
            WRITE REG-RELATORIO
            .
       P200-FIM.
       END PROGRAM RELAPROV.
