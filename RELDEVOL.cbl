      ******************************************************************
      * Author: ANDRE COSTA
      * Date: 15/10/2026
      * Purpose: LISTAGEM DAS DEVOLUCOES DE CREDITO DE CLIENTE DO DIA
      *          (RELDEVOL.LST). PERCORRE O CREDCLI.DAT E LISTA CADA
      *          CREDITO DEVOLVIDO PELO BAIXACRED NA DATA DE MOVIMENTO,
      *          COM CLIENTE, CONTRATO, PARCELA DE ORIGEM, DATA E
      *          ORIGEM DO CREDITO, VALOR DEVOLVIDO E OPERADOR - E O
      *          DOCUMENTO QUE A TESOURARIA USA PARA PAGAR O CLIENTE E
      *          QUE BATE COM OS LANCAMENTOS DEVOL DO CONTABEXP.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RELDEVOL.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
            DECIMAL-POINT IS COMMA.
            INPUT-OUTPUT SECTION.
            FILE-CONTROL.
                SELECT CREDCLI ASSIGN TO
                WS-ARQ-CREDCLI
                ORGANIZATION IS INDEXED
                ACCESS MODE  IS SEQUENTIAL
                RECORD KEY   IS CHAVE-CREDCLI
                FILE STATUS  IS WS-FS-CRD.

       DATA DIVISION.
       FILE SECTION.
       FD CREDCLI.
          COPY FD_CREDCLI.

       WORKING-STORAGE SECTION.
      ***** CAMINHOS FISICOS DOS ARQUIVOS - PRE-CARREGADOS COM O *****
      ***** PADRAO HISTORICO E RESOLVIDOS PELO ARQCONF NO INICIO *****
       77 WS-ARQ-CREDCLI             PIC X(68) VALUE
          'C:\CursoCOBOL\COBOL\01 - Basico\bin\CREDCLI.DAT'.
       77 WS-ARQ-RELDEVOL            PIC X(68) VALUE
          'C:\CursoCOBOL\COBOL\01 - Basico\bin\RELDEVOL.LST'.
       77 WS-FS-CRD                      PIC 99.
          88 FS-CRD-OK                   VALUE 0.
       77 WS-EOF                         PIC X.
          88 EOF-OK                      VALUE 'S' FALSE 'N'.
       77 WS-DATA-MOVIMENTO              PIC 9(08) VALUE ZEROS.
       77 WS-CONTROLE-DATA               PIC X(01) VALUE 'N'.
       77 WS-QT-DEVOLUCOES               PIC 9(05) VALUE ZEROS.
       77 WS-VR-DEVOLVIDO-TOTAL          PIC 9(11)V99 VALUE ZEROS.
       01 WS-RELWRT.
          03 WS-REL-ACAO                 PIC X(01).
          03 WS-REL-ARQUIVO              PIC X(68).
          03 WS-REL-TITULO               PIC X(40).
          03 WS-REL-LINHA                PIC X(100).
          03 WS-REL-FS                   PIC 99.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.

      ***** RETURN-CODE E REGISTRADOR COMPARTILHADO: UM PASSO *********
      ***** ANTERIOR COM FALHA NAO PODE CONTAMINAR ESTE PASSO *********
            MOVE ZERO                    TO RETURN-CODE

      ***** RESOLVE OS CAMINHOS FISICOS PELO PERFIL DO ARQCONF ******
            CALL 'ARQCONF' USING 'CREDCLI.DAT     ' WS-ARQ-CREDCLI

            CALL 'DTMOVIM' USING WS-DATA-MOVIMENTO WS-CONTROLE-DATA

            MOVE 'A'                     TO WS-REL-ACAO
            MOVE WS-ARQ-RELDEVOL         TO WS-REL-ARQUIVO
            CALL 'ARQCONF' USING 'RELDEVOL.LST    ' WS-REL-ARQUIVO
            MOVE 'DEVOLUCOES DE CREDITO DE CLIENTE'
                                          TO WS-REL-TITULO
            CALL 'RELWRT' USING WS-RELWRT

            IF WS-REL-FS NOT EQUAL ZEROS
               DISPLAY 'ERRO AO ABRIR O RELATORIO DE DEVOLUCOES.'
               DISPLAY 'FILE STATUS: ' WS-REL-FS
               MOVE 16                   TO RETURN-CODE
               GOBACK
            END-IF

            MOVE 'D'                     TO WS-REL-ACAO
            MOVE SPACES                  TO WS-REL-LINHA
            STRING 'DATA DE MOVIMENTO: ' WS-DATA-MOVIMENTO
                   DELIMITED BY SIZE INTO WS-REL-LINHA
            CALL 'RELWRT' USING WS-RELWRT

            MOVE 'D'                     TO WS-REL-ACAO
            MOVE SPACES                  TO WS-REL-LINHA
            STRING 'CLI CONTRATO SEQ PARC DT CRED O  '
                   '   DEVOLVIDO OPERADOR'
                   DELIMITED BY SIZE INTO WS-REL-LINHA
            CALL 'RELWRT' USING WS-RELWRT

      ***** SEM ARQUIVO DE CREDITOS NAO HOUVE DEVOLUCAO: A LISTAGEM ***
      ***** SAI SO COM O TOTAL ZERADO *********************************
            OPEN INPUT CREDCLI

            IF FS-CRD-OK
               SET EOF-OK                TO FALSE
               PERFORM P200-LE-CREDITO   THRU P200-FIM UNTIL EOF-OK
               CLOSE CREDCLI
            END-IF

            MOVE 'T'                     TO WS-REL-ACAO
            MOVE SPACES                  TO WS-REL-LINHA
            STRING 'DEVOLUCOES: ' WS-QT-DEVOLUCOES
                   '  VALOR DEVOLVIDO: ' WS-VR-DEVOLVIDO-TOTAL
                   DELIMITED BY SIZE INTO WS-REL-LINHA
            CALL 'RELWRT' USING WS-RELWRT

            MOVE 'F'                     TO WS-REL-ACAO
            CALL 'RELWRT' USING WS-RELWRT

            DISPLAY 'DEVOLUCOES LISTADAS.....: ' WS-QT-DEVOLUCOES
            DISPLAY 'VALOR TOTAL DEVOLVIDO...: ' WS-VR-DEVOLVIDO-TOTAL
            DISPLAY 'RELATORIO GERADO EM RELDEVOL.LST'

            GOBACK.
       P200-LE-CREDITO.

            READ CREDCLI NEXT RECORD
               AT END
                  SET EOF-OK             TO TRUE
                  GO TO P200-FIM
            END-READ

            IF NOT CREDITO-DEVOLVIDO
               OR CRD-DT-DEVOLUCAO NOT EQUAL WS-DATA-MOVIMENTO
               GO TO P200-FIM
            END-IF

            ADD 1                        TO WS-QT-DEVOLUCOES
            ADD CRD-VR-DEVOLVIDO         TO WS-VR-DEVOLVIDO-TOTAL

            MOVE 'D'                     TO WS-REL-ACAO
            MOVE SPACES                  TO WS-REL-LINHA
            STRING CRD-CD-CLIENTE ' ' CRD-NUM-CONTRATO
                   '   ' CRD-SEQUENCIA ' ' CRD-NUM-PARCELA
                   '  ' CRD-DT-CREDITO ' ' CRD-ORIGEM
                   ' ' CRD-VR-DEVOLVIDO ' ' CRD-OPERADOR
                   DELIMITED BY SIZE INTO WS-REL-LINHA
            CALL 'RELWRT' USING WS-RELWRT
            .
       P200-FIM.
       END PROGRAM RELDEVOL.
