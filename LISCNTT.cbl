      *         quadro de parametros em vigor na primeira pagina.
      *         Com cartao presente, o programa nao pergunta nada -
      *         da para rodar em lote.
      * Update: 15/10/2026 - A listagem EXPANDIDA traz tambem os
      *         canais do contato (CTTCAN.DAT: celular, fixo, e-mail
      *         e WhatsApp, com as marcas de preferencial e opt-out)
      *         abaixo dos enderecos.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. LISCNTT.
                ACCESS MODE  IS DYNAMIC
                RECORD KEY   IS CHAVE-CTTEND
                FILE STATUS  IS WS-FS-END.
                SELECT CTTCAN ASSIGN TO
                WS-ARQ-CTTCAN
                ORGANIZATION IS INDEXED
                ACCESS MODE  IS DYNAMIC
                RECORD KEY   IS CHAVE-CTTCAN
                FILE STATUS  IS WS-FS-CAN.

       DATA DIVISION.
       FILE SECTION.
       FD CTTEND.
          COPY FD_CTTEND.

       FD CTTCAN.
          COPY FD_CTTCAN.

       SD ORDENACAO.
       01 REG-SORT.
          03 SRT-NOME                    PIC X(20).
          'C:\CursoCOBOL\COBOL\01 - Basico\bin\LISCNTT.WRK'.
       77 WS-ARQ-CTTEND              PIC X(68) VALUE
          'C:\CursoCOBOL\COBOL\01 - Basico\bin\CTTEND.DAT'.
       77 WS-ARQ-CTTCAN              PIC X(68) VALUE
          'C:\CursoCOBOL\COBOL\01 - Basico\bin\CTTCAN.DAT'.
       77 WS-FS                          PIC 99.
          88 FS-OK                       VALUE 0.
       77 WS-EOF                         PIC X.
          88 ENDERECOS-ABERTO            VALUE 'S'.
       77 WS-EOF-END                     PIC X.
          88 EOF-END-OK                  VALUE 'S' FALSE 'N'.
       77 WS-FS-CAN                      PIC 99.
          88 FS-CAN-OK                   VALUE 0.
       77 WS-CANAIS-ABERTO               PIC X VALUE 'N'.
          88 CANAIS-ABERTO               VALUE 'S'.
       77 WS-EOF-CAN                     PIC X.
          88 EOF-CAN-OK                  VALUE 'S' FALSE 'N'.
       77 WS-DS-CANAL                    PIC X(08).
       77 WS-DS-MARCAS                   PIC X(24).

       LINKAGE SECTION.
       01 LK-COM-AREA.
            CALL 'ARQCONF' USING 'CONTATOS.DAT    ' WS-ARQ-CONTATOS
            CALL 'ARQCONF' USING 'LISCNTT.WRK     ' WS-ARQ-LISCNTT
            CALL 'ARQCONF' USING 'CTTEND.DAT      ' WS-ARQ-CTTEND
            CALL 'ARQCONF' USING 'CTTCAN.DAT      ' WS-ARQ-CTTCAN

            DISPLAY LK-MENSAGEM

               DISPLAY 'Listar <A>tivos apenas ou <T>odos os '
                       'contatos? '
               ACCEPT WS-OPCAO-FILTRO
               DISPLAY 'Expandir os enderecos e canais de cada '
                       'contato? (S/N) '
               ACCEPT WS-OPCAO-ENDERECOS
            END-IF

               IF FS-END-OK
                  MOVE 'S'               TO WS-ENDERECOS-ABERTO
               END-IF
               OPEN INPUT CTTCAN
               IF FS-CAN-OK
                  MOVE 'S'               TO WS-CANAIS-ABERTO
               END-IF
            END-IF

            PERFORM P250-QUADRO-PARAMETROS THRU P250-FIM
            IF ENDERECOS-ABERTO
               CLOSE CTTEND
            END-IF
            IF CANAIS-ABERTO
               CLOSE CTTCAN
            END-IF
            CLOSE CONTATOS

            DISPLAY 'RELATORIO GERADO. TOTAL DE CONTATOS LISTADOS: '
                        MOVE SRT-ID      TO ID-CONTATO
                        PERFORM P350-ENDERECOS THRU P350-FIM
                     END-IF
                     IF CANAIS-ABERTO
                        MOVE SRT-ID      TO ID-CONTATO
                        PERFORM P370-CANAIS THRU P370-FIM
                     END-IF
               END-RETURN
            END-PERFORM
            .
               IF ENDERECOS-ABERTO
                  PERFORM P350-ENDERECOS THRU P350-FIM
               END-IF
               IF CANAIS-ABERTO
                  PERFORM P370-CANAIS    THRU P370-FIM
               END-IF
            END-IF
            .
       P310-AVALIA-SELECAO.
            END-READ
            .
       P360-FIM.
       P370-CANAIS.

      ***** LISTA OS CANAIS (FONES, E-MAIL) DO CONTATO, ABAIXO DOS ****
      ***** ENDERECOS DELE ********************************************
            MOVE ID-CONTATO              TO CN-ID-CONTATO
            MOVE ZEROS                   TO CN-SEQUENCIA

            START CTTCAN KEY NOT LESS THAN CHAVE-CTTCAN
               INVALID KEY
                  GO TO P370-FIM
            END-START

            SET EOF-CAN-OK               TO FALSE
            PERFORM P380-LINHA-CANAL     THRU P380-FIM UNTIL EOF-CAN-OK
            .
       P370-FIM.
       P380-LINHA-CANAL.

            READ CTTCAN NEXT RECORD
               AT END
                  SET EOF-CAN-OK         TO TRUE
               NOT AT END
                  IF CN-ID-CONTATO NOT EQUAL ID-CONTATO
                     SET EOF-CAN-OK      TO TRUE
                  ELSE
                     PERFORM P390-DESCREVE-CANAL THRU P390-FIM
                     MOVE 'D'            TO WS-REL-ACAO
                     MOVE SPACES         TO WS-REL-LINHA
                     IF CANAL-EMAIL
                        STRING '      CAN ' CN-SEQUENCIA ': '
                               WS-DS-CANAL ' ' CN-VALOR(1:50) ' '
                               WS-DS-MARCAS
                               DELIMITED BY SIZE INTO WS-REL-LINHA
                     ELSE
                        STRING '      CAN ' CN-SEQUENCIA ': '
                               WS-DS-CANAL ' (' CN-DDD ') ' CN-NUMERO
                               ' ' WS-DS-MARCAS
                               DELIMITED BY SIZE INTO WS-REL-LINHA
                     END-IF
                     CALL 'RELWRT' USING WS-RELWRT
                  END-IF
            END-READ
            .
       P380-FIM.
       P390-DESCREVE-CANAL.

            EVALUATE TRUE
                WHEN CANAL-CELULAR
                   MOVE 'CELULAR'        TO WS-DS-CANAL
                WHEN CANAL-FIXO
                   MOVE 'FIXO'           TO WS-DS-CANAL
                WHEN CANAL-EMAIL
                   MOVE 'E-MAIL'         TO WS-DS-CANAL
                WHEN CANAL-WHATSAPP
                   MOVE 'WHATSAPP'       TO WS-DS-CANAL
                WHEN OTHER
                   MOVE '?'              TO WS-DS-CANAL
            END-EVALUATE

            MOVE SPACES                  TO WS-DS-MARCAS
            IF CANAL-PREFERENCIAL
               MOVE '[PREFERENCIAL]'     TO WS-DS-MARCAS
            END-IF
            IF CANAL-OPT-OUT
               MOVE '[OPT-OUT]'          TO WS-DS-MARCAS
            END-IF
            .
       P390-FIM.
       P400-RODAPE.

            MOVE 'T'                     TO WS-REL-ACAO
