      *          SOBREVIVENTE, INATIVA O PERDEDOR COM DT-SITUACAO E
      *          REGISTRA A OPERACAO NO JORNAL DE CONTATOS (CNTJRNL)
      *          - O CNTJBROW EXPLICA PARA ONDE O CONTATO FOI.
      * Update: 15/10/2026 - Os canais do contato perdedor
      *         (CTTCAN.DAT: fones, e-mail, WhatsApp) tambem passam
      *         para o sobrevivente, na proxima sequencia livre dele;
      *         se o sobrevivente ja tem canal preferencial, o canal
      *         que chega perde a marca.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CNTTMERG.
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

       WORKING-STORAGE SECTION.
      ***** CAMINHOS FISICOS DOS ARQUIVOS - PRE-CARREGADOS COM O *****
      ***** PADRAO HISTORICO E RESOLVIDOS PELO ARQCONF NO INICIO *****
          'C:\CursoCOBOL\COBOL\01 - Basico\bin\CONTATOS.DAT'.
       77 WS-ARQ-CTTEND              PIC X(68) VALUE
          'C:\CursoCOBOL\COBOL\01 - Basico\bin\CTTEND.DAT'.
       77 WS-ARQ-CTTCAN              PIC X(68) VALUE
          'C:\CursoCOBOL\COBOL\01 - Basico\bin\CTTCAN.DAT'.
       77 WS-FS                          PIC 99.
          88 FS-OK                       VALUE 0.
       77 WS-FS-END                      PIC 99.
          88 FS-END-OK                   VALUE 0.
       77 WS-END-ABERTO                  PIC X VALUE 'N'.
          88 END-ABERTO                  VALUE 'S'.
       77 WS-FS-CAN                      PIC 99.
          88 FS-CAN-OK                   VALUE 0.
       77 WS-CAN-ABERTO                  PIC X VALUE 'N'.
          88 CAN-ABERTO                  VALUE 'S'.
       77 WS-EOF                         PIC X.
          88 EOF-OK                      VALUE 'S' FALSE 'N'.
       77 WS-EOF-END                     PIC X.
          88 EOF-END-OK                  VALUE 'S' FALSE 'N'.
       77 WS-EOF-CAN                     PIC X.
          88 EOF-CAN-OK                  VALUE 'S' FALSE 'N'.
       77 WS-DATA-HOJE                   PIC 9(08) VALUE ZEROS.
       77 WS-CONFIRMA                    PIC X.
      ***** TABELA DOS CONTATOS ATIVOS COM O NOME NORMALIZADO *********
       77 WS-PROX-SEQ                    PIC 9(02) VALUE ZEROS.
       77 WS-QT-FUSOES                   PIC 9(04) VALUE ZEROS.
       77 WS-QT-ENDERECOS                PIC 9(03) VALUE ZEROS.
       77 WS-QT-CANAIS                   PIC 9(03) VALUE ZEROS.
       77 WS-PREF-SOBREVIVE              PIC X VALUE 'N'.
          88 SOBREVIVE-TEM-PREFERENCIAL  VALUE 'S' FALSE 'N'.
       77 WS-IMAGEM-ANTES                PIC X(34) VALUE SPACES.
       77 WS-IMAGEM-DEPOIS               PIC X(34) VALUE SPACES.
       01 WS-SIGNON.
      ***** RESOLVE OS CAMINHOS FISICOS PELO PERFIL DO ARQCONF ******
            CALL 'ARQCONF' USING 'CONTATOS.DAT    ' WS-ARQ-CONTATOS
            CALL 'ARQCONF' USING 'CTTEND.DAT      ' WS-ARQ-CTTEND
            CALL 'ARQCONF' USING 'CTTCAN.DAT      ' WS-ARQ-CTTCAN

            DISPLAY '*** FUSAO DE CONTATOS DUPLICADOS ***'

                       'NAO REAPONTA FILHOS.'
            END-IF

            OPEN I-O CTTCAN
            IF FS-CAN-OK
               MOVE 'S'                  TO WS-CAN-ABERTO
            ELSE
               DISPLAY 'AVISO: SEM ARQUIVO DE CANAIS - A FUSAO '
                       'NAO REAPONTA OS CANAIS.'
            END-IF

            PERFORM P100-CARREGA-ATIVOS  THRU P100-FIM
            PERFORM P200-PROCURA-PARES   THRU P200-FIM

            IF END-ABERTO
               CLOSE CTTEND
            END-IF
            IF CAN-ABERTO
               CLOSE CTTCAN
            END-IF
            CLOSE CONTATOS

            DISPLAY 'FUSOES REALIZADAS NESTA SESSAO: ' WS-QT-FUSOES
            END-IF

            PERFORM P400-REAPONTA-FILHOS THRU P400-FIM
            PERFORM P600-REAPONTA-CANAIS THRU P600-FIM
            PERFORM P500-INATIVA-PERDEDOR THRU P500-FIM

            MOVE 'S'                     TO WS-TC-FUNDIDO (WS-I)
                    WS-ID-SOBREVIVE '.'
            .
       P500-FIM.
       P600-REAPONTA-CANAIS.

      ***** OS CANAIS DO PERDEDOR GANHAM A PROXIMA SEQUENCIA LIVRE ****
      ***** DO SOBREVIVENTE; SE ELE JA TEM CANAL PREFERENCIAL, O ******
      ***** CANAL QUE CHEGA PERDE A MARCA *****************************
            IF NOT CAN-ABERTO
               GO TO P600-FIM
            END-IF

      ***** PROXIMA SEQUENCIA LIVRE DO SOBREVIVENTE *******************
            MOVE ZEROS                   TO WS-PROX-SEQ
            SET SOBREVIVE-TEM-PREFERENCIAL TO FALSE
            MOVE WS-ID-SOBREVIVE         TO CN-ID-CONTATO
            MOVE ZEROS                   TO CN-SEQUENCIA
            SET EOF-CAN-OK               TO FALSE
            START CTTCAN KEY NOT LESS THAN CHAVE-CTTCAN
               INVALID KEY
                  SET EOF-CAN-OK         TO TRUE
            END-START
            PERFORM P610-ACHA-SEQ-CANAL  THRU P610-FIM
                    UNTIL EOF-CAN-OK

      ***** COLETA AS SEQUENCIAS DO PERDEDOR **************************
            MOVE ZEROS                   TO WS-QTD-MOVER
            MOVE WS-ID-PERDE             TO CN-ID-CONTATO
            MOVE ZEROS                   TO CN-SEQUENCIA
            SET EOF-CAN-OK               TO FALSE
            START CTTCAN KEY NOT LESS THAN CHAVE-CTTCAN
               INVALID KEY
                  SET EOF-CAN-OK         TO TRUE
            END-START
            PERFORM P620-COLETA-CANAL    THRU P620-FIM
                    UNTIL EOF-CAN-OK

            MOVE ZEROS                   TO WS-QT-CANAIS
            PERFORM P630-MOVE-CANAL      THRU P630-FIM
                    VARYING WS-K FROM 1 BY 1
                    UNTIL WS-K GREATER THAN WS-QTD-MOVER

            DISPLAY 'CANAIS REAPONTADOS: ' WS-QT-CANAIS
            .
       P600-FIM.
       P610-ACHA-SEQ-CANAL.

            READ CTTCAN NEXT RECORD
               AT END
                  SET EOF-CAN-OK         TO TRUE
               NOT AT END
                  IF CN-ID-CONTATO NOT EQUAL WS-ID-SOBREVIVE
                     SET EOF-CAN-OK      TO TRUE
                  ELSE
                     MOVE CN-SEQUENCIA   TO WS-PROX-SEQ
                     IF CANAL-PREFERENCIAL
                        SET SOBREVIVE-TEM-PREFERENCIAL TO TRUE
                     END-IF
                  END-IF
            END-READ
            .
       P610-FIM.
       P620-COLETA-CANAL.

            READ CTTCAN NEXT RECORD
               AT END
                  SET EOF-CAN-OK         TO TRUE
               NOT AT END
                  IF CN-ID-CONTATO NOT EQUAL WS-ID-PERDE
                     SET EOF-CAN-OK      TO TRUE
                  ELSE
                     IF WS-QTD-MOVER LESS THAN 99
                        ADD 1            TO WS-QTD-MOVER
                        MOVE CN-SEQUENCIA TO
                             WS-MV-SEQ (WS-QTD-MOVER)
                     END-IF
                  END-IF
            END-READ
            .
       P620-FIM.
       P630-MOVE-CANAL.

            MOVE WS-ID-PERDE             TO CN-ID-CONTATO
            MOVE WS-MV-SEQ (WS-K)        TO CN-SEQUENCIA

            READ CTTCAN
               INVALID KEY
                  GO TO P630-FIM
            END-READ

            IF CANAL-PREFERENCIAL
               IF SOBREVIVE-TEM-PREFERENCIAL
                  SET CANAL-PREFERENCIAL TO FALSE
               ELSE
                  SET SOBREVIVE-TEM-PREFERENCIAL TO TRUE
               END-IF
            END-IF

            ADD 1                        TO WS-PROX-SEQ
            MOVE WS-ID-SOBREVIVE         TO CN-ID-CONTATO
            MOVE WS-PROX-SEQ             TO CN-SEQUENCIA

            WRITE REG-CTTCAN
               INVALID KEY
                  DISPLAY 'ERRO AO REAPONTAR O CANAL SEQ '
                          WS-MV-SEQ (WS-K)
                  GO TO P630-FIM
            END-WRITE

            MOVE WS-ID-PERDE             TO CN-ID-CONTATO
            MOVE WS-MV-SEQ (WS-K)        TO CN-SEQUENCIA
            DELETE CTTCAN RECORD
               INVALID KEY
                  DISPLAY 'ERRO AO APAGAR O CANAL ANTIGO SEQ '
                          WS-MV-SEQ (WS-K)
            END-DELETE

            ADD 1                        TO WS-QT-CANAIS
            .
       P630-FIM.
       END PROGRAM CNTTMERG.
