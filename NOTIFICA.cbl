      *          MESMA PARCELA/FAIXA OU O MESMO RESULTADO NUNCA
      *          NOTIFICA DUAS VEZES; QUEM NAO TEM ENDERECO SAI NA
      *          LISTA DE REJEITADOS (NOTIFREJ.LST).
      * Update: 15/10/2026 - Terceiro alimentador: cobranca
      *         PIX pendente gerada pelo FATURA (PIXCOB.DAT) manda ao
      *         cliente o codigo de pagamento (template PIXCOB, com o
      *         txid). A data do aviso fica na cobranca, que nunca
      *         notifica duas vezes.
      * Update: 15/10/2026 - Cada aviso leva no fim da linha do
      *         NOTIFOUT o seu identificador (tipo + chave do
      *         NOTIFREG, que passou ao FD_NOTIFREG com pessoa,
      *         destino, template e situacao de entrega) para o
      *         retorno do middleware (NOTIFRET) achar o aviso; a
      *         cobranca PIX tambem passa a ser registrada (tipo X,
      *         chave = txid). E-mail invalidado por devolucao no
      *         mestre nao e usado: o aviso sai na lista de
      *         rejeitados.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. NOTIFICA.
                ACCESS MODE  IS RANDOM
                RECORD KEY   IS CHAVE-NOTIFREG
                FILE STATUS  IS WS-FS-REG.
                SELECT PIXCOB ASSIGN TO
                WS-ARQ-PIXCOB
                ORGANIZATION IS INDEXED
                ACCESS MODE  IS DYNAMIC
                RECORD KEY   IS PIX-TXID
                ALTERNATE RECORD KEY IS PIX-CHAVE-PARCELA
                          WITH DUPLICATES
                FILE STATUS  IS WS-FS-PIX.
                SELECT NOTIFOUT ASSIGN TO
                WS-ARQ-NOTIFOUT
                ORGANIZATION IS LINE SEQUENTIAL
          COPY FD_ESTUDANTE.

       FD NOTIFREG.
          COPY FD_NOTIFREG.

       FD PIXCOB.
          COPY FD_PIXCOB.

       FD NOTIFOUT.
       01 REG-NOTIFOUT.
          03 OUT-TEMPLATE                PIC X(08).
          03 FILLER                      PIC X(01).
          03 OUT-CAMPOS                  PIC X(60).
          03 FILLER                      PIC X(01).
          03 OUT-ID-NOTIFICACAO          PIC X(27).

       FD REJEITADOS.
       01 REG-REJEITADO                  PIC X(80).
          'C:\CursoCOBOL\COBOL\01 - Basico\bin\NOTIFOUT.TXT'.
       77 WS-ARQ-NOTIFREJ            PIC X(68) VALUE
          'C:\CursoCOBOL\COBOL\01 - Basico\bin\NOTIFREJ.LST'.
       77 WS-ARQ-PIXCOB              PIC X(68) VALUE
          'C:\CursoCOBOL\COBOL\01 - Basico\bin\PIXCOB.DAT'.
       77 WS-FS                          PIC 99.
          88 FS-OK                       VALUE 0.
       77 WS-FS-CLI                      PIC 99.
          88 EST-ABERTO                  VALUE 'S'.
       77 WS-FS-REG                      PIC 99.
          88 FS-REG-OK                   VALUE 0.
       77 WS-FS-PIX                      PIC 99.
          88 FS-PIX-OK                   VALUE 0.
       77 WS-FS-OUT                      PIC 99.
       77 WS-FS-REJ                      PIC 99.
       77 WS-EOF                         PIC X.
       77 WS-SM-INF                      PIC 9(01).
       77 WS-CLIENTE-NUM                 PIC 9(03).
       77 WS-DESTINO                     PIC X(30) VALUE SPACES.
       77 WS-TP-PESSOA                   PIC X(01) VALUE SPACES.
       77 WS-CD-PESSOA                   PIC 9(05) VALUE ZEROS.
       77 WS-EMAIL-INVALIDO              PIC X(01) VALUE 'N'.
          88 EMAIL-INVALIDO              VALUE 'S' FALSE 'N'.
       77 WS-QT-GERADAS                  PIC 9(05) VALUE ZEROS.
       77 WS-QT-JA-ENVIADAS              PIC 9(05) VALUE ZEROS.
       77 WS-QT-REJEITADAS               PIC 9(05) VALUE ZEROS.
       77 WS-QT-INVALIDADOS              PIC 9(05) VALUE ZEROS.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            CALL 'ARQCONF' USING 'NOTIFREG.DAT    ' WS-ARQ-NOTIFREG
            CALL 'ARQCONF' USING 'NOTIFOUT.TXT    ' WS-ARQ-NOTIFOUT
            CALL 'ARQCONF' USING 'NOTIFREJ.LST    ' WS-ARQ-NOTIFREJ
            CALL 'ARQCONF' USING 'PIXCOB.DAT      ' WS-ARQ-PIXCOB

            CALL 'DTMOVIM' USING WS-DATA-MOVIMENTO WS-CONTROLE-DATA
            COMPUTE WS-DIAS-HOJE =

            PERFORM P200-PARCELAS-VENCIDAS THRU P200-FIM
            PERFORM P500-RESULTADOS        THRU P500-FIM
            PERFORM P700-COBRANCAS-PIX     THRU P700-FIM

            CLOSE NOTIFREG NOTIFOUT REJEITADOS

            DISPLAY 'GERADAS........: ' WS-QT-GERADAS
            DISPLAY 'JA NOTIFICADAS.: ' WS-QT-JA-ENVIADAS
            DISPLAY 'SEM ENDERECO...: ' WS-QT-REJEITADAS
            DISPLAY 'E-MAIL INVALIDO: ' WS-QT-INVALIDADOS
            DISPLAY 'FILA EM NOTIFOUT.TXT, REJEITADOS EM '
                    'NOTIFREJ.LST'


      ***** O DESTINO E O E-MAIL DO CLIENTE DA PARCELA ****************
            MOVE SPACES                  TO WS-DESTINO
                                            WS-TP-PESSOA
            MOVE ZEROS                   TO WS-CD-PESSOA
            SET EMAIL-INVALIDO           TO FALSE
            IF CLI-ABERTO
               AND CD-CLIENTE-CONTRATO(1:3) IS NUMERIC
               MOVE CD-CLIENTE-CONTRATO(1:3) TO WS-CLIENTE-NUM
                  INVALID KEY
                     CONTINUE
                  NOT INVALID KEY
                     PERFORM P810-DESTINO-CLIENTE THRU P810-FIM
               END-READ
            END-IF

                  INVALID KEY
                     CONTINUE
                  NOT INVALID KEY
                     PERFORM P820-DESTINO-ESTUDANTE THRU P820-FIM
               END-READ
            END-IF

            IF EMAIL-INVALIDO
               ADD 1                     TO WS-QT-INVALIDADOS
               MOVE SPACES               TO REG-REJEITADO
               STRING 'E-MAIL INVALIDADO - CONTRATO ' NUM-CONTRATO
                      ' PARCELA ' NUM-PARCELA-CONTRATO
                      ' CLIENTE ' CD-CLIENTE-CONTRATO(1:8)
                      DELIMITED BY SIZE INTO REG-REJEITADO
               WRITE REG-REJEITADO
               GO TO P220-FIM
            END-IF

            IF WS-DESTINO EQUAL SPACES
               ADD 1                     TO WS-QT-REJEITADAS
               MOVE SPACES               TO REG-REJEITADO
            STRING NUM-CONTRATO ';' NUM-PARCELA-CONTRATO ';'
                   DT-VENCIMENTO-PARCELA ';' VR-PARCELA-TOTAL
                   DELIMITED BY SIZE INTO OUT-CAMPOS
            MOVE CHAVE-NOTIFREG          TO OUT-ID-NOTIFICACAO
            WRITE REG-NOTIFOUT

            PERFORM P800-PREENCHE-REGISTRO THRU P800-FIM
            WRITE REG-NOTIFREG
               INVALID KEY
                  DISPLAY 'ERRO AO REGISTRAR O ENVIO DA PARCELA '

      ***** O DESTINO E O E-MAIL DO ESTUDANTE (CODIGO UNICO) **********
            MOVE SPACES                  TO WS-DESTINO
                                            WS-TP-PESSOA
            MOVE ZEROS                   TO WS-CD-PESSOA
            SET EMAIL-INVALIDO           TO FALSE
            IF EST-ABERTO
               MOVE NT-ID-ALUNO          TO CD-STUDENT
               READ ESTUDANTE
                  INVALID KEY
                     CONTINUE
                  NOT INVALID KEY
                     PERFORM P820-DESTINO-ESTUDANTE THRU P820-FIM
               END-READ
            END-IF

            IF EMAIL-INVALIDO
               ADD 1                     TO WS-QT-INVALIDADOS
               MOVE SPACES               TO REG-REJEITADO
               STRING 'E-MAIL INVALIDADO - ALUNO ' NT-ID-ALUNO
                      ' DISC ' NT-ID-MATERIA
                      ' PERIODO ' NT-AA-PERIODO '/' NT-SM-PERIODO
                      DELIMITED BY SIZE INTO REG-REJEITADO
               WRITE REG-REJEITADO
               GO TO P520-FIM
            END-IF

            IF WS-DESTINO EQUAL SPACES
               ADD 1                     TO WS-QT-REJEITADAS
               MOVE SPACES               TO REG-REJEITADO
            STRING NT-NM-MATERIA ';' NT-MD-ALUNO ';'
                   NT-ST-APROVACAO
                   DELIMITED BY SIZE INTO OUT-CAMPOS
            MOVE CHAVE-NOTIFREG          TO OUT-ID-NOTIFICACAO
            WRITE REG-NOTIFOUT

            PERFORM P800-PREENCHE-REGISTRO THRU P800-FIM
            WRITE REG-NOTIFREG
               INVALID KEY
                  DISPLAY 'ERRO AO REGISTRAR O ENVIO DO RESULTADO '
            ADD 1                        TO WS-QT-GERADAS
            .
       P520-FIM.
       P700-COBRANCAS-PIX.

      ***** COBRANCA PIX GERADA PELO FATURA: O CLIENTE RECEBE O *******
      ***** CODIGO DE PAGAMENTO (TXID) UMA UNICA VEZ - A DATA DO ******
      ***** AVISO FICA NA PROPRIA COBRANCA ****************************
            OPEN I-O PIXCOB

            IF NOT FS-PIX-OK
               GO TO P700-FIM
            END-IF

            MOVE 'N'                     TO WS-CLI-ABERTO
            OPEN INPUT CLIENTE
            IF FS-CLI-OK
               MOVE 'S'                  TO WS-CLI-ABERTO
            END-IF

            MOVE 'N'                     TO WS-EST-ABERTO
            OPEN INPUT ESTUDANTE
            IF FS-EST-OK
               MOVE 'S'                  TO WS-EST-ABERTO
            END-IF

            SET EOF-OK                   TO FALSE
            PERFORM P710-LE-COBRANCA-PIX THRU P710-FIM UNTIL EOF-OK

            IF CLI-ABERTO
               CLOSE CLIENTE
            END-IF
            IF EST-ABERTO
               CLOSE ESTUDANTE
            END-IF
            CLOSE PIXCOB
            .
       P700-FIM.
       P710-LE-COBRANCA-PIX.

            READ PIXCOB NEXT RECORD
               AT END
                  SET EOF-OK             TO TRUE
                  GO TO P710-FIM
            END-READ

            IF NOT PIX-PENDENTE
               GO TO P710-FIM
            END-IF

            IF PIX-DT-AVISO NOT EQUAL ZEROS
               ADD 1                     TO WS-QT-JA-ENVIADAS
               GO TO P710-FIM
            END-IF

      ***** O DESTINO E O E-MAIL DO CLIENTE DA COBRANCA, OU DO ********
      ***** ESTUDANTE NA MENSALIDADE (MARCA 'ALU') ********************
            MOVE SPACES                  TO WS-DESTINO
                                            WS-TP-PESSOA
            MOVE ZEROS                   TO WS-CD-PESSOA
            SET EMAIL-INVALIDO           TO FALSE
            IF CLI-ABERTO
               AND PIX-CD-CLIENTE(1:3) IS NUMERIC
               MOVE PIX-CD-CLIENTE(1:3)  TO WS-CLIENTE-NUM
               MOVE WS-CLIENTE-NUM       TO CD-CLIENTE
               READ CLIENTE
                  INVALID KEY
                     CONTINUE
                  NOT INVALID KEY
                     PERFORM P810-DESTINO-CLIENTE THRU P810-FIM
               END-READ
            END-IF

            IF PIX-CD-CLIENTE(1:3) EQUAL 'ALU'
               AND PIX-CD-CLIENTE(4:5) IS NUMERIC
               AND EST-ABERTO
               MOVE PIX-CD-CLIENTE(4:5)  TO CD-STUDENT
               READ ESTUDANTE
                  INVALID KEY
                     CONTINUE
                  NOT INVALID KEY
                     PERFORM P820-DESTINO-ESTUDANTE THRU P820-FIM
               END-READ
            END-IF

            IF EMAIL-INVALIDO
               ADD 1                     TO WS-QT-INVALIDADOS
               MOVE SPACES               TO REG-REJEITADO
               STRING 'E-MAIL INVALIDADO - COBRANCA PIX ' PIX-TXID
                      ' CONTRATO ' PIX-NUM-CONTRATO
                      DELIMITED BY SIZE INTO REG-REJEITADO
               WRITE REG-REJEITADO
               GO TO P710-FIM
            END-IF

            IF WS-DESTINO EQUAL SPACES
               ADD 1                     TO WS-QT-REJEITADAS
               MOVE SPACES               TO REG-REJEITADO
               STRING 'SEM ENDERECO - COBRANCA PIX ' PIX-TXID
                      ' CONTRATO ' PIX-NUM-CONTRATO
                      ' PARCELA ' PIX-NUM-PARCELA
                      DELIMITED BY SIZE INTO REG-REJEITADO
               WRITE REG-REJEITADO
               GO TO P710-FIM
            END-IF

            MOVE SPACES                  TO REG-NOTIFOUT
            MOVE WS-DESTINO              TO OUT-DESTINO
            MOVE 'PIXCOB  '              TO OUT-TEMPLATE
            MOVE SPACES                  TO OUT-CAMPOS
            STRING PIX-NUM-CONTRATO ';' PIX-NUM-PARCELA ';'
                   PIX-DT-VENCIMENTO ';' PIX-VR-COBRANCA ';'
                   PIX-TXID
                   DELIMITED BY SIZE INTO OUT-CAMPOS
            MOVE 'X'                     TO NTF-TIPO
            MOVE PIX-TXID                TO NTF-CHAVE
            MOVE CHAVE-NOTIFREG          TO OUT-ID-NOTIFICACAO
            WRITE REG-NOTIFOUT

            PERFORM P800-PREENCHE-REGISTRO THRU P800-FIM
            WRITE REG-NOTIFREG
               INVALID KEY
                  DISPLAY 'ERRO AO REGISTRAR O ENVIO DA COBRANCA PIX '
                          PIX-TXID
            END-WRITE

            MOVE WS-DATA-MOVIMENTO       TO PIX-DT-AVISO
            REWRITE REG-PIXCOB
               INVALID KEY
                  DISPLAY 'ERRO AO REGISTRAR O AVISO DA COBRANCA PIX '
                          PIX-TXID
            END-REWRITE

            ADD 1                        TO WS-QT-GERADAS
            .
       P710-FIM.
       P800-PREENCHE-REGISTRO.

      ***** O AVISO E REGISTRADO COM A PESSOA, O ENDERECO E O *********
      ***** TEMPLATE USADOS, AINDA SEM RETORNO DO MIDDLEWARE **********
            MOVE WS-DATA-MOVIMENTO       TO NTF-DT-GERACAO
            MOVE WS-TP-PESSOA            TO NTF-TP-PESSOA
            MOVE WS-CD-PESSOA            TO NTF-CD-PESSOA
            MOVE WS-DESTINO              TO NTF-DESTINO
            MOVE OUT-TEMPLATE            TO NTF-TEMPLATE
            MOVE SPACES                  TO NTF-SITUACAO
                                            NTF-DIAGNOSTICO
                                            NTF-CARTA
            MOVE ZEROS                   TO NTF-DT-SITUACAO
                                            NTF-HR-SITUACAO
                                            NTF-QT-DEVOL-TEMP
            .
       P800-FIM.
       P810-DESTINO-CLIENTE.

            MOVE EM-CLIENTE              TO WS-DESTINO
            MOVE 'C'                     TO WS-TP-PESSOA
            MOVE CD-CLIENTE              TO WS-CD-PESSOA
            IF EMAIL-CLIENTE-INVALIDO
               AND EM-CLIENTE NOT EQUAL SPACES
               SET EMAIL-INVALIDO        TO TRUE
            END-IF
            .
       P810-FIM.
       P820-DESTINO-ESTUDANTE.

            MOVE EM-STUDENT              TO WS-DESTINO
            MOVE 'A'                     TO WS-TP-PESSOA
            MOVE CD-STUDENT              TO WS-CD-PESSOA
            IF EMAIL-STUDENT-INVALIDO
               AND EM-STUDENT NOT EQUAL SPACES
               SET EMAIL-INVALIDO        TO TRUE
            END-IF
            .
       P820-FIM.
       END PROGRAM NOTIFICA.
