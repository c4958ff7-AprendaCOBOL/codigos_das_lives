      *          TODOS OS CONTRATOS COM VENCIMENTO NA COMPETENCIA DA
      *          DATA DE MOVIMENTO - NESTE MODO RODA COMO PASSO
      *          DEPOIS DO FATURAMENTO MENSAL.
      * Update: 15/10/2026 - Parcela de contrato do canal PIX
      *         sai com o codigo de pagamento PIX (txid da cobranca
      *         pendente no PIXCOB.DAT) em vez da linha de agencia.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CARNE.
                RECORD KEY   IS CD-STUDENT
                ALTERNATE RECORD KEY IS NM-STUDENT WITH DUPLICATES
                FILE STATUS  IS WS-FS-EST.
                SELECT CONTRCOB ASSIGN TO
                WS-ARQ-CONTRCOB
                ORGANIZATION IS INDEXED
                ACCESS MODE  IS RANDOM
                RECORD KEY   IS CCB-NUM-CONTRATO
                FILE STATUS  IS WS-FS-CCB.
                SELECT PIXCOB ASSIGN TO
                WS-ARQ-PIXCOB
                ORGANIZATION IS INDEXED
                ACCESS MODE  IS DYNAMIC
                RECORD KEY   IS PIX-TXID
                ALTERNATE RECORD KEY IS PIX-CHAVE-PARCELA
                          WITH DUPLICATES
                FILE STATUS  IS WS-FS-PIX.
                SELECT RELATORIO ASSIGN TO
                WS-ARQ-CARNE
                ORGANIZATION IS LINE SEQUENTIAL
       FD ESTUDANTE.
          COPY FD_ESTUDANTE.

       FD CONTRCOB.
          COPY FD_CONTRCOB.

       FD PIXCOB.
          COPY FD_PIXCOB.

       FD RELATORIO.
       01 REG-RELATORIO                  PIC X(80).

          'C:\CURSOCOBOL\COBOL\01 - BASICO\BIN\STUDENT.DAT'.
       77 WS-ARQ-CARNE               PIC X(68) VALUE
          'C:\CursoCOBOL\COBOL\01 - Basico\bin\CARNE.LST'.
       77 WS-ARQ-CONTRCOB            PIC X(68) VALUE
          'C:\CursoCOBOL\COBOL\01 - Basico\bin\CONTRCOB.DAT'.
       77 WS-ARQ-PIXCOB              PIC X(68) VALUE
          'C:\CursoCOBOL\COBOL\01 - Basico\bin\PIXCOB.DAT'.
       77 WS-FS                          PIC 99.
          88 FS-OK                       VALUE 0.
       77 WS-FS-CLI                      PIC 99.
          88 CLI-ABERTO                  VALUE 'S'.
       77 WS-EST-ABERTO                  PIC X VALUE 'N'.
          88 EST-ABERTO                  VALUE 'S'.
       77 WS-FS-CCB                      PIC 99.
          88 FS-CCB-OK                   VALUE 0.
       77 WS-CCB-ABERTO                  PIC X VALUE 'N'.
          88 CCB-ABERTO                  VALUE 'S'.
       77 WS-FS-PIX                      PIC 99.
          88 FS-PIX-OK                   VALUE 0.
       77 WS-PIX-ABERTO                  PIC X VALUE 'N'.
          88 PIX-ABERTO                  VALUE 'S'.
       77 WS-EOF-PIX                     PIC X.
          88 EOF-PIX-OK                  VALUE 'S' FALSE 'N'.
       77 WS-CONTRATO-CANAL              PIC 9(06) VALUE ZEROS.
       77 WS-CANAL-PIX                   PIC X VALUE 'N'.
          88 CONTRATO-PIX                VALUE 'S'.
       77 WS-TXID                        PIC X(26) VALUE SPACES.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            CALL 'ARQCONF' USING 'CLIENTE.DAT     ' WS-ARQ-CLIENTE
            CALL 'ARQCONF' USING 'STUDENT.DAT     ' WS-ARQ-STUDENT
            CALL 'ARQCONF' USING 'CARNE.LST       ' WS-ARQ-CARNE
            CALL 'ARQCONF' USING 'CONTRCOB.DAT    ' WS-ARQ-CONTRCOB
            CALL 'ARQCONF' USING 'PIXCOB.DAT      ' WS-ARQ-PIXCOB

            CALL 'DTMOVIM' USING WS-DATA-MOVIMENTO WS-CONTROLE-DATA
            MOVE WS-DATA-MOVIMENTO(1:6)  TO WS-COMPETENCIA
               MOVE 'S'                  TO WS-EST-ABERTO
            END-IF

      ***** SEM CADASTRO DE CANAL, TODO CONTRATO E BOLETO; O CODIGO ***
      ***** PIX VEM DA COBRANCA GERADA PELO FATURA ********************
            OPEN INPUT CONTRCOB
            IF FS-CCB-OK
               MOVE 'S'                  TO WS-CCB-ABERTO
            END-IF
            OPEN INPUT PIXCOB
            IF FS-PIX-OK
               MOVE 'S'                  TO WS-PIX-ABERTO
            END-IF

            OPEN OUTPUT RELATORIO

            IF WS-FS-REL NOT EQUAL ZEROS
            IF EST-ABERTO
               CLOSE ESTUDANTE
            END-IF
            IF CCB-ABERTO
               CLOSE CONTRCOB
            END-IF
            IF PIX-ABERTO
               CLOSE PIXCOB
            END-IF
            CLOSE CONTRATO RELATORIO

            DISPLAY 'FOLHAS DE CARNE IMPRESSAS: ' WS-QT-FOLHAS
                   DELIMITED BY SIZE INTO REG-RELATORIO
            WRITE REG-RELATORIO

            PERFORM P500-CANAL-PIX       THRU P500-FIM

            IF CONTRATO-PIX
               PERFORM P550-LINHAS-PIX   THRU P550-FIM
            ELSE
               MOVE SPACES               TO REG-RELATORIO
               STRING '| PAGAVEL EM QUALQUER AGENCIA ATE O VENCIMENTO'
                      DELIMITED BY SIZE INTO REG-RELATORIO
               WRITE REG-RELATORIO
            END-IF

            MOVE '+---------------------------------------------+'
                                          TO REG-RELATORIO
            END-IF
            .
       P450-FIM.
       P500-CANAL-PIX.

      ***** CANAL DO CONTRATO (CONTRCOB.DAT), RELIDO SO QUANDO O ******
      ***** CONTRATO MUDA *********************************************
            IF NUM-CONTRATO EQUAL WS-CONTRATO-CANAL
               GO TO P500-FIM
            END-IF

            MOVE NUM-CONTRATO            TO WS-CONTRATO-CANAL
            MOVE 'N'                     TO WS-CANAL-PIX

            IF NOT CCB-ABERTO
               GO TO P500-FIM
            END-IF

            MOVE NUM-CONTRATO            TO CCB-NUM-CONTRATO
            READ CONTRCOB
               INVALID KEY
                  CONTINUE
               NOT INVALID KEY
                  IF CANAL-PIX
                     MOVE 'S'            TO WS-CANAL-PIX
                  END-IF
            END-READ
            .
       P500-FIM.
       P550-LINHAS-PIX.

      ***** O CODIGO DE PAGAMENTO E O TXID DA COBRANCA PENDENTE DA ****
      ***** PARCELA; SEM COBRANCA, A PARCELA AINDA NAO FOI FATURADA ***
            MOVE SPACES                  TO WS-TXID

            IF PIX-ABERTO
               MOVE NUM-CONTRATO         TO PIX-NUM-CONTRATO
               MOVE NUM-PARCELA-CONTRATO TO PIX-NUM-PARCELA
               SET EOF-PIX-OK            TO FALSE
               START PIXCOB KEY EQUAL PIX-CHAVE-PARCELA
                  INVALID KEY
                     SET EOF-PIX-OK      TO TRUE
               END-START
               PERFORM P560-LE-COBRANCA-PIX THRU P560-FIM
                       UNTIL EOF-PIX-OK
            END-IF

            MOVE SPACES                  TO REG-RELATORIO
            STRING '| PAGAVEL POR PIX ATE O VENCIMENTO'
                   DELIMITED BY SIZE INTO REG-RELATORIO
            WRITE REG-RELATORIO

            MOVE SPACES                  TO REG-RELATORIO
            IF WS-TXID EQUAL SPACES
               STRING '| CODIGO PIX.: GERADO NO FATURAMENTO DO MES'
                      DELIMITED BY SIZE INTO REG-RELATORIO
            ELSE
               STRING '| CODIGO PIX.: ' WS-TXID
                      DELIMITED BY SIZE INTO REG-RELATORIO
            END-IF
            WRITE REG-RELATORIO
            .
       P550-FIM.
       P560-LE-COBRANCA-PIX.

            READ PIXCOB NEXT RECORD
               AT END
                  SET EOF-PIX-OK         TO TRUE
                  GO TO P560-FIM
            END-READ

            IF PIX-NUM-CONTRATO NOT EQUAL NUM-CONTRATO
               OR PIX-NUM-PARCELA NOT EQUAL NUM-PARCELA-CONTRATO
               SET EOF-PIX-OK            TO TRUE
               GO TO P560-FIM
            END-IF

            IF PIX-PENDENTE
               MOVE PIX-TXID             TO WS-TXID
            END-IF
            .
       P560-FIM.
       END PROGRAM CARNE.
