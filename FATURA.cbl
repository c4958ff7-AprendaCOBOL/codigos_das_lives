      * Update: 03/09/2026 - Parcela cujo titulo voltou REJEITADO no
      *         retorno (REMREG 'J', marcado pelo RETBANCO) e
      *         reapresentada nesta remessa mesmo fora da competencia.
      * Update: 15/10/2026 - Parcela de contrato do canal PIX
      *         ganha uma cobranca PIX com txid unico (PIXCOB.DAT) e
      *         sai no arquivo de cobrancas para o PSP (PIXCOB.TXT),
      *         fora da remessa e do REMREG. Cobranca pendente de um
      *         faturamento anterior fica substituida.
      * Update: 15/10/2026 - Parcela de contrato CONSIGNADO nao e
      *         cobrada do cliente: sai so no registro, com total
      *         proprio, e e descontada na folha (FOLHAPAG).
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. FATURA.
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
                SELECT PIXREM ASSIGN TO
                WS-ARQ-PIXREM
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS  IS WS-FS-PXR.

       DATA DIVISION.
       FILE SECTION.
       FD CONTRCOB.
          COPY FD_CONTRCOB.

       FD PIXCOB.
          COPY FD_PIXCOB.

       FD PIXREM.
       01 REG-PIXREM                     PIC X(80).

       WORKING-STORAGE SECTION.
      ***** CAMINHOS FISICOS DOS ARQUIVOS - PRE-CARREGADOS COM O *****
      ***** PADRAO HISTORICO E RESOLVIDOS PELO ARQCONF NO INICIO *****
          'C:\CursoCOBOL\COBOL\01 - Basico\bin\DEBAUTO.TXT'.
       77 WS-ARQ-CONTRCOB            PIC X(68) VALUE
          'C:\CursoCOBOL\COBOL\01 - Basico\bin\CONTRCOB.DAT'.
       77 WS-ARQ-PIXCOB              PIC X(68) VALUE
          'C:\CursoCOBOL\COBOL\01 - Basico\bin\PIXCOB.DAT'.
       77 WS-ARQ-PIXREM              PIC X(68) VALUE
          'C:\CursoCOBOL\COBOL\01 - Basico\bin\PIXCOB.TXT'.
       77 WS-FS                          PIC 99.
          88 FS-OK                       VALUE 0.
       77 WS-FS-REM                      PIC 99.
          88 FS-CCB-OK                   VALUE 0.
       77 WS-CCB-ABERTO                  PIC X VALUE 'N'.
          88 CCB-ABERTO                  VALUE 'S'.
       77 WS-FS-PIX                      PIC 99.
          88 FS-PIX-OK                   VALUE 0.
       77 WS-FS-PXR                      PIC 99.
       77 WS-EOF-PIX                     PIC X.
          88 EOF-PIX-OK                  VALUE 'S' FALSE 'N'.
       77 WS-PIX-REUSO                   PIC X VALUE 'N'.
          88 PIX-REUSO                   VALUE 'S'.
       77 WS-TXID                        PIC X(26) VALUE SPACES.
       77 WS-SEQ-PIX                     PIC 9(06) VALUE ZEROS.
       77 WS-QT-PIX                      PIC 9(06) VALUE ZEROS.
       77 WS-VR-PIX                      PIC 9(11)V99 VALUE ZEROS.
       77 WS-QT-PIX-SUBST                PIC 9(06) VALUE ZEROS.
       77 WS-CANAL-PARCELA               PIC X(01) VALUE 'B'.
       77 WS-CONTRATO-CANAL              PIC 9(06) VALUE ZEROS.
       77 WS-QT-DEBITOS                  PIC 9(06) VALUE ZEROS.
       77 WS-VR-DEBITOS                  PIC 9(11)V99 VALUE ZEROS.
       77 WS-QT-CONSIGNADO               PIC 9(06) VALUE ZEROS.
       77 WS-VR-CONSIGNADO               PIC 9(11)V99 VALUE ZEROS.
       77 WS-REJEITADA                   PIC X VALUE 'N'.
          88 PARCELA-REJEITADA           VALUE 'S'.
       77 WS-EOF                         PIC X.
          03 WS-DEB-TRL-QUANTIDADE       PIC 9(06).
          03 WS-DEB-TRL-VALOR-TOTAL      PIC 9(11)V99.
          03 FILLER                      PIC X(50) VALUE SPACES.
      ***** LAYOUT DAS COBRANCAS PIX PARA O PSP ***********************
       01 WS-PIX-HEADER.
          03 FILLER                      PIC X(01) VALUE '0'.
          03 FILLER                      PIC X(07) VALUE 'PIXCOB '.
          03 WS-PIX-HDR-DATA             PIC 9(08).
          03 WS-PIX-HDR-COMPETENCIA      PIC 9(06).
          03 FILLER                      PIC X(58) VALUE SPACES.
       01 WS-PIX-DETALHE.
          03 FILLER                      PIC X(01) VALUE '1'.
          03 WS-PIX-DET-TXID             PIC X(26).
          03 WS-PIX-DET-CONTRATO         PIC 9(06).
          03 WS-PIX-DET-PARCELA          PIC 9(03).
          03 WS-PIX-DET-VENCIMENTO       PIC 9(08).
          03 WS-PIX-DET-VALOR            PIC 9(08)V99.
          03 WS-PIX-DET-CLIENTE          PIC X(20).
          03 FILLER                      PIC X(06) VALUE SPACES.
       01 WS-PIX-TRAILER.
          03 FILLER                      PIC X(01) VALUE '9'.
          03 WS-PIX-TRL-QUANTIDADE       PIC 9(06).
          03 WS-PIX-TRL-VALOR-TOTAL      PIC 9(11)V99.
          03 FILLER                      PIC X(60) VALUE SPACES.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            CALL 'ARQCONF' USING 'REMREG.DAT      ' WS-ARQ-REMREG
            CALL 'ARQCONF' USING 'DEBAUTO.TXT     ' WS-ARQ-DEBAUTO
            CALL 'ARQCONF' USING 'CONTRCOB.DAT    ' WS-ARQ-CONTRCOB
            CALL 'ARQCONF' USING 'PIXCOB.DAT      ' WS-ARQ-PIXCOB
            CALL 'ARQCONF' USING 'PIXCOB.TXT      ' WS-ARQ-PIXREM

            CALL 'DTMOVIM' USING WS-DATA-MOVIMENTO WS-CONTROLE-DATA
            MOVE WS-DATA-MOVIMENTO(1:6)  TO WS-COMPETENCIA
            OPEN OUTPUT REMESSA
            OPEN OUTPUT RELATORIO
            OPEN OUTPUT DEBAUTO
            OPEN OUTPUT PIXREM

            IF WS-FS-REM NOT EQUAL ZEROS
               OR WS-FS-REL NOT EQUAL ZEROS
               OR WS-FS-DEB NOT EQUAL ZEROS
               OR WS-FS-PXR NOT EQUAL ZEROS
               DISPLAY 'ERRO AO ABRIR A REMESSA/REGISTRO/DEBITO/PIX.'
               CLOSE CONTRATO
               MOVE 16                   TO RETURN-CODE
               GOBACK
               GOBACK
            END-IF

            OPEN I-O PIXCOB

            IF WS-FS-PIX EQUAL 35
               OPEN OUTPUT PIXCOB
               CLOSE PIXCOB
               OPEN I-O PIXCOB
            END-IF

            IF NOT FS-PIX-OK
               DISPLAY 'ERRO AO ABRIR O REGISTRO DE COBRANCAS PIX.'
               DISPLAY 'FILE STATUS: ' WS-FS-PIX
               CLOSE CONTRATO REMESSA RELATORIO REMREG DEBAUTO PIXREM
               MOVE 16                   TO RETURN-CODE
               GOBACK
            END-IF

            MOVE WS-DATA-MOVIMENTO       TO WS-HDR-DATA-GERACAO
            MOVE WS-COMPETENCIA          TO WS-HDR-COMPETENCIA
            MOVE WS-REM-HEADER           TO REG-REMESSA
            MOVE WS-DEB-HEADER           TO REG-DEBAUTO
            WRITE REG-DEBAUTO

            MOVE WS-DATA-MOVIMENTO       TO WS-PIX-HDR-DATA
            MOVE WS-COMPETENCIA          TO WS-PIX-HDR-COMPETENCIA
            MOVE WS-PIX-HEADER           TO REG-PIXREM
            WRITE REG-PIXREM

            MOVE SPACES                  TO REG-RELATORIO
            STRING 'REGISTRO DE FATURAMENTO - COMPETENCIA '
                   WS-COMPETENCIA
            MOVE WS-DEB-TRAILER          TO REG-DEBAUTO
            WRITE REG-DEBAUTO

            MOVE WS-QT-PIX               TO WS-PIX-TRL-QUANTIDADE
            MOVE WS-VR-PIX               TO WS-PIX-TRL-VALOR-TOTAL
            MOVE WS-PIX-TRAILER          TO REG-PIXREM
            WRITE REG-PIXREM

            MOVE SPACES                  TO REG-RELATORIO
            STRING 'BOLETOS ENVIADOS: ' WS-QT-ENVIADAS
                   '  VALOR: ' WS-VR-TOTAL
                   DELIMITED BY SIZE INTO REG-RELATORIO
            WRITE REG-RELATORIO

            MOVE SPACES                  TO REG-RELATORIO
            STRING 'COBRANCAS PIX: ' WS-QT-PIX
                   '  VALOR: ' WS-VR-PIX
                   '  SUBSTITUIDAS: ' WS-QT-PIX-SUBST
                   DELIMITED BY SIZE INTO REG-RELATORIO
            WRITE REG-RELATORIO

            MOVE SPACES                  TO REG-RELATORIO
            STRING 'CONSIGNADO EM FOLHA: ' WS-QT-CONSIGNADO
                   '  VALOR: ' WS-VR-CONSIGNADO
                   DELIMITED BY SIZE INTO REG-RELATORIO
            WRITE REG-RELATORIO

            IF CCB-ABERTO
               CLOSE CONTRCOB
            END-IF

            CLOSE CONTRATO REMESSA RELATORIO REMREG DEBAUTO
                  PIXCOB PIXREM

            DISPLAY 'REMESSA GERADA COM ' WS-QT-ENVIADAS
                    ' BOLETO(S), VALOR ' WS-VR-TOTAL
            DISPLAY 'ORDENS DE DEBITO: ' WS-QT-DEBITOS
                    ', VALOR ' WS-VR-DEBITOS
            DISPLAY 'COBRANCAS PIX: ' WS-QT-PIX
                    ', VALOR ' WS-VR-PIX
            DISPLAY 'CONSIGNADO EM FOLHA: ' WS-QT-CONSIGNADO
                    ', VALOR ' WS-VR-CONSIGNADO
            DISPLAY 'REGISTRO IMPRESSO EM FATURA.LST'

            GOBACK.

            PERFORM P320-CANAL-CONTRATO  THRU P320-FIM

            EVALUATE WS-CANAL-PARCELA
               WHEN 'P'
                  PERFORM P340-COBRANCA-PIX THRU P340-FIM
      ***** CONSIGNADO: QUEM COBRA E A FOLHA, NADA VAI AO BANCO *******
               WHEN 'F'
                  ADD 1                     TO WS-QT-CONSIGNADO
                  ADD VR-PARCELA-TOTAL      TO WS-VR-CONSIGNADO
               WHEN 'D'
                  MOVE NUM-CONTRATO         TO WS-DEB-DET-CONTRATO
                  MOVE NUM-PARCELA-CONTRATO TO WS-DEB-DET-PARCELA
                  MOVE CCB-BANCO            TO WS-DEB-DET-BANCO
                  MOVE CCB-AGENCIA          TO WS-DEB-DET-AGENCIA
                  MOVE CCB-CONTA            TO WS-DEB-DET-CONTA
                  MOVE DT-VENCIMENTO-PARCELA TO WS-DEB-DET-VENCIMENTO
                  MOVE VR-PARCELA-TOTAL     TO WS-DEB-DET-VALOR
                  MOVE WS-DEB-DETALHE       TO REG-DEBAUTO
                  WRITE REG-DEBAUTO
                  ADD 1                     TO WS-QT-DEBITOS
                  ADD VR-PARCELA-TOTAL      TO WS-VR-DEBITOS
               WHEN OTHER
                  MOVE NUM-CONTRATO         TO WS-DET-CONTRATO
                  MOVE NUM-PARCELA-CONTRATO TO WS-DET-PARCELA
                  MOVE CD-CLIENTE-CONTRATO  TO WS-DET-CLIENTE
                  MOVE DT-VENCIMENTO-PARCELA TO WS-DET-VENCIMENTO
                  MOVE VR-PARCELA-TOTAL     TO WS-DET-VALOR
                  MOVE WS-REM-DETALHE       TO REG-REMESSA
                  WRITE REG-REMESSA
                  ADD 1                     TO WS-QT-ENVIADAS
                  ADD VR-PARCELA-TOTAL      TO WS-VR-TOTAL
            END-EVALUATE

      ***** A COBRANCA PIX NAO PASSA PELO BANCO: NAO ENTRA NO *********
      ***** REGISTRO DE REMESSA, O CONTROLE DELA E O PIXCOB.DAT; O ****
      ***** CONSIGNADO TAMBEM NAO *************************************
            IF WS-CANAL-PARCELA NOT EQUAL 'P'
               AND WS-CANAL-PARCELA NOT EQUAL 'F'
               PERFORM P330-REGISTRA-REMESSA THRU P330-FIM
            END-IF

            MOVE SPACES                  TO REG-RELATORIO
            STRING 'CONTRATO ' NUM-CONTRATO
                   ' PARCELA ' NUM-PARCELA-CONTRATO
                   ' CLIENTE ' CD-CLIENTE-CONTRATO
                   ' VENC ' DT-VENCIMENTO-PARCELA
                   ' VALOR ' VR-PARCELA-TOTAL
                   ' CANAL ' WS-CANAL-PARCELA
                   DELIMITED BY SIZE INTO REG-RELATORIO
            WRITE REG-RELATORIO
            .
       P300-FIM.
       P330-REGISTRA-REMESSA.

      ***** REGISTRA O ENVIO NO REGISTRO DE REMESSA (REMREG.DAT); *****
      ***** UM REENVIO DA MESMA PARCELA REGRAVA COM A DATA NOVA *******
            MOVE NUM-CONTRATO            TO RMG-NUM-CONTRATO
                                NUM-CONTRATO '/' NUM-PARCELA-CONTRATO
                  END-REWRITE
            END-WRITE
            .
       P330-FIM.
       P320-CANAL-CONTRATO.

      ***** CANAL DO CONTRATO (CONTRCOB.DAT), RELIDO SO QUANDO O ******
                  IF CANAL-DEBITO
                     MOVE 'D'            TO WS-CANAL-PARCELA
                  END-IF
                  IF CANAL-PIX
                     MOVE 'P'            TO WS-CANAL-PARCELA
                  END-IF
                  IF CANAL-CONSIGNADO
                     MOVE 'F'            TO WS-CANAL-PARCELA
                  END-IF
            END-READ
            .
       P320-FIM.
       P340-COBRANCA-PIX.

      ***** COBRANCA PENDENTE DE OUTRO FATURAMENTO E SUBSTITUIDA; A ***
      ***** GERADA HOJE (REPROCESSAMENTO) E REAPROVEITADA *************
            MOVE 'N'                     TO WS-PIX-REUSO
            MOVE NUM-CONTRATO            TO PIX-NUM-CONTRATO
            MOVE NUM-PARCELA-CONTRATO    TO PIX-NUM-PARCELA

            SET EOF-PIX-OK               TO FALSE
            START PIXCOB KEY EQUAL PIX-CHAVE-PARCELA
               INVALID KEY
                  SET EOF-PIX-OK         TO TRUE
            END-START

            PERFORM P350-LE-COBRANCA-PIX THRU P350-FIM
                    UNTIL EOF-PIX-OK

            IF NOT PIX-REUSO
               ADD 1                     TO WS-SEQ-PIX
               MOVE SPACES               TO WS-TXID
               STRING 'FIN' NUM-CONTRATO NUM-PARCELA-CONTRATO
                      WS-DATA-MOVIMENTO WS-SEQ-PIX
                      DELIMITED BY SIZE INTO WS-TXID

               INITIALIZE REG-PIXCOB
               MOVE WS-TXID              TO PIX-TXID
               MOVE NUM-CONTRATO         TO PIX-NUM-CONTRATO
               MOVE NUM-PARCELA-CONTRATO TO PIX-NUM-PARCELA
               MOVE CD-CLIENTE-CONTRATO  TO PIX-CD-CLIENTE
               MOVE WS-DATA-MOVIMENTO    TO PIX-DT-GERACAO
               MOVE DT-VENCIMENTO-PARCELA TO PIX-DT-VENCIMENTO
               MOVE VR-PARCELA-TOTAL     TO PIX-VR-COBRANCA
               SET PIX-PENDENTE          TO TRUE

               WRITE REG-PIXCOB
                  INVALID KEY
                     DISPLAY 'ERRO AO GRAVAR A COBRANCA PIX DE '
                             NUM-CONTRATO '/' NUM-PARCELA-CONTRATO
                     GO TO P340-FIM
               END-WRITE
            END-IF

            MOVE WS-TXID                 TO WS-PIX-DET-TXID
            MOVE NUM-CONTRATO            TO WS-PIX-DET-CONTRATO
            MOVE NUM-PARCELA-CONTRATO    TO WS-PIX-DET-PARCELA
            MOVE DT-VENCIMENTO-PARCELA   TO WS-PIX-DET-VENCIMENTO
            MOVE VR-PARCELA-TOTAL        TO WS-PIX-DET-VALOR
            MOVE CD-CLIENTE-CONTRATO     TO WS-PIX-DET-CLIENTE
            MOVE WS-PIX-DETALHE          TO REG-PIXREM
            WRITE REG-PIXREM
            ADD 1                        TO WS-QT-PIX
            ADD VR-PARCELA-TOTAL         TO WS-VR-PIX
            .
       P340-FIM.
       P350-LE-COBRANCA-PIX.

            READ PIXCOB NEXT RECORD
               AT END
                  SET EOF-PIX-OK         TO TRUE
                  GO TO P350-FIM
            END-READ

            IF PIX-NUM-CONTRATO NOT EQUAL NUM-CONTRATO
               OR PIX-NUM-PARCELA NOT EQUAL NUM-PARCELA-CONTRATO
               SET EOF-PIX-OK            TO TRUE
               GO TO P350-FIM
            END-IF

            IF NOT PIX-PENDENTE
               GO TO P350-FIM
            END-IF

            IF PIX-DT-GERACAO EQUAL WS-DATA-MOVIMENTO
               AND PIX-VR-COBRANCA EQUAL VR-PARCELA-TOTAL
               MOVE 'S'                  TO WS-PIX-REUSO
               MOVE PIX-TXID             TO WS-TXID
               GO TO P350-FIM
            END-IF

            SET PIX-SUBSTITUIDO          TO TRUE
            REWRITE REG-PIXCOB
               INVALID KEY
                  DISPLAY 'ERRO AO SUBSTITUIR A COBRANCA PIX '
                          PIX-TXID
               NOT INVALID KEY
                  ADD 1                  TO WS-QT-PIX-SUBST
            END-REWRITE
            .
       P350-FIM.
       END PROGRAM FATURA.
