      *          RELDEPTO E DA FOLHA (FOLHAPAG) - E INATIVA
      *          AUTOMATICAMENTE QUALQUER USUARIO VINCULADO NO
      *          USUARIOS.DAT: O LOGIN MORRE JUNTO COM O EMPREGO.
      * Update: 15/10/2026 - Lista os emprestimos consignados do
      *         desligado com saldo em aberto (parcelas e saldo por
      *         contrato) e passa esses contratos para boleto: sem
      *         folha, o desconto nao acontece mais.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DESLIGA.
                ACCESS MODE  IS DYNAMIC
                RECORD KEY   IS ID-USUARIO
                FILE STATUS  IS WS-FS-USR.
                SELECT CONTRCOB ASSIGN TO
                WS-ARQ-CONTRCOB
                ORGANIZATION IS INDEXED
                ACCESS MODE  IS DYNAMIC
                RECORD KEY   IS CCB-NUM-CONTRATO
                FILE STATUS  IS WS-FS-CCB.
                SELECT CONTRATO ASSIGN TO
                WS-ARQ-CONTRATO
                ORGANIZATION IS INDEXED
                ACCESS MODE  IS DYNAMIC
                RECORD KEY   IS CHAVE-CONTRATO
                FILE STATUS  IS WS-FS-CTR.
                SELECT RECPARC ASSIGN TO
                WS-ARQ-RECPARC
                ORGANIZATION IS INDEXED
                ACCESS MODE  IS DYNAMIC
                RECORD KEY   IS CHAVE-RECPARC
                FILE STATUS  IS WS-FS-RCP.

       DATA DIVISION.
       FILE SECTION.
       FD USUARIOS.
          COPY FD_USUARIO.

       FD CONTRCOB.
          COPY FD_CONTRCOB.

       FD CONTRATO.
          COPY FD_CONTRATO.

       FD RECPARC.
          COPY FD_RECPARC.

       WORKING-STORAGE SECTION.
      ***** CAMINHOS FISICOS DOS ARQUIVOS - PRE-CARREGADOS COM O *****
      ***** PADRAO HISTORICO E RESOLVIDOS PELO ARQCONF NO INICIO *****
          'C:\CursoCOBOL\COBOL\01 - Basico\bin\EXFUNC.DAT'.
       77 WS-ARQ-USUARIOS            PIC X(68) VALUE
          'C:\CursoCOBOL\COBOL\01 - Basico\bin\USUARIOS.DAT'.
       77 WS-ARQ-CONTRCOB            PIC X(68) VALUE
          'C:\CursoCOBOL\COBOL\01 - Basico\bin\CONTRCOB.DAT'.
       77 WS-ARQ-CONTRATO            PIC X(68) VALUE
          'C:\CursoCOBOL\COBOL\01 - Basico\bin\CONTRATO.DAT'.
       77 WS-ARQ-RECPARC             PIC X(68) VALUE
          'C:\CursoCOBOL\COBOL\01 - Basico\bin\RECPARC.DAT'.
       77 WS-FS                          PIC 99.
          88 FS-OK                       VALUE 0.
       77 WS-FS-EXF                      PIC 99.
          88 USR-ABERTO                  VALUE 'S'.
       77 WS-EOF-USR                     PIC X.
          88 EOF-USR-OK                  VALUE 'S' FALSE 'N'.
       77 WS-FS-CCB                      PIC 99.
          88 FS-CCB-OK                   VALUE 0.
       77 WS-FS-CTR                      PIC 99.
          88 FS-CTR-OK                   VALUE 0.
       77 WS-FS-RCP                      PIC 99.
          88 FS-RCP-OK                   VALUE 0.
       77 WS-RCP-ABERTO                  PIC X VALUE 'N'.
          88 RCP-ABERTO                  VALUE 'S'.
       77 WS-EOF-CCB                     PIC X.
          88 EOF-CCB-OK                  VALUE 'S' FALSE 'N'.
       77 WS-EOF-CTR                     PIC X.
          88 EOF-CTR-OK                  VALUE 'S' FALSE 'N'.
       77 WS-EOF-RCP                     PIC X.
          88 EOF-RCP-OK                  VALUE 'S' FALSE 'N'.
       77 WS-QT-PARC-ABERTO              PIC 9(03) VALUE ZEROS.
       77 WS-VR-RECEBIDO-ACUM            PIC 9(09)V99 VALUE ZEROS.
       77 WS-VR-SALDO-CONTRATO           PIC 9(09)V99 VALUE ZEROS.
       77 WS-QT-CONSIG                   PIC 9(03) VALUE ZEROS.
       77 WS-VR-SALDO-CONSIG             PIC 9(11)V99 VALUE ZEROS.
       77 WS-EXIT                        PIC X VALUE 'N'.
          88 EXIT-OK                     VALUE 'F' FALSE 'N'.
       77 WS-FUNC-INF                    PIC 9(04).
            CALL 'ARQCONF' USING 'FUNCIONARIO.DAT ' WS-ARQ-FUNCIONARIO
            CALL 'ARQCONF' USING 'EXFUNC.DAT      ' WS-ARQ-EXFUNC
            CALL 'ARQCONF' USING 'USUARIOS.DAT    ' WS-ARQ-USUARIOS
            CALL 'ARQCONF' USING 'CONTRCOB.DAT    ' WS-ARQ-CONTRCOB
            CALL 'ARQCONF' USING 'CONTRATO.DAT    ' WS-ARQ-CONTRATO
            CALL 'ARQCONF' USING 'RECPARC.DAT     ' WS-ARQ-RECPARC

            DISPLAY '*** DESLIGAMENTO DE FUNCIONARIO ***'

            END-DELETE

            PERFORM P400-INATIVA-LOGINS  THRU P400-FIM
            PERFORM P500-CONSIGNADOS     THRU P500-FIM

            DISPLAY 'FUNCIONARIO DESLIGADO E ARQUIVADO EM '
                    'EXFUNC.DAT.'
            END-READ
            .
       P410-FIM.
       P500-CONSIGNADOS.

      ***** EMPRESTIMOS CONSIGNADOS DO DESLIGADO COM SALDO EM ABERTO: *
      ***** SEM FOLHA NAO HA DESCONTO, O CONTRATO VAI PARA BOLETO *****
            OPEN I-O CONTRCOB
            IF NOT FS-CCB-OK
               GO TO P500-FIM
            END-IF

            OPEN INPUT CONTRATO
            IF NOT FS-CTR-OK
               DISPLAY 'AVISO: SEM ACESSO AO CONTRATO.DAT - SALDOS '
                       'DE CONSIGNADO NAO LISTADOS.'
               CLOSE CONTRCOB
               GO TO P500-FIM
            END-IF

            MOVE 'N'                     TO WS-RCP-ABERTO
            OPEN INPUT RECPARC
            IF FS-RCP-OK
               MOVE 'S'                  TO WS-RCP-ABERTO
            END-IF

            MOVE ZEROS                   TO WS-QT-CONSIG
                                            WS-VR-SALDO-CONSIG
                                            CCB-NUM-CONTRATO

            SET EOF-CCB-OK               TO FALSE
            START CONTRCOB KEY NOT LESS THAN CCB-NUM-CONTRATO
               INVALID KEY
                  SET EOF-CCB-OK         TO TRUE
            END-START

            PERFORM P510-LE-CANAL        THRU P510-FIM
                    UNTIL EOF-CCB-OK

            IF WS-QT-CONSIG EQUAL ZEROS
               DISPLAY 'SEM EMPRESTIMO CONSIGNADO EM ABERTO.'
            ELSE
               DISPLAY 'CONSIGNADOS EM ABERTO: ' WS-QT-CONSIG
                       ' CONTRATO(S), SALDO ' WS-VR-SALDO-CONSIG
                       ' - PASSARAM PARA BOLETO.'
            END-IF

            IF RCP-ABERTO
               CLOSE RECPARC
            END-IF
            CLOSE CONTRCOB CONTRATO
            .
       P500-FIM.
       P510-LE-CANAL.

            READ CONTRCOB NEXT RECORD
               AT END
                  SET EOF-CCB-OK         TO TRUE
               NOT AT END
                  IF CANAL-CONSIGNADO
                     AND CCB-CD-FUNCIONARIO EQUAL WS-FUNC-INF
                     PERFORM P520-SALDO-CONTRATO THRU P520-FIM
                  END-IF
            END-READ
            .
       P510-FIM.
       P520-SALDO-CONTRATO.

            MOVE ZEROS                   TO WS-QT-PARC-ABERTO
                                            WS-VR-SALDO-CONTRATO
            MOVE CCB-NUM-CONTRATO        TO NUM-CONTRATO
            MOVE ZEROS                   TO NUM-PARCELA-CONTRATO

            SET EOF-CTR-OK               TO FALSE
            START CONTRATO KEY NOT LESS THAN CHAVE-CONTRATO
               INVALID KEY
                  SET EOF-CTR-OK         TO TRUE
            END-START

            PERFORM P530-LE-PARCELA      THRU P530-FIM
                    UNTIL EOF-CTR-OK

            IF WS-VR-SALDO-CONTRATO EQUAL ZEROS
               GO TO P520-FIM
            END-IF

            ADD 1                        TO WS-QT-CONSIG
            ADD WS-VR-SALDO-CONTRATO     TO WS-VR-SALDO-CONSIG
            DISPLAY 'CONSIGNADO EM ABERTO - CONTRATO '
                    CCB-NUM-CONTRATO ': ' WS-QT-PARC-ABERTO
                    ' PARCELA(S), SALDO ' WS-VR-SALDO-CONTRATO

            SET CANAL-BOLETO             TO TRUE
            MOVE ZEROS                   TO CCB-BANCO
                                            CCB-AGENCIA
                                            CCB-CONTA
            REWRITE REG-CONTRCOB
               INVALID KEY
                  DISPLAY 'ERRO AO PASSAR O CONTRATO '
                          CCB-NUM-CONTRATO ' PARA BOLETO.'
            END-REWRITE
            .
       P520-FIM.
       P530-LE-PARCELA.

            READ CONTRATO NEXT RECORD
               AT END
                  SET EOF-CTR-OK         TO TRUE
               NOT AT END
                  IF NUM-CONTRATO NOT EQUAL CCB-NUM-CONTRATO
                     SET EOF-CTR-OK      TO TRUE
                  ELSE
                     IF PARCELA-EM-ABERTO
                        PERFORM P540-SOMA-RECEBIMENTOS THRU P540-FIM
                        IF WS-VR-RECEBIDO-ACUM LESS THAN
                           VR-PARCELA-TOTAL
                           ADD 1         TO WS-QT-PARC-ABERTO
                           COMPUTE WS-VR-SALDO-CONTRATO =
                                   WS-VR-SALDO-CONTRATO +
                                   VR-PARCELA-TOTAL -
                                   WS-VR-RECEBIDO-ACUM
                        END-IF
                     END-IF
                  END-IF
            END-READ
            .
       P530-FIM.
       P540-SOMA-RECEBIMENTOS.

            MOVE ZEROS                   TO WS-VR-RECEBIDO-ACUM

            IF NOT RCP-ABERTO
               GO TO P540-FIM
            END-IF

            MOVE NUM-CONTRATO            TO RCP-NUM-CONTRATO
            MOVE NUM-PARCELA-CONTRATO    TO RCP-NUM-PARCELA
            MOVE ZEROS                   TO RCP-SEQUENCIA

            SET EOF-RCP-OK               TO FALSE
            START RECPARC KEY NOT LESS THAN CHAVE-RECPARC
               INVALID KEY
                  SET EOF-RCP-OK         TO TRUE
            END-START

            PERFORM P550-LE-RECEBIMENTO  THRU P550-FIM
                    UNTIL EOF-RCP-OK
            .
       P540-FIM.
       P550-LE-RECEBIMENTO.

            READ RECPARC NEXT RECORD
               AT END
                  SET EOF-RCP-OK         TO TRUE
               NOT AT END
                  IF RCP-NUM-CONTRATO NOT EQUAL NUM-CONTRATO
                     OR RCP-NUM-PARCELA NOT EQUAL
                        NUM-PARCELA-CONTRATO
                     SET EOF-RCP-OK      TO TRUE
                  ELSE
                     IF NOT RECEB-ESTORNADO
                        ADD RCP-VR-RECEBIDO TO WS-VR-RECEBIDO-ACUM
                     END-IF
                  END-IF
            END-READ
            .
       P550-FIM.
       END PROGRAM DESLIGA.
