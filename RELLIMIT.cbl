      *          (LIM-CREDITO-CLIENTE; ZERADO VALE O PADRAO DO
      *          FINPARM LIMITE-CLIENTE), LISTANDO QUEM JA ESTOUROU -
      *          PARA A COBRANCA PRIORIZAR.
      * Update: 15/10/2026 - Recebimento estornado pelo ESTRECEB
      *         (RECPARC com situacao ESTORNADO) deixa de abater
      *         o saldo da parcela.
      * Update: 15/10/2026 - A exposicao de cada
      *         cliente ativo e apurada so nos contratos dele, achados
      *         pelo indice CTRCLI; sai a varredura inteira do mestre
      *         e a tabela de 999 clientes.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RELLIMIT.
                SELECT CONTRATO ASSIGN TO
                WS-ARQ-CONTRATO
                ORGANIZATION IS INDEXED
                ACCESS MODE  IS DYNAMIC
                RECORD KEY   IS CHAVE-CONTRATO
                FILE STATUS  IS WS-FS.
                SELECT CTRCLI ASSIGN TO
                WS-ARQ-CTRCLI
                ORGANIZATION IS INDEXED
                ACCESS MODE  IS DYNAMIC
                RECORD KEY   IS CHAVE-CTRCLI
                FILE STATUS  IS WS-FS-CCL.
                SELECT RECPARC ASSIGN TO
                WS-ARQ-RECPARC
                ORGANIZATION IS INDEXED
       FD CONTRATO.
          COPY FD_CONTRATO.

       FD CTRCLI.
          COPY FD_CTRCLI.

       FD RECPARC.
          COPY FD_RECPARC.

      ***** PADRAO HISTORICO E RESOLVIDOS PELO ARQCONF NO INICIO *****
       77 WS-ARQ-CONTRATO            PIC X(68) VALUE
          'C:\CursoCOBOL\COBOL\01 - Basico\bin\CONTRATO.DAT'.
       77 WS-ARQ-CTRCLI              PIC X(68) VALUE
          'C:\CursoCOBOL\COBOL\01 - Basico\bin\CTRCLI.DAT'.
       77 WS-ARQ-RECPARC             PIC X(68) VALUE
          'C:\CursoCOBOL\COBOL\01 - Basico\bin\RECPARC.DAT'.
       77 WS-ARQ-CLIENTE             PIC X(68) VALUE
          'C:\CursoCOBOL\COBOL\01 - Basico\bin\RELLIMIT.LST'.
       77 WS-FS                          PIC 99.
          88 FS-OK                       VALUE 0.
       77 WS-CTR-ABERTO                  PIC X VALUE 'N'.
          88 CTR-ABERTO                  VALUE 'S'.
       77 WS-FS-CCL                      PIC 99.
          88 FS-CCL-OK                   VALUE 0.
       77 WS-FS-RCP                      PIC 99.
          88 FS-RCP-OK                   VALUE 0.
       77 WS-RCP-ABERTO                  PIC X VALUE 'N'.
          88 EOF-OK                      VALUE 'S' FALSE 'N'.
       77 WS-EOF-RCP                     PIC X.
          88 EOF-RCP-OK                  VALUE 'S' FALSE 'N'.
       77 WS-EOF-CCL                     PIC X.
          88 EOF-CCL-OK                  VALUE 'S' FALSE 'N'.
       77 WS-EOF-CTR                     PIC X.
          88 EOF-CTR-OK                  VALUE 'S' FALSE 'N'.
       77 WS-VR-LIMITE-PADRAO            PIC 9(09)V99 VALUE 50000,00.
       77 WS-VR-LIMITE                   PIC 9(09)V99 VALUE ZEROS.
       77 WS-CLIENTE-EDIT                PIC X(03) VALUE SPACES.
       77 WS-VR-EXPOSICAO                PIC 9(11)V99 VALUE ZEROS.
       77 WS-VR-RECEBIDO-PARC            PIC 9(09)V99 VALUE ZEROS.
       77 WS-VR-RESTANTE-PARC            PIC 9(09)V99 VALUE ZEROS.
       77 WS-QT-ESTOURADOS               PIC 9(04) VALUE ZEROS.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.

      ***** RESOLVE OS CAMINHOS FISICOS PELO PERFIL DO ARQCONF ******
            CALL 'ARQCONF' USING 'CONTRATO.DAT    ' WS-ARQ-CONTRATO
            CALL 'ARQCONF' USING 'CTRCLI.DAT      ' WS-ARQ-CTRCLI
            CALL 'ARQCONF' USING 'RECPARC.DAT     ' WS-ARQ-RECPARC
            CALL 'ARQCONF' USING 'CLIENTE.DAT     ' WS-ARQ-CLIENTE
            CALL 'ARQCONF' USING 'RELLIMIT.LST    ' WS-ARQ-RELLIMIT
            CALL 'FINPARM' USING 'LIMITE-CLIENTE  '
                 WS-VR-LIMITE-PADRAO

            PERFORM P100-ABRE-CONTRATOS  THRU P100-FIM

            OPEN INPUT CLIENTE


            CLOSE CLIENTE RELATORIO

            IF RCP-ABERTO
               CLOSE RECPARC
            END-IF
            IF CTR-ABERTO
               CLOSE CONTRATO CTRCLI
            END-IF

            DISPLAY 'RELATORIO GERADO EM RELLIMIT.LST'
            DISPLAY 'CLIENTES ACIMA DO LIMITE: ' WS-QT-ESTOURADOS

            GOBACK.
       P100-ABRE-CONTRATOS.

      ***** A EXPOSICAO DE CADA CLIENTE E APURADA SO NOS CONTRATOS ****
      ***** DELE, ACHADOS PELO INDICE DE CONTRATOS POR CLIENTE ********
            OPEN INPUT CONTRATO

            IF NOT FS-OK
               GO TO P100-FIM
            END-IF

            OPEN INPUT CTRCLI

            IF NOT FS-CCL-OK
               DISPLAY 'ERRO AO ABRIR O INDICE DE CONTRATOS POR '
                       'CLIENTE (CTRCLI.DAT). FILE STATUS: ' WS-FS-CCL
               DISPLAY 'GERE O INDICE PELO CTRCLIGR E REPITA.'
               CLOSE CONTRATO
               MOVE 16                   TO RETURN-CODE
               GOBACK
            END-IF

            MOVE 'S'                     TO WS-CTR-ABERTO

            OPEN INPUT RECPARC
            IF FS-RCP-OK
               MOVE 'S'                  TO WS-RCP-ABERTO
            END-IF
            .
       P100-FIM.
       P110-EXPOSICAO-CLIENTE.

            MOVE ZEROS                   TO WS-VR-EXPOSICAO

            IF NOT CTR-ABERTO
               GO TO P110-FIM
            END-IF

            MOVE CD-CLIENTE              TO WS-CLIENTE-EDIT
            MOVE SPACES                  TO CCL-CD-CLIENTE
            MOVE WS-CLIENTE-EDIT         TO CCL-CD-CLIENTE(1:3)
            MOVE ZEROS                   TO CCL-NUM-CONTRATO

            SET EOF-CCL-OK               TO FALSE
            START CTRCLI KEY NOT LESS THAN CHAVE-CTRCLI
               INVALID KEY
                  SET EOF-CCL-OK         TO TRUE
            END-START

            PERFORM P120-LE-INDICE       THRU P120-FIM
                    UNTIL EOF-CCL-OK
            .
       P110-FIM.
       P120-LE-INDICE.

            READ CTRCLI NEXT RECORD
               AT END
                  SET EOF-CCL-OK         TO TRUE
                  GO TO P120-FIM
            END-READ

            IF CCL-CD-CLIENTE(1:3) NOT EQUAL WS-CLIENTE-EDIT
               SET EOF-CCL-OK            TO TRUE
               GO TO P120-FIM
            END-IF

            MOVE CCL-NUM-CONTRATO        TO NUM-CONTRATO
            MOVE ZEROS                   TO NUM-PARCELA-CONTRATO

            SET EOF-CTR-OK               TO FALSE
            START CONTRATO KEY NOT LESS THAN CHAVE-CONTRATO
               INVALID KEY
                  SET EOF-CTR-OK         TO TRUE
            END-START

            PERFORM P130-LE-PARCELA      THRU P130-FIM
                    UNTIL EOF-CTR-OK
            .
       P120-FIM.
       P130-LE-PARCELA.

            READ CONTRATO NEXT RECORD
               AT END
                  SET EOF-CTR-OK         TO TRUE
               NOT AT END
                  IF NUM-CONTRATO NOT EQUAL CCL-NUM-CONTRATO
                     SET EOF-CTR-OK      TO TRUE
                  ELSE
                     IF PARCELA-EM-ABERTO
                        PERFORM P150-SALDO-PARCELA THRU P150-FIM
                        ADD WS-VR-RESTANTE-PARC TO WS-VR-EXPOSICAO
                     END-IF
                  END-IF
            END-READ
            .
       P130-FIM.
       P150-SALDO-PARCELA.

            MOVE VR-PARCELA-TOTAL        TO WS-VR-RESTANTE-PARC
                        NUM-PARCELA-CONTRATO
                     SET EOF-RCP-OK      TO TRUE
                  ELSE
                     IF NOT RECEB-ESTORNADO
                        ADD RCP-VR-RECEBIDO TO WS-VR-RECEBIDO-PARC
                     END-IF
                  END-IF
            END-READ
            .
                     ELSE
                        MOVE WS-VR-LIMITE-PADRAO TO WS-VR-LIMITE
                     END-IF
                     PERFORM P110-EXPOSICAO-CLIENTE THRU P110-FIM
                     IF WS-VR-EXPOSICAO GREATER THAN WS-VR-LIMITE
                        ADD 1            TO WS-QT-ESTOURADOS
                        MOVE SPACES      TO REG-RELATORIO
                        STRING 'CLIENTE ' CD-CLIENTE ' ' NM-CLIENTE
                               ' LIMITE ' WS-VR-LIMITE
                               ' EXPOSICAO ' WS-VR-EXPOSICAO
                               DELIMITED BY SIZE INTO REG-RELATORIO
                        WRITE REG-RELATORIO
                     END-IF
