      *         os recebimentos parciais do arquivo-filho RECPARC.DAT:
      *         quem pagou metade da parcela deve a outra metade, nao
      *         a parcela inteira.
      * Update: 15/10/2026 - Recebimento estornado pelo ESTRECEB
      *         (RECPARC com situacao ESTORNADO) deixa de abater
      *         o saldo da parcela.
      * Update: 15/10/2026 - A pedido do operador, a posicao
      *         inclui os contratos arquivados pelo CTRARQ
      *         (CONTRHIS.DAT), marcados com a data do arquivamento.
      * Update: 15/10/2026 - Os contratos do
      *         cliente passam a ser achados pelo indice CTRCLI
      *         (contratos por cliente), sem varrer o CONTRATO.DAT.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. POSCLI.
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
                SELECT CLIENTE ASSIGN TO
                WS-ARQ-CLIENTE
                ORGANIZATION IS INDEXED
                ACCESS MODE  IS RANDOM
                RECORD KEY   IS AVL-NUM-CONTRATO
                FILE STATUS  IS WS-FS-AVL.
                SELECT CONTRHIS ASSIGN TO
                WS-ARQ-CONTRHIS
                ORGANIZATION IS INDEXED
                ACCESS MODE  IS SEQUENTIAL
                RECORD KEY   IS CHAVE-CONTRHIS
                FILE STATUS  IS WS-FS-CTH.
                SELECT RELATORIO ASSIGN TO
                WS-ARQ-POSCLI
                ORGANIZATION IS LINE SEQUENTIAL
       FD CONTRATO.
          COPY FD_CONTRATO.

       FD CTRCLI.
          COPY FD_CTRCLI.

       FD CLIENTE.
          COPY FD_CLIENTE.

       FD AVALISTA.
          COPY FD_AVALISTA.

       FD CONTRHIS.
          COPY FD_CONTRHIS.

       FD RELATORIO.
       01 REG-RELATORIO                  PIC X(100).

      ***** PADRAO HISTORICO E RESOLVIDOS PELO ARQCONF NO INICIO *****
       77 WS-ARQ-CONTRATO            PIC X(68) VALUE
          'C:\CursoCOBOL\COBOL\01 - Basico\bin\CONTRATO.DAT'.
       77 WS-ARQ-CTRCLI              PIC X(68) VALUE
          'C:\CursoCOBOL\COBOL\01 - Basico\bin\CTRCLI.DAT'.
       77 WS-ARQ-CLIENTE             PIC X(68) VALUE
          'C:\CURSOCOBOL\COBOL\01 - BASICO\BIN\CLIENTE.DAT'.
       77 WS-ARQ-POSCLI              PIC X(68) VALUE
          'C:\CursoCOBOL\COBOL\01 - Basico\bin\RECPARC.DAT'.
       77 WS-ARQ-AVALISTA             PIC X(68) VALUE
          'C:\CursoCOBOL\COBOL\01 - Basico\bin\AVALISTA.DAT'.
       77 WS-ARQ-CONTRHIS            PIC X(68) VALUE
          'C:\CursoCOBOL\COBOL\01 - Basico\bin\CONTRHIS.DAT'.
       77 WS-FS                          PIC 99.
          88 FS-OK                       VALUE 0.
       77 WS-FS-CCL                      PIC 99.
          88 FS-CCL-OK                   VALUE 0.
       77 WS-EOF-CTR                     PIC X.
          88 EOF-CTR-OK                  VALUE 'S' FALSE 'N'.
       77 WS-FS-CLI                      PIC 99.
          88 FS-CLI-OK                   VALUE 0.
       77 WS-FS-LNK                      PIC 99.
          88 EOF-RCP-OK                  VALUE 'S' FALSE 'N'.
       77 WS-VR-RECEBIDO-PARC            PIC 9(09)V99 VALUE ZEROS.
       77 WS-VR-RESTANTE-PARC            PIC 9(09)V99 VALUE ZEROS.
       77 WS-FS-CTH                      PIC 99.
          88 FS-CTH-OK                   VALUE 0.
       77 WS-INCLUI-ARQUIVO              PIC X VALUE 'N'.
          88 INCLUI-ARQUIVO              VALUE 'S' 's'.
       77 WS-MARCA-ARQUIVO               PIC X(24) VALUE SPACES.
       77 WS-MARCA-CONTR                 PIC X(24) VALUE SPACES.
       77 WS-QT-ARQUIVADOS               PIC 9(04) VALUE ZEROS.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.

      ***** RESOLVE OS CAMINHOS FISICOS PELO PERFIL DO ARQCONF ******
            CALL 'ARQCONF' USING 'CONTRATO.DAT    ' WS-ARQ-CONTRATO
            CALL 'ARQCONF' USING 'CTRCLI.DAT      ' WS-ARQ-CTRCLI
            CALL 'ARQCONF' USING 'CLIENTE.DAT     ' WS-ARQ-CLIENTE
            CALL 'ARQCONF' USING 'POSCLI.LST      ' WS-ARQ-POSCLI
            CALL 'ARQCONF' USING 'RENEGLNK.DAT    ' WS-ARQ-RENEGLNK
            CALL 'ARQCONF' USING 'RECPARC.DAT     ' WS-ARQ-RECPARC
            CALL 'ARQCONF' USING 'AVALISTA.DAT    ' WS-ARQ-AVALISTA
            CALL 'ARQCONF' USING 'CONTRHIS.DAT    ' WS-ARQ-CONTRHIS

            DISPLAY '*** POSICAO DE CONTRATOS POR CLIENTE ***'
            DISPLAY 'Informe o codigo do cliente: '
            ACCEPT WS-CLIENTE-PESQ
            MOVE WS-CLIENTE-PESQ         TO WS-CLIENTE-EDIT
            DISPLAY 'Incluir os contratos arquivados? (S/N) '
            ACCEPT WS-INCLUI-ARQUIVO

            PERFORM P100-NOME-CLIENTE    THRU P100-FIM

               STOP RUN
            END-IF

      ***** OS CONTRATOS DO CLIENTE SAO ACHADOS PELO INDICE DE ********
      ***** CONTRATOS POR CLIENTE, SEM VARRER O CONTRATO.DAT **********
            OPEN INPUT CTRCLI

            IF NOT FS-CCL-OK
               DISPLAY 'ERRO AO ABRIR O INDICE DE CONTRATOS POR '
                       'CLIENTE (CTRCLI.DAT). FILE STATUS: ' WS-FS-CCL
               DISPLAY 'GERE O INDICE PELO CTRCLIGR E REPITA.'
               CLOSE CONTRATO
               STOP RUN
            END-IF

            OPEN OUTPUT RELATORIO

            IF WS-FS-REL NOT EQUAL ZEROS
               DISPLAY 'ERRO AO ABRIR O RELATORIO DE POSICAO.'
               DISPLAY 'FILE STATUS: ' WS-FS-REL
               CLOSE CONTRATO CTRCLI
               STOP RUN
            END-IF

               MOVE 'S'                  TO WS-AVL-ABERTO
            END-IF

            MOVE SPACES                  TO CCL-CD-CLIENTE
            MOVE WS-CLIENTE-EDIT         TO CCL-CD-CLIENTE(1:3)
            MOVE ZEROS                   TO CCL-NUM-CONTRATO

            SET EOF-OK                   TO FALSE
            START CTRCLI KEY NOT LESS THAN CHAVE-CTRCLI
               INVALID KEY
                  SET EOF-OK             TO TRUE
            END-START

            PERFORM P200-LE-INDICE       THRU P200-FIM UNTIL EOF-OK

            IF INCLUI-ARQUIVO
               PERFORM P600-ARQUIVADOS   THRU P600-FIM
            END-IF

            IF CONTRATO-DO-CLIENTE
               PERFORM P500-FECHA-CONTRATO THRU P500-FIM
                   '  EXPOSICAO TOTAL EM ABERTO: ' WS-VR-EXPOSICAO
                   DELIMITED BY SIZE INTO REG-RELATORIO
            WRITE REG-RELATORIO
            IF INCLUI-ARQUIVO
               MOVE SPACES               TO REG-RELATORIO
               STRING 'DOS QUAIS ARQUIVADOS (ENCERRADOS): '
                      WS-QT-ARQUIVADOS
                      DELIMITED BY SIZE INTO REG-RELATORIO
               WRITE REG-RELATORIO
            END-IF

            IF LNK-ABERTO
               CLOSE RENEGLNK
               CLOSE AVALISTA
            END-IF

            CLOSE CONTRATO CTRCLI RELATORIO

            DISPLAY 'CONTRATOS DO CLIENTE: ' WS-QT-CONTRATOS
            DISPLAY 'EXPOSICAO TOTAL.....: ' WS-VR-EXPOSICAO
            END-IF
            .
       P100-FIM.
       P200-LE-INDICE.

            READ CTRCLI NEXT RECORD
               AT END
                  SET EOF-OK             TO TRUE
               NOT AT END
                  IF CCL-CD-CLIENTE(1:3) NOT EQUAL WS-CLIENTE-EDIT
                     SET EOF-OK          TO TRUE
                  ELSE
                     PERFORM P205-PARCELAS-CONTRATO THRU P205-FIM
                  END-IF
            END-READ
            .
       P200-FIM.
       P205-PARCELAS-CONTRATO.

      ***** POSICIONA NA PRIMEIRA PARCELA DO CONTRATO DO INDICE *******
            MOVE CCL-NUM-CONTRATO        TO NUM-CONTRATO
            MOVE ZEROS                   TO NUM-PARCELA-CONTRATO

            SET EOF-CTR-OK               TO FALSE
            START CONTRATO KEY NOT LESS THAN CHAVE-CONTRATO
               INVALID KEY
                  SET EOF-CTR-OK         TO TRUE
            END-START

            PERFORM P207-LE-PARCELA      THRU P207-FIM
                    UNTIL EOF-CTR-OK
            .
       P205-FIM.
       P207-LE-PARCELA.

            READ CONTRATO NEXT RECORD
               AT END
                  SET EOF-CTR-OK         TO TRUE
               NOT AT END
                  IF NUM-CONTRATO NOT EQUAL CCL-NUM-CONTRATO
                     SET EOF-CTR-OK      TO TRUE
                  ELSE
                     PERFORM P210-TRATA-PARCELA THRU P210-FIM
                  END-IF
            END-READ
            .
       P207-FIM.
       P210-TRATA-PARCELA.

            IF CD-CLIENTE-CONTRATO(1:3) EQUAL WS-CLIENTE-EDIT
               IF NUM-CONTRATO NOT EQUAL WS-CONTRATO-ATUAL
                  IF CONTRATO-DO-CLIENTE
                     PERFORM P500-FECHA-CONTRATO THRU P500-FIM
                  END-IF
                  MOVE NUM-CONTRATO       TO WS-CONTRATO-ATUAL
                  MOVE WS-MARCA-ARQUIVO   TO WS-MARCA-CONTR
                  MOVE 'S'                TO WS-TEM-DO-CLIENTE
                  MOVE ZEROS              TO WS-QT-ABERTAS-CONTR
                                             WS-VR-ABERTO-CONTR
                                             WS-QT-RENEG-CONTR
                  ADD 1                   TO WS-QT-CONTRATOS
                  IF WS-MARCA-ARQUIVO NOT EQUAL SPACES
                     ADD 1                TO WS-QT-ARQUIVADOS
                  END-IF
               END-IF
               IF PARCELA-RENEGOCIADA
                  ADD 1                   TO WS-QT-RENEG-CONTR
               END-IF
               IF PARCELA-EM-ABERTO
                  ADD 1                   TO WS-QT-ABERTAS-CONTR
                  PERFORM P250-SALDO-PARCELA THRU P250-FIM
                  ADD WS-VR-RESTANTE-PARC TO WS-VR-ABERTO-CONTR
                                             WS-VR-EXPOSICAO
               END-IF
            END-IF
            .
       P210-FIM.
       P250-SALDO-PARCELA.

      ***** O SALDO DA PARCELA EM ABERTO E O VALOR TOTAL MENOS OS *****
                        NUM-PARCELA-CONTRATO
                     SET EOF-RCP-OK      TO TRUE
                  ELSE
                     IF NOT RECEB-ESTORNADO
                        ADD RCP-VR-RECEBIDO TO WS-VR-RECEBIDO-PARC
                     END-IF
                  END-IF
            END-READ
            .
            STRING 'CONTRATO ' WS-CONTRATO-ATUAL
                   ' - PARCELAS EM ABERTO: ' WS-QT-ABERTAS-CONTR
                   ' - SALDO EM ABERTO: '    WS-VR-ABERTO-CONTR
                   WS-MARCA-CONTR
                   DELIMITED BY SIZE INTO REG-RELATORIO
            WRITE REG-RELATORIO

            END-IF
            .
       P500-FIM.
       P600-ARQUIVADOS.

      ***** CONTRATOS ENCERRADOS QUE O CTRARQ TIROU DO CONTRATO.DAT: **
      ***** A IMAGEM DO HISTORICO VOLTA PARA O REG-CONTRATO E PASSA ***
      ***** PELA MESMA APURACAO ***************************************
            OPEN INPUT CONTRHIS
            IF NOT FS-CTH-OK
               DISPLAY 'NENHUM CONTRATO ARQUIVADO.'
               GO TO P600-FIM
            END-IF

            SET EOF-OK                   TO FALSE
            PERFORM P610-LE-ARQUIVADA    THRU P610-FIM UNTIL EOF-OK

            CLOSE CONTRHIS
            .
       P600-FIM.
       P610-LE-ARQUIVADA.

            READ CONTRHIS NEXT RECORD
               AT END
                  SET EOF-OK             TO TRUE
               NOT AT END
                  MOVE CTH-CONTRATO      TO REG-CONTRATO
                  MOVE SPACES            TO WS-MARCA-ARQUIVO
                  STRING ' ARQUIVADO EM ' CTH-DT-ARQUIVAMENTO
                         DELIMITED BY SIZE INTO WS-MARCA-ARQUIVO
                  PERFORM P210-TRATA-PARCELA THRU P210-FIM
            END-READ
            .
       P610-FIM.
       END PROGRAM POSCLI.
