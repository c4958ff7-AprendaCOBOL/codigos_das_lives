      ******************************************************************
      * Author: ANDRE COSTA
      * Date: 15/10/2026
      * Purpose: CONFERENCIA NOTURNA DAS PROMESSAS DE PAGAMENTO DA
      *          COBRANCA (PROMESSA.DAT, GRAVADAS PELO ACIONCOB). PARA
      *          CADA PROMESSA EM ABERTO SOMA OS RECEBIMENTOS ATIVOS
      *          DA PARCELA (RECPARC.DAT, SEM OS ESTORNADOS) DATADOS
      *          ENTRE O REGISTRO DA PROMESSA E A DATA PROMETIDA:
      *          - SOMA IGUAL OU MAIOR QUE O PROMETIDO: CUMPRIDA;
      *          - DATA PROMETIDA JA PASSOU (ATE A DATA DE MOVIMENTO)
      *            SEM ATINGIR O VALOR: QUEBRADA - O FILACOBR, QUE
      *            RODA EM SEGUIDA NO LOTE, POE A PARCELA NO TOPO DA
      *            FILA DO DIA SEGUINTE;
      *          - PARCELA RENEGOCIADA (RENEGOC), BAIXADA EM PREJUIZO
      *            (BAIXAPREJ) OU QUE SAIU DO CONTRATO.DAT: CANCELADA,
      *            FORA DA TAXA DE CUMPRIMENTO;
      *          - NENHUM DOS CASOS: CONTINUA EM ABERTO.
      *          AS PROMESSAS APURADAS SAEM NO RELATORIO PROMVERI.LST.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROMVERI.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
            DECIMAL-POINT IS COMMA.
            INPUT-OUTPUT SECTION.
            FILE-CONTROL.
                SELECT PROMESSA ASSIGN TO
                WS-ARQ-PROMESSA
                ORGANIZATION IS INDEXED
                ACCESS MODE  IS SEQUENTIAL
                RECORD KEY   IS CHAVE-PROMESSA
                FILE STATUS  IS WS-FS.
                SELECT CONTRATO ASSIGN TO
                WS-ARQ-CONTRATO
                ORGANIZATION IS INDEXED
                ACCESS MODE  IS RANDOM
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
       FD PROMESSA.
          COPY FD_PROMESSA.

       FD CONTRATO.
          COPY FD_CONTRATO.

       FD RECPARC.
          COPY FD_RECPARC.

       WORKING-STORAGE SECTION.
      ***** CAMINHOS FISICOS DOS ARQUIVOS - PRE-CARREGADOS COM O *****
      ***** PADRAO HISTORICO E RESOLVIDOS PELO ARQCONF NO INICIO *****
       77 WS-ARQ-PROMESSA            PIC X(68) VALUE
          'C:\CursoCOBOL\COBOL\01 - Basico\bin\PROMESSA.DAT'.
       77 WS-ARQ-CONTRATO            PIC X(68) VALUE
          'C:\CursoCOBOL\COBOL\01 - Basico\bin\CONTRATO.DAT'.
       77 WS-ARQ-RECPARC             PIC X(68) VALUE
          'C:\CursoCOBOL\COBOL\01 - Basico\bin\RECPARC.DAT'.
       77 WS-ARQ-PROMVERI-LST        PIC X(68) VALUE
          'C:\CursoCOBOL\COBOL\01 - Basico\bin\PROMVERI.LST'.
       77 WS-FS                          PIC 99.
          88 FS-OK                       VALUE 0.
       77 WS-FS-CTR                      PIC 99.
          88 FS-CTR-OK                   VALUE 0.
       77 WS-FS-RCP                      PIC 99.
          88 FS-RCP-OK                   VALUE 0.
       77 WS-RCP-ABERTO                  PIC X VALUE 'N'.
          88 RCP-ABERTO                  VALUE 'S'.
       77 WS-EOF                         PIC X.
          88 EOF-OK                      VALUE 'S' FALSE 'N'.
       77 WS-EOF-RCP                     PIC X.
          88 EOF-RCP-OK                  VALUE 'S' FALSE 'N'.
       77 WS-DATA-MOVIMENTO              PIC 9(08) VALUE ZEROS.
       77 WS-CONTROLE-DATA               PIC X(01) VALUE 'N'.
       77 WS-VR-RECEBIDO                 PIC 9(09)V99 VALUE ZEROS.
       77 WS-QT-LIDAS                    PIC 9(05) VALUE ZEROS.
       77 WS-QT-ABERTAS                  PIC 9(05) VALUE ZEROS.
       77 WS-QT-CUMPRIDAS                PIC 9(05) VALUE ZEROS.
       77 WS-QT-QUEBRADAS                PIC 9(05) VALUE ZEROS.
       77 WS-QT-CANCELADAS               PIC 9(05) VALUE ZEROS.
       77 WS-QT-ERROS                    PIC 9(05) VALUE ZEROS.
       77 WS-VR-QUEBRADO                 PIC 9(11)V99 VALUE ZEROS.
       77 WS-SITUACAO-DESC               PIC X(10) VALUE SPACES.
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
            CALL 'ARQCONF' USING 'PROMESSA.DAT    ' WS-ARQ-PROMESSA
            CALL 'ARQCONF' USING 'CONTRATO.DAT    ' WS-ARQ-CONTRATO
            CALL 'ARQCONF' USING 'RECPARC.DAT     ' WS-ARQ-RECPARC

            CALL 'DTMOVIM' USING WS-DATA-MOVIMENTO WS-CONTROLE-DATA

      ***** SEM ARQUIVO DE PROMESSAS, NENHUM COBRADOR REGISTROU *******
      ***** PROMESSA AINDA - NADA A CONFERIR **************************
            OPEN I-O PROMESSA

            IF WS-FS EQUAL 35
               DISPLAY 'NENHUMA PROMESSA DE PAGAMENTO REGISTRADA.'
               GOBACK
            END-IF

            IF NOT FS-OK
               DISPLAY 'ERRO AO ABRIR O ARQUIVO DE PROMESSAS.'
               DISPLAY 'FILE STATUS: ' WS-FS
               MOVE 16                   TO RETURN-CODE
               GOBACK
            END-IF

            OPEN INPUT CONTRATO

            IF NOT FS-CTR-OK
               DISPLAY 'ERRO AO ABRIR O ARQUIVO DE CONTRATOS.'
               DISPLAY 'FILE STATUS: ' WS-FS-CTR
               CLOSE PROMESSA
               MOVE 16                   TO RETURN-CODE
               GOBACK
            END-IF

      ***** SEM ARQUIVO DE RECEBIMENTOS, NENHUMA PROMESSA FOI *********
      ***** CUMPRIDA - AS VENCIDAS QUEBRAM ****************************
            OPEN INPUT RECPARC
            IF FS-RCP-OK
               MOVE 'S'                  TO WS-RCP-ABERTO
            END-IF

            MOVE 'A'                     TO WS-REL-ACAO
            MOVE WS-ARQ-PROMVERI-LST     TO WS-REL-ARQUIVO
            CALL 'ARQCONF' USING 'PROMVERI.LST    ' WS-REL-ARQUIVO
            MOVE 'CONFERENCIA DAS PROMESSAS DE PAGAMENTO'
                                          TO WS-REL-TITULO
            CALL 'RELWRT' USING WS-RELWRT

            IF WS-REL-FS NOT EQUAL ZEROS
               DISPLAY 'ERRO AO ABRIR O RELATORIO DE PROMESSAS.'
               DISPLAY 'FILE STATUS: ' WS-REL-FS
               PERFORM P950-FECHA-ARQUIVOS THRU P950-FIM
               MOVE 16                   TO RETURN-CODE
               GOBACK
            END-IF

            SET EOF-OK                   TO FALSE
            PERFORM P200-LE-PROMESSA     THRU P200-FIM UNTIL EOF-OK

            PERFORM P900-TOTAIS          THRU P900-FIM

            MOVE 'F'                     TO WS-REL-ACAO
            CALL 'RELWRT' USING WS-RELWRT

            PERFORM P950-FECHA-ARQUIVOS  THRU P950-FIM

            IF WS-QT-ERROS GREATER THAN ZEROS
               MOVE 16                   TO RETURN-CODE
            END-IF

            DISPLAY '*** RESUMO DA CONFERENCIA DE PROMESSAS ***'
            DISPLAY 'PROMESSAS LIDAS......: ' WS-QT-LIDAS
            DISPLAY 'CUMPRIDAS............: ' WS-QT-CUMPRIDAS
            DISPLAY 'QUEBRADAS............: ' WS-QT-QUEBRADAS
            DISPLAY 'CANCELADAS...........: ' WS-QT-CANCELADAS
            DISPLAY 'AINDA EM ABERTO......: ' WS-QT-ABERTAS
            DISPLAY 'RELATORIO EM PROMVERI.LST'

            GOBACK.
       P200-LE-PROMESSA.

            READ PROMESSA NEXT RECORD
               AT END
                  SET EOF-OK             TO TRUE
               NOT AT END
                  ADD 1                  TO WS-QT-LIDAS
                  IF PROMESSA-ABERTA
                     PERFORM P300-APURA-PROMESSA THRU P300-FIM
                  END-IF
            END-READ
            .
       P200-FIM.
       P300-APURA-PROMESSA.

      ***** PARCELA QUE NAO E MAIS DIVIDA EXIGIVEL NEM FOI PAGA *******
      ***** (RENEGOCIADA, PREJUIZO, APAGADA) CANCELA A PROMESSA *******
            MOVE PRM-NUM-CONTRATO        TO NUM-CONTRATO
            MOVE PRM-NUM-PARCELA         TO NUM-PARCELA-CONTRATO
            READ CONTRATO
               INVALID KEY
                  SET PROMESSA-CANCELADA TO TRUE
               NOT INVALID KEY
                  IF PARCELA-RENEGOCIADA OR PARCELA-PREJUIZO
                     SET PROMESSA-CANCELADA TO TRUE
                  END-IF
            END-READ

            MOVE ZEROS                   TO WS-VR-RECEBIDO
            IF NOT PROMESSA-CANCELADA
               PERFORM P350-SOMA-RECEBIDO THRU P350-FIM
               EVALUATE TRUE
                  WHEN WS-VR-RECEBIDO NOT LESS THAN PRM-VR-PROMETIDO
                     SET PROMESSA-CUMPRIDA TO TRUE
                  WHEN PRM-DT-PROMETIDA NOT GREATER THAN
                       WS-DATA-MOVIMENTO
                     SET PROMESSA-QUEBRADA TO TRUE
                  WHEN OTHER
                     ADD 1               TO WS-QT-ABERTAS
                     GO TO P300-FIM
               END-EVALUATE
            END-IF

            MOVE WS-DATA-MOVIMENTO       TO PRM-DT-APURACAO
            MOVE WS-VR-RECEBIDO          TO PRM-VR-RECEBIDO
            REWRITE REG-PROMESSA
               INVALID KEY
                  DISPLAY 'ERRO AO ATUALIZAR A PROMESSA '
                          PRM-NUM-CONTRATO '/' PRM-NUM-PARCELA '/'
                          PRM-SEQUENCIA
                  ADD 1                  TO WS-QT-ERROS
                  GO TO P300-FIM
            END-REWRITE

            EVALUATE TRUE
               WHEN PROMESSA-CUMPRIDA
                  ADD 1                  TO WS-QT-CUMPRIDAS
                  MOVE 'CUMPRIDA'        TO WS-SITUACAO-DESC
               WHEN PROMESSA-QUEBRADA
                  ADD 1                  TO WS-QT-QUEBRADAS
                  ADD PRM-VR-PROMETIDO   TO WS-VR-QUEBRADO
                  MOVE 'QUEBRADA'        TO WS-SITUACAO-DESC
               WHEN OTHER
                  ADD 1                  TO WS-QT-CANCELADAS
                  MOVE 'CANCELADA'       TO WS-SITUACAO-DESC
            END-EVALUATE

            MOVE 'D'                     TO WS-REL-ACAO
            MOVE SPACES                  TO WS-REL-LINHA
            STRING 'CONTRATO ' PRM-NUM-CONTRATO
                   ' PARCELA ' PRM-NUM-PARCELA
                   ' COBRADOR ' PRM-COBRADOR
                   ' PROMETIDO ' PRM-VR-PROMETIDO
                   ' ATE ' PRM-DT-PROMETIDA
                   ' RECEBIDO ' PRM-VR-RECEBIDO
                   ' ' WS-SITUACAO-DESC
                   DELIMITED BY SIZE INTO WS-REL-LINHA
            CALL 'RELWRT' USING WS-RELWRT
            .
       P300-FIM.
       P350-SOMA-RECEBIDO.

      ***** SO CONTA O QUE ENTROU ENTRE A PROMESSA E A DATA **********
      ***** PROMETIDA - PAGAMENTO ANTERIOR NAO E FRUTO DA LIGACAO ****
            IF NOT RCP-ABERTO
               GO TO P350-FIM
            END-IF

            MOVE PRM-NUM-CONTRATO        TO RCP-NUM-CONTRATO
            MOVE PRM-NUM-PARCELA         TO RCP-NUM-PARCELA
            MOVE ZEROS                   TO RCP-SEQUENCIA

            SET EOF-RCP-OK               TO FALSE
            START RECPARC KEY NOT LESS THAN CHAVE-RECPARC
               INVALID KEY
                  SET EOF-RCP-OK         TO TRUE
            END-START

            PERFORM P360-LE-RECEBIMENTO  THRU P360-FIM
                    UNTIL EOF-RCP-OK
            .
       P350-FIM.
       P360-LE-RECEBIMENTO.

            READ RECPARC NEXT RECORD
               AT END
                  SET EOF-RCP-OK         TO TRUE
               NOT AT END
                  IF RCP-NUM-CONTRATO NOT EQUAL PRM-NUM-CONTRATO
                     OR RCP-NUM-PARCELA NOT EQUAL PRM-NUM-PARCELA
                     SET EOF-RCP-OK      TO TRUE
                  ELSE
                     IF NOT RECEB-ESTORNADO
                        AND RCP-DT-RECEBIMENTO NOT LESS THAN
                            PRM-DT-REGISTRO
                        AND RCP-DT-RECEBIMENTO NOT GREATER THAN
                            PRM-DT-PROMETIDA
                        ADD RCP-VR-RECEBIDO TO WS-VR-RECEBIDO
                     END-IF
                  END-IF
            END-READ
            .
       P360-FIM.
       P900-TOTAIS.

            MOVE 'T'                     TO WS-REL-ACAO
            MOVE SPACES                  TO WS-REL-LINHA
            STRING 'PROMESSAS LIDAS: ' WS-QT-LIDAS
                   '  CUMPRIDAS: ' WS-QT-CUMPRIDAS
                   '  QUEBRADAS: ' WS-QT-QUEBRADAS
                   '  CANCELADAS: ' WS-QT-CANCELADAS
                   '  EM ABERTO: ' WS-QT-ABERTAS
                   DELIMITED BY SIZE INTO WS-REL-LINHA
            CALL 'RELWRT' USING WS-RELWRT

            MOVE 'D'                     TO WS-REL-ACAO
            MOVE SPACES                  TO WS-REL-LINHA
            STRING 'VALOR PROMETIDO E NAO PAGO (QUEBRADAS): '
                   WS-VR-QUEBRADO
                   DELIMITED BY SIZE INTO WS-REL-LINHA
            CALL 'RELWRT' USING WS-RELWRT
            .
       P900-FIM.
       P950-FECHA-ARQUIVOS.

            CLOSE PROMESSA CONTRATO

            IF RCP-ABERTO
               CLOSE RECPARC
            END-IF
            .
       P950-FIM.
       END PROGRAM PROMVERI.
