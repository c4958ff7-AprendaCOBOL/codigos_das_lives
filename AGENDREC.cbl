      ******************************************************************
      * Author: ANDRE COSTA
      * Date: 15/10/2026
      * Purpose: AGENDA DE RECEBIVEIS (PREVISAO DE ENTRADA DE CAIXA)
      *          POR MES DE VENCIMENTO. VARRE TODAS AS PARCELAS EM
      *          ABERTO DO CONTRATO.DAT (PARCELA-EM-ABERTO), DESCONTA
      *          OS RECEBIMENTOS PARCIAIS JA GRAVADOS NO RECPARC.DAT
      *          E SOMA O SALDO PELO MES DE VENCIMENTO, PARA OS 12
      *          MESES A PARTIR DA DATA DE MOVIMENTO (DTMOVIM). CADA
      *          MES SAI ABERTO PELO CANAL DE COBRANCA DO CONTRATO
      *          (CONTRCOB.DAT - CONTRATO SEM REGISTRO E BOLETO) E O
      *          ESTOQUE JA VENCIDO SAI NUMA LINHA PROPRIA, PORQUE
      *          NAO E ENTRADA PREVISTA, E COBRANCA. O QUE VENCE
      *          DEPOIS DO HORIZONTE SAI NUMA LINHA DE FECHAMENTO,
      *          PARA O TOTAL BATER COM A CARTEIRA EM ABERTO.
      *          ALEM DO RELATORIO (AGENDREC.LST, PELO RELWRT), GRAVA
      *          O EXTRATO DE LAYOUT FIXO AGENDREC.TXT QUE A PLANILHA
      *          DA TESOURARIA CARREGA - ACABA A SOMA NA MAO SOBRE O
      *          RELATRAS E O POSCLI.
      * Update: 15/10/2026 - Recebimento estornado pelo ESTRECEB
      *         (RECPARC com situacao ESTORNADO) deixa de abater
      *         o saldo da parcela.
      * Update: 15/10/2026 - Contrato cobrado por PIX (CANAL-PIX)
      *         sai numa coluna propria da agenda e do extrato
      *         (canal P).
      * Update: 15/10/2026 - Contrato consignado (CANAL-CONSIGNADO,
      *         desconto em folha) sai numa coluna propria da agenda e
      *         do extrato (canal F).
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. AGENDREC.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
            DECIMAL-POINT IS COMMA.
            INPUT-OUTPUT SECTION.
            FILE-CONTROL.
                SELECT CONTRATO ASSIGN TO
                WS-ARQ-CONTRATO
                ORGANIZATION IS INDEXED
                ACCESS MODE  IS SEQUENTIAL
                RECORD KEY   IS CHAVE-CONTRATO
                FILE STATUS  IS WS-FS.
                SELECT RECPARC ASSIGN TO
                WS-ARQ-RECPARC
                ORGANIZATION IS INDEXED
                ACCESS MODE  IS DYNAMIC
                RECORD KEY   IS CHAVE-RECPARC
                FILE STATUS  IS WS-FS-RCP.
                SELECT CONTRCOB ASSIGN TO
                WS-ARQ-CONTRCOB
                ORGANIZATION IS INDEXED
                ACCESS MODE  IS RANDOM
                RECORD KEY   IS CCB-NUM-CONTRATO
                FILE STATUS  IS WS-FS-CCB.
                SELECT EXTRATO ASSIGN TO
                WS-ARQ-EXTRATO
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS  IS WS-FS-EXT.

       DATA DIVISION.
       FILE SECTION.
       FD CONTRATO.
          COPY FD_CONTRATO.

       FD RECPARC.
          COPY FD_RECPARC.

       FD CONTRCOB.
          COPY FD_CONTRCOB.

       FD EXTRATO.
       01 REG-EXTRATO.
          03 EXT-DT-BASE                 PIC 9(08).
          03 FILLER                      PIC X(01).
          03 EXT-PERIODO                 PIC X(06).
          03 FILLER                      PIC X(01).
          03 EXT-CANAL                   PIC X(01).
          03 FILLER                      PIC X(01).
          03 EXT-QT-PARCELAS             PIC 9(06).
          03 FILLER                      PIC X(01).
          03 EXT-VR-PREVISTO             PIC 9(11)V99.
      ***** LAYOUT DO EXTRATO: DATA-BASE(8) PERIODO(6) CANAL(1) *******
      ***** QTDE(6) VALOR(13, 2 DECIMAIS IMPLICITAS), SEPARADOS POR ***
      ***** UM ESPACO. PERIODO 'VENCID' E O ESTOQUE EM ATRASO, AAAAMM *
      ***** E O MES DE VENCIMENTO E 'APOS12' O QUE VENCE DEPOIS DO ****
      ***** HORIZONTE; CANAL B=BOLETO, D=DEBITO AUTOMATICO, P=PIX, ****
      ***** F=CONSIGNADO (DESCONTO EM FOLHA), T=TOTAL *****************

       WORKING-STORAGE SECTION.
      ***** CAMINHOS FISICOS DOS ARQUIVOS - PRE-CARREGADOS COM O *****
      ***** PADRAO HISTORICO E RESOLVIDOS PELO ARQCONF NO INICIO *****
       77 WS-ARQ-CONTRATO            PIC X(68) VALUE
          'C:\CursoCOBOL\COBOL\01 - Basico\bin\CONTRATO.DAT'.
       77 WS-ARQ-RECPARC             PIC X(68) VALUE
          'C:\CursoCOBOL\COBOL\01 - Basico\bin\RECPARC.DAT'.
       77 WS-ARQ-CONTRCOB            PIC X(68) VALUE
          'C:\CursoCOBOL\COBOL\01 - Basico\bin\CONTRCOB.DAT'.
       77 WS-ARQ-EXTRATO             PIC X(68) VALUE
          'C:\CursoCOBOL\COBOL\01 - Basico\bin\AGENDREC.TXT'.
       77 WS-ARQ-AGENDREC            PIC X(68) VALUE
          'C:\CursoCOBOL\COBOL\01 - Basico\bin\AGENDREC.LST'.
       77 WS-FS                          PIC 99.
          88 FS-OK                       VALUE 0.
       77 WS-FS-RCP                      PIC 99.
          88 FS-RCP-OK                   VALUE 0.
       77 WS-FS-CCB                      PIC 99.
          88 FS-CCB-OK                   VALUE 0.
       77 WS-FS-EXT                      PIC 99.
       77 WS-RCP-ABERTO                  PIC X VALUE 'N'.
          88 RCP-ABERTO                  VALUE 'S'.
       77 WS-CCB-ABERTO                  PIC X VALUE 'N'.
          88 CCB-ABERTO                  VALUE 'S'.
       77 WS-EOF                         PIC X.
          88 EOF-OK                      VALUE 'S' FALSE 'N'.
       77 WS-EOF-RCP                     PIC X.
          88 EOF-RCP-OK                  VALUE 'S' FALSE 'N'.
       77 WS-DATA-MOVIMENTO              PIC 9(08) VALUE ZEROS.
       77 WS-CONTROLE-DATA               PIC X(01) VALUE 'N'.
       77 WS-VR-RECEBIDO-PARC            PIC 9(09)V99 VALUE ZEROS.
       77 WS-VR-RESTANTE-PARC            PIC 9(09)V99 VALUE ZEROS.
      ***** O CANAL E LIDO UMA VEZ POR CONTRATO, NA QUEBRA ************
       77 WS-CONTRATO-ATUAL              PIC 9(06) VALUE ZEROS.
       77 WS-CANAL                       PIC 9(01) VALUE 1.
      ***** MESES CORRIDOS DESDE O ANO ZERO, PARA A DIFERENCA *********
       77 WS-MESES-BASE                  PIC 9(06) VALUE ZEROS.
       77 WS-MESES-VENC                  PIC 9(06) VALUE ZEROS.
       77 WS-LINHA                       PIC 9(02) VALUE ZEROS.
       77 WS-IDX                         PIC 9(02) VALUE ZEROS.
       77 WS-JDX                         PIC 9(01) VALUE ZEROS.
       77 WS-MES-CALC                    PIC 9(06) VALUE ZEROS.
       77 WS-ANO-CALC                    PIC 9(04) VALUE ZEROS.
       77 WS-MES-RESTO                   PIC 9(02) VALUE ZEROS.
       77 WS-QT-LIDAS                    PIC 9(07) VALUE ZEROS.
       77 WS-QT-PREVISTAS                PIC 9(07) VALUE ZEROS.
       77 WS-VR-CARTEIRA                 PIC 9(13)V99 VALUE ZEROS.
       77 WS-VR-SOMA-LINHAS              PIC 9(13)V99 VALUE ZEROS.
       77 WS-QT-LINHA                    PIC 9(06) VALUE ZEROS.
       77 WS-VR-LINHA                    PIC 9(13)V99 VALUE ZEROS.
       77 WS-ROTULO                      PIC X(10) VALUE SPACES.
       77 WS-ROTULO-CANAL                PIC X(10) VALUE SPACES.
       01 WS-DATA-CALC                   PIC 9(08).
       01 WS-DATA-CALC-X REDEFINES WS-DATA-CALC.
          03 WS-DATA-CALC-AAAA           PIC 9(04).
          03 WS-DATA-CALC-MM             PIC 9(02).
          03 WS-DATA-CALC-DD             PIC 9(02).
      ***** LINHA 1 = VENCIDO, 2..13 = MESES DO HORIZONTE, 14 = *******
      ***** DEPOIS DO HORIZONTE; COLUNA 1 = BOLETO, 2 = DEBITO, *******
      ***** 3 = PIX, 4 = CONSIGNADO ***********************************
       01 WS-AGENDA.
          03 WS-AG-LINHA OCCURS 14 TIMES.
             05 WS-AG-AAAAMM             PIC 9(06).
             05 WS-AG-CANAL OCCURS 4 TIMES.
                07 WS-AG-QT              PIC 9(06).
                07 WS-AG-VR              PIC 9(11)V99.
       01 WS-SIGLAS-CANAL                PIC X(04) VALUE 'BDPF'.
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
            CALL 'ARQCONF' USING 'CONTRATO.DAT    ' WS-ARQ-CONTRATO
            CALL 'ARQCONF' USING 'RECPARC.DAT     ' WS-ARQ-RECPARC
            CALL 'ARQCONF' USING 'CONTRCOB.DAT    ' WS-ARQ-CONTRCOB
            CALL 'ARQCONF' USING 'AGENDREC.TXT    ' WS-ARQ-EXTRATO

            CALL 'DTMOVIM' USING WS-DATA-MOVIMENTO WS-CONTROLE-DATA

            PERFORM P100-MONTA-HORIZONTE THRU P100-FIM

            OPEN INPUT CONTRATO

            IF NOT FS-OK
               DISPLAY 'ERRO AO ABRIR O ARQUIVO DE CONTRATOS.'
               DISPLAY 'FILE STATUS: ' WS-FS
               MOVE 16                   TO RETURN-CODE
               GOBACK
            END-IF

            OPEN OUTPUT EXTRATO

            IF WS-FS-EXT NOT EQUAL ZEROS
               DISPLAY 'ERRO AO ABRIR O EXTRATO DA AGENDA.'
               DISPLAY 'FILE STATUS: ' WS-FS-EXT
               CLOSE CONTRATO
               MOVE 16                   TO RETURN-CODE
               GOBACK
            END-IF

      ***** SEM ARQUIVO DE RECEBIMENTOS, NENHUMA PARCELA TEM **********
      ***** PAGAMENTO PARCIAL E A PREVISAO E O VALOR CHEIO ************
            OPEN INPUT RECPARC
            IF FS-RCP-OK
               MOVE 'S'                  TO WS-RCP-ABERTO
            END-IF

      ***** SEM CADASTRO DE CANAL, TODO CONTRATO E BOLETO *************
            OPEN INPUT CONTRCOB
            IF FS-CCB-OK
               MOVE 'S'                  TO WS-CCB-ABERTO
            END-IF

            SET EOF-OK                   TO FALSE
            PERFORM P200-LE-PARCELA      THRU P200-FIM UNTIL EOF-OK

            PERFORM P600-IMPRIME-AGENDA  THRU P600-FIM

            IF RCP-ABERTO
               CLOSE RECPARC
            END-IF

            IF CCB-ABERTO
               CLOSE CONTRCOB
            END-IF

            CLOSE CONTRATO EXTRATO

            DISPLAY 'PARCELAS LIDAS.......: ' WS-QT-LIDAS
            DISPLAY 'PARCELAS NA AGENDA...: ' WS-QT-PREVISTAS
            DISPLAY 'CARTEIRA EM ABERTO...: ' WS-VR-CARTEIRA
            DISPLAY 'RELATORIO GERADO EM AGENDREC.LST'
            DISPLAY 'EXTRATO GERADO EM AGENDREC.TXT'

            GOBACK.
       P100-MONTA-HORIZONTE.

      ***** O HORIZONTE COMECA NO MES DA DATA DE MOVIMENTO E VAI ******
      ***** ATE 11 MESES DEPOIS ****************************************
            INITIALIZE WS-AGENDA

            MOVE WS-DATA-MOVIMENTO       TO WS-DATA-CALC
            COMPUTE WS-MESES-BASE =
                    WS-DATA-CALC-AAAA * 12 + WS-DATA-CALC-MM - 1

            PERFORM P110-MES-HORIZONTE   THRU P110-FIM
                    VARYING WS-IDX FROM 2 BY 1
                    UNTIL WS-IDX GREATER THAN 13
            .
       P100-FIM.
       P110-MES-HORIZONTE.

            COMPUTE WS-MES-CALC = WS-MESES-BASE + WS-IDX - 2
            DIVIDE WS-MES-CALC BY 12 GIVING WS-ANO-CALC
                   REMAINDER WS-MES-RESTO
            COMPUTE WS-AG-AAAAMM (WS-IDX) =
                    WS-ANO-CALC * 100 + WS-MES-RESTO + 1
            .
       P110-FIM.
       P200-LE-PARCELA.

            READ CONTRATO NEXT RECORD
               AT END
                  SET EOF-OK             TO TRUE
               NOT AT END
                  ADD 1                  TO WS-QT-LIDAS
                  IF NUM-CONTRATO NOT EQUAL WS-CONTRATO-ATUAL
                     MOVE NUM-CONTRATO   TO WS-CONTRATO-ATUAL
                     PERFORM P250-CANAL-CONTRATO THRU P250-FIM
                  END-IF
                  IF PARCELA-EM-ABERTO
                     PERFORM P300-CLASSIFICA-PARCELA THRU P300-FIM
                  END-IF
            END-READ
            .
       P200-FIM.
       P250-CANAL-CONTRATO.

            MOVE 1                       TO WS-CANAL

            IF NOT CCB-ABERTO
               GO TO P250-FIM
            END-IF

            MOVE NUM-CONTRATO            TO CCB-NUM-CONTRATO
            READ CONTRCOB
               INVALID KEY
                  CONTINUE
               NOT INVALID KEY
                  IF CANAL-DEBITO
                     MOVE 2              TO WS-CANAL
                  END-IF
                  IF CANAL-PIX
                     MOVE 3              TO WS-CANAL
                  END-IF
                  IF CANAL-CONSIGNADO
                     MOVE 4              TO WS-CANAL
                  END-IF
            END-READ
            .
       P250-FIM.
       P300-CLASSIFICA-PARCELA.

            PERFORM P350-SALDO-PARCELA   THRU P350-FIM

            IF WS-VR-RESTANTE-PARC EQUAL ZEROS
               GO TO P300-FIM
            END-IF

      ***** VENCIDA ANTES DA DATA DE MOVIMENTO E ESTOQUE EM ATRASO, ***
      ***** NAO ENTRADA PREVISTA DO MES *******************************
            IF DT-VENCIMENTO-PARCELA LESS THAN WS-DATA-MOVIMENTO
               MOVE 1                    TO WS-LINHA
            ELSE
               MOVE DT-VENCIMENTO-PARCELA TO WS-DATA-CALC
               COMPUTE WS-MESES-VENC =
                       WS-DATA-CALC-AAAA * 12 + WS-DATA-CALC-MM - 1
               IF WS-MESES-VENC - WS-MESES-BASE GREATER THAN 11
                  MOVE 14                TO WS-LINHA
               ELSE
                  COMPUTE WS-LINHA = WS-MESES-VENC - WS-MESES-BASE + 2
               END-IF
            END-IF

            ADD 1                    TO WS-AG-QT (WS-LINHA WS-CANAL)
            ADD WS-VR-RESTANTE-PARC  TO WS-AG-VR (WS-LINHA WS-CANAL)
            ADD 1                        TO WS-QT-PREVISTAS
            ADD WS-VR-RESTANTE-PARC      TO WS-VR-CARTEIRA
            .
       P300-FIM.
       P350-SALDO-PARCELA.

      ***** O SALDO DA PARCELA EM ABERTO E O VALOR TOTAL MENOS OS *****
      ***** RECEBIMENTOS PARCIAIS JA GRAVADOS EM RECPARC.DAT **********
            MOVE VR-PARCELA-TOTAL        TO WS-VR-RESTANTE-PARC

            IF NOT RCP-ABERTO
               GO TO P350-FIM
            END-IF

            MOVE ZEROS                   TO WS-VR-RECEBIDO-PARC
            MOVE NUM-CONTRATO            TO RCP-NUM-CONTRATO
            MOVE NUM-PARCELA-CONTRATO    TO RCP-NUM-PARCELA
            MOVE ZEROS                   TO RCP-SEQUENCIA

            SET EOF-RCP-OK               TO FALSE
            START RECPARC KEY NOT LESS THAN CHAVE-RECPARC
               INVALID KEY
                  SET EOF-RCP-OK         TO TRUE
            END-START

            PERFORM P360-LE-RECEBIMENTO  THRU P360-FIM
                    UNTIL EOF-RCP-OK

            IF WS-VR-RECEBIDO-PARC LESS THAN VR-PARCELA-TOTAL
               COMPUTE WS-VR-RESTANTE-PARC =
                       VR-PARCELA-TOTAL - WS-VR-RECEBIDO-PARC
            ELSE
               MOVE ZEROS                TO WS-VR-RESTANTE-PARC
            END-IF
            .
       P350-FIM.
       P360-LE-RECEBIMENTO.

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
                        ADD RCP-VR-RECEBIDO TO WS-VR-RECEBIDO-PARC
                     END-IF
                  END-IF
            END-READ
            .
       P360-FIM.
       P600-IMPRIME-AGENDA.

            MOVE 'A'                     TO WS-REL-ACAO
            MOVE WS-ARQ-AGENDREC         TO WS-REL-ARQUIVO
            CALL 'ARQCONF' USING 'AGENDREC.LST    ' WS-REL-ARQUIVO
            MOVE 'AGENDA DE RECEBIVEIS POR MES'
                                          TO WS-REL-TITULO
            CALL 'RELWRT' USING WS-RELWRT

            IF WS-REL-FS NOT EQUAL ZEROS
               DISPLAY 'ERRO AO ABRIR O RELATORIO DA AGENDA.'
               DISPLAY 'FILE STATUS: ' WS-REL-FS
               MOVE 16                   TO RETURN-CODE
               GO TO P600-FIM
            END-IF

            MOVE 'D'                     TO WS-REL-ACAO
            MOVE 'PERIODO      CANAL     PARCELAS   VALOR PREVISTO'
                                          TO WS-REL-LINHA
            CALL 'RELWRT' USING WS-RELWRT

            PERFORM P650-IMPRIME-LINHA   THRU P650-FIM
                    VARYING WS-IDX FROM 1 BY 1
                    UNTIL WS-IDX GREATER THAN 14

      ***** CONTROLE: A SOMA DAS LINHAS FECHA COM A CARTEIRA LIDA *****
            MOVE 'T'                     TO WS-REL-ACAO
            MOVE SPACES                  TO WS-REL-LINHA
            STRING 'CARTEIRA EM ABERTO: ' WS-QT-PREVISTAS
                   ' PARCELA(S), VALOR ' WS-VR-CARTEIRA
                   DELIMITED BY SIZE INTO WS-REL-LINHA
            CALL 'RELWRT' USING WS-RELWRT

            IF WS-VR-SOMA-LINHAS NOT EQUAL WS-VR-CARTEIRA
               MOVE 'D'                  TO WS-REL-ACAO
               MOVE '*** SOMA DA AGENDA NAO FECHA COM A CARTEIRA! ***'
                                          TO WS-REL-LINHA
               CALL 'RELWRT' USING WS-RELWRT
               DISPLAY '*** SOMA DA AGENDA NAO FECHA COM A CARTEIRA!'
               MOVE 16                   TO RETURN-CODE
            END-IF

            MOVE 'F'                     TO WS-REL-ACAO
            CALL 'RELWRT' USING WS-RELWRT
            .
       P600-FIM.
       P650-IMPRIME-LINHA.

            PERFORM P680-ROTULO-PERIODO  THRU P680-FIM

            MOVE ZEROS                   TO WS-QT-LINHA WS-VR-LINHA

            PERFORM P660-IMPRIME-CANAL   THRU P660-FIM
                    VARYING WS-JDX FROM 1 BY 1
                    UNTIL WS-JDX GREATER THAN 4

            MOVE 'D'                     TO WS-REL-ACAO
            MOVE SPACES                  TO WS-REL-LINHA
            STRING WS-ROTULO '   TOTAL   ' WS-QT-LINHA
                   '   ' WS-VR-LINHA
                   DELIMITED BY SIZE INTO WS-REL-LINHA
            CALL 'RELWRT' USING WS-RELWRT
            MOVE SPACES                  TO WS-REL-LINHA
            CALL 'RELWRT' USING WS-RELWRT

            MOVE SPACES                  TO REG-EXTRATO
            MOVE WS-DATA-MOVIMENTO       TO EXT-DT-BASE
            PERFORM P670-PERIODO-EXTRATO THRU P670-FIM
            MOVE 'T'                     TO EXT-CANAL
            MOVE WS-QT-LINHA             TO EXT-QT-PARCELAS
            MOVE WS-VR-LINHA             TO EXT-VR-PREVISTO
            WRITE REG-EXTRATO

            ADD WS-VR-LINHA              TO WS-VR-SOMA-LINHAS
            .
       P650-FIM.
       P660-IMPRIME-CANAL.

            EVALUATE WS-JDX
               WHEN 1
                  MOVE 'BOLETO'          TO WS-ROTULO-CANAL
               WHEN 2
                  MOVE 'DEBITO'          TO WS-ROTULO-CANAL
               WHEN 3
                  MOVE 'PIX'             TO WS-ROTULO-CANAL
               WHEN 4
                  MOVE 'CONSIGNADO'      TO WS-ROTULO-CANAL
            END-EVALUATE

            MOVE 'D'                     TO WS-REL-ACAO
            MOVE SPACES                  TO WS-REL-LINHA
            STRING '             ' WS-ROTULO-CANAL
                   ' ' WS-AG-QT (WS-IDX WS-JDX)
                   '   ' WS-AG-VR (WS-IDX WS-JDX)
                   DELIMITED BY SIZE INTO WS-REL-LINHA
            CALL 'RELWRT' USING WS-RELWRT

            MOVE SPACES                  TO REG-EXTRATO
            MOVE WS-DATA-MOVIMENTO       TO EXT-DT-BASE
            PERFORM P670-PERIODO-EXTRATO THRU P670-FIM
            MOVE WS-SIGLAS-CANAL(WS-JDX:1) TO EXT-CANAL
            MOVE WS-AG-QT (WS-IDX WS-JDX) TO EXT-QT-PARCELAS
            MOVE WS-AG-VR (WS-IDX WS-JDX) TO EXT-VR-PREVISTO
            WRITE REG-EXTRATO

            ADD WS-AG-QT (WS-IDX WS-JDX) TO WS-QT-LINHA
            ADD WS-AG-VR (WS-IDX WS-JDX) TO WS-VR-LINHA
            .
       P660-FIM.
       P670-PERIODO-EXTRATO.

            EVALUATE WS-IDX
               WHEN 1
                  MOVE 'VENCID'          TO EXT-PERIODO
               WHEN 14
                  MOVE 'APOS12'          TO EXT-PERIODO
               WHEN OTHER
                  MOVE WS-AG-AAAAMM (WS-IDX)
                                          TO EXT-PERIODO
            END-EVALUATE
            .
       P670-FIM.
       P680-ROTULO-PERIODO.

            EVALUATE WS-IDX
               WHEN 1
                  MOVE 'VENCIDO'         TO WS-ROTULO
               WHEN 14
                  MOVE 'APOS 12 M.'      TO WS-ROTULO
               WHEN OTHER
                  MOVE SPACES            TO WS-ROTULO
                  STRING WS-AG-AAAAMM (WS-IDX)(5:2) '/'
                         WS-AG-AAAAMM (WS-IDX)(1:4)
                         DELIMITED BY SIZE INTO WS-ROTULO
            END-EVALUATE
            .
       P680-FIM.
       END PROGRAM AGENDREC.
