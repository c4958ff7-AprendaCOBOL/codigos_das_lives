      ******************************************************************
      * Author: ANDRE COSTA
      * Date: 15/10/2026
      * Purpose: MONTAGEM NOTURNA DA FILA DE TRABALHO DA MESA DE
      *          COBRANCA (FILACOB.DAT), LIDA PELOS COBRADORES NO
      *          ACIONCOB NO DIA SEGUINTE. ENTRA NA FILA TODA PARCELA
      *          EM ABERTO VENCIDA (VENCIMENTO AJUSTADO PELO DIAUTIL,
      *          MESMA REGRA DO RELATRAS) COM SALDO A RECEBER, MENOS:
      *          - A QUE ESTA COM A ASSESSORIA TERCEIRIZADA (COBEXT
      *            ENVIADA) - QUEM COBRA E A ASSESSORIA;
      *          - A QUE TEM PROMESSA EM ABERTO CUJA DATA PROMETIDA
      *            AINDA NAO CHEGOU - O CLIENTE JA SE COMPROMETEU.
      *          A ORDEM DA FILA: PRIMEIRO AS PARCELAS CUJA ULTIMA
      *          PROMESSA FOI QUEBRADA (APURADA PELO PROMVERI, QUE
      *          RODA ANTES NO LOTE), DEPOIS AS DEMAIS, SEMPRE POR
      *          DIAS DE ATRASO E SALDO DO MAIOR PARA O MENOR. A FILA
      *          E REFEITA POR INTEIRO A CADA NOITE; O QUE FOI FEITO
      *          NAS LIGACOES FICA NO HISTCOB.TXT E NO PROMESSA.DAT.
      *          A FILA MONTADA SAI TAMBEM NO RELATORIO FILACOBR.LST.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. FILACOBR.

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
                SELECT PROMESSA ASSIGN TO
                WS-ARQ-PROMESSA
                ORGANIZATION IS INDEXED
                ACCESS MODE  IS DYNAMIC
                RECORD KEY   IS CHAVE-PROMESSA
                FILE STATUS  IS WS-FS-PRM.
                SELECT COBEXT ASSIGN TO
                WS-ARQ-COBEXT
                ORGANIZATION IS INDEXED
                ACCESS MODE  IS RANDOM
                RECORD KEY   IS CHAVE-COBEXT
                FILE STATUS  IS WS-FS-CBX.
                SELECT FILACOB ASSIGN TO
                WS-ARQ-FILACOB
                ORGANIZATION IS INDEXED
                ACCESS MODE  IS SEQUENTIAL
                RECORD KEY   IS FLC-POSICAO
                FILE STATUS  IS WS-FS-FLC.
                SELECT ORDENACAO ASSIGN TO
                'FILACOBR.WRK'.

       DATA DIVISION.
       FILE SECTION.
       FD CONTRATO.
          COPY FD_CONTRATO.

       FD RECPARC.
          COPY FD_RECPARC.

       FD PROMESSA.
          COPY FD_PROMESSA.

       FD COBEXT.
          COPY FD_COBEXT.

       FD FILACOB.
          COPY FD_FILACOB.

       SD ORDENACAO.
       01 REG-SORT.
          03 SRT-PRIORIDADE              PIC 9(01).
          03 SRT-DIAS-ATRASO             PIC 9(05).
          03 SRT-VR-SALDO                PIC 9(08)V99.
          03 SRT-NUM-CONTRATO            PIC 9(06).
          03 SRT-NUM-PARCELA             PIC 9(03).
          03 SRT-CD-CLIENTE              PIC X(20).
          03 SRT-DT-VENCIMENTO           PIC 9(08).
          03 SRT-MOTIVO                  PIC X(01).

       WORKING-STORAGE SECTION.
      ***** CAMINHOS FISICOS DOS ARQUIVOS - PRE-CARREGADOS COM O *****
      ***** PADRAO HISTORICO E RESOLVIDOS PELO ARQCONF NO INICIO *****
       77 WS-ARQ-CONTRATO            PIC X(68) VALUE
          'C:\CursoCOBOL\COBOL\01 - Basico\bin\CONTRATO.DAT'.
       77 WS-ARQ-RECPARC             PIC X(68) VALUE
          'C:\CursoCOBOL\COBOL\01 - Basico\bin\RECPARC.DAT'.
       77 WS-ARQ-PROMESSA            PIC X(68) VALUE
          'C:\CursoCOBOL\COBOL\01 - Basico\bin\PROMESSA.DAT'.
       77 WS-ARQ-COBEXT              PIC X(68) VALUE
          'C:\CursoCOBOL\COBOL\01 - Basico\bin\COBEXT.DAT'.
       77 WS-ARQ-FILACOB             PIC X(68) VALUE
          'C:\CursoCOBOL\COBOL\01 - Basico\bin\FILACOB.DAT'.
       77 WS-ARQ-FILACOBR-LST        PIC X(68) VALUE
          'C:\CursoCOBOL\COBOL\01 - Basico\bin\FILACOBR.LST'.
       77 WS-FS                          PIC 99.
          88 FS-OK                       VALUE 0.
       77 WS-FS-RCP                      PIC 99.
          88 FS-RCP-OK                   VALUE 0.
       77 WS-RCP-ABERTO                  PIC X VALUE 'N'.
          88 RCP-ABERTO                  VALUE 'S'.
       77 WS-FS-PRM                      PIC 99.
          88 FS-PRM-OK                   VALUE 0.
       77 WS-PRM-ABERTO                  PIC X VALUE 'N'.
          88 PRM-ABERTO                  VALUE 'S'.
       77 WS-FS-CBX                      PIC 99.
          88 FS-CBX-OK                   VALUE 0.
       77 WS-CBX-ABERTO                  PIC X VALUE 'N'.
          88 CBX-ABERTO                  VALUE 'S'.
       77 WS-FS-FLC                      PIC 99.
          88 FS-FLC-OK                   VALUE 0.
       77 WS-EOF                         PIC X.
          88 EOF-OK                      VALUE 'S' FALSE 'N'.
       77 WS-EOF-AUX                     PIC X.
          88 EOF-AUX-OK                  VALUE 'S' FALSE 'N'.
       77 WS-DATA-MOVIMENTO              PIC 9(08) VALUE ZEROS.
       77 WS-CONTROLE-DATA               PIC X(01) VALUE 'N'.
       77 WS-DIAS-HOJE                   PIC 9(07).
       77 WS-DIAS-VENC                   PIC 9(07).
       77 WS-DT-VENC-UTIL                PIC 9(08).
       77 WS-DIAS-ATRASO                 PIC S9(05).
       77 WS-VR-RECEBIDO                 PIC 9(09)V99 VALUE ZEROS.
       77 WS-VR-SALDO                    PIC S9(09)V99 VALUE ZEROS.
       77 WS-ULT-PROMESSA                PIC X(01) VALUE SPACE.
          88 ULT-PROMESSA-ABERTA         VALUE 'A'.
          88 ULT-PROMESSA-QUEBRADA       VALUE 'Q'.
       77 WS-ULT-DT-PROMETIDA            PIC 9(08) VALUE ZEROS.
       77 WS-POSICAO                     PIC 9(05) VALUE ZEROS.
       77 WS-QT-ATRASO                   PIC 9(05) VALUE ZEROS.
       77 WS-QT-QUEBRADAS                PIC 9(05) VALUE ZEROS.
       77 WS-QT-ASSESSORIA               PIC 9(05) VALUE ZEROS.
       77 WS-QT-PROMETIDAS               PIC 9(05) VALUE ZEROS.
       77 WS-QT-ERROS                    PIC 9(05) VALUE ZEROS.
       77 WS-VR-FILA                     PIC 9(11)V99 VALUE ZEROS.
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
            CALL 'ARQCONF' USING 'PROMESSA.DAT    ' WS-ARQ-PROMESSA
            CALL 'ARQCONF' USING 'COBEXT.DAT      ' WS-ARQ-COBEXT
            CALL 'ARQCONF' USING 'FILACOB.DAT     ' WS-ARQ-FILACOB

            CALL 'DTMOVIM' USING WS-DATA-MOVIMENTO WS-CONTROLE-DATA
            COMPUTE WS-DIAS-HOJE =
                    FUNCTION INTEGER-OF-DATE(WS-DATA-MOVIMENTO)

            OPEN INPUT CONTRATO

            IF NOT FS-OK
               DISPLAY 'ERRO AO ABRIR O ARQUIVO DE CONTRATOS.'
               DISPLAY 'FILE STATUS: ' WS-FS
               MOVE 16                   TO RETURN-CODE
               GOBACK
            END-IF

      ***** RECEBIMENTOS, PROMESSAS E ASSESSORIA SAO OPCIONAIS: *******
      ***** SEM O ARQUIVO, NAO HA O QUE DESCONTAR OU EXCLUIR **********
            OPEN INPUT RECPARC
            IF FS-RCP-OK
               MOVE 'S'                  TO WS-RCP-ABERTO
            END-IF

            OPEN INPUT PROMESSA
            IF FS-PRM-OK
               MOVE 'S'                  TO WS-PRM-ABERTO
            END-IF

            OPEN INPUT COBEXT
            IF FS-CBX-OK
               MOVE 'S'                  TO WS-CBX-ABERTO
            END-IF

            OPEN OUTPUT FILACOB

            IF NOT FS-FLC-OK
               DISPLAY 'ERRO AO ABRIR A FILA DE COBRANCA.'
               DISPLAY 'FILE STATUS: ' WS-FS-FLC
               PERFORM P950-FECHA-ENTRADAS THRU P950-FIM
               MOVE 16                   TO RETURN-CODE
               GOBACK
            END-IF

            MOVE 'A'                     TO WS-REL-ACAO
            MOVE WS-ARQ-FILACOBR-LST     TO WS-REL-ARQUIVO
            CALL 'ARQCONF' USING 'FILACOBR.LST    ' WS-REL-ARQUIVO
            MOVE 'FILA DE TRABALHO DA COBRANCA'
                                          TO WS-REL-TITULO
            CALL 'RELWRT' USING WS-RELWRT

            IF WS-REL-FS NOT EQUAL ZEROS
               DISPLAY 'ERRO AO ABRIR O RELATORIO DA FILA.'
               DISPLAY 'FILE STATUS: ' WS-REL-FS
               PERFORM P950-FECHA-ENTRADAS THRU P950-FIM
               CLOSE FILACOB
               MOVE 16                   TO RETURN-CODE
               GOBACK
            END-IF

            SORT ORDENACAO
               ON ASCENDING KEY SRT-PRIORIDADE
               ON DESCENDING KEY SRT-DIAS-ATRASO SRT-VR-SALDO
               ON ASCENDING KEY SRT-NUM-CONTRATO SRT-NUM-PARCELA
               INPUT PROCEDURE  IS P200-CARREGA
               OUTPUT PROCEDURE IS P500-GRAVA-FILA

            PERFORM P900-TOTAIS          THRU P900-FIM

            MOVE 'F'                     TO WS-REL-ACAO
            CALL 'RELWRT' USING WS-RELWRT

            PERFORM P950-FECHA-ENTRADAS  THRU P950-FIM
            CLOSE FILACOB

            IF WS-QT-ERROS GREATER THAN ZEROS
               MOVE 16                   TO RETURN-CODE
            END-IF

            DISPLAY '*** RESUMO DA FILA DE COBRANCA ***'
            DISPLAY 'PARCELAS NA FILA.....: ' WS-POSICAO
            DISPLAY 'PROMESSAS QUEBRADAS..: ' WS-QT-QUEBRADAS
            DISPLAY 'COM A ASSESSORIA.....: ' WS-QT-ASSESSORIA
            DISPLAY 'PROMESSA NO PRAZO....: ' WS-QT-PROMETIDAS
            DISPLAY 'RELATORIO EM FILACOBR.LST'

            GOBACK.
       P200-CARREGA.

            SET EOF-OK                   TO FALSE
            PERFORM P210-LE-PARCELA      THRU P210-FIM UNTIL EOF-OK
            .
       P200-FIM.
           EXIT.
       P210-LE-PARCELA.

            READ CONTRATO NEXT RECORD
               AT END
                  SET EOF-OK             TO TRUE
               NOT AT END
                  IF PARCELA-EM-ABERTO
                     PERFORM P300-AVALIA-PARCELA THRU P300-FIM
                  END-IF
            END-READ
            .
       P210-FIM.
       P300-AVALIA-PARCELA.

      ***** VENCIMENTO EM FIM DE SEMANA OU FERIADO VALE ATE O DIA *****
      ***** UTIL SEGUINTE - MESMA REGRA DO RELATRAS E DO NEGATIVA *****
            MOVE DT-VENCIMENTO-PARCELA   TO WS-DT-VENC-UTIL
            CALL 'DIAUTIL' USING WS-DT-VENC-UTIL

            COMPUTE WS-DIAS-VENC =
                    FUNCTION INTEGER-OF-DATE(WS-DT-VENC-UTIL)
            COMPUTE WS-DIAS-ATRASO = WS-DIAS-HOJE - WS-DIAS-VENC

            IF WS-DIAS-ATRASO NOT GREATER THAN ZEROS
               GO TO P300-FIM
            END-IF

      ***** PARCELA NA ASSESSORIA E COBRADA POR ELA, NAO PELA MESA ****
            IF CBX-ABERTO
               MOVE NUM-CONTRATO         TO CBX-NUM-CONTRATO
               MOVE NUM-PARCELA-CONTRATO TO CBX-NUM-PARCELA
               READ COBEXT
                  NOT INVALID KEY
                     IF COBEXT-ENVIADA
                        ADD 1            TO WS-QT-ASSESSORIA
                        GO TO P300-FIM
                     END-IF
               END-READ
            END-IF

            PERFORM P350-SALDO-PARCELA   THRU P350-FIM

            IF WS-VR-SALDO NOT GREATER THAN ZEROS
               GO TO P300-FIM
            END-IF

            PERFORM P400-ULTIMA-PROMESSA THRU P400-FIM

            IF ULT-PROMESSA-ABERTA
               AND WS-ULT-DT-PROMETIDA NOT LESS THAN WS-DATA-MOVIMENTO
               ADD 1                     TO WS-QT-PROMETIDAS
               GO TO P300-FIM
            END-IF

            IF ULT-PROMESSA-QUEBRADA
               MOVE 1                    TO SRT-PRIORIDADE
               MOVE 'Q'                  TO SRT-MOTIVO
            ELSE
               MOVE 2                    TO SRT-PRIORIDADE
               MOVE 'A'                  TO SRT-MOTIVO
            END-IF

            MOVE WS-DIAS-ATRASO          TO SRT-DIAS-ATRASO
            MOVE WS-VR-SALDO             TO SRT-VR-SALDO
            MOVE NUM-CONTRATO            TO SRT-NUM-CONTRATO
            MOVE NUM-PARCELA-CONTRATO    TO SRT-NUM-PARCELA
            MOVE CD-CLIENTE-CONTRATO     TO SRT-CD-CLIENTE
            MOVE DT-VENCIMENTO-PARCELA   TO SRT-DT-VENCIMENTO
            RELEASE REG-SORT
            .
       P300-FIM.
       P350-SALDO-PARCELA.

      ***** SALDO = VALOR DA PARCELA MENOS OS RECEBIMENTOS PARCIAIS ***
      ***** NAO ESTORNADOS - MESMA CONTA DO RELATRAS ******************
            MOVE ZEROS                   TO WS-VR-RECEBIDO

            IF RCP-ABERTO
               MOVE NUM-CONTRATO         TO RCP-NUM-CONTRATO
               MOVE NUM-PARCELA-CONTRATO TO RCP-NUM-PARCELA
               MOVE ZEROS                TO RCP-SEQUENCIA
               SET EOF-AUX-OK            TO FALSE
               START RECPARC KEY NOT LESS THAN CHAVE-RECPARC
                  INVALID KEY
                     SET EOF-AUX-OK      TO TRUE
               END-START
               PERFORM P360-LE-RECEBIMENTO THRU P360-FIM
                       UNTIL EOF-AUX-OK
            END-IF

            COMPUTE WS-VR-SALDO = VR-PARCELA-TOTAL - WS-VR-RECEBIDO
            .
       P350-FIM.
       P360-LE-RECEBIMENTO.

            READ RECPARC NEXT RECORD
               AT END
                  SET EOF-AUX-OK         TO TRUE
               NOT AT END
                  IF RCP-NUM-CONTRATO NOT EQUAL NUM-CONTRATO
                     OR RCP-NUM-PARCELA NOT EQUAL NUM-PARCELA-CONTRATO
                     SET EOF-AUX-OK      TO TRUE
                  ELSE
                     IF NOT RECEB-ESTORNADO
                        ADD RCP-VR-RECEBIDO TO WS-VR-RECEBIDO
                     END-IF
                  END-IF
            END-READ
            .
       P360-FIM.
       P400-ULTIMA-PROMESSA.

      ***** A SITUACAO QUE VALE E A DA PROMESSA MAIS RECENTE DA *******
      ***** PARCELA (MAIOR SEQUENCIA) *********************************
            MOVE SPACE                   TO WS-ULT-PROMESSA
            MOVE ZEROS                   TO WS-ULT-DT-PROMETIDA

            IF NOT PRM-ABERTO
               GO TO P400-FIM
            END-IF

            MOVE NUM-CONTRATO            TO PRM-NUM-CONTRATO
            MOVE NUM-PARCELA-CONTRATO    TO PRM-NUM-PARCELA
            MOVE ZEROS                   TO PRM-SEQUENCIA
            SET EOF-AUX-OK               TO FALSE
            START PROMESSA KEY NOT LESS THAN CHAVE-PROMESSA
               INVALID KEY
                  SET EOF-AUX-OK         TO TRUE
            END-START

            PERFORM P410-LE-PROMESSA     THRU P410-FIM UNTIL EOF-AUX-OK
            .
       P400-FIM.
       P410-LE-PROMESSA.

            READ PROMESSA NEXT RECORD
               AT END
                  SET EOF-AUX-OK         TO TRUE
               NOT AT END
                  IF PRM-NUM-CONTRATO NOT EQUAL NUM-CONTRATO
                     OR PRM-NUM-PARCELA NOT EQUAL NUM-PARCELA-CONTRATO
                     SET EOF-AUX-OK      TO TRUE
                  ELSE
                     MOVE PRM-SITUACAO   TO WS-ULT-PROMESSA
                     MOVE PRM-DT-PROMETIDA
                                          TO WS-ULT-DT-PROMETIDA
                  END-IF
            END-READ
            .
       P410-FIM.
       P500-GRAVA-FILA.

            SET EOF-OK                   TO FALSE
            PERFORM P510-GRAVA-ITEM      THRU P510-FIM UNTIL EOF-OK
            .
       P500-FIM.
           EXIT.
       P510-GRAVA-ITEM.

            RETURN ORDENACAO
               AT END
                  SET EOF-OK             TO TRUE
                  GO TO P510-FIM
            END-RETURN

            ADD 1                        TO WS-POSICAO
            INITIALIZE REG-FILACOB
            MOVE WS-POSICAO              TO FLC-POSICAO
            MOVE WS-DATA-MOVIMENTO       TO FLC-DT-FILA
            MOVE SRT-NUM-CONTRATO        TO FLC-NUM-CONTRATO
            MOVE SRT-NUM-PARCELA         TO FLC-NUM-PARCELA
            MOVE SRT-CD-CLIENTE          TO FLC-CD-CLIENTE
            MOVE SRT-DT-VENCIMENTO       TO FLC-DT-VENCIMENTO
            MOVE SRT-DIAS-ATRASO         TO FLC-DIAS-ATRASO
            MOVE SRT-VR-SALDO            TO FLC-VR-SALDO
            MOVE SRT-MOTIVO              TO FLC-MOTIVO
            SET FILA-PENDENTE            TO TRUE

            WRITE REG-FILACOB
               INVALID KEY
                  DISPLAY 'ERRO AO GRAVAR A POSICAO ' WS-POSICAO
                          ' DA FILA - FILE STATUS: ' WS-FS-FLC
                  ADD 1                  TO WS-QT-ERROS
                  GO TO P510-FIM
            END-WRITE

            ADD SRT-VR-SALDO             TO WS-VR-FILA
            IF FILA-PROMESSA-QUEBRADA
               ADD 1                     TO WS-QT-QUEBRADAS
            ELSE
               ADD 1                     TO WS-QT-ATRASO
            END-IF

            MOVE 'D'                     TO WS-REL-ACAO
            MOVE SPACES                  TO WS-REL-LINHA
            STRING FLC-POSICAO
                   ' CONTRATO ' FLC-NUM-CONTRATO
                   ' PARCELA ' FLC-NUM-PARCELA
                   ' CLIENTE ' FLC-CD-CLIENTE
                   ' ATRASO ' FLC-DIAS-ATRASO
                   ' SALDO ' FLC-VR-SALDO
                   ' ' FLC-MOTIVO
                   DELIMITED BY SIZE INTO WS-REL-LINHA
            CALL 'RELWRT' USING WS-RELWRT
            .
       P510-FIM.
       P900-TOTAIS.

            MOVE 'T'                     TO WS-REL-ACAO
            MOVE SPACES                  TO WS-REL-LINHA
            STRING 'NA FILA: ' WS-POSICAO
                   '  PROMESSA QUEBRADA (Q): ' WS-QT-QUEBRADAS
                   '  ATRASO (A): ' WS-QT-ATRASO
                   '  SALDO: ' WS-VR-FILA
                   DELIMITED BY SIZE INTO WS-REL-LINHA
            CALL 'RELWRT' USING WS-RELWRT

            MOVE 'D'                     TO WS-REL-ACAO
            MOVE SPACES                  TO WS-REL-LINHA
            STRING 'FORA DA FILA - COM A ASSESSORIA: '
                   WS-QT-ASSESSORIA
                   '  PROMESSA DENTRO DO PRAZO: ' WS-QT-PROMETIDAS
                   DELIMITED BY SIZE INTO WS-REL-LINHA
            CALL 'RELWRT' USING WS-RELWRT
            .
       P900-FIM.
       P950-FECHA-ENTRADAS.

            CLOSE CONTRATO

            IF RCP-ABERTO
               CLOSE RECPARC
            END-IF
            IF PRM-ABERTO
               CLOSE PROMESSA
            END-IF
            IF CBX-ABERTO
               CLOSE COBEXT
            END-IF
            .
       P950-FIM.
       END PROGRAM FILACOBR.
