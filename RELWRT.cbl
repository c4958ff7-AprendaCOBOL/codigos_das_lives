      *            ACAO 'F' - FECHA O RELATORIO.
      *          UMA CORRECAO DE FORMATACAO PASSA A VALER PARA TODOS
      *          OS RELATORIOS DE UMA VEZ.
      * Update: 15/10/2026 - Repositorio de relatorios: cada
      *         relatorio aberto aqui ganha uma geracao no RELTIPO
      *         (criado na primeira execucao), uma entrada no indice
      *         RELINDX (nome, data/hora, geracao, data de movimento,
      *         paginas) e cada linha impressa e guardada no RELDADO
      *         para a reimpressao pelo RELREIMP. Nova acao 'R'
      *         registra no repositorio uma listagem de layout
      *         proprio ja gravada e fechada pelo chamador. Falha no
      *         repositorio so avisa - a listagem sai do mesmo jeito.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RELWRT.
                SELECT RELATORIO ASSIGN TO WS-ARQ-RELATORIO
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS  IS WS-FS.
                SELECT RELINDX ASSIGN TO
                WS-ARQ-RELINDX
                ORGANIZATION IS INDEXED
                ACCESS MODE  IS RANDOM
                RECORD KEY   IS CHAVE-RELINDX
                FILE STATUS  IS WS-FS-RIX.
                SELECT RELDADO ASSIGN TO
                WS-ARQ-RELDADO
                ORGANIZATION IS INDEXED
                ACCESS MODE  IS RANDOM
                RECORD KEY   IS CHAVE-RELDADO
                FILE STATUS  IS WS-FS-RDD.
                SELECT RELTIPO ASSIGN TO
                WS-ARQ-RELTIPO
                ORGANIZATION IS INDEXED
                ACCESS MODE  IS RANDOM
                RECORD KEY   IS RTP-RELATORIO
                FILE STATUS  IS WS-FS-RTP.

       DATA DIVISION.
       FILE SECTION.
       FD RELATORIO.
       01 REG-RELATORIO                  PIC X(100).

       FD RELINDX.
          COPY FD_RELINDX.

       FD RELDADO.
          COPY FD_RELDADO.

       FD RELTIPO.
          COPY FD_RELTIPO.

       WORKING-STORAGE SECTION.
       77 WS-FS                          PIC 99.
          88 FS-OK                       VALUE 0.
       77 WS-CONTROLE-DATA               PIC X(01) VALUE 'N'.
       77 WS-RELATORIO-ABERTO            PIC X(01) VALUE 'N'.
          88 RELATORIO-ABERTO            VALUE 'S'.
      ***** REPOSITORIO DE RELATORIOS (INDICE, SAIDA E TIPOS) *********
       77 WS-ARQ-RELINDX             PIC X(68) VALUE
          'C:\CursoCOBOL\COBOL\01 - Basico\bin\RELINDX.DAT'.
       77 WS-ARQ-RELDADO             PIC X(68) VALUE
          'C:\CursoCOBOL\COBOL\01 - Basico\bin\RELDADO.DAT'.
       77 WS-ARQ-RELTIPO             PIC X(68) VALUE
          'C:\CursoCOBOL\COBOL\01 - Basico\bin\RELTIPO.DAT'.
       77 WS-FS-RIX                      PIC 99.
          88 FS-RIX-OK                   VALUE 0.
       77 WS-FS-RDD                      PIC 99.
          88 FS-RDD-OK                   VALUE 0.
       77 WS-FS-RTP                      PIC 99.
          88 FS-RTP-OK                   VALUE 0.
       77 WS-REPOSITORIO-ABERTO          PIC X(01) VALUE 'N'.
          88 REPOSITORIO-ABERTO          VALUE 'S'.
       77 WS-FIM-LEITURA                 PIC X(01) VALUE 'N'.
          88 FIM-LEITURA                 VALUE 'S'.
       77 WS-REPO-NOME                   PIC X(10) VALUE SPACES.
       77 WS-REPO-GERACAO                PIC 9(05) VALUE ZEROS.
       77 WS-REPO-LINHAS                 PIC 9(07) VALUE ZEROS.
       77 WS-REPO-PAGINAS                PIC 9(05) VALUE ZEROS.
       77 WS-POS                         PIC 9(02) VALUE ZEROS.
       77 WS-POS-BARRA                   PIC 9(02) VALUE ZEROS.
       77 WS-DATA-EXECUCAO               PIC 9(08) VALUE ZEROS.
       77 WS-HORA-EXECUCAO               PIC 9(08) VALUE ZEROS.

       LINKAGE SECTION.
       01 LK-RELWRT.
             88 LK-DETALHE               VALUE 'D'.
             88 LK-TOTAL                 VALUE 'T'.
             88 LK-FECHAR                VALUE 'F'.
             88 LK-REGISTRAR             VALUE 'R'.
          03 LK-ARQUIVO                  PIC X(68).
          03 LK-TITULO                   PIC X(40).
          03 LK-LINHA                    PIC X(100).
                   PERFORM P400-TOTAL    THRU P400-FIM
                WHEN LK-FECHAR
                   PERFORM P900-FECHAR   THRU P900-FIM
                WHEN LK-REGISTRAR
                   PERFORM P800-REGISTRAR THRU P800-FIM
                WHEN OTHER
                   MOVE 99               TO LK-FS
            END-EVALUATE
            END-IF

            MOVE 'S'                     TO WS-RELATORIO-ABERTO
            PERFORM P500-ABRE-REPOSITORIO THRU P500-FIM
            PERFORM P200-CABECALHO       THRU P200-FIM
            .
       P100-FIM.
                   '  DATA ' WS-DATA-MOVIMENTO
                   '  PAGINA ' WS-PAGINA
                   DELIMITED BY SIZE INTO REG-RELATORIO
            PERFORM P700-ESCREVE-LINHA   THRU P700-FIM

            MOVE ALL '-'                 TO REG-RELATORIO(1:70)
            MOVE SPACES                  TO REG-RELATORIO(71:30)
            PERFORM P700-ESCREVE-LINHA   THRU P700-FIM

            ADD 2                        TO WS-LINHAS-IMPRESSAS
            .
            END-IF

            MOVE LK-LINHA                TO REG-RELATORIO
            PERFORM P700-ESCREVE-LINHA   THRU P700-FIM
            ADD 1                        TO WS-LINHAS-IMPRESSAS
            .
       P300-FIM.

            MOVE ALL '-'                 TO REG-RELATORIO(1:70)
            MOVE SPACES                  TO REG-RELATORIO(71:30)
            PERFORM P700-ESCREVE-LINHA   THRU P700-FIM

            MOVE LK-LINHA                TO REG-RELATORIO
            PERFORM P700-ESCREVE-LINHA   THRU P700-FIM
            ADD 2                        TO WS-LINHAS-IMPRESSAS
            .
       P400-FIM.
       P500-ABRE-REPOSITORIO.

      ***** NOVA GERACAO DO RELATORIO NO REPOSITORIO: ENTRADA NO ******
      ***** INDICE EM GRAVACAO, FECHADA COM AS PAGINAS NO FIM *********
            MOVE 'N'                     TO WS-REPOSITORIO-ABERTO
            MOVE ZEROS                   TO WS-REPO-LINHAS
                                            WS-REPO-PAGINAS

            CALL 'ARQCONF' USING 'RELINDX.DAT     ' WS-ARQ-RELINDX
            CALL 'ARQCONF' USING 'RELDADO.DAT     ' WS-ARQ-RELDADO
            CALL 'ARQCONF' USING 'RELTIPO.DAT     ' WS-ARQ-RELTIPO

            PERFORM P510-NOME-RELATORIO  THRU P510-FIM
            IF WS-REPO-NOME EQUAL SPACES
               GO TO P500-FIM
            END-IF

            PERFORM P520-PROXIMA-GERACAO THRU P520-FIM
            IF WS-REPO-GERACAO EQUAL ZEROS
               GO TO P500-FIM
            END-IF

            OPEN I-O RELINDX
            IF WS-FS-RIX EQUAL 35
               OPEN OUTPUT RELINDX
               CLOSE RELINDX
               OPEN I-O RELINDX
            END-IF
            IF NOT FS-RIX-OK
               DISPLAY 'REPOSITORIO DE RELATORIOS INDISPONIVEL '
                       '(RELINDX) - FILE STATUS: ' WS-FS-RIX
               GO TO P500-FIM
            END-IF

            OPEN I-O RELDADO
            IF WS-FS-RDD EQUAL 35
               OPEN OUTPUT RELDADO
               CLOSE RELDADO
               OPEN I-O RELDADO
            END-IF
            IF NOT FS-RDD-OK
               DISPLAY 'REPOSITORIO DE RELATORIOS INDISPONIVEL '
                       '(RELDADO) - FILE STATUS: ' WS-FS-RDD
               CLOSE RELINDX
               GO TO P500-FIM
            END-IF

            ACCEPT WS-DATA-EXECUCAO      FROM DATE YYYYMMDD
            ACCEPT WS-HORA-EXECUCAO      FROM TIME

            INITIALIZE REG-RELINDX
            MOVE WS-REPO-NOME            TO RIX-RELATORIO
            MOVE WS-REPO-GERACAO         TO RIX-GERACAO
            MOVE WS-DATA-EXECUCAO        TO RIX-DT-EXECUCAO
            MOVE WS-HORA-EXECUCAO(1:6)   TO RIX-HR-EXECUCAO
            MOVE WS-DATA-MOVIMENTO       TO RIX-DT-MOVIMENTO
            MOVE WS-TITULO               TO RIX-TITULO
            MOVE WS-ARQ-RELATORIO        TO RIX-ARQ-ORIGEM
            SET RIX-EM-GRAVACAO          TO TRUE

            WRITE REG-RELINDX
               INVALID KEY
                  DISPLAY 'GERACAO ' WS-REPO-GERACAO ' DO RELATORIO '
                          WS-REPO-NOME ' JA EXISTE NO INDICE - NAO '
                          'GUARDADA.'
                  CLOSE RELINDX RELDADO
                  GO TO P500-FIM
            END-WRITE

            MOVE 'S'                     TO WS-REPOSITORIO-ABERTO
            .
       P500-FIM.
       P510-NOME-RELATORIO.

      ***** O NOME DO RELATORIO E O DA LISTAGEM, SEM O CAMINHO E ******
      ***** SEM A EXTENSAO (...\bin\LISCNTT.LST -> LISCNTT) ************
            MOVE SPACES                  TO WS-REPO-NOME
            MOVE ZEROS                   TO WS-POS-BARRA

            PERFORM P515-PROCURA-BARRA   THRU P515-FIM
                    VARYING WS-POS FROM 1 BY 1
                    UNTIL WS-POS GREATER THAN 67

            UNSTRING WS-ARQ-RELATORIO(WS-POS-BARRA + 1:)
                     DELIMITED BY '.' OR SPACE
                INTO WS-REPO-NOME
            END-UNSTRING

            INSPECT WS-REPO-NOME CONVERTING
                    'abcdefghijklmnopqrstuvwxyz'
                 TO 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'
            .
       P510-FIM.
       P515-PROCURA-BARRA.

            IF WS-ARQ-RELATORIO(WS-POS:1) EQUAL '\'
               OR WS-ARQ-RELATORIO(WS-POS:1) EQUAL '/'
               MOVE WS-POS               TO WS-POS-BARRA
            END-IF
            .
       P515-FIM.
       P520-PROXIMA-GERACAO.

      ***** A GERACAO E CONTADA NO TIPO DO RELATORIO; O TIPO NASCE ****
      ***** NA PRIMEIRA EXECUCAO, COM O TITULO COMO DESCRICAO *********
            MOVE ZEROS                   TO WS-REPO-GERACAO

            OPEN I-O RELTIPO
            IF WS-FS-RTP EQUAL 35
               OPEN OUTPUT RELTIPO
               CLOSE RELTIPO
               OPEN I-O RELTIPO
            END-IF
            IF NOT FS-RTP-OK
               DISPLAY 'REPOSITORIO DE RELATORIOS INDISPONIVEL '
                       '(RELTIPO) - FILE STATUS: ' WS-FS-RTP
               GO TO P520-FIM
            END-IF

            MOVE WS-REPO-NOME            TO RTP-RELATORIO
            READ RELTIPO
               INVALID KEY
                  INITIALIZE REG-RELTIPO
                  MOVE WS-REPO-NOME      TO RTP-RELATORIO
                  MOVE WS-TITULO         TO RTP-DESCRICAO
                  MOVE 1                 TO RTP-ULT-GERACAO
                  MOVE WS-DATA-MOVIMENTO TO RTP-DT-ATUALIZACAO
                  WRITE REG-RELTIPO
               NOT INVALID KEY
                  ADD 1                  TO RTP-ULT-GERACAO
                  REWRITE REG-RELTIPO
            END-READ

            IF FS-RTP-OK
               MOVE RTP-ULT-GERACAO      TO WS-REPO-GERACAO
            END-IF

            CLOSE RELTIPO
            .
       P520-FIM.
       P600-FECHA-REPOSITORIO.

            IF NOT REPOSITORIO-ABERTO
               GO TO P600-FIM
            END-IF

            MOVE WS-REPO-NOME            TO RIX-RELATORIO
            MOVE WS-REPO-GERACAO         TO RIX-GERACAO
            READ RELINDX
               INVALID KEY
                  CONTINUE
               NOT INVALID KEY
                  MOVE WS-REPO-PAGINAS   TO RIX-PAGINAS
                  MOVE WS-REPO-LINHAS    TO RIX-LINHAS
                  SET RIX-COMPLETO       TO TRUE
                  REWRITE REG-RELINDX
            END-READ

            CLOSE RELINDX RELDADO
            MOVE 'N'                     TO WS-REPOSITORIO-ABERTO
            .
       P600-FIM.
       P700-ESCREVE-LINHA.

            WRITE REG-RELATORIO

            IF REPOSITORIO-ABERTO
               PERFORM P710-GUARDA-LINHA THRU P710-FIM
            END-IF
            .
       P700-FIM.
       P710-GUARDA-LINHA.

            ADD 1                        TO WS-REPO-LINHAS
            MOVE WS-REPO-NOME            TO RDD-RELATORIO
            MOVE WS-REPO-GERACAO         TO RDD-GERACAO
            MOVE WS-REPO-LINHAS          TO RDD-LINHA
            MOVE REG-RELATORIO           TO RDD-TEXTO

            WRITE REG-RELDADO
               INVALID KEY
                  REWRITE REG-RELDADO
            END-WRITE
            .
       P710-FIM.
       P800-REGISTRAR.

      ***** LISTAGEM DE LAYOUT PROPRIO (CARTA, HOLERITE...) JA ********
      ***** GRAVADA E FECHADA PELO CHAMADOR: SO VAI AO REPOSITORIO, ***
      ***** EM PAGINAS DE 56 LINHAS ***********************************
            IF RELATORIO-ABERTO
               MOVE 42                   TO LK-FS
               GO TO P800-FIM
            END-IF

            MOVE LK-ARQUIVO              TO WS-ARQ-RELATORIO
            MOVE LK-TITULO               TO WS-TITULO

            CALL 'DTMOVIM' USING WS-DATA-MOVIMENTO WS-CONTROLE-DATA

            OPEN INPUT RELATORIO

            IF NOT FS-OK
               MOVE WS-FS                TO LK-FS
               GO TO P800-FIM
            END-IF

            PERFORM P500-ABRE-REPOSITORIO THRU P500-FIM

            IF NOT REPOSITORIO-ABERTO
               CLOSE RELATORIO
               GO TO P800-FIM
            END-IF

            MOVE 'N'                     TO WS-FIM-LEITURA
            PERFORM P810-COPIA-LINHA     THRU P810-FIM
                    UNTIL FIM-LEITURA

            CLOSE RELATORIO

            COMPUTE WS-REPO-PAGINAS = (WS-REPO-LINHAS
                                    + WS-LINHAS-PAGINA - 1)
                                    / WS-LINHAS-PAGINA
            PERFORM P600-FECHA-REPOSITORIO THRU P600-FIM
            .
       P800-FIM.
       P810-COPIA-LINHA.

            READ RELATORIO
               AT END
                  MOVE 'S'               TO WS-FIM-LEITURA
               NOT AT END
                  PERFORM P710-GUARDA-LINHA THRU P710-FIM
            END-READ
            .
       P810-FIM.
       P900-FECHAR.

            IF RELATORIO-ABERTO
               CLOSE RELATORIO
               MOVE 'N'                  TO WS-RELATORIO-ABERTO
               MOVE WS-PAGINA            TO WS-REPO-PAGINAS
               PERFORM P600-FECHA-REPOSITORIO THRU P600-FIM
            END-IF
            .
       P900-FIM.
