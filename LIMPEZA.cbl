      *           arquivo morto e esvaziada, e a listagem sem data
      *           reconhecivel nao e tocada (sai avisada no
      *           relatorio).
      * Modified: 15/10/2026 - Retencao por tipo de relatorio: o
      *           tipo no RELTIPO.DAT (mantido no RELREIMP) da a
      *           retencao de cada listagem LST=NOME e de cada geracao
      *           guardada no repositorio de relatorios; LISTAGEM=DIAS
      *           passou a ser so o padrao do tipo sem retencao
      *           propria. A geracao vencida do repositorio tem as
      *           linhas copiadas para o arquivo morto e sai do
      *           RELDADO e do indice RELINDX.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. LIMPEZA.
                WS-ARQ-LIMPEZA
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS  IS WS-FS-REL.
                SELECT RELTIPO ASSIGN TO
                WS-ARQ-RELTIPO
                ORGANIZATION IS INDEXED
                ACCESS MODE  IS SEQUENTIAL
                RECORD KEY   IS RTP-RELATORIO
                FILE STATUS  IS WS-FS-RTP.
                SELECT RELINDX ASSIGN TO
                WS-ARQ-RELINDX
                ORGANIZATION IS INDEXED
                ACCESS MODE  IS DYNAMIC
                RECORD KEY   IS CHAVE-RELINDX
                FILE STATUS  IS WS-FS-RIX.
                SELECT RELDADO ASSIGN TO
                WS-ARQ-RELDADO
                ORGANIZATION IS INDEXED
                ACCESS MODE  IS DYNAMIC
                RECORD KEY   IS CHAVE-RELDADO
                FILE STATUS  IS WS-FS-RDD.

       DATA DIVISION.
       FILE SECTION.
       FD RELATORIO.
       01 REG-RELATORIO                  PIC X(100).

       FD RELTIPO.
          COPY FD_RELTIPO.

       FD RELINDX.
          COPY FD_RELINDX.

       FD RELDADO.
          COPY FD_RELDADO.

       WORKING-STORAGE SECTION.
      ***** CAMINHOS FISICOS DOS ARQUIVOS - PRE-CARREGADOS COM O *****
      ***** PADRAO HISTORICO E RESOLVIDOS PELO ARQCONF NO INICIO *****
       77 WS-ARQ-ARQMORTO            PIC X(68) VALUE SPACES.
       77 WS-ARQ-LIMPEZA             PIC X(68) VALUE
          'C:\CursoCOBOL\COBOL\01 - Basico\bin\LIMPEZA.LST'.
       77 WS-ARQ-RELTIPO             PIC X(68) VALUE
          'C:\CursoCOBOL\COBOL\01 - Basico\bin\RELTIPO.DAT'.
       77 WS-ARQ-RELINDX             PIC X(68) VALUE
          'C:\CursoCOBOL\COBOL\01 - Basico\bin\RELINDX.DAT'.
       77 WS-ARQ-RELDADO             PIC X(68) VALUE
          'C:\CursoCOBOL\COBOL\01 - Basico\bin\RELDADO.DAT'.
       01 WS-PATH-BIN                PIC X(37) VALUE
          'C:\CursoCOBOL\COBOL\01 - Basico\bin\'.
       77 WS-FS-CFG                      PIC 99.
       77 WS-FS-WRK                      PIC 99.
       77 WS-FS-ARC                      PIC 99.
       77 WS-FS-REL                      PIC 99.
       77 WS-FS-RTP                      PIC 99.
          88 FS-RTP-OK                   VALUE 0.
       77 WS-FS-RIX                      PIC 99.
          88 FS-RIX-OK                   VALUE 0.
       77 WS-FS-RDD                      PIC 99.
          88 FS-RDD-OK                   VALUE 0.
       77 WS-EOF                         PIC X.
          88 EOF-OK                      VALUE 'S' FALSE 'N'.
       77 WS-DATA-MOVIMENTO              PIC 9(08) VALUE ZEROS.
       77 WS-QT-TOTAL-ARQ                PIC 9(07) VALUE ZEROS.
       77 WS-CLASSE-ATUAL                PIC X(10) VALUE SPACES.
       77 WS-NOME-LOGICO                 PIC X(16) VALUE SPACES.
      ***** RETENCAO POR TIPO DE RELATORIO (RELTIPO.DAT); ZERO NO *****
      ***** TIPO = VALE O PADRAO LISTAGEM *****************************
       77 WS-QTD-TIPOS                   PIC 9(03) VALUE ZEROS.
       77 WS-QTD-TIPOS-RET               PIC 9(03) VALUE ZEROS.
       01 WS-TAB-TIPOS.
          03 WS-TIPO OCCURS 200 TIMES.
             05 WS-TIPO-NOME             PIC X(10).
             05 WS-TIPO-RET              PIC 9(05).
       77 WS-ITP                         PIC 9(03).
       77 WS-TIPO-PROCURADO              PIC X(10) VALUE SPACES.
       77 WS-RET-TIPO                    PIC 9(05) VALUE ZEROS.
       77 WS-FIM-INDICE                  PIC X VALUE 'N'.
          88 FIM-INDICE                  VALUE 'S'.
       77 WS-DATA-GERACAO                PIC 9(08) VALUE ZEROS.
       77 WS-QT-GER-EXPURGO              PIC 9(05) VALUE ZEROS.
       77 WS-QT-GER-MANTIDAS             PIC 9(05) VALUE ZEROS.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            CALL 'ARQCONF' USING 'LIMPEZA.WRK     ' WS-ARQ-TRABALHO
            CALL 'ARQCONF' USING 'LIMPEZA.LST     ' WS-ARQ-LIMPEZA
            CALL 'ARQCONF' USING 'PATH-BIN        ' WS-PATH-BIN
            CALL 'ARQCONF' USING 'RELTIPO.DAT     ' WS-ARQ-RELTIPO
            CALL 'ARQCONF' USING 'RELINDX.DAT     ' WS-ARQ-RELINDX
            CALL 'ARQCONF' USING 'RELDADO.DAT     ' WS-ARQ-RELDADO

            CALL 'DTMOVIM' USING WS-DATA-MOVIMENTO WS-CONTROLE-DATA
            COMPUTE WS-DIAS-INT =
                   DELIMITED BY SIZE INTO WS-ARQ-ARQMORTO

            PERFORM P100-CARREGA-CONFIG  THRU P100-FIM
            PERFORM P150-CARREGA-TIPOS   THRU P150-FIM

            IF WS-RET-RUNJRNL EQUAL ZEROS
               AND WS-RET-JOBHIST EQUAL ZEROS
               AND WS-RET-CONTJRNL EQUAL ZEROS
               AND WS-RET-ERRLOG EQUAL ZEROS
               AND WS-RET-LISTAGEM EQUAL ZEROS
               AND WS-QTD-TIPOS-RET EQUAL ZEROS
               DISPLAY 'NADA CONFIGURADO NO LIMPEZA.TXT - NADA E '
                       'TOCADO.'
               GOBACK
               PERFORM P500-FILTRA-FIXO  THRU P500-FIM
            END-IF
            IF WS-RET-LISTAGEM GREATER THAN ZEROS
               OR WS-QTD-TIPOS-RET GREATER THAN ZEROS
               PERFORM P600-LIMPA-LISTAGENS THRU P600-FIM
               PERFORM P700-LIMPA-REPOSITORIO THRU P700-FIM
            END-IF

            CLOSE ARQMORTO
            END-READ
            .
       P110-FIM.
       P150-CARREGA-TIPOS.

      ***** A RETENCAO DE CADA TIPO DE RELATORIO VEM DO RELTIPO *******
            OPEN INPUT RELTIPO

            IF NOT FS-RTP-OK
               GO TO P150-FIM
            END-IF

            SET EOF-OK                   TO FALSE
            PERFORM P160-LE-TIPO         THRU P160-FIM UNTIL EOF-OK

            CLOSE RELTIPO
            .
       P150-FIM.
       P160-LE-TIPO.

            READ RELTIPO NEXT RECORD
               AT END
                  SET EOF-OK             TO TRUE
               NOT AT END
                  IF WS-QTD-TIPOS LESS THAN 200
                     ADD 1               TO WS-QTD-TIPOS
                     MOVE RTP-RELATORIO  TO WS-TIPO-NOME (WS-QTD-TIPOS)
                     MOVE RTP-RETENCAO-DIAS
                                         TO WS-TIPO-RET (WS-QTD-TIPOS)
                     IF RTP-RETENCAO-DIAS GREATER THAN ZEROS
                        ADD 1            TO WS-QTD-TIPOS-RET
                     END-IF
                  END-IF
            END-READ
            .
       P160-FIM.
       P170-RETENCAO-TIPO.

      ***** RETENCAO DO TIPO WS-TIPO-PROCURADO: A PROPRIA OU, SEM *****
      ***** ELA, O PADRAO LISTAGEM ************************************
            MOVE WS-RET-LISTAGEM         TO WS-RET-TIPO
            PERFORM P175-PROCURA-TIPO    THRU P175-FIM
                    VARYING WS-ITP FROM 1 BY 1
                    UNTIL WS-ITP GREATER THAN WS-QTD-TIPOS
            .
       P170-FIM.
       P175-PROCURA-TIPO.

            IF WS-TIPO-NOME (WS-ITP) EQUAL WS-TIPO-PROCURADO
               AND WS-TIPO-RET (WS-ITP) GREATER THAN ZEROS
               MOVE WS-TIPO-RET (WS-ITP) TO WS-RET-TIPO
            END-IF
            .
       P175-FIM.
       P300-LIMPA-SPOOLS.

      ***** SPOOLS DO RUNJRNL: CADA <JOB>.J<DATA> ALEM DA RETENCAO ****
      ***** A PILHA DE LISTAGENS: CADA LST=NOME DO LIMPEZA.TXT COM ****
      ***** DATA DE MOVIMENTO NO CABECALHO ANTERIOR AO CORTE E ********
      ***** ARQUIVADA INTEIRA E ESVAZIADA; SEM DATA RECONHECIVEL, *****
      ***** A LISTAGEM NAO E TOCADA. O CORTE E O DO TIPO DE ***********
      ***** RELATORIO (O NOME DA LISTAGEM SEM A EXTENSAO) *************
            PERFORM VARYING WS-IDX FROM 1 BY 1
                    UNTIL WS-IDX GREATER THAN WS-QTD-LSTS
               PERFORM P610-UMA-LISTAGEM THRU P610-FIM
       P600-FIM.
       P610-UMA-LISTAGEM.

            MOVE SPACES                  TO WS-TIPO-PROCURADO
            UNSTRING WS-LST-NOME (WS-IDX) DELIMITED BY '.' OR SPACE
                INTO WS-TIPO-PROCURADO
            END-UNSTRING
            PERFORM P170-RETENCAO-TIPO   THRU P170-FIM

            IF WS-RET-TIPO EQUAL ZEROS
               MOVE SPACES               TO REG-RELATORIO
               STRING 'LISTAGEM ' WS-LST-NOME (WS-IDX)
                      ' SEM RETENCAO NO TIPO NEM PADRAO - NAO TOCADA'
                      DELIMITED BY SIZE INTO REG-RELATORIO
               WRITE REG-RELATORIO
               GO TO P610-FIM
            END-IF

            COMPUTE WS-DATA-CORTE = FUNCTION DATE-OF-INTEGER
                    (WS-DIAS-INT - WS-RET-TIPO)

            MOVE SPACES                  TO WS-ARQ-ALVO
            STRING FUNCTION TRIM(WS-PATH-BIN)
                   FUNCTION TRIM(WS-LST-NOME (WS-IDX))
            END-PERFORM
            .
       P630-FIM.
       P700-LIMPA-REPOSITORIO.

      ***** REPOSITORIO DE RELATORIOS: CADA GERACAO COM DATA DE *******
      ***** MOVIMENTO ANTERIOR AO CORTE DO SEU TIPO TEM AS LINHAS *****
      ***** COPIADAS PARA O ARQUIVO MORTO E SAI DO RELDADO E DO *******
      ***** INDICE; TIPO SEM RETENCAO (NEM PADRAO) FICA INTEIRO *******
            OPEN I-O RELINDX

            IF NOT FS-RIX-OK
               GO TO P700-FIM
            END-IF

            OPEN I-O RELDADO

            IF NOT FS-RDD-OK
               CLOSE RELINDX
               MOVE SPACES               TO REG-RELATORIO
               STRING 'REPOSITORIO: ERRO AO ABRIR O RELDADO - FILE '
                      'STATUS ' WS-FS-RDD ' - NADA EXPURGADO'
                      DELIMITED BY SIZE INTO REG-RELATORIO
               WRITE REG-RELATORIO
               GO TO P700-FIM
            END-IF

            MOVE ZEROS                   TO WS-QT-GER-EXPURGO
                                            WS-QT-GER-MANTIDAS
            MOVE 'N'                     TO WS-FIM-INDICE
            PERFORM P710-UMA-GERACAO     THRU P710-FIM
                    UNTIL FIM-INDICE

            CLOSE RELINDX RELDADO

            MOVE SPACES                  TO REG-RELATORIO
            STRING 'REPOSITORIO: ' WS-QT-GER-EXPURGO
                   ' GERACAO(OES) EXPURGADA(S), ' WS-QT-GER-MANTIDAS
                   ' MANTIDA(S)'
                   DELIMITED BY SIZE INTO REG-RELATORIO
            WRITE REG-RELATORIO
            .
       P700-FIM.
       P710-UMA-GERACAO.

            READ RELINDX NEXT RECORD
               AT END
                  MOVE 'S'               TO WS-FIM-INDICE
                  GO TO P710-FIM
            END-READ

            MOVE RIX-RELATORIO           TO WS-TIPO-PROCURADO
            PERFORM P170-RETENCAO-TIPO   THRU P170-FIM

            MOVE RIX-DT-MOVIMENTO        TO WS-DATA-GERACAO
            IF WS-DATA-GERACAO EQUAL ZEROS
               MOVE RIX-DT-EXECUCAO      TO WS-DATA-GERACAO
            END-IF

            IF WS-RET-TIPO EQUAL ZEROS
               ADD 1                     TO WS-QT-GER-MANTIDAS
               GO TO P710-FIM
            END-IF

            COMPUTE WS-DATA-CORTE = FUNCTION DATE-OF-INTEGER
                    (WS-DIAS-INT - WS-RET-TIPO)

            IF WS-DATA-GERACAO NOT LESS THAN WS-DATA-CORTE
               ADD 1                     TO WS-QT-GER-MANTIDAS
               GO TO P710-FIM
            END-IF

            MOVE ZEROS                   TO WS-QT-ARQUIVADOS
            SET EOF-OK                   TO FALSE
            MOVE RIX-RELATORIO           TO RDD-RELATORIO
            MOVE RIX-GERACAO             TO RDD-GERACAO
            MOVE ZEROS                   TO RDD-LINHA
            START RELDADO KEY IS NOT LESS THAN CHAVE-RELDADO
               INVALID KEY
                  SET EOF-OK             TO TRUE
            END-START
            PERFORM P720-ARQUIVA-LINHA   THRU P720-FIM UNTIL EOF-OK

            DELETE RELINDX RECORD
            ADD 1                        TO WS-QT-GER-EXPURGO
            ADD WS-QT-ARQUIVADOS         TO WS-QT-TOTAL-ARQ

            MOVE SPACES                  TO REG-RELATORIO
            STRING 'REPOSITORIO ' RIX-RELATORIO
                   ' GERACAO ' RIX-GERACAO ' DE ' WS-DATA-GERACAO
                   ' ARQUIVADA (' WS-QT-ARQUIVADOS
                   ' LINHA(S)) E EXPURGADA'
                   DELIMITED BY SIZE INTO REG-RELATORIO
            WRITE REG-RELATORIO
            .
       P710-FIM.
       P720-ARQUIVA-LINHA.

            READ RELDADO NEXT RECORD
               AT END
                  SET EOF-OK             TO TRUE
                  GO TO P720-FIM
            END-READ

            IF RDD-RELATORIO NOT EQUAL RIX-RELATORIO
               OR RDD-GERACAO NOT EQUAL RIX-GERACAO
               SET EOF-OK                TO TRUE
               GO TO P720-FIM
            END-IF

            MOVE SPACES                  TO REG-ARQMORTO
            STRING 'RELREPO ' RDD-RELATORIO ' ' RDD-GERACAO ' '
                   RDD-TEXTO
                   DELIMITED BY SIZE INTO REG-ARQMORTO
            WRITE REG-ARQMORTO
            ADD 1                        TO WS-QT-ARQUIVADOS

            DELETE RELDADO RECORD
            .
       P720-FIM.
       P450-CALCULA-CORTE.

            EVALUATE WS-CLASSE-ATUAL
