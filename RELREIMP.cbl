      ******************************************************************
      * Author: ANDRE COSTA
      * Date: 15/10/2026
      * Purpose: CONSULTA E REIMPRESSAO DO REPOSITORIO DE RELATORIOS.
      *          TODO RELATORIO PRODUZIDO PELO RELWRT FICA GUARDADO
      *          (INDICE RELINDX.DAT, SAIDA RELDADO.DAT) COM NOME,
      *          GERACAO, DATA DE EXECUCAO, DATA DE MOVIMENTO E
      *          PAGINAS; AQUI SE LOCALIZA UMA GERACAO (POR NOME E
      *          PERIODO DE MOVIMENTO) E ELA SAI DE NOVO EM
      *          RELREIMP.LST EXATAMENTE COMO FOI IMPRESSA - O
      *          RELATORIO DO MES PASSADO NAO PRECISA MAIS SER
      *          RODADO DE NOVO CONTRA OS DADOS DE HOJE. A REIMPRESSAO
      *          PODE SAIR PARA A LISTA DE DISTRIBUICAO DO TIPO
      *          (RELTIPO.DAT), UMA FOLHA DE ROSTO POR DESTINATARIO E
      *          COPIA. TAMBEM MANTEM, POR TIPO DE RELATORIO, A
      *          RETENCAO EM DIAS QUE O LIMPEZA APLICA E A LISTA DE
      *          DISTRIBUICAO. FUNCOES NO PERMITE: RELREIMP/CONSULTA
      *          (LISTAR E CONSULTAR TIPO), RELREIMP/REIMPRIME E
      *          RELREIMP/DISTRIBUI (ALTERAR RETENCAO E DISTRIBUICAO).
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RELREIMP.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
            DECIMAL-POINT IS COMMA.
            INPUT-OUTPUT SECTION.
            FILE-CONTROL.
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
                SELECT RELTIPO ASSIGN TO
                WS-ARQ-RELTIPO
                ORGANIZATION IS INDEXED
                ACCESS MODE  IS RANDOM
                RECORD KEY   IS RTP-RELATORIO
                FILE STATUS  IS WS-FS-RTP.
                SELECT RELATORIO ASSIGN TO
                WS-ARQ-RELREIMP
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS  IS WS-FS-REL.

       DATA DIVISION.
       FILE SECTION.
       FD RELINDX.
          COPY FD_RELINDX.

       FD RELDADO.
          COPY FD_RELDADO.

       FD RELTIPO.
          COPY FD_RELTIPO.

       FD RELATORIO.
       01 REG-RELATORIO                  PIC X(100).

       WORKING-STORAGE SECTION.
      ***** CAMINHOS FISICOS DOS ARQUIVOS - PRE-CARREGADOS COM O *****
      ***** PADRAO HISTORICO E RESOLVIDOS PELO ARQCONF NO INICIO *****
       77 WS-ARQ-RELINDX             PIC X(68) VALUE
          'C:\CursoCOBOL\COBOL\01 - Basico\bin\RELINDX.DAT'.
       77 WS-ARQ-RELDADO             PIC X(68) VALUE
          'C:\CursoCOBOL\COBOL\01 - Basico\bin\RELDADO.DAT'.
       77 WS-ARQ-RELTIPO             PIC X(68) VALUE
          'C:\CursoCOBOL\COBOL\01 - Basico\bin\RELTIPO.DAT'.
       77 WS-ARQ-RELREIMP            PIC X(68) VALUE
          'C:\CursoCOBOL\COBOL\01 - Basico\bin\RELREIMP.LST'.
       77 WS-FS-RIX                      PIC 99.
          88 FS-RIX-OK                   VALUE 0.
       77 WS-FS-RDD                      PIC 99.
          88 FS-RDD-OK                   VALUE 0.
       77 WS-FS-RTP                      PIC 99.
          88 FS-RTP-OK                   VALUE 0.
       77 WS-FS-REL                      PIC 99.
          88 FS-REL-OK                   VALUE 0.
       77 WS-OPCAO                       PIC X.
       77 WS-CONFIRMA                    PIC X.
       77 WS-EOF                         PIC X.
          88 EOF-OK                      VALUE 'S' FALSE 'N'.
       77 WS-FIM-LISTA                   PIC X.
          88 FIM-LISTA                   VALUE 'S' FALSE 'N'.
       77 WS-DISTRIBUIR                  PIC X VALUE 'N'.
          88 DISTRIBUIR                  VALUE 'S'.
       77 WS-PERMITIDO                   PIC X(01).
          88 FUNCAO-PERMITIDA            VALUE 'S'.
       77 WS-OPERACAO-EXIGIDA            PIC X(10).
       77 WS-NOME-INF                    PIC X(10).
       77 WS-GERACAO-INF                 PIC 9(05).
       77 WS-DT-INICIAL                  PIC 9(08).
       77 WS-DT-FINAL                    PIC 9(08).
       77 WS-RETENCAO-INF                PIC 9(05).
       77 WS-DEST-NOME-INF               PIC X(30).
       77 WS-DEST-SETOR-INF              PIC X(20).
       77 WS-DEST-COPIAS-INF             PIC 9(01).
       77 WS-QT-LISTADOS                 PIC 9(05) VALUE ZEROS.
       77 WS-QT-LINHAS                   PIC 9(07) VALUE ZEROS.
       77 WS-QT-COPIAS                   PIC 9(03) VALUE ZEROS.
       77 WS-COPIA                       PIC 9(01).
       77 WS-COPIAS-DEST                 PIC 9(01).
       77 WS-IND                         PIC 9(01).
       77 WS-DATA-HOJE                   PIC 9(08) VALUE ZEROS.
       77 WS-ULT-GERACAO                 PIC 9(05) VALUE ZEROS.
      ***** DISTRIBUICAO DO TIPO, GUARDADA PARA A REIMPRESSAO *********
       01 WS-DISTRIBUICAO.
          03 WS-DESTINO OCCURS 5 TIMES.
             05 WS-DEST-NOME             PIC X(30).
             05 WS-DEST-SETOR            PIC X(20).
             05 WS-DEST-COPIAS           PIC 9(01).
       01 WS-SIGNON.
          03 WS-SGN-USUARIO              PIC X(12).
          03 WS-SGN-NIVEL                PIC 9(01).
          03 WS-SGN-AUTENTICADO          PIC X(01).
             88 SIGNON-OK                VALUE 'S' FALSE 'N'.
          03 WS-SGN-CHAMADOR             PIC X(10).
      ***** LINHA DA LISTA DE RELATORIOS GUARDADOS ********************
       01 WS-LINHA-LISTA.
          03 WS-LL-NOME                  PIC X(10).
          03 FILLER                      PIC X(01) VALUE SPACE.
          03 WS-LL-GERACAO               PIC ZZZZ9.
          03 FILLER                      PIC X(01) VALUE SPACE.
          03 WS-LL-DT-MOVIMENTO          PIC 9(08).
          03 FILLER                      PIC X(01) VALUE SPACE.
          03 WS-LL-DT-EXECUCAO           PIC 9(08).
          03 FILLER                      PIC X(01) VALUE SPACE.
          03 WS-LL-HR-EXECUCAO           PIC 9(06).
          03 FILLER                      PIC X(01) VALUE SPACE.
          03 WS-LL-PAGINAS               PIC ZZZZ9.
          03 FILLER                      PIC X(01) VALUE SPACE.
          03 WS-LL-SITUACAO              PIC X(01).
          03 FILLER                      PIC X(01) VALUE SPACE.
          03 WS-LL-TITULO                PIC X(30).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.

      ***** RESOLVE OS CAMINHOS FISICOS PELO PERFIL DO ARQCONF ******
            CALL 'ARQCONF' USING 'RELINDX.DAT     ' WS-ARQ-RELINDX
            CALL 'ARQCONF' USING 'RELDADO.DAT     ' WS-ARQ-RELDADO
            CALL 'ARQCONF' USING 'RELTIPO.DAT     ' WS-ARQ-RELTIPO
            CALL 'ARQCONF' USING 'RELREIMP.LST    ' WS-ARQ-RELREIMP

            DISPLAY '*** REPOSITORIO DE RELATORIOS ***'

            MOVE 'RELREIMP  '            TO WS-SGN-CHAMADOR
            CALL 'SIGNON' USING WS-SIGNON
            IF NOT SIGNON-OK
               STOP RUN
            END-IF

            ACCEPT WS-DATA-HOJE          FROM DATE YYYYMMDD

            PERFORM P100-MENU THRU P100-FIM UNTIL WS-OPCAO = 'F'

            STOP RUN.

       P050-AUTORIZA.
            CALL 'PERMITE' USING WS-SGN-USUARIO 'RELREIMP  '
                                 WS-OPERACAO-EXIGIDA WS-PERMITIDO
            IF NOT FUNCAO-PERMITIDA
               DISPLAY 'ACESSO NEGADO - ESTA OPCAO EXIGE A FUNCAO '
                       'RELREIMP/' WS-OPERACAO-EXIGIDA
            END-IF
            .
       P050-FIM.
           EXIT.

       P100-MENU.
            MOVE SPACES                       TO WS-OPCAO
            DISPLAY '*************************************************'
            DISPLAY '|  L - Listar relatorios guardados              |'
            DISPLAY '|  R - Reimprimir uma geracao                   |'
            DISPLAY '|  C - Consultar retencao e distribuicao        |'
            DISPLAY '|  A - Alterar retencao e distribuicao          |'
            DISPLAY '|              (ou tecle <F> para finalizar)    |'
            DISPLAY '*************************************************'
            ACCEPT  WS-OPCAO

            EVALUATE WS-OPCAO
                WHEN 'L' WHEN 'l'
                   MOVE 'CONSULTA  '           TO WS-OPERACAO-EXIGIDA
                   PERFORM P050-AUTORIZA THRU P050-FIM
                   IF FUNCAO-PERMITIDA
                      PERFORM P200-LISTAR THRU P200-FIM
                   END-IF
                WHEN 'R' WHEN 'r'
                   MOVE 'REIMPRIME '           TO WS-OPERACAO-EXIGIDA
                   PERFORM P050-AUTORIZA THRU P050-FIM
                   IF FUNCAO-PERMITIDA
                      PERFORM P300-REIMPRIMIR THRU P300-FIM
                   END-IF
                WHEN 'C' WHEN 'c'
                   MOVE 'CONSULTA  '           TO WS-OPERACAO-EXIGIDA
                   PERFORM P050-AUTORIZA THRU P050-FIM
                   IF FUNCAO-PERMITIDA
                      PERFORM P400-CONSULTAR-TIPO THRU P400-FIM
                   END-IF
                WHEN 'A' WHEN 'a'
                   MOVE 'DISTRIBUI '           TO WS-OPERACAO-EXIGIDA
                   PERFORM P050-AUTORIZA THRU P050-FIM
                   IF FUNCAO-PERMITIDA
                      PERFORM P500-ALTERAR-TIPO THRU P500-FIM
                   END-IF
                WHEN 'F' WHEN 'f'
                   MOVE 'F'                    TO WS-OPCAO
                WHEN OTHER
                   DISPLAY 'OPCAO INVALIDA!'
            END-EVALUATE
            .
       P100-FIM.
           EXIT.

       P200-LISTAR.
            DISPLAY 'Informe o relatorio (em branco para todos):'
            PERFORM P700-PEDE-NOME THRU P700-FIM
            DISPLAY 'Data de movimento inicial (AAAAMMDD, zeros para '
                    'todas):'
            MOVE ZEROS                        TO WS-DT-INICIAL
            ACCEPT WS-DT-INICIAL
            DISPLAY 'Data de movimento final (AAAAMMDD, zeros para '
                    'todas):'
            MOVE ZEROS                        TO WS-DT-FINAL
            ACCEPT WS-DT-FINAL
            IF WS-DT-FINAL EQUAL ZEROS
               MOVE 99999999                  TO WS-DT-FINAL
            END-IF

            OPEN INPUT RELINDX
            IF WS-FS-RIX EQUAL 35
               DISPLAY 'AINDA NAO HA RELATORIO GUARDADO NO REPOSITORIO.'
               GO TO P200-FIM
            END-IF
            IF NOT FS-RIX-OK
               DISPLAY 'ERRO AO ABRIR O INDICE DO REPOSITORIO.'
               DISPLAY 'FILE STATUS: ' WS-FS-RIX
               GO TO P200-FIM
            END-IF

            MOVE ZEROS                        TO WS-QT-LISTADOS
            SET EOF-OK                        TO FALSE
            MOVE WS-NOME-INF                  TO RIX-RELATORIO
            MOVE ZEROS                        TO RIX-GERACAO
            START RELINDX KEY IS NOT LESS THAN CHAVE-RELINDX
               INVALID KEY
                  SET EOF-OK                  TO TRUE
            END-START

            DISPLAY 'RELATORIO  GERAC MOVIMENT EXECUCAO HORA   PAGS S '
                    'TITULO'
            PERFORM P210-LE-INDICE THRU P210-FIM UNTIL EOF-OK

            CLOSE RELINDX
            DISPLAY 'GERACOES LISTADAS: ' WS-QT-LISTADOS
                    ' (S: C = COMPLETA, G = NAO FECHADA)'
            .
       P200-FIM.
           EXIT.

       P210-LE-INDICE.
            READ RELINDX NEXT RECORD
               AT END
                  SET EOF-OK                  TO TRUE
               NOT AT END
                  IF WS-NOME-INF NOT EQUAL SPACES
                     AND RIX-RELATORIO NOT EQUAL WS-NOME-INF
                     SET EOF-OK               TO TRUE
                  ELSE
                     IF RIX-DT-MOVIMENTO NOT LESS THAN WS-DT-INICIAL
                        AND RIX-DT-MOVIMENTO NOT GREATER THAN
                            WS-DT-FINAL
                        ADD 1                 TO WS-QT-LISTADOS
                        MOVE RIX-RELATORIO    TO WS-LL-NOME
                        MOVE RIX-GERACAO      TO WS-LL-GERACAO
                        MOVE RIX-DT-MOVIMENTO TO WS-LL-DT-MOVIMENTO
                        MOVE RIX-DT-EXECUCAO  TO WS-LL-DT-EXECUCAO
                        MOVE RIX-HR-EXECUCAO  TO WS-LL-HR-EXECUCAO
                        MOVE RIX-PAGINAS      TO WS-LL-PAGINAS
                        MOVE RIX-SITUACAO     TO WS-LL-SITUACAO
                        MOVE RIX-TITULO       TO WS-LL-TITULO
                        DISPLAY WS-LINHA-LISTA
                     END-IF
                  END-IF
            END-READ
            .
       P210-FIM.
           EXIT.

       P300-REIMPRIMIR.
            DISPLAY 'Informe o relatorio:'
            PERFORM P700-PEDE-NOME THRU P700-FIM
            DISPLAY 'Informe a geracao (zero para a mais recente):'
            MOVE ZEROS                        TO WS-GERACAO-INF
            ACCEPT WS-GERACAO-INF

            IF WS-NOME-INF EQUAL SPACES
               DISPLAY 'RELATORIO NAO INFORMADO.'
               GO TO P300-FIM
            END-IF

      ***** O TIPO DA A DISTRIBUICAO E A ULTIMA GERACAO ***************
            INITIALIZE WS-DISTRIBUICAO
            MOVE ZEROS                        TO WS-ULT-GERACAO
            OPEN INPUT RELTIPO
            IF FS-RTP-OK
               MOVE WS-NOME-INF               TO RTP-RELATORIO
               READ RELTIPO
                  NOT INVALID KEY
                     MOVE RTP-DISTRIBUICAO    TO WS-DISTRIBUICAO
                     MOVE RTP-ULT-GERACAO     TO WS-ULT-GERACAO
               END-READ
               CLOSE RELTIPO
            END-IF

            IF WS-GERACAO-INF EQUAL ZEROS
               MOVE WS-ULT-GERACAO            TO WS-GERACAO-INF
            END-IF

            OPEN INPUT RELINDX
            IF NOT FS-RIX-OK
               DISPLAY 'ERRO AO ABRIR O INDICE DO REPOSITORIO.'
               DISPLAY 'FILE STATUS: ' WS-FS-RIX
               GO TO P300-FIM
            END-IF

            MOVE WS-NOME-INF                  TO RIX-RELATORIO
            MOVE WS-GERACAO-INF               TO RIX-GERACAO
            READ RELINDX
               INVALID KEY
                  DISPLAY 'GERACAO ' WS-GERACAO-INF ' DO RELATORIO '
                          WS-NOME-INF ' NAO ESTA NO REPOSITORIO.'
                  CLOSE RELINDX
                  GO TO P300-FIM
            END-READ

            DISPLAY 'RELATORIO ' RIX-RELATORIO ' GERACAO ' RIX-GERACAO
                    ' - ' RIX-TITULO
            DISPLAY 'MOVIMENTO ' RIX-DT-MOVIMENTO ' EXECUTADO EM '
                    RIX-DT-EXECUCAO ' ' RIX-HR-EXECUCAO ' - '
                    RIX-PAGINAS ' PAGINA(S)'
            IF RIX-EM-GRAVACAO
               DISPLAY 'ATENCAO: ESTA GERACAO NAO FOI FECHADA PELO '
                       'PROGRAMA QUE A PRODUZIU - PODE ESTAR '
                       'INCOMPLETA.'
            END-IF

            MOVE 'N'                          TO WS-DISTRIBUIR
            IF WS-DEST-NOME (1) NOT EQUAL SPACES
               DISPLAY 'Reimprimir para a lista de distribuicao? (S/N)'
               ACCEPT WS-CONFIRMA
               IF WS-CONFIRMA EQUAL 'S' OR WS-CONFIRMA EQUAL 's'
                  MOVE 'S'                    TO WS-DISTRIBUIR
               END-IF
            END-IF

            OPEN INPUT RELDADO
            IF NOT FS-RDD-OK
               DISPLAY 'ERRO AO ABRIR A SAIDA GUARDADA DO REPOSITORIO.'
               DISPLAY 'FILE STATUS: ' WS-FS-RDD
               CLOSE RELINDX
               GO TO P300-FIM
            END-IF

            OPEN OUTPUT RELATORIO
            IF NOT FS-REL-OK
               DISPLAY 'ERRO AO ABRIR A REIMPRESSAO (RELREIMP.LST).'
               DISPLAY 'FILE STATUS: ' WS-FS-REL
               CLOSE RELINDX RELDADO
               GO TO P300-FIM
            END-IF

            MOVE ZEROS                        TO WS-QT-COPIAS
            IF DISTRIBUIR
               PERFORM P310-COPIAS-DESTINO THRU P310-FIM
                       VARYING WS-IND FROM 1 BY 1
                       UNTIL WS-IND GREATER THAN 5
            ELSE
               MOVE SPACES                    TO WS-DEST-NOME-INF
                                                 WS-DEST-SETOR-INF
               MOVE 1                         TO WS-COPIA
                                                 WS-COPIAS-DEST
               PERFORM P320-UMA-COPIA THRU P320-FIM
            END-IF

            CLOSE RELINDX RELDADO RELATORIO

            DISPLAY 'REIMPRESSAO GERADA EM RELREIMP.LST - '
                    WS-QT-COPIAS ' COPIA(S) DE ' WS-QT-LINHAS
                    ' LINHA(S).'
            .
       P300-FIM.
           EXIT.

       P310-COPIAS-DESTINO.
            IF WS-DEST-NOME (WS-IND) NOT EQUAL SPACES
               MOVE WS-DEST-NOME (WS-IND)     TO WS-DEST-NOME-INF
               MOVE WS-DEST-SETOR (WS-IND)    TO WS-DEST-SETOR-INF
               MOVE WS-DEST-COPIAS (WS-IND)   TO WS-COPIAS-DEST
               IF WS-COPIAS-DEST EQUAL ZEROS
                  MOVE 1                      TO WS-COPIAS-DEST
               END-IF
               PERFORM P320-UMA-COPIA THRU P320-FIM
                       VARYING WS-COPIA FROM 1 BY 1
                       UNTIL WS-COPIA GREATER THAN WS-COPIAS-DEST
            END-IF
            .
       P310-FIM.
           EXIT.

       P320-UMA-COPIA.
      ***** FOLHA DE ROSTO DA COPIA E AS LINHAS GUARDADAS, COMO *******
      ***** FORAM IMPRESSAS ********************************************
            MOVE SPACES                       TO REG-RELATORIO
            STRING '*** REIMPRESSAO DO REPOSITORIO - RELATORIO '
                   RIX-RELATORIO ' GERACAO ' RIX-GERACAO
                   ' MOVIMENTO ' RIX-DT-MOVIMENTO
                   DELIMITED BY SIZE INTO REG-RELATORIO
            WRITE REG-RELATORIO
            MOVE SPACES                       TO REG-RELATORIO
            STRING '*** EXECUTADO EM ' RIX-DT-EXECUCAO ' '
                   RIX-HR-EXECUCAO ' - REIMPRESSO EM ' WS-DATA-HOJE
                   ' POR ' WS-SGN-USUARIO
                   DELIMITED BY SIZE INTO REG-RELATORIO
            WRITE REG-RELATORIO
            IF WS-DEST-NOME-INF NOT EQUAL SPACES
               MOVE SPACES                    TO REG-RELATORIO
               STRING '*** DESTINATARIO: ' WS-DEST-NOME-INF
                      ' - ' WS-DEST-SETOR-INF
                      ' COPIA ' WS-COPIA '/' WS-COPIAS-DEST
                      DELIMITED BY SIZE INTO REG-RELATORIO
               WRITE REG-RELATORIO
            END-IF
            MOVE ALL '='                      TO REG-RELATORIO(1:70)
            MOVE SPACES                       TO REG-RELATORIO(71:30)
            WRITE REG-RELATORIO

            MOVE ZEROS                        TO WS-QT-LINHAS
            SET EOF-OK                        TO FALSE
            MOVE RIX-RELATORIO                TO RDD-RELATORIO
            MOVE RIX-GERACAO                  TO RDD-GERACAO
            MOVE ZEROS                        TO RDD-LINHA
            START RELDADO KEY IS NOT LESS THAN CHAVE-RELDADO
               INVALID KEY
                  SET EOF-OK                  TO TRUE
            END-START
            PERFORM P330-COPIA-LINHA THRU P330-FIM UNTIL EOF-OK

            ADD 1                             TO WS-QT-COPIAS
            .
       P320-FIM.
           EXIT.

       P330-COPIA-LINHA.
            READ RELDADO NEXT RECORD
               AT END
                  SET EOF-OK                  TO TRUE
               NOT AT END
                  IF RDD-RELATORIO NOT EQUAL RIX-RELATORIO
                     OR RDD-GERACAO NOT EQUAL RIX-GERACAO
                     SET EOF-OK               TO TRUE
                  ELSE
                     MOVE RDD-TEXTO           TO REG-RELATORIO
                     WRITE REG-RELATORIO
                     ADD 1                    TO WS-QT-LINHAS
                  END-IF
            END-READ
            .
       P330-FIM.
           EXIT.

       P400-CONSULTAR-TIPO.
            DISPLAY 'Informe o relatorio:'
            PERFORM P700-PEDE-NOME THRU P700-FIM

            OPEN INPUT RELTIPO
            IF NOT FS-RTP-OK
               DISPLAY 'ERRO AO ABRIR OS TIPOS DE RELATORIO.'
               DISPLAY 'FILE STATUS: ' WS-FS-RTP
               GO TO P400-FIM
            END-IF

            MOVE WS-NOME-INF                  TO RTP-RELATORIO
            READ RELTIPO
               INVALID KEY
                  DISPLAY 'RELATORIO ' WS-NOME-INF
                          ' SEM TIPO CADASTRADO.'
               NOT INVALID KEY
                  PERFORM P410-MOSTRA-TIPO THRU P410-FIM
            END-READ

            CLOSE RELTIPO
            .
       P400-FIM.
           EXIT.

       P410-MOSTRA-TIPO.
            DISPLAY 'RELATORIO ' RTP-RELATORIO ' - ' RTP-DESCRICAO
            DISPLAY 'ULTIMA GERACAO: ' RTP-ULT-GERACAO
                    '  ATUALIZADO EM ' RTP-DT-ATUALIZACAO
            IF RTP-RETENCAO-DIAS EQUAL ZEROS
               DISPLAY 'RETENCAO: A PADRAO DO LIMPEZA (LISTAGEM=)'
            ELSE
               DISPLAY 'RETENCAO: ' RTP-RETENCAO-DIAS ' DIA(S)'
            END-IF
            IF RTP-DEST-NOME (1) EQUAL SPACES
               DISPLAY 'SEM LISTA DE DISTRIBUICAO.'
            ELSE
               DISPLAY 'DISTRIBUICAO:'
               PERFORM P420-MOSTRA-DESTINO THRU P420-FIM
                       VARYING WS-IND FROM 1 BY 1
                       UNTIL WS-IND GREATER THAN 5
            END-IF
            .
       P410-FIM.
           EXIT.

       P420-MOSTRA-DESTINO.
            IF RTP-DEST-NOME (WS-IND) NOT EQUAL SPACES
               DISPLAY '  ' WS-IND ' ' RTP-DEST-NOME (WS-IND) ' '
                       RTP-DEST-SETOR (WS-IND) ' '
                       RTP-DEST-COPIAS (WS-IND) ' COPIA(S)'
            END-IF
            .
       P420-FIM.
           EXIT.

       P500-ALTERAR-TIPO.
            DISPLAY 'Informe o relatorio:'
            PERFORM P700-PEDE-NOME THRU P700-FIM

            IF WS-NOME-INF EQUAL SPACES
               DISPLAY 'RELATORIO NAO INFORMADO.'
               GO TO P500-FIM
            END-IF

            OPEN I-O RELTIPO
            IF WS-FS-RTP EQUAL 35
               OPEN OUTPUT RELTIPO
               CLOSE RELTIPO
               OPEN I-O RELTIPO
            END-IF
            IF NOT FS-RTP-OK
               DISPLAY 'ERRO AO ABRIR OS TIPOS DE RELATORIO.'
               DISPLAY 'FILE STATUS: ' WS-FS-RTP
               GO TO P500-FIM
            END-IF

      ***** TIPO AINDA NAO CRIADO PELO RELWRT PODE SER CADASTRADO *****
      ***** ANTES DA PRIMEIRA EXECUCAO DO RELATORIO *******************
            MOVE WS-NOME-INF                  TO RTP-RELATORIO
            READ RELTIPO
               INVALID KEY
                  INITIALIZE REG-RELTIPO
                  MOVE WS-NOME-INF            TO RTP-RELATORIO
                  DISPLAY 'RELATORIO SEM TIPO - INFORME A DESCRICAO:'
                  ACCEPT RTP-DESCRICAO
               NOT INVALID KEY
                  PERFORM P410-MOSTRA-TIPO THRU P410-FIM
            END-READ

            DISPLAY 'Retencao em dias (zero = a padrao do LIMPEZA):'
            MOVE ZEROS                        TO WS-RETENCAO-INF
            ACCEPT WS-RETENCAO-INF

            DISPLAY 'Lista de distribuicao - ate 5 destinatarios '
                    '(nome em branco encerra a lista):'
            SET FIM-LISTA                     TO FALSE
            PERFORM P510-PEDE-DESTINO THRU P510-FIM
                    VARYING WS-IND FROM 1 BY 1
                    UNTIL WS-IND GREATER THAN 5

            DISPLAY 'Confirma a retencao e a distribuicao do '
                    'relatorio ' RTP-RELATORIO '? (S/N)'
            ACCEPT WS-CONFIRMA
            IF WS-CONFIRMA EQUAL 'S' OR WS-CONFIRMA EQUAL 's'
               MOVE WS-RETENCAO-INF           TO RTP-RETENCAO-DIAS
               MOVE WS-DATA-HOJE              TO RTP-DT-ATUALIZACAO
               WRITE REG-RELTIPO
                  INVALID KEY
                     REWRITE REG-RELTIPO
               END-WRITE
               IF FS-RTP-OK
                  DISPLAY 'TIPO DE RELATORIO ATUALIZADO.'
               ELSE
                  DISPLAY 'ERRO AO GRAVAR O TIPO - FILE STATUS: '
                          WS-FS-RTP
               END-IF
            END-IF

            CLOSE RELTIPO
            .
       P500-FIM.
           EXIT.

       P510-PEDE-DESTINO.
            IF FIM-LISTA
               MOVE SPACES                    TO RTP-DEST-NOME (WS-IND)
                                                 RTP-DEST-SETOR (WS-IND)
               MOVE ZEROS                     TO RTP-DEST-COPIAS
                                                 (WS-IND)
               GO TO P510-FIM
            END-IF

            DISPLAY 'Destinatario ' WS-IND ' - nome:'
            MOVE SPACES                       TO WS-DEST-NOME-INF
            ACCEPT WS-DEST-NOME-INF

            IF WS-DEST-NOME-INF EQUAL SPACES
               SET FIM-LISTA                  TO TRUE
               MOVE SPACES                    TO RTP-DEST-NOME (WS-IND)
                                                 RTP-DEST-SETOR (WS-IND)
               MOVE ZEROS                     TO RTP-DEST-COPIAS
                                                 (WS-IND)
               GO TO P510-FIM
            END-IF

            DISPLAY 'Destinatario ' WS-IND ' - setor:'
            MOVE SPACES                       TO WS-DEST-SETOR-INF
            ACCEPT WS-DEST-SETOR-INF
            DISPLAY 'Destinatario ' WS-IND ' - numero de copias (1-9):'
            MOVE ZEROS                        TO WS-DEST-COPIAS-INF
            ACCEPT WS-DEST-COPIAS-INF
            IF WS-DEST-COPIAS-INF EQUAL ZEROS
               MOVE 1                         TO WS-DEST-COPIAS-INF
            END-IF

            MOVE WS-DEST-NOME-INF             TO RTP-DEST-NOME (WS-IND)
            MOVE WS-DEST-SETOR-INF            TO RTP-DEST-SETOR (WS-IND)
            MOVE WS-DEST-COPIAS-INF           TO RTP-DEST-COPIAS
                                                 (WS-IND)
            .
       P510-FIM.
           EXIT.

       P700-PEDE-NOME.
            MOVE SPACES                       TO WS-NOME-INF
            ACCEPT WS-NOME-INF
            INSPECT WS-NOME-INF CONVERTING
                    'abcdefghijklmnopqrstuvwxyz'
                 TO 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'
            .
       P700-FIM.
           EXIT.

       END PROGRAM RELREIMP.
