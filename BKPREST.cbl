      *          (QUANTIDADE + HASH DAS CHAVES) SAO CONFERIDOS CONTRA
      *          O TRAILER DA COPIA ANTES DE A RECARGA SER DECLARADA
      *          BOA.
      * Update: 15/10/2026 - Depois da recarga do
      *         CONTRATO.DAT o indice de contratos por cliente e
      *         refeito pelo CTRCLIGR.
      * Update: 15/10/2026 - Recarga tambem do CLIENTE.DAT e do
      *         NOTAS.DAT, que passaram a ter copia no BKPMAST. Para
      *         recarregar e ainda reaplicar os jornais ate um ponto
      *         no tempo, o caminho e o BKPREAPL.
      * Update: 15/10/2026 - Registro da copia alargado para 163
      *         posicoes, o tamanho do CONTRATO.DAT (produto, IOF e
      *         CET), como no BKPMAST.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. BKPREST.
                ACCESS MODE  IS SEQUENTIAL
                RECORD KEY   IS CD-FUNCIONARIO
                FILE STATUS  IS WS-FS.
                SELECT CLIENTE ASSIGN TO
                WS-ARQ-CLIENTE
                ORGANIZATION IS INDEXED
                ACCESS MODE  IS SEQUENTIAL
                RECORD KEY   IS CD-CLIENTE
                ALTERNATE RECORD KEY IS NM-CLIENTE WITH DUPLICATES
                FILE STATUS  IS WS-FS.
                SELECT NOTAS ASSIGN TO
                WS-ARQ-NOTAS
                ORGANIZATION IS INDEXED
                ACCESS MODE  IS SEQUENTIAL
                RECORD KEY   IS CHAVE-NOTAS
                FILE STATUS  IS WS-FS.
                SELECT CFPK0001 ASSIGN TO
                WS-ARQ-CFPK0001
                ORGANIZATION IS INDEXED
       FD FUNCIONARIO.
          COPY FD_FUNCIONARIO.

       FD CLIENTE.
          COPY FD_CLIENTE.

       FD NOTAS.
          COPY FD_NOTAS.

       FD CFPK0001.
       01 CFPK0001-ALUNO.
          03 ID-ALUNO                PIC 9(05).
          03 PS-PESO-NOTA4           PIC 9(02).

       FD BACKUP-ENTRADA.
       01 REG-BACKUP                     PIC X(163).

       WORKING-STORAGE SECTION.
      ***** CAMINHOS FISICOS DOS ARQUIVOS - PRE-CARREGADOS COM O *****
          'C:\CursoCOBOL\COBOL\01 - Basico\bin\CONTRATO.DAT'.
       77 WS-ARQ-FUNCIONARI          PIC X(68) VALUE
          'C:\CursoCOBOL\COBOL\01 - Basico\bin\FUNCIONARIO.DAT'.
       77 WS-ARQ-CLIENTE             PIC X(68) VALUE
          'C:\CURSOCOBOL\COBOL\01 - BASICO\BIN\CLIENTE.DAT'.
       77 WS-ARQ-NOTAS               PIC X(68) VALUE
          'C:\Users\Mauro Vieira\bin\NOTAS.DAT'.
       77 WS-ARQ-CFPK0001            PIC X(68) VALUE
          'C:\Users\Mauro Vieira\bin\CFPK0001.DAT'.
       77 WS-ARQ-CFPK0002            PIC X(68) VALUE
            CALL 'ARQCONF' USING 'EXALUNO.DAT     ' WS-ARQ-EXALUNO
            CALL 'ARQCONF' USING 'CONTRATO.DAT    ' WS-ARQ-CONTRATO
            CALL 'ARQCONF' USING 'FUNCIONARIO.DAT ' WS-ARQ-FUNCIONARI
            CALL 'ARQCONF' USING 'CLIENTE.DAT     ' WS-ARQ-CLIENTE
            CALL 'ARQCONF' USING 'NOTAS.DAT       ' WS-ARQ-NOTAS
            CALL 'ARQCONF' USING 'CFPK0001.DAT    ' WS-ARQ-CFPK0001
            CALL 'ARQCONF' USING 'CFPK0002.DAT    ' WS-ARQ-CFPK0002
            CALL 'ARQCONF' USING 'PATH-BIN        ' WS-PATH-BIN
            DISPLAY '  5 - FUNCIONARIO.DAT'
            DISPLAY '  6 - CFPK0001.DAT'
            DISPLAY '  7 - CFPK0002.DAT'
            DISPLAY '  8 - CLIENTE.DAT'
            DISPLAY '  9 - NOTAS.DAT'
            ACCEPT  WS-OPCAO
            DISPLAY 'Informe a data da copia (AAAAMMDD): '
            ACCEPT  WS-DATA-COPIA
                   STRING FUNCTION TRIM(WS-PATH-BOL) 'CFPK0002.B'
                          WS-DATA-COPIA
                          DELIMITED BY SIZE INTO WS-ARQ-BACKUP
                WHEN '8'
                   STRING FUNCTION TRIM(WS-PATH-BIN) 'CLIENTE.B'
                          WS-DATA-COPIA
                          DELIMITED BY SIZE INTO WS-ARQ-BACKUP
                WHEN '9'
                   STRING FUNCTION TRIM(WS-PATH-BOL) 'NOTAS.B'
                          WS-DATA-COPIA
                          DELIMITED BY SIZE INTO WS-ARQ-BACKUP
                WHEN OTHER
                   DISPLAY 'OPCAO INVALIDA!'
                   STOP RUN

            PERFORM P900-CONFERE         THRU P900-FIM

      ***** CONTRATO.DAT RECARREGADO: O INDICE DE CONTRATOS POR *******
      ***** CLIENTE E REFEITO A PARTIR DO MESTRE RESTAURADO ***********
            IF WS-OPCAO EQUAL '4'
               DISPLAY 'REFAZENDO O INDICE DE CONTRATOS POR CLIENTE...'
               CALL 'CTRCLIGR'
            END-IF

            STOP RUN.
       P200-ABRE-DESTINO.

                              'BKPREST   '
                WHEN '7' CALL 'SELOMARC' USING 'CFPK0002    '
                              'BKPREST   '
                WHEN '8' CALL 'SELOMARC' USING 'CLIENTE     '
                              'BKPREST   '
                WHEN '9' CALL 'SELOMARC' USING 'NOTAS       '
                              'BKPREST   '
                WHEN OTHER CONTINUE
            END-EVALUATE

                WHEN '5' OPEN OUTPUT FUNCIONARIO
                WHEN '6' OPEN OUTPUT CFPK0001
                WHEN '7' OPEN OUTPUT CFPK0002
                WHEN '8' OPEN OUTPUT CLIENTE
                WHEN '9' OPEN OUTPUT NOTAS
            END-EVALUATE

            IF NOT FS-OK
                   MOVE REG-BACKUP       TO CFPK0002-MATERIA
                   MOVE ID-MATERIA       TO WS-CHAVE-NUM
                   WRITE CFPK0002-MATERIA
                WHEN '8'
                   MOVE REG-BACKUP       TO REG-CLIENTE
                   MOVE CD-CLIENTE       TO WS-CHAVE-NUM
                   WRITE REG-CLIENTE
                WHEN '9'
                   MOVE REG-BACKUP       TO REG-NOTAS
                   COMPUTE WS-CHAVE-NUM = NT-ID-ALUNO * 1000 +
                                          NT-ID-MATERIA
                   WRITE REG-NOTAS
            END-EVALUATE

            IF NOT FS-OK
                WHEN '5' CLOSE FUNCIONARIO
                WHEN '6' CLOSE CFPK0001
                WHEN '7' CLOSE CFPK0002
                WHEN '8' CLOSE CLIENTE
                WHEN '9' CLOSE NOTAS
            END-EVALUATE
            .
       P400-FIM.
