      *          FERIADOS (FERIADOS.TXT, UMA DATA AAAAMMDD POR
      *          LINHA). E O FIM DOS LEMBRETES DE PAPEL COLADOS NO
      *          CONSOLE.
      * Update: 15/10/2026 - Cada gravacao do controle publica tambem
      *         a data, a situacao, a multa de atraso do FINPARM e o
      *         calendario de feriados no MOVONL.DAT, o unico que o
      *         caixa online (CFPKO011) consegue ler.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DATAMOV.
                WS-ARQ-FERIADOS
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS  IS WS-FS-FER.
                SELECT MOVONL ASSIGN TO
                WS-ARQ-MOVONL
                ORGANIZATION IS INDEXED
                ACCESS MODE  IS RANDOM
                RECORD KEY   IS CHAVE-MOVONL
                FILE STATUS  IS WS-FS-MVO.

       DATA DIVISION.
       FILE SECTION.
       FD FERIADOS.
       01 REG-FERIADO                    PIC 9(08).

       FD MOVONL.
          COPY FD_MOVONL.

       WORKING-STORAGE SECTION.
      ***** CAMINHOS FISICOS DOS ARQUIVOS - PRE-CARREGADOS COM O *****
      ***** PADRAO HISTORICO E RESOLVIDOS PELO ARQCONF NO INICIO *****
          'C:\CursoCOBOL\COBOL\01 - Basico\bin\DATAMOV.TXT'.
       77 WS-ARQ-FERIADOS            PIC X(68) VALUE
          'C:\CursoCOBOL\COBOL\01 - Basico\bin\FERIADOS.TXT'.
       77 WS-ARQ-MOVONL              PIC X(68) VALUE
          'C:\CursoCOBOL\COBOL\01 - Basico\bin\MOVONL.DAT'.
       77 WS-FS                          PIC 99.
          88 FS-OK                       VALUE 0.
       77 WS-FS-FER                      PIC 99.
       77 WS-FS-MVO                      PIC 99.
          88 FS-MVO-OK                   VALUE 0.
       77 WS-PC-MULTA                    PIC 9(09)V99 VALUE 2,00.
       77 WS-EOF-FER                     PIC X.
          88 EOF-FER-OK                  VALUE 'S' FALSE 'N'.
       77 WS-OPCAO                       PIC X.
      ***** RESOLVE OS CAMINHOS FISICOS PELO PERFIL DO ARQCONF ******
            CALL 'ARQCONF' USING 'DATAMOV.TXT     ' WS-ARQ-DATAMOV
            CALL 'ARQCONF' USING 'FERIADOS.TXT    ' WS-ARQ-FERIADOS
            CALL 'ARQCONF' USING 'MOVONL.DAT      ' WS-ARQ-MOVONL

            PERFORM P100-LER-CONTROLE    THRU P100-FIM
            PERFORM P150-CARREGA-FERIADOS THRU P150-FIM

            DISPLAY 'CONTROLE GRAVADO: ' WS-DATA-ATUAL ' ('
                    WS-SITUACAO-ATUAL ')'

            PERFORM P450-PUBLICA-ONLINE  THRU P450-FIM
            .
       P400-FIM.
       P450-PUBLICA-ONLINE.

      ***** O CICS NAO LE ARQUIVO TEXTO: A DATA, A MULTA DO FINPARM ***
      ***** E OS FERIADOS VAO PARA O REGISTRO UNICO DO MOVONL.DAT *****
            CALL 'FINPARM' USING 'MULTA-ATRASO    ' WS-PC-MULTA

            OPEN I-O MOVONL

            IF WS-FS-MVO EQUAL 35
               OPEN OUTPUT MOVONL
               CLOSE MOVONL
               OPEN I-O MOVONL
            END-IF

            IF NOT FS-MVO-OK
               DISPLAY 'ERRO AO PUBLICAR A DATA PARA O ONLINE.'
               DISPLAY 'FILE STATUS: ' WS-FS-MVO
               GO TO P450-FIM
            END-IF

            MOVE 'MOVIMENT'              TO MVO-CHAVE
            MOVE WS-DATA-ATUAL           TO MVO-DATA
            MOVE WS-SITUACAO-ATUAL       TO MVO-SITUACAO
            MOVE WS-PC-MULTA             TO MVO-PC-MULTA
            MOVE WS-QTD-FERIADOS         TO MVO-QT-FERIADOS
            MOVE WS-TAB-FERIADOS         TO MVO-FERIADOS

            WRITE REG-MOVONL
               INVALID KEY
                  REWRITE REG-MOVONL
                     INVALID KEY
                        DISPLAY 'ERRO AO PUBLICAR A DATA PARA O '
                                'ONLINE.'
                  END-REWRITE
            END-WRITE

            CLOSE MOVONL
            .
       P450-FIM.
       END PROGRAM DATAMOV.
