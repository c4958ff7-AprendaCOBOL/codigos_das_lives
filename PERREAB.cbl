      ******************************************************************
      * Author: ANDRE COSTA
      * Date: 15/10/2026
      * Purpose: REABERTURA DE MES CONTABIL FECHADO PELO FECHAMES. SO
      *          OPERADOR NIVEL-ADMINISTRADOR (SIGNON) REABRE: INFORMA
      *          O MES (AAAAMM) E O MOTIVO, CONFIRMA, E O MES VOLTA A
      *          ACEITAR MOVIMENTO. DATA, OPERADOR E MOTIVO FICAM NO
      *          PERIODO.DAT E NO JORNAL DE PERIODOS (PERJRNL) - O MES
      *          REABERTO DEVE SER FECHADO DE NOVO PELO FECHAMES
      *          (FINPARM MES-FECHAMENTO), QUE REFAZ O RETRATO.
      * Update: 15/10/2026 - A reabertura deixou de exigir nivel de
      *         administrador: o PERMITE confere a funcao PERREAB/REABRE
      *         nos perfis do operador.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PERREAB.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
            DECIMAL-POINT IS COMMA.
            INPUT-OUTPUT SECTION.
            FILE-CONTROL.
                SELECT PERIODO ASSIGN TO
                WS-ARQ-PERIODO
                ORGANIZATION IS INDEXED
                ACCESS MODE  IS RANDOM
                RECORD KEY   IS CHAVE-PERIODO
                FILE STATUS  IS WS-FS-PER.

       DATA DIVISION.
       FILE SECTION.
       FD PERIODO.
          COPY FD_PERIODO.

       WORKING-STORAGE SECTION.
      ***** CAMINHOS FISICOS DOS ARQUIVOS - PRE-CARREGADOS COM O *****
      ***** PADRAO HISTORICO E RESOLVIDOS PELO ARQCONF NO INICIO *****
       77 WS-ARQ-PERIODO             PIC X(68) VALUE
          'C:\CursoCOBOL\COBOL\01 - Basico\bin\PERIODO.DAT'.
       77 WS-FS-PER                      PIC 99.
          88 FS-PER-OK                   VALUE 0.
       77 WS-EXIT                        PIC X VALUE 'N'.
          88 EXIT-OK                     VALUE 'F' FALSE 'N'.
       77 WS-DATA-MOVIMENTO              PIC 9(08) VALUE ZEROS.
       77 WS-CONTROLE-DATA               PIC X(01) VALUE 'N'.
       77 WS-MES-INF                     PIC 9(06).
       77 WS-MOTIVO                      PIC X(40).
       77 WS-CONFIRMA                    PIC X.
       77 WS-QT-REABERTOS                PIC 9(03) VALUE ZEROS.
       77 WS-PERMITIDO                   PIC X(01).
          88 FUNCAO-PERMITIDA            VALUE 'S'.
       01 WS-SIGNON.
          03 WS-SGN-USUARIO              PIC X(12).
          03 WS-SGN-NIVEL                PIC 9(01).
          03 WS-SGN-AUTENTICADO          PIC X(01).
             88 SIGNON-OK                VALUE 'S' FALSE 'N'.
          03 WS-SGN-CHAMADOR             PIC X(10).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.

      ***** RESOLVE OS CAMINHOS FISICOS PELO PERFIL DO ARQCONF ******
            CALL 'ARQCONF' USING 'PERIODO.DAT     ' WS-ARQ-PERIODO

            CALL 'DTMOVIM' USING WS-DATA-MOVIMENTO WS-CONTROLE-DATA

            DISPLAY '*** REABERTURA DE MES CONTABIL FECHADO ***'

            MOVE 'PERREAB   '                   TO WS-SGN-CHAMADOR
            CALL 'SIGNON' USING WS-SIGNON
            IF NOT SIGNON-OK
               STOP RUN
            END-IF

      ***** MES FECHADO JA FOI REPORTADO: SO QUEM TEM A FUNCAO REABRE **
            CALL 'PERMITE' USING WS-SGN-USUARIO 'PERREAB   '
                                 'REABRE    ' WS-PERMITIDO
            IF NOT FUNCAO-PERMITIDA
               DISPLAY 'OPERADOR SEM PERFIL PARA REABRIR MES FECHADO.'
               STOP RUN
            END-IF

            OPEN I-O PERIODO

            IF WS-FS-PER EQUAL 35
               DISPLAY 'NENHUM MES FOI FECHADO AINDA.'
               STOP RUN
            END-IF

            IF NOT FS-PER-OK
               DISPLAY 'ERRO AO ABRIR O CONTROLE DE PERIODOS.'
               DISPLAY 'FILE STATUS: ' WS-FS-PER
               STOP RUN
            END-IF

            SET EXIT-OK                  TO FALSE
            PERFORM P200-REABRE          THRU P200-FIM UNTIL EXIT-OK

            CLOSE PERIODO

            DISPLAY 'MESES REABERTOS NESTA SESSAO: ' WS-QT-REABERTOS

            STOP RUN.
       P200-REABRE.

            DISPLAY 'Informe o mes a reabrir (AAAAMM): '
            ACCEPT WS-MES-INF

            PERFORM P300-REABRE-MES      THRU P300-FIM

            DISPLAY 'Tecle <F> para finalizar ou outra tecla para '
                    'reabrir outro mes: '
            ACCEPT WS-EXIT
            .
       P200-FIM.
       P300-REABRE-MES.

            MOVE WS-MES-INF              TO PER-ANO-MES

            READ PERIODO
               INVALID KEY
                  DISPLAY 'MES ' WS-MES-INF ' NUNCA FOI FECHADO.'
                  GO TO P300-FIM
            END-READ

            IF NOT PERIODO-FECHADO
               DISPLAY 'MES ' WS-MES-INF ' JA ESTA ABERTO DESDE '
                       PER-DT-REABERTURA ' (' PER-OPERADOR-REABERTURA
                       ').'
               GO TO P300-FIM
            END-IF

            DISPLAY 'MES ' PER-ANO-MES ' FECHADO EM ' PER-DT-FECHAMENTO

            DISPLAY 'Informe o motivo da reabertura: '
            MOVE SPACES                  TO WS-MOTIVO
            ACCEPT WS-MOTIVO

            IF WS-MOTIVO EQUAL SPACES
               DISPLAY 'MOTIVO OBRIGATORIO - REABERTURA CANCELADA.'
               GO TO P300-FIM
            END-IF

            DISPLAY 'Confirma a reabertura do mes? (S/N) '
            ACCEPT WS-CONFIRMA
            IF WS-CONFIRMA NOT EQUAL 'S' AND WS-CONFIRMA NOT EQUAL 's'
               DISPLAY 'REABERTURA CANCELADA PELO OPERADOR.'
               GO TO P300-FIM
            END-IF

            SET PERIODO-ABERTO           TO TRUE
            MOVE WS-DATA-MOVIMENTO       TO PER-DT-REABERTURA
            MOVE WS-SGN-USUARIO          TO PER-OPERADOR-REABERTURA
            MOVE WS-MOTIVO               TO PER-MOTIVO-REABERTURA

            REWRITE REG-PERIODO
               INVALID KEY
                  DISPLAY 'ERRO AO REABRIR O MES ' WS-MES-INF
                  GO TO P300-FIM
            END-REWRITE

            CALL 'PERJRNL' USING 'PERREAB   ' WS-SGN-USUARIO
                                 'REABRE    ' WS-MES-INF WS-MOTIVO

            ADD 1                        TO WS-QT-REABERTOS
            DISPLAY 'MES ' WS-MES-INF ' REABERTO. FECHE DE NOVO PELO '
                    'FECHAMES APOS OS AJUSTES.'
            .
       P300-FIM.
       END PROGRAM PERREAB.
