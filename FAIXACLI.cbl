      ******************************************************************
      * Author: ANDRE COSTA
      * Date: 15/10/2026
      * Purpose: CONSULTA DA FAIXA DE RISCO DO CLIENTE NA PONTUACAO
      *          APURADA PELO SCORECLI (SCORECLI.DAT). CHAMADO PELO
      *          CONTRNOV E PELO PROPFIN: O CHAMADOR PASSA O CODIGO DO
      *          CLIENTE E RECEBE A PONTUACAO, A FAIXA (A/B/C/N) E A
      *          DATA DA APURACAO. CLIENTE AINDA NAO PONTUADO (OU SEM
      *          O ARQUIVO) VOLTA COMO N - SEM HISTORICO.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. FAIXACLI.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
            DECIMAL-POINT IS COMMA.
            INPUT-OUTPUT SECTION.
            FILE-CONTROL.
                SELECT SCORECLI ASSIGN TO
                WS-ARQ-SCORECLI
                ORGANIZATION IS INDEXED
                ACCESS MODE  IS RANDOM
                RECORD KEY   IS SCR-CD-CLIENTE
                FILE STATUS  IS WS-FS.

       DATA DIVISION.
       FILE SECTION.
       FD SCORECLI.
          COPY FD_SCORECLI.

       WORKING-STORAGE SECTION.
      ***** CAMINHOS FISICOS DOS ARQUIVOS - PRE-CARREGADOS COM O *****
      ***** PADRAO HISTORICO E RESOLVIDOS PELO ARQCONF NO INICIO *****
       77 WS-ARQ-SCORECLI            PIC X(68) VALUE
          'C:\CursoCOBOL\COBOL\01 - Basico\bin\SCORECLI.DAT'.
       77 WS-FS                          PIC 99.
          88 FS-OK                       VALUE 0.

       LINKAGE SECTION.
       01 LK-FAIXACLI.
          03 LK-FXC-CD-CLIENTE           PIC 9(03).
          03 LK-FXC-VR-SCORE             PIC 9(04).
          03 LK-FXC-FAIXA                PIC X(01).
             88 LK-FXC-RISCO-ALTO        VALUE 'C'.
          03 LK-FXC-DT-CALCULO           PIC 9(08).

       PROCEDURE DIVISION USING LK-FAIXACLI.
       MAIN-PROCEDURE.

            MOVE ZEROS                   TO LK-FXC-VR-SCORE
                                            LK-FXC-DT-CALCULO
            MOVE 'N'                     TO LK-FXC-FAIXA

      ***** RESOLVE OS CAMINHOS FISICOS PELO PERFIL DO ARQCONF ******
            CALL 'ARQCONF' USING 'SCORECLI.DAT    ' WS-ARQ-SCORECLI

            OPEN INPUT SCORECLI

            IF NOT FS-OK
      ***** PONTUACAO AINDA NAO APURADA: CLIENTE SEM HISTORICO ********
               GOBACK
            END-IF

            MOVE LK-FXC-CD-CLIENTE       TO SCR-CD-CLIENTE
            READ SCORECLI
               NOT INVALID KEY
                  MOVE SCR-VR-SCORE      TO LK-FXC-VR-SCORE
                  MOVE SCR-FAIXA         TO LK-FXC-FAIXA
                  MOVE SCR-DT-CALCULO    TO LK-FXC-DT-CALCULO
            END-READ

            CLOSE SCORECLI

            GOBACK.
       END PROGRAM FAIXACLI.
