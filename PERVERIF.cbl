      ******************************************************************
      * Author: ANDRE COSTA
      * Date: 15/10/2026
      * Purpose: CONSULTA DO PERIODO CONTABIL DE UMA DATA. O CHAMADOR
      *          PASSA A DATA DO MOVIMENTO (AAAAMMDD) E RECEBE 'F' SE
      *          O MES DELA JA FOI FECHADO PELO FECHAMES (PERIODO.DAT)
      *          OU 'A' SE AINDA ESTA ABERTO. SEM ARQUIVO DE PERIODOS,
      *          OU SEM REGISTRO DO MES, O MES ESTA ABERTO - NADA
      *          QUEBRA ANTES DO PRIMEIRO FECHAMENTO. MESMA REGRA PARA
      *          TODO PROGRAMA QUE LANCA MOVIMENTO FINANCEIRO.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PERVERIF.

       ENVIRONMENT DIVISION.
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

       LINKAGE SECTION.
       01 LK-DATA                        PIC 9(08).
       01 LK-SITUACAO                    PIC X(01).
          88 LK-MES-FECHADO              VALUE 'F' FALSE 'A'.

       PROCEDURE DIVISION USING LK-DATA LK-SITUACAO.
       MAIN-PROCEDURE.

      ***** RESOLVE OS CAMINHOS FISICOS PELO PERFIL DO ARQCONF ******
            CALL 'ARQCONF' USING 'PERIODO.DAT     ' WS-ARQ-PERIODO

            SET LK-MES-FECHADO           TO FALSE

            OPEN INPUT PERIODO

            IF NOT FS-PER-OK
      ***** SEM CONTROLE DE PERIODOS: NENHUM MES FOI FECHADO AINDA ****
               GOBACK
            END-IF

            MOVE LK-DATA(1:6)            TO PER-ANO-MES

            READ PERIODO
               INVALID KEY
                  CONTINUE
               NOT INVALID KEY
                  IF PERIODO-FECHADO
                     SET LK-MES-FECHADO  TO TRUE
                  END-IF
            END-READ

            CLOSE PERIODO

            GOBACK.
       END PROGRAM PERVERIF.
