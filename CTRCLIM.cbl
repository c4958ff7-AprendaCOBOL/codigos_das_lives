      ******************************************************************
      * Author: ANDRE COSTA
      * Date: 15/10/2026
      * Purpose: MANUTENCAO DO INDICE DE CONTRATOS POR CLIENTE
      *          (CTRCLI.DAT). CHAMADO POR QUEM GRAVA, MIGRA OU EXCLUI
      *          CONTRATO NO CONTRATO.DAT, UMA VEZ POR CONTRATO (NA
      *          PARCELA 001):
      *          - ACAO I: INCLUI A LINHA CLIENTE + CONTRATO (LINHA JA
      *            EXISTENTE NAO E ERRO);
      *          - ACAO E: EXCLUI A LINHA (LINHA INEXISTENTE NAO E
      *            ERRO).
      *          SEM O ARQUIVO, ELE E CRIADO VAZIO - O CTRCLIGR REFAZ O
      *          INDICE INTEIRO A PARTIR DO MESTRE. RETORNO: 00 OK,
      *          OUTRO VALOR E O FILE STATUS DA FALHA.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CTRCLIM.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
            DECIMAL-POINT IS COMMA.
            INPUT-OUTPUT SECTION.
            FILE-CONTROL.
                SELECT CTRCLI ASSIGN TO
                WS-ARQ-CTRCLI
                ORGANIZATION IS INDEXED
                ACCESS MODE  IS RANDOM
                RECORD KEY   IS CHAVE-CTRCLI
                FILE STATUS  IS WS-FS.

       DATA DIVISION.
       FILE SECTION.
       FD CTRCLI.
          COPY FD_CTRCLI.

       WORKING-STORAGE SECTION.
      ***** CAMINHOS FISICOS DOS ARQUIVOS - PRE-CARREGADOS COM O *****
      ***** PADRAO HISTORICO E RESOLVIDOS PELO ARQCONF NO INICIO *****
       77 WS-ARQ-CTRCLI              PIC X(68) VALUE
          'C:\CursoCOBOL\COBOL\01 - Basico\bin\CTRCLI.DAT'.
       77 WS-FS                          PIC 99.
          88 FS-OK                       VALUE 0.
          88 FS-NAO-EXISTE               VALUE 35.

       LINKAGE SECTION.
       01 LK-CTRCLIM.
          03 LK-CCM-ACAO                 PIC X(01).
             88 LK-CCM-INCLUI            VALUE 'I'.
             88 LK-CCM-EXCLUI            VALUE 'E'.
          03 LK-CCM-CD-CLIENTE           PIC X(20).
          03 LK-CCM-NUM-CONTRATO         PIC 9(06).
          03 LK-CCM-RETORNO              PIC 99.

       PROCEDURE DIVISION USING LK-CTRCLIM.
       MAIN-PROCEDURE.

            MOVE ZEROS                   TO LK-CCM-RETORNO

      ***** RESOLVE OS CAMINHOS FISICOS PELO PERFIL DO ARQCONF ******
            CALL 'ARQCONF' USING 'CTRCLI.DAT      ' WS-ARQ-CTRCLI

            OPEN I-O CTRCLI

            IF FS-NAO-EXISTE
               OPEN OUTPUT CTRCLI
               CLOSE CTRCLI
               OPEN I-O CTRCLI
            END-IF

            IF NOT FS-OK
               MOVE WS-FS                TO LK-CCM-RETORNO
               GOBACK
            END-IF

            MOVE LK-CCM-CD-CLIENTE       TO CCL-CD-CLIENTE
            MOVE LK-CCM-NUM-CONTRATO     TO CCL-NUM-CONTRATO

            EVALUATE TRUE
               WHEN LK-CCM-INCLUI
                  WRITE REG-CTRCLI
                     INVALID KEY
                        CONTINUE
                  END-WRITE
               WHEN LK-CCM-EXCLUI
                  DELETE CTRCLI RECORD
                     INVALID KEY
                        CONTINUE
                  END-DELETE
            END-EVALUATE

      ***** CHAVE DUPLICADA NA INCLUSAO OU AUSENTE NA EXCLUSAO JA *****
      ***** DEIXA O INDICE COMO DEVE FICAR ****************************
            IF WS-FS NOT EQUAL ZEROS AND WS-FS NOT EQUAL 22
               AND WS-FS NOT EQUAL 23
               MOVE WS-FS                TO LK-CCM-RETORNO
            END-IF

            CLOSE CTRCLI

            GOBACK.
       END PROGRAM CTRCLIM.
