      ******************************************************************
      * Author: ANDRE COSTA
      * Date: 15/10/2026
      * Purpose: GERACAO DO INDICE DE CONTRATOS POR CLIENTE
      *          (CTRCLI.DAT) A PARTIR DO CONTRATO.DAT. LE O MESTRE EM
      *          SEQUENCIA DE CHAVE E GRAVA UMA LINHA CLIENTE +
      *          CONTRATO POR CONTRATO (NA QUEBRA DO NUM-CONTRATO),
      *          REFAZENDO O INDICE DO ZERO. RODA UMA VEZ NA
      *          IMPLANTACAO E SEMPRE QUE O MESTRE FOR REGRAVADO POR
      *          FORA DOS PROGRAMAS QUE MANTEM O INDICE - O REORGIDX E
      *          O BKPREST O CHAMAM DEPOIS DE REGRAVAR O CONTRATO.DAT;
      *          DEPOIS DE UMA CONVERSAO (CONTRCONV/PRODCONV) ELE RODA
      *          SOBRE O ARQUIVO JA PROMOVIDO. DIVERGENCIA ENTRE O
      *          INDICE E O MESTRE APARECE NA REGRA 5 DO AUDITREF.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CTRCLIGR.

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
                SELECT CTRCLI ASSIGN TO
                WS-ARQ-CTRCLI
                ORGANIZATION IS INDEXED
                ACCESS MODE  IS RANDOM
                RECORD KEY   IS CHAVE-CTRCLI
                FILE STATUS  IS WS-FS-CCL.

       DATA DIVISION.
       FILE SECTION.
       FD CONTRATO.
          COPY FD_CONTRATO.

       FD CTRCLI.
          COPY FD_CTRCLI.

       WORKING-STORAGE SECTION.
      ***** CAMINHOS FISICOS DOS ARQUIVOS - PRE-CARREGADOS COM O *****
      ***** PADRAO HISTORICO E RESOLVIDOS PELO ARQCONF NO INICIO *****
       77 WS-ARQ-CONTRATO            PIC X(68) VALUE
          'C:\CursoCOBOL\COBOL\01 - Basico\bin\CONTRATO.DAT'.
       77 WS-ARQ-CTRCLI              PIC X(68) VALUE
          'C:\CursoCOBOL\COBOL\01 - Basico\bin\CTRCLI.DAT'.
       77 WS-FS                          PIC 99.
          88 FS-OK                       VALUE 0.
       77 WS-FS-CCL                      PIC 99.
          88 FS-CCL-OK                   VALUE 0.
       77 WS-EOF                         PIC X.
          88 EOF-OK                      VALUE 'S' FALSE 'N'.
       77 WS-CONTRATO-ATUAL              PIC 9(06) VALUE ZEROS.
       77 WS-QT-PARCELAS-LIDAS           PIC 9(07) VALUE ZEROS.
       77 WS-QT-CONTRATOS                PIC 9(06) VALUE ZEROS.
       77 WS-QT-ERROS                    PIC 9(05) VALUE ZEROS.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.

      ***** RETURN-CODE E REGISTRADOR COMPARTILHADO: UM PASSO *********
      ***** ANTERIOR COM FALHA NAO PODE CONTAMINAR ESTE PASSO *********
            MOVE ZERO                    TO RETURN-CODE

      ***** RESOLVE OS CAMINHOS FISICOS PELO PERFIL DO ARQCONF ******
            CALL 'ARQCONF' USING 'CONTRATO.DAT    ' WS-ARQ-CONTRATO
            CALL 'ARQCONF' USING 'CTRCLI.DAT      ' WS-ARQ-CTRCLI

      ***** CHAMADO PELO REORGIDX/BKPREST OS CONTADORES FICARIAM ******
      ***** COM O VALOR DA CHAMADA ANTERIOR ***************************
            MOVE ZEROS                   TO WS-CONTRATO-ATUAL
                                            WS-QT-PARCELAS-LIDAS
                                            WS-QT-CONTRATOS
                                            WS-QT-ERROS

            OPEN INPUT CONTRATO

            IF NOT FS-OK
               DISPLAY 'ERRO AO ABRIR O ARQUIVO DE CONTRATOS.'
               DISPLAY 'FILE STATUS: ' WS-FS
               MOVE 16                   TO RETURN-CODE
               GOBACK
            END-IF

            OPEN OUTPUT CTRCLI

            IF NOT FS-CCL-OK
               DISPLAY 'ERRO AO CRIAR O INDICE DE CONTRATOS POR '
                       'CLIENTE.'
               DISPLAY 'FILE STATUS: ' WS-FS-CCL
               CLOSE CONTRATO
               MOVE 16                   TO RETURN-CODE
               GOBACK
            END-IF

            SET EOF-OK                   TO FALSE
            PERFORM P100-LE-PARCELA      THRU P100-FIM UNTIL EOF-OK

            CLOSE CONTRATO CTRCLI

            DISPLAY '*** INDICE DE CONTRATOS POR CLIENTE ***'
            DISPLAY 'PARCELAS LIDAS......: ' WS-QT-PARCELAS-LIDAS
            DISPLAY 'CONTRATOS INDEXADOS.: ' WS-QT-CONTRATOS
            DISPLAY 'ERROS DE GRAVACAO...: ' WS-QT-ERROS

            IF WS-QT-ERROS GREATER THAN ZEROS
               MOVE 8                    TO RETURN-CODE
            END-IF

            GOBACK.
       P100-LE-PARCELA.

            READ CONTRATO NEXT RECORD
               AT END
                  SET EOF-OK             TO TRUE
               NOT AT END
                  ADD 1                  TO WS-QT-PARCELAS-LIDAS
                  IF NUM-CONTRATO NOT EQUAL WS-CONTRATO-ATUAL
                     MOVE NUM-CONTRATO   TO WS-CONTRATO-ATUAL
                     PERFORM P200-GRAVA-INDICE THRU P200-FIM
                  END-IF
            END-READ
            .
       P100-FIM.
       P200-GRAVA-INDICE.

            MOVE CD-CLIENTE-CONTRATO     TO CCL-CD-CLIENTE
            MOVE NUM-CONTRATO            TO CCL-NUM-CONTRATO

            WRITE REG-CTRCLI
               INVALID KEY
                  ADD 1                  TO WS-QT-ERROS
                  DISPLAY 'ERRO AO INDEXAR O CONTRATO ' NUM-CONTRATO
                          ' - FILE STATUS: ' WS-FS-CCL
               NOT INVALID KEY
                  ADD 1                  TO WS-QT-CONTRATOS
            END-WRITE
            .
       P200-FIM.
       END PROGRAM CTRCLIGR.
