      ******************************************************************
      * Author: ANDRE COSTA
      * Date: 15/10/2026
      * Purpose: PROCESSAMENTO DO ARQUIVO DE RETORNO DA PREFEITURA
      *          (NFSERET.TXT), A CONTRAPARTIDA DO LOTE DE RPS GERADO
      *          PELO NFSEGER. CADA RPS DO RETORNO E CASADO PELO
      *          NUMERO COM O CONTROLE NFSE.DAT: RPS CONVERTIDO EM
      *          NOTA GUARDA O NUMERO DA NFS-E, O CODIGO DE
      *          VERIFICACAO E A DATA DE EMISSAO CONTRA O RECEBIMENTO;
      *          RPS RECUSADO GUARDA O MOTIVO E VAI PARA A LISTA DE
      *          EXCECOES (NFSERET.LST) - O NFSEGER REENVIA O
      *          RECEBIMENTO NA GERACAO SEGUINTE. RPS DESCONHECIDO,
      *          JA CONVERTIDO EM OUTRA NOTA OU COM SITUACAO INVALIDA
      *          TAMBEM SAI NA LISTA, E O PASSO TERMINA COM
      *          RETURN-CODE 4.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. NFSERET.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
            DECIMAL-POINT IS COMMA.
            INPUT-OUTPUT SECTION.
            FILE-CONTROL.
                SELECT RETORNO ASSIGN TO
                WS-ARQ-NFSERET
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS  IS WS-FS-RET.
                SELECT NFSE ASSIGN TO
                WS-ARQ-NFSE
                ORGANIZATION IS INDEXED
                ACCESS MODE  IS DYNAMIC
                RECORD KEY   IS NFS-NUM-RPS
                ALTERNATE RECORD KEY IS NFS-CHAVE-RECEBIMENTO
                          WITH DUPLICATES
                FILE STATUS  IS WS-FS-NFS.
                SELECT RELATORIO ASSIGN TO
                WS-ARQ-NFSELST
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS  IS WS-FS-REL.

       DATA DIVISION.
       FILE SECTION.
       FD RETORNO.
       01 REG-RETORNO                    PIC X(120).
      ***** LAYOUT DO RETORNO: TIPO(1) SERIE(5) NUMERO-RPS(12) ********
      ***** SITUACAO(1) NUMERO-NFSE(12) DATA-EMISSAO(8) ***************
      ***** VERIFICACAO(9) MOTIVO-RECUSA(60) - TIPO '1' HEADER, *******
      ***** '2' RPS PROCESSADO, '9' TRAILER ***************************

       FD NFSE.
          COPY FD_NFSE.

       FD RELATORIO.
       01 REG-RELATORIO                  PIC X(132).

       WORKING-STORAGE SECTION.
      ***** CAMINHOS FISICOS DOS ARQUIVOS - PRE-CARREGADOS COM O *****
      ***** PADRAO HISTORICO E RESOLVIDOS PELO ARQCONF NO INICIO *****
       77 WS-ARQ-NFSERET             PIC X(68) VALUE
          'C:\CursoCOBOL\COBOL\01 - Basico\bin\NFSERET.TXT'.
       77 WS-ARQ-NFSE                PIC X(68) VALUE
          'C:\CursoCOBOL\COBOL\01 - Basico\bin\NFSE.DAT'.
       77 WS-ARQ-NFSELST             PIC X(68) VALUE
          'C:\CursoCOBOL\COBOL\01 - Basico\bin\NFSERET.LST'.
       77 WS-FS-RET                      PIC 99.
       77 WS-FS-NFS                      PIC 99.
          88 FS-NFS-OK                   VALUE 0.
       77 WS-FS-REL                      PIC 99.
       77 WS-EOF                         PIC X.
          88 EOF-OK                      VALUE 'S' FALSE 'N'.
       77 WS-DATA-MOVIMENTO              PIC 9(08) VALUE ZEROS.
       77 WS-CONTROLE-DATA               PIC X(01) VALUE 'N'.
       77 WS-MOTIVO                      PIC X(60) VALUE SPACES.
       01 WS-RETORNO-IN REDEFINES REG-RETORNO.
          03 WS-RET-TIPO                 PIC X(01).
          03 WS-RET-SERIE                PIC X(05).
          03 WS-RET-NUM-RPS              PIC 9(12).
          03 WS-RET-SITUACAO             PIC X(01).
             88 WS-RET-EMITIDA           VALUE 'E'.
             88 WS-RET-RECUSADA          VALUE 'R'.
          03 WS-RET-NUM-NFSE             PIC 9(12).
          03 WS-RET-DT-EMISSAO           PIC 9(08).
          03 WS-RET-CD-VERIFICACAO       PIC X(09).
          03 WS-RET-MOTIVO               PIC X(60).
          03 FILLER                      PIC X(12).
       77 WS-QT-LIDOS                    PIC 9(06) VALUE ZEROS.
       77 WS-QT-EMITIDAS                 PIC 9(06) VALUE ZEROS.
       77 WS-QT-RECUSADOS                PIC 9(06) VALUE ZEROS.
       77 WS-QT-REPETIDOS                PIC 9(06) VALUE ZEROS.
       77 WS-QT-EXCECOES                 PIC 9(06) VALUE ZEROS.
       77 WS-VR-EMITIDO                  PIC 9(11)V99 VALUE ZEROS.
       77 WS-VR-ISS-EMITIDO              PIC 9(11)V99 VALUE ZEROS.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.

      ***** RETURN-CODE E REGISTRADOR COMPARTILHADO: UM PASSO *********
      ***** ANTERIOR COM FALHA NAO PODE CONTAMINAR ESTE PASSO *********
            MOVE ZERO                    TO RETURN-CODE

      ***** RESOLVE OS CAMINHOS FISICOS PELO PERFIL DO ARQCONF ******
            CALL 'ARQCONF' USING 'NFSERET.TXT     ' WS-ARQ-NFSERET
            CALL 'ARQCONF' USING 'NFSE.DAT        ' WS-ARQ-NFSE
            CALL 'ARQCONF' USING 'NFSERET.LST     ' WS-ARQ-NFSELST

            CALL 'DTMOVIM' USING WS-DATA-MOVIMENTO WS-CONTROLE-DATA

            OPEN INPUT RETORNO

            IF WS-FS-RET NOT EQUAL ZEROS
               DISPLAY 'ERRO AO ABRIR O RETORNO DA PREFEITURA.'
               DISPLAY 'FILE STATUS: ' WS-FS-RET
               MOVE 16                   TO RETURN-CODE
               GOBACK
            END-IF

      ***** SEM NFSE.DAT NENHUM LOTE DE RPS FOI GERADO: NAO HA COM ****
      ***** O QUE CASAR O RETORNO *************************************
            OPEN I-O NFSE

            IF NOT FS-NFS-OK
               DISPLAY 'ERRO AO ABRIR O CONTROLE DE RPS/NFS-E.'
               DISPLAY 'FILE STATUS: ' WS-FS-NFS
               CLOSE RETORNO
               MOVE 16                   TO RETURN-CODE
               GOBACK
            END-IF

            OPEN OUTPUT RELATORIO

            IF WS-FS-REL NOT EQUAL ZEROS
               DISPLAY 'ERRO AO ABRIR A LISTA DE EXCECOES DA NFS-E.'
               DISPLAY 'FILE STATUS: ' WS-FS-REL
               CLOSE RETORNO NFSE
               MOVE 16                   TO RETURN-CODE
               GOBACK
            END-IF

            MOVE SPACES                  TO REG-RELATORIO
            STRING 'RETORNO DA NFS-E - RPS RECUSADOS E EXCECOES - '
                   'PROCESSADO EM ' WS-DATA-MOVIMENTO
                   DELIMITED BY SIZE INTO REG-RELATORIO
            WRITE REG-RELATORIO
            MOVE '---------------------------------------------'
                                          TO REG-RELATORIO
            WRITE REG-RELATORIO

            SET EOF-OK                   TO FALSE
            PERFORM P200-LE-RETORNO      THRU P200-FIM UNTIL EOF-OK

            PERFORM P900-TOTAIS          THRU P900-FIM

            CLOSE RETORNO NFSE RELATORIO

            IF WS-QT-EXCECOES GREATER THAN ZEROS
               MOVE 4                    TO RETURN-CODE
            END-IF

            GOBACK.
       P200-LE-RETORNO.

            READ RETORNO
               AT END
                  SET EOF-OK             TO TRUE
               NOT AT END
                  IF WS-RET-TIPO EQUAL '2'
                     ADD 1               TO WS-QT-LIDOS
                     PERFORM P300-CASA-RPS THRU P300-FIM
                  END-IF
            END-READ
            .
       P200-FIM.
       P300-CASA-RPS.

            INITIALIZE REG-NFSE

            IF WS-RET-NUM-RPS IS NOT NUMERIC
               OR WS-RET-NUM-RPS GREATER THAN 99999999
               MOVE 'NUMERO DE RPS INVALIDO' TO WS-MOTIVO
               PERFORM P500-EXCECAO      THRU P500-FIM
               GO TO P300-FIM
            END-IF

            MOVE WS-RET-NUM-RPS          TO NFS-NUM-RPS
            READ NFSE
               INVALID KEY
                  MOVE 'RPS NAO ENVIADO POR ESTE SISTEMA'
                                          TO WS-MOTIVO
                  PERFORM P500-EXCECAO   THRU P500-FIM
                  GO TO P300-FIM
            END-READ

      ***** O MESMO RETORNO PROCESSADO DUAS VEZES NAO E EXCECAO: A ****
      ***** NOTA JA ESTA GUARDADA *************************************
            IF NFS-EMITIDA
               IF WS-RET-EMITIDA
                  AND WS-RET-NUM-NFSE EQUAL NFS-NUM-NFSE
                  ADD 1                  TO WS-QT-REPETIDOS
               ELSE
                  MOVE 'RPS JA CONVERTIDO EM OUTRA NFS-E'
                                          TO WS-MOTIVO
                  PERFORM P500-EXCECAO   THRU P500-FIM
               END-IF
               GO TO P300-FIM
            END-IF

            IF NOT NFS-ENVIADO
               MOVE 'RPS JA RECUSADO OU SUBSTITUIDO' TO WS-MOTIVO
               PERFORM P500-EXCECAO      THRU P500-FIM
               GO TO P300-FIM
            END-IF

            EVALUATE TRUE
               WHEN WS-RET-EMITIDA
                  PERFORM P400-GRAVA-NOTA THRU P400-FIM
               WHEN WS-RET-RECUSADA
                  PERFORM P450-GRAVA-RECUSA THRU P450-FIM
               WHEN OTHER
                  MOVE 'SITUACAO DO RPS NO RETORNO INVALIDA'
                                          TO WS-MOTIVO
                  PERFORM P500-EXCECAO   THRU P500-FIM
            END-EVALUATE
            .
       P300-FIM.
       P400-GRAVA-NOTA.

      ***** O NUMERO DA NOTA FICA GUARDADO CONTRA O RECEBIMENTO *******
            SET NFS-EMITIDA              TO TRUE
            MOVE WS-RET-NUM-NFSE         TO NFS-NUM-NFSE
            MOVE WS-RET-CD-VERIFICACAO   TO NFS-CD-VERIFICACAO
            MOVE WS-RET-DT-EMISSAO       TO NFS-DT-EMISSAO-NFSE
            MOVE WS-DATA-MOVIMENTO       TO NFS-DT-RETORNO
            MOVE SPACES                  TO NFS-MOTIVO-RECUSA

            REWRITE REG-NFSE
               INVALID KEY
                  MOVE 'ERRO AO GRAVAR A NFS-E NO CONTROLE'
                                          TO WS-MOTIVO
                  PERFORM P500-EXCECAO   THRU P500-FIM
                  GO TO P400-FIM
            END-REWRITE

            ADD 1                        TO WS-QT-EMITIDAS
            ADD NFS-VR-LIQUIDO           TO WS-VR-EMITIDO
            ADD NFS-VR-ISS               TO WS-VR-ISS-EMITIDO
            .
       P400-FIM.
       P450-GRAVA-RECUSA.

            SET NFS-RECUSADO             TO TRUE
            MOVE WS-DATA-MOVIMENTO       TO NFS-DT-RETORNO
            MOVE WS-RET-MOTIVO           TO NFS-MOTIVO-RECUSA

            REWRITE REG-NFSE
               INVALID KEY
                  MOVE 'ERRO AO GRAVAR A RECUSA NO CONTROLE'
                                          TO WS-MOTIVO
                  PERFORM P500-EXCECAO   THRU P500-FIM
                  GO TO P450-FIM
            END-REWRITE

            ADD 1                        TO WS-QT-RECUSADOS

      ***** A RECUSA VAI PARA A LISTA COM O RECEBIMENTO E O ALUNO *****
      ***** PARA O FINANCEIRO CORRIGIR O CADASTRO *********************
            MOVE WS-RET-MOTIVO           TO WS-MOTIVO
            PERFORM P500-EXCECAO         THRU P500-FIM
            .
       P450-FIM.
       P500-EXCECAO.

            ADD 1                        TO WS-QT-EXCECOES

            MOVE SPACES                  TO REG-RELATORIO
            STRING 'RPS ' WS-RET-SERIE '/' WS-RET-NUM-RPS
                   ' CONTRATO ' NFS-NUM-CONTRATO
                   ' PARC ' NFS-NUM-PARCELA
                   ' SEQ ' NFS-SEQUENCIA
                   ' ALUNO ' NFS-CD-STUDENT
                   ' - ' WS-MOTIVO
                   DELIMITED BY SIZE INTO REG-RELATORIO
            WRITE REG-RELATORIO
            DISPLAY REG-RELATORIO
            .
       P500-FIM.
       P900-TOTAIS.

            MOVE '---------------------------------------------'
                                          TO REG-RELATORIO
            WRITE REG-RELATORIO

            MOVE SPACES                  TO REG-RELATORIO
            STRING 'RPS LIDOS: '           WS-QT-LIDOS
                   '  NOTAS EMITIDAS: '    WS-QT-EMITIDAS
                   '  RECUSADOS: '         WS-QT-RECUSADOS
                   '  JA PROCESSADOS: '    WS-QT-REPETIDOS
                   '  EXCECOES: '          WS-QT-EXCECOES
                   DELIMITED BY SIZE INTO REG-RELATORIO
            WRITE REG-RELATORIO

            MOVE SPACES                  TO REG-RELATORIO
            STRING 'VALOR DAS NOTAS EMITIDAS: ' WS-VR-EMITIDO
                   '  ISS: '               WS-VR-ISS-EMITIDO
                   DELIMITED BY SIZE INTO REG-RELATORIO
            WRITE REG-RELATORIO

            DISPLAY '*** RETORNO DA NFS-E ***'
            DISPLAY 'RPS LIDOS.........: ' WS-QT-LIDOS
            DISPLAY 'NOTAS EMITIDAS....: ' WS-QT-EMITIDAS
            DISPLAY 'RPS RECUSADOS.....: ' WS-QT-RECUSADOS
            DISPLAY 'JA PROCESSADOS....: ' WS-QT-REPETIDOS
            DISPLAY 'EXCECOES..........: ' WS-QT-EXCECOES
            DISPLAY 'LISTA EM NFSERET.LST'
            .
       P900-FIM.
       END PROGRAM NFSERET.
