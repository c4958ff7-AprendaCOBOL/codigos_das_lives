      ******************************************************************
      * Author: ANDRE COSTA
      * Date: 15/10/2026
      * Purpose: LISTAGEM DIARIA DOS ESTORNOS DE RECEBIMENTO
      *          (RELESTOR.LST) PARA A SUPERVISAO FINANCEIRA. PERCORRE
      *          O RECPARC.DAT E LISTA CADA RECEBIMENTO ESTORNADO PELO
      *          ESTRECEB NA DATA DE MOVIMENTO, COM CONTRATO, PARCELA,
      *          SEQUENCIA, DATA E ORIGEM DO RECEBIMENTO, VALOR,
      *          OPERADOR E MOTIVO DO ESTORNO, E FECHA COM A
      *          QUANTIDADE E O VALOR - QUE BATEM COM OS LANCAMENTOS
      *          ESTRC DO CONTABEXP.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RELESTOR.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
            DECIMAL-POINT IS COMMA.
            INPUT-OUTPUT SECTION.
            FILE-CONTROL.
                SELECT RECPARC ASSIGN TO
                WS-ARQ-RECPARC
                ORGANIZATION IS INDEXED
                ACCESS MODE  IS SEQUENTIAL
                RECORD KEY   IS CHAVE-RECPARC
                FILE STATUS  IS WS-FS-RCP.

       DATA DIVISION.
       FILE SECTION.
       FD RECPARC.
          COPY FD_RECPARC.

       WORKING-STORAGE SECTION.
      ***** CAMINHOS FISICOS DOS ARQUIVOS - PRE-CARREGADOS COM O *****
      ***** PADRAO HISTORICO E RESOLVIDOS PELO ARQCONF NO INICIO *****
       77 WS-ARQ-RECPARC             PIC X(68) VALUE
          'C:\CursoCOBOL\COBOL\01 - Basico\bin\RECPARC.DAT'.
       77 WS-ARQ-RELESTOR            PIC X(68) VALUE
          'C:\CursoCOBOL\COBOL\01 - Basico\bin\RELESTOR.LST'.
       77 WS-FS-RCP                      PIC 99.
          88 FS-RCP-OK                   VALUE 0.
       77 WS-EOF                         PIC X.
          88 EOF-OK                      VALUE 'S' FALSE 'N'.
       77 WS-DATA-MOVIMENTO              PIC 9(08) VALUE ZEROS.
       77 WS-CONTROLE-DATA               PIC X(01) VALUE 'N'.
       77 WS-QT-ESTORNOS               PIC 9(05) VALUE ZEROS.
       77 WS-VR-ESTORNADO-TOTAL          PIC 9(11)V99 VALUE ZEROS.
       01 WS-RELWRT.
          03 WS-REL-ACAO                 PIC X(01).
          03 WS-REL-ARQUIVO              PIC X(68).
          03 WS-REL-TITULO               PIC X(40).
          03 WS-REL-LINHA                PIC X(100).
          03 WS-REL-FS                   PIC 99.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.

      ***** RETURN-CODE E REGISTRADOR COMPARTILHADO: UM PASSO *********
      ***** ANTERIOR COM FALHA NAO PODE CONTAMINAR ESTE PASSO *********
            MOVE ZERO                    TO RETURN-CODE

      ***** RESOLVE OS CAMINHOS FISICOS PELO PERFIL DO ARQCONF ******
            CALL 'ARQCONF' USING 'RECPARC.DAT     ' WS-ARQ-RECPARC

            CALL 'DTMOVIM' USING WS-DATA-MOVIMENTO WS-CONTROLE-DATA

            MOVE 'A'                     TO WS-REL-ACAO
            MOVE WS-ARQ-RELESTOR         TO WS-REL-ARQUIVO
            CALL 'ARQCONF' USING 'RELESTOR.LST    ' WS-REL-ARQUIVO
            MOVE 'ESTORNOS DE RECEBIMENTO DE PARCELA'
                                          TO WS-REL-TITULO
            CALL 'RELWRT' USING WS-RELWRT

            IF WS-REL-FS NOT EQUAL ZEROS
               DISPLAY 'ERRO AO ABRIR O RELATORIO DE ESTORNOS.'
               DISPLAY 'FILE STATUS: ' WS-REL-FS
               MOVE 16                   TO RETURN-CODE
               GOBACK
            END-IF

            MOVE 'D'                     TO WS-REL-ACAO
            MOVE SPACES                  TO WS-REL-LINHA
            STRING 'DATA DE MOVIMENTO: ' WS-DATA-MOVIMENTO
                   DELIMITED BY SIZE INTO WS-REL-LINHA
            CALL 'RELWRT' USING WS-RELWRT

            MOVE 'D'                     TO WS-REL-ACAO
            MOVE SPACES                  TO WS-REL-LINHA
            STRING 'CONTRATO PAR SEQ DT RECEB O      VALOR '
                   'OPERADOR     MOTIVO'
                   DELIMITED BY SIZE INTO WS-REL-LINHA
            CALL 'RELWRT' USING WS-RELWRT

      ***** SEM ARQUIVO DE RECEBIMENTOS NAO HOUVE ESTORNO: A LISTAGEM *
      ***** SAI SO COM O TOTAL ZERADO *********************************
            OPEN INPUT RECPARC

            IF FS-RCP-OK
               SET EOF-OK                TO FALSE
               PERFORM P200-LE-RECEBIMENTO   THRU P200-FIM UNTIL EOF-OK
               CLOSE RECPARC
            END-IF

            MOVE 'T'                     TO WS-REL-ACAO
            MOVE SPACES                  TO WS-REL-LINHA
            STRING 'ESTORNOS: ' WS-QT-ESTORNOS
                   '  VALOR ESTORNADO: ' WS-VR-ESTORNADO-TOTAL
                   DELIMITED BY SIZE INTO WS-REL-LINHA
            CALL 'RELWRT' USING WS-RELWRT

            MOVE 'F'                     TO WS-REL-ACAO
            CALL 'RELWRT' USING WS-RELWRT

            DISPLAY 'ESTORNOS LISTADOS.......: ' WS-QT-ESTORNOS
            DISPLAY 'VALOR TOTAL ESTORNADO...: ' WS-VR-ESTORNADO-TOTAL
            DISPLAY 'RELATORIO GERADO EM RELESTOR.LST'

            GOBACK.
       P200-LE-RECEBIMENTO.

            READ RECPARC NEXT RECORD
               AT END
                  SET EOF-OK             TO TRUE
                  GO TO P200-FIM
            END-READ

            IF NOT RECEB-ESTORNADO
               OR RCP-DT-ESTORNO NOT EQUAL WS-DATA-MOVIMENTO
               GO TO P200-FIM
            END-IF

            ADD 1                        TO WS-QT-ESTORNOS
            ADD RCP-VR-RECEBIDO          TO WS-VR-ESTORNADO-TOTAL

            MOVE 'D'                     TO WS-REL-ACAO
            MOVE SPACES                  TO WS-REL-LINHA
            STRING RCP-NUM-CONTRATO '   ' RCP-NUM-PARCELA
                   ' ' RCP-SEQUENCIA ' ' RCP-DT-RECEBIMENTO
                   ' ' RCP-ORIGEM ' ' RCP-VR-RECEBIDO
                   ' ' RCP-OPERADOR-ESTORNO ' ' RCP-MOTIVO-ESTORNO
                   DELIMITED BY SIZE INTO WS-REL-LINHA
            CALL 'RELWRT' USING WS-RELWRT
            .
       P200-FIM.
       END PROGRAM RELESTOR.
