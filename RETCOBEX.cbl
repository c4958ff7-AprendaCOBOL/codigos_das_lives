      ******************************************************************
      * Author: ANDRE COSTA
      * Date: 15/10/2026
      * Purpose: PROCESSAMENTO DO ARQUIVO DE RETORNO DA ASSESSORIA DE
      *          COBRANCA TERCEIRIZADA (COBRET.TXT), A CONTRAPARTIDA DO
      *          ENVIO DO ENVCOBEX. OCORRENCIA 01 E PAGAMENTO COBRADO:
      *          BAIXADO PELA MESMA REGRA DA BAIXA MANUAL (PAGPARC) -
      *          ENCARGOS DO JURATRAS NA DATA DO PAGAMENTO, RECEBIMENTO
      *          NO RECPARC (ORIGEM COBRANCA EXTERNA) SOMADO AOS JA
      *          GRAVADOS, PARCELA PAGA SO QUANDO A SOMA COBRE O
      *          DEVIDO, EXCEDENTE PARA O CREDITO DO CLIENTE (CREDGRV)
      *          E DATA EM MES FECHADO (PERVERIF) RECUSADA. OCORRENCIA
      *          02 E DESISTENCIA: A PARCELA VOLTA DA ASSESSORIA
      *          (COBEXT DEVOLVIDA). O RELATORIO (RETCOBEX.LST) E O
      *          DEMONSTRATIVO DE COMISSAO PARA O PAGAMENTO DA
      *          ASSESSORIA: CADA PAGAMENTO COM A SUA COMISSAO, AS
      *          DESISTENCIAS, AS DISCREPANCIAS (COMISSAO RETIDA ATE A
      *          REVISAO MANUAL) E OS TOTAIS DE CONTROLE.
      * Update: 15/10/2026 - Pagamento que quita a parcela
      *         chama o NEGBAIXA: contrato negativado sem atraso
      *         alem do limite sai dos biros de credito.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RETCOBEX.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
            DECIMAL-POINT IS COMMA.
            INPUT-OUTPUT SECTION.
            FILE-CONTROL.
                SELECT CONTRATO ASSIGN TO
                WS-ARQ-CONTRATO
                ORGANIZATION IS INDEXED
                ACCESS MODE  IS RANDOM
                RECORD KEY   IS CHAVE-CONTRATO
                FILE STATUS  IS WS-FS.
                SELECT COBRET ASSIGN TO
                WS-ARQ-COBRET
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS  IS WS-FS-RET.
                SELECT RELATORIO ASSIGN TO
                WS-ARQ-RETCOBEX
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS  IS WS-FS-REL.
                SELECT RECPARC ASSIGN TO
                WS-ARQ-RECPARC
                ORGANIZATION IS INDEXED
                ACCESS MODE  IS DYNAMIC
                RECORD KEY   IS CHAVE-RECPARC
                FILE STATUS  IS WS-FS-RCP.
                SELECT COBEXT ASSIGN TO
                WS-ARQ-COBEXT
                ORGANIZATION IS INDEXED
                ACCESS MODE  IS RANDOM
                RECORD KEY   IS CHAVE-COBEXT
                FILE STATUS  IS WS-FS-CBX.

       DATA DIVISION.
       FILE SECTION.
       FD CONTRATO.
          COPY FD_CONTRATO.

       FD COBRET.
       01 REG-COBRET                     PIC X(60).
      ***** LAYOUT DO RETORNO: TIPO(1) CONTRATO(6) PARCELA(3) *********
      ***** OCORRENCIA(2) DATA(8) VALOR-COBRADO(10) COMISSAO(8) - *****
      ***** TIPO '1' E DETALHE; OCORRENCIA 01 = PAGAMENTO COBRADO, ****
      ***** 02 = DESISTENCIA (PARCELA DEVOLVIDA PELA ASSESSORIA) ******

       FD RELATORIO.
       01 REG-RELATORIO                  PIC X(100).

       FD RECPARC.
          COPY FD_RECPARC.

       FD COBEXT.
          COPY FD_COBEXT.

       WORKING-STORAGE SECTION.
      ***** CAMINHOS FISICOS DOS ARQUIVOS - PRE-CARREGADOS COM O *****
      ***** PADRAO HISTORICO E RESOLVIDOS PELO ARQCONF NO INICIO *****
       77 WS-ARQ-CONTRATO            PIC X(68) VALUE
          'C:\CursoCOBOL\COBOL\01 - Basico\bin\CONTRATO.DAT'.
       77 WS-ARQ-COBRET              PIC X(68) VALUE
          'C:\CursoCOBOL\COBOL\01 - Basico\bin\COBRET.TXT'.
       77 WS-ARQ-RETCOBEX            PIC X(68) VALUE
          'C:\CursoCOBOL\COBOL\01 - Basico\bin\RETCOBEX.LST'.
       77 WS-ARQ-RECPARC             PIC X(68) VALUE
          'C:\CursoCOBOL\COBOL\01 - Basico\bin\RECPARC.DAT'.
       77 WS-ARQ-COBEXT              PIC X(68) VALUE
          'C:\CursoCOBOL\COBOL\01 - Basico\bin\COBEXT.DAT'.
       77 WS-FS                          PIC 99.
          88 FS-OK                       VALUE 0.
       77 WS-FS-RET                      PIC 99.
       77 WS-FS-REL                      PIC 99.
       77 WS-FS-RCP                      PIC 99.
          88 FS-RCP-OK                   VALUE 0.
       77 WS-FS-CBX                      PIC 99.
          88 FS-CBX-OK                   VALUE 0.
       77 WS-EOF                         PIC X.
          88 EOF-OK                      VALUE 'S' FALSE 'N'.
       77 WS-EOF-RCP                     PIC X.
          88 EOF-RCP-OK                  VALUE 'S' FALSE 'N'.
       77 WS-PROXIMA-SEQ                 PIC 9(03) VALUE ZEROS.
       77 WS-VR-RECEBIDO-ACUM            PIC 9(09)V99 VALUE ZEROS.
       77 WS-VR-DEVIDO                   PIC 9(09)V99 VALUE ZEROS.
       77 WS-VR-RESTANTE                 PIC 9(09)V99 VALUE ZEROS.
       77 WS-VR-APLICADO                 PIC 9(09)V99 VALUE ZEROS.
       77 WS-VR-EXCEDENTE                PIC 9(09)V99 VALUE ZEROS.
       77 WS-RECIBO-GRAVADO              PIC X VALUE 'N'.
          88 RECIBO-GRAVADO              VALUE 'S'.
       77 WS-DATA-MOVIMENTO              PIC 9(08) VALUE ZEROS.
       77 WS-CONTROLE-DATA               PIC X(01) VALUE 'N'.
       77 WS-SIT-PERIODO                 PIC X(01) VALUE 'A'.
          88 MES-FECHADO                 VALUE 'F'.
       77 WS-MOTIVO                      PIC X(30) VALUE SPACES.
       77 WS-SITUACAO-LINHA              PIC X(10) VALUE SPACES.
       01 WS-COBRET-IN REDEFINES REG-COBRET.
          03 WS-RET-TIPO                 PIC X(01).
          03 WS-RET-CONTRATO             PIC 9(06).
          03 WS-RET-PARCELA              PIC 9(03).
          03 WS-RET-OCORR                PIC X(02).
             88 OCORR-PAGAMENTO          VALUE '01'.
             88 OCORR-DESISTENCIA        VALUE '02'.
          03 WS-RET-DATA                 PIC 9(08).
          03 WS-RET-VALOR                PIC 9(08)V99.
          03 WS-RET-COMISSAO             PIC 9(06)V99.
          03 FILLER                      PIC X(22).
       77 WS-QT-LIDOS                    PIC 9(06) VALUE ZEROS.
       77 WS-QT-PAGAMENTOS               PIC 9(06) VALUE ZEROS.
       77 WS-QT-QUITADAS                 PIC 9(06) VALUE ZEROS.
       77 WS-QT-PARCIAIS                 PIC 9(06) VALUE ZEROS.
       77 WS-QT-CREDITADOS               PIC 9(06) VALUE ZEROS.
       77 WS-QT-DESISTENCIAS             PIC 9(06) VALUE ZEROS.
       77 WS-QT-DISCREPANTES             PIC 9(06) VALUE ZEROS.
       77 WS-VR-COBRADO                  PIC 9(11)V99 VALUE ZEROS.
       77 WS-VR-CREDITADO                PIC 9(11)V99 VALUE ZEROS.
       77 WS-VR-COMISSAO                 PIC 9(11)V99 VALUE ZEROS.
       77 WS-VR-COMISSAO-RETIDA          PIC 9(11)V99 VALUE ZEROS.
       77 WS-VR-DISCREPANTE              PIC 9(11)V99 VALUE ZEROS.
       77 WS-VR-LIQUIDO                  PIC S9(11)V99 VALUE ZEROS.
       77 WS-NEG-RETIRADO                PIC X VALUE 'N'.
          88 NEG-RETIRADO                VALUE 'S'.
       77 WS-QT-NEG-EXCLUIDOS            PIC 9(06) VALUE ZEROS.
      ***** AREA DO CALCULO DOS ENCARGOS DE ATRASO (JURATRAS) *********
       01 WS-JUROS-ATRASO.
          03 WS-JRA-DT-VENCIMENTO        PIC 9(08).
          03 WS-JRA-DT-REFERENCIA        PIC 9(08).
          03 WS-JRA-VR-PARCELA           PIC 9(08)V99.
          03 WS-JRA-TX-JUROS             PIC 99V99.
          03 WS-JRA-DIAS-ATRASO          PIC S9(05).
          03 WS-JRA-VR-MULTA             PIC 9(06)V99.
          03 WS-JRA-VR-JUROS             PIC 9(06)V99.
          03 WS-JRA-VR-ENCARGOS          PIC 9(06)V99.
      ***** AREA DO REGISTRO DE CREDITO DO CLIENTE (CREDGRV) **********
       01 WS-CREDITO.
          03 WS-CRD-CLIENTE              PIC X(20).
          03 WS-CRD-CONTRATO             PIC 9(06).
          03 WS-CRD-PARCELA              PIC 9(03).
          03 WS-CRD-DATA                 PIC 9(08).
          03 WS-CRD-VALOR                PIC 9(08)V99.
          03 WS-CRD-ORIGEM               PIC X(01).
          03 WS-CRD-OPERADOR             PIC X(12).
          03 WS-CRD-FS                   PIC 99.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.

      ***** RETURN-CODE E REGISTRADOR COMPARTILHADO: UM PASSO *********
      ***** ANTERIOR COM FALHA NAO PODE CONTAMINAR ESTE PASSO *********
            MOVE ZERO                    TO RETURN-CODE

      ***** RESOLVE OS CAMINHOS FISICOS PELO PERFIL DO ARQCONF ******
            CALL 'ARQCONF' USING 'CONTRATO.DAT    ' WS-ARQ-CONTRATO
            CALL 'ARQCONF' USING 'COBRET.TXT      ' WS-ARQ-COBRET
            CALL 'ARQCONF' USING 'RETCOBEX.LST    ' WS-ARQ-RETCOBEX
            CALL 'ARQCONF' USING 'RECPARC.DAT     ' WS-ARQ-RECPARC
            CALL 'ARQCONF' USING 'COBEXT.DAT      ' WS-ARQ-COBEXT

            CALL 'DTMOVIM' USING WS-DATA-MOVIMENTO WS-CONTROLE-DATA

            OPEN INPUT COBRET

            IF WS-FS-RET NOT EQUAL ZEROS
               DISPLAY 'ERRO AO ABRIR O RETORNO DA ASSESSORIA.'
               DISPLAY 'FILE STATUS: ' WS-FS-RET
               MOVE 16                   TO RETURN-CODE
               GOBACK
            END-IF

      ***** SEM COBEXT.DAT NENHUMA PARCELA FOI ENVIADA: NAO HA O QUE **
      ***** RECEBER DA ASSESSORIA *************************************
            OPEN I-O COBEXT

            IF NOT FS-CBX-OK
               DISPLAY 'ERRO AO ABRIR O ARQUIVO DE COBRANCA EXTERNA.'
               DISPLAY 'FILE STATUS: ' WS-FS-CBX
               CLOSE COBRET
               MOVE 16                   TO RETURN-CODE
               GOBACK
            END-IF

            CALL 'SELOMARC' USING 'CONTRATO    ' 'RETCOBEX  '
            OPEN I-O CONTRATO

            IF NOT FS-OK
               DISPLAY 'ERRO AO ABRIR O ARQUIVO DE CONTRATOS.'
               DISPLAY 'FILE STATUS: ' WS-FS
               CLOSE COBRET COBEXT
               MOVE 16                   TO RETURN-CODE
               GOBACK
            END-IF

            OPEN I-O RECPARC

            IF WS-FS-RCP EQUAL 35
               OPEN OUTPUT RECPARC
               CLOSE RECPARC
               OPEN I-O RECPARC
            END-IF

            IF NOT FS-RCP-OK
               DISPLAY 'ERRO AO ABRIR O ARQUIVO DE RECEBIMENTOS.'
               DISPLAY 'FILE STATUS: ' WS-FS-RCP
               CLOSE COBRET COBEXT CONTRATO
               MOVE 16                   TO RETURN-CODE
               GOBACK
            END-IF

            OPEN OUTPUT RELATORIO

            IF WS-FS-REL NOT EQUAL ZEROS
               DISPLAY 'ERRO AO ABRIR O DEMONSTRATIVO DE COMISSAO.'
               DISPLAY 'FILE STATUS: ' WS-FS-REL
               CLOSE COBRET COBEXT CONTRATO RECPARC
               MOVE 16                   TO RETURN-CODE
               GOBACK
            END-IF

            MOVE SPACES                  TO REG-RELATORIO
            STRING 'DEMONSTRATIVO DE COMISSAO - COBRANCA TERCEIRIZADA '
                   '- PROCESSADO EM ' WS-DATA-MOVIMENTO
                   DELIMITED BY SIZE INTO REG-RELATORIO
            WRITE REG-RELATORIO
            MOVE '---------------------------------------------'
                                          TO REG-RELATORIO
            WRITE REG-RELATORIO

            SET EOF-OK                   TO FALSE
            PERFORM P200-LE-RETORNO      THRU P200-FIM UNTIL EOF-OK

            PERFORM P900-TOTAIS          THRU P900-FIM

            CLOSE COBRET COBEXT CONTRATO RECPARC RELATORIO

            IF WS-QT-DISCREPANTES GREATER THAN ZEROS
               MOVE 4                    TO RETURN-CODE
            END-IF

            GOBACK.
       P200-LE-RETORNO.

            READ COBRET
               AT END
                  SET EOF-OK             TO TRUE
               NOT AT END
                  IF WS-RET-TIPO EQUAL '1'
                     ADD 1               TO WS-QT-LIDOS
                     EVALUATE TRUE
                        WHEN OCORR-PAGAMENTO
                           PERFORM P300-PAGAMENTO THRU P300-FIM
                        WHEN OCORR-DESISTENCIA
                           PERFORM P600-DESISTENCIA THRU P600-FIM
                        WHEN OTHER
                           MOVE 'OCORRENCIA DESCONHECIDA'
                                          TO WS-MOTIVO
                           PERFORM P500-DISCREPANCIA THRU P500-FIM
                     END-EVALUATE
                  END-IF
            END-READ
            .
       P200-FIM.
       P300-PAGAMENTO.

      ***** SO PAGA COMISSAO DE PARCELA QUE FOI ENTREGUE A ASSESSORIA *
            MOVE WS-RET-CONTRATO         TO CBX-NUM-CONTRATO
            MOVE WS-RET-PARCELA          TO CBX-NUM-PARCELA
            READ COBEXT
               INVALID KEY
                  MOVE 'PARCELA NAO ENVIADA A ASSESSORIA'
                                          TO WS-MOTIVO
                  PERFORM P500-DISCREPANCIA THRU P500-FIM
                  GO TO P300-FIM
            END-READ

            IF COBEXT-DEVOLVIDA
               MOVE 'PARCELA JA DEVOLVIDA'
                                          TO WS-MOTIVO
               PERFORM P500-DISCREPANCIA THRU P500-FIM
               GO TO P300-FIM
            END-IF

      ***** PAGAMENTO DATADO EM MES JA FECHADO NAO E BAIXADO: VAI *****
      ***** PARA REVISAO MANUAL COMO DISCREPANCIA *********************
            CALL 'PERVERIF' USING WS-RET-DATA WS-SIT-PERIODO
            IF MES-FECHADO
               MOVE 'DATA EM MES FECHADO' TO WS-MOTIVO
               PERFORM P500-DISCREPANCIA THRU P500-FIM
               GO TO P300-FIM
            END-IF

            IF WS-RET-VALOR EQUAL ZEROS
               MOVE 'VALOR ZERADO'       TO WS-MOTIVO
               PERFORM P500-DISCREPANCIA THRU P500-FIM
               GO TO P300-FIM
            END-IF

            MOVE WS-RET-CONTRATO         TO NUM-CONTRATO
            MOVE WS-RET-PARCELA          TO NUM-PARCELA-CONTRATO
            READ CONTRATO
               INVALID KEY
                  MOVE 'CONTRATO/PARCELA DESCONHECIDO'
                                          TO WS-MOTIVO
                  PERFORM P500-DISCREPANCIA THRU P500-FIM
                  GO TO P300-FIM
            END-READ

            IF PARCELA-RENEGOCIADA
               MOVE 'PARCELA RENEGOCIADA' TO WS-MOTIVO
               PERFORM P500-DISCREPANCIA THRU P500-FIM
               GO TO P300-FIM
            END-IF

            IF PARCELA-PREJUIZO
               MOVE 'PARCELA EM PREJUIZO' TO WS-MOTIVO
               PERFORM P500-DISCREPANCIA THRU P500-FIM
               GO TO P300-FIM
            END-IF

      ***** PARCELA JA BAIXADA (O CLIENTE PAGOU TAMBEM NO BANCO): O ***
      ***** DINHEIRO ENTROU PELA ASSESSORIA, ENTAO VIRA CREDITO *******
            IF PARCELA-PAGA
               MOVE ZEROS                TO WS-VR-APLICADO
               MOVE WS-RET-VALOR         TO WS-VR-EXCEDENTE
               PERFORM P470-GRAVA-CREDITO THRU P470-FIM
               IF WS-CRD-FS NOT EQUAL ZEROS
                  MOVE 'PARCELA JA BAIXADA' TO WS-MOTIVO
                  PERFORM P500-DISCREPANCIA THRU P500-FIM
                  GO TO P300-FIM
               END-IF
               ADD 1                     TO WS-QT-CREDITADOS
               MOVE 'CREDITO'            TO WS-SITUACAO-LINHA
               PERFORM P480-ATUALIZA-COBEXT THRU P480-FIM
               PERFORM P490-LINHA-COMISSAO  THRU P490-FIM
               GO TO P300-FIM
            END-IF

            PERFORM P400-BAIXA-PAGAMENTO THRU P400-FIM
            .
       P300-FIM.
       P400-BAIXA-PAGAMENTO.

      ***** MESMA REGRA DA BAIXA MANUAL: DEVIDO = PARCELA + ENCARGOS **
      ***** DO JURATRAS NA DATA DO PAGAMENTO, MENOS O JA RECEBIDO *****
            MOVE DT-VENCIMENTO-PARCELA   TO WS-JRA-DT-VENCIMENTO
            MOVE WS-RET-DATA             TO WS-JRA-DT-REFERENCIA
            MOVE VR-PARCELA-TOTAL        TO WS-JRA-VR-PARCELA
            MOVE TX-JUROS-CONTRATO       TO WS-JRA-TX-JUROS
            CALL 'JURATRAS' USING WS-JUROS-ATRASO

            PERFORM P440-SOMA-RECEBIMENTOS THRU P440-FIM

            COMPUTE WS-VR-DEVIDO =
                    VR-PARCELA-TOTAL + WS-JRA-VR-ENCARGOS
            IF WS-VR-RECEBIDO-ACUM NOT LESS THAN WS-VR-DEVIDO
               MOVE ZEROS                TO WS-VR-RESTANTE
            ELSE
               COMPUTE WS-VR-RESTANTE =
                       WS-VR-DEVIDO - WS-VR-RECEBIDO-ACUM
            END-IF

      ***** O QUE PASSAR DO SALDO DA PARCELA VIRA CREDITO DO CLIENTE **
            IF WS-RET-VALOR GREATER THAN WS-VR-RESTANTE
               MOVE WS-VR-RESTANTE       TO WS-VR-APLICADO
               COMPUTE WS-VR-EXCEDENTE =
                       WS-RET-VALOR - WS-VR-RESTANTE
            ELSE
               MOVE WS-RET-VALOR         TO WS-VR-APLICADO
               MOVE ZEROS                TO WS-VR-EXCEDENTE
            END-IF

            MOVE 'S'                     TO WS-RECIBO-GRAVADO
            IF WS-VR-APLICADO GREATER THAN ZEROS
               PERFORM P450-GRAVA-RECEBIMENTO THRU P450-FIM
            END-IF

      ***** SEM O REGISTRO DO RECEBIMENTO NO FILHO, NADA DE QUITAR ****
            IF NOT RECIBO-GRAVADO
               MOVE 'ERRO NA GRAVACAO DO RECEBIMENTO'
                                          TO WS-MOTIVO
               PERFORM P500-DISCREPANCIA THRU P500-FIM
               GO TO P400-FIM
            END-IF

            ADD WS-VR-APLICADO           TO WS-VR-RECEBIDO-ACUM

            IF WS-VR-EXCEDENTE GREATER THAN ZEROS
               PERFORM P470-GRAVA-CREDITO THRU P470-FIM
            END-IF

      ***** A PARCELA SO VIRA PAGA QUANDO OS RECEBIMENTOS COBREM O ****
      ***** VALOR TOTAL MAIS OS ENCARGOS ******************************
            IF WS-VR-RECEBIDO-ACUM NOT LESS THAN WS-VR-DEVIDO
               MOVE WS-RET-DATA          TO DT-PAGAMENTO-PARCELA
               MOVE WS-VR-RECEBIDO-ACUM  TO VR-PAGO-PARCELA
               MOVE WS-JRA-VR-ENCARGOS   TO VR-JUROS-ATRASO
               SET PARCELA-PAGA          TO TRUE
               REWRITE REG-CONTRATO
                  INVALID KEY
                     DISPLAY 'ERRO AO BAIXAR A PARCELA: '
                             NUM-CONTRATO '/' NUM-PARCELA-CONTRATO
                  NOT INVALID KEY
                     PERFORM P495-BAIXA-NEGATIVACAO THRU P495-FIM
               END-REWRITE
               ADD 1                     TO WS-QT-QUITADAS
               MOVE 'QUITADA'            TO WS-SITUACAO-LINHA
            ELSE
               ADD 1                     TO WS-QT-PARCIAIS
               MOVE 'PARCIAL'            TO WS-SITUACAO-LINHA
            END-IF

            PERFORM P480-ATUALIZA-COBEXT THRU P480-FIM
            PERFORM P490-LINHA-COMISSAO  THRU P490-FIM
            .
       P400-FIM.
       P440-SOMA-RECEBIMENTOS.

      ***** SOMA OS RECEBIMENTOS JA GRAVADOS PARA A PARCELA E *********
      ***** DESCOBRE A PROXIMA SEQUENCIA LIVRE ************************
            MOVE ZEROS                   TO WS-PROXIMA-SEQ
                                            WS-VR-RECEBIDO-ACUM
            MOVE NUM-CONTRATO            TO RCP-NUM-CONTRATO
            MOVE NUM-PARCELA-CONTRATO    TO RCP-NUM-PARCELA
            MOVE ZEROS                   TO RCP-SEQUENCIA

            SET EOF-RCP-OK               TO FALSE
            START RECPARC KEY NOT LESS THAN CHAVE-RECPARC
               INVALID KEY
                  SET EOF-RCP-OK         TO TRUE
            END-START

            PERFORM P460-LE-RECEBIMENTO  THRU P460-FIM
                    UNTIL EOF-RCP-OK
            .
       P440-FIM.
       P450-GRAVA-RECEBIMENTO.

            MOVE 'N'                     TO WS-RECIBO-GRAVADO
            ADD 1                        TO WS-PROXIMA-SEQ

            MOVE NUM-CONTRATO            TO RCP-NUM-CONTRATO
            MOVE NUM-PARCELA-CONTRATO    TO RCP-NUM-PARCELA
            MOVE WS-PROXIMA-SEQ          TO RCP-SEQUENCIA
            MOVE WS-RET-DATA             TO RCP-DT-RECEBIMENTO
            MOVE WS-VR-APLICADO          TO RCP-VR-RECEBIDO
            SET RECEB-COBEXT             TO TRUE
            SET RECEB-ATIVO              TO TRUE
            MOVE ZEROS                   TO RCP-DT-ESTORNO
            MOVE SPACES                  TO RCP-OPERADOR-ESTORNO
                                            RCP-MOTIVO-ESTORNO

            WRITE REG-RECPARC
               INVALID KEY
                  DISPLAY 'ERRO AO GRAVAR O RECEBIMENTO DA ASSESSORIA: '
                          NUM-CONTRATO '/' NUM-PARCELA-CONTRATO
               NOT INVALID KEY
                  MOVE 'S'               TO WS-RECIBO-GRAVADO
            END-WRITE
            .
       P450-FIM.
       P460-LE-RECEBIMENTO.

            READ RECPARC NEXT RECORD
               AT END
                  SET EOF-RCP-OK         TO TRUE
               NOT AT END
                  IF RCP-NUM-CONTRATO NOT EQUAL NUM-CONTRATO
                     OR RCP-NUM-PARCELA NOT EQUAL
                        NUM-PARCELA-CONTRATO
                     SET EOF-RCP-OK      TO TRUE
                  ELSE
                     IF NOT RECEB-ESTORNADO
                        ADD RCP-VR-RECEBIDO TO WS-VR-RECEBIDO-ACUM
                     END-IF
                     MOVE RCP-SEQUENCIA  TO WS-PROXIMA-SEQ
                  END-IF
            END-READ
            .
       P460-FIM.
       P470-GRAVA-CREDITO.

      ***** O EXCEDENTE DO PAGAMENTO VIRA CREDITO DO CLIENTE **********
            MOVE CD-CLIENTE-CONTRATO     TO WS-CRD-CLIENTE
            MOVE NUM-CONTRATO            TO WS-CRD-CONTRATO
            MOVE NUM-PARCELA-CONTRATO    TO WS-CRD-PARCELA
            MOVE WS-RET-DATA             TO WS-CRD-DATA
            MOVE WS-VR-EXCEDENTE         TO WS-CRD-VALOR
            MOVE 'E'                     TO WS-CRD-ORIGEM
            MOVE 'RETCOBEX'              TO WS-CRD-OPERADOR
            CALL 'CREDGRV' USING WS-CREDITO

            IF WS-CRD-FS NOT EQUAL ZEROS
               DISPLAY '*** EXCEDENTE DE ' WS-VR-EXCEDENTE
                       ' NAO FOI REGISTRADO: ' NUM-CONTRATO '/'
                       NUM-PARCELA-CONTRATO ' ***'
               GO TO P470-FIM
            END-IF

            ADD WS-VR-EXCEDENTE          TO WS-VR-CREDITADO
            .
       P470-FIM.
       P480-ATUALIZA-COBEXT.

            ADD WS-RET-VALOR             TO CBX-VR-COBRADO
            ADD WS-RET-COMISSAO          TO CBX-VR-COMISSAO
            MOVE WS-RET-DATA             TO CBX-DT-RETORNO
            IF PARCELA-PAGA
               SET COBEXT-COBRADA        TO TRUE
            END-IF

            REWRITE REG-COBEXT
               INVALID KEY
                  DISPLAY 'ERRO AO ATUALIZAR A COBRANCA EXTERNA: '
                          WS-RET-CONTRATO '/' WS-RET-PARCELA
            END-REWRITE
            .
       P480-FIM.
       P490-LINHA-COMISSAO.

            ADD 1                        TO WS-QT-PAGAMENTOS
            ADD WS-RET-VALOR             TO WS-VR-COBRADO
            ADD WS-RET-COMISSAO          TO WS-VR-COMISSAO

            MOVE SPACES                  TO REG-RELATORIO
            STRING 'CONTRATO ' WS-RET-CONTRATO
                   ' PARCELA ' WS-RET-PARCELA
                   ' DATA ' WS-RET-DATA
                   ' COBRADO ' WS-RET-VALOR
                   ' COMISSAO ' WS-RET-COMISSAO
                   ' ' WS-SITUACAO-LINHA
                   DELIMITED BY SIZE INTO REG-RELATORIO
            WRITE REG-RELATORIO
            .
       P490-FIM.
       P495-BAIXA-NEGATIVACAO.

      ***** DIVIDA QUITADA: CONTRATO NEGATIVADO SAI DOS BIROS *********
            CALL 'NEGBAIXA' USING NUM-CONTRATO WS-RET-DATA
                                  'RETCOBEX  ' WS-NEG-RETIRADO
            IF NEG-RETIRADO
               ADD 1                     TO WS-QT-NEG-EXCLUIDOS
            END-IF
            .
       P495-FIM.
       P500-DISCREPANCIA.

      ***** LINHA EM DISCREPANCIA: NADA E BAIXADO E A COMISSAO FICA ***
      ***** RETIDA ATE A REVISAO MANUAL *******************************
            ADD 1                        TO WS-QT-DISCREPANTES
            ADD WS-RET-VALOR             TO WS-VR-DISCREPANTE
            ADD WS-RET-COMISSAO          TO WS-VR-COMISSAO-RETIDA

            MOVE SPACES                  TO REG-RELATORIO
            STRING 'CONTRATO ' WS-RET-CONTRATO
                   ' PARCELA ' WS-RET-PARCELA
                   ' OCORR ' WS-RET-OCORR
                   ' VALOR ' WS-RET-VALOR
                   ' COMISSAO RETIDA - ' WS-MOTIVO
                   DELIMITED BY SIZE INTO REG-RELATORIO
            WRITE REG-RELATORIO
            DISPLAY REG-RELATORIO
            .
       P500-FIM.
       P600-DESISTENCIA.

      ***** A ASSESSORIA DESISTIU DA COBRANCA: A PARCELA VOLTA PARA A *
      ***** CASA E NAO E ENVIADA DE NOVO ******************************
            MOVE WS-RET-CONTRATO         TO CBX-NUM-CONTRATO
            MOVE WS-RET-PARCELA          TO CBX-NUM-PARCELA
            READ COBEXT
               INVALID KEY
                  MOVE 'DESISTENCIA DE PARCELA NAO ENVIADA'
                                          TO WS-MOTIVO
                  PERFORM P500-DISCREPANCIA THRU P500-FIM
                  GO TO P600-FIM
            END-READ

            IF NOT COBEXT-ENVIADA
               MOVE 'DESISTENCIA DE PARCELA ENCERRADA'
                                          TO WS-MOTIVO
               PERFORM P500-DISCREPANCIA THRU P500-FIM
               GO TO P600-FIM
            END-IF

            SET COBEXT-DEVOLVIDA         TO TRUE
            MOVE WS-RET-DATA             TO CBX-DT-RETORNO
            ADD WS-RET-COMISSAO          TO CBX-VR-COMISSAO

            REWRITE REG-COBEXT
               INVALID KEY
                  MOVE 'ERRO NA GRAVACAO DA DESISTENCIA'
                                          TO WS-MOTIVO
                  PERFORM P500-DISCREPANCIA THRU P500-FIM
                  GO TO P600-FIM
            END-REWRITE

            ADD 1                        TO WS-QT-DESISTENCIAS
            ADD WS-RET-COMISSAO          TO WS-VR-COMISSAO

            MOVE SPACES                  TO REG-RELATORIO
            STRING 'CONTRATO ' WS-RET-CONTRATO
                   ' PARCELA ' WS-RET-PARCELA
                   ' DATA ' WS-RET-DATA
                   ' COMISSAO ' WS-RET-COMISSAO
                   ' DEVOLVIDA PELA ASSESSORIA'
                   DELIMITED BY SIZE INTO REG-RELATORIO
            WRITE REG-RELATORIO
            .
       P600-FIM.
       P900-TOTAIS.

            COMPUTE WS-VR-LIQUIDO = WS-VR-COBRADO - WS-VR-COMISSAO

            MOVE '---------------------------------------------'
                                          TO REG-RELATORIO
            WRITE REG-RELATORIO

            MOVE SPACES                  TO REG-RELATORIO
            STRING 'RETORNOS LIDOS: '      WS-QT-LIDOS
                   '  PAGAMENTOS: '        WS-QT-PAGAMENTOS
                   '  DESISTENCIAS: '      WS-QT-DESISTENCIAS
                   '  EM DISCREPANCIA: '   WS-QT-DISCREPANTES
                   DELIMITED BY SIZE INTO REG-RELATORIO
            WRITE REG-RELATORIO

            MOVE SPACES                  TO REG-RELATORIO
            STRING 'PARCELAS QUITADAS: '   WS-QT-QUITADAS
                   '  PARCIAIS: '          WS-QT-PARCIAIS
                   '  CREDITO (JA PAGA): ' WS-QT-CREDITADOS
                   '  CREDITADO: '         WS-VR-CREDITADO
                   DELIMITED BY SIZE INTO REG-RELATORIO
            WRITE REG-RELATORIO

            MOVE SPACES                  TO REG-RELATORIO
            STRING 'VALOR COBRADO ACEITO: '  WS-VR-COBRADO
                   '  EM DISCREPANCIA: '     WS-VR-DISCREPANTE
                   DELIMITED BY SIZE INTO REG-RELATORIO
            WRITE REG-RELATORIO

            MOVE SPACES                  TO REG-RELATORIO
            STRING 'COMISSAO DEVIDA A ASSESSORIA: ' WS-VR-COMISSAO
                   '  RETIDA: ' WS-VR-COMISSAO-RETIDA
                   DELIMITED BY SIZE INTO REG-RELATORIO
            WRITE REG-RELATORIO

            MOVE SPACES                  TO REG-RELATORIO
            STRING 'LIQUIDO (COBRADO ACEITO - COMISSAO): '
                   WS-VR-LIQUIDO
                   DELIMITED BY SIZE INTO REG-RELATORIO
            WRITE REG-RELATORIO

            MOVE SPACES                  TO REG-RELATORIO
            STRING 'EXCLUSOES DOS BIROS DE CREDITO: '
                   WS-QT-NEG-EXCLUIDOS
                   DELIMITED BY SIZE INTO REG-RELATORIO
            WRITE REG-RELATORIO

      ***** TODO DETALHE LIDO FOI PAGAMENTO, DESISTENCIA OU ***********
      ***** DISCREPANCIA **********************************************
            IF WS-QT-LIDOS NOT EQUAL WS-QT-PAGAMENTOS
                                   + WS-QT-DESISTENCIAS
                                   + WS-QT-DISCREPANTES
               MOVE '*** TOTAIS DE CONTROLE NAO FECHAM! ***'
                                          TO REG-RELATORIO
               WRITE REG-RELATORIO
               DISPLAY '*** TOTAIS DE CONTROLE NAO FECHAM! ***'
            END-IF

            DISPLAY '*** RESUMO DO RETORNO DA ASSESSORIA ***'
            DISPLAY 'RETORNOS LIDOS....: ' WS-QT-LIDOS
            DISPLAY 'PAGAMENTOS........: ' WS-QT-PAGAMENTOS
                    ' (VALOR ' WS-VR-COBRADO ')'
            DISPLAY '  QUITADAS........: ' WS-QT-QUITADAS
            DISPLAY '  PARCIAIS........: ' WS-QT-PARCIAIS
            DISPLAY '  CREDITO.........: ' WS-QT-CREDITADOS
            DISPLAY 'DESISTENCIAS......: ' WS-QT-DESISTENCIAS
            DISPLAY 'EM DISCREPANCIA...: ' WS-QT-DISCREPANTES
            DISPLAY 'COMISSAO DEVIDA...: ' WS-VR-COMISSAO
            DISPLAY 'DEMONSTRATIVO GERADO EM RETCOBEX.LST'
            .
       P900-FIM.
       END PROGRAM RETCOBEX.
