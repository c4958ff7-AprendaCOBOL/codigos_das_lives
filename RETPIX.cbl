      ******************************************************************
      * Author: ANDRE COSTA
      * Date: 15/10/2026
      * Purpose: PROCESSAMENTO DO ARQUIVO DIARIO DE LIQUIDACAO PIX DO
      *          PSP (PIXLIQ.TXT), A CONTRAPARTIDA DAS COBRANCAS PIX
      *          GERADAS PELO FATURA. CADA CREDITO E CASADO PELO TXID
      *          COM A COBRANCA (PIXCOB.DAT) E, POR ELA, COM O
      *          CONTRATO E A PARCELA, E E BAIXADO PELA MESMA REGRA DO
      *          RETORNO BANCARIO (RETBANCO): ENCARGOS DO JURATRAS NA
      *          DATA DA LIQUIDACAO, RECEBIMENTO NO RECPARC (ORIGEM
      *          PIX) SOMADO AOS JA GRAVADOS, PARCELA PAGA SO QUANDO A
      *          SOMA COBRE O DEVIDO, EXCEDENTE PARA O CREDITO DO
      *          CLIENTE (CREDGRV) E DATA EM MES FECHADO (PERVERIF)
      *          RECUSADA. CREDITO SEM COBRANCA CONHECIDA, COBRANCA JA
      *          LIQUIDADA OU PARCELA QUE NAO PODE SER BAIXADA VAI PARA
      *          A LISTA DE EXCECOES (RETPIX.LST) E O PASSO TERMINA COM
      *          RETURN-CODE 4.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RETPIX.

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
                SELECT PIXLIQ ASSIGN TO
                WS-ARQ-PIXLIQ
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS  IS WS-FS-LIQ.
                SELECT RELATORIO ASSIGN TO
                WS-ARQ-RETPIX
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS  IS WS-FS-REL.
                SELECT RECPARC ASSIGN TO
                WS-ARQ-RECPARC
                ORGANIZATION IS INDEXED
                ACCESS MODE  IS DYNAMIC
                RECORD KEY   IS CHAVE-RECPARC
                FILE STATUS  IS WS-FS-RCP.
                SELECT PIXCOB ASSIGN TO
                WS-ARQ-PIXCOB
                ORGANIZATION IS INDEXED
                ACCESS MODE  IS DYNAMIC
                RECORD KEY   IS PIX-TXID
                ALTERNATE RECORD KEY IS PIX-CHAVE-PARCELA
                          WITH DUPLICATES
                FILE STATUS  IS WS-FS-PIX.

       DATA DIVISION.
       FILE SECTION.
       FD CONTRATO.
          COPY FD_CONTRATO.

       FD PIXLIQ.
       01 REG-PIXLIQ                     PIC X(80).
      ***** LAYOUT DA LIQUIDACAO: TIPO(1) TXID(26) ID-PAGAMENTO(32) ***
      ***** DATA(8) VALOR(10) - TIPO '0' HEADER, '1' CREDITO, '9' *****
      ***** TRAILER ***************************************************

       FD RELATORIO.
       01 REG-RELATORIO                  PIC X(100).

       FD RECPARC.
          COPY FD_RECPARC.

       FD PIXCOB.
          COPY FD_PIXCOB.

       WORKING-STORAGE SECTION.
      ***** CAMINHOS FISICOS DOS ARQUIVOS - PRE-CARREGADOS COM O *****
      ***** PADRAO HISTORICO E RESOLVIDOS PELO ARQCONF NO INICIO *****
       77 WS-ARQ-CONTRATO            PIC X(68) VALUE
          'C:\CursoCOBOL\COBOL\01 - Basico\bin\CONTRATO.DAT'.
       77 WS-ARQ-PIXLIQ              PIC X(68) VALUE
          'C:\CursoCOBOL\COBOL\01 - Basico\bin\PIXLIQ.TXT'.
       77 WS-ARQ-RETPIX              PIC X(68) VALUE
          'C:\CursoCOBOL\COBOL\01 - Basico\bin\RETPIX.LST'.
       77 WS-ARQ-RECPARC             PIC X(68) VALUE
          'C:\CursoCOBOL\COBOL\01 - Basico\bin\RECPARC.DAT'.
       77 WS-ARQ-PIXCOB              PIC X(68) VALUE
          'C:\CursoCOBOL\COBOL\01 - Basico\bin\PIXCOB.DAT'.
       77 WS-FS                          PIC 99.
          88 FS-OK                       VALUE 0.
       77 WS-FS-LIQ                      PIC 99.
       77 WS-FS-REL                      PIC 99.
       77 WS-FS-RCP                      PIC 99.
          88 FS-RCP-OK                   VALUE 0.
       77 WS-FS-PIX                      PIC 99.
          88 FS-PIX-OK                   VALUE 0.
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
       77 WS-NEG-RETIRADO                PIC X VALUE 'N'.
          88 NEG-RETIRADO                VALUE 'S'.
       01 WS-PIXLIQ-IN REDEFINES REG-PIXLIQ.
          03 WS-LIQ-TIPO                 PIC X(01).
          03 WS-LIQ-TXID                 PIC X(26).
          03 WS-LIQ-ID-PAGAMENTO         PIC X(32).
          03 WS-LIQ-DATA                 PIC 9(08).
          03 WS-LIQ-VALOR                PIC 9(08)V99.
          03 FILLER                      PIC X(03).
       77 WS-QT-LIDOS                    PIC 9(06) VALUE ZEROS.
       77 WS-QT-BAIXADOS                 PIC 9(06) VALUE ZEROS.
       77 WS-QT-QUITADAS                 PIC 9(06) VALUE ZEROS.
       77 WS-QT-PARCIAIS                 PIC 9(06) VALUE ZEROS.
       77 WS-QT-CREDITADOS               PIC 9(06) VALUE ZEROS.
       77 WS-QT-EXCEDENTES               PIC 9(06) VALUE ZEROS.
       77 WS-QT-EXCECOES                 PIC 9(06) VALUE ZEROS.
       77 WS-QT-NEG-EXCLUIDOS            PIC 9(06) VALUE ZEROS.
       77 WS-VR-LIQUIDADO                PIC 9(11)V99 VALUE ZEROS.
       77 WS-VR-CREDITADO                PIC 9(11)V99 VALUE ZEROS.
       77 WS-VR-EXCECOES                 PIC 9(11)V99 VALUE ZEROS.
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
            CALL 'ARQCONF' USING 'PIXLIQ.TXT      ' WS-ARQ-PIXLIQ
            CALL 'ARQCONF' USING 'RETPIX.LST      ' WS-ARQ-RETPIX
            CALL 'ARQCONF' USING 'RECPARC.DAT     ' WS-ARQ-RECPARC
            CALL 'ARQCONF' USING 'PIXCOB.DAT      ' WS-ARQ-PIXCOB

            CALL 'DTMOVIM' USING WS-DATA-MOVIMENTO WS-CONTROLE-DATA

            OPEN INPUT PIXLIQ

            IF WS-FS-LIQ NOT EQUAL ZEROS
               DISPLAY 'ERRO AO ABRIR O ARQUIVO DE LIQUIDACAO PIX.'
               DISPLAY 'FILE STATUS: ' WS-FS-LIQ
               MOVE 16                   TO RETURN-CODE
               GOBACK
            END-IF

      ***** SEM PIXCOB.DAT NENHUMA COBRANCA PIX FOI GERADA: NAO HA ****
      ***** COM O QUE CASAR A LIQUIDACAO ******************************
            OPEN I-O PIXCOB

            IF NOT FS-PIX-OK
               DISPLAY 'ERRO AO ABRIR O REGISTRO DE COBRANCAS PIX.'
               DISPLAY 'FILE STATUS: ' WS-FS-PIX
               CLOSE PIXLIQ
               MOVE 16                   TO RETURN-CODE
               GOBACK
            END-IF

            CALL 'SELOMARC' USING 'CONTRATO    ' 'RETPIX    '
            OPEN I-O CONTRATO

            IF NOT FS-OK
               DISPLAY 'ERRO AO ABRIR O ARQUIVO DE CONTRATOS.'
               DISPLAY 'FILE STATUS: ' WS-FS
               CLOSE PIXLIQ PIXCOB
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
               CLOSE PIXLIQ PIXCOB CONTRATO
               MOVE 16                   TO RETURN-CODE
               GOBACK
            END-IF

            OPEN OUTPUT RELATORIO

            IF WS-FS-REL NOT EQUAL ZEROS
               DISPLAY 'ERRO AO ABRIR A LISTA DE EXCECOES DO PIX.'
               DISPLAY 'FILE STATUS: ' WS-FS-REL
               CLOSE PIXLIQ PIXCOB CONTRATO RECPARC
               MOVE 16                   TO RETURN-CODE
               GOBACK
            END-IF

            MOVE SPACES                  TO REG-RELATORIO
            STRING 'LIQUIDACAO PIX - EXCECOES E CREDITOS - PROCESSADO '
                   'EM ' WS-DATA-MOVIMENTO
                   DELIMITED BY SIZE INTO REG-RELATORIO
            WRITE REG-RELATORIO
            MOVE '---------------------------------------------'
                                          TO REG-RELATORIO
            WRITE REG-RELATORIO

            SET EOF-OK                   TO FALSE
            PERFORM P200-LE-LIQUIDACAO   THRU P200-FIM UNTIL EOF-OK

            PERFORM P900-TOTAIS          THRU P900-FIM

            CLOSE PIXLIQ PIXCOB CONTRATO RECPARC RELATORIO

            IF WS-QT-EXCECOES GREATER THAN ZEROS
               MOVE 4                    TO RETURN-CODE
            END-IF

            GOBACK.
       P200-LE-LIQUIDACAO.

            READ PIXLIQ
               AT END
                  SET EOF-OK             TO TRUE
               NOT AT END
                  IF WS-LIQ-TIPO EQUAL '1'
                     ADD 1               TO WS-QT-LIDOS
                     PERFORM P300-CASA-CREDITO THRU P300-FIM
                  END-IF
            END-READ
            .
       P200-FIM.
       P300-CASA-CREDITO.

      ***** O TXID E A UNICA LIGACAO DO CREDITO COM A PARCELA *********
            MOVE WS-LIQ-TXID             TO PIX-TXID
            READ PIXCOB
               INVALID KEY
                  MOVE 'TXID SEM COBRANCA'
                                          TO WS-MOTIVO
                  PERFORM P500-EXCECAO   THRU P500-FIM
                  GO TO P300-FIM
            END-READ

            IF PIX-LIQUIDADO
               MOVE 'COBRANCA JA LIQUIDADA'
                                          TO WS-MOTIVO
               PERFORM P500-EXCECAO      THRU P500-FIM
               GO TO P300-FIM
            END-IF

      ***** LIQUIDACAO DATADA EM MES JA FECHADO NAO E BAIXADA: VAI ****
      ***** PARA REVISAO MANUAL COMO EXCECAO **************************
            CALL 'PERVERIF' USING WS-LIQ-DATA WS-SIT-PERIODO
            IF MES-FECHADO
               MOVE 'DATA EM MES FECHADO' TO WS-MOTIVO
               PERFORM P500-EXCECAO      THRU P500-FIM
               GO TO P300-FIM
            END-IF

            IF WS-LIQ-VALOR EQUAL ZEROS
               MOVE 'VALOR ZERADO'       TO WS-MOTIVO
               PERFORM P500-EXCECAO      THRU P500-FIM
               GO TO P300-FIM
            END-IF

            MOVE PIX-NUM-CONTRATO        TO NUM-CONTRATO
            MOVE PIX-NUM-PARCELA         TO NUM-PARCELA-CONTRATO
            READ CONTRATO
               INVALID KEY
                  MOVE 'CONTRATO/PARCELA DESCONHECIDO'
                                          TO WS-MOTIVO
                  PERFORM P500-EXCECAO   THRU P500-FIM
                  GO TO P300-FIM
            END-READ

            IF PARCELA-RENEGOCIADA
               MOVE 'PARCELA RENEGOCIADA' TO WS-MOTIVO
               PERFORM P500-EXCECAO      THRU P500-FIM
               GO TO P300-FIM
            END-IF

            IF PARCELA-PREJUIZO
               MOVE 'PARCELA EM PREJUIZO' TO WS-MOTIVO
               PERFORM P500-EXCECAO      THRU P500-FIM
               GO TO P300-FIM
            END-IF

      ***** PARCELA JA BAIXADA (O CLIENTE PAGOU POR OUTRO CANAL): O ***
      ***** DINHEIRO ENTROU, ENTAO VIRA CREDITO DO CLIENTE ************
            IF PARCELA-PAGA
               MOVE WS-LIQ-VALOR         TO WS-VR-EXCEDENTE
               PERFORM P470-GRAVA-CREDITO THRU P470-FIM
               IF WS-CRD-FS NOT EQUAL ZEROS
                  MOVE 'PARCELA JA BAIXADA' TO WS-MOTIVO
                  PERFORM P500-EXCECAO   THRU P500-FIM
                  GO TO P300-FIM
               END-IF
               ADD 1                     TO WS-QT-CREDITADOS
               PERFORM P480-LIQUIDA-COBRANCA THRU P480-FIM
               GO TO P300-FIM
            END-IF

            PERFORM P400-BAIXA-PARCELA   THRU P400-FIM
            .
       P300-FIM.
       P400-BAIXA-PARCELA.

      ***** MESMA REGRA DO RETORNO BANCARIO: DEVIDO = PARCELA + *******
      ***** ENCARGOS DO JURATRAS NA DATA DA LIQUIDACAO, MENOS O JA ****
      ***** RECEBIDO **************************************************
            MOVE DT-VENCIMENTO-PARCELA   TO WS-JRA-DT-VENCIMENTO
            MOVE WS-LIQ-DATA             TO WS-JRA-DT-REFERENCIA
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
            IF WS-LIQ-VALOR GREATER THAN WS-VR-RESTANTE
               MOVE WS-VR-RESTANTE       TO WS-VR-APLICADO
               COMPUTE WS-VR-EXCEDENTE =
                       WS-LIQ-VALOR - WS-VR-RESTANTE
            ELSE
               MOVE WS-LIQ-VALOR         TO WS-VR-APLICADO
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
               PERFORM P500-EXCECAO      THRU P500-FIM
               GO TO P400-FIM
            END-IF

            ADD 1                        TO WS-QT-BAIXADOS
            ADD WS-VR-APLICADO           TO WS-VR-RECEBIDO-ACUM

            IF WS-VR-EXCEDENTE GREATER THAN ZEROS
               ADD 1                     TO WS-QT-EXCEDENTES
               PERFORM P470-GRAVA-CREDITO THRU P470-FIM
            END-IF

      ***** A PARCELA SO VIRA PAGA QUANDO OS RECEBIMENTOS COBREM O ****
      ***** VALOR TOTAL MAIS OS ENCARGOS ******************************
            IF WS-VR-RECEBIDO-ACUM NOT LESS THAN WS-VR-DEVIDO
               MOVE WS-LIQ-DATA          TO DT-PAGAMENTO-PARCELA
               MOVE WS-VR-RECEBIDO-ACUM  TO VR-PAGO-PARCELA
               MOVE WS-JRA-VR-ENCARGOS   TO VR-JUROS-ATRASO
               SET PARCELA-PAGA          TO TRUE
               REWRITE REG-CONTRATO
                  INVALID KEY
                     DISPLAY 'ERRO AO BAIXAR A PARCELA: '
                             NUM-CONTRATO '/' NUM-PARCELA-CONTRATO
                  NOT INVALID KEY
                     PERFORM P490-BAIXA-NEGATIVACAO THRU P490-FIM
               END-REWRITE
               ADD 1                     TO WS-QT-QUITADAS
            ELSE
               ADD 1                     TO WS-QT-PARCIAIS
            END-IF

            PERFORM P480-LIQUIDA-COBRANCA THRU P480-FIM
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
            MOVE WS-LIQ-DATA             TO RCP-DT-RECEBIMENTO
            MOVE WS-VR-APLICADO          TO RCP-VR-RECEBIDO
            SET RECEB-PIX                TO TRUE
            SET RECEB-ATIVO              TO TRUE
            MOVE ZEROS                   TO RCP-DT-ESTORNO
            MOVE SPACES                  TO RCP-OPERADOR-ESTORNO
                                            RCP-MOTIVO-ESTORNO

            WRITE REG-RECPARC
               INVALID KEY
                  DISPLAY 'ERRO AO GRAVAR O RECEBIMENTO PIX: '
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

      ***** O EXCEDENTE DA LIQUIDACAO VIRA CREDITO DO CLIENTE *********
            MOVE CD-CLIENTE-CONTRATO     TO WS-CRD-CLIENTE
            MOVE NUM-CONTRATO            TO WS-CRD-CONTRATO
            MOVE NUM-PARCELA-CONTRATO    TO WS-CRD-PARCELA
            MOVE WS-LIQ-DATA             TO WS-CRD-DATA
            MOVE WS-VR-EXCEDENTE         TO WS-CRD-VALOR
            MOVE 'P'                     TO WS-CRD-ORIGEM
            MOVE 'RETPIX'                TO WS-CRD-OPERADOR
            CALL 'CREDGRV' USING WS-CREDITO

            IF WS-CRD-FS NOT EQUAL ZEROS
               DISPLAY 'ERRO AO GRAVAR O CREDITO DA LIQUIDACAO PIX: '
                       NUM-CONTRATO '/' NUM-PARCELA-CONTRATO
               GO TO P470-FIM
            END-IF

            ADD WS-VR-EXCEDENTE          TO WS-VR-CREDITADO

            MOVE SPACES                  TO REG-RELATORIO
            STRING 'CONTRATO ' NUM-CONTRATO
                   ' PARCELA ' NUM-PARCELA-CONTRATO
                   ' DATA ' WS-LIQ-DATA
                   ' - CREDITO DE ' WS-VR-EXCEDENTE
                   ' PARA O CLIENTE'
                   DELIMITED BY SIZE INTO REG-RELATORIO
            WRITE REG-RELATORIO
            .
       P470-FIM.
       P480-LIQUIDA-COBRANCA.

            ADD WS-LIQ-VALOR             TO WS-VR-LIQUIDADO

            SET PIX-LIQUIDADO            TO TRUE
            MOVE WS-LIQ-DATA             TO PIX-DT-LIQUIDACAO
            MOVE WS-LIQ-VALOR            TO PIX-VR-LIQUIDADO
            MOVE WS-LIQ-ID-PAGAMENTO     TO PIX-ID-PAGAMENTO

            REWRITE REG-PIXCOB
               INVALID KEY
                  DISPLAY 'ERRO AO LIQUIDAR A COBRANCA PIX '
                          PIX-TXID
            END-REWRITE
            .
       P480-FIM.
       P490-BAIXA-NEGATIVACAO.

      ***** DIVIDA QUITADA: CONTRATO NEGATIVADO SAI DOS BIROS *********
            CALL 'NEGBAIXA' USING NUM-CONTRATO WS-LIQ-DATA
                                  'RETPIX    ' WS-NEG-RETIRADO
            IF NEG-RETIRADO
               ADD 1                     TO WS-QT-NEG-EXCLUIDOS
            END-IF
            .
       P490-FIM.
       P500-EXCECAO.

      ***** CREDITO QUE NAO PODE SER BAIXADO: NADA E GRAVADO E A ******
      ***** TESOURARIA RESOLVE PELA LISTA *****************************
            ADD 1                        TO WS-QT-EXCECOES
            ADD WS-LIQ-VALOR             TO WS-VR-EXCECOES

            MOVE SPACES                  TO REG-RELATORIO
            STRING 'EXCECAO TXID ' WS-LIQ-TXID
                   ' DATA ' WS-LIQ-DATA
                   ' VALOR ' WS-LIQ-VALOR
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
            STRING 'CREDITOS LIDOS: '      WS-QT-LIDOS
                   '  BAIXADOS: '          WS-QT-BAIXADOS
                   '  CREDITO (JA PAGA): ' WS-QT-CREDITADOS
                   '  EXCECOES: '          WS-QT-EXCECOES
                   DELIMITED BY SIZE INTO REG-RELATORIO
            WRITE REG-RELATORIO

            MOVE SPACES                  TO REG-RELATORIO
            STRING 'PARCELAS QUITADAS: '   WS-QT-QUITADAS
                   '  PARCIAIS: '          WS-QT-PARCIAIS
                   '  PAGO A MAIOR: '      WS-QT-EXCEDENTES
                   DELIMITED BY SIZE INTO REG-RELATORIO
            WRITE REG-RELATORIO

            MOVE SPACES                  TO REG-RELATORIO
            STRING 'VALOR LIQUIDADO: '     WS-VR-LIQUIDADO
                   '  CREDITADO: '         WS-VR-CREDITADO
                   '  EM EXCECAO: '        WS-VR-EXCECOES
                   DELIMITED BY SIZE INTO REG-RELATORIO
            WRITE REG-RELATORIO

            MOVE SPACES                  TO REG-RELATORIO
            STRING 'EXCLUSOES DOS BIROS DE CREDITO: '
                   WS-QT-NEG-EXCLUIDOS
                   DELIMITED BY SIZE INTO REG-RELATORIO
            WRITE REG-RELATORIO

      ***** TODO CREDITO LIDO FOI BAIXADO, CREDITADO OU EXCECAO *******
            IF WS-QT-LIDOS NOT EQUAL WS-QT-BAIXADOS
                                   + WS-QT-CREDITADOS
                                   + WS-QT-EXCECOES
               MOVE '*** TOTAIS DE CONTROLE NAO FECHAM! ***'
                                          TO REG-RELATORIO
               WRITE REG-RELATORIO
               DISPLAY '*** TOTAIS DE CONTROLE NAO FECHAM! ***'
            END-IF

            DISPLAY '*** RESUMO DA LIQUIDACAO PIX ***'
            DISPLAY 'CREDITOS LIDOS....: ' WS-QT-LIDOS
            DISPLAY 'BAIXADOS..........: ' WS-QT-BAIXADOS
                    ' (VALOR ' WS-VR-LIQUIDADO ')'
            DISPLAY '  QUITADAS........: ' WS-QT-QUITADAS
            DISPLAY '  PARCIAIS........: ' WS-QT-PARCIAIS
            DISPLAY 'CREDITO (JA PAGA).: ' WS-QT-CREDITADOS
            DISPLAY 'EXCECOES..........: ' WS-QT-EXCECOES
            DISPLAY 'LISTA EM RETPIX.LST'
            .
       P900-FIM.
       END PROGRAM RETPIX.
