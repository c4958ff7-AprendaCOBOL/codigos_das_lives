      ******************************************************************
      * Author: ANDRE COSTA
      * Date: 15/10/2026
      * Purpose: ESTORNO DE RECEBIMENTO DE PARCELA. O RECEBIMENTO
      *          LANCADO NO CONTRATO OU NA PARCELA ERRADA (PAGPARC,
      *          RETBANCO OU APLICACAO DE CREDITO DO BAIXACRED) DEIXA
      *          DE SER CORRIGIDO EDITANDO O ARQUIVO - O QUE O SELO DE
      *          INTEGRIDADE (SELOCONF) ACUSA. DADA A CHAVE DO RECPARC
      *          (CONTRATO + PARCELA + SEQUENCIA), O ADMINISTRADOR
      *          AUTENTICADO NO SIGNON INFORMA O MOTIVO E O
      *          RECEBIMENTO E MARCADO ESTORNADO (NUNCA APAGADO) COM
      *          DATA, OPERADOR E MOTIVO. A PARCELA QUE ESTAVA PAGA E
      *          O RECEBIDO NAO COBRE MAIS O VALOR COM ENCARGOS VOLTA
      *          PARA ABERTA OU VENCIDA, E O SALDO A RECEBER E
      *          MOSTRADO. O LANCAMENTO INVERSO (EVENTO ESTRC) VAI
      *          PARA O CONTABEXP PELO LANCGRV; RECEBIMENTO QUE SAIU
      *          DO CREDITO DO CLIENTE DEVOLVE O VALOR AO CREDITO
      *          (CREDCLI.DAT). A LISTAGEM DIARIA E O RELESTOR.
      * Update: 15/10/2026 - Data de movimento em mes ja fechado pelo
      *         FECHAMES (PERIODO.DAT, consultado pelo PERVERIF) e
      *         recusada antes de qualquer gravacao - nada muda em
      *         mes ja reportado pela contabilidade.
      * Update: 15/10/2026 - O estorno deixou de exigir nivel de
      *         administrador: o PERMITE confere a funcao
      *         ESTRECEB/ESTORNO nos perfis do operador.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ESTRECEB.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
            DECIMAL-POINT IS COMMA.
            INPUT-OUTPUT SECTION.
            FILE-CONTROL.
                SELECT CONTRATO ASSIGN TO
                WS-ARQ-CONTRATO
                ORGANIZATION IS INDEXED
                ACCESS MODE  IS DYNAMIC
                RECORD KEY   IS CHAVE-CONTRATO
                FILE STATUS  IS WS-FS.
                SELECT RECPARC ASSIGN TO
                WS-ARQ-RECPARC
                ORGANIZATION IS INDEXED
                ACCESS MODE  IS DYNAMIC
                RECORD KEY   IS CHAVE-RECPARC
                FILE STATUS  IS WS-FS-RCP.
                SELECT CREDCLI ASSIGN TO
                WS-ARQ-CREDCLI
                ORGANIZATION IS INDEXED
                ACCESS MODE  IS DYNAMIC
                RECORD KEY   IS CHAVE-CREDCLI
                FILE STATUS  IS WS-FS-CRD.

       DATA DIVISION.
       FILE SECTION.
       FD CONTRATO.
          COPY FD_CONTRATO.

       FD RECPARC.
          COPY FD_RECPARC.

       FD CREDCLI.
          COPY FD_CREDCLI.

       WORKING-STORAGE SECTION.
      ***** CAMINHOS FISICOS DOS ARQUIVOS - PRE-CARREGADOS COM O *****
      ***** PADRAO HISTORICO E RESOLVIDOS PELO ARQCONF NO INICIO *****
       77 WS-ARQ-CONTRATO            PIC X(68) VALUE
          'C:\CursoCOBOL\COBOL\01 - Basico\bin\CONTRATO.DAT'.
       77 WS-ARQ-RECPARC             PIC X(68) VALUE
          'C:\CursoCOBOL\COBOL\01 - Basico\bin\RECPARC.DAT'.
       77 WS-ARQ-CREDCLI             PIC X(68) VALUE
          'C:\CursoCOBOL\COBOL\01 - Basico\bin\CREDCLI.DAT'.
       77 WS-FS                          PIC 99.
          88 FS-OK                       VALUE 0.
       77 WS-FS-RCP                      PIC 99.
          88 FS-RCP-OK                   VALUE 0.
       77 WS-FS-CRD                      PIC 99.
          88 FS-CRD-OK                   VALUE 0.
       77 WS-FS-LCP                      PIC 99.
       77 WS-CRD-ABERTO                  PIC X VALUE 'N'.
          88 CRD-ABERTO                  VALUE 'S'.
       77 WS-EOF-RCP                     PIC X.
          88 EOF-RCP-OK                  VALUE 'S' FALSE 'N'.
       77 WS-EOF-CRD                     PIC X.
          88 EOF-CRD-OK                  VALUE 'S' FALSE 'N'.
       77 WS-EXIT                        PIC X VALUE 'N'.
          88 EXIT-OK                     VALUE 'F' 'f' FALSE 'N'.
       77 WS-ACHOU-CREDITO               PIC X VALUE 'N'.
          88 ACHOU-CREDITO               VALUE 'S'.
       77 WS-DATA-MOVIMENTO              PIC 9(08) VALUE ZEROS.
       77 WS-CONTROLE-DATA               PIC X(01) VALUE 'N'.
       77 WS-SIT-PERIODO                 PIC X(01) VALUE 'A'.
          88 MES-FECHADO                 VALUE 'F'.
       77 WS-DT-VENC-UTIL                PIC 9(08) VALUE ZEROS.
       77 WS-CONTRATO-INF                PIC 9(06).
       77 WS-PARCELA-INF                 PIC 9(03).
       77 WS-SEQUENCIA-INF               PIC 9(03).
       77 WS-MOTIVO                      PIC X(40).
       77 WS-CONFIRMA                    PIC X.
       77 WS-CLIENTE                     PIC 9(03) VALUE ZEROS.
       77 WS-VR-ESTORNO                  PIC 9(08)V99 VALUE ZEROS.
       77 WS-VR-RECEBIDO-ACUM            PIC 9(09)V99 VALUE ZEROS.
       77 WS-VR-DEVIDO                   PIC 9(09)V99 VALUE ZEROS.
       77 WS-VR-RESTANTE                 PIC 9(09)V99 VALUE ZEROS.
       77 WS-QT-ESTORNOS                 PIC 9(05) VALUE ZEROS.
       77 WS-QT-REABERTAS                PIC 9(05) VALUE ZEROS.
       01 WS-CHAVE-CREDITO.
          03 WS-CHC-CLIENTE              PIC 9(03).
          03 WS-CHC-CONTRATO             PIC 9(06).
          03 WS-CHC-SEQUENCIA            PIC 9(03).
      ***** CONTAS DO RECEBIMENTO E DO CREDITO DE CLIENTE, ************
      ***** PARAMETRIZADAS NO FINPARM *********************************
       77 WS-CTA-RECEB-DEB               PIC 9(09)V99 VALUE 11101.
       77 WS-CTA-RECEB-CRE               PIC 9(09)V99 VALUE 12101.
       77 WS-CTA-CREDITO-CLI             PIC 9(09)V99 VALUE 21501.
       77 WS-PERMITIDO                   PIC X(01).
          88 FUNCAO-PERMITIDA            VALUE 'S'.
       01 WS-SIGNON.
          03 WS-SGN-USUARIO              PIC X(12).
          03 WS-SGN-NIVEL                PIC 9(01).
          03 WS-SGN-AUTENTICADO          PIC X(01).
             88 SIGNON-OK                VALUE 'S' FALSE 'N'.
          03 WS-SGN-CHAMADOR             PIC X(10).
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
      ***** LANCAMENTO CONTABIL NO LAYOUT DO FD_LANCTO (LANCGRV) ******
       01 WS-LANCTO.
          03 WS-LCT-DATA                 PIC 9(08).
          03 FILLER                      PIC X(01) VALUE SPACE.
          03 WS-LCT-EVENTO               PIC X(05).
          03 FILLER                      PIC X(01) VALUE SPACE.
          03 WS-LCT-CONTA-DEBITO         PIC 9(05).
          03 FILLER                      PIC X(01) VALUE SPACE.
          03 WS-LCT-CONTA-CREDITO        PIC 9(05).
          03 FILLER                      PIC X(01) VALUE SPACE.
          03 WS-LCT-VALOR                PIC 9(09)V99.
          03 FILLER                      PIC X(01) VALUE SPACE.
          03 WS-LCT-CONTRATO             PIC 9(06).
          03 FILLER                      PIC X(01) VALUE SPACE.
          03 WS-LCT-PARCELA              PIC 9(03).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.

      ***** RESOLVE OS CAMINHOS FISICOS PELO PERFIL DO ARQCONF ******
            CALL 'ARQCONF' USING 'CONTRATO.DAT    ' WS-ARQ-CONTRATO
            CALL 'ARQCONF' USING 'RECPARC.DAT     ' WS-ARQ-RECPARC
            CALL 'ARQCONF' USING 'CREDCLI.DAT     ' WS-ARQ-CREDCLI

            CALL 'DTMOVIM' USING WS-DATA-MOVIMENTO WS-CONTROLE-DATA

            CALL 'FINPARM' USING 'CTA-RECEB-DEB   ' WS-CTA-RECEB-DEB
            CALL 'FINPARM' USING 'CTA-RECEB-CRE   ' WS-CTA-RECEB-CRE
            CALL 'FINPARM' USING 'CTA-CREDITO-CLI ' WS-CTA-CREDITO-CLI

            DISPLAY '*** ESTORNO DE RECEBIMENTO DE PARCELA ***'

            MOVE 'ESTRECEB  '                   TO WS-SGN-CHAMADOR
            CALL 'SIGNON' USING WS-SIGNON
            IF NOT SIGNON-OK
               STOP RUN
            END-IF

      ***** MES JA FECHADO PELA CONTABILIDADE NAO RECEBE MOVIMENTO ****
            CALL 'PERVERIF' USING WS-DATA-MOVIMENTO WS-SIT-PERIODO
            IF MES-FECHADO
               DISPLAY 'DATA DE MOVIMENTO ' WS-DATA-MOVIMENTO
                       ' EM MES JA FECHADO - NADA A FAZER.'
               STOP RUN
            END-IF

      ***** ESTORNO MEXE NO CAIXA JA CONTABILIZADO: SO COM A FUNCAO ****
            CALL 'PERMITE' USING WS-SGN-USUARIO 'ESTRECEB  '
                                 'ESTORNO   ' WS-PERMITIDO
            IF NOT FUNCAO-PERMITIDA
               DISPLAY 'OPERADOR SEM PERFIL PARA ESTORNAR RECEBIMENTO.'
               STOP RUN
            END-IF

            CALL 'SELOMARC' USING 'CONTRATO    ' 'ESTRECEB  '
            OPEN I-O CONTRATO

            IF NOT FS-OK
               DISPLAY 'ERRO AO ABRIR O ARQUIVO DE CONTRATOS.'
               DISPLAY 'FILE STATUS: ' WS-FS
               STOP RUN
            END-IF

            OPEN I-O RECPARC

            IF NOT FS-RCP-OK
               DISPLAY 'ERRO AO ABRIR O ARQUIVO DE RECEBIMENTOS.'
               DISPLAY 'FILE STATUS: ' WS-FS-RCP
               CLOSE CONTRATO
               STOP RUN
            END-IF

      ***** SEM ARQUIVO DE CREDITOS, NENHUM RECEBIMENTO VEIO DE *******
      ***** CREDITO DO CLIENTE ****************************************
            OPEN I-O CREDCLI
            IF FS-CRD-OK
               MOVE 'S'                  TO WS-CRD-ABERTO
            END-IF

            SET EXIT-OK                  TO FALSE
            PERFORM P200-ESTORNA         THRU P200-FIM UNTIL EXIT-OK

            IF CRD-ABERTO
               CLOSE CREDCLI
            END-IF

            CLOSE CONTRATO RECPARC

            DISPLAY 'RECEBIMENTOS ESTORNADOS NESTA SESSAO: '
                    WS-QT-ESTORNOS
            DISPLAY 'PARCELAS REABERTAS..................: '
                    WS-QT-REABERTAS

            STOP RUN.
       P200-ESTORNA.

            DISPLAY 'Informe o numero do contrato: '
            ACCEPT WS-CONTRATO-INF
            DISPLAY 'Informe o numero da parcela: '
            ACCEPT WS-PARCELA-INF
            DISPLAY 'Informe a sequencia do recebimento: '
            ACCEPT WS-SEQUENCIA-INF

            PERFORM P300-ESTORNA-RECEBIMENTO THRU P300-FIM

            DISPLAY 'Tecle <F> para finalizar ou outra tecla para '
                    'estornar outro recebimento: '
            ACCEPT WS-EXIT
            .
       P200-FIM.
       P300-ESTORNA-RECEBIMENTO.

            MOVE WS-CONTRATO-INF         TO RCP-NUM-CONTRATO
            MOVE WS-PARCELA-INF          TO RCP-NUM-PARCELA
            MOVE WS-SEQUENCIA-INF        TO RCP-SEQUENCIA

            READ RECPARC
               INVALID KEY
                  DISPLAY 'RECEBIMENTO NAO ENCONTRADO.'
                  GO TO P300-FIM
            END-READ

            IF RECEB-ESTORNADO
               DISPLAY 'RECEBIMENTO JA ESTORNADO EM ' RCP-DT-ESTORNO
                       ' POR ' RCP-OPERADOR-ESTORNO
               GO TO P300-FIM
            END-IF

            MOVE RCP-NUM-CONTRATO        TO NUM-CONTRATO
            MOVE RCP-NUM-PARCELA         TO NUM-PARCELA-CONTRATO

            READ CONTRATO
               INVALID KEY
                  DISPLAY 'PARCELA NAO ENCONTRADA NO CONTRATO.DAT.'
                  GO TO P300-FIM
            END-READ

      ***** PARCELA ENCERRADA POR OUTRO CAMINHO NAO VOLTA A ABRIR *****
      ***** POR ESTORNO: A DIVIDA JA FOI PARA O CONTRATO NOVO OU ******
      ***** PARA O PREJUIZO *******************************************
            IF PARCELA-RENEGOCIADA OR PARCELA-PREJUIZO
               DISPLAY 'PARCELA RENEGOCIADA OU BAIXADA PARA PREJUIZO '
                       '- ESTORNO NAO PERMITIDO.'
               GO TO P300-FIM
            END-IF

            DISPLAY 'CONTRATO ' RCP-NUM-CONTRATO ' PARCELA '
                    RCP-NUM-PARCELA ' SEQUENCIA ' RCP-SEQUENCIA
            DISPLAY 'CLIENTE....: ' CD-CLIENTE-CONTRATO
            DISPLAY 'RECEBIDO EM: ' RCP-DT-RECEBIMENTO
                    ' ORIGEM ' RCP-ORIGEM
            DISPLAY 'VALOR......: ' RCP-VR-RECEBIDO
            DISPLAY 'SITUACAO DA PARCELA: ' ST-PARCELA

            MOVE RCP-VR-RECEBIDO         TO WS-VR-ESTORNO

            MOVE SPACES                  TO WS-MOTIVO
            DISPLAY 'Informe o motivo do estorno: '
            ACCEPT WS-MOTIVO
            IF WS-MOTIVO EQUAL SPACES
               DISPLAY 'MOTIVO OBRIGATORIO - ESTORNO CANCELADO.'
               GO TO P300-FIM
            END-IF

      ***** RECEBIMENTO FEITO COM CREDITO DO CLIENTE: O VALOR VOLTA ***
      ***** PARA UM CREDITO DO MESMO CLIENTE E CONTRATO ***************
            IF RECEB-CREDITO
               PERFORM P500-LOCALIZA-CREDITO THRU P500-FIM
               IF NOT ACHOU-CREDITO
                  DISPLAY 'CREDITO DE ORIGEM NAO LOCALIZADO NO '
                          'CREDCLI - ESTORNO CANCELADO.'
                  GO TO P300-FIM
               END-IF
            END-IF

            DISPLAY 'Confirma o estorno? (S/N) '
            ACCEPT WS-CONFIRMA
            IF WS-CONFIRMA NOT EQUAL 'S' AND WS-CONFIRMA NOT EQUAL 's'
               DISPLAY 'ESTORNO CANCELADO PELO OPERADOR.'
               GO TO P300-FIM
            END-IF

      ***** O LANCAMENTO INVERSO VEM ANTES: SEM ELE NADA MUDA *********
            MOVE WS-DATA-MOVIMENTO       TO WS-LCT-DATA
            MOVE 'ESTRC'                 TO WS-LCT-EVENTO
            MOVE WS-CTA-RECEB-CRE        TO WS-LCT-CONTA-DEBITO
            MOVE WS-CTA-RECEB-DEB        TO WS-LCT-CONTA-CREDITO
            IF RECEB-CREDITO
               MOVE WS-CTA-CREDITO-CLI   TO WS-LCT-CONTA-CREDITO
            END-IF
            MOVE WS-VR-ESTORNO           TO WS-LCT-VALOR
            MOVE RCP-NUM-CONTRATO        TO WS-LCT-CONTRATO
            MOVE RCP-NUM-PARCELA         TO WS-LCT-PARCELA
            CALL 'LANCGRV' USING WS-LANCTO WS-FS-LCP

            IF WS-FS-LCP NOT EQUAL ZEROS
               DISPLAY 'ESTORNO CANCELADO - LANCAMENTO CONTABIL NAO '
                       'GRAVADO.'
               GO TO P300-FIM
            END-IF

            SET RECEB-ESTORNADO          TO TRUE
            MOVE WS-DATA-MOVIMENTO       TO RCP-DT-ESTORNO
            MOVE WS-SGN-USUARIO          TO RCP-OPERADOR-ESTORNO
            MOVE WS-MOTIVO               TO RCP-MOTIVO-ESTORNO

            REWRITE REG-RECPARC
               INVALID KEY
                  DISPLAY 'ERRO AO MARCAR O ESTORNO NO RECPARC.'
                  GO TO P300-FIM
            END-REWRITE

            ADD 1                        TO WS-QT-ESTORNOS

            IF RECEB-CREDITO
               PERFORM P550-DEVOLVE-CREDITO THRU P550-FIM
            END-IF

            PERFORM P400-REAVALIA-PARCELA THRU P400-FIM
            .
       P300-FIM.
       P400-REAVALIA-PARCELA.

      ***** SALDO DA PARCELA PELA MESMA REGRA DA BAIXA: VALOR MAIS ****
      ***** ENCARGOS NA DATA DE MOVIMENTO, MENOS OS RECEBIMENTOS ******
      ***** QUE CONTINUAM ATIVOS **************************************
            MOVE DT-VENCIMENTO-PARCELA   TO WS-JRA-DT-VENCIMENTO
            MOVE WS-DATA-MOVIMENTO       TO WS-JRA-DT-REFERENCIA
            MOVE VR-PARCELA-TOTAL        TO WS-JRA-VR-PARCELA
            MOVE TX-JUROS-CONTRATO       TO WS-JRA-TX-JUROS
            CALL 'JURATRAS' USING WS-JUROS-ATRASO

            PERFORM P450-SOMA-RECEBIMENTOS THRU P450-FIM

            COMPUTE WS-VR-DEVIDO =
                    VR-PARCELA-TOTAL + WS-JRA-VR-ENCARGOS
            IF WS-VR-RECEBIDO-ACUM NOT LESS THAN WS-VR-DEVIDO
               MOVE ZEROS                TO WS-VR-RESTANTE
               DISPLAY 'ESTORNO REGISTRADO - OS DEMAIS RECEBIMENTOS '
                       'AINDA QUITAM A PARCELA.'
               GO TO P400-FIM
            END-IF

            COMPUTE WS-VR-RESTANTE =
                    WS-VR-DEVIDO - WS-VR-RECEBIDO-ACUM

            IF PARCELA-PAGA
      ***** VENCIMENTO PASSADO (NO DIA UTIL) VOLTA VENCIDA, COMO O ****
      ***** RELATRAS MARCA; SENAO VOLTA ABERTA ************************
               MOVE DT-VENCIMENTO-PARCELA TO WS-DT-VENC-UTIL
               CALL 'DIAUTIL' USING WS-DT-VENC-UTIL
               IF WS-DT-VENC-UTIL LESS THAN WS-DATA-MOVIMENTO
                  SET PARCELA-VENCIDA    TO TRUE
               ELSE
                  SET PARCELA-ABERTA     TO TRUE
               END-IF
               MOVE ZEROS                TO DT-PAGAMENTO-PARCELA
                                            VR-PAGO-PARCELA
                                            VR-JUROS-ATRASO
               REWRITE REG-CONTRATO
                  INVALID KEY
                     DISPLAY 'ERRO AO REABRIR A PARCELA.'
                     GO TO P400-FIM
               END-REWRITE
               ADD 1                     TO WS-QT-REABERTAS
               DISPLAY 'PARCELA REABERTA - SITUACAO ' ST-PARCELA
            END-IF

            DISPLAY 'ESTORNO REGISTRADO. SALDO A RECEBER DA PARCELA: '
                    WS-VR-RESTANTE
            .
       P400-FIM.
       P450-SOMA-RECEBIMENTOS.

            MOVE ZEROS                   TO WS-VR-RECEBIDO-ACUM

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
                  END-IF
            END-READ
            .
       P460-FIM.
       P500-LOCALIZA-CREDITO.

      ***** O ULTIMO CREDITO DO CLIENTE + CONTRATO COM UTILIZADO ******
      ***** SUFICIENTE PARA RECEBER O VALOR DE VOLTA ******************
            MOVE 'N'                     TO WS-ACHOU-CREDITO

            IF NOT CRD-ABERTO
               GO TO P500-FIM
            END-IF

            IF CD-CLIENTE-CONTRATO(1:3) IS NUMERIC
               MOVE CD-CLIENTE-CONTRATO(1:3) TO WS-CLIENTE
            ELSE
               MOVE ZEROS                TO WS-CLIENTE
            END-IF

            MOVE WS-CLIENTE              TO CRD-CD-CLIENTE
            MOVE NUM-CONTRATO            TO CRD-NUM-CONTRATO
            MOVE ZEROS                   TO CRD-SEQUENCIA

            SET EOF-CRD-OK               TO FALSE
            START CREDCLI KEY NOT LESS THAN CHAVE-CREDCLI
               INVALID KEY
                  SET EOF-CRD-OK         TO TRUE
            END-START

            PERFORM P510-LE-CREDITO      THRU P510-FIM
                    UNTIL EOF-CRD-OK
            .
       P500-FIM.
       P510-LE-CREDITO.

            READ CREDCLI NEXT RECORD
               AT END
                  SET EOF-CRD-OK         TO TRUE
               NOT AT END
                  IF CRD-CD-CLIENTE NOT EQUAL WS-CLIENTE
                     OR CRD-NUM-CONTRATO NOT EQUAL NUM-CONTRATO
                     SET EOF-CRD-OK      TO TRUE
                  ELSE
                     IF CRD-VR-UTILIZADO NOT LESS THAN WS-VR-ESTORNO
                        MOVE 'S'         TO WS-ACHOU-CREDITO
                        MOVE CHAVE-CREDCLI TO WS-CHAVE-CREDITO
                     END-IF
                  END-IF
            END-READ
            .
       P510-FIM.
       P550-DEVOLVE-CREDITO.

            MOVE WS-CHAVE-CREDITO        TO CHAVE-CREDCLI

            READ CREDCLI
               INVALID KEY
                  DISPLAY 'CREDITO DE ORIGEM SUMIU DO CREDCLI - '
                          'ACERTE PELO BAIXACRED.'
                  GO TO P550-FIM
            END-READ

            SUBTRACT WS-VR-ESTORNO       FROM CRD-VR-UTILIZADO
            SET CREDITO-DISPONIVEL       TO TRUE
            MOVE WS-SGN-USUARIO          TO CRD-OPERADOR

            REWRITE REG-CREDCLI
               INVALID KEY
                  DISPLAY 'ERRO AO DEVOLVER O VALOR AO CREDITO.'
               NOT INVALID KEY
                  DISPLAY 'VALOR DEVOLVIDO AO CREDITO ' CRD-CD-CLIENTE
                          '/' CRD-NUM-CONTRATO '/' CRD-SEQUENCIA
            END-REWRITE
            .
       P550-FIM.
       END PROGRAM ESTRECEB.
