      ******************************************************************
      * Author: ANDRE COSTA
      * Date: 15/10/2026
      * Purpose: PROVISAO MENSAL PARA DEVEDORES DUVIDOSOS (PDD) POR
      *          FAIXA DE ATRASO. RODA NO FECHAMENTO DO MES: VARRE O
      *          CONTRATO.DAT, CLASSIFICA O SALDO DE CADA PARCELA EM
      *          ATRASO NAS MESMAS FAIXAS DO RELATRAS (1-30, 31-60,
      *          61-90 E MAIS DE 90 DIAS, VENCIMENTO ROLADO PARA O
      *          DIA UTIL PELO DIAUTIL) E APLICA O PERCENTUAL DE
      *          PROVISAO DA FAIXA, PARAMETRIZADO NO FINPARM
      *          (PDD-PERC-FAIXA1..4). PARCELA BAIXADA PARA PREJUIZO
      *          (PREJUIZO.DAT) FICA DE FORA. O SALDO DA PROVISAO DE
      *          CADA CONTRATO FICA NO PROVPDD.DAT E SO A DIFERENCA
      *          DO MES VAI PARA A CONTABILIDADE, PELO LANCGRV, NO
      *          LAYOUT DA EXPORTACAO DO CONTABEXP:
      *            PDDCT - CONSTITUICAO (D CTA-PDD-DEB / C CTA-PDD-CRE)
      *            PDDRV - REVERSAO     (D CTA-PDD-CRE / C CTA-PDD-DEB)
      *          O RELATORIO DE MOVIMENTO (PROVPDD.LST) MOSTRA, POR
      *          CONTRATO E NO TOTAL, SALDO INICIAL, CONSTITUICOES,
      *          REVERSOES E SALDO FINAL. O CONTADOR PARA DE CALCULAR
      *          A PROVISAO NA MAO EM CIMA DO RELATRAS.
      * Update: 15/10/2026 - Recebimento estornado pelo ESTRECEB
      *         (RECPARC com situacao ESTORNADO) deixa de abater
      *         o saldo da parcela.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROVPDD.

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
                SELECT RECPARC ASSIGN TO
                WS-ARQ-RECPARC
                ORGANIZATION IS INDEXED
                ACCESS MODE  IS DYNAMIC
                RECORD KEY   IS CHAVE-RECPARC
                FILE STATUS  IS WS-FS-RCP.
                SELECT PREJUIZO ASSIGN TO
                WS-ARQ-PREJUIZO
                ORGANIZATION IS INDEXED
                ACCESS MODE  IS RANDOM
                RECORD KEY   IS CHAVE-PREJUIZO
                FILE STATUS  IS WS-FS-PRJ.
                SELECT PROVPDD ASSIGN TO
                WS-ARQ-PROVPDD
                ORGANIZATION IS INDEXED
                ACCESS MODE  IS DYNAMIC
                RECORD KEY   IS PDD-NUM-CONTRATO
                FILE STATUS  IS WS-FS-PDD.

       DATA DIVISION.
       FILE SECTION.
       FD CONTRATO.
          COPY FD_CONTRATO.

       FD RECPARC.
          COPY FD_RECPARC.

       FD PREJUIZO.
          COPY FD_PREJUIZO.

       FD PROVPDD.
          COPY FD_PROVPDD.

       WORKING-STORAGE SECTION.
      ***** CAMINHOS FISICOS DOS ARQUIVOS - PRE-CARREGADOS COM O *****
      ***** PADRAO HISTORICO E RESOLVIDOS PELO ARQCONF NO INICIO *****
       77 WS-ARQ-CONTRATO            PIC X(68) VALUE
          'C:\CursoCOBOL\COBOL\01 - Basico\bin\CONTRATO.DAT'.
       77 WS-ARQ-RECPARC             PIC X(68) VALUE
          'C:\CursoCOBOL\COBOL\01 - Basico\bin\RECPARC.DAT'.
       77 WS-ARQ-PREJUIZO            PIC X(68) VALUE
          'C:\CursoCOBOL\COBOL\01 - Basico\bin\PREJUIZO.DAT'.
       77 WS-ARQ-PROVPDD             PIC X(68) VALUE
          'C:\CursoCOBOL\COBOL\01 - Basico\bin\PROVPDD.DAT'.
       77 WS-ARQ-PROVPDD-LST         PIC X(68) VALUE
          'C:\CursoCOBOL\COBOL\01 - Basico\bin\PROVPDD.LST'.
       77 WS-FS                          PIC 99.
          88 FS-OK                       VALUE 0.
       77 WS-FS-RCP                      PIC 99.
          88 FS-RCP-OK                   VALUE 0.
       77 WS-FS-PRJ                      PIC 99.
          88 FS-PRJ-OK                   VALUE 0.
       77 WS-FS-PDD                      PIC 99.
          88 FS-PDD-OK                   VALUE 0.
       77 WS-FS-LCP                      PIC 99.
       77 WS-RCP-ABERTO                  PIC X VALUE 'N'.
          88 RCP-ABERTO                  VALUE 'S'.
       77 WS-PRJ-ABERTO                  PIC X VALUE 'N'.
          88 PRJ-ABERTO                  VALUE 'S'.
       77 WS-EOF                         PIC X.
          88 EOF-OK                      VALUE 'S' FALSE 'N'.
       77 WS-EOF-RCP                     PIC X.
          88 EOF-RCP-OK                  VALUE 'S' FALSE 'N'.
       77 WS-PDD-EXISTE                  PIC X VALUE 'N'.
          88 PDD-EXISTE                  VALUE 'S'.
       77 WS-DATA-MOVIMENTO              PIC 9(08) VALUE ZEROS.
       77 WS-CONTROLE-DATA               PIC X(01) VALUE 'N'.
      ***** PERCENTUAL DE PROVISAO POR FAIXA, PARAMETRIZADO NO ********
      ***** FINPARM; O PADRAO SEGUE A PRATICA DE RISCO DA CARTEIRA ****
       77 WS-PERC-FAIXA1                 PIC 9(09)V99 VALUE 3.
       77 WS-PERC-FAIXA2                 PIC 9(09)V99 VALUE 10.
       77 WS-PERC-FAIXA3                 PIC 9(09)V99 VALUE 30.
       77 WS-PERC-FAIXA4                 PIC 9(09)V99 VALUE 100.
      ***** CONTAS DA PROVISAO: DESPESA (DEB) E REDUTORA DO ATIVO *****
      ***** (CRE); A REVERSAO E O LANCAMENTO INVERSO ******************
       77 WS-CTA-PDD-DEB                 PIC 9(09)V99 VALUE 31501.
       77 WS-CTA-PDD-CRE                 PIC 9(09)V99 VALUE 12901.
       77 WS-DIAS-HOJE                   PIC 9(07).
       77 WS-DIAS-VENC                   PIC 9(07).
       77 WS-DT-VENC-UTIL                PIC 9(08).
       77 WS-DIAS-ATRASO                 PIC S9(05).
       77 WS-FAIXA                       PIC 9(01).
       77 WS-VR-RECEBIDO-PARC            PIC 9(09)V99 VALUE ZEROS.
       77 WS-VR-RESTANTE-PARC            PIC 9(09)V99 VALUE ZEROS.
       77 WS-VR-PROV-PARC                PIC 9(09)V99 VALUE ZEROS.
       77 WS-CONTRATO-ATUAL              PIC 9(06) VALUE ZEROS.
       77 WS-CLIENTE-ATUAL               PIC X(20) VALUE SPACES.
       77 WS-VR-BASE-CONTR               PIC 9(09)V99 VALUE ZEROS.
       77 WS-VR-PROV-CONTR               PIC 9(09)V99 VALUE ZEROS.
       77 WS-VR-INICIAL                  PIC 9(09)V99 VALUE ZEROS.
       77 WS-VR-CONSTITUIDO              PIC 9(09)V99 VALUE ZEROS.
       77 WS-VR-REVERTIDO                PIC 9(09)V99 VALUE ZEROS.
       77 WS-QT-CONTRATOS                PIC 9(06) VALUE ZEROS.
       77 WS-QT-LANCTOS                  PIC 9(06) VALUE ZEROS.
       77 WS-VR-INICIAL-GERAL            PIC 9(11)V99 VALUE ZEROS.
       77 WS-VR-CONSTITUIDO-GERAL        PIC 9(11)V99 VALUE ZEROS.
       77 WS-VR-REVERTIDO-GERAL          PIC 9(11)V99 VALUE ZEROS.
       77 WS-VR-FINAL-GERAL              PIC 9(11)V99 VALUE ZEROS.
       77 WS-VR-CONFERE                  PIC S9(11)V99 VALUE ZEROS.
       01 WS-FAIXAS.
          03 WS-FX-LINHA OCCURS 4 TIMES.
             05 WS-FX-PERC               PIC 9(09)V99.
             05 WS-FX-BASE               PIC 9(11)V99.
             05 WS-FX-PROVISAO           PIC 9(11)V99.
       01 WS-ROTULOS-FAIXA.
          03 FILLER                      PIC X(10) VALUE ' 1-30 DIAS'.
          03 FILLER                      PIC X(10) VALUE '31-60 DIAS'.
          03 FILLER                      PIC X(10) VALUE '61-90 DIAS'.
          03 FILLER                      PIC X(10) VALUE '+ 90 DIAS.'.
       01 WS-ROTULOS-FAIXA-R REDEFINES WS-ROTULOS-FAIXA.
          03 WS-ROTULO-FAIXA OCCURS 4 TIMES PIC X(10).
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
            CALL 'ARQCONF' USING 'CONTRATO.DAT    ' WS-ARQ-CONTRATO
            CALL 'ARQCONF' USING 'RECPARC.DAT     ' WS-ARQ-RECPARC
            CALL 'ARQCONF' USING 'PREJUIZO.DAT    ' WS-ARQ-PREJUIZO
            CALL 'ARQCONF' USING 'PROVPDD.DAT     ' WS-ARQ-PROVPDD

            CALL 'DTMOVIM' USING WS-DATA-MOVIMENTO WS-CONTROLE-DATA
            COMPUTE WS-DIAS-HOJE =
                    FUNCTION INTEGER-OF-DATE(WS-DATA-MOVIMENTO)

            CALL 'FINPARM' USING 'PDD-PERC-FAIXA1 ' WS-PERC-FAIXA1
            CALL 'FINPARM' USING 'PDD-PERC-FAIXA2 ' WS-PERC-FAIXA2
            CALL 'FINPARM' USING 'PDD-PERC-FAIXA3 ' WS-PERC-FAIXA3
            CALL 'FINPARM' USING 'PDD-PERC-FAIXA4 ' WS-PERC-FAIXA4
            CALL 'FINPARM' USING 'CTA-PDD-DEB     ' WS-CTA-PDD-DEB
            CALL 'FINPARM' USING 'CTA-PDD-CRE     ' WS-CTA-PDD-CRE

            INITIALIZE WS-FAIXAS
            MOVE WS-PERC-FAIXA1          TO WS-FX-PERC (1)
            MOVE WS-PERC-FAIXA2          TO WS-FX-PERC (2)
            MOVE WS-PERC-FAIXA3          TO WS-FX-PERC (3)
            MOVE WS-PERC-FAIXA4          TO WS-FX-PERC (4)

            OPEN INPUT CONTRATO

            IF NOT FS-OK
               DISPLAY 'ERRO AO ABRIR O ARQUIVO DE CONTRATOS.'
               DISPLAY 'FILE STATUS: ' WS-FS
               MOVE 16                   TO RETURN-CODE
               GOBACK
            END-IF

            OPEN I-O PROVPDD

            IF WS-FS-PDD EQUAL 35
               OPEN OUTPUT PROVPDD
               CLOSE PROVPDD
               OPEN I-O PROVPDD
            END-IF

            IF NOT FS-PDD-OK
               DISPLAY 'ERRO AO ABRIR O ARQUIVO DA PROVISAO PDD.'
               DISPLAY 'FILE STATUS: ' WS-FS-PDD
               CLOSE CONTRATO
               MOVE 16                   TO RETURN-CODE
               GOBACK
            END-IF

            MOVE 'A'                     TO WS-REL-ACAO
            MOVE WS-ARQ-PROVPDD-LST      TO WS-REL-ARQUIVO
            CALL 'ARQCONF' USING 'PROVPDD.LST     ' WS-REL-ARQUIVO
            MOVE 'MOVIMENTO DA PROVISAO PDD'
                                          TO WS-REL-TITULO
            CALL 'RELWRT' USING WS-RELWRT

            IF WS-REL-FS NOT EQUAL ZEROS
               DISPLAY 'ERRO AO ABRIR O RELATORIO DA PROVISAO.'
               DISPLAY 'FILE STATUS: ' WS-REL-FS
               CLOSE CONTRATO PROVPDD
               MOVE 16                   TO RETURN-CODE
               GOBACK
            END-IF

            MOVE 'D'                     TO WS-REL-ACAO
            MOVE SPACES                  TO WS-REL-LINHA
            STRING 'CONTRATO CLI  SALDO INICIAL CONSTITUICAO '
                   '   REVERSAO  SALDO FINAL'
                   DELIMITED BY SIZE INTO WS-REL-LINHA
            CALL 'RELWRT' USING WS-RELWRT

      ***** SEM ARQUIVO DE RECEBIMENTOS, NENHUMA PARCELA TEM **********
      ***** PAGAMENTO PARCIAL E O ATRASO E O VALOR CHEIO **************
            OPEN INPUT RECPARC
            IF FS-RCP-OK
               MOVE 'S'                  TO WS-RCP-ABERTO
            END-IF

      ***** SEM ARQUIVO DE PREJUIZO, NENHUMA PARCELA FOI BAIXADA ******
            OPEN INPUT PREJUIZO
            IF FS-PRJ-OK
               MOVE 'S'                  TO WS-PRJ-ABERTO
            END-IF

            SET EOF-OK                   TO FALSE
            PERFORM P200-LE-PARCELA      THRU P200-FIM UNTIL EOF-OK

            IF WS-CONTRATO-ATUAL NOT EQUAL ZEROS
               PERFORM P500-FECHA-CONTRATO THRU P500-FIM
            END-IF

      ***** CONTRATO QUE SAIU DO CONTRATO.DAT (EXPURGO) COM PROVISAO **
      ***** AINDA CONSTITUIDA TEM A PROVISAO REVERTIDA POR INTEIRO ****
            PERFORM P700-VARRE-PROVISAO  THRU P700-FIM

            PERFORM P900-TOTAIS          THRU P900-FIM

            MOVE 'F'                     TO WS-REL-ACAO
            CALL 'RELWRT' USING WS-RELWRT

            IF RCP-ABERTO
               CLOSE RECPARC
            END-IF

            IF PRJ-ABERTO
               CLOSE PREJUIZO
            END-IF

            CLOSE CONTRATO PROVPDD

            DISPLAY 'CONTRATOS COM MOVIMENTO NA PROVISAO: '
                    WS-QT-CONTRATOS
            DISPLAY 'LANCAMENTOS CONTABEIS GERADOS......: '
                    WS-QT-LANCTOS
            DISPLAY 'SALDO FINAL DA PROVISAO............: '
                    WS-VR-FINAL-GERAL
            DISPLAY 'RELATORIO GERADO EM PROVPDD.LST'

            GOBACK.
       P200-LE-PARCELA.

            READ CONTRATO NEXT RECORD
               AT END
                  SET EOF-OK             TO TRUE
               NOT AT END
                  IF NUM-CONTRATO NOT EQUAL WS-CONTRATO-ATUAL
                     IF WS-CONTRATO-ATUAL NOT EQUAL ZEROS
                        PERFORM P500-FECHA-CONTRATO THRU P500-FIM
                     END-IF
                     MOVE NUM-CONTRATO   TO WS-CONTRATO-ATUAL
                     MOVE CD-CLIENTE-CONTRATO
                                          TO WS-CLIENTE-ATUAL
                     MOVE ZEROS          TO WS-VR-BASE-CONTR
                                            WS-VR-PROV-CONTR
                  END-IF
                  IF PARCELA-EM-ABERTO
                     PERFORM P300-CLASSIFICA-ATRASO THRU P300-FIM
                  END-IF
            END-READ
            .
       P200-FIM.
       P300-CLASSIFICA-ATRASO.

      ***** VENCIMENTO EM FIM DE SEMANA OU FERIADO VALE ATE O DIA *****
      ***** UTIL SEGUINTE: A PARCELA SO ENTRA NO ATRASO DEPOIS DELE ***
            MOVE DT-VENCIMENTO-PARCELA   TO WS-DT-VENC-UTIL
            CALL 'DIAUTIL' USING WS-DT-VENC-UTIL

            COMPUTE WS-DIAS-VENC =
                    FUNCTION INTEGER-OF-DATE(WS-DT-VENC-UTIL)
            COMPUTE WS-DIAS-ATRASO = WS-DIAS-HOJE - WS-DIAS-VENC

            IF WS-DIAS-ATRASO NOT GREATER THAN ZEROS
               GO TO P300-FIM
            END-IF

      ***** PARCELA JA BAIXADA PARA PREJUIZO NAO E PROVISIONADA: A ****
      ***** PERDA JA FOI RECONHECIDA NA BAIXA *************************
            IF PRJ-ABERTO
               MOVE NUM-CONTRATO         TO PRJ-NUM-CONTRATO
               MOVE NUM-PARCELA-CONTRATO TO PRJ-NUM-PARCELA
               READ PREJUIZO
                  INVALID KEY
                     CONTINUE
                  NOT INVALID KEY
                     IF PREJUIZO-BAIXADO
                        GO TO P300-FIM
                     END-IF
               END-READ
            END-IF

            EVALUATE TRUE
               WHEN WS-DIAS-ATRASO NOT GREATER THAN 30
                  MOVE 1                 TO WS-FAIXA
               WHEN WS-DIAS-ATRASO NOT GREATER THAN 60
                  MOVE 2                 TO WS-FAIXA
               WHEN WS-DIAS-ATRASO NOT GREATER THAN 90
                  MOVE 3                 TO WS-FAIXA
               WHEN OTHER
                  MOVE 4                 TO WS-FAIXA
            END-EVALUATE

            PERFORM P350-SALDO-PARCELA   THRU P350-FIM

            COMPUTE WS-VR-PROV-PARC ROUNDED =
                    WS-VR-RESTANTE-PARC * WS-FX-PERC (WS-FAIXA) / 100

            ADD WS-VR-RESTANTE-PARC      TO WS-VR-BASE-CONTR
                                            WS-FX-BASE (WS-FAIXA)
            ADD WS-VR-PROV-PARC          TO WS-VR-PROV-CONTR
                                            WS-FX-PROVISAO (WS-FAIXA)
            .
       P300-FIM.
       P350-SALDO-PARCELA.

      ***** O SALDO DA PARCELA EM ATRASO E O VALOR TOTAL MENOS OS *****
      ***** RECEBIMENTOS PARCIAIS JA GRAVADOS EM RECPARC.DAT **********
            MOVE VR-PARCELA-TOTAL        TO WS-VR-RESTANTE-PARC

            IF NOT RCP-ABERTO
               GO TO P350-FIM
            END-IF

            MOVE ZEROS                   TO WS-VR-RECEBIDO-PARC
            MOVE NUM-CONTRATO            TO RCP-NUM-CONTRATO
            MOVE NUM-PARCELA-CONTRATO    TO RCP-NUM-PARCELA
            MOVE ZEROS                   TO RCP-SEQUENCIA

            SET EOF-RCP-OK               TO FALSE
            START RECPARC KEY NOT LESS THAN CHAVE-RECPARC
               INVALID KEY
                  SET EOF-RCP-OK         TO TRUE
            END-START

            PERFORM P360-LE-RECEBIMENTO  THRU P360-FIM
                    UNTIL EOF-RCP-OK

            IF WS-VR-RECEBIDO-PARC LESS THAN VR-PARCELA-TOTAL
               COMPUTE WS-VR-RESTANTE-PARC =
                       VR-PARCELA-TOTAL - WS-VR-RECEBIDO-PARC
            ELSE
               MOVE ZEROS                TO WS-VR-RESTANTE-PARC
            END-IF
            .
       P350-FIM.
       P360-LE-RECEBIMENTO.

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
                        ADD RCP-VR-RECEBIDO TO WS-VR-RECEBIDO-PARC
                     END-IF
                  END-IF
            END-READ
            .
       P360-FIM.
       P500-FECHA-CONTRATO.

            MOVE WS-CONTRATO-ATUAL       TO PDD-NUM-CONTRATO
            MOVE 'S'                     TO WS-PDD-EXISTE
            READ PROVPDD
               INVALID KEY
                  MOVE 'N'               TO WS-PDD-EXISTE
            END-READ

            IF PDD-EXISTE
               MOVE PDD-VR-PROVISAO      TO WS-VR-INICIAL
            ELSE
               MOVE ZEROS                TO WS-VR-INICIAL
            END-IF

      ***** CONTRATO SEM PROVISAO ANTES E SEM ATRASO AGORA NAO ********
      ***** MOVIMENTA NADA E NEM ENTRA NO ARQUIVO *********************
            IF NOT PDD-EXISTE AND WS-VR-PROV-CONTR EQUAL ZEROS
               GO TO P500-FIM
            END-IF

            PERFORM P550-LANCA-DIFERENCA THRU P550-FIM

            IF WS-FS-LCP NOT EQUAL ZEROS
               GO TO P500-FIM
            END-IF

            MOVE WS-CONTRATO-ATUAL       TO PDD-NUM-CONTRATO
            MOVE WS-CLIENTE-ATUAL        TO PDD-CD-CLIENTE
            MOVE WS-VR-BASE-CONTR        TO PDD-VR-BASE
            MOVE WS-VR-PROV-CONTR        TO PDD-VR-PROVISAO
            MOVE WS-DATA-MOVIMENTO       TO PDD-DT-CALCULO

            IF PDD-EXISTE
               REWRITE REG-PROVPDD
                  INVALID KEY
                     DISPLAY 'ERRO AO ATUALIZAR A PROVISAO: '
                             WS-CONTRATO-ATUAL
                     MOVE 16             TO RETURN-CODE
               END-REWRITE
            ELSE
               WRITE REG-PROVPDD
                  INVALID KEY
                     DISPLAY 'ERRO AO GRAVAR A PROVISAO: '
                             WS-CONTRATO-ATUAL
                     MOVE 16             TO RETURN-CODE
               END-WRITE
            END-IF

            PERFORM P600-LINHA-CONTRATO  THRU P600-FIM
            .
       P500-FIM.
       P550-LANCA-DIFERENCA.

      ***** SO A DIFERENCA DO MES VAI PARA A CONTABILIDADE: ***********
      ***** AUMENTO CONSTITUI, QUEDA REVERTE **************************
            MOVE ZEROS                   TO WS-VR-CONSTITUIDO
                                            WS-VR-REVERTIDO
                                            WS-FS-LCP

            EVALUATE TRUE
               WHEN WS-VR-PROV-CONTR GREATER THAN WS-VR-INICIAL
                  COMPUTE WS-VR-CONSTITUIDO =
                          WS-VR-PROV-CONTR - WS-VR-INICIAL
                  MOVE 'PDDCT'           TO WS-LCT-EVENTO
                  MOVE WS-CTA-PDD-DEB    TO WS-LCT-CONTA-DEBITO
                  MOVE WS-CTA-PDD-CRE    TO WS-LCT-CONTA-CREDITO
                  MOVE WS-VR-CONSTITUIDO TO WS-LCT-VALOR
               WHEN WS-VR-PROV-CONTR LESS THAN WS-VR-INICIAL
                  COMPUTE WS-VR-REVERTIDO =
                          WS-VR-INICIAL - WS-VR-PROV-CONTR
                  MOVE 'PDDRV'           TO WS-LCT-EVENTO
                  MOVE WS-CTA-PDD-CRE    TO WS-LCT-CONTA-DEBITO
                  MOVE WS-CTA-PDD-DEB    TO WS-LCT-CONTA-CREDITO
                  MOVE WS-VR-REVERTIDO   TO WS-LCT-VALOR
               WHEN OTHER
                  GO TO P550-FIM
            END-EVALUATE

            MOVE WS-DATA-MOVIMENTO       TO WS-LCT-DATA
            MOVE WS-CONTRATO-ATUAL       TO WS-LCT-CONTRATO
            MOVE ZEROS                   TO WS-LCT-PARCELA

            CALL 'LANCGRV' USING WS-LANCTO WS-FS-LCP

      ***** SEM O LANCAMENTO, O SALDO DO CONTRATO NAO MUDA - A ********
      ***** PROXIMA EXECUCAO LANCA A MESMA DIFERENCA DE NOVO **********
            IF WS-FS-LCP NOT EQUAL ZEROS
               DISPLAY 'LANCAMENTO DA PROVISAO NAO GRAVADO: '
                       WS-CONTRATO-ATUAL
               MOVE 16                   TO RETURN-CODE
               GO TO P550-FIM
            END-IF

            ADD 1                        TO WS-QT-LANCTOS
            .
       P550-FIM.
       P600-LINHA-CONTRATO.

            ADD 1                        TO WS-QT-CONTRATOS
            ADD WS-VR-INICIAL            TO WS-VR-INICIAL-GERAL
            ADD WS-VR-CONSTITUIDO        TO WS-VR-CONSTITUIDO-GERAL
            ADD WS-VR-REVERTIDO          TO WS-VR-REVERTIDO-GERAL
            ADD WS-VR-PROV-CONTR         TO WS-VR-FINAL-GERAL

            MOVE 'D'                     TO WS-REL-ACAO
            MOVE SPACES                  TO WS-REL-LINHA
            STRING WS-CONTRATO-ATUAL '   '
                   WS-CLIENTE-ATUAL(1:3) '     '
                   WS-VR-INICIAL ' '
                   WS-VR-CONSTITUIDO ' '
                   WS-VR-REVERTIDO ' '
                   WS-VR-PROV-CONTR
                   DELIMITED BY SIZE INTO WS-REL-LINHA
            CALL 'RELWRT' USING WS-RELWRT
            .
       P600-FIM.
       P700-VARRE-PROVISAO.

            MOVE ZEROS                   TO PDD-NUM-CONTRATO
            SET EOF-OK                   TO FALSE
            START PROVPDD KEY NOT LESS THAN PDD-NUM-CONTRATO
               INVALID KEY
                  SET EOF-OK             TO TRUE
            END-START

            PERFORM P710-LE-PROVISAO     THRU P710-FIM UNTIL EOF-OK
            .
       P700-FIM.
       P710-LE-PROVISAO.

            READ PROVPDD NEXT RECORD
               AT END
                  SET EOF-OK             TO TRUE
                  GO TO P710-FIM
            END-READ

            IF PDD-DT-CALCULO EQUAL WS-DATA-MOVIMENTO
               OR PDD-VR-PROVISAO EQUAL ZEROS
               GO TO P710-FIM
            END-IF

            MOVE PDD-NUM-CONTRATO        TO WS-CONTRATO-ATUAL
            MOVE PDD-CD-CLIENTE          TO WS-CLIENTE-ATUAL
            MOVE PDD-VR-PROVISAO         TO WS-VR-INICIAL
            MOVE ZEROS                   TO WS-VR-BASE-CONTR
                                            WS-VR-PROV-CONTR

            PERFORM P550-LANCA-DIFERENCA THRU P550-FIM

            IF WS-FS-LCP NOT EQUAL ZEROS
               GO TO P710-FIM
            END-IF

            MOVE ZEROS                   TO PDD-VR-BASE PDD-VR-PROVISAO
            MOVE WS-DATA-MOVIMENTO       TO PDD-DT-CALCULO
            REWRITE REG-PROVPDD
               INVALID KEY
                  DISPLAY 'ERRO AO ZERAR A PROVISAO: ' PDD-NUM-CONTRATO
                  MOVE 16                TO RETURN-CODE
            END-REWRITE

            PERFORM P600-LINHA-CONTRATO  THRU P600-FIM
            .
       P710-FIM.
       P900-TOTAIS.

            MOVE 'T'                     TO WS-REL-ACAO
            MOVE 'BASE E PROVISAO POR FAIXA DE ATRASO'
                                          TO WS-REL-LINHA
            CALL 'RELWRT' USING WS-RELWRT

            PERFORM P910-LINHA-FAIXA     THRU P910-FIM
                    VARYING WS-FAIXA FROM 1 BY 1
                    UNTIL WS-FAIXA GREATER THAN 4

            MOVE 'T'                     TO WS-REL-ACAO
            MOVE SPACES                  TO WS-REL-LINHA
            STRING 'SALDO INICIAL: ' WS-VR-INICIAL-GERAL
                   '  CONSTITUICOES: ' WS-VR-CONSTITUIDO-GERAL
                   DELIMITED BY SIZE INTO WS-REL-LINHA
            CALL 'RELWRT' USING WS-RELWRT

            MOVE 'D'                     TO WS-REL-ACAO
            MOVE SPACES                  TO WS-REL-LINHA
            STRING 'REVERSOES....: ' WS-VR-REVERTIDO-GERAL
                   '  SALDO FINAL..: ' WS-VR-FINAL-GERAL
                   DELIMITED BY SIZE INTO WS-REL-LINHA
            CALL 'RELWRT' USING WS-RELWRT

      ***** CONTROLE: INICIAL + CONSTITUICOES - REVERSOES = FINAL *****
            COMPUTE WS-VR-CONFERE =
                    WS-VR-INICIAL-GERAL + WS-VR-CONSTITUIDO-GERAL
                  - WS-VR-REVERTIDO-GERAL - WS-VR-FINAL-GERAL

            MOVE 'D'                     TO WS-REL-ACAO
            MOVE SPACES                  TO WS-REL-LINHA
            IF WS-VR-CONFERE NOT EQUAL ZEROS
               MOVE '*** MOVIMENTO DA PROVISAO NAO FECHA! ***'
                                          TO WS-REL-LINHA
               DISPLAY '*** MOVIMENTO DA PROVISAO NAO FECHA! ***'
               MOVE 16                   TO RETURN-CODE
            ELSE
               STRING 'CONTROLE OK: INICIAL + CONSTITUICOES - '
                      'REVERSOES = FINAL.'
                      DELIMITED BY SIZE INTO WS-REL-LINHA
            END-IF
            CALL 'RELWRT' USING WS-RELWRT
            .
       P900-FIM.
       P910-LINHA-FAIXA.

            MOVE 'D'                     TO WS-REL-ACAO
            MOVE SPACES                  TO WS-REL-LINHA
            STRING 'FAIXA ' WS-ROTULO-FAIXA (WS-FAIXA)
                   ' PERC ' WS-FX-PERC (WS-FAIXA)
                   ' BASE ' WS-FX-BASE (WS-FAIXA)
                   ' PROVISAO ' WS-FX-PROVISAO (WS-FAIXA)
                   DELIMITED BY SIZE INTO WS-REL-LINHA
            CALL 'RELWRT' USING WS-RELWRT
            .
       P910-FIM.
       END PROGRAM PROVPDD.
