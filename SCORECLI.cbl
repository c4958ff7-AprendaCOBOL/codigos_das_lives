      ******************************************************************
      * Author: ANDRE COSTA
      * Date: 15/10/2026
      * Purpose: PONTUACAO INTERNA DE CREDITO DOS CLIENTES, REFEITA
      *          TODA NOITE A PARTIR DO COMPORTAMENTO DE PAGAMENTO.
      *          ATE AQUI O UNICO CONTROLE ERA O LIMITE FIXO DO
      *          CADASTRO, E QUEM PAGA TUDO ATRASADO TINHA O MESMO
      *          TRATAMENTO DE QUEM NUNCA ATRASA. PARA CADA CLIENTE DO
      *          CLIENTE.DAT SAO APURADOS:
      *          - O ATRASO MEDIO EM DIAS DAS PARCELAS PAGAS (DATA DO
      *            PAGAMENTO; SEM ELA, O ULTIMO RECEBIMENTO NAO
      *            ESTORNADO DO RECPARC) E DAS EM ABERTO JA VENCIDAS
      *            (ATE A DATA DE MOVIMENTO), CONTRA O VENCIMENTO
      *            AJUSTADO PELO DIAUTIL;
      *          - AS RENEGOCIACOES (RENEGLNK, PELO CONTRATO ANTIGO);
      *          - AS PARCELAS BAIXADAS PARA PREJUIZO (PREJUIZO.DAT,
      *            REINTEGRADAS OU NAO - O CALOTE ACONTECEU);
      *          - O TEMPO DE CLIENTE, EM MESES DESDE O PRIMEIRO
      *            VENCIMENTO DE CONTRATO DELE.
      *          A PONTUACAO (0 A 1000) PARTE DE 700, GANHA 5 PONTOS
      *          POR MES DE CLIENTE (ATE 300) E PERDE 10 POR DIA DE
      *          ATRASO MEDIO (ATE 500), 100 POR RENEGOCIACAO (ATE
      *          300) E 200 POR PARCELA EM PREJUIZO (ATE 600). FAIXA
      *          A (BAIXO RISCO) A PARTIR DO FINPARM SCORE-FAIXA-A
      *          (700), B (MEDIO) A PARTIR DO SCORE-FAIXA-B (400),
      *          ABAIXO DISSO C (ALTO RISCO); CLIENTE SEM NENHUMA
      *          PARCELA VENCIDA FICA N (SEM HISTORICO). O RESULTADO
      *          VAI PARA O SCORECLI.DAT, E OS CLIENTES QUE MUDARAM DE
      *          FAIXA DESDE A APURACAO ANTERIOR SAEM NO SCORECLI.LST.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SCORECLI.

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
                SELECT CLIENTE ASSIGN TO
                WS-ARQ-CLIENTE
                ORGANIZATION IS INDEXED
                ACCESS MODE  IS SEQUENTIAL
                RECORD KEY   IS CD-CLIENTE
                ALTERNATE RECORD KEY IS NM-CLIENTE WITH DUPLICATES
                FILE STATUS  IS WS-FS-CLI.
                SELECT RECPARC ASSIGN TO
                WS-ARQ-RECPARC
                ORGANIZATION IS INDEXED
                ACCESS MODE  IS DYNAMIC
                RECORD KEY   IS CHAVE-RECPARC
                FILE STATUS  IS WS-FS-RCP.
                SELECT PREJUIZO ASSIGN TO
                WS-ARQ-PREJUIZO
                ORGANIZATION IS INDEXED
                ACCESS MODE  IS SEQUENTIAL
                RECORD KEY   IS CHAVE-PREJUIZO
                FILE STATUS  IS WS-FS-PRJ.
                SELECT RENEGLNK ASSIGN TO
                WS-ARQ-RENEGLNK
                ORGANIZATION IS INDEXED
                ACCESS MODE  IS SEQUENTIAL
                RECORD KEY   IS RNG-CONTRATO-ANTIGO
                FILE STATUS  IS WS-FS-LNK.
                SELECT SCORECLI ASSIGN TO
                WS-ARQ-SCORECLI
                ORGANIZATION IS INDEXED
                ACCESS MODE  IS RANDOM
                RECORD KEY   IS SCR-CD-CLIENTE
                FILE STATUS  IS WS-FS-SCR.

       DATA DIVISION.
       FILE SECTION.
       FD CONTRATO.
          COPY FD_CONTRATO.

       FD CLIENTE.
          COPY FD_CLIENTE.

       FD RECPARC.
          COPY FD_RECPARC.

       FD PREJUIZO.
          COPY FD_PREJUIZO.

       FD RENEGLNK.
          COPY FD_RENEGLNK.

       FD SCORECLI.
          COPY FD_SCORECLI.

       WORKING-STORAGE SECTION.
      ***** CAMINHOS FISICOS DOS ARQUIVOS - PRE-CARREGADOS COM O *****
      ***** PADRAO HISTORICO E RESOLVIDOS PELO ARQCONF NO INICIO *****
       77 WS-ARQ-CONTRATO            PIC X(68) VALUE
          'C:\CursoCOBOL\COBOL\01 - Basico\bin\CONTRATO.DAT'.
       77 WS-ARQ-CLIENTE             PIC X(68) VALUE
          'C:\CursoCOBOL\COBOL\01 - Basico\bin\CLIENTE.DAT'.
       77 WS-ARQ-RECPARC             PIC X(68) VALUE
          'C:\CursoCOBOL\COBOL\01 - Basico\bin\RECPARC.DAT'.
       77 WS-ARQ-PREJUIZO            PIC X(68) VALUE
          'C:\CursoCOBOL\COBOL\01 - Basico\bin\PREJUIZO.DAT'.
       77 WS-ARQ-RENEGLNK            PIC X(68) VALUE
          'C:\CursoCOBOL\COBOL\01 - Basico\bin\RENEGLNK.DAT'.
       77 WS-ARQ-SCORECLI            PIC X(68) VALUE
          'C:\CursoCOBOL\COBOL\01 - Basico\bin\SCORECLI.DAT'.
       77 WS-ARQ-SCORECLI-LST        PIC X(68) VALUE
          'C:\CursoCOBOL\COBOL\01 - Basico\bin\SCORECLI.LST'.
       77 WS-FS                          PIC 99.
          88 FS-OK                       VALUE 0.
       77 WS-FS-CLI                      PIC 99.
          88 FS-CLI-OK                   VALUE 0.
       77 WS-FS-RCP                      PIC 99.
          88 FS-RCP-OK                   VALUE 0.
       77 WS-RCP-ABERTO                  PIC X VALUE 'N'.
          88 RCP-ABERTO                  VALUE 'S'.
       77 WS-FS-PRJ                      PIC 99.
          88 FS-PRJ-OK                   VALUE 0.
       77 WS-PRJ-ABERTO                  PIC X VALUE 'N'.
          88 PRJ-ABERTO                  VALUE 'S'.
       77 WS-FS-LNK                      PIC 99.
          88 FS-LNK-OK                   VALUE 0.
       77 WS-LNK-ABERTO                  PIC X VALUE 'N'.
          88 LNK-ABERTO                  VALUE 'S'.
       77 WS-FS-SCR                      PIC 99.
          88 FS-SCR-OK                   VALUE 0.
       77 WS-EOF                         PIC X.
          88 EOF-OK                      VALUE 'S' FALSE 'N'.
       77 WS-EOF-AUX                     PIC X.
          88 EOF-AUX-OK                  VALUE 'S' FALSE 'N'.
       77 WS-DATA-MOVIMENTO              PIC 9(08) VALUE ZEROS.
       77 WS-CONTROLE-DATA               PIC X(01) VALUE 'N'.
       77 WS-DIAS-HOJE                   PIC 9(07).
       77 WS-DIAS-VENC                   PIC 9(07).
       77 WS-DT-VENC-UTIL                PIC 9(08).
       77 WS-DT-PAGAMENTO                PIC 9(08).
       77 WS-DIAS-ATRASO                 PIC S9(05).
       77 WS-CLIENTE-NUM                 PIC 9(03).
      ***** LIMITES DAS FAIXAS (FINPARM) E PESOS DA PONTUACAO *********
       77 WS-LIM-FAIXA-A                 PIC 9(09)V99 VALUE 700.
       77 WS-LIM-FAIXA-B                 PIC 9(09)V99 VALUE 400.
       77 WS-PTS-BASE                    PIC 9(04) VALUE 700.
       77 WS-PTS-MES-CLIENTE             PIC 9(04) VALUE 5.
       77 WS-MAX-TEMPO                   PIC 9(04) VALUE 300.
       77 WS-PTS-DIA-ATRASO              PIC 9(04) VALUE 10.
       77 WS-MAX-ATRASO                  PIC 9(04) VALUE 500.
       77 WS-PTS-RENEGOCIACAO            PIC 9(04) VALUE 100.
       77 WS-MAX-RENEGOCIACAO            PIC 9(04) VALUE 300.
       77 WS-PTS-PREJUIZO                PIC 9(04) VALUE 200.
       77 WS-MAX-PREJUIZO                PIC 9(04) VALUE 600.
      ***** APURACAO DO CLIENTE CORRENTE ******************************
       77 WS-SCORE                       PIC S9(05).
       77 WS-PTS-CALC                    PIC 9(07).
       77 WS-MESES-CLIENTE               PIC 9(04).
       77 WS-MEDIA-ATRASO                PIC 9(05)V9.
       77 WS-FAIXA                       PIC X(01).
       77 WS-FAIXA-ANTERIOR              PIC X(01).
       77 WS-SCORE-EXISTE                PIC X(01).
          88 SCORE-EXISTE                VALUE 'S' FALSE 'N'.
       77 WS-MEDIA-EDIT                  PIC ZZZZ9,9.
      ***** TOTAIS ****************************************************
       77 WS-QT-CLIENTES                 PIC 9(05) VALUE ZEROS.
       77 WS-QT-MUDANCAS                 PIC 9(05) VALUE ZEROS.
       77 WS-QT-NOVOS                    PIC 9(05) VALUE ZEROS.
       77 WS-QT-FAIXA-A                  PIC 9(05) VALUE ZEROS.
       77 WS-QT-FAIXA-B                  PIC 9(05) VALUE ZEROS.
       77 WS-QT-FAIXA-C                  PIC 9(05) VALUE ZEROS.
       77 WS-QT-FAIXA-N                  PIC 9(05) VALUE ZEROS.
       77 WS-QT-ERROS                    PIC 9(05) VALUE ZEROS.
      ***** HISTORICO ACUMULADO DE CADA CLIENTE (CODIGO 1-999) ********
       01 WS-TAB-CLIENTES.
          03 WS-TCL-CLIENTE OCCURS 999 TIMES.
             05 WS-TCL-QT-PARCELAS       PIC 9(05).
             05 WS-TCL-DIAS-ATRASO       PIC 9(09).
             05 WS-TCL-QT-RENEGOC        PIC 9(03).
             05 WS-TCL-QT-PREJUIZO       PIC 9(03).
             05 WS-TCL-DT-PRIMEIRO       PIC 9(08).
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
            CALL 'ARQCONF' USING 'CLIENTE.DAT     ' WS-ARQ-CLIENTE
            CALL 'ARQCONF' USING 'RECPARC.DAT     ' WS-ARQ-RECPARC
            CALL 'ARQCONF' USING 'PREJUIZO.DAT    ' WS-ARQ-PREJUIZO
            CALL 'ARQCONF' USING 'RENEGLNK.DAT    ' WS-ARQ-RENEGLNK
            CALL 'ARQCONF' USING 'SCORECLI.DAT    ' WS-ARQ-SCORECLI

            CALL 'DTMOVIM' USING WS-DATA-MOVIMENTO WS-CONTROLE-DATA
            COMPUTE WS-DIAS-HOJE =
                    FUNCTION INTEGER-OF-DATE(WS-DATA-MOVIMENTO)

            CALL 'FINPARM' USING 'SCORE-FAIXA-A   ' WS-LIM-FAIXA-A
            CALL 'FINPARM' USING 'SCORE-FAIXA-B   ' WS-LIM-FAIXA-B

            INITIALIZE WS-TAB-CLIENTES

            OPEN INPUT CONTRATO

            IF NOT FS-OK
               DISPLAY 'ERRO AO ABRIR O ARQUIVO DE CONTRATOS.'
               DISPLAY 'FILE STATUS: ' WS-FS
               MOVE 16                   TO RETURN-CODE
               GOBACK
            END-IF

            OPEN INPUT CLIENTE

            IF NOT FS-CLI-OK
               DISPLAY 'ERRO AO ABRIR O ARQUIVO DE CLIENTES.'
               DISPLAY 'FILE STATUS: ' WS-FS-CLI
               CLOSE CONTRATO
               MOVE 16                   TO RETURN-CODE
               GOBACK
            END-IF

      ***** RECEBIMENTOS, PREJUIZOS E RENEGOCIACOES SAO OPCIONAIS: ****
      ***** SEM O ARQUIVO, NAO HA O QUE PESAR CONTRA O CLIENTE ********
            OPEN INPUT RECPARC
            IF FS-RCP-OK
               MOVE 'S'                  TO WS-RCP-ABERTO
            END-IF

            OPEN INPUT PREJUIZO
            IF FS-PRJ-OK
               MOVE 'S'                  TO WS-PRJ-ABERTO
            END-IF

            OPEN INPUT RENEGLNK
            IF FS-LNK-OK
               MOVE 'S'                  TO WS-LNK-ABERTO
            END-IF

            OPEN I-O SCORECLI
            IF WS-FS-SCR EQUAL 35
               OPEN OUTPUT SCORECLI
               CLOSE SCORECLI
               OPEN I-O SCORECLI
            END-IF

            IF NOT FS-SCR-OK
               DISPLAY 'ERRO AO ABRIR O ARQUIVO DE PONTUACAO.'
               DISPLAY 'FILE STATUS: ' WS-FS-SCR
               PERFORM P950-FECHA-ENTRADAS THRU P950-FIM
               MOVE 16                   TO RETURN-CODE
               GOBACK
            END-IF

            MOVE 'A'                     TO WS-REL-ACAO
            MOVE WS-ARQ-SCORECLI-LST     TO WS-REL-ARQUIVO
            CALL 'ARQCONF' USING 'SCORECLI.LST    ' WS-REL-ARQUIVO
            MOVE 'MUDANCAS DE FAIXA DE RISCO'
                                          TO WS-REL-TITULO
            CALL 'RELWRT' USING WS-RELWRT

            IF WS-REL-FS NOT EQUAL ZEROS
               DISPLAY 'ERRO AO ABRIR O RELATORIO DE MUDANCAS.'
               DISPLAY 'FILE STATUS: ' WS-REL-FS
               PERFORM P950-FECHA-ENTRADAS THRU P950-FIM
               CLOSE SCORECLI
               MOVE 16                   TO RETURN-CODE
               GOBACK
            END-IF

            SET EOF-OK                   TO FALSE
            PERFORM P100-LE-PARCELA      THRU P100-FIM UNTIL EOF-OK

            IF PRJ-ABERTO
               SET EOF-OK                TO FALSE
               PERFORM P300-LE-PREJUIZO  THRU P300-FIM UNTIL EOF-OK
            END-IF

            IF LNK-ABERTO
               SET EOF-OK                TO FALSE
               PERFORM P400-LE-RENEGOCIACAO THRU P400-FIM
                       UNTIL EOF-OK
            END-IF

            SET EOF-OK                   TO FALSE
            PERFORM P500-PONTUA-CLIENTE  THRU P500-FIM UNTIL EOF-OK

            PERFORM P900-TOTAIS          THRU P900-FIM

            MOVE 'F'                     TO WS-REL-ACAO
            CALL 'RELWRT' USING WS-RELWRT

            PERFORM P950-FECHA-ENTRADAS  THRU P950-FIM
            CLOSE SCORECLI

            IF WS-QT-ERROS GREATER THAN ZEROS
               MOVE 16                   TO RETURN-CODE
            END-IF

            DISPLAY '*** RESUMO DA PONTUACAO DE CLIENTES ***'
            DISPLAY 'CLIENTES PONTUADOS...: ' WS-QT-CLIENTES
            DISPLAY 'FAIXA A (BAIXO)......: ' WS-QT-FAIXA-A
            DISPLAY 'FAIXA B (MEDIO)......: ' WS-QT-FAIXA-B
            DISPLAY 'FAIXA C (ALTO).......: ' WS-QT-FAIXA-C
            DISPLAY 'SEM HISTORICO (N)....: ' WS-QT-FAIXA-N
            DISPLAY 'MUDARAM DE FAIXA.....: ' WS-QT-MUDANCAS
            DISPLAY 'PRIMEIRA PONTUACAO...: ' WS-QT-NOVOS
            DISPLAY 'RELATORIO EM SCORECLI.LST'

            GOBACK.
       P100-LE-PARCELA.

            READ CONTRATO NEXT RECORD
               AT END
                  SET EOF-OK             TO TRUE
               NOT AT END
                  PERFORM P200-AVALIA-PARCELA THRU P200-FIM
            END-READ
            .
       P100-FIM.
       P200-AVALIA-PARCELA.

      ***** MENSALIDADE DE ALUNO E OUTROS CODIGOS NAO NUMERICOS NAO ***
      ***** SAO CLIENTES DO CADASTRO **********************************
            IF CD-CLIENTE-CONTRATO(1:3) IS NOT NUMERIC
               GO TO P200-FIM
            END-IF
            MOVE CD-CLIENTE-CONTRATO(1:3) TO WS-CLIENTE-NUM
            IF WS-CLIENTE-NUM EQUAL ZEROS
               GO TO P200-FIM
            END-IF

      ***** O TEMPO DE CLIENTE CONTA DO PRIMEIRO VENCIMENTO DELE ******
            IF WS-TCL-DT-PRIMEIRO(WS-CLIENTE-NUM) EQUAL ZEROS
               OR DT-VENCIMENTO-PARCELA LESS THAN
                  WS-TCL-DT-PRIMEIRO(WS-CLIENTE-NUM)
               MOVE DT-VENCIMENTO-PARCELA
                             TO WS-TCL-DT-PRIMEIRO(WS-CLIENTE-NUM)
            END-IF

      ***** RENEGOCIADA E PREJUIZO PESAM PELOS PROPRIOS ARQUIVOS ******
            IF NOT PARCELA-PAGA AND NOT PARCELA-EM-ABERTO
               GO TO P200-FIM
            END-IF

      ***** VENCIMENTO EM FIM DE SEMANA OU FERIADO VALE ATE O DIA *****
      ***** UTIL SEGUINTE - MESMA REGRA DO RELATRAS E DO FILACOBR *****
            MOVE DT-VENCIMENTO-PARCELA   TO WS-DT-VENC-UTIL
            CALL 'DIAUTIL' USING WS-DT-VENC-UTIL
            COMPUTE WS-DIAS-VENC =
                    FUNCTION INTEGER-OF-DATE(WS-DT-VENC-UTIL)

            IF PARCELA-PAGA
               MOVE DT-PAGAMENTO-PARCELA TO WS-DT-PAGAMENTO
               IF WS-DT-PAGAMENTO EQUAL ZEROS
                  PERFORM P250-ULTIMO-RECEBIMENTO THRU P250-FIM
               END-IF
               IF WS-DT-PAGAMENTO EQUAL ZEROS
                  GO TO P200-FIM
               END-IF
               COMPUTE WS-DIAS-ATRASO =
                       FUNCTION INTEGER-OF-DATE(WS-DT-PAGAMENTO)
                       - WS-DIAS-VENC
            ELSE
      ***** EM ABERTO SO ENTRA NA MEDIA DEPOIS DE VENCIDA *************
               COMPUTE WS-DIAS-ATRASO = WS-DIAS-HOJE - WS-DIAS-VENC
               IF WS-DIAS-ATRASO NOT GREATER THAN ZEROS
                  GO TO P200-FIM
               END-IF
            END-IF

            IF WS-DIAS-ATRASO LESS THAN ZEROS
               MOVE ZEROS                TO WS-DIAS-ATRASO
            END-IF

            ADD 1              TO WS-TCL-QT-PARCELAS(WS-CLIENTE-NUM)
            ADD WS-DIAS-ATRASO TO WS-TCL-DIAS-ATRASO(WS-CLIENTE-NUM)
            .
       P200-FIM.
       P250-ULTIMO-RECEBIMENTO.

      ***** PARCELA QUITADA POR RECEBIMENTOS PARCIAIS: VALE A DATA ****
      ***** DO ULTIMO RECEBIMENTO NAO ESTORNADO ***********************
            IF NOT RCP-ABERTO
               GO TO P250-FIM
            END-IF

            MOVE NUM-CONTRATO            TO RCP-NUM-CONTRATO
            MOVE NUM-PARCELA-CONTRATO    TO RCP-NUM-PARCELA
            MOVE ZEROS                   TO RCP-SEQUENCIA
            SET EOF-AUX-OK               TO FALSE
            START RECPARC KEY NOT LESS THAN CHAVE-RECPARC
               INVALID KEY
                  SET EOF-AUX-OK         TO TRUE
            END-START
            PERFORM P260-LE-RECEBIMENTO  THRU P260-FIM
                    UNTIL EOF-AUX-OK
            .
       P250-FIM.
       P260-LE-RECEBIMENTO.

            READ RECPARC NEXT RECORD
               AT END
                  SET EOF-AUX-OK         TO TRUE
               NOT AT END
                  IF RCP-NUM-CONTRATO NOT EQUAL NUM-CONTRATO
                     OR RCP-NUM-PARCELA NOT EQUAL NUM-PARCELA-CONTRATO
                     SET EOF-AUX-OK      TO TRUE
                  ELSE
                     IF NOT RECEB-ESTORNADO
                        AND RCP-DT-RECEBIMENTO GREATER THAN
                            WS-DT-PAGAMENTO
                        MOVE RCP-DT-RECEBIMENTO TO WS-DT-PAGAMENTO
                     END-IF
                  END-IF
            END-READ
            .
       P260-FIM.
       P300-LE-PREJUIZO.

            READ PREJUIZO NEXT RECORD
               AT END
                  SET EOF-OK             TO TRUE
               NOT AT END
                  IF PRJ-CD-CLIENTE(1:3) IS NUMERIC
                     MOVE PRJ-CD-CLIENTE(1:3) TO WS-CLIENTE-NUM
                     IF WS-CLIENTE-NUM GREATER THAN ZEROS
                        ADD 1 TO WS-TCL-QT-PREJUIZO(WS-CLIENTE-NUM)
                     END-IF
                  END-IF
            END-READ
            .
       P300-FIM.
       P400-LE-RENEGOCIACAO.

            READ RENEGLNK NEXT RECORD
               AT END
                  SET EOF-OK             TO TRUE
               NOT AT END
                  PERFORM P410-CLIENTE-RENEGOCIADO THRU P410-FIM
            END-READ
            .
       P400-FIM.
       P410-CLIENTE-RENEGOCIADO.

      ***** O CLIENTE DA RENEGOCIACAO E O DO CONTRATO ANTIGO **********
            MOVE RNG-CONTRATO-ANTIGO     TO NUM-CONTRATO
            MOVE ZEROS                   TO NUM-PARCELA-CONTRATO
            START CONTRATO KEY NOT LESS THAN CHAVE-CONTRATO
               INVALID KEY
                  GO TO P410-FIM
            END-START

            READ CONTRATO NEXT RECORD
               AT END
                  GO TO P410-FIM
            END-READ

            IF NUM-CONTRATO NOT EQUAL RNG-CONTRATO-ANTIGO
               OR CD-CLIENTE-CONTRATO(1:3) IS NOT NUMERIC
               GO TO P410-FIM
            END-IF

            MOVE CD-CLIENTE-CONTRATO(1:3) TO WS-CLIENTE-NUM
            IF WS-CLIENTE-NUM GREATER THAN ZEROS
               ADD 1           TO WS-TCL-QT-RENEGOC(WS-CLIENTE-NUM)
            END-IF
            .
       P410-FIM.
       P500-PONTUA-CLIENTE.

            READ CLIENTE NEXT RECORD
               AT END
                  SET EOF-OK             TO TRUE
               NOT AT END
                  IF CD-CLIENTE GREATER THAN ZEROS
                     PERFORM P600-CALCULA-SCORE THRU P600-FIM
                     PERFORM P700-GRAVA-SCORE   THRU P700-FIM
                  END-IF
            END-READ
            .
       P500-FIM.
       P600-CALCULA-SCORE.

            MOVE CD-CLIENTE              TO WS-CLIENTE-NUM
            MOVE ZEROS                   TO WS-MESES-CLIENTE
                                            WS-MEDIA-ATRASO
                                            WS-SCORE

      ***** SEM NENHUMA PARCELA VENCIDA, NAO HA O QUE PONTUAR *********
            IF WS-TCL-QT-PARCELAS(WS-CLIENTE-NUM) EQUAL ZEROS
               AND WS-TCL-QT-RENEGOC(WS-CLIENTE-NUM) EQUAL ZEROS
               AND WS-TCL-QT-PREJUIZO(WS-CLIENTE-NUM) EQUAL ZEROS
               MOVE 'N'                  TO WS-FAIXA
               ADD 1                     TO WS-QT-FAIXA-N
               GO TO P600-FIM
            END-IF

            IF WS-TCL-DT-PRIMEIRO(WS-CLIENTE-NUM) GREATER THAN ZEROS
               AND WS-TCL-DT-PRIMEIRO(WS-CLIENTE-NUM) LESS THAN
                   WS-DATA-MOVIMENTO
               COMPUTE WS-MESES-CLIENTE =
                       (WS-DIAS-HOJE - FUNCTION INTEGER-OF-DATE
                           (WS-TCL-DT-PRIMEIRO(WS-CLIENTE-NUM))) / 30
            END-IF

            IF WS-TCL-QT-PARCELAS(WS-CLIENTE-NUM) GREATER THAN ZEROS
               COMPUTE WS-MEDIA-ATRASO ROUNDED =
                       WS-TCL-DIAS-ATRASO(WS-CLIENTE-NUM) /
                       WS-TCL-QT-PARCELAS(WS-CLIENTE-NUM)
            END-IF

            MOVE WS-PTS-BASE             TO WS-SCORE

            COMPUTE WS-PTS-CALC = WS-MESES-CLIENTE * WS-PTS-MES-CLIENTE
            IF WS-PTS-CALC GREATER THAN WS-MAX-TEMPO
               MOVE WS-MAX-TEMPO         TO WS-PTS-CALC
            END-IF
            ADD WS-PTS-CALC              TO WS-SCORE

            COMPUTE WS-PTS-CALC ROUNDED =
                    WS-MEDIA-ATRASO * WS-PTS-DIA-ATRASO
            IF WS-PTS-CALC GREATER THAN WS-MAX-ATRASO
               MOVE WS-MAX-ATRASO        TO WS-PTS-CALC
            END-IF
            SUBTRACT WS-PTS-CALC         FROM WS-SCORE

            COMPUTE WS-PTS-CALC = WS-TCL-QT-RENEGOC(WS-CLIENTE-NUM)
                                  * WS-PTS-RENEGOCIACAO
            IF WS-PTS-CALC GREATER THAN WS-MAX-RENEGOCIACAO
               MOVE WS-MAX-RENEGOCIACAO  TO WS-PTS-CALC
            END-IF
            SUBTRACT WS-PTS-CALC         FROM WS-SCORE

            COMPUTE WS-PTS-CALC = WS-TCL-QT-PREJUIZO(WS-CLIENTE-NUM)
                                  * WS-PTS-PREJUIZO
            IF WS-PTS-CALC GREATER THAN WS-MAX-PREJUIZO
               MOVE WS-MAX-PREJUIZO      TO WS-PTS-CALC
            END-IF
            SUBTRACT WS-PTS-CALC         FROM WS-SCORE

            IF WS-SCORE LESS THAN ZEROS
               MOVE ZEROS                TO WS-SCORE
            END-IF
            IF WS-SCORE GREATER THAN 1000
               MOVE 1000                 TO WS-SCORE
            END-IF

            EVALUATE TRUE
               WHEN WS-SCORE NOT LESS THAN WS-LIM-FAIXA-A
                  MOVE 'A'               TO WS-FAIXA
                  ADD 1                  TO WS-QT-FAIXA-A
               WHEN WS-SCORE NOT LESS THAN WS-LIM-FAIXA-B
                  MOVE 'B'               TO WS-FAIXA
                  ADD 1                  TO WS-QT-FAIXA-B
               WHEN OTHER
                  MOVE 'C'               TO WS-FAIXA
                  ADD 1                  TO WS-QT-FAIXA-C
            END-EVALUATE
            .
       P600-FIM.
       P700-GRAVA-SCORE.

            ADD 1                        TO WS-QT-CLIENTES

            MOVE CD-CLIENTE              TO SCR-CD-CLIENTE
            READ SCORECLI
               INVALID KEY
                  SET SCORE-EXISTE       TO FALSE
                  INITIALIZE REG-SCORECLI
                  MOVE CD-CLIENTE        TO SCR-CD-CLIENTE
                  MOVE WS-DATA-MOVIMENTO TO SCR-DT-MUDANCA
               NOT INVALID KEY
                  SET SCORE-EXISTE       TO TRUE
            END-READ

            MOVE SCR-FAIXA               TO WS-FAIXA-ANTERIOR

            IF SCORE-EXISTE AND WS-FAIXA NOT EQUAL WS-FAIXA-ANTERIOR
               MOVE WS-FAIXA-ANTERIOR    TO SCR-FAIXA-ANTERIOR
               MOVE WS-DATA-MOVIMENTO    TO SCR-DT-MUDANCA
            END-IF

            MOVE WS-SCORE                TO SCR-VR-SCORE
            MOVE WS-FAIXA                TO SCR-FAIXA
            MOVE WS-DATA-MOVIMENTO       TO SCR-DT-CALCULO
            MOVE WS-TCL-QT-PARCELAS(WS-CLIENTE-NUM)
                                         TO SCR-QT-PARCELAS
            MOVE WS-MEDIA-ATRASO         TO SCR-MEDIA-ATRASO
            MOVE WS-TCL-QT-RENEGOC(WS-CLIENTE-NUM)
                                         TO SCR-QT-RENEGOCIACOES
            MOVE WS-TCL-QT-PREJUIZO(WS-CLIENTE-NUM)
                                         TO SCR-QT-PREJUIZOS
            MOVE WS-MESES-CLIENTE        TO SCR-MESES-CLIENTE

            IF SCORE-EXISTE
               REWRITE REG-SCORECLI
            ELSE
               ADD 1                     TO WS-QT-NOVOS
               WRITE REG-SCORECLI
            END-IF

            IF NOT FS-SCR-OK
               DISPLAY 'ERRO AO GRAVAR A PONTUACAO DO CLIENTE '
                       CD-CLIENTE ' - FILE STATUS: ' WS-FS-SCR
               ADD 1                     TO WS-QT-ERROS
               GO TO P700-FIM
            END-IF

      ***** SO A MUDANCA EM RELACAO A APURACAO ANTERIOR VAI PARA A ****
      ***** LISTA - A PRIMEIRA PONTUACAO DO CLIENTE NAO E MUDANCA *****
            IF NOT SCORE-EXISTE OR WS-FAIXA EQUAL WS-FAIXA-ANTERIOR
               GO TO P700-FIM
            END-IF

            ADD 1                        TO WS-QT-MUDANCAS
            MOVE WS-MEDIA-ATRASO         TO WS-MEDIA-EDIT

            MOVE 'D'                     TO WS-REL-ACAO
            MOVE SPACES                  TO WS-REL-LINHA
            STRING 'CLIENTE ' CD-CLIENTE ' ' NM-CLIENTE
                   ' FAIXA ' WS-FAIXA-ANTERIOR ' -> ' WS-FAIXA
                   ' SCORE ' SCR-VR-SCORE
                   ' ATRASO MEDIO ' WS-MEDIA-EDIT
                   ' RENEG ' SCR-QT-RENEGOCIACOES
                   ' PREJ ' SCR-QT-PREJUIZOS
                   DELIMITED BY SIZE INTO WS-REL-LINHA
            CALL 'RELWRT' USING WS-RELWRT
            .
       P700-FIM.
       P900-TOTAIS.

            MOVE 'T'                     TO WS-REL-ACAO
            MOVE SPACES                  TO WS-REL-LINHA
            STRING 'MUDARAM DE FAIXA: ' WS-QT-MUDANCAS
                   '  CLIENTES PONTUADOS: ' WS-QT-CLIENTES
                   '  PRIMEIRA PONTUACAO: ' WS-QT-NOVOS
                   DELIMITED BY SIZE INTO WS-REL-LINHA
            CALL 'RELWRT' USING WS-RELWRT

            MOVE 'D'                     TO WS-REL-ACAO
            MOVE SPACES                  TO WS-REL-LINHA
            STRING 'FAIXA A (BAIXO RISCO): ' WS-QT-FAIXA-A
                   '  B (MEDIO): ' WS-QT-FAIXA-B
                   '  C (ALTO): ' WS-QT-FAIXA-C
                   '  N (SEM HISTORICO): ' WS-QT-FAIXA-N
                   DELIMITED BY SIZE INTO WS-REL-LINHA
            CALL 'RELWRT' USING WS-RELWRT
            .
       P900-FIM.
       P950-FECHA-ENTRADAS.

            CLOSE CONTRATO CLIENTE

            IF RCP-ABERTO
               CLOSE RECPARC
            END-IF
            IF PRJ-ABERTO
               CLOSE PREJUIZO
            END-IF
            IF LNK-ABERTO
               CLOSE RENEGLNK
            END-IF
            .
       P950-FIM.
       END PROGRAM SCORECLI.
