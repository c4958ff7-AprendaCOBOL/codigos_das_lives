      ******************************************************************
      * Author: ANDRE COSTA
      * Date: 15/10/2026
      * Purpose: NEGATIVACAO DE CLIENTES INADIMPLENTES NOS BIROS DE
      *          CREDITO (SPC/SERASA), COM OS DOIS PRAZOS LEGAIS
      *          CONTROLADOS PELO SISTEMA. RODA TODO DIA E VARRE O
      *          CONTRATO.DAT POR CONTRATO:
      *          - CONTRATO COM PARCELA EM ABERTO (OU EM PREJUIZO)
      *            VENCIDA HA MAIS DE FINPARM DIAS-NEGATIVACAO (PADRAO
      *            60) RECEBE O AVISO PREVIO OBRIGATORIO: PELA FILA DE
      *            NOTIFICACOES (NOTIFOUT.TXT, TEMPLATE NEGAVISO) QUANDO
      *            O CLIENTE TEM E-MAIL, SENAO POR CARTA (NEGCARTA.LST).
      *            O PRAZO DO AVISO: FINPARM DIAS-AVISO-NEG (PADRAO 10).
      *          - VENCIDO O PRAZO SEM PAGAMENTO, O CONTRATO VAI PARA O
      *            ARQUIVO DE MOVIMENTO DOS BIROS (NEGMOV.TXT, TIPO 'I'
      *            INCLUSAO); SE PAGOU DENTRO DO PRAZO, O AVISO E
      *            CANCELADO;
      *          - CONTRATO NEGATIVADO SEM ATRASO ALEM DO LIMITE E
      *            EXCLUIDO (TIPO 'E') - A EXCLUSAO NORMAL SAI NA HORA
      *            DA QUITACAO PELO NEGBAIXA; AQUI FICA A VARREDURA DO
      *            QUE FOI RESOLVIDO POR OUTROS CAMINHOS.
      *          CADA PASSO FICA NO HISTORICO POR CONTRATO
      *          (NEGHIST.DAT) E NO RELATORIO NEGATIVA.LST.
      * Update: 15/10/2026 - E-mail do cliente invalidado por devolucao
      *         (ST-EMAIL-CLIENTE) nao recebe o aviso previo pela fila;
      *         o aviso sai por carta, como para o cliente sem e-mail.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. NEGATIVA.

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
                SELECT CLIENTE ASSIGN TO
                WS-ARQ-CLIENTE
                ORGANIZATION IS INDEXED
                ACCESS MODE  IS RANDOM
                RECORD KEY   IS CD-CLIENTE
                ALTERNATE RECORD KEY IS NM-CLIENTE WITH DUPLICATES
                FILE STATUS  IS WS-FS-CLI.
                SELECT NEGHIST ASSIGN TO
                WS-ARQ-NEGHIST
                ORGANIZATION IS INDEXED
                ACCESS MODE  IS DYNAMIC
                RECORD KEY   IS CHAVE-NEGHIST
                FILE STATUS  IS WS-FS-NGH.
                SELECT NOTIFOUT ASSIGN TO
                WS-ARQ-NOTIFOUT
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS  IS WS-FS-OUT.
                SELECT CARTAS ASSIGN TO
                WS-ARQ-NEGCARTA
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS  IS WS-FS-CRT.
                SELECT NEGMOV ASSIGN TO
                WS-ARQ-NEGMOV
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS  IS WS-FS-MOV.

       DATA DIVISION.
       FILE SECTION.
       FD CONTRATO.
          COPY FD_CONTRATO.

       FD CLIENTE.
          COPY FD_CLIENTE.

       FD NEGHIST.
          COPY FD_NEGHIST.

       FD NOTIFOUT.
       01 REG-NOTIFOUT.
          03 OUT-DESTINO                 PIC X(30).
          03 FILLER                      PIC X(01).
          03 OUT-TEMPLATE                PIC X(08).
          03 FILLER                      PIC X(01).
          03 OUT-CAMPOS                  PIC X(60).

       FD CARTAS.
       01 REG-CARTA                      PIC X(100).

       FD NEGMOV.
       01 REG-NEGMOV                     PIC X(80).

       WORKING-STORAGE SECTION.
      ***** CAMINHOS FISICOS DOS ARQUIVOS - PRE-CARREGADOS COM O *****
      ***** PADRAO HISTORICO E RESOLVIDOS PELO ARQCONF NO INICIO *****
       77 WS-ARQ-CONTRATO            PIC X(68) VALUE
          'C:\CursoCOBOL\COBOL\01 - Basico\bin\CONTRATO.DAT'.
       77 WS-ARQ-CLIENTE             PIC X(68) VALUE
          'C:\CURSOCOBOL\COBOL\01 - BASICO\BIN\CLIENTE.DAT'.
       77 WS-ARQ-NEGHIST             PIC X(68) VALUE
          'C:\CursoCOBOL\COBOL\01 - Basico\bin\NEGHIST.DAT'.
       77 WS-ARQ-NOTIFOUT            PIC X(68) VALUE
          'C:\CursoCOBOL\COBOL\01 - Basico\bin\NOTIFOUT.TXT'.
       77 WS-ARQ-NEGCARTA            PIC X(68) VALUE
          'C:\CursoCOBOL\COBOL\01 - Basico\bin\NEGCARTA.LST'.
       77 WS-ARQ-NEGMOV              PIC X(68) VALUE
          'C:\CursoCOBOL\COBOL\01 - Basico\bin\NEGMOV.TXT'.
       77 WS-ARQ-NEGATIVA-LST        PIC X(68) VALUE
          'C:\CursoCOBOL\COBOL\01 - Basico\bin\NEGATIVA.LST'.
       77 WS-FS                          PIC 99.
          88 FS-OK                       VALUE 0.
       77 WS-FS-CLI                      PIC 99.
          88 FS-CLI-OK                   VALUE 0.
       77 WS-CLI-ABERTO                  PIC X VALUE 'N'.
          88 CLI-ABERTO                  VALUE 'S'.
       77 WS-FS-NGH                      PIC 99.
          88 FS-NGH-OK                   VALUE 0.
       77 WS-FS-OUT                      PIC 99.
       77 WS-FS-CRT                      PIC 99.
       77 WS-FS-MOV                      PIC 99.
       77 WS-EOF                         PIC X.
          88 EOF-OK                      VALUE 'S' FALSE 'N'.
       77 WS-EOF-NGH                     PIC X.
          88 EOF-NGH-OK                  VALUE 'S' FALSE 'N'.
       77 WS-DATA-MOVIMENTO              PIC 9(08) VALUE ZEROS.
       77 WS-CONTROLE-DATA               PIC X(01) VALUE 'N'.
       77 WS-DIAS-NEGATIVACAO            PIC 9(09)V99 VALUE 60.
       77 WS-DIAS-AVISO-NEG              PIC 9(09)V99 VALUE 10.
       77 WS-DT-PRAZO-AVISO              PIC 9(08) VALUE ZEROS.
       77 WS-DIAS-HOJE                   PIC 9(07).
       77 WS-DIAS-VENC                   PIC 9(07).
       77 WS-DT-VENC-UTIL                PIC 9(08).
       77 WS-DIAS-ATRASO                 PIC S9(05).
       77 WS-CONTRATO-ATUAL              PIC 9(06) VALUE ZEROS.
       77 WS-CLIENTE-ATUAL               PIC X(20) VALUE SPACES.
       77 WS-QT-ATRASO                   PIC 9(03) VALUE ZEROS.
       77 WS-VR-ATRASO                   PIC 9(09)V99 VALUE ZEROS.
       77 WS-DT-VENC-ANTIGO              PIC 9(08) VALUE ZEROS.
       77 WS-PROXIMA-SEQ                 PIC 9(03) VALUE ZEROS.
       77 WS-ULTIMO-EVENTO               PIC X(01) VALUE SPACE.
          88 ULTIMO-AVISO                VALUE 'A'.
          88 ULTIMO-INCLUSAO             VALUE 'I'.
       77 WS-ULTIMO-PRAZO                PIC 9(08) VALUE ZEROS.
       77 WS-ULTIMO-VALOR                PIC 9(09)V99 VALUE ZEROS.
       77 WS-ULTIMO-VENC                 PIC 9(08) VALUE ZEROS.
       77 WS-CLIENTE-ACHADO              PIC X VALUE 'N'.
          88 CLIENTE-ACHADO              VALUE 'S'.
       77 WS-EVENTO-NOVO                 PIC X(01) VALUE SPACE.
       77 WS-CANAL-NOVO                  PIC X(01) VALUE SPACE.
       77 WS-QT-AVISOS-EMAIL             PIC 9(05) VALUE ZEROS.
       77 WS-QT-AVISOS-CARTA             PIC 9(05) VALUE ZEROS.
       77 WS-QT-SEM-CADASTRO             PIC 9(05) VALUE ZEROS.
       77 WS-QT-NO-PRAZO                 PIC 9(05) VALUE ZEROS.
       77 WS-QT-CANCELADOS               PIC 9(05) VALUE ZEROS.
       77 WS-QT-INCLUSOES                PIC 9(05) VALUE ZEROS.
       77 WS-QT-NEGATIVADOS              PIC 9(05) VALUE ZEROS.
       77 WS-QT-EXCLUSOES                PIC 9(05) VALUE ZEROS.
       77 WS-QT-ERROS                    PIC 9(05) VALUE ZEROS.
       77 WS-VR-INCLUIDO                 PIC 9(11)V99 VALUE ZEROS.
       77 WS-VR-EDIT                     PIC ZZZ.ZZZ.ZZ9,99.
      ***** LAYOUT DO MOVIMENTO DOS BIROS: TIPO 'I' INCLUSAO, *********
      ***** 'E' EXCLUSAO - O MESMO DO NEGBAIXA ************************
       01 WS-MOV-DETALHE.
          03 WS-MOV-TIPO                 PIC X(01).
          03 WS-MOV-CONTRATO             PIC 9(06).
          03 WS-MOV-CLIENTE              PIC X(20).
          03 WS-MOV-NOME                 PIC X(20).
          03 WS-MOV-VENCIMENTO           PIC 9(08).
          03 WS-MOV-VALOR                PIC 9(09)V99.
          03 WS-MOV-DATA                 PIC 9(08).
          03 FILLER                      PIC X(06) VALUE SPACES.
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
            CALL 'ARQCONF' USING 'NEGHIST.DAT     ' WS-ARQ-NEGHIST
            CALL 'ARQCONF' USING 'NOTIFOUT.TXT    ' WS-ARQ-NOTIFOUT
            CALL 'ARQCONF' USING 'NEGCARTA.LST    ' WS-ARQ-NEGCARTA
            CALL 'ARQCONF' USING 'NEGMOV.TXT      ' WS-ARQ-NEGMOV

            CALL 'DTMOVIM' USING WS-DATA-MOVIMENTO WS-CONTROLE-DATA
            COMPUTE WS-DIAS-HOJE =
                    FUNCTION INTEGER-OF-DATE(WS-DATA-MOVIMENTO)

            CALL 'FINPARM' USING 'DIAS-NEGATIVACAO' WS-DIAS-NEGATIVACAO
            CALL 'FINPARM' USING 'DIAS-AVISO-NEG  ' WS-DIAS-AVISO-NEG

            COMPUTE WS-DT-PRAZO-AVISO = FUNCTION DATE-OF-INTEGER
                    (WS-DIAS-HOJE + WS-DIAS-AVISO-NEG)

            OPEN INPUT CONTRATO

            IF NOT FS-OK
               DISPLAY 'ERRO AO ABRIR O ARQUIVO DE CONTRATOS.'
               DISPLAY 'FILE STATUS: ' WS-FS
               MOVE 16                   TO RETURN-CODE
               GOBACK
            END-IF

            OPEN INPUT CLIENTE
            IF FS-CLI-OK
               MOVE 'S'                  TO WS-CLI-ABERTO
            ELSE
               DISPLAY 'AVISO: SEM ACESSO AO MESTRE DE CLIENTES - '
                       'NENHUM AVISO PREVIO SERA EMITIDO.'
            END-IF

            OPEN I-O NEGHIST

            IF WS-FS-NGH EQUAL 35
               OPEN OUTPUT NEGHIST
               CLOSE NEGHIST
               OPEN I-O NEGHIST
            END-IF

            IF NOT FS-NGH-OK
               DISPLAY 'ERRO AO ABRIR O HISTORICO DE NEGATIVACAO.'
               DISPLAY 'FILE STATUS: ' WS-FS-NGH
               PERFORM P950-FECHA-ENTRADAS THRU P950-FIM
               MOVE 16                   TO RETURN-CODE
               GOBACK
            END-IF

            OPEN EXTEND NOTIFOUT
            IF WS-FS-OUT EQUAL 35
               OPEN OUTPUT NOTIFOUT
            END-IF

            OPEN OUTPUT CARTAS

            OPEN EXTEND NEGMOV
            IF WS-FS-MOV EQUAL 35
               OPEN OUTPUT NEGMOV
            END-IF

            IF WS-FS-OUT NOT EQUAL ZEROS
               OR WS-FS-CRT NOT EQUAL ZEROS
               OR WS-FS-MOV NOT EQUAL ZEROS
               DISPLAY 'ERRO AO ABRIR OS ARQUIVOS DE SAIDA.'
               DISPLAY 'FILE STATUS NOTIFOUT/CARTAS/NEGMOV: '
                       WS-FS-OUT '/' WS-FS-CRT '/' WS-FS-MOV
               PERFORM P950-FECHA-ENTRADAS THRU P950-FIM
               CLOSE NEGHIST
               MOVE 16                   TO RETURN-CODE
               GOBACK
            END-IF

            MOVE 'A'                     TO WS-REL-ACAO
            MOVE WS-ARQ-NEGATIVA-LST     TO WS-REL-ARQUIVO
            CALL 'ARQCONF' USING 'NEGATIVA.LST    ' WS-REL-ARQUIVO
            MOVE 'NEGATIVACAO NOS BIROS DE CREDITO'
                                          TO WS-REL-TITULO
            CALL 'RELWRT' USING WS-RELWRT

            IF WS-REL-FS NOT EQUAL ZEROS
               DISPLAY 'ERRO AO ABRIR O RELATORIO DE NEGATIVACAO.'
               DISPLAY 'FILE STATUS: ' WS-REL-FS
               PERFORM P950-FECHA-ENTRADAS THRU P950-FIM
               CLOSE NEGHIST NOTIFOUT CARTAS NEGMOV
               MOVE 16                   TO RETURN-CODE
               GOBACK
            END-IF

            MOVE 'D'                     TO WS-REL-ACAO
            MOVE SPACES                  TO WS-REL-LINHA
            STRING 'ATRASO LIMITE: ' WS-DIAS-NEGATIVACAO(6:4)
                   ' DIAS  PRAZO DO AVISO: ' WS-DIAS-AVISO-NEG(6:4)
                   ' DIAS  MOVIMENTO: ' WS-DATA-MOVIMENTO
                   DELIMITED BY SIZE INTO WS-REL-LINHA
            CALL 'RELWRT' USING WS-RELWRT

            SET EOF-OK                   TO FALSE
            PERFORM P200-LE-PARCELA      THRU P200-FIM UNTIL EOF-OK

            IF WS-CONTRATO-ATUAL NOT EQUAL ZEROS
               PERFORM P500-FECHA-CONTRATO THRU P500-FIM
            END-IF

            PERFORM P900-TOTAIS          THRU P900-FIM

            MOVE 'F'                     TO WS-REL-ACAO
            CALL 'RELWRT' USING WS-RELWRT

            PERFORM P950-FECHA-ENTRADAS  THRU P950-FIM
            CLOSE NEGHIST NOTIFOUT CARTAS NEGMOV

            IF WS-QT-ERROS GREATER THAN ZEROS
               MOVE 16                   TO RETURN-CODE
            END-IF

            DISPLAY '*** RESUMO DA NEGATIVACAO ***'
            DISPLAY 'AVISOS POR E-MAIL....: ' WS-QT-AVISOS-EMAIL
            DISPLAY 'AVISOS POR CARTA.....: ' WS-QT-AVISOS-CARTA
            DISPLAY 'INCLUSOES NOS BIROS..: ' WS-QT-INCLUSOES
            DISPLAY 'EXCLUSOES NOS BIROS..: ' WS-QT-EXCLUSOES
            DISPLAY 'MOVIMENTO DOS BIROS EM NEGMOV.TXT'

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
                     MOVE ZEROS          TO WS-QT-ATRASO
                                            WS-VR-ATRASO
                                            WS-DT-VENC-ANTIGO
                  END-IF
                  IF PARCELA-EM-ABERTO OR PARCELA-PREJUIZO
                     PERFORM P300-ATRASO-PARCELA THRU P300-FIM
                  END-IF
            END-READ
            .
       P200-FIM.
       P300-ATRASO-PARCELA.

      ***** VENCIMENTO EM FIM DE SEMANA OU FERIADO VALE ATE O DIA *****
      ***** UTIL SEGUINTE - MESMA REGRA DO RELATRAS E DO NEGBAIXA *****
            MOVE DT-VENCIMENTO-PARCELA   TO WS-DT-VENC-UTIL
            CALL 'DIAUTIL' USING WS-DT-VENC-UTIL

            COMPUTE WS-DIAS-VENC =
                    FUNCTION INTEGER-OF-DATE(WS-DT-VENC-UTIL)
            COMPUTE WS-DIAS-ATRASO = WS-DIAS-HOJE - WS-DIAS-VENC

            IF WS-DIAS-ATRASO NOT GREATER THAN WS-DIAS-NEGATIVACAO
               GO TO P300-FIM
            END-IF

            ADD 1                        TO WS-QT-ATRASO
            ADD VR-PARCELA-TOTAL         TO WS-VR-ATRASO
            IF WS-DT-VENC-ANTIGO EQUAL ZEROS
               OR DT-VENCIMENTO-PARCELA LESS THAN WS-DT-VENC-ANTIGO
               MOVE DT-VENCIMENTO-PARCELA TO WS-DT-VENC-ANTIGO
            END-IF
            .
       P300-FIM.
       P500-FECHA-CONTRATO.

            PERFORM P510-ULTIMO-EVENTO   THRU P510-FIM

            EVALUATE TRUE
               WHEN ULTIMO-AVISO
                  PERFORM P600-TRATA-AVISADO THRU P600-FIM
               WHEN ULTIMO-INCLUSAO
                  PERFORM P700-TRATA-NEGATIVADO THRU P700-FIM
               WHEN OTHER
                  IF WS-QT-ATRASO GREATER THAN ZEROS
                     PERFORM P800-EMITE-AVISO THRU P800-FIM
                  END-IF
            END-EVALUATE
            .
       P500-FIM.
       P510-ULTIMO-EVENTO.

      ***** O ULTIMO EVENTO DO CONTRATO E A SUA SITUACAO ATUAL ********
            MOVE SPACE                   TO WS-ULTIMO-EVENTO
            MOVE ZEROS                   TO WS-PROXIMA-SEQ
                                            WS-ULTIMO-PRAZO
                                            WS-ULTIMO-VALOR
                                            WS-ULTIMO-VENC
            MOVE WS-CONTRATO-ATUAL       TO NGH-NUM-CONTRATO
            MOVE ZEROS                   TO NGH-SEQUENCIA

            SET EOF-NGH-OK               TO FALSE
            START NEGHIST KEY NOT LESS THAN CHAVE-NEGHIST
               INVALID KEY
                  SET EOF-NGH-OK         TO TRUE
            END-START

            PERFORM P520-LE-EVENTO       THRU P520-FIM UNTIL EOF-NGH-OK
            .
       P510-FIM.
       P520-LE-EVENTO.

            READ NEGHIST NEXT RECORD
               AT END
                  SET EOF-NGH-OK         TO TRUE
               NOT AT END
                  IF NGH-NUM-CONTRATO NOT EQUAL WS-CONTRATO-ATUAL
                     SET EOF-NGH-OK      TO TRUE
                  ELSE
                     MOVE NGH-SEQUENCIA  TO WS-PROXIMA-SEQ
                     MOVE NGH-EVENTO     TO WS-ULTIMO-EVENTO
                     MOVE NGH-DT-PRAZO   TO WS-ULTIMO-PRAZO
                     MOVE NGH-VR-DIVIDA  TO WS-ULTIMO-VALOR
                     MOVE NGH-DT-VENC-ANTIGO
                                          TO WS-ULTIMO-VENC
                  END-IF
            END-READ
            .
       P520-FIM.
       P600-TRATA-AVISADO.

      ***** PAGOU DENTRO DO PRAZO DO AVISO: O AVISO E CANCELADO *******
            IF WS-QT-ATRASO EQUAL ZEROS
               MOVE 'C'                  TO WS-EVENTO-NOVO
               MOVE SPACE                TO WS-CANAL-NOVO
               PERFORM P850-GRAVA-EVENTO THRU P850-FIM
               ADD 1                     TO WS-QT-CANCELADOS
               MOVE 'AVISO CANCELADO - PAGO NO PRAZO'
                                          TO WS-REL-LINHA(40:)
               PERFORM P870-LINHA-RELATORIO THRU P870-FIM
               GO TO P600-FIM
            END-IF

      ***** O PRAZO LEGAL DO AVISO AINDA CORRE ************************
            IF WS-DATA-MOVIMENTO NOT GREATER THAN WS-ULTIMO-PRAZO
               ADD 1                     TO WS-QT-NO-PRAZO
               GO TO P600-FIM
            END-IF

      ***** PRAZO VENCIDO SEM PAGAMENTO: INCLUSAO NOS BIROS ***********
            MOVE 'I'                     TO WS-EVENTO-NOVO
            MOVE SPACE                   TO WS-CANAL-NOVO
            PERFORM P850-GRAVA-EVENTO    THRU P850-FIM

            MOVE 'I'                     TO WS-MOV-TIPO
            MOVE WS-VR-ATRASO            TO WS-MOV-VALOR
            MOVE WS-DT-VENC-ANTIGO       TO WS-MOV-VENCIMENTO
            PERFORM P860-GRAVA-MOVIMENTO THRU P860-FIM

            ADD 1                        TO WS-QT-INCLUSOES
            ADD WS-VR-ATRASO             TO WS-VR-INCLUIDO
            MOVE 'INCLUSAO NOS BIROS'    TO WS-REL-LINHA(40:)
            PERFORM P870-LINHA-RELATORIO THRU P870-FIM
            .
       P600-FIM.
       P700-TRATA-NEGATIVADO.

            IF WS-QT-ATRASO GREATER THAN ZEROS
               ADD 1                     TO WS-QT-NEGATIVADOS
               GO TO P700-FIM
            END-IF

      ***** NEGATIVADO SEM ATRASO ALEM DO LIMITE: A QUITACAO VEIO *****
      ***** POR UM CAMINHO QUE NAO CHAMOU O NEGBAIXA - EXCLUI AGORA ***
            MOVE 'E'                     TO WS-EVENTO-NOVO
            MOVE SPACE                   TO WS-CANAL-NOVO
            MOVE WS-ULTIMO-VALOR         TO WS-VR-ATRASO
            MOVE WS-ULTIMO-VENC          TO WS-DT-VENC-ANTIGO
            PERFORM P850-GRAVA-EVENTO    THRU P850-FIM

            MOVE 'E'                     TO WS-MOV-TIPO
            MOVE WS-ULTIMO-VALOR         TO WS-MOV-VALOR
            MOVE WS-ULTIMO-VENC          TO WS-MOV-VENCIMENTO
            PERFORM P860-GRAVA-MOVIMENTO THRU P860-FIM

            ADD 1                        TO WS-QT-EXCLUSOES
            MOVE 'EXCLUSAO DOS BIROS'    TO WS-REL-LINHA(40:)
            PERFORM P870-LINHA-RELATORIO THRU P870-FIM
            .
       P700-FIM.
       P800-EMITE-AVISO.

      ***** SEM CADASTRO DO CLIENTE NAO HA COMO AVISAR - E SEM AVISO **
      ***** PREVIO NAO HA NEGATIVACAO *********************************
            PERFORM P810-LE-CLIENTE      THRU P810-FIM

            IF NOT CLIENTE-ACHADO
               ADD 1                     TO WS-QT-SEM-CADASTRO
               MOVE 'SEM CADASTRO - AVISO NAO EMITIDO'
                                          TO WS-REL-LINHA(40:)
               PERFORM P870-LINHA-RELATORIO THRU P870-FIM
               GO TO P800-FIM
            END-IF

            IF EM-CLIENTE NOT EQUAL SPACES
               AND NOT EMAIL-CLIENTE-INVALIDO
               PERFORM P820-AVISO-EMAIL  THRU P820-FIM
               MOVE 'E'                  TO WS-CANAL-NOVO
               ADD 1                     TO WS-QT-AVISOS-EMAIL
               MOVE 'AVISO PREVIO POR E-MAIL'
                                          TO WS-REL-LINHA(40:)
            ELSE
               PERFORM P830-AVISO-CARTA  THRU P830-FIM
               MOVE 'C'                  TO WS-CANAL-NOVO
               ADD 1                     TO WS-QT-AVISOS-CARTA
               MOVE 'AVISO PREVIO POR CARTA'
                                          TO WS-REL-LINHA(40:)
            END-IF

            MOVE 'A'                     TO WS-EVENTO-NOVO
            PERFORM P850-GRAVA-EVENTO    THRU P850-FIM
            PERFORM P870-LINHA-RELATORIO THRU P870-FIM
            .
       P800-FIM.
       P810-LE-CLIENTE.

            MOVE 'N'                     TO WS-CLIENTE-ACHADO
            MOVE SPACES                  TO REG-CLIENTE

            IF NOT CLI-ABERTO
               GO TO P810-FIM
            END-IF

            IF WS-CLIENTE-ATUAL(1:3) IS NOT NUMERIC
               GO TO P810-FIM
            END-IF

            MOVE WS-CLIENTE-ATUAL(1:3)   TO CD-CLIENTE
            READ CLIENTE
               INVALID KEY
                  MOVE SPACES            TO REG-CLIENTE
               NOT INVALID KEY
                  MOVE 'S'               TO WS-CLIENTE-ACHADO
            END-READ
            .
       P810-FIM.
       P820-AVISO-EMAIL.

            MOVE SPACES                  TO REG-NOTIFOUT
            MOVE EM-CLIENTE              TO OUT-DESTINO
            MOVE 'NEGAVISO'              TO OUT-TEMPLATE
            MOVE SPACES                  TO OUT-CAMPOS
            STRING WS-CONTRATO-ATUAL ';' WS-VR-ATRASO ';'
                   WS-DT-VENC-ANTIGO ';' WS-DT-PRAZO-AVISO
                   DELIMITED BY SIZE INTO OUT-CAMPOS
            WRITE REG-NOTIFOUT
            .
       P820-FIM.
       P830-AVISO-CARTA.

            MOVE '============================================='
                                          TO REG-CARTA
            WRITE REG-CARTA

            MOVE SPACES                  TO REG-CARTA
            STRING 'AVISO PREVIO DE INCLUSAO EM CADASTRO DE '
                   'INADIMPLENTES - ' WS-DATA-MOVIMENTO
                   DELIMITED BY SIZE INTO REG-CARTA
            WRITE REG-CARTA

            MOVE SPACES                  TO REG-CARTA
            STRING 'A(O): ' NM-CLIENTE ' (CLIENTE ' CD-CLIENTE ')'
                   DELIMITED BY SIZE INTO REG-CARTA
            WRITE REG-CARTA

            MOVE SPACES                  TO REG-CARTA
            STRING '      ' EN-CLIENTE ' - ' CI-CLIENTE '/'
                   UF-CLIENTE
                   DELIMITED BY SIZE INTO REG-CARTA
            WRITE REG-CARTA

            MOVE SPACES                  TO REG-CARTA
            WRITE REG-CARTA

            MOVE SPACES                  TO REG-CARTA
            STRING 'O CONTRATO ' WS-CONTRATO-ATUAL
                   ' TEM PARCELAS VENCIDAS DESDE ' WS-DT-VENC-ANTIGO
                   ' NO VALOR DE ' WS-VR-ATRASO '.'
                   DELIMITED BY SIZE INTO REG-CARTA
            WRITE REG-CARTA

            MOVE SPACES                  TO REG-CARTA
            STRING 'SEM A REGULARIZACAO ATE ' WS-DT-PRAZO-AVISO
                   ', O SEU NOME SERA INCLUIDO NOS ORGAOS DE'
                   DELIMITED BY SIZE INTO REG-CARTA
            WRITE REG-CARTA

            MOVE 'PROTECAO AO CREDITO (SPC/SERASA).'
                                          TO REG-CARTA
            WRITE REG-CARTA

            MOVE SPACES                  TO REG-CARTA
            WRITE REG-CARTA
            .
       P830-FIM.
       P850-GRAVA-EVENTO.

            ADD 1                        TO WS-PROXIMA-SEQ

            INITIALIZE REG-NEGHIST
            MOVE WS-CONTRATO-ATUAL       TO NGH-NUM-CONTRATO
            MOVE WS-PROXIMA-SEQ          TO NGH-SEQUENCIA
            MOVE WS-CLIENTE-ATUAL        TO NGH-CD-CLIENTE
            MOVE WS-EVENTO-NOVO          TO NGH-EVENTO
            MOVE WS-DATA-MOVIMENTO       TO NGH-DATA
            IF NEG-AVISO
               MOVE WS-DT-PRAZO-AVISO    TO NGH-DT-PRAZO
            END-IF
            MOVE WS-VR-ATRASO            TO NGH-VR-DIVIDA
            MOVE WS-DT-VENC-ANTIGO       TO NGH-DT-VENC-ANTIGO
            MOVE WS-CANAL-NOVO           TO NGH-CANAL
            MOVE 'NEGATIVA'              TO NGH-PROGRAMA

            WRITE REG-NEGHIST
               INVALID KEY
                  DISPLAY 'ERRO AO GRAVAR O HISTORICO DE NEGATIVACAO: '
                          WS-CONTRATO-ATUAL
                  ADD 1                  TO WS-QT-ERROS
            END-WRITE
            .
       P850-FIM.
       P860-GRAVA-MOVIMENTO.

            MOVE WS-CONTRATO-ATUAL       TO WS-MOV-CONTRATO
            MOVE WS-CLIENTE-ATUAL        TO WS-MOV-CLIENTE
            PERFORM P810-LE-CLIENTE      THRU P810-FIM
            MOVE NM-CLIENTE              TO WS-MOV-NOME
            MOVE WS-DATA-MOVIMENTO       TO WS-MOV-DATA
            MOVE WS-MOV-DETALHE          TO REG-NEGMOV
            WRITE REG-NEGMOV
            .
       P860-FIM.
       P870-LINHA-RELATORIO.

            MOVE 'D'                     TO WS-REL-ACAO
            MOVE WS-CONTRATO-ATUAL       TO WS-REL-LINHA(1:6)
            MOVE WS-CLIENTE-ATUAL(1:3)   TO WS-REL-LINHA(8:3)
            MOVE WS-VR-ATRASO            TO WS-VR-EDIT
            MOVE WS-VR-EDIT              TO WS-REL-LINHA(12:14)
            MOVE WS-DT-VENC-ANTIGO       TO WS-REL-LINHA(28:8)
            CALL 'RELWRT' USING WS-RELWRT
            MOVE SPACES                  TO WS-REL-LINHA
            .
       P870-FIM.
       P900-TOTAIS.

            MOVE 'T'                     TO WS-REL-ACAO
            MOVE SPACES                  TO WS-REL-LINHA
            STRING 'AVISOS E-MAIL: ' WS-QT-AVISOS-EMAIL
                   '  CARTA: ' WS-QT-AVISOS-CARTA
                   '  SEM CADASTRO: ' WS-QT-SEM-CADASTRO
                   DELIMITED BY SIZE INTO WS-REL-LINHA
            CALL 'RELWRT' USING WS-RELWRT

            MOVE 'D'                     TO WS-REL-ACAO
            MOVE SPACES                  TO WS-REL-LINHA
            STRING 'AVISOS NO PRAZO: ' WS-QT-NO-PRAZO
                   '  CANCELADOS: ' WS-QT-CANCELADOS
                   DELIMITED BY SIZE INTO WS-REL-LINHA
            CALL 'RELWRT' USING WS-RELWRT

            MOVE SPACES                  TO WS-REL-LINHA
            STRING 'INCLUSOES: ' WS-QT-INCLUSOES
                   ' (VALOR ' WS-VR-INCLUIDO ')'
                   '  SEGUEM NEGATIVADOS: ' WS-QT-NEGATIVADOS
                   '  EXCLUSOES: ' WS-QT-EXCLUSOES
                   DELIMITED BY SIZE INTO WS-REL-LINHA
            CALL 'RELWRT' USING WS-RELWRT
            .
       P900-FIM.
       P950-FECHA-ENTRADAS.

            IF CLI-ABERTO
               CLOSE CLIENTE
            END-IF
            CLOSE CONTRATO
            .
       P950-FIM.
       END PROGRAM NEGATIVA.
