      ******************************************************************
      * Author: ANDRE COSTA
      * Date: 15/10/2026
      * Purpose: EXCLUSAO DO CLIENTE DOS BIROS DE CREDITO NA QUITACAO.
      *          A BAIXA MANUAL (PAGPARC), O RETORNO BANCARIO (RETBANCO)
      *          E O RETORNO DA COBRANCA TERCEIRIZADA (RETCOBEX) CHAMAM
      *          ESTE SUBPROGRAMA QUANDO UMA PARCELA VIRA PAGA. SE O
      *          CONTRATO ESTA NEGATIVADO (ULTIMO EVENTO DO NEGHIST.DAT
      *          E INCLUSAO) E NAO SOBROU PARCELA EM ATRASO ALEM DO
      *          LIMITE DA NEGATIVACAO (FINPARM DIAS-NEGATIVACAO, A
      *          MESMA REGRA DO NEGATIVA), GRAVA O EVENTO DE EXCLUSAO
      *          NO HISTORICO E O REGISTRO DE EXCLUSAO NO ARQUIVO DE
      *          MOVIMENTO DOS BIROS (NEGMOV.TXT) NO MESMO DIA - O
      *          PRAZO LEGAL DE RETIRADA DEIXA DE DEPENDER DE ALGUEM
      *          LEMBRAR.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. NEGBAIXA.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
            DECIMAL-POINT IS COMMA.
            INPUT-OUTPUT SECTION.
            FILE-CONTROL.
                SELECT NEGHIST ASSIGN TO
                WS-ARQ-NEGHIST
                ORGANIZATION IS INDEXED
                ACCESS MODE  IS DYNAMIC
                RECORD KEY   IS CHAVE-NEGHIST
                FILE STATUS  IS WS-FS-NGH.
                SELECT CONTRATO ASSIGN TO
                WS-ARQ-CONTRATO
                ORGANIZATION IS INDEXED
                ACCESS MODE  IS DYNAMIC
                RECORD KEY   IS CHAVE-CONTRATO
                FILE STATUS  IS WS-FS.
                SELECT NEGMOV ASSIGN TO
                WS-ARQ-NEGMOV
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS  IS WS-FS-MOV.

       DATA DIVISION.
       FILE SECTION.
       FD NEGHIST.
          COPY FD_NEGHIST.

       FD CONTRATO.
          COPY FD_CONTRATO.

       FD NEGMOV.
       01 REG-NEGMOV                     PIC X(80).

       WORKING-STORAGE SECTION.
      ***** CAMINHOS FISICOS DOS ARQUIVOS - PRE-CARREGADOS COM O *****
      ***** PADRAO HISTORICO E RESOLVIDOS PELO ARQCONF NO INICIO *****
       77 WS-ARQ-NEGHIST             PIC X(68) VALUE
          'C:\CursoCOBOL\COBOL\01 - Basico\bin\NEGHIST.DAT'.
       77 WS-ARQ-CONTRATO            PIC X(68) VALUE
          'C:\CursoCOBOL\COBOL\01 - Basico\bin\CONTRATO.DAT'.
       77 WS-ARQ-NEGMOV              PIC X(68) VALUE
          'C:\CursoCOBOL\COBOL\01 - Basico\bin\NEGMOV.TXT'.
       77 WS-FS-NGH                      PIC 99.
          88 FS-NGH-OK                   VALUE 0.
       77 WS-FS                          PIC 99.
          88 FS-OK                       VALUE 0.
       77 WS-FS-MOV                      PIC 99.
       77 WS-EOF                         PIC X.
          88 EOF-OK                      VALUE 'S' FALSE 'N'.
       77 WS-DIAS-NEGATIVACAO            PIC 9(09)V99 VALUE 60.
       77 WS-DIAS-REF                    PIC 9(07).
       77 WS-DIAS-VENC                   PIC 9(07).
       77 WS-DT-VENC-UTIL                PIC 9(08).
       77 WS-DIAS-ATRASO                 PIC S9(05).
       77 WS-QT-ATRASO                   PIC 9(03) VALUE ZEROS.
       77 WS-PROXIMA-SEQ                 PIC 9(03) VALUE ZEROS.
       77 WS-ULTIMO-EVENTO               PIC X(01) VALUE SPACE.
          88 ULTIMO-INCLUSAO             VALUE 'I'.
       77 WS-CLIENTE-NEG                 PIC X(20) VALUE SPACES.
       77 WS-VR-DIVIDA-NEG               PIC 9(09)V99 VALUE ZEROS.
       77 WS-DT-VENC-NEG                 PIC 9(08) VALUE ZEROS.
      ***** LAYOUT DO MOVIMENTO DOS BIROS: TIPO 'I' INCLUSAO, *********
      ***** 'E' EXCLUSAO - O MESMO DO NEGATIVA ************************
       01 WS-MOV-DETALHE.
          03 WS-MOV-TIPO                 PIC X(01).
          03 WS-MOV-CONTRATO             PIC 9(06).
          03 WS-MOV-CLIENTE              PIC X(20).
          03 WS-MOV-NOME                 PIC X(20).
          03 WS-MOV-VENCIMENTO           PIC 9(08).
          03 WS-MOV-VALOR                PIC 9(09)V99.
          03 WS-MOV-DATA                 PIC 9(08).
          03 FILLER                      PIC X(06) VALUE SPACES.

       LINKAGE SECTION.
       01 LK-NUM-CONTRATO                PIC 9(06).
       01 LK-DATA                        PIC 9(08).
       01 LK-PROGRAMA                    PIC X(10).
       01 LK-RETIRADO                    PIC X(01).
          88 LK-CLIENTE-RETIRADO         VALUE 'S' FALSE 'N'.

       PROCEDURE DIVISION USING LK-NUM-CONTRATO LK-DATA LK-PROGRAMA
                                LK-RETIRADO.
       MAIN-PROCEDURE.

            SET LK-CLIENTE-RETIRADO      TO FALSE

      ***** RESOLVE OS CAMINHOS FISICOS PELO PERFIL DO ARQCONF ******
            CALL 'ARQCONF' USING 'NEGHIST.DAT     ' WS-ARQ-NEGHIST
            CALL 'ARQCONF' USING 'CONTRATO.DAT    ' WS-ARQ-CONTRATO
            CALL 'ARQCONF' USING 'NEGMOV.TXT      ' WS-ARQ-NEGMOV

      ***** SEM HISTORICO NINGUEM FOI NEGATIVADO AINDA ****************
            OPEN I-O NEGHIST
            IF NOT FS-NGH-OK
               GOBACK
            END-IF

            PERFORM P100-ULTIMO-EVENTO   THRU P100-FIM

            IF NOT ULTIMO-INCLUSAO
               CLOSE NEGHIST
               GOBACK
            END-IF

            CALL 'FINPARM' USING 'DIAS-NEGATIVACAO' WS-DIAS-NEGATIVACAO

      ***** SEM ACESSO AOS CONTRATOS A EXCLUSAO FICA PARA A ***********
      ***** VARREDURA DIARIA DO NEGATIVA ******************************
            OPEN INPUT CONTRATO
            IF NOT FS-OK
               CLOSE NEGHIST
               GOBACK
            END-IF

            PERFORM P200-CONTA-ATRASO    THRU P200-FIM

            CLOSE CONTRATO

            IF WS-QT-ATRASO GREATER THAN ZEROS
               CLOSE NEGHIST
               GOBACK
            END-IF

            PERFORM P300-GRAVA-EXCLUSAO  THRU P300-FIM

            CLOSE NEGHIST

            GOBACK.
       P100-ULTIMO-EVENTO.

      ***** O ULTIMO EVENTO DO CONTRATO E A SUA SITUACAO ATUAL ********
            MOVE SPACE                   TO WS-ULTIMO-EVENTO
            MOVE ZEROS                   TO WS-PROXIMA-SEQ
            MOVE LK-NUM-CONTRATO         TO NGH-NUM-CONTRATO
            MOVE ZEROS                   TO NGH-SEQUENCIA

            SET EOF-OK                   TO FALSE
            START NEGHIST KEY NOT LESS THAN CHAVE-NEGHIST
               INVALID KEY
                  SET EOF-OK             TO TRUE
            END-START

            PERFORM P110-LE-EVENTO       THRU P110-FIM UNTIL EOF-OK
            .
       P100-FIM.
       P110-LE-EVENTO.

            READ NEGHIST NEXT RECORD
               AT END
                  SET EOF-OK             TO TRUE
               NOT AT END
                  IF NGH-NUM-CONTRATO NOT EQUAL LK-NUM-CONTRATO
                     SET EOF-OK          TO TRUE
                  ELSE
                     MOVE NGH-SEQUENCIA  TO WS-PROXIMA-SEQ
                     MOVE NGH-EVENTO     TO WS-ULTIMO-EVENTO
                     MOVE NGH-CD-CLIENTE TO WS-CLIENTE-NEG
                     MOVE NGH-VR-DIVIDA  TO WS-VR-DIVIDA-NEG
                     MOVE NGH-DT-VENC-ANTIGO
                                          TO WS-DT-VENC-NEG
                  END-IF
            END-READ
            .
       P110-FIM.
       P200-CONTA-ATRASO.

      ***** PARCELA EM ABERTO OU EM PREJUIZO VENCIDA ALEM DO LIMITE ***
      ***** MANTEM A NEGATIVACAO **************************************
            MOVE ZEROS                   TO WS-QT-ATRASO
            COMPUTE WS-DIAS-REF = FUNCTION INTEGER-OF-DATE(LK-DATA)

            MOVE LK-NUM-CONTRATO         TO NUM-CONTRATO
            MOVE ZEROS                   TO NUM-PARCELA-CONTRATO

            SET EOF-OK                   TO FALSE
            START CONTRATO KEY NOT LESS THAN CHAVE-CONTRATO
               INVALID KEY
                  SET EOF-OK             TO TRUE
            END-START

            PERFORM P210-LE-PARCELA      THRU P210-FIM UNTIL EOF-OK
            .
       P200-FIM.
       P210-LE-PARCELA.

            READ CONTRATO NEXT RECORD
               AT END
                  SET EOF-OK             TO TRUE
               NOT AT END
                  IF NUM-CONTRATO NOT EQUAL LK-NUM-CONTRATO
                     SET EOF-OK          TO TRUE
                  ELSE
                     IF PARCELA-EM-ABERTO OR PARCELA-PREJUIZO
                        PERFORM P220-ATRASO-PARCELA THRU P220-FIM
                     END-IF
                  END-IF
            END-READ
            .
       P210-FIM.
       P220-ATRASO-PARCELA.

            MOVE DT-VENCIMENTO-PARCELA   TO WS-DT-VENC-UTIL
            CALL 'DIAUTIL' USING WS-DT-VENC-UTIL

            COMPUTE WS-DIAS-VENC =
                    FUNCTION INTEGER-OF-DATE(WS-DT-VENC-UTIL)
            COMPUTE WS-DIAS-ATRASO = WS-DIAS-REF - WS-DIAS-VENC

            IF WS-DIAS-ATRASO GREATER THAN WS-DIAS-NEGATIVACAO
               ADD 1                     TO WS-QT-ATRASO
            END-IF
            .
       P220-FIM.
       P300-GRAVA-EXCLUSAO.

            ADD 1                        TO WS-PROXIMA-SEQ

            INITIALIZE REG-NEGHIST
            MOVE LK-NUM-CONTRATO         TO NGH-NUM-CONTRATO
            MOVE WS-PROXIMA-SEQ          TO NGH-SEQUENCIA
            MOVE WS-CLIENTE-NEG          TO NGH-CD-CLIENTE
            SET NEG-EXCLUSAO             TO TRUE
            MOVE LK-DATA                 TO NGH-DATA
            MOVE WS-VR-DIVIDA-NEG        TO NGH-VR-DIVIDA
            MOVE WS-DT-VENC-NEG          TO NGH-DT-VENC-ANTIGO
            MOVE LK-PROGRAMA             TO NGH-PROGRAMA

            WRITE REG-NEGHIST
               INVALID KEY
                  DISPLAY 'ERRO AO GRAVAR A EXCLUSAO DA NEGATIVACAO: '
                          LK-NUM-CONTRATO
                  GO TO P300-FIM
            END-WRITE

            OPEN EXTEND NEGMOV
            IF WS-FS-MOV EQUAL 35
               OPEN OUTPUT NEGMOV
            END-IF

            IF WS-FS-MOV NOT EQUAL ZEROS
               DISPLAY '*** EXCLUSAO DO CONTRATO ' LK-NUM-CONTRATO
                       ' NAO FOI PARA O ARQUIVO DOS BIROS ***'
               GO TO P300-FIM
            END-IF

            MOVE 'E'                     TO WS-MOV-TIPO
            MOVE LK-NUM-CONTRATO         TO WS-MOV-CONTRATO
            MOVE WS-CLIENTE-NEG          TO WS-MOV-CLIENTE
            MOVE SPACES                  TO WS-MOV-NOME
            MOVE WS-DT-VENC-NEG          TO WS-MOV-VENCIMENTO
            MOVE WS-VR-DIVIDA-NEG        TO WS-MOV-VALOR
            MOVE LK-DATA                 TO WS-MOV-DATA
            MOVE WS-MOV-DETALHE          TO REG-NEGMOV
            WRITE REG-NEGMOV

            CLOSE NEGMOV

            SET LK-CLIENTE-RETIRADO      TO TRUE
            .
       P300-FIM.
       END PROGRAM NEGBAIXA.
