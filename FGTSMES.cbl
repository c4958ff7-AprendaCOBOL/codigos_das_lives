      ******************************************************************
      * Author: ANDRE COSTA
      * Date: 15/10/2026
      * Purpose: FGTS DO MES E MOVIMENTO MENSAL DE RH PARA O GOVERNO.
      *          NA COMPETENCIA (O MES DA DATA DE MOVIMENTO OU A
      *          INFORMADA), CALCULA O DEPOSITO DO FGTS (PERCENTUAL DO
      *          FINPARM, PADRAO 8%) SOBRE O BRUTO DE CADA FUNCIONARIO
      *          NO HISTORICO FOLHHIST.DAT - EM NOVEMBRO MAIS A 1A
      *          PARCELA DO 13O (AAAA13) E EM DEZEMBRO MAIS A 2A
      *          (AAAA14, JA COM O 13O DOS DESLIGADOS NO ANO) - E
      *          IMPRIME OS TOTAIS DA GUIA DE DEPOSITO. GERA TAMBEM O
      *          MOVIMENTO MOVRH.TXT COM AS ADMISSOES DO MES
      *          (FUNCIONARIO.DAT/EXFUNC.DAT), OS DESLIGAMENTOS COM O
      *          MOTIVO (EXFUNC.DAT) E AS ALTERACOES DE SALARIO/CARGO
      *          (SALHIST.DAT). COM QUALQUER CAMPO OBRIGATORIO FALTANDO
      *          O ARQUIVO NAO E GERADO (RETORNO 8) E O RELATORIO
      *          FGTSMES.LST LISTA OS FUNCIONARIOS PENDENTES. RETORNO 4
      *          QUANDO A COMPETENCIA NAO TEM FOLHA NO HISTORICO.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. FGTSMES.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
            DECIMAL-POINT IS COMMA.
            INPUT-OUTPUT SECTION.
            FILE-CONTROL.
                SELECT FOLHHIST ASSIGN TO
                WS-ARQ-FOLHHIST
                ORGANIZATION IS INDEXED
                ACCESS MODE  IS DYNAMIC
                RECORD KEY   IS CHAVE-FOLHHIST
                FILE STATUS  IS WS-FS-HST.
                SELECT FUNCIONARIO ASSIGN TO
                WS-ARQ-FUNCIONARIO
                ORGANIZATION IS INDEXED
                ACCESS MODE  IS DYNAMIC
                RECORD KEY   IS CD-FUNCIONARIO OF REG-FUNCIONARIO
                FILE STATUS  IS WS-FS.
                SELECT EXFUNC ASSIGN TO
                WS-ARQ-EXFUNC
                ORGANIZATION IS INDEXED
                ACCESS MODE  IS DYNAMIC
                RECORD KEY   IS CD-FUNCIONARIO OF REG-EXFUNC
                FILE STATUS  IS WS-FS-EXF.
                SELECT SALHIST ASSIGN TO
                WS-ARQ-SALHIST
                ORGANIZATION IS INDEXED
                ACCESS MODE  IS DYNAMIC
                RECORD KEY   IS CHAVE-SALHIST
                FILE STATUS  IS WS-FS-SLH.
                SELECT MOVRH ASSIGN TO
                WS-ARQ-MOVRH
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS  IS WS-FS-MRH.
                SELECT RELATORIO ASSIGN TO
                WS-ARQ-FGTSMES
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS  IS WS-FS-REL.

       DATA DIVISION.
       FILE SECTION.
       FD FOLHHIST.
          COPY FD_FOLHHIST.

       FD FUNCIONARIO.
          COPY FD_FUNCIONARIO.

       FD EXFUNC.
          COPY FD_EXFUNC.

       FD SALHIST.
          COPY FD_SALHIST.

       FD MOVRH.
          COPY FD_MOVRH.

       FD RELATORIO.
       01 REG-RELATORIO                  PIC X(100).

       WORKING-STORAGE SECTION.
      ***** CAMINHOS FISICOS DOS ARQUIVOS - PRE-CARREGADOS COM O *****
      ***** PADRAO HISTORICO E RESOLVIDOS PELO ARQCONF NO INICIO *****
       77 WS-ARQ-FOLHHIST            PIC X(68) VALUE
          'C:\CursoCOBOL\COBOL\01 - Basico\bin\FOLHHIST.DAT'.
       77 WS-ARQ-FUNCIONARIO         PIC X(68) VALUE
          'C:\CursoCOBOL\COBOL\01 - Basico\bin\FUNCIONARIO.DAT'.
       77 WS-ARQ-EXFUNC              PIC X(68) VALUE
          'C:\CursoCOBOL\COBOL\01 - Basico\bin\EXFUNC.DAT'.
       77 WS-ARQ-SALHIST             PIC X(68) VALUE
          'C:\CursoCOBOL\COBOL\01 - Basico\bin\SALHIST.DAT'.
       77 WS-ARQ-MOVRH               PIC X(68) VALUE
          'C:\CursoCOBOL\COBOL\01 - Basico\bin\MOVRH.TXT'.
       77 WS-ARQ-FGTSMES             PIC X(68) VALUE
          'C:\CursoCOBOL\COBOL\01 - Basico\bin\FGTSMES.LST'.
       77 WS-FS                          PIC 99.
          88 FS-OK                       VALUE 0.
       77 WS-FS-HST                      PIC 99.
          88 FS-HST-OK                   VALUE 0.
       77 WS-FS-EXF                      PIC 99.
          88 FS-EXF-OK                   VALUE 0.
       77 WS-EXF-ABERTO                  PIC X VALUE 'N'.
          88 EXF-ABERTO                  VALUE 'S'.
       77 WS-FS-SLH                      PIC 99.
          88 FS-SLH-OK                   VALUE 0.
       77 WS-SLH-ABERTO                  PIC X VALUE 'N'.
          88 SLH-ABERTO                  VALUE 'S'.
       77 WS-FS-MRH                      PIC 99.
          88 FS-MRH-OK                   VALUE 0.
       77 WS-FS-REL                      PIC 99.
       77 WS-EOF                         PIC X.
          88 EOF-OK                      VALUE 'S' FALSE 'N'.
       77 WS-DATA-MOVIMENTO              PIC 9(08) VALUE ZEROS.
       77 WS-CONTROLE-DATA               PIC X(01) VALUE 'N'.
       77 WS-COMPETENCIA                 PIC 9(06) VALUE ZEROS.
       77 WS-COMPETENCIA-INF             PIC 9(06) VALUE ZEROS.
       77 WS-PC-FGTS                     PIC 9(09)V99 VALUE 8.
      ***** FGTS: A COMPETENCIA DO MES E, EM NOVEMBRO/DEZEMBRO, A ******
      ***** PARCELA DO 13O PAGA NELE **********************************
       77 WS-COMP-FGTS                   PIC 9(06) VALUE ZEROS.
       77 WS-TIPO-FGTS                   PIC X(11) VALUE SPACES.
       77 WS-VR-BASE                     PIC 9(07)V99 VALUE ZEROS.
       77 WS-VR-FGTS                     PIC 9(07)V99 VALUE ZEROS.
       77 WS-QT-FGTS                     PIC 9(05) VALUE ZEROS.
       77 WS-VR-BASE-TIPO                PIC 9(11)V99 VALUE ZEROS.
       77 WS-VR-FGTS-TIPO                PIC 9(11)V99 VALUE ZEROS.
       77 WS-QT-FGTS-TIPO                PIC 9(05) VALUE ZEROS.
       77 WS-VR-BASE-GERAL               PIC 9(11)V99 VALUE ZEROS.
       77 WS-VR-FGTS-GERAL               PIC 9(11)V99 VALUE ZEROS.
      ***** MOVIMENTO DE RH: UMA VARREDURA DE VALIDACAO E, SEM *******
      ***** PENDENCIAS, A DE GERACAO **********************************
       77 WS-FASE                        PIC X(01) VALUE 'V'.
          88 FASE-VALIDACAO              VALUE 'V'.
          88 FASE-GERACAO                VALUE 'G'.
       77 WS-MOTIVO-PEND                 PIC X(30) VALUE SPACES.
       77 WS-QT-PENDENCIAS               PIC 9(05) VALUE ZEROS.
       77 WS-QT-ADMISSOES                PIC 9(05) VALUE ZEROS.
       77 WS-QT-DESLIGAMENTOS            PIC 9(05) VALUE ZEROS.
       77 WS-QT-ALTERACOES               PIC 9(05) VALUE ZEROS.
       01 WS-EVENTO.
          03 WS-EVT-TIPO                 PIC X(01).
             88 EVT-ADMISSAO             VALUE 'A'.
             88 EVT-DESLIGAMENTO         VALUE 'D'.
             88 EVT-ALTERACAO            VALUE 'S'.
          03 WS-EVT-CD-FUNC              PIC 9(04).
          03 WS-EVT-NM-FUNC              PIC X(30).
          03 WS-EVT-SX-FUNC              PIC X(01).
             88 EVT-SEXO-VALIDO          VALUE 'M' 'F'.
          03 WS-EVT-CEP-FUNC             PIC 9(08).
          03 WS-EVT-DT-EVENTO            PIC 9(08).
          03 WS-EVT-CG-FUNC              PIC X(20).
          03 WS-EVT-VR-SALARIO           PIC 9(07)V99.
          03 WS-EVT-VR-SALARIO-ANT       PIC 9(07)V99.
          03 WS-EVT-MOTIVO               PIC X(20).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.

      ***** RETURN-CODE E REGISTRADOR COMPARTILHADO: UM PASSO *********
      ***** ANTERIOR COM FALHA NAO PODE CONTAMINAR ESTE PASSO *********
            MOVE ZERO                    TO RETURN-CODE

      ***** RESOLVE OS CAMINHOS FISICOS PELO PERFIL DO ARQCONF ******
            CALL 'ARQCONF' USING 'FOLHHIST.DAT    ' WS-ARQ-FOLHHIST
            CALL 'ARQCONF' USING 'FUNCIONARIO.DAT ' WS-ARQ-FUNCIONARIO
            CALL 'ARQCONF' USING 'EXFUNC.DAT      ' WS-ARQ-EXFUNC
            CALL 'ARQCONF' USING 'SALHIST.DAT     ' WS-ARQ-SALHIST
            CALL 'ARQCONF' USING 'MOVRH.TXT       ' WS-ARQ-MOVRH
            CALL 'ARQCONF' USING 'FGTSMES.LST     ' WS-ARQ-FGTSMES

            CALL 'FINPARM' USING 'PC-FGTS         ' WS-PC-FGTS

            CALL 'DTMOVIM' USING WS-DATA-MOVIMENTO WS-CONTROLE-DATA
            MOVE WS-DATA-MOVIMENTO(1:6)  TO WS-COMPETENCIA

            DISPLAY '*** FGTS E MOVIMENTO MENSAL DE RH ***'
            DISPLAY 'Competencia (AAAAMM) ou zero para '
                    WS-COMPETENCIA ': '
            ACCEPT WS-COMPETENCIA-INF
            IF WS-COMPETENCIA-INF NOT EQUAL ZEROS
               MOVE WS-COMPETENCIA-INF   TO WS-COMPETENCIA
            END-IF

            IF WS-COMPETENCIA(5:2) LESS THAN '01'
               OR WS-COMPETENCIA(5:2) GREATER THAN '12'
               DISPLAY 'COMPETENCIA INVALIDA - O 13O ENTRA NO FGTS DE '
                       'NOVEMBRO E DEZEMBRO.'
               MOVE 16                   TO RETURN-CODE
               GOBACK
            END-IF

            OPEN INPUT FOLHHIST

            IF NOT FS-HST-OK
               DISPLAY 'HISTORICO DE FOLHA INDISPONIVEL.'
               DISPLAY 'FILE STATUS: ' WS-FS-HST
               MOVE 16                   TO RETURN-CODE
               GOBACK
            END-IF

            OPEN INPUT FUNCIONARIO

            IF NOT FS-OK
               DISPLAY 'ERRO AO ABRIR O CADASTRO DE FUNCIONARIOS.'
               DISPLAY 'FILE STATUS: ' WS-FS
               CLOSE FOLHHIST
               MOVE 16                   TO RETURN-CODE
               GOBACK
            END-IF

            OPEN OUTPUT RELATORIO

            IF WS-FS-REL NOT EQUAL ZEROS
               DISPLAY 'ERRO AO ABRIR O RELATORIO DO FGTS.'
               DISPLAY 'FILE STATUS: ' WS-FS-REL
               CLOSE FOLHHIST FUNCIONARIO
               MOVE 16                   TO RETURN-CODE
               GOBACK
            END-IF

      ***** SEM EXFUNC NAO HOUVE DESLIGAMENTO; SEM SALHIST, REAJUSTE **
            OPEN INPUT EXFUNC
            IF FS-EXF-OK
               MOVE 'S'                  TO WS-EXF-ABERTO
            END-IF

            OPEN INPUT SALHIST
            IF FS-SLH-OK
               MOVE 'S'                  TO WS-SLH-ABERTO
            END-IF

            MOVE SPACES                  TO REG-RELATORIO
            STRING 'FGTS E MOVIMENTO DE RH - COMPETENCIA '
                   WS-COMPETENCIA
                   ' - PROCESSADO EM ' WS-DATA-MOVIMENTO
                   DELIMITED BY SIZE INTO REG-RELATORIO
            WRITE REG-RELATORIO

            PERFORM P100-FGTS            THRU P100-FIM
            PERFORM P200-MOVIMENTO       THRU P200-FIM

            IF EXF-ABERTO
               CLOSE EXFUNC
            END-IF
            IF SLH-ABERTO
               CLOSE SALHIST
            END-IF
            CLOSE FOLHHIST FUNCIONARIO RELATORIO

            DISPLAY 'FGTS A DEPOSITAR..: ' WS-VR-FGTS-GERAL
            DISPLAY 'RELATORIO EM FGTSMES.LST.'

            IF WS-QT-PENDENCIAS GREATER THAN ZEROS
               DISPLAY '*** ' WS-QT-PENDENCIAS ' PENDENCIA(S) DE '
                       'CADASTRO - MOVRH.TXT NAO GERADO. ***'
               MOVE 8                    TO RETURN-CODE
               GOBACK
            END-IF

            DISPLAY 'MOVIMENTO EM MOVRH.TXT: ' WS-QT-ADMISSOES
                    ' ADMISSAO(OES), ' WS-QT-DESLIGAMENTOS
                    ' DESLIGAMENTO(S), ' WS-QT-ALTERACOES
                    ' ALTERACAO(OES).'

            IF WS-QT-FGTS EQUAL ZEROS
               DISPLAY '*** SEM FOLHA NO HISTORICO PARA A COMPETENCIA '
                       WS-COMPETENCIA ' ***'
               MOVE 4                    TO RETURN-CODE
            END-IF

            GOBACK.
       P100-FGTS.

            MOVE '============================================='
                                          TO REG-RELATORIO
            WRITE REG-RELATORIO
            MOVE SPACES                  TO REG-RELATORIO
            STRING 'FGTS - ' WS-PC-FGTS '% SOBRE A REMUNERACAO'
                   DELIMITED BY SIZE INTO REG-RELATORIO
            WRITE REG-RELATORIO

            MOVE WS-COMPETENCIA          TO WS-COMP-FGTS
            MOVE 'MENSAL'                TO WS-TIPO-FGTS
            PERFORM P110-COMPETENCIA     THRU P110-FIM

      ***** 1A PARCELA DO 13O EM NOVEMBRO, 2A EM DEZEMBRO *************
            IF WS-COMPETENCIA(5:2) EQUAL '11'
               MOVE '13'                 TO WS-COMP-FGTS(5:2)
               MOVE '13O 1A PARC'        TO WS-TIPO-FGTS
               PERFORM P110-COMPETENCIA  THRU P110-FIM
            END-IF

            IF WS-COMPETENCIA(5:2) EQUAL '12'
               MOVE '14'                 TO WS-COMP-FGTS(5:2)
               MOVE '13O 2A PARC'        TO WS-TIPO-FGTS
               PERFORM P110-COMPETENCIA  THRU P110-FIM
            END-IF

      ***** TOTAIS DA GUIA DE DEPOSITO ********************************
            MOVE '---------------------------------------------'
                                          TO REG-RELATORIO
            WRITE REG-RELATORIO
            MOVE SPACES                  TO REG-RELATORIO
            STRING 'GUIA DO FGTS - COMPETENCIA ' WS-COMPETENCIA
                   DELIMITED BY SIZE INTO REG-RELATORIO
            WRITE REG-RELATORIO
            MOVE SPACES                  TO REG-RELATORIO
            STRING '  TRABALHADORES......: ' WS-QT-FGTS
                   DELIMITED BY SIZE INTO REG-RELATORIO
            WRITE REG-RELATORIO
            MOVE SPACES                  TO REG-RELATORIO
            STRING '  REMUNERACAO........: ' WS-VR-BASE-GERAL
                   DELIMITED BY SIZE INTO REG-RELATORIO
            WRITE REG-RELATORIO
            MOVE SPACES                  TO REG-RELATORIO
            STRING '  DEPOSITO DO FGTS...: ' WS-VR-FGTS-GERAL
                   DELIMITED BY SIZE INTO REG-RELATORIO
            WRITE REG-RELATORIO
            .
       P100-FIM.
       P110-COMPETENCIA.

            MOVE ZEROS                   TO WS-QT-FGTS-TIPO
                                            WS-VR-BASE-TIPO
                                            WS-VR-FGTS-TIPO

            MOVE WS-COMP-FGTS            TO FLH-COMPETENCIA
            MOVE ZEROS                   TO FLH-CD-FUNCIONARIO

            SET EOF-OK                   TO FALSE
            START FOLHHIST KEY NOT LESS THAN CHAVE-FOLHHIST
               INVALID KEY
                  SET EOF-OK             TO TRUE
            END-START

            PERFORM P120-LE-HISTORICO    THRU P120-FIM UNTIL EOF-OK

            MOVE SPACES                  TO REG-RELATORIO
            STRING '  SUBTOTAL ' WS-TIPO-FGTS ' (' WS-COMP-FGTS
                   '): ' WS-QT-FGTS-TIPO ' FUNCIONARIO(S), BASE '
                   WS-VR-BASE-TIPO ', FGTS ' WS-VR-FGTS-TIPO
                   DELIMITED BY SIZE INTO REG-RELATORIO
            WRITE REG-RELATORIO
            .
       P110-FIM.
       P120-LE-HISTORICO.

            READ FOLHHIST NEXT RECORD
               AT END
                  SET EOF-OK             TO TRUE
               NOT AT END
                  IF FLH-COMPETENCIA NOT EQUAL WS-COMP-FGTS
                     SET EOF-OK          TO TRUE
                  ELSE
                     PERFORM P130-CALCULA-FGTS THRU P130-FIM
                  END-IF
            END-READ
            .
       P120-FIM.
       P130-CALCULA-FGTS.

      ***** A 2A PARCELA GUARDA O 13O INTEGRAL: A BASE E O QUE FALTAVA*
      ***** DEPOIS DO ADIANTAMENTO, QUE JA RECOLHEU EM NOVEMBRO *******
            IF WS-COMP-FGTS(5:2) EQUAL '14'
               IF FLH-VR-BRUTO GREATER THAN FLH-VR-ADIANTAMENTO
                  COMPUTE WS-VR-BASE =
                          FLH-VR-BRUTO - FLH-VR-ADIANTAMENTO
               ELSE
                  MOVE ZEROS             TO WS-VR-BASE
               END-IF
            ELSE
               MOVE FLH-VR-BRUTO         TO WS-VR-BASE
            END-IF

            COMPUTE WS-VR-FGTS ROUNDED = WS-VR-BASE * WS-PC-FGTS / 100

            MOVE SPACES                  TO REG-RELATORIO
            STRING WS-TIPO-FGTS ' ' FLH-CD-FUNCIONARIO ' '
                   FLH-NM-FUNCIONARIO ' BASE ' WS-VR-BASE
                   ' FGTS ' WS-VR-FGTS
                   DELIMITED BY SIZE INTO REG-RELATORIO
            WRITE REG-RELATORIO

            ADD 1                        TO WS-QT-FGTS-TIPO
            ADD WS-VR-BASE               TO WS-VR-BASE-TIPO
                                            WS-VR-BASE-GERAL
            ADD WS-VR-FGTS               TO WS-VR-FGTS-TIPO
                                            WS-VR-FGTS-GERAL

      ***** TRABALHADOR CONTA UMA VEZ NA GUIA: O 13O DE QUEM TEVE O ***
      ***** MES JA ESTA NA MESMA LINHA DA GFIP ************************
            IF WS-COMP-FGTS EQUAL WS-COMPETENCIA
               ADD 1                     TO WS-QT-FGTS
            ELSE
               PERFORM P140-SO-NO-13     THRU P140-FIM
            END-IF
            .
       P130-FIM.
       P140-SO-NO-13.

      ***** O DESLIGADO NO ANO SO TEM O 13O NA GUIA *******************
            MOVE FLH-CD-FUNCIONARIO      TO WS-EVT-CD-FUNC
            MOVE WS-COMPETENCIA          TO FLH-COMPETENCIA
            READ FOLHHIST
               INVALID KEY
                  ADD 1                  TO WS-QT-FGTS
            END-READ

      ***** REPOSICIONA NA PARCELA DO 13O PARA SEGUIR A LEITURA *******
            MOVE WS-COMP-FGTS            TO FLH-COMPETENCIA
            MOVE WS-EVT-CD-FUNC          TO FLH-CD-FUNCIONARIO
            START FOLHHIST KEY GREATER THAN CHAVE-FOLHHIST
               INVALID KEY
                  SET EOF-OK             TO TRUE
            END-START
            .
       P140-FIM.
       P200-MOVIMENTO.

            MOVE '============================================='
                                          TO REG-RELATORIO
            WRITE REG-RELATORIO
            MOVE 'MOVIMENTO DE RH DO MES'
                                          TO REG-RELATORIO
            WRITE REG-RELATORIO

      ***** 1A VARREDURA SO VALIDA: COM PENDENCIA, NADA E GERADO ******
            SET FASE-VALIDACAO           TO TRUE
            PERFORM P210-VARRE           THRU P210-FIM

            IF WS-QT-PENDENCIAS GREATER THAN ZEROS
               MOVE SPACES               TO REG-RELATORIO
               STRING '*** ' WS-QT-PENDENCIAS ' PENDENCIA(S) - '
                      'MOVRH.TXT NAO GERADO. CORRIJA O CADASTRO E '
                      'REEXECUTE. ***'
                      DELIMITED BY SIZE INTO REG-RELATORIO
               WRITE REG-RELATORIO
               GO TO P200-FIM
            END-IF

            OPEN OUTPUT MOVRH

            IF NOT FS-MRH-OK
               DISPLAY 'ERRO AO ABRIR O MOVIMENTO DE RH.'
               DISPLAY 'FILE STATUS: ' WS-FS-MRH
               MOVE 1                    TO WS-QT-PENDENCIAS
               GO TO P200-FIM
            END-IF

            SET FASE-GERACAO             TO TRUE
            PERFORM P210-VARRE           THRU P210-FIM

            CLOSE MOVRH

            MOVE SPACES                  TO REG-RELATORIO
            STRING 'MOVRH.TXT GERADO: ADMISSOES ' WS-QT-ADMISSOES
                   ' DESLIGAMENTOS ' WS-QT-DESLIGAMENTOS
                   ' ALTERACOES ' WS-QT-ALTERACOES
                   DELIMITED BY SIZE INTO REG-RELATORIO
            WRITE REG-RELATORIO
            .
       P200-FIM.
       P210-VARRE.

            MOVE ZEROS                   TO CD-FUNCIONARIO OF
                                            REG-FUNCIONARIO
            SET EOF-OK                   TO FALSE
            START FUNCIONARIO KEY NOT LESS THAN
                  CD-FUNCIONARIO OF REG-FUNCIONARIO
               INVALID KEY
                  SET EOF-OK             TO TRUE
            END-START
            PERFORM P300-LE-FUNCIONARIO  THRU P300-FIM UNTIL EOF-OK

            IF EXF-ABERTO
               MOVE ZEROS                TO CD-FUNCIONARIO OF
                                            REG-EXFUNC
               SET EOF-OK                TO FALSE
               START EXFUNC KEY NOT LESS THAN
                     CD-FUNCIONARIO OF REG-EXFUNC
                  INVALID KEY
                     SET EOF-OK          TO TRUE
               END-START
               PERFORM P400-LE-EXFUNC    THRU P400-FIM UNTIL EOF-OK
            END-IF

            IF SLH-ABERTO
               MOVE LOW-VALUES           TO CHAVE-SALHIST
               SET EOF-OK                TO FALSE
               START SALHIST KEY NOT LESS THAN CHAVE-SALHIST
                  INVALID KEY
                     SET EOF-OK          TO TRUE
               END-START
               PERFORM P500-LE-SALHIST   THRU P500-FIM UNTIL EOF-OK
            END-IF
            .
       P210-FIM.
       P300-LE-FUNCIONARIO.

            READ FUNCIONARIO NEXT RECORD
               AT END
                  SET EOF-OK             TO TRUE
               NOT AT END
                  IF DT-ADMISSAO OF REG-FUNCIONARIO(1:6) EQUAL
                     WS-COMPETENCIA
                     INITIALIZE WS-EVENTO
                     SET EVT-ADMISSAO    TO TRUE
                     MOVE CD-FUNCIONARIO OF REG-FUNCIONARIO
                                          TO WS-EVT-CD-FUNC
                     MOVE NM-FUNCIONARIO OF REG-FUNCIONARIO
                                          TO WS-EVT-NM-FUNC
                     MOVE SX-FUNCIONARIO OF REG-FUNCIONARIO
                                          TO WS-EVT-SX-FUNC
                     MOVE CEP-FUNCIONARIO OF REG-FUNCIONARIO
                                          TO WS-EVT-CEP-FUNC
                     MOVE DT-ADMISSAO OF REG-FUNCIONARIO
                                          TO WS-EVT-DT-EVENTO
                     MOVE CG-FUNCIONARIO OF REG-FUNCIONARIO
                                          TO WS-EVT-CG-FUNC
                     MOVE SL-FUNCIONARIO OF REG-FUNCIONARIO
                                          TO WS-EVT-VR-SALARIO
                     PERFORM P600-EVENTO THRU P600-FIM
                  END-IF
            END-READ
            .
       P300-FIM.
       P400-LE-EXFUNC.

      ***** ADMITIDO E DESLIGADO NO MESMO MES SAI NAS DUAS LISTAS *****
            READ EXFUNC NEXT RECORD
               AT END
                  SET EOF-OK             TO TRUE
               NOT AT END
                  INITIALIZE WS-EVENTO
                  MOVE CD-FUNCIONARIO OF REG-EXFUNC
                                          TO WS-EVT-CD-FUNC
                  MOVE NM-FUNCIONARIO OF REG-EXFUNC
                                          TO WS-EVT-NM-FUNC
                  MOVE SX-FUNCIONARIO OF REG-EXFUNC
                                          TO WS-EVT-SX-FUNC
                  MOVE CEP-FUNCIONARIO OF REG-EXFUNC
                                          TO WS-EVT-CEP-FUNC
                  MOVE CG-FUNCIONARIO OF REG-EXFUNC
                                          TO WS-EVT-CG-FUNC
                  MOVE SL-FUNCIONARIO OF REG-EXFUNC
                                          TO WS-EVT-VR-SALARIO
                  IF DT-ADMISSAO OF REG-EXFUNC(1:6) EQUAL
                     WS-COMPETENCIA
                     SET EVT-ADMISSAO    TO TRUE
                     MOVE DT-ADMISSAO OF REG-EXFUNC
                                          TO WS-EVT-DT-EVENTO
                     PERFORM P600-EVENTO THRU P600-FIM
                  END-IF
                  IF DT-DESLIGAMENTO(1:6) EQUAL WS-COMPETENCIA
                     SET EVT-DESLIGAMENTO TO TRUE
                     MOVE DT-DESLIGAMENTO TO WS-EVT-DT-EVENTO
                     MOVE MT-DESLIGAMENTO TO WS-EVT-MOTIVO
                     PERFORM P600-EVENTO THRU P600-FIM
                  END-IF
            END-READ
            .
       P400-FIM.
       P500-LE-SALHIST.

            READ SALHIST NEXT RECORD
               AT END
                  SET EOF-OK             TO TRUE
               NOT AT END
                  IF SLH-DT-EFETIVA(1:6) EQUAL WS-COMPETENCIA
                     PERFORM P510-ALTERACAO THRU P510-FIM
                  END-IF
            END-READ
            .
       P500-FIM.
       P510-ALTERACAO.

            INITIALIZE WS-EVENTO
            SET EVT-ALTERACAO            TO TRUE
            MOVE SLH-CD-FUNCIONARIO      TO WS-EVT-CD-FUNC
            MOVE SLH-DT-EFETIVA          TO WS-EVT-DT-EVENTO
            MOVE SLH-CG-NOVO             TO WS-EVT-CG-FUNC
            MOVE SLH-VR-SALARIO-NOVO     TO WS-EVT-VR-SALARIO
            MOVE SLH-VR-SALARIO-ANTIGO   TO WS-EVT-VR-SALARIO-ANT

      ***** NOME, SEXO E CEP VEM DO CADASTRO (OU DO EXFUNC, SE ELE ****
      ***** SAIU DEPOIS DO REAJUSTE) **********************************
            MOVE SLH-CD-FUNCIONARIO      TO CD-FUNCIONARIO OF
                                            REG-FUNCIONARIO
            READ FUNCIONARIO
               INVALID KEY
                  PERFORM P520-ALTERACAO-EX THRU P520-FIM
               NOT INVALID KEY
                  MOVE NM-FUNCIONARIO OF REG-FUNCIONARIO
                                          TO WS-EVT-NM-FUNC
                  MOVE SX-FUNCIONARIO OF REG-FUNCIONARIO
                                          TO WS-EVT-SX-FUNC
                  MOVE CEP-FUNCIONARIO OF REG-FUNCIONARIO
                                          TO WS-EVT-CEP-FUNC
            END-READ

            PERFORM P600-EVENTO          THRU P600-FIM
            .
       P510-FIM.
       P520-ALTERACAO-EX.

            IF NOT EXF-ABERTO
               GO TO P520-FIM
            END-IF

            MOVE SLH-CD-FUNCIONARIO      TO CD-FUNCIONARIO OF
                                            REG-EXFUNC
            READ EXFUNC
               INVALID KEY
                  CONTINUE
               NOT INVALID KEY
                  MOVE NM-FUNCIONARIO OF REG-EXFUNC
                                          TO WS-EVT-NM-FUNC
                  MOVE SX-FUNCIONARIO OF REG-EXFUNC
                                          TO WS-EVT-SX-FUNC
                  MOVE CEP-FUNCIONARIO OF REG-EXFUNC
                                          TO WS-EVT-CEP-FUNC
            END-READ
            .
       P520-FIM.
       P600-EVENTO.

            IF FASE-VALIDACAO
               PERFORM P610-VALIDA       THRU P610-FIM
            ELSE
               PERFORM P630-GRAVA        THRU P630-FIM
            END-IF
            .
       P600-FIM.
       P610-VALIDA.

      ***** CAMPOS OBRIGATORIOS DO MOVIMENTO: UMA LINHA POR FALTA *****
            IF WS-EVT-NM-FUNC EQUAL SPACES
               MOVE 'NOME NAO INFORMADO'  TO WS-MOTIVO-PEND
               PERFORM P620-PENDENCIA    THRU P620-FIM
            END-IF

            IF NOT EVT-SEXO-VALIDO
               MOVE 'SEXO INVALIDO'       TO WS-MOTIVO-PEND
               PERFORM P620-PENDENCIA    THRU P620-FIM
            END-IF

            IF WS-EVT-CEP-FUNC EQUAL ZEROS
               MOVE 'CEP NAO INFORMADO'   TO WS-MOTIVO-PEND
               PERFORM P620-PENDENCIA    THRU P620-FIM
            END-IF

            IF WS-EVT-DT-EVENTO EQUAL ZEROS
               MOVE 'DATA DO EVENTO ZERADA' TO WS-MOTIVO-PEND
               PERFORM P620-PENDENCIA    THRU P620-FIM
            END-IF

            IF WS-EVT-CG-FUNC EQUAL SPACES
               MOVE 'CARGO NAO INFORMADO' TO WS-MOTIVO-PEND
               PERFORM P620-PENDENCIA    THRU P620-FIM
            END-IF

            IF WS-EVT-VR-SALARIO EQUAL ZEROS
               MOVE 'SALARIO NAO INFORMADO' TO WS-MOTIVO-PEND
               PERFORM P620-PENDENCIA    THRU P620-FIM
            END-IF

            IF EVT-DESLIGAMENTO
               AND WS-EVT-MOTIVO EQUAL SPACES
               MOVE 'MOTIVO DO DESLIGAMENTO EM BRANCO'
                                          TO WS-MOTIVO-PEND
               PERFORM P620-PENDENCIA    THRU P620-FIM
            END-IF
            .
       P610-FIM.
       P620-PENDENCIA.

            ADD 1                        TO WS-QT-PENDENCIAS

            MOVE SPACES                  TO REG-RELATORIO
            STRING 'PENDENCIA ' WS-EVT-TIPO ' FUNC ' WS-EVT-CD-FUNC
                   ' ' WS-EVT-NM-FUNC ': ' WS-MOTIVO-PEND
                   DELIMITED BY SIZE INTO REG-RELATORIO
            WRITE REG-RELATORIO
            .
       P620-FIM.
       P630-GRAVA.

            MOVE SPACES                  TO REG-MOVRH
            MOVE WS-COMPETENCIA          TO MRH-COMPETENCIA
            MOVE WS-EVT-TIPO             TO MRH-TIPO
            MOVE WS-EVT-CD-FUNC          TO MRH-CD-FUNCIONARIO
            MOVE WS-EVT-NM-FUNC          TO MRH-NM-FUNCIONARIO
            MOVE WS-EVT-SX-FUNC          TO MRH-SX-FUNCIONARIO
            MOVE WS-EVT-CEP-FUNC         TO MRH-CEP-FUNCIONARIO
            MOVE WS-EVT-DT-EVENTO        TO MRH-DT-EVENTO
            MOVE WS-EVT-CG-FUNC          TO MRH-CG-FUNCIONARIO
            MOVE WS-EVT-VR-SALARIO       TO MRH-VR-SALARIO
            MOVE WS-EVT-VR-SALARIO-ANT   TO MRH-VR-SALARIO-ANTERIOR
            MOVE WS-EVT-MOTIVO           TO MRH-MOTIVO
            WRITE REG-MOVRH

            EVALUATE TRUE
               WHEN EVT-ADMISSAO
                  ADD 1                  TO WS-QT-ADMISSOES
               WHEN EVT-DESLIGAMENTO
                  ADD 1                  TO WS-QT-DESLIGAMENTOS
               WHEN OTHER
                  ADD 1                  TO WS-QT-ALTERACOES
            END-EVALUATE

            MOVE SPACES                  TO REG-RELATORIO
            STRING 'MOVIMENTO ' WS-EVT-TIPO ' FUNC ' WS-EVT-CD-FUNC
                   ' ' WS-EVT-NM-FUNC ' EM ' WS-EVT-DT-EVENTO
                   DELIMITED BY SIZE INTO REG-RELATORIO
            WRITE REG-RELATORIO
            .
       P630-FIM.
       END PROGRAM FGTSMES.
