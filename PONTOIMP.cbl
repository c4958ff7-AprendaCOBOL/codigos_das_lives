      ******************************************************************
      * Author: ANDRE COSTA
      * Date: 15/10/2026
      * Purpose: IMPORTACAO DO RELOGIO DE PONTO PARA A FOLHA. LE AS
      *          MARCACOES DO MES (PONTO.TXT - FUNCIONARIO, DATA,
      *          ENTRADA E SAIDA HHMM, UMA LINHA POR PAR; O DIA PODE
      *          TER MAIS DE UM PAR, COMO NA SAIDA PARA O ALMOCO),
      *          CONFERE CADA DIA CONTRA A JORNADA DO FINPARM
      *          (JORNADA-MINUTOS, PADRAO 480) E O CALENDARIO DE DIAS
      *          UTEIS DO DIAUTIL, E APURA POR FUNCIONARIO NO MES:
      *          - HORA EXTRA: O QUE PASSA DA JORNADA NO DIA UTIL E
      *            TODO O TRABALHADO EM FIM DE SEMANA OU FERIADO;
      *          - ATRASO: O QUE FALTA PARA A JORNADA NO DIA UTIL
      *            TRABALHADO (CHEGADA TARDE OU SAIDA CEDO NAO
      *            COMPENSADA);
      *          - FALTA: A JORNADA INTEIRA DO DIA UTIL SEM MARCACAO.
      *          DIFERENCAS ATE A TOLERANCIA DO FINPARM
      *          (TOLERANCIA-PONTO, PADRAO 10 MINUTOS) SAO IGNORADAS.
      *          DIA DE FERIAS MARCADO (FERGOZO.DAT) E DIA ANTERIOR A
      *          ADMISSAO NAO CONTAM COMO FALTA. O RESULTADO SAI COMO
      *          O MOVIMENTO FOLHMOV.TXT QUE A FOLHAPAG CONSOME (HORAS
      *          EXTRAS, HORAS DE FALTA E DE ATRASO A DESCONTAR) E
      *          IMPRIME O CARTAO DE PONTO MENSAL DE CADA FUNCIONARIO
      *          PARA ASSINATURA (PONTO.LST). MARCACAO INVALIDA OU DE
      *          FUNCIONARIO FORA DO CADASTRO SAI EM PONTOREJ.LST, COM
      *          RETORNO 4.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PONTOIMP.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
            DECIMAL-POINT IS COMMA.
            INPUT-OUTPUT SECTION.
            FILE-CONTROL.
                SELECT PONTO ASSIGN TO
                WS-ARQ-PONTO
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS  IS WS-FS-PNT.
                SELECT FUNCIONARIO ASSIGN TO
                WS-ARQ-FUNCIONARIO
                ORGANIZATION IS INDEXED
                ACCESS MODE  IS SEQUENTIAL
                RECORD KEY   IS CD-FUNCIONARIO
                FILE STATUS  IS WS-FS.
                SELECT FERGOZO ASSIGN TO
                WS-ARQ-FERGOZO
                ORGANIZATION IS INDEXED
                ACCESS MODE  IS DYNAMIC
                RECORD KEY   IS CHAVE-FERGOZO
                FILE STATUS  IS WS-FS-FGZ.
                SELECT FOLHMOV ASSIGN TO
                WS-ARQ-FOLHMOV
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS  IS WS-FS-MOV.
                SELECT RELATORIO ASSIGN TO
                WS-ARQ-PONTOLST
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS  IS WS-FS-REL.
                SELECT REJEITOS ASSIGN TO
                WS-ARQ-PONTOREJ
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS  IS WS-FS-REJ.
                SELECT ORDENACAO ASSIGN TO
                'PONTOIMP.WRK'.

       DATA DIVISION.
       FILE SECTION.
       FD PONTO.
       01 REG-PONTO.
          03 PNT-CD-FUNC                 PIC 9(04).
          03 FILLER                      PIC X(01).
          03 PNT-DATA                    PIC 9(08).
          03 PNT-DATA-X REDEFINES PNT-DATA.
             05 PNT-AAAAMM               PIC 9(06).
             05 PNT-DD                   PIC 9(02).
          03 FILLER                      PIC X(01).
          03 PNT-HR-ENTRADA.
             05 PNT-ENT-HH               PIC 9(02).
             05 PNT-ENT-MM               PIC 9(02).
          03 FILLER                      PIC X(01).
          03 PNT-HR-SAIDA.
             05 PNT-SAI-HH               PIC 9(02).
             05 PNT-SAI-MM               PIC 9(02).
      ***** LAYOUT: FUNCIONARIO(4) ESPACO DATA(8) ESPACO ENTRADA(4) ****
      ***** ESPACO SAIDA(4), HORAS EM HHMM ****************************

       FD FUNCIONARIO.
          COPY FD_FUNCIONARIO.

       FD FERGOZO.
          COPY FD_FERGOZO.

       FD FOLHMOV.
       01 REG-FOLHMOV.
          03 MOV-CD-FUNC                 PIC 9(04).
          03 FILLER                      PIC X(01).
          03 MOV-QT-HORAS                PIC 9(03).
          03 FILLER                      PIC X(01).
          03 MOV-QT-HORAS-FALTA          PIC 9(03)V99.
          03 FILLER                      PIC X(01).
          03 MOV-QT-HORAS-ATRASO         PIC 9(03)V99.
      ***** MESMO LAYOUT QUE A FOLHAPAG LE *****************************

       FD RELATORIO.
       01 REG-RELATORIO                  PIC X(100).

       FD REJEITOS.
       01 REG-REJEITO                    PIC X(100).

       SD ORDENACAO.
       01 REG-SORT.
          03 SRT-CD-FUNC                 PIC 9(04).
          03 SRT-DATA                    PIC 9(08).
          03 SRT-DATA-X REDEFINES SRT-DATA.
             05 FILLER                   PIC 9(06).
             05 SRT-DD                   PIC 9(02).
          03 SRT-MIN-ENTRADA             PIC 9(04).
          03 SRT-MIN-SAIDA               PIC 9(04).

       WORKING-STORAGE SECTION.
      ***** CAMINHOS FISICOS DOS ARQUIVOS - PRE-CARREGADOS COM O *****
      ***** PADRAO HISTORICO E RESOLVIDOS PELO ARQCONF NO INICIO *****
       77 WS-ARQ-PONTO               PIC X(68) VALUE
          'C:\CursoCOBOL\COBOL\01 - Basico\bin\PONTO.TXT'.
       77 WS-ARQ-FUNCIONARIO         PIC X(68) VALUE
          'C:\CursoCOBOL\COBOL\01 - Basico\bin\FUNCIONARIO.DAT'.
       77 WS-ARQ-FERGOZO             PIC X(68) VALUE
          'C:\CursoCOBOL\COBOL\01 - Basico\bin\FERGOZO.DAT'.
       77 WS-ARQ-FOLHMOV             PIC X(68) VALUE
          'C:\CursoCOBOL\COBOL\01 - Basico\bin\FOLHMOV.TXT'.
       77 WS-ARQ-PONTOLST            PIC X(68) VALUE
          'C:\CursoCOBOL\COBOL\01 - Basico\bin\PONTO.LST'.
       77 WS-ARQ-PONTOREJ            PIC X(68) VALUE
          'C:\CursoCOBOL\COBOL\01 - Basico\bin\PONTOREJ.LST'.
       77 WS-FS                          PIC 99.
          88 FS-OK                       VALUE 0.
       77 WS-FS-PNT                      PIC 99.
          88 FS-PNT-OK                   VALUE 0.
       77 WS-FS-FGZ                      PIC 99.
          88 FS-FGZ-OK                   VALUE 0.
       77 WS-FGZ-ABERTO                  PIC X VALUE 'N'.
          88 FGZ-ABERTO                  VALUE 'S'.
       77 WS-FS-MOV                      PIC 99.
       77 WS-FS-REL                      PIC 99.
       77 WS-FS-REJ                      PIC 99.
       77 WS-EOF                         PIC X.
          88 EOF-OK                      VALUE 'S' FALSE 'N'.
       77 WS-EOF-FUNC                    PIC X.
          88 EOF-FUNC                    VALUE 'S' FALSE 'N'.
       77 WS-EOF-SRT                     PIC X.
          88 EOF-SRT                     VALUE 'S' FALSE 'N'.
       77 WS-EOF-FGZ                     PIC X.
          88 EOF-FGZ                     VALUE 'S' FALSE 'N'.
       77 WS-DATA-MOVIMENTO              PIC 9(08) VALUE ZEROS.
       77 WS-CONTROLE-DATA               PIC X(01) VALUE 'N'.
       77 WS-COMPETENCIA                 PIC 9(06) VALUE ZEROS.
       77 WS-COMPETENCIA-INF             PIC 9(06) VALUE ZEROS.
      ***** PARAMETROS DO PONTO (FINPARM) *****************************
       77 WS-JORNADA-MINUTOS             PIC 9(09)V99 VALUE 480.
       77 WS-TOLERANCIA                  PIC 9(09)V99 VALUE 10.
      ***** CALENDARIO DO MES *****************************************
       77 WS-DIA-1                       PIC 9(08) VALUE ZEROS.
       77 WS-DIAS-INICIO                 PIC 9(07) VALUE ZEROS.
       77 WS-QT-DIAS-MES                 PIC 9(02) VALUE ZEROS.
       77 WS-IDX-DIA                     PIC 9(02) VALUE ZEROS.
       77 WS-DATA-DIA                    PIC 9(08) VALUE ZEROS.
       77 WS-DATA-UTIL                   PIC 9(08) VALUE ZEROS.
       77 WS-IDX-SEMANA                  PIC 9(01) VALUE ZEROS.
       77 WS-DIA-DE                      PIC 9(02) VALUE ZEROS.
       77 WS-DIA-ATE                     PIC 9(02) VALUE ZEROS.
       01 WS-PROX-MES                    PIC 9(08) VALUE ZEROS.
       01 WS-PROX-MES-X REDEFINES WS-PROX-MES.
          03 WS-PROX-AAAA                PIC 9(04).
          03 WS-PROX-MM                  PIC 9(02).
          03 WS-PROX-DD                  PIC 9(02).
       01 WS-NOMES-SEMANA                PIC X(21) VALUE
          'DOMSEGTERQUAQUISEXSAB'.
       01 WS-TAB-SEMANA REDEFINES WS-NOMES-SEMANA.
          03 WS-NOME-SEMANA OCCURS 7 TIMES PIC X(03).
       01 WS-TAB-CALENDARIO.
          03 WS-CAL-DIA OCCURS 31 TIMES.
             05 WS-CAL-UTIL              PIC X(01).
                88 CAL-DIA-UTIL          VALUE 'S'.
             05 WS-CAL-SEMANA            PIC 9(01).
      ***** MARCACOES DO FUNCIONARIO EM APURACAO, POR DIA DO MES ******
       01 WS-TAB-PONTO.
          03 WS-PNT-DIA OCCURS 31 TIMES.
             05 WS-PNT-MIN-TRAB          PIC 9(04).
             05 WS-PNT-PRIM-ENTRADA      PIC 9(04).
             05 WS-PNT-ULT-SAIDA         PIC 9(04).
             05 WS-PNT-MARCOU            PIC X(01).
                88 PNT-MARCOU            VALUE 'S'.
             05 WS-PNT-FERIAS            PIC X(01).
                88 PNT-FERIAS            VALUE 'S'.
      ***** APURACAO DO DIA E DO MES **********************************
       77 WS-MIN-ENTRADA                 PIC 9(04) VALUE ZEROS.
       77 WS-MIN-SAIDA                   PIC 9(04) VALUE ZEROS.
       77 WS-MIN-EXTRA-DIA               PIC 9(04) VALUE ZEROS.
       77 WS-MIN-ATRASO-DIA              PIC 9(04) VALUE ZEROS.
       77 WS-MIN-FALTA-DIA               PIC 9(04) VALUE ZEROS.
       77 WS-MIN-DIFERENCA               PIC S9(05) VALUE ZEROS.
       77 WS-MIN-EXTRA-MES               PIC 9(05) VALUE ZEROS.
       77 WS-MIN-ATRASO-MES              PIC 9(05) VALUE ZEROS.
       77 WS-MIN-FALTA-MES               PIC 9(05) VALUE ZEROS.
       77 WS-MIN-TRAB-MES                PIC 9(05) VALUE ZEROS.
       77 WS-QT-DIAS-FALTA               PIC 9(02) VALUE ZEROS.
       77 WS-SITUACAO-DIA                PIC X(12) VALUE SPACES.
      ***** CONVERSAO DE MINUTOS PARA HHH:MM **************************
       77 WS-MIN-FMT                     PIC 9(05) VALUE ZEROS.
       77 WS-HORAS-FMT                   PIC 9(03) VALUE ZEROS.
       77 WS-RESTO-FMT                   PIC 9(02) VALUE ZEROS.
       01 WS-HORA-FMT.
          03 WS-HORA-FMT-HHH             PIC ZZ9.
          03 FILLER                      PIC X(01) VALUE ':'.
          03 WS-HORA-FMT-MM              PIC 9(02).
       77 WS-FMT-ENTRADA                 PIC X(06) VALUE SPACES.
       77 WS-FMT-SAIDA                   PIC X(06) VALUE SPACES.
       77 WS-FMT-TRAB                    PIC X(06) VALUE SPACES.
       77 WS-FMT-EXTRA                   PIC X(06) VALUE SPACES.
       77 WS-FMT-ATRASO                  PIC X(06) VALUE SPACES.
       77 WS-FMT-FALTA                   PIC X(06) VALUE SPACES.
      ***** TOTAIS DO PROCESSAMENTO ***********************************
       77 WS-QT-LIDAS                    PIC 9(06) VALUE ZEROS.
       77 WS-QT-FORA-MES                 PIC 9(06) VALUE ZEROS.
       77 WS-QT-REJEITADAS               PIC 9(06) VALUE ZEROS.
       77 WS-QT-FUNCIONARIOS             PIC 9(05) VALUE ZEROS.
       77 WS-QT-MOVIMENTOS               PIC 9(05) VALUE ZEROS.
       77 WS-MOTIVO-REJEICAO             PIC X(30) VALUE SPACES.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.

      ***** RETURN-CODE E REGISTRADOR COMPARTILHADO: UM PASSO *********
      ***** ANTERIOR COM FALHA NAO PODE CONTAMINAR ESTE PASSO *********
            MOVE ZERO                    TO RETURN-CODE

      ***** RESOLVE OS CAMINHOS FISICOS PELO PERFIL DO ARQCONF ******
            CALL 'ARQCONF' USING 'PONTO.TXT       ' WS-ARQ-PONTO
            CALL 'ARQCONF' USING 'FUNCIONARIO.DAT ' WS-ARQ-FUNCIONARIO
            CALL 'ARQCONF' USING 'FERGOZO.DAT     ' WS-ARQ-FERGOZO
            CALL 'ARQCONF' USING 'FOLHMOV.TXT     ' WS-ARQ-FOLHMOV
            CALL 'ARQCONF' USING 'PONTO.LST       ' WS-ARQ-PONTOLST
            CALL 'ARQCONF' USING 'PONTOREJ.LST    ' WS-ARQ-PONTOREJ

            CALL 'DTMOVIM' USING WS-DATA-MOVIMENTO WS-CONTROLE-DATA
            MOVE WS-DATA-MOVIMENTO(1:6)  TO WS-COMPETENCIA

            CALL 'FINPARM' USING 'JORNADA-MINUTOS ' WS-JORNADA-MINUTOS
            CALL 'FINPARM' USING 'TOLERANCIA-PONTO' WS-TOLERANCIA

            DISPLAY '*** IMPORTACAO DO RELOGIO DE PONTO ***'
            DISPLAY 'Competencia do ponto (AAAAMM) ou zero para '
                    WS-COMPETENCIA ': '
            ACCEPT WS-COMPETENCIA-INF
            IF WS-COMPETENCIA-INF NOT EQUAL ZEROS
               MOVE WS-COMPETENCIA-INF   TO WS-COMPETENCIA
            END-IF

            IF WS-COMPETENCIA(5:2) LESS THAN '01'
               OR WS-COMPETENCIA(5:2) GREATER THAN '12'
               DISPLAY 'COMPETENCIA INVALIDA: ' WS-COMPETENCIA
               MOVE 16                   TO RETURN-CODE
               GOBACK
            END-IF

            PERFORM P100-CALENDARIO      THRU P100-FIM

            OPEN INPUT PONTO

            IF NOT FS-PNT-OK
               DISPLAY 'SEM ARQUIVO DE PONTO (PONTO.TXT).'
               DISPLAY 'FILE STATUS: ' WS-FS-PNT
               MOVE 16                   TO RETURN-CODE
               GOBACK
            END-IF

            OPEN INPUT FUNCIONARIO

            IF NOT FS-OK
               DISPLAY 'ERRO AO ABRIR O CADASTRO DE FUNCIONARIOS.'
               DISPLAY 'FILE STATUS: ' WS-FS
               CLOSE PONTO
               MOVE 16                   TO RETURN-CODE
               GOBACK
            END-IF

            OPEN OUTPUT FOLHMOV
            OPEN OUTPUT RELATORIO
            OPEN OUTPUT REJEITOS

            IF WS-FS-MOV NOT EQUAL ZEROS
               OR WS-FS-REL NOT EQUAL ZEROS
               OR WS-FS-REJ NOT EQUAL ZEROS
               DISPLAY 'ERRO AO ABRIR O MOVIMENTO/CARTAO/REJEITOS.'
               CLOSE PONTO FUNCIONARIO
               MOVE 16                   TO RETURN-CODE
               GOBACK
            END-IF

      ***** SEM GOZOS DE FERIAS REGISTRADOS, NINGUEM ESTA DE FERIAS ***
            OPEN INPUT FERGOZO
            IF FS-FGZ-OK
               MOVE 'S'                  TO WS-FGZ-ABERTO
            END-IF

            MOVE SPACES                  TO REG-REJEITO
            STRING 'MARCACOES DE PONTO REJEITADAS - COMPETENCIA '
                   WS-COMPETENCIA
                   DELIMITED BY SIZE INTO REG-REJEITO
            WRITE REG-REJEITO

            SORT ORDENACAO
               ON ASCENDING KEY SRT-CD-FUNC SRT-DATA SRT-MIN-ENTRADA
               INPUT PROCEDURE  IS P200-SELECIONA
               OUTPUT PROCEDURE IS P300-APURA

            MOVE SPACES                  TO REG-REJEITO
            STRING 'REJEITADAS: ' WS-QT-REJEITADAS
                   DELIMITED BY SIZE INTO REG-REJEITO
            WRITE REG-REJEITO

            IF FGZ-ABERTO
               CLOSE FERGOZO
            END-IF

            CLOSE PONTO FUNCIONARIO FOLHMOV RELATORIO REJEITOS

            DISPLAY 'MARCACOES LIDAS......: ' WS-QT-LIDAS
            DISPLAY 'FORA DA COMPETENCIA..: ' WS-QT-FORA-MES
            DISPLAY 'REJEITADAS...........: ' WS-QT-REJEITADAS
            DISPLAY 'CARTOES DE PONTO.....: ' WS-QT-FUNCIONARIOS
            DISPLAY 'MOVIMENTOS NA FOLHMOV: ' WS-QT-MOVIMENTOS
            DISPLAY 'CARTOES EM PONTO.LST, REJEITOS EM PONTOREJ.LST'

            IF WS-QT-REJEITADAS GREATER THAN ZEROS
               MOVE 4                    TO RETURN-CODE
            END-IF

            GOBACK.
       P100-CALENDARIO.

      ***** QUANTOS DIAS TEM O MES E QUAIS SAO UTEIS: O DIAUTIL *******
      ***** DEVOLVE O DIA COMO VEIO QUANDO ELE JA E UTIL **************
            COMPUTE WS-DIA-1 = WS-COMPETENCIA * 100 + 1
            MOVE WS-DIA-1                TO WS-PROX-MES
            IF WS-PROX-MM EQUAL 12
               ADD 1                     TO WS-PROX-AAAA
               MOVE 1                    TO WS-PROX-MM
            ELSE
               ADD 1                     TO WS-PROX-MM
            END-IF

            COMPUTE WS-DIAS-INICIO = FUNCTION INTEGER-OF-DATE(WS-DIA-1)
            COMPUTE WS-QT-DIAS-MES =
                    FUNCTION INTEGER-OF-DATE(WS-PROX-MES) -
                    WS-DIAS-INICIO

            INITIALIZE WS-TAB-CALENDARIO
            PERFORM P110-DIA-CALENDARIO  THRU P110-FIM
                    VARYING WS-IDX-DIA FROM 1 BY 1
                    UNTIL WS-IDX-DIA GREATER THAN WS-QT-DIAS-MES
            .
       P100-FIM.
       P110-DIA-CALENDARIO.

            COMPUTE WS-DATA-DIA = WS-DIA-1 + WS-IDX-DIA - 1
            MOVE WS-DATA-DIA             TO WS-DATA-UTIL
            CALL 'DIAUTIL' USING WS-DATA-UTIL

            IF WS-DATA-UTIL EQUAL WS-DATA-DIA
               MOVE 'S'                  TO WS-CAL-UTIL (WS-IDX-DIA)
            ELSE
               MOVE 'N'                  TO WS-CAL-UTIL (WS-IDX-DIA)
            END-IF

      ***** 1=SEGUNDA ... 6=SABADO, 0=DOMINGO *************************
            COMPUTE WS-CAL-SEMANA (WS-IDX-DIA) = FUNCTION MOD(
                    WS-DIAS-INICIO + WS-IDX-DIA - 1, 7)
            .
       P110-FIM.
       P200-SELECIONA.

            SET EOF-OK                   TO FALSE
            PERFORM P210-LE-MARCACAO     THRU P210-FIM UNTIL EOF-OK
            .
       P200-FIM.
           EXIT.
       P210-LE-MARCACAO.

            READ PONTO
               AT END
                  SET EOF-OK             TO TRUE
                  GO TO P210-FIM
            END-READ

            ADD 1                        TO WS-QT-LIDAS

            IF PNT-CD-FUNC NOT NUMERIC OR PNT-DATA NOT NUMERIC
               OR PNT-HR-ENTRADA NOT NUMERIC
               OR PNT-HR-SAIDA NOT NUMERIC
               MOVE 'CAMPO NAO NUMERICO'  TO WS-MOTIVO-REJEICAO
               PERFORM P290-REJEITA-LIDA  THRU P290-FIM
               GO TO P210-FIM
            END-IF

            IF PNT-AAAAMM NOT EQUAL WS-COMPETENCIA
               ADD 1                     TO WS-QT-FORA-MES
               GO TO P210-FIM
            END-IF

            IF PNT-DD EQUAL ZEROS
               OR PNT-DD GREATER THAN WS-QT-DIAS-MES
               OR PNT-ENT-HH GREATER THAN 23 OR PNT-ENT-MM GREATER 59
               OR PNT-SAI-HH GREATER THAN 23 OR PNT-SAI-MM GREATER 59
               MOVE 'DATA OU HORA INVALIDA' TO WS-MOTIVO-REJEICAO
               PERFORM P290-REJEITA-LIDA  THRU P290-FIM
               GO TO P210-FIM
            END-IF

            COMPUTE WS-MIN-ENTRADA = PNT-ENT-HH * 60 + PNT-ENT-MM
            COMPUTE WS-MIN-SAIDA   = PNT-SAI-HH * 60 + PNT-SAI-MM

      ***** O PAR QUE VIRA A MEIA-NOITE VEM EM DUAS LINHAS ************
            IF WS-MIN-SAIDA NOT GREATER THAN WS-MIN-ENTRADA
               MOVE 'SAIDA ANTES DA ENTRADA' TO WS-MOTIVO-REJEICAO
               PERFORM P290-REJEITA-LIDA  THRU P290-FIM
               GO TO P210-FIM
            END-IF

            MOVE PNT-CD-FUNC             TO SRT-CD-FUNC
            MOVE PNT-DATA                TO SRT-DATA
            MOVE WS-MIN-ENTRADA          TO SRT-MIN-ENTRADA
            MOVE WS-MIN-SAIDA            TO SRT-MIN-SAIDA
            RELEASE REG-SORT
            .
       P210-FIM.
       P290-REJEITA-LIDA.

            ADD 1                        TO WS-QT-REJEITADAS
            MOVE SPACES                  TO REG-REJEITO
            STRING REG-PONTO ' - ' WS-MOTIVO-REJEICAO
                   DELIMITED BY SIZE INTO REG-REJEITO
            WRITE REG-REJEITO
            .
       P290-FIM.
       P300-APURA.

      ***** CASAMENTO DO CADASTRO (EM ORDEM DE CODIGO) COM AS *********
      ***** MARCACOES ORDENADAS: TODO FUNCIONARIO ATIVO TEM CARTAO, ***
      ***** MESMO SEM NENHUMA MARCACAO NO MES *************************
            SET EOF-FUNC                 TO FALSE
            SET EOF-SRT                  TO FALSE
            PERFORM P310-LE-FUNCIONARIO  THRU P310-FIM
            PERFORM P320-RETORNA         THRU P320-FIM

            PERFORM P330-FUNCIONARIO     THRU P330-FIM UNTIL EOF-FUNC

      ***** O QUE SOBROU NAO TEM FUNCIONARIO NO CADASTRO **************
            PERFORM P340-DESCARTA        THRU P340-FIM UNTIL EOF-SRT
            .
       P300-FIM.
           EXIT.
       P310-LE-FUNCIONARIO.

            READ FUNCIONARIO NEXT RECORD
               AT END
                  SET EOF-FUNC           TO TRUE
            END-READ
            .
       P310-FIM.
       P320-RETORNA.

            RETURN ORDENACAO
               AT END
                  SET EOF-SRT            TO TRUE
            END-RETURN
            .
       P320-FIM.
       P330-FUNCIONARIO.

            PERFORM P340-DESCARTA        THRU P340-FIM
                    UNTIL EOF-SRT
                       OR SRT-CD-FUNC NOT LESS THAN CD-FUNCIONARIO

            INITIALIZE WS-TAB-PONTO
            MOVE ZEROS                   TO WS-MIN-EXTRA-MES
                                            WS-MIN-ATRASO-MES
                                            WS-MIN-FALTA-MES
                                            WS-MIN-TRAB-MES
                                            WS-QT-DIAS-FALTA

            PERFORM P350-ACUMULA         THRU P350-FIM
                    UNTIL EOF-SRT
                       OR SRT-CD-FUNC NOT EQUAL CD-FUNCIONARIO

            PERFORM P360-FERIAS          THRU P360-FIM

            PERFORM P400-CABECALHO-CARTAO THRU P400-FIM
            PERFORM P410-DIA             THRU P410-FIM
                    VARYING WS-IDX-DIA FROM 1 BY 1
                    UNTIL WS-IDX-DIA GREATER THAN WS-QT-DIAS-MES
            PERFORM P450-TOTAL-CARTAO    THRU P450-FIM

            PERFORM P500-GRAVA-MOVIMENTO THRU P500-FIM

            ADD 1                        TO WS-QT-FUNCIONARIOS
            PERFORM P310-LE-FUNCIONARIO  THRU P310-FIM
            .
       P330-FIM.
       P340-DESCARTA.

            ADD 1                        TO WS-QT-REJEITADAS
            MOVE SPACES                  TO REG-REJEITO
            STRING SRT-CD-FUNC ' ' SRT-DATA
                   ' - FUNCIONARIO FORA DO CADASTRO'
                   DELIMITED BY SIZE INTO REG-REJEITO
            WRITE REG-REJEITO

            PERFORM P320-RETORNA         THRU P320-FIM
            .
       P340-FIM.
       P350-ACUMULA.

            MOVE SRT-DD                  TO WS-IDX-DIA
            IF NOT PNT-MARCOU (WS-IDX-DIA)
               MOVE 'S'                  TO WS-PNT-MARCOU (WS-IDX-DIA)
               MOVE SRT-MIN-ENTRADA      TO
                    WS-PNT-PRIM-ENTRADA (WS-IDX-DIA)
            END-IF
            MOVE SRT-MIN-SAIDA           TO
                 WS-PNT-ULT-SAIDA (WS-IDX-DIA)
            COMPUTE WS-PNT-MIN-TRAB (WS-IDX-DIA) =
                    WS-PNT-MIN-TRAB (WS-IDX-DIA) +
                    SRT-MIN-SAIDA - SRT-MIN-ENTRADA

            PERFORM P320-RETORNA         THRU P320-FIM
            .
       P350-FIM.
       P360-FERIAS.

      ***** MARCA OS DIAS DO MES DENTRO DE UM GOZO DE FERIAS **********
            IF NOT FGZ-ABERTO
               GO TO P360-FIM
            END-IF

            MOVE CD-FUNCIONARIO          TO FGZ-CD-FUNCIONARIO
            MOVE ZEROS                   TO FGZ-DT-INICIO
            SET EOF-FGZ                  TO FALSE
            START FERGOZO KEY NOT LESS THAN CHAVE-FERGOZO
               INVALID KEY
                  SET EOF-FGZ            TO TRUE
            END-START

            PERFORM P370-LE-GOZO         THRU P370-FIM UNTIL EOF-FGZ
            .
       P360-FIM.
       P370-LE-GOZO.

            READ FERGOZO NEXT RECORD
               AT END
                  SET EOF-FGZ            TO TRUE
                  GO TO P370-FIM
            END-READ

            IF FGZ-CD-FUNCIONARIO NOT EQUAL CD-FUNCIONARIO
               SET EOF-FGZ               TO TRUE
               GO TO P370-FIM
            END-IF

      ***** GOZO QUE NAO ALCANCA O MES *********************************
            IF FGZ-DT-INICIO(1:6) GREATER THAN WS-COMPETENCIA
               OR FGZ-DT-FIM(1:6) LESS THAN WS-COMPETENCIA
               GO TO P370-FIM
            END-IF

            MOVE 1                       TO WS-DIA-DE
            MOVE WS-QT-DIAS-MES          TO WS-DIA-ATE
            IF FGZ-DT-INICIO(1:6) EQUAL WS-COMPETENCIA
               MOVE FGZ-DT-INICIO(7:2)   TO WS-DIA-DE
            END-IF
            IF FGZ-DT-FIM(1:6) EQUAL WS-COMPETENCIA
               MOVE FGZ-DT-FIM(7:2)      TO WS-DIA-ATE
            END-IF

            PERFORM P380-DIA-FERIAS      THRU P380-FIM
                    VARYING WS-IDX-DIA FROM WS-DIA-DE BY 1
                    UNTIL WS-IDX-DIA GREATER THAN WS-DIA-ATE
            .
       P370-FIM.
       P380-DIA-FERIAS.

            MOVE 'S'                     TO WS-PNT-FERIAS (WS-IDX-DIA)
            .
       P380-FIM.
       P400-CABECALHO-CARTAO.

            MOVE '=============================================='
                                          TO REG-RELATORIO
            WRITE REG-RELATORIO
            MOVE SPACES                  TO REG-RELATORIO
            STRING 'CARTAO DE PONTO - COMPETENCIA ' WS-COMPETENCIA
                   ' - FUNC ' CD-FUNCIONARIO ' ' NM-FUNCIONARIO
                   DELIMITED BY SIZE INTO REG-RELATORIO
            WRITE REG-RELATORIO
            MOVE SPACES                  TO REG-RELATORIO
            STRING 'CARGO ' CG-FUNCIONARIO
                   ' DEPTO ' CD-DEPTO-FUNC
                   ' ADMISSAO ' DT-ADMISSAO
                   DELIMITED BY SIZE INTO REG-RELATORIO
            WRITE REG-RELATORIO
            MOVE 'DIA       ENTRADA SAIDA  TRABALH EXTRA  ATRASO FALTA'
                                          TO REG-RELATORIO
            WRITE REG-RELATORIO
            .
       P400-FIM.
       P410-DIA.

            COMPUTE WS-DATA-DIA = WS-DIA-1 + WS-IDX-DIA - 1
            MOVE ZEROS                   TO WS-MIN-EXTRA-DIA
                                            WS-MIN-ATRASO-DIA
                                            WS-MIN-FALTA-DIA
            MOVE SPACES                  TO WS-SITUACAO-DIA

            EVALUATE TRUE
               WHEN WS-DATA-DIA LESS THAN DT-ADMISSAO
                  MOVE 'NAO ADMITIDO'    TO WS-SITUACAO-DIA
               WHEN PNT-FERIAS (WS-IDX-DIA)
                  MOVE 'FERIAS'          TO WS-SITUACAO-DIA
               WHEN NOT CAL-DIA-UTIL (WS-IDX-DIA)
      ***** FIM DE SEMANA OU FERIADO: TODO TRABALHO E HORA EXTRA ******
                  MOVE 'DESCANSO'        TO WS-SITUACAO-DIA
                  MOVE WS-PNT-MIN-TRAB (WS-IDX-DIA)
                                          TO WS-MIN-EXTRA-DIA
               WHEN NOT PNT-MARCOU (WS-IDX-DIA)
                  MOVE 'FALTA'           TO WS-SITUACAO-DIA
                  MOVE WS-JORNADA-MINUTOS TO WS-MIN-FALTA-DIA
                  ADD 1                  TO WS-QT-DIAS-FALTA
               WHEN OTHER
                  PERFORM P420-DIA-UTIL  THRU P420-FIM
            END-EVALUATE

            ADD WS-MIN-EXTRA-DIA         TO WS-MIN-EXTRA-MES
            ADD WS-MIN-ATRASO-DIA        TO WS-MIN-ATRASO-MES
            ADD WS-MIN-FALTA-DIA         TO WS-MIN-FALTA-MES
            ADD WS-PNT-MIN-TRAB (WS-IDX-DIA) TO WS-MIN-TRAB-MES

            PERFORM P430-LINHA-DIA       THRU P430-FIM
            .
       P410-FIM.
       P420-DIA-UTIL.

      ***** DIA UTIL TRABALHADO: A DIFERENCA PARA A JORNADA, ACIMA ****
      ***** DA TOLERANCIA, VIRA HORA EXTRA OU ATRASO ******************
            COMPUTE WS-MIN-DIFERENCA =
                    WS-PNT-MIN-TRAB (WS-IDX-DIA) - WS-JORNADA-MINUTOS

            IF WS-MIN-DIFERENCA GREATER THAN WS-TOLERANCIA
               MOVE WS-MIN-DIFERENCA     TO WS-MIN-EXTRA-DIA
            END-IF

            IF WS-MIN-DIFERENCA LESS THAN ZEROS
               COMPUTE WS-MIN-DIFERENCA = WS-MIN-DIFERENCA * -1
               IF WS-MIN-DIFERENCA GREATER THAN WS-TOLERANCIA
                  MOVE WS-MIN-DIFERENCA  TO WS-MIN-ATRASO-DIA
               END-IF
            END-IF
            .
       P420-FIM.
       P430-LINHA-DIA.

            MOVE SPACES                  TO WS-FMT-ENTRADA WS-FMT-SAIDA
                                            WS-FMT-TRAB
            IF PNT-MARCOU (WS-IDX-DIA)
               MOVE WS-PNT-PRIM-ENTRADA (WS-IDX-DIA) TO WS-MIN-FMT
               PERFORM P490-FORMATA-HORA THRU P490-FIM
               MOVE WS-HORA-FMT          TO WS-FMT-ENTRADA
               MOVE WS-PNT-ULT-SAIDA (WS-IDX-DIA) TO WS-MIN-FMT
               PERFORM P490-FORMATA-HORA THRU P490-FIM
               MOVE WS-HORA-FMT          TO WS-FMT-SAIDA
               MOVE WS-PNT-MIN-TRAB (WS-IDX-DIA) TO WS-MIN-FMT
               PERFORM P490-FORMATA-HORA THRU P490-FIM
               MOVE WS-HORA-FMT          TO WS-FMT-TRAB
            END-IF
            MOVE WS-MIN-EXTRA-DIA        TO WS-MIN-FMT
            PERFORM P490-FORMATA-HORA    THRU P490-FIM
            MOVE WS-HORA-FMT             TO WS-FMT-EXTRA
            MOVE WS-MIN-ATRASO-DIA       TO WS-MIN-FMT
            PERFORM P490-FORMATA-HORA    THRU P490-FIM
            MOVE WS-HORA-FMT             TO WS-FMT-ATRASO
            MOVE WS-MIN-FALTA-DIA        TO WS-MIN-FMT
            PERFORM P490-FORMATA-HORA    THRU P490-FIM
            MOVE WS-HORA-FMT             TO WS-FMT-FALTA

            COMPUTE WS-IDX-SEMANA = WS-CAL-SEMANA (WS-IDX-DIA) + 1

            MOVE SPACES                  TO REG-RELATORIO
            STRING WS-DATA-DIA(7:2) '/' WS-DATA-DIA(5:2) ' '
                   WS-NOME-SEMANA (WS-IDX-SEMANA)
                   '  ' WS-FMT-ENTRADA ' ' WS-FMT-SAIDA
                   ' ' WS-FMT-TRAB ' ' WS-FMT-EXTRA
                   ' ' WS-FMT-ATRASO ' ' WS-FMT-FALTA
                   ' ' WS-SITUACAO-DIA
                   DELIMITED BY SIZE INTO REG-RELATORIO
            WRITE REG-RELATORIO
            .
       P430-FIM.
       P450-TOTAL-CARTAO.

            MOVE WS-MIN-TRAB-MES         TO WS-MIN-FMT
            PERFORM P490-FORMATA-HORA    THRU P490-FIM
            MOVE WS-HORA-FMT             TO WS-FMT-TRAB
            MOVE WS-MIN-EXTRA-MES        TO WS-MIN-FMT
            PERFORM P490-FORMATA-HORA    THRU P490-FIM
            MOVE WS-HORA-FMT             TO WS-FMT-EXTRA
            MOVE WS-MIN-ATRASO-MES       TO WS-MIN-FMT
            PERFORM P490-FORMATA-HORA    THRU P490-FIM
            MOVE WS-HORA-FMT             TO WS-FMT-ATRASO
            MOVE WS-MIN-FALTA-MES        TO WS-MIN-FMT
            PERFORM P490-FORMATA-HORA    THRU P490-FIM
            MOVE WS-HORA-FMT             TO WS-FMT-FALTA

            MOVE '----------------------------------------------'
                                          TO REG-RELATORIO
            WRITE REG-RELATORIO
            MOVE SPACES                  TO REG-RELATORIO
            STRING 'TOTAL DO MES            ' WS-FMT-TRAB
                   ' ' WS-FMT-EXTRA ' ' WS-FMT-ATRASO
                   ' ' WS-FMT-FALTA
                   '  (' WS-QT-DIAS-FALTA ' FALTA(S))'
                   DELIMITED BY SIZE INTO REG-RELATORIO
            WRITE REG-RELATORIO
            MOVE SPACES                  TO REG-RELATORIO
            WRITE REG-RELATORIO
            MOVE SPACES                  TO REG-RELATORIO
            STRING 'RECONHECO COMO VERDADEIRAS AS MARCACOES ACIMA.'
                   DELIMITED BY SIZE INTO REG-RELATORIO
            WRITE REG-RELATORIO
            MOVE SPACES                  TO REG-RELATORIO
            WRITE REG-RELATORIO
            MOVE SPACES                  TO REG-RELATORIO
            STRING '______________________________   '
                   '______________________________'
                   DELIMITED BY SIZE INTO REG-RELATORIO
            WRITE REG-RELATORIO
            MOVE SPACES                  TO REG-RELATORIO
            STRING 'ASSINATURA DO FUNCIONARIO        '
                   'VISTO DO RESPONSAVEL'
                   DELIMITED BY SIZE INTO REG-RELATORIO
            WRITE REG-RELATORIO
            .
       P450-FIM.
       P490-FORMATA-HORA.

            DIVIDE WS-MIN-FMT BY 60 GIVING WS-HORAS-FMT
                   REMAINDER WS-RESTO-FMT
            MOVE WS-HORAS-FMT            TO WS-HORA-FMT-HHH
            MOVE WS-RESTO-FMT            TO WS-HORA-FMT-MM
            .
       P490-FIM.
       P500-GRAVA-MOVIMENTO.

      ***** SO VAI PARA A FOLHA QUEM TEM ALGO A PAGAR OU DESCONTAR ****
            IF WS-MIN-EXTRA-MES EQUAL ZEROS
               AND WS-MIN-ATRASO-MES EQUAL ZEROS
               AND WS-MIN-FALTA-MES EQUAL ZEROS
               GO TO P500-FIM
            END-IF

            MOVE SPACES                  TO REG-FOLHMOV
            MOVE CD-FUNCIONARIO          TO MOV-CD-FUNC
            COMPUTE MOV-QT-HORAS ROUNDED = WS-MIN-EXTRA-MES / 60
            COMPUTE MOV-QT-HORAS-FALTA ROUNDED = WS-MIN-FALTA-MES / 60
            COMPUTE MOV-QT-HORAS-ATRASO ROUNDED =
                    WS-MIN-ATRASO-MES / 60
            WRITE REG-FOLHMOV

            ADD 1                        TO WS-QT-MOVIMENTOS
            .
       P500-FIM.
       END PROGRAM PONTOIMP.
