      ******************************************************************
      * Author: ANDRE COSTA
      * Date: 15/10/2026
      * Purpose: APURACAO MENSAL DAS AULAS DADAS PELOS PROFESSORES
      *          PARA A FOLHA. PARA CADA AULA SEMANAL DA GRADE
      *          (GRADE.DAT) CONTA QUANTAS VEZES O DIA DA SEMANA DELA
      *          CAIU NOS DIAS LETIVOS DO MES - SEGUNDA A SABADO, FORA
      *          OS FERIADOS DO CALENDARIO (FERIADOS.TXT, O MESMO DO
      *          DIAUTIL) -, TIRA AS AULAS LANCADAS COMO NAO DADAS NO
      *          CADCANC (AULACANC.DAT) E PAGA AS DADAS PELO VALOR DA
      *          HORA-AULA DO PROFESSOR (PROFESSOR.DAT), QUE APONTA
      *          PARA O SEU FUNCIONARIO NA FOLHA. GRAVA O MOVIMENTO
      *          AULAMOV.TXT QUE A FOLHAPAG SOMA AOS PROVENTOS E
      *          IMPRIME NO CONTRACHEQUE, E O DEMONSTRATIVO DE AULAS
      *          POR PROFESSOR (AULAPROF.LST). AULA SEM PROFESSOR,
      *          DE PROFESSOR FORA DO CADASTRO, INATIVO OU SEM VINCULO
      *          COM A FOLHA NAO E PAGA: SAI NO DEMONSTRATIVO COMO
      *          EXCECAO, COM RETORNO 4.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. AULAPROF.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
            DECIMAL-POINT IS COMMA.
            INPUT-OUTPUT SECTION.
            FILE-CONTROL.
                SELECT GRADE ASSIGN TO
                WS-ARQ-GRADE
                ORGANIZATION IS INDEXED
                ACCESS MODE  IS SEQUENTIAL
                RECORD KEY   IS CHAVE-GRADE
                FILE STATUS  IS WS-FS.
                SELECT PROFESSOR ASSIGN TO
                WS-ARQ-PROFESSOR
                ORGANIZATION IS INDEXED
                ACCESS MODE  IS RANDOM
                RECORD KEY   IS PF-CD-PROFESSOR
                FILE STATUS  IS WS-FS-PRF.
                SELECT AULACANC ASSIGN TO
                WS-ARQ-AULACANC
                ORGANIZATION IS INDEXED
                ACCESS MODE  IS DYNAMIC
                RECORD KEY   IS CHAVE-AULACANC
                FILE STATUS  IS WS-FS-ACN.
                SELECT FERIADOS ASSIGN TO
                WS-ARQ-FERIADOS
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS  IS WS-FS-FER.
                SELECT AULAMOV ASSIGN TO
                WS-ARQ-AULAMOV
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS  IS WS-FS-MOV.
                SELECT RELATORIO ASSIGN TO
                WS-ARQ-AULAPROF
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS  IS WS-FS-REL.
                SELECT ORDENACAO ASSIGN TO
                'AULAPROF.WRK'.

       DATA DIVISION.
       FILE SECTION.
       FD GRADE.
          COPY FD_GRADE.

       FD PROFESSOR.
          COPY FD_PROFESSOR.

       FD AULACANC.
          COPY FD_AULACANC.

       FD FERIADOS.
       01 REG-FERIADOS.
          03 FER-DATA                    PIC 9(08).

       FD AULAMOV.
          COPY FD_AULAMOV.

       FD RELATORIO.
       01 REG-RELATORIO                  PIC X(100).

       SD ORDENACAO.
       01 REG-SORT.
          03 SRT-PROFESSOR               PIC 9(03).
          03 SRT-DIA                     PIC 9(01).
          03 SRT-HORARIO                 PIC 9(04).
          03 SRT-MATERIA                 PIC 9(03).
          03 SRT-SALA                    PIC X(10).

       WORKING-STORAGE SECTION.
      ***** CAMINHOS FISICOS DOS ARQUIVOS - PRE-CARREGADOS COM O *****
      ***** PADRAO HISTORICO E RESOLVIDOS PELO ARQCONF NO INICIO *****
       77 WS-ARQ-GRADE               PIC X(68) VALUE
          'C:\Users\Mauro Vieira\bin\GRADE.DAT'.
       77 WS-ARQ-PROFESSOR           PIC X(68) VALUE
          'C:\Users\Mauro Vieira\bin\PROFESSOR.DAT'.
       77 WS-ARQ-AULACANC            PIC X(68) VALUE
          'C:\Users\Mauro Vieira\bin\AULACANC.DAT'.
       77 WS-ARQ-FERIADOS            PIC X(68) VALUE
          'C:\CursoCOBOL\COBOL\01 - Basico\bin\FERIADOS.TXT'.
       77 WS-ARQ-AULAMOV             PIC X(68) VALUE
          'C:\CursoCOBOL\COBOL\01 - Basico\bin\AULAMOV.TXT'.
       77 WS-ARQ-AULAPROF            PIC X(68) VALUE
          'C:\CursoCOBOL\COBOL\01 - Basico\bin\AULAPROF.LST'.
       77 WS-FS                          PIC 99.
          88 FS-OK                       VALUE 0.
       77 WS-FS-PRF                      PIC 99.
          88 FS-PRF-OK                   VALUE 0.
       77 WS-PRF-ABERTO                  PIC X VALUE 'N'.
          88 PRF-ABERTO                  VALUE 'S'.
       77 WS-FS-ACN                      PIC 99.
          88 FS-ACN-OK                   VALUE 0.
       77 WS-FS-FER                      PIC 99.
          88 FS-FER-OK                   VALUE 0.
       77 WS-FS-MOV                      PIC 99.
       77 WS-FS-REL                      PIC 99.
       77 WS-EOF                         PIC X.
          88 EOF-OK                      VALUE 'S' FALSE 'N'.
       77 WS-DATA-MOVIMENTO              PIC 9(08) VALUE ZEROS.
       77 WS-CONTROLE-DATA               PIC X(01) VALUE 'N'.
       77 WS-COMPETENCIA                 PIC 9(06) VALUE ZEROS.
       77 WS-COMPETENCIA-INF             PIC 9(06) VALUE ZEROS.
      ***** CALENDARIO DO MES: DIAS LETIVOS POR DIA DA SEMANA *********
      ***** (1=SEGUNDA ... 6=SABADO, COMO NA GRADE) *******************
       77 WS-DIAS                        PIC 9(07) VALUE ZEROS.
       77 WS-DIA-SEMANA                  PIC 9(01) VALUE ZEROS.
       77 WS-IDX                         PIC 9(03) VALUE ZEROS.
       77 WS-QT-DIAS-LETIVOS             PIC 9(02) VALUE ZEROS.
       77 WS-E-FERIADO                   PIC X.
          88 E-FERIADO                   VALUE 'S'.
       01 WS-DATA-DIA                    PIC 9(08) VALUE ZEROS.
       01 WS-DATA-DIA-X REDEFINES WS-DATA-DIA.
          03 WS-DIA-AAAAMM               PIC 9(06).
          03 WS-DIA-DD                   PIC 9(02).
       01 WS-TAB-SEMANA.
          03 WS-LETIVOS-SEMANA OCCURS 6 TIMES PIC 9(02).
       01 WS-NOMES-SEMANA                PIC X(18) VALUE
          'SEGTERQUAQUISEXSAB'.
       01 WS-TAB-NOMES REDEFINES WS-NOMES-SEMANA.
          03 WS-NOME-SEMANA OCCURS 6 TIMES PIC X(03).
       77 WS-NOME-DIA                    PIC X(03) VALUE SPACES.
       77 WS-QT-FERIADOS                 PIC 9(03) VALUE ZEROS.
       01 WS-TAB-FERIADOS.
          03 WS-TF-DATA OCCURS 200 TIMES PIC 9(08).
      ***** AULAS NAO DADAS NO MES (AULACANC) *************************
       77 WS-QT-CANC                     PIC 9(03) VALUE ZEROS.
       77 WS-QT-CANC-IGNORADAS           PIC 9(03) VALUE ZEROS.
       01 WS-TAB-CANC.
          03 WS-CANC OCCURS 999 TIMES.
             05 WS-CANC-MATERIA          PIC 9(03).
             05 WS-CANC-DIA              PIC 9(01).
             05 WS-CANC-HORARIO          PIC 9(04).
      ***** PROFESSOR EM APURACAO *************************************
       77 WS-PROF-ATUAL                  PIC 9(03) VALUE ZEROS.
       77 WS-PRIMEIRA-LINHA              PIC X VALUE 'S'.
          88 PRIMEIRA-LINHA              VALUE 'S'.
       77 WS-NOME-PROF                   PIC X(20) VALUE SPACES.
       77 WS-FUNC-PROF                   PIC 9(04) VALUE ZEROS.
       77 WS-VR-HORA-AULA                PIC 9(05)V99 VALUE ZEROS.
       77 WS-PAGA-PROF                   PIC X VALUE 'N'.
          88 PROFESSOR-PAGO              VALUE 'S'.
       77 WS-MOTIVO-EXCECAO              PIC X(40) VALUE SPACES.
       77 WS-QT-PREVISTAS                PIC 9(02) VALUE ZEROS.
       77 WS-QT-CANCELADAS               PIC 9(02) VALUE ZEROS.
       77 WS-QT-DADAS                    PIC 9(02) VALUE ZEROS.
       77 WS-VR-AULA                     PIC 9(07)V99 VALUE ZEROS.
       77 WS-QT-DADAS-PROF               PIC 9(04) VALUE ZEROS.
       77 WS-VR-PROF                     PIC 9(07)V99 VALUE ZEROS.
      ***** TOTAIS DO PROCESSAMENTO ***********************************
       77 WS-QT-PROFESSORES              PIC 9(03) VALUE ZEROS.
       77 WS-QT-DADAS-GERAL              PIC 9(05) VALUE ZEROS.
       77 WS-VR-GERAL                    PIC 9(09)V99 VALUE ZEROS.
       77 WS-QT-EXCECOES                 PIC 9(05) VALUE ZEROS.
       77 WS-QT-MOVIMENTOS               PIC 9(05) VALUE ZEROS.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.

      ***** RETURN-CODE E REGISTRADOR COMPARTILHADO: UM PASSO *********
      ***** ANTERIOR COM FALHA NAO PODE CONTAMINAR ESTE PASSO *********
            MOVE ZERO                    TO RETURN-CODE

      ***** RESOLVE OS CAMINHOS FISICOS PELO PERFIL DO ARQCONF ******
            CALL 'ARQCONF' USING 'GRADE.DAT       ' WS-ARQ-GRADE
            CALL 'ARQCONF' USING 'PROFESSOR.DAT   ' WS-ARQ-PROFESSOR
            CALL 'ARQCONF' USING 'AULACANC.DAT    ' WS-ARQ-AULACANC
            CALL 'ARQCONF' USING 'FERIADOS.TXT    ' WS-ARQ-FERIADOS
            CALL 'ARQCONF' USING 'AULAMOV.TXT     ' WS-ARQ-AULAMOV
            CALL 'ARQCONF' USING 'AULAPROF.LST    ' WS-ARQ-AULAPROF

            CALL 'DTMOVIM' USING WS-DATA-MOVIMENTO WS-CONTROLE-DATA
            MOVE WS-DATA-MOVIMENTO(1:6)  TO WS-COMPETENCIA

            DISPLAY '*** AULAS DADAS PELOS PROFESSORES NO MES ***'
            DISPLAY 'Competencia das aulas (AAAAMM) ou zero para '
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

            OPEN OUTPUT AULAMOV
            OPEN OUTPUT RELATORIO

            IF WS-FS-MOV NOT EQUAL ZEROS
               OR WS-FS-REL NOT EQUAL ZEROS
               DISPLAY 'ERRO AO ABRIR O MOVIMENTO/DEMONSTRATIVO DE '
                       'AULAS.'
               MOVE 16                   TO RETURN-CODE
               GOBACK
            END-IF

            OPEN INPUT PROFESSOR
            IF FS-PRF-OK
               MOVE 'S'                  TO WS-PRF-ABERTO
            END-IF

            PERFORM P200-CANCELADAS      THRU P200-FIM

            MOVE SPACES                  TO REG-RELATORIO
            STRING 'DEMONSTRATIVO DE AULAS DADAS - COMPETENCIA '
                   WS-COMPETENCIA ' - ' WS-QT-DIAS-LETIVOS
                   ' DIA(S) LETIVO(S)'
                   DELIMITED BY SIZE INTO REG-RELATORIO
            WRITE REG-RELATORIO
            MOVE SPACES                  TO REG-RELATORIO
            STRING 'DIAS LETIVOS POR DIA DA SEMANA: SEG '
                   WS-LETIVOS-SEMANA (1) ' TER ' WS-LETIVOS-SEMANA (2)
                   ' QUA ' WS-LETIVOS-SEMANA (3)
                   ' QUI ' WS-LETIVOS-SEMANA (4)
                   ' SEX ' WS-LETIVOS-SEMANA (5)
                   ' SAB ' WS-LETIVOS-SEMANA (6)
                   DELIMITED BY SIZE INTO REG-RELATORIO
            WRITE REG-RELATORIO

            SORT ORDENACAO
               ON ASCENDING KEY SRT-PROFESSOR SRT-DIA SRT-HORARIO
               INPUT PROCEDURE  IS P300-CARREGA
               OUTPUT PROCEDURE IS P400-APURA

            IF NOT PRIMEIRA-LINHA
               PERFORM P450-TOTAL-PROF   THRU P450-FIM
            END-IF

            MOVE '============================================='
                                          TO REG-RELATORIO
            WRITE REG-RELATORIO
            MOVE SPACES                  TO REG-RELATORIO
            STRING 'PROFESSORES PAGOS: ' WS-QT-PROFESSORES
                   '  AULAS DADAS: ' WS-QT-DADAS-GERAL
                   '  VALOR: ' WS-VR-GERAL
                   DELIMITED BY SIZE INTO REG-RELATORIO
            WRITE REG-RELATORIO
            MOVE SPACES                  TO REG-RELATORIO
            STRING 'AULAS NAO PAGAS (EXCECOES): ' WS-QT-EXCECOES
                   '  CANCELAMENTOS EM DIA NAO LETIVO IGNORADOS: '
                   WS-QT-CANC-IGNORADAS
                   DELIMITED BY SIZE INTO REG-RELATORIO
            WRITE REG-RELATORIO

            IF PRF-ABERTO
               CLOSE PROFESSOR
            END-IF
            CLOSE AULAMOV RELATORIO

            DISPLAY 'PROFESSORES PAGOS....: ' WS-QT-PROFESSORES
            DISPLAY 'AULAS DADAS..........: ' WS-QT-DADAS-GERAL
            DISPLAY 'VALOR DAS AULAS......: ' WS-VR-GERAL
            DISPLAY 'AULAS NAO PAGAS......: ' WS-QT-EXCECOES
            DISPLAY 'MOVIMENTO EM AULAMOV.TXT (' WS-QT-MOVIMENTOS
                    ' LINHA(S)), DEMONSTRATIVO EM AULAPROF.LST'

            IF WS-QT-EXCECOES GREATER THAN ZEROS
               MOVE 4                    TO RETURN-CODE
            END-IF

            GOBACK.
       P100-CALENDARIO.

      ***** FERIADOS DO CALENDARIO - SEM O ARQUIVO, NENHUM DIA E ******
      ***** FERIADO ***************************************************
            OPEN INPUT FERIADOS
            IF FS-FER-OK
               SET EOF-OK                TO FALSE
               PERFORM P110-LE-FERIADO   THRU P110-FIM UNTIL EOF-OK
               CLOSE FERIADOS
            END-IF

            INITIALIZE WS-TAB-SEMANA
            MOVE WS-COMPETENCIA          TO WS-DIA-AAAAMM
            MOVE 1                       TO WS-DIA-DD
            COMPUTE WS-DIAS = FUNCTION INTEGER-OF-DATE(WS-DATA-DIA)

            PERFORM P120-DIA-DO-MES      THRU P120-FIM
                    UNTIL WS-DIA-AAAAMM NOT EQUAL WS-COMPETENCIA
            .
       P100-FIM.
       P110-LE-FERIADO.

            READ FERIADOS
               AT END
                  SET EOF-OK             TO TRUE
               NOT AT END
                  IF FER-DATA IS NUMERIC AND FER-DATA GREATER ZEROS
                     AND WS-QT-FERIADOS LESS THAN 200
                     ADD 1               TO WS-QT-FERIADOS
                     MOVE FER-DATA       TO
                          WS-TF-DATA (WS-QT-FERIADOS)
                  END-IF
            END-READ
            .
       P110-FIM.
       P120-DIA-DO-MES.

      ***** DIA LETIVO: SEGUNDA A SABADO QUE NAO E FERIADO ************
            PERFORM P130-TESTA-FERIADO   THRU P130-FIM

            IF WS-DIA-SEMANA NOT EQUAL ZERO AND NOT E-FERIADO
               ADD 1                     TO
                   WS-LETIVOS-SEMANA (WS-DIA-SEMANA)
               ADD 1                     TO WS-QT-DIAS-LETIVOS
            END-IF

            ADD 1                        TO WS-DIAS
            COMPUTE WS-DATA-DIA = FUNCTION DATE-OF-INTEGER(WS-DIAS)
            .
       P120-FIM.
       P130-TESTA-FERIADO.

      ***** DIA DA SEMANA DE WS-DATA-DIA (1=SEGUNDA ... 6=SABADO, *****
      ***** 0=DOMINGO) E SE ELE E FERIADO DO CALENDARIO ***************
            COMPUTE WS-DIA-SEMANA = FUNCTION MOD(
                    FUNCTION INTEGER-OF-DATE(WS-DATA-DIA), 7)

            MOVE 'N'                     TO WS-E-FERIADO
            PERFORM P135-COMPARA-FERIADO THRU P135-FIM
                    VARYING WS-IDX FROM 1 BY 1
                    UNTIL WS-IDX GREATER THAN WS-QT-FERIADOS
                       OR E-FERIADO
            .
       P130-FIM.
       P135-COMPARA-FERIADO.

            IF WS-TF-DATA (WS-IDX) EQUAL WS-DATA-DIA
               MOVE 'S'                  TO WS-E-FERIADO
            END-IF
            .
       P135-FIM.
       P200-CANCELADAS.

      ***** SEM LANCAMENTOS DE AULA NAO DADA, TODAS FORAM DADAS *******
            OPEN INPUT AULACANC
            IF NOT FS-ACN-OK
               GO TO P200-FIM
            END-IF

            MOVE WS-COMPETENCIA          TO ACN-DATA(1:6)
            MOVE '01'                    TO ACN-DATA(7:2)
            MOVE ZEROS                   TO ACN-ID-MATERIA
                                            ACN-HORARIO

            SET EOF-OK                   TO FALSE
            START AULACANC KEY NOT LESS THAN CHAVE-AULACANC
               INVALID KEY
                  SET EOF-OK             TO TRUE
            END-START

            PERFORM P210-LE-CANCELADA    THRU P210-FIM UNTIL EOF-OK

            CLOSE AULACANC
            .
       P200-FIM.
       P210-LE-CANCELADA.

            READ AULACANC NEXT RECORD
               AT END
                  SET EOF-OK             TO TRUE
               NOT AT END
                  IF ACN-DATA(1:6) NOT EQUAL WS-COMPETENCIA
                     SET EOF-OK          TO TRUE
                  ELSE
                     PERFORM P220-GUARDA-CANCELADA THRU P220-FIM
                  END-IF
            END-READ
            .
       P210-FIM.
       P220-GUARDA-CANCELADA.

      ***** AULA "CANCELADA" EM FERIADO JA NAO ESTAVA PREVISTA - NAO **
      ***** PODE SER DESCONTADA DE NOVO *******************************
            MOVE ACN-DATA                TO WS-DATA-DIA
            PERFORM P130-TESTA-FERIADO   THRU P130-FIM

            IF E-FERIADO OR WS-DIA-SEMANA EQUAL ZERO
               OR WS-QT-CANC NOT LESS THAN 999
               ADD 1                     TO WS-QT-CANC-IGNORADAS
               GO TO P220-FIM
            END-IF

            ADD 1                        TO WS-QT-CANC
            MOVE ACN-ID-MATERIA          TO WS-CANC-MATERIA (WS-QT-CANC)
            MOVE WS-DIA-SEMANA           TO WS-CANC-DIA (WS-QT-CANC)
            MOVE ACN-HORARIO             TO WS-CANC-HORARIO (WS-QT-CANC)
            .
       P220-FIM.
       P300-CARREGA.

            OPEN INPUT GRADE

            IF NOT FS-OK
               DISPLAY 'AINDA NAO HA GRADE CADASTRADA.'
               GO TO P300-FIM
            END-IF

            SET EOF-OK                   TO FALSE
            PERFORM P310-LE-AULA         THRU P310-FIM UNTIL EOF-OK

            CLOSE GRADE
            .
       P300-FIM.
           EXIT.
       P310-LE-AULA.

            READ GRADE NEXT RECORD
               AT END
                  SET EOF-OK             TO TRUE
               NOT AT END
                  MOVE GR-CD-PROFESSOR   TO SRT-PROFESSOR
                  MOVE GR-DIA-SEMANA     TO SRT-DIA
                  MOVE GR-HORARIO        TO SRT-HORARIO
                  MOVE GR-ID-MATERIA     TO SRT-MATERIA
                  MOVE GR-SALA           TO SRT-SALA
                  RELEASE REG-SORT
            END-READ
            .
       P310-FIM.
       P400-APURA.

            SET EOF-OK                   TO FALSE
            PERFORM P410-AULA            THRU P410-FIM UNTIL EOF-OK
            .
       P410-AULA.

            RETURN ORDENACAO
               AT END
                  SET EOF-OK             TO TRUE
               NOT AT END
                  IF SRT-PROFESSOR NOT EQUAL WS-PROF-ATUAL
                     OR PRIMEIRA-LINHA
                     IF NOT PRIMEIRA-LINHA
                        PERFORM P450-TOTAL-PROF THRU P450-FIM
                     END-IF
                     MOVE 'N'            TO WS-PRIMEIRA-LINHA
                     MOVE SRT-PROFESSOR  TO WS-PROF-ATUAL
                     PERFORM P500-DADOS-PROF THRU P500-FIM
                  END-IF
                  PERFORM P420-APURA-AULA THRU P420-FIM
            END-RETURN
            .
       P410-FIM.
       P420-APURA-AULA.

      ***** PREVISTAS: DIAS LETIVOS DO DIA DA SEMANA DA AULA; *********
      ***** DADAS: AS PREVISTAS MENOS AS LANCADAS COMO NAO DADAS ******
            MOVE ZEROS                   TO WS-QT-PREVISTAS
                                            WS-QT-CANCELADAS
            IF SRT-DIA GREATER THAN ZERO AND SRT-DIA LESS THAN 7
               MOVE WS-LETIVOS-SEMANA (SRT-DIA) TO WS-QT-PREVISTAS
            END-IF

            PERFORM P430-CONTA-CANCELADA THRU P430-FIM
                    VARYING WS-IDX FROM 1 BY 1
                    UNTIL WS-IDX GREATER THAN WS-QT-CANC

            IF WS-QT-CANCELADAS GREATER THAN WS-QT-PREVISTAS
               MOVE WS-QT-PREVISTAS      TO WS-QT-CANCELADAS
            END-IF
            COMPUTE WS-QT-DADAS = WS-QT-PREVISTAS - WS-QT-CANCELADAS

            MOVE ZEROS                   TO WS-VR-AULA
            IF PROFESSOR-PAGO
               COMPUTE WS-VR-AULA = WS-QT-DADAS * WS-VR-HORA-AULA
               ADD WS-QT-DADAS           TO WS-QT-DADAS-PROF
               ADD WS-VR-AULA            TO WS-VR-PROF
            ELSE
               ADD WS-QT-DADAS           TO WS-QT-EXCECOES
            END-IF

            MOVE '???'                   TO WS-NOME-DIA
            IF SRT-DIA GREATER THAN ZERO AND SRT-DIA LESS THAN 7
               MOVE WS-NOME-SEMANA (SRT-DIA) TO WS-NOME-DIA
            END-IF

            MOVE SPACES                  TO REG-RELATORIO
            STRING '  ' WS-NOME-DIA ' ' SRT-HORARIO
                   ' DISC ' SRT-MATERIA
                   ' SALA ' SRT-SALA
                   ' PREVISTAS ' WS-QT-PREVISTAS
                   ' NAO DADAS ' WS-QT-CANCELADAS
                   ' DADAS ' WS-QT-DADAS
                   ' VALOR ' WS-VR-AULA
                   DELIMITED BY SIZE INTO REG-RELATORIO
            WRITE REG-RELATORIO

            IF PROFESSOR-PAGO
               MOVE SPACES               TO REG-AULAMOV
               MOVE WS-COMPETENCIA       TO ALM-COMPETENCIA
               MOVE WS-FUNC-PROF         TO ALM-CD-FUNCIONARIO
               MOVE SRT-PROFESSOR        TO ALM-CD-PROFESSOR
               MOVE SRT-MATERIA          TO ALM-ID-MATERIA
               MOVE SRT-DIA              TO ALM-DIA-SEMANA
               MOVE SRT-HORARIO          TO ALM-HORARIO
               MOVE WS-QT-PREVISTAS      TO ALM-QT-PREVISTAS
               MOVE WS-QT-CANCELADAS     TO ALM-QT-CANCELADAS
               MOVE WS-QT-DADAS          TO ALM-QT-DADAS
               MOVE WS-VR-HORA-AULA      TO ALM-VR-HORA-AULA
               MOVE WS-VR-AULA           TO ALM-VR-AULAS
               WRITE REG-AULAMOV
               ADD 1                     TO WS-QT-MOVIMENTOS
            END-IF
            .
       P420-FIM.
       P430-CONTA-CANCELADA.

            IF WS-CANC-MATERIA (WS-IDX) EQUAL SRT-MATERIA
               AND WS-CANC-DIA (WS-IDX) EQUAL SRT-DIA
               AND WS-CANC-HORARIO (WS-IDX) EQUAL SRT-HORARIO
               ADD 1                     TO WS-QT-CANCELADAS
            END-IF
            .
       P430-FIM.
       P450-TOTAL-PROF.

            MOVE SPACES                  TO REG-RELATORIO
            IF PROFESSOR-PAGO
               STRING '  TOTAL: ' WS-QT-DADAS-PROF
                      ' AULA(S) DADA(S) X ' WS-VR-HORA-AULA
                      ' = ' WS-VR-PROF ' PARA O FUNCIONARIO '
                      WS-FUNC-PROF
                      DELIMITED BY SIZE INTO REG-RELATORIO
               ADD 1                     TO WS-QT-PROFESSORES
               ADD WS-QT-DADAS-PROF      TO WS-QT-DADAS-GERAL
               ADD WS-VR-PROF            TO WS-VR-GERAL
            ELSE
               STRING '  *** AULAS NAO PAGAS: ' WS-MOTIVO-EXCECAO
                      DELIMITED BY SIZE INTO REG-RELATORIO
            END-IF
            WRITE REG-RELATORIO
            .
       P450-FIM.
       P500-DADOS-PROF.

            MOVE ZEROS                   TO WS-QT-DADAS-PROF
                                            WS-VR-PROF
                                            WS-FUNC-PROF
                                            WS-VR-HORA-AULA
            MOVE SPACES                  TO WS-NOME-PROF
                                            WS-MOTIVO-EXCECAO
            MOVE 'N'                     TO WS-PAGA-PROF

            EVALUATE TRUE
               WHEN WS-PROF-ATUAL EQUAL ZEROS
                  MOVE '(SEM PROFESSOR)'  TO WS-NOME-PROF
                  MOVE 'AULA SEM PROFESSOR NA GRADE'
                                          TO WS-MOTIVO-EXCECAO
               WHEN NOT PRF-ABERTO
                  MOVE 'CADASTRO DE PROFESSORES INDISPONIVEL'
                                          TO WS-MOTIVO-EXCECAO
               WHEN OTHER
                  PERFORM P510-LE-PROFESSOR THRU P510-FIM
            END-EVALUATE

            MOVE '---------------------------------------------'
                                          TO REG-RELATORIO
            WRITE REG-RELATORIO
            MOVE SPACES                  TO REG-RELATORIO
            STRING 'PROFESSOR ' WS-PROF-ATUAL ' - ' WS-NOME-PROF
                   ' - FUNCIONARIO ' WS-FUNC-PROF
                   ' - HORA-AULA ' WS-VR-HORA-AULA
                   DELIMITED BY SIZE INTO REG-RELATORIO
            WRITE REG-RELATORIO
            .
       P500-FIM.
       P510-LE-PROFESSOR.

            MOVE WS-PROF-ATUAL           TO PF-CD-PROFESSOR
            READ PROFESSOR
               INVALID KEY
                  MOVE '(SEM CADASTRO)'  TO WS-NOME-PROF
                  MOVE 'PROFESSOR FORA DO CADASTRO'
                                          TO WS-MOTIVO-EXCECAO
                  GO TO P510-FIM
            END-READ

            MOVE PF-NM-PROFESSOR         TO WS-NOME-PROF
            MOVE PF-CD-FUNCIONARIO       TO WS-FUNC-PROF
            MOVE PF-VR-HORA-AULA         TO WS-VR-HORA-AULA

            EVALUATE TRUE
               WHEN PROFESSOR-INATIVO
                  MOVE 'PROFESSOR INATIVO'
                                          TO WS-MOTIVO-EXCECAO
               WHEN PF-CD-FUNCIONARIO EQUAL ZEROS
                  MOVE 'PROFESSOR SEM FUNCIONARIO NA FOLHA'
                                          TO WS-MOTIVO-EXCECAO
               WHEN PF-VR-HORA-AULA EQUAL ZEROS
                  MOVE 'PROFESSOR SEM VALOR DA HORA-AULA'
                                          TO WS-MOTIVO-EXCECAO
               WHEN OTHER
                  MOVE 'S'               TO WS-PAGA-PROF
            END-EVALUATE
            .
       P510-FIM.
       END PROGRAM AULAPROF.
