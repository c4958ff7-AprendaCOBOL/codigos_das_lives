      ******************************************************************
      * Author: ANDRE COSTA
      * Date: 15/10/2026
      * Purpose: CALENDARIO DE PROVAS DO PERIODO LETIVO E AGENDA DE
      *          PROVAS DE CADA ALUNO. PARA O PERIODO (O SEMESTRE DA
      *          DATA DE MOVIMENTO OU O INFORMADO), IMPRIME O
      *          CALENDARIO DO PROVA.DAT POR DIA E HORARIO E, PARA
      *          CADA ALUNO COM MATRICULA ATIVA NO PERIODO, AS PROVAS
      *          DAS SUAS DISCIPLINAS EM ORDEM DE DATA. DUAS PROVAS DO
      *          MESMO ALUNO NO MESMO DIA E HORARIO (MATRICULA FEITA
      *          DEPOIS DE O CALENDARIO SER MONTADO) SAEM MARCADAS
      *          COMO CONFLITO. RELATORIO EM RELPROVA.LST; RETORNO 4
      *          QUANDO O PERIODO NAO TEM PROVA MARCADA OU HA CONFLITO.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RELPROVA.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
            DECIMAL-POINT IS COMMA.
            INPUT-OUTPUT SECTION.
            FILE-CONTROL.
                SELECT PROVA ASSIGN TO
                WS-ARQ-PROVA
                ORGANIZATION IS INDEXED
                ACCESS MODE  IS DYNAMIC
                RECORD KEY   IS CHAVE-PROVA
                FILE STATUS  IS WS-FS-PRV.
                SELECT MATRICULA ASSIGN TO
                WS-ARQ-MATRICULA
                ORGANIZATION IS INDEXED
                ACCESS MODE  IS SEQUENTIAL
                RECORD KEY   IS CHAVE-MATRICULA
                FILE STATUS  IS WS-FS-MTR.
                SELECT CFPK0001 ASSIGN TO
                WS-ARQ-CFPK0001
                ORGANIZATION IS INDEXED
                ACCESS MODE  IS RANDOM
                RECORD KEY   IS ID-ALUNO
                FILE STATUS  IS WS-FS-ALU.
                SELECT CFPK0002 ASSIGN TO
                WS-ARQ-CFPK0002
                ORGANIZATION IS INDEXED
                ACCESS MODE  IS RANDOM
                RECORD KEY   IS ID-MATERIA
                FILE STATUS  IS WS-FS-MAT.
                SELECT ORDENACAO ASSIGN TO
                'RELPROVA.WRK'.
                SELECT RELATORIO ASSIGN TO
                WS-ARQ-RELPROVA
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS  IS WS-FS-REL.

       DATA DIVISION.
       FILE SECTION.
       FD PROVA.
          COPY FD_PROVA.

       FD MATRICULA.
          COPY FD_MATRICULA.

       FD CFPK0001.
       01 CFPK0001-ALUNO.
          03 ID-ALUNO                PIC 9(05).
          03 NM-ALUNO                PIC X(20).
          03 TL-ALUNO                PIC 9(11) COMP-3.

       FD CFPK0002.
       01 CFPK0002-MATERIA.
          03 ID-MATERIA              PIC 9(03).
          03 NM-MATERIA              PIC X(20).
          03 NT-APROVACAO            PIC 9(02)V99 COMP-3.
      ***** PESOS DAS QUATRO NOTAS (ZERADOS = PESOS IGUAIS) ***********
          03 PS-PESO-NOTA1           PIC 9(02).
          03 PS-PESO-NOTA2           PIC 9(02).
          03 PS-PESO-NOTA3           PIC 9(02).
          03 PS-PESO-NOTA4           PIC 9(02).

      ***** A MESMA ORDENACAO SERVE AO CALENDARIO (ALUNO ZERADO) E ****
      ***** A AGENDA DE CADA ALUNO ************************************
       SD ORDENACAO.
       01 REG-SORT.
          03 SRT-ID-ALUNO                PIC 9(05).
          03 SRT-DT-PROVA                PIC 9(08).
          03 SRT-HORARIO                 PIC 9(04).
          03 SRT-SALA                    PIC X(10).
          03 SRT-ID-MATERIA              PIC 9(03).
          03 SRT-NR-NOTA                 PIC 9(01).

       FD RELATORIO.
       01 REG-RELATORIO                  PIC X(100).

       WORKING-STORAGE SECTION.
      ***** CAMINHOS FISICOS DOS ARQUIVOS - PRE-CARREGADOS COM O *****
      ***** PADRAO HISTORICO E RESOLVIDOS PELO ARQCONF NO INICIO *****
       77 WS-ARQ-PROVA               PIC X(68) VALUE
          'C:\Users\Mauro Vieira\bin\PROVA.DAT'.
       77 WS-ARQ-MATRICULA           PIC X(68) VALUE
          'C:\Users\Mauro Vieira\bin\MATRICULA.DAT'.
       77 WS-ARQ-CFPK0001            PIC X(68) VALUE
          'C:\Users\Mauro Vieira\bin\CFPK0001.DAT'.
       77 WS-ARQ-CFPK0002            PIC X(68) VALUE
          'C:\Users\Mauro Vieira\bin\CFPK0002.DAT'.
       77 WS-ARQ-RELPROVA            PIC X(68) VALUE
          'C:\Users\Mauro Vieira\bin\RELPROVA.LST'.
       77 WS-FS-PRV                      PIC 99.
          88 FS-PRV-OK                   VALUE 0.
       77 WS-FS-MTR                      PIC 99.
          88 FS-MTR-OK                   VALUE 0.
       77 WS-FS-ALU                      PIC 99.
          88 FS-ALU-OK                   VALUE 0.
       77 WS-ALU-ABERTO                  PIC X VALUE 'N'.
          88 ALU-ABERTO                  VALUE 'S'.
       77 WS-FS-MAT                      PIC 99.
          88 FS-MAT-OK                   VALUE 0.
       77 WS-MAT-ABERTO                  PIC X VALUE 'N'.
          88 MAT-ABERTO                  VALUE 'S'.
       77 WS-FS-REL                      PIC 99.
       77 WS-EOF                         PIC X.
          88 EOF-OK                      VALUE 'S' FALSE 'N'.
       77 WS-DATA-MOVIMENTO              PIC 9(08) VALUE ZEROS.
       77 WS-CONTROLE-DATA               PIC X(01) VALUE 'N'.
       77 WS-AA-PERIODO                  PIC 9(04) VALUE ZEROS.
       77 WS-SM-PERIODO                  PIC 9(01) VALUE ZEROS.
       77 WS-AA-INF                      PIC 9(04) VALUE ZEROS.
       77 WS-SM-INF                      PIC 9(01) VALUE ZEROS.
       77 WS-NOTA                        PIC 9(01) VALUE ZEROS.
       77 WS-NM-ALUNO                    PIC X(20) VALUE SPACES.
       77 WS-NM-MATERIA                  PIC X(20) VALUE SPACES.
       77 WS-DATA-EDIT                   PIC X(10) VALUE SPACES.
       77 WS-MARCA                       PIC X(16) VALUE SPACES.
      ***** QUEBRAS DO CALENDARIO (DIA) E DA AGENDA (ALUNO) ***********
       77 WS-TEM-GRUPO                   PIC X VALUE 'N'.
          88 TEM-GRUPO                   VALUE 'S'.
       77 WS-DATA-ATUAL                  PIC 9(08) VALUE ZEROS.
       77 WS-ALUNO-ATUAL                 PIC 9(05) VALUE ZEROS.
       77 WS-DT-ANTERIOR                 PIC 9(08) VALUE ZEROS.
       77 WS-HR-ANTERIOR                 PIC 9(04) VALUE ZEROS.
       77 WS-QT-PROVAS                   PIC 9(05) VALUE ZEROS.
       77 WS-QT-DIAS                     PIC 9(04) VALUE ZEROS.
       77 WS-QT-ALUNOS                   PIC 9(05) VALUE ZEROS.
       77 WS-QT-CONFLITOS                PIC 9(05) VALUE ZEROS.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.

      ***** RETURN-CODE E REGISTRADOR COMPARTILHADO: UM PASSO *********
      ***** ANTERIOR COM FALHA NAO PODE CONTAMINAR ESTE PASSO *********
            MOVE ZERO                    TO RETURN-CODE

      ***** RESOLVE OS CAMINHOS FISICOS PELO PERFIL DO ARQCONF ******
            CALL 'ARQCONF' USING 'PROVA.DAT       ' WS-ARQ-PROVA
            CALL 'ARQCONF' USING 'MATRICULA.DAT   ' WS-ARQ-MATRICULA
            CALL 'ARQCONF' USING 'CFPK0001.DAT    ' WS-ARQ-CFPK0001
            CALL 'ARQCONF' USING 'CFPK0002.DAT    ' WS-ARQ-CFPK0002
            CALL 'ARQCONF' USING 'RELPROVA.LST    ' WS-ARQ-RELPROVA

      ***** PERIODO PADRAO: O SEMESTRE DA DATA DE MOVIMENTO ***********
            CALL 'DTMOVIM' USING WS-DATA-MOVIMENTO WS-CONTROLE-DATA
            MOVE WS-DATA-MOVIMENTO(1:4)  TO WS-AA-PERIODO
            IF WS-DATA-MOVIMENTO(5:2) GREATER THAN '06'
               MOVE 2                    TO WS-SM-PERIODO
            ELSE
               MOVE 1                    TO WS-SM-PERIODO
            END-IF

            DISPLAY '*** CALENDARIO E AGENDA DE PROVAS ***'
            DISPLAY 'Informe o ano letivo (AAAA) ou zero para '
                    WS-AA-PERIODO ': '
            ACCEPT WS-AA-INF
            IF WS-AA-INF NOT EQUAL ZEROS
               MOVE WS-AA-INF            TO WS-AA-PERIODO
            END-IF
            DISPLAY 'Informe o semestre (1/2) ou zero para '
                    WS-SM-PERIODO ': '
            ACCEPT WS-SM-INF
            IF WS-SM-INF NOT EQUAL ZEROS
               MOVE WS-SM-INF            TO WS-SM-PERIODO
            END-IF

            IF WS-SM-PERIODO NOT EQUAL 1 AND NOT EQUAL 2
               DISPLAY 'SEMESTRE INVALIDO - USE 1 OU 2.'
               MOVE 16                   TO RETURN-CODE
               GOBACK
            END-IF

            OPEN INPUT PROVA

            IF NOT FS-PRV-OK
               DISPLAY 'CALENDARIO DE PROVAS INDISPONIVEL.'
               DISPLAY 'FILE STATUS: ' WS-FS-PRV
               MOVE 16                   TO RETURN-CODE
               GOBACK
            END-IF

            OPEN OUTPUT RELATORIO

            IF WS-FS-REL NOT EQUAL ZEROS
               DISPLAY 'ERRO AO ABRIR O RELATORIO DE PROVAS.'
               DISPLAY 'FILE STATUS: ' WS-FS-REL
               CLOSE PROVA
               MOVE 16                   TO RETURN-CODE
               GOBACK
            END-IF

      ***** SEM CADASTRO, SAI O CODIGO SEM O NOME *********************
            OPEN INPUT CFPK0001
            IF FS-ALU-OK
               MOVE 'S'                  TO WS-ALU-ABERTO
            END-IF

            OPEN INPUT CFPK0002
            IF FS-MAT-OK
               MOVE 'S'                  TO WS-MAT-ABERTO
            END-IF

            MOVE SPACES                  TO REG-RELATORIO
            STRING 'CALENDARIO DE PROVAS - PERIODO LETIVO '
                   WS-AA-PERIODO '/' WS-SM-PERIODO
                   DELIMITED BY SIZE INTO REG-RELATORIO
            WRITE REG-RELATORIO

            SORT ORDENACAO
               ON ASCENDING KEY SRT-DT-PROVA SRT-HORARIO SRT-SALA
               INPUT PROCEDURE  IS P200-CARREGA-CALENDARIO
               OUTPUT PROCEDURE IS P300-IMPRIME-CALENDARIO

            MOVE '============================================='
                                          TO REG-RELATORIO
            WRITE REG-RELATORIO
            MOVE SPACES                  TO REG-RELATORIO
            STRING 'PROVAS NO PERIODO: ' WS-QT-PROVAS
                   '  DIAS DE PROVA: ' WS-QT-DIAS
                   DELIMITED BY SIZE INTO REG-RELATORIO
            WRITE REG-RELATORIO

            MOVE SPACES                  TO REG-RELATORIO
            WRITE REG-RELATORIO
            MOVE SPACES                  TO REG-RELATORIO
            STRING 'AGENDA DE PROVAS POR ALUNO - PERIODO LETIVO '
                   WS-AA-PERIODO '/' WS-SM-PERIODO
                   DELIMITED BY SIZE INTO REG-RELATORIO
            WRITE REG-RELATORIO

            OPEN INPUT MATRICULA
            IF FS-MTR-OK
               SORT ORDENACAO
                  ON ASCENDING KEY SRT-ID-ALUNO SRT-DT-PROVA
                                   SRT-HORARIO SRT-ID-MATERIA
                  INPUT PROCEDURE  IS P500-CARREGA-AGENDA
                  OUTPUT PROCEDURE IS P600-IMPRIME-AGENDA
               CLOSE MATRICULA
            ELSE
               MOVE 'SEM MATRICULAS - AGENDA POR ALUNO NAO GERADA.'
                                          TO REG-RELATORIO
               WRITE REG-RELATORIO
            END-IF

            MOVE '============================================='
                                          TO REG-RELATORIO
            WRITE REG-RELATORIO
            MOVE SPACES                  TO REG-RELATORIO
            STRING 'ALUNOS COM PROVA: ' WS-QT-ALUNOS
                   '  CONFLITOS DE HORARIO: ' WS-QT-CONFLITOS
                   DELIMITED BY SIZE INTO REG-RELATORIO
            WRITE REG-RELATORIO

            IF ALU-ABERTO
               CLOSE CFPK0001
            END-IF
            IF MAT-ABERTO
               CLOSE CFPK0002
            END-IF
            CLOSE PROVA RELATORIO

            DISPLAY 'RELATORIO GERADO EM RELPROVA.LST ('
                    WS-QT-PROVAS ' PROVA(S), ' WS-QT-ALUNOS
                    ' ALUNO(S)).'

            IF WS-QT-PROVAS EQUAL ZEROS
               DISPLAY '*** NENHUMA PROVA MARCADA NO PERIODO '
                       WS-AA-PERIODO '/' WS-SM-PERIODO ' ***'
               MOVE 4                    TO RETURN-CODE
            END-IF

            IF WS-QT-CONFLITOS GREATER THAN ZEROS
               DISPLAY '*** ' WS-QT-CONFLITOS ' CONFLITO(S) DE '
                       'HORARIO NA AGENDA DOS ALUNOS ***'
               MOVE 4                    TO RETURN-CODE
            END-IF

            GOBACK.
       P200-CARREGA-CALENDARIO.

            MOVE ZEROS                   TO PV-ID-MATERIA
                                            PV-AA-PERIODO
                                            PV-SM-PERIODO
                                            PV-NR-NOTA

            SET EOF-OK                   TO FALSE
            START PROVA KEY NOT LESS THAN CHAVE-PROVA
               INVALID KEY
                  SET EOF-OK             TO TRUE
            END-START

            PERFORM P210-LE-PROVA        THRU P210-FIM UNTIL EOF-OK
            .
       P200-FIM.
           EXIT.
       P210-LE-PROVA.

            READ PROVA NEXT RECORD
               AT END
                  SET EOF-OK             TO TRUE
               NOT AT END
                  IF PV-AA-PERIODO EQUAL WS-AA-PERIODO
                     AND PV-SM-PERIODO EQUAL WS-SM-PERIODO
                     ADD 1               TO WS-QT-PROVAS
                     MOVE ZEROS          TO SRT-ID-ALUNO
                     MOVE PV-DT-PROVA    TO SRT-DT-PROVA
                     MOVE PV-HORARIO     TO SRT-HORARIO
                     MOVE PV-SALA        TO SRT-SALA
                     MOVE PV-ID-MATERIA  TO SRT-ID-MATERIA
                     MOVE PV-NR-NOTA     TO SRT-NR-NOTA
                     RELEASE REG-SORT
                  END-IF
            END-READ
            .
       P210-FIM.
           EXIT.
       P300-IMPRIME-CALENDARIO.

            MOVE 'N'                     TO WS-TEM-GRUPO
            SET EOF-OK                   TO FALSE
            PERFORM P310-RETORNA-CALENDARIO THRU P310-FIM UNTIL EOF-OK
            .
       P300-FIM.
           EXIT.
       P310-RETORNA-CALENDARIO.

            RETURN ORDENACAO
               AT END
                  SET EOF-OK             TO TRUE
               NOT AT END
                  PERFORM P320-LINHA-CALENDARIO THRU P320-FIM
            END-RETURN
            .
       P310-FIM.
           EXIT.
       P320-LINHA-CALENDARIO.

            IF NOT TEM-GRUPO
               OR SRT-DT-PROVA NOT EQUAL WS-DATA-ATUAL
               MOVE 'S'                  TO WS-TEM-GRUPO
               MOVE SRT-DT-PROVA         TO WS-DATA-ATUAL
               ADD 1                     TO WS-QT-DIAS
               PERFORM P800-EDITA-DATA   THRU P800-FIM
               MOVE '---------------------------------------------'
                                          TO REG-RELATORIO
               WRITE REG-RELATORIO
               MOVE SPACES               TO REG-RELATORIO
               STRING 'DIA ' WS-DATA-EDIT
                      DELIMITED BY SIZE INTO REG-RELATORIO
               WRITE REG-RELATORIO
            END-IF

            PERFORM P900-NOME-MATERIA    THRU P900-FIM

            MOVE SPACES                  TO REG-RELATORIO
            STRING '  ' SRT-HORARIO(1:2) ':' SRT-HORARIO(3:2)
                   '  SALA ' SRT-SALA
                   '  DISC ' SRT-ID-MATERIA ' - ' WS-NM-MATERIA
                   '  NOTA ' SRT-NR-NOTA
                   DELIMITED BY SIZE INTO REG-RELATORIO
            WRITE REG-RELATORIO
            .
       P320-FIM.
           EXIT.
       P500-CARREGA-AGENDA.

            SET EOF-OK                   TO FALSE
            PERFORM P510-LE-MATRICULA    THRU P510-FIM UNTIL EOF-OK
            .
       P500-FIM.
           EXIT.
       P510-LE-MATRICULA.

            READ MATRICULA NEXT RECORD
               AT END
                  SET EOF-OK             TO TRUE
               NOT AT END
                  IF MT-AA-PERIODO EQUAL WS-AA-PERIODO
                     AND MT-SM-PERIODO EQUAL WS-SM-PERIODO
                     AND MATRICULA-ATIVA
                     PERFORM P520-PROVAS-DISCIPLINA THRU P520-FIM
                             VARYING WS-NOTA FROM 1 BY 1
                             UNTIL WS-NOTA GREATER THAN 4
                  END-IF
            END-READ
            .
       P510-FIM.
           EXIT.
       P520-PROVAS-DISCIPLINA.

            MOVE MT-ID-MATERIA           TO PV-ID-MATERIA
            MOVE MT-AA-PERIODO           TO PV-AA-PERIODO
            MOVE MT-SM-PERIODO           TO PV-SM-PERIODO
            MOVE WS-NOTA                 TO PV-NR-NOTA

            READ PROVA
               INVALID KEY
                  CONTINUE
               NOT INVALID KEY
                  MOVE MT-ID-ALUNO       TO SRT-ID-ALUNO
                  MOVE PV-DT-PROVA       TO SRT-DT-PROVA
                  MOVE PV-HORARIO        TO SRT-HORARIO
                  MOVE PV-SALA           TO SRT-SALA
                  MOVE PV-ID-MATERIA     TO SRT-ID-MATERIA
                  MOVE PV-NR-NOTA        TO SRT-NR-NOTA
                  RELEASE REG-SORT
            END-READ
            .
       P520-FIM.
           EXIT.
       P600-IMPRIME-AGENDA.

            MOVE 'N'                     TO WS-TEM-GRUPO
            SET EOF-OK                   TO FALSE
            PERFORM P610-RETORNA-AGENDA  THRU P610-FIM UNTIL EOF-OK
            .
       P600-FIM.
           EXIT.
       P610-RETORNA-AGENDA.

            RETURN ORDENACAO
               AT END
                  SET EOF-OK             TO TRUE
               NOT AT END
                  PERFORM P620-LINHA-AGENDA THRU P620-FIM
            END-RETURN
            .
       P610-FIM.
           EXIT.
       P620-LINHA-AGENDA.

            IF NOT TEM-GRUPO
               OR SRT-ID-ALUNO NOT EQUAL WS-ALUNO-ATUAL
               MOVE 'S'                  TO WS-TEM-GRUPO
               MOVE SRT-ID-ALUNO         TO WS-ALUNO-ATUAL
               MOVE ZEROS                TO WS-DT-ANTERIOR
                                            WS-HR-ANTERIOR
               ADD 1                     TO WS-QT-ALUNOS
               PERFORM P910-NOME-ALUNO   THRU P910-FIM
               MOVE '---------------------------------------------'
                                          TO REG-RELATORIO
               WRITE REG-RELATORIO
               MOVE SPACES               TO REG-RELATORIO
               STRING 'ALUNO ' WS-ALUNO-ATUAL ' - ' WS-NM-ALUNO
                      DELIMITED BY SIZE INTO REG-RELATORIO
               WRITE REG-RELATORIO
            END-IF

      ***** MESMO DIA E HORARIO DA PROVA ANTERIOR DO ALUNO ************
            MOVE SPACES                  TO WS-MARCA
            IF SRT-DT-PROVA EQUAL WS-DT-ANTERIOR
               AND SRT-HORARIO EQUAL WS-HR-ANTERIOR
               ADD 1                     TO WS-QT-CONFLITOS
               MOVE '*** CONFLITO ***'   TO WS-MARCA
            END-IF
            MOVE SRT-DT-PROVA            TO WS-DT-ANTERIOR
            MOVE SRT-HORARIO             TO WS-HR-ANTERIOR

            PERFORM P800-EDITA-DATA      THRU P800-FIM
            PERFORM P900-NOME-MATERIA    THRU P900-FIM

            MOVE SPACES                  TO REG-RELATORIO
            STRING '  ' WS-DATA-EDIT ' ' SRT-HORARIO(1:2) ':'
                   SRT-HORARIO(3:2) ' SALA ' SRT-SALA
                   ' DISC ' SRT-ID-MATERIA ' - ' WS-NM-MATERIA
                   ' NOTA ' SRT-NR-NOTA ' ' WS-MARCA
                   DELIMITED BY SIZE INTO REG-RELATORIO
            WRITE REG-RELATORIO
            .
       P620-FIM.
           EXIT.
       P800-EDITA-DATA.

            MOVE SPACES                  TO WS-DATA-EDIT
            STRING SRT-DT-PROVA(7:2) '/' SRT-DT-PROVA(5:2) '/'
                   SRT-DT-PROVA(1:4)
                   DELIMITED BY SIZE INTO WS-DATA-EDIT
            .
       P800-FIM.
           EXIT.
       P900-NOME-MATERIA.

            MOVE SPACES                  TO WS-NM-MATERIA
            IF MAT-ABERTO
               MOVE SRT-ID-MATERIA       TO ID-MATERIA
               READ CFPK0002
                  INVALID KEY
                     CONTINUE
                  NOT INVALID KEY
                     MOVE NM-MATERIA     TO WS-NM-MATERIA
               END-READ
            END-IF
            .
       P900-FIM.
           EXIT.
       P910-NOME-ALUNO.

            MOVE SPACES                  TO WS-NM-ALUNO
            IF ALU-ABERTO
               MOVE WS-ALUNO-ATUAL       TO ID-ALUNO
               READ CFPK0001
                  INVALID KEY
                     CONTINUE
                  NOT INVALID KEY
                     MOVE NM-ALUNO       TO WS-NM-ALUNO
               END-READ
            END-IF
            .
       P910-FIM.
           EXIT.
       END PROGRAM RELPROVA.
