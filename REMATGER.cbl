      ******************************************************************
      * Author: ANDRE COSTA
      * Date: 15/10/2026
      * Purpose: GERACAO DAS PROPOSTAS DE REMATRICULA PARA O PROXIMO
      *          PERIODO LETIVO (O SEGUINTE AO DA DATA DE MOVIMENTO).
      *          PARA CADA ESTUDANTE ATIVO (TRANCADO, FORMADO E
      *          DESISTENTE FICAM DE FORA), PERCORRE A MATRIZ DO CURSO
      *          (MATRIZ.DAT) E SEPARA AS DISCIPLINAS AINDA NAO
      *          CUMPRIDAS (APROVADO/RECUPERA/CREDITADO NO NOTAS.DAT OU
      *          NO NOTAHIST.DAT), DEIXANDO DE LADO A QUE ESTA EM CURSO
      *          NO PERIODO ATUAL, A JA MATRICULADA OU JA PROPOSTA NO
      *          PROXIMO E A RECUSADA PELA COORDENACAO. NA ORDEM DO
      *          SEMESTRE SUGERIDO, CADA DISCIPLINA PRECISA DOS
      *          PRE-REQUISITOS (PREREQ.DAT), NAO PODE CHOCAR NA GRADE
      *          (GRADE.DAT) COM OUTRA JA ASSUMIDA NO PERIODO E RESPEITA
      *          O LIMITE DO FINPARM MAX-DISC-REMAT (PADRAO 7).
      *          A PROPOSTA VAI PARA O REMATR.DAT, PENDENTE DA
      *          CONFIRMACAO NO REMATCNF, E PARA A LISTA REMATGER.LST.
      *          QUEM FICA RETIDO (PENDENCIA FINANCEIRA DO BLOQFIN,
      *          PRE-REQUISITO, CHOQUE DE HORARIO, LIMITE, CURSO SEM
      *          MATRIZ) SAI NA LISTA DE EXCECOES REMATEXC.LST COM O
      *          MOTIVO. RETORNO 4 QUANDO HA EXCECAO.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. REMATGER.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
            DECIMAL-POINT IS COMMA.
            INPUT-OUTPUT SECTION.
            FILE-CONTROL.
                SELECT ESTUDANTE ASSIGN TO
                WS-ARQ-STUDENT
                ORGANIZATION IS INDEXED
                ACCESS MODE  IS SEQUENTIAL
                RECORD KEY   IS CD-STUDENT
                ALTERNATE RECORD KEY IS NM-STUDENT WITH DUPLICATES
                FILE STATUS  IS WS-FS-EST.
                SELECT MATRIZ ASSIGN TO
                WS-ARQ-MATRIZ
                ORGANIZATION IS INDEXED
                ACCESS MODE  IS DYNAMIC
                RECORD KEY   IS CHAVE-MATRIZ
                FILE STATUS  IS WS-FS-MTZ.
                SELECT NOTAS ASSIGN TO
                WS-ARQ-NOTAS
                ORGANIZATION IS INDEXED
                ACCESS MODE  IS DYNAMIC
                RECORD KEY   IS CHAVE-NOTAS
                FILE STATUS  IS WS-FS-NOT.
                SELECT NOTAHIST ASSIGN TO
                WS-ARQ-NOTAHIST
                ORGANIZATION IS INDEXED
                ACCESS MODE  IS DYNAMIC
                RECORD KEY   IS CHAVE-NOTAHIST
                FILE STATUS  IS WS-FS-HIS.
                SELECT PREREQ ASSIGN TO
                WS-ARQ-PREREQ
                ORGANIZATION IS INDEXED
                ACCESS MODE  IS DYNAMIC
                RECORD KEY   IS CHAVE-PREREQ
                FILE STATUS  IS WS-FS-PRQ.
                SELECT GRADE ASSIGN TO
                WS-ARQ-GRADE
                ORGANIZATION IS INDEXED
                ACCESS MODE  IS DYNAMIC
                RECORD KEY   IS CHAVE-GRADE
                FILE STATUS  IS WS-FS-GRD.
                SELECT MATRICULA ASSIGN TO
                WS-ARQ-MATRICULA
                ORGANIZATION IS INDEXED
                ACCESS MODE  IS RANDOM
                RECORD KEY   IS CHAVE-MATRICULA
                FILE STATUS  IS WS-FS-MTR.
                SELECT CFPK0002 ASSIGN TO
                WS-ARQ-CFPK0002
                ORGANIZATION IS INDEXED
                ACCESS MODE  IS RANDOM
                RECORD KEY   IS ID-MATERIA
                FILE STATUS  IS WS-FS-MAT.
                SELECT REMATR ASSIGN TO
                WS-ARQ-REMATR
                ORGANIZATION IS INDEXED
                ACCESS MODE  IS RANDOM
                RECORD KEY   IS CHAVE-REMATR
                FILE STATUS  IS WS-FS.
                SELECT RELATORIO ASSIGN TO
                WS-ARQ-REMATGER
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS  IS WS-FS-REL.
                SELECT EXCECOES ASSIGN TO
                WS-ARQ-REMATEXC
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS  IS WS-FS-EXC.

       DATA DIVISION.
       FILE SECTION.
       FD ESTUDANTE.
          COPY FD_ESTUDANTE.

       FD MATRIZ.
          COPY FD_MATRIZ.

       FD NOTAS.
          COPY FD_NOTAS.

       FD NOTAHIST.
       01 REG-NOTAHIST.
          03 CHAVE-NOTAHIST.
             05 NH-ID-ALUNO               PIC 9(05).
             05 NH-ID-MATERIA             PIC 9(03).
             05 NH-AA-PERIODO             PIC 9(04).
             05 NH-SM-PERIODO             PIC 9(01).
          03 NH-NM-ALUNO                  PIC X(20).
          03 NH-NM-MATERIA                PIC X(20).
          03 NH-NOTA-APROVACAO            PIC 9(02)V99 COMP-3.
          03 NH-MD-ALUNO                  PIC 9(02)V99.
          03 NH-ST-APROVACAO              PIC X(09).
          03 NH-PC-FALTAS                 PIC 9(03).

       FD PREREQ.
          COPY FD_PREREQ.

       FD GRADE.
          COPY FD_GRADE.

       FD MATRICULA.
          COPY FD_MATRICULA.

       FD CFPK0002.
       01 CFPK0002-MATERIA.
          03 ID-MATERIA              PIC 9(03).
          03 NM-MATERIA              PIC X(20).
          03 NT-APROVACAO            PIC 9(02)V99 COMP-3.
          03 PS-PESO-NOTA1           PIC 9(02).
          03 PS-PESO-NOTA2           PIC 9(02).
          03 PS-PESO-NOTA3           PIC 9(02).
          03 PS-PESO-NOTA4           PIC 9(02).

       FD REMATR.
          COPY FD_REMATR.

       FD RELATORIO.
       01 REG-RELATORIO                  PIC X(100).

       FD EXCECOES.
       01 REG-EXCECAO                    PIC X(100).

       WORKING-STORAGE SECTION.
      ***** CAMINHOS FISICOS DOS ARQUIVOS - PRE-CARREGADOS COM O *****
      ***** PADRAO HISTORICO E RESOLVIDOS PELO ARQCONF NO INICIO *****
       77 WS-ARQ-STUDENT             PIC X(68) VALUE
          'C:\CURSOCOBOL\COBOL\01 - BASICO\BIN\STUDENT.DAT'.
       77 WS-ARQ-MATRIZ              PIC X(68) VALUE
          'C:\Users\Mauro Vieira\bin\MATRIZ.DAT'.
       77 WS-ARQ-NOTAS               PIC X(68) VALUE
          'C:\Users\Mauro Vieira\bin\NOTAS.DAT'.
       77 WS-ARQ-NOTAHIST            PIC X(68) VALUE
          'C:\Users\Mauro Vieira\bin\NOTAHIST.DAT'.
       77 WS-ARQ-PREREQ              PIC X(68) VALUE
          'C:\Users\Mauro Vieira\bin\PREREQ.DAT'.
       77 WS-ARQ-GRADE               PIC X(68) VALUE
          'C:\Users\Mauro Vieira\bin\GRADE.DAT'.
       77 WS-ARQ-MATRICULA           PIC X(68) VALUE
          'C:\Users\Mauro Vieira\bin\MATRICULA.DAT'.
       77 WS-ARQ-CFPK0002            PIC X(68) VALUE
          'C:\Users\Mauro Vieira\bin\CFPK0002.DAT'.
       77 WS-ARQ-REMATR              PIC X(68) VALUE
          'C:\Users\Mauro Vieira\bin\REMATR.DAT'.
       77 WS-ARQ-REMATGER            PIC X(68) VALUE
          'C:\Users\Mauro Vieira\bin\REMATGER.LST'.
       77 WS-ARQ-REMATEXC            PIC X(68) VALUE
          'C:\Users\Mauro Vieira\bin\REMATEXC.LST'.
       77 WS-FS                          PIC 99.
          88 FS-OK                       VALUE 0.
       77 WS-FS-EST                      PIC 99.
          88 FS-EST-OK                   VALUE 0.
       77 WS-FS-MTZ                      PIC 99.
          88 FS-MTZ-OK                   VALUE 0.
       77 WS-FS-NOT                      PIC 99.
          88 FS-NOT-OK                   VALUE 0.
       77 WS-NOT-ABERTO                  PIC X VALUE 'N'.
          88 NOT-ABERTO                  VALUE 'S'.
       77 WS-FS-HIS                      PIC 99.
          88 FS-HIS-OK                   VALUE 0.
       77 WS-HIS-ABERTO                  PIC X VALUE 'N'.
          88 HIS-ABERTO                  VALUE 'S'.
       77 WS-FS-PRQ                      PIC 99.
          88 FS-PRQ-OK                   VALUE 0.
       77 WS-PRQ-ABERTO                  PIC X VALUE 'N'.
          88 PRQ-ABERTO                  VALUE 'S'.
       77 WS-FS-GRD                      PIC 99.
          88 FS-GRD-OK                   VALUE 0.
       77 WS-GRD-ABERTO                  PIC X VALUE 'N'.
          88 GRD-ABERTO                  VALUE 'S'.
       77 WS-FS-MTR                      PIC 99.
          88 FS-MTR-OK                   VALUE 0.
       77 WS-MTR-ABERTO                  PIC X VALUE 'N'.
          88 MTR-ABERTO                  VALUE 'S'.
       77 WS-FS-MAT                      PIC 99.
          88 FS-MAT-OK                   VALUE 0.
       77 WS-MAT-ABERTO                  PIC X VALUE 'N'.
          88 MAT-ABERTO                  VALUE 'S'.
       77 WS-FS-REL                      PIC 99.
       77 WS-FS-EXC                      PIC 99.
       77 WS-EOF                         PIC X.
          88 EOF-OK                      VALUE 'S' FALSE 'N'.
       77 WS-EOF-MTZ                     PIC X.
          88 EOF-MTZ-OK                  VALUE 'S' FALSE 'N'.
       77 WS-EOF-NOT                     PIC X.
          88 EOF-NOT-OK                  VALUE 'S' FALSE 'N'.
       77 WS-EOF-PRQ                     PIC X.
          88 EOF-PRQ-OK                  VALUE 'S' FALSE 'N'.
       77 WS-EOF-GRD                     PIC X.
          88 EOF-GRD-OK                  VALUE 'S' FALSE 'N'.
       77 WS-DATA-MOVIMENTO              PIC 9(08) VALUE ZEROS.
       77 WS-CONTROLE-DATA               PIC X(01) VALUE 'N'.
       77 WS-AA-ATUAL                    PIC 9(04) VALUE ZEROS.
       77 WS-SM-ATUAL                    PIC 9(01) VALUE ZEROS.
       77 WS-AA-PROXIMO                  PIC 9(04) VALUE ZEROS.
       77 WS-SM-PROXIMO                  PIC 9(01) VALUE ZEROS.
       77 WS-MAX-DISC                    PIC 9(09)V99 VALUE 7.
       77 WS-MATERIA-CONF                PIC 9(03) VALUE ZEROS.
       77 WS-REQUISITO-FALTA             PIC 9(03) VALUE ZEROS.
       77 WS-MATERIA-CHOQUE              PIC 9(03) VALUE ZEROS.
       77 WS-REQ-APROVADO                PIC X VALUE 'N'.
          88 REQ-APROVADO                VALUE 'S'.
       77 WS-PREREQ-OK                   PIC X VALUE 'S'.
          88 PREREQ-OK                   VALUE 'S'.
       77 WS-TEM-CHOQUE                  PIC X VALUE 'N'.
          88 TEM-CHOQUE                  VALUE 'S'.
       77 WS-TEM-MATRIZ                  PIC X VALUE 'N'.
          88 TEM-MATRIZ                  VALUE 'S'.
       77 WS-NM-MATERIA                  PIC X(20) VALUE SPACES.
       77 WS-MOTIVO                      PIC X(45) VALUE SPACES.
       77 WS-SEM                         PIC 9(02) VALUE ZEROS.
       77 WS-IDX                         PIC 9(03) VALUE ZEROS.
       77 WS-IDX-AULA                    PIC 9(03) VALUE ZEROS.
       77 WS-IDX-OCUP                    PIC 9(03) VALUE ZEROS.
       77 WS-QT-ASSUMIDAS                PIC 9(03) VALUE ZEROS.
       77 WS-QT-PROP-ALUNO               PIC 9(03) VALUE ZEROS.
       77 WS-QT-EXC-ALUNO                PIC 9(03) VALUE ZEROS.
       77 WS-QT-ALUNOS                   PIC 9(05) VALUE ZEROS.
       77 WS-QT-FORA                     PIC 9(05) VALUE ZEROS.
       77 WS-QT-ALU-PROPOSTA             PIC 9(05) VALUE ZEROS.
       77 WS-QT-ALU-EXCECAO              PIC 9(05) VALUE ZEROS.
       77 WS-QT-PROPOSTAS                PIC 9(06) VALUE ZEROS.
       77 WS-QT-EXCECOES                 PIC 9(06) VALUE ZEROS.
       77 WS-QT-RETIDOS-FIN              PIC 9(05) VALUE ZEROS.
      ***** DISCIPLINAS DA MATRIZ AINDA NAO CUMPRIDAS PELO ALUNO ******
       01 WS-TAB-CANDIDATAS.
          03 WS-QT-CAND                  PIC 9(03) VALUE ZEROS.
          03 WS-CAND-ITEM OCCURS 60 TIMES.
             05 WS-CAND-MATERIA          PIC 9(03).
             05 WS-CAND-SM-SUGERIDO      PIC 9(02).
             05 WS-CAND-TP-DISCIPLINA    PIC X(01).
      ***** HORARIOS JA ASSUMIDOS PELO ALUNO NO PROXIMO PERIODO *******
       01 WS-TAB-OCUPADOS.
          03 WS-QT-OCUP                  PIC 9(03) VALUE ZEROS.
          03 WS-OCUP-ITEM OCCURS 100 TIMES.
             05 WS-OCUP-DIA              PIC 9(01).
             05 WS-OCUP-HORARIO          PIC 9(04).
             05 WS-OCUP-MATERIA          PIC 9(03).
      ***** AULAS DA DISCIPLINA EM CONFERENCIA NA GRADE ***************
       01 WS-TAB-AULAS.
          03 WS-QT-AULAS                 PIC 9(03) VALUE ZEROS.
          03 WS-AULA-ITEM OCCURS 20 TIMES.
             05 WS-AULA-DIA              PIC 9(01).
             05 WS-AULA-HORARIO          PIC 9(04).
       01 WS-BLOQFIN.
          03 WS-BLQ-ACAO                 PIC X(01).
          03 WS-BLQ-CD-STUDENT           PIC 9(05).
          03 WS-BLQ-PROGRAMA             PIC X(10).
          03 WS-BLQ-OPERADOR             PIC X(12).
          03 WS-BLQ-SITUACAO             PIC X(01).
             88 WS-BLQ-LIVRE             VALUE 'L'.
             88 WS-BLQ-BLOQUEADO         VALUE 'B'.
             88 WS-BLQ-LIBERADO          VALUE 'O'.
          03 WS-BLQ-VR-DEVIDO            PIC 9(09)V99.
          03 WS-BLQ-QT-PARCELAS          PIC 9(03).
          03 WS-BLQ-DIAS-ATRASO          PIC 9(05).
          03 WS-BLQ-DIAS-LIMITE          PIC 9(05).
          03 WS-BLQ-RETORNO              PIC 99.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.

      ***** RETURN-CODE E REGISTRADOR COMPARTILHADO: UM PASSO *********
      ***** ANTERIOR COM FALHA NAO PODE CONTAMINAR ESTE PASSO *********
            MOVE ZERO                    TO RETURN-CODE

      ***** RESOLVE OS CAMINHOS FISICOS PELO PERFIL DO ARQCONF ******
            CALL 'ARQCONF' USING 'STUDENT.DAT     ' WS-ARQ-STUDENT
            CALL 'ARQCONF' USING 'MATRIZ.DAT      ' WS-ARQ-MATRIZ
            CALL 'ARQCONF' USING 'NOTAS.DAT       ' WS-ARQ-NOTAS
            CALL 'ARQCONF' USING 'NOTAHIST.DAT    ' WS-ARQ-NOTAHIST
            CALL 'ARQCONF' USING 'PREREQ.DAT      ' WS-ARQ-PREREQ
            CALL 'ARQCONF' USING 'GRADE.DAT       ' WS-ARQ-GRADE
            CALL 'ARQCONF' USING 'MATRICULA.DAT   ' WS-ARQ-MATRICULA
            CALL 'ARQCONF' USING 'CFPK0002.DAT    ' WS-ARQ-CFPK0002
            CALL 'ARQCONF' USING 'REMATR.DAT      ' WS-ARQ-REMATR
            CALL 'ARQCONF' USING 'REMATGER.LST    ' WS-ARQ-REMATGER
            CALL 'ARQCONF' USING 'REMATEXC.LST    ' WS-ARQ-REMATEXC

            CALL 'FINPARM' USING 'MAX-DISC-REMAT  ' WS-MAX-DISC
            CALL 'DTMOVIM' USING WS-DATA-MOVIMENTO WS-CONTROLE-DATA

      ***** PERIODO ATUAL: O SEMESTRE DA DATA DE MOVIMENTO; A *********
      ***** REMATRICULA E PARA O PERIODO SEGUINTE *********************
            MOVE WS-DATA-MOVIMENTO(1:4)  TO WS-AA-ATUAL
                                            WS-AA-PROXIMO
            IF WS-DATA-MOVIMENTO(5:2) GREATER THAN '06'
               MOVE 2                    TO WS-SM-ATUAL
               MOVE 1                    TO WS-SM-PROXIMO
               ADD 1                     TO WS-AA-PROXIMO
            ELSE
               MOVE 1                    TO WS-SM-ATUAL
               MOVE 2                    TO WS-SM-PROXIMO
            END-IF

            DISPLAY '*** PROPOSTAS DE REMATRICULA - PERIODO '
                    WS-AA-PROXIMO '/' WS-SM-PROXIMO ' ***'

            OPEN INPUT ESTUDANTE

            IF NOT FS-EST-OK
               DISPLAY 'CADASTRO DE ESTUDANTES INDISPONIVEL.'
               DISPLAY 'FILE STATUS: ' WS-FS-EST
               MOVE 16                   TO RETURN-CODE
               GOBACK
            END-IF

            OPEN INPUT MATRIZ

            IF NOT FS-MTZ-OK
               DISPLAY 'MATRIZ CURRICULAR INDISPONIVEL.'
               DISPLAY 'FILE STATUS: ' WS-FS-MTZ
               CLOSE ESTUDANTE
               MOVE 16                   TO RETURN-CODE
               GOBACK
            END-IF

            OPEN I-O REMATR
            IF WS-FS EQUAL 35
               OPEN OUTPUT REMATR
               CLOSE REMATR
               OPEN I-O REMATR
            END-IF

            IF NOT FS-OK
               DISPLAY 'ERRO AO ABRIR AS PROPOSTAS DE REMATRICULA.'
               DISPLAY 'FILE STATUS: ' WS-FS
               CLOSE ESTUDANTE MATRIZ
               MOVE 16                   TO RETURN-CODE
               GOBACK
            END-IF

            OPEN OUTPUT RELATORIO
            OPEN OUTPUT EXCECOES

            IF WS-FS-REL NOT EQUAL ZEROS
               OR WS-FS-EXC NOT EQUAL ZEROS
               DISPLAY 'ERRO AO ABRIR AS LISTAS DA REMATRICULA.'
               DISPLAY 'FILE STATUS: ' WS-FS-REL ' ' WS-FS-EXC
               CLOSE ESTUDANTE MATRIZ REMATR
               MOVE 16                   TO RETURN-CODE
               GOBACK
            END-IF

      ***** SEM NOTAS OU HISTORICO NADA FOI CUMPRIDO NAQUELE ARQUIVO; *
      ***** SEM PREREQ OU GRADE NAO HA EXIGENCIA NEM CHOQUE; SEM ******
      ***** MATRICULAS NAO HA DISCIPLINA EM CURSO *********************
            OPEN INPUT NOTAS
            IF FS-NOT-OK
               MOVE 'S'                  TO WS-NOT-ABERTO
            END-IF
            OPEN INPUT NOTAHIST
            IF FS-HIS-OK
               MOVE 'S'                  TO WS-HIS-ABERTO
            END-IF
            OPEN INPUT PREREQ
            IF FS-PRQ-OK
               MOVE 'S'                  TO WS-PRQ-ABERTO
            END-IF
            OPEN INPUT GRADE
            IF FS-GRD-OK
               MOVE 'S'                  TO WS-GRD-ABERTO
            END-IF
            OPEN INPUT MATRICULA
            IF FS-MTR-OK
               MOVE 'S'                  TO WS-MTR-ABERTO
            END-IF
            OPEN INPUT CFPK0002
            IF FS-MAT-OK
               MOVE 'S'                  TO WS-MAT-ABERTO
            END-IF

            MOVE SPACES                  TO REG-RELATORIO
            STRING 'PROPOSTAS DE REMATRICULA PARA O PERIODO '
                   WS-AA-PROXIMO '/' WS-SM-PROXIMO ' - GERADAS EM '
                   WS-DATA-MOVIMENTO(7:2) '/' WS-DATA-MOVIMENTO(5:2)
                   '/' WS-DATA-MOVIMENTO(1:4)
                   DELIMITED BY SIZE INTO REG-RELATORIO
            WRITE REG-RELATORIO
            MOVE '============================================='
                                          TO REG-RELATORIO
            WRITE REG-RELATORIO
            MOVE SPACES                  TO REG-RELATORIO
            STRING 'ALUNO NOME                 CURSO                '
                   'DISC NOME                 SEM TP'
                   DELIMITED BY SIZE INTO REG-RELATORIO
            WRITE REG-RELATORIO

            MOVE SPACES                  TO REG-EXCECAO
            STRING 'EXCECOES DA REMATRICULA PARA O PERIODO '
                   WS-AA-PROXIMO '/' WS-SM-PROXIMO
                   DELIMITED BY SIZE INTO REG-EXCECAO
            WRITE REG-EXCECAO
            MOVE '============================================='
                                          TO REG-EXCECAO
            WRITE REG-EXCECAO
            MOVE SPACES                  TO REG-EXCECAO
            STRING 'ALUNO NOME                 DISC MOTIVO'
                   DELIMITED BY SIZE INTO REG-EXCECAO
            WRITE REG-EXCECAO

            SET EOF-OK                   TO FALSE
            PERFORM P100-LE-ESTUDANTE    THRU P100-FIM UNTIL EOF-OK

            MOVE '============================================='
                                          TO REG-RELATORIO
            WRITE REG-RELATORIO
            MOVE SPACES                  TO REG-RELATORIO
            STRING 'ALUNOS ATIVOS: ' WS-QT-ALUNOS
                   '  COM PROPOSTA: ' WS-QT-ALU-PROPOSTA
                   '  PROPOSTAS: ' WS-QT-PROPOSTAS
                   DELIMITED BY SIZE INTO REG-RELATORIO
            WRITE REG-RELATORIO

            MOVE '============================================='
                                          TO REG-EXCECAO
            WRITE REG-EXCECAO
            MOVE SPACES                  TO REG-EXCECAO
            STRING 'ALUNOS COM EXCECAO: ' WS-QT-ALU-EXCECAO
                   '  EXCECOES: ' WS-QT-EXCECOES
                   '  RETIDOS POR PENDENCIA FINANCEIRA: '
                   WS-QT-RETIDOS-FIN
                   DELIMITED BY SIZE INTO REG-EXCECAO
            WRITE REG-EXCECAO

            IF NOT-ABERTO
               CLOSE NOTAS
            END-IF
            IF HIS-ABERTO
               CLOSE NOTAHIST
            END-IF
            IF PRQ-ABERTO
               CLOSE PREREQ
            END-IF
            IF GRD-ABERTO
               CLOSE GRADE
            END-IF
            IF MTR-ABERTO
               CLOSE MATRICULA
            END-IF
            IF MAT-ABERTO
               CLOSE CFPK0002
            END-IF
            CLOSE ESTUDANTE MATRIZ REMATR RELATORIO EXCECOES

            DISPLAY 'ALUNOS ATIVOS......: ' WS-QT-ALUNOS
            DISPLAY 'FORA DA REMATRICULA: ' WS-QT-FORA
            DISPLAY 'PROPOSTAS GERADAS..: ' WS-QT-PROPOSTAS
                    ' (REMATGER.LST)'
            DISPLAY 'EXCECOES...........: ' WS-QT-EXCECOES
                    ' (REMATEXC.LST)'

            IF WS-QT-EXCECOES GREATER THAN ZEROS
               MOVE 4                    TO RETURN-CODE
            END-IF

            GOBACK.
       P100-LE-ESTUDANTE.

            READ ESTUDANTE NEXT RECORD
               AT END
                  SET EOF-OK             TO TRUE
               NOT AT END
                  IF STUDENT-ATIVO OR ST-STUDENT EQUAL SPACE
                     PERFORM P200-ALUNO  THRU P200-FIM
                  ELSE
                     ADD 1               TO WS-QT-FORA
                  END-IF
            END-READ
            .
       P100-FIM.
       P200-ALUNO.

            ADD 1                        TO WS-QT-ALUNOS
            MOVE ZEROS                   TO WS-QT-CAND
                                            WS-QT-OCUP
                                            WS-QT-ASSUMIDAS
                                            WS-QT-PROP-ALUNO
                                            WS-QT-EXC-ALUNO
            MOVE 'N'                     TO WS-TEM-MATRIZ

      ***** MENSALIDADE ATRASADA ALEM DO LIMITE DO FINPARM RETEM A ****
      ***** REMATRICULA, SALVO LIBERACAO DO ADMINISTRADOR (LIBFIN) ****
            MOVE 'V'                     TO WS-BLQ-ACAO
            MOVE CD-STUDENT              TO WS-BLQ-CD-STUDENT
            MOVE 'REMATGER  '            TO WS-BLQ-PROGRAMA
            MOVE SPACES                  TO WS-BLQ-OPERADOR
            CALL 'BLOQFIN' USING WS-BLOQFIN

            IF WS-BLQ-BLOQUEADO
               ADD 1                     TO WS-QT-RETIDOS-FIN
               MOVE ZEROS                TO WS-MATERIA-CONF
               MOVE SPACES               TO WS-MOTIVO
               STRING 'PENDENCIA FINANCEIRA - VALOR '
                      WS-BLQ-VR-DEVIDO
                      DELIMITED BY SIZE INTO WS-MOTIVO
               PERFORM P900-EXCECAO      THRU P900-FIM
               GO TO P200-FIM
            END-IF

      ***** 1A PASSADA: SEPARA O QUE FALTA E MARCA O QUE JA ESTA ******
      ***** ASSUMIDO NO PROXIMO PERIODO *******************************
            MOVE CR-STUDENT              TO MZ-NM-CURSO
            MOVE ZEROS                   TO MZ-ID-MATERIA
            SET EOF-MTZ-OK               TO FALSE
            START MATRIZ KEY NOT LESS THAN CHAVE-MATRIZ
               INVALID KEY
                  SET EOF-MTZ-OK         TO TRUE
            END-START

            PERFORM P300-LE-MATRIZ       THRU P300-FIM
                    UNTIL EOF-MTZ-OK

            IF NOT TEM-MATRIZ
               MOVE ZEROS                TO WS-MATERIA-CONF
               MOVE SPACES               TO WS-MOTIVO
               STRING 'CURSO SEM MATRIZ CURRICULAR: ' CR-STUDENT
                      DELIMITED BY SIZE INTO WS-MOTIVO
               PERFORM P900-EXCECAO      THRU P900-FIM
               GO TO P200-FIM
            END-IF

      ***** 2A PASSADA: NA ORDEM DO SEMESTRE SUGERIDO, O QUE VEM ******
      ***** PRIMEIRO NO CURSO GANHA O HORARIO *************************
            PERFORM P400-SEMESTRE        THRU P400-FIM
                    VARYING WS-SEM FROM 0 BY 1 UNTIL WS-SEM > 20

            IF WS-QT-PROP-ALUNO GREATER THAN ZEROS
               ADD 1                     TO WS-QT-ALU-PROPOSTA
            END-IF
            .
       P200-FIM.
       P300-LE-MATRIZ.

            READ MATRIZ NEXT RECORD
               AT END
                  SET EOF-MTZ-OK         TO TRUE
               NOT AT END
                  IF MZ-NM-CURSO NOT EQUAL CR-STUDENT
                     SET EOF-MTZ-OK      TO TRUE
                  ELSE
                     IF NOT MATRIZ-CABECALHO
                        MOVE 'S'         TO WS-TEM-MATRIZ
                        PERFORM P310-SEPARA THRU P310-FIM
                     END-IF
                  END-IF
            END-READ
            .
       P300-FIM.
       P310-SEPARA.

            MOVE MZ-ID-MATERIA           TO WS-MATERIA-CONF
            PERFORM P600-CONFERE-APROVACAO THRU P600-FIM
            IF REQ-APROVADO
               GO TO P310-FIM
            END-IF

      ***** JA MATRICULADA NO PROXIMO PERIODO: OCUPA A GRADE **********
            IF MTR-ABERTO
               MOVE CD-STUDENT           TO MT-ID-ALUNO
               MOVE MZ-ID-MATERIA        TO MT-ID-MATERIA
               MOVE WS-AA-PROXIMO        TO MT-AA-PERIODO
               MOVE WS-SM-PROXIMO        TO MT-SM-PERIODO
               READ MATRICULA
                  INVALID KEY
                     CONTINUE
                  NOT INVALID KEY
                     IF MATRICULA-ATIVA
                        PERFORM P700-ASSUME THRU P700-FIM
                        GO TO P310-FIM
                     END-IF
               END-READ
            END-IF

      ***** JA PROPOSTA: PENDENTE OU CONFIRMADA OCUPA A GRADE; ********
      ***** RECUSADA PELA COORDENACAO NAO VOLTA A SER PROPOSTA ********
            MOVE CD-STUDENT              TO RMT-ID-ALUNO
            MOVE WS-AA-PROXIMO           TO RMT-AA-PERIODO
            MOVE WS-SM-PROXIMO           TO RMT-SM-PERIODO
            MOVE MZ-ID-MATERIA           TO RMT-ID-MATERIA
            READ REMATR
               INVALID KEY
                  CONTINUE
               NOT INVALID KEY
                  IF NOT PROPOSTA-RECUSADA
                     PERFORM P700-ASSUME THRU P700-FIM
                  END-IF
                  GO TO P310-FIM
            END-READ

      ***** EM CURSO: MATRICULA ATIVA NO PERIODO ATUAL AINDA SEM ******
      ***** RESULTADO NO MESTRE DE NOTAS ******************************
            IF MTR-ABERTO
               MOVE CD-STUDENT           TO MT-ID-ALUNO
               MOVE MZ-ID-MATERIA        TO MT-ID-MATERIA
               MOVE WS-AA-ATUAL          TO MT-AA-PERIODO
               MOVE WS-SM-ATUAL          TO MT-SM-PERIODO
               READ MATRICULA
                  INVALID KEY
                     CONTINUE
                  NOT INVALID KEY
                     IF MATRICULA-ATIVA
                        PERFORM P320-CONFERE-EM-CURSO THRU P320-FIM
                        IF REQ-APROVADO
                           GO TO P310-FIM
                        END-IF
                     END-IF
               END-READ
            END-IF

            IF WS-QT-CAND LESS THAN 60
               ADD 1                     TO WS-QT-CAND
               MOVE MZ-ID-MATERIA      TO WS-CAND-MATERIA (WS-QT-CAND)
               MOVE MZ-SM-SUGERIDO
                 TO WS-CAND-SM-SUGERIDO (WS-QT-CAND)
               MOVE MZ-TP-DISCIPLINA
                 TO WS-CAND-TP-DISCIPLINA (WS-QT-CAND)
            END-IF
            .
       P310-FIM.
       P320-CONFERE-EM-CURSO.

      ***** SEM RESULTADO LANCADO NO PERIODO ATUAL A DISCIPLINA ESTA **
      ***** EM CURSO (REQ-APROVADO LIGADO = FICA DE FORA) *************
            MOVE 'N'                     TO WS-REQ-APROVADO
            IF NOT NOT-ABERTO
               MOVE 'S'                  TO WS-REQ-APROVADO
               GO TO P320-FIM
            END-IF

            MOVE CD-STUDENT              TO NT-ID-ALUNO
            MOVE MZ-ID-MATERIA           TO NT-ID-MATERIA
            MOVE WS-AA-ATUAL             TO NT-AA-PERIODO
            MOVE WS-SM-ATUAL             TO NT-SM-PERIODO
            READ NOTAS KEY IS CHAVE-NOTAS
               INVALID KEY
                  MOVE 'S'               TO WS-REQ-APROVADO
            END-READ
            .
       P320-FIM.
       P400-SEMESTRE.

            PERFORM P410-CANDIDATA       THRU P410-FIM
                    VARYING WS-IDX FROM 1 BY 1
                    UNTIL WS-IDX > WS-QT-CAND
            .
       P400-FIM.
       P410-CANDIDATA.

            IF WS-CAND-SM-SUGERIDO (WS-IDX) NOT EQUAL WS-SEM
               GO TO P410-FIM
            END-IF

            MOVE WS-CAND-MATERIA (WS-IDX) TO WS-MATERIA-CONF

            IF WS-QT-ASSUMIDAS NOT LESS THAN WS-MAX-DISC
               MOVE SPACES               TO WS-MOTIVO
               STRING 'LIMITE DE ' WS-MAX-DISC(8:2)
                      ' DISCIPLINAS NO PERIODO'
                      DELIMITED BY SIZE INTO WS-MOTIVO
               PERFORM P900-EXCECAO      THRU P900-FIM
               GO TO P410-FIM
            END-IF

            PERFORM P500-CONFERE-PREREQ  THRU P500-FIM
            IF NOT PREREQ-OK
               MOVE SPACES               TO WS-MOTIVO
               STRING 'FALTA O PRE-REQUISITO ' WS-REQUISITO-FALTA
                      DELIMITED BY SIZE INTO WS-MOTIVO
               PERFORM P900-EXCECAO      THRU P900-FIM
               GO TO P410-FIM
            END-IF

            PERFORM P800-CARREGA-AULAS   THRU P800-FIM
            PERFORM P850-CONFERE-CHOQUE  THRU P850-FIM
            IF TEM-CHOQUE
               MOVE SPACES               TO WS-MOTIVO
               STRING 'CHOQUE DE HORARIO COM A DISC '
                      WS-MATERIA-CHOQUE
                      DELIMITED BY SIZE INTO WS-MOTIVO
               PERFORM P900-EXCECAO      THRU P900-FIM
               GO TO P410-FIM
            END-IF

            INITIALIZE REG-REMATR
            MOVE CD-STUDENT              TO RMT-ID-ALUNO
            MOVE WS-AA-PROXIMO           TO RMT-AA-PERIODO
            MOVE WS-SM-PROXIMO           TO RMT-SM-PERIODO
            MOVE WS-MATERIA-CONF         TO RMT-ID-MATERIA
            MOVE CR-STUDENT              TO RMT-NM-CURSO
            MOVE WS-CAND-SM-SUGERIDO (WS-IDX) TO RMT-SM-SUGERIDO
            MOVE WS-CAND-TP-DISCIPLINA (WS-IDX) TO RMT-TP-DISCIPLINA
            MOVE WS-DATA-MOVIMENTO       TO RMT-DT-GERACAO
            SET PROPOSTA-PENDENTE        TO TRUE

            WRITE REG-REMATR
               INVALID KEY
                  DISPLAY 'ERRO AO GRAVAR A PROPOSTA ' CD-STUDENT
                          '/' WS-MATERIA-CONF ' - FILE STATUS: '
                          WS-FS
                  GO TO P410-FIM
            END-WRITE

            ADD 1                        TO WS-QT-PROPOSTAS
                                            WS-QT-PROP-ALUNO
                                            WS-QT-ASSUMIDAS
            PERFORM P860-OCUPA-AULAS     THRU P860-FIM

            PERFORM P950-NOME-MATERIA    THRU P950-FIM
            MOVE SPACES                  TO REG-RELATORIO
            STRING CD-STUDENT ' ' NM-STUDENT ' ' CR-STUDENT ' '
                   WS-MATERIA-CONF '  ' WS-NM-MATERIA ' '
                   RMT-SM-SUGERIDO '  ' RMT-TP-DISCIPLINA
                   DELIMITED BY SIZE INTO REG-RELATORIO
            WRITE REG-RELATORIO
            .
       P410-FIM.
       P500-CONFERE-PREREQ.

      ***** TODO PRE-REQUISITO DA DISCIPLINA PRECISA ESTAR CUMPRIDO ***
            MOVE 'S'                     TO WS-PREREQ-OK
            IF NOT PRQ-ABERTO
               GO TO P500-FIM
            END-IF

            MOVE WS-MATERIA-CONF         TO PRQ-ID-MATERIA
            MOVE ZEROS                   TO PRQ-ID-REQUISITO
            SET EOF-PRQ-OK               TO FALSE
            START PREREQ KEY NOT LESS THAN CHAVE-PREREQ
               INVALID KEY
                  SET EOF-PRQ-OK         TO TRUE
            END-START

            PERFORM P510-LE-PREREQ       THRU P510-FIM
                    UNTIL EOF-PRQ-OK

      ***** A CONFERENCIA DO REQUISITO TROCOU A DISCIPLINA DE TRABALHO
            MOVE WS-CAND-MATERIA (WS-IDX) TO WS-MATERIA-CONF
            .
       P500-FIM.
       P510-LE-PREREQ.

            READ PREREQ NEXT RECORD
               AT END
                  SET EOF-PRQ-OK         TO TRUE
               NOT AT END
                  IF PRQ-ID-MATERIA NOT EQUAL WS-CAND-MATERIA (WS-IDX)
                     SET EOF-PRQ-OK      TO TRUE
                  ELSE
                     MOVE PRQ-ID-REQUISITO TO WS-MATERIA-CONF
                     PERFORM P600-CONFERE-APROVACAO THRU P600-FIM
                     IF NOT REQ-APROVADO
                        MOVE 'N'         TO WS-PREREQ-OK
                        MOVE PRQ-ID-REQUISITO TO WS-REQUISITO-FALTA
                        SET EOF-PRQ-OK   TO TRUE
                     END-IF
                  END-IF
            END-READ
            .
       P510-FIM.
       P600-CONFERE-APROVACAO.

      ***** PROCURA APROVADO/RECUPERA/CREDITADO DO ALUNO NA ***********
      ***** DISCIPLINA, NO MESTRE DE NOTAS E NO HISTORICO ARQUIVADO ***
            MOVE 'N'                     TO WS-REQ-APROVADO

            IF NOT-ABERTO
               MOVE CD-STUDENT           TO NT-ID-ALUNO
               MOVE WS-MATERIA-CONF      TO NT-ID-MATERIA
               MOVE ZEROS                TO NT-AA-PERIODO
                                            NT-SM-PERIODO
               SET EOF-NOT-OK            TO FALSE
               START NOTAS KEY NOT LESS THAN CHAVE-NOTAS
                  INVALID KEY
                     SET EOF-NOT-OK      TO TRUE
               END-START
               PERFORM P610-LE-NOTA      THRU P610-FIM
                       UNTIL EOF-NOT-OK
            END-IF

            IF REQ-APROVADO OR NOT HIS-ABERTO
               GO TO P600-FIM
            END-IF

            MOVE CD-STUDENT              TO NH-ID-ALUNO
            MOVE WS-MATERIA-CONF         TO NH-ID-MATERIA
            MOVE ZEROS                   TO NH-AA-PERIODO
                                            NH-SM-PERIODO
            SET EOF-NOT-OK               TO FALSE
            START NOTAHIST KEY NOT LESS THAN CHAVE-NOTAHIST
               INVALID KEY
                  SET EOF-NOT-OK         TO TRUE
            END-START
            PERFORM P620-LE-HISTORICO    THRU P620-FIM
                    UNTIL EOF-NOT-OK
            .
       P600-FIM.
       P610-LE-NOTA.

            READ NOTAS NEXT RECORD
               AT END
                  SET EOF-NOT-OK         TO TRUE
               NOT AT END
                  IF NT-ID-ALUNO NOT EQUAL CD-STUDENT
                     OR NT-ID-MATERIA NOT EQUAL WS-MATERIA-CONF
                     SET EOF-NOT-OK      TO TRUE
                  ELSE
                     IF NOTA-APROVADO OR NOTA-RECUPERADO
                        OR NOTA-CREDITADO
                        MOVE 'S'         TO WS-REQ-APROVADO
                        SET EOF-NOT-OK   TO TRUE
                     END-IF
                  END-IF
            END-READ
            .
       P610-FIM.
       P620-LE-HISTORICO.

            READ NOTAHIST NEXT RECORD
               AT END
                  SET EOF-NOT-OK         TO TRUE
               NOT AT END
                  IF NH-ID-ALUNO NOT EQUAL CD-STUDENT
                     OR NH-ID-MATERIA NOT EQUAL WS-MATERIA-CONF
                     SET EOF-NOT-OK      TO TRUE
                  ELSE
                     IF NH-ST-APROVACAO EQUAL 'APROVADO'
                        OR NH-ST-APROVACAO EQUAL 'RECUPERA'
                        OR NH-ST-APROVACAO EQUAL 'CREDITADO'
                        MOVE 'S'         TO WS-REQ-APROVADO
                        SET EOF-NOT-OK   TO TRUE
                     END-IF
                  END-IF
            END-READ
            .
       P620-FIM.
       P700-ASSUME.

      ***** DISCIPLINA JA ASSUMIDA NO PROXIMO PERIODO: CONTA NO *******
      ***** LIMITE E OCUPA OS SEUS HORARIOS NA GRADE ******************
            ADD 1                        TO WS-QT-ASSUMIDAS
            PERFORM P800-CARREGA-AULAS   THRU P800-FIM
            PERFORM P860-OCUPA-AULAS     THRU P860-FIM
            .
       P700-FIM.
       P800-CARREGA-AULAS.

            MOVE ZEROS                   TO WS-QT-AULAS
            IF NOT GRD-ABERTO
               GO TO P800-FIM
            END-IF

            MOVE WS-MATERIA-CONF         TO GR-ID-MATERIA
            MOVE ZEROS                   TO GR-DIA-SEMANA
                                            GR-HORARIO
            SET EOF-GRD-OK               TO FALSE
            START GRADE KEY NOT LESS THAN CHAVE-GRADE
               INVALID KEY
                  SET EOF-GRD-OK         TO TRUE
            END-START

            PERFORM P810-LE-GRADE        THRU P810-FIM
                    UNTIL EOF-GRD-OK
            .
       P800-FIM.
       P810-LE-GRADE.

            READ GRADE NEXT RECORD
               AT END
                  SET EOF-GRD-OK         TO TRUE
               NOT AT END
                  IF GR-ID-MATERIA NOT EQUAL WS-MATERIA-CONF
                     SET EOF-GRD-OK      TO TRUE
                  ELSE
                     IF WS-QT-AULAS LESS THAN 20
                        ADD 1            TO WS-QT-AULAS
                        MOVE GR-DIA-SEMANA
                          TO WS-AULA-DIA (WS-QT-AULAS)
                        MOVE GR-HORARIO
                          TO WS-AULA-HORARIO (WS-QT-AULAS)
                     END-IF
                  END-IF
            END-READ
            .
       P810-FIM.
       P850-CONFERE-CHOQUE.

      ***** MESMO DIA DA SEMANA E MESMO HORARIO DE INICIO DE OUTRA ****
      ***** DISCIPLINA JA ASSUMIDA = CHOQUE ***************************
            MOVE 'N'                     TO WS-TEM-CHOQUE
            MOVE ZEROS                   TO WS-MATERIA-CHOQUE

            PERFORM P855-CONFERE-AULA    THRU P855-FIM
                    VARYING WS-IDX-AULA FROM 1 BY 1
                    UNTIL WS-IDX-AULA > WS-QT-AULAS OR TEM-CHOQUE
            .
       P850-FIM.
       P855-CONFERE-AULA.

            PERFORM P857-COMPARA         THRU P857-FIM
                    VARYING WS-IDX-OCUP FROM 1 BY 1
                    UNTIL WS-IDX-OCUP > WS-QT-OCUP OR TEM-CHOQUE
            .
       P855-FIM.
       P857-COMPARA.

            IF WS-OCUP-DIA (WS-IDX-OCUP) EQUAL
               WS-AULA-DIA (WS-IDX-AULA)
               AND WS-OCUP-HORARIO (WS-IDX-OCUP) EQUAL
                   WS-AULA-HORARIO (WS-IDX-AULA)
               MOVE 'S'                  TO WS-TEM-CHOQUE
               MOVE WS-OCUP-MATERIA (WS-IDX-OCUP)
                                         TO WS-MATERIA-CHOQUE
            END-IF
            .
       P857-FIM.
       P860-OCUPA-AULAS.

            PERFORM P865-OCUPA           THRU P865-FIM
                    VARYING WS-IDX-AULA FROM 1 BY 1
                    UNTIL WS-IDX-AULA > WS-QT-AULAS
            .
       P860-FIM.
       P865-OCUPA.

            IF WS-QT-OCUP LESS THAN 100
               ADD 1                     TO WS-QT-OCUP
               MOVE WS-AULA-DIA (WS-IDX-AULA)
                                      TO WS-OCUP-DIA (WS-QT-OCUP)
               MOVE WS-AULA-HORARIO (WS-IDX-AULA)
                                      TO WS-OCUP-HORARIO (WS-QT-OCUP)
               MOVE WS-MATERIA-CONF   TO WS-OCUP-MATERIA (WS-QT-OCUP)
            END-IF
            .
       P865-FIM.
       P900-EXCECAO.

            ADD 1                        TO WS-QT-EXCECOES
            IF WS-QT-EXC-ALUNO EQUAL ZEROS
               ADD 1                     TO WS-QT-ALU-EXCECAO
            END-IF
            ADD 1                        TO WS-QT-EXC-ALUNO

            MOVE SPACES                  TO REG-EXCECAO
            STRING CD-STUDENT ' ' NM-STUDENT ' ' WS-MATERIA-CONF
                   '  ' WS-MOTIVO
                   DELIMITED BY SIZE INTO REG-EXCECAO
            WRITE REG-EXCECAO
            .
       P900-FIM.
       P950-NOME-MATERIA.

            MOVE SPACES                  TO WS-NM-MATERIA
            IF NOT MAT-ABERTO
               GO TO P950-FIM
            END-IF

            MOVE WS-MATERIA-CONF         TO ID-MATERIA
            READ CFPK0002
               INVALID KEY
                  CONTINUE
               NOT INVALID KEY
                  MOVE NM-MATERIA        TO WS-NM-MATERIA
            END-READ
            .
       P950-FIM.
       END PROGRAM REMATGER.
