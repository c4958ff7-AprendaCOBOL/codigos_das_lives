      ******************************************************************
      * Author: ANDRE COSTA
      * Date: 15/10/2026
      * Purpose: AUDITORIA DE FORMATURA. PARA CADA ALUNO ATIVO DO
      *          CADASTRO DE ESTUDANTES, CONFERE PELO FORMAPTO AS
      *          APROVACOES DO NOTAS.DAT E DO HISTORICO ARQUIVADO
      *          (NOTAHIST.DAT) CONTRA A MATRIZ CURRICULAR DO CURSO
      *          (MATRIZ.DAT, MANTIDA PELO CADMATRZ). POR CURSO, LISTA
      *          OS ALUNOS APTOS A FORMAR E, PARA OS DEMAIS, AS
      *          OBRIGATORIAS QUE FALTAM E AS ELETIVAS APROVADAS
      *          CONTRA O MINIMO DO CURSO. ALUNO DE CURSO SEM MATRIZ
      *          SAI EM SEPARADO. RELATORIO EM RELFORMA.LST. RETORNO 4
      *          QUANDO HA ALUNO DE CURSO SEM MATRIZ, 16 QUANDO O
      *          CADASTRO OU A MATRIZ ESTAO INDISPONIVEIS.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RELFORMA.

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
                SELECT CFPK0002 ASSIGN TO
                WS-ARQ-CFPK0002
                ORGANIZATION IS INDEXED
                ACCESS MODE  IS RANDOM
                RECORD KEY   IS ID-MATERIA
                FILE STATUS  IS WS-FS-MAT.
                SELECT ORDENACAO ASSIGN TO
                'RELFORMA.WRK'.
                SELECT RELATORIO ASSIGN TO
                WS-ARQ-RELFORMA
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS  IS WS-FS-REL.

       DATA DIVISION.
       FILE SECTION.
       FD ESTUDANTE.
          COPY FD_ESTUDANTE.

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

       SD ORDENACAO.
       01 REG-SORT.
          03 SRT-CR-STUDENT              PIC X(20).
          03 SRT-SITUACAO                PIC X(01).
          03 SRT-CD-STUDENT              PIC 9(05).
          03 SRT-NM-STUDENT              PIC X(20).
          03 SRT-QT-OBRIGATORIAS         PIC 9(03).
          03 SRT-QT-OBRIG-FALTA          PIC 9(03).
          03 SRT-QT-ELETIVAS             PIC 9(03).
          03 SRT-QT-MIN-ELETIVAS         PIC 9(02).
          03 SRT-QT-LISTADAS             PIC 9(02).
          03 SRT-FALTA                   PIC 9(03) OCCURS 20 TIMES.

       FD RELATORIO.
       01 REG-RELATORIO                  PIC X(100).

       WORKING-STORAGE SECTION.
      ***** CAMINHOS FISICOS DOS ARQUIVOS - PRE-CARREGADOS COM O *****
      ***** PADRAO HISTORICO E RESOLVIDOS PELO ARQCONF NO INICIO *****
       77 WS-ARQ-STUDENT             PIC X(68) VALUE
          'C:\CURSOCOBOL\COBOL\01 - BASICO\BIN\STUDENT.DAT'.
       77 WS-ARQ-CFPK0002            PIC X(68) VALUE
          'C:\Users\Mauro Vieira\bin\CFPK0002.DAT'.
       77 WS-ARQ-RELFORMA            PIC X(68) VALUE
          'C:\Users\Mauro Vieira\bin\RELFORMA.LST'.
       77 WS-FS-EST                      PIC 99.
          88 FS-EST-OK                   VALUE 0.
       77 WS-FS-MAT                      PIC 99.
          88 FS-MAT-OK                   VALUE 0.
       77 WS-MAT-ABERTO                  PIC X VALUE 'N'.
          88 MAT-ABERTO                  VALUE 'S'.
       77 WS-FS-REL                      PIC 99.
       77 WS-EOF                         PIC X.
          88 EOF-OK                      VALUE 'S' FALSE 'N'.
       77 WS-MATRIZ-FALHA                PIC X VALUE 'N'.
          88 MATRIZ-FALHA                VALUE 'S'.
       77 WS-FS-MATRIZ                   PIC 99 VALUE ZEROS.
       77 WS-DATA-MOVIMENTO              PIC 9(08) VALUE ZEROS.
       77 WS-CONTROLE-DATA               PIC X(01) VALUE 'N'.
       77 WS-CURSO-ATUAL                 PIC X(20) VALUE SPACES.
       77 WS-TEM-CURSO                   PIC X VALUE 'N'.
          88 TEM-CURSO                   VALUE 'S'.
       77 WS-QT-CURSO-APTOS              PIC 9(05) VALUE ZEROS.
       77 WS-QT-CURSO-ALUNOS             PIC 9(05) VALUE ZEROS.
       77 WS-QT-ALUNOS                   PIC 9(05) VALUE ZEROS.
       77 WS-QT-APTOS                    PIC 9(05) VALUE ZEROS.
       77 WS-QT-PENDENTES                PIC 9(05) VALUE ZEROS.
       77 WS-QT-SEM-MATRIZ               PIC 9(05) VALUE ZEROS.
       77 WS-QT-NAO-LISTADAS             PIC 9(03) VALUE ZEROS.
       77 WS-IDX                         PIC 9(02) VALUE ZEROS.
       77 WS-NM-FALTA                    PIC X(20) VALUE SPACES.
       01 WS-FORMAPTO.
          03 WS-FMA-CD-STUDENT           PIC 9(05).
          03 WS-FMA-NM-CURSO             PIC X(20).
          03 WS-FMA-SITUACAO             PIC X(01).
             88 WS-FMA-APTO              VALUE 'S'.
             88 WS-FMA-PENDENTE          VALUE 'N'.
             88 WS-FMA-SEM-MATRIZ        VALUE 'M'.
          03 WS-FMA-QT-OBRIGATORIAS      PIC 9(03).
          03 WS-FMA-QT-OBRIG-FALTA       PIC 9(03).
          03 WS-FMA-QT-ELETIVAS          PIC 9(03).
          03 WS-FMA-QT-MIN-ELETIVAS      PIC 9(02).
          03 WS-FMA-QT-LISTADAS          PIC 9(02).
          03 WS-FMA-FALTA                PIC 9(03) OCCURS 20 TIMES.
          03 WS-FMA-RETORNO              PIC 99.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.

      ***** RETURN-CODE E REGISTRADOR COMPARTILHADO: UM PASSO *********
      ***** ANTERIOR COM FALHA NAO PODE CONTAMINAR ESTE PASSO *********
            MOVE ZERO                    TO RETURN-CODE

      ***** RESOLVE OS CAMINHOS FISICOS PELO PERFIL DO ARQCONF ******
            CALL 'ARQCONF' USING 'STUDENT.DAT     ' WS-ARQ-STUDENT
            CALL 'ARQCONF' USING 'CFPK0002.DAT    ' WS-ARQ-CFPK0002
            CALL 'ARQCONF' USING 'RELFORMA.LST    ' WS-ARQ-RELFORMA

            CALL 'DTMOVIM' USING WS-DATA-MOVIMENTO WS-CONTROLE-DATA

            DISPLAY '*** AUDITORIA DE FORMATURA ***'

            OPEN INPUT ESTUDANTE

            IF NOT FS-EST-OK
               DISPLAY 'CADASTRO DE ESTUDANTES INDISPONIVEL.'
               DISPLAY 'FILE STATUS: ' WS-FS-EST
               MOVE 16                   TO RETURN-CODE
               GOBACK
            END-IF

            OPEN OUTPUT RELATORIO

            IF WS-FS-REL NOT EQUAL ZEROS
               DISPLAY 'ERRO AO ABRIR O RELATORIO DE FORMATURA.'
               DISPLAY 'FILE STATUS: ' WS-FS-REL
               CLOSE ESTUDANTE
               MOVE 16                   TO RETURN-CODE
               GOBACK
            END-IF

      ***** SEM O CFPK0002 A PENDENCIA SAI SO COM O CODIGO ************
            OPEN INPUT CFPK0002
            IF FS-MAT-OK
               MOVE 'S'                  TO WS-MAT-ABERTO
            END-IF

            MOVE SPACES                  TO REG-RELATORIO
            STRING 'AUDITORIA DE FORMATURA - ALUNOS ATIVOS CONTRA A '
                   'MATRIZ CURRICULAR - MOVIMENTO '
                   WS-DATA-MOVIMENTO
                   DELIMITED BY SIZE INTO REG-RELATORIO
            WRITE REG-RELATORIO

            SORT ORDENACAO
               ON ASCENDING KEY SRT-CR-STUDENT
               ON DESCENDING KEY SRT-SITUACAO
               ON ASCENDING KEY SRT-CD-STUDENT
               INPUT PROCEDURE  IS P200-CARREGA
               OUTPUT PROCEDURE IS P300-IMPRIME

            IF MAT-ABERTO
               CLOSE CFPK0002
            END-IF
            CLOSE ESTUDANTE RELATORIO

            IF MATRIZ-FALHA
               DISPLAY 'MATRIZ CURRICULAR INDISPONIVEL (CADMATRZ).'
               DISPLAY 'FILE STATUS: ' WS-FS-MATRIZ
               MOVE 16                   TO RETURN-CODE
               GOBACK
            END-IF

            DISPLAY 'RELATORIO GERADO EM RELFORMA.LST ('
                    WS-QT-ALUNOS ' ALUNO(S), ' WS-QT-APTOS
                    ' APTO(S) A FORMAR).'

            IF WS-QT-SEM-MATRIZ GREATER THAN ZEROS
               DISPLAY '*** ' WS-QT-SEM-MATRIZ ' ALUNO(S) DE CURSO '
                       'SEM MATRIZ CURRICULAR ***'
               MOVE 4                    TO RETURN-CODE
            END-IF

            GOBACK.
       P200-CARREGA.

            SET EOF-OK                   TO FALSE
            PERFORM P210-LE-ESTUDANTE    THRU P210-FIM UNTIL EOF-OK
            .
       P200-FIM.
           EXIT.
       P210-LE-ESTUDANTE.

            READ ESTUDANTE NEXT RECORD
               AT END
                  SET EOF-OK             TO TRUE
               NOT AT END
                  IF STUDENT-ATIVO OR ST-STUDENT EQUAL SPACE
                     PERFORM P220-CONFERE-ALUNO THRU P220-FIM
                  END-IF
            END-READ
            .
       P210-FIM.
           EXIT.
       P220-CONFERE-ALUNO.

            INITIALIZE WS-FORMAPTO
            SET WS-FMA-SEM-MATRIZ        TO TRUE

      ***** ALUNO SEM CURSO NAO TEM MATRIZ PARA CONFERIR **************
            IF CR-STUDENT NOT EQUAL SPACES
               MOVE CD-STUDENT           TO WS-FMA-CD-STUDENT
               MOVE CR-STUDENT           TO WS-FMA-NM-CURSO
               CALL 'FORMAPTO' USING WS-FORMAPTO
               IF WS-FMA-RETORNO NOT EQUAL ZEROS
                  MOVE 'S'               TO WS-MATRIZ-FALHA
                  MOVE WS-FMA-RETORNO    TO WS-FS-MATRIZ
                  SET EOF-OK             TO TRUE
                  GO TO P220-FIM
               END-IF
            END-IF

            INITIALIZE REG-SORT
            IF CR-STUDENT EQUAL SPACES
               MOVE '(SEM CURSO)'        TO SRT-CR-STUDENT
            ELSE
               MOVE CR-STUDENT           TO SRT-CR-STUDENT
            END-IF
            MOVE WS-FMA-SITUACAO         TO SRT-SITUACAO
            MOVE CD-STUDENT              TO SRT-CD-STUDENT
            MOVE NM-STUDENT              TO SRT-NM-STUDENT
            MOVE WS-FMA-QT-OBRIGATORIAS  TO SRT-QT-OBRIGATORIAS
            MOVE WS-FMA-QT-OBRIG-FALTA   TO SRT-QT-OBRIG-FALTA
            MOVE WS-FMA-QT-ELETIVAS      TO SRT-QT-ELETIVAS
            MOVE WS-FMA-QT-MIN-ELETIVAS  TO SRT-QT-MIN-ELETIVAS
            MOVE WS-FMA-QT-LISTADAS      TO SRT-QT-LISTADAS
            PERFORM P230-COPIA-FALTA     THRU P230-FIM
                    VARYING WS-IDX FROM 1 BY 1
                    UNTIL WS-IDX > WS-FMA-QT-LISTADAS

            RELEASE REG-SORT
            .
       P220-FIM.
           EXIT.
       P230-COPIA-FALTA.

            MOVE WS-FMA-FALTA (WS-IDX)   TO SRT-FALTA (WS-IDX)
            .
       P230-FIM.
           EXIT.
       P300-IMPRIME.

            SET EOF-OK                   TO FALSE
            PERFORM P310-RETORNA         THRU P310-FIM UNTIL EOF-OK

            IF TEM-CURSO
               PERFORM P400-FECHA-CURSO  THRU P400-FIM
            END-IF

            MOVE '============================================='
                                          TO REG-RELATORIO
            WRITE REG-RELATORIO
            MOVE SPACES                  TO REG-RELATORIO
            STRING 'ALUNOS ATIVOS: ' WS-QT-ALUNOS
                   ' - APTOS: ' WS-QT-APTOS
                   ' - COM PENDENCIA: ' WS-QT-PENDENTES
                   ' - CURSO SEM MATRIZ: ' WS-QT-SEM-MATRIZ
                   DELIMITED BY SIZE INTO REG-RELATORIO
            WRITE REG-RELATORIO
            .
       P300-FIM.
           EXIT.
       P310-RETORNA.

            RETURN ORDENACAO
               AT END
                  SET EOF-OK             TO TRUE
               NOT AT END
                  IF SRT-CR-STUDENT NOT EQUAL WS-CURSO-ATUAL
                     OR NOT TEM-CURSO
                     IF TEM-CURSO
                        PERFORM P400-FECHA-CURSO THRU P400-FIM
                     END-IF
                     MOVE SRT-CR-STUDENT TO WS-CURSO-ATUAL
                     MOVE ZEROS          TO WS-QT-CURSO-APTOS
                                            WS-QT-CURSO-ALUNOS
                     MOVE 'S'            TO WS-TEM-CURSO
                     PERFORM P350-CABECALHO-CURSO THRU P350-FIM
                  END-IF
                  PERFORM P320-LINHA-ALUNO THRU P320-FIM
            END-RETURN
            .
       P310-FIM.
           EXIT.
       P320-LINHA-ALUNO.

            ADD 1                        TO WS-QT-ALUNOS
                                            WS-QT-CURSO-ALUNOS

            EVALUATE SRT-SITUACAO
               WHEN 'S'
                  ADD 1                  TO WS-QT-APTOS
                                            WS-QT-CURSO-APTOS
                  MOVE SPACES            TO REG-RELATORIO
                  STRING '  APTO       ' SRT-CD-STUDENT ' '
                         SRT-NM-STUDENT
                         ' OBRIGATORIAS ' SRT-QT-OBRIGATORIAS
                         ' ELETIVAS ' SRT-QT-ELETIVAS '/'
                         SRT-QT-MIN-ELETIVAS
                         DELIMITED BY SIZE INTO REG-RELATORIO
                  WRITE REG-RELATORIO
               WHEN 'N'
                  ADD 1                  TO WS-QT-PENDENTES
                  PERFORM P330-PENDENCIAS THRU P330-FIM
               WHEN OTHER
                  ADD 1                  TO WS-QT-SEM-MATRIZ
                  MOVE SPACES            TO REG-RELATORIO
                  STRING '  SEM MATRIZ ' SRT-CD-STUDENT ' '
                         SRT-NM-STUDENT
                         ' - CURSO SEM MATRIZ CURRICULAR'
                         DELIMITED BY SIZE INTO REG-RELATORIO
                  WRITE REG-RELATORIO
            END-EVALUATE
            .
       P320-FIM.
           EXIT.
       P330-PENDENCIAS.

            MOVE SPACES                  TO REG-RELATORIO
            STRING '  PENDENTE   ' SRT-CD-STUDENT ' '
                   SRT-NM-STUDENT
                   ' FALTAM ' SRT-QT-OBRIG-FALTA ' DE '
                   SRT-QT-OBRIGATORIAS ' OBRIGATORIAS - ELETIVAS '
                   SRT-QT-ELETIVAS '/' SRT-QT-MIN-ELETIVAS
                   DELIMITED BY SIZE INTO REG-RELATORIO
            WRITE REG-RELATORIO

            PERFORM P340-LINHA-FALTA     THRU P340-FIM
                    VARYING WS-IDX FROM 1 BY 1
                    UNTIL WS-IDX > SRT-QT-LISTADAS

            IF SRT-QT-OBRIG-FALTA GREATER THAN SRT-QT-LISTADAS
               COMPUTE WS-QT-NAO-LISTADAS =
                       SRT-QT-OBRIG-FALTA - SRT-QT-LISTADAS
               MOVE SPACES               TO REG-RELATORIO
               STRING '               ... E MAIS ' WS-QT-NAO-LISTADAS
                      ' OBRIGATORIA(S)'
                      DELIMITED BY SIZE INTO REG-RELATORIO
               WRITE REG-RELATORIO
            END-IF

            IF SRT-QT-ELETIVAS LESS THAN SRT-QT-MIN-ELETIVAS
               MOVE SPACES               TO REG-RELATORIO
               STRING '               FALTAM ELETIVAS: APROVADAS '
                      SRT-QT-ELETIVAS ' DE MINIMO '
                      SRT-QT-MIN-ELETIVAS
                      DELIMITED BY SIZE INTO REG-RELATORIO
               WRITE REG-RELATORIO
            END-IF
            .
       P330-FIM.
           EXIT.
       P340-LINHA-FALTA.

            MOVE SPACES                  TO WS-NM-FALTA
            IF MAT-ABERTO
               MOVE SRT-FALTA (WS-IDX)   TO ID-MATERIA
               READ CFPK0002
                  INVALID KEY
                     MOVE '(NAO CADASTRADA)' TO WS-NM-FALTA
                  NOT INVALID KEY
                     MOVE NM-MATERIA     TO WS-NM-FALTA
               END-READ
            END-IF

            MOVE SPACES                  TO REG-RELATORIO
            STRING '               FALTA DISCIPLINA '
                   SRT-FALTA (WS-IDX) ' - ' WS-NM-FALTA
                   DELIMITED BY SIZE INTO REG-RELATORIO
            WRITE REG-RELATORIO
            .
       P340-FIM.
           EXIT.
       P350-CABECALHO-CURSO.

            MOVE '---------------------------------------------'
                                          TO REG-RELATORIO
            WRITE REG-RELATORIO
            MOVE SPACES                  TO REG-RELATORIO
            STRING 'CURSO: ' WS-CURSO-ATUAL
                   DELIMITED BY SIZE INTO REG-RELATORIO
            WRITE REG-RELATORIO
            .
       P350-FIM.
           EXIT.
       P400-FECHA-CURSO.

            MOVE SPACES                  TO REG-RELATORIO
            STRING '  TOTAL DO CURSO: ' WS-QT-CURSO-ALUNOS
                   ' ALUNO(S), ' WS-QT-CURSO-APTOS ' APTO(S)'
                   DELIMITED BY SIZE INTO REG-RELATORIO
            WRITE REG-RELATORIO
            .
       P400-FIM.
           EXIT.
       END PROGRAM RELFORMA.
