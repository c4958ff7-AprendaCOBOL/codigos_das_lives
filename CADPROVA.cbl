      ******************************************************************
      * Author: ANDRE COSTA
      * Date: 15/10/2026
      * Purpose: MANUTENCAO DO CALENDARIO DE PROVAS (PROVA.DAT): UMA
      *          PROVA POR DISCIPLINA, PERIODO LETIVO E NOTA (1 A 4),
      *          COM DATA, HORARIO E SALA. COM DETECCAO DE CONFLITO: A
      *          INCLUSAO (OU REMARCACAO) E RECUSADA QUANDO A SALA JA
      *          TEM OUTRA PROVA NO MESMO DIA E HORARIO, OU QUANDO
      *          ALGUM ALUNO COM MATRICULA ATIVA NA DISCIPLINA
      *          (MATRICULA.DAT) JA TEM OUTRA PROVA NESSE DIA E
      *          HORARIO. DISCIPLINA NO CFPK0002 E SALA NO SALA.DAT.
      *          O RELPROVA IMPRIME O CALENDARIO E A AGENDA DO ALUNO.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CADPROVA.

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
                FILE STATUS  IS WS-FS.
                SELECT MATRICULA ASSIGN TO
                WS-ARQ-MATRICULA
                ORGANIZATION IS INDEXED
                ACCESS MODE  IS DYNAMIC
                RECORD KEY   IS CHAVE-MATRICULA
                FILE STATUS  IS WS-FS-MTR.
                SELECT CFPK0002 ASSIGN TO
                WS-ARQ-CFPK0002
                ORGANIZATION IS INDEXED
                ACCESS MODE  IS RANDOM
                RECORD KEY   IS ID-MATERIA
                FILE STATUS  IS WS-FS-MAT.
                SELECT SALA ASSIGN TO
                WS-ARQ-SALA
                ORGANIZATION IS INDEXED
                ACCESS MODE  IS RANDOM
                RECORD KEY   IS SL-CD-SALA
                FILE STATUS  IS WS-FS-SAL.

       DATA DIVISION.
       FILE SECTION.
       FD PROVA.
          COPY FD_PROVA.

       FD MATRICULA.
          COPY FD_MATRICULA.

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

       FD SALA.
          COPY FD_SALA.

       WORKING-STORAGE SECTION.
      ***** CAMINHOS FISICOS DOS ARQUIVOS - PRE-CARREGADOS COM O *****
      ***** PADRAO HISTORICO E RESOLVIDOS PELO ARQCONF NO INICIO *****
       77 WS-ARQ-PROVA               PIC X(68) VALUE
          'C:\Users\Mauro Vieira\bin\PROVA.DAT'.
       77 WS-ARQ-MATRICULA           PIC X(68) VALUE
          'C:\Users\Mauro Vieira\bin\MATRICULA.DAT'.
       77 WS-ARQ-CFPK0002            PIC X(68) VALUE
          'C:\Users\Mauro Vieira\bin\CFPK0002.DAT'.
       77 WS-ARQ-SALA                PIC X(68) VALUE
          'C:\Users\Mauro Vieira\bin\SALA.DAT'.
       77 WS-FS                          PIC 99.
          88 FS-OK                       VALUE 0.
       77 WS-FS-MTR                      PIC 99.
          88 FS-MTR-OK                   VALUE 0.
       77 WS-MTR-ABERTO                  PIC X VALUE 'N'.
          88 MTR-ABERTO                  VALUE 'S'.
       77 WS-FS-MAT                      PIC 99.
          88 FS-MAT-OK                   VALUE 0.
       77 WS-FS-SAL                      PIC 99.
          88 FS-SAL-OK                   VALUE 0.
       77 WS-SALA-VALIDA                 PIC X.
          88 SALA-VALIDA                 VALUE 'S'.
       77 WS-OPCAO                       PIC X.
       77 WS-CONFIRMA                    PIC X.
       77 WS-EOF                         PIC X.
          88 EOF-OK                      VALUE 'S' FALSE 'N'.
       77 WS-EOF-MTR                     PIC X.
          88 EOF-MTR-OK                  VALUE 'S' FALSE 'N'.
       77 WS-MATERIA-VALIDA              PIC X.
          88 MATERIA-VALIDA              VALUE 'S'.
       77 WS-DATA-VALIDA                 PIC X.
          88 DATA-VALIDA                 VALUE 'S'.
       77 WS-TEM-CONFLITO                PIC X.
          88 TEM-CONFLITO                VALUE 'S'.
       77 WS-REMARCA                     PIC X.
          88 REMARCA                     VALUE 'S'.
       77 WS-QT-PROVAS                   PIC 9(02) VALUE ZEROS.
       77 WS-IDX                         PIC 9(04) VALUE ZEROS.
       01 WS-NOVO.
          03 WS-NOVO-CHAVE.
             05 WS-NOVO-MATERIA          PIC 9(03).
             05 WS-NOVO-AA               PIC 9(04).
             05 WS-NOVO-SM               PIC 9(01).
             05 WS-NOVO-NOTA             PIC 9(01).
          03 WS-NOVO-DATA                PIC 9(08).
          03 WS-NOVO-DATA-R REDEFINES WS-NOVO-DATA.
             05 WS-NOVO-DATA-AA          PIC 9(04).
             05 WS-NOVO-DATA-MM          PIC 9(02).
             05 WS-NOVO-DATA-DD          PIC 9(02).
          03 WS-NOVO-HORARIO             PIC 9(04).
          03 WS-NOVO-HORARIO-R REDEFINES WS-NOVO-HORARIO.
             05 WS-NOVO-HH               PIC 9(02).
             05 WS-NOVO-MI               PIC 9(02).
          03 WS-NOVO-SALA                PIC X(10).
      ***** ALUNOS COM MATRICULA ATIVA NA TURMA DA PROVA **************
       77 WS-QT-TURMA                    PIC 9(04) VALUE ZEROS.
       01 WS-TAB-TURMA.
          03 WS-TRM-ALUNO                PIC 9(05) OCCURS 999 TIMES.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.

      ***** RESOLVE OS CAMINHOS FISICOS PELO PERFIL DO ARQCONF ******
            CALL 'ARQCONF' USING 'PROVA.DAT       ' WS-ARQ-PROVA
            CALL 'ARQCONF' USING 'MATRICULA.DAT   ' WS-ARQ-MATRICULA
            CALL 'ARQCONF' USING 'CFPK0002.DAT    ' WS-ARQ-CFPK0002
            CALL 'ARQCONF' USING 'SALA.DAT        ' WS-ARQ-SALA

            DISPLAY '*** CALENDARIO DE PROVAS ***'
            PERFORM P100-MENU THRU P100-FIM UNTIL WS-OPCAO = 'F'
            STOP RUN.

       P100-MENU.
            MOVE SPACES                       TO WS-OPCAO
            DISPLAY '*************************************************'
            DISPLAY '|  I - Incluir/remarcar prova                   |'
            DISPLAY '|  C - Consultar as provas de uma disciplina    |'
            DISPLAY '|  E - Excluir uma prova                        |'
            DISPLAY '|              (ou tecle <F> para finalizar)    |'
            DISPLAY '*************************************************'
            ACCEPT  WS-OPCAO

            EVALUATE WS-OPCAO
                WHEN 'I' WHEN 'i'
                   PERFORM P200-INCLUIR THRU P200-FIM
                WHEN 'C' WHEN 'c'
                   PERFORM P300-CONSULTAR THRU P300-FIM
                WHEN 'E' WHEN 'e'
                   PERFORM P500-EXCLUIR THRU P500-FIM
                WHEN 'F' WHEN 'f'
                   MOVE 'F'                    TO WS-OPCAO
                WHEN OTHER
                   DISPLAY 'OPCAO INVALIDA!'
            END-EVALUATE
            .
       P100-FIM.
           EXIT.

       P200-INCLUIR.
            PERFORM P250-PEDE-CHAVE      THRU P250-FIM
            DISPLAY 'Informe a data da prova (AAAAMMDD):'
            ACCEPT WS-NOVO-DATA
            DISPLAY 'Informe o horario (HHMM):'
            ACCEPT WS-NOVO-HORARIO
            DISPLAY 'Informe a sala:'
            ACCEPT WS-NOVO-SALA

            IF WS-NOVO-NOTA LESS THAN 1 OR GREATER THAN 4
               DISPLAY 'NOTA INVALIDA - A PROVA E DA NOTA 1 A 4.'
               GO TO P200-FIM
            END-IF

            IF WS-NOVO-SM NOT EQUAL 1 AND NOT EQUAL 2
               DISPLAY 'SEMESTRE INVALIDO - USE 1 OU 2.'
               GO TO P200-FIM
            END-IF

            PERFORM P800-VALIDA-DATA     THRU P800-FIM
            IF NOT DATA-VALIDA
               GO TO P200-FIM
            END-IF

            PERFORM P600-VALIDA-MATERIA  THRU P600-FIM
            IF NOT MATERIA-VALIDA
               DISPLAY 'DISCIPLINA NAO CADASTRADA NO CFPK0002.'
               GO TO P200-FIM
            END-IF

            PERFORM P650-VALIDA-SALA     THRU P650-FIM
            IF NOT SALA-VALIDA
               DISPLAY 'SALA NAO CADASTRADA NO SALA.DAT (CADSALA).'
               GO TO P200-FIM
            END-IF

            OPEN I-O PROVA
            IF WS-FS EQUAL 35
               OPEN OUTPUT PROVA
               CLOSE PROVA
               OPEN I-O PROVA
            END-IF

            IF NOT FS-OK
               DISPLAY 'ERRO AO ABRIR O CALENDARIO DE PROVAS. '
                       'FILE STATUS: ' WS-FS
               GO TO P200-FIM
            END-IF

      ***** PROVA JA MARCADA: A INCLUSAO VIRA REMARCACAO **************
            MOVE 'N'                     TO WS-REMARCA
            MOVE WS-NOVO-CHAVE           TO CHAVE-PROVA
            READ PROVA
               INVALID KEY
                  CONTINUE
               NOT INVALID KEY
                  DISPLAY 'PROVA JA MARCADA PARA '
                          PV-DT-PROVA(7:2) '/' PV-DT-PROVA(5:2) '/'
                          PV-DT-PROVA(1:4) ' AS ' PV-HORARIO
                          ' NA SALA ' PV-SALA
                  DISPLAY 'Remarca a prova (S/N)? '
                  ACCEPT WS-CONFIRMA
                  IF WS-CONFIRMA NOT EQUAL 'S' AND NOT EQUAL 's'
                     DISPLAY 'OPERACAO CANCELADA.'
                     CLOSE PROVA
                     GO TO P200-FIM
                  END-IF
                  MOVE 'S'               TO WS-REMARCA
            END-READ

            PERFORM P700-DETECTA-CONFLITO THRU P700-FIM

            IF TEM-CONFLITO
               DISPLAY 'PROVA NAO MARCADA.'
               CLOSE PROVA
               GO TO P200-FIM
            END-IF

            MOVE WS-NOVO-CHAVE           TO CHAVE-PROVA
            MOVE WS-NOVO-DATA            TO PV-DT-PROVA
            MOVE WS-NOVO-HORARIO         TO PV-HORARIO
            MOVE WS-NOVO-SALA            TO PV-SALA

            IF REMARCA
               REWRITE REG-PROVA
                  INVALID KEY
                     DISPLAY 'ERRO AO REMARCAR A PROVA. FILE STATUS: '
                             WS-FS
                  NOT INVALID KEY
                     DISPLAY 'PROVA REMARCADA.'
               END-REWRITE
            ELSE
               WRITE REG-PROVA
                  INVALID KEY
                     DISPLAY 'ERRO AO MARCAR A PROVA. FILE STATUS: '
                             WS-FS
                  NOT INVALID KEY
                     DISPLAY 'PROVA INCLUIDA NO CALENDARIO.'
               END-WRITE
            END-IF

            CLOSE PROVA
            .
       P200-FIM.
           EXIT.

       P250-PEDE-CHAVE.
            DISPLAY 'Informe o codigo da disciplina:'
            ACCEPT WS-NOVO-MATERIA
            DISPLAY 'Informe o ano letivo (AAAA):'
            ACCEPT WS-NOVO-AA
            DISPLAY 'Informe o semestre (1/2):'
            ACCEPT WS-NOVO-SM
            DISPLAY 'Informe a nota da prova (1 a 4):'
            ACCEPT WS-NOVO-NOTA
            .
       P250-FIM.
           EXIT.

       P300-CONSULTAR.
            DISPLAY 'Informe o codigo da disciplina:'
            ACCEPT WS-NOVO-MATERIA
            DISPLAY 'Informe o ano letivo (AAAA):'
            ACCEPT WS-NOVO-AA
            DISPLAY 'Informe o semestre (1/2):'
            ACCEPT WS-NOVO-SM

            OPEN INPUT PROVA
            IF NOT FS-OK
               DISPLAY 'AINDA NAO HA PROVAS NO CALENDARIO.'
               GO TO P300-FIM
            END-IF

            MOVE ZEROS                   TO WS-NOVO-NOTA
                                            WS-QT-PROVAS
            MOVE WS-NOVO-CHAVE           TO CHAVE-PROVA

            SET EOF-OK                   TO FALSE
            START PROVA KEY NOT LESS THAN CHAVE-PROVA
               INVALID KEY
                  SET EOF-OK             TO TRUE
            END-START

            PERFORM P400-LISTA-PROVA     THRU P400-FIM UNTIL EOF-OK

            CLOSE PROVA

            IF WS-QT-PROVAS EQUAL ZEROS
               DISPLAY 'DISCIPLINA SEM PROVAS MARCADAS NO PERIODO.'
            END-IF
            .
       P300-FIM.
           EXIT.

       P400-LISTA-PROVA.
            READ PROVA NEXT RECORD
               AT END
                  SET EOF-OK             TO TRUE
               NOT AT END
                  IF PV-ID-MATERIA NOT EQUAL WS-NOVO-MATERIA
                     OR PV-AA-PERIODO NOT EQUAL WS-NOVO-AA
                     OR PV-SM-PERIODO NOT EQUAL WS-NOVO-SM
                     SET EOF-OK          TO TRUE
                  ELSE
                     ADD 1               TO WS-QT-PROVAS
                     DISPLAY 'NOTA ' PV-NR-NOTA
                             ' DATA ' PV-DT-PROVA(7:2) '/'
                             PV-DT-PROVA(5:2) '/' PV-DT-PROVA(1:4)
                             ' HORARIO ' PV-HORARIO
                             ' SALA ' PV-SALA
                  END-IF
            END-READ
            .
       P400-FIM.
           EXIT.

       P500-EXCLUIR.
            OPEN I-O PROVA
            IF NOT FS-OK
               DISPLAY 'AINDA NAO HA PROVAS NO CALENDARIO.'
               GO TO P500-FIM
            END-IF

            PERFORM P250-PEDE-CHAVE      THRU P250-FIM
            MOVE WS-NOVO-CHAVE           TO CHAVE-PROVA

            READ PROVA
               INVALID KEY
                  DISPLAY 'PROVA NAO ENCONTRADA NO CALENDARIO.'
                  CLOSE PROVA
                  GO TO P500-FIM
            END-READ

            DISPLAY 'DATA ' PV-DT-PROVA(7:2) '/' PV-DT-PROVA(5:2) '/'
                    PV-DT-PROVA(1:4) ' HORARIO ' PV-HORARIO
                    ' SALA ' PV-SALA
            DISPLAY 'Confirma a exclusao (S/N)? '
            ACCEPT WS-CONFIRMA

            IF WS-CONFIRMA EQUAL 'S' OR EQUAL 's'
               DELETE PROVA RECORD
                  INVALID KEY
                     DISPLAY 'ERRO AO EXCLUIR A PROVA.'
                  NOT INVALID KEY
                     DISPLAY 'PROVA EXCLUIDA DO CALENDARIO.'
               END-DELETE
            ELSE
               DISPLAY 'OPERACAO CANCELADA.'
            END-IF

            CLOSE PROVA
            .
       P500-FIM.
           EXIT.

       P600-VALIDA-MATERIA.
            MOVE 'N'                     TO WS-MATERIA-VALIDA

            OPEN INPUT CFPK0002
            IF NOT FS-MAT-OK
               DISPLAY 'ERRO AO ABRIR O CFPK0002. FILE STATUS: '
                       WS-FS-MAT
               GO TO P600-FIM
            END-IF

            MOVE WS-NOVO-MATERIA         TO ID-MATERIA
            READ CFPK0002
               INVALID KEY
                  CONTINUE
               NOT INVALID KEY
                  DISPLAY 'DISCIPLINA: ' NM-MATERIA
                  MOVE 'S'               TO WS-MATERIA-VALIDA
            END-READ

            CLOSE CFPK0002
            .
       P600-FIM.
           EXIT.

       P650-VALIDA-SALA.
            MOVE 'N'                     TO WS-SALA-VALIDA

            OPEN INPUT SALA
            IF NOT FS-SAL-OK
               DISPLAY 'ERRO AO ABRIR O CADASTRO DE SALAS. FILE '
                       'STATUS: ' WS-FS-SAL
               DISPLAY 'CADASTRE A SALA PELO CADSALA.'
               GO TO P650-FIM
            END-IF

            MOVE WS-NOVO-SALA            TO SL-CD-SALA
            READ SALA
               INVALID KEY
                  CONTINUE
               NOT INVALID KEY
                  DISPLAY 'SALA: ' SL-DS-SALA
                          ' (' SL-QT-LUGARES ' LUGARES)'
                  MOVE 'S'               TO WS-SALA-VALIDA
            END-READ

            CLOSE SALA
            .
       P650-FIM.
           EXIT.

       P700-DETECTA-CONFLITO.

      ***** VARRE O CALENDARIO INTEIRO ATRAS DE OUTRA PROVA NO MESMO **
      ***** DIA E HORARIO NA MESMA SALA OU COM ALUNO DA TURMA *********
            MOVE 'N'                     TO WS-TEM-CONFLITO

            PERFORM P720-CARREGA-TURMA   THRU P720-FIM

            MOVE ZEROS                   TO PV-ID-MATERIA
                                            PV-AA-PERIODO
                                            PV-SM-PERIODO
                                            PV-NR-NOTA

            SET EOF-OK                   TO FALSE
            START PROVA KEY NOT LESS THAN CHAVE-PROVA
               INVALID KEY
                  SET EOF-OK             TO TRUE
            END-START

            PERFORM P710-TESTA-CONFLITO  THRU P710-FIM UNTIL EOF-OK

            IF MTR-ABERTO
               CLOSE MATRICULA
               MOVE 'N'                  TO WS-MTR-ABERTO
            END-IF
            .
       P700-FIM.
           EXIT.

       P710-TESTA-CONFLITO.
            READ PROVA NEXT RECORD
               AT END
                  SET EOF-OK             TO TRUE
               NOT AT END
                  IF PV-DT-PROVA EQUAL WS-NOVO-DATA
                     AND PV-HORARIO EQUAL WS-NOVO-HORARIO
                     AND CHAVE-PROVA NOT EQUAL WS-NOVO-CHAVE
                     IF PV-SALA EQUAL WS-NOVO-SALA
                        DISPLAY 'CONFLITO: A SALA ' WS-NOVO-SALA
                                ' JA TEM A PROVA DA DISCIPLINA '
                                PV-ID-MATERIA ' (NOTA ' PV-NR-NOTA ')'
                        MOVE 'S'         TO WS-TEM-CONFLITO
                     ELSE
                        PERFORM P730-CONFERE-TURMA THRU P730-FIM
                     END-IF
                     IF TEM-CONFLITO
                        SET EOF-OK       TO TRUE
                     END-IF
                  END-IF
            END-READ
            .
       P710-FIM.
           EXIT.

       P720-CARREGA-TURMA.

      ***** A CHAVE DA MATRICULA ANDA POR ALUNO: VARRE TUDO E GUARDA **
      ***** OS ATIVOS DA DISCIPLINA NO PERIODO DA PROVA ***************
            MOVE ZEROS                   TO WS-QT-TURMA
            MOVE 'N'                     TO WS-MTR-ABERTO

            OPEN INPUT MATRICULA
            IF NOT FS-MTR-OK
               GO TO P720-FIM
            END-IF
            MOVE 'S'                     TO WS-MTR-ABERTO

            MOVE ZEROS                   TO MT-ID-ALUNO
                                            MT-ID-MATERIA
                                            MT-AA-PERIODO
                                            MT-SM-PERIODO

            SET EOF-MTR-OK               TO FALSE
            START MATRICULA KEY NOT LESS THAN CHAVE-MATRICULA
               INVALID KEY
                  SET EOF-MTR-OK         TO TRUE
            END-START

            PERFORM P725-LE-MATRICULA    THRU P725-FIM
                    UNTIL EOF-MTR-OK
            .
       P720-FIM.
           EXIT.

       P725-LE-MATRICULA.
            READ MATRICULA NEXT RECORD
               AT END
                  SET EOF-MTR-OK         TO TRUE
               NOT AT END
                  IF MT-ID-MATERIA EQUAL WS-NOVO-MATERIA
                     AND MT-AA-PERIODO EQUAL WS-NOVO-AA
                     AND MT-SM-PERIODO EQUAL WS-NOVO-SM
                     AND MATRICULA-ATIVA
                     AND WS-QT-TURMA LESS THAN 999
                     ADD 1               TO WS-QT-TURMA
                     MOVE MT-ID-ALUNO    TO WS-TRM-ALUNO (WS-QT-TURMA)
                  END-IF
            END-READ
            .
       P725-FIM.
           EXIT.

       P730-CONFERE-TURMA.

      ***** OUTRA PROVA DA MESMA TURMA: TODOS OS ALUNOS COLIDEM *******
            IF PV-ID-MATERIA EQUAL WS-NOVO-MATERIA
               AND PV-AA-PERIODO EQUAL WS-NOVO-AA
               AND PV-SM-PERIODO EQUAL WS-NOVO-SM
               IF WS-QT-TURMA GREATER THAN ZEROS
                  DISPLAY 'CONFLITO: A TURMA JA TEM A PROVA DA NOTA '
                          PV-NR-NOTA ' NESTE DIA E HORARIO.'
                  MOVE 'S'               TO WS-TEM-CONFLITO
               END-IF
               GO TO P730-FIM
            END-IF

            IF NOT MTR-ABERTO
               GO TO P730-FIM
            END-IF

            PERFORM P740-CONFERE-ALUNO   THRU P740-FIM
                    VARYING WS-IDX FROM 1 BY 1
                    UNTIL WS-IDX GREATER THAN WS-QT-TURMA
                       OR TEM-CONFLITO
            .
       P730-FIM.
           EXIT.

       P740-CONFERE-ALUNO.
            MOVE WS-TRM-ALUNO (WS-IDX)   TO MT-ID-ALUNO
            MOVE PV-ID-MATERIA           TO MT-ID-MATERIA
            MOVE PV-AA-PERIODO           TO MT-AA-PERIODO
            MOVE PV-SM-PERIODO           TO MT-SM-PERIODO

            READ MATRICULA
               INVALID KEY
                  CONTINUE
               NOT INVALID KEY
                  IF MATRICULA-ATIVA
                     DISPLAY 'CONFLITO: O ALUNO ' MT-ID-ALUNO
                             ' JA TEM A PROVA DA DISCIPLINA '
                             PV-ID-MATERIA ' (NOTA ' PV-NR-NOTA
                             ') NESTE DIA E HORARIO.'
                     MOVE 'S'            TO WS-TEM-CONFLITO
                  END-IF
            END-READ
            .
       P740-FIM.
           EXIT.

       P800-VALIDA-DATA.

      ***** A PROVA CAI NO ANO LETIVO, EM DATA E HORARIO VALIDOS ******
            MOVE 'N'                     TO WS-DATA-VALIDA

            IF WS-NOVO-DATA-AA NOT EQUAL WS-NOVO-AA
               OR WS-NOVO-DATA-MM LESS THAN 1
               OR WS-NOVO-DATA-MM GREATER THAN 12
               OR WS-NOVO-DATA-DD LESS THAN 1
               OR WS-NOVO-DATA-DD GREATER THAN 31
               DISPLAY 'DATA INVALIDA - INFORME AAAAMMDD DENTRO DO '
                       'ANO LETIVO.'
               GO TO P800-FIM
            END-IF

            IF (WS-NOVO-DATA-MM EQUAL 4 OR 6 OR 9 OR 11
                AND WS-NOVO-DATA-DD GREATER THAN 30)
               OR (WS-NOVO-DATA-MM EQUAL 2
                AND WS-NOVO-DATA-DD GREATER THAN 29)
               DISPLAY 'DATA INVALIDA - O MES NAO TEM ESSE DIA.'
               GO TO P800-FIM
            END-IF

            IF WS-NOVO-HH GREATER THAN 23
               OR WS-NOVO-MI GREATER THAN 59
               DISPLAY 'HORARIO INVALIDO - INFORME HHMM.'
               GO TO P800-FIM
            END-IF

            MOVE 'S'                     TO WS-DATA-VALIDA
            .
       P800-FIM.
           EXIT.

       END PROGRAM CADPROVA.
