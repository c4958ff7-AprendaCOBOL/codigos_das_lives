      ******************************************************************
      * Author: ANDRE COSTA
      * Date: 15/10/2026
      * Purpose: REVISAO E CONFIRMACAO DAS PROPOSTAS DE REMATRICULA
      *          (REMATR.DAT) GERADAS PELO REMATGER. O PERIODO PADRAO E
      *          O SEGUINTE AO DA DATA DE MOVIMENTO:
      *          - L: LISTA AS PROPOSTAS DE UM ALUNO NO PERIODO;
      *          - C: CONFIRMA AS PROPOSTAS PENDENTES DE UM ALUNO;
      *          - R: RECUSA UMA PROPOSTA (NAO VOLTA A SER GERADA);
      *          - T: CONFIRMA TODAS AS PENDENTES DO PERIODO.
      *          DECIDIR EXIGE NIVEL 2 OU MAIS NO SIGNON (COORDENACAO).
      *          A PROPOSTA CONFIRMADA VIRA MATRICULA ATIVA NO
      *          MATRICULA.DAT (A TRANCADA E REATIVADA), RESPEITANDO A
      *          LOTACAO DA TURMA COMO O CADMATRI; TURMA CHEIA DEIXA A
      *          PROPOSTA PENDENTE PARA A LISTA DE ESPERA DO CADMATRI.
      * Update: 15/10/2026 - Confirmar e recusar deixaram de exigir
      *         nivel 2: o PERMITE confere as funcoes REMATCNF/CONFIRMA
      *         e REMATCNF/RECUSA nos perfis do operador.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. REMATCNF.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
            DECIMAL-POINT IS COMMA.
            INPUT-OUTPUT SECTION.
            FILE-CONTROL.
                SELECT REMATR ASSIGN TO
                WS-ARQ-REMATR
                ORGANIZATION IS INDEXED
                ACCESS MODE  IS DYNAMIC
                RECORD KEY   IS CHAVE-REMATR
                FILE STATUS  IS WS-FS.
                SELECT MATRICULA ASSIGN TO
                WS-ARQ-MATRICULA
                ORGANIZATION IS INDEXED
                ACCESS MODE  IS DYNAMIC
                RECORD KEY   IS CHAVE-MATRICULA
                FILE STATUS  IS WS-FS-MTR.
                SELECT GRADE ASSIGN TO
                WS-ARQ-GRADE
                ORGANIZATION IS INDEXED
                ACCESS MODE  IS DYNAMIC
                RECORD KEY   IS CHAVE-GRADE
                FILE STATUS  IS WS-FS-GRD.
                SELECT SALA ASSIGN TO
                WS-ARQ-SALA
                ORGANIZATION IS INDEXED
                ACCESS MODE  IS RANDOM
                RECORD KEY   IS SL-CD-SALA
                FILE STATUS  IS WS-FS-SAL.
                SELECT CFPK0002 ASSIGN TO
                WS-ARQ-CFPK0002
                ORGANIZATION IS INDEXED
                ACCESS MODE  IS RANDOM
                RECORD KEY   IS ID-MATERIA
                FILE STATUS  IS WS-FS-MAT.

       DATA DIVISION.
       FILE SECTION.
       FD REMATR.
          COPY FD_REMATR.

       FD MATRICULA.
          COPY FD_MATRICULA.

       FD GRADE.
          COPY FD_GRADE.

       FD SALA.
          COPY FD_SALA.

       FD CFPK0002.
       01 CFPK0002-MATERIA.
          03 ID-MATERIA              PIC 9(03).
          03 NM-MATERIA              PIC X(20).
          03 NT-APROVACAO            PIC 9(02)V99 COMP-3.
          03 PS-PESO-NOTA1           PIC 9(02).
          03 PS-PESO-NOTA2           PIC 9(02).
          03 PS-PESO-NOTA3           PIC 9(02).
          03 PS-PESO-NOTA4           PIC 9(02).

       WORKING-STORAGE SECTION.
      ***** CAMINHOS FISICOS DOS ARQUIVOS - PRE-CARREGADOS COM O *****
      ***** PADRAO HISTORICO E RESOLVIDOS PELO ARQCONF NO INICIO *****
       77 WS-ARQ-REMATR              PIC X(68) VALUE
          'C:\Users\Mauro Vieira\bin\REMATR.DAT'.
       77 WS-ARQ-MATRICULA           PIC X(68) VALUE
          'C:\Users\Mauro Vieira\bin\MATRICULA.DAT'.
       77 WS-ARQ-GRADE               PIC X(68) VALUE
          'C:\Users\Mauro Vieira\bin\GRADE.DAT'.
       77 WS-ARQ-SALA                PIC X(68) VALUE
          'C:\Users\Mauro Vieira\bin\SALA.DAT'.
       77 WS-ARQ-CFPK0002            PIC X(68) VALUE
          'C:\Users\Mauro Vieira\bin\CFPK0002.DAT'.
       77 WS-FS                          PIC 99.
          88 FS-OK                       VALUE 0.
       77 WS-FS-MTR                      PIC 99.
          88 FS-MTR-OK                   VALUE 0.
       77 WS-FS-GRD                      PIC 99.
          88 FS-GRD-OK                   VALUE 0.
       77 WS-FS-SAL                      PIC 99.
          88 FS-SAL-OK                   VALUE 0.
       77 WS-FS-MAT                      PIC 99.
          88 FS-MAT-OK                   VALUE 0.
       77 WS-MAT-ABERTO                  PIC X VALUE 'N'.
          88 MAT-ABERTO                  VALUE 'S'.
       77 WS-EOF                         PIC X.
          88 EOF-OK                      VALUE 'S' FALSE 'N'.
       77 WS-EOF-MTR                     PIC X.
          88 EOF-MTR-OK                  VALUE 'S' FALSE 'N'.
       77 WS-EOF-GRD                     PIC X.
          88 EOF-GRD-OK                  VALUE 'S' FALSE 'N'.
       77 WS-OPCAO                       PIC X.
       77 WS-CONFIRMA                    PIC X.
       77 WS-MODO                        PIC X.
          88 MODO-LISTA                  VALUE 'L'.
          88 MODO-CONFIRMA               VALUE 'C'.
       77 WS-ALUNO-INF                   PIC 9(05) VALUE ZEROS.
       77 WS-MATERIA-INF                 PIC 9(03) VALUE ZEROS.
       77 WS-AA-INF                      PIC 9(04) VALUE ZEROS.
       77 WS-SM-INF                      PIC 9(01) VALUE ZEROS.
       77 WS-PERIODO-INF                 PIC 9(05) VALUE ZEROS.
       77 WS-DATA-MOVIMENTO              PIC 9(08) VALUE ZEROS.
       77 WS-CONTROLE-DATA               PIC X(01) VALUE 'N'.
       77 WS-NM-MATERIA                  PIC X(20) VALUE SPACES.
       77 WS-DS-SITUACAO                 PIC X(10) VALUE SPACES.
       77 WS-QT-LIDAS                    PIC 9(05) VALUE ZEROS.
       77 WS-QT-CONFIRMADAS              PIC 9(05) VALUE ZEROS.
       77 WS-QT-LOTADAS                  PIC 9(05) VALUE ZEROS.
       77 WS-QT-TURMA                    PIC 9(04) VALUE ZEROS.
       77 WS-LUGARES-TURMA               PIC 9(04) VALUE ZEROS.
       77 WS-TURMA-LOTADA                PIC X VALUE 'N'.
          88 TURMA-LOTADA                VALUE 'S'.
       77 WS-PERMITIDO                   PIC X(01).
          88 FUNCAO-PERMITIDA            VALUE 'S'.
       01 WS-SIGNON.
          03 WS-SGN-USUARIO              PIC X(12).
          03 WS-SGN-NIVEL                PIC 9(01).
          03 WS-SGN-AUTENTICADO          PIC X(01).
             88 SIGNON-OK                VALUE 'S' FALSE 'N'.
          03 WS-SGN-CHAMADOR             PIC X(10).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.

      ***** RESOLVE OS CAMINHOS FISICOS PELO PERFIL DO ARQCONF ******
            CALL 'ARQCONF' USING 'REMATR.DAT      ' WS-ARQ-REMATR
            CALL 'ARQCONF' USING 'MATRICULA.DAT   ' WS-ARQ-MATRICULA
            CALL 'ARQCONF' USING 'GRADE.DAT       ' WS-ARQ-GRADE
            CALL 'ARQCONF' USING 'SALA.DAT        ' WS-ARQ-SALA
            CALL 'ARQCONF' USING 'CFPK0002.DAT    ' WS-ARQ-CFPK0002

            MOVE 'REMATCNF  '            TO WS-SGN-CHAMADOR
            CALL 'SIGNON' USING WS-SIGNON
            IF NOT SIGNON-OK
               STOP RUN
            END-IF

            CALL 'DTMOVIM' USING WS-DATA-MOVIMENTO WS-CONTROLE-DATA

      ***** PERIODO PADRAO: O SEGUINTE AO DA DATA DE MOVIMENTO ********
            MOVE WS-DATA-MOVIMENTO(1:4)  TO WS-AA-INF
            IF WS-DATA-MOVIMENTO(5:2) GREATER THAN '06'
               MOVE 1                    TO WS-SM-INF
               ADD 1                     TO WS-AA-INF
            ELSE
               MOVE 2                    TO WS-SM-INF
            END-IF

            DISPLAY '*** CONFIRMACAO DA REMATRICULA (REMATR.DAT) ***'
            DISPLAY 'Periodo (AAAAS) ou zero para ' WS-AA-INF
                    WS-SM-INF ': '
            ACCEPT WS-PERIODO-INF
            IF WS-PERIODO-INF NOT EQUAL ZEROS
               MOVE WS-PERIODO-INF(1:4)  TO WS-AA-INF
               MOVE WS-PERIODO-INF(5:1)  TO WS-SM-INF
            END-IF

            IF WS-SM-INF NOT EQUAL 1 AND WS-SM-INF NOT EQUAL 2
               DISPLAY 'SEMESTRE INVALIDO!'
               STOP RUN
            END-IF

            PERFORM P100-MENU THRU P100-FIM UNTIL WS-OPCAO = 'F'
            STOP RUN.

       P100-MENU.
            MOVE SPACES                       TO WS-OPCAO
            DISPLAY '*************************************************'
            DISPLAY '|  Periodo da rematricula: ' WS-AA-INF '/'
                    WS-SM-INF '                |'
            DISPLAY '|  L - Listar propostas do aluno                |'
            DISPLAY '|  C - Confirmar propostas do aluno             |'
            DISPLAY '|  R - Recusar uma proposta                     |'
            DISPLAY '|  T - Confirmar todas as pendentes do periodo  |'
            DISPLAY '|              (ou tecle <F> para finalizar)    |'
            DISPLAY '*************************************************'
            ACCEPT  WS-OPCAO

            EVALUATE WS-OPCAO
                WHEN 'L' WHEN 'l'
                   MOVE 'L'                    TO WS-MODO
                   PERFORM P200-ALUNO THRU P200-FIM
                WHEN 'C' WHEN 'c'
                   MOVE 'C'                    TO WS-MODO
                   PERFORM P200-ALUNO THRU P200-FIM
                WHEN 'R' WHEN 'r'
                   PERFORM P300-RECUSAR THRU P300-FIM
                WHEN 'T' WHEN 't'
                   PERFORM P400-CONFIRMA-TODAS THRU P400-FIM
                WHEN 'F' WHEN 'f'
                   MOVE 'F'                    TO WS-OPCAO
                WHEN OTHER
                   DISPLAY 'OPCAO INVALIDA!'
            END-EVALUATE
            .
       P100-FIM.
           EXIT.

       P200-ALUNO.
            IF MODO-CONFIRMA
               CALL 'PERMITE' USING WS-SGN-USUARIO 'REMATCNF  '
                                    'CONFIRMA  ' WS-PERMITIDO
               IF NOT FUNCAO-PERMITIDA
                  DISPLAY 'OPERADOR SEM PERFIL PARA CONFIRMAR A '
                          'REMATRICULA.'
                  GO TO P200-FIM
               END-IF
            END-IF

            DISPLAY 'Informe o codigo do aluno: '
            ACCEPT WS-ALUNO-INF

            PERFORM P700-ABRE-ARQUIVOS   THRU P700-FIM
            IF NOT FS-OK
               GO TO P200-FIM
            END-IF

            MOVE ZEROS                   TO WS-QT-LIDAS
                                            WS-QT-CONFIRMADAS
                                            WS-QT-LOTADAS
            MOVE WS-ALUNO-INF            TO RMT-ID-ALUNO
            MOVE WS-AA-INF               TO RMT-AA-PERIODO
            MOVE WS-SM-INF               TO RMT-SM-PERIODO
            MOVE ZEROS                   TO RMT-ID-MATERIA

            SET EOF-OK                   TO FALSE
            START REMATR KEY NOT LESS THAN CHAVE-REMATR
               INVALID KEY
                  SET EOF-OK             TO TRUE
            END-START

            PERFORM P210-LE-PROPOSTA     THRU P210-FIM UNTIL EOF-OK

            PERFORM P750-FECHA-ARQUIVOS  THRU P750-FIM

            IF WS-QT-LIDAS EQUAL ZEROS
               DISPLAY 'NENHUMA PROPOSTA PARA O ALUNO NO PERIODO.'
               GO TO P200-FIM
            END-IF

            IF MODO-CONFIRMA
               DISPLAY 'PROPOSTAS CONFIRMADAS: ' WS-QT-CONFIRMADAS
                       '  TURMA LOTADA: ' WS-QT-LOTADAS
            END-IF
            .
       P200-FIM.
           EXIT.

       P210-LE-PROPOSTA.
            READ REMATR NEXT RECORD
               AT END
                  SET EOF-OK             TO TRUE
               NOT AT END
                  IF RMT-ID-ALUNO NOT EQUAL WS-ALUNO-INF
                     OR RMT-AA-PERIODO NOT EQUAL WS-AA-INF
                     OR RMT-SM-PERIODO NOT EQUAL WS-SM-INF
                     SET EOF-OK          TO TRUE
                  ELSE
                     ADD 1               TO WS-QT-LIDAS
                     IF MODO-CONFIRMA AND PROPOSTA-PENDENTE
                        PERFORM P500-CONFIRMA THRU P500-FIM
                     END-IF
                     PERFORM P600-MOSTRA THRU P600-FIM
                  END-IF
            END-READ
            .
       P210-FIM.
           EXIT.

       P300-RECUSAR.
            CALL 'PERMITE' USING WS-SGN-USUARIO 'REMATCNF  '
                                 'RECUSA    ' WS-PERMITIDO
            IF NOT FUNCAO-PERMITIDA
               DISPLAY 'OPERADOR SEM PERFIL PARA RECUSAR PROPOSTA DE '
                       'REMATRICULA.'
               GO TO P300-FIM
            END-IF

            DISPLAY 'Informe o codigo do aluno: '
            ACCEPT WS-ALUNO-INF
            DISPLAY 'Informe o codigo da disciplina: '
            ACCEPT WS-MATERIA-INF

            OPEN I-O REMATR
            IF NOT FS-OK
               DISPLAY 'NENHUMA PROPOSTA DE REMATRICULA GERADA AINDA.'
               GO TO P300-FIM
            END-IF

            MOVE WS-ALUNO-INF            TO RMT-ID-ALUNO
            MOVE WS-AA-INF               TO RMT-AA-PERIODO
            MOVE WS-SM-INF               TO RMT-SM-PERIODO
            MOVE WS-MATERIA-INF          TO RMT-ID-MATERIA
            READ REMATR
               INVALID KEY
                  DISPLAY 'PROPOSTA NAO ENCONTRADA.'
                  CLOSE REMATR
                  GO TO P300-FIM
            END-READ

            IF NOT PROPOSTA-PENDENTE
               DISPLAY 'SO A PROPOSTA PENDENTE PODE SER RECUSADA.'
               CLOSE REMATR
               GO TO P300-FIM
            END-IF

            SET PROPOSTA-RECUSADA        TO TRUE
            MOVE WS-DATA-MOVIMENTO       TO RMT-DT-DECISAO
            MOVE WS-SGN-USUARIO          TO RMT-OPERADOR
            REWRITE REG-REMATR
               INVALID KEY
                  DISPLAY 'ERRO AO RECUSAR. FILE STATUS: ' WS-FS
               NOT INVALID KEY
                  DISPLAY 'PROPOSTA RECUSADA.'
            END-REWRITE

            CLOSE REMATR
            .
       P300-FIM.
           EXIT.

       P400-CONFIRMA-TODAS.
            CALL 'PERMITE' USING WS-SGN-USUARIO 'REMATCNF  '
                                 'CONFIRMA  ' WS-PERMITIDO
            IF NOT FUNCAO-PERMITIDA
               DISPLAY 'OPERADOR SEM PERFIL PARA CONFIRMAR A '
                       'REMATRICULA.'
               GO TO P400-FIM
            END-IF

            DISPLAY 'Confirma TODAS as propostas pendentes de '
                    WS-AA-INF '/' WS-SM-INF '? (S/N) '
            ACCEPT WS-CONFIRMA
            IF WS-CONFIRMA NOT EQUAL 'S' AND WS-CONFIRMA NOT EQUAL 's'
               GO TO P400-FIM
            END-IF

            PERFORM P700-ABRE-ARQUIVOS   THRU P700-FIM
            IF NOT FS-OK
               GO TO P400-FIM
            END-IF

            MOVE 'C'                     TO WS-MODO
            MOVE ZEROS                   TO WS-QT-LIDAS
                                            WS-QT-CONFIRMADAS
                                            WS-QT-LOTADAS
            MOVE ZEROS                   TO RMT-ID-ALUNO
                                            RMT-AA-PERIODO
                                            RMT-SM-PERIODO
                                            RMT-ID-MATERIA

            SET EOF-OK                   TO FALSE
            START REMATR KEY NOT LESS THAN CHAVE-REMATR
               INVALID KEY
                  SET EOF-OK             TO TRUE
            END-START

            PERFORM P410-LE-TODAS        THRU P410-FIM UNTIL EOF-OK

            PERFORM P750-FECHA-ARQUIVOS  THRU P750-FIM

            DISPLAY 'PENDENTES NO PERIODO.: ' WS-QT-LIDAS
            DISPLAY 'CONFIRMADAS..........: ' WS-QT-CONFIRMADAS
            DISPLAY 'TURMA LOTADA (ESPERA): ' WS-QT-LOTADAS
            .
       P400-FIM.
           EXIT.

       P410-LE-TODAS.
            READ REMATR NEXT RECORD
               AT END
                  SET EOF-OK             TO TRUE
               NOT AT END
                  IF RMT-AA-PERIODO EQUAL WS-AA-INF
                     AND RMT-SM-PERIODO EQUAL WS-SM-INF
                     AND PROPOSTA-PENDENTE
                     ADD 1               TO WS-QT-LIDAS
                     PERFORM P500-CONFIRMA THRU P500-FIM
                  END-IF
            END-READ
            .
       P410-FIM.
           EXIT.

       P500-CONFIRMA.

      ***** QUEM JA ESTA ATIVO NA TURMA SO TEM A PROPOSTA FECHADA *****
            MOVE RMT-ID-ALUNO            TO MT-ID-ALUNO
            MOVE RMT-ID-MATERIA          TO MT-ID-MATERIA
            MOVE RMT-AA-PERIODO          TO MT-AA-PERIODO
            MOVE RMT-SM-PERIODO          TO MT-SM-PERIODO
            READ MATRICULA
               INVALID KEY
                  CONTINUE
               NOT INVALID KEY
                  IF MATRICULA-ATIVA
                     PERFORM P510-FECHA-PROPOSTA THRU P510-FIM
                     GO TO P500-FIM
                  END-IF
            END-READ

      ***** TURMA CHEIA: A PROPOSTA FICA PENDENTE ********************
            PERFORM P800-CONFERE-VAGA    THRU P800-FIM
            IF TURMA-LOTADA
               ADD 1                     TO WS-QT-LOTADAS
               DISPLAY 'ALUNO ' RMT-ID-ALUNO ' DISC ' RMT-ID-MATERIA
                       ': TURMA LOTADA - USE A LISTA DE ESPERA DO '
                       'CADMATRI.'
               GO TO P500-FIM
            END-IF

            MOVE RMT-ID-ALUNO            TO MT-ID-ALUNO
            MOVE RMT-ID-MATERIA          TO MT-ID-MATERIA
            MOVE RMT-AA-PERIODO          TO MT-AA-PERIODO
            MOVE RMT-SM-PERIODO          TO MT-SM-PERIODO
            MOVE WS-DATA-MOVIMENTO       TO MT-DT-MATRICULA
            SET MATRICULA-ATIVA          TO TRUE

            WRITE REG-MATRICULA
               INVALID KEY
      ***** MATRICULA TRANCADA E REATIVADA ****************************
                  READ MATRICULA
                  END-READ
                  MOVE WS-DATA-MOVIMENTO TO MT-DT-MATRICULA
                  SET MATRICULA-ATIVA    TO TRUE
                  REWRITE REG-MATRICULA
                  END-REWRITE
            END-WRITE

            IF NOT FS-MTR-OK
               DISPLAY 'ERRO AO GRAVAR A MATRICULA ' RMT-ID-ALUNO
                       '/' RMT-ID-MATERIA ' - FILE STATUS: '
                       WS-FS-MTR
               GO TO P500-FIM
            END-IF

            PERFORM P510-FECHA-PROPOSTA  THRU P510-FIM
            .
       P500-FIM.
           EXIT.

       P510-FECHA-PROPOSTA.
            SET PROPOSTA-CONFIRMADA      TO TRUE
            MOVE WS-DATA-MOVIMENTO       TO RMT-DT-DECISAO
            MOVE WS-SGN-USUARIO          TO RMT-OPERADOR
            REWRITE REG-REMATR
               INVALID KEY
                  DISPLAY 'ERRO AO CONFIRMAR A PROPOSTA. FILE STATUS: '
                          WS-FS
               NOT INVALID KEY
                  ADD 1                  TO WS-QT-CONFIRMADAS
            END-REWRITE
            .
       P510-FIM.
           EXIT.

       P600-MOSTRA.
            MOVE SPACES                  TO WS-NM-MATERIA
            IF MAT-ABERTO
               MOVE RMT-ID-MATERIA       TO ID-MATERIA
               READ CFPK0002
                  INVALID KEY
                     CONTINUE
                  NOT INVALID KEY
                     MOVE NM-MATERIA     TO WS-NM-MATERIA
               END-READ
            END-IF

            EVALUATE TRUE
                WHEN PROPOSTA-PENDENTE
                   MOVE 'PENDENTE  '     TO WS-DS-SITUACAO
                WHEN PROPOSTA-CONFIRMADA
                   MOVE 'CONFIRMADA'     TO WS-DS-SITUACAO
                WHEN PROPOSTA-RECUSADA
                   MOVE 'RECUSADA  '     TO WS-DS-SITUACAO
                WHEN OTHER
                   MOVE RMT-SITUACAO     TO WS-DS-SITUACAO
            END-EVALUATE

            DISPLAY 'DISC ' RMT-ID-MATERIA ' ' WS-NM-MATERIA
                    ' SEM ' RMT-SM-SUGERIDO ' ' RMT-TP-DISCIPLINA
                    ' ' WS-DS-SITUACAO ' ' RMT-OPERADOR
            .
       P600-FIM.
           EXIT.

       P700-ABRE-ARQUIVOS.
            OPEN I-O REMATR
            IF NOT FS-OK
               DISPLAY 'NENHUMA PROPOSTA DE REMATRICULA GERADA AINDA.'
               GO TO P700-FIM
            END-IF

            IF MODO-CONFIRMA
               OPEN I-O MATRICULA
               IF WS-FS-MTR EQUAL 35
                  OPEN OUTPUT MATRICULA
                  CLOSE MATRICULA
                  OPEN I-O MATRICULA
               END-IF
               IF NOT FS-MTR-OK
                  DISPLAY 'ERRO AO ABRIR O MESTRE DE MATRICULAS.'
                  DISPLAY 'FILE STATUS: ' WS-FS-MTR
                  CLOSE REMATR
                  MOVE WS-FS-MTR         TO WS-FS
                  GO TO P700-FIM
               END-IF
            END-IF

            MOVE 'N'                     TO WS-MAT-ABERTO
            OPEN INPUT CFPK0002
            IF FS-MAT-OK
               MOVE 'S'                  TO WS-MAT-ABERTO
            END-IF
            .
       P700-FIM.
           EXIT.

       P750-FECHA-ARQUIVOS.
            IF MODO-CONFIRMA
               CLOSE MATRICULA
            END-IF
            IF MAT-ABERTO
               CLOSE CFPK0002
            END-IF
            CLOSE REMATR
            .
       P750-FIM.
           EXIT.

       P800-CONFERE-VAGA.

      ***** LOTACAO = MENOR SALA CADASTRADA ENTRE AS AULAS DA *********
      ***** DISCIPLINA NA GRADE; SEM SALA CADASTRADA, NAO HA LIMITE ***
      ***** O MESTRE DE MATRICULAS JA DEVE ESTAR ABERTO ***************
            MOVE 'N'                     TO WS-TURMA-LOTADA
            MOVE ZEROS                   TO WS-QT-TURMA
                                            WS-LUGARES-TURMA

            PERFORM P820-LOTACAO-SALA    THRU P820-FIM
            IF WS-LUGARES-TURMA EQUAL ZEROS
               GO TO P800-FIM
            END-IF

            MOVE ZEROS                   TO MT-ID-ALUNO
                                            MT-ID-MATERIA
                                            MT-AA-PERIODO
                                            MT-SM-PERIODO

            SET EOF-MTR-OK               TO FALSE
            START MATRICULA KEY NOT LESS THAN CHAVE-MATRICULA
               INVALID KEY
                  SET EOF-MTR-OK         TO TRUE
            END-START

            PERFORM P810-CONTA-TURMA     THRU P810-FIM
                    UNTIL EOF-MTR-OK

            IF WS-QT-TURMA NOT LESS THAN WS-LUGARES-TURMA
               MOVE 'S'                  TO WS-TURMA-LOTADA
            END-IF
            .
       P800-FIM.
           EXIT.

       P810-CONTA-TURMA.
            READ MATRICULA NEXT RECORD
               AT END
                  SET EOF-MTR-OK         TO TRUE
               NOT AT END
                  IF MT-ID-MATERIA EQUAL RMT-ID-MATERIA
                     AND MT-AA-PERIODO EQUAL RMT-AA-PERIODO
                     AND MT-SM-PERIODO EQUAL RMT-SM-PERIODO
                     AND MATRICULA-ATIVA
                     ADD 1               TO WS-QT-TURMA
                  END-IF
            END-READ
            .
       P810-FIM.
           EXIT.

       P820-LOTACAO-SALA.
            OPEN INPUT GRADE
            IF NOT FS-GRD-OK
               GO TO P820-FIM
            END-IF

            OPEN INPUT SALA
            IF NOT FS-SAL-OK
               CLOSE GRADE
               GO TO P820-FIM
            END-IF

            MOVE RMT-ID-MATERIA          TO GR-ID-MATERIA
            MOVE ZEROS                   TO GR-DIA-SEMANA
                                            GR-HORARIO

            SET EOF-GRD-OK               TO FALSE
            START GRADE KEY NOT LESS THAN CHAVE-GRADE
               INVALID KEY
                  SET EOF-GRD-OK         TO TRUE
            END-START

            PERFORM P825-LE-GRADE        THRU P825-FIM
                    UNTIL EOF-GRD-OK

            CLOSE GRADE
                  SALA
            .
       P820-FIM.
           EXIT.

       P825-LE-GRADE.
            READ GRADE NEXT RECORD
               AT END
                  SET EOF-GRD-OK         TO TRUE
               NOT AT END
                  IF GR-ID-MATERIA NOT EQUAL RMT-ID-MATERIA
                     SET EOF-GRD-OK      TO TRUE
                  ELSE
                     MOVE GR-SALA        TO SL-CD-SALA
                     READ SALA
                        INVALID KEY
                           CONTINUE
                        NOT INVALID KEY
                           IF SL-QT-LUGARES GREATER THAN ZEROS
                              AND (WS-LUGARES-TURMA EQUAL ZEROS
                              OR SL-QT-LUGARES LESS THAN
                                 WS-LUGARES-TURMA)
                              MOVE SL-QT-LUGARES
                                             TO WS-LUGARES-TURMA
                           END-IF
                     END-READ
                  END-IF
            END-READ
            .
       P825-FIM.
           EXIT.

       END PROGRAM REMATCNF.
