      ******************************************************************
      * Author: ANDRE COSTA
      * Date: 15/10/2026
      * Purpose: MANUTENCAO DA MATRIZ CURRICULAR (MATRIZ.DAT): LIGA
      *          CADA CURSO DO CURSO.DAT AS DISCIPLINAS DO CFPK0002
      *          EXIGIDAS PARA A FORMATURA, COM O SEMESTRE SUGERIDO E
      *          SE A DISCIPLINA E OBRIGATORIA (O) OU ELETIVA (E), E
      *          GUARDA NO CABECALHO DO CURSO (DISCIPLINA 000) O
      *          MINIMO DE ELETIVAS. A MATRIZ E CONFERIDA PELO
      *          FORMAPTO NA AUDITORIA RELFORMA E NO ESTSITUA.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CADMATRZ.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
            DECIMAL-POINT IS COMMA.
            INPUT-OUTPUT SECTION.
            FILE-CONTROL.
                SELECT MATRIZ ASSIGN TO
                WS-ARQ-MATRIZ
                ORGANIZATION IS INDEXED
                ACCESS MODE  IS DYNAMIC
                RECORD KEY   IS CHAVE-MATRIZ
                FILE STATUS  IS WS-FS.
                SELECT CURSO ASSIGN TO
                WS-ARQ-CURSO
                ORGANIZATION IS INDEXED
                ACCESS MODE  IS RANDOM
                RECORD KEY   IS NM-CURSO
                FILE STATUS  IS WS-FS-CUR.
                SELECT CFPK0002 ASSIGN TO
                WS-ARQ-CFPK0002
                ORGANIZATION IS INDEXED
                ACCESS MODE  IS RANDOM
                RECORD KEY   IS ID-MATERIA
                FILE STATUS  IS WS-FS-MAT.

       DATA DIVISION.
       FILE SECTION.
       FD MATRIZ.
          COPY FD_MATRIZ.

       FD CURSO.
          COPY FD_CURSO.

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

       WORKING-STORAGE SECTION.
      ***** CAMINHOS FISICOS DOS ARQUIVOS - PRE-CARREGADOS COM O *****
      ***** PADRAO HISTORICO E RESOLVIDOS PELO ARQCONF NO INICIO *****
       77 WS-ARQ-MATRIZ              PIC X(68) VALUE
          'C:\Users\Mauro Vieira\bin\MATRIZ.DAT'.
       77 WS-ARQ-CURSO               PIC X(68) VALUE
          'C:\CursoCOBOL\COBOL\01 - Basico\bin\CURSO.DAT'.
       77 WS-ARQ-CFPK0002            PIC X(68) VALUE
          'C:\Users\Mauro Vieira\bin\CFPK0002.DAT'.
       77 WS-FS                          PIC 99.
          88 FS-OK                       VALUE 0.
       77 WS-FS-CUR                      PIC 99.
          88 FS-CUR-OK                   VALUE 0.
       77 WS-FS-MAT                      PIC 99.
          88 FS-MAT-OK                   VALUE 0.
       77 WS-MAT-ABERTO                  PIC X VALUE 'N'.
          88 MAT-ABERTO                  VALUE 'S'.
       77 WS-OPCAO                       PIC X.
       77 WS-CONFIRMA                    PIC X.
       77 WS-EOF                         PIC X.
          88 EOF-OK                      VALUE 'S' FALSE 'N'.
       77 WS-CURSO-VALIDO                PIC X.
          88 CURSO-VALIDO                VALUE 'S'.
       77 WS-MATERIA-VALIDA              PIC X.
          88 MATERIA-VALIDA              VALUE 'S'.
       77 WS-INCLUSAO                    PIC X.
          88 INCLUSAO                    VALUE 'S'.
       77 WS-QT-OBRIGATORIAS             PIC 9(03) VALUE ZEROS.
       77 WS-QT-ELETIVAS                 PIC 9(03) VALUE ZEROS.
       77 WS-DATA-MOVIMENTO              PIC 9(08) VALUE ZEROS.
       77 WS-CONTROLE-DATA               PIC X(01) VALUE 'N'.
       01 WS-NOVO.
          03 WS-NOVO-CURSO               PIC X(20).
          03 WS-NOVO-MATERIA             PIC 9(03).
          03 WS-NOVO-SEMESTRE            PIC 9(02).
          03 WS-NOVO-TIPO                PIC X(01).
             88 NOVO-TIPO-VALIDO         VALUE 'O' 'E'.
          03 WS-NOVO-MIN-ELETIVAS        PIC 9(02).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.

      ***** RESOLVE OS CAMINHOS FISICOS PELO PERFIL DO ARQCONF ******
            CALL 'ARQCONF' USING 'MATRIZ.DAT      ' WS-ARQ-MATRIZ
            CALL 'ARQCONF' USING 'CURSO.DAT       ' WS-ARQ-CURSO
            CALL 'ARQCONF' USING 'CFPK0002.DAT    ' WS-ARQ-CFPK0002

            CALL 'DTMOVIM' USING WS-DATA-MOVIMENTO WS-CONTROLE-DATA

            DISPLAY '*** MANUTENCAO DA MATRIZ CURRICULAR ***'
            PERFORM P100-MENU THRU P100-FIM UNTIL WS-OPCAO = 'F'
            STOP RUN.

       P100-MENU.
            MOVE SPACES                       TO WS-OPCAO
            DISPLAY '*************************************************'
            DISPLAY '|  I - Incluir/alterar disciplina na matriz     |'
            DISPLAY '|  M - Minimo de eletivas do curso              |'
            DISPLAY '|  C - Consultar a matriz de um curso           |'
            DISPLAY '|  E - Excluir disciplina da matriz             |'
            DISPLAY '|              (ou tecle <F> para finalizar)    |'
            DISPLAY '*************************************************'
            ACCEPT  WS-OPCAO

            EVALUATE WS-OPCAO
                WHEN 'I' WHEN 'i'
                   PERFORM P200-INCLUIR THRU P200-FIM
                WHEN 'M' WHEN 'm'
                   PERFORM P250-MINIMO-ELETIVAS THRU P250-FIM
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
            DISPLAY 'Informe o nome do curso:'
            ACCEPT WS-NOVO-CURSO
            DISPLAY 'Informe o codigo da disciplina:'
            ACCEPT WS-NOVO-MATERIA
            DISPLAY 'Informe o semestre sugerido (01-20):'
            ACCEPT WS-NOVO-SEMESTRE
            DISPLAY 'Obrigatoria ou eletiva (O/E):'
            ACCEPT WS-NOVO-TIPO

            PERFORM P600-VALIDA-CURSO    THRU P600-FIM
            IF NOT CURSO-VALIDO
               DISPLAY 'CURSO NAO CADASTRADO OU INATIVO (CADCURSO).'
               GO TO P200-FIM
            END-IF

            IF WS-NOVO-MATERIA EQUAL ZEROS
               DISPLAY 'CODIGO DE DISCIPLINA INVALIDO.'
               GO TO P200-FIM
            END-IF

            PERFORM P650-VALIDA-MATERIA  THRU P650-FIM
            IF NOT MATERIA-VALIDA
               DISPLAY 'DISCIPLINA NAO CADASTRADA NO CFPK0002.'
               GO TO P200-FIM
            END-IF

            IF WS-NOVO-SEMESTRE EQUAL ZEROS
               OR WS-NOVO-SEMESTRE GREATER THAN 20
               DISPLAY 'SEMESTRE SUGERIDO INVALIDO.'
               GO TO P200-FIM
            END-IF

            IF WS-NOVO-TIPO EQUAL 'o'
               MOVE 'O'                  TO WS-NOVO-TIPO
            END-IF
            IF WS-NOVO-TIPO EQUAL 'e'
               MOVE 'E'                  TO WS-NOVO-TIPO
            END-IF
            IF NOT NOVO-TIPO-VALIDO
               DISPLAY 'TIPO INVALIDO - INFORME O OU E.'
               GO TO P200-FIM
            END-IF

            PERFORM P700-ABRE-MATRIZ     THRU P700-FIM
            IF NOT FS-OK
               GO TO P200-FIM
            END-IF

      ***** DISCIPLINA JA NA MATRIZ: ALTERA APOS CONFIRMACAO **********
            MOVE WS-NOVO-CURSO           TO MZ-NM-CURSO
            MOVE WS-NOVO-MATERIA         TO MZ-ID-MATERIA
            READ MATRIZ
               INVALID KEY
                  INITIALIZE REG-MATRIZ
                  MOVE WS-NOVO-CURSO     TO MZ-NM-CURSO
                  MOVE WS-NOVO-MATERIA   TO MZ-ID-MATERIA
                  MOVE 'S'               TO WS-INCLUSAO
                  PERFORM P210-GRAVA     THRU P210-FIM
               NOT INVALID KEY
                  MOVE 'N'               TO WS-INCLUSAO
                  DISPLAY 'DISCIPLINA JA NA MATRIZ: SEMESTRE '
                          MZ-SM-SUGERIDO ' TIPO ' MZ-TP-DISCIPLINA
                  DISPLAY 'Confirma a alteracao (S/N)?'
                  ACCEPT WS-CONFIRMA
                  IF WS-CONFIRMA EQUAL 'S' OR WS-CONFIRMA EQUAL 's'
                     PERFORM P210-GRAVA  THRU P210-FIM
                  ELSE
                     DISPLAY 'ALTERACAO CANCELADA.'
                  END-IF
            END-READ

            CLOSE MATRIZ
            .
       P200-FIM.
           EXIT.

       P210-GRAVA.
            MOVE WS-NOVO-SEMESTRE        TO MZ-SM-SUGERIDO
            MOVE WS-NOVO-TIPO            TO MZ-TP-DISCIPLINA
            MOVE WS-DATA-MOVIMENTO       TO MZ-DT-ATUALIZACAO

            IF INCLUSAO
               WRITE REG-MATRIZ
                  INVALID KEY
                     DISPLAY 'ERRO AO GRAVAR A MATRIZ. FILE STATUS: '
                             WS-FS
                  NOT INVALID KEY
                     DISPLAY 'DISCIPLINA INCLUIDA NA MATRIZ.'
               END-WRITE
            ELSE
               REWRITE REG-MATRIZ
                  INVALID KEY
                     DISPLAY 'ERRO AO GRAVAR A MATRIZ. FILE STATUS: '
                             WS-FS
                  NOT INVALID KEY
                     DISPLAY 'MATRIZ ATUALIZADA.'
               END-REWRITE
            END-IF
            .
       P210-FIM.
           EXIT.

       P250-MINIMO-ELETIVAS.
            DISPLAY 'Informe o nome do curso:'
            ACCEPT WS-NOVO-CURSO
            DISPLAY 'Informe o minimo de eletivas para a formatura:'
            ACCEPT WS-NOVO-MIN-ELETIVAS

            PERFORM P600-VALIDA-CURSO    THRU P600-FIM
            IF NOT CURSO-VALIDO
               DISPLAY 'CURSO NAO CADASTRADO OU INATIVO (CADCURSO).'
               GO TO P250-FIM
            END-IF

            PERFORM P700-ABRE-MATRIZ     THRU P700-FIM
            IF NOT FS-OK
               GO TO P250-FIM
            END-IF

      ***** O CABECALHO DO CURSO E A DISCIPLINA 000 DA MATRIZ *********
            MOVE WS-NOVO-CURSO           TO MZ-NM-CURSO
            MOVE ZEROS                   TO MZ-ID-MATERIA
            READ MATRIZ
               INVALID KEY
                  INITIALIZE REG-MATRIZ
                  MOVE WS-NOVO-CURSO     TO MZ-NM-CURSO
                  MOVE ZEROS             TO MZ-ID-MATERIA
                  MOVE WS-NOVO-MIN-ELETIVAS TO MZ-QT-MIN-ELETIVAS
                  MOVE WS-DATA-MOVIMENTO TO MZ-DT-ATUALIZACAO
                  WRITE REG-MATRIZ
                     INVALID KEY
                        DISPLAY 'ERRO AO GRAVAR A MATRIZ. FILE '
                                'STATUS: ' WS-FS
                     NOT INVALID KEY
                        DISPLAY 'MINIMO DE ELETIVAS GRAVADO.'
                  END-WRITE
               NOT INVALID KEY
                  MOVE WS-NOVO-MIN-ELETIVAS TO MZ-QT-MIN-ELETIVAS
                  MOVE WS-DATA-MOVIMENTO TO MZ-DT-ATUALIZACAO
                  REWRITE REG-MATRIZ
                     INVALID KEY
                        DISPLAY 'ERRO AO GRAVAR A MATRIZ. FILE '
                                'STATUS: ' WS-FS
                     NOT INVALID KEY
                        DISPLAY 'MINIMO DE ELETIVAS ATUALIZADO.'
                  END-REWRITE
            END-READ

            CLOSE MATRIZ
            .
       P250-FIM.
           EXIT.

       P300-CONSULTAR.
            DISPLAY 'Informe o nome do curso:'
            ACCEPT WS-NOVO-CURSO

            OPEN INPUT MATRIZ
            IF NOT FS-OK
               DISPLAY 'AINDA NAO HA MATRIZ CURRICULAR CADASTRADA.'
               GO TO P300-FIM
            END-IF

            MOVE WS-NOVO-CURSO           TO MZ-NM-CURSO
            MOVE ZEROS                   TO MZ-ID-MATERIA
                                            WS-QT-OBRIGATORIAS
                                            WS-QT-ELETIVAS

            START MATRIZ KEY NOT LESS THAN CHAVE-MATRIZ
               INVALID KEY
                  DISPLAY 'CURSO SEM MATRIZ CURRICULAR.'
                  CLOSE MATRIZ
                  GO TO P300-FIM
            END-START

            MOVE 'N'                     TO WS-MAT-ABERTO
            OPEN INPUT CFPK0002
            IF FS-MAT-OK
               MOVE 'S'                  TO WS-MAT-ABERTO
            END-IF

            SET EOF-OK                   TO FALSE
            PERFORM P400-LISTA-DISCIPLINA THRU P400-FIM UNTIL EOF-OK

            DISPLAY 'OBRIGATORIAS: ' WS-QT-OBRIGATORIAS
                    '  ELETIVAS: ' WS-QT-ELETIVAS

            IF MAT-ABERTO
               CLOSE CFPK0002
            END-IF
            CLOSE MATRIZ
            .
       P300-FIM.
           EXIT.

       P400-LISTA-DISCIPLINA.
            READ MATRIZ NEXT RECORD
               AT END
                  SET EOF-OK             TO TRUE
               NOT AT END
                  IF MZ-NM-CURSO NOT EQUAL WS-NOVO-CURSO
                     SET EOF-OK          TO TRUE
                  ELSE
                     PERFORM P410-MOSTRA-DISCIPLINA THRU P410-FIM
                  END-IF
            END-READ
            .
       P400-FIM.
           EXIT.

       P410-MOSTRA-DISCIPLINA.
            IF MATRIZ-CABECALHO
               DISPLAY 'MINIMO DE ELETIVAS: ' MZ-QT-MIN-ELETIVAS
               GO TO P410-FIM
            END-IF

            MOVE SPACES                  TO NM-MATERIA
            IF MAT-ABERTO
               MOVE MZ-ID-MATERIA        TO ID-MATERIA
               READ CFPK0002
                  INVALID KEY
                     MOVE '(NAO CADASTRADA)' TO NM-MATERIA
               END-READ
            END-IF

            IF MATRIZ-ELETIVA
               ADD 1                     TO WS-QT-ELETIVAS
            ELSE
               ADD 1                     TO WS-QT-OBRIGATORIAS
            END-IF

            DISPLAY 'SEM ' MZ-SM-SUGERIDO
                    ' DISC ' MZ-ID-MATERIA ' - ' NM-MATERIA
                    ' TIPO ' MZ-TP-DISCIPLINA
            .
       P410-FIM.
           EXIT.

       P500-EXCLUIR.
            OPEN I-O MATRIZ
            IF NOT FS-OK
               DISPLAY 'AINDA NAO HA MATRIZ CURRICULAR CADASTRADA.'
               GO TO P500-FIM
            END-IF

            DISPLAY 'Informe o nome do curso:'
            ACCEPT MZ-NM-CURSO
            DISPLAY 'Informe o codigo da disciplina:'
            ACCEPT MZ-ID-MATERIA

            IF MATRIZ-CABECALHO
               DISPLAY 'O CABECALHO DO CURSO E ALTERADO PELA OPCAO M.'
               CLOSE MATRIZ
               GO TO P500-FIM
            END-IF

            DELETE MATRIZ RECORD
               INVALID KEY
                  DISPLAY 'DISCIPLINA NAO ENCONTRADA NA MATRIZ.'
               NOT INVALID KEY
                  DISPLAY 'DISCIPLINA EXCLUIDA DA MATRIZ.'
            END-DELETE

            CLOSE MATRIZ
            .
       P500-FIM.
           EXIT.

       P600-VALIDA-CURSO.
            MOVE 'N'                     TO WS-CURSO-VALIDO

            OPEN INPUT CURSO
            IF NOT FS-CUR-OK
               DISPLAY 'ERRO AO ABRIR O CADASTRO DE CURSOS. FILE '
                       'STATUS: ' WS-FS-CUR
               GO TO P600-FIM
            END-IF

            MOVE WS-NOVO-CURSO           TO NM-CURSO
            READ CURSO
               INVALID KEY
                  CONTINUE
               NOT INVALID KEY
                  IF CURSO-ATIVO
                     DISPLAY 'CURSO: ' DS-CURSO
                     MOVE 'S'            TO WS-CURSO-VALIDO
                  END-IF
            END-READ

            CLOSE CURSO
            .
       P600-FIM.
           EXIT.

       P650-VALIDA-MATERIA.
            MOVE 'N'                     TO WS-MATERIA-VALIDA

            OPEN INPUT CFPK0002
            IF NOT FS-MAT-OK
               DISPLAY 'ERRO AO ABRIR O CFPK0002. FILE STATUS: '
                       WS-FS-MAT
               GO TO P650-FIM
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
       P650-FIM.
           EXIT.

       P700-ABRE-MATRIZ.
            OPEN I-O MATRIZ
            IF WS-FS EQUAL 35
               OPEN OUTPUT MATRIZ
               CLOSE MATRIZ
               OPEN I-O MATRIZ
            END-IF

            IF NOT FS-OK
               DISPLAY 'ERRO AO ABRIR A MATRIZ. FILE STATUS: ' WS-FS
            END-IF
            .
       P700-FIM.
           EXIT.

       END PROGRAM CADMATRZ.
