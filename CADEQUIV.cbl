      ******************************************************************
      * Author: ANDRE COSTA
      * Date: 15/10/2026
      * Purpose: MANUTENCAO DA TABELA DE EQUIVALENCIA DE DISCIPLINAS
      *          (EQUIVAL.DAT): PARA CADA CURSO DE DESTINO DO
      *          CURSO.DAT, QUAL DISCIPLINA DO CFPK0002 APROVADA EM
      *          OUTRO CURSO VALE POR QUAL DISCIPLINA DO CURSO. A
      *          TABELA E APLICADA PELO ESTTRANS NA TRANSFERENCIA DE
      *          CURSO (APROVEITAMENTO DE ESTUDOS).
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CADEQUIV.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
            DECIMAL-POINT IS COMMA.
            INPUT-OUTPUT SECTION.
            FILE-CONTROL.
                SELECT EQUIVAL ASSIGN TO
                WS-ARQ-EQUIVAL
                ORGANIZATION IS INDEXED
                ACCESS MODE  IS DYNAMIC
                RECORD KEY   IS CHAVE-EQUIVAL
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
       FD EQUIVAL.
          COPY FD_EQUIVAL.

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
       77 WS-ARQ-EQUIVAL             PIC X(68) VALUE
          'C:\Users\Mauro Vieira\bin\EQUIVAL.DAT'.
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
       77 WS-EOF                         PIC X.
          88 EOF-OK                      VALUE 'S' FALSE 'N'.
       77 WS-CURSO-VALIDO                PIC X.
          88 CURSO-VALIDO                VALUE 'S'.
       77 WS-MATERIA-VALIDA              PIC X.
          88 MATERIA-VALIDA              VALUE 'S'.
       77 WS-MATERIA-PESQ                PIC 9(03).
       77 WS-NM-ORIGEM                   PIC X(20).
       77 WS-QT-EQUIVALENCIAS            PIC 9(04) VALUE ZEROS.
       77 WS-DATA-MOVIMENTO              PIC 9(08) VALUE ZEROS.
       77 WS-CONTROLE-DATA               PIC X(01) VALUE 'N'.
       01 WS-NOVO.
          03 WS-NOVO-CURSO               PIC X(20).
          03 WS-NOVO-ORIGEM              PIC 9(03).
          03 WS-NOVO-DESTINO             PIC 9(03).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.

      ***** RESOLVE OS CAMINHOS FISICOS PELO PERFIL DO ARQCONF ******
            CALL 'ARQCONF' USING 'EQUIVAL.DAT     ' WS-ARQ-EQUIVAL
            CALL 'ARQCONF' USING 'CURSO.DAT       ' WS-ARQ-CURSO
            CALL 'ARQCONF' USING 'CFPK0002.DAT    ' WS-ARQ-CFPK0002

            CALL 'DTMOVIM' USING WS-DATA-MOVIMENTO WS-CONTROLE-DATA

            DISPLAY '*** EQUIVALENCIA DE DISCIPLINAS ***'
            PERFORM P100-MENU THRU P100-FIM UNTIL WS-OPCAO = 'F'
            STOP RUN.

       P100-MENU.
            MOVE SPACES                       TO WS-OPCAO
            DISPLAY '*************************************************'
            DISPLAY '|  I - Incluir equivalencia                     |'
            DISPLAY '|  C - Consultar as equivalencias de um curso   |'
            DISPLAY '|  E - Excluir equivalencia                     |'
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
            DISPLAY 'Informe o nome do curso de destino:'
            ACCEPT WS-NOVO-CURSO
            DISPLAY 'Informe a disciplina de origem (aprovada):'
            ACCEPT WS-NOVO-ORIGEM
            DISPLAY 'Informe a disciplina do curso que ela substitui:'
            ACCEPT WS-NOVO-DESTINO

            PERFORM P600-VALIDA-CURSO    THRU P600-FIM
            IF NOT CURSO-VALIDO
               DISPLAY 'CURSO NAO CADASTRADO OU INATIVO (CADCURSO).'
               GO TO P200-FIM
            END-IF

            IF WS-NOVO-ORIGEM EQUAL ZEROS
               OR WS-NOVO-DESTINO EQUAL ZEROS
               DISPLAY 'CODIGO DE DISCIPLINA INVALIDO.'
               GO TO P200-FIM
            END-IF

            IF WS-NOVO-ORIGEM EQUAL WS-NOVO-DESTINO
               DISPLAY 'A DISCIPLINA NAO E EQUIVALENTE A SI MESMA - A '
                       'APROVACAO JA VALE.'
               GO TO P200-FIM
            END-IF

            MOVE WS-NOVO-ORIGEM          TO WS-MATERIA-PESQ
            PERFORM P650-VALIDA-MATERIA  THRU P650-FIM
            IF NOT MATERIA-VALIDA
               DISPLAY 'DISCIPLINA DE ORIGEM NAO CADASTRADA NO '
                       'CFPK0002.'
               GO TO P200-FIM
            END-IF

            MOVE WS-NOVO-DESTINO         TO WS-MATERIA-PESQ
            PERFORM P650-VALIDA-MATERIA  THRU P650-FIM
            IF NOT MATERIA-VALIDA
               DISPLAY 'DISCIPLINA DE DESTINO NAO CADASTRADA NO '
                       'CFPK0002.'
               GO TO P200-FIM
            END-IF

            PERFORM P700-ABRE-EQUIVAL    THRU P700-FIM
            IF NOT FS-OK
               GO TO P200-FIM
            END-IF

            INITIALIZE REG-EQUIVAL
            MOVE WS-NOVO-CURSO           TO EQ-NM-CURSO
            MOVE WS-NOVO-ORIGEM          TO EQ-ID-MATERIA-ORIGEM
            MOVE WS-NOVO-DESTINO         TO EQ-ID-MATERIA-DESTINO
            MOVE WS-DATA-MOVIMENTO       TO EQ-DT-ATUALIZACAO
            WRITE REG-EQUIVAL
               INVALID KEY
                  IF WS-FS EQUAL 22
                     DISPLAY 'EQUIVALENCIA JA CADASTRADA.'
                  ELSE
                     DISPLAY 'ERRO AO GRAVAR A EQUIVALENCIA. FILE '
                             'STATUS: ' WS-FS
                  END-IF
               NOT INVALID KEY
                  DISPLAY 'EQUIVALENCIA INCLUIDA.'
            END-WRITE

            CLOSE EQUIVAL
            .
       P200-FIM.
           EXIT.

       P300-CONSULTAR.
            DISPLAY 'Informe o nome do curso de destino:'
            ACCEPT WS-NOVO-CURSO

            OPEN INPUT EQUIVAL
            IF NOT FS-OK
               DISPLAY 'AINDA NAO HA EQUIVALENCIA CADASTRADA.'
               GO TO P300-FIM
            END-IF

            MOVE WS-NOVO-CURSO           TO EQ-NM-CURSO
            MOVE ZEROS                   TO EQ-ID-MATERIA-ORIGEM
                                            EQ-ID-MATERIA-DESTINO
                                            WS-QT-EQUIVALENCIAS

            START EQUIVAL KEY NOT LESS THAN CHAVE-EQUIVAL
               INVALID KEY
                  DISPLAY 'CURSO SEM EQUIVALENCIA CADASTRADA.'
                  CLOSE EQUIVAL
                  GO TO P300-FIM
            END-START

            MOVE 'N'                     TO WS-MAT-ABERTO
            OPEN INPUT CFPK0002
            IF FS-MAT-OK
               MOVE 'S'                  TO WS-MAT-ABERTO
            END-IF

            SET EOF-OK                   TO FALSE
            PERFORM P400-LISTA-EQUIVALENCIA THRU P400-FIM UNTIL EOF-OK

            DISPLAY 'EQUIVALENCIAS DO CURSO: ' WS-QT-EQUIVALENCIAS

            IF MAT-ABERTO
               CLOSE CFPK0002
            END-IF
            CLOSE EQUIVAL
            .
       P300-FIM.
           EXIT.

       P400-LISTA-EQUIVALENCIA.
            READ EQUIVAL NEXT RECORD
               AT END
                  SET EOF-OK             TO TRUE
               NOT AT END
                  IF EQ-NM-CURSO NOT EQUAL WS-NOVO-CURSO
                     SET EOF-OK          TO TRUE
                  ELSE
                     PERFORM P410-MOSTRA-EQUIVALENCIA THRU P410-FIM
                  END-IF
            END-READ
            .
       P400-FIM.
           EXIT.

       P410-MOSTRA-EQUIVALENCIA.
            ADD 1                        TO WS-QT-EQUIVALENCIAS

            MOVE SPACES                  TO WS-NM-ORIGEM
                                            NM-MATERIA
            IF MAT-ABERTO
               MOVE EQ-ID-MATERIA-ORIGEM TO ID-MATERIA
               READ CFPK0002
                  INVALID KEY
                     MOVE '(NAO CADASTRADA)' TO NM-MATERIA
               END-READ
               MOVE NM-MATERIA           TO WS-NM-ORIGEM
               MOVE EQ-ID-MATERIA-DESTINO TO ID-MATERIA
               READ CFPK0002
                  INVALID KEY
                     MOVE '(NAO CADASTRADA)' TO NM-MATERIA
               END-READ
            END-IF

            DISPLAY 'DISC ' EQ-ID-MATERIA-ORIGEM ' ' WS-NM-ORIGEM
                    ' VALE POR ' EQ-ID-MATERIA-DESTINO ' ' NM-MATERIA
            .
       P410-FIM.
           EXIT.

       P500-EXCLUIR.
            OPEN I-O EQUIVAL
            IF NOT FS-OK
               DISPLAY 'AINDA NAO HA EQUIVALENCIA CADASTRADA.'
               GO TO P500-FIM
            END-IF

            DISPLAY 'Informe o nome do curso de destino:'
            ACCEPT EQ-NM-CURSO
            DISPLAY 'Informe a disciplina de origem:'
            ACCEPT EQ-ID-MATERIA-ORIGEM
            DISPLAY 'Informe a disciplina de destino:'
            ACCEPT EQ-ID-MATERIA-DESTINO

            DELETE EQUIVAL RECORD
               INVALID KEY
                  DISPLAY 'EQUIVALENCIA NAO ENCONTRADA.'
               NOT INVALID KEY
                  DISPLAY 'EQUIVALENCIA EXCLUIDA.'
            END-DELETE

            CLOSE EQUIVAL
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

            MOVE WS-MATERIA-PESQ         TO ID-MATERIA
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

       P700-ABRE-EQUIVAL.
            OPEN I-O EQUIVAL
            IF WS-FS EQUAL 35
               OPEN OUTPUT EQUIVAL
               CLOSE EQUIVAL
               OPEN I-O EQUIVAL
            END-IF

            IF NOT FS-OK
               DISPLAY 'ERRO AO ABRIR A TABELA DE EQUIVALENCIA. FILE '
                       'STATUS: ' WS-FS
            END-IF
            .
       P700-FIM.
           EXIT.

       END PROGRAM CADEQUIV.
