      ******************************************************************
      * Author: ANDRE COSTA
      * Date: 15/10/2026
      * Purpose: LANCAMENTO DAS AULAS NAO DADAS (AULACANC.DAT): A
      *          SECRETARIA INFORMA A DATA, A DISCIPLINA E O HORARIO
      *          DA AULA QUE NAO ACONTECEU E O MOTIVO. SO E ACEITA
      *          AULA QUE EXISTE NA GRADE (GRADE.DAT) NO DIA DA SEMANA
      *          DA DATA; O PROFESSOR E COPIADO DA GRADE. A CONSULTA
      *          LISTA AS AULAS CANCELADAS DE UM DIA E A EXCLUSAO
      *          DESFAZ UM LANCAMENTO ERRADO. O AULAPROF DESCONTA AS
      *          AULAS CANCELADAS DAS AULAS DO MES PAGAS AO PROFESSOR.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CADCANC.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
            DECIMAL-POINT IS COMMA.
            INPUT-OUTPUT SECTION.
            FILE-CONTROL.
                SELECT AULACANC ASSIGN TO
                WS-ARQ-AULACANC
                ORGANIZATION IS INDEXED
                ACCESS MODE  IS DYNAMIC
                RECORD KEY   IS CHAVE-AULACANC
                FILE STATUS  IS WS-FS.
                SELECT GRADE ASSIGN TO
                WS-ARQ-GRADE
                ORGANIZATION IS INDEXED
                ACCESS MODE  IS RANDOM
                RECORD KEY   IS CHAVE-GRADE
                FILE STATUS  IS WS-FS-GRD.

       DATA DIVISION.
       FILE SECTION.
       FD AULACANC.
          COPY FD_AULACANC.

       FD GRADE.
          COPY FD_GRADE.

       WORKING-STORAGE SECTION.
      ***** CAMINHOS FISICOS DOS ARQUIVOS - PRE-CARREGADOS COM O *****
      ***** PADRAO HISTORICO E RESOLVIDOS PELO ARQCONF NO INICIO *****
       77 WS-ARQ-AULACANC            PIC X(68) VALUE
          'C:\Users\Mauro Vieira\bin\AULACANC.DAT'.
       77 WS-ARQ-GRADE               PIC X(68) VALUE
          'C:\Users\Mauro Vieira\bin\GRADE.DAT'.
       77 WS-FS                          PIC 99.
          88 FS-OK                       VALUE 0.
       77 WS-FS-GRD                      PIC 99.
          88 FS-GRD-OK                   VALUE 0.
       77 WS-EOF                         PIC X.
          88 EOF-OK                      VALUE 'S' FALSE 'N'.
       77 WS-OPCAO                       PIC X.
       77 WS-DATA-MOVIMENTO              PIC 9(08) VALUE ZEROS.
       77 WS-CONTROLE-DATA               PIC X(01) VALUE 'N'.
       77 WS-DATA-OK                     PIC X(01) VALUE 'N'.
          88 DATA-OK                     VALUE 'S'.
       77 WS-DIA-SEMANA                  PIC 9(01).
       77 WS-QT-AULAS                    PIC 9(03) VALUE ZEROS.
       77 WS-AULA-NA-GRADE               PIC X VALUE 'N'.
          88 AULA-NA-GRADE               VALUE 'S'.
       01 WS-DATA-INF                    PIC 9(08).
       01 WS-DATA-INF-X REDEFINES WS-DATA-INF.
          03 WS-DATA-INF-AAAA            PIC 9(04).
          03 WS-DATA-INF-MM              PIC 9(02).
          03 WS-DATA-INF-DD              PIC 9(02).
       01 WS-AULA-INF.
          03 WS-MATERIA-INF              PIC 9(03).
          03 WS-HORARIO-INF              PIC 9(04).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.

      ***** RESOLVE OS CAMINHOS FISICOS PELO PERFIL DO ARQCONF ******
            CALL 'ARQCONF' USING 'AULACANC.DAT    ' WS-ARQ-AULACANC
            CALL 'ARQCONF' USING 'GRADE.DAT       ' WS-ARQ-GRADE

            CALL 'DTMOVIM' USING WS-DATA-MOVIMENTO WS-CONTROLE-DATA

            DISPLAY '*** AULAS NAO DADAS (AULACANC.DAT) ***'
            PERFORM P100-MENU THRU P100-FIM UNTIL WS-OPCAO = 'F'
            STOP RUN.

       P100-MENU.
            MOVE SPACES                       TO WS-OPCAO
            DISPLAY '*************************************************'
            DISPLAY '|  I - Incluir aula nao dada                    |'
            DISPLAY '|  C - Consultar aulas nao dadas de um dia      |'
            DISPLAY '|  E - Excluir lancamento de aula nao dada      |'
            DISPLAY '|              (ou tecle <F> para finalizar)    |'
            DISPLAY '*************************************************'
            ACCEPT  WS-OPCAO

            EVALUATE WS-OPCAO
                WHEN 'I' WHEN 'i'
                   PERFORM P200-INCLUIR THRU P200-FIM
                WHEN 'C' WHEN 'c'
                   PERFORM P300-CONSULTAR THRU P300-FIM
                WHEN 'E' WHEN 'e'
                   PERFORM P400-EXCLUIR THRU P400-FIM
                WHEN 'F' WHEN 'f'
                   MOVE 'F'                    TO WS-OPCAO
                WHEN OTHER
                   DISPLAY 'OPCAO INVALIDA!'
            END-EVALUATE
            .
       P100-FIM.
           EXIT.

       P200-INCLUIR.
            PERFORM P500-INFORMA-DATA    THRU P500-FIM
            IF NOT DATA-OK
               GO TO P200-FIM
            END-IF

            DISPLAY 'Informe o codigo da disciplina:'
            ACCEPT WS-MATERIA-INF
            DISPLAY 'Informe o horario da aula (HHMM):'
            ACCEPT WS-HORARIO-INF

            PERFORM P600-VALIDA-GRADE    THRU P600-FIM
            IF NOT AULA-NA-GRADE
               DISPLAY 'NAO HA ESTA AULA NA GRADE NO DIA DA SEMANA '
                       'DA DATA INFORMADA.'
               GO TO P200-FIM
            END-IF

            OPEN I-O AULACANC
            IF WS-FS EQUAL 35
               OPEN OUTPUT AULACANC
               CLOSE AULACANC
               OPEN I-O AULACANC
            END-IF

            IF NOT FS-OK
               DISPLAY 'ERRO AO ABRIR O ARQUIVO DE AULAS NAO DADAS.'
               DISPLAY 'FILE STATUS: ' WS-FS
               GO TO P200-FIM
            END-IF

            DISPLAY 'Aula de ' GR-PROFESSOR ' na sala ' GR-SALA
            MOVE WS-DATA-INF             TO ACN-DATA
            MOVE WS-MATERIA-INF          TO ACN-ID-MATERIA
            MOVE WS-HORARIO-INF          TO ACN-HORARIO
            MOVE GR-CD-PROFESSOR         TO ACN-CD-PROFESSOR
            MOVE WS-DATA-MOVIMENTO       TO ACN-DT-LANCAMENTO
            DISPLAY 'Informe o motivo:'
            ACCEPT ACN-MOTIVO

            WRITE REG-AULACANC
               INVALID KEY
                  DISPLAY 'ESTA AULA JA CONSTA COMO NAO DADA NA DATA.'
               NOT INVALID KEY
                  DISPLAY 'AULA NAO DADA LANCADA COM SUCESSO!'
            END-WRITE

            CLOSE AULACANC
            .
       P200-FIM.
           EXIT.

       P300-CONSULTAR.
            PERFORM P500-INFORMA-DATA    THRU P500-FIM
            IF NOT DATA-OK
               GO TO P300-FIM
            END-IF

            OPEN INPUT AULACANC
            IF NOT FS-OK
               DISPLAY 'AINDA NAO HA AULAS NAO DADAS LANCADAS.'
               GO TO P300-FIM
            END-IF

            MOVE WS-DATA-INF             TO ACN-DATA
            MOVE ZEROS                   TO ACN-ID-MATERIA
                                            ACN-HORARIO
                                            WS-QT-AULAS
            SET EOF-OK                   TO FALSE
            START AULACANC KEY NOT LESS THAN CHAVE-AULACANC
               INVALID KEY
                  SET EOF-OK             TO TRUE
            END-START

            PERFORM P310-LE-CANCELADA    THRU P310-FIM UNTIL EOF-OK

            DISPLAY 'AULAS NAO DADAS EM ' WS-DATA-INF ': '
                    WS-QT-AULAS

            CLOSE AULACANC
            .
       P300-FIM.
           EXIT.

       P310-LE-CANCELADA.
            READ AULACANC NEXT RECORD
               AT END
                  SET EOF-OK             TO TRUE
               NOT AT END
                  IF ACN-DATA NOT EQUAL WS-DATA-INF
                     SET EOF-OK          TO TRUE
                  ELSE
                     ADD 1               TO WS-QT-AULAS
                     DISPLAY 'DISCIPLINA ' ACN-ID-MATERIA
                             ' AS ' ACN-HORARIO
                             ' PROFESSOR ' ACN-CD-PROFESSOR
                             ' - ' ACN-MOTIVO
                  END-IF
            END-READ
            .
       P310-FIM.
           EXIT.

       P400-EXCLUIR.
            PERFORM P500-INFORMA-DATA    THRU P500-FIM
            IF NOT DATA-OK
               GO TO P400-FIM
            END-IF

            OPEN I-O AULACANC
            IF NOT FS-OK
               DISPLAY 'AINDA NAO HA AULAS NAO DADAS LANCADAS.'
               GO TO P400-FIM
            END-IF

            DISPLAY 'Informe o codigo da disciplina:'
            ACCEPT WS-MATERIA-INF
            DISPLAY 'Informe o horario da aula (HHMM):'
            ACCEPT WS-HORARIO-INF

            MOVE WS-DATA-INF             TO ACN-DATA
            MOVE WS-MATERIA-INF          TO ACN-ID-MATERIA
            MOVE WS-HORARIO-INF          TO ACN-HORARIO
            READ AULACANC
               INVALID KEY
                  DISPLAY 'LANCAMENTO NAO ENCONTRADO.'
               NOT INVALID KEY
                  DELETE AULACANC
                  DISPLAY 'LANCAMENTO EXCLUIDO - A AULA VOLTA A SER '
                          'PAGA.'
            END-READ

            CLOSE AULACANC
            .
       P400-FIM.
           EXIT.

       P500-INFORMA-DATA.
            DISPLAY 'Informe a data da aula (AAAAMMDD):'
            MOVE ZEROS                   TO WS-DATA-INF
            ACCEPT WS-DATA-INF

            MOVE 'N'                     TO WS-DATA-OK
            CALL 'DATAVALID' USING WS-DATA-INF-DD WS-DATA-INF-MM
                                   WS-DATA-INF-AAAA WS-DATA-OK
            IF NOT DATA-OK
               DISPLAY 'DATA INVALIDA.'
            END-IF
            .
       P500-FIM.
           EXIT.

       P600-VALIDA-GRADE.
            MOVE 'N'                     TO WS-AULA-NA-GRADE

      ***** 1=SEGUNDA ... 6=SABADO, 0=DOMINGO - O MESMO DIA DA SEMANA *
      ***** DA GRADE ***************************************************
            COMPUTE WS-DIA-SEMANA = FUNCTION MOD(
                    FUNCTION INTEGER-OF-DATE(WS-DATA-INF), 7)

            OPEN INPUT GRADE
            IF NOT FS-GRD-OK
               DISPLAY 'ERRO AO ABRIR A GRADE DE HORARIOS.'
               DISPLAY 'FILE STATUS: ' WS-FS-GRD
               GO TO P600-FIM
            END-IF

            MOVE WS-MATERIA-INF          TO GR-ID-MATERIA
            MOVE WS-DIA-SEMANA           TO GR-DIA-SEMANA
            MOVE WS-HORARIO-INF          TO GR-HORARIO
            READ GRADE
               INVALID KEY
                  CONTINUE
               NOT INVALID KEY
                  MOVE 'S'               TO WS-AULA-NA-GRADE
            END-READ

            CLOSE GRADE
            .
       P600-FIM.
           EXIT.

       END PROGRAM CADCANC.
