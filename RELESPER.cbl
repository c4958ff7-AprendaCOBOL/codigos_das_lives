      ******************************************************************
      * Author: ANDRE COSTA
      * Date: 15/10/2026
      * Purpose: RELATORIO DA LISTA DE ESPERA DE MATRICULA POR
      *          DISCIPLINA. PARA O PERIODO (O SEMESTRE DA DATA DE
      *          MOVIMENTO OU O INFORMADO), LISTA QUEM AGUARDA VAGA NO
      *          ESPERA.DAT, NA ORDEM DE CHEGADA, COM A LOTACAO DA
      *          TURMA (MENOR SALA CADASTRADA ENTRE AS AULAS DA
      *          DISCIPLINA NA GRADE) E A TURMA ATUAL (MATRICULAS
      *          ATIVAS). DISCIPLINA COM FILA A PARTIR DO FINPARM
      *          MIN-NOVA-TURMA (PADRAO 10) SAI MARCADA PARA A
      *          COORDENACAO AVALIAR UMA NOVA TURMA; FILA COM VAGA
      *          ABERTA NA TURMA TAMBEM E MARCADA. RELATORIO EM
      *          RELESPER.LST; RETORNO 4 QUANDO HA DISCIPLINA MARCADA
      *          PARA NOVA TURMA.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RELESPER.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
            DECIMAL-POINT IS COMMA.
            INPUT-OUTPUT SECTION.
            FILE-CONTROL.
                SELECT ESPERA ASSIGN TO
                WS-ARQ-ESPERA
                ORGANIZATION IS INDEXED
                ACCESS MODE  IS SEQUENTIAL
                RECORD KEY   IS CHAVE-ESPERA
                FILE STATUS  IS WS-FS-ESP.
                SELECT MATRICULA ASSIGN TO
                WS-ARQ-MATRICULA
                ORGANIZATION IS INDEXED
                ACCESS MODE  IS SEQUENTIAL
                RECORD KEY   IS CHAVE-MATRICULA
                FILE STATUS  IS WS-FS-MTR.
                SELECT GRADE ASSIGN TO
                WS-ARQ-GRADE
                ORGANIZATION IS INDEXED
                ACCESS MODE  IS SEQUENTIAL
                RECORD KEY   IS CHAVE-GRADE
                FILE STATUS  IS WS-FS-GRD.
                SELECT SALA ASSIGN TO
                WS-ARQ-SALA
                ORGANIZATION IS INDEXED
                ACCESS MODE  IS RANDOM
                RECORD KEY   IS SL-CD-SALA
                FILE STATUS  IS WS-FS-SAL.
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
                SELECT RELATORIO ASSIGN TO
                WS-ARQ-RELESPER
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS  IS WS-FS-REL.

       DATA DIVISION.
       FILE SECTION.
       FD ESPERA.
          COPY FD_ESPERA.

       FD MATRICULA.
          COPY FD_MATRICULA.

       FD GRADE.
          COPY FD_GRADE.

       FD SALA.
          COPY FD_SALA.

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

       FD RELATORIO.
       01 REG-RELATORIO                  PIC X(100).

       WORKING-STORAGE SECTION.
      ***** CAMINHOS FISICOS DOS ARQUIVOS - PRE-CARREGADOS COM O *****
      ***** PADRAO HISTORICO E RESOLVIDOS PELO ARQCONF NO INICIO *****
       77 WS-ARQ-ESPERA              PIC X(68) VALUE
          'C:\Users\Mauro Vieira\bin\ESPERA.DAT'.
       77 WS-ARQ-MATRICULA           PIC X(68) VALUE
          'C:\Users\Mauro Vieira\bin\MATRICULA.DAT'.
       77 WS-ARQ-GRADE               PIC X(68) VALUE
          'C:\Users\Mauro Vieira\bin\GRADE.DAT'.
       77 WS-ARQ-SALA                PIC X(68) VALUE
          'C:\Users\Mauro Vieira\bin\SALA.DAT'.
       77 WS-ARQ-CFPK0001            PIC X(68) VALUE
          'C:\Users\Mauro Vieira\bin\CFPK0001.DAT'.
       77 WS-ARQ-CFPK0002            PIC X(68) VALUE
          'C:\Users\Mauro Vieira\bin\CFPK0002.DAT'.
       77 WS-ARQ-RELESPER            PIC X(68) VALUE
          'C:\Users\Mauro Vieira\bin\RELESPER.LST'.
       77 WS-FS-ESP                      PIC 99.
          88 FS-ESP-OK                   VALUE 0.
       77 WS-FS-MTR                      PIC 99.
          88 FS-MTR-OK                   VALUE 0.
       77 WS-FS-GRD                      PIC 99.
          88 FS-GRD-OK                   VALUE 0.
       77 WS-FS-SAL                      PIC 99.
          88 FS-SAL-OK                   VALUE 0.
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
       77 WS-MIN-NOVA-TURMA              PIC 9(09)V99 VALUE 10.
       77 WS-IDX                         PIC 9(04) VALUE ZEROS.
      ***** QUEBRA POR DISCIPLINA *************************************
       77 WS-TEM-DISCIPLINA              PIC X VALUE 'N'.
          88 TEM-DISCIPLINA              VALUE 'S'.
       77 WS-MATERIA-ATUAL               PIC 9(03) VALUE ZEROS.
       77 WS-NM-MATERIA                  PIC X(20) VALUE SPACES.
       77 WS-NM-ALUNO                    PIC X(20) VALUE SPACES.
       77 WS-QT-ESPERA                   PIC 9(05) VALUE ZEROS.
       77 WS-QT-DISCIPLINAS              PIC 9(04) VALUE ZEROS.
       77 WS-QT-TOTAL-ESPERA             PIC 9(05) VALUE ZEROS.
       77 WS-QT-NOVA-TURMA               PIC 9(04) VALUE ZEROS.
       77 WS-QT-COM-VAGA                 PIC 9(04) VALUE ZEROS.
      ***** TURMA E LOTACAO DO PERIODO, INDEXADAS PELO CODIGO DA ******
      ***** DISCIPLINA + 1 ********************************************
       01 WS-TAB-DISCIPLINAS.
          03 WS-DSC OCCURS 1000 TIMES.
             05 WS-DSC-QT-TURMA          PIC 9(04).
             05 WS-DSC-LUGARES           PIC 9(04).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.

      ***** RETURN-CODE E REGISTRADOR COMPARTILHADO: UM PASSO *********
      ***** ANTERIOR COM FALHA NAO PODE CONTAMINAR ESTE PASSO *********
            MOVE ZERO                    TO RETURN-CODE

      ***** RESOLVE OS CAMINHOS FISICOS PELO PERFIL DO ARQCONF ******
            CALL 'ARQCONF' USING 'ESPERA.DAT      ' WS-ARQ-ESPERA
            CALL 'ARQCONF' USING 'MATRICULA.DAT   ' WS-ARQ-MATRICULA
            CALL 'ARQCONF' USING 'GRADE.DAT       ' WS-ARQ-GRADE
            CALL 'ARQCONF' USING 'SALA.DAT        ' WS-ARQ-SALA
            CALL 'ARQCONF' USING 'CFPK0001.DAT    ' WS-ARQ-CFPK0001
            CALL 'ARQCONF' USING 'CFPK0002.DAT    ' WS-ARQ-CFPK0002
            CALL 'ARQCONF' USING 'RELESPER.LST    ' WS-ARQ-RELESPER

            CALL 'FINPARM' USING 'MIN-NOVA-TURMA  ' WS-MIN-NOVA-TURMA

      ***** PERIODO PADRAO: O SEMESTRE DA DATA DE MOVIMENTO ***********
            CALL 'DTMOVIM' USING WS-DATA-MOVIMENTO WS-CONTROLE-DATA
            MOVE WS-DATA-MOVIMENTO(1:4)  TO WS-AA-PERIODO
            IF WS-DATA-MOVIMENTO(5:2) GREATER THAN '06'
               MOVE 2                    TO WS-SM-PERIODO
            ELSE
               MOVE 1                    TO WS-SM-PERIODO
            END-IF

            DISPLAY '*** LISTA DE ESPERA POR DISCIPLINA ***'
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

            OPEN INPUT ESPERA

            IF NOT FS-ESP-OK
               DISPLAY 'LISTA DE ESPERA INDISPONIVEL.'
               DISPLAY 'FILE STATUS: ' WS-FS-ESP
               MOVE 16                   TO RETURN-CODE
               GOBACK
            END-IF

            OPEN OUTPUT RELATORIO

            IF WS-FS-REL NOT EQUAL ZEROS
               DISPLAY 'ERRO AO ABRIR O RELATORIO DA LISTA DE ESPERA.'
               DISPLAY 'FILE STATUS: ' WS-FS-REL
               CLOSE ESPERA
               MOVE 16                   TO RETURN-CODE
               GOBACK
            END-IF

            INITIALIZE WS-TAB-DISCIPLINAS
            PERFORM P100-APURA-TURMAS    THRU P100-FIM
            PERFORM P150-APURA-LOTACAO   THRU P150-FIM

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
            STRING 'LISTA DE ESPERA DE MATRICULA - PERIODO LETIVO '
                   WS-AA-PERIODO '/' WS-SM-PERIODO
                   ' - NOVA TURMA A PARTIR DE '
                   WS-MIN-NOVA-TURMA(6:4) ' NA FILA'
                   DELIMITED BY SIZE INTO REG-RELATORIO
            WRITE REG-RELATORIO

      ***** A CHAVE ANDA POR DISCIPLINA + PERIODO + CHEGADA: A ********
      ***** LEITURA SEQUENCIAL JA SAI NA ORDEM DA FILA ****************
            SET EOF-OK                   TO FALSE
            PERFORM P200-LE-ESPERA       THRU P200-FIM UNTIL EOF-OK

            IF TEM-DISCIPLINA
               PERFORM P400-FECHA-DISCIPLINA THRU P400-FIM
            END-IF

            MOVE '============================================='
                                          TO REG-RELATORIO
            WRITE REG-RELATORIO
            MOVE SPACES                  TO REG-RELATORIO
            STRING 'DISCIPLINAS COM FILA: ' WS-QT-DISCIPLINAS
                   '  ALUNOS AGUARDANDO: ' WS-QT-TOTAL-ESPERA
                   DELIMITED BY SIZE INTO REG-RELATORIO
            WRITE REG-RELATORIO
            MOVE SPACES                  TO REG-RELATORIO
            STRING 'AVALIAR NOVA TURMA: ' WS-QT-NOVA-TURMA
                   '  FILA COM VAGA ABERTA: ' WS-QT-COM-VAGA
                   DELIMITED BY SIZE INTO REG-RELATORIO
            WRITE REG-RELATORIO

            IF ALU-ABERTO
               CLOSE CFPK0001
            END-IF
            IF MAT-ABERTO
               CLOSE CFPK0002
            END-IF
            CLOSE ESPERA RELATORIO

            DISPLAY 'RELATORIO GERADO EM RELESPER.LST ('
                    WS-QT-TOTAL-ESPERA ' ALUNO(S) AGUARDANDO EM '
                    WS-QT-DISCIPLINAS ' DISCIPLINA(S)).'

            IF WS-QT-NOVA-TURMA GREATER THAN ZEROS
               DISPLAY '*** ' WS-QT-NOVA-TURMA ' DISCIPLINA(S) PARA '
                       'AVALIAR NOVA TURMA ***'
               MOVE 4                    TO RETURN-CODE
            END-IF

            GOBACK.
       P100-APURA-TURMAS.

      ***** CONTA AS MATRICULAS ATIVAS DO PERIODO POR DISCIPLINA ******
            OPEN INPUT MATRICULA

            IF NOT FS-MTR-OK
               DISPLAY 'AVISO: MESTRE DE MATRICULAS INDISPONIVEL - A '
                       'TURMA SAI ZERADA.'
               GO TO P100-FIM
            END-IF

            SET EOF-OK                   TO FALSE
            PERFORM P110-LE-MATRICULA    THRU P110-FIM UNTIL EOF-OK

            CLOSE MATRICULA
            .
       P100-FIM.
           EXIT.
       P110-LE-MATRICULA.

            READ MATRICULA NEXT RECORD
               AT END
                  SET EOF-OK             TO TRUE
               NOT AT END
                  IF MT-AA-PERIODO EQUAL WS-AA-PERIODO
                     AND MT-SM-PERIODO EQUAL WS-SM-PERIODO
                     AND MATRICULA-ATIVA
                     COMPUTE WS-IDX = MT-ID-MATERIA + 1
                     ADD 1               TO WS-DSC-QT-TURMA (WS-IDX)
                  END-IF
            END-READ
            .
       P110-FIM.
           EXIT.
       P150-APURA-LOTACAO.

      ***** LOTACAO = MENOR SALA CADASTRADA ENTRE AS AULAS DA *********
      ***** DISCIPLINA NA GRADE, A MESMA REGRA DO CADMATRI ************
            OPEN INPUT GRADE

            IF NOT FS-GRD-OK
               DISPLAY 'AVISO: SEM GRADE CADASTRADA - A LOTACAO SAI '
                       'ZERADA.'
               GO TO P150-FIM
            END-IF

            OPEN INPUT SALA

            IF NOT FS-SAL-OK
               DISPLAY 'AVISO: SEM CADASTRO DE SALAS - A LOTACAO SAI '
                       'ZERADA.'
               CLOSE GRADE
               GO TO P150-FIM
            END-IF

            SET EOF-OK                   TO FALSE
            PERFORM P160-LE-GRADE        THRU P160-FIM UNTIL EOF-OK

            CLOSE GRADE SALA
            .
       P150-FIM.
           EXIT.
       P160-LE-GRADE.

            READ GRADE NEXT RECORD
               AT END
                  SET EOF-OK             TO TRUE
               NOT AT END
                  MOVE GR-SALA           TO SL-CD-SALA
                  READ SALA
                     INVALID KEY
                        CONTINUE
                     NOT INVALID KEY
                        COMPUTE WS-IDX = GR-ID-MATERIA + 1
                        IF SL-QT-LUGARES GREATER THAN ZEROS
                           AND (WS-DSC-LUGARES (WS-IDX) EQUAL ZEROS
                           OR SL-QT-LUGARES LESS THAN
                              WS-DSC-LUGARES (WS-IDX))
                           MOVE SL-QT-LUGARES
                                          TO WS-DSC-LUGARES (WS-IDX)
                        END-IF
                  END-READ
            END-READ
            .
       P160-FIM.
           EXIT.
       P200-LE-ESPERA.

            READ ESPERA NEXT RECORD
               AT END
                  SET EOF-OK             TO TRUE
               NOT AT END
                  IF ESP-AA-PERIODO EQUAL WS-AA-PERIODO
                     AND ESP-SM-PERIODO EQUAL WS-SM-PERIODO
                     AND ESPERA-AGUARDANDO
                     PERFORM P210-QUEBRA THRU P210-FIM
                     PERFORM P500-DETALHE THRU P500-FIM
                  END-IF
            END-READ
            .
       P200-FIM.
           EXIT.
       P210-QUEBRA.

            IF TEM-DISCIPLINA
               AND ESP-ID-MATERIA EQUAL WS-MATERIA-ATUAL
               GO TO P210-FIM
            END-IF

            IF TEM-DISCIPLINA
               PERFORM P400-FECHA-DISCIPLINA THRU P400-FIM
            END-IF

            PERFORM P300-ABRE-DISCIPLINA THRU P300-FIM
            .
       P210-FIM.
           EXIT.
       P300-ABRE-DISCIPLINA.

            MOVE 'S'                     TO WS-TEM-DISCIPLINA
            MOVE ESP-ID-MATERIA          TO WS-MATERIA-ATUAL
            MOVE ZEROS                   TO WS-QT-ESPERA
            ADD 1                        TO WS-QT-DISCIPLINAS
            COMPUTE WS-IDX = WS-MATERIA-ATUAL + 1

            MOVE SPACES                  TO WS-NM-MATERIA
            IF MAT-ABERTO
               MOVE WS-MATERIA-ATUAL     TO ID-MATERIA
               READ CFPK0002
                  INVALID KEY
                     CONTINUE
                  NOT INVALID KEY
                     MOVE NM-MATERIA     TO WS-NM-MATERIA
               END-READ
            END-IF

            MOVE '---------------------------------------------'
                                          TO REG-RELATORIO
            WRITE REG-RELATORIO
            MOVE SPACES                  TO REG-RELATORIO
            STRING 'DISC ' WS-MATERIA-ATUAL ' - ' WS-NM-MATERIA
                   ' LUGARES ' WS-DSC-LUGARES (WS-IDX)
                   ' TURMA ' WS-DSC-QT-TURMA (WS-IDX)
                   DELIMITED BY SIZE INTO REG-RELATORIO
            WRITE REG-RELATORIO
            MOVE ' POS.  ALUNO  NOME                  PEDIDO   OPERADOR'
                                          TO REG-RELATORIO
            WRITE REG-RELATORIO
            .
       P300-FIM.
           EXIT.
       P400-FECHA-DISCIPLINA.

            ADD WS-QT-ESPERA             TO WS-QT-TOTAL-ESPERA
            COMPUTE WS-IDX = WS-MATERIA-ATUAL + 1

            MOVE SPACES                  TO REG-RELATORIO
            STRING 'AGUARDANDO VAGA: ' WS-QT-ESPERA
                   DELIMITED BY SIZE INTO REG-RELATORIO
            WRITE REG-RELATORIO

      ***** FILA GRANDE PEDE NOVA TURMA; FILA COM VAGA SOBRANDO E *****
      ***** TRANCAMENTO QUE NAO CHAMOU NINGUEM OU SALA QUE CRESCEU ****
            IF WS-QT-ESPERA NOT LESS THAN WS-MIN-NOVA-TURMA
               ADD 1                     TO WS-QT-NOVA-TURMA
               MOVE '*** AVALIAR A ABERTURA DE NOVA TURMA ***'
                                          TO REG-RELATORIO
               WRITE REG-RELATORIO
            END-IF

            IF WS-DSC-LUGARES (WS-IDX) EQUAL ZEROS
               OR WS-DSC-QT-TURMA (WS-IDX) LESS THAN
                  WS-DSC-LUGARES (WS-IDX)
               ADD 1                     TO WS-QT-COM-VAGA
               MOVE '*** HA VAGA NA TURMA - MATRICULAR PELA FILA ***'
                                          TO REG-RELATORIO
               WRITE REG-RELATORIO
            END-IF
            .
       P400-FIM.
           EXIT.
       P500-DETALHE.

            ADD 1                        TO WS-QT-ESPERA

            MOVE SPACES                  TO WS-NM-ALUNO
            IF ALU-ABERTO
               MOVE ESP-ID-ALUNO         TO ID-ALUNO
               READ CFPK0001
                  INVALID KEY
                     CONTINUE
                  NOT INVALID KEY
                     MOVE NM-ALUNO       TO WS-NM-ALUNO
               END-READ
            END-IF

            MOVE SPACES                  TO REG-RELATORIO
            STRING WS-QT-ESPERA ' ' ESP-ID-ALUNO ' ' WS-NM-ALUNO
                   ' ' ESP-DT-PEDIDO ' ' ESP-OPERADOR
                   DELIMITED BY SIZE INTO REG-RELATORIO
            WRITE REG-RELATORIO
            .
       P500-FIM.
           EXIT.
       END PROGRAM RELESPER.
