      ******************************************************************
      * Author: ANDRE COSTA
      * Date: 15/10/2026
      * Purpose: CLASSIFICACAO DOS ALUNOS POR CURSO E QUADRO DE HONRA
      *          DO PERIODO LETIVO. PARA O PERIODO (O SEMESTRE DA DATA
      *          DE MOVIMENTO OU O INFORMADO), CALCULA A MEDIA DE CADA
      *          ALUNO EM TODOS OS SEUS RESULTADOS DO NOTAS.DAT - CADA
      *          DISCIPLINA PELA MEDIA PONDERADA DAS QUATRO NOTAS COM
      *          OS PESOS DA DISCIPLINA (CFPK0002) - E CLASSIFICA OS
      *          ALUNOS DENTRO DO CURSO (CR-STUDENT), EMPATE NA MESMA
      *          POSICAO. QUEM TEM REPROVADO OU REP-FALTA NO PERIODO
      *          FICA FORA DA CLASSIFICACAO. O QUADRO DE HONRA LISTA OS
      *          CLASSIFICADOS COM MEDIA A PARTIR DO CORTE DO FINPARM
      *          (MEDIA-HONRA, PADRAO 8,00). RELATORIO EM RANKCURS.LST
      *          E A CLASSIFICACAO GRAVADA NO RANKING.DAT, QUE O
      *          CADDESC MOSTRA NA RENOVACAO DE BOLSA. RETORNO 4 QUANDO
      *          O PERIODO NAO TEM RESULTADO LANCADO.
      * Update: 15/10/2026 - O resultado CREDITADO (aproveitamento
      *         de estudos da transferencia de curso, ESTTRANS)
      *         nao foi cursado no periodo e fica fora da media
      *         do aluno.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RANKCURS.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
            DECIMAL-POINT IS COMMA.
            INPUT-OUTPUT SECTION.
            FILE-CONTROL.
                SELECT NOTAS ASSIGN TO
                WS-ARQ-NOTAS
                ORGANIZATION IS INDEXED
                ACCESS MODE  IS SEQUENTIAL
                RECORD KEY   IS CHAVE-NOTAS
                FILE STATUS  IS WS-FS-NOT.
                SELECT CFPK0002 ASSIGN TO
                WS-ARQ-CFPK0002
                ORGANIZATION IS INDEXED
                ACCESS MODE  IS RANDOM
                RECORD KEY   IS ID-MATERIA
                FILE STATUS  IS WS-FS-MAT.
                SELECT ESTUDANTE ASSIGN TO
                WS-ARQ-STUDENT
                ORGANIZATION IS INDEXED
                ACCESS MODE  IS RANDOM
                RECORD KEY   IS CD-STUDENT
                ALTERNATE RECORD KEY IS NM-STUDENT WITH DUPLICATES
                FILE STATUS  IS WS-FS-EST.
                SELECT RANKING ASSIGN TO
                WS-ARQ-RANKING
                ORGANIZATION IS INDEXED
                ACCESS MODE  IS RANDOM
                RECORD KEY   IS CHAVE-RANKING
                FILE STATUS  IS WS-FS-RNK.
                SELECT ORDENACAO ASSIGN TO
                'RANKCURS.WRK'.
                SELECT RELATORIO ASSIGN TO
                WS-ARQ-RANKCURS
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS  IS WS-FS-REL.

       DATA DIVISION.
       FILE SECTION.
       FD NOTAS.
          COPY FD_NOTAS.

       FD CFPK0002.
       01 CFPK0002-MATERIA.
          03 ID-MATERIA              PIC 9(03).
          03 NM-MATERIA               PIC X(20).
          03 NT-APROVACAO            PIC 9(02)V99 COMP-3.
      ***** PESOS DAS QUATRO NOTAS (ZERADOS = PESOS IGUAIS) ***********
          03 PS-PESO-NOTA1           PIC 9(02).
          03 PS-PESO-NOTA2           PIC 9(02).
          03 PS-PESO-NOTA3           PIC 9(02).
          03 PS-PESO-NOTA4           PIC 9(02).

       FD ESTUDANTE.
          COPY FD_ESTUDANTE.

       FD RANKING.
          COPY FD_RANKING.

       SD ORDENACAO.
       01 REG-SORT.
          03 SRT-CR-STUDENT              PIC X(20).
          03 SRT-EXCLUIDO                PIC X(01).
          03 SRT-MD-PONDERADA            PIC 9(02)V99.
          03 SRT-CD-STUDENT              PIC 9(05).
          03 SRT-NM-STUDENT              PIC X(20).
          03 SRT-QT-DISCIPLINAS          PIC 9(02).
          03 SRT-ST-EXCLUSAO             PIC X(09).

       FD RELATORIO.
       01 REG-RELATORIO                  PIC X(100).

       WORKING-STORAGE SECTION.
      ***** CAMINHOS FISICOS DOS ARQUIVOS - PRE-CARREGADOS COM O *****
      ***** PADRAO HISTORICO E RESOLVIDOS PELO ARQCONF NO INICIO *****
       77 WS-ARQ-NOTAS               PIC X(68) VALUE
          'C:\Users\Mauro Vieira\bin\NOTAS.DAT'.
       77 WS-ARQ-CFPK0002            PIC X(68) VALUE
          'C:\Users\Mauro Vieira\bin\CFPK0002.DAT'.
       77 WS-ARQ-STUDENT             PIC X(68) VALUE
          'C:\CURSOCOBOL\COBOL\01 - BASICO\BIN\STUDENT.DAT'.
       77 WS-ARQ-RANKING             PIC X(68) VALUE
          'C:\Users\Mauro Vieira\bin\RANKING.DAT'.
       77 WS-ARQ-RANKCURS            PIC X(68) VALUE
          'C:\Users\Mauro Vieira\bin\RANKCURS.LST'.
       77 WS-FS-NOT                      PIC 99.
          88 FS-NOT-OK                   VALUE 0.
       77 WS-FS-MAT                      PIC 99.
          88 FS-MAT-OK                   VALUE 0.
       77 WS-MAT-ABERTO                  PIC X VALUE 'N'.
          88 MAT-ABERTO                  VALUE 'S'.
       77 WS-FS-EST                      PIC 99.
          88 FS-EST-OK                   VALUE 0.
       77 WS-EST-ABERTO                  PIC X VALUE 'N'.
          88 EST-ABERTO                  VALUE 'S'.
       77 WS-FS-RNK                      PIC 99.
          88 FS-RNK-OK                   VALUE 0.
       77 WS-FS-REL                      PIC 99.
       77 WS-EOF                         PIC X.
          88 EOF-OK                      VALUE 'S' FALSE 'N'.
       77 WS-DATA-MOVIMENTO              PIC 9(08) VALUE ZEROS.
       77 WS-CONTROLE-DATA               PIC X(01) VALUE 'N'.
       77 WS-AA-PERIODO                  PIC 9(04) VALUE ZEROS.
       77 WS-SM-PERIODO                  PIC 9(01) VALUE ZEROS.
       77 WS-AA-INF                      PIC 9(04) VALUE ZEROS.
       77 WS-SM-INF                      PIC 9(01) VALUE ZEROS.
       77 WS-MD-HONRA                    PIC 9(09)V99 VALUE 8.
      ***** APURACAO DO ALUNO: O NOTAS.DAT ANDA POR ALUNO+DISCIPLINA **
       77 WS-TEM-GRUPO                   PIC X VALUE 'N'.
          88 TEM-GRUPO                   VALUE 'S'.
       77 WS-ALUNO-ATUAL                 PIC 9(05) VALUE ZEROS.
       77 WS-NM-ALUNO-NOTAS              PIC X(20) VALUE SPACES.
       77 WS-QT-RESULTADOS               PIC 9(02) VALUE ZEROS.
       77 WS-SOMA-MEDIAS                 PIC 9(04)V99 VALUE ZEROS.
       77 WS-MD-DISCIPLINA               PIC 9(02)V99 VALUE ZEROS.
       77 WS-SOMA-PESOS                  PIC 9(03) VALUE ZEROS.
       77 WS-ST-EXCLUSAO                 PIC X(09) VALUE SPACES.
      ***** CLASSIFICACAO DO CURSO, GRAVADA NA TROCA DE CURSO *********
       77 WS-CURSO-ATUAL                 PIC X(20) VALUE SPACES.
       77 WS-TEM-CURSO                   PIC X VALUE 'N'.
          88 TEM-CURSO                   VALUE 'S'.
       77 WS-QT-CURSO                    PIC 9(04) VALUE ZEROS.
       77 WS-QT-CLASSIFICADOS            PIC 9(04) VALUE ZEROS.
       77 WS-POSICAO                     PIC 9(04) VALUE ZEROS.
       77 WS-MD-ANTERIOR                 PIC 9(02)V99 VALUE ZEROS.
       77 WS-IDX                         PIC 9(04) VALUE ZEROS.
       77 WS-QT-ALUNOS                   PIC 9(05) VALUE ZEROS.
       77 WS-QT-EXCLUIDOS                PIC 9(05) VALUE ZEROS.
       77 WS-QT-NAO-LISTADOS             PIC 9(05) VALUE ZEROS.
       77 WS-QT-HONRA                    PIC 9(04) VALUE ZEROS.
       77 WS-MARCA                       PIC X(16) VALUE SPACES.
       77 WS-MD-EDIT                     PIC Z9,99.
       01 WS-TAB-CURSO.
          03 WS-CLS OCCURS 999 TIMES.
             05 WS-CLS-CD-STUDENT        PIC 9(05).
             05 WS-CLS-NM-STUDENT        PIC X(20).
             05 WS-CLS-QT-DISCIPLINAS    PIC 9(02).
             05 WS-CLS-MD-PONDERADA      PIC 9(02)V99.
             05 WS-CLS-POSICAO           PIC 9(04).
             05 WS-CLS-ST-EXCLUSAO       PIC X(09).
       01 WS-TAB-HONRA.
          03 WS-HON OCCURS 999 TIMES.
             05 WS-HON-CR-STUDENT        PIC X(20).
             05 WS-HON-POSICAO           PIC 9(04).
             05 WS-HON-CD-STUDENT        PIC 9(05).
             05 WS-HON-NM-STUDENT        PIC X(20).
             05 WS-HON-MD-PONDERADA      PIC 9(02)V99.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.

      ***** RETURN-CODE E REGISTRADOR COMPARTILHADO: UM PASSO *********
      ***** ANTERIOR COM FALHA NAO PODE CONTAMINAR ESTE PASSO *********
            MOVE ZERO                    TO RETURN-CODE

      ***** RESOLVE OS CAMINHOS FISICOS PELO PERFIL DO ARQCONF ******
            CALL 'ARQCONF' USING 'NOTAS.DAT       ' WS-ARQ-NOTAS
            CALL 'ARQCONF' USING 'CFPK0002.DAT    ' WS-ARQ-CFPK0002
            CALL 'ARQCONF' USING 'STUDENT.DAT     ' WS-ARQ-STUDENT
            CALL 'ARQCONF' USING 'RANKING.DAT     ' WS-ARQ-RANKING
            CALL 'ARQCONF' USING 'RANKCURS.LST    ' WS-ARQ-RANKCURS

            CALL 'FINPARM' USING 'MEDIA-HONRA     ' WS-MD-HONRA

      ***** PERIODO PADRAO: O SEMESTRE DA DATA DE MOVIMENTO ***********
            CALL 'DTMOVIM' USING WS-DATA-MOVIMENTO WS-CONTROLE-DATA
            MOVE WS-DATA-MOVIMENTO(1:4)  TO WS-AA-PERIODO
            IF WS-DATA-MOVIMENTO(5:2) GREATER THAN '06'
               MOVE 2                    TO WS-SM-PERIODO
            ELSE
               MOVE 1                    TO WS-SM-PERIODO
            END-IF

            DISPLAY '*** CLASSIFICACAO POR CURSO E QUADRO DE HONRA ***'
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

            OPEN INPUT NOTAS

            IF NOT FS-NOT-OK
               DISPLAY 'MESTRE DE NOTAS INDISPONIVEL.'
               DISPLAY 'FILE STATUS: ' WS-FS-NOT
               MOVE 16                   TO RETURN-CODE
               GOBACK
            END-IF

            OPEN I-O RANKING
            IF WS-FS-RNK EQUAL 35
               OPEN OUTPUT RANKING
               CLOSE RANKING
               OPEN I-O RANKING
            END-IF

            IF NOT FS-RNK-OK
               DISPLAY 'ERRO AO ABRIR O ARQUIVO DE CLASSIFICACAO.'
               DISPLAY 'FILE STATUS: ' WS-FS-RNK
               CLOSE NOTAS
               MOVE 16                   TO RETURN-CODE
               GOBACK
            END-IF

            OPEN OUTPUT RELATORIO

            IF WS-FS-REL NOT EQUAL ZEROS
               DISPLAY 'ERRO AO ABRIR O RELATORIO DE CLASSIFICACAO.'
               DISPLAY 'FILE STATUS: ' WS-FS-REL
               CLOSE NOTAS RANKING
               MOVE 16                   TO RETURN-CODE
               GOBACK
            END-IF

      ***** SEM DISCIPLINA FICA A MEDIA GRAVADA; SEM ESTUDANTE, O *****
      ***** NOME DO LANCAMENTO E O ALUNO SEM CURSO ********************
            OPEN INPUT CFPK0002
            IF FS-MAT-OK
               MOVE 'S'                  TO WS-MAT-ABERTO
            END-IF

            OPEN INPUT ESTUDANTE
            IF FS-EST-OK
               MOVE 'S'                  TO WS-EST-ABERTO
            END-IF

            MOVE WS-MD-HONRA             TO WS-MD-EDIT
            MOVE SPACES                  TO REG-RELATORIO
            STRING 'CLASSIFICACAO POR CURSO - PERIODO LETIVO '
                   WS-AA-PERIODO '/' WS-SM-PERIODO
                   ' - QUADRO DE HONRA COM MEDIA A PARTIR DE '
                   WS-MD-EDIT
                   DELIMITED BY SIZE INTO REG-RELATORIO
            WRITE REG-RELATORIO

            SORT ORDENACAO
               ON ASCENDING KEY SRT-CR-STUDENT SRT-EXCLUIDO
               ON DESCENDING KEY SRT-MD-PONDERADA
               ON ASCENDING KEY SRT-CD-STUDENT
               INPUT PROCEDURE  IS P200-CARREGA
               OUTPUT PROCEDURE IS P300-IMPRIME

            PERFORM P600-QUADRO-HONRA    THRU P600-FIM

            IF MAT-ABERTO
               CLOSE CFPK0002
            END-IF
            IF EST-ABERTO
               CLOSE ESTUDANTE
            END-IF
            CLOSE NOTAS RANKING RELATORIO

            DISPLAY 'RELATORIO GERADO EM RANKCURS.LST ('
                    WS-QT-ALUNOS ' ALUNO(S), ' WS-QT-HONRA
                    ' NO QUADRO DE HONRA).'

            IF WS-QT-ALUNOS EQUAL ZEROS
               DISPLAY '*** NENHUM RESULTADO LANCADO NO PERIODO '
                       WS-AA-PERIODO '/' WS-SM-PERIODO ' ***'
               MOVE 4                    TO RETURN-CODE
            END-IF

            GOBACK.
       P200-CARREGA.

            SET EOF-OK                   TO FALSE
            PERFORM P210-LE-NOTAS        THRU P210-FIM UNTIL EOF-OK

            IF TEM-GRUPO
               PERFORM P250-FECHA-GRUPO  THRU P250-FIM
            END-IF
            .
       P200-FIM.
           EXIT.
       P210-LE-NOTAS.

            READ NOTAS NEXT RECORD
               AT END
                  SET EOF-OK             TO TRUE
               NOT AT END
                  IF NT-AA-PERIODO EQUAL WS-AA-PERIODO
                     AND NT-SM-PERIODO EQUAL WS-SM-PERIODO
                     AND NOT NOTA-CREDITADO
                     PERFORM P220-ACUMULA THRU P220-FIM
                  END-IF
            END-READ
            .
       P210-FIM.
           EXIT.
       P220-ACUMULA.

            IF NT-ID-ALUNO NOT EQUAL WS-ALUNO-ATUAL
               OR NOT TEM-GRUPO
               IF TEM-GRUPO
                  PERFORM P250-FECHA-GRUPO THRU P250-FIM
               END-IF
               MOVE NT-ID-ALUNO          TO WS-ALUNO-ATUAL
               MOVE NT-NM-ALUNO          TO WS-NM-ALUNO-NOTAS
               MOVE ZEROS                TO WS-QT-RESULTADOS
                                            WS-SOMA-MEDIAS
               MOVE SPACES               TO WS-ST-EXCLUSAO
               MOVE 'S'                  TO WS-TEM-GRUPO
            END-IF

      ***** UMA REPROVACAO NO PERIODO TIRA O ALUNO DA CLASSIFICACAO ***
            IF NOTA-REPROVADO OR NOTA-REP-FALTA
               MOVE NT-ST-APROVACAO      TO WS-ST-EXCLUSAO
            END-IF

            PERFORM P230-MEDIA-DISCIPLINA THRU P230-FIM
            ADD 1                        TO WS-QT-RESULTADOS
            ADD WS-MD-DISCIPLINA         TO WS-SOMA-MEDIAS
            .
       P220-FIM.
           EXIT.
       P230-MEDIA-DISCIPLINA.

      ***** A RECUPERACAO SUBSTITUI A MEDIA, E O LANCAMENTO MIGRADO ***
      ***** SEM AS QUATRO NOTAS SO TEM A MEDIA GRAVADA ****************
            MOVE NT-MD-ALUNO             TO WS-MD-DISCIPLINA

            IF NOTA-RECUPERADO OR NOT MAT-ABERTO
               GO TO P230-FIM
            END-IF

            IF NT-NOTA1 EQUAL ZEROS AND NT-NOTA2 EQUAL ZEROS
               AND NT-NOTA3 EQUAL ZEROS AND NT-NOTA4 EQUAL ZEROS
               GO TO P230-FIM
            END-IF

            MOVE NT-ID-MATERIA           TO ID-MATERIA
            READ CFPK0002
               INVALID KEY
                  GO TO P230-FIM
            END-READ

      ***** MEDIA PELOS PESOS DA DISCIPLINA (CFPK0002, CADMATER); *****
      ***** PESOS TODOS ZERADOS E A MEDIA ARITMETICA DE SEMPRE ********
            COMPUTE WS-SOMA-PESOS = PS-PESO-NOTA1 + PS-PESO-NOTA2
                                  + PS-PESO-NOTA3 + PS-PESO-NOTA4
            IF WS-SOMA-PESOS GREATER THAN ZEROS
               COMPUTE WS-MD-DISCIPLINA ROUNDED =
                       (NT-NOTA1 * PS-PESO-NOTA1 +
                        NT-NOTA2 * PS-PESO-NOTA2 +
                        NT-NOTA3 * PS-PESO-NOTA3 +
                        NT-NOTA4 * PS-PESO-NOTA4) / WS-SOMA-PESOS
            ELSE
               COMPUTE WS-MD-DISCIPLINA =
                  (NT-NOTA1 + NT-NOTA2 + NT-NOTA3 + NT-NOTA4) / 4
            END-IF
            .
       P230-FIM.
           EXIT.
       P250-FECHA-GRUPO.

            MOVE WS-ALUNO-ATUAL          TO SRT-CD-STUDENT
            MOVE WS-NM-ALUNO-NOTAS       TO SRT-NM-STUDENT
            MOVE '(SEM CURSO)'           TO SRT-CR-STUDENT

            IF EST-ABERTO
               MOVE WS-ALUNO-ATUAL       TO CD-STUDENT
               READ ESTUDANTE
                  INVALID KEY
                     CONTINUE
                  NOT INVALID KEY
                     MOVE NM-STUDENT     TO SRT-NM-STUDENT
                     IF CR-STUDENT NOT EQUAL SPACES
                        MOVE CR-STUDENT  TO SRT-CR-STUDENT
                     END-IF
               END-READ
            END-IF

            COMPUTE SRT-MD-PONDERADA ROUNDED =
                    WS-SOMA-MEDIAS / WS-QT-RESULTADOS
            MOVE WS-QT-RESULTADOS        TO SRT-QT-DISCIPLINAS
            MOVE WS-ST-EXCLUSAO          TO SRT-ST-EXCLUSAO
            IF WS-ST-EXCLUSAO EQUAL SPACES
               MOVE 'N'                  TO SRT-EXCLUIDO
            ELSE
               MOVE 'S'                  TO SRT-EXCLUIDO
            END-IF

            RELEASE REG-SORT
            MOVE 'N'                     TO WS-TEM-GRUPO
            .
       P250-FIM.
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
            STRING 'ALUNOS NO PERIODO: ' WS-QT-ALUNOS
                   ' - EXCLUIDOS POR REPROVACAO: ' WS-QT-EXCLUIDOS
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
                     MOVE ZEROS          TO WS-QT-CURSO
                                            WS-QT-CLASSIFICADOS
                                            WS-POSICAO
                                            WS-MD-ANTERIOR
                     MOVE 'S'            TO WS-TEM-CURSO
                  END-IF
                  PERFORM P320-CLASSIFICA THRU P320-FIM
            END-RETURN
            .
       P310-FIM.
           EXIT.
       P320-CLASSIFICA.

            ADD 1                        TO WS-QT-ALUNOS

            IF WS-QT-CURSO NOT LESS THAN 999
               ADD 1                     TO WS-QT-NAO-LISTADOS
               GO TO P320-FIM
            END-IF

            ADD 1                        TO WS-QT-CURSO
            MOVE SRT-CD-STUDENT          TO
                 WS-CLS-CD-STUDENT (WS-QT-CURSO)
            MOVE SRT-NM-STUDENT          TO
                 WS-CLS-NM-STUDENT (WS-QT-CURSO)
            MOVE SRT-QT-DISCIPLINAS      TO
                 WS-CLS-QT-DISCIPLINAS (WS-QT-CURSO)
            MOVE SRT-MD-PONDERADA        TO
                 WS-CLS-MD-PONDERADA (WS-QT-CURSO)
            MOVE SRT-ST-EXCLUSAO         TO
                 WS-CLS-ST-EXCLUSAO (WS-QT-CURSO)
            MOVE ZEROS                   TO
                 WS-CLS-POSICAO (WS-QT-CURSO)

            IF SRT-EXCLUIDO EQUAL 'S'
               ADD 1                     TO WS-QT-EXCLUIDOS
               GO TO P320-FIM
            END-IF

      ***** MEDIAS IGUAIS DIVIDEM A POSICAO ***************************
            ADD 1                        TO WS-QT-CLASSIFICADOS
            IF WS-QT-CLASSIFICADOS EQUAL 1
               OR SRT-MD-PONDERADA NOT EQUAL WS-MD-ANTERIOR
               MOVE WS-QT-CLASSIFICADOS  TO WS-POSICAO
            END-IF
            MOVE SRT-MD-PONDERADA        TO WS-MD-ANTERIOR
            MOVE WS-POSICAO              TO
                 WS-CLS-POSICAO (WS-QT-CURSO)
            .
       P320-FIM.
           EXIT.
       P400-FECHA-CURSO.

            MOVE '---------------------------------------------'
                                          TO REG-RELATORIO
            WRITE REG-RELATORIO
            MOVE SPACES                  TO REG-RELATORIO
            STRING 'CURSO: ' WS-CURSO-ATUAL ' - CLASSIFICADOS: '
                   WS-QT-CLASSIFICADOS
                   DELIMITED BY SIZE INTO REG-RELATORIO
            WRITE REG-RELATORIO

            PERFORM P410-LINHA-ALUNO     THRU P410-FIM
                    VARYING WS-IDX FROM 1 BY 1
                    UNTIL WS-IDX > WS-QT-CURSO
            .
       P400-FIM.
           EXIT.
       P410-LINHA-ALUNO.

            INITIALIZE REG-RANKING
            MOVE WS-CLS-CD-STUDENT (WS-IDX) TO RNK-CD-STUDENT
            MOVE WS-AA-PERIODO           TO RNK-AA-PERIODO
            MOVE WS-SM-PERIODO           TO RNK-SM-PERIODO
            MOVE WS-CLS-NM-STUDENT (WS-IDX) TO RNK-NM-STUDENT
            MOVE WS-CURSO-ATUAL          TO RNK-CR-STUDENT
            MOVE WS-CLS-QT-DISCIPLINAS (WS-IDX)
                                          TO RNK-QT-DISCIPLINAS
            MOVE WS-CLS-MD-PONDERADA (WS-IDX) TO RNK-MD-PONDERADA
            MOVE WS-CLS-POSICAO (WS-IDX) TO RNK-POSICAO
            MOVE WS-QT-CLASSIFICADOS     TO RNK-QT-CLASSIFICADOS
            MOVE WS-DATA-MOVIMENTO       TO RNK-DT-GERACAO

            EVALUATE TRUE
               WHEN WS-CLS-POSICAO (WS-IDX) EQUAL ZEROS
                  SET RANK-EXCLUIDO      TO TRUE
                  MOVE SPACES            TO WS-MARCA
                  STRING 'EXCL. ' WS-CLS-ST-EXCLUSAO (WS-IDX)
                         DELIMITED BY SIZE INTO WS-MARCA
               WHEN WS-CLS-MD-PONDERADA (WS-IDX) NOT LESS THAN
                    WS-MD-HONRA
                  SET RANK-QUADRO-HONRA  TO TRUE
                  MOVE '*QUADRO DE HONRA' TO WS-MARCA
                  PERFORM P420-GUARDA-HONRA THRU P420-FIM
               WHEN OTHER
                  SET RANK-CLASSIFICADO  TO TRUE
                  MOVE SPACES            TO WS-MARCA
            END-EVALUATE

            WRITE REG-RANKING
               INVALID KEY
                  REWRITE REG-RANKING
                     INVALID KEY
                        DISPLAY 'ERRO AO GRAVAR A CLASSIFICACAO DO '
                                'ALUNO ' RNK-CD-STUDENT
                  END-REWRITE
            END-WRITE

            MOVE SPACES                  TO REG-RELATORIO
            STRING '  ' WS-CLS-POSICAO (WS-IDX) 'O '
                   WS-CLS-CD-STUDENT (WS-IDX) ' '
                   WS-CLS-NM-STUDENT (WS-IDX)
                   ' DISCIPLINAS ' WS-CLS-QT-DISCIPLINAS (WS-IDX)
                   ' MEDIA ' WS-CLS-MD-PONDERADA (WS-IDX) ' '
                   WS-MARCA
                   DELIMITED BY SIZE INTO REG-RELATORIO
            WRITE REG-RELATORIO
            .
       P410-FIM.
           EXIT.
       P420-GUARDA-HONRA.

            IF WS-QT-HONRA NOT LESS THAN 999
               GO TO P420-FIM
            END-IF

            ADD 1                        TO WS-QT-HONRA
            MOVE WS-CURSO-ATUAL          TO
                 WS-HON-CR-STUDENT (WS-QT-HONRA)
            MOVE WS-CLS-POSICAO (WS-IDX) TO
                 WS-HON-POSICAO (WS-QT-HONRA)
            MOVE WS-CLS-CD-STUDENT (WS-IDX) TO
                 WS-HON-CD-STUDENT (WS-QT-HONRA)
            MOVE WS-CLS-NM-STUDENT (WS-IDX) TO
                 WS-HON-NM-STUDENT (WS-QT-HONRA)
            MOVE WS-CLS-MD-PONDERADA (WS-IDX) TO
                 WS-HON-MD-PONDERADA (WS-QT-HONRA)
            .
       P420-FIM.
           EXIT.
       P600-QUADRO-HONRA.

            MOVE '============================================='
                                          TO REG-RELATORIO
            WRITE REG-RELATORIO
            MOVE SPACES                  TO REG-RELATORIO
            STRING 'QUADRO DE HONRA ' WS-AA-PERIODO '/'
                   WS-SM-PERIODO ' - ' WS-QT-HONRA ' ALUNO(S)'
                   DELIMITED BY SIZE INTO REG-RELATORIO
            WRITE REG-RELATORIO

            PERFORM P610-LINHA-HONRA     THRU P610-FIM
                    VARYING WS-IDX FROM 1 BY 1
                    UNTIL WS-IDX > WS-QT-HONRA

            IF WS-QT-NAO-LISTADOS GREATER THAN ZEROS
               MOVE SPACES               TO REG-RELATORIO
               STRING '*** ' WS-QT-NAO-LISTADOS ' ALUNO(S) ALEM DO '
                      'LIMITE DE 999 POR CURSO NAO CLASSIFICADOS ***'
                      DELIMITED BY SIZE INTO REG-RELATORIO
               WRITE REG-RELATORIO
            END-IF
            .
       P600-FIM.
           EXIT.
       P610-LINHA-HONRA.

            MOVE SPACES                  TO REG-RELATORIO
            STRING WS-HON-CR-STUDENT (WS-IDX) ' '
                   WS-HON-POSICAO (WS-IDX) 'O '
                   WS-HON-CD-STUDENT (WS-IDX) ' '
                   WS-HON-NM-STUDENT (WS-IDX) ' MEDIA '
                   WS-HON-MD-PONDERADA (WS-IDX)
                   DELIMITED BY SIZE INTO REG-RELATORIO
            WRITE REG-RELATORIO
            .
       P610-FIM.
           EXIT.
       END PROGRAM RANKCURS.
