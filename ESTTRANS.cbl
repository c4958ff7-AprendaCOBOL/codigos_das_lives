      ******************************************************************
      * Author: ANDRE COSTA
      * Date: 15/10/2026
      * Purpose: TRANSFERENCIA DE CURSO DO ESTUDANTE COM APROVEITAMENTO
      *          DE ESTUDOS. ATE AQUI A TROCA ERA SO MUDAR O CR-STUDENT
      *          E O ALUNO PERDIA TUDO O QUE TINHA SIDO APROVADO NO
      *          CURSO ANTERIOR. PARA O ALUNO ATIVO E UM CURSO DE
      *          DESTINO ATIVO DO CURSO.DAT:
      *          - JUNTA AS APROVACOES DO ALUNO (NOTAS.DAT E
      *            NOTAHIST.DAT) E PROCURA CADA UMA NA TABELA DE
      *            EQUIVALENCIA DO CURSO DE DESTINO (EQUIVAL.DAT,
      *            CADEQUIV);
      *          - GRAVA NO NOTAS.DAT, NO PERIODO CORRENTE, UM
      *            RESULTADO CREDITADO PARA CADA DISCIPLINA DE DESTINO
      *            AINDA NAO APROVADA, COM A MEDIA E A DISCIPLINA/
      *            PERIODO DE ORIGEM, REGISTRADO NO JORNAL DE NOTAS
      *            (NOTJRNL);
      *          - TROCA O CURSO DO ESTUDANTE, REGISTRA A TRANSFERENCIA
      *            NO HISTORICO DO ALUNO (TRANSFER.DAT, IMPRESSO NO
      *            HISTESC) E IMPRIME A ANALISE DE APROVEITAMENTO
      *            (ESTTRANS.LST): O QUE FOI CREDITADO, O QUE JA VALIA,
      *            O QUE FICOU SEM EQUIVALENCIA E O QUE O ALUNO AINDA
      *            TEM DE CURSAR PELA MATRIZ DO CURSO NOVO (FORMAPTO).
      *          OPERADOR NIVEL 2 OU MAIS NO SIGNON.
      * Update: 15/10/2026 - A transferencia deixou de exigir nivel 2: o
      *         PERMITE confere a funcao ESTTRANS/TRANSFERE nos perfis
      *         do operador.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ESTTRANS.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
            DECIMAL-POINT IS COMMA.
            INPUT-OUTPUT SECTION.
            FILE-CONTROL.
                SELECT ESTUDANTE ASSIGN TO
                WS-ARQ-STUDENT
                ORGANIZATION IS INDEXED
                ACCESS MODE  IS RANDOM
                RECORD KEY   IS CD-STUDENT
                ALTERNATE RECORD KEY IS NM-STUDENT WITH DUPLICATES
                FILE STATUS  IS WS-FS.
                SELECT CURSO ASSIGN TO
                WS-ARQ-CURSO
                ORGANIZATION IS INDEXED
                ACCESS MODE  IS RANDOM
                RECORD KEY   IS NM-CURSO
                FILE STATUS  IS WS-FS-CUR.
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
                SELECT EQUIVAL ASSIGN TO
                WS-ARQ-EQUIVAL
                ORGANIZATION IS INDEXED
                ACCESS MODE  IS DYNAMIC
                RECORD KEY   IS CHAVE-EQUIVAL
                FILE STATUS  IS WS-FS-EQV.
                SELECT MATRIZ ASSIGN TO
                WS-ARQ-MATRIZ
                ORGANIZATION IS INDEXED
                ACCESS MODE  IS RANDOM
                RECORD KEY   IS CHAVE-MATRIZ
                FILE STATUS  IS WS-FS-MTZ.
                SELECT CFPK0002 ASSIGN TO
                WS-ARQ-CFPK0002
                ORGANIZATION IS INDEXED
                ACCESS MODE  IS RANDOM
                RECORD KEY   IS ID-MATERIA
                FILE STATUS  IS WS-FS-MAT.
                SELECT TRANSFER ASSIGN TO
                WS-ARQ-TRANSFER
                ORGANIZATION IS INDEXED
                ACCESS MODE  IS RANDOM
                RECORD KEY   IS CHAVE-TRANSFER
                FILE STATUS  IS WS-FS-TRF.
                SELECT RELATORIO ASSIGN TO
                WS-ARQ-ESTTRANS
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS  IS WS-FS-REL.

       DATA DIVISION.
       FILE SECTION.
       FD ESTUDANTE.
          COPY FD_ESTUDANTE.

       FD CURSO.
          COPY FD_CURSO.

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

       FD EQUIVAL.
          COPY FD_EQUIVAL.

       FD MATRIZ.
          COPY FD_MATRIZ.

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

       FD TRANSFER.
          COPY FD_TRANSFER.

       FD RELATORIO.
       01 REG-RELATORIO                  PIC X(80).

       WORKING-STORAGE SECTION.
      ***** CAMINHOS FISICOS DOS ARQUIVOS - PRE-CARREGADOS COM O *****
      ***** PADRAO HISTORICO E RESOLVIDOS PELO ARQCONF NO INICIO *****
       77 WS-ARQ-STUDENT             PIC X(68) VALUE
          'C:\CURSOCOBOL\COBOL\01 - BASICO\BIN\STUDENT.DAT'.
       77 WS-ARQ-CURSO               PIC X(68) VALUE
          'C:\CursoCOBOL\COBOL\01 - Basico\bin\CURSO.DAT'.
       77 WS-ARQ-NOTAS               PIC X(68) VALUE
          'C:\Users\Mauro Vieira\bin\NOTAS.DAT'.
       77 WS-ARQ-NOTAHIST            PIC X(68) VALUE
          'C:\Users\Mauro Vieira\bin\NOTAHIST.DAT'.
       77 WS-ARQ-EQUIVAL             PIC X(68) VALUE
          'C:\Users\Mauro Vieira\bin\EQUIVAL.DAT'.
       77 WS-ARQ-MATRIZ              PIC X(68) VALUE
          'C:\Users\Mauro Vieira\bin\MATRIZ.DAT'.
       77 WS-ARQ-CFPK0002            PIC X(68) VALUE
          'C:\Users\Mauro Vieira\bin\CFPK0002.DAT'.
       77 WS-ARQ-TRANSFER            PIC X(68) VALUE
          'C:\Users\Mauro Vieira\bin\TRANSFER.DAT'.
       77 WS-ARQ-ESTTRANS            PIC X(68) VALUE
          'C:\Users\Mauro Vieira\bin\ESTTRANS.LST'.
       77 WS-FS                          PIC 99.
          88 FS-OK                       VALUE 0.
       77 WS-FS-CUR                      PIC 99.
          88 FS-CUR-OK                   VALUE 0.
       77 WS-FS-NOT                      PIC 99.
          88 FS-NOT-OK                   VALUE 0.
       77 WS-FS-HIS                      PIC 99.
          88 FS-HIS-OK                   VALUE 0.
       77 WS-FS-EQV                      PIC 99.
          88 FS-EQV-OK                   VALUE 0.
       77 WS-FS-MTZ                      PIC 99.
          88 FS-MTZ-OK                   VALUE 0.
       77 WS-FS-MAT                      PIC 99.
          88 FS-MAT-OK                   VALUE 0.
       77 WS-FS-TRF                      PIC 99.
          88 FS-TRF-OK                   VALUE 0.
       77 WS-FS-REL                      PIC 99.
       77 WS-MAT-ABERTO                  PIC X VALUE 'N'.
          88 MAT-ABERTO                  VALUE 'S'.
       77 WS-MTZ-ABERTO                  PIC X VALUE 'N'.
          88 MTZ-ABERTO                  VALUE 'S'.
       77 WS-EQV-ABERTO                  PIC X VALUE 'N'.
          88 EQV-ABERTO                  VALUE 'S'.
       77 WS-EXIT                        PIC X VALUE 'N'.
          88 EXIT-OK                     VALUE 'F' FALSE 'N'.
       77 WS-EOF                         PIC X.
          88 EOF-OK                      VALUE 'S' FALSE 'N'.
       77 WS-ACHOU                       PIC X.
          88 ACHOU                       VALUE 'S' FALSE 'N'.
       77 WS-CONFIRMA                    PIC X.
       77 WS-CURSO-VALIDO                PIC X.
          88 CURSO-VALIDO                VALUE 'S'.
       77 WS-CURSO-ORIGEM                PIC X(20).
       77 WS-CURSO-DESTINO               PIC X(20).
       77 WS-NM-ALUNO                    PIC X(20).
       77 WS-MATERIA-PESQ                PIC 9(03).
       77 WS-NM-MATERIA                  PIC X(20).
       77 WS-NM-ORIGEM                   PIC X(20).
       77 WS-NOTA-APROVACAO              PIC 9(02)V99 VALUE ZEROS.
       77 WS-IDX                         PIC 9(03) VALUE ZEROS.
       77 WS-IDX-PESQ                    PIC 9(03) VALUE ZEROS.
       77 WS-QT-APROVADAS                PIC 9(03) VALUE ZEROS.
       77 WS-QT-CREDITOS                 PIC 9(03) VALUE ZEROS.
       77 WS-QT-CREDITADAS               PIC 9(03) VALUE ZEROS.
       77 WS-QT-RECUSADAS                PIC 9(03) VALUE ZEROS.
       77 WS-QT-DIRETAS                  PIC 9(03) VALUE ZEROS.
       77 WS-QT-SEM-EQUIVALENCIA         PIC 9(03) VALUE ZEROS.
       77 WS-QT-NAO-LISTADAS             PIC 9(03) VALUE ZEROS.
       77 WS-AA-PERIODO                  PIC 9(04) VALUE ZEROS.
       77 WS-SM-PERIODO                  PIC 9(01) VALUE ZEROS.
       77 WS-DATA-MOVIMENTO              PIC 9(08) VALUE ZEROS.
       77 WS-CONTROLE-DATA               PIC X(01) VALUE 'N'.
       77 WS-HORA-COMPLETA               PIC 9(08) VALUE ZEROS.
       77 WS-IMAGEM-ANTES                PIC X(89) VALUE SPACES.
       77 WS-IMAGEM-DEPOIS               PIC X(89) VALUE SPACES.
       77 WS-LINHA-SIMPLES               PIC X(80) VALUE ALL '-'.
       77 WS-LINHA-DUPLA                 PIC X(80) VALUE ALL '='.
       77 WS-PERMITIDO                   PIC X(01).
          88 FUNCAO-PERMITIDA            VALUE 'S'.
       01 WS-SIGNON.
          03 WS-SGN-USUARIO              PIC X(12).
          03 WS-SGN-NIVEL                PIC 9(01).
          03 WS-SGN-AUTENTICADO          PIC X(01).
             88 SIGNON-OK                VALUE 'S' FALSE 'N'.
          03 WS-SGN-CHAMADOR             PIC X(10).
      ***** APROVACOES DO ALUNO E O QUE CADA UMA VIROU NO CURSO NOVO **
       01 WS-TAB-APROVADAS.
          03 WS-TA OCCURS 100 TIMES.
             05 WS-TA-MATERIA            PIC 9(03).
             05 WS-TA-AA-PERIODO         PIC 9(04).
             05 WS-TA-SM-PERIODO         PIC 9(01).
             05 WS-TA-MEDIA              PIC 9(02)V99.
             05 WS-TA-DESTINO            PIC X(01).
                88 TA-CREDITADA          VALUE 'C'.
                88 TA-DIRETA             VALUE 'D'.
                88 TA-SEM-EQUIVALENCIA   VALUE 'N'.
      ***** DISCIPLINAS DO CURSO NOVO A CREDITAR ***********************
       01 WS-TAB-CREDITOS.
          03 WS-TC OCCURS 100 TIMES.
             05 WS-TC-MATERIA            PIC 9(03).
             05 WS-TC-ORIGEM             PIC 9(03).
             05 WS-TC-AA-ORIGEM          PIC 9(04).
             05 WS-TC-SM-ORIGEM          PIC 9(01).
             05 WS-TC-MEDIA              PIC 9(02)V99.
             05 WS-TC-SITUACAO           PIC X(01).
                88 TC-GRAVADA            VALUE 'G'.
                88 TC-RECUSADA           VALUE 'R'.
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

      ***** RESOLVE OS CAMINHOS FISICOS PELO PERFIL DO ARQCONF ******
            CALL 'ARQCONF' USING 'STUDENT.DAT     ' WS-ARQ-STUDENT
            CALL 'ARQCONF' USING 'CURSO.DAT       ' WS-ARQ-CURSO
            CALL 'ARQCONF' USING 'NOTAS.DAT       ' WS-ARQ-NOTAS
            CALL 'ARQCONF' USING 'NOTAHIST.DAT    ' WS-ARQ-NOTAHIST
            CALL 'ARQCONF' USING 'EQUIVAL.DAT     ' WS-ARQ-EQUIVAL
            CALL 'ARQCONF' USING 'MATRIZ.DAT      ' WS-ARQ-MATRIZ
            CALL 'ARQCONF' USING 'CFPK0002.DAT    ' WS-ARQ-CFPK0002
            CALL 'ARQCONF' USING 'TRANSFER.DAT    ' WS-ARQ-TRANSFER
            CALL 'ARQCONF' USING 'ESTTRANS.LST    ' WS-ARQ-ESTTRANS

            CALL 'DTMOVIM' USING WS-DATA-MOVIMENTO WS-CONTROLE-DATA

      ***** O CREDITO ENTRA NO PERIODO LETIVO DA TRANSFERENCIA ********
            MOVE WS-DATA-MOVIMENTO(1:4)  TO WS-AA-PERIODO
            IF WS-DATA-MOVIMENTO(5:2) GREATER THAN '06'
               MOVE 2                    TO WS-SM-PERIODO
            ELSE
               MOVE 1                    TO WS-SM-PERIODO
            END-IF

            DISPLAY '*** TRANSFERENCIA DE CURSO DO ESTUDANTE ***'

            MOVE 'ESTTRANS  '                   TO WS-SGN-CHAMADOR
            CALL 'SIGNON' USING WS-SIGNON
            IF NOT SIGNON-OK
               STOP RUN
            END-IF

            CALL 'PERMITE' USING WS-SGN-USUARIO 'ESTTRANS  '
                                 'TRANSFERE ' WS-PERMITIDO
            IF NOT FUNCAO-PERMITIDA
               DISPLAY 'OPERADOR SEM PERFIL PARA TRANSFERIR ALUNO.'
               STOP RUN
            END-IF

            OPEN OUTPUT RELATORIO
            IF WS-FS-REL NOT EQUAL ZEROS
               DISPLAY 'ERRO AO ABRIR A ANALISE DE APROVEITAMENTO.'
               DISPLAY 'FILE STATUS: ' WS-FS-REL
               STOP RUN
            END-IF

            CALL 'SELOMARC' USING 'STUDENT     ' 'ESTTRANS  '
            OPEN I-O ESTUDANTE

            IF NOT FS-OK
               DISPLAY 'ERRO AO ABRIR O CADASTRO DE ESTUDANTES.'
               DISPLAY 'FILE STATUS: ' WS-FS
               CLOSE RELATORIO
               STOP RUN
            END-IF

            MOVE 'N'                     TO WS-MAT-ABERTO
            OPEN INPUT CFPK0002
            IF FS-MAT-OK
               MOVE 'S'                  TO WS-MAT-ABERTO
            END-IF

            SET EXIT-OK                  TO FALSE
            PERFORM P200-TRANSFERE       THRU P200-FIM UNTIL EXIT-OK

            IF MAT-ABERTO
               CLOSE CFPK0002
            END-IF
            CLOSE ESTUDANTE
            CLOSE RELATORIO

            STOP RUN.
       P200-TRANSFERE.

            DISPLAY 'Informe o codigo do estudante: '
            ACCEPT CD-STUDENT

            READ ESTUDANTE
               INVALID KEY
                  DISPLAY 'ESTUDANTE NAO ENCONTRADO.'
               NOT INVALID KEY
                  PERFORM P300-ANALISA   THRU P300-FIM
            END-READ

            DISPLAY 'Tecle <F> para finalizar ou outra tecla para '
                    'outro estudante: '
            ACCEPT WS-EXIT
            .
       P200-FIM.
       P300-ANALISA.

            DISPLAY 'NOME.....: ' NM-STUDENT
            DISPLAY 'CURSO....: ' CR-STUDENT

            IF NOT STUDENT-ATIVO AND ST-STUDENT NOT EQUAL SPACE
               DISPLAY 'SO O ALUNO ATIVO PODE SER TRANSFERIDO DE '
                       'CURSO.'
               GO TO P300-FIM
            END-IF

            DISPLAY 'Informe o curso de destino: '
            ACCEPT WS-CURSO-DESTINO

            IF WS-CURSO-DESTINO EQUAL CR-STUDENT
               DISPLAY 'O ALUNO JA ESTA NESTE CURSO.'
               GO TO P300-FIM
            END-IF

            PERFORM P310-VALIDA-CURSO    THRU P310-FIM
            IF NOT CURSO-VALIDO
               DISPLAY 'CURSO NAO CADASTRADO OU INATIVO (CADCURSO).'
               GO TO P300-FIM
            END-IF

            MOVE CR-STUDENT              TO WS-CURSO-ORIGEM
            MOVE NM-STUDENT              TO WS-NM-ALUNO

            PERFORM P400-CARREGA-APROVADAS THRU P400-FIM
            PERFORM P500-CONFRONTA       THRU P500-FIM

            DISPLAY 'APROVACOES DO ALUNO.......: ' WS-QT-APROVADAS
            DISPLAY 'DISCIPLINAS A CREDITAR....: ' WS-QT-CREDITOS
            DISPLAY 'JA FAZEM PARTE DO CURSO...: ' WS-QT-DIRETAS
            DISPLAY 'SEM EQUIVALENCIA NO CURSO.: '
                    WS-QT-SEM-EQUIVALENCIA
            PERFORM P530-MOSTRA-CREDITO  THRU P530-FIM
                    VARYING WS-IDX FROM 1 BY 1
                    UNTIL WS-IDX > WS-QT-CREDITOS

            DISPLAY 'Confirma a transferencia para ' WS-CURSO-DESTINO
                    ' (S/N)? '
            ACCEPT WS-CONFIRMA
            IF WS-CONFIRMA NOT EQUAL 'S' AND WS-CONFIRMA NOT EQUAL 's'
               DISPLAY 'TRANSFERENCIA CANCELADA - NADA ALTERADO.'
               GO TO P300-FIM
            END-IF

            PERFORM P600-TRANSFERE       THRU P600-FIM
            .
       P300-FIM.
       P310-VALIDA-CURSO.

            MOVE 'N'                     TO WS-CURSO-VALIDO

            OPEN INPUT CURSO
            IF NOT FS-CUR-OK
               DISPLAY 'ERRO AO ABRIR O CADASTRO DE CURSOS. FILE '
                       'STATUS: ' WS-FS-CUR
               GO TO P310-FIM
            END-IF

            MOVE WS-CURSO-DESTINO        TO NM-CURSO
            READ CURSO
               INVALID KEY
                  CONTINUE
               NOT INVALID KEY
                  IF CURSO-ATIVO
                     DISPLAY 'CURSO DE DESTINO: ' DS-CURSO
                     MOVE 'S'            TO WS-CURSO-VALIDO
                  END-IF
            END-READ

            CLOSE CURSO
            .
       P310-FIM.
       P400-CARREGA-APROVADAS.

            MOVE ZEROS                   TO WS-QT-APROVADAS

      ***** MESTRE DE NOTAS *******************************************
            OPEN INPUT NOTAS
            IF FS-NOT-OK
               MOVE CD-STUDENT           TO NT-ID-ALUNO
               MOVE ZEROS                TO NT-ID-MATERIA
                                            NT-AA-PERIODO
                                            NT-SM-PERIODO
               SET EOF-OK                TO FALSE
               START NOTAS KEY NOT LESS THAN CHAVE-NOTAS
                  INVALID KEY
                     SET EOF-OK          TO TRUE
               END-START
               PERFORM P410-LE-NOTA      THRU P410-FIM UNTIL EOF-OK
               CLOSE NOTAS
            END-IF

      ***** HISTORICO ARQUIVADO ***************************************
            OPEN INPUT NOTAHIST
            IF FS-HIS-OK
               MOVE CD-STUDENT           TO NH-ID-ALUNO
               MOVE ZEROS                TO NH-ID-MATERIA
                                            NH-AA-PERIODO
                                            NH-SM-PERIODO
               SET EOF-OK                TO FALSE
               START NOTAHIST KEY NOT LESS THAN CHAVE-NOTAHIST
                  INVALID KEY
                     SET EOF-OK          TO TRUE
               END-START
               PERFORM P420-LE-HISTORICO THRU P420-FIM UNTIL EOF-OK
               CLOSE NOTAHIST
            END-IF
            .
       P400-FIM.
       P410-LE-NOTA.

            READ NOTAS NEXT RECORD
               AT END
                  SET EOF-OK             TO TRUE
               NOT AT END
                  IF NT-ID-ALUNO NOT EQUAL CD-STUDENT
                     SET EOF-OK          TO TRUE
                  ELSE
                     IF NOTA-APROVADO OR NOTA-RECUPERADO
                        OR NOTA-CREDITADO
                        MOVE NT-ID-MATERIA TO WS-MATERIA-PESQ
                        PERFORM P440-PROCURA-APROVADA THRU P440-FIM
                        IF NOT ACHOU
                           AND WS-QT-APROVADAS LESS THAN 100
                           ADD 1         TO WS-QT-APROVADAS
                           MOVE WS-QT-APROVADAS TO WS-IDX
                           MOVE NT-ID-MATERIA TO WS-TA-MATERIA (WS-IDX)
                           MOVE NT-AA-PERIODO TO
                                WS-TA-AA-PERIODO (WS-IDX)
                           MOVE NT-SM-PERIODO TO
                                WS-TA-SM-PERIODO (WS-IDX)
                           MOVE NT-MD-ALUNO TO WS-TA-MEDIA (WS-IDX)
                           MOVE 'N'      TO WS-TA-DESTINO (WS-IDX)
                        END-IF
                     END-IF
                  END-IF
            END-READ
            .
       P410-FIM.
       P420-LE-HISTORICO.

            READ NOTAHIST NEXT RECORD
               AT END
                  SET EOF-OK             TO TRUE
               NOT AT END
                  IF NH-ID-ALUNO NOT EQUAL CD-STUDENT
                     SET EOF-OK          TO TRUE
                  ELSE
                     IF NH-ST-APROVACAO EQUAL 'APROVADO'
                        OR NH-ST-APROVACAO EQUAL 'RECUPERA'
                        OR NH-ST-APROVACAO EQUAL 'CREDITADO'
                        MOVE NH-ID-MATERIA TO WS-MATERIA-PESQ
                        PERFORM P440-PROCURA-APROVADA THRU P440-FIM
                        IF NOT ACHOU
                           AND WS-QT-APROVADAS LESS THAN 100
                           ADD 1         TO WS-QT-APROVADAS
                           MOVE WS-QT-APROVADAS TO WS-IDX
                           MOVE NH-ID-MATERIA TO WS-TA-MATERIA (WS-IDX)
                           MOVE NH-AA-PERIODO TO
                                WS-TA-AA-PERIODO (WS-IDX)
                           MOVE NH-SM-PERIODO TO
                                WS-TA-SM-PERIODO (WS-IDX)
                           MOVE NH-MD-ALUNO TO WS-TA-MEDIA (WS-IDX)
                           MOVE 'N'      TO WS-TA-DESTINO (WS-IDX)
                        END-IF
                     END-IF
                  END-IF
            END-READ
            .
       P420-FIM.
       P440-PROCURA-APROVADA.

            SET ACHOU                    TO FALSE
            PERFORM P445-COMPARA-APROVADA THRU P445-FIM
                    VARYING WS-IDX-PESQ FROM 1 BY 1
                    UNTIL WS-IDX-PESQ > WS-QT-APROVADAS OR ACHOU
            .
       P440-FIM.
       P445-COMPARA-APROVADA.

            IF WS-TA-MATERIA (WS-IDX-PESQ) EQUAL WS-MATERIA-PESQ
               SET ACHOU                 TO TRUE
            END-IF
            .
       P445-FIM.
       P450-PROCURA-CREDITO.

            SET ACHOU                    TO FALSE
            PERFORM P455-COMPARA-CREDITO THRU P455-FIM
                    VARYING WS-IDX-PESQ FROM 1 BY 1
                    UNTIL WS-IDX-PESQ > WS-QT-CREDITOS OR ACHOU
            .
       P450-FIM.
       P455-COMPARA-CREDITO.

            IF WS-TC-MATERIA (WS-IDX-PESQ) EQUAL WS-MATERIA-PESQ
               SET ACHOU                 TO TRUE
            END-IF
            .
       P455-FIM.
       P500-CONFRONTA.

            MOVE ZEROS                   TO WS-QT-CREDITOS
                                            WS-QT-DIRETAS
                                            WS-QT-SEM-EQUIVALENCIA

            MOVE 'N'                     TO WS-EQV-ABERTO
            OPEN INPUT EQUIVAL
            IF FS-EQV-OK
               MOVE 'S'                  TO WS-EQV-ABERTO
            ELSE
               DISPLAY 'SEM TABELA DE EQUIVALENCIA (CADEQUIV) - NADA '
                       'SERA CREDITADO.'
            END-IF

            MOVE 'N'                     TO WS-MTZ-ABERTO
            OPEN INPUT MATRIZ
            IF FS-MTZ-OK
               MOVE 'S'                  TO WS-MTZ-ABERTO
            END-IF

            PERFORM P510-CONFRONTA-APROVADA THRU P510-FIM
                    VARYING WS-IDX FROM 1 BY 1
                    UNTIL WS-IDX > WS-QT-APROVADAS

            IF MTZ-ABERTO
               CLOSE MATRIZ
            END-IF
            IF EQV-ABERTO
               CLOSE EQUIVAL
            END-IF
            .
       P500-FIM.
       P510-CONFRONTA-APROVADA.

      ***** A APROVACAO VALE PELAS DISCIPLINAS EQUIVALENTES DO CURSO **
            IF EQV-ABERTO
               MOVE WS-CURSO-DESTINO     TO EQ-NM-CURSO
               MOVE WS-TA-MATERIA (WS-IDX) TO EQ-ID-MATERIA-ORIGEM
               MOVE ZEROS                TO EQ-ID-MATERIA-DESTINO
               SET EOF-OK                TO FALSE
               START EQUIVAL KEY NOT LESS THAN CHAVE-EQUIVAL
                  INVALID KEY
                     SET EOF-OK          TO TRUE
               END-START
               PERFORM P520-LE-EQUIVALENCIA THRU P520-FIM
                       UNTIL EOF-OK
            END-IF

      ***** SEM EQUIVALENCIA, PODE SER DISCIPLINA DO PROPRIO CURSO ****
            IF TA-SEM-EQUIVALENCIA (WS-IDX) AND MTZ-ABERTO
               MOVE WS-CURSO-DESTINO     TO MZ-NM-CURSO
               MOVE WS-TA-MATERIA (WS-IDX) TO MZ-ID-MATERIA
               READ MATRIZ
                  INVALID KEY
                     CONTINUE
                  NOT INVALID KEY
                     MOVE 'D'            TO WS-TA-DESTINO (WS-IDX)
               END-READ
            END-IF

            EVALUATE TRUE
               WHEN TA-DIRETA (WS-IDX)
                  ADD 1                  TO WS-QT-DIRETAS
               WHEN TA-SEM-EQUIVALENCIA (WS-IDX)
                  ADD 1                  TO WS-QT-SEM-EQUIVALENCIA
            END-EVALUATE
            .
       P510-FIM.
       P520-LE-EQUIVALENCIA.

            READ EQUIVAL NEXT RECORD
               AT END
                  SET EOF-OK             TO TRUE
               NOT AT END
                  IF EQ-NM-CURSO NOT EQUAL WS-CURSO-DESTINO
                     OR EQ-ID-MATERIA-ORIGEM NOT EQUAL
                        WS-TA-MATERIA (WS-IDX)
                     SET EOF-OK          TO TRUE
                  ELSE
                     PERFORM P525-PLANEJA-CREDITO THRU P525-FIM
                  END-IF
            END-READ
            .
       P520-FIM.
       P525-PLANEJA-CREDITO.

      ***** DESTINO JA APROVADO OU JA CREDITADO POR OUTRA ORIGEM ******
            MOVE EQ-ID-MATERIA-DESTINO   TO WS-MATERIA-PESQ
            PERFORM P440-PROCURA-APROVADA THRU P440-FIM
            IF ACHOU
               GO TO P525-FIM
            END-IF
            PERFORM P450-PROCURA-CREDITO THRU P450-FIM
            IF ACHOU
               GO TO P525-FIM
            END-IF

            IF WS-QT-CREDITOS NOT LESS THAN 100
               GO TO P525-FIM
            END-IF

            ADD 1                        TO WS-QT-CREDITOS
            MOVE EQ-ID-MATERIA-DESTINO   TO
                 WS-TC-MATERIA (WS-QT-CREDITOS)
            MOVE WS-TA-MATERIA (WS-IDX)  TO
                 WS-TC-ORIGEM (WS-QT-CREDITOS)
            MOVE WS-TA-AA-PERIODO (WS-IDX) TO
                 WS-TC-AA-ORIGEM (WS-QT-CREDITOS)
            MOVE WS-TA-SM-PERIODO (WS-IDX) TO
                 WS-TC-SM-ORIGEM (WS-QT-CREDITOS)
            MOVE WS-TA-MEDIA (WS-IDX)    TO
                 WS-TC-MEDIA (WS-QT-CREDITOS)
            MOVE SPACE                   TO
                 WS-TC-SITUACAO (WS-QT-CREDITOS)
            MOVE 'C'                     TO WS-TA-DESTINO (WS-IDX)
            .
       P525-FIM.
       P530-MOSTRA-CREDITO.

            DISPLAY '   CREDITA A DISCIPLINA ' WS-TC-MATERIA (WS-IDX)
                    ' PELA ' WS-TC-ORIGEM (WS-IDX)
                    ' (' WS-TC-AA-ORIGEM (WS-IDX) '/'
                    WS-TC-SM-ORIGEM (WS-IDX) ')'
            .
       P530-FIM.
       P600-TRANSFERE.

            MOVE ZEROS                   TO WS-QT-CREDITADAS
                                            WS-QT-RECUSADAS

            OPEN I-O NOTAS
            IF WS-FS-NOT EQUAL 35
               OPEN OUTPUT NOTAS
               CLOSE NOTAS
               OPEN I-O NOTAS
            END-IF

            IF NOT FS-NOT-OK
               DISPLAY 'ERRO AO ABRIR O MESTRE DE NOTAS. FILE STATUS: '
                       WS-FS-NOT
               DISPLAY 'TRANSFERENCIA NAO REALIZADA.'
               GO TO P600-FIM
            END-IF

            MOVE WS-CURSO-DESTINO        TO CR-STUDENT
            REWRITE REG-ESTUDANTE
               INVALID KEY
                  DISPLAY 'ERRO AO GRAVAR O CURSO. FILE STATUS: '
                          WS-FS
                  DISPLAY 'TRANSFERENCIA NAO REALIZADA.'
                  MOVE WS-CURSO-ORIGEM   TO CR-STUDENT
                  CLOSE NOTAS
                  GO TO P600-FIM
            END-REWRITE

            PERFORM P610-GRAVA-CREDITO   THRU P610-FIM
                    VARYING WS-IDX FROM 1 BY 1
                    UNTIL WS-IDX > WS-QT-CREDITOS

            CLOSE NOTAS

            PERFORM P700-PENDENCIAS      THRU P700-FIM
            PERFORM P750-REGISTRA        THRU P750-FIM
            PERFORM P800-IMPRIME         THRU P800-FIM

            DISPLAY 'ALUNO TRANSFERIDO PARA ' WS-CURSO-DESTINO
            DISPLAY 'CREDITADAS: ' WS-QT-CREDITADAS
                    '  NAO CREDITADAS: ' WS-QT-RECUSADAS
            DISPLAY 'ANALISE DE APROVEITAMENTO EM ESTTRANS.LST'
            .
       P600-FIM.
       P610-GRAVA-CREDITO.

      ***** RESULTADO JA LANCADO NA DISCIPLINA NO PERIODO FICA ********
            MOVE CD-STUDENT              TO NT-ID-ALUNO
            MOVE WS-TC-MATERIA (WS-IDX)  TO NT-ID-MATERIA
            MOVE WS-AA-PERIODO           TO NT-AA-PERIODO
            MOVE WS-SM-PERIODO           TO NT-SM-PERIODO
            READ NOTAS
               INVALID KEY
                  CONTINUE
               NOT INVALID KEY
                  MOVE 'R'               TO WS-TC-SITUACAO (WS-IDX)
                  ADD 1                  TO WS-QT-RECUSADAS
                  GO TO P610-FIM
            END-READ

            MOVE WS-TC-MATERIA (WS-IDX)  TO WS-MATERIA-PESQ
            PERFORM P900-NOME-MATERIA    THRU P900-FIM

            INITIALIZE REG-NOTAS
            MOVE CD-STUDENT              TO NT-ID-ALUNO
            MOVE WS-TC-MATERIA (WS-IDX)  TO NT-ID-MATERIA
            MOVE WS-AA-PERIODO           TO NT-AA-PERIODO
            MOVE WS-SM-PERIODO           TO NT-SM-PERIODO
            MOVE WS-NM-ALUNO             TO NT-NM-ALUNO
            MOVE WS-NM-MATERIA           TO NT-NM-MATERIA
            MOVE WS-NOTA-APROVACAO       TO NT-NOTA-APROVACAO
            MOVE WS-TC-MEDIA (WS-IDX)    TO NT-MD-ALUNO
            MOVE 'CREDITADO'             TO NT-ST-APROVACAO
            MOVE ZEROS                   TO NT-PC-FALTAS
            MOVE WS-TC-ORIGEM (WS-IDX)   TO NT-ID-MATERIA-ORIGEM
            MOVE WS-TC-AA-ORIGEM (WS-IDX) TO NT-AA-PERIODO-ORIGEM
            MOVE WS-TC-SM-ORIGEM (WS-IDX) TO NT-SM-PERIODO-ORIGEM
            MOVE SPACE                   TO NT-MARCA-SEGCHAM

            WRITE REG-NOTAS
               INVALID KEY
                  DISPLAY 'ERRO AO GRAVAR O CREDITO DA DISCIPLINA '
                          NT-ID-MATERIA '. FILE STATUS: ' WS-FS-NOT
                  MOVE 'R'               TO WS-TC-SITUACAO (WS-IDX)
                  ADD 1                  TO WS-QT-RECUSADAS
               NOT INVALID KEY
                  MOVE 'G'               TO WS-TC-SITUACAO (WS-IDX)
                  ADD 1                  TO WS-QT-CREDITADAS
                  MOVE SPACES            TO WS-IMAGEM-ANTES
                  MOVE REG-NOTAS         TO WS-IMAGEM-DEPOIS
                  CALL 'NOTJRNL' USING 'ESTTRANS  ' WS-SGN-USUARIO
                       'TRANSFERE ' WS-IMAGEM-ANTES WS-IMAGEM-DEPOIS
            END-WRITE
            .
       P610-FIM.
       P700-PENDENCIAS.

      ***** O QUE FALTA CURSAR SAI DA MATRIZ DO CURSO NOVO, JA COM ****
      ***** OS CREDITOS GRAVADOS **************************************
            INITIALIZE WS-FORMAPTO
            MOVE CD-STUDENT              TO WS-FMA-CD-STUDENT
            MOVE WS-CURSO-DESTINO        TO WS-FMA-NM-CURSO
            CALL 'FORMAPTO' USING WS-FORMAPTO

            IF WS-FMA-RETORNO NOT EQUAL ZEROS
               MOVE SPACE                TO WS-FMA-SITUACAO
            END-IF
            .
       P700-FIM.
       P750-REGISTRA.

            OPEN I-O TRANSFER
            IF WS-FS-TRF EQUAL 35
               OPEN OUTPUT TRANSFER
               CLOSE TRANSFER
               OPEN I-O TRANSFER
            END-IF

            IF NOT FS-TRF-OK
               DISPLAY 'ERRO AO ABRIR O REGISTRO DE TRANSFERENCIAS. '
                       'FILE STATUS: ' WS-FS-TRF
               GO TO P750-FIM
            END-IF

            ACCEPT WS-HORA-COMPLETA      FROM TIME

            INITIALIZE REG-TRANSFER
            MOVE CD-STUDENT              TO TF-CD-STUDENT
            MOVE WS-DATA-MOVIMENTO       TO TF-DT-TRANSFERENCIA
            MOVE WS-HORA-COMPLETA(1:6)   TO TF-HR-TRANSFERENCIA
            MOVE WS-CURSO-ORIGEM         TO TF-CURSO-ORIGEM
            MOVE WS-CURSO-DESTINO        TO TF-CURSO-DESTINO
            MOVE WS-QT-CREDITADAS        TO TF-QT-CREDITADAS
            MOVE WS-QT-DIRETAS           TO TF-QT-DIRETAS
            MOVE WS-QT-SEM-EQUIVALENCIA  TO TF-QT-SEM-EQUIVALENCIA
            MOVE WS-FMA-QT-OBRIG-FALTA   TO TF-QT-OBRIG-FALTA
            MOVE WS-SGN-USUARIO          TO TF-OPERADOR

            WRITE REG-TRANSFER
               INVALID KEY
                  DISPLAY 'ERRO AO REGISTRAR A TRANSFERENCIA. FILE '
                          'STATUS: ' WS-FS-TRF
            END-WRITE

            CLOSE TRANSFER
            .
       P750-FIM.
       P800-IMPRIME.

            MOVE WS-LINHA-DUPLA          TO REG-RELATORIO
            WRITE REG-RELATORIO
            MOVE SPACES                  TO REG-RELATORIO
            STRING 'ANALISE DE APROVEITAMENTO DE ESTUDOS - '
                   'TRANSFERENCIA DE CURSO'
                   DELIMITED BY SIZE INTO REG-RELATORIO
            WRITE REG-RELATORIO
            MOVE WS-LINHA-DUPLA          TO REG-RELATORIO
            WRITE REG-RELATORIO

            MOVE SPACES                  TO REG-RELATORIO
            STRING 'ALUNO....: ' CD-STUDENT ' - ' WS-NM-ALUNO
                   DELIMITED BY SIZE INTO REG-RELATORIO
            WRITE REG-RELATORIO
            MOVE SPACES                  TO REG-RELATORIO
            STRING 'DE.......: ' WS-CURSO-ORIGEM
                   '  PARA: ' WS-CURSO-DESTINO
                   DELIMITED BY SIZE INTO REG-RELATORIO
            WRITE REG-RELATORIO
            MOVE SPACES                  TO REG-RELATORIO
            STRING 'DATA.....: ' WS-DATA-MOVIMENTO(7:2) '/'
                   WS-DATA-MOVIMENTO(5:2) '/' WS-DATA-MOVIMENTO(1:4)
                   '  PERIODO DO CREDITO: ' WS-AA-PERIODO '/'
                   WS-SM-PERIODO '  OPERADOR: ' WS-SGN-USUARIO
                   DELIMITED BY SIZE INTO REG-RELATORIO
            WRITE REG-RELATORIO

      ***** O QUE FOI ACEITO ******************************************
            MOVE WS-LINHA-SIMPLES        TO REG-RELATORIO
            WRITE REG-RELATORIO
            MOVE SPACES                  TO REG-RELATORIO
            STRING 'DISCIPLINAS CREDITADAS POR EQUIVALENCIA: '
                   WS-QT-CREDITADAS
                   DELIMITED BY SIZE INTO REG-RELATORIO
            WRITE REG-RELATORIO
            PERFORM P810-LINHA-CREDITO   THRU P810-FIM
                    VARYING WS-IDX FROM 1 BY 1
                    UNTIL WS-IDX > WS-QT-CREDITOS

            MOVE WS-LINHA-SIMPLES        TO REG-RELATORIO
            WRITE REG-RELATORIO
            MOVE SPACES                  TO REG-RELATORIO
            STRING 'APROVACOES QUE JA FAZEM PARTE DO CURSO: '
                   WS-QT-DIRETAS
                   DELIMITED BY SIZE INTO REG-RELATORIO
            WRITE REG-RELATORIO
            PERFORM P820-LINHA-DIRETA    THRU P820-FIM
                    VARYING WS-IDX FROM 1 BY 1
                    UNTIL WS-IDX > WS-QT-APROVADAS

      ***** O QUE NAO FOI ACEITO **************************************
            MOVE WS-LINHA-SIMPLES        TO REG-RELATORIO
            WRITE REG-RELATORIO
            MOVE SPACES                  TO REG-RELATORIO
            STRING 'APROVACOES SEM EQUIVALENCIA NO CURSO: '
                   WS-QT-SEM-EQUIVALENCIA
                   DELIMITED BY SIZE INTO REG-RELATORIO
            WRITE REG-RELATORIO
            PERFORM P830-LINHA-SEM-EQUIV THRU P830-FIM
                    VARYING WS-IDX FROM 1 BY 1
                    UNTIL WS-IDX > WS-QT-APROVADAS

      ***** O QUE AINDA FALTA CURSAR **********************************
            MOVE WS-LINHA-SIMPLES        TO REG-RELATORIO
            WRITE REG-RELATORIO
            MOVE 'A CURSAR NO CURSO NOVO'
                                          TO REG-RELATORIO
            WRITE REG-RELATORIO
            PERFORM P840-PENDENCIAS      THRU P840-FIM

            MOVE WS-LINHA-DUPLA          TO REG-RELATORIO
            WRITE REG-RELATORIO
            MOVE SPACES                  TO REG-RELATORIO
            WRITE REG-RELATORIO
            .
       P800-FIM.
       P810-LINHA-CREDITO.

            MOVE WS-TC-ORIGEM (WS-IDX)   TO WS-MATERIA-PESQ
            PERFORM P900-NOME-MATERIA    THRU P900-FIM
            MOVE WS-NM-MATERIA           TO WS-NM-ORIGEM
            MOVE WS-TC-MATERIA (WS-IDX)  TO WS-MATERIA-PESQ
            PERFORM P900-NOME-MATERIA    THRU P900-FIM

            MOVE SPACES                  TO REG-RELATORIO
            STRING '  DISC ' WS-TC-MATERIA (WS-IDX) ' ' WS-NM-MATERIA
                   ' MEDIA ' WS-TC-MEDIA (WS-IDX)
                   DELIMITED BY SIZE INTO REG-RELATORIO
            WRITE REG-RELATORIO

            MOVE SPACES                  TO REG-RELATORIO
            IF TC-GRAVADA (WS-IDX)
               STRING '       PELA DISC ' WS-TC-ORIGEM (WS-IDX) ' '
                      WS-NM-ORIGEM ' (' WS-TC-AA-ORIGEM (WS-IDX) '/'
                      WS-TC-SM-ORIGEM (WS-IDX) ')'
                      DELIMITED BY SIZE INTO REG-RELATORIO
            ELSE
               STRING '       NAO CREDITADA - JA HA RESULTADO NO '
                      'PERIODO (PELA DISC ' WS-TC-ORIGEM (WS-IDX) ')'
                      DELIMITED BY SIZE INTO REG-RELATORIO
            END-IF
            WRITE REG-RELATORIO
            .
       P810-FIM.
       P820-LINHA-DIRETA.

            IF NOT TA-DIRETA (WS-IDX)
               GO TO P820-FIM
            END-IF

            MOVE WS-TA-MATERIA (WS-IDX)  TO WS-MATERIA-PESQ
            PERFORM P900-NOME-MATERIA    THRU P900-FIM

            MOVE SPACES                  TO REG-RELATORIO
            STRING '  DISC ' WS-TA-MATERIA (WS-IDX) ' ' WS-NM-MATERIA
                   ' (' WS-TA-AA-PERIODO (WS-IDX) '/'
                   WS-TA-SM-PERIODO (WS-IDX) ') MEDIA '
                   WS-TA-MEDIA (WS-IDX)
                   DELIMITED BY SIZE INTO REG-RELATORIO
            WRITE REG-RELATORIO
            .
       P820-FIM.
       P830-LINHA-SEM-EQUIV.

            IF NOT TA-SEM-EQUIVALENCIA (WS-IDX)
               GO TO P830-FIM
            END-IF

            MOVE WS-TA-MATERIA (WS-IDX)  TO WS-MATERIA-PESQ
            PERFORM P900-NOME-MATERIA    THRU P900-FIM

            MOVE SPACES                  TO REG-RELATORIO
            STRING '  DISC ' WS-TA-MATERIA (WS-IDX) ' ' WS-NM-MATERIA
                   ' (' WS-TA-AA-PERIODO (WS-IDX) '/'
                   WS-TA-SM-PERIODO (WS-IDX) ') MEDIA '
                   WS-TA-MEDIA (WS-IDX)
                   DELIMITED BY SIZE INTO REG-RELATORIO
            WRITE REG-RELATORIO
            .
       P830-FIM.
       P840-PENDENCIAS.

            IF WS-FMA-RETORNO NOT EQUAL ZEROS
               MOVE SPACES               TO REG-RELATORIO
               STRING '  MATRIZ CURRICULAR INDISPONIVEL. FILE STATUS: '
                      WS-FMA-RETORNO
                      DELIMITED BY SIZE INTO REG-RELATORIO
               WRITE REG-RELATORIO
               GO TO P840-FIM
            END-IF

            IF WS-FMA-SEM-MATRIZ
               MOVE '  CURSO SEM MATRIZ CURRICULAR (CADMATRZ).'
                                          TO REG-RELATORIO
               WRITE REG-RELATORIO
               GO TO P840-FIM
            END-IF

            MOVE SPACES                  TO REG-RELATORIO
            STRING '  OBRIGATORIAS QUE FALTAM: ' WS-FMA-QT-OBRIG-FALTA
                   ' DE ' WS-FMA-QT-OBRIGATORIAS
                   DELIMITED BY SIZE INTO REG-RELATORIO
            WRITE REG-RELATORIO

            PERFORM P850-LINHA-FALTA     THRU P850-FIM
                    VARYING WS-IDX FROM 1 BY 1
                    UNTIL WS-IDX > WS-FMA-QT-LISTADAS

            IF WS-FMA-QT-OBRIG-FALTA GREATER THAN WS-FMA-QT-LISTADAS
               COMPUTE WS-QT-NAO-LISTADAS =
                       WS-FMA-QT-OBRIG-FALTA - WS-FMA-QT-LISTADAS
               MOVE SPACES               TO REG-RELATORIO
               STRING '    ... E MAIS ' WS-QT-NAO-LISTADAS
                      ' OBRIGATORIA(S) - CONSULTE A MATRIZ (CADMATRZ)'
                      DELIMITED BY SIZE INTO REG-RELATORIO
               WRITE REG-RELATORIO
            END-IF

            MOVE SPACES                  TO REG-RELATORIO
            STRING '  ELETIVAS APROVADAS: ' WS-FMA-QT-ELETIVAS
                   ' - MINIMO DO CURSO: ' WS-FMA-QT-MIN-ELETIVAS
                   DELIMITED BY SIZE INTO REG-RELATORIO
            WRITE REG-RELATORIO
            .
       P840-FIM.
       P850-LINHA-FALTA.

            MOVE WS-FMA-FALTA (WS-IDX)   TO WS-MATERIA-PESQ
            PERFORM P900-NOME-MATERIA    THRU P900-FIM

            MOVE SPACES                  TO REG-RELATORIO
            STRING '    DISC ' WS-FMA-FALTA (WS-IDX) ' ' WS-NM-MATERIA
                   DELIMITED BY SIZE INTO REG-RELATORIO
            WRITE REG-RELATORIO
            .
       P850-FIM.
       P900-NOME-MATERIA.

            MOVE SPACES                  TO WS-NM-MATERIA
            MOVE ZEROS                   TO WS-NOTA-APROVACAO

            IF NOT MAT-ABERTO
               GO TO P900-FIM
            END-IF

            MOVE WS-MATERIA-PESQ         TO ID-MATERIA
            READ CFPK0002
               INVALID KEY
                  MOVE '(NAO CADASTRADA)' TO WS-NM-MATERIA
               NOT INVALID KEY
                  MOVE NM-MATERIA        TO WS-NM-MATERIA
                  MOVE NT-APROVACAO      TO WS-NOTA-APROVACAO
            END-READ
            .
       P900-FIM.
       END PROGRAM ESTTRANS.
