      *         trancado, formado ou desistente tem a matricula
      *         recusada. Com a unificacao dos codigos (BOLCONV), o
      *         codigo do aluno E o codigo de registro do estudante.
      * Update: 15/10/2026 - Lotacao da turma: a matricula conta os
      *         alunos ATIVOS da disciplina no periodo contra a MENOR
      *         sala cadastrada (SALA.DAT) entre as aulas da disciplina
      *         na grade (GRADE.DAT); turma cheia manda o pedido para a
      *         LISTA DE ESPERA (ESPERA.DAT), por ordem de chegada. No
      *         trancamento, o primeiro da lista e matriculado sozinho
      *         e avisado pela fila de notificacoes (NOTIFOUT.TXT,
      *         TEMPLATE VAGAMATR). Novas opcoes E (consulta a lista)
      *         e D (retira da lista). Relatorio: RELESPER.
      * Update: 15/10/2026 - O resultado CREDITADO (aproveitamento
      *         de estudos da transferencia de curso, ESTTRANS)
      *         cumpre o pre-requisito, no mestre e no historico.
      * Update: 15/10/2026 - Bloqueio financeiro: a matricula e
      *         recusada quando o BLOQFIN aponta mensalidade
      *         atrasada alem do FINPARM DIAS-BLOQ-FIN, mostrando
      *         o valor em atraso, salvo liberacao do LIBFIN.
      * Update: 15/10/2026 - Aviso de vaga da lista de espera nao vai
      *         para e-mail invalidado por devolucao: a secretaria
      *         avisa, como para o estudante sem e-mail.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CADMATRI.
                RECORD KEY   IS CD-STUDENT
                ALTERNATE RECORD KEY IS NM-STUDENT WITH DUPLICATES
                FILE STATUS  IS WS-FS-EST.
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
                SELECT ESPERA ASSIGN TO
                WS-ARQ-ESPERA
                ORGANIZATION IS INDEXED
                ACCESS MODE  IS DYNAMIC
                RECORD KEY   IS CHAVE-ESPERA
                FILE STATUS  IS WS-FS-ESP.
                SELECT NOTIFOUT ASSIGN TO
                WS-ARQ-NOTIFOUT
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS  IS WS-FS-OUT.

       DATA DIVISION.
       FILE SECTION.
       FD ESTUDANTE.
          COPY FD_ESTUDANTE.

       FD GRADE.
          COPY FD_GRADE.

       FD SALA.
          COPY FD_SALA.

       FD ESPERA.
          COPY FD_ESPERA.

       FD NOTIFOUT.
       01 REG-NOTIFOUT.
          03 OUT-DESTINO                 PIC X(30).
          03 FILLER                      PIC X(01).
          03 OUT-TEMPLATE                PIC X(08).
          03 FILLER                      PIC X(01).
          03 OUT-CAMPOS                  PIC X(60).

       WORKING-STORAGE SECTION.
      ***** CAMINHOS FISICOS DOS ARQUIVOS - PRE-CARREGADOS COM O *****
      ***** PADRAO HISTORICO E RESOLVIDOS PELO ARQCONF NO INICIO *****
          'C:\Users\Mauro Vieira\bin\NOTAHIST.DAT'.
       77 WS-ARQ-STUDENT             PIC X(68) VALUE
          'C:\CURSOCOBOL\COBOL\01 - BASICO\BIN\STUDENT.DAT'.
       77 WS-ARQ-GRADE               PIC X(68) VALUE
          'C:\Users\Mauro Vieira\bin\GRADE.DAT'.
       77 WS-ARQ-SALA                PIC X(68) VALUE
          'C:\Users\Mauro Vieira\bin\SALA.DAT'.
       77 WS-ARQ-ESPERA              PIC X(68) VALUE
          'C:\Users\Mauro Vieira\bin\ESPERA.DAT'.
       77 WS-ARQ-NOTIFOUT            PIC X(68) VALUE
          'C:\CursoCOBOL\COBOL\01 - Basico\bin\NOTIFOUT.TXT'.
       77 WS-FS                          PIC 99.
          88 FS-OK                       VALUE 0.
       77 WS-FS-ALU                      PIC 99.
          88 FS-HIS-OK                   VALUE 0.
       77 WS-FS-EST                      PIC 99.
          88 FS-EST-OK                   VALUE 0.
       77 WS-FS-GRD                      PIC 99.
          88 FS-GRD-OK                   VALUE 0.
       77 WS-FS-SAL                      PIC 99.
          88 FS-SAL-OK                   VALUE 0.
       77 WS-FS-ESP                      PIC 99.
          88 FS-ESP-OK                   VALUE 0.
       77 WS-FS-OUT                      PIC 99.
          88 FS-OUT-OK                   VALUE 0.
       77 WS-CD-STUDENT-ALVO             PIC 9(05) VALUE ZEROS.
       77 WS-SITUACAO-OK                 PIC X VALUE 'S'.
          88 SITUACAO-OK                 VALUE 'S'.
          88 MATERIA-VALIDA              VALUE 'S'.
       77 WS-DATA-HOJE                   PIC 9(08) VALUE ZEROS.
       77 WS-QT-LISTADOS                 PIC 9(04) VALUE ZEROS.
      ***** LOTACAO DA TURMA E LISTA DE ESPERA ************************
       77 WS-EOF-MTR                     PIC X.
          88 EOF-MTR-OK                  VALUE 'S' FALSE 'N'.
       77 WS-EOF-GRD                     PIC X.
          88 EOF-GRD-OK                  VALUE 'S' FALSE 'N'.
       77 WS-EOF-ESP                     PIC X.
          88 EOF-ESP-OK                  VALUE 'S' FALSE 'N'.
       77 WS-QT-TURMA                    PIC 9(04) VALUE ZEROS.
       77 WS-LUGARES-TURMA               PIC 9(04) VALUE ZEROS.
       77 WS-TURMA-LOTADA                PIC X VALUE 'N'.
          88 TURMA-LOTADA                VALUE 'S'.
       77 WS-SEQ-ESPERA                  PIC 9(05) VALUE ZEROS.
       77 WS-POSICAO-ESPERA              PIC 9(05) VALUE ZEROS.
       77 WS-JA-NA-ESPERA                PIC X VALUE 'N'.
          88 JA-NA-ESPERA                VALUE 'S'.
       77 WS-TRANCOU                     PIC X VALUE 'N'.
          88 TRANCOU                     VALUE 'S'.
       77 WS-CHAMADO                     PIC X VALUE 'N'.
          88 ALUNO-CHAMADO               VALUE 'S'.
       77 WS-EMAIL-ALUNO                 PIC X(30) VALUE SPACES.
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
       01 WS-SIGNON.
          03 WS-SGN-USUARIO              PIC X(12).
          03 WS-SGN-NIVEL                PIC 9(01).
            CALL 'ARQCONF' USING 'NOTAS.DAT       ' WS-ARQ-NOTAS
            CALL 'ARQCONF' USING 'NOTAHIST.DAT    ' WS-ARQ-NOTAHIST
            CALL 'ARQCONF' USING 'STUDENT.DAT     ' WS-ARQ-STUDENT
            CALL 'ARQCONF' USING 'GRADE.DAT       ' WS-ARQ-GRADE
            CALL 'ARQCONF' USING 'SALA.DAT        ' WS-ARQ-SALA
            CALL 'ARQCONF' USING 'ESPERA.DAT      ' WS-ARQ-ESPERA
            CALL 'ARQCONF' USING 'NOTIFOUT.TXT    ' WS-ARQ-NOTIFOUT

            MOVE 'CADMATRI  '                   TO WS-SGN-CHAMADOR
            CALL 'SIGNON' USING WS-SIGNON
            DISPLAY '|  T - Trancar matricula                        |'
            DISPLAY '|  C - Consultar matricula                      |'
            DISPLAY '|  L - Lista de classe (disciplina/periodo)     |'
            DISPLAY '|  E - Lista de espera (disciplina/periodo)     |'
            DISPLAY '|  D - Retirar aluno da lista de espera         |'
            DISPLAY '|              (ou tecle <F> para finalizar)    |'
            DISPLAY '*************************************************'
            ACCEPT  WS-OPCAO
                   PERFORM P400-CONSULTAR THRU P400-FIM
                WHEN 'L' WHEN 'l'
                   PERFORM P500-LISTA-CLASSE THRU P500-FIM
                WHEN 'E' WHEN 'e'
                   PERFORM P860-LISTA-ESPERA THRU P860-FIM
                WHEN 'D' WHEN 'd'
                   PERFORM P870-RETIRA-ESPERA THRU P870-FIM
                WHEN 'F' WHEN 'f'
                   MOVE 'F'                    TO WS-OPCAO
                WHEN OTHER
               GO TO P200-FIM
            END-IF

            PERFORM P730-CONFERE-FINANCEIRO THRU P730-FIM
            IF WS-BLQ-BLOQUEADO
               DISPLAY 'MATRICULA RECUSADA POR PENDENCIA FINANCEIRA.'
               DISPLAY 'EM ATRASO: ' WS-BLQ-QT-PARCELAS
                       ' PARCELA(S), VALOR ' WS-BLQ-VR-DEVIDO
                       ', ' WS-BLQ-DIAS-ATRASO ' DIA(S).'
               GO TO P200-FIM
            END-IF

            PERFORM P770-CONFERE-PREREQ  THRU P770-FIM
            IF NOT PREREQ-OK
               DISPLAY 'MATRICULA RECUSADA POR FALTA DE '
               GO TO P200-FIM
            END-IF

      ***** QUEM JA ESTA ATIVO NA TURMA NAO DISPUTA VAGA **************
            MOVE WS-ALUNO-INF            TO MT-ID-ALUNO
            MOVE WS-MATERIA-INF          TO MT-ID-MATERIA
            MOVE WS-AA-INF               TO MT-AA-PERIODO
            MOVE WS-SM-INF               TO MT-SM-PERIODO
            READ MATRICULA
               INVALID KEY
                  CONTINUE
               NOT INVALID KEY
                  IF MATRICULA-ATIVA
                     DISPLAY 'O ALUNO JA ESTA MATRICULADO NESTA '
                             'DISCIPLINA E PERIODO.'
                     CLOSE MATRICULA
                     GO TO P200-FIM
                  END-IF
            END-READ

      ***** TURMA CHEIA: O PEDIDO VAI PARA A LISTA DE ESPERA **********
            PERFORM P800-CONFERE-VAGA    THRU P800-FIM
            IF TURMA-LOTADA
               CLOSE MATRICULA
               PERFORM P850-ENTRA-ESPERA THRU P850-FIM
               GO TO P200-FIM
            END-IF

            MOVE WS-ALUNO-INF            TO MT-ID-ALUNO
            MOVE WS-MATERIA-INF          TO MT-ID-MATERIA
            MOVE WS-AA-INF               TO MT-AA-PERIODO
            MOVE WS-MATERIA-INF          TO MT-ID-MATERIA
            MOVE WS-AA-INF               TO MT-AA-PERIODO
            MOVE WS-SM-INF               TO MT-SM-PERIODO
            MOVE 'N'                     TO WS-TRANCOU

            READ MATRICULA
               INVALID KEY
                     SET MATRICULA-TRANCADA TO TRUE
                     REWRITE REG-MATRICULA
                     DISPLAY 'MATRICULA TRANCADA COM SUCESSO!'
                     MOVE 'S'            TO WS-TRANCOU
                  END-IF
            END-READ

      ***** A VAGA ABERTA VAI PARA O PRIMEIRO DA LISTA DE ESPERA ******
            IF TRANCOU
               PERFORM P900-CHAMA-ESPERA THRU P900-FIM
            END-IF

            CLOSE MATRICULA
            .
       P300-FIM.
       P720-FIM.
           EXIT.

       P730-CONFERE-FINANCEIRO.

      ***** MENSALIDADE ATRASADA ALEM DO LIMITE DO FINPARM BLOQUEIA ***
      ***** A MATRICULA, SALVO LIBERACAO DO ADMINISTRADOR (LIBFIN) ****
            MOVE 'V'                     TO WS-BLQ-ACAO
            MOVE WS-ALUNO-INF            TO WS-BLQ-CD-STUDENT
            MOVE 'CADMATRI  '            TO WS-BLQ-PROGRAMA
            MOVE WS-SGN-USUARIO          TO WS-BLQ-OPERADOR
            CALL 'BLOQFIN' USING WS-BLOQFIN

            IF WS-BLQ-LIBERADO
               DISPLAY 'AVISO: ALUNO COM ' WS-BLQ-QT-PARCELAS
                       ' PARCELA(S) EM ATRASO, LIBERADO PELO '
                       'ADMINISTRADOR.'
            END-IF
            .
       P730-FIM.
           EXIT.

       P770-CONFERE-PREREQ.

      ***** PERCORRE OS PRE-REQUISITOS DA DISCIPLINA (PREREQ.DAT) *****
                     SET EOF-NOT-OK      TO TRUE
                  ELSE
                     IF NOTA-APROVADO OR NOTA-RECUPERADO
                        OR NOTA-CREDITADO
                        MOVE 'S'         TO WS-REQ-APROVADO
                        SET EOF-NOT-OK   TO TRUE
                     END-IF
                  ELSE
                     IF NH-ST-APROVACAO EQUAL 'APROVADO'
                        OR NH-ST-APROVACAO EQUAL 'RECUPERA'
                        OR NH-ST-APROVACAO EQUAL 'CREDITADO'
                        MOVE 'S'         TO WS-REQ-APROVADO
                        SET EOF-NOT-OK   TO TRUE
                     END-IF
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

      ***** A CHAVE ANDA POR ALUNO: CONTA OS ATIVOS DA TURMA **********
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
                  IF MT-ID-MATERIA EQUAL WS-MATERIA-INF
                     AND MT-AA-PERIODO EQUAL WS-AA-INF
                     AND MT-SM-PERIODO EQUAL WS-SM-INF
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

            MOVE WS-MATERIA-INF          TO GR-ID-MATERIA
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
                  IF GR-ID-MATERIA NOT EQUAL WS-MATERIA-INF
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

       P850-ENTRA-ESPERA.

      ***** O PEDIDO ENTRA NO FIM DA FILA DA TURMA; QUEM JA ESTA ******
      ***** AGUARDANDO SO FICA SABENDO A POSICAO **********************
            OPEN I-O ESPERA
            IF WS-FS-ESP EQUAL 35
               OPEN OUTPUT ESPERA
               CLOSE ESPERA
               OPEN I-O ESPERA
            END-IF

            IF NOT FS-ESP-OK
               DISPLAY 'TURMA LOTADA E ERRO AO ABRIR A LISTA DE '
                       'ESPERA. FILE STATUS: ' WS-FS-ESP
               GO TO P850-FIM
            END-IF

            MOVE ZEROS                   TO WS-SEQ-ESPERA
                                            WS-POSICAO-ESPERA
            MOVE 'N'                     TO WS-JA-NA-ESPERA

            MOVE WS-MATERIA-INF          TO ESP-ID-MATERIA
            MOVE WS-AA-INF               TO ESP-AA-PERIODO
            MOVE WS-SM-INF               TO ESP-SM-PERIODO
            MOVE ZEROS                   TO ESP-SEQUENCIA

            SET EOF-ESP-OK               TO FALSE
            START ESPERA KEY NOT LESS THAN CHAVE-ESPERA
               INVALID KEY
                  SET EOF-ESP-OK         TO TRUE
            END-START

            PERFORM P855-LE-ESPERA       THRU P855-FIM
                    UNTIL EOF-ESP-OK

            IF JA-NA-ESPERA
               DISPLAY 'TURMA LOTADA - O ALUNO JA ESTA NA LISTA DE '
                       'ESPERA, POSICAO ' WS-POSICAO-ESPERA
               CLOSE ESPERA
               GO TO P850-FIM
            END-IF

            ADD 1                        TO WS-POSICAO-ESPERA
            MOVE WS-MATERIA-INF          TO ESP-ID-MATERIA
            MOVE WS-AA-INF               TO ESP-AA-PERIODO
            MOVE WS-SM-INF               TO ESP-SM-PERIODO
            ADD 1 WS-SEQ-ESPERA      GIVING ESP-SEQUENCIA
            MOVE WS-ALUNO-INF            TO ESP-ID-ALUNO
            MOVE WS-DATA-HOJE            TO ESP-DT-PEDIDO
                                            ESP-DT-SITUACAO
            MOVE WS-SGN-USUARIO          TO ESP-OPERADOR
            SET ESPERA-AGUARDANDO        TO TRUE

            WRITE REG-ESPERA
               INVALID KEY
                  DISPLAY 'ERRO AO GRAVAR NA LISTA DE ESPERA. '
                          'FILE STATUS: ' WS-FS-ESP
               NOT INVALID KEY
                  DISPLAY 'TURMA LOTADA (' WS-QT-TURMA ' ATIVOS PARA '
                          WS-LUGARES-TURMA ' LUGARES).'
                  DISPLAY 'ALUNO ' WS-NOME-ALUNO
                          ' NA LISTA DE ESPERA, POSICAO '
                          WS-POSICAO-ESPERA
            END-WRITE

            CLOSE ESPERA
            .
       P850-FIM.
           EXIT.

       P855-LE-ESPERA.
            READ ESPERA NEXT RECORD
               AT END
                  SET EOF-ESP-OK         TO TRUE
               NOT AT END
                  IF ESP-ID-MATERIA NOT EQUAL WS-MATERIA-INF
                     OR ESP-AA-PERIODO NOT EQUAL WS-AA-INF
                     OR ESP-SM-PERIODO NOT EQUAL WS-SM-INF
                     SET EOF-ESP-OK      TO TRUE
                  ELSE
                     MOVE ESP-SEQUENCIA  TO WS-SEQ-ESPERA
                     IF ESPERA-AGUARDANDO AND NOT JA-NA-ESPERA
                        ADD 1            TO WS-POSICAO-ESPERA
                        IF ESP-ID-ALUNO EQUAL WS-ALUNO-INF
                           MOVE 'S'      TO WS-JA-NA-ESPERA
                        END-IF
                     END-IF
                  END-IF
            END-READ
            .
       P855-FIM.
           EXIT.

       P860-LISTA-ESPERA.
            DISPLAY 'Informe o codigo da disciplina:'
            ACCEPT WS-MATERIA-INF
            DISPLAY 'Informe o ano letivo (AAAA):'
            ACCEPT WS-AA-INF
            DISPLAY 'Informe o semestre (1/2):'
            ACCEPT WS-SM-INF

            OPEN INPUT ESPERA
            IF NOT FS-ESP-OK
               DISPLAY 'NAO HA LISTA DE ESPERA GRAVADA.'
               GO TO P860-FIM
            END-IF

            MOVE WS-MATERIA-INF          TO ESP-ID-MATERIA
            MOVE WS-AA-INF               TO ESP-AA-PERIODO
            MOVE WS-SM-INF               TO ESP-SM-PERIODO
            MOVE ZEROS                   TO ESP-SEQUENCIA
            MOVE ZEROS                   TO WS-POSICAO-ESPERA

            SET EOF-ESP-OK               TO FALSE
            START ESPERA KEY NOT LESS THAN CHAVE-ESPERA
               INVALID KEY
                  SET EOF-ESP-OK         TO TRUE
            END-START

            PERFORM P865-MOSTRA-ESPERA   THRU P865-FIM
                    UNTIL EOF-ESP-OK

            CLOSE ESPERA

            DISPLAY 'ALUNOS AGUARDANDO VAGA: ' WS-POSICAO-ESPERA
            .
       P860-FIM.
           EXIT.

       P865-MOSTRA-ESPERA.
            READ ESPERA NEXT RECORD
               AT END
                  SET EOF-ESP-OK         TO TRUE
               NOT AT END
                  IF ESP-ID-MATERIA NOT EQUAL WS-MATERIA-INF
                     OR ESP-AA-PERIODO NOT EQUAL WS-AA-INF
                     OR ESP-SM-PERIODO NOT EQUAL WS-SM-INF
                     SET EOF-ESP-OK      TO TRUE
                  ELSE
                     IF ESPERA-AGUARDANDO
                        ADD 1            TO WS-POSICAO-ESPERA
                        MOVE ESP-ID-ALUNO TO WS-ALUNO-INF
                        PERFORM P700-VALIDA-ALUNO THRU P700-FIM
                        DISPLAY WS-POSICAO-ESPERA ' - ALUNO '
                                ESP-ID-ALUNO ' - ' WS-NOME-ALUNO
                                ' PEDIDO EM ' ESP-DT-PEDIDO
                     END-IF
                  END-IF
            END-READ
            .
       P865-FIM.
           EXIT.

       P870-RETIRA-ESPERA.
            PERFORM P600-PEDE-CHAVE      THRU P600-FIM

            OPEN I-O ESPERA
            IF NOT FS-ESP-OK
               DISPLAY 'NAO HA LISTA DE ESPERA GRAVADA.'
               GO TO P870-FIM
            END-IF

            MOVE WS-MATERIA-INF          TO ESP-ID-MATERIA
            MOVE WS-AA-INF               TO ESP-AA-PERIODO
            MOVE WS-SM-INF               TO ESP-SM-PERIODO
            MOVE ZEROS                   TO ESP-SEQUENCIA
            MOVE 'N'                     TO WS-JA-NA-ESPERA

            SET EOF-ESP-OK               TO FALSE
            START ESPERA KEY NOT LESS THAN CHAVE-ESPERA
               INVALID KEY
                  SET EOF-ESP-OK         TO TRUE
            END-START

            PERFORM P875-CANCELA-ESPERA  THRU P875-FIM
                    UNTIL EOF-ESP-OK

            CLOSE ESPERA

            IF JA-NA-ESPERA
               DISPLAY 'ALUNO RETIRADO DA LISTA DE ESPERA.'
            ELSE
               DISPLAY 'O ALUNO NAO ESTA AGUARDANDO VAGA NESTA '
                       'DISCIPLINA E PERIODO.'
            END-IF
            .
       P870-FIM.
           EXIT.

       P875-CANCELA-ESPERA.
            READ ESPERA NEXT RECORD
               AT END
                  SET EOF-ESP-OK         TO TRUE
               NOT AT END
                  IF ESP-ID-MATERIA NOT EQUAL WS-MATERIA-INF
                     OR ESP-AA-PERIODO NOT EQUAL WS-AA-INF
                     OR ESP-SM-PERIODO NOT EQUAL WS-SM-INF
                     SET EOF-ESP-OK      TO TRUE
                  ELSE
                     IF ESPERA-AGUARDANDO
                        AND ESP-ID-ALUNO EQUAL WS-ALUNO-INF
                        SET ESPERA-CANCELADO TO TRUE
                        MOVE WS-DATA-HOJE TO ESP-DT-SITUACAO
                        MOVE WS-SGN-USUARIO TO ESP-OPERADOR
                        REWRITE REG-ESPERA
                        MOVE 'S'         TO WS-JA-NA-ESPERA
                        SET EOF-ESP-OK   TO TRUE
                     END-IF
                  END-IF
            END-READ
            .
       P875-FIM.
           EXIT.

       P900-CHAMA-ESPERA.

      ***** SO CHAMA SE O TRANCAMENTO DEIXOU A TURMA ABAIXO DA ********
      ***** LOTACAO; O MESTRE DE MATRICULAS SEGUE ABERTO EM I-O *******
            PERFORM P800-CONFERE-VAGA    THRU P800-FIM
            IF TURMA-LOTADA
               GO TO P900-FIM
            END-IF

            OPEN I-O ESPERA
            IF NOT FS-ESP-OK
               GO TO P900-FIM
            END-IF

            MOVE WS-MATERIA-INF          TO ESP-ID-MATERIA
            MOVE WS-AA-INF               TO ESP-AA-PERIODO
            MOVE WS-SM-INF               TO ESP-SM-PERIODO
            MOVE ZEROS                   TO ESP-SEQUENCIA
            MOVE 'N'                     TO WS-CHAMADO

            SET EOF-ESP-OK               TO FALSE
            START ESPERA KEY NOT LESS THAN CHAVE-ESPERA
               INVALID KEY
                  SET EOF-ESP-OK         TO TRUE
            END-START

            PERFORM P910-LE-ESPERA       THRU P910-FIM
                    UNTIL EOF-ESP-OK

            CLOSE ESPERA
            .
       P900-FIM.
           EXIT.

       P910-LE-ESPERA.
            READ ESPERA NEXT RECORD
               AT END
                  SET EOF-ESP-OK         TO TRUE
               NOT AT END
                  IF ESP-ID-MATERIA NOT EQUAL WS-MATERIA-INF
                     OR ESP-AA-PERIODO NOT EQUAL WS-AA-INF
                     OR ESP-SM-PERIODO NOT EQUAL WS-SM-INF
                     SET EOF-ESP-OK      TO TRUE
                  ELSE
                     IF ESPERA-AGUARDANDO
                        PERFORM P920-MATRICULA-ESPERA THRU P920-FIM
                        IF ALUNO-CHAMADO
                           SET EOF-ESP-OK TO TRUE
                        END-IF
                     END-IF
                  END-IF
            END-READ
            .
       P910-FIM.
           EXIT.

       P920-MATRICULA-ESPERA.

      ***** ESTUDANTE QUE SAIU DE ATIVO PERDE A VEZ; O PROXIMO DA *****
      ***** FILA E CHAMADO ********************************************
            MOVE ESP-ID-ALUNO            TO WS-ALUNO-INF
            PERFORM P720-CONFERE-SITUACAO THRU P720-FIM
            IF NOT SITUACAO-OK
               SET ESPERA-CANCELADO      TO TRUE
               MOVE WS-DATA-HOJE         TO ESP-DT-SITUACAO
               REWRITE REG-ESPERA
               DISPLAY 'ALUNO ' WS-ALUNO-INF ' DA LISTA DE ESPERA '
                       'FORA DE ATIVO NO CADASTRO - PEDIDO CANCELADO.'
               GO TO P920-FIM
            END-IF

            MOVE WS-ALUNO-INF            TO MT-ID-ALUNO
            MOVE WS-MATERIA-INF          TO MT-ID-MATERIA
            MOVE WS-AA-INF               TO MT-AA-PERIODO
            MOVE WS-SM-INF               TO MT-SM-PERIODO

            READ MATRICULA
               INVALID KEY
                  MOVE WS-DATA-HOJE      TO MT-DT-MATRICULA
                  SET MATRICULA-ATIVA    TO TRUE
                  WRITE REG-MATRICULA
                  END-WRITE
                  MOVE 'S'               TO WS-CHAMADO
               NOT INVALID KEY
                  IF MATRICULA-TRANCADA
                     MOVE WS-DATA-HOJE   TO MT-DT-MATRICULA
                     SET MATRICULA-ATIVA TO TRUE
                     REWRITE REG-MATRICULA
                     MOVE 'S'            TO WS-CHAMADO
                  END-IF
            END-READ

      ***** JA ATIVO POR OUTRO CAMINHO: SO BAIXA O PEDIDO DA FILA *****
            SET ESPERA-MATRICULADO       TO TRUE
            MOVE WS-DATA-HOJE            TO ESP-DT-SITUACAO
            REWRITE REG-ESPERA

            IF NOT ALUNO-CHAMADO
               GO TO P920-FIM
            END-IF

            PERFORM P700-VALIDA-ALUNO    THRU P700-FIM
            DISPLAY 'VAGA PREENCHIDA PELA LISTA DE ESPERA: ALUNO '
                    WS-ALUNO-INF ' - ' WS-NOME-ALUNO

            PERFORM P950-AVISA-VAGA      THRU P950-FIM
            .
       P920-FIM.
           EXIT.

       P950-AVISA-VAGA.

      ***** AVISO PELA FILA DE NOTIFICACOES, NO E-MAIL DO CADASTRO ****
      ***** DO ESTUDANTE; SEM E-MAIL VALIDO, A SECRETARIA AVISA *******
            MOVE SPACES                  TO WS-EMAIL-ALUNO

            OPEN INPUT ESTUDANTE
            IF FS-EST-OK
               MOVE WS-ALUNO-INF         TO CD-STUDENT
               READ ESTUDANTE
                  INVALID KEY
                     CONTINUE
                  NOT INVALID KEY
                     IF NOT EMAIL-STUDENT-INVALIDO
                        MOVE EM-STUDENT  TO WS-EMAIL-ALUNO
                     END-IF
               END-READ
               CLOSE ESTUDANTE
            END-IF

            IF WS-EMAIL-ALUNO EQUAL SPACES
               DISPLAY 'ESTUDANTE SEM E-MAIL VALIDO - AVISAR A '
                       'MATRICULA PELA SECRETARIA.'
               GO TO P950-FIM
            END-IF

            PERFORM P750-VALIDA-MATERIA  THRU P750-FIM

            OPEN EXTEND NOTIFOUT
            IF WS-FS-OUT EQUAL 35
               OPEN OUTPUT NOTIFOUT
            END-IF

            IF NOT FS-OUT-OK
               DISPLAY 'ERRO AO ABRIR A FILA DE NOTIFICACOES. '
                       'FILE STATUS: ' WS-FS-OUT
               GO TO P950-FIM
            END-IF

            MOVE SPACES                  TO REG-NOTIFOUT
            MOVE WS-EMAIL-ALUNO          TO OUT-DESTINO
            MOVE 'VAGAMATR'              TO OUT-TEMPLATE
            MOVE SPACES                  TO OUT-CAMPOS
            STRING WS-ALUNO-INF ';' WS-MATERIA-INF ';'
                   WS-NOME-MATERIA ';' WS-AA-INF '/' WS-SM-INF
                   DELIMITED BY SIZE INTO OUT-CAMPOS
            WRITE REG-NOTIFOUT

            CLOSE NOTIFOUT

            DISPLAY 'AVISO DA VAGA GRAVADO NA FILA DE NOTIFICACOES.'
            .
       P950-FIM.
           EXIT.

       END PROGRAM CADMATRI.
