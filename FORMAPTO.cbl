      ******************************************************************
      * Author: ANDRE COSTA
      * Date: 15/10/2026
      * Purpose: CONFERENCIA DE APTIDAO PARA FORMATURA DE UM ALUNO,
      *          CHAMADA PELA AUDITORIA (RELFORMA) E PELA TRANSACAO DE
      *          SITUACAO (ESTSITUA) ANTES DE MARCAR FORMADO. PERCORRE
      *          A MATRIZ CURRICULAR DO CURSO (MATRIZ.DAT) E PROCURA
      *          APROVADO OU RECUPERA DO ALUNO EM CADA DISCIPLINA, NO
      *          MESTRE DE NOTAS (NOTAS.DAT) OU NO HISTORICO ARQUIVADO
      *          (NOTAHIST.DAT) - A MESMA REGRA DO PRE-REQUISITO DO
      *          CADMATRI. APTO: TODAS AS OBRIGATORIAS E PELO MENOS O
      *          MINIMO DE ELETIVAS DO CABECALHO DO CURSO. DEVOLVE A
      *          SITUACAO ('S' APTO, 'N' COM PENDENCIA, 'M' CURSO SEM
      *          MATRIZ), AS CONTAGENS E ATE 20 OBRIGATORIAS QUE
      *          FALTAM. RETORNO: 00 OK, OUTRO VALOR E O FILE STATUS
      *          DA MATRIZ INDISPONIVEL.
      * Update: 15/10/2026 - O resultado CREDITADO (aproveitamento
      *         de estudos da transferencia de curso, ESTTRANS)
      *         cumpre a disciplina da matriz, no mestre e no
      *         historico.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. FORMAPTO.

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

       DATA DIVISION.
       FILE SECTION.
       FD MATRIZ.
          COPY FD_MATRIZ.

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

       WORKING-STORAGE SECTION.
      ***** CAMINHOS FISICOS DOS ARQUIVOS - PRE-CARREGADOS COM O *****
      ***** PADRAO HISTORICO E RESOLVIDOS PELO ARQCONF NO INICIO *****
       77 WS-ARQ-MATRIZ              PIC X(68) VALUE
          'C:\Users\Mauro Vieira\bin\MATRIZ.DAT'.
       77 WS-ARQ-NOTAS               PIC X(68) VALUE
          'C:\Users\Mauro Vieira\bin\NOTAS.DAT'.
       77 WS-ARQ-NOTAHIST            PIC X(68) VALUE
          'C:\Users\Mauro Vieira\bin\NOTAHIST.DAT'.
       77 WS-FS                          PIC 99.
          88 FS-OK                       VALUE 0.
       77 WS-FS-NOT                      PIC 99.
          88 FS-NOT-OK                   VALUE 0.
       77 WS-NOT-ABERTO                  PIC X VALUE 'N'.
          88 NOT-ABERTO                  VALUE 'S'.
       77 WS-FS-HIS                      PIC 99.
          88 FS-HIS-OK                   VALUE 0.
       77 WS-HIS-ABERTO                  PIC X VALUE 'N'.
          88 HIS-ABERTO                  VALUE 'S'.
       77 WS-EOF                         PIC X.
          88 EOF-OK                      VALUE 'S' FALSE 'N'.
       77 WS-EOF-NOT                     PIC X.
          88 EOF-NOT-OK                  VALUE 'S' FALSE 'N'.
       77 WS-QT-DISCIPLINAS              PIC 9(03) VALUE ZEROS.
       77 WS-REQ-APROVADO                PIC X VALUE 'N'.
          88 REQ-APROVADO                VALUE 'S'.

       LINKAGE SECTION.
       01 LK-FORMAPTO.
          03 LK-FMA-CD-STUDENT           PIC 9(05).
          03 LK-FMA-NM-CURSO             PIC X(20).
          03 LK-FMA-SITUACAO             PIC X(01).
             88 LK-FMA-APTO              VALUE 'S'.
             88 LK-FMA-PENDENTE          VALUE 'N'.
             88 LK-FMA-SEM-MATRIZ        VALUE 'M'.
          03 LK-FMA-QT-OBRIGATORIAS      PIC 9(03).
          03 LK-FMA-QT-OBRIG-FALTA       PIC 9(03).
          03 LK-FMA-QT-ELETIVAS          PIC 9(03).
          03 LK-FMA-QT-MIN-ELETIVAS      PIC 9(02).
          03 LK-FMA-QT-LISTADAS          PIC 9(02).
          03 LK-FMA-FALTA                PIC 9(03) OCCURS 20 TIMES.
          03 LK-FMA-RETORNO              PIC 99.

       PROCEDURE DIVISION USING LK-FORMAPTO.
       MAIN-PROCEDURE.

            MOVE ZEROS                   TO LK-FMA-RETORNO
                                            LK-FMA-QT-OBRIGATORIAS
                                            LK-FMA-QT-OBRIG-FALTA
                                            LK-FMA-QT-ELETIVAS
                                            LK-FMA-QT-MIN-ELETIVAS
                                            LK-FMA-QT-LISTADAS
                                            WS-QT-DISCIPLINAS
            SET LK-FMA-SEM-MATRIZ        TO TRUE

      ***** RESOLVE OS CAMINHOS FISICOS PELO PERFIL DO ARQCONF ******
            CALL 'ARQCONF' USING 'MATRIZ.DAT      ' WS-ARQ-MATRIZ
            CALL 'ARQCONF' USING 'NOTAS.DAT       ' WS-ARQ-NOTAS
            CALL 'ARQCONF' USING 'NOTAHIST.DAT    ' WS-ARQ-NOTAHIST

            OPEN INPUT MATRIZ

            IF NOT FS-OK
               MOVE WS-FS                TO LK-FMA-RETORNO
               GOBACK
            END-IF

      ***** SEM NOTAS OU SEM HISTORICO, A DISCIPLINA FICA SEM ********
      ***** APROVACAO NAQUELE ARQUIVO *********************************
            MOVE 'N'                     TO WS-NOT-ABERTO
                                            WS-HIS-ABERTO
            OPEN INPUT NOTAS
            IF FS-NOT-OK
               MOVE 'S'                  TO WS-NOT-ABERTO
            END-IF

            OPEN INPUT NOTAHIST
            IF FS-HIS-OK
               MOVE 'S'                  TO WS-HIS-ABERTO
            END-IF

      ***** O CABECALHO (DISCIPLINA 000) VEM ANTES DAS DISCIPLINAS ****
            MOVE LK-FMA-NM-CURSO         TO MZ-NM-CURSO
            MOVE ZEROS                   TO MZ-ID-MATERIA

            SET EOF-OK                   TO FALSE
            START MATRIZ KEY NOT LESS THAN CHAVE-MATRIZ
               INVALID KEY
                  SET EOF-OK             TO TRUE
            END-START

            PERFORM P100-LE-MATRIZ       THRU P100-FIM UNTIL EOF-OK

            IF WS-QT-DISCIPLINAS GREATER THAN ZEROS
               IF LK-FMA-QT-OBRIG-FALTA EQUAL ZEROS
                  AND LK-FMA-QT-ELETIVAS NOT LESS THAN
                      LK-FMA-QT-MIN-ELETIVAS
                  SET LK-FMA-APTO        TO TRUE
               ELSE
                  SET LK-FMA-PENDENTE    TO TRUE
               END-IF
            END-IF

            IF NOT-ABERTO
               CLOSE NOTAS
            END-IF
            IF HIS-ABERTO
               CLOSE NOTAHIST
            END-IF
            CLOSE MATRIZ

            GOBACK.
       P100-LE-MATRIZ.

            READ MATRIZ NEXT RECORD
               AT END
                  SET EOF-OK             TO TRUE
               NOT AT END
                  IF MZ-NM-CURSO NOT EQUAL LK-FMA-NM-CURSO
                     SET EOF-OK          TO TRUE
                  ELSE
                     PERFORM P200-CONFERE-DISCIPLINA THRU P200-FIM
                  END-IF
            END-READ
            .
       P100-FIM.
       P200-CONFERE-DISCIPLINA.

            IF MATRIZ-CABECALHO
               MOVE MZ-QT-MIN-ELETIVAS   TO LK-FMA-QT-MIN-ELETIVAS
               GO TO P200-FIM
            END-IF

            ADD 1                        TO WS-QT-DISCIPLINAS
            PERFORM P300-CONFERE-APROVACAO THRU P300-FIM

            IF MATRIZ-ELETIVA
               IF REQ-APROVADO
                  ADD 1                  TO LK-FMA-QT-ELETIVAS
               END-IF
               GO TO P200-FIM
            END-IF

      ***** SEM TIPO INFORMADO, A DISCIPLINA CONTA COMO OBRIGATORIA ***
            ADD 1                        TO LK-FMA-QT-OBRIGATORIAS
            IF NOT REQ-APROVADO
               ADD 1                     TO LK-FMA-QT-OBRIG-FALTA
               IF LK-FMA-QT-LISTADAS LESS THAN 20
                  ADD 1                  TO LK-FMA-QT-LISTADAS
                  MOVE MZ-ID-MATERIA
                    TO LK-FMA-FALTA (LK-FMA-QT-LISTADAS)
               END-IF
            END-IF
            .
       P200-FIM.
       P300-CONFERE-APROVACAO.

      ***** PROCURA APROVADO/RECUPERA DO ALUNO NA DISCIPLINA, NO ******
      ***** MESTRE DE NOTAS E NO HISTORICO ARQUIVADO ******************
            MOVE 'N'                     TO WS-REQ-APROVADO

            IF NOT-ABERTO
               MOVE LK-FMA-CD-STUDENT    TO NT-ID-ALUNO
               MOVE MZ-ID-MATERIA        TO NT-ID-MATERIA
               MOVE ZEROS                TO NT-AA-PERIODO
                                            NT-SM-PERIODO
               SET EOF-NOT-OK            TO FALSE
               START NOTAS KEY NOT LESS THAN CHAVE-NOTAS
                  INVALID KEY
                     SET EOF-NOT-OK      TO TRUE
               END-START
               PERFORM P310-LE-NOTA      THRU P310-FIM
                       UNTIL EOF-NOT-OK
            END-IF

            IF REQ-APROVADO OR NOT HIS-ABERTO
               GO TO P300-FIM
            END-IF

            MOVE LK-FMA-CD-STUDENT       TO NH-ID-ALUNO
            MOVE MZ-ID-MATERIA           TO NH-ID-MATERIA
            MOVE ZEROS                   TO NH-AA-PERIODO
                                            NH-SM-PERIODO
            SET EOF-NOT-OK               TO FALSE
            START NOTAHIST KEY NOT LESS THAN CHAVE-NOTAHIST
               INVALID KEY
                  SET EOF-NOT-OK         TO TRUE
            END-START
            PERFORM P320-LE-HISTORICO    THRU P320-FIM
                    UNTIL EOF-NOT-OK
            .
       P300-FIM.
       P310-LE-NOTA.

            READ NOTAS NEXT RECORD
               AT END
                  SET EOF-NOT-OK         TO TRUE
               NOT AT END
                  IF NT-ID-ALUNO NOT EQUAL LK-FMA-CD-STUDENT
                     OR NT-ID-MATERIA NOT EQUAL MZ-ID-MATERIA
                     SET EOF-NOT-OK      TO TRUE
                  ELSE
                     IF NOTA-APROVADO OR NOTA-RECUPERADO
                        OR NOTA-CREDITADO
                        MOVE 'S'         TO WS-REQ-APROVADO
                        SET EOF-NOT-OK   TO TRUE
                     END-IF
                  END-IF
            END-READ
            .
       P310-FIM.
       P320-LE-HISTORICO.

            READ NOTAHIST NEXT RECORD
               AT END
                  SET EOF-NOT-OK         TO TRUE
               NOT AT END
                  IF NH-ID-ALUNO NOT EQUAL LK-FMA-CD-STUDENT
                     OR NH-ID-MATERIA NOT EQUAL MZ-ID-MATERIA
                     SET EOF-NOT-OK      TO TRUE
                  ELSE
                     IF NH-ST-APROVACAO EQUAL 'APROVADO'
                        OR NH-ST-APROVACAO EQUAL 'RECUPERA'
                        OR NH-ST-APROVACAO EQUAL 'CREDITADO'
                        MOVE 'S'         TO WS-REQ-APROVADO
                        SET EOF-NOT-OK   TO TRUE
                     END-IF
                  END-IF
            END-READ
            .
       P320-FIM.
       END PROGRAM FORMAPTO.
