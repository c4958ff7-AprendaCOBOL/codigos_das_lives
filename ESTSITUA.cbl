      *          MATRICULA (CADMATRI) RECUSA QUEM NAO ESTA ATIVO E OS
      *          RELATORIOS (RELCURSO/RESUMOGE) ABREM A CONTAGEM POR
      *          SITUACAO.
      * Update: 15/10/2026 - FORMADO so e aceito para o aluno apto pela
      *         matriz curricular do curso (MATRIZ.DAT, CADMATRZ): o
      *         FORMAPTO confere as aprovacoes do NOTAS.DAT e do
      *         NOTAHIST.DAT e a troca e recusada com a lista do que
      *         falta.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ESTSITUA.
          03 WS-SGN-AUTENTICADO          PIC X(01).
             88 SIGNON-OK                VALUE 'S' FALSE 'N'.
          03 WS-SGN-CHAMADOR             PIC X(10).
       77 WS-IDX                         PIC 9(02) VALUE ZEROS.
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
               GO TO P300-FIM
            END-IF

      ***** FORMADO SO PARA QUEM CUMPRIU A MATRIZ DO CURSO ************
            IF WS-SITUACAO-NOVA EQUAL 'F' AND NOT STUDENT-FORMADO
               PERFORM P400-CONFERE-FORMATURA THRU P400-FIM
               IF NOT WS-FMA-APTO
                  DISPLAY 'ALUNO NAO APTO A FORMAR - NADA ALTERADO.'
                  GO TO P300-FIM
               END-IF
            END-IF

            MOVE WS-SITUACAO-NOVA        TO ST-STUDENT

            REWRITE REG-ESTUDANTE
            END-REWRITE
            .
       P300-FIM.
       P400-CONFERE-FORMATURA.

            INITIALIZE WS-FORMAPTO
            MOVE CD-STUDENT              TO WS-FMA-CD-STUDENT
            MOVE CR-STUDENT              TO WS-FMA-NM-CURSO
            CALL 'FORMAPTO' USING WS-FORMAPTO

            IF WS-FMA-RETORNO NOT EQUAL ZEROS
               MOVE SPACE                TO WS-FMA-SITUACAO
               DISPLAY 'MATRIZ CURRICULAR INDISPONIVEL. FILE STATUS: '
                       WS-FMA-RETORNO
               GO TO P400-FIM
            END-IF

            IF WS-FMA-SEM-MATRIZ
               DISPLAY 'CURSO SEM MATRIZ CURRICULAR (CADMATRZ).'
               GO TO P400-FIM
            END-IF

            IF WS-FMA-APTO
               GO TO P400-FIM
            END-IF

            DISPLAY 'OBRIGATORIAS FALTANDO: ' WS-FMA-QT-OBRIG-FALTA
                    ' DE ' WS-FMA-QT-OBRIGATORIAS
            PERFORM P410-MOSTRA-FALTA    THRU P410-FIM
                    VARYING WS-IDX FROM 1 BY 1
                    UNTIL WS-IDX > WS-FMA-QT-LISTADAS
            DISPLAY 'ELETIVAS APROVADAS: ' WS-FMA-QT-ELETIVAS
                    ' - MINIMO DO CURSO: ' WS-FMA-QT-MIN-ELETIVAS
            .
       P400-FIM.
       P410-MOSTRA-FALTA.

            DISPLAY '   FALTA A DISCIPLINA ' WS-FMA-FALTA (WS-IDX)
            .
       P410-FIM.
       END PROGRAM ESTSITUA.
