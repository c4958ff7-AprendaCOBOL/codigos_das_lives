      *          FECHOU A APROVACAO E EM QUAIS DISCIPLINAS) EM
      *          CERTEXC.LST. A SECRETARIA PARA DE DATILOGRAFAR
      *          CERTIFICADO UM A UM.
      * Update: 15/10/2026 - O resultado CREDITADO (aproveitamento
      *         de estudos da transferencia de curso, ESTTRANS)
      *         conta como aprovacao para o certificado.
      * Update: 15/10/2026 - Bloqueio financeiro: o certificado do
      *         aprovado com mensalidade atrasada alem do FINPARM
      *         DIAS-BLOQ-FIN (BLOQFIN) e retido e sai em
      *         CERTEXC.LST com o valor, salvo liberacao do LIBFIN.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CERTAPRV.
       77 WS-QT-EXCECOES                 PIC 9(04) VALUE ZEROS.
       77 WS-DATA-MOVIMENTO              PIC 9(08) VALUE ZEROS.
       77 WS-CONTROLE-DATA               PIC X(01) VALUE 'N'.
       77 WS-QT-RETIDOS                  PIC 9(04) VALUE ZEROS.
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
       01 WS-TAB-DISC.
          03 WS-TD-ITEM OCCURS 20 TIMES.
             05 WS-TD-MATERIA            PIC X(20).
            DISPLAY '*** EMISSAO DE CERTIFICADOS ***'
            DISPLAY 'CERTIFICADOS EMITIDOS: ' WS-QT-CERTIFICADOS
            DISPLAY 'ALUNOS EM EXCECAO....: ' WS-QT-EXCECOES
            DISPLAY 'RETIDOS POR ATRASO...: ' WS-QT-RETIDOS
            DISPLAY 'IMPRESSOS EM CERTAPRV.LST E CERTEXC.LST'

            STOP RUN.
                          WS-TD-STATUS (WS-QTD-DISC)
                  END-IF
                  IF NOT NOTA-APROVADO AND NOT NOTA-RECUPERADO
                     AND NOT NOTA-CREDITADO
                     ADD 1               TO WS-QTD-REPROVAS
                  END-IF
            END-READ
       P250-FIM.
       P400-FECHA-ALUNO.

            IF WS-QTD-REPROVAS NOT EQUAL ZEROS
               PERFORM P420-IMPRIME-EXCECAO     THRU P420-FIM
               GO TO P400-FIM
            END-IF

      ***** MENSALIDADE ATRASADA ALEM DO LIMITE DO FINPARM RETEM O ****
      ***** CERTIFICADO, SALVO LIBERACAO DO ADMINISTRADOR (LIBFIN) ****
            MOVE 'V'                     TO WS-BLQ-ACAO
            MOVE WS-ALUNO-ATUAL          TO WS-BLQ-CD-STUDENT
            MOVE 'CERTAPRV  '            TO WS-BLQ-PROGRAMA
            MOVE SPACES                  TO WS-BLQ-OPERADOR
            CALL 'BLOQFIN' USING WS-BLOQFIN

            IF WS-BLQ-BLOQUEADO
               PERFORM P430-IMPRIME-RETIDO      THRU P430-FIM
            ELSE
               PERFORM P410-IMPRIME-CERTIFICADO THRU P410-FIM
            END-IF
            .
       P400-FIM.
                    UNTIL WS-IDX > WS-QTD-DISC
               IF WS-TD-STATUS (WS-IDX) NOT EQUAL 'APROVADO'
                  AND WS-TD-STATUS (WS-IDX) NOT EQUAL 'RECUPERA'
                  AND WS-TD-STATUS (WS-IDX) NOT EQUAL 'CREDITADO'
                  MOVE SPACES            TO REG-EXCECAO
                  STRING '   ' WS-TD-MATERIA (WS-IDX)
                         ' - MEDIA ' WS-TD-MEDIA (WS-IDX)
            END-PERFORM
            .
       P420-FIM.
       P430-IMPRIME-RETIDO.

            ADD 1                        TO WS-QT-RETIDOS

            MOVE SPACES                  TO REG-EXCECAO
            STRING 'ALUNO ' WS-ALUNO-ATUAL ' - ' WS-NOME-ATUAL
                   ' APROVADO, CERTIFICADO RETIDO:'
                   DELIMITED BY SIZE INTO REG-EXCECAO
            WRITE REG-EXCECAO

            MOVE SPACES                  TO REG-EXCECAO
            STRING '   PENDENCIA FINANCEIRA - ' WS-BLQ-QT-PARCELAS
                   ' PARCELA(S), VALOR ' WS-BLQ-VR-DEVIDO ', '
                   WS-BLQ-DIAS-ATRASO ' DIA(S)'
                   DELIMITED BY SIZE INTO REG-EXCECAO
            WRITE REG-EXCECAO
            .
       P430-FIM.
       END PROGRAM CERTAPRV.
