      *          PERCENTUAL DE FALTAS (NT-PC-FALTAS), FECHANDO COM A
      *          LINHA DE ASSINATURA DO RESPONSAVEL. IMPRIME UM ALUNO
      *          OU O PERIODO INTEIRO, EM ORDEM DE ALUNO.
      * Update: 15/10/2026 - O resultado CREDITADO (aproveitamento
      *         de estudos da transferencia de curso, ESTTRANS)
      *         sai com a disciplina e o periodo de origem no
      *         lugar das notas.
      * Update: 15/10/2026 - Bloqueio financeiro: o boletim do
      *         aluno com mensalidade atrasada alem do FINPARM
      *         DIAS-BLOQ-FIN (BLOQFIN) e retido, salvo liberacao
      *         do LIBFIN; no periodo inteiro a pagina e pulada e
      *         os retidos sao contados.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. BOLETIND.
       77 WS-QT-PAGINAS                  PIC 9(04) VALUE ZEROS.
       77 WS-SOMA-MEDIAS                 PIC 9(05)V99 VALUE ZEROS.
       77 WS-MEDIA-GERAL                 PIC 9(02)V99 VALUE ZEROS.
       77 WS-ALUNO-RETIDO                PIC X VALUE 'N'.
          88 ALUNO-RETIDO                VALUE 'S'.
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

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            IF MODO-UM-ALUNO
               DISPLAY 'Informe o codigo do aluno: '
               ACCEPT WS-ALUNO-PESQ
               MOVE WS-ALUNO-PESQ        TO WS-BLQ-CD-STUDENT
               PERFORM P250-CONFERE-FINANCEIRO THRU P250-FIM
               IF ALUNO-RETIDO
                  DISPLAY 'BOLETIM RETIDO POR PENDENCIA FINANCEIRA.'
                  DISPLAY 'EM ATRASO: ' WS-BLQ-QT-PARCELAS
                          ' PARCELA(S), VALOR ' WS-BLQ-VR-DEVIDO
                          ', ' WS-BLQ-DIAS-ATRASO ' DIA(S).'
                  STOP RUN
               END-IF
            ELSE
               IF NOT MODO-PERIODO
                  DISPLAY 'OPCAO INVALIDA!'
                       WS-QT-PAGINAS ' PAGINA(S)).'
            END-IF

            IF WS-QT-RETIDOS GREATER THAN ZEROS
               DISPLAY WS-QT-RETIDOS ' BOLETIM(NS) RETIDO(S) POR '
                       'PENDENCIA FINANCEIRA (VER RELBLOQ).'
            END-IF

            STOP RUN.
       P200-LE-NOTA.

                           PERFORM P500-FECHA-PAGINA THRU P500-FIM
                        END-IF
                        MOVE NT-ID-ALUNO TO WS-ALUNO-ATUAL
                                            WS-BLQ-CD-STUDENT
                        PERFORM P250-CONFERE-FINANCEIRO THRU P250-FIM
                        IF ALUNO-RETIDO
                           ADD 1         TO WS-QT-RETIDOS
                        ELSE
                           PERFORM P300-ABRE-PAGINA THRU P300-FIM
                        END-IF
                     END-IF
                     IF NOT ALUNO-RETIDO
                        PERFORM P400-LINHA-DISCIPLINA THRU P400-FIM
                     END-IF
                  END-IF
            END-READ
            .
       P200-FIM.
       P250-CONFERE-FINANCEIRO.

      ***** MENSALIDADE ATRASADA ALEM DO LIMITE DO FINPARM RETEM O ****
      ***** BOLETIM, SALVO LIBERACAO DO ADMINISTRADOR (LIBFIN) ********
            MOVE 'V'                     TO WS-BLQ-ACAO
            MOVE 'BOLETIND  '            TO WS-BLQ-PROGRAMA
            MOVE SPACES                  TO WS-BLQ-OPERADOR
            CALL 'BLOQFIN' USING WS-BLOQFIN

            MOVE 'N'                     TO WS-ALUNO-RETIDO
            IF WS-BLQ-BLOQUEADO
               MOVE 'S'                  TO WS-ALUNO-RETIDO
            END-IF
            .
       P250-FIM.
       P300-ABRE-PAGINA.

            MOVE 'S'                     TO WS-TEM-PAGINA
            WRITE REG-RELATORIO

            MOVE SPACES                  TO REG-RELATORIO
            IF NOTA-CREDITADO
               STRING '  APROVEITAMENTO DA DISC ' NT-ID-MATERIA-ORIGEM
                      ' (' NT-AA-PERIODO-ORIGEM '/'
                      NT-SM-PERIODO-ORIGEM ')'
                      '  MEDIA ' NT-MD-ALUNO
                      DELIMITED BY SIZE INTO REG-RELATORIO
            ELSE
               STRING '  NOTAS ' NT-NOTA1 ' ' NT-NOTA2 ' '
                      NT-NOTA3 ' ' NT-NOTA4
                      '  MEDIA ' NT-MD-ALUNO
                      DELIMITED BY SIZE INTO REG-RELATORIO
            END-IF
            WRITE REG-RELATORIO

            MOVE SPACES                  TO REG-RELATORIO
