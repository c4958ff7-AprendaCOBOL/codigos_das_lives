      *          SALHIST.DAT, COM VALOR ANTIGO, NOVO E O OPERADOR DO
      *          SIGNON, E A CONSULTA MOSTRA A PROGRESSAO DO
      *          FUNCIONARIO DESDE A ADMISSAO.
      * Update: 15/10/2026 - Alterar o cargo/salario e o reajuste
      *         percentual passaram a exigir as funcoes
      *         REAJUSTE/ALTERACAO e REAJUSTE/REAJUSTE, conferidas pelo
      *         PERMITE nos perfis do operador - antes bastava o
      *         sign-on. O historico continua aberto a quem entra no
      *         programa.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. REAJUSTE.
       77 WS-PROX-SEQ                    PIC 9(02) VALUE ZEROS.
       77 WS-QT-REAJUSTADOS              PIC 9(04) VALUE ZEROS.
       77 WS-CONFIRMA                    PIC X.
       77 WS-PERMITIDO                   PIC X(01).
          88 FUNCAO-PERMITIDA            VALUE 'S'.
       01 WS-SIGNON.
          03 WS-SGN-USUARIO              PIC X(12).
          03 WS-SGN-NIVEL                PIC 9(01).
           EXIT.

       P200-ALTERAR.
            CALL 'PERMITE' USING WS-SGN-USUARIO 'REAJUSTE  '
                                 'ALTERACAO ' WS-PERMITIDO
            IF NOT FUNCAO-PERMITIDA
               DISPLAY 'OPERADOR SEM PERFIL PARA ALTERAR SALARIO.'
               GO TO P200-FIM
            END-IF

            DISPLAY 'Informe o codigo do funcionario:'
            ACCEPT WS-FUNC-INF

           EXIT.

       P300-REAJUSTE.
            CALL 'PERMITE' USING WS-SGN-USUARIO 'REAJUSTE  '
                                 'REAJUSTE  ' WS-PERMITIDO
            IF NOT FUNCAO-PERMITIDA
               DISPLAY 'OPERADOR SEM PERFIL PARA REAJUSTE PERCENTUAL.'
               GO TO P300-FIM
            END-IF

            DISPLAY 'Informe o departamento (000 = empresa inteira):'
            ACCEPT WS-DEPTO-INF
            DISPLAY 'Informe o percentual de reajuste (EX: 5,00):'
