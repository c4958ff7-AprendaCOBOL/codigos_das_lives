      *         no sign-on; e todo acesso, com sucesso ou nao, e
      *         gravado no log ACESSLOG.TXT com data, hora e o menu
      *         chamador (novo campo da com-area).
      * Update: 15/10/2026 - O nivel deixou de decidir o acesso:
      *         depois da senha, o usuario so entra se algum dos
      *         perfis dele (PERFIL.DAT) liberar uma funcao do
      *         programa chamador (PERMITE com operacao '*'); sem
      *         isso o acesso e negado e o log registra SEM-PERFIL.
      *         Cada programa confere depois a operacao especifica.
      *         LK-NIVEL continua devolvido so como informacao.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SIGNON.
       77 WS-IDADE-SENHA                 PIC S9(05) VALUE ZEROS.
       77 WS-RESULTADO-LOG               PIC X(10) VALUE SPACES.
       77 WS-HORA-COMPLETA               PIC 9(08) VALUE ZEROS.
       77 WS-PERMITIDO                   PIC X(01).
          88 FUNCAO-PERMITIDA            VALUE 'S'.

       LINKAGE SECTION.
       01 LK-SIGNON.
          03 LK-USUARIO                  PIC X(12).
      ***** NIVEL ANTIGO - SO INFORMATIVO; O ACESSO E POR FUNCAO ******
          03 LK-NIVEL                    PIC 9(01).
          03 LK-AUTENTICADO              PIC X(01).
             88 LK-SIGNON-OK             VALUE 'S' FALSE 'N'.

            CLOSE USUARIOS

            IF LK-SIGNON-OK
               PERFORM P600-CONFERE-PERFIL THRU P600-FIM
            END-IF

            IF NOT LK-SIGNON-OK
               DISPLAY 'ACESSO NEGADO.'
            END-IF
      ***** SENHA VENCIDA FORCA A TROCA; SENHA VALIDA OFERECE *********
            PERFORM P400-CICLO-SENHA     THRU P400-FIM

      ***** O LOG DE SUCESSO SO SAI DEPOIS DA CONFERENCIA DO PERFIL ***
            MOVE ID-USUARIO              TO LK-USUARIO
            MOVE NV-USUARIO              TO LK-NIVEL
            SET LK-SIGNON-OK             TO TRUE
            .
       P200-FIM.
       P300-SENHA-ERRADA.
            CLOSE ACESSLOG
            .
       P500-FIM.
       P600-CONFERE-PERFIL.

      ***** SENHA CERTA NAO BASTA: ALGUM PERFIL DO USUARIO PRECISA ****
      ***** LIBERAR UMA FUNCAO DO PROGRAMA CHAMADOR *******************
            CALL 'PERMITE' USING LK-USUARIO LK-CHAMADOR '*         '
                                 WS-PERMITIDO

            IF FUNCAO-PERMITIDA
               MOVE 'SUCESSO   '         TO WS-RESULTADO-LOG
               PERFORM P500-GRAVA-LOG    THRU P500-FIM
               DISPLAY 'Bem-vindo, ' LK-USUARIO
            ELSE
               DISPLAY 'NENHUM PERFIL DO USUARIO LIBERA O PROGRAMA '
                       LK-CHAMADOR ' - PROCURE O ADMINISTRADOR.'
               MOVE 'SEM-PERFIL'         TO WS-RESULTADO-LOG
               PERFORM P500-GRAVA-LOG    THRU P500-FIM
               MOVE SPACES               TO LK-USUARIO
               MOVE ZERO                 TO LK-NIVEL
               SET LK-SIGNON-OK          TO FALSE
            END-IF
            .
       P600-FIM.
       END PROGRAM SIGNON.
