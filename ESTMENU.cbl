      *         atualizacao/exclusao (que antes pediam o login no
      *         teclado sem validar nada), e a opcao destrutiva <2>
      *         so e aceita para usuario de nivel 3 (administrador).
      * Update: 15/10/2026 - A exclusao <2> deixou de exigir nivel 3: o
      *         PERMITE confere a funcao ESTMENU/EXCLUSAO nos perfis do
      *         operador.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ESTMENU.
          03 WS-SGN-CHAMADOR                 PIC X(10).
       77 WS-OPCAO                           PIC X.
       77 WS-PROGRAMA                        PIC X(68).
       77 WS-PERMITIDO                       PIC X(01).
          88 FUNCAO-PERMITIDA                VALUE 'S'.
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            MOVE 'ESTMENU   '                   TO WS-SGN-CHAMADOR
                          DELIMITED BY SIZE INTO WS-PROGRAMA
                   CALL WS-PROGRAMA              USING WS-COM-AREA
                WHEN '2'
                   CALL 'PERMITE' USING WS-SGN-USUARIO 'ESTMENU   '
                                        'EXCLUSAO  ' WS-PERMITIDO
                   IF NOT FUNCAO-PERMITIDA
                      DISPLAY 'ACESSO NEGADO - A EXCLUSAO DE '
                              'ESTUDANTE EXIGE A FUNCAO '
                              'ESTMENU/EXCLUSAO.'
                   ELSE
                      STRING FUNCTION TRIM(WS-INSTALL-PATH) 'PRGEXCL1'
                             DELIMITED BY SIZE INTO WS-PROGRAMA
