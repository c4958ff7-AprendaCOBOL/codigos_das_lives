      *         usuario de nivel 3 (administrador).
      * Update: 21/08/2026 - Opcao <6> para a manutencao do novo
      *         arquivo-filho de enderecos de contatos (CADENDCT).
      * Update: 15/10/2026 - Opcao <7> para a manutencao do
      *         arquivo-filho de canais de contato - telefones,
      *         e-mail e WhatsApp (CADCANCT).
      * Update: 15/10/2026 - A exclusao <5> deixou de exigir nivel 3: o
      *         PERMITE confere a funcao MENUCNTT/EXCLUSAO nos perfis do
      *         operador.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MENUCNTT.
          03 WS-SGN-CHAMADOR                    PIC X(10).
       77 WS-OPCAO                              PIC X.
       77 WS-PROGRAMA                           PIC X(68).
       77 WS-PERMITIDO                          PIC X(01).
          88 FUNCAO-PERMITIDA                   VALUE 'S'.
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            MOVE 'MENUCNTT  '                   TO WS-SGN-CHAMADOR
            DISPLAY '|  4 - Alterar Contato                          |'
            DISPLAY '|  5 - Excluir Contato                          |'
            DISPLAY '|  6 - Enderecos do Contato                     |'
            DISPLAY '|  7 - Canais do Contato (fone, e-mail)         |'
            DISPLAY '|  B - Processar Lote de Transacoes             |'
            DISPLAY '|                                               |'
            DISPLAY '|           (ou tecle <S> para sair)            |'
                          DELIMITED BY SIZE INTO WS-PROGRAMA
                   CALL WS-PROGRAMA                 USING WS-COM-AREA
                WHEN '5'
                   CALL 'PERMITE' USING WS-SGN-USUARIO 'MENUCNTT  '
                                        'EXCLUSAO  ' WS-PERMITIDO
                   IF NOT FUNCAO-PERMITIDA
                      DISPLAY 'ACESSO NEGADO - A EXCLUSAO DE CONTATO '
                              'EXIGE A FUNCAO MENUCNTT/EXCLUSAO.'
                   ELSE
                      MOVE ' *** EXCLUSAO DE CONTATO ***'
                                                   TO WS-MENSAGEM
                   STRING FUNCTION TRIM(WS-INSTALL-PATH) 'CADENDCT'
                          DELIMITED BY SIZE INTO WS-PROGRAMA
                   CALL WS-PROGRAMA                 USING WS-COM-AREA
                WHEN '7'
                   MOVE ' *** CANAIS DE CONTATO ***' TO WS-MENSAGEM
                   STRING FUNCTION TRIM(WS-INSTALL-PATH) 'CADCANCT'
                          DELIMITED BY SIZE INTO WS-PROGRAMA
                   CALL WS-PROGRAMA                 USING WS-COM-AREA
                WHEN 'B'
                   MOVE ' *** LOTE DE TRANSACOES ***' TO WS-MENSAGEM
                   STRING FUNCTION TRIM(WS-INSTALL-PATH) 'CNTTLOTE'
