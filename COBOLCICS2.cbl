      *      |        |            |  MANUTENCAO DE CONTATOS
      *      |        |            |  (CFPKO005) E A NOVA OPCAO 6
      *      |        |            |  O BROWSE DE ALUNOS (CFPKO006)
      * 004  | ANDRE  | 15/10/2026 |  NOVA OPCAO 8: LANCAMENTO
      *      |        |            |  ONLINE DE NOTAS PELO
      *      |        |            |  PROFESSOR (CFPKO008)
      * 005  | ANDRE  | 15/10/2026 |  NOVA OPCAO 9: ANONIMIZACAO
      *      |        |            |  DO JORNAL ONLINE DE CONTATOS
      *      |        |            |  (CFPKO009, LINK)
      * 006  | ANDRE  | 15/10/2026 |  NOVA OPCAO 0: DESCARGA DOS
      *      |        |            |  JORNAIS ONLINE PARA O BATCH
      *      |        |            |  (CFPKO010, LINK)
      * 007  | ANDRE  | 15/10/2026 |  NOVA OPCAO C: CAIXA DO
      *      |        |            |  BALCAO - RECEBIMENTO ONLINE
      *      |        |            |  DE PARCELA (CFPKO011)
      *

      *---------------------------------------------------------------*
              'OPCAO 6 - BROWSE DE ALUNOS (CFPKO006)'.
         03    FILLER              PIC     X(040) VALUE
              'OPCAO 7 - CONSULTA CONTRATOS (CFPKO007)'.
         03    FILLER              PIC     X(040) VALUE
              'OPCAO 8 - LANCAMENTO DE NOTAS (CFPKO008)'.
         03    FILLER              PIC     X(040) VALUE
              'OPCAO 9 - ANONIMIZA JRNCNTT (CFPKO009)'.
         03    FILLER              PIC     X(040) VALUE
              'OPCAO 0 - DESCARGA DOS JORNAIS (O010)'.
         03    FILLER              PIC     X(040) VALUE
              'OPCAO C - CAIXA: RECEBE PARCELA (O011)'.
         03    FILLER              PIC     X(040) VALUE
              'PF3     - ENCERRA A TRANSACAO'.
      *
                  PERFORM 058-00-TRATA-OPCAO6
              WHEN '7'
                  PERFORM 059-00-TRATA-OPCAO7
              WHEN '8'
                  PERFORM 061-00-TRATA-OPCAO8
              WHEN '9'
                  PERFORM 062-00-TRATA-OPCAO9
              WHEN '0'
                  PERFORM 063-00-TRATA-OPCAO0
              WHEN 'C'
              WHEN 'c'
                  PERFORM 064-00-TRATA-OPCAOC
              WHEN OTHER
                  PERFORM 055-00-OPCAO-INVALIDA
           END-EVALUATE.
      *-=-=-=-=-=-*
              EXIT.
      *
      /===============================================================*
       061-00-TRATA-OPCAO8         SECTION.
      *---------------------------------------------------------------*
      *    OPCAO 8: LANCAMENTO ONLINE DE NOTAS PELO PROFESSOR DA      *
      *    DISCIPLINA (CFPKO008).                                     *
      *---------------------------------------------------------------*
      *
           EXEC CICS
               XCTL PROGRAM('CFPKO008')
           END-EXEC.
           MOVE WS-MSG-99  TO      Mk0-MSGO.
           MOVE -1         TO      Mk0-OPCAOL.
      *
      *---------------------------------------------------------------*
       061-99-EXIT.
      *-=-=-=-=-=-*
              EXIT.
      *
      /===============================================================*
       062-00-TRATA-OPCAO9         SECTION.
      *---------------------------------------------------------------*
      *    OPCAO 9: ANONIMIZA NO JORNAL ONLINE DE CONTATOS (TS QUEUE  *
      *    JRNCNTT) OS TITULARES JA ANONIMIZADOS PELO LGPDANON. O     *
      *    CFPKO009 DEVOLVE O RESULTADO NA COMMAREA.                  *
      *---------------------------------------------------------------*
      *
           MOVE WS-MSG-99  TO      WS-TEXTO.
           EXEC CICS
               LINK PROGRAM('CFPKO009')
               COMMAREA (WS-TEXTO)
               LENGTH (LENGTH OF WS-TEXTO)
           END-EXEC.
           MOVE WS-TEXTO(1:30) TO  Mk0-MSGO.
           MOVE -1         TO      Mk0-OPCAOL.
      *
      *---------------------------------------------------------------*
       062-99-EXIT.
      *-=-=-=-=-=-*
              EXIT.
      *
      /===============================================================*
       063-00-TRATA-OPCAO0         SECTION.
      *---------------------------------------------------------------*
      *    OPCAO 0: DESCARGA DOS JORNAIS ONLINE (TS QUEUES JRNCNTT E  *
      *    JRNNOTA) PARA OS ARQUIVOS LIDOS PELO BATCH. O CFPKO010     *
      *    DEVOLVE O RESULTADO NA COMMAREA.                           *
      *---------------------------------------------------------------*
      *
           MOVE WS-MSG-99  TO      WS-TEXTO.
           EXEC CICS
               LINK PROGRAM('CFPKO010')
               COMMAREA (WS-TEXTO)
               LENGTH (LENGTH OF WS-TEXTO)
           END-EXEC.
           MOVE WS-TEXTO(1:30) TO  Mk0-MSGO.
           MOVE -1         TO      Mk0-OPCAOL.
      *
      *---------------------------------------------------------------*
       063-99-EXIT.
      *-=-=-=-=-=-*
              EXIT.
      *
      /===============================================================*
       064-00-TRATA-OPCAOC         SECTION.
      *---------------------------------------------------------------*
      *    OPCAO C: CAIXA DO BALCAO - RECEBIMENTO ONLINE DE PARCELA   *
      *    DE CONTRATO (CFPKO011).                                    *
      *---------------------------------------------------------------*
      *
           EXEC CICS
               XCTL PROGRAM('CFPKO011')
           END-EXEC.
           MOVE WS-MSG-99  TO      Mk0-MSGO.
           MOVE -1         TO      Mk0-OPCAOL.
      *
      *---------------------------------------------------------------*
       064-99-EXIT.
      *-=-=-=-=-=-*
              EXIT.
      *
      /===============================================================*
       054-00-TRATA-OPCAO4         SECTION.
      *---------------------------------------------------------------*
