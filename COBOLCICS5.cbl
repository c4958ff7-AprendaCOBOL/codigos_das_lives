      *              PF7 RECUA AS PARCELAS, COMO NO BROWSE DE ALUNOS
      *              (CFPKO006). A POSICAO VIAJA NA COMMAREA ENTRE AS
      *              ENTRADAS PSEUDO-CONVERSACIONAIS - O TELEFONE
      *              PARA DE ESPERAR ALGUEM RODAR O POSCLI. COM UM
      *              CONTRATO NA TELA, A PF5 LEVA O ATENDENTE AO
      *              CAIXA DO BALCAO (CFPKO011) JA COM A PARCELA EM
      *              ABERTO MAIS ANTIGA CONSULTADA PARA RECEBIMENTO.
      *--------------------------------------------------------------*
      *             HISTORICO DE VERSOES
      *--------------------------------------------------------------*
      * VRS  | AUTOR   | DATA       | DESCRICAO
      *--------------------------------------------------------------*
      * 001  | ANDRE  | 03/09/2026 |  IMPLANTACAO
      * 002  | ANDRE  | 15/10/2026 |  CONTRATOS DO CLIENTE PELO INDICE
      *      |        |            |  CTRCLI, SEM VARRER O CONTRATO
      * 003  | ANDRE  | 15/10/2026 |  PF5 LEVA A PARCELA EM ABERTO
      *      |        |            |  MAIS ANTIGA AO CAIXA DO BALCAO
      *      |        |            |  (CFPKO011);
      *      |        |            |  REGISTRO DO CONTRATO COMPLETO
      *      |        |            |  (PRODUTO, IOF E CET)
      *

      *---------------------------------------------------------------*
       77      WS-QT-NA-PAGINA     PIC    S9(004) COMP  VALUE +0.
       77      WS-SITUACAO         PIC     X(011) VALUE SPACES.
       77      WS-CLIENTE-EDIT     PIC     X(003) VALUE SPACES.
       77      WS-FIM-INDICE       PIC     X(001) VALUE 'N'.
       77      WS-ACHOU-ABERTA     PIC     X(001) VALUE 'N'.
      *
      /**-----------------------------------------------------------***
      ***      REGISTRO DO ARQUIVO DE CONTRATOS (CONTRATO.DAT)      ***
         03    WS-DT-PAGAMENTO     PIC     9(008).
         03    WS-VR-PAGO          PIC     9(008)V99.
         03    WS-VR-JUROS-ATR     PIC     9(006)V99.
         03    WS-CD-PRODUTO       PIC     X(004).
         03    WS-VR-IOF           PIC     9(008)V99.
         03    WS-TX-CET           PIC     9(005)V99.
       01      WS-CHAVE-BROWSE.
         03    WS-CHV-CONTRATO     PIC     9(006) VALUE ZEROS.
         03    WS-CHV-PARCELA      PIC     9(003) VALUE ZEROS.
      *
      /**-----------------------------------------------------------***
      ***      REGISTRO DO INDICE DE CONTRATOS POR CLIENTE          ***
      ***      (CTRCLI.DAT) - O MESMO LAYOUT DO BOOK FD_CTRCLI      ***
      ***-----------------------------------------------------------***
      *
       01      WS-REG-CTRCLI.
         03    WS-CHAVE-CTRCLI.
           05  WS-CCL-CD-CLIENTE   PIC     X(020) VALUE SPACES.
           05  WS-CCL-NUM-CONTRATO PIC     9(006) VALUE ZEROS.
      *
      /**-----------------------------------------------------------***
      ***      AREA DE TRATAMENTO DE MENSAGENS                      ***
      ***-----------------------------------------------------------***
      *
         03    WS-MSG-03           PIC     X(035) VALUE
              'TK07-03-Fim das parcelas           '.
         03    WS-MSG-04           PIC     X(035) VALUE
              'TK07-04-PF7/PF8 pagina PF5 caixa   '.
         03    WS-MSG-05           PIC     X(035) VALUE
              'TK07-05-Inicio das parcelas        '.
         03    WS-MSG-06           PIC     X(035) VALUE
              'TK07-07-Tecla invalida             '.
         03    WS-MSG-08           PIC     X(035) VALUE
              'TK07-08-Cliente sem contratos      '.
         03    WS-MSG-09           PIC     X(035) VALUE
              'TK07-09-Contrato sem parcela aberta'.
         03    WS-MSG-99           PIC     X(035) VALUE
              'TK07-99-Sistema indisponivel       '.
      *
         03    CA-PARCELA-TOPO     PIC     9(003) VALUE ZEROS.
         03    CA-PARCELA-FIM      PIC     9(003) VALUE ZEROS.
      *
      /**-----------------------------------------------------------***
      ***      COMMAREA DE CHAMADA DO CAIXA DO BALCAO (CFPKO011):   ***
      ***      O CONTRATO EM CONSULTA E A PARCELA ESCOLHIDA         ***
      ***-----------------------------------------------------------***
      *
       01      WS-CHAMADA-CAIXA.
         03    CX-CONTRATO         PIC     9(006) VALUE ZEROS.
         03    CX-PARCELA          PIC     9(003) VALUE ZEROS.
      *
      *---------------------------------------------------------------*
      *        AREA DE DEFINICAO DO MAPA - MAPSET (CFPKM07)            *
      *---------------------------------------------------------------*
                  PERFORM 060-00-PAGINA-FRENTE
              WHEN EIBAID EQUAL DFHPF7
                  PERFORM 070-00-PAGINA-TRAS
              WHEN EIBAID EQUAL DFHPF5
                  PERFORM 080-00-CHAMA-CAIXA
              WHEN OTHER
                  MOVE WS-MSG-07           TO MK7-MSGO
           END-EVALUATE.
       070-99-EXIT.
      *-=-=-=-=-=-*
              EXIT.
      /===============================================================*
       080-00-CHAMA-CAIXA          SECTION.
      *---------------------------------------------------------------*
      *    PF5: TRANSFERE PARA O CAIXA DO BALCAO (CFPKO011) COM O     *
      *    CONTRATO EM CONSULTA E A PARCELA EM ABERTO (ABERTA OU      *
      *    VENCIDA) MAIS ANTIGA DELE - O CAIXA ABRE COM A PARCELA     *
      *    CONSULTADA E O SALDO PRONTO PARA RECEBER; OUTRA PARCELA    *
      *    PODE SER INFORMADA LA MESMO.                               *
      *---------------------------------------------------------------*
      *
           IF CA-CONTRATO EQUAL ZEROS
              MOVE WS-MSG-01               TO MK7-MSGO
              MOVE -1                      TO MK7-CTRL
              GO TO 080-99-EXIT
           END-IF.

           MOVE CA-CONTRATO                TO WS-CHV-CONTRATO
           MOVE ZEROS                      TO WS-CHV-PARCELA

           EXEC    CICS    STARTBR FILE     ('CONTRATO')
                                   RIDFLD   (WS-CHAVE-BROWSE)
                                   GTEQ
                                   RESP     (WS-RESP)
           END-EXEC.

           IF WS-RESP NOT EQUAL DFHRESP(NORMAL)
              MOVE WS-MSG-02               TO MK7-MSGO
              MOVE -1                      TO MK7-CTRL
              GO TO 080-99-EXIT
           END-IF.

           MOVE 'N'                        TO WS-ACHOU-ABERTA
           MOVE 'N'                        TO WS-FIM-INDICE
           PERFORM 081-00-PROCURA-ABERTA
                   UNTIL WS-FIM-INDICE EQUAL 'S'
                      OR WS-ACHOU-ABERTA EQUAL 'S'.

           EXEC    CICS    ENDBR   FILE     ('CONTRATO')
                                   NOHANDLE
           END-EXEC.

           IF WS-ACHOU-ABERTA NOT EQUAL 'S'
              MOVE WS-MSG-09               TO MK7-MSGO
              MOVE -1                      TO MK7-CTRL
              GO TO 080-99-EXIT
           END-IF.

           MOVE WS-NUM-CONTRATO            TO CX-CONTRATO
           MOVE WS-NUM-PARCELA             TO CX-PARCELA

           EXEC    CICS    XCTL    PROGRAM  ('CFPKO011')
                                   COMMAREA (WS-CHAMADA-CAIXA)
                                   LENGTH   (LENGTH OF
                                              WS-CHAMADA-CAIXA)
           END-EXEC.

           MOVE WS-MSG-99                  TO MK7-MSGO
           MOVE -1                         TO MK7-CTRL.
      *
      *---------------------------------------------------------------*
       080-99-EXIT.
      *-=-=-=-=-=-*
              EXIT.
      /===============================================================*
       081-00-PROCURA-ABERTA       SECTION.
      *---------------------------------------------------------------*
      *
           EXEC    CICS    READNEXT FILE    ('CONTRATO')
                                   INTO     (WS-REG-CONTRATO)
                                   RIDFLD   (WS-CHAVE-BROWSE)
                                   RESP     (WS-RESP)
           END-EXEC.

           IF WS-RESP NOT EQUAL DFHRESP(NORMAL)
              OR WS-NUM-CONTRATO NOT EQUAL CA-CONTRATO
              MOVE 'S'                     TO WS-FIM-INDICE
              GO TO 081-99-EXIT
           END-IF.

           IF WS-ST-PARCELA EQUAL 'A'
              OR WS-ST-PARCELA EQUAL 'V'
              MOVE 'S'                     TO WS-ACHOU-ABERTA
           END-IF.
      *
      *---------------------------------------------------------------*
       081-99-EXIT.
      *-=-=-=-=-=-*
              EXIT.
      /===============================================================*
       085-00-CONTRATOS-DO-CLIENTE SECTION.
      *---------------------------------------------------------------*
      *    SO COM O CLIENTE PREENCHIDO: POSICIONA NO INDICE CTRCLI    *
      *    PELO CODIGO DO CLIENTE E LISTA OS CONTRATOS DELE (ATE 8),  *
      *    LENDO NO CONTRATO.DAT SO A PARCELA 001 DE CADA UM, PARA O  *
      *    ATENDENTE DIGITAR O NUMERO ESCOLHIDO NO CAMPO CONTRATO.    *
      *---------------------------------------------------------------*
      *
           MOVE MK7-CLII                   TO WS-CLIENTE-EDIT
           MOVE SPACES                     TO WS-CCL-CD-CLIENTE
           MOVE WS-CLIENTE-EDIT            TO WS-CCL-CD-CLIENTE (1:3)
           MOVE ZEROS                      TO WS-CCL-NUM-CONTRATO

           EXEC    CICS    STARTBR FILE     ('CTRCLI')
                                   RIDFLD   (WS-CHAVE-CTRCLI)
                                   GTEQ
                                   RESP     (WS-RESP)
           END-EXEC.
           END-PERFORM.
           MOVE SPACES                     TO MK7-CABO
           MOVE ZERO                       TO WS-QT-NA-PAGINA
           MOVE 'N'                        TO WS-FIM-INDICE

           PERFORM UNTIL WS-QT-NA-PAGINA GREATER THAN 7
                      OR WS-FIM-INDICE EQUAL 'S'
              EXEC  CICS  READNEXT FILE    ('CTRCLI')
                                   INTO     (WS-REG-CTRCLI)
                                   RIDFLD   (WS-CHAVE-CTRCLI)
                                   RESP     (WS-RESP)
              END-EXEC
              IF WS-RESP NOT EQUAL DFHRESP(NORMAL)
                 OR WS-CCL-CD-CLIENTE (1:3) NOT EQUAL WS-CLIENTE-EDIT
                 MOVE 'S'                  TO WS-FIM-INDICE
              ELSE
                 MOVE WS-CCL-NUM-CONTRATO  TO WS-CHV-CONTRATO
                 MOVE ZEROS                TO WS-CHV-PARCELA
                 EXEC  CICS  READ  FILE    ('CONTRATO')
                                   INTO     (WS-REG-CONTRATO)
                                   RIDFLD   (WS-CHAVE-BROWSE)
                                   GTEQ
                                   RESP     (WS-RESP)
                 END-EXEC
                 IF WS-RESP EQUAL DFHRESP(NORMAL)
                    AND WS-NUM-CONTRATO EQUAL WS-CCL-NUM-CONTRATO
                    ADD 1                  TO WS-QT-NA-PAGINA
                    STRING 'CONTRATO ' WS-NUM-CONTRATO
                           ' ' WS-DS-OBJETO
              END-IF
           END-PERFORM.

           EXEC    CICS    ENDBR   FILE     ('CTRCLI')
                                   NOHANDLE
           END-EXEC.

