      *---------------------------------------------------------------*
       IDENTIFICATION              DIVISION.
      *---------------------------------------------------------------*
       PROGRAM-ID.                 CFPKO011.
      *--------------------------------------------------------------*
      * PROGRAMA   : CFPKO011
      * ANALISTA   : ANDRE COSTA
      * PROGRAMADOR: ANDRE COSTA
      * OBJETIVO   : CAIXA DO BALCAO - RECEBIMENTO ONLINE DE PARCELA
      *              DE CONTRATO, ACIONADO PELA OPCAO C DO MENU
      *              CFPKO000 OU PELA PF5 NA PAGINA DE PARCELAS DA
      *              CONSULTA DE CONTRATOS (CFPKO007, QUE JA ENTREGA
      *              CONTRATO E PARCELA NA COMMAREA). O ENTER MOSTRA
      *              A PARCELA COM OS ENCARGOS DE ATRASO NA DATA DE
      *              MOVIMENTO, PELA MESMA REGRA DO JURATRAS (MULTA
      *              FIXA + JURO PRO-RATA, VENCIMENTO EM DIA NAO UTIL
      *              EMPURRADO PARA O DIA UTIL SEGUINTE), O QUE JA FOI
      *              RECEBIDO E O SALDO; O VALOR VEM PREENCHIDO COM O
      *              SALDO E O OPERADOR PODE RECEBER MENOS (PARCIAL).
      *              A PF5 GRAVA O RECEBIMENTO NO RECPARC.DAT E, SE A
      *              SOMA COBRE O DEVIDO, QUITA A PARCELA NO
      *              CONTRATO.DAT - A MESMA BAIXA DO PAGPARC - E
      *              MOSTRA O NUMERO DO RECIBO (CONTRATO-PARCELA-
      *              SEQUENCIA). CADA RECEBIMENTO SOMA NO FECHAMENTO
      *              DE CAIXA DO OPERADOR NO DIA (CAIXA.DAT), QUE A
      *              PF6 EXIBE. SO RECEBE QUEM TEM A FUNCAO
      *              PAGPARC/BAIXA NOS PERFIS (A MESMA DA BAIXA
      *              BATCH). A DATA DE MOVIMENTO, A MULTA E OS
      *              FERIADOS VEM DO MOVONL.DAT, PUBLICADO PELO
      *              DATAMOV; DIA FECHADO OU MES FECHADO NAO RECEBE.
      *              VALOR ACIMA DO SALDO E RECUSADO - O EXCEDENTE
      *              COMO CREDITO DO CLIENTE CONTINUA NO PAGPARC.
      *--------------------------------------------------------------*
      *             HISTORICO DE VERSOES
      *--------------------------------------------------------------*
      * VRS  | AUTOR   | DATA       | DESCRICAO
      *--------------------------------------------------------------*
      * 001  | ANDRE  | 15/10/2026 |  IMPLANTACAO
      *

      *---------------------------------------------------------------*
       ENVIRONMENT                 DIVISION.
       CONFIGURATION               SECTION.
       SPECIAL-NAMES.              DECIMAL-POINT   IS   COMMA.
      *---------------------------------------------------------------*

      *---------------------------------------------------------------*
       DATA                        DIVISION.
      *---------------------------------------------------------------*

      *---------------------------------------------------------------*
       WORKING-STORAGE             SECTION.
      *---------------------------------------------------------------*
      *
      /**-----------------------------------------------------------***
      ***      AREAS AUXILIARES                                     ***
      ***-----------------------------------------------------------***
      *
       77      WS-ABSTIME          PIC    S9(015) COMP  VALUE +0.
       77      WS-USERID           PIC     X(008) VALUE SPACES.
       77      WS-RESP             PIC    S9(008) COMP  VALUE +0.
       77      WS-IND              PIC    S9(004) COMP  VALUE +0.
       77      WS-IND-PRF          PIC    S9(004) COMP  VALUE +0.
       77      WS-TAM-CHAMADA      PIC    S9(004) COMP  VALUE +9.
       77      WS-PERMITIDO        PIC     X(001) VALUE 'N'.
         88    WS-FUNCAO-PERMITIDA VALUE  'S'.
       77      WS-HORA-AGORA       PIC     X(006) VALUE SPACES.
       77      WS-MOV-ABERTO       PIC     X(001) VALUE 'N'.
       77      WS-MES-FECHADO      PIC     X(001) VALUE 'N'.
       77      WS-VALOR-OK         PIC     X(001) VALUE 'N'.
       77      WS-CAIXA-OK         PIC     X(001) VALUE 'N'.
       77      WS-QUITADA          PIC     X(001) VALUE 'N'.
       77      WS-FIM-BROWSE       PIC     X(001) VALUE 'N'.
       77      WS-DIA-UTIL         PIC     X(001) VALUE 'N'.
       77      WS-E-FERIADO        PIC     X(001) VALUE 'N'.
      *
      /**-----------------------------------------------------------***
      ***      CALCULO DOS ENCARGOS (A REGRA DO JURATRAS) E SALDO   ***
      ***-----------------------------------------------------------***
      *
       77      WS-DT-VENC-UTIL     PIC     9(008) VALUE ZEROS.
       77      WS-DIAS-VENC        PIC     9(007) VALUE ZEROS.
       77      WS-DIAS-REF         PIC     9(007) VALUE ZEROS.
       77      WS-DIA-SEMANA       PIC     9(001) VALUE ZEROS.
       77      WS-DIAS-ATRASO      PIC    S9(005) VALUE ZEROS.
       77      WS-VR-MULTA         PIC     9(006)V99 VALUE ZEROS.
       77      WS-VR-JUROS         PIC     9(006)V99 VALUE ZEROS.
       77      WS-VR-ENCARGOS      PIC     9(006)V99 VALUE ZEROS.
       77      WS-VR-RECEBIDO-ACUM PIC     9(009)V99 VALUE ZEROS.
       77      WS-VR-DEVIDO        PIC     9(009)V99 VALUE ZEROS.
       77      WS-VR-SALDO         PIC     9(009)V99 VALUE ZEROS.
       77      WS-VR-INFORMADO     PIC     9(008)V99 VALUE ZEROS.
       77      WS-PROXIMA-SEQ      PIC     9(003) VALUE ZEROS.
      *
      *    VALOR DIGITADO NA TELA, NO FORMATO 99999999,99 (O CAMPO DO
      *    MAPA E JUSTIFICADO A DIREITA COM ZEROS)
       01      WS-VALOR-DIGITADO   PIC     X(011) VALUE SPACES.
       01      FILLER              REDEFINES WS-VALOR-DIGITADO.
         03    WS-VD-INTEIRO       PIC     9(008).
         03    WS-VD-VIRGULA       PIC     X(001).
         03    WS-VD-DECIMAL       PIC     9(002).
       01      WS-VR-EXIBIDO       PIC     9(008)V99 VALUE ZEROS.
       01      FILLER              REDEFINES WS-VR-EXIBIDO.
         03    WS-VE-INTEIRO       PIC     9(008).
         03    WS-VE-DECIMAL       PIC     9(002).
      *
      /**-----------------------------------------------------------***
      ***      LINHAS DA TELA                                       ***
      ***-----------------------------------------------------------***
      *
       01      WS-LINHA-VALOR.
         03    LV-ROTULO           PIC     X(024).
         03    LV-VALOR            PIC     ZZ.ZZZ.ZZ9,99.
       77      WS-ED-QTD           PIC     ZZZZ9.
       01      WS-NUM-RECIBO.
         03    NR-CONTRATO         PIC     9(006).
         03    FILLER              PIC     X(001) VALUE '-'.
         03    NR-PARCELA          PIC     9(003).
         03    FILLER              PIC     X(001) VALUE '-'.
         03    NR-SEQUENCIA        PIC     9(003).
      *
      /**-----------------------------------------------------------***
      ***      DATA DE MOVIMENTO PUBLICADA PARA O ONLINE            ***
      ***      (MOVONL.DAT) - O MESMO LAYOUT DO BOOK FD_MOVONL      ***
      ***-----------------------------------------------------------***
      *
       01      WS-REG-MOVONL.
         03    WS-MVO-CHAVE        PIC     X(008).
         03    WS-MVO-DATA         PIC     9(008).
         03    WS-MVO-SITUACAO     PIC     X(001).
           88  WS-MVO-ABERTA       VALUE  'A'.
         03    WS-MVO-PC-MULTA     PIC     9(009)V99.
         03    WS-MVO-QT-FERIADOS  PIC     9(003).
         03    WS-MVO-FERIADO      OCCURS  200 TIMES
                                   PIC     9(008).
      *
      /**-----------------------------------------------------------***
      ***      REGISTRO DO ARQUIVO DE CONTRATOS (CONTRATO.DAT)      ***
      ***      - O MESMO LAYOUT DO BOOK FD_CONTRATO                 ***
      ***-----------------------------------------------------------***
      *
       01      WS-REG-CONTRATO.
         03    WS-CHAVE-CONTRATO.
           05  WS-NUM-CONTRATO     PIC     9(006).
           05  WS-NUM-PARCELA      PIC     9(003).
         03    WS-CD-CLIENTE       PIC     X(020).
         03    WS-DS-OBJETO        PIC     X(020).
         03    WS-VR-TOTAL         PIC     9(008)V99.
         03    WS-QT-PARCELAS      PIC     9(003).
         03    WS-TX-JUROS         PIC     9(002)V99.
         03    WS-CD-METODO        PIC     X(001).
         03    WS-DT-VENCIMENTO    PIC     9(008).
         03    WS-VR-AMORTIZACAO   PIC     9(008)V99.
         03    WS-VR-JUROS-PARC    PIC     9(008)V99.
         03    WS-VR-PARCELA       PIC     9(008)V99.
         03    WS-VR-SALDO-DEV     PIC     9(008)V99.
         03    WS-ST-PARCELA       PIC     X(001).
           88  WS-PARCELA-PAGA     VALUE  'P'.
           88  WS-PARCELA-RENEG    VALUE  'R'.
           88  WS-PARCELA-PREJUIZO VALUE  'X'.
           88  WS-PARCELA-EM-ABERTO VALUE 'A' 'V'.
         03    WS-DT-PAGAMENTO     PIC     9(008).
         03    WS-VR-PAGO          PIC     9(008)V99.
         03    WS-VR-JUROS-ATR     PIC     9(006)V99.
         03    WS-CD-PRODUTO       PIC     X(004).
         03    WS-VR-IOF           PIC     9(008)V99.
         03    WS-TX-CET           PIC     9(005)V99.
       01      WS-CHV-CONTRATO.
         03    WS-CHV-CTR-CONTRATO PIC     9(006) VALUE ZEROS.
         03    WS-CHV-CTR-PARCELA  PIC     9(003) VALUE ZEROS.
      *
      /**-----------------------------------------------------------***
      ***      REGISTRO DOS RECEBIMENTOS DE PARCELA (RECPARC.DAT)   ***
      ***      - O MESMO LAYOUT DO BOOK FD_RECPARC                  ***
      ***-----------------------------------------------------------***
      *
       01      WS-REG-RECPARC.
         03    WS-CHAVE-RECPARC.
           05  WS-RCP-CONTRATO     PIC     9(006).
           05  WS-RCP-PARCELA      PIC     9(003).
           05  WS-RCP-SEQUENCIA    PIC     9(003).
         03    WS-RCP-DT-RECEB     PIC     9(008).
         03    WS-RCP-VR-RECEBIDO  PIC     9(008)V99.
         03    WS-RCP-ORIGEM       PIC     X(001).
         03    WS-RCP-SITUACAO     PIC     X(001).
           88  WS-RCP-ESTORNADO    VALUE  'E'.
         03    WS-RCP-DT-ESTORNO   PIC     9(008).
         03    WS-RCP-OPER-ESTORNO PIC     X(012).
         03    WS-RCP-MOT-ESTORNO  PIC     X(040).
       01      WS-CHV-RECPARC.
         03    WS-CHV-RCP-CONTRATO PIC     9(006) VALUE ZEROS.
         03    WS-CHV-RCP-PARCELA  PIC     9(003) VALUE ZEROS.
         03    WS-CHV-RCP-SEQ      PIC     9(003) VALUE ZEROS.
      *
      /**-----------------------------------------------------------***
      ***      REGISTRO DOS PERIODOS CONTABEIS (PERIODO.DAT)        ***
      ***      - O MESMO LAYOUT DO BOOK FD_PERIODO                  ***
      ***-----------------------------------------------------------***
      *
       01      WS-REG-PERIODO.
         03    WS-PER-ANO-MES      PIC     9(006).
         03    WS-PER-SITUACAO     PIC     X(001).
           88  WS-PERIODO-FECHADO  VALUE  'F'.
         03    WS-PER-DT-FECHAM    PIC     9(008).
         03    WS-PER-QT-FECHAM    PIC     9(003).
         03    WS-PER-DT-REABERT   PIC     9(008).
         03    WS-PER-OPER-REABERT PIC     X(012).
         03    WS-PER-MOT-REABERT  PIC     X(040).
      *
      /**-----------------------------------------------------------***
      ***      REGISTRO DO FECHAMENTO DE CAIXA (CAIXA.DAT) - O      ***
      ***      MESMO LAYOUT DO BOOK FD_CAIXA                        ***
      ***-----------------------------------------------------------***
      *
       01      WS-REG-CAIXA.
         03    WS-CHAVE-CAIXA.
           05  WS-CXA-DATA         PIC     9(008).
           05  WS-CXA-OPERADOR     PIC     X(012).
         03    WS-CXA-QT-RECEB     PIC     9(005).
         03    WS-CXA-VR-RECEBIDO  PIC     9(009)V99.
         03    WS-CXA-QT-QUITACOES PIC     9(005).
         03    WS-CXA-QT-PARCIAIS  PIC     9(005).
         03    WS-CXA-ULTIMO-RECIBO.
           05  WS-CXA-REC-CONTRATO PIC     9(006).
           05  WS-CXA-REC-PARCELA  PIC     9(003).
           05  WS-CXA-REC-SEQ      PIC     9(003).
         03    WS-CXA-HR-ULTIMO    PIC     9(006).
      *
      /**-----------------------------------------------------------***
      ***      MARCA DE TOQUE NO MESTRE SELADO (FILA TD STOQ,       ***
      ***      EXTRAPARTICAO DO SELOTOQ.TXT) - O MESMO REGISTRO     ***
      ***      QUE O SELOMARC GRAVA NO BATCH                        ***
      ***-----------------------------------------------------------***
      *
       01      WS-REG-TOQUE.
         03    TOQ-MESTRE          PIC     X(012) VALUE 'CONTRATO'.
         03    FILLER              PIC     X(001) VALUE SPACE.
         03    TOQ-PROGRAMA        PIC     X(010) VALUE 'CFPKO011'.
         03    FILLER              PIC     X(001) VALUE SPACE.
         03    TOQ-DATA            PIC     9(008).
         03    FILLER              PIC     X(001) VALUE SPACE.
         03    TOQ-HORA            PIC     9(006).
      *
      /**-----------------------------------------------------------***
      ***      REGISTRO DO ARQUIVO DE USUARIOS (AUTORIZACAO)        ***
      ***-----------------------------------------------------------***
      *
       01      WS-REG-USUARIO.
         03    WS-ID-USUARIO       PIC     X(012).
         03    WS-CD-FUNC-USU      PIC     9(004).
         03    WS-SENHA-USU        PIC     X(008).
         03    WS-NV-USUARIO       PIC     9(001).
         03    WS-ST-USUARIO       PIC     X(001).
         03    WS-DT-TROCA-SEN     PIC     9(008).
         03    WS-QT-FALHAS-USU    PIC     9(001).
         03    WS-PERFIS-USU.
           05  WS-PF-USUARIO       PIC     X(008) OCCURS 5 TIMES.
      *
      /**-----------------------------------------------------------***
      ***      REGISTRO DA TABELA DE PERFIS DE ACESSO (AUTORIZACAO)  ***
      ***-----------------------------------------------------------***
      *
       01      WS-REG-PERFIL.
         03    WS-CHAVE-PERFIL.
           05  WS-CD-PERFIL        PIC     X(008).
           05  WS-PRF-PROGRAMA     PIC     X(010).
           05  WS-PRF-OPERACAO     PIC     X(010).
         03    WS-PRF-DESCRICAO    PIC     X(030).
         03    WS-PRF-DT-ATUAL     PIC     9(008).
      *
      /**-----------------------------------------------------------***
      ***      AREA DE TRATAMENTO DE MENSAGENS                      ***
      ***-----------------------------------------------------------***
      *
       01      WS-MENSAGENS.
         03    WS-MSG-01           PIC     X(035) VALUE
              'TK11-01-Informe contrato e parcela '.
         03    WS-MSG-02           PIC     X(035) VALUE
              'TK11-02-Parcela nao encontrada     '.
         03    WS-MSG-03           PIC     X(035) VALUE
              'TK11-03-Parcela ja paga            '.
         03    WS-MSG-04           PIC     X(035) VALUE
              'TK11-04-Parcela renegociada        '.
         03    WS-MSG-05           PIC     X(035) VALUE
              'TK11-05-Parcela em prejuizo        '.
         03    WS-MSG-06           PIC     X(035) VALUE
              'TK11-06-Confira o valor e tecle PF5'.
         03    WS-MSG-07           PIC     X(035) VALUE
              'TK11-07-Tecla invalida             '.
         03    WS-MSG-08           PIC     X(035) VALUE
              'TK11-08-Usuario sem perfil de caixa'.
         03    WS-MSG-09           PIC     X(035) VALUE
              'TK11-09-Valor fora do formato      '.
         03    WS-MSG-10           PIC     X(035) VALUE
              'TK11-10-Valor acima do saldo       '.
         03    WS-MSG-11           PIC     X(035) VALUE
              'TK11-11-Data de movimento fechada  '.
         03    WS-MSG-12           PIC     X(035) VALUE
              'TK11-12-Mes ja fechado             '.
         03    WS-MSG-13           PIC     X(035) VALUE
              'TK11-13-Consulte a parcela (ENTER) '.
         03    WS-MSG-14           PIC     X(035) VALUE
              'TK11-14-Parcela alterada-consulte  '.
         03    WS-MSG-15           PIC     X(035) VALUE
              'TK11-15-Recebimento parcial gravado'.
         03    WS-MSG-16           PIC     X(035) VALUE
              'TK11-16-Parcela quitada            '.
         03    WS-MSG-17           PIC     X(035) VALUE
              'TK11-17-Fechamento do caixa do dia '.
         03    WS-MSG-18           PIC     X(035) VALUE
              'TK11-18-Caixa sem recebimentos hoje'.
         03    WS-MSG-99           PIC     X(035) VALUE
              'TK11-99-Sistema indisponivel       '.
      *
      /**-----------------------------------------------------------***
      ***      AREA DE RESTART DA TRANSACAO (COMMAREA): A PARCELA   ***
      ***      EM ATENDIMENTO E O SALDO MOSTRADO AO OPERADOR - O    ***
      ***      CONTRATO E A PARCELA VEM NA FRENTE, NA MESMA POSICAO ***
      ***      DA COMMAREA QUE O CFPKO007 PASSA NO XCTL             ***
      ***-----------------------------------------------------------***
      *
       01      WS-COMMAREA.
         03    CA-CONTRATO         PIC     9(006) VALUE ZEROS.
         03    CA-PARCELA          PIC     9(003) VALUE ZEROS.
         03    CA-CONSULTADA       PIC     X(001) VALUE 'N'.
         03    CA-VR-SALDO         PIC     9(009)V99 VALUE ZEROS.
      *
      *---------------------------------------------------------------*
      *        AREA DE DEFINICAO DO MAPA - MAPSET (CFPKM11)           *
      *---------------------------------------------------------------*
       COPY    CFPKM11.
      *---------------------------------------------------------------*
      *        AREA DO BOOK DE AREAS DO CICS                          *
      *---------------------------------------------------------------*
      *
       COPY    DFHAID.
      *
      *---------------------------------------------------------------*
      *        AREA DO BOOK DE ATRIBUTOS                              *
      *---------------------------------------------------------------*
      *
       COPY    DFHBMSCA.
      *---------------------------------------------------------------*
      *        AREA DE COMMAREA RECEBIDA NO RESTART DA TRANSACAO      *
      *---------------------------------------------------------------*
       LINKAGE                     SECTION.
      *---------------------------------------------------------------*
       01      DFHCOMMAREA.
         03    CA-CONTRATO-ANT     PIC     9(006).
         03    CA-PARCELA-ANT      PIC     9(003).
         03    CA-CONSULTADA-ANT   PIC     X(001).
         03    CA-SALDO-ANTERIOR   PIC     9(009)V99.
      *===============================================================*
       PROCEDURE                   DIVISION             USING
                                   DFHCOMMAREA.
      *---------------------------------------------------------------*
      *
       000000-PRINCIPAL            SECTION.
      *
           EXEC    CICS    HANDLE  ABEND
                                   LABEL   (999-99-ERROR)
           END-EXEC.

           EXEC    CICS    ASSIGN  USERID  (WS-USERID) END-EXEC.

      *    PRIMEIRA ENTRADA PELO MENU: MONTA A TELA VAZIA E DEVOLVE
      *    O CONTROLE AO CICS COM A COMMAREA.
           IF EIBCALEN EQUAL ZERO
              PERFORM 100000-INICIALIZA-TELA
              PERFORM 990-00-RETORNA-CICS
           END-IF.

      *    PRIMEIRA ENTRADA PELA PF5 DO CFPKO007: SO CONTRATO E
      *    PARCELA NA COMMAREA - A PARCELA JA ABRE CONSULTADA.
           IF EIBCALEN EQUAL WS-TAM-CHAMADA
              PERFORM 110000-CHAMADA-CONSULTA
              PERFORM 990-00-RETORNA-CICS
           END-IF.

      *    REENTRADA PSEUDO-CONVERSACIONAL: A PARCELA EM ATENDIMENTO
      *    E O SALDO MOSTRADO VOLTAM DA COMMAREA RECEBIDA.
           MOVE CA-CONTRATO-ANT            TO CA-CONTRATO
           MOVE CA-PARCELA-ANT             TO CA-PARCELA
           MOVE CA-CONSULTADA-ANT          TO CA-CONSULTADA
           MOVE CA-SALDO-ANTERIOR          TO CA-VR-SALDO

           PERFORM 020-00-RECEIVE-MAP

           EVALUATE TRUE
              WHEN EIBAID EQUAL DFHPF3
                  PERFORM 996-00-TRANS-ENCERRADA
              WHEN EIBAID EQUAL DFHENTER
                  PERFORM 050-00-TRATA-ENTER
              WHEN EIBAID EQUAL DFHPF5
                  PERFORM 080-00-RECEBE
              WHEN EIBAID EQUAL DFHPF6
                  PERFORM 090-00-FECHAMENTO-CAIXA
              WHEN OTHER
                  MOVE WS-MSG-07           TO MK11-MSGO
           END-EVALUATE.

           PERFORM 820-00-SEND-MAP-DATAONLY
           PERFORM 990-00-RETORNA-CICS.
      *
      /===============================================================*
       100000-INICIALIZA-TELA      SECTION.
      *---------------------------------------------------------------*
      *
           MOVE LOW-VALUES                 TO CFPKM11O

           MOVE WS-USERID                  TO MK11-USERO
           MOVE -1                         TO MK11-CTRL
           MOVE WS-MSG-01                  TO MK11-MSGO.

           PERFORM 810-00-SEND-MAP-ERASE.
      *
      *---------------------------------------------------------------*
       100000-99-EXIT.
      *-=-=-=-=-=-*
              EXIT.
      /===============================================================*
       110000-CHAMADA-CONSULTA     SECTION.
      *---------------------------------------------------------------*
      *    VINDO DA PAGINA DE PARCELAS DO CFPKO007, O ATENDENTE JA    *
      *    ESCOLHEU A PARCELA: A TELA ABRE COM ELA CONSULTADA.        *
      *---------------------------------------------------------------*
      *
           MOVE CA-CONTRATO-ANT            TO CA-CONTRATO
           MOVE CA-PARCELA-ANT             TO CA-PARCELA

           MOVE LOW-VALUES                 TO CFPKM11O

           MOVE WS-USERID                  TO MK11-USERO
           MOVE CA-CONTRATO                TO MK11-CTRO
           MOVE CA-PARCELA                 TO MK11-PARO

           PERFORM 055-00-CONSULTA-PARCELA.

           PERFORM 810-00-SEND-MAP-ERASE.
      *
      *---------------------------------------------------------------*
       110000-99-EXIT.
      *-=-=-=-=-=-*
              EXIT.
      /===============================================================*
       020-00-RECEIVE-MAP          SECTION.
      *---------------------------------------------------------------*
      *
           EXEC    CICS    RECEIVE MAP   ('CFPKM11')
                           MAPSET        ('CFPKM11')
                           INTO          (CFPKM11I)
           END-EXEC.
      *
      *---------------------------------------------------------------*
       020-99-EXIT.
      *-=-=-=-=-=-*
              EXIT.
      /===============================================================*
       050-00-TRATA-ENTER          SECTION.
      *---------------------------------------------------------------*
      *    ENTER CONSULTA A PARCELA INFORMADA (CONTRATO + PARCELA).   *
      *---------------------------------------------------------------*
      *
           IF MK11-CTRI NOT NUMERIC
              OR MK11-PARI NOT NUMERIC
              MOVE 'N'                     TO CA-CONSULTADA
              MOVE WS-MSG-01               TO MK11-MSGO
              MOVE -1                      TO MK11-CTRL
              GO TO 050-99-EXIT
           END-IF.

           MOVE MK11-CTRI                  TO CA-CONTRATO
           MOVE MK11-PARI                  TO CA-PARCELA

           PERFORM 055-00-CONSULTA-PARCELA.
      *
      *---------------------------------------------------------------*
       050-99-EXIT.
      *-=-=-=-=-=-*
              EXIT.
      /===============================================================*
       054-00-LIMPA-TELA           SECTION.
      *---------------------------------------------------------------*
      *
           MOVE SPACES                     TO MK11-CABO
                                              MK11-LINO (1)
                                              MK11-LINO (2)
                                              MK11-LINO (3)
                                              MK11-LINO (4)
                                              MK11-LINO (5)
                                              MK11-LINO (6)
                                              MK11-VLRO
                                              MK11-RECO.
      *
      *---------------------------------------------------------------*
       054-99-EXIT.
      *-=-=-=-=-=-*
              EXIT.
      /===============================================================*
       055-00-CONSULTA-PARCELA     SECTION.
      *---------------------------------------------------------------*
      *    MOSTRA A PARCELA CA-CONTRATO/CA-PARCELA COM OS ENCARGOS NA *
      *    DATA DE MOVIMENTO, O JA RECEBIDO E O SALDO, E PREENCHE O   *
      *    VALOR COM O SALDO. SO PARCELA EM ABERTO (ABERTA OU         *
      *    VENCIDA) FICA CONSULTADA PARA O RECEBIMENTO NA PF5.        *
      *---------------------------------------------------------------*
      *
           MOVE 'N'                        TO CA-CONSULTADA
           MOVE ZEROS                      TO CA-VR-SALDO
           PERFORM 054-00-LIMPA-TELA.

           PERFORM 070-00-LE-MOVIMENTO.
           IF WS-MOV-ABERTO NOT EQUAL 'S'
              MOVE WS-MSG-11               TO MK11-MSGO
              MOVE -1                      TO MK11-CTRL
              GO TO 055-99-EXIT
           END-IF.

           MOVE CA-CONTRATO                TO WS-CHV-CTR-CONTRATO
           MOVE CA-PARCELA                 TO WS-CHV-CTR-PARCELA

           EXEC    CICS    READ    FILE     ('CONTRATO')
                                   INTO     (WS-REG-CONTRATO)
                                   RIDFLD   (WS-CHV-CONTRATO)
                                   RESP     (WS-RESP)
           END-EXEC.

           IF WS-RESP NOT EQUAL DFHRESP(NORMAL)
              MOVE WS-MSG-02               TO MK11-MSGO
              MOVE -1                      TO MK11-CTRL
              GO TO 055-99-EXIT
           END-IF.

           PERFORM 057-00-CABECALHO.

           EVALUATE TRUE
              WHEN WS-PARCELA-PAGA
                 STRING 'PAGA EM ' WS-DT-PAGAMENTO
                        ' VALOR ' WS-VR-PAGO
                        DELIMITED BY SIZE INTO MK11-LINO (1)
                 MOVE WS-MSG-03            TO MK11-MSGO
              WHEN WS-PARCELA-RENEG
                 MOVE WS-MSG-04            TO MK11-MSGO
              WHEN WS-PARCELA-PREJUIZO
                 MOVE WS-MSG-05            TO MK11-MSGO
              WHEN OTHER
                 PERFORM 075-00-CALCULA-ENCARGOS
                 PERFORM 078-00-SOMA-RECEBIMENTOS
                 PERFORM 058-00-LINHAS-VALORES
                 MOVE WS-VR-SALDO          TO CA-VR-SALDO
                                              WS-VR-EXIBIDO
                 MOVE WS-VE-INTEIRO        TO WS-VD-INTEIRO
                 MOVE ','                  TO WS-VD-VIRGULA
                 MOVE WS-VE-DECIMAL        TO WS-VD-DECIMAL
                 MOVE WS-VALOR-DIGITADO    TO MK11-VLRO
                 MOVE 'S'                  TO CA-CONSULTADA
                 MOVE WS-MSG-06            TO MK11-MSGO
                 MOVE -1                   TO MK11-VLRL
                 GO TO 055-99-EXIT
           END-EVALUATE.

           MOVE -1                         TO MK11-CTRL.
      *
      *---------------------------------------------------------------*
       055-99-EXIT.
      *-=-=-=-=-=-*
              EXIT.
      /===============================================================*
       057-00-CABECALHO            SECTION.
      *---------------------------------------------------------------*
      *
           STRING 'CONTRATO ' WS-NUM-CONTRATO
                  ' PARCELA ' WS-NUM-PARCELA
                  ' CLIENTE ' WS-CD-CLIENTE (1:3)
                  ' ' WS-DS-OBJETO
                  ' MOVIMENTO ' WS-MVO-DATA
                  DELIMITED BY SIZE INTO MK11-CABO.
      *
      *---------------------------------------------------------------*
       057-99-EXIT.
      *-=-=-=-=-=-*
              EXIT.
      /===============================================================*
       058-00-LINHAS-VALORES       SECTION.
      *---------------------------------------------------------------*
      *
           MOVE WS-DIAS-ATRASO             TO WS-ED-QTD
           STRING 'VENCIMENTO............: ' WS-DT-VENCIMENTO
                  '   DIAS DE ATRASO: ' WS-ED-QTD
                  DELIMITED BY SIZE INTO MK11-LINO (1).

           MOVE 'VALOR DA PARCELA......: ' TO LV-ROTULO
           MOVE WS-VR-PARCELA              TO LV-VALOR
           MOVE WS-LINHA-VALOR             TO MK11-LINO (2)

           MOVE 'MULTA FIXA............: ' TO LV-ROTULO
           MOVE WS-VR-MULTA                TO LV-VALOR
           MOVE WS-LINHA-VALOR             TO MK11-LINO (3)

           MOVE 'JUROS PRO-RATA........: ' TO LV-ROTULO
           MOVE WS-VR-JUROS                TO LV-VALOR
           MOVE WS-LINHA-VALOR             TO MK11-LINO (4)

           MOVE 'JA RECEBIDO...........: ' TO LV-ROTULO
           MOVE WS-VR-RECEBIDO-ACUM        TO LV-VALOR
           MOVE WS-LINHA-VALOR             TO MK11-LINO (5)

           MOVE 'SALDO A RECEBER.......: ' TO LV-ROTULO
           MOVE WS-VR-SALDO                TO LV-VALOR
           MOVE WS-LINHA-VALOR             TO MK11-LINO (6).
      *
      *---------------------------------------------------------------*
       058-99-EXIT.
      *-=-=-=-=-=-*
              EXIT.
      /===============================================================*
       060-00-VERIFICA-PERFIL      SECTION.
      *---------------------------------------------------------------*
      *    BUSCA O USUARIO CICS NO ARQUIVO USUARIOS E PROCURA A       *
      *    FUNCAO PAGPARC/BAIXA NOS PERFIS DELE (ARQUIVO PERFIL),     *
      *    COMO O PERMITE FAZ NA BAIXA BATCH: PERFIL TOTAL (* / *),   *
      *    O PROGRAMA COM OPERACAO * OU A FUNCAO EXATA. SEM REGISTRO  *
      *    OU USUARIO INATIVO, NAO AUTORIZADO.                        *
      *---------------------------------------------------------------*
      *
           MOVE 'N'                        TO WS-PERMITIDO
           MOVE WS-USERID                  TO WS-ID-USUARIO

           EXEC    CICS    READ    FILE     ('USUARIOS')
                                   INTO     (WS-REG-USUARIO)
                                   RIDFLD   (WS-ID-USUARIO)
                                   RESP     (WS-RESP)
           END-EXEC.

           IF WS-RESP NOT EQUAL DFHRESP(NORMAL)
              GO TO 060-99-EXIT
           END-IF.

           IF WS-ST-USUARIO EQUAL 'I'
              GO TO 060-99-EXIT
           END-IF.

           PERFORM 061-00-CONFERE-PERFIL
                   VARYING WS-IND-PRF FROM 1 BY 1
                   UNTIL WS-IND-PRF GREATER THAN 5
                      OR WS-FUNCAO-PERMITIDA.
      *
      *---------------------------------------------------------------*
       060-99-EXIT.
      *-=-=-=-=-=-*
              EXIT.
      /===============================================================*
       061-00-CONFERE-PERFIL       SECTION.
      *---------------------------------------------------------------*
      *    UM PERFIL DO USUARIO: TRES LEITURAS DIRETAS NO PERFIL.     *
      *---------------------------------------------------------------*
      *
           IF WS-PF-USUARIO(WS-IND-PRF) EQUAL SPACES
              GO TO 061-99-EXIT
           END-IF.

           MOVE WS-PF-USUARIO(WS-IND-PRF)  TO WS-CD-PERFIL
           MOVE '*'                        TO WS-PRF-PROGRAMA
           MOVE '*'                        TO WS-PRF-OPERACAO
           PERFORM 062-00-LE-PERFIL.
           IF WS-FUNCAO-PERMITIDA
              GO TO 061-99-EXIT
           END-IF.

           MOVE 'PAGPARC   '               TO WS-PRF-PROGRAMA
           PERFORM 062-00-LE-PERFIL.
           IF WS-FUNCAO-PERMITIDA
              GO TO 061-99-EXIT
           END-IF.

           MOVE 'BAIXA     '               TO WS-PRF-OPERACAO
           PERFORM 062-00-LE-PERFIL.
      *
      *---------------------------------------------------------------*
       061-99-EXIT.
      *-=-=-=-=-=-*
              EXIT.
      /===============================================================*
       062-00-LE-PERFIL            SECTION.
      *---------------------------------------------------------------*
      *
           EXEC    CICS    READ    FILE     ('PERFIL')
                                   INTO     (WS-REG-PERFIL)
                                   RIDFLD   (WS-CHAVE-PERFIL)
                                   RESP     (WS-RESP)
           END-EXEC.

           IF WS-RESP EQUAL DFHRESP(NORMAL)
              MOVE 'S'                     TO WS-PERMITIDO
           END-IF.
      *
      *---------------------------------------------------------------*
       062-99-EXIT.
      *-=-=-=-=-=-*
              EXIT.
      /===============================================================*
       070-00-LE-MOVIMENTO         SECTION.
      *---------------------------------------------------------------*
      *    A DATA DE MOVIMENTO, A MULTA E OS FERIADOS PUBLICADOS PELO *
      *    DATAMOV NO MOVONL.DAT. SEM O REGISTRO, OU COM O DIA JA     *
      *    FECHADO, O CAIXA NAO TRABALHA.                             *
      *---------------------------------------------------------------*
      *
           MOVE 'N'                        TO WS-MOV-ABERTO
           MOVE 'MOVIMENT'                 TO WS-MVO-CHAVE

           EXEC    CICS    READ    FILE     ('MOVONL')
                                   INTO     (WS-REG-MOVONL)
                                   RIDFLD   (WS-MVO-CHAVE)
                                   RESP     (WS-RESP)
           END-EXEC.

           IF WS-RESP EQUAL DFHRESP(NORMAL)
              AND WS-MVO-ABERTA
              MOVE 'S'                     TO WS-MOV-ABERTO
           END-IF.
      *
      *---------------------------------------------------------------*
       070-99-EXIT.
      *-=-=-=-=-=-*
              EXIT.
      /===============================================================*
       075-00-CALCULA-ENCARGOS     SECTION.
      *---------------------------------------------------------------*
      *    A MESMA REGRA DO JURATRAS: O VENCIMENTO EM SABADO, DOMINGO *
      *    OU FERIADO VALE ATE O DIA UTIL SEGUINTE; DAI ATE A DATA DE *
      *    MOVIMENTO, MULTA FIXA (PERCENTUAL DO FINPARM SOBRE O VALOR *
      *    DA PARCELA) MAIS JURO PRO-RATA (TAXA MENSAL DO CONTRATO    *
      *    / 30 POR DIA CORRIDO). SEM ATRASO, TUDO ZERADO.            *
      *---------------------------------------------------------------*
      *
           MOVE ZEROS                      TO WS-DIAS-ATRASO
                                              WS-VR-MULTA
                                              WS-VR-JUROS
                                              WS-VR-ENCARGOS

           COMPUTE WS-DIAS-VENC =
                   FUNCTION INTEGER-OF-DATE(WS-DT-VENCIMENTO)
           MOVE 'N'                        TO WS-DIA-UTIL
           PERFORM 076-00-TESTA-DIA-UTIL
                   UNTIL WS-DIA-UTIL EQUAL 'S'.

           COMPUTE WS-DIAS-REF =
                   FUNCTION INTEGER-OF-DATE(WS-MVO-DATA)
           COMPUTE WS-DIAS-ATRASO = WS-DIAS-REF - WS-DIAS-VENC

           IF WS-DIAS-ATRASO NOT GREATER THAN ZEROS
              MOVE ZEROS                   TO WS-DIAS-ATRASO
              GO TO 075-99-EXIT
           END-IF.

           COMPUTE WS-VR-MULTA ROUNDED =
                   WS-VR-PARCELA * WS-MVO-PC-MULTA / 100

           COMPUTE WS-VR-JUROS ROUNDED =
                   WS-VR-PARCELA * (WS-TX-JUROS / 100)
                   * WS-DIAS-ATRASO / 30

           COMPUTE WS-VR-ENCARGOS = WS-VR-MULTA + WS-VR-JUROS.
      *
      *---------------------------------------------------------------*
       075-99-EXIT.
      *-=-=-=-=-=-*
              EXIT.
      /===============================================================*
       076-00-TESTA-DIA-UTIL       SECTION.
      *---------------------------------------------------------------*
      *    1=SEGUNDA ... 6=SABADO, 0=DOMINGO (COMO NO DIAUTIL).       *
      *---------------------------------------------------------------*
      *
           COMPUTE WS-DIA-SEMANA = FUNCTION MOD(WS-DIAS-VENC, 7)

           IF WS-DIA-SEMANA EQUAL 6
              OR WS-DIA-SEMANA EQUAL 0
              ADD 1                        TO WS-DIAS-VENC
              GO TO 076-99-EXIT
           END-IF.

           COMPUTE WS-DT-VENC-UTIL =
                   FUNCTION DATE-OF-INTEGER(WS-DIAS-VENC)
           MOVE 'N'                        TO WS-E-FERIADO
           PERFORM 077-00-PROCURA-FERIADO
                   VARYING WS-IND FROM 1 BY 1
                   UNTIL WS-IND GREATER THAN WS-MVO-QT-FERIADOS
                      OR WS-E-FERIADO EQUAL 'S'.

           IF WS-E-FERIADO EQUAL 'S'
              ADD 1                        TO WS-DIAS-VENC
           ELSE
              MOVE 'S'                     TO WS-DIA-UTIL
           END-IF.
      *
      *---------------------------------------------------------------*
       076-99-EXIT.
      *-=-=-=-=-=-*
              EXIT.
      /===============================================================*
       077-00-PROCURA-FERIADO      SECTION.
      *---------------------------------------------------------------*
      *
           IF WS-MVO-FERIADO (WS-IND) EQUAL WS-DT-VENC-UTIL
              MOVE 'S'                     TO WS-E-FERIADO
           END-IF.
      *
      *---------------------------------------------------------------*
       077-99-EXIT.
      *-=-=-=-=-=-*
              EXIT.
      /===============================================================*
       078-00-SOMA-RECEBIMENTOS    SECTION.
      *---------------------------------------------------------------*
      *    SOMA OS RECEBIMENTOS ATIVOS DA PARCELA NO RECPARC.DAT      *
      *    (ESTORNADO NAO CONTA, COMO NO PAGPARC), GUARDA A ULTIMA    *
      *    SEQUENCIA E APURA O DEVIDO (VALOR + ENCARGOS) E O SALDO.   *
      *---------------------------------------------------------------*
      *
           MOVE ZEROS                      TO WS-VR-RECEBIDO-ACUM
                                              WS-PROXIMA-SEQ
           MOVE WS-NUM-CONTRATO            TO WS-CHV-RCP-CONTRATO
           MOVE WS-NUM-PARCELA             TO WS-CHV-RCP-PARCELA
           MOVE ZEROS                      TO WS-CHV-RCP-SEQ

           EXEC    CICS    STARTBR FILE     ('RECPARC')
                                   RIDFLD   (WS-CHV-RECPARC)
                                   GTEQ
                                   RESP     (WS-RESP)
           END-EXEC.

           IF WS-RESP EQUAL DFHRESP(NORMAL)
              MOVE 'N'                     TO WS-FIM-BROWSE
              PERFORM 079-00-LE-RECEBIMENTO
                      UNTIL WS-FIM-BROWSE EQUAL 'S'
              EXEC  CICS  ENDBR   FILE     ('RECPARC')
                                   NOHANDLE
              END-EXEC
           END-IF.

           COMPUTE WS-VR-DEVIDO = WS-VR-PARCELA + WS-VR-ENCARGOS

           IF WS-VR-RECEBIDO-ACUM LESS THAN WS-VR-DEVIDO
              COMPUTE WS-VR-SALDO =
                      WS-VR-DEVIDO - WS-VR-RECEBIDO-ACUM
           ELSE
              MOVE ZEROS                   TO WS-VR-SALDO
           END-IF.
      *
      *---------------------------------------------------------------*
       078-99-EXIT.
      *-=-=-=-=-=-*
              EXIT.
      /===============================================================*
       079-00-LE-RECEBIMENTO       SECTION.
      *---------------------------------------------------------------*
      *
           EXEC    CICS    READNEXT FILE    ('RECPARC')
                                   INTO     (WS-REG-RECPARC)
                                   RIDFLD   (WS-CHV-RECPARC)
                                   RESP     (WS-RESP)
           END-EXEC.

           IF WS-RESP NOT EQUAL DFHRESP(NORMAL)
              OR WS-RCP-CONTRATO NOT EQUAL WS-NUM-CONTRATO
              OR WS-RCP-PARCELA NOT EQUAL WS-NUM-PARCELA
              MOVE 'S'                     TO WS-FIM-BROWSE
              GO TO 079-99-EXIT
           END-IF.

           IF NOT WS-RCP-ESTORNADO
              ADD WS-RCP-VR-RECEBIDO       TO WS-VR-RECEBIDO-ACUM
           END-IF.
           MOVE WS-RCP-SEQUENCIA           TO WS-PROXIMA-SEQ.
      *
      *---------------------------------------------------------------*
       079-99-EXIT.
      *-=-=-=-=-=-*
              EXIT.
      /===============================================================*
       080-00-RECEBE               SECTION.
      *---------------------------------------------------------------*
      *    PF5: RECEBE O VALOR DIGITADO NA PARCELA CONSULTADA. TUDO   *
      *    E CONFERIDO DE NOVO COM A PARCELA PRESA PARA ATUALIZACAO - *
      *    SE O SALDO MUDOU DESDE A CONSULTA (OUTRO CAIXA, RETORNO    *
      *    BANCARIO, VIRADA DO DIA), NADA E GRAVADO. O RECEBIMENTO,   *
      *    A QUITACAO E O CAIXA DO OPERADOR SAEM JUNTOS OU NENHUM.    *
      *---------------------------------------------------------------*
      *
           IF CA-CONSULTADA NOT EQUAL 'S'
              OR MK11-CTRI NOT EQUAL CA-CONTRATO
              OR MK11-PARI NOT EQUAL CA-PARCELA
              MOVE WS-MSG-13               TO MK11-MSGO
              MOVE -1                      TO MK11-CTRL
              GO TO 080-99-EXIT
           END-IF.

           PERFORM 060-00-VERIFICA-PERFIL.
           IF NOT WS-FUNCAO-PERMITIDA
              MOVE WS-MSG-08               TO MK11-MSGO
              MOVE -1                      TO MK11-VLRL
              GO TO 080-99-EXIT
           END-IF.

           PERFORM 081-00-CONFERE-VALOR.
           IF WS-VALOR-OK NOT EQUAL 'S'
              MOVE WS-MSG-09               TO MK11-MSGO
              MOVE -1                      TO MK11-VLRL
              GO TO 080-99-EXIT
           END-IF.

           PERFORM 070-00-LE-MOVIMENTO.
           IF WS-MOV-ABERTO NOT EQUAL 'S'
              MOVE WS-MSG-11               TO MK11-MSGO
              MOVE -1                      TO MK11-VLRL
              GO TO 080-99-EXIT
           END-IF.

           PERFORM 082-00-CONFERE-PERIODO.
           IF WS-MES-FECHADO EQUAL 'S'
              MOVE WS-MSG-12               TO MK11-MSGO
              MOVE -1                      TO MK11-VLRL
              GO TO 080-99-EXIT
           END-IF.

           MOVE CA-CONTRATO                TO WS-CHV-CTR-CONTRATO
           MOVE CA-PARCELA                 TO WS-CHV-CTR-PARCELA

           EXEC    CICS    READ    FILE     ('CONTRATO')
                                   INTO     (WS-REG-CONTRATO)
                                   RIDFLD   (WS-CHV-CONTRATO)
                                   UPDATE
                                   RESP     (WS-RESP)
           END-EXEC.

           IF WS-RESP NOT EQUAL DFHRESP(NORMAL)
              MOVE WS-MSG-02               TO MK11-MSGO
              MOVE -1                      TO MK11-CTRL
              GO TO 080-99-EXIT
           END-IF.

           IF WS-PARCELA-EM-ABERTO
              PERFORM 075-00-CALCULA-ENCARGOS
              PERFORM 078-00-SOMA-RECEBIMENTOS
           END-IF.

           IF NOT WS-PARCELA-EM-ABERTO
              OR WS-VR-SALDO NOT EQUAL CA-VR-SALDO
              EXEC  CICS  UNLOCK  FILE     ('CONTRATO')
                                   NOHANDLE
              END-EXEC
              MOVE 'N'                     TO CA-CONSULTADA
              MOVE WS-MSG-14               TO MK11-MSGO
              MOVE -1                      TO MK11-CTRL
              GO TO 080-99-EXIT
           END-IF.

           IF WS-VR-INFORMADO GREATER THAN WS-VR-SALDO
              EXEC  CICS  UNLOCK  FILE     ('CONTRATO')
                                   NOHANDLE
              END-EXEC
              MOVE WS-MSG-10               TO MK11-MSGO
              MOVE -1                      TO MK11-VLRL
              GO TO 080-99-EXIT
           END-IF.

           PERFORM 087-00-GRAVA-RECEBIMENTO.
           IF WS-RESP NOT EQUAL DFHRESP(NORMAL)
              EXEC  CICS  SYNCPOINT ROLLBACK
              END-EXEC
              MOVE WS-MSG-99               TO MK11-MSGO
              MOVE -1                      TO MK11-VLRL
              GO TO 080-99-EXIT
           END-IF.

      *    O NUMERO DO RECIBO E GUARDADO JA - A RELEITURA DA PARCELA NO
      *    FIM REPOSICIONA O WS-REG-RECPARC EM OUTROS RECEBIMENTOS.
           MOVE WS-RCP-CONTRATO            TO NR-CONTRATO
           MOVE WS-RCP-PARCELA             TO NR-PARCELA
           MOVE WS-RCP-SEQUENCIA           TO NR-SEQUENCIA

           ADD WS-VR-INFORMADO             TO WS-VR-RECEBIDO-ACUM

      *    A PARCELA SO VIRA PAGA QUANDO OS RECEBIMENTOS COBREM O
      *    VALOR MAIS OS ENCARGOS, COMO NO PAGPARC; O PARCIAL SO
      *    FICA NO RECPARC.
           MOVE 'N'                        TO WS-QUITADA
           IF WS-VR-RECEBIDO-ACUM NOT LESS THAN WS-VR-DEVIDO
              MOVE WS-MVO-DATA             TO WS-DT-PAGAMENTO
              MOVE WS-VR-RECEBIDO-ACUM     TO WS-VR-PAGO
              MOVE WS-VR-ENCARGOS          TO WS-VR-JUROS-ATR
              MOVE 'P'                     TO WS-ST-PARCELA
              EXEC  CICS  REWRITE FILE     ('CONTRATO')
                                   FROM     (WS-REG-CONTRATO)
                                   RESP     (WS-RESP)
              END-EXEC
              IF WS-RESP NOT EQUAL DFHRESP(NORMAL)
                 EXEC  CICS  SYNCPOINT ROLLBACK
                 END-EXEC
                 MOVE WS-MSG-99            TO MK11-MSGO
                 MOVE -1                   TO MK11-VLRL
                 GO TO 080-99-EXIT
              END-IF
              MOVE 'S'                     TO WS-QUITADA
              PERFORM 088-00-MARCA-TOQUE
           ELSE
              EXEC  CICS  UNLOCK  FILE     ('CONTRATO')
                                   NOHANDLE
              END-EXEC
           END-IF.

           PERFORM 089-00-ATUALIZA-CAIXA.
           IF WS-CAIXA-OK NOT EQUAL 'S'
              EXEC  CICS  SYNCPOINT ROLLBACK
              END-EXEC
              MOVE WS-MSG-99               TO MK11-MSGO
              MOVE -1                      TO MK11-VLRL
              GO TO 080-99-EXIT
           END-IF.

           EXEC    CICS    SYNCPOINT
           END-EXEC.

      *    A TELA VOLTA COM A PARCELA RELIDA (PAGA, OU COM O NOVO
      *    SALDO) E O NUMERO DO RECIBO PARA O COMPROVANTE.
           PERFORM 055-00-CONSULTA-PARCELA.

           MOVE WS-NUM-RECIBO              TO MK11-RECO

           IF WS-QUITADA EQUAL 'S'
              MOVE WS-MSG-16               TO MK11-MSGO
           ELSE
              MOVE WS-MSG-15               TO MK11-MSGO
           END-IF.
      *
      *---------------------------------------------------------------*
       080-99-EXIT.
      *-=-=-=-=-=-*
              EXIT.
      /===============================================================*
       081-00-CONFERE-VALOR        SECTION.
      *---------------------------------------------------------------*
      *    O VALOR DIGITADO PRECISA ESTAR NO FORMATO 99999999,99 E    *
      *    SER MAIOR QUE ZERO.                                        *
      *---------------------------------------------------------------*
      *
           MOVE 'N'                        TO WS-VALOR-OK
           MOVE MK11-VLRI                  TO WS-VALOR-DIGITADO

           IF WS-VD-INTEIRO NOT NUMERIC
              OR WS-VD-VIRGULA NOT EQUAL ','
              OR WS-VD-DECIMAL NOT NUMERIC
              GO TO 081-99-EXIT
           END-IF.

           COMPUTE WS-VR-INFORMADO = WS-VD-INTEIRO
                                   + WS-VD-DECIMAL / 100

           IF WS-VR-INFORMADO GREATER THAN ZEROS
              MOVE 'S'                     TO WS-VALOR-OK
           END-IF.
      *
      *---------------------------------------------------------------*
       081-99-EXIT.
      *-=-=-=-=-=-*
              EXIT.
      /===============================================================*
       082-00-CONFERE-PERIODO      SECTION.
      *---------------------------------------------------------------*
      *    MES DA DATA DE MOVIMENTO JA FECHADO PELO FECHAMES          *
      *    (PERIODO.DAT) NAO RECEBE MOVIMENTO, COMO NO PERVERIF. MES  *
      *    SEM REGISTRO ESTA ABERTO.                                  *
      *---------------------------------------------------------------*
      *
           MOVE 'N'                        TO WS-MES-FECHADO
           MOVE WS-MVO-DATA (1:6)          TO WS-PER-ANO-MES

           EXEC    CICS    READ    FILE     ('PERIODO')
                                   INTO     (WS-REG-PERIODO)
                                   RIDFLD   (WS-PER-ANO-MES)
                                   RESP     (WS-RESP)
           END-EXEC.

           IF WS-RESP EQUAL DFHRESP(NORMAL)
              AND WS-PERIODO-FECHADO
              MOVE 'S'                     TO WS-MES-FECHADO
           END-IF.
      *
      *---------------------------------------------------------------*
       082-99-EXIT.
      *-=-=-=-=-=-*
              EXIT.
      /===============================================================*
       087-00-GRAVA-RECEBIMENTO    SECTION.
      *---------------------------------------------------------------*
      *    O RECEBIMENTO NASCE ATIVO, NA DATA DE MOVIMENTO, COM A     *
      *    ORIGEM DA BAIXA MANUAL (DINHEIRO NO CAIXA) E A PROXIMA     *
      *    SEQUENCIA DA PARCELA - A CHAVE E O NUMERO DO RECIBO.       *
      *---------------------------------------------------------------*
      *
           ADD 1                           TO WS-PROXIMA-SEQ

           MOVE WS-NUM-CONTRATO            TO WS-RCP-CONTRATO
           MOVE WS-NUM-PARCELA             TO WS-RCP-PARCELA
           MOVE WS-PROXIMA-SEQ             TO WS-RCP-SEQUENCIA
           MOVE WS-MVO-DATA                TO WS-RCP-DT-RECEB
           MOVE WS-VR-INFORMADO            TO WS-RCP-VR-RECEBIDO
           MOVE 'M'                        TO WS-RCP-ORIGEM
           MOVE 'A'                        TO WS-RCP-SITUACAO
           MOVE ZEROS                      TO WS-RCP-DT-ESTORNO
           MOVE SPACES                     TO WS-RCP-OPER-ESTORNO
                                              WS-RCP-MOT-ESTORNO

           EXEC    CICS    WRITE   FILE     ('RECPARC')
                                   FROM     (WS-REG-RECPARC)
                                   RIDFLD   (WS-CHAVE-RECPARC)
                                   RESP     (WS-RESP)
           END-EXEC.
      *
      *---------------------------------------------------------------*
       087-99-EXIT.
      *-=-=-=-=-=-*
              EXIT.
      /===============================================================*
       088-00-MARCA-TOQUE          SECTION.
      *---------------------------------------------------------------*
      *    A QUITACAO REGRAVA O CONTRATO.DAT, MESTRE SELADO: O TOQUE  *
      *    VAI PELA FILA TD STOQ PARA O SELOTOQ.TXT, COMO O SELOMARC  *
      *    FAZ NO BATCH, E O SELOCONF RECONHECE O EXPEDIENTE DO       *
      *    CAIXA NA ABERTURA DA JANELA.                               *
      *---------------------------------------------------------------*
      *
           PERFORM 830-00-HORA-AGORA.

           MOVE    WS-MVO-DATA      TO      TOQ-DATA.
           MOVE    WS-HORA-AGORA    TO      TOQ-HORA.

           EXEC    CICS    WRITEQ   TD      QUEUE    ('STOQ')
                                    FROM     (WS-REG-TOQUE)
                                    LENGTH   (LENGTH OF
                                               WS-REG-TOQUE)
                                    NOHANDLE
           END-EXEC.
      *
      *---------------------------------------------------------------*
       088-99-EXIT.
      *-=-=-=-=-=-*
              EXIT.
      /===============================================================*
       089-00-ATUALIZA-CAIXA       SECTION.
      *---------------------------------------------------------------*
      *    SOMA O RECEBIMENTO NO FECHAMENTO DO OPERADOR NA DATA DE    *
      *    MOVIMENTO; O PRIMEIRO RECEBIMENTO DO DIA CRIA O REGISTRO.  *
      *---------------------------------------------------------------*
      *
           MOVE 'N'                        TO WS-CAIXA-OK
           PERFORM 830-00-HORA-AGORA.

           MOVE WS-MVO-DATA                TO WS-CXA-DATA
           MOVE WS-USERID                  TO WS-CXA-OPERADOR

           EXEC    CICS    READ    FILE     ('CAIXA')
                                   INTO     (WS-REG-CAIXA)
                                   RIDFLD   (WS-CHAVE-CAIXA)
                                   UPDATE
                                   RESP     (WS-RESP)
           END-EXEC.

           IF WS-RESP NOT EQUAL DFHRESP(NORMAL)
              AND WS-RESP NOT EQUAL DFHRESP(NOTFND)
              GO TO 089-99-EXIT
           END-IF.

           IF WS-RESP EQUAL DFHRESP(NOTFND)
              MOVE ZEROS                   TO WS-CXA-QT-RECEB
                                              WS-CXA-VR-RECEBIDO
                                              WS-CXA-QT-QUITACOES
                                              WS-CXA-QT-PARCIAIS
           END-IF.

           ADD 1                           TO WS-CXA-QT-RECEB
           ADD WS-VR-INFORMADO             TO WS-CXA-VR-RECEBIDO
           IF WS-QUITADA EQUAL 'S'
              ADD 1                        TO WS-CXA-QT-QUITACOES
           ELSE
              ADD 1                        TO WS-CXA-QT-PARCIAIS
           END-IF.
           MOVE NR-CONTRATO                TO WS-CXA-REC-CONTRATO
           MOVE NR-PARCELA                 TO WS-CXA-REC-PARCELA
           MOVE NR-SEQUENCIA               TO WS-CXA-REC-SEQ
           MOVE WS-HORA-AGORA              TO WS-CXA-HR-ULTIMO

           IF WS-RESP EQUAL DFHRESP(NOTFND)
              EXEC  CICS  WRITE   FILE     ('CAIXA')
                                   FROM     (WS-REG-CAIXA)
                                   RIDFLD   (WS-CHAVE-CAIXA)
                                   RESP     (WS-RESP)
              END-EXEC
           ELSE
              EXEC  CICS  REWRITE FILE     ('CAIXA')
                                   FROM     (WS-REG-CAIXA)
                                   RESP     (WS-RESP)
              END-EXEC
           END-IF.

           IF WS-RESP EQUAL DFHRESP(NORMAL)
              MOVE 'S'                     TO WS-CAIXA-OK
           END-IF.
      *
      *---------------------------------------------------------------*
       089-99-EXIT.
      *-=-=-=-=-=-*
              EXIT.
      /===============================================================*
       090-00-FECHAMENTO-CAIXA     SECTION.
      *---------------------------------------------------------------*
      *    PF6: O FECHAMENTO DO CAIXA DO OPERADOR NA DATA DE          *
      *    MOVIMENTO - O QUE ELE ENTREGA NA TESOURARIA.               *
      *---------------------------------------------------------------*
      *
           MOVE 'N'                        TO CA-CONSULTADA
           PERFORM 054-00-LIMPA-TELA.

           PERFORM 070-00-LE-MOVIMENTO.
           IF WS-MOV-ABERTO NOT EQUAL 'S'
              MOVE WS-MSG-11               TO MK11-MSGO
              MOVE -1                      TO MK11-CTRL
              GO TO 090-99-EXIT
           END-IF.

           MOVE WS-MVO-DATA                TO WS-CXA-DATA
           MOVE WS-USERID                  TO WS-CXA-OPERADOR

           EXEC    CICS    READ    FILE     ('CAIXA')
                                   INTO     (WS-REG-CAIXA)
                                   RIDFLD   (WS-CHAVE-CAIXA)
                                   RESP     (WS-RESP)
           END-EXEC.

           STRING 'FECHAMENTO DO CAIXA - OPERADOR ' WS-USERID
                  ' - MOVIMENTO ' WS-MVO-DATA
                  DELIMITED BY SIZE INTO MK11-CABO

           IF WS-RESP NOT EQUAL DFHRESP(NORMAL)
              MOVE WS-MSG-18               TO MK11-MSGO
              MOVE -1                      TO MK11-CTRL
              GO TO 090-99-EXIT
           END-IF.

           MOVE WS-CXA-QT-RECEB            TO WS-ED-QTD
           STRING 'RECEBIMENTOS..........: ' WS-ED-QTD
                  DELIMITED BY SIZE INTO MK11-LINO (1)

           MOVE 'VALOR RECEBIDO........: ' TO LV-ROTULO
           MOVE WS-CXA-VR-RECEBIDO         TO LV-VALOR
           MOVE WS-LINHA-VALOR             TO MK11-LINO (2)

           MOVE WS-CXA-QT-QUITACOES        TO WS-ED-QTD
           STRING 'PARCELAS QUITADAS.....: ' WS-ED-QTD
                  DELIMITED BY SIZE INTO MK11-LINO (3)

           MOVE WS-CXA-QT-PARCIAIS         TO WS-ED-QTD
           STRING 'RECEBIMENTOS PARCIAIS.: ' WS-ED-QTD
                  DELIMITED BY SIZE INTO MK11-LINO (4)

           MOVE WS-CXA-REC-CONTRATO        TO NR-CONTRATO
           MOVE WS-CXA-REC-PARCELA         TO NR-PARCELA
           MOVE WS-CXA-REC-SEQ             TO NR-SEQUENCIA
           STRING 'ULTIMO RECIBO.........: ' WS-NUM-RECIBO
                  ' AS ' WS-CXA-HR-ULTIMO
                  DELIMITED BY SIZE INTO MK11-LINO (5)

           MOVE WS-MSG-17                  TO MK11-MSGO
           MOVE -1                         TO MK11-CTRL.
      *
      *---------------------------------------------------------------*
       090-99-EXIT.
      *-=-=-=-=-=-*
              EXIT.
      /===============================================================*
       810-00-SEND-MAP-ERASE       SECTION.
      *---------------------------------------------------------------*
      *
           EXEC    CICS    SEND    MAP      ('CFPKM11')
                                   MAPSET   ('CFPKM11')
                                   FROM     (CFPKM11O)
                                   ERASE
                                   CURSOR
                                   FREEKB
                                   ALARM
           END-EXEC.
      *
      *---------------------------------------------------------------*
       810-99-EXIT.
      *-=-=-=-=-=-*
              EXIT.
      /===============================================================*
       820-00-SEND-MAP-DATAONLY    SECTION.
      *---------------------------------------------------------------*
      *
           EXEC    CICS    SEND    MAP      ('CFPKM11')
                                   MAPSET   ('CFPKM11')
                                   FROM     (CFPKM11O)
                                   DATAONLY
                                   CURSOR
                                   FREEKB
                                   ALARM
           END-EXEC.
      *
      *---------------------------------------------------------------*
       820-99-EXIT.
      *-=-=-=-=-=-*
              EXIT.
      /===============================================================*
       830-00-HORA-AGORA           SECTION.
      *---------------------------------------------------------------*
      *
           EXEC    CICS    ASKTIME      ABSTIME    (WS-ABSTIME)
           END-EXEC.

           EXEC    CICS    FORMATTIME   ABSTIME    (WS-ABSTIME)
                                        TIME       (WS-HORA-AGORA)
           END-EXEC.
      *
      *---------------------------------------------------------------*
       830-99-EXIT.
      *-=-=-=-=-=-*
              EXIT.
      /===============================================================*
       990-00-RETORNA-CICS         SECTION.
      *---------------------------------------------------------------*
      *    DEVOLVE O CONTROLE AO CICS ENTRE AS INTERACOES, COM A      *
      *    PARCELA EM ATENDIMENTO E O SALDO MOSTRADO NA COMMAREA - A  *
      *    REENTRADA PELA MESMA TRANSACAO (TK11) CONTINUA O           *
      *    ATENDIMENTO DO PONTO EM QUE PAROU.                         *
      *---------------------------------------------------------------*
      *
           EXEC    CICS    RETURN  TRANSID  ('TK11')
                                   COMMAREA (WS-COMMAREA)
                                   LENGTH   (LENGTH OF WS-COMMAREA)
           END-EXEC.
      *
      *---------------------------------------------------------------*
       990-99-EXIT.
      *-=-=-=-=-=-*
              EXIT.
      /===============================================================*
       996-00-TRANS-ENCERRADA      SECTION.
      *---------------------------------------------------------------*
      *
          EXEC  CICS  SEND  CONTROL  ERASE NOHANDLE
          END-EXEC
          EXEC  CICS  RETURN                 END-EXEC.
      *
      *---------------------------------------------------------------*
       996-99-EXIT.
      *-=-=-=-=-=-*
              EXIT.
      /===============================================================*
       999-99-ERROR                SECTION.
      *---------------------------------------------------------------*
      *
           MOVE    WS-MSG-99       TO      MK11-MSGO.
           MOVE    -1              TO      MK11-CTRL.

           PERFORM 810-00-SEND-MAP-ERASE.

      *    A PARCELA EM ATENDIMENTO JA ESTA NA WS-COMMAREA -          *
      *    DEVOLVE-LA AO CICS PERMITE REINICIAR A TRANSACAO NO PONTO  *
      *    EM QUE PAROU.                                              *
           EXEC    CICS    RETURN  COMMAREA (WS-COMMAREA)
                                   LENGTH   (LENGTH OF WS-COMMAREA)
           END-EXEC.
      *
      *---------------------------------------------------------------*
       999-99-EXIT.
      *-=-=-=-=-=-*
              EXIT.
      ***-----------------------------------------------------------***
      ***                FIM DO PROGRAMA - CFPKO011                 ***
      ***-----------------------------------------------------------***
