      *---------------------------------------------------------------*
       IDENTIFICATION              DIVISION.
      *---------------------------------------------------------------*
       PROGRAM-ID.                 CFPKO009.
      *--------------------------------------------------------------*
      * PROGRAMA   : CFPKO009
      * ANALISTA   : ANDRE COSTA
      * PROGRAMADOR: ANDRE COSTA
      * OBJETIVO   : ANONIMIZACAO DO JORNAL ONLINE DE CONTATOS,
      *              ACIONADA (LINK) PELA OPCAO 9 DO MENU CFPKO000.
      *              O LGPDANON ANONIMIZA O TITULAR NOS ARQUIVOS E NO
      *              CONTJRNL DO BATCH, MAS AS IMAGENS GRAVADAS PELO
      *              CFPKO005 NA TS QUEUE JRNCNTT FICAM NO CICS. AQUI
      *              CADA ITEM DA FILA E LIDO E, SE O CONTATO DA
      *              IMAGEM ANTES OU DEPOIS CONSTA COMO ANONIMIZADO NO
      *              REGISTRO DE ANONIMIZACOES (ANONREG), O NOME DA
      *              IMAGEM E TROCADO PELA MARCA NEUTRA E O ITEM E
      *              REGRAVADO NO MESMO LUGAR (WRITEQ TS REWRITE) - A
      *              ORDEM E O RESTO DA TRILHA NAO MUDAM. SO QUEM TEM
      *              A FUNCAO CFPKO009/ANONIMIZA NOS PERFIS PODE
      *              EXECUTAR.
      *              O RESULTADO VOLTA NA COMMAREA PARA A MENSAGEM DO
      *              MENU.
      *--------------------------------------------------------------*
      *             HISTORICO DE VERSOES
      *--------------------------------------------------------------*
      * VRS  | AUTOR   | DATA       | DESCRICAO
      *--------------------------------------------------------------*
      * 001  | ANDRE  | 15/10/2026 |  IMPLANTACAO
      * 002  | ANDRE  | 15/10/2026 |  DEIXOU DE EXIGIR NIVEL 3:
      *      |        |            |  CONFERE A FUNCAO
      *      |        |            |  CFPKO009/ANONIMIZA NOS PERFIS
      *      |        |            |  DO USUARIO (ARQUIVO PERFIL),
      *      |        |            |  COMO O PERMITE
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
       77      WS-USERID           PIC     X(008) VALUE SPACES.
       77      WS-RESP             PIC    S9(008) COMP  VALUE +0.
       77      WS-IND-PRF          PIC    S9(004) COMP  VALUE +0.
       77      WS-PERMITIDO        PIC     X(001) VALUE 'N'.
         88    WS-FUNCAO-PERMITIDA VALUE  'S'.
       77      WS-RESP-FILA        PIC    S9(008) COMP  VALUE +0.
       77      WS-ITEM-TS          PIC    S9(004) COMP  VALUE +0.
       77      WS-TAM-JORNAL       PIC    S9(004) COMP  VALUE +0.
       77      WS-QT-LIDOS         PIC     9(005) VALUE ZEROS.
       77      WS-QT-ALTERADOS     PIC     9(005) VALUE ZEROS.
       77      WS-ITEM-ALTERADO    PIC     X(001) VALUE 'N'.
       77      WS-ID-IMAGEM        PIC     X(005) VALUE SPACES.
       77      WS-ANONIMIZADO      PIC     X(001) VALUE 'N'.
       77      WS-MARCA-ANONIMO    PIC     X(011) VALUE 'ANONIMIZADO'.
      *
      /**-----------------------------------------------------------***
      ***      MENSAGENS DEVOLVIDAS AO MENU                         ***
      ***-----------------------------------------------------------***
      *
       01      WS-MENSAGENS.
         03    WS-MSG-01.
           05  FILLER              PIC     X(022) VALUE
              'TK09-01-Jornal tratado'.
           05  FILLER              PIC     X(001) VALUE SPACE.
           05  WS-MSG-01-QTDE      PIC     ZZZZ9.
           05  FILLER              PIC     X(002) VALUE SPACES.
         03    WS-MSG-02           PIC     X(030) VALUE
              'TK09-02-Acesso negado (perfil)'.
         03    WS-MSG-03           PIC     X(030) VALUE
              'TK09-03-Fila JRNCNTT vazia'.
         03    WS-MSG-99           PIC     X(030) VALUE
              'TK09-99-Sistema indisponível'.
      *
      /**-----------------------------------------------------------***
      ***      ITEM DO JORNAL DE CONTATOS (TS QUEUE JRNCNTT) - O    ***
      ***      MESMO REGISTRO GRAVADO PELO CFPKO005 E PELO CNTJRNL  ***
      ***-----------------------------------------------------------***
      *
       01      WS-REG-JORNAL.
         03    JRN-DATA            PIC     9(008).
         03    JRN-HORA            PIC     X(006).
         03    FILLER              PIC     X(001).
         03    JRN-PROGRAMA        PIC     X(010).
         03    FILLER              PIC     X(001).
         03    JRN-OPERADOR        PIC     X(012).
         03    FILLER              PIC     X(001).
         03    JRN-OPERACAO        PIC     X(010).
         03    FILLER              PIC     X(001).
         03    JRN-ANTES.
           05  JRN-ID-ANTES        PIC     X(005).
           05  JRN-NM-ANTES        PIC     X(020).
           05  FILLER              PIC     X(009).
         03    FILLER              PIC     X(001).
         03    JRN-DEPOIS.
           05  JRN-ID-DEPOIS       PIC     X(005).
           05  JRN-NM-DEPOIS       PIC     X(020).
           05  FILLER              PIC     X(009).
      *
      /**-----------------------------------------------------------***
      ***      REGISTRO DE ANONIMIZACOES (ANONREG.DAT) - O MESMO    ***
      ***      LAYOUT DO BOOK FD_ANONREG                            ***
      ***-----------------------------------------------------------***
      *
       01      WS-REG-ANONREG.
         03    WS-CHV-ANONREG.
           05  WS-ANR-TP-TITULAR   PIC     X(001).
           05  WS-ANR-CD-TITULAR   PIC     9(005).
         03    WS-ANR-AA-PEDIDO    PIC     9(004).
         03    WS-ANR-NR-PEDIDO    PIC     9(005).
         03    WS-ANR-SITUACAO     PIC     X(001).
           88  WS-TITULAR-ANONIMIZADO  VALUE 'A'.
         03    WS-ANR-MOTIVO       PIC     X(050).
         03    WS-ANR-DT-PROCESSO  PIC     9(008).
         03    WS-ANR-OPERADOR     PIC     X(012).
         03    WS-ANR-QT-REGISTROS PIC     9(005).
         03    WS-ANR-QT-JORNAL    PIC     9(005).
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
      *---------------------------------------------------------------*
      *        COMMAREA DO LINK - DEVOLVE A MENSAGEM AO CFPKO000      *
      *---------------------------------------------------------------*
       LINKAGE                     SECTION.
      *---------------------------------------------------------------*
       01      DFHCOMMAREA.
         03    CA-MENSAGEM         PIC     X(050).
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

           EXEC    CICS    HANDLE  CONDITION
                                   ERROR   (999-99-ERROR)
           END-EXEC.

           EXEC    CICS    ASSIGN  USERID  (WS-USERID) END-EXEC.

      *    SO RODA POR LINK DO MENU, COM A COMMAREA DA MENSAGEM
           IF EIBCALEN EQUAL ZERO
              EXEC CICS RETURN END-EXEC
           END-IF.

           PERFORM 075-00-VERIFICA-PERFIL.

           IF NOT WS-FUNCAO-PERMITIDA
              MOVE WS-MSG-02               TO CA-MENSAGEM
           ELSE
              PERFORM 050-00-TRATA-JORNAL
           END-IF.

           EXEC    CICS    RETURN  END-EXEC.
      *
      /===============================================================*
       050-00-TRATA-JORNAL         SECTION.
      *---------------------------------------------------------------*
      *    PERCORRE A FILA DO PRIMEIRO AO ULTIMO ITEM (ITEMERR NO     *
      *    FIM, QIDERR SE A FILA NAO EXISTE) E REGRAVA NO MESMO ITEM  *
      *    O QUE TEM IMAGEM DE CONTATO ANONIMIZADO.                   *
      *---------------------------------------------------------------*
      *
           MOVE ZEROS                      TO WS-QT-LIDOS
                                              WS-QT-ALTERADOS
           MOVE ZEROS                      TO WS-ITEM-TS
           MOVE DFHRESP(NORMAL)            TO WS-RESP-FILA

           PERFORM UNTIL WS-RESP-FILA NOT EQUAL DFHRESP(NORMAL)
              ADD 1                        TO WS-ITEM-TS
              MOVE LENGTH OF WS-REG-JORNAL TO WS-TAM-JORNAL

              EXEC CICS READQ TS  QUEUE    ('JRNCNTT')
                                  INTO     (WS-REG-JORNAL)
                                  LENGTH   (WS-TAM-JORNAL)
                                  ITEM     (WS-ITEM-TS)
                                  RESP     (WS-RESP-FILA)
              END-EXEC

              IF WS-RESP-FILA EQUAL DFHRESP(NORMAL)
                 ADD 1                     TO WS-QT-LIDOS
                 PERFORM 060-00-TRATA-ITEM
              END-IF
           END-PERFORM.

           IF WS-QT-LIDOS EQUAL ZEROS
              MOVE WS-MSG-03               TO CA-MENSAGEM
           ELSE
              MOVE WS-QT-ALTERADOS         TO WS-MSG-01-QTDE
              MOVE WS-MSG-01               TO CA-MENSAGEM
           END-IF.
      *
      *---------------------------------------------------------------*
       050-99-EXIT.
      *-=-=-=-=-=-*
              EXIT.
      /===============================================================*
       060-00-TRATA-ITEM           SECTION.
      *---------------------------------------------------------------*
      *
           MOVE 'N'                        TO WS-ITEM-ALTERADO

           IF JRN-NM-ANTES NOT EQUAL WS-MARCA-ANONIMO
              MOVE JRN-ID-ANTES            TO WS-ID-IMAGEM
              PERFORM 070-00-CONSULTA-ANONREG
              IF WS-ANONIMIZADO EQUAL 'S'
                 MOVE WS-MARCA-ANONIMO     TO JRN-NM-ANTES
                 MOVE 'S'                  TO WS-ITEM-ALTERADO
              END-IF
           END-IF.

           IF JRN-NM-DEPOIS NOT EQUAL WS-MARCA-ANONIMO
              MOVE JRN-ID-DEPOIS           TO WS-ID-IMAGEM
              PERFORM 070-00-CONSULTA-ANONREG
              IF WS-ANONIMIZADO EQUAL 'S'
                 MOVE WS-MARCA-ANONIMO     TO JRN-NM-DEPOIS
                 MOVE 'S'                  TO WS-ITEM-ALTERADO
              END-IF
           END-IF.

           IF WS-ITEM-ALTERADO EQUAL 'S'
              EXEC CICS WRITEQ TS QUEUE    ('JRNCNTT')
                                  FROM     (WS-REG-JORNAL)
                                  LENGTH   (WS-TAM-JORNAL)
                                  ITEM     (WS-ITEM-TS)
                                  REWRITE
                                  RESP     (WS-RESP)
              END-EXEC
              IF WS-RESP EQUAL DFHRESP(NORMAL)
                 ADD 1                     TO WS-QT-ALTERADOS
              END-IF
           END-IF.
      *
      *---------------------------------------------------------------*
       060-99-EXIT.
      *-=-=-=-=-=-*
              EXIT.
      /===============================================================*
       070-00-CONSULTA-ANONREG     SECTION.
      *---------------------------------------------------------------*
      *    CONTATO (TIPO 'C') ANONIMIZADO NO REGISTRO, MESMO QUE A    *
      *    ANONIMIZACAO TENHA FICADO INCOMPLETA EM OUTRO ARQUIVO.     *
      *---------------------------------------------------------------*
      *
           MOVE 'N'                        TO WS-ANONIMIZADO

           IF WS-ID-IMAGEM IS NOT NUMERIC
              GO TO 070-99-EXIT
           END-IF.

           MOVE 'C'                        TO WS-ANR-TP-TITULAR
           MOVE WS-ID-IMAGEM               TO WS-ANR-CD-TITULAR

           EXEC    CICS    READ    FILE     ('ANONREG')
                                   INTO     (WS-REG-ANONREG)
                                   RIDFLD   (WS-CHV-ANONREG)
                                   RESP     (WS-RESP)
           END-EXEC.

           IF WS-RESP EQUAL DFHRESP(NORMAL)
              AND WS-TITULAR-ANONIMIZADO
              MOVE 'S'                     TO WS-ANONIMIZADO
           END-IF.
      *
      *---------------------------------------------------------------*
       070-99-EXIT.
      *-=-=-=-=-=-*
              EXIT.
      /===============================================================*
       075-00-VERIFICA-PERFIL      SECTION.
      *---------------------------------------------------------------*
      *    BUSCA O USUARIO CICS NO ARQUIVO USUARIOS E PROCURA A       *
      *    FUNCAO CFPKO009/ANONIMIZA NOS PERFIS DELE (ARQUIVO         *
      *    PERFIL), COMO O PERMITE DO LADO BATCH: PERFIL TOTAL        *
      *    (* / *), O PROGRAMA COM OPERACAO * OU A FUNCAO EXATA.      *
      *    SEM REGISTRO OU USUARIO INATIVO, NAO AUTORIZADO.           *
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
              GO TO 075-99-EXIT
           END-IF.

           IF WS-ST-USUARIO EQUAL 'I'
              GO TO 075-99-EXIT
           END-IF.

           PERFORM 076-00-CONFERE-PERFIL
                   VARYING WS-IND-PRF FROM 1 BY 1
                   UNTIL WS-IND-PRF GREATER THAN 5
                      OR WS-FUNCAO-PERMITIDA.
      *
      *---------------------------------------------------------------*
       075-99-EXIT.
      *-=-=-=-=-=-*
              EXIT.
      /===============================================================*
       076-00-CONFERE-PERFIL       SECTION.
      *---------------------------------------------------------------*
      *    UM PERFIL DO USUARIO: TRES LEITURAS DIRETAS NO PERFIL.     *
      *---------------------------------------------------------------*
      *
           IF WS-PF-USUARIO(WS-IND-PRF) EQUAL SPACES
              GO TO 076-99-EXIT
           END-IF.

           MOVE WS-PF-USUARIO(WS-IND-PRF)  TO WS-CD-PERFIL
           MOVE '*'                        TO WS-PRF-PROGRAMA
           MOVE '*'                        TO WS-PRF-OPERACAO
           PERFORM 077-00-LE-PERFIL.
           IF WS-FUNCAO-PERMITIDA
              GO TO 076-99-EXIT
           END-IF.

           MOVE 'CFPKO009  '               TO WS-PRF-PROGRAMA
           PERFORM 077-00-LE-PERFIL.
           IF WS-FUNCAO-PERMITIDA
              GO TO 076-99-EXIT
           END-IF.

           MOVE 'ANONIMIZA '               TO WS-PRF-OPERACAO
           PERFORM 077-00-LE-PERFIL.
      *
      *---------------------------------------------------------------*
       076-99-EXIT.
      *-=-=-=-=-=-*
              EXIT.
      /===============================================================*
       077-00-LE-PERFIL            SECTION.
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
       077-99-EXIT.
      *-=-=-=-=-=-*
              EXIT.
      /===============================================================*
       999-99-ERROR                SECTION.
      *---------------------------------------------------------------*
      *
           MOVE    WS-MSG-99       TO      CA-MENSAGEM.

           EXEC    CICS    RETURN  END-EXEC.
      *
      *---------------------------------------------------------------*
       999-99-EXIT.
      *-=-=-=-=-=-*
              EXIT.
      ***-----------------------------------------------------------***
      ***                FIM DO PROGRAMA - CFPKO009                 ***
      ***-----------------------------------------------------------***
