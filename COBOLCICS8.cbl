      *---------------------------------------------------------------*
       IDENTIFICATION              DIVISION.
      *---------------------------------------------------------------*
       PROGRAM-ID.                 CFPKO010.
      *--------------------------------------------------------------*
      * PROGRAMA   : CFPKO010
      * ANALISTA   : ANDRE COSTA
      * PROGRAMADOR: ANDRE COSTA
      * OBJETIVO   : DESCARGA DOS JORNAIS ONLINE, ACIONADA (LINK)
      *              PELA OPCAO 0 DO MENU CFPKO000. OS JORNAIS DE
      *              CONTATOS (TS QUEUE JRNCNTT, GRAVADA PELO
      *              CFPKO005) E DE NOTAS (TS QUEUE JRNNOTA, GRAVADA
      *              PELO CFPKO008) SO EXISTEM DENTRO DO CICS; O
      *              BATCH NAO ENXERGA. AQUI CADA ITEM DAS DUAS FILAS
      *              E COPIADO, NA ORDEM, PARA A FILA TD
      *              EXTRAPARTICAO CORRESPONDENTE - JCNT (ARQUIVO
      *              JRNCNTT.TXT, MESMO LAYOUT DO CONTJRNL) E JNOT
      *              (ARQUIVO JRNNOTA.TXT, MESMO LAYOUT DO NOTJRNL).
      *              A FILA TS SO E APAGADA SE TODOS OS ITENS FORAM
      *              GRAVADOS - DESCARREGADA, A TRILHA PASSA A VIVER
      *              NO ARQUIVO, ONDE O ATIVOPER, O LGPDACES E O
      *              LGPDANON A ALCANCAM. RODAR NO FIM DO EXPEDIENTE
      *              ONLINE. SO QUEM TEM A FUNCAO CFPKO010/DESCARGA
      *              NOS PERFIS PODE EXECUTAR. O RESULTADO VOLTA NA
      *              COMMAREA PARA A MENSAGEM DO MENU.
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
       77      WS-USERID           PIC     X(008) VALUE SPACES.
       77      WS-RESP             PIC    S9(008) COMP  VALUE +0.
       77      WS-IND-PRF          PIC    S9(004) COMP  VALUE +0.
       77      WS-PERMITIDO        PIC     X(001) VALUE 'N'.
         88    WS-FUNCAO-PERMITIDA VALUE  'S'.
       77      WS-RESP-FILA        PIC    S9(008) COMP  VALUE +0.
       77      WS-RESP-TD          PIC    S9(008) COMP  VALUE +0.
       77      WS-ITEM-TS          PIC    S9(004) COMP  VALUE +0.
       77      WS-TAM-ITEM         PIC    S9(004) COMP  VALUE +0.
       77      WS-TAM-SAIDA        PIC    S9(004) COMP  VALUE +0.
       77      WS-NOME-FILA        PIC     X(008) VALUE SPACES.
       77      WS-NOME-TD          PIC     X(004) VALUE SPACES.
       77      WS-QT-FILA          PIC     9(005) VALUE ZEROS.
       77      WS-QT-TOTAL         PIC     9(005) VALUE ZEROS.
       77      WS-ERRO-TD          PIC     X(001) VALUE 'N'.
         88    WS-HOUVE-ERRO-TD    VALUE  'S'.
      *
      /**-----------------------------------------------------------***
      ***      ITEM DA FILA EM DESCARGA - A MAIOR IMAGEM (JRNNOTA,  ***
      ***      229 POSICOES); O ITEM DO JRNCNTT SAI COM 120, A      ***
      ***      LARGURA DO REGISTRO DO CONTJRNL                      ***
      ***-----------------------------------------------------------***
      *
       01      WS-AREA-ITEM        PIC     X(229) VALUE SPACES.
      *
      /**-----------------------------------------------------------***
      ***      MENSAGENS DEVOLVIDAS AO MENU                         ***
      ***-----------------------------------------------------------***
      *
       01      WS-MENSAGENS.
         03    WS-MSG-01.
           05  FILLER              PIC     X(022) VALUE
              'TK10-01-Descarregados '.
           05  FILLER              PIC     X(001) VALUE SPACE.
           05  WS-MSG-01-QTDE      PIC     ZZZZ9.
           05  FILLER              PIC     X(002) VALUE SPACES.
         03    WS-MSG-02           PIC     X(030) VALUE
              'TK10-02-Acesso negado (perfil)'.
         03    WS-MSG-03           PIC     X(030) VALUE
              'TK10-03-Filas de jornal vazias'.
         03    WS-MSG-04           PIC     X(030) VALUE
              'TK10-04-Erro na fila TD-Refaca'.
         03    WS-MSG-99           PIC     X(030) VALUE
              'TK10-99-Sistema indisponível'.
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
              EXEC CICS RETURN END-EXEC
           END-IF.

           MOVE ZEROS                      TO WS-QT-TOTAL
           MOVE 'N'                        TO WS-ERRO-TD

           MOVE 'JRNCNTT '                 TO WS-NOME-FILA
           MOVE 'JCNT'                     TO WS-NOME-TD
           MOVE +120                       TO WS-TAM-SAIDA
           PERFORM 050-00-DESCARREGA-FILA.

           MOVE 'JRNNOTA '                 TO WS-NOME-FILA
           MOVE 'JNOT'                     TO WS-NOME-TD
           MOVE +229                       TO WS-TAM-SAIDA
           PERFORM 050-00-DESCARREGA-FILA.

           EVALUATE TRUE
              WHEN WS-HOUVE-ERRO-TD
                 MOVE WS-MSG-04            TO CA-MENSAGEM
              WHEN WS-QT-TOTAL EQUAL ZEROS
                 MOVE WS-MSG-03            TO CA-MENSAGEM
              WHEN OTHER
                 MOVE WS-QT-TOTAL          TO WS-MSG-01-QTDE
                 MOVE WS-MSG-01            TO CA-MENSAGEM
           END-EVALUATE.

           EXEC    CICS    RETURN  END-EXEC.
      *
      /===============================================================*
       050-00-DESCARREGA-FILA      SECTION.
      *---------------------------------------------------------------*
      *    PERCORRE A FILA DO PRIMEIRO AO ULTIMO ITEM (ITEMERR NO     *
      *    FIM, QIDERR SE A FILA NAO EXISTE) E GRAVA CADA ITEM NA     *
      *    FILA TD. SE ALGUMA GRAVACAO FALHAR, A FILA TS FICA COMO    *
      *    ESTA PARA A PROXIMA DESCARGA - O ARQUIVO PODE RECEBER DE   *
      *    NOVO OS ITENS JA COPIADOS, MAS NENHUM SE PERDE.            *
      *---------------------------------------------------------------*
      *
           MOVE ZEROS                      TO WS-QT-FILA
           MOVE ZEROS                      TO WS-ITEM-TS
           MOVE DFHRESP(NORMAL)            TO WS-RESP-FILA
           MOVE DFHRESP(NORMAL)            TO WS-RESP-TD

           PERFORM UNTIL WS-RESP-FILA NOT EQUAL DFHRESP(NORMAL)
                      OR WS-RESP-TD   NOT EQUAL DFHRESP(NORMAL)
              ADD 1                        TO WS-ITEM-TS
              MOVE SPACES                  TO WS-AREA-ITEM
              MOVE LENGTH OF WS-AREA-ITEM  TO WS-TAM-ITEM

              EXEC CICS READQ TS  QUEUE    (WS-NOME-FILA)
                                  INTO     (WS-AREA-ITEM)
                                  LENGTH   (WS-TAM-ITEM)
                                  ITEM     (WS-ITEM-TS)
                                  RESP     (WS-RESP-FILA)
              END-EXEC

              IF WS-RESP-FILA EQUAL DFHRESP(NORMAL)
                 EXEC CICS WRITEQ TD QUEUE    (WS-NOME-TD)
                                     FROM     (WS-AREA-ITEM)
                                     LENGTH   (WS-TAM-SAIDA)
                                     RESP     (WS-RESP-TD)
                 END-EXEC
                 IF WS-RESP-TD EQUAL DFHRESP(NORMAL)
                    ADD 1                  TO WS-QT-FILA
                 END-IF
              END-IF
           END-PERFORM.

           IF WS-RESP-TD NOT EQUAL DFHRESP(NORMAL)
              MOVE 'S'                     TO WS-ERRO-TD
              GO TO 050-99-EXIT
           END-IF.

           IF WS-QT-FILA GREATER THAN ZEROS
              EXEC CICS DELETEQ TS QUEUE   (WS-NOME-FILA)
                                   RESP    (WS-RESP)
              END-EXEC
              ADD WS-QT-FILA               TO WS-QT-TOTAL
           END-IF.
      *
      *---------------------------------------------------------------*
       050-99-EXIT.
      *-=-=-=-=-=-*
              EXIT.
      /===============================================================*
       075-00-VERIFICA-PERFIL      SECTION.
      *---------------------------------------------------------------*
      *    BUSCA O USUARIO CICS NO ARQUIVO USUARIOS E PROCURA A       *
      *    FUNCAO CFPKO010/DESCARGA NOS PERFIS DELE (ARQUIVO PERFIL), *
      *    COMO O PERMITE DO LADO BATCH: PERFIL TOTAL (* / *), O      *
      *    PROGRAMA COM OPERACAO * OU A FUNCAO EXATA. SEM REGISTRO    *
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

           MOVE 'CFPKO010  '               TO WS-PRF-PROGRAMA
           PERFORM 077-00-LE-PERFIL.
           IF WS-FUNCAO-PERMITIDA
              GO TO 076-99-EXIT
           END-IF.

           MOVE 'DESCARGA  '               TO WS-PRF-OPERACAO
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
      ***                FIM DO PROGRAMA - CFPKO010                 ***
      ***-----------------------------------------------------------***
