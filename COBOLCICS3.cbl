      *      |        |            |  DATA/HORA, USUARIO E IMAGENS
      *      |        |            |  ANTES/DEPOIS, A MESMA TRILHA
      *      |        |            |  QUE O CNTJRNL DA NO BATCH
      * 004  | ANDRE  | 15/10/2026 |  A INVERSAO DE SITUACAO DEIXOU
      *      |        |            |  DE EXIGIR NIVEL 3: CONFERE A
      *      |        |            |  FUNCAO CFPKO005/SITUACAO NOS
      *      |        |            |  PERFIS DO USUARIO (ARQUIVO
      *      |        |            |  PERFIL), COMO O PERMITE
      *

      *---------------------------------------------------------------*
       77      WS-ABSTIME          PIC    S9(015) COMP  VALUE +0.
       77      WS-USERID           PIC     X(008) VALUE SPACES.
       77      WS-RESP             PIC    S9(008) COMP  VALUE +0.
       77      WS-IND-PRF          PIC    S9(004) COMP  VALUE +0.
       77      WS-PERMITIDO        PIC     X(001) VALUE 'N'.
         88    WS-FUNCAO-PERMITIDA VALUE  'S'.
       77      WS-DATA-HOJE        PIC     9(008) VALUE ZEROS.
       77      WS-HORA-AGORA       PIC     X(006) VALUE SPACES.
       77      WS-ITEM-TS          PIC    S9(004) COMP  VALUE +0.
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
         03    WS-MSG-05           PIC     X(030) VALUE
              'TK05-05-Situacao invertida    '.
         03    WS-MSG-06           PIC     X(030) VALUE
              'TK05-06-Usuario sem perfil    '.
         03    WS-MSG-07           PIC     X(030) VALUE
              'TK05-07-Tecla invalida        '.
         03    WS-MSG-99           PIC     X(030) VALUE
       070-00-INVERTE-SITUACAO     SECTION.
      *---------------------------------------------------------------*
      *    PF6: INVERTE ATIVO/INATIVO (A EXCLUSAO LOGICA DO LADO      *
      *    BATCH). SO PARA USUARIO COM A FUNCAO CFPKO005/SITUACAO     *
      *    EM UM DOS PERFIS DELE (ARQUIVO PERFIL).                    *
      *---------------------------------------------------------------*
      *
           PERFORM 075-00-VERIFICA-PERFIL.

           IF NOT WS-FUNCAO-PERMITIDA
              MOVE WS-MSG-06               TO MK5-MSGO
              MOVE -1                      TO MK5-IDL
              GO TO 070-99-EXIT
      *-=-=-=-=-=-*
              EXIT.
      /===============================================================*
       075-00-VERIFICA-PERFIL      SECTION.
      *---------------------------------------------------------------*
      *    BUSCA O USUARIO CICS NO ARQUIVO USUARIOS E PROCURA A       *
      *    FUNCAO CFPKO005/SITUACAO NOS PERFIS DELE (ARQUIVO PERFIL), *
      *    COMO O PERMITE DO LADO BATCH: PERFIL TOTAL (* / *), O      *
      *    PROGRAMA COM OPERACAO * OU A FUNCAO EXATA. SEM REGISTRO    *
      *    OU USUARIO INATIVO, NAO AUTORIZADO.                        *
      *---------------------------------------------------------------*
      *
           MOVE 'N'                        TO WS-PERMITIDO
           MOVE WS-USERID                  TO WS-ID-USUARIO

           EXEC    CICS    READ    FILE     ('USUARIOS')
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

           MOVE 'CFPKO005  '               TO WS-PRF-PROGRAMA
           PERFORM 077-00-LE-PERFIL.
           IF WS-FUNCAO-PERMITIDA
              GO TO 076-99-EXIT
           END-IF.

           MOVE 'SITUACAO  '               TO WS-PRF-OPERACAO
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
       810-00-SEND-MAP-ERASE       SECTION.
      *---------------------------------------------------------------*
