      *         do SIGNON) e zeram o contador de falhas; nova opcao
      *         LIBERAR desfaz o bloqueio aplicado pelo SIGNON apos
      *         tres falhas de senha.
      * Update: 15/10/2026 - O nivel (1/2/3) deu lugar aos perfis de
      *         acesso: inclusao e alteracao pedem ate cinco perfis,
      *         cada um conferido na tabela PERFIL.DAT (mantida pelo
      *         CADPERF), e a consulta mostra os perfis do usuario.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CADUSER.
                ACCESS MODE  IS RANDOM
                RECORD KEY   IS CD-FUNCIONARIO
                FILE STATUS  IS WS-FS-FUN.
                SELECT PERFIL ASSIGN TO
                WS-ARQ-PERFIL
                ORGANIZATION IS INDEXED
                ACCESS MODE  IS RANDOM
                RECORD KEY   IS CHAVE-PERFIL
                FILE STATUS  IS WS-FS-PRF.

       DATA DIVISION.
       FILE SECTION.
       FD FUNCIONARIO.
          COPY FD_FUNCIONARIO.

       FD PERFIL.
          COPY FD_PERFIL.

       WORKING-STORAGE SECTION.
      ***** CAMINHOS FISICOS DOS ARQUIVOS - PRE-CARREGADOS COM O *****
      ***** PADRAO HISTORICO E RESOLVIDOS PELO ARQCONF NO INICIO *****
          'C:\CursoCOBOL\COBOL\01 - Basico\bin\USUARIOS.DAT'.
       77 WS-ARQ-FUNCIONARI          PIC X(68) VALUE
          'C:\CursoCOBOL\COBOL\01 - Basico\bin\FUNCIONARIO.DAT'.
       77 WS-ARQ-PERFIL              PIC X(68) VALUE
          'C:\CursoCOBOL\COBOL\01 - Basico\bin\PERFIL.DAT'.
       77 WS-FS                          PIC 99.
          88 FS-OK                       VALUE 0.
       77 WS-FS-FUN                      PIC 99.
       77 WS-OPCAO                       PIC X.
       77 WS-FUNC-VALIDO                 PIC X.
          88 FUNC-VALIDO                 VALUE 'S'.
       77 WS-FS-PRF                      PIC 99.
          88 FS-PRF-OK                   VALUE 0.
       77 WS-PERFIS-VALIDOS              PIC X.
          88 PERFIS-VALIDOS              VALUE 'S'.
       77 WS-FIM-PERFIS                  PIC X.
          88 FIM-PERFIS                  VALUE 'S'.
       77 WS-IND                         PIC 9(01).
       77 WS-PERFIL-INF                  PIC X(08).
       01 WS-PERFIS-ANTES.
          03 FILLER                      PIC X(08) OCCURS 5 TIMES.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
      ***** RESOLVE OS CAMINHOS FISICOS PELO PERFIL DO ARQCONF ******
            CALL 'ARQCONF' USING 'USUARIOS.DAT    ' WS-ARQ-USUARIOS
            CALL 'ARQCONF' USING 'FUNCIONARIO.DAT ' WS-ARQ-FUNCIONARI
            CALL 'ARQCONF' USING 'PERFIL.DAT      ' WS-ARQ-PERFIL
            DISPLAY '*** MANUTENCAO DE USUARIOS (USUARIOS.DAT) ***'
            PERFORM P100-MENU THRU P100-FIM UNTIL WS-OPCAO = 'F'
            STOP RUN.
            DISPLAY '*************************************************'
            DISPLAY '|  I - Incluir usuario                          |'
            DISPLAY '|  C - Consultar usuario                        |'
            DISPLAY '|  A - Alterar senha/perfis                     |'
            DISPLAY '|  E - Inativar usuario                         |'
            DISPLAY '|  L - Liberar usuario bloqueado                |'
            DISPLAY '|              (ou tecle <F> para finalizar)    |'
               ELSE
                  DISPLAY 'Informe a senha:'
                  ACCEPT SENHA-USUARIO
                  MOVE ZERO                   TO NV-USUARIO
                  SET USUARIO-ATIVO           TO TRUE
                  ACCEPT DT-TROCA-SENHA       FROM DATE YYYYMMDD
                  MOVE ZERO                   TO QT-FALHAS-USUARIO

                  PERFORM P650-PEDE-PERFIS THRU P650-FIM

                  IF NOT PERFIS-VALIDOS
                     DISPLAY 'USUARIO NAO INCLUIDO.'
                  ELSE
                     WRITE REG-USUARIO
                        INVALID KEY
                           DISPLAY 'JA EXISTE USUARIO COM ESTE LOGIN.'
                        NOT INVALID KEY
                           DISPLAY 'USUARIO INCLUIDO COM SUCESSO!'
                     END-WRITE
                  END-IF
               END-IF
               CLOSE USUARIOS
            END-IF
                  NOT INVALID KEY
                     DISPLAY 'LOGIN.......: ' ID-USUARIO
                     DISPLAY 'FUNCIONARIO.: ' CD-FUNC-USUARIO
                     DISPLAY 'PERFIS......: ' PF-USUARIO(1) ' '
                             PF-USUARIO(2) ' ' PF-USUARIO(3) ' '
                             PF-USUARIO(4) ' ' PF-USUARIO(5)
                     EVALUATE TRUE
                        WHEN USUARIO-ATIVO
                           DISPLAY 'SITUACAO....: ATIVO'
                  NOT INVALID KEY
                     DISPLAY 'Informe a nova senha:'
                     ACCEPT SENHA-USUARIO
                     MOVE PERFIS-USUARIO      TO WS-PERFIS-ANTES
                     PERFORM P650-PEDE-PERFIS THRU P650-FIM
                     IF NOT PERFIS-VALIDOS
                        MOVE WS-PERFIS-ANTES  TO PERFIS-USUARIO
                        DISPLAY 'PERFIS ANTERIORES MANTIDOS.'
                     END-IF
                     SET USUARIO-ATIVO        TO TRUE
                     ACCEPT DT-TROCA-SENHA    FROM DATE YYYYMMDD
                     MOVE ZERO                TO QT-FALHAS-USUARIO
       P600-FIM.
           EXIT.

       P650-PEDE-PERFIS.
            MOVE 'N'                          TO WS-PERFIS-VALIDOS
            MOVE 'N'                          TO WS-FIM-PERFIS
            MOVE SPACES                       TO PERFIS-USUARIO

            OPEN INPUT PERFIL
            IF NOT FS-PRF-OK
               DISPLAY 'TABELA DE PERFIS INDISPONIVEL - CADASTRE OS '
                       'PERFIS PELO CADPERF.'
               DISPLAY 'FILE STATUS: ' WS-FS-PRF
            ELSE
               DISPLAY 'Informe ate 5 perfis de acesso (em branco '
                       'encerra):'
               PERFORM P660-PEDE-PERFIL THRU P660-FIM
                       VARYING WS-IND FROM 1 BY 1
                       UNTIL WS-IND GREATER THAN 5 OR FIM-PERFIS
               CLOSE PERFIL

               IF PF-USUARIO(1) EQUAL SPACES
                  DISPLAY 'O USUARIO PRECISA DE PELO MENOS UM PERFIL.'
               ELSE
                  MOVE 'S'                    TO WS-PERFIS-VALIDOS
               END-IF
            END-IF
            .
       P650-FIM.
           EXIT.

       P660-PEDE-PERFIL.
            DISPLAY 'Perfil ' WS-IND ':'
            MOVE SPACES                       TO WS-PERFIL-INF
            ACCEPT WS-PERFIL-INF
            INSPECT WS-PERFIL-INF CONVERTING
                    'abcdefghijklmnopqrstuvwxyz'
                 TO 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'

            IF WS-PERFIL-INF EQUAL SPACES
               MOVE 'S'                       TO WS-FIM-PERFIS
            ELSE
               MOVE WS-PERFIL-INF             TO PRF-CD-PERFIL
               MOVE SPACES                    TO PRF-FUNCAO
               READ PERFIL
                  INVALID KEY
                     DISPLAY 'PERFIL INEXISTENTE - INFORME DE NOVO.'
                     SUBTRACT 1               FROM WS-IND
                  NOT INVALID KEY
                     DISPLAY '  ' PRF-DESCRICAO
                     MOVE WS-PERFIL-INF       TO PF-USUARIO(WS-IND)
               END-READ
            END-IF
            .
       P660-FIM.
           EXIT.

       END PROGRAM CADUSER.
