      ******************************************************************
      * Author: ANDRE COSTA
      * Date: 15/10/2026
      * Purpose: DECIDE SE UM USUARIO PODE EXECUTAR UMA FUNCAO
      *          (PROGRAMA + OPERACAO). LE OS PERFIS DO USUARIO NO
      *          USUARIOS.DAT E PROCURA A FUNCAO NA TABELA DE PERFIS
      *          (PERFIL.DAT): A FUNCAO EXATA, O PROGRAMA COM OPERACAO
      *          '*' OU O PERFIL TOTAL ('*' / '*'). OPERACAO '*' NA
      *          CHAMADA PERGUNTA SE O USUARIO TEM QUALQUER FUNCAO DO
      *          PROGRAMA - E O QUE O SIGNON CONFERE NA ENTRADA; CADA
      *          PROGRAMA CONFERE DEPOIS A OPERACAO ESPECIFICA.
      *          DEVOLVE 'S' OU 'N'. USUARIO INEXISTENTE OU INATIVO,
      *          OU TABELA DE PERFIS INDISPONIVEL, NAO TEM ACESSO.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PERMITE.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT USUARIOS ASSIGN TO
           WS-ARQ-USUARIOS
           ORGANIZATION IS INDEXED
           ACCESS MODE  IS RANDOM
           RECORD KEY   IS ID-USUARIO
           FILE STATUS  IS WS-FS.
           SELECT PERFIL ASSIGN TO
           WS-ARQ-PERFIL
           ORGANIZATION IS INDEXED
           ACCESS MODE  IS DYNAMIC
           RECORD KEY   IS CHAVE-PERFIL
           FILE STATUS  IS WS-FS-PRF.

       DATA DIVISION.
       FILE SECTION.
       FD USUARIOS.
          COPY FD_USUARIO.

       FD PERFIL.
          COPY FD_PERFIL.

       WORKING-STORAGE SECTION.
      ***** CAMINHOS FISICOS DOS ARQUIVOS - PRE-CARREGADOS COM O *****
      ***** PADRAO HISTORICO E RESOLVIDOS PELO ARQCONF NO INICIO *****
       77 WS-ARQ-USUARIOS            PIC X(68) VALUE
          'C:\CursoCOBOL\COBOL\01 - Basico\bin\USUARIOS.DAT'.
       77 WS-ARQ-PERFIL              PIC X(68) VALUE
          'C:\CursoCOBOL\COBOL\01 - Basico\bin\PERFIL.DAT'.
       77 WS-FS                          PIC 99.
          88 FS-OK                       VALUE 0.
       77 WS-FS-PRF                      PIC 99.
          88 FS-PRF-OK                   VALUE 0.
       77 WS-IND                         PIC 9(01).
       01 WS-PERFIS.
          03 WS-PF-USUARIO               PIC X(08) OCCURS 5 TIMES.

       LINKAGE SECTION.
       01 LK-USUARIO                     PIC X(12).
       01 LK-PROGRAMA                    PIC X(10).
       01 LK-OPERACAO                    PIC X(10).
       01 LK-PERMITIDO                   PIC X(01).

       PROCEDURE DIVISION USING LK-USUARIO LK-PROGRAMA LK-OPERACAO
                                LK-PERMITIDO.
       MAIN-PROCEDURE.

      ***** RESOLVE OS CAMINHOS FISICOS PELO PERFIL DO ARQCONF ******
            CALL 'ARQCONF' USING 'USUARIOS.DAT    ' WS-ARQ-USUARIOS
            CALL 'ARQCONF' USING 'PERFIL.DAT      ' WS-ARQ-PERFIL

            MOVE 'N'                     TO LK-PERMITIDO

            OPEN INPUT USUARIOS
            IF NOT FS-OK
               DISPLAY 'ERRO AO ABRIR O ARQUIVO DE USUARIOS.'
               DISPLAY 'FILE STATUS: ' WS-FS
               GOBACK
            END-IF

            MOVE LK-USUARIO              TO ID-USUARIO
            READ USUARIOS
               INVALID KEY
                  CLOSE USUARIOS
                  GOBACK
            END-READ

            IF USUARIO-INATIVO
               CLOSE USUARIOS
               GOBACK
            END-IF

            MOVE PERFIS-USUARIO          TO WS-PERFIS
            CLOSE USUARIOS

            OPEN INPUT PERFIL
            IF NOT FS-PRF-OK
               DISPLAY 'TABELA DE PERFIS (PERFIL.DAT) INDISPONIVEL - '
                       'FILE STATUS: ' WS-FS-PRF
               GOBACK
            END-IF

            PERFORM P100-CONFERE-PERFIL  THRU P100-FIM
                    VARYING WS-IND FROM 1 BY 1
                    UNTIL WS-IND GREATER THAN 5
                       OR LK-PERMITIDO EQUAL 'S'

            CLOSE PERFIL

            GOBACK.
       P100-CONFERE-PERFIL.

            IF WS-PF-USUARIO(WS-IND) EQUAL SPACES
               GO TO P100-FIM
            END-IF

      ***** PERFIL TOTAL ('*' / '*') LIBERA QUALQUER FUNCAO ***********
            MOVE WS-PF-USUARIO(WS-IND)   TO PRF-CD-PERFIL
            MOVE '*'                     TO PRF-PROGRAMA
            MOVE '*'                     TO PRF-OPERACAO
            READ PERFIL
               INVALID KEY
                  CONTINUE
               NOT INVALID KEY
                  MOVE 'S'               TO LK-PERMITIDO
                  GO TO P100-FIM
            END-READ

      ***** OPERACAO '*' NA CHAMADA: BASTA UMA FUNCAO DO PROGRAMA *****
            IF LK-OPERACAO EQUAL '*'
               MOVE WS-PF-USUARIO(WS-IND) TO PRF-CD-PERFIL
               MOVE LK-PROGRAMA           TO PRF-PROGRAMA
               MOVE SPACES                TO PRF-OPERACAO
               START PERFIL KEY IS GREATER THAN CHAVE-PERFIL
                  INVALID KEY
                     GO TO P100-FIM
               END-START
               READ PERFIL NEXT RECORD
                  AT END
                     GO TO P100-FIM
               END-READ
               IF PRF-CD-PERFIL EQUAL WS-PF-USUARIO(WS-IND)
                  AND PRF-PROGRAMA EQUAL LK-PROGRAMA
                  MOVE 'S'                TO LK-PERMITIDO
               END-IF
               GO TO P100-FIM
            END-IF

            MOVE WS-PF-USUARIO(WS-IND)   TO PRF-CD-PERFIL
            MOVE LK-PROGRAMA             TO PRF-PROGRAMA
            MOVE '*'                     TO PRF-OPERACAO
            READ PERFIL
               INVALID KEY
                  CONTINUE
               NOT INVALID KEY
                  MOVE 'S'               TO LK-PERMITIDO
                  GO TO P100-FIM
            END-READ

            MOVE LK-OPERACAO             TO PRF-OPERACAO
            READ PERFIL
               INVALID KEY
                  CONTINUE
               NOT INVALID KEY
                  MOVE 'S'               TO LK-PERMITIDO
            END-READ
            .
       P100-FIM.
           EXIT.
       END PROGRAM PERMITE.
