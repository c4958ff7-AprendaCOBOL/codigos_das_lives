      ******************************************************************
      * Author: ANDRE COSTA
      * Date: 15/10/2026
      * Purpose: MANUTENCAO DA TABELA DE PERFIS DE ACESSO (PERFIL.DAT)
      *          USADA PELO PERMITE: INCLUIR PERFIL, INCLUIR E REMOVER
      *          FUNCOES (PROGRAMA + OPERACAO) DO PERFIL, CONSULTAR O
      *          PERFIL COM AS SUAS FUNCOES E EXCLUIR PERFIL. OPERACAO
      *          '*' LIBERA O PROGRAMA INTEIRO; PROGRAMA '*' COM
      *          OPERACAO '*' LIBERA TUDO (ADMINISTRADOR). PERFIL
      *          ATRIBUIDO A ALGUM USUARIO (CADUSER) NAO E EXCLUIDO. O
      *          PERFSOD CONFERE OS CONFLITOS ENTRE AS FUNCOES.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CADPERF.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
            DECIMAL-POINT IS COMMA.
            INPUT-OUTPUT SECTION.
            FILE-CONTROL.
                SELECT PERFIL ASSIGN TO
                WS-ARQ-PERFIL
                ORGANIZATION IS INDEXED
                ACCESS MODE  IS DYNAMIC
                RECORD KEY   IS CHAVE-PERFIL
                FILE STATUS  IS WS-FS.
                SELECT USUARIOS ASSIGN TO
                WS-ARQ-USUARIOS
                ORGANIZATION IS INDEXED
                ACCESS MODE  IS SEQUENTIAL
                RECORD KEY   IS ID-USUARIO
                FILE STATUS  IS WS-FS-USU.

       DATA DIVISION.
       FILE SECTION.
       FD PERFIL.
          COPY FD_PERFIL.

       FD USUARIOS.
          COPY FD_USUARIO.

       WORKING-STORAGE SECTION.
      ***** CAMINHOS FISICOS DOS ARQUIVOS - PRE-CARREGADOS COM O *****
      ***** PADRAO HISTORICO E RESOLVIDOS PELO ARQCONF NO INICIO *****
       77 WS-ARQ-PERFIL              PIC X(68) VALUE
          'C:\CursoCOBOL\COBOL\01 - Basico\bin\PERFIL.DAT'.
       77 WS-ARQ-USUARIOS            PIC X(68) VALUE
          'C:\CursoCOBOL\COBOL\01 - Basico\bin\USUARIOS.DAT'.
       77 WS-FS                          PIC 99.
          88 FS-OK                       VALUE 0.
       77 WS-FS-USU                      PIC 99.
          88 FS-USU-OK                   VALUE 0.
       77 WS-OPCAO                       PIC X.
       77 WS-CONFIRMA                    PIC X.
       77 WS-EOF                         PIC X.
          88 EOF-OK                      VALUE 'S' FALSE 'N'.
       77 WS-PERFIL-INF                  PIC X(08).
       77 WS-PROGRAMA-INF                PIC X(10).
       77 WS-OPERACAO-INF                PIC X(10).
       77 WS-QT-FUNCOES                  PIC 9(04) VALUE ZEROS.
       77 WS-QT-USUARIOS                 PIC 9(04) VALUE ZEROS.
       77 WS-IND                         PIC 9(01).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.

      ***** RESOLVE OS CAMINHOS FISICOS PELO PERFIL DO ARQCONF ******
            CALL 'ARQCONF' USING 'PERFIL.DAT      ' WS-ARQ-PERFIL
            CALL 'ARQCONF' USING 'USUARIOS.DAT    ' WS-ARQ-USUARIOS
            DISPLAY '*** PERFIS DE ACESSO (PERFIL.DAT) ***'
            PERFORM P100-MENU THRU P100-FIM UNTIL WS-OPCAO = 'F'
            STOP RUN.

       P100-MENU.
            MOVE SPACES                       TO WS-OPCAO
            DISPLAY '*************************************************'
            DISPLAY '|  I - Incluir perfil                           |'
            DISPLAY '|  N - Incluir funcao no perfil                 |'
            DISPLAY '|  R - Remover funcao do perfil                 |'
            DISPLAY '|  C - Consultar perfil e funcoes               |'
            DISPLAY '|  E - Excluir perfil                           |'
            DISPLAY '|              (ou tecle <F> para finalizar)    |'
            DISPLAY '*************************************************'
            ACCEPT  WS-OPCAO

            EVALUATE WS-OPCAO
                WHEN 'I' WHEN 'i'
                   PERFORM P200-INCLUIR-PERFIL THRU P200-FIM
                WHEN 'N' WHEN 'n'
                   PERFORM P300-INCLUIR-FUNCAO THRU P300-FIM
                WHEN 'R' WHEN 'r'
                   PERFORM P400-REMOVER-FUNCAO THRU P400-FIM
                WHEN 'C' WHEN 'c'
                   PERFORM P500-CONSULTAR THRU P500-FIM
                WHEN 'E' WHEN 'e'
                   PERFORM P600-EXCLUIR THRU P600-FIM
                WHEN 'F' WHEN 'f'
                   MOVE 'F'                    TO WS-OPCAO
                WHEN OTHER
                   DISPLAY 'OPCAO INVALIDA!'
            END-EVALUATE
            .
       P100-FIM.
           EXIT.

       P200-INCLUIR-PERFIL.
            OPEN I-O PERFIL
            IF WS-FS EQUAL 35
               OPEN OUTPUT PERFIL
               CLOSE PERFIL
               OPEN I-O PERFIL
            END-IF

            IF NOT FS-OK
               DISPLAY 'ERRO AO ABRIR A TABELA DE PERFIS.'
               DISPLAY 'FILE STATUS: ' WS-FS
               CALL 'ERRLOG' USING 'CADPERF   '
                    'ABERTURA PERFIL     ' WS-FS
            ELSE
               PERFORM P700-PEDE-PERFIL THRU P700-FIM
               IF WS-PERFIL-INF EQUAL SPACES
                  DISPLAY 'CODIGO DE PERFIL EM BRANCO.'
               ELSE
                  MOVE WS-PERFIL-INF          TO PRF-CD-PERFIL
                  MOVE SPACES                 TO PRF-FUNCAO
                  DISPLAY 'Informe a descricao do perfil:'
                  ACCEPT PRF-DESCRICAO
                  ACCEPT PRF-DT-ATUALIZACAO   FROM DATE YYYYMMDD

                  WRITE REG-PERFIL
                     INVALID KEY
                        DISPLAY 'JA EXISTE PERFIL COM ESTE CODIGO.'
                     NOT INVALID KEY
                        DISPLAY 'PERFIL INCLUIDO - INCLUA AS FUNCOES '
                                'DELE (OPCAO N).'
                  END-WRITE
               END-IF
               CLOSE PERFIL
            END-IF
            .
       P200-FIM.
           EXIT.

       P300-INCLUIR-FUNCAO.
            OPEN I-O PERFIL
            IF NOT FS-OK
               DISPLAY 'ERRO AO ABRIR A TABELA DE PERFIS.'
               DISPLAY 'FILE STATUS: ' WS-FS
            ELSE
               PERFORM P700-PEDE-PERFIL THRU P700-FIM
               MOVE WS-PERFIL-INF             TO PRF-CD-PERFIL
               MOVE SPACES                    TO PRF-FUNCAO
               READ PERFIL
                  INVALID KEY
                     DISPLAY 'PERFIL NAO ENCONTRADO.'
                  NOT INVALID KEY
                     DISPLAY 'PERFIL: ' PRF-DESCRICAO
                     PERFORM P710-PEDE-FUNCAO THRU P710-FIM
                     IF WS-PROGRAMA-INF EQUAL SPACES
                        OR WS-OPERACAO-INF EQUAL SPACES
                        DISPLAY 'PROGRAMA E OPERACAO SAO OBRIGATORIOS '
                                '(USE * PARA TODOS).'
                     ELSE
                        IF WS-PROGRAMA-INF EQUAL '*'
                           AND WS-OPERACAO-INF NOT EQUAL '*'
                           DISPLAY 'PROGRAMA * SO COM OPERACAO *.'
                        ELSE
                           MOVE WS-PERFIL-INF     TO PRF-CD-PERFIL
                           MOVE WS-PROGRAMA-INF   TO PRF-PROGRAMA
                           MOVE WS-OPERACAO-INF   TO PRF-OPERACAO
                           DISPLAY 'Informe a descricao da funcao:'
                           ACCEPT PRF-DESCRICAO
                           ACCEPT PRF-DT-ATUALIZACAO
                                                  FROM DATE YYYYMMDD
                           WRITE REG-PERFIL
                              INVALID KEY
                                 DISPLAY 'A FUNCAO JA ESTA NO PERFIL.'
                              NOT INVALID KEY
                                 DISPLAY 'FUNCAO INCLUIDA NO PERFIL.'
                           END-WRITE
                        END-IF
                     END-IF
               END-READ
               CLOSE PERFIL
            END-IF
            .
       P300-FIM.
           EXIT.

       P400-REMOVER-FUNCAO.
            OPEN I-O PERFIL
            IF NOT FS-OK
               DISPLAY 'ERRO AO ABRIR A TABELA DE PERFIS.'
               DISPLAY 'FILE STATUS: ' WS-FS
            ELSE
               PERFORM P700-PEDE-PERFIL THRU P700-FIM
               PERFORM P710-PEDE-FUNCAO THRU P710-FIM
               MOVE WS-PERFIL-INF             TO PRF-CD-PERFIL
               MOVE WS-PROGRAMA-INF           TO PRF-PROGRAMA
               MOVE WS-OPERACAO-INF           TO PRF-OPERACAO
               IF PRF-CABECALHO
                  DISPLAY 'INFORME O PROGRAMA E A OPERACAO - PARA '
                          'TIRAR O PERFIL INTEIRO USE A OPCAO E.'
               ELSE
                  READ PERFIL
                     INVALID KEY
                        DISPLAY 'A FUNCAO NAO ESTA NO PERFIL.'
                     NOT INVALID KEY
                        DELETE PERFIL RECORD
                        DISPLAY 'FUNCAO REMOVIDA DO PERFIL.'
                  END-READ
               END-IF
               CLOSE PERFIL
            END-IF
            .
       P400-FIM.
           EXIT.

       P500-CONSULTAR.
            OPEN INPUT PERFIL
            IF NOT FS-OK
               DISPLAY 'ERRO AO ABRIR A TABELA DE PERFIS.'
               DISPLAY 'FILE STATUS: ' WS-FS
            ELSE
               PERFORM P700-PEDE-PERFIL THRU P700-FIM
               MOVE WS-PERFIL-INF             TO PRF-CD-PERFIL
               MOVE SPACES                    TO PRF-FUNCAO
               READ PERFIL
                  INVALID KEY
                     DISPLAY 'PERFIL NAO ENCONTRADO.'
                  NOT INVALID KEY
                     DISPLAY 'PERFIL......: ' PRF-CD-PERFIL ' - '
                             PRF-DESCRICAO
                     DISPLAY 'PROGRAMA   OPERACAO   DESCRICAO'
                     MOVE ZEROS               TO WS-QT-FUNCOES
                     SET EOF-OK               TO FALSE
                     PERFORM P510-LISTA-FUNCAO THRU P510-FIM
                             UNTIL EOF-OK
                     DISPLAY WS-QT-FUNCOES ' FUNCAO(OES) NO PERFIL.'
               END-READ
               CLOSE PERFIL
            END-IF
            .
       P500-FIM.
           EXIT.

       P510-LISTA-FUNCAO.
            READ PERFIL NEXT RECORD
               AT END
                  SET EOF-OK                  TO TRUE
               NOT AT END
                  IF PRF-CD-PERFIL NOT EQUAL WS-PERFIL-INF
                     SET EOF-OK               TO TRUE
                  ELSE
                     ADD 1                    TO WS-QT-FUNCOES
                     DISPLAY PRF-PROGRAMA ' ' PRF-OPERACAO ' '
                             PRF-DESCRICAO
                  END-IF
            END-READ
            .
       P510-FIM.
           EXIT.

       P600-EXCLUIR.
            PERFORM P700-PEDE-PERFIL THRU P700-FIM
            PERFORM P650-CONTA-USUARIOS THRU P650-FIM

            IF WS-QT-USUARIOS GREATER THAN ZEROS
               DISPLAY 'PERFIL ATRIBUIDO A ' WS-QT-USUARIOS
                       ' USUARIO(S) - TIRE-O NO CADUSER ANTES.'
            ELSE
               OPEN I-O PERFIL
               IF NOT FS-OK
                  DISPLAY 'ERRO AO ABRIR A TABELA DE PERFIS.'
                  DISPLAY 'FILE STATUS: ' WS-FS
               ELSE
                  MOVE WS-PERFIL-INF          TO PRF-CD-PERFIL
                  MOVE SPACES                 TO PRF-FUNCAO
                  READ PERFIL
                     INVALID KEY
                        DISPLAY 'PERFIL NAO ENCONTRADO.'
                     NOT INVALID KEY
                        DISPLAY 'Confirma a exclusao do perfil '
                                PRF-CD-PERFIL ' e das funcoes dele? '
                                '(S/N)'
                        ACCEPT WS-CONFIRMA
                        IF WS-CONFIRMA EQUAL 'S'
                           OR WS-CONFIRMA EQUAL 's'
                           DELETE PERFIL RECORD
                           MOVE ZEROS         TO WS-QT-FUNCOES
                           SET EOF-OK         TO FALSE
                           PERFORM P610-APAGA-FUNCAO THRU P610-FIM
                                   UNTIL EOF-OK
                           DISPLAY 'PERFIL EXCLUIDO COM '
                                   WS-QT-FUNCOES ' FUNCAO(OES).'
                        END-IF
                  END-READ
                  CLOSE PERFIL
               END-IF
            END-IF
            .
       P600-FIM.
           EXIT.

       P610-APAGA-FUNCAO.
            MOVE WS-PERFIL-INF                TO PRF-CD-PERFIL
            MOVE SPACES                       TO PRF-FUNCAO
            START PERFIL KEY IS GREATER THAN CHAVE-PERFIL
               INVALID KEY
                  SET EOF-OK                  TO TRUE
            END-START

            IF NOT EOF-OK
               READ PERFIL NEXT RECORD
                  AT END
                     SET EOF-OK               TO TRUE
                  NOT AT END
                     IF PRF-CD-PERFIL NOT EQUAL WS-PERFIL-INF
                        SET EOF-OK            TO TRUE
                     ELSE
                        DELETE PERFIL RECORD
                        ADD 1                 TO WS-QT-FUNCOES
                     END-IF
               END-READ
            END-IF
            .
       P610-FIM.
           EXIT.

       P650-CONTA-USUARIOS.
            MOVE ZEROS                        TO WS-QT-USUARIOS
            OPEN INPUT USUARIOS
            IF FS-USU-OK
               SET EOF-OK                     TO FALSE
               PERFORM P660-LE-USUARIO THRU P660-FIM UNTIL EOF-OK
               CLOSE USUARIOS
            END-IF
            .
       P650-FIM.
           EXIT.

       P660-LE-USUARIO.
            READ USUARIOS NEXT RECORD
               AT END
                  SET EOF-OK                  TO TRUE
               NOT AT END
                  PERFORM P670-CONFERE-PERFIL THRU P670-FIM
                          VARYING WS-IND FROM 1 BY 1
                          UNTIL WS-IND GREATER THAN 5
            END-READ
            .
       P660-FIM.
           EXIT.

       P670-CONFERE-PERFIL.
            IF PF-USUARIO(WS-IND) EQUAL WS-PERFIL-INF
               ADD 1                          TO WS-QT-USUARIOS
            END-IF
            .
       P670-FIM.
           EXIT.

       P700-PEDE-PERFIL.
            DISPLAY 'Informe o codigo do perfil:'
            MOVE SPACES                       TO WS-PERFIL-INF
            ACCEPT WS-PERFIL-INF
            INSPECT WS-PERFIL-INF CONVERTING
                    'abcdefghijklmnopqrstuvwxyz'
                 TO 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'
            .
       P700-FIM.
           EXIT.

       P710-PEDE-FUNCAO.
            DISPLAY 'Informe o programa (ou * para todos):'
            MOVE SPACES                       TO WS-PROGRAMA-INF
            ACCEPT WS-PROGRAMA-INF
            DISPLAY 'Informe a operacao (ou * para todas):'
            MOVE SPACES                       TO WS-OPERACAO-INF
            ACCEPT WS-OPERACAO-INF
            INSPECT WS-PROGRAMA-INF CONVERTING
                    'abcdefghijklmnopqrstuvwxyz'
                 TO 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'
            INSPECT WS-OPERACAO-INF CONVERTING
                    'abcdefghijklmnopqrstuvwxyz'
                 TO 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'
            .
       P710-FIM.
           EXIT.

       END PROGRAM CADPERF.
