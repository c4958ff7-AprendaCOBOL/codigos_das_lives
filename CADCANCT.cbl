      ******************************************************************
      * Author: ANDRE COSTA
      * Date: 15/10/2026
      * Purpose: MANUTENCAO DO ARQUIVO-FILHO DE CANAIS DE CONTATO
      *          (CTTCAN.DAT), CHAMADA PELO MENU DE CONTATOS
      *          (MENUCNTT). INCLUI/CONSULTA/EXCLUI CANAIS DE UM
      *          CONTATO (CELULAR, FIXO, E-MAIL, WHATSAPP - VARIOS POR
      *          CONTATO, POR SEQUENCIA), MARCA O CANAL PREFERENCIAL E
      *          REGISTRA OU RETIRA O OPT-OUT. O CONTATO PRECISA
      *          EXISTIR NO CONTATOS.DAT; DDD, TELEFONE E E-MAIL SAO
      *          VALIDADOS PELO CADVALID. SO UM CANAL PREFERENCIAL POR
      *          CONTATO, E CANAL COM OPT-OUT NAO PODE SER O
      *          PREFERENCIAL.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CADCANCT.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
            DECIMAL-POINT IS COMMA.
            INPUT-OUTPUT SECTION.
            FILE-CONTROL.
                SELECT CONTATOS ASSIGN TO
                WS-ARQ-CONTATOS
                ORGANIZATION IS INDEXED
                ACCESS MODE  IS RANDOM
                RECORD KEY   IS ID-CONTATO
                FILE STATUS  IS WS-FS-CNT.
                SELECT CTTCAN ASSIGN TO
                WS-ARQ-CTTCAN
                ORGANIZATION IS INDEXED
                ACCESS MODE  IS DYNAMIC
                RECORD KEY   IS CHAVE-CTTCAN
                FILE STATUS  IS WS-FS.

       DATA DIVISION.
       FILE SECTION.
       FD CONTATOS.
          COPY FD_CONTT.

       FD CTTCAN.
          COPY FD_CTTCAN.

       WORKING-STORAGE SECTION.
      ***** CAMINHOS FISICOS DOS ARQUIVOS - PRE-CARREGADOS COM O *****
      ***** PADRAO HISTORICO E RESOLVIDOS PELO ARQCONF NO INICIO *****
       77 WS-ARQ-CONTATOS            PIC X(68) VALUE
          'C:\CursoCOBOL\COBOL\01 - Basico\bin\CONTATOS.DAT'.
       77 WS-ARQ-CTTCAN              PIC X(68) VALUE
          'C:\CursoCOBOL\COBOL\01 - Basico\bin\CTTCAN.DAT'.
       77 WS-FS                          PIC 99.
          88 FS-OK                       VALUE 0.
       77 WS-FS-CNT                      PIC 99.
          88 FS-CNT-OK                   VALUE 0.
       77 WS-OPCAO                       PIC X.
       77 WS-ID-INFORMADO                PIC 9(05).
       77 WS-SEQ-INFORMADA               PIC 9(02).
       77 WS-CONTATO-EXISTE              PIC X.
          88 CONTATO-EXISTE              VALUE 'S'.
       77 WS-EOF                         PIC X.
          88 EOF-OK                      VALUE 'S' FALSE 'N'.
       77 WS-QT-LISTADOS                 PIC 9(03).
       77 WS-DATA-HOJE                   PIC 9(08) VALUE ZEROS.
       77 WS-RESPOSTA                    PIC X.
       77 WS-CANAL-ACHADO                PIC X.
          88 CANAL-ACHADO                VALUE 'S' FALSE 'N'.
      ***** DADOS DIGITADOS E CONFERIDOS ANTES DA GRAVACAO ************
       77 WS-TP-INFORMADO                PIC X(01).
       77 WS-DDD-INFORMADO               PIC 9(02).
       77 WS-FONE-INFORMADO              PIC 9(09).
       77 WS-EMAIL-INFORMADO             PIC X(60).
       77 WS-VALOR-VALIDO                PIC X(01).
          88 VALOR-VALIDO                VALUE 'S' FALSE 'N'.
       77 WS-DS-CANAL                    PIC X(09).
       77 WS-DS-MARCAS                   PIC X(20).
      ***** PARAMETROS DO CADVALID ************************************
       77 WS-VAL-TIPO                    PIC X(10).
       77 WS-VAL-NUM                     PIC 9(10).
       77 WS-VAL-ALFA                    PIC X(10).
       77 WS-VAL-RESULTADO               PIC X(01).
          88 VAL-OK                      VALUE 'S'.

       LINKAGE SECTION.
       01 LK-COM-AREA.
          03 LK-MENSAGEM                 PIC X(40).
          03 LK-OPERADOR                 PIC X(12).

       PROCEDURE DIVISION USING LK-COM-AREA.
       MAIN-PROCEDURE.

      ***** RESOLVE OS CAMINHOS FISICOS PELO PERFIL DO ARQCONF ******
            CALL 'ARQCONF' USING 'CONTATOS.DAT    ' WS-ARQ-CONTATOS
            CALL 'ARQCONF' USING 'CTTCAN.DAT      ' WS-ARQ-CTTCAN

            ACCEPT WS-DATA-HOJE          FROM DATE YYYYMMDD

            DISPLAY LK-MENSAGEM
            PERFORM P100-MENU THRU P100-FIM UNTIL WS-OPCAO = 'F'
            GOBACK.

       P100-MENU.
            MOVE SPACES                       TO WS-OPCAO
            DISPLAY '*************************************************'
            DISPLAY '|  I - Incluir canal de contato                 |'
            DISPLAY '|  C - Consultar canais de um contato           |'
            DISPLAY '|  P - Marcar o canal preferencial              |'
            DISPLAY '|  O - Registrar/retirar opt-out de um canal    |'
            DISPLAY '|  E - Excluir um canal                         |'
            DISPLAY '|              (ou tecle <F> para finalizar)    |'
            DISPLAY '*************************************************'
            ACCEPT  WS-OPCAO

            EVALUATE WS-OPCAO
                WHEN 'I' WHEN 'i'
                   PERFORM P200-INCLUIR THRU P200-FIM
                WHEN 'C' WHEN 'c'
                   PERFORM P300-CONSULTAR THRU P300-FIM
                WHEN 'P' WHEN 'p'
                   PERFORM P520-PREFERENCIAL THRU P520-FIM
                WHEN 'O' WHEN 'o'
                   PERFORM P540-OPT-OUT THRU P540-FIM
                WHEN 'E' WHEN 'e'
                   PERFORM P500-EXCLUIR THRU P500-FIM
                WHEN 'F' WHEN 'f'
                   MOVE 'F'                    TO WS-OPCAO
                WHEN OTHER
                   DISPLAY 'OPCAO INVALIDA!'
            END-EVALUATE
            .
       P100-FIM.
           EXIT.

       P200-INCLUIR.
            DISPLAY 'Informe o numero do contato:'
            ACCEPT WS-ID-INFORMADO

            PERFORM P600-VERIFICA-CONTATO THRU P600-FIM

            IF NOT CONTATO-EXISTE
               DISPLAY 'CONTATO NAO CADASTRADO.'
               GO TO P200-FIM
            END-IF

            OPEN I-O CTTCAN
            IF WS-FS EQUAL 35
               OPEN OUTPUT CTTCAN
               CLOSE CTTCAN
               OPEN I-O CTTCAN
            END-IF

            IF NOT FS-OK
               DISPLAY 'ERRO AO ABRIR O ARQUIVO DE CANAIS.'
               DISPLAY 'FILE STATUS: ' WS-FS
               GO TO P200-FIM
            END-IF

            DISPLAY 'Informe a sequencia do canal (01-99):'
            ACCEPT WS-SEQ-INFORMADA

            MOVE SPACES                   TO WS-TP-INFORMADO
            PERFORM P700-VALIDA-TIPO THRU P700-FIM
                    UNTIL WS-TP-INFORMADO NOT EQUAL SPACES

            MOVE SPACES                   TO REG-CTTCAN
            MOVE WS-ID-INFORMADO          TO CN-ID-CONTATO
            MOVE WS-SEQ-INFORMADA         TO CN-SEQUENCIA
            MOVE WS-TP-INFORMADO          TO CN-TP-CANAL

            MOVE 'N'                      TO WS-VALOR-VALIDO
            IF CANAL-EMAIL
               PERFORM P720-VALIDA-EMAIL THRU P720-FIM
                       UNTIL VALOR-VALIDO
               MOVE WS-EMAIL-INFORMADO    TO CN-VALOR
            ELSE
               PERFORM P710-VALIDA-FONE THRU P710-FIM
                       UNTIL VALOR-VALIDO
               MOVE WS-DDD-INFORMADO      TO CN-DDD
               MOVE WS-FONE-INFORMADO     TO CN-NUMERO
            END-IF

            SET CANAL-OPT-OUT             TO FALSE
            MOVE ZEROS                    TO CN-DT-OPT-OUT
            DISPLAY 'O contato pediu para NAO ser acionado por este '
                    'canal (opt-out)? (S/N)'
            ACCEPT WS-RESPOSTA
            IF WS-RESPOSTA EQUAL 'S' OR WS-RESPOSTA EQUAL 's'
               SET CANAL-OPT-OUT          TO TRUE
               MOVE WS-DATA-HOJE          TO CN-DT-OPT-OUT
            END-IF

            SET CANAL-PREFERENCIAL        TO FALSE
            IF NOT CANAL-OPT-OUT
               DISPLAY 'Este e o canal preferencial do contato? (S/N)'
               ACCEPT WS-RESPOSTA
               IF WS-RESPOSTA EQUAL 'S' OR WS-RESPOSTA EQUAL 's'
                  SET CANAL-PREFERENCIAL  TO TRUE
               END-IF
            END-IF

            WRITE REG-CTTCAN
               INVALID KEY
                  DISPLAY 'JA EXISTE CANAL COM ESTA SEQUENCIA.'
                  CLOSE CTTCAN
                  GO TO P200-FIM
            END-WRITE

            DISPLAY 'CANAL INCLUIDO COM SUCESSO.'

            IF CANAL-PREFERENCIAL
               PERFORM P800-DESMARCA-OUTROS THRU P800-FIM
            END-IF

            CLOSE CTTCAN
            .
       P200-FIM.
           EXIT.

       P300-CONSULTAR.
            DISPLAY 'Informe o numero do contato:'
            ACCEPT WS-ID-INFORMADO

            OPEN INPUT CTTCAN

            IF NOT FS-OK
               DISPLAY 'NAO HA ARQUIVO DE CANAIS.'
               GO TO P300-FIM
            END-IF

            MOVE WS-ID-INFORMADO          TO CN-ID-CONTATO
            MOVE ZEROS                    TO CN-SEQUENCIA
            MOVE ZEROS                    TO WS-QT-LISTADOS

            START CTTCAN KEY NOT LESS THAN CHAVE-CTTCAN
               INVALID KEY
                  DISPLAY 'CONTATO SEM CANAIS CADASTRADOS.'
                  CLOSE CTTCAN
                  GO TO P300-FIM
            END-START

            SET EOF-OK                    TO FALSE
            PERFORM P400-LISTA-CANAL      THRU P400-FIM UNTIL EOF-OK

            IF WS-QT-LISTADOS EQUAL ZEROS
               DISPLAY 'CONTATO SEM CANAIS CADASTRADOS.'
            END-IF

            CLOSE CTTCAN
            .
       P300-FIM.
           EXIT.

       P400-LISTA-CANAL.
            READ CTTCAN NEXT RECORD
               AT END
                  SET EOF-OK              TO TRUE
               NOT AT END
                  IF CN-ID-CONTATO NOT EQUAL WS-ID-INFORMADO
                     SET EOF-OK           TO TRUE
                  ELSE
                     ADD 1                TO WS-QT-LISTADOS
                     PERFORM P410-DESCREVE-CANAL THRU P410-FIM
                     IF CANAL-EMAIL
                        DISPLAY 'SEQ ' CN-SEQUENCIA ': ' WS-DS-CANAL
                                ' ' CN-VALOR
                     ELSE
                        DISPLAY 'SEQ ' CN-SEQUENCIA ': ' WS-DS-CANAL
                                ' (' CN-DDD ') ' CN-NUMERO
                     END-IF
                     IF WS-DS-MARCAS NOT EQUAL SPACES
                        DISPLAY '        ' WS-DS-MARCAS
                     END-IF
                  END-IF
            END-READ
            .
       P400-FIM.
           EXIT.

       P410-DESCREVE-CANAL.
            EVALUATE TRUE
                WHEN CANAL-CELULAR
                   MOVE 'CELULAR'              TO WS-DS-CANAL
                WHEN CANAL-FIXO
                   MOVE 'FIXO'                 TO WS-DS-CANAL
                WHEN CANAL-EMAIL
                   MOVE 'E-MAIL'               TO WS-DS-CANAL
                WHEN CANAL-WHATSAPP
                   MOVE 'WHATSAPP'             TO WS-DS-CANAL
                WHEN OTHER
                   MOVE '?'                    TO WS-DS-CANAL
            END-EVALUATE

            MOVE SPACES                   TO WS-DS-MARCAS
            IF CANAL-PREFERENCIAL
               MOVE 'PREFERENCIAL'        TO WS-DS-MARCAS
            END-IF
            IF CANAL-OPT-OUT
               STRING 'OPT-OUT ' CN-DT-OPT-OUT(7:2) '/'
                      CN-DT-OPT-OUT(5:2) '/' CN-DT-OPT-OUT(1:4)
                      DELIMITED BY SIZE INTO WS-DS-MARCAS
            END-IF
            .
       P410-FIM.
           EXIT.

       P500-EXCLUIR.
            OPEN I-O CTTCAN

            IF NOT FS-OK
               DISPLAY 'NAO HA ARQUIVO DE CANAIS.'
               GO TO P500-FIM
            END-IF

            DISPLAY 'Informe o numero do contato:'
            ACCEPT CN-ID-CONTATO
            DISPLAY 'Informe a sequencia do canal:'
            ACCEPT CN-SEQUENCIA

            DELETE CTTCAN RECORD
               INVALID KEY
                  DISPLAY 'CANAL NAO ENCONTRADO.'
               NOT INVALID KEY
                  DISPLAY 'CANAL EXCLUIDO COM SUCESSO.'
            END-DELETE

            CLOSE CTTCAN
            .
       P500-FIM.
           EXIT.

       P520-PREFERENCIAL.
            PERFORM P850-LE-CANAL THRU P850-FIM

            IF NOT CANAL-ACHADO
               GO TO P520-FIM
            END-IF

            IF CANAL-OPT-OUT
               DISPLAY 'CANAL COM OPT-OUT NAO PODE SER O PREFERENCIAL.'
               CLOSE CTTCAN
               GO TO P520-FIM
            END-IF

            SET CANAL-PREFERENCIAL        TO TRUE
            REWRITE REG-CTTCAN
               INVALID KEY
                  DISPLAY 'ERRO AO REGRAVAR O CANAL.'
                  CLOSE CTTCAN
                  GO TO P520-FIM
            END-REWRITE

            PERFORM P800-DESMARCA-OUTROS THRU P800-FIM
            DISPLAY 'CANAL PREFERENCIAL ATUALIZADO.'

            CLOSE CTTCAN
            .
       P520-FIM.
           EXIT.

       P540-OPT-OUT.
            PERFORM P850-LE-CANAL THRU P850-FIM

            IF NOT CANAL-ACHADO
               GO TO P540-FIM
            END-IF

            IF CANAL-OPT-OUT
               DISPLAY 'Canal com opt-out desde ' CN-DT-OPT-OUT(7:2)
                       '/' CN-DT-OPT-OUT(5:2) '/' CN-DT-OPT-OUT(1:4)
                       '. Retirar o opt-out? (S/N)'
            ELSE
               DISPLAY 'Registrar o opt-out deste canal? (S/N)'
            END-IF
            ACCEPT WS-RESPOSTA

            IF WS-RESPOSTA NOT EQUAL 'S' AND WS-RESPOSTA NOT EQUAL 's'
               CLOSE CTTCAN
               GO TO P540-FIM
            END-IF

            IF CANAL-OPT-OUT
               SET CANAL-OPT-OUT          TO FALSE
               MOVE ZEROS                 TO CN-DT-OPT-OUT
            ELSE
               SET CANAL-OPT-OUT          TO TRUE
               MOVE WS-DATA-HOJE          TO CN-DT-OPT-OUT
               IF CANAL-PREFERENCIAL
                  SET CANAL-PREFERENCIAL  TO FALSE
                  DISPLAY 'AVISO: O CANAL DEIXOU DE SER O PREFERENCIAL.'
               END-IF
            END-IF

            REWRITE REG-CTTCAN
               INVALID KEY
                  DISPLAY 'ERRO AO REGRAVAR O CANAL.'
               NOT INVALID KEY
                  DISPLAY 'OPT-OUT ATUALIZADO COM SUCESSO.'
            END-REWRITE

            CLOSE CTTCAN
            .
       P540-FIM.
           EXIT.

       P600-VERIFICA-CONTATO.
            MOVE 'N'                      TO WS-CONTATO-EXISTE

            OPEN INPUT CONTATOS

            IF NOT FS-CNT-OK
               DISPLAY 'ERRO AO ABRIR O ARQUIVO DE CONTATOS.'
               DISPLAY 'FILE STATUS: ' WS-FS-CNT
               GO TO P600-FIM
            END-IF

            MOVE WS-ID-INFORMADO          TO ID-CONTATO
            READ CONTATOS
               INVALID KEY
                  CONTINUE
               NOT INVALID KEY
                  DISPLAY 'CONTATO: ' NM-CONTATO
                  MOVE 'S'                TO WS-CONTATO-EXISTE
            END-READ

            CLOSE CONTATOS
            .
       P600-FIM.
           EXIT.

       P700-VALIDA-TIPO.
            DISPLAY 'Tipo do canal - <C>elular, <F>ixo, <E>-mail ou '
                    '<W>hatsApp:'
            ACCEPT WS-TP-INFORMADO

            EVALUATE WS-TP-INFORMADO
                WHEN 'c'
                   MOVE 'C'                    TO WS-TP-INFORMADO
                WHEN 'f'
                   MOVE 'F'                    TO WS-TP-INFORMADO
                WHEN 'e'
                   MOVE 'E'                    TO WS-TP-INFORMADO
                WHEN 'w'
                   MOVE 'W'                    TO WS-TP-INFORMADO
            END-EVALUATE

            MOVE WS-TP-INFORMADO          TO CN-TP-CANAL
            IF NOT CANAL-VALIDO
               DISPLAY 'TIPO DE CANAL INVALIDO.'
               MOVE SPACES                TO WS-TP-INFORMADO
            END-IF
            .
       P700-FIM.
           EXIT.

       P710-VALIDA-FONE.
            DISPLAY 'Informe o DDD (2 digitos):'
            ACCEPT WS-DDD-INFORMADO

            MOVE 'DDD'                    TO WS-VAL-TIPO
            MOVE WS-DDD-INFORMADO         TO WS-VAL-NUM
            MOVE SPACES                   TO WS-VAL-ALFA
            CALL 'CADVALID' USING WS-VAL-TIPO WS-VAL-NUM WS-VAL-ALFA
                                  WS-VAL-RESULTADO
            IF NOT VAL-OK
               DISPLAY 'DDD INEXISTENTE.'
               GO TO P710-FIM
            END-IF

            DISPLAY 'Informe o numero (8 ou 9 digitos, sem DDD):'
            ACCEPT WS-FONE-INFORMADO

            IF CANAL-FIXO
               MOVE 'FONEFIX'             TO WS-VAL-TIPO
            ELSE
               MOVE 'FONECEL'             TO WS-VAL-TIPO
            END-IF
            MOVE WS-FONE-INFORMADO        TO WS-VAL-NUM
            CALL 'CADVALID' USING WS-VAL-TIPO WS-VAL-NUM WS-VAL-ALFA
                                  WS-VAL-RESULTADO
            IF VAL-OK
               SET VALOR-VALIDO           TO TRUE
            ELSE
               IF CANAL-FIXO
                  DISPLAY 'NUMERO FORA DA FAIXA DE TELEFONE FIXO.'
               ELSE
                  DISPLAY 'NUMERO FORA DA FAIXA DE CELULAR.'
               END-IF
            END-IF
            .
       P710-FIM.
           EXIT.

       P720-VALIDA-EMAIL.
            DISPLAY 'Informe o e-mail:'
            ACCEPT WS-EMAIL-INFORMADO

      ***** NO TIPO 'EMAIL' O CADVALID RECEBE O CAMPO DE 60 POSICOES **
            MOVE 'EMAIL'                  TO WS-VAL-TIPO
            MOVE ZEROS                    TO WS-VAL-NUM
            CALL 'CADVALID' USING WS-VAL-TIPO WS-VAL-NUM
                                  WS-EMAIL-INFORMADO WS-VAL-RESULTADO
            IF VAL-OK
               SET VALOR-VALIDO           TO TRUE
            ELSE
               DISPLAY 'E-MAIL INVALIDO.'
            END-IF
            .
       P720-FIM.
           EXIT.

       P800-DESMARCA-OUTROS.
      ***** SO UM CANAL PREFERENCIAL POR CONTATO: OS DEMAIS CANAIS ****
      ***** DO MESMO CONTATO PERDEM A MARCA ***************************
            MOVE CN-ID-CONTATO            TO WS-ID-INFORMADO
            MOVE CN-SEQUENCIA             TO WS-SEQ-INFORMADA
            MOVE ZEROS                    TO CN-SEQUENCIA

            START CTTCAN KEY NOT LESS THAN CHAVE-CTTCAN
               INVALID KEY
                  GO TO P800-FIM
            END-START

            SET EOF-OK                    TO FALSE
            PERFORM P810-DESMARCA-CANAL   THRU P810-FIM UNTIL EOF-OK
            .
       P800-FIM.
           EXIT.

       P810-DESMARCA-CANAL.
            READ CTTCAN NEXT RECORD
               AT END
                  SET EOF-OK              TO TRUE
               NOT AT END
                  IF CN-ID-CONTATO NOT EQUAL WS-ID-INFORMADO
                     SET EOF-OK           TO TRUE
                  ELSE
                     IF CN-SEQUENCIA NOT EQUAL WS-SEQ-INFORMADA
                        AND CANAL-PREFERENCIAL
                        SET CANAL-PREFERENCIAL TO FALSE
                        REWRITE REG-CTTCAN
                           INVALID KEY
                              DISPLAY 'ERRO AO DESMARCAR O CANAL SEQ '
                                      CN-SEQUENCIA
                        END-REWRITE
                     END-IF
                  END-IF
            END-READ
            .
       P810-FIM.
           EXIT.

       P850-LE-CANAL.
            MOVE 'N'                      TO WS-CANAL-ACHADO

            OPEN I-O CTTCAN

            IF NOT FS-OK
               DISPLAY 'NAO HA ARQUIVO DE CANAIS.'
               GO TO P850-FIM
            END-IF

            DISPLAY 'Informe o numero do contato:'
            ACCEPT CN-ID-CONTATO
            DISPLAY 'Informe a sequencia do canal:'
            ACCEPT CN-SEQUENCIA

            READ CTTCAN
               INVALID KEY
                  DISPLAY 'CANAL NAO ENCONTRADO.'
                  CLOSE CTTCAN
                  GO TO P850-FIM
            END-READ

            PERFORM P410-DESCREVE-CANAL THRU P410-FIM
            IF CANAL-EMAIL
               DISPLAY 'CANAL: ' WS-DS-CANAL ' ' CN-VALOR
            ELSE
               DISPLAY 'CANAL: ' WS-DS-CANAL ' (' CN-DDD ') '
                       CN-NUMERO
            END-IF
            SET CANAL-ACHADO              TO TRUE
            .
       P850-FIM.
           EXIT.

       END PROGRAM CADCANCT.
