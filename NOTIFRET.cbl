      ******************************************************************
      * Author: ANDRE COSTA
      * Date: 15/10/2026
      * Purpose: PROCESSAMENTO DO RETORNO DE ENTREGA DO MIDDLEWARE DE
      *          E-MAIL (NOTIFSTA.TXT, UMA LINHA POR EVENTO: ID DO
      *          AVISO COMO SAIU NO NOTIFOUT, DESTINO, SITUACAO E =
      *          ENTREGUE, S = DEVOLUCAO TEMPORARIA, H = DEVOLUCAO
      *          DEFINITIVA, R = RECLAMACAO, DATA/HORA DO EVENTO E
      *          DIAGNOSTICO). CADA EVENTO ATUALIZA O AVISO NO
      *          REGISTRO DE ENVIADOS (NOTIFREG.DAT) E A SAUDE DO
      *          ENDERECO DA PESSOA (NOTIFEND.DAT). EVENTO MAIS ANTIGO
      *          QUE A SITUACAO JA GRAVADA E IGNORADO, DE MODO QUE O
      *          MESMO RETORNO PODE SER REPROCESSADO SEM CONTAR DUAS
      *          VEZES. COM DEVOLUCOES DEFINITIVAS SEGUIDAS NO LIMITE,
      *          O E-MAIL E MARCADO INVALIDO NO CLIENTE.DAT OU NO
      *          STUDENT.DAT (SE AINDA FOR O MESMO ENDERECO), O QUE O
      *          TIRA DO NOTIFICA E O LEVA PARA A AUDITORIA ESTQUAL.
      *          AVISO DE PARCELA VENCIDA NAO ENTREGUE DE CLIENTE VIRA
      *          PEDIDO DE CARTA PARA O CARTACOB (NOTIFCRT.TXT); O DE
      *          ESTUDANTE (SEM ENDERECO POSTAL) SAI NA LISTAGEM DO
      *          PROCESSAMENTO (NOTIFRET.LST) PARA A COBRANCA.
      * Update: 15/10/2026 - A invalidacao do e-mail do cliente passa
      *         pelo jornal de clientes (CLIJRNL), com a imagem antes e
      *         depois, e marca a mudanca no CLIDELTA, como no CADCLI.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. NOTIFRET.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
            DECIMAL-POINT IS COMMA.
            INPUT-OUTPUT SECTION.
            FILE-CONTROL.
                SELECT RETORNO ASSIGN TO
                WS-ARQ-NOTIFSTA
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS  IS WS-FS-RET.
                SELECT NOTIFREG ASSIGN TO
                WS-ARQ-NOTIFREG
                ORGANIZATION IS INDEXED
                ACCESS MODE  IS RANDOM
                RECORD KEY   IS CHAVE-NOTIFREG
                FILE STATUS  IS WS-FS-REG.
                SELECT NOTIFEND ASSIGN TO
                WS-ARQ-NOTIFEND
                ORGANIZATION IS INDEXED
                ACCESS MODE  IS RANDOM
                RECORD KEY   IS CHAVE-NOTIFEND
                FILE STATUS  IS WS-FS-END.
                SELECT CLIENTE ASSIGN TO
                WS-ARQ-CLIENTE
                ORGANIZATION IS INDEXED
                ACCESS MODE  IS RANDOM
                RECORD KEY   IS CD-CLIENTE
                ALTERNATE RECORD KEY IS NM-CLIENTE WITH DUPLICATES
                FILE STATUS  IS WS-FS-CLI.
                SELECT ESTUDANTE ASSIGN TO
                WS-ARQ-STUDENT
                ORGANIZATION IS INDEXED
                ACCESS MODE  IS RANDOM
                RECORD KEY   IS CD-STUDENT
                ALTERNATE RECORD KEY IS NM-STUDENT WITH DUPLICATES
                FILE STATUS  IS WS-FS-EST.
                SELECT PEDCARTA ASSIGN TO
                WS-ARQ-NOTIFCRT
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS  IS WS-FS-CRT.
                SELECT RELATORIO ASSIGN TO
                WS-ARQ-NOTIFRET
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS  IS WS-FS-REL.

       DATA DIVISION.
       FILE SECTION.
       FD RETORNO.
       01 REG-RETORNO.
          03 STA-ID-NOTIFICACAO.
             05 STA-TIPO                 PIC X(01).
             05 STA-CHAVE                PIC X(26).
          03 FILLER                      PIC X(01).
          03 STA-DESTINO                 PIC X(30).
          03 FILLER                      PIC X(01).
          03 STA-SITUACAO                PIC X(01).
             88 STA-ENTREGUE             VALUE 'E'.
             88 STA-DEVOLUCAO-TEMP       VALUE 'S'.
             88 STA-DEVOLUCAO-DEF        VALUE 'H'.
             88 STA-RECLAMACAO           VALUE 'R'.
          03 FILLER                      PIC X(01).
          03 STA-DT-EVENTO               PIC 9(08).
          03 STA-HR-EVENTO               PIC 9(06).
          03 FILLER                      PIC X(01).
          03 STA-DIAGNOSTICO             PIC X(40).

       FD NOTIFREG.
          COPY FD_NOTIFREG.

       FD NOTIFEND.
          COPY FD_NOTIFEND.

       FD CLIENTE.
          COPY FD_CLIENTE.

       FD ESTUDANTE.
          COPY FD_ESTUDANTE.

       FD PEDCARTA.
          COPY FD_NOTIFCRT.

       FD RELATORIO.
       01 REG-RELATORIO                  PIC X(100).

       WORKING-STORAGE SECTION.
      ***** CAMINHOS FISICOS DOS ARQUIVOS - PRE-CARREGADOS COM O *****
      ***** PADRAO HISTORICO E RESOLVIDOS PELO ARQCONF NO INICIO *****
       77 WS-ARQ-NOTIFSTA            PIC X(68) VALUE
          'C:\CursoCOBOL\COBOL\01 - Basico\bin\NOTIFSTA.TXT'.
       77 WS-ARQ-NOTIFREG            PIC X(68) VALUE
          'C:\CursoCOBOL\COBOL\01 - Basico\bin\NOTIFREG.DAT'.
       77 WS-ARQ-NOTIFEND            PIC X(68) VALUE
          'C:\CursoCOBOL\COBOL\01 - Basico\bin\NOTIFEND.DAT'.
       77 WS-ARQ-CLIENTE             PIC X(68) VALUE
          'C:\CURSOCOBOL\COBOL\01 - BASICO\BIN\CLIENTE.DAT'.
       77 WS-ARQ-STUDENT             PIC X(68) VALUE
          'C:\CURSOCOBOL\COBOL\01 - BASICO\BIN\STUDENT.DAT'.
       77 WS-ARQ-NOTIFCRT            PIC X(68) VALUE
          'C:\CursoCOBOL\COBOL\01 - Basico\bin\NOTIFCRT.TXT'.
       77 WS-ARQ-NOTIFRET            PIC X(68) VALUE
          'C:\CursoCOBOL\COBOL\01 - Basico\bin\NOTIFRET.LST'.
       77 WS-FS-RET                      PIC 99.
          88 FS-RET-OK                   VALUE 0.
       77 WS-FS-REG                      PIC 99.
          88 FS-REG-OK                   VALUE 0.
       77 WS-FS-END                      PIC 99.
          88 FS-END-OK                   VALUE 0.
       77 WS-FS-CLI                      PIC 99.
          88 FS-CLI-OK                   VALUE 0.
       77 WS-CLI-ABERTO                  PIC X VALUE 'N'.
          88 CLI-ABERTO                  VALUE 'S'.
       77 WS-FS-EST                      PIC 99.
          88 FS-EST-OK                   VALUE 0.
       77 WS-EST-ABERTO                  PIC X VALUE 'N'.
          88 EST-ABERTO                  VALUE 'S'.
       77 WS-FS-CRT                      PIC 99.
       77 WS-FS-REL                      PIC 99.
       01 WS-RELWRT.
          03 WS-REL-ACAO                 PIC X(01).
          03 WS-REL-ARQUIVO              PIC X(68).
          03 WS-REL-TITULO               PIC X(40).
          03 WS-REL-LINHA                PIC X(100).
          03 WS-REL-FS                   PIC 99.
       77 WS-EOF                         PIC X.
          88 EOF-OK                      VALUE 'S' FALSE 'N'.
       77 WS-DATA-MOVIMENTO              PIC 9(08) VALUE ZEROS.
       77 WS-CONTROLE-DATA               PIC X(01) VALUE 'N'.
      ***** LIMITES DA POLITICA DE DEVOLUCAO: DEVOLUCOES DEFINITIVAS **
      ***** SEGUIDAS QUE INVALIDAM O ENDERECO E DEVOLUCOES ************
      ***** TEMPORARIAS DO MESMO AVISO QUE O DAO POR NAO ENTREGUE *****
       77 WS-LIMITE-DEVOL-DEF            PIC 9(03) VALUE 2.
       77 WS-LIMITE-DEVOL-TEMP           PIC 9(02) VALUE 3.
       77 WS-AVISO-NAO-ENTREGUE          PIC X(01) VALUE 'N'.
          88 AVISO-NAO-ENTREGUE          VALUE 'S' FALSE 'N'.
       77 WS-CLIENTE-NUM                 PIC 9(03).
       77 WS-QT-LIDOS                    PIC 9(06) VALUE ZEROS.
       77 WS-QT-ENTREGUES                PIC 9(06) VALUE ZEROS.
       77 WS-QT-DEVOL-TEMP               PIC 9(06) VALUE ZEROS.
       77 WS-QT-DEVOL-DEF                PIC 9(06) VALUE ZEROS.
       77 WS-QT-RECLAMACOES              PIC 9(06) VALUE ZEROS.
       77 WS-QT-JA-APLICADOS             PIC 9(06) VALUE ZEROS.
       77 WS-QT-SEM-REGISTRO             PIC 9(06) VALUE ZEROS.
       77 WS-QT-RECUSADOS                PIC 9(06) VALUE ZEROS.
       77 WS-QT-INVALIDADOS              PIC 9(05) VALUE ZEROS.
       77 WS-QT-CARTAS                   PIC 9(05) VALUE ZEROS.
       77 WS-QT-SEM-CARTA                PIC 9(05) VALUE ZEROS.
      ***** IMAGENS DO CLIENTE PARA O JORNAL DE CLIENTES (CLIJRNL) ****
       77 WS-IMAGEM-ANTES                PIC X(117).
       77 WS-IMAGEM-DEPOIS               PIC X(117).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.

      ***** RETURN-CODE E REGISTRADOR COMPARTILHADO: UM PASSO *********
      ***** ANTERIOR COM FALHA NAO PODE CONTAMINAR ESTE PASSO *********
            MOVE ZERO                    TO RETURN-CODE

      ***** RESOLVE OS CAMINHOS FISICOS PELO PERFIL DO ARQCONF ******
            CALL 'ARQCONF' USING 'NOTIFSTA.TXT    ' WS-ARQ-NOTIFSTA
            CALL 'ARQCONF' USING 'NOTIFREG.DAT    ' WS-ARQ-NOTIFREG
            CALL 'ARQCONF' USING 'NOTIFEND.DAT    ' WS-ARQ-NOTIFEND
            CALL 'ARQCONF' USING 'CLIENTE.DAT     ' WS-ARQ-CLIENTE
            CALL 'ARQCONF' USING 'STUDENT.DAT     ' WS-ARQ-STUDENT
            CALL 'ARQCONF' USING 'NOTIFCRT.TXT    ' WS-ARQ-NOTIFCRT
            CALL 'ARQCONF' USING 'NOTIFRET.LST    ' WS-ARQ-NOTIFRET

            CALL 'DTMOVIM' USING WS-DATA-MOVIMENTO WS-CONTROLE-DATA

            DISPLAY '*** RETORNO DE ENTREGA DAS NOTIFICACOES ***'

            OPEN INPUT RETORNO

            IF WS-FS-RET EQUAL 35
               DISPLAY 'NAO HA RETORNO DO MIDDLEWARE A PROCESSAR.'
               GOBACK
            END-IF

            IF NOT FS-RET-OK
               DISPLAY 'ERRO AO ABRIR O RETORNO DO MIDDLEWARE.'
               DISPLAY 'FILE STATUS: ' WS-FS-RET
               MOVE 16                   TO RETURN-CODE
               GOBACK
            END-IF

            OPEN I-O NOTIFREG

            IF NOT FS-REG-OK
               DISPLAY 'ERRO AO ABRIR O REGISTRO DE ENVIADOS.'
               DISPLAY 'FILE STATUS: ' WS-FS-REG
               CLOSE RETORNO
               MOVE 16                   TO RETURN-CODE
               GOBACK
            END-IF

            OPEN I-O NOTIFEND

            IF WS-FS-END EQUAL 35
               OPEN OUTPUT NOTIFEND
               CLOSE NOTIFEND
               OPEN I-O NOTIFEND
            END-IF

            IF NOT FS-END-OK
               DISPLAY 'ERRO AO ABRIR A SAUDE DOS ENDERECOS.'
               DISPLAY 'FILE STATUS: ' WS-FS-END
               CLOSE RETORNO NOTIFREG
               MOVE 16                   TO RETURN-CODE
               GOBACK
            END-IF

            OPEN EXTEND PEDCARTA
            IF WS-FS-CRT EQUAL 35
               OPEN OUTPUT PEDCARTA
            END-IF

            IF WS-FS-CRT NOT EQUAL ZEROS
               DISPLAY 'ERRO AO ABRIR OS PEDIDOS DE CARTA (NOTIFCRT).'
               DISPLAY 'FILE STATUS: ' WS-FS-CRT
               CLOSE RETORNO NOTIFREG NOTIFEND
               MOVE 16                   TO RETURN-CODE
               GOBACK
            END-IF

            OPEN OUTPUT RELATORIO

            IF WS-FS-REL NOT EQUAL ZEROS
               DISPLAY 'ERRO AO ABRIR A LISTAGEM DO RETORNO.'
               DISPLAY 'FILE STATUS: ' WS-FS-REL
               CLOSE RETORNO NOTIFREG NOTIFEND PEDCARTA
               MOVE 16                   TO RETURN-CODE
               GOBACK
            END-IF

      ***** OS MESTRES SO SAO TOCADOS PARA INVALIDAR O E-MAIL; SEM ****
      ***** ACESSO A ELES O RETORNO E REGISTRADO MESMO ASSIM **********
            CALL 'SELOMARC' USING 'CLIENTE     ' 'NOTIFRET  '
            OPEN I-O CLIENTE
            IF FS-CLI-OK
               MOVE 'S'                  TO WS-CLI-ABERTO
            END-IF

            CALL 'SELOMARC' USING 'STUDENT     ' 'NOTIFRET  '
            OPEN I-O ESTUDANTE
            IF FS-EST-OK
               MOVE 'S'                  TO WS-EST-ABERTO
            END-IF

            MOVE SPACES                  TO REG-RELATORIO
            STRING 'RETORNO DE ENTREGA DAS NOTIFICACOES - MOVIMENTO '
                   WS-DATA-MOVIMENTO
                   DELIMITED BY SIZE INTO REG-RELATORIO
            WRITE REG-RELATORIO
            MOVE '--- OCORRENCIAS ---'   TO REG-RELATORIO
            WRITE REG-RELATORIO

            SET EOF-OK                   TO FALSE
            PERFORM P200-LE-RETORNO      THRU P200-FIM UNTIL EOF-OK

            PERFORM P900-RESUMO          THRU P900-FIM

            IF CLI-ABERTO
               CLOSE CLIENTE
            END-IF
            IF EST-ABERTO
               CLOSE ESTUDANTE
            END-IF
            CLOSE RETORNO NOTIFREG NOTIFEND PEDCARTA RELATORIO

      ***** A LISTAGEM FICA GUARDADA NO REPOSITORIO DE RELATORIOS ******
            MOVE 'R'                     TO WS-REL-ACAO
            MOVE WS-ARQ-NOTIFRET         TO WS-REL-ARQUIVO
            MOVE 'RETORNO DE ENTREGA DAS NOTIFICACOES'
                                          TO WS-REL-TITULO
            CALL 'RELWRT' USING WS-RELWRT

            DISPLAY '*** RESUMO DO RETORNO ***'
            DISPLAY 'EVENTOS LIDOS......: ' WS-QT-LIDOS
            DISPLAY 'JA APLICADOS.......: ' WS-QT-JA-APLICADOS
            DISPLAY 'SEM REGISTRO/RECUS.: ' WS-QT-SEM-REGISTRO '/'
                    WS-QT-RECUSADOS
            DISPLAY 'E-MAILS INVALIDADOS: ' WS-QT-INVALIDADOS
            DISPLAY 'CARTAS PEDIDAS.....: ' WS-QT-CARTAS
            DISPLAY 'LISTAGEM EM NOTIFRET.LST, PEDIDOS DE CARTA EM '
                    'NOTIFCRT.TXT'

            GOBACK.

      ******************************************************************
      * UM EVENTO DO RETORNO: ACHA O AVISO E APLICA A SITUACAO
      ******************************************************************
       P200-LE-RETORNO.

            READ RETORNO
               AT END
                  SET EOF-OK             TO TRUE
                  GO TO P200-FIM
            END-READ

            ADD 1                        TO WS-QT-LIDOS

            IF NOT STA-ENTREGUE
               AND NOT STA-DEVOLUCAO-TEMP
               AND NOT STA-DEVOLUCAO-DEF
               AND NOT STA-RECLAMACAO
               ADD 1                     TO WS-QT-RECUSADOS
               MOVE SPACES               TO REG-RELATORIO
               STRING 'SITUACAO DESCONHECIDA "' STA-SITUACAO
                      '" - AVISO ' STA-ID-NOTIFICACAO
                      DELIMITED BY SIZE INTO REG-RELATORIO
               WRITE REG-RELATORIO
               GO TO P200-FIM
            END-IF

            MOVE STA-ID-NOTIFICACAO      TO CHAVE-NOTIFREG
            READ NOTIFREG
               INVALID KEY
                  ADD 1                  TO WS-QT-SEM-REGISTRO
                  MOVE SPACES            TO REG-RELATORIO
                  STRING 'AVISO NAO REGISTRADO ' STA-ID-NOTIFICACAO
                         ' DESTINO ' STA-DESTINO
                         DELIMITED BY SIZE INTO REG-RELATORIO
                  WRITE REG-RELATORIO
                  GO TO P200-FIM
            END-READ

      ***** EVENTO QUE NAO E MAIS NOVO QUE A SITUACAO GRAVADA JA FOI **
      ***** APLICADO (OU CHEGOU FORA DE ORDEM) ************************
            IF NOT NTF-SEM-RETORNO
               AND (STA-DT-EVENTO LESS THAN NTF-DT-SITUACAO
                    OR (STA-DT-EVENTO EQUAL NTF-DT-SITUACAO
                        AND STA-HR-EVENTO NOT GREATER THAN
                            NTF-HR-SITUACAO))
               ADD 1                     TO WS-QT-JA-APLICADOS
               GO TO P200-FIM
            END-IF

      ***** DEVOLUCAO TEMPORARIA NAO DESFAZ UMA SITUACAO FINAL ********
            IF STA-DEVOLUCAO-TEMP
               AND (NTF-ENTREGUE OR NTF-DEVOLUCAO-DEF
                    OR NTF-RECLAMACAO)
               ADD 1                     TO WS-QT-JA-APLICADOS
               GO TO P200-FIM
            END-IF

            SET AVISO-NAO-ENTREGUE       TO FALSE
            MOVE STA-SITUACAO            TO NTF-SITUACAO
            MOVE STA-DT-EVENTO           TO NTF-DT-SITUACAO
            MOVE STA-HR-EVENTO           TO NTF-HR-SITUACAO
            MOVE STA-DIAGNOSTICO         TO NTF-DIAGNOSTICO

            EVALUATE TRUE
               WHEN STA-ENTREGUE
                  ADD 1                  TO WS-QT-ENTREGUES
               WHEN STA-DEVOLUCAO-TEMP
                  ADD 1                  TO WS-QT-DEVOL-TEMP
                  IF NTF-QT-DEVOL-TEMP LESS THAN 99
                     ADD 1               TO NTF-QT-DEVOL-TEMP
                  END-IF
                  IF NTF-QT-DEVOL-TEMP NOT LESS THAN
                     WS-LIMITE-DEVOL-TEMP
                     SET AVISO-NAO-ENTREGUE TO TRUE
                  END-IF
               WHEN STA-DEVOLUCAO-DEF
                  ADD 1                  TO WS-QT-DEVOL-DEF
                  SET AVISO-NAO-ENTREGUE TO TRUE
               WHEN STA-RECLAMACAO
                  ADD 1                  TO WS-QT-RECLAMACOES
                  MOVE SPACES            TO REG-RELATORIO
                  STRING 'RECLAMACAO DO DESTINATARIO ' NTF-DESTINO
                         ' - AVISO ' CHAVE-NOTIFREG
                         DELIMITED BY SIZE INTO REG-RELATORIO
                  WRITE REG-RELATORIO
            END-EVALUATE

            IF AVISO-NAO-ENTREGUE
               AND NTF-PARCELA
               AND NOT NTF-CARTA-PEDIDA
               PERFORM P500-PEDE-CARTA   THRU P500-FIM
            END-IF

            REWRITE REG-NOTIFREG
               INVALID KEY
                  DISPLAY 'ERRO AO ATUALIZAR O AVISO ' CHAVE-NOTIFREG
            END-REWRITE

      ***** AVISO ANTERIOR AO REGISTRO DA PESSOA NAO ALIMENTA A *******
      ***** SAUDE DOS ENDERECOS ***************************************
            IF NTF-PESSOA-CLIENTE OR NTF-PESSOA-ESTUDANTE
               PERFORM P300-SAUDE-ENDERECO THRU P300-FIM
            END-IF
            .
       P200-FIM.
           EXIT.

      ******************************************************************
      * SAUDE DO ENDERECO DA PESSOA: ENTREGA ZERA AS DEVOLUCOES
      * DEFINITIVAS SEGUIDAS; NO LIMITE, O E-MAIL E INVALIDADO
      ******************************************************************
       P300-SAUDE-ENDERECO.

            MOVE NTF-TP-PESSOA           TO NTE-TP-PESSOA
            MOVE NTF-CD-PESSOA           TO NTE-CD-PESSOA
            READ NOTIFEND
               INVALID KEY
                  PERFORM P310-NOVO-ENDERECO THRU P310-FIM
                  WRITE REG-NOTIFEND
                     INVALID KEY
                        DISPLAY 'ERRO AO CRIAR A SAUDE DO ENDERECO '
                                CHAVE-NOTIFEND
                        GO TO P300-FIM
                  END-WRITE
            END-READ

      ***** ENDERECO TROCADO RECOMECA AS CONTAGENS ********************
            IF NTE-DESTINO NOT EQUAL NTF-DESTINO
               PERFORM P310-NOVO-ENDERECO THRU P310-FIM
            END-IF

            EVALUATE TRUE
               WHEN NTF-ENTREGUE
                  IF NTE-QT-ENTREGUE LESS THAN 99999
                     ADD 1               TO NTE-QT-ENTREGUE
                  END-IF
                  MOVE ZEROS             TO NTE-QT-DEVOL-DEF
                  MOVE NTF-DT-SITUACAO   TO NTE-DT-ULT-ENTREGA
               WHEN NTF-DEVOLUCAO-TEMP
                  IF NTE-QT-DEVOL-TEMP LESS THAN 999
                     ADD 1               TO NTE-QT-DEVOL-TEMP
                  END-IF
                  MOVE NTF-DT-SITUACAO   TO NTE-DT-ULT-DEVOLUCAO
               WHEN NTF-DEVOLUCAO-DEF
                  IF NTE-QT-DEVOL-DEF LESS THAN 999
                     ADD 1               TO NTE-QT-DEVOL-DEF
                  END-IF
                  MOVE NTF-DT-SITUACAO   TO NTE-DT-ULT-DEVOLUCAO
               WHEN NTF-RECLAMACAO
                  IF NTE-QT-RECLAMACAO LESS THAN 999
                     ADD 1               TO NTE-QT-RECLAMACAO
                  END-IF
            END-EVALUATE

            IF NTE-QT-DEVOL-DEF NOT LESS THAN WS-LIMITE-DEVOL-DEF
               AND NTE-VALIDO
               PERFORM P400-INVALIDA-EMAIL THRU P400-FIM
            END-IF

            REWRITE REG-NOTIFEND
               INVALID KEY
                  DISPLAY 'ERRO AO ATUALIZAR A SAUDE DO ENDERECO '
                          CHAVE-NOTIFEND
            END-REWRITE
            .
       P300-FIM.
           EXIT.

       P310-NOVO-ENDERECO.

            MOVE NTF-DESTINO             TO NTE-DESTINO
            MOVE ZEROS                   TO NTE-QT-DEVOL-DEF
                                            NTE-QT-DEVOL-TEMP
                                            NTE-QT-RECLAMACAO
                                            NTE-QT-ENTREGUE
                                            NTE-DT-ULT-ENTREGA
                                            NTE-DT-ULT-DEVOLUCAO
                                            NTE-DT-INVALIDACAO
            SET NTE-VALIDO               TO TRUE
            .
       P310-FIM.
           EXIT.

      ******************************************************************
      * MARCA O E-MAIL INVALIDO NO MESTRE, SE AINDA FOR O ENDERECO
      * QUE DEVOLVEU (TROCADO NO CADASTRO, A MARCA NAO SE APLICA)
      ******************************************************************
       P400-INVALIDA-EMAIL.

            SET NTE-INVALIDADO           TO TRUE
            MOVE WS-DATA-MOVIMENTO       TO NTE-DT-INVALIDACAO

            IF NTE-PESSOA-CLIENTE
               PERFORM P410-INVALIDA-CLIENTE THRU P410-FIM
            ELSE
               PERFORM P420-INVALIDA-ESTUDANTE THRU P420-FIM
            END-IF
            .
       P400-FIM.
           EXIT.

       P410-INVALIDA-CLIENTE.

            IF NOT CLI-ABERTO
               GO TO P410-FIM
            END-IF

            MOVE NTE-CD-PESSOA           TO WS-CLIENTE-NUM
            MOVE WS-CLIENTE-NUM          TO CD-CLIENTE
            READ CLIENTE
               INVALID KEY
                  GO TO P410-FIM
            END-READ

            MOVE SPACES                  TO REG-RELATORIO
            IF EM-CLIENTE NOT EQUAL NTE-DESTINO
               STRING 'CLIENTE ' CD-CLIENTE ' ' NM-CLIENTE
                      ' JA TROCOU O E-MAIL DEVOLVIDO ' NTE-DESTINO
                      DELIMITED BY SIZE INTO REG-RELATORIO
               WRITE REG-RELATORIO
               GO TO P410-FIM
            END-IF

            MOVE REG-CLIENTE             TO WS-IMAGEM-ANTES
            SET EMAIL-CLIENTE-INVALIDO   TO TRUE
            REWRITE REG-CLIENTE
               INVALID KEY
                  DISPLAY 'ERRO AO INVALIDAR O E-MAIL DO CLIENTE '
                          CD-CLIENTE
                  GO TO P410-FIM
            END-REWRITE

            MOVE REG-CLIENTE             TO WS-IMAGEM-DEPOIS
            CALL 'CLIJRNL' USING 'NOTIFRET  ' 'NOTIFRET    '
                 'ALTERACAO ' WS-IMAGEM-ANTES WS-IMAGEM-DEPOIS
            CALL 'CLIDELTA' USING CD-CLIENTE 'U'

            ADD 1                        TO WS-QT-INVALIDADOS
            STRING 'E-MAIL INVALIDADO - CLIENTE ' CD-CLIENTE ' '
                   NM-CLIENTE ' ' EM-CLIENTE
                   DELIMITED BY SIZE INTO REG-RELATORIO
            WRITE REG-RELATORIO
            .
       P410-FIM.
           EXIT.

       P420-INVALIDA-ESTUDANTE.

            IF NOT EST-ABERTO
               GO TO P420-FIM
            END-IF

            MOVE NTE-CD-PESSOA           TO CD-STUDENT
            READ ESTUDANTE
               INVALID KEY
                  GO TO P420-FIM
            END-READ

            MOVE SPACES                  TO REG-RELATORIO
            IF EM-STUDENT NOT EQUAL NTE-DESTINO
               STRING 'ESTUDANTE ' CD-STUDENT ' ' NM-STUDENT
                      ' JA TROCOU O E-MAIL DEVOLVIDO ' NTE-DESTINO
                      DELIMITED BY SIZE INTO REG-RELATORIO
               WRITE REG-RELATORIO
               GO TO P420-FIM
            END-IF

            SET EMAIL-STUDENT-INVALIDO   TO TRUE
            REWRITE REG-ESTUDANTE
               INVALID KEY
                  DISPLAY 'ERRO AO INVALIDAR O E-MAIL DO ESTUDANTE '
                          CD-STUDENT
                  GO TO P420-FIM
            END-REWRITE

            ADD 1                        TO WS-QT-INVALIDADOS
            STRING 'E-MAIL INVALIDADO - ESTUDANTE ' CD-STUDENT ' '
                   NM-STUDENT ' ' EM-STUDENT
                   DELIMITED BY SIZE INTO REG-RELATORIO
            WRITE REG-RELATORIO
            .
       P420-FIM.
           EXIT.

      ******************************************************************
      * AVISO DE PARCELA VENCIDA NAO ENTREGUE: CLIENTE RECEBE CARTA
      * (CARTACOB); ESTUDANTE NAO TEM ENDERECO POSTAL E SAI NA LISTA
      ******************************************************************
       P500-PEDE-CARTA.

            IF NOT NTF-PESSOA-CLIENTE
               ADD 1                     TO WS-QT-SEM-CARTA
               MOVE SPACES               TO REG-RELATORIO
               STRING 'AVISO DE PARCELA NAO ENTREGUE SEM CARTA - '
                      'CONTRATO ' NTF-CHAVE(1:6)
                      ' PARCELA ' NTF-CHAVE(7:3)
                      ' ALUNO ' NTF-CD-PESSOA
                      DELIMITED BY SIZE INTO REG-RELATORIO
               WRITE REG-RELATORIO
               GO TO P500-FIM
            END-IF

            MOVE SPACES                  TO REG-NOTIFCRT
            MOVE NTF-CD-PESSOA           TO CRT-CD-CLIENTE
            MOVE NTF-CHAVE(1:6)          TO CRT-NUM-CONTRATO
            MOVE NTF-CHAVE(7:3)          TO CRT-NUM-PARCELA
            MOVE NTF-CHAVE(10:1)         TO CRT-FAIXA
            MOVE WS-DATA-MOVIMENTO       TO CRT-DT-PEDIDO
            MOVE NTF-SITUACAO            TO CRT-SITUACAO
            MOVE NTF-DESTINO             TO CRT-DESTINO
            WRITE REG-NOTIFCRT

            SET NTF-CARTA-PEDIDA         TO TRUE
            ADD 1                        TO WS-QT-CARTAS

            MOVE SPACES                  TO REG-RELATORIO
            STRING 'CARTA PEDIDA - CLIENTE ' CRT-CD-CLIENTE
                   ' CONTRATO ' CRT-NUM-CONTRATO
                   ' PARCELA ' CRT-NUM-PARCELA
                   ' (' NTF-DIAGNOSTICO(1:30) ')'
                   DELIMITED BY SIZE INTO REG-RELATORIO
            WRITE REG-RELATORIO
            .
       P500-FIM.
           EXIT.

       P900-RESUMO.

            MOVE '--- RESUMO ---'        TO REG-RELATORIO
            WRITE REG-RELATORIO

            MOVE SPACES                  TO REG-RELATORIO
            STRING 'EVENTOS LIDOS.............: ' WS-QT-LIDOS
                   DELIMITED BY SIZE INTO REG-RELATORIO
            WRITE REG-RELATORIO
            MOVE SPACES                  TO REG-RELATORIO
            STRING 'ENTREGUES.................: ' WS-QT-ENTREGUES
                   DELIMITED BY SIZE INTO REG-RELATORIO
            WRITE REG-RELATORIO
            MOVE SPACES                  TO REG-RELATORIO
            STRING 'DEVOLUCOES TEMPORARIAS....: ' WS-QT-DEVOL-TEMP
                   DELIMITED BY SIZE INTO REG-RELATORIO
            WRITE REG-RELATORIO
            MOVE SPACES                  TO REG-RELATORIO
            STRING 'DEVOLUCOES DEFINITIVAS....: ' WS-QT-DEVOL-DEF
                   DELIMITED BY SIZE INTO REG-RELATORIO
            WRITE REG-RELATORIO
            MOVE SPACES                  TO REG-RELATORIO
            STRING 'RECLAMACOES...............: ' WS-QT-RECLAMACOES
                   DELIMITED BY SIZE INTO REG-RELATORIO
            WRITE REG-RELATORIO
            MOVE SPACES                  TO REG-RELATORIO
            STRING 'JA APLICADOS (IGNORADOS)..: ' WS-QT-JA-APLICADOS
                   DELIMITED BY SIZE INTO REG-RELATORIO
            WRITE REG-RELATORIO
            MOVE SPACES                  TO REG-RELATORIO
            STRING 'AVISOS NAO REGISTRADOS....: ' WS-QT-SEM-REGISTRO
                   DELIMITED BY SIZE INTO REG-RELATORIO
            WRITE REG-RELATORIO
            MOVE SPACES                  TO REG-RELATORIO
            STRING 'SITUACAO DESCONHECIDA.....: ' WS-QT-RECUSADOS
                   DELIMITED BY SIZE INTO REG-RELATORIO
            WRITE REG-RELATORIO
            MOVE SPACES                  TO REG-RELATORIO
            STRING 'E-MAILS INVALIDADOS.......: ' WS-QT-INVALIDADOS
                   DELIMITED BY SIZE INTO REG-RELATORIO
            WRITE REG-RELATORIO
            MOVE SPACES                  TO REG-RELATORIO
            STRING 'CARTAS PEDIDAS AO CARTACOB: ' WS-QT-CARTAS
                   DELIMITED BY SIZE INTO REG-RELATORIO
            WRITE REG-RELATORIO
            MOVE SPACES                  TO REG-RELATORIO
            STRING 'NAO ENTREGUES SEM CARTA...: ' WS-QT-SEM-CARTA
                   DELIMITED BY SIZE INTO REG-RELATORIO
            WRITE REG-RELATORIO
            .
       P900-FIM.
           EXIT.

       END PROGRAM NOTIFRET.
