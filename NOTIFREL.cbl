      ******************************************************************
      * Author: ANDRE COSTA
      * Date: 15/10/2026
      * Purpose: RELATORIO SEMANAL DE ENTREGABILIDADE DAS NOTIFICACOES
      *          POR E-MAIL. SOBRE OS AVISOS REGISTRADOS NO NOTIFREG.DAT
      *          NOS SETE DIAS QUE TERMINAM NA DATA DE MOVIMENTO
      *          (DTMOVIM), TOTALIZA POR TEMPLATE OS ENVIADOS,
      *          ENTREGUES, DEVOLVIDOS (TEMPORARIA E DEFINITIVA),
      *          RECLAMACOES E AINDA SEM RETORNO, COM AS TAXAS DE
      *          ENTREGA, DEVOLUCAO DEFINITIVA E RECLAMACAO, E AS
      *          CARTAS PEDIDAS AO CARTACOB. LISTA OS ENDERECOS
      *          INVALIDADOS NA SEMANA (NOTIFEND.DAT). SAI PELO
      *          ESCRITOR COMUM (RELWRT) EM NOTIFREL.LST.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. NOTIFREL.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
            DECIMAL-POINT IS COMMA.
            INPUT-OUTPUT SECTION.
            FILE-CONTROL.
                SELECT NOTIFREG ASSIGN TO
                WS-ARQ-NOTIFREG
                ORGANIZATION IS INDEXED
                ACCESS MODE  IS SEQUENTIAL
                RECORD KEY   IS CHAVE-NOTIFREG
                FILE STATUS  IS WS-FS-REG.
                SELECT NOTIFEND ASSIGN TO
                WS-ARQ-NOTIFEND
                ORGANIZATION IS INDEXED
                ACCESS MODE  IS SEQUENTIAL
                RECORD KEY   IS CHAVE-NOTIFEND
                FILE STATUS  IS WS-FS-END.

       DATA DIVISION.
       FILE SECTION.
       FD NOTIFREG.
          COPY FD_NOTIFREG.

       FD NOTIFEND.
          COPY FD_NOTIFEND.

       WORKING-STORAGE SECTION.
      ***** CAMINHOS FISICOS DOS ARQUIVOS - PRE-CARREGADOS COM O *****
      ***** PADRAO HISTORICO E RESOLVIDOS PELO ARQCONF NO INICIO *****
       77 WS-ARQ-NOTIFREG            PIC X(68) VALUE
          'C:\CursoCOBOL\COBOL\01 - Basico\bin\NOTIFREG.DAT'.
       77 WS-ARQ-NOTIFEND            PIC X(68) VALUE
          'C:\CursoCOBOL\COBOL\01 - Basico\bin\NOTIFEND.DAT'.
       77 WS-ARQ-NOTIFREL            PIC X(68) VALUE
          'C:\CursoCOBOL\COBOL\01 - Basico\bin\NOTIFREL.LST'.
       77 WS-FS-REG                      PIC 99.
          88 FS-REG-OK                   VALUE 0.
       77 WS-FS-END                      PIC 99.
          88 FS-END-OK                   VALUE 0.
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
       77 WS-DT-INICIO                   PIC 9(08) VALUE ZEROS.
       77 WS-DIAS-SEMANA                 PIC 9(01) VALUE 7.
       77 WS-IDX                         PIC 9(02) VALUE ZEROS.
       77 WS-IDX-ACHADO                  PIC 9(02) VALUE ZEROS.
       77 WS-QTD-TEMPLATES               PIC 9(02) VALUE ZEROS.
       77 WS-QT-FORA-TABELA              PIC 9(05) VALUE ZEROS.
       77 WS-QT-INVALIDADOS              PIC 9(05) VALUE ZEROS.
       77 WS-DS-PESSOA                   PIC X(10) VALUE SPACES.
       77 WS-PC-ENTREGA                  PIC 9(03)V9 VALUE ZEROS.
       77 WS-PC-DEVOL-DEF                PIC 9(03)V9 VALUE ZEROS.
       77 WS-PC-RECLAMACAO               PIC 9(03)V9 VALUE ZEROS.
       77 WS-ED-ENTREGA                  PIC ZZ9,9.
       77 WS-ED-DEVOL-DEF                PIC ZZ9,9.
       77 WS-ED-RECLAMACAO               PIC ZZ9,9.
      ***** CONTADORES POR TEMPLATE; A ULTIMA POSICAO E O TOTAL *******
       01 WS-TAB-TEMPLATES.
          03 WS-TB-TEMPLATE OCCURS 21 TIMES.
             05 WS-TB-NOME               PIC X(08).
             05 WS-TB-ENVIADOS           PIC 9(06).
             05 WS-TB-ENTREGUES          PIC 9(06).
             05 WS-TB-DEVOL-TEMP         PIC 9(06).
             05 WS-TB-DEVOL-DEF          PIC 9(06).
             05 WS-TB-RECLAMACOES        PIC 9(06).
             05 WS-TB-SEM-RETORNO        PIC 9(06).
             05 WS-TB-CARTAS             PIC 9(06).
       77 WS-MAX-TEMPLATES               PIC 9(02) VALUE 20.
       77 WS-IDX-TOTAL                   PIC 9(02) VALUE 21.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.

      ***** RETURN-CODE E REGISTRADOR COMPARTILHADO: UM PASSO *********
      ***** ANTERIOR COM FALHA NAO PODE CONTAMINAR ESTE PASSO *********
            MOVE ZERO                    TO RETURN-CODE

      ***** RESOLVE OS CAMINHOS FISICOS PELO PERFIL DO ARQCONF ******
            CALL 'ARQCONF' USING 'NOTIFREG.DAT    ' WS-ARQ-NOTIFREG
            CALL 'ARQCONF' USING 'NOTIFEND.DAT    ' WS-ARQ-NOTIFEND
            CALL 'ARQCONF' USING 'NOTIFREL.LST    ' WS-ARQ-NOTIFREL

      ***** A SEMANA SAO OS SETE DIAS QUE TERMINAM NO MOVIMENTO *******
            CALL 'DTMOVIM' USING WS-DATA-MOVIMENTO WS-CONTROLE-DATA
            COMPUTE WS-DT-INICIO = FUNCTION DATE-OF-INTEGER
                    (FUNCTION INTEGER-OF-DATE(WS-DATA-MOVIMENTO)
                     - WS-DIAS-SEMANA + 1)

            INITIALIZE WS-TAB-TEMPLATES
            MOVE 'TOTAL'                 TO WS-TB-NOME (WS-IDX-TOTAL)

            OPEN INPUT NOTIFREG

            IF NOT FS-REG-OK
               DISPLAY 'ERRO AO ABRIR O REGISTRO DE ENVIADOS.'
               DISPLAY 'FILE STATUS: ' WS-FS-REG
               MOVE 16                   TO RETURN-CODE
               GOBACK
            END-IF

            MOVE 'A'                     TO WS-REL-ACAO
            MOVE WS-ARQ-NOTIFREL         TO WS-REL-ARQUIVO
            MOVE 'ENTREGABILIDADE SEMANAL DAS NOTIFICACOES'
                                          TO WS-REL-TITULO
            CALL 'RELWRT' USING WS-RELWRT

            IF WS-REL-FS NOT EQUAL ZEROS
               DISPLAY 'ERRO AO ABRIR O RELATORIO DE ENTREGABILIDADE.'
               DISPLAY 'FILE STATUS: ' WS-REL-FS
               CLOSE NOTIFREG
               MOVE 16                   TO RETURN-CODE
               GOBACK
            END-IF

            MOVE 'D'                     TO WS-REL-ACAO
            MOVE SPACES                  TO WS-REL-LINHA
            STRING 'AVISOS GERADOS DE ' WS-DT-INICIO
                   ' A ' WS-DATA-MOVIMENTO
                   DELIMITED BY SIZE INTO WS-REL-LINHA
            CALL 'RELWRT' USING WS-RELWRT

            SET EOF-OK                   TO FALSE
            PERFORM P200-LE-AVISO        THRU P200-FIM UNTIL EOF-OK
            CLOSE NOTIFREG

            PERFORM P400-IMPRIME-TEMPLATES THRU P400-FIM
            PERFORM P600-INVALIDADOS     THRU P600-FIM

            MOVE 'F'                     TO WS-REL-ACAO
            CALL 'RELWRT' USING WS-RELWRT

            DISPLAY '*** ENTREGABILIDADE SEMANAL DAS NOTIFICACOES ***'
            DISPLAY 'PERIODO: ' WS-DT-INICIO ' A ' WS-DATA-MOVIMENTO
            DISPLAY 'ENVIADOS: ' WS-TB-ENVIADOS (WS-IDX-TOTAL)
                    ' ENTREGUES: ' WS-TB-ENTREGUES (WS-IDX-TOTAL)
                    ' INVALIDADOS: ' WS-QT-INVALIDADOS
            DISPLAY 'RELATORIO GERADO EM NOTIFREL.LST'

            GOBACK.

      ******************************************************************
      * AVISOS DA SEMANA: SO OS REGISTRADOS COM PESSOA E TEMPLATE
      * (ENTRADAS ANTERIORES AO RETORNO DE ENTREGA NAO CONTAM)
      ******************************************************************
       P200-LE-AVISO.

            READ NOTIFREG NEXT RECORD
               AT END
                  SET EOF-OK             TO TRUE
                  GO TO P200-FIM
            END-READ

            IF NTF-DT-GERACAO LESS THAN WS-DT-INICIO
               OR NTF-DT-GERACAO GREATER THAN WS-DATA-MOVIMENTO
               OR NTF-TEMPLATE EQUAL SPACES
               GO TO P200-FIM
            END-IF

            MOVE ZEROS                   TO WS-IDX-ACHADO
            PERFORM P210-PROCURA-TEMPLATE THRU P210-FIM
                    VARYING WS-IDX FROM 1 BY 1
                    UNTIL WS-IDX GREATER THAN WS-QTD-TEMPLATES
                       OR WS-IDX-ACHADO GREATER THAN ZEROS

            IF WS-IDX-ACHADO EQUAL ZEROS
               IF WS-QTD-TEMPLATES LESS THAN WS-MAX-TEMPLATES
                  ADD 1                  TO WS-QTD-TEMPLATES
                  MOVE WS-QTD-TEMPLATES  TO WS-IDX-ACHADO
                  MOVE NTF-TEMPLATE      TO WS-TB-NOME (WS-IDX-ACHADO)
               ELSE
                  ADD 1                  TO WS-QT-FORA-TABELA
               END-IF
            END-IF

            IF WS-IDX-ACHADO GREATER THAN ZEROS
               PERFORM P300-CONTA-AVISO  THRU P300-FIM
            END-IF
            MOVE WS-IDX-TOTAL            TO WS-IDX-ACHADO
            PERFORM P300-CONTA-AVISO     THRU P300-FIM
            .
       P200-FIM.
           EXIT.

       P210-PROCURA-TEMPLATE.

            IF WS-TB-NOME (WS-IDX) EQUAL NTF-TEMPLATE
               MOVE WS-IDX               TO WS-IDX-ACHADO
            END-IF
            .
       P210-FIM.
           EXIT.

       P300-CONTA-AVISO.

            ADD 1                  TO WS-TB-ENVIADOS (WS-IDX-ACHADO)

            EVALUATE TRUE
               WHEN NTF-ENTREGUE
                  ADD 1            TO WS-TB-ENTREGUES (WS-IDX-ACHADO)
               WHEN NTF-DEVOLUCAO-TEMP
                  ADD 1            TO WS-TB-DEVOL-TEMP (WS-IDX-ACHADO)
               WHEN NTF-DEVOLUCAO-DEF
                  ADD 1            TO WS-TB-DEVOL-DEF (WS-IDX-ACHADO)
               WHEN NTF-RECLAMACAO
                  ADD 1            TO WS-TB-RECLAMACOES (WS-IDX-ACHADO)
               WHEN OTHER
                  ADD 1            TO WS-TB-SEM-RETORNO (WS-IDX-ACHADO)
            END-EVALUATE

            IF NTF-CARTA-PEDIDA
               ADD 1               TO WS-TB-CARTAS (WS-IDX-ACHADO)
            END-IF
            .
       P300-FIM.
           EXIT.

      ******************************************************************
      * UMA LINHA POR TEMPLATE E A LINHA DE TOTAL, COM AS TAXAS
      ******************************************************************
       P400-IMPRIME-TEMPLATES.

            MOVE 'D'                     TO WS-REL-ACAO
            MOVE SPACES                  TO WS-REL-LINHA
            CALL 'RELWRT' USING WS-RELWRT
            STRING 'TEMPLATE  ENVIADOS  ENTREGUE  DEV.TEMP   DEV.DEF'
                   '   RECLAM.  SEM RET.  ENTREGA  DEV.DEF  RECLAM.'
                   DELIMITED BY SIZE INTO WS-REL-LINHA
            CALL 'RELWRT' USING WS-RELWRT

            PERFORM P410-LINHA-TEMPLATE  THRU P410-FIM
                    VARYING WS-IDX FROM 1 BY 1
                    UNTIL WS-IDX GREATER THAN WS-QTD-TEMPLATES

            MOVE WS-IDX-TOTAL            TO WS-IDX
            MOVE 'T'                     TO WS-REL-ACAO
            PERFORM P410-LINHA-TEMPLATE  THRU P410-FIM

            MOVE 'D'                     TO WS-REL-ACAO
            MOVE SPACES                  TO WS-REL-LINHA
            STRING 'CARTAS PEDIDAS AO CARTACOB: '
                   WS-TB-CARTAS (WS-IDX-TOTAL)
                   DELIMITED BY SIZE INTO WS-REL-LINHA
            CALL 'RELWRT' USING WS-RELWRT

            IF WS-QT-FORA-TABELA GREATER THAN ZEROS
               MOVE SPACES               TO WS-REL-LINHA
               STRING 'AVISOS DE TEMPLATES ALEM DO LIMITE DA TABELA '
                      '(SO NO TOTAL): ' WS-QT-FORA-TABELA
                      DELIMITED BY SIZE INTO WS-REL-LINHA
               CALL 'RELWRT' USING WS-RELWRT
            END-IF
            .
       P400-FIM.
           EXIT.

       P410-LINHA-TEMPLATE.

            MOVE ZEROS                   TO WS-PC-ENTREGA
                                            WS-PC-DEVOL-DEF
                                            WS-PC-RECLAMACAO
            IF WS-TB-ENVIADOS (WS-IDX) GREATER THAN ZEROS
               COMPUTE WS-PC-ENTREGA ROUNDED =
                       WS-TB-ENTREGUES (WS-IDX) * 100
                       / WS-TB-ENVIADOS (WS-IDX)
               COMPUTE WS-PC-DEVOL-DEF ROUNDED =
                       WS-TB-DEVOL-DEF (WS-IDX) * 100
                       / WS-TB-ENVIADOS (WS-IDX)
               COMPUTE WS-PC-RECLAMACAO ROUNDED =
                       WS-TB-RECLAMACOES (WS-IDX) * 100
                       / WS-TB-ENVIADOS (WS-IDX)
            END-IF
            MOVE WS-PC-ENTREGA           TO WS-ED-ENTREGA
            MOVE WS-PC-DEVOL-DEF         TO WS-ED-DEVOL-DEF
            MOVE WS-PC-RECLAMACAO        TO WS-ED-RECLAMACAO

            MOVE SPACES                  TO WS-REL-LINHA
            STRING WS-TB-NOME (WS-IDX) '  '
                   WS-TB-ENVIADOS (WS-IDX) '   '
                   WS-TB-ENTREGUES (WS-IDX) '   '
                   WS-TB-DEVOL-TEMP (WS-IDX) '   '
                   WS-TB-DEVOL-DEF (WS-IDX) '   '
                   WS-TB-RECLAMACOES (WS-IDX) '   '
                   WS-TB-SEM-RETORNO (WS-IDX) '  '
                   WS-ED-ENTREGA '%  '
                   WS-ED-DEVOL-DEF '%  '
                   WS-ED-RECLAMACAO '%'
                   DELIMITED BY SIZE INTO WS-REL-LINHA
            CALL 'RELWRT' USING WS-RELWRT
            .
       P410-FIM.
           EXIT.

      ******************************************************************
      * ENDERECOS INVALIDADOS NA SEMANA (SAUDE DOS ENDERECOS)
      ******************************************************************
       P600-INVALIDADOS.

            MOVE 'D'                     TO WS-REL-ACAO
            MOVE SPACES                  TO WS-REL-LINHA
            CALL 'RELWRT' USING WS-RELWRT
            MOVE '--- ENDERECOS INVALIDADOS NA SEMANA ---'
                                          TO WS-REL-LINHA
            CALL 'RELWRT' USING WS-RELWRT

            OPEN INPUT NOTIFEND

            IF NOT FS-END-OK
               MOVE 'NENHUM (SAUDE DOS ENDERECOS AINDA NAO CRIADA)'
                                          TO WS-REL-LINHA
               CALL 'RELWRT' USING WS-RELWRT
               GO TO P600-FIM
            END-IF

            SET EOF-OK                   TO FALSE
            PERFORM P610-LE-ENDERECO     THRU P610-FIM UNTIL EOF-OK
            CLOSE NOTIFEND

            MOVE 'T'                     TO WS-REL-ACAO
            MOVE SPACES                  TO WS-REL-LINHA
            STRING 'ENDERECOS INVALIDADOS NA SEMANA: '
                   WS-QT-INVALIDADOS
                   DELIMITED BY SIZE INTO WS-REL-LINHA
            CALL 'RELWRT' USING WS-RELWRT
            .
       P600-FIM.
           EXIT.

       P610-LE-ENDERECO.

            READ NOTIFEND NEXT RECORD
               AT END
                  SET EOF-OK             TO TRUE
                  GO TO P610-FIM
            END-READ

            IF NOT NTE-INVALIDADO
               OR NTE-DT-INVALIDACAO LESS THAN WS-DT-INICIO
               OR NTE-DT-INVALIDACAO GREATER THAN WS-DATA-MOVIMENTO
               GO TO P610-FIM
            END-IF

            ADD 1                        TO WS-QT-INVALIDADOS
            MOVE 'D'                     TO WS-REL-ACAO
            MOVE SPACES                  TO WS-REL-LINHA
            IF NTE-PESSOA-CLIENTE
               MOVE 'CLIENTE'            TO WS-DS-PESSOA
            ELSE
               MOVE 'ESTUDANTE'          TO WS-DS-PESSOA
            END-IF
            STRING WS-DS-PESSOA NTE-CD-PESSOA '  ' NTE-DESTINO
                   ' EM ' NTE-DT-INVALIDACAO
                   ' DEVOLUCOES ' NTE-QT-DEVOL-DEF
                   ' ULTIMA ENTREGA ' NTE-DT-ULT-ENTREGA
                   DELIMITED BY SIZE INTO WS-REL-LINHA
            CALL 'RELWRT' USING WS-RELWRT
            .
       P610-FIM.
           EXIT.

       END PROGRAM NOTIFREL.
