      ******************************************************************
      * Author: ANDRE COSTA
      * Date: 15/10/2026
      * Purpose: RELATORIO DE CUMPRIMENTO DAS PROMESSAS DE PAGAMENTO
      *          POR COBRADOR (RELPROM.LST). LE O PROMESSA.DAT (JA
      *          APURADO PELO PROMVERI), ORDENA POR COBRADOR E, PARA
      *          CADA UM, CONTA AS PROMESSAS REGISTRADAS, CUMPRIDAS,
      *          QUEBRADAS, AINDA EM ABERTO E CANCELADAS, COM O VALOR
      *          PROMETIDO E O EFETIVAMENTE RECEBIDO. A TAXA DE
      *          CUMPRIMENTO E CUMPRIDAS / (CUMPRIDAS + QUEBRADAS):
      *          PROMESSA EM ABERTO AINDA NAO TEM DESFECHO E A
      *          CANCELADA (RENEGOCIACAO, PREJUIZO, PROMESSA NOVA) NAO
      *          E MERITO NEM CULPA DO COBRADOR.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RELPROM.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
            DECIMAL-POINT IS COMMA.
            INPUT-OUTPUT SECTION.
            FILE-CONTROL.
                SELECT PROMESSA ASSIGN TO
                WS-ARQ-PROMESSA
                ORGANIZATION IS INDEXED
                ACCESS MODE  IS SEQUENTIAL
                RECORD KEY   IS CHAVE-PROMESSA
                FILE STATUS  IS WS-FS.
                SELECT ORDENACAO ASSIGN TO
                'RELPROM.WRK'.

       DATA DIVISION.
       FILE SECTION.
       FD PROMESSA.
          COPY FD_PROMESSA.

       SD ORDENACAO.
       01 REG-SORT.
          03 SRT-COBRADOR                PIC X(12).
          03 SRT-SITUACAO                PIC X(01).
             88 SRT-ABERTA               VALUE 'A'.
             88 SRT-CUMPRIDA             VALUE 'C'.
             88 SRT-QUEBRADA             VALUE 'Q'.
             88 SRT-CANCELADA            VALUE 'X'.
          03 SRT-VR-PROMETIDO            PIC 9(08)V99.
          03 SRT-VR-RECEBIDO             PIC 9(08)V99.

       WORKING-STORAGE SECTION.
      ***** CAMINHOS FISICOS DOS ARQUIVOS - PRE-CARREGADOS COM O *****
      ***** PADRAO HISTORICO E RESOLVIDOS PELO ARQCONF NO INICIO *****
       77 WS-ARQ-PROMESSA            PIC X(68) VALUE
          'C:\CursoCOBOL\COBOL\01 - Basico\bin\PROMESSA.DAT'.
       77 WS-ARQ-RELPROM-LST         PIC X(68) VALUE
          'C:\CursoCOBOL\COBOL\01 - Basico\bin\RELPROM.LST'.
       77 WS-FS                          PIC 99.
          88 FS-OK                       VALUE 0.
       77 WS-EOF                         PIC X.
          88 EOF-OK                      VALUE 'S' FALSE 'N'.
       77 WS-COBRADOR-ATUAL              PIC X(12) VALUE SPACES.
       77 WS-TEM-GRUPO                   PIC X VALUE 'N'.
          88 TEM-GRUPO                   VALUE 'S'.
       77 WS-PC-CUMPRIMENTO              PIC 9(03)V99 VALUE ZEROS.
       77 WS-PC-EDIT                     PIC ZZ9,99.
      ***** ACUMULADORES DO COBRADOR (COB) E GERAIS (GER) - MESMO *****
      ***** LAYOUT, PARA O FECHAMENTO SERVIR AOS DOIS *****************
       01 WS-ACUM-COB.
          03 WS-COB-QT-TOTAL             PIC 9(05).
          03 WS-COB-QT-CUMPRIDAS         PIC 9(05).
          03 WS-COB-QT-QUEBRADAS         PIC 9(05).
          03 WS-COB-QT-ABERTAS           PIC 9(05).
          03 WS-COB-QT-CANCELADAS        PIC 9(05).
          03 WS-COB-VR-PROMETIDO         PIC 9(11)V99.
          03 WS-COB-VR-RECEBIDO          PIC 9(11)V99.
       01 WS-ACUM-GER.
          03 WS-GER-QT-TOTAL             PIC 9(05).
          03 WS-GER-QT-CUMPRIDAS         PIC 9(05).
          03 WS-GER-QT-QUEBRADAS         PIC 9(05).
          03 WS-GER-QT-ABERTAS           PIC 9(05).
          03 WS-GER-QT-CANCELADAS        PIC 9(05).
          03 WS-GER-VR-PROMETIDO         PIC 9(11)V99.
          03 WS-GER-VR-RECEBIDO          PIC 9(11)V99.
       01 WS-RELWRT.
          03 WS-REL-ACAO                 PIC X(01).
          03 WS-REL-ARQUIVO              PIC X(68).
          03 WS-REL-TITULO               PIC X(40).
          03 WS-REL-LINHA                PIC X(100).
          03 WS-REL-FS                   PIC 99.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.

      ***** RETURN-CODE E REGISTRADOR COMPARTILHADO: UM PASSO *********
      ***** ANTERIOR COM FALHA NAO PODE CONTAMINAR ESTE PASSO *********
            MOVE ZERO                    TO RETURN-CODE

      ***** RESOLVE OS CAMINHOS FISICOS PELO PERFIL DO ARQCONF ******
            CALL 'ARQCONF' USING 'PROMESSA.DAT    ' WS-ARQ-PROMESSA

            OPEN INPUT PROMESSA

            IF WS-FS EQUAL 35
               DISPLAY 'NENHUMA PROMESSA DE PAGAMENTO REGISTRADA.'
               GOBACK
            END-IF

            IF NOT FS-OK
               DISPLAY 'ERRO AO ABRIR O ARQUIVO DE PROMESSAS.'
               DISPLAY 'FILE STATUS: ' WS-FS
               MOVE 16                   TO RETURN-CODE
               GOBACK
            END-IF

            MOVE 'A'                     TO WS-REL-ACAO
            MOVE WS-ARQ-RELPROM-LST      TO WS-REL-ARQUIVO
            CALL 'ARQCONF' USING 'RELPROM.LST     ' WS-REL-ARQUIVO
            MOVE 'CUMPRIMENTO DE PROMESSAS POR COBRADOR'
                                          TO WS-REL-TITULO
            CALL 'RELWRT' USING WS-RELWRT

            IF WS-REL-FS NOT EQUAL ZEROS
               DISPLAY 'ERRO AO ABRIR O RELATORIO DE PROMESSAS.'
               DISPLAY 'FILE STATUS: ' WS-REL-FS
               CLOSE PROMESSA
               MOVE 16                   TO RETURN-CODE
               GOBACK
            END-IF

            INITIALIZE WS-ACUM-GER

            SORT ORDENACAO
               ON ASCENDING KEY SRT-COBRADOR
               INPUT PROCEDURE  IS P200-CARREGA
               OUTPUT PROCEDURE IS P300-IMPRIME

            CLOSE PROMESSA

      ***** TOTAL GERAL: O MESMO FECHAMENTO, COM OS ACUMULADORES ******
      ***** GERAIS NO LUGAR DOS DO COBRADOR ***************************
            MOVE WS-ACUM-GER             TO WS-ACUM-COB
            MOVE 'TOTAL GERAL'           TO WS-COBRADOR-ATUAL
            MOVE 'T'                     TO WS-REL-ACAO
            PERFORM P400-LINHA-COBRADOR  THRU P400-FIM

            MOVE 'F'                     TO WS-REL-ACAO
            CALL 'RELWRT' USING WS-RELWRT

            DISPLAY 'PROMESSAS NO RELATORIO: ' WS-GER-QT-TOTAL
            DISPLAY 'RELATORIO EM RELPROM.LST'

            GOBACK.
       P200-CARREGA.

            SET EOF-OK                   TO FALSE
            PERFORM P210-LE-PROMESSA     THRU P210-FIM UNTIL EOF-OK
            .
       P200-FIM.
           EXIT.
       P210-LE-PROMESSA.

            READ PROMESSA NEXT RECORD
               AT END
                  SET EOF-OK             TO TRUE
               NOT AT END
                  MOVE PRM-COBRADOR      TO SRT-COBRADOR
                  MOVE PRM-SITUACAO      TO SRT-SITUACAO
                  MOVE PRM-VR-PROMETIDO  TO SRT-VR-PROMETIDO
                  MOVE PRM-VR-RECEBIDO   TO SRT-VR-RECEBIDO
                  RELEASE REG-SORT
            END-READ
            .
       P210-FIM.
       P300-IMPRIME.

            SET EOF-OK                   TO FALSE
            PERFORM P310-ACUMULA         THRU P310-FIM UNTIL EOF-OK

            IF TEM-GRUPO
               MOVE 'D'                  TO WS-REL-ACAO
               PERFORM P400-LINHA-COBRADOR THRU P400-FIM
            END-IF
            .
       P300-FIM.
           EXIT.
       P310-ACUMULA.

            RETURN ORDENACAO
               AT END
                  SET EOF-OK             TO TRUE
                  GO TO P310-FIM
            END-RETURN

      ***** QUEBRA POR COBRADOR ***************************************
            IF NOT TEM-GRUPO
               OR SRT-COBRADOR NOT EQUAL WS-COBRADOR-ATUAL
               IF TEM-GRUPO
                  MOVE 'D'               TO WS-REL-ACAO
                  PERFORM P400-LINHA-COBRADOR THRU P400-FIM
               END-IF
               MOVE SRT-COBRADOR         TO WS-COBRADOR-ATUAL
               INITIALIZE WS-ACUM-COB
               MOVE 'S'                  TO WS-TEM-GRUPO
            END-IF

            ADD 1                        TO WS-COB-QT-TOTAL
                                            WS-GER-QT-TOTAL
            ADD SRT-VR-PROMETIDO         TO WS-COB-VR-PROMETIDO
                                            WS-GER-VR-PROMETIDO
            ADD SRT-VR-RECEBIDO          TO WS-COB-VR-RECEBIDO
                                            WS-GER-VR-RECEBIDO

            EVALUATE TRUE
               WHEN SRT-CUMPRIDA
                  ADD 1                  TO WS-COB-QT-CUMPRIDAS
                                            WS-GER-QT-CUMPRIDAS
               WHEN SRT-QUEBRADA
                  ADD 1                  TO WS-COB-QT-QUEBRADAS
                                            WS-GER-QT-QUEBRADAS
               WHEN SRT-CANCELADA
                  ADD 1                  TO WS-COB-QT-CANCELADAS
                                            WS-GER-QT-CANCELADAS
               WHEN OTHER
                  ADD 1                  TO WS-COB-QT-ABERTAS
                                            WS-GER-QT-ABERTAS
            END-EVALUATE
            .
       P310-FIM.
       P400-LINHA-COBRADOR.

      ***** SEM PROMESSA APURADA NAO HA TAXA A MOSTRAR ****************
            MOVE ZEROS                   TO WS-PC-CUMPRIMENTO
            IF WS-COB-QT-CUMPRIDAS + WS-COB-QT-QUEBRADAS
               GREATER THAN ZEROS
               COMPUTE WS-PC-CUMPRIMENTO ROUNDED =
                       WS-COB-QT-CUMPRIDAS * 100 /
                       (WS-COB-QT-CUMPRIDAS + WS-COB-QT-QUEBRADAS)
            END-IF
            MOVE WS-PC-CUMPRIMENTO       TO WS-PC-EDIT

            MOVE SPACES                  TO WS-REL-LINHA
            STRING WS-COBRADOR-ATUAL
                   ' PROM ' WS-COB-QT-TOTAL
                   ' CUMPR ' WS-COB-QT-CUMPRIDAS
                   ' QUEBR ' WS-COB-QT-QUEBRADAS
                   ' ABERT ' WS-COB-QT-ABERTAS
                   ' CANC ' WS-COB-QT-CANCELADAS
                   ' TAXA ' WS-PC-EDIT '%'
                   DELIMITED BY SIZE INTO WS-REL-LINHA
            CALL 'RELWRT' USING WS-RELWRT

            MOVE 'D'                     TO WS-REL-ACAO
            MOVE SPACES                  TO WS-REL-LINHA
            STRING '             PROMETIDO ' WS-COB-VR-PROMETIDO
                   '  RECEBIDO ' WS-COB-VR-RECEBIDO
                   DELIMITED BY SIZE INTO WS-REL-LINHA
            CALL 'RELWRT' USING WS-RELWRT
            .
       P400-FIM.
       END PROGRAM RELPROM.
