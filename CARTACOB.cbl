      *          FECHA COM O RESUMO DE CARTAS POR FAIXA PARA A
      *          COBRANCA REGISTRAR O QUE FOI EXPEDIDO - O FIM DA
      *          LEITURA DO LISTAO COM DATILOGRAFIA DE CARTA.
      * Update: 15/10/2026 - As cartas emitidas sao registradas no
      *         repositorio de relatorios (RELWRT acao 'R') ao final.
      * Update: 15/10/2026 - Le os pedidos de carta do retorno
      *         de e-mail (NOTIFCRT.TXT, gravados pelo NOTIFRET para
      *         aviso de parcela vencida nao entregue): a carta do
      *         cliente destaca que o aviso por e-mail nao chegou e
      *         pede a atualizacao do endereco; o resumo conta essas
      *         cartas e os pedidos ja sem parcela vencida. Os
      *         pedidos sao consumidos (arquivo esvaziado) ao final.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CARTACOB.
                WS-ARQ-CARTACOB
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS  IS WS-FS-REL.
                SELECT PEDCARTA ASSIGN TO
                WS-ARQ-NOTIFCRT
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS  IS WS-FS-CRT.

       DATA DIVISION.
       FILE SECTION.
       FD RELATORIO.
       01 REG-RELATORIO                  PIC X(100).

       FD PEDCARTA.
          COPY FD_NOTIFCRT.

       WORKING-STORAGE SECTION.
      ***** CAMINHOS FISICOS DOS ARQUIVOS - PRE-CARREGADOS COM O *****
      ***** PADRAO HISTORICO E RESOLVIDOS PELO ARQCONF NO INICIO *****
          'C:\CURSOCOBOL\COBOL\01 - BASICO\BIN\CLIENTE.DAT'.
       77 WS-ARQ-CARTACOB            PIC X(68) VALUE
          'C:\CursoCOBOL\COBOL\01 - Basico\bin\CARTACOB.LST'.
       77 WS-ARQ-NOTIFCRT            PIC X(68) VALUE
          'C:\CursoCOBOL\COBOL\01 - Basico\bin\NOTIFCRT.TXT'.
       77 WS-FS                          PIC 99.
          88 FS-OK                       VALUE 0.
       77 WS-FS-CLI                      PIC 99.
       77 WS-CLI-ABERTO                  PIC X VALUE 'N'.
          88 CLI-ABERTO                  VALUE 'S'.
       77 WS-FS-REL                      PIC 99.
       77 WS-FS-CRT                      PIC 99.
       77 WS-PEDIDOS-LIDOS               PIC X VALUE 'N'.
          88 PEDIDOS-LIDOS               VALUE 'S'.
       01 WS-RELWRT.
          03 WS-REL-ACAO                 PIC X(01).
          03 WS-REL-ARQUIVO              PIC X(68).
          03 WS-REL-TITULO               PIC X(40).
          03 WS-REL-LINHA                PIC X(100).
          03 WS-REL-FS                   PIC 99.
       77 WS-EOF                         PIC X.
          88 EOF-OK                      VALUE 'S' FALSE 'N'.
       77 WS-DATA-MOVIMENTO              PIC 9(08) VALUE ZEROS.
       77 WS-QT-PARC-CARTA               PIC 9(03) VALUE ZEROS.
       77 WS-VR-TOTAL-CARTA              PIC 9(11)V99 VALUE ZEROS.
       77 WS-QT-CARTAS                   PIC 9(04) VALUE ZEROS.
       77 WS-QT-PEDIDOS                  PIC 9(04) VALUE ZEROS.
       77 WS-QT-CARTAS-EMAIL             PIC 9(04) VALUE ZEROS.
       77 WS-QT-PEDIDOS-SEM-CARTA        PIC 9(04) VALUE ZEROS.
      ***** PIOR FAIXA E MARCACAO POR CLIENTE (CODIGO 1-999) **********
       01 WS-TAB-CLIENTES.
          03 WS-CLI-FAIXA OCCURS 999 TIMES PIC 9(01).
      ***** CLIENTE COM AVISO DE PARCELA DEVOLVIDO PELO E-MAIL ********
       01 WS-TAB-EMAIL-FALHO.
          03 WS-CLI-EMAIL-FALHO OCCURS 999 TIMES PIC X(01).
             88 CLI-EMAIL-FALHO          VALUE 'S'.
       01 WS-QT-CARTAS-FAIXA.
          03 WS-QT-FAIXA OCCURS 4 TIMES  PIC 9(04).
      ***** AREA DO CALCULO DOS ENCARGOS DE ATRASO (JURATRAS) *********
                    FUNCTION INTEGER-OF-DATE(WS-DATA-MOVIMENTO)

            INITIALIZE WS-TAB-CLIENTES WS-QT-CARTAS-FAIXA
                       WS-TAB-EMAIL-FALHO

            OPEN INPUT CONTRATO

               STOP RUN
            END-IF

      ***** PEDIDOS DE CARTA DO RETORNO DE E-MAIL (NOTIFRET) **********
            PERFORM P100-LE-PEDIDOS      THRU P100-FIM

      ***** PASSO 1: MARCA A PIOR FAIXA DE ATRASO DE CADA CLIENTE *****
            SET EOF-OK                   TO FALSE
            PERFORM P200-MARCA-CLIENTE   THRU P200-FIM UNTIL EOF-OK
            END-IF
            CLOSE CONTRATO RELATORIO

      ***** PEDIDOS ATENDIDOS NESTA EMISSAO: O ARQUIVO E ESVAZIADO ****
            IF PEDIDOS-LIDOS
               OPEN OUTPUT PEDCARTA
               CLOSE PEDCARTA
            END-IF

      ***** A LISTAGEM FICA GUARDADA NO REPOSITORIO DE RELATORIOS ******
            MOVE 'R'                     TO WS-REL-ACAO
            MOVE WS-ARQ-CARTACOB         TO WS-REL-ARQUIVO
            MOVE 'CARTAS DE COBRANCA'
                                          TO WS-REL-TITULO
            CALL 'RELWRT' USING WS-RELWRT

            DISPLAY 'CARTAS EMITIDAS: ' WS-QT-CARTAS
            DISPLAY 'POR E-MAIL NAO ENTREGUE: ' WS-QT-CARTAS-EMAIL
            DISPLAY 'CARTAS GERADAS EM CARTACOB.LST'

            STOP RUN.
       P100-LE-PEDIDOS.

            OPEN INPUT PEDCARTA

            IF WS-FS-CRT NOT EQUAL ZEROS
               GO TO P100-FIM
            END-IF

            MOVE 'S'                     TO WS-PEDIDOS-LIDOS
            SET EOF-OK                   TO FALSE
            PERFORM P110-LE-PEDIDO       THRU P110-FIM UNTIL EOF-OK
            CLOSE PEDCARTA
            .
       P100-FIM.
       P110-LE-PEDIDO.

            READ PEDCARTA
               AT END
                  SET EOF-OK             TO TRUE
               NOT AT END
                  ADD 1                  TO WS-QT-PEDIDOS
                  IF CRT-CD-CLIENTE IS NUMERIC
                     AND CRT-CD-CLIENTE GREATER THAN ZEROS
                     SET CLI-EMAIL-FALHO (CRT-CD-CLIENTE) TO TRUE
                  END-IF
            END-READ
            .
       P110-FIM.
       P200-MARCA-CLIENTE.

            READ CONTRATO NEXT RECORD
       P300-EMITE-CARTAS.

            IF WS-CLI-FAIXA (WS-CLIENTE-CARTA) EQUAL ZEROS
               IF CLI-EMAIL-FALHO (WS-CLIENTE-CARTA)
                  ADD 1                  TO WS-QT-PEDIDOS-SEM-CARTA
               END-IF
               GO TO P300-FIM
            END-IF

            ADD 1                        TO WS-QT-CARTAS
            ADD 1                        TO
                WS-QT-FAIXA (WS-CLI-FAIXA (WS-CLIENTE-CARTA))
            IF CLI-EMAIL-FALHO (WS-CLIENTE-CARTA)
               ADD 1                     TO WS-QT-CARTAS-EMAIL
            END-IF
            .
       P300-FIM.
       P400-CABECALHO-CARTA.
            MOVE SPACES                  TO REG-RELATORIO
            WRITE REG-RELATORIO

      ***** O AVISO POR E-MAIL DESTE CLIENTE VOLTOU SEM ENTREGA *******
            IF CLI-EMAIL-FALHO (WS-CLIENTE-CARTA)
               MOVE 'NAO CONSEGUIMOS ENTREGAR NOSSO AVISO POR E-MAIL.'
                                          TO REG-RELATORIO
               WRITE REG-RELATORIO
               MOVE 'POR FAVOR, ATUALIZE SEU E-MAIL CONOSCO.'
                                          TO REG-RELATORIO
               WRITE REG-RELATORIO
               MOVE SPACES               TO REG-RELATORIO
               WRITE REG-RELATORIO
            END-IF

      ***** TEXTO ESCALONADO PELA PIOR FAIXA DE ATRASO ****************
            EVALUATE WS-CLI-FAIXA (WS-CLIENTE-CARTA)
               WHEN 1
            STRING 'TOTAL DE CARTAS.: ' WS-QT-CARTAS
                   DELIMITED BY SIZE INTO REG-RELATORIO
            WRITE REG-RELATORIO

            MOVE SPACES                  TO REG-RELATORIO
            STRING 'E-MAIL NAO ENTREGUE: ' WS-QT-CARTAS-EMAIL
                   ' CARTA(S), ' WS-QT-PEDIDOS ' PEDIDO(S), '
                   WS-QT-PEDIDOS-SEM-CARTA ' SEM PARCELA VENCIDA'
                   DELIMITED BY SIZE INTO REG-RELATORIO
            WRITE REG-RELATORIO
            .
       P900-FIM.
       END PROGRAM CARTACOB.
