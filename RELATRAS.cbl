      * Modified: 03/09/2026 - Vencimento em fim de semana ou feriado
      *         vale ate o dia util seguinte (DIAUTIL): a parcela so
      *         entra nas faixas de atraso depois desse dia.
      * Update: 15/10/2026 - Recebimento estornado pelo ESTRECEB
      *         (RECPARC com situacao ESTORNADO) deixa de abater
      *         o saldo da parcela.
      * Update: 15/10/2026 - A listagem e registrada no repositorio
      *         de relatorios (RELWRT acao 'R') ao final, para a
      *         reimpressao do mes passado sair com os numeros daquele
      *         dia e nao com os de hoje.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RELATRAS.
       01 WS-FAIXAS.
          03 WS-VR-FAIXA OCCURS 4 TIMES  PIC 9(11)V99.
       77 WS-FAIXA                       PIC 9(01).
       01 WS-RELWRT.
          03 WS-REL-ACAO                 PIC X(01).
          03 WS-REL-ARQUIVO              PIC X(68).
          03 WS-REL-TITULO               PIC X(40).
          03 WS-REL-LINHA                PIC X(100).
          03 WS-REL-FS                   PIC 99.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            CLOSE CONTRATO
            CLOSE RELATORIO

      ***** A LISTAGEM FICA GUARDADA NO REPOSITORIO DE RELATORIOS ******
            MOVE 'R'                     TO WS-REL-ACAO
            MOVE WS-ARQ-RELATRAS         TO WS-REL-ARQUIVO
            MOVE 'RELATORIO DE INADIMPLENCIA'
                                          TO WS-REL-TITULO
            CALL 'RELWRT' USING WS-RELWRT

            DISPLAY 'RELATORIO GERADO EM RELATRAS.LST'
            DISPLAY 'PARCELAS EM ATRASO: ' WS-QT-VENCIDAS-GERAL

                        NUM-PARCELA-CONTRATO
                     SET EOF-RCP-OK      TO TRUE
                  ELSE
                     IF NOT RECEB-ESTORNADO
                        ADD RCP-VR-RECEBIDO TO WS-VR-RECEBIDO-PARC
                     END-IF
                  END-IF
            END-READ
            .
