      *          COPIA DE TRABALHO E IMPRIME O RELATORIO ANTES/DEPOIS
      *          (REGISTROS LIDOS, ANOMALIAS, REGISTROS RECUPERADOS).
      *          O OPERADOR SO ESCOLHE O MESTRE NA LISTA.
      * Update: 15/10/2026 - Depois da reorganizacao
      *         do CONTRATO.DAT o indice de contratos por cliente e
      *         refeito pelo CTRCLIGR.
      * Update: 15/10/2026 - Registro de trabalho alargado para 163
      *         posicoes: o CONTRATO.DAT (produto, IOF e CET) e o maior
      *         registro e o IOF/CET eram truncados na descarga.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. REORGIDX.
          03 PS-PESO-NOTA4           PIC 9(02).

       FD TRABALHO.
       01 REG-TRABALHO                   PIC X(163).

       FD RELATORIO.
       01 REG-RELATORIO                  PIC X(80).
       77 WS-QT-ILEGIVEIS                PIC 9(05) VALUE ZEROS.
       77 WS-CHAVE-ATUAL                 PIC 9(09) VALUE ZEROS.
       77 WS-CHAVE-ANTERIOR              PIC 9(09) VALUE ZEROS.
       77 WS-RC-INDICE                   PIC 9(04) VALUE ZEROS.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
               WRITE REG-RELATORIO
            ELSE
               PERFORM P400-RECARGA      THRU P400-FIM
               IF WS-OPCAO EQUAL '4'
                  PERFORM P500-INDICE-CLIENTE THRU P500-FIM
               END-IF
            END-IF

            PERFORM P900-RESUMO          THRU P900-FIM
            END-READ
            .
       P410-FIM.
       P500-INDICE-CLIENTE.

      ***** PASSO 3 (SO CONTRATO.DAT): O INDICE DE CONTRATOS POR ******
      ***** CLIENTE E REFEITO A PARTIR DO MESTRE REORGANIZADO, PARA ***
      ***** SAIR IGUAL A ELE - O AUDITREF (REGRA 5) CONFERE DEPOIS ****
            CALL 'CTRCLIGR'
            MOVE RETURN-CODE             TO WS-RC-INDICE

            MOVE SPACES                  TO REG-RELATORIO
            IF WS-RC-INDICE EQUAL ZERO
               MOVE 'INDICE DE CONTRATOS POR CLIENTE (CTRCLI) REFEITO.'
                                          TO REG-RELATORIO
            ELSE
               STRING 'FALHA AO REFAZER O INDICE CTRCLI - RC '
                      WS-RC-INDICE ' - RODE O CTRCLIGR.'
                      DELIMITED BY SIZE INTO REG-RELATORIO
            END-IF
            WRITE REG-RELATORIO
            .
       P500-FIM.
       P900-RESUMO.

            MOVE '---------------------------------------------'
