      ******************************************************************
      * Author: ANDRE COSTA
      * Date: 15/10/2026
      * Purpose: FECHAMENTO FINANCEIRO MENSAL COM TRAVA DO PERIODO.
      *          FECHA O MES ANTERIOR AO DA DATA DE MOVIMENTO (OU O
      *          FINPARM MES-FECHAMENTO, AAAAMM, QUANDO PREENCHIDO):
      *          TIRA O RETRATO DA CARTEIRA POR SITUACAO DE PARCELA
      *          (QUANTIDADE, VALOR DE FACE, RECEBIDO E SALDO) NO
      *          FECHAMES.DAT, IMPRIME O FECHAMES.LST E MARCA O MES
      *          COMO FECHADO NO PERIODO.DAT. DAI EM DIANTE PAGPARC,
      *          RETBANCO, BAIXAPREJ, RENEGOC, INDEXCON, BAIXACRED E
      *          ESTRECEB RECUSAM MOVIMENTO DATADO NO MES (PERVERIF) -
      *          O CONTABEXP E O RESUMOGE NAO DESCASAM MAIS DO QUE A
      *          CONTABILIDADE JA REPORTOU. MES JA FECHADO E RECUSADO;
      *          MES REABERTO PELO PERREAB PODE SER FECHADO DE NOVO, E
      *          O RETRATO E REFEITO.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. FECHAMES.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
            DECIMAL-POINT IS COMMA.
            INPUT-OUTPUT SECTION.
            FILE-CONTROL.
                SELECT CONTRATO ASSIGN TO
                WS-ARQ-CONTRATO
                ORGANIZATION IS INDEXED
                ACCESS MODE  IS SEQUENTIAL
                RECORD KEY   IS CHAVE-CONTRATO
                FILE STATUS  IS WS-FS.
                SELECT RECPARC ASSIGN TO
                WS-ARQ-RECPARC
                ORGANIZATION IS INDEXED
                ACCESS MODE  IS DYNAMIC
                RECORD KEY   IS CHAVE-RECPARC
                FILE STATUS  IS WS-FS-RCP.
                SELECT PERIODO ASSIGN TO
                WS-ARQ-PERIODO
                ORGANIZATION IS INDEXED
                ACCESS MODE  IS RANDOM
                RECORD KEY   IS CHAVE-PERIODO
                FILE STATUS  IS WS-FS-PER.
                SELECT FECHAMES ASSIGN TO
                WS-ARQ-FECHAMES
                ORGANIZATION IS INDEXED
                ACCESS MODE  IS RANDOM
                RECORD KEY   IS CHAVE-FECHAMES
                FILE STATUS  IS WS-FS-FCH.

       DATA DIVISION.
       FILE SECTION.
       FD CONTRATO.
          COPY FD_CONTRATO.

       FD RECPARC.
          COPY FD_RECPARC.

       FD PERIODO.
          COPY FD_PERIODO.

       FD FECHAMES.
          COPY FD_FECHAMES.

       WORKING-STORAGE SECTION.
      ***** CAMINHOS FISICOS DOS ARQUIVOS - PRE-CARREGADOS COM O *****
      ***** PADRAO HISTORICO E RESOLVIDOS PELO ARQCONF NO INICIO *****
       77 WS-ARQ-CONTRATO            PIC X(68) VALUE
          'C:\CursoCOBOL\COBOL\01 - Basico\bin\CONTRATO.DAT'.
       77 WS-ARQ-RECPARC             PIC X(68) VALUE
          'C:\CursoCOBOL\COBOL\01 - Basico\bin\RECPARC.DAT'.
       77 WS-ARQ-PERIODO             PIC X(68) VALUE
          'C:\CursoCOBOL\COBOL\01 - Basico\bin\PERIODO.DAT'.
       77 WS-ARQ-FECHAMES            PIC X(68) VALUE
          'C:\CursoCOBOL\COBOL\01 - Basico\bin\FECHAMES.DAT'.
       77 WS-ARQ-FECHAMES-LST        PIC X(68) VALUE
          'C:\CursoCOBOL\COBOL\01 - Basico\bin\FECHAMES.LST'.
       77 WS-FS                          PIC 99.
          88 FS-OK                       VALUE 0.
       77 WS-FS-RCP                      PIC 99.
          88 FS-RCP-OK                   VALUE 0.
       77 WS-RCP-ABERTO                  PIC X VALUE 'N'.
          88 RCP-ABERTO                  VALUE 'S'.
       77 WS-FS-PER                      PIC 99.
          88 FS-PER-OK                   VALUE 0.
       77 WS-FS-FCH                      PIC 99.
          88 FS-FCH-OK                   VALUE 0.
       77 WS-EOF                         PIC X.
          88 EOF-OK                      VALUE 'S' FALSE 'N'.
       77 WS-EOF-RCP                     PIC X.
          88 EOF-RCP-OK                  VALUE 'S' FALSE 'N'.
       77 WS-DATA-MOVIMENTO              PIC 9(08) VALUE ZEROS.
       77 WS-CONTROLE-DATA               PIC X(01) VALUE 'N'.
       01 WS-MES-CALC                    PIC 9(06).
       01 WS-MES-CALC-X REDEFINES WS-MES-CALC.
          03 WS-MES-CALC-AAAA            PIC 9(04).
          03 WS-MES-CALC-MM              PIC 9(02).
       77 WS-PARM-MES                    PIC 9(09)V99 VALUE ZEROS.
       77 WS-MES-FECHAR                  PIC 9(06) VALUE ZEROS.
       77 WS-MES-MOVIMENTO               PIC 9(06) VALUE ZEROS.
       77 WS-PERIODO-EXISTE              PIC X VALUE 'N'.
          88 PERIODO-EXISTE              VALUE 'S'.
       77 WS-VR-RECEBIDO-PARC            PIC 9(09)V99 VALUE ZEROS.
       77 WS-IDX                         PIC 9(01).
       77 WS-QT-LIDAS                    PIC 9(07) VALUE ZEROS.
       77 WS-VR-SALDO-TOTAL              PIC 9(11)V99 VALUE ZEROS.
       77 WS-MOTIVO-FECHA                PIC X(40) VALUE
          'FECHAMENTO MENSAL DA CARTEIRA'.
      ***** RETRATO POR SITUACAO: 1 ABERTA, 2 VENCIDA, 3 PAGA, ********
      ***** 4 RENEGOCIADA, 5 PREJUIZO, 6 OUTRAS ***********************
       01 WS-TAB-SITUACOES.
          03 WS-SIT OCCURS 6 TIMES.
             05 WS-SIT-CODIGO            PIC X(01).
             05 WS-SIT-DESCRICAO         PIC X(11).
             05 WS-SIT-QT                PIC 9(07).
             05 WS-SIT-VR-FACE           PIC 9(11)V99.
             05 WS-SIT-VR-RECEBIDO       PIC 9(11)V99.
             05 WS-SIT-VR-SALDO          PIC 9(11)V99.
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
            CALL 'ARQCONF' USING 'CONTRATO.DAT    ' WS-ARQ-CONTRATO
            CALL 'ARQCONF' USING 'RECPARC.DAT     ' WS-ARQ-RECPARC
            CALL 'ARQCONF' USING 'PERIODO.DAT     ' WS-ARQ-PERIODO
            CALL 'ARQCONF' USING 'FECHAMES.DAT    ' WS-ARQ-FECHAMES

            CALL 'DTMOVIM' USING WS-DATA-MOVIMENTO WS-CONTROLE-DATA

      ***** MES A FECHAR: O ANTERIOR AO DO MOVIMENTO, SALVO O *********
      ***** FINPARM MES-FECHAMENTO (AAAAMM) ***************************
            MOVE WS-DATA-MOVIMENTO(1:6)  TO WS-MES-MOVIMENTO
            MOVE WS-MES-MOVIMENTO        TO WS-MES-CALC
            IF WS-MES-CALC-MM EQUAL 1
               MOVE 12                   TO WS-MES-CALC-MM
               SUBTRACT 1                FROM WS-MES-CALC-AAAA
            ELSE
               SUBTRACT 1                FROM WS-MES-CALC-MM
            END-IF
            MOVE WS-MES-CALC             TO WS-MES-FECHAR

            CALL 'FINPARM' USING 'MES-FECHAMENTO  ' WS-PARM-MES
            IF WS-PARM-MES GREATER THAN ZEROS
               MOVE WS-PARM-MES          TO WS-MES-FECHAR
            END-IF

            MOVE WS-MES-FECHAR           TO WS-MES-CALC
            IF WS-MES-CALC-MM LESS THAN 1
               OR WS-MES-CALC-MM GREATER THAN 12
               DISPLAY 'MES A FECHAR INVALIDO: ' WS-MES-FECHAR
               MOVE 16                   TO RETURN-CODE
               GOBACK
            END-IF

      ***** MES FUTURO NAO SE FECHA: TRAVARIA O MOVIMENTO DO DIA ******
            IF WS-MES-FECHAR GREATER THAN WS-MES-MOVIMENTO
               DISPLAY 'MES ' WS-MES-FECHAR ' POSTERIOR AO MOVIMENTO '
                       WS-DATA-MOVIMENTO ' - FECHAMENTO RECUSADO.'
               MOVE 16                   TO RETURN-CODE
               GOBACK
            END-IF

            OPEN I-O PERIODO

            IF WS-FS-PER EQUAL 35
               OPEN OUTPUT PERIODO
               CLOSE PERIODO
               OPEN I-O PERIODO
            END-IF

            IF NOT FS-PER-OK
               DISPLAY 'ERRO AO ABRIR O CONTROLE DE PERIODOS.'
               DISPLAY 'FILE STATUS: ' WS-FS-PER
               MOVE 16                   TO RETURN-CODE
               GOBACK
            END-IF

            MOVE WS-MES-FECHAR           TO PER-ANO-MES
            MOVE 'N'                     TO WS-PERIODO-EXISTE
            READ PERIODO
               INVALID KEY
                  CONTINUE
               NOT INVALID KEY
                  MOVE 'S'               TO WS-PERIODO-EXISTE
            END-READ

            IF PERIODO-EXISTE AND PERIODO-FECHADO
               DISPLAY 'MES ' WS-MES-FECHAR ' JA FECHADO EM '
                       PER-DT-FECHAMENTO ' - NADA A FAZER.'
               CLOSE PERIODO
               MOVE 8                    TO RETURN-CODE
               GOBACK
            END-IF

            OPEN INPUT CONTRATO

            IF NOT FS-OK
               DISPLAY 'ERRO AO ABRIR O ARQUIVO DE CONTRATOS.'
               DISPLAY 'FILE STATUS: ' WS-FS
               CLOSE PERIODO
               MOVE 16                   TO RETURN-CODE
               GOBACK
            END-IF

            OPEN I-O FECHAMES

            IF WS-FS-FCH EQUAL 35
               OPEN OUTPUT FECHAMES
               CLOSE FECHAMES
               OPEN I-O FECHAMES
            END-IF

            IF NOT FS-FCH-OK
               DISPLAY 'ERRO AO ABRIR O ARQUIVO DE FECHAMENTO.'
               DISPLAY 'FILE STATUS: ' WS-FS-FCH
               CLOSE PERIODO CONTRATO
               MOVE 16                   TO RETURN-CODE
               GOBACK
            END-IF

      ***** SEM ARQUIVO DE RECEBIMENTOS O RECEBIDO DAS PARCELAS *******
      ***** EM ABERTO E ZERO ******************************************
            OPEN INPUT RECPARC
            IF FS-RCP-OK
               MOVE 'S'                  TO WS-RCP-ABERTO
            END-IF

            PERFORM P100-INICIA-TABELA   THRU P100-FIM

            SET EOF-OK                   TO FALSE
            PERFORM P200-LE-PARCELA      THRU P200-FIM UNTIL EOF-OK

            PERFORM P400-GRAVA-RETRATO   THRU P400-FIM
                    VARYING WS-IDX FROM 1 BY 1
                    UNTIL WS-IDX GREATER THAN 6

            PERFORM P500-FECHA-PERIODO   THRU P500-FIM

            PERFORM P900-RELATORIO       THRU P900-FIM

            IF RCP-ABERTO
               CLOSE RECPARC
            END-IF
            CLOSE CONTRATO FECHAMES PERIODO

            DISPLAY 'MES FECHADO.............: ' WS-MES-FECHAR
            DISPLAY 'PARCELAS NO RETRATO.....: ' WS-QT-LIDAS
            DISPLAY 'SALDO A RECEBER.........: ' WS-VR-SALDO-TOTAL
            DISPLAY 'RELATORIO GERADO EM FECHAMES.LST'

            GOBACK.
       P100-INICIA-TABELA.

            INITIALIZE WS-TAB-SITUACOES
            MOVE 'A'                     TO WS-SIT-CODIGO (1)
            MOVE 'ABERTA'                TO WS-SIT-DESCRICAO (1)
            MOVE 'V'                     TO WS-SIT-CODIGO (2)
            MOVE 'VENCIDA'               TO WS-SIT-DESCRICAO (2)
            MOVE 'P'                     TO WS-SIT-CODIGO (3)
            MOVE 'PAGA'                  TO WS-SIT-DESCRICAO (3)
            MOVE 'R'                     TO WS-SIT-CODIGO (4)
            MOVE 'RENEGOCIADA'           TO WS-SIT-DESCRICAO (4)
            MOVE 'X'                     TO WS-SIT-CODIGO (5)
            MOVE 'PREJUIZO'              TO WS-SIT-DESCRICAO (5)
            MOVE '*'                     TO WS-SIT-CODIGO (6)
            MOVE 'OUTRAS'                TO WS-SIT-DESCRICAO (6)
            .
       P100-FIM.
       P200-LE-PARCELA.

            READ CONTRATO NEXT RECORD
               AT END
                  SET EOF-OK             TO TRUE
                  GO TO P200-FIM
            END-READ

            ADD 1                        TO WS-QT-LIDAS

            EVALUATE TRUE
               WHEN PARCELA-ABERTA
                  MOVE 1                 TO WS-IDX
               WHEN PARCELA-VENCIDA
                  MOVE 2                 TO WS-IDX
               WHEN PARCELA-PAGA
                  MOVE 3                 TO WS-IDX
               WHEN PARCELA-RENEGOCIADA
                  MOVE 4                 TO WS-IDX
               WHEN PARCELA-PREJUIZO
                  MOVE 5                 TO WS-IDX
               WHEN OTHER
                  MOVE 6                 TO WS-IDX
            END-EVALUATE

      ***** PARCELA PAGA: RECEBIDO E O VALOR PAGO E NAO HA SALDO; *****
      ***** NAS DEMAIS, RECEBIDO E A SOMA DOS RECEBIMENTOS ATIVOS *****
            IF PARCELA-PAGA
               MOVE VR-PAGO-PARCELA      TO WS-VR-RECEBIDO-PARC
            ELSE
               PERFORM P300-SOMA-RECEBIMENTOS THRU P300-FIM
            END-IF

            ADD 1                        TO WS-SIT-QT (WS-IDX)
            ADD VR-PARCELA-TOTAL         TO WS-SIT-VR-FACE (WS-IDX)
            ADD WS-VR-RECEBIDO-PARC      TO WS-SIT-VR-RECEBIDO (WS-IDX)

            IF NOT PARCELA-PAGA
               AND VR-PARCELA-TOTAL GREATER THAN WS-VR-RECEBIDO-PARC
               COMPUTE WS-SIT-VR-SALDO (WS-IDX) =
                       WS-SIT-VR-SALDO (WS-IDX) +
                       VR-PARCELA-TOTAL - WS-VR-RECEBIDO-PARC
            END-IF
            .
       P200-FIM.
       P300-SOMA-RECEBIMENTOS.

            MOVE ZEROS                   TO WS-VR-RECEBIDO-PARC

            IF NOT RCP-ABERTO
               GO TO P300-FIM
            END-IF

            MOVE NUM-CONTRATO            TO RCP-NUM-CONTRATO
            MOVE NUM-PARCELA-CONTRATO    TO RCP-NUM-PARCELA
            MOVE ZEROS                   TO RCP-SEQUENCIA

            SET EOF-RCP-OK               TO FALSE
            START RECPARC KEY NOT LESS THAN CHAVE-RECPARC
               INVALID KEY
                  SET EOF-RCP-OK         TO TRUE
            END-START

            PERFORM P310-LE-RECEBIMENTO  THRU P310-FIM
                    UNTIL EOF-RCP-OK
            .
       P300-FIM.
       P310-LE-RECEBIMENTO.

            READ RECPARC NEXT RECORD
               AT END
                  SET EOF-RCP-OK         TO TRUE
               NOT AT END
                  IF RCP-NUM-CONTRATO NOT EQUAL NUM-CONTRATO
                     OR RCP-NUM-PARCELA NOT EQUAL
                        NUM-PARCELA-CONTRATO
                     SET EOF-RCP-OK      TO TRUE
                  ELSE
                     IF NOT RECEB-ESTORNADO
                        ADD RCP-VR-RECEBIDO TO WS-VR-RECEBIDO-PARC
                     END-IF
                  END-IF
            END-READ
            .
       P310-FIM.
       P400-GRAVA-RETRATO.

            MOVE WS-MES-FECHAR           TO FCH-ANO-MES
            MOVE WS-SIT-CODIGO (WS-IDX)  TO FCH-ST-PARCELA
            MOVE WS-DATA-MOVIMENTO       TO FCH-DT-FECHAMENTO
            MOVE WS-SIT-QT (WS-IDX)      TO FCH-QT-PARCELAS
            MOVE WS-SIT-VR-FACE (WS-IDX) TO FCH-VR-FACE
            MOVE WS-SIT-VR-RECEBIDO (WS-IDX)
                                          TO FCH-VR-RECEBIDO
            MOVE WS-SIT-VR-SALDO (WS-IDX)
                                          TO FCH-VR-SALDO

            ADD WS-SIT-VR-SALDO (WS-IDX) TO WS-VR-SALDO-TOTAL

      ***** MES REABERTO E FECHADO DE NOVO: O RETRATO E REFEITO *******
            WRITE REG-FECHAMES
               INVALID KEY
                  REWRITE REG-FECHAMES
                     INVALID KEY
                        DISPLAY 'ERRO AO GRAVAR O RETRATO DO MES: '
                                WS-MES-FECHAR '/'
                                WS-SIT-CODIGO (WS-IDX)
                        MOVE 16          TO RETURN-CODE
                  END-REWRITE
            END-WRITE
            .
       P400-FIM.
       P500-FECHA-PERIODO.

            MOVE WS-MES-FECHAR           TO PER-ANO-MES
            SET PERIODO-FECHADO          TO TRUE
            MOVE WS-DATA-MOVIMENTO       TO PER-DT-FECHAMENTO

            IF PERIODO-EXISTE
               ADD 1                     TO PER-QT-FECHAMENTOS
               REWRITE REG-PERIODO
                  INVALID KEY
                     DISPLAY 'ERRO AO FECHAR O MES ' WS-MES-FECHAR
                     MOVE 16             TO RETURN-CODE
                     GO TO P500-FIM
               END-REWRITE
            ELSE
               MOVE 1                    TO PER-QT-FECHAMENTOS
               MOVE ZEROS                TO PER-DT-REABERTURA
               MOVE SPACES               TO PER-OPERADOR-REABERTURA
                                            PER-MOTIVO-REABERTURA
               WRITE REG-PERIODO
                  INVALID KEY
                     DISPLAY 'ERRO AO FECHAR O MES ' WS-MES-FECHAR
                     MOVE 16             TO RETURN-CODE
                     GO TO P500-FIM
               END-WRITE
            END-IF

            CALL 'PERJRNL' USING 'FECHAMES  ' 'LOTE        '
                                 'FECHA     ' WS-MES-FECHAR
                                 WS-MOTIVO-FECHA
            .
       P500-FIM.
       P900-RELATORIO.

            MOVE 'A'                     TO WS-REL-ACAO
            MOVE WS-ARQ-FECHAMES-LST     TO WS-REL-ARQUIVO
            CALL 'ARQCONF' USING 'FECHAMES.LST    ' WS-REL-ARQUIVO
            MOVE 'FECHAMENTO FINANCEIRO MENSAL'
                                          TO WS-REL-TITULO
            CALL 'RELWRT' USING WS-RELWRT

            IF WS-REL-FS NOT EQUAL ZEROS
               DISPLAY 'ERRO AO ABRIR O RELATORIO DE FECHAMENTO.'
               DISPLAY 'FILE STATUS: ' WS-REL-FS
               MOVE 16                   TO RETURN-CODE
               GO TO P900-FIM
            END-IF

            MOVE 'D'                     TO WS-REL-ACAO
            MOVE SPACES                  TO WS-REL-LINHA
            STRING 'MES FECHADO: ' WS-MES-FECHAR
                   '  DATA DO FECHAMENTO: ' WS-DATA-MOVIMENTO
                   '  FECHAMENTO NO MES: ' PER-QT-FECHAMENTOS
                   DELIMITED BY SIZE INTO WS-REL-LINHA
            CALL 'RELWRT' USING WS-RELWRT

            MOVE SPACES                  TO WS-REL-LINHA
            STRING 'SITUACAO     PARCELAS    VALOR DE FACE  '
                   '      RECEBIDO   SALDO A RECEBER'
                   DELIMITED BY SIZE INTO WS-REL-LINHA
            CALL 'RELWRT' USING WS-RELWRT

            PERFORM P910-LINHA-SITUACAO  THRU P910-FIM
                    VARYING WS-IDX FROM 1 BY 1
                    UNTIL WS-IDX GREATER THAN 6

            MOVE 'T'                     TO WS-REL-ACAO
            MOVE SPACES                  TO WS-REL-LINHA
            STRING 'PARCELAS: ' WS-QT-LIDAS
                   '  SALDO A RECEBER NO FECHAMENTO: '
                   WS-VR-SALDO-TOTAL
                   DELIMITED BY SIZE INTO WS-REL-LINHA
            CALL 'RELWRT' USING WS-RELWRT

            MOVE 'F'                     TO WS-REL-ACAO
            CALL 'RELWRT' USING WS-RELWRT
            .
       P900-FIM.
       P910-LINHA-SITUACAO.

            MOVE 'D'                     TO WS-REL-ACAO
            MOVE SPACES                  TO WS-REL-LINHA
            STRING WS-SIT-DESCRICAO (WS-IDX) ' '
                   WS-SIT-QT (WS-IDX) ' '
                   WS-SIT-VR-FACE (WS-IDX) ' '
                   WS-SIT-VR-RECEBIDO (WS-IDX) ' '
                   WS-SIT-VR-SALDO (WS-IDX)
                   DELIMITED BY SIZE INTO WS-REL-LINHA
            CALL 'RELWRT' USING WS-RELWRT
            .
       P910-FIM.
       END PROGRAM FECHAMES.
