      ******************************************************************
      * Author: ANDRE COSTA
      * Date: 15/10/2026
      * Purpose: CONCILIACAO EXTRATO BANCARIO x RECEBIMENTOS. O
      *          RETBANCO BAIXA O QUE O BANCO DIZ QUE COBROU, MAS
      *          NINGUEM CONFERIA SE O DINHEIRO CAIU NA CONTA. LE O
      *          EXTRATO DIARIO DA CONTA (EXTRATO.TXT) E CASA CADA
      *          CREDITO DO DIA, POR DATA E VALOR, COM OS RECEBIMENTOS
      *          DE ORIGEM BANCO DO MESMO DIA: RECPARC.DAT
      *          (RECEB-BANCO, NAO ESTORNADO) E O EXCEDENTE QUE O
      *          RETBANCO MANDOU PARA O CREDITO DO CLIENTE (CREDCLI.DAT,
      *          CREDITO-BANCO) - O PAGAMENTO A MAIOR QUE FOI DIVIDIDO
      *          ENTRE A PARCELA E O CREDITO CASA PELA SOMA DAS DUAS
      *          PARTES. LISTA OS CREDITOS DO EXTRATO SEM RECEBIMENTO
      *          LANCADO, OS RECEBIMENTOS SEM CREDITO NO EXTRATO E A
      *          DIFERENCA DO DIA ENTRE O TOTAL DO EXTRATO E O TOTAL
      *          LANCADO (CONCBANC.LST). COM EXCECAO, O PASSO TERMINA
      *          COM RETURN-CODE 4 PARA A TESOURARIA NAO FECHAR O DIA.
      * Update: 15/10/2026 - Liquidacao PIX (RETPIX, origem
      *         P no RECPARC e no CREDCLI) cai na mesma conta e entra
      *         na conciliacao junto com a origem banco.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CONCBANC.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
            DECIMAL-POINT IS COMMA.
            INPUT-OUTPUT SECTION.
            FILE-CONTROL.
                SELECT EXTRATO ASSIGN TO
                WS-ARQ-EXTRATO
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS  IS WS-FS-EXT.
                SELECT RECPARC ASSIGN TO
                WS-ARQ-RECPARC
                ORGANIZATION IS INDEXED
                ACCESS MODE  IS SEQUENTIAL
                RECORD KEY   IS CHAVE-RECPARC
                FILE STATUS  IS WS-FS-RCP.
                SELECT CREDCLI ASSIGN TO
                WS-ARQ-CREDCLI
                ORGANIZATION IS INDEXED
                ACCESS MODE  IS SEQUENTIAL
                RECORD KEY   IS CHAVE-CREDCLI
                FILE STATUS  IS WS-FS-CRD.
                SELECT RELATORIO ASSIGN TO
                WS-ARQ-CONCBANC
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS  IS WS-FS-REL.

       DATA DIVISION.
       FILE SECTION.
       FD EXTRATO.
       01 REG-EXTRATO                    PIC X(80).
      ***** LAYOUT DO EXTRATO: TIPO(1) '0' = CABECALHO COM DATA(8) ****
      ***** BANCO(3) AGENCIA(4) CONTA(10); TIPO '1' = LANCAMENTO ******
      ***** COM DATA(8) NATUREZA(1) 'C'/'D' VALOR(13) HISTORICO(30) ***
      ***** DOCUMENTO(10); OUTROS TIPOS SAO IGNORADOS *****************

       FD RECPARC.
          COPY FD_RECPARC.

       FD CREDCLI.
          COPY FD_CREDCLI.

       FD RELATORIO.
       01 REG-RELATORIO                  PIC X(100).

       WORKING-STORAGE SECTION.
      ***** CAMINHOS FISICOS DOS ARQUIVOS - PRE-CARREGADOS COM O *****
      ***** PADRAO HISTORICO E RESOLVIDOS PELO ARQCONF NO INICIO *****
       77 WS-ARQ-EXTRATO             PIC X(68) VALUE
          'C:\CursoCOBOL\COBOL\01 - Basico\bin\EXTRATO.TXT'.
       77 WS-ARQ-RECPARC             PIC X(68) VALUE
          'C:\CursoCOBOL\COBOL\01 - Basico\bin\RECPARC.DAT'.
       77 WS-ARQ-CREDCLI             PIC X(68) VALUE
          'C:\CursoCOBOL\COBOL\01 - Basico\bin\CREDCLI.DAT'.
       77 WS-ARQ-CONCBANC            PIC X(68) VALUE
          'C:\CursoCOBOL\COBOL\01 - Basico\bin\CONCBANC.LST'.
       77 WS-FS-EXT                      PIC 99.
          88 FS-EXT-OK                   VALUE 0.
       77 WS-FS-RCP                      PIC 99.
          88 FS-RCP-OK                   VALUE 0.
       77 WS-FS-CRD                      PIC 99.
          88 FS-CRD-OK                   VALUE 0.
       77 WS-FS-REL                      PIC 99.
       77 WS-EOF                         PIC X.
          88 EOF-OK                      VALUE 'S' FALSE 'N'.
       77 WS-ESTOURO                     PIC X VALUE 'N'.
          88 TABELA-ESTOURADA            VALUE 'S'.
       77 WS-ACHOU                       PIC X VALUE 'N'.
          88 ACHOU-PAR                   VALUE 'S'.
       77 WS-DATA-MOVIMENTO              PIC 9(08) VALUE ZEROS.
       77 WS-CONTROLE-DATA               PIC X(01) VALUE 'N'.
       77 WS-DT-CONCILIA                 PIC 9(08) VALUE ZEROS.
       01 WS-EXTRATO-IN.
          03 WS-EXT-TIPO                 PIC X(01).
             88 EXT-CABECALHO            VALUE '0'.
             88 EXT-LANCAMENTO           VALUE '1'.
          03 WS-EXT-DATA                 PIC 9(08).
          03 WS-EXT-NATUREZA             PIC X(01).
             88 EXT-CREDITO              VALUE 'C'.
          03 WS-EXT-VALOR                PIC 9(11)V99.
          03 WS-EXT-HISTORICO            PIC X(30).
          03 WS-EXT-DOCUMENTO            PIC X(10).
          03 FILLER                      PIC X(17).
       01 WS-EXTRATO-CAB REDEFINES WS-EXTRATO-IN.
          03 FILLER                      PIC X(01).
          03 WS-EXH-DATA                 PIC 9(08).
          03 WS-EXH-BANCO                PIC X(03).
          03 WS-EXH-AGENCIA              PIC X(04).
          03 WS-EXH-CONTA                PIC X(10).
          03 FILLER                      PIC X(54).
      ***** CREDITOS DO EXTRATO NA DATA CONCILIADA ********************
       77 WS-QT-EXT                      PIC 9(04) VALUE ZEROS.
       01 WS-TAB-EXTRATO.
          03 WS-TE-ITEM OCCURS 2000 TIMES.
             05 WS-TE-VALOR              PIC 9(11)V99.
             05 WS-TE-HISTORICO          PIC X(30).
             05 WS-TE-DOCUMENTO          PIC X(10).
             05 WS-TE-CASADO             PIC X(01).
      ***** RECEBIMENTOS DE ORIGEM BANCO NA DATA CONCILIADA: 'R' = ****
      ***** RECPARC, 'C' = EXCEDENTE NO CREDCLI ***********************
       77 WS-QT-LAN                      PIC 9(04) VALUE ZEROS.
       01 WS-TAB-LANCADO.
          03 WS-TL-ITEM OCCURS 2000 TIMES.
             05 WS-TL-TIPO               PIC X(01).
             05 WS-TL-CONTRATO           PIC 9(06).
             05 WS-TL-PARCELA            PIC 9(03).
             05 WS-TL-SEQUENCIA          PIC 9(03).
             05 WS-TL-VALOR              PIC 9(11)V99.
             05 WS-TL-CASADO             PIC X(01).
       77 WS-IDX-EXT                     PIC 9(04).
       77 WS-IDX-LAN                     PIC 9(04).
       77 WS-IDX-PAR                     PIC 9(04).
       77 WS-VR-SOMA-PAR                 PIC 9(11)V99 VALUE ZEROS.
       77 WS-QT-DEBITOS                  PIC 9(06) VALUE ZEROS.
       77 WS-QT-OUTRA-DATA               PIC 9(06) VALUE ZEROS.
       77 WS-QT-CASADOS                  PIC 9(06) VALUE ZEROS.
       77 WS-QT-EXT-SOBRA                PIC 9(06) VALUE ZEROS.
       77 WS-QT-LAN-SOBRA                PIC 9(06) VALUE ZEROS.
       77 WS-VR-EXTRATO                  PIC 9(11)V99 VALUE ZEROS.
       77 WS-VR-LANCADO                  PIC 9(11)V99 VALUE ZEROS.
       77 WS-VR-DIFERENCA                PIC 9(11)V99 VALUE ZEROS.
       77 WS-SINAL-DIF                   PIC X(01) VALUE SPACE.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.

      ***** RETURN-CODE E REGISTRADOR COMPARTILHADO: UM PASSO *********
      ***** ANTERIOR COM FALHA NAO PODE CONTAMINAR ESTE PASSO *********
            MOVE ZERO                    TO RETURN-CODE

      ***** RESOLVE OS CAMINHOS FISICOS PELO PERFIL DO ARQCONF ******
            CALL 'ARQCONF' USING 'EXTRATO.TXT     ' WS-ARQ-EXTRATO
            CALL 'ARQCONF' USING 'RECPARC.DAT     ' WS-ARQ-RECPARC
            CALL 'ARQCONF' USING 'CREDCLI.DAT     ' WS-ARQ-CREDCLI
            CALL 'ARQCONF' USING 'CONCBANC.LST    ' WS-ARQ-CONCBANC

      ***** SEM CABECALHO NO EXTRATO, CONCILIA A DATA DE MOVIMENTO ****
            CALL 'DTMOVIM' USING WS-DATA-MOVIMENTO WS-CONTROLE-DATA
            MOVE WS-DATA-MOVIMENTO       TO WS-DT-CONCILIA

            OPEN INPUT EXTRATO

            IF NOT FS-EXT-OK
               DISPLAY 'ERRO AO ABRIR O EXTRATO BANCARIO.'
               DISPLAY 'FILE STATUS: ' WS-FS-EXT
               MOVE 16                   TO RETURN-CODE
               GOBACK
            END-IF

            OPEN OUTPUT RELATORIO

            IF WS-FS-REL NOT EQUAL ZEROS
               DISPLAY 'ERRO AO ABRIR O RELATORIO DE CONCILIACAO.'
               DISPLAY 'FILE STATUS: ' WS-FS-REL
               CLOSE EXTRATO
               MOVE 16                   TO RETURN-CODE
               GOBACK
            END-IF

            SET EOF-OK                   TO FALSE
            PERFORM P200-LE-EXTRATO      THRU P200-FIM UNTIL EOF-OK

            CLOSE EXTRATO

            PERFORM P300-CARREGA-RECPARC THRU P300-FIM
            PERFORM P350-CARREGA-CREDCLI THRU P350-FIM

            IF TABELA-ESTOURADA
               DISPLAY 'MAIS DE 2000 CREDITOS OU RECEBIMENTOS NO DIA - '
                       'CONCILIACAO NAO EXECUTADA.'
               MOVE '*** LIMITE DE 2000 ITENS POR DIA ULTRAPASSADO ***'
                                          TO REG-RELATORIO
               WRITE REG-RELATORIO
               CLOSE RELATORIO
               MOVE 16                   TO RETURN-CODE
               GOBACK
            END-IF

            MOVE SPACES                  TO REG-RELATORIO
            STRING 'CONCILIACAO EXTRATO BANCARIO x RECEBIMENTOS - DIA '
                   WS-DT-CONCILIA
                   DELIMITED BY SIZE INTO REG-RELATORIO
            WRITE REG-RELATORIO

            MOVE SPACES                  TO REG-RELATORIO
            STRING 'BANCO ' WS-EXH-BANCO ' AGENCIA ' WS-EXH-AGENCIA
                   ' CONTA ' WS-EXH-CONTA
                   DELIMITED BY SIZE INTO REG-RELATORIO
            WRITE REG-RELATORIO

      ***** 1A PASSADA: UM CREDITO DO EXTRATO PARA UM RECEBIMENTO *****
      ***** DE MESMO VALOR ********************************************
            PERFORM P400-CASA-SIMPLES    THRU P400-FIM
                    VARYING WS-IDX-EXT FROM 1 BY 1
                    UNTIL WS-IDX-EXT GREATER THAN WS-QT-EXT

      ***** 2A PASSADA: PAGAMENTO A MAIOR DIVIDIDO PELO RETBANCO - ****
      ***** RECPARC + CREDCLI DA MESMA PARCELA SOMANDO O CREDITO ******
            PERFORM P500-CASA-DIVIDIDO   THRU P500-FIM
                    VARYING WS-IDX-EXT FROM 1 BY 1
                    UNTIL WS-IDX-EXT GREATER THAN WS-QT-EXT

            MOVE '---------------------------------------------'
                                          TO REG-RELATORIO
            WRITE REG-RELATORIO
            MOVE 'CREDITOS DO EXTRATO SEM RECEBIMENTO LANCADO'
                                          TO REG-RELATORIO
            WRITE REG-RELATORIO

            PERFORM P600-LISTA-EXTRATO   THRU P600-FIM
                    VARYING WS-IDX-EXT FROM 1 BY 1
                    UNTIL WS-IDX-EXT GREATER THAN WS-QT-EXT

            MOVE '---------------------------------------------'
                                          TO REG-RELATORIO
            WRITE REG-RELATORIO
            MOVE 'RECEBIMENTOS DE ORIGEM BANCO SEM CREDITO NO EXTRATO'
                                          TO REG-RELATORIO
            WRITE REG-RELATORIO

            PERFORM P650-LISTA-LANCADO   THRU P650-FIM
                    VARYING WS-IDX-LAN FROM 1 BY 1
                    UNTIL WS-IDX-LAN GREATER THAN WS-QT-LAN

            PERFORM P900-TOTAIS          THRU P900-FIM

            CLOSE RELATORIO

            DISPLAY 'CONCILIACAO GERADA EM CONCBANC.LST'
            DISPLAY 'CREDITOS SEM RECEBIMENTO....: ' WS-QT-EXT-SOBRA
            DISPLAY 'RECEBIMENTOS SEM CREDITO....: ' WS-QT-LAN-SOBRA
            DISPLAY 'DIFERENCA DO DIA............: ' WS-SINAL-DIF
                    WS-VR-DIFERENCA

            IF WS-QT-EXT-SOBRA GREATER THAN ZEROS
               OR WS-QT-LAN-SOBRA GREATER THAN ZEROS
               OR WS-VR-DIFERENCA GREATER THAN ZEROS
               MOVE 4                    TO RETURN-CODE
            END-IF

            GOBACK.
       P200-LE-EXTRATO.

            READ EXTRATO INTO WS-EXTRATO-IN
               AT END
                  SET EOF-OK             TO TRUE
                  GO TO P200-FIM
            END-READ

            IF EXT-CABECALHO
               IF WS-EXH-DATA IS NUMERIC
                  AND WS-EXH-DATA GREATER THAN ZEROS
                  MOVE WS-EXH-DATA       TO WS-DT-CONCILIA
               END-IF
               GO TO P200-FIM
            END-IF

            IF NOT EXT-LANCAMENTO
               GO TO P200-FIM
            END-IF

            IF NOT EXT-CREDITO
               ADD 1                     TO WS-QT-DEBITOS
               GO TO P200-FIM
            END-IF

            IF WS-EXT-DATA NOT EQUAL WS-DT-CONCILIA
               ADD 1                     TO WS-QT-OUTRA-DATA
               GO TO P200-FIM
            END-IF

            IF WS-QT-EXT NOT LESS THAN 2000
               SET TABELA-ESTOURADA      TO TRUE
               GO TO P200-FIM
            END-IF

            ADD 1                        TO WS-QT-EXT
            ADD WS-EXT-VALOR             TO WS-VR-EXTRATO
            MOVE WS-EXT-VALOR            TO WS-TE-VALOR (WS-QT-EXT)
            MOVE WS-EXT-HISTORICO        TO WS-TE-HISTORICO (WS-QT-EXT)
            MOVE WS-EXT-DOCUMENTO        TO WS-TE-DOCUMENTO (WS-QT-EXT)
            MOVE 'N'                     TO WS-TE-CASADO (WS-QT-EXT)
            .
       P200-FIM.
       P300-CARREGA-RECPARC.

      ***** SEM ARQUIVO DE RECEBIMENTOS, NADA FOI LANCADO *************
            OPEN INPUT RECPARC
            IF NOT FS-RCP-OK
               GO TO P300-FIM
            END-IF

            SET EOF-OK                   TO FALSE
            PERFORM P310-LE-RECEBIMENTO  THRU P310-FIM UNTIL EOF-OK

            CLOSE RECPARC
            .
       P300-FIM.
       P310-LE-RECEBIMENTO.

            READ RECPARC NEXT RECORD
               AT END
                  SET EOF-OK             TO TRUE
                  GO TO P310-FIM
            END-READ

            IF (NOT RECEB-BANCO AND NOT RECEB-PIX)
               OR RECEB-ESTORNADO
               OR RCP-DT-RECEBIMENTO NOT EQUAL WS-DT-CONCILIA
               GO TO P310-FIM
            END-IF

            IF WS-QT-LAN NOT LESS THAN 2000
               SET TABELA-ESTOURADA      TO TRUE
               GO TO P310-FIM
            END-IF

            ADD 1                        TO WS-QT-LAN
            ADD RCP-VR-RECEBIDO          TO WS-VR-LANCADO
            MOVE 'R'                     TO WS-TL-TIPO (WS-QT-LAN)
            MOVE RCP-NUM-CONTRATO        TO WS-TL-CONTRATO (WS-QT-LAN)
            MOVE RCP-NUM-PARCELA         TO WS-TL-PARCELA (WS-QT-LAN)
            MOVE RCP-SEQUENCIA           TO WS-TL-SEQUENCIA (WS-QT-LAN)
            MOVE RCP-VR-RECEBIDO         TO WS-TL-VALOR (WS-QT-LAN)
            MOVE 'N'                     TO WS-TL-CASADO (WS-QT-LAN)
            .
       P310-FIM.
       P350-CARREGA-CREDCLI.

      ***** SEM ARQUIVO DE CREDITOS, NENHUM EXCEDENTE FOI GRAVADO *****
            OPEN INPUT CREDCLI
            IF NOT FS-CRD-OK
               GO TO P350-FIM
            END-IF

            SET EOF-OK                   TO FALSE
            PERFORM P360-LE-CREDITO      THRU P360-FIM UNTIL EOF-OK

            CLOSE CREDCLI
            .
       P350-FIM.
       P360-LE-CREDITO.

            READ CREDCLI NEXT RECORD
               AT END
                  SET EOF-OK             TO TRUE
                  GO TO P360-FIM
            END-READ

            IF (NOT CREDITO-BANCO AND NOT CREDITO-PIX)
               OR CRD-DT-CREDITO NOT EQUAL WS-DT-CONCILIA
               GO TO P360-FIM
            END-IF

            IF WS-QT-LAN NOT LESS THAN 2000
               SET TABELA-ESTOURADA      TO TRUE
               GO TO P360-FIM
            END-IF

            ADD 1                        TO WS-QT-LAN
            ADD CRD-VR-CREDITO           TO WS-VR-LANCADO
            MOVE 'C'                     TO WS-TL-TIPO (WS-QT-LAN)
            MOVE CRD-NUM-CONTRATO        TO WS-TL-CONTRATO (WS-QT-LAN)
            MOVE CRD-NUM-PARCELA         TO WS-TL-PARCELA (WS-QT-LAN)
            MOVE CRD-SEQUENCIA           TO WS-TL-SEQUENCIA (WS-QT-LAN)
            MOVE CRD-VR-CREDITO          TO WS-TL-VALOR (WS-QT-LAN)
            MOVE 'N'                     TO WS-TL-CASADO (WS-QT-LAN)
            .
       P360-FIM.
       P400-CASA-SIMPLES.

            MOVE 'N'                     TO WS-ACHOU
            PERFORM P410-PROCURA-VALOR   THRU P410-FIM
                    VARYING WS-IDX-LAN FROM 1 BY 1
                    UNTIL WS-IDX-LAN GREATER THAN WS-QT-LAN
                       OR ACHOU-PAR
            .
       P400-FIM.
       P410-PROCURA-VALOR.

            IF WS-TL-CASADO (WS-IDX-LAN) EQUAL 'S'
               OR WS-TL-VALOR (WS-IDX-LAN) NOT EQUAL
                  WS-TE-VALOR (WS-IDX-EXT)
               GO TO P410-FIM
            END-IF

            MOVE 'S'                     TO WS-ACHOU
            MOVE 'S'                     TO WS-TE-CASADO (WS-IDX-EXT)
            MOVE 'S'                     TO WS-TL-CASADO (WS-IDX-LAN)
            ADD 1                        TO WS-QT-CASADOS
            .
       P410-FIM.
       P500-CASA-DIVIDIDO.

            IF WS-TE-CASADO (WS-IDX-EXT) EQUAL 'S'
               GO TO P500-FIM
            END-IF

            MOVE 'N'                     TO WS-ACHOU
            PERFORM P510-PROCURA-PARCELA THRU P510-FIM
                    VARYING WS-IDX-LAN FROM 1 BY 1
                    UNTIL WS-IDX-LAN GREATER THAN WS-QT-LAN
                       OR ACHOU-PAR
            .
       P500-FIM.
       P510-PROCURA-PARCELA.

            IF WS-TL-CASADO (WS-IDX-LAN) EQUAL 'S'
               OR WS-TL-TIPO (WS-IDX-LAN) NOT EQUAL 'R'
               GO TO P510-FIM
            END-IF

            PERFORM P520-PROCURA-EXCEDENTE THRU P520-FIM
                    VARYING WS-IDX-PAR FROM 1 BY 1
                    UNTIL WS-IDX-PAR GREATER THAN WS-QT-LAN
                       OR ACHOU-PAR
            .
       P510-FIM.
       P520-PROCURA-EXCEDENTE.

            IF WS-TL-CASADO (WS-IDX-PAR) EQUAL 'S'
               OR WS-TL-TIPO (WS-IDX-PAR) NOT EQUAL 'C'
               OR WS-TL-CONTRATO (WS-IDX-PAR) NOT EQUAL
                  WS-TL-CONTRATO (WS-IDX-LAN)
               OR WS-TL-PARCELA (WS-IDX-PAR) NOT EQUAL
                  WS-TL-PARCELA (WS-IDX-LAN)
               GO TO P520-FIM
            END-IF

            COMPUTE WS-VR-SOMA-PAR =
                    WS-TL-VALOR (WS-IDX-LAN) + WS-TL-VALOR (WS-IDX-PAR)

            IF WS-VR-SOMA-PAR NOT EQUAL WS-TE-VALOR (WS-IDX-EXT)
               GO TO P520-FIM
            END-IF

            MOVE 'S'                     TO WS-ACHOU
            MOVE 'S'                     TO WS-TE-CASADO (WS-IDX-EXT)
            MOVE 'S'                     TO WS-TL-CASADO (WS-IDX-LAN)
            MOVE 'S'                     TO WS-TL-CASADO (WS-IDX-PAR)
            ADD 1                        TO WS-QT-CASADOS
            .
       P520-FIM.
       P600-LISTA-EXTRATO.

            IF WS-TE-CASADO (WS-IDX-EXT) EQUAL 'S'
               GO TO P600-FIM
            END-IF

            ADD 1                        TO WS-QT-EXT-SOBRA

            MOVE SPACES                  TO REG-RELATORIO
            STRING 'CREDITO ' WS-TE-VALOR (WS-IDX-EXT)
                   ' DOC ' WS-TE-DOCUMENTO (WS-IDX-EXT)
                   ' ' WS-TE-HISTORICO (WS-IDX-EXT)
                   DELIMITED BY SIZE INTO REG-RELATORIO
            WRITE REG-RELATORIO
            .
       P600-FIM.
       P650-LISTA-LANCADO.

            IF WS-TL-CASADO (WS-IDX-LAN) EQUAL 'S'
               GO TO P650-FIM
            END-IF

            ADD 1                        TO WS-QT-LAN-SOBRA

            MOVE SPACES                  TO REG-RELATORIO
            IF WS-TL-TIPO (WS-IDX-LAN) EQUAL 'R'
               STRING 'RECPARC CONTRATO ' WS-TL-CONTRATO (WS-IDX-LAN)
                      ' PARCELA ' WS-TL-PARCELA (WS-IDX-LAN)
                      ' SEQ ' WS-TL-SEQUENCIA (WS-IDX-LAN)
                      ' VALOR ' WS-TL-VALOR (WS-IDX-LAN)
                      DELIMITED BY SIZE INTO REG-RELATORIO
            ELSE
               STRING 'CREDCLI CONTRATO ' WS-TL-CONTRATO (WS-IDX-LAN)
                      ' PARCELA ' WS-TL-PARCELA (WS-IDX-LAN)
                      ' SEQ ' WS-TL-SEQUENCIA (WS-IDX-LAN)
                      ' VALOR ' WS-TL-VALOR (WS-IDX-LAN)
                      ' (EXCEDENTE)'
                      DELIMITED BY SIZE INTO REG-RELATORIO
            END-IF
            WRITE REG-RELATORIO
            .
       P650-FIM.
       P900-TOTAIS.

            IF WS-VR-EXTRATO NOT LESS THAN WS-VR-LANCADO
               COMPUTE WS-VR-DIFERENCA = WS-VR-EXTRATO - WS-VR-LANCADO
               MOVE '+'                  TO WS-SINAL-DIF
            ELSE
               COMPUTE WS-VR-DIFERENCA = WS-VR-LANCADO - WS-VR-EXTRATO
               MOVE '-'                  TO WS-SINAL-DIF
            END-IF

            MOVE '---------------------------------------------'
                                          TO REG-RELATORIO
            WRITE REG-RELATORIO

            MOVE SPACES                  TO REG-RELATORIO
            STRING 'CREDITOS NO EXTRATO: ' WS-QT-EXT
                   '  VALOR: ' WS-VR-EXTRATO
                   DELIMITED BY SIZE INTO REG-RELATORIO
            WRITE REG-RELATORIO

            MOVE SPACES                  TO REG-RELATORIO
            STRING 'RECEBIMENTOS BANCO.: ' WS-QT-LAN
                   '  VALOR: ' WS-VR-LANCADO
                   DELIMITED BY SIZE INTO REG-RELATORIO
            WRITE REG-RELATORIO

            MOVE SPACES                  TO REG-RELATORIO
            STRING 'CASADOS: ' WS-QT-CASADOS
                   '  CREDITOS SEM RECEBIMENTO: ' WS-QT-EXT-SOBRA
                   '  RECEBIMENTOS SEM CREDITO: ' WS-QT-LAN-SOBRA
                   DELIMITED BY SIZE INTO REG-RELATORIO
            WRITE REG-RELATORIO

            MOVE SPACES                  TO REG-RELATORIO
            STRING 'DIFERENCA DO DIA (EXTRATO - LANCADO): '
                   WS-SINAL-DIF WS-VR-DIFERENCA
                   DELIMITED BY SIZE INTO REG-RELATORIO
            WRITE REG-RELATORIO

            MOVE SPACES                  TO REG-RELATORIO
            STRING 'DEBITOS IGNORADOS: ' WS-QT-DEBITOS
                   '  LANCAMENTOS DE OUTRA DATA: ' WS-QT-OUTRA-DATA
                   DELIMITED BY SIZE INTO REG-RELATORIO
            WRITE REG-RELATORIO

            IF WS-QT-EXT-SOBRA EQUAL ZEROS
               AND WS-QT-LAN-SOBRA EQUAL ZEROS
               AND WS-VR-DIFERENCA EQUAL ZEROS
               MOVE 'DIA CONCILIADO: EXTRATO E RECEBIMENTOS CONFEREM.'
                                          TO REG-RELATORIO
            ELSE
               MOVE SPACES               TO REG-RELATORIO
               STRING '*** DIA COM DIVERGENCIA - VERIFICAR ANTES DE '
                      'FECHAR O CAIXA ***'
                      DELIMITED BY SIZE INTO REG-RELATORIO
            END-IF
            WRITE REG-RELATORIO
            .
       P900-FIM.
       END PROGRAM CONCBANC.
