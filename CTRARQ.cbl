      ******************************************************************
      * Author: ANDRE COSTA
      * Date: 15/10/2026
      * Purpose: ARQUIVAMENTO DOS CONTRATOS ENCERRADOS. O CONTRATO.DAT
      *          GUARDAVA TODA PARCELA DE TODO CONTRATO JA FEITO, E OS
      *          RELATORIOS NOTURNOS RELIAM CONTRATOS QUITADOS HA
      *          ANOS. ESTE PASSO TIRA DO CONTRATO.DAT O CONTRATO CUJAS
      *          PARCELAS ESTAO TODAS PAGAS, RENEGOCIADAS OU BAIXADAS
      *          PARA PREJUIZO, E CUJO ULTIMO EVENTO (VENCIMENTO,
      *          PAGAMENTO OU BAIXA) E MAIS ANTIGO QUE A RETENCAO DO
      *          FINPARM RETENCAO-CONTR (PADRAO 1825 DIAS), CONTRA A
      *          DATA DE MOVIMENTO. FICA NO CONTRATO.DAT:
      *          - O CONTRATO COM PARCELA BAIXADA AINDA REINTEGRAVEL
      *            (PREJUIZO.DAT NA SITUACAO BAIXADO HA MENOS DIAS QUE
      *            O FINPARM DIAS-REINTEGRA, PADRAO 1825) - O
      *            BAIXAPREJ PRECISA DELE PARA REINTEGRAR;
      *          - O CONTRATO COM AVALISTA REGISTRADO (AVALISTA.DAT).
      *          O CONTRATO ARQUIVADO VAI PARA O CONTRHIS.DAT E OS
      *          SEUS RECEBIMENTOS DO RECPARC.DAT PARA O RECPHIS.DAT;
      *          SO DEPOIS DE GRAVADA A COPIA O REGISTRO E EXCLUIDO DO
      *          ARQUIVO ATIVO. MESMO ESQUEMA DE DUAS PASSADAS DO
      *          CNTTPURG: A PRIMEIRA SEPARA OS CONTRATOS NO ARQUIVO
      *          DE TRABALHO (CTRARQ.WRK), A SEGUNDA MOVE. O
      *          RELATORIO DE ARQUIVAMENTO SAI EM CTRARQ.LST.
      * Update: 15/10/2026 - O contrato arquivado
      *         sem erro sai do indice de contratos por cliente
      *         (CTRCLIM).
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CTRARQ.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
            DECIMAL-POINT IS COMMA.
            INPUT-OUTPUT SECTION.
            FILE-CONTROL.
                SELECT CONTRATO ASSIGN TO
                WS-ARQ-CONTRATO
                ORGANIZATION IS INDEXED
                ACCESS MODE  IS DYNAMIC
                RECORD KEY   IS CHAVE-CONTRATO
                FILE STATUS  IS WS-FS.
                SELECT RECPARC ASSIGN TO
                WS-ARQ-RECPARC
                ORGANIZATION IS INDEXED
                ACCESS MODE  IS DYNAMIC
                RECORD KEY   IS CHAVE-RECPARC
                FILE STATUS  IS WS-FS-RCP.
                SELECT PREJUIZO ASSIGN TO
                WS-ARQ-PREJUIZO
                ORGANIZATION IS INDEXED
                ACCESS MODE  IS RANDOM
                RECORD KEY   IS CHAVE-PREJUIZO
                FILE STATUS  IS WS-FS-PRJ.
                SELECT AVALISTA ASSIGN TO
                WS-ARQ-AVALISTA
                ORGANIZATION IS INDEXED
                ACCESS MODE  IS RANDOM
                RECORD KEY   IS AVL-NUM-CONTRATO
                FILE STATUS  IS WS-FS-AVL.
                SELECT CONTRHIS ASSIGN TO
                WS-ARQ-CONTRHIS
                ORGANIZATION IS INDEXED
                ACCESS MODE  IS RANDOM
                RECORD KEY   IS CHAVE-CONTRHIS
                FILE STATUS  IS WS-FS-CTH.
                SELECT RECPHIS ASSIGN TO
                WS-ARQ-RECPHIS
                ORGANIZATION IS INDEXED
                ACCESS MODE  IS RANDOM
                RECORD KEY   IS CHAVE-RECPHIS
                FILE STATUS  IS WS-FS-RCH.
                SELECT ARQTRAB ASSIGN TO
                WS-ARQ-CTRARQW
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS  IS WS-FS-WRK.

       DATA DIVISION.
       FILE SECTION.
       FD CONTRATO.
          COPY FD_CONTRATO.

       FD RECPARC.
          COPY FD_RECPARC.

       FD PREJUIZO.
          COPY FD_PREJUIZO.

       FD AVALISTA.
          COPY FD_AVALISTA.

       FD CONTRHIS.
          COPY FD_CONTRHIS.

       FD RECPHIS.
          COPY FD_RECPHIS.

       FD ARQTRAB.
       01 REG-ARQTRAB.
          03 WRK-NUM-CONTRATO            PIC 9(06).
          03 WRK-CD-CLIENTE              PIC X(20).
          03 WRK-DT-ULTIMO-EVENTO        PIC 9(08).

       WORKING-STORAGE SECTION.
      ***** CAMINHOS FISICOS DOS ARQUIVOS - PRE-CARREGADOS COM O *****
      ***** PADRAO HISTORICO E RESOLVIDOS PELO ARQCONF NO INICIO *****
       77 WS-ARQ-CONTRATO            PIC X(68) VALUE
          'C:\CursoCOBOL\COBOL\01 - Basico\bin\CONTRATO.DAT'.
       77 WS-ARQ-RECPARC             PIC X(68) VALUE
          'C:\CursoCOBOL\COBOL\01 - Basico\bin\RECPARC.DAT'.
       77 WS-ARQ-PREJUIZO            PIC X(68) VALUE
          'C:\CursoCOBOL\COBOL\01 - Basico\bin\PREJUIZO.DAT'.
       77 WS-ARQ-AVALISTA            PIC X(68) VALUE
          'C:\CursoCOBOL\COBOL\01 - Basico\bin\AVALISTA.DAT'.
       77 WS-ARQ-CONTRHIS            PIC X(68) VALUE
          'C:\CursoCOBOL\COBOL\01 - Basico\bin\CONTRHIS.DAT'.
       77 WS-ARQ-RECPHIS             PIC X(68) VALUE
          'C:\CursoCOBOL\COBOL\01 - Basico\bin\RECPHIS.DAT'.
       77 WS-ARQ-CTRARQW             PIC X(68) VALUE
          'C:\CursoCOBOL\COBOL\01 - Basico\bin\CTRARQ.WRK'.
       77 WS-ARQ-CTRARQ-LST          PIC X(68) VALUE
          'C:\CursoCOBOL\COBOL\01 - Basico\bin\CTRARQ.LST'.
       77 WS-FS                          PIC 99.
          88 FS-OK                       VALUE 0.
       77 WS-FS-RCP                      PIC 99.
          88 FS-RCP-OK                   VALUE 0.
       77 WS-RCP-ABERTO                  PIC X VALUE 'N'.
          88 RCP-ABERTO                  VALUE 'S'.
       77 WS-FS-PRJ                      PIC 99.
          88 FS-PRJ-OK                   VALUE 0.
       77 WS-PRJ-ABERTO                  PIC X VALUE 'N'.
          88 PRJ-ABERTO                  VALUE 'S'.
       77 WS-FS-AVL                      PIC 99.
          88 FS-AVL-OK                   VALUE 0.
       77 WS-AVL-ABERTO                  PIC X VALUE 'N'.
          88 AVL-ABERTO                  VALUE 'S'.
       77 WS-FS-CTH                      PIC 99.
          88 FS-CTH-OK                   VALUE 0.
       77 WS-FS-RCH                      PIC 99.
          88 FS-RCH-OK                   VALUE 0.
       77 WS-FS-WRK                      PIC 99.
          88 FS-WRK-OK                   VALUE 0.
       77 WS-EOF                         PIC X.
          88 EOF-OK                      VALUE 'S' FALSE 'N'.
       77 WS-EOF-AUX                     PIC X.
          88 EOF-AUX-OK                  VALUE 'S' FALSE 'N'.
       77 WS-EOF-RCP                     PIC X.
          88 EOF-RCP-OK                  VALUE 'S' FALSE 'N'.
       77 WS-DATA-MOVIMENTO              PIC 9(08) VALUE ZEROS.
       77 WS-CONTROLE-DATA               PIC X(01) VALUE 'N'.
       77 WS-DIAS-HOJE                   PIC 9(07).
       77 WS-DIAS-DECORRIDOS             PIC S9(07).
      ***** PRAZOS DO FINPARM: RETENCAO DO CONTRATO ENCERRADO E *******
      ***** JANELA EM QUE A PARCELA BAIXADA AINDA PODE SER ************
      ***** REINTEGRADA ***********************************************
       77 WS-DIAS-RETENCAO               PIC 9(09)V99 VALUE 1825.
       77 WS-DIAS-REINTEGRA              PIC 9(09)V99 VALUE 1825.
      ***** CONTRATO EM AVALIACAO NA PRIMEIRA PASSADA *****************
       77 WS-CONTRATO-ATUAL              PIC 9(06) VALUE ZEROS.
       77 WS-CLIENTE-ATUAL               PIC X(20) VALUE SPACES.
       77 WS-DT-ULTIMO-EVENTO            PIC 9(08) VALUE ZEROS.
       77 WS-SITUACAO-CONTR              PIC X(01) VALUE SPACE.
          88 CONTR-ENCERRADO             VALUE 'E'.
          88 CONTR-EM-ABERTO             VALUE 'A'.
          88 CONTR-REINTEGRAVEL          VALUE 'R'.
      ***** SEGUNDA PASSADA *******************************************
       77 WS-QT-PARC-ARQ                 PIC 9(05) VALUE ZEROS.
       77 WS-QT-RCP-ARQ                  PIC 9(05) VALUE ZEROS.
       77 WS-MOVE-OK                     PIC X(01) VALUE 'S'.
          88 MOVE-OK                     VALUE 'S' FALSE 'N'.
      ***** TOTAIS ****************************************************
       77 WS-QT-CONTRATOS                PIC 9(07) VALUE ZEROS.
       77 WS-QT-EM-ABERTO                PIC 9(07) VALUE ZEROS.
       77 WS-QT-RETENCAO                 PIC 9(07) VALUE ZEROS.
       77 WS-QT-REINTEGRAVEL             PIC 9(07) VALUE ZEROS.
       77 WS-QT-AVALISTA                 PIC 9(07) VALUE ZEROS.
       77 WS-QT-ARQUIVADOS               PIC 9(07) VALUE ZEROS.
       77 WS-QT-PARCELAS                 PIC 9(07) VALUE ZEROS.
       77 WS-QT-RECEBIMENTOS             PIC 9(07) VALUE ZEROS.
       77 WS-QT-ERROS                    PIC 9(05) VALUE ZEROS.
       77 WS-QT-ERROS-ANTES              PIC 9(05) VALUE ZEROS.
       01 WS-RELWRT.
          03 WS-REL-ACAO                 PIC X(01).
          03 WS-REL-ARQUIVO              PIC X(68).
          03 WS-REL-TITULO               PIC X(40).
          03 WS-REL-LINHA                PIC X(100).
          03 WS-REL-FS                   PIC 99.
      ***** MANUTENCAO DO INDICE DE CONTRATOS POR CLIENTE (CTRCLIM) ***
       01 WS-CTRCLIM.
          03 WS-CCM-ACAO                 PIC X(01).
          03 WS-CCM-CD-CLIENTE           PIC X(20).
          03 WS-CCM-NUM-CONTRATO         PIC 9(06).
          03 WS-CCM-RETORNO              PIC 99.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.

      ***** RETURN-CODE E REGISTRADOR COMPARTILHADO: UM PASSO *********
      ***** ANTERIOR COM FALHA NAO PODE CONTAMINAR ESTE PASSO *********
            MOVE ZERO                    TO RETURN-CODE

      ***** RESOLVE OS CAMINHOS FISICOS PELO PERFIL DO ARQCONF ******
            CALL 'ARQCONF' USING 'CONTRATO.DAT    ' WS-ARQ-CONTRATO
            CALL 'ARQCONF' USING 'RECPARC.DAT     ' WS-ARQ-RECPARC
            CALL 'ARQCONF' USING 'PREJUIZO.DAT    ' WS-ARQ-PREJUIZO
            CALL 'ARQCONF' USING 'AVALISTA.DAT    ' WS-ARQ-AVALISTA
            CALL 'ARQCONF' USING 'CONTRHIS.DAT    ' WS-ARQ-CONTRHIS
            CALL 'ARQCONF' USING 'RECPHIS.DAT     ' WS-ARQ-RECPHIS
            CALL 'ARQCONF' USING 'CTRARQ.WRK      ' WS-ARQ-CTRARQW

            CALL 'DTMOVIM' USING WS-DATA-MOVIMENTO WS-CONTROLE-DATA
            COMPUTE WS-DIAS-HOJE =
                    FUNCTION INTEGER-OF-DATE(WS-DATA-MOVIMENTO)

            CALL 'FINPARM' USING 'RETENCAO-CONTR  ' WS-DIAS-RETENCAO
            CALL 'FINPARM' USING 'DIAS-REINTEGRA  ' WS-DIAS-REINTEGRA

            PERFORM P100-ABRIR-ARQUIVOS  THRU P100-FIM
            PERFORM P200-SEPARAR         THRU P200-FIM
            PERFORM P500-ARQUIVAR        THRU P500-FIM
            PERFORM P900-RESUMO          THRU P900-FIM

            GOBACK.
       P100-ABRIR-ARQUIVOS.

            CALL 'SELOMARC' USING 'CONTRATO    ' 'CTRARQ    '
            OPEN I-O CONTRATO

            IF NOT FS-OK
               DISPLAY 'ERRO AO ABRIR O ARQUIVO DE CONTRATOS.'
               DISPLAY 'FILE STATUS: ' WS-FS
               MOVE 16                   TO RETURN-CODE
               GOBACK
            END-IF

      ***** SEM RECEBIMENTOS, PREJUIZOS OU AVALISTAS, NAO HA O QUE ****
      ***** MOVER JUNTO NEM O QUE SEGURAR NO ARQUIVO ATIVO ************
            OPEN I-O RECPARC
            IF FS-RCP-OK
               MOVE 'S'                  TO WS-RCP-ABERTO
            END-IF

            OPEN INPUT PREJUIZO
            IF FS-PRJ-OK
               MOVE 'S'                  TO WS-PRJ-ABERTO
            END-IF

            OPEN INPUT AVALISTA
            IF FS-AVL-OK
               MOVE 'S'                  TO WS-AVL-ABERTO
            END-IF

            OPEN I-O CONTRHIS
            IF WS-FS-CTH EQUAL 35
               OPEN OUTPUT CONTRHIS
               CLOSE CONTRHIS
               OPEN I-O CONTRHIS
            END-IF

            IF NOT FS-CTH-OK
               DISPLAY 'ERRO AO ABRIR O HISTORICO DE CONTRATOS.'
               DISPLAY 'FILE STATUS: ' WS-FS-CTH
               PERFORM P950-FECHA-ENTRADAS THRU P950-FIM
               MOVE 16                   TO RETURN-CODE
               GOBACK
            END-IF

            OPEN I-O RECPHIS
            IF WS-FS-RCH EQUAL 35
               OPEN OUTPUT RECPHIS
               CLOSE RECPHIS
               OPEN I-O RECPHIS
            END-IF

            IF NOT FS-RCH-OK
               DISPLAY 'ERRO AO ABRIR O HISTORICO DE RECEBIMENTOS.'
               DISPLAY 'FILE STATUS: ' WS-FS-RCH
               PERFORM P950-FECHA-ENTRADAS THRU P950-FIM
               CLOSE CONTRHIS
               MOVE 16                   TO RETURN-CODE
               GOBACK
            END-IF

            OPEN OUTPUT ARQTRAB

            IF NOT FS-WRK-OK
               DISPLAY 'ERRO AO ABRIR O ARQUIVO DE TRABALHO.'
               DISPLAY 'FILE STATUS: ' WS-FS-WRK
               PERFORM P950-FECHA-ENTRADAS THRU P950-FIM
               CLOSE CONTRHIS RECPHIS
               MOVE 16                   TO RETURN-CODE
               GOBACK
            END-IF

            MOVE 'A'                     TO WS-REL-ACAO
            MOVE WS-ARQ-CTRARQ-LST       TO WS-REL-ARQUIVO
            CALL 'ARQCONF' USING 'CTRARQ.LST      ' WS-REL-ARQUIVO
            MOVE 'ARQUIVAMENTO DE CONTRATOS ENCERRADOS'
                                          TO WS-REL-TITULO
            CALL 'RELWRT' USING WS-RELWRT

            IF WS-REL-FS NOT EQUAL ZEROS
               DISPLAY 'ERRO AO ABRIR O RELATORIO DE ARQUIVAMENTO.'
               DISPLAY 'FILE STATUS: ' WS-REL-FS
               PERFORM P950-FECHA-ENTRADAS THRU P950-FIM
               CLOSE CONTRHIS RECPHIS ARQTRAB
               MOVE 16                   TO RETURN-CODE
               GOBACK
            END-IF

            MOVE 'D'                     TO WS-REL-ACAO
            MOVE SPACES                  TO WS-REL-LINHA
            STRING 'DATA DE MOVIMENTO: ' WS-DATA-MOVIMENTO
                   '  RETENCAO (DIAS): ' WS-DIAS-RETENCAO
                   '  JANELA DE REINTEGRACAO (DIAS): '
                   WS-DIAS-REINTEGRA
                   DELIMITED BY SIZE INTO WS-REL-LINHA
            CALL 'RELWRT' USING WS-RELWRT
            .
       P100-FIM.
       P200-SEPARAR.

      ***** PRIMEIRA PASSADA: OS CONTRATOS QUE PODEM SAIR VAO PARA ****
      ***** O ARQUIVO DE TRABALHO - NADA E EXCLUIDO AINDA *************
            MOVE ZEROS                   TO WS-CONTRATO-ATUAL
            SET EOF-OK                   TO FALSE
            PERFORM P210-LE-PARCELA      THRU P210-FIM UNTIL EOF-OK

            IF WS-CONTRATO-ATUAL GREATER THAN ZEROS
               PERFORM P300-AVALIA-CONTRATO THRU P300-FIM
            END-IF

            CLOSE ARQTRAB
            .
       P200-FIM.
       P210-LE-PARCELA.

            READ CONTRATO NEXT RECORD
               AT END
                  SET EOF-OK             TO TRUE
               NOT AT END
                  IF NUM-CONTRATO NOT EQUAL WS-CONTRATO-ATUAL
                     IF WS-CONTRATO-ATUAL GREATER THAN ZEROS
                        PERFORM P300-AVALIA-CONTRATO THRU P300-FIM
                     END-IF
                     MOVE NUM-CONTRATO   TO WS-CONTRATO-ATUAL
                     MOVE CD-CLIENTE-CONTRATO TO WS-CLIENTE-ATUAL
                     MOVE ZEROS          TO WS-DT-ULTIMO-EVENTO
                     SET CONTR-ENCERRADO TO TRUE
                     ADD 1               TO WS-QT-CONTRATOS
                  END-IF
                  PERFORM P220-AVALIA-PARCELA THRU P220-FIM
            END-READ
            .
       P210-FIM.
       P220-AVALIA-PARCELA.

            IF DT-VENCIMENTO-PARCELA GREATER THAN WS-DT-ULTIMO-EVENTO
               MOVE DT-VENCIMENTO-PARCELA TO WS-DT-ULTIMO-EVENTO
            END-IF

            EVALUATE TRUE
               WHEN PARCELA-PAGA
                  IF DT-PAGAMENTO-PARCELA GREATER THAN
                     WS-DT-ULTIMO-EVENTO
                     MOVE DT-PAGAMENTO-PARCELA
                                         TO WS-DT-ULTIMO-EVENTO
                  END-IF
               WHEN PARCELA-RENEGOCIADA
                  CONTINUE
               WHEN PARCELA-PREJUIZO
                  PERFORM P230-PARCELA-BAIXADA THRU P230-FIM
               WHEN OTHER
                  SET CONTR-EM-ABERTO    TO TRUE
            END-EVALUATE
            .
       P220-FIM.
       P230-PARCELA-BAIXADA.

      ***** SEM O REGISTRO DA BAIXA NAO DA PARA SABER SE A PARCELA ****
      ***** AINDA PODE SER REINTEGRADA - O CONTRATO FICA **************
            IF NOT PRJ-ABERTO
               IF NOT CONTR-EM-ABERTO
                  SET CONTR-REINTEGRAVEL TO TRUE
               END-IF
               GO TO P230-FIM
            END-IF

            MOVE NUM-CONTRATO            TO PRJ-NUM-CONTRATO
            MOVE NUM-PARCELA-CONTRATO    TO PRJ-NUM-PARCELA
            READ PREJUIZO
               INVALID KEY
                  IF NOT CONTR-EM-ABERTO
                     SET CONTR-REINTEGRAVEL TO TRUE
                  END-IF
                  GO TO P230-FIM
            END-READ

            IF PRJ-DT-BAIXA GREATER THAN WS-DT-ULTIMO-EVENTO
               MOVE PRJ-DT-BAIXA         TO WS-DT-ULTIMO-EVENTO
            END-IF

            IF PREJUIZO-BAIXADO
               COMPUTE WS-DIAS-DECORRIDOS = WS-DIAS-HOJE -
                       FUNCTION INTEGER-OF-DATE(PRJ-DT-BAIXA)
               IF WS-DIAS-DECORRIDOS NOT GREATER THAN
                  WS-DIAS-REINTEGRA
                  AND NOT CONTR-EM-ABERTO
                  SET CONTR-REINTEGRAVEL TO TRUE
               END-IF
            END-IF
            .
       P230-FIM.
       P300-AVALIA-CONTRATO.

            IF CONTR-EM-ABERTO
               ADD 1                     TO WS-QT-EM-ABERTO
               GO TO P300-FIM
            END-IF

            COMPUTE WS-DIAS-DECORRIDOS = WS-DIAS-HOJE -
                    FUNCTION INTEGER-OF-DATE(WS-DT-ULTIMO-EVENTO)
            IF WS-DIAS-DECORRIDOS NOT GREATER THAN WS-DIAS-RETENCAO
               ADD 1                     TO WS-QT-RETENCAO
               GO TO P300-FIM
            END-IF

      ***** ENCERRADO E FORA DA RETENCAO, MAS PRESO NO ARQUIVO ATIVO **
      ***** PELA BAIXA REINTEGRAVEL OU PELO AVALISTA: SAI NA LISTA ****
            IF CONTR-REINTEGRAVEL
               ADD 1                     TO WS-QT-REINTEGRAVEL
               MOVE 'D'                  TO WS-REL-ACAO
               MOVE SPACES               TO WS-REL-LINHA
               STRING 'MANTIDO   CONTRATO ' WS-CONTRATO-ATUAL
                      ' CLIENTE ' WS-CLIENTE-ATUAL
                      ' - PREJUIZO AINDA REINTEGRAVEL'
                      DELIMITED BY SIZE INTO WS-REL-LINHA
               CALL 'RELWRT' USING WS-RELWRT
               GO TO P300-FIM
            END-IF

            IF AVL-ABERTO
               MOVE WS-CONTRATO-ATUAL    TO AVL-NUM-CONTRATO
               READ AVALISTA
                  NOT INVALID KEY
                     ADD 1               TO WS-QT-AVALISTA
                     MOVE 'D'            TO WS-REL-ACAO
                     MOVE SPACES         TO WS-REL-LINHA
                     STRING 'MANTIDO   CONTRATO ' WS-CONTRATO-ATUAL
                            ' CLIENTE ' WS-CLIENTE-ATUAL
                            ' - AVALISTA REGISTRADO: ' AVL-NOME
                            DELIMITED BY SIZE INTO WS-REL-LINHA
                     CALL 'RELWRT' USING WS-RELWRT
                     GO TO P300-FIM
               END-READ
            END-IF

            MOVE WS-CONTRATO-ATUAL       TO WRK-NUM-CONTRATO
            MOVE WS-CLIENTE-ATUAL        TO WRK-CD-CLIENTE
            MOVE WS-DT-ULTIMO-EVENTO     TO WRK-DT-ULTIMO-EVENTO
            WRITE REG-ARQTRAB
            .
       P300-FIM.
       P500-ARQUIVAR.

      ***** SEGUNDA PASSADA: CADA CONTRATO SEPARADO E COPIADO PARA ****
      ***** O HISTORICO E SO ENTAO EXCLUIDO DO ARQUIVO ATIVO **********
            OPEN INPUT ARQTRAB

            IF NOT FS-WRK-OK
               DISPLAY 'ERRO AO REABRIR O ARQUIVO DE TRABALHO.'
               DISPLAY 'FILE STATUS: ' WS-FS-WRK
               ADD 1                     TO WS-QT-ERROS
               GO TO P500-FIM
            END-IF

            SET EOF-OK                   TO FALSE
            PERFORM P510-LE-SEPARADO     THRU P510-FIM UNTIL EOF-OK

            CLOSE ARQTRAB
            .
       P500-FIM.
       P510-LE-SEPARADO.

            READ ARQTRAB
               AT END
                  SET EOF-OK             TO TRUE
               NOT AT END
                  PERFORM P520-MOVE-CONTRATO THRU P520-FIM
            END-READ
            .
       P510-FIM.
       P520-MOVE-CONTRATO.

            MOVE ZEROS                   TO WS-QT-PARC-ARQ
                                            WS-QT-RCP-ARQ
            MOVE WS-QT-ERROS             TO WS-QT-ERROS-ANTES
            MOVE WRK-NUM-CONTRATO        TO NUM-CONTRATO
            MOVE ZEROS                   TO NUM-PARCELA-CONTRATO

            SET EOF-AUX-OK               TO FALSE
            START CONTRATO KEY NOT LESS THAN CHAVE-CONTRATO
               INVALID KEY
                  SET EOF-AUX-OK         TO TRUE
            END-START

            PERFORM P530-MOVE-PARCELA    THRU P530-FIM
                    UNTIL EOF-AUX-OK

            IF WS-QT-PARC-ARQ EQUAL ZEROS
               GO TO P520-FIM
            END-IF

      ***** CONTRATO QUE SAIU INTEIRO DO CONTRATO.DAT SAI TAMBEM DO ***
      ***** INDICE DE CONTRATOS POR CLIENTE; COM PARCELA QUE FICOU ****
      ***** PARA TRAS (ERRO), A LINHA DO INDICE CONTINUA VALENDO ******
            IF WS-QT-ERROS EQUAL WS-QT-ERROS-ANTES
               MOVE 'E'                  TO WS-CCM-ACAO
               MOVE WRK-CD-CLIENTE       TO WS-CCM-CD-CLIENTE
               MOVE WRK-NUM-CONTRATO     TO WS-CCM-NUM-CONTRATO
               CALL 'CTRCLIM' USING WS-CTRCLIM
               IF WS-CCM-RETORNO NOT EQUAL ZEROS
                  DISPLAY 'ERRO AO TIRAR O CONTRATO ' WRK-NUM-CONTRATO
                          ' DO INDICE POR CLIENTE - FILE STATUS: '
                          WS-CCM-RETORNO
                  ADD 1                  TO WS-QT-ERROS
               END-IF
            END-IF

            ADD 1                        TO WS-QT-ARQUIVADOS
            ADD WS-QT-PARC-ARQ           TO WS-QT-PARCELAS
            ADD WS-QT-RCP-ARQ            TO WS-QT-RECEBIMENTOS

            MOVE 'D'                     TO WS-REL-ACAO
            MOVE SPACES                  TO WS-REL-LINHA
            STRING 'ARQUIVADO CONTRATO ' WRK-NUM-CONTRATO
                   ' CLIENTE ' WRK-CD-CLIENTE
                   ' ULTIMO EVENTO ' WRK-DT-ULTIMO-EVENTO
                   ' PARCELAS ' WS-QT-PARC-ARQ
                   ' RECEBIMENTOS ' WS-QT-RCP-ARQ
                   DELIMITED BY SIZE INTO WS-REL-LINHA
            CALL 'RELWRT' USING WS-RELWRT
            .
       P520-FIM.
       P530-MOVE-PARCELA.

            READ CONTRATO NEXT RECORD
               AT END
                  SET EOF-AUX-OK         TO TRUE
                  GO TO P530-FIM
            END-READ

            IF NUM-CONTRATO NOT EQUAL WRK-NUM-CONTRATO
               SET EOF-AUX-OK            TO TRUE
               GO TO P530-FIM
            END-IF

      ***** OS RECEBIMENTOS VAO PRIMEIRO: A PARCELA SO SAI DO *********
      ***** ARQUIVO ATIVO SE TUDO O QUE E DELA JA ESTA NO HISTORICO ***
            SET MOVE-OK                  TO TRUE
            IF RCP-ABERTO
               PERFORM P550-MOVE-RECEBIMENTOS THRU P550-FIM
            END-IF

            IF NOT MOVE-OK
               GO TO P530-FIM
            END-IF

            MOVE REG-CONTRATO            TO CTH-CONTRATO
            MOVE WS-DATA-MOVIMENTO       TO CTH-DT-ARQUIVAMENTO
            WRITE REG-CONTRHIS
               INVALID KEY
                  REWRITE REG-CONTRHIS
            END-WRITE

            IF NOT FS-CTH-OK
               DISPLAY 'ERRO AO GRAVAR O HISTORICO DO CONTRATO '
                       NUM-CONTRATO ' PARCELA ' NUM-PARCELA-CONTRATO
                       ' - FILE STATUS: ' WS-FS-CTH
               ADD 1                     TO WS-QT-ERROS
               GO TO P530-FIM
            END-IF

            DELETE CONTRATO RECORD
               INVALID KEY
                  DISPLAY 'ERRO AO EXCLUIR O CONTRATO '
                          NUM-CONTRATO ' PARCELA '
                          NUM-PARCELA-CONTRATO
                          ' - FILE STATUS: ' WS-FS
                  ADD 1                  TO WS-QT-ERROS
                  GO TO P530-FIM
            END-DELETE

            ADD 1                        TO WS-QT-PARC-ARQ
            .
       P530-FIM.
       P550-MOVE-RECEBIMENTOS.

            MOVE NUM-CONTRATO            TO RCP-NUM-CONTRATO
            MOVE NUM-PARCELA-CONTRATO    TO RCP-NUM-PARCELA
            MOVE ZEROS                   TO RCP-SEQUENCIA

            SET EOF-RCP-OK               TO FALSE
            START RECPARC KEY NOT LESS THAN CHAVE-RECPARC
               INVALID KEY
                  GO TO P550-FIM
            END-START

            PERFORM P560-MOVE-RECEBIMENTO THRU P560-FIM
                    UNTIL EOF-RCP-OK OR NOT MOVE-OK
            .
       P550-FIM.
       P560-MOVE-RECEBIMENTO.

            READ RECPARC NEXT RECORD
               AT END
                  SET EOF-RCP-OK         TO TRUE
                  GO TO P560-FIM
            END-READ

            IF RCP-NUM-CONTRATO NOT EQUAL NUM-CONTRATO
               OR RCP-NUM-PARCELA NOT EQUAL NUM-PARCELA-CONTRATO
               SET EOF-RCP-OK            TO TRUE
               GO TO P560-FIM
            END-IF

            MOVE REG-RECPARC             TO RCH-RECPARC
            MOVE WS-DATA-MOVIMENTO       TO RCH-DT-ARQUIVAMENTO
            WRITE REG-RECPHIS
               INVALID KEY
                  REWRITE REG-RECPHIS
            END-WRITE

            IF NOT FS-RCH-OK
               DISPLAY 'ERRO AO GRAVAR O HISTORICO DO RECEBIMENTO '
                       RCP-NUM-CONTRATO '/' RCP-NUM-PARCELA '/'
                       RCP-SEQUENCIA ' - FILE STATUS: ' WS-FS-RCH
               ADD 1                     TO WS-QT-ERROS
               SET MOVE-OK               TO FALSE
               GO TO P560-FIM
            END-IF

            DELETE RECPARC RECORD
               INVALID KEY
                  DISPLAY 'ERRO AO EXCLUIR O RECEBIMENTO '
                          RCP-NUM-CONTRATO '/' RCP-NUM-PARCELA '/'
                          RCP-SEQUENCIA ' - FILE STATUS: ' WS-FS-RCP
                  ADD 1                  TO WS-QT-ERROS
                  SET MOVE-OK            TO FALSE
                  GO TO P560-FIM
            END-DELETE

            ADD 1                        TO WS-QT-RCP-ARQ
            .
       P560-FIM.
       P900-RESUMO.

            MOVE 'T'                     TO WS-REL-ACAO
            MOVE SPACES                  TO WS-REL-LINHA
            STRING 'CONTRATOS LIDOS: ' WS-QT-CONTRATOS
                   '  ARQUIVADOS: ' WS-QT-ARQUIVADOS
                   '  PARCELAS: ' WS-QT-PARCELAS
                   '  RECEBIMENTOS: ' WS-QT-RECEBIMENTOS
                   DELIMITED BY SIZE INTO WS-REL-LINHA
            CALL 'RELWRT' USING WS-RELWRT

            MOVE 'D'                     TO WS-REL-ACAO
            MOVE SPACES                  TO WS-REL-LINHA
            STRING 'MANTIDOS - EM ABERTO: ' WS-QT-EM-ABERTO
                   '  NA RETENCAO: ' WS-QT-RETENCAO
                   '  PREJUIZO REINTEGRAVEL: ' WS-QT-REINTEGRAVEL
                   '  COM AVALISTA: ' WS-QT-AVALISTA
                   DELIMITED BY SIZE INTO WS-REL-LINHA
            CALL 'RELWRT' USING WS-RELWRT

            MOVE 'F'                     TO WS-REL-ACAO
            CALL 'RELWRT' USING WS-RELWRT

            PERFORM P950-FECHA-ENTRADAS  THRU P950-FIM
            CLOSE CONTRHIS RECPHIS

            IF WS-QT-ERROS GREATER THAN ZEROS
               MOVE 16                   TO RETURN-CODE
            END-IF

            DISPLAY '*** RESUMO DO ARQUIVAMENTO DE CONTRATOS ***'
            DISPLAY 'CONTRATOS LIDOS.......: ' WS-QT-CONTRATOS
            DISPLAY 'CONTRATOS ARQUIVADOS..: ' WS-QT-ARQUIVADOS
            DISPLAY 'PARCELAS ARQUIVADAS...: ' WS-QT-PARCELAS
            DISPLAY 'RECEBIMENTOS ARQUIV...: ' WS-QT-RECEBIMENTOS
            DISPLAY 'MANTIDOS EM ABERTO....: ' WS-QT-EM-ABERTO
            DISPLAY 'MANTIDOS NA RETENCAO..: ' WS-QT-RETENCAO
            DISPLAY 'MANTIDOS REINTEGRAVEL.: ' WS-QT-REINTEGRAVEL
            DISPLAY 'MANTIDOS COM AVALISTA.: ' WS-QT-AVALISTA
            DISPLAY 'ERROS.................: ' WS-QT-ERROS
            DISPLAY 'RELATORIO EM CTRARQ.LST'
            .
       P900-FIM.
       P950-FECHA-ENTRADAS.

            CLOSE CONTRATO

            IF RCP-ABERTO
               CLOSE RECPARC
            END-IF
            IF PRJ-ABERTO
               CLOSE PREJUIZO
            END-IF
            IF AVL-ABERTO
               CLOSE AVALISTA
            END-IF
            .
       P950-FIM.
       END PROGRAM CTRARQ.
