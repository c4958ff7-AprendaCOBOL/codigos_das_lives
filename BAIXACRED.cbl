      ******************************************************************
      * Author: ANDRE COSTA
      * Date: 15/10/2026
      * Purpose: MOVIMENTACAO DO CREDITO DE CLIENTE POR PAGAMENTO A
      *          MAIOR (CREDCLI.DAT, GRAVADO PELO CREDGRV NA BAIXA
      *          MANUAL E NO RETORNO BANCARIO). O OPERADOR AUTENTICADO
      *          (SIGNON) PODE:
      *            <C>ONSULTAR - LISTA OS CREDITOS DO CLIENTE, COM A
      *                          DATA E A ORIGEM DE CADA UM (A PROVA
      *                          DE QUE O DINHEIRO ENTROU);
      *            <A>PLICAR   - USA O SALDO DO CREDITO NA PROXIMA
      *                          PARCELA EM ABERTO DO MESMO CONTRATO:
      *                          GRAVA O RECEBIMENTO NO RECPARC COM
      *                          ORIGEM CREDITO E QUITA A PARCELA
      *                          QUANDO O ACUMULADO COBRE O VALOR MAIS
      *                          OS ENCARGOS (MESMA REGRA DO PAGPARC);
      *            <D>EVOLVER  - DEVOLVE O SALDO AO CLIENTE (NIVEL DE
      *                          ATUALIZACAO OU ACIMA): O CREDITO FICA
      *                          DEVOLVIDO COM DATA E OPERADOR, SAI NA
      *                          LISTAGEM DE DEVOLUCOES (RELDEVOL) E O
      *                          LANCAMENTO DEVOL (D CTA-CREDITO-CLI /
      *                          C CTA-RECEB-DEB) VAI PARA O CONTABEXP.
      * Update: 15/10/2026 - Recebimento estornado pelo ESTRECEB
      *         (RECPARC com situacao ESTORNADO) deixa de contar
      *         no acumulado da parcela, e todo recebimento
      *         gravado aqui nasce com situacao ATIVO.
      * Update: 15/10/2026 - Data de movimento em mes ja fechado pelo
      *         FECHAMES (PERIODO.DAT, consultado pelo PERVERIF) e
      *         recusada antes de qualquer gravacao - nada muda em
      *         mes ja reportado pela contabilidade.
      * Update: 15/10/2026 - A devolucao deixou de exigir nivel 2: o
      *         PERMITE confere a funcao BAIXACRED/DEVOLUCAO nos perfis
      *         do operador.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. BAIXACRED.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
            DECIMAL-POINT IS COMMA.
            INPUT-OUTPUT SECTION.
            FILE-CONTROL.
                SELECT CREDCLI ASSIGN TO
                WS-ARQ-CREDCLI
                ORGANIZATION IS INDEXED
                ACCESS MODE  IS DYNAMIC
                RECORD KEY   IS CHAVE-CREDCLI
                FILE STATUS  IS WS-FS-CRD.
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

       DATA DIVISION.
       FILE SECTION.
       FD CREDCLI.
          COPY FD_CREDCLI.

       FD CONTRATO.
          COPY FD_CONTRATO.

       FD RECPARC.
          COPY FD_RECPARC.

       WORKING-STORAGE SECTION.
      ***** CAMINHOS FISICOS DOS ARQUIVOS - PRE-CARREGADOS COM O *****
      ***** PADRAO HISTORICO E RESOLVIDOS PELO ARQCONF NO INICIO *****
       77 WS-ARQ-CREDCLI             PIC X(68) VALUE
          'C:\CursoCOBOL\COBOL\01 - Basico\bin\CREDCLI.DAT'.
       77 WS-ARQ-CONTRATO            PIC X(68) VALUE
          'C:\CursoCOBOL\COBOL\01 - Basico\bin\CONTRATO.DAT'.
       77 WS-ARQ-RECPARC             PIC X(68) VALUE
          'C:\CursoCOBOL\COBOL\01 - Basico\bin\RECPARC.DAT'.
       77 WS-FS                          PIC 99.
          88 FS-OK                       VALUE 0.
       77 WS-FS-CRD                      PIC 99.
          88 FS-CRD-OK                   VALUE 0.
       77 WS-FS-RCP                      PIC 99.
          88 FS-RCP-OK                   VALUE 0.
       77 WS-FS-LCP                      PIC 99.
       77 WS-EOF                         PIC X.
          88 EOF-OK                      VALUE 'S' FALSE 'N'.
       77 WS-EOF-RCP                     PIC X.
          88 EOF-RCP-OK                  VALUE 'S' FALSE 'N'.
       77 WS-EXIT                        PIC X VALUE 'N'.
          88 EXIT-OK                     VALUE 'F' 'f' FALSE 'N'.
       77 WS-OPCAO                       PIC X.
          88 MODO-CONSULTA               VALUE 'C' 'c'.
          88 MODO-APLICA                 VALUE 'A' 'a'.
          88 MODO-DEVOLVE                VALUE 'D' 'd'.
       77 WS-ACHOU-PARCELA               PIC X VALUE 'N'.
          88 ACHOU-PARCELA               VALUE 'S'.
       77 WS-DATA-MOVIMENTO              PIC 9(08) VALUE ZEROS.
       77 WS-CONTROLE-DATA               PIC X(01) VALUE 'N'.
       77 WS-SIT-PERIODO                 PIC X(01) VALUE 'A'.
          88 MES-FECHADO                 VALUE 'F'.
       77 WS-CLIENTE-INF                 PIC 9(03).
       77 WS-CONTRATO-INF                PIC 9(06).
       77 WS-SEQUENCIA-INF               PIC 9(03).
       77 WS-CONFIRMA                    PIC X.
       77 WS-QT-LISTADOS                 PIC 9(04) VALUE ZEROS.
       77 WS-VR-SALDO-CRED               PIC 9(09)V99 VALUE ZEROS.
       77 WS-VR-RECEBIDO-ACUM            PIC 9(09)V99 VALUE ZEROS.
       77 WS-VR-DEVIDO                   PIC 9(09)V99 VALUE ZEROS.
       77 WS-VR-RESTANTE                 PIC 9(09)V99 VALUE ZEROS.
       77 WS-VR-APLICADO                 PIC 9(09)V99 VALUE ZEROS.
       77 WS-PROXIMA-SEQ                 PIC 9(03) VALUE ZEROS.
      ***** CONTAS DA DEVOLUCAO, PARAMETRIZADAS NO FINPARM ************
       77 WS-CTA-RECEB-DEB               PIC 9(09)V99 VALUE 11101.
       77 WS-CTA-CREDITO-CLI             PIC 9(09)V99 VALUE 21501.
       77 WS-PERMITIDO                   PIC X(01).
          88 FUNCAO-PERMITIDA            VALUE 'S'.
       01 WS-SIGNON.
          03 WS-SGN-USUARIO              PIC X(12).
          03 WS-SGN-NIVEL                PIC 9(01).
          03 WS-SGN-AUTENTICADO          PIC X(01).
             88 SIGNON-OK                VALUE 'S' FALSE 'N'.
          03 WS-SGN-CHAMADOR             PIC X(10).
      ***** AREA DO CALCULO DOS ENCARGOS DE ATRASO (JURATRAS) *********
       01 WS-JUROS-ATRASO.
          03 WS-JRA-DT-VENCIMENTO        PIC 9(08).
          03 WS-JRA-DT-REFERENCIA        PIC 9(08).
          03 WS-JRA-VR-PARCELA           PIC 9(08)V99.
          03 WS-JRA-TX-JUROS             PIC 99V99.
          03 WS-JRA-DIAS-ATRASO          PIC S9(05).
          03 WS-JRA-VR-MULTA             PIC 9(06)V99.
          03 WS-JRA-VR-JUROS             PIC 9(06)V99.
          03 WS-JRA-VR-ENCARGOS          PIC 9(06)V99.
      ***** LANCAMENTO CONTABIL NO LAYOUT DO FD_LANCTO (LANCGRV) ******
       01 WS-LANCTO.
          03 WS-LCT-DATA                 PIC 9(08).
          03 FILLER                      PIC X(01) VALUE SPACE.
          03 WS-LCT-EVENTO               PIC X(05).
          03 FILLER                      PIC X(01) VALUE SPACE.
          03 WS-LCT-CONTA-DEBITO         PIC 9(05).
          03 FILLER                      PIC X(01) VALUE SPACE.
          03 WS-LCT-CONTA-CREDITO        PIC 9(05).
          03 FILLER                      PIC X(01) VALUE SPACE.
          03 WS-LCT-VALOR                PIC 9(09)V99.
          03 FILLER                      PIC X(01) VALUE SPACE.
          03 WS-LCT-CONTRATO             PIC 9(06).
          03 FILLER                      PIC X(01) VALUE SPACE.
          03 WS-LCT-PARCELA              PIC 9(03).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.

      ***** RESOLVE OS CAMINHOS FISICOS PELO PERFIL DO ARQCONF ******
            CALL 'ARQCONF' USING 'CREDCLI.DAT     ' WS-ARQ-CREDCLI
            CALL 'ARQCONF' USING 'CONTRATO.DAT    ' WS-ARQ-CONTRATO
            CALL 'ARQCONF' USING 'RECPARC.DAT     ' WS-ARQ-RECPARC

            CALL 'DTMOVIM' USING WS-DATA-MOVIMENTO WS-CONTROLE-DATA

            CALL 'FINPARM' USING 'CTA-RECEB-DEB   ' WS-CTA-RECEB-DEB
            CALL 'FINPARM' USING 'CTA-CREDITO-CLI ' WS-CTA-CREDITO-CLI

            DISPLAY '*** CREDITOS DE CLIENTE - APLICACAO E DEVOLUCAO **'

            MOVE 'BAIXACRED '                   TO WS-SGN-CHAMADOR
            CALL 'SIGNON' USING WS-SIGNON
            IF NOT SIGNON-OK
               STOP RUN
            END-IF

      ***** MES JA FECHADO PELA CONTABILIDADE NAO RECEBE MOVIMENTO ****
            CALL 'PERVERIF' USING WS-DATA-MOVIMENTO WS-SIT-PERIODO
            IF MES-FECHADO
               DISPLAY 'DATA DE MOVIMENTO ' WS-DATA-MOVIMENTO
                       ' EM MES JA FECHADO - NADA A FAZER.'
               STOP RUN
            END-IF

            OPEN I-O CREDCLI

            IF NOT FS-CRD-OK
               DISPLAY 'NENHUM CREDITO DE CLIENTE REGISTRADO.'
               DISPLAY 'FILE STATUS: ' WS-FS-CRD
               STOP RUN
            END-IF

            CALL 'SELOMARC' USING 'CONTRATO    ' 'BAIXACRED '
            OPEN I-O CONTRATO

            IF NOT FS-OK
               DISPLAY 'ERRO AO ABRIR O ARQUIVO DE CONTRATOS.'
               DISPLAY 'FILE STATUS: ' WS-FS
               CLOSE CREDCLI
               STOP RUN
            END-IF

            OPEN I-O RECPARC

            IF WS-FS-RCP EQUAL 35
               OPEN OUTPUT RECPARC
               CLOSE RECPARC
               OPEN I-O RECPARC
            END-IF

            IF NOT FS-RCP-OK
               DISPLAY 'ERRO AO ABRIR O ARQUIVO DE RECEBIMENTOS.'
               DISPLAY 'FILE STATUS: ' WS-FS-RCP
               CLOSE CREDCLI CONTRATO
               STOP RUN
            END-IF

            SET EXIT-OK                  TO FALSE
            PERFORM P200-ESCOLHE-OPCAO   THRU P200-FIM UNTIL EXIT-OK

            CLOSE CREDCLI CONTRATO RECPARC

            STOP RUN.
       P200-ESCOLHE-OPCAO.

            DISPLAY 'Escolha: <C>onsultar, <A>plicar na proxima '
                    'parcela ou <D>evolver um credito: '
            ACCEPT WS-OPCAO

            EVALUATE TRUE
               WHEN MODO-CONSULTA
                  PERFORM P300-CONSULTA  THRU P300-FIM
               WHEN MODO-APLICA
                  PERFORM P400-APLICA    THRU P400-FIM
               WHEN MODO-DEVOLVE
                  PERFORM P600-DEVOLVE   THRU P600-FIM
               WHEN OTHER
                  DISPLAY 'OPCAO INVALIDA!'
            END-EVALUATE

            DISPLAY 'Tecle <F> para finalizar ou outra tecla para '
                    'continuar: '
            ACCEPT WS-EXIT
            .
       P200-FIM.
       P300-CONSULTA.

            DISPLAY 'Informe o codigo do cliente: '
            ACCEPT WS-CLIENTE-INF

            MOVE ZEROS                   TO WS-QT-LISTADOS
            MOVE WS-CLIENTE-INF          TO CRD-CD-CLIENTE
            MOVE ZEROS                   TO CRD-NUM-CONTRATO
                                            CRD-SEQUENCIA

            SET EOF-OK                   TO FALSE
            START CREDCLI KEY NOT LESS THAN CHAVE-CREDCLI
               INVALID KEY
                  SET EOF-OK             TO TRUE
            END-START

            PERFORM P310-LISTA-CREDITO   THRU P310-FIM UNTIL EOF-OK

            IF WS-QT-LISTADOS EQUAL ZEROS
               DISPLAY 'CLIENTE SEM CREDITOS REGISTRADOS.'
            END-IF
            .
       P300-FIM.
       P310-LISTA-CREDITO.

            READ CREDCLI NEXT RECORD
               AT END
                  SET EOF-OK             TO TRUE
                  GO TO P310-FIM
            END-READ

            IF CRD-CD-CLIENTE NOT EQUAL WS-CLIENTE-INF
               SET EOF-OK                TO TRUE
               GO TO P310-FIM
            END-IF

            ADD 1                        TO WS-QT-LISTADOS
            PERFORM P350-SALDO-CREDITO   THRU P350-FIM

            DISPLAY 'CONTRATO ' CRD-NUM-CONTRATO
                    ' SEQ ' CRD-SEQUENCIA
                    ' PARCELA ' CRD-NUM-PARCELA
                    ' DATA ' CRD-DT-CREDITO
                    ' ORIGEM ' CRD-ORIGEM
                    ' SITUACAO ' CRD-SITUACAO
            DISPLAY '   CREDITO ' CRD-VR-CREDITO
                    ' UTILIZADO ' CRD-VR-UTILIZADO
                    ' DEVOLVIDO ' CRD-VR-DEVOLVIDO
                    ' SALDO ' WS-VR-SALDO-CRED
            .
       P310-FIM.
       P350-SALDO-CREDITO.

            COMPUTE WS-VR-SALDO-CRED =
                    CRD-VR-CREDITO - CRD-VR-UTILIZADO
                  - CRD-VR-DEVOLVIDO
            .
       P350-FIM.
       P380-LE-CREDITO-INF.

      ***** LOCALIZA O CREDITO PELA CHAVE INFORMADA E SO DEIXA *******
      ***** SEGUIR SE AINDA HOUVER SALDO DISPONIVEL *******************
            DISPLAY 'Informe o codigo do cliente: '
            ACCEPT WS-CLIENTE-INF
            DISPLAY 'Informe o numero do contrato: '
            ACCEPT WS-CONTRATO-INF
            DISPLAY 'Informe a sequencia do credito: '
            ACCEPT WS-SEQUENCIA-INF

            MOVE ZEROS                   TO WS-VR-SALDO-CRED
            MOVE WS-CLIENTE-INF          TO CRD-CD-CLIENTE
            MOVE WS-CONTRATO-INF         TO CRD-NUM-CONTRATO
            MOVE WS-SEQUENCIA-INF        TO CRD-SEQUENCIA

            READ CREDCLI
               INVALID KEY
                  DISPLAY 'CREDITO NAO ENCONTRADO.'
                  GO TO P380-FIM
            END-READ

            IF NOT CREDITO-DISPONIVEL
               DISPLAY 'CREDITO SEM SALDO - SITUACAO ' CRD-SITUACAO
               GO TO P380-FIM
            END-IF

            PERFORM P350-SALDO-CREDITO   THRU P350-FIM
            DISPLAY 'SALDO DO CREDITO..: ' WS-VR-SALDO-CRED
            .
       P380-FIM.
       P400-APLICA.

            PERFORM P380-LE-CREDITO-INF  THRU P380-FIM

            IF WS-VR-SALDO-CRED EQUAL ZEROS
               GO TO P400-FIM
            END-IF

      ***** A PROXIMA PARCELA EM ABERTO DO CONTRATO DO CREDITO ********
            MOVE 'N'                     TO WS-ACHOU-PARCELA
            MOVE CRD-NUM-CONTRATO        TO NUM-CONTRATO
            MOVE ZEROS                   TO NUM-PARCELA-CONTRATO

            SET EOF-OK                   TO FALSE
            START CONTRATO KEY NOT LESS THAN CHAVE-CONTRATO
               INVALID KEY
                  SET EOF-OK             TO TRUE
            END-START

            PERFORM P410-PROCURA-PARCELA THRU P410-FIM
                    UNTIL EOF-OK OR ACHOU-PARCELA

            IF NOT ACHOU-PARCELA
               DISPLAY 'CONTRATO SEM PARCELA EM ABERTO - USE A '
                       'DEVOLUCAO.'
               GO TO P400-FIM
            END-IF

      ***** MESMA REGRA DA BAIXA MANUAL: PARCELA MAIS ENCARGOS NA *****
      ***** DATA DE MOVIMENTO, MENOS O QUE JA FOI RECEBIDO ************
            MOVE DT-VENCIMENTO-PARCELA   TO WS-JRA-DT-VENCIMENTO
            MOVE WS-DATA-MOVIMENTO       TO WS-JRA-DT-REFERENCIA
            MOVE VR-PARCELA-TOTAL        TO WS-JRA-VR-PARCELA
            MOVE TX-JUROS-CONTRATO       TO WS-JRA-TX-JUROS
            CALL 'JURATRAS' USING WS-JUROS-ATRASO

            PERFORM P450-SOMA-RECEBIMENTOS THRU P450-FIM

            COMPUTE WS-VR-DEVIDO =
                    VR-PARCELA-TOTAL + WS-JRA-VR-ENCARGOS
            IF WS-VR-RECEBIDO-ACUM NOT LESS THAN WS-VR-DEVIDO
               MOVE ZEROS                TO WS-VR-RESTANTE
            ELSE
               COMPUTE WS-VR-RESTANTE =
                       WS-VR-DEVIDO - WS-VR-RECEBIDO-ACUM
            END-IF

            IF WS-VR-SALDO-CRED GREATER THAN WS-VR-RESTANTE
               MOVE WS-VR-RESTANTE       TO WS-VR-APLICADO
            ELSE
               MOVE WS-VR-SALDO-CRED     TO WS-VR-APLICADO
            END-IF

            DISPLAY 'PARCELA ' NUM-PARCELA-CONTRATO
                    ' VENCIMENTO ' DT-VENCIMENTO-PARCELA
            DISPLAY 'SALDO DA PARCELA..: ' WS-VR-RESTANTE
            DISPLAY 'VALOR A APLICAR...: ' WS-VR-APLICADO

            IF WS-VR-APLICADO EQUAL ZEROS
               DISPLAY 'NADA A APLICAR NESTA PARCELA.'
               GO TO P400-FIM
            END-IF

            DISPLAY 'Confirma a aplicacao do credito? (S/N) '
            ACCEPT WS-CONFIRMA
            IF WS-CONFIRMA NOT EQUAL 'S' AND WS-CONFIRMA NOT EQUAL 's'
               DISPLAY 'APLICACAO CANCELADA PELO OPERADOR.'
               GO TO P400-FIM
            END-IF

            ADD 1                        TO WS-PROXIMA-SEQ
            MOVE NUM-CONTRATO            TO RCP-NUM-CONTRATO
            MOVE NUM-PARCELA-CONTRATO    TO RCP-NUM-PARCELA
            MOVE WS-PROXIMA-SEQ          TO RCP-SEQUENCIA
            MOVE WS-DATA-MOVIMENTO       TO RCP-DT-RECEBIMENTO
            MOVE WS-VR-APLICADO          TO RCP-VR-RECEBIDO
            SET RECEB-CREDITO            TO TRUE
            SET RECEB-ATIVO              TO TRUE
            MOVE ZEROS                   TO RCP-DT-ESTORNO
            MOVE SPACES                  TO RCP-OPERADOR-ESTORNO
                                            RCP-MOTIVO-ESTORNO

            WRITE REG-RECPARC
               INVALID KEY
                  DISPLAY 'ERRO AO GRAVAR O RECEBIMENTO - APLICACAO '
                          'CANCELADA.'
                  GO TO P400-FIM
            END-WRITE

            ADD WS-VR-APLICADO           TO CRD-VR-UTILIZADO
            PERFORM P350-SALDO-CREDITO   THRU P350-FIM
            IF WS-VR-SALDO-CRED EQUAL ZEROS
               SET CREDITO-UTILIZADO     TO TRUE
            END-IF
            MOVE WS-SGN-USUARIO          TO CRD-OPERADOR

            REWRITE REG-CREDCLI
               INVALID KEY
                  DISPLAY 'ERRO AO ATUALIZAR O CREDITO.'
            END-REWRITE

            ADD WS-VR-APLICADO           TO WS-VR-RECEBIDO-ACUM

            IF WS-VR-RECEBIDO-ACUM NOT LESS THAN WS-VR-DEVIDO
               MOVE WS-DATA-MOVIMENTO    TO DT-PAGAMENTO-PARCELA
               MOVE WS-VR-RECEBIDO-ACUM  TO VR-PAGO-PARCELA
               MOVE WS-JRA-VR-ENCARGOS   TO VR-JUROS-ATRASO
               SET PARCELA-PAGA          TO TRUE
               REWRITE REG-CONTRATO
                  INVALID KEY
                     DISPLAY 'ERRO AO BAIXAR A PARCELA.'
                  NOT INVALID KEY
                     DISPLAY 'PARCELA QUITADA COM O CREDITO.'
               END-REWRITE
            ELSE
               DISPLAY 'CREDITO APLICADO. SALDO RESTANTE DA PARCELA: '
                       WS-VR-RESTANTE
            END-IF

            DISPLAY 'SALDO DO CREDITO..: ' WS-VR-SALDO-CRED
            .
       P400-FIM.
       P410-PROCURA-PARCELA.

            READ CONTRATO NEXT RECORD
               AT END
                  SET EOF-OK             TO TRUE
               NOT AT END
                  IF NUM-CONTRATO NOT EQUAL CRD-NUM-CONTRATO
                     SET EOF-OK          TO TRUE
                  ELSE
                     IF PARCELA-EM-ABERTO
                        MOVE 'S'         TO WS-ACHOU-PARCELA
                     END-IF
                  END-IF
            END-READ
            .
       P410-FIM.
       P450-SOMA-RECEBIMENTOS.

      ***** SOMA OS RECEBIMENTOS JA GRAVADOS PARA A PARCELA E *********
      ***** DESCOBRE A PROXIMA SEQUENCIA LIVRE ************************
            MOVE ZEROS                   TO WS-VR-RECEBIDO-ACUM
                                            WS-PROXIMA-SEQ

            MOVE NUM-CONTRATO            TO RCP-NUM-CONTRATO
            MOVE NUM-PARCELA-CONTRATO    TO RCP-NUM-PARCELA
            MOVE ZEROS                   TO RCP-SEQUENCIA

            SET EOF-RCP-OK               TO FALSE
            START RECPARC KEY NOT LESS THAN CHAVE-RECPARC
               INVALID KEY
                  SET EOF-RCP-OK         TO TRUE
            END-START

            PERFORM P460-LE-RECEBIMENTO  THRU P460-FIM
                    UNTIL EOF-RCP-OK
            .
       P450-FIM.
       P460-LE-RECEBIMENTO.

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
                        ADD RCP-VR-RECEBIDO TO WS-VR-RECEBIDO-ACUM
                     END-IF
                     MOVE RCP-SEQUENCIA  TO WS-PROXIMA-SEQ
                  END-IF
            END-READ
            .
       P460-FIM.
       P600-DEVOLVE.

      ***** DEVOLUCAO E SAIDA DE CAIXA: SO QUEM TEM A FUNCAO **********
            CALL 'PERMITE' USING WS-SGN-USUARIO 'BAIXACRED '
                                 'DEVOLUCAO ' WS-PERMITIDO
            IF NOT FUNCAO-PERMITIDA
               DISPLAY 'OPERADOR SEM PERFIL PARA DEVOLUCAO.'
               GO TO P600-FIM
            END-IF

            PERFORM P380-LE-CREDITO-INF  THRU P380-FIM

            IF WS-VR-SALDO-CRED EQUAL ZEROS
               GO TO P600-FIM
            END-IF

            DISPLAY 'Confirma a devolucao de ' WS-VR-SALDO-CRED
                    ' ao cliente? (S/N) '
            ACCEPT WS-CONFIRMA
            IF WS-CONFIRMA NOT EQUAL 'S' AND WS-CONFIRMA NOT EQUAL 's'
               DISPLAY 'DEVOLUCAO CANCELADA PELO OPERADOR.'
               GO TO P600-FIM
            END-IF

      ***** O LANCAMENTO VEM ANTES: SEM ELE O CREDITO NAO MUDA ********
            MOVE WS-DATA-MOVIMENTO       TO WS-LCT-DATA
            MOVE 'DEVOL'                 TO WS-LCT-EVENTO
            MOVE WS-CTA-CREDITO-CLI      TO WS-LCT-CONTA-DEBITO
            MOVE WS-CTA-RECEB-DEB        TO WS-LCT-CONTA-CREDITO
            MOVE WS-VR-SALDO-CRED        TO WS-LCT-VALOR
            MOVE CRD-NUM-CONTRATO        TO WS-LCT-CONTRATO
            MOVE CRD-NUM-PARCELA         TO WS-LCT-PARCELA
            CALL 'LANCGRV' USING WS-LANCTO WS-FS-LCP

            IF WS-FS-LCP NOT EQUAL ZEROS
               DISPLAY 'DEVOLUCAO CANCELADA - LANCAMENTO CONTABIL NAO '
                       'GRAVADO.'
               GO TO P600-FIM
            END-IF

            ADD WS-VR-SALDO-CRED         TO CRD-VR-DEVOLVIDO
            SET CREDITO-DEVOLVIDO        TO TRUE
            MOVE WS-DATA-MOVIMENTO       TO CRD-DT-DEVOLUCAO
            MOVE WS-SGN-USUARIO          TO CRD-OPERADOR

            REWRITE REG-CREDCLI
               INVALID KEY
                  DISPLAY 'ERRO AO REGISTRAR A DEVOLUCAO.'
               NOT INVALID KEY
                  DISPLAY 'DEVOLUCAO REGISTRADA - SAI NA LISTAGEM DE '
                          'DEVOLUCOES (RELDEVOL).'
            END-REWRITE
            .
       P600-FIM.
       END PROGRAM BAIXACRED.
