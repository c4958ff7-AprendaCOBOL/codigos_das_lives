      *         PROTESTADO e sai em secao propria do RETBANCO.LST.
      *         Os totais por ocorrencia provam que todo registro do
      *         retorno foi tratado.
      * Update: 15/10/2026 - Pagamento A MAIOR deixou de sumir: o
      *         retorno acima do saldo da parcela (descontados os
      *         recebimentos ja gravados no RECPARC) baixa a parcela
      *         com o valor que cabia e o excedente vira credito do
      *         cliente (CREDCLI.DAT, pelo CREDGRV); o retorno de
      *         parcela JA BAIXADA (boleto em duplicidade, debito que
      *         caiu depois do pagamento no balcao) vira credito
      *         inteiro em vez de discrepancia. Os creditos saem
      *         listados no RETBANCO.LST e entram no controle.
      * Update: 15/10/2026 - Recebimento estornado pelo ESTRECEB
      *         (RECPARC com situacao ESTORNADO) deixa de contar
      *         no acumulado da parcela, e todo recebimento
      *         gravado aqui nasce com situacao ATIVO.
      * Update: 15/10/2026 - Pagamento do retorno datado em mes ja
      *         fechado pelo FECHAMES (PERIODO.DAT, consultado pelo
      *         PERVERIF) nao e baixado: cai no relatorio de
      *         discrepancias como DATA EM MES FECHADO.
      * Update: 15/10/2026 - Baixa que quita o contrato
      *         chama o NEGBAIXA: contrato negativado sem atraso
      *         alem do limite sai dos biros, com linha no relatorio.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RETBANCO.
       77 WS-EOF-RCP                     PIC X.
          88 EOF-RCP-OK                  VALUE 'S' FALSE 'N'.
       77 WS-PROXIMA-SEQ                 PIC 9(03) VALUE ZEROS.
       77 WS-VR-RECEBIDO-ACUM            PIC 9(09)V99 VALUE ZEROS.
       77 WS-VR-BASE                     PIC 9(09)V99 VALUE ZEROS.
       77 WS-VR-DEVIDO                   PIC 9(09)V99 VALUE ZEROS.
       77 WS-VR-APLICADO                 PIC 9(09)V99 VALUE ZEROS.
       77 WS-VR-EXCEDENTE                PIC 9(09)V99 VALUE ZEROS.
       77 WS-FS-RMG                      PIC 99.
          88 FS-RMG-OK                   VALUE 0.
       77 WS-RMG-ABERTO                  PIC X VALUE 'N'.
       77 WS-QT-OC-PROTESTO              PIC 9(06) VALUE ZEROS.
       77 WS-QT-OC-INVALIDA              PIC 9(06) VALUE ZEROS.
       77 WS-QT-REJ-MARCADAS             PIC 9(06) VALUE ZEROS.
       77 WS-QT-CREDITADOS               PIC 9(06) VALUE ZEROS.
       77 WS-QT-EXCEDENTES               PIC 9(06) VALUE ZEROS.
       77 WS-VR-CREDITADO                PIC 9(11)V99 VALUE ZEROS.
      ***** SECAO PROPRIA DOS PROTESTOS/DEVOLUCOES DO DIA *************
       77 WS-QT-SECAO-PROT               PIC 9(03) VALUE ZEROS.
       77 WS-IDX-PROT                    PIC 9(03) VALUE ZEROS.
          03 WS-LINHA-PROT OCCURS 500 TIMES PIC X(80).
       77 WS-VR-BAIXADO                  PIC 9(11)V99 VALUE ZEROS.
       77 WS-MOTIVO                      PIC X(30) VALUE SPACES.
       77 WS-SIT-PERIODO                 PIC X(01) VALUE 'A'.
          88 MES-FECHADO                 VALUE 'F'.
       77 WS-VR-ESPERADO                 PIC 9(09)V99 VALUE ZEROS.
       77 WS-NEG-RETIRADO                PIC X VALUE 'N'.
          88 NEG-RETIRADO                VALUE 'S'.
       77 WS-QT-NEG-EXCLUIDOS            PIC 9(06) VALUE ZEROS.
      ***** AREA DO CALCULO DOS ENCARGOS DE ATRASO (JURATRAS) *********
       01 WS-JUROS-ATRASO.
          03 WS-JRA-DT-VENCIMENTO        PIC 9(08).
          03 WS-JRA-VR-MULTA             PIC 9(06)V99.
          03 WS-JRA-VR-JUROS             PIC 9(06)V99.
          03 WS-JRA-VR-ENCARGOS          PIC 9(06)V99.
      ***** AREA DO REGISTRO DE CREDITO DO CLIENTE (CREDGRV) **********
       01 WS-CREDITO.
          03 WS-CRD-CLIENTE              PIC X(20).
          03 WS-CRD-CONTRATO             PIC 9(06).
          03 WS-CRD-PARCELA              PIC 9(03).
          03 WS-CRD-DATA                 PIC 9(08).
          03 WS-CRD-VALOR                PIC 9(08)V99.
          03 WS-CRD-ORIGEM               PIC X(01).
          03 WS-CRD-OPERADOR             PIC X(12).
          03 WS-CRD-FS                   PIC 99.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.

            PERFORM P350-MARCA-RESPONDIDO THRU P350-FIM

      ***** PAGAMENTO DATADO EM MES JA FECHADO NAO E BAIXADO: VAI *****
      ***** PARA REVISAO MANUAL COMO DISCREPANCIA *********************
            CALL 'PERVERIF' USING WS-RET-DT-PAGTO WS-SIT-PERIODO
            IF MES-FECHADO
               MOVE 'DATA EM MES FECHADO' TO WS-MOTIVO
               PERFORM P500-DISCREPANCIA THRU P500-FIM
               GO TO P300-FIM
            END-IF

            READ CONTRATO
               INVALID KEY
                  MOVE 'CONTRATO/PARCELA DESCONHECIDO'
       P350-FIM.
       P400-CONFERE-E-BAIXA.

      ***** RETORNO DE PARCELA JA BAIXADA: O DINHEIRO ENTROU, ENTAO ***
      ***** VIRA CREDITO DO CLIENTE - SO CAI EM DISCREPANCIA SE O *****
      ***** CREDITO NAO PUDER SER GRAVADO *****************************
            IF PARCELA-PAGA
               MOVE WS-RET-VALOR          TO WS-VR-EXCEDENTE
               PERFORM P470-GRAVA-CREDITO THRU P470-FIM
               IF WS-CRD-FS EQUAL ZEROS
                  ADD 1                   TO WS-QT-CREDITADOS
               ELSE
                  MOVE 'PARCELA JA BAIXADA'
                                          TO WS-MOTIVO
                  PERFORM P500-DISCREPANCIA THRU P500-FIM
               END-IF
               GO TO P400-FIM
            END-IF

            COMPUTE WS-VR-ESPERADO =
                    VR-PARCELA-TOTAL + WS-JRA-VR-ENCARGOS

      ***** ACIMA DO ESPERADO E PAGAMENTO A MAIOR, NAO DIVERGENCIA ****
            IF WS-RET-VALOR NOT EQUAL VR-PARCELA-TOTAL
               AND WS-RET-VALOR NOT EQUAL WS-VR-ESPERADO
               AND WS-RET-VALOR NOT GREATER THAN WS-VR-ESPERADO
               MOVE 'VALOR DIVERGENTE'    TO WS-MOTIVO
               PERFORM P500-DISCREPANCIA  THRU P500-FIM
               GO TO P400-FIM
            END-IF

            IF WS-RET-VALOR EQUAL VR-PARCELA-TOTAL
               MOVE VR-PARCELA-TOTAL     TO WS-VR-BASE
               MOVE ZEROS                TO VR-JUROS-ATRASO
            ELSE
               MOVE WS-VR-ESPERADO       TO WS-VR-BASE
               MOVE WS-JRA-VR-ENCARGOS   TO VR-JUROS-ATRASO
            END-IF

      ***** O QUE JA FOI RECEBIDO NA PARCELA (PARCIAIS DA BAIXA *******
      ***** MANUAL) SAI DO DEVIDO; O QUE SOBRAR DO RETORNO E CREDITO **
            PERFORM P440-SOMA-RECEBIMENTOS THRU P440-FIM

            IF WS-VR-RECEBIDO-ACUM NOT LESS THAN WS-VR-BASE
               MOVE ZEROS                TO WS-VR-DEVIDO
            ELSE
               COMPUTE WS-VR-DEVIDO =
                       WS-VR-BASE - WS-VR-RECEBIDO-ACUM
            END-IF

            IF WS-RET-VALOR GREATER THAN WS-VR-DEVIDO
               MOVE WS-VR-DEVIDO         TO WS-VR-APLICADO
               COMPUTE WS-VR-EXCEDENTE =
                       WS-RET-VALOR - WS-VR-DEVIDO
            ELSE
               MOVE WS-RET-VALOR         TO WS-VR-APLICADO
               MOVE ZEROS                TO WS-VR-EXCEDENTE
            END-IF

            MOVE WS-RET-DT-PAGTO         TO DT-PAGAMENTO-PARCELA
            COMPUTE VR-PAGO-PARCELA =
                    WS-VR-RECEBIDO-ACUM + WS-VR-APLICADO
            SET PARCELA-PAGA             TO TRUE

            REWRITE REG-CONTRATO
               NOT INVALID KEY
                  ADD 1                  TO WS-QT-BAIXADOS
                  ADD WS-RET-VALOR       TO WS-VR-BAIXADO
                  IF WS-VR-APLICADO GREATER THAN ZEROS
                     PERFORM P450-GRAVA-RECEBIMENTO THRU P450-FIM
                  END-IF
                  IF WS-VR-EXCEDENTE GREATER THAN ZEROS
                     ADD 1               TO WS-QT-EXCEDENTES
                     PERFORM P470-GRAVA-CREDITO THRU P470-FIM
                  END-IF
                  PERFORM P480-BAIXA-NEGATIVACAO THRU P480-FIM
            END-REWRITE
            .
       P400-FIM.
       P440-SOMA-RECEBIMENTOS.

      ***** SOMA OS RECEBIMENTOS JA GRAVADOS PARA A PARCELA E *********
      ***** DESCOBRE A PROXIMA SEQUENCIA LIVRE ************************
            MOVE ZEROS                   TO WS-PROXIMA-SEQ
                                            WS-VR-RECEBIDO-ACUM
            MOVE NUM-CONTRATO            TO RCP-NUM-CONTRATO
            MOVE NUM-PARCELA-CONTRATO    TO RCP-NUM-PARCELA
            MOVE ZEROS                   TO RCP-SEQUENCIA

            PERFORM P460-LE-RECEBIMENTO  THRU P460-FIM
                    UNTIL EOF-RCP-OK
            .
       P440-FIM.
       P450-GRAVA-RECEBIMENTO.

      ***** O RECEBIMENTO DO RETORNO TAMBEM ENTRA NO ARQUIVO-FILHO ****
      ***** DE RECEBIMENTOS, NA PROXIMA SEQUENCIA LIVRE DA PARCELA ****
      ***** (APURADA NO P440), SO COM O VALOR APLICADO NA PARCELA *****
            ADD 1                        TO WS-PROXIMA-SEQ

            MOVE NUM-CONTRATO            TO RCP-NUM-CONTRATO
            MOVE NUM-PARCELA-CONTRATO    TO RCP-NUM-PARCELA
            MOVE WS-PROXIMA-SEQ          TO RCP-SEQUENCIA
            MOVE WS-RET-DT-PAGTO         TO RCP-DT-RECEBIMENTO
            MOVE WS-VR-APLICADO          TO RCP-VR-RECEBIDO
            SET RECEB-BANCO              TO TRUE
            SET RECEB-ATIVO              TO TRUE
            MOVE ZEROS                   TO RCP-DT-ESTORNO
            MOVE SPACES                  TO RCP-OPERADOR-ESTORNO
                                            RCP-MOTIVO-ESTORNO

            WRITE REG-RECPARC
               INVALID KEY
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
       P470-GRAVA-CREDITO.

      ***** O EXCEDENTE DO RETORNO VIRA CREDITO DO CLIENTE ************
            MOVE CD-CLIENTE-CONTRATO     TO WS-CRD-CLIENTE
            MOVE NUM-CONTRATO            TO WS-CRD-CONTRATO
            MOVE NUM-PARCELA-CONTRATO    TO WS-CRD-PARCELA
            MOVE WS-RET-DT-PAGTO         TO WS-CRD-DATA
            MOVE WS-VR-EXCEDENTE         TO WS-CRD-VALOR
            MOVE 'B'                     TO WS-CRD-ORIGEM
            MOVE 'RETBANCO'              TO WS-CRD-OPERADOR
            CALL 'CREDGRV' USING WS-CREDITO

            IF WS-CRD-FS NOT EQUAL ZEROS
               DISPLAY 'ERRO AO GRAVAR O CREDITO DO RETORNO: '
                       NUM-CONTRATO '/' NUM-PARCELA-CONTRATO
               GO TO P470-FIM
            END-IF

            ADD WS-VR-EXCEDENTE          TO WS-VR-CREDITADO

            MOVE SPACES                  TO REG-RELATORIO
            STRING 'CONTRATO ' NUM-CONTRATO
                   ' PARCELA ' NUM-PARCELA-CONTRATO
                   ' DATA ' WS-RET-DT-PAGTO
                   ' - PAGO A MAIOR, CREDITO DE ' WS-VR-EXCEDENTE
                   ' PARA O CLIENTE'
                   DELIMITED BY SIZE INTO REG-RELATORIO
            WRITE REG-RELATORIO
            .
       P470-FIM.
       P480-BAIXA-NEGATIVACAO.

      ***** DIVIDA QUITADA: CONTRATO NEGATIVADO SAI DOS BIROS *********
            CALL 'NEGBAIXA' USING NUM-CONTRATO WS-RET-DT-PAGTO
                                  'RETBANCO  ' WS-NEG-RETIRADO
            IF NOT NEG-RETIRADO
               GO TO P480-FIM
            END-IF

            ADD 1                        TO WS-QT-NEG-EXCLUIDOS

            MOVE SPACES                  TO REG-RELATORIO
            STRING 'CONTRATO ' NUM-CONTRATO
                   ' DATA ' WS-RET-DT-PAGTO
                   ' - QUITADO, EXCLUSAO DOS BIROS DE CREDITO GERADA'
                   DELIMITED BY SIZE INTO REG-RELATORIO
            WRITE REG-RELATORIO
            .
       P480-FIM.
       P600-TRATA-REJEICAO.

      ***** TITULO REJEITADO: MARCA NO REGISTRO DE REMESSA PARA O *****
                   DELIMITED BY SIZE INTO REG-RELATORIO
            WRITE REG-RELATORIO

            MOVE SPACES                  TO REG-RELATORIO
            STRING 'CREDITOS - PARCELA JA BAIXADA: ' WS-QT-CREDITADOS
                   '  PAGO A MAIOR: '      WS-QT-EXCEDENTES
                   '  VALOR: '             WS-VR-CREDITADO
                   DELIMITED BY SIZE INTO REG-RELATORIO
            WRITE REG-RELATORIO

            MOVE SPACES                  TO REG-RELATORIO
            STRING 'OCORRENCIAS - PAGAMENTO: ' WS-QT-OC-PAGAMENTO
                   '  REJEICAO: '             WS-QT-OC-REJEICAO
                   DELIMITED BY SIZE INTO REG-RELATORIO
            WRITE REG-RELATORIO

            MOVE SPACES                  TO REG-RELATORIO
            STRING 'EXCLUSOES DOS BIROS DE CREDITO: '
                   WS-QT-NEG-EXCLUIDOS
                   DELIMITED BY SIZE INTO REG-RELATORIO
            WRITE REG-RELATORIO

            DISPLAY '*** RESUMO DO RETORNO BANCARIO ***'
            DISPLAY 'RETORNOS LIDOS....: ' WS-QT-LIDOS
            DISPLAY '  DE BOLETO.......: ' WS-QT-BOLETO
            DISPLAY 'BAIXADOS..........: ' WS-QT-BAIXADOS
                    ' (VALOR ' WS-VR-BAIXADO ')'
            DISPLAY 'EM DISCREPANCIA...: ' WS-QT-DISCREPANTES
            DISPLAY 'CREDITO (JA PAGA).: ' WS-QT-CREDITADOS
            DISPLAY 'PAGOS A MAIOR.....: ' WS-QT-EXCEDENTES
                    ' (CREDITO ' WS-VR-CREDITADO ')'
            DISPLAY 'REJEICOES MARCADAS: ' WS-QT-REJ-MARCADAS
            DISPLAY 'PROTESTOS/DEVOL...: ' WS-QT-OC-PROTESTO

      ***** CONTROLE: TODO RETORNO LIDO FOI BAIXADO, MARCADO, *********
      ***** CREDITADO OU REPORTADO ************************************
            IF WS-QT-LIDOS NOT EQUAL
               WS-QT-BAIXADOS + WS-QT-DISCREPANTES +
               WS-QT-REJ-MARCADAS + WS-QT-OC-PROTESTO +
               WS-QT-CREDITADOS
               DISPLAY '*** DIVERGENCIA DE CONTROLE NO RETORNO! ***'
               MOVE 16                   TO RETURN-CODE
            ELSE
