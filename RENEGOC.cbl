      *         o RELATRAS ja faziam: quem pagou meia parcela nao e
      *         recobrado dela na renegociacao, e o demonstrativo
      *         mostra o valor abatido.
      * Modified: 15/10/2026 - Recebimento estornado pelo ESTRECEB
      *         (RECPARC com situacao ESTORNADO) deixa de abater
      *         o saldo da parcela.
      * Modified: 15/10/2026 - Data de movimento em mes ja fechado pelo
      *         FECHAMES (PERIODO.DAT, consultado pelo PERVERIF) e
      *         recusada antes de qualquer gravacao - nada muda em
      *         mes ja reportado pela contabilidade.
      * Modified: 15/10/2026 - O contrato novo herda o
      *         codigo do produto de financiamento do contrato
      *         renegociado.
      * Modified: 15/10/2026 - IOF e CET do contrato
      *         (VR-IOF-CONTRATO, TX-CET-CONTRATO) gravados zerados.
      * Modified: 15/10/2026 - O contrato novo da
      *         renegociacao entra no indice de contratos por cliente
      *         (CTRCLIM).
      * Modified: 15/10/2026 - Operador identificado
      *         no SIGNON e renegociacao sob aprovacao: o modo P
      *         apura a divida e grava um pedido pendente no APROVA.DAT
      *         (APROVM); outro usuario aprova no APROVAR e o modo E
      *         executa o pedido aprovado, marcando-o como executado.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RENEGOC.
          88 EOF-OK                      VALUE 'S' FALSE 'N'.
       77 WS-DATA-MOVIMENTO              PIC 9(08) VALUE ZEROS.
       77 WS-CONTROLE-DATA               PIC X(01) VALUE 'N'.
       77 WS-SIT-PERIODO                 PIC X(01) VALUE 'A'.
          88 MES-FECHADO                 VALUE 'F'.
       77 WS-CONTRATO-ANTIGO             PIC 9(06).
       77 WS-CONTRATO-NOVO               PIC 9(06).
       77 WS-QT-ABERTAS                  PIC 9(03) VALUE ZEROS.
       77 WS-VR-ENCARGOS-TOT             PIC 9(08)V99 VALUE ZEROS.
       77 WS-CLIENTE                     PIC X(20) VALUE SPACES.
       77 WS-OBJETO                      PIC X(20) VALUE SPACES.
       77 WS-PRODUTO                     PIC X(04) VALUE SPACES.
       77 WS-ACHOU-CONTRATO              PIC X VALUE 'N'.
          88 ACHOU-CONTRATO              VALUE 'S'.
       77 WS-CONFIRMA                    PIC X.
       77 WS-OPCAO                       PIC X.
          88 MODO-PEDIDO                 VALUE 'P' 'p'.
          88 MODO-EXECUTA                VALUE 'E' 'e'.
       77 WS-PEDIDO-OK                   PIC X VALUE 'N'.
          88 PEDIDO-OK                   VALUE 'S' FALSE 'N'.
       77 WS-PEDIDO-INF                  PIC 9(08).
      ***** DADOS DA NOVA TABELA DE PARCELAS **************************
       77 WS-NUM-PARCELAS                PIC 9(03).
       77 WS-TAXA-JUROS                  PIC 99V99.
          03 WS-JRA-VR-MULTA             PIC 9(06)V99.
          03 WS-JRA-VR-JUROS             PIC 9(06)V99.
          03 WS-JRA-VR-ENCARGOS          PIC 9(06)V99.
      ***** MANUTENCAO DO INDICE DE CONTRATOS POR CLIENTE (CTRCLIM) ***
       01 WS-CTRCLIM.
          03 WS-CCM-ACAO                 PIC X(01).
          03 WS-CCM-CD-CLIENTE           PIC X(20).
          03 WS-CCM-NUM-CONTRATO         PIC 9(06).
          03 WS-CCM-RETORNO              PIC 99.
       01 WS-SIGNON.
          03 WS-SGN-USUARIO              PIC X(12).
          03 WS-SGN-NIVEL                PIC 9(01).
          03 WS-SGN-AUTENTICADO          PIC X(01).
             88 SIGNON-OK                VALUE 'S' FALSE 'N'.
          03 WS-SGN-CHAMADOR             PIC X(10).
      ***** PEDIDO DE APROVACAO DA RENEGOCIACAO (APROVM) **************
       01 WS-APROVM.
          03 WS-APM-ACAO                 PIC X(01).
          03 WS-APM-NUM-PEDIDO           PIC 9(08).
          03 WS-APM-OPERACAO             PIC X(10).
          03 WS-APM-SITUACAO             PIC X(01).
             88 APM-APROVADO             VALUE 'A'.
          03 WS-APM-USUARIO              PIC X(12).
          03 WS-APM-APROVADOR            PIC X(12).
          03 WS-APM-DATA                 PIC 9(08).
          03 WS-APM-RESUMO               PIC X(60).
          03 WS-APM-DADOS.
             05 WS-APM-RNG-CONTRATO-ANTIGO PIC 9(06).
             05 WS-APM-RNG-CONTRATO-NOVO PIC 9(06).
             05 WS-APM-RNG-NUM-PARCELAS  PIC 9(03).
             05 WS-APM-RNG-TAXA-JUROS    PIC 99V99.
             05 WS-APM-RNG-METODO        PIC X(01).
             05 WS-APM-RNG-DT-PRIMEIRA   PIC 9(08).
             05 WS-APM-RNG-VR-DIVIDA     PIC 9(09)V99.
             05 FILLER                   PIC X(21).
          03 WS-APM-RETORNO              PIC 99.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.

            CALL 'DTMOVIM' USING WS-DATA-MOVIMENTO WS-CONTROLE-DATA

      ***** MES JA FECHADO PELA CONTABILIDADE NAO RECEBE MOVIMENTO ****
            CALL 'PERVERIF' USING WS-DATA-MOVIMENTO WS-SIT-PERIODO
            IF MES-FECHADO
               DISPLAY 'DATA DE MOVIMENTO ' WS-DATA-MOVIMENTO
                       ' EM MES JA FECHADO - NADA A FAZER.'
               STOP RUN
            END-IF

            DISPLAY '*** RENEGOCIACAO DE CONTRATO ***'

            MOVE 'RENEGOC   '            TO WS-SGN-CHAMADOR
            CALL 'SIGNON' USING WS-SIGNON
            IF NOT SIGNON-OK
               STOP RUN
            END-IF

      ***** A RENEGOCIACAO PASSA POR APROVACAO: O PEDIDO (MODO P) *****
      ***** SO APURA A DIVIDA E GRAVA O PEDIDO PENDENTE; O CONTRATO ***
      ***** NOVO SO E GERADO DO PEDIDO APROVADO (MODO E) **************
            DISPLAY 'Escolha: <P>edir uma renegociacao ou '
                    '<E>xecutar uma renegociacao aprovada: '
            ACCEPT WS-OPCAO

            IF NOT MODO-PEDIDO AND NOT MODO-EXECUTA
               DISPLAY 'OPCAO INVALIDA!'
               STOP RUN
            END-IF

            IF MODO-EXECUTA
               PERFORM P050-CARREGA-PEDIDO THRU P050-FIM
               IF NOT PEDIDO-OK
                  STOP RUN
               END-IF
            ELSE
               DISPLAY 'Informe o numero do contrato a renegociar: '
               ACCEPT WS-CONTRATO-ANTIGO
            END-IF

            CALL 'SELOMARC' USING 'CONTRATO    ' 'RENEGOC   '
            OPEN I-O CONTRATO
            DISPLAY 'ENCARGOS DE ATRASO.....: ' WS-VR-ENCARGOS-TOT
            DISPLAY 'DIVIDA A RENEGOCIAR....: ' WS-VR-DIVIDA

            IF MODO-EXECUTA
               DISPLAY 'DIVIDA NO PEDIDO APROVADO: '
                       WS-APM-RNG-VR-DIVIDA
               PERFORM P250-CONFERE-NOVO THRU P250-FIM
               IF NOT PEDIDO-OK
                  CLOSE CONTRATO
                  STOP RUN
               END-IF
               DISPLAY 'Confirma a renegociacao? (S/N) '
            ELSE
               PERFORM P200-DADOS-NOVO   THRU P200-FIM
               DISPLAY 'Confirma o pedido de renegociacao? (S/N) '
            END-IF
            ACCEPT WS-CONFIRMA
            IF WS-CONFIRMA NOT EQUAL 'S' AND WS-CONFIRMA NOT EQUAL 's'
               DISPLAY 'RENEGOCIACAO CANCELADA PELO OPERADOR.'
               CLOSE RECPARC
            END-IF

            IF MODO-PEDIDO
               CLOSE CONTRATO
               PERFORM P600-GRAVA-PEDIDO THRU P600-FIM
               STOP RUN
            END-IF

            PERFORM P300-GERA-NOVO       THRU P300-FIM
            PERFORM P400-ENCERRA-ANTIGO  THRU P400-FIM
            PERFORM P500-GRAVA-VINCULO   THRU P500-FIM
            DISPLAY 'CONTRATO ' WS-CONTRATO-ANTIGO ' RENEGOCIADO NO '
                    'CONTRATO ' WS-CONTRATO-NOVO '.'

            PERFORM P650-MARCA-EXECUTADO THRU P650-FIM

            STOP RUN.
       P050-CARREGA-PEDIDO.

      ***** SO O PEDIDO DE RENEGOCIACAO APROVADO NO APROVAR E *********
      ***** EXECUTADO, COM O PRAZO, A TAXA E O METODO DO PEDIDO *******
            SET PEDIDO-OK                TO FALSE

            DISPLAY 'Informe o numero do pedido aprovado: '
            ACCEPT WS-PEDIDO-INF

            INITIALIZE WS-APROVM
            MOVE 'C'                     TO WS-APM-ACAO
            MOVE WS-PEDIDO-INF           TO WS-APM-NUM-PEDIDO
            CALL 'APROVM' USING WS-APROVM

            IF WS-APM-RETORNO NOT EQUAL ZEROS
               DISPLAY 'PEDIDO NAO ENCONTRADO.'
               GO TO P050-FIM
            END-IF

            IF WS-APM-OPERACAO NOT EQUAL 'RENEGOC   '
               DISPLAY 'O PEDIDO NAO E DE RENEGOCIACAO - E DO '
                       WS-APM-OPERACAO
               GO TO P050-FIM
            END-IF

            IF NOT APM-APROVADO
               DISPLAY 'PEDIDO NAO APROVADO - SITUACAO '
                       WS-APM-SITUACAO
               GO TO P050-FIM
            END-IF

            MOVE WS-APM-RNG-CONTRATO-ANTIGO TO WS-CONTRATO-ANTIGO
            MOVE WS-APM-RNG-CONTRATO-NOVO TO WS-CONTRATO-NOVO
            MOVE WS-APM-RNG-NUM-PARCELAS TO WS-NUM-PARCELAS
            MOVE WS-APM-RNG-TAXA-JUROS   TO WS-TAXA-JUROS
            MOVE WS-APM-RNG-METODO       TO WS-METODO
            MOVE WS-APM-RNG-DT-PRIMEIRA  TO WS-DATA-CALC
            DISPLAY 'PEDIDO DE ' WS-APM-USUARIO ' APROVADO POR '
                    WS-APM-APROVADOR
            SET PEDIDO-OK                TO TRUE
            .
       P050-FIM.
       P100-APURA-DIVIDA.

      ***** SOMA AS PARCELAS EM ABERTO DO CONTRATO, CADA VENCIDA ******
                     MOVE 'S'            TO WS-ACHOU-CONTRATO
                     MOVE CD-CLIENTE-CONTRATO TO WS-CLIENTE
                     MOVE DS-OBJETO-CONTRATO  TO WS-OBJETO
                     MOVE CD-PRODUTO-CONTRATO TO WS-PRODUTO
                     IF PARCELA-EM-ABERTO
                        ADD 1            TO WS-QT-ABERTAS
      ***** O QUE JA FOI RECEBIDO EM PARCIAL (RECPARC) NAO ENTRA ******
                        NUM-PARCELA-CONTRATO
                     SET EOF-RCP-OK      TO TRUE
                  ELSE
                     IF NOT RECEB-ESTORNADO
                        ADD RCP-VR-RECEBIDO TO WS-VR-RECEBIDO-PARC
                     END-IF
                  END-IF
            END-READ
            .
            DISPLAY 'Vencimento da 1a parcela (AAAAMMDD): '
            ACCEPT WS-DATA-CALC

            PERFORM P260-FATOR-PRICE     THRU P260-FIM
            .
       P200-FIM.
       P250-CONFERE-NOVO.

      ***** O NUMERO DO CONTRATO NOVO PODE TER SIDO USADO ENTRE O *****
      ***** PEDIDO E A EXECUCAO ***************************************
            MOVE WS-CONTRATO-NOVO        TO NUM-CONTRATO
            MOVE 1                       TO NUM-PARCELA-CONTRATO
            READ CONTRATO
               INVALID KEY
                  CONTINUE
               NOT INVALID KEY
                  DISPLAY 'JA EXISTE CONTRATO COM O NUMERO '
                          WS-CONTRATO-NOVO ' - PEDIDO NAO EXECUTADO.'
                  SET PEDIDO-OK          TO FALSE
                  GO TO P250-FIM
            END-READ

            PERFORM P260-FATOR-PRICE     THRU P260-FIM
            .
       P250-FIM.
       P260-FATOR-PRICE.

            COMPUTE WS-TAXA-DECIMAL ROUNDED = WS-TAXA-JUROS / 100

            IF METODO-PRICE
                       WS-FATOR-PRICE / (WS-FATOR-PRICE - 1)
            END-IF
            .
       P260-FIM.
       P300-GERA-NOVO.

      ***** GRAVA A NOVA TABELA DE AMORTIZACAO SOBRE A DIVIDA *********
            MOVE WS-NUM-PARCELAS         TO QT-PARCELAS-CONTRATO
            MOVE WS-TAXA-JUROS           TO TX-JUROS-CONTRATO
            MOVE WS-METODO               TO CD-METODO-CONTRATO
            MOVE WS-PRODUTO              TO CD-PRODUTO-CONTRATO
            MOVE ZEROS                   TO VR-IOF-CONTRATO
                                            TX-CET-CONTRATO
            MOVE WS-DATA-CALC            TO DT-VENCIMENTO-PARCELA
      ***** VENCIMENTO EM FIM DE SEMANA OU FERIADO CAI NO DIA UTIL ****
            CALL 'DIAUTIL' USING DT-VENCIMENTO-PARCELA
               INVALID KEY
                  DISPLAY 'ERRO AO GRAVAR A PARCELA ' WS-IND
                          ' DO CONTRATO ' WS-CONTRATO-NOVO
               NOT INVALID KEY
                  IF NUM-PARCELA-CONTRATO EQUAL 1
                     PERFORM P315-INDEXA-CLIENTE THRU P315-FIM
                  END-IF
            END-WRITE

            ADD 1                        TO WS-DATA-CALC-MM
            END-IF
            .
       P310-FIM.
       P315-INDEXA-CLIENTE.

      ***** O CONTRATO NOVO ENTRA NO INDICE DE CONTRATOS POR CLIENTE **
            MOVE 'I'                     TO WS-CCM-ACAO
            MOVE CD-CLIENTE-CONTRATO     TO WS-CCM-CD-CLIENTE
            MOVE NUM-CONTRATO            TO WS-CCM-NUM-CONTRATO
            CALL 'CTRCLIM' USING WS-CTRCLIM

            IF WS-CCM-RETORNO NOT EQUAL ZEROS
               DISPLAY 'AVISO: CONTRATO ' NUM-CONTRATO
                       ' FORA DO INDICE POR CLIENTE - FILE STATUS '
                       WS-CCM-RETORNO
            END-IF
            .
       P315-FIM.
       P400-ENCERRA-ANTIGO.

      ***** AS PARCELAS EM ABERTO DO CONTRATO ANTIGO SAO ENCERRADAS ***
            CLOSE RENEGLNK
            .
       P500-FIM.
       P600-GRAVA-PEDIDO.

            INITIALIZE WS-APROVM
            MOVE 'I'                     TO WS-APM-ACAO
            MOVE 'RENEGOC   '            TO WS-APM-OPERACAO
            MOVE WS-SGN-USUARIO          TO WS-APM-USUARIO
            MOVE WS-DATA-MOVIMENTO       TO WS-APM-DATA
            MOVE WS-CONTRATO-ANTIGO      TO WS-APM-RNG-CONTRATO-ANTIGO
            MOVE WS-CONTRATO-NOVO        TO WS-APM-RNG-CONTRATO-NOVO
            MOVE WS-NUM-PARCELAS         TO WS-APM-RNG-NUM-PARCELAS
            MOVE WS-TAXA-JUROS           TO WS-APM-RNG-TAXA-JUROS
            MOVE WS-METODO               TO WS-APM-RNG-METODO
            MOVE WS-DATA-CALC            TO WS-APM-RNG-DT-PRIMEIRA
            MOVE WS-VR-DIVIDA            TO WS-APM-RNG-VR-DIVIDA
            STRING 'RENEGOC CTR ' WS-CONTRATO-ANTIGO
                   ' -> ' WS-CONTRATO-NOVO
                   ' DIVIDA ' WS-VR-DIVIDA
                   ' ' WS-NUM-PARCELAS 'X ' WS-TAXA-JUROS
                   '% ' WS-METODO
                   DELIMITED BY SIZE INTO WS-APM-RESUMO
            CALL 'APROVM' USING WS-APROVM

            IF WS-APM-RETORNO NOT EQUAL ZEROS
               DISPLAY 'ERRO AO GRAVAR O PEDIDO DE APROVACAO.'
               DISPLAY 'FILE STATUS: ' WS-APM-RETORNO
            ELSE
               DISPLAY 'PEDIDO ' WS-APM-NUM-PEDIDO ' AGUARDANDO '
                       'APROVACAO DE OUTRO USUARIO (APROVAR).'
            END-IF
            .
       P600-FIM.
       P650-MARCA-EXECUTADO.

            MOVE 'X'                     TO WS-APM-ACAO
            MOVE WS-SGN-USUARIO          TO WS-APM-USUARIO
            MOVE WS-DATA-MOVIMENTO       TO WS-APM-DATA
            CALL 'APROVM' USING WS-APROVM

            IF WS-APM-RETORNO NOT EQUAL ZEROS
               DISPLAY 'AVISO: PEDIDO ' WS-APM-NUM-PEDIDO
                       ' NAO MARCADO COMO EXECUTADO - RETORNO '
                       WS-APM-RETORNO
            END-IF
            .
       P650-FIM.
       P900-DEMONSTRATIVO.

            OPEN OUTPUT RELATORIO
