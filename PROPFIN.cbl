      *         limite do cadastro ou do FINPARM com aprovacao de
      *         administrador no estouro, e avalista obrigatorio
      *         acima do FINPARM VALOR-EXIGE-AVAL.
      * Modified: 15/10/2026 - Recebimento estornado pelo ESTRECEB
      *         (RECPARC com situacao ESTORNADO) deixa de abater
      *         o saldo da parcela.
      * Modified: 15/10/2026 - A simulacao parte de
      *         um produto do catalogo (PRODUTO.DAT, CADPROD): metodo,
      *         prazo e valor fora do produto nao viram proposta, taxa
      *         abaixo da padrao exige aprovador nivel-administrador
      *         (gravado na proposta) e o codigo do produto vai para
      *         a proposta e para o contrato convertido.
      * Modified: 15/10/2026 - A simulacao calcula o IOF
      *         (IOFCET: diario por parcela mais adicional, aliquotas
      *         no FINPARM), financiado junto com o valor liberado, e
      *         o CET ao mes e ao ano, mostrados na tela e na cotacao
      *         e gravados na proposta e no contrato. Na conversao o
      *         IOF vai para o LANCPEND como IOF a recolher.
      * Modified: 15/10/2026 - A proposta convertida
      *         imprime o instrumento de contrato para assinatura
      *         pelo CTRINSTR, com os dados gravados no contrato.
      * Modified: 15/10/2026 - A faixa de risco do cliente
      *         (SCORECLI, pelo FAIXACLI) aparece na simulacao e na
      *         conversao; cliente de alto risco (faixa C) so converte
      *         com aprovador nivel-administrador.
      * Modified: 15/10/2026 - O contrato gravado
      *         na conversao entra no indice de contratos por cliente
      *         (CTRCLIM).
      * Modified: 15/10/2026 - O avalista da conversao passou a
      *         gravar o documento (CPF/CNPJ): o contato avalista
      *         informa o seu, conferido no CADVALID, e o cliente
      *         avalista herda o do CLIENTE.DAT; documento igual ao do
      *         tomador e recusado.
      * Modified: 15/10/2026 - Acesso por perfil: gravar proposta e a
      *         funcao PROPFIN/PROPOSTA, converter e PROPFIN/CONVERSAO e
      *         as aprovacoes (taxa abaixo da padrao, alto risco,
      *         estouro de limite) pedem PROPFIN/APROVACAO, conferidas
      *         pelo PERMITE, no lugar do nivel de administrador.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROPFIN.
                ACCESS MODE  IS RANDOM
                RECORD KEY   IS AVL-NUM-CONTRATO
                FILE STATUS  IS WS-FS-AVL.
                SELECT PRODUTO ASSIGN TO
                WS-ARQ-PRODUTO
                ORGANIZATION IS INDEXED
                ACCESS MODE  IS RANDOM
                RECORD KEY   IS PRD-CODIGO
                FILE STATUS  IS WS-FS-PRD.
                SELECT RELATORIO ASSIGN TO
                WS-ARQ-PROPFIN
                ORGANIZATION IS LINE SEQUENTIAL
       FD AVALISTA.
          COPY FD_AVALISTA.

       FD PRODUTO.
          COPY FD_PRODUTO.

       FD RELATORIO.
       01 REG-RELATORIO                  PIC X(100).

          'C:\CursoCOBOL\COBOL\01 - Basico\bin\AVALISTA.DAT'.
       77 WS-ARQ-PROPFIN             PIC X(68) VALUE
          'C:\CursoCOBOL\COBOL\01 - Basico\bin\PROPFIN.LST'.
       77 WS-ARQ-PRODUTO             PIC X(68) VALUE
          'C:\CursoCOBOL\COBOL\01 - Basico\bin\PRODUTO.DAT'.
       77 WS-FS                          PIC 99.
          88 FS-OK                       VALUE 0.
       77 WS-FS-PPC                      PIC 99.
       77 WS-FS-AVL                      PIC 99.
          88 FS-AVL-OK                   VALUE 0.
       77 WS-FS-REL                      PIC 99.
       77 WS-FS-PRD                      PIC 99.
          88 FS-PRD-OK                   VALUE 0.
       77 WS-FS-LCP                      PIC 99.
       77 WS-EOF                         PIC X.
          88 EOF-OK                      VALUE 'S' FALSE 'N'.
       77 WS-EOF-PPC                     PIC X.
       77 WS-FATOR-PRICE                 PIC 9(04)V9999.
       77 WS-NUM-CONTRATO-NOVO           PIC 9(06).
       77 WS-CONFIRMA                    PIC X.
       77 WS-PERMITIDO                   PIC X(01).
          88 FUNCAO-PERMITIDA            VALUE 'S'.
       77 WS-QT-ABERTAS                  PIC 9(04) VALUE ZEROS.
       77 WS-QT-EXPIRADAS                PIC 9(04) VALUE ZEROS.
      ***** PRODUTO DA SIMULACAO - AS CONDICOES DIGITADAS SO PASSAM ***
      ***** DENTRO DOS LIMITES DELE ***********************************
       77 WS-SIMULACAO-OK                PIC X VALUE 'N'.
          88 SIMULACAO-OK                VALUE 'S' FALSE 'N'.
       77 WS-APROV-TAXA                  PIC X(12) VALUE SPACES.
      ***** IOF E CET DA SIMULACAO (IOFCET) - O IOF E FINANCIADO ******
      ***** JUNTO E O CET SAI SOBRE O VALOR LIBERADO AO CLIENTE *******
       77 WS-VR-LIBERADO                 PIC 9(08)V99.
       01 WS-IOF-CET.
          03 WS-IOC-DT-LIBERACAO         PIC 9(08).
          03 WS-IOC-VR-LIBERADO          PIC 9(08)V99.
          03 WS-IOC-QT-PARCELAS          PIC 9(03).
          03 WS-IOC-TX-JUROS             PIC 99V99.
          03 WS-IOC-METODO               PIC X(01).
          03 WS-IOC-DT-1O-VENC           PIC 9(08).
          03 WS-IOC-VR-IOF               PIC 9(08)V99.
          03 WS-IOC-VR-FINANCIADO        PIC 9(08)V99.
          03 WS-IOC-TX-CET-MES           PIC 9(03)V99.
          03 WS-IOC-TX-CET-ANO           PIC 9(05)V99.
      ***** IOF A RECOLHER LANCADO NA CONVERSAO EM CONTRATO ***********
       77 WS-CTA-IOF-DEB                 PIC 9(09)V99 VALUE 12101.
       77 WS-CTA-IOF-CRE                 PIC 9(09)V99 VALUE 21601.
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
       01 WS-PRODUTO-ESCOLHIDO.
          03 WS-PRD-CODIGO               PIC X(04).
          03 WS-PRD-DESCRICAO            PIC X(30).
          03 WS-PRD-METODOS              PIC X(02).
          03 WS-PRD-PRAZO-MIN            PIC 9(03).
          03 WS-PRD-PRAZO-MAX            PIC 9(03).
          03 WS-PRD-VR-MIN               PIC 9(08)V99.
          03 WS-PRD-VR-MAX               PIC 9(08)V99.
          03 WS-PRD-TX-PADRAO            PIC 99V99.
      ***** INSTRUMENTO DE CONTRATO PARA ASSINATURA (CTRINSTR) ********
       01 WS-CTRINSTR.
          03 WS-CIN-NUM-CONTRATO         PIC 9(06).
          03 WS-CIN-USUARIO              PIC X(12).
          03 WS-CIN-QT-IMPRESSAO         PIC 9(03).
          03 WS-CIN-RETORNO              PIC 99.
             88 CIN-IMPRESSO             VALUE 0.
      ***** FAIXA DE RISCO DO CLIENTE NA PONTUACAO NOTURNA (FAIXACLI) *
       01 WS-FAIXACLI.
          03 WS-FXC-CD-CLIENTE           PIC 9(03).
          03 WS-FXC-VR-SCORE             PIC 9(04).
          03 WS-FXC-FAIXA                PIC X(01).
             88 FXC-RISCO-ALTO           VALUE 'C'.
          03 WS-FXC-DT-CALCULO           PIC 9(08).
      ***** OPERADOR AUTENTICADO E APROVADOR DO ESTOURO DE LIMITE *****
       01 WS-SIGNON.
          03 WS-SGN-USUARIO              PIC X(12).
       01 WS-APROVADOR.
          03 WS-APR-USUARIO              PIC X(12).
          03 WS-APR-NIVEL                PIC 9(01).
          03 WS-APR-AUTENTICADO          PIC X(01).
             88 APROVADOR-OK             VALUE 'S' FALSE 'N'.
          03 WS-APR-CHAMADOR             PIC X(10).
       77 WS-AVAL-NOME                   PIC X(20) VALUE SPACES.
       77 WS-AVAL-VALIDO                 PIC X VALUE 'N'.
          88 AVAL-VALIDO                 VALUE 'S'.
      ***** DOCUMENTO (CPF/CNPJ) DO AVALISTA E DO TOMADOR - O MESMO ***
      ***** DOCUMENTO NOS DOIS E A MESMA PESSOA ***********************
       01 WS-AVAL-DOC.
          03 WS-AVAL-DOC-TIPO            PIC X(01).
             88 AVAL-DOC-CPF             VALUE 'F'.
             88 AVAL-DOC-CNPJ            VALUE 'J'.
          03 WS-AVAL-DOC-NUMERO          PIC 9(14).
          03 WS-AVAL-DOC-CPF REDEFINES WS-AVAL-DOC-NUMERO.
             05 WS-AVAL-DOC-ZEROS        PIC 9(03).
             05 WS-AVAL-DOC-NR-CPF       PIC 9(11).
       01 WS-DOC-TOMADOR.
          03 WS-TOM-DOC-TIPO             PIC X(01).
          03 WS-TOM-DOC-NUMERO           PIC 9(14).
      ***** PARAMETROS DO CADVALID ************************************
       77 WS-VAL-TIPO                    PIC X(10).
       77 WS-VAL-NUM                     PIC 9(10).
       77 WS-VAL-RESULTADO               PIC X(01).
          88 VAL-OK                      VALUE 'S'.
       77 WS-DATA-HOJE                   PIC 9(08) VALUE ZEROS.
       01 WS-DATA-CALC                   PIC 9(08).
       01 WS-DATA-CALC-X REDEFINES WS-DATA-CALC.
          03 WS-DATA-CALC-AAAA           PIC 9(04).
          03 WS-DATA-CALC-MM             PIC 9(02).
          03 WS-DATA-CALC-DD             PIC 9(02).
      ***** MANUTENCAO DO INDICE DE CONTRATOS POR CLIENTE (CTRCLIM) ***
       01 WS-CTRCLIM.
          03 WS-CCM-ACAO                 PIC X(01).
          03 WS-CCM-CD-CLIENTE           PIC X(20).
          03 WS-CCM-NUM-CONTRATO         PIC 9(06).
          03 WS-CCM-RETORNO              PIC 99.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            CALL 'ARQCONF' USING 'RECPARC.DAT     ' WS-ARQ-RECPARC
            CALL 'ARQCONF' USING 'CONTATOS.DAT    ' WS-ARQ-CONTATOS
            CALL 'ARQCONF' USING 'AVALISTA.DAT    ' WS-ARQ-AVALISTA
            CALL 'ARQCONF' USING 'PRODUTO.DAT     ' WS-ARQ-PRODUTO

            CALL 'FINPARM' USING 'CTA-IOF-DEB     ' WS-CTA-IOF-DEB
            CALL 'FINPARM' USING 'CTA-IOF-CRE     ' WS-CTA-IOF-CRE

            CALL 'DTMOVIM' USING WS-DATA-MOVIMENTO WS-CONTROLE-DATA
            COMPUTE WS-DIAS-HOJE =
           EXIT.

       P200-SIMULAR.
            CALL 'PERMITE' USING WS-SGN-USUARIO 'PROPFIN   '
                                 'PROPOSTA  ' WS-PERMITIDO
            IF NOT FUNCAO-PERMITIDA
               DISPLAY 'OPERADOR SEM PERFIL PARA GRAVAR PROPOSTA.'
               GO TO P200-FIM
            END-IF

            DISPLAY 'Informe o numero da proposta:'
            ACCEPT WS-NUMERO-INF

               CLOSE CLIENTE
            END-IF

            MOVE WS-CD-CLIENTE-INF       TO WS-FXC-CD-CLIENTE
            CALL 'FAIXACLI' USING WS-FAIXACLI
            DISPLAY 'FAIXA DE RISCO: ' WS-FXC-FAIXA
                    ' (SCORE ' WS-FXC-VR-SCORE ')'
            IF FXC-RISCO-ALTO
               DISPLAY '*** CLIENTE DE ALTO RISCO - A CONVERSAO '
                       'EXIGIRA APROVADOR ***'
            END-IF

            SET SIMULACAO-OK             TO TRUE
            PERFORM P210-ESCOLHE-PRODUTO THRU P210-FIM
            IF NOT SIMULACAO-OK
               GO TO P200-FIM
            END-IF

            DISPLAY 'Informe o objeto financiado:'
            ACCEPT WS-OBJETO
            DISPLAY 'Informe o valor financiado:'
            ACCEPT WS-VALOR
            DISPLAY 'Informe o numero de parcelas:'
            ACCEPT WS-NUM-PARCELAS
            DISPLAY 'Informe a taxa de juros mensal (ZERO = PADRAO '
                    'DO PRODUTO):'
            ACCEPT WS-TAXA-JUROS
            DISPLAY 'Metodo de amortizacao - SAC ou PRICE (S/P):'
            ACCEPT WS-METODO
               GO TO P200-FIM
            END-IF

            IF WS-TAXA-JUROS EQUAL ZEROS
               MOVE WS-PRD-TX-PADRAO     TO WS-TAXA-JUROS
            END-IF

            PERFORM P220-VALIDA-CONDICOES THRU P220-FIM
            IF NOT SIMULACAO-OK
               GO TO P200-FIM
            END-IF

            PERFORM P230-APROVA-TAXA     THRU P230-FIM
            IF NOT SIMULACAO-OK
               GO TO P200-FIM
            END-IF

      ***** O IOF ENTRA NO VALOR FINANCIADO: A TABELA E GERADA ********
      ***** SOBRE O LIBERADO MAIS O IOF *******************************
            PERFORM P240-CALCULA-IOF-CET THRU P240-FIM

            COMPUTE WS-TAXA-DECIMAL ROUNDED = WS-TAXA-JUROS / 100
            IF METODO-PRICE
               COMPUTE WS-FATOR-PRICE ROUNDED =
            MOVE WS-DT-VALIDADE          TO PRO-DT-VALIDADE
            SET PROPOSTA-ABERTA          TO TRUE
            MOVE ZEROS                   TO PRO-NUM-CONTRATO
            MOVE WS-PRD-CODIGO           TO PRO-CD-PRODUTO
            MOVE WS-APROV-TAXA           TO PRO-APROV-TAXA
            MOVE WS-IOC-VR-IOF           TO PRO-VR-IOF
            MOVE WS-IOC-TX-CET-ANO       TO PRO-TX-CET

            WRITE REG-PROPOSTA
               INVALID KEY
       P200-FIM.
           EXIT.

       P210-ESCOLHE-PRODUTO.

      ***** TODA PROPOSTA NASCE DE UM PRODUTO DO CATALOGO (CADPROD) ***
            OPEN INPUT PRODUTO
            IF NOT FS-PRD-OK
               DISPLAY 'CATALOGO DE PRODUTOS INDISPONIVEL - CADASTRE '
                       'OS PRODUTOS (CADPROD). PROPOSTA NAO GRAVADA.'
               SET SIMULACAO-OK          TO FALSE
               GO TO P210-FIM
            END-IF

            DISPLAY 'Informe o codigo do produto:'
            ACCEPT PRD-CODIGO
            READ PRODUTO
               INVALID KEY
                  DISPLAY 'PRODUTO NAO CADASTRADO - PROPOSTA NAO '
                          'GRAVADA.'
                  SET SIMULACAO-OK       TO FALSE
               NOT INVALID KEY
                  IF PRODUTO-INATIVO
                     DISPLAY 'PRODUTO INATIVO - PROPOSTA NAO GRAVADA.'
                     SET SIMULACAO-OK    TO FALSE
                  ELSE
                     MOVE PRD-CODIGO     TO WS-PRD-CODIGO
                     MOVE PRD-DESCRICAO  TO WS-PRD-DESCRICAO
                     MOVE PRD-METODOS    TO WS-PRD-METODOS
                     MOVE PRD-PRAZO-MIN  TO WS-PRD-PRAZO-MIN
                     MOVE PRD-PRAZO-MAX  TO WS-PRD-PRAZO-MAX
                     MOVE PRD-VR-MIN     TO WS-PRD-VR-MIN
                     MOVE PRD-VR-MAX     TO WS-PRD-VR-MAX
                     MOVE PRD-TX-PADRAO  TO WS-PRD-TX-PADRAO
                     DISPLAY 'PRODUTO: ' WS-PRD-DESCRICAO
                     DISPLAY '  METODOS ' WS-PRD-METODOS
                             ' - PRAZO ' WS-PRD-PRAZO-MIN ' A '
                             WS-PRD-PRAZO-MAX ' - TAXA PADRAO '
                             WS-PRD-TX-PADRAO
                     DISPLAY '  VALOR DE ' WS-PRD-VR-MIN ' A '
                             WS-PRD-VR-MAX
                  END-IF
            END-READ

            CLOSE PRODUTO
            .
       P210-FIM.
           EXIT.

       P220-VALIDA-CONDICOES.

      ***** CONDICAO FORA DO PRODUTO NAO VIRA PROPOSTA ****************
            IF WS-METODO NOT EQUAL WS-PRD-METODOS(1:1)
               AND WS-METODO NOT EQUAL WS-PRD-METODOS(2:1)
               DISPLAY 'METODO NAO PERMITIDO NO PRODUTO (USE '
                       WS-PRD-METODOS ') - PROPOSTA NAO GRAVADA.'
               SET SIMULACAO-OK          TO FALSE
               GO TO P220-FIM
            END-IF

            IF WS-NUM-PARCELAS LESS THAN WS-PRD-PRAZO-MIN
               OR WS-NUM-PARCELAS GREATER THAN WS-PRD-PRAZO-MAX
               DISPLAY 'PRAZO FORA DO PRODUTO (' WS-PRD-PRAZO-MIN
                       ' A ' WS-PRD-PRAZO-MAX ') - PROPOSTA NAO '
                       'GRAVADA.'
               SET SIMULACAO-OK          TO FALSE
               GO TO P220-FIM
            END-IF

            IF WS-VALOR LESS THAN WS-PRD-VR-MIN
               OR WS-VALOR GREATER THAN WS-PRD-VR-MAX
               DISPLAY 'VALOR FORA DO PRODUTO (' WS-PRD-VR-MIN
                       ' A ' WS-PRD-VR-MAX ') - PROPOSTA NAO GRAVADA.'
               SET SIMULACAO-OK          TO FALSE
            END-IF
            .
       P220-FIM.
           EXIT.

       P230-APROVA-TAXA.

      ***** TAXA ABAIXO DA PADRAO DO PRODUTO EXIGE A APROVACAO DE UM **
      ***** OPERADOR COM A FUNCAO DE APROVACAO, QUE FICA GRAVADO NA ****
      ***** PROPOSTA - O PROPRIO, SE TIVER A FUNCAO ********************
            MOVE SPACES                  TO WS-APROV-TAXA

            IF WS-TAXA-JUROS NOT LESS THAN WS-PRD-TX-PADRAO
               GO TO P230-FIM
            END-IF

            DISPLAY '*** TAXA ' WS-TAXA-JUROS ' ABAIXO DA PADRAO DO '
                    'PRODUTO (' WS-PRD-TX-PADRAO ') ***'

            CALL 'PERMITE' USING WS-SGN-USUARIO 'PROPFIN   '
                                 'APROVACAO ' WS-PERMITIDO
            IF FUNCAO-PERMITIDA
               MOVE WS-SGN-USUARIO       TO WS-APR-USUARIO
            ELSE
               DISPLAY 'UM APROVADOR PRECISA APROVAR. '
                       'IDENTIFIQUE-SE:'
               MOVE 'PROPFIN   '                TO WS-APR-CHAMADOR
               CALL 'SIGNON' USING WS-APROVADOR
               IF NOT APROVADOR-OK
                  DISPLAY 'TAXA NAO APROVADA - PROPOSTA NAO GRAVADA.'
                  SET SIMULACAO-OK       TO FALSE
                  GO TO P230-FIM
               END-IF
               CALL 'PERMITE' USING WS-APR-USUARIO 'PROPFIN   '
                                    'APROVACAO ' WS-PERMITIDO
               IF NOT FUNCAO-PERMITIDA
                  DISPLAY 'O APROVADOR NAO TEM A FUNCAO DE '
                          'APROVACAO - PROPOSTA NAO GRAVADA.'
                  SET SIMULACAO-OK       TO FALSE
                  GO TO P230-FIM
               END-IF
            END-IF

            DISPLAY 'Aprovador ' WS-APR-USUARIO
                    ' - confirma a taxa abaixo da padrao? (S/N) '
            ACCEPT WS-CONFIRMA
            IF WS-CONFIRMA NOT EQUAL 'S' AND WS-CONFIRMA NOT EQUAL 's'
               DISPLAY 'TAXA NAO APROVADA - PROPOSTA NAO GRAVADA.'
               SET SIMULACAO-OK          TO FALSE
               GO TO P230-FIM
            END-IF

            MOVE WS-APR-USUARIO          TO WS-APROV-TAXA
            .
       P230-FIM.
           EXIT.

       P240-CALCULA-IOF-CET.

            MOVE WS-VALOR                TO WS-VR-LIBERADO
            MOVE WS-DATA-MOVIMENTO       TO WS-IOC-DT-LIBERACAO
            MOVE WS-VR-LIBERADO          TO WS-IOC-VR-LIBERADO
            MOVE WS-NUM-PARCELAS         TO WS-IOC-QT-PARCELAS
            MOVE WS-TAXA-JUROS           TO WS-IOC-TX-JUROS
            MOVE WS-METODO               TO WS-IOC-METODO
            MOVE WS-DATA-CALC            TO WS-IOC-DT-1O-VENC
            CALL 'IOFCET' USING WS-IOF-CET

            MOVE WS-IOC-VR-FINANCIADO    TO WS-VALOR

            DISPLAY 'VALOR LIBERADO....: ' WS-VR-LIBERADO
            DISPLAY 'IOF...............: ' WS-IOC-VR-IOF
            DISPLAY 'VALOR FINANCIADO..: ' WS-VALOR
            DISPLAY 'CET...............: ' WS-IOC-TX-CET-MES
                    '% AO MES - ' WS-IOC-TX-CET-ANO '% AO ANO'
            .
       P240-FIM.
           EXIT.

       P300-GRAVA-PARCELA.
            ADD 1                        TO WS-IND

            STRING 'COTACAO - PROPOSTA ' PRO-NUMERO
                   ' CLIENTE ' PRO-CD-CLIENTE
                   ' (' PRO-CD-METODO ')'
                   ' PRODUTO ' PRO-CD-PRODUTO ' - ' WS-PRD-DESCRICAO
                   DELIMITED BY SIZE INTO REG-RELATORIO
            WRITE REG-RELATORIO
            MOVE SPACES                  TO REG-RELATORIO
                   ' - VALIDA ATE ' PRO-DT-VALIDADE
                   DELIMITED BY SIZE INTO REG-RELATORIO
            WRITE REG-RELATORIO
            COMPUTE WS-VR-LIBERADO = PRO-VR-FINANCIADO - PRO-VR-IOF
            MOVE SPACES                  TO REG-RELATORIO
            STRING 'LIBERADO ' WS-VR-LIBERADO
                   ' + IOF ' PRO-VR-IOF
                   ' - CUSTO EFETIVO TOTAL (CET) ' PRO-TX-CET
                   '% AO ANO'
                   DELIMITED BY SIZE INTO REG-RELATORIO
            WRITE REG-RELATORIO

            MOVE WS-NUMERO-INF           TO PPC-NUMERO
            MOVE ZEROS                   TO PPC-NUM-PARCELA
                                WS-DIAS-HOJE - WS-DIAS-PROP
                        DISPLAY 'PROPOSTA ' PRO-NUMERO
                                ' CLIENTE ' PRO-CD-CLIENTE
                                ' PRODUTO ' PRO-CD-PRODUTO
                                ' VALOR ' PRO-VR-FINANCIADO
                                ' HA ' WS-DIAS-IDADE ' DIAS'
                                ' (VALIDA ATE ' PRO-DT-VALIDADE ')'
           EXIT.

       P600-CONVERTER.
            CALL 'PERMITE' USING WS-SGN-USUARIO 'PROPFIN   '
                                 'CONVERSAO ' WS-PERMITIDO
            IF NOT FUNCAO-PERMITIDA
               DISPLAY 'OPERADOR SEM PERFIL PARA CONVERTER PROPOSTA.'
               GO TO P600-FIM
            END-IF

            DISPLAY 'Informe o numero da proposta aceita:'
            ACCEPT WS-NUMERO-INF

               GO TO P600-FIM
            END-IF

            SET CONVERSAO-OK             TO TRUE

      ***** PROPOSTA SEM PRODUTO (ANTERIOR AO CATALOGO) OU DE *******
      ***** PRODUTO QUE SAIU DE LINHA NAO VIRA CONTRATO ***************
            PERFORM P620-VERIFICA-PRODUTO THRU P620-FIM
            IF NOT CONVERSAO-OK
               GO TO P600-FIM
            END-IF

      ***** A CONVERSAO E UMA ORIGINACAO DE VERDADE: PASSA PELAS ****
      ***** MESMAS TRAVAS DO CONTRNOV (LIMITE, APROVACAO DE ADMIN ***
      ***** E AVALISTA ACIMA DO VALOR PARAMETRIZADO) ****************
            PERFORM P700-APURA-EXPOSICAO THRU P700-FIM
            IF NOT CONVERSAO-OK
               GO TO P600-FIM
            END-IF
            PERFORM P745-FAIXA-RISCO     THRU P745-FIM
            IF NOT CONVERSAO-OK
               GO TO P600-FIM
            END-IF
            PERFORM P750-ANALISE-LIMITE  THRU P750-FIM
            IF NOT CONVERSAO-OK
               GO TO P600-FIM

            CLOSE CONTRATO

            PERFORM P630-LANCA-IOF       THRU P630-FIM

            SET PROPOSTA-CONVERTIDA      TO TRUE
            MOVE WS-NUM-CONTRATO-NOVO    TO PRO-NUM-CONTRATO
            REWRITE REG-PROPOSTA
            END-REWRITE

            PERFORM P790-GRAVA-AVALISTA  THRU P790-FIM
            PERFORM P640-IMPRIME-CONTRATO THRU P640-FIM
            .
       P600-FIM.
           EXIT.
                     MOVE PRO-QT-PARCELAS TO QT-PARCELAS-CONTRATO
                     MOVE PRO-TX-JUROS   TO TX-JUROS-CONTRATO
                     MOVE PRO-CD-METODO  TO CD-METODO-CONTRATO
                     MOVE PRO-CD-PRODUTO TO CD-PRODUTO-CONTRATO
                     MOVE PRO-VR-IOF     TO VR-IOF-CONTRATO
                     MOVE PRO-TX-CET     TO TX-CET-CONTRATO
                     MOVE PPC-DT-VENCIMENTO TO DT-VENCIMENTO-PARCELA
                     MOVE PPC-VR-AMORTIZACAO TO
                          VR-AMORTIZACAO-PARCELA
                        INVALID KEY
                           DISPLAY 'ERRO AO GRAVAR A PARCELA '
                                   PPC-NUM-PARCELA
                        NOT INVALID KEY
                           IF PPC-NUM-PARCELA EQUAL 1
                              PERFORM P615-INDEXA-CLIENTE
                                 THRU P615-FIM
                           END-IF
                     END-WRITE
                  END-IF
            END-READ
       P610-FIM.
           EXIT.

       P615-INDEXA-CLIENTE.

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
       P615-FIM.
           EXIT.

       P620-VERIFICA-PRODUTO.
            IF PRO-CD-PRODUTO EQUAL SPACES
               DISPLAY 'PROPOSTA SEM PRODUTO - SIMULE DE NOVO.'
               SET CONVERSAO-OK          TO FALSE
               GO TO P620-FIM
            END-IF

            OPEN INPUT PRODUTO
            IF NOT FS-PRD-OK
               DISPLAY 'CATALOGO DE PRODUTOS INDISPONIVEL - '
                       'CONVERSAO CANCELADA.'
               SET CONVERSAO-OK          TO FALSE
               GO TO P620-FIM
            END-IF

            MOVE PRO-CD-PRODUTO          TO PRD-CODIGO
            READ PRODUTO
               INVALID KEY
                  DISPLAY 'PRODUTO ' PRO-CD-PRODUTO ' NAO CADASTRADO - '
                          'CONVERSAO CANCELADA.'
                  SET CONVERSAO-OK       TO FALSE
               NOT INVALID KEY
                  IF PRODUTO-INATIVO
                     DISPLAY 'PRODUTO ' PRO-CD-PRODUTO ' INATIVO - '
                             'SIMULE DE NOVO EM OUTRO PRODUTO.'
                     SET CONVERSAO-OK    TO FALSE
                  ELSE
                     DISPLAY 'PRODUTO: ' PRD-DESCRICAO
                  END-IF
            END-READ

            CLOSE PRODUTO
            .
       P620-FIM.
           EXIT.

       P630-LANCA-IOF.

      ***** O IOF COBRADO NO CONTRATO NOVO VAI PARA A CONTABILIDADE ***
      ***** COMO IOF A RECOLHER (EVENTO IOF, EXPORTADO PELO CONTABEXP) *
            IF PRO-VR-IOF EQUAL ZEROS
               GO TO P630-FIM
            END-IF

            MOVE WS-DATA-MOVIMENTO       TO WS-LCT-DATA
            MOVE 'IOF  '                 TO WS-LCT-EVENTO
            MOVE WS-CTA-IOF-DEB          TO WS-LCT-CONTA-DEBITO
            MOVE WS-CTA-IOF-CRE          TO WS-LCT-CONTA-CREDITO
            MOVE PRO-VR-IOF              TO WS-LCT-VALOR
            MOVE WS-NUM-CONTRATO-NOVO    TO WS-LCT-CONTRATO
            MOVE ZEROS                   TO WS-LCT-PARCELA
            CALL 'LANCGRV' USING WS-LANCTO WS-FS-LCP

            IF WS-FS-LCP NOT EQUAL ZEROS
               DISPLAY '*** IOF DO CONTRATO ' WS-NUM-CONTRATO-NOVO
                       ' NAO LANCADO (FILE STATUS ' WS-FS-LCP
                       ') - AVISE A CONTABILIDADE ***'
            END-IF
            .
       P630-FIM.
           EXIT.

       P640-IMPRIME-CONTRATO.

      ***** O CLIENTE ASSINA O DOCUMENTO TIRADO DO QUE FOI GRAVADO, ***
      ***** NAO UM PAPEL DATILOGRAFADO A PARTE ************************
            MOVE WS-NUM-CONTRATO-NOVO    TO WS-CIN-NUM-CONTRATO
            MOVE WS-SGN-USUARIO          TO WS-CIN-USUARIO
            CALL 'CTRINSTR' USING WS-CTRINSTR

            IF CIN-IMPRESSO
               DISPLAY 'INSTRUMENTO DO CONTRATO ' WS-NUM-CONTRATO-NOVO
                       ' EM CTRINSTR.LST PARA ASSINATURA.'
            ELSE
               DISPLAY '*** INSTRUMENTO DO CONTRATO '
                       WS-NUM-CONTRATO-NOVO ' NAO IMPRESSO (STATUS '
                       WS-CIN-RETORNO ') - REIMPRIMA PELO REIMPCTR ***'
            END-IF
            .
       P640-FIM.
           EXIT.

       P700-APURA-EXPOSICAO.

      ***** EXPOSICAO EM ABERTO DO CLIENTE DA PROPOSTA, COMO O ********
                        DISPLAY 'CLIENTE: ' NM-CLIENTE
                        MOVE LIM-CREDITO-CLIENTE
                                         TO WS-VR-LIMITE-CLIENTE
                        MOVE DOC-CLIENTE TO WS-DOC-TOMADOR
                     END-IF
               END-READ
               CLOSE CLIENTE
                        NUM-PARCELA-CONTRATO
                     SET EOF-RCP-OK      TO TRUE
                  ELSE
                     IF NOT RECEB-ESTORNADO
                        ADD RCP-VR-RECEBIDO TO WS-VR-RECEBIDO-PARC
                     END-IF
                  END-IF
            END-READ
            .
       P730-FIM.
           EXIT.

       P745-FAIXA-RISCO.

            MOVE PRO-CD-CLIENTE          TO WS-FXC-CD-CLIENTE
            CALL 'FAIXACLI' USING WS-FAIXACLI

            DISPLAY 'FAIXA DE RISCO..........: ' WS-FXC-FAIXA
                    ' (SCORE ' WS-FXC-VR-SCORE
                    ' EM ' WS-FXC-DT-CALCULO ')'

            IF NOT FXC-RISCO-ALTO
               GO TO P745-FIM
            END-IF

            DISPLAY '*** CLIENTE DE ALTO RISCO (FAIXA C) ***'

      ***** CLIENTE DE ALTO RISCO SO RECEBE CONTRATO COM A APROVACAO **
      ***** DE QUEM TEM A FUNCAO DE APROVACAO - O PROPRIO, SE TIVER ****
            CALL 'PERMITE' USING WS-SGN-USUARIO 'PROPFIN   '
                                 'APROVACAO ' WS-PERMITIDO
            IF FUNCAO-PERMITIDA
               MOVE WS-SGN-USUARIO       TO WS-APR-USUARIO
            ELSE
               DISPLAY 'UM APROVADOR PRECISA APROVAR. '
                       'IDENTIFIQUE-SE:'
               MOVE 'PROPFIN   '                TO WS-APR-CHAMADOR
               CALL 'SIGNON' USING WS-APROVADOR
               IF NOT APROVADOR-OK
                  DISPLAY 'CONVERSAO NAO APROVADA - CANCELADA.'
                  SET CONVERSAO-OK       TO FALSE
                  GO TO P745-FIM
               END-IF
               CALL 'PERMITE' USING WS-APR-USUARIO 'PROPFIN   '
                                    'APROVACAO ' WS-PERMITIDO
               IF NOT FUNCAO-PERMITIDA
                  DISPLAY 'O APROVADOR NAO TEM A FUNCAO DE '
                          'APROVACAO - CONVERSAO CANCELADA.'
                  SET CONVERSAO-OK       TO FALSE
                  GO TO P745-FIM
               END-IF
            END-IF

            DISPLAY 'Aprovador ' WS-APR-USUARIO
                    ' - confirma contrato para cliente de alto risco?'
                    ' (S/N) '
            ACCEPT WS-CONFIRMA
            IF WS-CONFIRMA NOT EQUAL 'S' AND WS-CONFIRMA NOT EQUAL 's'
               DISPLAY 'CONVERSAO NAO APROVADA - CANCELADA.'
               SET CONVERSAO-OK          TO FALSE
            END-IF
            .
       P745-FIM.
           EXIT.

       P750-ANALISE-LIMITE.

      ***** VALE O LIMITE DO PROPRIO CLIENTE (CADCLI); ZERADO, O *****
            DISPLAY '*** A CONVERSAO ESTOURA O LIMITE DO CLIENTE ***'

      ***** ESTOURO DE LIMITE EXIGE A APROVACAO DE UM OPERADOR ********
      ***** COM A FUNCAO DE APROVACAO - O PROPRIO, SE TIVER ************
            CALL 'PERMITE' USING WS-SGN-USUARIO 'PROPFIN   '
                                 'APROVACAO ' WS-PERMITIDO
            IF FUNCAO-PERMITIDA
               MOVE WS-SGN-USUARIO       TO WS-APR-USUARIO
            ELSE
               DISPLAY 'UM APROVADOR PRECISA APROVAR. '
                       'IDENTIFIQUE-SE:'
               MOVE 'PROPFIN   '                TO WS-APR-CHAMADOR
               CALL 'SIGNON' USING WS-APROVADOR
                  SET CONVERSAO-OK       TO FALSE
                  GO TO P750-FIM
               END-IF
               CALL 'PERMITE' USING WS-APR-USUARIO 'PROPFIN   '
                                    'APROVACAO ' WS-PERMITIDO
               IF NOT FUNCAO-PERMITIDA
                  DISPLAY 'O APROVADOR NAO TEM A FUNCAO DE '
                          'APROVACAO - CONVERSAO CANCELADA.'
                  SET CONVERSAO-OK       TO FALSE
                  GO TO P750-FIM
               END-IF
                  ELSE
                     DISPLAY 'AVALISTA: ' NM-CONTATO
                     MOVE NM-CONTATO     TO WS-AVAL-NOME
                     PERFORM P782-PEDE-DOC-AVAL THRU P782-FIM
                  END-IF
            END-READ

                     ELSE
                        DISPLAY 'AVALISTA: ' NM-CLIENTE
                        MOVE NM-CLIENTE  TO WS-AVAL-NOME
                        MOVE DOC-CLIENTE TO WS-AVAL-DOC
                        IF WS-AVAL-DOC-TIPO EQUAL SPACES
                           MOVE 'S'      TO WS-AVAL-VALIDO
                        ELSE
                           PERFORM P784-CONFERE-TOMADOR THRU P784-FIM
                        END-IF
                     END-IF
                  END-IF
            END-READ
       P780-FIM.
           EXIT.

       P782-PEDE-DOC-AVAL.
      ***** O CONTATO NAO TEM DOCUMENTO NO CADASTRO: O DO AVALISTA ****
      ***** E PEDIDO AQUI E CONFERIDO PELO DIGITO VERIFICADOR *********
            MOVE SPACES                  TO WS-AVAL-DOC-TIPO
            MOVE ZEROS                   TO WS-AVAL-DOC-NUMERO
            DISPLAY 'Documento do avalista - <F> CPF ou <J> CNPJ: '
            ACCEPT WS-AVAL-DOC-TIPO
            INSPECT WS-AVAL-DOC-TIPO CONVERTING 'fj' TO 'FJ'

            IF NOT AVAL-DOC-CPF
               AND NOT AVAL-DOC-CNPJ
               DISPLAY 'TIPO DE DOCUMENTO INVALIDO - USE F OU J.'
               GO TO P782-FIM
            END-IF

            DISPLAY 'Informe o numero do documento (so os digitos): '
            ACCEPT WS-AVAL-DOC-NUMERO
            MOVE ZEROS                   TO WS-VAL-NUM
            MOVE 'N'                     TO WS-VAL-RESULTADO
            IF AVAL-DOC-CPF
               MOVE 'CPF'                TO WS-VAL-TIPO
               IF WS-AVAL-DOC-ZEROS EQUAL ZEROS
                  CALL 'CADVALID' USING WS-VAL-TIPO WS-VAL-NUM
                                        WS-AVAL-DOC-NR-CPF
                                        WS-VAL-RESULTADO
               END-IF
            ELSE
               MOVE 'CNPJ'               TO WS-VAL-TIPO
               CALL 'CADVALID' USING WS-VAL-TIPO WS-VAL-NUM
                                     WS-AVAL-DOC-NUMERO
                                     WS-VAL-RESULTADO
            END-IF

            IF NOT VAL-OK
               DISPLAY 'DOCUMENTO INVALIDO (DIGITO VERIFICADOR).'
               GO TO P782-FIM
            END-IF

            PERFORM P784-CONFERE-TOMADOR THRU P784-FIM
            .
       P782-FIM.
           EXIT.

       P784-CONFERE-TOMADOR.
      ***** O TOMADOR COM OUTRO CODIGO (OU COMO CONTATO) CONTINUA *****
      ***** SENDO O TOMADOR: NAO PODE AVALIZAR O PROPRIO CONTRATO *****
            IF WS-AVAL-DOC EQUAL WS-DOC-TOMADOR
               DISPLAY 'DOCUMENTO DO PROPRIO TOMADOR - NAO PODE SER O '
                       'AVALISTA.'
               GO TO P784-FIM
            END-IF

            MOVE 'S'                     TO WS-AVAL-VALIDO
            .
       P784-FIM.
           EXIT.

       P790-GRAVA-AVALISTA.

            IF NOT AVAL-NECESSARIO
            MOVE WS-AVAL-NOME            TO AVL-NOME
            MOVE PRO-VR-FINANCIADO       TO AVL-VR-GARANTIDO
            MOVE WS-DATA-HOJE            TO AVL-DT-REGISTRO
            MOVE WS-AVAL-DOC-TIPO        TO AVL-TP-DOC
            MOVE WS-AVAL-DOC-NUMERO      TO AVL-NR-DOC

            WRITE REG-AVALISTA
               INVALID KEY
