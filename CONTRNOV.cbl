      * Modified: 03/09/2026 - O vencimento gerado em sabado, domingo
      *         ou feriado (FERIADOS.TXT) e empurrado para o dia util
      *         seguinte pelo DIAUTIL antes de gravar a parcela.
      * Update: 15/10/2026 - Recebimento estornado pelo ESTRECEB
      *         (RECPARC com situacao ESTORNADO) deixa de abater
      *         o saldo da parcela.
      * Update: 15/10/2026 - O operador escolhe um produto
      *         do catalogo (PRODUTO.DAT, CADPROD): metodo, prazo e
      *         valor fora dos limites do produto sao recusados, taxa
      *         abaixo da padrao exige aprovador nivel-administrador
      *         e o codigo do produto e gravado no contrato.
      * Update: 15/10/2026 - O contrato calcula o IOF
      *         (IOFCET: diario por parcela mais adicional, aliquotas
      *         no FINPARM), financiado junto com o valor liberado, e
      *         o CET ao mes e ao ano, mostrados na tela e gravados no
      *         contrato; o IOF vai para o LANCPEND como IOF a recolher.
      * Update: 15/10/2026 - Gravados o contrato e o
      *         avalista, o instrumento para assinatura sai pelo
      *         CTRINSTR com os dados gravados - acabou o papel
      *         datilografado a parte.
      * Update: 15/10/2026 - A faixa de risco do cliente
      *         (SCORECLI, apurada toda noite) e mostrada pelo FAIXACLI
      *         e cliente de alto risco (faixa C) so recebe contrato
      *         com aprovador nivel-administrador.
      * Update: 15/10/2026 - A exposicao do cliente passou a
      *         ler so os contratos dele, pelo indice de contratos
      *         por cliente (CTRCLI.DAT), sem varrer o CONTRATO.DAT;
      *         o contrato gravado entra no indice pelo CTRCLIM.
      * Update: 15/10/2026 - O avalista passou a gravar o
      *         documento (CPF/CNPJ): o contato avalista informa o seu,
      *         conferido no CADVALID, e o cliente avalista herda o do
      *         CLIENTE.DAT; documento igual ao do tomador e recusado.
      * Update: 15/10/2026 - Acesso por perfil: abrir contrato e a
      *         funcao CONTRNOV/INCLUSAO e as aprovacoes (alto risco,
      *         taxa abaixo da padrao, estouro de limite) pedem
      *         CONTRNOV/APROVACAO, conferidas pelo PERMITE, no lugar do
      *         nivel de administrador.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CONTRNOV.
                ACCESS MODE  IS RANDOM
                RECORD KEY   IS AVL-NUM-CONTRATO
                FILE STATUS  IS WS-FS-AVL.
                SELECT PRODUTO ASSIGN TO
                WS-ARQ-PRODUTO
                ORGANIZATION IS INDEXED
                ACCESS MODE  IS RANDOM
                RECORD KEY   IS PRD-CODIGO
                FILE STATUS  IS WS-FS-PRD.
                SELECT CTRCLI ASSIGN TO
                WS-ARQ-CTRCLI
                ORGANIZATION IS INDEXED
                ACCESS MODE  IS DYNAMIC
                RECORD KEY   IS CHAVE-CTRCLI
                FILE STATUS  IS WS-FS-CCL.

       DATA DIVISION.
       FILE SECTION.
       FD AVALISTA.
          COPY FD_AVALISTA.

       FD PRODUTO.
          COPY FD_PRODUTO.

       FD CTRCLI.
          COPY FD_CTRCLI.

       WORKING-STORAGE SECTION.
      ***** CAMINHOS FISICOS DOS ARQUIVOS - PRE-CARREGADOS COM O *****
      ***** PADRAO HISTORICO E RESOLVIDOS PELO ARQCONF NO INICIO *****
          'C:\CursoCOBOL\COBOL\01 - Basico\bin\CONTATOS.DAT'.
       77 WS-ARQ-AVALISTA             PIC X(68) VALUE
          'C:\CursoCOBOL\COBOL\01 - Basico\bin\AVALISTA.DAT'.
       77 WS-ARQ-PRODUTO             PIC X(68) VALUE
          'C:\CursoCOBOL\COBOL\01 - Basico\bin\PRODUTO.DAT'.
       77 WS-ARQ-CTRCLI              PIC X(68) VALUE
          'C:\CursoCOBOL\COBOL\01 - Basico\bin\CTRCLI.DAT'.
       77 WS-FS                          PIC 99.
          88 FS-OK                       VALUE 0.
       77 WS-FS-CLI                      PIC 99.
          88 FS-CNT-OK                   VALUE 0.
       77 WS-FS-AVL                      PIC 99.
          88 FS-AVL-OK                   VALUE 0.
       77 WS-FS-PRD                      PIC 99.
          88 FS-PRD-OK                   VALUE 0.
       77 WS-FS-CCL                      PIC 99.
          88 FS-CCL-OK                   VALUE 0.
       77 WS-FS-LCP                      PIC 99.
       77 WS-DATA-MOVIMENTO              PIC 9(08) VALUE ZEROS.
       77 WS-CONTROLE-DATA               PIC X(01) VALUE 'N'.
       77 WS-VR-EXIGE-AVAL               PIC 9(09)V99 VALUE 10000,00.
       77 WS-AVAL-NECESSARIO             PIC X VALUE 'N'.
          88 AVAL-NECESSARIO             VALUE 'S'.
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
       77 WS-RCP-ABERTO                  PIC X VALUE 'N'.
          88 RCP-ABERTO                  VALUE 'S'.
          88 EOF-OK                      VALUE 'S' FALSE 'N'.
       77 WS-EOF-RCP                     PIC X.
          88 EOF-RCP-OK                  VALUE 'S' FALSE 'N'.
       77 WS-EOF-CTR                     PIC X.
          88 EOF-CTR-OK                  VALUE 'S' FALSE 'N'.
      ***** INSTRUMENTO DE CONTRATO PARA ASSINATURA (CTRINSTR) ********
       01 WS-CTRINSTR.
          03 WS-CIN-NUM-CONTRATO         PIC 9(06).
          03 WS-CIN-USUARIO              PIC X(12).
          03 WS-CIN-QT-IMPRESSAO         PIC 9(03).
          03 WS-CIN-RETORNO              PIC 99.
             88 CIN-IMPRESSO             VALUE 0.
      ***** MANUTENCAO DO INDICE DE CONTRATOS POR CLIENTE (CTRCLIM) ***
       01 WS-CTRCLIM.
          03 WS-CCM-ACAO                 PIC X(01).
          03 WS-CCM-CD-CLIENTE           PIC X(20).
          03 WS-CCM-NUM-CONTRATO         PIC 9(06).
          03 WS-CCM-RETORNO              PIC 99.
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
       77 WS-VR-EXPOSICAO-NOVA           PIC 9(11)V99 VALUE ZEROS.
       77 WS-VR-RECEBIDO-PARC            PIC 9(09)V99 VALUE ZEROS.
       77 WS-CONFIRMA                    PIC X.
       77 WS-PERMITIDO                   PIC X(01).
          88 FUNCAO-PERMITIDA            VALUE 'S'.
      ***** PRODUTO ESCOLHIDO - AS CONDICOES DIGITADAS SO PASSAM ******
      ***** DENTRO DOS LIMITES DELE ***********************************
       77 WS-PRODUTO-VALIDO              PIC X VALUE 'N'.
          88 PRODUTO-VALIDO              VALUE 'S'.
       77 WS-CONDICOES-VALIDAS           PIC X VALUE 'N'.
          88 CONDICOES-VALIDAS           VALUE 'S'.
       01 WS-PRODUTO-ESCOLHIDO.
          03 WS-PRD-CODIGO               PIC X(04).
          03 WS-PRD-DESCRICAO            PIC X(30).
          03 WS-PRD-METODOS              PIC X(02).
          03 WS-PRD-PRAZO-MIN            PIC 9(03).
          03 WS-PRD-PRAZO-MAX            PIC 9(03).
          03 WS-PRD-VR-MIN               PIC 9(08)V99.
          03 WS-PRD-VR-MAX               PIC 9(08)V99.
          03 WS-PRD-TX-PADRAO            PIC 99V99.
      ***** IOF E CET DO CONTRATO (IOFCET) - O IOF E FINANCIADO *******
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
      ***** IOF A RECOLHER LANCADO NA GRAVACAO DO CONTRATO ************
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
      ***** DADOS DO FINANCIAMENTO E DA TABELA DE PARCELAS ************
       01 WS-FINANCIAMENTO.
          03 WS-NUM-CONTRATO             PIC 9(06).
            CALL 'ARQCONF' USING 'RECPARC.DAT     ' WS-ARQ-RECPARC
            CALL 'ARQCONF' USING 'CONTATOS.DAT    ' WS-ARQ-CONTATOS
            CALL 'ARQCONF' USING 'AVALISTA.DAT    ' WS-ARQ-AVALISTA
            CALL 'ARQCONF' USING 'PRODUTO.DAT     ' WS-ARQ-PRODUTO
            CALL 'ARQCONF' USING 'CTRCLI.DAT      ' WS-ARQ-CTRCLI

            CALL 'FINPARM' USING 'CTA-IOF-DEB     ' WS-CTA-IOF-DEB
            CALL 'FINPARM' USING 'CTA-IOF-CRE     ' WS-CTA-IOF-CRE

            CALL 'DTMOVIM' USING WS-DATA-MOVIMENTO WS-CONTROLE-DATA

            DISPLAY '*** ABERTURA DE CONTRATO DE FINANCIAMENTO ***'

               STOP RUN
            END-IF

            CALL 'PERMITE' USING WS-SGN-USUARIO 'CONTRNOV  '
                                 'INCLUSAO  ' WS-PERMITIDO
            IF NOT FUNCAO-PERMITIDA
               DISPLAY 'OPERADOR SEM PERFIL PARA ABRIR CONTRATO.'
               STOP RUN
            END-IF

            PERFORM P100-VALIDAR-CLIENTE THRU P100-FIM
            PERFORM P150-FAIXA-RISCO     THRU P150-FIM
            PERFORM P200-APURA-EXPOSICAO THRU P200-FIM
            PERFORM P300-DADOS-CONTRATO  THRU P300-FIM
            PERFORM P400-ANALISE-LIMITE  THRU P400-FIM
            PERFORM P450-EXIGE-AVALISTA  THRU P450-FIM
            PERFORM P500-GRAVA-CONTRATO  THRU P500-FIM
            PERFORM P600-GRAVA-AVALISTA  THRU P600-FIM
            PERFORM P700-IMPRIME-CONTRATO THRU P700-FIM

            STOP RUN.
       P100-VALIDAR-CLIENTE.
                     DISPLAY 'CLIENTE: ' NM-CLIENTE
                     MOVE LIM-CREDITO-CLIENTE
                                         TO WS-VR-LIMITE-CLIENTE
                     MOVE DOC-CLIENTE    TO WS-DOC-TOMADOR
                     MOVE 'S'            TO WS-CLIENTE-VALIDO
                  END-IF
            END-READ
            .
       P110-FIM.
       P150-FAIXA-RISCO.

            MOVE WS-CD-CLIENTE-INF       TO WS-FXC-CD-CLIENTE
            CALL 'FAIXACLI' USING WS-FAIXACLI

            DISPLAY 'FAIXA DE RISCO....: ' WS-FXC-FAIXA
                    ' (SCORE ' WS-FXC-VR-SCORE
                    ' EM ' WS-FXC-DT-CALCULO ')'

            IF NOT FXC-RISCO-ALTO
               GO TO P150-FIM
            END-IF

            DISPLAY '*** CLIENTE DE ALTO RISCO (FAIXA C) ***'

      ***** CLIENTE DE ALTO RISCO SO RECEBE CONTRATO COM A APROVACAO **
      ***** DE QUEM TEM A FUNCAO DE APROVACAO - O PROPRIO, SE TIVER ****
            CALL 'PERMITE' USING WS-SGN-USUARIO 'CONTRNOV  '
                                 'APROVACAO ' WS-PERMITIDO
            IF FUNCAO-PERMITIDA
               MOVE WS-SGN-USUARIO       TO WS-APR-USUARIO
            ELSE
               DISPLAY 'UM APROVADOR PRECISA APROVAR. '
                       'IDENTIFIQUE-SE:'
               MOVE 'CONTRNOV  '                TO WS-APR-CHAMADOR
               CALL 'SIGNON' USING WS-APROVADOR
               IF NOT APROVADOR-OK
                  DISPLAY 'CLIENTE NAO APROVADO - CONTRATO '
                          'CANCELADO.'
                  STOP RUN
               END-IF
               CALL 'PERMITE' USING WS-APR-USUARIO 'CONTRNOV  '
                                    'APROVACAO ' WS-PERMITIDO
               IF NOT FUNCAO-PERMITIDA
                  DISPLAY 'O APROVADOR NAO TEM A FUNCAO DE '
                          'APROVACAO - CONTRATO CANCELADO.'
                  STOP RUN
               END-IF
            END-IF

            DISPLAY 'Aprovador ' WS-APR-USUARIO
                    ' - confirma contrato para cliente de alto risco?'
                    ' (S/N) '
            ACCEPT WS-CONFIRMA
            IF WS-CONFIRMA NOT EQUAL 'S' AND WS-CONFIRMA NOT EQUAL 's'
               DISPLAY 'CLIENTE NAO APROVADO - CONTRATO CANCELADO.'
               STOP RUN
            END-IF
            .
       P150-FIM.
       P200-APURA-EXPOSICAO.

      ***** EXPOSICAO EM ABERTO DO CLIENTE, COMO O POSCLI APURA: ******
               STOP RUN
            END-IF

      ***** SO OS CONTRATOS DO CLIENTE SAO LIDOS, PELO INDICE DE ******
      ***** CONTRATOS POR CLIENTE - SEM ELE A EXPOSICAO SAIRIA ZERADA *
            OPEN INPUT CTRCLI

            IF NOT FS-CCL-OK
               DISPLAY 'ERRO AO ABRIR O INDICE DE CONTRATOS POR '
                       'CLIENTE (CTRCLI.DAT). FILE STATUS: ' WS-FS-CCL
               DISPLAY 'GERE O INDICE PELO CTRCLIGR E REPITA.'
               CLOSE CONTRATO
               STOP RUN
            END-IF

            OPEN INPUT RECPARC
            IF FS-RCP-OK
               MOVE 'S'                  TO WS-RCP-ABERTO
            END-IF

            MOVE WS-CLIENTE              TO CCL-CD-CLIENTE
            MOVE ZEROS                   TO CCL-NUM-CONTRATO

            SET EOF-OK                   TO FALSE
            START CTRCLI KEY NOT LESS THAN CHAVE-CTRCLI
               INVALID KEY
                  SET EOF-OK             TO TRUE
            END-START

            PERFORM P202-LE-INDICE       THRU P202-FIM UNTIL EOF-OK

            IF RCP-ABERTO
               CLOSE RECPARC
               MOVE 'N'                  TO WS-RCP-ABERTO
            END-IF
            CLOSE CTRCLI
            CLOSE CONTRATO

            DISPLAY 'EXPOSICAO EM ABERTO DO CLIENTE: '
                    WS-VR-EXPOSICAO
            .
       P200-FIM.
       P202-LE-INDICE.

            READ CTRCLI NEXT RECORD
               AT END
                  SET EOF-OK             TO TRUE
               NOT AT END
                  IF CCL-CD-CLIENTE(1:3) NOT EQUAL WS-CLIENTE-EDIT
                     SET EOF-OK          TO TRUE
                  ELSE
                     PERFORM P205-PARCELAS-CONTRATO THRU P205-FIM
                  END-IF
            END-READ
            .
       P202-FIM.
       P205-PARCELAS-CONTRATO.

      ***** POSICIONA NA PRIMEIRA PARCELA DO CONTRATO DO INDICE *******
            MOVE CCL-NUM-CONTRATO        TO NUM-CONTRATO
            MOVE ZEROS                   TO NUM-PARCELA-CONTRATO

            SET EOF-CTR-OK               TO FALSE
            START CONTRATO KEY NOT LESS THAN CHAVE-CONTRATO
               INVALID KEY
                  SET EOF-CTR-OK         TO TRUE
            END-START

            PERFORM P210-LE-PARCELA      THRU P210-FIM
                    UNTIL EOF-CTR-OK
            .
       P205-FIM.
       P210-LE-PARCELA.

            READ CONTRATO NEXT RECORD
               AT END
                  SET EOF-CTR-OK         TO TRUE
               NOT AT END
                  IF NUM-CONTRATO NOT EQUAL CCL-NUM-CONTRATO
                     SET EOF-CTR-OK      TO TRUE
                  END-IF
                  IF NOT EOF-CTR-OK AND PARCELA-EM-ABERTO
                     AND CD-CLIENTE-CONTRATO(1:3) EQUAL
                         WS-CLIENTE-EDIT
                     ADD VR-PARCELA-TOTAL TO WS-VR-EXPOSICAO
                        NUM-PARCELA-CONTRATO
                     SET EOF-RCP-OK      TO TRUE
                  ELSE
                     IF NOT RECEB-ESTORNADO
                        ADD RCP-VR-RECEBIDO TO WS-VR-RECEBIDO-PARC
                     END-IF
                  END-IF
            END-READ
            .

            DISPLAY 'Informe o numero do contrato: '
            ACCEPT WS-NUM-CONTRATO

            PERFORM P310-ESCOLHE-PRODUTO THRU P310-FIM

            DISPLAY 'Informe o objeto financiado: '
            ACCEPT WS-OBJETO

            MOVE 'N'                     TO WS-CONDICOES-VALIDAS
            PERFORM P320-PEDE-CONDICOES  THRU P320-FIM
                    UNTIL CONDICOES-VALIDAS

            DISPLAY 'Vencimento da 1a parcela (AAAAMMDD): '
            ACCEPT WS-DATA-CALC

            PERFORM P350-APROVA-TAXA     THRU P350-FIM

      ***** O IOF ENTRA NO VALOR FINANCIADO: A TABELA, O LIMITE E O ***
      ***** AVALISTA VALEM SOBRE O LIBERADO MAIS O IOF ****************
            PERFORM P360-CALCULA-IOF-CET THRU P360-FIM

            COMPUTE WS-TAXA-DECIMAL ROUNDED = WS-TAXA-JUROS / 100

            IF METODO-PRICE
            END-IF
            .
       P300-FIM.
       P310-ESCOLHE-PRODUTO.

      ***** TODO CONTRATO NASCE DE UM PRODUTO DO CATALOGO (CADPROD) ***
            OPEN INPUT PRODUTO

            IF NOT FS-PRD-OK
               DISPLAY 'ERRO AO ABRIR O CATALOGO DE PRODUTOS. FILE '
                       'STATUS: ' WS-FS-PRD
               DISPLAY 'CADASTRE OS PRODUTOS (CADPROD) ANTES DE ABRIR '
                       'O CONTRATO.'
               STOP RUN
            END-IF

            MOVE 'N'                     TO WS-PRODUTO-VALIDO
            PERFORM P315-PEDE-PRODUTO    THRU P315-FIM
                    UNTIL PRODUTO-VALIDO

            CLOSE PRODUTO
            .
       P310-FIM.
       P315-PEDE-PRODUTO.

            DISPLAY 'Informe o codigo do produto: '
            ACCEPT PRD-CODIGO
            READ PRODUTO
               INVALID KEY
                  DISPLAY 'PRODUTO NAO CADASTRADO: ' PRD-CODIGO
               NOT INVALID KEY
                  IF PRODUTO-INATIVO
                     DISPLAY 'PRODUTO INATIVO: ' PRD-DESCRICAO
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
                     MOVE 'S'            TO WS-PRODUTO-VALIDO
                  END-IF
            END-READ
            .
       P315-FIM.
       P320-PEDE-CONDICOES.

            DISPLAY 'Informe o valor total do objeto: '
            ACCEPT WS-VALOR
            DISPLAY 'Informe o numero de parcelas: '
            ACCEPT WS-NUM-PARCELAS
            DISPLAY 'Informe a taxa de juros mensal (ZERO = PADRAO '
                    'DO PRODUTO): '
            ACCEPT WS-TAXA-JUROS
            DISPLAY 'Metodo de amortizacao - SAC ou PRICE (S/P): '
            ACCEPT WS-METODO

            IF WS-TAXA-JUROS EQUAL ZEROS
               MOVE WS-PRD-TX-PADRAO     TO WS-TAXA-JUROS
            END-IF

      ***** CONDICAO FORA DO PRODUTO E RECUSADA E PEDIDA DE NOVO ******
            IF WS-METODO NOT EQUAL WS-PRD-METODOS(1:1)
               AND WS-METODO NOT EQUAL WS-PRD-METODOS(2:1)
               DISPLAY 'METODO NAO PERMITIDO NO PRODUTO - USE '
                       WS-PRD-METODOS '.'
               GO TO P320-FIM
            END-IF

            IF WS-NUM-PARCELAS LESS THAN WS-PRD-PRAZO-MIN
               OR WS-NUM-PARCELAS GREATER THAN WS-PRD-PRAZO-MAX
               DISPLAY 'PRAZO FORA DO PRODUTO - DE ' WS-PRD-PRAZO-MIN
                       ' A ' WS-PRD-PRAZO-MAX ' PARCELAS.'
               GO TO P320-FIM
            END-IF

            IF WS-VALOR LESS THAN WS-PRD-VR-MIN
               OR WS-VALOR GREATER THAN WS-PRD-VR-MAX
               DISPLAY 'VALOR FORA DO PRODUTO - DE ' WS-PRD-VR-MIN
                       ' A ' WS-PRD-VR-MAX '.'
               GO TO P320-FIM
            END-IF

            MOVE 'S'                     TO WS-CONDICOES-VALIDAS
            .
       P320-FIM.
       P350-APROVA-TAXA.

      ***** TAXA ABAIXO DA PADRAO DO PRODUTO EXIGE A APROVACAO DE UM **
      ***** OPERADOR COM A FUNCAO DE APROVACAO - O PROPRIO, SE TIVER ***
            IF WS-TAXA-JUROS NOT LESS THAN WS-PRD-TX-PADRAO
               GO TO P350-FIM
            END-IF

            DISPLAY '*** TAXA ' WS-TAXA-JUROS ' ABAIXO DA PADRAO DO '
                    'PRODUTO (' WS-PRD-TX-PADRAO ') ***'

            CALL 'PERMITE' USING WS-SGN-USUARIO 'CONTRNOV  '
                                 'APROVACAO ' WS-PERMITIDO
            IF FUNCAO-PERMITIDA
               MOVE WS-SGN-USUARIO       TO WS-APR-USUARIO
            ELSE
               DISPLAY 'UM APROVADOR PRECISA APROVAR. '
                       'IDENTIFIQUE-SE:'
               MOVE 'CONTRNOV  '                TO WS-APR-CHAMADOR
               CALL 'SIGNON' USING WS-APROVADOR
               IF NOT APROVADOR-OK
                  DISPLAY 'TAXA NAO APROVADA - GRAVACAO CANCELADA.'
                  STOP RUN
               END-IF
               CALL 'PERMITE' USING WS-APR-USUARIO 'CONTRNOV  '
                                    'APROVACAO ' WS-PERMITIDO
               IF NOT FUNCAO-PERMITIDA
                  DISPLAY 'O APROVADOR NAO TEM A FUNCAO DE '
                          'APROVACAO - GRAVACAO CANCELADA.'
                  STOP RUN
               END-IF
            END-IF

            DISPLAY 'Aprovador ' WS-APR-USUARIO
                    ' - confirma a taxa abaixo da padrao? (S/N) '
            ACCEPT WS-CONFIRMA
            IF WS-CONFIRMA NOT EQUAL 'S' AND WS-CONFIRMA NOT EQUAL 's'
               DISPLAY 'TAXA NAO APROVADA - GRAVACAO CANCELADA.'
               STOP RUN
            END-IF
            .
       P350-FIM.
       P360-CALCULA-IOF-CET.

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
       P360-FIM.
       P400-ANALISE-LIMITE.

      ***** VALE O LIMITE DO PROPRIO CLIENTE (CADCLI); ZERADO, O *****
            DISPLAY '*** O CONTRATO ESTOURA O LIMITE DO CLIENTE ***'

      ***** ESTOURO DE LIMITE EXIGE A APROVACAO DE UM OPERADOR ********
      ***** COM A FUNCAO DE APROVACAO - O PROPRIO, SE TIVER ************
            CALL 'PERMITE' USING WS-SGN-USUARIO 'CONTRNOV  '
                                 'APROVACAO ' WS-PERMITIDO
            IF FUNCAO-PERMITIDA
               MOVE WS-SGN-USUARIO       TO WS-APR-USUARIO
            ELSE
               DISPLAY 'UM APROVADOR PRECISA APROVAR. '
                       'IDENTIFIQUE-SE:'
               MOVE 'CONTRNOV  '                TO WS-APR-CHAMADOR
               CALL 'SIGNON' USING WS-APROVADOR
                          'CANCELADA.'
                  STOP RUN
               END-IF
               CALL 'PERMITE' USING WS-APR-USUARIO 'CONTRNOV  '
                                    'APROVACAO ' WS-PERMITIDO
               IF NOT FUNCAO-PERMITIDA
                  DISPLAY 'O APROVADOR NAO TEM A FUNCAO DE '
                          'APROVACAO - GRAVACAO CANCELADA.'
                  STOP RUN
               END-IF
            END-IF
                  ELSE
                     DISPLAY 'AVALISTA: ' NM-CONTATO
                     MOVE NM-CONTATO     TO WS-AVAL-NOME
                     PERFORM P490-PEDE-DOC-AVAL THRU P490-FIM
                  END-IF
            END-READ

                     ELSE
                        DISPLAY 'AVALISTA: ' NM-CLIENTE
                        MOVE NM-CLIENTE  TO WS-AVAL-NOME
                        MOVE DOC-CLIENTE TO WS-AVAL-DOC
                        IF WS-AVAL-DOC-TIPO EQUAL SPACES
                           MOVE 'S'      TO WS-AVAL-VALIDO
                        ELSE
                           PERFORM P495-CONFERE-TOMADOR THRU P495-FIM
                        END-IF
                     END-IF
                  END-IF
            END-READ
            CLOSE CLIENTE
            .
       P480-FIM.
       P490-PEDE-DOC-AVAL.

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
               GO TO P490-FIM
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
               GO TO P490-FIM
            END-IF

            PERFORM P495-CONFERE-TOMADOR THRU P495-FIM
            .
       P490-FIM.
       P495-CONFERE-TOMADOR.

      ***** O TOMADOR COM OUTRO CODIGO (OU COMO CONTATO) CONTINUA *****
      ***** SENDO O TOMADOR: NAO PODE AVALIZAR O PROPRIO CONTRATO *****
            IF WS-AVAL-DOC EQUAL WS-DOC-TOMADOR
               DISPLAY 'DOCUMENTO DO PROPRIO TOMADOR - NAO PODE SER O '
                       'AVALISTA.'
               GO TO P495-FIM
            END-IF

            MOVE 'S'                     TO WS-AVAL-VALIDO
            .
       P495-FIM.
       P600-GRAVA-AVALISTA.

            IF NOT AVAL-NECESSARIO
            MOVE WS-AVAL-NOME            TO AVL-NOME
            MOVE WS-VALOR                TO AVL-VR-GARANTIDO
            MOVE WS-DATA-HOJE            TO AVL-DT-REGISTRO
            MOVE WS-AVAL-DOC-TIPO        TO AVL-TP-DOC
            MOVE WS-AVAL-DOC-NUMERO      TO AVL-NR-DOC

            WRITE REG-AVALISTA
               INVALID KEY

            CLOSE CONTRATO

            PERFORM P520-LANCA-IOF       THRU P520-FIM

            DISPLAY 'CONTRATO ' WS-NUM-CONTRATO
                    ' GRAVADO EM CONTRATO.DAT (' WS-NUM-PARCELAS
                    ' PARCELA(S), PRODUTO ' WS-PRD-CODIGO ').'
            .
       P500-FIM.
       P510-GRAVA-PARCELA.
            MOVE WS-NUM-PARCELAS         TO QT-PARCELAS-CONTRATO
            MOVE WS-TAXA-JUROS           TO TX-JUROS-CONTRATO
            MOVE WS-METODO               TO CD-METODO-CONTRATO
            MOVE WS-PRD-CODIGO           TO CD-PRODUTO-CONTRATO
            MOVE WS-IOC-VR-IOF           TO VR-IOF-CONTRATO
            MOVE WS-IOC-TX-CET-ANO       TO TX-CET-CONTRATO
            MOVE WS-DATA-CALC            TO DT-VENCIMENTO-PARCELA
      ***** VENCIMENTO EM FIM DE SEMANA OU FERIADO CAI NO DIA UTIL ****
            CALL 'DIAUTIL' USING DT-VENCIMENTO-PARCELA
               INVALID KEY
                  DISPLAY 'ERRO AO GRAVAR A PARCELA ' WS-IND
                          ' DO CONTRATO ' WS-NUM-CONTRATO
               NOT INVALID KEY
                  IF NUM-PARCELA-CONTRATO EQUAL 1
                     PERFORM P515-INDEXA-CLIENTE THRU P515-FIM
                  END-IF
            END-WRITE

            ADD 1                        TO WS-DATA-CALC-MM
            END-IF
            .
       P510-FIM.
       P515-INDEXA-CLIENTE.

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
       P515-FIM.
       P520-LANCA-IOF.

      ***** O IOF COBRADO NO CONTRATO NOVO VAI PARA A CONTABILIDADE ***
      ***** COMO IOF A RECOLHER (EVENTO IOF, EXPORTADO PELO CONTABEXP) *
            IF WS-IOC-VR-IOF EQUAL ZEROS
               GO TO P520-FIM
            END-IF

            MOVE WS-DATA-MOVIMENTO       TO WS-LCT-DATA
            MOVE 'IOF  '                 TO WS-LCT-EVENTO
            MOVE WS-CTA-IOF-DEB          TO WS-LCT-CONTA-DEBITO
            MOVE WS-CTA-IOF-CRE          TO WS-LCT-CONTA-CREDITO
            MOVE WS-IOC-VR-IOF           TO WS-LCT-VALOR
            MOVE WS-NUM-CONTRATO         TO WS-LCT-CONTRATO
            MOVE ZEROS                   TO WS-LCT-PARCELA
            CALL 'LANCGRV' USING WS-LANCTO WS-FS-LCP

            IF WS-FS-LCP NOT EQUAL ZEROS
               DISPLAY '*** IOF DO CONTRATO ' WS-NUM-CONTRATO
                       ' NAO LANCADO (FILE STATUS ' WS-FS-LCP
                       ') - AVISE A CONTABILIDADE ***'
            END-IF
            .
       P520-FIM.
       P700-IMPRIME-CONTRATO.

      ***** O CLIENTE ASSINA O DOCUMENTO TIRADO DO QUE FOI GRAVADO, ***
      ***** NAO UM PAPEL DATILOGRAFADO A PARTE ************************
            MOVE WS-NUM-CONTRATO         TO WS-CIN-NUM-CONTRATO
            MOVE WS-SGN-USUARIO          TO WS-CIN-USUARIO
            CALL 'CTRINSTR' USING WS-CTRINSTR

            IF CIN-IMPRESSO
               DISPLAY 'INSTRUMENTO DO CONTRATO ' WS-NUM-CONTRATO
                       ' EM CTRINSTR.LST PARA ASSINATURA.'
            ELSE
               DISPLAY '*** INSTRUMENTO DO CONTRATO ' WS-NUM-CONTRATO
                       ' NAO IMPRESSO (STATUS ' WS-CIN-RETORNO
                       ') - REIMPRIMA PELO REIMPCTR ***'
            END-IF
            .
       P700-FIM.
       END PROGRAM CONTRNOV.
