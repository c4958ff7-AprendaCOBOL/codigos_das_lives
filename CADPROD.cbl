      ******************************************************************
      * Author: ANDRE COSTA
      * Date: 15/10/2026
      * Purpose: MANUTENCAO DO CATALOGO DE PRODUTOS DE FINANCIAMENTO
      *          (PRODUTO.DAT): INCLUSAO/ALTERACAO, CONSULTA, LISTA E
      *          INATIVACAO/REATIVACAO DO PRODUTO - METODOS DE
      *          AMORTIZACAO PERMITIDOS, PRAZO E VALOR FINANCIADO
      *          MINIMO E MAXIMO E TAXA MENSAL PADRAO. E O CATALOGO
      *          QUE O PROPFIN E O CONTRNOV EXIGEM NA ORIGINACAO -
      *          ACABA CADA OPERADOR DIGITANDO A TAXA, O PRAZO E O
      *          METODO QUE QUISER PARA O MESMO FINANCIAMENTO. A
      *          INCLUSAO, A ALTERACAO E A INATIVACAO EXIGEM OPERADOR
      *          NIVEL-ADMINISTRADOR NO SIGNON, GRAVADO NO REGISTRO.
      *          PRODUTO NAO E EXCLUIDO: OS CONTRATOS GUARDAM O
      *          CODIGO, ENTAO O PRODUTO FORA DE LINHA E INATIVADO.
      * Update: 15/10/2026 - A manutencao e a inativacao deixaram de
      *         exigir nivel de administrador: o PERMITE confere as
      *         funcoes CADPROD/MANUTENCAO e CADPROD/SITUACAO nos perfis
      *         do operador.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CADPROD.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
            DECIMAL-POINT IS COMMA.
            INPUT-OUTPUT SECTION.
            FILE-CONTROL.
                SELECT PRODUTO ASSIGN TO
                WS-ARQ-PRODUTO
                ORGANIZATION IS INDEXED
                ACCESS MODE  IS DYNAMIC
                RECORD KEY   IS PRD-CODIGO
                FILE STATUS  IS WS-FS.

       DATA DIVISION.
       FILE SECTION.
       FD PRODUTO.
          COPY FD_PRODUTO.

       WORKING-STORAGE SECTION.
      ***** CAMINHOS FISICOS DOS ARQUIVOS - PRE-CARREGADOS COM O *****
      ***** PADRAO HISTORICO E RESOLVIDOS PELO ARQCONF NO INICIO *****
       77 WS-ARQ-PRODUTO             PIC X(68) VALUE
          'C:\CursoCOBOL\COBOL\01 - Basico\bin\PRODUTO.DAT'.
       77 WS-FS                          PIC 99.
          88 FS-OK                       VALUE 0.
       77 WS-EOF                         PIC X.
          88 EOF-OK                      VALUE 'S' FALSE 'N'.
       77 WS-OPCAO                       PIC X.
       77 WS-CONFIRMA                    PIC X.
       77 WS-DATA-MOVIMENTO              PIC 9(08) VALUE ZEROS.
       77 WS-CONTROLE-DATA               PIC X(01) VALUE 'N'.
       77 WS-QT-PRODUTOS                 PIC 9(04) VALUE ZEROS.
       77 WS-PRODUTO-NOVO                PIC X VALUE 'N'.
          88 PRODUTO-NOVO                VALUE 'S'.
      ***** DADOS DIGITADOS - SO VAO PARA O REGISTRO DEPOIS DE ********
      ***** VALIDADOS *************************************************
       01 WS-PRODUTO-INF.
          03 WS-PRD-CODIGO               PIC X(04).
          03 WS-PRD-DESCRICAO            PIC X(30).
          03 WS-PRD-METODOS              PIC X(02).
          03 WS-PRD-PRAZO-MIN            PIC 9(03).
          03 WS-PRD-PRAZO-MAX            PIC 9(03).
          03 WS-PRD-VR-MIN               PIC 9(08)V99.
          03 WS-PRD-VR-MAX               PIC 9(08)V99.
          03 WS-PRD-TX-PADRAO            PIC 99V99.
       77 WS-PERMITIDO                   PIC X(01).
          88 FUNCAO-PERMITIDA            VALUE 'S'.
       01 WS-SIGNON.
          03 WS-SGN-USUARIO              PIC X(12).
          03 WS-SGN-NIVEL                PIC 9(01).
          03 WS-SGN-AUTENTICADO          PIC X(01).
             88 SIGNON-OK                VALUE 'S' FALSE 'N'.
          03 WS-SGN-CHAMADOR             PIC X(10).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.

      ***** RESOLVE OS CAMINHOS FISICOS PELO PERFIL DO ARQCONF ******
            CALL 'ARQCONF' USING 'PRODUTO.DAT     ' WS-ARQ-PRODUTO

            CALL 'DTMOVIM' USING WS-DATA-MOVIMENTO WS-CONTROLE-DATA

            DISPLAY '*** CATALOGO DE PRODUTOS DE FINANCIAMENTO ***'

            MOVE 'CADPROD   '            TO WS-SGN-CHAMADOR
            CALL 'SIGNON' USING WS-SIGNON
            IF NOT SIGNON-OK
               STOP RUN
            END-IF

            PERFORM P100-MENU THRU P100-FIM UNTIL WS-OPCAO = 'F'
            STOP RUN.

       P100-MENU.
            MOVE SPACES                       TO WS-OPCAO
            DISPLAY '*************************************************'
            DISPLAY '|  I - Incluir/alterar um produto               |'
            DISPLAY '|  C - Consultar um produto                     |'
            DISPLAY '|  L - Listar o catalogo                        |'
            DISPLAY '|  D - Inativar/reativar um produto             |'
            DISPLAY '|              (ou tecle <F> para finalizar)    |'
            DISPLAY '*************************************************'
            ACCEPT  WS-OPCAO

            EVALUATE WS-OPCAO
                WHEN 'I' WHEN 'i'
                   PERFORM P200-INCLUIR THRU P200-FIM
                WHEN 'C' WHEN 'c'
                   PERFORM P300-CONSULTAR THRU P300-FIM
                WHEN 'L' WHEN 'l'
                   PERFORM P400-LISTAR THRU P400-FIM
                WHEN 'D' WHEN 'd'
                   PERFORM P500-SITUACAO THRU P500-FIM
                WHEN 'F' WHEN 'f'
                   MOVE 'F'                    TO WS-OPCAO
                WHEN OTHER
                   DISPLAY 'OPCAO INVALIDA!'
            END-EVALUATE
            .
       P100-FIM.
           EXIT.

       P200-INCLUIR.
      ***** CONDICAO DE PRODUTO SO MUDA PELA MAO DE QUEM TEM A FUNCAO *
            CALL 'PERMITE' USING WS-SGN-USUARIO 'CADPROD   '
                                 'MANUTENCAO' WS-PERMITIDO
            IF NOT FUNCAO-PERMITIDA
               DISPLAY 'OPERADOR SEM PERFIL PARA MANTER PRODUTO.'
               GO TO P200-FIM
            END-IF

            OPEN I-O PRODUTO
            IF WS-FS EQUAL 35
               OPEN OUTPUT PRODUTO
               CLOSE PRODUTO
               OPEN I-O PRODUTO
            END-IF

            IF NOT FS-OK
               DISPLAY 'ERRO AO ABRIR O CATALOGO DE PRODUTOS.'
               DISPLAY 'FILE STATUS: ' WS-FS
               GO TO P200-FIM
            END-IF

            DISPLAY 'Informe o codigo do produto (4 posicoes):'
            ACCEPT WS-PRD-CODIGO
            IF WS-PRD-CODIGO EQUAL SPACES
               DISPLAY 'CODIGO EM BRANCO - PRODUTO NAO GRAVADO.'
               CLOSE PRODUTO
               GO TO P200-FIM
            END-IF

            MOVE 'N'                     TO WS-PRODUTO-NOVO
            MOVE WS-PRD-CODIGO           TO PRD-CODIGO
            READ PRODUTO
               INVALID KEY
                  MOVE 'S'               TO WS-PRODUTO-NOVO
                  DISPLAY 'PRODUTO NOVO.'
               NOT INVALID KEY
                  DISPLAY 'ALTERANDO: ' PRD-DESCRICAO
            END-READ

            DISPLAY 'Informe a descricao:'
            ACCEPT WS-PRD-DESCRICAO
            DISPLAY 'Metodos permitidos - S (SAC), P (PRICE) ou SP:'
            ACCEPT WS-PRD-METODOS
            DISPLAY 'Prazo minimo (parcelas):'
            ACCEPT WS-PRD-PRAZO-MIN
            DISPLAY 'Prazo maximo (parcelas):'
            ACCEPT WS-PRD-PRAZO-MAX
            DISPLAY 'Valor financiado minimo:'
            ACCEPT WS-PRD-VR-MIN
            DISPLAY 'Valor financiado maximo:'
            ACCEPT WS-PRD-VR-MAX
            DISPLAY 'Taxa de juros mensal padrao (EX: 2,50):'
            ACCEPT WS-PRD-TX-PADRAO

            IF WS-PRD-METODOS NOT EQUAL 'S ' AND
               WS-PRD-METODOS NOT EQUAL 'P ' AND
               WS-PRD-METODOS NOT EQUAL 'SP' AND
               WS-PRD-METODOS NOT EQUAL 'PS'
               DISPLAY 'METODOS INVALIDOS - USE S, P OU SP.'
               CLOSE PRODUTO
               GO TO P200-FIM
            END-IF

            IF WS-PRD-PRAZO-MIN EQUAL ZEROS
               OR WS-PRD-PRAZO-MIN GREATER THAN WS-PRD-PRAZO-MAX
               DISPLAY 'PRAZO INVALIDO - MINIMO ZERADO OU MAIOR QUE '
                       'O MAXIMO.'
               CLOSE PRODUTO
               GO TO P200-FIM
            END-IF

            IF WS-PRD-VR-MIN EQUAL ZEROS
               OR WS-PRD-VR-MIN GREATER THAN WS-PRD-VR-MAX
               DISPLAY 'VALOR INVALIDO - MINIMO ZERADO OU MAIOR QUE '
                       'O MAXIMO.'
               CLOSE PRODUTO
               GO TO P200-FIM
            END-IF

            IF WS-PRD-TX-PADRAO EQUAL ZEROS
               DISPLAY 'TAXA PADRAO ZERADA - PRODUTO NAO GRAVADO.'
               CLOSE PRODUTO
               GO TO P200-FIM
            END-IF

            MOVE WS-PRD-CODIGO           TO PRD-CODIGO
            MOVE WS-PRD-DESCRICAO        TO PRD-DESCRICAO
            MOVE WS-PRD-METODOS          TO PRD-METODOS
            MOVE WS-PRD-PRAZO-MIN        TO PRD-PRAZO-MIN
            MOVE WS-PRD-PRAZO-MAX        TO PRD-PRAZO-MAX
            MOVE WS-PRD-VR-MIN           TO PRD-VR-MIN
            MOVE WS-PRD-VR-MAX           TO PRD-VR-MAX
            MOVE WS-PRD-TX-PADRAO        TO PRD-TX-PADRAO
            MOVE WS-SGN-USUARIO          TO PRD-OPERADOR
            MOVE WS-DATA-MOVIMENTO       TO PRD-DT-ALTERACAO

            IF PRODUTO-NOVO
               SET PRODUTO-ATIVO         TO TRUE
               WRITE REG-PRODUTO
                  INVALID KEY
                     DISPLAY 'ERRO AO GRAVAR O PRODUTO.'
                  NOT INVALID KEY
                     DISPLAY 'PRODUTO INCLUIDO COM SUCESSO!'
               END-WRITE
            ELSE
               REWRITE REG-PRODUTO
                  INVALID KEY
                     DISPLAY 'ERRO AO GRAVAR O PRODUTO.'
                  NOT INVALID KEY
                     DISPLAY 'PRODUTO ALTERADO COM SUCESSO!'
               END-REWRITE
            END-IF

            CLOSE PRODUTO
            .
       P200-FIM.
           EXIT.

       P300-CONSULTAR.
            OPEN INPUT PRODUTO
            IF NOT FS-OK
               DISPLAY 'AINDA NAO HA PRODUTOS CADASTRADOS.'
               GO TO P300-FIM
            END-IF

            DISPLAY 'Informe o codigo do produto:'
            ACCEPT PRD-CODIGO
            READ PRODUTO
               INVALID KEY
                  DISPLAY 'PRODUTO NAO CADASTRADO.'
               NOT INVALID KEY
                  DISPLAY 'PRODUTO..: ' PRD-CODIGO ' - '
                          PRD-DESCRICAO
                  DISPLAY 'METODOS..: ' PRD-METODOS
                  DISPLAY 'PRAZO....: ' PRD-PRAZO-MIN ' A '
                          PRD-PRAZO-MAX ' PARCELAS'
                  DISPLAY 'VALOR....: ' PRD-VR-MIN ' A '
                          PRD-VR-MAX
                  DISPLAY 'TAXA.....: ' PRD-TX-PADRAO ' AO MES'
                  IF PRODUTO-ATIVO
                     DISPLAY 'SITUACAO.: ATIVO'
                  ELSE
                     DISPLAY 'SITUACAO.: INATIVO'
                  END-IF
                  DISPLAY 'ALTERADO.: ' PRD-DT-ALTERACAO ' POR '
                          PRD-OPERADOR
            END-READ

            CLOSE PRODUTO
            .
       P300-FIM.
           EXIT.

       P400-LISTAR.
            OPEN INPUT PRODUTO
            IF NOT FS-OK
               DISPLAY 'AINDA NAO HA PRODUTOS CADASTRADOS.'
               GO TO P400-FIM
            END-IF

            MOVE ZEROS                   TO WS-QT-PRODUTOS
            SET EOF-OK                   TO FALSE
            PERFORM P410-LISTA-UM        THRU P410-FIM UNTIL EOF-OK

            DISPLAY 'PRODUTOS NO CATALOGO: ' WS-QT-PRODUTOS

            CLOSE PRODUTO
            .
       P400-FIM.
           EXIT.

       P410-LISTA-UM.
            READ PRODUTO NEXT RECORD
               AT END
                  SET EOF-OK             TO TRUE
               NOT AT END
                  ADD 1                  TO WS-QT-PRODUTOS
                  DISPLAY PRD-CODIGO ' ' PRD-DESCRICAO
                          ' ' PRD-METODOS
                          ' ' PRD-PRAZO-MIN '-' PRD-PRAZO-MAX
                          ' ' PRD-TX-PADRAO '% ' PRD-SITUACAO
            END-READ
            .
       P410-FIM.
           EXIT.

       P500-SITUACAO.
            CALL 'PERMITE' USING WS-SGN-USUARIO 'CADPROD   '
                                 'SITUACAO  ' WS-PERMITIDO
            IF NOT FUNCAO-PERMITIDA
               DISPLAY 'OPERADOR SEM PERFIL PARA INATIVAR PRODUTO.'
               GO TO P500-FIM
            END-IF

            OPEN I-O PRODUTO
            IF NOT FS-OK
               DISPLAY 'AINDA NAO HA PRODUTOS CADASTRADOS.'
               GO TO P500-FIM
            END-IF

            DISPLAY 'Informe o codigo do produto:'
            ACCEPT PRD-CODIGO
            READ PRODUTO
               INVALID KEY
                  DISPLAY 'PRODUTO NAO CADASTRADO.'
                  CLOSE PRODUTO
                  GO TO P500-FIM
            END-READ

            IF PRODUTO-ATIVO
               DISPLAY 'Inativar o produto ' PRD-DESCRICAO '? (S/N)'
            ELSE
               DISPLAY 'Reativar o produto ' PRD-DESCRICAO '? (S/N)'
            END-IF
            ACCEPT WS-CONFIRMA
            IF WS-CONFIRMA NOT EQUAL 'S' AND WS-CONFIRMA NOT EQUAL 's'
               DISPLAY 'OPERACAO CANCELADA.'
               CLOSE PRODUTO
               GO TO P500-FIM
            END-IF

            IF PRODUTO-ATIVO
               SET PRODUTO-INATIVO       TO TRUE
            ELSE
               SET PRODUTO-ATIVO         TO TRUE
            END-IF
            MOVE WS-SGN-USUARIO          TO PRD-OPERADOR
            MOVE WS-DATA-MOVIMENTO       TO PRD-DT-ALTERACAO

            REWRITE REG-PRODUTO
               INVALID KEY
                  DISPLAY 'ERRO AO GRAVAR O PRODUTO.'
               NOT INVALID KEY
                  DISPLAY 'SITUACAO DO PRODUTO ALTERADA: '
                          PRD-SITUACAO
            END-REWRITE

            CLOSE PRODUTO
            .
       P500-FIM.
           EXIT.

       END PROGRAM CADPROD.
