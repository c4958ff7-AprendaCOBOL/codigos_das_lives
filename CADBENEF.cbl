      ******************************************************************
      * Author: ANDRE COSTA
      * Date: 15/10/2026
      * Purpose: MANUTENCAO DO CADASTRO DE BENEFICIOS DOS FUNCIONARIOS
      *          (BENEFICIO.DAT): INCLUI, ALTERA, CONSULTA E LISTA O
      *          BENEFICIO - TIPO, CUSTO MENSAL POR ADERENTE, PARTE DO
      *          FUNCIONARIO (PERCENTUAL DO CUSTO OU VALOR FIXO) E
      *          TETO LEGAL DO DESCONTO EM PERCENTUAL DO SALARIO. O
      *          BENEFICIO INATIVO NAO ACEITA ADESAO NOVA (CADFBEN) E
      *          NAO E MAIS DESCONTADO PELA FOLHA (FOLHAPAG).
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CADBENEF.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
            DECIMAL-POINT IS COMMA.
            INPUT-OUTPUT SECTION.
            FILE-CONTROL.
                SELECT BENEFICIO ASSIGN TO
                WS-ARQ-BENEFICIO
                ORGANIZATION IS INDEXED
                ACCESS MODE  IS DYNAMIC
                RECORD KEY   IS BNF-CD-BENEFICIO
                FILE STATUS  IS WS-FS.

       DATA DIVISION.
       FILE SECTION.
       FD BENEFICIO.
          COPY FD_BENEFICIO.

       WORKING-STORAGE SECTION.
      ***** CAMINHOS FISICOS DOS ARQUIVOS - PRE-CARREGADOS COM O *****
      ***** PADRAO HISTORICO E RESOLVIDOS PELO ARQCONF NO INICIO *****
       77 WS-ARQ-BENEFICIO           PIC X(68) VALUE
          'C:\CursoCOBOL\COBOL\01 - Basico\bin\BENEFICIO.DAT'.
       77 WS-FS                          PIC 99.
          88 FS-OK                       VALUE 0.
       77 WS-EOF                         PIC X.
          88 EOF-OK                      VALUE 'S' FALSE 'N'.
       77 WS-OPCAO                       PIC X.
       77 WS-QT-LISTADOS                 PIC 9(03) VALUE ZEROS.
       77 WS-NOME-TIPO                   PIC X(16) VALUE SPACES.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.

      ***** RESOLVE OS CAMINHOS FISICOS PELO PERFIL DO ARQCONF ******
            CALL 'ARQCONF' USING 'BENEFICIO.DAT   ' WS-ARQ-BENEFICIO

            DISPLAY '*** CADASTRO DE BENEFICIOS ***'
            PERFORM P100-MENU THRU P100-FIM UNTIL WS-OPCAO = 'F'
            STOP RUN.

       P100-MENU.
            MOVE SPACES                       TO WS-OPCAO
            DISPLAY '*************************************************'
            DISPLAY '|  I - Incluir/alterar beneficio                |'
            DISPLAY '|  C - Consultar beneficio                      |'
            DISPLAY '|  L - Listar beneficios                        |'
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
                WHEN 'F' WHEN 'f'
                   MOVE 'F'                    TO WS-OPCAO
                WHEN OTHER
                   DISPLAY 'OPCAO INVALIDA!'
            END-EVALUATE
            .
       P100-FIM.
           EXIT.

       P200-INCLUIR.
            OPEN I-O BENEFICIO
            IF WS-FS EQUAL 35
               OPEN OUTPUT BENEFICIO
               CLOSE BENEFICIO
               OPEN I-O BENEFICIO
            END-IF

            IF NOT FS-OK
               DISPLAY 'ERRO AO ABRIR O CADASTRO DE BENEFICIOS.'
               DISPLAY 'FILE STATUS: ' WS-FS
               GO TO P200-FIM
            END-IF

            DISPLAY 'Informe o codigo do beneficio (999):'
            ACCEPT BNF-CD-BENEFICIO

            IF BNF-CD-BENEFICIO EQUAL ZEROS
               DISPLAY 'CODIGO DO BENEFICIO E OBRIGATORIO.'
               CLOSE BENEFICIO
               GO TO P200-FIM
            END-IF

            DISPLAY 'Informe a descricao:'
            ACCEPT BNF-DESCRICAO
            DISPLAY 'Tipo - vale-<T>ransporte, plano de <S>aude, '
                    'vale-<R>efeicao ou <O>utro: '
            ACCEPT BNF-TIPO

            IF NOT BENEF-TIPO-VALIDO
               DISPLAY 'TIPO INVALIDO - USE T, S, R OU O.'
               CLOSE BENEFICIO
               GO TO P200-FIM
            END-IF

            DISPLAY 'Informe o custo mensal por aderente:'
            ACCEPT BNF-VR-CUSTO
            DISPLAY 'Parte do funcionario - <P>ercentual do custo '
                    'ou valor <F>ixo: '
            ACCEPT BNF-FORMA-DESCONTO

            IF NOT BENEF-DESC-PERCENTUAL AND NOT BENEF-DESC-FIXO
               DISPLAY 'FORMA INVALIDA - USE P OU F.'
               CLOSE BENEFICIO
               GO TO P200-FIM
            END-IF

            IF BENEF-DESC-PERCENTUAL
               DISPLAY 'Informe o percentual do custo descontado:'
            ELSE
               DISPLAY 'Informe o valor fixo descontado:'
            END-IF
            ACCEPT BNF-VR-DESCONTO

            IF BENEF-DESC-PERCENTUAL
               AND BNF-VR-DESCONTO GREATER THAN 100
               DISPLAY 'PERCENTUAL ACIMA DE 100.'
               CLOSE BENEFICIO
               GO TO P200-FIM
            END-IF

      ***** O VALE-TRANSPORTE TEM O TETO LEGAL DE 6% DO SALARIO *******
            DISPLAY 'Teto do desconto em % do salario (zero = sem '
                    'teto; 6 no vale-transporte): '
            ACCEPT BNF-PC-TETO

            IF BNF-PC-TETO GREATER THAN 100
               DISPLAY 'TETO ACIMA DE 100%.'
               CLOSE BENEFICIO
               GO TO P200-FIM
            END-IF

            DISPLAY 'Situacao - <A>tivo ou <I>nativo: '
            ACCEPT BNF-SITUACAO

            IF NOT BENEF-ATIVO AND NOT BENEF-INATIVO
               DISPLAY 'SITUACAO INVALIDA - USE A OU I.'
               CLOSE BENEFICIO
               GO TO P200-FIM
            END-IF

            WRITE REG-BENEFICIO
               INVALID KEY
                  REWRITE REG-BENEFICIO
                     INVALID KEY
                        DISPLAY 'ERRO AO GRAVAR O BENEFICIO.'
                     NOT INVALID KEY
                        DISPLAY 'BENEFICIO ALTERADO COM SUCESSO!'
                  END-REWRITE
               NOT INVALID KEY
                  DISPLAY 'BENEFICIO INCLUIDO COM SUCESSO!'
            END-WRITE

            CLOSE BENEFICIO
            .
       P200-FIM.
           EXIT.

       P300-CONSULTAR.
            OPEN INPUT BENEFICIO
            IF NOT FS-OK
               DISPLAY 'AINDA NAO HA BENEFICIOS CADASTRADOS.'
               GO TO P300-FIM
            END-IF

            DISPLAY 'Informe o codigo do beneficio:'
            ACCEPT BNF-CD-BENEFICIO
            READ BENEFICIO
               INVALID KEY
                  DISPLAY 'BENEFICIO NAO ENCONTRADO.'
               NOT INVALID KEY
                  PERFORM P500-NOME-TIPO THRU P500-FIM
                  DISPLAY 'BENEFICIO.: ' BNF-CD-BENEFICIO ' '
                          BNF-DESCRICAO
                  DISPLAY 'TIPO......: ' WS-NOME-TIPO
                  DISPLAY 'CUSTO.....: ' BNF-VR-CUSTO
                  IF BENEF-DESC-PERCENTUAL
                     DISPLAY 'DESCONTO..: ' BNF-VR-DESCONTO
                             '% DO CUSTO'
                  ELSE
                     DISPLAY 'DESCONTO..: ' BNF-VR-DESCONTO ' FIXO'
                  END-IF
                  DISPLAY 'TETO......: ' BNF-PC-TETO '% DO SALARIO'
                  DISPLAY 'SITUACAO..: ' BNF-SITUACAO
            END-READ

            CLOSE BENEFICIO
            .
       P300-FIM.
           EXIT.

       P400-LISTAR.
            OPEN INPUT BENEFICIO
            IF NOT FS-OK
               DISPLAY 'AINDA NAO HA BENEFICIOS CADASTRADOS.'
               GO TO P400-FIM
            END-IF

            MOVE ZEROS                   TO WS-QT-LISTADOS
                                            BNF-CD-BENEFICIO
            SET EOF-OK                   TO FALSE
            START BENEFICIO KEY NOT LESS THAN BNF-CD-BENEFICIO
               INVALID KEY
                  SET EOF-OK             TO TRUE
            END-START

            PERFORM P410-LE-BENEFICIO    THRU P410-FIM UNTIL EOF-OK

            DISPLAY 'BENEFICIOS: ' WS-QT-LISTADOS

            CLOSE BENEFICIO
            .
       P400-FIM.
           EXIT.

       P410-LE-BENEFICIO.
            READ BENEFICIO NEXT RECORD
               AT END
                  SET EOF-OK             TO TRUE
               NOT AT END
                  ADD 1                  TO WS-QT-LISTADOS
                  PERFORM P500-NOME-TIPO THRU P500-FIM
                  DISPLAY BNF-CD-BENEFICIO ' ' BNF-DESCRICAO ' '
                          WS-NOME-TIPO ' CUSTO ' BNF-VR-CUSTO
                          ' ' BNF-FORMA-DESCONTO ' ' BNF-VR-DESCONTO
                          ' TETO ' BNF-PC-TETO ' ' BNF-SITUACAO
            END-READ
            .
       P410-FIM.
           EXIT.

       P500-NOME-TIPO.
            EVALUATE TRUE
               WHEN BENEF-TRANSPORTE
                  MOVE 'VALE-TRANSPORTE' TO WS-NOME-TIPO
               WHEN BENEF-SAUDE
                  MOVE 'PLANO DE SAUDE'  TO WS-NOME-TIPO
               WHEN BENEF-REFEICAO
                  MOVE 'VALE-REFEICAO'   TO WS-NOME-TIPO
               WHEN OTHER
                  MOVE 'OUTRO'           TO WS-NOME-TIPO
            END-EVALUATE
            .
       P500-FIM.
           EXIT.

       END PROGRAM CADBENEF.
