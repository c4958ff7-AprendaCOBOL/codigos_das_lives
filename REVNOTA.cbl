      ******************************************************************
      * Author: ANDRE COSTA
      * Date: 15/10/2026
      * Purpose: PEDIDO DE REVISAO DE NOTA. O ALUNO QUE CONTESTAVA UMA
      *          NOTA TINHA O RESULTADO ACERTADO PELAS TELAS DO SEGCHAM
      *          OU DO RECUPERA, QUE NAO SAO PARA ISSO, E O JORNAL DE
      *          NOTAS FICAVA COM UMA ALTERACAO SEM MOTIVO. AGORA:
      *          - A: A SECRETARIA ABRE O PEDIDO (REVNOTA.DAT) COM O
      *            RESULTADO DO NOTAS.DAT, QUAL DAS QUATRO NOTAS E O
      *            MOTIVO. PEDIDO DEPOIS DO PRAZO DO PERIODO
      *            (PRAZOREV.DAT) E RECUSADO;
      *          - D: A COORDENACAO (NIVEL 2 OU MAIS NO SIGNON) DEFERE
      *            OU INDEFERE COM JUSTIFICATIVA. SO O DEFERIDO MEXE NO
      *            NOTAS.DAT: A NOTA REVISADA ENTRA NO LANCAMENTO, A
      *            MEDIA E O STATUS SAO RECALCULADOS PELA MESMA REGRA
      *            DO TESTE2/SEGCHAM E A REGRAVACAO VAI PARA O JORNAL
      *            (NOTJRNL) COM O NUMERO DO PEDIDO NA OPERACAO
      *            (REVnnnnnn);
      *          - C: CONSULTA UM PEDIDO;
      *          - P: PRAZO DE REVISAO DO PERIODO (NIVEL 2 OU MAIS).
      *          OS PEDIDOS EM ABERTO SAEM NO RELREVIS.
      * Update: 15/10/2026 - Decidir o pedido e alterar o prazo deixaram
      *         de exigir nivel 2: o PERMITE confere as funcoes
      *         REVNOTA/DECIDE e REVNOTA/PRAZO nos perfis do operador.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. REVNOTA.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
            DECIMAL-POINT IS COMMA.
            INPUT-OUTPUT SECTION.
            FILE-CONTROL.
                SELECT REVNOTA ASSIGN TO
                WS-ARQ-REVNOTA
                ORGANIZATION IS INDEXED
                ACCESS MODE  IS DYNAMIC
                RECORD KEY   IS RV-NR-PEDIDO
                FILE STATUS  IS WS-FS.
                SELECT PRAZOREV ASSIGN TO
                WS-ARQ-PRAZOREV
                ORGANIZATION IS INDEXED
                ACCESS MODE  IS RANDOM
                RECORD KEY   IS CHAVE-PRAZOREV
                FILE STATUS  IS WS-FS-PRZ.
                SELECT NOTAS ASSIGN TO
                WS-ARQ-NOTAS
                ORGANIZATION IS INDEXED
                ACCESS MODE  IS RANDOM
                RECORD KEY   IS CHAVE-NOTAS
                FILE STATUS  IS WS-FS-NOT.
                SELECT CFPK0002 ASSIGN TO
                WS-ARQ-CFPK0002
                ORGANIZATION IS INDEXED
                ACCESS MODE  IS RANDOM
                RECORD KEY   IS ID-MATERIA
                FILE STATUS  IS WS-FS-MAT.

       DATA DIVISION.
       FILE SECTION.
       FD REVNOTA.
          COPY FD_REVNOTA.

       FD PRAZOREV.
          COPY FD_PRAZOREV.

       FD NOTAS.
          COPY FD_NOTAS.

       FD CFPK0002.
       01 CFPK0002-MATERIA.
          03 ID-MATERIA              PIC 9(03).
          03 NM-MATERIA              PIC X(20).
          03 NT-APROVACAO            PIC 9(02)V99 COMP-3.
      ***** PESOS DAS QUATRO NOTAS (ZERADOS = PESOS IGUAIS) ***********
          03 PS-PESO-NOTA1           PIC 9(02).
          03 PS-PESO-NOTA2           PIC 9(02).
          03 PS-PESO-NOTA3           PIC 9(02).
          03 PS-PESO-NOTA4           PIC 9(02).

       WORKING-STORAGE SECTION.
      ***** CAMINHOS FISICOS DOS ARQUIVOS - PRE-CARREGADOS COM O *****
      ***** PADRAO HISTORICO E RESOLVIDOS PELO ARQCONF NO INICIO *****
       77 WS-ARQ-REVNOTA             PIC X(68) VALUE
          'C:\Users\Mauro Vieira\bin\REVNOTA.DAT'.
       77 WS-ARQ-PRAZOREV            PIC X(68) VALUE
          'C:\Users\Mauro Vieira\bin\PRAZOREV.DAT'.
       77 WS-ARQ-NOTAS               PIC X(68) VALUE
          'C:\Users\Mauro Vieira\bin\NOTAS.DAT'.
       77 WS-ARQ-CFPK0002            PIC X(68) VALUE
          'C:\Users\Mauro Vieira\bin\CFPK0002.DAT'.
       77 WS-FS                          PIC 99.
          88 FS-OK                       VALUE 0.
       77 WS-FS-PRZ                      PIC 99.
          88 FS-PRZ-OK                   VALUE 0.
       77 WS-FS-NOT                      PIC 99.
          88 FS-NOT-OK                   VALUE 0.
       77 WS-FS-MAT                      PIC 99.
          88 FS-MAT-OK                   VALUE 0.
       77 WS-OPCAO                       PIC X.
       77 WS-CONFIRMA                    PIC X.
       77 WS-DECISAO                     PIC X.
       77 WS-EOF                         PIC X.
          88 EOF-OK                      VALUE 'S' FALSE 'N'.
       77 WS-ACHOU                       PIC X.
          88 ACHOU                       VALUE 'S' FALSE 'N'.
       77 WS-RESULTADO-OK                PIC X.
          88 RESULTADO-OK                VALUE 'S' FALSE 'N'.
       77 WS-APLICADO                    PIC X.
          88 APLICADO                    VALUE 'S' FALSE 'N'.
       77 WS-DATA-OK                     PIC X(01).
          88 DATA-OK                     VALUE 'S' FALSE 'N'.
       77 WS-NR-PEDIDO-INF               PIC 9(06) VALUE ZEROS.
       77 WS-PROX-PEDIDO                 PIC 9(06) VALUE ZEROS.
       77 WS-QUAL-NOTA                   PIC 9(01).
          88 QUAL-NOTA-VALIDA            VALUE 1 THRU 4.
       77 WS-NOTA-NOVA                   PIC 9(02)V99.
          88 NOTA-NOVA-VALIDA            VALUE ZEROS THRU 10,00.
       77 WS-NOTA-ATUAL                  PIC 9(02)V99.
       77 WS-MEDIA-CALCULADA             PIC 9(02)V99.
       77 WS-SOMA-PESOS                  PIC 9(03) VALUE ZEROS.
       77 WS-MOTIVO                      PIC X(60).
       77 WS-JUSTIFICATIVA               PIC X(60).
       77 WS-DATA-MOVIMENTO              PIC 9(08) VALUE ZEROS.
       77 WS-CONTROLE-DATA               PIC X(01) VALUE 'N'.
       77 WS-IMAGEM-ANTES                PIC X(89) VALUE SPACES.
       77 WS-IMAGEM-DEPOIS               PIC X(89) VALUE SPACES.
       01 WS-CHAVE-INF.
          03 WS-ALUNO-INF                PIC 9(05).
          03 WS-MATERIA-INF              PIC 9(03).
          03 WS-AA-INF                   PIC 9(04).
          03 WS-SM-INF                   PIC 9(01).
       01 WS-DATA-INF                    PIC 9(08).
       01 WS-DATA-INF-X REDEFINES WS-DATA-INF.
          03 WS-DATA-INF-AAAA            PIC 9(04).
          03 WS-DATA-INF-MM              PIC 9(02).
          03 WS-DATA-INF-DD              PIC 9(02).
      ***** O JORNAL DE NOTAS LEVA O NUMERO DO PEDIDO NA OPERACAO *****
       01 WS-OPERACAO-JRNL.
          03 FILLER                      PIC X(03) VALUE 'REV'.
          03 WS-OPR-NR-PEDIDO            PIC 9(06).
          03 FILLER                      PIC X(01) VALUE SPACE.
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
            CALL 'ARQCONF' USING 'REVNOTA.DAT     ' WS-ARQ-REVNOTA
            CALL 'ARQCONF' USING 'PRAZOREV.DAT    ' WS-ARQ-PRAZOREV
            CALL 'ARQCONF' USING 'NOTAS.DAT       ' WS-ARQ-NOTAS
            CALL 'ARQCONF' USING 'CFPK0002.DAT    ' WS-ARQ-CFPK0002

            DISPLAY '*** REVISAO DE NOTA ***'

            MOVE 'REVNOTA   '            TO WS-SGN-CHAMADOR
            CALL 'SIGNON' USING WS-SIGNON
            IF NOT SIGNON-OK
               STOP RUN
            END-IF

            CALL 'DTMOVIM' USING WS-DATA-MOVIMENTO WS-CONTROLE-DATA

            PERFORM P100-MENU THRU P100-FIM UNTIL WS-OPCAO = 'F'
            STOP RUN.

       P100-MENU.
            MOVE SPACES                       TO WS-OPCAO
            DISPLAY '*************************************************'
            DISPLAY '|  A - Abrir pedido de revisao de nota          |'
            DISPLAY '|  D - Decidir pedido (deferir/indeferir)       |'
            DISPLAY '|  C - Consultar pedido                         |'
            DISPLAY '|  P - Prazo de revisao do periodo              |'
            DISPLAY '|              (ou tecle <F> para finalizar)    |'
            DISPLAY '*************************************************'
            ACCEPT  WS-OPCAO

            EVALUATE WS-OPCAO
                WHEN 'A' WHEN 'a'
                   PERFORM P200-ABRIR THRU P200-FIM
                WHEN 'D' WHEN 'd'
                   PERFORM P300-DECIDIR THRU P300-FIM
                WHEN 'C' WHEN 'c'
                   PERFORM P400-CONSULTAR THRU P400-FIM
                WHEN 'P' WHEN 'p'
                   PERFORM P500-PRAZO THRU P500-FIM
                WHEN 'F' WHEN 'f'
                   MOVE 'F'                    TO WS-OPCAO
                WHEN OTHER
                   DISPLAY 'OPCAO INVALIDA!'
            END-EVALUATE
            .
       P100-FIM.
           EXIT.

       P200-ABRIR.
            DISPLAY 'Informe o codigo do aluno: '
            ACCEPT WS-ALUNO-INF
            DISPLAY 'Informe o codigo da disciplina: '
            ACCEPT WS-MATERIA-INF
            DISPLAY 'Informe o ano letivo (AAAA): '
            ACCEPT WS-AA-INF
            DISPLAY 'Informe o semestre (1/2): '
            ACCEPT WS-SM-INF

            PERFORM P210-CONFERE-PRAZO   THRU P210-FIM
            IF NOT RESULTADO-OK
               GO TO P200-FIM
            END-IF

            PERFORM P220-CONFERE-RESULTADO THRU P220-FIM
            IF NOT RESULTADO-OK
               GO TO P200-FIM
            END-IF

            DISPLAY 'Qual nota e contestada (1-4)? '
            ACCEPT WS-QUAL-NOTA
            IF NOT QUAL-NOTA-VALIDA
               DISPLAY 'NOTA INVALIDA - PEDIDO NAO ABERTO.'
               GO TO P200-FIM
            END-IF

            EVALUATE WS-QUAL-NOTA
               WHEN 1
                  MOVE NT-NOTA1          TO WS-NOTA-ATUAL
               WHEN 2
                  MOVE NT-NOTA2          TO WS-NOTA-ATUAL
               WHEN 3
                  MOVE NT-NOTA3          TO WS-NOTA-ATUAL
               WHEN 4
                  MOVE NT-NOTA4          TO WS-NOTA-ATUAL
            END-EVALUATE

            DISPLAY 'Motivo do pedido: '
            MOVE SPACES                  TO WS-MOTIVO
            ACCEPT WS-MOTIVO
            IF WS-MOTIVO EQUAL SPACES
               DISPLAY 'O MOTIVO E OBRIGATORIO - PEDIDO NAO ABERTO.'
               GO TO P200-FIM
            END-IF

            PERFORM P700-ABRE-REVNOTA    THRU P700-FIM
            IF NOT FS-OK
               GO TO P200-FIM
            END-IF

      ***** UM SO PEDIDO ABERTO POR NOTA; O MAIOR NUMERO JA USADO *****
      ***** CONTINUA A SEQUENCIA **************************************
            PERFORM P230-VARRE-PEDIDOS   THRU P230-FIM
            IF ACHOU
               DISPLAY 'JA HA PEDIDO EM ABERTO PARA ESTA NOTA.'
               CLOSE REVNOTA
               GO TO P200-FIM
            END-IF

            INITIALIZE REG-REVNOTA
            ADD 1 TO WS-PROX-PEDIDO GIVING RV-NR-PEDIDO
            MOVE WS-CHAVE-INF            TO RV-CHAVE-NOTAS
            MOVE WS-QUAL-NOTA            TO RV-QUAL-NOTA
            MOVE WS-NOTA-ATUAL           TO RV-NOTA-CONTESTADA
            MOVE WS-MOTIVO               TO RV-MOTIVO
            MOVE WS-DATA-MOVIMENTO       TO RV-DT-PEDIDO
            MOVE WS-SGN-USUARIO          TO RV-OPR-PEDIDO
            SET REVISAO-ABERTA           TO TRUE

            WRITE REG-REVNOTA
               INVALID KEY
                  DISPLAY 'ERRO AO GRAVAR O PEDIDO. FILE STATUS: '
                          WS-FS
               NOT INVALID KEY
                  DISPLAY 'PEDIDO DE REVISAO NR ' RV-NR-PEDIDO
                          ' ABERTO.'
            END-WRITE

            CLOSE REVNOTA
            .
       P200-FIM.
           EXIT.

       P210-CONFERE-PRAZO.
            SET RESULTADO-OK             TO TRUE

      ***** PERIODO SEM PRAZO CADASTRADO ACEITA O PEDIDO **************
            OPEN INPUT PRAZOREV
            IF NOT FS-PRZ-OK
               GO TO P210-FIM
            END-IF

            MOVE WS-AA-INF               TO PZ-AA-PERIODO
            MOVE WS-SM-INF               TO PZ-SM-PERIODO
            READ PRAZOREV
               INVALID KEY
                  CONTINUE
               NOT INVALID KEY
                  IF WS-DATA-MOVIMENTO GREATER THAN PZ-DT-LIMITE
                     DISPLAY 'PRAZO DE REVISAO DO PERIODO ENCERRADO EM '
                             PZ-DT-LIMITE(7:2) '/' PZ-DT-LIMITE(5:2)
                             '/' PZ-DT-LIMITE(1:4)
                             ' - PEDIDO RECUSADO.'
                     SET RESULTADO-OK    TO FALSE
                  END-IF
            END-READ

            CLOSE PRAZOREV
            .
       P210-FIM.
           EXIT.

       P220-CONFERE-RESULTADO.
            SET RESULTADO-OK             TO FALSE

            OPEN INPUT NOTAS
            IF NOT FS-NOT-OK
               DISPLAY 'ERRO AO ABRIR O MESTRE DE NOTAS. FILE STATUS: '
                       WS-FS-NOT
               GO TO P220-FIM
            END-IF

            MOVE WS-CHAVE-INF            TO CHAVE-NOTAS
            READ NOTAS
               INVALID KEY
                  DISPLAY 'RESULTADO NAO ENCONTRADO NO MESTRE.'
               NOT INVALID KEY
                  PERFORM P225-MOSTRA-RESULTADO THRU P225-FIM
            END-READ

            CLOSE NOTAS
            .
       P220-FIM.
           EXIT.

       P225-MOSTRA-RESULTADO.
            DISPLAY 'ALUNO: ' NT-NM-ALUNO
                    ' DISCIPLINA: ' NT-NM-MATERIA

      ***** APROVEITAMENTO E LANCAMENTO MIGRADO NAO TEM AS NOTAS ******
            IF NOTA-CREDITADO
               DISPLAY 'RESULTADO CREDITADO POR APROVEITAMENTO DE '
                       'ESTUDOS - NAO HA NOTA A REVISAR.'
               GO TO P225-FIM
            END-IF

            IF NT-NOTA1 EQUAL ZEROS AND NT-NOTA2 EQUAL ZEROS
               AND NT-NOTA3 EQUAL ZEROS AND NT-NOTA4 EQUAL ZEROS
               AND NT-MD-ALUNO GREATER THAN ZEROS
               DISPLAY 'LANCAMENTO SEM AS QUATRO NOTAS - NAO HA NOTA '
                       'A REVISAR.'
               GO TO P225-FIM
            END-IF

            DISPLAY 'NOTAS.......: ' NT-NOTA1 ' ' NT-NOTA2 ' '
                    NT-NOTA3 ' ' NT-NOTA4
            DISPLAY 'MEDIA.......: ' NT-MD-ALUNO
                    '  STATUS: ' NT-ST-APROVACAO
            SET RESULTADO-OK             TO TRUE
            .
       P225-FIM.
           EXIT.

       P230-VARRE-PEDIDOS.
            SET ACHOU                    TO FALSE
            MOVE ZEROS                   TO RV-NR-PEDIDO
                                            WS-PROX-PEDIDO

            SET EOF-OK                   TO FALSE
            START REVNOTA KEY NOT LESS THAN RV-NR-PEDIDO
               INVALID KEY
                  SET EOF-OK             TO TRUE
            END-START

            PERFORM P235-LE-PEDIDO       THRU P235-FIM UNTIL EOF-OK
            .
       P230-FIM.
           EXIT.

       P235-LE-PEDIDO.
            READ REVNOTA NEXT RECORD
               AT END
                  SET EOF-OK             TO TRUE
               NOT AT END
                  MOVE RV-NR-PEDIDO      TO WS-PROX-PEDIDO
                  IF REVISAO-ABERTA
                     AND RV-CHAVE-NOTAS EQUAL WS-CHAVE-INF
                     AND RV-QUAL-NOTA EQUAL WS-QUAL-NOTA
                     SET ACHOU           TO TRUE
                  END-IF
            END-READ
            .
       P235-FIM.
           EXIT.

       P300-DECIDIR.
            CALL 'PERMITE' USING WS-SGN-USUARIO 'REVNOTA   '
                                 'DECIDE    ' WS-PERMITIDO
            IF NOT FUNCAO-PERMITIDA
               DISPLAY 'OPERADOR SEM PERFIL PARA DECIDIR PEDIDO DE '
                       'REVISAO.'
               GO TO P300-FIM
            END-IF

            DISPLAY 'Informe o numero do pedido: '
            ACCEPT WS-NR-PEDIDO-INF

            OPEN I-O REVNOTA
            IF NOT FS-OK
               DISPLAY 'AINDA NAO HA PEDIDO DE REVISAO.'
               GO TO P300-FIM
            END-IF

            MOVE WS-NR-PEDIDO-INF        TO RV-NR-PEDIDO
            READ REVNOTA
               INVALID KEY
                  DISPLAY 'PEDIDO NAO ENCONTRADO.'
                  CLOSE REVNOTA
                  GO TO P300-FIM
            END-READ

            PERFORM P800-MOSTRA-PEDIDO   THRU P800-FIM

            IF NOT REVISAO-ABERTA
               DISPLAY 'O PEDIDO JA FOI DECIDIDO.'
               CLOSE REVNOTA
               GO TO P300-FIM
            END-IF

            DISPLAY '<D>eferir ou <I>ndeferir o pedido? '
            ACCEPT WS-DECISAO
            IF WS-DECISAO EQUAL 'd'
               MOVE 'D'                  TO WS-DECISAO
            END-IF
            IF WS-DECISAO EQUAL 'i'
               MOVE 'I'                  TO WS-DECISAO
            END-IF
            IF WS-DECISAO NOT EQUAL 'D' AND WS-DECISAO NOT EQUAL 'I'
               DISPLAY 'DECISAO INVALIDA - PEDIDO CONTINUA ABERTO.'
               CLOSE REVNOTA
               GO TO P300-FIM
            END-IF

            DISPLAY 'Justificativa da decisao: '
            MOVE SPACES                  TO WS-JUSTIFICATIVA
            ACCEPT WS-JUSTIFICATIVA
            IF WS-JUSTIFICATIVA EQUAL SPACES
               DISPLAY 'A JUSTIFICATIVA E OBRIGATORIA - PEDIDO '
                       'CONTINUA ABERTO.'
               CLOSE REVNOTA
               GO TO P300-FIM
            END-IF

            IF WS-DECISAO EQUAL 'D'
               PERFORM P310-DEFERIR      THRU P310-FIM
               IF NOT APLICADO
                  CLOSE REVNOTA
                  GO TO P300-FIM
               END-IF
               SET REVISAO-DEFERIDA      TO TRUE
            ELSE
               SET REVISAO-INDEFERIDA    TO TRUE
            END-IF

            MOVE WS-JUSTIFICATIVA        TO RV-JUSTIFICATIVA
            MOVE WS-DATA-MOVIMENTO       TO RV-DT-DECISAO
            MOVE WS-SGN-USUARIO          TO RV-OPR-DECISAO

            REWRITE REG-REVNOTA
               INVALID KEY
                  DISPLAY 'ERRO AO GRAVAR A DECISAO. FILE STATUS: '
                          WS-FS
               NOT INVALID KEY
                  IF REVISAO-DEFERIDA
                     DISPLAY 'PEDIDO DEFERIDO. MEDIA ' RV-MD-ANTES
                             ' (' RV-ST-ANTES ') -> ' RV-MD-DEPOIS
                             ' (' RV-ST-DEPOIS ')'
                  ELSE
                     DISPLAY 'PEDIDO INDEFERIDO - NOTAS.DAT NAO '
                             'ALTERADO.'
                  END-IF
            END-REWRITE

            CLOSE REVNOTA
            .
       P300-FIM.
           EXIT.

       P310-DEFERIR.
            SET APLICADO                 TO FALSE

            DISPLAY 'Informe a nota revisada: '
            ACCEPT WS-NOTA-NOVA
            IF NOT NOTA-NOVA-VALIDA
               DISPLAY 'NOTA INVALIDA. INFORME UM VALOR DE 0 A 10 - '
                       'PEDIDO CONTINUA ABERTO.'
               GO TO P310-FIM
            END-IF

            CALL 'SELOMARC' USING 'NOTAS       ' 'REVNOTA   '
            OPEN I-O NOTAS
            IF NOT FS-NOT-OK
               DISPLAY 'ERRO AO ABRIR O MESTRE DE NOTAS. FILE STATUS: '
                       WS-FS-NOT
               GO TO P310-FIM
            END-IF

            MOVE RV-CHAVE-NOTAS          TO CHAVE-NOTAS
            READ NOTAS
               INVALID KEY
                  DISPLAY 'RESULTADO NAO ENCONTRADO NO MESTRE - '
                          'PEDIDO CONTINUA ABERTO.'
                  CLOSE NOTAS
                  GO TO P310-FIM
            END-READ

            IF NOTA-CREDITADO
               DISPLAY 'O RESULTADO FOI CREDITADO POR APROVEITAMENTO '
                       '- PEDIDO CONTINUA ABERTO.'
               CLOSE NOTAS
               GO TO P310-FIM
            END-IF

            MOVE REG-NOTAS               TO WS-IMAGEM-ANTES
            MOVE NT-MD-ALUNO             TO RV-MD-ANTES
            MOVE NT-ST-APROVACAO         TO RV-ST-ANTES

            EVALUATE RV-QUAL-NOTA
               WHEN 1
                  MOVE WS-NOTA-NOVA      TO NT-NOTA1
               WHEN 2
                  MOVE WS-NOTA-NOVA      TO NT-NOTA2
               WHEN 3
                  MOVE WS-NOTA-NOVA      TO NT-NOTA3
               WHEN 4
                  MOVE WS-NOTA-NOVA      TO NT-NOTA4
            END-EVALUATE

            PERFORM P320-RECALCULA-MEDIA THRU P320-FIM

      ***** O STATUS E REAVALIADO PELA MESMA REGRA DO TESTE2: *********
      ***** FALTAS ACIMA DE 25% MANTEM O REP-FALTA; RESULTADO DE ******
      ***** RECUPERACAO QUE CONTINUA ABAIXO DA MEDIA FICA COMO ESTA ***
            EVALUATE TRUE
               WHEN NT-PC-FALTAS GREATER THAN 25
                  MOVE WS-MEDIA-CALCULADA TO NT-MD-ALUNO
                  MOVE 'REP-FALTA'       TO NT-ST-APROVACAO
               WHEN WS-MEDIA-CALCULADA NOT LESS THAN NT-NOTA-APROVACAO
                  MOVE WS-MEDIA-CALCULADA TO NT-MD-ALUNO
                  MOVE 'APROVADO'        TO NT-ST-APROVACAO
               WHEN NOTA-RECUPERADO
                  CONTINUE
               WHEN OTHER
                  MOVE WS-MEDIA-CALCULADA TO NT-MD-ALUNO
                  MOVE 'REPROVADO'       TO NT-ST-APROVACAO
            END-EVALUATE

            MOVE WS-NOTA-NOVA            TO RV-NOTA-REVISADA
            MOVE NT-MD-ALUNO             TO RV-MD-DEPOIS
            MOVE NT-ST-APROVACAO         TO RV-ST-DEPOIS

            REWRITE REG-NOTAS
               INVALID KEY
                  DISPLAY 'ERRO AO REGRAVAR O RESULTADO. FILE STATUS: '
                          WS-FS-NOT ' - PEDIDO CONTINUA ABERTO.'
               NOT INVALID KEY
                  SET APLICADO           TO TRUE
                  MOVE RV-NR-PEDIDO      TO WS-OPR-NR-PEDIDO
                  MOVE REG-NOTAS         TO WS-IMAGEM-DEPOIS
                  CALL 'NOTJRNL' USING 'REVNOTA   ' WS-SGN-USUARIO
                       WS-OPERACAO-JRNL WS-IMAGEM-ANTES
                       WS-IMAGEM-DEPOIS
            END-REWRITE

            CLOSE NOTAS
            .
       P310-FIM.
           EXIT.

       P320-RECALCULA-MEDIA.

      ***** A MESMA REGRA DO TESTE2: PESOS DA DISCIPLINA NO ***********
      ***** CFPK0002; PESOS ZERADOS E A MEDIA ARITMETICA **************
            MOVE ZEROS                   TO WS-SOMA-PESOS

            OPEN INPUT CFPK0002
            IF FS-MAT-OK
               MOVE NT-ID-MATERIA        TO ID-MATERIA
               READ CFPK0002
                  INVALID KEY
                     MOVE ZEROS          TO PS-PESO-NOTA1
                                            PS-PESO-NOTA2
                                            PS-PESO-NOTA3
                                            PS-PESO-NOTA4
               END-READ
               CLOSE CFPK0002
               COMPUTE WS-SOMA-PESOS = PS-PESO-NOTA1 + PS-PESO-NOTA2
                                     + PS-PESO-NOTA3 + PS-PESO-NOTA4
            END-IF

            IF WS-SOMA-PESOS GREATER THAN ZEROS
               COMPUTE WS-MEDIA-CALCULADA ROUNDED =
                       (NT-NOTA1 * PS-PESO-NOTA1 +
                        NT-NOTA2 * PS-PESO-NOTA2 +
                        NT-NOTA3 * PS-PESO-NOTA3 +
                        NT-NOTA4 * PS-PESO-NOTA4) / WS-SOMA-PESOS
            ELSE
               COMPUTE WS-MEDIA-CALCULADA =
                  (NT-NOTA1 + NT-NOTA2 + NT-NOTA3 + NT-NOTA4) / 4
            END-IF
            .
       P320-FIM.
           EXIT.

       P400-CONSULTAR.
            DISPLAY 'Informe o numero do pedido: '
            ACCEPT WS-NR-PEDIDO-INF

            OPEN INPUT REVNOTA
            IF NOT FS-OK
               DISPLAY 'AINDA NAO HA PEDIDO DE REVISAO.'
               GO TO P400-FIM
            END-IF

            MOVE WS-NR-PEDIDO-INF        TO RV-NR-PEDIDO
            READ REVNOTA
               INVALID KEY
                  DISPLAY 'PEDIDO NAO ENCONTRADO.'
               NOT INVALID KEY
                  PERFORM P800-MOSTRA-PEDIDO THRU P800-FIM
            END-READ

            CLOSE REVNOTA
            .
       P400-FIM.
           EXIT.

       P500-PRAZO.
            CALL 'PERMITE' USING WS-SGN-USUARIO 'REVNOTA   '
                                 'PRAZO     ' WS-PERMITIDO
            IF NOT FUNCAO-PERMITIDA
               DISPLAY 'OPERADOR SEM PERFIL PARA ALTERAR O PRAZO DE '
                       'REVISAO.'
               GO TO P500-FIM
            END-IF

            DISPLAY 'Informe o ano letivo (AAAA): '
            ACCEPT WS-AA-INF
            DISPLAY 'Informe o semestre (1/2): '
            ACCEPT WS-SM-INF
            IF WS-SM-INF NOT EQUAL 1 AND WS-SM-INF NOT EQUAL 2
               DISPLAY 'SEMESTRE INVALIDO - USE 1 OU 2.'
               GO TO P500-FIM
            END-IF

            DISPLAY 'Informe a data limite para pedidos (AAAAMMDD): '
            MOVE ZEROS                   TO WS-DATA-INF
            ACCEPT WS-DATA-INF

            MOVE 'N'                     TO WS-DATA-OK
            CALL 'DATAVALID' USING WS-DATA-INF-DD WS-DATA-INF-MM
                                   WS-DATA-INF-AAAA WS-DATA-OK
            IF NOT DATA-OK
               DISPLAY 'DATA INVALIDA.'
               GO TO P500-FIM
            END-IF

            OPEN I-O PRAZOREV
            IF WS-FS-PRZ EQUAL 35
               OPEN OUTPUT PRAZOREV
               CLOSE PRAZOREV
               OPEN I-O PRAZOREV
            END-IF

            IF NOT FS-PRZ-OK
               DISPLAY 'ERRO AO ABRIR OS PRAZOS DE REVISAO. FILE '
                       'STATUS: ' WS-FS-PRZ
               GO TO P500-FIM
            END-IF

            MOVE WS-AA-INF               TO PZ-AA-PERIODO
            MOVE WS-SM-INF               TO PZ-SM-PERIODO
            READ PRAZOREV
               INVALID KEY
                  MOVE WS-DATA-INF       TO PZ-DT-LIMITE
                  MOVE WS-DATA-MOVIMENTO TO PZ-DT-ATUALIZACAO
                  MOVE WS-SGN-USUARIO    TO PZ-OPERADOR
                  WRITE REG-PRAZOREV
                     INVALID KEY
                        DISPLAY 'ERRO AO GRAVAR O PRAZO. FILE STATUS: '
                                WS-FS-PRZ
                     NOT INVALID KEY
                        DISPLAY 'PRAZO DE REVISAO GRAVADO.'
                  END-WRITE
               NOT INVALID KEY
                  DISPLAY 'PRAZO ANTERIOR: ' PZ-DT-LIMITE
                  MOVE WS-DATA-INF       TO PZ-DT-LIMITE
                  MOVE WS-DATA-MOVIMENTO TO PZ-DT-ATUALIZACAO
                  MOVE WS-SGN-USUARIO    TO PZ-OPERADOR
                  REWRITE REG-PRAZOREV
                     INVALID KEY
                        DISPLAY 'ERRO AO GRAVAR O PRAZO. FILE STATUS: '
                                WS-FS-PRZ
                     NOT INVALID KEY
                        DISPLAY 'PRAZO DE REVISAO ATUALIZADO.'
                  END-REWRITE
            END-READ

            CLOSE PRAZOREV
            .
       P500-FIM.
           EXIT.

       P700-ABRE-REVNOTA.
            OPEN I-O REVNOTA
            IF WS-FS EQUAL 35
               OPEN OUTPUT REVNOTA
               CLOSE REVNOTA
               OPEN I-O REVNOTA
            END-IF

            IF NOT FS-OK
               DISPLAY 'ERRO AO ABRIR OS PEDIDOS DE REVISAO. FILE '
                       'STATUS: ' WS-FS
            END-IF
            .
       P700-FIM.
           EXIT.

       P800-MOSTRA-PEDIDO.
            DISPLAY 'PEDIDO......: ' RV-NR-PEDIDO
                    '  ABERTO EM ' RV-DT-PEDIDO(7:2) '/'
                    RV-DT-PEDIDO(5:2) '/' RV-DT-PEDIDO(1:4)
                    ' POR ' RV-OPR-PEDIDO
            DISPLAY 'RESULTADO...: ALUNO ' RV-ID-ALUNO
                    ' DISC ' RV-ID-MATERIA
                    ' PERIODO ' RV-AA-PERIODO '/' RV-SM-PERIODO
            DISPLAY 'NOTA ' RV-QUAL-NOTA '.....: ' RV-NOTA-CONTESTADA
            DISPLAY 'MOTIVO......: ' RV-MOTIVO

            EVALUATE TRUE
               WHEN REVISAO-ABERTA
                  DISPLAY 'SITUACAO....: ABERTO'
               WHEN REVISAO-DEFERIDA
                  DISPLAY 'SITUACAO....: DEFERIDO EM '
                          RV-DT-DECISAO(7:2) '/' RV-DT-DECISAO(5:2)
                          '/' RV-DT-DECISAO(1:4) ' POR ' RV-OPR-DECISAO
                  DISPLAY 'NOTA REVISADA: ' RV-NOTA-REVISADA
                          '  MEDIA ' RV-MD-ANTES ' (' RV-ST-ANTES
                          ') -> ' RV-MD-DEPOIS ' (' RV-ST-DEPOIS ')'
                  DISPLAY 'JUSTIFICATIVA: ' RV-JUSTIFICATIVA
               WHEN REVISAO-INDEFERIDA
                  DISPLAY 'SITUACAO....: INDEFERIDO EM '
                          RV-DT-DECISAO(7:2) '/' RV-DT-DECISAO(5:2)
                          '/' RV-DT-DECISAO(1:4) ' POR ' RV-OPR-DECISAO
                  DISPLAY 'JUSTIFICATIVA: ' RV-JUSTIFICATIVA
            END-EVALUATE
            .
       P800-FIM.
           EXIT.

       END PROGRAM REVNOTA.
