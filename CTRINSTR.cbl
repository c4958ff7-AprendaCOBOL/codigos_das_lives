      ******************************************************************
      * Author: ANDRE COSTA
      * Date: 15/10/2026
      * Purpose: IMPRESSAO DO INSTRUMENTO DE CONTRATO PARA ASSINATURA,
      *          MONTADO SO COM O QUE ESTA GRAVADO - FIM DO PAPEL
      *          DATILOGRAFADO A PARTE, QUE JA SAIU DIFERENTE DO
      *          CONTRATO.DAT. CHAMADO PELO CONTRNOV E PELO PROPFIN
      *          (CONVERSAO DA PROPOSTA) LOGO DEPOIS DE GRAVAR O
      *          CONTRATO, E PELO REIMPCTR PARA REIMPRIMIR. O
      *          DOCUMENTO (CTRINSTR.LST) TRAZ:
      *          - OS DADOS DO CLIENTE (CLIENTE.DAT);
      *          - OBJETO, VALOR LIBERADO, IOF, VALOR FINANCIADO,
      *            TAXA, METODO (SAC/PRICE), PRODUTO E CET;
      *          - A TABELA COMPLETA DE PARCELAS (CONTRATO.DAT);
      *          - O AVALISTA E O VALOR GARANTIDO (AVALISTA.DAT);
      *          - O CANAL DE COBRANCA (CONTRCOB.DAT; SEM REGISTRO,
      *            BOLETO);
      *          - OS QUADROS DE ASSINATURA DO CLIENTE, DO AVALISTA,
      *            DA CREDORA E DE DUAS TESTEMUNHAS.
      *          CADA IMPRESSAO SOMA 1 NO CONTADOR DO CTRIMP.DAT, QUE
      *          SAI NO CABECALHO: VIA 001 E A ORIGINAL, AS DEMAIS SAO
      *          REIMPRESSAO. RETORNO: 00 IMPRESSO, 23 CONTRATO NAO
      *          ENCONTRADO, OUTRO VALOR E O FILE STATUS DA FALHA.
      * Update: 15/10/2026 - Contrato consignado (CANAL-CONSIGNADO) sai
      *         como desconto em folha, com a matricula do funcionario.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CTRINSTR.

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
                SELECT CLIENTE ASSIGN TO
                WS-ARQ-CLIENTE
                ORGANIZATION IS INDEXED
                ACCESS MODE  IS RANDOM
                RECORD KEY   IS CD-CLIENTE
                ALTERNATE RECORD KEY IS NM-CLIENTE WITH DUPLICATES
                FILE STATUS  IS WS-FS-CLI.
                SELECT AVALISTA ASSIGN TO
                WS-ARQ-AVALISTA
                ORGANIZATION IS INDEXED
                ACCESS MODE  IS RANDOM
                RECORD KEY   IS AVL-NUM-CONTRATO
                FILE STATUS  IS WS-FS-AVL.
                SELECT CONTRCOB ASSIGN TO
                WS-ARQ-CONTRCOB
                ORGANIZATION IS INDEXED
                ACCESS MODE  IS RANDOM
                RECORD KEY   IS CCB-NUM-CONTRATO
                FILE STATUS  IS WS-FS-CCB.
                SELECT CTRIMP ASSIGN TO
                WS-ARQ-CTRIMP
                ORGANIZATION IS INDEXED
                ACCESS MODE  IS RANDOM
                RECORD KEY   IS CIM-NUM-CONTRATO
                FILE STATUS  IS WS-FS-CIM.
                SELECT RELATORIO ASSIGN TO
                WS-ARQ-CTRINSTR
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS  IS WS-FS-REL.

       DATA DIVISION.
       FILE SECTION.
       FD CONTRATO.
          COPY FD_CONTRATO.

       FD CLIENTE.
          COPY FD_CLIENTE.

       FD AVALISTA.
          COPY FD_AVALISTA.

       FD CONTRCOB.
          COPY FD_CONTRCOB.

       FD CTRIMP.
          COPY FD_CTRIMP.

       FD RELATORIO.
       01 REG-RELATORIO                  PIC X(80).

       WORKING-STORAGE SECTION.
      ***** CAMINHOS FISICOS DOS ARQUIVOS - PRE-CARREGADOS COM O *****
      ***** PADRAO HISTORICO E RESOLVIDOS PELO ARQCONF NO INICIO *****
       77 WS-ARQ-CONTRATO            PIC X(68) VALUE
          'C:\CursoCOBOL\COBOL\01 - Basico\bin\CONTRATO.DAT'.
       77 WS-ARQ-CLIENTE             PIC X(68) VALUE
          'C:\CURSOCOBOL\COBOL\01 - BASICO\BIN\CLIENTE.DAT'.
       77 WS-ARQ-AVALISTA            PIC X(68) VALUE
          'C:\CursoCOBOL\COBOL\01 - Basico\bin\AVALISTA.DAT'.
       77 WS-ARQ-CONTRCOB            PIC X(68) VALUE
          'C:\CursoCOBOL\COBOL\01 - Basico\bin\CONTRCOB.DAT'.
       77 WS-ARQ-CTRIMP              PIC X(68) VALUE
          'C:\CursoCOBOL\COBOL\01 - Basico\bin\CTRIMP.DAT'.
       77 WS-ARQ-CTRINSTR            PIC X(68) VALUE
          'C:\CursoCOBOL\COBOL\01 - Basico\bin\CTRINSTR.LST'.
       77 WS-FS                          PIC 99.
          88 FS-OK                       VALUE 0.
       77 WS-FS-CLI                      PIC 99.
          88 FS-CLI-OK                   VALUE 0.
       77 WS-CLI-ABERTO                  PIC X VALUE 'N'.
          88 CLI-ABERTO                  VALUE 'S'.
       77 WS-FS-AVL                      PIC 99.
          88 FS-AVL-OK                   VALUE 0.
       77 WS-AVL-ABERTO                  PIC X VALUE 'N'.
          88 AVL-ABERTO                  VALUE 'S'.
       77 WS-FS-CCB                      PIC 99.
          88 FS-CCB-OK                   VALUE 0.
       77 WS-CCB-ABERTO                  PIC X VALUE 'N'.
          88 CCB-ABERTO                  VALUE 'S'.
       77 WS-FS-CIM                      PIC 99.
          88 FS-CIM-OK                   VALUE 0.
       77 WS-FS-REL                      PIC 99.
       77 WS-EOF                         PIC X.
          88 EOF-OK                      VALUE 'S' FALSE 'N'.
       77 WS-DATA-MOVIMENTO              PIC 9(08) VALUE ZEROS.
       77 WS-CONTROLE-DATA               PIC X(01) VALUE 'N'.
       77 WS-CLIENTE-ACHADO              PIC X VALUE 'N'.
          88 CLIENTE-ACHADO              VALUE 'S'.
       77 WS-AVALISTA-ACHADO             PIC X VALUE 'N'.
          88 AVALISTA-ACHADO             VALUE 'S'.
       77 WS-DS-METODO                   PIC X(06) VALUE SPACES.
       77 WS-DS-CANAL                    PIC X(40) VALUE SPACES.
       77 WS-DS-VIA                      PIC X(20) VALUE SPACES.
       77 WS-VR-LIBERADO                 PIC 9(08)V99 VALUE ZEROS.
       77 WS-VR-TOTAL-PARCELAS           PIC 9(09)V99 VALUE ZEROS.
       77 WS-VR-TOTAL-JUROS              PIC 9(09)V99 VALUE ZEROS.
       77 WS-QT-PARC-IMPRESSAS           PIC 9(03) VALUE ZEROS.
      ***** VALORES EDITADOS PARA O DOCUMENTO *************************
       77 WS-VR-EDIT                     PIC ZZ.ZZZ.ZZ9,99.
       77 WS-VR-EDIT-2                   PIC ZZ.ZZZ.ZZ9,99.
       77 WS-VR-EDIT-3                   PIC ZZ.ZZZ.ZZ9,99.
       77 WS-VR-EDIT-4                   PIC ZZ.ZZZ.ZZ9,99.
       77 WS-TX-EDIT                     PIC Z9,99.
       77 WS-CET-EDIT                    PIC ZZ.ZZ9,99.
       01 WS-DATA-EDIT.
          03 WS-DTE-DIA                  PIC 99.
          03 FILLER                      PIC X VALUE '/'.
          03 WS-DTE-MES                  PIC 99.
          03 FILLER                      PIC X VALUE '/'.
          03 WS-DTE-ANO                  PIC 9(04).
       01 WS-DATA-CALC                   PIC 9(08).
       01 WS-DATA-CALC-X REDEFINES WS-DATA-CALC.
          03 WS-DATA-CALC-AAAA           PIC 9(04).
          03 WS-DATA-CALC-MM             PIC 9(02).
          03 WS-DATA-CALC-DD             PIC 9(02).
      ***** CABECALHO DO CONTRATO - DA PRIMEIRA PARCELA, QUE *********
      ***** REPETE OS DADOS GERAIS EM TODAS AS LINHAS *****************
       01 WS-CONTRATO-DADOS.
          03 WS-CTR-CLIENTE              PIC X(20).
          03 WS-CTR-OBJETO               PIC X(20).
          03 WS-CTR-VR-TOTAL             PIC 9(08)V99.
          03 WS-CTR-QT-PARCELAS          PIC 999.
          03 WS-CTR-TX-JUROS             PIC 99V99.
          03 WS-CTR-METODO               PIC X(01).
          03 WS-CTR-PRODUTO              PIC X(04).
          03 WS-CTR-VR-IOF               PIC 9(08)V99.
          03 WS-CTR-TX-CET               PIC 9(05)V99.
       01 WS-LINHA-TRACO                 PIC X(80) VALUE ALL '-'.
       01 WS-LINHA-DUPLA                 PIC X(80) VALUE ALL '='.

       LINKAGE SECTION.
       01 LK-CTRINSTR.
          03 LK-CIN-NUM-CONTRATO         PIC 9(06).
          03 LK-CIN-USUARIO              PIC X(12).
          03 LK-CIN-QT-IMPRESSAO         PIC 9(03).
          03 LK-CIN-RETORNO              PIC 99.
             88 LK-CIN-IMPRESSO          VALUE 0.

       PROCEDURE DIVISION USING LK-CTRINSTR.
       MAIN-PROCEDURE.

            MOVE ZEROS                   TO LK-CIN-RETORNO
                                            LK-CIN-QT-IMPRESSAO

      ***** RESOLVE OS CAMINHOS FISICOS PELO PERFIL DO ARQCONF ******
            CALL 'ARQCONF' USING 'CONTRATO.DAT    ' WS-ARQ-CONTRATO
            CALL 'ARQCONF' USING 'CLIENTE.DAT     ' WS-ARQ-CLIENTE
            CALL 'ARQCONF' USING 'AVALISTA.DAT    ' WS-ARQ-AVALISTA
            CALL 'ARQCONF' USING 'CONTRCOB.DAT    ' WS-ARQ-CONTRCOB
            CALL 'ARQCONF' USING 'CTRIMP.DAT      ' WS-ARQ-CTRIMP
            CALL 'ARQCONF' USING 'CTRINSTR.LST    ' WS-ARQ-CTRINSTR

            CALL 'DTMOVIM' USING WS-DATA-MOVIMENTO WS-CONTROLE-DATA

            OPEN INPUT CONTRATO

            IF NOT FS-OK
               MOVE WS-FS                TO LK-CIN-RETORNO
               GOBACK
            END-IF

      ***** A PRIMEIRA PARCELA DA OS DADOS GERAIS DO CONTRATO *********
            MOVE LK-CIN-NUM-CONTRATO     TO NUM-CONTRATO
            MOVE ZEROS                   TO NUM-PARCELA-CONTRATO
            START CONTRATO KEY NOT LESS THAN CHAVE-CONTRATO
               INVALID KEY
                  MOVE 23                TO LK-CIN-RETORNO
            END-START

            IF LK-CIN-IMPRESSO
               READ CONTRATO NEXT RECORD
                  AT END
                     MOVE 23             TO LK-CIN-RETORNO
               END-READ
            END-IF

            IF LK-CIN-IMPRESSO
               AND NUM-CONTRATO NOT EQUAL LK-CIN-NUM-CONTRATO
               MOVE 23                   TO LK-CIN-RETORNO
            END-IF

            IF NOT LK-CIN-IMPRESSO
               CLOSE CONTRATO
               GOBACK
            END-IF

            MOVE CD-CLIENTE-CONTRATO     TO WS-CTR-CLIENTE
            MOVE DS-OBJETO-CONTRATO      TO WS-CTR-OBJETO
            MOVE VR-TOTAL-CONTRATO       TO WS-CTR-VR-TOTAL
            MOVE QT-PARCELAS-CONTRATO    TO WS-CTR-QT-PARCELAS
            MOVE TX-JUROS-CONTRATO       TO WS-CTR-TX-JUROS
            MOVE CD-METODO-CONTRATO      TO WS-CTR-METODO
            MOVE CD-PRODUTO-CONTRATO     TO WS-CTR-PRODUTO
            MOVE VR-IOF-CONTRATO         TO WS-CTR-VR-IOF
            MOVE TX-CET-CONTRATO         TO WS-CTR-TX-CET

            PERFORM P100-CONTA-IMPRESSAO THRU P100-FIM
            IF NOT LK-CIN-IMPRESSO
               CLOSE CONTRATO
               GOBACK
            END-IF

            OPEN OUTPUT RELATORIO

            IF WS-FS-REL NOT EQUAL ZEROS
               MOVE WS-FS-REL            TO LK-CIN-RETORNO
               CLOSE CONTRATO
               GOBACK
            END-IF

      ***** CLIENTE, AVALISTA E CANAL SAO OPCIONAIS: SEM O ARQUIVO, ***
      ***** O DOCUMENTO SAI COM O QUE HOUVER **************************
            MOVE 'N'                     TO WS-CLI-ABERTO
                                            WS-AVL-ABERTO
                                            WS-CCB-ABERTO
            OPEN INPUT CLIENTE
            IF FS-CLI-OK
               MOVE 'S'                  TO WS-CLI-ABERTO
            END-IF
            OPEN INPUT AVALISTA
            IF FS-AVL-OK
               MOVE 'S'                  TO WS-AVL-ABERTO
            END-IF
            OPEN INPUT CONTRCOB
            IF FS-CCB-OK
               MOVE 'S'                  TO WS-CCB-ABERTO
            END-IF

            PERFORM P200-CABECALHO       THRU P200-FIM
            PERFORM P300-PARTES          THRU P300-FIM
            PERFORM P400-CONDICOES       THRU P400-FIM
            PERFORM P500-TABELA          THRU P500-FIM
            PERFORM P600-COBRANCA        THRU P600-FIM
            PERFORM P700-ASSINATURAS     THRU P700-FIM

            CLOSE CONTRATO RELATORIO
            IF CLI-ABERTO
               CLOSE CLIENTE
            END-IF
            IF AVL-ABERTO
               CLOSE AVALISTA
            END-IF
            IF CCB-ABERTO
               CLOSE CONTRCOB
            END-IF

            GOBACK.
       P100-CONTA-IMPRESSAO.

      ***** PRIMEIRA IMPRESSAO CRIA O CONTROLE; AS SEGUINTES SOMAM ****
            OPEN I-O CTRIMP
            IF WS-FS-CIM EQUAL 35
               OPEN OUTPUT CTRIMP
               CLOSE CTRIMP
               OPEN I-O CTRIMP
            END-IF

            IF NOT FS-CIM-OK
               MOVE WS-FS-CIM            TO LK-CIN-RETORNO
               GO TO P100-FIM
            END-IF

            MOVE LK-CIN-NUM-CONTRATO     TO CIM-NUM-CONTRATO
            READ CTRIMP
               INVALID KEY
                  MOVE 1                 TO CIM-QT-IMPRESSOES
                  MOVE WS-DATA-MOVIMENTO TO CIM-DT-PRIMEIRA
                                            CIM-DT-ULTIMA
                  MOVE LK-CIN-USUARIO    TO CIM-USR-PRIMEIRA
                                            CIM-USR-ULTIMA
                  WRITE REG-CTRIMP
                     INVALID KEY
                        MOVE WS-FS-CIM   TO LK-CIN-RETORNO
                  END-WRITE
               NOT INVALID KEY
                  ADD 1                  TO CIM-QT-IMPRESSOES
                  MOVE WS-DATA-MOVIMENTO TO CIM-DT-ULTIMA
                  MOVE LK-CIN-USUARIO    TO CIM-USR-ULTIMA
                  REWRITE REG-CTRIMP
                     INVALID KEY
                        MOVE WS-FS-CIM   TO LK-CIN-RETORNO
                  END-REWRITE
            END-READ

            MOVE CIM-QT-IMPRESSOES       TO LK-CIN-QT-IMPRESSAO
            CLOSE CTRIMP
            .
       P100-FIM.
       P200-CABECALHO.

            IF LK-CIN-QT-IMPRESSAO EQUAL 1
               MOVE 'VIA ORIGINAL'       TO WS-DS-VIA
            ELSE
               MOVE SPACES               TO WS-DS-VIA
               STRING 'REIMPRESSAO - VIA ' LK-CIN-QT-IMPRESSAO
                      DELIMITED BY SIZE INTO WS-DS-VIA
            END-IF

            MOVE WS-LINHA-DUPLA          TO REG-RELATORIO
            WRITE REG-RELATORIO

            MOVE SPACES                  TO REG-RELATORIO
            STRING 'CONTRATO DE FINANCIAMENTO NR ' LK-CIN-NUM-CONTRATO
                   '          ' WS-DS-VIA
                   DELIMITED BY SIZE INTO REG-RELATORIO
            WRITE REG-RELATORIO

            MOVE WS-DATA-MOVIMENTO       TO WS-DATA-CALC
            PERFORM P900-EDITA-DATA      THRU P900-FIM
            MOVE SPACES                  TO REG-RELATORIO
            STRING 'EMITIDO EM ' WS-DATA-EDIT ' POR ' LK-CIN-USUARIO
                   DELIMITED BY SIZE INTO REG-RELATORIO
            WRITE REG-RELATORIO

            MOVE WS-LINHA-DUPLA          TO REG-RELATORIO
            WRITE REG-RELATORIO
            .
       P200-FIM.
       P300-PARTES.

            MOVE 'N'                     TO WS-CLIENTE-ACHADO
            MOVE SPACES                  TO REG-CLIENTE

            IF CLI-ABERTO
               AND WS-CTR-CLIENTE(1:3) IS NUMERIC
               MOVE WS-CTR-CLIENTE(1:3)  TO CD-CLIENTE
               READ CLIENTE
                  INVALID KEY
                     MOVE SPACES         TO REG-CLIENTE
                  NOT INVALID KEY
                     MOVE 'S'            TO WS-CLIENTE-ACHADO
               END-READ
            END-IF

            MOVE SPACES                  TO REG-RELATORIO
            MOVE 'DEVEDOR (CLIENTE)'     TO REG-RELATORIO
            WRITE REG-RELATORIO

            MOVE SPACES                  TO REG-RELATORIO
            IF CLIENTE-ACHADO
               STRING '  CODIGO....: ' WS-CTR-CLIENTE(1:3)
                      '  NOME: ' NM-CLIENTE
                      DELIMITED BY SIZE INTO REG-RELATORIO
            ELSE
               STRING '  CODIGO....: ' WS-CTR-CLIENTE
                      '  (CLIENTE NAO LOCALIZADO NO CADASTRO)'
                      DELIMITED BY SIZE INTO REG-RELATORIO
            END-IF
            WRITE REG-RELATORIO

            MOVE SPACES                  TO REG-RELATORIO
            STRING '  ENDERECO..: ' EN-CLIENTE ' ' CI-CLIENTE
                   '/' UF-CLIENTE
                   DELIMITED BY SIZE INTO REG-RELATORIO
            WRITE REG-RELATORIO

            MOVE SPACES                  TO REG-RELATORIO
            STRING '  TELEFONE..: ' TL-CLIENTE
                   '  E-MAIL: ' EM-CLIENTE
                   DELIMITED BY SIZE INTO REG-RELATORIO
            WRITE REG-RELATORIO

      ***** AVALISTA: UM POR CONTRATO, QUANDO EXIGIDO NA ABERTURA *****
            MOVE 'N'                     TO WS-AVALISTA-ACHADO
            IF AVL-ABERTO
               MOVE LK-CIN-NUM-CONTRATO  TO AVL-NUM-CONTRATO
               READ AVALISTA
                  NOT INVALID KEY
                     MOVE 'S'            TO WS-AVALISTA-ACHADO
               END-READ
            END-IF

            MOVE SPACES                  TO REG-RELATORIO
            WRITE REG-RELATORIO
            MOVE 'AVALISTA (GARANTIDOR)' TO REG-RELATORIO
            WRITE REG-RELATORIO

            MOVE SPACES                  TO REG-RELATORIO
            IF AVALISTA-ACHADO
               MOVE AVL-VR-GARANTIDO     TO WS-VR-EDIT
               IF AVALISTA-CONTATO
                  STRING '  CONTATO ' AVL-ID ' - ' AVL-NOME
                         '  GARANTE ATE R$ ' WS-VR-EDIT
                         DELIMITED BY SIZE INTO REG-RELATORIO
               ELSE
                  STRING '  CLIENTE ' AVL-ID ' - ' AVL-NOME
                         '  GARANTE ATE R$ ' WS-VR-EDIT
                         DELIMITED BY SIZE INTO REG-RELATORIO
               END-IF
            ELSE
               MOVE '  CONTRATO SEM AVALISTA.' TO REG-RELATORIO
            END-IF
            WRITE REG-RELATORIO

            MOVE SPACES                  TO REG-RELATORIO
            WRITE REG-RELATORIO
            .
       P300-FIM.
       P400-CONDICOES.

            EVALUATE WS-CTR-METODO
               WHEN 'P'
                  MOVE 'PRICE'           TO WS-DS-METODO
               WHEN 'S'
                  MOVE 'SAC'             TO WS-DS-METODO
               WHEN OTHER
                  MOVE WS-CTR-METODO     TO WS-DS-METODO
            END-EVALUATE

      ***** O IOF E FINANCIADO JUNTO: O CLIENTE RECEBE O TOTAL ********
      ***** MENOS O IOF ***********************************************
            COMPUTE WS-VR-LIBERADO = WS-CTR-VR-TOTAL - WS-CTR-VR-IOF

            MOVE WS-LINHA-TRACO          TO REG-RELATORIO
            WRITE REG-RELATORIO
            MOVE 'CONDICOES DO FINANCIAMENTO' TO REG-RELATORIO
            WRITE REG-RELATORIO

            MOVE SPACES                  TO REG-RELATORIO
            STRING '  OBJETO..............: ' WS-CTR-OBJETO
                   DELIMITED BY SIZE INTO REG-RELATORIO
            WRITE REG-RELATORIO

            MOVE SPACES                  TO REG-RELATORIO
            IF WS-CTR-PRODUTO EQUAL SPACES
               MOVE '  PRODUTO.............: (SEM PRODUTO)'
                                          TO REG-RELATORIO
            ELSE
               STRING '  PRODUTO.............: ' WS-CTR-PRODUTO
                      DELIMITED BY SIZE INTO REG-RELATORIO
            END-IF
            WRITE REG-RELATORIO

            MOVE WS-VR-LIBERADO          TO WS-VR-EDIT
            MOVE SPACES                  TO REG-RELATORIO
            STRING '  VALOR LIBERADO......: R$ ' WS-VR-EDIT
                   DELIMITED BY SIZE INTO REG-RELATORIO
            WRITE REG-RELATORIO

            MOVE WS-CTR-VR-IOF           TO WS-VR-EDIT
            MOVE SPACES                  TO REG-RELATORIO
            STRING '  IOF FINANCIADO......: R$ ' WS-VR-EDIT
                   DELIMITED BY SIZE INTO REG-RELATORIO
            WRITE REG-RELATORIO

            MOVE WS-CTR-VR-TOTAL         TO WS-VR-EDIT
            MOVE SPACES                  TO REG-RELATORIO
            STRING '  VALOR FINANCIADO....: R$ ' WS-VR-EDIT
                   DELIMITED BY SIZE INTO REG-RELATORIO
            WRITE REG-RELATORIO

            MOVE WS-CTR-TX-JUROS         TO WS-TX-EDIT
            MOVE SPACES                  TO REG-RELATORIO
            STRING '  TAXA DE JUROS.......: ' WS-TX-EDIT
                   '% AO MES'
                   DELIMITED BY SIZE INTO REG-RELATORIO
            WRITE REG-RELATORIO

            MOVE WS-CTR-TX-CET           TO WS-CET-EDIT
            MOVE SPACES                  TO REG-RELATORIO
            STRING '  CUSTO EFETIVO TOTAL.: ' WS-CET-EDIT
                   '% AO ANO'
                   DELIMITED BY SIZE INTO REG-RELATORIO
            WRITE REG-RELATORIO

            MOVE SPACES                  TO REG-RELATORIO
            STRING '  AMORTIZACAO.........: ' WS-DS-METODO
                   ' EM ' WS-CTR-QT-PARCELAS ' PARCELAS MENSAIS'
                   DELIMITED BY SIZE INTO REG-RELATORIO
            WRITE REG-RELATORIO

            MOVE SPACES                  TO REG-RELATORIO
            WRITE REG-RELATORIO
            .
       P400-FIM.
       P500-TABELA.

            MOVE WS-LINHA-TRACO          TO REG-RELATORIO
            WRITE REG-RELATORIO
            MOVE 'TABELA DE PARCELAS'    TO REG-RELATORIO
            WRITE REG-RELATORIO
            MOVE SPACES                  TO REG-RELATORIO
            STRING 'PARC  VENCIMENTO   AMORTIZACAO         JUROS     '
                   '   PARCELA   SALDO DEVEDOR'
                   DELIMITED BY SIZE INTO REG-RELATORIO
            WRITE REG-RELATORIO

            MOVE ZEROS                   TO WS-VR-TOTAL-PARCELAS
                                            WS-VR-TOTAL-JUROS
                                            WS-QT-PARC-IMPRESSAS

      ***** O REGISTRO CORRENTE JA E A PRIMEIRA PARCELA ***************
            SET EOF-OK                   TO FALSE
            PERFORM P510-LINHA-PARCELA   THRU P510-FIM UNTIL EOF-OK

            MOVE WS-VR-TOTAL-JUROS       TO WS-VR-EDIT
            MOVE WS-VR-TOTAL-PARCELAS    TO WS-VR-EDIT-2
            MOVE SPACES                  TO REG-RELATORIO
            STRING 'TOTAL ' WS-QT-PARC-IMPRESSAS ' PARCELAS - JUROS R$ '
                   WS-VR-EDIT '  A PAGAR R$ ' WS-VR-EDIT-2
                   DELIMITED BY SIZE INTO REG-RELATORIO
            WRITE REG-RELATORIO

            MOVE SPACES                  TO REG-RELATORIO
            WRITE REG-RELATORIO
            .
       P500-FIM.
       P510-LINHA-PARCELA.

            MOVE DT-VENCIMENTO-PARCELA   TO WS-DATA-CALC
            PERFORM P900-EDITA-DATA      THRU P900-FIM
            MOVE VR-AMORTIZACAO-PARCELA  TO WS-VR-EDIT
            MOVE VR-JUROS-PARCELA        TO WS-VR-EDIT-2
            MOVE VR-PARCELA-TOTAL        TO WS-VR-EDIT-3
            MOVE VR-SALDO-DEVEDOR-PARCELA TO WS-VR-EDIT-4

            MOVE SPACES                  TO REG-RELATORIO
            STRING NUM-PARCELA-CONTRATO '   ' WS-DATA-EDIT
                   ' ' WS-VR-EDIT ' ' WS-VR-EDIT-2
                   ' ' WS-VR-EDIT-3 ' ' WS-VR-EDIT-4
                   DELIMITED BY SIZE INTO REG-RELATORIO
            WRITE REG-RELATORIO

            ADD 1                        TO WS-QT-PARC-IMPRESSAS
            ADD VR-PARCELA-TOTAL         TO WS-VR-TOTAL-PARCELAS
            ADD VR-JUROS-PARCELA         TO WS-VR-TOTAL-JUROS

            READ CONTRATO NEXT RECORD
               AT END
                  SET EOF-OK             TO TRUE
               NOT AT END
                  IF NUM-CONTRATO NOT EQUAL LK-CIN-NUM-CONTRATO
                     SET EOF-OK          TO TRUE
                  END-IF
            END-READ
            .
       P510-FIM.
       P600-COBRANCA.

      ***** SEM REGISTRO NO CONTRCOB O CONTRATO E BOLETO **************
            MOVE 'BOLETO BANCARIO'       TO WS-DS-CANAL
            IF CCB-ABERTO
               MOVE LK-CIN-NUM-CONTRATO  TO CCB-NUM-CONTRATO
               READ CONTRCOB
                  NOT INVALID KEY
                     EVALUATE TRUE
                        WHEN CANAL-DEBITO
                           MOVE SPACES   TO WS-DS-CANAL
                           STRING 'DEBITO AUTOMATICO - BANCO '
                                  CCB-BANCO ' AG ' CCB-AGENCIA
                                  ' CC ' CCB-CONTA
                                  DELIMITED BY SIZE INTO WS-DS-CANAL
                        WHEN CANAL-PIX
                           MOVE 'PIX (COBRANCA POR PARCELA)'
                                          TO WS-DS-CANAL
                        WHEN CANAL-CONSIGNADO
                           MOVE SPACES   TO WS-DS-CANAL
                           STRING 'DESCONTO EM FOLHA - MATRICULA '
                                  CCB-CD-FUNCIONARIO
                                  DELIMITED BY SIZE INTO WS-DS-CANAL
                     END-EVALUATE
               END-READ
            END-IF

            MOVE SPACES                  TO REG-RELATORIO
            STRING 'FORMA DE PAGAMENTO DAS PARCELAS: ' WS-DS-CANAL
                   DELIMITED BY SIZE INTO REG-RELATORIO
            WRITE REG-RELATORIO

            MOVE SPACES                  TO REG-RELATORIO
            WRITE REG-RELATORIO

            MOVE SPACES                  TO REG-RELATORIO
            STRING 'O DEVEDOR RECONHECE A DIVIDA ACIMA E SE OBRIGA A '
                   'PAGA-LA NAS DATAS DA TABELA.'
                   DELIMITED BY SIZE INTO REG-RELATORIO
            WRITE REG-RELATORIO
            IF AVALISTA-ACHADO
               MOVE SPACES                  TO REG-RELATORIO
               STRING 'O AVALISTA RESPONDE SOLIDARIAMENTE ATE O VALOR '
                      'GARANTIDO INDICADO.'
                      DELIMITED BY SIZE INTO REG-RELATORIO
               WRITE REG-RELATORIO
            END-IF

            MOVE SPACES                  TO REG-RELATORIO
            WRITE REG-RELATORIO
            .
       P600-FIM.
       P700-ASSINATURAS.

            MOVE WS-LINHA-TRACO          TO REG-RELATORIO
            WRITE REG-RELATORIO
            MOVE 'ASSINATURAS'           TO REG-RELATORIO
            WRITE REG-RELATORIO

            MOVE SPACES                  TO REG-RELATORIO
            WRITE REG-RELATORIO
            WRITE REG-RELATORIO
            MOVE '  ____________________________________'
                                          TO REG-RELATORIO
            WRITE REG-RELATORIO
            MOVE SPACES                  TO REG-RELATORIO
            STRING '  DEVEDOR: ' NM-CLIENTE
                   DELIMITED BY SIZE INTO REG-RELATORIO
            WRITE REG-RELATORIO

            IF AVALISTA-ACHADO
               MOVE SPACES               TO REG-RELATORIO
               WRITE REG-RELATORIO
               WRITE REG-RELATORIO
               MOVE '  ____________________________________'
                                          TO REG-RELATORIO
               WRITE REG-RELATORIO
               MOVE SPACES               TO REG-RELATORIO
               STRING '  AVALISTA: ' AVL-NOME
                      DELIMITED BY SIZE INTO REG-RELATORIO
               WRITE REG-RELATORIO
            END-IF

            MOVE SPACES                  TO REG-RELATORIO
            WRITE REG-RELATORIO
            WRITE REG-RELATORIO
            MOVE '  ____________________________________'
                                          TO REG-RELATORIO
            WRITE REG-RELATORIO
            MOVE '  CREDORA (REPRESENTANTE LEGAL)'
                                          TO REG-RELATORIO
            WRITE REG-RELATORIO

            MOVE SPACES                  TO REG-RELATORIO
            WRITE REG-RELATORIO
            WRITE REG-RELATORIO
            MOVE SPACES                  TO REG-RELATORIO
            STRING '  ____________________________    ______________'
                   '______________'
                   DELIMITED BY SIZE INTO REG-RELATORIO
            WRITE REG-RELATORIO
            MOVE SPACES                  TO REG-RELATORIO
            STRING '  TESTEMUNHA 1 (NOME/CPF)         TESTEMUNHA 2 '
                   '(NOME/CPF)'
                   DELIMITED BY SIZE INTO REG-RELATORIO
            WRITE REG-RELATORIO

            MOVE WS-LINHA-DUPLA          TO REG-RELATORIO
            WRITE REG-RELATORIO
            .
       P700-FIM.
       P900-EDITA-DATA.

            MOVE WS-DATA-CALC-DD         TO WS-DTE-DIA
            MOVE WS-DATA-CALC-MM         TO WS-DTE-MES
            MOVE WS-DATA-CALC-AAAA       TO WS-DTE-ANO
            .
       P900-FIM.
       END PROGRAM CTRINSTR.
