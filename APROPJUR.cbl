      ******************************************************************
      * Author: ANDRE COSTA
      * Date: 15/10/2026
      * Purpose: APROPRIACAO MENSAL DOS JUROS CONTRATUAIS (REGIME DE
      *          COMPETENCIA). RODA NO FECHAMENTO DO MES: VARRE O
      *          CONTRATO.DAT E DISTRIBUI O VR-JUROS-PARCELA DE CADA
      *          PARCELA PRO RATA DIA PELO SEU PERIODO (DO VENCIMENTO
      *          DA PARCELA ANTERIOR ATE O DA PROPRIA PARCELA; A
      *          PRIMEIRA CONTA 30 DIAS ANTES DO VENCIMENTO), ATE A
      *          DATA DE CORTE - O ULTIMO DIA DO MES ANTERIOR AO DA
      *          DATA DE MOVIMENTO, OU DO FINPARM MES-APROPRIACAO
      *          (AAAAMM). PARCELA RENEGOCIADA OU BAIXADA PARA
      *          PREJUIZO DEIXA DE RENDER JURO. O JURO APROPRIADO ATE
      *          A DATA DE CADA CONTRATO FICA NO APROPJUR.DAT E SO A
      *          DIFERENCA DO MES VAI PARA A CONTABILIDADE, PELO
      *          LANCGRV, NO LAYOUT DA EXPORTACAO DO CONTABEXP:
      *            APRJR - APROPRIACAO (D CTA-JUROS-APROP /
      *                    C CTA-RECEITA-JUROS)
      *            APRRV - REVERSAO    (LANCAMENTO INVERSO)
      *          O RELATORIO (APROPJUR.LST) MOSTRA, POR CONTRATO E NO
      *          TOTAL, O JURO CONTRATUAL, O APROPRIADO ANTES, O DO
      *          MES, O ACUMULADO E O JURO A APROPRIAR, COM A
      *          CONCILIACAO TOTAL = APROPRIADO + A APROPRIAR. O
      *          AUDITOR PARA DE VER JURO SO QUANDO O CAIXA ENTRA.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. APROPJUR.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
            DECIMAL-POINT IS COMMA.
            INPUT-OUTPUT SECTION.
            FILE-CONTROL.
                SELECT CONTRATO ASSIGN TO
                WS-ARQ-CONTRATO
                ORGANIZATION IS INDEXED
                ACCESS MODE  IS SEQUENTIAL
                RECORD KEY   IS CHAVE-CONTRATO
                FILE STATUS  IS WS-FS.
                SELECT APROPJUR ASSIGN TO
                WS-ARQ-APROPJUR
                ORGANIZATION IS INDEXED
                ACCESS MODE  IS DYNAMIC
                RECORD KEY   IS APJ-NUM-CONTRATO
                FILE STATUS  IS WS-FS-APJ.

       DATA DIVISION.
       FILE SECTION.
       FD CONTRATO.
          COPY FD_CONTRATO.

       FD APROPJUR.
          COPY FD_APROPJUR.

       WORKING-STORAGE SECTION.
      ***** CAMINHOS FISICOS DOS ARQUIVOS - PRE-CARREGADOS COM O *****
      ***** PADRAO HISTORICO E RESOLVIDOS PELO ARQCONF NO INICIO *****
       77 WS-ARQ-CONTRATO            PIC X(68) VALUE
          'C:\CursoCOBOL\COBOL\01 - Basico\bin\CONTRATO.DAT'.
       77 WS-ARQ-APROPJUR            PIC X(68) VALUE
          'C:\CursoCOBOL\COBOL\01 - Basico\bin\APROPJUR.DAT'.
       77 WS-ARQ-APROPJUR-LST        PIC X(68) VALUE
          'C:\CursoCOBOL\COBOL\01 - Basico\bin\APROPJUR.LST'.
       77 WS-FS                          PIC 99.
          88 FS-OK                       VALUE 0.
       77 WS-FS-APJ                      PIC 99.
          88 FS-APJ-OK                   VALUE 0.
       77 WS-FS-LCP                      PIC 99.
       77 WS-EOF                         PIC X.
          88 EOF-OK                      VALUE 'S' FALSE 'N'.
       77 WS-APJ-EXISTE                  PIC X VALUE 'N'.
          88 APJ-EXISTE                  VALUE 'S'.
       77 WS-DATA-MOVIMENTO              PIC 9(08) VALUE ZEROS.
       77 WS-CONTROLE-DATA               PIC X(01) VALUE 'N'.
       77 WS-SIT-PERIODO                 PIC X(01) VALUE 'A'.
          88 MES-FECHADO                 VALUE 'F'.
       01 WS-DATA-CALC                   PIC 9(08).
       01 WS-DATA-CALC-X REDEFINES WS-DATA-CALC.
          03 WS-DATA-CALC-AAAA           PIC 9(04).
          03 WS-DATA-CALC-MM             PIC 9(02).
          03 WS-DATA-CALC-DD             PIC 9(02).
       77 WS-PARM-MES                    PIC 9(09)V99 VALUE ZEROS.
       77 WS-DT-CORTE                    PIC 9(08) VALUE ZEROS.
      ***** CONTAS DA APROPRIACAO: JUROS A APROPRIAR (REDUTORA DO *****
      ***** ATIVO, DEB) E RECEITA DE JUROS (CRE); A REVERSAO E O ******
      ***** LANCAMENTO INVERSO ****************************************
       77 WS-CTA-JUROS-APROP             PIC 9(09)V99 VALUE 12102.
       77 WS-CTA-RECEITA-JUROS           PIC 9(09)V99 VALUE 41101.
       77 WS-DIAS-CORTE                  PIC 9(07).
       77 WS-DIAS-INICIO                 PIC 9(07).
       77 WS-DIAS-FIM                    PIC 9(07).
       77 WS-DIAS-PERIODO                PIC 9(05).
       77 WS-DIAS-CORRIDOS               PIC 9(05).
       77 WS-DT-VENC-ANTERIOR            PIC 9(08) VALUE ZEROS.
       77 WS-VR-APROP-PARC               PIC 9(09)V99 VALUE ZEROS.
       77 WS-CONTRATO-ATUAL              PIC 9(06) VALUE ZEROS.
       77 WS-CLIENTE-ATUAL               PIC X(20) VALUE SPACES.
       77 WS-VR-JUROS-CONTR              PIC 9(09)V99 VALUE ZEROS.
       77 WS-VR-ACUM-CONTR               PIC 9(09)V99 VALUE ZEROS.
       77 WS-VR-INICIAL                  PIC 9(09)V99 VALUE ZEROS.
       77 WS-VR-APROPRIADO               PIC 9(09)V99 VALUE ZEROS.
       77 WS-VR-REVERTIDO                PIC 9(09)V99 VALUE ZEROS.
       77 WS-VR-A-APROPRIAR              PIC 9(09)V99 VALUE ZEROS.
       77 WS-QT-CONTRATOS                PIC 9(06) VALUE ZEROS.
       77 WS-QT-LANCTOS                  PIC 9(06) VALUE ZEROS.
       77 WS-VR-JUROS-GERAL              PIC 9(11)V99 VALUE ZEROS.
       77 WS-VR-INICIAL-GERAL            PIC 9(11)V99 VALUE ZEROS.
       77 WS-VR-APROPRIADO-GERAL         PIC 9(11)V99 VALUE ZEROS.
       77 WS-VR-REVERTIDO-GERAL          PIC 9(11)V99 VALUE ZEROS.
       77 WS-VR-ACUM-GERAL               PIC 9(11)V99 VALUE ZEROS.
       77 WS-VR-A-APROPRIAR-GERAL        PIC 9(11)V99 VALUE ZEROS.
       77 WS-VR-CONFERE                  PIC S9(11)V99 VALUE ZEROS.
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
       01 WS-RELWRT.
          03 WS-REL-ACAO                 PIC X(01).
          03 WS-REL-ARQUIVO              PIC X(68).
          03 WS-REL-TITULO               PIC X(40).
          03 WS-REL-LINHA                PIC X(100).
          03 WS-REL-FS                   PIC 99.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.

      ***** RETURN-CODE E REGISTRADOR COMPARTILHADO: UM PASSO *********
      ***** ANTERIOR COM FALHA NAO PODE CONTAMINAR ESTE PASSO *********
            MOVE ZERO                    TO RETURN-CODE

      ***** RESOLVE OS CAMINHOS FISICOS PELO PERFIL DO ARQCONF ******
            CALL 'ARQCONF' USING 'CONTRATO.DAT    ' WS-ARQ-CONTRATO
            CALL 'ARQCONF' USING 'APROPJUR.DAT    ' WS-ARQ-APROPJUR

            CALL 'DTMOVIM' USING WS-DATA-MOVIMENTO WS-CONTROLE-DATA

      ***** OS LANCAMENTOS SAEM NA DATA DE MOVIMENTO: MES JA FECHADO **
      ***** PELA CONTABILIDADE NAO RECEBE APROPRIACAO ****************
            CALL 'PERVERIF' USING WS-DATA-MOVIMENTO WS-SIT-PERIODO
            IF MES-FECHADO
               DISPLAY 'DATA DE MOVIMENTO ' WS-DATA-MOVIMENTO
                       ' EM MES JA FECHADO - APROPRIACAO RECUSADA.'
               MOVE 16                   TO RETURN-CODE
               GOBACK
            END-IF

            CALL 'FINPARM' USING 'CTA-JUROS-APROP ' WS-CTA-JUROS-APROP
            CALL 'FINPARM' USING 'CTA-RECEITA-JUR ' WS-CTA-RECEITA-JUROS

      ***** DATA DE CORTE: ULTIMO DIA DO MES ANTERIOR AO DO ***********
      ***** MOVIMENTO, SALVO O FINPARM MES-APROPRIACAO (AAAAMM) *******
            MOVE WS-DATA-MOVIMENTO       TO WS-DATA-CALC
            CALL 'FINPARM' USING 'MES-APROPRIACAO ' WS-PARM-MES
            IF WS-PARM-MES GREATER THAN ZEROS
               COMPUTE WS-DATA-CALC = WS-PARM-MES * 100 + 1
               IF WS-DATA-CALC-MM EQUAL 12
                  ADD 1                  TO WS-DATA-CALC-AAAA
                  MOVE 1                 TO WS-DATA-CALC-MM
               ELSE
                  ADD 1                  TO WS-DATA-CALC-MM
               END-IF
            END-IF
            MOVE 1                       TO WS-DATA-CALC-DD

            COMPUTE WS-DIAS-CORTE =
                    FUNCTION INTEGER-OF-DATE(WS-DATA-CALC) - 1
            COMPUTE WS-DT-CORTE =
                    FUNCTION DATE-OF-INTEGER(WS-DIAS-CORTE)

            OPEN INPUT CONTRATO

            IF NOT FS-OK
               DISPLAY 'ERRO AO ABRIR O ARQUIVO DE CONTRATOS.'
               DISPLAY 'FILE STATUS: ' WS-FS
               MOVE 16                   TO RETURN-CODE
               GOBACK
            END-IF

            OPEN I-O APROPJUR

            IF WS-FS-APJ EQUAL 35
               OPEN OUTPUT APROPJUR
               CLOSE APROPJUR
               OPEN I-O APROPJUR
            END-IF

            IF NOT FS-APJ-OK
               DISPLAY 'ERRO AO ABRIR O ARQUIVO DE APROPRIACAO.'
               DISPLAY 'FILE STATUS: ' WS-FS-APJ
               CLOSE CONTRATO
               MOVE 16                   TO RETURN-CODE
               GOBACK
            END-IF

            MOVE 'A'                     TO WS-REL-ACAO
            MOVE WS-ARQ-APROPJUR-LST     TO WS-REL-ARQUIVO
            CALL 'ARQCONF' USING 'APROPJUR.LST    ' WS-REL-ARQUIVO
            MOVE 'APROPRIACAO MENSAL DE JUROS'
                                          TO WS-REL-TITULO
            CALL 'RELWRT' USING WS-RELWRT

            IF WS-REL-FS NOT EQUAL ZEROS
               DISPLAY 'ERRO AO ABRIR O RELATORIO DE APROPRIACAO.'
               DISPLAY 'FILE STATUS: ' WS-REL-FS
               CLOSE CONTRATO APROPJUR
               MOVE 16                   TO RETURN-CODE
               GOBACK
            END-IF

            MOVE 'D'                     TO WS-REL-ACAO
            MOVE SPACES                  TO WS-REL-LINHA
            STRING 'DATA DE CORTE: ' WS-DT-CORTE
                   '  DATA DE MOVIMENTO: ' WS-DATA-MOVIMENTO
                   DELIMITED BY SIZE INTO WS-REL-LINHA
            CALL 'RELWRT' USING WS-RELWRT

            MOVE SPACES                  TO WS-REL-LINHA
            STRING 'CONTRATO CLI   JURO TOTAL   APROPR ANTES '
                   '   DO MES(+)   REVERT(-)   ACUMULADO  A APROPRIAR'
                   DELIMITED BY SIZE INTO WS-REL-LINHA
            CALL 'RELWRT' USING WS-RELWRT

            SET EOF-OK                   TO FALSE
            PERFORM P200-LE-PARCELA      THRU P200-FIM UNTIL EOF-OK

            IF WS-CONTRATO-ATUAL NOT EQUAL ZEROS
               PERFORM P500-FECHA-CONTRATO THRU P500-FIM
            END-IF

            PERFORM P900-TOTAIS          THRU P900-FIM

            MOVE 'F'                     TO WS-REL-ACAO
            CALL 'RELWRT' USING WS-RELWRT

            CLOSE CONTRATO APROPJUR

            DISPLAY 'DATA DE CORTE......................: '
                    WS-DT-CORTE
            DISPLAY 'CONTRATOS APROPRIADOS..............: '
                    WS-QT-CONTRATOS
            DISPLAY 'LANCAMENTOS CONTABEIS GERADOS......: '
                    WS-QT-LANCTOS
            DISPLAY 'JURO APROPRIADO NO MES.............: '
                    WS-VR-APROPRIADO-GERAL
            DISPLAY 'RELATORIO GERADO EM APROPJUR.LST'

            GOBACK.
       P200-LE-PARCELA.

            READ CONTRATO NEXT RECORD
               AT END
                  SET EOF-OK             TO TRUE
               NOT AT END
                  IF NUM-CONTRATO NOT EQUAL WS-CONTRATO-ATUAL
                     IF WS-CONTRATO-ATUAL NOT EQUAL ZEROS
                        PERFORM P500-FECHA-CONTRATO THRU P500-FIM
                     END-IF
                     MOVE NUM-CONTRATO   TO WS-CONTRATO-ATUAL
                     MOVE CD-CLIENTE-CONTRATO
                                          TO WS-CLIENTE-ATUAL
                     MOVE ZEROS          TO WS-VR-JUROS-CONTR
                                            WS-VR-ACUM-CONTR
                                            WS-DT-VENC-ANTERIOR
                  END-IF
                  PERFORM P300-APROPRIA-PARCELA THRU P300-FIM
                  MOVE DT-VENCIMENTO-PARCELA
                                          TO WS-DT-VENC-ANTERIOR
            END-READ
            .
       P200-FIM.
       P300-APROPRIA-PARCELA.

      ***** PARCELA RENEGOCIADA (O JURO PASSOU PARA O CONTRATO NOVO) **
      ***** OU BAIXADA PARA PREJUIZO NAO RENDE JURO ******************
            IF PARCELA-RENEGOCIADA OR PARCELA-PREJUIZO
               GO TO P300-FIM
            END-IF

            IF VR-JUROS-PARCELA EQUAL ZEROS
               GO TO P300-FIM
            END-IF

            ADD VR-JUROS-PARCELA         TO WS-VR-JUROS-CONTR

      ***** PERIODO DA PARCELA: DO VENCIMENTO ANTERIOR ATE O DELA *****
            COMPUTE WS-DIAS-FIM =
                    FUNCTION INTEGER-OF-DATE(DT-VENCIMENTO-PARCELA)
            IF WS-DT-VENC-ANTERIOR EQUAL ZEROS
               OR WS-DT-VENC-ANTERIOR NOT LESS THAN
                  DT-VENCIMENTO-PARCELA
               COMPUTE WS-DIAS-INICIO = WS-DIAS-FIM - 30
            ELSE
               COMPUTE WS-DIAS-INICIO =
                       FUNCTION INTEGER-OF-DATE(WS-DT-VENC-ANTERIOR)
            END-IF

            EVALUATE TRUE
               WHEN WS-DIAS-CORTE NOT LESS THAN WS-DIAS-FIM
                  MOVE VR-JUROS-PARCELA  TO WS-VR-APROP-PARC
               WHEN WS-DIAS-CORTE NOT GREATER THAN WS-DIAS-INICIO
                  MOVE ZEROS             TO WS-VR-APROP-PARC
               WHEN OTHER
                  COMPUTE WS-DIAS-PERIODO =
                          WS-DIAS-FIM - WS-DIAS-INICIO
                  COMPUTE WS-DIAS-CORRIDOS =
                          WS-DIAS-CORTE - WS-DIAS-INICIO
                  COMPUTE WS-VR-APROP-PARC ROUNDED =
                          VR-JUROS-PARCELA * WS-DIAS-CORRIDOS
                                           / WS-DIAS-PERIODO
            END-EVALUATE

            ADD WS-VR-APROP-PARC         TO WS-VR-ACUM-CONTR
            .
       P300-FIM.
       P500-FECHA-CONTRATO.

            MOVE WS-CONTRATO-ATUAL       TO APJ-NUM-CONTRATO
            MOVE 'S'                     TO WS-APJ-EXISTE
            READ APROPJUR
               INVALID KEY
                  MOVE 'N'               TO WS-APJ-EXISTE
            END-READ

            IF APJ-EXISTE
               MOVE APJ-VR-APROPRIADO    TO WS-VR-INICIAL
            ELSE
               MOVE ZEROS                TO WS-VR-INICIAL
            END-IF

      ***** CONTRATO SEM JURO ATIVO E SEM APROPRIACAO ANTERIOR NAO ****
      ***** MOVIMENTA NADA E NEM ENTRA NO ARQUIVO *********************
            IF NOT APJ-EXISTE AND WS-VR-JUROS-CONTR EQUAL ZEROS
               GO TO P500-FIM
            END-IF

            PERFORM P550-LANCA-DIFERENCA THRU P550-FIM

            IF WS-FS-LCP NOT EQUAL ZEROS
               GO TO P500-FIM
            END-IF

            MOVE WS-CONTRATO-ATUAL       TO APJ-NUM-CONTRATO
            MOVE WS-CLIENTE-ATUAL        TO APJ-CD-CLIENTE
            MOVE WS-VR-JUROS-CONTR       TO APJ-VR-JUROS-TOTAL
            MOVE WS-VR-ACUM-CONTR        TO APJ-VR-APROPRIADO
            MOVE WS-DT-CORTE             TO APJ-DT-CORTE
            MOVE WS-DATA-MOVIMENTO       TO APJ-DT-CALCULO

            IF APJ-EXISTE
               REWRITE REG-APROPJUR
                  INVALID KEY
                     DISPLAY 'ERRO AO ATUALIZAR A APROPRIACAO: '
                             WS-CONTRATO-ATUAL
                     MOVE 16             TO RETURN-CODE
               END-REWRITE
            ELSE
               WRITE REG-APROPJUR
                  INVALID KEY
                     DISPLAY 'ERRO AO GRAVAR A APROPRIACAO: '
                             WS-CONTRATO-ATUAL
                     MOVE 16             TO RETURN-CODE
               END-WRITE
            END-IF

            PERFORM P600-LINHA-CONTRATO  THRU P600-FIM
            .
       P500-FIM.
       P550-LANCA-DIFERENCA.

      ***** SO A DIFERENCA DO MES VAI PARA A CONTABILIDADE: ***********
      ***** AUMENTO APROPRIA, QUEDA (PARCELA RENEGOCIADA OU EM ********
      ***** PREJUIZO DEPOIS DE APROPRIADA) REVERTE ********************
            MOVE ZEROS                   TO WS-VR-APROPRIADO
                                            WS-VR-REVERTIDO
                                            WS-FS-LCP

            EVALUATE TRUE
               WHEN WS-VR-ACUM-CONTR GREATER THAN WS-VR-INICIAL
                  COMPUTE WS-VR-APROPRIADO =
                          WS-VR-ACUM-CONTR - WS-VR-INICIAL
                  MOVE 'APRJR'           TO WS-LCT-EVENTO
                  MOVE WS-CTA-JUROS-APROP
                                          TO WS-LCT-CONTA-DEBITO
                  MOVE WS-CTA-RECEITA-JUROS
                                          TO WS-LCT-CONTA-CREDITO
                  MOVE WS-VR-APROPRIADO  TO WS-LCT-VALOR
               WHEN WS-VR-ACUM-CONTR LESS THAN WS-VR-INICIAL
                  COMPUTE WS-VR-REVERTIDO =
                          WS-VR-INICIAL - WS-VR-ACUM-CONTR
                  MOVE 'APRRV'           TO WS-LCT-EVENTO
                  MOVE WS-CTA-RECEITA-JUROS
                                          TO WS-LCT-CONTA-DEBITO
                  MOVE WS-CTA-JUROS-APROP
                                          TO WS-LCT-CONTA-CREDITO
                  MOVE WS-VR-REVERTIDO   TO WS-LCT-VALOR
               WHEN OTHER
                  GO TO P550-FIM
            END-EVALUATE

            MOVE WS-DATA-MOVIMENTO       TO WS-LCT-DATA
            MOVE WS-CONTRATO-ATUAL       TO WS-LCT-CONTRATO
            MOVE ZEROS                   TO WS-LCT-PARCELA

            CALL 'LANCGRV' USING WS-LANCTO WS-FS-LCP

      ***** SEM O LANCAMENTO, O SALDO DO CONTRATO NAO MUDA - A ********
      ***** PROXIMA EXECUCAO LANCA A MESMA DIFERENCA DE NOVO **********
            IF WS-FS-LCP NOT EQUAL ZEROS
               DISPLAY 'LANCAMENTO DA APROPRIACAO NAO GRAVADO: '
                       WS-CONTRATO-ATUAL
               MOVE 16                   TO RETURN-CODE
               GO TO P550-FIM
            END-IF

            ADD 1                        TO WS-QT-LANCTOS
            .
       P550-FIM.
       P600-LINHA-CONTRATO.

            IF WS-VR-JUROS-CONTR GREATER THAN WS-VR-ACUM-CONTR
               COMPUTE WS-VR-A-APROPRIAR =
                       WS-VR-JUROS-CONTR - WS-VR-ACUM-CONTR
            ELSE
               MOVE ZEROS                TO WS-VR-A-APROPRIAR
            END-IF

            ADD 1                        TO WS-QT-CONTRATOS
            ADD WS-VR-JUROS-CONTR        TO WS-VR-JUROS-GERAL
            ADD WS-VR-INICIAL            TO WS-VR-INICIAL-GERAL
            ADD WS-VR-APROPRIADO         TO WS-VR-APROPRIADO-GERAL
            ADD WS-VR-REVERTIDO          TO WS-VR-REVERTIDO-GERAL
            ADD WS-VR-ACUM-CONTR         TO WS-VR-ACUM-GERAL
            ADD WS-VR-A-APROPRIAR        TO WS-VR-A-APROPRIAR-GERAL

            MOVE 'D'                     TO WS-REL-ACAO
            MOVE SPACES                  TO WS-REL-LINHA
            STRING WS-CONTRATO-ATUAL ' '
                   WS-CLIENTE-ATUAL(1:3) ' '
                   WS-VR-JUROS-CONTR ' '
                   WS-VR-INICIAL ' '
                   WS-VR-APROPRIADO ' '
                   WS-VR-REVERTIDO ' '
                   WS-VR-ACUM-CONTR ' '
                   WS-VR-A-APROPRIAR
                   DELIMITED BY SIZE INTO WS-REL-LINHA
            CALL 'RELWRT' USING WS-RELWRT
            .
       P600-FIM.
       P900-TOTAIS.

            MOVE 'T'                     TO WS-REL-ACAO
            MOVE SPACES                  TO WS-REL-LINHA
            STRING 'APROPRIADO ANTES: ' WS-VR-INICIAL-GERAL
                   '  APROPRIADO NO MES: ' WS-VR-APROPRIADO-GERAL
                   DELIMITED BY SIZE INTO WS-REL-LINHA
            CALL 'RELWRT' USING WS-RELWRT

            MOVE 'D'                     TO WS-REL-ACAO
            MOVE SPACES                  TO WS-REL-LINHA
            STRING 'REVERTIDO.......: ' WS-VR-REVERTIDO-GERAL
                   '  ACUMULADO........: ' WS-VR-ACUM-GERAL
                   DELIMITED BY SIZE INTO WS-REL-LINHA
            CALL 'RELWRT' USING WS-RELWRT

            MOVE 'D'                     TO WS-REL-ACAO
            MOVE SPACES                  TO WS-REL-LINHA
            STRING 'JURO CONTRATUAL.: ' WS-VR-JUROS-GERAL
                   '  JURO A APROPRIAR.: ' WS-VR-A-APROPRIAR-GERAL
                   DELIMITED BY SIZE INTO WS-REL-LINHA
            CALL 'RELWRT' USING WS-RELWRT

      ***** CONTROLE 1: ANTES + DO MES - REVERTIDO = ACUMULADO ********
      ***** CONTROLE 2: JURO CONTRATUAL = ACUMULADO + A APROPRIAR *****
            COMPUTE WS-VR-CONFERE =
                    WS-VR-INICIAL-GERAL + WS-VR-APROPRIADO-GERAL
                  - WS-VR-REVERTIDO-GERAL - WS-VR-ACUM-GERAL

            MOVE 'D'                     TO WS-REL-ACAO
            MOVE SPACES                  TO WS-REL-LINHA
            IF WS-VR-CONFERE NOT EQUAL ZEROS
               MOVE '*** MOVIMENTO DA APROPRIACAO NAO FECHA! ***'
                                          TO WS-REL-LINHA
               DISPLAY '*** MOVIMENTO DA APROPRIACAO NAO FECHA! ***'
               MOVE 16                   TO RETURN-CODE
            ELSE
               STRING 'CONTROLE OK: ANTES + DO MES - REVERTIDO = '
                      'ACUMULADO.'
                      DELIMITED BY SIZE INTO WS-REL-LINHA
            END-IF
            CALL 'RELWRT' USING WS-RELWRT

            COMPUTE WS-VR-CONFERE =
                    WS-VR-JUROS-GERAL - WS-VR-ACUM-GERAL
                  - WS-VR-A-APROPRIAR-GERAL

            MOVE 'D'                     TO WS-REL-ACAO
            MOVE SPACES                  TO WS-REL-LINHA
            IF WS-VR-CONFERE NOT EQUAL ZEROS
               MOVE '*** JURO A APROPRIAR NAO CONCILIA! ***'
                                          TO WS-REL-LINHA
               DISPLAY '*** JURO A APROPRIAR NAO CONCILIA! ***'
               MOVE 16                   TO RETURN-CODE
            ELSE
               STRING 'CONCILIACAO OK: JURO CONTRATUAL = ACUMULADO + '
                      'A APROPRIAR.'
                      DELIMITED BY SIZE INTO WS-REL-LINHA
            END-IF
            CALL 'RELWRT' USING WS-RELWRT
            .
       P900-FIM.
       END PROGRAM APROPJUR.
