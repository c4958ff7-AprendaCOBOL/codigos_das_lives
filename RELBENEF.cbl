      ******************************************************************
      * Author: ANDRE COSTA
      * Date: 15/10/2026
      * Purpose: RELATORIO MENSAL DO CUSTO DOS BENEFICIOS. LE O
      *          MOVIMENTO BENMOV.TXT GRAVADO PELA FOLHA (FOLHAPAG) NA
      *          COMPETENCIA (O MES DA DATA DE MOVIMENTO OU A
      *          INFORMADA) E IMPRIME, POR DEPARTAMENTO (NOMES DO
      *          DEPTO.DAT) E BENEFICIO (BENEFICIO.DAT), AS ADESOES, O
      *          CUSTO, O DESCONTADO DOS FUNCIONARIOS E O CUSTO DA
      *          EMPRESA, COM O TOTAL DO DEPARTAMENTO; NO FIM, O TOTAL
      *          DE CADA BENEFICIO NA EMPRESA. RELATORIO RELBENEF.LST.
      *          RETORNO 4 QUANDO A COMPETENCIA NAO TEM MOVIMENTO.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RELBENEF.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
            DECIMAL-POINT IS COMMA.
            INPUT-OUTPUT SECTION.
            FILE-CONTROL.
                SELECT BENMOV ASSIGN TO
                WS-ARQ-BENMOV
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS  IS WS-FS-BMV.
                SELECT BENEFICIO ASSIGN TO
                WS-ARQ-BENEFICIO
                ORGANIZATION IS INDEXED
                ACCESS MODE  IS RANDOM
                RECORD KEY   IS BNF-CD-BENEFICIO
                FILE STATUS  IS WS-FS-BNF.
                SELECT DEPTO ASSIGN TO
                WS-ARQ-DEPTO
                ORGANIZATION IS INDEXED
                ACCESS MODE  IS RANDOM
                RECORD KEY   IS CD-DEPTO
                FILE STATUS  IS WS-FS-DEP.
                SELECT ORDENACAO ASSIGN TO
                'RELBENEF.WRK'.
                SELECT RELATORIO ASSIGN TO
                WS-ARQ-RELBENEF
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS  IS WS-FS-REL.

       DATA DIVISION.
       FILE SECTION.
       FD BENMOV.
          COPY FD_BENMOV.

       FD BENEFICIO.
          COPY FD_BENEFICIO.

       FD DEPTO.
          COPY FD_DEPTO.

       SD ORDENACAO.
       01 REG-SORT.
          03 SRT-CHAVE.
             05 SRT-CD-DEPTO             PIC 9(03).
             05 SRT-CD-BENEFICIO         PIC 9(03).
          03 SRT-VR-CUSTO                PIC 9(07)V99.
          03 SRT-VR-DESCONTO             PIC 9(07)V99.
          03 SRT-VR-CUSTO-EMPRESA        PIC 9(07)V99.

       FD RELATORIO.
       01 REG-RELATORIO                  PIC X(100).

       WORKING-STORAGE SECTION.
      ***** CAMINHOS FISICOS DOS ARQUIVOS - PRE-CARREGADOS COM O *****
      ***** PADRAO HISTORICO E RESOLVIDOS PELO ARQCONF NO INICIO *****
       77 WS-ARQ-BENMOV              PIC X(68) VALUE
          'C:\CursoCOBOL\COBOL\01 - Basico\bin\BENMOV.TXT'.
       77 WS-ARQ-BENEFICIO           PIC X(68) VALUE
          'C:\CursoCOBOL\COBOL\01 - Basico\bin\BENEFICIO.DAT'.
       77 WS-ARQ-DEPTO               PIC X(68) VALUE
          'C:\CursoCOBOL\COBOL\01 - Basico\bin\DEPTO.DAT'.
       77 WS-ARQ-RELBENEF            PIC X(68) VALUE
          'C:\CursoCOBOL\COBOL\01 - Basico\bin\RELBENEF.LST'.
       77 WS-FS-BMV                      PIC 99.
          88 FS-BMV-OK                   VALUE 0.
       77 WS-FS-BNF                      PIC 99.
          88 FS-BNF-OK                   VALUE 0.
       77 WS-BNF-ABERTO                  PIC X VALUE 'N'.
          88 BNF-ABERTO                  VALUE 'S'.
       77 WS-FS-DEP                      PIC 99.
          88 FS-DEP-OK                   VALUE 0.
       77 WS-DEP-ABERTO                  PIC X VALUE 'N'.
          88 DEP-ABERTO                  VALUE 'S'.
       77 WS-FS-REL                      PIC 99.
       77 WS-EOF                         PIC X.
          88 EOF-OK                      VALUE 'S' FALSE 'N'.
       77 WS-DATA-MOVIMENTO              PIC 9(08) VALUE ZEROS.
       77 WS-CONTROLE-DATA               PIC X(01) VALUE 'N'.
       77 WS-COMPETENCIA                 PIC 9(06) VALUE ZEROS.
       77 WS-COMPETENCIA-INF             PIC 9(06) VALUE ZEROS.
       77 WS-QT-LIDOS                    PIC 9(06) VALUE ZEROS.
       77 WS-QT-OUTRA-COMPET             PIC 9(06) VALUE ZEROS.
      ***** QUEBRA POR DEPARTAMENTO E BENEFICIO ***********************
       77 WS-PRIMEIRA-LINHA              PIC X VALUE 'S'.
          88 PRIMEIRA-LINHA              VALUE 'S'.
       01 WS-CHAVE-ATUAL.
          03 WS-DEPTO-ATUAL              PIC 9(03) VALUE ZEROS.
          03 WS-BENEF-ATUAL              PIC 9(03) VALUE ZEROS.
       77 WS-NOME-DEPTO                  PIC X(20) VALUE SPACES.
       77 WS-NOME-BENEF                  PIC X(20) VALUE SPACES.
       77 WS-IDX-BNF                     PIC 9(03) VALUE ZEROS.
       01 WS-ACUM-BENEF.
          03 WS-QT-BENEF                 PIC 9(05) VALUE ZEROS.
          03 WS-VR-CUSTO-BENEF           PIC 9(09)V99 VALUE ZEROS.
          03 WS-VR-DESC-BENEF            PIC 9(09)V99 VALUE ZEROS.
          03 WS-VR-EMPR-BENEF            PIC 9(09)V99 VALUE ZEROS.
       01 WS-ACUM-DEPTO.
          03 WS-QT-DEPTO                 PIC 9(05) VALUE ZEROS.
          03 WS-VR-CUSTO-DEPTO           PIC 9(09)V99 VALUE ZEROS.
          03 WS-VR-DESC-DEPTO            PIC 9(09)V99 VALUE ZEROS.
          03 WS-VR-EMPR-DEPTO            PIC 9(09)V99 VALUE ZEROS.
       01 WS-ACUM-GERAL.
          03 WS-QT-GERAL                 PIC 9(05) VALUE ZEROS.
          03 WS-VR-CUSTO-GERAL           PIC 9(11)V99 VALUE ZEROS.
          03 WS-VR-DESC-GERAL            PIC 9(11)V99 VALUE ZEROS.
          03 WS-VR-EMPR-GERAL            PIC 9(11)V99 VALUE ZEROS.
      ***** TOTAL DE CADA BENEFICIO NA EMPRESA, PELO CODIGO ***********
       01 WS-TAB-TOT-BENEF.
          03 WS-TOT OCCURS 999 TIMES.
             05 WS-TOT-QT                PIC 9(05).
             05 WS-TOT-VR-CUSTO          PIC 9(09)V99.
             05 WS-TOT-VR-DESC           PIC 9(09)V99.
             05 WS-TOT-VR-EMPR           PIC 9(09)V99.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.

      ***** RETURN-CODE E REGISTRADOR COMPARTILHADO: UM PASSO *********
      ***** ANTERIOR COM FALHA NAO PODE CONTAMINAR ESTE PASSO *********
            MOVE ZERO                    TO RETURN-CODE

      ***** RESOLVE OS CAMINHOS FISICOS PELO PERFIL DO ARQCONF ******
            CALL 'ARQCONF' USING 'BENMOV.TXT      ' WS-ARQ-BENMOV
            CALL 'ARQCONF' USING 'BENEFICIO.DAT   ' WS-ARQ-BENEFICIO
            CALL 'ARQCONF' USING 'DEPTO.DAT       ' WS-ARQ-DEPTO
            CALL 'ARQCONF' USING 'RELBENEF.LST    ' WS-ARQ-RELBENEF

            CALL 'DTMOVIM' USING WS-DATA-MOVIMENTO WS-CONTROLE-DATA
            MOVE WS-DATA-MOVIMENTO(1:6)  TO WS-COMPETENCIA

            DISPLAY '*** CUSTO DOS BENEFICIOS POR DEPARTAMENTO ***'
            DISPLAY 'Competencia da folha (AAAAMM) ou zero para '
                    WS-COMPETENCIA ': '
            ACCEPT WS-COMPETENCIA-INF
            IF WS-COMPETENCIA-INF NOT EQUAL ZEROS
               MOVE WS-COMPETENCIA-INF   TO WS-COMPETENCIA
            END-IF

            OPEN INPUT BENMOV

            IF NOT FS-BMV-OK
               DISPLAY 'ERRO AO ABRIR O MOVIMENTO DE BENEFICIOS - '
                       'RODE A FOLHAPAG ANTES.'
               DISPLAY 'FILE STATUS: ' WS-FS-BMV
               MOVE 16                   TO RETURN-CODE
               GOBACK
            END-IF

            OPEN OUTPUT RELATORIO

            IF WS-FS-REL NOT EQUAL ZEROS
               DISPLAY 'ERRO AO ABRIR O RELATORIO DE BENEFICIOS.'
               DISPLAY 'FILE STATUS: ' WS-FS-REL
               CLOSE BENMOV
               MOVE 16                   TO RETURN-CODE
               GOBACK
            END-IF

            OPEN INPUT DEPTO
            IF FS-DEP-OK
               MOVE 'S'                  TO WS-DEP-ABERTO
            END-IF

            OPEN INPUT BENEFICIO
            IF FS-BNF-OK
               MOVE 'S'                  TO WS-BNF-ABERTO
            END-IF

            INITIALIZE WS-TAB-TOT-BENEF

            MOVE SPACES                  TO REG-RELATORIO
            STRING 'CUSTO DOS BENEFICIOS - COMPETENCIA '
                   WS-COMPETENCIA
                   ' - PROCESSADO EM ' WS-DATA-MOVIMENTO
                   DELIMITED BY SIZE INTO REG-RELATORIO
            WRITE REG-RELATORIO

            SORT ORDENACAO
               ON ASCENDING KEY SRT-CD-DEPTO SRT-CD-BENEFICIO
               INPUT PROCEDURE  IS P100-SELECIONA
               OUTPUT PROCEDURE IS P200-IMPRIME

            IF WS-QT-LIDOS EQUAL ZEROS
               DISPLAY '*** SEM MOVIMENTO DE BENEFICIOS NA COMPETENCIA '
                       WS-COMPETENCIA ' ***'
               MOVE '*** SEM MOVIMENTO NA COMPETENCIA ***'
                                          TO REG-RELATORIO
               WRITE REG-RELATORIO
               MOVE 4                    TO RETURN-CODE
            ELSE
               PERFORM P500-TOTAIS       THRU P500-FIM
            END-IF

            IF WS-QT-OUTRA-COMPET GREATER THAN ZEROS
               DISPLAY 'BENMOV: ' WS-QT-OUTRA-COMPET
                       ' LINHA(S) DE OUTRA COMPETENCIA IGNORADA(S).'
            END-IF

            IF DEP-ABERTO
               CLOSE DEPTO
            END-IF
            IF BNF-ABERTO
               CLOSE BENEFICIO
            END-IF
            CLOSE BENMOV RELATORIO

            DISPLAY 'RELATORIO GRAVADO EM RELBENEF.LST ('
                    WS-QT-LIDOS ' ADESAO(OES)).'

            GOBACK.
       P100-SELECIONA.

            SET EOF-OK                   TO FALSE
            PERFORM P110-LE-MOVIMENTO    THRU P110-FIM UNTIL EOF-OK
            .
       P100-FIM.
           EXIT.
       P110-LE-MOVIMENTO.

            READ BENMOV
               AT END
                  SET EOF-OK             TO TRUE
               NOT AT END
                  IF BMV-COMPETENCIA NOT EQUAL WS-COMPETENCIA
                     ADD 1               TO WS-QT-OUTRA-COMPET
                  ELSE
                     ADD 1               TO WS-QT-LIDOS
                     MOVE BMV-CD-DEPTO   TO SRT-CD-DEPTO
                     MOVE BMV-CD-BENEFICIO TO SRT-CD-BENEFICIO
                     MOVE BMV-VR-CUSTO   TO SRT-VR-CUSTO
                     MOVE BMV-VR-DESCONTO TO SRT-VR-DESCONTO
                     MOVE BMV-VR-CUSTO-EMPRESA TO SRT-VR-CUSTO-EMPRESA
                     RELEASE REG-SORT
                  END-IF
            END-READ
            .
       P110-FIM.
       P200-IMPRIME.

            SET EOF-OK                   TO FALSE
            PERFORM P210-LE-ORDENADO     THRU P210-FIM UNTIL EOF-OK

            IF NOT PRIMEIRA-LINHA
               PERFORM P300-LINHA-BENEF  THRU P300-FIM
               PERFORM P400-TOTAL-DEPTO  THRU P400-FIM
            END-IF
            .
       P200-FIM.
           EXIT.
       P210-LE-ORDENADO.

            RETURN ORDENACAO
               AT END
                  SET EOF-OK             TO TRUE
               NOT AT END
                  PERFORM P220-QUEBRA    THRU P220-FIM
                  PERFORM P230-ACUMULA   THRU P230-FIM
            END-RETURN
            .
       P210-FIM.
       P220-QUEBRA.

            IF PRIMEIRA-LINHA
               GO TO P220-NOVO-DEPTO
            END-IF

            IF SRT-CHAVE EQUAL WS-CHAVE-ATUAL
               GO TO P220-FIM
            END-IF

            PERFORM P300-LINHA-BENEF     THRU P300-FIM
            MOVE SRT-CD-BENEFICIO        TO WS-BENEF-ATUAL

            IF SRT-CD-DEPTO EQUAL WS-DEPTO-ATUAL
               GO TO P220-FIM
            END-IF

      ***** DEPARTAMENTO NOVO: FECHA O ANTERIOR E ABRE A SECAO ********
            PERFORM P400-TOTAL-DEPTO     THRU P400-FIM
            .
       P220-NOVO-DEPTO.

            MOVE 'N'                     TO WS-PRIMEIRA-LINHA
            MOVE SRT-CHAVE               TO WS-CHAVE-ATUAL
            PERFORM P600-NOME-DEPTO      THRU P600-FIM

            MOVE '============================================='
                                          TO REG-RELATORIO
            WRITE REG-RELATORIO
            MOVE SPACES                  TO REG-RELATORIO
            STRING 'DEPARTAMENTO ' WS-DEPTO-ATUAL ' - '
                   WS-NOME-DEPTO
                   DELIMITED BY SIZE INTO REG-RELATORIO
            WRITE REG-RELATORIO
            .
       P220-FIM.
       P230-ACUMULA.

            ADD 1                        TO WS-QT-BENEF
            ADD SRT-VR-CUSTO             TO WS-VR-CUSTO-BENEF
            ADD SRT-VR-DESCONTO          TO WS-VR-DESC-BENEF
            ADD SRT-VR-CUSTO-EMPRESA     TO WS-VR-EMPR-BENEF

            IF SRT-CD-BENEFICIO GREATER THAN ZEROS
               ADD 1                     TO
                   WS-TOT-QT (SRT-CD-BENEFICIO)
               ADD SRT-VR-CUSTO          TO
                   WS-TOT-VR-CUSTO (SRT-CD-BENEFICIO)
               ADD SRT-VR-DESCONTO       TO
                   WS-TOT-VR-DESC (SRT-CD-BENEFICIO)
               ADD SRT-VR-CUSTO-EMPRESA  TO
                   WS-TOT-VR-EMPR (SRT-CD-BENEFICIO)
            END-IF
            .
       P230-FIM.
       P300-LINHA-BENEF.

            MOVE WS-BENEF-ATUAL          TO WS-IDX-BNF
            PERFORM P700-NOME-BENEF      THRU P700-FIM

            MOVE SPACES                  TO REG-RELATORIO
            STRING '  BENEF ' WS-BENEF-ATUAL ' ' WS-NOME-BENEF
                   ' ADESOES ' WS-QT-BENEF
                   ' CUSTO ' WS-VR-CUSTO-BENEF
                   ' FUNC ' WS-VR-DESC-BENEF
                   ' EMPRESA ' WS-VR-EMPR-BENEF
                   DELIMITED BY SIZE INTO REG-RELATORIO
            WRITE REG-RELATORIO

            ADD WS-QT-BENEF              TO WS-QT-DEPTO
            ADD WS-VR-CUSTO-BENEF        TO WS-VR-CUSTO-DEPTO
            ADD WS-VR-DESC-BENEF         TO WS-VR-DESC-DEPTO
            ADD WS-VR-EMPR-BENEF         TO WS-VR-EMPR-DEPTO

            INITIALIZE WS-ACUM-BENEF
            .
       P300-FIM.
       P400-TOTAL-DEPTO.

            MOVE SPACES                  TO REG-RELATORIO
            STRING 'TOTAL DO DEPARTAMENTO ' WS-DEPTO-ATUAL
                   ': ADESOES ' WS-QT-DEPTO
                   ' CUSTO ' WS-VR-CUSTO-DEPTO
                   ' FUNC ' WS-VR-DESC-DEPTO
                   ' EMPRESA ' WS-VR-EMPR-DEPTO
                   DELIMITED BY SIZE INTO REG-RELATORIO
            WRITE REG-RELATORIO

            ADD WS-QT-DEPTO              TO WS-QT-GERAL
            ADD WS-VR-CUSTO-DEPTO        TO WS-VR-CUSTO-GERAL
            ADD WS-VR-DESC-DEPTO         TO WS-VR-DESC-GERAL
            ADD WS-VR-EMPR-DEPTO         TO WS-VR-EMPR-GERAL

            INITIALIZE WS-ACUM-DEPTO
            .
       P400-FIM.
       P500-TOTAIS.

            MOVE '============================================='
                                          TO REG-RELATORIO
            WRITE REG-RELATORIO
            MOVE 'TOTAL POR BENEFICIO NA EMPRESA'
                                          TO REG-RELATORIO
            WRITE REG-RELATORIO

            PERFORM P510-TOTAL-BENEF     THRU P510-FIM
                    VARYING WS-IDX-BNF FROM 1 BY 1
                    UNTIL WS-IDX-BNF GREATER THAN 999

            MOVE '---------------------------------------------'
                                          TO REG-RELATORIO
            WRITE REG-RELATORIO
            MOVE SPACES                  TO REG-RELATORIO
            STRING 'TOTAL GERAL: ADESOES ' WS-QT-GERAL
                   ' CUSTO ' WS-VR-CUSTO-GERAL
                   ' FUNC ' WS-VR-DESC-GERAL
                   ' EMPRESA ' WS-VR-EMPR-GERAL
                   DELIMITED BY SIZE INTO REG-RELATORIO
            WRITE REG-RELATORIO
            .
       P500-FIM.
       P510-TOTAL-BENEF.

            IF WS-TOT-QT (WS-IDX-BNF) EQUAL ZEROS
               GO TO P510-FIM
            END-IF

            PERFORM P700-NOME-BENEF      THRU P700-FIM

            MOVE SPACES                  TO REG-RELATORIO
            STRING '  BENEF ' WS-IDX-BNF ' ' WS-NOME-BENEF
                   ' ADESOES ' WS-TOT-QT (WS-IDX-BNF)
                   ' CUSTO ' WS-TOT-VR-CUSTO (WS-IDX-BNF)
                   ' FUNC ' WS-TOT-VR-DESC (WS-IDX-BNF)
                   ' EMPRESA ' WS-TOT-VR-EMPR (WS-IDX-BNF)
                   DELIMITED BY SIZE INTO REG-RELATORIO
            WRITE REG-RELATORIO
            .
       P510-FIM.
       P600-NOME-DEPTO.

            MOVE SPACES                  TO WS-NOME-DEPTO

            IF NOT DEP-ABERTO
               GO TO P600-FIM
            END-IF

            MOVE WS-DEPTO-ATUAL          TO CD-DEPTO
            READ DEPTO
               INVALID KEY
                  MOVE '(SEM CADASTRO)'  TO WS-NOME-DEPTO
               NOT INVALID KEY
                  MOVE NM-DEPTO          TO WS-NOME-DEPTO
            END-READ
            .
       P600-FIM.
       P700-NOME-BENEF.

            MOVE SPACES                  TO WS-NOME-BENEF

            IF NOT BNF-ABERTO
               GO TO P700-FIM
            END-IF

            MOVE WS-IDX-BNF              TO BNF-CD-BENEFICIO
            READ BENEFICIO
               INVALID KEY
                  MOVE '(SEM CADASTRO)'  TO WS-NOME-BENEF
               NOT INVALID KEY
                  MOVE BNF-DESCRICAO     TO WS-NOME-BENEF
            END-READ
            .
       P700-FIM.
       END PROGRAM RELBENEF.
