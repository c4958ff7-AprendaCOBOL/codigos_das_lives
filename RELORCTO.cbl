      ******************************************************************
      * Author: ANDRE COSTA
      * Date: 15/10/2026
      * Purpose: ORCADO X REALIZADO DE PESSOAL POR DEPARTAMENTO. NA
      *          COMPETENCIA (O MES DA DATA DE MOVIMENTO OU A
      *          INFORMADA), CONFRONTA O ORCAMENTO DO ORCDEPTO.DAT COM
      *          O EFETIVO ATUAL DO FUNCIONARIO.DAT E O CUSTO DE FOLHA
      *          (BRUTO) DO HISTORICO FOLHHIST.DAT - NO MES E ACUMULADO
      *          NO ANO ATE O MES. O 13O ENTRA NO CUSTO DE DEZEMBRO PELA
      *          COMPETENCIA AAAA14 (VALOR INTEGRAL); A AAAA13 E SO O
      *          ADIANTAMENTO E NAO E SOMADA. MOSTRA A VARIACAO EM VALOR
      *          E PERCENTUAL E DESTACA O DEPARTAMENTO ACIMA DO
      *          ORCAMENTO ALEM DA TOLERANCIA DO FINPARM
      *          (TOLER-ORCTO, PADRAO 5%). RELATORIO EM RELORCTO.LST;
      *          RETORNO 4 QUANDO HA DEPARTAMENTO DESTACADO.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RELORCTO.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
            DECIMAL-POINT IS COMMA.
            INPUT-OUTPUT SECTION.
            FILE-CONTROL.
                SELECT ORCDEPTO ASSIGN TO
                WS-ARQ-ORCDEPTO
                ORGANIZATION IS INDEXED
                ACCESS MODE  IS SEQUENTIAL
                RECORD KEY   IS CHAVE-ORCDEPTO
                FILE STATUS  IS WS-FS-ORC.
                SELECT FOLHHIST ASSIGN TO
                WS-ARQ-FOLHHIST
                ORGANIZATION IS INDEXED
                ACCESS MODE  IS DYNAMIC
                RECORD KEY   IS CHAVE-FOLHHIST
                FILE STATUS  IS WS-FS-HST.
                SELECT FUNCIONARIO ASSIGN TO
                WS-ARQ-FUNCIONARIO
                ORGANIZATION IS INDEXED
                ACCESS MODE  IS SEQUENTIAL
                RECORD KEY   IS CD-FUNCIONARIO
                FILE STATUS  IS WS-FS.
                SELECT DEPTO ASSIGN TO
                WS-ARQ-DEPTO
                ORGANIZATION IS INDEXED
                ACCESS MODE  IS SEQUENTIAL
                RECORD KEY   IS CD-DEPTO
                FILE STATUS  IS WS-FS-DEP.
                SELECT RELATORIO ASSIGN TO
                WS-ARQ-RELORCTO
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS  IS WS-FS-REL.

       DATA DIVISION.
       FILE SECTION.
       FD ORCDEPTO.
          COPY FD_ORCDEPTO.

       FD FOLHHIST.
          COPY FD_FOLHHIST.

       FD FUNCIONARIO.
          COPY FD_FUNCIONARIO.

       FD DEPTO.
          COPY FD_DEPTO.

       FD RELATORIO.
       01 REG-RELATORIO                  PIC X(100).

       WORKING-STORAGE SECTION.
      ***** CAMINHOS FISICOS DOS ARQUIVOS - PRE-CARREGADOS COM O *****
      ***** PADRAO HISTORICO E RESOLVIDOS PELO ARQCONF NO INICIO *****
       77 WS-ARQ-ORCDEPTO            PIC X(68) VALUE
          'C:\CursoCOBOL\COBOL\01 - Basico\bin\ORCDEPTO.DAT'.
       77 WS-ARQ-FOLHHIST            PIC X(68) VALUE
          'C:\CursoCOBOL\COBOL\01 - Basico\bin\FOLHHIST.DAT'.
       77 WS-ARQ-FUNCIONARIO         PIC X(68) VALUE
          'C:\CursoCOBOL\COBOL\01 - Basico\bin\FUNCIONARIO.DAT'.
       77 WS-ARQ-DEPTO               PIC X(68) VALUE
          'C:\CursoCOBOL\COBOL\01 - Basico\bin\DEPTO.DAT'.
       77 WS-ARQ-RELORCTO            PIC X(68) VALUE
          'C:\CursoCOBOL\COBOL\01 - Basico\bin\RELORCTO.LST'.
       77 WS-FS                          PIC 99.
          88 FS-OK                       VALUE 0.
       77 WS-FS-ORC                      PIC 99.
          88 FS-ORC-OK                   VALUE 0.
       77 WS-FS-HST                      PIC 99.
          88 FS-HST-OK                   VALUE 0.
       77 WS-FS-DEP                      PIC 99.
          88 FS-DEP-OK                   VALUE 0.
       77 WS-FS-REL                      PIC 99.
       77 WS-EOF                         PIC X.
          88 EOF-OK                      VALUE 'S' FALSE 'N'.
       77 WS-DATA-MOVIMENTO              PIC 9(08) VALUE ZEROS.
       77 WS-CONTROLE-DATA               PIC X(01) VALUE 'N'.
       77 WS-COMPETENCIA                 PIC 9(06) VALUE ZEROS.
       77 WS-COMPETENCIA-INF             PIC 9(06) VALUE ZEROS.
       77 WS-PC-TOLERANCIA               PIC 9(09)V99 VALUE 5.
       77 WS-MES-LIDO                    PIC 9(02) VALUE ZEROS.
       77 WS-MES-REL                     PIC 9(02) VALUE ZEROS.
       77 WS-IDX                         PIC 9(03) VALUE ZEROS.
       77 WS-IDX-BUSCA                   PIC 9(03) VALUE ZEROS.
       77 WS-QTD-DEPTOS                  PIC 9(03) VALUE ZEROS.
       77 WS-CD-PROCURADO                PIC 9(03) VALUE ZEROS.
       77 WS-QT-DESTAQUES                PIC 9(03) VALUE ZEROS.
       77 WS-QT-FORA-TABELA              PIC 9(05) VALUE ZEROS.
      ***** UMA COMPARACAO (MES OU ANO) POR VEZ NA LINHA DE VARIACAO **
       77 WS-ROTULO                      PIC X(12) VALUE SPACES.
       77 WS-VR-ORCADO                   PIC 9(11)V99 VALUE ZEROS.
       77 WS-VR-REALIZADO                PIC 9(11)V99 VALUE ZEROS.
       77 WS-VR-VARIACAO                 PIC S9(11)V99 VALUE ZEROS.
       77 WS-PC-VARIACAO                 PIC S9(05)V9 VALUE ZEROS.
       77 WS-DESTAQUE                    PIC X(24) VALUE SPACES.
       77 WS-DEPTO-DESTACADO             PIC X VALUE 'N'.
          88 DEPTO-DESTACADO             VALUE 'S'.
       77 WS-QT-VARIACAO                 PIC S9(05) VALUE ZEROS.
       77 WS-VR-EDIT                     PIC ZZ.ZZZ.ZZZ.ZZ9,99.
       77 WS-VR-EDIT-2                   PIC ZZ.ZZZ.ZZZ.ZZ9,99.
       77 WS-VAR-EDIT                    PIC -ZZ.ZZZ.ZZZ.ZZ9,99.
       77 WS-PCT-EDIT                    PIC +9(05),9.
       77 WS-QT-EDIT                     PIC -9(05).
       01 WS-TOTAIS.
          03 WS-TOT-ORC-QT               PIC 9(05) VALUE ZEROS.
          03 WS-TOT-REAL-QT              PIC 9(05) VALUE ZEROS.
          03 WS-TOT-ORC-MES              PIC 9(11)V99 VALUE ZEROS.
          03 WS-TOT-REAL-MES             PIC 9(11)V99 VALUE ZEROS.
          03 WS-TOT-ORC-ANO              PIC 9(11)V99 VALUE ZEROS.
          03 WS-TOT-REAL-ANO             PIC 9(11)V99 VALUE ZEROS.
       01 WS-TAB-DEPTOS.
          03 WS-TD-ITEM OCCURS 200 TIMES.
             05 WS-TD-CODIGO             PIC 9(03).
             05 WS-TD-NOME               PIC X(22).
             05 WS-TD-ORC-QT             PIC 9(05).
             05 WS-TD-REAL-QT            PIC 9(05).
             05 WS-TD-ORC-MES            PIC 9(11)V99.
             05 WS-TD-REAL-MES           PIC 9(11)V99.
             05 WS-TD-ORC-ANO            PIC 9(11)V99.
             05 WS-TD-REAL-ANO           PIC 9(11)V99.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.

      ***** RETURN-CODE E REGISTRADOR COMPARTILHADO: UM PASSO *********
      ***** ANTERIOR COM FALHA NAO PODE CONTAMINAR ESTE PASSO *********
            MOVE ZERO                    TO RETURN-CODE

      ***** RESOLVE OS CAMINHOS FISICOS PELO PERFIL DO ARQCONF ******
            CALL 'ARQCONF' USING 'ORCDEPTO.DAT    ' WS-ARQ-ORCDEPTO
            CALL 'ARQCONF' USING 'FOLHHIST.DAT    ' WS-ARQ-FOLHHIST
            CALL 'ARQCONF' USING 'FUNCIONARIO.DAT ' WS-ARQ-FUNCIONARIO
            CALL 'ARQCONF' USING 'DEPTO.DAT       ' WS-ARQ-DEPTO
            CALL 'ARQCONF' USING 'RELORCTO.LST    ' WS-ARQ-RELORCTO

            CALL 'FINPARM' USING 'TOLER-ORCTO     ' WS-PC-TOLERANCIA

            CALL 'DTMOVIM' USING WS-DATA-MOVIMENTO WS-CONTROLE-DATA
            MOVE WS-DATA-MOVIMENTO(1:6)  TO WS-COMPETENCIA

            DISPLAY '*** ORCADO X REALIZADO DE PESSOAL ***'
            DISPLAY 'Competencia (AAAAMM) ou zero para '
                    WS-COMPETENCIA ': '
            ACCEPT WS-COMPETENCIA-INF
            IF WS-COMPETENCIA-INF NOT EQUAL ZEROS
               MOVE WS-COMPETENCIA-INF   TO WS-COMPETENCIA
            END-IF

            IF WS-COMPETENCIA(5:2) LESS THAN '01'
               OR WS-COMPETENCIA(5:2) GREATER THAN '12'
               DISPLAY 'COMPETENCIA INVALIDA.'
               MOVE 16                   TO RETURN-CODE
               GOBACK
            END-IF
            MOVE WS-COMPETENCIA(5:2)     TO WS-MES-REL

            OPEN INPUT ORCDEPTO

            IF NOT FS-ORC-OK
               DISPLAY 'ORCAMENTO DE PESSOAL NAO CADASTRADO (CADORCTO).'
               DISPLAY 'FILE STATUS: ' WS-FS-ORC
               MOVE 16                   TO RETURN-CODE
               GOBACK
            END-IF

            OPEN INPUT FOLHHIST

            IF NOT FS-HST-OK
               DISPLAY 'HISTORICO DE FOLHA INDISPONIVEL.'
               DISPLAY 'FILE STATUS: ' WS-FS-HST
               CLOSE ORCDEPTO
               MOVE 16                   TO RETURN-CODE
               GOBACK
            END-IF

            OPEN INPUT FUNCIONARIO

            IF NOT FS-OK
               DISPLAY 'ERRO AO ABRIR O CADASTRO DE FUNCIONARIOS.'
               DISPLAY 'FILE STATUS: ' WS-FS
               CLOSE ORCDEPTO FOLHHIST
               MOVE 16                   TO RETURN-CODE
               GOBACK
            END-IF

            OPEN OUTPUT RELATORIO

            IF WS-FS-REL NOT EQUAL ZEROS
               DISPLAY 'ERRO AO ABRIR O RELATORIO DO ORCAMENTO.'
               DISPLAY 'FILE STATUS: ' WS-FS-REL
               CLOSE ORCDEPTO FOLHHIST FUNCIONARIO
               MOVE 16                   TO RETURN-CODE
               GOBACK
            END-IF

      ***** OS DEPARTAMENTOS CADASTRADOS ABREM A TABELA, NA ORDEM *****
      ***** DO CODIGO; O QUE SO APARECE NOS MOVIMENTOS VEM NO FIM *****
            OPEN INPUT DEPTO
            IF FS-DEP-OK
               SET EOF-OK                TO FALSE
               PERFORM P100-CARREGA-DEPTO THRU P100-FIM UNTIL EOF-OK
               CLOSE DEPTO
            END-IF

            SET EOF-OK                   TO FALSE
            PERFORM P200-LE-ORCAMENTO    THRU P200-FIM UNTIL EOF-OK

            MOVE WS-COMPETENCIA(1:4)     TO FLH-COMPETENCIA(1:4)
            MOVE '01'                    TO FLH-COMPETENCIA(5:2)
            MOVE ZEROS                   TO FLH-CD-FUNCIONARIO
            SET EOF-OK                   TO FALSE
            START FOLHHIST KEY NOT LESS THAN CHAVE-FOLHHIST
               INVALID KEY
                  SET EOF-OK             TO TRUE
            END-START
            PERFORM P300-LE-HISTORICO    THRU P300-FIM UNTIL EOF-OK

            SET EOF-OK                   TO FALSE
            PERFORM P400-LE-FUNCIONARIO  THRU P400-FIM UNTIL EOF-OK

            CLOSE ORCDEPTO FOLHHIST FUNCIONARIO

            MOVE SPACES                  TO REG-RELATORIO
            STRING 'ORCADO X REALIZADO DE PESSOAL - COMPETENCIA '
                   WS-COMPETENCIA ' - ACUMULADO DE '
                   WS-COMPETENCIA(1:4) '01 A ' WS-COMPETENCIA
                   DELIMITED BY SIZE INTO REG-RELATORIO
            WRITE REG-RELATORIO
            MOVE WS-PC-TOLERANCIA        TO WS-PCT-EDIT
            MOVE SPACES                  TO REG-RELATORIO
            STRING 'EFETIVO REAL = CADASTRO ATUAL; CUSTO REAL = BRUTO '
                   'DA FOLHA. TOLERANCIA ' WS-PCT-EDIT '%'
                   DELIMITED BY SIZE INTO REG-RELATORIO
            WRITE REG-RELATORIO
            MOVE '============================================='
                                          TO REG-RELATORIO
            WRITE REG-RELATORIO

            PERFORM P500-LINHA-DEPTO     THRU P500-FIM
                    VARYING WS-IDX FROM 1 BY 1
                    UNTIL WS-IDX > WS-QTD-DEPTOS

            PERFORM P600-TOTAL-GERAL     THRU P600-FIM

            CLOSE RELATORIO

            DISPLAY 'RELATORIO GERADO EM RELORCTO.LST'

            IF WS-QT-FORA-TABELA GREATER THAN ZEROS
               DISPLAY '*** ' WS-QT-FORA-TABELA ' LANCAMENTO(S) FORA '
                       'DA TABELA DE DEPARTAMENTOS ***'
            END-IF

            IF WS-QT-DESTAQUES GREATER THAN ZEROS
               DISPLAY '*** ' WS-QT-DESTAQUES ' DEPARTAMENTO(S) ACIMA '
                       'DO ORCAMENTO ALEM DA TOLERANCIA ***'
               MOVE 4                    TO RETURN-CODE
            END-IF

            GOBACK.
       P100-CARREGA-DEPTO.

            READ DEPTO NEXT RECORD
               AT END
                  SET EOF-OK             TO TRUE
               NOT AT END
                  MOVE CD-DEPTO          TO WS-CD-PROCURADO
                  PERFORM P900-LOCALIZA  THRU P900-FIM
                  IF WS-IDX GREATER THAN ZEROS
                     MOVE NM-DEPTO       TO WS-TD-NOME (WS-IDX)
                  END-IF
            END-READ
            .
       P100-FIM.
       P200-LE-ORCAMENTO.

            READ ORCDEPTO NEXT RECORD
               AT END
                  SET EOF-OK             TO TRUE
               NOT AT END
                  IF ORC-COMPETENCIA(1:4) EQUAL WS-COMPETENCIA(1:4)
                     AND ORC-COMPETENCIA(5:2) NOT GREATER THAN
                         WS-COMPETENCIA(5:2)
                     MOVE ORC-CD-DEPTO   TO WS-CD-PROCURADO
                     PERFORM P900-LOCALIZA THRU P900-FIM
                     PERFORM P210-SOMA-ORCAMENTO THRU P210-FIM
                  END-IF
            END-READ
            .
       P200-FIM.
       P210-SOMA-ORCAMENTO.

            IF WS-IDX EQUAL ZEROS
               ADD 1                     TO WS-QT-FORA-TABELA
               GO TO P210-FIM
            END-IF

            ADD ORC-VR-CUSTO             TO WS-TD-ORC-ANO (WS-IDX)
            IF ORC-COMPETENCIA EQUAL WS-COMPETENCIA
               MOVE ORC-QT-FUNCIONARIOS  TO WS-TD-ORC-QT (WS-IDX)
               MOVE ORC-VR-CUSTO         TO WS-TD-ORC-MES (WS-IDX)
            END-IF
            .
       P210-FIM.
       P300-LE-HISTORICO.

            READ FOLHHIST NEXT RECORD
               AT END
                  SET EOF-OK             TO TRUE
               NOT AT END
                  IF FLH-COMPETENCIA(1:4) NOT EQUAL
                     WS-COMPETENCIA(1:4)
                     SET EOF-OK          TO TRUE
                  ELSE
                     PERFORM P310-SOMA-HISTORICO THRU P310-FIM
                  END-IF
            END-READ
            .
       P300-FIM.
       P310-SOMA-HISTORICO.

      ***** AAAA13 E O ADIANTAMENTO DO 13O, JA CONTIDO NO INTEGRAL ****
      ***** DA AAAA14, QUE E CUSTO DE DEZEMBRO ************************
            MOVE FLH-COMPETENCIA(5:2)    TO WS-MES-LIDO
            IF WS-MES-LIDO EQUAL 13
               GO TO P310-FIM
            END-IF
            IF WS-MES-LIDO EQUAL 14
               MOVE 12                   TO WS-MES-LIDO
            END-IF
            IF WS-MES-LIDO GREATER THAN WS-MES-REL
               GO TO P310-FIM
            END-IF

            MOVE FLH-CD-DEPTO            TO WS-CD-PROCURADO
            PERFORM P900-LOCALIZA        THRU P900-FIM
            IF WS-IDX EQUAL ZEROS
               ADD 1                     TO WS-QT-FORA-TABELA
               GO TO P310-FIM
            END-IF

            ADD FLH-VR-BRUTO             TO WS-TD-REAL-ANO (WS-IDX)
            IF WS-MES-LIDO EQUAL WS-MES-REL
               ADD FLH-VR-BRUTO          TO WS-TD-REAL-MES (WS-IDX)
            END-IF
            .
       P310-FIM.
       P400-LE-FUNCIONARIO.

            READ FUNCIONARIO NEXT RECORD
               AT END
                  SET EOF-OK             TO TRUE
               NOT AT END
                  MOVE CD-DEPTO-FUNC     TO WS-CD-PROCURADO
                  PERFORM P900-LOCALIZA  THRU P900-FIM
                  IF WS-IDX EQUAL ZEROS
                     ADD 1               TO WS-QT-FORA-TABELA
                  ELSE
                     ADD 1               TO WS-TD-REAL-QT (WS-IDX)
                  END-IF
            END-READ
            .
       P400-FIM.
       P500-LINHA-DEPTO.

      ***** DEPARTAMENTO SEM ORCAMENTO E SEM GASTO NO ANO NAO SAI ******
            IF WS-TD-ORC-ANO (WS-IDX) EQUAL ZEROS
               AND WS-TD-REAL-ANO (WS-IDX) EQUAL ZEROS
               AND WS-TD-ORC-QT (WS-IDX) EQUAL ZEROS
               AND WS-TD-REAL-QT (WS-IDX) EQUAL ZEROS
               GO TO P500-FIM
            END-IF

            MOVE 'N'                     TO WS-DEPTO-DESTACADO

            MOVE SPACES                  TO REG-RELATORIO
            STRING 'DEPTO ' WS-TD-CODIGO (WS-IDX) ' '
                   WS-TD-NOME (WS-IDX)
                   DELIMITED BY SIZE INTO REG-RELATORIO
            WRITE REG-RELATORIO

            COMPUTE WS-QT-VARIACAO = WS-TD-REAL-QT (WS-IDX)
                                   - WS-TD-ORC-QT (WS-IDX)
            MOVE WS-QT-VARIACAO          TO WS-QT-EDIT
            MOVE SPACES                  TO REG-RELATORIO
            STRING '  EFETIVO     ORCADO ' WS-TD-ORC-QT (WS-IDX)
                   ' REAL ' WS-TD-REAL-QT (WS-IDX)
                   ' VARIACAO ' WS-QT-EDIT
                   DELIMITED BY SIZE INTO REG-RELATORIO
            WRITE REG-RELATORIO

            MOVE '  CUSTO MES '          TO WS-ROTULO
            MOVE WS-TD-ORC-MES (WS-IDX)  TO WS-VR-ORCADO
            MOVE WS-TD-REAL-MES (WS-IDX) TO WS-VR-REALIZADO
            PERFORM P700-VARIACAO        THRU P700-FIM

            MOVE '  CUSTO ANO '          TO WS-ROTULO
            MOVE WS-TD-ORC-ANO (WS-IDX)  TO WS-VR-ORCADO
            MOVE WS-TD-REAL-ANO (WS-IDX) TO WS-VR-REALIZADO
            PERFORM P700-VARIACAO        THRU P700-FIM

            IF DEPTO-DESTACADO
               ADD 1                     TO WS-QT-DESTAQUES
            END-IF

            ADD WS-TD-ORC-QT (WS-IDX)    TO WS-TOT-ORC-QT
            ADD WS-TD-REAL-QT (WS-IDX)   TO WS-TOT-REAL-QT
            ADD WS-TD-ORC-MES (WS-IDX)   TO WS-TOT-ORC-MES
            ADD WS-TD-REAL-MES (WS-IDX)  TO WS-TOT-REAL-MES
            ADD WS-TD-ORC-ANO (WS-IDX)   TO WS-TOT-ORC-ANO
            ADD WS-TD-REAL-ANO (WS-IDX)  TO WS-TOT-REAL-ANO
            .
       P500-FIM.
       P600-TOTAL-GERAL.

            MOVE '============================================='
                                          TO REG-RELATORIO
            WRITE REG-RELATORIO
            MOVE 'TOTAL DA EMPRESA'      TO REG-RELATORIO
            WRITE REG-RELATORIO

            COMPUTE WS-QT-VARIACAO = WS-TOT-REAL-QT - WS-TOT-ORC-QT
            MOVE WS-QT-VARIACAO          TO WS-QT-EDIT
            MOVE SPACES                  TO REG-RELATORIO
            STRING '  EFETIVO     ORCADO ' WS-TOT-ORC-QT
                   ' REAL ' WS-TOT-REAL-QT
                   ' VARIACAO ' WS-QT-EDIT
                   DELIMITED BY SIZE INTO REG-RELATORIO
            WRITE REG-RELATORIO

      ***** O TOTAL NAO CONTA COMO DEPARTAMENTO DESTACADO *************
            MOVE '  CUSTO MES '          TO WS-ROTULO
            MOVE WS-TOT-ORC-MES          TO WS-VR-ORCADO
            MOVE WS-TOT-REAL-MES         TO WS-VR-REALIZADO
            PERFORM P700-VARIACAO        THRU P700-FIM

            MOVE '  CUSTO ANO '          TO WS-ROTULO
            MOVE WS-TOT-ORC-ANO          TO WS-VR-ORCADO
            MOVE WS-TOT-REAL-ANO         TO WS-VR-REALIZADO
            PERFORM P700-VARIACAO        THRU P700-FIM

            MOVE SPACES                  TO REG-RELATORIO
            STRING 'DEPARTAMENTOS ACIMA DO ORCAMENTO ALEM DA '
                   'TOLERANCIA: ' WS-QT-DESTAQUES
                   DELIMITED BY SIZE INTO REG-RELATORIO
            WRITE REG-RELATORIO
            .
       P600-FIM.
       P700-VARIACAO.

            MOVE SPACES                  TO WS-DESTAQUE
            COMPUTE WS-VR-VARIACAO = WS-VR-REALIZADO - WS-VR-ORCADO

      ***** GASTO SEM ORCAMENTO E ESTOURO PLENO ***********************
            IF WS-VR-ORCADO EQUAL ZEROS
               MOVE ZEROS                TO WS-PC-VARIACAO
               IF WS-VR-REALIZADO GREATER THAN ZEROS
                  MOVE '<<< SEM ORCAMENTO'
                                          TO WS-DESTAQUE
                  MOVE 'S'               TO WS-DEPTO-DESTACADO
               END-IF
            ELSE
               COMPUTE WS-PC-VARIACAO ROUNDED =
                       WS-VR-VARIACAO * 100 / WS-VR-ORCADO
                  ON SIZE ERROR
                     MOVE 99999,9        TO WS-PC-VARIACAO
               END-COMPUTE
               IF WS-PC-VARIACAO GREATER THAN WS-PC-TOLERANCIA
                  MOVE '<<< ACIMA DO ORCAMENTO'
                                          TO WS-DESTAQUE
                  MOVE 'S'               TO WS-DEPTO-DESTACADO
               END-IF
            END-IF

            MOVE WS-VR-ORCADO            TO WS-VR-EDIT
            MOVE WS-VR-REALIZADO         TO WS-VR-EDIT-2
            MOVE WS-VR-VARIACAO          TO WS-VAR-EDIT
            MOVE WS-PC-VARIACAO          TO WS-PCT-EDIT

            MOVE SPACES                  TO REG-RELATORIO
            STRING WS-ROTULO 'ORC ' WS-VR-EDIT ' REAL ' WS-VR-EDIT-2
                   ' VAR ' WS-VAR-EDIT ' ' WS-PCT-EDIT '% '
                   WS-DESTAQUE
                   DELIMITED BY SIZE INTO REG-RELATORIO
            WRITE REG-RELATORIO
            .
       P700-FIM.
       P900-LOCALIZA.

      ***** DEVOLVE EM WS-IDX A POSICAO DO DEPARTAMENTO, INCLUINDO-O **
      ***** SE FOR NOVO; ZERO QUANDO A TABELA ESTA CHEIA **************
            MOVE ZEROS                   TO WS-IDX
            PERFORM P910-COMPARA         THRU P910-FIM
                    VARYING WS-IDX-BUSCA FROM 1 BY 1
                    UNTIL WS-IDX-BUSCA > WS-QTD-DEPTOS
                       OR WS-IDX GREATER THAN ZEROS

            IF WS-IDX GREATER THAN ZEROS
               GO TO P900-FIM
            END-IF

            IF WS-QTD-DEPTOS NOT LESS THAN 200
               GO TO P900-FIM
            END-IF

            ADD 1                        TO WS-QTD-DEPTOS
            MOVE WS-QTD-DEPTOS           TO WS-IDX
            INITIALIZE WS-TD-ITEM (WS-IDX)
            MOVE WS-CD-PROCURADO         TO WS-TD-CODIGO (WS-IDX)
            IF WS-CD-PROCURADO EQUAL ZEROS
               MOVE '(SEM DEPARTAMENTO)' TO WS-TD-NOME (WS-IDX)
            ELSE
               MOVE '(DEPTO NAO CADASTRADO)'
                                          TO WS-TD-NOME (WS-IDX)
            END-IF
            .
       P900-FIM.
       P910-COMPARA.

            IF WS-TD-CODIGO (WS-IDX-BUSCA) EQUAL WS-CD-PROCURADO
               MOVE WS-IDX-BUSCA         TO WS-IDX
            END-IF
            .
       P910-FIM.
       END PROGRAM RELORCTO.
