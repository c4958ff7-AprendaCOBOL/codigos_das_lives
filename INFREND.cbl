      ******************************************************************
      * Author: ANDRE COSTA
      * Date: 15/10/2026
      * Purpose: INFORME DE RENDIMENTOS ANUAL DOS FUNCIONARIOS. TODO
      *          FEVEREIRO O RH SOMAVA DOZE CONTRACHEQUES NA MAO. ESTE
      *          JOB LE O HISTORICO FOLHHIST.DAT DO ANO-CALENDARIO (O
      *          ANO ANTERIOR AO DA DATA DE MOVIMENTO OU O INFORMADO)
      *          E TOTALIZA POR FUNCIONARIO OS RENDIMENTOS
      *          TRIBUTAVEIS, O INSS E O IRRF RETIDOS NOS MESES, O 13O
      *          SALARIO (TRIBUTACAO EXCLUSIVA, COMPETENCIAS AAAA13 E
      *          AAAA14) E OS RENDIMENTOS ISENTOS. IMPRIME O
      *          COMPROVANTE NO MODELO OFICIAL (INFREND.LST) DE CADA
      *          FUNCIONARIO PAGO NO ANO - OS DESLIGADOS NO ANO SAEM
      *          COM A DATA DO DESLIGAMENTO DO EXFUNC.DAT - E GRAVA O
      *          RESUMO INFREND.TXT COM OS TOTAIS DOS INFORMES E OS DO
      *          REGISTRO DE CADA COMPETENCIA, QUE O RELATORIO
      *          CONFERE. RETORNO 4 QUANDO O ANO NAO TEM FOLHA OU OS
      *          TOTAIS NAO CONFEREM.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. INFREND.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
            DECIMAL-POINT IS COMMA.
            INPUT-OUTPUT SECTION.
            FILE-CONTROL.
                SELECT FOLHHIST ASSIGN TO
                WS-ARQ-FOLHHIST
                ORGANIZATION IS INDEXED
                ACCESS MODE  IS DYNAMIC
                RECORD KEY   IS CHAVE-FOLHHIST
                FILE STATUS  IS WS-FS-HST.
                SELECT EXFUNC ASSIGN TO
                WS-ARQ-EXFUNC
                ORGANIZATION IS INDEXED
                ACCESS MODE  IS RANDOM
                RECORD KEY   IS CD-FUNCIONARIO
                FILE STATUS  IS WS-FS-EXF.
                SELECT RESUMO ASSIGN TO
                WS-ARQ-INFRESUM
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS  IS WS-FS-RES.
                SELECT ORDENACAO ASSIGN TO
                'INFREND.WRK'.
                SELECT RELATORIO ASSIGN TO
                WS-ARQ-INFREND
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS  IS WS-FS-REL.

       DATA DIVISION.
       FILE SECTION.
       FD FOLHHIST.
          COPY FD_FOLHHIST.

       FD EXFUNC.
          COPY FD_EXFUNC.

       FD RESUMO.
          COPY FD_INFREND.

       SD ORDENACAO.
       01 REG-SORT.
          03 SRT-CD-FUNC                 PIC 9(04).
          03 SRT-COMPETENCIA.
             05 SRT-COMP-AAAA            PIC 9(04).
             05 SRT-COMP-MM              PIC 9(02).
          03 SRT-NM-FUNC                 PIC X(30).
          03 SRT-VR-BRUTO                PIC 9(07)V99.
          03 SRT-VR-INSS                 PIC 9(07)V99.
          03 SRT-VR-IRRF                 PIC 9(07)V99.
          03 SRT-VR-LIQUIDO              PIC 9(07)V99.
          03 SRT-VR-BENEFICIOS           PIC 9(07)V99.

       FD RELATORIO.
       01 REG-RELATORIO                  PIC X(100).

       WORKING-STORAGE SECTION.
      ***** CAMINHOS FISICOS DOS ARQUIVOS - PRE-CARREGADOS COM O *****
      ***** PADRAO HISTORICO E RESOLVIDOS PELO ARQCONF NO INICIO *****
       77 WS-ARQ-FOLHHIST            PIC X(68) VALUE
          'C:\CursoCOBOL\COBOL\01 - Basico\bin\FOLHHIST.DAT'.
       77 WS-ARQ-EXFUNC              PIC X(68) VALUE
          'C:\CursoCOBOL\COBOL\01 - Basico\bin\EXFUNC.DAT'.
       77 WS-ARQ-INFRESUM            PIC X(68) VALUE
          'C:\CursoCOBOL\COBOL\01 - Basico\bin\INFREND.TXT'.
       77 WS-ARQ-INFREND             PIC X(68) VALUE
          'C:\CursoCOBOL\COBOL\01 - Basico\bin\INFREND.LST'.
       77 WS-FS-HST                      PIC 99.
          88 FS-HST-OK                   VALUE 0.
       77 WS-FS-EXF                      PIC 99.
          88 FS-EXF-OK                   VALUE 0.
       77 WS-EXF-ABERTO                  PIC X VALUE 'N'.
          88 EXF-ABERTO                  VALUE 'S'.
       77 WS-FS-RES                      PIC 99.
       77 WS-FS-REL                      PIC 99.
       77 WS-EOF                         PIC X.
          88 EOF-OK                      VALUE 'S' FALSE 'N'.
       77 WS-DATA-MOVIMENTO              PIC 9(08) VALUE ZEROS.
       77 WS-CONTROLE-DATA               PIC X(01) VALUE 'N'.
       77 WS-ANO                         PIC 9(04) VALUE ZEROS.
       77 WS-ANO-INF                     PIC 9(04) VALUE ZEROS.
       77 WS-CNPJ-RAIZ                   PIC 9(09)V99 VALUE ZEROS.
       77 WS-CNPJ-EDITADO                PIC 9(08) VALUE ZEROS.
       77 WS-QT-LIDOS                    PIC 9(06) VALUE ZEROS.
       77 WS-QT-INFORMES                 PIC 9(05) VALUE ZEROS.
       77 WS-QT-DESLIGADOS               PIC 9(05) VALUE ZEROS.
       77 WS-IDX-CMP                     PIC 9(02) VALUE ZEROS.
       77 WS-DIFERENCAS                  PIC X VALUE 'N'.
          88 HA-DIFERENCA                VALUE 'S'.
      ***** FUNCIONARIO EM TOTALIZACAO ********************************
       77 WS-PRIMEIRO-FUNC               PIC X VALUE 'S'.
          88 PRIMEIRO-FUNC               VALUE 'S'.
       77 WS-FUNC-ATUAL                  PIC 9(04) VALUE ZEROS.
       77 WS-NOME-ATUAL                  PIC X(30) VALUE SPACES.
       77 WS-DT-DESLIGAMENTO             PIC 9(08) VALUE ZEROS.
       01 WS-ACUM-FUNC.
          03 WS-QT-MESES                 PIC 9(02) VALUE ZEROS.
          03 WS-VR-TRIBUTAVEL            PIC 9(09)V99 VALUE ZEROS.
          03 WS-VR-INSS                  PIC 9(09)V99 VALUE ZEROS.
          03 WS-VR-IRRF                  PIC 9(09)V99 VALUE ZEROS.
          03 WS-VR-13-PRIMEIRA           PIC 9(09)V99 VALUE ZEROS.
          03 WS-VR-13                    PIC 9(09)V99 VALUE ZEROS.
          03 WS-VR-INSS-13               PIC 9(09)V99 VALUE ZEROS.
          03 WS-VR-IRRF-13               PIC 9(09)V99 VALUE ZEROS.
          03 WS-VR-ISENTO                PIC 9(09)V99 VALUE ZEROS.
          03 WS-VR-LIQUIDO               PIC 9(09)V99 VALUE ZEROS.
          03 WS-VR-BENEFICIOS            PIC 9(09)V99 VALUE ZEROS.
       77 WS-VR-13-LIQ-INSS              PIC 9(09)V99 VALUE ZEROS.
      ***** SOMA DOS INFORMES, CONFERIDA COM O REGISTRO DA FOLHA ******
       01 WS-ACUM-INFORMES.
          03 WS-INF-TRIBUTAVEL           PIC 9(11)V99 VALUE ZEROS.
          03 WS-INF-INSS                 PIC 9(11)V99 VALUE ZEROS.
          03 WS-INF-IRRF                 PIC 9(11)V99 VALUE ZEROS.
          03 WS-INF-13                   PIC 9(11)V99 VALUE ZEROS.
          03 WS-INF-INSS-13              PIC 9(11)V99 VALUE ZEROS.
          03 WS-INF-IRRF-13              PIC 9(11)V99 VALUE ZEROS.
          03 WS-INF-ISENTO               PIC 9(11)V99 VALUE ZEROS.
          03 WS-INF-LIQUIDO              PIC 9(11)V99 VALUE ZEROS.
      ***** TOTAIS DO REGISTRO POR COMPETENCIA: 01 A 12 OS MESES, *****
      ***** 13 E 14 AS PARCELAS DO 13O SALARIO ************************
       01 WS-TAB-COMPET.
          03 WS-CMP OCCURS 14 TIMES.
             05 WS-CMP-QT                PIC 9(04).
             05 WS-CMP-VR-BRUTO          PIC 9(11)V99.
             05 WS-CMP-VR-INSS           PIC 9(11)V99.
             05 WS-CMP-VR-IRRF           PIC 9(11)V99.
             05 WS-CMP-VR-LIQUIDO        PIC 9(11)V99.
       01 WS-ACUM-REGISTRO.
          03 WS-REG-TRIBUTAVEL           PIC 9(11)V99 VALUE ZEROS.
          03 WS-REG-INSS                 PIC 9(11)V99 VALUE ZEROS.
          03 WS-REG-IRRF                 PIC 9(11)V99 VALUE ZEROS.
          03 WS-REG-INSS-13              PIC 9(11)V99 VALUE ZEROS.
          03 WS-REG-IRRF-13              PIC 9(11)V99 VALUE ZEROS.
          03 WS-REG-LIQUIDO              PIC 9(11)V99 VALUE ZEROS.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.

      ***** RETURN-CODE E REGISTRADOR COMPARTILHADO: UM PASSO *********
      ***** ANTERIOR COM FALHA NAO PODE CONTAMINAR ESTE PASSO *********
            MOVE ZERO                    TO RETURN-CODE

      ***** RESOLVE OS CAMINHOS FISICOS PELO PERFIL DO ARQCONF ******
            CALL 'ARQCONF' USING 'FOLHHIST.DAT    ' WS-ARQ-FOLHHIST
            CALL 'ARQCONF' USING 'EXFUNC.DAT      ' WS-ARQ-EXFUNC
            CALL 'ARQCONF' USING 'INFREND.TXT     ' WS-ARQ-INFRESUM
            CALL 'ARQCONF' USING 'INFREND.LST     ' WS-ARQ-INFREND

            CALL 'FINPARM' USING 'CNPJ-RAIZ       ' WS-CNPJ-RAIZ
            MOVE WS-CNPJ-RAIZ            TO WS-CNPJ-EDITADO

      ***** O INFORME SAI EM FEVEREIRO, DO ANO QUE PASSOU *************
            CALL 'DTMOVIM' USING WS-DATA-MOVIMENTO WS-CONTROLE-DATA
            MOVE WS-DATA-MOVIMENTO(1:4)  TO WS-ANO
            SUBTRACT 1                   FROM WS-ANO

            DISPLAY '*** INFORME DE RENDIMENTOS DOS FUNCIONARIOS ***'
            DISPLAY 'Ano-calendario (AAAA) ou zero para ' WS-ANO ': '
            ACCEPT WS-ANO-INF
            IF WS-ANO-INF NOT EQUAL ZEROS
               MOVE WS-ANO-INF           TO WS-ANO
            END-IF

            OPEN INPUT FOLHHIST

            IF NOT FS-HST-OK
               DISPLAY 'HISTORICO DE FOLHA INDISPONIVEL.'
               DISPLAY 'FILE STATUS: ' WS-FS-HST
               MOVE 16                   TO RETURN-CODE
               GOBACK
            END-IF

            OPEN OUTPUT RELATORIO

            IF WS-FS-REL NOT EQUAL ZEROS
               DISPLAY 'ERRO AO ABRIR O RELATORIO DOS INFORMES.'
               DISPLAY 'FILE STATUS: ' WS-FS-REL
               CLOSE FOLHHIST
               MOVE 16                   TO RETURN-CODE
               GOBACK
            END-IF

            OPEN OUTPUT RESUMO

            IF WS-FS-RES NOT EQUAL ZEROS
               DISPLAY 'ERRO AO ABRIR O RESUMO DOS INFORMES.'
               DISPLAY 'FILE STATUS: ' WS-FS-RES
               CLOSE FOLHHIST RELATORIO
               MOVE 16                   TO RETURN-CODE
               GOBACK
            END-IF

      ***** SEM O EXFUNC OS INFORMES SAEM, SO SEM A DATA DE SAIDA *****
            OPEN INPUT EXFUNC
            IF FS-EXF-OK
               MOVE 'S'                  TO WS-EXF-ABERTO
            END-IF

            INITIALIZE WS-TAB-COMPET

            SORT ORDENACAO
               ON ASCENDING KEY SRT-CD-FUNC SRT-COMPETENCIA
               INPUT PROCEDURE  IS P100-SELECIONA
               OUTPUT PROCEDURE IS P200-INFORMES

            IF WS-QT-LIDOS EQUAL ZEROS
               DISPLAY '*** NENHUMA FOLHA NO HISTORICO PARA O ANO '
                       WS-ANO ' ***'
               MOVE SPACES               TO REG-RELATORIO
               STRING '*** SEM FOLHA NO ANO-CALENDARIO ' WS-ANO
                      ' ***'
                      DELIMITED BY SIZE INTO REG-RELATORIO
               WRITE REG-RELATORIO
               MOVE 4                    TO RETURN-CODE
            ELSE
               PERFORM P600-CONFERENCIA  THRU P600-FIM
            END-IF

            IF EXF-ABERTO
               CLOSE EXFUNC
            END-IF
            CLOSE FOLHHIST RELATORIO RESUMO

            DISPLAY 'INFORMES EMITIDOS..: ' WS-QT-INFORMES
            DISPLAY 'DESLIGADOS NO ANO..: ' WS-QT-DESLIGADOS
            DISPLAY 'RELATORIO EM INFREND.LST, RESUMO EM INFREND.TXT.'

            IF HA-DIFERENCA
               DISPLAY '*** INFORMES NAO CONFEREM COM O REGISTRO DA '
                       'FOLHA - VER INFREND.LST ***'
               MOVE 4                    TO RETURN-CODE
            END-IF

            GOBACK.
       P100-SELECIONA.

      ***** AS COMPETENCIAS DO ANO VAO DE AAAA01 A AAAA14 *************
            MOVE WS-ANO                  TO FLH-COMPETENCIA(1:4)
            MOVE '01'                    TO FLH-COMPETENCIA(5:2)
            MOVE ZEROS                   TO FLH-CD-FUNCIONARIO

            SET EOF-OK                   TO FALSE
            START FOLHHIST KEY NOT LESS THAN CHAVE-FOLHHIST
               INVALID KEY
                  SET EOF-OK             TO TRUE
            END-START

            PERFORM P110-LE-HISTORICO    THRU P110-FIM UNTIL EOF-OK
            .
       P100-FIM.
           EXIT.
       P110-LE-HISTORICO.

            READ FOLHHIST NEXT RECORD
               AT END
                  SET EOF-OK             TO TRUE
               NOT AT END
                  IF FLH-COMPETENCIA(1:4) NOT EQUAL WS-ANO
                     SET EOF-OK          TO TRUE
                  ELSE
                     PERFORM P120-SELECIONA-MES THRU P120-FIM
                  END-IF
            END-READ
            .
       P110-FIM.
       P120-SELECIONA-MES.

            MOVE FLH-COMPETENCIA(5:2)    TO WS-IDX-CMP

            IF WS-IDX-CMP EQUAL ZEROS
               OR WS-IDX-CMP GREATER THAN 14
               GO TO P120-FIM
            END-IF

            ADD 1                        TO WS-QT-LIDOS

      ***** O MESMO TOTAL QUE A FOLHAPAG IMPRIME NO REGISTRO **********
            ADD 1                        TO WS-CMP-QT (WS-IDX-CMP)
            ADD FLH-VR-BRUTO             TO WS-CMP-VR-BRUTO (WS-IDX-CMP)
            ADD FLH-VR-INSS              TO WS-CMP-VR-INSS (WS-IDX-CMP)
            ADD FLH-VR-IRRF              TO WS-CMP-VR-IRRF (WS-IDX-CMP)
            ADD FLH-VR-LIQUIDO           TO
                WS-CMP-VR-LIQUIDO (WS-IDX-CMP)

            MOVE FLH-CD-FUNCIONARIO      TO SRT-CD-FUNC
            MOVE FLH-COMPETENCIA         TO SRT-COMPETENCIA
            MOVE FLH-NM-FUNCIONARIO      TO SRT-NM-FUNC
            MOVE FLH-VR-BRUTO            TO SRT-VR-BRUTO
            MOVE FLH-VR-INSS             TO SRT-VR-INSS
            MOVE FLH-VR-IRRF             TO SRT-VR-IRRF
            MOVE FLH-VR-LIQUIDO          TO SRT-VR-LIQUIDO
            MOVE FLH-VR-BENEFICIOS       TO SRT-VR-BENEFICIOS
            RELEASE REG-SORT
            .
       P120-FIM.
       P200-INFORMES.

            SET EOF-OK                   TO FALSE
            PERFORM P210-LE-ORDENADO     THRU P210-FIM UNTIL EOF-OK

            IF NOT PRIMEIRO-FUNC
               PERFORM P300-EMITE-INFORME THRU P300-FIM
            END-IF
            .
       P200-FIM.
           EXIT.
       P210-LE-ORDENADO.

            RETURN ORDENACAO
               AT END
                  SET EOF-OK             TO TRUE
               NOT AT END
                  IF PRIMEIRO-FUNC
                     OR SRT-CD-FUNC NOT EQUAL WS-FUNC-ATUAL
                     IF NOT PRIMEIRO-FUNC
                        PERFORM P300-EMITE-INFORME THRU P300-FIM
                     END-IF
                     PERFORM P230-NOVO-FUNC THRU P230-FIM
                  END-IF
                  PERFORM P220-ACUMULA   THRU P220-FIM
            END-RETURN
            .
       P210-FIM.
       P220-ACUMULA.

      ***** MESES NORMAIS SAO RENDIMENTO TRIBUTAVEL; O 13O TEM ********
      ***** TRIBUTACAO EXCLUSIVA: A 2A PARCELA (AAAA14) TRAZ O VALOR **
      ***** INTEGRAL E OS DESCONTOS, A 1A (AAAA13) SO O ADIANTAMENTO **
            EVALUATE SRT-COMP-MM
               WHEN 13
                  MOVE SRT-VR-BRUTO      TO WS-VR-13-PRIMEIRA
               WHEN 14
                  MOVE SRT-VR-BRUTO      TO WS-VR-13
                  MOVE SRT-VR-INSS       TO WS-VR-INSS-13
                  MOVE SRT-VR-IRRF       TO WS-VR-IRRF-13
               WHEN OTHER
                  ADD 1                  TO WS-QT-MESES
                  ADD SRT-VR-BRUTO       TO WS-VR-TRIBUTAVEL
                  ADD SRT-VR-INSS        TO WS-VR-INSS
                  ADD SRT-VR-IRRF        TO WS-VR-IRRF
                  ADD SRT-VR-BENEFICIOS  TO WS-VR-BENEFICIOS
            END-EVALUATE

            ADD SRT-VR-LIQUIDO           TO WS-VR-LIQUIDO
            .
       P220-FIM.
       P230-NOVO-FUNC.

            MOVE 'N'                     TO WS-PRIMEIRO-FUNC
            MOVE SRT-CD-FUNC             TO WS-FUNC-ATUAL
            MOVE SRT-NM-FUNC             TO WS-NOME-ATUAL
            INITIALIZE WS-ACUM-FUNC
            .
       P230-FIM.
       P300-EMITE-INFORME.

      ***** SEM A 2A PARCELA (DESLIGADO ANTES DE DEZEMBRO SEM ELA OU **
      ***** ANO AINDA ABERTO), O 13O PAGO FOI O ADIANTAMENTO **********
            IF WS-VR-13 EQUAL ZEROS
               MOVE WS-VR-13-PRIMEIRA    TO WS-VR-13
            END-IF
            COMPUTE WS-VR-13-LIQ-INSS = WS-VR-13 - WS-VR-INSS-13

      ***** A FOLHA NAO PAGA RENDIMENTO ISENTO (INDENIZACOES, *********
      ***** DIARIAS): O QUADRO 4 SAI ZERADO ***************************
            MOVE ZEROS                   TO WS-VR-ISENTO

            PERFORM P310-DESLIGAMENTO    THRU P310-FIM

            ADD 1                        TO WS-QT-INFORMES
            PERFORM P320-IMPRIME-INFORME THRU P320-FIM

            MOVE SPACES                  TO REG-INFREND
            SET INF-DETALHE              TO TRUE
            MOVE WS-ANO                  TO INF-ANO
            MOVE ZEROS                   TO INF-REFERENCIA
            MOVE WS-FUNC-ATUAL           TO INF-CD-FUNCIONARIO
            MOVE WS-QT-MESES             TO INF-QUANTIDADE
            MOVE WS-VR-TRIBUTAVEL        TO INF-VR-TRIBUTAVEL
            MOVE WS-VR-INSS              TO INF-VR-INSS
            MOVE WS-VR-IRRF              TO INF-VR-IRRF
            MOVE WS-VR-13                TO INF-VR-13
            MOVE WS-VR-INSS-13           TO INF-VR-INSS-13
            MOVE WS-VR-IRRF-13           TO INF-VR-IRRF-13
            MOVE WS-VR-ISENTO            TO INF-VR-ISENTO
            MOVE WS-VR-LIQUIDO           TO INF-VR-LIQUIDO
            WRITE REG-INFREND

            ADD WS-VR-TRIBUTAVEL         TO WS-INF-TRIBUTAVEL
            ADD WS-VR-INSS               TO WS-INF-INSS
            ADD WS-VR-IRRF               TO WS-INF-IRRF
            ADD WS-VR-13                 TO WS-INF-13
            ADD WS-VR-INSS-13            TO WS-INF-INSS-13
            ADD WS-VR-IRRF-13            TO WS-INF-IRRF-13
            ADD WS-VR-ISENTO             TO WS-INF-ISENTO
            ADD WS-VR-LIQUIDO            TO WS-INF-LIQUIDO
            .
       P300-FIM.
       P310-DESLIGAMENTO.

            MOVE ZEROS                   TO WS-DT-DESLIGAMENTO

            IF NOT EXF-ABERTO
               GO TO P310-FIM
            END-IF

            MOVE WS-FUNC-ATUAL           TO CD-FUNCIONARIO
            READ EXFUNC
               INVALID KEY
                  CONTINUE
               NOT INVALID KEY
                  IF DT-DESLIGAMENTO(1:4) EQUAL WS-ANO
                     MOVE DT-DESLIGAMENTO TO WS-DT-DESLIGAMENTO
                     ADD 1               TO WS-QT-DESLIGADOS
                  END-IF
            END-READ
            .
       P310-FIM.
       P320-IMPRIME-INFORME.

            MOVE '============================================='
                                          TO REG-RELATORIO
            WRITE REG-RELATORIO
            MOVE 'COMPROVANTE DE RENDIMENTOS PAGOS E DE IMPOSTO SOBRE'
                                          TO REG-RELATORIO
            WRITE REG-RELATORIO
            MOVE SPACES                  TO REG-RELATORIO
            STRING 'A RENDA RETIDO NA FONTE - ANO-CALENDARIO ' WS-ANO
                   DELIMITED BY SIZE INTO REG-RELATORIO
            WRITE REG-RELATORIO

            MOVE '1. FONTE PAGADORA'     TO REG-RELATORIO
            WRITE REG-RELATORIO
            MOVE SPACES                  TO REG-RELATORIO
            STRING '   CNPJ (RAIZ)......: ' WS-CNPJ-EDITADO
                   DELIMITED BY SIZE INTO REG-RELATORIO
            WRITE REG-RELATORIO

            MOVE '2. PESSOA FISICA BENEFICIARIA DOS RENDIMENTOS'
                                          TO REG-RELATORIO
            WRITE REG-RELATORIO
            MOVE SPACES                  TO REG-RELATORIO
            STRING '   FUNCIONARIO......: ' WS-FUNC-ATUAL ' '
                   WS-NOME-ATUAL
                   DELIMITED BY SIZE INTO REG-RELATORIO
            WRITE REG-RELATORIO
            MOVE SPACES                  TO REG-RELATORIO
            STRING '   NATUREZA.........: RENDIMENTOS DO TRABALHO '
                   'ASSALARIADO'
                   DELIMITED BY SIZE INTO REG-RELATORIO
            WRITE REG-RELATORIO
            IF WS-DT-DESLIGAMENTO GREATER THAN ZEROS
               MOVE SPACES               TO REG-RELATORIO
               STRING '   DESLIGADO EM.....: '
                      WS-DT-DESLIGAMENTO(7:2) '/'
                      WS-DT-DESLIGAMENTO(5:2) '/'
                      WS-DT-DESLIGAMENTO(1:4)
                      DELIMITED BY SIZE INTO REG-RELATORIO
               WRITE REG-RELATORIO
            END-IF

            MOVE '3. RENDIMENTOS TRIBUTAVEIS, DEDUCOES E IMPOSTO '
                                          TO REG-RELATORIO
            WRITE REG-RELATORIO
            MOVE SPACES                  TO REG-RELATORIO
            STRING '   01 TOTAL DOS RENDIMENTOS..........: '
                   WS-VR-TRIBUTAVEL
                   DELIMITED BY SIZE INTO REG-RELATORIO
            WRITE REG-RELATORIO
            MOVE SPACES                  TO REG-RELATORIO
            STRING '   02 CONTRIBUICAO PREVIDENCIARIA....: '
                   WS-VR-INSS
                   DELIMITED BY SIZE INTO REG-RELATORIO
            WRITE REG-RELATORIO
            MOVE SPACES                  TO REG-RELATORIO
            STRING '   05 IMPOSTO SOBRE A RENDA RETIDO...: '
                   WS-VR-IRRF
                   DELIMITED BY SIZE INTO REG-RELATORIO
            WRITE REG-RELATORIO

            MOVE '4. RENDIMENTOS ISENTOS E NAO TRIBUTAVEIS'
                                          TO REG-RELATORIO
            WRITE REG-RELATORIO
            MOVE SPACES                  TO REG-RELATORIO
            STRING '   07 OUTROS.........................: '
                   WS-VR-ISENTO
                   DELIMITED BY SIZE INTO REG-RELATORIO
            WRITE REG-RELATORIO

            MOVE '5. RENDIMENTOS SUJEITOS A TRIBUTACAO EXCLUSIVA'
                                          TO REG-RELATORIO
            WRITE REG-RELATORIO
            MOVE SPACES                  TO REG-RELATORIO
            STRING '   01 DECIMO TERCEIRO SALARIO........: '
                   WS-VR-13-LIQ-INSS
                   DELIMITED BY SIZE INTO REG-RELATORIO
            WRITE REG-RELATORIO
            MOVE SPACES                  TO REG-RELATORIO
            STRING '   02 IMPOSTO SOBRE O 13O SALARIO....: '
                   WS-VR-IRRF-13
                   DELIMITED BY SIZE INTO REG-RELATORIO
            WRITE REG-RELATORIO

            MOVE '7. INFORMACOES COMPLEMENTARES'
                                          TO REG-RELATORIO
            WRITE REG-RELATORIO
            MOVE SPACES                  TO REG-RELATORIO
            STRING '   13O BRUTO ' WS-VR-13
                   ' MENOS INSS DO 13O ' WS-VR-INSS-13
                   DELIMITED BY SIZE INTO REG-RELATORIO
            WRITE REG-RELATORIO
            MOVE SPACES                  TO REG-RELATORIO
            STRING '   MESES PAGOS: ' WS-QT-MESES
                   '  DESCONTOS DE BENEFICIOS NO ANO: '
                   WS-VR-BENEFICIOS
                   DELIMITED BY SIZE INTO REG-RELATORIO
            WRITE REG-RELATORIO
            .
       P320-FIM.
       P600-CONFERENCIA.

      ***** REGISTRO DA FOLHA POR COMPETENCIA (OS MESMOS TOTAIS DO ****
      ***** RODAPE DA FOLHAPAG) CONTRA A SOMA DOS INFORMES ************
            MOVE '============================================='
                                          TO REG-RELATORIO
            WRITE REG-RELATORIO
            MOVE SPACES                  TO REG-RELATORIO
            STRING 'CONFERENCIA COM O REGISTRO DA FOLHA - ANO '
                   WS-ANO
                   DELIMITED BY SIZE INTO REG-RELATORIO
            WRITE REG-RELATORIO

            PERFORM P610-COMPETENCIA     THRU P610-FIM
                    VARYING WS-IDX-CMP FROM 1 BY 1
                    UNTIL WS-IDX-CMP GREATER THAN 14

            MOVE '---------------------------------------------'
                                          TO REG-RELATORIO
            WRITE REG-RELATORIO
            MOVE SPACES                  TO REG-RELATORIO
            STRING 'REGISTRO: TRIBUT ' WS-REG-TRIBUTAVEL
                   ' INSS ' WS-REG-INSS ' IRRF ' WS-REG-IRRF
                   DELIMITED BY SIZE INTO REG-RELATORIO
            WRITE REG-RELATORIO
            MOVE SPACES                  TO REG-RELATORIO
            STRING 'INFORMES: TRIBUT ' WS-INF-TRIBUTAVEL
                   ' INSS ' WS-INF-INSS ' IRRF ' WS-INF-IRRF
                   DELIMITED BY SIZE INTO REG-RELATORIO
            WRITE REG-RELATORIO
            MOVE SPACES                  TO REG-RELATORIO
            STRING 'REGISTRO: 13O INSS ' WS-REG-INSS-13
                   ' IRRF ' WS-REG-IRRF-13
                   ' LIQUIDO PAGO ' WS-REG-LIQUIDO
                   DELIMITED BY SIZE INTO REG-RELATORIO
            WRITE REG-RELATORIO
            MOVE SPACES                  TO REG-RELATORIO
            STRING 'INFORMES: 13O INSS ' WS-INF-INSS-13
                   ' IRRF ' WS-INF-IRRF-13
                   ' LIQUIDO PAGO ' WS-INF-LIQUIDO
                   DELIMITED BY SIZE INTO REG-RELATORIO
            WRITE REG-RELATORIO

            IF WS-REG-TRIBUTAVEL NOT EQUAL WS-INF-TRIBUTAVEL
               OR WS-REG-INSS NOT EQUAL WS-INF-INSS
               OR WS-REG-IRRF NOT EQUAL WS-INF-IRRF
               OR WS-REG-INSS-13 NOT EQUAL WS-INF-INSS-13
               OR WS-REG-IRRF-13 NOT EQUAL WS-INF-IRRF-13
               OR WS-REG-LIQUIDO NOT EQUAL WS-INF-LIQUIDO
               MOVE 'S'                  TO WS-DIFERENCAS
               MOVE '*** TOTAIS NAO CONFEREM ***' TO REG-RELATORIO
            ELSE
               MOVE 'TOTAIS CONFEREM.'   TO REG-RELATORIO
            END-IF
            WRITE REG-RELATORIO

            MOVE SPACES                  TO REG-INFREND
            SET INF-TOTAL                TO TRUE
            MOVE WS-ANO                  TO INF-ANO
            MOVE ZEROS                   TO INF-REFERENCIA
            MOVE WS-QT-INFORMES          TO INF-QUANTIDADE
            MOVE WS-INF-TRIBUTAVEL       TO INF-VR-TRIBUTAVEL
            MOVE WS-INF-INSS             TO INF-VR-INSS
            MOVE WS-INF-IRRF             TO INF-VR-IRRF
            MOVE WS-INF-13               TO INF-VR-13
            MOVE WS-INF-INSS-13          TO INF-VR-INSS-13
            MOVE WS-INF-IRRF-13          TO INF-VR-IRRF-13
            MOVE WS-INF-ISENTO           TO INF-VR-ISENTO
            MOVE WS-INF-LIQUIDO          TO INF-VR-LIQUIDO
            WRITE REG-INFREND
            .
       P600-FIM.
       P610-COMPETENCIA.

            IF WS-CMP-QT (WS-IDX-CMP) EQUAL ZEROS
               GO TO P610-FIM
            END-IF

            MOVE SPACES                  TO REG-RELATORIO
            STRING 'COMPETENCIA ' WS-ANO WS-IDX-CMP
                   ': FUNCIONARIOS ' WS-CMP-QT (WS-IDX-CMP)
                   ' BRUTO ' WS-CMP-VR-BRUTO (WS-IDX-CMP)
                   ' LIQUIDO ' WS-CMP-VR-LIQUIDO (WS-IDX-CMP)
                   DELIMITED BY SIZE INTO REG-RELATORIO
            WRITE REG-RELATORIO

            MOVE SPACES                  TO REG-INFREND
            SET INF-COMPETENCIA-FOLHA    TO TRUE
            MOVE WS-ANO                  TO INF-ANO
            MOVE WS-ANO                  TO INF-REFERENCIA(1:4)
            MOVE WS-IDX-CMP              TO INF-REFERENCIA(5:2)
            MOVE WS-CMP-QT (WS-IDX-CMP)  TO INF-QUANTIDADE
            MOVE ZEROS                   TO INF-VR-TRIBUTAVEL
                                            INF-VR-INSS
                                            INF-VR-IRRF
                                            INF-VR-13
                                            INF-VR-INSS-13
                                            INF-VR-IRRF-13
                                            INF-VR-ISENTO
            MOVE WS-CMP-VR-LIQUIDO (WS-IDX-CMP) TO INF-VR-LIQUIDO
            ADD WS-CMP-VR-LIQUIDO (WS-IDX-CMP) TO WS-REG-LIQUIDO

      ***** 13 E 14 SAO AS PARCELAS DO 13O; NA 1A NAO HA DESCONTOS ****
            EVALUATE WS-IDX-CMP
               WHEN 13
                  MOVE WS-CMP-VR-BRUTO (WS-IDX-CMP) TO INF-VR-13
               WHEN 14
                  MOVE WS-CMP-VR-BRUTO (WS-IDX-CMP) TO INF-VR-13
                  MOVE WS-CMP-VR-INSS (WS-IDX-CMP) TO INF-VR-INSS-13
                  MOVE WS-CMP-VR-IRRF (WS-IDX-CMP) TO INF-VR-IRRF-13
                  ADD WS-CMP-VR-INSS (WS-IDX-CMP) TO WS-REG-INSS-13
                  ADD WS-CMP-VR-IRRF (WS-IDX-CMP) TO WS-REG-IRRF-13
               WHEN OTHER
                  MOVE WS-CMP-VR-BRUTO (WS-IDX-CMP)
                                          TO INF-VR-TRIBUTAVEL
                  MOVE WS-CMP-VR-INSS (WS-IDX-CMP) TO INF-VR-INSS
                  MOVE WS-CMP-VR-IRRF (WS-IDX-CMP) TO INF-VR-IRRF
                  ADD WS-CMP-VR-BRUTO (WS-IDX-CMP) TO WS-REG-TRIBUTAVEL
                  ADD WS-CMP-VR-INSS (WS-IDX-CMP) TO WS-REG-INSS
                  ADD WS-CMP-VR-IRRF (WS-IDX-CMP) TO WS-REG-IRRF
            END-EVALUATE

            WRITE REG-INFREND
            .
       P610-FIM.
       END PROGRAM INFREND.
