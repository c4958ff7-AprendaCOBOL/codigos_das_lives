      *          COM OS NOMES DO DEPTO.DAT (OS MESMOS DO RELDEPTO), E
      *          GRAVA O HISTORICO FOLHHIST.DAT. NO MODO REIMPRESSAO,
      *          UM MES PASSADO SAI DO HISTORICO SEM RECALCULO.
      * Modified: 15/10/2026 - 13O SALARIO (OPCAO D): 1A PARCELA
      *         EM NOVEMBRO (METADE, SEM DESCONTOS) E 2A EM DEZEMBRO
      *         (INSS/IRRF SOBRE O INTEGRAL, MENOS A 1A), PROPORCIONAL
      *         AOS AVOS DESDE A ADMISSAO, COM OS DESLIGADOS NO ANO
      *         (EXFUNC.DAT) NA 2A; CONTRACHEQUE PROPRIO E HISTORICO
      *         NAS COMPETENCIAS AAAA13 E AAAA14.
      * Modified: 15/10/2026 - O FOLHMOV.TXT ganhou as horas de
      *         falta e de atraso apuradas pelo ponto (PONTOIMP),
      *         descontadas do bruto pelo salario-hora; o
      *         contracheque mostra o desconto. Linha digitada so com
      *         as horas extras continua valendo.
      * Modified: 15/10/2026 - Aulas dos professores: o
      *         movimento AULAMOV.TXT do AULAPROF (aulas da grade
      *         dadas no mes x hora-aula) entra nos proventos e o
      *         contracheque traz o demonstrativo das aulas. O
      *         historico guarda as aulas e o desconto do ponto
      *         (layout novo, convertido pelo FOLHCONV).
      * Modified: 15/10/2026 - Emprestimo consignado: contratos do
      *         canal CONSIGNADO (CONTRCOB.DAT) tem a parcela do mes
      *         e o saldo de meses anteriores descontados do liquido,
      *         ate a margem do FINPARM (PC-CONSIGNADO). Os descontos
      *         vao para o CONSMOV.TXT, baixado pelo CONSBAIX; folha
      *         ja baixada (CONSGER.TXT) nao e recalculada.
      * Modified: 15/10/2026 - Beneficios: as adesoes vigentes no
      *         mes (FUNCBEN.DAT, cadastro BENEFICIO.DAT) tem a parte
      *         do funcionario descontada do liquido antes da margem
      *         do consignado, respeitando o teto sobre o salario (6%
      *         no vale-transporte); o contracheque lista cada
      *         beneficio e o custo de cada adesao vai para o
      *         BENMOV.TXT do RELBENEF.
      * Modified: 15/10/2026 - Os contracheques e o registro da folha
      *         sao guardados no repositorio de relatorios (RELWRT
      *         acao 'R') ao final.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. FOLHAPAG.
                WS-ARQ-FUNCIONARIO
                ORGANIZATION IS INDEXED
                ACCESS MODE  IS SEQUENTIAL
                RECORD KEY   IS CD-FUNCIONARIO OF REG-FUNCIONARIO
                FILE STATUS  IS WS-FS.
                SELECT EXFUNC ASSIGN TO
                WS-ARQ-EXFUNC
                ORGANIZATION IS INDEXED
                ACCESS MODE  IS SEQUENTIAL
                RECORD KEY   IS CD-FUNCIONARIO OF REG-EXFUNC
                FILE STATUS  IS WS-FS-EXF.
                SELECT DEPTO ASSIGN TO
                WS-ARQ-DEPTO
                ORGANIZATION IS INDEXED
                WS-ARQ-FOLHMOV
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS  IS WS-FS-MOV.
                SELECT AULAMOV ASSIGN TO
                WS-ARQ-AULAMOV
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS  IS WS-FS-ALM.
                SELECT FOLHHIST ASSIGN TO
                WS-ARQ-FOLHHIST
                ORGANIZATION IS INDEXED
                ACCESS MODE  IS DYNAMIC
                RECORD KEY   IS CHAVE-FOLHHIST
                FILE STATUS  IS WS-FS-HST.
                SELECT CONTRCOB ASSIGN TO
                WS-ARQ-CONTRCOB
                ORGANIZATION IS INDEXED
                ACCESS MODE  IS SEQUENTIAL
                RECORD KEY   IS CCB-NUM-CONTRATO
                FILE STATUS  IS WS-FS-CCB.
                SELECT CONTRATO ASSIGN TO
                WS-ARQ-CONTRATO
                ORGANIZATION IS INDEXED
                ACCESS MODE  IS DYNAMIC
                RECORD KEY   IS CHAVE-CONTRATO
                FILE STATUS  IS WS-FS-CTR.
                SELECT RECPARC ASSIGN TO
                WS-ARQ-RECPARC
                ORGANIZATION IS INDEXED
                ACCESS MODE  IS DYNAMIC
                RECORD KEY   IS CHAVE-RECPARC
                FILE STATUS  IS WS-FS-RCP.
                SELECT CONSMOV ASSIGN TO
                WS-ARQ-CONSMOV
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS  IS WS-FS-CSM.
                SELECT CONSGER ASSIGN TO
                WS-ARQ-CONSGER
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS  IS WS-FS-CSG.
                SELECT BENEFICIO ASSIGN TO
                WS-ARQ-BENEFICIO
                ORGANIZATION IS INDEXED
                ACCESS MODE  IS RANDOM
                RECORD KEY   IS BNF-CD-BENEFICIO
                FILE STATUS  IS WS-FS-BNF.
                SELECT FUNCBEN ASSIGN TO
                WS-ARQ-FUNCBEN
                ORGANIZATION IS INDEXED
                ACCESS MODE  IS DYNAMIC
                RECORD KEY   IS CHAVE-FUNCBEN
                FILE STATUS  IS WS-FS-FBN.
                SELECT BENMOV ASSIGN TO
                WS-ARQ-BENMOV
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS  IS WS-FS-BMV.
                SELECT ORDENACAO ASSIGN TO
                'FOLHAPAG.WRK'.
                SELECT RELATORIO ASSIGN TO
       FD FUNCIONARIO.
          COPY FD_FUNCIONARIO.

       FD EXFUNC.
          COPY FD_EXFUNC.

       FD DEPTO.
          COPY FD_DEPTO.

          03 MOV-CD-FUNC                 PIC 9(04).
          03 FILLER                      PIC X(01).
          03 MOV-QT-HORAS                PIC 9(03).
          03 FILLER                      PIC X(01).
          03 MOV-QT-HORAS-FALTA          PIC 9(03)V99.
          03 FILLER                      PIC X(01).
          03 MOV-QT-HORAS-ATRASO         PIC 9(03)V99.
      ***** LAYOUT: FUNCIONARIO(4) ESPACO HORAS-EXTRAS(3) ESPACO ******
      ***** HORAS-FALTA(5, 2 DEC) ESPACO HORAS-ATRASO(5, 2 DEC) - AS **
      ***** DUAS ULTIMAS VEM DO PONTO (PONTOIMP); NA LINHA DIGITADA ***
      ***** SO COM AS HORAS EXTRAS ELAS FICAM EM BRANCO (ZERO) ********

       FD AULAMOV.
          COPY FD_AULAMOV.

       FD FOLHHIST.
          COPY FD_FOLHHIST.

       FD CONTRCOB.
          COPY FD_CONTRCOB.

       FD CONTRATO.
          COPY FD_CONTRATO.

       FD RECPARC.
          COPY FD_RECPARC.

       FD CONSMOV.
          COPY FD_CONSMOV.

       FD CONSGER.
          COPY FD_CONSGER.

       FD BENEFICIO.
          COPY FD_BENEFICIO.

       FD FUNCBEN.
          COPY FD_FUNCBEN.

       FD BENMOV.
          COPY FD_BENMOV.

       SD ORDENACAO.
       01 REG-SORT.
          03 SRT-CD-DEPTO                PIC 9(03).
          03 SRT-NM-FUNC                 PIC X(30).
          03 SRT-VR-SALARIO              PIC 9(07)V99.
          03 SRT-QT-HORAS                PIC 9(03).
          03 SRT-QT-AVOS REDEFINES SRT-QT-HORAS
                                         PIC 9(03).
          03 SRT-VR-HORAS                PIC 9(07)V99.
          03 SRT-VR-ADIANTAMENTO REDEFINES SRT-VR-HORAS
                                         PIC 9(07)V99.
          03 SRT-VR-BRUTO                PIC 9(07)V99.
          03 SRT-VR-INSS                 PIC 9(07)V99.
          03 SRT-VR-IRRF                 PIC 9(07)V99.
          03 SRT-VR-LIQUIDO              PIC 9(07)V99.
          03 SRT-QT-AULAS                PIC 9(04).
          03 SRT-VR-AULAS                PIC 9(07)V99.
          03 SRT-VR-DESC-PONTO           PIC 9(07)V99.
          03 SRT-VR-CONSIGNADO           PIC 9(07)V99.
          03 SRT-VR-BENEFICIOS           PIC 9(07)V99.

       FD RELATORIO.
       01 REG-RELATORIO                  PIC X(100).
      ***** PADRAO HISTORICO E RESOLVIDOS PELO ARQCONF NO INICIO *****
       77 WS-ARQ-FUNCIONARIO         PIC X(68) VALUE
          'C:\CursoCOBOL\COBOL\01 - Basico\bin\FUNCIONARIO.DAT'.
       77 WS-ARQ-EXFUNC              PIC X(68) VALUE
          'C:\CursoCOBOL\COBOL\01 - Basico\bin\EXFUNC.DAT'.
       77 WS-ARQ-DEPTO               PIC X(68) VALUE
          'C:\CursoCOBOL\COBOL\01 - Basico\bin\DEPTO.DAT'.
       77 WS-ARQ-FOLHMOV             PIC X(68) VALUE
          'C:\CursoCOBOL\COBOL\01 - Basico\bin\FOLHMOV.TXT'.
       77 WS-ARQ-AULAMOV             PIC X(68) VALUE
          'C:\CursoCOBOL\COBOL\01 - Basico\bin\AULAMOV.TXT'.
       77 WS-ARQ-FOLHHIST            PIC X(68) VALUE
          'C:\CursoCOBOL\COBOL\01 - Basico\bin\FOLHHIST.DAT'.
       77 WS-ARQ-FOLHAPAG            PIC X(68) VALUE
          'C:\CursoCOBOL\COBOL\01 - Basico\bin\FOLHAPAG.LST'.
       77 WS-ARQ-CONTRCOB            PIC X(68) VALUE
          'C:\CursoCOBOL\COBOL\01 - Basico\bin\CONTRCOB.DAT'.
       77 WS-ARQ-CONTRATO            PIC X(68) VALUE
          'C:\CursoCOBOL\COBOL\01 - Basico\bin\CONTRATO.DAT'.
       77 WS-ARQ-RECPARC             PIC X(68) VALUE
          'C:\CursoCOBOL\COBOL\01 - Basico\bin\RECPARC.DAT'.
       77 WS-ARQ-CONSMOV             PIC X(68) VALUE
          'C:\CursoCOBOL\COBOL\01 - Basico\bin\CONSMOV.TXT'.
       77 WS-ARQ-CONSGER             PIC X(68) VALUE
          'C:\CursoCOBOL\COBOL\01 - Basico\bin\CONSGER.TXT'.
       77 WS-ARQ-BENEFICIO           PIC X(68) VALUE
          'C:\CursoCOBOL\COBOL\01 - Basico\bin\BENEFICIO.DAT'.
       77 WS-ARQ-FUNCBEN             PIC X(68) VALUE
          'C:\CursoCOBOL\COBOL\01 - Basico\bin\FUNCBEN.DAT'.
       77 WS-ARQ-BENMOV              PIC X(68) VALUE
          'C:\CursoCOBOL\COBOL\01 - Basico\bin\BENMOV.TXT'.
       77 WS-FS                          PIC 99.
          88 FS-OK                       VALUE 0.
       77 WS-FS-EXF                      PIC 99.
          88 FS-EXF-OK                   VALUE 0.
       77 WS-FS-DEP                      PIC 99.
          88 FS-DEP-OK                   VALUE 0.
       77 WS-DEP-ABERTO                  PIC X VALUE 'N'.
          88 DEP-ABERTO                  VALUE 'S'.
       77 WS-FS-MOV                      PIC 99.
          88 FS-MOV-OK                   VALUE 0.
       77 WS-FS-ALM                      PIC 99.
          88 FS-ALM-OK                   VALUE 0.
       77 WS-FS-HST                      PIC 99.
          88 FS-HST-OK                   VALUE 0.
       77 WS-HST-ABERTO                  PIC X VALUE 'N'.
          88 HST-ABERTO                  VALUE 'S'.
       77 WS-FS-REL                      PIC 99.
       01 WS-RELWRT.
          03 WS-REL-ACAO                 PIC X(01).
          03 WS-REL-ARQUIVO              PIC X(68).
          03 WS-REL-TITULO               PIC X(40).
          03 WS-REL-LINHA                PIC X(100).
          03 WS-REL-FS                   PIC 99.
       77 WS-FS-CCB                      PIC 99.
          88 FS-CCB-OK                   VALUE 0.
       77 WS-FS-CTR                      PIC 99.
          88 FS-CTR-OK                   VALUE 0.
       77 WS-FS-RCP                      PIC 99.
          88 FS-RCP-OK                   VALUE 0.
       77 WS-RCP-ABERTO                  PIC X VALUE 'N'.
          88 RCP-ABERTO                  VALUE 'S'.
       77 WS-FS-CSM                      PIC 99.
          88 FS-CSM-OK                   VALUE 0.
       77 WS-FS-CSG                      PIC 99.
       77 WS-FS-BNF                      PIC 99.
          88 FS-BNF-OK                   VALUE 0.
       77 WS-FS-FBN                      PIC 99.
          88 FS-FBN-OK                   VALUE 0.
       77 WS-FBN-ABERTO                  PIC X VALUE 'N'.
          88 FBN-ABERTO                  VALUE 'S'.
       77 WS-FS-BMV                      PIC 99.
          88 FS-BMV-OK                   VALUE 0.
       77 WS-EOF-FBN                     PIC X.
          88 EOF-FBN-OK                  VALUE 'S' FALSE 'N'.
       77 WS-EOF                         PIC X.
          88 EOF-OK                      VALUE 'S' FALSE 'N'.
       77 WS-EOF-CSG                     PIC X.
          88 EOF-CSG-OK                  VALUE 'S' FALSE 'N'.
       77 WS-EOF-CTR                     PIC X.
          88 EOF-CTR-OK                  VALUE 'S' FALSE 'N'.
       77 WS-EOF-RCP                     PIC X.
          88 EOF-RCP-OK                  VALUE 'S' FALSE 'N'.
       77 WS-FOLHA-FECHADA               PIC X VALUE 'N'.
          88 FOLHA-FECHADA               VALUE 'S'.
       77 WS-DATA-MOVIMENTO              PIC 9(08) VALUE ZEROS.
       77 WS-CONTROLE-DATA               PIC X(01) VALUE 'N'.
       77 WS-COMPETENCIA                 PIC 9(06) VALUE ZEROS.
       77 WS-OPCAO                       PIC X.
          88 MODO-CALCULO                VALUE 'C' 'c'.
          88 MODO-REIMPRESSAO            VALUE 'R' 'r'.
          88 MODO-DECIMO                 VALUE 'D' 'd'.
      ***** FOLHA MENSAL OU 13O SALARIO (COMPETENCIAS AAAA13 PARA A ***
      ***** 1A PARCELA E AAAA14 PARA A 2A, FORA DOS MESES NORMAIS) ****
       77 WS-TIPO-FOLHA                  PIC X(01) VALUE 'M'.
          88 FOLHA-MENSAL                VALUE 'M'.
          88 FOLHA-13-PRIMEIRA           VALUE '1'.
          88 FOLHA-13-SEGUNDA            VALUE '2'.
      ***** FAIXAS DE DESCONTO PARAMETRIZADAS NO FINPARM **************
       77 WS-INSS-ATE-F1                 PIC 9(09)V99 VALUE 1412.
       77 WS-INSS-PC-F1                  PIC 9(09)V99 VALUE 7,5.
       77 WS-IRRF-ISENTO-ATE             PIC 9(09)V99 VALUE 2259,20.
       77 WS-IRRF-PC                     PIC 9(09)V99 VALUE 15.
       77 WS-PC-HORA-EXTRA               PIC 9(09)V99 VALUE 50.
       77 WS-PC-CONSIGNADO               PIC 9(09)V99 VALUE 35.
      ***** HORAS EXTRAS DO MES POR FUNCIONARIO ***********************
       01 WS-TAB-HORAS.
          03 WS-HORAS OCCURS 9999 TIMES PIC 9(03).
      ***** HORAS DE FALTA + ATRASO DO MES A DESCONTAR ****************
       01 WS-TAB-HORAS-DESC.
          03 WS-HORAS-DESC OCCURS 9999 TIMES PIC 9(04)V99.
      ***** AULAS DADAS NO MES PELO PROFESSOR (AULAMOV DO AULAPROF) ***
       01 WS-TAB-AULAS.
          03 WS-AULAS-FUNC OCCURS 9999 TIMES.
             05 WS-QT-AULAS-FUNC         PIC 9(04).
             05 WS-VR-AULAS-FUNC         PIC 9(07)V99.
      ***** DEMONSTRATIVO DAS AULAS, IMPRESSO NO CONTRACHEQUE *********
       77 WS-QT-DEMONST                  PIC 9(03) VALUE ZEROS.
       77 WS-IDX-DEM                     PIC 9(03) VALUE ZEROS.
       77 WS-QT-AULAS-IGNORADAS          PIC 9(05) VALUE ZEROS.
       01 WS-TAB-DEMONST.
          03 WS-DEM OCCURS 999 TIMES.
             05 WS-DEM-CD-FUNC           PIC 9(04).
             05 WS-DEM-ID-MATERIA        PIC 9(03).
             05 WS-DEM-DIA-SEMANA        PIC 9(01).
             05 WS-DEM-HORARIO           PIC 9(04).
             05 WS-DEM-QT-PREVISTAS      PIC 9(02).
             05 WS-DEM-QT-CANCELADAS     PIC 9(02).
             05 WS-DEM-QT-DADAS          PIC 9(02).
             05 WS-DEM-VR-AULAS          PIC 9(07)V99.
      ***** CONTRATOS DE EMPRESTIMO CONSIGNADO (CANAL 'F' DO **********
      ***** CONTRCOB) COM O FUNCIONARIO QUE OS PAGA EM FOLHA **********
       77 WS-QT-CONSIG                   PIC 9(03) VALUE ZEROS.
       77 WS-IDX-CSG                     PIC 9(03) VALUE ZEROS.
       77 WS-QT-CONSIG-IGNORADOS         PIC 9(05) VALUE ZEROS.
       01 WS-TAB-CONSIG.
          03 WS-CSG OCCURS 999 TIMES.
             05 WS-CSG-NUM-CONTRATO      PIC 9(06).
             05 WS-CSG-CD-FUNC           PIC 9(04).
      ***** DESCONTO DO CONSIGNADO DO FUNCIONARIO EM PROCESSAMENTO ****
       77 WS-VR-MARGEM                   PIC 9(07)V99 VALUE ZEROS.
       77 WS-VR-CONSIGNADO               PIC 9(07)V99 VALUE ZEROS.
       77 WS-VR-RECEBIDO-ACUM            PIC 9(09)V99 VALUE ZEROS.
       77 WS-VR-SALDO-PARCELA            PIC 9(09)V99 VALUE ZEROS.
       77 WS-VR-DESC-PARCELA             PIC 9(09)V99 VALUE ZEROS.
      ***** BENEFICIOS DO FUNCIONARIO EM PROCESSAMENTO ****************
       77 WS-VR-BENEFICIOS               PIC 9(07)V99 VALUE ZEROS.
       77 WS-VR-CUSTO-BENEF              PIC 9(07)V99 VALUE ZEROS.
       77 WS-VR-DESC-BENEF               PIC 9(07)V99 VALUE ZEROS.
       77 WS-VR-TETO-BENEF               PIC 9(07)V99 VALUE ZEROS.
       77 WS-VR-DISPONIVEL               PIC 9(07)V99 VALUE ZEROS.
      ***** DEMONSTRATIVO DOS BENEFICIOS, IMPRESSO NO CONTRACHEQUE ****
       77 WS-QT-DEM-BENEF                PIC 9(03) VALUE ZEROS.
       77 WS-IDX-DBN                     PIC 9(03) VALUE ZEROS.
       01 WS-TAB-DEM-BENEF.
          03 WS-DBN OCCURS 999 TIMES.
             05 WS-DBN-CD-FUNC           PIC 9(04).
             05 WS-DBN-CD-BENEFICIO      PIC 9(03).
             05 WS-DBN-DESCRICAO         PIC X(30).
             05 WS-DBN-VR-DESCONTO       PIC 9(07)V99.
      ***** CALCULO DO FUNCIONARIO EM PROCESSAMENTO *******************
       77 WS-VR-HORA                     PIC 9(05)V99 VALUE ZEROS.
       77 WS-VR-HORAS-EXTRA              PIC 9(07)V99 VALUE ZEROS.
       77 WS-VR-BRUTO                    PIC 9(07)V99 VALUE ZEROS.
       77 WS-VR-DESC-PONTO               PIC 9(07)V99 VALUE ZEROS.
       77 WS-VR-SALDO-BRUTO              PIC S9(07)V99 VALUE ZEROS.
       77 WS-VR-INSS                     PIC 9(07)V99 VALUE ZEROS.
       77 WS-VR-IRRF                     PIC 9(07)V99 VALUE ZEROS.
       77 WS-VR-LIQUIDO                  PIC 9(07)V99 VALUE ZEROS.
       77 WS-BASE-IRRF                   PIC 9(07)V99 VALUE ZEROS.
      ***** CALCULO DO 13O SALARIO ************************************
       77 WS-ANO-13                      PIC 9(04) VALUE ZEROS.
       77 WS-MES-INICIO                  PIC 9(02) VALUE ZEROS.
       77 WS-MES-FIM                     PIC 9(02) VALUE ZEROS.
       77 WS-VR-13-INTEGRAL              PIC 9(07)V99 VALUE ZEROS.
       77 WS-VR-ADIANTAMENTO             PIC 9(07)V99 VALUE ZEROS.
       77 WS-VR-SALDO-13                 PIC S9(07)V99 VALUE ZEROS.
       01 WS-FUNC-13.
          03 WS-F13-CD-FUNC              PIC 9(04).
          03 WS-F13-NM-FUNC              PIC X(30).
          03 WS-F13-CD-DEPTO             PIC 9(03).
          03 WS-F13-SALARIO              PIC 9(07)V99.
          03 WS-F13-DT-ADMISSAO.
             05 WS-F13-ADM-AAAA          PIC 9(04).
             05 WS-F13-ADM-MM            PIC 9(02).
             05 WS-F13-ADM-DD            PIC 9(02).
          03 WS-F13-DT-DESLIGAMENTO.
             05 WS-F13-DSL-AAAA          PIC 9(04).
             05 WS-F13-DSL-MM            PIC 9(02).
             05 WS-F13-DSL-DD            PIC 9(02).
          03 WS-F13-AVOS                 PIC 9(02).
      ***** QUEBRA POR DEPARTAMENTO NO REGISTRO DA FOLHA **************
       77 WS-DEPTO-ATUAL                 PIC 9(03) VALUE ZEROS.
       77 WS-PRIMEIRA-LINHA              PIC X VALUE 'S'.

      ***** RESOLVE OS CAMINHOS FISICOS PELO PERFIL DO ARQCONF ******
            CALL 'ARQCONF' USING 'FUNCIONARIO.DAT ' WS-ARQ-FUNCIONARIO
            CALL 'ARQCONF' USING 'EXFUNC.DAT      ' WS-ARQ-EXFUNC
            CALL 'ARQCONF' USING 'DEPTO.DAT       ' WS-ARQ-DEPTO
            CALL 'ARQCONF' USING 'FOLHMOV.TXT     ' WS-ARQ-FOLHMOV
            CALL 'ARQCONF' USING 'AULAMOV.TXT     ' WS-ARQ-AULAMOV
            CALL 'ARQCONF' USING 'FOLHHIST.DAT    ' WS-ARQ-FOLHHIST
            CALL 'ARQCONF' USING 'FOLHAPAG.LST    ' WS-ARQ-FOLHAPAG
            CALL 'ARQCONF' USING 'CONTRCOB.DAT    ' WS-ARQ-CONTRCOB
            CALL 'ARQCONF' USING 'CONTRATO.DAT    ' WS-ARQ-CONTRATO
            CALL 'ARQCONF' USING 'RECPARC.DAT     ' WS-ARQ-RECPARC
            CALL 'ARQCONF' USING 'CONSMOV.TXT     ' WS-ARQ-CONSMOV
            CALL 'ARQCONF' USING 'CONSGER.TXT     ' WS-ARQ-CONSGER
            CALL 'ARQCONF' USING 'BENEFICIO.DAT   ' WS-ARQ-BENEFICIO
            CALL 'ARQCONF' USING 'FUNCBEN.DAT     ' WS-ARQ-FUNCBEN
            CALL 'ARQCONF' USING 'BENMOV.TXT      ' WS-ARQ-BENMOV

            CALL 'DTMOVIM' USING WS-DATA-MOVIMENTO WS-CONTROLE-DATA
            MOVE WS-DATA-MOVIMENTO(1:6)  TO WS-COMPETENCIA

            DISPLAY '*** FOLHA DE PAGAMENTO MENSAL ***'
            DISPLAY '<C>alcular a competencia ' WS-COMPETENCIA
                    ', calcular o <D>ecimo terceiro salario'
                    ' ou <R>eimprimir um mes do historico? '
            ACCEPT WS-OPCAO

            EVALUATE TRUE
               WHEN MODO-CALCULO
                  PERFORM P060-VERIFICA-FECHADA THRU P060-FIM
               WHEN MODO-DECIMO
                  PERFORM P050-PARCELA-13 THRU P050-FIM
               WHEN MODO-REIMPRESSAO
                  DISPLAY 'Informe a competencia (AAAAMM, AAAA13 OU '
                          'AAAA14 PARA O 13O): '
                  ACCEPT WS-COMPETENCIA
                  IF WS-COMPETENCIA(5:2) EQUAL '13'
                     SET FOLHA-13-PRIMEIRA TO TRUE
                  END-IF
                  IF WS-COMPETENCIA(5:2) EQUAL '14'
                     SET FOLHA-13-SEGUNDA TO TRUE
                  END-IF
               WHEN OTHER
                  DISPLAY 'OPCAO INVALIDA!'
                  STOP RUN
            END-EVALUATE

      ***** FAIXAS DE DESCONTO DO PARAMETRO ***************************
            CALL 'FINPARM' USING 'INSS-ATE-F1     ' WS-INSS-ATE-F1
            CALL 'FINPARM' USING 'IRRF-ISENTO-ATE ' WS-IRRF-ISENTO-ATE
            CALL 'FINPARM' USING 'IRRF-PC         ' WS-IRRF-PC
            CALL 'FINPARM' USING 'PC-HORA-EXTRA   ' WS-PC-HORA-EXTRA
            CALL 'FINPARM' USING 'PC-CONSIGNADO   ' WS-PC-CONSIGNADO

            OPEN OUTPUT RELATORIO

            END-IF

            MOVE SPACES                  TO REG-RELATORIO
            IF FOLHA-MENSAL
               STRING 'FOLHA DE PAGAMENTO - COMPETENCIA '
                      WS-COMPETENCIA
                      DELIMITED BY SIZE INTO REG-RELATORIO
            ELSE
               STRING 'FOLHA DO 13O SALARIO - ' WS-TIPO-FOLHA
                      'A PARCELA - COMPETENCIA ' WS-COMPETENCIA
                      DELIMITED BY SIZE INTO REG-RELATORIO
            END-IF
            WRITE REG-RELATORIO

            EVALUATE TRUE
               WHEN MODO-CALCULO
                  PERFORM P100-CARREGA-HORAS THRU P100-FIM
                  PERFORM P150-CARREGA-AULAS THRU P150-FIM
                  PERFORM P175-ABRE-BENEF THRU P175-FIM
                  PERFORM P180-CARREGA-CONSIG THRU P180-FIM
                  SORT ORDENACAO
                     ON ASCENDING KEY SRT-CD-DEPTO SRT-CD-FUNC
                     INPUT PROCEDURE  IS P200-CALCULA
                     OUTPUT PROCEDURE IS P400-IMPRIME
                  PERFORM P195-FECHA-CONSIG THRU P195-FIM
                  PERFORM P198-FECHA-BENEF THRU P198-FIM
               WHEN MODO-DECIMO
                  SORT ORDENACAO
                     ON ASCENDING KEY SRT-CD-DEPTO SRT-CD-FUNC
                     INPUT PROCEDURE  IS P700-CALCULA-13
                     OUTPUT PROCEDURE IS P400-IMPRIME
               WHEN OTHER
                  SORT ORDENACAO
                     ON ASCENDING KEY SRT-CD-DEPTO SRT-CD-FUNC
                     INPUT PROCEDURE  IS P300-RELE-HISTORICO
                     OUTPUT PROCEDURE IS P400-IMPRIME
            END-EVALUATE

            IF WS-QT-DEPTO GREATER THAN ZEROS
               PERFORM P600-TOTAL-DEPTO  THRU P600-FIM
            END-IF
            CLOSE RELATORIO

      ***** A LISTAGEM FICA GUARDADA NO REPOSITORIO DE RELATORIOS ******
            MOVE 'R'                     TO WS-REL-ACAO
            MOVE WS-ARQ-FOLHAPAG         TO WS-REL-ARQUIVO
            MOVE 'FOLHA DE PAGAMENTO E CONTRACHEQUES'
                                          TO WS-REL-TITULO
            CALL 'RELWRT' USING WS-RELWRT

            DISPLAY 'FOLHA IMPRESSA EM FOLHAPAG.LST ('
                    WS-QT-GERAL ' FUNCIONARIO(S)).'

            STOP RUN.
       P050-PARCELA-13.

      ***** 1A PARCELA (NOVEMBRO): METADE, SEM DESCONTOS; 2A PARCELA **
      ***** (DEZEMBRO): O RESTANTE, COM INSS/IRRF SOBRE O 13O INTEIRO *
      ***** E MENOS A 1A PARCELA JA PAGA ******************************
            DISPLAY 'Parcela do 13o salario de '
                    WS-DATA-MOVIMENTO(1:4)
                    ' - <1>a (adiantamento) ou <2>a (final): '
            ACCEPT WS-TIPO-FOLHA

            IF NOT FOLHA-13-PRIMEIRA AND NOT FOLHA-13-SEGUNDA
               DISPLAY 'PARCELA INVALIDA - USE 1 OU 2.'
               STOP RUN
            END-IF

            MOVE WS-DATA-MOVIMENTO(1:4)  TO WS-ANO-13
            MOVE WS-ANO-13               TO WS-COMPETENCIA(1:4)
            IF FOLHA-13-PRIMEIRA
               MOVE '13'                 TO WS-COMPETENCIA(5:2)
            ELSE
               MOVE '14'                 TO WS-COMPETENCIA(5:2)
            END-IF
            .
       P050-FIM.
       P060-VERIFICA-FECHADA.

      ***** COMPETENCIA COM O CONSIGNADO JA BAIXADO PELO CONSBAIX ESTA *
      ***** FECHADA: O RECALCULO DESCASARIA O HISTORICO DAS BAIXAS ****
            OPEN INPUT CONSGER

            IF WS-FS-CSG EQUAL ZEROS
               SET EOF-CSG-OK            TO FALSE
               PERFORM P070-LE-FECHADA   THRU P070-FIM UNTIL EOF-CSG-OK
               CLOSE CONSGER
            END-IF

            IF FOLHA-FECHADA
               DISPLAY '*** A FOLHA DA COMPETENCIA ' WS-COMPETENCIA
                       ' JA TEVE O CONSIGNADO BAIXADO (CONSBAIX) - '
                       'RECALCULO RECUSADO. ***'
               STOP RUN
            END-IF
            .
       P060-FIM.
       P070-LE-FECHADA.

            READ CONSGER
               AT END
                  SET EOF-CSG-OK         TO TRUE
               NOT AT END
                  IF CSG-COMPETENCIA EQUAL WS-COMPETENCIA
                     MOVE 'S'            TO WS-FOLHA-FECHADA
                     SET EOF-CSG-OK      TO TRUE
                  END-IF
            END-READ
            .
       P070-FIM.
       P100-CARREGA-HORAS.

            INITIALIZE WS-TAB-HORAS
                       WS-TAB-HORAS-DESC

            OPEN INPUT FOLHMOV

               NOT AT END
                  IF MOV-CD-FUNC GREATER THAN ZEROS
                     MOVE MOV-QT-HORAS   TO WS-HORAS (MOV-CD-FUNC)
                     IF MOV-QT-HORAS-FALTA IS NUMERIC
                        ADD MOV-QT-HORAS-FALTA
                                         TO WS-HORAS-DESC (MOV-CD-FUNC)
                     END-IF
                     IF MOV-QT-HORAS-ATRASO IS NUMERIC
                        ADD MOV-QT-HORAS-ATRASO
                                         TO WS-HORAS-DESC (MOV-CD-FUNC)
                     END-IF
                  END-IF
            END-READ
            .
       P110-FIM.
       P150-CARREGA-AULAS.

      ***** AULAS DADAS PELOS PROFESSORES NO MES, APURADAS PELO *******
      ***** AULAPROF - SO AS LINHAS DA COMPETENCIA EM CALCULO *********
            INITIALIZE WS-TAB-AULAS
            MOVE ZEROS                   TO WS-QT-DEMONST
                                            WS-QT-AULAS-IGNORADAS

            OPEN INPUT AULAMOV

            IF NOT FS-ALM-OK
               DISPLAY 'SEM MOVIMENTO DE AULAS (AULAMOV) - '
                       'PROFESSORES SEM AULAS NO MES.'
               GO TO P150-FIM
            END-IF

            SET EOF-OK                   TO FALSE
            PERFORM P160-LE-AULA         THRU P160-FIM UNTIL EOF-OK

            CLOSE AULAMOV

            IF WS-QT-AULAS-IGNORADAS GREATER THAN ZEROS
               DISPLAY 'AULAMOV: ' WS-QT-AULAS-IGNORADAS
                       ' LINHA(S) DE OUTRA COMPETENCIA IGNORADA(S) - '
                       'REEXECUTE O AULAPROF PARA ' WS-COMPETENCIA
            END-IF
            .
       P150-FIM.
       P160-LE-AULA.

            READ AULAMOV
               AT END
                  SET EOF-OK             TO TRUE
               NOT AT END
                  IF ALM-COMPETENCIA NOT EQUAL WS-COMPETENCIA
                     OR ALM-CD-FUNCIONARIO NOT GREATER THAN ZEROS
                     ADD 1               TO WS-QT-AULAS-IGNORADAS
                  ELSE
                     ADD ALM-QT-DADAS    TO
                         WS-QT-AULAS-FUNC (ALM-CD-FUNCIONARIO)
                     ADD ALM-VR-AULAS    TO
                         WS-VR-AULAS-FUNC (ALM-CD-FUNCIONARIO)
                     PERFORM P170-GUARDA-DEMONST THRU P170-FIM
                  END-IF
            END-READ
            .
       P160-FIM.
       P170-GUARDA-DEMONST.

            IF WS-QT-DEMONST NOT LESS THAN 999
               GO TO P170-FIM
            END-IF

            ADD 1                        TO WS-QT-DEMONST
            MOVE ALM-CD-FUNCIONARIO      TO
                 WS-DEM-CD-FUNC (WS-QT-DEMONST)
            MOVE ALM-ID-MATERIA          TO
                 WS-DEM-ID-MATERIA (WS-QT-DEMONST)
            MOVE ALM-DIA-SEMANA          TO
                 WS-DEM-DIA-SEMANA (WS-QT-DEMONST)
            MOVE ALM-HORARIO             TO
                 WS-DEM-HORARIO (WS-QT-DEMONST)
            MOVE ALM-QT-PREVISTAS        TO
                 WS-DEM-QT-PREVISTAS (WS-QT-DEMONST)
            MOVE ALM-QT-CANCELADAS       TO
                 WS-DEM-QT-CANCELADAS (WS-QT-DEMONST)
            MOVE ALM-QT-DADAS            TO
                 WS-DEM-QT-DADAS (WS-QT-DEMONST)
            MOVE ALM-VR-AULAS            TO
                 WS-DEM-VR-AULAS (WS-QT-DEMONST)
            .
       P170-FIM.
       P175-ABRE-BENEF.

      ***** O MOVIMENTO DE BENEFICIOS E SEMPRE REFEITO, MESMO VAZIO, **
      ***** PARA O RELBENEF NAO MOSTRAR O CUSTO DE UM CALCULO ANTIGO **
            MOVE ZEROS                   TO WS-QT-DEM-BENEF

            OPEN OUTPUT BENMOV

            IF NOT FS-BMV-OK
               DISPLAY 'ERRO AO ABRIR O MOVIMENTO DE BENEFICIOS.'
               DISPLAY 'FILE STATUS: ' WS-FS-BMV
               STOP RUN
            END-IF

            OPEN INPUT FUNCBEN

            IF NOT FS-FBN-OK
               GO TO P175-FIM
            END-IF

      ***** SEM O CADASTRO NAO HA COMO CALCULAR A PARTE DO ************
      ***** FUNCIONARIO - A FOLHA SAI SEM OS BENEFICIOS ***************
            OPEN INPUT BENEFICIO

            IF NOT FS-BNF-OK
               DISPLAY 'ERRO AO ABRIR O CADASTRO DE BENEFICIOS - '
                       'FOLHA SEM DESCONTO DE BENEFICIOS.'
               DISPLAY 'FILE STATUS: ' WS-FS-BNF
               CLOSE FUNCBEN
               GO TO P175-FIM
            END-IF

            MOVE 'S'                     TO WS-FBN-ABERTO
            .
       P175-FIM.
       P180-CARREGA-CONSIG.

      ***** CONTRATOS CONSIGNADOS DO CONTRCOB; O MOVIMENTO DE DESCONTOS*
      ***** E SEMPRE REFEITO, MESMO VAZIO, PARA O CONSBAIX NAO BAIXAR *
      ***** UM CALCULO ANTERIOR ***************************************
            MOVE ZEROS                   TO WS-QT-CONSIG
                                            WS-QT-CONSIG-IGNORADOS

            OPEN OUTPUT CONSMOV

            IF NOT FS-CSM-OK
               DISPLAY 'ERRO AO ABRIR O MOVIMENTO DE CONSIGNADO.'
               DISPLAY 'FILE STATUS: ' WS-FS-CSM
               STOP RUN
            END-IF

            OPEN INPUT CONTRCOB

            IF NOT FS-CCB-OK
               GO TO P180-FIM
            END-IF

            SET EOF-OK                   TO FALSE
            PERFORM P190-LE-CANAL        THRU P190-FIM UNTIL EOF-OK

            CLOSE CONTRCOB

            IF WS-QT-CONSIG-IGNORADOS GREATER THAN ZEROS
               DISPLAY 'CONSIGNADO: ' WS-QT-CONSIG-IGNORADOS
                       ' CONTRATO(S) ALEM DO LIMITE DA TABELA NAO '
                       'DESCONTADO(S).'
            END-IF

            IF WS-QT-CONSIG EQUAL ZEROS
               GO TO P180-FIM
            END-IF

      ***** SEM AS PARCELAS E OS RECEBIMENTOS NAO HA COMO SABER O *****
      ***** QUE DESCONTAR - A FOLHA SAI SEM O CONSIGNADO **************
            OPEN INPUT CONTRATO

            IF NOT FS-CTR-OK
               DISPLAY 'ERRO AO ABRIR O ARQUIVO DE CONTRATOS - FOLHA '
                       'SEM DESCONTO DE CONSIGNADO.'
               DISPLAY 'FILE STATUS: ' WS-FS-CTR
               MOVE ZEROS                TO WS-QT-CONSIG
               GO TO P180-FIM
            END-IF

            OPEN INPUT RECPARC
            IF FS-RCP-OK
               MOVE 'S'                  TO WS-RCP-ABERTO
            END-IF
            .
       P180-FIM.
       P190-LE-CANAL.

            READ CONTRCOB NEXT RECORD
               AT END
                  SET EOF-OK             TO TRUE
               NOT AT END
                  IF CANAL-CONSIGNADO
                     IF WS-QT-CONSIG NOT LESS THAN 999
                        ADD 1            TO WS-QT-CONSIG-IGNORADOS
                     ELSE
                        ADD 1            TO WS-QT-CONSIG
                        MOVE CCB-NUM-CONTRATO TO
                             WS-CSG-NUM-CONTRATO (WS-QT-CONSIG)
                        MOVE CCB-CD-FUNCIONARIO TO
                             WS-CSG-CD-FUNC (WS-QT-CONSIG)
                     END-IF
                  END-IF
            END-READ
            .
       P190-FIM.
       P195-FECHA-CONSIG.

            IF WS-QT-CONSIG GREATER THAN ZEROS
               CLOSE CONTRATO
            END-IF
            IF RCP-ABERTO
               CLOSE RECPARC
            END-IF
            CLOSE CONSMOV
            .
       P195-FIM.
       P198-FECHA-BENEF.

            IF FBN-ABERTO
               CLOSE FUNCBEN BENEFICIO
            END-IF
            CLOSE BENMOV
            .
       P198-FIM.
       P200-CALCULA.

            OPEN INPUT FUNCIONARIO

      ***** HORA EXTRA: SALARIO-HORA (BASE 220) ACRESCIDO DO **********
      ***** PERCENTUAL PARAMETRIZADO **********************************
            COMPUTE WS-VR-HORA ROUNDED =
                    SL-FUNCIONARIO OF REG-FUNCIONARIO / 220
            COMPUTE WS-VR-HORAS-EXTRA ROUNDED =
                    WS-HORAS (CD-FUNCIONARIO OF REG-FUNCIONARIO) *
                    WS-VR-HORA * (1 + WS-PC-HORA-EXTRA / 100)

      ***** FALTAS E ATRASOS DO PONTO DESCONTADOS PELO SALARIO-HORA ***
            COMPUTE WS-VR-DESC-PONTO ROUNDED =
                    WS-HORAS-DESC (CD-FUNCIONARIO OF REG-FUNCIONARIO) *
                    WS-VR-HORA

      ***** AULAS DADAS PELO PROFESSOR ENTRAM NOS PROVENTOS ***********
            COMPUTE WS-VR-SALDO-BRUTO =
                    SL-FUNCIONARIO OF REG-FUNCIONARIO +
                    WS-VR-HORAS-EXTRA +
                    WS-VR-AULAS-FUNC (CD-FUNCIONARIO OF REG-FUNCIONARIO)
                    - WS-VR-DESC-PONTO
            IF WS-VR-SALDO-BRUTO LESS THAN ZEROS
               MOVE ZEROS                TO WS-VR-BRUTO
            ELSE
               MOVE WS-VR-SALDO-BRUTO    TO WS-VR-BRUTO
            END-IF

            PERFORM P230-DESCONTOS       THRU P230-FIM

            COMPUTE WS-VR-LIQUIDO =
                    WS-VR-BRUTO - WS-VR-INSS - WS-VR-IRRF

      ***** PARTE DO FUNCIONARIO NOS BENEFICIOS SAI DO LIQUIDO ANTES **
      ***** DA MARGEM DO CONSIGNADO ***********************************
            MOVE ZEROS                   TO WS-VR-BENEFICIOS
            IF FBN-ABERTO
               PERFORM P232-BENEFICIOS   THRU P232-FIM
               SUBTRACT WS-VR-BENEFICIOS FROM WS-VR-LIQUIDO
            END-IF

      ***** EMPRESTIMO CONSIGNADO SAI DO LIQUIDO, ATE A MARGEM ********
            MOVE ZEROS                   TO WS-VR-CONSIGNADO
            IF WS-QT-CONSIG GREATER THAN ZEROS
               PERFORM P240-CONSIGNADO   THRU P240-FIM
               SUBTRACT WS-VR-CONSIGNADO FROM WS-VR-LIQUIDO
            END-IF

      ***** GRAVA O HISTORICO DO MES (REEXECUCAO REGRAVA) *************
            IF FS-HST-OK
               MOVE WS-COMPETENCIA       TO FLH-COMPETENCIA
               MOVE CD-FUNCIONARIO OF REG-FUNCIONARIO
                                          TO FLH-CD-FUNCIONARIO
               MOVE NM-FUNCIONARIO OF REG-FUNCIONARIO
                                          TO FLH-NM-FUNCIONARIO
               MOVE CD-DEPTO-FUNC OF REG-FUNCIONARIO
                                          TO FLH-CD-DEPTO
               MOVE SL-FUNCIONARIO OF REG-FUNCIONARIO
                                          TO FLH-VR-SALARIO
               MOVE WS-HORAS (CD-FUNCIONARIO OF REG-FUNCIONARIO)
                                          TO FLH-QT-HORAS-EXTRA
               MOVE WS-VR-HORAS-EXTRA    TO FLH-VR-HORAS-EXTRA
               MOVE WS-VR-BRUTO          TO FLH-VR-BRUTO
               MOVE WS-VR-INSS           TO FLH-VR-INSS
               MOVE WS-VR-IRRF           TO FLH-VR-IRRF
               MOVE WS-VR-LIQUIDO        TO FLH-VR-LIQUIDO
               MOVE WS-QT-AULAS-FUNC (CD-FUNCIONARIO OF REG-FUNCIONARIO)
                                          TO FLH-QT-AULAS
               MOVE WS-VR-AULAS-FUNC (CD-FUNCIONARIO OF REG-FUNCIONARIO)
                                          TO FLH-VR-AULAS
               MOVE WS-VR-DESC-PONTO     TO FLH-VR-DESC-PONTO
               MOVE WS-VR-CONSIGNADO     TO FLH-VR-CONSIGNADO
               MOVE WS-VR-BENEFICIOS     TO FLH-VR-BENEFICIOS
               WRITE REG-FOLHHIST
                  INVALID KEY
                     REWRITE REG-FOLHHIST
                  END-REWRITE
               END-WRITE
            END-IF

            MOVE CD-DEPTO-FUNC OF REG-FUNCIONARIO TO SRT-CD-DEPTO
            MOVE CD-FUNCIONARIO OF REG-FUNCIONARIO TO SRT-CD-FUNC
            MOVE NM-FUNCIONARIO OF REG-FUNCIONARIO TO SRT-NM-FUNC
            MOVE SL-FUNCIONARIO OF REG-FUNCIONARIO TO SRT-VR-SALARIO
            MOVE WS-HORAS (CD-FUNCIONARIO OF REG-FUNCIONARIO)
                                          TO SRT-QT-HORAS
            MOVE WS-VR-HORAS-EXTRA       TO SRT-VR-HORAS
            MOVE WS-VR-BRUTO             TO SRT-VR-BRUTO
            MOVE WS-VR-INSS              TO SRT-VR-INSS
            MOVE WS-VR-IRRF              TO SRT-VR-IRRF
            MOVE WS-VR-LIQUIDO           TO SRT-VR-LIQUIDO
            MOVE WS-QT-AULAS-FUNC (CD-FUNCIONARIO OF REG-FUNCIONARIO)
                                          TO SRT-QT-AULAS
            MOVE WS-VR-AULAS-FUNC (CD-FUNCIONARIO OF REG-FUNCIONARIO)
                                          TO SRT-VR-AULAS
            MOVE WS-VR-DESC-PONTO        TO SRT-VR-DESC-PONTO
            MOVE WS-VR-CONSIGNADO        TO SRT-VR-CONSIGNADO
            MOVE WS-VR-BENEFICIOS        TO SRT-VR-BENEFICIOS
            RELEASE REG-SORT
            .
       P220-FIM.
       P230-DESCONTOS.

      ***** INSS POR FAIXA UNICA SOBRE O BRUTO (SIMPLIFICACAO DA ******
      ***** TABELA OFICIAL, PERCENTUAIS DO FINPARM) *******************
            ELSE
               MOVE ZEROS                TO WS-VR-IRRF
            END-IF
            .
       P230-FIM.
       P232-BENEFICIOS.

            MOVE CD-FUNCIONARIO OF REG-FUNCIONARIO
                                          TO FBN-CD-FUNCIONARIO
            MOVE ZEROS                   TO FBN-CD-BENEFICIO

            SET EOF-FBN-OK               TO FALSE
            START FUNCBEN KEY NOT LESS THAN CHAVE-FUNCBEN
               INVALID KEY
                  SET EOF-FBN-OK         TO TRUE
            END-START

            PERFORM P234-LE-ADESAO       THRU P234-FIM
                    UNTIL EOF-FBN-OK
            .
       P232-FIM.
       P234-LE-ADESAO.

      ***** ADESAO VIGENTE: INICIO ATE A COMPETENCIA E FIM EM ABERTO **
      ***** OU NA COMPETENCIA OU DEPOIS *******************************
            READ FUNCBEN NEXT RECORD
               AT END
                  SET EOF-FBN-OK         TO TRUE
               NOT AT END
                  IF FBN-CD-FUNCIONARIO NOT EQUAL
                     CD-FUNCIONARIO OF REG-FUNCIONARIO
                     SET EOF-FBN-OK      TO TRUE
                  ELSE
                     IF FBN-DT-INICIO(1:6) NOT GREATER THAN
                        WS-COMPETENCIA
                        AND (FBN-DT-FIM EQUAL ZEROS
                         OR FBN-DT-FIM(1:6) NOT LESS THAN
                            WS-COMPETENCIA)
                        PERFORM P236-DESCONTA-BENEF THRU P236-FIM
                     END-IF
                  END-IF
            END-READ
            .
       P234-FIM.
       P236-DESCONTA-BENEF.

            MOVE FBN-CD-BENEFICIO        TO BNF-CD-BENEFICIO
            READ BENEFICIO
               INVALID KEY
                  DISPLAY 'FUNC ' FBN-CD-FUNCIONARIO ': BENEFICIO '
                          FBN-CD-BENEFICIO ' SEM CADASTRO - NAO '
                          'DESCONTADO.'
                  GO TO P236-FIM
            END-READ

            IF NOT BENEF-ATIVO
               GO TO P236-FIM
            END-IF

            IF FBN-VR-CUSTO GREATER THAN ZEROS
               MOVE FBN-VR-CUSTO         TO WS-VR-CUSTO-BENEF
            ELSE
               MOVE BNF-VR-CUSTO         TO WS-VR-CUSTO-BENEF
            END-IF

      ***** PARTE DO FUNCIONARIO: PERCENTUAL DO CUSTO OU VALOR FIXO, **
      ***** NUNCA ACIMA DO CUSTO NEM DO TETO SOBRE O SALARIO **********
            IF BENEF-DESC-PERCENTUAL
               COMPUTE WS-VR-DESC-BENEF ROUNDED =
                       WS-VR-CUSTO-BENEF * BNF-VR-DESCONTO / 100
            ELSE
               MOVE BNF-VR-DESCONTO      TO WS-VR-DESC-BENEF
            END-IF

            IF WS-VR-DESC-BENEF GREATER THAN WS-VR-CUSTO-BENEF
               MOVE WS-VR-CUSTO-BENEF    TO WS-VR-DESC-BENEF
            END-IF

            IF BNF-PC-TETO GREATER THAN ZEROS
               COMPUTE WS-VR-TETO-BENEF ROUNDED =
                       SL-FUNCIONARIO OF REG-FUNCIONARIO *
                       BNF-PC-TETO / 100
               IF WS-VR-DESC-BENEF GREATER THAN WS-VR-TETO-BENEF
                  MOVE WS-VR-TETO-BENEF  TO WS-VR-DESC-BENEF
               END-IF
            END-IF

      ***** O LIQUIDO NAO FICA NEGATIVO: O QUE NAO COUBE FICA COM A ***
      ***** EMPRESA ***************************************************
            COMPUTE WS-VR-DISPONIVEL =
                    WS-VR-LIQUIDO - WS-VR-BENEFICIOS
            IF WS-VR-DESC-BENEF GREATER THAN WS-VR-DISPONIVEL
               MOVE WS-VR-DISPONIVEL     TO WS-VR-DESC-BENEF
            END-IF

            ADD WS-VR-DESC-BENEF         TO WS-VR-BENEFICIOS

            MOVE SPACES                  TO REG-BENMOV
            MOVE WS-COMPETENCIA          TO BMV-COMPETENCIA
            MOVE CD-DEPTO-FUNC OF REG-FUNCIONARIO
                                          TO BMV-CD-DEPTO
            MOVE CD-FUNCIONARIO OF REG-FUNCIONARIO
                                          TO BMV-CD-FUNCIONARIO
            MOVE FBN-CD-BENEFICIO        TO BMV-CD-BENEFICIO
            MOVE WS-VR-CUSTO-BENEF       TO BMV-VR-CUSTO
            MOVE WS-VR-DESC-BENEF        TO BMV-VR-DESCONTO
            COMPUTE BMV-VR-CUSTO-EMPRESA =
                    WS-VR-CUSTO-BENEF - WS-VR-DESC-BENEF
            WRITE REG-BENMOV

            IF WS-VR-DESC-BENEF EQUAL ZEROS
               OR WS-QT-DEM-BENEF NOT LESS THAN 999
               GO TO P236-FIM
            END-IF

            ADD 1                        TO WS-QT-DEM-BENEF
            MOVE FBN-CD-FUNCIONARIO      TO
                 WS-DBN-CD-FUNC (WS-QT-DEM-BENEF)
            MOVE FBN-CD-BENEFICIO        TO
                 WS-DBN-CD-BENEFICIO (WS-QT-DEM-BENEF)
            MOVE BNF-DESCRICAO           TO
                 WS-DBN-DESCRICAO (WS-QT-DEM-BENEF)
            MOVE WS-VR-DESC-BENEF        TO
                 WS-DBN-VR-DESCONTO (WS-QT-DEM-BENEF)
            .
       P236-FIM.
       P240-CONSIGNADO.

      ***** MARGEM CONSIGNAVEL: PERCENTUAL DO FINPARM SOBRE O LIQUIDO *
            COMPUTE WS-VR-MARGEM ROUNDED =
                    WS-VR-LIQUIDO * WS-PC-CONSIGNADO / 100
            IF WS-VR-MARGEM GREATER THAN WS-VR-LIQUIDO
               MOVE WS-VR-LIQUIDO        TO WS-VR-MARGEM
            END-IF

            PERFORM P250-CONTRATO-CONSIG THRU P250-FIM
                    VARYING WS-IDX-CSG FROM 1 BY 1
                    UNTIL WS-IDX-CSG GREATER THAN WS-QT-CONSIG
            .
       P240-FIM.
       P250-CONTRATO-CONSIG.

            IF WS-CSG-CD-FUNC (WS-IDX-CSG) NOT EQUAL
               CD-FUNCIONARIO OF REG-FUNCIONARIO
               GO TO P250-FIM
            END-IF

            MOVE WS-CSG-NUM-CONTRATO (WS-IDX-CSG) TO NUM-CONTRATO
            MOVE ZEROS                   TO NUM-PARCELA-CONTRATO

            SET EOF-CTR-OK               TO FALSE
            START CONTRATO KEY NOT LESS THAN CHAVE-CONTRATO
               INVALID KEY
                  SET EOF-CTR-OK         TO TRUE
            END-START

            PERFORM P260-LE-PARCELA      THRU P260-FIM
                    UNTIL EOF-CTR-OK
            .
       P250-FIM.
       P260-LE-PARCELA.

      ***** PARCELA DO MES E SALDO DE MESES ANTERIORES QUE NAO COUBE **
      ***** NA MARGEM: TODA PARCELA EM ABERTO VENCIDA ATE A COMPETENCIA
            READ CONTRATO NEXT RECORD
               AT END
                  SET EOF-CTR-OK         TO TRUE
               NOT AT END
                  IF NUM-CONTRATO NOT EQUAL
                     WS-CSG-NUM-CONTRATO (WS-IDX-CSG)
                     SET EOF-CTR-OK      TO TRUE
                  ELSE
                     IF PARCELA-EM-ABERTO
                        AND DT-VENCIMENTO-PARCELA(1:6) NOT GREATER
                            THAN WS-COMPETENCIA
                        PERFORM P270-DESCONTA-PARCELA THRU P270-FIM
                     END-IF
                  END-IF
            END-READ
            .
       P260-FIM.
       P270-DESCONTA-PARCELA.

            PERFORM P280-SOMA-RECEBIMENTOS THRU P280-FIM

            IF WS-VR-RECEBIDO-ACUM NOT LESS THAN VR-PARCELA-TOTAL
               GO TO P270-FIM
            END-IF

            COMPUTE WS-VR-SALDO-PARCELA =
                    VR-PARCELA-TOTAL - WS-VR-RECEBIDO-ACUM

            IF WS-VR-SALDO-PARCELA GREATER THAN WS-VR-MARGEM
               MOVE WS-VR-MARGEM         TO WS-VR-DESC-PARCELA
            ELSE
               MOVE WS-VR-SALDO-PARCELA  TO WS-VR-DESC-PARCELA
            END-IF

            SUBTRACT WS-VR-DESC-PARCELA  FROM WS-VR-MARGEM
            ADD WS-VR-DESC-PARCELA       TO WS-VR-CONSIGNADO

      ***** A LINHA SAI MESMO SEM DESCONTO, PARA O CONSBAIX LISTAR O **
      ***** QUE FICOU PARA O MES SEGUINTE *****************************
            MOVE SPACES                  TO REG-CONSMOV
            MOVE WS-COMPETENCIA          TO CSM-COMPETENCIA
            MOVE CD-FUNCIONARIO OF REG-FUNCIONARIO
                                          TO CSM-CD-FUNCIONARIO
            MOVE NUM-CONTRATO            TO CSM-NUM-CONTRATO
            MOVE NUM-PARCELA-CONTRATO    TO CSM-NUM-PARCELA
            MOVE DT-VENCIMENTO-PARCELA   TO CSM-DT-VENCIMENTO
            MOVE WS-VR-SALDO-PARCELA     TO CSM-VR-SALDO
            MOVE WS-VR-DESC-PARCELA      TO CSM-VR-DESCONTADO
            WRITE REG-CONSMOV
            .
       P270-FIM.
       P280-SOMA-RECEBIMENTOS.

            MOVE ZEROS                   TO WS-VR-RECEBIDO-ACUM

            IF NOT RCP-ABERTO
               GO TO P280-FIM
            END-IF

            MOVE NUM-CONTRATO            TO RCP-NUM-CONTRATO
            MOVE NUM-PARCELA-CONTRATO    TO RCP-NUM-PARCELA
            MOVE ZEROS                   TO RCP-SEQUENCIA

            SET EOF-RCP-OK               TO FALSE
            START RECPARC KEY NOT LESS THAN CHAVE-RECPARC
               INVALID KEY
                  SET EOF-RCP-OK         TO TRUE
            END-START

            PERFORM P290-LE-RECEBIMENTO  THRU P290-FIM
                    UNTIL EOF-RCP-OK
            .
       P280-FIM.
       P290-LE-RECEBIMENTO.

            READ RECPARC NEXT RECORD
               AT END
                  SET EOF-RCP-OK         TO TRUE
               NOT AT END
                  IF RCP-NUM-CONTRATO NOT EQUAL NUM-CONTRATO
                     OR RCP-NUM-PARCELA NOT EQUAL
                        NUM-PARCELA-CONTRATO
                     SET EOF-RCP-OK      TO TRUE
                  ELSE
                     IF NOT RECEB-ESTORNADO
                        ADD RCP-VR-RECEBIDO TO WS-VR-RECEBIDO-ACUM
                     END-IF
                  END-IF
            END-READ
            .
       P290-FIM.
       P300-RELE-HISTORICO.

      ***** REIMPRESSAO: O MES SAI DO HISTORICO, SEM RECALCULO ********
                     MOVE FLH-VR-INSS    TO SRT-VR-INSS
                     MOVE FLH-VR-IRRF    TO SRT-VR-IRRF
                     MOVE FLH-VR-LIQUIDO TO SRT-VR-LIQUIDO
                     MOVE FLH-QT-AULAS   TO SRT-QT-AULAS
                     MOVE FLH-VR-AULAS   TO SRT-VR-AULAS
                     MOVE FLH-VR-DESC-PONTO TO SRT-VR-DESC-PONTO
                     MOVE FLH-VR-CONSIGNADO TO SRT-VR-CONSIGNADO
                     MOVE FLH-VR-BENEFICIOS TO SRT-VR-BENEFICIOS
                     RELEASE REG-SORT
                  END-IF
            END-READ
                  END-IF

      ***** O CONTRACHEQUE DO FUNCIONARIO *****************************
                  IF FOLHA-MENSAL
                     PERFORM P420-CONTRACHEQUE-MES THRU P420-FIM
                  ELSE
                     PERFORM P430-CONTRACHEQUE-13 THRU P430-FIM
                  END-IF

                  ADD 1                  TO WS-QT-DEPTO WS-QT-GERAL
                  ADD SRT-VR-LIQUIDO     TO WS-VR-LIQ-DEPTO
            END-RETURN
            .
       P410-FIM.
       P420-CONTRACHEQUE-MES.

            MOVE '-----------------------------------------'
                                          TO REG-RELATORIO
            WRITE REG-RELATORIO
            MOVE SPACES                  TO REG-RELATORIO
            STRING 'CONTRACHEQUE ' WS-COMPETENCIA
                   ' - FUNC ' SRT-CD-FUNC ' ' SRT-NM-FUNC
                   DELIMITED BY SIZE INTO REG-RELATORIO
            WRITE REG-RELATORIO
            MOVE SPACES                  TO REG-RELATORIO
            STRING '  SALARIO........: ' SRT-VR-SALARIO
                   DELIMITED BY SIZE INTO REG-RELATORIO
            WRITE REG-RELATORIO
            MOVE SPACES                  TO REG-RELATORIO
            STRING '  HORAS EXTRAS...: ' SRT-QT-HORAS
                   ' H = ' SRT-VR-HORAS
                   DELIMITED BY SIZE INTO REG-RELATORIO
            WRITE REG-RELATORIO

      ***** AULAS DADAS PELO PROFESSOR, COM O DEMONSTRATIVO POR AULA **
      ***** DA GRADE (NA REIMPRESSAO, SO O TOTAL DO HISTORICO) ********
            IF SRT-QT-AULAS GREATER THAN ZEROS
               OR SRT-VR-AULAS GREATER THAN ZEROS
               MOVE SPACES               TO REG-RELATORIO
               STRING '  AULAS DADAS....: ' SRT-QT-AULAS
                      ' AULA(S) = ' SRT-VR-AULAS
                      DELIMITED BY SIZE INTO REG-RELATORIO
               WRITE REG-RELATORIO
               PERFORM P440-DEMONSTRATIVO THRU P440-FIM
                       VARYING WS-IDX-DEM FROM 1 BY 1
                       UNTIL WS-IDX-DEM GREATER THAN WS-QT-DEMONST
            END-IF

            IF SRT-VR-DESC-PONTO GREATER THAN ZEROS
               MOVE SPACES               TO REG-RELATORIO
               STRING '  FALTAS/ATRASOS.: -' SRT-VR-DESC-PONTO
                      DELIMITED BY SIZE INTO REG-RELATORIO
               WRITE REG-RELATORIO
            END-IF
            MOVE SPACES                  TO REG-RELATORIO
            STRING '  TOTAL BRUTO....: ' SRT-VR-BRUTO
                   DELIMITED BY SIZE INTO REG-RELATORIO
            WRITE REG-RELATORIO
            MOVE SPACES                  TO REG-RELATORIO
            STRING '  INSS...........: ' SRT-VR-INSS
                   '  IRRF: ' SRT-VR-IRRF
                   DELIMITED BY SIZE INTO REG-RELATORIO
            WRITE REG-RELATORIO

      ***** BENEFICIOS COM O DESCONTO DE CADA UM (NA REIMPRESSAO, SO **
      ***** O TOTAL DO HISTORICO) *************************************
            IF SRT-VR-BENEFICIOS GREATER THAN ZEROS
               MOVE SPACES               TO REG-RELATORIO
               STRING '  BENEFICIOS.....: -' SRT-VR-BENEFICIOS
                      DELIMITED BY SIZE INTO REG-RELATORIO
               WRITE REG-RELATORIO
               PERFORM P450-DEMONST-BENEF THRU P450-FIM
                       VARYING WS-IDX-DBN FROM 1 BY 1
                       UNTIL WS-IDX-DBN GREATER THAN WS-QT-DEM-BENEF
            END-IF
            IF SRT-VR-CONSIGNADO GREATER THAN ZEROS
               MOVE SPACES               TO REG-RELATORIO
               STRING '  CONSIGNADO.....: -' SRT-VR-CONSIGNADO
                      DELIMITED BY SIZE INTO REG-RELATORIO
               WRITE REG-RELATORIO
            END-IF
            MOVE SPACES                  TO REG-RELATORIO
            STRING '  LIQUIDO A PAGAR: ' SRT-VR-LIQUIDO
                   DELIMITED BY SIZE INTO REG-RELATORIO
            WRITE REG-RELATORIO
            .
       P420-FIM.
       P430-CONTRACHEQUE-13.

            MOVE '-----------------------------------------'
                                          TO REG-RELATORIO
            WRITE REG-RELATORIO
            MOVE SPACES                  TO REG-RELATORIO
            STRING '13O SALARIO ' WS-TIPO-FOLHA 'A PARCELA '
                   WS-COMPETENCIA(1:4)
                   ' - FUNC ' SRT-CD-FUNC ' ' SRT-NM-FUNC
                   DELIMITED BY SIZE INTO REG-RELATORIO
            WRITE REG-RELATORIO
            MOVE SPACES                  TO REG-RELATORIO
            STRING '  SALARIO BASE...: ' SRT-VR-SALARIO
                   '  AVOS: ' SRT-QT-AVOS '/12'
                   DELIMITED BY SIZE INTO REG-RELATORIO
            WRITE REG-RELATORIO
            MOVE SPACES                  TO REG-RELATORIO
            IF FOLHA-13-PRIMEIRA
               STRING '  ADIANTAMENTO...: ' SRT-VR-BRUTO
                      ' (SEM DESCONTOS)'
                      DELIMITED BY SIZE INTO REG-RELATORIO
               WRITE REG-RELATORIO
            ELSE
               STRING '  13O INTEGRAL...: ' SRT-VR-BRUTO
                      DELIMITED BY SIZE INTO REG-RELATORIO
               WRITE REG-RELATORIO
               MOVE SPACES               TO REG-RELATORIO
               STRING '  INSS...........: ' SRT-VR-INSS
                      '  IRRF: ' SRT-VR-IRRF
                      DELIMITED BY SIZE INTO REG-RELATORIO
               WRITE REG-RELATORIO
               MOVE SPACES               TO REG-RELATORIO
               STRING '  1A PARCELA PAGA: ' SRT-VR-ADIANTAMENTO
                      DELIMITED BY SIZE INTO REG-RELATORIO
               WRITE REG-RELATORIO
            END-IF
            MOVE SPACES                  TO REG-RELATORIO
            STRING '  LIQUIDO A PAGAR: ' SRT-VR-LIQUIDO
                   DELIMITED BY SIZE INTO REG-RELATORIO
            WRITE REG-RELATORIO
            .
       P430-FIM.
       P440-DEMONSTRATIVO.

            IF WS-DEM-CD-FUNC (WS-IDX-DEM) NOT EQUAL SRT-CD-FUNC
               GO TO P440-FIM
            END-IF

            MOVE SPACES                  TO REG-RELATORIO
            STRING '     DISC ' WS-DEM-ID-MATERIA (WS-IDX-DEM)
                   ' DIA ' WS-DEM-DIA-SEMANA (WS-IDX-DEM)
                   ' ' WS-DEM-HORARIO (WS-IDX-DEM)
                   ': PREVISTAS ' WS-DEM-QT-PREVISTAS (WS-IDX-DEM)
                   ' NAO DADAS ' WS-DEM-QT-CANCELADAS (WS-IDX-DEM)
                   ' DADAS ' WS-DEM-QT-DADAS (WS-IDX-DEM)
                   ' = ' WS-DEM-VR-AULAS (WS-IDX-DEM)
                   DELIMITED BY SIZE INTO REG-RELATORIO
            WRITE REG-RELATORIO
            .
       P440-FIM.
       P450-DEMONST-BENEF.

            IF WS-DBN-CD-FUNC (WS-IDX-DBN) NOT EQUAL SRT-CD-FUNC
               GO TO P450-FIM
            END-IF

            MOVE SPACES                  TO REG-RELATORIO
            STRING '     BENEF ' WS-DBN-CD-BENEFICIO (WS-IDX-DBN)
                   ' ' WS-DBN-DESCRICAO (WS-IDX-DBN)
                   ': -' WS-DBN-VR-DESCONTO (WS-IDX-DBN)
                   DELIMITED BY SIZE INTO REG-RELATORIO
            WRITE REG-RELATORIO
            .
       P450-FIM.
       P500-NOME-DEPTO.

            MOVE SPACES                  TO WS-NOME-DEPTO
                                            WS-VR-LIQ-DEPTO
            .
       P600-FIM.
       P700-CALCULA-13.

      ***** 13O SALARIO DOS ATIVOS E, NA 2A PARCELA, DE QUEM SAIU NO **
      ***** ANO (EXFUNC.DAT) - PROPORCIONAL AOS MESES TRABALHADOS *****
            OPEN INPUT FUNCIONARIO

            IF NOT FS-OK
               DISPLAY 'ERRO AO ABRIR O CADASTRO DE FUNCIONARIOS.'
               DISPLAY 'FILE STATUS: ' WS-FS
               GO TO P700-FIM
            END-IF

            OPEN I-O FOLHHIST
            IF WS-FS-HST EQUAL 35
               OPEN OUTPUT FOLHHIST
               CLOSE FOLHHIST
               OPEN I-O FOLHHIST
            END-IF
            IF FS-HST-OK
               MOVE 'S'                  TO WS-HST-ABERTO
            END-IF

            SET EOF-OK                   TO FALSE
            PERFORM P710-LE-FUNCIONARIO  THRU P710-FIM UNTIL EOF-OK

            CLOSE FUNCIONARIO

      ***** O DESLIGADO NO ANO RECEBE O PROPORCIONAL DE UMA VEZ, NA ***
      ***** 2A PARCELA, JA COM OS DESCONTOS ***************************
            IF FOLHA-13-SEGUNDA
               PERFORM P750-EX-FUNCIONARIOS THRU P750-FIM
            END-IF

            IF HST-ABERTO
               CLOSE FOLHHIST
            END-IF
            .
       P700-FIM.
       P710-LE-FUNCIONARIO.

            READ FUNCIONARIO NEXT RECORD
               AT END
                  SET EOF-OK             TO TRUE
               NOT AT END
                  MOVE CD-FUNCIONARIO OF REG-FUNCIONARIO
                                          TO WS-F13-CD-FUNC
                  MOVE NM-FUNCIONARIO OF REG-FUNCIONARIO
                                          TO WS-F13-NM-FUNC
                  MOVE CD-DEPTO-FUNC OF REG-FUNCIONARIO
                                          TO WS-F13-CD-DEPTO
                  MOVE SL-FUNCIONARIO OF REG-FUNCIONARIO
                                          TO WS-F13-SALARIO
                  MOVE DT-ADMISSAO OF REG-FUNCIONARIO
                                          TO WS-F13-DT-ADMISSAO
                  MOVE ZEROS             TO WS-F13-DT-DESLIGAMENTO
                  PERFORM P720-CALCULA-FUNC-13 THRU P720-FIM
            END-READ
            .
       P710-FIM.
       P720-CALCULA-FUNC-13.

            PERFORM P730-AVOS            THRU P730-FIM

            IF WS-F13-AVOS EQUAL ZEROS
               GO TO P720-FIM
            END-IF

            COMPUTE WS-VR-13-INTEGRAL ROUNDED =
                    WS-F13-SALARIO * WS-F13-AVOS / 12

            MOVE ZEROS                   TO WS-VR-INSS
                                            WS-VR-IRRF
                                            WS-VR-ADIANTAMENTO

            IF FOLHA-13-PRIMEIRA
               COMPUTE WS-VR-BRUTO ROUNDED = WS-VR-13-INTEGRAL / 2
               MOVE WS-VR-BRUTO          TO WS-VR-LIQUIDO
            ELSE
               MOVE WS-VR-13-INTEGRAL    TO WS-VR-BRUTO
               PERFORM P230-DESCONTOS    THRU P230-FIM
               PERFORM P740-ADIANTAMENTO THRU P740-FIM
               COMPUTE WS-VR-SALDO-13 =
                       WS-VR-BRUTO - WS-VR-INSS - WS-VR-IRRF -
                       WS-VR-ADIANTAMENTO
               IF WS-VR-SALDO-13 LESS THAN ZEROS
                  MOVE ZEROS             TO WS-VR-LIQUIDO
               ELSE
                  MOVE WS-VR-SALDO-13    TO WS-VR-LIQUIDO
               END-IF
            END-IF

      ***** GRAVA O 13O NA COMPETENCIA PROPRIA (REEXECUCAO REGRAVA) ***
            IF HST-ABERTO
               MOVE WS-COMPETENCIA       TO FLH-COMPETENCIA
               MOVE WS-F13-CD-FUNC       TO FLH-CD-FUNCIONARIO
               MOVE WS-F13-NM-FUNC       TO FLH-NM-FUNCIONARIO
               MOVE WS-F13-CD-DEPTO      TO FLH-CD-DEPTO
               MOVE WS-F13-SALARIO       TO FLH-VR-SALARIO
               MOVE WS-F13-AVOS          TO FLH-QT-AVOS
               MOVE WS-VR-ADIANTAMENTO   TO FLH-VR-ADIANTAMENTO
               MOVE WS-VR-BRUTO          TO FLH-VR-BRUTO
               MOVE WS-VR-INSS           TO FLH-VR-INSS
               MOVE WS-VR-IRRF           TO FLH-VR-IRRF
               MOVE WS-VR-LIQUIDO        TO FLH-VR-LIQUIDO
               MOVE ZEROS                TO FLH-QT-AULAS
                                            FLH-VR-AULAS
                                            FLH-VR-DESC-PONTO
                                            FLH-VR-CONSIGNADO
                                            FLH-VR-BENEFICIOS
               WRITE REG-FOLHHIST
                  INVALID KEY
                     REWRITE REG-FOLHHIST
                  END-REWRITE
               END-WRITE
            END-IF

            MOVE WS-F13-CD-DEPTO         TO SRT-CD-DEPTO
            MOVE WS-F13-CD-FUNC          TO SRT-CD-FUNC
            MOVE WS-F13-NM-FUNC          TO SRT-NM-FUNC
            MOVE WS-F13-SALARIO          TO SRT-VR-SALARIO
            MOVE WS-F13-AVOS             TO SRT-QT-AVOS
            MOVE WS-VR-ADIANTAMENTO      TO SRT-VR-ADIANTAMENTO
            MOVE WS-VR-BRUTO             TO SRT-VR-BRUTO
            MOVE WS-VR-INSS              TO SRT-VR-INSS
            MOVE WS-VR-IRRF              TO SRT-VR-IRRF
            MOVE WS-VR-LIQUIDO           TO SRT-VR-LIQUIDO
            MOVE ZEROS                   TO SRT-QT-AULAS
                                            SRT-VR-AULAS
                                            SRT-VR-DESC-PONTO
                                            SRT-VR-CONSIGNADO
                                            SRT-VR-BENEFICIOS
            RELEASE REG-SORT
            .
       P720-FIM.
       P730-AVOS.

      ***** UM AVO POR MES COM PELO MENOS 15 DIAS TRABALHADOS NO ANO: *
      ***** O MES DA ADMISSAO CONTA ATE O DIA 16, O DO DESLIGAMENTO ***
      ***** A PARTIR DO DIA 15 ****************************************
            MOVE ZEROS                   TO WS-F13-AVOS
            MOVE 1                       TO WS-MES-INICIO
            MOVE 12                      TO WS-MES-FIM

            IF WS-F13-ADM-AAAA GREATER THAN WS-ANO-13
               GO TO P730-FIM
            END-IF

            IF WS-F13-ADM-AAAA EQUAL WS-ANO-13
               MOVE WS-F13-ADM-MM        TO WS-MES-INICIO
               IF WS-F13-ADM-DD GREATER THAN 16
                  ADD 1                  TO WS-MES-INICIO
               END-IF
            END-IF

            IF WS-F13-DSL-AAAA EQUAL WS-ANO-13
               MOVE WS-F13-DSL-MM        TO WS-MES-FIM
               IF WS-F13-DSL-DD LESS THAN 15
                  SUBTRACT 1             FROM WS-MES-FIM
               END-IF
            END-IF

            IF WS-MES-FIM NOT LESS THAN WS-MES-INICIO
               COMPUTE WS-F13-AVOS = WS-MES-FIM - WS-MES-INICIO + 1
            END-IF
            .
       P730-FIM.
       P740-ADIANTAMENTO.

      ***** A 1A PARCELA PAGA SAI DO HISTORICO (COMPETENCIA AAAA13) ***
            IF NOT HST-ABERTO
               GO TO P740-FIM
            END-IF

            MOVE WS-ANO-13               TO FLH-COMPETENCIA(1:4)
            MOVE '13'                    TO FLH-COMPETENCIA(5:2)
            MOVE WS-F13-CD-FUNC          TO FLH-CD-FUNCIONARIO

            READ FOLHHIST
               INVALID KEY
                  MOVE ZEROS             TO WS-VR-ADIANTAMENTO
               NOT INVALID KEY
                  MOVE FLH-VR-LIQUIDO    TO WS-VR-ADIANTAMENTO
            END-READ
            .
       P740-FIM.
       P750-EX-FUNCIONARIOS.

            OPEN INPUT EXFUNC

            IF NOT FS-EXF-OK
               DISPLAY 'SEM HISTORICO DE EX-FUNCIONARIOS (EXFUNC) - '
                       '13O SO DOS ATIVOS.'
               GO TO P750-FIM
            END-IF

            SET EOF-OK                   TO FALSE
            PERFORM P760-LE-EXFUNC       THRU P760-FIM UNTIL EOF-OK

            CLOSE EXFUNC
            .
       P750-FIM.
       P760-LE-EXFUNC.

            READ EXFUNC NEXT RECORD
               AT END
                  SET EOF-OK             TO TRUE
               NOT AT END
                  IF DT-DESLIGAMENTO(1:4) EQUAL WS-ANO-13
                     MOVE CD-FUNCIONARIO OF REG-EXFUNC
                                          TO WS-F13-CD-FUNC
                     MOVE NM-FUNCIONARIO OF REG-EXFUNC
                                          TO WS-F13-NM-FUNC
                     MOVE CD-DEPTO-FUNC OF REG-EXFUNC
                                          TO WS-F13-CD-DEPTO
                     MOVE SL-FUNCIONARIO OF REG-EXFUNC
                                          TO WS-F13-SALARIO
                     MOVE DT-ADMISSAO OF REG-EXFUNC
                                          TO WS-F13-DT-ADMISSAO
                     MOVE DT-DESLIGAMENTO TO WS-F13-DT-DESLIGAMENTO
                     PERFORM P720-CALCULA-FUNC-13 THRU P720-FIM
                  END-IF
            END-READ
            .
       P760-FIM.
       END PROGRAM FOLHAPAG.
