      ******************************************************************
      * Author: ANDRE COSTA
      * Date: 15/10/2026
      * Purpose: ATENDIMENTO AOS PEDIDOS DE ACESSO DO TITULAR DE DADOS
      *          PESSOAIS (LGPD). A PARTIR DO NOME (E DO CPF, QUANDO
      *          INFORMADO) PROCURA O TITULAR EM TODOS OS CADASTROS,
      *          ARQUIVOS-FILHOS, HISTORICOS E JORNAIS - ALUNOS E
      *          EX-ALUNOS (COM MATRICULAS, NOTAS E MENSALIDADES),
      *          CONTATOS ATIVOS E EXPURGADOS (COM ENDERECOS E
      *          CANAIS), CLIENTES (COM CONTRATOS), FUNCIONARIOS E
      *          EX-FUNCIONARIOS (COM CONTA SALARIO, HISTORICO
      *          SALARIAL E CONTRACHEQUES), AVALISTAS E OS JORNAIS DE
      *          CONTATOS, CLIENTES E NOTAS - E IMPRIME UM RELATORIO
      *          UNICO EM LGPDACES.LST. CADA PEDIDO GANHA PROTOCOLO NO
      *          REGISTRO DE PEDIDOS (LGPDREG.DAT) COM O PRAZO LEGAL
      *          DE 15 DIAS; A ENTREGA DA RESPOSTA E ANOTADA NO MESMO
      *          REGISTRO, E OS PEDIDOS EM ABERTO SAEM COM O PRAZO.
      *          USO RESTRITO AO NIVEL 3 (ADMINISTRADOR).
      * Update: 15/10/2026 - O relatorio deixou de exigir nivel 3: o
      *         PERMITE confere a funcao LGPDACES/RELATORIO nos perfis
      *         do operador.
      * Update: 15/10/2026 - A busca passou a ler tambem os jornais
      *         online de contatos e de notas descarregados do CICS
      *         pelo CFPKO010 (JRNCNTT.TXT e JRNNOTA.TXT).
      * Update: 15/10/2026 - CPF informado tambem acha o titular pelo
      *         documento guardado no cliente, no avalista, no aluno,
      *         no ex-aluno, no funcionario e no ex-funcionario (e nas
      *         imagens do jornal de clientes, agora de 117 posicoes).
      *         O relatorio ganhou as notificacoes enviadas (NOTIFREG)
      *         e a saude do e-mail (NOTIFEND) dos clientes e alunos
      *         achados.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. LGPDACES.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
            DECIMAL-POINT IS COMMA.
            INPUT-OUTPUT SECTION.
            FILE-CONTROL.
                SELECT ESTUDANTE ASSIGN TO
                WS-ARQ-STUDENT
                ORGANIZATION IS INDEXED
                ACCESS MODE  IS DYNAMIC
                RECORD KEY   IS CD-STUDENT OF REG-ESTUDANTE
                ALTERNATE RECORD KEY IS NM-STUDENT OF REG-ESTUDANTE
                    WITH DUPLICATES
                FILE STATUS  IS WS-FS-EST.
                SELECT EXALUNO ASSIGN TO
                WS-ARQ-EXALUNO
                ORGANIZATION IS INDEXED
                ACCESS MODE  IS DYNAMIC
                RECORD KEY   IS CD-STUDENT OF REG-EXALUNO
                FILE STATUS  IS WS-FS-EXA.
                SELECT NOTAS ASSIGN TO
                WS-ARQ-NOTAS
                ORGANIZATION IS INDEXED
                ACCESS MODE  IS DYNAMIC
                RECORD KEY   IS CHAVE-NOTAS
                FILE STATUS  IS WS-FS-NOT.
                SELECT MATRICULA ASSIGN TO
                WS-ARQ-MATRICULA
                ORGANIZATION IS INDEXED
                ACCESS MODE  IS DYNAMIC
                RECORD KEY   IS CHAVE-MATRICULA
                FILE STATUS  IS WS-FS-MTR.
                SELECT MENSALID ASSIGN TO
                WS-ARQ-MENSALID
                ORGANIZATION IS INDEXED
                ACCESS MODE  IS DYNAMIC
                RECORD KEY   IS CHAVE-MENSALID
                FILE STATUS  IS WS-FS-MSL.
                SELECT CONTATOS ASSIGN TO
                WS-ARQ-CONTATOS
                ORGANIZATION IS INDEXED
                ACCESS MODE  IS DYNAMIC
                RECORD KEY   IS ID-CONTATO
                FILE STATUS  IS WS-FS-CNT.
                SELECT CTTEND ASSIGN TO
                WS-ARQ-CTTEND
                ORGANIZATION IS INDEXED
                ACCESS MODE  IS DYNAMIC
                RECORD KEY   IS CHAVE-CTTEND
                FILE STATUS  IS WS-FS-END.
                SELECT CTTCAN ASSIGN TO
                WS-ARQ-CTTCAN
                ORGANIZATION IS INDEXED
                ACCESS MODE  IS DYNAMIC
                RECORD KEY   IS CHAVE-CTTCAN
                FILE STATUS  IS WS-FS-CAN.
                SELECT CONTHIST ASSIGN TO
                WS-ARQ-CONTHIST
                ORGANIZATION IS INDEXED
                ACCESS MODE  IS DYNAMIC
                RECORD KEY   IS ID-CONTATO-H
                FILE STATUS  IS WS-FS-HIS.
                SELECT CANHIST ASSIGN TO
                WS-ARQ-CANHIST
                ORGANIZATION IS INDEXED
                ACCESS MODE  IS DYNAMIC
                RECORD KEY   IS CHAVE-CANHIST
                FILE STATUS  IS WS-FS-CHS.
                SELECT CLIENTE ASSIGN TO
                WS-ARQ-CLIENTE
                ORGANIZATION IS INDEXED
                ACCESS MODE  IS DYNAMIC
                RECORD KEY   IS CD-CLIENTE
                ALTERNATE RECORD KEY IS NM-CLIENTE WITH DUPLICATES
                FILE STATUS  IS WS-FS-CLI.
                SELECT CTRCLI ASSIGN TO
                WS-ARQ-CTRCLI
                ORGANIZATION IS INDEXED
                ACCESS MODE  IS DYNAMIC
                RECORD KEY   IS CHAVE-CTRCLI
                FILE STATUS  IS WS-FS-CCL.
                SELECT CONTRATO ASSIGN TO
                WS-ARQ-CONTRATO
                ORGANIZATION IS INDEXED
                ACCESS MODE  IS DYNAMIC
                RECORD KEY   IS CHAVE-CONTRATO
                FILE STATUS  IS WS-FS-CTR.
                SELECT FUNCIONARIO ASSIGN TO
                WS-ARQ-FUNCIONARIO
                ORGANIZATION IS INDEXED
                ACCESS MODE  IS DYNAMIC
                RECORD KEY   IS CD-FUNCIONARIO OF REG-FUNCIONARIO
                FILE STATUS  IS WS-FS-FUN.
                SELECT EXFUNC ASSIGN TO
                WS-ARQ-EXFUNC
                ORGANIZATION IS INDEXED
                ACCESS MODE  IS DYNAMIC
                RECORD KEY   IS CD-FUNCIONARIO OF REG-EXFUNC
                FILE STATUS  IS WS-FS-EXF.
                SELECT FUNCBANC ASSIGN TO
                WS-ARQ-FUNCBANC
                ORGANIZATION IS INDEXED
                ACCESS MODE  IS RANDOM
                RECORD KEY   IS FBC-CD-FUNCIONARIO
                FILE STATUS  IS WS-FS-FBC.
                SELECT SALHIST ASSIGN TO
                WS-ARQ-SALHIST
                ORGANIZATION IS INDEXED
                ACCESS MODE  IS DYNAMIC
                RECORD KEY   IS CHAVE-SALHIST
                FILE STATUS  IS WS-FS-SLH.
                SELECT FOLHHIST ASSIGN TO
                WS-ARQ-FOLHHIST
                ORGANIZATION IS INDEXED
                ACCESS MODE  IS DYNAMIC
                RECORD KEY   IS CHAVE-FOLHHIST
                FILE STATUS  IS WS-FS-FLH.
                SELECT AVALISTA ASSIGN TO
                WS-ARQ-AVALISTA
                ORGANIZATION IS INDEXED
                ACCESS MODE  IS DYNAMIC
                RECORD KEY   IS AVL-NUM-CONTRATO
                FILE STATUS  IS WS-FS-AVL.
                SELECT JRNCONT ASSIGN TO
                WS-ARQ-CONTJRNL
                ORGANIZATION IS SEQUENTIAL
                FILE STATUS  IS WS-FS-JRN.
                SELECT JRNCLI ASSIGN TO
                WS-ARQ-CLIJRNL
                ORGANIZATION IS SEQUENTIAL
                FILE STATUS  IS WS-FS-JRN.
                SELECT JRNNOTA ASSIGN TO
                WS-ARQ-NOTJRNL
                ORGANIZATION IS SEQUENTIAL
                FILE STATUS  IS WS-FS-JRN.
                SELECT JRNCCICS ASSIGN TO
                WS-ARQ-JRNCNTT
                ORGANIZATION IS SEQUENTIAL
                FILE STATUS  IS WS-FS-JRN.
                SELECT JRNNCICS ASSIGN TO
                WS-ARQ-JRNNOTA
                ORGANIZATION IS SEQUENTIAL
                FILE STATUS  IS WS-FS-JRN.
                SELECT NOTIFREG ASSIGN TO
                WS-ARQ-NOTIFREG
                ORGANIZATION IS INDEXED
                ACCESS MODE  IS SEQUENTIAL
                RECORD KEY   IS CHAVE-NOTIFREG
                FILE STATUS  IS WS-FS-NTF.
                SELECT NOTIFEND ASSIGN TO
                WS-ARQ-NOTIFEND
                ORGANIZATION IS INDEXED
                ACCESS MODE  IS SEQUENTIAL
                RECORD KEY   IS CHAVE-NOTIFEND
                FILE STATUS  IS WS-FS-NTE.
                SELECT LGPDREG ASSIGN TO
                WS-ARQ-LGPDREG
                ORGANIZATION IS INDEXED
                ACCESS MODE  IS DYNAMIC
                RECORD KEY   IS CHAVE-LGPDREG
                FILE STATUS  IS WS-FS-LGR.
                SELECT RELATORIO ASSIGN TO
                WS-ARQ-LGPDACES
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS  IS WS-FS-REL.

       DATA DIVISION.
       FILE SECTION.
       FD ESTUDANTE.
          COPY FD_ESTUDANTE.

       FD EXALUNO.
          COPY FD_EXALUNO.

       FD NOTAS.
          COPY FD_NOTAS.

       FD MATRICULA.
          COPY FD_MATRICULA.

       FD MENSALID.
          COPY FD_MENSALID.

       FD CONTATOS.
          COPY FD_CONTT.

       FD CTTEND.
          COPY FD_CTTEND.

       FD CTTCAN.
          COPY FD_CTTCAN.

       FD CONTHIST.
       01 REG-CONTHIST.
          03 ID-CONTATO-H                PIC 9(05).
          03 NM-CONTATO-H                PIC X(20).
          03 ST-CONTATO-H                PIC X(01).
          03 DT-SITUACAO-H               PIC 9(08).
          03 DT-EXPURGO-H                PIC 9(08).

       FD CANHIST.
       01 REG-CANHIST.
          03 CHAVE-CANHIST.
             05 CN-ID-CONTATO-H          PIC 9(05).
             05 CN-SEQUENCIA-H           PIC 9(02).
          03 CN-TP-CANAL-H               PIC X(01).
          03 CN-VALOR-H                  PIC X(60).
          03 CN-PREFERENCIAL-H           PIC X(01).
          03 CN-OPT-OUT-H                PIC X(01).
          03 CN-DT-OPT-OUT-H             PIC 9(08).
          03 DT-EXPURGO-CH               PIC 9(08).

       FD CLIENTE.
          COPY FD_CLIENTE.

       FD CTRCLI.
          COPY FD_CTRCLI.

       FD CONTRATO.
          COPY FD_CONTRATO.

       FD FUNCIONARIO.
          COPY FD_FUNCIONARIO.

       FD EXFUNC.
          COPY FD_EXFUNC.

       FD FUNCBANC.
          COPY FD_FUNCBANC.

       FD SALHIST.
          COPY FD_SALHIST.

       FD FOLHHIST.
          COPY FD_FOLHHIST.

       FD AVALISTA.
          COPY FD_AVALISTA.

       FD JRNCONT.
       01 REG-JRNCONT                    PIC X(120).

       FD JRNCLI.
       01 REG-JRNCLI                     PIC X(285).

       FD JRNNOTA.
       01 REG-JRNNOTA                    PIC X(229).

       FD JRNCCICS.
       01 REG-JRNCCICS                   PIC X(120).

       FD JRNNCICS.
       01 REG-JRNNCICS                   PIC X(229).

       FD NOTIFREG.
          COPY FD_NOTIFREG.

       FD NOTIFEND.
          COPY FD_NOTIFEND.

       FD LGPDREG.
          COPY FD_LGPDREG.

       FD RELATORIO.
       01 REG-RELATORIO                  PIC X(132).

       WORKING-STORAGE SECTION.
      ***** CAMINHOS FISICOS DOS ARQUIVOS - PRE-CARREGADOS COM O *****
      ***** PADRAO HISTORICO E RESOLVIDOS PELO ARQCONF NO INICIO *****
       77 WS-ARQ-STUDENT             PIC X(68) VALUE
          'C:\CURSOCOBOL\COBOL\01 - BASICO\BIN\STUDENT.DAT'.
       77 WS-ARQ-EXALUNO             PIC X(68) VALUE
          'C:\CURSOCOBOL\COBOL\01 - BASICO\BIN\EXALUNO.DAT'.
       77 WS-ARQ-NOTAS               PIC X(68) VALUE
          'C:\Users\Mauro Vieira\bin\NOTAS.DAT'.
       77 WS-ARQ-MATRICULA           PIC X(68) VALUE
          'C:\Users\Mauro Vieira\bin\MATRICULA.DAT'.
       77 WS-ARQ-MENSALID            PIC X(68) VALUE
          'C:\Users\Mauro Vieira\bin\MENSALID.DAT'.
       77 WS-ARQ-CONTATOS            PIC X(68) VALUE
          'C:\CursoCOBOL\COBOL\01 - Basico\bin\CONTATOS.DAT'.
       77 WS-ARQ-CTTEND              PIC X(68) VALUE
          'C:\CursoCOBOL\COBOL\01 - Basico\bin\CTTEND.DAT'.
       77 WS-ARQ-CTTCAN              PIC X(68) VALUE
          'C:\CursoCOBOL\COBOL\01 - Basico\bin\CTTCAN.DAT'.
       77 WS-ARQ-CONTHIST            PIC X(68) VALUE
          'C:\CursoCOBOL\COBOL\01 - Basico\bin\CONTHIST.DAT'.
       77 WS-ARQ-CANHIST             PIC X(68) VALUE
          'C:\CursoCOBOL\COBOL\01 - Basico\bin\CANHIST.DAT'.
       77 WS-ARQ-CLIENTE             PIC X(68) VALUE
          'C:\CURSOCOBOL\COBOL\01 - BASICO\BIN\CLIENTE.DAT'.
       77 WS-ARQ-CTRCLI              PIC X(68) VALUE
          'C:\CursoCOBOL\COBOL\01 - Basico\bin\CTRCLI.DAT'.
       77 WS-ARQ-CONTRATO            PIC X(68) VALUE
          'C:\CursoCOBOL\COBOL\01 - Basico\bin\CONTRATO.DAT'.
       77 WS-ARQ-FUNCIONARIO         PIC X(68) VALUE
          'C:\CursoCOBOL\COBOL\01 - Basico\bin\FUNCIONARIO.DAT'.
       77 WS-ARQ-EXFUNC              PIC X(68) VALUE
          'C:\CursoCOBOL\COBOL\01 - Basico\bin\EXFUNC.DAT'.
       77 WS-ARQ-FUNCBANC            PIC X(68) VALUE
          'C:\CursoCOBOL\COBOL\01 - Basico\bin\FUNCBANC.DAT'.
       77 WS-ARQ-SALHIST             PIC X(68) VALUE
          'C:\CursoCOBOL\COBOL\01 - Basico\bin\SALHIST.DAT'.
       77 WS-ARQ-FOLHHIST            PIC X(68) VALUE
          'C:\CursoCOBOL\COBOL\01 - Basico\bin\FOLHHIST.DAT'.
       77 WS-ARQ-AVALISTA            PIC X(68) VALUE
          'C:\CursoCOBOL\COBOL\01 - Basico\bin\AVALISTA.DAT'.
       77 WS-ARQ-CONTJRNL            PIC X(68) VALUE
          'C:\CursoCOBOL\COBOL\01 - Basico\bin\CONTJRNL.TXT'.
       77 WS-ARQ-CLIJRNL             PIC X(68) VALUE
          'C:\CursoCOBOL\COBOL\01 - Basico\bin\CLIJRNL.DAT'.
       77 WS-ARQ-NOTJRNL             PIC X(68) VALUE
          'C:\Users\Mauro Vieira\bin\NOTJRNL.DAT'.
       77 WS-ARQ-JRNCNTT             PIC X(68) VALUE
          'C:\CursoCOBOL\COBOL\01 - Basico\bin\JRNCNTT.TXT'.
       77 WS-ARQ-JRNNOTA             PIC X(68) VALUE
          'C:\CursoCOBOL\COBOL\01 - Basico\bin\JRNNOTA.TXT'.
       77 WS-ARQ-NOTIFREG            PIC X(68) VALUE
          'C:\CursoCOBOL\COBOL\01 - Basico\bin\NOTIFREG.DAT'.
       77 WS-ARQ-NOTIFEND            PIC X(68) VALUE
          'C:\CursoCOBOL\COBOL\01 - Basico\bin\NOTIFEND.DAT'.
       77 WS-ARQ-LGPDREG             PIC X(68) VALUE
          'C:\CursoCOBOL\COBOL\01 - Basico\bin\LGPDREG.DAT'.
       77 WS-ARQ-LGPDACES            PIC X(68) VALUE
          'C:\CursoCOBOL\COBOL\01 - Basico\bin\LGPDACES.LST'.
       77 WS-FS-EST                      PIC 99.
          88 FS-EST-OK                   VALUE 0.
       77 WS-FS-EXA                      PIC 99.
          88 FS-EXA-OK                   VALUE 0.
       77 WS-FS-NOT                      PIC 99.
          88 FS-NOT-OK                   VALUE 0.
       77 WS-FS-MTR                      PIC 99.
          88 FS-MTR-OK                   VALUE 0.
       77 WS-FS-MSL                      PIC 99.
          88 FS-MSL-OK                   VALUE 0.
       77 WS-FS-CNT                      PIC 99.
          88 FS-CNT-OK                   VALUE 0.
       77 WS-FS-END                      PIC 99.
          88 FS-END-OK                   VALUE 0.
       77 WS-FS-CAN                      PIC 99.
          88 FS-CAN-OK                   VALUE 0.
       77 WS-FS-HIS                      PIC 99.
          88 FS-HIS-OK                   VALUE 0.
       77 WS-FS-CHS                      PIC 99.
          88 FS-CHS-OK                   VALUE 0.
       77 WS-FS-CLI                      PIC 99.
          88 FS-CLI-OK                   VALUE 0.
       77 WS-FS-CCL                      PIC 99.
          88 FS-CCL-OK                   VALUE 0.
       77 WS-FS-CTR                      PIC 99.
          88 FS-CTR-OK                   VALUE 0.
       77 WS-FS-FUN                      PIC 99.
          88 FS-FUN-OK                   VALUE 0.
       77 WS-FS-EXF                      PIC 99.
          88 FS-EXF-OK                   VALUE 0.
       77 WS-FS-FBC                      PIC 99.
          88 FS-FBC-OK                   VALUE 0.
       77 WS-FS-SLH                      PIC 99.
          88 FS-SLH-OK                   VALUE 0.
       77 WS-FS-FLH                      PIC 99.
          88 FS-FLH-OK                   VALUE 0.
       77 WS-FS-AVL                      PIC 99.
          88 FS-AVL-OK                   VALUE 0.
       77 WS-FS-JRN                      PIC 99.
          88 FS-JRN-OK                   VALUE 0.
       77 WS-FS-NTF                      PIC 99.
          88 FS-NTF-OK                   VALUE 0.
       77 WS-FS-NTE                      PIC 99.
          88 FS-NTE-OK                   VALUE 0.
       77 WS-FS-LGR                      PIC 99.
          88 FS-LGR-OK                   VALUE 0.
       77 WS-FS-REL                      PIC 99.
       77 WS-FS-AUX                      PIC 99.
      ***** ARQUIVOS DE APOIO ABERTOS DURANTE A BUSCA *****************
       01 WS-ABERTOS.
          03 WS-NOT-ABERTO               PIC X(01).
             88 NOT-ABERTO               VALUE 'S'.
          03 WS-MTR-ABERTO               PIC X(01).
             88 MTR-ABERTO               VALUE 'S'.
          03 WS-MSL-ABERTO               PIC X(01).
             88 MSL-ABERTO               VALUE 'S'.
          03 WS-END-ABERTO               PIC X(01).
             88 END-ABERTO               VALUE 'S'.
          03 WS-CAN-ABERTO               PIC X(01).
             88 CAN-ABERTO               VALUE 'S'.
          03 WS-CHS-ABERTO               PIC X(01).
             88 CHS-ABERTO               VALUE 'S'.
          03 WS-CCL-ABERTO               PIC X(01).
             88 CCL-ABERTO               VALUE 'S'.
          03 WS-CTR-ABERTO               PIC X(01).
             88 CTR-ABERTO               VALUE 'S'.
          03 WS-FBC-ABERTO               PIC X(01).
             88 FBC-ABERTO               VALUE 'S'.
          03 WS-SLH-ABERTO               PIC X(01).
             88 SLH-ABERTO               VALUE 'S'.
       77 WS-EOF                         PIC X.
          88 EOF-OK                      VALUE 'S' FALSE 'N'.
       77 WS-EOF-REL                     PIC X.
          88 EOF-REL-OK                  VALUE 'S' FALSE 'N'.
       77 WS-OPCAO                       PIC X.
       77 WS-CONFIRMA                    PIC X.
       77 WS-DATA-HOJE                   PIC 9(08) VALUE ZEROS.
       77 WS-DIAS-PRAZO                  PIC 9(07).
       77 WS-DATA-PRAZO                  PIC 9(08).
      ***** DADOS DO TITULAR E DO PEDIDO ******************************
       77 WS-NOME-BUSCA                  PIC X(30).
       77 WS-TAM-BUSCA                   PIC 9(02).
       77 WS-CPF-BUSCA                   PIC 9(11).
       77 WS-CPF-ALFA                    PIC X(11).
       77 WS-NR-PROTOCOLO                PIC 9(05).
       77 WS-QT-ACHADOS                  PIC 9(05) VALUE ZEROS.
       77 WS-QT-RELACIONADOS             PIC 9(05) VALUE ZEROS.
       77 WS-QT-SECAO                    PIC 9(05) VALUE ZEROS.
       77 WS-QT-PENDENTES                PIC 9(05) VALUE ZEROS.
      ***** AREA DA CONFERENCIA DO NOME *******************************
       77 WS-NOME-CAMPO                  PIC X(30).
       77 WS-TAM-CAMPO                   PIC 9(02).
       77 WS-TAM-USO                     PIC 9(02).
       77 WS-LINHA-CAMPO                 PIC X(285).
       77 WS-DOC-CAMPO                   PIC 9(14).
       77 WS-QT-OCORR                    PIC 9(03).
       77 WS-NOME-CONFERE                PIC X(01).
          88 NOME-CONFERE                VALUE 'S' FALSE 'N'.
      ***** CHAVES DO TITULAR ACHADO, PARA LER OS RELACIONADOS ********
       77 WS-ID-ALUNO                    PIC 9(05).
       77 WS-ID-CONTATO                  PIC 9(05).
       77 WS-CD-FUNC                     PIC 9(04).
       77 WS-CHAVE-CLIENTE               PIC X(20).
       77 WS-CONTRATO-ATUAL              PIC 9(06).
       77 WS-CONTRATO-PEDIDO             PIC 9(06).
      ***** FUNCIONARIOS ACHADOS - OS CONTRACHEQUES SAEM NO FIM *******
       77 WS-QT-FUNC                     PIC 9(03) VALUE ZEROS.
       77 WS-K                           PIC 9(03).
       01 WS-TAB-FUNC.
          03 WS-TF-CD-FUNC OCCURS 50 TIMES PIC 9(04).
       77 WS-FUNC-ACHADO                 PIC X(01).
          88 FUNC-ACHADO                 VALUE 'S' FALSE 'N'.
      ***** CLIENTES (C) E ALUNOS (A) ACHADOS - AS NOTIFICACOES *******
      ***** POR E-MAIL SAEM NO FIM, NUMA PASSADA SO DO NOTIFREG *******
       77 WS-QT-PESSOA                   PIC 9(03) VALUE ZEROS.
       01 WS-TAB-PESSOA.
          03 WS-TP-PESSOA OCCURS 50 TIMES.
             05 WS-TP-TIPO               PIC X(01).
             05 WS-TP-CODIGO             PIC 9(05).
       77 WS-TIPO-PESSOA                 PIC X(01).
       77 WS-CD-PESSOA                   PIC 9(05).
       77 WS-PESSOA-ACHADA               PIC X(01).
          88 PESSOA-ACHADA               VALUE 'S' FALSE 'N'.
      ***** CAMPOS EDITADOS DO RELATORIO ******************************
       77 WS-TITULO-SECAO                PIC X(70).
       77 WS-DATA-AUX                    PIC 9(08).
       77 WS-DATA-EDITADA                PIC X(10).
       77 WS-DATA-EDITADA2               PIC X(10).
       77 WS-ED-VALOR                    PIC ZZZ.ZZZ.ZZ9,99.
       77 WS-ED-VL1                      PIC Z.ZZZ.ZZ9,99.
       77 WS-ED-VL2                      PIC Z.ZZZ.ZZ9,99.
       77 WS-ED-VL3                      PIC Z.ZZZ.ZZ9,99.
       77 WS-ED-VL4                      PIC Z.ZZZ.ZZ9,99.
       77 WS-ED-MEDIA                    PIC Z9,99.
       77 WS-DS-CANAL                    PIC X(08).
       77 WS-DS-MARCAS                   PIC X(24).
      ***** PARAMETROS DO CADVALID ************************************
       77 WS-VAL-TIPO                    PIC X(10).
       77 WS-VAL-NUM                     PIC 9(10).
       77 WS-VAL-RESULTADO               PIC X(01).
          88 VAL-OK                      VALUE 'S'.
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
            CALL 'ARQCONF' USING 'STUDENT.DAT     ' WS-ARQ-STUDENT
            CALL 'ARQCONF' USING 'EXALUNO.DAT     ' WS-ARQ-EXALUNO
            CALL 'ARQCONF' USING 'NOTAS.DAT       ' WS-ARQ-NOTAS
            CALL 'ARQCONF' USING 'MATRICULA.DAT   ' WS-ARQ-MATRICULA
            CALL 'ARQCONF' USING 'MENSALID.DAT    ' WS-ARQ-MENSALID
            CALL 'ARQCONF' USING 'CONTATOS.DAT    ' WS-ARQ-CONTATOS
            CALL 'ARQCONF' USING 'CTTEND.DAT      ' WS-ARQ-CTTEND
            CALL 'ARQCONF' USING 'CTTCAN.DAT      ' WS-ARQ-CTTCAN
            CALL 'ARQCONF' USING 'CONTHIST.DAT    ' WS-ARQ-CONTHIST
            CALL 'ARQCONF' USING 'CANHIST.DAT     ' WS-ARQ-CANHIST
            CALL 'ARQCONF' USING 'CLIENTE.DAT     ' WS-ARQ-CLIENTE
            CALL 'ARQCONF' USING 'CTRCLI.DAT      ' WS-ARQ-CTRCLI
            CALL 'ARQCONF' USING 'CONTRATO.DAT    ' WS-ARQ-CONTRATO
            CALL 'ARQCONF' USING 'FUNCIONARIO.DAT ' WS-ARQ-FUNCIONARIO
            CALL 'ARQCONF' USING 'EXFUNC.DAT      ' WS-ARQ-EXFUNC
            CALL 'ARQCONF' USING 'FUNCBANC.DAT    ' WS-ARQ-FUNCBANC
            CALL 'ARQCONF' USING 'SALHIST.DAT     ' WS-ARQ-SALHIST
            CALL 'ARQCONF' USING 'FOLHHIST.DAT    ' WS-ARQ-FOLHHIST
            CALL 'ARQCONF' USING 'AVALISTA.DAT    ' WS-ARQ-AVALISTA
            CALL 'ARQCONF' USING 'CONTJRNL.TXT    ' WS-ARQ-CONTJRNL
            CALL 'ARQCONF' USING 'CLIJRNL.DAT     ' WS-ARQ-CLIJRNL
            CALL 'ARQCONF' USING 'NOTJRNL.DAT     ' WS-ARQ-NOTJRNL
            CALL 'ARQCONF' USING 'JRNCNTT.TXT     ' WS-ARQ-JRNCNTT
            CALL 'ARQCONF' USING 'JRNNOTA.TXT     ' WS-ARQ-JRNNOTA
            CALL 'ARQCONF' USING 'NOTIFREG.DAT    ' WS-ARQ-NOTIFREG
            CALL 'ARQCONF' USING 'NOTIFEND.DAT    ' WS-ARQ-NOTIFEND
            CALL 'ARQCONF' USING 'LGPDREG.DAT     ' WS-ARQ-LGPDREG
            CALL 'ARQCONF' USING 'LGPDACES.LST    ' WS-ARQ-LGPDACES

            DISPLAY '*** PEDIDOS DO TITULAR DE DADOS PESSOAIS ***'

            MOVE 'LGPDACES  '            TO WS-SGN-CHAMADOR
            CALL 'SIGNON' USING WS-SIGNON
            IF NOT SIGNON-OK
               STOP RUN
            END-IF

      ***** O RELATORIO JUNTA TODOS OS DADOS PESSOAIS DE UMA PESSOA ***
      ***** - SO O ENCARREGADO DE DADOS (FUNCAO LGPDACES/RELATORIO) ****
            CALL 'PERMITE' USING WS-SGN-USUARIO 'LGPDACES  '
                                 'RELATORIO ' WS-PERMITIDO
            IF NOT FUNCAO-PERMITIDA
               DISPLAY 'ACESSO NEGADO - OS PEDIDOS DE TITULAR EXIGEM '
                       'A FUNCAO LGPDACES/RELATORIO.'
               STOP RUN
            END-IF

            ACCEPT WS-DATA-HOJE          FROM DATE YYYYMMDD

            PERFORM P100-MENU THRU P100-FIM UNTIL WS-OPCAO = 'F'

            STOP RUN.

       P100-MENU.
            MOVE SPACES                       TO WS-OPCAO
            DISPLAY '*************************************************'
            DISPLAY '|  N - Novo pedido de acesso (busca e relatorio)|'
            DISPLAY '|  R - Registrar a resposta entregue ao titular |'
            DISPLAY '|  P - Pedidos em aberto e seus prazos          |'
            DISPLAY '|              (ou tecle <F> para finalizar)    |'
            DISPLAY '*************************************************'
            ACCEPT  WS-OPCAO

            EVALUATE WS-OPCAO
                WHEN 'N' WHEN 'n'
                   PERFORM P200-NOVO-PEDIDO THRU P200-FIM
                WHEN 'R' WHEN 'r'
                   PERFORM P800-REGISTRA-RESPOSTA THRU P800-FIM
                WHEN 'P' WHEN 'p'
                   PERFORM P850-PENDENTES THRU P850-FIM
                WHEN 'F' WHEN 'f'
                   MOVE 'F'                    TO WS-OPCAO
                WHEN OTHER
                   DISPLAY 'OPCAO INVALIDA!'
            END-EVALUATE
            .
       P100-FIM.
           EXIT.

       P200-NOVO-PEDIDO.
            DISPLAY 'Nome do titular, como cadastrado (minimo 3 '
                    'letras):'
            MOVE SPACES                   TO WS-NOME-BUSCA
            ACCEPT WS-NOME-BUSCA
            MOVE FUNCTION UPPER-CASE(WS-NOME-BUSCA)
                                          TO WS-NOME-BUSCA

            MOVE 30                       TO WS-TAM-BUSCA
            PERFORM P210-ENCOLHE-NOME THRU P210-FIM
                    UNTIL WS-TAM-BUSCA EQUAL ZEROS
                       OR WS-NOME-BUSCA(WS-TAM-BUSCA:1) NOT EQUAL SPACE

            IF WS-TAM-BUSCA LESS THAN 3
               OR WS-NOME-BUSCA(1:1) EQUAL SPACE
               DISPLAY 'NOME INSUFICIENTE PARA A BUSCA.'
               GO TO P200-FIM
            END-IF

            DISPLAY 'CPF do titular (11 digitos; zeros se nao '
                    'informado):'
            MOVE ZEROS                    TO WS-CPF-BUSCA
            ACCEPT WS-CPF-BUSCA
            MOVE WS-CPF-BUSCA             TO WS-CPF-ALFA

            IF WS-CPF-BUSCA NOT EQUAL ZEROS
               MOVE 'CPF'                 TO WS-VAL-TIPO
               MOVE ZEROS                 TO WS-VAL-NUM
               CALL 'CADVALID' USING WS-VAL-TIPO WS-VAL-NUM
                                     WS-CPF-BUSCA WS-VAL-RESULTADO
               IF NOT VAL-OK
                  DISPLAY 'CPF INVALIDO (DIGITO VERIFICADOR).'
                  GO TO P200-FIM
               END-IF
            END-IF

            OPEN I-O LGPDREG
            IF WS-FS-LGR EQUAL 35
               OPEN OUTPUT LGPDREG
               CLOSE LGPDREG
               OPEN I-O LGPDREG
            END-IF

            IF NOT FS-LGR-OK
               DISPLAY 'ERRO AO ABRIR O REGISTRO DE PEDIDOS.'
               DISPLAY 'FILE STATUS: ' WS-FS-LGR
               GO TO P200-FIM
            END-IF

            PERFORM P220-PROXIMO-PROTOCOLO THRU P220-FIM

      ***** PRAZO LEGAL DE RESPOSTA: 15 DIAS CORRIDOS DO PEDIDO *******
            COMPUTE WS-DIAS-PRAZO =
                    FUNCTION INTEGER-OF-DATE(WS-DATA-HOJE) + 15
            COMPUTE WS-DATA-PRAZO =
                    FUNCTION DATE-OF-INTEGER(WS-DIAS-PRAZO)

            OPEN OUTPUT RELATORIO
            IF WS-FS-REL NOT EQUAL ZEROS
               DISPLAY 'ERRO AO ABRIR O RELATORIO DO TITULAR.'
               DISPLAY 'FILE STATUS: ' WS-FS-REL
               CLOSE LGPDREG
               GO TO P200-FIM
            END-IF

            MOVE ZEROS                    TO WS-QT-ACHADOS
                                             WS-QT-RELACIONADOS
                                             WS-QT-FUNC
                                             WS-QT-PESSOA

            PERFORM P240-CABECALHO        THRU P240-FIM
            PERFORM P260-ABRE-APOIO       THRU P260-FIM

            PERFORM P300-ESTUDANTES       THRU P300-FIM
            PERFORM P340-EXALUNOS         THRU P340-FIM
            PERFORM P400-CONTATOS         THRU P400-FIM
            PERFORM P440-CONTATOS-EXPURGO THRU P440-FIM
            PERFORM P500-CLIENTES         THRU P500-FIM
            PERFORM P540-CONTRATOS-LIVRES THRU P540-FIM
            PERFORM P600-FUNCIONARIOS     THRU P600-FIM
            PERFORM P640-EX-FUNCIONARIOS  THRU P640-FIM
            PERFORM P660-CONTRACHEQUES    THRU P660-FIM
            PERFORM P700-AVALISTAS        THRU P700-FIM
            PERFORM P720-JORNAIS          THRU P720-FIM
            PERFORM P760-NOTIFICACOES     THRU P760-FIM

            PERFORM P270-FECHA-APOIO      THRU P270-FIM
            PERFORM P250-RODAPE           THRU P250-FIM
            CLOSE RELATORIO

      ***** O PEDIDO ENTRA NO REGISTRO COM O PRAZO DE RESPOSTA ********
            MOVE WS-DATA-HOJE(1:4)        TO LGR-AA-PEDIDO
            MOVE WS-NR-PROTOCOLO          TO LGR-NR-PEDIDO
            MOVE WS-NOME-BUSCA            TO LGR-NM-TITULAR
            MOVE WS-CPF-BUSCA             TO LGR-CPF-TITULAR
            MOVE WS-DATA-HOJE             TO LGR-DT-PEDIDO
            MOVE WS-DATA-PRAZO            TO LGR-DT-PRAZO
            MOVE WS-SGN-USUARIO           TO LGR-OPERADOR
            COMPUTE LGR-QT-REGISTROS = WS-QT-ACHADOS
                                     + WS-QT-RELACIONADOS
            SET PEDIDO-ABERTO             TO TRUE
            MOVE ZEROS                    TO LGR-DT-RESPOSTA
            MOVE SPACES                   TO LGR-OPERADOR-RESPOSTA

            WRITE REG-LGPDREG
               INVALID KEY
                  DISPLAY 'ERRO AO REGISTRAR O PEDIDO - FILE STATUS '
                          WS-FS-LGR
            END-WRITE

            CLOSE LGPDREG

            MOVE WS-DATA-PRAZO            TO WS-DATA-AUX
            PERFORM P940-FORMATA-DATA     THRU P940-FIM
            DISPLAY 'PROTOCOLO ' LGR-AA-PEDIDO '/' LGR-NR-PEDIDO
                    ' - RESPONDER ATE ' WS-DATA-EDITADA
            DISPLAY 'DADOS PESSOAIS ENCONTRADOS: ' WS-QT-ACHADOS
                    '  REGISTROS RELACIONADOS: ' WS-QT-RELACIONADOS
            DISPLAY 'RELATORIO GERADO EM LGPDACES.LST'
            .
       P200-FIM.
           EXIT.

       P210-ENCOLHE-NOME.
            IF WS-NOME-BUSCA(WS-TAM-BUSCA:1) EQUAL SPACE
               SUBTRACT 1                 FROM WS-TAM-BUSCA
            END-IF
            .
       P210-FIM.
           EXIT.

       P220-PROXIMO-PROTOCOLO.
      ***** NUMERACAO DO PROTOCOLO RECOMECA A CADA ANO ****************
            MOVE ZEROS                    TO WS-NR-PROTOCOLO
            MOVE WS-DATA-HOJE(1:4)        TO LGR-AA-PEDIDO
            MOVE ZEROS                    TO LGR-NR-PEDIDO

            SET EOF-REL-OK                TO FALSE
            START LGPDREG KEY NOT LESS THAN CHAVE-LGPDREG
               INVALID KEY
                  SET EOF-REL-OK          TO TRUE
            END-START
            PERFORM P230-LE-PROTOCOLO     THRU P230-FIM
                    UNTIL EOF-REL-OK

            ADD 1                         TO WS-NR-PROTOCOLO
            .
       P220-FIM.
           EXIT.

       P230-LE-PROTOCOLO.
            READ LGPDREG NEXT RECORD
               AT END
                  SET EOF-REL-OK          TO TRUE
               NOT AT END
                  IF LGR-AA-PEDIDO NOT EQUAL WS-DATA-HOJE(1:4)
                     SET EOF-REL-OK       TO TRUE
                  ELSE
                     MOVE LGR-NR-PEDIDO   TO WS-NR-PROTOCOLO
                  END-IF
            END-READ
            .
       P230-FIM.
           EXIT.

       P240-CABECALHO.
            MOVE 'RELATORIO DE ACESSO DO TITULAR A DADOS PESSOAIS '
               & '(LGPD)'                 TO REG-RELATORIO
            WRITE REG-RELATORIO
            MOVE '============================================='
                                          TO REG-RELATORIO
            WRITE REG-RELATORIO

            MOVE WS-DATA-HOJE             TO WS-DATA-AUX
            PERFORM P940-FORMATA-DATA     THRU P940-FIM
            MOVE WS-DATA-EDITADA          TO WS-DATA-EDITADA2
            MOVE WS-DATA-PRAZO            TO WS-DATA-AUX
            PERFORM P940-FORMATA-DATA     THRU P940-FIM

            MOVE SPACES                   TO REG-RELATORIO
            STRING 'PROTOCOLO ' WS-DATA-HOJE(1:4) '/' WS-NR-PROTOCOLO
                   '  PEDIDO EM ' WS-DATA-EDITADA2
                   '  RESPONDER ATE ' WS-DATA-EDITADA
                   '  OPERADOR ' WS-SGN-USUARIO
                   DELIMITED BY SIZE INTO REG-RELATORIO
            WRITE REG-RELATORIO

            MOVE SPACES                   TO REG-RELATORIO
            IF WS-CPF-BUSCA EQUAL ZEROS
               STRING 'TITULAR: ' WS-NOME-BUSCA
                      '  CPF: NAO INFORMADO'
                      DELIMITED BY SIZE INTO REG-RELATORIO
            ELSE
               STRING 'TITULAR: ' WS-NOME-BUSCA
                      '  CPF: ' WS-CPF-BUSCA(1:3) '.'
                      WS-CPF-BUSCA(4:3) '.' WS-CPF-BUSCA(7:3) '-'
                      WS-CPF-BUSCA(10:2)
                      DELIMITED BY SIZE INTO REG-RELATORIO
            END-IF
            WRITE REG-RELATORIO

      ***** A BUSCA E PELO NOME; O CPF, QUANDO INFORMADO, ACHA ********
      ***** TAMBEM O REGISTRO QUE O GUARDA (CLIENTE, AVALISTA, ********
      ***** ALUNO, EX-ALUNO, FUNCIONARIO E EX-FUNCIONARIO) MESMO ******
      ***** COM OUTRO NOME, E FICA NO PROTOCOLO DO PEDIDO *************
            MOVE 'BUSCA PELO NOME (PARTE DO NOME QUE CABE EM CADA '
               & 'CAMPO), SEM DIFERENCA DE MAIUSCULAS. CONFIRA CADA '
               & 'OCORRENCIA.'            TO REG-RELATORIO
            WRITE REG-RELATORIO
            IF WS-CPF-BUSCA NOT EQUAL ZEROS
               MOVE 'REGISTROS COM O CPF INFORMADO ENTRAM MESMO COM '
                  & 'OUTRO NOME.'         TO REG-RELATORIO
               WRITE REG-RELATORIO
            END-IF
            .
       P240-FIM.
           EXIT.

       P250-RODAPE.
            MOVE SPACES                   TO REG-RELATORIO
            WRITE REG-RELATORIO
            MOVE '============================================='
                                          TO REG-RELATORIO
            WRITE REG-RELATORIO
            MOVE SPACES                   TO REG-RELATORIO
            STRING 'DADOS PESSOAIS ENCONTRADOS: ' WS-QT-ACHADOS
                   '  REGISTROS RELACIONADOS: ' WS-QT-RELACIONADOS
                   DELIMITED BY SIZE INTO REG-RELATORIO
            WRITE REG-RELATORIO
            MOVE SPACES                   TO REG-RELATORIO
            STRING 'PRAZO LEGAL DE RESPOSTA AO TITULAR: '
                   WS-DATA-EDITADA
                   DELIMITED BY SIZE INTO REG-RELATORIO
            WRITE REG-RELATORIO
            .
       P250-FIM.
           EXIT.

       P260-ABRE-APOIO.
      ***** ARQUIVOS LIDOS POR CHAVE DO TITULAR ACHADO - O QUE NAO ****
      ***** ABRIR FICA DE FORA, SEM INTERROMPER A BUSCA ***************
            MOVE ALL 'N'                  TO WS-ABERTOS

            OPEN INPUT NOTAS
            IF FS-NOT-OK
               MOVE 'S'                   TO WS-NOT-ABERTO
            END-IF
            OPEN INPUT MATRICULA
            IF FS-MTR-OK
               MOVE 'S'                   TO WS-MTR-ABERTO
            END-IF
            OPEN INPUT MENSALID
            IF FS-MSL-OK
               MOVE 'S'                   TO WS-MSL-ABERTO
            END-IF
            OPEN INPUT CTTEND
            IF FS-END-OK
               MOVE 'S'                   TO WS-END-ABERTO
            END-IF
            OPEN INPUT CTTCAN
            IF FS-CAN-OK
               MOVE 'S'                   TO WS-CAN-ABERTO
            END-IF
            OPEN INPUT CANHIST
            IF FS-CHS-OK
               MOVE 'S'                   TO WS-CHS-ABERTO
            END-IF
            OPEN INPUT CTRCLI
            IF FS-CCL-OK
               MOVE 'S'                   TO WS-CCL-ABERTO
            END-IF
            OPEN INPUT CONTRATO
            IF FS-CTR-OK
               MOVE 'S'                   TO WS-CTR-ABERTO
            END-IF
            OPEN INPUT FUNCBANC
            IF FS-FBC-OK
               MOVE 'S'                   TO WS-FBC-ABERTO
            END-IF
            OPEN INPUT SALHIST
            IF FS-SLH-OK
               MOVE 'S'                   TO WS-SLH-ABERTO
            END-IF
            .
       P260-FIM.
           EXIT.

       P270-FECHA-APOIO.
            IF NOT-ABERTO
               CLOSE NOTAS
            END-IF
            IF MTR-ABERTO
               CLOSE MATRICULA
            END-IF
            IF MSL-ABERTO
               CLOSE MENSALID
            END-IF
            IF END-ABERTO
               CLOSE CTTEND
            END-IF
            IF CAN-ABERTO
               CLOSE CTTCAN
            END-IF
            IF CHS-ABERTO
               CLOSE CANHIST
            END-IF
            IF CCL-ABERTO
               CLOSE CTRCLI
            END-IF
            IF CTR-ABERTO
               CLOSE CONTRATO
            END-IF
            IF FBC-ABERTO
               CLOSE FUNCBANC
            END-IF
            IF SLH-ABERTO
               CLOSE SALHIST
            END-IF
            .
       P270-FIM.
           EXIT.

      ***** ALUNOS ****************************************************
       P300-ESTUDANTES.
            MOVE 'ALUNOS (STUDENT.DAT) - COM MATRICULAS, NOTAS E '
               & 'MENSALIDADES'           TO WS-TITULO-SECAO
            PERFORM P910-TITULO-SECAO     THRU P910-FIM

            OPEN INPUT ESTUDANTE
            IF NOT FS-EST-OK
               MOVE WS-FS-EST             TO WS-FS-AUX
               PERFORM P920-INDISPONIVEL  THRU P920-FIM
               GO TO P300-FIM
            END-IF

            SET EOF-OK                    TO FALSE
            PERFORM P310-LE-ESTUDANTE     THRU P310-FIM UNTIL EOF-OK

            CLOSE ESTUDANTE
            PERFORM P930-FECHA-SECAO      THRU P930-FIM
            .
       P300-FIM.
           EXIT.

       P310-LE-ESTUDANTE.
            READ ESTUDANTE NEXT RECORD
               AT END
                  SET EOF-OK              TO TRUE
                  GO TO P310-FIM
            END-READ

            MOVE NM-STUDENT OF REG-ESTUDANTE TO WS-NOME-CAMPO
            MOVE 20                       TO WS-TAM-CAMPO
            PERFORM P900-CONFERE-NOME     THRU P900-FIM
            MOVE CPF-STUDENT OF REG-ESTUDANTE TO WS-DOC-CAMPO
            PERFORM P902-CONFERE-CPF      THRU P902-FIM
            IF NOT NOME-CONFERE
               GO TO P310-FIM
            END-IF

            ADD 1                         TO WS-QT-SECAO WS-QT-ACHADOS
            MOVE SPACES                   TO REG-RELATORIO
            STRING '  ALUNO ' CD-STUDENT OF REG-ESTUDANTE ' - '
                   NM-STUDENT OF REG-ESTUDANTE
                   ' FONE ' TL-STUDENT OF REG-ESTUDANTE
                   ' E-MAIL ' EM-STUDENT OF REG-ESTUDANTE
                   DELIMITED BY SIZE INTO REG-RELATORIO
            WRITE REG-RELATORIO
            MOVE SPACES                   TO REG-RELATORIO
            STRING '        CURSO ' CR-STUDENT OF REG-ESTUDANTE
                   ' SITUACAO ' ST-STUDENT
                   ' CPF ' CPF-STUDENT OF REG-ESTUDANTE
                   DELIMITED BY SIZE INTO REG-RELATORIO
            WRITE REG-RELATORIO

            MOVE 'A'                      TO WS-TIPO-PESSOA
            MOVE CD-STUDENT OF REG-ESTUDANTE TO WS-CD-PESSOA
            PERFORM P755-GUARDA-PESSOA    THRU P755-FIM
            MOVE CD-STUDENT OF REG-ESTUDANTE TO WS-ID-ALUNO
            PERFORM P320-MATRICULAS       THRU P320-FIM
            PERFORM P325-NOTAS            THRU P325-FIM
            PERFORM P330-MENSALIDADES     THRU P330-FIM
            .
       P310-FIM.
           EXIT.

       P320-MATRICULAS.
            IF NOT MTR-ABERTO
               GO TO P320-FIM
            END-IF

            MOVE WS-ID-ALUNO              TO MT-ID-ALUNO
            MOVE ZEROS                    TO MT-ID-MATERIA
                                             MT-AA-PERIODO
                                             MT-SM-PERIODO
            START MATRICULA KEY NOT LESS THAN CHAVE-MATRICULA
               INVALID KEY
                  GO TO P320-FIM
            END-START

            SET EOF-REL-OK                TO FALSE
            PERFORM P321-LE-MATRICULA     THRU P321-FIM UNTIL EOF-REL-OK
            .
       P320-FIM.
           EXIT.

       P321-LE-MATRICULA.
            READ MATRICULA NEXT RECORD
               AT END
                  SET EOF-REL-OK          TO TRUE
                  GO TO P321-FIM
            END-READ

            IF MT-ID-ALUNO NOT EQUAL WS-ID-ALUNO
               SET EOF-REL-OK             TO TRUE
               GO TO P321-FIM
            END-IF

            ADD 1                         TO WS-QT-RELACIONADOS
            MOVE MT-DT-MATRICULA          TO WS-DATA-AUX
            PERFORM P940-FORMATA-DATA     THRU P940-FIM
            MOVE SPACES                   TO REG-RELATORIO
            STRING '        MATRICULA: DISCIPLINA ' MT-ID-MATERIA
                   ' PERIODO ' MT-AA-PERIODO '/' MT-SM-PERIODO
                   ' EM ' WS-DATA-EDITADA ' SITUACAO ' MT-SITUACAO
                   DELIMITED BY SIZE INTO REG-RELATORIO
            WRITE REG-RELATORIO
            .
       P321-FIM.
           EXIT.

       P325-NOTAS.
            IF NOT NOT-ABERTO
               GO TO P325-FIM
            END-IF

            MOVE WS-ID-ALUNO              TO NT-ID-ALUNO
            MOVE ZEROS                    TO NT-ID-MATERIA
                                             NT-AA-PERIODO
                                             NT-SM-PERIODO
            START NOTAS KEY NOT LESS THAN CHAVE-NOTAS
               INVALID KEY
                  GO TO P325-FIM
            END-START

            SET EOF-REL-OK                TO FALSE
            PERFORM P326-LE-NOTA          THRU P326-FIM UNTIL EOF-REL-OK
            .
       P325-FIM.
           EXIT.

       P326-LE-NOTA.
            READ NOTAS NEXT RECORD
               AT END
                  SET EOF-REL-OK          TO TRUE
                  GO TO P326-FIM
            END-READ

            IF NT-ID-ALUNO NOT EQUAL WS-ID-ALUNO
               SET EOF-REL-OK             TO TRUE
               GO TO P326-FIM
            END-IF

            ADD 1                         TO WS-QT-RELACIONADOS
            MOVE NT-MD-ALUNO              TO WS-ED-MEDIA
            MOVE SPACES                   TO REG-RELATORIO
            STRING '        NOTA: DISCIPLINA ' NT-ID-MATERIA ' '
                   NT-NM-MATERIA ' PERIODO ' NT-AA-PERIODO '/'
                   NT-SM-PERIODO ' MEDIA ' WS-ED-MEDIA ' '
                   NT-ST-APROVACAO ' FALTAS ' NT-PC-FALTAS '%'
                   DELIMITED BY SIZE INTO REG-RELATORIO
            WRITE REG-RELATORIO
            .
       P326-FIM.
           EXIT.

       P330-MENSALIDADES.
            IF NOT MSL-ABERTO
               GO TO P330-FIM
            END-IF

            MOVE WS-ID-ALUNO              TO MSL-CD-STUDENT
            MOVE ZEROS                    TO MSL-AA-PERIODO
                                             MSL-SM-PERIODO
            START MENSALID KEY NOT LESS THAN CHAVE-MENSALID
               INVALID KEY
                  GO TO P330-FIM
            END-START

            SET EOF-REL-OK                TO FALSE
            PERFORM P331-LE-MENSALIDADE   THRU P331-FIM UNTIL EOF-REL-OK
            .
       P330-FIM.
           EXIT.

       P331-LE-MENSALIDADE.
            READ MENSALID NEXT RECORD
               AT END
                  SET EOF-REL-OK          TO TRUE
                  GO TO P331-FIM
            END-READ

            IF MSL-CD-STUDENT NOT EQUAL WS-ID-ALUNO
               SET EOF-REL-OK             TO TRUE
               GO TO P331-FIM
            END-IF

            ADD 1                         TO WS-QT-RELACIONADOS
            MOVE MSL-DT-GERACAO           TO WS-DATA-AUX
            PERFORM P940-FORMATA-DATA     THRU P940-FIM
            MOVE SPACES                   TO REG-RELATORIO
            STRING '        MENSALIDADES: PERIODO ' MSL-AA-PERIODO '/'
                   MSL-SM-PERIODO ' CONTRATO ' MSL-NUM-CONTRATO
                   ' GERADO EM ' WS-DATA-EDITADA
                   DELIMITED BY SIZE INTO REG-RELATORIO
            WRITE REG-RELATORIO
            .
       P331-FIM.
           EXIT.

      ***** EX-ALUNOS *************************************************
       P340-EXALUNOS.
            MOVE 'EX-ALUNOS (EXALUNO.DAT) - COM AS NOTAS QUE FICARAM'
                                          TO WS-TITULO-SECAO
            PERFORM P910-TITULO-SECAO     THRU P910-FIM

            OPEN INPUT EXALUNO
            IF NOT FS-EXA-OK
               MOVE WS-FS-EXA             TO WS-FS-AUX
               PERFORM P920-INDISPONIVEL  THRU P920-FIM
               GO TO P340-FIM
            END-IF

            SET EOF-OK                    TO FALSE
            PERFORM P350-LE-EXALUNO       THRU P350-FIM UNTIL EOF-OK

            CLOSE EXALUNO
            PERFORM P930-FECHA-SECAO      THRU P930-FIM
            .
       P340-FIM.
           EXIT.

       P350-LE-EXALUNO.
            READ EXALUNO NEXT RECORD
               AT END
                  SET EOF-OK              TO TRUE
                  GO TO P350-FIM
            END-READ

            MOVE NM-STUDENT OF REG-EXALUNO TO WS-NOME-CAMPO
            MOVE 20                       TO WS-TAM-CAMPO
            PERFORM P900-CONFERE-NOME     THRU P900-FIM
            MOVE CPF-STUDENT OF REG-EXALUNO TO WS-DOC-CAMPO
            PERFORM P902-CONFERE-CPF      THRU P902-FIM
            IF NOT NOME-CONFERE
               GO TO P350-FIM
            END-IF

            ADD 1                         TO WS-QT-SECAO WS-QT-ACHADOS
            MOVE SPACES                   TO REG-RELATORIO
            STRING '  EX-ALUNO ' CD-STUDENT OF REG-EXALUNO ' - '
                   NM-STUDENT OF REG-EXALUNO
                   ' FONE ' TL-STUDENT OF REG-EXALUNO
                   ' E-MAIL ' EM-STUDENT OF REG-EXALUNO
                   DELIMITED BY SIZE INTO REG-RELATORIO
            WRITE REG-RELATORIO
            MOVE DT-EXCLUSAO              TO WS-DATA-AUX
            PERFORM P940-FORMATA-DATA     THRU P940-FIM
            MOVE SPACES                   TO REG-RELATORIO
            STRING '        CURSO ' CR-STUDENT OF REG-EXALUNO
                   ' EXCLUIDO EM ' WS-DATA-EDITADA
                   ' POR ' OPERADOR-EXCLUSAO
                   ' CPF ' CPF-STUDENT OF REG-EXALUNO
                   DELIMITED BY SIZE INTO REG-RELATORIO
            WRITE REG-RELATORIO

            MOVE 'A'                      TO WS-TIPO-PESSOA
            MOVE CD-STUDENT OF REG-EXALUNO TO WS-CD-PESSOA
            PERFORM P755-GUARDA-PESSOA    THRU P755-FIM
            MOVE CD-STUDENT OF REG-EXALUNO TO WS-ID-ALUNO
            PERFORM P325-NOTAS            THRU P325-FIM
            .
       P350-FIM.
           EXIT.

      ***** CONTATOS ATIVOS *******************************************
       P400-CONTATOS.
            MOVE 'CONTATOS (CONTATOS.DAT) - COM ENDERECOS E CANAIS'
                                          TO WS-TITULO-SECAO
            PERFORM P910-TITULO-SECAO     THRU P910-FIM

            OPEN INPUT CONTATOS
            IF NOT FS-CNT-OK
               MOVE WS-FS-CNT             TO WS-FS-AUX
               PERFORM P920-INDISPONIVEL  THRU P920-FIM
               GO TO P400-FIM
            END-IF

            SET EOF-OK                    TO FALSE
            PERFORM P410-LE-CONTATO       THRU P410-FIM UNTIL EOF-OK

            CLOSE CONTATOS
            PERFORM P930-FECHA-SECAO      THRU P930-FIM
            .
       P400-FIM.
           EXIT.

       P410-LE-CONTATO.
            READ CONTATOS NEXT RECORD
               AT END
                  SET EOF-OK              TO TRUE
                  GO TO P410-FIM
            END-READ

            MOVE NM-CONTATO               TO WS-NOME-CAMPO
            MOVE 20                       TO WS-TAM-CAMPO
            PERFORM P900-CONFERE-NOME     THRU P900-FIM
            IF NOT NOME-CONFERE
               GO TO P410-FIM
            END-IF

            ADD 1                         TO WS-QT-SECAO WS-QT-ACHADOS
            MOVE DT-SITUACAO              TO WS-DATA-AUX
            PERFORM P940-FORMATA-DATA     THRU P940-FIM
            MOVE SPACES                   TO REG-RELATORIO
            STRING '  CONTATO ' ID-CONTATO ' - ' NM-CONTATO
                   ' SITUACAO ' ST-CONTATO ' DESDE ' WS-DATA-EDITADA
                   DELIMITED BY SIZE INTO REG-RELATORIO
            WRITE REG-RELATORIO

            MOVE ID-CONTATO               TO WS-ID-CONTATO
            PERFORM P420-ENDERECOS        THRU P420-FIM
            PERFORM P425-CANAIS           THRU P425-FIM
            .
       P410-FIM.
           EXIT.

       P420-ENDERECOS.
            IF NOT END-ABERTO
               GO TO P420-FIM
            END-IF

            MOVE WS-ID-CONTATO            TO EN-ID-CONTATO
            MOVE ZEROS                    TO EN-SEQUENCIA
            START CTTEND KEY NOT LESS THAN CHAVE-CTTEND
               INVALID KEY
                  GO TO P420-FIM
            END-START

            SET EOF-REL-OK                TO FALSE
            PERFORM P421-LE-ENDERECO      THRU P421-FIM UNTIL EOF-REL-OK
            .
       P420-FIM.
           EXIT.

       P421-LE-ENDERECO.
            READ CTTEND NEXT RECORD
               AT END
                  SET EOF-REL-OK          TO TRUE
                  GO TO P421-FIM
            END-READ

            IF EN-ID-CONTATO NOT EQUAL WS-ID-CONTATO
               SET EOF-REL-OK             TO TRUE
               GO TO P421-FIM
            END-IF

            ADD 1                         TO WS-QT-RELACIONADOS
            MOVE SPACES                   TO REG-RELATORIO
            STRING '        ENDERECO ' EN-SEQUENCIA ': '
                   EN-LOGRADOURO ' ' EN-CIDADE
                   ' CEP ' EN-CEP ' ' EN-UF
                   DELIMITED BY SIZE INTO REG-RELATORIO
            WRITE REG-RELATORIO
            .
       P421-FIM.
           EXIT.

       P425-CANAIS.
            IF NOT CAN-ABERTO
               GO TO P425-FIM
            END-IF

            MOVE WS-ID-CONTATO            TO CN-ID-CONTATO
            MOVE ZEROS                    TO CN-SEQUENCIA
            START CTTCAN KEY NOT LESS THAN CHAVE-CTTCAN
               INVALID KEY
                  GO TO P425-FIM
            END-START

            SET EOF-REL-OK                TO FALSE
            PERFORM P426-LE-CANAL         THRU P426-FIM UNTIL EOF-REL-OK
            .
       P425-FIM.
           EXIT.

       P426-LE-CANAL.
            READ CTTCAN NEXT RECORD
               AT END
                  SET EOF-REL-OK          TO TRUE
                  GO TO P426-FIM
            END-READ

            IF CN-ID-CONTATO NOT EQUAL WS-ID-CONTATO
               SET EOF-REL-OK             TO TRUE
               GO TO P426-FIM
            END-IF

            ADD 1                         TO WS-QT-RELACIONADOS
            PERFORM P950-DESCREVE-CANAL   THRU P950-FIM
            PERFORM P955-LINHA-CANAL      THRU P955-FIM
            .
       P426-FIM.
           EXIT.

      ***** CONTATOS EXPURGADOS (HISTORICO) ***************************
       P440-CONTATOS-EXPURGO.
            MOVE 'CONTATOS EXPURGADOS (CONTHIST.DAT) - COM OS CANAIS '
               & 'GUARDADOS (CANHIST.DAT)' TO WS-TITULO-SECAO
            PERFORM P910-TITULO-SECAO     THRU P910-FIM

            OPEN INPUT CONTHIST
            IF NOT FS-HIS-OK
               MOVE WS-FS-HIS             TO WS-FS-AUX
               PERFORM P920-INDISPONIVEL  THRU P920-FIM
               GO TO P440-FIM
            END-IF

            SET EOF-OK                    TO FALSE
            PERFORM P450-LE-CONTHIST      THRU P450-FIM UNTIL EOF-OK

            CLOSE CONTHIST
            PERFORM P930-FECHA-SECAO      THRU P930-FIM
            .
       P440-FIM.
           EXIT.

       P450-LE-CONTHIST.
            READ CONTHIST NEXT RECORD
               AT END
                  SET EOF-OK              TO TRUE
                  GO TO P450-FIM
            END-READ

            MOVE NM-CONTATO-H             TO WS-NOME-CAMPO
            MOVE 20                       TO WS-TAM-CAMPO
            PERFORM P900-CONFERE-NOME     THRU P900-FIM
            IF NOT NOME-CONFERE
               GO TO P450-FIM
            END-IF

            ADD 1                         TO WS-QT-SECAO WS-QT-ACHADOS
            MOVE DT-SITUACAO-H            TO WS-DATA-AUX
            PERFORM P940-FORMATA-DATA     THRU P940-FIM
            MOVE WS-DATA-EDITADA          TO WS-DATA-EDITADA2
            MOVE DT-EXPURGO-H             TO WS-DATA-AUX
            PERFORM P940-FORMATA-DATA     THRU P940-FIM
            MOVE SPACES                   TO REG-RELATORIO
            STRING '  CONTATO ' ID-CONTATO-H ' - ' NM-CONTATO-H
                   ' INATIVO DESDE ' WS-DATA-EDITADA2
                   ' EXPURGADO EM ' WS-DATA-EDITADA
                   DELIMITED BY SIZE INTO REG-RELATORIO
            WRITE REG-RELATORIO

            IF NOT CHS-ABERTO
               GO TO P450-FIM
            END-IF

            MOVE ID-CONTATO-H             TO WS-ID-CONTATO
            MOVE WS-ID-CONTATO            TO CN-ID-CONTATO-H
            MOVE ZEROS                    TO CN-SEQUENCIA-H
            START CANHIST KEY NOT LESS THAN CHAVE-CANHIST
               INVALID KEY
                  GO TO P450-FIM
            END-START

            SET EOF-REL-OK                TO FALSE
            PERFORM P455-LE-CANHIST       THRU P455-FIM UNTIL EOF-REL-OK
            .
       P450-FIM.
           EXIT.

       P455-LE-CANHIST.
            READ CANHIST NEXT RECORD
               AT END
                  SET EOF-REL-OK          TO TRUE
                  GO TO P455-FIM
            END-READ

            IF CN-ID-CONTATO-H NOT EQUAL WS-ID-CONTATO
               SET EOF-REL-OK             TO TRUE
               GO TO P455-FIM
            END-IF

      ***** O CANAL GUARDADO E MOSTRADO PELO MESMO LAYOUT DO ATIVO ****
            ADD 1                         TO WS-QT-RELACIONADOS
            MOVE CN-ID-CONTATO-H          TO CN-ID-CONTATO
            MOVE CN-SEQUENCIA-H           TO CN-SEQUENCIA
            MOVE CN-TP-CANAL-H            TO CN-TP-CANAL
            MOVE CN-VALOR-H               TO CN-VALOR
            MOVE CN-PREFERENCIAL-H        TO CN-PREFERENCIAL
            MOVE CN-OPT-OUT-H             TO CN-OPT-OUT
            MOVE CN-DT-OPT-OUT-H          TO CN-DT-OPT-OUT
            PERFORM P950-DESCREVE-CANAL   THRU P950-FIM
            PERFORM P955-LINHA-CANAL      THRU P955-FIM
            .
       P455-FIM.
           EXIT.

      ***** CLIENTES **************************************************
       P500-CLIENTES.
            MOVE 'CLIENTES (CLIENTE.DAT) - COM OS CONTRATOS DO INDICE '
               & 'POR CLIENTE'            TO WS-TITULO-SECAO
            PERFORM P910-TITULO-SECAO     THRU P910-FIM

            OPEN INPUT CLIENTE
            IF NOT FS-CLI-OK
               MOVE WS-FS-CLI             TO WS-FS-AUX
               PERFORM P920-INDISPONIVEL  THRU P920-FIM
               GO TO P500-FIM
            END-IF

            SET EOF-OK                    TO FALSE
            PERFORM P510-LE-CLIENTE       THRU P510-FIM UNTIL EOF-OK

            CLOSE CLIENTE
            PERFORM P930-FECHA-SECAO      THRU P930-FIM
            .
       P500-FIM.
           EXIT.

       P510-LE-CLIENTE.
            READ CLIENTE NEXT RECORD
               AT END
                  SET EOF-OK              TO TRUE
                  GO TO P510-FIM
            END-READ

            MOVE NM-CLIENTE               TO WS-NOME-CAMPO
            MOVE 20                       TO WS-TAM-CAMPO
            PERFORM P900-CONFERE-NOME     THRU P900-FIM
            IF DOC-CLIENTE-CPF
               MOVE NR-DOC-CLIENTE        TO WS-DOC-CAMPO
               PERFORM P902-CONFERE-CPF   THRU P902-FIM
            END-IF
            IF NOT NOME-CONFERE
               GO TO P510-FIM
            END-IF

            ADD 1                         TO WS-QT-SECAO WS-QT-ACHADOS
            MOVE SPACES                   TO REG-RELATORIO
            STRING '  CLIENTE ' CD-CLIENTE ' - ' NM-CLIENTE
                   ' FONE ' TL-CLIENTE ' E-MAIL ' EM-CLIENTE
                   DELIMITED BY SIZE INTO REG-RELATORIO
            WRITE REG-RELATORIO
            MOVE LIM-CREDITO-CLIENTE      TO WS-ED-VALOR
            MOVE SPACES                   TO REG-RELATORIO
            STRING '        ENDERECO ' EN-CLIENTE ' ' CI-CLIENTE ' '
                   UF-CLIENTE ' LIMITE DE CREDITO ' WS-ED-VALOR
                   ' SITUACAO ' ST-CLIENTE
                   ' DOCUMENTO ' TP-DOC-CLIENTE ' ' NR-DOC-CLIENTE
                   DELIMITED BY SIZE INTO REG-RELATORIO
            WRITE REG-RELATORIO

            MOVE 'C'                      TO WS-TIPO-PESSOA
            MOVE CD-CLIENTE               TO WS-CD-PESSOA
            PERFORM P755-GUARDA-PESSOA    THRU P755-FIM

            IF NOT CCL-ABERTO
               GO TO P510-FIM
            END-IF

      ***** CONTRATOS DO CLIENTE PELO INDICE CTRCLI (CODIGO DE 3 *****
      ***** DIGITOS NO INICIO DA CHAVE DE 20 POSICOES) ****************
            MOVE SPACES                   TO WS-CHAVE-CLIENTE
            MOVE CD-CLIENTE               TO WS-CHAVE-CLIENTE(1:3)
            MOVE WS-CHAVE-CLIENTE         TO CCL-CD-CLIENTE
            MOVE ZEROS                    TO CCL-NUM-CONTRATO
            START CTRCLI KEY NOT LESS THAN CHAVE-CTRCLI
               INVALID KEY
                  GO TO P510-FIM
            END-START

            SET EOF-REL-OK                TO FALSE
            PERFORM P520-LE-CTRCLI        THRU P520-FIM UNTIL EOF-REL-OK
            .
       P510-FIM.
           EXIT.

       P520-LE-CTRCLI.
            READ CTRCLI NEXT RECORD
               AT END
                  SET EOF-REL-OK          TO TRUE
                  GO TO P520-FIM
            END-READ

            IF CCL-CD-CLIENTE NOT EQUAL WS-CHAVE-CLIENTE
               SET EOF-REL-OK             TO TRUE
               GO TO P520-FIM
            END-IF

            ADD 1                         TO WS-QT-RELACIONADOS
            MOVE CCL-NUM-CONTRATO         TO WS-CONTRATO-PEDIDO
            PERFORM P530-MOSTRA-CONTRATO  THRU P530-FIM
            .
       P520-FIM.
           EXIT.

       P530-MOSTRA-CONTRATO.
            IF NOT CTR-ABERTO
               MOVE SPACES                TO REG-RELATORIO
               STRING '        CONTRATO ' WS-CONTRATO-PEDIDO
                      DELIMITED BY SIZE INTO REG-RELATORIO
               WRITE REG-RELATORIO
               GO TO P530-FIM
            END-IF

      ***** A PRIMEIRA PARCELA TRAZ OS DADOS GERAIS DO CONTRATO *******
            MOVE WS-CONTRATO-PEDIDO       TO NUM-CONTRATO
            MOVE ZEROS                    TO NUM-PARCELA-CONTRATO
            START CONTRATO KEY NOT LESS THAN CHAVE-CONTRATO
               INVALID KEY
                  MOVE ZEROS              TO NUM-CONTRATO
            END-START
            IF NUM-CONTRATO NOT EQUAL ZEROS
               READ CONTRATO NEXT RECORD
                  AT END
                     MOVE ZEROS           TO NUM-CONTRATO
               END-READ
            END-IF

            MOVE SPACES                   TO REG-RELATORIO
            IF NUM-CONTRATO EQUAL WS-CONTRATO-PEDIDO
               MOVE VR-TOTAL-CONTRATO     TO WS-ED-VALOR
               STRING '        CONTRATO ' NUM-CONTRATO ' '
                      DS-OBJETO-CONTRATO ' VALOR ' WS-ED-VALOR
                      ' EM ' QT-PARCELAS-CONTRATO ' PARCELAS'
                      DELIMITED BY SIZE INTO REG-RELATORIO
            ELSE
               STRING '        CONTRATO ' WS-CONTRATO-PEDIDO
                      ' (NAO ENCONTRADO NO CONTRATO.DAT)'
                      DELIMITED BY SIZE INTO REG-RELATORIO
            END-IF
            WRITE REG-RELATORIO
            .
       P530-FIM.
           EXIT.

      ***** CONTRATOS ANTIGOS COM O NOME DO CLIENTE EM TEXTO LIVRE ****
       P540-CONTRATOS-LIVRES.
            MOVE 'CONTRATOS COM O NOME DO CLIENTE EM TEXTO LIVRE '
               & '(CONTRATO.DAT, NAO MIGRADOS)' TO WS-TITULO-SECAO
            PERFORM P910-TITULO-SECAO     THRU P910-FIM

            IF NOT CTR-ABERTO
               MOVE WS-FS-CTR             TO WS-FS-AUX
               PERFORM P920-INDISPONIVEL  THRU P920-FIM
               GO TO P540-FIM
            END-IF

            MOVE ZEROS                    TO WS-CONTRATO-ATUAL
            MOVE ZEROS                    TO NUM-CONTRATO
                                             NUM-PARCELA-CONTRATO
            SET EOF-OK                    TO FALSE
            START CONTRATO KEY NOT LESS THAN CHAVE-CONTRATO
               INVALID KEY
                  SET EOF-OK              TO TRUE
            END-START
            PERFORM P550-LE-CONTRATO      THRU P550-FIM UNTIL EOF-OK

            PERFORM P930-FECHA-SECAO      THRU P930-FIM
            .
       P540-FIM.
           EXIT.

       P550-LE-CONTRATO.
            READ CONTRATO NEXT RECORD
               AT END
                  SET EOF-OK              TO TRUE
                  GO TO P550-FIM
            END-READ

            IF NUM-CONTRATO EQUAL WS-CONTRATO-ATUAL
               GO TO P550-FIM
            END-IF
            MOVE NUM-CONTRATO             TO WS-CONTRATO-ATUAL

      ***** CLIENTE JA MIGRADO (CODIGO NUMERICO) SAI NA SECAO DE ******
      ***** CLIENTES, PELO INDICE *************************************
            IF CD-CLIENTE-CONTRATO(1:3) NUMERIC
               AND CD-CLIENTE-CONTRATO(4:17) EQUAL SPACES
               GO TO P550-FIM
            END-IF

            MOVE CD-CLIENTE-CONTRATO      TO WS-NOME-CAMPO
            MOVE 20                       TO WS-TAM-CAMPO
            PERFORM P900-CONFERE-NOME     THRU P900-FIM
            IF NOT NOME-CONFERE
               GO TO P550-FIM
            END-IF

            ADD 1                         TO WS-QT-SECAO WS-QT-ACHADOS
            MOVE VR-TOTAL-CONTRATO        TO WS-ED-VALOR
            MOVE SPACES                   TO REG-RELATORIO
            STRING '  CONTRATO ' NUM-CONTRATO ' EM NOME DE "'
                   CD-CLIENTE-CONTRATO '" ' DS-OBJETO-CONTRATO
                   ' VALOR ' WS-ED-VALOR ' EM ' QT-PARCELAS-CONTRATO
                   ' PARCELAS'
                   DELIMITED BY SIZE INTO REG-RELATORIO
            WRITE REG-RELATORIO
            .
       P550-FIM.
           EXIT.

      ***** FUNCIONARIOS **********************************************
       P600-FUNCIONARIOS.
            MOVE 'FUNCIONARIOS (FUNCIONARIO.DAT) - COM CONTA SALARIO '
               & 'E HISTORICO SALARIAL'   TO WS-TITULO-SECAO
            PERFORM P910-TITULO-SECAO     THRU P910-FIM

            OPEN INPUT FUNCIONARIO
            IF NOT FS-FUN-OK
               MOVE WS-FS-FUN             TO WS-FS-AUX
               PERFORM P920-INDISPONIVEL  THRU P920-FIM
               GO TO P600-FIM
            END-IF

            SET EOF-OK                    TO FALSE
            PERFORM P610-LE-FUNCIONARIO   THRU P610-FIM UNTIL EOF-OK

            CLOSE FUNCIONARIO
            PERFORM P930-FECHA-SECAO      THRU P930-FIM
            .
       P600-FIM.
           EXIT.

       P610-LE-FUNCIONARIO.
            READ FUNCIONARIO NEXT RECORD
               AT END
                  SET EOF-OK              TO TRUE
                  GO TO P610-FIM
            END-READ

            MOVE NM-FUNCIONARIO OF REG-FUNCIONARIO TO WS-NOME-CAMPO
            MOVE 30                       TO WS-TAM-CAMPO
            PERFORM P900-CONFERE-NOME     THRU P900-FIM
            MOVE CPF-FUNCIONARIO OF REG-FUNCIONARIO TO WS-DOC-CAMPO
            PERFORM P902-CONFERE-CPF      THRU P902-FIM
            IF NOT NOME-CONFERE
               GO TO P610-FIM
            END-IF

            ADD 1                         TO WS-QT-SECAO WS-QT-ACHADOS
            MOVE SPACES                   TO REG-RELATORIO
            STRING '  FUNCIONARIO ' CD-FUNCIONARIO OF REG-FUNCIONARIO
                   ' - ' NM-FUNCIONARIO OF REG-FUNCIONARIO
                   ' SEXO ' SX-FUNCIONARIO OF REG-FUNCIONARIO
                   ' FONE ' TL-FUNCIONARIO OF REG-FUNCIONARIO
                   ' CEP ' CEP-FUNCIONARIO OF REG-FUNCIONARIO
                   DELIMITED BY SIZE INTO REG-RELATORIO
            WRITE REG-RELATORIO
            MOVE DT-ADMISSAO OF REG-FUNCIONARIO TO WS-DATA-AUX
            PERFORM P940-FORMATA-DATA     THRU P940-FIM
            MOVE SL-FUNCIONARIO OF REG-FUNCIONARIO TO WS-ED-VL1
            MOVE SPACES                   TO REG-RELATORIO
            STRING '        ADMITIDO EM ' WS-DATA-EDITADA
                   ' CARGO ' CG-FUNCIONARIO OF REG-FUNCIONARIO
                   ' SALARIO ' WS-ED-VL1
                   ' DEPTO ' CD-DEPTO-FUNC OF REG-FUNCIONARIO
                   ' CPF ' CPF-FUNCIONARIO OF REG-FUNCIONARIO
                   DELIMITED BY SIZE INTO REG-RELATORIO
            WRITE REG-RELATORIO

            MOVE CD-FUNCIONARIO OF REG-FUNCIONARIO TO WS-CD-FUNC
            PERFORM P620-DADOS-DO-FUNC    THRU P620-FIM
            .
       P610-FIM.
           EXIT.

       P620-DADOS-DO-FUNC.
      ***** CONTA SALARIO, HISTORICO SALARIAL E A MARCA PARA OS *******
      ***** CONTRACHEQUES, QUE SAEM NUMA PASSADA SO DO FOLHHIST *******
            IF WS-QT-FUNC LESS THAN 50
               ADD 1                      TO WS-QT-FUNC
               MOVE WS-CD-FUNC            TO WS-TF-CD-FUNC (WS-QT-FUNC)
            END-IF

            IF FBC-ABERTO
               MOVE WS-CD-FUNC            TO FBC-CD-FUNCIONARIO
               READ FUNCBANC
                  INVALID KEY
                     CONTINUE
                  NOT INVALID KEY
                     ADD 1                TO WS-QT-RELACIONADOS
                     MOVE SPACES          TO REG-RELATORIO
                     STRING '        CONTA SALARIO: BANCO ' FBC-BANCO
                            ' AGENCIA ' FBC-AGENCIA
                            ' CONTA ' FBC-CONTA
                            DELIMITED BY SIZE INTO REG-RELATORIO
                     WRITE REG-RELATORIO
               END-READ
            END-IF

            IF NOT SLH-ABERTO
               GO TO P620-FIM
            END-IF

            MOVE WS-CD-FUNC               TO SLH-CD-FUNCIONARIO
            MOVE ZEROS                    TO SLH-DT-EFETIVA
                                             SLH-SEQUENCIA
            START SALHIST KEY NOT LESS THAN CHAVE-SALHIST
               INVALID KEY
                  GO TO P620-FIM
            END-START

            SET EOF-REL-OK                TO FALSE
            PERFORM P630-LE-SALHIST       THRU P630-FIM UNTIL EOF-REL-OK
            .
       P620-FIM.
           EXIT.

       P630-LE-SALHIST.
            READ SALHIST NEXT RECORD
               AT END
                  SET EOF-REL-OK          TO TRUE
                  GO TO P630-FIM
            END-READ

            IF SLH-CD-FUNCIONARIO NOT EQUAL WS-CD-FUNC
               SET EOF-REL-OK             TO TRUE
               GO TO P630-FIM
            END-IF

            ADD 1                         TO WS-QT-RELACIONADOS
            MOVE SLH-DT-EFETIVA           TO WS-DATA-AUX
            PERFORM P940-FORMATA-DATA     THRU P940-FIM
            MOVE SLH-VR-SALARIO-ANTIGO    TO WS-ED-VL1
            MOVE SLH-VR-SALARIO-NOVO      TO WS-ED-VL2
            MOVE SPACES                   TO REG-RELATORIO
            STRING '        SALARIO EM ' WS-DATA-EDITADA ': '
                   SLH-CG-ANTIGO ' ' WS-ED-VL1 ' -> '
                   SLH-CG-NOVO ' ' WS-ED-VL2
                   DELIMITED BY SIZE INTO REG-RELATORIO
            WRITE REG-RELATORIO
            .
       P630-FIM.
           EXIT.

      ***** EX-FUNCIONARIOS *******************************************
       P640-EX-FUNCIONARIOS.
            MOVE 'EX-FUNCIONARIOS (EXFUNC.DAT)'
                                          TO WS-TITULO-SECAO
            PERFORM P910-TITULO-SECAO     THRU P910-FIM

            OPEN INPUT EXFUNC
            IF NOT FS-EXF-OK
               MOVE WS-FS-EXF             TO WS-FS-AUX
               PERFORM P920-INDISPONIVEL  THRU P920-FIM
               GO TO P640-FIM
            END-IF

            SET EOF-OK                    TO FALSE
            PERFORM P650-LE-EXFUNC        THRU P650-FIM UNTIL EOF-OK

            CLOSE EXFUNC
            PERFORM P930-FECHA-SECAO      THRU P930-FIM
            .
       P640-FIM.
           EXIT.

       P650-LE-EXFUNC.
            READ EXFUNC NEXT RECORD
               AT END
                  SET EOF-OK              TO TRUE
                  GO TO P650-FIM
            END-READ

            MOVE NM-FUNCIONARIO OF REG-EXFUNC TO WS-NOME-CAMPO
            MOVE 30                       TO WS-TAM-CAMPO
            PERFORM P900-CONFERE-NOME     THRU P900-FIM
            MOVE CPF-FUNCIONARIO OF REG-EXFUNC TO WS-DOC-CAMPO
            PERFORM P902-CONFERE-CPF      THRU P902-FIM
            IF NOT NOME-CONFERE
               GO TO P650-FIM
            END-IF

            ADD 1                         TO WS-QT-SECAO WS-QT-ACHADOS
            MOVE SPACES                   TO REG-RELATORIO
            STRING '  EX-FUNCIONARIO ' CD-FUNCIONARIO OF REG-EXFUNC
                   ' - ' NM-FUNCIONARIO OF REG-EXFUNC
                   ' SEXO ' SX-FUNCIONARIO OF REG-EXFUNC
                   ' FONE ' TL-FUNCIONARIO OF REG-EXFUNC
                   ' CEP ' CEP-FUNCIONARIO OF REG-EXFUNC
                   ' CPF ' CPF-FUNCIONARIO OF REG-EXFUNC
                   DELIMITED BY SIZE INTO REG-RELATORIO
            WRITE REG-RELATORIO
            MOVE DT-ADMISSAO OF REG-EXFUNC TO WS-DATA-AUX
            PERFORM P940-FORMATA-DATA     THRU P940-FIM
            MOVE WS-DATA-EDITADA          TO WS-DATA-EDITADA2
            MOVE DT-DESLIGAMENTO          TO WS-DATA-AUX
            PERFORM P940-FORMATA-DATA     THRU P940-FIM
            MOVE SL-FUNCIONARIO OF REG-EXFUNC TO WS-ED-VL1
            MOVE SPACES                   TO REG-RELATORIO
            STRING '        ADMITIDO EM ' WS-DATA-EDITADA2
                   ' DESLIGADO EM ' WS-DATA-EDITADA
                   ' (' MT-DESLIGAMENTO ') CARGO '
                   CG-FUNCIONARIO OF REG-EXFUNC
                   ' SALARIO ' WS-ED-VL1
                   DELIMITED BY SIZE INTO REG-RELATORIO
            WRITE REG-RELATORIO

            MOVE CD-FUNCIONARIO OF REG-EXFUNC TO WS-CD-FUNC
            PERFORM P620-DADOS-DO-FUNC    THRU P620-FIM
            .
       P650-FIM.
           EXIT.

      ***** CONTRACHEQUES DOS FUNCIONARIOS E EX-FUNCIONARIOS ACHADOS **
       P660-CONTRACHEQUES.
            MOVE 'CONTRACHEQUES (FOLHHIST.DAT) DOS FUNCIONARIOS ACIMA'
                                          TO WS-TITULO-SECAO
            PERFORM P910-TITULO-SECAO     THRU P910-FIM

            IF WS-QT-FUNC EQUAL ZEROS
               PERFORM P930-FECHA-SECAO   THRU P930-FIM
               GO TO P660-FIM
            END-IF

            OPEN INPUT FOLHHIST
            IF NOT FS-FLH-OK
               MOVE WS-FS-FLH             TO WS-FS-AUX
               PERFORM P920-INDISPONIVEL  THRU P920-FIM
               GO TO P660-FIM
            END-IF

            SET EOF-OK                    TO FALSE
            PERFORM P670-LE-FOLHHIST      THRU P670-FIM UNTIL EOF-OK

            CLOSE FOLHHIST
            PERFORM P930-FECHA-SECAO      THRU P930-FIM
            .
       P660-FIM.
           EXIT.

       P670-LE-FOLHHIST.
            READ FOLHHIST NEXT RECORD
               AT END
                  SET EOF-OK              TO TRUE
                  GO TO P670-FIM
            END-READ

            SET FUNC-ACHADO               TO FALSE
            PERFORM P680-PROCURA-FUNC     THRU P680-FIM
                    VARYING WS-K FROM 1 BY 1
                    UNTIL WS-K GREATER THAN WS-QT-FUNC
                       OR FUNC-ACHADO
            IF NOT FUNC-ACHADO
               GO TO P670-FIM
            END-IF

            ADD 1                         TO WS-QT-SECAO
                                             WS-QT-RELACIONADOS
            MOVE FLH-VR-BRUTO             TO WS-ED-VL1
            MOVE FLH-VR-INSS              TO WS-ED-VL2
            MOVE FLH-VR-IRRF              TO WS-ED-VL3
            MOVE FLH-VR-LIQUIDO           TO WS-ED-VL4
            MOVE SPACES                   TO REG-RELATORIO
            STRING '  CONTRACHEQUE ' FLH-COMPETENCIA(5:2) '/'
                   FLH-COMPETENCIA(1:4) ' FUNCIONARIO '
                   FLH-CD-FUNCIONARIO ' BRUTO ' WS-ED-VL1
                   ' INSS ' WS-ED-VL2 ' IRRF ' WS-ED-VL3
                   ' LIQUIDO ' WS-ED-VL4
                   DELIMITED BY SIZE INTO REG-RELATORIO
            WRITE REG-RELATORIO
            .
       P670-FIM.
           EXIT.

       P680-PROCURA-FUNC.
            IF WS-TF-CD-FUNC (WS-K) EQUAL FLH-CD-FUNCIONARIO
               SET FUNC-ACHADO            TO TRUE
            END-IF
            .
       P680-FIM.
           EXIT.

      ***** AVALISTAS *************************************************
       P700-AVALISTAS.
            MOVE 'AVALISTAS DE CONTRATOS (AVALISTA.DAT)'
                                          TO WS-TITULO-SECAO
            PERFORM P910-TITULO-SECAO     THRU P910-FIM

            OPEN INPUT AVALISTA
            IF NOT FS-AVL-OK
               MOVE WS-FS-AVL             TO WS-FS-AUX
               PERFORM P920-INDISPONIVEL  THRU P920-FIM
               GO TO P700-FIM
            END-IF

            SET EOF-OK                    TO FALSE
            PERFORM P710-LE-AVALISTA      THRU P710-FIM UNTIL EOF-OK

            CLOSE AVALISTA
            PERFORM P930-FECHA-SECAO      THRU P930-FIM
            .
       P700-FIM.
           EXIT.

       P710-LE-AVALISTA.
            READ AVALISTA NEXT RECORD
               AT END
                  SET EOF-OK              TO TRUE
                  GO TO P710-FIM
            END-READ

            MOVE AVL-NOME                 TO WS-NOME-CAMPO
            MOVE 20                       TO WS-TAM-CAMPO
            PERFORM P900-CONFERE-NOME     THRU P900-FIM
            IF AVL-DOC-CPF
               MOVE AVL-NR-DOC            TO WS-DOC-CAMPO
               PERFORM P902-CONFERE-CPF   THRU P902-FIM
            END-IF
            IF NOT NOME-CONFERE
               GO TO P710-FIM
            END-IF

            ADD 1                         TO WS-QT-SECAO WS-QT-ACHADOS
            MOVE AVL-VR-GARANTIDO         TO WS-ED-VALOR
            MOVE AVL-DT-REGISTRO          TO WS-DATA-AUX
            PERFORM P940-FORMATA-DATA     THRU P940-FIM
            MOVE SPACES                   TO REG-RELATORIO
            STRING '  AVALISTA ' AVL-NOME ' (TIPO ' AVL-TIPO
                   ' ID ' AVL-ID ') DO CONTRATO ' AVL-NUM-CONTRATO
                   ' VALOR GARANTIDO ' WS-ED-VALOR
                   ' DESDE ' WS-DATA-EDITADA
                   DELIMITED BY SIZE INTO REG-RELATORIO
            WRITE REG-RELATORIO
            IF AVL-NR-DOC NOT EQUAL ZEROS
               MOVE SPACES                TO REG-RELATORIO
               STRING '        DOCUMENTO ' AVL-TP-DOC ' ' AVL-NR-DOC
                      DELIMITED BY SIZE INTO REG-RELATORIO
               WRITE REG-RELATORIO
            END-IF
            .
       P710-FIM.
           EXIT.

      ***** JORNAIS DE ALTERACAO (IMAGENS ANTES/DEPOIS) ***************
       P720-JORNAIS.
            MOVE 'JORNAL DE CONTATOS (CONTJRNL.TXT)'
                                          TO WS-TITULO-SECAO
            PERFORM P910-TITULO-SECAO     THRU P910-FIM
            OPEN INPUT JRNCONT
            IF NOT FS-JRN-OK
               MOVE WS-FS-JRN             TO WS-FS-AUX
               PERFORM P920-INDISPONIVEL  THRU P920-FIM
            ELSE
               SET EOF-OK                 TO FALSE
               PERFORM P730-LE-JRNCONT    THRU P730-FIM UNTIL EOF-OK
               CLOSE JRNCONT
               PERFORM P930-FECHA-SECAO   THRU P930-FIM
            END-IF

            MOVE 'JORNAL DE CLIENTES (CLIJRNL.DAT)'
                                          TO WS-TITULO-SECAO
            PERFORM P910-TITULO-SECAO     THRU P910-FIM
            OPEN INPUT JRNCLI
            IF NOT FS-JRN-OK
               MOVE WS-FS-JRN             TO WS-FS-AUX
               PERFORM P920-INDISPONIVEL  THRU P920-FIM
            ELSE
               SET EOF-OK                 TO FALSE
               PERFORM P735-LE-JRNCLI     THRU P735-FIM UNTIL EOF-OK
               CLOSE JRNCLI
               PERFORM P930-FECHA-SECAO   THRU P930-FIM
            END-IF

            MOVE 'JORNAL DE NOTAS (NOTJRNL.DAT)'
                                          TO WS-TITULO-SECAO
            PERFORM P910-TITULO-SECAO     THRU P910-FIM
            OPEN INPUT JRNNOTA
            IF NOT FS-JRN-OK
               MOVE WS-FS-JRN             TO WS-FS-AUX
               PERFORM P920-INDISPONIVEL  THRU P920-FIM
            ELSE
               SET EOF-OK                 TO FALSE
               PERFORM P740-LE-JRNNOTA    THRU P740-FIM UNTIL EOF-OK
               CLOSE JRNNOTA
               PERFORM P930-FECHA-SECAO   THRU P930-FIM
            END-IF

      ***** JORNAIS ONLINE JA DESCARREGADOS DO CICS (CFPKO010) ********
            MOVE 'JORNAL ONLINE DE CONTATOS (JRNCNTT.TXT)'
                                          TO WS-TITULO-SECAO
            PERFORM P910-TITULO-SECAO     THRU P910-FIM
            OPEN INPUT JRNCCICS
            IF NOT FS-JRN-OK
               MOVE WS-FS-JRN             TO WS-FS-AUX
               PERFORM P920-INDISPONIVEL  THRU P920-FIM
            ELSE
               SET EOF-OK                 TO FALSE
               PERFORM P741-LE-JRNCCICS   THRU P741-FIM UNTIL EOF-OK
               CLOSE JRNCCICS
               PERFORM P930-FECHA-SECAO   THRU P930-FIM
            END-IF

            MOVE 'JORNAL ONLINE DE NOTAS (JRNNOTA.TXT)'
                                          TO WS-TITULO-SECAO
            PERFORM P910-TITULO-SECAO     THRU P910-FIM
            OPEN INPUT JRNNCICS
            IF NOT FS-JRN-OK
               MOVE WS-FS-JRN             TO WS-FS-AUX
               PERFORM P920-INDISPONIVEL  THRU P920-FIM
            ELSE
               SET EOF-OK                 TO FALSE
               PERFORM P742-LE-JRNNCICS   THRU P742-FIM UNTIL EOF-OK
               CLOSE JRNNCICS
               PERFORM P930-FECHA-SECAO   THRU P930-FIM
            END-IF
            .
       P720-FIM.
           EXIT.

       P730-LE-JRNCONT.
            READ JRNCONT
               AT END
                  SET EOF-OK              TO TRUE
                  GO TO P730-FIM
            END-READ

            MOVE REG-JRNCONT              TO WS-LINHA-CAMPO
            PERFORM P745-LINHA-JORNAL     THRU P745-FIM
            .
       P730-FIM.
           EXIT.

       P735-LE-JRNCLI.
            READ JRNCLI
               AT END
                  SET EOF-OK              TO TRUE
                  GO TO P735-FIM
            END-READ

            MOVE REG-JRNCLI               TO WS-LINHA-CAMPO
            PERFORM P745-LINHA-JORNAL     THRU P745-FIM
            .
       P735-FIM.
           EXIT.

       P740-LE-JRNNOTA.
            READ JRNNOTA
               AT END
                  SET EOF-OK              TO TRUE
                  GO TO P740-FIM
            END-READ

            MOVE REG-JRNNOTA              TO WS-LINHA-CAMPO
            PERFORM P745-LINHA-JORNAL     THRU P745-FIM
            .
       P740-FIM.
           EXIT.

       P741-LE-JRNCCICS.
            READ JRNCCICS
               AT END
                  SET EOF-OK              TO TRUE
                  GO TO P741-FIM
            END-READ

            MOVE REG-JRNCCICS             TO WS-LINHA-CAMPO
            PERFORM P745-LINHA-JORNAL     THRU P745-FIM
            .
       P741-FIM.
           EXIT.

       P742-LE-JRNNCICS.
            READ JRNNCICS
               AT END
                  SET EOF-OK              TO TRUE
                  GO TO P742-FIM
            END-READ

            MOVE REG-JRNNCICS             TO WS-LINHA-CAMPO
            PERFORM P745-LINHA-JORNAL     THRU P745-FIM
            .
       P742-FIM.
           EXIT.

       P745-LINHA-JORNAL.
            PERFORM P905-CONFERE-LINHA    THRU P905-FIM
            IF NOT NOME-CONFERE
               GO TO P745-FIM
            END-IF

            ADD 1                         TO WS-QT-SECAO WS-QT-ACHADOS
            MOVE SPACES                   TO REG-RELATORIO
            STRING '  ' WS-LINHA-CAMPO(1:130)
                   DELIMITED BY SIZE INTO REG-RELATORIO
            WRITE REG-RELATORIO
            IF WS-LINHA-CAMPO(131:128) NOT EQUAL SPACES
               MOVE SPACES                TO REG-RELATORIO
               STRING '    ' WS-LINHA-CAMPO(131:128)
                      DELIMITED BY SIZE INTO REG-RELATORIO
               WRITE REG-RELATORIO
            END-IF
            IF WS-LINHA-CAMPO(259:27) NOT EQUAL SPACES
               MOVE SPACES                TO REG-RELATORIO
               STRING '    ' WS-LINHA-CAMPO(259:27)
                      DELIMITED BY SIZE INTO REG-RELATORIO
               WRITE REG-RELATORIO
            END-IF
            .
       P745-FIM.
           EXIT.

      ***** GUARDA O CLIENTE OU ALUNO ACHADO PARA AS NOTIFICACOES *****
       P755-GUARDA-PESSOA.
            IF WS-QT-PESSOA LESS THAN 50
               ADD 1                      TO WS-QT-PESSOA
               MOVE WS-TIPO-PESSOA        TO WS-TP-TIPO (WS-QT-PESSOA)
               MOVE WS-CD-PESSOA          TO WS-TP-CODIGO (WS-QT-PESSOA)
            END-IF
            .
       P755-FIM.
           EXIT.

      ***** NOTIFICACOES POR E-MAIL DOS CLIENTES E ALUNOS ACHADOS: ****
      ***** AVISOS ENVIADOS (NOTIFREG) E SAUDE DO ENDERECO (NOTIFEND) *
       P760-NOTIFICACOES.
            MOVE 'NOTIFICACOES ENVIADAS (NOTIFREG.DAT) AOS CLIENTES E '
               & 'ALUNOS ACIMA'           TO WS-TITULO-SECAO
            PERFORM P910-TITULO-SECAO     THRU P910-FIM
            IF WS-QT-PESSOA EQUAL ZEROS
               PERFORM P930-FECHA-SECAO   THRU P930-FIM
            ELSE
               OPEN INPUT NOTIFREG
               IF NOT FS-NTF-OK
                  MOVE WS-FS-NTF          TO WS-FS-AUX
                  PERFORM P920-INDISPONIVEL THRU P920-FIM
               ELSE
                  SET EOF-OK              TO FALSE
                  PERFORM P765-LE-NOTIFREG THRU P765-FIM UNTIL EOF-OK
                  CLOSE NOTIFREG
                  PERFORM P930-FECHA-SECAO THRU P930-FIM
               END-IF
            END-IF

            MOVE 'SAUDE DO E-MAIL (NOTIFEND.DAT) DOS CLIENTES E ALUNOS '
               & 'ACIMA'                  TO WS-TITULO-SECAO
            PERFORM P910-TITULO-SECAO     THRU P910-FIM
            IF WS-QT-PESSOA EQUAL ZEROS
               PERFORM P930-FECHA-SECAO   THRU P930-FIM
               GO TO P760-FIM
            END-IF

            OPEN INPUT NOTIFEND
            IF NOT FS-NTE-OK
               MOVE WS-FS-NTE             TO WS-FS-AUX
               PERFORM P920-INDISPONIVEL  THRU P920-FIM
               GO TO P760-FIM
            END-IF

            SET EOF-OK                    TO FALSE
            PERFORM P770-LE-NOTIFEND      THRU P770-FIM UNTIL EOF-OK

            CLOSE NOTIFEND
            PERFORM P930-FECHA-SECAO      THRU P930-FIM
            .
       P760-FIM.
           EXIT.

       P765-LE-NOTIFREG.
            READ NOTIFREG NEXT RECORD
               AT END
                  SET EOF-OK              TO TRUE
                  GO TO P765-FIM
            END-READ

            MOVE NTF-TP-PESSOA            TO WS-TIPO-PESSOA
            MOVE NTF-CD-PESSOA            TO WS-CD-PESSOA
            SET PESSOA-ACHADA             TO FALSE
            PERFORM P775-PROCURA-PESSOA   THRU P775-FIM
                    VARYING WS-K FROM 1 BY 1
                    UNTIL WS-K GREATER THAN WS-QT-PESSOA
                       OR PESSOA-ACHADA
            IF NOT PESSOA-ACHADA
               GO TO P765-FIM
            END-IF

            ADD 1                         TO WS-QT-SECAO
                                             WS-QT-RELACIONADOS
            MOVE NTF-DT-GERACAO           TO WS-DATA-AUX
            PERFORM P940-FORMATA-DATA     THRU P940-FIM
            MOVE SPACES                   TO REG-RELATORIO
            STRING '  AVISO ' NTF-TIPO ' ' NTF-CHAVE
                   ' EM ' WS-DATA-EDITADA
                   ' PESSOA ' NTF-TP-PESSOA ' ' NTF-CD-PESSOA
                   ' PARA ' NTF-DESTINO
                   DELIMITED BY SIZE INTO REG-RELATORIO
            WRITE REG-RELATORIO
            MOVE NTF-DT-SITUACAO          TO WS-DATA-AUX
            PERFORM P940-FORMATA-DATA     THRU P940-FIM
            MOVE SPACES                   TO REG-RELATORIO
            STRING '        TEMPLATE ' NTF-TEMPLATE
                   ' SITUACAO ' NTF-SITUACAO ' EM ' WS-DATA-EDITADA
                   ' ' NTF-DIAGNOSTICO
                   DELIMITED BY SIZE INTO REG-RELATORIO
            WRITE REG-RELATORIO
            .
       P765-FIM.
           EXIT.

       P770-LE-NOTIFEND.
            READ NOTIFEND NEXT RECORD
               AT END
                  SET EOF-OK              TO TRUE
                  GO TO P770-FIM
            END-READ

            MOVE NTE-TP-PESSOA            TO WS-TIPO-PESSOA
            MOVE NTE-CD-PESSOA            TO WS-CD-PESSOA
            SET PESSOA-ACHADA             TO FALSE
            PERFORM P775-PROCURA-PESSOA   THRU P775-FIM
                    VARYING WS-K FROM 1 BY 1
                    UNTIL WS-K GREATER THAN WS-QT-PESSOA
                       OR PESSOA-ACHADA
            IF NOT PESSOA-ACHADA
               GO TO P770-FIM
            END-IF

            ADD 1                         TO WS-QT-SECAO
                                             WS-QT-RELACIONADOS
            MOVE NTE-DT-INVALIDACAO       TO WS-DATA-AUX
            PERFORM P940-FORMATA-DATA     THRU P940-FIM
            MOVE SPACES                   TO REG-RELATORIO
            STRING '  E-MAIL ' NTE-DESTINO
                   ' PESSOA ' NTE-TP-PESSOA ' ' NTE-CD-PESSOA
                   ' ENTREGUES ' NTE-QT-ENTREGUE
                   ' DEVOLUCOES ' NTE-QT-DEVOL-DEF '/'
                   NTE-QT-DEVOL-TEMP
                   ' RECLAMACOES ' NTE-QT-RECLAMACAO
                   ' INVALIDADO ' WS-DATA-EDITADA
                   DELIMITED BY SIZE INTO REG-RELATORIO
            WRITE REG-RELATORIO
            .
       P770-FIM.
           EXIT.

       P775-PROCURA-PESSOA.
            IF WS-TP-TIPO (WS-K) EQUAL WS-TIPO-PESSOA
               AND WS-TP-CODIGO (WS-K) EQUAL WS-CD-PESSOA
               SET PESSOA-ACHADA          TO TRUE
            END-IF
            .
       P775-FIM.
           EXIT.

      ***** REGISTRO DA RESPOSTA ENTREGUE AO TITULAR ******************
       P800-REGISTRA-RESPOSTA.
            OPEN I-O LGPDREG
            IF NOT FS-LGR-OK
               DISPLAY 'NAO HA REGISTRO DE PEDIDOS.'
               GO TO P800-FIM
            END-IF

            DISPLAY 'Ano do protocolo (AAAA):'
            ACCEPT LGR-AA-PEDIDO
            DISPLAY 'Numero do protocolo:'
            ACCEPT LGR-NR-PEDIDO

            READ LGPDREG
               INVALID KEY
                  DISPLAY 'PROTOCOLO NAO ENCONTRADO.'
                  CLOSE LGPDREG
                  GO TO P800-FIM
            END-READ

            IF PEDIDO-RESPONDIDO
               MOVE LGR-DT-RESPOSTA       TO WS-DATA-AUX
               PERFORM P940-FORMATA-DATA  THRU P940-FIM
               DISPLAY 'PEDIDO JA RESPONDIDO EM ' WS-DATA-EDITADA
                       ' POR ' LGR-OPERADOR-RESPOSTA
               CLOSE LGPDREG
               GO TO P800-FIM
            END-IF

            MOVE LGR-DT-PRAZO             TO WS-DATA-AUX
            PERFORM P940-FORMATA-DATA     THRU P940-FIM
            DISPLAY 'TITULAR: ' LGR-NM-TITULAR
            DISPLAY 'PRAZO: ' WS-DATA-EDITADA
                    '  REGISTROS NO RELATORIO: ' LGR-QT-REGISTROS
            DISPLAY 'Confirma a entrega da resposta ao titular? (S/N)'
            ACCEPT WS-CONFIRMA
            IF WS-CONFIRMA NOT EQUAL 'S' AND WS-CONFIRMA NOT EQUAL 's'
               CLOSE LGPDREG
               GO TO P800-FIM
            END-IF

            SET PEDIDO-RESPONDIDO         TO TRUE
            MOVE WS-DATA-HOJE             TO LGR-DT-RESPOSTA
            MOVE WS-SGN-USUARIO           TO LGR-OPERADOR-RESPOSTA

            REWRITE REG-LGPDREG
               INVALID KEY
                  DISPLAY 'ERRO AO REGRAVAR O PEDIDO.'
               NOT INVALID KEY
                  DISPLAY 'RESPOSTA REGISTRADA.'
                  IF WS-DATA-HOJE GREATER THAN LGR-DT-PRAZO
                     DISPLAY '*** ATENCAO: RESPOSTA FORA DO PRAZO '
                             'LEGAL ***'
                  END-IF
            END-REWRITE

            CLOSE LGPDREG
            .
       P800-FIM.
           EXIT.

      ***** PEDIDOS EM ABERTO, COM O PRAZO DE CADA UM *****************
       P850-PENDENTES.
            OPEN INPUT LGPDREG
            IF NOT FS-LGR-OK
               DISPLAY 'NAO HA REGISTRO DE PEDIDOS.'
               GO TO P850-FIM
            END-IF

            MOVE ZEROS                    TO WS-QT-PENDENTES
            MOVE ZEROS                    TO LGR-AA-PEDIDO
                                             LGR-NR-PEDIDO
            SET EOF-OK                    TO FALSE
            START LGPDREG KEY NOT LESS THAN CHAVE-LGPDREG
               INVALID KEY
                  SET EOF-OK              TO TRUE
            END-START
            PERFORM P860-LE-PEDIDO        THRU P860-FIM UNTIL EOF-OK

            DISPLAY 'PEDIDOS EM ABERTO: ' WS-QT-PENDENTES
            CLOSE LGPDREG
            .
       P850-FIM.
           EXIT.

       P860-LE-PEDIDO.
            READ LGPDREG NEXT RECORD
               AT END
                  SET EOF-OK              TO TRUE
                  GO TO P860-FIM
            END-READ

            IF NOT PEDIDO-ABERTO
               GO TO P860-FIM
            END-IF

            ADD 1                         TO WS-QT-PENDENTES
            MOVE LGR-DT-PRAZO             TO WS-DATA-AUX
            PERFORM P940-FORMATA-DATA     THRU P940-FIM
            IF LGR-DT-PRAZO LESS THAN WS-DATA-HOJE
               DISPLAY LGR-AA-PEDIDO '/' LGR-NR-PEDIDO ' '
                       LGR-NM-TITULAR ' PRAZO ' WS-DATA-EDITADA
                       ' *** VENCIDO ***'
            ELSE
               DISPLAY LGR-AA-PEDIDO '/' LGR-NR-PEDIDO ' '
                       LGR-NM-TITULAR ' PRAZO ' WS-DATA-EDITADA
            END-IF
            .
       P860-FIM.
           EXIT.

      ***** CONFERE SE O NOME PROCURADO ESTA NO CAMPO DE NOME: ********
      ***** QUANDO O CAMPO E MENOR QUE O NOME, BASTA A PARTE QUE ******
      ***** CABE NELE (O CADASTRO GUARDA O NOME TRUNCADO) *************
       P900-CONFERE-NOME.
            SET NOME-CONFERE              TO FALSE
            MOVE FUNCTION UPPER-CASE(WS-NOME-CAMPO)
                                          TO WS-NOME-CAMPO

            IF WS-TAM-BUSCA GREATER THAN WS-TAM-CAMPO
               MOVE WS-TAM-CAMPO          TO WS-TAM-USO
            ELSE
               MOVE WS-TAM-BUSCA          TO WS-TAM-USO
            END-IF

            MOVE ZEROS                    TO WS-QT-OCORR
            INSPECT WS-NOME-CAMPO TALLYING WS-QT-OCORR
                    FOR ALL WS-NOME-BUSCA(1:WS-TAM-USO)
            IF WS-QT-OCORR GREATER THAN ZEROS
               SET NOME-CONFERE           TO TRUE
            END-IF
            .
       P900-FIM.
           EXIT.

      ***** O CPF INFORMADO ACHA O REGISTRO QUE O GUARDA, MESMO COM ***
      ***** OUTRO NOME (O CAMPO VEM DE 11 OU 14 POSICOES) *************
       P902-CONFERE-CPF.
            IF WS-CPF-BUSCA NOT EQUAL ZEROS
               AND WS-DOC-CAMPO EQUAL WS-CPF-BUSCA
               SET NOME-CONFERE           TO TRUE
            END-IF
            .
       P902-FIM.
           EXIT.

      ***** NOS JORNAIS O NOME VEM DENTRO DA IMAGEM DO REGISTRO, ******
      ***** EM CAMPO DE 20 POSICOES ***********************************
       P905-CONFERE-LINHA.
            SET NOME-CONFERE              TO FALSE
            MOVE FUNCTION UPPER-CASE(WS-LINHA-CAMPO)
                                          TO WS-LINHA-CAMPO

            IF WS-TAM-BUSCA GREATER THAN 20
               MOVE 20                    TO WS-TAM-USO
            ELSE
               MOVE WS-TAM-BUSCA          TO WS-TAM-USO
            END-IF

            MOVE ZEROS                    TO WS-QT-OCORR
            INSPECT WS-LINHA-CAMPO TALLYING WS-QT-OCORR
                    FOR ALL WS-NOME-BUSCA(1:WS-TAM-USO)
      ***** O CPF APARECE NO DOCUMENTO DAS IMAGENS DO CLIJRNL *********
            IF WS-CPF-BUSCA NOT EQUAL ZEROS
               INSPECT WS-LINHA-CAMPO TALLYING WS-QT-OCORR
                       FOR ALL WS-CPF-ALFA
            END-IF
            IF WS-QT-OCORR GREATER THAN ZEROS
               SET NOME-CONFERE           TO TRUE
            END-IF
            .
       P905-FIM.
           EXIT.

       P910-TITULO-SECAO.
            MOVE ZEROS                    TO WS-QT-SECAO
            MOVE SPACES                   TO REG-RELATORIO
            WRITE REG-RELATORIO
            MOVE WS-TITULO-SECAO          TO REG-RELATORIO
            WRITE REG-RELATORIO
            MOVE '---------------------------------------------'
                                          TO REG-RELATORIO
            WRITE REG-RELATORIO
            .
       P910-FIM.
           EXIT.

       P920-INDISPONIVEL.
            MOVE SPACES                   TO REG-RELATORIO
            STRING '  (ARQUIVO INDISPONIVEL - FILE STATUS ' WS-FS-AUX
                   ')'
                   DELIMITED BY SIZE INTO REG-RELATORIO
            WRITE REG-RELATORIO
            .
       P920-FIM.
           EXIT.

       P930-FECHA-SECAO.
            IF WS-QT-SECAO EQUAL ZEROS
               MOVE '  NENHUM REGISTRO DO TITULAR.'
                                          TO REG-RELATORIO
               WRITE REG-RELATORIO
            END-IF
            .
       P930-FIM.
           EXIT.

       P940-FORMATA-DATA.
            MOVE SPACES                   TO WS-DATA-EDITADA
            IF WS-DATA-AUX EQUAL ZEROS
               GO TO P940-FIM
            END-IF
            STRING WS-DATA-AUX(7:2) '/' WS-DATA-AUX(5:2) '/'
                   WS-DATA-AUX(1:4)
                   DELIMITED BY SIZE INTO WS-DATA-EDITADA
            .
       P940-FIM.
           EXIT.

       P950-DESCREVE-CANAL.
            EVALUATE TRUE
                WHEN CANAL-CELULAR
                   MOVE 'CELULAR'              TO WS-DS-CANAL
                WHEN CANAL-FIXO
                   MOVE 'FIXO'                 TO WS-DS-CANAL
                WHEN CANAL-EMAIL
                   MOVE 'E-MAIL'               TO WS-DS-CANAL
                WHEN CANAL-WHATSAPP
                   MOVE 'WHATSAPP'             TO WS-DS-CANAL
                WHEN OTHER
                   MOVE '?'                    TO WS-DS-CANAL
            END-EVALUATE

            MOVE SPACES                   TO WS-DS-MARCAS
            IF CANAL-PREFERENCIAL
               MOVE '[PREFERENCIAL]'      TO WS-DS-MARCAS
            END-IF
            IF CANAL-OPT-OUT
               MOVE '[OPT-OUT]'           TO WS-DS-MARCAS
            END-IF
            .
       P950-FIM.
           EXIT.

       P955-LINHA-CANAL.
            MOVE SPACES                   TO REG-RELATORIO
            IF CANAL-EMAIL
               STRING '        CANAL ' CN-SEQUENCIA ': ' WS-DS-CANAL
                      ' ' CN-VALOR ' ' WS-DS-MARCAS
                      DELIMITED BY SIZE INTO REG-RELATORIO
            ELSE
               STRING '        CANAL ' CN-SEQUENCIA ': ' WS-DS-CANAL
                      ' (' CN-DDD ') ' CN-NUMERO ' ' WS-DS-MARCAS
                      DELIMITED BY SIZE INTO REG-RELATORIO
            END-IF
            WRITE REG-RELATORIO
            .
       P955-FIM.
           EXIT.

       END PROGRAM LGPDACES.
