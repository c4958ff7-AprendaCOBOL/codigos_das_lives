      ******************************************************************
      * Author: ANDRE COSTA
      * Date: 15/10/2026
      * Purpose: ANONIMIZACAO DOS DADOS PESSOAIS A PEDIDO DO TITULAR
      *          (LGPD). A EXCLUSAO LOGICA (ST-CONTATO, ST-CLIENTE)
      *          DEIXA NOME, TELEFONE E E-MAIL NO LUGAR, E O
      *          EXALUNO.DAT, O CONTHIST.DAT E OS JORNAIS GUARDAM
      *          COPIA PARA SEMPRE. AQUI, A PARTIR DO PROTOCOLO DO
      *          PEDIDO (LGPDREG, ABERTO PELO LGPDACES) E DO CODIGO
      *          DO TITULAR - CONTATO, CLIENTE, ALUNO/EX-ALUNO OU
      *          EX-FUNCIONARIO - OS CAMPOS PESSOAIS SAO TROCADOS
      *          POR MARCAS NEUTRAS EM TODO ARQUIVO ONDE A PESSOA
      *          APARECE, INCLUSIVE NAS IMAGENS DOS JORNAIS. ANTES,
      *          A RETENCAO LEGAL E CONFERIDA: CONTRATO COM PARCELA
      *          EM ABERTO (TAMBEM COMO AVALISTA), FOLHA E
      *          DESLIGAMENTO DENTRO DO PRAZO DE GUARDA TRABALHISTA
      *          (FINPARM RETENCAO-FOLHA), NFS-E DENTRO DO PRAZO
      *          FISCAL (FINPARM RETENCAO-FISCAL), VINCULO ATIVO E
      *          HISTORICO ESCOLAR (NOTAS), DE GUARDA PERMANENTE.
      *          PEDIDO BLOQUEADO E RECUSADO COM O MOTIVO. TODO
      *          PEDIDO VAI PARA O ANONREG.DAT; OS MESTRES SELADOS
      *          SAO MARCADOS NO SELOMARC ANTES DA ABERTURA, E O
      *          AUDITREF (REGRA 6) CONFERE O ANONREG. O JORNAL
      *          ONLINE DE CONTATOS (TS QUEUE JRNCNTT) E TRATADO NO
      *          CICS PELA OPCAO 9 DO MENU (CFPKO009); O QUE JA FOI
      *          DESCARREGADO PELO CFPKO010 (JRNCNTT.TXT) E TRATADO
      *          AQUI, COMO O CONTJRNL.
      *          USO RESTRITO A FUNCAO LGPDANON/ANONIMIZA (PERMITE).
      * Update: 15/10/2026 - A anonimizacao deixou de exigir nivel 3: o
      *         PERMITE confere a funcao LGPDANON/ANONIMIZA nos perfis
      *         do operador.
      * Update: 15/10/2026 - O jornal online de contatos descarregado
      *         do CICS (JRNCNTT.TXT, gravado pelo CFPKO010) passou a
      *         ser anonimizado junto com o CONTJRNL.
      * Update: 15/10/2026 - O documento do titular (CPF/CNPJ do
      *         cliente e do avalista, CPF do aluno, do ex-aluno e do
      *         ex-funcionario) e zerado junto com o nome, inclusive
      *         nas imagens do jornal de clientes, que passaram a ter
      *         117 posicoes. O destinatario das notificacoes (NOTIFREG)
      *         e da saude do e-mail (NOTIFEND) do cliente e do aluno
      *         tambem e apagado.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. LGPDANON.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
            DECIMAL-POINT IS COMMA.
            INPUT-OUTPUT SECTION.
            FILE-CONTROL.
                SELECT LGPDREG ASSIGN TO
                WS-ARQ-LGPDREG
                ORGANIZATION IS INDEXED
                ACCESS MODE  IS DYNAMIC
                RECORD KEY   IS CHAVE-LGPDREG
                FILE STATUS  IS WS-FS-LGR.
                SELECT ANONREG ASSIGN TO
                WS-ARQ-ANONREG
                ORGANIZATION IS INDEXED
                ACCESS MODE  IS DYNAMIC
                RECORD KEY   IS CHAVE-ANONREG
                FILE STATUS  IS WS-FS-ANR.
                SELECT CONTATOS ASSIGN TO
                WS-ARQ-CONTATOS
                ORGANIZATION IS INDEXED
                ACCESS MODE  IS DYNAMIC
                RECORD KEY   IS ID-CONTATO
                FILE STATUS  IS WS-FS-AUX.
                SELECT CONTHIST ASSIGN TO
                WS-ARQ-CONTHIST
                ORGANIZATION IS INDEXED
                ACCESS MODE  IS DYNAMIC
                RECORD KEY   IS ID-CONTATO-H
                FILE STATUS  IS WS-FS-AUX.
                SELECT CTTEND ASSIGN TO
                WS-ARQ-CTTEND
                ORGANIZATION IS INDEXED
                ACCESS MODE  IS DYNAMIC
                RECORD KEY   IS CHAVE-CTTEND
                FILE STATUS  IS WS-FS-AUX.
                SELECT CTTCAN ASSIGN TO
                WS-ARQ-CTTCAN
                ORGANIZATION IS INDEXED
                ACCESS MODE  IS DYNAMIC
                RECORD KEY   IS CHAVE-CTTCAN
                FILE STATUS  IS WS-FS-AUX.
                SELECT CANHIST ASSIGN TO
                WS-ARQ-CANHIST
                ORGANIZATION IS INDEXED
                ACCESS MODE  IS DYNAMIC
                RECORD KEY   IS CHAVE-CANHIST
                FILE STATUS  IS WS-FS-AUX.
                SELECT AVALISTA ASSIGN TO
                WS-ARQ-AVALISTA
                ORGANIZATION IS INDEXED
                ACCESS MODE  IS DYNAMIC
                RECORD KEY   IS AVL-NUM-CONTRATO
                FILE STATUS  IS WS-FS-AUX.
                SELECT JRNCONT ASSIGN TO
                WS-ARQ-CONTJRNL
                ORGANIZATION IS SEQUENTIAL
                FILE STATUS  IS WS-FS-AUX.
                SELECT JRNCICS ASSIGN TO
                WS-ARQ-JRNCNTT
                ORGANIZATION IS SEQUENTIAL
                FILE STATUS  IS WS-FS-AUX.
                SELECT CLIENTE ASSIGN TO
                WS-ARQ-CLIENTE
                ORGANIZATION IS INDEXED
                ACCESS MODE  IS DYNAMIC
                RECORD KEY   IS CD-CLIENTE
                ALTERNATE RECORD KEY IS NM-CLIENTE WITH DUPLICATES
                FILE STATUS  IS WS-FS-AUX.
                SELECT CTRCLI ASSIGN TO
                WS-ARQ-CTRCLI
                ORGANIZATION IS INDEXED
                ACCESS MODE  IS DYNAMIC
                RECORD KEY   IS CHAVE-CTRCLI
                FILE STATUS  IS WS-FS-AUX.
                SELECT CONTRATO ASSIGN TO
                WS-ARQ-CONTRATO
                ORGANIZATION IS INDEXED
                ACCESS MODE  IS DYNAMIC
                RECORD KEY   IS CHAVE-CONTRATO
                FILE STATUS  IS WS-FS-CTR.
                SELECT JRNCLI ASSIGN TO
                WS-ARQ-CLIJRNL
                ORGANIZATION IS SEQUENTIAL
                FILE STATUS  IS WS-FS-AUX.
                SELECT ESTUDANTE ASSIGN TO
                WS-ARQ-STUDENT
                ORGANIZATION IS INDEXED
                ACCESS MODE  IS DYNAMIC
                RECORD KEY   IS CD-STUDENT OF REG-ESTUDANTE
                ALTERNATE RECORD KEY IS NM-STUDENT OF REG-ESTUDANTE
                    WITH DUPLICATES
                FILE STATUS  IS WS-FS-AUX.
                SELECT EXALUNO ASSIGN TO
                WS-ARQ-EXALUNO
                ORGANIZATION IS INDEXED
                ACCESS MODE  IS DYNAMIC
                RECORD KEY   IS CD-STUDENT OF REG-EXALUNO
                FILE STATUS  IS WS-FS-AUX.
                SELECT CFPK0001 ASSIGN TO
                WS-ARQ-CFPK0001
                ORGANIZATION IS INDEXED
                ACCESS MODE  IS RANDOM
                RECORD KEY   IS ID-ALUNO
                FILE STATUS  IS WS-FS-AUX.
                SELECT NOTAS ASSIGN TO
                WS-ARQ-NOTAS
                ORGANIZATION IS INDEXED
                ACCESS MODE  IS DYNAMIC
                RECORD KEY   IS CHAVE-NOTAS
                FILE STATUS  IS WS-FS-AUX.
                SELECT MENSALID ASSIGN TO
                WS-ARQ-MENSALID
                ORGANIZATION IS INDEXED
                ACCESS MODE  IS DYNAMIC
                RECORD KEY   IS CHAVE-MENSALID
                FILE STATUS  IS WS-FS-AUX.
                SELECT NFSE ASSIGN TO
                WS-ARQ-NFSE
                ORGANIZATION IS INDEXED
                ACCESS MODE  IS DYNAMIC
                RECORD KEY   IS NFS-NUM-RPS
                ALTERNATE RECORD KEY IS NFS-CHAVE-RECEBIMENTO
                          WITH DUPLICATES
                FILE STATUS  IS WS-FS-AUX.
                SELECT DOCEMIT ASSIGN TO
                WS-ARQ-DOCEMIT
                ORGANIZATION IS INDEXED
                ACCESS MODE  IS DYNAMIC
                RECORD KEY   IS DOC-NR-DOCUMENTO
                FILE STATUS  IS WS-FS-AUX.
                SELECT FUNCIONARIO ASSIGN TO
                WS-ARQ-FUNCIONARIO
                ORGANIZATION IS INDEXED
                ACCESS MODE  IS DYNAMIC
                RECORD KEY   IS CD-FUNCIONARIO OF REG-FUNCIONARIO
                FILE STATUS  IS WS-FS-AUX.
                SELECT EXFUNC ASSIGN TO
                WS-ARQ-EXFUNC
                ORGANIZATION IS INDEXED
                ACCESS MODE  IS DYNAMIC
                RECORD KEY   IS CD-FUNCIONARIO OF REG-EXFUNC
                FILE STATUS  IS WS-FS-AUX.
                SELECT FUNCBANC ASSIGN TO
                WS-ARQ-FUNCBANC
                ORGANIZATION IS INDEXED
                ACCESS MODE  IS RANDOM
                RECORD KEY   IS FBC-CD-FUNCIONARIO
                FILE STATUS  IS WS-FS-AUX.
                SELECT FOLHHIST ASSIGN TO
                WS-ARQ-FOLHHIST
                ORGANIZATION IS INDEXED
                ACCESS MODE  IS DYNAMIC
                RECORD KEY   IS CHAVE-FOLHHIST
                FILE STATUS  IS WS-FS-AUX.
                SELECT PROFESSOR ASSIGN TO
                WS-ARQ-PROFESSOR
                ORGANIZATION IS INDEXED
                ACCESS MODE  IS DYNAMIC
                RECORD KEY   IS PF-CD-PROFESSOR
                FILE STATUS  IS WS-FS-AUX.
                SELECT NOTIFREG ASSIGN TO
                WS-ARQ-NOTIFREG
                ORGANIZATION IS INDEXED
                ACCESS MODE  IS DYNAMIC
                RECORD KEY   IS CHAVE-NOTIFREG
                FILE STATUS  IS WS-FS-AUX.
                SELECT NOTIFEND ASSIGN TO
                WS-ARQ-NOTIFEND
                ORGANIZATION IS INDEXED
                ACCESS MODE  IS RANDOM
                RECORD KEY   IS CHAVE-NOTIFEND
                FILE STATUS  IS WS-FS-AUX.

       DATA DIVISION.
       FILE SECTION.
       FD LGPDREG.
          COPY FD_LGPDREG.

       FD ANONREG.
          COPY FD_ANONREG.

       FD CONTATOS.
          COPY FD_CONTT.

       FD CONTHIST.
       01 REG-CONTHIST.
          03 ID-CONTATO-H                PIC 9(05).
          03 NM-CONTATO-H                PIC X(20).
          03 ST-CONTATO-H                PIC X(01).
          03 DT-SITUACAO-H               PIC 9(08).
          03 DT-EXPURGO-H                PIC 9(08).

       FD CTTEND.
          COPY FD_CTTEND.

       FD CTTCAN.
          COPY FD_CTTCAN.

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

       FD AVALISTA.
          COPY FD_AVALISTA.

       FD JRNCONT.
       01 REG-JRNCONT                    PIC X(120).

       FD JRNCICS.
       01 REG-JRNCICS                    PIC X(120).

       FD CLIENTE.
          COPY FD_CLIENTE.

       FD CTRCLI.
          COPY FD_CTRCLI.

       FD CONTRATO.
          COPY FD_CONTRATO.

       FD JRNCLI.
       01 REG-JRNCLI                     PIC X(285).

       FD ESTUDANTE.
          COPY FD_ESTUDANTE.

       FD EXALUNO.
          COPY FD_EXALUNO.

       FD CFPK0001.
       01 CFPK0001-ALUNO.
          03 ID-ALUNO                    PIC 9(05).
          03 NM-ALUNO                    PIC X(20).
          03 TL-ALUNO                    PIC 9(11) COMP-3.

       FD NOTAS.
          COPY FD_NOTAS.

       FD MENSALID.
          COPY FD_MENSALID.

       FD NFSE.
          COPY FD_NFSE.

       FD DOCEMIT.
          COPY FD_DOCEMIT.

       FD FUNCIONARIO.
          COPY FD_FUNCIONARIO.

       FD EXFUNC.
          COPY FD_EXFUNC.

       FD FUNCBANC.
          COPY FD_FUNCBANC.

       FD FOLHHIST.
          COPY FD_FOLHHIST.

       FD PROFESSOR.
          COPY FD_PROFESSOR.

       FD NOTIFREG.
          COPY FD_NOTIFREG.

       FD NOTIFEND.
          COPY FD_NOTIFEND.

       WORKING-STORAGE SECTION.
      ***** CAMINHOS FISICOS DOS ARQUIVOS - PRE-CARREGADOS COM O *****
      ***** PADRAO HISTORICO E RESOLVIDOS PELO ARQCONF NO INICIO *****
       77 WS-ARQ-LGPDREG             PIC X(68) VALUE
          'C:\CursoCOBOL\COBOL\01 - Basico\bin\LGPDREG.DAT'.
       77 WS-ARQ-ANONREG             PIC X(68) VALUE
          'C:\CursoCOBOL\COBOL\01 - Basico\bin\ANONREG.DAT'.
       77 WS-ARQ-CONTATOS            PIC X(68) VALUE
          'C:\CursoCOBOL\COBOL\01 - Basico\bin\CONTATOS.DAT'.
       77 WS-ARQ-CONTHIST            PIC X(68) VALUE
          'C:\CursoCOBOL\COBOL\01 - Basico\bin\CONTHIST.DAT'.
       77 WS-ARQ-CTTEND              PIC X(68) VALUE
          'C:\CursoCOBOL\COBOL\01 - Basico\bin\CTTEND.DAT'.
       77 WS-ARQ-CTTCAN              PIC X(68) VALUE
          'C:\CursoCOBOL\COBOL\01 - Basico\bin\CTTCAN.DAT'.
       77 WS-ARQ-CANHIST             PIC X(68) VALUE
          'C:\CursoCOBOL\COBOL\01 - Basico\bin\CANHIST.DAT'.
       77 WS-ARQ-AVALISTA            PIC X(68) VALUE
          'C:\CursoCOBOL\COBOL\01 - Basico\bin\AVALISTA.DAT'.
       77 WS-ARQ-CONTJRNL            PIC X(68) VALUE
          'C:\CursoCOBOL\COBOL\01 - Basico\bin\CONTJRNL.TXT'.
       77 WS-ARQ-JRNCNTT             PIC X(68) VALUE
          'C:\CursoCOBOL\COBOL\01 - Basico\bin\JRNCNTT.TXT'.
       77 WS-ARQ-CLIENTE             PIC X(68) VALUE
          'C:\CURSOCOBOL\COBOL\01 - BASICO\BIN\CLIENTE.DAT'.
       77 WS-ARQ-CTRCLI              PIC X(68) VALUE
          'C:\CursoCOBOL\COBOL\01 - Basico\bin\CTRCLI.DAT'.
       77 WS-ARQ-CONTRATO            PIC X(68) VALUE
          'C:\CursoCOBOL\COBOL\01 - Basico\bin\CONTRATO.DAT'.
       77 WS-ARQ-CLIJRNL             PIC X(68) VALUE
          'C:\CursoCOBOL\COBOL\01 - Basico\bin\CLIJRNL.DAT'.
       77 WS-ARQ-STUDENT             PIC X(68) VALUE
          'C:\CURSOCOBOL\COBOL\01 - BASICO\BIN\STUDENT.DAT'.
       77 WS-ARQ-EXALUNO             PIC X(68) VALUE
          'C:\CURSOCOBOL\COBOL\01 - BASICO\BIN\EXALUNO.DAT'.
       77 WS-ARQ-CFPK0001            PIC X(68) VALUE
          'C:\Users\Mauro Vieira\bin\CFPK0001.DAT'.
       77 WS-ARQ-NOTAS               PIC X(68) VALUE
          'C:\Users\Mauro Vieira\bin\NOTAS.DAT'.
       77 WS-ARQ-MENSALID            PIC X(68) VALUE
          'C:\Users\Mauro Vieira\bin\MENSALID.DAT'.
       77 WS-ARQ-NFSE                PIC X(68) VALUE
          'C:\CursoCOBOL\COBOL\01 - Basico\bin\NFSE.DAT'.
       77 WS-ARQ-DOCEMIT             PIC X(68) VALUE
          'C:\Users\Mauro Vieira\bin\DOCEMIT.DAT'.
       77 WS-ARQ-FUNCIONARIO         PIC X(68) VALUE
          'C:\CursoCOBOL\COBOL\01 - Basico\bin\FUNCIONARIO.DAT'.
       77 WS-ARQ-EXFUNC              PIC X(68) VALUE
          'C:\CursoCOBOL\COBOL\01 - Basico\bin\EXFUNC.DAT'.
       77 WS-ARQ-FUNCBANC            PIC X(68) VALUE
          'C:\CursoCOBOL\COBOL\01 - Basico\bin\FUNCBANC.DAT'.
       77 WS-ARQ-FOLHHIST            PIC X(68) VALUE
          'C:\CursoCOBOL\COBOL\01 - Basico\bin\FOLHHIST.DAT'.
       77 WS-ARQ-PROFESSOR           PIC X(68) VALUE
          'C:\Users\Mauro Vieira\bin\PROFESSOR.DAT'.
       77 WS-ARQ-NOTIFREG            PIC X(68) VALUE
          'C:\CursoCOBOL\COBOL\01 - Basico\bin\NOTIFREG.DAT'.
       77 WS-ARQ-NOTIFEND            PIC X(68) VALUE
          'C:\CursoCOBOL\COBOL\01 - Basico\bin\NOTIFEND.DAT'.
       77 WS-FS-LGR                      PIC 99.
          88 FS-LGR-OK                   VALUE 0.
       77 WS-FS-ANR                      PIC 99.
          88 FS-ANR-OK                   VALUE 0.
       77 WS-FS-CTR                      PIC 99.
          88 FS-CTR-OK                   VALUE 0.
      ***** STATUS COMUM DOS DEMAIS ARQUIVOS, ABERTOS UM DE CADA VEZ **
       77 WS-FS-AUX                      PIC 99.
          88 FS-AUX-OK                   VALUE 0.
          88 FS-AUX-SEM-ARQUIVO          VALUE 35.
       77 WS-NM-ARQUIVO                  PIC X(12).
       77 WS-EOF                         PIC X.
          88 EOF-OK                      VALUE 'S' FALSE 'N'.
       77 WS-EOF-REL                     PIC X.
          88 EOF-REL-OK                  VALUE 'S' FALSE 'N'.
       77 WS-OPCAO                       PIC X.
       77 WS-CONFIRMA                    PIC X.
       77 WS-DATA-HOJE                   PIC 9(08) VALUE ZEROS.
       77 WS-DIAS-HOJE                   PIC 9(07).
       77 WS-DIAS-LIMITE                 PIC 9(07).
      ***** PRAZOS DE GUARDA DO FINPARM (DIAS), COM O PADRAO DE 5 *****
      ***** ANOS, E AS DATAS-LIMITE CALCULADAS A PARTIR DE HOJE *******
       77 WS-RET-FOLHA                   PIC 9(09)V99 VALUE 1825.
       77 WS-RET-FISCAL                  PIC 9(09)V99 VALUE 1825.
       77 WS-DATA-LIM-FOLHA              PIC 9(08).
       77 WS-COMP-LIM-FOLHA              PIC 9(06).
       77 WS-DATA-LIM-FISCAL             PIC 9(08).
      ***** TITULAR DO PEDIDO *****************************************
       77 WS-TP-TITULAR                  PIC X(01).
          88 TITULAR-CONTATO             VALUE 'C'.
          88 TITULAR-CLIENTE             VALUE 'L'.
          88 TITULAR-ALUNO               VALUE 'A'.
          88 TITULAR-FUNCIONARIO         VALUE 'F'.
       77 WS-CD-TITULAR                  PIC 9(05).
       77 WS-CD-ALFA                     PIC X(05).
       77 WS-CD-ALFA3                    PIC X(03).
      ***** PESSOA NAS NOTIFICACOES: C = CLIENTE, A = ALUNO ***********
       77 WS-TP-PESSOA-NTF               PIC X(01).
       77 WS-NOME-TITULAR                PIC X(30).
       77 WS-DS-ORIGEM                   PIC X(12).
       77 WS-TITULAR-ACHADO              PIC X(01).
          88 TITULAR-ACHADO              VALUE 'S' FALSE 'N'.
       77 WS-REG-NOVO                    PIC X(01).
          88 REG-NOVO                    VALUE 'S' FALSE 'N'.
       77 WS-MOTIVO                      PIC X(50).
       77 WS-TP-AVAL                     PIC X(01).
       77 WS-CONTRATO-PEDIDO             PIC 9(06).
       77 WS-CONTRATO-ABERTO             PIC X(01).
          88 CONTRATO-EM-ABERTO          VALUE 'S' FALSE 'N'.
       77 WS-CTR-ABERTO                  PIC X(01).
          88 CTR-ABERTO                  VALUE 'S' FALSE 'N'.
       77 WS-CHAVE-CLIENTE               PIC X(20).
       77 WS-DATA-AUX                    PIC 9(08).
       77 WS-DATA-EDITADA                PIC X(10).
      ***** MARCA NEUTRA QUE SUBSTITUI O NOME E O ENDERECO ************
       77 WS-MARCA-ANONIMO               PIC X(11) VALUE 'ANONIMIZADO'.
       77 WS-QT-ANON                     PIC 9(05) VALUE ZEROS.
       77 WS-QT-JORNAL                   PIC 9(05) VALUE ZEROS.
       77 WS-LINHA-ALTERADA              PIC X(01).
          88 LINHA-ALTERADA              VALUE 'S' FALSE 'N'.
      ***** IMAGENS DO JORNAL - A IMAGEM ANTES JA SAI SEM O DADO ******
      ***** PESSOAL, PARA O PROPRIO JORNAL NAO GUARDAR A COPIA ********
       77 WS-IMAGEM-ANTES                PIC X(34).
       77 WS-IMAGEM-DEPOIS               PIC X(34).
       77 WS-IMAGEM-CLI-ANTES            PIC X(117).
       77 WS-IMAGEM-CLI-DEPOIS           PIC X(117).
      ***** LINHA DO CONTJRNL: CABECALHO DE 50 POSICOES E AS IMAGENS **
      ***** DO REGISTRO DE CONTATOS (34) ANTES E DEPOIS ***************
       01 WS-JRN-CONTATO.
          03 FILLER                      PIC X(50).
          03 WS-JCT-ANTES.
             05 WS-JCT-ID-ANTES          PIC X(05).
             05 WS-JCT-NM-ANTES          PIC X(20).
             05 FILLER                   PIC X(09).
          03 FILLER                      PIC X(01).
          03 WS-JCT-DEPOIS.
             05 WS-JCT-ID-DEPOIS         PIC X(05).
             05 WS-JCT-NM-DEPOIS         PIC X(20).
             05 FILLER                   PIC X(09).
          03 FILLER                      PIC X(01).
      ***** LINHA DO CLIJRNL: AS IMAGENS DO REGISTRO DE CLIENTE (117) *
       01 WS-JRN-CLIENTE.
          03 FILLER                      PIC X(50).
          03 WS-JCL-ANTES.
             05 WS-JCL-CD-ANTES          PIC X(03).
             05 WS-JCL-NM-ANTES          PIC X(20).
             05 WS-JCL-TL-ANTES          PIC X(09).
             05 WS-JCL-EN-ANTES          PIC X(15).
             05 FILLER                   PIC X(24).
             05 WS-JCL-EM-ANTES          PIC X(30).
             05 WS-JCL-TP-DOC-ANTES      PIC X(01).
             05 WS-JCL-NR-DOC-ANTES      PIC 9(14).
             05 FILLER                   PIC X(01).
          03 FILLER                      PIC X(01).
          03 WS-JCL-DEPOIS.
             05 WS-JCL-CD-DEPOIS         PIC X(03).
             05 WS-JCL-NM-DEPOIS         PIC X(20).
             05 WS-JCL-TL-DEPOIS         PIC X(09).
             05 WS-JCL-EN-DEPOIS         PIC X(15).
             05 FILLER                   PIC X(24).
             05 WS-JCL-EM-DEPOIS         PIC X(30).
             05 WS-JCL-TP-DOC-DEPOIS     PIC X(01).
             05 WS-JCL-NR-DOC-DEPOIS     PIC 9(14).
             05 FILLER                   PIC X(01).
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
            CALL 'ARQCONF' USING 'LGPDREG.DAT     ' WS-ARQ-LGPDREG
            CALL 'ARQCONF' USING 'ANONREG.DAT     ' WS-ARQ-ANONREG
            CALL 'ARQCONF' USING 'CONTATOS.DAT    ' WS-ARQ-CONTATOS
            CALL 'ARQCONF' USING 'CONTHIST.DAT    ' WS-ARQ-CONTHIST
            CALL 'ARQCONF' USING 'CTTEND.DAT      ' WS-ARQ-CTTEND
            CALL 'ARQCONF' USING 'CTTCAN.DAT      ' WS-ARQ-CTTCAN
            CALL 'ARQCONF' USING 'CANHIST.DAT     ' WS-ARQ-CANHIST
            CALL 'ARQCONF' USING 'AVALISTA.DAT    ' WS-ARQ-AVALISTA
            CALL 'ARQCONF' USING 'CONTJRNL.TXT    ' WS-ARQ-CONTJRNL
            CALL 'ARQCONF' USING 'JRNCNTT.TXT     ' WS-ARQ-JRNCNTT
            CALL 'ARQCONF' USING 'CLIENTE.DAT     ' WS-ARQ-CLIENTE
            CALL 'ARQCONF' USING 'CTRCLI.DAT      ' WS-ARQ-CTRCLI
            CALL 'ARQCONF' USING 'CONTRATO.DAT    ' WS-ARQ-CONTRATO
            CALL 'ARQCONF' USING 'CLIJRNL.DAT     ' WS-ARQ-CLIJRNL
            CALL 'ARQCONF' USING 'STUDENT.DAT     ' WS-ARQ-STUDENT
            CALL 'ARQCONF' USING 'EXALUNO.DAT     ' WS-ARQ-EXALUNO
            CALL 'ARQCONF' USING 'CFPK0001.DAT    ' WS-ARQ-CFPK0001
            CALL 'ARQCONF' USING 'NOTAS.DAT       ' WS-ARQ-NOTAS
            CALL 'ARQCONF' USING 'MENSALID.DAT    ' WS-ARQ-MENSALID
            CALL 'ARQCONF' USING 'NFSE.DAT        ' WS-ARQ-NFSE
            CALL 'ARQCONF' USING 'DOCEMIT.DAT     ' WS-ARQ-DOCEMIT
            CALL 'ARQCONF' USING 'FUNCIONARIO.DAT ' WS-ARQ-FUNCIONARIO
            CALL 'ARQCONF' USING 'EXFUNC.DAT      ' WS-ARQ-EXFUNC
            CALL 'ARQCONF' USING 'FUNCBANC.DAT    ' WS-ARQ-FUNCBANC
            CALL 'ARQCONF' USING 'FOLHHIST.DAT    ' WS-ARQ-FOLHHIST
            CALL 'ARQCONF' USING 'PROFESSOR.DAT   ' WS-ARQ-PROFESSOR
            CALL 'ARQCONF' USING 'NOTIFREG.DAT    ' WS-ARQ-NOTIFREG
            CALL 'ARQCONF' USING 'NOTIFEND.DAT    ' WS-ARQ-NOTIFEND

            DISPLAY '*** ANONIMIZACAO DE DADOS PESSOAIS DO TITULAR ***'

            MOVE 'LGPDANON  '            TO WS-SGN-CHAMADOR
            CALL 'SIGNON' USING WS-SIGNON
            IF NOT SIGNON-OK
               STOP RUN
            END-IF

            CALL 'PERMITE' USING WS-SGN-USUARIO 'LGPDANON  '
                                 'ANONIMIZA ' WS-PERMITIDO
            IF NOT FUNCAO-PERMITIDA
               DISPLAY 'ACESSO NEGADO - A ANONIMIZACAO EXIGE A FUNCAO '
                       'LGPDANON/ANONIMIZA.'
               STOP RUN
            END-IF

            ACCEPT WS-DATA-HOJE          FROM DATE YYYYMMDD

      ***** DATAS-LIMITE DA RETENCAO LEGAL: O QUE FOR MAIS NOVO QUE ***
      ***** ELAS AINDA TEM QUE SER GUARDADO COM O TITULAR *************
            CALL 'FINPARM' USING 'RETENCAO-FOLHA  ' WS-RET-FOLHA
            CALL 'FINPARM' USING 'RETENCAO-FISCAL ' WS-RET-FISCAL

            COMPUTE WS-DIAS-HOJE =
                    FUNCTION INTEGER-OF-DATE(WS-DATA-HOJE)
            COMPUTE WS-DIAS-LIMITE = WS-DIAS-HOJE - WS-RET-FOLHA
            COMPUTE WS-DATA-LIM-FOLHA =
                    FUNCTION DATE-OF-INTEGER(WS-DIAS-LIMITE)
            MOVE WS-DATA-LIM-FOLHA(1:6)  TO WS-COMP-LIM-FOLHA
            COMPUTE WS-DIAS-LIMITE = WS-DIAS-HOJE - WS-RET-FISCAL
            COMPUTE WS-DATA-LIM-FISCAL =
                    FUNCTION DATE-OF-INTEGER(WS-DIAS-LIMITE)

            PERFORM P100-MENU THRU P100-FIM UNTIL WS-OPCAO = 'F'

            STOP RUN.

       P100-MENU.
            MOVE SPACES                       TO WS-OPCAO
            DISPLAY '*************************************************'
            DISPLAY '|  Anonimizar os dados pessoais de:             |'
            DISPLAY '|    1 - Contato (ativo ou expurgado)           |'
            DISPLAY '|    2 - Cliente                                |'
            DISPLAY '|    3 - Aluno ou ex-aluno                      |'
            DISPLAY '|    4 - Ex-funcionario                         |'
            DISPLAY '|              (ou tecle <F> para finalizar)    |'
            DISPLAY '*************************************************'
            ACCEPT  WS-OPCAO

            EVALUATE WS-OPCAO
                WHEN '1'
                   SET TITULAR-CONTATO         TO TRUE
                   PERFORM P200-PEDIDO         THRU P200-FIM
                WHEN '2'
                   SET TITULAR-CLIENTE         TO TRUE
                   PERFORM P200-PEDIDO         THRU P200-FIM
                WHEN '3'
                   SET TITULAR-ALUNO           TO TRUE
                   PERFORM P200-PEDIDO         THRU P200-FIM
                WHEN '4'
                   SET TITULAR-FUNCIONARIO     TO TRUE
                   PERFORM P200-PEDIDO         THRU P200-FIM
                WHEN 'F' WHEN 'f'
                   MOVE 'F'                    TO WS-OPCAO
                WHEN OTHER
                   DISPLAY 'OPCAO INVALIDA!'
            END-EVALUATE
            .
       P100-FIM.
           EXIT.

       P200-PEDIDO.
      ***** TODA ANONIMIZACAO NASCE DE UM PEDIDO PROTOCOLADO **********
            OPEN INPUT LGPDREG
            IF NOT FS-LGR-OK
               DISPLAY 'REGISTRO DE PEDIDOS INDISPONIVEL - PROTOCOLE '
                       'O PEDIDO NO LGPDACES.'
               GO TO P200-FIM
            END-IF

            DISPLAY 'Protocolo do pedido - ano (AAAA):'
            ACCEPT LGR-AA-PEDIDO
            DISPLAY 'Protocolo do pedido - numero:'
            ACCEPT LGR-NR-PEDIDO

            READ LGPDREG
               INVALID KEY
                  DISPLAY 'PROTOCOLO NAO ENCONTRADO.'
                  CLOSE LGPDREG
                  GO TO P200-FIM
            END-READ
            CLOSE LGPDREG

            DISPLAY 'TITULAR DO PEDIDO: ' LGR-NM-TITULAR
            DISPLAY 'Codigo do titular no cadastro:'
            MOVE ZEROS                    TO WS-CD-TITULAR
            ACCEPT WS-CD-TITULAR

            IF WS-CD-TITULAR EQUAL ZEROS
               OR (TITULAR-CLIENTE AND WS-CD-TITULAR GREATER THAN 999)
               OR (TITULAR-FUNCIONARIO
                   AND WS-CD-TITULAR GREATER THAN 9999)
               DISPLAY 'CODIGO INVALIDO.'
               GO TO P200-FIM
            END-IF
            MOVE WS-CD-TITULAR            TO WS-CD-ALFA
            MOVE WS-CD-ALFA(3:3)          TO WS-CD-ALFA3

            OPEN I-O ANONREG
            IF WS-FS-ANR EQUAL 35
               OPEN OUTPUT ANONREG
               CLOSE ANONREG
               OPEN I-O ANONREG
            END-IF

            IF NOT FS-ANR-OK
               DISPLAY 'ERRO AO ABRIR O REGISTRO DE ANONIMIZACOES.'
               DISPLAY 'FILE STATUS: ' WS-FS-ANR
               GO TO P200-FIM
            END-IF

      ***** ANONIMIZACAO COMPLETA NAO SE REPETE; A INCOMPLETA (COM ****
      ***** MOTIVO) E A RECUSADA PODEM SER PROCESSADAS DE NOVO ********
            MOVE WS-TP-TITULAR            TO ANR-TP-TITULAR
            MOVE WS-CD-TITULAR            TO ANR-CD-TITULAR
            READ ANONREG
               INVALID KEY
                  SET REG-NOVO            TO TRUE
               NOT INVALID KEY
                  SET REG-NOVO            TO FALSE
            END-READ

            IF NOT REG-NOVO
               AND TITULAR-ANONIMIZADO
               AND ANR-MOTIVO EQUAL SPACES
               MOVE ANR-DT-PROCESSO       TO WS-DATA-AUX
               PERFORM P940-FORMATA-DATA  THRU P940-FIM
               DISPLAY 'TITULAR JA ANONIMIZADO EM ' WS-DATA-EDITADA
                       ' POR ' ANR-OPERADOR
               CLOSE ANONREG
               GO TO P200-FIM
            END-IF

            PERFORM P220-LOCALIZA-TITULAR THRU P220-FIM
            IF NOT TITULAR-ACHADO
               DISPLAY 'TITULAR NAO ENCONTRADO NOS CADASTROS.'
               CLOSE ANONREG
               GO TO P200-FIM
            END-IF

            DISPLAY 'CADASTRO: ' WS-NOME-TITULAR ' (' WS-DS-ORIGEM ')'

            MOVE SPACES                   TO WS-MOTIVO
            PERFORM P300-VERIFICA-RETENCAO THRU P300-FIM

            IF WS-MOTIVO NOT EQUAL SPACES
               DISPLAY 'PEDIDO RECUSADO - RETENCAO LEGAL: ' WS-MOTIVO
               SET ANONIMIZACAO-RECUSADA  TO TRUE
               MOVE ZEROS                 TO WS-QT-ANON WS-QT-JORNAL
               PERFORM P800-GRAVA-REGISTRO THRU P800-FIM
               CLOSE ANONREG
               GO TO P200-FIM
            END-IF

            DISPLAY 'A anonimizacao nao pode ser desfeita. Confirma? '
                    '(S/N)'
            ACCEPT WS-CONFIRMA
            IF WS-CONFIRMA NOT EQUAL 'S' AND WS-CONFIRMA NOT EQUAL 's'
               CLOSE ANONREG
               GO TO P200-FIM
            END-IF

            MOVE ZEROS                    TO WS-QT-ANON WS-QT-JORNAL
            EVALUATE TRUE
                WHEN TITULAR-CONTATO
                   PERFORM P400-ANONIMIZA-CONTATO THRU P400-FIM
                WHEN TITULAR-CLIENTE
                   PERFORM P500-ANONIMIZA-CLIENTE THRU P500-FIM
                WHEN TITULAR-ALUNO
                   PERFORM P600-ANONIMIZA-ALUNO   THRU P600-FIM
                WHEN TITULAR-FUNCIONARIO
                   PERFORM P700-ANONIMIZA-FUNC    THRU P700-FIM
            END-EVALUATE

            SET TITULAR-ANONIMIZADO       TO TRUE
            PERFORM P800-GRAVA-REGISTRO   THRU P800-FIM
            CLOSE ANONREG

            DISPLAY 'REGISTROS ANONIMIZADOS: ' WS-QT-ANON
                    '  LINHAS DE JORNAL: ' WS-QT-JORNAL
            IF WS-MOTIVO NOT EQUAL SPACES
               DISPLAY '*** ANONIMIZACAO INCOMPLETA: ' WS-MOTIVO
               DISPLAY '*** REPITA O PEDIDO QUANDO O ARQUIVO VOLTAR.'
            END-IF
            IF TITULAR-CONTATO
               DISPLAY 'O JORNAL ONLINE DE CONTATOS AINDA NAO '
                       'DESCARREGADO E TRATADO PELA OPCAO 9 DO MENU '
                       'CICS (CFPKO009).'
            END-IF
            .
       P200-FIM.
           EXIT.

      ***** LOCALIZA O TITULAR NO CADASTRO ATIVO OU NO HISTORICO ******
       P220-LOCALIZA-TITULAR.
            SET TITULAR-ACHADO            TO FALSE
            MOVE SPACES                   TO WS-NOME-TITULAR

            EVALUATE TRUE
                WHEN TITULAR-CONTATO
                   PERFORM P221-LOCALIZA-CONTATO THRU P221-FIM
                WHEN TITULAR-CLIENTE
                   PERFORM P222-LOCALIZA-CLIENTE THRU P222-FIM
                WHEN TITULAR-ALUNO
                   PERFORM P223-LOCALIZA-ALUNO   THRU P223-FIM
                WHEN TITULAR-FUNCIONARIO
                   PERFORM P224-LOCALIZA-FUNC    THRU P224-FIM
            END-EVALUATE
            .
       P220-FIM.
           EXIT.

       P221-LOCALIZA-CONTATO.
            OPEN INPUT CONTATOS
            IF FS-AUX-OK
               MOVE WS-CD-TITULAR         TO ID-CONTATO
               READ CONTATOS
                  NOT INVALID KEY
                     SET TITULAR-ACHADO   TO TRUE
                     MOVE NM-CONTATO      TO WS-NOME-TITULAR
                     MOVE 'CONTATOS.DAT'  TO WS-DS-ORIGEM
               END-READ
               CLOSE CONTATOS
            END-IF

            IF TITULAR-ACHADO
               GO TO P221-FIM
            END-IF

            OPEN INPUT CONTHIST
            IF FS-AUX-OK
               MOVE WS-CD-TITULAR         TO ID-CONTATO-H
               READ CONTHIST
                  NOT INVALID KEY
                     SET TITULAR-ACHADO   TO TRUE
                     MOVE NM-CONTATO-H    TO WS-NOME-TITULAR
                     MOVE 'CONTHIST.DAT'  TO WS-DS-ORIGEM
               END-READ
               CLOSE CONTHIST
            END-IF
            .
       P221-FIM.
           EXIT.

       P222-LOCALIZA-CLIENTE.
            OPEN INPUT CLIENTE
            IF FS-AUX-OK
               MOVE WS-CD-TITULAR         TO CD-CLIENTE
               READ CLIENTE
                  NOT INVALID KEY
                     SET TITULAR-ACHADO   TO TRUE
                     MOVE NM-CLIENTE      TO WS-NOME-TITULAR
                     MOVE 'CLIENTE.DAT'   TO WS-DS-ORIGEM
               END-READ
               CLOSE CLIENTE
            END-IF
            .
       P222-FIM.
           EXIT.

       P223-LOCALIZA-ALUNO.
            OPEN INPUT ESTUDANTE
            IF FS-AUX-OK
               MOVE WS-CD-TITULAR         TO CD-STUDENT OF REG-ESTUDANTE
               READ ESTUDANTE
                  NOT INVALID KEY
                     SET TITULAR-ACHADO   TO TRUE
                     MOVE NM-STUDENT OF REG-ESTUDANTE
                                          TO WS-NOME-TITULAR
                     MOVE 'STUDENT.DAT'   TO WS-DS-ORIGEM
               END-READ
               CLOSE ESTUDANTE
            END-IF

            IF TITULAR-ACHADO
               GO TO P223-FIM
            END-IF

            OPEN INPUT EXALUNO
            IF FS-AUX-OK
               MOVE WS-CD-TITULAR         TO CD-STUDENT OF REG-EXALUNO
               READ EXALUNO
                  NOT INVALID KEY
                     SET TITULAR-ACHADO   TO TRUE
                     MOVE NM-STUDENT OF REG-EXALUNO
                                          TO WS-NOME-TITULAR
                     MOVE 'EXALUNO.DAT'   TO WS-DS-ORIGEM
               END-READ
               CLOSE EXALUNO
            END-IF
            .
       P223-FIM.
           EXIT.

       P224-LOCALIZA-FUNC.
            OPEN INPUT FUNCIONARIO
            IF FS-AUX-OK
               MOVE WS-CD-TITULAR         TO
                    CD-FUNCIONARIO OF REG-FUNCIONARIO
               READ FUNCIONARIO
                  NOT INVALID KEY
                     SET TITULAR-ACHADO   TO TRUE
                     MOVE NM-FUNCIONARIO OF REG-FUNCIONARIO
                                          TO WS-NOME-TITULAR
                     MOVE 'FUNCIONARIO' TO WS-DS-ORIGEM
               END-READ
               CLOSE FUNCIONARIO
            END-IF

            IF TITULAR-ACHADO
               GO TO P224-FIM
            END-IF

            OPEN INPUT EXFUNC
            IF FS-AUX-OK
               MOVE WS-CD-TITULAR         TO
                    CD-FUNCIONARIO OF REG-EXFUNC
               READ EXFUNC
                  NOT INVALID KEY
                     SET TITULAR-ACHADO   TO TRUE
                     MOVE NM-FUNCIONARIO OF REG-EXFUNC
                                          TO WS-NOME-TITULAR
                     MOVE 'EXFUNC.DAT'    TO WS-DS-ORIGEM
               END-READ
               CLOSE EXFUNC
            END-IF
            .
       P224-FIM.
           EXIT.

      ***** RETENCAO LEGAL: O PRIMEIRO IMPEDIMENTO ACHADO VAI PARA ****
      ***** WS-MOTIVO E O PEDIDO E RECUSADO. ARQUIVO QUE NAO EXISTE ***
      ***** NAO IMPEDE; ARQUIVO QUE EXISTE E NAO ABRE IMPEDE, POIS ****
      ***** NAO DA PARA CONFERIR **************************************
       P300-VERIFICA-RETENCAO.
            SET CTR-ABERTO                TO FALSE
            OPEN INPUT CONTRATO
            IF FS-CTR-OK
               SET CTR-ABERTO             TO TRUE
            ELSE
               IF WS-FS-CTR NOT EQUAL 35
                  MOVE 'CONTRATO.DAT'     TO WS-NM-ARQUIVO
                  PERFORM P380-INDISPONIVEL THRU P380-FIM
                  GO TO P300-FIM
               END-IF
            END-IF

            EVALUATE TRUE
                WHEN TITULAR-CONTATO
                   MOVE 'C'                    TO WS-TP-AVAL
                   PERFORM P310-AVALISTAS      THRU P310-FIM
                WHEN TITULAR-CLIENTE
                   PERFORM P320-CONTRATOS-CLI  THRU P320-FIM
                   MOVE 'L'                    TO WS-TP-AVAL
                   PERFORM P310-AVALISTAS      THRU P310-FIM
                WHEN TITULAR-ALUNO
                   PERFORM P330-RETENCAO-ALUNO THRU P330-FIM
                WHEN TITULAR-FUNCIONARIO
                   PERFORM P340-RETENCAO-FUNC  THRU P340-FIM
            END-EVALUATE

            IF CTR-ABERTO
               CLOSE CONTRATO
            END-IF
            .
       P300-FIM.
           EXIT.

      ***** AVALISTA DE CONTRATO EM ABERTO (TIPO C=CONTATO, L=CLIENTE) *
       P310-AVALISTAS.
            IF WS-MOTIVO NOT EQUAL SPACES
               GO TO P310-FIM
            END-IF

            OPEN INPUT AVALISTA
            IF NOT FS-AUX-OK
               MOVE 'AVALISTA.DAT'        TO WS-NM-ARQUIVO
               PERFORM P380-INDISPONIVEL  THRU P380-FIM
               GO TO P310-FIM
            END-IF

            SET EOF-OK                    TO FALSE
            PERFORM P315-LE-AVALISTA      THRU P315-FIM
                    UNTIL EOF-OK OR WS-MOTIVO NOT EQUAL SPACES

            CLOSE AVALISTA
            .
       P310-FIM.
           EXIT.

       P315-LE-AVALISTA.
            READ AVALISTA NEXT RECORD
               AT END
                  SET EOF-OK              TO TRUE
                  GO TO P315-FIM
            END-READ

            IF AVL-TIPO NOT EQUAL WS-TP-AVAL
               OR AVL-ID NOT EQUAL WS-CD-TITULAR
               GO TO P315-FIM
            END-IF

            MOVE AVL-NUM-CONTRATO         TO WS-CONTRATO-PEDIDO
            PERFORM P390-CONTRATO-ABERTO  THRU P390-FIM
            IF CONTRATO-EM-ABERTO
               STRING 'AVALISTA DO CONTRATO ' AVL-NUM-CONTRATO
                      ' COM PARCELA EM ABERTO'
                      DELIMITED BY SIZE INTO WS-MOTIVO
            END-IF
            .
       P315-FIM.
           EXIT.

      ***** CONTRATOS DO CLIENTE PELO INDICE CTRCLI *******************
       P320-CONTRATOS-CLI.
            OPEN INPUT CTRCLI
            IF NOT FS-AUX-OK
               MOVE 'CTRCLI.DAT'          TO WS-NM-ARQUIVO
               PERFORM P380-INDISPONIVEL  THRU P380-FIM
               GO TO P320-FIM
            END-IF

            MOVE SPACES                   TO WS-CHAVE-CLIENTE
            MOVE WS-CD-ALFA3              TO WS-CHAVE-CLIENTE(1:3)
            MOVE WS-CHAVE-CLIENTE         TO CCL-CD-CLIENTE
            MOVE ZEROS                    TO CCL-NUM-CONTRATO
            SET EOF-OK                    TO FALSE
            START CTRCLI KEY NOT LESS THAN CHAVE-CTRCLI
               INVALID KEY
                  SET EOF-OK              TO TRUE
            END-START
            PERFORM P325-LE-CTRCLI        THRU P325-FIM
                    UNTIL EOF-OK OR WS-MOTIVO NOT EQUAL SPACES

            CLOSE CTRCLI
            .
       P320-FIM.
           EXIT.

       P325-LE-CTRCLI.
            READ CTRCLI NEXT RECORD
               AT END
                  SET EOF-OK              TO TRUE
                  GO TO P325-FIM
            END-READ

            IF CCL-CD-CLIENTE(1:3) NOT EQUAL WS-CD-ALFA3
               SET EOF-OK                 TO TRUE
               GO TO P325-FIM
            END-IF

            MOVE CCL-NUM-CONTRATO         TO WS-CONTRATO-PEDIDO
            PERFORM P390-CONTRATO-ABERTO  THRU P390-FIM
            IF CONTRATO-EM-ABERTO
               STRING 'CONTRATO ' CCL-NUM-CONTRATO
                      ' COM PARCELA EM ABERTO'
                      DELIMITED BY SIZE INTO WS-MOTIVO
            END-IF
            .
       P325-FIM.
           EXIT.

      ***** ALUNO: VINCULO ATIVO, HISTORICO ESCOLAR, MENSALIDADE EM ***
      ***** ABERTO E NFS-E DENTRO DO PRAZO FISCAL *********************
       P330-RETENCAO-ALUNO.
            OPEN INPUT ESTUDANTE
            IF FS-AUX-OK
               MOVE WS-CD-TITULAR         TO CD-STUDENT OF REG-ESTUDANTE
               READ ESTUDANTE
                  NOT INVALID KEY
                     IF STUDENT-ATIVO OR STUDENT-TRANCADO
                        MOVE 'ALUNO COM MATRICULA ATIVA OU TRANCADA'
                                          TO WS-MOTIVO
                     END-IF
               END-READ
               CLOSE ESTUDANTE
            ELSE
               MOVE 'STUDENT.DAT'         TO WS-NM-ARQUIVO
               PERFORM P380-INDISPONIVEL  THRU P380-FIM
            END-IF
            IF WS-MOTIVO NOT EQUAL SPACES
               GO TO P330-FIM
            END-IF

      ***** O HISTORICO ESCOLAR E DE GUARDA PERMANENTE: ALUNO COM *****
      ***** RESULTADO NO MESTRE DE NOTAS NAO E ANONIMIZADO ************
            OPEN INPUT NOTAS
            IF FS-AUX-OK
               MOVE WS-CD-TITULAR         TO NT-ID-ALUNO
               MOVE ZEROS                 TO NT-ID-MATERIA
                                             NT-AA-PERIODO
                                             NT-SM-PERIODO
               START NOTAS KEY NOT LESS THAN CHAVE-NOTAS
                  NOT INVALID KEY
                     READ NOTAS NEXT RECORD
                        NOT AT END
                           IF NT-ID-ALUNO EQUAL WS-CD-TITULAR
                              MOVE 'HISTORICO ESCOLAR (NOTAS) DE '
                                 & 'GUARDA PERMANENTE' TO WS-MOTIVO
                           END-IF
                     END-READ
               END-START
               CLOSE NOTAS
            ELSE
               MOVE 'NOTAS.DAT'           TO WS-NM-ARQUIVO
               PERFORM P380-INDISPONIVEL  THRU P380-FIM
            END-IF
            IF WS-MOTIVO NOT EQUAL SPACES
               GO TO P330-FIM
            END-IF

            OPEN INPUT MENSALID
            IF FS-AUX-OK
               MOVE WS-CD-TITULAR         TO MSL-CD-STUDENT
               MOVE ZEROS                 TO MSL-AA-PERIODO
                                             MSL-SM-PERIODO
               SET EOF-OK                 TO FALSE
               START MENSALID KEY NOT LESS THAN CHAVE-MENSALID
                  INVALID KEY
                     SET EOF-OK           TO TRUE
               END-START
               PERFORM P335-LE-MENSALIDADE THRU P335-FIM
                       UNTIL EOF-OK OR WS-MOTIVO NOT EQUAL SPACES
               CLOSE MENSALID
            ELSE
               MOVE 'MENSALID.DAT'        TO WS-NM-ARQUIVO
               PERFORM P380-INDISPONIVEL  THRU P380-FIM
            END-IF
            IF WS-MOTIVO NOT EQUAL SPACES
               GO TO P330-FIM
            END-IF

            OPEN INPUT NFSE
            IF FS-AUX-OK
               SET EOF-OK                 TO FALSE
               PERFORM P337-LE-NFSE       THRU P337-FIM
                       UNTIL EOF-OK OR WS-MOTIVO NOT EQUAL SPACES
               CLOSE NFSE
            ELSE
               MOVE 'NFSE.DAT'            TO WS-NM-ARQUIVO
               PERFORM P380-INDISPONIVEL  THRU P380-FIM
            END-IF
            .
       P330-FIM.
           EXIT.

       P335-LE-MENSALIDADE.
            READ MENSALID NEXT RECORD
               AT END
                  SET EOF-OK              TO TRUE
                  GO TO P335-FIM
            END-READ

            IF MSL-CD-STUDENT NOT EQUAL WS-CD-TITULAR
               SET EOF-OK                 TO TRUE
               GO TO P335-FIM
            END-IF

            MOVE MSL-NUM-CONTRATO         TO WS-CONTRATO-PEDIDO
            PERFORM P390-CONTRATO-ABERTO  THRU P390-FIM
            IF CONTRATO-EM-ABERTO
               STRING 'MENSALIDADES DO CONTRATO ' MSL-NUM-CONTRATO
                      ' EM ABERTO'
                      DELIMITED BY SIZE INTO WS-MOTIVO
            END-IF
            .
       P335-FIM.
           EXIT.

       P337-LE-NFSE.
            READ NFSE NEXT RECORD
               AT END
                  SET EOF-OK              TO TRUE
                  GO TO P337-FIM
            END-READ

            IF NFS-CD-STUDENT EQUAL WS-CD-TITULAR
               AND NFS-DT-EMISSAO-RPS NOT LESS THAN WS-DATA-LIM-FISCAL
               STRING 'NFS-E DO RPS ' NFS-NUM-RPS
                      ' NO PRAZO DE GUARDA FISCAL'
                      DELIMITED BY SIZE INTO WS-MOTIVO
            END-IF
            .
       P337-FIM.
           EXIT.

      ***** FUNCIONARIO: VINCULO ATIVO, DESLIGAMENTO E FOLHAS DENTRO **
      ***** DO PRAZO DE GUARDA TRABALHISTA ****************************
       P340-RETENCAO-FUNC.
            OPEN INPUT FUNCIONARIO
            IF FS-AUX-OK
               MOVE WS-CD-TITULAR         TO
                    CD-FUNCIONARIO OF REG-FUNCIONARIO
               READ FUNCIONARIO
                  NOT INVALID KEY
                     MOVE 'FUNCIONARIO COM VINCULO ATIVO'
                                          TO WS-MOTIVO
               END-READ
               CLOSE FUNCIONARIO
            ELSE
               MOVE 'FUNCIONARIO'         TO WS-NM-ARQUIVO
               PERFORM P380-INDISPONIVEL  THRU P380-FIM
            END-IF
            IF WS-MOTIVO NOT EQUAL SPACES
               GO TO P340-FIM
            END-IF

            OPEN INPUT EXFUNC
            IF FS-AUX-OK
               MOVE WS-CD-TITULAR         TO
                    CD-FUNCIONARIO OF REG-EXFUNC
               READ EXFUNC
                  NOT INVALID KEY
                     IF DT-DESLIGAMENTO NOT LESS THAN WS-DATA-LIM-FOLHA
                        MOVE DT-DESLIGAMENTO TO WS-DATA-AUX
                        PERFORM P940-FORMATA-DATA THRU P940-FIM
                        STRING 'DESLIGAMENTO EM ' WS-DATA-EDITADA
                               ' NO PRAZO DE GUARDA'
                               DELIMITED BY SIZE INTO WS-MOTIVO
                     END-IF
               END-READ
               CLOSE EXFUNC
            ELSE
               MOVE 'EXFUNC.DAT'          TO WS-NM-ARQUIVO
               PERFORM P380-INDISPONIVEL  THRU P380-FIM
            END-IF
            IF WS-MOTIVO NOT EQUAL SPACES
               GO TO P340-FIM
            END-IF

            OPEN INPUT FOLHHIST
            IF FS-AUX-OK
               MOVE WS-COMP-LIM-FOLHA     TO FLH-COMPETENCIA
               MOVE ZEROS                 TO FLH-CD-FUNCIONARIO
               SET EOF-OK                 TO FALSE
               START FOLHHIST KEY NOT LESS THAN CHAVE-FOLHHIST
                  INVALID KEY
                     SET EOF-OK           TO TRUE
               END-START
               PERFORM P345-LE-FOLHA      THRU P345-FIM
                       UNTIL EOF-OK OR WS-MOTIVO NOT EQUAL SPACES
               CLOSE FOLHHIST
            ELSE
               MOVE 'FOLHHIST.DAT'        TO WS-NM-ARQUIVO
               PERFORM P380-INDISPONIVEL  THRU P380-FIM
            END-IF
            .
       P340-FIM.
           EXIT.

       P345-LE-FOLHA.
      ***** O ARQUIVO E POR COMPETENCIA: DA COMPETENCIA-LIMITE EM *****
      ***** DIANTE, TODA FOLHA DO TITULAR AINDA ESTA NA GUARDA ********
            READ FOLHHIST NEXT RECORD
               AT END
                  SET EOF-OK              TO TRUE
                  GO TO P345-FIM
            END-READ

            IF FLH-CD-FUNCIONARIO EQUAL WS-CD-TITULAR
               STRING 'FOLHA DE ' FLH-COMPETENCIA(5:2) '/'
                      FLH-COMPETENCIA(1:4)
                      ' NO PRAZO DE GUARDA TRABALHISTA'
                      DELIMITED BY SIZE INTO WS-MOTIVO
            END-IF
            .
       P345-FIM.
           EXIT.

       P380-INDISPONIVEL.
            IF FS-AUX-SEM-ARQUIVO
               GO TO P380-FIM
            END-IF
            STRING 'ARQUIVO ' WS-NM-ARQUIVO DELIMITED BY SPACE
                   ' INDISPONIVEL PARA A CONFERENCIA'
                   DELIMITED BY SIZE INTO WS-MOTIVO
            .
       P380-FIM.
           EXIT.

      ***** CONTRATO COM ALGUMA PARCELA ABERTA OU VENCIDA *************
       P390-CONTRATO-ABERTO.
            SET CONTRATO-EM-ABERTO        TO FALSE
            IF NOT CTR-ABERTO
               GO TO P390-FIM
            END-IF

            MOVE WS-CONTRATO-PEDIDO       TO NUM-CONTRATO
            MOVE ZEROS                    TO NUM-PARCELA-CONTRATO
            SET EOF-REL-OK                TO FALSE
            START CONTRATO KEY NOT LESS THAN CHAVE-CONTRATO
               INVALID KEY
                  SET EOF-REL-OK          TO TRUE
            END-START
            PERFORM P391-LE-PARCELA       THRU P391-FIM
                    UNTIL EOF-REL-OK OR CONTRATO-EM-ABERTO
            .
       P390-FIM.
           EXIT.

       P391-LE-PARCELA.
            READ CONTRATO NEXT RECORD
               AT END
                  SET EOF-REL-OK          TO TRUE
                  GO TO P391-FIM
            END-READ

            IF NUM-CONTRATO NOT EQUAL WS-CONTRATO-PEDIDO
               SET EOF-REL-OK             TO TRUE
               GO TO P391-FIM
            END-IF

            IF PARCELA-EM-ABERTO
               SET CONTRATO-EM-ABERTO     TO TRUE
            END-IF
            .
       P391-FIM.
           EXIT.

      ***** CONTATO: CADASTRO, HISTORICO, ENDERECOS, CANAIS, **********
      ***** AVALISTA E O JORNAL DE CONTATOS ***************************
       P400-ANONIMIZA-CONTATO.
            CALL 'SELOMARC' USING 'CONTATOS    ' 'LGPDANON  '

            OPEN I-O CONTATOS
            IF FS-AUX-OK
               MOVE WS-CD-TITULAR         TO ID-CONTATO
               READ CONTATOS
                  NOT INVALID KEY
                     PERFORM P405-REGRAVA-CONTATO THRU P405-FIM
               END-READ
               CLOSE CONTATOS
            ELSE
               MOVE 'CONTATOS.DAT'        TO WS-NM-ARQUIVO
               PERFORM P900-AVISO-ARQUIVO THRU P900-FIM
            END-IF

            OPEN I-O CONTHIST
            IF FS-AUX-OK
               MOVE WS-CD-TITULAR         TO ID-CONTATO-H
               READ CONTHIST
                  NOT INVALID KEY
                     MOVE WS-MARCA-ANONIMO TO NM-CONTATO-H
                     REWRITE REG-CONTHIST
                        NOT INVALID KEY
                           ADD 1          TO WS-QT-ANON
                     END-REWRITE
               END-READ
               CLOSE CONTHIST
            ELSE
               MOVE 'CONTHIST.DAT'        TO WS-NM-ARQUIVO
               PERFORM P900-AVISO-ARQUIVO THRU P900-FIM
            END-IF

            OPEN I-O CTTEND
            IF FS-AUX-OK
               MOVE WS-CD-TITULAR         TO EN-ID-CONTATO
               MOVE ZEROS                 TO EN-SEQUENCIA
               SET EOF-OK                 TO FALSE
               START CTTEND KEY NOT LESS THAN CHAVE-CTTEND
                  INVALID KEY
                     SET EOF-OK           TO TRUE
               END-START
               PERFORM P410-ENDERECO      THRU P410-FIM UNTIL EOF-OK
               CLOSE CTTEND
            ELSE
               MOVE 'CTTEND.DAT'          TO WS-NM-ARQUIVO
               PERFORM P900-AVISO-ARQUIVO THRU P900-FIM
            END-IF

            OPEN I-O CTTCAN
            IF FS-AUX-OK
               MOVE WS-CD-TITULAR         TO CN-ID-CONTATO
               MOVE ZEROS                 TO CN-SEQUENCIA
               SET EOF-OK                 TO FALSE
               START CTTCAN KEY NOT LESS THAN CHAVE-CTTCAN
                  INVALID KEY
                     SET EOF-OK           TO TRUE
               END-START
               PERFORM P415-CANAL         THRU P415-FIM UNTIL EOF-OK
               CLOSE CTTCAN
            ELSE
               MOVE 'CTTCAN.DAT'          TO WS-NM-ARQUIVO
               PERFORM P900-AVISO-ARQUIVO THRU P900-FIM
            END-IF

            OPEN I-O CANHIST
            IF FS-AUX-OK
               MOVE WS-CD-TITULAR         TO CN-ID-CONTATO-H
               MOVE ZEROS                 TO CN-SEQUENCIA-H
               SET EOF-OK                 TO FALSE
               START CANHIST KEY NOT LESS THAN CHAVE-CANHIST
                  INVALID KEY
                     SET EOF-OK           TO TRUE
               END-START
               PERFORM P420-CANAL-HIST    THRU P420-FIM UNTIL EOF-OK
               CLOSE CANHIST
            ELSE
               MOVE 'CANHIST.DAT'         TO WS-NM-ARQUIVO
               PERFORM P900-AVISO-ARQUIVO THRU P900-FIM
            END-IF

            MOVE 'C'                      TO WS-TP-AVAL
            PERFORM P450-ANONIMIZA-AVAL   THRU P450-FIM

            OPEN I-O JRNCONT
            IF FS-AUX-OK
               SET EOF-OK                 TO FALSE
               PERFORM P440-JORNAL-CONTATO THRU P440-FIM UNTIL EOF-OK
               CLOSE JRNCONT
            ELSE
               MOVE 'CONTJRNL.TXT'        TO WS-NM-ARQUIVO
               PERFORM P900-AVISO-ARQUIVO THRU P900-FIM
            END-IF

            OPEN I-O JRNCICS
            IF FS-AUX-OK
               SET EOF-OK                 TO FALSE
               PERFORM P445-JORNAL-ONLINE THRU P445-FIM UNTIL EOF-OK
               CLOSE JRNCICS
            ELSE
               MOVE 'JRNCNTT.TXT'         TO WS-NM-ARQUIVO
               PERFORM P900-AVISO-ARQUIVO THRU P900-FIM
            END-IF
            .
       P400-FIM.
           EXIT.

       P405-REGRAVA-CONTATO.
            MOVE REG-CONTATOS             TO WS-IMAGEM-ANTES
            MOVE WS-MARCA-ANONIMO         TO WS-IMAGEM-ANTES(6:20)
            MOVE WS-MARCA-ANONIMO         TO NM-CONTATO
            IF CONTATO-ATIVO
               SET CONTATO-INATIVO        TO TRUE
               MOVE WS-DATA-HOJE          TO DT-SITUACAO
            END-IF

            REWRITE REG-CONTATOS
               INVALID KEY
                  MOVE 'CONTATOS.DAT'     TO WS-NM-ARQUIVO
                  PERFORM P900-AVISO-ARQUIVO THRU P900-FIM
               NOT INVALID KEY
                  ADD 1                   TO WS-QT-ANON
                  MOVE REG-CONTATOS       TO WS-IMAGEM-DEPOIS
                  CALL 'CNTJRNL' USING 'LGPDANON  '
                       WS-SGN-USUARIO 'ANONIMIZA '
                       WS-IMAGEM-ANTES WS-IMAGEM-DEPOIS
            END-REWRITE
            .
       P405-FIM.
           EXIT.

       P410-ENDERECO.
            READ CTTEND NEXT RECORD
               AT END
                  SET EOF-OK              TO TRUE
                  GO TO P410-FIM
            END-READ

            IF EN-ID-CONTATO NOT EQUAL WS-CD-TITULAR
               SET EOF-OK                 TO TRUE
               GO TO P410-FIM
            END-IF

      ***** CIDADE E UF FICAM (SO NAO IDENTIFICAM A PESSOA) ***********
            MOVE WS-MARCA-ANONIMO         TO EN-LOGRADOURO
            MOVE ZEROS                    TO EN-CEP
            REWRITE REG-CTTEND
               NOT INVALID KEY
                  ADD 1                   TO WS-QT-ANON
            END-REWRITE
            .
       P410-FIM.
           EXIT.

       P415-CANAL.
            READ CTTCAN NEXT RECORD
               AT END
                  SET EOF-OK              TO TRUE
                  GO TO P415-FIM
            END-READ

            IF CN-ID-CONTATO NOT EQUAL WS-CD-TITULAR
               SET EOF-OK                 TO TRUE
               GO TO P415-FIM
            END-IF

      ***** O CANAL FICA SEM VALOR, SEM PREFERENCIA E EM OPT-OUT: *****
      ***** NINGUEM MAIS PROCURA O TITULAR POR ELE ********************
            MOVE SPACES                   TO CN-VALOR
            IF CANAL-EMAIL
               MOVE WS-MARCA-ANONIMO      TO CN-VALOR
            ELSE
               MOVE ZEROS                 TO CN-DDD CN-NUMERO
            END-IF
            SET CANAL-PREFERENCIAL        TO FALSE
            IF NOT CANAL-OPT-OUT
               SET CANAL-OPT-OUT          TO TRUE
               MOVE WS-DATA-HOJE          TO CN-DT-OPT-OUT
            END-IF
            REWRITE REG-CTTCAN
               NOT INVALID KEY
                  ADD 1                   TO WS-QT-ANON
            END-REWRITE
            .
       P415-FIM.
           EXIT.

       P420-CANAL-HIST.
            READ CANHIST NEXT RECORD
               AT END
                  SET EOF-OK              TO TRUE
                  GO TO P420-FIM
            END-READ

            IF CN-ID-CONTATO-H NOT EQUAL WS-CD-TITULAR
               SET EOF-OK                 TO TRUE
               GO TO P420-FIM
            END-IF

            MOVE SPACES                   TO CN-VALOR-H
            IF CN-TP-CANAL-H EQUAL 'E'
               MOVE WS-MARCA-ANONIMO      TO CN-VALOR-H
            ELSE
               MOVE ALL '0'               TO CN-VALOR-H(1:11)
            END-IF
            MOVE 'N'                      TO CN-PREFERENCIAL-H
            REWRITE REG-CANHIST
               NOT INVALID KEY
                  ADD 1                   TO WS-QT-ANON
            END-REWRITE
            .
       P420-FIM.
           EXIT.

      ***** JORNAL DE CONTATOS: AS IMAGENS ANTES/DEPOIS DO TITULAR ****
      ***** FICAM COM O NOME NEUTRO; O RESTO DA TRILHA NAO MUDA *******
       P440-JORNAL-CONTATO.
            READ JRNCONT
               AT END
                  SET EOF-OK              TO TRUE
                  GO TO P440-FIM
            END-READ

            MOVE REG-JRNCONT              TO WS-JRN-CONTATO
            PERFORM P442-MARCA-IMAGENS    THRU P442-FIM

            IF LINHA-ALTERADA
               MOVE WS-JRN-CONTATO        TO REG-JRNCONT
               REWRITE REG-JRNCONT
               ADD 1                      TO WS-QT-JORNAL
            END-IF
            .
       P440-FIM.
           EXIT.

       P442-MARCA-IMAGENS.
            SET LINHA-ALTERADA            TO FALSE
            IF WS-JCT-ID-ANTES EQUAL WS-CD-ALFA
               AND WS-JCT-NM-ANTES NOT EQUAL WS-MARCA-ANONIMO
               MOVE WS-MARCA-ANONIMO      TO WS-JCT-NM-ANTES
               SET LINHA-ALTERADA         TO TRUE
            END-IF
            IF WS-JCT-ID-DEPOIS EQUAL WS-CD-ALFA
               AND WS-JCT-NM-DEPOIS NOT EQUAL WS-MARCA-ANONIMO
               MOVE WS-MARCA-ANONIMO      TO WS-JCT-NM-DEPOIS
               SET LINHA-ALTERADA         TO TRUE
            END-IF
            .
       P442-FIM.
           EXIT.

      ***** JORNAL ONLINE DESCARREGADO DO CICS (CFPKO010): O MESMO ****
      ***** LAYOUT DO CONTJRNL, A MESMA TROCA DO NOME *****************
       P445-JORNAL-ONLINE.
            READ JRNCICS
               AT END
                  SET EOF-OK              TO TRUE
                  GO TO P445-FIM
            END-READ

            MOVE REG-JRNCICS              TO WS-JRN-CONTATO
            PERFORM P442-MARCA-IMAGENS    THRU P442-FIM

            IF LINHA-ALTERADA
               MOVE WS-JRN-CONTATO        TO REG-JRNCICS
               REWRITE REG-JRNCICS
               ADD 1                      TO WS-QT-JORNAL
            END-IF
            .
       P445-FIM.
           EXIT.

      ***** AVALISTA COM O TITULAR (TIPO C=CONTATO, L=CLIENTE) ********
       P450-ANONIMIZA-AVAL.
            OPEN I-O AVALISTA
            IF NOT FS-AUX-OK
               MOVE 'AVALISTA.DAT'        TO WS-NM-ARQUIVO
               PERFORM P900-AVISO-ARQUIVO THRU P900-FIM
               GO TO P450-FIM
            END-IF

            SET EOF-OK                    TO FALSE
            PERFORM P455-LE-AVALISTA      THRU P455-FIM UNTIL EOF-OK

            CLOSE AVALISTA
            .
       P450-FIM.
           EXIT.

       P455-LE-AVALISTA.
            READ AVALISTA NEXT RECORD
               AT END
                  SET EOF-OK              TO TRUE
                  GO TO P455-FIM
            END-READ

            IF AVL-TIPO EQUAL WS-TP-AVAL
               AND AVL-ID EQUAL WS-CD-TITULAR
               MOVE WS-MARCA-ANONIMO      TO AVL-NOME
               MOVE SPACES                TO AVL-TP-DOC
               MOVE ZEROS                 TO AVL-NR-DOC
               REWRITE REG-AVALISTA
                  NOT INVALID KEY
                     ADD 1                TO WS-QT-ANON
               END-REWRITE
            END-IF
            .
       P455-FIM.
           EXIT.

      ***** CLIENTE: CADASTRO (INATIVADO), AVALISTA E O JORNAL DE *****
      ***** CLIENTES. CIDADE, UF E LIMITE FICAM PARA A ESTATISTICA ****
       P500-ANONIMIZA-CLIENTE.
            CALL 'SELOMARC' USING 'CLIENTE     ' 'LGPDANON  '

            OPEN I-O CLIENTE
            IF FS-AUX-OK
               MOVE WS-CD-TITULAR         TO CD-CLIENTE
               READ CLIENTE
                  NOT INVALID KEY
                     PERFORM P505-REGRAVA-CLIENTE THRU P505-FIM
               END-READ
               CLOSE CLIENTE
            ELSE
               MOVE 'CLIENTE.DAT'         TO WS-NM-ARQUIVO
               PERFORM P900-AVISO-ARQUIVO THRU P900-FIM
            END-IF

            MOVE 'L'                      TO WS-TP-AVAL
            PERFORM P450-ANONIMIZA-AVAL   THRU P450-FIM

            OPEN I-O JRNCLI
            IF FS-AUX-OK
               SET EOF-OK                 TO FALSE
               PERFORM P540-JORNAL-CLIENTE THRU P540-FIM UNTIL EOF-OK
               CLOSE JRNCLI
            ELSE
               MOVE 'CLIJRNL.DAT'         TO WS-NM-ARQUIVO
               PERFORM P900-AVISO-ARQUIVO THRU P900-FIM
            END-IF

            MOVE 'C'                      TO WS-TP-PESSOA-NTF
            PERFORM P560-NOTIFICACOES     THRU P560-FIM
            .
       P500-FIM.
           EXIT.

       P505-REGRAVA-CLIENTE.
            MOVE WS-MARCA-ANONIMO         TO NM-CLIENTE
                                             EN-CLIENTE
            MOVE SPACES                   TO TL-CLIENTE
                                             EM-CLIENTE
                                             TP-DOC-CLIENTE
            MOVE ZEROS                    TO NR-DOC-CLIENTE
            MOVE REG-CLIENTE              TO WS-IMAGEM-CLI-ANTES
            SET CLIENTE-INATIVO           TO TRUE

            REWRITE REG-CLIENTE
               INVALID KEY
                  MOVE 'CLIENTE.DAT'      TO WS-NM-ARQUIVO
                  PERFORM P900-AVISO-ARQUIVO THRU P900-FIM
               NOT INVALID KEY
                  ADD 1                   TO WS-QT-ANON
                  MOVE REG-CLIENTE        TO WS-IMAGEM-CLI-DEPOIS
                  CALL 'CLIJRNL' USING 'LGPDANON  '
                       WS-SGN-USUARIO 'ANONIMIZA '
                       WS-IMAGEM-CLI-ANTES WS-IMAGEM-CLI-DEPOIS
                  CALL 'CLIDELTA' USING CD-CLIENTE 'X'
            END-REWRITE
            .
       P505-FIM.
           EXIT.

       P540-JORNAL-CLIENTE.
            READ JRNCLI
               AT END
                  SET EOF-OK              TO TRUE
                  GO TO P540-FIM
            END-READ

            MOVE REG-JRNCLI               TO WS-JRN-CLIENTE
            SET LINHA-ALTERADA            TO FALSE
            IF WS-JCL-CD-ANTES EQUAL WS-CD-ALFA3
               AND WS-JCL-NM-ANTES NOT EQUAL WS-MARCA-ANONIMO
               MOVE WS-MARCA-ANONIMO      TO WS-JCL-NM-ANTES
                                             WS-JCL-EN-ANTES
               MOVE SPACES                TO WS-JCL-TL-ANTES
                                             WS-JCL-EM-ANTES
                                             WS-JCL-TP-DOC-ANTES
               MOVE ZEROS                 TO WS-JCL-NR-DOC-ANTES
               SET LINHA-ALTERADA         TO TRUE
            END-IF
            IF WS-JCL-CD-DEPOIS EQUAL WS-CD-ALFA3
               AND WS-JCL-NM-DEPOIS NOT EQUAL WS-MARCA-ANONIMO
               MOVE WS-MARCA-ANONIMO      TO WS-JCL-NM-DEPOIS
                                             WS-JCL-EN-DEPOIS
               MOVE SPACES                TO WS-JCL-TL-DEPOIS
                                             WS-JCL-EM-DEPOIS
                                             WS-JCL-TP-DOC-DEPOIS
               MOVE ZEROS                 TO WS-JCL-NR-DOC-DEPOIS
               SET LINHA-ALTERADA         TO TRUE
            END-IF

            IF LINHA-ALTERADA
               MOVE WS-JRN-CLIENTE        TO REG-JRNCLI
               REWRITE REG-JRNCLI
               ADD 1                      TO WS-QT-JORNAL
            END-IF
            .
       P540-FIM.
           EXIT.

      ***** NOTIFICACOES ENVIADAS E SAUDE DO E-MAIL DO CLIENTE OU DO **
      ***** ALUNO: SAI O ENDERECO E O DIAGNOSTICO DA DEVOLUCAO, QUE ***
      ***** COSTUMA REPETIR O ENDERECO *********************************
       P560-NOTIFICACOES.
            OPEN I-O NOTIFREG
            IF FS-AUX-OK
               SET EOF-OK                 TO FALSE
               PERFORM P565-LE-NOTIFREG   THRU P565-FIM UNTIL EOF-OK
               CLOSE NOTIFREG
            ELSE
               MOVE 'NOTIFREG.DAT'        TO WS-NM-ARQUIVO
               PERFORM P900-AVISO-ARQUIVO THRU P900-FIM
            END-IF

            OPEN I-O NOTIFEND
            IF FS-AUX-OK
               MOVE WS-TP-PESSOA-NTF      TO NTE-TP-PESSOA
               MOVE WS-CD-TITULAR         TO NTE-CD-PESSOA
               READ NOTIFEND
                  NOT INVALID KEY
                     MOVE SPACES          TO NTE-DESTINO
                     REWRITE REG-NOTIFEND
                        NOT INVALID KEY
                           ADD 1          TO WS-QT-ANON
                     END-REWRITE
               END-READ
               CLOSE NOTIFEND
            ELSE
               MOVE 'NOTIFEND.DAT'        TO WS-NM-ARQUIVO
               PERFORM P900-AVISO-ARQUIVO THRU P900-FIM
            END-IF
            .
       P560-FIM.
           EXIT.

       P565-LE-NOTIFREG.
            READ NOTIFREG NEXT RECORD
               AT END
                  SET EOF-OK              TO TRUE
                  GO TO P565-FIM
            END-READ

            IF NTF-TP-PESSOA EQUAL WS-TP-PESSOA-NTF
               AND NTF-CD-PESSOA EQUAL WS-CD-TITULAR
               AND NTF-DESTINO NOT EQUAL SPACES
               MOVE SPACES                TO NTF-DESTINO
                                             NTF-DIAGNOSTICO
               REWRITE REG-NOTIFREG
                  NOT INVALID KEY
                     ADD 1                TO WS-QT-ANON
               END-REWRITE
            END-IF
            .
       P565-FIM.
           EXIT.

      ***** ALUNO: CADASTRO OU HISTORICO DE EX-ALUNOS, O CADASTRO DO **
      ***** BOLETIM, DECLARACOES EMITIDAS E NFS-E FORA DO PRAZO. ******
      ***** NOTAS E JORNAL DE NOTAS NAO ENTRAM: ALUNO COM NOTA E ******
      ***** RECUSADO NA RETENCAO ***************************************
       P600-ANONIMIZA-ALUNO.
            CALL 'SELOMARC' USING 'STUDENT     ' 'LGPDANON  '

            OPEN I-O ESTUDANTE
            IF FS-AUX-OK
               MOVE WS-CD-TITULAR         TO CD-STUDENT OF REG-ESTUDANTE
               READ ESTUDANTE
                  NOT INVALID KEY
                     MOVE WS-MARCA-ANONIMO TO
                          NM-STUDENT OF REG-ESTUDANTE
                     MOVE SPACES          TO
                          TL-STUDENT OF REG-ESTUDANTE
                          EM-STUDENT OF REG-ESTUDANTE
                     MOVE ZEROS           TO
                          CPF-STUDENT OF REG-ESTUDANTE
                     REWRITE REG-ESTUDANTE
                        NOT INVALID KEY
                           ADD 1          TO WS-QT-ANON
                     END-REWRITE
               END-READ
               CLOSE ESTUDANTE
            ELSE
               MOVE 'STUDENT.DAT'         TO WS-NM-ARQUIVO
               PERFORM P900-AVISO-ARQUIVO THRU P900-FIM
            END-IF

            OPEN I-O EXALUNO
            IF FS-AUX-OK
               MOVE WS-CD-TITULAR         TO CD-STUDENT OF REG-EXALUNO
               READ EXALUNO
                  NOT INVALID KEY
                     MOVE WS-MARCA-ANONIMO TO
                          NM-STUDENT OF REG-EXALUNO
                     MOVE SPACES          TO
                          TL-STUDENT OF REG-EXALUNO
                          EM-STUDENT OF REG-EXALUNO
                     MOVE ZEROS           TO
                          CPF-STUDENT OF REG-EXALUNO
                     REWRITE REG-EXALUNO
                        NOT INVALID KEY
                           ADD 1          TO WS-QT-ANON
                     END-REWRITE
               END-READ
               CLOSE EXALUNO
            ELSE
               MOVE 'EXALUNO.DAT'         TO WS-NM-ARQUIVO
               PERFORM P900-AVISO-ARQUIVO THRU P900-FIM
            END-IF

            CALL 'SELOMARC' USING 'CFPK0001    ' 'LGPDANON  '

            OPEN I-O CFPK0001
            IF FS-AUX-OK
               MOVE WS-CD-TITULAR         TO ID-ALUNO
               READ CFPK0001
                  NOT INVALID KEY
                     MOVE WS-MARCA-ANONIMO TO NM-ALUNO
                     MOVE ZEROS           TO TL-ALUNO
                     REWRITE CFPK0001-ALUNO
                        NOT INVALID KEY
                           ADD 1          TO WS-QT-ANON
                     END-REWRITE
               END-READ
               CLOSE CFPK0001
            ELSE
               MOVE 'CFPK0001.DAT'        TO WS-NM-ARQUIVO
               PERFORM P900-AVISO-ARQUIVO THRU P900-FIM
            END-IF

            OPEN I-O DOCEMIT
            IF FS-AUX-OK
               SET EOF-OK                 TO FALSE
               PERFORM P610-DOCUMENTO     THRU P610-FIM UNTIL EOF-OK
               CLOSE DOCEMIT
            ELSE
               MOVE 'DOCEMIT.DAT'         TO WS-NM-ARQUIVO
               PERFORM P900-AVISO-ARQUIVO THRU P900-FIM
            END-IF

            OPEN I-O NFSE
            IF FS-AUX-OK
               SET EOF-OK                 TO FALSE
               PERFORM P620-NFSE          THRU P620-FIM UNTIL EOF-OK
               CLOSE NFSE
            ELSE
               MOVE 'NFSE.DAT'            TO WS-NM-ARQUIVO
               PERFORM P900-AVISO-ARQUIVO THRU P900-FIM
            END-IF

            MOVE 'A'                      TO WS-TP-PESSOA-NTF
            PERFORM P560-NOTIFICACOES     THRU P560-FIM
            .
       P600-FIM.
           EXIT.

       P610-DOCUMENTO.
            READ DOCEMIT NEXT RECORD
               AT END
                  SET EOF-OK              TO TRUE
                  GO TO P610-FIM
            END-READ

            IF DOC-CD-STUDENT EQUAL WS-CD-TITULAR
               MOVE WS-MARCA-ANONIMO      TO DOC-NM-STUDENT
               REWRITE REG-DOCEMIT
                  NOT INVALID KEY
                     ADD 1                TO WS-QT-ANON
               END-REWRITE
            END-IF
            .
       P610-FIM.
           EXIT.

       P620-NFSE.
            READ NFSE NEXT RECORD
               AT END
                  SET EOF-OK              TO TRUE
                  GO TO P620-FIM
            END-READ

            IF NFS-CD-STUDENT EQUAL WS-CD-TITULAR
               MOVE WS-MARCA-ANONIMO      TO NFS-NM-TOMADOR
               REWRITE REG-NFSE
                  NOT INVALID KEY
                     ADD 1                TO WS-QT-ANON
               END-REWRITE
            END-IF
            .
       P620-FIM.
           EXIT.

      ***** EX-FUNCIONARIO: HISTORICO DE DESLIGADOS, CONTA SALARIO, ***
      ***** CONTRACHEQUES E CADASTRO DE PROFESSOR. O HISTORICO *********
      ***** SALARIAL SO TEM O CODIGO E FICA COMO ESTA ******************
       P700-ANONIMIZA-FUNC.
            OPEN I-O EXFUNC
            IF FS-AUX-OK
               MOVE WS-CD-TITULAR         TO
                    CD-FUNCIONARIO OF REG-EXFUNC
               READ EXFUNC
                  NOT INVALID KEY
                     MOVE WS-MARCA-ANONIMO TO
                          NM-FUNCIONARIO OF REG-EXFUNC
                     MOVE SPACES          TO
                          SX-FUNCIONARIO OF REG-EXFUNC
                     MOVE ZEROS           TO
                          CEP-FUNCIONARIO OF REG-EXFUNC
                          TL-FUNCIONARIO OF REG-EXFUNC
                          CPF-FUNCIONARIO OF REG-EXFUNC
                     REWRITE REG-EXFUNC
                        NOT INVALID KEY
                           ADD 1          TO WS-QT-ANON
                     END-REWRITE
               END-READ
               CLOSE EXFUNC
            ELSE
               MOVE 'EXFUNC.DAT'          TO WS-NM-ARQUIVO
               PERFORM P900-AVISO-ARQUIVO THRU P900-FIM
            END-IF

            OPEN I-O FUNCBANC
            IF FS-AUX-OK
               MOVE WS-CD-TITULAR         TO FBC-CD-FUNCIONARIO
               READ FUNCBANC
                  NOT INVALID KEY
                     MOVE ZEROS           TO FBC-BANCO
                                             FBC-AGENCIA
                                             FBC-CONTA
                     REWRITE REG-FUNCBANC
                        NOT INVALID KEY
                           ADD 1          TO WS-QT-ANON
                     END-REWRITE
               END-READ
               CLOSE FUNCBANC
            ELSE
               MOVE 'FUNCBANC.DAT'        TO WS-NM-ARQUIVO
               PERFORM P900-AVISO-ARQUIVO THRU P900-FIM
            END-IF

            OPEN I-O FOLHHIST
            IF FS-AUX-OK
               SET EOF-OK                 TO FALSE
               PERFORM P710-FOLHA         THRU P710-FIM UNTIL EOF-OK
               CLOSE FOLHHIST
            ELSE
               MOVE 'FOLHHIST.DAT'        TO WS-NM-ARQUIVO
               PERFORM P900-AVISO-ARQUIVO THRU P900-FIM
            END-IF

            OPEN I-O PROFESSOR
            IF FS-AUX-OK
               SET EOF-OK                 TO FALSE
               PERFORM P720-PROFESSOR     THRU P720-FIM UNTIL EOF-OK
               CLOSE PROFESSOR
            ELSE
               MOVE 'PROFESSOR.DAT'       TO WS-NM-ARQUIVO
               PERFORM P900-AVISO-ARQUIVO THRU P900-FIM
            END-IF
            .
       P700-FIM.
           EXIT.

       P710-FOLHA.
            READ FOLHHIST NEXT RECORD
               AT END
                  SET EOF-OK              TO TRUE
                  GO TO P710-FIM
            END-READ

            IF FLH-CD-FUNCIONARIO EQUAL WS-CD-TITULAR
               MOVE WS-MARCA-ANONIMO      TO FLH-NM-FUNCIONARIO
               REWRITE REG-FOLHHIST
                  NOT INVALID KEY
                     ADD 1                TO WS-QT-ANON
               END-REWRITE
            END-IF
            .
       P710-FIM.
           EXIT.

       P720-PROFESSOR.
            READ PROFESSOR NEXT RECORD
               AT END
                  SET EOF-OK              TO TRUE
                  GO TO P720-FIM
            END-READ

            IF PF-CD-FUNCIONARIO EQUAL WS-CD-TITULAR
               MOVE WS-MARCA-ANONIMO      TO PF-NM-PROFESSOR
               SET PROFESSOR-INATIVO      TO TRUE
               REWRITE REG-PROFESSOR
                  NOT INVALID KEY
                     ADD 1                TO WS-QT-ANON
               END-REWRITE
            END-IF
            .
       P720-FIM.
           EXIT.

      ***** GRAVA (OU REGRAVA) O PEDIDO NO REGISTRO DE ANONIMIZACOES **
       P800-GRAVA-REGISTRO.
            MOVE WS-TP-TITULAR            TO ANR-TP-TITULAR
            MOVE WS-CD-TITULAR            TO ANR-CD-TITULAR
            MOVE LGR-AA-PEDIDO            TO ANR-AA-PEDIDO
            MOVE LGR-NR-PEDIDO            TO ANR-NR-PEDIDO
            MOVE WS-MOTIVO                TO ANR-MOTIVO
            MOVE WS-DATA-HOJE             TO ANR-DT-PROCESSO
            MOVE WS-SGN-USUARIO           TO ANR-OPERADOR
            MOVE WS-QT-ANON               TO ANR-QT-REGISTROS
            MOVE WS-QT-JORNAL             TO ANR-QT-JORNAL

            IF REG-NOVO
               WRITE REG-ANONREG
                  INVALID KEY
                     DISPLAY 'ERRO AO GRAVAR O REGISTRO DE '
                             'ANONIMIZACOES - FILE STATUS ' WS-FS-ANR
               END-WRITE
            ELSE
               REWRITE REG-ANONREG
                  INVALID KEY
                     DISPLAY 'ERRO AO REGRAVAR O REGISTRO DE '
                             'ANONIMIZACOES - FILE STATUS ' WS-FS-ANR
               END-REWRITE
            END-IF
            .
       P800-FIM.
           EXIT.

      ***** ARQUIVO QUE EXISTE E NAO ABRE DEIXA A ANONIMIZACAO ********
      ***** INCOMPLETA - O MOTIVO FICA NO REGISTRO PARA A REPETICAO ***
       P900-AVISO-ARQUIVO.
            IF FS-AUX-SEM-ARQUIVO
               GO TO P900-FIM
            END-IF

            DISPLAY 'ATENCAO: ' WS-NM-ARQUIVO ' NAO ANONIMIZADO - '
                    'FILE STATUS ' WS-FS-AUX
            IF WS-MOTIVO EQUAL SPACES
               STRING 'INCOMPLETA - ' WS-NM-ARQUIVO DELIMITED BY SPACE
                      ' INDISPONIVEL'
                      DELIMITED BY SIZE INTO WS-MOTIVO
            END-IF
            .
       P900-FIM.
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

       END PROGRAM LGPDANON.
