      ******************************************************************
      * Author: ANDRE COSTA
      * Date: 15/10/2026
      * Purpose: RECUPERACAO PARA A FRENTE (FORWARD RECOVERY) DE UM
      *          MESTRE JORNALIZADO - CONTATOS.DAT, CLIENTE.DAT OU
      *          NOTAS.DAT. O MESTRE E RECARREGADO DA COPIA DATADA DO
      *          BKPMAST (CONFERIDA CONTRA O TRAILER, COMO NO BKPREST)
      *          E EM SEGUIDA AS ALTERACOES REGISTRADAS NO JORNAL DO
      *          MESTRE DEPOIS DO CARIMBO DA COPIA SAO REAPLICADAS, EM
      *          ORDEM DE DATA E HORA, ATE O PONTO NO TEMPO INFORMADO.
      *          PARA CONTATOS E NOTAS ENTRAM JUNTO OS JORNAIS ONLINE
      *          JA DESCARREGADOS DO CICS PELO CFPKO010 (JRNCNTT.TXT E
      *          JRNNOTA.TXT). CADA ALTERACAO SO E APLICADA SE A
      *          IMAGEM ANTES DO JORNAL CONFERE COM O REGISTRO NO
      *          MESTRE (INCLUSAO: O REGISTRO NAO PODE EXISTIR); A
      *          PRIMEIRA QUE NAO CONFERE INTERROMPE A REAPLICACAO E O
      *          MESTRE FICA NO ESTADO IMEDIATAMENTE ANTERIOR A ELA.
      *          NO FIM O SELO DE INTEGRIDADE DO MESTRE E REFEITO EM
      *          SELOS.TXT (SO O DELE). CADA ALTERACAO REAPLICADA SAI
      *          NO BKPREAPL.LST. RETORNA 8 QUANDO A REAPLICACAO PARA
      *          ANTES DO PONTO PEDIDO E 16 QUANDO A RECARGA FALHA.
      *          USO RESTRITO A FUNCAO BKPREAPL/REAPLICA NOS PERFIS.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. BKPREAPL.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
            DECIMAL-POINT IS COMMA.
            INPUT-OUTPUT SECTION.
            FILE-CONTROL.
                SELECT CONTATOS ASSIGN TO
                WS-ARQ-CONTATOS
                ORGANIZATION IS INDEXED
                ACCESS MODE  IS DYNAMIC
                RECORD KEY   IS ID-CONTATO
                FILE STATUS  IS WS-FS.
                SELECT CLIENTE ASSIGN TO
                WS-ARQ-CLIENTE
                ORGANIZATION IS INDEXED
                ACCESS MODE  IS DYNAMIC
                RECORD KEY   IS CD-CLIENTE
                ALTERNATE RECORD KEY IS NM-CLIENTE WITH DUPLICATES
                FILE STATUS  IS WS-FS.
                SELECT NOTAS ASSIGN TO
                WS-ARQ-NOTAS
                ORGANIZATION IS INDEXED
                ACCESS MODE  IS DYNAMIC
                RECORD KEY   IS CHAVE-NOTAS
                FILE STATUS  IS WS-FS.
                SELECT BACKUP-ENTRADA ASSIGN TO WS-ARQ-BACKUP
                ORGANIZATION IS SEQUENTIAL
                FILE STATUS  IS WS-FS-BKP.
                SELECT JRNCONT ASSIGN TO
                WS-ARQ-CONTJRNL
                ORGANIZATION IS SEQUENTIAL
                FILE STATUS  IS WS-FS-JRN.
                SELECT JRNCCICS ASSIGN TO
                WS-ARQ-JRNCNTT
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
                SELECT JRNNCICS ASSIGN TO
                WS-ARQ-JRNNOTA
                ORGANIZATION IS SEQUENTIAL
                FILE STATUS  IS WS-FS-JRN.
                SELECT SELOS ASSIGN TO
                WS-ARQ-SELOS
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS  IS WS-FS-SEL.
                SELECT ORDENACAO ASSIGN TO
                'BKPREAPL.WRK'.
                SELECT RELATORIO ASSIGN TO
                WS-ARQ-BKPREAPL
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS  IS WS-FS-REL.

       DATA DIVISION.
       FILE SECTION.
       FD CONTATOS.
          COPY FD_CONTT.

       FD CLIENTE.
          COPY FD_CLIENTE.

       FD NOTAS.
          COPY FD_NOTAS.

       FD BACKUP-ENTRADA.
       01 REG-BACKUP                     PIC X(163).

       FD JRNCONT.
       01 REG-JRNCONT                    PIC X(120).

       FD JRNCCICS.
       01 REG-JRNCCICS                   PIC X(120).

       FD JRNCLI.
       01 REG-JRNCLI                     PIC X(285).

       FD JRNNOTA.
       01 REG-JRNNOTA                    PIC X(229).

       FD JRNNCICS.
       01 REG-JRNNCICS                   PIC X(229).

       FD SELOS.
       01 REG-SELO.
          03 SEL-MESTRE                  PIC X(12).
          03 FILLER                      PIC X(01).
          03 SEL-QUANTIDADE              PIC 9(07).
          03 FILLER                      PIC X(01).
          03 SEL-HASH                    PIC 9(12).
          03 FILLER                      PIC X(01).
          03 SEL-DATA                    PIC 9(08).

       SD ORDENACAO.
       01 REG-SORT.
          03 SRT-DATA-HORA               PIC 9(14).
          03 SRT-SEQ                     PIC 9(07).
          03 SRT-ORIGEM                  PIC X(06).
          03 SRT-PROGRAMA                PIC X(10).
          03 SRT-OPERADOR                PIC X(12).
          03 SRT-OPERACAO                PIC X(10).
          03 SRT-ANTES                   PIC X(117).
          03 SRT-DEPOIS                  PIC X(117).

       FD RELATORIO.
       01 REG-RELATORIO                  PIC X(132).

       WORKING-STORAGE SECTION.
      ***** CAMINHOS FISICOS DOS ARQUIVOS - PRE-CARREGADOS COM O *****
      ***** PADRAO HISTORICO E RESOLVIDOS PELO ARQCONF NO INICIO *****
       77 WS-ARQ-CONTATOS            PIC X(68) VALUE
          'C:\CursoCOBOL\COBOL\01 - Basico\bin\CONTATOS.DAT'.
       77 WS-ARQ-CLIENTE             PIC X(68) VALUE
          'C:\CURSOCOBOL\COBOL\01 - BASICO\BIN\CLIENTE.DAT'.
       77 WS-ARQ-NOTAS               PIC X(68) VALUE
          'C:\Users\Mauro Vieira\bin\NOTAS.DAT'.
       77 WS-ARQ-CONTJRNL            PIC X(68) VALUE
          'C:\CursoCOBOL\COBOL\01 - Basico\bin\CONTJRNL.TXT'.
       77 WS-ARQ-JRNCNTT             PIC X(68) VALUE
          'C:\CursoCOBOL\COBOL\01 - Basico\bin\JRNCNTT.TXT'.
       77 WS-ARQ-CLIJRNL             PIC X(68) VALUE
          'C:\CursoCOBOL\COBOL\01 - Basico\bin\CLIJRNL.DAT'.
       77 WS-ARQ-NOTJRNL             PIC X(68) VALUE
          'C:\Users\Mauro Vieira\bin\NOTJRNL.DAT'.
       77 WS-ARQ-JRNNOTA             PIC X(68) VALUE
          'C:\CursoCOBOL\COBOL\01 - Basico\bin\JRNNOTA.TXT'.
       77 WS-ARQ-SELOS               PIC X(68) VALUE
          'C:\CursoCOBOL\COBOL\01 - Basico\bin\SELOS.TXT'.
       77 WS-ARQ-BKPREAPL            PIC X(68) VALUE
          'C:\CursoCOBOL\COBOL\01 - Basico\bin\BKPREAPL.LST'.
       77 WS-ARQ-BACKUP                  PIC X(68) VALUE SPACES.
       01 WS-PATH-BIN                    PIC X(68) VALUE
          'C:\CursoCOBOL\COBOL\01 - Basico\bin\'.
       01 WS-PATH-BOL                    PIC X(68) VALUE
          'C:\Users\Mauro Vieira\bin\'.
       77 WS-FS                          PIC 99.
          88 FS-OK                       VALUE 0.
       77 WS-FS-BKP                      PIC 99.
          88 FS-BKP-OK                   VALUE 0.
       77 WS-FS-JRN                      PIC 99.
          88 FS-JRN-OK                   VALUE 0.
       77 WS-FS-SEL                      PIC 99.
          88 FS-SEL-OK                   VALUE 0.
       77 WS-FS-REL                      PIC 99.
       77 WS-EOF                         PIC X.
          88 EOF-OK                      VALUE 'S' FALSE 'N'.
      ***** PARAMETROS INFORMADOS *************************************
       77 WS-OPCAO                       PIC X(01).
          88 OPCAO-CONTATOS              VALUE '1'.
          88 OPCAO-CLIENTE               VALUE '2'.
          88 OPCAO-NOTAS                 VALUE '3'.
       77 WS-CONFIRMA                    PIC X(01).
       77 WS-MESTRE                      PIC X(12).
       01 WS-DATA-COPIA                  PIC 9(08) VALUE ZEROS.
       01 FILLER REDEFINES WS-DATA-COPIA.
          03 WS-DTC-ANO                  PIC 9(04).
          03 WS-DTC-MES                  PIC 99.
          03 WS-DTC-DIA                  PIC 99.
       01 WS-DATA-PONTO                  PIC 9(08) VALUE ZEROS.
       01 FILLER REDEFINES WS-DATA-PONTO.
          03 WS-DTP-ANO                  PIC 9(04).
          03 WS-DTP-MES                  PIC 99.
          03 WS-DTP-DIA                  PIC 99.
       77 WS-HORA-PONTO                  PIC 9(06) VALUE ZEROS.
       77 WS-DATA-OK                     PIC X(01) VALUE 'N'.
          88 DATA-OK                     VALUE 'S' FALSE 'N'.
      ***** JANELA DA REAPLICACAO: DEPOIS DO CARIMBO DA COPIA ATE O ***
      ***** PONTO PEDIDO (PONTO ZERADO = ATE O FIM DOS JORNAIS) *******
       01 WS-CORTE                       PIC 9(14) VALUE ZEROS.
       01 WS-PONTO                       PIC 9(14) VALUE ZEROS.
       01 FILLER REDEFINES WS-PONTO.
          03 WS-PNT-DATA                 PIC 9(08).
          03 WS-PNT-HORA                 PIC 9(06).
      ***** RECARGA: TOTAIS CONFERIDOS CONTRA O TRAILER DA COPIA ******
       77 WS-QT-RECARREGADOS             PIC 9(07) VALUE ZEROS.
       77 WS-HASH-CHAVES                 PIC 9(12) VALUE ZEROS.
       77 WS-CHAVE-NUM                   PIC 9(09) VALUE ZEROS.
       77 WS-TEM-TRAILER                 PIC X VALUE 'N'.
          88 TEM-TRAILER                 VALUE 'S'.
       77 WS-RECARGA                     PIC X(01) VALUE 'N'.
          88 RECARGA-OK                  VALUE 'S' FALSE 'N'.
       01 WS-TRAILER-BKP.
          03 WS-TRL-LITERAL              PIC X(09).
          03 WS-TRL-QUANTIDADE           PIC 9(07).
          03 WS-TRL-HASH                 PIC 9(12).
          03 WS-TRL-DATA-HORA            PIC X(14).
      ***** VISAO COMUM DAS LINHAS DOS JORNAIS DE ALTERACAO ***********
       01 WS-LINHA-JRN.
          03 WS-JRN-DATA-HORA            PIC 9(14).
          03 FILLER                      PIC X(01).
          03 WS-JRN-PROGRAMA             PIC X(10).
          03 FILLER                      PIC X(01).
          03 WS-JRN-OPERADOR             PIC X(12).
          03 FILLER                      PIC X(01).
          03 WS-JRN-OPERACAO             PIC X(10).
          03 FILLER                      PIC X(01).
          03 WS-JRN-IMAGENS              PIC X(235).
       77 WS-ORIGEM                      PIC X(06).
       77 WS-NM-FONTE                    PIC X(12).
       77 WS-TAM-IMAGEM                  PIC 9(03).
       77 WS-TAM-CHAVE                   PIC 9(02).
       77 WS-POS-DEPOIS                  PIC 9(03).
       77 WS-QT-LIDOS                    PIC 9(07) VALUE ZEROS.
       77 WS-FONTE-FALHOU                PIC X(01) VALUE 'N'.
          88 FONTE-FALHOU                VALUE 'S' FALSE 'N'.
      ***** REAPLICACAO ***********************************************
       77 WS-IMG-CHAVE                   PIC X(117).
       01 WS-REG-ATUAL                   PIC X(163).
       01 WS-REG-NOVO                    PIC X(163).
       77 WS-EXISTE                      PIC X(01).
          88 REGISTRO-EXISTE             VALUE 'S' FALSE 'N'.
       77 WS-ACAO                        PIC X(07).
          88 ACAO-INCLUI                 VALUE 'INCLUI'.
          88 ACAO-REGRAVA                VALUE 'REGRAVA'.
          88 ACAO-EXCLUI                 VALUE 'EXCLUI'.
       77 WS-SITUACAO                    PIC X(01) VALUE 'N'.
          88 REAPLICACAO-PAROU           VALUE 'S' FALSE 'N'.
       77 WS-MESTRE-ABERTO               PIC X(01) VALUE 'N'.
          88 MESTRE-ABERTO               VALUE 'S' FALSE 'N'.
       77 WS-QT-REAPLICADAS              PIC 9(07) VALUE ZEROS.
       77 WS-QT-PENDENTES                PIC 9(07) VALUE ZEROS.
      ***** SELO DE INTEGRIDADE (MESMA TECNICA DO SELOGRAV) ***********
       77 WS-DATA-MOVIMENTO              PIC 9(08) VALUE ZEROS.
       77 WS-CONTROLE-DATA               PIC X(01) VALUE 'N'.
       77 WS-QT-REGISTROS                PIC 9(07) VALUE ZEROS.
       77 WS-HASH-SELO                   PIC 9(12) VALUE ZEROS.
       77 WS-CHAVE-SELO                  PIC 9(08) VALUE ZEROS.
       77 WS-SOMA-REG                    PIC 9(09) VALUE ZEROS.
       77 WS-TAM-REG                     PIC 9(03) VALUE ZEROS.
       77 WS-POS                         PIC 9(03).
       01 WS-REG-BUFFER                  PIC X(200).
       77 WS-QT-SELOS                    PIC 9(02) VALUE ZEROS.
       77 WS-IND                         PIC 9(02).
       77 WS-IND-SELO                    PIC 9(02).
       01 WS-TAB-SELOS.
          03 WS-SELO-LINHA OCCURS 20 TIMES PIC X(42).
      ***** LINHA DO RELATORIO ****************************************
       01 WS-DH-EVENTO                   PIC 9(14).
       01 FILLER REDEFINES WS-DH-EVENTO.
          03 WS-DEV-ANO                  PIC 9(04).
          03 WS-DEV-MES                  PIC 99.
          03 WS-DEV-DIA                  PIC 99.
          03 WS-DEV-HH                   PIC 99.
          03 WS-DEV-MI                   PIC 99.
          03 WS-DEV-SS                   PIC 99.
       01 WS-LINHA-REL.
          03 LIN-DATA.
             05 LIN-DIA                  PIC 99.
             05 FILLER                   PIC X(01) VALUE '/'.
             05 LIN-MES                  PIC 99.
             05 FILLER                   PIC X(01) VALUE '/'.
             05 LIN-ANO                  PIC 9(04).
          03 FILLER                      PIC X(01) VALUE SPACE.
          03 LIN-HORA.
             05 LIN-HH                   PIC 99.
             05 FILLER                   PIC X(01) VALUE ':'.
             05 LIN-MI                   PIC 99.
             05 FILLER                   PIC X(01) VALUE ':'.
             05 LIN-SS                   PIC 99.
          03 FILLER                      PIC X(01) VALUE SPACE.
          03 LIN-ORIGEM                  PIC X(06).
          03 FILLER                      PIC X(01) VALUE SPACE.
          03 LIN-PROGRAMA                PIC X(10).
          03 FILLER                      PIC X(01) VALUE SPACE.
          03 LIN-OPERADOR                PIC X(12).
          03 FILLER                      PIC X(01) VALUE SPACE.
          03 LIN-OPERACAO                PIC X(10).
          03 FILLER                      PIC X(01) VALUE SPACE.
          03 LIN-CHAVE                   PIC X(13).
          03 FILLER                      PIC X(01) VALUE SPACE.
          03 LIN-ACAO                    PIC X(07).
          03 FILLER                      PIC X(01) VALUE SPACE.
          03 LIN-RESULTADO               PIC X(30).
       77 WS-ED-QT                       PIC ZZZZZZ9.
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
            CALL 'ARQCONF' USING 'CONTATOS.DAT    ' WS-ARQ-CONTATOS
            CALL 'ARQCONF' USING 'CLIENTE.DAT     ' WS-ARQ-CLIENTE
            CALL 'ARQCONF' USING 'NOTAS.DAT       ' WS-ARQ-NOTAS
            CALL 'ARQCONF' USING 'CONTJRNL.TXT    ' WS-ARQ-CONTJRNL
            CALL 'ARQCONF' USING 'JRNCNTT.TXT     ' WS-ARQ-JRNCNTT
            CALL 'ARQCONF' USING 'CLIJRNL.DAT     ' WS-ARQ-CLIJRNL
            CALL 'ARQCONF' USING 'NOTJRNL.DAT     ' WS-ARQ-NOTJRNL
            CALL 'ARQCONF' USING 'JRNNOTA.TXT     ' WS-ARQ-JRNNOTA
            CALL 'ARQCONF' USING 'SELOS.TXT       ' WS-ARQ-SELOS
            CALL 'ARQCONF' USING 'BKPREAPL.LST    ' WS-ARQ-BKPREAPL
            CALL 'ARQCONF' USING 'PATH-BIN        ' WS-PATH-BIN
            CALL 'ARQCONF' USING 'PATH-BOL        ' WS-PATH-BOL

            DISPLAY '*** RECUPERACAO DE MESTRE: COPIA + JORNAL ***'

            MOVE 'BKPREAPL  '            TO WS-SGN-CHAMADOR
            CALL 'SIGNON' USING WS-SIGNON
            IF NOT SIGNON-OK
               STOP RUN
            END-IF

            CALL 'PERMITE' USING WS-SGN-USUARIO 'BKPREAPL  '
                                 'REAPLICA  ' WS-PERMITIDO
            IF NOT FUNCAO-PERMITIDA
               DISPLAY 'ACESSO NEGADO - A RECUPERACAO DE MESTRE EXIGE '
                       'A FUNCAO BKPREAPL/REAPLICA.'
               STOP RUN
            END-IF

            PERFORM P100-PARAMETROS      THRU P100-FIM
            IF NOT DATA-OK
               STOP RUN
            END-IF

            OPEN INPUT BACKUP-ENTRADA

            IF WS-FS-BKP EQUAL 35
               DISPLAY 'COPIA DE BACKUP NAO ENCONTRADA: '
                       WS-ARQ-BACKUP
               MOVE 16                   TO RETURN-CODE
               STOP RUN
            END-IF

            IF NOT FS-BKP-OK
               DISPLAY 'ERRO AO ABRIR A COPIA DE BACKUP.'
               DISPLAY 'FILE STATUS: ' WS-FS-BKP
               MOVE 16                   TO RETURN-CODE
               STOP RUN
            END-IF

            OPEN OUTPUT RELATORIO
            IF WS-FS-REL NOT EQUAL ZEROS
               DISPLAY 'ERRO AO ABRIR O BKPREAPL.LST. FILE STATUS: '
                       WS-FS-REL
               CLOSE BACKUP-ENTRADA
               MOVE 16                   TO RETURN-CODE
               STOP RUN
            END-IF

            PERFORM P200-RECARGA         THRU P200-FIM
            IF NOT RECARGA-OK
               CLOSE RELATORIO
               MOVE 16                   TO RETURN-CODE
               STOP RUN
            END-IF

            PERFORM P300-CORTE           THRU P300-FIM
            PERFORM P350-CABECALHO       THRU P350-FIM

            SORT ORDENACAO
               ON ASCENDING KEY SRT-DATA-HORA SRT-SEQ
               INPUT PROCEDURE  IS P400-CARREGA
               OUTPUT PROCEDURE IS P500-REAPLICA

            PERFORM P600-SELO            THRU P600-FIM
            PERFORM P700-TOTAIS          THRU P700-FIM

            CLOSE RELATORIO

            DISPLAY 'RELATORIO GERADO EM BKPREAPL.LST'

            MOVE ZERO                    TO RETURN-CODE
            IF REAPLICACAO-PAROU OR FONTE-FALHOU
               MOVE 8                    TO RETURN-CODE
            END-IF

            STOP RUN.

      ******************************************************************
      * PARAMETROS: O MESTRE, A DATA DA COPIA E O PONTO NO TEMPO ATE
      * ONDE REAPLICAR. DATA DO PONTO ZERADA = TUDO O QUE O JORNAL
      * TEM; HORA ZERADA = ATE O FIM DAQUELE DIA.
      ******************************************************************
       P100-PARAMETROS.

            SET DATA-OK                  TO FALSE

            DISPLAY 'Escolha o mestre a recuperar:'
            DISPLAY '  1 - CONTATOS.DAT'
            DISPLAY '  2 - CLIENTE.DAT'
            DISPLAY '  3 - NOTAS.DAT'
            ACCEPT  WS-OPCAO

            IF NOT OPCAO-CONTATOS AND NOT OPCAO-CLIENTE
               AND NOT OPCAO-NOTAS
               DISPLAY 'OPCAO INVALIDA!'
               GO TO P100-FIM
            END-IF

            DISPLAY 'Informe a data da copia (AAAAMMDD): '
            ACCEPT  WS-DATA-COPIA
            CALL 'DATAVALID' USING WS-DTC-DIA WS-DTC-MES WS-DTC-ANO
                                   WS-DATA-OK
            IF NOT DATA-OK
               DISPLAY 'DATA DA COPIA INVALIDA.'
               GO TO P100-FIM
            END-IF

            DISPLAY 'Reaplicar ate a data (AAAAMMDD; zeros = fim do '
                    'jornal): '
            MOVE ZEROS                   TO WS-DATA-PONTO
            ACCEPT  WS-DATA-PONTO
            IF WS-DATA-PONTO EQUAL ZEROS
               MOVE 99999999999999       TO WS-PONTO
            ELSE
               CALL 'DATAVALID' USING WS-DTP-DIA WS-DTP-MES WS-DTP-ANO
                                      WS-DATA-OK
               IF NOT DATA-OK
                  DISPLAY 'DATA DO PONTO DE RECUPERACAO INVALIDA.'
                  GO TO P100-FIM
               END-IF
               IF WS-DATA-PONTO LESS THAN WS-DATA-COPIA
                  DISPLAY 'PONTO DE RECUPERACAO ANTERIOR A COPIA.'
                  SET DATA-OK            TO FALSE
                  GO TO P100-FIM
               END-IF
               DISPLAY 'e a hora (HHMMSS; zeros = fim do dia): '
               MOVE ZEROS                TO WS-HORA-PONTO
               ACCEPT  WS-HORA-PONTO
               IF WS-HORA-PONTO EQUAL ZEROS
                  MOVE 235959            TO WS-HORA-PONTO
               END-IF
               IF WS-HORA-PONTO GREATER THAN 235959
                  DISPLAY 'HORA DO PONTO DE RECUPERACAO INVALIDA.'
                  SET DATA-OK            TO FALSE
                  GO TO P100-FIM
               END-IF
               MOVE WS-DATA-PONTO        TO WS-PNT-DATA
               MOVE WS-HORA-PONTO        TO WS-PNT-HORA
            END-IF

            EVALUATE TRUE
                WHEN OPCAO-CONTATOS
                   MOVE 'CONTATOS    '   TO WS-MESTRE
                   MOVE 34               TO WS-TAM-IMAGEM
                   MOVE 5                TO WS-TAM-CHAVE
                   STRING FUNCTION TRIM(WS-PATH-BIN) 'CONTATOS.B'
                          WS-DATA-COPIA
                          DELIMITED BY SIZE INTO WS-ARQ-BACKUP
                WHEN OPCAO-CLIENTE
                   MOVE 'CLIENTE     '   TO WS-MESTRE
                   MOVE 117              TO WS-TAM-IMAGEM
                   MOVE 3                TO WS-TAM-CHAVE
                   STRING FUNCTION TRIM(WS-PATH-BIN) 'CLIENTE.B'
                          WS-DATA-COPIA
                          DELIMITED BY SIZE INTO WS-ARQ-BACKUP
                WHEN OPCAO-NOTAS
                   MOVE 'NOTAS       '   TO WS-MESTRE
                   MOVE 89               TO WS-TAM-IMAGEM
                   MOVE 13               TO WS-TAM-CHAVE
                   STRING FUNCTION TRIM(WS-PATH-BOL) 'NOTAS.B'
                          WS-DATA-COPIA
                          DELIMITED BY SIZE INTO WS-ARQ-BACKUP
            END-EVALUATE

            DISPLAY 'A RECUPERACAO SUBSTITUI TODO O CONTEUDO ATUAL DO '
                    'MESTRE. CONFIRMA? (S/N) '
            ACCEPT WS-CONFIRMA

            IF WS-CONFIRMA NOT EQUAL 'S' AND WS-CONFIRMA NOT EQUAL 's'
               DISPLAY 'RECUPERACAO CANCELADA.'
               SET DATA-OK               TO FALSE
            END-IF
            .
       P100-FIM.
           EXIT.

      ******************************************************************
      * RECARGA DO MESTRE A PARTIR DA COPIA, CONFERIDA CONTRA O
      * TRAILER. RECARGA QUE NAO CONFERE NAO RECEBE REAPLICACAO.
      ******************************************************************
       P200-RECARGA.

      ***** O MESTRE SELADO GANHA A MARCA DE TOQUE ANTES DE SER ******
      ***** REGRAVADO *************************************************
            CALL 'SELOMARC' USING WS-MESTRE 'BKPREAPL  '

            EVALUATE TRUE
                WHEN OPCAO-CONTATOS OPEN OUTPUT CONTATOS
                WHEN OPCAO-CLIENTE  OPEN OUTPUT CLIENTE
                WHEN OPCAO-NOTAS    OPEN OUTPUT NOTAS
            END-EVALUATE

            IF NOT FS-OK
               MOVE SPACES               TO REG-RELATORIO
               STRING 'ERRO AO ABRIR O MESTRE PARA RECARGA. '
                      'FILE STATUS: ' WS-FS
                      DELIMITED BY SIZE INTO REG-RELATORIO
               WRITE REG-RELATORIO
               DISPLAY REG-RELATORIO
               CLOSE BACKUP-ENTRADA
               GO TO P200-FIM
            END-IF

            SET EOF-OK                   TO FALSE
            PERFORM P210-LE-COPIA        THRU P210-FIM UNTIL EOF-OK

            PERFORM P290-FECHA-MESTRE    THRU P290-FIM
            CLOSE BACKUP-ENTRADA

            MOVE SPACES                  TO REG-RELATORIO
            STRING 'RECUPERACAO DO MESTRE ' WS-MESTRE
                   ' (BKPREAPL) - OPERADOR ' WS-SGN-USUARIO
                   DELIMITED BY SIZE INTO REG-RELATORIO
            WRITE REG-RELATORIO
            MOVE SPACES                  TO REG-RELATORIO
            STRING 'COPIA: ' WS-ARQ-BACKUP
                   DELIMITED BY SIZE INTO REG-RELATORIO
            WRITE REG-RELATORIO
            MOVE WS-QT-RECARREGADOS      TO WS-ED-QT
            MOVE SPACES                  TO REG-RELATORIO
            STRING 'REGISTROS RECARREGADOS DA COPIA: ' WS-ED-QT
                   DELIMITED BY SIZE INTO REG-RELATORIO
            WRITE REG-RELATORIO

            IF NOT TEM-TRAILER
               MOVE '*** COPIA SEM TRAILER - RECARGA SUSPEITA, NADA '
                    & 'FOI REAPLICADO ***'  TO REG-RELATORIO
               WRITE REG-RELATORIO
               DISPLAY REG-RELATORIO
               GO TO P200-FIM
            END-IF

            IF WS-TRL-QUANTIDADE NOT EQUAL WS-QT-RECARREGADOS
               OR WS-TRL-HASH NOT EQUAL WS-HASH-CHAVES
               MOVE '*** DIVERGENCIA COM O TRAILER DA COPIA - NADA '
                    & 'FOI REAPLICADO ***'  TO REG-RELATORIO
               WRITE REG-RELATORIO
               DISPLAY REG-RELATORIO
               MOVE SPACES               TO REG-RELATORIO
               STRING 'QUANTIDADE TRAILER: ' WS-TRL-QUANTIDADE
                      ' RECARREGADA: ' WS-QT-RECARREGADOS
                      ' HASH TRAILER: ' WS-TRL-HASH
                      ' CALCULADO: ' WS-HASH-CHAVES
                      DELIMITED BY SIZE INTO REG-RELATORIO
               WRITE REG-RELATORIO
               GO TO P200-FIM
            END-IF

            MOVE 'TOTAIS CONFEREM COM O TRAILER - RECARGA OK.'
                                          TO REG-RELATORIO
            WRITE REG-RELATORIO
            SET RECARGA-OK               TO TRUE
            .
       P200-FIM.
           EXIT.
       P210-LE-COPIA.

            READ BACKUP-ENTRADA
               AT END
                  SET EOF-OK             TO TRUE
                  GO TO P210-FIM
            END-READ

            IF REG-BACKUP(1:9) EQUAL '*TRAILER*'
               MOVE REG-BACKUP(1:42)     TO WS-TRAILER-BKP
               MOVE 'S'                  TO WS-TEM-TRAILER
               SET EOF-OK                TO TRUE
               GO TO P210-FIM
            END-IF

            EVALUATE TRUE
                WHEN OPCAO-CONTATOS
                   MOVE REG-BACKUP       TO REG-CONTATOS
                   MOVE ID-CONTATO       TO WS-CHAVE-NUM
                   WRITE REG-CONTATOS
                WHEN OPCAO-CLIENTE
                   MOVE REG-BACKUP       TO REG-CLIENTE
                   MOVE CD-CLIENTE       TO WS-CHAVE-NUM
                   WRITE REG-CLIENTE
                WHEN OPCAO-NOTAS
                   MOVE REG-BACKUP       TO REG-NOTAS
                   COMPUTE WS-CHAVE-NUM = NT-ID-ALUNO * 1000 +
                                          NT-ID-MATERIA
                   WRITE REG-NOTAS
            END-EVALUATE

            IF NOT FS-OK
               DISPLAY 'ERRO AO REGRAVAR O REGISTRO. FILE STATUS: '
                       WS-FS
            ELSE
               ADD 1                     TO WS-QT-RECARREGADOS
               ADD WS-CHAVE-NUM          TO WS-HASH-CHAVES
            END-IF
            .
       P210-FIM.
           EXIT.
       P290-FECHA-MESTRE.

            EVALUATE TRUE
                WHEN OPCAO-CONTATOS CLOSE CONTATOS
                WHEN OPCAO-CLIENTE  CLOSE CLIENTE
                WHEN OPCAO-NOTAS    CLOSE NOTAS
            END-EVALUATE
            .
       P290-FIM.
           EXIT.

      ******************************************************************
      * CORTE: O CARIMBO DE DATA E HORA QUE O BKPMAST GRAVA NO
      * TRAILER. COPIA ANTERIOR AO CARIMBO NAO O TEM: O OPERADOR
      * INFORMA A HORA EM QUE A COPIA FOI TIRADA NAQUELA DATA.
      ******************************************************************
       P300-CORTE.

            IF WS-TRL-DATA-HORA IS NUMERIC
               AND WS-TRL-DATA-HORA NOT EQUAL ZEROS
               MOVE WS-TRL-DATA-HORA     TO WS-CORTE
               GO TO P300-FIM
            END-IF

            DISPLAY 'COPIA SEM CARIMBO DE DATA E HORA NO TRAILER.'
            DISPLAY 'Informe a hora em que a copia foi tirada '
                    '(HHMMSS): '
            MOVE ZEROS                   TO WS-HORA-PONTO
            ACCEPT WS-HORA-PONTO
            COMPUTE WS-CORTE = WS-DATA-COPIA * 1000000 + WS-HORA-PONTO

            MOVE '(COPIA SEM CARIMBO NO TRAILER - CORTE INFORMADO PELO '
               & 'OPERADOR)'              TO REG-RELATORIO
            WRITE REG-RELATORIO
            .
       P300-FIM.
           EXIT.
       P350-CABECALHO.

            MOVE WS-CORTE                TO WS-DH-EVENTO
            PERFORM P590-DATA-HORA       THRU P590-FIM
            MOVE SPACES                  TO REG-RELATORIO
            STRING 'REAPLICA O JORNAL DEPOIS DE ' LIN-DATA ' '
                   LIN-HORA
                   DELIMITED BY SIZE INTO REG-RELATORIO
            IF WS-PONTO EQUAL 99999999999999
               STRING ' ATE O FIM DO JORNAL'
                      DELIMITED BY SIZE INTO REG-RELATORIO(48:30)
            ELSE
               MOVE WS-PONTO             TO WS-DH-EVENTO
               PERFORM P590-DATA-HORA    THRU P590-FIM
               STRING ' ATE ' LIN-DATA ' ' LIN-HORA
                      DELIMITED BY SIZE INTO REG-RELATORIO(48:30)
            END-IF
            WRITE REG-RELATORIO

            IF NOT OPCAO-CLIENTE
               MOVE '(ALTERACOES ONLINE SO ENTRAM DEPOIS DE '
                  & 'DESCARREGADAS DO CICS - OPCAO 0 DO MENU)'
                                          TO REG-RELATORIO
               WRITE REG-RELATORIO
            END-IF

            MOVE SPACES                  TO REG-RELATORIO
            WRITE REG-RELATORIO
            MOVE SPACES                  TO REG-RELATORIO
            STRING 'DATA       HORA     ORIGEM PROGRAMA   OPERADOR     '
                   'OPERACAO   CHAVE         ACAO    RESULTADO'
                   DELIMITED BY SIZE INTO REG-RELATORIO
            WRITE REG-RELATORIO
            .
       P350-FIM.
           EXIT.

      ******************************************************************
      * ENTRADA DO SORT: AS LINHAS DO JORNAL DO MESTRE (LOTE E ONLINE)
      * DENTRO DA JANELA. JORNAL AINDA INEXISTENTE NAO E FALHA; OUTRO
      * ERRO DE ABERTURA DEIXA A REAPLICACAO INCOMPLETA E E AVISADO.
      ******************************************************************
       P400-CARREGA.

            EVALUATE TRUE
                WHEN OPCAO-CONTATOS
                   PERFORM P410-CONTATOS THRU P410-FIM
                WHEN OPCAO-CLIENTE
                   PERFORM P420-CLIENTE  THRU P420-FIM
                WHEN OPCAO-NOTAS
                   PERFORM P430-NOTAS    THRU P430-FIM
            END-EVALUATE
            .
       P400-FIM.
           EXIT.
       P410-CONTATOS.

            MOVE 'LOTE'                  TO WS-ORIGEM
            OPEN INPUT JRNCONT
            IF FS-JRN-OK
               SET EOF-OK                TO FALSE
               PERFORM P411-LE-JRNCONT   THRU P411-FIM UNTIL EOF-OK
               CLOSE JRNCONT
            ELSE
               MOVE 'CONTJRNL.TXT'       TO WS-NM-FONTE
               PERFORM P480-FONTE-AUSENTE THRU P480-FIM
            END-IF

            MOVE 'ONLINE'                TO WS-ORIGEM
            OPEN INPUT JRNCCICS
            IF FS-JRN-OK
               SET EOF-OK                TO FALSE
               PERFORM P412-LE-JRNCCICS  THRU P412-FIM UNTIL EOF-OK
               CLOSE JRNCCICS
            ELSE
               MOVE 'JRNCNTT.TXT'        TO WS-NM-FONTE
               PERFORM P480-FONTE-AUSENTE THRU P480-FIM
            END-IF
            .
       P410-FIM.
           EXIT.
       P411-LE-JRNCONT.

            READ JRNCONT
               AT END
                  SET EOF-OK             TO TRUE
                  GO TO P411-FIM
            END-READ

            MOVE REG-JRNCONT             TO WS-LINHA-JRN
            PERFORM P490-LIBERA          THRU P490-FIM
            .
       P411-FIM.
           EXIT.
       P412-LE-JRNCCICS.

            READ JRNCCICS
               AT END
                  SET EOF-OK             TO TRUE
                  GO TO P412-FIM
            END-READ

            MOVE REG-JRNCCICS            TO WS-LINHA-JRN
            PERFORM P490-LIBERA          THRU P490-FIM
            .
       P412-FIM.
           EXIT.
       P420-CLIENTE.

            MOVE 'LOTE'                  TO WS-ORIGEM
            OPEN INPUT JRNCLI
            IF FS-JRN-OK
               SET EOF-OK                TO FALSE
               PERFORM P421-LE-JRNCLI    THRU P421-FIM UNTIL EOF-OK
               CLOSE JRNCLI
            ELSE
               MOVE 'CLIJRNL.DAT'        TO WS-NM-FONTE
               PERFORM P480-FONTE-AUSENTE THRU P480-FIM
            END-IF
            .
       P420-FIM.
           EXIT.
       P421-LE-JRNCLI.

            READ JRNCLI
               AT END
                  SET EOF-OK             TO TRUE
                  GO TO P421-FIM
            END-READ

            MOVE REG-JRNCLI              TO WS-LINHA-JRN
            PERFORM P490-LIBERA          THRU P490-FIM
            .
       P421-FIM.
           EXIT.
       P430-NOTAS.

            MOVE 'LOTE'                  TO WS-ORIGEM
            OPEN INPUT JRNNOTA
            IF FS-JRN-OK
               SET EOF-OK                TO FALSE
               PERFORM P431-LE-JRNNOTA   THRU P431-FIM UNTIL EOF-OK
               CLOSE JRNNOTA
            ELSE
               MOVE 'NOTJRNL.DAT'        TO WS-NM-FONTE
               PERFORM P480-FONTE-AUSENTE THRU P480-FIM
            END-IF

            MOVE 'ONLINE'                TO WS-ORIGEM
            OPEN INPUT JRNNCICS
            IF FS-JRN-OK
               SET EOF-OK                TO FALSE
               PERFORM P432-LE-JRNNCICS  THRU P432-FIM UNTIL EOF-OK
               CLOSE JRNNCICS
            ELSE
               MOVE 'JRNNOTA.TXT'        TO WS-NM-FONTE
               PERFORM P480-FONTE-AUSENTE THRU P480-FIM
            END-IF
            .
       P430-FIM.
           EXIT.
       P431-LE-JRNNOTA.

            READ JRNNOTA
               AT END
                  SET EOF-OK             TO TRUE
                  GO TO P431-FIM
            END-READ

            MOVE REG-JRNNOTA             TO WS-LINHA-JRN
            PERFORM P490-LIBERA          THRU P490-FIM
            .
       P431-FIM.
           EXIT.
       P432-LE-JRNNCICS.

            READ JRNNCICS
               AT END
                  SET EOF-OK             TO TRUE
                  GO TO P432-FIM
            END-READ

            MOVE REG-JRNNCICS            TO WS-LINHA-JRN
            PERFORM P490-LIBERA          THRU P490-FIM
            .
       P432-FIM.
           EXIT.
       P480-FONTE-AUSENTE.

            IF WS-FS-JRN EQUAL 35
               MOVE SPACES               TO REG-RELATORIO
               STRING '(' WS-NM-FONTE ' NAO EXISTE - NADA A '
                      'REAPLICAR DESTA FONTE)'
                      DELIMITED BY SIZE INTO REG-RELATORIO
               WRITE REG-RELATORIO
               GO TO P480-FIM
            END-IF

            SET FONTE-FALHOU             TO TRUE
            MOVE SPACES                  TO REG-RELATORIO
            STRING '*** ' WS-NM-FONTE ' NAO LIDO - FILE STATUS '
                   WS-FS-JRN ' - REAPLICACAO INCOMPLETA ***'
                   DELIMITED BY SIZE INTO REG-RELATORIO
            WRITE REG-RELATORIO
            DISPLAY REG-RELATORIO
            .
       P480-FIM.
           EXIT.
       P490-LIBERA.

            ADD 1                        TO WS-QT-LIDOS
            IF WS-JRN-DATA-HORA NOT NUMERIC
               GO TO P490-FIM
            END-IF
            IF WS-JRN-DATA-HORA NOT GREATER THAN WS-CORTE
               OR WS-JRN-DATA-HORA GREATER THAN WS-PONTO
               GO TO P490-FIM
            END-IF

            MOVE WS-JRN-DATA-HORA        TO SRT-DATA-HORA
            MOVE WS-QT-LIDOS             TO SRT-SEQ
            MOVE WS-ORIGEM               TO SRT-ORIGEM
            MOVE WS-JRN-PROGRAMA         TO SRT-PROGRAMA
            MOVE WS-JRN-OPERADOR         TO SRT-OPERADOR
            MOVE WS-JRN-OPERACAO         TO SRT-OPERACAO
            COMPUTE WS-POS-DEPOIS = WS-TAM-IMAGEM + 2
            MOVE SPACES                  TO SRT-ANTES SRT-DEPOIS
            MOVE WS-JRN-IMAGENS(1:WS-TAM-IMAGEM) TO SRT-ANTES
            MOVE WS-JRN-IMAGENS(WS-POS-DEPOIS:WS-TAM-IMAGEM)
                                          TO SRT-DEPOIS
            RELEASE REG-SORT
            .
       P490-FIM.
           EXIT.

      ******************************************************************
      * SAIDA DO SORT: REAPLICA EM ORDEM DE DATA E HORA. IMAGEM ANTES
      * EM BRANCO E INCLUSAO; IMAGEM DEPOIS EM BRANCO E EXCLUSAO
      * FISICA; AS DUAS PREENCHIDAS, REGRAVACAO. DEPOIS DA PRIMEIRA
      * DIVERGENCIA AS DEMAIS SO SAO CONTADAS.
      ******************************************************************
       P500-REAPLICA.

            EVALUATE TRUE
                WHEN OPCAO-CONTATOS OPEN I-O CONTATOS
                WHEN OPCAO-CLIENTE  OPEN I-O CLIENTE
                WHEN OPCAO-NOTAS    OPEN I-O NOTAS
            END-EVALUATE

            IF FS-OK
               SET MESTRE-ABERTO         TO TRUE
            ELSE
               SET REAPLICACAO-PAROU     TO TRUE
               MOVE SPACES               TO REG-RELATORIO
               STRING '*** ERRO AO ABRIR O MESTRE PARA REAPLICACAO. '
                      'FILE STATUS: ' WS-FS ' ***'
                      DELIMITED BY SIZE INTO REG-RELATORIO
               WRITE REG-RELATORIO
               DISPLAY REG-RELATORIO
            END-IF

            SET EOF-OK                   TO FALSE
            PERFORM P510-RETORNA         THRU P510-FIM UNTIL EOF-OK

            IF MESTRE-ABERTO
               PERFORM P290-FECHA-MESTRE THRU P290-FIM
               SET MESTRE-ABERTO         TO FALSE
            END-IF
            .
       P500-FIM.
           EXIT.
       P510-RETORNA.

            RETURN ORDENACAO
               AT END
                  SET EOF-OK             TO TRUE
                  GO TO P510-FIM
            END-RETURN

            IF REAPLICACAO-PAROU
               ADD 1                     TO WS-QT-PENDENTES
               GO TO P510-FIM
            END-IF

            PERFORM P520-APLICA          THRU P520-FIM
            .
       P510-FIM.
           EXIT.
       P520-APLICA.

            IF SRT-ANTES EQUAL SPACES
               SET ACAO-INCLUI           TO TRUE
               MOVE SRT-DEPOIS           TO WS-IMG-CHAVE
            ELSE
               IF SRT-DEPOIS EQUAL SPACES
                  SET ACAO-EXCLUI        TO TRUE
               ELSE
                  SET ACAO-REGRAVA       TO TRUE
               END-IF
               MOVE SRT-ANTES            TO WS-IMG-CHAVE
            END-IF

            PERFORM P530-LE-MESTRE       THRU P530-FIM

      ***** A IMAGEM ANTES PRECISA SER O QUE O MESTRE TEM AGORA *******
            IF ACAO-INCLUI
               IF REGISTRO-EXISTE
                  MOVE 'DIVERGENTE: REGISTRO JA EXISTE'
                                          TO LIN-RESULTADO
                  PERFORM P570-DIVERGENCIA THRU P570-FIM
                  GO TO P520-FIM
               END-IF
            ELSE
               IF NOT REGISTRO-EXISTE
                  MOVE 'DIVERGENTE: REGISTRO NAO EXISTE'
                                          TO LIN-RESULTADO
                  PERFORM P570-DIVERGENCIA THRU P570-FIM
                  GO TO P520-FIM
               END-IF
               IF WS-REG-ATUAL(1:WS-TAM-IMAGEM) NOT EQUAL
                  SRT-ANTES(1:WS-TAM-IMAGEM)
                  MOVE 'DIVERGENTE: IMAGEM ANTES'
                                          TO LIN-RESULTADO
                  PERFORM P570-DIVERGENCIA THRU P570-FIM
                  GO TO P520-FIM
               END-IF
            END-IF

            PERFORM P540-GRAVA-MESTRE    THRU P540-FIM

            IF NOT FS-OK
               MOVE SPACES               TO LIN-RESULTADO
               STRING 'ERRO DE GRAVACAO - FS ' WS-FS
                      DELIMITED BY SIZE INTO LIN-RESULTADO
               PERFORM P570-DIVERGENCIA  THRU P570-FIM
               GO TO P520-FIM
            END-IF

            ADD 1                        TO WS-QT-REAPLICADAS
            MOVE 'REAPLICADA'            TO LIN-RESULTADO
            PERFORM P580-LINHA           THRU P580-FIM
            .
       P520-FIM.
           EXIT.

      ***** A IMAGEM DO JORNAL CARREGA A CHAVE NO INICIO DO REGISTRO **
       P530-LE-MESTRE.

            SET REGISTRO-EXISTE          TO TRUE
            MOVE SPACES                  TO WS-REG-ATUAL

            EVALUATE TRUE
                WHEN OPCAO-CONTATOS
                   MOVE WS-IMG-CHAVE     TO REG-CONTATOS
                   READ CONTATOS
                      INVALID KEY
                         SET REGISTRO-EXISTE TO FALSE
                      NOT INVALID KEY
                         MOVE REG-CONTATOS   TO WS-REG-ATUAL
                   END-READ
                WHEN OPCAO-CLIENTE
                   MOVE WS-IMG-CHAVE     TO REG-CLIENTE
                   READ CLIENTE
                      INVALID KEY
                         SET REGISTRO-EXISTE TO FALSE
                      NOT INVALID KEY
                         MOVE REG-CLIENTE    TO WS-REG-ATUAL
                   END-READ
                WHEN OPCAO-NOTAS
                   MOVE WS-IMG-CHAVE     TO REG-NOTAS
                   READ NOTAS
                      INVALID KEY
                         SET REGISTRO-EXISTE TO FALSE
                      NOT INVALID KEY
                         MOVE REG-NOTAS      TO WS-REG-ATUAL
                   END-READ
            END-EVALUATE
            .
       P530-FIM.
           EXIT.

      ***** A IMAGEM DEPOIS DOS TRES JORNAIS E O REGISTRO INTEIRO *****
      ***** (NO CLIENTE, COM O DOCUMENTO E A SITUACAO DO E-MAIL); NA **
      ***** EXCLUSAO ELA VEM EM BRANCO E A CHAVE SAI DO MESTRE ********
       P540-GRAVA-MESTRE.

            IF ACAO-EXCLUI
               MOVE WS-REG-ATUAL         TO WS-REG-NOVO
            ELSE
               MOVE SPACES               TO WS-REG-NOVO
               MOVE SRT-DEPOIS(1:WS-TAM-IMAGEM)
                                   TO WS-REG-NOVO(1:WS-TAM-IMAGEM)
            END-IF

            EVALUATE TRUE
                WHEN OPCAO-CONTATOS
                   MOVE WS-REG-NOVO      TO REG-CONTATOS
                   EVALUATE TRUE
                       WHEN ACAO-INCLUI  WRITE REG-CONTATOS
                       WHEN ACAO-REGRAVA REWRITE REG-CONTATOS
                       WHEN ACAO-EXCLUI  DELETE CONTATOS
                   END-EVALUATE
                WHEN OPCAO-CLIENTE
                   MOVE WS-REG-NOVO      TO REG-CLIENTE
                   EVALUATE TRUE
                       WHEN ACAO-INCLUI  WRITE REG-CLIENTE
                       WHEN ACAO-REGRAVA REWRITE REG-CLIENTE
                       WHEN ACAO-EXCLUI  DELETE CLIENTE
                   END-EVALUATE
                WHEN OPCAO-NOTAS
                   MOVE WS-REG-NOVO      TO REG-NOTAS
                   EVALUATE TRUE
                       WHEN ACAO-INCLUI  WRITE REG-NOTAS
                       WHEN ACAO-REGRAVA REWRITE REG-NOTAS
                       WHEN ACAO-EXCLUI  DELETE NOTAS
                   END-EVALUATE
            END-EVALUATE
            .
       P540-FIM.
           EXIT.

      ***** PARA NA PRIMEIRA DIVERGENCIA: O MESTRE FICA NO ESTADO *****
      ***** IMEDIATAMENTE ANTERIOR A ESTA ALTERACAO *******************
       P570-DIVERGENCIA.

            SET REAPLICACAO-PAROU        TO TRUE
            ADD 1                        TO WS-QT-PENDENTES
            PERFORM P580-LINHA           THRU P580-FIM

            MOVE SPACES                  TO REG-RELATORIO
            STRING '    ANTES NO JORNAL: ' SRT-ANTES(1:100)
                   DELIMITED BY SIZE INTO REG-RELATORIO
            WRITE REG-RELATORIO
            MOVE SPACES                  TO REG-RELATORIO
            IF REGISTRO-EXISTE
               STRING '    NO MESTRE......: ' WS-REG-ATUAL(1:100)
                      DELIMITED BY SIZE INTO REG-RELATORIO
            ELSE
               STRING '    NO MESTRE......: (SEM REGISTRO)'
                      DELIMITED BY SIZE INTO REG-RELATORIO
            END-IF
            WRITE REG-RELATORIO
            .
       P570-FIM.
           EXIT.
       P580-LINHA.

            MOVE SRT-DATA-HORA           TO WS-DH-EVENTO
            PERFORM P590-DATA-HORA       THRU P590-FIM
            MOVE SRT-ORIGEM              TO LIN-ORIGEM
            MOVE SRT-PROGRAMA            TO LIN-PROGRAMA
            MOVE SRT-OPERADOR            TO LIN-OPERADOR
            MOVE SRT-OPERACAO            TO LIN-OPERACAO
            MOVE WS-IMG-CHAVE(1:WS-TAM-CHAVE) TO LIN-CHAVE
            MOVE WS-ACAO                 TO LIN-ACAO
            MOVE WS-LINHA-REL            TO REG-RELATORIO
            WRITE REG-RELATORIO
            .
       P580-FIM.
           EXIT.
       P590-DATA-HORA.

            MOVE WS-DEV-DIA              TO LIN-DIA
            MOVE WS-DEV-MES              TO LIN-MES
            MOVE WS-DEV-ANO              TO LIN-ANO
            MOVE WS-DEV-HH               TO LIN-HH
            MOVE WS-DEV-MI               TO LIN-MI
            MOVE WS-DEV-SS               TO LIN-SS
            .
       P590-FIM.
           EXIT.

      ******************************************************************
      * SELO: APURA QUANTIDADE E HASH DO MESTRE RECUPERADO COMO O
      * SELOGRAV FAZ E TROCA SO A LINHA DELE NO SELOS.TXT - OS DEMAIS
      * SELOS E AS MARCAS DE TOQUE DO DIA CONTINUAM VALENDO.
      ******************************************************************
       P600-SELO.

            CALL 'DTMOVIM' USING WS-DATA-MOVIMENTO WS-CONTROLE-DATA

            MOVE ZEROS                   TO WS-QT-REGISTROS
                                            WS-HASH-SELO
            EVALUATE TRUE
                WHEN OPCAO-CONTATOS OPEN INPUT CONTATOS
                WHEN OPCAO-CLIENTE  OPEN INPUT CLIENTE
                WHEN OPCAO-NOTAS    OPEN INPUT NOTAS
            END-EVALUATE
            IF NOT FS-OK
               MOVE SPACES               TO REG-RELATORIO
               STRING '*** SELO NAO REFEITO - MESTRE NAO ABRIU. '
                      'FILE STATUS: ' WS-FS ' ***'
                      DELIMITED BY SIZE INTO REG-RELATORIO
               WRITE REG-RELATORIO
               SET FONTE-FALHOU          TO TRUE
               GO TO P600-FIM
            END-IF

            SET EOF-OK                   TO FALSE
            PERFORM P610-SOMA-MESTRE     THRU P610-FIM UNTIL EOF-OK
            PERFORM P290-FECHA-MESTRE    THRU P290-FIM

            PERFORM P650-GRAVA-SELO      THRU P650-FIM
            .
       P600-FIM.
           EXIT.
       P610-SOMA-MESTRE.

            EVALUATE TRUE
                WHEN OPCAO-CONTATOS
                   READ CONTATOS NEXT RECORD
                      AT END
                         SET EOF-OK      TO TRUE
                         GO TO P610-FIM
                   END-READ
                   MOVE ID-CONTATO       TO WS-CHAVE-SELO
                   MOVE SPACES           TO WS-REG-BUFFER
                   MOVE REG-CONTATOS     TO WS-REG-BUFFER
                   MOVE LENGTH OF REG-CONTATOS TO WS-TAM-REG
                WHEN OPCAO-CLIENTE
                   READ CLIENTE NEXT RECORD
                      AT END
                         SET EOF-OK      TO TRUE
                         GO TO P610-FIM
                   END-READ
                   MOVE CD-CLIENTE       TO WS-CHAVE-SELO
                   MOVE SPACES           TO WS-REG-BUFFER
                   MOVE REG-CLIENTE      TO WS-REG-BUFFER
                   MOVE LENGTH OF REG-CLIENTE TO WS-TAM-REG
                WHEN OPCAO-NOTAS
                   READ NOTAS NEXT RECORD
                      AT END
                         SET EOF-OK      TO TRUE
                         GO TO P610-FIM
                   END-READ
                   COMPUTE WS-CHAVE-SELO = NT-ID-ALUNO * 1000 +
                                           NT-ID-MATERIA
                   MOVE SPACES           TO WS-REG-BUFFER
                   MOVE REG-NOTAS        TO WS-REG-BUFFER
                   MOVE LENGTH OF REG-NOTAS TO WS-TAM-REG
            END-EVALUATE

            ADD 1                        TO WS-QT-REGISTROS
            ADD WS-CHAVE-SELO            TO WS-HASH-SELO

      ***** CHECKSUM DO CONTEUDO PONDERADO PELA POSICAO DO BYTE *******
            MOVE ZEROS                   TO WS-SOMA-REG
            PERFORM P615-SOMA-BYTE       THRU P615-FIM
                    VARYING WS-POS FROM 1 BY 1
                    UNTIL WS-POS GREATER THAN WS-TAM-REG
            COMPUTE WS-HASH-SELO = FUNCTION MOD
                    (WS-HASH-SELO + WS-SOMA-REG, 1000000000000)
            .
       P610-FIM.
           EXIT.
       P615-SOMA-BYTE.

            COMPUTE WS-SOMA-REG = WS-SOMA-REG +
                    FUNCTION ORD(WS-REG-BUFFER(WS-POS:1)) * WS-POS
            .
       P615-FIM.
           EXIT.
       P650-GRAVA-SELO.

            OPEN INPUT SELOS
            IF WS-FS-SEL EQUAL 35
               MOVE '(SELOS.TXT AINDA NAO EXISTE - O SELO SERA GRAVADO '
                  & 'PELO SELOGRAV NO FIM DA JANELA)' TO REG-RELATORIO
               WRITE REG-RELATORIO
               GO TO P650-FIM
            END-IF
            IF NOT FS-SEL-OK
               MOVE SPACES               TO REG-RELATORIO
               STRING '*** SELO NAO REFEITO - SELOS.TXT NAO ABRIU. '
                      'FILE STATUS: ' WS-FS-SEL ' ***'
                      DELIMITED BY SIZE INTO REG-RELATORIO
               WRITE REG-RELATORIO
               SET FONTE-FALHOU          TO TRUE
               GO TO P650-FIM
            END-IF

            MOVE ZEROS                   TO WS-QT-SELOS WS-IND-SELO
            SET EOF-OK                   TO FALSE
            PERFORM P655-LE-SELO         THRU P655-FIM UNTIL EOF-OK
            CLOSE SELOS

            IF WS-IND-SELO EQUAL ZEROS
               ADD 1                     TO WS-QT-SELOS
               MOVE WS-QT-SELOS          TO WS-IND-SELO
            END-IF

            MOVE SPACES                  TO REG-SELO
            MOVE WS-MESTRE               TO SEL-MESTRE
            MOVE WS-QT-REGISTROS         TO SEL-QUANTIDADE
            MOVE WS-HASH-SELO            TO SEL-HASH
            MOVE WS-DATA-MOVIMENTO       TO SEL-DATA
            MOVE REG-SELO                TO WS-SELO-LINHA(WS-IND-SELO)

            OPEN OUTPUT SELOS
            IF NOT FS-SEL-OK
               MOVE SPACES               TO REG-RELATORIO
               STRING '*** SELO NAO REFEITO - ERRO AO GRAVAR O '
                      'SELOS.TXT. FILE STATUS: ' WS-FS-SEL ' ***'
                      DELIMITED BY SIZE INTO REG-RELATORIO
               WRITE REG-RELATORIO
               SET FONTE-FALHOU          TO TRUE
               GO TO P650-FIM
            END-IF
            PERFORM P660-GRAVA-LINHA     THRU P660-FIM
                    VARYING WS-IND FROM 1 BY 1
                    UNTIL WS-IND GREATER THAN WS-QT-SELOS
            CLOSE SELOS

            MOVE SPACES                  TO REG-RELATORIO
            STRING 'SELO REFEITO: ' WS-MESTRE ' QT ' WS-QT-REGISTROS
                   ' HASH ' WS-HASH-SELO
                   DELIMITED BY SIZE INTO REG-RELATORIO
            WRITE REG-RELATORIO
            .
       P650-FIM.
           EXIT.
       P655-LE-SELO.

            READ SELOS
               AT END
                  SET EOF-OK             TO TRUE
                  GO TO P655-FIM
            END-READ

            IF WS-QT-SELOS EQUAL 20
               GO TO P655-FIM
            END-IF
            ADD 1                        TO WS-QT-SELOS
            MOVE REG-SELO                TO WS-SELO-LINHA(WS-QT-SELOS)
            IF SEL-MESTRE EQUAL WS-MESTRE
               MOVE WS-QT-SELOS          TO WS-IND-SELO
            END-IF
            .
       P655-FIM.
           EXIT.
       P660-GRAVA-LINHA.

            MOVE WS-SELO-LINHA(WS-IND)   TO REG-SELO
            WRITE REG-SELO
            .
       P660-FIM.
           EXIT.
       P700-TOTAIS.

            MOVE SPACES                  TO REG-RELATORIO
            WRITE REG-RELATORIO
            MOVE '============================================='
                                          TO REG-RELATORIO
            WRITE REG-RELATORIO
            MOVE WS-QT-REAPLICADAS       TO WS-ED-QT
            MOVE SPACES                  TO REG-RELATORIO
            STRING 'ALTERACOES REAPLICADAS.....: ' WS-ED-QT
                   DELIMITED BY SIZE INTO REG-RELATORIO
            WRITE REG-RELATORIO
            DISPLAY REG-RELATORIO

            IF REAPLICACAO-PAROU
               MOVE WS-QT-PENDENTES      TO WS-ED-QT
               MOVE SPACES               TO REG-RELATORIO
               STRING 'ALTERACOES NAO REAPLICADAS.: ' WS-ED-QT
                      ' - REAPLICACAO INTERROMPIDA NA DIVERGENCIA; '
                      'O MESTRE FICOU NO ESTADO ANTERIOR A ELA'
                      DELIMITED BY SIZE INTO REG-RELATORIO
               WRITE REG-RELATORIO
               DISPLAY REG-RELATORIO
            ELSE
               MOVE 'REAPLICACAO CONCLUIDA ATE O PONTO PEDIDO.'
                                          TO REG-RELATORIO
               WRITE REG-RELATORIO
               DISPLAY REG-RELATORIO
            END-IF
            .
       P700-FIM.
           EXIT.

       END PROGRAM BKPREAPL.
