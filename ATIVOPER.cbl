      ******************************************************************
      * Author: ANDRE COSTA
      * Date: 15/10/2026
      * Purpose: ATIVIDADE DE UM OPERADOR (OU DE TODOS) NUM PERIODO,
      *          NUMA LINHA DO TEMPO UNICA. JUNTA O LOG DE ACESSO DO
      *          SIGNON (ACESSLOG.TXT), OS JORNAIS DE ALTERACAO DE
      *          CONTATOS (CONTJRNL), CLIENTES (CLIJRNL), NOTAS
      *          (NOTJRNL) E PERIODOS CONTABEIS (PERJRNL), OS
      *          JORNAIS ONLINE DESCARREGADOS DO CICS PELO CFPKO010
      *          (JRNCNTT.TXT E JRNNOTA.TXT) E AS MARCAS DE TOQUE
      *          NOS MESTRES SELADOS (SELOTOQ.TXT, DO SELOMARC).
      *          CADA LINHA MOSTRA DATA, HORA, OPERADOR, PROGRAMA,
      *          ARQUIVO, CHAVE, ACAO E UM RESUMO ANTES/DEPOIS; NO
      *          FIM SAI A CONTAGEM POR OPERADOR. A MARCA DE TOQUE
      *          NAO GUARDA O OPERADOR: ELA E ATRIBUIDA AO ULTIMO
      *          SIGN-ON COM SUCESSO NO MESMO PROGRAMA E NO MESMO
      *          DIA. ATIVIDADE FORA DO EXPEDIENTE INFORMADO OU EM
      *          DIA NAO UTIL (FIM DE SEMANA OU FERIADO DO
      *          CALENDARIO, PELO DIAUTIL) SAI MARCADA; NO MODO DE
      *          EXCECOES SO ELA E LISTADA. RELATORIO EM ATIVOPER.LST;
      *          RETORNA 4 QUANDO HA EXCECAO. USO RESTRITO A FUNCAO
      *          ATIVOPER/RELATORIO NOS PERFIS DO OPERADOR.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ATIVOPER.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
            DECIMAL-POINT IS COMMA.
            INPUT-OUTPUT SECTION.
            FILE-CONTROL.
                SELECT ACESSLOG ASSIGN TO
                WS-ARQ-ACESSLOG
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS  IS WS-FS-ARQ.
                SELECT JRNCONT ASSIGN TO
                WS-ARQ-CONTJRNL
                ORGANIZATION IS SEQUENTIAL
                FILE STATUS  IS WS-FS-ARQ.
                SELECT JRNCLI ASSIGN TO
                WS-ARQ-CLIJRNL
                ORGANIZATION IS SEQUENTIAL
                FILE STATUS  IS WS-FS-ARQ.
                SELECT JRNNOTA ASSIGN TO
                WS-ARQ-NOTJRNL
                ORGANIZATION IS SEQUENTIAL
                FILE STATUS  IS WS-FS-ARQ.
                SELECT JRNPER ASSIGN TO
                WS-ARQ-PERJRNL
                ORGANIZATION IS SEQUENTIAL
                FILE STATUS  IS WS-FS-ARQ.
                SELECT JRNCCICS ASSIGN TO
                WS-ARQ-JRNCNTT
                ORGANIZATION IS SEQUENTIAL
                FILE STATUS  IS WS-FS-ARQ.
                SELECT JRNNCICS ASSIGN TO
                WS-ARQ-JRNNOTA
                ORGANIZATION IS SEQUENTIAL
                FILE STATUS  IS WS-FS-ARQ.
                SELECT SELOTOQ ASSIGN TO
                WS-ARQ-SELOTOQ
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS  IS WS-FS-ARQ.
                SELECT ORDENACAO ASSIGN TO
                'ATIVOPER.WRK'.
                SELECT RELATORIO ASSIGN TO
                WS-ARQ-ATIVOPER
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS  IS WS-FS-REL.

       DATA DIVISION.
       FILE SECTION.
       FD ACESSLOG.
       01 REG-ACESSLOG.
          03 ACS-DATA                    PIC 9(08).
          03 FILLER                      PIC X(01).
          03 ACS-HORA                    PIC 9(06).
          03 FILLER                      PIC X(01).
          03 ACS-USUARIO                 PIC X(12).
          03 FILLER                      PIC X(01).
          03 ACS-PROGRAMA                PIC X(10).
          03 FILLER                      PIC X(01).
          03 ACS-RESULTADO               PIC X(10).
          03 FILLER                      PIC X(10).

       FD JRNCONT.
       01 REG-JRNCONT                    PIC X(120).

       FD JRNCLI.
       01 REG-JRNCLI                     PIC X(285).

       FD JRNNOTA.
       01 REG-JRNNOTA                    PIC X(229).

       FD JRNPER.
       01 REG-JRNPER                     PIC X(98).

       FD JRNCCICS.
       01 REG-JRNCCICS                   PIC X(120).

       FD JRNNCICS.
       01 REG-JRNNCICS                   PIC X(229).

       FD SELOTOQ.
       01 REG-SELOTOQ.
          03 TOQ-MESTRE                  PIC X(12).
          03 FILLER                      PIC X(01).
          03 TOQ-PROGRAMA                PIC X(10).
          03 FILLER                      PIC X(01).
          03 TOQ-DATA                    PIC 9(08).
          03 FILLER                      PIC X(01).
          03 TOQ-HORA                    PIC 9(06).

       SD ORDENACAO.
       01 REG-SORT.
          03 SRT-DATA                    PIC 9(08).
          03 SRT-HORA                    PIC 9(06).
          03 SRT-FONTE                   PIC X(01).
             88 SRT-ACESSO               VALUE 'A'.
             88 SRT-JORNAL               VALUE 'J'.
             88 SRT-TOQUE                VALUE 'T'.
          03 SRT-SEQ                     PIC 9(07).
          03 SRT-OPERADOR                PIC X(12).
          03 SRT-PROGRAMA                PIC X(10).
          03 SRT-ARQUIVO                 PIC X(12).
          03 SRT-CHAVE                   PIC X(13).
          03 SRT-ACAO                    PIC X(10).
          03 SRT-RESUMO                  PIC X(44).

       FD RELATORIO.
       01 REG-RELATORIO                  PIC X(132).

       WORKING-STORAGE SECTION.
      ***** CAMINHOS FISICOS DOS ARQUIVOS - PRE-CARREGADOS COM O *****
      ***** PADRAO HISTORICO E RESOLVIDOS PELO ARQCONF NO INICIO *****
       77 WS-ARQ-ACESSLOG            PIC X(68) VALUE
          'C:\CursoCOBOL\COBOL\01 - Basico\bin\ACESSLOG.TXT'.
       77 WS-ARQ-CONTJRNL            PIC X(68) VALUE
          'C:\CursoCOBOL\COBOL\01 - Basico\bin\CONTJRNL.TXT'.
       77 WS-ARQ-CLIJRNL             PIC X(68) VALUE
          'C:\CursoCOBOL\COBOL\01 - Basico\bin\CLIJRNL.DAT'.
       77 WS-ARQ-NOTJRNL             PIC X(68) VALUE
          'C:\Users\Mauro Vieira\bin\NOTJRNL.DAT'.
       77 WS-ARQ-PERJRNL             PIC X(68) VALUE
          'C:\CursoCOBOL\COBOL\01 - Basico\bin\PERJRNL.DAT'.
       77 WS-ARQ-JRNCNTT             PIC X(68) VALUE
          'C:\CursoCOBOL\COBOL\01 - Basico\bin\JRNCNTT.TXT'.
       77 WS-ARQ-JRNNOTA             PIC X(68) VALUE
          'C:\CursoCOBOL\COBOL\01 - Basico\bin\JRNNOTA.TXT'.
       77 WS-ARQ-SELOTOQ             PIC X(68) VALUE
          'C:\CursoCOBOL\COBOL\01 - Basico\bin\SELOTOQ.TXT'.
       77 WS-ARQ-ATIVOPER            PIC X(68) VALUE
          'C:\CursoCOBOL\COBOL\01 - Basico\bin\ATIVOPER.LST'.
       77 WS-FS-ARQ                      PIC 99.
          88 FS-ARQ-OK                   VALUE 0.
       77 WS-FS-REL                      PIC 99.
       77 WS-EOF                         PIC X.
          88 EOF-OK                      VALUE 'S' FALSE 'N'.
       77 WS-NM-FONTE                    PIC X(12).
      ***** PARAMETROS INFORMADOS *************************************
       77 WS-OPERADOR-FILTRO             PIC X(12) VALUE SPACES.
       77 WS-MODO                        PIC X(01) VALUE SPACES.
          88 MODO-COMPLETO               VALUE 'C'.
          88 MODO-EXCECOES               VALUE 'E'.
       01 WS-DATA-INICIAL                PIC 9(08) VALUE ZEROS.
       01 FILLER REDEFINES WS-DATA-INICIAL.
          03 WS-DTI-ANO                  PIC 9(04).
          03 WS-DTI-MES                  PIC 99.
          03 WS-DTI-DIA                  PIC 99.
       01 WS-DATA-FINAL                  PIC 9(08) VALUE ZEROS.
       01 FILLER REDEFINES WS-DATA-FINAL.
          03 WS-DTF-ANO                  PIC 9(04).
          03 WS-DTF-MES                  PIC 99.
          03 WS-DTF-DIA                  PIC 99.
       77 WS-DATA-OK                     PIC X(01) VALUE 'N'.
          88 DATA-OK                     VALUE 'S' FALSE 'N'.
      ***** EXPEDIENTE (HHMM): SEM INFORMAR, VALE 08:00 AS 18:00 ******
       77 WS-HR-INICIO                   PIC 9(04) VALUE ZEROS.
       77 WS-HR-FIM                      PIC 9(04) VALUE ZEROS.
      ***** VISAO COMUM DAS LINHAS DE JORNAL (CNTJRNL, CLIJRNL, *******
      ***** NOTJRNL, PERJRNL E AS FILAS DO CICS): CABECALHO DE 50 *****
      ***** POSICOES E AS IMAGENS ANTES/DEPOIS DE CADA MESTRE *********
       01 WS-LINHA-JRN.
          03 WS-JRN-DATA                 PIC 9(08).
          03 WS-JRN-HORA                 PIC 9(06).
          03 FILLER                      PIC X(01).
          03 WS-JRN-PROGRAMA             PIC X(10).
          03 FILLER                      PIC X(01).
          03 WS-JRN-OPERADOR             PIC X(12).
          03 FILLER                      PIC X(01).
          03 WS-JRN-OPERACAO             PIC X(10).
          03 FILLER                      PIC X(01).
          03 WS-JRN-IMAGENS              PIC X(235).
       01 FILLER REDEFINES WS-LINHA-JRN.
          03 FILLER                      PIC X(50).
          03 WS-JRN-ANO-MES              PIC X(06).
          03 FILLER                      PIC X(01).
          03 WS-JRN-MOTIVO               PIC X(40).
          03 FILLER                      PIC X(188).
       77 WS-TAM-IMAGEM                  PIC 9(03).
       77 WS-TAM-CHAVE                   PIC 9(02).
       77 WS-POS-DEPOIS                  PIC 9(03).
       77 WS-POS                         PIC 9(03).
       77 WS-POS-DIF                     PIC 9(03).
       77 WS-POS-EDIT                    PIC ZZ9.
      ***** AS IMAGENS FICAM COM FOLGA DE BRANCOS, PARA O RECORTE *****
      ***** DO RESUMO NAO PASSAR DO FIM ******************************
       77 WS-IMG-ANTES                   PIC X(136).
       77 WS-IMG-DEPOIS                  PIC X(136).
       77 WS-QT-LIDOS                    PIC 9(07) VALUE ZEROS.
      ***** ULTIMO SIGN-ON COM SUCESSO POR PROGRAMA (PARA O TOQUE) ****
       77 WS-QT-SESSOES                  PIC 9(02) COMP VALUE ZEROS.
       77 WS-IND                         PIC 9(03) COMP.
       77 WS-IND-ACHADO                  PIC 9(03) COMP.
       01 WS-TB-SESSOES.
          03 WS-SESSAO OCCURS 50 TIMES.
             05 WS-SES-PROGRAMA          PIC X(10).
             05 WS-SES-OPERADOR          PIC X(12).
             05 WS-SES-DATA              PIC 9(08).
       77 WS-SEM-OPERADOR                PIC X(12) VALUE
          'NAO-IDENTIF.'.
      ***** CONTAGEM POR OPERADOR *************************************
       77 WS-QT-OPERADORES               PIC 9(03) COMP VALUE ZEROS.
       77 WS-QT-EXCEDENTES               PIC 9(06) VALUE ZEROS.
       01 WS-TB-OPERADORES.
          03 WS-OPERADOR OCCURS 100 TIMES.
             05 WS-OPR-ID                PIC X(12).
             05 WS-OPR-QT-ACESSOS        PIC 9(06).
             05 WS-OPR-QT-ALTERACOES     PIC 9(06).
             05 WS-OPR-QT-TOQUES         PIC 9(06).
             05 WS-OPR-QT-EXCECOES       PIC 9(06).
       77 WS-QT-EVENTOS                  PIC 9(07) VALUE ZEROS.
       77 WS-QT-EXCECOES                 PIC 9(07) VALUE ZEROS.
      ***** EXCECAO: FORA DO EXPEDIENTE E/OU DIA NAO UTIL *************
       77 WS-FORA-EXPEDIENTE             PIC X(01).
          88 FORA-EXPEDIENTE             VALUE 'S' FALSE 'N'.
       77 WS-DIA-NAO-UTIL                PIC X(01) VALUE 'N'.
          88 DIA-NAO-UTIL                VALUE 'S' FALSE 'N'.
       77 WS-DATA-CONFERIDA              PIC 9(08) VALUE ZEROS.
       77 WS-DT-UTIL                     PIC 9(08).
      ***** LINHA DO RELATORIO ****************************************
       01 WS-DATA-EVENTO                 PIC 9(08).
       01 FILLER REDEFINES WS-DATA-EVENTO.
          03 WS-DEV-ANO                  PIC 9(04).
          03 WS-DEV-MES                  PIC 99.
          03 WS-DEV-DIA                  PIC 99.
       01 WS-HORA-EVENTO                 PIC 9(06).
       01 FILLER REDEFINES WS-HORA-EVENTO.
          03 WS-HEV-HH                   PIC 99.
          03 WS-HEV-MI                   PIC 99.
          03 WS-HEV-SS                   PIC 99.
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
          03 LIN-OPERADOR                PIC X(12).
          03 FILLER                      PIC X(01) VALUE SPACE.
          03 LIN-PROGRAMA                PIC X(10).
          03 FILLER                      PIC X(01) VALUE SPACE.
          03 LIN-ARQUIVO                 PIC X(12).
          03 FILLER                      PIC X(01) VALUE SPACE.
          03 LIN-CHAVE                   PIC X(13).
          03 FILLER                      PIC X(01) VALUE SPACE.
          03 LIN-ACAO                    PIC X(10).
          03 FILLER                      PIC X(01) VALUE SPACE.
          03 LIN-RESUMO                  PIC X(44).
          03 FILLER                      PIC X(01) VALUE SPACE.
          03 LIN-EXCECAO                 PIC X(04).
       77 WS-ED-QT1                      PIC ZZZZZ9.
       77 WS-ED-QT2                      PIC ZZZZZ9.
       77 WS-ED-QT3                      PIC ZZZZZ9.
       77 WS-ED-QT4                      PIC ZZZZZ9.
       77 WS-ED-QT5                      PIC ZZZZZZ9.
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
            CALL 'ARQCONF' USING 'ACESSLOG.TXT    ' WS-ARQ-ACESSLOG
            CALL 'ARQCONF' USING 'CONTJRNL.TXT    ' WS-ARQ-CONTJRNL
            CALL 'ARQCONF' USING 'CLIJRNL.DAT     ' WS-ARQ-CLIJRNL
            CALL 'ARQCONF' USING 'NOTJRNL.DAT     ' WS-ARQ-NOTJRNL
            CALL 'ARQCONF' USING 'PERJRNL.DAT     ' WS-ARQ-PERJRNL
            CALL 'ARQCONF' USING 'JRNCNTT.TXT     ' WS-ARQ-JRNCNTT
            CALL 'ARQCONF' USING 'JRNNOTA.TXT     ' WS-ARQ-JRNNOTA
            CALL 'ARQCONF' USING 'SELOTOQ.TXT     ' WS-ARQ-SELOTOQ
            CALL 'ARQCONF' USING 'ATIVOPER.LST    ' WS-ARQ-ATIVOPER

            DISPLAY '*** ATIVIDADE DE OPERADORES ***'

            MOVE 'ATIVOPER  '            TO WS-SGN-CHAMADOR
            CALL 'SIGNON' USING WS-SIGNON
            IF NOT SIGNON-OK
               STOP RUN
            END-IF

      ***** A TRILHA DE TODOS OS OPERADORES E ASSUNTO DE AUDITORIA ****
            CALL 'PERMITE' USING WS-SGN-USUARIO 'ATIVOPER  '
                                 'RELATORIO ' WS-PERMITIDO
            IF NOT FUNCAO-PERMITIDA
               DISPLAY 'OPERADOR SEM PERFIL PARA O RELATORIO DE '
                       'ATIVIDADE (ATIVOPER/RELATORIO).'
               STOP RUN
            END-IF

            PERFORM P100-PARAMETROS      THRU P100-FIM
            IF NOT DATA-OK
               STOP RUN
            END-IF

            OPEN OUTPUT RELATORIO
            IF WS-FS-REL NOT EQUAL ZEROS
               DISPLAY 'ERRO AO ABRIR O ATIVOPER.LST. FILE STATUS: '
                       WS-FS-REL
               MOVE 16                   TO RETURN-CODE
               STOP RUN
            END-IF

            PERFORM P150-CABECALHO       THRU P150-FIM

            SORT ORDENACAO
               ON ASCENDING KEY SRT-DATA SRT-HORA SRT-FONTE SRT-SEQ
               INPUT PROCEDURE  IS P200-CARREGA
               OUTPUT PROCEDURE IS P300-IMPRIME

            CLOSE RELATORIO

            DISPLAY 'LINHAS LIDAS NAS FONTES....: ' WS-QT-LIDOS
            DISPLAY 'ATIVIDADES DO(S) OPERADOR(ES): ' WS-QT-EVENTOS
            DISPLAY 'FORA DO EXPEDIENTE/DIA UTIL: ' WS-QT-EXCECOES
            DISPLAY 'RELATORIO GERADO EM ATIVOPER.LST'

            IF WS-QT-EXCECOES GREATER THAN ZEROS
               MOVE 4                    TO RETURN-CODE
            END-IF

            STOP RUN.

      ******************************************************************
      * PARAMETROS: OPERADOR (EM BRANCO = TODOS), PERIODO, MODO E O
      * EXPEDIENTE. DATA FINAL ZERADA VALE A PROPRIA DATA INICIAL.
      ******************************************************************
       P100-PARAMETROS.

            SET DATA-OK                  TO FALSE

            DISPLAY 'Operador (ID do usuario; em branco = todos): '
            MOVE SPACES                  TO WS-OPERADOR-FILTRO
            ACCEPT WS-OPERADOR-FILTRO
            MOVE FUNCTION UPPER-CASE(WS-OPERADOR-FILTRO)
                                          TO WS-OPERADOR-FILTRO

            DISPLAY 'Data inicial (AAAAMMDD): '
            MOVE ZEROS                   TO WS-DATA-INICIAL
            ACCEPT WS-DATA-INICIAL
            CALL 'DATAVALID' USING WS-DTI-DIA WS-DTI-MES WS-DTI-ANO
                                   WS-DATA-OK
            IF NOT DATA-OK
               DISPLAY 'DATA INICIAL INVALIDA.'
               GO TO P100-FIM
            END-IF

            DISPLAY 'Data final (AAAAMMDD; zeros = o mesmo dia): '
            MOVE ZEROS                   TO WS-DATA-FINAL
            ACCEPT WS-DATA-FINAL
            IF WS-DATA-FINAL EQUAL ZEROS
               MOVE WS-DATA-INICIAL      TO WS-DATA-FINAL
            END-IF
            CALL 'DATAVALID' USING WS-DTF-DIA WS-DTF-MES WS-DTF-ANO
                                   WS-DATA-OK
            IF NOT DATA-OK
               DISPLAY 'DATA FINAL INVALIDA.'
               GO TO P100-FIM
            END-IF
            IF WS-DATA-FINAL LESS THAN WS-DATA-INICIAL
               DISPLAY 'DATA FINAL ANTERIOR A INICIAL.'
               SET DATA-OK               TO FALSE
               GO TO P100-FIM
            END-IF

            DISPLAY 'Modo: <C> linha do tempo completa, <E> so as '
                    'excecoes: '
            MOVE SPACES                  TO WS-MODO
            ACCEPT WS-MODO
            MOVE FUNCTION UPPER-CASE(WS-MODO) TO WS-MODO
            IF NOT MODO-EXCECOES
               MOVE 'C'                  TO WS-MODO
            END-IF

            DISPLAY 'Inicio do expediente (HHMM; zeros = 0800): '
            MOVE ZEROS                   TO WS-HR-INICIO
            ACCEPT WS-HR-INICIO
            DISPLAY 'Fim do expediente (HHMM; zeros = 1800): '
            MOVE ZEROS                   TO WS-HR-FIM
            ACCEPT WS-HR-FIM
            IF WS-HR-INICIO EQUAL ZEROS
               MOVE 0800                 TO WS-HR-INICIO
            END-IF
            IF WS-HR-FIM EQUAL ZEROS
               MOVE 1800                 TO WS-HR-FIM
            END-IF
            IF WS-HR-FIM GREATER THAN 2400
               OR WS-HR-INICIO NOT LESS THAN WS-HR-FIM
               DISPLAY 'EXPEDIENTE INVALIDO.'
               SET DATA-OK               TO FALSE
            END-IF
            .
       P100-FIM.
           EXIT.

       P150-CABECALHO.

            MOVE 'ATIVIDADE DE OPERADORES - LINHA DO TEMPO (ATIVOPER)'
                                          TO REG-RELATORIO
            WRITE REG-RELATORIO

            MOVE SPACES                  TO REG-RELATORIO
            IF WS-OPERADOR-FILTRO EQUAL SPACES
               STRING 'OPERADOR: TODOS'
                      DELIMITED BY SIZE INTO REG-RELATORIO
            ELSE
               STRING 'OPERADOR: ' WS-OPERADOR-FILTRO
                      DELIMITED BY SIZE INTO REG-RELATORIO
            END-IF
            MOVE WS-DATA-INICIAL         TO WS-DATA-EVENTO
            PERFORM P390-DATA-EDITADA    THRU P390-FIM
            STRING '   PERIODO: ' LIN-DATA
                   DELIMITED BY SIZE INTO REG-RELATORIO(28:23)
            MOVE WS-DATA-FINAL           TO WS-DATA-EVENTO
            PERFORM P390-DATA-EDITADA    THRU P390-FIM
            STRING ' A ' LIN-DATA
                   DELIMITED BY SIZE INTO REG-RELATORIO(51:13)
            WRITE REG-RELATORIO

            MOVE SPACES                  TO REG-RELATORIO
            IF MODO-EXCECOES
               STRING 'MODO: SO EXCECOES'
                      DELIMITED BY SIZE INTO REG-RELATORIO
            ELSE
               STRING 'MODO: COMPLETO'
                      DELIMITED BY SIZE INTO REG-RELATORIO
            END-IF
            STRING '   EXPEDIENTE: ' WS-HR-INICIO(1:2) ':'
                   WS-HR-INICIO(3:2) ' AS ' WS-HR-FIM(1:2) ':'
                   WS-HR-FIM(3:2)
                   '   EXCECAO: *HOR FORA DO EXPEDIENTE, *DNU DIA '
                   'NAO UTIL, *2X OS DOIS'
                   DELIMITED BY SIZE INTO REG-RELATORIO(18:115)
            WRITE REG-RELATORIO

            MOVE SPACES                  TO REG-RELATORIO
            WRITE REG-RELATORIO

            MOVE SPACES                  TO REG-RELATORIO
            STRING 'DATA       HORA     OPERADOR     PROGRAMA   '
                   'ARQUIVO      CHAVE         ACAO       '
                   'RESUMO ANTES > DEPOIS'
                   DELIMITED BY SIZE INTO REG-RELATORIO
            WRITE REG-RELATORIO
            .
       P150-FIM.
           EXIT.

      ******************************************************************
      * ENTRADA DO SORT: UMA LINHA POR EVENTO DO PERIODO, DE TODAS AS
      * FONTES. FONTE QUE NAO ABRE E INFORMADA NO RELATORIO E A LINHA
      * DO TEMPO SEGUE COM AS DEMAIS. O FILTRO DO OPERADOR E FEITO NA
      * SAIDA, DEPOIS DE ATRIBUIDAS AS MARCAS DE TOQUE.
      ******************************************************************
       P200-CARREGA.

            OPEN INPUT ACESSLOG
            IF FS-ARQ-OK
               SET EOF-OK                TO FALSE
               PERFORM P210-LE-ACESSLOG  THRU P210-FIM UNTIL EOF-OK
               CLOSE ACESSLOG
            ELSE
               MOVE 'ACESSLOG.TXT'       TO WS-NM-FONTE
               PERFORM P280-FONTE-AUSENTE THRU P280-FIM
            END-IF

            OPEN INPUT JRNCONT
            IF FS-ARQ-OK
               SET EOF-OK                TO FALSE
               PERFORM P220-LE-JRNCONT   THRU P220-FIM UNTIL EOF-OK
               CLOSE JRNCONT
            ELSE
               MOVE 'CONTJRNL.TXT'       TO WS-NM-FONTE
               PERFORM P280-FONTE-AUSENTE THRU P280-FIM
            END-IF

            OPEN INPUT JRNCCICS
            IF FS-ARQ-OK
               SET EOF-OK                TO FALSE
               PERFORM P225-LE-JRNCCICS  THRU P225-FIM UNTIL EOF-OK
               CLOSE JRNCCICS
            ELSE
               MOVE 'JRNCNTT.TXT'        TO WS-NM-FONTE
               PERFORM P280-FONTE-AUSENTE THRU P280-FIM
            END-IF

            OPEN INPUT JRNCLI
            IF FS-ARQ-OK
               SET EOF-OK                TO FALSE
               PERFORM P230-LE-JRNCLI    THRU P230-FIM UNTIL EOF-OK
               CLOSE JRNCLI
            ELSE
               MOVE 'CLIJRNL.DAT'        TO WS-NM-FONTE
               PERFORM P280-FONTE-AUSENTE THRU P280-FIM
            END-IF

            OPEN INPUT JRNNOTA
            IF FS-ARQ-OK
               SET EOF-OK                TO FALSE
               PERFORM P240-LE-JRNNOTA   THRU P240-FIM UNTIL EOF-OK
               CLOSE JRNNOTA
            ELSE
               MOVE 'NOTJRNL.DAT'        TO WS-NM-FONTE
               PERFORM P280-FONTE-AUSENTE THRU P280-FIM
            END-IF

            OPEN INPUT JRNNCICS
            IF FS-ARQ-OK
               SET EOF-OK                TO FALSE
               PERFORM P245-LE-JRNNCICS  THRU P245-FIM UNTIL EOF-OK
               CLOSE JRNNCICS
            ELSE
               MOVE 'JRNNOTA.TXT'        TO WS-NM-FONTE
               PERFORM P280-FONTE-AUSENTE THRU P280-FIM
            END-IF

            OPEN INPUT JRNPER
            IF FS-ARQ-OK
               SET EOF-OK                TO FALSE
               PERFORM P250-LE-JRNPER    THRU P250-FIM UNTIL EOF-OK
               CLOSE JRNPER
            ELSE
               MOVE 'PERJRNL.DAT'        TO WS-NM-FONTE
               PERFORM P280-FONTE-AUSENTE THRU P280-FIM
            END-IF

            OPEN INPUT SELOTOQ
            IF FS-ARQ-OK
               SET EOF-OK                TO FALSE
               PERFORM P260-LE-SELOTOQ   THRU P260-FIM UNTIL EOF-OK
               CLOSE SELOTOQ
            ELSE
               MOVE 'SELOTOQ.TXT'        TO WS-NM-FONTE
               PERFORM P280-FONTE-AUSENTE THRU P280-FIM
            END-IF
            .
       P200-FIM.
           EXIT.

      ***** LOG DE ACESSO: TODO SIGN-ON, BEM OU MAL SUCEDIDO **********
       P210-LE-ACESSLOG.

            READ ACESSLOG
               AT END
                  SET EOF-OK             TO TRUE
                  GO TO P210-FIM
            END-READ

            ADD 1                        TO WS-QT-LIDOS
            IF ACS-DATA NOT NUMERIC OR ACS-HORA NOT NUMERIC
               GO TO P210-FIM
            END-IF

            MOVE ACS-DATA                TO SRT-DATA
            MOVE ACS-HORA                TO SRT-HORA
            SET SRT-ACESSO               TO TRUE
            MOVE ACS-USUARIO             TO SRT-OPERADOR
            MOVE ACS-PROGRAMA            TO SRT-PROGRAMA
            MOVE 'USUARIOS'              TO SRT-ARQUIVO
            MOVE SPACES                  TO SRT-CHAVE
            MOVE 'SIGNON'                TO SRT-ACAO
            MOVE SPACES                  TO SRT-RESUMO
            STRING 'SIGN-ON: ' ACS-RESULTADO
                   DELIMITED BY SIZE INTO SRT-RESUMO
            PERFORM P290-LIBERA          THRU P290-FIM
            .
       P210-FIM.
           EXIT.

      ***** CONTATOS: IMAGEM DE 34, CHAVE ID-CONTATO (5) **************
       P220-LE-JRNCONT.

            READ JRNCONT
               AT END
                  SET EOF-OK             TO TRUE
                  GO TO P220-FIM
            END-READ

            MOVE REG-JRNCONT             TO WS-LINHA-JRN
            MOVE 'CONTATOS'              TO SRT-ARQUIVO
            MOVE 34                      TO WS-TAM-IMAGEM
            MOVE 5                       TO WS-TAM-CHAVE
            PERFORM P270-EVENTO-JORNAL   THRU P270-FIM
            .
       P220-FIM.
           EXIT.

      ***** JORNAL ONLINE DE CONTATOS (CFPKO005), DESCARREGADO ********
       P225-LE-JRNCCICS.

            READ JRNCCICS
               AT END
                  SET EOF-OK             TO TRUE
                  GO TO P225-FIM
            END-READ

            MOVE REG-JRNCCICS            TO WS-LINHA-JRN
            MOVE 'CONTATOS'              TO SRT-ARQUIVO
            MOVE 34                      TO WS-TAM-IMAGEM
            MOVE 5                       TO WS-TAM-CHAVE
            PERFORM P270-EVENTO-JORNAL   THRU P270-FIM
            .
       P225-FIM.
           EXIT.

      ***** CLIENTES: IMAGEM DE 117, CHAVE CD-CLIENTE (3) *************
       P230-LE-JRNCLI.

            READ JRNCLI
               AT END
                  SET EOF-OK             TO TRUE
                  GO TO P230-FIM
            END-READ

            MOVE REG-JRNCLI              TO WS-LINHA-JRN
            MOVE 'CLIENTE'               TO SRT-ARQUIVO
            MOVE 117                     TO WS-TAM-IMAGEM
            MOVE 3                       TO WS-TAM-CHAVE
            PERFORM P270-EVENTO-JORNAL   THRU P270-FIM
            .
       P230-FIM.
           EXIT.

      ***** NOTAS: IMAGEM DE 89, CHAVE ALUNO+DISCIPLINA+PERIODO (13) **
       P240-LE-JRNNOTA.

            READ JRNNOTA
               AT END
                  SET EOF-OK             TO TRUE
                  GO TO P240-FIM
            END-READ

            MOVE REG-JRNNOTA             TO WS-LINHA-JRN
            MOVE 'NOTAS'                 TO SRT-ARQUIVO
            MOVE 89                      TO WS-TAM-IMAGEM
            MOVE 13                      TO WS-TAM-CHAVE
            PERFORM P270-EVENTO-JORNAL   THRU P270-FIM
            .
       P240-FIM.
           EXIT.

      ***** JORNAL ONLINE DE NOTAS (CFPKO008), DESCARREGADO ***********
       P245-LE-JRNNCICS.

            READ JRNNCICS
               AT END
                  SET EOF-OK             TO TRUE
                  GO TO P245-FIM
            END-READ

            MOVE REG-JRNNCICS            TO WS-LINHA-JRN
            MOVE 'NOTAS'                 TO SRT-ARQUIVO
            MOVE 89                      TO WS-TAM-IMAGEM
            MOVE 13                      TO WS-TAM-CHAVE
            PERFORM P270-EVENTO-JORNAL   THRU P270-FIM
            .
       P245-FIM.
           EXIT.

      ***** PERIODOS CONTABEIS: SEM IMAGEM - O MES E O MOTIVO *********
       P250-LE-JRNPER.

            READ JRNPER
               AT END
                  SET EOF-OK             TO TRUE
                  GO TO P250-FIM
            END-READ

            ADD 1                        TO WS-QT-LIDOS
            MOVE REG-JRNPER              TO WS-LINHA-JRN
            IF WS-JRN-DATA NOT NUMERIC OR WS-JRN-HORA NOT NUMERIC
               GO TO P250-FIM
            END-IF

            MOVE WS-JRN-DATA             TO SRT-DATA
            MOVE WS-JRN-HORA             TO SRT-HORA
            SET SRT-JORNAL               TO TRUE
            MOVE WS-JRN-OPERADOR         TO SRT-OPERADOR
            MOVE WS-JRN-PROGRAMA         TO SRT-PROGRAMA
            MOVE 'PERIODO'               TO SRT-ARQUIVO
            MOVE WS-JRN-ANO-MES          TO SRT-CHAVE
            MOVE WS-JRN-OPERACAO         TO SRT-ACAO
            MOVE WS-JRN-MOTIVO           TO SRT-RESUMO
            PERFORM P290-LIBERA          THRU P290-FIM
            .
       P250-FIM.
           EXIT.

      ***** MARCA DE TOQUE: MESTRE E PROGRAMA, SEM OPERADOR ***********
       P260-LE-SELOTOQ.

            READ SELOTOQ
               AT END
                  SET EOF-OK             TO TRUE
                  GO TO P260-FIM
            END-READ

            ADD 1                        TO WS-QT-LIDOS
            IF TOQ-DATA NOT NUMERIC OR TOQ-HORA NOT NUMERIC
               GO TO P260-FIM
            END-IF

            MOVE TOQ-DATA                TO SRT-DATA
            MOVE TOQ-HORA                TO SRT-HORA
            SET SRT-TOQUE                TO TRUE
            MOVE SPACES                  TO SRT-OPERADOR
            MOVE TOQ-PROGRAMA            TO SRT-PROGRAMA
            MOVE TOQ-MESTRE              TO SRT-ARQUIVO
            MOVE SPACES                  TO SRT-CHAVE
            MOVE 'ABERTURA'              TO SRT-ACAO
            MOVE 'MESTRE SELADO ABERTO PARA ATUALIZACAO'
                                          TO SRT-RESUMO
            PERFORM P290-LIBERA          THRU P290-FIM
            .
       P260-FIM.
           EXIT.

      ******************************************************************
      * LINHA DE JORNAL COM IMAGENS: A CHAVE SAI DA IMAGEM DEPOIS (OU
      * DA ANTES, NA EXCLUSAO) E O RESUMO MOSTRA A PRIMEIRA POSICAO
      * QUE MUDOU, COM O TRECHO ANTES E DEPOIS.
      ******************************************************************
       P270-EVENTO-JORNAL.

            ADD 1                        TO WS-QT-LIDOS
            IF WS-JRN-DATA NOT NUMERIC OR WS-JRN-HORA NOT NUMERIC
               GO TO P270-FIM
            END-IF

            MOVE WS-JRN-DATA             TO SRT-DATA
            MOVE WS-JRN-HORA             TO SRT-HORA
            SET SRT-JORNAL               TO TRUE
            MOVE WS-JRN-OPERADOR         TO SRT-OPERADOR
            MOVE WS-JRN-PROGRAMA         TO SRT-PROGRAMA
            MOVE WS-JRN-OPERACAO         TO SRT-ACAO

            COMPUTE WS-POS-DEPOIS = WS-TAM-IMAGEM + 2
            MOVE SPACES                  TO WS-IMG-ANTES WS-IMG-DEPOIS
            MOVE WS-JRN-IMAGENS(1:WS-TAM-IMAGEM) TO WS-IMG-ANTES
            MOVE WS-JRN-IMAGENS(WS-POS-DEPOIS:WS-TAM-IMAGEM)
                                          TO WS-IMG-DEPOIS

            MOVE SPACES                  TO SRT-CHAVE
            IF WS-IMG-DEPOIS EQUAL SPACES
               MOVE WS-IMG-ANTES(1:WS-TAM-CHAVE)  TO SRT-CHAVE
            ELSE
               MOVE WS-IMG-DEPOIS(1:WS-TAM-CHAVE) TO SRT-CHAVE
            END-IF

            PERFORM P275-RESUMO          THRU P275-FIM
            PERFORM P290-LIBERA          THRU P290-FIM
            .
       P270-FIM.
           EXIT.
       P275-RESUMO.

            MOVE SPACES                  TO SRT-RESUMO

            IF WS-IMG-ANTES EQUAL SPACES
               STRING 'INCLUSAO: ' WS-IMG-DEPOIS(1:34)
                      DELIMITED BY SIZE INTO SRT-RESUMO
               GO TO P275-FIM
            END-IF
            IF WS-IMG-DEPOIS EQUAL SPACES
               STRING 'EXCLUSAO: ' WS-IMG-ANTES(1:34)
                      DELIMITED BY SIZE INTO SRT-RESUMO
               GO TO P275-FIM
            END-IF

            MOVE ZEROS                   TO WS-POS-DIF
            PERFORM P276-COMPARA         THRU P276-FIM
                    VARYING WS-POS FROM 1 BY 1
                    UNTIL WS-POS GREATER THAN WS-TAM-IMAGEM
                       OR WS-POS-DIF GREATER THAN ZEROS

            IF WS-POS-DIF EQUAL ZEROS
               MOVE 'SEM DIFERENCA ENTRE AS IMAGENS'
                                          TO SRT-RESUMO
               GO TO P275-FIM
            END-IF

            MOVE WS-POS-DIF              TO WS-POS-EDIT
            STRING 'P' WS-POS-EDIT ' ' WS-IMG-ANTES(WS-POS-DIF:18)
                   '>' WS-IMG-DEPOIS(WS-POS-DIF:18)
                   DELIMITED BY SIZE INTO SRT-RESUMO
            .
       P275-FIM.
           EXIT.
       P276-COMPARA.

            IF WS-IMG-ANTES(WS-POS:1) NOT EQUAL WS-IMG-DEPOIS(WS-POS:1)
               MOVE WS-POS               TO WS-POS-DIF
            END-IF
            .
       P276-FIM.
           EXIT.
       P280-FONTE-AUSENTE.

            MOVE SPACES                  TO REG-RELATORIO
            STRING '(' WS-NM-FONTE ' NAO LIDO - FILE STATUS '
                   WS-FS-ARQ ')'
                   DELIMITED BY SIZE INTO REG-RELATORIO
            WRITE REG-RELATORIO
            .
       P280-FIM.
           EXIT.
       P290-LIBERA.

            IF SRT-DATA LESS THAN WS-DATA-INICIAL
               OR SRT-DATA GREATER THAN WS-DATA-FINAL
               GO TO P290-FIM
            END-IF

            MOVE WS-QT-LIDOS             TO SRT-SEQ
            RELEASE REG-SORT
            .
       P290-FIM.
           EXIT.

      ******************************************************************
      * SAIDA DO SORT: A LINHA DO TEMPO, EM ORDEM DE DATA E HORA. O
      * SIGN-ON COM SUCESSO FICA GUARDADO POR PROGRAMA PARA ATRIBUIR
      * AS MARCAS DE TOQUE SEGUINTES; DEPOIS VEM O FILTRO DO OPERADOR,
      * A CONFERENCIA DA EXCECAO E A CONTAGEM.
      ******************************************************************
       P300-IMPRIME.

            SET EOF-OK                   TO FALSE
            PERFORM P310-RETORNA         THRU P310-FIM UNTIL EOF-OK

            IF WS-QT-EVENTOS EQUAL ZEROS
               MOVE SPACES               TO REG-RELATORIO
               STRING '(NENHUMA ATIVIDADE NO PERIODO)'
                      DELIMITED BY SIZE INTO REG-RELATORIO
               WRITE REG-RELATORIO
            END-IF

            PERFORM P400-TOTAIS          THRU P400-FIM
            .
       P300-FIM.
           EXIT.
       P310-RETORNA.

            RETURN ORDENACAO
               AT END
                  SET EOF-OK             TO TRUE
                  GO TO P310-FIM
            END-RETURN

            IF SRT-ACESSO AND SRT-RESUMO(10:7) EQUAL 'SUCESSO'
               PERFORM P320-GUARDA-SESSAO THRU P320-FIM
            END-IF
            IF SRT-TOQUE
               PERFORM P330-ATRIBUI-TOQUE THRU P330-FIM
            END-IF

            IF WS-OPERADOR-FILTRO NOT EQUAL SPACES
               AND SRT-OPERADOR NOT EQUAL WS-OPERADOR-FILTRO
               GO TO P310-FIM
            END-IF

            ADD 1                        TO WS-QT-EVENTOS
            PERFORM P340-CONFERE-EXCECAO THRU P340-FIM
            PERFORM P350-CONTA-OPERADOR  THRU P350-FIM

            IF MODO-EXCECOES
               AND NOT FORA-EXPEDIENTE AND NOT DIA-NAO-UTIL
               GO TO P310-FIM
            END-IF

            PERFORM P360-LINHA           THRU P360-FIM
            .
       P310-FIM.
           EXIT.
       P320-GUARDA-SESSAO.

            MOVE ZEROS                   TO WS-IND-ACHADO
            PERFORM P325-PROCURA-SESSAO  THRU P325-FIM
                    VARYING WS-IND FROM 1 BY 1
                    UNTIL WS-IND GREATER THAN WS-QT-SESSOES
                       OR WS-IND-ACHADO GREATER THAN ZEROS

            IF WS-IND-ACHADO EQUAL ZEROS
               IF WS-QT-SESSOES EQUAL 50
                  GO TO P320-FIM
               END-IF
               ADD 1                     TO WS-QT-SESSOES
               MOVE WS-QT-SESSOES        TO WS-IND-ACHADO
               MOVE SRT-PROGRAMA   TO WS-SES-PROGRAMA(WS-IND-ACHADO)
            END-IF

            MOVE SRT-OPERADOR      TO WS-SES-OPERADOR(WS-IND-ACHADO)
            MOVE SRT-DATA          TO WS-SES-DATA(WS-IND-ACHADO)
            .
       P320-FIM.
           EXIT.
       P325-PROCURA-SESSAO.

            IF WS-SES-PROGRAMA(WS-IND) EQUAL SRT-PROGRAMA
               MOVE WS-IND               TO WS-IND-ACHADO
            END-IF
            .
       P325-FIM.
           EXIT.
       P330-ATRIBUI-TOQUE.

            MOVE WS-SEM-OPERADOR         TO SRT-OPERADOR

            MOVE ZEROS                   TO WS-IND-ACHADO
            PERFORM P325-PROCURA-SESSAO  THRU P325-FIM
                    VARYING WS-IND FROM 1 BY 1
                    UNTIL WS-IND GREATER THAN WS-QT-SESSOES
                       OR WS-IND-ACHADO GREATER THAN ZEROS

            IF WS-IND-ACHADO GREATER THAN ZEROS
               IF WS-SES-DATA(WS-IND-ACHADO) EQUAL SRT-DATA
                  MOVE WS-SES-OPERADOR(WS-IND-ACHADO) TO SRT-OPERADOR
               END-IF
            END-IF
            .
       P330-FIM.
           EXIT.

      ***** FORA DO EXPEDIENTE PELA HORA; DIA NAO UTIL QUANDO O *******
      ***** DIAUTIL EMPURRA A DATA (UMA CONSULTA POR DATA) ************
       P340-CONFERE-EXCECAO.

            SET FORA-EXPEDIENTE          TO FALSE
            IF SRT-HORA(1:4) LESS THAN WS-HR-INICIO
               OR SRT-HORA(1:4) NOT LESS THAN WS-HR-FIM
               SET FORA-EXPEDIENTE       TO TRUE
            END-IF

            IF SRT-DATA NOT EQUAL WS-DATA-CONFERIDA
               MOVE SRT-DATA             TO WS-DATA-CONFERIDA
               MOVE SRT-DATA             TO WS-DT-UTIL
               CALL 'DIAUTIL' USING WS-DT-UTIL
               IF WS-DT-UTIL EQUAL SRT-DATA
                  SET DIA-NAO-UTIL       TO FALSE
               ELSE
                  SET DIA-NAO-UTIL       TO TRUE
               END-IF
            END-IF

            IF FORA-EXPEDIENTE OR DIA-NAO-UTIL
               ADD 1                     TO WS-QT-EXCECOES
            END-IF
            .
       P340-FIM.
           EXIT.
       P350-CONTA-OPERADOR.

            MOVE ZEROS                   TO WS-IND-ACHADO
            PERFORM P355-PROCURA-OPERADOR THRU P355-FIM
                    VARYING WS-IND FROM 1 BY 1
                    UNTIL WS-IND GREATER THAN WS-QT-OPERADORES
                       OR WS-IND-ACHADO GREATER THAN ZEROS

            IF WS-IND-ACHADO EQUAL ZEROS
               IF WS-QT-OPERADORES EQUAL 100
                  ADD 1                  TO WS-QT-EXCEDENTES
                  GO TO P350-FIM
               END-IF
               ADD 1                     TO WS-QT-OPERADORES
               MOVE WS-QT-OPERADORES     TO WS-IND-ACHADO
               MOVE SRT-OPERADOR   TO WS-OPR-ID(WS-IND-ACHADO)
               MOVE ZEROS          TO WS-OPR-QT-ACESSOS(WS-IND-ACHADO)
                                      WS-OPR-QT-ALTERACOES
                                                      (WS-IND-ACHADO)
                                      WS-OPR-QT-TOQUES(WS-IND-ACHADO)
                                      WS-OPR-QT-EXCECOES
                                                      (WS-IND-ACHADO)
            END-IF

            EVALUATE TRUE
                WHEN SRT-ACESSO
                   ADD 1 TO WS-OPR-QT-ACESSOS(WS-IND-ACHADO)
                WHEN SRT-JORNAL
                   ADD 1 TO WS-OPR-QT-ALTERACOES(WS-IND-ACHADO)
                WHEN SRT-TOQUE
                   ADD 1 TO WS-OPR-QT-TOQUES(WS-IND-ACHADO)
            END-EVALUATE
            IF FORA-EXPEDIENTE OR DIA-NAO-UTIL
               ADD 1 TO WS-OPR-QT-EXCECOES(WS-IND-ACHADO)
            END-IF
            .
       P350-FIM.
           EXIT.
       P355-PROCURA-OPERADOR.

            IF WS-OPR-ID(WS-IND) EQUAL SRT-OPERADOR
               MOVE WS-IND               TO WS-IND-ACHADO
            END-IF
            .
       P355-FIM.
           EXIT.
       P360-LINHA.

            MOVE SRT-DATA                TO WS-DATA-EVENTO
            PERFORM P390-DATA-EDITADA    THRU P390-FIM
            MOVE SRT-HORA                TO WS-HORA-EVENTO
            MOVE WS-HEV-HH               TO LIN-HH
            MOVE WS-HEV-MI               TO LIN-MI
            MOVE WS-HEV-SS               TO LIN-SS
            MOVE SRT-OPERADOR            TO LIN-OPERADOR
            MOVE SRT-PROGRAMA            TO LIN-PROGRAMA
            MOVE SRT-ARQUIVO             TO LIN-ARQUIVO
            MOVE SRT-CHAVE               TO LIN-CHAVE
            MOVE SRT-ACAO                TO LIN-ACAO
            MOVE SRT-RESUMO              TO LIN-RESUMO

            EVALUATE TRUE
                WHEN FORA-EXPEDIENTE AND DIA-NAO-UTIL
                   MOVE '*2X'            TO LIN-EXCECAO
                WHEN FORA-EXPEDIENTE
                   MOVE '*HOR'           TO LIN-EXCECAO
                WHEN DIA-NAO-UTIL
                   MOVE '*DNU'           TO LIN-EXCECAO
                WHEN OTHER
                   MOVE SPACES           TO LIN-EXCECAO
            END-EVALUATE

            MOVE WS-LINHA-REL            TO REG-RELATORIO
            WRITE REG-RELATORIO
            .
       P360-FIM.
           EXIT.
       P390-DATA-EDITADA.

            MOVE WS-DEV-DIA              TO LIN-DIA
            MOVE WS-DEV-MES              TO LIN-MES
            MOVE WS-DEV-ANO              TO LIN-ANO
            .
       P390-FIM.
           EXIT.

      ******************************************************************
      * CONTAGEM POR OPERADOR, NA ORDEM EM QUE APARECERAM NO PERIODO.
      ******************************************************************
       P400-TOTAIS.

            MOVE SPACES                  TO REG-RELATORIO
            WRITE REG-RELATORIO
            MOVE 'ATIVIDADE POR OPERADOR'
                                          TO REG-RELATORIO
            WRITE REG-RELATORIO
            MOVE SPACES                  TO REG-RELATORIO
            STRING 'OPERADOR      SIGN-ONS  ALTERACOES  TOQUES  '
                   'EXCECOES'
                   DELIMITED BY SIZE INTO REG-RELATORIO
            WRITE REG-RELATORIO

            PERFORM P410-LINHA-OPERADOR  THRU P410-FIM
                    VARYING WS-IND FROM 1 BY 1
                    UNTIL WS-IND GREATER THAN WS-QT-OPERADORES

            IF WS-QT-EXCEDENTES GREATER THAN ZEROS
               MOVE WS-QT-EXCEDENTES     TO WS-ED-QT5
               MOVE SPACES               TO REG-RELATORIO
               STRING '... E MAIS ' WS-ED-QT5
                      ' ATIVIDADE(S) DE OUTROS OPERADORES'
                      DELIMITED BY SIZE INTO REG-RELATORIO
               WRITE REG-RELATORIO
            END-IF

            MOVE '============================================='
                                          TO REG-RELATORIO
            WRITE REG-RELATORIO
            MOVE WS-QT-EVENTOS           TO WS-ED-QT5
            MOVE SPACES                  TO REG-RELATORIO
            STRING 'ATIVIDADES: ' WS-ED-QT5
                   DELIMITED BY SIZE INTO REG-RELATORIO
            MOVE WS-QT-EXCECOES          TO WS-ED-QT5
            STRING ' - FORA DO EXPEDIENTE OU EM DIA NAO UTIL: '
                   WS-ED-QT5
                   DELIMITED BY SIZE INTO REG-RELATORIO(20:60)
            WRITE REG-RELATORIO
            .
       P400-FIM.
           EXIT.
       P410-LINHA-OPERADOR.

            MOVE WS-OPR-QT-ACESSOS(WS-IND)    TO WS-ED-QT1
            MOVE WS-OPR-QT-ALTERACOES(WS-IND) TO WS-ED-QT2
            MOVE WS-OPR-QT-TOQUES(WS-IND)     TO WS-ED-QT3
            MOVE WS-OPR-QT-EXCECOES(WS-IND)   TO WS-ED-QT4
            MOVE SPACES                  TO REG-RELATORIO
            STRING WS-OPR-ID(WS-IND) '  ' WS-ED-QT1 '      '
                   WS-ED-QT2 '  ' WS-ED-QT3 '    ' WS-ED-QT4
                   DELIMITED BY SIZE INTO REG-RELATORIO
            WRITE REG-RELATORIO
            .
       P410-FIM.
           EXIT.

       END PROGRAM ATIVOPER.
