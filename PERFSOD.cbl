      ******************************************************************
      * Author: ANDRE COSTA
      * Date: 15/10/2026
      * Purpose: RELATORIO DE SEGREGACAO DE FUNCOES. PARA CADA USUARIO
      *          NAO INATIVO DO USUARIOS.DAT, CONFERE PELO PERMITE SE A
      *          UNIAO DOS PERFIS DELE LIBERA AS DUAS PONTAS DE ALGUM
      *          PAR DE FUNCOES CONFLITANTES (ORIGINACAO E APROVACAO,
      *          BAIXA DE PAGAMENTO E ESTORNO, PEDIDO E APROVACAO DE
      *          PREJUIZO ...) E LISTA NO PERFSOD.LST O USUARIO, OS
      *          PERFIS E CADA CONFLITO. O PERFIL TOTAL (* / *) LIBERA
      *          TUDO E POR ISSO SEMPRE APARECE. RETORNA 4 QUANDO HA
      *          CONFLITO E 16 SE O USUARIOS.DAT OU O PERFIL.DAT NAO
      *          ABRIREM.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PERFSOD.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
            DECIMAL-POINT IS COMMA.
            INPUT-OUTPUT SECTION.
            FILE-CONTROL.
                SELECT USUARIOS ASSIGN TO
                WS-ARQ-USUARIOS
                ORGANIZATION IS INDEXED
                ACCESS MODE  IS SEQUENTIAL
                RECORD KEY   IS ID-USUARIO
                FILE STATUS  IS WS-FS.
                SELECT PERFIL ASSIGN TO
                WS-ARQ-PERFIL
                ORGANIZATION IS INDEXED
                ACCESS MODE  IS RANDOM
                RECORD KEY   IS CHAVE-PERFIL
                FILE STATUS  IS WS-FS-PRF.
                SELECT RELATORIO ASSIGN TO
                WS-ARQ-PERFSOD
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS  IS WS-FS-REL.

       DATA DIVISION.
       FILE SECTION.
       FD USUARIOS.
          COPY FD_USUARIO.

       FD PERFIL.
          COPY FD_PERFIL.

       FD RELATORIO.
       01 REG-RELATORIO                  PIC X(100).

       WORKING-STORAGE SECTION.
      ***** CAMINHOS FISICOS DOS ARQUIVOS - PRE-CARREGADOS COM O *****
      ***** PADRAO HISTORICO E RESOLVIDOS PELO ARQCONF NO INICIO *****
       77 WS-ARQ-USUARIOS            PIC X(68) VALUE
          'C:\CursoCOBOL\COBOL\01 - Basico\bin\USUARIOS.DAT'.
       77 WS-ARQ-PERFIL              PIC X(68) VALUE
          'C:\CursoCOBOL\COBOL\01 - Basico\bin\PERFIL.DAT'.
       77 WS-ARQ-PERFSOD             PIC X(68) VALUE
          'C:\CursoCOBOL\COBOL\01 - Basico\bin\PERFSOD.LST'.
       77 WS-FS                          PIC 99.
          88 FS-OK                       VALUE 0.
       77 WS-FS-PRF                      PIC 99.
          88 FS-PRF-OK                   VALUE 0.
       77 WS-FS-REL                      PIC 99.
       77 WS-EOF                         PIC X.
          88 EOF-OK                      VALUE 'S' FALSE 'N'.
       77 WS-DATA-HOJE                   PIC 9(08) VALUE ZEROS.
       77 WS-QT-USUARIOS                 PIC 9(06) VALUE ZEROS.
       77 WS-QT-USU-CONFLITO             PIC 9(06) VALUE ZEROS.
       77 WS-QT-CONFLITOS                PIC 9(06) VALUE ZEROS.
       77 WS-IND                         PIC 9(02) COMP.
       77 WS-PERMITIDO                   PIC X(01).
          88 FUNCAO-PERMITIDA            VALUE 'S'.
       77 WS-USU-LISTADO                 PIC X(01).
          88 USU-LISTADO                 VALUE 'S'.
      ***** PARES DE FUNCOES QUE O MESMO USUARIO NAO DEVE ACUMULAR: ***
      ***** PROGRAMA + OPERACAO DE CADA PONTA E A DESCRICAO. OPERACAO *
      ***** '*' = QUALQUER FUNCAO DO PROGRAMA *************************
       01 WS-TAB-CONFLITOS.
          03 FILLER PIC X(40) VALUE
             'CONTRNOV  INCLUSAO  CONTRNOV  APROVACAO '.
          03 FILLER PIC X(35) VALUE
             'ORIGINA E APROVA CONTRATO'.
          03 FILLER PIC X(40) VALUE
             'PROPFIN   PROPOSTA  PROPFIN   APROVACAO '.
          03 FILLER PIC X(35) VALUE
             'ORIGINA E APROVA PROPOSTA'.
          03 FILLER PIC X(40) VALUE
             'PROPFIN   CONVERSAO PROPFIN   APROVACAO '.
          03 FILLER PIC X(35) VALUE
             'CONVERTE E APROVA PROPOSTA'.
          03 FILLER PIC X(40) VALUE
             'PAGPARC   BAIXA     ESTRECEB  ESTORNO   '.
          03 FILLER PIC X(35) VALUE
             'BAIXA PAGAMENTO E ESTORNA'.
          03 FILLER PIC X(40) VALUE
             'BAIXAPREJ PEDIDO    APROVAR   BAIXAPREJ '.
          03 FILLER PIC X(35) VALUE
             'PEDE E APROVA BAIXA PARA PREJUIZO'.
          03 FILLER PIC X(40) VALUE
             'RENEGOC   *         APROVAR   RENEGOC   '.
          03 FILLER PIC X(35) VALUE
             'RENEGOCIA E APROVA A RENEGOCIACAO'.
          03 FILLER PIC X(40) VALUE
             'CADDESC   INCLUSAO  APROVAR   CADDESC   '.
          03 FILLER PIC X(35) VALUE
             'PEDE E APROVA BOLSA/DESCONTO'.
       01 WS-TAB-CONFLITOS-R REDEFINES WS-TAB-CONFLITOS.
          03 WS-CONFLITO OCCURS 7 TIMES.
             05 WS-CNF-PROGRAMA-A        PIC X(10).
             05 WS-CNF-OPERACAO-A        PIC X(10).
             05 WS-CNF-PROGRAMA-B        PIC X(10).
             05 WS-CNF-OPERACAO-B        PIC X(10).
             05 WS-CNF-DESCRICAO         PIC X(35).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.

      ***** RETURN-CODE E REGISTRADOR COMPARTILHADO: UM PASSO *********
      ***** ANTERIOR COM FALHA NAO PODE CONTAMINAR ESTE PASSO *********
            MOVE ZERO                    TO RETURN-CODE

      ***** RESOLVE OS CAMINHOS FISICOS PELO PERFIL DO ARQCONF ******
            CALL 'ARQCONF' USING 'USUARIOS.DAT    ' WS-ARQ-USUARIOS
            CALL 'ARQCONF' USING 'PERFIL.DAT      ' WS-ARQ-PERFIL
            CALL 'ARQCONF' USING 'PERFSOD.LST     ' WS-ARQ-PERFSOD

            ACCEPT WS-DATA-HOJE          FROM DATE YYYYMMDD

            DISPLAY '*** SEGREGACAO DE FUNCOES POR USUARIO ***'

      ***** SEM TABELA DE PERFIS O PERMITE NEGA TUDO E O RELATORIO ****
      ***** SAIRIA LIMPO SEM TER CONFERIDO NADA ***********************
            OPEN INPUT PERFIL
            IF NOT FS-PRF-OK
               DISPLAY 'ERRO AO ABRIR A TABELA DE PERFIS (PERFIL.DAT).'
               DISPLAY 'FILE STATUS: ' WS-FS-PRF
               MOVE 16                   TO RETURN-CODE
               STOP RUN
            END-IF
            CLOSE PERFIL

            OPEN INPUT USUARIOS
            IF NOT FS-OK
               DISPLAY 'ERRO AO ABRIR O ARQUIVO DE USUARIOS.'
               DISPLAY 'FILE STATUS: ' WS-FS
               MOVE 16                   TO RETURN-CODE
               STOP RUN
            END-IF

            OPEN OUTPUT RELATORIO
            IF WS-FS-REL NOT EQUAL ZEROS
               DISPLAY 'ERRO AO ABRIR O PERFSOD.LST.'
               DISPLAY 'FILE STATUS: ' WS-FS-REL
               CLOSE USUARIOS
               MOVE 16                   TO RETURN-CODE
               STOP RUN
            END-IF

            MOVE SPACES                  TO REG-RELATORIO
            STRING 'SEGREGACAO DE FUNCOES - USUARIOS COM FUNCOES '
                   'CONFLITANTES - ' WS-DATA-HOJE
                   DELIMITED BY SIZE INTO REG-RELATORIO
            WRITE REG-RELATORIO
            MOVE '---------------------------------------------'
                                          TO REG-RELATORIO
            WRITE REG-RELATORIO

            SET EOF-OK                   TO FALSE
            PERFORM P100-LE-USUARIO      THRU P100-FIM UNTIL EOF-OK

            MOVE '============================================='
                                          TO REG-RELATORIO
            WRITE REG-RELATORIO
            MOVE SPACES                  TO REG-RELATORIO
            STRING 'USUARIOS CONFERIDOS: ' WS-QT-USUARIOS
                   '  COM CONFLITO: ' WS-QT-USU-CONFLITO
                   '  CONFLITOS: ' WS-QT-CONFLITOS
                   DELIMITED BY SIZE INTO REG-RELATORIO
            WRITE REG-RELATORIO

            CLOSE USUARIOS RELATORIO

            DISPLAY 'USUARIOS CONFERIDOS..: ' WS-QT-USUARIOS
            DISPLAY 'USUARIOS COM CONFLITO: ' WS-QT-USU-CONFLITO
            DISPLAY 'CONFLITOS............: ' WS-QT-CONFLITOS
            DISPLAY 'RELATORIO EM PERFSOD.LST'

            IF WS-QT-CONFLITOS GREATER THAN ZEROS
               MOVE 4                    TO RETURN-CODE
            END-IF

            STOP RUN.
       P100-LE-USUARIO.

            READ USUARIOS NEXT RECORD
               AT END
                  SET EOF-OK             TO TRUE
                  GO TO P100-FIM
            END-READ

            IF USUARIO-INATIVO OR PERFIS-USUARIO EQUAL SPACES
               GO TO P100-FIM
            END-IF

            ADD 1                        TO WS-QT-USUARIOS
            MOVE 'N'                     TO WS-USU-LISTADO

            PERFORM P200-CONFERE-PAR     THRU P200-FIM
                    VARYING WS-IND FROM 1 BY 1
                    UNTIL WS-IND GREATER THAN 7

            IF USU-LISTADO
               ADD 1                     TO WS-QT-USU-CONFLITO
            END-IF
            .
       P100-FIM.
           EXIT.
       P200-CONFERE-PAR.

            CALL 'PERMITE' USING ID-USUARIO
                                 WS-CNF-PROGRAMA-A(WS-IND)
                                 WS-CNF-OPERACAO-A(WS-IND)
                                 WS-PERMITIDO
            IF NOT FUNCAO-PERMITIDA
               GO TO P200-FIM
            END-IF

            CALL 'PERMITE' USING ID-USUARIO
                                 WS-CNF-PROGRAMA-B(WS-IND)
                                 WS-CNF-OPERACAO-B(WS-IND)
                                 WS-PERMITIDO
            IF NOT FUNCAO-PERMITIDA
               GO TO P200-FIM
            END-IF

      ***** PRIMEIRO CONFLITO DO USUARIO: CABECALHO COM OS PERFIS *****
            IF NOT USU-LISTADO
               MOVE 'S'                  TO WS-USU-LISTADO
               MOVE SPACES               TO REG-RELATORIO
               STRING 'USUARIO ' ID-USUARIO ' PERFIS: '
                      PF-USUARIO(1) ' ' PF-USUARIO(2) ' '
                      PF-USUARIO(3) ' ' PF-USUARIO(4) ' '
                      PF-USUARIO(5)
                      DELIMITED BY SIZE INTO REG-RELATORIO
               WRITE REG-RELATORIO
            END-IF

            ADD 1                        TO WS-QT-CONFLITOS
            MOVE SPACES                  TO REG-RELATORIO
            STRING '   ' WS-CNF-PROGRAMA-A(WS-IND) '/'
                   WS-CNF-OPERACAO-A(WS-IND) ' X '
                   WS-CNF-PROGRAMA-B(WS-IND) '/'
                   WS-CNF-OPERACAO-B(WS-IND) ' - '
                   WS-CNF-DESCRICAO(WS-IND)
                   DELIMITED BY SIZE INTO REG-RELATORIO
            WRITE REG-RELATORIO
            .
       P200-FIM.
           EXIT.
       END PROGRAM PERFSOD.
