      ******************************************************************
      * Author: ANDRE COSTA
      * Date: 15/10/2026
      * Purpose: CAPTURA EM LOTE DOS DOCUMENTOS (CPF/CNPJ) NOS MESTRES
      *          JA CONVERTIDOS PELO CPFCONV. LE O CPFCAPT.TXT (UMA
      *          LINHA POR TITULAR: MESTRE, CODIGO, TIPO E NUMERO DO
      *          DOCUMENTO) E GRAVA O DOCUMENTO NO CLIENTE.DAT,
      *          AVALISTA.DAT (PELO NUMERO DO CONTRATO), STUDENT.DAT
      *          OU FUNCIONARIO.DAT. A LINHA E RECUSADA QUANDO O
      *          DIGITO VERIFICADOR NAO CONFERE (CADVALID), QUANDO O
      *          CODIGO NAO EXISTE NO MESTRE OU QUANDO O DOCUMENTO JA
      *          PERTENCE A OUTRO TITULAR DO MESMO MESTRE - PARA ISSO
      *          OS DOCUMENTOS JA GRAVADOS SAO CARREGADOS ANTES NO
      *          ARQUIVO DE TRABALHO CPFWORK.DAT (DUPLICADOS QUE JA
      *          EXISTIREM TAMBEM SAO LISTADOS). NO FIM, O AVALISTA
      *          QUE E CLIENTE RECEBE O DOCUMENTO DO CLIENTE.DAT. AS
      *          RECUSAS E OS TOTAIS SAEM NO CPFCAPT.LST; O CPFCRUZ
      *          CRUZA DEPOIS OS QUATRO MESTRES PELO DOCUMENTO.
      * Update: 15/10/2026 - O documento gravado no cliente passa pelo
      *         jornal de clientes (CLIJRNL), com a imagem antes e
      *         depois, e marca a mudanca no CLIDELTA, como no CADCLI.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CPFCAPT.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
            DECIMAL-POINT IS COMMA.
            INPUT-OUTPUT SECTION.
            FILE-CONTROL.
                SELECT CAPTURA ASSIGN TO
                WS-ARQ-CPFCAPT
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS  IS WS-FS-CAP.
                SELECT CLIENTE ASSIGN TO
                WS-ARQ-CLIENTE
                ORGANIZATION IS INDEXED
                ACCESS MODE  IS DYNAMIC
                RECORD KEY   IS CD-CLIENTE
                ALTERNATE RECORD KEY IS NM-CLIENTE WITH DUPLICATES
                FILE STATUS  IS WS-FS-CLI.
                SELECT AVALISTA ASSIGN TO
                WS-ARQ-AVALISTA
                ORGANIZATION IS INDEXED
                ACCESS MODE  IS DYNAMIC
                RECORD KEY   IS AVL-NUM-CONTRATO
                FILE STATUS  IS WS-FS-AVL.
                SELECT ESTUDANTE ASSIGN TO
                WS-ARQ-STUDENT
                ORGANIZATION IS INDEXED
                ACCESS MODE  IS DYNAMIC
                RECORD KEY   IS CD-STUDENT
                ALTERNATE RECORD KEY IS NM-STUDENT WITH DUPLICATES
                FILE STATUS  IS WS-FS-EST.
                SELECT FUNCIONARIO ASSIGN TO
                WS-ARQ-FUNCIONARI
                ORGANIZATION IS INDEXED
                ACCESS MODE  IS DYNAMIC
                RECORD KEY   IS CD-FUNCIONARIO
                FILE STATUS  IS WS-FS-FUN.
                SELECT CPFWORK ASSIGN TO
                WS-ARQ-CPFWORK
                ORGANIZATION IS INDEXED
                ACCESS MODE  IS DYNAMIC
                RECORD KEY   IS WRK-CHAVE
                FILE STATUS  IS WS-FS-WRK.
                SELECT RELATORIO ASSIGN TO
                WS-ARQ-CPFCAPT-LST
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS  IS WS-FS-REL.

       DATA DIVISION.
       FILE SECTION.
       FD CAPTURA.
       01 REG-CAPTURA                    PIC X(30).
      ***** LAYOUT: MESTRE(1) CODIGO(6) TIPO DOC(1) NUMERO(14) ********
      ***** MESTRE: L-CLIENTE V-AVALISTA (CODIGO = NUMERO DO **********
      ***** CONTRATO) A-ALUNO F-FUNCIONARIO ***************************
      ***** TIPO: F-CPF J-CNPJ (ALUNO E FUNCIONARIO SO TEM CPF); O ****
      ***** CPF VEM ALINHADO A DIREITA, COM ZEROS A ESQUERDA **********

       FD CLIENTE.
          COPY FD_CLIENTE.

       FD AVALISTA.
          COPY FD_AVALISTA.

       FD ESTUDANTE.
          COPY FD_ESTUDANTE.

       FD FUNCIONARIO.
          COPY FD_FUNCIONARIO.

       FD CPFWORK.
       01 REG-CPFWORK.
          03 WRK-CHAVE.
             05 WRK-MESTRE               PIC X(01).
             05 WRK-TP-DOC               PIC X(01).
             05 WRK-NR-DOC               PIC 9(14).
          03 WRK-IDENT                   PIC X(06).
          03 WRK-CD-REGISTRO             PIC 9(06).

       FD RELATORIO.
       01 REG-RELATORIO                  PIC X(100).

       WORKING-STORAGE SECTION.
      ***** CAMINHOS FISICOS DOS ARQUIVOS - PRE-CARREGADOS COM O *****
      ***** PADRAO HISTORICO E RESOLVIDOS PELO ARQCONF NO INICIO *****
       77 WS-ARQ-CPFCAPT             PIC X(68) VALUE
          'C:\CursoCOBOL\COBOL\01 - Basico\bin\CPFCAPT.TXT'.
       77 WS-ARQ-CLIENTE             PIC X(68) VALUE
          'C:\CURSOCOBOL\COBOL\01 - BASICO\BIN\CLIENTE.DAT'.
       77 WS-ARQ-AVALISTA            PIC X(68) VALUE
          'C:\CursoCOBOL\COBOL\01 - Basico\bin\AVALISTA.DAT'.
       77 WS-ARQ-STUDENT             PIC X(68) VALUE
          'C:\CURSOCOBOL\COBOL\01 - BASICO\BIN\STUDENT.DAT'.
       77 WS-ARQ-FUNCIONARI          PIC X(68) VALUE
          'C:\CursoCOBOL\COBOL\01 - Basico\bin\FUNCIONARIO.DAT'.
       77 WS-ARQ-CPFWORK             PIC X(68) VALUE
          'C:\CursoCOBOL\COBOL\01 - Basico\bin\CPFWORK.DAT'.
       77 WS-ARQ-CPFCAPT-LST         PIC X(68) VALUE
          'C:\CursoCOBOL\COBOL\01 - Basico\bin\CPFCAPT.LST'.
       77 WS-FS-CAP                      PIC 99.
          88 FS-CAP-OK                   VALUE 0.
       77 WS-FS-CLI                      PIC 99.
          88 FS-CLI-OK                   VALUE 0.
       77 WS-FS-AVL                      PIC 99.
          88 FS-AVL-OK                   VALUE 0.
       77 WS-FS-EST                      PIC 99.
          88 FS-EST-OK                   VALUE 0.
       77 WS-FS-FUN                      PIC 99.
          88 FS-FUN-OK                   VALUE 0.
       77 WS-FS-WRK                      PIC 99.
          88 FS-WRK-OK                   VALUE 0.
       77 WS-FS-REL                      PIC 99.
      ***** MESTRES QUE ABRIRAM - CAPTURA PARA MESTRE FECHADO E *******
      ***** RECUSADA **************************************************
       77 WS-CLI-ABERTO                  PIC X VALUE 'N'.
          88 CLI-ABERTO                  VALUE 'S'.
       77 WS-AVL-ABERTO                  PIC X VALUE 'N'.
          88 AVL-ABERTO                  VALUE 'S'.
       77 WS-EST-ABERTO                  PIC X VALUE 'N'.
          88 EST-ABERTO                  VALUE 'S'.
       77 WS-FUN-ABERTO                  PIC X VALUE 'N'.
          88 FUN-ABERTO                  VALUE 'S'.
       77 WS-EOF                         PIC X.
          88 EOF-OK                      VALUE 'S' FALSE 'N'.
       77 WS-ACHOU                       PIC X.
          88 REGISTRO-ACHADO             VALUE 'S' FALSE 'N'.
       77 WS-MOTIVO                      PIC X(50) VALUE SPACES.
       77 WS-QT-LIDAS                    PIC 9(06) VALUE ZEROS.
       77 WS-QT-APLICADAS                PIC 9(06) VALUE ZEROS.
       77 WS-QT-INALTERADAS              PIC 9(06) VALUE ZEROS.
       77 WS-QT-RECUSADAS                PIC 9(06) VALUE ZEROS.
       77 WS-QT-DUPL-EXISTENTES          PIC 9(06) VALUE ZEROS.
       77 WS-QT-AVAL-CLIENTE             PIC 9(06) VALUE ZEROS.
      ***** LINHA DE CAPTURA LIDA *************************************
       01 WS-CAPTURA.
          03 WS-CAP-MESTRE               PIC X(01).
             88 CAP-CLIENTE              VALUE 'L'.
             88 CAP-AVALISTA             VALUE 'V'.
             88 CAP-ALUNO                VALUE 'A'.
             88 CAP-FUNCIONARIO          VALUE 'F'.
          03 WS-CAP-CODIGO               PIC 9(06).
          03 WS-CAP-TP-DOC               PIC X(01).
             88 CAP-DOC-CPF              VALUE 'F'.
             88 CAP-DOC-CNPJ             VALUE 'J'.
          03 WS-CAP-NR-DOC               PIC 9(14).
          03 WS-CAP-NR-CPF REDEFINES WS-CAP-NR-DOC.
             05 WS-CAP-ZEROS-CPF         PIC 9(03).
             05 WS-CAP-CPF               PIC 9(11).
          03 FILLER                      PIC X(08).
      ***** TITULAR DO REGISTRO NO MESTRE: O CODIGO, OU TIPO + ID *****
      ***** DO AVALISTA (O MESMO AVALISTA GARANTE VARIOS CONTRATOS) ***
       01 WS-IDENT.
          03 WS-IDENT-TIPO               PIC X(01).
          03 WS-IDENT-CODIGO             PIC 9(05).
       01 WS-DOC-ATUAL.
          03 WS-ATU-TP-DOC               PIC X(01).
          03 WS-ATU-NR-DOC               PIC 9(14).
      ***** PARAMETROS DO CADVALID ************************************
       77 WS-VAL-TIPO                    PIC X(10).
       77 WS-VAL-NUM                     PIC 9(10).
       77 WS-VAL-RESULTADO               PIC X(01).
          88 VAL-OK                      VALUE 'S'.
      ***** IMAGENS DO CLIENTE PARA O JORNAL DE CLIENTES (CLIJRNL) ****
       77 WS-IMAGEM-ANTES                PIC X(117).
       77 WS-IMAGEM-DEPOIS               PIC X(117).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.

      ***** RESOLVE OS CAMINHOS FISICOS PELO PERFIL DO ARQCONF ******
            CALL 'ARQCONF' USING 'CPFCAPT.TXT     ' WS-ARQ-CPFCAPT
            CALL 'ARQCONF' USING 'CLIENTE.DAT     ' WS-ARQ-CLIENTE
            CALL 'ARQCONF' USING 'AVALISTA.DAT    ' WS-ARQ-AVALISTA
            CALL 'ARQCONF' USING 'STUDENT.DAT     ' WS-ARQ-STUDENT
            CALL 'ARQCONF' USING 'FUNCIONARIO.DAT ' WS-ARQ-FUNCIONARI
            CALL 'ARQCONF' USING 'CPFWORK.DAT     ' WS-ARQ-CPFWORK
            CALL 'ARQCONF' USING 'CPFCAPT.LST     ' WS-ARQ-CPFCAPT-LST

            DISPLAY '*** CAPTURA DE CPF/CNPJ NOS MESTRES ***'

            PERFORM P100-ABRE-ARQUIVOS   THRU P100-FIM
            PERFORM P200-CARREGA-DOCUMENTOS THRU P200-FIM

            MOVE SPACES                  TO REG-RELATORIO
            WRITE REG-RELATORIO
            MOVE 'LINHAS DE CAPTURA RECUSADAS'
                                          TO REG-RELATORIO
            WRITE REG-RELATORIO

            SET EOF-OK                   TO FALSE
            PERFORM P300-PROCESSA-CAPTURA THRU P300-FIM UNTIL EOF-OK

            PERFORM P500-AVALISTA-CLIENTE THRU P500-FIM
            PERFORM P900-ENCERRA         THRU P900-FIM

            STOP RUN.

      ******************************************************************
      * ABRE A CAPTURA, O RELATORIO, O ARQUIVO DE TRABALHO (SEMPRE
      * RECRIADO) E OS QUATRO MESTRES. MESTRE QUE NAO ABRE NAO PARA O
      * LOTE: AS LINHAS DELE SAO RECUSADAS.
      ******************************************************************
       P100-ABRE-ARQUIVOS.
            OPEN INPUT CAPTURA
            IF NOT FS-CAP-OK
               DISPLAY 'ERRO AO ABRIR O CPFCAPT.TXT. FILE STATUS: '
                       WS-FS-CAP
               MOVE 16                   TO RETURN-CODE
               STOP RUN
            END-IF

            OPEN OUTPUT RELATORIO
            IF WS-FS-REL NOT EQUAL ZEROS
               DISPLAY 'ERRO AO ABRIR O CPFCAPT.LST. FILE STATUS: '
                       WS-FS-REL
               CLOSE CAPTURA
               MOVE 16                   TO RETURN-CODE
               STOP RUN
            END-IF

            OPEN OUTPUT CPFWORK
            CLOSE CPFWORK
            OPEN I-O CPFWORK
            IF NOT FS-WRK-OK
               DISPLAY 'ERRO AO CRIAR O CPFWORK.DAT. FILE STATUS: '
                       WS-FS-WRK
               CLOSE CAPTURA RELATORIO
               MOVE 16                   TO RETURN-CODE
               STOP RUN
            END-IF

            MOVE 'CAPTURA DE CPF/CNPJ NOS MESTRES (CPFCAPT)'
                                          TO REG-RELATORIO
            WRITE REG-RELATORIO

            CALL 'SELOMARC' USING 'CLIENTE     ' 'CPFCAPT   '
            OPEN I-O CLIENTE
            IF FS-CLI-OK
               MOVE 'S'                  TO WS-CLI-ABERTO
            ELSE
               MOVE SPACES               TO REG-RELATORIO
               STRING '(CLIENTE.DAT INDISPONIVEL - FILE STATUS '
                      WS-FS-CLI ')'
                      DELIMITED BY SIZE INTO REG-RELATORIO
               WRITE REG-RELATORIO
            END-IF

            OPEN I-O AVALISTA
            IF FS-AVL-OK
               MOVE 'S'                  TO WS-AVL-ABERTO
            ELSE
               MOVE SPACES               TO REG-RELATORIO
               STRING '(AVALISTA.DAT INDISPONIVEL - FILE STATUS '
                      WS-FS-AVL ')'
                      DELIMITED BY SIZE INTO REG-RELATORIO
               WRITE REG-RELATORIO
            END-IF

            CALL 'SELOMARC' USING 'STUDENT     ' 'CPFCAPT   '
            OPEN I-O ESTUDANTE
            IF FS-EST-OK
               MOVE 'S'                  TO WS-EST-ABERTO
            ELSE
               MOVE SPACES               TO REG-RELATORIO
               STRING '(STUDENT.DAT INDISPONIVEL - FILE STATUS '
                      WS-FS-EST ')'
                      DELIMITED BY SIZE INTO REG-RELATORIO
               WRITE REG-RELATORIO
            END-IF

            CALL 'SELOMARC' USING 'FUNCIONARIO ' 'CPFCAPT   '
            OPEN I-O FUNCIONARIO
            IF FS-FUN-OK
               MOVE 'S'                  TO WS-FUN-ABERTO
            ELSE
               MOVE SPACES               TO REG-RELATORIO
               STRING '(FUNCIONARIO.DAT INDISPONIVEL - FILE STATUS '
                      WS-FS-FUN ')'
                      DELIMITED BY SIZE INTO REG-RELATORIO
               WRITE REG-RELATORIO
            END-IF
            .
       P100-FIM.
           EXIT.

      ******************************************************************
      * CARREGA NO CPFWORK OS DOCUMENTOS JA GRAVADOS EM CADA MESTRE.
      * DOIS TITULARES DO MESMO MESTRE COM O MESMO DOCUMENTO JA SAO
      * LISTADOS AQUI, ANTES DE QUALQUER CAPTURA.
      ******************************************************************
       P200-CARREGA-DOCUMENTOS.
            MOVE SPACES                  TO REG-RELATORIO
            WRITE REG-RELATORIO
            MOVE 'DOCUMENTOS JA DUPLICADOS DENTRO DO MESMO MESTRE'
                                          TO REG-RELATORIO
            WRITE REG-RELATORIO

            IF CLI-ABERTO
               MOVE ZEROS                TO CD-CLIENTE
               START CLIENTE KEY IS NOT LESS THAN CD-CLIENTE
               SET EOF-OK                TO FALSE
               IF NOT FS-CLI-OK
                  SET EOF-OK             TO TRUE
               END-IF
               PERFORM P210-CARREGA-CLIENTE THRU P210-FIM
                       UNTIL EOF-OK
            END-IF

            IF AVL-ABERTO
               MOVE ZEROS                TO AVL-NUM-CONTRATO
               START AVALISTA KEY IS NOT LESS THAN AVL-NUM-CONTRATO
               SET EOF-OK                TO FALSE
               IF NOT FS-AVL-OK
                  SET EOF-OK             TO TRUE
               END-IF
               PERFORM P220-CARREGA-AVALISTA THRU P220-FIM
                       UNTIL EOF-OK
            END-IF

            IF EST-ABERTO
               MOVE ZEROS                TO CD-STUDENT
               START ESTUDANTE KEY IS NOT LESS THAN CD-STUDENT
               SET EOF-OK                TO FALSE
               IF NOT FS-EST-OK
                  SET EOF-OK             TO TRUE
               END-IF
               PERFORM P230-CARREGA-ESTUDANTE THRU P230-FIM
                       UNTIL EOF-OK
            END-IF

            IF FUN-ABERTO
               MOVE ZEROS                TO CD-FUNCIONARIO
               START FUNCIONARIO KEY IS NOT LESS THAN CD-FUNCIONARIO
               SET EOF-OK                TO FALSE
               IF NOT FS-FUN-OK
                  SET EOF-OK             TO TRUE
               END-IF
               PERFORM P240-CARREGA-FUNCIONARIO THRU P240-FIM
                       UNTIL EOF-OK
            END-IF
            .
       P200-FIM.
           EXIT.

       P210-CARREGA-CLIENTE.
            READ CLIENTE NEXT RECORD
               AT END
                  SET EOF-OK             TO TRUE
                  GO TO P210-FIM
            END-READ

            IF TP-DOC-CLIENTE EQUAL SPACES
               GO TO P210-FIM
            END-IF

            MOVE 'L'                     TO WRK-MESTRE
            MOVE TP-DOC-CLIENTE          TO WRK-TP-DOC
            MOVE NR-DOC-CLIENTE          TO WRK-NR-DOC
            MOVE 'L'                     TO WS-IDENT-TIPO
            MOVE CD-CLIENTE              TO WS-IDENT-CODIGO
            MOVE CD-CLIENTE              TO WRK-CD-REGISTRO
            PERFORM P290-GRAVA-TRABALHO  THRU P290-FIM
            .
       P210-FIM.
           EXIT.

       P220-CARREGA-AVALISTA.
            READ AVALISTA NEXT RECORD
               AT END
                  SET EOF-OK             TO TRUE
                  GO TO P220-FIM
            END-READ

            IF AVL-TP-DOC EQUAL SPACES
               GO TO P220-FIM
            END-IF

            MOVE 'V'                     TO WRK-MESTRE
            MOVE AVL-TP-DOC              TO WRK-TP-DOC
            MOVE AVL-NR-DOC              TO WRK-NR-DOC
            MOVE AVL-TIPO                TO WS-IDENT-TIPO
            MOVE AVL-ID                  TO WS-IDENT-CODIGO
            MOVE AVL-NUM-CONTRATO        TO WRK-CD-REGISTRO
            PERFORM P290-GRAVA-TRABALHO  THRU P290-FIM
            .
       P220-FIM.
           EXIT.

       P230-CARREGA-ESTUDANTE.
            READ ESTUDANTE NEXT RECORD
               AT END
                  SET EOF-OK             TO TRUE
                  GO TO P230-FIM
            END-READ

            IF CPF-STUDENT EQUAL ZEROS
               GO TO P230-FIM
            END-IF

            MOVE 'A'                     TO WRK-MESTRE
            MOVE 'F'                     TO WRK-TP-DOC
            MOVE CPF-STUDENT             TO WRK-NR-DOC
            MOVE 'A'                     TO WS-IDENT-TIPO
            MOVE CD-STUDENT              TO WS-IDENT-CODIGO
            MOVE CD-STUDENT              TO WRK-CD-REGISTRO
            PERFORM P290-GRAVA-TRABALHO  THRU P290-FIM
            .
       P230-FIM.
           EXIT.

       P240-CARREGA-FUNCIONARIO.
            READ FUNCIONARIO NEXT RECORD
               AT END
                  SET EOF-OK             TO TRUE
                  GO TO P240-FIM
            END-READ

            IF CPF-FUNCIONARIO EQUAL ZEROS
               GO TO P240-FIM
            END-IF

            MOVE 'F'                     TO WRK-MESTRE
            MOVE 'F'                     TO WRK-TP-DOC
            MOVE CPF-FUNCIONARIO         TO WRK-NR-DOC
            MOVE 'F'                     TO WS-IDENT-TIPO
            MOVE CD-FUNCIONARIO          TO WS-IDENT-CODIGO
            MOVE CD-FUNCIONARIO          TO WRK-CD-REGISTRO
            PERFORM P290-GRAVA-TRABALHO  THRU P290-FIM
            .
       P240-FIM.
           EXIT.

      ***** CHAVE REPETIDA COM OUTRO TITULAR E DUPLICADO QUE JA *******
      ***** EXISTIA; COM O MESMO TITULAR (AVALISTA DE VARIOS **********
      ***** CONTRATOS) E NORMAL ***************************************
       P290-GRAVA-TRABALHO.
            MOVE WS-IDENT                TO WRK-IDENT
            WRITE REG-CPFWORK
               INVALID KEY
                  CONTINUE
               NOT INVALID KEY
                  GO TO P290-FIM
            END-WRITE

            READ CPFWORK
               INVALID KEY
                  GO TO P290-FIM
            END-READ

            IF WRK-IDENT NOT EQUAL WS-IDENT
               ADD 1                     TO WS-QT-DUPL-EXISTENTES
               MOVE SPACES               TO REG-RELATORIO
               STRING '  MESTRE ' WRK-MESTRE
                      ' DOCUMENTO ' WRK-TP-DOC '-' WRK-NR-DOC
                      ' EM ' WRK-IDENT ' E EM ' WS-IDENT
                      DELIMITED BY SIZE INTO REG-RELATORIO
               WRITE REG-RELATORIO
            END-IF
            .
       P290-FIM.
           EXIT.

      ******************************************************************
      * APLICA UMA LINHA DE CAPTURA: CRITICA, LOCALIZA O TITULAR,
      * CONFERE O DUPLICADO NO CPFWORK E REGRAVA O MESTRE.
      ******************************************************************
       P300-PROCESSA-CAPTURA.
            READ CAPTURA INTO WS-CAPTURA
               AT END
                  SET EOF-OK             TO TRUE
                  GO TO P300-FIM
            END-READ

            ADD 1                        TO WS-QT-LIDAS
            INSPECT WS-CAP-MESTRE CONVERTING 'lvaf' TO 'LVAF'
            INSPECT WS-CAP-TP-DOC CONVERTING 'fj' TO 'FJ'

            PERFORM P310-CRITICA-LINHA   THRU P310-FIM
            IF WS-MOTIVO NOT EQUAL SPACES
               PERFORM P800-RECUSA       THRU P800-FIM
               GO TO P300-FIM
            END-IF

            SET REGISTRO-ACHADO          TO FALSE
            EVALUATE TRUE
                WHEN CAP-CLIENTE
                   PERFORM P320-LOCALIZA-CLIENTE THRU P320-FIM
                WHEN CAP-AVALISTA
                   PERFORM P330-LOCALIZA-AVALISTA THRU P330-FIM
                WHEN CAP-ALUNO
                   PERFORM P340-LOCALIZA-ESTUDANTE THRU P340-FIM
                WHEN CAP-FUNCIONARIO
                   PERFORM P345-LOCALIZA-FUNCIONARIO THRU P345-FIM
            END-EVALUATE
            IF WS-MOTIVO NOT EQUAL SPACES
               PERFORM P800-RECUSA       THRU P800-FIM
               GO TO P300-FIM
            END-IF

            IF WS-ATU-TP-DOC EQUAL WS-CAP-TP-DOC
               AND WS-ATU-NR-DOC EQUAL WS-CAP-NR-DOC
               ADD 1                     TO WS-QT-INALTERADAS
               GO TO P300-FIM
            END-IF

            PERFORM P350-CONFERE-DUPLICADO THRU P350-FIM
            IF WS-MOTIVO NOT EQUAL SPACES
               PERFORM P800-RECUSA       THRU P800-FIM
               GO TO P300-FIM
            END-IF

            PERFORM P360-GRAVA-DOCUMENTO THRU P360-FIM
            .
       P300-FIM.
           EXIT.

       P310-CRITICA-LINHA.
            MOVE SPACES                  TO WS-MOTIVO

            IF NOT CAP-CLIENTE AND NOT CAP-AVALISTA
               AND NOT CAP-ALUNO AND NOT CAP-FUNCIONARIO
               MOVE 'MESTRE INVALIDO (USE L, V, A OU F)'
                                          TO WS-MOTIVO
               GO TO P310-FIM
            END-IF

            IF WS-CAP-CODIGO NOT NUMERIC
               OR WS-CAP-NR-DOC NOT NUMERIC
               MOVE 'CODIGO OU DOCUMENTO NAO NUMERICO'
                                          TO WS-MOTIVO
               GO TO P310-FIM
            END-IF

            IF NOT CAP-DOC-CPF AND NOT CAP-DOC-CNPJ
               MOVE 'TIPO DE DOCUMENTO INVALIDO (USE F OU J)'
                                          TO WS-MOTIVO
               GO TO P310-FIM
            END-IF

            IF CAP-DOC-CNPJ
               AND (CAP-ALUNO OR CAP-FUNCIONARIO)
               MOVE 'ALUNO E FUNCIONARIO SO TEM CPF'
                                          TO WS-MOTIVO
               GO TO P310-FIM
            END-IF

            MOVE ZEROS                   TO WS-VAL-NUM
            MOVE 'N'                     TO WS-VAL-RESULTADO
            IF CAP-DOC-CPF
               MOVE 'CPF'                TO WS-VAL-TIPO
               IF WS-CAP-ZEROS-CPF EQUAL ZEROS
                  CALL 'CADVALID' USING WS-VAL-TIPO WS-VAL-NUM
                                        WS-CAP-CPF WS-VAL-RESULTADO
               END-IF
            ELSE
               MOVE 'CNPJ'               TO WS-VAL-TIPO
               CALL 'CADVALID' USING WS-VAL-TIPO WS-VAL-NUM
                                     WS-CAP-NR-DOC WS-VAL-RESULTADO
            END-IF
            IF NOT VAL-OK
               MOVE 'DOCUMENTO INVALIDO (DIGITO VERIFICADOR)'
                                          TO WS-MOTIVO
            END-IF
            .
       P310-FIM.
           EXIT.

       P320-LOCALIZA-CLIENTE.
            IF NOT CLI-ABERTO
               MOVE 'CLIENTE.DAT INDISPONIVEL' TO WS-MOTIVO
               GO TO P320-FIM
            END-IF
            IF WS-CAP-CODIGO GREATER THAN 999
               MOVE 'CLIENTE NAO CADASTRADO' TO WS-MOTIVO
               GO TO P320-FIM
            END-IF

            MOVE WS-CAP-CODIGO           TO CD-CLIENTE
            READ CLIENTE
               INVALID KEY
                  MOVE 'CLIENTE NAO CADASTRADO' TO WS-MOTIVO
                  GO TO P320-FIM
            END-READ

            MOVE 'L'                     TO WS-IDENT-TIPO
            MOVE CD-CLIENTE              TO WS-IDENT-CODIGO
            MOVE DOC-CLIENTE             TO WS-DOC-ATUAL
            SET REGISTRO-ACHADO          TO TRUE
            .
       P320-FIM.
           EXIT.

      ***** O AVALISTA QUE E CLIENTE NAO E CAPTURADO AQUI: ELE HERDA **
      ***** O DOCUMENTO DO CLIENTE.DAT NO FIM DO LOTE *****************
       P330-LOCALIZA-AVALISTA.
            IF NOT AVL-ABERTO
               MOVE 'AVALISTA.DAT INDISPONIVEL' TO WS-MOTIVO
               GO TO P330-FIM
            END-IF

            MOVE WS-CAP-CODIGO           TO AVL-NUM-CONTRATO
            READ AVALISTA
               INVALID KEY
                  MOVE 'CONTRATO SEM AVALISTA REGISTRADO'
                                          TO WS-MOTIVO
                  GO TO P330-FIM
            END-READ

            IF AVALISTA-CLIENTE
               MOVE 'AVALISTA CLIENTE: CAPTURE O DOCUMENTO NO CLIENTE'
                                          TO WS-MOTIVO
               GO TO P330-FIM
            END-IF

            MOVE AVL-TIPO                TO WS-IDENT-TIPO
            MOVE AVL-ID                  TO WS-IDENT-CODIGO
            MOVE AVL-DOC                 TO WS-DOC-ATUAL
            SET REGISTRO-ACHADO          TO TRUE
            .
       P330-FIM.
           EXIT.

       P340-LOCALIZA-ESTUDANTE.
            IF NOT EST-ABERTO
               MOVE 'STUDENT.DAT INDISPONIVEL' TO WS-MOTIVO
               GO TO P340-FIM
            END-IF
            IF WS-CAP-CODIGO GREATER THAN 99999
               MOVE 'ALUNO NAO CADASTRADO' TO WS-MOTIVO
               GO TO P340-FIM
            END-IF

            MOVE WS-CAP-CODIGO           TO CD-STUDENT
            READ ESTUDANTE
               INVALID KEY
                  MOVE 'ALUNO NAO CADASTRADO' TO WS-MOTIVO
                  GO TO P340-FIM
            END-READ

            MOVE 'A'                     TO WS-IDENT-TIPO
            MOVE CD-STUDENT              TO WS-IDENT-CODIGO
            MOVE SPACES                  TO WS-ATU-TP-DOC
            IF CPF-STUDENT NOT EQUAL ZEROS
               MOVE 'F'                  TO WS-ATU-TP-DOC
            END-IF
            MOVE CPF-STUDENT             TO WS-ATU-NR-DOC
            SET REGISTRO-ACHADO          TO TRUE
            .
       P340-FIM.
           EXIT.

       P345-LOCALIZA-FUNCIONARIO.
            IF NOT FUN-ABERTO
               MOVE 'FUNCIONARIO.DAT INDISPONIVEL' TO WS-MOTIVO
               GO TO P345-FIM
            END-IF
            IF WS-CAP-CODIGO GREATER THAN 9999
               MOVE 'FUNCIONARIO NAO CADASTRADO' TO WS-MOTIVO
               GO TO P345-FIM
            END-IF

            MOVE WS-CAP-CODIGO           TO CD-FUNCIONARIO
            READ FUNCIONARIO
               INVALID KEY
                  MOVE 'FUNCIONARIO NAO CADASTRADO' TO WS-MOTIVO
                  GO TO P345-FIM
            END-READ

            MOVE 'F'                     TO WS-IDENT-TIPO
            MOVE CD-FUNCIONARIO          TO WS-IDENT-CODIGO
            MOVE SPACES                  TO WS-ATU-TP-DOC
            IF CPF-FUNCIONARIO NOT EQUAL ZEROS
               MOVE 'F'                  TO WS-ATU-TP-DOC
            END-IF
            MOVE CPF-FUNCIONARIO         TO WS-ATU-NR-DOC
            SET REGISTRO-ACHADO          TO TRUE
            .
       P345-FIM.
           EXIT.

       P350-CONFERE-DUPLICADO.
            MOVE WS-CAP-MESTRE           TO WRK-MESTRE
            MOVE WS-CAP-TP-DOC           TO WRK-TP-DOC
            MOVE WS-CAP-NR-DOC           TO WRK-NR-DOC
            READ CPFWORK
               INVALID KEY
                  GO TO P350-FIM
            END-READ

            IF WRK-IDENT NOT EQUAL WS-IDENT
               MOVE SPACES               TO WS-MOTIVO
               STRING 'DOCUMENTO JA PERTENCE A ' WRK-IDENT
                      ' (REGISTRO ' WRK-CD-REGISTRO ')'
                      DELIMITED BY SIZE INTO WS-MOTIVO
            END-IF
            .
       P350-FIM.
           EXIT.

      ***** O DOCUMENTO ANTIGO DO TITULAR SAI DO CPFWORK (FICA LIVRE **
      ***** PARA OUTRO); NO AVALISTA ELE PODE SEGUIR EM OUTRO *********
      ***** CONTRATO DO MESMO GARANTIDOR, ENTAO PERMANECE *************
       P360-GRAVA-DOCUMENTO.
            IF WS-ATU-TP-DOC NOT EQUAL SPACES
               AND NOT CAP-AVALISTA
               MOVE WS-CAP-MESTRE        TO WRK-MESTRE
               MOVE WS-ATU-TP-DOC        TO WRK-TP-DOC
               MOVE WS-ATU-NR-DOC        TO WRK-NR-DOC
               DELETE CPFWORK RECORD
                  INVALID KEY
                     CONTINUE
               END-DELETE
            END-IF

            EVALUATE TRUE
                WHEN CAP-CLIENTE
                   MOVE REG-CLIENTE      TO WS-IMAGEM-ANTES
                   MOVE WS-CAP-TP-DOC    TO TP-DOC-CLIENTE
                   MOVE WS-CAP-NR-DOC    TO NR-DOC-CLIENTE
                   REWRITE REG-CLIENTE
                   IF FS-CLI-OK
                      MOVE REG-CLIENTE   TO WS-IMAGEM-DEPOIS
                      CALL 'CLIJRNL' USING 'CPFCAPT   '
                           'CPFCAPT     ' 'ALTERACAO '
                           WS-IMAGEM-ANTES WS-IMAGEM-DEPOIS
                      CALL 'CLIDELTA' USING CD-CLIENTE 'U'
                   END-IF
                   MOVE CD-CLIENTE       TO WRK-CD-REGISTRO
                WHEN CAP-AVALISTA
                   MOVE WS-CAP-TP-DOC    TO AVL-TP-DOC
                   MOVE WS-CAP-NR-DOC    TO AVL-NR-DOC
                   REWRITE REG-AVALISTA
                   MOVE AVL-NUM-CONTRATO TO WRK-CD-REGISTRO
                WHEN CAP-ALUNO
                   MOVE WS-CAP-CPF       TO CPF-STUDENT
                   REWRITE REG-ESTUDANTE
                   MOVE CD-STUDENT       TO WRK-CD-REGISTRO
                WHEN CAP-FUNCIONARIO
                   MOVE WS-CAP-CPF       TO CPF-FUNCIONARIO
                   REWRITE REG-FUNCIONARIO
                   MOVE CD-FUNCIONARIO   TO WRK-CD-REGISTRO
            END-EVALUATE

            MOVE WS-CAP-MESTRE           TO WRK-MESTRE
            MOVE WS-CAP-TP-DOC           TO WRK-TP-DOC
            MOVE WS-CAP-NR-DOC           TO WRK-NR-DOC
            MOVE WS-IDENT                TO WRK-IDENT
            WRITE REG-CPFWORK
               INVALID KEY
                  CONTINUE
            END-WRITE

            ADD 1                        TO WS-QT-APLICADAS
            .
       P360-FIM.
           EXIT.

      ******************************************************************
      * O AVALISTA QUE E CLIENTE RECEBE O DOCUMENTO ATUAL DO CLIENTE
      * (CAPTURADO AGORA OU ANTES, PELO CADCLI).
      ******************************************************************
       P500-AVALISTA-CLIENTE.
            IF NOT AVL-ABERTO OR NOT CLI-ABERTO
               GO TO P500-FIM
            END-IF

            MOVE ZEROS                   TO AVL-NUM-CONTRATO
            START AVALISTA KEY IS NOT LESS THAN AVL-NUM-CONTRATO
            SET EOF-OK                   TO FALSE
            IF NOT FS-AVL-OK
               SET EOF-OK                TO TRUE
            END-IF
            PERFORM P510-COPIA-DOC-CLIENTE THRU P510-FIM
                    UNTIL EOF-OK
            .
       P500-FIM.
           EXIT.

       P510-COPIA-DOC-CLIENTE.
            READ AVALISTA NEXT RECORD
               AT END
                  SET EOF-OK             TO TRUE
                  GO TO P510-FIM
            END-READ

            IF NOT AVALISTA-CLIENTE
               OR AVL-ID GREATER THAN 999
               GO TO P510-FIM
            END-IF

            MOVE AVL-ID                  TO CD-CLIENTE
            READ CLIENTE
               INVALID KEY
                  GO TO P510-FIM
            END-READ

            IF TP-DOC-CLIENTE EQUAL SPACES
               OR DOC-CLIENTE EQUAL AVL-DOC
               GO TO P510-FIM
            END-IF

            MOVE DOC-CLIENTE             TO AVL-DOC
            REWRITE REG-AVALISTA
            ADD 1                        TO WS-QT-AVAL-CLIENTE
            .
       P510-FIM.
           EXIT.

       P800-RECUSA.
            ADD 1                        TO WS-QT-RECUSADAS
            MOVE SPACES                  TO REG-RELATORIO
            STRING '  ' WS-CAP-MESTRE ' ' WS-CAP-CODIGO
                   ' ' WS-CAP-TP-DOC '-' WS-CAP-NR-DOC
                   ' - ' WS-MOTIVO
                   DELIMITED BY SIZE INTO REG-RELATORIO
            WRITE REG-RELATORIO
            .
       P800-FIM.
           EXIT.

       P900-ENCERRA.
            MOVE '============================================='
                                          TO REG-RELATORIO
            WRITE REG-RELATORIO
            MOVE SPACES                  TO REG-RELATORIO
            STRING 'LIDAS: ' WS-QT-LIDAS
                   '  APLICADAS: ' WS-QT-APLICADAS
                   '  JA IGUAIS: ' WS-QT-INALTERADAS
                   '  RECUSADAS: ' WS-QT-RECUSADAS
                   DELIMITED BY SIZE INTO REG-RELATORIO
            WRITE REG-RELATORIO
            MOVE SPACES                  TO REG-RELATORIO
            STRING 'DUPLICADOS JA EXISTENTES: ' WS-QT-DUPL-EXISTENTES
                   '  AVALISTAS CLIENTE ATUALIZADOS: '
                   WS-QT-AVAL-CLIENTE
                   DELIMITED BY SIZE INTO REG-RELATORIO
            WRITE REG-RELATORIO

            CLOSE CAPTURA RELATORIO CPFWORK
            IF CLI-ABERTO
               CLOSE CLIENTE
            END-IF
            IF AVL-ABERTO
               CLOSE AVALISTA
            END-IF
            IF EST-ABERTO
               CLOSE ESTUDANTE
            END-IF
            IF FUN-ABERTO
               CLOSE FUNCIONARIO
            END-IF

            DISPLAY 'LINHAS LIDAS.......: ' WS-QT-LIDAS
            DISPLAY 'APLICADAS..........: ' WS-QT-APLICADAS
            DISPLAY 'RECUSADAS..........: ' WS-QT-RECUSADAS
            DISPLAY 'RELATORIO GERADO EM CPFCAPT.LST'

            IF WS-QT-RECUSADAS GREATER THAN ZEROS
               OR WS-QT-DUPL-EXISTENTES GREATER THAN ZEROS
               MOVE 4                    TO RETURN-CODE
            END-IF
            .
       P900-FIM.
           EXIT.

       END PROGRAM CPFCAPT.
