      ******************************************************************
      * Author: ANDRE COSTA
      * Date: 15/10/2026
      * Purpose: CONVERSAO (EXECUCAO UNICA) DOS QUATRO MESTRES QUE
      *          GANHARAM O DOCUMENTO DO TITULAR (CPF OU CNPJ):
      *          CLIENTE.DAT E AVALISTA.DAT (TIPO + NUMERO DO
      *          DOCUMENTO), STUDENT.DAT E FUNCIONARIO.DAT (CPF). LE
      *          CADA ARQUIVO NO LAYOUT ANTIGO E REGRAVA NO .NV
      *          (CLIENTE.NV, AVALISTA.NV, STUDENT.NV, FUNCIONA.NV)
      *          COM O DOCUMENTO EM BRANCO/ZERADO, CONFERINDO O TOTAL
      *          GRAVADO CONTRA O TOTAL LIDO DE CADA UM. ARQUIVO QUE
      *          NAO EXISTE E PULADO. O OPERADOR SUBSTITUI OS
      *          ORIGINAIS PELOS .NV APOS A CONFERENCIA E SO ENTAO
      *          RODA O CPFCAPT PARA CAPTURAR OS DOCUMENTOS. OS
      *          MESTRES SELADOS SAO MARCADOS NO SELOMARC, JA QUE A
      *          TROCA PELO .NV E UM TOQUE LEGITIMO.
      * Update: 15/10/2026 - Cliente e estudante convertidos
      *         saem com a situacao do e-mail em branco (valido).
      * Update: 15/10/2026 - Converte tambem os historicos que
      *         ganharam o CPF (EXALUNO.DAT -> EXALUNO.NV e
      *         EXFUNC.DAT -> EXFUNC.NV, CPF zerado) e o jornal de
      *         clientes (CLIJRNL.DAT -> CLIJRNL.NV), cujas imagens
      *         passaram de 101 para 117 posicoes: documento em branco
      *         e e-mail valido, como no CLIENTE.NV.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CPFCONV.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
            DECIMAL-POINT IS COMMA.
            INPUT-OUTPUT SECTION.
            FILE-CONTROL.
                SELECT CLI-VELHO ASSIGN TO WS-ARQ-CLI-VELHO
                ORGANIZATION IS INDEXED
                ACCESS MODE  IS SEQUENTIAL
                RECORD KEY   IS CD-CLIENTE-V
                ALTERNATE RECORD KEY IS NM-CLIENTE-V WITH DUPLICATES
                FILE STATUS  IS WS-FS-VELHO.
                SELECT CLI-NOVO ASSIGN TO WS-ARQ-CLI-NOVO
                ORGANIZATION IS INDEXED
                ACCESS MODE  IS SEQUENTIAL
                RECORD KEY   IS CD-CLIENTE
                ALTERNATE RECORD KEY IS NM-CLIENTE WITH DUPLICATES
                FILE STATUS  IS WS-FS-NOVO.
                SELECT AVL-VELHO ASSIGN TO WS-ARQ-AVL-VELHO
                ORGANIZATION IS INDEXED
                ACCESS MODE  IS SEQUENTIAL
                RECORD KEY   IS AVL-NUM-CONTRATO-V
                FILE STATUS  IS WS-FS-VELHO.
                SELECT AVL-NOVO ASSIGN TO WS-ARQ-AVL-NOVO
                ORGANIZATION IS INDEXED
                ACCESS MODE  IS SEQUENTIAL
                RECORD KEY   IS AVL-NUM-CONTRATO
                FILE STATUS  IS WS-FS-NOVO.
                SELECT EST-VELHO ASSIGN TO WS-ARQ-EST-VELHO
                ORGANIZATION IS INDEXED
                ACCESS MODE  IS SEQUENTIAL
                RECORD KEY   IS CD-STUDENT-V
                ALTERNATE RECORD KEY IS NM-STUDENT-V WITH DUPLICATES
                FILE STATUS  IS WS-FS-VELHO.
                SELECT EST-NOVO ASSIGN TO WS-ARQ-EST-NOVO
                ORGANIZATION IS INDEXED
                ACCESS MODE  IS SEQUENTIAL
                RECORD KEY   IS CD-STUDENT OF REG-ESTUDANTE
                ALTERNATE RECORD KEY IS NM-STUDENT OF REG-ESTUDANTE
                                     WITH DUPLICATES
                FILE STATUS  IS WS-FS-NOVO.
                SELECT FUN-VELHO ASSIGN TO WS-ARQ-FUN-VELHO
                ORGANIZATION IS INDEXED
                ACCESS MODE  IS SEQUENTIAL
                RECORD KEY   IS CD-FUNCIONARIO-V
                FILE STATUS  IS WS-FS-VELHO.
                SELECT FUN-NOVO ASSIGN TO WS-ARQ-FUN-NOVO
                ORGANIZATION IS INDEXED
                ACCESS MODE  IS SEQUENTIAL
                RECORD KEY   IS CD-FUNCIONARIO OF REG-FUNCIONARIO
                FILE STATUS  IS WS-FS-NOVO.
                SELECT EXA-VELHO ASSIGN TO WS-ARQ-EXA-VELHO
                ORGANIZATION IS INDEXED
                ACCESS MODE  IS SEQUENTIAL
                RECORD KEY   IS CD-EXALUNO-V
                FILE STATUS  IS WS-FS-VELHO.
                SELECT EXA-NOVO ASSIGN TO WS-ARQ-EXA-NOVO
                ORGANIZATION IS INDEXED
                ACCESS MODE  IS SEQUENTIAL
                RECORD KEY   IS CD-STUDENT OF REG-EXALUNO
                FILE STATUS  IS WS-FS-NOVO.
                SELECT EXF-VELHO ASSIGN TO WS-ARQ-EXF-VELHO
                ORGANIZATION IS INDEXED
                ACCESS MODE  IS SEQUENTIAL
                RECORD KEY   IS CD-EXFUNC-V
                FILE STATUS  IS WS-FS-VELHO.
                SELECT EXF-NOVO ASSIGN TO WS-ARQ-EXF-NOVO
                ORGANIZATION IS INDEXED
                ACCESS MODE  IS SEQUENTIAL
                RECORD KEY   IS CD-FUNCIONARIO OF REG-EXFUNC
                FILE STATUS  IS WS-FS-NOVO.
                SELECT JRN-VELHO ASSIGN TO WS-ARQ-JRN-VELHO
                ORGANIZATION IS SEQUENTIAL
                FILE STATUS  IS WS-FS-VELHO.
                SELECT JRN-NOVO ASSIGN TO WS-ARQ-JRN-NOVO
                ORGANIZATION IS SEQUENTIAL
                FILE STATUS  IS WS-FS-NOVO.

       DATA DIVISION.
       FILE SECTION.
       FD CLI-VELHO.
       01 REG-CLIENTE-V.
          03 CD-CLIENTE-V                PIC 9(03).
          03 NM-CLIENTE-V                PIC X(20).
          03 TL-CLIENTE-V                PIC X(09).
          03 EN-CLIENTE-V                PIC X(15).
          03 CI-CLIENTE-V                PIC X(10).
          03 UF-CLIENTE-V                PIC X(02).
          03 ST-CLIENTE-V                PIC X(01).
          03 LIM-CREDITO-CLIENTE-V       PIC 9(09)V99.
          03 EM-CLIENTE-V                PIC X(30).

       FD CLI-NOVO.
          COPY FD_CLIENTE.

       FD AVL-VELHO.
       01 REG-AVALISTA-V.
          03 AVL-NUM-CONTRATO-V          PIC 9(06).
          03 AVL-TIPO-V                  PIC X(01).
          03 AVL-ID-V                    PIC 9(05).
          03 AVL-NOME-V                  PIC X(20).
          03 AVL-VR-GARANTIDO-V          PIC 9(09)V99.
          03 AVL-DT-REGISTRO-V           PIC 9(08).

       FD AVL-NOVO.
          COPY FD_AVALISTA.

       FD EST-VELHO.
       01 REG-ESTUDANTE-V.
          03 CD-STUDENT-V                PIC 9(05).
          03 NM-STUDENT-V                PIC X(20).
          03 TL-STUDENT-V                PIC X(15).
          03 EM-STUDENT-V                PIC X(30).
          03 CR-STUDENT-V                PIC X(20).
          03 ST-STUDENT-V                PIC X(01).

       FD EST-NOVO.
          COPY FD_ESTUDANTE.

       FD FUN-VELHO.
       01 REG-FUNCIONARIO-V.
          03 CD-FUNCIONARIO-V            PIC 9(04).
          03 NM-FUNCIONARIO-V            PIC X(30).
          03 SX-FUNCIONARIO-V            PIC X(01).
          03 CEP-FUNCIONARIO-V           PIC 9(08).
          03 TL-FUNCIONARIO-V            PIC 9(08).
          03 DT-ADMISSAO-V               PIC 9(08).
          03 CG-FUNCIONARIO-V            PIC X(20).
          03 SL-FUNCIONARIO-V            PIC 9(07)V99.
          03 CD-DEPTO-FUNC-V             PIC 9(03).

       FD FUN-NOVO.
          COPY FD_FUNCIONARIO.

      ***** HISTORICOS NO LAYOUT ANTIGO: SO A CHAVE INTERESSA, O RESTO *
      ***** PASSA INTEIRO E O CPF NOVO FICA NO FIM DO REGISTRO *********
       FD EXA-VELHO.
       01 REG-EXALUNO-V.
          03 CD-EXALUNO-V                PIC 9(05).
          03 DADOS-EXALUNO-V             PIC X(105).

       FD EXA-NOVO.
          COPY FD_EXALUNO.

       FD EXF-VELHO.
       01 REG-EXFUNC-V.
          03 CD-EXFUNC-V                 PIC 9(04).
          03 DADOS-EXFUNC-V              PIC X(127).

       FD EXF-NOVO.
          COPY FD_EXFUNC.

      ***** LINHA DO CLIJRNL: DATA/HORA, PROGRAMA, OPERADOR E OPERACAO *
      ***** (50 POSICOES) SEGUIDOS DAS IMAGENS ANTES E DEPOIS **********
       FD JRN-VELHO.
       01 REG-JRNCLI-V.
          03 JRN-CABECALHO-V             PIC X(50).
          03 JRN-ANTES-V                 PIC X(101).
          03 FILLER                      PIC X(01).
          03 JRN-DEPOIS-V                PIC X(101).

       FD JRN-NOVO.
       01 REG-JRNCLI.
          03 JRN-CABECALHO               PIC X(50).
          03 JRN-ANTES                   PIC X(117).
          03 FILLER                      PIC X(01).
          03 JRN-DEPOIS                  PIC X(117).

       WORKING-STORAGE SECTION.
      ***** CAMINHOS FISICOS DOS ARQUIVOS - PRE-CARREGADOS COM O *****
      ***** PADRAO HISTORICO E RESOLVIDOS PELO ARQCONF NO INICIO *****
       77 WS-ARQ-CLI-VELHO           PIC X(68) VALUE
          'C:\CURSOCOBOL\COBOL\01 - BASICO\BIN\CLIENTE.DAT'.
       77 WS-ARQ-CLI-NOVO            PIC X(68) VALUE
          'C:\CURSOCOBOL\COBOL\01 - BASICO\BIN\CLIENTE.NV'.
       77 WS-ARQ-AVL-VELHO           PIC X(68) VALUE
          'C:\CursoCOBOL\COBOL\01 - Basico\bin\AVALISTA.DAT'.
       77 WS-ARQ-AVL-NOVO            PIC X(68) VALUE
          'C:\CursoCOBOL\COBOL\01 - Basico\bin\AVALISTA.NV'.
       77 WS-ARQ-EST-VELHO           PIC X(68) VALUE
          'C:\CURSOCOBOL\COBOL\01 - BASICO\BIN\STUDENT.DAT'.
       77 WS-ARQ-EST-NOVO            PIC X(68) VALUE
          'C:\CURSOCOBOL\COBOL\01 - BASICO\BIN\STUDENT.NV'.
       77 WS-ARQ-FUN-VELHO           PIC X(68) VALUE
          'C:\CursoCOBOL\COBOL\01 - Basico\bin\FUNCIONARIO.DAT'.
       77 WS-ARQ-FUN-NOVO            PIC X(68) VALUE
          'C:\CursoCOBOL\COBOL\01 - Basico\bin\FUNCIONA.NV'.
       77 WS-ARQ-EXA-VELHO           PIC X(68) VALUE
          'C:\CURSOCOBOL\COBOL\01 - BASICO\BIN\EXALUNO.DAT'.
       77 WS-ARQ-EXA-NOVO            PIC X(68) VALUE
          'C:\CURSOCOBOL\COBOL\01 - BASICO\BIN\EXALUNO.NV'.
       77 WS-ARQ-EXF-VELHO           PIC X(68) VALUE
          'C:\CursoCOBOL\COBOL\01 - Basico\bin\EXFUNC.DAT'.
       77 WS-ARQ-EXF-NOVO            PIC X(68) VALUE
          'C:\CursoCOBOL\COBOL\01 - Basico\bin\EXFUNC.NV'.
       77 WS-ARQ-JRN-VELHO           PIC X(68) VALUE
          'C:\CursoCOBOL\COBOL\01 - Basico\bin\CLIJRNL.DAT'.
       77 WS-ARQ-JRN-NOVO            PIC X(68) VALUE
          'C:\CursoCOBOL\COBOL\01 - Basico\bin\CLIJRNL.NV'.
       77 WS-FS-VELHO                    PIC 99.
          88 FS-VELHO-OK                 VALUE 0.
       77 WS-FS-NOVO                     PIC 99.
          88 FS-NOVO-OK                  VALUE 0.
       77 WS-EOF                         PIC X.
          88 EOF-OK                      VALUE 'S' FALSE 'N'.
       77 WS-QT-LIDOS                    PIC 9(06) VALUE ZEROS.
       77 WS-QT-GRAVADOS                 PIC 9(06) VALUE ZEROS.
       77 WS-QT-DIVERGENTES              PIC 9(01) VALUE ZEROS.
       77 WS-NM-ARQUIVO                  PIC X(16) VALUE SPACES.
       77 WS-NM-ARQUIVO-NV               PIC X(16) VALUE SPACES.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.

      ***** RESOLVE OS CAMINHOS FISICOS PELO PERFIL DO ARQCONF ******
            CALL 'ARQCONF' USING 'CLIENTE.DAT     ' WS-ARQ-CLI-VELHO
            CALL 'ARQCONF' USING 'CLIENTE.NV      ' WS-ARQ-CLI-NOVO
            CALL 'ARQCONF' USING 'AVALISTA.DAT    ' WS-ARQ-AVL-VELHO
            CALL 'ARQCONF' USING 'AVALISTA.NV     ' WS-ARQ-AVL-NOVO
            CALL 'ARQCONF' USING 'STUDENT.DAT     ' WS-ARQ-EST-VELHO
            CALL 'ARQCONF' USING 'STUDENT.NV      ' WS-ARQ-EST-NOVO
            CALL 'ARQCONF' USING 'FUNCIONARIO.DAT ' WS-ARQ-FUN-VELHO
            CALL 'ARQCONF' USING 'FUNCIONA.NV     ' WS-ARQ-FUN-NOVO
            CALL 'ARQCONF' USING 'EXALUNO.DAT     ' WS-ARQ-EXA-VELHO
            CALL 'ARQCONF' USING 'EXALUNO.NV      ' WS-ARQ-EXA-NOVO
            CALL 'ARQCONF' USING 'EXFUNC.DAT      ' WS-ARQ-EXF-VELHO
            CALL 'ARQCONF' USING 'EXFUNC.NV       ' WS-ARQ-EXF-NOVO
            CALL 'ARQCONF' USING 'CLIJRNL.DAT     ' WS-ARQ-JRN-VELHO
            CALL 'ARQCONF' USING 'CLIJRNL.NV      ' WS-ARQ-JRN-NOVO

            DISPLAY '*** CONVERSAO DOS MESTRES PARA O LAYOUT COM '
                    'CPF/CNPJ ***'

            PERFORM P100-CONVERTE-CLIENTE    THRU P100-FIM
            PERFORM P200-CONVERTE-AVALISTA   THRU P200-FIM
            PERFORM P300-CONVERTE-ESTUDANTE  THRU P300-FIM
            PERFORM P400-CONVERTE-FUNCIONARIO THRU P400-FIM
            PERFORM P500-CONVERTE-EXALUNO    THRU P500-FIM
            PERFORM P600-CONVERTE-EXFUNC     THRU P600-FIM
            PERFORM P700-CONVERTE-CLIJRNL    THRU P700-FIM

            DISPLAY '*** FIM DA CONVERSAO ***'
            IF WS-QT-DIVERGENTES EQUAL ZEROS
               DISPLAY 'TODOS OS TOTAIS CONFEREM: SUBSTITUA OS '
                       'ORIGINAIS PELOS .NV E RODE O CPFCAPT.'
               DISPLAY '(O CLIJRNL.NV SUBSTITUI O CLIJRNL.DAT ANTES '
                       'DE QUALQUER NOVA ALTERACAO DE CLIENTE.)'
            ELSE
               DISPLAY '*** ' WS-QT-DIVERGENTES ' ARQUIVO(S) COM '
                       'TOTAIS DIVERGENTES - NAO SUBSTITUA ESSES '
                       'ORIGINAIS! ***'
               MOVE 16                   TO RETURN-CODE
            END-IF

            STOP RUN.

      ******************************************************************
      * CLIENTE.DAT -> CLIENTE.NV, DOCUMENTO EM BRANCO
      ******************************************************************
       P100-CONVERTE-CLIENTE.
            MOVE 'CLIENTE.DAT     '      TO WS-NM-ARQUIVO
            MOVE 'CLIENTE.NV      '      TO WS-NM-ARQUIVO-NV
            MOVE ZEROS                   TO WS-QT-LIDOS
                                            WS-QT-GRAVADOS

            CALL 'SELOMARC' USING 'CLIENTE     ' 'CPFCONV   '
            OPEN INPUT CLI-VELHO
            IF WS-FS-VELHO EQUAL 35
               DISPLAY 'NAO EXISTE CLIENTE.DAT A CONVERTER.'
               GO TO P100-FIM
            END-IF
            IF NOT FS-VELHO-OK
               PERFORM P900-ERRO-VELHO   THRU P900-FIM
               GO TO P100-FIM
            END-IF

            OPEN OUTPUT CLI-NOVO
            IF NOT FS-NOVO-OK
               PERFORM P910-ERRO-NOVO    THRU P910-FIM
               CLOSE CLI-VELHO
               GO TO P100-FIM
            END-IF

            SET EOF-OK                   TO FALSE
            PERFORM P110-LE-CLIENTE      THRU P110-FIM UNTIL EOF-OK

            CLOSE CLI-VELHO CLI-NOVO
            PERFORM P950-CONFERE-TOTAIS  THRU P950-FIM
            .
       P100-FIM.
           EXIT.

       P110-LE-CLIENTE.
            READ CLI-VELHO NEXT RECORD
               AT END
                  SET EOF-OK             TO TRUE
                  GO TO P110-FIM
            END-READ

            ADD 1                        TO WS-QT-LIDOS
            MOVE CD-CLIENTE-V            TO CD-CLIENTE
            MOVE NM-CLIENTE-V            TO NM-CLIENTE
            MOVE TL-CLIENTE-V            TO TL-CLIENTE
            MOVE EN-CLIENTE-V            TO EN-CLIENTE
            MOVE CI-CLIENTE-V            TO CI-CLIENTE
            MOVE UF-CLIENTE-V            TO UF-CLIENTE
            MOVE ST-CLIENTE-V            TO ST-CLIENTE
            MOVE LIM-CREDITO-CLIENTE-V   TO LIM-CREDITO-CLIENTE
            MOVE EM-CLIENTE-V            TO EM-CLIENTE
      ***** DOCUMENTO EM BRANCO ATE O CPFCAPT OU O CADCLI PREENCHER ***
            MOVE SPACES                  TO TP-DOC-CLIENTE
            MOVE ZEROS                   TO NR-DOC-CLIENTE
            SET EMAIL-CLIENTE-VALIDO     TO TRUE

            WRITE REG-CLIENTE
               INVALID KEY
                  DISPLAY 'ERRO AO GRAVAR O CLIENTE ' CD-CLIENTE-V
               NOT INVALID KEY
                  ADD 1                  TO WS-QT-GRAVADOS
            END-WRITE
            .
       P110-FIM.
           EXIT.

      ******************************************************************
      * AVALISTA.DAT -> AVALISTA.NV, DOCUMENTO EM BRANCO (O CPFCAPT
      * COPIA O DO CLIENTE PARA O AVALISTA QUE E CLIENTE)
      ******************************************************************
       P200-CONVERTE-AVALISTA.
            MOVE 'AVALISTA.DAT    '      TO WS-NM-ARQUIVO
            MOVE 'AVALISTA.NV     '      TO WS-NM-ARQUIVO-NV
            MOVE ZEROS                   TO WS-QT-LIDOS
                                            WS-QT-GRAVADOS

            OPEN INPUT AVL-VELHO
            IF WS-FS-VELHO EQUAL 35
               DISPLAY 'NAO EXISTE AVALISTA.DAT A CONVERTER.'
               GO TO P200-FIM
            END-IF
            IF NOT FS-VELHO-OK
               PERFORM P900-ERRO-VELHO   THRU P900-FIM
               GO TO P200-FIM
            END-IF

            OPEN OUTPUT AVL-NOVO
            IF NOT FS-NOVO-OK
               PERFORM P910-ERRO-NOVO    THRU P910-FIM
               CLOSE AVL-VELHO
               GO TO P200-FIM
            END-IF

            SET EOF-OK                   TO FALSE
            PERFORM P210-LE-AVALISTA     THRU P210-FIM UNTIL EOF-OK

            CLOSE AVL-VELHO AVL-NOVO
            PERFORM P950-CONFERE-TOTAIS  THRU P950-FIM
            .
       P200-FIM.
           EXIT.

       P210-LE-AVALISTA.
            READ AVL-VELHO NEXT RECORD
               AT END
                  SET EOF-OK             TO TRUE
                  GO TO P210-FIM
            END-READ

            ADD 1                        TO WS-QT-LIDOS
            MOVE AVL-NUM-CONTRATO-V      TO AVL-NUM-CONTRATO
            MOVE AVL-TIPO-V              TO AVL-TIPO
            MOVE AVL-ID-V                TO AVL-ID
            MOVE AVL-NOME-V              TO AVL-NOME
            MOVE AVL-VR-GARANTIDO-V      TO AVL-VR-GARANTIDO
            MOVE AVL-DT-REGISTRO-V       TO AVL-DT-REGISTRO
            MOVE SPACES                  TO AVL-TP-DOC
            MOVE ZEROS                   TO AVL-NR-DOC

            WRITE REG-AVALISTA
               INVALID KEY
                  DISPLAY 'ERRO AO GRAVAR O AVALISTA DO CONTRATO '
                          AVL-NUM-CONTRATO-V
               NOT INVALID KEY
                  ADD 1                  TO WS-QT-GRAVADOS
            END-WRITE
            .
       P210-FIM.
           EXIT.

      ******************************************************************
      * STUDENT.DAT -> STUDENT.NV, CPF ZERADO
      ******************************************************************
       P300-CONVERTE-ESTUDANTE.
            MOVE 'STUDENT.DAT     '      TO WS-NM-ARQUIVO
            MOVE 'STUDENT.NV      '      TO WS-NM-ARQUIVO-NV
            MOVE ZEROS                   TO WS-QT-LIDOS
                                            WS-QT-GRAVADOS

            CALL 'SELOMARC' USING 'STUDENT     ' 'CPFCONV   '
            OPEN INPUT EST-VELHO
            IF WS-FS-VELHO EQUAL 35
               DISPLAY 'NAO EXISTE STUDENT.DAT A CONVERTER.'
               GO TO P300-FIM
            END-IF
            IF NOT FS-VELHO-OK
               PERFORM P900-ERRO-VELHO   THRU P900-FIM
               GO TO P300-FIM
            END-IF

            OPEN OUTPUT EST-NOVO
            IF NOT FS-NOVO-OK
               PERFORM P910-ERRO-NOVO    THRU P910-FIM
               CLOSE EST-VELHO
               GO TO P300-FIM
            END-IF

            SET EOF-OK                   TO FALSE
            PERFORM P310-LE-ESTUDANTE    THRU P310-FIM UNTIL EOF-OK

            CLOSE EST-VELHO EST-NOVO
            PERFORM P950-CONFERE-TOTAIS  THRU P950-FIM
            .
       P300-FIM.
           EXIT.

       P310-LE-ESTUDANTE.
            READ EST-VELHO NEXT RECORD
               AT END
                  SET EOF-OK             TO TRUE
                  GO TO P310-FIM
            END-READ

            ADD 1                        TO WS-QT-LIDOS
            MOVE CD-STUDENT-V        TO CD-STUDENT OF REG-ESTUDANTE
            MOVE NM-STUDENT-V        TO NM-STUDENT OF REG-ESTUDANTE
            MOVE TL-STUDENT-V        TO TL-STUDENT OF REG-ESTUDANTE
            MOVE EM-STUDENT-V        TO EM-STUDENT OF REG-ESTUDANTE
            MOVE CR-STUDENT-V        TO CR-STUDENT OF REG-ESTUDANTE
            MOVE ST-STUDENT-V            TO ST-STUDENT
            MOVE ZEROS               TO CPF-STUDENT OF REG-ESTUDANTE
            SET EMAIL-STUDENT-VALIDO     TO TRUE

            WRITE REG-ESTUDANTE
               INVALID KEY
                  DISPLAY 'ERRO AO GRAVAR O ESTUDANTE ' CD-STUDENT-V
               NOT INVALID KEY
                  ADD 1                  TO WS-QT-GRAVADOS
            END-WRITE
            .
       P310-FIM.
           EXIT.

      ******************************************************************
      * FUNCIONARIO.DAT -> FUNCIONA.NV, CPF ZERADO
      ******************************************************************
       P400-CONVERTE-FUNCIONARIO.
            MOVE 'FUNCIONARIO.DAT '      TO WS-NM-ARQUIVO
            MOVE 'FUNCIONA.NV     '      TO WS-NM-ARQUIVO-NV
            MOVE ZEROS                   TO WS-QT-LIDOS
                                            WS-QT-GRAVADOS

            CALL 'SELOMARC' USING 'FUNCIONARIO ' 'CPFCONV   '
            OPEN INPUT FUN-VELHO
            IF WS-FS-VELHO EQUAL 35
               DISPLAY 'NAO EXISTE FUNCIONARIO.DAT A CONVERTER.'
               GO TO P400-FIM
            END-IF
            IF NOT FS-VELHO-OK
               PERFORM P900-ERRO-VELHO   THRU P900-FIM
               GO TO P400-FIM
            END-IF

            OPEN OUTPUT FUN-NOVO
            IF NOT FS-NOVO-OK
               PERFORM P910-ERRO-NOVO    THRU P910-FIM
               CLOSE FUN-VELHO
               GO TO P400-FIM
            END-IF

            SET EOF-OK                   TO FALSE
            PERFORM P410-LE-FUNCIONARIO  THRU P410-FIM UNTIL EOF-OK

            CLOSE FUN-VELHO FUN-NOVO
            PERFORM P950-CONFERE-TOTAIS  THRU P950-FIM
            .
       P400-FIM.
           EXIT.

       P410-LE-FUNCIONARIO.
            READ FUN-VELHO NEXT RECORD
               AT END
                  SET EOF-OK             TO TRUE
                  GO TO P410-FIM
            END-READ

            ADD 1                        TO WS-QT-LIDOS
            MOVE CD-FUNCIONARIO-V
                         TO CD-FUNCIONARIO OF REG-FUNCIONARIO
            MOVE NM-FUNCIONARIO-V
                         TO NM-FUNCIONARIO OF REG-FUNCIONARIO
            MOVE SX-FUNCIONARIO-V
                         TO SX-FUNCIONARIO OF REG-FUNCIONARIO
            MOVE CEP-FUNCIONARIO-V
                         TO CEP-FUNCIONARIO OF REG-FUNCIONARIO
            MOVE TL-FUNCIONARIO-V
                         TO TL-FUNCIONARIO OF REG-FUNCIONARIO
            MOVE DT-ADMISSAO-V
                         TO DT-ADMISSAO OF REG-FUNCIONARIO
            MOVE CG-FUNCIONARIO-V
                         TO CG-FUNCIONARIO OF REG-FUNCIONARIO
            MOVE SL-FUNCIONARIO-V
                         TO SL-FUNCIONARIO OF REG-FUNCIONARIO
            MOVE CD-DEPTO-FUNC-V
                         TO CD-DEPTO-FUNC OF REG-FUNCIONARIO
            MOVE ZEROS
                         TO CPF-FUNCIONARIO OF REG-FUNCIONARIO

            WRITE REG-FUNCIONARIO
               INVALID KEY
                  DISPLAY 'ERRO AO GRAVAR O FUNCIONARIO '
                          CD-FUNCIONARIO-V
               NOT INVALID KEY
                  ADD 1                  TO WS-QT-GRAVADOS
            END-WRITE
            .
       P410-FIM.
           EXIT.

      ******************************************************************
      * EXALUNO.DAT -> EXALUNO.NV, CPF ZERADO
      ******************************************************************
       P500-CONVERTE-EXALUNO.
            MOVE 'EXALUNO.DAT     '      TO WS-NM-ARQUIVO
            MOVE 'EXALUNO.NV      '      TO WS-NM-ARQUIVO-NV
            MOVE ZEROS                   TO WS-QT-LIDOS
                                            WS-QT-GRAVADOS

            OPEN INPUT EXA-VELHO
            IF WS-FS-VELHO EQUAL 35
               DISPLAY 'NAO EXISTE EXALUNO.DAT A CONVERTER.'
               GO TO P500-FIM
            END-IF
            IF NOT FS-VELHO-OK
               PERFORM P900-ERRO-VELHO   THRU P900-FIM
               GO TO P500-FIM
            END-IF

            OPEN OUTPUT EXA-NOVO
            IF NOT FS-NOVO-OK
               PERFORM P910-ERRO-NOVO    THRU P910-FIM
               CLOSE EXA-VELHO
               GO TO P500-FIM
            END-IF

            SET EOF-OK                   TO FALSE
            PERFORM P510-LE-EXALUNO      THRU P510-FIM UNTIL EOF-OK

            CLOSE EXA-VELHO EXA-NOVO
            PERFORM P950-CONFERE-TOTAIS  THRU P950-FIM
            .
       P500-FIM.
           EXIT.

       P510-LE-EXALUNO.
            READ EXA-VELHO NEXT RECORD
               AT END
                  SET EOF-OK             TO TRUE
                  GO TO P510-FIM
            END-READ

            ADD 1                        TO WS-QT-LIDOS
            MOVE REG-EXALUNO-V           TO REG-EXALUNO
            MOVE ZEROS                TO CPF-STUDENT OF REG-EXALUNO

            WRITE REG-EXALUNO
               INVALID KEY
                  DISPLAY 'ERRO AO GRAVAR O EX-ALUNO ' CD-EXALUNO-V
               NOT INVALID KEY
                  ADD 1                  TO WS-QT-GRAVADOS
            END-WRITE
            .
       P510-FIM.
           EXIT.

      ******************************************************************
      * EXFUNC.DAT -> EXFUNC.NV, CPF ZERADO
      ******************************************************************
       P600-CONVERTE-EXFUNC.
            MOVE 'EXFUNC.DAT      '      TO WS-NM-ARQUIVO
            MOVE 'EXFUNC.NV       '      TO WS-NM-ARQUIVO-NV
            MOVE ZEROS                   TO WS-QT-LIDOS
                                            WS-QT-GRAVADOS

            OPEN INPUT EXF-VELHO
            IF WS-FS-VELHO EQUAL 35
               DISPLAY 'NAO EXISTE EXFUNC.DAT A CONVERTER.'
               GO TO P600-FIM
            END-IF
            IF NOT FS-VELHO-OK
               PERFORM P900-ERRO-VELHO   THRU P900-FIM
               GO TO P600-FIM
            END-IF

            OPEN OUTPUT EXF-NOVO
            IF NOT FS-NOVO-OK
               PERFORM P910-ERRO-NOVO    THRU P910-FIM
               CLOSE EXF-VELHO
               GO TO P600-FIM
            END-IF

            SET EOF-OK                   TO FALSE
            PERFORM P610-LE-EXFUNC       THRU P610-FIM UNTIL EOF-OK

            CLOSE EXF-VELHO EXF-NOVO
            PERFORM P950-CONFERE-TOTAIS  THRU P950-FIM
            .
       P600-FIM.
           EXIT.

       P610-LE-EXFUNC.
            READ EXF-VELHO NEXT RECORD
               AT END
                  SET EOF-OK             TO TRUE
                  GO TO P610-FIM
            END-READ

            ADD 1                        TO WS-QT-LIDOS
            MOVE REG-EXFUNC-V            TO REG-EXFUNC
            MOVE ZEROS            TO CPF-FUNCIONARIO OF REG-EXFUNC

            WRITE REG-EXFUNC
               INVALID KEY
                  DISPLAY 'ERRO AO GRAVAR O EX-FUNCIONARIO '
                          CD-EXFUNC-V
               NOT INVALID KEY
                  ADD 1                  TO WS-QT-GRAVADOS
            END-WRITE
            .
       P610-FIM.
           EXIT.

      ******************************************************************
      * CLIJRNL.DAT -> CLIJRNL.NV, IMAGENS DE 101 PARA 117 POSICOES.
      * IMAGEM EM BRANCO (ANTES DA INCLUSAO) CONTINUA EM BRANCO; AS
      * DEMAIS GANHAM O DOCUMENTO EM BRANCO E O E-MAIL VALIDO, O MESMO
      * CONTEUDO DO CLIENTE.NV.
      ******************************************************************
       P700-CONVERTE-CLIJRNL.
            MOVE 'CLIJRNL.DAT     '      TO WS-NM-ARQUIVO
            MOVE 'CLIJRNL.NV      '      TO WS-NM-ARQUIVO-NV
            MOVE ZEROS                   TO WS-QT-LIDOS
                                            WS-QT-GRAVADOS

            OPEN INPUT JRN-VELHO
            IF WS-FS-VELHO EQUAL 35
               DISPLAY 'NAO EXISTE CLIJRNL.DAT A CONVERTER.'
               GO TO P700-FIM
            END-IF
            IF NOT FS-VELHO-OK
               PERFORM P900-ERRO-VELHO   THRU P900-FIM
               GO TO P700-FIM
            END-IF

            OPEN OUTPUT JRN-NOVO
            IF NOT FS-NOVO-OK
               PERFORM P910-ERRO-NOVO    THRU P910-FIM
               CLOSE JRN-VELHO
               GO TO P700-FIM
            END-IF

            SET EOF-OK                   TO FALSE
            PERFORM P710-LE-CLIJRNL      THRU P710-FIM UNTIL EOF-OK

            CLOSE JRN-VELHO JRN-NOVO
            PERFORM P950-CONFERE-TOTAIS  THRU P950-FIM
            .
       P700-FIM.
           EXIT.

       P710-LE-CLIJRNL.
            READ JRN-VELHO NEXT RECORD
               AT END
                  SET EOF-OK             TO TRUE
                  GO TO P710-FIM
            END-READ

            ADD 1                        TO WS-QT-LIDOS
            MOVE SPACES                  TO REG-JRNCLI
            MOVE JRN-CABECALHO-V         TO JRN-CABECALHO
            MOVE JRN-ANTES-V             TO JRN-ANTES
            MOVE JRN-DEPOIS-V            TO JRN-DEPOIS
      ***** TP-DOC (102) E ST-EMAIL (117) EM BRANCO, NR-DOC ZERADO ****
            IF JRN-ANTES-V NOT EQUAL SPACES
               MOVE ZEROS                TO JRN-ANTES(103:14)
            END-IF
            IF JRN-DEPOIS-V NOT EQUAL SPACES
               MOVE ZEROS                TO JRN-DEPOIS(103:14)
            END-IF

            WRITE REG-JRNCLI
            IF FS-NOVO-OK
               ADD 1                     TO WS-QT-GRAVADOS
            ELSE
               DISPLAY 'ERRO AO GRAVAR A LINHA ' WS-QT-LIDOS
                       ' DO CLIJRNL - FILE STATUS: ' WS-FS-NOVO
            END-IF
            .
       P710-FIM.
           EXIT.

       P900-ERRO-VELHO.
            DISPLAY 'ERRO AO ABRIR O ' WS-NM-ARQUIVO
                    ' NO LAYOUT ANTIGO - FILE STATUS: ' WS-FS-VELHO
            ADD 1                        TO WS-QT-DIVERGENTES
            .
       P900-FIM.
           EXIT.

       P910-ERRO-NOVO.
            DISPLAY 'ERRO AO CRIAR O ' WS-NM-ARQUIVO-NV
                    ' - FILE STATUS: ' WS-FS-NOVO
            ADD 1                        TO WS-QT-DIVERGENTES
            .
       P910-FIM.
           EXIT.

       P950-CONFERE-TOTAIS.
            DISPLAY WS-NM-ARQUIVO ' LIDOS: ' WS-QT-LIDOS
                    '  GRAVADOS EM ' WS-NM-ARQUIVO-NV ': '
                    WS-QT-GRAVADOS
            IF WS-QT-LIDOS NOT EQUAL WS-QT-GRAVADOS
               DISPLAY '*** TOTAIS NAO CONFEREM - NAO SUBSTITUA O '
                       WS-NM-ARQUIVO ' ***'
               ADD 1                     TO WS-QT-DIVERGENTES
            END-IF
            .
       P950-FIM.
           EXIT.

       END PROGRAM CPFCONV.
