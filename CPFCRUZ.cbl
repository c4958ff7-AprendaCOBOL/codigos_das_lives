      ******************************************************************
      * Author: ANDRE COSTA
      * Date: 15/10/2026
      * Purpose: CRUZAMENTO DOS MESTRES PELO DOCUMENTO (CPF/CNPJ).
      *          ORDENA OS DOCUMENTOS DO CLIENTE.DAT, AVALISTA.DAT,
      *          STUDENT.DAT E FUNCIONARIO.DAT E LISTA NO CPFCRUZ.LST
      *          TODO DOCUMENTO QUE APARECE EM MAIS DE UM MESTRE (A
      *          MESMA PESSOA COMO CLIENTE E AVALISTA, ALUNO E
      *          FUNCIONARIO ETC.) OU EM DOIS TITULARES DO MESMO
      *          MESTRE (DUPLICADO). O AVALISTA QUE GARANTE VARIOS
      *          CONTRATOS E UM SO TITULAR (TIPO + ID). REGISTRO SEM
      *          DOCUMENTO NAO ENTRA. RETORNA 4 QUANDO HA DUPLICADO
      *          DENTRO DE UM MESTRE.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CPFCRUZ.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
            DECIMAL-POINT IS COMMA.
            INPUT-OUTPUT SECTION.
            FILE-CONTROL.
                SELECT CLIENTE ASSIGN TO
                WS-ARQ-CLIENTE
                ORGANIZATION IS INDEXED
                ACCESS MODE  IS SEQUENTIAL
                RECORD KEY   IS CD-CLIENTE
                ALTERNATE RECORD KEY IS NM-CLIENTE WITH DUPLICATES
                FILE STATUS  IS WS-FS-CLI.
                SELECT AVALISTA ASSIGN TO
                WS-ARQ-AVALISTA
                ORGANIZATION IS INDEXED
                ACCESS MODE  IS SEQUENTIAL
                RECORD KEY   IS AVL-NUM-CONTRATO
                FILE STATUS  IS WS-FS-AVL.
                SELECT ESTUDANTE ASSIGN TO
                WS-ARQ-STUDENT
                ORGANIZATION IS INDEXED
                ACCESS MODE  IS SEQUENTIAL
                RECORD KEY   IS CD-STUDENT
                ALTERNATE RECORD KEY IS NM-STUDENT WITH DUPLICATES
                FILE STATUS  IS WS-FS-EST.
                SELECT FUNCIONARIO ASSIGN TO
                WS-ARQ-FUNCIONARI
                ORGANIZATION IS INDEXED
                ACCESS MODE  IS SEQUENTIAL
                RECORD KEY   IS CD-FUNCIONARIO
                FILE STATUS  IS WS-FS-FUN.
                SELECT ORDENACAO ASSIGN TO
                'CPFCRUZ.WRK'.
                SELECT RELATORIO ASSIGN TO
                WS-ARQ-CPFCRUZ
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS  IS WS-FS-REL.

       DATA DIVISION.
       FILE SECTION.
       FD CLIENTE.
          COPY FD_CLIENTE.

       FD AVALISTA.
          COPY FD_AVALISTA.

       FD ESTUDANTE.
          COPY FD_ESTUDANTE.

       FD FUNCIONARIO.
          COPY FD_FUNCIONARIO.

       SD ORDENACAO.
       01 REG-SORT.
          03 SRT-DOC.
             05 SRT-TP-DOC               PIC X(01).
             05 SRT-NR-DOC               PIC 9(14).
          03 SRT-MESTRE                  PIC X(01).
          03 SRT-IDENT.
             05 SRT-IDENT-TIPO           PIC X(01).
             05 SRT-IDENT-CODIGO         PIC 9(05).
          03 SRT-CD-REGISTRO             PIC 9(06).
          03 SRT-NOME                    PIC X(30).

       FD RELATORIO.
       01 REG-RELATORIO                  PIC X(100).

       WORKING-STORAGE SECTION.
      ***** CAMINHOS FISICOS DOS ARQUIVOS - PRE-CARREGADOS COM O *****
      ***** PADRAO HISTORICO E RESOLVIDOS PELO ARQCONF NO INICIO *****
       77 WS-ARQ-CLIENTE             PIC X(68) VALUE
          'C:\CURSOCOBOL\COBOL\01 - BASICO\BIN\CLIENTE.DAT'.
       77 WS-ARQ-AVALISTA            PIC X(68) VALUE
          'C:\CursoCOBOL\COBOL\01 - Basico\bin\AVALISTA.DAT'.
       77 WS-ARQ-STUDENT             PIC X(68) VALUE
          'C:\CURSOCOBOL\COBOL\01 - BASICO\BIN\STUDENT.DAT'.
       77 WS-ARQ-FUNCIONARI          PIC X(68) VALUE
          'C:\CursoCOBOL\COBOL\01 - Basico\bin\FUNCIONARIO.DAT'.
       77 WS-ARQ-CPFCRUZ             PIC X(68) VALUE
          'C:\CursoCOBOL\COBOL\01 - Basico\bin\CPFCRUZ.LST'.
       77 WS-FS-CLI                      PIC 99.
          88 FS-CLI-OK                   VALUE 0.
       77 WS-FS-AVL                      PIC 99.
          88 FS-AVL-OK                   VALUE 0.
       77 WS-FS-EST                      PIC 99.
          88 FS-EST-OK                   VALUE 0.
       77 WS-FS-FUN                      PIC 99.
          88 FS-FUN-OK                   VALUE 0.
       77 WS-FS-REL                      PIC 99.
       77 WS-EOF                         PIC X.
          88 EOF-OK                      VALUE 'S' FALSE 'N'.
       77 WS-TEM-GRUPO                   PIC X VALUE 'N'.
          88 TEM-GRUPO                   VALUE 'S'.
       77 WS-QT-DOCUMENTOS               PIC 9(06) VALUE ZEROS.
       77 WS-QT-CRUZADOS                 PIC 9(06) VALUE ZEROS.
       77 WS-QT-DUPLICADOS               PIC 9(06) VALUE ZEROS.
       77 WS-QT-MESTRES                  PIC 9(01) VALUE ZEROS.
       77 WS-QT-EXCEDENTES               PIC 9(04) VALUE ZEROS.
       77 WS-MESTRE-DESC                 PIC X(12).
      ***** DOCUMENTO EM CURSO E OS TITULARES QUE O USAM **************
       01 WS-DOC-ATUAL.
          03 WS-ATU-TP-DOC               PIC X(01).
          03 WS-ATU-NR-DOC               PIC 9(14).
          03 WS-ATU-NR-CPF REDEFINES WS-ATU-NR-DOC.
             05 FILLER                   PIC 9(03).
             05 WS-ATU-CPF               PIC 9(11).
       01 WS-MESTRES-DOC.
          03 WS-DOC-EM-CLIENTE           PIC X(01).
          03 WS-DOC-EM-AVALISTA          PIC X(01).
          03 WS-DOC-EM-ALUNO             PIC X(01).
          03 WS-DOC-EM-FUNCIONARIO       PIC X(01).
       77 WS-DOC-DUPLICADO               PIC X(01).
          88 DOC-DUPLICADO               VALUE 'S'.
       77 WS-QT-TITULARES                PIC 9(02) COMP.
       77 WS-IND                         PIC 9(02) COMP.
       01 WS-TB-TITULARES.
          03 WS-TITULAR OCCURS 20 TIMES.
             05 WS-TIT-MESTRE            PIC X(01).
             05 WS-TIT-IDENT             PIC X(06).
             05 WS-TIT-CD-REGISTRO       PIC 9(06).
             05 WS-TIT-NOME              PIC X(30).
             05 WS-TIT-QT-REGISTROS      PIC 9(03).
       77 WS-QT-EDIT                     PIC ZZ9.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.

      ***** RESOLVE OS CAMINHOS FISICOS PELO PERFIL DO ARQCONF ******
            CALL 'ARQCONF' USING 'CLIENTE.DAT     ' WS-ARQ-CLIENTE
            CALL 'ARQCONF' USING 'AVALISTA.DAT    ' WS-ARQ-AVALISTA
            CALL 'ARQCONF' USING 'STUDENT.DAT     ' WS-ARQ-STUDENT
            CALL 'ARQCONF' USING 'FUNCIONARIO.DAT ' WS-ARQ-FUNCIONARI
            CALL 'ARQCONF' USING 'CPFCRUZ.LST     ' WS-ARQ-CPFCRUZ

            OPEN OUTPUT RELATORIO
            IF WS-FS-REL NOT EQUAL ZEROS
               DISPLAY 'ERRO AO ABRIR O CPFCRUZ.LST. FILE STATUS: '
                       WS-FS-REL
               MOVE 16                   TO RETURN-CODE
               STOP RUN
            END-IF

            MOVE 'CRUZAMENTO DOS MESTRES POR CPF/CNPJ (CPFCRUZ)'
                                          TO REG-RELATORIO
            WRITE REG-RELATORIO
            MOVE SPACES                  TO REG-RELATORIO
            WRITE REG-RELATORIO

            SORT ORDENACAO
               ON ASCENDING KEY SRT-TP-DOC SRT-NR-DOC SRT-MESTRE
                                SRT-IDENT SRT-CD-REGISTRO
               INPUT PROCEDURE  IS P200-CARREGA
               OUTPUT PROCEDURE IS P300-IMPRIME

            CLOSE RELATORIO

            DISPLAY 'DOCUMENTOS LIDOS...........: ' WS-QT-DOCUMENTOS
            DISPLAY 'EM MAIS DE UM MESTRE.......: ' WS-QT-CRUZADOS
            DISPLAY 'DUPLICADOS NO MESMO MESTRE.: ' WS-QT-DUPLICADOS
            DISPLAY 'RELATORIO GERADO EM CPFCRUZ.LST'

            IF WS-QT-DUPLICADOS GREATER THAN ZEROS
               MOVE 4                    TO RETURN-CODE
            END-IF

            STOP RUN.

      ******************************************************************
      * ENTRADA DO SORT: UM REGISTRO POR DOCUMENTO PREENCHIDO EM CADA
      * MESTRE. MESTRE QUE NAO ABRE E INFORMADO NO RELATORIO E O
      * CRUZAMENTO SEGUE COM OS DEMAIS.
      ******************************************************************
       P200-CARREGA.

            OPEN INPUT CLIENTE
            IF FS-CLI-OK
               SET EOF-OK                TO FALSE
               PERFORM P210-LE-CLIENTE   THRU P210-FIM UNTIL EOF-OK
               CLOSE CLIENTE
            ELSE
               MOVE SPACES               TO REG-RELATORIO
               STRING '(CLIENTE.DAT INDISPONIVEL - FILE STATUS '
                      WS-FS-CLI ')'
                      DELIMITED BY SIZE INTO REG-RELATORIO
               WRITE REG-RELATORIO
            END-IF

            OPEN INPUT AVALISTA
            IF FS-AVL-OK
               SET EOF-OK                TO FALSE
               PERFORM P220-LE-AVALISTA  THRU P220-FIM UNTIL EOF-OK
               CLOSE AVALISTA
            ELSE
               MOVE SPACES               TO REG-RELATORIO
               STRING '(AVALISTA.DAT INDISPONIVEL - FILE STATUS '
                      WS-FS-AVL ')'
                      DELIMITED BY SIZE INTO REG-RELATORIO
               WRITE REG-RELATORIO
            END-IF

            OPEN INPUT ESTUDANTE
            IF FS-EST-OK
               SET EOF-OK                TO FALSE
               PERFORM P230-LE-ESTUDANTE THRU P230-FIM UNTIL EOF-OK
               CLOSE ESTUDANTE
            ELSE
               MOVE SPACES               TO REG-RELATORIO
               STRING '(STUDENT.DAT INDISPONIVEL - FILE STATUS '
                      WS-FS-EST ')'
                      DELIMITED BY SIZE INTO REG-RELATORIO
               WRITE REG-RELATORIO
            END-IF

            OPEN INPUT FUNCIONARIO
            IF FS-FUN-OK
               SET EOF-OK                TO FALSE
               PERFORM P240-LE-FUNCIONARIO THRU P240-FIM UNTIL EOF-OK
               CLOSE FUNCIONARIO
            ELSE
               MOVE SPACES               TO REG-RELATORIO
               STRING '(FUNCIONARIO.DAT INDISPONIVEL - FILE STATUS '
                      WS-FS-FUN ')'
                      DELIMITED BY SIZE INTO REG-RELATORIO
               WRITE REG-RELATORIO
            END-IF
            .
       P200-FIM.
           EXIT.
       P210-LE-CLIENTE.

            READ CLIENTE NEXT RECORD
               AT END
                  SET EOF-OK             TO TRUE
                  GO TO P210-FIM
            END-READ

            IF TP-DOC-CLIENTE EQUAL SPACES
               GO TO P210-FIM
            END-IF

            MOVE DOC-CLIENTE             TO SRT-DOC
            MOVE 'L'                     TO SRT-MESTRE
            MOVE 'L'                     TO SRT-IDENT-TIPO
            MOVE CD-CLIENTE              TO SRT-IDENT-CODIGO
            MOVE CD-CLIENTE              TO SRT-CD-REGISTRO
            MOVE NM-CLIENTE              TO SRT-NOME
            PERFORM P290-LIBERA          THRU P290-FIM
            .
       P210-FIM.
           EXIT.
       P220-LE-AVALISTA.

            READ AVALISTA NEXT RECORD
               AT END
                  SET EOF-OK             TO TRUE
                  GO TO P220-FIM
            END-READ

            IF AVL-TP-DOC EQUAL SPACES
               GO TO P220-FIM
            END-IF

            MOVE AVL-DOC                 TO SRT-DOC
            MOVE 'V'                     TO SRT-MESTRE
            MOVE AVL-TIPO                TO SRT-IDENT-TIPO
            MOVE AVL-ID                  TO SRT-IDENT-CODIGO
            MOVE AVL-NUM-CONTRATO        TO SRT-CD-REGISTRO
            MOVE AVL-NOME                TO SRT-NOME
            PERFORM P290-LIBERA          THRU P290-FIM
            .
       P220-FIM.
           EXIT.
       P230-LE-ESTUDANTE.

            READ ESTUDANTE NEXT RECORD
               AT END
                  SET EOF-OK             TO TRUE
                  GO TO P230-FIM
            END-READ

            IF CPF-STUDENT EQUAL ZEROS
               GO TO P230-FIM
            END-IF

            MOVE 'F'                     TO SRT-TP-DOC
            MOVE CPF-STUDENT             TO SRT-NR-DOC
            MOVE 'A'                     TO SRT-MESTRE
            MOVE 'A'                     TO SRT-IDENT-TIPO
            MOVE CD-STUDENT              TO SRT-IDENT-CODIGO
            MOVE CD-STUDENT              TO SRT-CD-REGISTRO
            MOVE NM-STUDENT              TO SRT-NOME
            PERFORM P290-LIBERA          THRU P290-FIM
            .
       P230-FIM.
           EXIT.
       P240-LE-FUNCIONARIO.

            READ FUNCIONARIO NEXT RECORD
               AT END
                  SET EOF-OK             TO TRUE
                  GO TO P240-FIM
            END-READ

            IF CPF-FUNCIONARIO EQUAL ZEROS
               GO TO P240-FIM
            END-IF

            MOVE 'F'                     TO SRT-TP-DOC
            MOVE CPF-FUNCIONARIO         TO SRT-NR-DOC
            MOVE 'F'                     TO SRT-MESTRE
            MOVE 'F'                     TO SRT-IDENT-TIPO
            MOVE CD-FUNCIONARIO          TO SRT-IDENT-CODIGO
            MOVE CD-FUNCIONARIO          TO SRT-CD-REGISTRO
            MOVE NM-FUNCIONARIO          TO SRT-NOME
            PERFORM P290-LIBERA          THRU P290-FIM
            .
       P240-FIM.
           EXIT.
       P290-LIBERA.

            ADD 1                        TO WS-QT-DOCUMENTOS
            RELEASE REG-SORT
            .
       P290-FIM.
           EXIT.

      ******************************************************************
      * SAIDA DO SORT: AGRUPA POR DOCUMENTO. O AVALISTA REPETIDO (MESMO
      * TIPO + ID EM OUTRO CONTRATO) SO SOMA CONTRATOS AO TITULAR.
      ******************************************************************
       P300-IMPRIME.

            SET EOF-OK                   TO FALSE
            PERFORM P310-RETORNA         THRU P310-FIM UNTIL EOF-OK

            IF TEM-GRUPO
               PERFORM P400-FECHA-DOCUMENTO THRU P400-FIM
            END-IF

            MOVE '============================================='
                                          TO REG-RELATORIO
            WRITE REG-RELATORIO
            MOVE SPACES                  TO REG-RELATORIO
            STRING 'DOCUMENTOS LIDOS: ' WS-QT-DOCUMENTOS
                   ' - EM MAIS DE UM MESTRE: ' WS-QT-CRUZADOS
                   ' - DUPLICADOS NO MESMO MESTRE: ' WS-QT-DUPLICADOS
                   DELIMITED BY SIZE INTO REG-RELATORIO
            WRITE REG-RELATORIO
            .
       P300-FIM.
           EXIT.
       P310-RETORNA.

            RETURN ORDENACAO
               AT END
                  SET EOF-OK             TO TRUE
               NOT AT END
                  IF SRT-DOC NOT EQUAL WS-DOC-ATUAL
                     OR NOT TEM-GRUPO
                     IF TEM-GRUPO
                        PERFORM P400-FECHA-DOCUMENTO THRU P400-FIM
                     END-IF
                     MOVE SRT-DOC        TO WS-DOC-ATUAL
                     MOVE 'NNNN'         TO WS-MESTRES-DOC
                     MOVE 'N'            TO WS-DOC-DUPLICADO
                     MOVE ZEROS          TO WS-QT-TITULARES
                                            WS-QT-EXCEDENTES
                     MOVE 'S'            TO WS-TEM-GRUPO
                  END-IF
                  PERFORM P320-ACUMULA   THRU P320-FIM
            END-RETURN
            .
       P310-FIM.
           EXIT.
       P320-ACUMULA.

            IF WS-QT-TITULARES GREATER THAN ZEROS
               IF SRT-MESTRE EQUAL WS-TIT-MESTRE(WS-QT-TITULARES)
                  IF SRT-IDENT EQUAL WS-TIT-IDENT(WS-QT-TITULARES)
                     ADD 1 TO WS-TIT-QT-REGISTROS(WS-QT-TITULARES)
                     GO TO P320-FIM
                  END-IF
                  MOVE 'S'               TO WS-DOC-DUPLICADO
               END-IF
            END-IF

            EVALUATE SRT-MESTRE
                WHEN 'L'
                   MOVE 'S'              TO WS-DOC-EM-CLIENTE
                WHEN 'V'
                   MOVE 'S'              TO WS-DOC-EM-AVALISTA
                WHEN 'A'
                   MOVE 'S'              TO WS-DOC-EM-ALUNO
                WHEN 'F'
                   MOVE 'S'              TO WS-DOC-EM-FUNCIONARIO
            END-EVALUATE

            IF WS-QT-TITULARES EQUAL 20
               ADD 1                     TO WS-QT-EXCEDENTES
               GO TO P320-FIM
            END-IF

            ADD 1                        TO WS-QT-TITULARES
            MOVE SRT-MESTRE      TO WS-TIT-MESTRE(WS-QT-TITULARES)
            MOVE SRT-IDENT       TO WS-TIT-IDENT(WS-QT-TITULARES)
            MOVE SRT-CD-REGISTRO
                                 TO WS-TIT-CD-REGISTRO(WS-QT-TITULARES)
            MOVE SRT-NOME        TO WS-TIT-NOME(WS-QT-TITULARES)
            MOVE 1
                                 TO WS-TIT-QT-REGISTROS(WS-QT-TITULARES)
            .
       P320-FIM.
           EXIT.

      ******************************************************************
      * FECHA O DOCUMENTO: SO IMPRIME QUANDO ELE ESTA EM MAIS DE UM
      * MESTRE OU EM DOIS TITULARES DO MESMO MESTRE.
      ******************************************************************
       P400-FECHA-DOCUMENTO.

            MOVE ZEROS                   TO WS-QT-MESTRES
            INSPECT WS-MESTRES-DOC TALLYING WS-QT-MESTRES FOR ALL 'S'

            IF WS-QT-MESTRES LESS THAN 2
               AND NOT DOC-DUPLICADO
               GO TO P400-FIM
            END-IF

            IF WS-QT-MESTRES GREATER THAN 1
               ADD 1                     TO WS-QT-CRUZADOS
            END-IF
            IF DOC-DUPLICADO
               ADD 1                     TO WS-QT-DUPLICADOS
            END-IF

            MOVE SPACES                  TO REG-RELATORIO
            IF WS-ATU-TP-DOC EQUAL 'F'
               STRING 'CPF  ' WS-ATU-CPF
                      DELIMITED BY SIZE INTO REG-RELATORIO
            ELSE
               STRING 'CNPJ ' WS-ATU-NR-DOC
                      DELIMITED BY SIZE INTO REG-RELATORIO
            END-IF
            IF DOC-DUPLICADO
               MOVE '*** DUPLICADO NO MESMO MESTRE ***'
                                          TO REG-RELATORIO(22:33)
            END-IF
            WRITE REG-RELATORIO

            PERFORM P410-IMPRIME-TITULAR THRU P410-FIM
                    VARYING WS-IND FROM 1 BY 1
                    UNTIL WS-IND GREATER THAN WS-QT-TITULARES

            IF WS-QT-EXCEDENTES GREATER THAN ZEROS
               MOVE WS-QT-EXCEDENTES     TO WS-QT-EDIT
               MOVE SPACES               TO REG-RELATORIO
               STRING '    ... E MAIS ' WS-QT-EDIT ' REGISTRO(S)'
                      DELIMITED BY SIZE INTO REG-RELATORIO
               WRITE REG-RELATORIO
            END-IF
            MOVE SPACES                  TO REG-RELATORIO
            WRITE REG-RELATORIO
            .
       P400-FIM.
           EXIT.
       P410-IMPRIME-TITULAR.

            EVALUATE WS-TIT-MESTRE(WS-IND)
                WHEN 'L'
                   MOVE 'CLIENTE'        TO WS-MESTRE-DESC
                WHEN 'V'
                   MOVE 'AVALISTA'       TO WS-MESTRE-DESC
                WHEN 'A'
                   MOVE 'ALUNO'          TO WS-MESTRE-DESC
                WHEN 'F'
                   MOVE 'FUNCIONARIO'    TO WS-MESTRE-DESC
            END-EVALUATE

            MOVE SPACES                  TO REG-RELATORIO
            IF WS-TIT-MESTRE(WS-IND) EQUAL 'V'
               MOVE WS-TIT-QT-REGISTROS(WS-IND) TO WS-QT-EDIT
               STRING '    ' WS-MESTRE-DESC ' '
                      WS-TIT-IDENT(WS-IND)(1:1) '-'
                      WS-TIT-IDENT(WS-IND)(2:5) ' '
                      WS-TIT-NOME(WS-IND)
                      ' CONTRATO ' WS-TIT-CD-REGISTRO(WS-IND)
                      ' (' WS-QT-EDIT ' CONTRATO(S))'
                      DELIMITED BY SIZE INTO REG-RELATORIO
            ELSE
               STRING '    ' WS-MESTRE-DESC ' '
                      WS-TIT-IDENT(WS-IND)(2:5) '  '
                      WS-TIT-NOME(WS-IND)
                      DELIMITED BY SIZE INTO REG-RELATORIO
            END-IF
            WRITE REG-RELATORIO
            .
       P410-FIM.
           EXIT.

       END PROGRAM CPFCRUZ.
