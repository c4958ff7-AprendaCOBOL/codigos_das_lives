      ******************************************************************
      * Author: ANDRE COSTA
      * Date: 15/10/2026
      * Purpose: CONVERSAO (EXECUCAO UNICA) PARA O RETORNO DE ENTREGA
      *          DAS NOTIFICACOES: CLIENTE.DAT E STUDENT.DAT GANHARAM
      *          A SITUACAO DO E-MAIL (GRAVADA EM BRANCO, ENDERECO
      *          VALIDO) E O REGISTRO DE ENVIADOS NOTIFREG.DAT GANHOU
      *          PESSOA, DESTINO, TEMPLATE E SITUACAO DE ENTREGA, COM
      *          A CHAVE DO EVENTO ALARGADA PARA CABER O TXID DO PIX
      *          (ENTRADAS ANTIGAS FICAM SEM PESSOA E SEM RETORNO). LE
      *          CADA ARQUIVO NO LAYOUT ANTIGO E REGRAVA NO .NV
      *          (CLIENTE.NV, STUDENT.NV, NOTIFREG.NV), CONFERINDO O
      *          TOTAL GRAVADO CONTRA O TOTAL LIDO DE CADA UM. ARQUIVO
      *          QUE NAO EXISTE E PULADO. O OPERADOR SUBSTITUI OS
      *          ORIGINAIS PELOS .NV APOS A CONFERENCIA. OS MESTRES
      *          SELADOS SAO MARCADOS NO SELOMARC, JA QUE A TROCA PELO
      *          .NV E UM TOQUE LEGITIMO.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. NTFCONV.

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
                SELECT EST-VELHO ASSIGN TO WS-ARQ-EST-VELHO
                ORGANIZATION IS INDEXED
                ACCESS MODE  IS SEQUENTIAL
                RECORD KEY   IS CD-STUDENT-V
                ALTERNATE RECORD KEY IS NM-STUDENT-V WITH DUPLICATES
                FILE STATUS  IS WS-FS-VELHO.
                SELECT EST-NOVO ASSIGN TO WS-ARQ-EST-NOVO
                ORGANIZATION IS INDEXED
                ACCESS MODE  IS SEQUENTIAL
                RECORD KEY   IS CD-STUDENT
                ALTERNATE RECORD KEY IS NM-STUDENT WITH DUPLICATES
                FILE STATUS  IS WS-FS-NOVO.
                SELECT NTF-VELHO ASSIGN TO WS-ARQ-NTF-VELHO
                ORGANIZATION IS INDEXED
                ACCESS MODE  IS SEQUENTIAL
                RECORD KEY   IS CHAVE-NOTIFREG-V
                FILE STATUS  IS WS-FS-VELHO.
                SELECT NTF-NOVO ASSIGN TO WS-ARQ-NTF-NOVO
                ORGANIZATION IS INDEXED
                ACCESS MODE  IS SEQUENTIAL
                RECORD KEY   IS CHAVE-NOTIFREG
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
          03 TP-DOC-CLIENTE-V            PIC X(01).
          03 NR-DOC-CLIENTE-V            PIC 9(14).

       FD CLI-NOVO.
          COPY FD_CLIENTE.

       FD EST-VELHO.
       01 REG-ESTUDANTE-V.
          03 CD-STUDENT-V                PIC 9(05).
          03 NM-STUDENT-V                PIC X(20).
          03 TL-STUDENT-V                PIC X(15).
          03 EM-STUDENT-V                PIC X(30).
          03 CR-STUDENT-V                PIC X(20).
          03 ST-STUDENT-V                PIC X(01).
          03 CPF-STUDENT-V               PIC 9(11).

       FD EST-NOVO.
          COPY FD_ESTUDANTE.

       FD NTF-VELHO.
       01 REG-NOTIFREG-V.
          03 CHAVE-NOTIFREG-V.
             05 NTF-TIPO-V               PIC X(01).
             05 NTF-CHAVE-V              PIC X(14).
          03 NTF-DT-GERACAO-V            PIC 9(08).

       FD NTF-NOVO.
          COPY FD_NOTIFREG.

       WORKING-STORAGE SECTION.
      ***** CAMINHOS FISICOS DOS ARQUIVOS - PRE-CARREGADOS COM O *****
      ***** PADRAO HISTORICO E RESOLVIDOS PELO ARQCONF NO INICIO *****
       77 WS-ARQ-CLI-VELHO           PIC X(68) VALUE
          'C:\CURSOCOBOL\COBOL\01 - BASICO\BIN\CLIENTE.DAT'.
       77 WS-ARQ-CLI-NOVO            PIC X(68) VALUE
          'C:\CURSOCOBOL\COBOL\01 - BASICO\BIN\CLIENTE.NV'.
       77 WS-ARQ-EST-VELHO           PIC X(68) VALUE
          'C:\CURSOCOBOL\COBOL\01 - BASICO\BIN\STUDENT.DAT'.
       77 WS-ARQ-EST-NOVO            PIC X(68) VALUE
          'C:\CURSOCOBOL\COBOL\01 - BASICO\BIN\STUDENT.NV'.
       77 WS-ARQ-NTF-VELHO           PIC X(68) VALUE
          'C:\CursoCOBOL\COBOL\01 - Basico\bin\NOTIFREG.DAT'.
       77 WS-ARQ-NTF-NOVO            PIC X(68) VALUE
          'C:\CursoCOBOL\COBOL\01 - Basico\bin\NOTIFREG.NV'.
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
            CALL 'ARQCONF' USING 'STUDENT.DAT     ' WS-ARQ-EST-VELHO
            CALL 'ARQCONF' USING 'STUDENT.NV      ' WS-ARQ-EST-NOVO
            CALL 'ARQCONF' USING 'NOTIFREG.DAT    ' WS-ARQ-NTF-VELHO
            CALL 'ARQCONF' USING 'NOTIFREG.NV     ' WS-ARQ-NTF-NOVO

            DISPLAY '*** CONVERSAO PARA O RETORNO DE ENTREGA DAS '
                    'NOTIFICACOES ***'

            PERFORM P100-CONVERTE-CLIENTE    THRU P100-FIM
            PERFORM P300-CONVERTE-ESTUDANTE  THRU P300-FIM
            PERFORM P500-CONVERTE-NOTIFREG   THRU P500-FIM

            DISPLAY '*** FIM DA CONVERSAO ***'
            IF WS-QT-DIVERGENTES EQUAL ZEROS
               DISPLAY 'TODOS OS TOTAIS CONFEREM: SUBSTITUA OS '
                       'ORIGINAIS PELOS .NV.'
            ELSE
               DISPLAY '*** ' WS-QT-DIVERGENTES ' ARQUIVO(S) COM '
                       'TOTAIS DIVERGENTES - NAO SUBSTITUA ESSES '
                       'ORIGINAIS! ***'
               MOVE 16                   TO RETURN-CODE
            END-IF

            STOP RUN.

      ******************************************************************
      * CLIENTE.DAT -> CLIENTE.NV, E-MAIL VALIDO
      ******************************************************************
       P100-CONVERTE-CLIENTE.
            MOVE 'CLIENTE.DAT     '      TO WS-NM-ARQUIVO
            MOVE 'CLIENTE.NV      '      TO WS-NM-ARQUIVO-NV
            MOVE ZEROS                   TO WS-QT-LIDOS
                                            WS-QT-GRAVADOS

            CALL 'SELOMARC' USING 'CLIENTE     ' 'NTFCONV   '
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
            MOVE TP-DOC-CLIENTE-V        TO TP-DOC-CLIENTE
            MOVE NR-DOC-CLIENTE-V        TO NR-DOC-CLIENTE
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
      * STUDENT.DAT -> STUDENT.NV, E-MAIL VALIDO
      ******************************************************************
       P300-CONVERTE-ESTUDANTE.
            MOVE 'STUDENT.DAT     '      TO WS-NM-ARQUIVO
            MOVE 'STUDENT.NV      '      TO WS-NM-ARQUIVO-NV
            MOVE ZEROS                   TO WS-QT-LIDOS
                                            WS-QT-GRAVADOS

            CALL 'SELOMARC' USING 'STUDENT     ' 'NTFCONV   '
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
            MOVE CD-STUDENT-V            TO CD-STUDENT
            MOVE NM-STUDENT-V            TO NM-STUDENT
            MOVE TL-STUDENT-V            TO TL-STUDENT
            MOVE EM-STUDENT-V            TO EM-STUDENT
            MOVE CR-STUDENT-V            TO CR-STUDENT
            MOVE ST-STUDENT-V            TO ST-STUDENT
            MOVE CPF-STUDENT-V           TO CPF-STUDENT
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
      * NOTIFREG.DAT -> NOTIFREG.NV, ENTRADA ANTIGA SEM PESSOA, SEM
      * DESTINO E SEM RETORNO (NAO ENTRA NA CONTAGEM DE ENTREGA)
      ******************************************************************
       P500-CONVERTE-NOTIFREG.
            MOVE 'NOTIFREG.DAT    '      TO WS-NM-ARQUIVO
            MOVE 'NOTIFREG.NV     '      TO WS-NM-ARQUIVO-NV
            MOVE ZEROS                   TO WS-QT-LIDOS
                                            WS-QT-GRAVADOS

            OPEN INPUT NTF-VELHO
            IF WS-FS-VELHO EQUAL 35
               DISPLAY 'NAO EXISTE NOTIFREG.DAT A CONVERTER.'
               GO TO P500-FIM
            END-IF
            IF NOT FS-VELHO-OK
               PERFORM P900-ERRO-VELHO   THRU P900-FIM
               GO TO P500-FIM
            END-IF

            OPEN OUTPUT NTF-NOVO
            IF NOT FS-NOVO-OK
               PERFORM P910-ERRO-NOVO    THRU P910-FIM
               CLOSE NTF-VELHO
               GO TO P500-FIM
            END-IF

            SET EOF-OK                   TO FALSE
            PERFORM P510-LE-NOTIFREG     THRU P510-FIM UNTIL EOF-OK

            CLOSE NTF-VELHO NTF-NOVO
            PERFORM P950-CONFERE-TOTAIS  THRU P950-FIM
            .
       P500-FIM.
           EXIT.

       P510-LE-NOTIFREG.
            READ NTF-VELHO NEXT RECORD
               AT END
                  SET EOF-OK             TO TRUE
                  GO TO P510-FIM
            END-READ

            ADD 1                        TO WS-QT-LIDOS
            INITIALIZE REG-NOTIFREG
            MOVE NTF-TIPO-V              TO NTF-TIPO
            MOVE NTF-CHAVE-V             TO NTF-CHAVE
            MOVE NTF-DT-GERACAO-V        TO NTF-DT-GERACAO

            WRITE REG-NOTIFREG
               INVALID KEY
                  DISPLAY 'ERRO AO GRAVAR A NOTIFICACAO '
                          CHAVE-NOTIFREG-V
               NOT INVALID KEY
                  ADD 1                  TO WS-QT-GRAVADOS
            END-WRITE
            .
       P510-FIM.
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

       END PROGRAM NTFCONV.
