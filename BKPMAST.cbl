      *          DA JANELA NOTURNA, PARA SEMPRE EXISTIR O ONTEM.
      *          MESTRES ATENDIDOS: CONTATOS, STUDENT, EXALUNO,
      *          CONTRATO, FUNCIONARIO, CFPK0001 E CFPK0002.
      * Update: 15/10/2026 - Copia tambem do CLIENTE.DAT e do
      *         NOTAS.DAT, e o trailer passou a levar a data e hora
      *         da copia: e o ponto a partir do qual o BKPREAPL
      *         reaplica os jornais de alteracao sobre a recarga.
      * Update: 15/10/2026 - Registro da copia alargado para 163
      *         posicoes: o CONTRATO.DAT (produto, IOF e CET) e o maior
      *         registro copiado e o IOF/CET eram truncados.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. BKPMAST.
                ACCESS MODE  IS SEQUENTIAL
                RECORD KEY   IS CD-FUNCIONARIO
                FILE STATUS  IS WS-FS.
                SELECT CLIENTE ASSIGN TO
                WS-ARQ-CLIENTE
                ORGANIZATION IS INDEXED
                ACCESS MODE  IS SEQUENTIAL
                RECORD KEY   IS CD-CLIENTE
                ALTERNATE RECORD KEY IS NM-CLIENTE WITH DUPLICATES
                FILE STATUS  IS WS-FS.
                SELECT NOTAS ASSIGN TO
                WS-ARQ-NOTAS
                ORGANIZATION IS INDEXED
                ACCESS MODE  IS SEQUENTIAL
                RECORD KEY   IS CHAVE-NOTAS
                FILE STATUS  IS WS-FS.
                SELECT CFPK0001 ASSIGN TO
                WS-ARQ-CFPK0001
                ORGANIZATION IS INDEXED
       FD FUNCIONARIO.
          COPY FD_FUNCIONARIO.

       FD CLIENTE.
          COPY FD_CLIENTE.

       FD NOTAS.
          COPY FD_NOTAS.

       FD CFPK0001.
       01 CFPK0001-ALUNO.
          03 ID-ALUNO                PIC 9(05).
          03 PS-PESO-NOTA4           PIC 9(02).

       FD BACKUP-SAIDA.
       01 REG-BACKUP                     PIC X(163).

       WORKING-STORAGE SECTION.
      ***** CAMINHOS FISICOS DOS ARQUIVOS - PRE-CARREGADOS COM O *****
          'C:\CursoCOBOL\COBOL\01 - Basico\bin\CONTRATO.DAT'.
       77 WS-ARQ-FUNCIONARI          PIC X(68) VALUE
          'C:\CursoCOBOL\COBOL\01 - Basico\bin\FUNCIONARIO.DAT'.
       77 WS-ARQ-CLIENTE             PIC X(68) VALUE
          'C:\CURSOCOBOL\COBOL\01 - BASICO\BIN\CLIENTE.DAT'.
       77 WS-ARQ-NOTAS               PIC X(68) VALUE
          'C:\Users\Mauro Vieira\bin\NOTAS.DAT'.
       77 WS-ARQ-CFPK0001            PIC X(68) VALUE
          'C:\Users\Mauro Vieira\bin\CFPK0001.DAT'.
       77 WS-ARQ-CFPK0002            PIC X(68) VALUE
       77 WS-QT-FALHAS                   PIC 9(02) VALUE ZEROS.
       77 WS-CHAVE-NUM                   PIC 9(09) VALUE ZEROS.
      ***** TRAILER DA COPIA: TOTAL DE REGISTROS + HASH DAS CHAVES ****
      ***** + DATA E HORA DA COPIA (CORTE PARA O BKPREAPL) ************
       01 WS-TRAILER-BKP.
          03 FILLER                      PIC X(09) VALUE '*TRAILER*'.
          03 WS-TRL-QUANTIDADE           PIC 9(07).
          03 WS-TRL-HASH                 PIC 9(12).
          03 WS-TRL-DATA-HORA.
             05 WS-TRL-DATA              PIC 9(08).
             05 WS-TRL-HORA              PIC 9(06).
       77 WS-HORA-COMPLETA               PIC 9(08).
       01 WS-PATH-BIN                    PIC X(68) VALUE
          'C:\CursoCOBOL\COBOL\01 - Basico\bin\'.
       01 WS-PATH-BOL                    PIC X(68) VALUE
            CALL 'ARQCONF' USING 'EXALUNO.DAT     ' WS-ARQ-EXALUNO
            CALL 'ARQCONF' USING 'CONTRATO.DAT    ' WS-ARQ-CONTRATO
            CALL 'ARQCONF' USING 'FUNCIONARIO.DAT ' WS-ARQ-FUNCIONARI
            CALL 'ARQCONF' USING 'CLIENTE.DAT     ' WS-ARQ-CLIENTE
            CALL 'ARQCONF' USING 'NOTAS.DAT       ' WS-ARQ-NOTAS
            CALL 'ARQCONF' USING 'CFPK0001.DAT    ' WS-ARQ-CFPK0001
            CALL 'ARQCONF' USING 'CFPK0002.DAT    ' WS-ARQ-CFPK0002
            CALL 'ARQCONF' USING 'PATH-BIN        ' WS-PATH-BIN
            PERFORM P150-BACKUP-FUNCIONARIO THRU P150-FIM
            PERFORM P160-BACKUP-CFPK0001    THRU P160-FIM
            PERFORM P170-BACKUP-CFPK0002    THRU P170-FIM
            PERFORM P180-BACKUP-CLIENTE     THRU P180-FIM
            PERFORM P190-BACKUP-NOTAS       THRU P190-FIM

            DISPLAY '*** BACKUP CONCLUIDO - FALHAS: ' WS-QT-FALHAS
                    ' ***'
            PERFORM P930-GRAVA-TRAILER   THRU P930-FIM
            .
       P170-FIM.
       P180-BACKUP-CLIENTE.

            MOVE 'CLIENTE'               TO WS-MESTRE-ATUAL
            STRING FUNCTION TRIM(WS-PATH-BIN) 'CLIENTE.B'
                   WS-DATA-MOVIMENTO
                   DELIMITED BY SIZE INTO WS-ARQ-BACKUP

            OPEN INPUT CLIENTE
            PERFORM P900-TESTA-ABERTURA  THRU P900-FIM
            IF NOT FS-OK
               GO TO P180-FIM
            END-IF

            PERFORM P910-ABRE-BACKUP     THRU P910-FIM
            IF NOT FS-BKP-OK
               CLOSE CLIENTE
               GO TO P180-FIM
            END-IF

            SET EOF-OK                   TO FALSE
            PERFORM P185-COPIA-CLIENTE   THRU P185-FIM UNTIL EOF-OK

            CLOSE CLIENTE
            PERFORM P930-GRAVA-TRAILER   THRU P930-FIM
            .
       P180-FIM.
       P185-COPIA-CLIENTE.

            READ CLIENTE NEXT RECORD
               AT END
                  SET EOF-OK             TO TRUE
               NOT AT END
                  MOVE SPACES            TO REG-BACKUP
                  MOVE REG-CLIENTE       TO REG-BACKUP
                  MOVE CD-CLIENTE        TO WS-CHAVE-NUM
                  PERFORM P920-GRAVA-REGISTRO THRU P920-FIM
            END-READ
            .
       P185-FIM.
       P190-BACKUP-NOTAS.

            MOVE 'NOTAS'                 TO WS-MESTRE-ATUAL
            STRING FUNCTION TRIM(WS-PATH-BOL) 'NOTAS.B'
                   WS-DATA-MOVIMENTO
                   DELIMITED BY SIZE INTO WS-ARQ-BACKUP

            OPEN INPUT NOTAS
            PERFORM P900-TESTA-ABERTURA  THRU P900-FIM
            IF NOT FS-OK
               GO TO P190-FIM
            END-IF

            PERFORM P910-ABRE-BACKUP     THRU P910-FIM
            IF NOT FS-BKP-OK
               CLOSE NOTAS
               GO TO P190-FIM
            END-IF

            SET EOF-OK                   TO FALSE
            PERFORM P195-COPIA-NOTAS     THRU P195-FIM UNTIL EOF-OK

            CLOSE NOTAS
            PERFORM P930-GRAVA-TRAILER   THRU P930-FIM
            .
       P190-FIM.
       P195-COPIA-NOTAS.

            READ NOTAS NEXT RECORD
               AT END
                  SET EOF-OK             TO TRUE
               NOT AT END
                  MOVE SPACES            TO REG-BACKUP
                  MOVE REG-NOTAS         TO REG-BACKUP
                  COMPUTE WS-CHAVE-NUM = NT-ID-ALUNO * 1000 +
                                         NT-ID-MATERIA
                  PERFORM P920-GRAVA-REGISTRO THRU P920-FIM
            END-READ
            .
       P195-FIM.
       P900-TESTA-ABERTURA.

      ***** MESTRE AINDA INEXISTENTE NAO E FALHA: SO NAO HA O QUE *****
            MOVE ZEROS                   TO WS-QT-REGISTROS
            MOVE ZEROS                   TO WS-HASH-CHAVES

      ***** O CARIMBO E TOMADO ANTES DA LEITURA DO MESTRE: O QUE O ****
      ***** JORNAL REGISTRAR DEPOIS DELE FICA FORA DA COPIA ***********
            ACCEPT WS-TRL-DATA           FROM DATE YYYYMMDD
            ACCEPT WS-HORA-COMPLETA      FROM TIME
            MOVE WS-HORA-COMPLETA(1:6)   TO WS-TRL-HORA

            OPEN OUTPUT BACKUP-SAIDA

            IF NOT FS-BKP-OK
