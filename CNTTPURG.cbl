      * Update: 21/08/2026 - O corte de retencao passou a ser contado
      *         a partir da DATA DE MOVIMENTO (DTMOVIM), nao do
      *         relogio da maquina.
      * Update: 15/10/2026 - Os canais do contato expurgado
      *         (CTTCAN.DAT) vao junto com ele para o historico de
      *         canais (CANHIST.DAT) e saem do arquivo ativo; total
      *         de canais expurgados no resumo.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CNTTPURG.
                ACCESS MODE  IS DYNAMIC
                RECORD KEY   IS ID-CONTATO-W
                FILE STATUS  IS WS-FS-WRK.
                SELECT CTTCAN ASSIGN TO
                WS-ARQ-CTTCAN
                ORGANIZATION IS INDEXED
                ACCESS MODE  IS DYNAMIC
                RECORD KEY   IS CHAVE-CTTCAN
                FILE STATUS  IS WS-FS-CAN.
                SELECT CANHIST ASSIGN TO
                WS-ARQ-CANHIST
                ORGANIZATION IS INDEXED
                ACCESS MODE  IS RANDOM
                RECORD KEY   IS CHAVE-CANHIST
                FILE STATUS  IS WS-FS-CHS.
                SELECT PARAMETRO ASSIGN TO
                WS-ARQ-CNTTPURG
                ORGANIZATION IS LINE SEQUENTIAL
          03 ST-CONTATO-W                PIC X(01).
          03 DT-SITUACAO-W               PIC 9(08).

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

       FD PARAMETRO.
       01 REG-PARAMETRO                  PIC X(20).

          'C:\CursoCOBOL\COBOL\01 - Basico\bin\CONTHIST.DAT'.
       77 WS-ARQ-CNTTWORK            PIC X(68) VALUE
          'C:\CursoCOBOL\COBOL\01 - Basico\bin\CNTTWORK.DAT'.
       77 WS-ARQ-CTTCAN              PIC X(68) VALUE
          'C:\CursoCOBOL\COBOL\01 - Basico\bin\CTTCAN.DAT'.
       77 WS-ARQ-CANHIST             PIC X(68) VALUE
          'C:\CursoCOBOL\COBOL\01 - Basico\bin\CANHIST.DAT'.
       77 WS-ARQ-CNTTPURG            PIC X(68) VALUE
          'C:\CursoCOBOL\COBOL\01 - Basico\bin\CNTTPURG.PRM'.
       77 WS-ARQ-CNTTPURG2           PIC X(68) VALUE
          88 FS-HIS-OK                   VALUE 0.
       77 WS-FS-WRK                      PIC 99.
          88 FS-WRK-OK                   VALUE 0.
       77 WS-FS-CAN                      PIC 99.
          88 FS-CAN-OK                   VALUE 0.
       77 WS-FS-CHS                      PIC 99.
          88 FS-CHS-OK                   VALUE 0.
       77 WS-CAN-ABERTO                  PIC X VALUE 'N'.
          88 CAN-ABERTO                  VALUE 'S'.
       77 WS-EOF-CAN                     PIC X.
          88 EOF-CAN-OK                  VALUE 'S' FALSE 'N'.
       77 WS-FS-PRM                      PIC 99.
       77 WS-FS-REL                      PIC 99.
       77 WS-EOF                         PIC X.
       77 WS-QT-LIDOS                    PIC 9(05) VALUE ZEROS.
       77 WS-QT-EXPURGADOS               PIC 9(05) VALUE ZEROS.
       77 WS-QT-MANTIDOS                 PIC 9(05) VALUE ZEROS.
       77 WS-QT-CANAIS                   PIC 9(05) VALUE ZEROS.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            CALL 'ARQCONF' USING 'CONTATOS.DAT    ' WS-ARQ-CONTATOS
            CALL 'ARQCONF' USING 'CONTHIST.DAT    ' WS-ARQ-CONTHIST
            CALL 'ARQCONF' USING 'CNTTWORK.DAT    ' WS-ARQ-CNTTWORK
            CALL 'ARQCONF' USING 'CTTCAN.DAT      ' WS-ARQ-CTTCAN
            CALL 'ARQCONF' USING 'CANHIST.DAT     ' WS-ARQ-CANHIST
            CALL 'ARQCONF' USING 'CNTTPURG.PRM    ' WS-ARQ-CNTTPURG
            CALL 'ARQCONF' USING 'CNTTPURG.LST    ' WS-ARQ-CNTTPURG2

               STOP RUN
            END-IF

      ***** SEM ARQUIVO DE CANAIS, NAO HA CANAL A LEVAR JUNTO *********
            OPEN I-O CTTCAN
            IF FS-CAN-OK
               OPEN I-O CANHIST
               IF WS-FS-CHS EQUAL 35
                  OPEN OUTPUT CANHIST
                  CLOSE CANHIST
                  OPEN I-O CANHIST
               END-IF
               IF NOT FS-CHS-OK
                  DISPLAY 'ERRO AO ABRIR O HISTORICO DE CANAIS.'
                  DISPLAY 'FILE STATUS: ' WS-FS-CHS
                  CLOSE CONTATOS CONTHIST CTTCAN
                  MOVE 16                TO RETURN-CODE
                  STOP RUN
               END-IF
               MOVE 'S'                  TO WS-CAN-ABERTO
            END-IF

            OPEN OUTPUT CNTTWORK

            IF NOT FS-WRK-OK
                   ' INATIVO DESDE: '   DT-SITUACAO
                   DELIMITED BY SIZE INTO REG-RELATORIO
            WRITE REG-RELATORIO

            IF CAN-ABERTO
               PERFORM P340-EXPURGA-CANAIS THRU P340-FIM
            END-IF
            .
       P320-FIM.
       P330-MANTEM.
            ADD 1                        TO WS-QT-MANTIDOS
            .
       P330-FIM.
       P340-EXPURGA-CANAIS.

      ***** OS CANAIS DO CONTATO EXPURGADO VAO JUNTO COM ELE PARA O ***
      ***** HISTORICO (CANHIST.DAT) E SAEM DO CTTCAN.DAT **************
            MOVE ID-CONTATO              TO CN-ID-CONTATO
            MOVE ZEROS                   TO CN-SEQUENCIA

            START CTTCAN KEY NOT LESS THAN CHAVE-CTTCAN
               INVALID KEY
                  GO TO P340-FIM
            END-START

            SET EOF-CAN-OK               TO FALSE
            PERFORM P350-EXPURGA-CANAL   THRU P350-FIM UNTIL EOF-CAN-OK
            .
       P340-FIM.
       P350-EXPURGA-CANAL.

            READ CTTCAN NEXT RECORD
               AT END
                  SET EOF-CAN-OK         TO TRUE
                  GO TO P350-FIM
            END-READ

            IF CN-ID-CONTATO NOT EQUAL ID-CONTATO
               SET EOF-CAN-OK            TO TRUE
               GO TO P350-FIM
            END-IF

            MOVE CN-ID-CONTATO           TO CN-ID-CONTATO-H
            MOVE CN-SEQUENCIA            TO CN-SEQUENCIA-H
            MOVE CN-TP-CANAL             TO CN-TP-CANAL-H
            MOVE CN-VALOR                TO CN-VALOR-H
            MOVE CN-PREFERENCIAL         TO CN-PREFERENCIAL-H
            MOVE CN-OPT-OUT              TO CN-OPT-OUT-H
            MOVE CN-DT-OPT-OUT           TO CN-DT-OPT-OUT-H
            MOVE WS-DATA-HOJE            TO DT-EXPURGO-CH

            WRITE REG-CANHIST
               INVALID KEY
                  REWRITE REG-CANHIST
            END-WRITE

            DELETE CTTCAN RECORD
               INVALID KEY
                  DISPLAY 'ERRO AO APAGAR O CANAL: ' CN-ID-CONTATO
                          '/' CN-SEQUENCIA
                  GO TO P350-FIM
            END-DELETE

            ADD 1                        TO WS-QT-CANAIS
            .
       P350-FIM.
       P400-RECONSTRUIR.

      ***** SEGUNDA PASSADA: O CONTATOS.DAT E RECONSTRUIDO SO COM ****
                   DELIMITED BY SIZE INTO REG-RELATORIO
            WRITE REG-RELATORIO

            MOVE SPACES                  TO REG-RELATORIO
            STRING 'CANAIS EXPURGADOS..: ' WS-QT-CANAIS
                   DELIMITED BY SIZE INTO REG-RELATORIO
            WRITE REG-RELATORIO

            CLOSE CONTHIST
            IF CAN-ABERTO
               CLOSE CTTCAN CANHIST
            END-IF
            CLOSE RELATORIO

            DISPLAY '*** RESUMO DO EXPURGO DE CONTATOS ***'
            DISPLAY 'CONTATOS LIDOS.....: ' WS-QT-LIDOS
            DISPLAY 'CONTATOS EXPURGADOS: ' WS-QT-EXPURGADOS
            DISPLAY 'CONTATOS MANTIDOS..: ' WS-QT-MANTIDOS
            DISPLAY 'CANAIS EXPURGADOS..: ' WS-QT-CANAIS
            DISPLAY 'RELATORIO GERADO EM CNTTPURG.LST'
            .
       P900-FIM.
