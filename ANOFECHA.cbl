      *         historico passou a ser registrado no jornal de notas
      *         (NOTJRNL, operacao ARQUIVA) - o fechamento deixa de
      *         mexer no registro oficial sem rastro.
      * Update: 15/10/2026 - O resultado CREDITADO (aproveitamento
      *         de estudos da transferencia de curso, ESTTRANS)
      *         conta como aprovacao na estatistica e no extrato
      *         APROVADO.
      * Update: 15/10/2026 - O ano fechado passou a ser gravado
      *         tambem no cadastro indexado ANOFECH.DAT, que o
      *         lancamento online de notas (CFPKO008) consulta
      *         por chave para recusar nota em ano fechado.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ANOFECHA.
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS  IS WS-FS-FEC.

       SELECT ANOFECH ASSIGN TO
           WS-ARQ-ANOFECH
       ORGANIZATION IS INDEXED
       ACCESS       IS RANDOM
       RECORD KEY   IS AF-AA-FECHADO
       FILE STATUS  IS WS-FS-AFC.

       SELECT RELATORIO ASSIGN TO
           WS-ARQ-ANOFECHA
       ORGANIZATION IS LINE SEQUENTIAL
       FD FECHADOS.
       01 REG-FECHADO                    PIC 9(04).

       FD ANOFECH.
          COPY FD_ANOFECH.

       FD RELATORIO.
       01 REG-RELATORIO                  PIC X(80).

          'C:\USERS\Mauro Vieira\BIN\REPROVADOS.TXT'.
       77 WS-ARQ-FECHADOS            PIC X(68) VALUE
          'C:\Users\Mauro Vieira\bin\FECHADOS.TXT'.
       77 WS-ARQ-ANOFECH             PIC X(68) VALUE
          'C:\Users\Mauro Vieira\bin\ANOFECH.DAT'.
       77 WS-ARQ-ANOFECHA            PIC X(68) VALUE
          'C:\Users\Mauro Vieira\bin\ANOFECHA.LST'.
       77 WS-FS-NOT                      PIC 99.
       77 WS-FS-APR                      PIC 99.
       77 WS-FS-REP                      PIC 99.
       77 WS-FS-FEC                      PIC 99.
       77 WS-FS-AFC                      PIC 99.
       77 WS-FS-REL                      PIC 99.
       77 WS-EOF                         PIC X.
          88 EOF-OK                      VALUE 'S' FALSE 'N'.
            CALL 'ARQCONF' USING 'APROVADO.TXT    ' WS-ARQ-APROVADO
            CALL 'ARQCONF' USING 'REPROVADOS.TXT  ' WS-ARQ-REPROVADOS
            CALL 'ARQCONF' USING 'FECHADOS.TXT    ' WS-ARQ-FECHADOS
            CALL 'ARQCONF' USING 'ANOFECH.DAT     ' WS-ARQ-ANOFECH
            CALL 'ARQCONF' USING 'ANOFECHA.LST    ' WS-ARQ-ANOFECHA

            DISPLAY '*** FECHAMENTO DO ANO LETIVO ***'
            PERFORM P400-RECONSTROI      THRU P400-FIM
            PERFORM P500-REGERA-EXTRATOS THRU P500-FIM
            PERFORM P600-REGISTRA-ANO    THRU P600-FIM
            PERFORM P610-TRAVA-ONLINE    THRU P610-FIM
            PERFORM P900-RESUMO          THRU P900-FIM

            CLOSE RELATORIO
                                            WS-TM-REPROVADOS (WS-IDX)
            END-IF

            IF NOTA-APROVADO OR NOTA-RECUPERADO OR NOTA-CREDITADO
               ADD 1                     TO WS-TM-APROVADOS (WS-IDX)
            ELSE
               ADD 1                     TO WS-TM-REPROVADOS (WS-IDX)
                  SET EOF-OK             TO TRUE
               NOT AT END
                  IF NOTA-APROVADO OR NOTA-RECUPERADO
                     OR NOTA-CREDITADO
                     MOVE NT-ID-ALUNO       TO ID-ALUNO-APR
                     MOVE NT-NM-ALUNO       TO NM-ALUNO-APR
                     MOVE ZEROS             TO TL-ALUNO-APR
            END-IF
            .
       P600-FIM.
       P610-TRAVA-ONLINE.

      ***** O FECHADOS.TXT E SEQUENCIAL; O LANCAMENTO ONLINE DE ******
      ***** NOTAS (CFPKO008) CONSULTA O ANO FECHADO POR CHAVE *******
            OPEN I-O ANOFECH
            IF WS-FS-AFC EQUAL 35
               OPEN OUTPUT ANOFECH
               CLOSE ANOFECH
               OPEN I-O ANOFECH
            END-IF

            IF WS-FS-AFC NOT EQUAL ZEROS
               DISPLAY 'NAO FOI POSSIVEL TRAVAR O ANO NO LANCAMENTO '
                       'ONLINE.'
               DISPLAY 'FILE STATUS: ' WS-FS-AFC
               GO TO P610-FIM
            END-IF

            MOVE WS-ANO-FECHAR           TO AF-AA-FECHADO
            ACCEPT AF-DT-FECHAMENTO      FROM DATE YYYYMMDD
            WRITE REG-ANOFECH
               INVALID KEY
                  REWRITE REG-ANOFECH
                  END-REWRITE
            END-WRITE

            CLOSE ANOFECH
            .
       P610-FIM.
       P900-RESUMO.

            MOVE SPACES                  TO REG-RELATORIO
