      *               NAO EXISTE NO CLIENTE.DAT (OU AINDA COM NOME
      *               LIVRE NAO MIGRADO);
      *            4) RESULTADO DO MESTRE DE NOTAS COM ID-MATERIA QUE
      *               NAO EXISTE MAIS NO CFPK0002;
      *            5) INDICE DE CONTRATOS POR CLIENTE (CTRCLI.DAT)
      *               DIVERGENTE DO CONTRATO.DAT: CONTRATO FORA DO
      *               INDICE, OU LINHA DO INDICE SEM O CONTRATO (OU
      *               COM OUTRO CLIENTE) NO MESTRE;
      *            6) TITULAR ANONIMIZADO NO ANONREG.DAT (LGPDANON)
      *               CUJO CADASTRO VOLTOU A TER NOME DE PESSOA NO
      *               LUGAR DA MARCA NEUTRA (RESTAURACAO DE COPIA
      *               ANTIGA OU REGRAVACAO POR FORA).
      *          IMPRIME UMA SECAO DE EXCECOES POR REGRA COM TOTAIS -
      *          ZERO EXCECOES E UM SISTEMA LIMPO. RODA COMO PASSO DA
      *          JANELA NOTURNA, PARA A QUEBRA APARECER ANTES DO
      *          USUARIO.
      * Update: 15/10/2026 - Regra 5: o indice de
      *         contratos por cliente (CTRCLI) e conferido contra o
      *         CONTRATO.DAT.
      * Update: 15/10/2026 - Regra 6: titulares
      *         anonimizados (ANONREG) conferidos contra os
      *         cadastros de contatos, clientes, alunos e
      *         ex-funcionarios.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. AUDITREF.
                SELECT CONTRATO ASSIGN TO
                WS-ARQ-CONTRATO
                ORGANIZATION IS INDEXED
                ACCESS MODE  IS DYNAMIC
                RECORD KEY   IS CHAVE-CONTRATO
                FILE STATUS  IS WS-FS-CTR.
                SELECT CTRCLI ASSIGN TO
                WS-ARQ-CTRCLI
                ORGANIZATION IS INDEXED
                ACCESS MODE  IS DYNAMIC
                RECORD KEY   IS CHAVE-CTRCLI
                FILE STATUS  IS WS-FS-CCL.
                SELECT CLIENTE ASSIGN TO
                WS-ARQ-CLIENTE
                ORGANIZATION IS INDEXED
                ACCESS MODE  IS RANDOM
                RECORD KEY   IS ID-MATERIA
                FILE STATUS  IS WS-FS-MAT.
                SELECT ANONREG ASSIGN TO
                WS-ARQ-ANONREG
                ORGANIZATION IS INDEXED
                ACCESS MODE  IS SEQUENTIAL
                RECORD KEY   IS CHAVE-ANONREG
                FILE STATUS  IS WS-FS-ANR.
                SELECT CONTATOS ASSIGN TO
                WS-ARQ-CONTATOS
                ORGANIZATION IS INDEXED
                ACCESS MODE  IS RANDOM
                RECORD KEY   IS ID-CONTATO
                FILE STATUS  IS WS-FS-CTT.
                SELECT EXFUNC ASSIGN TO
                WS-ARQ-EXFUNC
                ORGANIZATION IS INDEXED
                ACCESS MODE  IS RANDOM
                RECORD KEY   IS CD-FUNCIONARIO
                FILE STATUS  IS WS-FS-EXF.
                SELECT RELATORIO ASSIGN TO
                WS-ARQ-AUDITREF
                ORGANIZATION IS LINE SEQUENTIAL
       FD CLIENTE.
          COPY FD_CLIENTE.

       FD CTRCLI.
          COPY FD_CTRCLI.

       FD NOTAS.
          COPY FD_NOTAS.

          03 PS-PESO-NOTA3           PIC 9(02).
          03 PS-PESO-NOTA4           PIC 9(02).

       FD ANONREG.
          COPY FD_ANONREG.

       FD CONTATOS.
          COPY FD_CONTT.

       FD EXFUNC.
          COPY FD_EXFUNC.

       FD RELATORIO.
       01 REG-RELATORIO                  PIC X(100).

          'C:\CursoCOBOL\COBOL\01 - Basico\bin\CONTRATO.DAT'.
       77 WS-ARQ-CLIENTE             PIC X(68) VALUE
          'C:\CURSOCOBOL\COBOL\01 - BASICO\BIN\CLIENTE.DAT'.
       77 WS-ARQ-CTRCLI              PIC X(68) VALUE
          'C:\CursoCOBOL\COBOL\01 - Basico\bin\CTRCLI.DAT'.
       77 WS-ARQ-NOTAS               PIC X(68) VALUE
          'C:\Users\Mauro Vieira\bin\NOTAS.DAT'.
       77 WS-ARQ-CFPK0002            PIC X(68) VALUE
          'C:\Users\Mauro Vieira\bin\CFPK0002.DAT'.
       77 WS-ARQ-ANONREG             PIC X(68) VALUE
          'C:\CursoCOBOL\COBOL\01 - Basico\bin\ANONREG.DAT'.
       77 WS-ARQ-CONTATOS            PIC X(68) VALUE
          'C:\CursoCOBOL\COBOL\01 - Basico\bin\CONTATOS.DAT'.
       77 WS-ARQ-EXFUNC              PIC X(68) VALUE
          'C:\CursoCOBOL\COBOL\01 - Basico\bin\EXFUNC.DAT'.
       77 WS-ARQ-AUDITREF            PIC X(68) VALUE
          'C:\CursoCOBOL\COBOL\01 - Basico\bin\AUDITREF.LST'.
       77 WS-FS-EST                      PIC 99.
          88 FS-CTR-OK                   VALUE 0.
       77 WS-FS-CLI                      PIC 99.
          88 FS-CLI-OK                   VALUE 0.
       77 WS-FS-CCL                      PIC 99.
          88 FS-CCL-OK                   VALUE 0.
       77 WS-FS-NOT                      PIC 99.
          88 FS-NOT-OK                   VALUE 0.
       77 WS-FS-MAT                      PIC 99.
          88 FS-MAT-OK                   VALUE 0.
       77 WS-FS-ANR                      PIC 99.
          88 FS-ANR-OK                   VALUE 0.
       77 WS-FS-CTT                      PIC 99.
          88 FS-CTT-OK                   VALUE 0.
       77 WS-FS-EXF                      PIC 99.
          88 FS-EXF-OK                   VALUE 0.
       77 WS-FS-REL                      PIC 99.
       77 WS-EOF                         PIC X.
          88 EOF-OK                      VALUE 'S' FALSE 'N'.
       77 WS-QT-REGRA2                   PIC 9(05) VALUE ZEROS.
       77 WS-QT-REGRA3                   PIC 9(05) VALUE ZEROS.
       77 WS-QT-REGRA4                   PIC 9(05) VALUE ZEROS.
       77 WS-QT-REGRA5                   PIC 9(05) VALUE ZEROS.
       77 WS-QT-REGRA6                   PIC 9(05) VALUE ZEROS.
       77 WS-CONTRATO-ATUAL              PIC 9(06) VALUE ZEROS.
       77 WS-QT-TOTAL                    PIC 9(06) VALUE ZEROS.
       77 WS-CLIENTE-NUM                 PIC 9(03).
       77 WS-MATERIA-EXISTE              PIC X.
          88 MATERIA-EXISTE              VALUE 'S'.
      ***** REGRA 6: MARCA NEUTRA DO LGPDANON E O NOME ACHADO *********
       77 WS-MARCA-ANONIMO               PIC X(11) VALUE 'ANONIMIZADO'.
       77 WS-NM-CADASTRO                 PIC X(30).
       77 WS-DS-CADASTRO                 PIC X(12).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            CALL 'ARQCONF' USING 'ESTLOCK.DAT     ' WS-ARQ-ESTLOCK
            CALL 'ARQCONF' USING 'CONTRATO.DAT    ' WS-ARQ-CONTRATO
            CALL 'ARQCONF' USING 'CLIENTE.DAT     ' WS-ARQ-CLIENTE
            CALL 'ARQCONF' USING 'CTRCLI.DAT      ' WS-ARQ-CTRCLI
            CALL 'ARQCONF' USING 'NOTAS.DAT       ' WS-ARQ-NOTAS
            CALL 'ARQCONF' USING 'CFPK0002.DAT    ' WS-ARQ-CFPK0002
            CALL 'ARQCONF' USING 'ANONREG.DAT     ' WS-ARQ-ANONREG
            CALL 'ARQCONF' USING 'CONTATOS.DAT    ' WS-ARQ-CONTATOS
            CALL 'ARQCONF' USING 'EXFUNC.DAT      ' WS-ARQ-EXFUNC
            CALL 'ARQCONF' USING 'AUDITREF.LST    ' WS-ARQ-AUDITREF

            OPEN OUTPUT RELATORIO
            PERFORM P200-REGRA2-DUPLO     THRU P200-FIM
            PERFORM P300-REGRA3-CONTRATOS THRU P300-FIM
            PERFORM P400-REGRA4-MATERIAS  THRU P400-FIM
            PERFORM P500-REGRA5-INDICE    THRU P500-FIM
            PERFORM P600-REGRA6-ANONIMOS  THRU P600-FIM

            COMPUTE WS-QT-TOTAL = WS-QT-REGRA1 + WS-QT-REGRA2
                                + WS-QT-REGRA3 + WS-QT-REGRA4
                                + WS-QT-REGRA5 + WS-QT-REGRA6

            MOVE '============================================='
                                          TO REG-RELATORIO
                   ' (R1=' WS-QT-REGRA1
                   ' R2='  WS-QT-REGRA2
                   ' R3='  WS-QT-REGRA3
                   ' R4='  WS-QT-REGRA4
                   ' R5='  WS-QT-REGRA5
                   ' R6='  WS-QT-REGRA6 ')'
                   DELIMITED BY SIZE INTO REG-RELATORIO
            WRITE REG-RELATORIO

            END-READ
            .
       P410-FIM.
       P500-REGRA5-INDICE.

            MOVE 'REGRA 5: INDICE POR CLIENTE x CONTRATO (CTRCLI)'
                                          TO REG-RELATORIO
            WRITE REG-RELATORIO

            OPEN INPUT CONTRATO
            IF NOT FS-CTR-OK
               MOVE '(ARQUIVO DE CONTRATOS INDISPONIVEL)'
                                          TO REG-RELATORIO
               WRITE REG-RELATORIO
               GO TO P500-FIM
            END-IF

            OPEN INPUT CTRCLI
            IF NOT FS-CCL-OK
               ADD 1                     TO WS-QT-REGRA5
               MOVE SPACES               TO REG-RELATORIO
               STRING '  INDICE CTRCLI.DAT INDISPONIVEL - FILE STATUS '
                      WS-FS-CCL ' - GERE PELO CTRCLIGR'
                      DELIMITED BY SIZE INTO REG-RELATORIO
               WRITE REG-RELATORIO
               CLOSE CONTRATO
               GO TO P500-FIM
            END-IF

      ***** IDA: TODO CONTRATO DO MESTRE TEM A SUA LINHA NO INDICE ****
            MOVE ZEROS                   TO WS-CONTRATO-ATUAL
            SET EOF-OK                   TO FALSE
            PERFORM P510-LE-CONTRATO     THRU P510-FIM UNTIL EOF-OK

      ***** VOLTA: TODA LINHA DO INDICE APONTA UM CONTRATO DO MESTRE **
      ***** COM O MESMO CLIENTE ***************************************
            MOVE LOW-VALUES              TO CHAVE-CTRCLI
            SET EOF-OK                   TO FALSE
            START CTRCLI KEY NOT LESS THAN CHAVE-CTRCLI
               INVALID KEY
                  SET EOF-OK             TO TRUE
            END-START
            PERFORM P520-LE-INDICE       THRU P520-FIM UNTIL EOF-OK

            CLOSE CONTRATO CTRCLI
            .
       P500-FIM.
       P510-LE-CONTRATO.

            READ CONTRATO NEXT RECORD
               AT END
                  SET EOF-OK             TO TRUE
               NOT AT END
                  IF NUM-CONTRATO NOT EQUAL WS-CONTRATO-ATUAL
                     MOVE NUM-CONTRATO   TO WS-CONTRATO-ATUAL
                     MOVE CD-CLIENTE-CONTRATO TO CCL-CD-CLIENTE
                     MOVE NUM-CONTRATO   TO CCL-NUM-CONTRATO
                     READ CTRCLI
                        INVALID KEY
                           ADD 1         TO WS-QT-REGRA5
                           MOVE SPACES   TO REG-RELATORIO
                           STRING '  CONTRATO ' NUM-CONTRATO
                                  ' FORA DO INDICE - CLIENTE "'
                                  CD-CLIENTE-CONTRATO '"'
                                  DELIMITED BY SIZE INTO REG-RELATORIO
                           END-STRING
                           WRITE REG-RELATORIO
                           END-WRITE
                        NOT INVALID KEY
                           CONTINUE
                     END-READ
                  END-IF
            END-READ
            .
       P510-FIM.
       P520-LE-INDICE.

            READ CTRCLI NEXT RECORD
               AT END
                  SET EOF-OK             TO TRUE
                  GO TO P520-FIM
            END-READ

            MOVE CCL-NUM-CONTRATO        TO NUM-CONTRATO
            MOVE ZEROS                   TO NUM-PARCELA-CONTRATO
            START CONTRATO KEY NOT LESS THAN CHAVE-CONTRATO
               INVALID KEY
                  MOVE ZEROS             TO NUM-CONTRATO
            END-START

            IF NUM-CONTRATO NOT EQUAL ZEROS
               READ CONTRATO NEXT RECORD
                  AT END
                     MOVE ZEROS          TO NUM-CONTRATO
               END-READ
            END-IF

            IF NUM-CONTRATO NOT EQUAL CCL-NUM-CONTRATO
               ADD 1                     TO WS-QT-REGRA5
               MOVE SPACES               TO REG-RELATORIO
               STRING '  INDICE APONTA O CONTRATO ' CCL-NUM-CONTRATO
                      ' QUE NAO EXISTE NO MESTRE'
                      DELIMITED BY SIZE INTO REG-RELATORIO
               WRITE REG-RELATORIO
               GO TO P520-FIM
            END-IF

            IF CD-CLIENTE-CONTRATO NOT EQUAL CCL-CD-CLIENTE
               ADD 1                     TO WS-QT-REGRA5
               MOVE SPACES               TO REG-RELATORIO
               STRING '  CONTRATO ' CCL-NUM-CONTRATO
                      ' NO INDICE COM CLIENTE "' CCL-CD-CLIENTE
                      '" E NO MESTRE COM "' CD-CLIENTE-CONTRATO '"'
                      DELIMITED BY SIZE INTO REG-RELATORIO
               WRITE REG-RELATORIO
            END-IF
            .
       P520-FIM.
       P600-REGRA6-ANONIMOS.

            MOVE 'REGRA 6: TITULAR ANONIMIZADO COM NOME DE VOLTA'
                                          TO REG-RELATORIO
            WRITE REG-RELATORIO

      ***** SEM REGISTRO, NENHUMA ANONIMIZACAO FOI FEITA AINDA ********
            OPEN INPUT ANONREG
            IF WS-FS-ANR EQUAL 35
               GO TO P600-FIM
            END-IF
            IF NOT FS-ANR-OK
               MOVE '(REGISTRO DE ANONIMIZACOES INDISPONIVEL)'
                                          TO REG-RELATORIO
               WRITE REG-RELATORIO
               GO TO P600-FIM
            END-IF

            OPEN INPUT CONTATOS CLIENTE ESTUDANTE EXALUNO EXFUNC

            SET EOF-OK                   TO FALSE
            PERFORM P610-LE-ANONREG      THRU P610-FIM UNTIL EOF-OK

            CLOSE ANONREG
            IF FS-CTT-OK
               CLOSE CONTATOS
            END-IF
            IF FS-CLI-OK
               CLOSE CLIENTE
            END-IF
            IF FS-EST-OK
               CLOSE ESTUDANTE
            END-IF
            IF FS-EXA-OK
               CLOSE EXALUNO
            END-IF
            IF FS-EXF-OK
               CLOSE EXFUNC
            END-IF
            .
       P600-FIM.
       P610-LE-ANONREG.

            READ ANONREG NEXT RECORD
               AT END
                  SET EOF-OK             TO TRUE
                  GO TO P610-FIM
            END-READ

      ***** PEDIDO RECUSADO NAO ALTEROU NADA - NAO HA O QUE CONFERIR **
            IF NOT TITULAR-ANONIMIZADO
               GO TO P610-FIM
            END-IF

            EVALUATE TRUE
                WHEN ANR-CONTATO
                   IF FS-CTT-OK
                      MOVE ANR-CD-TITULAR TO ID-CONTATO
                      READ CONTATOS
                         NOT INVALID KEY
                            MOVE NM-CONTATO     TO WS-NM-CADASTRO
                            MOVE 'CONTATOS.DAT' TO WS-DS-CADASTRO
                            PERFORM P620-CONFERE-NOME THRU P620-FIM
                      END-READ
                   END-IF
                WHEN ANR-CLIENTE
                   IF FS-CLI-OK
                      MOVE ANR-CD-TITULAR TO WS-CLIENTE-NUM
                      MOVE WS-CLIENTE-NUM TO CD-CLIENTE
                      READ CLIENTE
                         NOT INVALID KEY
                            MOVE NM-CLIENTE     TO WS-NM-CADASTRO
                            MOVE 'CLIENTE.DAT'  TO WS-DS-CADASTRO
                            PERFORM P620-CONFERE-NOME THRU P620-FIM
                      END-READ
                   END-IF
                WHEN ANR-ALUNO
                   IF FS-EST-OK
                      MOVE ANR-CD-TITULAR TO
                           CD-STUDENT OF REG-ESTUDANTE
                      READ ESTUDANTE
                         NOT INVALID KEY
                            MOVE NM-STUDENT OF REG-ESTUDANTE
                                                TO WS-NM-CADASTRO
                            MOVE 'STUDENT.DAT'  TO WS-DS-CADASTRO
                            PERFORM P620-CONFERE-NOME THRU P620-FIM
                      END-READ
                   END-IF
                   IF FS-EXA-OK
                      MOVE ANR-CD-TITULAR TO
                           CD-STUDENT OF REG-EXALUNO
                      READ EXALUNO
                         NOT INVALID KEY
                            MOVE NM-STUDENT OF REG-EXALUNO
                                                TO WS-NM-CADASTRO
                            MOVE 'EXALUNO.DAT'  TO WS-DS-CADASTRO
                            PERFORM P620-CONFERE-NOME THRU P620-FIM
                      END-READ
                   END-IF
                WHEN ANR-FUNCIONARIO
                   IF FS-EXF-OK
                      MOVE ANR-CD-TITULAR TO CD-FUNCIONARIO
                      READ EXFUNC
                         NOT INVALID KEY
                            MOVE NM-FUNCIONARIO TO WS-NM-CADASTRO
                            MOVE 'EXFUNC.DAT'   TO WS-DS-CADASTRO
                            PERFORM P620-CONFERE-NOME THRU P620-FIM
                      END-READ
                   END-IF
            END-EVALUATE
            .
       P610-FIM.
       P620-CONFERE-NOME.

            IF WS-NM-CADASTRO EQUAL WS-MARCA-ANONIMO
               GO TO P620-FIM
            END-IF

            ADD 1                        TO WS-QT-REGRA6
            MOVE SPACES                  TO REG-RELATORIO
            STRING '  TITULAR ' ANR-TP-TITULAR '-' ANR-CD-TITULAR
                   ' (PEDIDO ' ANR-AA-PEDIDO '/' ANR-NR-PEDIDO
                   ') COM NOME "' WS-NM-CADASTRO '" NO '
                   WS-DS-CADASTRO
                   DELIMITED BY SIZE INTO REG-RELATORIO
            WRITE REG-RELATORIO
            .
       P620-FIM.
       END PROGRAM AUDITREF.
