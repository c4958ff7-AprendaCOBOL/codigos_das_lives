      *          REGISTROS (DOIS OU MAIS PROBLEMAS), PARA A LIMPEZA
      *          PODER SER MEDIDA SEMANA A SEMANA ANTES DE O EXTRATO
      *          JSON CONTINUAR EMBARCANDO LIXO PARA A API.
      * Update: 15/10/2026 - E-mail invalidado pelo retorno do
      *         middleware (NOTIFRET, devolucoes definitivas
      *         repetidas) conta como malformado, com estatistica
      *         propria e uma linha por estudante; a auditoria passou
      *         a listar tambem os clientes do CLIENTE.DAT com e-mail
      *         invalidado.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ESTQUAL.
                RECORD KEY   IS CD-STUDENT
                ALTERNATE RECORD KEY IS NM-STUDENT WITH DUPLICATES
                FILE STATUS  IS WS-FS.
                SELECT CLIENTE ASSIGN TO
                WS-ARQ-CLIENTE
                ORGANIZATION IS INDEXED
                ACCESS MODE  IS SEQUENTIAL
                RECORD KEY   IS CD-CLIENTE
                ALTERNATE RECORD KEY IS NM-CLIENTE WITH DUPLICATES
                FILE STATUS  IS WS-FS-CLI.
                SELECT RELATORIO ASSIGN TO
                WS-ARQ-ESTQUAL
                ORGANIZATION IS LINE SEQUENTIAL
       FD ESTUDANTE.
          COPY FD_ESTUDANTE.

       FD CLIENTE.
          COPY FD_CLIENTE.

       FD RELATORIO.
       01 REG-RELATORIO                  PIC X(100).

      ***** PADRAO HISTORICO E RESOLVIDOS PELO ARQCONF NO INICIO *****
       77 WS-ARQ-STUDENT             PIC X(68) VALUE
          'C:\CURSOCOBOL\COBOL\01 - BASICO\BIN\STUDENT.DAT'.
       77 WS-ARQ-CLIENTE             PIC X(68) VALUE
          'C:\CURSOCOBOL\COBOL\01 - BASICO\BIN\CLIENTE.DAT'.
       77 WS-ARQ-ESTQUAL             PIC X(68) VALUE
          'C:\CursoCOBOL\COBOL\01 - Basico\bin\ESTQUAL.LST'.
       77 WS-FS                          PIC 99.
          88 FS-OK                       VALUE 0.
       77 WS-FS-REL                      PIC 99.
       77 WS-FS-CLI                      PIC 99.
          88 FS-CLI-OK                   VALUE 0.
       77 WS-EOF                         PIC X.
          88 EOF-OK                      VALUE 'S' FALSE 'N'.
       77 WS-IDX                         PIC 9(02).
       77 WS-TL-MALFORMADO               PIC 9(05) VALUE ZEROS.
       77 WS-EM-BRANCO                   PIC 9(05) VALUE ZEROS.
       77 WS-EM-MALFORMADO               PIC 9(05) VALUE ZEROS.
       77 WS-EM-INVALIDADO               PIC 9(05) VALUE ZEROS.
       77 WS-QT-CLI-LIDOS                PIC 9(05) VALUE ZEROS.
       77 WS-QT-CLI-INVALIDADOS          PIC 9(05) VALUE ZEROS.
       77 WS-CR-BRANCO                   PIC 9(05) VALUE ZEROS.
       77 WS-TEM-MALFORMADO              PIC X.
       77 WS-TEM-INCOMPLETO              PIC X.
      ***** RESOLVE OS CAMINHOS FISICOS PELO PERFIL DO ARQCONF ******
            CALL 'ARQCONF' USING 'STUDENT.DAT     ' WS-ARQ-STUDENT
            CALL 'ARQCONF' USING 'ESTQUAL.LST     ' WS-ARQ-ESTQUAL
            CALL 'ARQCONF' USING 'CLIENTE.DAT     ' WS-ARQ-CLIENTE

            OPEN INPUT ESTUDANTE

            MOVE 'AUDITORIA DE QUALIDADE DOS DADOS DE CONTATO'
                                          TO REG-RELATORIO
            WRITE REG-RELATORIO
            MOVE '--- PIORES REGISTROS (2+ PROBLEMAS) E DEVOLVIDOS ---'
                                          TO REG-RELATORIO
            WRITE REG-RELATORIO

            PERFORM P200-AVALIA          THRU P200-FIM UNTIL EOF-OK

            PERFORM P900-ESTATISTICA     THRU P900-FIM
            PERFORM P600-CLIENTES        THRU P600-FIM

            CLOSE ESTUDANTE
            CLOSE RELATORIO
                    ' COMPLETOS: ' WS-QT-COMPLETOS
                    ' INCOMPLETOS: ' WS-QT-INCOMPLETOS
                    ' MALFORMADOS: ' WS-QT-MALFORMADOS
            DISPLAY 'E-MAILS INVALIDADOS POR DEVOLUCAO - ESTUDANTES: '
                    WS-EM-INVALIDADO ' CLIENTES: '
                    WS-QT-CLI-INVALIDADOS
            DISPLAY 'RELATORIO GERADO EM ESTQUAL.LST'

            GOBACK.
                  ADD 1                  TO WS-EM-MALFORMADO
                                            WS-PROBLEMAS-REG
                  MOVE 'S'               TO WS-TEM-MALFORMADO
               ELSE
      ***** BEM FORMADO MAS DEVOLVIDO EM DEFINITIVO PELO MIDDLEWARE ***
                  IF EMAIL-STUDENT-INVALIDO
                     ADD 1               TO WS-EM-INVALIDADO
                                            WS-PROBLEMAS-REG
                     MOVE 'S'            TO WS-TEM-MALFORMADO
                     MOVE SPACES         TO REG-RELATORIO
                     STRING 'ESTUDANTE ' CD-STUDENT ' ' NM-STUDENT
                            ' E-MAIL DEVOLVIDO "'
                            EM-STUDENT '"'
                            DELIMITED BY SIZE INTO REG-RELATORIO
                     WRITE REG-RELATORIO
                  END-IF
               END-IF
            END-IF

            END-IF
            .
       P300-FIM.
       P600-CLIENTES.

      ***** CLIENTES COM E-MAIL INVALIDADO PELO RETORNO DO ************
      ***** MIDDLEWARE (O CLIENTE NAO TEM AS DEMAIS CRITICAS) *********
            MOVE '--- CLIENTES COM E-MAIL INVALIDADO POR DEVOLUCAO ---'
                                          TO REG-RELATORIO
            WRITE REG-RELATORIO

            OPEN INPUT CLIENTE

            IF NOT FS-CLI-OK
               MOVE SPACES               TO REG-RELATORIO
               STRING 'MESTRE DE CLIENTES INDISPONIVEL - FILE STATUS: '
                      WS-FS-CLI
                      DELIMITED BY SIZE INTO REG-RELATORIO
               WRITE REG-RELATORIO
               GO TO P600-FIM
            END-IF

            SET EOF-OK                   TO FALSE
            PERFORM P610-AVALIA-CLIENTE  THRU P610-FIM UNTIL EOF-OK
            CLOSE CLIENTE

            MOVE SPACES                  TO REG-RELATORIO
            STRING 'CLIENTES LIDOS: ' WS-QT-CLI-LIDOS
                   ' COM E-MAIL INVALIDADO: ' WS-QT-CLI-INVALIDADOS
                   DELIMITED BY SIZE INTO REG-RELATORIO
            WRITE REG-RELATORIO
            .
       P600-FIM.
       P610-AVALIA-CLIENTE.

            READ CLIENTE NEXT RECORD
               AT END
                  SET EOF-OK             TO TRUE
               NOT AT END
                  ADD 1                  TO WS-QT-CLI-LIDOS
                  IF EMAIL-CLIENTE-INVALIDO
                     AND CLIENTE-ATIVO
                     ADD 1               TO WS-QT-CLI-INVALIDADOS
                     MOVE SPACES         TO REG-RELATORIO
                     STRING 'CLIENTE ' CD-CLIENTE ' ' NM-CLIENTE
                            ' FONE "' TL-CLIENTE
                            '" EMAIL "' EM-CLIENTE '"'
                            DELIMITED BY SIZE INTO REG-RELATORIO
                     WRITE REG-RELATORIO
                  END-IF
            END-READ
            .
       P610-FIM.
       P900-ESTATISTICA.

            MOVE '--- ESTATISTICA POR CAMPO ---'

            MOVE SPACES                  TO REG-RELATORIO
            STRING 'E-MAIL..: ' WS-EM-BRANCO ' EM BRANCO, '
                   WS-EM-MALFORMADO ' MALFORMADO(S), '
                   WS-EM-INVALIDADO ' INVALIDADO(S) POR DEVOLUCAO'
                   DELIMITED BY SIZE INTO REG-RELATORIO
            WRITE REG-RELATORIO

