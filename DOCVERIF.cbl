      ******************************************************************
      * Author: ANDRE COSTA
      * Date: 15/10/2026
      * Purpose: CONFERENCIA EM LOTE DOS CODIGOS DE VERIFICACAO DE
      *          DOCUMENTOS EMITIDOS PELA SECRETARIA. LE OS CODIGOS
      *          DE DOCVERIF.TXT (UM POR LINHA, NNNNNNNN-DDDD OU OS 12
      *          DIGITOS - OS PEDIDOS DE CONFIRMACAO QUE CHEGAM DAS
      *          EMPRESAS E DOS CONSULADOS) E, PELO DOCCONF, DIZ DE
      *          CADA UM SE E AUTENTICO E AINDA VALIDO, CANCELADO,
      *          VENCIDO, DE ALUNO QUE NAO ESTA MAIS ATIVO OU NAO
      *          RECONHECIDO. RESULTADO EM DOCVERIF.LST. RETORNO 4
      *          QUANDO ALGUM CODIGO NAO E DE DOCUMENTO VALIDO, 16
      *          QUANDO O LOTE OU OS DOCUMENTOS ESTAO INDISPONIVEIS.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DOCVERIF.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
            DECIMAL-POINT IS COMMA.
            INPUT-OUTPUT SECTION.
            FILE-CONTROL.
                SELECT CODIGOS ASSIGN TO
                WS-ARQ-DOCVERIF
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS  IS WS-FS-COD.
                SELECT RELATORIO ASSIGN TO
                WS-ARQ-DOCVLST
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS  IS WS-FS-REL.

       DATA DIVISION.
       FILE SECTION.
       FD CODIGOS.
       01 REG-CODIGO                     PIC X(13).

       FD RELATORIO.
       01 REG-RELATORIO                  PIC X(100).

       WORKING-STORAGE SECTION.
      ***** CAMINHOS FISICOS DOS ARQUIVOS - PRE-CARREGADOS COM O *****
      ***** PADRAO HISTORICO E RESOLVIDOS PELO ARQCONF NO INICIO *****
       77 WS-ARQ-DOCVERIF            PIC X(68) VALUE
          'C:\Users\Mauro Vieira\bin\DOCVERIF.TXT'.
       77 WS-ARQ-DOCVLST             PIC X(68) VALUE
          'C:\Users\Mauro Vieira\bin\DOCVERIF.LST'.
       77 WS-FS-COD                      PIC 99.
          88 FS-COD-OK                   VALUE 0.
       77 WS-FS-REL                      PIC 99.
       77 WS-EOF                         PIC X.
          88 EOF-OK                      VALUE 'S' FALSE 'N'.
       77 WS-FALHA                       PIC X VALUE 'N'.
          88 FALHA-DOCUMENTOS            VALUE 'S'.
       77 WS-CODIGO-OK                   PIC X VALUE 'N'.
          88 CODIGO-OK                   VALUE 'S'.
       77 WS-DS-RESULTADO                PIC X(40) VALUE SPACES.
       77 WS-QT-LIDOS                    PIC 9(05) VALUE ZEROS.
       77 WS-QT-VALIDOS                  PIC 9(05) VALUE ZEROS.
       77 WS-QT-RECUSADOS                PIC 9(05) VALUE ZEROS.
      ***** CODIGO DE VERIFICACAO: NNNNNNNN-DDDD OU OS 12 DIGITOS *****
       01 WS-CODIGO-LIDO.
          03 WS-CDL-NR                   PIC X(08).
          03 WS-CDL-DV                   PIC X(04).
       01 WS-CODIGO-NUM REDEFINES WS-CODIGO-LIDO.
          03 WS-CDN-NR                   PIC 9(08).
          03 WS-CDN-DV                   PIC 9(04).
       01 WS-DOCCONF.
          03 WS-DCF-NR-DOCUMENTO         PIC 9(08).
          03 WS-DCF-DV-DOCUMENTO         PIC 9(04).
          03 WS-DCF-SITUACAO             PIC X(01).
             88 WS-DCF-VALIDO            VALUE 'V'.
             88 WS-DCF-INEXISTENTE       VALUE 'I'.
             88 WS-DCF-CANCELADO         VALUE 'C'.
             88 WS-DCF-VENCIDO           VALUE 'E'.
             88 WS-DCF-ALUNO-INATIVO     VALUE 'A'.
          03 WS-DCF-TP-DOCUMENTO         PIC X(02).
          03 WS-DCF-CD-STUDENT           PIC 9(05).
          03 WS-DCF-NM-STUDENT           PIC X(20).
          03 WS-DCF-CR-STUDENT           PIC X(20).
          03 WS-DCF-AA-PERIODO           PIC 9(04).
          03 WS-DCF-SM-PERIODO           PIC 9(01).
          03 WS-DCF-DT-EMISSAO           PIC 9(08).
          03 WS-DCF-DT-VALIDADE          PIC 9(08).
          03 WS-DCF-RETORNO              PIC 99.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.

      ***** RETURN-CODE E REGISTRADOR COMPARTILHADO: UM PASSO *********
      ***** ANTERIOR COM FALHA NAO PODE CONTAMINAR ESTE PASSO *********
            MOVE ZERO                    TO RETURN-CODE

      ***** RESOLVE OS CAMINHOS FISICOS PELO PERFIL DO ARQCONF ******
            CALL 'ARQCONF' USING 'DOCVERIF.TXT    ' WS-ARQ-DOCVERIF
            CALL 'ARQCONF' USING 'DOCVERIF.LST    ' WS-ARQ-DOCVLST

            DISPLAY '*** CONFERENCIA DE DOCUMENTOS EM LOTE ***'

            OPEN INPUT CODIGOS

            IF NOT FS-COD-OK
               DISPLAY 'LOTE DE CODIGOS INDISPONIVEL (DOCVERIF.TXT).'
               DISPLAY 'FILE STATUS: ' WS-FS-COD
               MOVE 16                   TO RETURN-CODE
               GOBACK
            END-IF

            OPEN OUTPUT RELATORIO

            IF WS-FS-REL NOT EQUAL ZEROS
               DISPLAY 'ERRO AO ABRIR O RELATORIO DA CONFERENCIA.'
               DISPLAY 'FILE STATUS: ' WS-FS-REL
               CLOSE CODIGOS
               MOVE 16                   TO RETURN-CODE
               GOBACK
            END-IF

            MOVE 'CONFERENCIA DE DOCUMENTOS EMITIDOS PELA SECRETARIA'
                                          TO REG-RELATORIO
            WRITE REG-RELATORIO
            MOVE '============================================='
                                          TO REG-RELATORIO
            WRITE REG-RELATORIO

            SET EOF-OK                   TO FALSE
            PERFORM P100-LE-CODIGO       THRU P100-FIM UNTIL EOF-OK

            MOVE '============================================='
                                          TO REG-RELATORIO
            WRITE REG-RELATORIO
            MOVE SPACES                  TO REG-RELATORIO
            STRING 'CODIGOS CONFERIDOS: ' WS-QT-LIDOS
                   ' - VALIDOS: ' WS-QT-VALIDOS
                   ' - NAO VALIDOS: ' WS-QT-RECUSADOS
                   DELIMITED BY SIZE INTO REG-RELATORIO
            WRITE REG-RELATORIO

            CLOSE CODIGOS RELATORIO

            IF FALHA-DOCUMENTOS
               DISPLAY 'DOCUMENTOS EMITIDOS INDISPONIVEIS (DOCEMIT).'
               DISPLAY 'FILE STATUS: ' WS-DCF-RETORNO
               MOVE 16                   TO RETURN-CODE
               GOBACK
            END-IF

            DISPLAY 'RELATORIO GERADO EM DOCVERIF.LST ('
                    WS-QT-LIDOS ' CODIGO(S), ' WS-QT-VALIDOS
                    ' VALIDO(S)).'

            IF WS-QT-RECUSADOS GREATER THAN ZEROS
               MOVE 4                    TO RETURN-CODE
            END-IF

            GOBACK.
       P100-LE-CODIGO.

            READ CODIGOS
               AT END
                  SET EOF-OK             TO TRUE
               NOT AT END
                  IF REG-CODIGO NOT EQUAL SPACES
                     PERFORM P200-CONFERE THRU P200-FIM
                  END-IF
            END-READ
            .
       P100-FIM.
           EXIT.
       P200-CONFERE.

            ADD 1                        TO WS-QT-LIDOS

            PERFORM P900-DECOMPOE-CODIGO THRU P900-FIM
            IF NOT CODIGO-OK
               ADD 1                     TO WS-QT-RECUSADOS
               MOVE SPACES               TO REG-RELATORIO
               STRING REG-CODIGO '  CODIGO INVALIDO'
                      DELIMITED BY SIZE INTO REG-RELATORIO
               WRITE REG-RELATORIO
               GO TO P200-FIM
            END-IF

            MOVE WS-CDN-NR               TO WS-DCF-NR-DOCUMENTO
            MOVE WS-CDN-DV               TO WS-DCF-DV-DOCUMENTO
            CALL 'DOCCONF' USING WS-DOCCONF

      ***** SEM OS DOCUMENTOS EMITIDOS NADA MAIS PODE SER CONFERIDO ***
            IF WS-DCF-RETORNO NOT EQUAL ZEROS
               MOVE 'S'                  TO WS-FALHA
               SET EOF-OK                TO TRUE
               GO TO P200-FIM
            END-IF

            EVALUATE TRUE
               WHEN WS-DCF-VALIDO
                  ADD 1                  TO WS-QT-VALIDOS
                  MOVE 'AUTENTICO E VALIDO'  TO WS-DS-RESULTADO
               WHEN WS-DCF-CANCELADO
                  ADD 1                  TO WS-QT-RECUSADOS
                  MOVE 'AUTENTICO - CANCELADO'
                                          TO WS-DS-RESULTADO
               WHEN WS-DCF-VENCIDO
                  ADD 1                  TO WS-QT-RECUSADOS
                  MOVE 'AUTENTICO - VENCIDO' TO WS-DS-RESULTADO
               WHEN WS-DCF-ALUNO-INATIVO
                  ADD 1                  TO WS-QT-RECUSADOS
                  MOVE 'AUTENTICO - ALUNO NAO MAIS ATIVO'
                                          TO WS-DS-RESULTADO
               WHEN OTHER
                  ADD 1                  TO WS-QT-RECUSADOS
                  MOVE 'NAO RECONHECIDO'  TO WS-DS-RESULTADO
            END-EVALUATE

            MOVE SPACES                  TO REG-RELATORIO
            IF WS-DCF-INEXISTENTE
               STRING WS-CDL-NR '-' WS-CDL-DV '  ' WS-DS-RESULTADO
                      DELIMITED BY SIZE INTO REG-RELATORIO
            ELSE
               STRING WS-CDL-NR '-' WS-CDL-DV '  ' WS-DS-RESULTADO
                      ' ALUNO ' WS-DCF-CD-STUDENT ' '
                      WS-DCF-NM-STUDENT
                      ' VALIDADE ' WS-DCF-DT-VALIDADE
                      DELIMITED BY SIZE INTO REG-RELATORIO
            END-IF
            WRITE REG-RELATORIO
            .
       P200-FIM.
           EXIT.
       P900-DECOMPOE-CODIGO.

            MOVE 'N'                     TO WS-CODIGO-OK
            IF REG-CODIGO(9:1) EQUAL '-'
               MOVE REG-CODIGO(1:8)      TO WS-CDL-NR
               MOVE REG-CODIGO(10:4)     TO WS-CDL-DV
            ELSE
               MOVE REG-CODIGO(1:8)      TO WS-CDL-NR
               MOVE REG-CODIGO(9:4)      TO WS-CDL-DV
            END-IF

            IF WS-CDL-NR IS NUMERIC AND WS-CDL-DV IS NUMERIC
               MOVE 'S'                  TO WS-CODIGO-OK
            END-IF
            .
       P900-FIM.
           EXIT.
       END PROGRAM DOCVERIF.
