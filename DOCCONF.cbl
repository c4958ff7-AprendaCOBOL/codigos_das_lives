      ******************************************************************
      * Author: ANDRE COSTA
      * Date: 15/10/2026
      * Purpose: CONFERENCIA DE UM DOCUMENTO EMITIDO PELA SECRETARIA
      *          PELO CODIGO DE VERIFICACAO (NUMERO + DIGITO), CHAMADA
      *          PELA TELA DO DECLMAT E PELO LOTE DOCVERIF. DEVOLVE A
      *          SITUACAO DO DOCUMENTO:
      *          - 'V' AUTENTICO E VALIDO;
      *          - 'I' INEXISTENTE - NUMERO NAO EMITIDO OU DIGITO QUE
      *            NAO CONFERE (NADA DO DOCUMENTO E DEVOLVIDO);
      *          - 'C' CANCELADO PELA SECRETARIA;
      *          - 'E' AUTENTICO, MAS VENCIDO (A DATA DE MOVIMENTO
      *            PASSOU DA VALIDADE IMPRESSA);
      *          - 'A' AUTENTICO, MAS O ALUNO NAO ESTA MAIS ATIVO NO
      *            CADASTRO DE ESTUDANTES.
      *          RETORNO: 00 CONFERIDO, OUTRO VALOR E O FILE STATUS
      *          DO DOCEMIT.DAT INDISPONIVEL.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DOCCONF.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
            DECIMAL-POINT IS COMMA.
            INPUT-OUTPUT SECTION.
            FILE-CONTROL.
                SELECT DOCEMIT ASSIGN TO
                WS-ARQ-DOCEMIT
                ORGANIZATION IS INDEXED
                ACCESS MODE  IS RANDOM
                RECORD KEY   IS DOC-NR-DOCUMENTO
                FILE STATUS  IS WS-FS.
                SELECT ESTUDANTE ASSIGN TO
                WS-ARQ-STUDENT
                ORGANIZATION IS INDEXED
                ACCESS MODE  IS RANDOM
                RECORD KEY   IS CD-STUDENT
                ALTERNATE RECORD KEY IS NM-STUDENT WITH DUPLICATES
                FILE STATUS  IS WS-FS-EST.

       DATA DIVISION.
       FILE SECTION.
       FD DOCEMIT.
          COPY FD_DOCEMIT.

       FD ESTUDANTE.
          COPY FD_ESTUDANTE.

       WORKING-STORAGE SECTION.
      ***** CAMINHOS FISICOS DOS ARQUIVOS - PRE-CARREGADOS COM O *****
      ***** PADRAO HISTORICO E RESOLVIDOS PELO ARQCONF NO INICIO *****
       77 WS-ARQ-DOCEMIT             PIC X(68) VALUE
          'C:\Users\Mauro Vieira\bin\DOCEMIT.DAT'.
       77 WS-ARQ-STUDENT             PIC X(68) VALUE
          'C:\CURSOCOBOL\COBOL\01 - BASICO\BIN\STUDENT.DAT'.
       77 WS-FS                          PIC 99.
          88 FS-OK                       VALUE 0.
          88 FS-NAO-EXISTE               VALUE 35.
       77 WS-FS-EST                      PIC 99.
          88 FS-EST-OK                   VALUE 0.
       77 WS-DATA-MOVIMENTO              PIC 9(08) VALUE ZEROS.
       77 WS-CONTROLE-DATA               PIC X(01) VALUE 'N'.

       LINKAGE SECTION.
       01 LK-DOCCONF.
          03 LK-DCF-NR-DOCUMENTO         PIC 9(08).
          03 LK-DCF-DV-DOCUMENTO         PIC 9(04).
          03 LK-DCF-SITUACAO             PIC X(01).
             88 LK-DCF-VALIDO            VALUE 'V'.
             88 LK-DCF-INEXISTENTE       VALUE 'I'.
             88 LK-DCF-CANCELADO         VALUE 'C'.
             88 LK-DCF-VENCIDO           VALUE 'E'.
             88 LK-DCF-ALUNO-INATIVO     VALUE 'A'.
          03 LK-DCF-TP-DOCUMENTO         PIC X(02).
          03 LK-DCF-CD-STUDENT           PIC 9(05).
          03 LK-DCF-NM-STUDENT           PIC X(20).
          03 LK-DCF-CR-STUDENT           PIC X(20).
          03 LK-DCF-AA-PERIODO           PIC 9(04).
          03 LK-DCF-SM-PERIODO           PIC 9(01).
          03 LK-DCF-DT-EMISSAO           PIC 9(08).
          03 LK-DCF-DT-VALIDADE          PIC 9(08).
          03 LK-DCF-RETORNO              PIC 99.

       PROCEDURE DIVISION USING LK-DOCCONF.
       MAIN-PROCEDURE.

            MOVE ZEROS                   TO LK-DCF-RETORNO
                                            LK-DCF-CD-STUDENT
                                            LK-DCF-AA-PERIODO
                                            LK-DCF-SM-PERIODO
                                            LK-DCF-DT-EMISSAO
                                            LK-DCF-DT-VALIDADE
            MOVE SPACES                  TO LK-DCF-TP-DOCUMENTO
                                            LK-DCF-NM-STUDENT
                                            LK-DCF-CR-STUDENT
            SET LK-DCF-INEXISTENTE       TO TRUE

      ***** RESOLVE OS CAMINHOS FISICOS PELO PERFIL DO ARQCONF ******
            CALL 'ARQCONF' USING 'DOCEMIT.DAT     ' WS-ARQ-DOCEMIT
            CALL 'ARQCONF' USING 'STUDENT.DAT     ' WS-ARQ-STUDENT

            CALL 'DTMOVIM' USING WS-DATA-MOVIMENTO WS-CONTROLE-DATA

            OPEN INPUT DOCEMIT

      ***** SEM O ARQUIVO NENHUM DOCUMENTO FOI EMITIDO AINDA **********
            IF FS-NAO-EXISTE
               GOBACK
            END-IF

            IF NOT FS-OK
               MOVE WS-FS                TO LK-DCF-RETORNO
               GOBACK
            END-IF

            MOVE LK-DCF-NR-DOCUMENTO     TO DOC-NR-DOCUMENTO
            READ DOCEMIT
               INVALID KEY
                  CLOSE DOCEMIT
                  GOBACK
            END-READ

            CLOSE DOCEMIT

      ***** DIGITO QUE NAO CONFERE E DOCUMENTO FALSO - NADA DO ********
      ***** DOCUMENTO VERDADEIRO COM ESTE NUMERO E REVELADO ***********
            IF DOC-DV-DOCUMENTO NOT EQUAL LK-DCF-DV-DOCUMENTO
               GOBACK
            END-IF

            MOVE DOC-TP-DOCUMENTO        TO LK-DCF-TP-DOCUMENTO
            MOVE DOC-CD-STUDENT          TO LK-DCF-CD-STUDENT
            MOVE DOC-NM-STUDENT          TO LK-DCF-NM-STUDENT
            MOVE DOC-CR-STUDENT          TO LK-DCF-CR-STUDENT
            MOVE DOC-AA-PERIODO          TO LK-DCF-AA-PERIODO
            MOVE DOC-SM-PERIODO          TO LK-DCF-SM-PERIODO
            MOVE DOC-DT-EMISSAO          TO LK-DCF-DT-EMISSAO
            MOVE DOC-DT-VALIDADE         TO LK-DCF-DT-VALIDADE

            EVALUATE TRUE
               WHEN DOC-CANCELADO
                  SET LK-DCF-CANCELADO   TO TRUE
               WHEN WS-DATA-MOVIMENTO GREATER THAN DOC-DT-VALIDADE
                  SET LK-DCF-VENCIDO     TO TRUE
               WHEN OTHER
                  SET LK-DCF-VALIDO      TO TRUE
                  PERFORM P100-CONFERE-ALUNO THRU P100-FIM
            END-EVALUATE

            GOBACK.
       P100-CONFERE-ALUNO.

      ***** DECLARACAO DE MATRICULA SO VALE ENQUANTO O ALUNO ESTA *****
      ***** ATIVO; SEM O CADASTRO, FICA O QUE O DOCUMENTO DIZ *********
            OPEN INPUT ESTUDANTE
            IF NOT FS-EST-OK
               GO TO P100-FIM
            END-IF

            MOVE DOC-CD-STUDENT          TO CD-STUDENT
            READ ESTUDANTE
               INVALID KEY
                  SET LK-DCF-ALUNO-INATIVO TO TRUE
               NOT INVALID KEY
                  IF NOT STUDENT-ATIVO AND ST-STUDENT NOT EQUAL SPACE
                     SET LK-DCF-ALUNO-INATIVO TO TRUE
                  END-IF
            END-READ

            CLOSE ESTUDANTE
            .
       P100-FIM.
       END PROGRAM DOCCONF.
