      ******************************************************************
      * Author: ANDRE COSTA
      * Date: 15/10/2026
      * Purpose: DECLARACAO DE MATRICULA COM CODIGO DE VERIFICACAO -
      *          FIM DA DECLARACAO DATILOGRAFADA NO BALCAO PARA PASSE
      *          ESCOLAR, EMPREGO E VISTO:
      *          - E: EMITE A DECLARACAO (DECLMAT.LST) DO ALUNO ATIVO
      *            DO STUDENT.DAT COM AS DISCIPLINAS EM QUE ESTA
      *            MATRICULADO NO PERIODO CORRENTE (MATRICULA.DAT),
      *            VALIDA ATE O FIM DO SEMESTRE. CADA DECLARACAO TEM
      *            UM CODIGO DE VERIFICACAO UNICO E FICA REGISTRADA
      *            NOS DOCUMENTOS EMITIDOS (DOCEMIT.DAT) COM O ALUNO,
      *            A DATA, O OPERADOR E O TIPO. ALUNO TRANCADO,
      *            DESISTENTE OU FORMADO E RECUSADO;
      *          - V: CONFERE PELO CODIGO (DOCCONF) SE A DECLARACAO E
      *            AUTENTICA E AINDA VALIDA - A TELA DO ATENDIMENTO A
      *            QUEM LIGA PARA CONFIRMAR;
      *          - X: CANCELA UMA DECLARACAO EMITIDA (OPERADOR NIVEL
      *            2 OU MAIS NO SIGNON).
      *          A CONFERENCIA EM LOTE E O DOCVERIF.
      * Update: 15/10/2026 - O cancelamento deixou de exigir nivel 2: o
      *         PERMITE confere a funcao DECLMAT/CANCELA nos perfis do
      *         operador.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DECLMAT.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
            DECIMAL-POINT IS COMMA.
            INPUT-OUTPUT SECTION.
            FILE-CONTROL.
                SELECT DOCEMIT ASSIGN TO
                WS-ARQ-DOCEMIT
                ORGANIZATION IS INDEXED
                ACCESS MODE  IS DYNAMIC
                RECORD KEY   IS DOC-NR-DOCUMENTO
                FILE STATUS  IS WS-FS.
                SELECT ESTUDANTE ASSIGN TO
                WS-ARQ-STUDENT
                ORGANIZATION IS INDEXED
                ACCESS MODE  IS RANDOM
                RECORD KEY   IS CD-STUDENT
                ALTERNATE RECORD KEY IS NM-STUDENT WITH DUPLICATES
                FILE STATUS  IS WS-FS-EST.
                SELECT MATRICULA ASSIGN TO
                WS-ARQ-MATRICULA
                ORGANIZATION IS INDEXED
                ACCESS MODE  IS DYNAMIC
                RECORD KEY   IS CHAVE-MATRICULA
                FILE STATUS  IS WS-FS-MTR.
                SELECT CFPK0002 ASSIGN TO
                WS-ARQ-CFPK0002
                ORGANIZATION IS INDEXED
                ACCESS MODE  IS RANDOM
                RECORD KEY   IS ID-MATERIA
                FILE STATUS  IS WS-FS-MAT.
                SELECT RELATORIO ASSIGN TO
                WS-ARQ-DECLMAT
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS  IS WS-FS-REL.

       DATA DIVISION.
       FILE SECTION.
       FD DOCEMIT.
          COPY FD_DOCEMIT.

       FD ESTUDANTE.
          COPY FD_ESTUDANTE.

       FD MATRICULA.
          COPY FD_MATRICULA.

       FD CFPK0002.
       01 CFPK0002-MATERIA.
          03 ID-MATERIA              PIC 9(03).
          03 NM-MATERIA              PIC X(20).
          03 NT-APROVACAO            PIC 9(02)V99 COMP-3.
      ***** PESOS DAS QUATRO NOTAS (ZERADOS = PESOS IGUAIS) ***********
          03 PS-PESO-NOTA1           PIC 9(02).
          03 PS-PESO-NOTA2           PIC 9(02).
          03 PS-PESO-NOTA3           PIC 9(02).
          03 PS-PESO-NOTA4           PIC 9(02).

       FD RELATORIO.
       01 REG-RELATORIO                  PIC X(80).

       WORKING-STORAGE SECTION.
      ***** CAMINHOS FISICOS DOS ARQUIVOS - PRE-CARREGADOS COM O *****
      ***** PADRAO HISTORICO E RESOLVIDOS PELO ARQCONF NO INICIO *****
       77 WS-ARQ-DOCEMIT             PIC X(68) VALUE
          'C:\Users\Mauro Vieira\bin\DOCEMIT.DAT'.
       77 WS-ARQ-STUDENT             PIC X(68) VALUE
          'C:\CURSOCOBOL\COBOL\01 - BASICO\BIN\STUDENT.DAT'.
       77 WS-ARQ-MATRICULA           PIC X(68) VALUE
          'C:\Users\Mauro Vieira\bin\MATRICULA.DAT'.
       77 WS-ARQ-CFPK0002            PIC X(68) VALUE
          'C:\Users\Mauro Vieira\bin\CFPK0002.DAT'.
       77 WS-ARQ-DECLMAT             PIC X(68) VALUE
          'C:\Users\Mauro Vieira\bin\DECLMAT.LST'.
       77 WS-FS                          PIC 99.
          88 FS-OK                       VALUE 0.
       77 WS-FS-EST                      PIC 99.
          88 FS-EST-OK                   VALUE 0.
       77 WS-FS-MTR                      PIC 99.
          88 FS-MTR-OK                   VALUE 0.
       77 WS-FS-MAT                      PIC 99.
          88 FS-MAT-OK                   VALUE 0.
       77 WS-MAT-ABERTO                  PIC X VALUE 'N'.
          88 MAT-ABERTO                  VALUE 'S'.
       77 WS-FS-REL                      PIC 99.
       77 WS-OPCAO                       PIC X.
       77 WS-CONFIRMA                    PIC X.
       77 WS-EOF                         PIC X.
          88 EOF-OK                      VALUE 'S' FALSE 'N'.
       77 WS-DATA-MOVIMENTO              PIC 9(08) VALUE ZEROS.
       77 WS-CONTROLE-DATA               PIC X(01) VALUE 'N'.
       77 WS-AA-PERIODO                  PIC 9(04) VALUE ZEROS.
       77 WS-SM-PERIODO                  PIC 9(01) VALUE ZEROS.
       77 WS-DT-VALIDADE                 PIC 9(08) VALUE ZEROS.
       77 WS-ALUNO-INF                   PIC 9(05) VALUE ZEROS.
       77 WS-NM-ALUNO                    PIC X(20) VALUE SPACES.
       77 WS-CR-ALUNO                    PIC X(20) VALUE SPACES.
       77 WS-ALUNO-APTO                  PIC X VALUE 'N'.
          88 ALUNO-APTO                  VALUE 'S'.
       77 WS-PROX-DOCUMENTO              PIC 9(08) VALUE ZEROS.
       77 WS-HORA-COMPLETA               PIC 9(08) VALUE ZEROS.
       77 WS-SEMENTE                     PIC 9(15) VALUE ZEROS.
       77 WS-QUOCIENTE                   PIC 9(15) VALUE ZEROS.
       77 WS-DV-DOCUMENTO                PIC 9(04) VALUE ZEROS.
       77 WS-GRAVADO                     PIC X VALUE 'N'.
          88 DOCUMENTO-GRAVADO           VALUE 'S'.
       77 WS-IDX                         PIC 9(02) VALUE ZEROS.
       77 WS-QT-DISCIPLINAS              PIC 9(02) VALUE ZEROS.
       77 WS-CODIGO-INF                  PIC X(13) VALUE SPACES.
       77 WS-CODIGO-OK                   PIC X VALUE 'N'.
          88 CODIGO-OK                   VALUE 'S'.
      ***** CODIGO DE VERIFICACAO: NNNNNNNN-DDDD OU OS 12 DIGITOS *****
       01 WS-CODIGO-LIDO.
          03 WS-CDL-NR                   PIC X(08).
          03 WS-CDL-DV                   PIC X(04).
       01 WS-CODIGO-NUM REDEFINES WS-CODIGO-LIDO.
          03 WS-CDN-NR                   PIC 9(08).
          03 WS-CDN-DV                   PIC 9(04).
       01 WS-TAB-DISCIPLINAS.
          03 WS-DSC OCCURS 20 TIMES.
             05 WS-DSC-ID-MATERIA        PIC 9(03).
             05 WS-DSC-NM-MATERIA        PIC X(20).
       01 WS-DATA-EDIT.
          03 WS-DTE-DIA                  PIC 99.
          03 FILLER                      PIC X VALUE '/'.
          03 WS-DTE-MES                  PIC 99.
          03 FILLER                      PIC X VALUE '/'.
          03 WS-DTE-ANO                  PIC 9(04).
       01 WS-DATA-CALC                   PIC 9(08).
       01 WS-DATA-CALC-X REDEFINES WS-DATA-CALC.
          03 WS-DATA-CALC-AAAA           PIC 9(04).
          03 WS-DATA-CALC-MM             PIC 9(02).
          03 WS-DATA-CALC-DD             PIC 9(02).
       01 WS-LINHA-TRACO                 PIC X(80) VALUE ALL '-'.
       01 WS-LINHA-DUPLA                 PIC X(80) VALUE ALL '='.
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
       77 WS-PERMITIDO                   PIC X(01).
          88 FUNCAO-PERMITIDA            VALUE 'S'.
       01 WS-SIGNON.
          03 WS-SGN-USUARIO              PIC X(12).
          03 WS-SGN-NIVEL                PIC 9(01).
          03 WS-SGN-AUTENTICADO          PIC X(01).
             88 SIGNON-OK                VALUE 'S' FALSE 'N'.
          03 WS-SGN-CHAMADOR             PIC X(10).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.

      ***** RESOLVE OS CAMINHOS FISICOS PELO PERFIL DO ARQCONF ******
            CALL 'ARQCONF' USING 'DOCEMIT.DAT     ' WS-ARQ-DOCEMIT
            CALL 'ARQCONF' USING 'STUDENT.DAT     ' WS-ARQ-STUDENT
            CALL 'ARQCONF' USING 'MATRICULA.DAT   ' WS-ARQ-MATRICULA
            CALL 'ARQCONF' USING 'CFPK0002.DAT    ' WS-ARQ-CFPK0002
            CALL 'ARQCONF' USING 'DECLMAT.LST     ' WS-ARQ-DECLMAT

            DISPLAY '*** DECLARACAO DE MATRICULA ***'

            MOVE 'DECLMAT   '            TO WS-SGN-CHAMADOR
            CALL 'SIGNON' USING WS-SIGNON
            IF NOT SIGNON-OK
               STOP RUN
            END-IF

      ***** PERIODO CORRENTE: O SEMESTRE DA DATA DE MOVIMENTO, E A ****
      ***** DECLARACAO VALE ATE O ULTIMO DIA DELE *********************
            CALL 'DTMOVIM' USING WS-DATA-MOVIMENTO WS-CONTROLE-DATA
            MOVE WS-DATA-MOVIMENTO(1:4)  TO WS-AA-PERIODO
            MOVE WS-AA-PERIODO           TO WS-DT-VALIDADE(1:4)
            IF WS-DATA-MOVIMENTO(5:2) GREATER THAN '06'
               MOVE 2                    TO WS-SM-PERIODO
               MOVE '1231'               TO WS-DT-VALIDADE(5:4)
            ELSE
               MOVE 1                    TO WS-SM-PERIODO
               MOVE '0630'               TO WS-DT-VALIDADE(5:4)
            END-IF

            PERFORM P100-MENU THRU P100-FIM UNTIL WS-OPCAO = 'F'
            STOP RUN.

       P100-MENU.
            MOVE SPACES                       TO WS-OPCAO
            DISPLAY '*************************************************'
            DISPLAY '|  E - Emitir declaracao de matricula           |'
            DISPLAY '|  V - Verificar declaracao pelo codigo         |'
            DISPLAY '|  X - Cancelar declaracao emitida              |'
            DISPLAY '|              (ou tecle <F> para finalizar)    |'
            DISPLAY '*************************************************'
            ACCEPT  WS-OPCAO

            EVALUATE WS-OPCAO
                WHEN 'E' WHEN 'e'
                   PERFORM P200-EMITIR THRU P200-FIM
                WHEN 'V' WHEN 'v'
                   PERFORM P300-VERIFICAR THRU P300-FIM
                WHEN 'X' WHEN 'x'
                   PERFORM P400-CANCELAR THRU P400-FIM
                WHEN 'F' WHEN 'f'
                   MOVE 'F'                    TO WS-OPCAO
                WHEN OTHER
                   DISPLAY 'OPCAO INVALIDA!'
            END-EVALUATE
            .
       P100-FIM.
           EXIT.

       P200-EMITIR.
            DISPLAY 'Informe o codigo do estudante: '
            ACCEPT WS-ALUNO-INF

            PERFORM P600-CONFERE-ALUNO   THRU P600-FIM
            IF NOT ALUNO-APTO
               GO TO P200-FIM
            END-IF

            PERFORM P650-CARREGA-DISCIPLINAS THRU P650-FIM
            IF WS-QT-DISCIPLINAS EQUAL ZEROS
               DISPLAY 'ALUNO SEM DISCIPLINA MATRICULADA NO PERIODO '
                       WS-AA-PERIODO '/' WS-SM-PERIODO
                       ' - DECLARACAO RECUSADA.'
               GO TO P200-FIM
            END-IF

            DISPLAY 'ALUNO....: ' WS-ALUNO-INF ' - ' WS-NM-ALUNO
            DISPLAY 'CURSO....: ' WS-CR-ALUNO
            DISPLAY 'PERIODO..: ' WS-AA-PERIODO '/' WS-SM-PERIODO
                    ' - ' WS-QT-DISCIPLINAS ' DISCIPLINA(S)'
            DISPLAY 'Confirma a emissao da declaracao (S/N)? '
            ACCEPT WS-CONFIRMA
            IF WS-CONFIRMA NOT EQUAL 'S' AND WS-CONFIRMA NOT EQUAL 's'
               DISPLAY 'EMISSAO CANCELADA.'
               GO TO P200-FIM
            END-IF

            PERFORM P700-REGISTRA        THRU P700-FIM
            IF NOT DOCUMENTO-GRAVADO
               GO TO P200-FIM
            END-IF

            PERFORM P800-IMPRIME         THRU P800-FIM

            DISPLAY 'DECLARACAO EMITIDA EM DECLMAT.LST - CODIGO DE '
                    'VERIFICACAO ' DOC-NR-DOCUMENTO '-'
                    DOC-DV-DOCUMENTO
            .
       P200-FIM.
           EXIT.

       P300-VERIFICAR.
            DISPLAY 'Informe o codigo de verificacao (NNNNNNNN-DDDD): '
            ACCEPT WS-CODIGO-INF

            PERFORM P900-DECOMPOE-CODIGO THRU P900-FIM
            IF NOT CODIGO-OK
               DISPLAY 'CODIGO DE VERIFICACAO INVALIDO.'
               GO TO P300-FIM
            END-IF

            MOVE WS-CDN-NR               TO WS-DCF-NR-DOCUMENTO
            MOVE WS-CDN-DV               TO WS-DCF-DV-DOCUMENTO
            CALL 'DOCCONF' USING WS-DOCCONF

            IF WS-DCF-RETORNO NOT EQUAL ZEROS
               DISPLAY 'ERRO AO CONSULTAR OS DOCUMENTOS EMITIDOS. '
                       'FILE STATUS: ' WS-DCF-RETORNO
               GO TO P300-FIM
            END-IF

            IF WS-DCF-INEXISTENTE
               DISPLAY '*** DOCUMENTO NAO RECONHECIDO - NAO FOI '
                       'EMITIDO PELA SECRETARIA ***'
               GO TO P300-FIM
            END-IF

            DISPLAY 'DOCUMENTO: DECLARACAO DE MATRICULA'
            DISPLAY 'ALUNO....: ' WS-DCF-CD-STUDENT ' - '
                    WS-DCF-NM-STUDENT
            DISPLAY 'CURSO....: ' WS-DCF-CR-STUDENT
            DISPLAY 'PERIODO..: ' WS-DCF-AA-PERIODO '/'
                    WS-DCF-SM-PERIODO
            MOVE WS-DCF-DT-EMISSAO       TO WS-DATA-CALC
            PERFORM P950-EDITA-DATA      THRU P950-FIM
            DISPLAY 'EMISSAO..: ' WS-DATA-EDIT
            MOVE WS-DCF-DT-VALIDADE      TO WS-DATA-CALC
            PERFORM P950-EDITA-DATA      THRU P950-FIM
            DISPLAY 'VALIDADE.: ' WS-DATA-EDIT

            EVALUATE TRUE
               WHEN WS-DCF-VALIDO
                  DISPLAY '*** DOCUMENTO AUTENTICO E VALIDO ***'
               WHEN WS-DCF-CANCELADO
                  DISPLAY '*** DOCUMENTO AUTENTICO, MAS CANCELADO '
                          'PELA SECRETARIA ***'
               WHEN WS-DCF-VENCIDO
                  DISPLAY '*** DOCUMENTO AUTENTICO, MAS VENCIDO ***'
               WHEN WS-DCF-ALUNO-INATIVO
                  DISPLAY '*** DOCUMENTO AUTENTICO, MAS O ALUNO NAO '
                          'ESTA MAIS ATIVO ***'
            END-EVALUATE
            .
       P300-FIM.
           EXIT.

       P400-CANCELAR.
      ***** CANCELAR DOCUMENTO EMITIDO E ATO DE QUEM PODE ALTERAR *****
            CALL 'PERMITE' USING WS-SGN-USUARIO 'DECLMAT   '
                                 'CANCELA   ' WS-PERMITIDO
            IF NOT FUNCAO-PERMITIDA
               DISPLAY 'OPERADOR SEM PERFIL PARA CANCELAR DECLARACAO.'
               GO TO P400-FIM
            END-IF

            DISPLAY 'Informe o codigo de verificacao (NNNNNNNN-DDDD): '
            ACCEPT WS-CODIGO-INF

            PERFORM P900-DECOMPOE-CODIGO THRU P900-FIM
            IF NOT CODIGO-OK
               DISPLAY 'CODIGO DE VERIFICACAO INVALIDO.'
               GO TO P400-FIM
            END-IF

            OPEN I-O DOCEMIT
            IF NOT FS-OK
               DISPLAY 'NENHUM DOCUMENTO EMITIDO AINDA.'
               GO TO P400-FIM
            END-IF

            MOVE WS-CDN-NR               TO DOC-NR-DOCUMENTO
            READ DOCEMIT
               INVALID KEY
                  MOVE ZEROS             TO DOC-NR-DOCUMENTO
            END-READ

            IF DOC-NR-DOCUMENTO NOT EQUAL WS-CDN-NR
               OR DOC-DV-DOCUMENTO NOT EQUAL WS-CDN-DV
               DISPLAY 'DOCUMENTO NAO ENCONTRADO.'
               CLOSE DOCEMIT
               GO TO P400-FIM
            END-IF

            IF DOC-CANCELADO
               DISPLAY 'DOCUMENTO JA CANCELADO EM '
                       DOC-DT-CANCELAMENTO ' POR '
                       DOC-OPR-CANCELAMENTO
               CLOSE DOCEMIT
               GO TO P400-FIM
            END-IF

            DISPLAY 'ALUNO....: ' DOC-CD-STUDENT ' - ' DOC-NM-STUDENT
            DISPLAY 'EMITIDO EM ' DOC-DT-EMISSAO ' POR ' DOC-OPERADOR
            DISPLAY 'Confirma o cancelamento (S/N)? '
            ACCEPT WS-CONFIRMA
            IF WS-CONFIRMA NOT EQUAL 'S' AND WS-CONFIRMA NOT EQUAL 's'
               DISPLAY 'CANCELAMENTO DESISTIDO.'
               CLOSE DOCEMIT
               GO TO P400-FIM
            END-IF

            SET DOC-CANCELADO            TO TRUE
            MOVE WS-DATA-MOVIMENTO       TO DOC-DT-CANCELAMENTO
            MOVE WS-SGN-USUARIO          TO DOC-OPR-CANCELAMENTO

            REWRITE REG-DOCEMIT
               INVALID KEY
                  DISPLAY 'ERRO AO CANCELAR O DOCUMENTO. FILE STATUS: '
                          WS-FS
               NOT INVALID KEY
                  DISPLAY 'DECLARACAO CANCELADA.'
            END-REWRITE

            CLOSE DOCEMIT
            .
       P400-FIM.
           EXIT.

       P600-CONFERE-ALUNO.
            MOVE 'N'                     TO WS-ALUNO-APTO

            OPEN INPUT ESTUDANTE
            IF NOT FS-EST-OK
               DISPLAY 'ERRO AO ABRIR O CADASTRO DE ESTUDANTES. FILE '
                       'STATUS: ' WS-FS-EST
               GO TO P600-FIM
            END-IF

            MOVE WS-ALUNO-INF            TO CD-STUDENT
            READ ESTUDANTE
               INVALID KEY
                  DISPLAY 'ESTUDANTE NAO ENCONTRADO.'
               NOT INVALID KEY
                  EVALUATE TRUE
                     WHEN STUDENT-TRANCADO
                        DISPLAY 'ALUNO COM MATRICULA TRANCADA - '
                                'DECLARACAO RECUSADA.'
                     WHEN STUDENT-DESISTENTE
                        DISPLAY 'ALUNO DESISTENTE - DECLARACAO '
                                'RECUSADA.'
                     WHEN STUDENT-FORMADO
                        DISPLAY 'ALUNO FORMADO - DECLARACAO DE '
                                'MATRICULA RECUSADA.'
                     WHEN OTHER
                        MOVE 'S'         TO WS-ALUNO-APTO
                        MOVE NM-STUDENT  TO WS-NM-ALUNO
                        MOVE CR-STUDENT  TO WS-CR-ALUNO
                  END-EVALUATE
            END-READ

            CLOSE ESTUDANTE
            .
       P600-FIM.
           EXIT.

       P650-CARREGA-DISCIPLINAS.
            MOVE ZEROS                   TO WS-QT-DISCIPLINAS

            OPEN INPUT MATRICULA
            IF NOT FS-MTR-OK
               DISPLAY 'ERRO AO ABRIR O MESTRE DE MATRICULAS. FILE '
                       'STATUS: ' WS-FS-MTR
               GO TO P650-FIM
            END-IF

            MOVE 'N'                     TO WS-MAT-ABERTO
            OPEN INPUT CFPK0002
            IF FS-MAT-OK
               MOVE 'S'                  TO WS-MAT-ABERTO
            END-IF

            MOVE WS-ALUNO-INF            TO MT-ID-ALUNO
            MOVE ZEROS                   TO MT-ID-MATERIA
                                            MT-AA-PERIODO
                                            MT-SM-PERIODO

            SET EOF-OK                   TO FALSE
            START MATRICULA KEY NOT LESS THAN CHAVE-MATRICULA
               INVALID KEY
                  SET EOF-OK             TO TRUE
            END-START

            PERFORM P660-LE-MATRICULA    THRU P660-FIM UNTIL EOF-OK

            IF MAT-ABERTO
               CLOSE CFPK0002
            END-IF
            CLOSE MATRICULA
            .
       P650-FIM.
           EXIT.

       P660-LE-MATRICULA.
            READ MATRICULA NEXT RECORD
               AT END
                  SET EOF-OK             TO TRUE
               NOT AT END
                  IF MT-ID-ALUNO NOT EQUAL WS-ALUNO-INF
                     SET EOF-OK          TO TRUE
                  ELSE
                     IF MT-AA-PERIODO EQUAL WS-AA-PERIODO
                        AND MT-SM-PERIODO EQUAL WS-SM-PERIODO
                        AND MATRICULA-ATIVA
                        AND WS-QT-DISCIPLINAS LESS THAN 20
                        PERFORM P670-GUARDA-DISCIPLINA THRU P670-FIM
                     END-IF
                  END-IF
            END-READ
            .
       P660-FIM.
           EXIT.

       P670-GUARDA-DISCIPLINA.
            ADD 1                        TO WS-QT-DISCIPLINAS
            MOVE MT-ID-MATERIA           TO
                 WS-DSC-ID-MATERIA (WS-QT-DISCIPLINAS)
            MOVE SPACES                  TO
                 WS-DSC-NM-MATERIA (WS-QT-DISCIPLINAS)

            IF MAT-ABERTO
               MOVE MT-ID-MATERIA        TO ID-MATERIA
               READ CFPK0002
                  INVALID KEY
                     CONTINUE
                  NOT INVALID KEY
                     MOVE NM-MATERIA     TO
                          WS-DSC-NM-MATERIA (WS-QT-DISCIPLINAS)
               END-READ
            END-IF
            .
       P670-FIM.
           EXIT.

       P700-REGISTRA.
            MOVE 'N'                     TO WS-GRAVADO

            OPEN I-O DOCEMIT
            IF WS-FS EQUAL 35
               OPEN OUTPUT DOCEMIT
               CLOSE DOCEMIT
               OPEN I-O DOCEMIT
            END-IF

            IF NOT FS-OK
               DISPLAY 'ERRO AO ABRIR OS DOCUMENTOS EMITIDOS. FILE '
                       'STATUS: ' WS-FS
               GO TO P700-FIM
            END-IF

      ***** O MAIOR NUMERO DE DOCUMENTO JA USADO CONTINUA A SEQUENCIA *
            MOVE ZEROS                   TO DOC-NR-DOCUMENTO
                                            WS-PROX-DOCUMENTO

            SET EOF-OK                   TO FALSE
            START DOCEMIT KEY NOT LESS THAN DOC-NR-DOCUMENTO
               INVALID KEY
                  SET EOF-OK             TO TRUE
            END-START

            PERFORM P710-LE-DOCUMENTO    THRU P710-FIM UNTIL EOF-OK

            ADD 1                        TO WS-PROX-DOCUMENTO

      ***** O DIGITO SAI DO NUMERO, DO ALUNO E DO INSTANTE DA *********
      ***** EMISSAO - NAO DA PARA DEDUZIR UM PELO OUTRO ***************
            ACCEPT WS-HORA-COMPLETA      FROM TIME
            COMPUTE WS-SEMENTE = WS-PROX-DOCUMENTO * 7919
                               + WS-ALUNO-INF * 104729
                               + WS-HORA-COMPLETA
                               + WS-DATA-MOVIMENTO
            DIVIDE WS-SEMENTE BY 9973 GIVING WS-QUOCIENTE
                   REMAINDER WS-DV-DOCUMENTO

            INITIALIZE REG-DOCEMIT
            MOVE WS-PROX-DOCUMENTO       TO DOC-NR-DOCUMENTO
            MOVE WS-DV-DOCUMENTO         TO DOC-DV-DOCUMENTO
            SET DOC-DECL-MATRICULA       TO TRUE
            MOVE WS-ALUNO-INF            TO DOC-CD-STUDENT
            MOVE WS-NM-ALUNO             TO DOC-NM-STUDENT
            MOVE WS-CR-ALUNO             TO DOC-CR-STUDENT
            MOVE WS-AA-PERIODO           TO DOC-AA-PERIODO
            MOVE WS-SM-PERIODO           TO DOC-SM-PERIODO
            MOVE WS-QT-DISCIPLINAS       TO DOC-QT-DISCIPLINAS
            MOVE WS-DATA-MOVIMENTO       TO DOC-DT-EMISSAO
            MOVE WS-HORA-COMPLETA(1:6)   TO DOC-HR-EMISSAO
            MOVE WS-SGN-USUARIO          TO DOC-OPERADOR
            MOVE WS-DT-VALIDADE          TO DOC-DT-VALIDADE
            SET DOC-VALIDO               TO TRUE

            WRITE REG-DOCEMIT
               INVALID KEY
                  DISPLAY 'ERRO AO REGISTRAR A DECLARACAO. FILE '
                          'STATUS: ' WS-FS
               NOT INVALID KEY
                  MOVE 'S'               TO WS-GRAVADO
            END-WRITE

            CLOSE DOCEMIT
            .
       P700-FIM.
           EXIT.

       P710-LE-DOCUMENTO.
            READ DOCEMIT NEXT RECORD
               AT END
                  SET EOF-OK             TO TRUE
               NOT AT END
                  MOVE DOC-NR-DOCUMENTO  TO WS-PROX-DOCUMENTO
            END-READ
            .
       P710-FIM.
           EXIT.

       P800-IMPRIME.
            OPEN OUTPUT RELATORIO
            IF WS-FS-REL NOT EQUAL ZEROS
               DISPLAY 'ERRO AO ABRIR A DECLARACAO. FILE STATUS: '
                       WS-FS-REL
               DISPLAY 'A DECLARACAO FOI REGISTRADA - CANCELE-A E '
                       'EMITA DE NOVO.'
               GO TO P800-FIM
            END-IF

            MOVE WS-LINHA-DUPLA          TO REG-RELATORIO
            WRITE REG-RELATORIO
            MOVE SPACES                  TO REG-RELATORIO
            STRING 'DECLARACAO DE MATRICULA                    '
                   'NR ' DOC-NR-DOCUMENTO
                   DELIMITED BY SIZE INTO REG-RELATORIO
            WRITE REG-RELATORIO
            MOVE WS-LINHA-DUPLA          TO REG-RELATORIO
            WRITE REG-RELATORIO
            MOVE SPACES                  TO REG-RELATORIO
            WRITE REG-RELATORIO

            MOVE 'DECLARAMOS, PARA OS DEVIDOS FINS, QUE O(A) ALUNO(A)'
                                          TO REG-RELATORIO
            WRITE REG-RELATORIO
            MOVE SPACES                  TO REG-RELATORIO
            STRING '    ' DOC-NM-STUDENT ' (CODIGO ' DOC-CD-STUDENT ')'
                   DELIMITED BY SIZE INTO REG-RELATORIO
            WRITE REG-RELATORIO
            MOVE SPACES                  TO REG-RELATORIO
            STRING 'ESTA REGULARMENTE MATRICULADO(A) NO CURSO '
                   DOC-CR-STUDENT
                   DELIMITED BY SIZE INTO REG-RELATORIO
            WRITE REG-RELATORIO
            MOVE SPACES                  TO REG-RELATORIO
            STRING 'NO PERIODO LETIVO ' DOC-AA-PERIODO '/'
                   DOC-SM-PERIODO ', CURSANDO AS DISCIPLINAS:'
                   DELIMITED BY SIZE INTO REG-RELATORIO
            WRITE REG-RELATORIO

            PERFORM P810-LINHA-DISCIPLINA THRU P810-FIM
                    VARYING WS-IDX FROM 1 BY 1
                    UNTIL WS-IDX > WS-QT-DISCIPLINAS

            MOVE SPACES                  TO REG-RELATORIO
            WRITE REG-RELATORIO
            MOVE DOC-DT-VALIDADE         TO WS-DATA-CALC
            PERFORM P950-EDITA-DATA      THRU P950-FIM
            MOVE SPACES                  TO REG-RELATORIO
            STRING 'DECLARACAO VALIDA ATE ' WS-DATA-EDIT '.'
                   DELIMITED BY SIZE INTO REG-RELATORIO
            WRITE REG-RELATORIO
            MOVE DOC-DT-EMISSAO          TO WS-DATA-CALC
            PERFORM P950-EDITA-DATA      THRU P950-FIM
            MOVE SPACES                  TO REG-RELATORIO
            STRING 'EMITIDA EM ' WS-DATA-EDIT ' POR ' DOC-OPERADOR
                   DELIMITED BY SIZE INTO REG-RELATORIO
            WRITE REG-RELATORIO
            MOVE SPACES                  TO REG-RELATORIO
            WRITE REG-RELATORIO
            WRITE REG-RELATORIO
            MOVE '    ______________________________________'
                                          TO REG-RELATORIO
            WRITE REG-RELATORIO
            MOVE '    SECRETARIA ACADEMICA'  TO REG-RELATORIO
            WRITE REG-RELATORIO
            MOVE SPACES                  TO REG-RELATORIO
            WRITE REG-RELATORIO

            MOVE WS-LINHA-TRACO          TO REG-RELATORIO
            WRITE REG-RELATORIO
            MOVE SPACES                  TO REG-RELATORIO
            STRING 'CODIGO DE VERIFICACAO: ' DOC-NR-DOCUMENTO '-'
                   DOC-DV-DOCUMENTO
                   DELIMITED BY SIZE INTO REG-RELATORIO
            WRITE REG-RELATORIO
            MOVE 'CONFIRME A AUTENTICIDADE COM A SECRETARIA INFORMANDO'
                                          TO REG-RELATORIO
            WRITE REG-RELATORIO
            MOVE 'ESTE CODIGO.'          TO REG-RELATORIO
            WRITE REG-RELATORIO
            MOVE WS-LINHA-TRACO          TO REG-RELATORIO
            WRITE REG-RELATORIO

            CLOSE RELATORIO
            .
       P800-FIM.
           EXIT.

       P810-LINHA-DISCIPLINA.
            MOVE SPACES                  TO REG-RELATORIO
            STRING '    ' WS-DSC-ID-MATERIA (WS-IDX) ' - '
                   WS-DSC-NM-MATERIA (WS-IDX)
                   DELIMITED BY SIZE INTO REG-RELATORIO
            WRITE REG-RELATORIO
            .
       P810-FIM.
           EXIT.

       P900-DECOMPOE-CODIGO.
            MOVE 'N'                     TO WS-CODIGO-OK
            IF WS-CODIGO-INF(9:1) EQUAL '-'
               MOVE WS-CODIGO-INF(1:8)   TO WS-CDL-NR
               MOVE WS-CODIGO-INF(10:4)  TO WS-CDL-DV
            ELSE
               MOVE WS-CODIGO-INF(1:8)   TO WS-CDL-NR
               MOVE WS-CODIGO-INF(9:4)   TO WS-CDL-DV
            END-IF

            IF WS-CDL-NR IS NUMERIC AND WS-CDL-DV IS NUMERIC
               MOVE 'S'                  TO WS-CODIGO-OK
            END-IF
            .
       P900-FIM.
           EXIT.

       P950-EDITA-DATA.
            MOVE WS-DATA-CALC-DD         TO WS-DTE-DIA
            MOVE WS-DATA-CALC-MM         TO WS-DTE-MES
            MOVE WS-DATA-CALC-AAAA       TO WS-DTE-ANO
            .
       P950-FIM.
           EXIT.
       END PROGRAM DECLMAT.
