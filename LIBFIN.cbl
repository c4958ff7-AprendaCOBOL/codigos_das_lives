      ******************************************************************
      * Author: ANDRE COSTA
      * Date: 15/10/2026
      * Purpose: LIBERACAO EXCEPCIONAL DO BLOQUEIO FINANCEIRO
      *          (LIBFIN.DAT). O ESTUDANTE COM MENSALIDADE ATRASADA
      *          ALEM DO FINPARM DIAS-BLOQ-FIN TEM A MATRICULA E OS
      *          DOCUMENTOS RECUSADOS PELO BLOQFIN; SO UM OPERADOR
      *          NIVEL-ADMINISTRADOR PODE LIBERA-LO, COM MOTIVO:
      *          - C: CONSULTA O ATRASO DO ESTUDANTE E A LIBERACAO;
      *          - L: CONCEDE A LIBERACAO ATE UMA DATA DE VALIDADE
      *            (PADRAO: A DATA DE MOVIMENTO);
      *          - R: REVOGA A LIBERACAO ATIVA.
      *          A CONCESSAO E A REVOGACAO FICAM NO REGISTRO DE
      *          OCORRENCIAS BLOQFIN.TXT, LISTADO PELO RELBLOQ.
      * Update: 15/10/2026 - Liberar e revogar deixaram de exigir nivel
      *         de administrador: o PERMITE confere as funcoes
      *         LIBFIN/LIBERA e LIBFIN/REVOGA nos perfis do operador.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. LIBFIN.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
            DECIMAL-POINT IS COMMA.
            INPUT-OUTPUT SECTION.
            FILE-CONTROL.
                SELECT LIBFIN ASSIGN TO
                WS-ARQ-LIBFIN
                ORGANIZATION IS INDEXED
                ACCESS MODE  IS RANDOM
                RECORD KEY   IS LBF-CD-STUDENT
                FILE STATUS  IS WS-FS.
                SELECT BLOQLOG ASSIGN TO
                WS-ARQ-BLOQFIN
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS  IS WS-FS-BLG.
                SELECT ESTUDANTE ASSIGN TO
                WS-ARQ-STUDENT
                ORGANIZATION IS INDEXED
                ACCESS MODE  IS RANDOM
                RECORD KEY   IS CD-STUDENT
                ALTERNATE RECORD KEY IS NM-STUDENT WITH DUPLICATES
                FILE STATUS  IS WS-FS-EST.

       DATA DIVISION.
       FILE SECTION.
       FD LIBFIN.
          COPY FD_LIBFIN.

       FD BLOQLOG.
          COPY FD_BLOQFIN.

       FD ESTUDANTE.
          COPY FD_ESTUDANTE.

       WORKING-STORAGE SECTION.
      ***** CAMINHOS FISICOS DOS ARQUIVOS - PRE-CARREGADOS COM O *****
      ***** PADRAO HISTORICO E RESOLVIDOS PELO ARQCONF NO INICIO *****
       77 WS-ARQ-LIBFIN              PIC X(68) VALUE
          'C:\Users\Mauro Vieira\bin\LIBFIN.DAT'.
       77 WS-ARQ-BLOQFIN             PIC X(68) VALUE
          'C:\Users\Mauro Vieira\bin\BLOQFIN.TXT'.
       77 WS-ARQ-STUDENT             PIC X(68) VALUE
          'C:\CURSOCOBOL\COBOL\01 - BASICO\BIN\STUDENT.DAT'.
       77 WS-FS                          PIC 99.
          88 FS-OK                       VALUE 0.
       77 WS-FS-BLG                      PIC 99.
       77 WS-FS-EST                      PIC 99.
          88 FS-EST-OK                   VALUE 0.
       77 WS-OPCAO                       PIC X.
       77 WS-CONFIRMA                    PIC X.
       77 WS-EVENTO                      PIC X(01).
       77 WS-ALUNO-INF                   PIC 9(05) VALUE ZEROS.
       77 WS-NOME-ALUNO                  PIC X(20) VALUE SPACES.
       77 WS-ALUNO-VALIDO                PIC X VALUE 'N'.
          88 ALUNO-VALIDO                VALUE 'S'.
       77 WS-MOTIVO                      PIC X(60).
       77 WS-DATA-OK                     PIC X(01).
          88 DATA-OK                     VALUE 'S' FALSE 'N'.
       77 WS-DATA-MOVIMENTO              PIC 9(08) VALUE ZEROS.
       77 WS-CONTROLE-DATA               PIC X(01) VALUE 'N'.
       77 WS-HORA-COMPLETA               PIC 9(08) VALUE ZEROS.
       01 WS-DATA-INF                    PIC 9(08).
       01 WS-DATA-INF-X REDEFINES WS-DATA-INF.
          03 WS-DATA-INF-AAAA            PIC 9(04).
          03 WS-DATA-INF-MM              PIC 9(02).
          03 WS-DATA-INF-DD              PIC 9(02).
       01 WS-BLOQFIN.
          03 WS-BLQ-ACAO                 PIC X(01).
          03 WS-BLQ-CD-STUDENT           PIC 9(05).
          03 WS-BLQ-PROGRAMA             PIC X(10).
          03 WS-BLQ-OPERADOR             PIC X(12).
          03 WS-BLQ-SITUACAO             PIC X(01).
             88 WS-BLQ-LIVRE             VALUE 'L'.
             88 WS-BLQ-BLOQUEADO         VALUE 'B'.
             88 WS-BLQ-LIBERADO          VALUE 'O'.
          03 WS-BLQ-VR-DEVIDO            PIC 9(09)V99.
          03 WS-BLQ-QT-PARCELAS          PIC 9(03).
          03 WS-BLQ-DIAS-ATRASO          PIC 9(05).
          03 WS-BLQ-DIAS-LIMITE          PIC 9(05).
          03 WS-BLQ-RETORNO              PIC 99.
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
            CALL 'ARQCONF' USING 'LIBFIN.DAT      ' WS-ARQ-LIBFIN
            CALL 'ARQCONF' USING 'BLOQFIN.TXT     ' WS-ARQ-BLOQFIN
            CALL 'ARQCONF' USING 'STUDENT.DAT     ' WS-ARQ-STUDENT

            DISPLAY '*** LIBERACAO DO BLOQUEIO FINANCEIRO ***'

            MOVE 'LIBFIN    '            TO WS-SGN-CHAMADOR
            CALL 'SIGNON' USING WS-SIGNON
            IF NOT SIGNON-OK
               STOP RUN
            END-IF

            CALL 'DTMOVIM' USING WS-DATA-MOVIMENTO WS-CONTROLE-DATA

            PERFORM P100-MENU THRU P100-FIM UNTIL WS-OPCAO = 'F'
            STOP RUN.

       P100-MENU.
            MOVE SPACES                       TO WS-OPCAO
            DISPLAY '*************************************************'
            DISPLAY '|  C - Consultar atraso e liberacao do aluno    |'
            DISPLAY '|  L - Liberar aluno bloqueado (administrador)  |'
            DISPLAY '|  R - Revogar liberacao (administrador)        |'
            DISPLAY '|              (ou tecle <F> para finalizar)    |'
            DISPLAY '*************************************************'
            ACCEPT  WS-OPCAO

            EVALUATE WS-OPCAO
                WHEN 'C' WHEN 'c'
                   PERFORM P200-CONSULTAR THRU P200-FIM
                WHEN 'L' WHEN 'l'
                   PERFORM P300-LIBERAR THRU P300-FIM
                WHEN 'R' WHEN 'r'
                   PERFORM P400-REVOGAR THRU P400-FIM
                WHEN 'F' WHEN 'f'
                   MOVE 'F'                    TO WS-OPCAO
                WHEN OTHER
                   DISPLAY 'OPCAO INVALIDA!'
            END-EVALUATE
            .
       P100-FIM.
           EXIT.

       P200-CONSULTAR.
            PERFORM P600-PEDE-ALUNO      THRU P600-FIM
            IF NOT ALUNO-VALIDO
               GO TO P200-FIM
            END-IF

            PERFORM P700-APURA-ATRASO    THRU P700-FIM

            OPEN INPUT LIBFIN
            IF NOT FS-OK
               DISPLAY 'NENHUMA LIBERACAO CONCEDIDA AINDA.'
               GO TO P200-FIM
            END-IF

            MOVE WS-ALUNO-INF            TO LBF-CD-STUDENT
            READ LIBFIN
               INVALID KEY
                  DISPLAY 'O ALUNO NAO TEM LIBERACAO.'
               NOT INVALID KEY
                  PERFORM P800-MOSTRA-LIBERACAO THRU P800-FIM
            END-READ

            CLOSE LIBFIN
            .
       P200-FIM.
           EXIT.

       P300-LIBERAR.
            CALL 'PERMITE' USING WS-SGN-USUARIO 'LIBFIN    '
                                 'LIBERA    ' WS-PERMITIDO
            IF NOT FUNCAO-PERMITIDA
               DISPLAY 'OPERADOR SEM PERFIL PARA LIBERAR O BLOQUEIO '
                       'FINANCEIRO.'
               GO TO P300-FIM
            END-IF

            PERFORM P600-PEDE-ALUNO      THRU P600-FIM
            IF NOT ALUNO-VALIDO
               GO TO P300-FIM
            END-IF

            PERFORM P700-APURA-ATRASO    THRU P700-FIM
            IF NOT WS-BLQ-BLOQUEADO
               DISPLAY 'O ALUNO NAO ESTA BLOQUEADO - NADA A LIBERAR.'
               GO TO P300-FIM
            END-IF

            DISPLAY 'Motivo da liberacao: '
            MOVE SPACES                  TO WS-MOTIVO
            ACCEPT WS-MOTIVO
            IF WS-MOTIVO EQUAL SPACES
               DISPLAY 'O MOTIVO E OBRIGATORIO - ALUNO NAO LIBERADO.'
               GO TO P300-FIM
            END-IF

            DISPLAY 'Valida ate (AAAAMMDD) ou zero para '
                    WS-DATA-MOVIMENTO ': '
            MOVE ZEROS                   TO WS-DATA-INF
            ACCEPT WS-DATA-INF
            IF WS-DATA-INF EQUAL ZEROS
               MOVE WS-DATA-MOVIMENTO    TO WS-DATA-INF
            END-IF

            MOVE 'N'                     TO WS-DATA-OK
            CALL 'DATAVALID' USING WS-DATA-INF-DD WS-DATA-INF-MM
                                   WS-DATA-INF-AAAA WS-DATA-OK
            IF NOT DATA-OK
               OR WS-DATA-INF LESS THAN WS-DATA-MOVIMENTO
               DISPLAY 'VALIDADE INVALIDA - ALUNO NAO LIBERADO.'
               GO TO P300-FIM
            END-IF

            DISPLAY 'Confirma a liberacao de ' WS-NOME-ALUNO
                    ' ate ' WS-DATA-INF(7:2) '/' WS-DATA-INF(5:2) '/'
                    WS-DATA-INF(1:4) '? (S/N) '
            ACCEPT WS-CONFIRMA
            IF WS-CONFIRMA NOT EQUAL 'S' AND WS-CONFIRMA NOT EQUAL 's'
               DISPLAY 'ALUNO NAO LIBERADO.'
               GO TO P300-FIM
            END-IF

            OPEN I-O LIBFIN
            IF WS-FS EQUAL 35
               OPEN OUTPUT LIBFIN
               CLOSE LIBFIN
               OPEN I-O LIBFIN
            END-IF

            IF NOT FS-OK
               DISPLAY 'ERRO AO ABRIR AS LIBERACOES. FILE STATUS: '
                       WS-FS
               GO TO P300-FIM
            END-IF

      ***** A NOVA CONCESSAO SUBSTITUI A ANTERIOR *********************
            INITIALIZE REG-LIBFIN
            MOVE WS-ALUNO-INF            TO LBF-CD-STUDENT
            SET LIBERACAO-ATIVA          TO TRUE
            MOVE WS-DATA-MOVIMENTO       TO LBF-DT-CONCESSAO
            MOVE WS-DATA-INF             TO LBF-DT-VALIDADE
            MOVE WS-SGN-USUARIO          TO LBF-ADMINISTRADOR
            MOVE WS-MOTIVO               TO LBF-MOTIVO
            MOVE WS-BLQ-VR-DEVIDO        TO LBF-VR-DEVIDO

            WRITE REG-LIBFIN
               INVALID KEY
                  REWRITE REG-LIBFIN
                  END-REWRITE
            END-WRITE

            IF NOT FS-OK
               DISPLAY 'ERRO AO GRAVAR A LIBERACAO. FILE STATUS: '
                       WS-FS
               CLOSE LIBFIN
               GO TO P300-FIM
            END-IF

            CLOSE LIBFIN

            MOVE 'C'                     TO WS-EVENTO
            PERFORM P900-REGISTRA        THRU P900-FIM
            DISPLAY 'ALUNO LIBERADO ATE ' WS-DATA-INF(7:2) '/'
                    WS-DATA-INF(5:2) '/' WS-DATA-INF(1:4) '.'
            .
       P300-FIM.
           EXIT.

       P400-REVOGAR.
            CALL 'PERMITE' USING WS-SGN-USUARIO 'LIBFIN    '
                                 'REVOGA    ' WS-PERMITIDO
            IF NOT FUNCAO-PERMITIDA
               DISPLAY 'OPERADOR SEM PERFIL PARA REVOGAR A LIBERACAO.'
               GO TO P400-FIM
            END-IF

            PERFORM P600-PEDE-ALUNO      THRU P600-FIM
            IF NOT ALUNO-VALIDO
               GO TO P400-FIM
            END-IF

            OPEN I-O LIBFIN
            IF NOT FS-OK
               DISPLAY 'NENHUMA LIBERACAO CONCEDIDA AINDA.'
               GO TO P400-FIM
            END-IF

            MOVE WS-ALUNO-INF            TO LBF-CD-STUDENT
            READ LIBFIN
               INVALID KEY
                  DISPLAY 'O ALUNO NAO TEM LIBERACAO.'
                  CLOSE LIBFIN
                  GO TO P400-FIM
            END-READ

            IF NOT LIBERACAO-ATIVA
               DISPLAY 'A LIBERACAO DO ALUNO JA ESTA REVOGADA.'
               CLOSE LIBFIN
               GO TO P400-FIM
            END-IF

            PERFORM P800-MOSTRA-LIBERACAO THRU P800-FIM

            DISPLAY 'Motivo da revogacao: '
            MOVE SPACES                  TO WS-MOTIVO
            ACCEPT WS-MOTIVO
            IF WS-MOTIVO EQUAL SPACES
               DISPLAY 'O MOTIVO E OBRIGATORIO - LIBERACAO MANTIDA.'
               CLOSE LIBFIN
               GO TO P400-FIM
            END-IF

            SET LIBERACAO-REVOGADA       TO TRUE
            MOVE WS-DATA-MOVIMENTO       TO LBF-DT-REVOGACAO
            MOVE WS-SGN-USUARIO          TO LBF-OPR-REVOGACAO
            REWRITE REG-LIBFIN
               INVALID KEY
                  DISPLAY 'ERRO AO REVOGAR. FILE STATUS: ' WS-FS
                  CLOSE LIBFIN
                  GO TO P400-FIM
            END-REWRITE

            CLOSE LIBFIN

            PERFORM P700-APURA-ATRASO    THRU P700-FIM
            MOVE 'R'                     TO WS-EVENTO
            PERFORM P900-REGISTRA        THRU P900-FIM
            DISPLAY 'LIBERACAO REVOGADA.'
            .
       P400-FIM.
           EXIT.

       P600-PEDE-ALUNO.
            MOVE 'N'                     TO WS-ALUNO-VALIDO
            MOVE SPACES                  TO WS-NOME-ALUNO
            DISPLAY 'Informe o codigo do aluno: '
            ACCEPT WS-ALUNO-INF

      ***** O CODIGO DO ALUNO E O PROPRIO CODIGO DE REGISTRO **********
            OPEN INPUT ESTUDANTE
            IF NOT FS-EST-OK
               DISPLAY 'CADASTRO DE ESTUDANTES INDISPONIVEL. FILE '
                       'STATUS: ' WS-FS-EST
               GO TO P600-FIM
            END-IF

            MOVE WS-ALUNO-INF            TO CD-STUDENT
            READ ESTUDANTE
               INVALID KEY
                  DISPLAY 'ESTUDANTE NAO CADASTRADO.'
               NOT INVALID KEY
                  MOVE 'S'               TO WS-ALUNO-VALIDO
                  MOVE NM-STUDENT        TO WS-NOME-ALUNO
                  DISPLAY 'ALUNO.......: ' CD-STUDENT ' - '
                          NM-STUDENT
            END-READ

            CLOSE ESTUDANTE
            .
       P600-FIM.
           EXIT.

       P700-APURA-ATRASO.
            MOVE 'C'                     TO WS-BLQ-ACAO
            MOVE WS-ALUNO-INF            TO WS-BLQ-CD-STUDENT
            MOVE 'LIBFIN    '            TO WS-BLQ-PROGRAMA
            MOVE WS-SGN-USUARIO          TO WS-BLQ-OPERADOR
            CALL 'BLOQFIN' USING WS-BLOQFIN

            IF WS-BLQ-RETORNO NOT EQUAL ZEROS
               DISPLAY 'AVISO: MENSALIDADES/CONTRATOS INDISPONIVEIS. '
                       'FILE STATUS: ' WS-BLQ-RETORNO
            END-IF

            DISPLAY 'EM ATRASO...: ' WS-BLQ-QT-PARCELAS
                    ' PARCELA(S), VALOR ' WS-BLQ-VR-DEVIDO
            DISPLAY 'MAIOR ATRASO: ' WS-BLQ-DIAS-ATRASO
                    ' DIA(S) - BLOQUEIA ACIMA DE ' WS-BLQ-DIAS-LIMITE
            IF WS-BLQ-BLOQUEADO
               DISPLAY 'SITUACAO....: BLOQUEADO'
            ELSE
               DISPLAY 'SITUACAO....: LIVRE'
            END-IF
            .
       P700-FIM.
           EXIT.

       P800-MOSTRA-LIBERACAO.
            IF LIBERACAO-ATIVA
               DISPLAY 'LIBERACAO...: ATIVA ATE '
                       LBF-DT-VALIDADE(7:2) '/' LBF-DT-VALIDADE(5:2)
                       '/' LBF-DT-VALIDADE(1:4)
            ELSE
               DISPLAY 'LIBERACAO...: REVOGADA EM '
                       LBF-DT-REVOGACAO(7:2) '/'
                       LBF-DT-REVOGACAO(5:2) '/'
                       LBF-DT-REVOGACAO(1:4) ' POR ' LBF-OPR-REVOGACAO
            END-IF
            DISPLAY 'CONCEDIDA EM: ' LBF-DT-CONCESSAO(7:2) '/'
                    LBF-DT-CONCESSAO(5:2) '/' LBF-DT-CONCESSAO(1:4)
                    ' POR ' LBF-ADMINISTRADOR
                    ' (DEVIA ' LBF-VR-DEVIDO ')'
            DISPLAY 'MOTIVO......: ' LBF-MOTIVO
            .
       P800-FIM.
           EXIT.

       P900-REGISTRA.
            OPEN EXTEND BLOQLOG
            IF WS-FS-BLG EQUAL 35
               OPEN OUTPUT BLOQLOG
            END-IF

            IF WS-FS-BLG NOT EQUAL ZEROS
               DISPLAY 'AVISO: REGISTRO DE OCORRENCIAS INDISPONIVEL. '
                       'FILE STATUS: ' WS-FS-BLG
               GO TO P900-FIM
            END-IF

            ACCEPT WS-HORA-COMPLETA      FROM TIME

            MOVE SPACES                  TO REG-BLOQFIN
            MOVE WS-EVENTO               TO BLG-EVENTO
            MOVE WS-DATA-MOVIMENTO       TO BLG-DATA
            MOVE WS-HORA-COMPLETA        TO BLG-HORA
            MOVE WS-ALUNO-INF            TO BLG-CD-STUDENT
            MOVE 'LIBFIN    '            TO BLG-PROGRAMA
            MOVE WS-SGN-USUARIO          TO BLG-OPERADOR
                                            BLG-ADMINISTRADOR
            MOVE WS-BLQ-VR-DEVIDO        TO BLG-VR-DEVIDO
            MOVE WS-BLQ-QT-PARCELAS      TO BLG-QT-PARCELAS
            MOVE WS-BLQ-DIAS-ATRASO      TO BLG-DIAS-ATRASO
            MOVE WS-MOTIVO               TO BLG-MOTIVO
            WRITE REG-BLOQFIN

            CLOSE BLOQLOG
            .
       P900-FIM.
           EXIT.

       END PROGRAM LIBFIN.
