      ******************************************************************
      * Author: ANDRE COSTA
      * Date: 15/10/2026
      * Purpose: MANUTENCAO DAS ADESOES DE FUNCIONARIOS A BENEFICIOS
      *          (FUNCBEN.DAT): INCLUI OU ALTERA A ADESAO COM DATA DE
      *          INICIO, DATA DE FIM (ZERO = SEM FIM) E O CUSTO DO
      *          FUNCIONARIO QUANDO DIFERE DO CADASTRO DO BENEFICIO,
      *          ENCERRA A ADESAO INFORMANDO A DATA DE FIM E CONSULTA
      *          AS ADESOES DE UM FUNCIONARIO. VALIDA O FUNCIONARIO NO
      *          FUNCIONARIO.DAT E O BENEFICIO ATIVO NO BENEFICIO.DAT.
      *          A FOLHAPAG DESCONTA AS ADESOES VIGENTES NO MES.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CADFBEN.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
            DECIMAL-POINT IS COMMA.
            INPUT-OUTPUT SECTION.
            FILE-CONTROL.
                SELECT FUNCBEN ASSIGN TO
                WS-ARQ-FUNCBEN
                ORGANIZATION IS INDEXED
                ACCESS MODE  IS DYNAMIC
                RECORD KEY   IS CHAVE-FUNCBEN
                FILE STATUS  IS WS-FS.
                SELECT FUNCIONARIO ASSIGN TO
                WS-ARQ-FUNCIONARIO
                ORGANIZATION IS INDEXED
                ACCESS MODE  IS RANDOM
                RECORD KEY   IS CD-FUNCIONARIO
                FILE STATUS  IS WS-FS-FUN.
                SELECT BENEFICIO ASSIGN TO
                WS-ARQ-BENEFICIO
                ORGANIZATION IS INDEXED
                ACCESS MODE  IS RANDOM
                RECORD KEY   IS BNF-CD-BENEFICIO
                FILE STATUS  IS WS-FS-BNF.

       DATA DIVISION.
       FILE SECTION.
       FD FUNCBEN.
          COPY FD_FUNCBEN.

       FD FUNCIONARIO.
          COPY FD_FUNCIONARIO.

       FD BENEFICIO.
          COPY FD_BENEFICIO.

       WORKING-STORAGE SECTION.
      ***** CAMINHOS FISICOS DOS ARQUIVOS - PRE-CARREGADOS COM O *****
      ***** PADRAO HISTORICO E RESOLVIDOS PELO ARQCONF NO INICIO *****
       77 WS-ARQ-FUNCBEN             PIC X(68) VALUE
          'C:\CursoCOBOL\COBOL\01 - Basico\bin\FUNCBEN.DAT'.
       77 WS-ARQ-FUNCIONARIO         PIC X(68) VALUE
          'C:\CursoCOBOL\COBOL\01 - Basico\bin\FUNCIONARIO.DAT'.
       77 WS-ARQ-BENEFICIO           PIC X(68) VALUE
          'C:\CursoCOBOL\COBOL\01 - Basico\bin\BENEFICIO.DAT'.
       77 WS-FS                          PIC 99.
          88 FS-OK                       VALUE 0.
       77 WS-FS-FUN                      PIC 99.
          88 FS-FUN-OK                   VALUE 0.
       77 WS-FS-BNF                      PIC 99.
          88 FS-BNF-OK                   VALUE 0.
       77 WS-EOF                         PIC X.
          88 EOF-OK                      VALUE 'S' FALSE 'N'.
       77 WS-OPCAO                       PIC X.
       77 WS-FUNCIONARIO-INF             PIC 9(04).
       77 WS-BENEFICIO-INF               PIC 9(03).
       77 WS-FUNCIONARIO-EXISTE          PIC X VALUE 'N'.
          88 FUNCIONARIO-EXISTE          VALUE 'S'.
       77 WS-BENEFICIO-VALIDO            PIC X VALUE 'N'.
          88 BENEFICIO-VALIDO            VALUE 'S'.
       77 WS-DATA-OK                     PIC X(01) VALUE 'N'.
          88 DATA-OK                     VALUE 'S'.
       77 WS-DT-INICIO                   PIC 9(08) VALUE ZEROS.
       77 WS-QT-ADESOES                  PIC 9(03) VALUE ZEROS.
       01 WS-DATA-INF                    PIC 9(08).
       01 WS-DATA-INF-X REDEFINES WS-DATA-INF.
          03 WS-DATA-INF-AAAA            PIC 9(04).
          03 WS-DATA-INF-MM              PIC 9(02).
          03 WS-DATA-INF-DD              PIC 9(02).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.

      ***** RESOLVE OS CAMINHOS FISICOS PELO PERFIL DO ARQCONF ******
            CALL 'ARQCONF' USING 'FUNCBEN.DAT     ' WS-ARQ-FUNCBEN
            CALL 'ARQCONF' USING 'FUNCIONARIO.DAT ' WS-ARQ-FUNCIONARIO
            CALL 'ARQCONF' USING 'BENEFICIO.DAT   ' WS-ARQ-BENEFICIO

            DISPLAY '*** ADESAO DE FUNCIONARIOS A BENEFICIOS ***'
            PERFORM P100-MENU THRU P100-FIM UNTIL WS-OPCAO = 'F'
            STOP RUN.

       P100-MENU.
            MOVE SPACES                       TO WS-OPCAO
            DISPLAY '*************************************************'
            DISPLAY '|  I - Incluir/alterar adesao                   |'
            DISPLAY '|  E - Encerrar adesao                          |'
            DISPLAY '|  C - Consultar adesoes de um funcionario      |'
            DISPLAY '|              (ou tecle <F> para finalizar)    |'
            DISPLAY '*************************************************'
            ACCEPT  WS-OPCAO

            EVALUATE WS-OPCAO
                WHEN 'I' WHEN 'i'
                   PERFORM P200-INCLUIR THRU P200-FIM
                WHEN 'E' WHEN 'e'
                   PERFORM P300-ENCERRAR THRU P300-FIM
                WHEN 'C' WHEN 'c'
                   PERFORM P400-CONSULTAR THRU P400-FIM
                WHEN 'F' WHEN 'f'
                   MOVE 'F'                    TO WS-OPCAO
                WHEN OTHER
                   DISPLAY 'OPCAO INVALIDA!'
            END-EVALUATE
            .
       P100-FIM.
           EXIT.

       P200-INCLUIR.
            DISPLAY 'Informe o codigo do funcionario:'
            ACCEPT WS-FUNCIONARIO-INF

            PERFORM P500-VALIDA-FUNCIONARIO THRU P500-FIM
            IF NOT FUNCIONARIO-EXISTE
               DISPLAY 'FUNCIONARIO NAO ENCONTRADO EM FUNCIONARIO.DAT.'
               GO TO P200-FIM
            END-IF

            DISPLAY 'Informe o codigo do beneficio:'
            ACCEPT WS-BENEFICIO-INF

            PERFORM P600-VALIDA-BENEFICIO THRU P600-FIM
            IF NOT BENEFICIO-VALIDO
               GO TO P200-FIM
            END-IF

            DISPLAY 'Informe a data de inicio (AAAAMMDD):'
            PERFORM P700-INFORMA-DATA    THRU P700-FIM
            IF NOT DATA-OK
               GO TO P200-FIM
            END-IF
            MOVE WS-DATA-INF             TO WS-DT-INICIO

            OPEN I-O FUNCBEN
            IF WS-FS EQUAL 35
               OPEN OUTPUT FUNCBEN
               CLOSE FUNCBEN
               OPEN I-O FUNCBEN
            END-IF

            IF NOT FS-OK
               DISPLAY 'ERRO AO ABRIR O CADASTRO DE ADESOES.'
               DISPLAY 'FILE STATUS: ' WS-FS
               GO TO P200-FIM
            END-IF

            MOVE WS-FUNCIONARIO-INF      TO FBN-CD-FUNCIONARIO
            MOVE WS-BENEFICIO-INF        TO FBN-CD-BENEFICIO
            MOVE WS-DT-INICIO            TO FBN-DT-INICIO
            MOVE ZEROS                   TO FBN-DT-FIM

      ***** O CUSTO PROPRIO VALE PARA O VALE-TRANSPORTE, QUE DEPENDE **
      ***** DO TRAJETO DE CADA UM *************************************
            DISPLAY 'Custo mensal deste funcionario (zero = custo do '
                    'beneficio, ' BNF-VR-CUSTO '): '
            ACCEPT FBN-VR-CUSTO

            WRITE REG-FUNCBEN
               INVALID KEY
                  REWRITE REG-FUNCBEN
                     INVALID KEY
                        DISPLAY 'ERRO AO GRAVAR A ADESAO.'
                     NOT INVALID KEY
                        DISPLAY 'ADESAO ALTERADA COM SUCESSO!'
                  END-REWRITE
               NOT INVALID KEY
                  DISPLAY 'ADESAO INCLUIDA COM SUCESSO!'
            END-WRITE

            CLOSE FUNCBEN
            .
       P200-FIM.
           EXIT.

       P300-ENCERRAR.
            OPEN I-O FUNCBEN
            IF NOT FS-OK
               DISPLAY 'AINDA NAO HA ADESOES CADASTRADAS.'
               GO TO P300-FIM
            END-IF

            DISPLAY 'Informe o codigo do funcionario:'
            ACCEPT FBN-CD-FUNCIONARIO
            DISPLAY 'Informe o codigo do beneficio:'
            ACCEPT FBN-CD-BENEFICIO
            READ FUNCBEN
               INVALID KEY
                  DISPLAY 'ADESAO NAO ENCONTRADA.'
                  CLOSE FUNCBEN
                  GO TO P300-FIM
            END-READ

            DISPLAY 'Informe a data de fim (AAAAMMDD):'
            PERFORM P700-INFORMA-DATA    THRU P700-FIM
            IF NOT DATA-OK
               CLOSE FUNCBEN
               GO TO P300-FIM
            END-IF

            IF WS-DATA-INF LESS THAN FBN-DT-INICIO
               DISPLAY 'DATA DE FIM ANTERIOR AO INICIO DA ADESAO ('
                       FBN-DT-INICIO ').'
               CLOSE FUNCBEN
               GO TO P300-FIM
            END-IF

            MOVE WS-DATA-INF             TO FBN-DT-FIM
            REWRITE REG-FUNCBEN
               INVALID KEY
                  DISPLAY 'ERRO AO ENCERRAR A ADESAO.'
               NOT INVALID KEY
                  DISPLAY 'ADESAO ENCERRADA EM ' FBN-DT-FIM '.'
            END-REWRITE

            CLOSE FUNCBEN
            .
       P300-FIM.
           EXIT.

       P400-CONSULTAR.
            OPEN INPUT FUNCBEN
            IF NOT FS-OK
               DISPLAY 'AINDA NAO HA ADESOES CADASTRADAS.'
               GO TO P400-FIM
            END-IF

            DISPLAY 'Informe o codigo do funcionario:'
            ACCEPT WS-FUNCIONARIO-INF

            MOVE ZEROS                   TO WS-QT-ADESOES
            MOVE WS-FUNCIONARIO-INF      TO FBN-CD-FUNCIONARIO
            MOVE ZEROS                   TO FBN-CD-BENEFICIO
            SET EOF-OK                   TO FALSE
            START FUNCBEN KEY NOT LESS THAN CHAVE-FUNCBEN
               INVALID KEY
                  SET EOF-OK             TO TRUE
            END-START

            PERFORM P410-LE-ADESAO       THRU P410-FIM UNTIL EOF-OK

            DISPLAY 'ADESOES: ' WS-QT-ADESOES

            CLOSE FUNCBEN
            .
       P400-FIM.
           EXIT.

       P410-LE-ADESAO.
            READ FUNCBEN NEXT RECORD
               AT END
                  SET EOF-OK             TO TRUE
               NOT AT END
                  IF FBN-CD-FUNCIONARIO NOT EQUAL WS-FUNCIONARIO-INF
                     SET EOF-OK          TO TRUE
                  ELSE
                     ADD 1               TO WS-QT-ADESOES
                     DISPLAY 'BENEFICIO ' FBN-CD-BENEFICIO
                             ' INICIO ' FBN-DT-INICIO
                             ' FIM ' FBN-DT-FIM
                             ' CUSTO ' FBN-VR-CUSTO
                  END-IF
            END-READ
            .
       P410-FIM.
           EXIT.

       P500-VALIDA-FUNCIONARIO.
            MOVE 'N'                     TO WS-FUNCIONARIO-EXISTE

            OPEN INPUT FUNCIONARIO
            IF NOT FS-FUN-OK
               DISPLAY 'ERRO AO ABRIR O CADASTRO DE FUNCIONARIOS.'
               DISPLAY 'FILE STATUS: ' WS-FS-FUN
               GO TO P500-FIM
            END-IF

            MOVE WS-FUNCIONARIO-INF      TO CD-FUNCIONARIO
            READ FUNCIONARIO
               INVALID KEY
                  CONTINUE
               NOT INVALID KEY
                  MOVE 'S'               TO WS-FUNCIONARIO-EXISTE
                  DISPLAY 'Funcionario: ' NM-FUNCIONARIO
            END-READ

            CLOSE FUNCIONARIO
            .
       P500-FIM.
           EXIT.

       P600-VALIDA-BENEFICIO.
            MOVE 'N'                     TO WS-BENEFICIO-VALIDO

            OPEN INPUT BENEFICIO
            IF NOT FS-BNF-OK
               DISPLAY 'AINDA NAO HA BENEFICIOS CADASTRADOS.'
               GO TO P600-FIM
            END-IF

            MOVE WS-BENEFICIO-INF        TO BNF-CD-BENEFICIO
            READ BENEFICIO
               INVALID KEY
                  DISPLAY 'BENEFICIO NAO ENCONTRADO EM BENEFICIO.DAT.'
               NOT INVALID KEY
                  IF BENEF-ATIVO
                     MOVE 'S'            TO WS-BENEFICIO-VALIDO
                     DISPLAY 'Beneficio: ' BNF-DESCRICAO
                  ELSE
                     DISPLAY 'BENEFICIO INATIVO - NAO ACEITA ADESAO.'
                  END-IF
            END-READ

            CLOSE BENEFICIO
            .
       P600-FIM.
           EXIT.

       P700-INFORMA-DATA.
            MOVE ZEROS                   TO WS-DATA-INF
            ACCEPT WS-DATA-INF

            MOVE 'N'                     TO WS-DATA-OK
            CALL 'DATAVALID' USING WS-DATA-INF-DD WS-DATA-INF-MM
                                   WS-DATA-INF-AAAA WS-DATA-OK
            IF NOT DATA-OK
               DISPLAY 'DATA INVALIDA.'
            END-IF
            .
       P700-FIM.
           EXIT.

       END PROGRAM CADFBEN.
