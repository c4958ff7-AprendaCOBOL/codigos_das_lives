      ******************************************************************
      * Author: ANDRE COSTA
      * Date: 15/10/2026
      * Purpose: MANUTENCAO DOS DADOS BANCARIOS DO FUNCIONARIO PARA O
      *          CREDITO DE SALARIO (FUNCBANC.DAT): INCLUI, ALTERA E
      *          CONSULTA O BANCO, A AGENCIA E A CONTA, VALIDANDO QUE
      *          O FUNCIONARIO EXISTE NO FUNCIONARIO.DAT. E ESTE
      *          CADASTRO QUE O CREDSAL CONSULTA AO GERAR O ARQUIVO DE
      *          CREDITO DA FOLHA PARA O BANCO.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CADFBANC.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
            DECIMAL-POINT IS COMMA.
            INPUT-OUTPUT SECTION.
            FILE-CONTROL.
                SELECT FUNCBANC ASSIGN TO
                WS-ARQ-FUNCBANC
                ORGANIZATION IS INDEXED
                ACCESS MODE  IS RANDOM
                RECORD KEY   IS FBC-CD-FUNCIONARIO
                FILE STATUS  IS WS-FS.
                SELECT FUNCIONARIO ASSIGN TO
                WS-ARQ-FUNCIONARIO
                ORGANIZATION IS INDEXED
                ACCESS MODE  IS RANDOM
                RECORD KEY   IS CD-FUNCIONARIO
                FILE STATUS  IS WS-FS-FUN.

       DATA DIVISION.
       FILE SECTION.
       FD FUNCBANC.
          COPY FD_FUNCBANC.

       FD FUNCIONARIO.
          COPY FD_FUNCIONARIO.

       WORKING-STORAGE SECTION.
      ***** CAMINHOS FISICOS DOS ARQUIVOS - PRE-CARREGADOS COM O *****
      ***** PADRAO HISTORICO E RESOLVIDOS PELO ARQCONF NO INICIO *****
       77 WS-ARQ-FUNCBANC            PIC X(68) VALUE
          'C:\CursoCOBOL\COBOL\01 - Basico\bin\FUNCBANC.DAT'.
       77 WS-ARQ-FUNCIONARIO         PIC X(68) VALUE
          'C:\CursoCOBOL\COBOL\01 - Basico\bin\FUNCIONARIO.DAT'.
       77 WS-FS                          PIC 99.
          88 FS-OK                       VALUE 0.
       77 WS-FS-FUN                      PIC 99.
          88 FS-FUN-OK                   VALUE 0.
       77 WS-OPCAO                       PIC X.
       77 WS-FUNCIONARIO-INF             PIC 9(04).
       77 WS-FUNCIONARIO-EXISTE          PIC X VALUE 'N'.
          88 FUNCIONARIO-EXISTE          VALUE 'S'.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.

      ***** RESOLVE OS CAMINHOS FISICOS PELO PERFIL DO ARQCONF ******
            CALL 'ARQCONF' USING 'FUNCBANC.DAT    ' WS-ARQ-FUNCBANC
            CALL 'ARQCONF' USING 'FUNCIONARIO.DAT ' WS-ARQ-FUNCIONARIO

            DISPLAY '*** DADOS BANCARIOS PARA CREDITO DE SALARIO ***'
            PERFORM P100-MENU THRU P100-FIM UNTIL WS-OPCAO = 'F'
            STOP RUN.

       P100-MENU.
            MOVE SPACES                       TO WS-OPCAO
            DISPLAY '*************************************************'
            DISPLAY '|  I - Incluir/alterar conta de um funcionario  |'
            DISPLAY '|  C - Consultar conta de um funcionario        |'
            DISPLAY '|              (ou tecle <F> para finalizar)    |'
            DISPLAY '*************************************************'
            ACCEPT  WS-OPCAO

            EVALUATE WS-OPCAO
                WHEN 'I' WHEN 'i'
                   PERFORM P200-INCLUIR THRU P200-FIM
                WHEN 'C' WHEN 'c'
                   PERFORM P300-CONSULTAR THRU P300-FIM
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

            PERFORM P400-VALIDA-FUNCIONARIO THRU P400-FIM
            IF NOT FUNCIONARIO-EXISTE
               DISPLAY 'FUNCIONARIO NAO ENCONTRADO EM FUNCIONARIO.DAT.'
               GO TO P200-FIM
            END-IF

            OPEN I-O FUNCBANC
            IF WS-FS EQUAL 35
               OPEN OUTPUT FUNCBANC
               CLOSE FUNCBANC
               OPEN I-O FUNCBANC
            END-IF

            IF NOT FS-OK
               DISPLAY 'ERRO AO ABRIR O CADASTRO DE DADOS BANCARIOS.'
               DISPLAY 'FILE STATUS: ' WS-FS
               GO TO P200-FIM
            END-IF

            MOVE WS-FUNCIONARIO-INF      TO FBC-CD-FUNCIONARIO
            DISPLAY 'Funcionario: ' NM-FUNCIONARIO
            DISPLAY 'Informe o banco (999):'
            ACCEPT FBC-BANCO
            DISPLAY 'Informe a agencia (99999):'
            ACCEPT FBC-AGENCIA
            DISPLAY 'Informe a conta (9999999999):'
            ACCEPT FBC-CONTA

      ***** CONTA ZERADA NAO RECEBE CREDITO - MELHOR RECUSAR AQUI *****
            IF FBC-BANCO EQUAL ZEROS OR FBC-AGENCIA EQUAL ZEROS
               OR FBC-CONTA EQUAL ZEROS
               DISPLAY 'BANCO, AGENCIA E CONTA SAO OBRIGATORIOS.'
               CLOSE FUNCBANC
               GO TO P200-FIM
            END-IF

            WRITE REG-FUNCBANC
               INVALID KEY
                  REWRITE REG-FUNCBANC
                     INVALID KEY
                        DISPLAY 'ERRO AO GRAVAR OS DADOS BANCARIOS.'
                     NOT INVALID KEY
                        DISPLAY 'DADOS BANCARIOS ALTERADOS COM '
                                'SUCESSO!'
                  END-REWRITE
               NOT INVALID KEY
                  DISPLAY 'DADOS BANCARIOS INCLUIDOS COM SUCESSO!'
            END-WRITE

            CLOSE FUNCBANC
            .
       P200-FIM.
           EXIT.

       P300-CONSULTAR.
            OPEN INPUT FUNCBANC
            IF NOT FS-OK
               DISPLAY 'AINDA NAO HA DADOS BANCARIOS CADASTRADOS.'
               GO TO P300-FIM
            END-IF

            DISPLAY 'Informe o codigo do funcionario:'
            ACCEPT FBC-CD-FUNCIONARIO
            READ FUNCBANC
               INVALID KEY
                  DISPLAY 'SEM DADOS BANCARIOS - O FUNCIONARIO SAI NA '
                          'LISTA DE EXCECOES DO CREDITO.'
               NOT INVALID KEY
                  DISPLAY 'BANCO...: ' FBC-BANCO
                  DISPLAY 'AGENCIA.: ' FBC-AGENCIA
                  DISPLAY 'CONTA...: ' FBC-CONTA
            END-READ

            CLOSE FUNCBANC
            .
       P300-FIM.
           EXIT.

       P400-VALIDA-FUNCIONARIO.
            MOVE 'N'                     TO WS-FUNCIONARIO-EXISTE

            OPEN INPUT FUNCIONARIO
            IF NOT FS-FUN-OK
               DISPLAY 'ERRO AO ABRIR O CADASTRO DE FUNCIONARIOS.'
               DISPLAY 'FILE STATUS: ' WS-FS-FUN
               GO TO P400-FIM
            END-IF

            MOVE WS-FUNCIONARIO-INF      TO CD-FUNCIONARIO
            READ FUNCIONARIO
               INVALID KEY
                  CONTINUE
               NOT INVALID KEY
                  MOVE 'S'               TO WS-FUNCIONARIO-EXISTE
            END-READ

            CLOSE FUNCIONARIO
            .
       P400-FIM.
           EXIT.

       END PROGRAM CADFBANC.
