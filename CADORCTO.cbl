      ******************************************************************
      * Author: ANDRE COSTA
      * Date: 15/10/2026
      * Purpose: MANUTENCAO DO ORCAMENTO DE PESSOAL POR DEPARTAMENTO
      *          (ORCDEPTO.DAT): EFETIVO E CUSTO DE FOLHA ORCADOS PARA
      *          CADA DEPARTAMENTO E MES. INCLUI/ALTERA UM MES, LANCA O
      *          ANO INTEIRO COM O MESMO VALOR MENSAL, EXCLUI UM MES E
      *          CONSULTA O ANO DO DEPARTAMENTO COM O TOTAL. SO ACEITA
      *          DEPARTAMENTO CADASTRADO NO DEPTO.DAT, E CADA LANCAMENTO
      *          GUARDA O OPERADOR DO SIGNON. O RELORCTO CONFRONTA O
      *          ORCADO COM O REALIZADO.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CADORCTO.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
            DECIMAL-POINT IS COMMA.
            INPUT-OUTPUT SECTION.
            FILE-CONTROL.
                SELECT ORCDEPTO ASSIGN TO
                WS-ARQ-ORCDEPTO
                ORGANIZATION IS INDEXED
                ACCESS MODE  IS DYNAMIC
                RECORD KEY   IS CHAVE-ORCDEPTO
                FILE STATUS  IS WS-FS.
                SELECT DEPTO ASSIGN TO
                WS-ARQ-DEPTO
                ORGANIZATION IS INDEXED
                ACCESS MODE  IS RANDOM
                RECORD KEY   IS CD-DEPTO
                FILE STATUS  IS WS-FS-DEP.

       DATA DIVISION.
       FILE SECTION.
       FD ORCDEPTO.
          COPY FD_ORCDEPTO.

       FD DEPTO.
          COPY FD_DEPTO.

       WORKING-STORAGE SECTION.
      ***** CAMINHOS FISICOS DOS ARQUIVOS - PRE-CARREGADOS COM O *****
      ***** PADRAO HISTORICO E RESOLVIDOS PELO ARQCONF NO INICIO *****
       77 WS-ARQ-ORCDEPTO            PIC X(68) VALUE
          'C:\CursoCOBOL\COBOL\01 - Basico\bin\ORCDEPTO.DAT'.
       77 WS-ARQ-DEPTO               PIC X(68) VALUE
          'C:\CursoCOBOL\COBOL\01 - Basico\bin\DEPTO.DAT'.
       77 WS-FS                          PIC 99.
          88 FS-OK                       VALUE 0.
       77 WS-FS-DEP                      PIC 99.
          88 FS-DEP-OK                   VALUE 0.
       77 WS-EOF                         PIC X.
          88 EOF-OK                      VALUE 'S' FALSE 'N'.
       77 WS-OPCAO                       PIC X.
       77 WS-DATA-HOJE                   PIC 9(08) VALUE ZEROS.
       77 WS-DEPTO-OK                    PIC X VALUE 'N'.
          88 DEPTO-OK                    VALUE 'S'.
       77 WS-DEPTO-INF                   PIC 9(03) VALUE ZEROS.
       77 WS-ANO-INF                     PIC 9(04) VALUE ZEROS.
       77 WS-COMPETENCIA-INF             PIC 9(06) VALUE ZEROS.
       77 WS-QT-INF                      PIC 9(05) VALUE ZEROS.
       77 WS-VR-INF                      PIC 9(09)V99 VALUE ZEROS.
       77 WS-MES                         PIC 9(02) VALUE ZEROS.
       77 WS-QT-MESES                    PIC 9(02) VALUE ZEROS.
       77 WS-VR-TOTAL-ANO                PIC 9(11)V99 VALUE ZEROS.
       77 WS-CONFIRMA                    PIC X.
       01 WS-SIGNON.
          03 WS-SGN-USUARIO              PIC X(12).
          03 WS-SGN-NIVEL                PIC 9(01).
          03 WS-SGN-AUTENTICADO          PIC X(01).
             88 SIGNON-OK                VALUE 'S' FALSE 'N'.
          03 WS-SGN-CHAMADOR             PIC X(10).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.

      ***** RESOLVE OS CAMINHOS FISICOS PELO PERFIL DO ARQCONF ******
            CALL 'ARQCONF' USING 'ORCDEPTO.DAT    ' WS-ARQ-ORCDEPTO
            CALL 'ARQCONF' USING 'DEPTO.DAT       ' WS-ARQ-DEPTO

            DISPLAY '*** ORCAMENTO DE PESSOAL POR DEPARTAMENTO ***'

            MOVE 'CADORCTO  '                   TO WS-SGN-CHAMADOR
            CALL 'SIGNON' USING WS-SIGNON
            IF NOT SIGNON-OK
               STOP RUN
            END-IF

            ACCEPT WS-DATA-HOJE          FROM DATE YYYYMMDD

            PERFORM P100-MENU THRU P100-FIM UNTIL WS-OPCAO = 'F'
            STOP RUN.

       P100-MENU.
            MOVE SPACES                       TO WS-OPCAO
            DISPLAY '*************************************************'
            DISPLAY '|  I - Incluir/alterar orcamento do mes         |'
            DISPLAY '|  A - Orcamento do ano (mesmo valor por mes)   |'
            DISPLAY '|  E - Excluir orcamento do mes                 |'
            DISPLAY '|  C - Consultar orcamento do ano               |'
            DISPLAY '|              (ou tecle <F> para finalizar)    |'
            DISPLAY '*************************************************'
            ACCEPT  WS-OPCAO

            EVALUATE WS-OPCAO
                WHEN 'I' WHEN 'i'
                   PERFORM P200-INCLUIR THRU P200-FIM
                WHEN 'A' WHEN 'a'
                   PERFORM P300-ANO THRU P300-FIM
                WHEN 'E' WHEN 'e'
                   PERFORM P400-EXCLUIR THRU P400-FIM
                WHEN 'C' WHEN 'c'
                   PERFORM P500-CONSULTAR THRU P500-FIM
                WHEN 'F' WHEN 'f'
                   MOVE 'F'                    TO WS-OPCAO
                WHEN OTHER
                   DISPLAY 'OPCAO INVALIDA!'
            END-EVALUATE
            .
       P100-FIM.
           EXIT.

       P200-INCLUIR.
            PERFORM P600-ABRE-ORCAMENTO THRU P600-FIM
            IF NOT FS-OK
               GO TO P200-FIM
            END-IF

            PERFORM P700-INFORMA-DEPTO THRU P700-FIM
            IF NOT DEPTO-OK
               CLOSE ORCDEPTO
               GO TO P200-FIM
            END-IF

            DISPLAY 'Informe a competencia (AAAAMM):'
            ACCEPT WS-COMPETENCIA-INF

            IF WS-COMPETENCIA-INF(1:4) EQUAL ZEROS
               OR WS-COMPETENCIA-INF(5:2) LESS THAN '01'
               OR WS-COMPETENCIA-INF(5:2) GREATER THAN '12'
               DISPLAY 'COMPETENCIA INVALIDA.'
               CLOSE ORCDEPTO
               GO TO P200-FIM
            END-IF

            PERFORM P800-INFORMA-VALORES THRU P800-FIM

            MOVE WS-DEPTO-INF            TO ORC-CD-DEPTO
            MOVE WS-COMPETENCIA-INF      TO ORC-COMPETENCIA
            PERFORM P900-GRAVA           THRU P900-FIM

            CLOSE ORCDEPTO
            .
       P200-FIM.
           EXIT.

       P300-ANO.
            PERFORM P600-ABRE-ORCAMENTO THRU P600-FIM
            IF NOT FS-OK
               GO TO P300-FIM
            END-IF

            PERFORM P700-INFORMA-DEPTO THRU P700-FIM
            IF NOT DEPTO-OK
               CLOSE ORCDEPTO
               GO TO P300-FIM
            END-IF

            DISPLAY 'Informe o ano (AAAA):'
            ACCEPT WS-ANO-INF

            IF WS-ANO-INF EQUAL ZEROS
               DISPLAY 'ANO INVALIDO.'
               CLOSE ORCDEPTO
               GO TO P300-FIM
            END-IF

            PERFORM P800-INFORMA-VALORES THRU P800-FIM

            DISPLAY 'Substitui os 12 meses de ' WS-ANO-INF
                    ' do departamento ' WS-DEPTO-INF ' (S/N)? '
            ACCEPT WS-CONFIRMA

            IF WS-CONFIRMA NOT EQUAL 'S' AND NOT EQUAL 's'
               DISPLAY 'OPERACAO CANCELADA.'
               CLOSE ORCDEPTO
               GO TO P300-FIM
            END-IF

            PERFORM P310-GRAVA-MES THRU P310-FIM
                    VARYING WS-MES FROM 1 BY 1 UNTIL WS-MES > 12

            CLOSE ORCDEPTO
            .
       P300-FIM.
           EXIT.

       P310-GRAVA-MES.
            MOVE WS-DEPTO-INF            TO ORC-CD-DEPTO
            MOVE WS-ANO-INF              TO ORC-COMPETENCIA(1:4)
            MOVE WS-MES                  TO ORC-COMPETENCIA(5:2)
            PERFORM P900-GRAVA           THRU P900-FIM
            .
       P310-FIM.
           EXIT.

       P400-EXCLUIR.
            OPEN I-O ORCDEPTO
            IF NOT FS-OK
               DISPLAY 'AINDA NAO HA ORCAMENTO CADASTRADO.'
               GO TO P400-FIM
            END-IF

            DISPLAY 'Informe o departamento (999):'
            ACCEPT ORC-CD-DEPTO
            DISPLAY 'Informe a competencia (AAAAMM):'
            ACCEPT ORC-COMPETENCIA

            READ ORCDEPTO
               INVALID KEY
                  DISPLAY 'ORCAMENTO NAO ENCONTRADO.'
                  CLOSE ORCDEPTO
                  GO TO P400-FIM
            END-READ

            DISPLAY 'EFETIVO ' ORC-QT-FUNCIONARIOS ' CUSTO '
                    ORC-VR-CUSTO
            DISPLAY 'Confirma a exclusao (S/N)? '
            ACCEPT WS-CONFIRMA

            IF WS-CONFIRMA EQUAL 'S' OR EQUAL 's'
               DELETE ORCDEPTO
                  INVALID KEY
                     DISPLAY 'ERRO AO EXCLUIR O ORCAMENTO.'
                  NOT INVALID KEY
                     DISPLAY 'ORCAMENTO EXCLUIDO COM SUCESSO!'
               END-DELETE
            ELSE
               DISPLAY 'OPERACAO CANCELADA.'
            END-IF

            CLOSE ORCDEPTO
            .
       P400-FIM.
           EXIT.

       P500-CONSULTAR.
            OPEN INPUT ORCDEPTO
            IF NOT FS-OK
               DISPLAY 'AINDA NAO HA ORCAMENTO CADASTRADO.'
               GO TO P500-FIM
            END-IF

            DISPLAY 'Informe o departamento (999):'
            ACCEPT WS-DEPTO-INF
            DISPLAY 'Informe o ano (AAAA):'
            ACCEPT WS-ANO-INF

            MOVE ZEROS                   TO WS-QT-MESES
                                            WS-VR-TOTAL-ANO
            MOVE WS-DEPTO-INF            TO ORC-CD-DEPTO
            MOVE WS-ANO-INF              TO ORC-COMPETENCIA(1:4)
            MOVE '01'                    TO ORC-COMPETENCIA(5:2)

            SET EOF-OK                   TO FALSE
            START ORCDEPTO KEY NOT LESS THAN CHAVE-ORCDEPTO
               INVALID KEY
                  SET EOF-OK             TO TRUE
            END-START

            PERFORM P510-LE-ORCAMENTO    THRU P510-FIM UNTIL EOF-OK

            DISPLAY 'MESES ORCADOS: ' WS-QT-MESES
                    ' CUSTO NO ANO: ' WS-VR-TOTAL-ANO

            CLOSE ORCDEPTO
            .
       P500-FIM.
           EXIT.

       P510-LE-ORCAMENTO.
            READ ORCDEPTO NEXT RECORD
               AT END
                  SET EOF-OK             TO TRUE
               NOT AT END
                  IF ORC-CD-DEPTO NOT EQUAL WS-DEPTO-INF
                     OR ORC-COMPETENCIA(1:4) NOT EQUAL WS-ANO-INF
                     SET EOF-OK          TO TRUE
                  ELSE
                     ADD 1               TO WS-QT-MESES
                     ADD ORC-VR-CUSTO    TO WS-VR-TOTAL-ANO
                     DISPLAY ORC-COMPETENCIA ' EFETIVO '
                             ORC-QT-FUNCIONARIOS ' CUSTO '
                             ORC-VR-CUSTO ' (' ORC-OPERADOR ' '
                             ORC-DT-ATUALIZACAO ')'
                  END-IF
            END-READ
            .
       P510-FIM.
           EXIT.

       P600-ABRE-ORCAMENTO.
            OPEN I-O ORCDEPTO
            IF WS-FS EQUAL 35
               OPEN OUTPUT ORCDEPTO
               CLOSE ORCDEPTO
               OPEN I-O ORCDEPTO
            END-IF

            IF NOT FS-OK
               DISPLAY 'ERRO AO ABRIR O ORCAMENTO DE PESSOAL.'
               DISPLAY 'FILE STATUS: ' WS-FS
            END-IF
            .
       P600-FIM.
           EXIT.

       P700-INFORMA-DEPTO.
            MOVE 'N'                     TO WS-DEPTO-OK

            DISPLAY 'Informe o departamento (999):'
            ACCEPT WS-DEPTO-INF

            OPEN INPUT DEPTO
            IF NOT FS-DEP-OK
               DISPLAY 'CADASTRO DE DEPARTAMENTOS INDISPONIVEL.'
               GO TO P700-FIM
            END-IF

            MOVE WS-DEPTO-INF            TO CD-DEPTO
            READ DEPTO
               INVALID KEY
                  DISPLAY 'DEPARTAMENTO NAO CADASTRADO.'
               NOT INVALID KEY
                  DISPLAY 'DEPARTAMENTO: ' NM-DEPTO
                  MOVE 'S'               TO WS-DEPTO-OK
            END-READ

            CLOSE DEPTO
            .
       P700-FIM.
           EXIT.

       P800-INFORMA-VALORES.
            DISPLAY 'Efetivo orcado (funcionarios):'
            ACCEPT WS-QT-INF
            DISPLAY 'Custo de folha orcado no mes:'
            ACCEPT WS-VR-INF
            .
       P800-FIM.
           EXIT.

       P900-GRAVA.
            MOVE WS-QT-INF               TO ORC-QT-FUNCIONARIOS
            MOVE WS-VR-INF               TO ORC-VR-CUSTO
            MOVE WS-SGN-USUARIO          TO ORC-OPERADOR
            MOVE WS-DATA-HOJE            TO ORC-DT-ATUALIZACAO

            WRITE REG-ORCDEPTO
               INVALID KEY
                  REWRITE REG-ORCDEPTO
                     INVALID KEY
                        DISPLAY 'ERRO AO GRAVAR O ORCAMENTO DE '
                                ORC-COMPETENCIA '.'
                     NOT INVALID KEY
                        DISPLAY 'ORCAMENTO DE ' ORC-COMPETENCIA
                                ' ALTERADO.'
                  END-REWRITE
               NOT INVALID KEY
                  DISPLAY 'ORCAMENTO DE ' ORC-COMPETENCIA
                          ' INCLUIDO.'
            END-WRITE
            .
       P900-FIM.
           EXIT.

       END PROGRAM CADORCTO.
