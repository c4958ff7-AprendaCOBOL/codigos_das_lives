      ******************************************************************
      * Author: ANDRE COSTA
      * Date: 15/10/2026
      * Purpose: REIMPRESSAO DO INSTRUMENTO DE CONTRATO PELO NUMERO DO
      *          CONTRATO. O DOCUMENTO E MONTADO PELO CTRINSTR COM OS
      *          DADOS GRAVADOS, E A VIA SAI NUMERADA PELO CONTADOR
      *          DE IMPRESSOES (CTRIMP.DAT) - A ORIGINAL E A 001,
      *          EMITIDA NA ABERTURA. A CONSULTA MOSTRA QUANTAS VIAS
      *          JA SAIRAM, QUANDO E POR QUEM. REIMPRIMIR EXIGE
      *          OPERADOR NIVEL 2 OU MAIS NO SIGNON.
      * Update: 15/10/2026 - A reimpressao deixou de exigir nivel 2: o
      *         PERMITE confere a funcao REIMPCTR/REIMPRIME nos perfis
      *         do operador.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. REIMPCTR.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
            DECIMAL-POINT IS COMMA.
            INPUT-OUTPUT SECTION.
            FILE-CONTROL.
                SELECT CTRIMP ASSIGN TO
                WS-ARQ-CTRIMP
                ORGANIZATION IS INDEXED
                ACCESS MODE  IS RANDOM
                RECORD KEY   IS CIM-NUM-CONTRATO
                FILE STATUS  IS WS-FS.

       DATA DIVISION.
       FILE SECTION.
       FD CTRIMP.
          COPY FD_CTRIMP.

       WORKING-STORAGE SECTION.
      ***** CAMINHOS FISICOS DOS ARQUIVOS - PRE-CARREGADOS COM O *****
      ***** PADRAO HISTORICO E RESOLVIDOS PELO ARQCONF NO INICIO *****
       77 WS-ARQ-CTRIMP              PIC X(68) VALUE
          'C:\CursoCOBOL\COBOL\01 - Basico\bin\CTRIMP.DAT'.
       77 WS-FS                          PIC 99.
          88 FS-OK                       VALUE 0.
       77 WS-OPCAO                       PIC X.
       77 WS-CONFIRMA                    PIC X.
       77 WS-CONTRATO-INF                PIC 9(06) VALUE ZEROS.
       01 WS-CTRINSTR.
          03 WS-CIN-NUM-CONTRATO         PIC 9(06).
          03 WS-CIN-USUARIO              PIC X(12).
          03 WS-CIN-QT-IMPRESSAO         PIC 9(03).
          03 WS-CIN-RETORNO              PIC 99.
             88 CIN-IMPRESSO             VALUE 0.
             88 CIN-NAO-ENCONTRADO       VALUE 23.
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
            CALL 'ARQCONF' USING 'CTRIMP.DAT      ' WS-ARQ-CTRIMP

            DISPLAY '*** REIMPRESSAO DE INSTRUMENTO DE CONTRATO ***'

            MOVE 'REIMPCTR  '            TO WS-SGN-CHAMADOR
            CALL 'SIGNON' USING WS-SIGNON
            IF NOT SIGNON-OK
               STOP RUN
            END-IF

            PERFORM P100-MENU THRU P100-FIM UNTIL WS-OPCAO = 'F'
            STOP RUN.

       P100-MENU.
            MOVE SPACES                       TO WS-OPCAO
            DISPLAY '*************************************************'
            DISPLAY '|  R - Reimprimir o contrato                    |'
            DISPLAY '|  C - Consultar as vias ja impressas           |'
            DISPLAY '|              (ou tecle <F> para finalizar)    |'
            DISPLAY '*************************************************'
            ACCEPT  WS-OPCAO

            EVALUATE WS-OPCAO
                WHEN 'R' WHEN 'r'
                   PERFORM P200-REIMPRIMIR THRU P200-FIM
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

       P200-REIMPRIMIR.
      ***** CADA VIA A MAIS DE UM TITULO DE DIVIDA E ATO DE QUEM ******
      ***** PODE ALTERAR, NAO DE CONSULTA *****************************
            CALL 'PERMITE' USING WS-SGN-USUARIO 'REIMPCTR  '
                                 'REIMPRIME ' WS-PERMITIDO
            IF NOT FUNCAO-PERMITIDA
               DISPLAY 'OPERADOR SEM PERFIL PARA REIMPRIMIR CONTRATO.'
               GO TO P200-FIM
            END-IF

            DISPLAY 'Informe o numero do contrato: '
            ACCEPT WS-CONTRATO-INF

            PERFORM P400-MOSTRA-VIAS     THRU P400-FIM

            DISPLAY 'Confirma a reimpressao do contrato '
                    WS-CONTRATO-INF ' ? (S/N) '
            ACCEPT WS-CONFIRMA
            IF WS-CONFIRMA NOT EQUAL 'S' AND WS-CONFIRMA NOT EQUAL 's'
               DISPLAY 'REIMPRESSAO CANCELADA.'
               GO TO P200-FIM
            END-IF

            MOVE WS-CONTRATO-INF         TO WS-CIN-NUM-CONTRATO
            MOVE WS-SGN-USUARIO          TO WS-CIN-USUARIO
            CALL 'CTRINSTR' USING WS-CTRINSTR

            EVALUATE TRUE
               WHEN CIN-IMPRESSO
                  DISPLAY 'CONTRATO ' WS-CONTRATO-INF
                          ' REIMPRESSO EM CTRINSTR.LST - VIA '
                          WS-CIN-QT-IMPRESSAO '.'
               WHEN CIN-NAO-ENCONTRADO
                  DISPLAY 'CONTRATO ' WS-CONTRATO-INF
                          ' NAO ENCONTRADO.'
               WHEN OTHER
                  DISPLAY 'ERRO NA IMPRESSAO DO CONTRATO - FILE '
                          'STATUS: ' WS-CIN-RETORNO
            END-EVALUATE
            .
       P200-FIM.
           EXIT.

       P300-CONSULTAR.
            DISPLAY 'Informe o numero do contrato: '
            ACCEPT WS-CONTRATO-INF

            PERFORM P400-MOSTRA-VIAS     THRU P400-FIM
            .
       P300-FIM.
           EXIT.

       P400-MOSTRA-VIAS.
            OPEN INPUT CTRIMP
            IF NOT FS-OK
               DISPLAY 'NENHUM CONTRATO IMPRESSO AINDA.'
               GO TO P400-FIM
            END-IF

            MOVE WS-CONTRATO-INF         TO CIM-NUM-CONTRATO
            READ CTRIMP
               INVALID KEY
                  DISPLAY 'CONTRATO ' WS-CONTRATO-INF
                          ' SEM VIA IMPRESSA.'
               NOT INVALID KEY
                  DISPLAY 'VIAS IMPRESSAS: ' CIM-QT-IMPRESSOES
                  DISPLAY 'ORIGINAL......: ' CIM-DT-PRIMEIRA
                          ' POR ' CIM-USR-PRIMEIRA
                  DISPLAY 'ULTIMA........: ' CIM-DT-ULTIMA
                          ' POR ' CIM-USR-ULTIMA
            END-READ

            CLOSE CTRIMP
            .
       P400-FIM.
           EXIT.
       END PROGRAM REIMPCTR.
