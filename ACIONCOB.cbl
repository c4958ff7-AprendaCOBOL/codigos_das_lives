      ******************************************************************
      * Author: ANDRE COSTA
      * Date: 15/10/2026
      * Purpose: ACIONAMENTO DA COBRANCA PELA MESA DE COBRADORES. O
      *          COBRADOR IDENTIFICADO NO SIGNON (NIVEL 2 OU MAIS)
      *          TRABALHA A FILA DO DIA (FILACOB.DAT, MONTADA A NOITE
      *          PELO FILACOBR) NA ORDEM DE PRIORIDADE: O PROGRAMA
      *          MOSTRA A PROXIMA PARCELA PENDENTE COM O NOME E O
      *          TELEFONE DO CLIENTE E O COBRADOR REGISTRA O RESULTADO
      *          DA LIGACAO - N (NAO ATENDEU), E (NUMERO ERRADO),
      *          P (PROMESSA DE PAGAMENTO, COM DATA E VALOR) OU
      *          R (RECUSA). A PROMESSA VAI PARA O PROMESSA.DAT, EM
      *          ABERTO, PARA O PROMVERI CONFERIR CONTRA OS
      *          RECEBIMENTOS; PROMESSA ANTERIOR AINDA EM ABERTO DA
      *          MESMA PARCELA E CANCELADA PELA NOVA. TODA LIGACAO
      *          FICA NO HISTORICO HISTCOB.TXT. O PRAZO MAXIMO DA
      *          PROMESSA VEM DO FINPARM DIAS-PROMESSA (PADRAO 30).
      * Update: 15/10/2026 - O acionamento deixou de exigir nivel 2: o
      *         PERMITE confere a funcao ACIONCOB/ACIONAR nos perfis do
      *         operador.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ACIONCOB.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
            DECIMAL-POINT IS COMMA.
            INPUT-OUTPUT SECTION.
            FILE-CONTROL.
                SELECT FILACOB ASSIGN TO
                WS-ARQ-FILACOB
                ORGANIZATION IS INDEXED
                ACCESS MODE  IS DYNAMIC
                RECORD KEY   IS FLC-POSICAO
                FILE STATUS  IS WS-FS.
                SELECT PROMESSA ASSIGN TO
                WS-ARQ-PROMESSA
                ORGANIZATION IS INDEXED
                ACCESS MODE  IS DYNAMIC
                RECORD KEY   IS CHAVE-PROMESSA
                FILE STATUS  IS WS-FS-PRM.
                SELECT CLIENTE ASSIGN TO
                WS-ARQ-CLIENTE
                ORGANIZATION IS INDEXED
                ACCESS MODE  IS RANDOM
                RECORD KEY   IS CD-CLIENTE
                ALTERNATE RECORD KEY IS NM-CLIENTE WITH DUPLICATES
                FILE STATUS  IS WS-FS-CLI.
                SELECT HISTCOB ASSIGN TO
                WS-ARQ-HISTCOB
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS  IS WS-FS-HCB.

       DATA DIVISION.
       FILE SECTION.
       FD FILACOB.
          COPY FD_FILACOB.

       FD PROMESSA.
          COPY FD_PROMESSA.

       FD CLIENTE.
          COPY FD_CLIENTE.

       FD HISTCOB.
          COPY FD_HISTCOB.

       WORKING-STORAGE SECTION.
      ***** CAMINHOS FISICOS DOS ARQUIVOS - PRE-CARREGADOS COM O *****
      ***** PADRAO HISTORICO E RESOLVIDOS PELO ARQCONF NO INICIO *****
       77 WS-ARQ-FILACOB             PIC X(68) VALUE
          'C:\CursoCOBOL\COBOL\01 - Basico\bin\FILACOB.DAT'.
       77 WS-ARQ-PROMESSA            PIC X(68) VALUE
          'C:\CursoCOBOL\COBOL\01 - Basico\bin\PROMESSA.DAT'.
       77 WS-ARQ-CLIENTE             PIC X(68) VALUE
          'C:\CURSOCOBOL\COBOL\01 - BASICO\BIN\CLIENTE.DAT'.
       77 WS-ARQ-HISTCOB             PIC X(68) VALUE
          'C:\CursoCOBOL\COBOL\01 - Basico\bin\HISTCOB.TXT'.
       77 WS-FS                          PIC 99.
          88 FS-OK                       VALUE 0.
       77 WS-FS-PRM                      PIC 99.
          88 FS-PRM-OK                   VALUE 0.
       77 WS-FS-CLI                      PIC 99.
          88 FS-CLI-OK                   VALUE 0.
       77 WS-CLI-ABERTO                  PIC X VALUE 'N'.
          88 CLI-ABERTO                  VALUE 'S'.
       77 WS-FS-HCB                      PIC 99.
       77 WS-EOF                         PIC X.
          88 EOF-OK                      VALUE 'S' FALSE 'N'.
       77 WS-EOF-PRM                     PIC X.
          88 EOF-PRM-OK                  VALUE 'S' FALSE 'N'.
       77 WS-FIM-FILA                    PIC X VALUE 'N'.
          88 FIM-FILA                    VALUE 'S' FALSE 'N'.
       77 WS-OPCAO                       PIC X.
       77 WS-RESULTADO                   PIC X.
       77 WS-DATA-MOVIMENTO              PIC 9(08) VALUE ZEROS.
       77 WS-CONTROLE-DATA               PIC X(01) VALUE 'N'.
       77 WS-DIAS-PROMESSA               PIC 9(09)V99 VALUE 30.
       77 WS-DT-LIMITE                   PIC 9(08) VALUE ZEROS.
       77 WS-ULTIMA-POSICAO              PIC 9(05) VALUE ZEROS.
       77 WS-POSICAO-ATUAL               PIC 9(05) VALUE ZEROS.
       77 WS-PROXIMA-SEQ                 PIC 9(03) VALUE ZEROS.
       77 WS-VR-PROMETIDO                PIC 9(08)V99 VALUE ZEROS.
       77 WS-DATA-OK                     PIC X(01) VALUE 'N'.
          88 DATA-OK                     VALUE 'S' FALSE 'N'.
       77 WS-PROMESSA-OK                 PIC X(01) VALUE 'N'.
          88 PROMESSA-OK                 VALUE 'S' FALSE 'N'.
       77 WS-DT-FILA                     PIC 9(08) VALUE ZEROS.
       77 WS-QT-PENDENTES                PIC 9(05) VALUE ZEROS.
       77 WS-QT-TRABALHADAS              PIC 9(05) VALUE ZEROS.
       77 WS-QT-MINHAS                   PIC 9(05) VALUE ZEROS.
       77 WS-QT-MINHAS-PROM              PIC 9(05) VALUE ZEROS.
       01 WS-DT-PROMETIDA                PIC 9(08) VALUE ZEROS.
       01 FILLER REDEFINES WS-DT-PROMETIDA.
          03 WS-DTP-ANO                  PIC 9(04).
          03 WS-DTP-MES                  PIC 99.
          03 WS-DTP-DIA                  PIC 99.
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
            CALL 'ARQCONF' USING 'FILACOB.DAT     ' WS-ARQ-FILACOB
            CALL 'ARQCONF' USING 'PROMESSA.DAT    ' WS-ARQ-PROMESSA
            CALL 'ARQCONF' USING 'CLIENTE.DAT     ' WS-ARQ-CLIENTE
            CALL 'ARQCONF' USING 'HISTCOB.TXT     ' WS-ARQ-HISTCOB

            CALL 'DTMOVIM' USING WS-DATA-MOVIMENTO WS-CONTROLE-DATA
            CALL 'FINPARM' USING 'DIAS-PROMESSA   ' WS-DIAS-PROMESSA

            COMPUTE WS-DT-LIMITE = FUNCTION DATE-OF-INTEGER
                    (FUNCTION INTEGER-OF-DATE(WS-DATA-MOVIMENTO)
                     + WS-DIAS-PROMESSA)

            DISPLAY '*** ACIONAMENTO DA COBRANCA ***'

            MOVE 'ACIONCOB  '            TO WS-SGN-CHAMADOR
            CALL 'SIGNON' USING WS-SIGNON
            IF NOT SIGNON-OK
               STOP RUN
            END-IF

            PERFORM P100-MENU THRU P100-FIM UNTIL WS-OPCAO = 'F'
            STOP RUN.

       P100-MENU.
            MOVE SPACES                       TO WS-OPCAO
            DISPLAY '*************************************************'
            DISPLAY '|  T - Trabalhar a fila do dia                  |'
            DISPLAY '|  R - Resumo da fila                           |'
            DISPLAY '|              (ou tecle <F> para finalizar)    |'
            DISPLAY '*************************************************'
            ACCEPT  WS-OPCAO

            EVALUATE WS-OPCAO
                WHEN 'T' WHEN 't'
                   PERFORM P200-TRABALHAR THRU P200-FIM
                WHEN 'R' WHEN 'r'
                   PERFORM P600-RESUMO THRU P600-FIM
                WHEN 'F' WHEN 'f'
                   MOVE 'F'                    TO WS-OPCAO
                WHEN OTHER
                   DISPLAY 'OPCAO INVALIDA!'
            END-EVALUATE
            .
       P100-FIM.
           EXIT.

       P200-TRABALHAR.
      ***** REGISTRAR LIGACAO E ATO DE COBRADOR, NAO DE CONSULTA ******
            CALL 'PERMITE' USING WS-SGN-USUARIO 'ACIONCOB  '
                                 'ACIONAR   ' WS-PERMITIDO
            IF NOT FUNCAO-PERMITIDA
               DISPLAY 'OPERADOR SEM PERFIL PARA ACIONAR A COBRANCA.'
               GO TO P200-FIM
            END-IF

            OPEN I-O FILACOB
            IF NOT FS-OK
               DISPLAY 'FILA DO DIA AINDA NAO FOI MONTADA.'
               DISPLAY 'FILE STATUS: ' WS-FS
               GO TO P200-FIM
            END-IF

            OPEN I-O PROMESSA
            IF WS-FS-PRM EQUAL 35
               OPEN OUTPUT PROMESSA
               CLOSE PROMESSA
               OPEN I-O PROMESSA
            END-IF

            IF NOT FS-PRM-OK
               DISPLAY 'ERRO AO ABRIR O ARQUIVO DE PROMESSAS.'
               DISPLAY 'FILE STATUS: ' WS-FS-PRM
               CLOSE FILACOB
               GO TO P200-FIM
            END-IF

            OPEN EXTEND HISTCOB
            IF WS-FS-HCB EQUAL 35
               OPEN OUTPUT HISTCOB
            END-IF

            IF WS-FS-HCB NOT EQUAL ZEROS
               DISPLAY 'ERRO AO ABRIR O HISTORICO DE LIGACOES.'
               DISPLAY 'FILE STATUS: ' WS-FS-HCB
               CLOSE FILACOB PROMESSA
               GO TO P200-FIM
            END-IF

            OPEN INPUT CLIENTE
            IF FS-CLI-OK
               MOVE 'S'                  TO WS-CLI-ABERTO
            ELSE
               MOVE 'N'                  TO WS-CLI-ABERTO
            END-IF

            MOVE ZEROS                   TO WS-ULTIMA-POSICAO
            SET FIM-FILA                 TO FALSE
            PERFORM P210-ATENDE          THRU P210-FIM UNTIL FIM-FILA

            CLOSE FILACOB PROMESSA HISTCOB
            IF CLI-ABERTO
               CLOSE CLIENTE
            END-IF

            DISPLAY 'LIGACOES REGISTRADAS NESTA SESSAO: ' WS-QT-MINHAS
                    ' (PROMESSAS: ' WS-QT-MINHAS-PROM ')'
            .
       P200-FIM.
           EXIT.

       P210-ATENDE.
            PERFORM P220-PROXIMO-PENDENTE THRU P220-FIM

            IF EOF-OK
               DISPLAY 'NAO HA MAIS PARCELAS PENDENTES NA FILA.'
               SET FIM-FILA              TO TRUE
               GO TO P210-FIM
            END-IF

            MOVE FLC-POSICAO             TO WS-POSICAO-ATUAL
            PERFORM P230-MOSTRA-ITEM     THRU P230-FIM

            DISPLAY 'Resultado: N-nao atendeu  E-numero errado  '
                    'P-promessa  R-recusa'
            DISPLAY '           S-pular  F-encerrar'
            MOVE SPACES                  TO WS-RESULTADO
            ACCEPT WS-RESULTADO
            INSPECT WS-RESULTADO CONVERTING 'nepsrf' TO 'NEPSRF'

            EVALUATE WS-RESULTADO
               WHEN 'N' WHEN 'E' WHEN 'R'
                  PERFORM P300-REGISTRA  THRU P300-FIM
               WHEN 'P'
                  PERFORM P250-ACEITA-PROMESSA THRU P250-FIM
                  IF PROMESSA-OK
                     PERFORM P300-REGISTRA THRU P300-FIM
                  ELSE
                     SUBTRACT 1 FROM WS-POSICAO-ATUAL
                        GIVING WS-ULTIMA-POSICAO
                  END-IF
               WHEN 'S'
                  CONTINUE
               WHEN 'F'
                  SET FIM-FILA           TO TRUE
               WHEN OTHER
                  DISPLAY 'RESULTADO INVALIDO!'
                  SUBTRACT 1 FROM WS-POSICAO-ATUAL
                     GIVING WS-ULTIMA-POSICAO
            END-EVALUATE
            .
       P210-FIM.
           EXIT.

       P220-PROXIMO-PENDENTE.
      ***** ANDA A PARTIR DA ULTIMA POSICAO MOSTRADA - O ITEM PULADO **
      ***** FICA PENDENTE PARA OS OUTROS COBRADORES *******************
            SET EOF-OK                   TO FALSE
            MOVE WS-ULTIMA-POSICAO       TO FLC-POSICAO
            START FILACOB KEY GREATER THAN FLC-POSICAO
               INVALID KEY
                  SET EOF-OK             TO TRUE
                  GO TO P220-FIM
            END-START

            PERFORM P225-LE-FILA         THRU P225-FIM UNTIL EOF-OK
                    OR FILA-PENDENTE

            IF NOT EOF-OK
               MOVE FLC-POSICAO          TO WS-ULTIMA-POSICAO
            END-IF
            .
       P220-FIM.
           EXIT.

       P225-LE-FILA.
            READ FILACOB NEXT RECORD
               AT END
                  SET EOF-OK             TO TRUE
            END-READ
            .
       P225-FIM.
           EXIT.

       P230-MOSTRA-ITEM.
            MOVE SPACES                  TO NM-CLIENTE TL-CLIENTE
            IF CLI-ABERTO
               MOVE FLC-CD-CLIENTE(1:3)  TO CD-CLIENTE
               READ CLIENTE
                  INVALID KEY
                     MOVE 'NAO CADASTRADO' TO NM-CLIENTE
               END-READ
            END-IF

            DISPLAY '-------------------------------------------------'
            DISPLAY 'POSICAO..: ' FLC-POSICAO
            IF FILA-PROMESSA-QUEBRADA
               DISPLAY '*** PROMESSA DE PAGAMENTO QUEBRADA ***'
            END-IF
            DISPLAY 'CONTRATO.: ' FLC-NUM-CONTRATO
                    '  PARCELA: ' FLC-NUM-PARCELA
            DISPLAY 'CLIENTE..: ' FLC-CD-CLIENTE ' ' NM-CLIENTE
            DISPLAY 'TELEFONE.: ' TL-CLIENTE
            DISPLAY 'VENCTO...: ' FLC-DT-VENCIMENTO
                    '  ATRASO: ' FLC-DIAS-ATRASO ' DIAS'
            DISPLAY 'SALDO....: ' FLC-VR-SALDO
            .
       P230-FIM.
           EXIT.

       P250-ACEITA-PROMESSA.
            SET PROMESSA-OK              TO FALSE

            DISPLAY 'Data prometida (AAAAMMDD): '
            MOVE ZEROS                   TO WS-DT-PROMETIDA
            ACCEPT WS-DT-PROMETIDA

            CALL 'DATAVALID' USING WS-DTP-DIA WS-DTP-MES WS-DTP-ANO
                                   WS-DATA-OK
            IF NOT DATA-OK
               DISPLAY 'DATA INVALIDA - PROMESSA NAO REGISTRADA.'
               GO TO P250-FIM
            END-IF

      ***** PROMESSA PARA HOJE OU ADIANTE, DENTRO DO PRAZO MAXIMO *****
            IF WS-DT-PROMETIDA LESS THAN WS-DATA-MOVIMENTO
               OR WS-DT-PROMETIDA GREATER THAN WS-DT-LIMITE
               DISPLAY 'DATA FORA DO PRAZO (' WS-DATA-MOVIMENTO
                       ' A ' WS-DT-LIMITE ') - PROMESSA NAO '
                       'REGISTRADA.'
               GO TO P250-FIM
            END-IF

            DISPLAY 'Valor prometido: '
            MOVE ZEROS                   TO WS-VR-PROMETIDO
            ACCEPT WS-VR-PROMETIDO

            IF WS-VR-PROMETIDO EQUAL ZEROS
               DISPLAY 'VALOR ZERADO - PROMESSA NAO REGISTRADA.'
               GO TO P250-FIM
            END-IF

            SET PROMESSA-OK              TO TRUE
            .
       P250-FIM.
           EXIT.

       P300-REGISTRA.
      ***** RELE O ITEM: OUTRO COBRADOR PODE TER LIGADO ANTES *********
            MOVE WS-POSICAO-ATUAL        TO FLC-POSICAO
            READ FILACOB
               INVALID KEY
                  DISPLAY 'ITEM ' WS-POSICAO-ATUAL ' SAIU DA FILA.'
                  GO TO P300-FIM
            END-READ

            IF FILA-TRABALHADA
               DISPLAY 'ITEM JA TRABALHADO POR ' FLC-COBRADOR
                       ' - LIGACAO NAO REGISTRADA.'
               GO TO P300-FIM
            END-IF

            SET FILA-TRABALHADA          TO TRUE
            MOVE WS-RESULTADO            TO FLC-RESULTADO
            MOVE WS-SGN-USUARIO          TO FLC-COBRADOR
            IF LIGACAO-PROMESSA
               MOVE WS-DT-PROMETIDA      TO FLC-DT-PROMETIDA
               MOVE WS-VR-PROMETIDO      TO FLC-VR-PROMETIDO
            ELSE
               MOVE ZEROS                TO FLC-DT-PROMETIDA
                                            FLC-VR-PROMETIDO
            END-IF

            REWRITE REG-FILACOB
               INVALID KEY
                  DISPLAY 'ERRO AO ATUALIZAR A FILA - FILE STATUS: '
                          WS-FS
                  GO TO P300-FIM
            END-REWRITE

            IF LIGACAO-PROMESSA
               PERFORM P400-GRAVA-PROMESSA THRU P400-FIM
            END-IF

            MOVE SPACES                  TO REG-HISTCOB
            MOVE WS-DATA-MOVIMENTO       TO HCB-DATA
            MOVE FLC-COBRADOR            TO HCB-COBRADOR
            MOVE FLC-NUM-CONTRATO        TO HCB-NUM-CONTRATO
            MOVE FLC-NUM-PARCELA         TO HCB-NUM-PARCELA
            MOVE FLC-RESULTADO           TO HCB-RESULTADO
            MOVE FLC-DT-PROMETIDA        TO HCB-DT-PROMETIDA
            MOVE FLC-VR-PROMETIDO        TO HCB-VR-PROMETIDO
            WRITE REG-HISTCOB

            ADD 1                        TO WS-QT-MINHAS
            DISPLAY 'LIGACAO REGISTRADA.'
            .
       P300-FIM.
           EXIT.

       P400-GRAVA-PROMESSA.
      ***** PERCORRE AS PROMESSAS DA PARCELA: ACHA A PROXIMA **********
      ***** SEQUENCIA E CANCELA A QUE AINDA ESTIVER EM ABERTO *********
            MOVE ZEROS                   TO WS-PROXIMA-SEQ
            MOVE FLC-NUM-CONTRATO        TO PRM-NUM-CONTRATO
            MOVE FLC-NUM-PARCELA         TO PRM-NUM-PARCELA
            MOVE ZEROS                   TO PRM-SEQUENCIA

            SET EOF-PRM-OK               TO FALSE
            START PROMESSA KEY NOT LESS THAN CHAVE-PROMESSA
               INVALID KEY
                  SET EOF-PRM-OK         TO TRUE
            END-START

            PERFORM P410-LE-PROMESSA     THRU P410-FIM UNTIL EOF-PRM-OK

            ADD 1                        TO WS-PROXIMA-SEQ

            INITIALIZE REG-PROMESSA
            MOVE FLC-NUM-CONTRATO        TO PRM-NUM-CONTRATO
            MOVE FLC-NUM-PARCELA         TO PRM-NUM-PARCELA
            MOVE WS-PROXIMA-SEQ          TO PRM-SEQUENCIA
            MOVE WS-DATA-MOVIMENTO       TO PRM-DT-REGISTRO
            MOVE FLC-DT-PROMETIDA        TO PRM-DT-PROMETIDA
            MOVE FLC-VR-PROMETIDO        TO PRM-VR-PROMETIDO
            MOVE FLC-COBRADOR            TO PRM-COBRADOR
            SET PROMESSA-ABERTA          TO TRUE

            WRITE REG-PROMESSA
               INVALID KEY
                  DISPLAY 'ERRO AO GRAVAR A PROMESSA - FILE STATUS: '
                          WS-FS-PRM
               NOT INVALID KEY
                  ADD 1                  TO WS-QT-MINHAS-PROM
                  DISPLAY 'PROMESSA REGISTRADA: ' FLC-VR-PROMETIDO
                          ' ATE ' FLC-DT-PROMETIDA
            END-WRITE
            .
       P400-FIM.
           EXIT.

       P410-LE-PROMESSA.
            READ PROMESSA NEXT RECORD
               AT END
                  SET EOF-PRM-OK         TO TRUE
               NOT AT END
                  IF PRM-NUM-CONTRATO NOT EQUAL FLC-NUM-CONTRATO
                     OR PRM-NUM-PARCELA NOT EQUAL FLC-NUM-PARCELA
                     SET EOF-PRM-OK      TO TRUE
                  ELSE
                     MOVE PRM-SEQUENCIA  TO WS-PROXIMA-SEQ
                     IF PROMESSA-ABERTA
                        SET PROMESSA-CANCELADA TO TRUE
                        MOVE WS-DATA-MOVIMENTO TO PRM-DT-APURACAO
                        REWRITE REG-PROMESSA
                     END-IF
                  END-IF
            END-READ
            .
       P410-FIM.
           EXIT.

       P600-RESUMO.
            OPEN INPUT FILACOB
            IF NOT FS-OK
               DISPLAY 'FILA DO DIA AINDA NAO FOI MONTADA.'
               GO TO P600-FIM
            END-IF

            MOVE ZEROS                   TO WS-QT-PENDENTES
                                            WS-QT-TRABALHADAS
            SET EOF-OK                   TO FALSE
            PERFORM P610-CONTA           THRU P610-FIM UNTIL EOF-OK

            DISPLAY 'FILA DE ' WS-DT-FILA
            DISPLAY 'PENDENTES....: ' WS-QT-PENDENTES
            DISPLAY 'TRABALHADAS..: ' WS-QT-TRABALHADAS

            CLOSE FILACOB
            .
       P600-FIM.
           EXIT.

       P610-CONTA.
            READ FILACOB NEXT RECORD
               AT END
                  SET EOF-OK             TO TRUE
               NOT AT END
                  MOVE FLC-DT-FILA       TO WS-DT-FILA
                  IF FILA-PENDENTE
                     ADD 1               TO WS-QT-PENDENTES
                  ELSE
                     ADD 1               TO WS-QT-TRABALHADAS
                  END-IF
            END-READ
            .
       P610-FIM.
           EXIT.
       END PROGRAM ACIONCOB.
