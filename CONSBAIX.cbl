      ******************************************************************
      * Author: ANDRE COSTA
      * Date: 15/10/2026
      * Purpose: BAIXA DO EMPRESTIMO CONSIGNADO DESCONTADO EM FOLHA.
      *          DEPOIS DA FOLHA FECHADA (FOLHAPAG), LE O MOVIMENTO
      *          CONSMOV.TXT DA COMPETENCIA (O MES DA DATA DE
      *          MOVIMENTO OU A INFORMADA) E LANCA CADA DESCONTO COMO
      *          RECEBIMENTO DA PARCELA NO RECPARC.DAT (ORIGEM FOLHA),
      *          QUITANDO A PARCELA QUANDO OS RECEBIMENTOS COBREM O
      *          VALOR TOTAL. O QUE NAO COUBE NA MARGEM FICA EM ABERTO
      *          E A FOLHAPAG DESCONTA NO MES SEGUINTE - O RELATORIO
      *          CONSBAIX.LST LISTA AS BAIXAS E ESSES SALDOS. A
      *          COMPETENCIA BAIXADA FICA EM CONSGER.TXT: UMA SEGUNDA
      *          BAIXA DELA E RECUSADA (RETORNO 8) E A FOLHAPAG NAO A
      *          RECALCULA MAIS. RETORNO 4 QUANDO HA EXCECAO.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CONSBAIX.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
            DECIMAL-POINT IS COMMA.
            INPUT-OUTPUT SECTION.
            FILE-CONTROL.
                SELECT CONSMOV ASSIGN TO
                WS-ARQ-CONSMOV
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS  IS WS-FS-CSM.
                SELECT CONSGER ASSIGN TO
                WS-ARQ-CONSGER
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS  IS WS-FS-CSG.
                SELECT CONTRATO ASSIGN TO
                WS-ARQ-CONTRATO
                ORGANIZATION IS INDEXED
                ACCESS MODE  IS RANDOM
                RECORD KEY   IS CHAVE-CONTRATO
                FILE STATUS  IS WS-FS.
                SELECT RECPARC ASSIGN TO
                WS-ARQ-RECPARC
                ORGANIZATION IS INDEXED
                ACCESS MODE  IS DYNAMIC
                RECORD KEY   IS CHAVE-RECPARC
                FILE STATUS  IS WS-FS-RCP.
                SELECT RELATORIO ASSIGN TO
                WS-ARQ-CONSBAIX
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS  IS WS-FS-REL.

       DATA DIVISION.
       FILE SECTION.
       FD CONSMOV.
          COPY FD_CONSMOV.

       FD CONSGER.
          COPY FD_CONSGER.

       FD CONTRATO.
          COPY FD_CONTRATO.

       FD RECPARC.
          COPY FD_RECPARC.

       FD RELATORIO.
       01 REG-RELATORIO                  PIC X(100).

       WORKING-STORAGE SECTION.
      ***** CAMINHOS FISICOS DOS ARQUIVOS - PRE-CARREGADOS COM O *****
      ***** PADRAO HISTORICO E RESOLVIDOS PELO ARQCONF NO INICIO *****
       77 WS-ARQ-CONSMOV             PIC X(68) VALUE
          'C:\CursoCOBOL\COBOL\01 - Basico\bin\CONSMOV.TXT'.
       77 WS-ARQ-CONSGER             PIC X(68) VALUE
          'C:\CursoCOBOL\COBOL\01 - Basico\bin\CONSGER.TXT'.
       77 WS-ARQ-CONTRATO            PIC X(68) VALUE
          'C:\CursoCOBOL\COBOL\01 - Basico\bin\CONTRATO.DAT'.
       77 WS-ARQ-RECPARC             PIC X(68) VALUE
          'C:\CursoCOBOL\COBOL\01 - Basico\bin\RECPARC.DAT'.
       77 WS-ARQ-CONSBAIX            PIC X(68) VALUE
          'C:\CursoCOBOL\COBOL\01 - Basico\bin\CONSBAIX.LST'.
       77 WS-FS                          PIC 99.
          88 FS-OK                       VALUE 0.
       77 WS-FS-CSM                      PIC 99.
       77 WS-FS-CSG                      PIC 99.
       77 WS-FS-REL                      PIC 99.
       77 WS-FS-RCP                      PIC 99.
          88 FS-RCP-OK                   VALUE 0.
       77 WS-EOF                         PIC X.
          88 EOF-OK                      VALUE 'S' FALSE 'N'.
       77 WS-EOF-RCP                     PIC X.
          88 EOF-RCP-OK                  VALUE 'S' FALSE 'N'.
       77 WS-JA-BAIXADO                  PIC X VALUE 'N'.
          88 COMPETENCIA-JA-BAIXADA      VALUE 'S'.
       77 WS-DATA-MOVIMENTO              PIC 9(08) VALUE ZEROS.
       77 WS-CONTROLE-DATA               PIC X(01) VALUE 'N'.
       77 WS-COMPETENCIA                 PIC 9(06) VALUE ZEROS.
       77 WS-COMPETENCIA-INF             PIC 9(06) VALUE ZEROS.
       77 WS-SIT-PERIODO                 PIC X(01) VALUE 'A'.
          88 MES-FECHADO                 VALUE 'F'.
       77 WS-MOTIVO                      PIC X(30) VALUE SPACES.
       77 WS-NEG-RETIRADO                PIC X VALUE 'N'.
          88 NEG-RETIRADO                VALUE 'S'.
       77 WS-RECIBO-GRAVADO              PIC X VALUE 'N'.
          88 RECIBO-GRAVADO              VALUE 'S'.
       77 WS-PROXIMA-SEQ                 PIC 9(03) VALUE ZEROS.
       77 WS-VR-RECEBIDO-ACUM            PIC 9(09)V99 VALUE ZEROS.
       77 WS-VR-PENDENTE                 PIC 9(09)V99 VALUE ZEROS.
       77 WS-QT-LIDOS                    PIC 9(06) VALUE ZEROS.
       77 WS-QT-OUTRA-COMPET             PIC 9(06) VALUE ZEROS.
       77 WS-QT-BAIXADOS                 PIC 9(06) VALUE ZEROS.
       77 WS-QT-QUITADAS                 PIC 9(06) VALUE ZEROS.
       77 WS-QT-PARCIAIS                 PIC 9(06) VALUE ZEROS.
       77 WS-QT-PENDENTES                PIC 9(06) VALUE ZEROS.
       77 WS-QT-EXCECOES                 PIC 9(06) VALUE ZEROS.
       77 WS-QT-NEG-EXCLUIDOS            PIC 9(06) VALUE ZEROS.
       77 WS-VR-BAIXADO                  PIC 9(11)V99 VALUE ZEROS.
       77 WS-VR-PENDENTES                PIC 9(11)V99 VALUE ZEROS.
       77 WS-VR-EXCECOES                 PIC 9(11)V99 VALUE ZEROS.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.

      ***** RETURN-CODE E REGISTRADOR COMPARTILHADO: UM PASSO *********
      ***** ANTERIOR COM FALHA NAO PODE CONTAMINAR ESTE PASSO *********
            MOVE ZERO                    TO RETURN-CODE

      ***** RESOLVE OS CAMINHOS FISICOS PELO PERFIL DO ARQCONF ******
            CALL 'ARQCONF' USING 'CONSMOV.TXT     ' WS-ARQ-CONSMOV
            CALL 'ARQCONF' USING 'CONSGER.TXT     ' WS-ARQ-CONSGER
            CALL 'ARQCONF' USING 'CONTRATO.DAT    ' WS-ARQ-CONTRATO
            CALL 'ARQCONF' USING 'RECPARC.DAT     ' WS-ARQ-RECPARC
            CALL 'ARQCONF' USING 'CONSBAIX.LST    ' WS-ARQ-CONSBAIX

            CALL 'DTMOVIM' USING WS-DATA-MOVIMENTO WS-CONTROLE-DATA
            MOVE WS-DATA-MOVIMENTO(1:6)  TO WS-COMPETENCIA

            DISPLAY '*** BAIXA DO CONSIGNADO DESCONTADO EM FOLHA ***'
            DISPLAY 'Competencia da folha (AAAAMM) ou zero para '
                    WS-COMPETENCIA ': '
            ACCEPT WS-COMPETENCIA-INF
            IF WS-COMPETENCIA-INF NOT EQUAL ZEROS
               MOVE WS-COMPETENCIA-INF   TO WS-COMPETENCIA
            END-IF

      ***** O MESMO DESCONTO NAO PODE SER BAIXADO DUAS VEZES **********
            PERFORM P100-VERIFICA-BAIXADO THRU P100-FIM

            IF COMPETENCIA-JA-BAIXADA
               DISPLAY '*** O CONSIGNADO DA COMPETENCIA '
                       WS-COMPETENCIA ' JA FOI BAIXADO - BAIXA '
                       'RECUSADA. ***'
               MOVE 8                    TO RETURN-CODE
               GOBACK
            END-IF

            OPEN INPUT CONSMOV

            IF WS-FS-CSM NOT EQUAL ZEROS
               DISPLAY 'ERRO AO ABRIR O MOVIMENTO DE CONSIGNADO - '
                       'RODE A FOLHAPAG ANTES.'
               DISPLAY 'FILE STATUS: ' WS-FS-CSM
               MOVE 16                   TO RETURN-CODE
               GOBACK
            END-IF

            CALL 'SELOMARC' USING 'CONTRATO    ' 'CONSBAIX  '
            OPEN I-O CONTRATO

            IF NOT FS-OK
               DISPLAY 'ERRO AO ABRIR O ARQUIVO DE CONTRATOS.'
               DISPLAY 'FILE STATUS: ' WS-FS
               CLOSE CONSMOV
               MOVE 16                   TO RETURN-CODE
               GOBACK
            END-IF

            OPEN I-O RECPARC

            IF WS-FS-RCP EQUAL 35
               OPEN OUTPUT RECPARC
               CLOSE RECPARC
               OPEN I-O RECPARC
            END-IF

            IF NOT FS-RCP-OK
               DISPLAY 'ERRO AO ABRIR O ARQUIVO DE RECEBIMENTOS.'
               DISPLAY 'FILE STATUS: ' WS-FS-RCP
               CLOSE CONSMOV CONTRATO
               MOVE 16                   TO RETURN-CODE
               GOBACK
            END-IF

            OPEN OUTPUT RELATORIO

            IF WS-FS-REL NOT EQUAL ZEROS
               DISPLAY 'ERRO AO ABRIR O RELATORIO DA BAIXA.'
               DISPLAY 'FILE STATUS: ' WS-FS-REL
               CLOSE CONSMOV CONTRATO RECPARC
               MOVE 16                   TO RETURN-CODE
               GOBACK
            END-IF

            MOVE SPACES                  TO REG-RELATORIO
            STRING 'BAIXA DO CONSIGNADO - COMPETENCIA ' WS-COMPETENCIA
                   ' - PROCESSADO EM ' WS-DATA-MOVIMENTO
                   DELIMITED BY SIZE INTO REG-RELATORIO
            WRITE REG-RELATORIO
            MOVE '---------------------------------------------'
                                          TO REG-RELATORIO
            WRITE REG-RELATORIO

            SET EOF-OK                   TO FALSE
            PERFORM P200-LE-DESCONTO     THRU P200-FIM UNTIL EOF-OK

      ***** MOVIMENTO SO DE OUTRA COMPETENCIA: A FOLHA DESTA AINDA ****
      ***** NAO FOI CALCULADA E NADA E REGISTRADO COMO BAIXADO ********
            IF WS-QT-LIDOS EQUAL ZEROS
               AND WS-QT-OUTRA-COMPET GREATER THAN ZEROS
               DISPLAY '*** O CONSMOV.TXT NAO E DA COMPETENCIA '
                       WS-COMPETENCIA ' - RODE A FOLHAPAG ANTES. ***'
               MOVE '*** MOVIMENTO DE OUTRA COMPETENCIA ***'
                                          TO REG-RELATORIO
               WRITE REG-RELATORIO
               CLOSE CONSMOV CONTRATO RECPARC RELATORIO
               MOVE 8                    TO RETURN-CODE
               GOBACK
            END-IF

            PERFORM P900-TOTAIS          THRU P900-FIM
            PERFORM P600-REGISTRA-BAIXADO THRU P600-FIM

            CLOSE CONSMOV CONTRATO RECPARC RELATORIO

            IF WS-QT-EXCECOES GREATER THAN ZEROS
               MOVE 4                    TO RETURN-CODE
            END-IF

            GOBACK.
       P100-VERIFICA-BAIXADO.

            OPEN INPUT CONSGER

            IF WS-FS-CSG EQUAL ZEROS
               SET EOF-OK                TO FALSE
               PERFORM P110-LE-BAIXADO   THRU P110-FIM UNTIL EOF-OK
               CLOSE CONSGER
            END-IF
            .
       P100-FIM.
       P110-LE-BAIXADO.

            READ CONSGER
               AT END
                  SET EOF-OK             TO TRUE
               NOT AT END
                  IF CSG-COMPETENCIA EQUAL WS-COMPETENCIA
                     MOVE 'S'            TO WS-JA-BAIXADO
                     SET EOF-OK          TO TRUE
                  END-IF
            END-READ
            .
       P110-FIM.
       P200-LE-DESCONTO.

            READ CONSMOV
               AT END
                  SET EOF-OK             TO TRUE
               NOT AT END
                  IF CSM-COMPETENCIA NOT EQUAL WS-COMPETENCIA
                     ADD 1               TO WS-QT-OUTRA-COMPET
                  ELSE
                     ADD 1               TO WS-QT-LIDOS
                     PERFORM P300-BAIXA-DESCONTO THRU P300-FIM
                  END-IF
            END-READ
            .
       P200-FIM.
       P300-BAIXA-DESCONTO.

      ***** NADA COUBE NA MARGEM: A PARCELA FICA TODA PARA O MES ******
      ***** SEGUINTE **************************************************
            IF CSM-VR-DESCONTADO EQUAL ZEROS
               MOVE CSM-VR-SALDO         TO WS-VR-PENDENTE
               PERFORM P700-PENDENTE     THRU P700-FIM
               GO TO P300-FIM
            END-IF

      ***** O DESCONTO E LANCADO NA DATA DE MOVIMENTO; MES FECHADO ****
      ***** NAO RECEBE BAIXA - VAI PARA REVISAO MANUAL ****************
            CALL 'PERVERIF' USING WS-DATA-MOVIMENTO WS-SIT-PERIODO
            IF MES-FECHADO
               MOVE 'DATA EM MES FECHADO' TO WS-MOTIVO
               PERFORM P500-EXCECAO      THRU P500-FIM
               GO TO P300-FIM
            END-IF

            MOVE CSM-NUM-CONTRATO        TO NUM-CONTRATO
            MOVE CSM-NUM-PARCELA         TO NUM-PARCELA-CONTRATO
            READ CONTRATO
               INVALID KEY
                  MOVE 'CONTRATO/PARCELA DESCONHECIDO'
                                          TO WS-MOTIVO
                  PERFORM P500-EXCECAO   THRU P500-FIM
                  GO TO P300-FIM
            END-READ

      ***** PARCELA QUE SAIU DO ABERTO DEPOIS DA FOLHA (PAGA POR ******
      ***** OUTRO MEIO, RENEGOCIADA, PREJUIZO): O DESCONTO JA FEITO ***
      ***** NO SALARIO E DEVOLVIDO PELO RH A PARTIR DA LISTA **********
            IF NOT PARCELA-EM-ABERTO
               MOVE 'PARCELA NAO ESTA EM ABERTO' TO WS-MOTIVO
               PERFORM P500-EXCECAO      THRU P500-FIM
               GO TO P300-FIM
            END-IF

            PERFORM P400-BAIXA-PARCELA   THRU P400-FIM
            .
       P300-FIM.
       P400-BAIXA-PARCELA.

      ***** O SALDO QUE NAO COUBE NA MARGEM NAO E ATRASO DO ***********
      ***** FUNCIONARIO: O DEVIDO E SO O VALOR TOTAL DA PARCELA, SEM **
      ***** OS ENCARGOS DO JURATRAS ***********************************
            PERFORM P440-SOMA-RECEBIMENTOS THRU P440-FIM

            PERFORM P450-GRAVA-RECEBIMENTO THRU P450-FIM

      ***** SEM O REGISTRO DO RECEBIMENTO NO FILHO, NADA DE QUITAR ****
            IF NOT RECIBO-GRAVADO
               MOVE 'ERRO NA GRAVACAO DO RECEBIMENTO'
                                          TO WS-MOTIVO
               PERFORM P500-EXCECAO      THRU P500-FIM
               GO TO P400-FIM
            END-IF

            ADD 1                        TO WS-QT-BAIXADOS
            ADD CSM-VR-DESCONTADO        TO WS-VR-BAIXADO
                                            WS-VR-RECEBIDO-ACUM

            MOVE SPACES                  TO REG-RELATORIO
            STRING 'FUNC ' CSM-CD-FUNCIONARIO
                   ' CONTRATO ' NUM-CONTRATO
                   ' PARCELA ' NUM-PARCELA-CONTRATO
                   ' VENC ' DT-VENCIMENTO-PARCELA
                   ' DESCONTADO ' CSM-VR-DESCONTADO
                   DELIMITED BY SIZE INTO REG-RELATORIO
            WRITE REG-RELATORIO

      ***** A PARCELA SO VIRA PAGA QUANDO OS RECEBIMENTOS COBREM O ****
      ***** VALOR TOTAL; O RESTO CONTINUA NA FOLHA SEGUINTE ***********
            IF WS-VR-RECEBIDO-ACUM NOT LESS THAN VR-PARCELA-TOTAL
               MOVE WS-DATA-MOVIMENTO    TO DT-PAGAMENTO-PARCELA
               MOVE WS-VR-RECEBIDO-ACUM  TO VR-PAGO-PARCELA
               MOVE ZEROS                TO VR-JUROS-ATRASO
               SET PARCELA-PAGA          TO TRUE
               REWRITE REG-CONTRATO
                  INVALID KEY
                     DISPLAY 'ERRO AO BAIXAR A PARCELA: '
                             NUM-CONTRATO '/' NUM-PARCELA-CONTRATO
                  NOT INVALID KEY
                     PERFORM P490-BAIXA-NEGATIVACAO THRU P490-FIM
               END-REWRITE
               ADD 1                     TO WS-QT-QUITADAS
            ELSE
               ADD 1                     TO WS-QT-PARCIAIS
               COMPUTE WS-VR-PENDENTE =
                       VR-PARCELA-TOTAL - WS-VR-RECEBIDO-ACUM
               PERFORM P700-PENDENTE     THRU P700-FIM
            END-IF
            .
       P400-FIM.
       P440-SOMA-RECEBIMENTOS.

      ***** SOMA OS RECEBIMENTOS JA GRAVADOS PARA A PARCELA E *********
      ***** DESCOBRE A PROXIMA SEQUENCIA LIVRE ************************
            MOVE ZEROS                   TO WS-PROXIMA-SEQ
                                            WS-VR-RECEBIDO-ACUM
            MOVE NUM-CONTRATO            TO RCP-NUM-CONTRATO
            MOVE NUM-PARCELA-CONTRATO    TO RCP-NUM-PARCELA
            MOVE ZEROS                   TO RCP-SEQUENCIA

            SET EOF-RCP-OK               TO FALSE
            START RECPARC KEY NOT LESS THAN CHAVE-RECPARC
               INVALID KEY
                  SET EOF-RCP-OK         TO TRUE
            END-START

            PERFORM P460-LE-RECEBIMENTO  THRU P460-FIM
                    UNTIL EOF-RCP-OK
            .
       P440-FIM.
       P450-GRAVA-RECEBIMENTO.

            MOVE 'N'                     TO WS-RECIBO-GRAVADO
            ADD 1                        TO WS-PROXIMA-SEQ

            MOVE NUM-CONTRATO            TO RCP-NUM-CONTRATO
            MOVE NUM-PARCELA-CONTRATO    TO RCP-NUM-PARCELA
            MOVE WS-PROXIMA-SEQ          TO RCP-SEQUENCIA
            MOVE WS-DATA-MOVIMENTO       TO RCP-DT-RECEBIMENTO
            MOVE CSM-VR-DESCONTADO       TO RCP-VR-RECEBIDO
            SET RECEB-FOLHA              TO TRUE
            SET RECEB-ATIVO              TO TRUE
            MOVE ZEROS                   TO RCP-DT-ESTORNO
            MOVE SPACES                  TO RCP-OPERADOR-ESTORNO
                                            RCP-MOTIVO-ESTORNO

            WRITE REG-RECPARC
               INVALID KEY
                  DISPLAY 'ERRO AO GRAVAR O DESCONTO EM FOLHA: '
                          NUM-CONTRATO '/' NUM-PARCELA-CONTRATO
               NOT INVALID KEY
                  MOVE 'S'               TO WS-RECIBO-GRAVADO
            END-WRITE
            .
       P450-FIM.
       P460-LE-RECEBIMENTO.

            READ RECPARC NEXT RECORD
               AT END
                  SET EOF-RCP-OK         TO TRUE
               NOT AT END
                  IF RCP-NUM-CONTRATO NOT EQUAL NUM-CONTRATO
                     OR RCP-NUM-PARCELA NOT EQUAL
                        NUM-PARCELA-CONTRATO
                     SET EOF-RCP-OK      TO TRUE
                  ELSE
                     IF NOT RECEB-ESTORNADO
                        ADD RCP-VR-RECEBIDO TO WS-VR-RECEBIDO-ACUM
                     END-IF
                     MOVE RCP-SEQUENCIA  TO WS-PROXIMA-SEQ
                  END-IF
            END-READ
            .
       P460-FIM.
       P490-BAIXA-NEGATIVACAO.

      ***** DIVIDA QUITADA: CONTRATO NEGATIVADO SAI DOS BIROS *********
            CALL 'NEGBAIXA' USING NUM-CONTRATO WS-DATA-MOVIMENTO
                                  'CONSBAIX  ' WS-NEG-RETIRADO
            IF NEG-RETIRADO
               ADD 1                     TO WS-QT-NEG-EXCLUIDOS
            END-IF
            .
       P490-FIM.
       P500-EXCECAO.

      ***** DESCONTO QUE NAO PODE SER BAIXADO: NADA E GRAVADO E O *****
      ***** RH/TESOURARIA RESOLVE PELA LISTA **************************
            ADD 1                        TO WS-QT-EXCECOES
            ADD CSM-VR-DESCONTADO        TO WS-VR-EXCECOES

            MOVE SPACES                  TO REG-RELATORIO
            STRING 'EXCECAO FUNC ' CSM-CD-FUNCIONARIO
                   ' CONTRATO ' CSM-NUM-CONTRATO
                   ' PARCELA ' CSM-NUM-PARCELA
                   ' VALOR ' CSM-VR-DESCONTADO
                   ' - ' WS-MOTIVO
                   DELIMITED BY SIZE INTO REG-RELATORIO
            WRITE REG-RELATORIO
            DISPLAY REG-RELATORIO
            .
       P500-FIM.
       P600-REGISTRA-BAIXADO.

            OPEN EXTEND CONSGER
            IF WS-FS-CSG EQUAL 35
               OPEN OUTPUT CONSGER
            END-IF

            IF WS-FS-CSG EQUAL ZEROS
               MOVE WS-COMPETENCIA       TO CSG-COMPETENCIA
               MOVE WS-DATA-MOVIMENTO    TO CSG-DT-BAIXA
               MOVE WS-QT-BAIXADOS       TO CSG-QT-BAIXAS
               MOVE WS-VR-BAIXADO        TO CSG-VR-BAIXAS
               WRITE REG-CONSGER
               CLOSE CONSGER
            ELSE
               DISPLAY 'NAO FOI POSSIVEL REGISTRAR A COMPETENCIA '
                       'BAIXADA.'
               DISPLAY 'FILE STATUS: ' WS-FS-CSG
            END-IF
            .
       P600-FIM.
       P700-PENDENTE.

      ***** SALDO QUE NAO COUBE NA MARGEM: FICA EM ABERTO PARA A ******
      ***** FOLHA DO MES SEGUINTE *************************************
            ADD 1                        TO WS-QT-PENDENTES
            ADD WS-VR-PENDENTE           TO WS-VR-PENDENTES

            MOVE SPACES                  TO REG-RELATORIO
            STRING 'FUNC ' CSM-CD-FUNCIONARIO
                   ' CONTRATO ' CSM-NUM-CONTRATO
                   ' PARCELA ' CSM-NUM-PARCELA
                   ' SALDO ' WS-VR-PENDENTE
                   ' - FICA PARA A PROXIMA FOLHA'
                   DELIMITED BY SIZE INTO REG-RELATORIO
            WRITE REG-RELATORIO
            .
       P700-FIM.
       P900-TOTAIS.

            MOVE '---------------------------------------------'
                                          TO REG-RELATORIO
            WRITE REG-RELATORIO

            MOVE SPACES                  TO REG-RELATORIO
            STRING 'DESCONTOS LIDOS: '     WS-QT-LIDOS
                   '  BAIXADOS: '          WS-QT-BAIXADOS
                   '  EXCECOES: '          WS-QT-EXCECOES
                   DELIMITED BY SIZE INTO REG-RELATORIO
            WRITE REG-RELATORIO

            MOVE SPACES                  TO REG-RELATORIO
            STRING 'PARCELAS QUITADAS: '   WS-QT-QUITADAS
                   '  PARCIAIS: '          WS-QT-PARCIAIS
                   '  SALDOS PARA O MES SEGUINTE: ' WS-QT-PENDENTES
                   DELIMITED BY SIZE INTO REG-RELATORIO
            WRITE REG-RELATORIO

            MOVE SPACES                  TO REG-RELATORIO
            STRING 'VALOR BAIXADO: '       WS-VR-BAIXADO
                   '  EM EXCECAO: '        WS-VR-EXCECOES
                   '  A DESCONTAR: '       WS-VR-PENDENTES
                   DELIMITED BY SIZE INTO REG-RELATORIO
            WRITE REG-RELATORIO

            MOVE SPACES                  TO REG-RELATORIO
            STRING 'EXCLUSOES DOS BIROS DE CREDITO: '
                   WS-QT-NEG-EXCLUIDOS
                   DELIMITED BY SIZE INTO REG-RELATORIO
            WRITE REG-RELATORIO

            DISPLAY '*** RESUMO DA BAIXA DO CONSIGNADO ***'
            DISPLAY 'DESCONTOS LIDOS...: ' WS-QT-LIDOS
            DISPLAY 'BAIXADOS..........: ' WS-QT-BAIXADOS
                    ' (VALOR ' WS-VR-BAIXADO ')'
            DISPLAY '  QUITADAS........: ' WS-QT-QUITADAS
            DISPLAY '  PARCIAIS........: ' WS-QT-PARCIAIS
            DISPLAY 'SALDOS P/ PROXIMA.: ' WS-QT-PENDENTES
                    ' (VALOR ' WS-VR-PENDENTES ')'
            DISPLAY 'EXCECOES..........: ' WS-QT-EXCECOES
            DISPLAY 'RELATORIO EM CONSBAIX.LST'
            .
       P900-FIM.
       END PROGRAM CONSBAIX.
