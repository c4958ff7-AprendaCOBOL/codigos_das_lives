      ******************************************************************
      * Author: ANDRE COSTA
      * Date: 15/10/2026
      * Purpose: DECLARACAO ANUAL DE QUITACAO DE DEBITOS. PASSO ANUAL
      *          QUE, PARA CADA CLIENTE DO CLIENTE.DAT, CONFERE TODAS
      *          AS PARCELAS DOS SEUS CONTRATOS (CONTRATO.DAT) COM
      *          VENCIMENTO NO ANO DE REFERENCIA - O ANO ANTERIOR AO
      *          DA DATA DE MOVIMENTO, OU O FINPARM ANO-QUITACAO
      *          QUANDO PREENCHIDO. CLIENTE COM TODAS AS PARCELAS
      *          PAGAS RECEBE A DECLARACAO (DECQUIT.LST) COM A LISTA
      *          DOS CONTRATOS E O VALOR PAGO EM CADA UM; CLIENTE COM
      *          PARCELA ABERTA, VENCIDA, RENEGOCIADA OU BAIXADA PARA
      *          PREJUIZO NO ANO VAI PARA A LISTA DE EXCECOES
      *          (DECQEXC.LST), COM O QUE JA FOI RECEBIDO DE CADA
      *          PARCELA PENDENTE (RECPARC.DAT) - FIM DA DECLARACAO
      *          DATILOGRAFADA NO BALCAO DA COBRANCA.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DECQUIT.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
            DECIMAL-POINT IS COMMA.
            INPUT-OUTPUT SECTION.
            FILE-CONTROL.
                SELECT CONTRATO ASSIGN TO
                WS-ARQ-CONTRATO
                ORGANIZATION IS INDEXED
                ACCESS MODE  IS DYNAMIC
                RECORD KEY   IS CHAVE-CONTRATO
                FILE STATUS  IS WS-FS.
                SELECT CLIENTE ASSIGN TO
                WS-ARQ-CLIENTE
                ORGANIZATION IS INDEXED
                ACCESS MODE  IS SEQUENTIAL
                RECORD KEY   IS CD-CLIENTE
                ALTERNATE RECORD KEY IS NM-CLIENTE WITH DUPLICATES
                FILE STATUS  IS WS-FS-CLI.
                SELECT RECPARC ASSIGN TO
                WS-ARQ-RECPARC
                ORGANIZATION IS INDEXED
                ACCESS MODE  IS DYNAMIC
                RECORD KEY   IS CHAVE-RECPARC
                FILE STATUS  IS WS-FS-RCP.
                SELECT RELATORIO ASSIGN TO
                WS-ARQ-DECQUIT
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS  IS WS-FS-REL.
                SELECT EXCECOES ASSIGN TO
                WS-ARQ-DECQEXC
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS  IS WS-FS-EXC.

       DATA DIVISION.
       FILE SECTION.
       FD CONTRATO.
          COPY FD_CONTRATO.

       FD CLIENTE.
          COPY FD_CLIENTE.

       FD RECPARC.
          COPY FD_RECPARC.

       FD RELATORIO.
       01 REG-RELATORIO                  PIC X(100).

       FD EXCECOES.
       01 REG-EXCECAO                    PIC X(100).

       WORKING-STORAGE SECTION.
      ***** CAMINHOS FISICOS DOS ARQUIVOS - PRE-CARREGADOS COM O *****
      ***** PADRAO HISTORICO E RESOLVIDOS PELO ARQCONF NO INICIO *****
       77 WS-ARQ-CONTRATO            PIC X(68) VALUE
          'C:\CursoCOBOL\COBOL\01 - Basico\bin\CONTRATO.DAT'.
       77 WS-ARQ-CLIENTE             PIC X(68) VALUE
          'C:\CursoCOBOL\COBOL\01 - Basico\bin\CLIENTE.DAT'.
       77 WS-ARQ-RECPARC             PIC X(68) VALUE
          'C:\CursoCOBOL\COBOL\01 - Basico\bin\RECPARC.DAT'.
       77 WS-ARQ-DECQUIT             PIC X(68) VALUE
          'C:\CursoCOBOL\COBOL\01 - Basico\bin\DECQUIT.LST'.
       77 WS-ARQ-DECQEXC             PIC X(68) VALUE
          'C:\CursoCOBOL\COBOL\01 - Basico\bin\DECQEXC.LST'.
       77 WS-FS                          PIC 99.
          88 FS-OK                       VALUE 0.
       77 WS-FS-CLI                      PIC 99.
          88 FS-CLI-OK                   VALUE 0.
       77 WS-FS-RCP                      PIC 99.
          88 FS-RCP-OK                   VALUE 0.
       77 WS-RCP-ABERTO                  PIC X VALUE 'N'.
          88 RCP-ABERTO                  VALUE 'S'.
       77 WS-FS-REL                      PIC 99.
       77 WS-FS-EXC                      PIC 99.
       77 WS-EOF                         PIC X.
          88 EOF-OK                      VALUE 'S' FALSE 'N'.
       77 WS-EOF-CLI                     PIC X.
          88 EOF-CLI-OK                  VALUE 'S' FALSE 'N'.
       77 WS-EOF-RCP                     PIC X.
          88 EOF-RCP-OK                  VALUE 'S' FALSE 'N'.
       77 WS-DATA-MOVIMENTO              PIC 9(08) VALUE ZEROS.
       77 WS-CONTROLE-DATA               PIC X(01) VALUE 'N'.
       01 WS-DATA-CALC                   PIC 9(08).
       01 WS-DATA-CALC-X REDEFINES WS-DATA-CALC.
          03 WS-DATA-CALC-AAAA           PIC 9(04).
          03 WS-DATA-CALC-MM             PIC 9(02).
          03 WS-DATA-CALC-DD             PIC 9(02).
       77 WS-PARM-ANO                    PIC 9(09)V99 VALUE ZEROS.
       77 WS-ANO-REF                     PIC 9(04) VALUE ZEROS.
       77 WS-CLIENTE-NUM                 PIC 9(03).
       77 WS-CONTRATO-ATUAL              PIC 9(06) VALUE ZEROS.
       77 WS-QT-PARC-CONTRATO            PIC 9(03) VALUE ZEROS.
       77 WS-VR-PAGO-CONTRATO            PIC 9(11)V99 VALUE ZEROS.
       77 WS-VR-RECEBIDO-PARC            PIC 9(09)V99 VALUE ZEROS.
       77 WS-DS-SITUACAO                 PIC X(11).
       77 WS-QT-DECLARACOES              PIC 9(04) VALUE ZEROS.
       77 WS-QT-EXCECOES                 PIC 9(04) VALUE ZEROS.
       77 WS-QT-SEM-PARCELA              PIC 9(04) VALUE ZEROS.
      ***** SITUACAO DE CADA CLIENTE NO ANO (CODIGO 1-999): **********
      ***** 0 = SEM PARCELA NO ANO, 1 = TUDO PAGO, 2 = PENDENTE *******
       01 WS-TAB-CLIENTES.
          03 WS-CLI-SITUACAO OCCURS 999 TIMES PIC 9(01).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.

      ***** RETURN-CODE E REGISTRADOR COMPARTILHADO: UM PASSO *********
      ***** ANTERIOR COM FALHA NAO PODE CONTAMINAR ESTE PASSO *********
            MOVE ZERO                    TO RETURN-CODE

      ***** RESOLVE OS CAMINHOS FISICOS PELO PERFIL DO ARQCONF ******
            CALL 'ARQCONF' USING 'CONTRATO.DAT    ' WS-ARQ-CONTRATO
            CALL 'ARQCONF' USING 'CLIENTE.DAT     ' WS-ARQ-CLIENTE
            CALL 'ARQCONF' USING 'RECPARC.DAT     ' WS-ARQ-RECPARC
            CALL 'ARQCONF' USING 'DECQUIT.LST     ' WS-ARQ-DECQUIT
            CALL 'ARQCONF' USING 'DECQEXC.LST     ' WS-ARQ-DECQEXC

            CALL 'DTMOVIM' USING WS-DATA-MOVIMENTO WS-CONTROLE-DATA

      ***** ANO DE REFERENCIA: O ANTERIOR AO DO MOVIMENTO, SALVO ******
      ***** REEMISSAO DE OUTRO ANO PELO FINPARM ANO-QUITACAO **********
            MOVE WS-DATA-MOVIMENTO       TO WS-DATA-CALC
            COMPUTE WS-ANO-REF = WS-DATA-CALC-AAAA - 1
            CALL 'FINPARM' USING 'ANO-QUITACAO    ' WS-PARM-ANO
            IF WS-PARM-ANO GREATER THAN ZEROS
               MOVE WS-PARM-ANO          TO WS-ANO-REF
            END-IF

            INITIALIZE WS-TAB-CLIENTES

            OPEN INPUT CONTRATO

            IF NOT FS-OK
               DISPLAY 'ERRO AO ABRIR O ARQUIVO DE CONTRATOS.'
               DISPLAY 'FILE STATUS: ' WS-FS
               MOVE 16                   TO RETURN-CODE
               GOBACK
            END-IF

            OPEN INPUT CLIENTE

            IF NOT FS-CLI-OK
               DISPLAY 'ERRO AO ABRIR O ARQUIVO DE CLIENTES.'
               DISPLAY 'FILE STATUS: ' WS-FS-CLI
               CLOSE CONTRATO
               MOVE 16                   TO RETURN-CODE
               GOBACK
            END-IF

            OPEN OUTPUT RELATORIO

            IF WS-FS-REL NOT EQUAL ZEROS
               DISPLAY 'ERRO AO ABRIR O ARQUIVO DE DECLARACOES.'
               DISPLAY 'FILE STATUS: ' WS-FS-REL
               CLOSE CONTRATO CLIENTE
               MOVE 16                   TO RETURN-CODE
               GOBACK
            END-IF

            OPEN OUTPUT EXCECOES

            IF WS-FS-EXC NOT EQUAL ZEROS
               DISPLAY 'ERRO AO ABRIR A LISTA DE EXCECOES.'
               DISPLAY 'FILE STATUS: ' WS-FS-EXC
               CLOSE CONTRATO CLIENTE RELATORIO
               MOVE 16                   TO RETURN-CODE
               GOBACK
            END-IF

      ***** SEM ARQUIVO DE RECEBIMENTOS, NENHUMA PARCELA PENDENTE *****
      ***** TEM RECEBIMENTO PARCIAL ***********************************
            OPEN INPUT RECPARC
            IF FS-RCP-OK
               MOVE 'S'                  TO WS-RCP-ABERTO
            END-IF

            MOVE SPACES                  TO REG-EXCECAO
            STRING 'CLIENTES SEM DECLARACAO DE QUITACAO - ANO '
                   WS-ANO-REF
                   DELIMITED BY SIZE INTO REG-EXCECAO
            WRITE REG-EXCECAO

      ***** PASSO 1: SITUACAO DE CADA CLIENTE NO ANO DE REFERENCIA ****
            SET EOF-OK                   TO FALSE
            PERFORM P200-MARCA-CLIENTE   THRU P200-FIM UNTIL EOF-OK

      ***** PASSO 2: DECLARACAO OU EXCECAO PARA CADA CLIENTE **********
            SET EOF-CLI-OK               TO FALSE
            PERFORM P300-TRATA-CLIENTE   THRU P300-FIM UNTIL EOF-CLI-OK

            PERFORM P900-RESUMO          THRU P900-FIM

            IF RCP-ABERTO
               CLOSE RECPARC
            END-IF
            CLOSE CONTRATO CLIENTE RELATORIO EXCECOES

            DISPLAY 'ANO DE REFERENCIA.......: ' WS-ANO-REF
            DISPLAY 'DECLARACOES EMITIDAS....: ' WS-QT-DECLARACOES
            DISPLAY 'CLIENTES COM PENDENCIA..: ' WS-QT-EXCECOES
            DISPLAY 'DECLARACOES EM DECQUIT.LST E EXCECOES EM '
                    'DECQEXC.LST'

            GOBACK.
       P200-MARCA-CLIENTE.

            READ CONTRATO NEXT RECORD
               AT END
                  SET EOF-OK             TO TRUE
                  GO TO P200-FIM
            END-READ

            MOVE DT-VENCIMENTO-PARCELA   TO WS-DATA-CALC
            IF WS-DATA-CALC-AAAA NOT EQUAL WS-ANO-REF
               OR CD-CLIENTE-CONTRATO(1:3) IS NOT NUMERIC
               GO TO P200-FIM
            END-IF

            MOVE CD-CLIENTE-CONTRATO(1:3) TO WS-CLIENTE-NUM
            IF WS-CLIENTE-NUM EQUAL ZEROS
               GO TO P200-FIM
            END-IF

      ***** SO A PARCELA PAGA CONTA A FAVOR; ABERTA, VENCIDA, *********
      ***** RENEGOCIADA OU PREJUIZO TIRA O CLIENTE DA DECLARACAO ******
            IF PARCELA-PAGA
               IF WS-CLI-SITUACAO (WS-CLIENTE-NUM) EQUAL ZEROS
                  MOVE 1                 TO
                       WS-CLI-SITUACAO (WS-CLIENTE-NUM)
               END-IF
            ELSE
               MOVE 2                    TO
                    WS-CLI-SITUACAO (WS-CLIENTE-NUM)
            END-IF
            .
       P200-FIM.
       P300-TRATA-CLIENTE.

            READ CLIENTE NEXT RECORD
               AT END
                  SET EOF-CLI-OK         TO TRUE
                  GO TO P300-FIM
            END-READ

            IF CD-CLIENTE EQUAL ZEROS
               GO TO P300-FIM
            END-IF

            EVALUATE WS-CLI-SITUACAO (CD-CLIENTE)
               WHEN 1
                  PERFORM P400-DECLARACAO THRU P400-FIM
               WHEN 2
                  PERFORM P600-EXCECAO   THRU P600-FIM
               WHEN OTHER
                  ADD 1                  TO WS-QT-SEM-PARCELA
            END-EVALUATE
            .
       P300-FIM.
       P400-DECLARACAO.

            MOVE '============================================='
                                          TO REG-RELATORIO
            WRITE REG-RELATORIO

            MOVE SPACES                  TO REG-RELATORIO
            STRING 'DECLARACAO ANUAL DE QUITACAO DE DEBITOS - ANO '
                   WS-ANO-REF
                   DELIMITED BY SIZE INTO REG-RELATORIO
            WRITE REG-RELATORIO

            MOVE SPACES                  TO REG-RELATORIO
            STRING 'EMITIDA EM ' WS-DATA-MOVIMENTO
                   DELIMITED BY SIZE INTO REG-RELATORIO
            WRITE REG-RELATORIO

            MOVE SPACES                  TO REG-RELATORIO
            WRITE REG-RELATORIO

      ***** BLOCO DE ENDERECO DO CLIENTE ******************************
            MOVE SPACES                  TO REG-RELATORIO
            STRING 'A(O): ' NM-CLIENTE ' (CLIENTE '
                   CD-CLIENTE ')'
                   DELIMITED BY SIZE INTO REG-RELATORIO
            WRITE REG-RELATORIO

            MOVE SPACES                  TO REG-RELATORIO
            STRING '      ' EN-CLIENTE ' - ' CI-CLIENTE '/'
                   UF-CLIENTE
                   DELIMITED BY SIZE INTO REG-RELATORIO
            WRITE REG-RELATORIO

            MOVE SPACES                  TO REG-RELATORIO
            WRITE REG-RELATORIO

            MOVE SPACES                  TO REG-RELATORIO
            STRING 'DECLARAMOS, PARA OS DEVIDOS FINS, QUE ESTAO '
                   'QUITADAS TODAS AS PARCELAS'
                   DELIMITED BY SIZE INTO REG-RELATORIO
            WRITE REG-RELATORIO

            MOVE SPACES                  TO REG-RELATORIO
            STRING 'COM VENCIMENTO NO ANO DE ' WS-ANO-REF
                   ' DOS CONTRATOS ABAIXO:'
                   DELIMITED BY SIZE INTO REG-RELATORIO
            WRITE REG-RELATORIO

            MOVE SPACES                  TO REG-RELATORIO
            WRITE REG-RELATORIO

      ***** RELE O CONTRATO.DAT DO COMECO, UMA LINHA POR CONTRATO *****
      ***** DO CLIENTE COM PARCELA VENCIDA NO ANO *********************
            MOVE CD-CLIENTE              TO WS-CLIENTE-NUM
            MOVE ZEROS                   TO WS-CONTRATO-ATUAL
                                            WS-QT-PARC-CONTRATO
                                            WS-VR-PAGO-CONTRATO
            MOVE ZEROS                   TO NUM-CONTRATO
                                            NUM-PARCELA-CONTRATO

            SET EOF-OK                   TO FALSE
            START CONTRATO KEY NOT LESS THAN CHAVE-CONTRATO
               INVALID KEY
                  SET EOF-OK             TO TRUE
            END-START

            PERFORM P410-LE-PARCELA-PAGA THRU P410-FIM UNTIL EOF-OK

            IF WS-CONTRATO-ATUAL NOT EQUAL ZEROS
               PERFORM P450-LINHA-CONTRATO THRU P450-FIM
            END-IF

            MOVE SPACES                  TO REG-RELATORIO
            WRITE REG-RELATORIO

            MOVE 'ESTA DECLARACAO SUBSTITUI, PARA A COMPROVACAO DOS '
                                          TO REG-RELATORIO
            WRITE REG-RELATORIO
            MOVE 'PAGAMENTOS DO ANO, OS RECIBOS DAS PARCELAS QUITADAS.'
                                          TO REG-RELATORIO
            WRITE REG-RELATORIO

            MOVE SPACES                  TO REG-RELATORIO
            WRITE REG-RELATORIO

            ADD 1                        TO WS-QT-DECLARACOES
            .
       P400-FIM.
       P410-LE-PARCELA-PAGA.

            READ CONTRATO NEXT RECORD
               AT END
                  SET EOF-OK             TO TRUE
                  GO TO P410-FIM
            END-READ

            MOVE DT-VENCIMENTO-PARCELA   TO WS-DATA-CALC
            IF WS-DATA-CALC-AAAA NOT EQUAL WS-ANO-REF
               OR CD-CLIENTE-CONTRATO(1:3) NOT EQUAL
                  CD-CLIENTE(1:3)
               GO TO P410-FIM
            END-IF

            IF NUM-CONTRATO NOT EQUAL WS-CONTRATO-ATUAL
               IF WS-CONTRATO-ATUAL NOT EQUAL ZEROS
                  PERFORM P450-LINHA-CONTRATO THRU P450-FIM
               END-IF
               MOVE NUM-CONTRATO         TO WS-CONTRATO-ATUAL
               MOVE ZEROS                TO WS-QT-PARC-CONTRATO
                                            WS-VR-PAGO-CONTRATO
            END-IF

            ADD 1                        TO WS-QT-PARC-CONTRATO
            ADD VR-PAGO-PARCELA          TO WS-VR-PAGO-CONTRATO
            .
       P410-FIM.
       P450-LINHA-CONTRATO.

            MOVE SPACES                  TO REG-RELATORIO
            STRING '  CONTRATO ' WS-CONTRATO-ATUAL
                   ' - ' WS-QT-PARC-CONTRATO ' PARCELA(S) PAGA(S)'
                   ' NO VALOR TOTAL DE ' WS-VR-PAGO-CONTRATO
                   DELIMITED BY SIZE INTO REG-RELATORIO
            WRITE REG-RELATORIO
            .
       P450-FIM.
       P600-EXCECAO.

            ADD 1                        TO WS-QT-EXCECOES

            MOVE '---------------------------------------------'
                                          TO REG-EXCECAO
            WRITE REG-EXCECAO

            MOVE SPACES                  TO REG-EXCECAO
            STRING 'CLIENTE ' CD-CLIENTE ' ' NM-CLIENTE
                   ' TEL ' TL-CLIENTE
                   DELIMITED BY SIZE INTO REG-EXCECAO
            WRITE REG-EXCECAO

      ***** LISTA AS PARCELAS DO ANO QUE NAO ESTAO PAGAS **************
            MOVE ZEROS                   TO NUM-CONTRATO
                                            NUM-PARCELA-CONTRATO

            SET EOF-OK                   TO FALSE
            START CONTRATO KEY NOT LESS THAN CHAVE-CONTRATO
               INVALID KEY
                  SET EOF-OK             TO TRUE
            END-START

            PERFORM P610-LE-PENDENTE     THRU P610-FIM UNTIL EOF-OK
            .
       P600-FIM.
       P610-LE-PENDENTE.

            READ CONTRATO NEXT RECORD
               AT END
                  SET EOF-OK             TO TRUE
                  GO TO P610-FIM
            END-READ

            MOVE DT-VENCIMENTO-PARCELA   TO WS-DATA-CALC
            IF WS-DATA-CALC-AAAA NOT EQUAL WS-ANO-REF
               OR CD-CLIENTE-CONTRATO(1:3) NOT EQUAL
                  CD-CLIENTE(1:3)
               OR PARCELA-PAGA
               GO TO P610-FIM
            END-IF

            EVALUATE TRUE
               WHEN PARCELA-ABERTA
                  MOVE 'ABERTA'          TO WS-DS-SITUACAO
               WHEN PARCELA-VENCIDA
                  MOVE 'VENCIDA'         TO WS-DS-SITUACAO
               WHEN PARCELA-RENEGOCIADA
                  MOVE 'RENEGOCIADA'     TO WS-DS-SITUACAO
               WHEN PARCELA-PREJUIZO
                  MOVE 'PREJUIZO'        TO WS-DS-SITUACAO
               WHEN OTHER
                  MOVE ST-PARCELA        TO WS-DS-SITUACAO
            END-EVALUATE

            PERFORM P650-SOMA-RECEBIMENTOS THRU P650-FIM

            MOVE SPACES                  TO REG-EXCECAO
            STRING '  CONTRATO ' NUM-CONTRATO
                   ' PARCELA ' NUM-PARCELA-CONTRATO
                   ' VENC ' DT-VENCIMENTO-PARCELA
                   ' ' WS-DS-SITUACAO
                   ' VALOR ' VR-PARCELA-TOTAL
                   ' RECEBIDO ' WS-VR-RECEBIDO-PARC
                   DELIMITED BY SIZE INTO REG-EXCECAO
            WRITE REG-EXCECAO
            .
       P610-FIM.
       P650-SOMA-RECEBIMENTOS.

            MOVE ZEROS                   TO WS-VR-RECEBIDO-PARC

            IF NOT RCP-ABERTO
               GO TO P650-FIM
            END-IF

            MOVE NUM-CONTRATO            TO RCP-NUM-CONTRATO
            MOVE NUM-PARCELA-CONTRATO    TO RCP-NUM-PARCELA
            MOVE ZEROS                   TO RCP-SEQUENCIA

            SET EOF-RCP-OK               TO FALSE
            START RECPARC KEY NOT LESS THAN CHAVE-RECPARC
               INVALID KEY
                  SET EOF-RCP-OK         TO TRUE
            END-START

            PERFORM P660-LE-RECEBIMENTO  THRU P660-FIM
                    UNTIL EOF-RCP-OK
            .
       P650-FIM.
       P660-LE-RECEBIMENTO.

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
                        ADD RCP-VR-RECEBIDO TO WS-VR-RECEBIDO-PARC
                     END-IF
                  END-IF
            END-READ
            .
       P660-FIM.
       P900-RESUMO.

            MOVE '============================================='
                                          TO REG-RELATORIO
            WRITE REG-RELATORIO

            MOVE SPACES                  TO REG-RELATORIO
            STRING 'DECLARACOES DE QUITACAO EMITIDAS (ANO '
                   WS-ANO-REF '): ' WS-QT-DECLARACOES
                   DELIMITED BY SIZE INTO REG-RELATORIO
            WRITE REG-RELATORIO

            MOVE '---------------------------------------------'
                                          TO REG-EXCECAO
            WRITE REG-EXCECAO

            MOVE SPACES                  TO REG-EXCECAO
            STRING 'CLIENTES COM PENDENCIA NO ANO: ' WS-QT-EXCECOES
                   '  SEM PARCELA NO ANO: ' WS-QT-SEM-PARCELA
                   DELIMITED BY SIZE INTO REG-EXCECAO
            WRITE REG-EXCECAO
            .
       P900-FIM.
       END PROGRAM DECQUIT.
