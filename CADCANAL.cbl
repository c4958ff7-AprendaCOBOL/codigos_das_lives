      *          EXISTE NO CONTRATO.DAT. E ESTE CADASTRO QUE O
      *          FATURAMENTO MENSAL (FATURA) CONSULTA PARA DIVIDIR A
      *          REMESSA DE BOLETOS DO ARQUIVO DE ORDENS DE DEBITO.
      * Update: 15/10/2026 - Novo canal PIX (P): a parcela
      *         e cobrada pela cobranca PIX que o FATURA gera, sem
      *         dados bancarios do cliente.
      * Update: 15/10/2026 - Novo canal CONSIGNADO (F): emprestimo a
      *         funcionario descontado em folha; pede o funcionario e
      *         valida no FUNCIONARIO.DAT.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CADCANAL.
                ACCESS MODE  IS RANDOM
                RECORD KEY   IS CHAVE-CONTRATO
                FILE STATUS  IS WS-FS-CTR.
                SELECT FUNCIONARIO ASSIGN TO
                WS-ARQ-FUNCIONARIO
                ORGANIZATION IS INDEXED
                ACCESS MODE  IS RANDOM
                RECORD KEY   IS CD-FUNCIONARIO
                FILE STATUS  IS WS-FS-FUN.

       DATA DIVISION.
       FILE SECTION.
       FD CONTRATO.
          COPY FD_CONTRATO.

       FD FUNCIONARIO.
          COPY FD_FUNCIONARIO.

       WORKING-STORAGE SECTION.
      ***** CAMINHOS FISICOS DOS ARQUIVOS - PRE-CARREGADOS COM O *****
      ***** PADRAO HISTORICO E RESOLVIDOS PELO ARQCONF NO INICIO *****
          'C:\CursoCOBOL\COBOL\01 - Basico\bin\CONTRCOB.DAT'.
       77 WS-ARQ-CONTRATO            PIC X(68) VALUE
          'C:\CursoCOBOL\COBOL\01 - Basico\bin\CONTRATO.DAT'.
       77 WS-ARQ-FUNCIONARIO         PIC X(68) VALUE
          'C:\CursoCOBOL\COBOL\01 - Basico\bin\FUNCIONARIO.DAT'.
       77 WS-FS                          PIC 99.
          88 FS-OK                       VALUE 0.
       77 WS-FS-CTR                      PIC 99.
          88 FS-CTR-OK                   VALUE 0.
       77 WS-FS-FUN                      PIC 99.
          88 FS-FUN-OK                   VALUE 0.
       77 WS-OPCAO                       PIC X.
       77 WS-CONTRATO-INF                PIC 9(06).
       77 WS-CONTRATO-EXISTE             PIC X VALUE 'N'.
          88 CONTRATO-EXISTE             VALUE 'S'.
       77 WS-FUNC-INF                    PIC 9(04).
       77 WS-FUNCIONARIO-EXISTE          PIC X VALUE 'N'.
          88 FUNCIONARIO-EXISTE          VALUE 'S'.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
      ***** RESOLVE OS CAMINHOS FISICOS PELO PERFIL DO ARQCONF ******
            CALL 'ARQCONF' USING 'CONTRCOB.DAT    ' WS-ARQ-CONTRCOB
            CALL 'ARQCONF' USING 'CONTRATO.DAT    ' WS-ARQ-CONTRATO
            CALL 'ARQCONF' USING 'FUNCIONARIO.DAT ' WS-ARQ-FUNCIONARIO

            DISPLAY '*** MANUTENCAO DO CANAL DE COBRANCA ***'
            PERFORM P100-MENU THRU P100-FIM UNTIL WS-OPCAO = 'F'
            END-IF

            MOVE WS-CONTRATO-INF         TO CCB-NUM-CONTRATO
            DISPLAY 'Canal de cobranca - <B>oleto, <D>ebito '
                    'automatico, <P>IX ou consignado em <F>olha: '
            ACCEPT CCB-CANAL

            IF NOT CANAL-BOLETO AND NOT CANAL-DEBITO
               AND NOT CANAL-PIX AND NOT CANAL-CONSIGNADO
               DISPLAY 'CANAL INVALIDO - USE B, D, P OU F.'
               CLOSE CONTRCOB
               GO TO P200-FIM
            END-IF
                                            CCB-CONTA
            END-IF

      ***** CONSIGNADO: A PARCELA SAI DO SALARIO DO FUNCIONARIO, QUE **
      ***** PRECISA ESTAR NO CADASTRO *********************************
            IF CANAL-CONSIGNADO
               DISPLAY 'Informe o codigo do funcionario (9999):'
               ACCEPT WS-FUNC-INF
               PERFORM P500-VALIDA-FUNCIONARIO THRU P500-FIM
               IF NOT FUNCIONARIO-EXISTE
                  DISPLAY 'FUNCIONARIO NAO ENCONTRADO EM '
                          'FUNCIONARIO.DAT.'
                  CLOSE CONTRCOB
                  GO TO P200-FIM
               END-IF
               MOVE WS-FUNC-INF          TO CCB-CD-FUNCIONARIO
            END-IF

            WRITE REG-CONTRCOB
               INVALID KEY
                  REWRITE REG-CONTRCOB
                     DISPLAY 'AGENCIA.: ' CCB-AGENCIA
                     DISPLAY 'CONTA...: ' CCB-CONTA
                  ELSE
                     IF CANAL-PIX
                        DISPLAY 'CANAL...: PIX'
                     ELSE
                        IF CANAL-CONSIGNADO
                           DISPLAY 'CANAL...: CONSIGNADO EM FOLHA'
                           DISPLAY 'FUNCIONARIO: '
                                   CCB-CD-FUNCIONARIO
                        ELSE
                           DISPLAY 'CANAL...: BOLETO'
                        END-IF
                     END-IF
                  END-IF
            END-READ

       P400-FIM.
           EXIT.

       P500-VALIDA-FUNCIONARIO.
            MOVE 'N'                     TO WS-FUNCIONARIO-EXISTE

            OPEN INPUT FUNCIONARIO
            IF NOT FS-FUN-OK
               DISPLAY 'ERRO AO ABRIR O CADASTRO DE FUNCIONARIOS.'
               DISPLAY 'FILE STATUS: ' WS-FS-FUN
               GO TO P500-FIM
            END-IF

            MOVE WS-FUNC-INF             TO CD-FUNCIONARIO
            READ FUNCIONARIO
               INVALID KEY
                  CONTINUE
               NOT INVALID KEY
                  MOVE 'S'               TO WS-FUNCIONARIO-EXISTE
                  DISPLAY 'FUNCIONARIO: ' NM-FUNCIONARIO
            END-READ

            CLOSE FUNCIONARIO
            .
       P500-FIM.
           EXIT.

       END PROGRAM CADCANAL.
