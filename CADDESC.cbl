      *          ACABA O DIGITADOR REDUZINDO O VALOR NA MAO SEM
      *          NINGUEM SABER POR QUE DOIS ALUNOS DO MESMO CURSO
      *          PAGAM DIFERENTE.
      * Update: 15/10/2026 - A inclusao/alteracao vira
      *         pedido pendente no APROVA.DAT (APROVM), aprovado ou
      *         rejeitado por outro usuario no APROVAR; a nova opcao A
      *         aplica o pedido aprovado e grava o aprovador no
      *         desconto. A exclusao continua direta (administrador).
      * Update: 15/10/2026 - O pedido de bolsa mostra a classificacao
      *         do estudante no curso em cada periodo letivo
      *         (RANKING.DAT, gravado pelo RANKCURS), para a renovacao
      *         ser decidida com a posicao e a media na tela.
      * Update: 15/10/2026 - A inclusao e a exclusao deixaram de exigir
      *         nivel de administrador: o PERMITE confere as funcoes
      *         CADDESC/INCLUSAO e CADDESC/EXCLUSAO nos perfis do
      *         operador.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CADDESC.
                RECORD KEY   IS CD-STUDENT
                ALTERNATE RECORD KEY IS NM-STUDENT WITH DUPLICATES
                FILE STATUS  IS WS-FS-EST.
                SELECT RANKING ASSIGN TO
                WS-ARQ-RANKING
                ORGANIZATION IS INDEXED
                ACCESS MODE  IS DYNAMIC
                RECORD KEY   IS CHAVE-RANKING
                FILE STATUS  IS WS-FS-RNK.

       DATA DIVISION.
       FILE SECTION.
       FD ESTUDANTE.
          COPY FD_ESTUDANTE.

       FD RANKING.
          COPY FD_RANKING.

       WORKING-STORAGE SECTION.
      ***** CAMINHOS FISICOS DOS ARQUIVOS - PRE-CARREGADOS COM O *****
      ***** PADRAO HISTORICO E RESOLVIDOS PELO ARQCONF NO INICIO *****
          'C:\CursoCOBOL\COBOL\01 - Basico\bin\DESCONTO.DAT'.
       77 WS-ARQ-STUDENT             PIC X(68) VALUE
          'C:\CURSOCOBOL\COBOL\01 - BASICO\BIN\STUDENT.DAT'.
       77 WS-ARQ-RANKING             PIC X(68) VALUE
          'C:\Users\Mauro Vieira\bin\RANKING.DAT'.
       77 WS-FS                          PIC 99.
          88 FS-OK                       VALUE 0.
       77 WS-FS-EST                      PIC 99.
          88 FS-EST-OK                   VALUE 0.
       77 WS-FS-RNK                      PIC 99.
          88 FS-RNK-OK                   VALUE 0.
       77 WS-EOF                         PIC X.
          88 EOF-OK                      VALUE 'S' FALSE 'N'.
       77 WS-QT-PERIODOS                 PIC 9(02) VALUE ZEROS.
       77 WS-OPCAO                       PIC X.
       77 WS-STUDENT-INF                 PIC 9(05).
       77 WS-PEDIDO-INF                  PIC 9(08).
       77 WS-DATA-MOVIMENTO              PIC 9(08) VALUE ZEROS.
       77 WS-CONTROLE-DATA               PIC X(01) VALUE 'N'.
       77 WS-PERMITIDO                   PIC X(01).
          88 FUNCAO-PERMITIDA            VALUE 'S'.
       01 WS-SIGNON.
          03 WS-SGN-USUARIO              PIC X(12).
          03 WS-SGN-NIVEL                PIC 9(01).
          03 WS-SGN-AUTENTICADO          PIC X(01).
             88 SIGNON-OK                VALUE 'S' FALSE 'N'.
          03 WS-SGN-CHAMADOR             PIC X(10).
      ***** PEDIDO DE APROVACAO DA BOLSA (APROVM) *********************
       01 WS-APROVM.
          03 WS-APM-ACAO                 PIC X(01).
          03 WS-APM-NUM-PEDIDO           PIC 9(08).
          03 WS-APM-OPERACAO             PIC X(10).
          03 WS-APM-SITUACAO             PIC X(01).
             88 APM-APROVADO             VALUE 'A'.
          03 WS-APM-USUARIO              PIC X(12).
          03 WS-APM-APROVADOR            PIC X(12).
          03 WS-APM-DATA                 PIC 9(08).
          03 WS-APM-RESUMO               PIC X(60).
          03 WS-APM-DADOS.
             05 WS-APM-DSC-CD-STUDENT    PIC 9(05).
             05 WS-APM-DSC-TIPO          PIC X(01).
                88 APM-DSC-PERCENTUAL    VALUE 'P'.
                88 APM-DSC-FIXO          VALUE 'F'.
             05 WS-APM-DSC-VALOR         PIC 9(06)V99.
             05 WS-APM-DSC-MOTIVO        PIC X(20).
             05 WS-APM-DSC-DT-INICIO     PIC 9(08).
             05 WS-APM-DSC-DT-FIM        PIC 9(08).
             05 FILLER                   PIC X(10).
          03 WS-APM-RETORNO              PIC 99.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
      ***** RESOLVE OS CAMINHOS FISICOS PELO PERFIL DO ARQCONF ******
            CALL 'ARQCONF' USING 'DESCONTO.DAT    ' WS-ARQ-DESCONTO
            CALL 'ARQCONF' USING 'STUDENT.DAT     ' WS-ARQ-STUDENT
            CALL 'ARQCONF' USING 'RANKING.DAT     ' WS-ARQ-RANKING

            CALL 'DTMOVIM' USING WS-DATA-MOVIMENTO WS-CONTROLE-DATA

            DISPLAY '*** MANUTENCAO DE BOLSAS E DESCONTOS ***'

       P100-MENU.
            MOVE SPACES                       TO WS-OPCAO
            DISPLAY '*************************************************'
            DISPLAY '|  I - Pedir inclusao/alteracao de desconto     |'
            DISPLAY '|  A - Aplicar desconto ja aprovado             |'
            DISPLAY '|  C - Consultar desconto                       |'
            DISPLAY '|  E - Excluir desconto                         |'
            DISPLAY '|              (ou tecle <F> para finalizar)    |'
            EVALUATE WS-OPCAO
                WHEN 'I' WHEN 'i'
                   PERFORM P200-INCLUIR THRU P200-FIM
                WHEN 'A' WHEN 'a'
                   PERFORM P400-APLICAR THRU P400-FIM
                WHEN 'C' WHEN 'c'
                   PERFORM P300-CONSULTAR THRU P300-FIM
                WHEN 'E' WHEN 'e'
           EXIT.

       P200-INCLUIR.
      ***** BOLSA SO SAI PELA MAO DE QUEM TEM A FUNCAO ****************
            CALL 'PERMITE' USING WS-SGN-USUARIO 'CADDESC   '
                                 'INCLUSAO  ' WS-PERMITIDO
            IF NOT FUNCAO-PERMITIDA
               DISPLAY 'OPERADOR SEM PERFIL PARA INCLUIR DESCONTO.'
               GO TO P200-FIM
            END-IF

            DISPLAY 'ESTUDANTE: ' NM-STUDENT ' (' CR-STUDENT ')'
            CLOSE ESTUDANTE

            PERFORM P600-MOSTRA-RANKING THRU P600-FIM

      ***** A BOLSA NAO ENTRA NA HORA: VIRA UM PEDIDO PENDENTE QUE ****
      ***** OUTRO USUARIO APROVA NO APROVAR ***************************
            INITIALIZE WS-APROVM
            MOVE WS-STUDENT-INF          TO WS-APM-DSC-CD-STUDENT
            DISPLAY 'Tipo - <P>ercentual ou valor <F>ixo: '
            ACCEPT WS-APM-DSC-TIPO
            IF NOT APM-DSC-PERCENTUAL AND NOT APM-DSC-FIXO
               DISPLAY 'TIPO INVALIDO - USE P OU F.'
               GO TO P200-FIM
            END-IF
            DISPLAY 'Informe o valor (percentual ou fixo): '
            ACCEPT WS-APM-DSC-VALOR
            DISPLAY 'Informe o motivo (ex: BOLSA-MERITO): '
            ACCEPT WS-APM-DSC-MOTIVO
            DISPLAY 'Vigencia - inicio (AAAAMMDD): '
            ACCEPT WS-APM-DSC-DT-INICIO
            DISPLAY 'Vigencia - fim (AAAAMMDD): '
            ACCEPT WS-APM-DSC-DT-FIM

            MOVE 'I'                     TO WS-APM-ACAO
            MOVE 'CADDESC   '            TO WS-APM-OPERACAO
            MOVE WS-SGN-USUARIO          TO WS-APM-USUARIO
            MOVE WS-DATA-MOVIMENTO       TO WS-APM-DATA
            STRING 'BOLSA ALUNO ' WS-APM-DSC-CD-STUDENT
                   ' TIPO ' WS-APM-DSC-TIPO
                   ' VALOR ' WS-APM-DSC-VALOR
                   ' ' WS-APM-DSC-MOTIVO
                   DELIMITED BY SIZE INTO WS-APM-RESUMO
            CALL 'APROVM' USING WS-APROVM

            IF WS-APM-RETORNO NOT EQUAL ZEROS
               DISPLAY 'ERRO AO GRAVAR O PEDIDO DE APROVACAO.'
               DISPLAY 'FILE STATUS: ' WS-APM-RETORNO
            ELSE
               DISPLAY 'PEDIDO ' WS-APM-NUM-PEDIDO ' AGUARDANDO '
                       'APROVACAO DE OUTRO USUARIO (APROVAR).'
            END-IF
            .
       P200-FIM.
           EXIT.
       P300-FIM.
           EXIT.

       P400-APLICAR.
      ***** SO O PEDIDO APROVADO NO APROVAR CHEGA AO CADASTRO, COM O **
      ***** APROVADOR GRAVADO NO DESCONTO *****************************
            DISPLAY 'Informe o numero do pedido aprovado:'
            ACCEPT WS-PEDIDO-INF

            INITIALIZE WS-APROVM
            MOVE 'C'                     TO WS-APM-ACAO
            MOVE WS-PEDIDO-INF           TO WS-APM-NUM-PEDIDO
            CALL 'APROVM' USING WS-APROVM

            IF WS-APM-RETORNO NOT EQUAL ZEROS
               DISPLAY 'PEDIDO NAO ENCONTRADO.'
               GO TO P400-FIM
            END-IF

            IF WS-APM-OPERACAO NOT EQUAL 'CADDESC   '
               DISPLAY 'O PEDIDO NAO E DE DESCONTO - E DO '
                       WS-APM-OPERACAO
               GO TO P400-FIM
            END-IF

            IF NOT APM-APROVADO
               DISPLAY 'PEDIDO NAO APROVADO - SITUACAO '
                       WS-APM-SITUACAO
               GO TO P400-FIM
            END-IF

            OPEN I-O DESCONTO
            IF WS-FS EQUAL 35
               OPEN OUTPUT DESCONTO
               CLOSE DESCONTO
               OPEN I-O DESCONTO
            END-IF

            IF NOT FS-OK
               DISPLAY 'ERRO AO ABRIR O CADASTRO DE DESCONTOS.'
               DISPLAY 'FILE STATUS: ' WS-FS
               GO TO P400-FIM
            END-IF

            MOVE WS-APM-DSC-CD-STUDENT   TO DSC-CD-STUDENT
            MOVE WS-APM-DSC-TIPO         TO DSC-TIPO
            MOVE WS-APM-DSC-VALOR        TO DSC-VALOR
            MOVE WS-APM-DSC-MOTIVO       TO DSC-MOTIVO
            MOVE WS-APM-DSC-DT-INICIO    TO DSC-DT-INICIO
            MOVE WS-APM-DSC-DT-FIM       TO DSC-DT-FIM
            MOVE WS-APM-APROVADOR        TO DSC-APROVADOR

            WRITE REG-DESCONTO
               INVALID KEY
                  REWRITE REG-DESCONTO
                     INVALID KEY
                        DISPLAY 'ERRO AO GRAVAR O DESCONTO.'
                        CLOSE DESCONTO
                        GO TO P400-FIM
                     NOT INVALID KEY
                        DISPLAY 'DESCONTO REGRAVADO COM SUCESSO!'
                  END-REWRITE
               NOT INVALID KEY
                  DISPLAY 'DESCONTO INCLUIDO COM SUCESSO!'
            END-WRITE

            CLOSE DESCONTO

            MOVE 'X'                     TO WS-APM-ACAO
            MOVE WS-SGN-USUARIO          TO WS-APM-USUARIO
            MOVE WS-DATA-MOVIMENTO       TO WS-APM-DATA
            CALL 'APROVM' USING WS-APROVM
            IF WS-APM-RETORNO NOT EQUAL ZEROS
               DISPLAY 'AVISO: PEDIDO ' WS-APM-NUM-PEDIDO
                       ' NAO MARCADO COMO EXECUTADO - RETORNO '
                       WS-APM-RETORNO
            END-IF
            .
       P400-FIM.
           EXIT.

       P500-EXCLUIR.
            CALL 'PERMITE' USING WS-SGN-USUARIO 'CADDESC   '
                                 'EXCLUSAO  ' WS-PERMITIDO
            IF NOT FUNCAO-PERMITIDA
               DISPLAY 'OPERADOR SEM PERFIL PARA EXCLUIR DESCONTO.'
               GO TO P500-FIM
            END-IF

       P500-FIM.
           EXIT.

       P600-MOSTRA-RANKING.
      ***** CLASSIFICACAO DO ESTUDANTE NO CURSO, PERIODO A PERIODO ****
            OPEN INPUT RANKING
            IF NOT FS-RNK-OK
               DISPLAY 'CLASSIFICACAO POR CURSO AINDA NAO GERADA '
                       '(RANKCURS).'
               GO TO P600-FIM
            END-IF

            MOVE ZEROS                   TO WS-QT-PERIODOS
            MOVE WS-STUDENT-INF          TO RNK-CD-STUDENT
            MOVE ZEROS                   TO RNK-AA-PERIODO
                                            RNK-SM-PERIODO
            SET EOF-OK                   TO FALSE
            START RANKING KEY NOT LESS THAN CHAVE-RANKING
               INVALID KEY
                  SET EOF-OK             TO TRUE
            END-START

            PERFORM P610-LE-RANKING      THRU P610-FIM UNTIL EOF-OK

            IF WS-QT-PERIODOS EQUAL ZEROS
               DISPLAY 'ESTUDANTE SEM CLASSIFICACAO REGISTRADA.'
            END-IF

            CLOSE RANKING
            .
       P600-FIM.
           EXIT.

       P610-LE-RANKING.
            READ RANKING NEXT RECORD
               AT END
                  SET EOF-OK             TO TRUE
               NOT AT END
                  IF RNK-CD-STUDENT NOT EQUAL WS-STUDENT-INF
                     SET EOF-OK          TO TRUE
                  ELSE
                     ADD 1               TO WS-QT-PERIODOS
                     IF RANK-EXCLUIDO
                        DISPLAY 'PERIODO ' RNK-AA-PERIODO '/'
                                RNK-SM-PERIODO ' MEDIA '
                                RNK-MD-PONDERADA
                                ' - FORA DA CLASSIFICACAO (REPROVACAO)'
                     ELSE
                        DISPLAY 'PERIODO ' RNK-AA-PERIODO '/'
                                RNK-SM-PERIODO ' MEDIA '
                                RNK-MD-PONDERADA ' - POSICAO '
                                RNK-POSICAO ' DE '
                                RNK-QT-CLASSIFICADOS ' NO CURSO'
                     END-IF
                     IF RANK-QUADRO-HONRA
                        DISPLAY '   QUADRO DE HONRA DO PERIODO'
                     END-IF
                  END-IF
            END-READ
            .
       P610-FIM.
           EXIT.

       END PROGRAM CADDESC.
