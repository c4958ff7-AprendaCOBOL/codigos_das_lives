      *          REPRECIFICACAO COM VALOR ANTIGO E NOVO. O CONTROLE
      *          CORRECAO.DAT (CONTRATO + PERIODO) RECUSA CORRIGIR O
      *          MESMO CONTRATO DUAS VEZES NO MESMO PERIODO.
      * Update: 15/10/2026 - Data de movimento em mes ja fechado pelo
      *         FECHAMES (PERIODO.DAT, consultado pelo PERVERIF) e
      *         recusada antes de qualquer gravacao - nada muda em
      *         mes ja reportado pela contabilidade.
      * Update: 15/10/2026 - Correcao sob aprovacao: sem
      *         pedido aprovado no APROVA.DAT para o periodo, o mes e o
      *         indice, a rodada so imprime a previa, grava um pedido
      *         pendente (APROVM) e termina com retorno 4; aprovado no
      *         APROVAR, a rodada seguinte corrige e marca o pedido como
      *         executado.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. INDEXCON.
                ACCESS MODE  IS RANDOM
                RECORD KEY   IS CHAVE-CORRECAO
                FILE STATUS  IS WS-FS-COR.
                SELECT APROVA ASSIGN TO
                WS-ARQ-APROVA
                ORGANIZATION IS INDEXED
                ACCESS MODE  IS SEQUENTIAL
                RECORD KEY   IS APV-NUM-PEDIDO
                FILE STATUS  IS WS-FS-APV.
                SELECT RELATORIO ASSIGN TO
                WS-ARQ-INDEXCON
                ORGANIZATION IS LINE SEQUENTIAL
          03 COR-DT-CORRECAO             PIC 9(08).
          03 COR-PC-APLICADO             PIC 99V99.

       FD APROVA.
          COPY FD_APROVA.

       FD RELATORIO.
       01 REG-RELATORIO                  PIC X(100).

          'C:\CursoCOBOL\COBOL\01 - Basico\bin\CORRECAO.DAT'.
       77 WS-ARQ-INDEXCON            PIC X(68) VALUE
          'C:\CursoCOBOL\COBOL\01 - Basico\bin\INDEXCON.LST'.
       77 WS-ARQ-APROVA              PIC X(68) VALUE
          'C:\CursoCOBOL\COBOL\01 - Basico\bin\APROVA.DAT'.
       77 WS-FS                          PIC 99.
          88 FS-OK                       VALUE 0.
       77 WS-FS-IND                      PIC 99.
       77 WS-FS-COR                      PIC 99.
          88 FS-COR-OK                   VALUE 0.
       77 WS-FS-REL                      PIC 99.
       77 WS-FS-APV                      PIC 99.
          88 FS-APV-OK                   VALUE 0.
       77 WS-EOF-APV                     PIC X.
          88 EOF-APV-OK                  VALUE 'S' FALSE 'N'.
       77 WS-EOF                         PIC X.
          88 EOF-OK                      VALUE 'S' FALSE 'N'.
       77 WS-EOF-IND                     PIC X.
          88 EOF-IND-OK                  VALUE 'S' FALSE 'N'.
       77 WS-DATA-MOVIMENTO              PIC 9(08) VALUE ZEROS.
       77 WS-CONTROLE-DATA               PIC X(01) VALUE 'N'.
       77 WS-SIT-PERIODO                 PIC X(01) VALUE 'A'.
          88 MES-FECHADO                 VALUE 'F'.
       77 WS-PERIODO-ALVO                PIC 9(04) VALUE ZEROS.
       77 WS-MES-MOVIMENTO               PIC 9(02) VALUE ZEROS.
      ***** TABELA DE INDICES CARREGADA DO INDICES.TXT ****************
       77 WS-QT-CONTRATOS                PIC 9(05) VALUE ZEROS.
       77 WS-QT-PARCELAS                 PIC 9(06) VALUE ZEROS.
       77 WS-QT-RECUSADOS                PIC 9(05) VALUE ZEROS.
      ***** APROVACAO DA CORRECAO (APROVA.DAT / APROVM) ***************
       77 WS-PREVIA                      PIC X VALUE 'N'.
          88 PREVIA-OK                   VALUE 'S' FALSE 'N'.
       77 WS-PEDIDO-APROVADO             PIC 9(08) VALUE ZEROS.
       77 WS-PEDIDO-PENDENTE             PIC 9(08) VALUE ZEROS.
       01 WS-APROVM.
          03 WS-APM-ACAO                 PIC X(01).
          03 WS-APM-NUM-PEDIDO           PIC 9(08).
          03 WS-APM-OPERACAO             PIC X(10).
          03 WS-APM-SITUACAO             PIC X(01).
          03 WS-APM-USUARIO              PIC X(12).
          03 WS-APM-APROVADOR            PIC X(12).
          03 WS-APM-DATA                 PIC 9(08).
          03 WS-APM-RESUMO               PIC X(60).
          03 WS-APM-DADOS.
             05 WS-APM-IDX-PERIODO       PIC 9(04).
             05 WS-APM-IDX-MES           PIC 9(02).
             05 WS-APM-IDX-PC-APLICADO   PIC 99V99.
             05 WS-APM-IDX-QT-CONTRATOS  PIC 9(05).
             05 WS-APM-IDX-QT-PARCELAS   PIC 9(06).
             05 FILLER                   PIC X(39).
          03 WS-APM-RETORNO              PIC 99.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            CALL 'ARQCONF' USING 'INDICES.TXT     ' WS-ARQ-INDICES
            CALL 'ARQCONF' USING 'CORRECAO.DAT    ' WS-ARQ-CORRECAO
            CALL 'ARQCONF' USING 'INDEXCON.LST    ' WS-ARQ-INDEXCON
            CALL 'ARQCONF' USING 'APROVA.DAT      ' WS-ARQ-APROVA

            CALL 'DTMOVIM' USING WS-DATA-MOVIMENTO WS-CONTROLE-DATA
            MOVE WS-DATA-MOVIMENTO(1:4)  TO WS-PERIODO-ALVO
            MOVE WS-DATA-MOVIMENTO(5:2)  TO WS-MES-MOVIMENTO

      ***** MES JA FECHADO PELA CONTABILIDADE NAO RECEBE MOVIMENTO ****
            CALL 'PERVERIF' USING WS-DATA-MOVIMENTO WS-SIT-PERIODO
            IF MES-FECHADO
               DISPLAY 'DATA DE MOVIMENTO ' WS-DATA-MOVIMENTO
                       ' EM MES JA FECHADO - CORRECAO RECUSADA.'
               MOVE 16                   TO RETURN-CODE
               GOBACK
            END-IF

            PERFORM P100-CARREGA-INDICES THRU P100-FIM

            PERFORM P150-INDICE-PERIODO  THRU P150-FIM

            COMPUTE WS-FATOR = 1 + WS-PC-PERIODO / 100

      ***** SEM PEDIDO APROVADO PARA O PERIODO/MES E INDICE, A ********
      ***** RODADA SO IMPRIME A PREVIA E PEDE A APROVACAO *************
            PERFORM P050-PROCURA-PEDIDO  THRU P050-FIM

            IF WS-PEDIDO-APROVADO EQUAL ZEROS
               SET PREVIA-OK             TO TRUE
            END-IF

            CALL 'SELOMARC' USING 'CONTRATO    ' 'INDEXCON  '
            OPEN I-O CONTRATO

            END-IF

            MOVE SPACES                  TO REG-RELATORIO
            IF PREVIA-OK
               STRING 'PREVIA DA REPRECIFICACAO - PERIODO '
                      WS-PERIODO-ALVO ' INDICE ' WS-PC-PERIODO
                      ' % - AGUARDA APROVACAO'
                      DELIMITED BY SIZE INTO REG-RELATORIO
            ELSE
               STRING 'REPRECIFICACAO ANUAL - PERIODO '
                      WS-PERIODO-ALVO ' INDICE ' WS-PC-PERIODO
                      ' % - PEDIDO ' WS-PEDIDO-APROVADO
                      DELIMITED BY SIZE INTO REG-RELATORIO
            END-IF
            WRITE REG-RELATORIO
            MOVE '---------------------------------------------'
                                          TO REG-RELATORIO

            CLOSE CONTRATO CORRECAO RELATORIO

            IF PREVIA-OK
               PERFORM P950-GRAVA-PEDIDO THRU P950-FIM
            ELSE
               PERFORM P960-MARCA-EXECUTADO THRU P960-FIM
            END-IF

            GOBACK.
       P050-PROCURA-PEDIDO.

      ***** PEDIDO DA MESMA CORRECAO: PERIODO, MES DE ANIVERSARIO E ***
      ***** O MESMO PERCENTUAL QUE O APROVADOR VIU *********************
            OPEN INPUT APROVA

            IF NOT FS-APV-OK
               GO TO P050-FIM
            END-IF

            SET EOF-APV-OK               TO FALSE
            PERFORM P060-LE-PEDIDO       THRU P060-FIM UNTIL EOF-APV-OK

            CLOSE APROVA
            .
       P050-FIM.
       P060-LE-PEDIDO.

            READ APROVA NEXT RECORD
               AT END
                  SET EOF-APV-OK         TO TRUE
               NOT AT END
                  IF APV-OP-INDEXCON
                     AND APV-IDX-PERIODO EQUAL WS-PERIODO-ALVO
                     AND APV-IDX-MES EQUAL WS-MES-MOVIMENTO
                     AND APV-IDX-PC-APLICADO EQUAL WS-PC-PERIODO
                     IF APV-APROVADO
                        MOVE APV-NUM-PEDIDO TO WS-PEDIDO-APROVADO
                     END-IF
                     IF APV-PENDENTE
                        MOVE APV-NUM-PEDIDO TO WS-PEDIDO-PENDENTE
                     END-IF
                  END-IF
            END-READ
            .
       P060-FIM.
       P100-CARREGA-INDICES.

            OPEN INPUT INDICES
                   DELIMITED BY SIZE INTO REG-RELATORIO
            WRITE REG-RELATORIO

            IF PREVIA-OK
               GO TO P300-FIM
            END-IF

            MOVE NUM-CONTRATO            TO COR-NUM-CONTRATO
            MOVE WS-PERIODO-ALVO         TO COR-PERIODO
            MOVE WS-DATA-MOVIMENTO       TO COR-DT-CORRECAO

            MOVE VR-PARCELA-TOTAL        TO WS-VR-NOVO

      ***** NA PREVIA A PARCELA SO E LISTADA, NAO E REGRAVADA *********
            IF PREVIA-OK
               ADD 1                     TO WS-QT-PARCELAS
               PERFORM P410-LINHA-PARCELA THRU P410-FIM
               GO TO P400-FIM
            END-IF

            REWRITE REG-CONTRATO
               INVALID KEY
                  DISPLAY 'ERRO AO CORRIGIR A PARCELA: '
                          NUM-CONTRATO '/' NUM-PARCELA-CONTRATO
               NOT INVALID KEY
                  ADD 1                  TO WS-QT-PARCELAS
                  PERFORM P410-LINHA-PARCELA THRU P410-FIM
            END-REWRITE
            .
       P400-FIM.
       P410-LINHA-PARCELA.

            MOVE SPACES                  TO REG-RELATORIO
            STRING '  PARCELA ' NUM-PARCELA-CONTRATO
                   ' VENC ' DT-VENCIMENTO-PARCELA
                   ' DE ' WS-VR-ANTIGO
                   ' PARA ' WS-VR-NOVO
                   DELIMITED BY SIZE INTO REG-RELATORIO
            WRITE REG-RELATORIO
            .
       P410-FIM.
       P900-RESUMO.

            MOVE '============================================='
            DISPLAY 'DEMONSTRATIVO EM INDEXCON.LST'
            .
       P900-FIM.
       P950-GRAVA-PEDIDO.

      ***** A PREVIA NAO ALTEROU NADA: O PASSO TERMINA COM RETORNO 4 **
      ***** E O PEDIDO FICA NA FILA DO APROVAR ************************
            MOVE 4                       TO RETURN-CODE

            IF WS-PEDIDO-PENDENTE NOT EQUAL ZEROS
               DISPLAY 'PREVIA - O PEDIDO ' WS-PEDIDO-PENDENTE
                       ' JA AGUARDA APROVACAO NO APROVAR.'
               GO TO P950-FIM
            END-IF

            IF WS-QT-CONTRATOS EQUAL ZEROS
               DISPLAY 'PREVIA - NENHUM CONTRATO A CORRIGIR, PEDIDO '
                       'NAO GRAVADO.'
               MOVE ZERO                 TO RETURN-CODE
               GO TO P950-FIM
            END-IF

            INITIALIZE WS-APROVM
            MOVE 'I'                     TO WS-APM-ACAO
            MOVE 'INDEXCON  '            TO WS-APM-OPERACAO
                                            WS-APM-USUARIO
            MOVE WS-DATA-MOVIMENTO       TO WS-APM-DATA
            MOVE WS-PERIODO-ALVO         TO WS-APM-IDX-PERIODO
            MOVE WS-MES-MOVIMENTO        TO WS-APM-IDX-MES
            MOVE WS-PC-PERIODO           TO WS-APM-IDX-PC-APLICADO
            MOVE WS-QT-CONTRATOS         TO WS-APM-IDX-QT-CONTRATOS
            MOVE WS-QT-PARCELAS          TO WS-APM-IDX-QT-PARCELAS
            STRING 'CORRECAO ' WS-PERIODO-ALVO '/' WS-MES-MOVIMENTO
                   ' INDICE ' WS-PC-PERIODO '% '
                   WS-QT-CONTRATOS ' CTR ' WS-QT-PARCELAS ' PARC'
                   DELIMITED BY SIZE INTO WS-APM-RESUMO
            CALL 'APROVM' USING WS-APROVM

            IF WS-APM-RETORNO NOT EQUAL ZEROS
               DISPLAY 'ERRO AO GRAVAR O PEDIDO DE APROVACAO.'
               DISPLAY 'FILE STATUS: ' WS-APM-RETORNO
               MOVE 16                   TO RETURN-CODE
            ELSE
               DISPLAY 'PREVIA - PEDIDO ' WS-APM-NUM-PEDIDO
                       ' AGUARDANDO APROVACAO NO APROVAR.'
            END-IF
            .
       P950-FIM.
       P960-MARCA-EXECUTADO.

            INITIALIZE WS-APROVM
            MOVE 'X'                     TO WS-APM-ACAO
            MOVE WS-PEDIDO-APROVADO      TO WS-APM-NUM-PEDIDO
            MOVE 'INDEXCON  '            TO WS-APM-USUARIO
            MOVE WS-DATA-MOVIMENTO       TO WS-APM-DATA
            CALL 'APROVM' USING WS-APROVM

            IF WS-APM-RETORNO NOT EQUAL ZEROS
               DISPLAY 'AVISO: PEDIDO ' WS-PEDIDO-APROVADO
                       ' NAO MARCADO COMO EXECUTADO - RETORNO '
                       WS-APM-RETORNO
               MOVE 4                    TO RETURN-CODE
            END-IF
            .
       P960-FIM.
       END PROGRAM INDEXCON.
