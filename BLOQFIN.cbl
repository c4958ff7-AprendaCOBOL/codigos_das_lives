      ******************************************************************
      * Author: ANDRE COSTA
      * Date: 15/10/2026
      * Purpose: CONFERENCIA DO BLOQUEIO FINANCEIRO DO ESTUDANTE,
      *          CHAMADA ANTES DA MATRICULA (CADMATRI) E DA EMISSAO DE
      *          HISTORICO (HISTESC), BOLETIM (BOLETIND) E CERTIFICADO
      *          (CERTAPRV). APURA AS PARCELAS EM ABERTO JA VENCIDAS
      *          (DIA UTIL SEGUINTE, COMO NO RELATRAS) DOS CONTRATOS DE
      *          MENSALIDADE DO ESTUDANTE (MENSALID.DAT ->
      *          CONTRATO.DAT, SEGUINDO A RENEGOCIACAO PELO
      *          RENEGLNK.DAT), COM O SALDO DE CADA UMA DESCONTADOS OS
      *          RECEBIMENTOS PARCIAIS (RECPARC.DAT). O ESTUDANTE FICA
      *          BLOQUEADO QUANDO A PARCELA MAIS ATRASADA PASSA DO
      *          FINPARM DIAS-BLOQ-FIN (PADRAO 30 DIAS).
      *          - ACAO V: CONFERE; BLOQUEADO COM LIBERACAO EXCEPCIONAL
      *            ATIVA E NA VALIDADE (LIBFIN.DAT) SEGUE COMO
      *            LIBERADO. O BLOQUEIO E A PASSAGEM PELA LIBERACAO
      *            FICAM REGISTRADOS NO BLOQFIN.TXT;
      *          - ACAO C: SO APURA O ATRASO, SEM LIBERACAO E SEM
      *            REGISTRO (TELA DO LIBFIN).
      *          SITUACAO DEVOLVIDA: 'L' LIVRE, 'B' BLOQUEADO, 'O'
      *          LIBERADO POR EXCECAO. RETORNO: 00 CONFERIDO, OUTRO
      *          VALOR E O FILE STATUS DO ARQUIVO INDISPONIVEL - O
      *          ESTUDANTE SEGUE LIVRE, COMO SEM CONTRATO.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. BLOQFIN.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
            DECIMAL-POINT IS COMMA.
            INPUT-OUTPUT SECTION.
            FILE-CONTROL.
                SELECT MENSALID ASSIGN TO
                WS-ARQ-MENSALID
                ORGANIZATION IS INDEXED
                ACCESS MODE  IS DYNAMIC
                RECORD KEY   IS CHAVE-MENSALID
                FILE STATUS  IS WS-FS-MSL.
                SELECT CONTRATO ASSIGN TO
                WS-ARQ-CONTRATO
                ORGANIZATION IS INDEXED
                ACCESS MODE  IS DYNAMIC
                RECORD KEY   IS CHAVE-CONTRATO
                FILE STATUS  IS WS-FS-CTR.
                SELECT RENEGLNK ASSIGN TO
                WS-ARQ-RENEGLNK
                ORGANIZATION IS INDEXED
                ACCESS MODE  IS RANDOM
                RECORD KEY   IS RNG-CONTRATO-ANTIGO
                FILE STATUS  IS WS-FS-LNK.
                SELECT RECPARC ASSIGN TO
                WS-ARQ-RECPARC
                ORGANIZATION IS INDEXED
                ACCESS MODE  IS DYNAMIC
                RECORD KEY   IS CHAVE-RECPARC
                FILE STATUS  IS WS-FS-RCP.
                SELECT LIBFIN ASSIGN TO
                WS-ARQ-LIBFIN
                ORGANIZATION IS INDEXED
                ACCESS MODE  IS RANDOM
                RECORD KEY   IS LBF-CD-STUDENT
                FILE STATUS  IS WS-FS-LBF.
                SELECT BLOQLOG ASSIGN TO
                WS-ARQ-BLOQFIN
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS  IS WS-FS-BLG.

       DATA DIVISION.
       FILE SECTION.
       FD MENSALID.
          COPY FD_MENSALID.

       FD CONTRATO.
          COPY FD_CONTRATO.

       FD RENEGLNK.
          COPY FD_RENEGLNK.

       FD RECPARC.
          COPY FD_RECPARC.

       FD LIBFIN.
          COPY FD_LIBFIN.

       FD BLOQLOG.
          COPY FD_BLOQFIN.

       WORKING-STORAGE SECTION.
      ***** CAMINHOS FISICOS DOS ARQUIVOS - PRE-CARREGADOS COM O *****
      ***** PADRAO HISTORICO E RESOLVIDOS PELO ARQCONF NO INICIO *****
       77 WS-ARQ-MENSALID            PIC X(68) VALUE
          'C:\Users\Mauro Vieira\bin\MENSALID.DAT'.
       77 WS-ARQ-CONTRATO            PIC X(68) VALUE
          'C:\CursoCOBOL\COBOL\01 - Basico\bin\CONTRATO.DAT'.
       77 WS-ARQ-RENEGLNK            PIC X(68) VALUE
          'C:\CursoCOBOL\COBOL\01 - Basico\bin\RENEGLNK.DAT'.
       77 WS-ARQ-RECPARC             PIC X(68) VALUE
          'C:\CursoCOBOL\COBOL\01 - Basico\bin\RECPARC.DAT'.
       77 WS-ARQ-LIBFIN              PIC X(68) VALUE
          'C:\Users\Mauro Vieira\bin\LIBFIN.DAT'.
       77 WS-ARQ-BLOQFIN             PIC X(68) VALUE
          'C:\Users\Mauro Vieira\bin\BLOQFIN.TXT'.
       77 WS-FS-MSL                      PIC 99.
          88 FS-MSL-OK                   VALUE 0.
          88 FS-MSL-NAO-EXISTE           VALUE 35.
       77 WS-FS-CTR                      PIC 99.
          88 FS-CTR-OK                   VALUE 0.
       77 WS-FS-LNK                      PIC 99.
          88 FS-LNK-OK                   VALUE 0.
       77 WS-LNK-ABERTO                  PIC X VALUE 'N'.
          88 LNK-ABERTO                  VALUE 'S'.
       77 WS-FS-RCP                      PIC 99.
          88 FS-RCP-OK                   VALUE 0.
       77 WS-RCP-ABERTO                  PIC X VALUE 'N'.
          88 RCP-ABERTO                  VALUE 'S'.
       77 WS-FS-LBF                      PIC 99.
          88 FS-LBF-OK                   VALUE 0.
       77 WS-FS-BLG                      PIC 99.
       77 WS-EOF-MSL                     PIC X.
          88 EOF-MSL-OK                  VALUE 'S' FALSE 'N'.
       77 WS-EOF-CTR                     PIC X.
          88 EOF-CTR-OK                  VALUE 'S' FALSE 'N'.
       77 WS-EOF-RCP                     PIC X.
          88 EOF-RCP-OK                  VALUE 'S' FALSE 'N'.
       77 WS-DATA-MOVIMENTO              PIC 9(08) VALUE ZEROS.
       77 WS-CONTROLE-DATA               PIC X(01) VALUE 'N'.
       77 WS-HORA-COMPLETA               PIC 9(08) VALUE ZEROS.
       77 WS-DIAS-HOJE                   PIC 9(07).
       77 WS-DIAS-BLOQUEIO               PIC 9(09)V99 VALUE 30.
       77 WS-DT-VENC-UTIL                PIC 9(08).
       77 WS-DIAS-ATRASO                 PIC S9(05).
       77 WS-CONTRATO-ATUAL              PIC 9(06) VALUE ZEROS.
       77 WS-QT-SALTOS                   PIC 9(02) VALUE ZEROS.
       77 WS-QT-RENEG-CONTR              PIC 9(03) VALUE ZEROS.
       77 WS-VR-RECEBIDO-PARC            PIC 9(09)V99 VALUE ZEROS.
       77 WS-VR-RESTANTE-PARC            PIC 9(09)V99 VALUE ZEROS.
       77 WS-ADMINISTRADOR               PIC X(12) VALUE SPACES.
       77 WS-MOTIVO                      PIC X(60) VALUE SPACES.

       LINKAGE SECTION.
       01 LK-BLOQFIN.
          03 LK-BLQ-ACAO                 PIC X(01).
             88 LK-BLQ-VERIFICA          VALUE 'V'.
             88 LK-BLQ-CONSULTA          VALUE 'C'.
          03 LK-BLQ-CD-STUDENT           PIC 9(05).
          03 LK-BLQ-PROGRAMA             PIC X(10).
          03 LK-BLQ-OPERADOR             PIC X(12).
          03 LK-BLQ-SITUACAO             PIC X(01).
             88 LK-BLQ-LIVRE             VALUE 'L'.
             88 LK-BLQ-BLOQUEADO         VALUE 'B'.
             88 LK-BLQ-LIBERADO          VALUE 'O'.
          03 LK-BLQ-VR-DEVIDO            PIC 9(09)V99.
          03 LK-BLQ-QT-PARCELAS          PIC 9(03).
          03 LK-BLQ-DIAS-ATRASO          PIC 9(05).
          03 LK-BLQ-DIAS-LIMITE          PIC 9(05).
          03 LK-BLQ-RETORNO              PIC 99.

       PROCEDURE DIVISION USING LK-BLOQFIN.
       MAIN-PROCEDURE.

            MOVE ZEROS                   TO LK-BLQ-RETORNO
                                            LK-BLQ-VR-DEVIDO
                                            LK-BLQ-QT-PARCELAS
                                            LK-BLQ-DIAS-ATRASO
            SET LK-BLQ-LIVRE             TO TRUE
            MOVE 'N'                     TO WS-LNK-ABERTO
                                            WS-RCP-ABERTO

      ***** RESOLVE OS CAMINHOS FISICOS PELO PERFIL DO ARQCONF ******
            CALL 'ARQCONF' USING 'MENSALID.DAT    ' WS-ARQ-MENSALID
            CALL 'ARQCONF' USING 'CONTRATO.DAT    ' WS-ARQ-CONTRATO
            CALL 'ARQCONF' USING 'RENEGLNK.DAT    ' WS-ARQ-RENEGLNK
            CALL 'ARQCONF' USING 'RECPARC.DAT     ' WS-ARQ-RECPARC
            CALL 'ARQCONF' USING 'LIBFIN.DAT      ' WS-ARQ-LIBFIN
            CALL 'ARQCONF' USING 'BLOQFIN.TXT     ' WS-ARQ-BLOQFIN

            MOVE 30                      TO WS-DIAS-BLOQUEIO
            CALL 'FINPARM' USING 'DIAS-BLOQ-FIN   ' WS-DIAS-BLOQUEIO
            MOVE WS-DIAS-BLOQUEIO        TO LK-BLQ-DIAS-LIMITE

            CALL 'DTMOVIM' USING WS-DATA-MOVIMENTO WS-CONTROLE-DATA
            COMPUTE WS-DIAS-HOJE =
                    FUNCTION INTEGER-OF-DATE(WS-DATA-MOVIMENTO)

      ***** SEM MENSALIDADE GERADA NAO HA O QUE COBRAR ****************
            OPEN INPUT MENSALID

            IF FS-MSL-NAO-EXISTE
               GOBACK
            END-IF

            IF NOT FS-MSL-OK
               MOVE WS-FS-MSL            TO LK-BLQ-RETORNO
               GOBACK
            END-IF

            OPEN INPUT CONTRATO

            IF NOT FS-CTR-OK
               MOVE WS-FS-CTR            TO LK-BLQ-RETORNO
               CLOSE MENSALID
               GOBACK
            END-IF

            OPEN INPUT RENEGLNK
            IF FS-LNK-OK
               MOVE 'S'                  TO WS-LNK-ABERTO
            END-IF

            OPEN INPUT RECPARC
            IF FS-RCP-OK
               MOVE 'S'                  TO WS-RCP-ABERTO
            END-IF

            PERFORM P100-APURA-ATRASO    THRU P100-FIM

            IF LNK-ABERTO
               CLOSE RENEGLNK
            END-IF
            IF RCP-ABERTO
               CLOSE RECPARC
            END-IF
            CLOSE MENSALID CONTRATO

            IF LK-BLQ-DIAS-ATRASO GREATER THAN WS-DIAS-BLOQUEIO
               SET LK-BLQ-BLOQUEADO      TO TRUE
            END-IF

            IF LK-BLQ-CONSULTA OR NOT LK-BLQ-BLOQUEADO
               GOBACK
            END-IF

            PERFORM P400-CONFERE-LIBERACAO THRU P400-FIM
            PERFORM P500-REGISTRA        THRU P500-FIM

            GOBACK.
       P100-APURA-ATRASO.

      ***** UM CONTRATO DE MENSALIDADE POR PERIODO (MATRCONT) *********
            MOVE LK-BLQ-CD-STUDENT       TO MSL-CD-STUDENT
            MOVE ZEROS                   TO MSL-AA-PERIODO
                                            MSL-SM-PERIODO

            SET EOF-MSL-OK               TO FALSE
            START MENSALID KEY NOT LESS THAN CHAVE-MENSALID
               INVALID KEY
                  SET EOF-MSL-OK         TO TRUE
            END-START

            PERFORM P110-LE-MENSALIDADE  THRU P110-FIM UNTIL EOF-MSL-OK
            .
       P100-FIM.
           EXIT.
       P110-LE-MENSALIDADE.

            READ MENSALID NEXT RECORD
               AT END
                  SET EOF-MSL-OK         TO TRUE
               NOT AT END
                  IF MSL-CD-STUDENT NOT EQUAL LK-BLQ-CD-STUDENT
                     SET EOF-MSL-OK      TO TRUE
                  ELSE
                     MOVE MSL-NUM-CONTRATO TO WS-CONTRATO-ATUAL
                     MOVE ZEROS          TO WS-QT-SALTOS
                     PERFORM P200-APURA-CONTRATO THRU P200-FIM
                             UNTIL WS-CONTRATO-ATUAL EQUAL ZEROS
                  END-IF
            END-READ
            .
       P110-FIM.
           EXIT.
       P200-APURA-CONTRATO.

            MOVE ZEROS                   TO WS-QT-RENEG-CONTR
            MOVE WS-CONTRATO-ATUAL       TO NUM-CONTRATO
            MOVE ZEROS                   TO NUM-PARCELA-CONTRATO

            SET EOF-CTR-OK               TO FALSE
            START CONTRATO KEY NOT LESS THAN CHAVE-CONTRATO
               INVALID KEY
                  SET EOF-CTR-OK         TO TRUE
            END-START

            PERFORM P210-LE-PARCELA      THRU P210-FIM UNTIL EOF-CTR-OK

      ***** A DIVIDA RENEGOCIADA CONTINUA NO CONTRATO NOVO (RENEGOC); *
      ***** O LIMITE DE SALTOS PROTEGE CONTRA VINCULO CIRCULAR ********
            IF WS-QT-RENEG-CONTR EQUAL ZEROS OR NOT LNK-ABERTO
               OR WS-QT-SALTOS NOT LESS THAN 10
               MOVE ZEROS                TO WS-CONTRATO-ATUAL
               GO TO P200-FIM
            END-IF

            ADD 1                        TO WS-QT-SALTOS
            MOVE WS-CONTRATO-ATUAL       TO RNG-CONTRATO-ANTIGO
            READ RENEGLNK
               INVALID KEY
                  MOVE ZEROS             TO WS-CONTRATO-ATUAL
               NOT INVALID KEY
                  MOVE RNG-CONTRATO-NOVO TO WS-CONTRATO-ATUAL
            END-READ
            .
       P200-FIM.
           EXIT.
       P210-LE-PARCELA.

            READ CONTRATO NEXT RECORD
               AT END
                  SET EOF-CTR-OK         TO TRUE
               NOT AT END
                  IF NUM-CONTRATO NOT EQUAL WS-CONTRATO-ATUAL
                     SET EOF-CTR-OK      TO TRUE
                  ELSE
                     IF PARCELA-RENEGOCIADA
                        ADD 1            TO WS-QT-RENEG-CONTR
                     END-IF
                     IF PARCELA-EM-ABERTO
                        PERFORM P300-CONFERE-PARCELA THRU P300-FIM
                     END-IF
                  END-IF
            END-READ
            .
       P210-FIM.
           EXIT.
       P300-CONFERE-PARCELA.

      ***** VENCIMENTO EM FIM DE SEMANA OU FERIADO VALE ATE O DIA *****
      ***** UTIL SEGUINTE, A MESMA REGRA DO RELATRAS ******************
            MOVE DT-VENCIMENTO-PARCELA   TO WS-DT-VENC-UTIL
            CALL 'DIAUTIL' USING WS-DT-VENC-UTIL

            COMPUTE WS-DIAS-ATRASO = WS-DIAS-HOJE
                  - FUNCTION INTEGER-OF-DATE(WS-DT-VENC-UTIL)

            IF WS-DIAS-ATRASO NOT GREATER THAN ZEROS
               GO TO P300-FIM
            END-IF

            PERFORM P350-SALDO-PARCELA   THRU P350-FIM

            IF WS-VR-RESTANTE-PARC EQUAL ZEROS
               GO TO P300-FIM
            END-IF

            ADD 1                        TO LK-BLQ-QT-PARCELAS
            ADD WS-VR-RESTANTE-PARC      TO LK-BLQ-VR-DEVIDO
            IF WS-DIAS-ATRASO GREATER THAN LK-BLQ-DIAS-ATRASO
               MOVE WS-DIAS-ATRASO       TO LK-BLQ-DIAS-ATRASO
            END-IF
            .
       P300-FIM.
           EXIT.
       P350-SALDO-PARCELA.

      ***** O SALDO DA PARCELA E O VALOR TOTAL MENOS OS RECEBIMENTOS **
      ***** PARCIAIS NAO ESTORNADOS DO RECPARC.DAT ********************
            MOVE VR-PARCELA-TOTAL        TO WS-VR-RESTANTE-PARC

            IF NOT RCP-ABERTO
               GO TO P350-FIM
            END-IF

            MOVE ZEROS                   TO WS-VR-RECEBIDO-PARC
            MOVE NUM-CONTRATO            TO RCP-NUM-CONTRATO
            MOVE NUM-PARCELA-CONTRATO    TO RCP-NUM-PARCELA
            MOVE ZEROS                   TO RCP-SEQUENCIA

            SET EOF-RCP-OK               TO FALSE
            START RECPARC KEY NOT LESS THAN CHAVE-RECPARC
               INVALID KEY
                  SET EOF-RCP-OK         TO TRUE
            END-START

            PERFORM P360-LE-RECEBIMENTO  THRU P360-FIM
                    UNTIL EOF-RCP-OK

            IF WS-VR-RECEBIDO-PARC LESS THAN VR-PARCELA-TOTAL
               COMPUTE WS-VR-RESTANTE-PARC =
                       VR-PARCELA-TOTAL - WS-VR-RECEBIDO-PARC
            ELSE
               MOVE ZEROS                TO WS-VR-RESTANTE-PARC
            END-IF
            .
       P350-FIM.
           EXIT.
       P360-LE-RECEBIMENTO.

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
       P360-FIM.
           EXIT.
       P400-CONFERE-LIBERACAO.

            MOVE SPACES                  TO WS-ADMINISTRADOR
                                            WS-MOTIVO

            OPEN INPUT LIBFIN
            IF NOT FS-LBF-OK
               GO TO P400-FIM
            END-IF

            MOVE LK-BLQ-CD-STUDENT       TO LBF-CD-STUDENT
            READ LIBFIN
               INVALID KEY
                  CONTINUE
               NOT INVALID KEY
                  IF LIBERACAO-ATIVA
                     AND LBF-DT-VALIDADE NOT LESS THAN
                         WS-DATA-MOVIMENTO
                     SET LK-BLQ-LIBERADO TO TRUE
                     MOVE LBF-ADMINISTRADOR TO WS-ADMINISTRADOR
                     MOVE LBF-MOTIVO     TO WS-MOTIVO
                  END-IF
            END-READ

            CLOSE LIBFIN
            .
       P400-FIM.
           EXIT.
       P500-REGISTRA.

            OPEN EXTEND BLOQLOG
            IF WS-FS-BLG EQUAL 35
               OPEN OUTPUT BLOQLOG
            END-IF

            IF WS-FS-BLG NOT EQUAL ZEROS
               MOVE WS-FS-BLG            TO LK-BLQ-RETORNO
               GO TO P500-FIM
            END-IF

            ACCEPT WS-HORA-COMPLETA      FROM TIME

            MOVE SPACES                  TO REG-BLOQFIN
            MOVE WS-DATA-MOVIMENTO       TO BLG-DATA
            MOVE WS-HORA-COMPLETA        TO BLG-HORA
            IF LK-BLQ-LIBERADO
               SET EVENTO-LIBERADO       TO TRUE
            ELSE
               SET EVENTO-BLOQUEIO       TO TRUE
            END-IF
            MOVE LK-BLQ-CD-STUDENT       TO BLG-CD-STUDENT
            MOVE LK-BLQ-PROGRAMA         TO BLG-PROGRAMA
            MOVE LK-BLQ-OPERADOR         TO BLG-OPERADOR
            MOVE LK-BLQ-VR-DEVIDO        TO BLG-VR-DEVIDO
            MOVE LK-BLQ-QT-PARCELAS      TO BLG-QT-PARCELAS
            MOVE LK-BLQ-DIAS-ATRASO      TO BLG-DIAS-ATRASO
            MOVE WS-ADMINISTRADOR        TO BLG-ADMINISTRADOR
            MOVE WS-MOTIVO               TO BLG-MOTIVO
            WRITE REG-BLOQFIN

            CLOSE BLOQLOG
            .
       P500-FIM.
           EXIT.
       END PROGRAM BLOQFIN.
