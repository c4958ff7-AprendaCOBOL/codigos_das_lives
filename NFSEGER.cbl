      ******************************************************************
      * Author: ANDRE COSTA
      * Date: 15/10/2026
      * Purpose: GERACAO DO LOTE DE RPS (RECIBO PROVISORIO DE SERVICO)
      *          DAS MENSALIDADES PARA A NFS-E DA PREFEITURA. PARA
      *          CADA RECEBIMENTO ATIVO DA DATA DE MOVIMENTO
      *          (RECPARC.DAT) DE CONTRATO DE MENSALIDADE ('ALU' +
      *          ESTUDANTE, VINCULADO PELO MENSALID.DAT), MONTA O RPS:
      *          TOMADOR (O ESTUDANTE DO STUDENT.DAT), DISCRIMINACAO
      *          DO SERVICO (O CURSO DO CURSO.DAT), VALOR DO SERVICO,
      *          DESCONTO DA BOLSA (DESCONTO.DAT, MANTIDO PELO
      *          CADDESC, NA VIGENCIA DA GERACAO DO CONTRATO), VALOR
      *          LIQUIDO E ISS PELA ALIQUOTA DO FINPARM
      *          (ALIQUOTA-ISS, PADRAO 5,00%). O LIQUIDO E O VALOR DA
      *          PARCELA COBRADA; RECEBIMENTO PARCIAL LEVA O DESCONTO
      *          PROPORCIONAL E O QUE PASSA DA PARCELA (MULTA E JUROS
      *          DE ATRASO) NAO E SERVICO. GRAVA O LOTE NO LAYOUT DA
      *          PREFEITURA (RPSLOTE.TXT: HEADER '1', DETALHE '2',
      *          TRAILER '9') E O CONTROLE NFSE.DAT, QUE O NFSERET
      *          COMPLETA COM O NUMERO DA NOTA. RECEBIMENTO QUE JA TEM
      *          RPS PENDENTE OU NOTA EMITIDA NAO E REENVIADO; RPS
      *          RECUSADO PELA PREFEITURA E REENVIADO COM NUMERO NOVO
      *          NA GERACAO SEGUINTE (O CADASTRO CORRIGIDO VALE). O QUE
      *          NAO PODE VIRAR RPS SAI NA LISTA NFSEGER.LST E O PASSO
      *          TERMINA COM RETURN-CODE 4.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. NFSEGER.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
            DECIMAL-POINT IS COMMA.
            INPUT-OUTPUT SECTION.
            FILE-CONTROL.
                SELECT RECPARC ASSIGN TO
                WS-ARQ-RECPARC
                ORGANIZATION IS INDEXED
                ACCESS MODE  IS DYNAMIC
                RECORD KEY   IS CHAVE-RECPARC
                FILE STATUS  IS WS-FS-RCP.
                SELECT CONTRATO ASSIGN TO
                WS-ARQ-CONTRATO
                ORGANIZATION IS INDEXED
                ACCESS MODE  IS RANDOM
                RECORD KEY   IS CHAVE-CONTRATO
                FILE STATUS  IS WS-FS.
                SELECT MENSALID ASSIGN TO
                WS-ARQ-MENSALID
                ORGANIZATION IS INDEXED
                ACCESS MODE  IS DYNAMIC
                RECORD KEY   IS CHAVE-MENSALID
                FILE STATUS  IS WS-FS-MSL.
                SELECT ESTUDANTE ASSIGN TO
                WS-ARQ-STUDENT
                ORGANIZATION IS INDEXED
                ACCESS MODE  IS RANDOM
                RECORD KEY   IS CD-STUDENT
                ALTERNATE RECORD KEY IS NM-STUDENT WITH DUPLICATES
                FILE STATUS  IS WS-FS-EST.
                SELECT CURSO ASSIGN TO
                WS-ARQ-CURSO
                ORGANIZATION IS INDEXED
                ACCESS MODE  IS RANDOM
                RECORD KEY   IS NM-CURSO
                FILE STATUS  IS WS-FS-CRS.
                SELECT DESCONTO ASSIGN TO
                WS-ARQ-DESCONTO
                ORGANIZATION IS INDEXED
                ACCESS MODE  IS RANDOM
                RECORD KEY   IS DSC-CD-STUDENT
                FILE STATUS  IS WS-FS-DSC.
                SELECT NFSE ASSIGN TO
                WS-ARQ-NFSE
                ORGANIZATION IS INDEXED
                ACCESS MODE  IS DYNAMIC
                RECORD KEY   IS NFS-NUM-RPS
                ALTERNATE RECORD KEY IS NFS-CHAVE-RECEBIMENTO
                          WITH DUPLICATES
                FILE STATUS  IS WS-FS-NFS.
                SELECT RPSLOTE ASSIGN TO
                WS-ARQ-RPSLOTE
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS  IS WS-FS-LOT.
                SELECT RELATORIO ASSIGN TO
                WS-ARQ-NFSEGER
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS  IS WS-FS-REL.

       DATA DIVISION.
       FILE SECTION.
       FD RECPARC.
          COPY FD_RECPARC.

       FD CONTRATO.
          COPY FD_CONTRATO.

       FD MENSALID.
          COPY FD_MENSALID.

       FD ESTUDANTE.
          COPY FD_ESTUDANTE.

       FD CURSO.
          COPY FD_CURSO.

       FD DESCONTO.
          COPY FD_DESCONTO.

       FD NFSE.
          COPY FD_NFSE.

       FD RPSLOTE.
       01 REG-RPSLOTE                    PIC X(340).

       FD RELATORIO.
       01 REG-RELATORIO                  PIC X(100).

       WORKING-STORAGE SECTION.
      ***** CAMINHOS FISICOS DOS ARQUIVOS - PRE-CARREGADOS COM O *****
      ***** PADRAO HISTORICO E RESOLVIDOS PELO ARQCONF NO INICIO *****
       77 WS-ARQ-RECPARC             PIC X(68) VALUE
          'C:\CursoCOBOL\COBOL\01 - Basico\bin\RECPARC.DAT'.
       77 WS-ARQ-CONTRATO            PIC X(68) VALUE
          'C:\CursoCOBOL\COBOL\01 - Basico\bin\CONTRATO.DAT'.
       77 WS-ARQ-MENSALID            PIC X(68) VALUE
          'C:\CursoCOBOL\COBOL\01 - Basico\bin\MENSALID.DAT'.
       77 WS-ARQ-STUDENT             PIC X(68) VALUE
          'C:\CURSOCOBOL\COBOL\01 - BASICO\BIN\STUDENT.DAT'.
       77 WS-ARQ-CURSO               PIC X(68) VALUE
          'C:\CursoCOBOL\COBOL\01 - Basico\bin\CURSO.DAT'.
       77 WS-ARQ-DESCONTO            PIC X(68) VALUE
          'C:\CursoCOBOL\COBOL\01 - Basico\bin\DESCONTO.DAT'.
       77 WS-ARQ-NFSE                PIC X(68) VALUE
          'C:\CursoCOBOL\COBOL\01 - Basico\bin\NFSE.DAT'.
       77 WS-ARQ-RPSLOTE             PIC X(68) VALUE
          'C:\CursoCOBOL\COBOL\01 - Basico\bin\RPSLOTE.TXT'.
       77 WS-ARQ-NFSEGER             PIC X(68) VALUE
          'C:\CursoCOBOL\COBOL\01 - Basico\bin\NFSEGER.LST'.
       77 WS-FS                          PIC 99.
          88 FS-OK                       VALUE 0.
       77 WS-FS-RCP                      PIC 99.
          88 FS-RCP-OK                   VALUE 0.
       77 WS-FS-MSL                      PIC 99.
          88 FS-MSL-OK                   VALUE 0.
       77 WS-FS-EST                      PIC 99.
          88 FS-EST-OK                   VALUE 0.
       77 WS-FS-CRS                      PIC 99.
          88 FS-CRS-OK                   VALUE 0.
       77 WS-FS-DSC                      PIC 99.
          88 FS-DSC-OK                   VALUE 0.
       77 WS-DSC-ABERTO                  PIC X VALUE 'N'.
          88 DSC-ABERTO                  VALUE 'S'.
       77 WS-FS-NFS                      PIC 99.
          88 FS-NFS-OK                   VALUE 0.
       77 WS-FS-LOT                      PIC 99.
       77 WS-FS-REL                      PIC 99.
       77 WS-EOF                         PIC X.
          88 EOF-OK                      VALUE 'S' FALSE 'N'.
       77 WS-EOF-NFS                     PIC X.
          88 EOF-NFS-OK                  VALUE 'S' FALSE 'N'.
       77 WS-EOF-RPS                     PIC X.
          88 EOF-RPS-OK                  VALUE 'S' FALSE 'N'.
       77 WS-EOF-MSL                     PIC X.
          88 EOF-MSL-OK                  VALUE 'S' FALSE 'N'.
       77 WS-DATA-MOVIMENTO              PIC 9(08) VALUE ZEROS.
       77 WS-CONTROLE-DATA               PIC X(01) VALUE 'N'.
      ***** PARAMETROS FISCAIS DO FINPARM *****************************
       77 WS-TX-ISS                      PIC 9(09)V99 VALUE 5.
       77 WS-CD-SERVICO                  PIC 9(09)V99 VALUE 801.
       77 WS-INSCR-MUNICIPAL             PIC 9(09)V99 VALUE ZEROS.
       77 WS-SERIE-RPS                   PIC X(05) VALUE 'MENS '.
      ***** AREA DE TRABALHO DO RPS ***********************************
       77 WS-PROX-RPS                    PIC 9(08) VALUE ZEROS.
       77 WS-RPS-ATUAL                   PIC 9(08) VALUE ZEROS.
       77 WS-CD-STUDENT-ALVO             PIC 9(05) VALUE ZEROS.
       77 WS-DT-GERACAO-CTR              PIC 9(08) VALUE ZEROS.
       77 WS-VR-SERVICOS                 PIC 9(08)V99 VALUE ZEROS.
       77 WS-VR-DESCONTO                 PIC 9(08)V99 VALUE ZEROS.
       77 WS-VR-LIQUIDO                  PIC 9(08)V99 VALUE ZEROS.
       77 WS-VR-ISS                      PIC 9(08)V99 VALUE ZEROS.
       77 WS-TEM-RPS                     PIC X VALUE 'N'.
          88 TEM-RPS                     VALUE 'S'.
       77 WS-VINCULADO                   PIC X VALUE 'N'.
          88 VINCULADO                   VALUE 'S'.
       77 WS-RPS-GERADO                  PIC X VALUE 'N'.
          88 RPS-GERADO                  VALUE 'S'.
       77 WS-MOTIVO                      PIC X(40) VALUE SPACES.
      ***** TOTAIS DE CONTROLE ****************************************
       77 WS-QT-RECEBIMENTOS             PIC 9(06) VALUE ZEROS.
       77 WS-QT-GERADOS                  PIC 9(06) VALUE ZEROS.
       77 WS-QT-REENVIADOS               PIC 9(06) VALUE ZEROS.
       77 WS-QT-JA-ENVIADOS              PIC 9(06) VALUE ZEROS.
       77 WS-QT-EXCECOES                 PIC 9(06) VALUE ZEROS.
       77 WS-VR-TOT-SERVICOS             PIC 9(13)V99 VALUE ZEROS.
       77 WS-VR-TOT-DESCONTO             PIC 9(13)V99 VALUE ZEROS.
       77 WS-VR-TOT-ISS                  PIC 9(13)V99 VALUE ZEROS.
      ***** LAYOUT DO LOTE DE RPS DA PREFEITURA: HEADER '1', **********
      ***** DETALHE '2', TRAILER '9' - VALORES SEM VIRGULA, COM *******
      ***** DUAS CASAS DECIMAIS IMPLICITAS ****************************
       01 WS-LOT-HEADER.
          03 FILLER                      PIC X(01) VALUE '1'.
          03 FILLER                      PIC X(03) VALUE '001'.
          03 WS-LOT-HDR-INSCRICAO        PIC 9(08).
          03 WS-LOT-HDR-DT-INICIO        PIC 9(08).
          03 WS-LOT-HDR-DT-FIM           PIC 9(08).
          03 FILLER                      PIC X(312) VALUE SPACES.
       01 WS-LOT-DETALHE.
          03 FILLER                      PIC X(01) VALUE '2'.
          03 FILLER                      PIC X(05) VALUE 'RPS  '.
          03 WS-LOT-DET-SERIE            PIC X(05).
          03 WS-LOT-DET-NUM-RPS          PIC 9(12).
          03 WS-LOT-DET-DT-EMISSAO       PIC 9(08).
      ***** T = TRIBUTADO NO MUNICIPIO ********************************
          03 FILLER                      PIC X(01) VALUE 'T'.
          03 WS-LOT-DET-VR-SERVICOS      PIC 9(13)V99.
          03 WS-LOT-DET-VR-DEDUCOES      PIC 9(13)V99.
          03 WS-LOT-DET-CD-SERVICO       PIC 9(05).
          03 WS-LOT-DET-ALIQUOTA         PIC 9(02)V99.
      ***** ISS NAO RETIDO PELO TOMADOR *******************************
          03 FILLER                      PIC X(01) VALUE '2'.
      ***** 3 = DOCUMENTO DO TOMADOR NAO INFORMADO ********************
          03 FILLER                      PIC X(01) VALUE '3'.
          03 WS-LOT-DET-DOC-TOMADOR      PIC 9(14).
          03 WS-LOT-DET-NM-TOMADOR       PIC X(75).
          03 WS-LOT-DET-EM-TOMADOR       PIC X(75).
          03 WS-LOT-DET-DISCRIMINACAO    PIC X(100).
          03 FILLER                      PIC X(03) VALUE SPACES.
       01 WS-LOT-TRAILER.
          03 FILLER                      PIC X(01) VALUE '9'.
          03 WS-LOT-TRL-QUANTIDADE       PIC 9(07).
          03 WS-LOT-TRL-VR-SERVICOS      PIC 9(13)V99.
          03 WS-LOT-TRL-VR-DEDUCOES      PIC 9(13)V99.
          03 FILLER                      PIC X(302) VALUE SPACES.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.

      ***** RETURN-CODE E REGISTRADOR COMPARTILHADO: UM PASSO *********
      ***** ANTERIOR COM FALHA NAO PODE CONTAMINAR ESTE PASSO *********
            MOVE ZERO                    TO RETURN-CODE

      ***** RESOLVE OS CAMINHOS FISICOS PELO PERFIL DO ARQCONF ******
            CALL 'ARQCONF' USING 'RECPARC.DAT     ' WS-ARQ-RECPARC
            CALL 'ARQCONF' USING 'CONTRATO.DAT    ' WS-ARQ-CONTRATO
            CALL 'ARQCONF' USING 'MENSALID.DAT    ' WS-ARQ-MENSALID
            CALL 'ARQCONF' USING 'STUDENT.DAT     ' WS-ARQ-STUDENT
            CALL 'ARQCONF' USING 'CURSO.DAT       ' WS-ARQ-CURSO
            CALL 'ARQCONF' USING 'DESCONTO.DAT    ' WS-ARQ-DESCONTO
            CALL 'ARQCONF' USING 'NFSE.DAT        ' WS-ARQ-NFSE
            CALL 'ARQCONF' USING 'RPSLOTE.TXT     ' WS-ARQ-RPSLOTE
            CALL 'ARQCONF' USING 'NFSEGER.LST     ' WS-ARQ-NFSEGER

            CALL 'DTMOVIM' USING WS-DATA-MOVIMENTO WS-CONTROLE-DATA

            CALL 'FINPARM' USING 'ALIQUOTA-ISS    ' WS-TX-ISS
            CALL 'FINPARM' USING 'COD-SERVICO-ISS ' WS-CD-SERVICO
            CALL 'FINPARM' USING 'INSCR-MUNICIPAL ' WS-INSCR-MUNICIPAL

            PERFORM P150-ABRE-ARQUIVOS   THRU P150-FIM
            PERFORM P180-PROXIMO-RPS     THRU P180-FIM

      ***** PRIMEIRO OS RECUSADOS PELA PREFEITURA, DEPOIS O DIA *******
            PERFORM P200-REENVIA-RECUSADOS THRU P200-FIM

            SET EOF-OK                   TO FALSE
            PERFORM P250-LE-RECEBIMENTO  THRU P250-FIM UNTIL EOF-OK

            PERFORM P900-TOTAIS          THRU P900-FIM

            IF DSC-ABERTO
               CLOSE DESCONTO
            END-IF

            CLOSE RECPARC CONTRATO MENSALID ESTUDANTE CURSO NFSE
                  RPSLOTE RELATORIO

            IF WS-QT-EXCECOES GREATER THAN ZEROS
               MOVE 4                    TO RETURN-CODE
            END-IF

            GOBACK.
       P150-ABRE-ARQUIVOS.

            OPEN INPUT RECPARC

            IF NOT FS-RCP-OK
               DISPLAY 'ERRO AO ABRIR O ARQUIVO DE RECEBIMENTOS.'
               DISPLAY 'FILE STATUS: ' WS-FS-RCP
               MOVE 16                   TO RETURN-CODE
               GOBACK
            END-IF

            OPEN INPUT CONTRATO

            IF NOT FS-OK
               DISPLAY 'ERRO AO ABRIR O ARQUIVO DE CONTRATOS.'
               DISPLAY 'FILE STATUS: ' WS-FS
               CLOSE RECPARC
               MOVE 16                   TO RETURN-CODE
               GOBACK
            END-IF

            OPEN INPUT MENSALID

            IF NOT FS-MSL-OK
               DISPLAY 'ERRO AO ABRIR O CONTROLE DE MENSALIDADES.'
               DISPLAY 'FILE STATUS: ' WS-FS-MSL
               CLOSE RECPARC CONTRATO
               MOVE 16                   TO RETURN-CODE
               GOBACK
            END-IF

            OPEN INPUT ESTUDANTE

            IF NOT FS-EST-OK
               DISPLAY 'CADASTRO DE ESTUDANTES INDISPONIVEL.'
               DISPLAY 'FILE STATUS: ' WS-FS-EST
               CLOSE RECPARC CONTRATO MENSALID
               MOVE 16                   TO RETURN-CODE
               GOBACK
            END-IF

            OPEN INPUT CURSO

            IF NOT FS-CRS-OK
               DISPLAY 'CADASTRO DE CURSOS INDISPONIVEL.'
               DISPLAY 'FILE STATUS: ' WS-FS-CRS
               CLOSE RECPARC CONTRATO MENSALID ESTUDANTE
               MOVE 16                   TO RETURN-CODE
               GOBACK
            END-IF

            OPEN I-O NFSE

            IF WS-FS-NFS EQUAL 35
               OPEN OUTPUT NFSE
               CLOSE NFSE
               OPEN I-O NFSE
            END-IF

            IF NOT FS-NFS-OK
               DISPLAY 'ERRO AO ABRIR O CONTROLE DE RPS/NFS-E.'
               DISPLAY 'FILE STATUS: ' WS-FS-NFS
               CLOSE RECPARC CONTRATO MENSALID ESTUDANTE CURSO
               MOVE 16                   TO RETURN-CODE
               GOBACK
            END-IF

      ***** SEM CADASTRO DE BOLSAS, NINGUEM TEM DESCONTO *************
            OPEN INPUT DESCONTO
            IF FS-DSC-OK
               MOVE 'S'                  TO WS-DSC-ABERTO
            END-IF

            OPEN OUTPUT RPSLOTE

            IF WS-FS-LOT NOT EQUAL ZEROS
               DISPLAY 'ERRO AO ABRIR O LOTE DE RPS.'
               DISPLAY 'FILE STATUS: ' WS-FS-LOT
               CLOSE RECPARC CONTRATO MENSALID ESTUDANTE CURSO NFSE
               MOVE 16                   TO RETURN-CODE
               GOBACK
            END-IF

            OPEN OUTPUT RELATORIO

            IF WS-FS-REL NOT EQUAL ZEROS
               DISPLAY 'ERRO AO ABRIR A LISTA DE EXCECOES DO RPS.'
               DISPLAY 'FILE STATUS: ' WS-FS-REL
               CLOSE RECPARC CONTRATO MENSALID ESTUDANTE CURSO NFSE
                     RPSLOTE
               MOVE 16                   TO RETURN-CODE
               GOBACK
            END-IF

            MOVE WS-INSCR-MUNICIPAL      TO WS-LOT-HDR-INSCRICAO
            MOVE WS-DATA-MOVIMENTO       TO WS-LOT-HDR-DT-INICIO
                                            WS-LOT-HDR-DT-FIM
            MOVE WS-LOT-HEADER           TO REG-RPSLOTE
            WRITE REG-RPSLOTE

            MOVE SPACES                  TO REG-RELATORIO
            STRING 'LOTE DE RPS DAS MENSALIDADES - RECEBIMENTOS DE '
                   WS-DATA-MOVIMENTO
                   DELIMITED BY SIZE INTO REG-RELATORIO
            WRITE REG-RELATORIO
            MOVE '---------------------------------------------'
                                          TO REG-RELATORIO
            WRITE REG-RELATORIO
            .
       P150-FIM.
       P180-PROXIMO-RPS.

      ***** O MAIOR NUMERO DE RPS JA USADO CONTINUA A SEQUENCIA - A ***
      ***** PREFEITURA RECUSA NUMERO REPETIDO *************************
            MOVE ZEROS                   TO NFS-NUM-RPS

            SET EOF-NFS-OK               TO FALSE
            START NFSE KEY NOT LESS THAN NFS-NUM-RPS
               INVALID KEY
                  SET EOF-NFS-OK         TO TRUE
            END-START

            PERFORM P190-LE-RPS          THRU P190-FIM
                    UNTIL EOF-NFS-OK
            .
       P180-FIM.
       P190-LE-RPS.

            READ NFSE NEXT RECORD
               AT END
                  SET EOF-NFS-OK         TO TRUE
               NOT AT END
                  MOVE NFS-NUM-RPS       TO WS-PROX-RPS
            END-READ
            .
       P190-FIM.
       P200-REENVIA-RECUSADOS.

            MOVE ZEROS                   TO NFS-NUM-RPS

            SET EOF-NFS-OK               TO FALSE
            START NFSE KEY NOT LESS THAN NFS-NUM-RPS
               INVALID KEY
                  SET EOF-NFS-OK         TO TRUE
            END-START

            PERFORM P210-LE-RECUSADO     THRU P210-FIM
                    UNTIL EOF-NFS-OK
            .
       P200-FIM.
       P210-LE-RECUSADO.

            READ NFSE NEXT RECORD
               AT END
                  SET EOF-NFS-OK         TO TRUE
                  GO TO P210-FIM
            END-READ

            IF NOT NFS-RECUSADO
               GO TO P210-FIM
            END-IF

      ***** O RECEBIMENTO DO RPS RECUSADO E REMONTADO COM O CADASTRO **
      ***** DE HOJE; A LEITURA DO CONTROLE E RETOMADA PELA CHAVE ******
      ***** GUARDADA, POIS A BUSCA PELO RECEBIMENTO MUDA A POSICAO ****
            MOVE NFS-NUM-RPS             TO WS-RPS-ATUAL

            PERFORM P220-REENVIA-RPS     THRU P220-FIM

            MOVE WS-RPS-ATUAL            TO NFS-NUM-RPS
            START NFSE KEY GREATER THAN NFS-NUM-RPS
               INVALID KEY
                  SET EOF-NFS-OK         TO TRUE
            END-START
            .
       P210-FIM.
       P220-REENVIA-RPS.

            MOVE NFS-NUM-CONTRATO        TO RCP-NUM-CONTRATO
            MOVE NFS-NUM-PARCELA         TO RCP-NUM-PARCELA
            MOVE NFS-SEQUENCIA           TO RCP-SEQUENCIA

            READ RECPARC
               INVALID KEY
                  MOVE ZEROS             TO RCP-VR-RECEBIDO
                  MOVE 'RECEBIMENTO DO RPS RECUSADO NAO EXISTE'
                                          TO WS-MOTIVO
                  PERFORM P800-EXCECAO   THRU P800-FIM
                  PERFORM P230-ENCERRA-RECUSADO THRU P230-FIM
                  GO TO P220-FIM
            END-READ

      ***** RECEBIMENTO ESTORNADO DEPOIS DA RECUSA NAO TEM MAIS NOTA **
            IF RECEB-ESTORNADO
               MOVE 'RPS RECUSADO DE RECEBIMENTO ESTORNADO'
                                          TO WS-MOTIVO
               PERFORM P800-EXCECAO      THRU P800-FIM
               PERFORM P230-ENCERRA-RECUSADO THRU P230-FIM
               GO TO P220-FIM
            END-IF

            PERFORM P300-TRATA-RECEBIMENTO THRU P300-FIM

            IF RPS-GERADO
               ADD 1                     TO WS-QT-REENVIADOS
               PERFORM P230-ENCERRA-RECUSADO THRU P230-FIM
            END-IF
            .
       P220-FIM.
       P230-ENCERRA-RECUSADO.

      ***** O RECUSADO SAI DA FILA DE REENVIO E FICA COMO HISTORICO ***
            MOVE WS-RPS-ATUAL            TO NFS-NUM-RPS
            READ NFSE
               INVALID KEY
                  GO TO P230-FIM
            END-READ

            SET NFS-SUBSTITUIDO          TO TRUE
            REWRITE REG-NFSE
               INVALID KEY
                  DISPLAY 'ERRO AO ENCERRAR O RPS RECUSADO '
                          WS-RPS-ATUAL
            END-REWRITE
            .
       P230-FIM.
       P250-LE-RECEBIMENTO.

            READ RECPARC NEXT RECORD
               AT END
                  SET EOF-OK             TO TRUE
               NOT AT END
                  IF RCP-DT-RECEBIMENTO EQUAL WS-DATA-MOVIMENTO
                     AND RECEB-ATIVO
                     PERFORM P300-TRATA-RECEBIMENTO THRU P300-FIM
                  END-IF
            END-READ
            .
       P250-FIM.
       P300-TRATA-RECEBIMENTO.

            MOVE 'N'                     TO WS-RPS-GERADO

      ***** SO CONTRATO DE MENSALIDADE ('ALU' + ESTUDANTE) E SERVICO **
      ***** DA ESCOLA; OS DEMAIS RECEBIMENTOS NAO GERAM NOTA **********
            MOVE RCP-NUM-CONTRATO        TO NUM-CONTRATO
            MOVE RCP-NUM-PARCELA         TO NUM-PARCELA-CONTRATO
            READ CONTRATO
               INVALID KEY
                  GO TO P300-FIM
            END-READ

            IF CD-CLIENTE-CONTRATO(1:3) NOT EQUAL 'ALU'
               GO TO P300-FIM
            END-IF

            ADD 1                        TO WS-QT-RECEBIMENTOS

            PERFORM P310-VERIFICA-RPS    THRU P310-FIM
            IF TEM-RPS
               ADD 1                     TO WS-QT-JA-ENVIADOS
               GO TO P300-FIM
            END-IF

            IF CD-CLIENTE-CONTRATO(4:5) IS NOT NUMERIC
               MOVE 'CODIGO DE ESTUDANTE INVALIDO NO CONTRATO'
                                          TO WS-MOTIVO
               PERFORM P800-EXCECAO      THRU P800-FIM
               GO TO P300-FIM
            END-IF
            MOVE CD-CLIENTE-CONTRATO(4:5) TO WS-CD-STUDENT-ALVO

            PERFORM P330-VERIFICA-VINCULO THRU P330-FIM
            IF NOT VINCULADO
               MOVE 'CONTRATO SEM VINCULO NO MENSALID'
                                          TO WS-MOTIVO
               PERFORM P800-EXCECAO      THRU P800-FIM
               GO TO P300-FIM
            END-IF

            MOVE WS-CD-STUDENT-ALVO      TO CD-STUDENT
            READ ESTUDANTE
               INVALID KEY
                  MOVE 'ESTUDANTE NAO ENCONTRADO NO CADASTRO'
                                          TO WS-MOTIVO
                  PERFORM P800-EXCECAO   THRU P800-FIM
                  GO TO P300-FIM
            END-READ

            MOVE CR-STUDENT              TO NM-CURSO
            READ CURSO
               INVALID KEY
                  MOVE 'CURSO DO ESTUDANTE SEM CADASTRO'
                                          TO WS-MOTIVO
                  PERFORM P800-EXCECAO   THRU P800-FIM
                  GO TO P300-FIM
            END-READ

            PERFORM P350-CALCULA-VALORES THRU P350-FIM

            IF WS-VR-LIQUIDO EQUAL ZEROS
               MOVE 'VALOR LIQUIDO DO SERVICO ZERADO'
                                          TO WS-MOTIVO
               PERFORM P800-EXCECAO      THRU P800-FIM
               GO TO P300-FIM
            END-IF

            PERFORM P400-GRAVA-RPS       THRU P400-FIM
            .
       P300-FIM.
       P310-VERIFICA-RPS.

      ***** RPS PENDENTE OU NOTA EMITIDA PARA O RECEBIMENTO: NAO ******
      ***** REENVIA; RECUSADO OU SUBSTITUIDO NAO CONTA ****************
            MOVE 'N'                     TO WS-TEM-RPS
            MOVE RCP-NUM-CONTRATO        TO NFS-NUM-CONTRATO
            MOVE RCP-NUM-PARCELA         TO NFS-NUM-PARCELA
            MOVE RCP-SEQUENCIA           TO NFS-SEQUENCIA

            SET EOF-RPS-OK               TO FALSE
            START NFSE KEY EQUAL NFS-CHAVE-RECEBIMENTO
               INVALID KEY
                  GO TO P310-FIM
            END-START

            PERFORM P320-LE-RPS-RECEB    THRU P320-FIM
                    UNTIL EOF-RPS-OK OR TEM-RPS
            .
       P310-FIM.
       P320-LE-RPS-RECEB.

            READ NFSE NEXT RECORD
               AT END
                  SET EOF-RPS-OK         TO TRUE
                  GO TO P320-FIM
            END-READ

            IF NFS-NUM-CONTRATO NOT EQUAL RCP-NUM-CONTRATO
               OR NFS-NUM-PARCELA NOT EQUAL RCP-NUM-PARCELA
               OR NFS-SEQUENCIA NOT EQUAL RCP-SEQUENCIA
               SET EOF-RPS-OK            TO TRUE
               GO TO P320-FIM
            END-IF

            IF NFS-ENVIADO OR NFS-EMITIDA
               MOVE 'S'                  TO WS-TEM-RPS
            END-IF
            .
       P320-FIM.
       P330-VERIFICA-VINCULO.

      ***** O VINCULO OFICIAL ESTUDANTE -> CONTRATO E O MENSALID.DAT **
            MOVE 'N'                     TO WS-VINCULADO
            MOVE ZEROS                   TO WS-DT-GERACAO-CTR
            MOVE WS-CD-STUDENT-ALVO      TO MSL-CD-STUDENT
            MOVE ZEROS                   TO MSL-AA-PERIODO
                                            MSL-SM-PERIODO

            SET EOF-MSL-OK               TO FALSE
            START MENSALID KEY NOT LESS THAN CHAVE-MENSALID
               INVALID KEY
                  SET EOF-MSL-OK         TO TRUE
            END-START

            PERFORM P340-LE-MENSALID     THRU P340-FIM
                    UNTIL EOF-MSL-OK OR VINCULADO
            .
       P330-FIM.
       P340-LE-MENSALID.

            READ MENSALID NEXT RECORD
               AT END
                  SET EOF-MSL-OK         TO TRUE
                  GO TO P340-FIM
            END-READ

            IF MSL-CD-STUDENT NOT EQUAL WS-CD-STUDENT-ALVO
               SET EOF-MSL-OK            TO TRUE
               GO TO P340-FIM
            END-IF

            IF MSL-NUM-CONTRATO EQUAL RCP-NUM-CONTRATO
               MOVE 'S'                  TO WS-VINCULADO
               MOVE MSL-DT-GERACAO       TO WS-DT-GERACAO-CTR
            END-IF
            .
       P340-FIM.
       P350-CALCULA-VALORES.

      ***** O LIQUIDO E A PARCELA COBRADA (JA SEM A BOLSA) ************
            MOVE VR-PARCELA-TOTAL        TO WS-VR-LIQUIDO

            PERFORM P360-BOLSA-CONTRATO  THRU P360-FIM

      ***** RECEBIMENTO PARCIAL: NOTA DO QUE ENTROU, COM A BOLSA ******
      ***** PROPORCIONAL; O QUE PASSA DA PARCELA E ENCARGO DE *********
      ***** ATRASO, QUE NAO E SERVICO *********************************
            IF RCP-VR-RECEBIDO LESS THAN WS-VR-LIQUIDO
               AND WS-VR-LIQUIDO GREATER THAN ZEROS
               COMPUTE WS-VR-DESCONTO ROUNDED =
                       WS-VR-DESCONTO * RCP-VR-RECEBIDO / WS-VR-LIQUIDO
               MOVE RCP-VR-RECEBIDO      TO WS-VR-LIQUIDO
            END-IF

            COMPUTE WS-VR-SERVICOS = WS-VR-LIQUIDO + WS-VR-DESCONTO
            COMPUTE WS-VR-ISS ROUNDED = WS-VR-LIQUIDO * WS-TX-ISS / 100
            .
       P350-FIM.
       P360-BOLSA-CONTRATO.

      ***** A BOLSA E A DO CADDESC VIGENTE QUANDO O CONTRATO FOI ******
      ***** GERADO, NA MESMA REGRA DA PONTE MATRCONT ******************
            MOVE ZEROS                   TO WS-VR-DESCONTO

            IF NOT DSC-ABERTO
               GO TO P360-FIM
            END-IF

            MOVE WS-CD-STUDENT-ALVO      TO DSC-CD-STUDENT
            READ DESCONTO
               INVALID KEY
                  GO TO P360-FIM
            END-READ

            IF WS-DT-GERACAO-CTR LESS THAN DSC-DT-INICIO
               OR WS-DT-GERACAO-CTR GREATER THAN DSC-DT-FIM
               GO TO P360-FIM
            END-IF

            IF DESCONTO-PERCENTUAL
               COMPUTE WS-VR-DESCONTO ROUNDED =
                       VR-MENSALIDADE-CURSO * DSC-VALOR / 100
            ELSE
               MOVE DSC-VALOR            TO WS-VR-DESCONTO
            END-IF

            IF WS-VR-DESCONTO GREATER THAN VR-MENSALIDADE-CURSO
               MOVE VR-MENSALIDADE-CURSO TO WS-VR-DESCONTO
            END-IF
            .
       P360-FIM.
       P400-GRAVA-RPS.

            ADD 1                        TO WS-PROX-RPS

            INITIALIZE REG-NFSE
            MOVE WS-PROX-RPS             TO NFS-NUM-RPS
            MOVE RCP-NUM-CONTRATO        TO NFS-NUM-CONTRATO
            MOVE RCP-NUM-PARCELA         TO NFS-NUM-PARCELA
            MOVE RCP-SEQUENCIA           TO NFS-SEQUENCIA
            MOVE WS-SERIE-RPS            TO NFS-SERIE-RPS
            MOVE WS-DATA-MOVIMENTO       TO NFS-DT-EMISSAO-RPS
            MOVE RCP-DT-RECEBIMENTO      TO NFS-DT-RECEBIMENTO
            MOVE WS-CD-STUDENT-ALVO      TO NFS-CD-STUDENT
            MOVE NM-STUDENT              TO NFS-NM-TOMADOR
            MOVE NM-CURSO                TO NFS-NM-CURSO
            MOVE WS-VR-SERVICOS          TO NFS-VR-SERVICOS
            MOVE WS-VR-DESCONTO          TO NFS-VR-DESCONTO
            MOVE WS-VR-LIQUIDO           TO NFS-VR-LIQUIDO
            MOVE WS-TX-ISS               TO NFS-TX-ISS
            MOVE WS-VR-ISS               TO NFS-VR-ISS
            SET NFS-ENVIADO              TO TRUE

            WRITE REG-NFSE
               INVALID KEY
                  MOVE 'ERRO AO GRAVAR O CONTROLE DO RPS'
                                          TO WS-MOTIVO
                  PERFORM P800-EXCECAO   THRU P800-FIM
                  GO TO P400-FIM
            END-WRITE

            MOVE WS-SERIE-RPS            TO WS-LOT-DET-SERIE
            MOVE WS-PROX-RPS             TO WS-LOT-DET-NUM-RPS
            MOVE WS-DATA-MOVIMENTO       TO WS-LOT-DET-DT-EMISSAO
            MOVE WS-VR-SERVICOS          TO WS-LOT-DET-VR-SERVICOS
            MOVE WS-VR-DESCONTO          TO WS-LOT-DET-VR-DEDUCOES
            MOVE WS-CD-SERVICO           TO WS-LOT-DET-CD-SERVICO
            MOVE WS-TX-ISS               TO WS-LOT-DET-ALIQUOTA
            MOVE ZEROS                   TO WS-LOT-DET-DOC-TOMADOR
            MOVE NM-STUDENT              TO WS-LOT-DET-NM-TOMADOR
            MOVE EM-STUDENT              TO WS-LOT-DET-EM-TOMADOR
            MOVE SPACES                  TO WS-LOT-DET-DISCRIMINACAO
            STRING 'MENSALIDADE ' DS-CURSO
                   ' - CONTRATO ' RCP-NUM-CONTRATO
                   ' PARCELA ' RCP-NUM-PARCELA
                   ' - BOLSA/DESCONTO ' WS-VR-DESCONTO
                   DELIMITED BY SIZE INTO WS-LOT-DET-DISCRIMINACAO
            MOVE WS-LOT-DETALHE          TO REG-RPSLOTE
            WRITE REG-RPSLOTE

            MOVE 'S'                     TO WS-RPS-GERADO
            ADD 1                        TO WS-QT-GERADOS
            ADD WS-VR-SERVICOS           TO WS-VR-TOT-SERVICOS
            ADD WS-VR-DESCONTO           TO WS-VR-TOT-DESCONTO
            ADD WS-VR-ISS                TO WS-VR-TOT-ISS
            .
       P400-FIM.
       P800-EXCECAO.

      ***** RECEBIMENTO QUE NAO VIROU RPS: O FINANCEIRO CORRIGE O *****
      ***** CADASTRO PELA LISTA E O RECEBIMENTO ENTRA NO LOTE QUANDO **
      ***** A DATA DE MOVIMENTO FOR REPROCESSADA **********************
            ADD 1                        TO WS-QT-EXCECOES

            MOVE SPACES                  TO REG-RELATORIO
            STRING 'EXCECAO CONTRATO ' RCP-NUM-CONTRATO
                   ' PARCELA ' RCP-NUM-PARCELA
                   ' SEQ ' RCP-SEQUENCIA
                   ' VALOR ' RCP-VR-RECEBIDO
                   ' - ' WS-MOTIVO
                   DELIMITED BY SIZE INTO REG-RELATORIO
            WRITE REG-RELATORIO
            DISPLAY REG-RELATORIO
            .
       P800-FIM.
       P900-TOTAIS.

            MOVE WS-QT-GERADOS           TO WS-LOT-TRL-QUANTIDADE
            MOVE WS-VR-TOT-SERVICOS      TO WS-LOT-TRL-VR-SERVICOS
            MOVE WS-VR-TOT-DESCONTO      TO WS-LOT-TRL-VR-DEDUCOES
            MOVE WS-LOT-TRAILER          TO REG-RPSLOTE
            WRITE REG-RPSLOTE

            MOVE '---------------------------------------------'
                                          TO REG-RELATORIO
            WRITE REG-RELATORIO

            MOVE SPACES                  TO REG-RELATORIO
            STRING 'RECEBIMENTOS DE MENSALIDADE: ' WS-QT-RECEBIMENTOS
                   '  RPS GERADOS: '       WS-QT-GERADOS
                   '  REENVIADOS: '        WS-QT-REENVIADOS
                   DELIMITED BY SIZE INTO REG-RELATORIO
            WRITE REG-RELATORIO

            MOVE SPACES                  TO REG-RELATORIO
            STRING 'JA ENVIADOS/EMITIDOS: ' WS-QT-JA-ENVIADOS
                   '  EXCECOES: '          WS-QT-EXCECOES
                   DELIMITED BY SIZE INTO REG-RELATORIO
            WRITE REG-RELATORIO

            MOVE SPACES                  TO REG-RELATORIO
            STRING 'SERVICOS: ' WS-VR-TOT-SERVICOS
                   '  DESCONTOS: '         WS-VR-TOT-DESCONTO
                   '  ISS: '               WS-VR-TOT-ISS
                   DELIMITED BY SIZE INTO REG-RELATORIO
            WRITE REG-RELATORIO

            DISPLAY '*** LOTE DE RPS DAS MENSALIDADES ***'
            DISPLAY 'RECEBIMENTOS DE MENSALIDADE: ' WS-QT-RECEBIMENTOS
            DISPLAY 'RPS GERADOS................: ' WS-QT-GERADOS
            DISPLAY '  REENVIO DE RECUSADOS.....: ' WS-QT-REENVIADOS
            DISPLAY 'JA ENVIADOS/EMITIDOS.......: ' WS-QT-JA-ENVIADOS
            DISPLAY 'EXCECOES...................: ' WS-QT-EXCECOES
            DISPLAY 'LOTE EM RPSLOTE.TXT - LISTA EM NFSEGER.LST'
            .
       P900-FIM.
       END PROGRAM NFSEGER.
