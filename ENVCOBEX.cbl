      ******************************************************************
      * Author: ANDRE COSTA
      * Date: 15/10/2026
      * Purpose: ENVIO DE PARCELAS A ASSESSORIA DE COBRANCA
      *          TERCEIRIZADA - O FIM DA PLANILHA POR E-MAIL. SELECIONA
      *          AS PARCELAS EM ABERTO VENCIDAS HA MAIS DE 90 DIAS
      *          (FINPARM DIAS-COBEXT) - AS QUE A ULTIMA CARTA DE
      *          COBRANCA (CARTACOB, FAIXA +90) NAO RESOLVEU -, COM A
      *          MESMA CONTAGEM DE DIA UTIL DO RELATRAS E DO CARTACOB.
      *          PARCELA COM REGISTRO NO PREJUIZO.DAT OU JA ENTREGUE A
      *          ASSESSORIA (COBEXT.DAT) FICA DE FORA. CADA PARCELA
      *          ENVIADA GANHA O SEU REGISTRO NO COBEXT.DAT COM A DATA
      *          DO ENVIO E UMA LINHA NO ARQUIVO DE ENVIO DA ASSESSORIA
      *          (COBENV.TXT: HEADER '0', DETALHE '1' COM OS DADOS DO
      *          DEVEDOR E O DEBITO ATUALIZADO PELO JURATRAS, TRAILER
      *          '9' COM QUANTIDADE E VALOR). O RELATORIO DE CONFERENCIA
      *          SAI NO ENVCOBEX.LST. O RETORNO DA ASSESSORIA E
      *          PROCESSADO PELO RETCOBEX.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ENVCOBEX.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
            DECIMAL-POINT IS COMMA.
            INPUT-OUTPUT SECTION.
            FILE-CONTROL.
                SELECT CONTRATO ASSIGN TO
                WS-ARQ-CONTRATO
                ORGANIZATION IS INDEXED
                ACCESS MODE  IS SEQUENTIAL
                RECORD KEY   IS CHAVE-CONTRATO
                FILE STATUS  IS WS-FS.
                SELECT CLIENTE ASSIGN TO
                WS-ARQ-CLIENTE
                ORGANIZATION IS INDEXED
                ACCESS MODE  IS RANDOM
                RECORD KEY   IS CD-CLIENTE
                ALTERNATE RECORD KEY IS NM-CLIENTE WITH DUPLICATES
                FILE STATUS  IS WS-FS-CLI.
                SELECT PREJUIZO ASSIGN TO
                WS-ARQ-PREJUIZO
                ORGANIZATION IS INDEXED
                ACCESS MODE  IS RANDOM
                RECORD KEY   IS CHAVE-PREJUIZO
                FILE STATUS  IS WS-FS-PRJ.
                SELECT COBEXT ASSIGN TO
                WS-ARQ-COBEXT
                ORGANIZATION IS INDEXED
                ACCESS MODE  IS RANDOM
                RECORD KEY   IS CHAVE-COBEXT
                FILE STATUS  IS WS-FS-CBX.
                SELECT COBENV ASSIGN TO
                WS-ARQ-COBENV
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS  IS WS-FS-ENV.

       DATA DIVISION.
       FILE SECTION.
       FD CONTRATO.
          COPY FD_CONTRATO.

       FD CLIENTE.
          COPY FD_CLIENTE.

       FD PREJUIZO.
          COPY FD_PREJUIZO.

       FD COBEXT.
          COPY FD_COBEXT.

       FD COBENV.
       01 REG-COBENV                     PIC X(120).

       WORKING-STORAGE SECTION.
      ***** CAMINHOS FISICOS DOS ARQUIVOS - PRE-CARREGADOS COM O *****
      ***** PADRAO HISTORICO E RESOLVIDOS PELO ARQCONF NO INICIO *****
       77 WS-ARQ-CONTRATO            PIC X(68) VALUE
          'C:\CursoCOBOL\COBOL\01 - Basico\bin\CONTRATO.DAT'.
       77 WS-ARQ-CLIENTE             PIC X(68) VALUE
          'C:\CURSOCOBOL\COBOL\01 - BASICO\BIN\CLIENTE.DAT'.
       77 WS-ARQ-PREJUIZO            PIC X(68) VALUE
          'C:\CursoCOBOL\COBOL\01 - Basico\bin\PREJUIZO.DAT'.
       77 WS-ARQ-COBEXT              PIC X(68) VALUE
          'C:\CursoCOBOL\COBOL\01 - Basico\bin\COBEXT.DAT'.
       77 WS-ARQ-COBENV              PIC X(68) VALUE
          'C:\CursoCOBOL\COBOL\01 - Basico\bin\COBENV.TXT'.
       77 WS-ARQ-ENVCOBEX-LST        PIC X(68) VALUE
          'C:\CursoCOBOL\COBOL\01 - Basico\bin\ENVCOBEX.LST'.
       77 WS-FS                          PIC 99.
          88 FS-OK                       VALUE 0.
       77 WS-FS-CLI                      PIC 99.
          88 FS-CLI-OK                   VALUE 0.
       77 WS-CLI-ABERTO                  PIC X VALUE 'N'.
          88 CLI-ABERTO                  VALUE 'S'.
       77 WS-FS-PRJ                      PIC 99.
          88 FS-PRJ-OK                   VALUE 0.
       77 WS-PRJ-ABERTO                  PIC X VALUE 'N'.
          88 PRJ-ABERTO                  VALUE 'S'.
       77 WS-FS-CBX                      PIC 99.
          88 FS-CBX-OK                   VALUE 0.
       77 WS-FS-ENV                      PIC 99.
       77 WS-EOF                         PIC X.
          88 EOF-OK                      VALUE 'S' FALSE 'N'.
       77 WS-DATA-MOVIMENTO              PIC 9(08) VALUE ZEROS.
       77 WS-CONTROLE-DATA               PIC X(01) VALUE 'N'.
       77 WS-DIAS-COBEXT                 PIC 9(09)V99 VALUE 90.
       77 WS-DIAS-HOJE                   PIC 9(07).
       77 WS-DIAS-VENC                   PIC 9(07).
       77 WS-DT-VENC-UTIL                PIC 9(08).
       77 WS-DIAS-ATRASO                 PIC S9(05).
       77 WS-QT-VENCIDAS                 PIC 9(06) VALUE ZEROS.
       77 WS-QT-PREJUIZO                 PIC 9(06) VALUE ZEROS.
       77 WS-QT-JA-ENVIADAS              PIC 9(06) VALUE ZEROS.
       77 WS-QT-ENVIADAS                 PIC 9(06) VALUE ZEROS.
       77 WS-QT-ERROS                    PIC 9(06) VALUE ZEROS.
       77 WS-VR-ENVIADO                  PIC 9(11)V99 VALUE ZEROS.
      ***** LAYOUT DO ENVIO: HEADER '0', DETALHE '1', TRAILER '9' *****
       01 WS-ENV-HEADER.
          03 FILLER                      PIC X(01) VALUE '0'.
          03 FILLER                      PIC X(07) VALUE 'COBEXT '.
          03 WS-HDR-DATA-GERACAO         PIC 9(08).
          03 WS-HDR-DIAS-CORTE           PIC 9(05).
          03 FILLER                      PIC X(99) VALUE SPACES.
       01 WS-ENV-DETALHE.
          03 FILLER                      PIC X(01) VALUE '1'.
          03 WS-DET-CONTRATO             PIC 9(06).
          03 WS-DET-PARCELA              PIC 9(03).
          03 WS-DET-CLIENTE              PIC X(20).
          03 WS-DET-NOME                 PIC X(20).
          03 WS-DET-TELEFONE             PIC X(09).
          03 WS-DET-ENDERECO             PIC X(15).
          03 WS-DET-CIDADE               PIC X(10).
          03 WS-DET-UF                   PIC X(02).
          03 WS-DET-VENCIMENTO           PIC 9(08).
          03 WS-DET-DIAS-ATRASO          PIC 9(05).
          03 WS-DET-VALOR                PIC 9(08)V99.
          03 WS-DET-ENCARGOS             PIC 9(06)V99.
          03 FILLER                      PIC X(03) VALUE SPACES.
       01 WS-ENV-TRAILER.
          03 FILLER                      PIC X(01) VALUE '9'.
          03 WS-TRL-QUANTIDADE           PIC 9(06).
          03 WS-TRL-VALOR-TOTAL          PIC 9(11)V99.
          03 FILLER                      PIC X(100) VALUE SPACES.
      ***** AREA DO CALCULO DOS ENCARGOS DE ATRASO (JURATRAS) *********
       01 WS-JUROS-ATRASO.
          03 WS-JRA-DT-VENCIMENTO        PIC 9(08).
          03 WS-JRA-DT-REFERENCIA        PIC 9(08).
          03 WS-JRA-VR-PARCELA           PIC 9(08)V99.
          03 WS-JRA-TX-JUROS             PIC 99V99.
          03 WS-JRA-DIAS-ATRASO          PIC S9(05).
          03 WS-JRA-VR-MULTA             PIC 9(06)V99.
          03 WS-JRA-VR-JUROS             PIC 9(06)V99.
          03 WS-JRA-VR-ENCARGOS          PIC 9(06)V99.
       01 WS-RELWRT.
          03 WS-REL-ACAO                 PIC X(01).
          03 WS-REL-ARQUIVO              PIC X(68).
          03 WS-REL-TITULO               PIC X(40).
          03 WS-REL-LINHA                PIC X(100).
          03 WS-REL-FS                   PIC 99.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.

      ***** RETURN-CODE E REGISTRADOR COMPARTILHADO: UM PASSO *********
      ***** ANTERIOR COM FALHA NAO PODE CONTAMINAR ESTE PASSO *********
            MOVE ZERO                    TO RETURN-CODE

      ***** RESOLVE OS CAMINHOS FISICOS PELO PERFIL DO ARQCONF ******
            CALL 'ARQCONF' USING 'CONTRATO.DAT    ' WS-ARQ-CONTRATO
            CALL 'ARQCONF' USING 'CLIENTE.DAT     ' WS-ARQ-CLIENTE
            CALL 'ARQCONF' USING 'PREJUIZO.DAT    ' WS-ARQ-PREJUIZO
            CALL 'ARQCONF' USING 'COBEXT.DAT      ' WS-ARQ-COBEXT
            CALL 'ARQCONF' USING 'COBENV.TXT      ' WS-ARQ-COBENV

            CALL 'DTMOVIM' USING WS-DATA-MOVIMENTO WS-CONTROLE-DATA
            COMPUTE WS-DIAS-HOJE =
                    FUNCTION INTEGER-OF-DATE(WS-DATA-MOVIMENTO)

            CALL 'FINPARM' USING 'DIAS-COBEXT     ' WS-DIAS-COBEXT

            OPEN INPUT CONTRATO

            IF NOT FS-OK
               DISPLAY 'ERRO AO ABRIR O ARQUIVO DE CONTRATOS.'
               DISPLAY 'FILE STATUS: ' WS-FS
               MOVE 16                   TO RETURN-CODE
               GOBACK
            END-IF

      ***** SEM MESTRE DE CLIENTES A PARCELA VAI SO COM O CODIGO; *****
      ***** SEM PREJUIZO.DAT NENHUMA PARCELA FOI BAIXADA AINDA ********
            OPEN INPUT CLIENTE
            IF FS-CLI-OK
               MOVE 'S'                  TO WS-CLI-ABERTO
            ELSE
               DISPLAY 'AVISO: SEM ACESSO AO MESTRE DE CLIENTES - '
                       'O ENVIO SAI SEM NOME E ENDERECO.'
            END-IF

            OPEN INPUT PREJUIZO
            IF FS-PRJ-OK
               MOVE 'S'                  TO WS-PRJ-ABERTO
            END-IF

            OPEN I-O COBEXT

            IF WS-FS-CBX EQUAL 35
               OPEN OUTPUT COBEXT
               CLOSE COBEXT
               OPEN I-O COBEXT
            END-IF

            IF NOT FS-CBX-OK
               DISPLAY 'ERRO AO ABRIR O ARQUIVO DE COBRANCA EXTERNA.'
               DISPLAY 'FILE STATUS: ' WS-FS-CBX
               PERFORM P950-FECHA-ENTRADAS THRU P950-FIM
               MOVE 16                   TO RETURN-CODE
               GOBACK
            END-IF

            OPEN OUTPUT COBENV

            IF WS-FS-ENV NOT EQUAL ZEROS
               DISPLAY 'ERRO AO ABRIR O ARQUIVO DE ENVIO A ASSESSORIA.'
               DISPLAY 'FILE STATUS: ' WS-FS-ENV
               PERFORM P950-FECHA-ENTRADAS THRU P950-FIM
               CLOSE COBEXT
               MOVE 16                   TO RETURN-CODE
               GOBACK
            END-IF

            MOVE 'A'                     TO WS-REL-ACAO
            MOVE WS-ARQ-ENVCOBEX-LST     TO WS-REL-ARQUIVO
            CALL 'ARQCONF' USING 'ENVCOBEX.LST    ' WS-REL-ARQUIVO
            MOVE 'ENVIO A COBRANCA TERCEIRIZADA'
                                          TO WS-REL-TITULO
            CALL 'RELWRT' USING WS-RELWRT

            IF WS-REL-FS NOT EQUAL ZEROS
               DISPLAY 'ERRO AO ABRIR O RELATORIO DE ENVIO.'
               DISPLAY 'FILE STATUS: ' WS-REL-FS
               PERFORM P950-FECHA-ENTRADAS THRU P950-FIM
               CLOSE COBEXT COBENV
               MOVE 16                   TO RETURN-CODE
               GOBACK
            END-IF

            MOVE WS-DATA-MOVIMENTO       TO WS-HDR-DATA-GERACAO
            MOVE WS-DIAS-COBEXT          TO WS-HDR-DIAS-CORTE
            MOVE WS-ENV-HEADER           TO REG-COBENV
            WRITE REG-COBENV

            MOVE 'D'                     TO WS-REL-ACAO
            MOVE SPACES                  TO WS-REL-LINHA
            STRING 'PARCELAS VENCIDAS HA MAIS DE ' WS-DIAS-COBEXT(6:4)
                   ' DIAS EM ' WS-DATA-MOVIMENTO
                   DELIMITED BY SIZE INTO WS-REL-LINHA
            CALL 'RELWRT' USING WS-RELWRT

            SET EOF-OK                   TO FALSE
            PERFORM P200-LE-PARCELA      THRU P200-FIM UNTIL EOF-OK

            MOVE WS-QT-ENVIADAS          TO WS-TRL-QUANTIDADE
            MOVE WS-VR-ENVIADO           TO WS-TRL-VALOR-TOTAL
            MOVE WS-ENV-TRAILER          TO REG-COBENV
            WRITE REG-COBENV

            PERFORM P900-TOTAIS          THRU P900-FIM

            MOVE 'F'                     TO WS-REL-ACAO
            CALL 'RELWRT' USING WS-RELWRT

            PERFORM P950-FECHA-ENTRADAS  THRU P950-FIM
            CLOSE COBEXT COBENV

            IF WS-QT-ERROS GREATER THAN ZEROS
               MOVE 16                   TO RETURN-CODE
            ELSE
               IF WS-QT-ENVIADAS EQUAL ZEROS
                  MOVE 8                 TO RETURN-CODE
               END-IF
            END-IF

            DISPLAY 'PARCELAS ENVIADAS A ASSESSORIA: ' WS-QT-ENVIADAS
                    ' (VALOR ' WS-VR-ENVIADO ')'
            DISPLAY 'ARQUIVO DE ENVIO GERADO EM COBENV.TXT'

            GOBACK.
       P200-LE-PARCELA.

            READ CONTRATO NEXT RECORD
               AT END
                  SET EOF-OK             TO TRUE
               NOT AT END
                  IF PARCELA-EM-ABERTO
                     PERFORM P300-SELECIONA THRU P300-FIM
                  END-IF
            END-READ
            .
       P200-FIM.
       P300-SELECIONA.

      ***** VENCIMENTO EM FIM DE SEMANA OU FERIADO VALE ATE O DIA *****
      ***** UTIL SEGUINTE - MESMA REGRA DO RELATRAS E DO CARTACOB *****
            MOVE DT-VENCIMENTO-PARCELA   TO WS-DT-VENC-UTIL
            CALL 'DIAUTIL' USING WS-DT-VENC-UTIL

            COMPUTE WS-DIAS-VENC =
                    FUNCTION INTEGER-OF-DATE(WS-DT-VENC-UTIL)
            COMPUTE WS-DIAS-ATRASO = WS-DIAS-HOJE - WS-DIAS-VENC

            IF WS-DIAS-ATRASO NOT GREATER THAN WS-DIAS-COBEXT
               GO TO P300-FIM
            END-IF

            ADD 1                        TO WS-QT-VENCIDAS

      ***** PARCELA QUE JA PASSOU PELO PREJUIZO FICA COM A CASA *******
            IF PRJ-ABERTO
               MOVE NUM-CONTRATO         TO PRJ-NUM-CONTRATO
               MOVE NUM-PARCELA-CONTRATO TO PRJ-NUM-PARCELA
               READ PREJUIZO
                  INVALID KEY
                     CONTINUE
                  NOT INVALID KEY
                     ADD 1               TO WS-QT-PREJUIZO
                     GO TO P300-FIM
               END-READ
            END-IF

      ***** PARCELA JA ENTREGUE A ASSESSORIA NAO VAI DE NOVO **********
            MOVE NUM-CONTRATO            TO CBX-NUM-CONTRATO
            MOVE NUM-PARCELA-CONTRATO    TO CBX-NUM-PARCELA
            READ COBEXT
               INVALID KEY
                  CONTINUE
               NOT INVALID KEY
                  ADD 1                  TO WS-QT-JA-ENVIADAS
                  GO TO P300-FIM
            END-READ

            PERFORM P400-ENVIA-PARCELA   THRU P400-FIM
            .
       P300-FIM.
       P400-ENVIA-PARCELA.

      ***** O REGISTRO NO COBEXT.DAT VEM ANTES DA LINHA DO ENVIO: *****
      ***** SEM ELE A PARCELA SAIRIA DE NOVO NO PROXIMO ENVIO *********
            MOVE NUM-CONTRATO            TO CBX-NUM-CONTRATO
            MOVE NUM-PARCELA-CONTRATO    TO CBX-NUM-PARCELA
            MOVE CD-CLIENTE-CONTRATO     TO CBX-CD-CLIENTE
            MOVE DT-VENCIMENTO-PARCELA   TO CBX-DT-VENCIMENTO
            MOVE VR-PARCELA-TOTAL        TO CBX-VR-ENVIADO
            MOVE WS-DATA-MOVIMENTO       TO CBX-DT-ENVIO
            SET COBEXT-ENVIADA           TO TRUE
            MOVE ZEROS                   TO CBX-DT-RETORNO
                                            CBX-VR-COBRADO
                                            CBX-VR-COMISSAO

            WRITE REG-COBEXT
               INVALID KEY
                  DISPLAY 'ERRO AO REGISTRAR O ENVIO DE '
                          NUM-CONTRATO '/' NUM-PARCELA-CONTRATO
                  ADD 1                  TO WS-QT-ERROS
                  GO TO P400-FIM
            END-WRITE

      ***** DEBITO ATUALIZADO PELA REGRA UNICA DE ENCARGOS ************
            MOVE DT-VENCIMENTO-PARCELA   TO WS-JRA-DT-VENCIMENTO
            MOVE WS-DATA-MOVIMENTO       TO WS-JRA-DT-REFERENCIA
            MOVE VR-PARCELA-TOTAL        TO WS-JRA-VR-PARCELA
            MOVE TX-JUROS-CONTRATO       TO WS-JRA-TX-JUROS
            CALL 'JURATRAS' USING WS-JUROS-ATRASO

            PERFORM P450-DADOS-CLIENTE   THRU P450-FIM

            MOVE NUM-CONTRATO            TO WS-DET-CONTRATO
            MOVE NUM-PARCELA-CONTRATO    TO WS-DET-PARCELA
            MOVE CD-CLIENTE-CONTRATO     TO WS-DET-CLIENTE
            MOVE DT-VENCIMENTO-PARCELA   TO WS-DET-VENCIMENTO
            MOVE WS-DIAS-ATRASO          TO WS-DET-DIAS-ATRASO
            MOVE VR-PARCELA-TOTAL        TO WS-DET-VALOR
            MOVE WS-JRA-VR-ENCARGOS      TO WS-DET-ENCARGOS
            MOVE WS-ENV-DETALHE          TO REG-COBENV
            WRITE REG-COBENV

            ADD 1                        TO WS-QT-ENVIADAS
            ADD VR-PARCELA-TOTAL         TO WS-VR-ENVIADO

            MOVE 'D'                     TO WS-REL-ACAO
            MOVE SPACES                  TO WS-REL-LINHA
            STRING 'CONTRATO ' NUM-CONTRATO
                   ' PARCELA ' NUM-PARCELA-CONTRATO
                   ' VENC ' DT-VENCIMENTO-PARCELA
                   ' ATRASO ' WS-DIAS-ATRASO
                   ' VALOR ' VR-PARCELA-TOTAL
                   ' ENCARGOS ' WS-JRA-VR-ENCARGOS
                   DELIMITED BY SIZE INTO WS-REL-LINHA
            CALL 'RELWRT' USING WS-RELWRT
            .
       P400-FIM.
       P450-DADOS-CLIENTE.

            MOVE SPACES                  TO WS-DET-NOME
                                            WS-DET-TELEFONE
                                            WS-DET-ENDERECO
                                            WS-DET-CIDADE
                                            WS-DET-UF

            IF NOT CLI-ABERTO
               GO TO P450-FIM
            END-IF

            IF CD-CLIENTE-CONTRATO(1:3) IS NOT NUMERIC
               GO TO P450-FIM
            END-IF

            MOVE CD-CLIENTE-CONTRATO(1:3) TO CD-CLIENTE
            READ CLIENTE
               INVALID KEY
                  GO TO P450-FIM
            END-READ

            MOVE NM-CLIENTE              TO WS-DET-NOME
            MOVE TL-CLIENTE              TO WS-DET-TELEFONE
            MOVE EN-CLIENTE              TO WS-DET-ENDERECO
            MOVE CI-CLIENTE              TO WS-DET-CIDADE
            MOVE UF-CLIENTE              TO WS-DET-UF
            .
       P450-FIM.
       P900-TOTAIS.

            MOVE 'T'                     TO WS-REL-ACAO
            MOVE SPACES                  TO WS-REL-LINHA
            STRING 'VENCIDAS NO CORTE: ' WS-QT-VENCIDAS
                   '  NO PREJUIZO: ' WS-QT-PREJUIZO
                   '  JA NA ASSESSORIA: ' WS-QT-JA-ENVIADAS
                   DELIMITED BY SIZE INTO WS-REL-LINHA
            CALL 'RELWRT' USING WS-RELWRT

            MOVE 'D'                     TO WS-REL-ACAO
            MOVE SPACES                  TO WS-REL-LINHA
            STRING 'ENVIADAS: ' WS-QT-ENVIADAS
                   '  VALOR: ' WS-VR-ENVIADO
                   '  ERROS DE REGISTRO: ' WS-QT-ERROS
                   DELIMITED BY SIZE INTO WS-REL-LINHA
            CALL 'RELWRT' USING WS-RELWRT
            .
       P900-FIM.
       P950-FECHA-ENTRADAS.

            IF CLI-ABERTO
               CLOSE CLIENTE
            END-IF
            IF PRJ-ABERTO
               CLOSE PREJUIZO
            END-IF
            CLOSE CONTRATO
            .
       P950-FIM.
       END PROGRAM ENVCOBEX.
