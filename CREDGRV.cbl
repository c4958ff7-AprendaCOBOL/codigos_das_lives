      ******************************************************************
      * Author: ANDRE COSTA
      * Date: 15/10/2026
      * Purpose: GRAVAR O CREDITO DO CLIENTE POR PAGAMENTO A MAIOR.
      *          A BAIXA MANUAL (PAGPARC) E O RETORNO BANCARIO
      *          (RETBANCO) CHAMAM ESTE SUBPROGRAMA COM O EXCEDENTE
      *          QUE PASSOU DO SALDO DA PARCELA: O VALOR VIRA UM
      *          REGISTRO NOVO NO CREDCLI.DAT (CLIENTE + CONTRATO +
      *          PROXIMA SEQUENCIA), COM DATA, ORIGEM E PARCELA, E O
      *          LANCAMENTO CREDT (D CTA-RECEB-DEB / C CTA-CREDITO-CLI)
      *          VAI PARA A EXPORTACAO CONTABIL PELO LANCGRV. O
      *          EXCEDENTE DEIXA DE SUMIR NA QUITACAO DA PARCELA.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CREDGRV.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
            DECIMAL-POINT IS COMMA.
            INPUT-OUTPUT SECTION.
            FILE-CONTROL.
                SELECT CREDCLI ASSIGN TO
                WS-ARQ-CREDCLI
                ORGANIZATION IS INDEXED
                ACCESS MODE  IS DYNAMIC
                RECORD KEY   IS CHAVE-CREDCLI
                FILE STATUS  IS WS-FS-CRD.

       DATA DIVISION.
       FILE SECTION.
       FD CREDCLI.
          COPY FD_CREDCLI.

       WORKING-STORAGE SECTION.
      ***** CAMINHOS FISICOS DOS ARQUIVOS - PRE-CARREGADOS COM O *****
      ***** PADRAO HISTORICO E RESOLVIDOS PELO ARQCONF NO INICIO *****
       77 WS-ARQ-CREDCLI             PIC X(68) VALUE
          'C:\CursoCOBOL\COBOL\01 - Basico\bin\CREDCLI.DAT'.
       77 WS-FS-CRD                      PIC 99.
          88 FS-CRD-OK                   VALUE 0.
       77 WS-FS-LCP                      PIC 99.
       77 WS-EOF-CRD                     PIC X.
          88 EOF-CRD-OK                  VALUE 'S' FALSE 'N'.
       77 WS-CLIENTE                     PIC 9(03) VALUE ZEROS.
       77 WS-PROXIMA-SEQ                 PIC 9(03) VALUE ZEROS.
      ***** CONTAS DO CREDITO: CAIXA (DEB) E PASSIVO DE CREDITOS ******
      ***** DE CLIENTES (CRE), PARAMETRIZADAS NO FINPARM **************
       77 WS-CTA-RECEB-DEB               PIC 9(09)V99 VALUE 11101.
       77 WS-CTA-CREDITO-CLI             PIC 9(09)V99 VALUE 21501.
      ***** LANCAMENTO CONTABIL NO LAYOUT DO FD_LANCTO (LANCGRV) ******
       01 WS-LANCTO.
          03 WS-LCT-DATA                 PIC 9(08).
          03 FILLER                      PIC X(01) VALUE SPACE.
          03 WS-LCT-EVENTO               PIC X(05).
          03 FILLER                      PIC X(01) VALUE SPACE.
          03 WS-LCT-CONTA-DEBITO         PIC 9(05).
          03 FILLER                      PIC X(01) VALUE SPACE.
          03 WS-LCT-CONTA-CREDITO        PIC 9(05).
          03 FILLER                      PIC X(01) VALUE SPACE.
          03 WS-LCT-VALOR                PIC 9(09)V99.
          03 FILLER                      PIC X(01) VALUE SPACE.
          03 WS-LCT-CONTRATO             PIC 9(06).
          03 FILLER                      PIC X(01) VALUE SPACE.
          03 WS-LCT-PARCELA              PIC 9(03).

       LINKAGE SECTION.
       01 LK-CREDITO.
          03 LK-CRD-CLIENTE              PIC X(20).
          03 LK-CRD-CONTRATO             PIC 9(06).
          03 LK-CRD-PARCELA              PIC 9(03).
          03 LK-CRD-DATA                 PIC 9(08).
          03 LK-CRD-VALOR                PIC 9(08)V99.
          03 LK-CRD-ORIGEM               PIC X(01).
          03 LK-CRD-OPERADOR             PIC X(12).
          03 LK-CRD-FS                   PIC 99.

       PROCEDURE DIVISION USING LK-CREDITO.
       MAIN-PROCEDURE.

      ***** RESOLVE OS CAMINHOS FISICOS PELO PERFIL DO ARQCONF ******
            CALL 'ARQCONF' USING 'CREDCLI.DAT     ' WS-ARQ-CREDCLI

            CALL 'FINPARM' USING 'CTA-RECEB-DEB   ' WS-CTA-RECEB-DEB
            CALL 'FINPARM' USING 'CTA-CREDITO-CLI ' WS-CTA-CREDITO-CLI

            MOVE ZEROS                   TO LK-CRD-FS

            IF LK-CRD-VALOR EQUAL ZEROS
               GOBACK
            END-IF

      ***** CONTRATO DE ALUNO NAO TEM CODIGO NUMERICO DE CLIENTE ******
            IF LK-CRD-CLIENTE(1:3) IS NUMERIC
               MOVE LK-CRD-CLIENTE(1:3)  TO WS-CLIENTE
            ELSE
               MOVE ZEROS                TO WS-CLIENTE
            END-IF

            OPEN I-O CREDCLI

            IF WS-FS-CRD EQUAL 35
               OPEN OUTPUT CREDCLI
               CLOSE CREDCLI
               OPEN I-O CREDCLI
            END-IF

            IF NOT FS-CRD-OK
               DISPLAY 'ERRO AO ABRIR O ARQUIVO DE CREDITOS.'
               DISPLAY 'FILE STATUS: ' WS-FS-CRD
               MOVE WS-FS-CRD            TO LK-CRD-FS
               GOBACK
            END-IF

      ***** PROCURA A PROXIMA SEQUENCIA LIVRE DO CLIENTE + CONTRATO ***
            MOVE ZEROS                   TO WS-PROXIMA-SEQ
            MOVE WS-CLIENTE              TO CRD-CD-CLIENTE
            MOVE LK-CRD-CONTRATO         TO CRD-NUM-CONTRATO
            MOVE ZEROS                   TO CRD-SEQUENCIA

            SET EOF-CRD-OK               TO FALSE
            START CREDCLI KEY NOT LESS THAN CHAVE-CREDCLI
               INVALID KEY
                  SET EOF-CRD-OK         TO TRUE
            END-START

            PERFORM P100-LE-CREDITO      THRU P100-FIM
                    UNTIL EOF-CRD-OK

            ADD 1                        TO WS-PROXIMA-SEQ

            INITIALIZE REG-CREDCLI
            MOVE WS-CLIENTE              TO CRD-CD-CLIENTE
            MOVE LK-CRD-CONTRATO         TO CRD-NUM-CONTRATO
            MOVE WS-PROXIMA-SEQ          TO CRD-SEQUENCIA
            MOVE LK-CRD-PARCELA          TO CRD-NUM-PARCELA
            MOVE LK-CRD-DATA             TO CRD-DT-CREDITO
            MOVE LK-CRD-ORIGEM           TO CRD-ORIGEM
            MOVE LK-CRD-VALOR            TO CRD-VR-CREDITO
            MOVE LK-CRD-OPERADOR         TO CRD-OPERADOR
            SET CREDITO-DISPONIVEL       TO TRUE

            WRITE REG-CREDCLI
               INVALID KEY
                  DISPLAY 'ERRO AO GRAVAR O CREDITO DO CLIENTE: '
                          LK-CRD-CONTRATO '/' LK-CRD-PARCELA
                  MOVE WS-FS-CRD         TO LK-CRD-FS
            END-WRITE

            CLOSE CREDCLI

            IF LK-CRD-FS NOT EQUAL ZEROS
               GOBACK
            END-IF

      ***** O EXCEDENTE ENTROU NO CAIXA E FICA DEVIDO AO CLIENTE ******
            MOVE LK-CRD-DATA             TO WS-LCT-DATA
            MOVE 'CREDT'                 TO WS-LCT-EVENTO
            MOVE WS-CTA-RECEB-DEB        TO WS-LCT-CONTA-DEBITO
            MOVE WS-CTA-CREDITO-CLI      TO WS-LCT-CONTA-CREDITO
            MOVE LK-CRD-VALOR            TO WS-LCT-VALOR
            MOVE LK-CRD-CONTRATO         TO WS-LCT-CONTRATO
            MOVE LK-CRD-PARCELA          TO WS-LCT-PARCELA
            CALL 'LANCGRV' USING WS-LANCTO WS-FS-LCP

            IF WS-FS-LCP NOT EQUAL ZEROS
               DISPLAY 'CREDITO GRAVADO SEM O LANCAMENTO CONTABIL: '
                       LK-CRD-CONTRATO '/' LK-CRD-PARCELA
               MOVE WS-FS-LCP            TO LK-CRD-FS
            END-IF

            GOBACK.
       P100-LE-CREDITO.

            READ CREDCLI NEXT RECORD
               AT END
                  SET EOF-CRD-OK         TO TRUE
               NOT AT END
                  IF CRD-CD-CLIENTE NOT EQUAL WS-CLIENTE
                     OR CRD-NUM-CONTRATO NOT EQUAL LK-CRD-CONTRATO
                     SET EOF-CRD-OK      TO TRUE
                  ELSE
                     MOVE CRD-SEQUENCIA  TO WS-PROXIMA-SEQ
                  END-IF
            END-READ
            .
       P100-FIM.
       END PROGRAM CREDGRV.
