      *          REDIGITAR BAIXA POR BAIXA NO PACOTE CONTABIL.
      *          (A QUITACAO ANTECIPADA E SO COTACAO: O DINHEIRO DELA
      *          ENTRA COMO RECEBIMENTO NORMAL DAS PARCELAS.)
      * Update: 15/10/2026 - O layout do lancamento foi para o
      *         copybook FD_LANCTO e o diario passou a exportar tambem
      *         os lancamentos pendentes (LANCPEND.TXT, gravados pelo
      *         LANCGRV) datados na data de movimento - eventos que nao
      *         nascem do caixa do dia, como a provisao PDD (PROVPDD).
      * Update: 15/10/2026 - Recebimento de origem CREDITO (saldo
      *         credor do cliente aplicado pelo BAIXACRED) nao e caixa:
      *         sai como evento CREDU, debitando o passivo de creditos
      *         de clientes (CTA-CREDITO-CLI) em vez do caixa.
      * Update: 15/10/2026 - O IOF dos contratos novos
      *         (evento IOF, lancado pelo PROPFIN e pelo CONTRNOV) sai
      *         com total proprio no diario e tambem em arquivo
      *         separado (IOFREC.TXT), um lancamento por contrato,
      *         para o recolhimento do imposto.
      * Update: 15/10/2026 - Recebimento de origem FOLHA (consignado
      *         descontado do salario, baixado pelo CONSBAIX) nao e
      *         caixa: sai como evento CONSG, debitando os salarios a
      *         pagar (CTA-CONSIG-FOLHA) em vez do caixa.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CONTABEXP.
                ACCESS MODE  IS SEQUENTIAL
                RECORD KEY   IS CHAVE-REMREG
                FILE STATUS  IS WS-FS-RMG.
                SELECT LANCPEND ASSIGN TO
                WS-ARQ-LANCPEND
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS  IS WS-FS-LCP.
                SELECT LANCTOS ASSIGN TO
                WS-ARQ-LANCTOS
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS  IS WS-FS-LCT.
                SELECT IOFREC ASSIGN TO
                WS-ARQ-IOFREC
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS  IS WS-FS-IOF.
                SELECT RELATORIO ASSIGN TO
                WS-ARQ-CONTABEXP
                ORGANIZATION IS LINE SEQUENTIAL
       FD REMREG.
          COPY FD_REMREG.

       FD LANCPEND.
       01 REG-LANCPEND                   PIC X(49).

       FD LANCTOS.
          COPY FD_LANCTO.

       FD IOFREC.
       01 REG-IOFREC                     PIC X(49).

       FD RELATORIO.
       01 REG-RELATORIO                  PIC X(100).
          'C:\CursoCOBOL\COBOL\01 - Basico\bin\RECPARC.DAT'.
       77 WS-ARQ-REMREG              PIC X(68) VALUE
          'C:\CursoCOBOL\COBOL\01 - Basico\bin\REMREG.DAT'.
       77 WS-ARQ-LANCPEND            PIC X(68) VALUE
          'C:\CursoCOBOL\COBOL\01 - Basico\bin\LANCPEND.TXT'.
       77 WS-ARQ-LANCTOS             PIC X(68) VALUE
          'C:\CursoCOBOL\COBOL\01 - Basico\bin\LANCTOS.TXT'.
       77 WS-ARQ-IOFREC              PIC X(68) VALUE
          'C:\CursoCOBOL\COBOL\01 - Basico\bin\IOFREC.TXT'.
       77 WS-ARQ-CONTABEXP           PIC X(68) VALUE
          'C:\CursoCOBOL\COBOL\01 - Basico\bin\CONTABEXP.LST'.
       77 WS-FS-RCP                      PIC 99.
          88 FS-RCP-OK                   VALUE 0.
       77 WS-FS-RMG                      PIC 99.
          88 FS-RMG-OK                   VALUE 0.
       77 WS-FS-LCP                      PIC 99.
          88 FS-LCP-OK                   VALUE 0.
       77 WS-FS-LCT                      PIC 99.
       77 WS-FS-REL                      PIC 99.
       77 WS-FS-IOF                      PIC 99.
       77 WS-EOF                         PIC X.
          88 EOF-OK                      VALUE 'S' FALSE 'N'.
       77 WS-DATA-MOVIMENTO              PIC 9(08) VALUE ZEROS.
       77 WS-CTA-RECEB-CRE               PIC 9(09)V99 VALUE 12101.
       77 WS-CTA-FATUR-DEB               PIC 9(09)V99 VALUE 11201.
       77 WS-CTA-FATUR-CRE               PIC 9(09)V99 VALUE 12101.
       77 WS-CTA-CREDITO-CLI             PIC 9(09)V99 VALUE 21501.
       77 WS-CTA-CONSIG-FOLHA            PIC 9(09)V99 VALUE 21301.
       77 WS-QT-RECEB                    PIC 9(06) VALUE ZEROS.
       77 WS-VR-RECEB                    PIC 9(11)V99 VALUE ZEROS.
       77 WS-QT-FATUR                    PIC 9(06) VALUE ZEROS.
       77 WS-VR-FATUR                    PIC 9(11)V99 VALUE ZEROS.
       77 WS-QT-OUTROS                   PIC 9(06) VALUE ZEROS.
       77 WS-VR-OUTROS                   PIC 9(11)V99 VALUE ZEROS.
       77 WS-QT-IOF                      PIC 9(06) VALUE ZEROS.
       77 WS-VR-IOF                      PIC 9(11)V99 VALUE ZEROS.
       77 WS-QT-LANCTOS                  PIC 9(06) VALUE ZEROS.
       77 WS-VR-DEBITOS                  PIC 9(12)V99 VALUE ZEROS.
       77 WS-VR-CREDITOS                 PIC 9(12)V99 VALUE ZEROS.
      ***** RESOLVE OS CAMINHOS FISICOS PELO PERFIL DO ARQCONF ******
            CALL 'ARQCONF' USING 'RECPARC.DAT     ' WS-ARQ-RECPARC
            CALL 'ARQCONF' USING 'REMREG.DAT      ' WS-ARQ-REMREG
            CALL 'ARQCONF' USING 'LANCPEND.TXT    ' WS-ARQ-LANCPEND
            CALL 'ARQCONF' USING 'LANCTOS.TXT     ' WS-ARQ-LANCTOS
            CALL 'ARQCONF' USING 'IOFREC.TXT      ' WS-ARQ-IOFREC
            CALL 'ARQCONF' USING 'CONTABEXP.LST   ' WS-ARQ-CONTABEXP

            CALL 'DTMOVIM' USING WS-DATA-MOVIMENTO WS-CONTROLE-DATA
            CALL 'FINPARM' USING 'CTA-RECEB-CRE   ' WS-CTA-RECEB-CRE
            CALL 'FINPARM' USING 'CTA-FATUR-DEB   ' WS-CTA-FATUR-DEB
            CALL 'FINPARM' USING 'CTA-FATUR-CRE   ' WS-CTA-FATUR-CRE
            CALL 'FINPARM' USING 'CTA-CREDITO-CLI ' WS-CTA-CREDITO-CLI
            CALL 'FINPARM' USING 'CTA-CONSIG-FOLHA' WS-CTA-CONSIG-FOLHA

            OPEN OUTPUT LANCTOS

               GOBACK
            END-IF

      ***** IOF DOS CONTRATOS NOVOS DO DIA, EM ARQUIVO PROPRIO PARA ***
      ***** O RECOLHIMENTO DO IMPOSTO *********************************
            OPEN OUTPUT IOFREC

            IF WS-FS-IOF NOT EQUAL ZEROS
               DISPLAY 'ERRO AO ABRIR O ARQUIVO DE IOF A RECOLHER.'
               DISPLAY 'FILE STATUS: ' WS-FS-IOF
               CLOSE LANCTOS RELATORIO
               MOVE 16                   TO RETURN-CODE
               GOBACK
            END-IF

            MOVE SPACES                  TO REG-RELATORIO
            STRING 'DIARIO CONTABIL DO MOVIMENTO DE '
                   WS-DATA-MOVIMENTO

            PERFORM P200-RECEBIMENTOS    THRU P200-FIM
            PERFORM P400-FATURAMENTO     THRU P400-FIM
            PERFORM P600-PENDENTES       THRU P600-FIM
            PERFORM P900-TOTAIS          THRU P900-FIM

            CLOSE LANCTOS IOFREC RELATORIO

            DISPLAY 'LANCAMENTOS EXPORTADOS: ' WS-QT-LANCTOS
            DISPLAY 'ARQUIVO GERADO EM LANCTOS.TXT'
            DISPLAY 'IOF A RECOLHER: ' WS-QT-IOF ' CONTRATO(S), '
                    'VALOR ' WS-VR-IOF ' EM IOFREC.TXT'
            DISPLAY 'DIARIO IMPRESSO EM CONTABEXP.LST'

            GOBACK.
            MOVE 'RECEB'                 TO LCT-EVENTO
            MOVE WS-CTA-RECEB-DEB        TO LCT-CONTA-DEBITO
            MOVE WS-CTA-RECEB-CRE        TO LCT-CONTA-CREDITO
      ***** CREDITO DO CLIENTE APLICADO NA PARCELA NAO ENTRA NO *******
      ***** CAIXA: BAIXA O PASSIVO DE CREDITOS DE CLIENTES ************
            IF RECEB-CREDITO
               MOVE 'CREDU'              TO LCT-EVENTO
               MOVE WS-CTA-CREDITO-CLI   TO LCT-CONTA-DEBITO
            END-IF
      ***** CONSIGNADO DESCONTADO EM FOLHA NAO ENTRA NO CAIXA: SAI ****
      ***** DOS SALARIOS A PAGAR **************************************
            IF RECEB-FOLHA
               MOVE 'CONSG'              TO LCT-EVENTO
               MOVE WS-CTA-CONSIG-FOLHA  TO LCT-CONTA-DEBITO
            END-IF
            MOVE RCP-VR-RECEBIDO         TO LCT-VALOR
            MOVE RCP-NUM-CONTRATO        TO LCT-CONTRATO
            MOVE RCP-NUM-PARCELA         TO LCT-PARCELA
            WRITE REG-RELATORIO
            .
       P420-FIM.
       P600-PENDENTES.

      ***** SEM ARQUIVO DE PENDENTES, NENHUM PROGRAMA GEROU EVENTO ****
      ***** FORA DO CAIXA - O DIARIO SAI COMO SEMPRE SAIU *************
            OPEN INPUT LANCPEND

            IF NOT FS-LCP-OK
               GO TO P600-FIM
            END-IF

            SET EOF-OK                   TO FALSE
            PERFORM P610-LE-PENDENTE     THRU P610-FIM UNTIL EOF-OK

            CLOSE LANCPEND
            .
       P600-FIM.
       P610-LE-PENDENTE.

            READ LANCPEND
               AT END
                  SET EOF-OK             TO TRUE
               NOT AT END
                  MOVE REG-LANCPEND      TO REG-LANCTO
                  IF LCT-DATA EQUAL WS-DATA-MOVIMENTO
                     PERFORM P620-LANCA-PENDENTE THRU P620-FIM
                  END-IF
            END-READ
            .
       P610-FIM.
       P620-LANCA-PENDENTE.

            WRITE REG-LANCTO

      ***** IOF DE CONTRATO NOVO (PROPFIN/CONTRNOV) TEM TOTAL E *******
      ***** ARQUIVO PROPRIOS: E IMPOSTO A RECOLHER, NAO RECEITA *******
            IF LCT-EVENTO EQUAL 'IOF  '
               MOVE REG-LANCTO           TO REG-IOFREC
               WRITE REG-IOFREC
               ADD 1                     TO WS-QT-IOF WS-QT-LANCTOS
               ADD LCT-VALOR             TO WS-VR-IOF
                                            WS-VR-DEBITOS
                                            WS-VR-CREDITOS
            ELSE
               ADD 1                     TO WS-QT-OUTROS WS-QT-LANCTOS
               ADD LCT-VALOR             TO WS-VR-OUTROS
                                            WS-VR-DEBITOS
                                            WS-VR-CREDITOS
            END-IF

            MOVE SPACES                  TO REG-RELATORIO
            STRING 'EVENTO ' LCT-EVENTO
                   ' CONTRATO ' LCT-CONTRATO
                   ' PARCELA ' LCT-PARCELA
                   ' D ' LCT-CONTA-DEBITO
                   ' C ' LCT-CONTA-CREDITO
                   ' VALOR ' LCT-VALOR
                   DELIMITED BY SIZE INTO REG-RELATORIO
            WRITE REG-RELATORIO
            .
       P620-FIM.
       P900-TOTAIS.

            MOVE '============================================='
                   DELIMITED BY SIZE INTO REG-RELATORIO
            WRITE REG-RELATORIO

            MOVE SPACES                  TO REG-RELATORIO
            STRING 'OUTROS......: ' WS-QT-OUTROS
                   ' LANCTO(S), VALOR ' WS-VR-OUTROS
                   DELIMITED BY SIZE INTO REG-RELATORIO
            WRITE REG-RELATORIO

            MOVE SPACES                  TO REG-RELATORIO
            STRING 'IOF A RECOLHER: ' WS-QT-IOF
                   ' LANCTO(S), VALOR ' WS-VR-IOF
                   DELIMITED BY SIZE INTO REG-RELATORIO
            WRITE REG-RELATORIO

            MOVE SPACES                  TO REG-RELATORIO
            STRING 'TOTAL DEBITOS: ' WS-VR-DEBITOS
                   '  TOTAL CREDITOS: ' WS-VR-CREDITOS
