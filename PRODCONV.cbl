      ******************************************************************
      * Author: ANDRE COSTA
      * Date: 15/10/2026
      * Purpose: CONVERSAO (EXECUCAO UNICA) DOS ARQUIVOS DE CONTRATOS
      *          E DE PROPOSTAS PARA O LAYOUT COM O CODIGO DO PRODUTO
      *          DE FINANCIAMENTO (CATALOGO PRODUTO.DAT). LE O
      *          CONTRATO.DAT E O PROPOSTA.DAT NO LAYOUT ANTIGO E
      *          REGRAVA EM CONTRATO.NV E PROPOSTA.NV NO LAYOUT NOVO,
      *          COM O PRODUTO (E, NA PROPOSTA, O APROVADOR DE TAXA)
      *          EM BRANCO: O QUE FOI ORIGINADO ANTES DO CATALOGO NAO
      *          TEM PRODUTO, E A PROPOSTA ABERTA SEM PRODUTO TEM DE
      *          SER SIMULADA DE NOVO. OS TOTAIS SAO CONFERIDOS
      *          RELENDO OS ARQUIVOS CONVERTIDOS; O OPERADOR
      *          SUBSTITUI OS ORIGINAIS PELOS .NV APOS A CONFERENCIA.
      *          DEVE RODAR ANTES DE QUALQUER PROGRAMA DO LAYOUT NOVO
      *          TOCAR OS ARQUIVOS.
      * Modified: 15/10/2026 - O layout novo ganhou tambem o IOF e
      *         o CET (contrato e proposta), gravados zerados: o
      *         que foi originado antes do IOFCET nao tem o calculo.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PRODCONV.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
            DECIMAL-POINT IS COMMA.
            INPUT-OUTPUT SECTION.
            FILE-CONTROL.
                SELECT CONTR-VELHO ASSIGN TO
                WS-ARQ-CONTRATO
                ORGANIZATION IS INDEXED
                ACCESS MODE  IS SEQUENTIAL
                RECORD KEY   IS CHAVE-CONTRATO-V
                FILE STATUS  IS WS-FS-VELHO.
                SELECT CONTR-NOVO ASSIGN TO
                WS-ARQ-CONTRATO-NV
                ORGANIZATION IS INDEXED
                ACCESS MODE  IS SEQUENTIAL
                RECORD KEY   IS CHAVE-CONTRATO
                FILE STATUS  IS WS-FS-NOVO.
                SELECT PROP-VELHO ASSIGN TO
                WS-ARQ-PROPOSTA
                ORGANIZATION IS INDEXED
                ACCESS MODE  IS SEQUENTIAL
                RECORD KEY   IS PRO-NUMERO-V
                FILE STATUS  IS WS-FS-VELHO.
                SELECT PROP-NOVO ASSIGN TO
                WS-ARQ-PROPOSTA-NV
                ORGANIZATION IS INDEXED
                ACCESS MODE  IS SEQUENTIAL
                RECORD KEY   IS PRO-NUMERO
                FILE STATUS  IS WS-FS-NOVO.

       DATA DIVISION.
       FILE SECTION.
       FD CONTR-VELHO.
       01 REG-CONTR-VELHO.
          03 CHAVE-CONTRATO-V.
             05 NUM-CONTRATO-V           PIC 9(06).
             05 NUM-PARCELA-V            PIC 999.
          03 CD-CLIENTE-V                PIC X(20).
          03 DS-OBJETO-V                 PIC X(20).
          03 VR-TOTAL-V                  PIC 9(08)V99.
          03 QT-PARCELAS-V               PIC 999.
          03 TX-JUROS-V                  PIC 99V99.
          03 CD-METODO-V                 PIC X(01).
          03 DT-VENCIMENTO-V             PIC 9(08).
          03 VR-AMORTIZACAO-V            PIC 9(08)V99.
          03 VR-JUROS-V                  PIC 9(08)V99.
          03 VR-PARCELA-V                PIC 9(08)V99.
          03 VR-SALDO-V                  PIC 9(08)V99.
          03 ST-PARCELA-V                PIC X(01).
          03 DT-PAGAMENTO-V              PIC 9(08).
          03 VR-PAGO-V                   PIC 9(08)V99.
          03 VR-JUROS-ATRASO-V           PIC 9(06)V99.

       FD CONTR-NOVO.
          COPY FD_CONTRATO.

       FD PROP-VELHO.
       01 REG-PROP-VELHO.
          03 PRO-NUMERO-V                PIC 9(06).
          03 PRO-CD-CLIENTE-V            PIC 9(03).
          03 PRO-DS-OBJETO-V             PIC X(20).
          03 PRO-VR-FINANCIADO-V         PIC 9(08)V99.
          03 PRO-QT-PARCELAS-V           PIC 9(03).
          03 PRO-TX-JUROS-V              PIC 99V99.
          03 PRO-CD-METODO-V             PIC X(01).
          03 PRO-DT-PROPOSTA-V           PIC 9(08).
          03 PRO-DT-VALIDADE-V           PIC 9(08).
          03 PRO-SITUACAO-V              PIC X(01).
          03 PRO-NUM-CONTRATO-V          PIC 9(06).

       FD PROP-NOVO.
          COPY FD_PROPOSTA.

       WORKING-STORAGE SECTION.
      ***** CAMINHOS FISICOS DOS ARQUIVOS - PRE-CARREGADOS COM O *****
      ***** PADRAO HISTORICO E RESOLVIDOS PELO ARQCONF NO INICIO *****
       77 WS-ARQ-CONTRATO            PIC X(68) VALUE
          'C:\CursoCOBOL\COBOL\01 - Basico\bin\CONTRATO.DAT'.
       77 WS-ARQ-CONTRATO-NV         PIC X(68) VALUE
          'C:\CursoCOBOL\COBOL\01 - Basico\bin\CONTRATO.NV'.
       77 WS-ARQ-PROPOSTA            PIC X(68) VALUE
          'C:\CursoCOBOL\COBOL\01 - Basico\bin\PROPOSTA.DAT'.
       77 WS-ARQ-PROPOSTA-NV         PIC X(68) VALUE
          'C:\CursoCOBOL\COBOL\01 - Basico\bin\PROPOSTA.NV'.
       77 WS-FS-VELHO                    PIC 99.
          88 FS-VELHO-OK                 VALUE 0.
       77 WS-FS-NOVO                     PIC 99.
          88 FS-NOVO-OK                  VALUE 0.
       77 WS-EOF                         PIC X.
          88 EOF-OK                      VALUE 'S' FALSE 'N'.
       77 WS-QT-LIDOS                    PIC 9(06) VALUE ZEROS.
       77 WS-QT-GRAVADOS                 PIC 9(06) VALUE ZEROS.
       77 WS-QT-CONFERIDOS               PIC 9(06) VALUE ZEROS.
       77 WS-QT-PRO-LIDAS                PIC 9(06) VALUE ZEROS.
       77 WS-QT-PRO-GRAVADAS             PIC 9(06) VALUE ZEROS.
       77 WS-QT-PRO-CONFERIDAS           PIC 9(06) VALUE ZEROS.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.

      ***** RESOLVE OS CAMINHOS FISICOS PELO PERFIL DO ARQCONF ******
            CALL 'ARQCONF' USING 'CONTRATO.DAT    ' WS-ARQ-CONTRATO
            CALL 'ARQCONF' USING 'CONTRATO.NV     ' WS-ARQ-CONTRATO-NV
            CALL 'ARQCONF' USING 'PROPOSTA.DAT    ' WS-ARQ-PROPOSTA
            CALL 'ARQCONF' USING 'PROPOSTA.NV     ' WS-ARQ-PROPOSTA-NV

            DISPLAY '*** CONVERSAO DE CONTRATOS E PROPOSTAS ***'
            DISPLAY '*** LAYOUT COM PRODUTO DE FINANCIAMENTO ***'

            PERFORM P100-CONTRATOS       THRU P100-FIM
            PERFORM P500-PROPOSTAS       THRU P500-FIM

            DISPLAY '*** RESUMO DA CONVERSAO ***'
            DISPLAY 'PARCELAS LIDAS......: ' WS-QT-LIDOS
            DISPLAY 'PARCELAS GRAVADAS...: ' WS-QT-GRAVADOS
            DISPLAY 'PARCELAS CONFERIDAS.: ' WS-QT-CONFERIDOS
            DISPLAY 'PROPOSTAS LIDAS.....: ' WS-QT-PRO-LIDAS
            DISPLAY 'PROPOSTAS GRAVADAS..: ' WS-QT-PRO-GRAVADAS
            DISPLAY 'PROPOSTAS CONFERIDAS: ' WS-QT-PRO-CONFERIDAS

            IF WS-QT-LIDOS EQUAL WS-QT-GRAVADOS
               AND WS-QT-GRAVADOS EQUAL WS-QT-CONFERIDOS
               AND WS-QT-PRO-LIDAS EQUAL WS-QT-PRO-GRAVADAS
               AND WS-QT-PRO-GRAVADAS EQUAL WS-QT-PRO-CONFERIDAS
               AND RETURN-CODE EQUAL ZERO
               DISPLAY 'TOTAIS CONFEREM. SUBSTITUA O CONTRATO.DAT E O '
                       'PROPOSTA.DAT PELOS .NV PARA CONCLUIR.'
            ELSE
               DISPLAY '*** DIVERGENCIA DE TOTAIS - NAO SUBSTITUA OS '
                       'ARQUIVOS ORIGINAIS! ***'
               MOVE 16                   TO RETURN-CODE
            END-IF

            STOP RUN.
       P100-CONTRATOS.

            OPEN INPUT CONTR-VELHO

            IF WS-FS-VELHO EQUAL 35
               DISPLAY 'NAO EXISTE CONTRATO.DAT A CONVERTER.'
               GO TO P100-FIM
            END-IF

            IF NOT FS-VELHO-OK
               DISPLAY 'ERRO AO ABRIR O CONTRATO.DAT ORIGINAL.'
               DISPLAY 'FILE STATUS: ' WS-FS-VELHO
               MOVE 16                   TO RETURN-CODE
               GO TO P100-FIM
            END-IF

            OPEN OUTPUT CONTR-NOVO

            IF NOT FS-NOVO-OK
               DISPLAY 'ERRO AO CRIAR O CONTRATO.NV.'
               DISPLAY 'FILE STATUS: ' WS-FS-NOVO
               CLOSE CONTR-VELHO
               MOVE 16                   TO RETURN-CODE
               GO TO P100-FIM
            END-IF

            SET EOF-OK                   TO FALSE
            PERFORM P200-CONVERTE        THRU P200-FIM UNTIL EOF-OK

            CLOSE CONTR-VELHO
            CLOSE CONTR-NOVO

            PERFORM P300-CONFERE         THRU P300-FIM
            .
       P100-FIM.
       P200-CONVERTE.

            READ CONTR-VELHO NEXT RECORD
               AT END
                  SET EOF-OK             TO TRUE
               NOT AT END
                  ADD 1                  TO WS-QT-LIDOS
                  MOVE NUM-CONTRATO-V    TO NUM-CONTRATO
                  MOVE NUM-PARCELA-V     TO NUM-PARCELA-CONTRATO
                  MOVE CD-CLIENTE-V      TO CD-CLIENTE-CONTRATO
                  MOVE DS-OBJETO-V       TO DS-OBJETO-CONTRATO
                  MOVE VR-TOTAL-V        TO VR-TOTAL-CONTRATO
                  MOVE QT-PARCELAS-V     TO QT-PARCELAS-CONTRATO
                  MOVE TX-JUROS-V        TO TX-JUROS-CONTRATO
                  MOVE CD-METODO-V       TO CD-METODO-CONTRATO
                  MOVE DT-VENCIMENTO-V   TO DT-VENCIMENTO-PARCELA
                  MOVE VR-AMORTIZACAO-V  TO VR-AMORTIZACAO-PARCELA
                  MOVE VR-JUROS-V        TO VR-JUROS-PARCELA
                  MOVE VR-PARCELA-V      TO VR-PARCELA-TOTAL
                  MOVE VR-SALDO-V        TO VR-SALDO-DEVEDOR-PARCELA
                  MOVE ST-PARCELA-V      TO ST-PARCELA
                  MOVE DT-PAGAMENTO-V    TO DT-PAGAMENTO-PARCELA
                  MOVE VR-PAGO-V         TO VR-PAGO-PARCELA
                  MOVE VR-JUROS-ATRASO-V TO VR-JUROS-ATRASO
      ***** CONTRATO ORIGINADO ANTES DO CATALOGO NAO TEM PRODUTO ******
                  MOVE SPACES            TO CD-PRODUTO-CONTRATO
                  MOVE ZEROS             TO VR-IOF-CONTRATO
                                            TX-CET-CONTRATO
                  WRITE REG-CONTRATO
                     INVALID KEY
                        DISPLAY 'CHAVE DUPLICADA NA CONVERSAO: '
                                NUM-CONTRATO '/' NUM-PARCELA-CONTRATO
                     NOT INVALID KEY
                        ADD 1            TO WS-QT-GRAVADOS
                  END-WRITE
            END-READ
            .
       P200-FIM.
       P300-CONFERE.

      ***** RELE O ARQUIVO CONVERTIDO E CONTA OS REGISTROS ************
            OPEN INPUT CONTR-NOVO

            IF NOT FS-NOVO-OK
               DISPLAY 'ERRO AO REABRIR O CONTRATO.NV.'
               DISPLAY 'FILE STATUS: ' WS-FS-NOVO
               MOVE 16                   TO RETURN-CODE
               GO TO P300-FIM
            END-IF

            SET EOF-OK                   TO FALSE
            PERFORM P310-CONTA           THRU P310-FIM UNTIL EOF-OK

            CLOSE CONTR-NOVO
            .
       P300-FIM.
       P310-CONTA.

            READ CONTR-NOVO NEXT RECORD
               AT END
                  SET EOF-OK             TO TRUE
               NOT AT END
                  ADD 1                  TO WS-QT-CONFERIDOS
            END-READ
            .
       P310-FIM.
       P500-PROPOSTAS.

            OPEN INPUT PROP-VELHO

            IF WS-FS-VELHO EQUAL 35
               DISPLAY 'NAO EXISTE PROPOSTA.DAT A CONVERTER.'
               GO TO P500-FIM
            END-IF

            IF NOT FS-VELHO-OK
               DISPLAY 'ERRO AO ABRIR O PROPOSTA.DAT ORIGINAL.'
               DISPLAY 'FILE STATUS: ' WS-FS-VELHO
               MOVE 16                   TO RETURN-CODE
               GO TO P500-FIM
            END-IF

            OPEN OUTPUT PROP-NOVO

            IF NOT FS-NOVO-OK
               DISPLAY 'ERRO AO CRIAR O PROPOSTA.NV.'
               DISPLAY 'FILE STATUS: ' WS-FS-NOVO
               CLOSE PROP-VELHO
               MOVE 16                   TO RETURN-CODE
               GO TO P500-FIM
            END-IF

            SET EOF-OK                   TO FALSE
            PERFORM P600-CONVERTE-PROPOSTA THRU P600-FIM UNTIL EOF-OK

            CLOSE PROP-VELHO
            CLOSE PROP-NOVO

            PERFORM P700-CONFERE-PROPOSTA THRU P700-FIM
            .
       P500-FIM.
       P600-CONVERTE-PROPOSTA.

            READ PROP-VELHO NEXT RECORD
               AT END
                  SET EOF-OK             TO TRUE
               NOT AT END
                  ADD 1                  TO WS-QT-PRO-LIDAS
                  MOVE PRO-NUMERO-V      TO PRO-NUMERO
                  MOVE PRO-CD-CLIENTE-V  TO PRO-CD-CLIENTE
                  MOVE PRO-DS-OBJETO-V   TO PRO-DS-OBJETO
                  MOVE PRO-VR-FINANCIADO-V TO PRO-VR-FINANCIADO
                  MOVE PRO-QT-PARCELAS-V TO PRO-QT-PARCELAS
                  MOVE PRO-TX-JUROS-V    TO PRO-TX-JUROS
                  MOVE PRO-CD-METODO-V   TO PRO-CD-METODO
                  MOVE PRO-DT-PROPOSTA-V TO PRO-DT-PROPOSTA
                  MOVE PRO-DT-VALIDADE-V TO PRO-DT-VALIDADE
                  MOVE PRO-SITUACAO-V    TO PRO-SITUACAO
                  MOVE PRO-NUM-CONTRATO-V TO PRO-NUM-CONTRATO
                  MOVE SPACES            TO PRO-CD-PRODUTO
                                            PRO-APROV-TAXA
                  MOVE ZEROS             TO PRO-VR-IOF
                                            PRO-TX-CET
                  WRITE REG-PROPOSTA
                     INVALID KEY
                        DISPLAY 'CHAVE DUPLICADA NA CONVERSAO: '
                                PRO-NUMERO
                     NOT INVALID KEY
                        ADD 1            TO WS-QT-PRO-GRAVADAS
                  END-WRITE
            END-READ
            .
       P600-FIM.
       P700-CONFERE-PROPOSTA.

            OPEN INPUT PROP-NOVO

            IF NOT FS-NOVO-OK
               DISPLAY 'ERRO AO REABRIR O PROPOSTA.NV.'
               DISPLAY 'FILE STATUS: ' WS-FS-NOVO
               MOVE 16                   TO RETURN-CODE
               GO TO P700-FIM
            END-IF

            SET EOF-OK                   TO FALSE
            PERFORM P710-CONTA-PROPOSTA  THRU P710-FIM UNTIL EOF-OK

            CLOSE PROP-NOVO
            .
       P700-FIM.
       P710-CONTA-PROPOSTA.

            READ PROP-NOVO NEXT RECORD
               AT END
                  SET EOF-OK             TO TRUE
               NOT AT END
                  ADD 1                  TO WS-QT-PRO-CONFERIDAS
            END-READ
            .
       P710-FIM.
       END PROGRAM PRODCONV.
