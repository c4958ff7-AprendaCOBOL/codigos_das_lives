      ******************************************************************
      * Author: ANDRE COSTA
      * Date: 15/10/2026
      * Purpose: ARQUIVO DE CREDITO DE SALARIO PARA O BANCO. DEPOIS DA
      *          FOLHA FECHADA (FOLHAPAG), LE O HISTORICO FOLHHIST.DAT
      *          DA COMPETENCIA (O MES DA DATA DE MOVIMENTO OU A
      *          INFORMADA - AAAA13/AAAA14 PARA AS PARCELAS DO 13O) E
      *          GERA O ARQUIVO DE CREDITO EM LAYOUT FIXO (HEADER + UM
      *          DETALHE POR FUNCIONARIO COM O LIQUIDO E A CONTA DO
      *          FUNCBANC.DAT + TRAILER COM QUANTIDADE E VALOR TOTAL).
      *          FUNCIONARIO SEM DADOS BANCARIOS (CADFBANC) SAI NA
      *          LISTA DE EXCECOES PARA PAGAMENTO MANUAL. O RELATORIO
      *          DE TOTAIS CONFERE CREDITADO + EXCECOES CONTRA O
      *          LIQUIDO DA FOLHA - O MESMO TOTAL DO REGISTRO DA
      *          FOLHAPAG. A COMPETENCIA GERADA FICA EM CREDGER.TXT E
      *          UMA SEGUNDA GERACAO DELA E RECUSADA (RETORNO 8).
      *          RETORNO 4 QUANDO HA EXCECAO.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CREDSAL.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
            DECIMAL-POINT IS COMMA.
            INPUT-OUTPUT SECTION.
            FILE-CONTROL.
                SELECT FOLHHIST ASSIGN TO
                WS-ARQ-FOLHHIST
                ORGANIZATION IS INDEXED
                ACCESS MODE  IS DYNAMIC
                RECORD KEY   IS CHAVE-FOLHHIST
                FILE STATUS  IS WS-FS-HST.
                SELECT FUNCBANC ASSIGN TO
                WS-ARQ-FUNCBANC
                ORGANIZATION IS INDEXED
                ACCESS MODE  IS RANDOM
                RECORD KEY   IS FBC-CD-FUNCIONARIO
                FILE STATUS  IS WS-FS-FBC.
                SELECT CREDITO ASSIGN TO
                WS-ARQ-CREDITO
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS  IS WS-FS-CRD.
                SELECT RELATORIO ASSIGN TO
                WS-ARQ-CREDSAL
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS  IS WS-FS-REL.
                SELECT EXCECOES ASSIGN TO
                WS-ARQ-CREDEXC
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS  IS WS-FS-EXC.
                SELECT GERADOS ASSIGN TO
                WS-ARQ-CREDGER
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS  IS WS-FS-GER.

       DATA DIVISION.
       FILE SECTION.
       FD FOLHHIST.
          COPY FD_FOLHHIST.

       FD FUNCBANC.
          COPY FD_FUNCBANC.

       FD CREDITO.
       01 REG-CREDITO                    PIC X(80).

       FD RELATORIO.
       01 REG-RELATORIO                  PIC X(100).

       FD EXCECOES.
       01 REG-EXCECAO                    PIC X(100).

      ***** UMA LINHA POR COMPETENCIA JA ENVIADA AO BANCO *************
       FD GERADOS.
       01 REG-GERADO.
          03 GER-COMPETENCIA             PIC 9(06).
          03 GER-DT-GERACAO              PIC 9(08).
          03 GER-QT-CREDITOS             PIC 9(06).
          03 GER-VR-CREDITOS             PIC 9(11)V99.

       WORKING-STORAGE SECTION.
      ***** CAMINHOS FISICOS DOS ARQUIVOS - PRE-CARREGADOS COM O *****
      ***** PADRAO HISTORICO E RESOLVIDOS PELO ARQCONF NO INICIO *****
       77 WS-ARQ-FOLHHIST            PIC X(68) VALUE
          'C:\CursoCOBOL\COBOL\01 - Basico\bin\FOLHHIST.DAT'.
       77 WS-ARQ-FUNCBANC            PIC X(68) VALUE
          'C:\CursoCOBOL\COBOL\01 - Basico\bin\FUNCBANC.DAT'.
       77 WS-ARQ-CREDITO             PIC X(68) VALUE
          'C:\CursoCOBOL\COBOL\01 - Basico\bin\CREDSAL.TXT'.
       77 WS-ARQ-CREDSAL             PIC X(68) VALUE
          'C:\CursoCOBOL\COBOL\01 - Basico\bin\CREDSAL.LST'.
       77 WS-ARQ-CREDEXC             PIC X(68) VALUE
          'C:\CursoCOBOL\COBOL\01 - Basico\bin\CREDEXC.LST'.
       77 WS-ARQ-CREDGER             PIC X(68) VALUE
          'C:\CursoCOBOL\COBOL\01 - Basico\bin\CREDGER.TXT'.
       77 WS-FS-HST                      PIC 99.
          88 FS-HST-OK                   VALUE 0.
       77 WS-FS-FBC                      PIC 99.
          88 FS-FBC-OK                   VALUE 0.
       77 WS-FBC-ABERTO                  PIC X VALUE 'N'.
          88 FBC-ABERTO                  VALUE 'S'.
       77 WS-FS-CRD                      PIC 99.
       77 WS-FS-REL                      PIC 99.
       77 WS-FS-EXC                      PIC 99.
       77 WS-FS-GER                      PIC 99.
       77 WS-EOF                         PIC X.
          88 EOF-OK                      VALUE 'S' FALSE 'N'.
       77 WS-JA-GERADO                   PIC X VALUE 'N'.
          88 COMPETENCIA-JA-GERADA       VALUE 'S'.
       77 WS-DATA-MOVIMENTO              PIC 9(08) VALUE ZEROS.
       77 WS-CONTROLE-DATA               PIC X(01) VALUE 'N'.
       77 WS-COMPETENCIA                 PIC 9(06) VALUE ZEROS.
       77 WS-COMPETENCIA-INF             PIC 9(06) VALUE ZEROS.
       77 WS-QT-FOLHA                    PIC 9(06) VALUE ZEROS.
       77 WS-VR-FOLHA                    PIC 9(11)V99 VALUE ZEROS.
       77 WS-QT-CREDITOS                 PIC 9(06) VALUE ZEROS.
       77 WS-VR-CREDITOS                 PIC 9(11)V99 VALUE ZEROS.
       77 WS-QT-EXCECOES                 PIC 9(06) VALUE ZEROS.
       77 WS-VR-EXCECOES                 PIC 9(11)V99 VALUE ZEROS.
       77 WS-QT-ZERADOS                  PIC 9(06) VALUE ZEROS.
       77 WS-VR-CONFERENCIA              PIC 9(11)V99 VALUE ZEROS.
      ***** LAYOUT DO CREDITO: HEADER '0', DETALHE '1', TRAILER '9' ***
       01 WS-CRD-HEADER.
          03 FILLER                      PIC X(01) VALUE '0'.
          03 FILLER                      PIC X(07) VALUE 'CREDSAL'.
          03 WS-CRD-HDR-DATA             PIC 9(08).
          03 WS-CRD-HDR-COMPETENCIA      PIC 9(06).
          03 FILLER                      PIC X(58) VALUE SPACES.
       01 WS-CRD-DETALHE.
          03 FILLER                      PIC X(01) VALUE '1'.
          03 WS-CRD-DET-FUNCIONARIO      PIC 9(04).
          03 WS-CRD-DET-NOME             PIC X(30).
          03 WS-CRD-DET-BANCO            PIC 9(03).
          03 WS-CRD-DET-AGENCIA          PIC 9(05).
          03 WS-CRD-DET-CONTA            PIC 9(10).
          03 WS-CRD-DET-VALOR            PIC 9(08)V99.
          03 FILLER                      PIC X(17) VALUE SPACES.
       01 WS-CRD-TRAILER.
          03 FILLER                      PIC X(01) VALUE '9'.
          03 WS-CRD-TRL-QUANTIDADE       PIC 9(06).
          03 WS-CRD-TRL-VALOR-TOTAL      PIC 9(11)V99.
          03 FILLER                      PIC X(60) VALUE SPACES.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.

      ***** RETURN-CODE E REGISTRADOR COMPARTILHADO: UM PASSO *********
      ***** ANTERIOR COM FALHA NAO PODE CONTAMINAR ESTE PASSO *********
            MOVE ZERO                    TO RETURN-CODE

      ***** RESOLVE OS CAMINHOS FISICOS PELO PERFIL DO ARQCONF ******
            CALL 'ARQCONF' USING 'FOLHHIST.DAT    ' WS-ARQ-FOLHHIST
            CALL 'ARQCONF' USING 'FUNCBANC.DAT    ' WS-ARQ-FUNCBANC
            CALL 'ARQCONF' USING 'CREDSAL.TXT     ' WS-ARQ-CREDITO
            CALL 'ARQCONF' USING 'CREDSAL.LST     ' WS-ARQ-CREDSAL
            CALL 'ARQCONF' USING 'CREDEXC.LST     ' WS-ARQ-CREDEXC
            CALL 'ARQCONF' USING 'CREDGER.TXT     ' WS-ARQ-CREDGER

            CALL 'DTMOVIM' USING WS-DATA-MOVIMENTO WS-CONTROLE-DATA
            MOVE WS-DATA-MOVIMENTO(1:6)  TO WS-COMPETENCIA

            DISPLAY '*** CREDITO DE SALARIO PARA O BANCO ***'
            DISPLAY 'Competencia da folha (AAAAMM, AAAA13 OU AAAA14 '
                    'PARA O 13O) ou zero para ' WS-COMPETENCIA ': '
            ACCEPT WS-COMPETENCIA-INF
            IF WS-COMPETENCIA-INF NOT EQUAL ZEROS
               MOVE WS-COMPETENCIA-INF   TO WS-COMPETENCIA
            END-IF

      ***** A MESMA FOLHA NAO PODE SER CREDITADA DUAS VEZES ***********
            PERFORM P100-VERIFICA-GERADO THRU P100-FIM

            IF COMPETENCIA-JA-GERADA
               DISPLAY '*** O CREDITO DA COMPETENCIA ' WS-COMPETENCIA
                       ' JA FOI GERADO - GERACAO RECUSADA. ***'
               MOVE 8                    TO RETURN-CODE
               GOBACK
            END-IF

            OPEN INPUT FOLHHIST

            IF NOT FS-HST-OK
               DISPLAY 'ERRO AO ABRIR O HISTORICO DA FOLHA.'
               DISPLAY 'FILE STATUS: ' WS-FS-HST
               MOVE 16                   TO RETURN-CODE
               GOBACK
            END-IF

      ***** SO SE CREDITA FOLHA JA CALCULADA NO HISTORICO *************
            MOVE WS-COMPETENCIA          TO FLH-COMPETENCIA
            MOVE ZEROS                   TO FLH-CD-FUNCIONARIO
            SET EOF-OK                   TO FALSE
            START FOLHHIST KEY NOT LESS THAN CHAVE-FOLHHIST
               INVALID KEY
                  SET EOF-OK             TO TRUE
            END-START
            IF NOT EOF-OK
               READ FOLHHIST NEXT RECORD
                  AT END
                     SET EOF-OK          TO TRUE
               END-READ
            END-IF
            IF NOT EOF-OK
               IF FLH-COMPETENCIA NOT EQUAL WS-COMPETENCIA
                  SET EOF-OK             TO TRUE
               END-IF
            END-IF

            IF EOF-OK
               DISPLAY '*** NAO HA FOLHA DA COMPETENCIA '
                       WS-COMPETENCIA ' NO HISTORICO - RODE A '
                       'FOLHAPAG ANTES. ***'
               CLOSE FOLHHIST
               MOVE 8                    TO RETURN-CODE
               GOBACK
            END-IF

            OPEN OUTPUT CREDITO
            OPEN OUTPUT RELATORIO
            OPEN OUTPUT EXCECOES

            IF WS-FS-CRD NOT EQUAL ZEROS
               OR WS-FS-REL NOT EQUAL ZEROS
               OR WS-FS-EXC NOT EQUAL ZEROS
               DISPLAY 'ERRO AO ABRIR O CREDITO/RELATORIO/EXCECOES.'
               CLOSE FOLHHIST
               MOVE 16                   TO RETURN-CODE
               GOBACK
            END-IF

      ***** SEM CADASTRO DE CONTAS, TODO MUNDO VIRA EXCECAO ***********
            OPEN INPUT FUNCBANC
            IF FS-FBC-OK
               MOVE 'S'                  TO WS-FBC-ABERTO
            END-IF

            MOVE WS-DATA-MOVIMENTO       TO WS-CRD-HDR-DATA
            MOVE WS-COMPETENCIA          TO WS-CRD-HDR-COMPETENCIA
            MOVE WS-CRD-HEADER           TO REG-CREDITO
            WRITE REG-CREDITO

            MOVE SPACES                  TO REG-EXCECAO
            STRING 'FUNCIONARIOS SEM DADOS BANCARIOS - COMPETENCIA '
                   WS-COMPETENCIA ' (PAGAMENTO MANUAL)'
                   DELIMITED BY SIZE INTO REG-EXCECAO
            WRITE REG-EXCECAO

      ***** O PRIMEIRO FUNCIONARIO DA COMPETENCIA JA ESTA LIDO ********
            PERFORM P200-CREDITA-FUNC    THRU P200-FIM
            PERFORM P300-LE-HISTORICO    THRU P300-FIM UNTIL EOF-OK

            MOVE WS-QT-CREDITOS          TO WS-CRD-TRL-QUANTIDADE
            MOVE WS-VR-CREDITOS          TO WS-CRD-TRL-VALOR-TOTAL
            MOVE WS-CRD-TRAILER          TO REG-CREDITO
            WRITE REG-CREDITO

            MOVE SPACES                  TO REG-EXCECAO
            STRING 'EXCECOES: ' WS-QT-EXCECOES
                   '  VALOR: ' WS-VR-EXCECOES
                   DELIMITED BY SIZE INTO REG-EXCECAO
            WRITE REG-EXCECAO

            PERFORM P500-TOTAIS          THRU P500-FIM
            PERFORM P600-REGISTRA-GERADO THRU P600-FIM

            IF FBC-ABERTO
               CLOSE FUNCBANC
            END-IF

            CLOSE FOLHHIST CREDITO RELATORIO EXCECOES

            DISPLAY 'CREDITO GERADO COM ' WS-QT-CREDITOS
                    ' FUNCIONARIO(S), VALOR ' WS-VR-CREDITOS
            DISPLAY 'EXCECOES: ' WS-QT-EXCECOES
                    ', VALOR ' WS-VR-EXCECOES
            DISPLAY 'TOTAIS EM CREDSAL.LST, EXCECOES EM CREDEXC.LST'

            IF WS-QT-EXCECOES GREATER THAN ZEROS
               MOVE 4                    TO RETURN-CODE
            END-IF

            GOBACK.
       P100-VERIFICA-GERADO.

            OPEN INPUT GERADOS

            IF WS-FS-GER EQUAL ZEROS
               SET EOF-OK                TO FALSE
               PERFORM P110-LE-GERADO    THRU P110-FIM UNTIL EOF-OK
               CLOSE GERADOS
            END-IF
            .
       P100-FIM.
       P110-LE-GERADO.

            READ GERADOS
               AT END
                  SET EOF-OK             TO TRUE
               NOT AT END
                  IF GER-COMPETENCIA EQUAL WS-COMPETENCIA
                     MOVE 'S'            TO WS-JA-GERADO
                     SET EOF-OK          TO TRUE
                  END-IF
            END-READ
            .
       P110-FIM.
       P200-CREDITA-FUNC.

            ADD 1                        TO WS-QT-FOLHA
            ADD FLH-VR-LIQUIDO           TO WS-VR-FOLHA

      ***** LIQUIDO ZERADO (13O TODO ADIANTADO) NAO GERA CREDITO ******
            IF FLH-VR-LIQUIDO EQUAL ZEROS
               ADD 1                     TO WS-QT-ZERADOS
               GO TO P200-FIM
            END-IF

            IF FBC-ABERTO
               MOVE FLH-CD-FUNCIONARIO   TO FBC-CD-FUNCIONARIO
               READ FUNCBANC
                  INVALID KEY
                     PERFORM P400-EXCECAO THRU P400-FIM
                     GO TO P200-FIM
               END-READ
            ELSE
               PERFORM P400-EXCECAO      THRU P400-FIM
               GO TO P200-FIM
            END-IF

            MOVE FLH-CD-FUNCIONARIO      TO WS-CRD-DET-FUNCIONARIO
            MOVE FLH-NM-FUNCIONARIO      TO WS-CRD-DET-NOME
            MOVE FBC-BANCO               TO WS-CRD-DET-BANCO
            MOVE FBC-AGENCIA             TO WS-CRD-DET-AGENCIA
            MOVE FBC-CONTA               TO WS-CRD-DET-CONTA
            MOVE FLH-VR-LIQUIDO          TO WS-CRD-DET-VALOR
            MOVE WS-CRD-DETALHE          TO REG-CREDITO
            WRITE REG-CREDITO
            ADD 1                        TO WS-QT-CREDITOS
            ADD FLH-VR-LIQUIDO           TO WS-VR-CREDITOS
            .
       P200-FIM.
       P300-LE-HISTORICO.

            READ FOLHHIST NEXT RECORD
               AT END
                  SET EOF-OK             TO TRUE
               NOT AT END
                  IF FLH-COMPETENCIA NOT EQUAL WS-COMPETENCIA
                     SET EOF-OK          TO TRUE
                  ELSE
                     PERFORM P200-CREDITA-FUNC THRU P200-FIM
                  END-IF
            END-READ
            .
       P300-FIM.
       P400-EXCECAO.

            ADD 1                        TO WS-QT-EXCECOES
            ADD FLH-VR-LIQUIDO           TO WS-VR-EXCECOES

            MOVE SPACES                  TO REG-EXCECAO
            STRING 'FUNC ' FLH-CD-FUNCIONARIO ' ' FLH-NM-FUNCIONARIO
                   ' DEPTO ' FLH-CD-DEPTO
                   ' LIQUIDO ' FLH-VR-LIQUIDO
                   DELIMITED BY SIZE INTO REG-EXCECAO
            WRITE REG-EXCECAO
            .
       P400-FIM.
       P500-TOTAIS.

      ***** CREDITADO + EXCECOES TEM DE BATER COM O LIQUIDO DA ********
      ***** FOLHA (TOTAL GERAL DO REGISTRO DA FOLHAPAG) ***************
            COMPUTE WS-VR-CONFERENCIA = WS-VR-CREDITOS + WS-VR-EXCECOES

            MOVE SPACES                  TO REG-RELATORIO
            STRING 'CREDITO DE SALARIO - COMPETENCIA ' WS-COMPETENCIA
                   ' - GERADO EM ' WS-DATA-MOVIMENTO
                   DELIMITED BY SIZE INTO REG-RELATORIO
            WRITE REG-RELATORIO
            MOVE '---------------------------------------------'
                                          TO REG-RELATORIO
            WRITE REG-RELATORIO
            MOVE SPACES                  TO REG-RELATORIO
            STRING 'FOLHA (HISTORICO)...: ' WS-QT-FOLHA
                   ' FUNCIONARIO(S)  LIQUIDO: ' WS-VR-FOLHA
                   DELIMITED BY SIZE INTO REG-RELATORIO
            WRITE REG-RELATORIO
            MOVE SPACES                  TO REG-RELATORIO
            STRING 'CREDITOS NO ARQUIVO.: ' WS-QT-CREDITOS
                   ' FUNCIONARIO(S)  VALOR..: ' WS-VR-CREDITOS
                   DELIMITED BY SIZE INTO REG-RELATORIO
            WRITE REG-RELATORIO
            MOVE SPACES                  TO REG-RELATORIO
            STRING 'EXCECOES (MANUAL)...: ' WS-QT-EXCECOES
                   ' FUNCIONARIO(S)  VALOR..: ' WS-VR-EXCECOES
                   DELIMITED BY SIZE INTO REG-RELATORIO
            WRITE REG-RELATORIO
            MOVE SPACES                  TO REG-RELATORIO
            STRING 'LIQUIDO ZERADO......: ' WS-QT-ZERADOS
                   ' FUNCIONARIO(S)'
                   DELIMITED BY SIZE INTO REG-RELATORIO
            WRITE REG-RELATORIO
            MOVE '============================================='
                                          TO REG-RELATORIO
            WRITE REG-RELATORIO
            MOVE SPACES                  TO REG-RELATORIO
            IF WS-VR-CONFERENCIA EQUAL WS-VR-FOLHA
               STRING 'CREDITOS + EXCECOES = ' WS-VR-CONFERENCIA
                      ' - CONFERE COM O REGISTRO DA FOLHA'
                      DELIMITED BY SIZE INTO REG-RELATORIO
            ELSE
               STRING 'CREDITOS + EXCECOES = ' WS-VR-CONFERENCIA
                      ' - DIVERGE DA FOLHA (' WS-VR-FOLHA ')'
                      DELIMITED BY SIZE INTO REG-RELATORIO
               DISPLAY '*** TOTAL DO CREDITO DIVERGE DA FOLHA ***'
            END-IF
            WRITE REG-RELATORIO
            .
       P500-FIM.
       P600-REGISTRA-GERADO.

            OPEN EXTEND GERADOS
            IF WS-FS-GER EQUAL 35
               OPEN OUTPUT GERADOS
            END-IF

            IF WS-FS-GER EQUAL ZEROS
               MOVE WS-COMPETENCIA       TO GER-COMPETENCIA
               MOVE WS-DATA-MOVIMENTO    TO GER-DT-GERACAO
               MOVE WS-QT-CREDITOS       TO GER-QT-CREDITOS
               MOVE WS-VR-CREDITOS       TO GER-VR-CREDITOS
               WRITE REG-GERADO
               CLOSE GERADOS
            ELSE
               DISPLAY 'NAO FOI POSSIVEL REGISTRAR A COMPETENCIA '
                       'GERADA.'
               DISPLAY 'FILE STATUS: ' WS-FS-GER
            END-IF
            .
       P600-FIM.
       END PROGRAM CREDSAL.
