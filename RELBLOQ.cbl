      ******************************************************************
      * Author: ANDRE COSTA
      * Date: 15/10/2026
      * Purpose: RELATORIO DIARIO DO BLOQUEIO FINANCEIRO. LE O
      *          REGISTRO DE OCORRENCIAS BLOQFIN.TXT E LISTA, PARA A
      *          DATA DE MOVIMENTO, CADA PEDIDO RECUSADO POR ATRASO DE
      *          MENSALIDADE, CADA PEDIDO QUE PASSOU PELA LIBERACAO
      *          EXCEPCIONAL E CADA LIBERACAO CONCEDIDA OU REVOGADA
      *          PELO ADMINISTRADOR, COM TOTAIS POR TIPO DE EVENTO.
      *          SEM O REGISTRO DE OCORRENCIAS NAO HOUVE EVENTO.
      *          RELATORIO EM RELBLOQ.LST; RETORNO 4 QUANDO HOUVE
      *          LIBERACAO NO DIA, PARA A CONFERENCIA DO FINANCEIRO.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RELBLOQ.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
            DECIMAL-POINT IS COMMA.
            INPUT-OUTPUT SECTION.
            FILE-CONTROL.
                SELECT BLOQLOG ASSIGN TO
                WS-ARQ-BLOQFIN
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS  IS WS-FS-BLG.
                SELECT RELATORIO ASSIGN TO
                WS-ARQ-RELBLOQ
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS  IS WS-FS-REL.

       DATA DIVISION.
       FILE SECTION.
       FD BLOQLOG.
          COPY FD_BLOQFIN.

       FD RELATORIO.
       01 REG-RELATORIO                  PIC X(132).

       WORKING-STORAGE SECTION.
      ***** CAMINHOS FISICOS DOS ARQUIVOS - PRE-CARREGADOS COM O *****
      ***** PADRAO HISTORICO E RESOLVIDOS PELO ARQCONF NO INICIO *****
       77 WS-ARQ-BLOQFIN             PIC X(68) VALUE
          'C:\Users\Mauro Vieira\bin\BLOQFIN.TXT'.
       77 WS-ARQ-RELBLOQ             PIC X(68) VALUE
          'C:\Users\Mauro Vieira\bin\RELBLOQ.LST'.
       77 WS-FS-BLG                      PIC 99.
          88 FS-BLG-OK                   VALUE 0.
       77 WS-BLG-ABERTO                  PIC X VALUE 'N'.
          88 BLG-ABERTO                  VALUE 'S'.
       77 WS-FS-REL                      PIC 99.
       77 WS-EOF                         PIC X.
          88 EOF-OK                      VALUE 'S' FALSE 'N'.
       77 WS-DATA-MOVIMENTO              PIC 9(08) VALUE ZEROS.
       77 WS-CONTROLE-DATA               PIC X(01) VALUE 'N'.
       77 WS-DS-EVENTO                   PIC X(10) VALUE SPACES.
       77 WS-QT-BLOQUEIOS                PIC 9(05) VALUE ZEROS.
       77 WS-QT-LIBERADOS                PIC 9(05) VALUE ZEROS.
       77 WS-QT-CONCESSOES               PIC 9(05) VALUE ZEROS.
       77 WS-QT-REVOGACOES               PIC 9(05) VALUE ZEROS.
       77 WS-VR-BLOQUEADO                PIC 9(11)V99 VALUE ZEROS.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.

      ***** RETURN-CODE E REGISTRADOR COMPARTILHADO: UM PASSO *********
      ***** ANTERIOR COM FALHA NAO PODE CONTAMINAR ESTE PASSO *********
            MOVE ZERO                    TO RETURN-CODE

      ***** RESOLVE OS CAMINHOS FISICOS PELO PERFIL DO ARQCONF ******
            CALL 'ARQCONF' USING 'BLOQFIN.TXT     ' WS-ARQ-BLOQFIN
            CALL 'ARQCONF' USING 'RELBLOQ.LST     ' WS-ARQ-RELBLOQ

            CALL 'DTMOVIM' USING WS-DATA-MOVIMENTO WS-CONTROLE-DATA

            DISPLAY '*** BLOQUEIOS E LIBERACOES FINANCEIRAS DO DIA ***'

            OPEN OUTPUT RELATORIO

            IF WS-FS-REL NOT EQUAL ZEROS
               DISPLAY 'ERRO AO ABRIR O RELATORIO DE BLOQUEIOS.'
               DISPLAY 'FILE STATUS: ' WS-FS-REL
               MOVE 16                   TO RETURN-CODE
               GOBACK
            END-IF

      ***** SEM O REGISTRO DE OCORRENCIAS, O RELATORIO SAI VAZIO ******
            OPEN INPUT BLOQLOG
            IF FS-BLG-OK
               MOVE 'S'                  TO WS-BLG-ABERTO
            END-IF

            MOVE SPACES                  TO REG-RELATORIO
            STRING 'BLOQUEIOS E LIBERACOES FINANCEIRAS EM '
                   WS-DATA-MOVIMENTO(7:2) '/' WS-DATA-MOVIMENTO(5:2)
                   '/' WS-DATA-MOVIMENTO(1:4)
                   DELIMITED BY SIZE INTO REG-RELATORIO
            WRITE REG-RELATORIO
            MOVE '============================================='
                                          TO REG-RELATORIO
            WRITE REG-RELATORIO
            MOVE SPACES                  TO REG-RELATORIO
            STRING 'HORA     EVENTO     ALUNO PROGRAMA   OPERADOR     '
                   'VALOR DEVIDO PARC  DIAS ADMINISTRADOR MOTIVO'
                   DELIMITED BY SIZE INTO REG-RELATORIO
            WRITE REG-RELATORIO

            IF BLG-ABERTO
               SET EOF-OK                TO FALSE
               PERFORM P100-LE-EVENTO    THRU P100-FIM UNTIL EOF-OK
               CLOSE BLOQLOG
            END-IF

            MOVE '============================================='
                                          TO REG-RELATORIO
            WRITE REG-RELATORIO
            MOVE SPACES                  TO REG-RELATORIO
            STRING 'RECUSADOS: ' WS-QT-BLOQUEIOS
                   '  VALOR EM ATRASO: ' WS-VR-BLOQUEADO
                   DELIMITED BY SIZE INTO REG-RELATORIO
            WRITE REG-RELATORIO
            MOVE SPACES                  TO REG-RELATORIO
            STRING 'PASSARAM PELA LIBERACAO: ' WS-QT-LIBERADOS
                   '  LIBERACOES CONCEDIDAS: ' WS-QT-CONCESSOES
                   '  REVOGADAS: ' WS-QT-REVOGACOES
                   DELIMITED BY SIZE INTO REG-RELATORIO
            WRITE REG-RELATORIO

            CLOSE RELATORIO

            DISPLAY 'RELATORIO GERADO EM RELBLOQ.LST ('
                    WS-QT-BLOQUEIOS ' RECUSA(S), '
                    WS-QT-LIBERADOS ' LIBERADO(S)).'

            IF WS-QT-LIBERADOS  GREATER THAN ZEROS
               OR WS-QT-CONCESSOES GREATER THAN ZEROS
               DISPLAY '*** HOUVE LIBERACAO EXCEPCIONAL NO DIA - '
                       'CONFERIR OS MOTIVOS ***'
               MOVE 4                    TO RETURN-CODE
            END-IF

            GOBACK.
       P100-LE-EVENTO.

            READ BLOQLOG
               AT END
                  SET EOF-OK             TO TRUE
               NOT AT END
                  IF BLG-DATA EQUAL WS-DATA-MOVIMENTO
                     PERFORM P200-DETALHE THRU P200-FIM
                  END-IF
            END-READ
            .
       P100-FIM.
           EXIT.
       P200-DETALHE.

            EVALUATE TRUE
                WHEN EVENTO-BLOQUEIO
                   ADD 1                 TO WS-QT-BLOQUEIOS
                   ADD BLG-VR-DEVIDO     TO WS-VR-BLOQUEADO
                   MOVE 'RECUSADO  '     TO WS-DS-EVENTO
                WHEN EVENTO-LIBERADO
                   ADD 1                 TO WS-QT-LIBERADOS
                   MOVE 'LIBERADO  '     TO WS-DS-EVENTO
                WHEN EVENTO-CONCESSAO
                   ADD 1                 TO WS-QT-CONCESSOES
                   MOVE 'CONCESSAO '     TO WS-DS-EVENTO
                WHEN EVENTO-REVOGACAO
                   ADD 1                 TO WS-QT-REVOGACOES
                   MOVE 'REVOGACAO '     TO WS-DS-EVENTO
                WHEN OTHER
                   GO TO P200-FIM
            END-EVALUATE

            MOVE SPACES                  TO REG-RELATORIO
            STRING BLG-HORA(1:2) ':' BLG-HORA(3:2) ':' BLG-HORA(5:2)
                   ' ' WS-DS-EVENTO ' ' BLG-CD-STUDENT ' '
                   BLG-PROGRAMA ' ' BLG-OPERADOR ' ' BLG-VR-DEVIDO ' '
                   BLG-QT-PARCELAS ' ' BLG-DIAS-ATRASO ' '
                   BLG-ADMINISTRADOR ' ' BLG-MOTIVO
                   DELIMITED BY SIZE INTO REG-RELATORIO
            WRITE REG-RELATORIO
            .
       P200-FIM.
           EXIT.
       END PROGRAM RELBLOQ.
