      ******************************************************************
      * Author: ANDRE COSTA
      * Date: 15/10/2026
      * Purpose: RELATORIO DOS PEDIDOS DE REVISAO DE NOTA EM ABERTO
      *          (REVNOTA.DAT), NA ORDEM DE NUMERO, COM O RESULTADO
      *          CONTESTADO E HA QUANTOS DIAS O PEDIDO AGUARDA A
      *          DECISAO DA COORDENACAO (DATA DE MOVIMENTO MENOS A DATA
      *          DO PEDIDO). PEDIDO QUE ESPERA MAIS QUE O FINPARM
      *          DIAS-REVISAO (PADRAO 15) SAI MARCADO COMO ATRASADO.
      *          RELATORIO EM RELREVIS.LST; RETORNO 4 QUANDO HA PEDIDO
      *          ATRASADO.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RELREVIS.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
            DECIMAL-POINT IS COMMA.
            INPUT-OUTPUT SECTION.
            FILE-CONTROL.
                SELECT REVNOTA ASSIGN TO
                WS-ARQ-REVNOTA
                ORGANIZATION IS INDEXED
                ACCESS MODE  IS SEQUENTIAL
                RECORD KEY   IS RV-NR-PEDIDO
                FILE STATUS  IS WS-FS-REV.
                SELECT CFPK0001 ASSIGN TO
                WS-ARQ-CFPK0001
                ORGANIZATION IS INDEXED
                ACCESS MODE  IS RANDOM
                RECORD KEY   IS ID-ALUNO
                FILE STATUS  IS WS-FS-ALU.
                SELECT RELATORIO ASSIGN TO
                WS-ARQ-RELREVIS
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS  IS WS-FS-REL.

       DATA DIVISION.
       FILE SECTION.
       FD REVNOTA.
          COPY FD_REVNOTA.

       FD CFPK0001.
       01 CFPK0001-ALUNO.
          03 ID-ALUNO                PIC 9(05).
          03 NM-ALUNO                PIC X(20).
          03 TL-ALUNO                PIC 9(11) COMP-3.

       FD RELATORIO.
       01 REG-RELATORIO                  PIC X(100).

       WORKING-STORAGE SECTION.
      ***** CAMINHOS FISICOS DOS ARQUIVOS - PRE-CARREGADOS COM O *****
      ***** PADRAO HISTORICO E RESOLVIDOS PELO ARQCONF NO INICIO *****
       77 WS-ARQ-REVNOTA             PIC X(68) VALUE
          'C:\Users\Mauro Vieira\bin\REVNOTA.DAT'.
       77 WS-ARQ-CFPK0001            PIC X(68) VALUE
          'C:\Users\Mauro Vieira\bin\CFPK0001.DAT'.
       77 WS-ARQ-RELREVIS            PIC X(68) VALUE
          'C:\Users\Mauro Vieira\bin\RELREVIS.LST'.
       77 WS-FS-REV                      PIC 99.
          88 FS-REV-OK                   VALUE 0.
       77 WS-FS-ALU                      PIC 99.
          88 FS-ALU-OK                   VALUE 0.
       77 WS-ALU-ABERTO                  PIC X VALUE 'N'.
          88 ALU-ABERTO                  VALUE 'S'.
       77 WS-FS-REL                      PIC 99.
       77 WS-EOF                         PIC X.
          88 EOF-OK                      VALUE 'S' FALSE 'N'.
       77 WS-DATA-MOVIMENTO              PIC 9(08) VALUE ZEROS.
       77 WS-CONTROLE-DATA               PIC X(01) VALUE 'N'.
       77 WS-DIAS-REVISAO                PIC 9(09)V99 VALUE 15.
       77 WS-DIAS-ESPERA                 PIC 9(05) VALUE ZEROS.
       77 WS-NM-ALUNO                    PIC X(20) VALUE SPACES.
       77 WS-MARCA                       PIC X(09) VALUE SPACES.
       77 WS-QT-ABERTOS                  PIC 9(05) VALUE ZEROS.
       77 WS-QT-ATRASADOS                PIC 9(05) VALUE ZEROS.
       77 WS-MAIOR-ESPERA                PIC 9(05) VALUE ZEROS.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.

      ***** RETURN-CODE E REGISTRADOR COMPARTILHADO: UM PASSO *********
      ***** ANTERIOR COM FALHA NAO PODE CONTAMINAR ESTE PASSO *********
            MOVE ZERO                    TO RETURN-CODE

      ***** RESOLVE OS CAMINHOS FISICOS PELO PERFIL DO ARQCONF ******
            CALL 'ARQCONF' USING 'REVNOTA.DAT     ' WS-ARQ-REVNOTA
            CALL 'ARQCONF' USING 'CFPK0001.DAT    ' WS-ARQ-CFPK0001
            CALL 'ARQCONF' USING 'RELREVIS.LST    ' WS-ARQ-RELREVIS

            CALL 'FINPARM' USING 'DIAS-REVISAO    ' WS-DIAS-REVISAO
            CALL 'DTMOVIM' USING WS-DATA-MOVIMENTO WS-CONTROLE-DATA

            DISPLAY '*** PEDIDOS DE REVISAO DE NOTA EM ABERTO ***'

            OPEN INPUT REVNOTA

            IF NOT FS-REV-OK
               DISPLAY 'PEDIDOS DE REVISAO INDISPONIVEIS.'
               DISPLAY 'FILE STATUS: ' WS-FS-REV
               MOVE 16                   TO RETURN-CODE
               GOBACK
            END-IF

            OPEN OUTPUT RELATORIO

            IF WS-FS-REL NOT EQUAL ZEROS
               DISPLAY 'ERRO AO ABRIR O RELATORIO DE REVISOES.'
               DISPLAY 'FILE STATUS: ' WS-FS-REL
               CLOSE REVNOTA
               MOVE 16                   TO RETURN-CODE
               GOBACK
            END-IF

      ***** SEM CADASTRO, SAI O CODIGO SEM O NOME *********************
            OPEN INPUT CFPK0001
            IF FS-ALU-OK
               MOVE 'S'                  TO WS-ALU-ABERTO
            END-IF

            MOVE SPACES                  TO REG-RELATORIO
            STRING 'PEDIDOS DE REVISAO DE NOTA EM ABERTO EM '
                   WS-DATA-MOVIMENTO(7:2) '/' WS-DATA-MOVIMENTO(5:2)
                   '/' WS-DATA-MOVIMENTO(1:4)
                   ' - ATRASO ACIMA DE ' WS-DIAS-REVISAO(6:4) ' DIAS'
                   DELIMITED BY SIZE INTO REG-RELATORIO
            WRITE REG-RELATORIO
            MOVE '============================================='
                                          TO REG-RELATORIO
            WRITE REG-RELATORIO
            MOVE SPACES                  TO REG-RELATORIO
            STRING 'PEDIDO ALUNO NOME                 DISC PERIODO '
                   'NT PEDIDO EM  DIAS'
                   DELIMITED BY SIZE INTO REG-RELATORIO
            WRITE REG-RELATORIO

            SET EOF-OK                   TO FALSE
            PERFORM P100-LE-PEDIDO       THRU P100-FIM UNTIL EOF-OK

            MOVE '============================================='
                                          TO REG-RELATORIO
            WRITE REG-RELATORIO
            MOVE SPACES                  TO REG-RELATORIO
            STRING 'PEDIDOS EM ABERTO: ' WS-QT-ABERTOS
                   '  ATRASADOS: ' WS-QT-ATRASADOS
                   '  MAIOR ESPERA: ' WS-MAIOR-ESPERA ' DIAS'
                   DELIMITED BY SIZE INTO REG-RELATORIO
            WRITE REG-RELATORIO

            IF ALU-ABERTO
               CLOSE CFPK0001
            END-IF
            CLOSE REVNOTA RELATORIO

            DISPLAY 'RELATORIO GERADO EM RELREVIS.LST ('
                    WS-QT-ABERTOS ' PEDIDO(S) EM ABERTO).'

            IF WS-QT-ATRASADOS GREATER THAN ZEROS
               DISPLAY '*** ' WS-QT-ATRASADOS ' PEDIDO(S) AGUARDANDO '
                       'HA MAIS DE ' WS-DIAS-REVISAO(6:4) ' DIAS ***'
               MOVE 4                    TO RETURN-CODE
            END-IF

            GOBACK.
       P100-LE-PEDIDO.

            READ REVNOTA NEXT RECORD
               AT END
                  SET EOF-OK             TO TRUE
               NOT AT END
                  IF REVISAO-ABERTA
                     PERFORM P200-DETALHE THRU P200-FIM
                  END-IF
            END-READ
            .
       P100-FIM.
           EXIT.
       P200-DETALHE.

            ADD 1                        TO WS-QT-ABERTOS

            MOVE ZEROS                   TO WS-DIAS-ESPERA
            IF RV-DT-PEDIDO GREATER THAN ZEROS
               AND RV-DT-PEDIDO LESS THAN WS-DATA-MOVIMENTO
               COMPUTE WS-DIAS-ESPERA =
                       FUNCTION INTEGER-OF-DATE(WS-DATA-MOVIMENTO)
                     - FUNCTION INTEGER-OF-DATE(RV-DT-PEDIDO)
            END-IF

            IF WS-DIAS-ESPERA GREATER THAN WS-MAIOR-ESPERA
               MOVE WS-DIAS-ESPERA       TO WS-MAIOR-ESPERA
            END-IF

            MOVE SPACES                  TO WS-MARCA
            IF WS-DIAS-ESPERA GREATER THAN WS-DIAS-REVISAO
               ADD 1                     TO WS-QT-ATRASADOS
               MOVE '*ATRASADO'          TO WS-MARCA
            END-IF

            MOVE SPACES                  TO WS-NM-ALUNO
            IF ALU-ABERTO
               MOVE RV-ID-ALUNO          TO ID-ALUNO
               READ CFPK0001
                  INVALID KEY
                     CONTINUE
                  NOT INVALID KEY
                     MOVE NM-ALUNO       TO WS-NM-ALUNO
               END-READ
            END-IF

            MOVE SPACES                  TO REG-RELATORIO
            STRING RV-NR-PEDIDO ' ' RV-ID-ALUNO ' ' WS-NM-ALUNO
                   ' ' RV-ID-MATERIA '  ' RV-AA-PERIODO '/'
                   RV-SM-PERIODO '  ' RV-QUAL-NOTA '  '
                   RV-DT-PEDIDO(7:2) '/' RV-DT-PEDIDO(5:2) '/'
                   RV-DT-PEDIDO(1:4) ' ' WS-DIAS-ESPERA ' ' WS-MARCA
                   DELIMITED BY SIZE INTO REG-RELATORIO
            WRITE REG-RELATORIO
            .
       P200-FIM.
           EXIT.
       END PROGRAM RELREVIS.
