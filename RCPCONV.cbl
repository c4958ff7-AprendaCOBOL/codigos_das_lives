      ******************************************************************
      * Author: ANDRE COSTA
      * Date: 15/10/2026
      * Purpose: CONVERSAO (EXECUCAO UNICA) DO ARQUIVO DE RECEBIMENTOS
      *          DE PARCELA PARA O LAYOUT COM ESTORNO. LE O RECPARC.DAT
      *          NO LAYOUT ANTIGO (SEM SITUACAO E SEM OS DADOS DO
      *          ESTORNO) E REGRAVA EM RECPARC.NV NO LAYOUT NOVO: TODO
      *          RECEBIMENTO CONVERTIDO NASCE ATIVO, COM OS CAMPOS DO
      *          ESTORNO ZERADOS. OS TOTAIS (QUANTIDADE E VALOR) SAO
      *          CONFERIDOS RELENDO O ARQUIVO CONVERTIDO; O OPERADOR
      *          SUBSTITUI O ORIGINAL PELO .NV APOS A CONFERENCIA.
      *          DEVE RODAR ANTES DE QUALQUER PROGRAMA DO LAYOUT NOVO
      *          TOCAR O ARQUIVO.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RCPCONV.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
            DECIMAL-POINT IS COMMA.
            INPUT-OUTPUT SECTION.
            FILE-CONTROL.
                SELECT RECPARC-VELHO ASSIGN TO
                WS-ARQ-RECPARC
                ORGANIZATION IS INDEXED
                ACCESS MODE  IS SEQUENTIAL
                RECORD KEY   IS CHAVE-RECPARC-V
                FILE STATUS  IS WS-FS-VELHO.
                SELECT RECPARC-NOVO ASSIGN TO
                WS-ARQ-RECPARC-NV
                ORGANIZATION IS INDEXED
                ACCESS MODE  IS SEQUENTIAL
                RECORD KEY   IS CHAVE-RECPARC
                FILE STATUS  IS WS-FS-NOVO.

       DATA DIVISION.
       FILE SECTION.
       FD RECPARC-VELHO.
       01 REG-RECPARC-VELHO.
          03 CHAVE-RECPARC-V.
             05 RCP-NUM-CONTRATO-V       PIC 9(06).
             05 RCP-NUM-PARCELA-V        PIC 9(03).
             05 RCP-SEQUENCIA-V          PIC 9(03).
          03 RCP-DT-RECEBIMENTO-V        PIC 9(08).
          03 RCP-VR-RECEBIDO-V           PIC 9(08)V99.
          03 RCP-ORIGEM-V                PIC X(01).

       FD RECPARC-NOVO.
          COPY FD_RECPARC.

       WORKING-STORAGE SECTION.
      ***** CAMINHOS FISICOS DOS ARQUIVOS - PRE-CARREGADOS COM O *****
      ***** PADRAO HISTORICO E RESOLVIDOS PELO ARQCONF NO INICIO *****
       77 WS-ARQ-RECPARC             PIC X(68) VALUE
          'C:\CursoCOBOL\COBOL\01 - Basico\bin\RECPARC.DAT'.
       77 WS-ARQ-RECPARC-NV          PIC X(68) VALUE
          'C:\CursoCOBOL\COBOL\01 - Basico\bin\RECPARC.NV'.
       77 WS-FS-VELHO                    PIC 99.
          88 FS-VELHO-OK                 VALUE 0.
       77 WS-FS-NOVO                     PIC 99.
          88 FS-NOVO-OK                  VALUE 0.
       77 WS-EOF                         PIC X.
          88 EOF-OK                      VALUE 'S' FALSE 'N'.
       77 WS-QT-LIDOS                    PIC 9(06) VALUE ZEROS.
       77 WS-QT-GRAVADOS                 PIC 9(06) VALUE ZEROS.
       77 WS-QT-CONFERIDOS               PIC 9(06) VALUE ZEROS.
       77 WS-VR-LIDO                     PIC 9(11)V99 VALUE ZEROS.
       77 WS-VR-CONFERIDO                PIC 9(11)V99 VALUE ZEROS.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.

      ***** RESOLVE OS CAMINHOS FISICOS PELO PERFIL DO ARQCONF ******
            CALL 'ARQCONF' USING 'RECPARC.DAT     ' WS-ARQ-RECPARC
            CALL 'ARQCONF' USING 'RECPARC.NV      ' WS-ARQ-RECPARC-NV

            DISPLAY '*** CONVERSAO DO ARQUIVO DE RECEBIMENTOS ***'
            DISPLAY '*** LAYOUT COM SITUACAO E ESTORNO ***'

            OPEN INPUT RECPARC-VELHO

            IF WS-FS-VELHO EQUAL 35
               DISPLAY 'NAO EXISTE RECPARC.DAT A CONVERTER.'
               STOP RUN
            END-IF

            IF NOT FS-VELHO-OK
               DISPLAY 'ERRO AO ABRIR O ARQUIVO ORIGINAL.'
               DISPLAY 'FILE STATUS: ' WS-FS-VELHO
               MOVE 16                   TO RETURN-CODE
               STOP RUN
            END-IF

            OPEN OUTPUT RECPARC-NOVO

            IF NOT FS-NOVO-OK
               DISPLAY 'ERRO AO CRIAR O ARQUIVO CONVERTIDO.'
               DISPLAY 'FILE STATUS: ' WS-FS-NOVO
               CLOSE RECPARC-VELHO
               MOVE 16                   TO RETURN-CODE
               STOP RUN
            END-IF

            SET EOF-OK                   TO FALSE
            PERFORM P200-CONVERTE        THRU P200-FIM UNTIL EOF-OK

            CLOSE RECPARC-VELHO
            CLOSE RECPARC-NOVO

            PERFORM P300-CONFERE         THRU P300-FIM

            DISPLAY '*** RESUMO DA CONVERSAO ***'
            DISPLAY 'RECEBIMENTOS LIDOS......: ' WS-QT-LIDOS
            DISPLAY 'RECEBIMENTOS GRAVADOS...: ' WS-QT-GRAVADOS
            DISPLAY 'RECEBIMENTOS CONFERIDOS.: ' WS-QT-CONFERIDOS
            DISPLAY 'VALOR LIDO..............: ' WS-VR-LIDO
            DISPLAY 'VALOR CONFERIDO.........: ' WS-VR-CONFERIDO

            IF WS-QT-LIDOS EQUAL WS-QT-GRAVADOS
               AND WS-QT-GRAVADOS EQUAL WS-QT-CONFERIDOS
               AND WS-VR-LIDO EQUAL WS-VR-CONFERIDO
               DISPLAY 'TOTAIS CONFEREM. SUBSTITUA O RECPARC.DAT '
                       'PELO RECPARC.NV PARA CONCLUIR.'
            ELSE
               DISPLAY '*** DIVERGENCIA DE TOTAIS - NAO SUBSTITUA O '
                       'ARQUIVO ORIGINAL! ***'
               MOVE 16                   TO RETURN-CODE
            END-IF

            STOP RUN.
       P200-CONVERTE.

            READ RECPARC-VELHO NEXT RECORD
               AT END
                  SET EOF-OK             TO TRUE
               NOT AT END
                  ADD 1                  TO WS-QT-LIDOS
                  ADD RCP-VR-RECEBIDO-V  TO WS-VR-LIDO
                  MOVE RCP-NUM-CONTRATO-V
                                         TO RCP-NUM-CONTRATO
                  MOVE RCP-NUM-PARCELA-V TO RCP-NUM-PARCELA
                  MOVE RCP-SEQUENCIA-V   TO RCP-SEQUENCIA
                  MOVE RCP-DT-RECEBIMENTO-V
                                         TO RCP-DT-RECEBIMENTO
                  MOVE RCP-VR-RECEBIDO-V TO RCP-VR-RECEBIDO
                  MOVE RCP-ORIGEM-V      TO RCP-ORIGEM
      ***** O LAYOUT ANTIGO NAO TINHA ESTORNO: TODO RECEBIMENTO *******
      ***** CONVERTIDO NASCE ATIVO ************************************
                  SET RECEB-ATIVO        TO TRUE
                  MOVE ZEROS             TO RCP-DT-ESTORNO
                  MOVE SPACES            TO RCP-OPERADOR-ESTORNO
                                            RCP-MOTIVO-ESTORNO
                  WRITE REG-RECPARC
                     INVALID KEY
                        DISPLAY 'CHAVE DUPLICADA NA CONVERSAO: '
                                RCP-NUM-CONTRATO '/' RCP-NUM-PARCELA
                                '/' RCP-SEQUENCIA
                     NOT INVALID KEY
                        ADD 1            TO WS-QT-GRAVADOS
                  END-WRITE
            END-READ
            .
       P200-FIM.
       P300-CONFERE.

      ***** RELE O ARQUIVO CONVERTIDO E SOMA QUANTIDADE E VALOR *******
            OPEN INPUT RECPARC-NOVO

            IF NOT FS-NOVO-OK
               DISPLAY 'ERRO AO REABRIR O ARQUIVO CONVERTIDO.'
               DISPLAY 'FILE STATUS: ' WS-FS-NOVO
               MOVE 16                   TO RETURN-CODE
               GO TO P300-FIM
            END-IF

            SET EOF-OK                   TO FALSE
            PERFORM P310-CONTA           THRU P310-FIM UNTIL EOF-OK

            CLOSE RECPARC-NOVO
            .
       P300-FIM.
       P310-CONTA.

            READ RECPARC-NOVO NEXT RECORD
               AT END
                  SET EOF-OK             TO TRUE
               NOT AT END
                  ADD 1                  TO WS-QT-CONFERIDOS
                  ADD RCP-VR-RECEBIDO    TO WS-VR-CONFERIDO
            END-READ
            .
       P310-FIM.
       END PROGRAM RCPCONV.
