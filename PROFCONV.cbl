      ******************************************************************
      * Author: ANDRE COSTA
      * Date: 15/10/2026
      * Purpose: CONVERSAO (EXECUCAO UNICA) DO CADASTRO DE PROFESSORES
      *          DO LAYOUT ANTIGO (SEM VINCULO COM A FOLHA) PARA O
      *          LAYOUT NOVO (COM PF-CD-FUNCIONARIO E O VALOR DA
      *          HORA-AULA). LE O PROFESSOR.DAT NO LAYOUT ANTIGO,
      *          REGRAVA EM PROFESSOR.NV NO LAYOUT NOVO COM O VINCULO
      *          E O VALOR ZERADOS (A SECRETARIA INFORMA OS DOIS PELO
      *          CADPROF) E CONFERE QUE O TOTAL GRAVADO E IGUAL AO
      *          TOTAL LIDO. O OPERADOR SUBSTITUI O ARQUIVO ORIGINAL
      *          PELO .NV APOS A CONFERENCIA.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROFCONV.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
            DECIMAL-POINT IS COMMA.
            INPUT-OUTPUT SECTION.
            FILE-CONTROL.
      ********** PROFESSOR NO LAYOUT ANTIGO **************************
                SELECT VELHO ASSIGN TO WS-ARQ-VELHO
                ORGANIZATION IS INDEXED
                ACCESS MODE  IS SEQUENTIAL
                RECORD KEY   IS PF-CD-PROFESSOR-V
                FILE STATUS  IS WS-FS-VELHO.
      ********** PROFESSOR NO LAYOUT NOVO ****************************
                SELECT NOVO ASSIGN TO WS-ARQ-NOVO
                ORGANIZATION IS INDEXED
                ACCESS MODE  IS SEQUENTIAL
                RECORD KEY   IS PF-CD-PROFESSOR
                FILE STATUS  IS WS-FS-NOVO.

       DATA DIVISION.
       FILE SECTION.
       FD VELHO.
       01 REG-PROFESSOR-V.
          03 PF-CD-PROFESSOR-V           PIC 9(03).
          03 PF-NM-PROFESSOR-V           PIC X(20).
          03 PF-ST-PROFESSOR-V           PIC X(01).

       FD NOVO.
          COPY FD_PROFESSOR.

       WORKING-STORAGE SECTION.
      ***** CAMINHOS FISICOS DOS ARQUIVOS - PRE-CARREGADOS COM O *****
      ***** PADRAO HISTORICO E RESOLVIDOS PELO ARQCONF NO INICIO *****
       77 WS-ARQ-VELHO               PIC X(68) VALUE
          'C:\Users\Mauro Vieira\bin\PROFESSOR.DAT'.
       77 WS-ARQ-NOVO                PIC X(68) VALUE
          'C:\Users\Mauro Vieira\bin\PROFESSOR.NV'.
       77 WS-FS-VELHO                    PIC 99.
          88 FS-VELHO-OK                 VALUE 0.
       77 WS-FS-NOVO                     PIC 99.
          88 FS-NOVO-OK                  VALUE 0.
       77 WS-EOF                         PIC X.
          88 EOF-OK                      VALUE 'S' FALSE 'N'.
       77 WS-QT-LIDOS                    PIC 9(06) VALUE ZEROS.
       77 WS-QT-GRAVADOS                 PIC 9(06) VALUE ZEROS.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.

      ***** RESOLVE OS CAMINHOS FISICOS PELO PERFIL DO ARQCONF ******
            CALL 'ARQCONF' USING 'PROFESSOR.DAT   ' WS-ARQ-VELHO
            CALL 'ARQCONF' USING 'PROFESSOR.NV    ' WS-ARQ-NOVO

            DISPLAY '*** CONVERSAO DOS PROFESSORES PARA O LAYOUT NOVO '
                    '***'

            OPEN INPUT VELHO

            IF NOT FS-VELHO-OK
               DISPLAY 'ERRO AO ABRIR OS PROFESSORES NO LAYOUT ANTIGO.'
               DISPLAY 'FILE STATUS: ' WS-FS-VELHO
               MOVE 16                   TO RETURN-CODE
               STOP RUN
            END-IF

            OPEN OUTPUT NOVO

            IF NOT FS-NOVO-OK
               DISPLAY 'ERRO AO ABRIR O CADASTRO NOVO (PROFESSOR.NV).'
               DISPLAY 'FILE STATUS: ' WS-FS-NOVO
               CLOSE VELHO
               MOVE 16                   TO RETURN-CODE
               STOP RUN
            END-IF

            SET EOF-OK                   TO FALSE
            PERFORM P200-CONVERTE        THRU P200-FIM UNTIL EOF-OK

            CLOSE VELHO NOVO

            DISPLAY 'REGISTROS LIDOS....: ' WS-QT-LIDOS
            DISPLAY 'REGISTROS GRAVADOS.: ' WS-QT-GRAVADOS

            IF WS-QT-LIDOS EQUAL WS-QT-GRAVADOS
               DISPLAY 'CONVERSAO OK: SUBSTITUA O PROFESSOR.DAT PELO '
                       'PROFESSOR.NV.'
            ELSE
               DISPLAY '*** TOTAIS NAO CONFEREM - NAO SUBSTITUA O '
                       'ARQUIVO! ***'
               MOVE 16                   TO RETURN-CODE
            END-IF

            STOP RUN.
       P200-CONVERTE.

            READ VELHO NEXT RECORD
               AT END
                  SET EOF-OK             TO TRUE
               NOT AT END
                  ADD 1                  TO WS-QT-LIDOS
                  MOVE PF-CD-PROFESSOR-V TO PF-CD-PROFESSOR
                  MOVE PF-NM-PROFESSOR-V TO PF-NM-PROFESSOR
                  MOVE PF-ST-PROFESSOR-V TO PF-ST-PROFESSOR
      ***** VINCULO E VALOR NASCEM ZERADOS: A SECRETARIA INFORMA ******
      ***** OS DOIS PELO CADPROF **************************************
                  MOVE ZEROS             TO PF-CD-FUNCIONARIO
                                            PF-VR-HORA-AULA
                  WRITE REG-PROFESSOR
                     INVALID KEY
                        DISPLAY 'ERRO AO GRAVAR O PROFESSOR '
                                PF-CD-PROFESSOR-V
                     NOT INVALID KEY
                        ADD 1            TO WS-QT-GRAVADOS
                  END-WRITE
            END-READ
            .
       P200-FIM.
       END PROGRAM PROFCONV.
