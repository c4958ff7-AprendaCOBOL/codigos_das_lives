      ******************************************************************
      * Author: ANDRE COSTA
      * Date: 15/10/2026
      * Purpose: CONVERSAO (EXECUCAO UNICA) DO HISTORICO DE FOLHA DO
      *          LAYOUT ANTIGO PARA O LAYOUT NOVO (COM AS AULAS PAGAS
      *          AO PROFESSOR E O DESCONTO DE FALTAS/ATRASOS). LE O
      *          FOLHHIST.DAT NO LAYOUT ANTIGO, REGRAVA EM FOLHHIST.NV
      *          NO LAYOUT NOVO COM AS AULAS ZERADAS E O DESCONTO DO
      *          PONTO RECONSTITUIDO (SALARIO + HORAS EXTRAS - BRUTO,
      *          SO NOS MESES NORMAIS) E CONFERE QUE O TOTAL GRAVADO
      *          E IGUAL AO TOTAL LIDO. O OPERADOR SUBSTITUI O ARQUIVO
      *          ORIGINAL PELO .NV APOS A CONFERENCIA.
      * Update: 15/10/2026 - O layout novo traz tambem o desconto do
      *         emprestimo consignado, gravado zerado.
      * Update: 15/10/2026 - E o desconto dos beneficios do
      *         funcionario, tambem gravado zerado.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. FOLHCONV.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
            DECIMAL-POINT IS COMMA.
            INPUT-OUTPUT SECTION.
            FILE-CONTROL.
      ********** HISTORICO NO LAYOUT ANTIGO *************************
                SELECT VELHO ASSIGN TO WS-ARQ-VELHO
                ORGANIZATION IS INDEXED
                ACCESS MODE  IS SEQUENTIAL
                RECORD KEY   IS CHAVE-FOLHHIST-V
                FILE STATUS  IS WS-FS-VELHO.
      ********** HISTORICO NO LAYOUT NOVO ***************************
                SELECT NOVO ASSIGN TO WS-ARQ-NOVO
                ORGANIZATION IS INDEXED
                ACCESS MODE  IS SEQUENTIAL
                RECORD KEY   IS CHAVE-FOLHHIST
                FILE STATUS  IS WS-FS-NOVO.

       DATA DIVISION.
       FILE SECTION.
       FD VELHO.
       01 REG-FOLHHIST-V.
          03 CHAVE-FOLHHIST-V.
             05 FLH-COMPETENCIA-V        PIC 9(06).
             05 FLH-CD-FUNCIONARIO-V     PIC 9(04).
          03 FLH-NM-FUNCIONARIO-V        PIC X(30).
          03 FLH-CD-DEPTO-V              PIC 9(03).
          03 FLH-VR-SALARIO-V            PIC 9(07)V99.
          03 FLH-QT-HORAS-EXTRA-V        PIC 9(03).
          03 FLH-VR-HORAS-EXTRA-V        PIC 9(07)V99.
          03 FLH-VR-BRUTO-V              PIC 9(07)V99.
          03 FLH-VR-INSS-V               PIC 9(07)V99.
          03 FLH-VR-IRRF-V               PIC 9(07)V99.
          03 FLH-VR-LIQUIDO-V            PIC 9(07)V99.

       FD NOVO.
          COPY FD_FOLHHIST.

       WORKING-STORAGE SECTION.
      ***** CAMINHOS FISICOS DOS ARQUIVOS - PRE-CARREGADOS COM O *****
      ***** PADRAO HISTORICO E RESOLVIDOS PELO ARQCONF NO INICIO *****
       77 WS-ARQ-VELHO               PIC X(68) VALUE
          'C:\CursoCOBOL\COBOL\01 - Basico\bin\FOLHHIST.DAT'.
       77 WS-ARQ-NOVO                PIC X(68) VALUE
          'C:\CursoCOBOL\COBOL\01 - Basico\bin\FOLHHIST.NV'.
       77 WS-FS-VELHO                    PIC 99.
          88 FS-VELHO-OK                 VALUE 0.
       77 WS-FS-NOVO                     PIC 99.
          88 FS-NOVO-OK                  VALUE 0.
       77 WS-EOF                         PIC X.
          88 EOF-OK                      VALUE 'S' FALSE 'N'.
       77 WS-QT-LIDOS                    PIC 9(06) VALUE ZEROS.
       77 WS-QT-GRAVADOS                 PIC 9(06) VALUE ZEROS.
       77 WS-VR-DIFERENCA                PIC S9(07)V99 VALUE ZEROS.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.

      ***** RESOLVE OS CAMINHOS FISICOS PELO PERFIL DO ARQCONF ******
            CALL 'ARQCONF' USING 'FOLHHIST.DAT    ' WS-ARQ-VELHO
            CALL 'ARQCONF' USING 'FOLHHIST.NV     ' WS-ARQ-NOVO

            DISPLAY '*** CONVERSAO DO HISTORICO DE FOLHA PARA O '
                    'LAYOUT NOVO ***'

            OPEN INPUT VELHO

            IF NOT FS-VELHO-OK
               DISPLAY 'ERRO AO ABRIR O HISTORICO NO LAYOUT ANTIGO.'
               DISPLAY 'FILE STATUS: ' WS-FS-VELHO
               MOVE 16                   TO RETURN-CODE
               STOP RUN
            END-IF

            OPEN OUTPUT NOVO

            IF NOT FS-NOVO-OK
               DISPLAY 'ERRO AO ABRIR O HISTORICO NOVO (FOLHHIST.NV).'
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
               DISPLAY 'CONVERSAO OK: SUBSTITUA O FOLHHIST.DAT PELO '
                       'FOLHHIST.NV.'
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
                  MOVE REG-FOLHHIST-V    TO REG-FOLHHIST
                  MOVE ZEROS             TO FLH-QT-AULAS
                                            FLH-VR-AULAS
                                            FLH-VR-DESC-PONTO
                                            FLH-VR-CONSIGNADO
                                            FLH-VR-BENEFICIOS
      ***** NO MES NORMAL, O QUE FALTA NO BRUTO PARA SALARIO + HORAS **
      ***** EXTRAS FOI O DESCONTO DO PONTO; NO 13O (AAAA13/AAAA14) ****
      ***** OS CAMPOS DAS HORAS GUARDAM AVOS E ADIANTAMENTO ***********
                  IF FLH-COMPETENCIA-V(5:2) NOT GREATER THAN '12'
                     COMPUTE WS-VR-DIFERENCA =
                             FLH-VR-SALARIO-V + FLH-VR-HORAS-EXTRA-V -
                             FLH-VR-BRUTO-V
                     IF WS-VR-DIFERENCA GREATER THAN ZEROS
                        MOVE WS-VR-DIFERENCA TO FLH-VR-DESC-PONTO
                     END-IF
                  END-IF
                  WRITE REG-FOLHHIST
                     INVALID KEY
                        DISPLAY 'ERRO AO GRAVAR O HISTORICO '
                                CHAVE-FOLHHIST-V
                     NOT INVALID KEY
                        ADD 1            TO WS-QT-GRAVADOS
                  END-WRITE
            END-READ
            .
       P200-FIM.
       END PROGRAM FOLHCONV.
