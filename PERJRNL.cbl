      ******************************************************************
      * Author: ANDRE COSTA
      * Date: 15/10/2026
      * Purpose: GRAVAR O JORNAL DOS PERIODOS CONTABEIS (PERJRNL.DAT),
      *          NO MESMO MOLDE DOS JORNAIS DE CLIENTES E CONTATOS.
      *          O FECHAMES (OPERACAO FECHA) E O PERREAB (OPERACAO
      *          REABRE) CHAMAM ESTE SUBPROGRAMA COM O MES, O OPERADOR
      *          E O MOTIVO - QUEM REABRIU MES FECHADO, QUANDO E POR
      *          QUE, FICA REGISTRADO PARA A AUDITORIA.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PERJRNL.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQ-JORNAL ASSIGN TO
           WS-ARQ-PERJRNL
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS  IS WS-FS-JRN.

       DATA DIVISION.
       FILE SECTION.
       FD ARQ-JORNAL.
       01 REG-JORNAL                     PIC X(98).

       WORKING-STORAGE SECTION.
      ***** CAMINHOS FISICOS DOS ARQUIVOS - PRE-CARREGADOS COM O *****
      ***** PADRAO HISTORICO E RESOLVIDOS PELO ARQCONF NO INICIO *****
       77 WS-ARQ-PERJRNL             PIC X(68) VALUE
          'C:\CursoCOBOL\COBOL\01 - Basico\bin\PERJRNL.DAT'.
       77 WS-FS-JRN                      PIC 99.
       77 WS-HORA-COMPLETA               PIC 9(08).
       01 WS-DATA-HORA.
          03 WS-DH-DATA                  PIC 9(08).
          03 WS-DH-HORA                  PIC 9(06).
       01 WS-LINHA-JORNAL.
          03 WS-JRN-DATA-HORA            PIC 9(14).
          03 FILLER                      PIC X(01) VALUE SPACE.
          03 WS-JRN-PROGRAMA             PIC X(10).
          03 FILLER                      PIC X(01) VALUE SPACE.
          03 WS-JRN-OPERADOR             PIC X(12).
          03 FILLER                      PIC X(01) VALUE SPACE.
          03 WS-JRN-OPERACAO             PIC X(10).
          03 FILLER                      PIC X(01) VALUE SPACE.
          03 WS-JRN-ANO-MES              PIC 9(06).
          03 FILLER                      PIC X(01) VALUE SPACE.
          03 WS-JRN-MOTIVO               PIC X(40).

       LINKAGE SECTION.
       01 LK-PROGRAMA                    PIC X(10).
       01 LK-OPERADOR                    PIC X(12).
       01 LK-OPERACAO                    PIC X(10).
       01 LK-ANO-MES                     PIC 9(06).
       01 LK-MOTIVO                      PIC X(40).

       PROCEDURE DIVISION USING LK-PROGRAMA LK-OPERADOR LK-OPERACAO
                                LK-ANO-MES LK-MOTIVO.
       MAIN-PROCEDURE.

      ***** RESOLVE OS CAMINHOS FISICOS PELO PERFIL DO ARQCONF ******
            CALL 'ARQCONF' USING 'PERJRNL.DAT     ' WS-ARQ-PERJRNL

            ACCEPT WS-DH-DATA               FROM DATE YYYYMMDD
            ACCEPT WS-HORA-COMPLETA         FROM TIME
            MOVE WS-HORA-COMPLETA(1:6)      TO WS-DH-HORA

            MOVE WS-DATA-HORA               TO WS-JRN-DATA-HORA
            MOVE LK-PROGRAMA                TO WS-JRN-PROGRAMA
            MOVE LK-OPERADOR                TO WS-JRN-OPERADOR
            MOVE LK-OPERACAO                TO WS-JRN-OPERACAO
            MOVE LK-ANO-MES                 TO WS-JRN-ANO-MES
            MOVE LK-MOTIVO                  TO WS-JRN-MOTIVO
            MOVE WS-LINHA-JORNAL            TO REG-JORNAL

            OPEN EXTEND ARQ-JORNAL

            IF WS-FS-JRN EQUAL 35
               OPEN OUTPUT ARQ-JORNAL
            END-IF

            IF WS-FS-JRN EQUAL ZEROS
               WRITE REG-JORNAL
               CLOSE ARQ-JORNAL
            ELSE
               DISPLAY 'NAO FOI POSSIVEL GRAVAR NO JORNAL DE '
                       'PERIODOS.'
               DISPLAY 'FILE STATUS: ' WS-FS-JRN
            END-IF

            GOBACK.
       END PROGRAM PERJRNL.
