      ******************************************************************
      * Author: ANDRE COSTA
      * Date: 15/10/2026
      * Purpose: GRAVAR UM LANCAMENTO CONTABIL PENDENTE DE EXPORTACAO
      *          (LANCPEND.TXT). OS PROGRAMAS QUE GERAM EVENTOS
      *          CONTABEIS FORA DO CAIXA DO DIA (PROVISAO PDD E OS
      *          QUE VIEREM) CHAMAM ESTE SUBPROGRAMA COM O LANCAMENTO
      *          JA MONTADO NO LAYOUT DO FD_LANCTO; O CONTABEXP DO
      *          DIA LE O ARQUIVO E EXPORTA, JUNTO COM RECEBIMENTOS E
      *          FATURAMENTO, OS LANCAMENTOS DATADOS NA DATA DE
      *          MOVIMENTO. CADA PROGRAMA DEIXA DE PRECISAR DO SEU
      *          PROPRIO ARQUIVO DE EXPORTACAO.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. LANCGRV.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LANCPEND ASSIGN TO
           WS-ARQ-LANCPEND
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS  IS WS-FS-LCP.

       DATA DIVISION.
       FILE SECTION.
       FD LANCPEND.
          COPY FD_LANCTO.

       WORKING-STORAGE SECTION.
      ***** CAMINHOS FISICOS DOS ARQUIVOS - PRE-CARREGADOS COM O *****
      ***** PADRAO HISTORICO E RESOLVIDOS PELO ARQCONF NO INICIO *****
       77 WS-ARQ-LANCPEND            PIC X(68) VALUE
          'C:\CursoCOBOL\COBOL\01 - Basico\bin\LANCPEND.TXT'.
       77 WS-FS-LCP                      PIC 99.

       LINKAGE SECTION.
       01 LK-LANCTO                      PIC X(49).
       01 LK-FS                          PIC 99.

       PROCEDURE DIVISION USING LK-LANCTO LK-FS.
       MAIN-PROCEDURE.

      ***** RESOLVE OS CAMINHOS FISICOS PELO PERFIL DO ARQCONF ******
            CALL 'ARQCONF' USING 'LANCPEND.TXT    ' WS-ARQ-LANCPEND

            OPEN EXTEND LANCPEND

            IF WS-FS-LCP EQUAL 35
               OPEN OUTPUT LANCPEND
            END-IF

            IF WS-FS-LCP EQUAL ZEROS
               MOVE LK-LANCTO            TO REG-LANCTO
               WRITE REG-LANCTO
               MOVE WS-FS-LCP            TO LK-FS
               CLOSE LANCPEND
            ELSE
               DISPLAY 'NAO FOI POSSIVEL GRAVAR O LANCAMENTO PENDENTE.'
               DISPLAY 'FILE STATUS: ' WS-FS-LCP
               MOVE WS-FS-LCP            TO LK-FS
            END-IF

            GOBACK.
       END PROGRAM LANCGRV.
