      *          (CADCLI, EM ESPECIAL O LIMITE DE CREDITO) CHAMA ESTE
      *          SUBPROGRAMA COM A IMAGEM ANTES E A IMAGEM DEPOIS DO
      *          REGISTRO - QUEM MUDOU O LIMITE DE QUEM DEIXA RASTRO.
      * Update: 15/10/2026 - Imagens antes e depois alargadas para o
      *         registro inteiro do cliente (117 posicoes, com o
      *         documento CPF/CNPJ e a situacao do e-mail); a linha do
      *         jornal passa de 253 para 285 posicoes.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CLIJRNL.
       DATA DIVISION.
       FILE SECTION.
       FD ARQ-JORNAL.
       01 REG-JORNAL                     PIC X(285).

       WORKING-STORAGE SECTION.
      ***** CAMINHOS FISICOS DOS ARQUIVOS - PRE-CARREGADOS COM O *****
          03 FILLER                      PIC X(01) VALUE SPACE.
          03 WS-JRN-OPERACAO             PIC X(10).
          03 FILLER                      PIC X(01) VALUE SPACE.
          03 WS-JRN-ANTES                PIC X(117).
          03 FILLER                      PIC X(01) VALUE SPACE.
          03 WS-JRN-DEPOIS               PIC X(117).

       LINKAGE SECTION.
       01 LK-PROGRAMA                    PIC X(10).
       01 LK-OPERADOR                    PIC X(12).
       01 LK-OPERACAO                    PIC X(10).
       01 LK-IMAGEM-ANTES                PIC X(117).
       01 LK-IMAGEM-DEPOIS               PIC X(117).

       PROCEDURE DIVISION USING LK-PROGRAMA LK-OPERADOR LK-OPERACAO
                                LK-IMAGEM-ANTES LK-IMAGEM-DEPOIS.
