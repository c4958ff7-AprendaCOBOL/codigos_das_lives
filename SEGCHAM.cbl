      *          E REGRAVADO COM A MARCA DE SEGUNDA CHAMADA E RASTRO
      *          NO JORNAL DE NOTAS (NOTJRNL). CADA SUBSTITUICAO SAI
      *          NA SECAO PROPRIA (SEGCHAM.LST), COMO NO RECUPERA.
      * Update: 15/10/2026 - O resultado CREDITADO (aproveitamento
      *         de estudos da transferencia de curso, ESTTRANS)
      *         nao tem as quatro notas e nao aceita segunda
      *         chamada.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SEGCHAM.
       P200-FIM.
       P300-SUBSTITUI.

      ***** APROVEITAMENTO DE ESTUDOS NAO TEM AS QUATRO NOTAS *********
            IF NOTA-CREDITADO
               DISPLAY 'RESULTADO CREDITADO POR APROVEITAMENTO DE '
                       'ESTUDOS - NAO HA NOTA A SUBSTITUIR.'
               GO TO P300-FIM
            END-IF

            MOVE REG-NOTAS               TO WS-IMAGEM-ANTES
            MOVE NT-MD-ALUNO             TO WS-MEDIA-ANTIGA

