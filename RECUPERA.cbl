      *         regravacao no mestre de notas passou a ser registrada
      *         no jornal de notas (NOTJRNL), com a imagem antes e
      *         depois e o operador autenticado.
      * Update: 15/10/2026 - O resultado CREDITADO (aproveitamento
      *         de estudos da transferencia de curso, ESTTRANS)
      *         nao e elegivel a prova de recuperacao.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RECUPERA.
                  DISPLAY 'A RECUPERACAO DESTE RESULTADO JA FOI '
                          'LANCADA.'
                  GO TO P300-FIM
               WHEN NOTA-CREDITADO
                  DISPLAY 'APROVEITAMENTO DE ESTUDOS NAO TEM PROVA '
                          'DE RECUPERACAO.'
                  GO TO P300-FIM
               WHEN NOTA-REP-FALTA
                  DISPLAY 'REPROVACAO POR FALTA NAO E ELEGIVEL A '
                          'PROVA DE RECUPERACAO.'
