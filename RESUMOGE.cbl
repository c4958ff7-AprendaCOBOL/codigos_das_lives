      *          DE VARIACAO CONTRA A FOTOGRAFIA DA EXECUCAO ANTERIOR
      *          (RESUMO.SNP), REGRAVADA NO FINAL. RODA NA VIRADA DO
      *          MES PELO DRIVER NOTURNO.
      * Update: 15/10/2026 - O resultado CREDITADO (aproveitamento
      *         de estudos da transferencia de curso, ESTTRANS)
      *         conta entre as aprovacoes.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RESUMOGE.
                     SET EOF-OK          TO TRUE
                  NOT AT END
                     IF NOTA-APROVADO OR NOTA-RECUPERADO
                        OR NOTA-CREDITADO
                        ADD 1            TO WS-VALOR (5)
                     ELSE
                        ADD 1            TO WS-VALOR (6)
