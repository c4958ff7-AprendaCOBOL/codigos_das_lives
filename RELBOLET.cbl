      *         dizer qual regra produziu a media impressa: PONDERADA
      *         pelos pesos do CFPK0002 (CADMATER) ou ARITMETICA
      *         quando a disciplina nao define pesos.
      * Update: 15/10/2026 - O resultado CREDITADO (aproveitamento
      *         de estudos da transferencia de curso, ESTTRANS)
      *         conta entre os aprovados da disciplina.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RELBOLET.

               IF SRT-ST-APROVACAO EQUAL "APROVADO"
                  OR SRT-ST-APROVACAO EQUAL "RECUPERA"
                  OR SRT-ST-APROVACAO EQUAL "CREDITADO"
                  ADD 1 TO WS-SUBJ-APROVADOS WS-TOTAL-APROVADOS
               ELSE
                  ADD 1 TO WS-SUBJ-REPROVADOS WS-TOTAL-REPROVADOS
