      * Modified: 21/08/2026 - Novo status RECUPERA: resultado de
      *           reprovacao revertido pela prova de recuperacao
      *           (RECUPERA), valendo a melhor das duas notas.
      * Modified: 15/10/2026 - Novo status CREDITADO: aproveitamento
      *           de estudos gravado pelo ESTTRANS na transferencia de
      *           curso. O resultado creditado nao tem as quatro notas;
      *           a mesma area guarda (NT-DADOS-CREDITO) a disciplina
      *           e o periodo de origem que foram aproveitados.
      ******************************************************************
           01 REG-NOTAS.
             03 CHAVE-NOTAS.
                88 NOTA-REPROVADO            VALUE 'REPROVADO'.
                88 NOTA-REP-FALTA            VALUE 'REP-FALTA'.
                88 NOTA-RECUPERADO           VALUE 'RECUPERA'.
                88 NOTA-CREDITADO            VALUE 'CREDITADO'.
             03 NT-PC-FALTAS                 PIC 9(03).
             03 NT-NOTAS-AVALIACAO.
                05 NT-NOTA1                  PIC 9(02)V99.
                05 NT-NOTA2                  PIC 9(02)V99.
                05 NT-NOTA3                  PIC 9(02)V99.
                05 NT-NOTA4                  PIC 9(02)V99.
             03 NT-DADOS-CREDITO REDEFINES NT-NOTAS-AVALIACAO.
                05 NT-ID-MATERIA-ORIGEM      PIC 9(03).
                05 NT-AA-PERIODO-ORIGEM      PIC 9(04).
                05 NT-SM-PERIODO-ORIGEM      PIC 9(01).
                05 FILLER                    PIC X(08).
             03 NT-MARCA-SEGCHAM             PIC X(01).
                88 RESULTADO-SEG-CHAMADA     VALUE 'S'.
