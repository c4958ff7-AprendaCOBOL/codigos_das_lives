      *         mensagem clara; o trailer (quantidade + hash das
      *         chaves) e conferido contra o que foi lido antes de o
      *         resumo ser aceito como bom.
      * Update: 15/10/2026 - A imagem do estudante no backout
      *         passou a ter o registro inteiro (com a situacao e o
      *         CPF): com 90 posicoes o ESTBKOUT desfazia a alteracao
      *         deixando a situacao e o CPF em branco.
      * Update: 15/10/2026 - A imagem do estudante no backout
      *         cresceu com a situacao do e-mail (103 posicoes).
      * Update: 15/10/2026 - A imagem do ex-aluno no backout cresceu com
      *         o CPF do historico (121 posicoes); o arquivamento ja
      *         leva o CPF pelo MOVE CORRESPONDING.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ESTLOTE.
       01 REG-BACKOUT.
          03 BKO-TIPO                    PIC X(01).
          03 BKO-CD-STUDENT              PIC 9(05).
          03 BKO-IMAGEM-EST              PIC X(103).
          03 BKO-EXA-EXISTIA             PIC X(01).
          03 BKO-IMAGEM-EXA              PIC X(121).

       FD LOTECKP.
       01 REG-LOTECKP.
