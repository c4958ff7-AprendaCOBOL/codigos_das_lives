      *          REAPLICA EM ORDEM INVERSA, DEVOLVENDO O STUDENT.DAT
      *          (E O HISTORICO EXALUNO.DAT) AO ESTADO ANTERIOR AO
      *          LOTE.
      * Update: 15/10/2026 - A imagem do estudante no backout
      *         passou a ter o registro inteiro (com a situacao e o
      *         CPF), acompanhando o ESTLOTE.
      * Update: 15/10/2026 - A imagem do estudante no backout
      *         cresceu com a situacao do e-mail (103 posicoes).
      * Update: 15/10/2026 - A imagem do ex-aluno no backout cresceu com
      *         o CPF (121 posicoes), acompanhando o ESTLOTE.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ESTBKOUT.
       01 REG-BACKOUT.
          03 BKO-TIPO                    PIC X(01).
          03 BKO-CD-STUDENT              PIC 9(05).
          03 BKO-IMAGEM-EST              PIC X(103).
          03 BKO-EXA-EXISTIA             PIC X(01).
          03 BKO-IMAGEM-EXA              PIC X(121).

       WORKING-STORAGE SECTION.
      ***** CAMINHOS FISICOS DOS ARQUIVOS - PRE-CARREGADOS COM O *****
          03 WS-TB-ITEM OCCURS 2000 TIMES.
             05 WS-TB-TIPO               PIC X(01).
             05 WS-TB-CD-STUDENT         PIC 9(05).
             05 WS-TB-IMAGEM-EST         PIC X(103).
             05 WS-TB-EXA-EXISTIA        PIC X(01).
             05 WS-TB-IMAGEM-EXA         PIC X(121).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
