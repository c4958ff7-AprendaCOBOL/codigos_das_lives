      ******************************************************************
      * Author: ANDRE COSTA
      * Date: 15/10/2026
      * Purpose: LAYOUT DO HISTORICO DE RISCO DE EVASAO (RISCOHIS.DAT),
      *          CHAVE ESTUDANTE + DATA DA APURACAO. GRAVADO PELO
      *          RELRISCO A CADA NOITE PARA TODO ESTUDANTE ATIVO, COM
      *          A PONTUACAO COMBINADA E OS FATORES QUE A COMPUSERAM
      *          (DISCIPLINAS COM MEDIA ABAIXO DO CORTE, PIOR
      *          PERCENTUAL DE FALTAS E PARCELAS DE MENSALIDADE
      *          VENCIDAS). E A BASE DA COMPARACAO COM A SEMANA
      *          ANTERIOR QUE APONTA QUEM ESTA PIORANDO. UMA RODADA
      *          REPETIDA NO MESMO DIA REGRAVA O REGISTRO DO DIA.
      ******************************************************************
           01 REG-RISCOHIS.
             03 CHAVE-RISCOHIS.
                05 RSH-CD-STUDENT            PIC 9(05).
                05 RSH-DT-APURACAO           PIC 9(08).
             03 RSH-AA-PERIODO              PIC 9(04).
             03 RSH-SM-PERIODO              PIC 9(01).
             03 RSH-PONTOS                  PIC 9(04).
             03 RSH-POSICAO                 PIC 9(05).
             03 RSH-QT-NOTAS-BAIXAS         PIC 9(02).
             03 RSH-PC-FALTAS               PIC 9(03).
             03 RSH-QT-PARC-VENCIDAS        PIC 9(03).
             03 RSH-DIAS-ATRASO             PIC 9(05).
