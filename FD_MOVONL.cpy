      ******************************************************************
      * Author: ANDRE COSTA
      * Date: 15/10/2026
      * Purpose: LAYOUT DA DATA DE MOVIMENTO PUBLICADA PARA O ONLINE
      *          (MOVONL.DAT), REGISTRO UNICO DE CHAVE 'MOVIMENT'. O
      *          CONTROLE DO LOTE (DATAMOV.TXT), O CALENDARIO DE
      *          FERIADOS (FERIADOS.TXT) E A MULTA DE ATRASO DO FINPARM
      *          SAO ARQUIVOS TEXTO QUE O CICS NAO LE; O DATAMOV GRAVA
      *          AQUI A MESMA DATA E SITUACAO DO CONTROLE, A MULTA E OS
      *          FERIADOS A CADA ABERTURA, AVANCO OU FECHAMENTO DO DIA.
      *          O CAIXA ONLINE (CFPKO011) CALCULA OS ENCARGOS DE
      *          ATRASO POR ESTE REGISTRO, COM A MESMA REGRA DO
      *          JURATRAS.
      ******************************************************************
           01 REG-MOVONL.
             03 CHAVE-MOVONL.
                05 MVO-CHAVE                 PIC X(08).
             03 MVO-DATA                    PIC 9(08).
             03 MVO-SITUACAO                PIC X(01).
                88 MVO-ABERTA               VALUE 'A'.
                88 MVO-FECHADA              VALUE 'F'.
             03 MVO-PC-MULTA                PIC 9(09)V99.
             03 MVO-QT-FERIADOS             PIC 9(03).
             03 MVO-FERIADOS.
                05 MVO-FERIADO               PIC 9(08) OCCURS 200 TIMES.
