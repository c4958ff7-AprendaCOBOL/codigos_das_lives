      ******************************************************************
      * Author: ANDRE COSTA
      * Date: 15/10/2026
      * Purpose: LAYOUT DA SAIDA GUARDADA NO REPOSITORIO DE RELATORIOS
      *          (RELDADO.DAT), CHAVE RELATORIO + GERACAO + LINHA. UMA
      *          LINHA DE 100 POSICOES POR LINHA IMPRESSA, NA ORDEM EM
      *          QUE O RELWRT A ESCREVEU, CABECALHOS INCLUSIVE - A
      *          REIMPRESSAO SAI IGUAL AO ORIGINAL. A ENTRADA DO
      *          INDICE (RELINDX.DAT) TEM A MESMA CHAVE SEM A LINHA.
      ******************************************************************
           01 REG-RELDADO.
             03 CHAVE-RELDADO.
                05 RDD-RELATORIO            PIC X(10).
                05 RDD-GERACAO              PIC 9(05).
                05 RDD-LINHA                PIC 9(07).
             03 RDD-TEXTO                   PIC X(100).
