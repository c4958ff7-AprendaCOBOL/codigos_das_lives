      ******************************************************************
      * Author: ANDRE COSTA
      * Date: 15/10/2026
      * Purpose: LAYOUT DO INDICE DO REPOSITORIO DE RELATORIOS
      *          (RELINDX.DAT), CHAVE RELATORIO + GERACAO. O RELWRT
      *          GRAVA UMA ENTRADA POR RELATORIO PRODUZIDO: NOME DO
      *          RELATORIO (O NOME DA LISTAGEM SEM A EXTENSAO), DATA E
      *          HORA DA EXECUCAO, GERACAO (SEQUENCIAL POR RELATORIO,
      *          CONTROLADA NO RELTIPO), DATA DE MOVIMENTO, PAGINAS E
      *          LINHAS. A SAIDA GUARDADA FICA NO RELDADO COM A MESMA
      *          CHAVE. ENTRADA EM GRAVACAO E DE RELATORIO QUE NAO
      *          CHEGOU A SER FECHADO. O RELREIMP CONSULTA E
      *          REIMPRIME; O LIMPEZA EXPURGA PELA RETENCAO DO TIPO.
      ******************************************************************
           01 REG-RELINDX.
             03 CHAVE-RELINDX.
                05 RIX-RELATORIO            PIC X(10).
                05 RIX-GERACAO              PIC 9(05).
             03 RIX-DT-EXECUCAO             PIC 9(08).
             03 RIX-HR-EXECUCAO             PIC 9(06).
             03 RIX-DT-MOVIMENTO            PIC 9(08).
             03 RIX-PAGINAS                 PIC 9(05).
             03 RIX-LINHAS                  PIC 9(07).
             03 RIX-SITUACAO                PIC X(01).
                88 RIX-EM-GRAVACAO          VALUE 'G'.
                88 RIX-COMPLETO             VALUE 'C'.
             03 RIX-TITULO                  PIC X(40).
             03 RIX-ARQ-ORIGEM              PIC X(68).
