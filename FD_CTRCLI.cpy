      ******************************************************************
      * Author: ANDRE COSTA
      * Date: 15/10/2026
      * Purpose: LAYOUT DO INDICE DE CONTRATOS POR CLIENTE (CTRCLI.DAT)
      *          - UMA LINHA POR CONTRATO, CHAVE PELO CLIENTE DO
      *          CONTRATO (CD-CLIENTE-CONTRATO, OS 20 BYTES) SEGUIDO
      *          DO NUM-CONTRATO. QUEM PROCURA OS CONTRATOS DE UM
      *          CLIENTE (POSCLI, EXTRACLI, RELLIMIT, CONTRNOV E A
      *          CONSULTA CICS CFPKO007) POSICIONA AQUI E LE SO OS
      *          CONTRATOS DELE NO CONTRATO.DAT, SEM VARRER O MESTRE.
      *          MANTIDO PELO CTRCLIM A CADA CONTRATO GRAVADO, MIGRADO
      *          OU EXCLUIDO; REFEITO DO ZERO PELO CTRCLIGR E
      *          CONFERIDO CONTRA O MESTRE PELO AUDITREF (REGRA 5).
      ******************************************************************
           01 REG-CTRCLI.
             03 CHAVE-CTRCLI.
                05 CCL-CD-CLIENTE           PIC X(20).
                05 CCL-NUM-CONTRATO         PIC 9(06).
