      ******************************************************************
      * Author: ANDRE COSTA
      * Date: 15/10/2026
      * Purpose: LAYOUT DO PRAZO DE REVISAO DE NOTA POR PERIODO LETIVO
      *          (PRAZOREV.DAT), CHAVE ANO + SEMESTRE. DEPOIS DA DATA
      *          LIMITE O REVNOTA RECUSA PEDIDO NOVO PARA RESULTADO DO
      *          PERIODO. PERIODO SEM REGISTRO NAO TEM PRAZO. MANTIDO
      *          PELA COORDENACAO NO PROPRIO REVNOTA.
      ******************************************************************
           01 REG-PRAZOREV.
             03 CHAVE-PRAZOREV.
                05 PZ-AA-PERIODO             PIC 9(04).
                05 PZ-SM-PERIODO             PIC 9(01).
             03 PZ-DT-LIMITE                 PIC 9(08).
             03 PZ-DT-ATUALIZACAO            PIC 9(08).
             03 PZ-OPERADOR                  PIC X(12).
