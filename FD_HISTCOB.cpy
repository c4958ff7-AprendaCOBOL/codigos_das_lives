      ******************************************************************
      * Author: ANDRE COSTA
      * Date: 15/10/2026
      * Purpose: LAYOUT DO HISTORICO DE LIGACOES DA COBRANCA
      *          (HISTCOB.TXT, SEQUENCIAL, SO CRESCE). A FILA
      *          (FILACOB.DAT) E REMONTADA TODA NOITE; O QUE O
      *          COBRADOR REGISTROU EM CADA LIGACAO (ACIONCOB) FICA
      *          AQUI PARA CONSULTA POSTERIOR.
      ******************************************************************
           01 REG-HISTCOB.
             03 HCB-DATA                    PIC 9(08).
             03 FILLER                      PIC X(01).
             03 HCB-COBRADOR                PIC X(12).
             03 FILLER                      PIC X(01).
             03 HCB-NUM-CONTRATO            PIC 9(06).
             03 FILLER                      PIC X(01).
             03 HCB-NUM-PARCELA             PIC 9(03).
             03 FILLER                      PIC X(01).
             03 HCB-RESULTADO               PIC X(01).
             03 FILLER                      PIC X(01).
             03 HCB-DT-PROMETIDA            PIC 9(08).
             03 FILLER                      PIC X(01).
             03 HCB-VR-PROMETIDO            PIC 9(08)V99.
