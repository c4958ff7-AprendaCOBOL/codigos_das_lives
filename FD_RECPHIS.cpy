      ******************************************************************
      * Author: ANDRE COSTA
      * Date: 15/10/2026
      * Purpose: LAYOUT DO HISTORICO DE RECEBIMENTOS DOS CONTRATOS
      *          ARQUIVADOS (RECPHIS.DAT), MESMA CHAVE DO RECPARC.DAT.
      *          CADA REGISTRO E A IMAGEM DO RECEBIMENTO COMO ESTAVA
      *          NO RECPARC.DAT (REG-RECPARC, FD_RECPARC) MAIS A DATA
      *          DO ARQUIVAMENTO. GRAVADO PELO CTRARQ JUNTO COM O
      *          CONTRATO (CONTRHIS.DAT). SE O REG-RECPARC CRESCER, O
      *          RCH-DADOS CRESCE JUNTO.
      ******************************************************************
           01 REG-RECPHIS.
             03 RCH-RECPARC.
                05 CHAVE-RECPHIS.
                   07 RCH-NUM-CONTRATO       PIC 9(06).
                   07 RCH-NUM-PARCELA        PIC 9(03).
                   07 RCH-SEQUENCIA          PIC 9(03).
                05 RCH-DADOS                 PIC X(80).
             03 RCH-DT-ARQUIVAMENTO          PIC 9(08).
