      ******************************************************************
      * Author: ANDRE COSTA
      * Date: 15/10/2026
      * Purpose: LAYOUT DO HISTORICO DE CONTRATOS ARQUIVADOS
      *          (CONTRHIS.DAT), MESMA CHAVE DO CONTRATO.DAT. CADA
      *          REGISTRO E A IMAGEM DA PARCELA COMO ESTAVA NO
      *          CONTRATO.DAT (REG-CONTRATO, FD_CONTRATO) MAIS A DATA
      *          DO ARQUIVAMENTO - QUEM LE DEVOLVE A IMAGEM PARA O
      *          REG-CONTRATO E USA OS CAMPOS DE SEMPRE. GRAVADO PELO
      *          CTRARQ; LIDO PELO EXTRACLI E PELO POSCLI QUANDO O
      *          OPERADOR PEDE OS CONTRATOS ARQUIVADOS. SE O
      *          REG-CONTRATO CRESCER, O CTH-DADOS CRESCE JUNTO.
      ******************************************************************
           01 REG-CONTRHIS.
             03 CTH-CONTRATO.
                05 CHAVE-CONTRHIS.
                   07 CTH-NUM-CONTRATO       PIC 9(06).
                   07 CTH-NUM-PARCELA        PIC 9(03).
                05 CTH-DADOS                 PIC X(154).
             03 CTH-DT-ARQUIVAMENTO          PIC 9(08).
