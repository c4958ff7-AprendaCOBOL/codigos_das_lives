      ******************************************************************
      * Author: ANDRE COSTA
      * Date: 15/10/2026
      * Purpose: LAYOUT DO CONTROLE DE COMPETENCIAS DE CONSIGNADO JA
      *          BAIXADAS (CONSGER.TXT): UMA LINHA POR COMPETENCIA QUE
      *          O CONSBAIX LANCOU NO RECPARC.DAT. O CONSBAIX RECUSA A
      *          SEGUNDA BAIXA DA MESMA COMPETENCIA E A FOLHAPAG
      *          RECUSA RECALCULAR UMA FOLHA JA FECHADA POR ELE.
      ******************************************************************
           01 REG-CONSGER.
             03 CSG-COMPETENCIA              PIC 9(06).
             03 CSG-DT-BAIXA                 PIC 9(08).
             03 CSG-QT-BAIXAS                PIC 9(06).
             03 CSG-VR-BAIXAS                PIC 9(11)V99.
