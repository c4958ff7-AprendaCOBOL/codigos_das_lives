      ******************************************************************
      * Author: ANDRE COSTA
      * Date: 15/10/2026
      * Purpose: LAYOUT DO MOVIMENTO DE DESCONTOS DE EMPRESTIMO
      *          CONSIGNADO (CONSMOV.TXT), GRAVADO PELA FOLHA MENSAL
      *          (FOLHAPAG) E BAIXADO NO RECPARC.DAT PELO CONSBAIX
      *          DEPOIS DO FECHAMENTO DA FOLHA. UMA LINHA POR PARCELA
      *          EM ABERTO DO CONTRATO CONSIGNADO COM VENCIMENTO ATE A
      *          COMPETENCIA: O SALDO DEVIDO DA PARCELA E O QUANTO
      *          COUBE NA MARGEM DO LIQUIDO DO FUNCIONARIO. O QUE NAO
      *          COUBE CONTINUA EM ABERTO E VOLTA NA FOLHA SEGUINTE.
      ******************************************************************
           01 REG-CONSMOV.
             03 CSM-COMPETENCIA              PIC 9(06).
             03 FILLER                       PIC X(01).
             03 CSM-CD-FUNCIONARIO           PIC 9(04).
             03 FILLER                       PIC X(01).
             03 CSM-NUM-CONTRATO             PIC 9(06).
             03 FILLER                       PIC X(01).
             03 CSM-NUM-PARCELA              PIC 9(03).
             03 FILLER                       PIC X(01).
             03 CSM-DT-VENCIMENTO            PIC 9(08).
             03 FILLER                       PIC X(01).
             03 CSM-VR-SALDO                 PIC 9(08)V99.
             03 FILLER                       PIC X(01).
             03 CSM-VR-DESCONTADO            PIC 9(08)V99.
