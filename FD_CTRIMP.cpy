      ******************************************************************
      * Author: ANDRE COSTA
      * Date: 15/10/2026
      * Purpose: LAYOUT DO CONTROLE DE IMPRESSAO DO INSTRUMENTO DE
      *          CONTRATO (CTRIMP.DAT), CHAVE PELO NUM-CONTRATO. A
      *          PRIMEIRA IMPRESSAO (NA ABERTURA PELO CONTRNOV OU NA
      *          CONVERSAO DA PROPOSTA PELO PROPFIN) CRIA A LINHA; CADA
      *          REIMPRESSAO (REIMPCTR) SOMA 1 AO CONTADOR, QUE SAI
      *          IMPRESSO NO DOCUMENTO - SO A VIA 001 E A ORIGINAL.
      *          GRAVADO PELO CTRINSTR.
      ******************************************************************
           01 REG-CTRIMP.
             03 CIM-NUM-CONTRATO            PIC 9(06).
             03 CIM-QT-IMPRESSOES           PIC 9(03).
             03 CIM-DT-PRIMEIRA             PIC 9(08).
             03 CIM-USR-PRIMEIRA            PIC X(12).
             03 CIM-DT-ULTIMA               PIC 9(08).
             03 CIM-USR-ULTIMA              PIC X(12).
