      *          DEBITO AUTOMATICO (ARQUIVO DE ORDENS DE DEBITO), COM
      *          OS DADOS BANCARIOS DO CLIENTE PARA O DEBITO.
      *          CONTRATO SEM REGISTRO AQUI E BOLETO, COMO SEMPRE FOI.
      * Modified: 15/10/2026 - Novo canal PIX: a parcela e cobrada por
      *           uma cobranca PIX com txid proprio (PIXCOB.DAT, gerada
      *           pelo FATURA) e liquidada pelo arquivo do PSP (RETPIX).
      * Modified: 15/10/2026 - Novo canal CONSIGNADO: emprestimo a
      *           funcionario descontado em folha (FOLHAPAG) e baixado
      *           pelo CONSBAIX; o codigo do funcionario ocupa o campo
      *           da conta, que este canal nao usa.
      ******************************************************************
           01 REG-CONTRCOB.
             03 CCB-NUM-CONTRATO            PIC 9(06).
             03 CCB-CANAL                   PIC X(01).
                88 CANAL-BOLETO             VALUE 'B'.
                88 CANAL-DEBITO             VALUE 'D'.
                88 CANAL-PIX                VALUE 'P'.
                88 CANAL-CONSIGNADO         VALUE 'F'.
             03 CCB-BANCO                   PIC 9(03).
             03 CCB-AGENCIA                 PIC 9(05).
             03 CCB-CONTA                   PIC 9(10).
             03 CCB-DADOS-CONSIGNADO REDEFINES CCB-CONTA.
                05 CCB-CD-FUNCIONARIO       PIC 9(04).
                05 FILLER                   PIC 9(06).
