      ******************************************************************
      * Author: ANDRE COSTA
      * Date: 15/10/2026
      * Purpose: LAYOUT DO ARQUIVO DE CREDITOS DE CLIENTE (CREDCLI.DAT),
      *          CHAVE CLIENTE + CONTRATO + SEQUENCIA. CADA REGISTRO E
      *          UM PAGAMENTO A MAIOR (BOLETO EM DUPLICIDADE, DEBITO
      *          QUE CAIU DEPOIS DO PAGAMENTO NO BALCAO...) COM A DATA,
      *          A ORIGEM E A PARCELA QUE O RECEBEU - A PROVA DE QUE O
      *          DINHEIRO ENTROU. O SALDO (CREDITO - UTILIZADO -
      *          DEVOLVIDO) E APLICADO NA PROXIMA PARCELA EM ABERTO OU
      *          DEVOLVIDO AO CLIENTE PELO BAIXACRED. CONTRATO DE
      *          ALUNO (CLIENTE NAO NUMERICO) FICA COM CLIENTE ZERO.
      * Modified: 15/10/2026 - Nova origem COBRANCA EXTERNA: o
      *           excedente veio do retorno da assessoria de cobranca
      *           terceirizada (RETCOBEX).
      * Modified: 15/10/2026 - Nova origem PIX: o excedente veio da
      *           liquidacao de uma cobranca PIX (RETPIX).
      ******************************************************************
           01 REG-CREDCLI.
             03 CHAVE-CREDCLI.
                05 CRD-CD-CLIENTE            PIC 9(03).
                05 CRD-NUM-CONTRATO          PIC 9(06).
                05 CRD-SEQUENCIA             PIC 9(03).
             03 CRD-NUM-PARCELA             PIC 9(03).
             03 CRD-DT-CREDITO              PIC 9(08).
             03 CRD-ORIGEM                  PIC X(01).
                88 CREDITO-MANUAL           VALUE 'M'.
                88 CREDITO-BANCO            VALUE 'B'.
                88 CREDITO-COBEXT           VALUE 'E'.
                88 CREDITO-PIX              VALUE 'P'.
             03 CRD-VR-CREDITO              PIC 9(08)V99.
             03 CRD-VR-UTILIZADO            PIC 9(08)V99.
             03 CRD-VR-DEVOLVIDO            PIC 9(08)V99.
             03 CRD-SITUACAO                PIC X(01).
                88 CREDITO-DISPONIVEL       VALUE 'A'.
                88 CREDITO-UTILIZADO        VALUE 'U'.
                88 CREDITO-DEVOLVIDO        VALUE 'D'.
             03 CRD-DT-DEVOLUCAO            PIC 9(08).
             03 CRD-OPERADOR                PIC X(12).
