      *          TOTAL MAIS OS ENCARGOS DE ATRASO. A ORIGEM DIZ SE O
      *          RECEBIMENTO VEIO DA BAIXA MANUAL (PAGPARC) OU DO
      *          RETORNO BANCARIO (RETBANCO).
      * Modified: 15/10/2026 - Nova origem CREDITO: o recebimento saiu
      *           do saldo credor do cliente (CREDCLI.DAT, aplicado
      *           pelo BAIXACRED) e nao do caixa do dia.
      * Modified: 15/10/2026 - Situacao do recebimento e dados do
      *           estorno (data, operador e motivo): o recebimento
      *           lancado errado e estornado pelo ESTRECEB em vez de
      *           apagado, e quem soma recebimentos da parcela ignora
      *           os estornados. Arquivos antigos passam pelo RCPCONV.
      * Modified: 15/10/2026 - Nova origem COBRANCA EXTERNA: o
      *           recebimento veio do retorno da assessoria de
      *           cobranca terceirizada (RETCOBEX) e nao entra na
      *           conciliacao bancaria.
      * Modified: 15/10/2026 - Nova origem PIX: o recebimento veio do
      *           arquivo de liquidacao do PSP (RETPIX) e cai na conta
      *           como credito do extrato, como o do banco.
      * Modified: 15/10/2026 - Nova origem FOLHA: desconto em folha
      *           do emprestimo consignado do funcionario (CONSBAIX),
      *           sem dinheiro no caixa nem no extrato.
      ******************************************************************
           01 REG-RECPARC.
             03 CHAVE-RECPARC.
             03 RCP-ORIGEM                  PIC X(01).
                88 RECEB-MANUAL             VALUE 'M'.
                88 RECEB-BANCO              VALUE 'B'.
                88 RECEB-CREDITO            VALUE 'C'.
                88 RECEB-COBEXT             VALUE 'E'.
                88 RECEB-PIX                VALUE 'P'.
                88 RECEB-FOLHA              VALUE 'F'.
             03 RCP-SITUACAO                PIC X(01).
                88 RECEB-ATIVO              VALUE 'A'.
                88 RECEB-ESTORNADO          VALUE 'E'.
             03 RCP-DT-ESTORNO              PIC 9(08).
             03 RCP-OPERADOR-ESTORNO        PIC X(12).
             03 RCP-MOTIVO-ESTORNO          PIC X(40).
