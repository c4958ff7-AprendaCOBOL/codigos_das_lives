      ******************************************************************
      * Author: ANDRE COSTA
      * Date: 15/10/2026
      * Purpose: LAYOUT DOS PEDIDOS DE APROVACAO DAS OPERACOES
      *          FINANCEIRAS SENSIVEIS (APROVA.DAT), CHAVE PELO NUMERO
      *          DO PEDIDO. BAIXA PARA PREJUIZO (BAIXAPREJ),
      *          RENEGOCIACAO (RENEGOC), BOLSA/DESCONTO (CADDESC) E
      *          CORRECAO MONETARIA (INDEXCON) NAO SE APLICAM MAIS NA
      *          HORA: GRAVAM AQUI UM PEDIDO PENDENTE COM OS DADOS DA
      *          OPERACAO (APROVM); OUTRO USUARIO, COM O NIVEL EXIGIDO,
      *          APROVA OU REJEITA NO APROVAR - NUNCA QUEM PEDIU; SO O
      *          PEDIDO APROVADO E EXECUTADO PELO PROGRAMA DE ORIGEM,
      *          QUE O MARCA COMO EXECUTADO. O RELAPROV LISTA TODO DIA
      *          OS PENDENTES ESQUECIDOS NA FILA.
      ******************************************************************
           01 REG-APROVA.
             03 APV-NUM-PEDIDO              PIC 9(08).
             03 APV-OPERACAO                PIC X(10).
                88 APV-OP-BAIXAPREJ         VALUE 'BAIXAPREJ '.
                88 APV-OP-RENEGOC           VALUE 'RENEGOC   '.
                88 APV-OP-CADDESC           VALUE 'CADDESC   '.
                88 APV-OP-INDEXCON          VALUE 'INDEXCON  '.
             03 APV-SITUACAO                PIC X(01).
                88 APV-PENDENTE             VALUE 'P'.
                88 APV-APROVADO             VALUE 'A'.
                88 APV-REJEITADO            VALUE 'R'.
                88 APV-EXECUTADO            VALUE 'X'.
             03 APV-NV-EXIGIDO              PIC 9(01).
             03 APV-SOLICITANTE             PIC X(12).
             03 APV-DT-SOLICITACAO          PIC 9(08).
             03 APV-HR-SOLICITACAO          PIC 9(06).
             03 APV-APROVADOR               PIC X(12).
             03 APV-DT-DECISAO              PIC 9(08).
             03 APV-MOTIVO-REJEICAO         PIC X(40).
             03 APV-EXECUTOR                PIC X(12).
             03 APV-DT-EXECUCAO             PIC 9(08).
             03 APV-RESUMO                  PIC X(60).
             03 APV-DADOS                   PIC X(60).
      ***** DADOS DE CADA OPERACAO, GRAVADOS PELO PROGRAMA DE ORIGEM **
             03 APV-DADOS-BAIXAPREJ REDEFINES APV-DADOS.
                05 APV-BXP-DT-REFERENCIA    PIC 9(08).
                05 APV-BXP-DIAS-PREJUIZO    PIC 9(05).
                05 APV-BXP-QT-PARCELAS      PIC 9(05).
                05 APV-BXP-VR-TOTAL         PIC 9(11)V99.
                05 FILLER                   PIC X(29).
             03 APV-DADOS-RENEGOC REDEFINES APV-DADOS.
                05 APV-RNG-CONTRATO-ANTIGO  PIC 9(06).
                05 APV-RNG-CONTRATO-NOVO    PIC 9(06).
                05 APV-RNG-NUM-PARCELAS     PIC 9(03).
                05 APV-RNG-TAXA-JUROS       PIC 99V99.
                05 APV-RNG-METODO           PIC X(01).
                05 APV-RNG-DT-PRIMEIRA      PIC 9(08).
                05 APV-RNG-VR-DIVIDA        PIC 9(09)V99.
                05 FILLER                   PIC X(21).
             03 APV-DADOS-CADDESC REDEFINES APV-DADOS.
                05 APV-DSC-CD-STUDENT       PIC 9(05).
                05 APV-DSC-TIPO             PIC X(01).
                05 APV-DSC-VALOR            PIC 9(06)V99.
                05 APV-DSC-MOTIVO           PIC X(20).
                05 APV-DSC-DT-INICIO        PIC 9(08).
                05 APV-DSC-DT-FIM           PIC 9(08).
                05 FILLER                   PIC X(10).
             03 APV-DADOS-INDEXCON REDEFINES APV-DADOS.
                05 APV-IDX-PERIODO          PIC 9(04).
                05 APV-IDX-MES              PIC 9(02).
                05 APV-IDX-PC-APLICADO      PIC 99V99.
                05 APV-IDX-QT-CONTRATOS     PIC 9(05).
                05 APV-IDX-QT-PARCELAS      PIC 9(06).
                05 FILLER                   PIC X(39).
