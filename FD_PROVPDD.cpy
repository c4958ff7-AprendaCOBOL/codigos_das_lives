      ******************************************************************
      * Author: ANDRE COSTA
      * Date: 15/10/2026
      * Purpose: LAYOUT DO SALDO DA PROVISAO PARA DEVEDORES DUVIDOSOS
      *          POR CONTRATO (PROVPDD.DAT), CHAVE NUM-CONTRATO.
      *          GUARDA O SALDO EM ATRASO QUE SERVIU DE BASE E A
      *          PROVISAO CONSTITUIDA NO ULTIMO CALCULO (PROVPDD): O
      *          FECHAMENTO SEGUINTE LANCA SO A DIFERENCA - COMPLEMENTO
      *          OU REVERSAO - CONTRA ESTE SALDO.
      ******************************************************************
           01 REG-PROVPDD.
             03 PDD-NUM-CONTRATO            PIC 9(06).
             03 PDD-CD-CLIENTE              PIC X(20).
             03 PDD-VR-BASE                 PIC 9(09)V99.
             03 PDD-VR-PROVISAO             PIC 9(09)V99.
             03 PDD-DT-CALCULO              PIC 9(08).
