      ******************************************************************
      * Author: ANDRE COSTA
      * Date: 15/10/2026
      * Purpose: LAYOUT DA FILA DE TRABALHO DA MESA DE COBRANCA
      *          (FILACOB.DAT), CHAVE PELA POSICAO NA FILA. REMONTADA
      *          TODA NOITE PELO FILACOBR A PARTIR DAS PARCELAS EM
      *          ATRASO, JA NA ORDEM DE PRIORIDADE: PRIMEIRO AS
      *          PROMESSAS QUEBRADAS (PROMVERI), DEPOIS AS DEMAIS POR
      *          DIAS DE ATRASO E SALDO, DO MAIOR PARA O MENOR. O
      *          COBRADOR TRABALHA A FILA NO ACIONCOB, QUE GRAVA AQUI
      *          O RESULTADO DA LIGACAO E QUEM A FEZ.
      ******************************************************************
           01 REG-FILACOB.
             03 FLC-POSICAO                 PIC 9(05).
             03 FLC-DT-FILA                 PIC 9(08).
             03 FLC-NUM-CONTRATO            PIC 9(06).
             03 FLC-NUM-PARCELA             PIC 9(03).
             03 FLC-CD-CLIENTE              PIC X(20).
             03 FLC-DT-VENCIMENTO           PIC 9(08).
             03 FLC-DIAS-ATRASO             PIC 9(05).
             03 FLC-VR-SALDO                PIC 9(08)V99.
             03 FLC-MOTIVO                  PIC X(01).
                88 FILA-ATRASO              VALUE 'A'.
                88 FILA-PROMESSA-QUEBRADA   VALUE 'Q'.
             03 FLC-SITUACAO                PIC X(01).
                88 FILA-PENDENTE            VALUE 'P'.
                88 FILA-TRABALHADA          VALUE 'T'.
             03 FLC-RESULTADO               PIC X(01).
                88 LIGACAO-SEM-RESPOSTA     VALUE 'N'.
                88 LIGACAO-NUMERO-ERRADO    VALUE 'E'.
                88 LIGACAO-PROMESSA         VALUE 'P'.
                88 LIGACAO-RECUSA           VALUE 'R'.
                88 LIGACAO-VALIDA           VALUE 'N' 'E' 'P' 'R'.
             03 FLC-COBRADOR                PIC X(12).
             03 FLC-DT-PROMETIDA            PIC 9(08).
             03 FLC-VR-PROMETIDO            PIC 9(08)V99.
