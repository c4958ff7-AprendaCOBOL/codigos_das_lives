      ******************************************************************
      * Author: ANDRE COSTA
      * Date: 15/10/2026
      * Purpose: LAYOUT DO REGISTRO DE ANONIMIZACOES DE TITULARES
      *          (ANONREG.DAT), CHAVE TIPO + CODIGO DO TITULAR. O
      *          LGPDANON GRAVA AQUI CADA PEDIDO DE ELIMINACAO: O
      *          TITULAR ANONIMIZADO (COM O PROTOCOLO DO LGPDREG, A
      *          DATA, O OPERADOR E QUANTOS REGISTROS E LINHAS DE
      *          JORNAL FORAM TRATADOS) OU O PEDIDO RECUSADO PELA
      *          RETENCAO LEGAL, COM O MOTIVO. ANONIMIZACAO COM MOTIVO
      *          PREENCHIDO FICOU INCOMPLETA E PODE SER REPETIDA. O
      *          CFPKO009 (JORNAL ONLINE) E O AUDITREF (REGRA 6) LEEM
      *          ESTE REGISTRO POR CHAVE.
      ******************************************************************
           01 REG-ANONREG.
             03 CHAVE-ANONREG.
                05 ANR-TP-TITULAR            PIC X(01).
                   88 ANR-CONTATO            VALUE 'C'.
                   88 ANR-CLIENTE            VALUE 'L'.
                   88 ANR-ALUNO              VALUE 'A'.
                   88 ANR-FUNCIONARIO        VALUE 'F'.
                05 ANR-CD-TITULAR            PIC 9(05).
             03 ANR-AA-PEDIDO               PIC 9(04).
             03 ANR-NR-PEDIDO               PIC 9(05).
             03 ANR-SITUACAO                PIC X(01).
                88 TITULAR-ANONIMIZADO      VALUE 'A'.
                88 ANONIMIZACAO-RECUSADA    VALUE 'R'.
             03 ANR-MOTIVO                  PIC X(50).
             03 ANR-DT-PROCESSO             PIC 9(08).
             03 ANR-OPERADOR                PIC X(12).
             03 ANR-QT-REGISTROS            PIC 9(05).
             03 ANR-QT-JORNAL               PIC 9(05).
