      ******************************************************************
      * Author: ANDRE COSTA
      * Date: 15/10/2026
      * Purpose: LAYOUT DA LISTA DE ESPERA DE MATRICULA (ESPERA.DAT),
      *          CHAVE DISCIPLINA + PERIODO LETIVO + SEQUENCIA DE
      *          CHEGADA. O CADMATRI GRAVA O PEDIDO QUANDO A TURMA JA
      *          OCUPA A MENOR SALA DA GRADE DA DISCIPLINA E, A CADA
      *          TRANCAMENTO, MATRICULA O PRIMEIRO AGUARDANDO E O AVISA
      *          PELA FILA DE NOTIFICACOES. LISTADO PELO RELESPER.
      ******************************************************************
           01 REG-ESPERA.
             03 CHAVE-ESPERA.
                05 ESP-ID-MATERIA            PIC 9(03).
                05 ESP-AA-PERIODO            PIC 9(04).
                05 ESP-SM-PERIODO            PIC 9(01).
                05 ESP-SEQUENCIA             PIC 9(05).
             03 ESP-ID-ALUNO                PIC 9(05).
             03 ESP-DT-PEDIDO               PIC 9(08).
             03 ESP-OPERADOR                PIC X(12).
             03 ESP-SITUACAO                PIC X(01).
                88 ESPERA-AGUARDANDO        VALUE 'A'.
                88 ESPERA-MATRICULADO       VALUE 'M'.
                88 ESPERA-CANCELADO         VALUE 'C'.
             03 ESP-DT-SITUACAO             PIC 9(08).
