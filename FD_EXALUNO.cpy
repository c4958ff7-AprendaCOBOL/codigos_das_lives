      *          dito sao os mesmos do REG-ESTUDANTE (FD_ESTUDANTE) de
      *          proposito, para permitir MOVE CORRESPONDING entre os
      *          dois registros quando um estudante e excluido.
      * Modified: 15/10/2026 - O historico ganhou o CPF do estudante
      *           (CPF-STUDENT), no fim do registro: o estudante
      *           arquivado e restaurado pelo ESTREST volta com o CPF
      *           ja validado. Arquivos existentes passam pelo
      *           CPFCONV (EXALUNO.NV, CPF zerado).
      ******************************************************************
           01 REG-EXALUNO.
             03 CD-STUDENT                   PIC 9(05).
             03 CR-STUDENT                   PIC X(20).
             03 DT-EXCLUSAO                  PIC 9(08).
             03 OPERADOR-EXCLUSAO            PIC X(12).
             03 CPF-STUDENT                  PIC 9(11).
