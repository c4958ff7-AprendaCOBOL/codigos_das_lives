      *          proposito, para permitir MOVE CORRESPONDING quando o
      *          desligamento (DESLIGA) arquiva o registro antes de
      *          excluir do cadastro.
      * Modified: 15/10/2026 - O historico ganhou o CPF do
      *           funcionario (CPF-FUNCIONARIO), no fim do registro,
      *           para que o desligado readmitido volte com o CPF ja
      *           validado. Arquivos existentes passam pelo CPFCONV
      *           (EXFUNC.NV, CPF zerado).
      ******************************************************************
           01 REG-EXFUNC.
             03 CD-FUNCIONARIO               PIC 9(04).
             03 DT-DESLIGAMENTO              PIC 9(08).
             03 MT-DESLIGAMENTO              PIC X(20).
             03 OPERADOR-DESLIGAMENTO        PIC X(12).
             03 CPF-FUNCIONARIO              PIC 9(11).
