      *         completado com tres zeros a direita para caber no novo
      *         CEP-FUNCIONARIO 9(08) (o sufixo real e corrigido na
      *         proxima manutencao do funcionario).
      * Update: 15/10/2026 - CPF do funcionario gravado
      *         zerado; a captura e pelo CPFCAPT.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. FUNCCONV.
                  MOVE ZEROS             TO DT-ADMISSAO
                                            SL-FUNCIONARIO
                                            CD-DEPTO-FUNC
                                            CPF-FUNCIONARIO
                  MOVE SPACES            TO CG-FUNCIONARIO
                  WRITE REG-FUNCIONARIO
                     INVALID KEY
