      *           9(08): so os cinco primeiros digitos do CEP eram
      *           guardados, o que inviabilizava mala direta e a
      *           validacao pelas faixas do CEPUF.
      * Modified: 15/10/2026 - O funcionario ganhou o CPF
      *           (CPF-FUNCIONARIO, validado no CADVALID e unico no
      *           mestre; zeros e CPF ainda nao capturado). Arquivos
      *           existentes passam pelo CPFCONV; a captura e pelo
      *           CPFCAPT.
      ******************************************************************
           01 REG-FUNCIONARIO.
             03 CD-FUNCIONARIO               PIC 9(04).
             03 CG-FUNCIONARIO               PIC X(20).
             03 SL-FUNCIONARIO               PIC 9(07)V99.
             03 CD-DEPTO-FUNC                PIC 9(03).
             03 CPF-FUNCIONARIO              PIC 9(11).
