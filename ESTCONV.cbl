      *          DEPOIS PELO ESTSITUA) E CONFERE QUE O TOTAL GRAVADO
      *          E IGUAL AO TOTAL LIDO. O OPERADOR SUBSTITUI O
      *          ARQUIVO ORIGINAL PELO .NV APOS A CONFERENCIA.
      * Update: 15/10/2026 - CPF do estudante gravado zerado;
      *         a captura e pelo CPFCAPT.
      * Update: 15/10/2026 - Situacao do e-mail do estudante
      *         gravada em branco (endereco valido).
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ESTCONV.
                  MOVE CR-STUDENT-V      TO CR-STUDENT
      ***** TODO MUNDO NASCE ATIVO; O ESTSITUA AJUSTA OS DEMAIS *******
                  SET STUDENT-ATIVO      TO TRUE
                  MOVE ZEROS             TO CPF-STUDENT
                  SET EMAIL-STUDENT-VALIDO TO TRUE
                  WRITE REG-ESTUDANTE
                     INVALID KEY
                        DISPLAY 'ERRO AO GRAVAR O ESTUDANTE '
