      * Date: 08/08/2026
      * Purpose: RESTAURAR UM ESTUDANTE EXCLUIDO A PARTIR DO HISTORICO
      *          EXALUNO.DAT PARA O STUDENT.DAT.
      * Update: 15/10/2026 - O EXALUNO nao guarda o CPF: o
      *         estudante restaurado volta com o CPF zerado, a ser
      *         recapturado no PRGATLZ1 ou no CPFCAPT.
      * Update: 15/10/2026 - O estudante restaurado volta com
      *         o e-mail como valido (o EXALUNO nao guarda a
      *         situacao do e-mail).
      * Update: 15/10/2026 - O EXALUNO passou a guardar o CPF: o
      *         estudante restaurado volta com o CPF do historico, pelo
      *         MOVE CORRESPONDING.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ESTREST.
                           'EXALUNO.'
                NOT INVALID KEY
                   MOVE CORRESPONDING REG-EXALUNO TO REG-ESTUDANTE
                   SET EMAIL-STUDENT-VALIDO TO TRUE
                   WRITE REG-ESTUDANTE
                      INVALID KEY
                         DISPLAY 'ESTUDANTE JA EXISTE EM STUDENT.DAT.'
