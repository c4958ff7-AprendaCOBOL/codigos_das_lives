      *           deixa de ser contado, sincronizado e cobrado como
      *           ativo sem precisar ser excluido para o EXALUNO.
      *           Arquivos existentes passam pelo ESTCONV.
      * Modified: 15/10/2026 - O estudante ganhou o CPF (CPF-STUDENT,
      *           validado no CADVALID e unico no mestre; zeros e
      *           CPF ainda nao capturado). Arquivos existentes
      *           passam pelo CPFCONV; a captura e pelo CPFCAPT.
      * Modified: 15/10/2026 - O e-mail ganhou a SITUACAO
      *           (ST-EMAIL-STUDENT): o NOTIFRET marca o endereco como
      *           invalido depois de devolucoes definitivas repetidas
      *           do middleware, o NOTIFICA deixa de usa-lo e o
      *           ESTQUAL o aponta. O PRGATLZ1 limpa a marca quando o
      *           e-mail e trocado. Arquivos existentes passam pelo
      *           NTFCONV.
      ******************************************************************
           01 REG-ESTUDANTE.
             03 CD-STUDENT                   PIC 9(05).
                88 STUDENT-TRANCADO          VALUE 'T'.
                88 STUDENT-FORMADO           VALUE 'F'.
                88 STUDENT-DESISTENTE        VALUE 'D'.
             03 CPF-STUDENT                  PIC 9(11).
             03 ST-EMAIL-STUDENT             PIC X(01).
                88 EMAIL-STUDENT-VALIDO      VALUE ' '.
                88 EMAIL-STUDENT-INVALIDO    VALUE 'I'.
