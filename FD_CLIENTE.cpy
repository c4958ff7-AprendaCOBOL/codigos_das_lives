      *           vencida - cliente sem e-mail cai na lista de
      *           rejeitados do middleware. O CLIECONV converte os
      *           arquivos existentes com o campo em branco.
      * Modified: 15/10/2026 - O cliente ganhou o DOCUMENTO (CPF para
      *           pessoa fisica, CNPJ para empresa), validado pelos
      *           digitos verificadores no CADVALID e unico no
      *           mestre. O CPF fica alinhado a direita, com zeros a
      *           esquerda; tipo em branco e documento ainda nao
      *           capturado. Arquivos existentes passam pelo CPFCONV
      *           e os documentos sao capturados pelo CPFCAPT.
      * Modified: 15/10/2026 - O e-mail ganhou a SITUACAO
      *           (ST-EMAIL-CLIENTE): o NOTIFRET marca o endereco como
      *           invalido depois de devolucoes definitivas repetidas
      *           do middleware, o NOTIFICA deixa de usa-lo e o
      *           ESTQUAL o aponta. O CADCLI limpa a marca quando o
      *           e-mail e trocado. Arquivos existentes passam pelo
      *           NTFCONV.
      ******************************************************************
           01 REG-CLIENTE.
             03 CD-CLIENTE                   PIC 9(03).
                88 CLIENTE-INATIVO           VALUE 'I'.
             03 LIM-CREDITO-CLIENTE          PIC 9(09)V99.
             03 EM-CLIENTE                   PIC X(30).
             03 DOC-CLIENTE.
                05 TP-DOC-CLIENTE            PIC X(01).
                   88 DOC-CLIENTE-CPF        VALUE 'F'.
                   88 DOC-CLIENTE-CNPJ       VALUE 'J'.
                05 NR-DOC-CLIENTE            PIC 9(14).
             03 ST-EMAIL-CLIENTE             PIC X(01).
                88 EMAIL-CLIENTE-VALIDO      VALUE ' '.
                88 EMAIL-CLIENTE-INVALIDO    VALUE 'I'.
