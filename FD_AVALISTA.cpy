      *          ESTE ARQUIVO QUE POSCLI E EXTRACLI MOSTRAM O
      *          GARANTIDOR E O RELAVAL SOMA A EXPOSICAO DE QUEM
      *          AVALIZA CINCO CONTRATOS.
      * Modified: 15/10/2026 - O avalista ganhou o DOCUMENTO (CPF ou
      *           CNPJ, validado no CADVALID): o mesmo garantidor
      *           passa a ser reconhecido em contratos diferentes e,
      *           pelo CPFCRUZ, quando tambem e cliente, aluno ou
      *           funcionario. O avalista cliente herda o documento
      *           do CLIENTE.DAT. Arquivos existentes passam pelo
      *           CPFCONV.
      ******************************************************************
           01 REG-AVALISTA.
             03 AVL-NUM-CONTRATO            PIC 9(06).
             03 AVL-NOME                    PIC X(20).
             03 AVL-VR-GARANTIDO            PIC 9(09)V99.
             03 AVL-DT-REGISTRO             PIC 9(08).
             03 AVL-DOC.
                05 AVL-TP-DOC               PIC X(01).
                   88 AVL-DOC-CPF           VALUE 'F'.
                   88 AVL-DOC-CNPJ          VALUE 'J'.
                05 AVL-NR-DOC               PIC 9(14).
