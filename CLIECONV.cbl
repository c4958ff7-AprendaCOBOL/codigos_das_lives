      *          TEM LIMITE PROPRIO) E CONFERE QUE O TOTAL GRAVADO E
      *          IGUAL AO TOTAL LIDO. O OPERADOR SUBSTITUI O ARQUIVO
      *          ORIGINAL PELO .NV APOS A CONFERENCIA.
      * Update: 15/10/2026 - Documento (CPF/CNPJ) do cliente
      *         gravado em branco; a captura e pelo CPFCAPT.
      * Update: 15/10/2026 - Situacao do e-mail do cliente
      *         gravada em branco (endereco valido).
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CLIECONV.
      ***** BRANCO ATE O CADCLI PREENCHER *****************************
                  MOVE ZEROS             TO LIM-CREDITO-CLIENTE
                  MOVE SPACES            TO EM-CLIENTE
                  MOVE SPACES            TO TP-DOC-CLIENTE
                  MOVE ZEROS             TO NR-DOC-CLIENTE
                  SET EMAIL-CLIENTE-VALIDO TO TRUE
                  WRITE REG-CLIENTE
                     INVALID KEY
                        DISPLAY 'ERRO AO GRAVAR O CLIENTE '
