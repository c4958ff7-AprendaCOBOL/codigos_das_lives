      *         indexado CLIENTE.DAT (carga inicial pelo CLICONV): a
      *         unicidade do codigo agora e imposta pela chave, e a
      *         varredura sequencial de duplicidade foi aposentada.
      * Update: 15/10/2026 - Documento (CPF/CNPJ) do cliente
      *         gravado em branco; e capturado no CADCLI ou CPFCAPT.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PRGGRAVAQ.
               DISPLAY 'INFORME A UF: '
               ACCEPT UF-CLIENTE
               SET CLIENTE-ATIVO   TO TRUE
               MOVE SPACES         TO TP-DOC-CLIENTE
               MOVE ZEROS          TO NR-DOC-CLIENTE
               WRITE  REG-CLIENTE
                  INVALID KEY
                     DISPLAY 'JA EXISTE CLIENTE COM O CODIGO: '
