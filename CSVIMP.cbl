      *          E DEVOLVE AS RUINS EM CSVIMP.REJ COM A LINHA
      *          ORIGINAL E O MOTIVO. OS TOTAIS LIDO/ACEITO/REJEITADO
      *          SAEM NO CONSOLE PARA CONFERENCIA COM O REMETENTE.
      * Update: 15/10/2026 - Cliente importado entra sem
      *         documento (CPF/CNPJ): o CSV do parceiro nao o traz e
      *         a captura e pelo CPFCAPT.
      * Update: 15/10/2026 - Cliente importado entra com o
      *         e-mail como valido (ST-EMAIL-CLIENTE em branco).
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CSVIMP.
            SET CLIENTE-ATIVO            TO TRUE
            MOVE ZEROS                   TO LIM-CREDITO-CLIENTE
            MOVE SPACES                  TO EM-CLIENTE
            MOVE SPACES                  TO TP-DOC-CLIENTE
            MOVE ZEROS                   TO NR-DOC-CLIENTE
            SET EMAIL-CLIENTE-VALIDO     TO TRUE

            WRITE REG-CLIENTE
               INVALID KEY
