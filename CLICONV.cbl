      *          OS REGISTROS CONVERTIDOS NASCEM ATIVOS E COM OS
      *          CAMPOS DE ENDERECO EM BRANCO; OS TOTAIS SAO
      *          CONFERIDOS RELENDO O MESTRE CARREGADO.
      * Update: 15/10/2026 - Documento (CPF/CNPJ) do cliente
      *         gravado em branco; a captura e pelo CPFCAPT.
      * Update: 15/10/2026 - Situacao do e-mail do cliente
      *         gravada em branco (endereco valido).
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CLICONV.
                  SET CLIENTE-ATIVO      TO TRUE
                  MOVE ZEROS             TO LIM-CREDITO-CLIENTE
                  MOVE SPACES            TO EM-CLIENTE
                  MOVE SPACES            TO TP-DOC-CLIENTE
                  MOVE ZEROS             TO NR-DOC-CLIENTE
                  SET EMAIL-CLIENTE-VALIDO TO TRUE
                  WRITE REG-CLIENTE
                     INVALID KEY
                        DISPLAY 'CODIGO DUPLICADO NA CONVERSAO: '
