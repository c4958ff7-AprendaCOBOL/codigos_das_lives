      *         DYNAMIC, pois 210-APLICAR-TRANSACAO-JSON precisa de
      *         READ/WRITE/REWRITE por chave e SEQUENTIAL so permite
      *         READ NEXT RECORD.
      * Update: 15/10/2026 - Estudante novo vindo do JSON entra
      *         com o CPF zerado; a captura e pelo CPFCAPT.
      * Update: 15/10/2026 - E-mail novo ou trocado pelo JSON
      *         entra como valido, limpando a invalidacao por
      *         devolucao do NOTIFRET.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PRGJSON.
                         INVALID KEY
                            MOVE CORRESPONDING REG-TRANSACAO-JSON
                                               TO REG-ESTUDANTE
                            MOVE ZEROS TO CPF-STUDENT OF REG-ESTUDANTE
                            SET EMAIL-STUDENT-VALIDO TO TRUE
                            WRITE REG-ESTUDANTE
                            ADD 1 TO WS-CONT-CARREGADOS
                         NOT INVALID KEY
                            IF EM-STUDENT OF REG-TRANSACAO-JSON
                               NOT EQUAL EM-STUDENT OF REG-ESTUDANTE
                               SET EMAIL-STUDENT-VALIDO TO TRUE
                            END-IF
                            MOVE CORRESPONDING REG-TRANSACAO-JSON
                                               TO REG-ESTUDANTE
                            REWRITE REG-ESTUDANTE
