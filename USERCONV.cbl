      *          SIGN-ON) E O CONTADOR ZERADO, E CONFERE QUE O TOTAL
      *          GRAVADO E IGUAL AO TOTAL LIDO. O OPERADOR SUBSTITUI
      *          O ARQUIVO ORIGINAL PELO .NV APOS A CONFERENCIA.
      * Update: 15/10/2026 - O layout novo ganhou os perfis de acesso:
      *         o nivel antigo vira perfil (1 CONSULTA, 2 CONSULTA +
      *         ATUALIZA, 3 ADMIN), os mesmos do PERFCONV, que cria a
      *         tabela PERFIL.DAT com esses perfis.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. USERCONV.
      ***** TROCA A SENHA NO PRIMEIRO SIGN-ON *************************
                  MOVE ZEROS             TO DT-TROCA-SENHA
                  MOVE ZERO              TO QT-FALHAS-USUARIO
                  MOVE SPACES            TO PERFIS-USUARIO
                  EVALUATE NV-USUARIO-V
                      WHEN 3
                         MOVE 'ADMIN'    TO PF-USUARIO(1)
                      WHEN 2
                         MOVE 'CONSULTA' TO PF-USUARIO(1)
                         MOVE 'ATUALIZA' TO PF-USUARIO(2)
                      WHEN OTHER
                         MOVE 'CONSULTA' TO PF-USUARIO(1)
                  END-EVALUATE
                  WRITE REG-USUARIO
                     INVALID KEY
                        DISPLAY 'ERRO AO GRAVAR O USUARIO '
