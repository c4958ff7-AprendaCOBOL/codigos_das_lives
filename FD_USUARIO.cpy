      *           e a situacao BLOQUEADO, que o SIGNON aplica apos
      *           tres falhas e so o administrador libera no CADUSER.
      *           Arquivos existentes passam pelo USERCONV.
      * Modified: 15/10/2026 - O acesso deixou de ser decidido pelo
      *           nivel: cada usuario recebe ate cinco perfis de
      *           acesso (PF-USUARIO, tabela PERFIL.DAT) e o PERMITE
      *           libera cada funcao (programa + operacao) pela uniao
      *           deles. NV-USUARIO ficou so como informacao do nivel
      *           antigo. Arquivos existentes passam pelo PERFCONV.
      ******************************************************************
           01 REG-USUARIO.
             03 ID-USUARIO                   PIC X(12).
                88 USUARIO-BLOQUEADO         VALUE 'B'.
             03 DT-TROCA-SENHA               PIC 9(08).
             03 QT-FALHAS-USUARIO            PIC 9(01).
             03 PERFIS-USUARIO.
                05 PF-USUARIO                PIC X(08) OCCURS 5 TIMES.
