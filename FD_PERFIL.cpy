      ******************************************************************
      * Author: ANDRE COSTA
      * Date: 15/10/2026
      * Purpose: LAYOUT DA TABELA DE PERFIS DE ACESSO (PERFIL.DAT),
      *          CHAVE PERFIL + PROGRAMA + OPERACAO. CADA PERFIL TEM
      *          UM REGISTRO DE CABECALHO (PROGRAMA E OPERACAO EM
      *          BRANCO) COM A DESCRICAO, E UM REGISTRO POR FUNCAO QUE
      *          ELE LIBERA. OPERACAO '*' LIBERA TODAS AS OPERACOES DO
      *          PROGRAMA; PROGRAMA '*' COM OPERACAO '*' LIBERA TUDO.
      *          O USUARIO RECEBE ATE CINCO PERFIS NO CADUSER
      *          (PF-USUARIO); O PERMITE DECIDE O ACESSO A CADA FUNCAO
      *          PELA UNIAO DOS PERFIS DELE. MANTIDA PELO CADPERF.
      ******************************************************************
           01 REG-PERFIL.
             03 CHAVE-PERFIL.
                05 PRF-CD-PERFIL            PIC X(08).
                05 PRF-FUNCAO.
                   88 PRF-CABECALHO         VALUE SPACES.
                   07 PRF-PROGRAMA          PIC X(10).
                   07 PRF-OPERACAO          PIC X(10).
             03 PRF-DESCRICAO               PIC X(30).
             03 PRF-DT-ATUALIZACAO          PIC 9(08).
