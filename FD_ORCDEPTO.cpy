      ******************************************************************
      * Author: ANDRE COSTA
      * Date: 15/10/2026
      * Purpose: LAYOUT DO ORCAMENTO DE PESSOAL POR DEPARTAMENTO
      *          (ORCDEPTO.DAT), CHAVE DEPARTAMENTO + COMPETENCIA
      *          (AAAAMM): EFETIVO E CUSTO DE FOLHA ORCADOS PARA O
      *          MES. MANTIDO PELO CADORCTO E CONFRONTADO COM O
      *          REALIZADO PELO RELORCTO.
      ******************************************************************
           01 REG-ORCDEPTO.
             03 CHAVE-ORCDEPTO.
                05 ORC-CD-DEPTO              PIC 9(03).
                05 ORC-COMPETENCIA           PIC 9(06).
             03 ORC-QT-FUNCIONARIOS         PIC 9(05).
             03 ORC-VR-CUSTO                PIC 9(09)V99.
             03 ORC-OPERADOR                PIC X(12).
             03 ORC-DT-ATUALIZACAO          PIC 9(08).
