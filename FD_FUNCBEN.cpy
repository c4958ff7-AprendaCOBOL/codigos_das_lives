      ******************************************************************
      * Author: ANDRE COSTA
      * Date: 15/10/2026
      * Purpose: LAYOUT DAS ADESOES DE FUNCIONARIOS A BENEFICIOS
      *          (FUNCBEN.DAT), CHAVE FUNCIONARIO + BENEFICIO. VIGENCIA
      *          POR DATA DE INICIO E DE FIM (ZERO = SEM FIM) E O
      *          CUSTO MENSAL DO FUNCIONARIO QUANDO DIFERE DO CADASTRO
      *          DO BENEFICIO (O VALE-TRANSPORTE DEPENDE DO TRAJETO;
      *          ZERO = CUSTO DO BENEFICIO). MANTIDO PELO CADFBEN; A
      *          FOLHAPAG DESCONTA A ADESAO VIGENTE NA COMPETENCIA.
      ******************************************************************
           01 REG-FUNCBEN.
             03 CHAVE-FUNCBEN.
                05 FBN-CD-FUNCIONARIO        PIC 9(04).
                05 FBN-CD-BENEFICIO          PIC 9(03).
             03 FBN-DT-INICIO               PIC 9(08).
             03 FBN-DT-FIM                  PIC 9(08).
             03 FBN-VR-CUSTO                PIC 9(07)V99.
