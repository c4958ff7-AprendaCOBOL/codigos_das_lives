      ******************************************************************
      * Author: ANDRE COSTA
      * Date: 15/10/2026
      * Purpose: LAYOUT DO CADASTRO INDEXADO DE ANOS LETIVOS FECHADOS
      *          (ANOFECH.DAT), CHAVE PELO ANO. GRAVADO PELO ANOFECHA
      *          JUNTO COM A LINHA DO FECHADOS.TXT; E A TRAVA QUE O
      *          LANCAMENTO ONLINE DE NOTAS (CFPKO008) CONSULTA POR
      *          CHAVE - ANO PRESENTE AQUI NAO ACEITA MAIS NOTA.
      ******************************************************************
           01 REG-ANOFECH.
             03 AF-AA-FECHADO               PIC 9(04).
             03 AF-DT-FECHAMENTO            PIC 9(08).
