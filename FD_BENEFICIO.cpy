      ******************************************************************
      * Author: ANDRE COSTA
      * Date: 15/10/2026
      * Purpose: LAYOUT DO CADASTRO DE BENEFICIOS DOS FUNCIONARIOS
      *          (BENEFICIO.DAT), CHAVE CODIGO DO BENEFICIO. TIPO
      *          (VALE-TRANSPORTE, PLANO DE SAUDE, VALE-REFEICAO OU
      *          OUTRO), CUSTO MENSAL POR ADERENTE, PARTE DO
      *          FUNCIONARIO EM PERCENTUAL DO CUSTO OU VALOR FIXO E O
      *          TETO LEGAL DO DESCONTO EM PERCENTUAL DO SALARIO (6%
      *          NO VALE-TRANSPORTE; ZERO = SEM TETO). MANTIDO PELO
      *          CADBENEF; A FOLHAPAG DESCONTA A PARTE DO FUNCIONARIO
      *          E O RESTO DO CUSTO E DA EMPRESA (RELBENEF).
      ******************************************************************
           01 REG-BENEFICIO.
             03 BNF-CD-BENEFICIO            PIC 9(03).
             03 BNF-DESCRICAO               PIC X(30).
             03 BNF-TIPO                    PIC X(01).
                88 BENEF-TRANSPORTE         VALUE 'T'.
                88 BENEF-SAUDE              VALUE 'S'.
                88 BENEF-REFEICAO           VALUE 'R'.
                88 BENEF-OUTRO              VALUE 'O'.
                88 BENEF-TIPO-VALIDO        VALUE 'T' 'S' 'R' 'O'.
             03 BNF-VR-CUSTO                PIC 9(07)V99.
             03 BNF-FORMA-DESCONTO          PIC X(01).
                88 BENEF-DESC-PERCENTUAL    VALUE 'P'.
                88 BENEF-DESC-FIXO          VALUE 'F'.
             03 BNF-VR-DESCONTO             PIC 9(07)V99.
             03 BNF-PC-TETO                 PIC 9(03)V99.
             03 BNF-SITUACAO                PIC X(01).
                88 BENEF-ATIVO              VALUE 'A'.
                88 BENEF-INATIVO            VALUE 'I'.
