      ******************************************************************
      * Author: ANDRE COSTA
      * Date: 15/10/2026
      * Purpose: LAYOUT DO CATALOGO DE PRODUTOS DE FINANCIAMENTO
      *          (PRODUTO.DAT), CHAVE PELO CODIGO DO PRODUTO. CADA
      *          PRODUTO FIXA OS METODOS DE AMORTIZACAO PERMITIDOS
      *          (S=SAC, P=PRICE), O PRAZO MINIMO E MAXIMO EM
      *          PARCELAS, O VALOR FINANCIADO MINIMO E MAXIMO E A
      *          TAXA MENSAL PADRAO. A PROPOSTA (PROPFIN) E A
      *          ABERTURA (CONTRNOV) SO ACEITAM CONDICOES DENTRO DO
      *          PRODUTO ESCOLHIDO, E TAXA ABAIXO DA PADRAO SO SAI COM
      *          APROVADOR NIVEL-ADMINISTRADOR. PRODUTO INATIVO NAO
      *          ORIGINA, MAS CONTINUA VALENDO PARA OS CONTRATOS QUE
      *          JA TEM O CODIGO. MANTIDO PELO CADPROD.
      ******************************************************************
           01 REG-PRODUTO.
             03 PRD-CODIGO                  PIC X(04).
             03 PRD-DESCRICAO               PIC X(30).
             03 PRD-METODOS                 PIC X(02).
             03 PRD-PRAZO-MIN               PIC 9(03).
             03 PRD-PRAZO-MAX               PIC 9(03).
             03 PRD-VR-MIN                  PIC 9(08)V99.
             03 PRD-VR-MAX                  PIC 9(08)V99.
             03 PRD-TX-PADRAO               PIC 99V99.
             03 PRD-SITUACAO                PIC X(01).
                88 PRODUTO-ATIVO            VALUE 'A'.
                88 PRODUTO-INATIVO          VALUE 'I'.
             03 PRD-OPERADOR                PIC X(12).
             03 PRD-DT-ALTERACAO            PIC 9(08).
