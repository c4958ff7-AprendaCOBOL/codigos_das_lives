      ******************************************************************
      * Author: ANDRE COSTA
      * Date: 15/10/2026
      * Purpose: LAYOUT DO RESUMO ANUAL DOS INFORMES DE RENDIMENTOS
      *          (INFREND.TXT), GRAVADO PELO INFREND PARA O RH
      *          CONFERIR COM O REGISTRO DA FOLHA DO ANO. TRES TIPOS
      *          DE LINHA: 'D' UMA POR FUNCIONARIO COM OS TOTAIS DO
      *          INFORME; 'C' UMA POR COMPETENCIA DA FOLHA (AAAA01 A
      *          AAAA12, AAAA13 E AAAA14 DO 13O) COM OS TOTAIS DO
      *          REGISTRO DAQUELE MES; 'T' O TOTAL GERAL DO ANO.
      ******************************************************************
           01 REG-INFREND.
             03 INF-TIPO                    PIC X(01).
                88 INF-DETALHE              VALUE 'D'.
                88 INF-COMPETENCIA-FOLHA    VALUE 'C'.
                88 INF-TOTAL                VALUE 'T'.
             03 FILLER                      PIC X(01).
             03 INF-ANO                     PIC 9(04).
             03 FILLER                      PIC X(01).
      ***** COMPETENCIA NA LINHA 'C'; FUNCIONARIO NA LINHA 'D' ********
             03 INF-REFERENCIA              PIC 9(06).
             03 INF-REF-FUNCIONARIO REDEFINES INF-REFERENCIA.
                05 FILLER                   PIC 9(02).
                05 INF-CD-FUNCIONARIO       PIC 9(04).
             03 FILLER                      PIC X(01).
      ***** MESES PAGOS NA LINHA 'D'; FUNCIONARIOS NAS DEMAIS *********
             03 INF-QUANTIDADE              PIC 9(04).
             03 FILLER                      PIC X(01).
             03 INF-VR-TRIBUTAVEL           PIC 9(09)V99.
             03 FILLER                      PIC X(01).
             03 INF-VR-INSS                 PIC 9(09)V99.
             03 FILLER                      PIC X(01).
             03 INF-VR-IRRF                 PIC 9(09)V99.
             03 FILLER                      PIC X(01).
             03 INF-VR-13                   PIC 9(09)V99.
             03 FILLER                      PIC X(01).
             03 INF-VR-INSS-13              PIC 9(09)V99.
             03 FILLER                      PIC X(01).
             03 INF-VR-IRRF-13              PIC 9(09)V99.
             03 FILLER                      PIC X(01).
             03 INF-VR-ISENTO               PIC 9(09)V99.
             03 FILLER                      PIC X(01).
             03 INF-VR-LIQUIDO              PIC 9(09)V99.
