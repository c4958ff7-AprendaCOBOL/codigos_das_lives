      *          GRAVADO PELA FOLHA MENSAL (FOLHAPAG) COM OS VALORES
      *          CALCULADOS DO MES - E POR ELE QUE UM CONTRACHEQUE DE
      *          MES PASSADO PODE SER REIMPRESSO SEM RECALCULO.
      * Modified: 15/10/2026 - 13O SALARIO NAS COMPETENCIAS AAAA13
      *           (1A PARCELA) E AAAA14 (2A PARCELA): AVOS NO LUGAR
      *           DAS HORAS EXTRAS E A 1A PARCELA PAGA NO LUGAR DO
      *           VALOR DAS HORAS.
      * Modified: 15/10/2026 - O registro guarda as aulas pagas ao
      *           professor (quantidade e valor, do AULAPROF) e o
      *           desconto de faltas/atrasos do ponto, que o
      *           contracheque reimpresso mostra sem deduzir. Arquivos
      *           existentes sao reconstruidos pelo FOLHCONV.
      * Modified: 15/10/2026 - Desconto do emprestimo consignado do
      *           mes (ja deduzido do liquido), tambem zerado nos
      *           arquivos convertidos pelo FOLHCONV.
      * Modified: 15/10/2026 - Total descontado dos beneficios do
      *           funcionario no mes (CADFBEN), zerado nos arquivos
      *           convertidos pelo FOLHCONV.
      ******************************************************************
           01 REG-FOLHHIST.
             03 CHAVE-FOLHHIST.
             03 FLH-CD-DEPTO                PIC 9(03).
             03 FLH-VR-SALARIO              PIC 9(07)V99.
             03 FLH-QT-HORAS-EXTRA          PIC 9(03).
             03 FLH-QT-AVOS REDEFINES FLH-QT-HORAS-EXTRA
                                            PIC 9(03).
             03 FLH-VR-HORAS-EXTRA          PIC 9(07)V99.
             03 FLH-VR-ADIANTAMENTO REDEFINES FLH-VR-HORAS-EXTRA
                                            PIC 9(07)V99.
             03 FLH-VR-BRUTO                PIC 9(07)V99.
             03 FLH-VR-INSS                 PIC 9(07)V99.
             03 FLH-VR-IRRF                 PIC 9(07)V99.
             03 FLH-VR-LIQUIDO              PIC 9(07)V99.
             03 FLH-QT-AULAS                PIC 9(04).
             03 FLH-VR-AULAS                PIC 9(07)V99.
             03 FLH-VR-DESC-PONTO           PIC 9(07)V99.
             03 FLH-VR-CONSIGNADO           PIC 9(07)V99.
             03 FLH-VR-BENEFICIOS           PIC 9(07)V99.
