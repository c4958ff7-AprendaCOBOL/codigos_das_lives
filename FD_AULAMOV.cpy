      ******************************************************************
      * Author: ANDRE COSTA
      * Date: 15/10/2026
      * Purpose: LAYOUT DO MOVIMENTO DE AULAS DO MES (AULAMOV.TXT),
      *          GRAVADO PELO AULAPROF E LIDO PELA FOLHA (FOLHAPAG):
      *          UMA LINHA POR AULA SEMANAL DA GRADE DE CADA
      *          PROFESSOR PAGO PELA FOLHA, COM AS AULAS PREVISTAS NOS
      *          DIAS LETIVOS DO MES, AS CANCELADAS, AS DADAS E O
      *          VALOR. A FOLHA SOMA O VALOR AOS PROVENTOS E IMPRIME AS
      *          LINHAS COMO DEMONSTRATIVO NO CONTRACHEQUE.
      ******************************************************************
           01 REG-AULAMOV.
             03 ALM-COMPETENCIA              PIC 9(06).
             03 FILLER                       PIC X(01).
             03 ALM-CD-FUNCIONARIO           PIC 9(04).
             03 FILLER                       PIC X(01).
             03 ALM-CD-PROFESSOR             PIC 9(03).
             03 FILLER                       PIC X(01).
             03 ALM-ID-MATERIA               PIC 9(03).
             03 FILLER                       PIC X(01).
             03 ALM-DIA-SEMANA               PIC 9(01).
             03 FILLER                       PIC X(01).
             03 ALM-HORARIO                  PIC 9(04).
             03 FILLER                       PIC X(01).
             03 ALM-QT-PREVISTAS             PIC 9(02).
             03 FILLER                       PIC X(01).
             03 ALM-QT-CANCELADAS            PIC 9(02).
             03 FILLER                       PIC X(01).
             03 ALM-QT-DADAS                 PIC 9(02).
             03 FILLER                       PIC X(01).
             03 ALM-VR-HORA-AULA             PIC 9(05)V99.
             03 FILLER                       PIC X(01).
             03 ALM-VR-AULAS                 PIC 9(07)V99.
