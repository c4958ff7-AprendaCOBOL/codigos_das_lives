      ******************************************************************
      * Author: ANDRE COSTA
      * Date: 15/10/2026
      * Purpose: LAYOUT DO MOVIMENTO MENSAL DE RH PARA O GOVERNO
      *          (MOVRH.TXT), GERADO PELO FGTSMES: UMA LINHA POR
      *          ADMISSAO (DT-ADMISSAO NO MES), DESLIGAMENTO (EXFUNC,
      *          COM O MOTIVO) OU ALTERACAO DE SALARIO/CARGO (SALHIST)
      *          DA COMPETENCIA. NA ALTERACAO, O SALARIO ANTERIOR VAI
      *          EM MRH-VR-SALARIO-ANTERIOR; NO DESLIGAMENTO, O MOTIVO
      *          EM MRH-MOTIVO. SO E GERADO SEM PENDENCIAS DE CAMPOS
      *          OBRIGATORIOS.
      ******************************************************************
           01 REG-MOVRH.
             03 MRH-COMPETENCIA             PIC 9(06).
             03 FILLER                      PIC X(01).
             03 MRH-TIPO                    PIC X(01).
                88 MRH-ADMISSAO             VALUE 'A'.
                88 MRH-DESLIGAMENTO         VALUE 'D'.
                88 MRH-ALTERACAO            VALUE 'S'.
             03 FILLER                      PIC X(01).
             03 MRH-CD-FUNCIONARIO          PIC 9(04).
             03 FILLER                      PIC X(01).
             03 MRH-NM-FUNCIONARIO          PIC X(30).
             03 FILLER                      PIC X(01).
             03 MRH-SX-FUNCIONARIO          PIC X(01).
             03 FILLER                      PIC X(01).
             03 MRH-CEP-FUNCIONARIO         PIC 9(08).
             03 FILLER                      PIC X(01).
             03 MRH-DT-EVENTO               PIC 9(08).
             03 FILLER                      PIC X(01).
             03 MRH-CG-FUNCIONARIO          PIC X(20).
             03 FILLER                      PIC X(01).
             03 MRH-VR-SALARIO              PIC 9(07)V99.
             03 FILLER                      PIC X(01).
             03 MRH-VR-SALARIO-ANTERIOR     PIC 9(07)V99.
             03 FILLER                      PIC X(01).
             03 MRH-MOTIVO                  PIC X(20).
