      ******************************************************************
      * Author: ANDRE COSTA
      * Date: 15/10/2026
      * Purpose: LAYOUT DOS GOZOS DE FERIAS MARCADOS (FERGOZO.DAT),
      *          CHAVE FUNCIONARIO + DATA DE INICIO. O FERIAS.DAT SO
      *          GUARDA O SALDO DO PERIODO AQUISITIVO; AQUI FICAM AS
      *          DATAS DE CADA MARCACAO APROVADA (FERIAS, OPCAO M),
      *          PARA O PONTO (PONTOIMP) NAO CONTAR O DIA DE FERIAS
      *          COMO FALTA.
      ******************************************************************
           01 REG-FERGOZO.
             03 CHAVE-FERGOZO.
                05 FGZ-CD-FUNCIONARIO        PIC 9(04).
                05 FGZ-DT-INICIO             PIC 9(08).
             03 FGZ-DT-FIM                  PIC 9(08).
             03 FGZ-QT-DIAS                 PIC 9(02).
             03 FGZ-AA-AQUISITIVO           PIC 9(04).
             03 FGZ-APROVADOR               PIC X(12).
             03 FGZ-DT-APROVACAO            PIC 9(08).
