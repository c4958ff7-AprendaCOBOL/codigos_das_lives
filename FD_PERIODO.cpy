      ******************************************************************
      * Author: ANDRE COSTA
      * Date: 15/10/2026
      * Purpose: LAYOUT DO ARQUIVO DE CONTROLE DE PERIODOS CONTABEIS
      *          (PERIODO.DAT), CHAVE ANO + MES. O FECHAMES GRAVA O MES
      *          COMO FECHADO; DAI EM DIANTE OS PROGRAMAS QUE LANCAM
      *          MOVIMENTO FINANCEIRO CONSULTAM O MES PELO PERVERIF E
      *          RECUSAM DATA DE MES FECHADO. A REABERTURA (PERREAB,
      *          SO ADMINISTRADOR) GUARDA DATA, OPERADOR E MOTIVO. MES
      *          SEM REGISTRO ESTA ABERTO.
      ******************************************************************
           01 REG-PERIODO.
             03 CHAVE-PERIODO.
                05 PER-ANO-MES               PIC 9(06).
             03 PER-SITUACAO                PIC X(01).
                88 PERIODO-ABERTO           VALUE 'A'.
                88 PERIODO-FECHADO          VALUE 'F'.
             03 PER-DT-FECHAMENTO           PIC 9(08).
             03 PER-QT-FECHAMENTOS          PIC 9(03).
             03 PER-DT-REABERTURA           PIC 9(08).
             03 PER-OPERADOR-REABERTURA     PIC X(12).
             03 PER-MOTIVO-REABERTURA       PIC X(40).
