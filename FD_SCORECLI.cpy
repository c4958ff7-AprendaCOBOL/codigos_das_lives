      ******************************************************************
      * Author: ANDRE COSTA
      * Date: 15/10/2026
      * Purpose: LAYOUT DA PONTUACAO INTERNA DE CREDITO DO CLIENTE
      *          (SCORECLI.DAT), CHAVE PELO CODIGO DO CLIENTE. REFEITA
      *          TODA NOITE PELO SCORECLI A PARTIR DO HISTORICO DE
      *          PAGAMENTO (CONTRATO, RECPARC, PREJUIZO E RENEGLNK).
      *          A FAIXA DE RISCO E LIDA PELO FAIXACLI NA ABERTURA DE
      *          CONTRATO (CONTRNOV) E NA PROPOSTA (PROPFIN); A FAIXA
      *          DA APURACAO ANTERIOR FICA GUARDADA PARA A LISTA DE
      *          MUDANCAS DE FAIXA.
      ******************************************************************
           01 REG-SCORECLI.
             03 SCR-CD-CLIENTE              PIC 9(03).
             03 SCR-VR-SCORE                PIC 9(04).
             03 SCR-FAIXA                   PIC X(01).
                88 RISCO-BAIXO              VALUE 'A'.
                88 RISCO-MEDIO              VALUE 'B'.
                88 RISCO-ALTO               VALUE 'C'.
                88 RISCO-SEM-HISTORICO      VALUE 'N'.
             03 SCR-FAIXA-ANTERIOR          PIC X(01).
             03 SCR-DT-CALCULO              PIC 9(08).
             03 SCR-DT-MUDANCA              PIC 9(08).
             03 SCR-QT-PARCELAS             PIC 9(05).
             03 SCR-MEDIA-ATRASO            PIC 9(05)V9.
             03 SCR-QT-RENEGOCIACOES        PIC 9(03).
             03 SCR-QT-PREJUIZOS            PIC 9(03).
             03 SCR-MESES-CLIENTE           PIC 9(04).
