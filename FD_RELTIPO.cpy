      ******************************************************************
      * Author: ANDRE COSTA
      * Date: 15/10/2026
      * Purpose: LAYOUT DOS TIPOS DE RELATORIO (RELTIPO.DAT), CHAVE
      *          NOME DO RELATORIO. O RELWRT CRIA O TIPO NA PRIMEIRA
      *          EXECUCAO (DESCRICAO = TITULO, SEM RETENCAO PROPRIA E
      *          SEM DISTRIBUICAO) E CONTROLA AQUI A ULTIMA GERACAO.
      *          O RELREIMP MANTEM A RETENCAO EM DIAS (ZERO = VALE A
      *          RETENCAO LISTAGEM DO LIMPEZA.TXT) E A LISTA DE
      *          DISTRIBUICAO (ATE CINCO DESTINATARIOS COM O NUMERO DE
      *          COPIAS DE CADA UM).
      ******************************************************************
           01 REG-RELTIPO.
             03 RTP-RELATORIO               PIC X(10).
             03 RTP-DESCRICAO               PIC X(40).
             03 RTP-RETENCAO-DIAS           PIC 9(05).
             03 RTP-ULT-GERACAO             PIC 9(05).
             03 RTP-DISTRIBUICAO.
                05 RTP-DESTINO OCCURS 5 TIMES.
                   07 RTP-DEST-NOME         PIC X(30).
                   07 RTP-DEST-SETOR        PIC X(20).
                   07 RTP-DEST-COPIAS       PIC 9(01).
             03 RTP-DT-ATUALIZACAO          PIC 9(08).
