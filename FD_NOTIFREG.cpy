      ******************************************************************
      * Author: ANDRE COSTA
      * Date: 15/10/2026
      * Purpose: LAYOUT DO REGISTRO DE NOTIFICACOES ENVIADAS
      *          (NOTIFREG.DAT), CHAVE TIPO + EVENTO. O NOTIFICA GRAVA
      *          UMA ENTRADA POR AVISO POSTO NA FILA DO MIDDLEWARE DE
      *          E-MAIL (PARCELA NA FAIXA, RESULTADO DO PERIODO OU
      *          COBRANCA PIX PELO TXID) COM O DESTINATARIO, A PESSOA
      *          (CLIENTE OU ESTUDANTE) E O TEMPLATE; O TIPO + CHAVE
      *          E O IDENTIFICADOR QUE VAI NA FILA E VOLTA NO RETORNO.
      *          O NOTIFRET ATUALIZA A SITUACAO DE ENTREGA PELO
      *          RETORNO DO MIDDLEWARE (ENTREGUE, DEVOLUCAO TEMPORARIA,
      *          DEVOLUCAO DEFINITIVA, RECLAMACAO) E MARCA O AVISO DE
      *          PARCELA NAO ENTREGUE QUE FOI PARA A CARTA (CARTACOB).
      *          SITUACAO EM BRANCO E AVISO AINDA SEM RETORNO.
      ******************************************************************
           01 REG-NOTIFREG.
             03 CHAVE-NOTIFREG.
                05 NTF-TIPO                 PIC X(01).
                   88 NTF-PARCELA           VALUE 'P'.
                   88 NTF-RESULTADO         VALUE 'R'.
                   88 NTF-COBRANCA-PIX      VALUE 'X'.
                05 NTF-CHAVE                PIC X(26).
             03 NTF-DT-GERACAO              PIC 9(08).
             03 NTF-TP-PESSOA               PIC X(01).
                88 NTF-PESSOA-CLIENTE       VALUE 'C'.
                88 NTF-PESSOA-ESTUDANTE     VALUE 'A'.
             03 NTF-CD-PESSOA               PIC 9(05).
             03 NTF-DESTINO                 PIC X(30).
             03 NTF-TEMPLATE                PIC X(08).
             03 NTF-SITUACAO                PIC X(01).
                88 NTF-SEM-RETORNO          VALUE ' '.
                88 NTF-ENTREGUE             VALUE 'E'.
                88 NTF-DEVOLUCAO-TEMP       VALUE 'S'.
                88 NTF-DEVOLUCAO-DEF        VALUE 'H'.
                88 NTF-RECLAMACAO           VALUE 'R'.
             03 NTF-DT-SITUACAO             PIC 9(08).
             03 NTF-HR-SITUACAO             PIC 9(06).
             03 NTF-QT-DEVOL-TEMP           PIC 9(02).
             03 NTF-DIAGNOSTICO             PIC X(40).
             03 NTF-CARTA                   PIC X(01).
                88 NTF-CARTA-PEDIDA         VALUE 'S'.
