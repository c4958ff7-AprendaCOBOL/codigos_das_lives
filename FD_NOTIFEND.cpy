      ******************************************************************
      * Author: ANDRE COSTA
      * Date: 15/10/2026
      * Purpose: LAYOUT DA SAUDE DOS ENDERECOS DE E-MAIL (NOTIFEND.DAT),
      *          CHAVE TIPO DE PESSOA (C = CLIENTE, A = ESTUDANTE) +
      *          CODIGO. O NOTIFRET ACUMULA AQUI O QUE O MIDDLEWARE
      *          DEVOLVE PARA O ENDERECO ATUAL DA PESSOA: DEVOLUCOES
      *          DEFINITIVAS SEGUIDAS (UMA ENTREGA ZERA A CONTAGEM),
      *          DEVOLUCOES TEMPORARIAS, RECLAMACOES E ENTREGAS. TROCA
      *          DE ENDERECO RECOMECA TODAS AS CONTAGENS. AO ATINGIR O
      *          LIMITE DE DEVOLUCOES DEFINITIVAS O ENDERECO E
      *          INVALIDADO NO MESTRE (CLIENTE.DAT OU STUDENT.DAT) E A
      *          DATA FICA AQUI PARA O RELATORIO SEMANAL (NOTIFREL).
      ******************************************************************
           01 REG-NOTIFEND.
             03 CHAVE-NOTIFEND.
                05 NTE-TP-PESSOA            PIC X(01).
                   88 NTE-PESSOA-CLIENTE    VALUE 'C'.
                   88 NTE-PESSOA-ESTUDANTE  VALUE 'A'.
                05 NTE-CD-PESSOA            PIC 9(05).
             03 NTE-DESTINO                 PIC X(30).
             03 NTE-QT-DEVOL-DEF            PIC 9(03).
             03 NTE-QT-DEVOL-TEMP           PIC 9(03).
             03 NTE-QT-RECLAMACAO           PIC 9(03).
             03 NTE-QT-ENTREGUE             PIC 9(05).
             03 NTE-DT-ULT-ENTREGA          PIC 9(08).
             03 NTE-DT-ULT-DEVOLUCAO        PIC 9(08).
             03 NTE-DT-INVALIDACAO          PIC 9(08).
             03 NTE-SITUACAO                PIC X(01).
                88 NTE-VALIDO               VALUE ' '.
                88 NTE-INVALIDADO           VALUE 'I'.
