      ******************************************************************
      * Author: ANDRE COSTA
      * Date: 15/10/2026
      * Purpose: LAYOUT DO CONTROLE DE RPS / NFS-E DAS MENSALIDADES
      *          (NFSE.DAT), CHAVE NUMERO DO RPS, CHAVE ALTERNATIVA O
      *          RECEBIMENTO (CONTRATO + PARCELA + SEQUENCIA DO
      *          RECPARC, COM DUPLICATAS). O NFSEGER GRAVA UM RPS POR
      *          RECEBIMENTO DE MENSALIDADE, COM O TOMADOR, O SERVICO,
      *          OS VALORES E O ISS QUE FORAM NO LOTE DA PREFEITURA; O
      *          NFSERET GUARDA NELE O NUMERO DA NFS-E EMITIDA OU O
      *          MOTIVO DA RECUSA. RECEBIMENTO COM RPS RECUSADO GANHA
      *          UM RPS NOVO NA PROXIMA GERACAO - O RECUSADO FICA COMO
      *          HISTORICO (SUBSTITUIDO).
      ******************************************************************
           01 REG-NFSE.
             03 NFS-NUM-RPS                 PIC 9(08).
             03 NFS-CHAVE-RECEBIMENTO.
                05 NFS-NUM-CONTRATO          PIC 9(06).
                05 NFS-NUM-PARCELA           PIC 9(03).
                05 NFS-SEQUENCIA             PIC 9(03).
             03 NFS-SERIE-RPS               PIC X(05).
             03 NFS-DT-EMISSAO-RPS          PIC 9(08).
             03 NFS-DT-RECEBIMENTO          PIC 9(08).
             03 NFS-CD-STUDENT              PIC 9(05).
             03 NFS-NM-TOMADOR              PIC X(20).
             03 NFS-NM-CURSO                PIC X(20).
             03 NFS-VR-SERVICOS             PIC 9(08)V99.
             03 NFS-VR-DESCONTO             PIC 9(08)V99.
             03 NFS-VR-LIQUIDO              PIC 9(08)V99.
             03 NFS-TX-ISS                  PIC 9(02)V99.
             03 NFS-VR-ISS                  PIC 9(08)V99.
             03 NFS-SITUACAO                PIC X(01).
                88 NFS-ENVIADO              VALUE 'P'.
                88 NFS-EMITIDA              VALUE 'E'.
                88 NFS-RECUSADO             VALUE 'R'.
                88 NFS-SUBSTITUIDO          VALUE 'S'.
             03 NFS-NUM-NFSE                PIC 9(12).
             03 NFS-CD-VERIFICACAO          PIC X(09).
             03 NFS-DT-EMISSAO-NFSE         PIC 9(08).
             03 NFS-DT-RETORNO              PIC 9(08).
             03 NFS-MOTIVO-RECUSA           PIC X(60).
