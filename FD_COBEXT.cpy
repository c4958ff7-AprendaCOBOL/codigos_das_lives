      ******************************************************************
      * Author: ANDRE COSTA
      * Date: 15/10/2026
      * Purpose: LAYOUT DO ARQUIVO DE PARCELAS ENTREGUES A COBRANCA
      *          TERCEIRIZADA (COBEXT.DAT), CHAVE CONTRATO + PARCELA.
      *          TODA PARCELA ENVIADA A ASSESSORIA DE COBRANCA NO
      *          ARQUIVO DE ENVIO (ENVCOBEX) GANHA UMA LINHA AQUI, COM
      *          A DATA DO ENVIO; O RETORNO DA ASSESSORIA (RETCOBEX)
      *          ACUMULA O VALOR COBRADO E A COMISSAO DEVIDA E MARCA A
      *          PARCELA COMO COBRADA OU DEVOLVIDA (DESISTENCIA DA
      *          ASSESSORIA). PARCELA COM REGISTRO AQUI NAO E ENVIADA
      *          DE NOVO.
      ******************************************************************
           01 REG-COBEXT.
             03 CHAVE-COBEXT.
                05 CBX-NUM-CONTRATO          PIC 9(06).
                05 CBX-NUM-PARCELA           PIC 9(03).
             03 CBX-CD-CLIENTE              PIC X(20).
             03 CBX-DT-VENCIMENTO           PIC 9(08).
             03 CBX-VR-ENVIADO              PIC 9(08)V99.
             03 CBX-DT-ENVIO                PIC 9(08).
             03 CBX-SITUACAO                PIC X(01).
                88 COBEXT-ENVIADA           VALUE 'E'.
                88 COBEXT-COBRADA           VALUE 'C'.
                88 COBEXT-DEVOLVIDA         VALUE 'D'.
             03 CBX-DT-RETORNO              PIC 9(08).
             03 CBX-VR-COBRADO              PIC 9(09)V99.
             03 CBX-VR-COMISSAO             PIC 9(07)V99.
