      *          CONFERENCIA. DEVE RODAR ANTES DE QUALQUER PROGRAMA
      *          DO LAYOUT NOVO TOCAR O ARQUIVO - INCLUSIVE ANTES DA
      *          MIGRACAO DE CLIENTES DO CTRMIG.
      * Update: 15/10/2026 - O layout novo ganhou o
      *         codigo do produto de financiamento, convertido em
      *         branco.
      * Update: 15/10/2026 - IOF e CET do contrato
      *         (VR-IOF-CONTRATO, TX-CET-CONTRATO) gravados zerados.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CONTRCONV.
                  MOVE QT-PARCELAS-V     TO QT-PARCELAS-CONTRATO
                  MOVE TX-JUROS-V        TO TX-JUROS-CONTRATO
                  MOVE CD-METODO-V       TO CD-METODO-CONTRATO
                  MOVE SPACES            TO CD-PRODUTO-CONTRATO
                  MOVE ZEROS             TO VR-IOF-CONTRATO
                                            TX-CET-CONTRATO
                  MOVE DT-VENCIMENTO-V   TO DT-VENCIMENTO-PARCELA
                  MOVE VR-AMORTIZACAO-V  TO VR-AMORTIZACAO-PARCELA
                  MOVE VR-JUROS-V        TO VR-JUROS-PARCELA
