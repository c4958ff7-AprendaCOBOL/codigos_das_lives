      *          PROPPARC.DAT), COM VALIDADE; A ACEITA E CONVERTIDA
      *          EM CONTRATO NUM PASSO SO (PROPFIN) E A VENCIDA
      *          EXPIRA SOZINHA.
      * Modified: 15/10/2026 - Codigo do produto de
      *           financiamento escolhido (PRODUTO.DAT) e o operador
      *           nivel-administrador que aprovou taxa abaixo da padrao
      *           do produto (em branco quando a taxa e a padrao ou
      *           maior). Arquivos existentes passam pelo PRODCONV.
      * Modified: 15/10/2026 - IOF da proposta (ja somado
      *           ao PRO-VR-FINANCIADO) e CET anual em percentual,
      *           calculados pelo IOFCET e mostrados na tela e na
      *           cotacao. Proposta anterior ao calculo fica zerada
      *           (PRODCONV).
      ******************************************************************
           01 REG-PROPOSTA.
             03 PRO-NUMERO                  PIC 9(06).
                88 PROPOSTA-CONVERTIDA      VALUE 'C'.
                88 PROPOSTA-EXPIRADA        VALUE 'E'.
             03 PRO-NUM-CONTRATO            PIC 9(06).
             03 PRO-CD-PRODUTO              PIC X(04).
             03 PRO-APROV-TAXA              PIC X(12).
             03 PRO-VR-IOF                  PIC 9(08)V99.
             03 PRO-TX-CET                  PIC 9(05)V99.
