      ******************************************************************
      * Author: ANDRE COSTA
      * Date: 15/10/2026
      * Purpose: LAYOUT DO ARQUIVO-FILHO DE CANAIS DE CONTATO
      *          (CTTCAN.DAT), CHAVE ID-CONTATO + SEQUENCIA: TELEFONES
      *          CELULAR E FIXO, E-MAIL E WHATSAPP DE CADA CONTATO.
      *          TELEFONES GRAVADOS COMO DDD + NUMERO (VISAO CN-FONE);
      *          O E-MAIL OCUPA O CN-VALOR INTEIRO. NO MAXIMO UM CANAL
      *          PREFERENCIAL POR CONTATO, E CANAL COM OPT-OUT (O
      *          CONTATO PEDIU PARA NAO SER ACIONADO POR ELE) NUNCA E
      *          PREFERENCIAL. VALIDACAO PELO CADVALID NO CADASTRO
      *          (CADCANCT).
      ******************************************************************
           01 REG-CTTCAN.
             03 CHAVE-CTTCAN.
                05 CN-ID-CONTATO             PIC 9(05).
                05 CN-SEQUENCIA              PIC 9(02).
             03 CN-TP-CANAL                  PIC X(01).
                88 CANAL-CELULAR             VALUE 'C'.
                88 CANAL-FIXO                VALUE 'F'.
                88 CANAL-EMAIL               VALUE 'E'.
                88 CANAL-WHATSAPP            VALUE 'W'.
                88 CANAL-TELEFONE            VALUE 'C' 'F' 'W'.
                88 CANAL-VALIDO              VALUE 'C' 'F' 'E' 'W'.
             03 CN-VALOR                     PIC X(60).
             03 CN-FONE REDEFINES CN-VALOR.
                05 CN-DDD                    PIC 9(02).
                05 CN-NUMERO                 PIC 9(09).
                05 FILLER                    PIC X(49).
             03 CN-PREFERENCIAL              PIC X(01).
                88 CANAL-PREFERENCIAL        VALUE 'S' FALSE 'N'.
             03 CN-OPT-OUT                   PIC X(01).
                88 CANAL-OPT-OUT             VALUE 'S' FALSE 'N'.
             03 CN-DT-OPT-OUT                PIC 9(08).
