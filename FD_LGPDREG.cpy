      ******************************************************************
      * Author: ANDRE COSTA
      * Date: 15/10/2026
      * Purpose: LAYOUT DO REGISTRO DE PEDIDOS DE TITULARES DE DADOS
      *          (LGPDREG.DAT), CHAVE ANO + NUMERO DO PROTOCOLO. CADA
      *          PEDIDO DE ACESSO AOS DADOS PESSOAIS (LGPD) ATENDIDO
      *          PELO LGPDACES FICA AQUI COM O TITULAR, O CPF QUANDO
      *          INFORMADO, O OPERADOR, A DATA DO PEDIDO E O PRAZO
      *          LEGAL DE RESPOSTA (15 DIAS CORRIDOS); A ENTREGA DA
      *          RESPOSTA AO TITULAR E ANOTADA DEPOIS NO MESMO PEDIDO.
      ******************************************************************
           01 REG-LGPDREG.
             03 CHAVE-LGPDREG.
                05 LGR-AA-PEDIDO             PIC 9(04).
                05 LGR-NR-PEDIDO             PIC 9(05).
             03 LGR-NM-TITULAR              PIC X(30).
             03 LGR-CPF-TITULAR             PIC 9(11).
             03 LGR-DT-PEDIDO               PIC 9(08).
             03 LGR-DT-PRAZO                PIC 9(08).
             03 LGR-OPERADOR                PIC X(12).
             03 LGR-QT-REGISTROS            PIC 9(05).
             03 LGR-SITUACAO                PIC X(01).
                88 PEDIDO-ABERTO            VALUE 'A'.
                88 PEDIDO-RESPONDIDO        VALUE 'R'.
             03 LGR-DT-RESPOSTA             PIC 9(08).
             03 LGR-OPERADOR-RESPOSTA       PIC X(12).
