      ******************************************************************
      * Author: ANDRE COSTA
      * Date: 15/10/2026
      * Purpose: LAYOUT DA TABELA DE EQUIVALENCIA DE DISCIPLINAS
      *          (EQUIVAL.DAT) PARA O APROVEITAMENTO DE ESTUDOS NA
      *          TRANSFERENCIA DE CURSO: A APROVACAO NA DISCIPLINA DE
      *          ORIGEM VALE PELA DISCIPLINA DE DESTINO, NO CURSO DE
      *          DESTINO (O MESMO NOME DE CURSO.DAT E DE CR-STUDENT).
      *          UMA ORIGEM PODE VALER POR MAIS DE UMA DISCIPLINA.
      *          MANTIDA PELO CADEQUIV E APLICADA PELO ESTTRANS.
      ******************************************************************
           01 REG-EQUIVAL.
             03 CHAVE-EQUIVAL.
                05 EQ-NM-CURSO               PIC X(20).
                05 EQ-ID-MATERIA-ORIGEM      PIC 9(03).
                05 EQ-ID-MATERIA-DESTINO     PIC 9(03).
             03 EQ-DT-ATUALIZACAO            PIC 9(08).
