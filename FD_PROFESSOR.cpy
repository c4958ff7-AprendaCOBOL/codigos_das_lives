      *          SILVA' ERAM TRES PROFESSORES PARA A DETECCAO DE
      *          CONFLITO. O CADGRADE VALIDA E GRAVA O CODIGO, E O
      *          RELPROF IMPRIME A CARGA SEMANAL DE CADA UM.
      * Modified: 15/10/2026 - O professor ganhou o vinculo com o
      *           funcionario da folha (PF-CD-FUNCIONARIO, zero para
      *           quem nao e pago pela folha) e o valor da hora-aula;
      *           o AULAPROF paga as aulas do mes por eles. Arquivos
      *           existentes sao reconstruidos pelo PROFCONV.
      ******************************************************************
           01 REG-PROFESSOR.
             03 PF-CD-PROFESSOR             PIC 9(03).
             03 PF-ST-PROFESSOR             PIC X(01).
                88 PROFESSOR-ATIVO          VALUE 'A'.
                88 PROFESSOR-INATIVO        VALUE 'I'.
             03 PF-CD-FUNCIONARIO           PIC 9(04).
             03 PF-VR-HORA-AULA             PIC 9(05)V99.
