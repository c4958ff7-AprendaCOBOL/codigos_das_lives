      ******************************************************************
      * Author: ANDRE COSTA
      * Date: 15/10/2026
      * Purpose: LAYOUT DO REGISTRO DE TRANSFERENCIAS DE CURSO DO
      *          ESTUDANTE (TRANSFER.DAT), CHAVE ALUNO + DATA + HORA:
      *          DE QUE CURSO PARA QUAL CURSO, QUANTAS DISCIPLINAS
      *          FORAM CREDITADAS POR EQUIVALENCIA (EQUIVAL.DAT),
      *          QUANTAS APROVACOES JA VALIAM NO CURSO NOVO, QUANTAS
      *          FICARAM SEM EQUIVALENCIA E QUANTAS OBRIGATORIAS AINDA
      *          FALTAM.
      *          GRAVADO PELO ESTTRANS E IMPRESSO NO HISTESC.
      ******************************************************************
           01 REG-TRANSFER.
             03 CHAVE-TRANSFER.
                05 TF-CD-STUDENT             PIC 9(05).
                05 TF-DT-TRANSFERENCIA       PIC 9(08).
                05 TF-HR-TRANSFERENCIA       PIC 9(06).
             03 TF-CURSO-ORIGEM              PIC X(20).
             03 TF-CURSO-DESTINO             PIC X(20).
             03 TF-QT-CREDITADAS             PIC 9(03).
             03 TF-QT-DIRETAS                PIC 9(03).
             03 TF-QT-SEM-EQUIVALENCIA       PIC 9(03).
             03 TF-QT-OBRIG-FALTA            PIC 9(03).
             03 TF-OPERADOR                  PIC X(12).
