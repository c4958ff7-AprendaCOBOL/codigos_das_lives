      ******************************************************************
      * Author: ANDRE COSTA
      * Date: 15/10/2026
      * Purpose: LAYOUT DA LIBERACAO EXCEPCIONAL DO BLOQUEIO
      *          FINANCEIRO (LIBFIN.DAT), CHAVE ESTUDANTE. CONCEDIDA
      *          POR UM OPERADOR NIVEL-ADMINISTRADOR NO LIBFIN, COM
      *          MOTIVO OBRIGATORIO E DATA DE VALIDADE; ENQUANTO
      *          ATIVA E DENTRO DA VALIDADE, O BLOQFIN DEIXA O
      *          ESTUDANTE SEGUIR APESAR DAS PARCELAS EM ATRASO. UMA
      *          NOVA CONCESSAO SUBSTITUI A ANTERIOR.
      ******************************************************************
           01 REG-LIBFIN.
             03 LBF-CD-STUDENT              PIC 9(05).
             03 LBF-SITUACAO                PIC X(01).
                88 LIBERACAO-ATIVA          VALUE 'A'.
                88 LIBERACAO-REVOGADA       VALUE 'R'.
             03 LBF-DT-CONCESSAO            PIC 9(08).
             03 LBF-DT-VALIDADE             PIC 9(08).
             03 LBF-ADMINISTRADOR           PIC X(12).
             03 LBF-MOTIVO                  PIC X(60).
             03 LBF-VR-DEVIDO               PIC 9(09)V99.
             03 LBF-DT-REVOGACAO            PIC 9(08).
             03 LBF-OPR-REVOGACAO           PIC X(12).
