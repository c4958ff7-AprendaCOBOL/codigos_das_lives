      ******************************************************************
      * Author: ANDRE COSTA
      * Date: 15/10/2026
      * Purpose: LAYOUT DO REGISTRO DE OCORRENCIAS DO BLOQUEIO
      *          FINANCEIRO (BLOQFIN.TXT, SEQUENCIAL, SO CRESCE). UMA
      *          LINHA POR EVENTO:
      *          - B: PEDIDO RECUSADO PELO BLOQFIN (MATRICULA,
      *            HISTORICO, BOLETIM OU CERTIFICADO) COM O VALOR EM
      *            ATRASO DO ESTUDANTE;
      *          - O: PEDIDO QUE PASSOU PELA LIBERACAO EXCEPCIONAL
      *            (LIBFIN.DAT) APESAR DO ATRASO;
      *          - C: LIBERACAO CONCEDIDA PELO ADMINISTRADOR (LIBFIN);
      *          - R: LIBERACAO REVOGADA (LIBFIN).
      *          LIDO PELO RELATORIO DIARIO RELBLOQ.
      ******************************************************************
           01 REG-BLOQFIN.
             03 BLG-DATA                    PIC 9(08).
             03 FILLER                      PIC X(01).
             03 BLG-HORA                    PIC 9(08).
             03 FILLER                      PIC X(01).
             03 BLG-EVENTO                  PIC X(01).
                88 EVENTO-BLOQUEIO          VALUE 'B'.
                88 EVENTO-LIBERADO          VALUE 'O'.
                88 EVENTO-CONCESSAO         VALUE 'C'.
                88 EVENTO-REVOGACAO         VALUE 'R'.
             03 FILLER                      PIC X(01).
             03 BLG-CD-STUDENT              PIC 9(05).
             03 FILLER                      PIC X(01).
             03 BLG-PROGRAMA                PIC X(10).
             03 FILLER                      PIC X(01).
             03 BLG-OPERADOR                PIC X(12).
             03 FILLER                      PIC X(01).
             03 BLG-VR-DEVIDO               PIC 9(09)V99.
             03 FILLER                      PIC X(01).
             03 BLG-QT-PARCELAS             PIC 9(03).
             03 FILLER                      PIC X(01).
             03 BLG-DIAS-ATRASO             PIC 9(05).
             03 FILLER                      PIC X(01).
             03 BLG-ADMINISTRADOR           PIC X(12).
             03 FILLER                      PIC X(01).
             03 BLG-MOTIVO                  PIC X(60).
