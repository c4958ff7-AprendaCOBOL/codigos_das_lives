      *          LISTA OS PERIODOS COM O LIMITE LEGAL CHEGANDO
      *          (FINPARM DIAS-AVISO-FERIAS, PADRAO 90 DIAS CONTRA A
      *          DATA DE MOVIMENTO) - O FIM DO CALENDARIO DE PAREDE.
      * Update: 15/10/2026 - A marcacao pede a data de inicio
      *         do gozo e grava as datas (inicio e fim, dias
      *         corridos) no FERGOZO.DAT, que o ponto (PONTOIMP) usa
      *         para abonar os dias de ferias.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. FERIAS.
                ACCESS MODE  IS DYNAMIC
                RECORD KEY   IS CHAVE-FERIAS
                FILE STATUS  IS WS-FS-FER.
                SELECT FERGOZO ASSIGN TO
                WS-ARQ-FERGOZO
                ORGANIZATION IS INDEXED
                ACCESS MODE  IS DYNAMIC
                RECORD KEY   IS CHAVE-FERGOZO
                FILE STATUS  IS WS-FS-FGZ.
                SELECT RELATORIO ASSIGN TO
                WS-ARQ-FERIASREL
                ORGANIZATION IS LINE SEQUENTIAL
       FD FERIAS.
          COPY FD_FERIAS.

       FD FERGOZO.
          COPY FD_FERGOZO.

       FD RELATORIO.
       01 REG-RELATORIO                  PIC X(100).

          'C:\CursoCOBOL\COBOL\01 - Basico\bin\FUNCIONARIO.DAT'.
       77 WS-ARQ-FERIAS              PIC X(68) VALUE
          'C:\CursoCOBOL\COBOL\01 - Basico\bin\FERIAS.DAT'.
       77 WS-ARQ-FERGOZO             PIC X(68) VALUE
          'C:\CursoCOBOL\COBOL\01 - Basico\bin\FERGOZO.DAT'.
       77 WS-ARQ-FERIASREL           PIC X(68) VALUE
          'C:\CursoCOBOL\COBOL\01 - Basico\bin\FERIAS.LST'.
       77 WS-FS                          PIC 99.
          88 FS-OK                       VALUE 0.
       77 WS-FS-FER                      PIC 99.
          88 FS-FER-OK                   VALUE 0.
       77 WS-FS-FGZ                      PIC 99.
          88 FS-FGZ-OK                   VALUE 0.
       77 WS-FS-REL                      PIC 99.
       77 WS-EOF                         PIC X.
          88 EOF-OK                      VALUE 'S' FALSE 'N'.
       77 WS-ANO-ANIV                    PIC 9(04) VALUE ZEROS.
       77 WS-ANO-ALVO                    PIC 9(04) VALUE ZEROS.
       77 WS-CONFIRMA                    PIC X.
       77 WS-DT-INICIO-GOZO              PIC 9(08) VALUE ZEROS.
       77 WS-DT-FIM-GOZO                 PIC 9(08) VALUE ZEROS.
       77 WS-DATA-OK                     PIC X(01) VALUE 'N'.
          88 DATA-OK                     VALUE 'S' FALSE 'N'.
       77 WS-ACHOU-ABERTO                PIC X VALUE 'N'.
          88 ACHOU-ABERTO                VALUE 'S'.
       01 WS-DATA-CALC                   PIC 9(08).
      ***** RESOLVE OS CAMINHOS FISICOS PELO PERFIL DO ARQCONF ******
            CALL 'ARQCONF' USING 'FUNCIONARIO.DAT ' WS-ARQ-FUNCIONARIO
            CALL 'ARQCONF' USING 'FERIAS.DAT      ' WS-ARQ-FERIAS
            CALL 'ARQCONF' USING 'FERGOZO.DAT     ' WS-ARQ-FERGOZO
            CALL 'ARQCONF' USING 'FERIAS.LST      ' WS-ARQ-FERIASREL

            CALL 'DTMOVIM' USING WS-DATA-MOVIMENTO WS-CONTROLE-DATA
               STOP RUN
            END-IF

            OPEN I-O FERGOZO

            IF WS-FS-FGZ EQUAL 35
               OPEN OUTPUT FERGOZO
               CLOSE FERGOZO
               OPEN I-O FERGOZO
            END-IF

            IF NOT FS-FGZ-OK
               DISPLAY 'ERRO AO ABRIR OS GOZOS DE FERIAS.'
               DISPLAY 'FILE STATUS: ' WS-FS-FGZ
               CLOSE FUNCIONARIO FERIAS
               STOP RUN
            END-IF

            PERFORM P100-MENU THRU P100-FIM UNTIL WS-OPCAO = 'F'

            CLOSE FUNCIONARIO FERIAS FERGOZO

            STOP RUN.

               GO TO P400-FIM
            END-IF

      ***** AS DATAS DO GOZO FICAM NO FERGOZO - O PONTO NAO CONTA *****
      ***** O DIA DE FERIAS COMO FALTA (DIAS CORRIDOS) ****************
            DISPLAY 'Informe a data de inicio do gozo (AAAAMMDD): '
            MOVE ZEROS                   TO WS-DT-INICIO-GOZO
            ACCEPT WS-DT-INICIO-GOZO
            MOVE WS-DT-INICIO-GOZO       TO WS-DATA-CALC

            CALL 'DATAVALID' USING WS-DATA-CALC-DD WS-DATA-CALC-MM
                                   WS-DATA-CALC-AAAA WS-DATA-OK
            IF NOT DATA-OK
               DISPLAY 'DATA DE INICIO INVALIDA.'
               GO TO P400-FIM
            END-IF

            COMPUTE WS-DT-FIM-GOZO = FUNCTION DATE-OF-INTEGER(
                    FUNCTION INTEGER-OF-DATE(WS-DT-INICIO-GOZO)
                    + WS-QT-DIAS-INF - 1)
            DISPLAY 'GOZO DE ' WS-DT-INICIO-GOZO ' A ' WS-DT-FIM-GOZO

            MOVE WS-FUNC-INF             TO FGZ-CD-FUNCIONARIO
            MOVE WS-DT-INICIO-GOZO       TO FGZ-DT-INICIO
            READ FERGOZO
               INVALID KEY
                  CONTINUE
               NOT INVALID KEY
                  DISPLAY 'JA HA GOZO MARCADO COM INICIO EM '
                          WS-DT-INICIO-GOZO '.'
                  GO TO P400-FIM
            END-READ

            DISPLAY 'Aprovador ' WS-SGN-USUARIO
                    ' - confirma a marcacao? (S/N) '
            ACCEPT WS-CONFIRMA
            REWRITE REG-FERIAS
               INVALID KEY
                  DISPLAY 'ERRO AO GRAVAR A MARCACAO.'
                  GO TO P400-FIM
            END-REWRITE

            MOVE WS-FUNC-INF             TO FGZ-CD-FUNCIONARIO
            MOVE WS-DT-INICIO-GOZO       TO FGZ-DT-INICIO
            MOVE WS-DT-FIM-GOZO          TO FGZ-DT-FIM
            MOVE WS-QT-DIAS-INF          TO FGZ-QT-DIAS
            MOVE FER-AA-AQUISITIVO       TO FGZ-AA-AQUISITIVO
            MOVE WS-SGN-USUARIO          TO FGZ-APROVADOR
            MOVE WS-DATA-MOVIMENTO       TO FGZ-DT-APROVACAO

            WRITE REG-FERGOZO
               INVALID KEY
                  DISPLAY 'ERRO AO GRAVAR AS DATAS DO GOZO.'
               NOT INVALID KEY
                  DISPLAY 'FERIAS MARCADAS E APROVADAS.'
            END-WRITE
            .
       P400-FIM.
           EXIT.
