      *          CADGRADE PASSOU A VALIDAR O PROFESSOR DA AULA, E E
      *          POR CODIGO QUE A DETECCAO DE CONFLITO E A CARGA
      *          SEMANAL (RELPROF) ENXERGAM A MESMA PESSOA.
      * Update: 15/10/2026 - O professor e vinculado ao seu
      *         funcionario na folha (PF-CD-FUNCIONARIO) com o valor
      *         da hora-aula, pedidos na inclusao e na alteracao; o
      *         AULAPROF paga as aulas do mes por eles.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CADPROF.
                ACCESS MODE  IS RANDOM
                RECORD KEY   IS PF-CD-PROFESSOR
                FILE STATUS  IS WS-FS.
                SELECT FUNCIONARIO ASSIGN TO
                WS-ARQ-FUNCIONARIO
                ORGANIZATION IS INDEXED
                ACCESS MODE  IS RANDOM
                RECORD KEY   IS CD-FUNCIONARIO
                FILE STATUS  IS WS-FS-FUN.

       DATA DIVISION.
       FILE SECTION.
       FD PROFESSOR.
          COPY FD_PROFESSOR.

       FD FUNCIONARIO.
          COPY FD_FUNCIONARIO.

       WORKING-STORAGE SECTION.
      ***** CAMINHOS FISICOS DOS ARQUIVOS - PRE-CARREGADOS COM O *****
      ***** PADRAO HISTORICO E RESOLVIDOS PELO ARQCONF NO INICIO *****
       77 WS-ARQ-PROFESSOR           PIC X(68) VALUE
          'C:\Users\Mauro Vieira\bin\PROFESSOR.DAT'.
       77 WS-ARQ-FUNCIONARIO         PIC X(68) VALUE
          'C:\CursoCOBOL\COBOL\01 - Basico\bin\FUNCIONARIO.DAT'.
       77 WS-FS                          PIC 99.
          88 FS-OK                       VALUE 0.
       77 WS-FS-FUN                      PIC 99.
          88 FS-FUN-OK                   VALUE 0.
       77 WS-OPCAO                       PIC X.
       77 WS-FUNCIONARIO-VALIDO          PIC X VALUE 'N'.
          88 FUNCIONARIO-VALIDO          VALUE 'S'.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.

      ***** RESOLVE OS CAMINHOS FISICOS PELO PERFIL DO ARQCONF ******
            CALL 'ARQCONF' USING 'PROFESSOR.DAT   ' WS-ARQ-PROFESSOR
            CALL 'ARQCONF' USING 'FUNCIONARIO.DAT ' WS-ARQ-FUNCIONARIO

            DISPLAY '*** MANUTENCAO DE PROFESSORES (PROFESSOR.DAT) '
                    '***'
               DISPLAY 'Informe o nome do professor:'
               ACCEPT PF-NM-PROFESSOR
               SET PROFESSOR-ATIVO             TO TRUE
               PERFORM P600-VINCULO-FOLHA THRU P600-FIM

               IF FUNCIONARIO-VALIDO
                  WRITE REG-PROFESSOR
                     INVALID KEY
                        DISPLAY 'JA EXISTE PROFESSOR COM ESTE CODIGO.'
                     NOT INVALID KEY
                        DISPLAY 'PROFESSOR INCLUIDO COM SUCESSO!'
                  END-WRITE
               END-IF
               CLOSE PROFESSOR
            END-IF
            .
                  NOT INVALID KEY
                     DISPLAY 'CODIGO..: ' PF-CD-PROFESSOR
                     DISPLAY 'NOME....: ' PF-NM-PROFESSOR
                     DISPLAY 'FUNCIONARIO NA FOLHA: ' PF-CD-FUNCIONARIO
                     DISPLAY 'VALOR DA HORA-AULA..: ' PF-VR-HORA-AULA
                     IF PROFESSOR-ATIVO
                        DISPLAY 'SITUACAO: ATIVO'
                     ELSE
                     DISPLAY 'Nome atual: ' PF-NM-PROFESSOR
                     DISPLAY 'Informe o novo nome:'
                     ACCEPT PF-NM-PROFESSOR
                     DISPLAY 'Funcionario atual: ' PF-CD-FUNCIONARIO
                             '  hora-aula atual: ' PF-VR-HORA-AULA
                     PERFORM P600-VINCULO-FOLHA THRU P600-FIM
                     IF FUNCIONARIO-VALIDO
                        REWRITE REG-PROFESSOR
                        DISPLAY 'PROFESSOR ATUALIZADO COM SUCESSO!'
                     END-IF
               END-READ
               CLOSE PROFESSOR
            END-IF
       P500-FIM.
           EXIT.

       P600-VINCULO-FOLHA.
      ***** O PROFESSOR PAGO PELA FOLHA APONTA PARA O SEU FUNCIONARIO *
      ***** (ZERO = NAO PAGO PELA FOLHA); O AULAPROF PAGA AS AULAS ****
      ***** DADAS NO MES PELO VALOR DA HORA-AULA **********************
            DISPLAY 'Informe o codigo do funcionario na folha '
                    '(0 = nao pago pela folha):'
            ACCEPT PF-CD-FUNCIONARIO
            DISPLAY 'Informe o valor da hora-aula:'
            ACCEPT PF-VR-HORA-AULA

            MOVE 'S'                     TO WS-FUNCIONARIO-VALIDO
            IF PF-CD-FUNCIONARIO EQUAL ZEROS
               GO TO P600-FIM
            END-IF

            MOVE 'N'                     TO WS-FUNCIONARIO-VALIDO
            OPEN INPUT FUNCIONARIO
            IF NOT FS-FUN-OK
               DISPLAY 'ERRO AO ABRIR O CADASTRO DE FUNCIONARIOS.'
               DISPLAY 'FILE STATUS: ' WS-FS-FUN
               GO TO P600-FIM
            END-IF

            MOVE PF-CD-FUNCIONARIO       TO CD-FUNCIONARIO
            READ FUNCIONARIO
               INVALID KEY
                  DISPLAY 'FUNCIONARIO NAO ENCONTRADO EM '
                          'FUNCIONARIO.DAT - PROFESSOR NAO GRAVADO.'
               NOT INVALID KEY
                  MOVE 'S'               TO WS-FUNCIONARIO-VALIDO
                  DISPLAY 'Funcionario: ' NM-FUNCIONARIO
            END-READ

            CLOSE FUNCIONARIO

            IF FUNCIONARIO-VALIDO AND PF-VR-HORA-AULA EQUAL ZEROS
               DISPLAY 'PROFESSOR PAGO PELA FOLHA PRECISA DO VALOR DA '
                       'HORA-AULA - PROFESSOR NAO GRAVADO.'
               MOVE 'N'                  TO WS-FUNCIONARIO-VALIDO
            END-IF
            .
       P600-FIM.
           EXIT.

       END PROGRAM CADPROF.
