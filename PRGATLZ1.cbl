      * Update: 08/08/2026 - Trava o registro via ESTLOCK antes de
      *         alterar, para detectar atualizacao concorrente por
      *         outro operador.
      * Update: 15/10/2026 - A atualizacao pede o CPF do
      *         estudante (zero mantem o atual), conferido pelo digito
      *         verificador no CADVALID e recusado se ja estiver em
      *         outro estudante; o acesso ao STUDENT.DAT passou a
      *         DYNAMIC para a procura do duplicado.
      * Update: 15/10/2026 - E-mail invalidado por devolucao
      *         (NOTIFRET) e avisado na atualizacao; e-mail trocado
      *         volta a valer para as notificacoes.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PGARQMOD.
                ORGANIZATION IS INDEXED
      ********  MODO DE ACESSO RANDOMICO É PARA PEQUISA PONTUAL
      ********  MODO DE ACESSO SEQUENCIAL É PARA LEITURA RECURSIVA
      ********  DINAMICO: PESQUISA PONTUAL E VARREDURA DO CPF DUPLICADO
                ACCESS MODE  IS DYNAMIC
                RECORD KEY   IS CD-STUDENT
                FILE STATUS  IS WS-FS.
            SELECT CURSO ASSIGN TO
       77 WS-CURSO-NOVO           PIC X(20)  VALUE SPACES.
       77 WS-CURSO-VALIDO         PIC X(01)  VALUE 'N'.
          88 CURSO-VALIDO                    VALUE 'S'.
       77 WS-CPF-NOVO             PIC 9(11)  VALUE ZEROS.
       77 WS-CPF-VALIDO           PIC X(01)  VALUE 'N'.
          88 CPF-VALIDO                      VALUE 'S'.
       77 WS-EM-ANTERIOR          PIC X(30)  VALUE SPACES.
      ***** PARAMETROS DO CADVALID ************************************
       77 WS-VAL-TIPO             PIC X(10).
       77 WS-VAL-NUM              PIC 9(10).
       77 WS-VAL-RESULTADO        PIC X(01).
          88 VAL-OK                          VALUE 'S'.

       LINKAGE SECTION.
       01 LK-COM-AREA.
                        DISPLAY 'Telefone atual..: ' TL-STUDENT
                        DISPLAY 'E-mail atual.....: ' EM-STUDENT
                        DISPLAY 'Curso atual......: ' CR-STUDENT
                        DISPLAY 'CPF atual........: ' CPF-STUDENT
                        MOVE LK-OPERADOR    TO WS-OPERADOR

                        CALL 'ESTLOCK' USING 'T' CD-STUDENT
                                   WS-LOCK-OPERADOR-ATUAL
                                   '. TENTE NOVAMENTE MAIS TARDE.'
                        ELSE
                           DISPLAY 'Informe o CPF (so os digitos, '
                                   '0 = manter o atual):'
                           ACCEPT WS-CPF-NOVO
                           MOVE 'N'  TO WS-CPF-VALIDO
                           PERFORM P500-VALIDA-CPF THRU P500-FIM
                                   UNTIL CPF-VALIDO
                           MOVE WS-CD-STUDENT TO CD-STUDENT
                           READ ESTUDANTE KEY IS CD-STUDENT
                           IF WS-CPF-NOVO NOT EQUAL ZEROS
                              MOVE WS-CPF-NOVO TO CPF-STUDENT
                           END-IF
                           DISPLAY 'Informe o novo nome que deseja '
                                   'atualizar e tecle <ENTER> para '
                                   'confirmar:'
                           ACCEPT NM-STUDENT
                           DISPLAY 'Informe o novo telefone:'
                           ACCEPT TL-STUDENT
                           MOVE EM-STUDENT TO WS-EM-ANTERIOR
                           IF EMAIL-STUDENT-INVALIDO
                              DISPLAY 'ATENCAO: E-MAIL ATUAL '
                                      'INVALIDADO POR DEVOLUCAO: '
                                      EM-STUDENT
                           END-IF
                           DISPLAY 'Informe o novo e-mail:'
                           ACCEPT EM-STUDENT
                           IF EM-STUDENT NOT EQUAL WS-EM-ANTERIOR
                              SET EMAIL-STUDENT-VALIDO TO TRUE
                           END-IF
                           DISPLAY 'Informe o novo curso:'
                           ACCEPT WS-CURSO-NOVO
                           MOVE 'N'  TO WS-CURSO-VALIDO
            CLOSE CURSO
            .
       P400-FIM.
       P500-VALIDA-CPF.

      ***** CPF ZERADO MANTEM O ATUAL; CPF INFORMADO TEM QUE TER OS ***
      ***** DIGITOS VERIFICADORES CERTOS E NAO PODE ESTAR EM OUTRO ****
      ***** ESTUDANTE. A PROCURA PERCORRE O MESTRE E QUEM CHAMA RELE **
      ***** O ESTUDANTE PELO CODIGO GUARDADO EM WS-CD-STUDENT *********
            IF WS-CPF-NOVO EQUAL ZEROS
               MOVE 'S'                 TO WS-CPF-VALIDO
               GO TO P500-FIM
            END-IF

            MOVE 'CPF'                  TO WS-VAL-TIPO
            MOVE ZEROS                  TO WS-VAL-NUM
            CALL 'CADVALID' USING WS-VAL-TIPO WS-VAL-NUM
                                  WS-CPF-NOVO WS-VAL-RESULTADO
            IF NOT VAL-OK
               DISPLAY 'CPF INVALIDO (DIGITO VERIFICADOR).'
               DISPLAY 'Informe o CPF (0 = manter o atual):'
               ACCEPT WS-CPF-NOVO
               GO TO P500-FIM
            END-IF

            MOVE 'S'                    TO WS-CPF-VALIDO
            SET EOF-OK                  TO FALSE
            MOVE ZEROS                  TO CD-STUDENT
            START ESTUDANTE KEY IS NOT LESS THAN CD-STUDENT
               INVALID KEY
                  SET EOF-OK            TO TRUE
            END-START
            PERFORM P510-PROCURA-CPF THRU P510-FIM
                    UNTIL EOF-OK OR NOT CPF-VALIDO

            IF NOT CPF-VALIDO
               DISPLAY 'Informe o CPF (0 = manter o atual):'
               ACCEPT WS-CPF-NOVO
            END-IF
            .
       P500-FIM.
       P510-PROCURA-CPF.
            READ ESTUDANTE NEXT RECORD
               AT END
                  SET EOF-OK            TO TRUE
                  GO TO P510-FIM
            END-READ

            IF CPF-STUDENT EQUAL WS-CPF-NOVO
               AND CD-STUDENT NOT EQUAL WS-CD-STUDENT
               DISPLAY 'CPF JA CADASTRADO NO ESTUDANTE ' CD-STUDENT
                       ' - ' NM-STUDENT
               MOVE 'N'                 TO WS-CPF-VALIDO
            END-IF
            .
       P510-FIM.
       P900-FIM.
            STOP RUN.

