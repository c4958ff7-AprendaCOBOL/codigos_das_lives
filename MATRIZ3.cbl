      * Update: 21/08/2026 - O CEP passou a ser o de oito digitos,
      *         validado pelas faixas oficiais (CEPUF) na inclusao; a
      *         UF apurada e exibida na inclusao e na consulta.
      * Update: 15/10/2026 - O cadastro pede o CPF do
      *         funcionario antes dos demais campos, conferido pelo
      *         digito verificador (CADVALID) e recusado se ja estiver
      *         em outro funcionario; a consulta exibe o CPF.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PRGFUNC.
       77 WS-UF                      PIC X(02) VALUE SPACES.
       77 WS-CEP-VALIDO              PIC X(01) VALUE 'N'.
          88 CEP-VALIDO                   VALUE 'S' FALSE 'N'.
       77 WS-CPF-NOVO                PIC 9(11) VALUE ZEROS.
       77 WS-CPF-VALIDO              PIC X(01) VALUE 'N'.
          88 CPF-VALIDO                   VALUE 'S'.
       77 WS-CD-FUNC-SALVO           PIC 9(04) VALUE ZEROS.
       77 WS-EOF-CPF                 PIC X(01) VALUE 'N'.
          88 EOF-CPF                      VALUE 'S'.
      ***** PARAMETROS DO CADVALID ************************************
       77 WS-VAL-TIPO                PIC X(10).
       77 WS-VAL-NUM                 PIC 9(10).
       77 WS-VAL-RESULTADO           PIC X(01).
          88 VAL-OK                       VALUE 'S'.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
                  DISPLAY 'CARGO..: ' CG-FUNCIONARIO
                  DISPLAY 'SALARIO: ' SL-FUNCIONARIO
                  DISPLAY 'DEPTO..: ' CD-DEPTO-FUNC
                  DISPLAY 'CPF....: ' CPF-FUNCIONARIO
            END-READ
            .

            ACCEPT WS-CONFIRMA

            IF WS-CONFIRMA EQUAL 'S' OR WS-CONFIRMA EQUAL 's'
               MOVE CD-FUNCIONARIO     TO WS-CD-FUNC-SALVO
               MOVE 'N'                TO WS-CPF-VALIDO
               PERFORM P500-VALIDA-CPF UNTIL CPF-VALIDO
               MOVE WS-CD-FUNC-SALVO   TO CD-FUNCIONARIO
               MOVE WS-CPF-NOVO        TO CPF-FUNCIONARIO
               DISPLAY 'INFORME O NOME: '
               ACCEPT NM-FUNCIONARIO
               DISPLAY 'INFORME O SEXO (M/F): '
            END-IF
            .

      ******************************************************************
      * PEDE O CPF E CONFERE OS DIGITOS VERIFICADORES (CADVALID); CPF
      * QUE JA ESTEJA EM OUTRO FUNCIONARIO E RECUSADO. A PROCURA
      * PERCORRE O MESTRE, ENTAO VEM ANTES DOS DEMAIS CAMPOS.
      ******************************************************************
       P500-VALIDA-CPF.
            DISPLAY 'INFORME O CPF (SO OS DIGITOS): '
            ACCEPT WS-CPF-NOVO

            MOVE 'CPF'                  TO WS-VAL-TIPO
            MOVE ZEROS                  TO WS-VAL-NUM
            CALL 'CADVALID' USING WS-VAL-TIPO WS-VAL-NUM
                                  WS-CPF-NOVO WS-VAL-RESULTADO
            IF NOT VAL-OK
               DISPLAY 'CPF INVALIDO (DIGITO VERIFICADOR).'
            ELSE
               MOVE 'S'                 TO WS-CPF-VALIDO
               MOVE 'N'                 TO WS-EOF-CPF
               MOVE ZEROS               TO CD-FUNCIONARIO
               START FUNCIONARIO KEY IS NOT LESS THAN CD-FUNCIONARIO
                  INVALID KEY
                     MOVE 'S'           TO WS-EOF-CPF
               END-START
               PERFORM P510-PROCURA-CPF
                       UNTIL EOF-CPF OR NOT CPF-VALIDO
            END-IF
            .

       P510-PROCURA-CPF.
            READ FUNCIONARIO NEXT RECORD
               AT END
                  MOVE 'S'              TO WS-EOF-CPF
               NOT AT END
                  IF CPF-FUNCIONARIO EQUAL WS-CPF-NOVO
                     AND CD-FUNCIONARIO NOT EQUAL WS-CD-FUNC-SALVO
                     DISPLAY 'CPF JA CADASTRADO NO FUNCIONARIO '
                             CD-FUNCIONARIO ' - ' NM-FUNCIONARIO
                     MOVE 'N'           TO WS-CPF-VALIDO
                  END-IF
            END-READ
            .

       END PROGRAM PRGFUNC.
