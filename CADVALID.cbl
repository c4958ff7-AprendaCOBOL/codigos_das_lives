      *          ESTADO, TELEFONE, ESCOLARIDADE, ESTADO CIVIL, CONCEITO
      *          E NIVEL DE RISCO) QUE ESTAVAM REPETIDAS, CADA UMA COM
      *          SEU PROPRIO NIVEL 88, EM INSPECT.CBL E PRGNV88.CBL.
      * Update: 15/10/2026 - Tipos novos 'DDD' (codigos de area
      *         existentes) e 'EMAIL' (forma do endereco, com o
      *         campo longo de 60 posicoes no parametro alfa), e o
      *         'FONECEL' passou a aceitar tambem o celular de 9
      *         digitos - tudo para o arquivo de canais dos contatos.
      * Update: 15/10/2026 - Tipo novo 'CPF' (digitos
      *         verificadores, modulo 11), com o CPF 9(11) passado no
      *         parametro alfa - para o registro de pedidos de
      *         titulares de dados (LGPDACES).
      * Update: 15/10/2026 - Tipo novo 'CNPJ' (digitos
      *         verificadores, modulo 11 com pesos de 2 a 9), com o CNPJ
      *         9(14) passado no parametro alfa - para o CPF/CNPJ dos
      *         clientes e avalistas.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CADVALID.

       DATA DIVISION.
       WORKING-STORAGE SECTION.
      ***** AREA DA CONFERENCIA DO E-MAIL *****************************
       77 WS-QT-ARROBA                   PIC 9(02).
       77 WS-QT-PONTO                    PIC 9(02).
       77 WS-POS-ARROBA                  PIC 9(02).
       77 WS-TAM-EMAIL                   PIC 9(02).
       77 WS-TAM-DOMINIO                 PIC 9(02).
      ***** AREA DO CALCULO DOS DIGITOS VERIFICADORES DO CPF **********
       77 WS-CPF-I                       PIC 9(02).
       77 WS-CPF-PESO                    PIC 9(02).
       77 WS-CPF-LIMITE                  PIC 9(02).
       77 WS-CPF-SOMA                    PIC 9(05).
       77 WS-CPF-QUOCIENTE               PIC 9(05).
       77 WS-CPF-RESTO                   PIC 9(02).
       77 WS-CPF-IGUAIS                  PIC 9(02).
      ***** NO CNPJ O PESO VOLTA A 2 DEPOIS DO 9 (CICLO DE 8) *********
       77 WS-CNPJ-CICLO                  PIC 9(02).
       77 WS-CNPJ-POSICAO                PIC 9(02).

       LINKAGE SECTION.
       01 LK-TIPO                        PIC X(10).
       01 LK-VALOR-NUM                   PIC 9(10).
          88 LK-FONE-CELULAR-OK          VALUE 80000000 THRU 99999999.
          88 LK-FONE-CELULAR9-OK         VALUE 900000000
                                          THRU 999999999.
          88 LK-FONE-FIXO-OK             VALUE 20000000 THRU 79999999.
          88 LK-ESCOLARIDADE-OK          VALUE 01 THRU 12.
          88 LK-ESTADO-CIVIL-OK          VALUE 01 THRU 08.
          88 LK-DDD-OK                   VALUE 11 THRU 19 21 22 24
                                               27 28 31 THRU 35
                                               37 38 41 THRU 49
                                               51 53 THRU 55
                                               61 THRU 69 71 73 THRU 75
                                               77 79 81 THRU 89
                                               91 THRU 99.
       01 LK-VALOR-ALFA                  PIC X(10).
      ***** NO TIPO 'EMAIL' O CHAMADOR PASSA NESTE PARAMETRO UM *******
      ***** CAMPO DE 60 POSICOES (O ENDERECO DE E-MAIL INTEIRO) *******
       01 LK-VALOR-EMAIL REDEFINES LK-VALOR-ALFA
                                         PIC X(60).
      ***** NO TIPO 'CPF' O CHAMADOR PASSA NESTE PARAMETRO UM *********
      ***** CAMPO 9(11) COM O CPF SEM PONTOS NEM TRACO ****************
       01 LK-VALOR-CPF REDEFINES LK-VALOR-ALFA.
          03 LK-CPF-DIGITO               PIC 9(01) OCCURS 11 TIMES.
      ***** NO TIPO 'CNPJ' O CHAMADOR PASSA NESTE PARAMETRO UM ********
      ***** CAMPO 9(14) COM O CNPJ SEM PONTOS, BARRA NEM TRACO ********
       01 LK-VALOR-CNPJ REDEFINES LK-VALOR-ALFA.
          03 LK-CNPJ-DIGITO              PIC 9(01) OCCURS 14 TIMES.
       01 LK-RESULTADO                   PIC X(01).
          88 LK-E-VALIDO                 VALUE 'S' FALSE 'N'.

                      MOVE 'S'           TO LK-RESULTADO
                   END-IF
                WHEN 'FONECEL'
                   IF LK-FONE-CELULAR-OK OR LK-FONE-CELULAR9-OK
                      MOVE 'S'           TO LK-RESULTADO
                   END-IF
                WHEN 'FONEFIX'
                   IF LK-ESTADO-CIVIL-OK
                      MOVE 'S'           TO LK-RESULTADO
                   END-IF
                WHEN 'DDD'
                   IF LK-DDD-OK
                      MOVE 'S'           TO LK-RESULTADO
                   END-IF
                WHEN 'EMAIL'
                   PERFORM P200-VALIDAR-EMAIL THRU P200-FIM
                WHEN 'CPF'
                   PERFORM P300-VALIDAR-CPF THRU P300-FIM
                WHEN 'CNPJ'
                   PERFORM P400-VALIDAR-CNPJ THRU P400-FIM
                WHEN OTHER
                   MOVE 'N'              TO LK-RESULTADO
            END-EVALUATE
            END-IF
            .

      ******************************************************************
      * VALIDA A FORMA DO E-MAIL: UM SO '@', COM ALGO ANTES DELE, SEM
      * BRANCOS NO MEIO E COM DOMINIO QUE TENHA PONTO, SEM COMECAR
      * NEM TERMINAR EM PONTO.
      ******************************************************************
       P200-VALIDAR-EMAIL.
            MOVE ZEROS                TO WS-QT-ARROBA WS-POS-ARROBA
                                         WS-TAM-EMAIL WS-QT-PONTO

            INSPECT LK-VALOR-EMAIL TALLYING WS-QT-ARROBA FOR ALL '@'
            IF WS-QT-ARROBA NOT EQUAL 1
               GO TO P200-FIM
            END-IF

            INSPECT LK-VALOR-EMAIL TALLYING WS-POS-ARROBA
                    FOR CHARACTERS BEFORE INITIAL '@'
            INSPECT LK-VALOR-EMAIL TALLYING WS-TAM-EMAIL
                    FOR CHARACTERS BEFORE INITIAL SPACE
            IF WS-POS-ARROBA EQUAL ZEROS
               GO TO P200-FIM
            END-IF
            IF WS-TAM-EMAIL LESS THAN 60
               AND LK-VALOR-EMAIL(WS-TAM-EMAIL + 1:) NOT EQUAL SPACES
               GO TO P200-FIM
            END-IF

            ADD 1                     TO WS-POS-ARROBA
            COMPUTE WS-TAM-DOMINIO = WS-TAM-EMAIL - WS-POS-ARROBA
            IF WS-TAM-EMAIL NOT GREATER THAN WS-POS-ARROBA
               OR WS-TAM-DOMINIO LESS THAN 3
               GO TO P200-FIM
            END-IF

            INSPECT LK-VALOR-EMAIL(WS-POS-ARROBA + 1:WS-TAM-DOMINIO)
                    TALLYING WS-QT-PONTO FOR ALL '.'
            IF WS-QT-PONTO EQUAL ZEROS
               OR LK-VALOR-EMAIL(WS-POS-ARROBA + 1:1) EQUAL '.'
               OR LK-VALOR-EMAIL(WS-TAM-EMAIL:1) EQUAL '.'
               GO TO P200-FIM
            END-IF

            MOVE 'S'                  TO LK-RESULTADO
            .
       P200-FIM.
           EXIT.

      ******************************************************************
      * VALIDA O CPF PELOS DOIS DIGITOS VERIFICADORES (MODULO 11).
      * CPF COM OS ONZE DIGITOS IGUAIS PASSA NA CONTA MAS NAO EXISTE.
      ******************************************************************
       P300-VALIDAR-CPF.
            IF LK-VALOR-CPF NOT NUMERIC
               GO TO P300-FIM
            END-IF

            MOVE ZEROS                TO WS-CPF-IGUAIS
            PERFORM P310-CONTA-IGUAIS THRU P310-FIM
                    VARYING WS-CPF-I FROM 2 BY 1
                    UNTIL WS-CPF-I GREATER THAN 11
            IF WS-CPF-IGUAIS EQUAL 10
               GO TO P300-FIM
            END-IF

            MOVE 9                    TO WS-CPF-LIMITE
            PERFORM P320-CALCULA-DIGITO THRU P320-FIM
            IF WS-CPF-RESTO NOT EQUAL LK-CPF-DIGITO (10)
               GO TO P300-FIM
            END-IF

            MOVE 10                   TO WS-CPF-LIMITE
            PERFORM P320-CALCULA-DIGITO THRU P320-FIM
            IF WS-CPF-RESTO NOT EQUAL LK-CPF-DIGITO (11)
               GO TO P300-FIM
            END-IF

            MOVE 'S'                  TO LK-RESULTADO
            .
       P300-FIM.
           EXIT.

       P310-CONTA-IGUAIS.
            IF LK-CPF-DIGITO (WS-CPF-I) EQUAL LK-CPF-DIGITO (1)
               ADD 1                  TO WS-CPF-IGUAIS
            END-IF
            .
       P310-FIM.
           EXIT.

      ***** DIGITO = (SOMA DOS DIGITOS x PESOS DECRESCENTES) x 10 *****
      ***** MODULO 11, COM RESTO 10 VALENDO ZERO **********************
       P320-CALCULA-DIGITO.
            MOVE ZEROS                TO WS-CPF-SOMA
            PERFORM P330-SOMA-DIGITO  THRU P330-FIM
                    VARYING WS-CPF-I FROM 1 BY 1
                    UNTIL WS-CPF-I GREATER THAN WS-CPF-LIMITE

            MULTIPLY 10               BY WS-CPF-SOMA
            DIVIDE WS-CPF-SOMA BY 11 GIVING WS-CPF-QUOCIENTE
                   REMAINDER WS-CPF-RESTO
            IF WS-CPF-RESTO EQUAL 10
               MOVE ZEROS             TO WS-CPF-RESTO
            END-IF
            .
       P320-FIM.
           EXIT.

       P330-SOMA-DIGITO.
            COMPUTE WS-CPF-PESO = WS-CPF-LIMITE + 2 - WS-CPF-I
            COMPUTE WS-CPF-SOMA = WS-CPF-SOMA
                                + LK-CPF-DIGITO (WS-CPF-I) * WS-CPF-PESO
            .
       P330-FIM.
           EXIT.

      ******************************************************************
      * VALIDA O CNPJ PELOS DOIS DIGITOS VERIFICADORES (MODULO 11, COM
      * PESOS DE 2 A 9 DA DIREITA PARA A ESQUERDA, RECOMECANDO EM 2).
      * CNPJ COM OS CATORZE DIGITOS IGUAIS TAMBEM NAO EXISTE.
      ******************************************************************
       P400-VALIDAR-CNPJ.
            IF LK-VALOR-CNPJ NOT NUMERIC
               GO TO P400-FIM
            END-IF

            MOVE ZEROS                TO WS-CPF-IGUAIS
            PERFORM P410-CONTA-IGUAIS THRU P410-FIM
                    VARYING WS-CPF-I FROM 2 BY 1
                    UNTIL WS-CPF-I GREATER THAN 14
            IF WS-CPF-IGUAIS EQUAL 13
               GO TO P400-FIM
            END-IF

            MOVE 12                   TO WS-CPF-LIMITE
            PERFORM P420-CALCULA-DIGITO THRU P420-FIM
            IF WS-CPF-RESTO NOT EQUAL LK-CNPJ-DIGITO (13)
               GO TO P400-FIM
            END-IF

            MOVE 13                   TO WS-CPF-LIMITE
            PERFORM P420-CALCULA-DIGITO THRU P420-FIM
            IF WS-CPF-RESTO NOT EQUAL LK-CNPJ-DIGITO (14)
               GO TO P400-FIM
            END-IF

            MOVE 'S'                  TO LK-RESULTADO
            .
       P400-FIM.
           EXIT.

       P410-CONTA-IGUAIS.
            IF LK-CNPJ-DIGITO (WS-CPF-I) EQUAL LK-CNPJ-DIGITO (1)
               ADD 1                  TO WS-CPF-IGUAIS
            END-IF
            .
       P410-FIM.
           EXIT.

      ***** DIGITO = 11 - (SOMA DOS DIGITOS x PESOS) MODULO 11, *******
      ***** VALENDO ZERO QUANDO O RESTO E 0 OU 1 **********************
       P420-CALCULA-DIGITO.
            MOVE ZEROS                TO WS-CPF-SOMA
            PERFORM P430-SOMA-DIGITO  THRU P430-FIM
                    VARYING WS-CPF-I FROM 1 BY 1
                    UNTIL WS-CPF-I GREATER THAN WS-CPF-LIMITE

            DIVIDE WS-CPF-SOMA BY 11 GIVING WS-CPF-QUOCIENTE
                   REMAINDER WS-CPF-RESTO
            IF WS-CPF-RESTO LESS THAN 2
               MOVE ZEROS             TO WS-CPF-RESTO
            ELSE
               COMPUTE WS-CPF-RESTO = 11 - WS-CPF-RESTO
            END-IF
            .
       P420-FIM.
           EXIT.

       P430-SOMA-DIGITO.
            COMPUTE WS-CNPJ-POSICAO = WS-CPF-LIMITE - WS-CPF-I
            DIVIDE WS-CNPJ-POSICAO BY 8 GIVING WS-CPF-QUOCIENTE
                   REMAINDER WS-CNPJ-CICLO
            COMPUTE WS-CPF-PESO = WS-CNPJ-CICLO + 2
            COMPUTE WS-CPF-SOMA = WS-CPF-SOMA
                             + LK-CNPJ-DIGITO (WS-CPF-I) * WS-CPF-PESO
            .
       P430-FIM.
           EXIT.

       END PROGRAM CADVALID.
