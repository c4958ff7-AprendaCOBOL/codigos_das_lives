      *         contato, ele e validado no CONTATOS.DAT e o vinculo e
      *         gravado - e por ele que a reconciliacao RECCLICO
      *         deixa de cruzar por nome.
      * Update: 15/10/2026 - O cliente ganhou o DOCUMENTO
      *         (CPF ou CNPJ), obrigatorio na inclusao e opcional na
      *         alteracao (branco mantem o atual): os digitos
      *         verificadores sao conferidos no CADVALID e documento
      *         que ja esteja em outro cliente e recusado.
      * Update: 15/10/2026 - E-mail invalidado por devolucao
      *         (NOTIFRET) e avisado na alteracao; e-mail novo ou
      *         trocado volta a valer para as notificacoes.
      * Update: 15/10/2026 - O jornal de clientes (CLIJRNL) passou a
      *         receber o registro inteiro (117 posicoes), com o
      *         documento e a situacao do e-mail nas imagens antes e
      *         depois.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CADCLI.
          88 FS-LNK-OK                   VALUE 0.
       77 WS-ID-CONTATO-INF              PIC 9(05) VALUE ZEROS.
       77 WS-DATA-HOJE                   PIC 9(08) VALUE ZEROS.
       77 WS-IMAGEM-ANTES                PIC X(117) VALUE SPACES.
       77 WS-IMAGEM-DEPOIS               PIC X(117) VALUE SPACES.
       77 WS-EM-ANTERIOR                 PIC X(30) VALUE SPACES.
       01 WS-SIGNON.
          03 WS-SGN-USUARIO              PIC X(12).
          03 WS-SGN-NIVEL                PIC 9(01).
       77 WS-OPCAO                       PIC X.
       77 WS-CONFIRMA                    PIC X.
       77 WS-NOME-PESQ                   PIC X(20).
      ***** DOCUMENTO (CPF/CNPJ) INFORMADO PELO OPERADOR **************
       01 WS-DOC-INFORMADO.
          03 WS-DOC-TIPO                 PIC X(01).
             88 DOC-INF-CPF              VALUE 'F'.
             88 DOC-INF-CNPJ             VALUE 'J'.
          03 WS-DOC-NUMERO               PIC 9(14).
          03 WS-DOC-NUMERO-CPF REDEFINES WS-DOC-NUMERO.
             05 WS-DOC-ZEROS-CPF         PIC 9(03).
             05 WS-DOC-CPF               PIC 9(11).
       77 WS-DOC-SITUACAO                PIC X(01).
          88 DOC-ACEITO                  VALUE 'A'.
          88 DOC-MANTIDO                 VALUE 'M'.
          88 DOC-RECUSADO                VALUE 'R'.
       77 WS-DOC-OBRIGATORIO             PIC X(01).
          88 DOC-OBRIGATORIO             VALUE 'S'.
       77 WS-EOF-DOC                     PIC X(01).
          88 EOF-DOC                     VALUE 'S'.
       77 WS-CD-CLIENTE-SALVO            PIC 9(03).
      ***** PARAMETROS DO CADVALID ************************************
       77 WS-VAL-TIPO                    PIC X(10).
       77 WS-VAL-NUM                     PIC 9(10).
       77 WS-VAL-RESULTADO               PIC X(01).
          88 VAL-OK                      VALUE 'S'.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            ELSE
               DISPLAY 'Informe o codigo do cliente:'
               ACCEPT CD-CLIENTE
               MOVE 'S'                        TO WS-DOC-OBRIGATORIO
               PERFORM P700-INFORMA-DOCUMENTO THRU P700-FIM
               IF DOC-RECUSADO
                  DISPLAY 'INCLUSAO CANCELADA.'
                  CLOSE CLIENTE
                  GO TO P200-FIM
               END-IF
               MOVE WS-CD-CLIENTE-SALVO        TO CD-CLIENTE
               MOVE WS-DOC-TIPO                TO TP-DOC-CLIENTE
               MOVE WS-DOC-NUMERO              TO NR-DOC-CLIENTE
               DISPLAY 'Informe o nome do cliente:'
               ACCEPT NM-CLIENTE
               DISPLAY 'Informe o telefone:'
               ACCEPT LIM-CREDITO-CLIENTE
               DISPLAY 'Informe o e-mail (ou branco):'
               ACCEPT EM-CLIENTE
               SET EMAIL-CLIENTE-VALIDO        TO TRUE
               SET CLIENTE-ATIVO               TO TRUE

               WRITE REG-CLIENTE
                  INVALID KEY
                     DISPLAY 'CLIENTE NAO ENCONTRADO.'
                  NOT INVALID KEY
                     PERFORM P450-ALTERA-DADOS THRU P450-FIM
               END-READ
               CLOSE CLIENTE
            END-IF
       P400-FIM.
           EXIT.

       P450-ALTERA-DADOS.
            PERFORM P600-EXIBE-CLIENTE THRU P600-FIM
            MOVE REG-CLIENTE          TO WS-IMAGEM-ANTES

      ***** O DOCUMENTO VEM PRIMEIRO: A PROCURA DE DUPLICADO PERCORRE *
      ***** O MESTRE, ENTAO O CLIENTE E RELIDO PELA CHAVE EM SEGUIDA **
            MOVE 'N'                  TO WS-DOC-OBRIGATORIO
            PERFORM P700-INFORMA-DOCUMENTO THRU P700-FIM
            IF DOC-RECUSADO
               DISPLAY 'ALTERACAO CANCELADA.'
               GO TO P450-FIM
            END-IF
            MOVE WS-CD-CLIENTE-SALVO  TO CD-CLIENTE
            READ CLIENTE
               INVALID KEY
                  DISPLAY 'CLIENTE NAO ENCONTRADO.'
                  GO TO P450-FIM
            END-READ
            IF DOC-ACEITO
               MOVE WS-DOC-TIPO       TO TP-DOC-CLIENTE
               MOVE WS-DOC-NUMERO     TO NR-DOC-CLIENTE
            END-IF

            DISPLAY 'Informe o novo nome:'
            ACCEPT NM-CLIENTE
            DISPLAY 'Informe o novo telefone:'
            ACCEPT TL-CLIENTE
            DISPLAY 'Informe o novo endereco:'
            ACCEPT EN-CLIENTE
            DISPLAY 'Informe a nova cidade:'
            ACCEPT CI-CLIENTE
            DISPLAY 'Informe a nova UF:'
            ACCEPT UF-CLIENTE
            DISPLAY 'Informe o novo limite de credito '
                    '(0 = padrao):'
            ACCEPT LIM-CREDITO-CLIENTE
            MOVE EM-CLIENTE           TO WS-EM-ANTERIOR
            IF EMAIL-CLIENTE-INVALIDO
               DISPLAY 'ATENCAO: E-MAIL ATUAL ' EM-CLIENTE
               DISPLAY 'INVALIDADO POR DEVOLUCAO DO MIDDLEWARE.'
            END-IF
            DISPLAY 'Informe o novo e-mail (ou branco):'
            ACCEPT EM-CLIENTE
      ***** E-MAIL TROCADO VOLTA A VALER PARA AS NOTIFICACOES *********
            IF EM-CLIENTE NOT EQUAL WS-EM-ANTERIOR
               SET EMAIL-CLIENTE-VALIDO TO TRUE
            END-IF
            REWRITE REG-CLIENTE
            MOVE REG-CLIENTE          TO WS-IMAGEM-DEPOIS
            CALL 'CLIJRNL' USING 'CADCLI    '
                 WS-SGN-USUARIO 'ALTERACAO '
                 WS-IMAGEM-ANTES WS-IMAGEM-DEPOIS
            CALL 'CLIDELTA' USING CD-CLIENTE 'U'
            DISPLAY 'CLIENTE ATUALIZADO COM SUCESSO!'
            .
       P450-FIM.
           EXIT.

       P500-EXCLUIR.
            CALL 'SELOMARC' USING 'CLIENTE     ' 'CADCLI    '
            OPEN I-O CLIENTE
               DISPLAY 'LIMITE..: ' LIM-CREDITO-CLIENTE
            END-IF
            DISPLAY 'E-MAIL..: ' EM-CLIENTE
            EVALUATE TRUE
                WHEN DOC-CLIENTE-CPF
                   DISPLAY 'CPF.....: ' NR-DOC-CLIENTE (4:11)
                WHEN DOC-CLIENTE-CNPJ
                   DISPLAY 'CNPJ....: ' NR-DOC-CLIENTE
                WHEN OTHER
                   DISPLAY 'DOC.....: (NAO CAPTURADO)'
            END-EVALUATE
            .
       P600-FIM.
           EXIT.

      ******************************************************************
      * LE O DOCUMENTO (CPF OU CNPJ) DO CLIENTE, CONFERE OS DIGITOS
      * VERIFICADORES NO CADVALID E RECUSA DOCUMENTO QUE JA ESTEJA EM
      * OUTRO CLIENTE. NA ALTERACAO O TIPO EM BRANCO MANTEM O ATUAL.
      * A PROCURA PERCORRE O MESTRE: QUEM CHAMA RELE O CLIENTE PELO
      * CODIGO GUARDADO EM WS-CD-CLIENTE-SALVO.
      ******************************************************************
       P700-INFORMA-DOCUMENTO.
            MOVE CD-CLIENTE                TO WS-CD-CLIENTE-SALVO
            MOVE 'R'                       TO WS-DOC-SITUACAO
            MOVE ZEROS                     TO WS-DOC-NUMERO
            MOVE SPACES                    TO WS-DOC-TIPO
            IF DOC-OBRIGATORIO
               DISPLAY 'Informe o tipo do documento (F = CPF, '
                       'J = CNPJ):'
            ELSE
               DISPLAY 'Informe o novo tipo do documento (F = CPF, '
                       'J = CNPJ, branco = manter):'
            END-IF
            ACCEPT WS-DOC-TIPO
            INSPECT WS-DOC-TIPO CONVERTING 'fj' TO 'FJ'

            IF WS-DOC-TIPO EQUAL SPACES
               AND NOT DOC-OBRIGATORIO
               MOVE 'M'                    TO WS-DOC-SITUACAO
               GO TO P700-FIM
            END-IF

            IF NOT DOC-INF-CPF
               AND NOT DOC-INF-CNPJ
               DISPLAY 'TIPO DE DOCUMENTO INVALIDO.'
               GO TO P700-FIM
            END-IF

            DISPLAY 'Informe o numero do documento (so os digitos):'
            ACCEPT WS-DOC-NUMERO
            MOVE ZEROS                     TO WS-VAL-NUM
            MOVE 'N'                       TO WS-VAL-RESULTADO
            IF DOC-INF-CPF
               MOVE 'CPF'                  TO WS-VAL-TIPO
               IF WS-DOC-ZEROS-CPF EQUAL ZEROS
                  CALL 'CADVALID' USING WS-VAL-TIPO WS-VAL-NUM
                                        WS-DOC-CPF WS-VAL-RESULTADO
               END-IF
            ELSE
               MOVE 'CNPJ'                 TO WS-VAL-TIPO
               CALL 'CADVALID' USING WS-VAL-TIPO WS-VAL-NUM
                                     WS-DOC-NUMERO WS-VAL-RESULTADO
            END-IF
            IF NOT VAL-OK
               DISPLAY 'DOCUMENTO INVALIDO (DIGITO VERIFICADOR).'
               GO TO P700-FIM
            END-IF

            MOVE 'A'                       TO WS-DOC-SITUACAO
            MOVE 'N'                       TO WS-EOF-DOC
            MOVE ZEROS                     TO CD-CLIENTE
            START CLIENTE KEY IS NOT LESS THAN CD-CLIENTE
               INVALID KEY
                  MOVE 'S'                 TO WS-EOF-DOC
            END-START
            PERFORM P750-PROCURA-DUPLICADO THRU P750-FIM
                    UNTIL EOF-DOC OR DOC-RECUSADO
            .
       P700-FIM.
           EXIT.

       P750-PROCURA-DUPLICADO.
            READ CLIENTE NEXT RECORD
               AT END
                  MOVE 'S'                 TO WS-EOF-DOC
                  GO TO P750-FIM
            END-READ

            IF TP-DOC-CLIENTE EQUAL WS-DOC-TIPO
               AND NR-DOC-CLIENTE EQUAL WS-DOC-NUMERO
               AND CD-CLIENTE NOT EQUAL WS-CD-CLIENTE-SALVO
               DISPLAY 'DOCUMENTO JA CADASTRADO NO CLIENTE '
                       CD-CLIENTE ' - ' NM-CLIENTE
               MOVE 'R'                    TO WS-DOC-SITUACAO
            END-IF
            .
       P750-FIM.
           EXIT.

       END PROGRAM CADCLI.
