      *          RECUPERA E REP-FALTA) E PERCENTUAL DE FALTAS,
      *          FECHANDO COM O RESUMO DE CONCLUSAO - PARA O
      *          EX-ALUNO QUE VOLTA ANOS DEPOIS PEDINDO O REGISTRO.
      * Update: 15/10/2026 - O resultado CREDITADO (aproveitamento
      *         de estudos da transferencia de curso, ESTTRANS)
      *         conta como aprovacao, e o historico fecha com as
      *         transferencias de curso do aluno (TRANSFER.DAT).
      * Update: 15/10/2026 - Bloqueio financeiro: o historico e
      *         retido quando o BLOQFIN aponta mensalidade
      *         atrasada alem do FINPARM DIAS-BLOQ-FIN, mostrando
      *         o valor em atraso, salvo liberacao do LIBFIN.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. HISTESC.
                ACCESS MODE  IS DYNAMIC
                RECORD KEY   IS CHAVE-NOTAHIST
                FILE STATUS  IS WS-FS-HIS.
                SELECT TRANSFER ASSIGN TO
                WS-ARQ-TRANSFER
                ORGANIZATION IS INDEXED
                ACCESS MODE  IS DYNAMIC
                RECORD KEY   IS CHAVE-TRANSFER
                FILE STATUS  IS WS-FS-TRF.
                SELECT ORDENACAO ASSIGN TO
                'HISTESC.WRK'.
                SELECT RELATORIO ASSIGN TO
          03 NH-ST-APROVACAO              PIC X(09).
          03 NH-PC-FALTAS                 PIC 9(03).

       FD TRANSFER.
          COPY FD_TRANSFER.

       SD ORDENACAO.
       01 REG-SORT.
          03 SRT-AA-PERIODO              PIC 9(04).
          'C:\Users\Mauro Vieira\bin\NOTAS.DAT'.
       77 WS-ARQ-NOTAHIST            PIC X(68) VALUE
          'C:\Users\Mauro Vieira\bin\NOTAHIST.DAT'.
       77 WS-ARQ-TRANSFER            PIC X(68) VALUE
          'C:\Users\Mauro Vieira\bin\TRANSFER.DAT'.
       77 WS-ARQ-HISTESC             PIC X(68) VALUE
          'C:\Users\Mauro Vieira\bin\HISTESC.LST'.
       77 WS-FS-NOT                      PIC 99.
          88 FS-NOT-OK                   VALUE 0.
       77 WS-FS-HIS                      PIC 99.
          88 FS-HIS-OK                   VALUE 0.
       77 WS-FS-TRF                      PIC 99.
          88 FS-TRF-OK                   VALUE 0.
       77 WS-FS-REL                      PIC 99.
       77 WS-EOF                         PIC X.
          88 EOF-OK                      VALUE 'S' FALSE 'N'.
       77 WS-QT-REPROVADAS               PIC 9(04) VALUE ZEROS.
       77 WS-SOMA-MEDIAS                 PIC 9(06)V99 VALUE ZEROS.
       77 WS-MEDIA-GERAL                 PIC 9(02)V99 VALUE ZEROS.
       01 WS-BLOQFIN.
          03 WS-BLQ-ACAO                 PIC X(01).
          03 WS-BLQ-CD-STUDENT           PIC 9(05).
          03 WS-BLQ-PROGRAMA             PIC X(10).
          03 WS-BLQ-OPERADOR             PIC X(12).
          03 WS-BLQ-SITUACAO             PIC X(01).
             88 WS-BLQ-LIVRE             VALUE 'L'.
             88 WS-BLQ-BLOQUEADO         VALUE 'B'.
             88 WS-BLQ-LIBERADO          VALUE 'O'.
          03 WS-BLQ-VR-DEVIDO            PIC 9(09)V99.
          03 WS-BLQ-QT-PARCELAS          PIC 9(03).
          03 WS-BLQ-DIAS-ATRASO          PIC 9(05).
          03 WS-BLQ-DIAS-LIMITE          PIC 9(05).
          03 WS-BLQ-RETORNO              PIC 99.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
      ***** RESOLVE OS CAMINHOS FISICOS PELO PERFIL DO ARQCONF ******
            CALL 'ARQCONF' USING 'NOTAS.DAT       ' WS-ARQ-NOTAS
            CALL 'ARQCONF' USING 'NOTAHIST.DAT    ' WS-ARQ-NOTAHIST
            CALL 'ARQCONF' USING 'TRANSFER.DAT    ' WS-ARQ-TRANSFER
            CALL 'ARQCONF' USING 'HISTESC.LST     ' WS-ARQ-HISTESC

            DISPLAY '*** HISTORICO ESCOLAR DO ALUNO ***'
            DISPLAY 'Informe o codigo do aluno: '
            ACCEPT WS-ALUNO-PESQ

      ***** MENSALIDADE ATRASADA ALEM DO LIMITE DO FINPARM RETEM O ****
      ***** HISTORICO, SALVO LIBERACAO DO ADMINISTRADOR (LIBFIN) ******
            MOVE 'V'                     TO WS-BLQ-ACAO
            MOVE WS-ALUNO-PESQ           TO WS-BLQ-CD-STUDENT
            MOVE 'HISTESC   '            TO WS-BLQ-PROGRAMA
            MOVE SPACES                  TO WS-BLQ-OPERADOR
            CALL 'BLOQFIN' USING WS-BLOQFIN

            IF WS-BLQ-BLOQUEADO
               DISPLAY 'HISTORICO RETIDO POR PENDENCIA FINANCEIRA.'
               DISPLAY 'EM ATRASO: ' WS-BLQ-QT-PARCELAS
                       ' PARCELA(S), VALOR ' WS-BLQ-VR-DEVIDO
                       ', ' WS-BLQ-DIAS-ATRASO ' DIA(S).'
               STOP RUN
            END-IF

            OPEN OUTPUT RELATORIO

            IF WS-FS-REL NOT EQUAL ZEROS
                  ADD SRT-MD-ALUNO       TO WS-SOMA-MEDIAS
                  IF SRT-ST-APROVACAO EQUAL 'APROVADO'
                     OR SRT-ST-APROVACAO EQUAL 'RECUPERA'
                     OR SRT-ST-APROVACAO EQUAL 'CREDITADO'
                     ADD 1               TO WS-QT-APROVADAS
                  ELSE
                     ADD 1               TO WS-QT-REPROVADAS
                                          TO REG-RELATORIO
            END-IF
            WRITE REG-RELATORIO

            PERFORM P950-TRANSFERENCIAS  THRU P950-FIM
            .
       P900-FIM.
       P950-TRANSFERENCIAS.

      ***** TRANSFERENCIAS DE CURSO DO ALUNO (ESTTRANS) ***************
            OPEN INPUT TRANSFER
            IF NOT FS-TRF-OK
               GO TO P950-FIM
            END-IF

            MOVE WS-ALUNO-PESQ           TO TF-CD-STUDENT
            MOVE ZEROS                   TO TF-DT-TRANSFERENCIA
                                            TF-HR-TRANSFERENCIA
            SET EOF-OK                   TO FALSE
            START TRANSFER KEY NOT LESS THAN CHAVE-TRANSFER
               INVALID KEY
                  SET EOF-OK             TO TRUE
            END-START
            PERFORM P960-LE-TRANSFERENCIA THRU P960-FIM UNTIL EOF-OK

            CLOSE TRANSFER
            .
       P950-FIM.
       P960-LE-TRANSFERENCIA.

            READ TRANSFER NEXT RECORD
               AT END
                  SET EOF-OK             TO TRUE
               NOT AT END
                  IF TF-CD-STUDENT NOT EQUAL WS-ALUNO-PESQ
                     SET EOF-OK          TO TRUE
                  ELSE
                     MOVE SPACES         TO REG-RELATORIO
                     STRING 'TRANSFERENCIA EM '
                            TF-DT-TRANSFERENCIA(7:2) '/'
                            TF-DT-TRANSFERENCIA(5:2) '/'
                            TF-DT-TRANSFERENCIA(1:4)
                            ': ' TF-CURSO-ORIGEM ' -> '
                            TF-CURSO-DESTINO
                            DELIMITED BY SIZE INTO REG-RELATORIO
                     WRITE REG-RELATORIO
                     MOVE SPACES         TO REG-RELATORIO
                     STRING '  CREDITADAS ' TF-QT-CREDITADAS
                            '  JA VALIAM ' TF-QT-DIRETAS
                            '  SEM EQUIVALENCIA '
                            TF-QT-SEM-EQUIVALENCIA
                            DELIMITED BY SIZE INTO REG-RELATORIO
                     WRITE REG-RELATORIO
                  END-IF
            END-READ
            .
       P960-FIM.
       END PROGRAM HISTESC.
