      ******************************************************************
      * Author: ANDRE COSTA
      * Date: 15/10/2026
      * Purpose: RELATORIO NOTURNO DE RISCO DE EVASAO. O ALERTFAL OLHA
      *          SO AS FALTAS, O RELATRAS SO AS PARCELAS EM ATRASO E AS
      *          NOTAS FICAM NO NOTAS.DAT; O ALUNO QUE ABANDONA O CURSO
      *          COSTUMA MOSTRAR OS TRES SINAIS JUNTOS. PARA CADA
      *          ESTUDANTE ATIVO (STUDENT.DAT), NO SEMESTRE DA DATA DE
      *          MOVIMENTO, SOMA OS PONTOS DE:
      *          - NOTAS: CADA DISCIPLINA COM MEDIA ABAIXO DO CORTE NO
      *            NOTAS.DAT VALE O FINPARM PESO-RISCO-NOTA (PADRAO
      *            15); RESULTADO CREDITADO NAO CONTA;
      *          - FALTAS: O PIOR PERCENTUAL DE FALTAS POR DISCIPLINA
      *            NAS AULAS DO SEMESTRE (FREQUENCIA.DAT), SOMADO
      *            QUANDO PASSA DO PC-ALERTA-FALTA (PADRAO 15%, O MESMO
      *            LIMIAR DO ALERTFAL);
      *          - MENSALIDADE: CADA PARCELA EM ABERTO JA VENCIDA (DIA
      *            UTIL SEGUINTE, COMO NO RELATRAS) DOS CONTRATOS DO
      *            ESTUDANTE (MENSALID.DAT -> CONTRATO.DAT, SEGUINDO A
      *            RENEGOCIACAO PELO RENEGLNK.DAT) VALE O FINPARM
      *            PESO-RISCO-PARC (PADRAO 10).
      *          LISTA OS ESTUDANTES COM PONTOS, DO MAIOR RISCO PARA O
      *          MENOR, COM OS FATORES QUE PESARAM E A COMPARACAO COM A
      *          APURACAO DE UMA SEMANA ATRAS. CADA APURACAO FICA NO
      *          HISTORICO RISCOHIS.DAT. RELATORIO EM RELRISCO.LST;
      *          RETORNO 4 QUANDO ALGUM ESTUDANTE PIOROU NA SEMANA.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RELRISCO.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
            DECIMAL-POINT IS COMMA.
            INPUT-OUTPUT SECTION.
            FILE-CONTROL.
                SELECT ESTUDANTE ASSIGN TO
                WS-ARQ-STUDENT
                ORGANIZATION IS INDEXED
                ACCESS MODE  IS SEQUENTIAL
                RECORD KEY   IS CD-STUDENT
                ALTERNATE RECORD KEY IS NM-STUDENT WITH DUPLICATES
                FILE STATUS  IS WS-FS-EST.
                SELECT NOTAS ASSIGN TO
                WS-ARQ-NOTAS
                ORGANIZATION IS INDEXED
                ACCESS MODE  IS DYNAMIC
                RECORD KEY   IS CHAVE-NOTAS
                FILE STATUS  IS WS-FS-NOT.
                SELECT FREQUENCIA ASSIGN TO
                WS-ARQ-FREQUENCIA
                ORGANIZATION IS INDEXED
                ACCESS MODE  IS DYNAMIC
                RECORD KEY   IS CHAVE-FREQUENCIA
                FILE STATUS  IS WS-FS-FRQ.
                SELECT MENSALID ASSIGN TO
                WS-ARQ-MENSALID
                ORGANIZATION IS INDEXED
                ACCESS MODE  IS DYNAMIC
                RECORD KEY   IS CHAVE-MENSALID
                FILE STATUS  IS WS-FS-MSL.
                SELECT CONTRATO ASSIGN TO
                WS-ARQ-CONTRATO
                ORGANIZATION IS INDEXED
                ACCESS MODE  IS DYNAMIC
                RECORD KEY   IS CHAVE-CONTRATO
                FILE STATUS  IS WS-FS-CTR.
                SELECT RENEGLNK ASSIGN TO
                WS-ARQ-RENEGLNK
                ORGANIZATION IS INDEXED
                ACCESS MODE  IS RANDOM
                RECORD KEY   IS RNG-CONTRATO-ANTIGO
                FILE STATUS  IS WS-FS-LNK.
                SELECT RISCOHIS ASSIGN TO
                WS-ARQ-RISCOHIS
                ORGANIZATION IS INDEXED
                ACCESS MODE  IS DYNAMIC
                RECORD KEY   IS CHAVE-RISCOHIS
                FILE STATUS  IS WS-FS-RSH.
                SELECT ORDENACAO ASSIGN TO
                'RELRISCO.WRK'.
                SELECT RELATORIO ASSIGN TO
                WS-ARQ-RELRISCO
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS  IS WS-FS-REL.

       DATA DIVISION.
       FILE SECTION.
       FD ESTUDANTE.
          COPY FD_ESTUDANTE.

       FD NOTAS.
          COPY FD_NOTAS.

       FD FREQUENCIA.
          COPY FD_FREQ.

       FD MENSALID.
          COPY FD_MENSALID.

       FD CONTRATO.
          COPY FD_CONTRATO.

       FD RENEGLNK.
          COPY FD_RENEGLNK.

       FD RISCOHIS.
          COPY FD_RISCOHIS.

       SD ORDENACAO.
       01 REG-SORT.
          03 SRT-PONTOS                  PIC 9(04).
          03 SRT-CD-STUDENT              PIC 9(05).
          03 SRT-NM-STUDENT              PIC X(20).
          03 SRT-QT-NOTAS-BAIXAS         PIC 9(02).
          03 SRT-PC-FALTAS               PIC 9(03).
          03 SRT-MATERIA-FALTAS          PIC 9(03).
          03 SRT-QT-PARC-VENCIDAS        PIC 9(03).
          03 SRT-DIAS-ATRASO             PIC 9(05).

       FD RELATORIO.
       01 REG-RELATORIO                  PIC X(120).

       WORKING-STORAGE SECTION.
      ***** CAMINHOS FISICOS DOS ARQUIVOS - PRE-CARREGADOS COM O *****
      ***** PADRAO HISTORICO E RESOLVIDOS PELO ARQCONF NO INICIO *****
       77 WS-ARQ-STUDENT             PIC X(68) VALUE
          'C:\CURSOCOBOL\COBOL\01 - BASICO\BIN\STUDENT.DAT'.
       77 WS-ARQ-NOTAS               PIC X(68) VALUE
          'C:\Users\Mauro Vieira\bin\NOTAS.DAT'.
       77 WS-ARQ-FREQUENCIA          PIC X(68) VALUE
          'C:\Users\Mauro Vieira\bin\FREQUENCIA.DAT'.
       77 WS-ARQ-MENSALID            PIC X(68) VALUE
          'C:\Users\Mauro Vieira\bin\MENSALID.DAT'.
       77 WS-ARQ-CONTRATO            PIC X(68) VALUE
          'C:\CursoCOBOL\COBOL\01 - Basico\bin\CONTRATO.DAT'.
       77 WS-ARQ-RENEGLNK            PIC X(68) VALUE
          'C:\CursoCOBOL\COBOL\01 - Basico\bin\RENEGLNK.DAT'.
       77 WS-ARQ-RISCOHIS            PIC X(68) VALUE
          'C:\Users\Mauro Vieira\bin\RISCOHIS.DAT'.
       77 WS-ARQ-RELRISCO            PIC X(68) VALUE
          'C:\Users\Mauro Vieira\bin\RELRISCO.LST'.
       77 WS-FS-EST                      PIC 99.
          88 FS-EST-OK                   VALUE 0.
       77 WS-FS-NOT                      PIC 99.
          88 FS-NOT-OK                   VALUE 0.
       77 WS-NOT-ABERTO                  PIC X VALUE 'N'.
          88 NOT-ABERTO                  VALUE 'S'.
       77 WS-FS-FRQ                      PIC 99.
          88 FS-FRQ-OK                   VALUE 0.
       77 WS-FRQ-ABERTO                  PIC X VALUE 'N'.
          88 FRQ-ABERTO                  VALUE 'S'.
       77 WS-FS-MSL                      PIC 99.
          88 FS-MSL-OK                   VALUE 0.
       77 WS-MSL-ABERTO                  PIC X VALUE 'N'.
          88 MSL-ABERTO                  VALUE 'S'.
       77 WS-FS-CTR                      PIC 99.
          88 FS-CTR-OK                   VALUE 0.
       77 WS-CTR-ABERTO                  PIC X VALUE 'N'.
          88 CTR-ABERTO                  VALUE 'S'.
       77 WS-FS-LNK                      PIC 99.
          88 FS-LNK-OK                   VALUE 0.
       77 WS-LNK-ABERTO                  PIC X VALUE 'N'.
          88 LNK-ABERTO                  VALUE 'S'.
       77 WS-FS-RSH                      PIC 99.
          88 FS-RSH-OK                   VALUE 0.
       77 WS-FS-REL                      PIC 99.
       77 WS-EOF                         PIC X.
          88 EOF-OK                      VALUE 'S' FALSE 'N'.
       77 WS-EOF-DET                     PIC X.
          88 EOF-DET-OK                  VALUE 'S' FALSE 'N'.
       77 WS-EOF-CTR                     PIC X.
          88 EOF-CTR-OK                  VALUE 'S' FALSE 'N'.
       77 WS-DATA-MOVIMENTO              PIC 9(08) VALUE ZEROS.
       77 WS-CONTROLE-DATA               PIC X(01) VALUE 'N'.
       77 WS-DIAS-HOJE                   PIC 9(07).
       77 WS-DT-SEMANA-ANTERIOR          PIC 9(08).
       77 WS-AA-PERIODO                  PIC 9(04) VALUE ZEROS.
       77 WS-SM-PERIODO                  PIC 9(01) VALUE ZEROS.
       77 WS-DT-INI-PERIODO              PIC 9(08) VALUE ZEROS.
       77 WS-DT-FIM-PERIODO              PIC 9(08) VALUE ZEROS.
       77 WS-PESO-NOTA                   PIC 9(09)V99 VALUE 15.
       77 WS-PESO-PARCELA                PIC 9(09)V99 VALUE 10.
       77 WS-PC-ALERTA                   PIC 9(09)V99 VALUE 15.
      ***** APURACAO DO ESTUDANTE CORRENTE ****************************
       77 WS-PONTOS                      PIC 9(04) VALUE ZEROS.
       77 WS-QT-NOTAS-BAIXAS             PIC 9(02) VALUE ZEROS.
       77 WS-PC-FALTAS                   PIC 9(03) VALUE ZEROS.
       77 WS-MATERIA-FALTAS              PIC 9(03) VALUE ZEROS.
       77 WS-QT-PARC-VENCIDAS            PIC 9(03) VALUE ZEROS.
       77 WS-DIAS-ATRASO-MAX             PIC 9(05) VALUE ZEROS.
      ***** GRUPO DE FREQUENCIA (ALUNO + DISCIPLINA) ******************
       77 WS-TEM-GRUPO                   PIC X VALUE 'N'.
          88 TEM-GRUPO                   VALUE 'S'.
       77 WS-MATERIA-ATUAL               PIC 9(03) VALUE ZEROS.
       77 WS-QT-AULAS                    PIC 9(04) VALUE ZEROS.
       77 WS-QT-FALTAS                   PIC 9(04) VALUE ZEROS.
       77 WS-PC-GRUPO                    PIC 9(03) VALUE ZEROS.
      ***** CONTRATO EM APURACAO E O DA RENEGOCIACAO, SE HOUVER *******
       77 WS-CONTRATO-ATUAL              PIC 9(06) VALUE ZEROS.
       77 WS-QT-SALTOS                   PIC 9(02) VALUE ZEROS.
       77 WS-QT-RENEG-CONTR              PIC 9(03) VALUE ZEROS.
       77 WS-DT-VENC-UTIL                PIC 9(08).
       77 WS-DIAS-ATRASO                 PIC S9(05).
      ***** COMPARACAO COM A SEMANA ANTERIOR **************************
       77 WS-PONTOS-ANTERIOR             PIC 9(04) VALUE ZEROS.
       77 WS-TEM-ANTERIOR                PIC X VALUE 'N'.
          88 TEM-ANTERIOR                VALUE 'S'.
       77 WS-TENDENCIA                   PIC X(07) VALUE SPACES.
       77 WS-ANTERIOR-EDT                PIC X(04) VALUE SPACES.
      ***** TOTAIS ****************************************************
       77 WS-POSICAO                     PIC 9(05) VALUE ZEROS.
       77 WS-QT-AVALIADOS                PIC 9(05) VALUE ZEROS.
       77 WS-QT-PIORARAM                 PIC 9(05) VALUE ZEROS.
       77 WS-QT-ERRO-HIST                PIC 9(05) VALUE ZEROS.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.

      ***** RETURN-CODE E REGISTRADOR COMPARTILHADO: UM PASSO *********
      ***** ANTERIOR COM FALHA NAO PODE CONTAMINAR ESTE PASSO *********
            MOVE ZERO                    TO RETURN-CODE

      ***** RESOLVE OS CAMINHOS FISICOS PELO PERFIL DO ARQCONF ******
            CALL 'ARQCONF' USING 'STUDENT.DAT     ' WS-ARQ-STUDENT
            CALL 'ARQCONF' USING 'NOTAS.DAT       ' WS-ARQ-NOTAS
            CALL 'ARQCONF' USING 'FREQUENCIA.DAT  ' WS-ARQ-FREQUENCIA
            CALL 'ARQCONF' USING 'MENSALID.DAT    ' WS-ARQ-MENSALID
            CALL 'ARQCONF' USING 'CONTRATO.DAT    ' WS-ARQ-CONTRATO
            CALL 'ARQCONF' USING 'RENEGLNK.DAT    ' WS-ARQ-RENEGLNK
            CALL 'ARQCONF' USING 'RISCOHIS.DAT    ' WS-ARQ-RISCOHIS
            CALL 'ARQCONF' USING 'RELRISCO.LST    ' WS-ARQ-RELRISCO

            CALL 'FINPARM' USING 'PESO-RISCO-NOTA ' WS-PESO-NOTA
            CALL 'FINPARM' USING 'PESO-RISCO-PARC ' WS-PESO-PARCELA
            CALL 'FINPARM' USING 'PC-ALERTA-FALTA ' WS-PC-ALERTA

      ***** PERIODO: O SEMESTRE DA DATA DE MOVIMENTO ******************
            CALL 'DTMOVIM' USING WS-DATA-MOVIMENTO WS-CONTROLE-DATA
            MOVE WS-DATA-MOVIMENTO(1:4)  TO WS-AA-PERIODO
            MOVE WS-DATA-MOVIMENTO(1:4)  TO WS-DT-INI-PERIODO(1:4)
                                            WS-DT-FIM-PERIODO(1:4)
            IF WS-DATA-MOVIMENTO(5:2) GREATER THAN '06'
               MOVE 2                    TO WS-SM-PERIODO
               MOVE '0701'               TO WS-DT-INI-PERIODO(5:4)
               MOVE '1231'               TO WS-DT-FIM-PERIODO(5:4)
            ELSE
               MOVE 1                    TO WS-SM-PERIODO
               MOVE '0101'               TO WS-DT-INI-PERIODO(5:4)
               MOVE '0630'               TO WS-DT-FIM-PERIODO(5:4)
            END-IF

            COMPUTE WS-DIAS-HOJE =
                    FUNCTION INTEGER-OF-DATE(WS-DATA-MOVIMENTO)
            COMPUTE WS-DT-SEMANA-ANTERIOR =
                    FUNCTION DATE-OF-INTEGER(WS-DIAS-HOJE - 7)

            OPEN INPUT ESTUDANTE

            IF NOT FS-EST-OK
               DISPLAY 'CADASTRO DE ESTUDANTES INDISPONIVEL.'
               DISPLAY 'FILE STATUS: ' WS-FS-EST
               MOVE 16                   TO RETURN-CODE
               GOBACK
            END-IF

            OPEN I-O RISCOHIS
            IF WS-FS-RSH EQUAL 35
               OPEN OUTPUT RISCOHIS
               CLOSE RISCOHIS
               OPEN I-O RISCOHIS
            END-IF

            IF NOT FS-RSH-OK
               DISPLAY 'ERRO AO ABRIR O HISTORICO DE RISCO.'
               DISPLAY 'FILE STATUS: ' WS-FS-RSH
               CLOSE ESTUDANTE
               MOVE 16                   TO RETURN-CODE
               GOBACK
            END-IF

            OPEN OUTPUT RELATORIO

            IF WS-FS-REL NOT EQUAL ZEROS
               DISPLAY 'ERRO AO ABRIR O RELATORIO DE RISCO.'
               DISPLAY 'FILE STATUS: ' WS-FS-REL
               CLOSE ESTUDANTE RISCOHIS
               MOVE 16                   TO RETURN-CODE
               GOBACK
            END-IF

      ***** FONTE AUSENTE ZERA O SEU FATOR, COM AVISO, SEM DERRUBAR ***
      ***** A APURACAO DOS OUTROS DOIS ********************************
            OPEN INPUT NOTAS
            IF FS-NOT-OK
               MOVE 'S'                  TO WS-NOT-ABERTO
            ELSE
               DISPLAY 'AVISO: MESTRE DE NOTAS INDISPONIVEL - O FATOR '
                       'NOTAS SAI ZERADO.'
            END-IF

            OPEN INPUT FREQUENCIA
            IF FS-FRQ-OK
               MOVE 'S'                  TO WS-FRQ-ABERTO
            ELSE
               DISPLAY 'AVISO: FREQUENCIA INDISPONIVEL - O FATOR '
                       'FALTAS SAI ZERADO.'
            END-IF

            OPEN INPUT MENSALID
            IF FS-MSL-OK
               MOVE 'S'                  TO WS-MSL-ABERTO
            END-IF

            OPEN INPUT CONTRATO
            IF FS-CTR-OK
               MOVE 'S'                  TO WS-CTR-ABERTO
            END-IF

            IF NOT MSL-ABERTO OR NOT CTR-ABERTO
               DISPLAY 'AVISO: MENSALIDADES/CONTRATOS INDISPONIVEIS - '
                       'O FATOR MENSALIDADE SAI ZERADO.'
            END-IF

            OPEN INPUT RENEGLNK
            IF FS-LNK-OK
               MOVE 'S'                  TO WS-LNK-ABERTO
            END-IF

            MOVE SPACES                  TO REG-RELATORIO
            STRING 'RISCO DE EVASAO - APURACAO DE '
                   WS-DATA-MOVIMENTO(7:2) '/' WS-DATA-MOVIMENTO(5:2)
                   '/' WS-DATA-MOVIMENTO(1:4)
                   ' - PERIODO LETIVO ' WS-AA-PERIODO '/'
                   WS-SM-PERIODO
                   ' - COMPARADO COM ' WS-DT-SEMANA-ANTERIOR(7:2) '/'
                   WS-DT-SEMANA-ANTERIOR(5:2) '/'
                   WS-DT-SEMANA-ANTERIOR(1:4)
                   DELIMITED BY SIZE INTO REG-RELATORIO
            WRITE REG-RELATORIO
            MOVE SPACES                  TO REG-RELATORIO
            STRING 'PONTOS: ' WS-PESO-NOTA(8:2)
                   ' POR DISCIPLINA ABAIXO DO CORTE + PIOR % DE FALTAS'
                   ' ACIMA DE ' WS-PC-ALERTA(8:2) '% + '
                   WS-PESO-PARCELA(8:2) ' POR PARCELA VENCIDA'
                   DELIMITED BY SIZE INTO REG-RELATORIO
            WRITE REG-RELATORIO
            MOVE '---------------------------------------------'
                                          TO REG-RELATORIO
            WRITE REG-RELATORIO
            MOVE SPACES                  TO REG-RELATORIO
            STRING ' POS. ALUNO NOME                 PONTOS ANT. '
                   'TENDENC  NOTAS FALTAS DISC  PARC ATRASO'
                   DELIMITED BY SIZE INTO REG-RELATORIO
            WRITE REG-RELATORIO

            SORT ORDENACAO
               ON DESCENDING KEY SRT-PONTOS
               ON ASCENDING KEY SRT-CD-STUDENT
               INPUT PROCEDURE  IS P100-CARREGA
               OUTPUT PROCEDURE IS P600-IMPRIME

            MOVE '============================================='
                                          TO REG-RELATORIO
            WRITE REG-RELATORIO
            MOVE SPACES                  TO REG-RELATORIO
            STRING 'ESTUDANTES ATIVOS AVALIADOS: ' WS-QT-AVALIADOS
                   '  COM RISCO: ' WS-POSICAO
                   '  PIORARAM NA SEMANA: ' WS-QT-PIORARAM
                   DELIMITED BY SIZE INTO REG-RELATORIO
            WRITE REG-RELATORIO

            IF NOT-ABERTO
               CLOSE NOTAS
            END-IF
            IF FRQ-ABERTO
               CLOSE FREQUENCIA
            END-IF
            IF MSL-ABERTO
               CLOSE MENSALID
            END-IF
            IF CTR-ABERTO
               CLOSE CONTRATO
            END-IF
            IF LNK-ABERTO
               CLOSE RENEGLNK
            END-IF
            CLOSE ESTUDANTE RISCOHIS RELATORIO

            DISPLAY 'RELATORIO GERADO EM RELRISCO.LST ('
                    WS-POSICAO ' ESTUDANTE(S) COM RISCO DE '
                    WS-QT-AVALIADOS ' AVALIADO(S)).'

            IF WS-QT-ERRO-HIST GREATER THAN ZEROS
               DISPLAY 'AVISO: ' WS-QT-ERRO-HIST ' APURACAO(OES) NAO '
                       'GRAVADA(S) NO HISTORICO DE RISCO.'
            END-IF

            IF WS-QT-PIORARAM GREATER THAN ZEROS
               DISPLAY '*** ' WS-QT-PIORARAM ' ESTUDANTE(S) COM RISCO '
                       'MAIOR QUE NA SEMANA ANTERIOR ***'
               MOVE 4                    TO RETURN-CODE
            END-IF

            GOBACK.
       P100-CARREGA.

            SET EOF-OK                   TO FALSE
            PERFORM P110-LE-ESTUDANTE    THRU P110-FIM UNTIL EOF-OK
            .
       P100-FIM.
           EXIT.
       P110-LE-ESTUDANTE.

            READ ESTUDANTE NEXT RECORD
               AT END
                  SET EOF-OK             TO TRUE
               NOT AT END
      ***** CADASTRO ANTERIOR A SITUACAO (EM BRANCO) CONTA COMO ATIVO *
                  IF STUDENT-ATIVO OR ST-STUDENT EQUAL SPACE
                     PERFORM P150-AVALIA-ESTUDANTE THRU P150-FIM
                  END-IF
            END-READ
            .
       P110-FIM.
           EXIT.
       P150-AVALIA-ESTUDANTE.

            ADD 1                        TO WS-QT-AVALIADOS
            MOVE ZEROS                   TO WS-QT-NOTAS-BAIXAS
                                            WS-PC-FALTAS
                                            WS-MATERIA-FALTAS
                                            WS-QT-PARC-VENCIDAS
                                            WS-DIAS-ATRASO-MAX

            IF NOT-ABERTO
               PERFORM P200-FATOR-NOTAS  THRU P200-FIM
            END-IF

            IF FRQ-ABERTO
               PERFORM P300-FATOR-FALTAS THRU P300-FIM
            END-IF

            IF MSL-ABERTO AND CTR-ABERTO
               PERFORM P400-FATOR-MENSALIDADE THRU P400-FIM
            END-IF

            COMPUTE WS-PONTOS =
                    WS-QT-NOTAS-BAIXAS * WS-PESO-NOTA
                  + WS-QT-PARC-VENCIDAS * WS-PESO-PARCELA

            IF WS-PC-FALTAS GREATER THAN WS-PC-ALERTA
               ADD WS-PC-FALTAS          TO WS-PONTOS
            END-IF

            MOVE WS-PONTOS               TO SRT-PONTOS
            MOVE CD-STUDENT              TO SRT-CD-STUDENT
            MOVE NM-STUDENT              TO SRT-NM-STUDENT
            MOVE WS-QT-NOTAS-BAIXAS      TO SRT-QT-NOTAS-BAIXAS
            MOVE WS-PC-FALTAS            TO SRT-PC-FALTAS
            MOVE WS-MATERIA-FALTAS       TO SRT-MATERIA-FALTAS
            MOVE WS-QT-PARC-VENCIDAS     TO SRT-QT-PARC-VENCIDAS
            MOVE WS-DIAS-ATRASO-MAX      TO SRT-DIAS-ATRASO
            RELEASE REG-SORT
            .
       P150-FIM.
           EXIT.
       P200-FATOR-NOTAS.

      ***** OS LANCAMENTOS DO ALUNO FICAM JUNTOS NA CHAVE *************
            MOVE CD-STUDENT              TO NT-ID-ALUNO
            MOVE ZEROS                   TO NT-ID-MATERIA
                                            NT-AA-PERIODO
                                            NT-SM-PERIODO

            SET EOF-DET-OK               TO FALSE
            START NOTAS KEY NOT LESS THAN CHAVE-NOTAS
               INVALID KEY
                  SET EOF-DET-OK         TO TRUE
            END-START

            PERFORM P210-LE-NOTA         THRU P210-FIM UNTIL EOF-DET-OK
            .
       P200-FIM.
           EXIT.
       P210-LE-NOTA.

            READ NOTAS NEXT RECORD
               AT END
                  SET EOF-DET-OK         TO TRUE
               NOT AT END
                  IF NT-ID-ALUNO NOT EQUAL CD-STUDENT
                     SET EOF-DET-OK      TO TRUE
                  ELSE
                     IF NT-AA-PERIODO EQUAL WS-AA-PERIODO
                        AND NT-SM-PERIODO EQUAL WS-SM-PERIODO
                        AND NOT NOTA-CREDITADO
                        AND NT-MD-ALUNO LESS THAN NT-NOTA-APROVACAO
                        ADD 1            TO WS-QT-NOTAS-BAIXAS
                     END-IF
                  END-IF
            END-READ
            .
       P210-FIM.
           EXIT.
       P300-FATOR-FALTAS.

      ***** MESMA APURACAO DO ALERTFAL, SO COM AS AULAS DO SEMESTRE: **
      ***** FICA O PIOR PERCENTUAL ENTRE AS DISCIPLINAS ***************
            MOVE CD-STUDENT              TO FQ-ID-ALUNO
            MOVE ZEROS                   TO FQ-ID-MATERIA
                                            FQ-DT-AULA
            MOVE 'N'                     TO WS-TEM-GRUPO
            MOVE ZEROS                   TO WS-MATERIA-ATUAL

            SET EOF-DET-OK               TO FALSE
            START FREQUENCIA KEY NOT LESS THAN CHAVE-FREQUENCIA
               INVALID KEY
                  SET EOF-DET-OK         TO TRUE
            END-START

            PERFORM P310-LE-CHAMADA      THRU P310-FIM UNTIL EOF-DET-OK

            IF TEM-GRUPO
               PERFORM P350-FECHA-GRUPO  THRU P350-FIM
            END-IF
            .
       P300-FIM.
           EXIT.
       P310-LE-CHAMADA.

            READ FREQUENCIA NEXT RECORD
               AT END
                  SET EOF-DET-OK         TO TRUE
               NOT AT END
                  IF FQ-ID-ALUNO NOT EQUAL CD-STUDENT
                     SET EOF-DET-OK      TO TRUE
                  ELSE
                     IF FQ-DT-AULA NOT LESS THAN WS-DT-INI-PERIODO
                        AND FQ-DT-AULA NOT GREATER THAN
                            WS-DT-FIM-PERIODO
                        PERFORM P320-CONTA-CHAMADA THRU P320-FIM
                     END-IF
                  END-IF
            END-READ
            .
       P310-FIM.
           EXIT.
       P320-CONTA-CHAMADA.

            IF NOT TEM-GRUPO
               OR FQ-ID-MATERIA NOT EQUAL WS-MATERIA-ATUAL
               IF TEM-GRUPO
                  PERFORM P350-FECHA-GRUPO THRU P350-FIM
               END-IF
               MOVE FQ-ID-MATERIA        TO WS-MATERIA-ATUAL
               MOVE ZEROS                TO WS-QT-AULAS
                                            WS-QT-FALTAS
               MOVE 'S'                  TO WS-TEM-GRUPO
            END-IF

            ADD 1                        TO WS-QT-AULAS
            IF AULA-FALTA
               ADD 1                     TO WS-QT-FALTAS
            END-IF
            .
       P320-FIM.
           EXIT.
       P350-FECHA-GRUPO.

            IF WS-QT-AULAS EQUAL ZEROS
               GO TO P350-FIM
            END-IF

            COMPUTE WS-PC-GRUPO ROUNDED =
                    WS-QT-FALTAS * 100 / WS-QT-AULAS

            IF WS-PC-GRUPO GREATER THAN WS-PC-FALTAS
               MOVE WS-PC-GRUPO          TO WS-PC-FALTAS
               MOVE WS-MATERIA-ATUAL     TO WS-MATERIA-FALTAS
            END-IF
            .
       P350-FIM.
           EXIT.
       P400-FATOR-MENSALIDADE.

      ***** UM CONTRATO DE MENSALIDADE POR PERIODO (MATRCONT) *********
            MOVE CD-STUDENT              TO MSL-CD-STUDENT
            MOVE ZEROS                   TO MSL-AA-PERIODO
                                            MSL-SM-PERIODO

            SET EOF-DET-OK               TO FALSE
            START MENSALID KEY NOT LESS THAN CHAVE-MENSALID
               INVALID KEY
                  SET EOF-DET-OK         TO TRUE
            END-START

            PERFORM P410-LE-MENSALIDADE  THRU P410-FIM UNTIL EOF-DET-OK
            .
       P400-FIM.
           EXIT.
       P410-LE-MENSALIDADE.

            READ MENSALID NEXT RECORD
               AT END
                  SET EOF-DET-OK         TO TRUE
               NOT AT END
                  IF MSL-CD-STUDENT NOT EQUAL CD-STUDENT
                     SET EOF-DET-OK      TO TRUE
                  ELSE
                     MOVE MSL-NUM-CONTRATO TO WS-CONTRATO-ATUAL
                     MOVE ZEROS          TO WS-QT-SALTOS
                     PERFORM P450-APURA-CONTRATO THRU P450-FIM
                             UNTIL WS-CONTRATO-ATUAL EQUAL ZEROS
                  END-IF
            END-READ
            .
       P410-FIM.
           EXIT.
       P450-APURA-CONTRATO.

            MOVE ZEROS                   TO WS-QT-RENEG-CONTR
            MOVE WS-CONTRATO-ATUAL       TO NUM-CONTRATO
            MOVE ZEROS                   TO NUM-PARCELA-CONTRATO

            SET EOF-CTR-OK               TO FALSE
            START CONTRATO KEY NOT LESS THAN CHAVE-CONTRATO
               INVALID KEY
                  SET EOF-CTR-OK         TO TRUE
            END-START

            PERFORM P460-LE-PARCELA      THRU P460-FIM UNTIL EOF-CTR-OK

      ***** A DIVIDA RENEGOCIADA CONTINUA NO CONTRATO NOVO (RENEGOC); *
      ***** O LIMITE DE SALTOS PROTEGE CONTRA VINCULO CIRCULAR ********
            IF WS-QT-RENEG-CONTR EQUAL ZEROS OR NOT LNK-ABERTO
               OR WS-QT-SALTOS NOT LESS THAN 10
               MOVE ZEROS                TO WS-CONTRATO-ATUAL
               GO TO P450-FIM
            END-IF

            ADD 1                        TO WS-QT-SALTOS
            MOVE WS-CONTRATO-ATUAL       TO RNG-CONTRATO-ANTIGO
            READ RENEGLNK
               INVALID KEY
                  MOVE ZEROS             TO WS-CONTRATO-ATUAL
               NOT INVALID KEY
                  MOVE RNG-CONTRATO-NOVO TO WS-CONTRATO-ATUAL
            END-READ
            .
       P450-FIM.
           EXIT.
       P460-LE-PARCELA.

            READ CONTRATO NEXT RECORD
               AT END
                  SET EOF-CTR-OK         TO TRUE
               NOT AT END
                  IF NUM-CONTRATO NOT EQUAL WS-CONTRATO-ATUAL
                     SET EOF-CTR-OK      TO TRUE
                  ELSE
                     IF PARCELA-RENEGOCIADA
                        ADD 1            TO WS-QT-RENEG-CONTR
                     END-IF
                     IF PARCELA-EM-ABERTO
                        PERFORM P470-CONFERE-ATRASO THRU P470-FIM
                     END-IF
                  END-IF
            END-READ
            .
       P460-FIM.
           EXIT.
       P470-CONFERE-ATRASO.

      ***** VENCIMENTO EM FIM DE SEMANA OU FERIADO VALE ATE O DIA *****
      ***** UTIL SEGUINTE, A MESMA REGRA DO RELATRAS ******************
            MOVE DT-VENCIMENTO-PARCELA   TO WS-DT-VENC-UTIL
            CALL 'DIAUTIL' USING WS-DT-VENC-UTIL

            COMPUTE WS-DIAS-ATRASO = WS-DIAS-HOJE
                  - FUNCTION INTEGER-OF-DATE(WS-DT-VENC-UTIL)

            IF WS-DIAS-ATRASO NOT GREATER THAN ZEROS
               GO TO P470-FIM
            END-IF

            ADD 1                        TO WS-QT-PARC-VENCIDAS
            IF WS-DIAS-ATRASO GREATER THAN WS-DIAS-ATRASO-MAX
               MOVE WS-DIAS-ATRASO       TO WS-DIAS-ATRASO-MAX
            END-IF
            .
       P470-FIM.
           EXIT.
       P600-IMPRIME.

            SET EOF-OK                   TO FALSE
            PERFORM P610-LINHA           THRU P610-FIM UNTIL EOF-OK
            .
       P600-FIM.
           EXIT.
       P610-LINHA.

            RETURN ORDENACAO
               AT END
                  SET EOF-OK             TO TRUE
               NOT AT END
                  PERFORM P620-SEMANA-ANTERIOR THRU P620-FIM
                  IF SRT-PONTOS GREATER THAN ZEROS
                     ADD 1               TO WS-POSICAO
                     PERFORM P640-DETALHE THRU P640-FIM
                  END-IF
                  PERFORM P650-GRAVA-HISTORICO THRU P650-FIM
            END-RETURN
            .
       P610-FIM.
           EXIT.
       P620-SEMANA-ANTERIOR.

      ***** A REFERENCIA E A ULTIMA APURACAO ATE SETE DIAS ATRAS ******
            MOVE 'N'                     TO WS-TEM-ANTERIOR
            MOVE ZEROS                   TO WS-PONTOS-ANTERIOR
            MOVE SRT-CD-STUDENT          TO RSH-CD-STUDENT
            MOVE ZEROS                   TO RSH-DT-APURACAO

            SET EOF-DET-OK               TO FALSE
            START RISCOHIS KEY NOT LESS THAN CHAVE-RISCOHIS
               INVALID KEY
                  SET EOF-DET-OK         TO TRUE
            END-START

            PERFORM P630-LE-HISTORICO    THRU P630-FIM UNTIL EOF-DET-OK

            MOVE SPACES                  TO WS-TENDENCIA
                                            WS-ANTERIOR-EDT
            EVALUATE TRUE
               WHEN NOT TEM-ANTERIOR
                  MOVE 'NOVO'            TO WS-TENDENCIA
                  MOVE '  - '            TO WS-ANTERIOR-EDT
               WHEN SRT-PONTOS GREATER THAN WS-PONTOS-ANTERIOR
                  MOVE 'PIOROU'          TO WS-TENDENCIA
                  MOVE WS-PONTOS-ANTERIOR TO WS-ANTERIOR-EDT
                  ADD 1                  TO WS-QT-PIORARAM
               WHEN SRT-PONTOS LESS THAN WS-PONTOS-ANTERIOR
                  MOVE 'MELHOROU'        TO WS-TENDENCIA
                  MOVE WS-PONTOS-ANTERIOR TO WS-ANTERIOR-EDT
               WHEN OTHER
                  MOVE 'ESTAVEL'         TO WS-TENDENCIA
                  MOVE WS-PONTOS-ANTERIOR TO WS-ANTERIOR-EDT
            END-EVALUATE
            .
       P620-FIM.
           EXIT.
       P630-LE-HISTORICO.

            READ RISCOHIS NEXT RECORD
               AT END
                  SET EOF-DET-OK         TO TRUE
               NOT AT END
                  IF RSH-CD-STUDENT NOT EQUAL SRT-CD-STUDENT
                     OR RSH-DT-APURACAO GREATER THAN
                        WS-DT-SEMANA-ANTERIOR
                     SET EOF-DET-OK      TO TRUE
                  ELSE
                     MOVE 'S'            TO WS-TEM-ANTERIOR
                     MOVE RSH-PONTOS     TO WS-PONTOS-ANTERIOR
                  END-IF
            END-READ
            .
       P630-FIM.
           EXIT.
       P640-DETALHE.

            MOVE SPACES                  TO REG-RELATORIO
            STRING WS-POSICAO ' ' SRT-CD-STUDENT ' ' SRT-NM-STUDENT
                   ' ' SRT-PONTOS '   ' WS-ANTERIOR-EDT ' '
                   WS-TENDENCIA '   ' SRT-QT-NOTAS-BAIXAS '   '
                   SRT-PC-FALTAS '%  ' SRT-MATERIA-FALTAS '  '
                   SRT-QT-PARC-VENCIDAS ' ' SRT-DIAS-ATRASO 'D'
                   DELIMITED BY SIZE INTO REG-RELATORIO
            WRITE REG-RELATORIO
            .
       P640-FIM.
           EXIT.
       P650-GRAVA-HISTORICO.

            MOVE SRT-CD-STUDENT          TO RSH-CD-STUDENT
            MOVE WS-DATA-MOVIMENTO       TO RSH-DT-APURACAO
            MOVE WS-AA-PERIODO           TO RSH-AA-PERIODO
            MOVE WS-SM-PERIODO           TO RSH-SM-PERIODO
            MOVE SRT-PONTOS              TO RSH-PONTOS
            MOVE SRT-QT-NOTAS-BAIXAS     TO RSH-QT-NOTAS-BAIXAS
            MOVE SRT-PC-FALTAS           TO RSH-PC-FALTAS
            MOVE SRT-QT-PARC-VENCIDAS    TO RSH-QT-PARC-VENCIDAS
            MOVE SRT-DIAS-ATRASO         TO RSH-DIAS-ATRASO
            IF SRT-PONTOS GREATER THAN ZEROS
               MOVE WS-POSICAO           TO RSH-POSICAO
            ELSE
               MOVE ZEROS                TO RSH-POSICAO
            END-IF

      ***** RODADA REPETIDA NO MESMO DIA REGRAVA A APURACAO DO DIA ****
            WRITE REG-RISCOHIS
               INVALID KEY
                  REWRITE REG-RISCOHIS
                     INVALID KEY
                        ADD 1            TO WS-QT-ERRO-HIST
                  END-REWRITE
            END-WRITE
            .
       P650-FIM.
           EXIT.
       END PROGRAM RELRISCO.
