      *---------------------------------------------------------------*
       IDENTIFICATION              DIVISION.
      *---------------------------------------------------------------*
       PROGRAM-ID.                 CFPKO008.
      *--------------------------------------------------------------*
      * PROGRAMA   : CFPKO008
      * ANALISTA   : ANDRE COSTA
      * PROGRAMADOR: ANDRE COSTA
      * OBJETIVO   : LANCAMENTO ONLINE DE NOTAS PELO PROFESSOR,
      *              ACIONADO PELA OPCAO 8 DO MENU CFPKO000. O
      *              USUARIO CICS E LOCALIZADO NO ARQUIVO USUARIOS
      *              E, PELO FUNCIONARIO, NO CADASTRO DE PROFESSORES;
      *              SO A DISCIPLINA QUE ELE LECIONA NA GRADE ACEITA
      *              NOTA. INFORMADOS DISCIPLINA, PERIODO LETIVO E
      *              QUAL DAS QUATRO NOTAS SERA LANCADA, A TELA LISTA
      *              8 ALUNOS COM MATRICULA ATIVA POR PAGINA (PF8
      *              AVANCA, PF7 RECUA, COMO NO CFPKO006) E ACEITA A
      *              NOTA DE CADA UM (00,00 A 10,00). O ENTER GRAVA
      *              NO NOTAS.DAT COM A MEDIA E A SITUACAO
      *              RECALCULADAS PELA MESMA REGRA DO TESTE2 E DO
      *              REVNOTA, E CADA GRAVACAO VAI PARA O JORNAL DE
      *              NOTAS (TS QUEUE JRNNOTA, O MESMO REGISTRO DO
      *              NOTJRNL). ANO JA FECHADO PELO ANOFECHA
      *              (ANOFECH.DAT) NAO ACEITA MAIS NOTA.
      *--------------------------------------------------------------*
      *             HISTORICO DE VERSOES
      *--------------------------------------------------------------*
      * VRS  | AUTOR   | DATA       | DESCRICAO
      *--------------------------------------------------------------*
      * 001  | ANDRE  | 15/10/2026 |  IMPLANTACAO
      * 002  | ANDRE  | 15/10/2026 |  IMAGEM DO USUARIOS COM OS
      *      |        |            |  PERFIS DE ACESSO (PF-USUARIO)
      *

      *---------------------------------------------------------------*
       ENVIRONMENT                 DIVISION.
       CONFIGURATION               SECTION.
       SPECIAL-NAMES.              DECIMAL-POINT   IS   COMMA.
      *---------------------------------------------------------------*

      *---------------------------------------------------------------*
       DATA                        DIVISION.
      *---------------------------------------------------------------*

      *---------------------------------------------------------------*
       WORKING-STORAGE             SECTION.
      *---------------------------------------------------------------*
      *
      /**-----------------------------------------------------------***
      ***      AREAS AUXILIARES                                     ***
      ***-----------------------------------------------------------***
      *
       77      WS-ABSTIME          PIC    S9(015) COMP  VALUE +0.
       77      WS-USERID           PIC     X(008) VALUE SPACES.
       77      WS-RESP             PIC    S9(008) COMP  VALUE +0.
       77      WS-IND              PIC    S9(004) COMP  VALUE +0.
       77      WS-QT-NA-PAGINA     PIC    S9(004) COMP  VALUE +0.
       77      WS-QT-ACHADOS       PIC    S9(004) COMP  VALUE +0.
       77      WS-QT-LANCADAS      PIC    S9(004) COMP  VALUE +0.
       77      WS-QT-RECUSADAS     PIC    S9(004) COMP  VALUE +0.
       77      WS-ITEM-TS          PIC    S9(004) COMP  VALUE +0.
       77      WS-DATA-HOJE        PIC     9(008) VALUE ZEROS.
       77      WS-HORA-AGORA       PIC     X(006) VALUE SPACES.
       77      WS-FIM-BROWSE       PIC     X(001) VALUE 'N'.
       77      WS-ERRO-NOTA        PIC     X(001) VALUE 'N'.
       77      WS-ANO-FECHADO      PIC     X(001) VALUE 'N'.
       77      WS-GRADE-DO-PROF    PIC     X(001) VALUE 'N'.
       77      WS-VOLTOU-INICIO    PIC     X(001) VALUE 'N'.
       77      WS-ALUNO-INICIO     PIC     9(005) VALUE ZEROS.
       77      WS-NOTA-NOVA        PIC     9(002)V99 VALUE ZEROS.
       77      WS-SOMA-PESOS       PIC     9(003) VALUE ZEROS.
       77      WS-MEDIA-CALCULADA  PIC     9(002)V99 VALUE ZEROS.
       77      WS-QT-AULAS         PIC     9(005) VALUE ZEROS.
       77      WS-QT-FALTAS        PIC     9(005) VALUE ZEROS.
      *
      *    NOTA DIGITADA NA LINHA DO ALUNO, NO FORMATO 99,99
       01      WS-NOTA-DIGITADA    PIC     X(005) VALUE SPACES.
       01      FILLER              REDEFINES WS-NOTA-DIGITADA.
         03    WS-ND-INTEIRO       PIC     9(002).
         03    WS-ND-VIRGULA       PIC     X(001).
         03    WS-ND-DECIMAL       PIC     9(002).
      *
      /**-----------------------------------------------------------***
      ***      LINHA DO ALUNO NA PAGINA                             ***
      ***-----------------------------------------------------------***
      *
       01      WS-LINHA-ALUNO.
         03    LA-ID-ALUNO         PIC     9(005).
         03    FILLER              PIC     X(001) VALUE SPACE.
         03    LA-NM-ALUNO         PIC     X(020).
         03    FILLER              PIC     X(001) VALUE SPACE.
         03    LA-NOTAS            OCCURS  4 TIMES.
           05  LA-VR-NOTA          PIC     Z9,99.
           05  FILLER              PIC     X(001).
         03    LA-MEDIA            PIC     Z9,99.
         03    FILLER              PIC     X(001) VALUE SPACE.
         03    LA-SITUACAO         PIC     X(009).
      *
      /**-----------------------------------------------------------***
      ***      AREA DO JORNAL DE NOTAS (TS QUEUE JRNNOTA):          ***
      ***      O MESMO REGISTRO QUE O NOTJRNL GRAVA NO BATCH        ***
      ***-----------------------------------------------------------***
      *
       01      WS-REG-JORNAL.
         03    JRN-DATA            PIC     9(008).
         03    JRN-HORA            PIC     X(006).
         03    FILLER              PIC     X(001) VALUE SPACE.
         03    JRN-PROGRAMA        PIC     X(010) VALUE 'CFPKO008'.
         03    FILLER              PIC     X(001) VALUE SPACE.
         03    JRN-OPERADOR        PIC     X(012).
         03    FILLER              PIC     X(001) VALUE SPACE.
         03    JRN-OPERACAO        PIC     X(010).
         03    FILLER              PIC     X(001) VALUE SPACE.
         03    JRN-ANTES           PIC     X(089).
         03    FILLER              PIC     X(001) VALUE SPACE.
         03    JRN-DEPOIS          PIC     X(089).
       77      WS-IMAGEM-ANTES     PIC     X(089) VALUE SPACES.
       77      WS-IMAGEM-DEPOIS    PIC     X(089) VALUE SPACES.
      *
      /**-----------------------------------------------------------***
      ***      REGISTRO DO ARQUIVO DE USUARIOS (AUTORIZACAO)        ***
      ***-----------------------------------------------------------***
      *
       01      WS-REG-USUARIO.
         03    WS-ID-USUARIO       PIC     X(012).
         03    WS-CD-FUNC-USU      PIC     9(004).
         03    WS-SENHA-USU        PIC     X(008).
         03    WS-NV-USUARIO       PIC     9(001).
         03    WS-ST-USUARIO       PIC     X(001).
         03    WS-DT-TROCA-SEN     PIC     9(008).
         03    WS-QT-FALHAS-USU    PIC     9(001).
         03    WS-PERFIS-USU.
           05  WS-PF-USUARIO       PIC     X(008) OCCURS 5 TIMES.
      *
      /**-----------------------------------------------------------***
      ***      REGISTRO DO CADASTRO DE PROFESSORES (PROFESSOR.DAT)  ***
      ***      - O MESMO LAYOUT DO BOOK FD_PROFESSOR                ***
      ***-----------------------------------------------------------***
      *
       01      WS-REG-PROFESSOR.
         03    WS-PF-CD-PROFESSOR  PIC     9(003).
         03    WS-PF-NM-PROFESSOR  PIC     X(020).
         03    WS-PF-ST-PROFESSOR  PIC     X(001).
           88  WS-PROFESSOR-ATIVO  VALUE  'A'.
         03    WS-PF-CD-FUNCIONAR  PIC     9(004).
         03    WS-PF-VR-HORA-AULA  PIC     9(005)V99.
       77      WS-CHV-PROFESSOR    PIC     9(003) VALUE ZEROS.
      *
      /**-----------------------------------------------------------***
      ***      REGISTRO DA GRADE HORARIA (GRADE.DAT) - O MESMO      ***
      ***      LAYOUT DO BOOK FD_GRADE                              ***
      ***-----------------------------------------------------------***
      *
       01      WS-REG-GRADE.
         03    WS-GR-ID-MATERIA    PIC     9(003).
         03    WS-GR-DIA-SEMANA    PIC     9(001).
         03    WS-GR-HORARIO       PIC     9(004).
         03    WS-GR-SALA          PIC     X(010).
         03    WS-GR-CD-PROFESSOR  PIC     9(003).
         03    WS-GR-PROFESSOR     PIC     X(020).
       01      WS-CHV-GRADE.
         03    WS-CHV-GR-MATERIA   PIC     9(003) VALUE ZEROS.
         03    WS-CHV-GR-DIA       PIC     9(001) VALUE ZEROS.
         03    WS-CHV-GR-HORARIO   PIC     9(004) VALUE ZEROS.
      *
      /**-----------------------------------------------------------***
      ***      REGISTRO DO ARQUIVO DE MATRICULAS (MATRICULA.DAT)    ***
      ***      - O MESMO LAYOUT DO BOOK FD_MATRICULA                ***
      ***-----------------------------------------------------------***
      *
       01      WS-REG-MATRICULA.
         03    WS-MT-ID-ALUNO      PIC     9(005).
         03    WS-MT-ID-MATERIA    PIC     9(003).
         03    WS-MT-AA-PERIODO    PIC     9(004).
         03    WS-MT-SM-PERIODO    PIC     9(001).
         03    WS-MT-DT-MATRICULA  PIC     9(008).
         03    WS-MT-SITUACAO      PIC     X(001).
           88  WS-MATRICULA-ATIVA  VALUE  'M'.
       01      WS-CHV-MATRICULA.
         03    WS-CHV-MT-ALUNO     PIC     9(005) VALUE ZEROS.
         03    WS-CHV-MT-MATERIA   PIC     9(003) VALUE ZEROS.
         03    WS-CHV-MT-ANO       PIC     9(004) VALUE ZEROS.
         03    WS-CHV-MT-SEMESTRE  PIC     9(001) VALUE ZEROS.
      *
      /**-----------------------------------------------------------***
      ***      REGISTRO DO MESTRE DE NOTAS (NOTAS.DAT) - O MESMO    ***
      ***      LAYOUT DO BOOK FD_NOTAS, COM AS QUATRO NOTAS EM      ***
      ***      TABELA PARA O LANCAMENTO PELO NUMERO DA NOTA         ***
      ***-----------------------------------------------------------***
      *
       01      WS-REG-NOTAS.
         03    WS-CHAVE-NOTAS.
           05  WS-NT-ID-ALUNO      PIC     9(005).
           05  WS-NT-ID-MATERIA    PIC     9(003).
           05  WS-NT-AA-PERIODO    PIC     9(004).
           05  WS-NT-SM-PERIODO    PIC     9(001).
         03    WS-NT-NM-ALUNO      PIC     X(020).
         03    WS-NT-NM-MATERIA    PIC     X(020).
         03    WS-NT-NOTA-APROV    PIC     9(002)V99 COMP-3.
         03    WS-NT-MD-ALUNO      PIC     9(002)V99.
         03    WS-NT-ST-APROVACAO  PIC     X(009).
           88  WS-NOTA-RECUPERADO  VALUE  'RECUPERA'.
           88  WS-NOTA-CREDITADO   VALUE  'CREDITADO'.
         03    WS-NT-PC-FALTAS     PIC     9(003).
         03    WS-NT-NOTA          OCCURS  4 TIMES
                                   PIC     9(002)V99.
         03    WS-NT-MARCA-SEGCHAM PIC     X(001).
      *
      /**-----------------------------------------------------------***
      ***      REGISTRO DO ARQUIVO DE ALUNOS (CFPK0001)             ***
      ***-----------------------------------------------------------***
      *
       01      WS-REG-ALUNO.
         03    WS-ID-ALUNO         PIC     9(005).
         03    WS-NM-ALUNO         PIC     X(020).
         03    WS-TL-ALUNO         PIC     9(011) COMP-3.
      *
      /**-----------------------------------------------------------***
      ***      REGISTRO DO ARQUIVO DE DISCIPLINAS (CFPK0002), COM   ***
      ***      OS PESOS DAS QUATRO NOTAS (ZERADOS = PESOS IGUAIS)   ***
      ***-----------------------------------------------------------***
      *
       01      WS-REG-MATERIA.
         03    WS-ID-MATERIA       PIC     9(003).
         03    WS-NM-MATERIA       PIC     X(020).
         03    WS-NT-APROVACAO     PIC     9(002)V99 COMP-3.
         03    WS-PS-PESO          OCCURS  4 TIMES
                                   PIC     9(002).
      *
      /**-----------------------------------------------------------***
      ***      REGISTRO DA FREQUENCIA (FREQUENCIA.DAT) - O MESMO    ***
      ***      LAYOUT DO BOOK FD_FREQ                               ***
      ***-----------------------------------------------------------***
      *
       01      WS-REG-FREQUENCIA.
         03    WS-CHAVE-FREQ.
           05  WS-FQ-ID-ALUNO      PIC     9(005).
           05  WS-FQ-ID-MATERIA    PIC     9(003).
           05  WS-FQ-DT-AULA       PIC     9(008).
         03    WS-FQ-PRESENCA      PIC     X(001).
           88  WS-AULA-FALTA       VALUE  'F'.
      *
      /**-----------------------------------------------------------***
      ***      REGISTRO DOS ANOS LETIVOS FECHADOS (ANOFECH.DAT)     ***
      ***      - O MESMO LAYOUT DO BOOK FD_ANOFECH                  ***
      ***-----------------------------------------------------------***
      *
       01      WS-REG-ANOFECH.
         03    WS-AF-AA-FECHADO    PIC     9(004).
         03    WS-AF-DT-FECHAMENTO PIC     9(008).
      *
      /**-----------------------------------------------------------***
      ***      AREA DE TRATAMENTO DE MENSAGENS                      ***
      ***-----------------------------------------------------------***
      *
       01      WS-MENSAGENS.
         03    WS-MSG-01           PIC     X(035) VALUE
              'TK08-01-Informe disciplina/periodo '.
         03    WS-MSG-02           PIC     X(035) VALUE
              'TK08-02-Usuario nao e professor    '.
         03    WS-MSG-03           PIC     X(035) VALUE
              'TK08-03-Disciplina nao e sua       '.
         03    WS-MSG-04           PIC     X(035) VALUE
              'TK08-04-Digite as notas e ENTER    '.
         03    WS-MSG-05           PIC     X(035) VALUE
              'TK08-05-Ano letivo ja fechado      '.
         03    WS-MSG-06           PIC     X(035) VALUE
              'TK08-06-Nota de 00,00 a 10,00      '.
         03    WS-MSG-07           PIC     X(035) VALUE
              'TK08-07-Tecla invalida             '.
         03    WS-MSG-08           PIC     X(035) VALUE
              'TK08-08-Notas gravadas             '.
         03    WS-MSG-09           PIC     X(035) VALUE
              'TK08-09-Nenhum aluno matriculado   '.
         03    WS-MSG-10           PIC     X(035) VALUE
              'TK08-10-Fim da turma               '.
         03    WS-MSG-11           PIC     X(035) VALUE
              'TK08-11-Inicio da turma            '.
         03    WS-MSG-12           PIC     X(035) VALUE
              'TK08-12-Nota a lancar de 1 a 4     '.
         03    WS-MSG-13           PIC     X(035) VALUE
              'TK08-13-Disciplina nao cadastrada  '.
         03    WS-MSG-14           PIC     X(035) VALUE
              'TK08-14-Ha nota(s) nao gravada(s)  '.
         03    WS-MSG-99           PIC     X(035) VALUE
              'TK08-99-Sistema indisponivel       '.
      *
      /**-----------------------------------------------------------***
      ***      AREA DE RESTART DA TRANSACAO (COMMAREA): PROFESSOR,  ***
      ***      TURMA EM LANCAMENTO, NOTA ESCOLHIDA E A POSICAO E OS ***
      ***      ALUNOS DA PAGINA CORRENTE                            ***
      ***-----------------------------------------------------------***
      *
       01      WS-COMMAREA.
         03    CA-CD-PROFESSOR     PIC     9(003) VALUE ZEROS.
         03    CA-MATERIA          PIC     9(003) VALUE ZEROS.
         03    CA-AA-PERIODO       PIC     9(004) VALUE ZEROS.
         03    CA-SM-PERIODO       PIC     9(001) VALUE ZEROS.
         03    CA-QUAL-NOTA        PIC     9(001) VALUE ZEROS.
         03    CA-CHAVE-TOPO       PIC     9(005) VALUE ZEROS.
         03    CA-CHAVE-FIM        PIC     9(005) VALUE ZEROS.
         03    CA-IDS-PAGINA       OCCURS  8 TIMES
                                   PIC     9(005).
      *
      *---------------------------------------------------------------*
      *        AREA DE DEFINICAO DO MAPA - MAPSET (CFPKM08)           *
      *---------------------------------------------------------------*
       COPY    CFPKM08.
      *---------------------------------------------------------------*
      *        AREA DO BOOK DE AREAS DO CICS                          *
      *---------------------------------------------------------------*
      *
       COPY    DFHAID.
      *
      *---------------------------------------------------------------*
      *        AREA DO BOOK DE ATRIBUTOS                              *
      *---------------------------------------------------------------*
      *
       COPY    DFHBMSCA.
      *---------------------------------------------------------------*
      *        AREA DE COMMAREA RECEBIDA NO RESTART DA TRANSACAO      *
      *---------------------------------------------------------------*
       LINKAGE                     SECTION.
      *---------------------------------------------------------------*
       01      DFHCOMMAREA.
         03    CA-PROFESSOR-ANT    PIC     9(003).
         03    CA-MATERIA-ANT      PIC     9(003).
         03    CA-ANO-ANTERIOR     PIC     9(004).
         03    CA-SEM-ANTERIOR     PIC     9(001).
         03    CA-NOTA-ANTERIOR    PIC     9(001).
         03    CA-TOPO-ANTERIOR    PIC     9(005).
         03    CA-FIM-ANTERIOR     PIC     9(005).
         03    CA-IDS-ANTERIORES   OCCURS  8 TIMES
                                   PIC     9(005).
      *===============================================================*
       PROCEDURE                   DIVISION             USING
                                   DFHCOMMAREA.
      *---------------------------------------------------------------*
      *
       000000-PRINCIPAL            SECTION.
      *
           EXEC    CICS    HANDLE  ABEND
                                   LABEL   (999-99-ERROR)
           END-EXEC.

           EXEC    CICS    ASSIGN  USERID  (WS-USERID) END-EXEC.

      *    PRIMEIRA ENTRADA DA TRANSACAO (XCTL DO MENU): MONTA A TELA
      *    VAZIA E DEVOLVE O CONTROLE AO CICS COM A COMMAREA.
           IF EIBCALEN EQUAL ZERO
              PERFORM 100000-INICIALIZA-TELA
              PERFORM 990-00-RETORNA-CICS
           END-IF.

      *    REENTRADA PSEUDO-CONVERSACIONAL: PROFESSOR, TURMA, NOTA
      *    ESCOLHIDA E OS ALUNOS DA PAGINA VOLTAM DA COMMAREA.
           MOVE CA-PROFESSOR-ANT           TO CA-CD-PROFESSOR
           MOVE CA-MATERIA-ANT             TO CA-MATERIA
           MOVE CA-ANO-ANTERIOR            TO CA-AA-PERIODO
           MOVE CA-SEM-ANTERIOR            TO CA-SM-PERIODO
           MOVE CA-NOTA-ANTERIOR           TO CA-QUAL-NOTA
           MOVE CA-TOPO-ANTERIOR           TO CA-CHAVE-TOPO
           MOVE CA-FIM-ANTERIOR            TO CA-CHAVE-FIM
           PERFORM VARYING WS-IND FROM 1 BY 1
                   UNTIL WS-IND GREATER THAN 8
              MOVE CA-IDS-ANTERIORES (WS-IND)
                                           TO CA-IDS-PAGINA (WS-IND)
           END-PERFORM.

           PERFORM 020-00-RECEIVE-MAP

           EVALUATE TRUE
              WHEN EIBAID EQUAL DFHPF3
                  PERFORM 996-00-TRANS-ENCERRADA
              WHEN EIBAID EQUAL DFHENTER
                  PERFORM 050-00-TRATA-ENTER
              WHEN EIBAID EQUAL DFHPF8
                  PERFORM 060-00-PAGINA-FRENTE
              WHEN EIBAID EQUAL DFHPF7
                  PERFORM 070-00-PAGINA-TRAS
              WHEN OTHER
                  MOVE WS-MSG-07           TO MK8-MSGO
           END-EVALUATE.

           PERFORM 820-00-SEND-MAP-DATAONLY
           PERFORM 990-00-RETORNA-CICS.
      *
      /===============================================================*
       100000-INICIALIZA-TELA      SECTION.
      *---------------------------------------------------------------*
      *    A TELA JA VEM COM O PERIODO LETIVO CORRENTE (SEMESTRE 2    *
      *    A PARTIR DE JULHO) - O PROFESSOR SO INFORMA A DISCIPLINA   *
      *    E QUAL DAS QUATRO NOTAS VAI LANCAR.                        *
      *---------------------------------------------------------------*
      *
           MOVE LOW-VALUES                 TO CFPKM08O

           PERFORM 830-00-DATA-DO-DIA

           MOVE WS-USERID                  TO MK8-USERO
           MOVE WS-DATA-HOJE (1:4)         TO MK8-ANOO
           IF WS-DATA-HOJE (5:2) GREATER THAN '06'
              MOVE '2'                     TO MK8-SEMO
           ELSE
              MOVE '1'                     TO MK8-SEMO
           END-IF
           MOVE -1                         TO MK8-MATL
           MOVE WS-MSG-01                  TO MK8-MSGO.

           PERFORM 810-00-SEND-MAP-ERASE.
      *
      *---------------------------------------------------------------*
       100000-99-EXIT.
      *-=-=-=-=-=-*
              EXIT.
      /===============================================================*
       020-00-RECEIVE-MAP          SECTION.
      *---------------------------------------------------------------*
      *
           EXEC    CICS    RECEIVE MAP   ('CFPKM08')
                           MAPSET        ('CFPKM08')
                           INTO          (CFPKM08I)
           END-EXEC.
      *
      *---------------------------------------------------------------*
       020-99-EXIT.
      *-=-=-=-=-=-*
              EXIT.
      /===============================================================*
       050-00-TRATA-ENTER          SECTION.
      *---------------------------------------------------------------*
      *    ENTER COM UMA TURMA NOVA (DISCIPLINA OU PERIODO DIFERENTE  *
      *    DA COMMAREA) CONFERE O PROFESSOR E ABRE A PRIMEIRA PAGINA; *
      *    NA MESMA TURMA, GRAVA AS NOTAS DIGITADAS NAS LINHAS.       *
      *---------------------------------------------------------------*
      *
           IF MK8-MATI NOT NUMERIC
              OR MK8-ANOI NOT NUMERIC
              OR (MK8-SEMI NOT EQUAL '1' AND MK8-SEMI NOT EQUAL '2')
              MOVE WS-MSG-01               TO MK8-MSGO
              MOVE -1                      TO MK8-MATL
              GO TO 050-99-EXIT
           END-IF.

           IF MK8-QNTI LESS THAN '1' OR MK8-QNTI GREATER THAN '4'
              MOVE WS-MSG-12               TO MK8-MSGO
              MOVE -1                      TO MK8-QNTL
              GO TO 050-99-EXIT
           END-IF.

           MOVE MK8-QNTI                   TO CA-QUAL-NOTA

           IF MK8-MATI NOT EQUAL CA-MATERIA
              OR MK8-ANOI NOT EQUAL CA-AA-PERIODO
              OR MK8-SEMI NOT EQUAL CA-SM-PERIODO
              PERFORM 052-00-SELECIONA-TURMA
              GO TO 050-99-EXIT
           END-IF.

           PERFORM 080-00-LANCA-NOTAS.
      *
      *---------------------------------------------------------------*
       050-99-EXIT.
      *-=-=-=-=-=-*
              EXIT.
      /===============================================================*
       052-00-SELECIONA-TURMA      SECTION.
      *---------------------------------------------------------------*
      *    A TURMA SO E ABERTA PARA O PROFESSOR DA DISCIPLINA NA      *
      *    GRADE E COM O ANO LETIVO AINDA ABERTO. QUALQUER RECUSA     *
      *    LIMPA A TURMA DA COMMAREA - NENHUMA NOTA VAI PARA A TURMA  *
      *    ANTERIOR POR ENGANO.                                       *
      *---------------------------------------------------------------*
      *
           MOVE ZEROS                      TO CA-MATERIA
                                              CA-CHAVE-TOPO
                                              CA-CHAVE-FIM
           PERFORM 054-00-LIMPA-PAGINA
           MOVE SPACES                     TO MK8-CABO

           PERFORM 075-00-IDENTIFICA-PROFESSOR.
           IF CA-CD-PROFESSOR EQUAL ZEROS
              MOVE WS-MSG-02               TO MK8-MSGO
              MOVE -1                      TO MK8-MATL
              GO TO 052-99-EXIT
           END-IF.

           MOVE MK8-MATI                   TO WS-CHV-GR-MATERIA
           PERFORM 076-00-CONFERE-GRADE.
           IF WS-GRADE-DO-PROF NOT EQUAL 'S'
              MOVE WS-MSG-03               TO MK8-MSGO
              MOVE -1                      TO MK8-MATL
              GO TO 052-99-EXIT
           END-IF.

           MOVE MK8-ANOI                   TO WS-AF-AA-FECHADO
           PERFORM 077-00-CONFERE-FECHAMENTO.
           IF WS-ANO-FECHADO EQUAL 'S'
              MOVE WS-MSG-05               TO MK8-MSGO
              MOVE -1                      TO MK8-ANOL
              GO TO 052-99-EXIT
           END-IF.

           MOVE MK8-MATI                   TO WS-ID-MATERIA
           EXEC    CICS    READ    FILE     ('CFPK0002')
                                   INTO     (WS-REG-MATERIA)
                                   RIDFLD   (WS-ID-MATERIA)
                                   RESP     (WS-RESP)
           END-EXEC.

           IF WS-RESP NOT EQUAL DFHRESP(NORMAL)
              MOVE WS-MSG-13               TO MK8-MSGO
              MOVE -1                      TO MK8-MATL
              GO TO 052-99-EXIT
           END-IF.

           MOVE MK8-MATI                   TO CA-MATERIA
           MOVE MK8-ANOI                   TO CA-AA-PERIODO
           MOVE MK8-SEMI                   TO CA-SM-PERIODO

           STRING 'DISCIPLINA ' WS-ID-MATERIA
                  ' ' WS-NM-MATERIA
                  ' PERIODO ' CA-AA-PERIODO '/' CA-SM-PERIODO
                  ' PROFESSOR ' CA-CD-PROFESSOR
                  DELIMITED BY SIZE INTO MK8-CABO

           MOVE ZEROS                      TO WS-ALUNO-INICIO
           PERFORM 055-00-MONTA-PAGINA.
      *
      *---------------------------------------------------------------*
       052-99-EXIT.
      *-=-=-=-=-=-*
              EXIT.
      /===============================================================*
       054-00-LIMPA-PAGINA         SECTION.
      *---------------------------------------------------------------*
      *    A PAGINA INTEIRA E LIMPA ANTES DA LEITURA, COMO NO         *
      *    CFPKO006 - PAGINA CURTA NAO EXIBE SOBRA DA ANTERIOR, E     *
      *    LINHA SEM ALUNO NAO RECEBE NOTA.                           *
      *---------------------------------------------------------------*
      *
           PERFORM VARYING WS-IND FROM 1 BY 1
                   UNTIL WS-IND GREATER THAN 8
              MOVE SPACES                  TO MK8-LINO (WS-IND)
                                              MK8-NOTO (WS-IND)
              MOVE ZEROS                   TO CA-IDS-PAGINA (WS-IND)
           END-PERFORM.
      *
      *---------------------------------------------------------------*
       054-99-EXIT.
      *-=-=-=-=-=-*
              EXIT.
      /===============================================================*
       055-00-MONTA-PAGINA         SECTION.
      *---------------------------------------------------------------*
      *    ABRE O BROWSE DE MATRICULAS NO ALUNO WS-ALUNO-INICIO E     *
      *    MONTA A PAGINA COM OS 8 PRIMEIROS ALUNOS COM MATRICULA     *
      *    ATIVA NA DISCIPLINA E PERIODO DA TURMA. A CHAVE DO         *
      *    MATRICULA.DAT COMECA PELO ALUNO: AS MATRICULAS DE OUTRAS   *
      *    TURMAS SAO PULADAS NA LEITURA.                             *
      *---------------------------------------------------------------*
      *
           MOVE WS-ALUNO-INICIO            TO WS-CHV-MT-ALUNO
           MOVE ZEROS                      TO WS-CHV-MT-MATERIA
                                              WS-CHV-MT-ANO
                                              WS-CHV-MT-SEMESTRE

           PERFORM 054-00-LIMPA-PAGINA
           MOVE ZERO                       TO WS-QT-NA-PAGINA

           EXEC    CICS    STARTBR FILE     ('MATRICUL')
                                   RIDFLD   (WS-CHV-MATRICULA)
                                   GTEQ
                                   RESP     (WS-RESP)
           END-EXEC.

           IF WS-RESP EQUAL DFHRESP(NORMAL)
              MOVE 'N'                     TO WS-FIM-BROWSE
           ELSE
              MOVE 'S'                     TO WS-FIM-BROWSE
           END-IF.

           PERFORM UNTIL WS-QT-NA-PAGINA GREATER THAN 7
                      OR WS-FIM-BROWSE EQUAL 'S'
              EXEC  CICS  READNEXT FILE    ('MATRICUL')
                                   INTO     (WS-REG-MATRICULA)
                                   RIDFLD   (WS-CHV-MATRICULA)
                                   RESP     (WS-RESP)
              END-EXEC
              IF WS-RESP NOT EQUAL DFHRESP(NORMAL)
                 MOVE 'S'                  TO WS-FIM-BROWSE
              ELSE
                 IF WS-MT-ID-MATERIA EQUAL CA-MATERIA
                    AND WS-MT-AA-PERIODO EQUAL CA-AA-PERIODO
                    AND WS-MT-SM-PERIODO EQUAL CA-SM-PERIODO
                    AND WS-MATRICULA-ATIVA
                    ADD 1                  TO WS-QT-NA-PAGINA
                    IF WS-QT-NA-PAGINA EQUAL 1
                       MOVE WS-MT-ID-ALUNO TO CA-CHAVE-TOPO
                    END-IF
                    MOVE WS-MT-ID-ALUNO    TO CA-CHAVE-FIM
                    MOVE WS-MT-ID-ALUNO
                                 TO CA-IDS-PAGINA (WS-QT-NA-PAGINA)
                    PERFORM 056-00-LINHA-ALUNO
                 END-IF
              END-IF
           END-PERFORM.

           EXEC    CICS    ENDBR   FILE     ('MATRICUL')
                                   NOHANDLE
           END-EXEC.

           IF WS-QT-NA-PAGINA EQUAL ZERO
              IF WS-ALUNO-INICIO EQUAL ZEROS
                 MOVE WS-MSG-09            TO MK8-MSGO
              ELSE
                 MOVE WS-MSG-10            TO MK8-MSGO
              END-IF
              MOVE -1                      TO MK8-MATL
           ELSE
              MOVE WS-MSG-04               TO MK8-MSGO
              MOVE -1                      TO MK8-NOTL (1)
           END-IF.
      *
      *---------------------------------------------------------------*
       055-99-EXIT.
      *-=-=-=-=-=-*
              EXIT.
      /===============================================================*
       056-00-LINHA-ALUNO          SECTION.
      *---------------------------------------------------------------*
      *    A LINHA MOSTRA AS QUATRO NOTAS, A MEDIA E A SITUACAO JA    *
      *    GRAVADAS NO NOTAS.DAT; ALUNO AINDA SEM LANCAMENTO NO       *
      *    PERIODO APARECE COM O NOME DO CFPK0001 E SEM NOTA.         *
      *---------------------------------------------------------------*
      *
           MOVE WS-MT-ID-ALUNO             TO WS-NT-ID-ALUNO
           MOVE CA-MATERIA                 TO WS-NT-ID-MATERIA
           MOVE CA-AA-PERIODO              TO WS-NT-AA-PERIODO
           MOVE CA-SM-PERIODO              TO WS-NT-SM-PERIODO

           EXEC    CICS    READ    FILE     ('NOTAS')
                                   INTO     (WS-REG-NOTAS)
                                   RIDFLD   (WS-CHAVE-NOTAS)
                                   RESP     (WS-RESP)
           END-EXEC.

           MOVE SPACES                     TO WS-LINHA-ALUNO
           MOVE WS-MT-ID-ALUNO             TO LA-ID-ALUNO

           IF WS-RESP EQUAL DFHRESP(NORMAL)
              MOVE WS-NT-NM-ALUNO          TO LA-NM-ALUNO
              IF NOT WS-NOTA-CREDITADO
                 MOVE WS-NT-NOTA (1)       TO LA-VR-NOTA (1)
                 MOVE WS-NT-NOTA (2)       TO LA-VR-NOTA (2)
                 MOVE WS-NT-NOTA (3)       TO LA-VR-NOTA (3)
                 MOVE WS-NT-NOTA (4)       TO LA-VR-NOTA (4)
              END-IF
              MOVE WS-NT-MD-ALUNO          TO LA-MEDIA
              MOVE WS-NT-ST-APROVACAO      TO LA-SITUACAO
           ELSE
              MOVE WS-MT-ID-ALUNO          TO WS-ID-ALUNO
              EXEC  CICS  READ     FILE    ('CFPK0001')
                                   INTO     (WS-REG-ALUNO)
                                   RIDFLD   (WS-ID-ALUNO)
                                   RESP     (WS-RESP)
              END-EXEC
              IF WS-RESP EQUAL DFHRESP(NORMAL)
                 MOVE WS-NM-ALUNO          TO LA-NM-ALUNO
              END-IF
              MOVE 'SEM NOTA '             TO LA-SITUACAO
           END-IF.

           MOVE WS-LINHA-ALUNO        TO MK8-LINO (WS-QT-NA-PAGINA).
      *
      *---------------------------------------------------------------*
       056-99-EXIT.
      *-=-=-=-=-=-*
              EXIT.
      /===============================================================*
       060-00-PAGINA-FRENTE        SECTION.
      *---------------------------------------------------------------*
      *    PF8: A PROXIMA PAGINA COMECA LOGO DEPOIS DO ULTIMO ALUNO   *
      *    EXIBIDO. NOTA DIGITADA E NAO CONFIRMADA COM ENTER NAO E    *
      *    GRAVADA NA PAGINACAO.                                      *
      *---------------------------------------------------------------*
      *
           IF CA-MATERIA EQUAL ZEROS
              MOVE WS-MSG-01               TO MK8-MSGO
              MOVE -1                      TO MK8-MATL
              GO TO 060-99-EXIT
           END-IF.
           COMPUTE WS-ALUNO-INICIO = CA-CHAVE-FIM + 1.
           PERFORM 055-00-MONTA-PAGINA.
      *
      *---------------------------------------------------------------*
       060-99-EXIT.
      *-=-=-=-=-=-*
              EXIT.
      /===============================================================*
       070-00-PAGINA-TRAS          SECTION.
      *---------------------------------------------------------------*
      *    PF7: ABRE O BROWSE NA MATRICULA DO TOPO DA PAGINA ATUAL E  *
      *    VOLTA COM READPREV ATE ACHAR 8 ALUNOS DA TURMA ANTES DELE; *
      *    A PAGINA E ENTAO REMONTADA A PARTIR DO ALUNO ALCANCADO.    *
      *---------------------------------------------------------------*
      *
           IF CA-MATERIA EQUAL ZEROS
              MOVE WS-MSG-01               TO MK8-MSGO
              MOVE -1                      TO MK8-MATL
              GO TO 070-99-EXIT
           END-IF.

           MOVE CA-CHAVE-TOPO              TO WS-CHV-MT-ALUNO
           MOVE CA-MATERIA                 TO WS-CHV-MT-MATERIA
           MOVE CA-AA-PERIODO              TO WS-CHV-MT-ANO
           MOVE CA-SM-PERIODO              TO WS-CHV-MT-SEMESTRE
           MOVE ZERO                       TO WS-QT-ACHADOS

           EXEC    CICS    STARTBR FILE     ('MATRICUL')
                                   RIDFLD   (WS-CHV-MATRICULA)
                                   GTEQ
                                   RESP     (WS-RESP)
           END-EXEC.

           IF WS-RESP EQUAL DFHRESP(NORMAL)
              MOVE 'N'                     TO WS-FIM-BROWSE
           ELSE
              MOVE 'S'                     TO WS-FIM-BROWSE
           END-IF.

      *    O PRIMEIRO READPREV DEVOLVE O PROPRIO TOPO; OS 8 ALUNOS    *
      *    DA TURMA SEGUINTES ANDAM UMA PAGINA PARA TRAS.             *
           PERFORM UNTIL WS-QT-ACHADOS GREATER THAN 8
                      OR WS-FIM-BROWSE EQUAL 'S'
              EXEC  CICS  READPREV FILE    ('MATRICUL')
                                   INTO     (WS-REG-MATRICULA)
                                   RIDFLD   (WS-CHV-MATRICULA)
                                   RESP     (WS-RESP)
              END-EXEC
              IF WS-RESP NOT EQUAL DFHRESP(NORMAL)
                 MOVE 'S'                  TO WS-FIM-BROWSE
              ELSE
                 IF WS-MT-ID-MATERIA EQUAL CA-MATERIA
                    AND WS-MT-AA-PERIODO EQUAL CA-AA-PERIODO
                    AND WS-MT-SM-PERIODO EQUAL CA-SM-PERIODO
                    AND WS-MATRICULA-ATIVA
                    ADD 1                  TO WS-QT-ACHADOS
                    MOVE WS-MT-ID-ALUNO    TO WS-ALUNO-INICIO
                 END-IF
              END-IF
           END-PERFORM.

           EXEC    CICS    ENDBR   FILE     ('MATRICUL')
                                   NOHANDLE
           END-EXEC.

      *    O RECUO PAROU ANTES DE COMPLETAR A PAGINA: COMECA DO       *
      *    PRIMEIRO ALUNO DA TURMA                                    *
           MOVE 'N'                        TO WS-VOLTOU-INICIO
           IF WS-QT-ACHADOS LESS THAN 9
              MOVE ZEROS                   TO WS-ALUNO-INICIO
              MOVE 'S'                     TO WS-VOLTOU-INICIO
           END-IF.

           PERFORM 055-00-MONTA-PAGINA.

           IF WS-VOLTOU-INICIO EQUAL 'S'
              AND WS-QT-NA-PAGINA GREATER THAN ZERO
              MOVE WS-MSG-11               TO MK8-MSGO
           END-IF.
      *
      *---------------------------------------------------------------*
       070-99-EXIT.
      *-=-=-=-=-=-*
              EXIT.
      /===============================================================*
       075-00-IDENTIFICA-PROFESSOR SECTION.
      *---------------------------------------------------------------*
      *    O USUARIO CICS E PROCURADO NO ARQUIVO USUARIOS; O          *
      *    FUNCIONARIO DELE E PROCURADO NO CADASTRO DE PROFESSORES    *
      *    (PF-CD-FUNCIONARIO). SEM USUARIO, SEM FUNCIONARIO OU SEM   *
      *    PROFESSOR ATIVO, CA-CD-PROFESSOR FICA ZERADO.              *
      *---------------------------------------------------------------*
      *
           MOVE ZEROS                      TO CA-CD-PROFESSOR
           MOVE WS-USERID                  TO WS-ID-USUARIO

           EXEC    CICS    READ    FILE     ('USUARIOS')
                                   INTO     (WS-REG-USUARIO)
                                   RIDFLD   (WS-ID-USUARIO)
                                   RESP     (WS-RESP)
           END-EXEC.

           IF WS-RESP NOT EQUAL DFHRESP(NORMAL)
              OR WS-CD-FUNC-USU EQUAL ZEROS
              GO TO 075-99-EXIT
           END-IF.

           MOVE ZEROS                      TO WS-CHV-PROFESSOR

           EXEC    CICS    STARTBR FILE     ('PROFESSR')
                                   RIDFLD   (WS-CHV-PROFESSOR)
                                   GTEQ
                                   RESP     (WS-RESP)
           END-EXEC.

           IF WS-RESP NOT EQUAL DFHRESP(NORMAL)
              GO TO 075-99-EXIT
           END-IF.

           MOVE 'N'                        TO WS-FIM-BROWSE
           PERFORM UNTIL WS-FIM-BROWSE EQUAL 'S'
              EXEC  CICS  READNEXT FILE    ('PROFESSR')
                                   INTO     (WS-REG-PROFESSOR)
                                   RIDFLD   (WS-CHV-PROFESSOR)
                                   RESP     (WS-RESP)
              END-EXEC
              IF WS-RESP NOT EQUAL DFHRESP(NORMAL)
                 MOVE 'S'                  TO WS-FIM-BROWSE
              ELSE
                 IF WS-PF-CD-FUNCIONAR EQUAL WS-CD-FUNC-USU
                    AND WS-PROFESSOR-ATIVO
                    MOVE WS-PF-CD-PROFESSOR TO CA-CD-PROFESSOR
                    MOVE 'S'               TO WS-FIM-BROWSE
                 END-IF
              END-IF
           END-PERFORM.

           EXEC    CICS    ENDBR   FILE     ('PROFESSR')
                                   NOHANDLE
           END-EXEC.
      *
      *---------------------------------------------------------------*
       075-99-EXIT.
      *-=-=-=-=-=-*
              EXIT.
      /===============================================================*
       076-00-CONFERE-GRADE        SECTION.
      *---------------------------------------------------------------*
      *    O VINCULO PROFESSOR-DISCIPLINA E A GRADE HORARIA: BASTA    *
      *    UM HORARIO DA DISCIPLINA (WS-CHV-GR-MATERIA) COM O CODIGO  *
      *    DO PROFESSOR (GR-CD-PROFESSOR, GRAVADO PELO CADGRADE).     *
      *---------------------------------------------------------------*
      *
           MOVE 'N'                        TO WS-GRADE-DO-PROF
           MOVE ZEROS                      TO WS-CHV-GR-DIA
                                              WS-CHV-GR-HORARIO

           EXEC    CICS    STARTBR FILE     ('GRADE')
                                   RIDFLD   (WS-CHV-GRADE)
                                   GTEQ
                                   RESP     (WS-RESP)
           END-EXEC.

           IF WS-RESP NOT EQUAL DFHRESP(NORMAL)
              GO TO 076-99-EXIT
           END-IF.

           MOVE 'N'                        TO WS-FIM-BROWSE
           PERFORM UNTIL WS-FIM-BROWSE EQUAL 'S'
              EXEC  CICS  READNEXT FILE    ('GRADE')
                                   INTO     (WS-REG-GRADE)
                                   RIDFLD   (WS-CHV-GRADE)
                                   RESP     (WS-RESP)
              END-EXEC
              IF WS-RESP NOT EQUAL DFHRESP(NORMAL)
                 OR WS-GR-ID-MATERIA NOT EQUAL MK8-MATI
                 MOVE 'S'                  TO WS-FIM-BROWSE
              ELSE
                 IF WS-GR-CD-PROFESSOR EQUAL CA-CD-PROFESSOR
                    MOVE 'S'               TO WS-GRADE-DO-PROF
                                              WS-FIM-BROWSE
                 END-IF
              END-IF
           END-PERFORM.

           EXEC    CICS    ENDBR   FILE     ('GRADE')
                                   NOHANDLE
           END-EXEC.
      *
      *---------------------------------------------------------------*
       076-99-EXIT.
      *-=-=-=-=-=-*
              EXIT.
      /===============================================================*
       077-00-CONFERE-FECHAMENTO   SECTION.
      *---------------------------------------------------------------*
      *    ANO LETIVO (WS-AF-AA-FECHADO) PRESENTE NO ANOFECH.DAT JA   *
      *    PASSOU PELO ANOFECHA: OS RESULTADOS FORAM PARA O HISTORICO *
      *    E NENHUMA NOTA DO ANO E MAIS ACEITA.                       *
      *---------------------------------------------------------------*
      *
           MOVE 'N'                        TO WS-ANO-FECHADO

           EXEC    CICS    READ    FILE     ('ANOFECH')
                                   INTO     (WS-REG-ANOFECH)
                                   RIDFLD   (WS-AF-AA-FECHADO)
                                   RESP     (WS-RESP)
           END-EXEC.

           IF WS-RESP EQUAL DFHRESP(NORMAL)
              MOVE 'S'                     TO WS-ANO-FECHADO
           END-IF.
      *
      *---------------------------------------------------------------*
       077-99-EXIT.
      *-=-=-=-=-=-*
              EXIT.
      /===============================================================*
       080-00-LANCA-NOTAS          SECTION.
      *---------------------------------------------------------------*
      *    CONFERE TODAS AS NOTAS DIGITADAS ANTES DE GRAVAR QUALQUER  *
      *    UMA - UMA NOTA FORA DO FORMATO 99,99 OU ACIMA DE 10,00     *
      *    DEVOLVE A PAGINA SEM GRAVACAO, COM O CURSOR NELA. O ANO    *
      *    FECHADO E CONFERIDO DE NOVO: O ANOFECHA PODE TER RODADO    *
      *    DEPOIS QUE A TURMA FOI ABERTA NA TELA.                     *
      *---------------------------------------------------------------*
      *
           MOVE 'N'                        TO WS-ERRO-NOTA
           PERFORM VARYING WS-IND FROM 1 BY 1
                   UNTIL WS-IND GREATER THAN 8
              IF MK8-NOTI (WS-IND) NOT EQUAL SPACES
                 AND MK8-NOTI (WS-IND) NOT EQUAL LOW-VALUES
                 MOVE MK8-NOTI (WS-IND)    TO WS-NOTA-DIGITADA
                 IF CA-IDS-PAGINA (WS-IND) EQUAL ZEROS
                    OR WS-ND-INTEIRO NOT NUMERIC
                    OR WS-ND-VIRGULA NOT EQUAL ','
                    OR WS-ND-DECIMAL NOT NUMERIC
                    MOVE 'S'               TO WS-ERRO-NOTA
                 ELSE
                    COMPUTE WS-NOTA-NOVA = WS-ND-INTEIRO
                                         + WS-ND-DECIMAL / 100
                    IF WS-NOTA-NOVA GREATER THAN 10
                       MOVE 'S'            TO WS-ERRO-NOTA
                    END-IF
                 END-IF
                 IF WS-ERRO-NOTA EQUAL 'S'
                    MOVE -1                TO MK8-NOTL (WS-IND)
                    MOVE 9                 TO WS-IND
                 END-IF
              END-IF
           END-PERFORM.

           IF WS-ERRO-NOTA EQUAL 'S'
              MOVE WS-MSG-06               TO MK8-MSGO
              GO TO 080-99-EXIT
           END-IF.

           MOVE CA-AA-PERIODO              TO WS-AF-AA-FECHADO
           PERFORM 077-00-CONFERE-FECHAMENTO.
           IF WS-ANO-FECHADO EQUAL 'S'
              MOVE WS-MSG-05               TO MK8-MSGO
              MOVE -1                      TO MK8-ANOL
              GO TO 080-99-EXIT
           END-IF.

           MOVE CA-MATERIA                 TO WS-ID-MATERIA
           EXEC    CICS    READ    FILE     ('CFPK0002')
                                   INTO     (WS-REG-MATERIA)
                                   RIDFLD   (WS-ID-MATERIA)
                                   RESP     (WS-RESP)
           END-EXEC.

           IF WS-RESP NOT EQUAL DFHRESP(NORMAL)
              MOVE WS-MSG-13               TO MK8-MSGO
              MOVE -1                      TO MK8-MATL
              GO TO 080-99-EXIT
           END-IF.

           MOVE ZERO                       TO WS-QT-LANCADAS
                                              WS-QT-RECUSADAS
           PERFORM VARYING WS-IND FROM 1 BY 1
                   UNTIL WS-IND GREATER THAN 8
              IF MK8-NOTI (WS-IND) NOT EQUAL SPACES
                 AND MK8-NOTI (WS-IND) NOT EQUAL LOW-VALUES
                 MOVE MK8-NOTI (WS-IND)    TO WS-NOTA-DIGITADA
                 COMPUTE WS-NOTA-NOVA = WS-ND-INTEIRO
                                      + WS-ND-DECIMAL / 100
                 PERFORM 085-00-GRAVA-NOTA
              END-IF
           END-PERFORM.

      *    A PAGINA E REMONTADA DO MESMO TOPO, JA COM AS NOTAS,
      *    MEDIAS E SITUACOES GRAVADAS, E COM AS ENTRADAS LIMPAS.
           MOVE CA-CHAVE-TOPO              TO WS-ALUNO-INICIO
           PERFORM 055-00-MONTA-PAGINA.

           EVALUATE TRUE
              WHEN WS-QT-RECUSADAS GREATER THAN ZERO
                 MOVE WS-MSG-14            TO MK8-MSGO
              WHEN WS-QT-LANCADAS GREATER THAN ZERO
                 MOVE WS-MSG-08            TO MK8-MSGO
              WHEN OTHER
                 MOVE WS-MSG-04            TO MK8-MSGO
           END-EVALUATE.
      *
      *---------------------------------------------------------------*
       080-99-EXIT.
      *-=-=-=-=-=-*
              EXIT.
      /===============================================================*
       085-00-GRAVA-NOTA           SECTION.
      *---------------------------------------------------------------*
      *    GRAVA A NOTA WS-NOTA-NOVA NA POSICAO CA-QUAL-NOTA DO       *
      *    ALUNO DA LINHA WS-IND. RESULTADO EXISTENTE E REGRAVADO     *
      *    (ALTERACAO); ALUNO SEM RESULTADO NO PERIODO GANHA O        *
      *    REGISTRO (INCLUSAO). O RESULTADO CREDITADO (ESTTRANS) NAO  *
      *    TEM AS QUATRO NOTAS E NAO RECEBE LANCAMENTO.               *
      *---------------------------------------------------------------*
      *
           MOVE CA-IDS-PAGINA (WS-IND)     TO WS-NT-ID-ALUNO
           MOVE CA-MATERIA                 TO WS-NT-ID-MATERIA
           MOVE CA-AA-PERIODO              TO WS-NT-AA-PERIODO
           MOVE CA-SM-PERIODO              TO WS-NT-SM-PERIODO

           EXEC    CICS    READ    FILE     ('NOTAS')
                                   INTO     (WS-REG-NOTAS)
                                   RIDFLD   (WS-CHAVE-NOTAS)
                                   UPDATE
                                   RESP     (WS-RESP)
           END-EXEC.

           EVALUATE TRUE
              WHEN WS-RESP EQUAL DFHRESP(NORMAL)
                 IF WS-NOTA-CREDITADO
                    EXEC  CICS  UNLOCK FILE ('NOTAS')
                                   NOHANDLE
                    END-EXEC
                    ADD 1                  TO WS-QT-RECUSADAS
                    GO TO 085-99-EXIT
                 END-IF
                 MOVE WS-REG-NOTAS         TO WS-IMAGEM-ANTES
                 MOVE 'ALTERACAO '         TO JRN-OPERACAO
                 MOVE WS-NOTA-NOVA    TO WS-NT-NOTA (CA-QUAL-NOTA)
                 PERFORM 087-00-RECALCULA-MEDIA
                 EXEC  CICS  REWRITE FILE  ('NOTAS')
                                   FROM     (WS-REG-NOTAS)
                                   RESP     (WS-RESP)
                 END-EXEC
              WHEN WS-RESP EQUAL DFHRESP(NOTFND)
                 MOVE SPACES               TO WS-IMAGEM-ANTES
                 MOVE 'INCLUSAO  '         TO JRN-OPERACAO
                 PERFORM 086-00-NOVO-RESULTADO
                 MOVE WS-NOTA-NOVA    TO WS-NT-NOTA (CA-QUAL-NOTA)
                 PERFORM 087-00-RECALCULA-MEDIA
                 EXEC  CICS  WRITE   FILE  ('NOTAS')
                                   FROM     (WS-REG-NOTAS)
                                   RIDFLD   (WS-CHAVE-NOTAS)
                                   RESP     (WS-RESP)
                 END-EXEC
              WHEN OTHER
                 ADD 1                     TO WS-QT-RECUSADAS
                 GO TO 085-99-EXIT
           END-EVALUATE.

           IF WS-RESP EQUAL DFHRESP(NORMAL)
              ADD 1                        TO WS-QT-LANCADAS
              MOVE WS-REG-NOTAS            TO WS-IMAGEM-DEPOIS
              PERFORM 930-00-GRAVA-JORNAL
           ELSE
              ADD 1                        TO WS-QT-RECUSADAS
           END-IF.
      *
      *---------------------------------------------------------------*
       085-99-EXIT.
      *-=-=-=-=-=-*
              EXIT.
      /===============================================================*
       086-00-NOVO-RESULTADO       SECTION.
      *---------------------------------------------------------------*
      *    PRIMEIRA NOTA DO ALUNO NA TURMA: O REGISTRO NASCE COMO NO  *
      *    TESTE2 - NOMES DO CFPK0001 E DO CFPK0002, NOTA DE          *
      *    APROVACAO DA DISCIPLINA E O PERCENTUAL DE FALTAS APURADO   *
      *    NA FREQUENCIA.                                             *
      *---------------------------------------------------------------*
      *
           MOVE SPACES                     TO WS-NT-NM-ALUNO
           MOVE WS-NT-ID-ALUNO             TO WS-ID-ALUNO
           EXEC    CICS    READ    FILE     ('CFPK0001')
                                   INTO     (WS-REG-ALUNO)
                                   RIDFLD   (WS-ID-ALUNO)
                                   RESP     (WS-RESP)
           END-EXEC.
           IF WS-RESP EQUAL DFHRESP(NORMAL)
              MOVE WS-NM-ALUNO             TO WS-NT-NM-ALUNO
           END-IF.

           MOVE WS-NM-MATERIA              TO WS-NT-NM-MATERIA
           MOVE WS-NT-APROVACAO            TO WS-NT-NOTA-APROV
           MOVE ZEROS                      TO WS-NT-MD-ALUNO
                                              WS-NT-NOTA (1)
                                              WS-NT-NOTA (2)
                                              WS-NT-NOTA (3)
                                              WS-NT-NOTA (4)
           MOVE SPACES                     TO WS-NT-ST-APROVACAO
                                              WS-NT-MARCA-SEGCHAM

           PERFORM 088-00-APURA-FALTAS.
      *
      *---------------------------------------------------------------*
       086-99-EXIT.
      *-=-=-=-=-=-*
              EXIT.
      /===============================================================*
       087-00-RECALCULA-MEDIA      SECTION.
      *---------------------------------------------------------------*
      *    A MESMA REGRA DO TESTE2 E DO REVNOTA: MEDIA PONDERADA      *
      *    PELOS PESOS DA DISCIPLINA (PESOS ZERADOS, MEDIA            *
      *    ARITMETICA); FALTAS ACIMA DE 25% REPROVAM COM REP-FALTA;   *
      *    RESULTADO DE RECUPERACAO QUE CONTINUA ABAIXO DA MEDIA      *
      *    FICA COMO ESTA.                                            *
      *---------------------------------------------------------------*
      *
           COMPUTE WS-SOMA-PESOS = WS-PS-PESO (1) + WS-PS-PESO (2)
                                 + WS-PS-PESO (3) + WS-PS-PESO (4).

           IF WS-SOMA-PESOS GREATER THAN ZEROS
              COMPUTE WS-MEDIA-CALCULADA ROUNDED =
                      (WS-NT-NOTA (1) * WS-PS-PESO (1) +
                       WS-NT-NOTA (2) * WS-PS-PESO (2) +
                       WS-NT-NOTA (3) * WS-PS-PESO (3) +
                       WS-NT-NOTA (4) * WS-PS-PESO (4)) / WS-SOMA-PESOS
           ELSE
              COMPUTE WS-MEDIA-CALCULADA =
                      (WS-NT-NOTA (1) + WS-NT-NOTA (2) +
                       WS-NT-NOTA (3) + WS-NT-NOTA (4)) / 4
           END-IF.

           EVALUATE TRUE
              WHEN WS-NT-PC-FALTAS GREATER THAN 25
                 MOVE WS-MEDIA-CALCULADA   TO WS-NT-MD-ALUNO
                 MOVE 'REP-FALTA'          TO WS-NT-ST-APROVACAO
              WHEN WS-MEDIA-CALCULADA NOT LESS THAN WS-NT-NOTA-APROV
                 MOVE WS-MEDIA-CALCULADA   TO WS-NT-MD-ALUNO
                 MOVE 'APROVADO'           TO WS-NT-ST-APROVACAO
              WHEN WS-NOTA-RECUPERADO
                 CONTINUE
              WHEN OTHER
                 MOVE WS-MEDIA-CALCULADA   TO WS-NT-MD-ALUNO
                 MOVE 'REPROVADO'          TO WS-NT-ST-APROVACAO
           END-EVALUATE.
      *
      *---------------------------------------------------------------*
       087-99-EXIT.
      *-=-=-=-=-=-*
              EXIT.
      /===============================================================*
       088-00-APURA-FALTAS         SECTION.
      *---------------------------------------------------------------*
      *    CONTA AS AULAS E AS FALTAS DO ALUNO NA DISCIPLINA NA       *
      *    FREQUENCIA, COMO O TESTE2. SEM CHAMADAS LANCADAS, 0% DE    *
      *    FALTAS.                                                    *
      *---------------------------------------------------------------*
      *
           MOVE ZEROS                      TO WS-QT-AULAS
                                              WS-QT-FALTAS
                                              WS-NT-PC-FALTAS
           MOVE WS-NT-ID-ALUNO             TO WS-FQ-ID-ALUNO
           MOVE WS-NT-ID-MATERIA           TO WS-FQ-ID-MATERIA
           MOVE ZEROS                      TO WS-FQ-DT-AULA

           EXEC    CICS    STARTBR FILE     ('FREQUENC')
                                   RIDFLD   (WS-CHAVE-FREQ)
                                   GTEQ
                                   RESP     (WS-RESP)
           END-EXEC.

           IF WS-RESP NOT EQUAL DFHRESP(NORMAL)
              GO TO 088-99-EXIT
           END-IF.

           MOVE 'N'                        TO WS-FIM-BROWSE
           PERFORM UNTIL WS-FIM-BROWSE EQUAL 'S'
              EXEC  CICS  READNEXT FILE    ('FREQUENC')
                                   INTO     (WS-REG-FREQUENCIA)
                                   RIDFLD   (WS-CHAVE-FREQ)
                                   RESP     (WS-RESP)
              END-EXEC
              IF WS-RESP NOT EQUAL DFHRESP(NORMAL)
                 OR WS-FQ-ID-ALUNO NOT EQUAL WS-NT-ID-ALUNO
                 OR WS-FQ-ID-MATERIA NOT EQUAL WS-NT-ID-MATERIA
                 MOVE 'S'                  TO WS-FIM-BROWSE
              ELSE
                 ADD 1                     TO WS-QT-AULAS
                 IF WS-AULA-FALTA
                    ADD 1                  TO WS-QT-FALTAS
                 END-IF
              END-IF
           END-PERFORM.

           EXEC    CICS    ENDBR   FILE     ('FREQUENC')
                                   NOHANDLE
           END-EXEC.

           IF WS-QT-AULAS GREATER THAN ZERO
              COMPUTE WS-NT-PC-FALTAS ROUNDED =
                      WS-QT-FALTAS * 100 / WS-QT-AULAS
           END-IF.
      *
      *---------------------------------------------------------------*
       088-99-EXIT.
      *-=-=-=-=-=-*
              EXIT.
      /===============================================================*
       810-00-SEND-MAP-ERASE       SECTION.
      *---------------------------------------------------------------*
      *
           EXEC    CICS    SEND    MAP      ('CFPKM08')
                                   MAPSET   ('CFPKM08')
                                   FROM     (CFPKM08O)
                                   ERASE
                                   CURSOR
                                   FREEKB
                                   ALARM
           END-EXEC.
      *
      *---------------------------------------------------------------*
       810-99-EXIT.
      *-=-=-=-=-=-*
              EXIT.
      /===============================================================*
       820-00-SEND-MAP-DATAONLY    SECTION.
      *---------------------------------------------------------------*
      *
           EXEC    CICS    SEND    MAP      ('CFPKM08')
                                   MAPSET   ('CFPKM08')
                                   FROM     (CFPKM08O)
                                   DATAONLY
                                   CURSOR
                                   FREEKB
                                   ALARM
           END-EXEC.
      *
      *---------------------------------------------------------------*
       820-99-EXIT.
      *-=-=-=-=-=-*
              EXIT.
      /===============================================================*
       830-00-DATA-DO-DIA          SECTION.
      *---------------------------------------------------------------*
      *
           EXEC    CICS    ASKTIME      ABSTIME    (WS-ABSTIME)
           END-EXEC.

           EXEC    CICS    FORMATTIME   ABSTIME    (WS-ABSTIME)
                                        YYYYMMDD   (WS-DATA-HOJE)
           END-EXEC.
      *
      *---------------------------------------------------------------*
       830-99-EXIT.
      *-=-=-=-=-=-*
              EXIT.
      /===============================================================*
       930-00-GRAVA-JORNAL         SECTION.
      *---------------------------------------------------------------*
      *    GRAVA NA TS QUEUE 'JRNNOTA' O MESMO REGISTRO DE JORNAL     *
      *    QUE O NOTJRNL GRAVA NO BATCH: DATA/HORA, PROGRAMA,         *
      *    OPERADOR (USUARIO CICS), OPERACAO E AS IMAGENS ANTES E     *
      *    DEPOIS DO RESULTADO - A NOTA LANCADA NA TELA NAO TEM       *
      *    CAMINHO POR FORA DA TRILHA DOS AUDITORES.                  *
      *---------------------------------------------------------------*
      *
           EXEC    CICS    ASKTIME      ABSTIME    (WS-ABSTIME)
           END-EXEC.

           EXEC    CICS    FORMATTIME   ABSTIME    (WS-ABSTIME)
                                        YYYYMMDD   (JRN-DATA)
                                        TIME       (WS-HORA-AGORA)
           END-EXEC.

           MOVE    WS-HORA-AGORA    TO      JRN-HORA.
           MOVE    WS-USERID        TO      JRN-OPERADOR.
           MOVE    WS-IMAGEM-ANTES  TO      JRN-ANTES.
           MOVE    WS-IMAGEM-DEPOIS TO      JRN-DEPOIS.

           EXEC    CICS    WRITEQ   TS      QUEUE    ('JRNNOTA')
                                    FROM     (WS-REG-JORNAL)
                                    LENGTH   (LENGTH OF
                                               WS-REG-JORNAL)
                                    ITEM     (WS-ITEM-TS)
                                    NOHANDLE
           END-EXEC.
      *
      *---------------------------------------------------------------*
       930-99-EXIT.
      *-=-=-=-=-=-*
              EXIT.
      /===============================================================*
       990-00-RETORNA-CICS         SECTION.
      *---------------------------------------------------------------*
      *    DEVOLVE O CONTROLE AO CICS ENTRE AS INTERACOES, COM A      *
      *    TURMA, A NOTA ESCOLHIDA E OS ALUNOS DA PAGINA NA COMMAREA  *
      *    - A REENTRADA PELA MESMA TRANSACAO (TK08) CONTINUA O       *
      *    LANCAMENTO DO PONTO EM QUE PAROU.                          *
      *---------------------------------------------------------------*
      *
           EXEC    CICS    RETURN  TRANSID  ('TK08')
                                   COMMAREA (WS-COMMAREA)
                                   LENGTH   (LENGTH OF WS-COMMAREA)
           END-EXEC.
      *
      *---------------------------------------------------------------*
       990-99-EXIT.
      *-=-=-=-=-=-*
              EXIT.
      /===============================================================*
       996-00-TRANS-ENCERRADA      SECTION.
      *---------------------------------------------------------------*
      *
          EXEC  CICS  SEND  CONTROL  ERASE NOHANDLE
          END-EXEC
          EXEC  CICS  RETURN                 END-EXEC.
      *
      *---------------------------------------------------------------*
       996-99-EXIT.
      *-=-=-=-=-=-*
              EXIT.
      /===============================================================*
       999-99-ERROR                SECTION.
      *---------------------------------------------------------------*
      *
           MOVE    WS-MSG-99       TO      MK8-MSGO.
           MOVE    -1              TO      MK8-MATL.

           PERFORM 810-00-SEND-MAP-ERASE.

      *    A TURMA E A POSICAO DA PAGINA JA ESTAO NA WS-COMMAREA -     *
      *    DEVOLVE-LA AO CICS PERMITE REINICIAR A TRANSACAO NO PONTO  *
      *    EM QUE PAROU.                                              *
           EXEC    CICS    RETURN  COMMAREA (WS-COMMAREA)
                                   LENGTH   (LENGTH OF WS-COMMAREA)
           END-EXEC.
      *
      *---------------------------------------------------------------*
       999-99-EXIT.
      *-=-=-=-=-=-*
              EXIT.
      ***-----------------------------------------------------------***
      ***                FIM DO PROGRAMA - CFPKO008                 ***
      ***-----------------------------------------------------------***
