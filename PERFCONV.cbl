      ******************************************************************
      * Author: ANDRE COSTA
      * Date: 15/10/2026
      * Purpose: CONVERSAO (EXECUCAO UNICA) PARA O ACESSO POR PERFIL.
      *          1) CRIA A TABELA DE PERFIS (PERFIL.DAT), SE AINDA NAO
      *             EXISTIR, COM TRES PERFIS QUE REPRODUZEM O ACESSO
      *             DOS NIVEIS ANTIGOS: CONSULTA (ENTRADA NOS
      *             PROGRAMAS E AS OPERACOES DE ROTINA), ATUALIZA (AS
      *             OPERACOES QUE EXIGIAM NIVEL 2) E ADMIN (TUDO). SE O
      *             NIVEL-APROVACAO DO FINPARM FOR MENOR QUE 3, AS
      *             APROVACOES DO APROVAR ENTRAM NOS PERFIS DOS NIVEIS
      *             QUE JA APROVAVAM.
      *          2) LE O USUARIOS.DAT NO LAYOUT ANTERIOR (SEM PERFIS) E
      *             REGRAVA EM USUARIOS.NV COM OS PERFIS DO NIVEL
      *             (1 CONSULTA, 2 CONSULTA + ATUALIZA, 3 ADMIN),
      *             CONFERINDO O TOTAL GRAVADO CONTRA O LIDO. O
      *             OPERADOR SUBSTITUI O ARQUIVO ORIGINAL PELO .NV APOS
      *             A CONFERENCIA, E DAI EM DIANTE AJUSTA OS PERFIS NO
      *             CADPERF E NO CADUSER.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PERFCONV.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
            DECIMAL-POINT IS COMMA.
            INPUT-OUTPUT SECTION.
            FILE-CONTROL.
                SELECT VELHO ASSIGN TO WS-ARQ-VELHO
                ORGANIZATION IS INDEXED
                ACCESS MODE  IS SEQUENTIAL
                RECORD KEY   IS ID-USUARIO-V
                FILE STATUS  IS WS-FS-VELHO.
                SELECT NOVO ASSIGN TO WS-ARQ-NOVO
                ORGANIZATION IS INDEXED
                ACCESS MODE  IS SEQUENTIAL
                RECORD KEY   IS ID-USUARIO
                FILE STATUS  IS WS-FS-NOVO.
                SELECT PERFIL ASSIGN TO
                WS-ARQ-PERFIL
                ORGANIZATION IS INDEXED
                ACCESS MODE  IS RANDOM
                RECORD KEY   IS CHAVE-PERFIL
                FILE STATUS  IS WS-FS-PRF.

       DATA DIVISION.
       FILE SECTION.
       FD VELHO.
       01 REG-USUARIO-V.
          03 ID-USUARIO-V                PIC X(12).
          03 CD-FUNC-USUARIO-V           PIC 9(04).
          03 SENHA-USUARIO-V             PIC X(08).
          03 NV-USUARIO-V                PIC 9(01).
          03 ST-USUARIO-V                PIC X(01).
          03 DT-TROCA-SENHA-V            PIC 9(08).
          03 QT-FALHAS-USUARIO-V         PIC 9(01).

       FD NOVO.
          COPY FD_USUARIO.

       FD PERFIL.
          COPY FD_PERFIL.

       WORKING-STORAGE SECTION.
      ***** CAMINHOS FISICOS DOS ARQUIVOS - PRE-CARREGADOS COM O *****
      ***** PADRAO HISTORICO E RESOLVIDOS PELO ARQCONF NO INICIO *****
       77 WS-ARQ-VELHO               PIC X(68) VALUE
          'C:\CursoCOBOL\COBOL\01 - Basico\bin\USUARIOS.DAT'.
       77 WS-ARQ-NOVO                PIC X(68) VALUE
          'C:\CursoCOBOL\COBOL\01 - Basico\bin\USUARIOS.NV'.
       77 WS-ARQ-PERFIL              PIC X(68) VALUE
          'C:\CursoCOBOL\COBOL\01 - Basico\bin\PERFIL.DAT'.
       77 WS-FS-VELHO                    PIC 99.
          88 FS-VELHO-OK                 VALUE 0.
       77 WS-FS-NOVO                     PIC 99.
          88 FS-NOVO-OK                  VALUE 0.
       77 WS-FS-PRF                      PIC 99.
          88 FS-PRF-OK                   VALUE 0.
       77 WS-EOF                         PIC X.
          88 EOF-OK                      VALUE 'S' FALSE 'N'.
       77 WS-QT-LIDOS                    PIC 9(06) VALUE ZEROS.
       77 WS-QT-GRAVADOS                 PIC 9(06) VALUE ZEROS.
       77 WS-QT-FUNCOES                  PIC 9(04) VALUE ZEROS.
       77 WS-IND                         PIC 9(03).
       77 WS-DATA-HOJE                   PIC 9(08) VALUE ZEROS.
       77 WS-NIVEL-APROVACAO             PIC 9(09)V99 VALUE 3.
       77 WS-PERFIL-APROVADOR            PIC X(08).
      ***** FUNCOES DOS PERFIS INICIAIS: PERFIL + PROGRAMA + OPERACAO *
      ***** ACESSO = SO A ENTRADA NO PROGRAMA (CONSULTAS E LISTAGENS) *
       01 WS-TAB-FUNCOES.
          03 FILLER PIC X(28) VALUE 'CONSULTAACIONCOB  ACESSO    '.
          03 FILLER PIC X(28) VALUE 'CONSULTAAPROVAR   ACESSO    '.
          03 FILLER PIC X(28) VALUE 'CONSULTABAIXACRED ACESSO    '.
          03 FILLER PIC X(28) VALUE 'CONSULTACADCLI    ACESSO    '.
          03 FILLER PIC X(28) VALUE 'CONSULTACADDESC   ACESSO    '.
          03 FILLER PIC X(28) VALUE 'CONSULTACADMATRI  ACESSO    '.
          03 FILLER PIC X(28) VALUE 'CONSULTACADORCTO  ACESSO    '.
          03 FILLER PIC X(28) VALUE 'CONSULTACADPROD   ACESSO    '.
          03 FILLER PIC X(28) VALUE 'CONSULTACNTTMERG  ACESSO    '.
          03 FILLER PIC X(28) VALUE 'CONSULTACONTRNOV  ACESSO    '.
          03 FILLER PIC X(28) VALUE 'CONSULTADECLMAT   ACESSO    '.
          03 FILLER PIC X(28) VALUE 'CONSULTADESLIGA   ACESSO    '.
          03 FILLER PIC X(28) VALUE 'CONSULTAESTMENU   ACESSO    '.
          03 FILLER PIC X(28) VALUE 'CONSULTAESTSITUA  ACESSO    '.
          03 FILLER PIC X(28) VALUE 'CONSULTAFERIAS    ACESSO    '.
          03 FILLER PIC X(28) VALUE 'CONSULTALIBFIN    ACESSO    '.
          03 FILLER PIC X(28) VALUE 'CONSULTAMENUCNTT  ACESSO    '.
          03 FILLER PIC X(28) VALUE 'CONSULTAPROPFIN   ACESSO    '.
          03 FILLER PIC X(28) VALUE 'CONSULTAREAJUSTE  ACESSO    '.
          03 FILLER PIC X(28) VALUE 'CONSULTARECCLICO  ACESSO    '.
          03 FILLER PIC X(28) VALUE 'CONSULTARECUPERA  ACESSO    '.
          03 FILLER PIC X(28) VALUE 'CONSULTAREIMPCTR  ACESSO    '.
          03 FILLER PIC X(28) VALUE 'CONSULTAREMATCNF  ACESSO    '.
          03 FILLER PIC X(28) VALUE 'CONSULTARENEGOC   ACESSO    '.
          03 FILLER PIC X(28) VALUE 'CONSULTAREVNOTA   ACESSO    '.
          03 FILLER PIC X(28) VALUE 'CONSULTASEGCHAM   ACESSO    '.
          03 FILLER PIC X(28) VALUE 'CONSULTACONTRNOV  INCLUSAO  '.
          03 FILLER PIC X(28) VALUE 'CONSULTAPROPFIN   PROPOSTA  '.
          03 FILLER PIC X(28) VALUE 'CONSULTAPROPFIN   CONVERSAO '.
          03 FILLER PIC X(28) VALUE 'CONSULTAPAGPARC   BAIXA     '.
          03 FILLER PIC X(28) VALUE 'ATUALIZAACIONCOB  ACIONAR   '.
          03 FILLER PIC X(28) VALUE 'ATUALIZABAIXACRED DEVOLUCAO '.
          03 FILLER PIC X(28) VALUE 'ATUALIZABAIXAPREJ PEDIDO    '.
          03 FILLER PIC X(28) VALUE 'ATUALIZABAIXAPREJ EXECUCAO  '.
          03 FILLER PIC X(28) VALUE 'ATUALIZABAIXAPREJ REINTEGRA '.
          03 FILLER PIC X(28) VALUE 'ATUALIZADECLMAT   CANCELA   '.
          03 FILLER PIC X(28) VALUE 'ATUALIZAESTTRANS  TRANSFERE '.
          03 FILLER PIC X(28) VALUE 'ATUALIZAREAJUSTE  ALTERACAO '.
          03 FILLER PIC X(28) VALUE 'ATUALIZAREAJUSTE  REAJUSTE  '.
          03 FILLER PIC X(28) VALUE 'ATUALIZAREIMPCTR  REIMPRIME '.
          03 FILLER PIC X(28) VALUE 'ATUALIZAREMATCNF  CONFIRMA  '.
          03 FILLER PIC X(28) VALUE 'ATUALIZAREMATCNF  RECUSA    '.
          03 FILLER PIC X(28) VALUE 'ATUALIZAREVNOTA   DECIDE    '.
          03 FILLER PIC X(28) VALUE 'ATUALIZAREVNOTA   PRAZO     '.
          03 FILLER PIC X(28) VALUE 'ADMIN   *         *         '.
       01 WS-TAB-FUNCOES-R REDEFINES WS-TAB-FUNCOES.
          03 WS-FUNCAO OCCURS 45 TIMES.
             05 WS-FNC-PERFIL            PIC X(08).
             05 WS-FNC-PROGRAMA          PIC X(10).
             05 WS-FNC-OPERACAO          PIC X(10).
      ***** OPERACOES DO APROVAR (APV-OPERACAO) ***********************
       01 WS-TAB-APROVACOES.
          03 FILLER PIC X(10) VALUE 'BAIXAPREJ '.
          03 FILLER PIC X(10) VALUE 'RENEGOC   '.
          03 FILLER PIC X(10) VALUE 'CADDESC   '.
          03 FILLER PIC X(10) VALUE 'INDEXCON  '.
       01 WS-TAB-APROVACOES-R REDEFINES WS-TAB-APROVACOES.
          03 WS-APROVACAO OCCURS 4 TIMES PIC X(10).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.

      ***** RESOLVE OS CAMINHOS FISICOS PELO PERFIL DO ARQCONF ******
            CALL 'ARQCONF' USING 'USUARIOS.DAT    ' WS-ARQ-VELHO
            CALL 'ARQCONF' USING 'USUARIOS.NV     ' WS-ARQ-NOVO
            CALL 'ARQCONF' USING 'PERFIL.DAT      ' WS-ARQ-PERFIL

            DISPLAY '*** CONVERSAO DO ACESSO POR NIVEL PARA ACESSO '
                    'POR PERFIL ***'

            ACCEPT WS-DATA-HOJE          FROM DATE YYYYMMDD

            PERFORM P100-CRIA-PERFIS     THRU P100-FIM

            OPEN INPUT VELHO

            IF NOT FS-VELHO-OK
               DISPLAY 'ERRO AO ABRIR O USUARIOS.DAT NO LAYOUT '
                       'ANTERIOR.'
               DISPLAY 'FILE STATUS: ' WS-FS-VELHO
               MOVE 16                   TO RETURN-CODE
               STOP RUN
            END-IF

            OPEN OUTPUT NOVO

            IF NOT FS-NOVO-OK
               DISPLAY 'ERRO AO ABRIR O USUARIOS.NV.'
               DISPLAY 'FILE STATUS: ' WS-FS-NOVO
               CLOSE VELHO
               MOVE 16                   TO RETURN-CODE
               STOP RUN
            END-IF

            SET EOF-OK                   TO FALSE
            PERFORM P200-CONVERTE        THRU P200-FIM UNTIL EOF-OK

            CLOSE VELHO NOVO

            DISPLAY 'FUNCOES GRAVADAS NO PERFIL.DAT: ' WS-QT-FUNCOES
            DISPLAY 'USUARIOS LIDOS................: ' WS-QT-LIDOS
            DISPLAY 'USUARIOS GRAVADOS.............: ' WS-QT-GRAVADOS

            IF WS-QT-LIDOS EQUAL WS-QT-GRAVADOS
               DISPLAY 'CONVERSAO OK: SUBSTITUA O USUARIOS.DAT PELO '
                       'USUARIOS.NV.'
            ELSE
               DISPLAY '*** TOTAIS NAO CONFEREM - NAO SUBSTITUA O '
                       'ARQUIVO! ***'
               MOVE 16                   TO RETURN-CODE
            END-IF

            STOP RUN.
       P100-CRIA-PERFIS.

      ***** TABELA JA EXISTENTE E MANTIDA NO CADPERF: NAO MEXE ********
            OPEN INPUT PERFIL
            IF FS-PRF-OK
               CLOSE PERFIL
               DISPLAY 'PERFIL.DAT JA EXISTE - TABELA DE PERFIS '
                       'MANTIDA.'
               GO TO P100-FIM
            END-IF

            OPEN OUTPUT PERFIL
            IF NOT FS-PRF-OK
               DISPLAY 'ERRO AO CRIAR O PERFIL.DAT.'
               DISPLAY 'FILE STATUS: ' WS-FS-PRF
               MOVE 16                   TO RETURN-CODE
               STOP RUN
            END-IF

            MOVE 'CONSULTA'              TO PRF-CD-PERFIL
            MOVE 'CONSULTA E OPERACOES DE ROTINA'
                                         TO PRF-DESCRICAO
            PERFORM P110-GRAVA-CABECALHO THRU P110-FIM
            MOVE 'ATUALIZA'              TO PRF-CD-PERFIL
            MOVE 'ATUALIZACAO (ANTIGO NIVEL 2)'
                                         TO PRF-DESCRICAO
            PERFORM P110-GRAVA-CABECALHO THRU P110-FIM
            MOVE 'ADMIN'                 TO PRF-CD-PERFIL
            MOVE 'ADMINISTRADOR - TODAS FUNCOES'
                                         TO PRF-DESCRICAO
            PERFORM P110-GRAVA-CABECALHO THRU P110-FIM

            PERFORM P120-GRAVA-FUNCAO    THRU P120-FIM
                    VARYING WS-IND FROM 1 BY 1
                    UNTIL WS-IND GREATER THAN 45

      ***** APROVADOR ABAIXO DO ADMINISTRADOR: AS APROVACOES VAO ******
      ***** PARA OS PERFIS DOS NIVEIS QUE JA PODIAM APROVAR ***********
            CALL 'FINPARM' USING 'NIVEL-APROVACAO ' WS-NIVEL-APROVACAO
            IF WS-NIVEL-APROVACAO NOT GREATER THAN 2
               MOVE 'ATUALIZA'           TO WS-PERFIL-APROVADOR
               PERFORM P130-GRAVA-APROVACAO THRU P130-FIM
                       VARYING WS-IND FROM 1 BY 1
                       UNTIL WS-IND GREATER THAN 4
            END-IF
            IF WS-NIVEL-APROVACAO NOT GREATER THAN 1
               MOVE 'CONSULTA'           TO WS-PERFIL-APROVADOR
               PERFORM P130-GRAVA-APROVACAO THRU P130-FIM
                       VARYING WS-IND FROM 1 BY 1
                       UNTIL WS-IND GREATER THAN 4
            END-IF

            CLOSE PERFIL
            .
       P100-FIM.
           EXIT.
       P110-GRAVA-CABECALHO.

            MOVE SPACES                  TO PRF-FUNCAO
            MOVE WS-DATA-HOJE            TO PRF-DT-ATUALIZACAO
            WRITE REG-PERFIL
               INVALID KEY
                  DISPLAY 'ERRO AO GRAVAR O PERFIL ' PRF-CD-PERFIL
            END-WRITE
            .
       P110-FIM.
           EXIT.
       P120-GRAVA-FUNCAO.

            MOVE WS-FNC-PERFIL(WS-IND)   TO PRF-CD-PERFIL
            MOVE WS-FNC-PROGRAMA(WS-IND) TO PRF-PROGRAMA
            MOVE WS-FNC-OPERACAO(WS-IND) TO PRF-OPERACAO
            PERFORM P140-GRAVA-REGISTRO  THRU P140-FIM
            .
       P120-FIM.
           EXIT.
       P130-GRAVA-APROVACAO.

            MOVE WS-PERFIL-APROVADOR     TO PRF-CD-PERFIL
            MOVE 'APROVAR'               TO PRF-PROGRAMA
            MOVE WS-APROVACAO(WS-IND)    TO PRF-OPERACAO
            PERFORM P140-GRAVA-REGISTRO  THRU P140-FIM
            .
       P130-FIM.
           EXIT.
       P140-GRAVA-REGISTRO.

            MOVE SPACES                  TO PRF-DESCRICAO
            MOVE WS-DATA-HOJE            TO PRF-DT-ATUALIZACAO
            WRITE REG-PERFIL
               INVALID KEY
                  DISPLAY 'ERRO AO GRAVAR A FUNCAO ' PRF-CD-PERFIL
                          ' ' PRF-PROGRAMA ' ' PRF-OPERACAO
               NOT INVALID KEY
                  ADD 1                  TO WS-QT-FUNCOES
            END-WRITE
            .
       P140-FIM.
           EXIT.
       P200-CONVERTE.

            READ VELHO NEXT RECORD
               AT END
                  SET EOF-OK             TO TRUE
               NOT AT END
                  ADD 1                  TO WS-QT-LIDOS
                  MOVE ID-USUARIO-V      TO ID-USUARIO
                  MOVE CD-FUNC-USUARIO-V TO CD-FUNC-USUARIO
                  MOVE SENHA-USUARIO-V   TO SENHA-USUARIO
                  MOVE NV-USUARIO-V      TO NV-USUARIO
                  MOVE ST-USUARIO-V      TO ST-USUARIO
                  MOVE DT-TROCA-SENHA-V  TO DT-TROCA-SENHA
                  MOVE QT-FALHAS-USUARIO-V
                                         TO QT-FALHAS-USUARIO
                  MOVE SPACES            TO PERFIS-USUARIO
                  EVALUATE NV-USUARIO-V
                      WHEN 3
                         MOVE 'ADMIN'    TO PF-USUARIO(1)
                      WHEN 2
                         MOVE 'CONSULTA' TO PF-USUARIO(1)
                         MOVE 'ATUALIZA' TO PF-USUARIO(2)
                      WHEN OTHER
                         MOVE 'CONSULTA' TO PF-USUARIO(1)
                  END-EVALUATE
                  WRITE REG-USUARIO
                     INVALID KEY
                        DISPLAY 'ERRO AO GRAVAR O USUARIO '
                                ID-USUARIO-V
                     NOT INVALID KEY
                        ADD 1            TO WS-QT-GRAVADOS
                  END-WRITE
            END-READ
            .
       P200-FIM.
       END PROGRAM PERFCONV.
