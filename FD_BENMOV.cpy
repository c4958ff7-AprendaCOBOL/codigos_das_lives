      ******************************************************************
      * Author: ANDRE COSTA
      * Date: 15/10/2026
      * Purpose: LAYOUT DO MOVIMENTO DE BENEFICIOS DA FOLHA
      *          (BENMOV.TXT), GRAVADO PELA FOLHA MENSAL (FOLHAPAG):
      *          UMA LINHA POR ADESAO VIGENTE NA COMPETENCIA, COM O
      *          DEPARTAMENTO DO FUNCIONARIO, O CUSTO DO BENEFICIO, O
      *          QUE FOI DESCONTADO DO FUNCIONARIO E O CUSTO QUE FICOU
      *          COM A EMPRESA. LIDO PELO RELATORIO DE CUSTO DOS
      *          BENEFICIOS (RELBENEF).
      ******************************************************************
           01 REG-BENMOV.
             03 BMV-COMPETENCIA              PIC 9(06).
             03 FILLER                       PIC X(01).
             03 BMV-CD-DEPTO                 PIC 9(03).
             03 FILLER                       PIC X(01).
             03 BMV-CD-FUNCIONARIO           PIC 9(04).
             03 FILLER                       PIC X(01).
             03 BMV-CD-BENEFICIO             PIC 9(03).
             03 FILLER                       PIC X(01).
             03 BMV-VR-CUSTO                 PIC 9(07)V99.
             03 FILLER                       PIC X(01).
             03 BMV-VR-DESCONTO              PIC 9(07)V99.
             03 FILLER                       PIC X(01).
             03 BMV-VR-CUSTO-EMPRESA         PIC 9(07)V99.
