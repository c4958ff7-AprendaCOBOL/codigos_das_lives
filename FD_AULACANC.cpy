      ******************************************************************
      * Author: ANDRE COSTA
      * Date: 15/10/2026
      * Purpose: LAYOUT DAS AULAS NAO DADAS (AULACANC.DAT), CHAVE
      *          DATA + DISCIPLINA + HORARIO - UMA AULA DA GRADE NUM
      *          DIA DETERMINADO. LANCADO PELA SECRETARIA NO CADCANC
      *          (SO PARA AULA QUE EXISTE NA GRADE NO DIA DA SEMANA
      *          DA DATA) E DESCONTADO PELO AULAPROF DAS AULAS DO MES
      *          PAGAS AO PROFESSOR.
      ******************************************************************
           01 REG-AULACANC.
             03 CHAVE-AULACANC.
                05 ACN-DATA                  PIC 9(08).
                05 ACN-ID-MATERIA            PIC 9(03).
                05 ACN-HORARIO               PIC 9(04).
             03 ACN-CD-PROFESSOR             PIC 9(03).
             03 ACN-MOTIVO                   PIC X(30).
             03 ACN-DT-LANCAMENTO            PIC 9(08).
