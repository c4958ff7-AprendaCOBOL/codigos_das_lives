      ******************************************************************
      * Author: ANDRE COSTA
      * Date: 15/10/2026
      * Purpose: LAYOUT DOS DADOS BANCARIOS DO FUNCIONARIO PARA O
      *          CREDITO DE SALARIO (FUNCBANC.DAT), CHAVE CODIGO DO
      *          FUNCIONARIO. MANTIDO PELO CADFBANC E LIDO PELO
      *          CREDSAL, QUE GERA O ARQUIVO DE CREDITO PARA O BANCO A
      *          PARTIR DO HISTORICO DA FOLHA. FUNCIONARIO SEM
      *          REGISTRO AQUI SAI NA LISTA DE EXCECOES DO CREDITO.
      ******************************************************************
           01 REG-FUNCBANC.
             03 FBC-CD-FUNCIONARIO          PIC 9(04).
             03 FBC-BANCO                   PIC 9(03).
             03 FBC-AGENCIA                 PIC 9(05).
             03 FBC-CONTA                   PIC 9(10).
