      ******************************************************************
      * Author: ANDRE COSTA
      * Date: 15/10/2026
      * Purpose: LAYOUT DO REGISTRO DE DOCUMENTOS EMITIDOS PELA
      *          SECRETARIA (DOCEMIT.DAT), CHAVE NUMERO DO DOCUMENTO.
      *          O CODIGO DE VERIFICACAO IMPRESSO NO DOCUMENTO E O
      *          NUMERO SEGUIDO DO DIGITO DE CONTROLE (NNNNNNNN-DDDD);
      *          O DIGITO E SORTEADO NA EMISSAO E SO EXISTE AQUI, DE
      *          MODO QUE UM NUMERO VALIDO COM DIGITO INVENTADO NAO
      *          PASSA NA CONFERENCIA. GRAVADO PELO DECLMAT E
      *          CONFERIDO PELO DOCCONF (DECLMAT E DOCVERIF).
      ******************************************************************
           01 REG-DOCEMIT.
             03 DOC-NR-DOCUMENTO             PIC 9(08).
             03 DOC-DV-DOCUMENTO             PIC 9(04).
             03 DOC-TP-DOCUMENTO             PIC X(02).
                88 DOC-DECL-MATRICULA        VALUE 'DM'.
             03 DOC-CD-STUDENT               PIC 9(05).
             03 DOC-NM-STUDENT               PIC X(20).
             03 DOC-CR-STUDENT               PIC X(20).
             03 DOC-AA-PERIODO               PIC 9(04).
             03 DOC-SM-PERIODO               PIC 9(01).
             03 DOC-QT-DISCIPLINAS           PIC 9(02).
             03 DOC-DT-EMISSAO               PIC 9(08).
             03 DOC-HR-EMISSAO               PIC 9(06).
             03 DOC-OPERADOR                 PIC X(12).
             03 DOC-DT-VALIDADE              PIC 9(08).
             03 DOC-SITUACAO                 PIC X(01).
                88 DOC-VALIDO                VALUE 'V'.
                88 DOC-CANCELADO             VALUE 'C'.
             03 DOC-DT-CANCELAMENTO          PIC 9(08).
             03 DOC-OPR-CANCELAMENTO         PIC X(12).
