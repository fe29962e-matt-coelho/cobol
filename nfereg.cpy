      ******************************************************************
      * Author:
      * Date:
      * Purpose: controle da geracao da nota eletronica
      *          (nfe-controle.dat, sequencial, so acrescenta): uma
      *          linha por nota de venda emitida, com o arquivo xml
      *          gravado ou o motivo da falha; lido pelo lote diario
      *          do nfelote, que junta os xml do dia e lista as falhas
      ******************************************************************
       01 REG-NFE-CONTROLE.
           02 NFE-NUMERO PIC 9(07).
           02 NFE-PEDIDO PIC 9(07).
           02 NFE-DATA PIC 9(08).
           02 NFE-SITUACAO PIC X(01).
               88 NFE-GERADA VALUE "G".
               88 NFE-FALHA  VALUE "F".
           02 NFE-ARQUIVO PIC X(40).
           02 NFE-MOTIVO PIC X(30).
