      ******************************************************************
      * Author:
      * Date:
      * Purpose: item de pedido arquivado (itens-arq-AAAA.dat,
      *          indexado pela mesma chave numero + sequencia): a
      *          imagem do REG-ITEM (itmreg.cpy) com folga para o item
      *          crescer; le-se com MOVE ARI-REG to REG-ITEM
      ******************************************************************
       01 ARI-REG.
           02 ARI-CHAVE.
               03 ARI-NUMERO PIC 9(07).
               03 ARI-SEQ PIC 9(03).
           02 ARI-IMAGEM PIC X(190).
