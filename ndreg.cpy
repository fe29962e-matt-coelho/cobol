      ******************************************************************
      * Author:
      * Date:
      * Purpose: nota de debito de devolucao de compra
      *          (notas-debito.dat, sequencial): mercadoria devolvida
      *          ao fornecedor contra uma linha do pedido de compra e
      *          a nota do recebimento, quanto abateu do titulo a
      *          pagar e quanto ficou de credito com o fornecedor;
      *          gravada pelo compras e lida pelo fechamento contabil
      *          do ctapagar
      ******************************************************************
       01 REG-NOTA-DEBITO.
           02 ND-NUMERO PIC 9(07).
           02 ND-DATA PIC 9(08).
           02 ND-FORNECEDOR PIC 9(05).
           02 ND-OC-NUMERO PIC 9(07).
           02 ND-OC-SEQ PIC 9(03).
           02 ND-NF PIC 9(09).
           02 ND-TITULO PIC 9(07).
           02 ND-PRODUTO PIC 9(05).
           02 ND-QTD PIC 9(05).
           02 ND-PRECO-UNIT PIC 9(08)V99.
           02 ND-VALOR PIC 9(08)V99.
           02 ND-ABATIDO PIC 9(08)V99.
           02 ND-CREDITO PIC 9(08)V99.
      *icms da nota de origem na proporcao devolvida, estornado do
      *credito na apuracao
           02 ND-ICMS PIC 9(08)V99.
