      ******************************************************************
      * Author:
      * Date:
      * Purpose: divergencia do confronto pedido x recebimento x nota
      *          do fornecedor (divergencias-compra.dat, indexado
      *          pelo titulo a pagar retido): gravada pelo
      *          recebimento do compras e liberada pelo supervisor
      *          no ctapagar, que so entao deixa o titulo ser pago
      ******************************************************************
       01 REG-DIVERGENCIA.
           02 DIV-TITULO PIC 9(07).
           02 DIV-OC-NUMERO PIC 9(07).
           02 DIV-OC-SEQ PIC 9(03).
           02 DIV-FORNECEDOR PIC 9(05).
           02 DIV-PRODUTO PIC 9(05).
           02 DIV-NF PIC 9(09).
           02 DIV-QTD-PEDIDA PIC 9(05).
           02 DIV-QTD-RECEBIDA PIC 9(05).
           02 DIV-QTD-FATURADA PIC 9(05).
           02 DIV-PRECO-PEDIDO PIC 9(08)V99.
           02 DIV-PRECO-FATURADO PIC 9(08)V99.
           02 DIV-DATA PIC 9(08).
           02 DIV-SITUACAO PIC X(01).
               88 DIVERGENCIA-PENDENTE VALUE "P".
               88 DIVERGENCIA-LIBERADA VALUE "L".
           02 DIV-SUPERVISOR PIC X(10).
           02 DIV-LIBERACAO PIC X(14).
