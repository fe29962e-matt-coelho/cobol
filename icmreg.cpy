      ******************************************************************
      * Author:
      * Date:
      * Purpose: livro de movimentos do icms fora das vendas
      *          (icms-movimento.dat, sequencial, so acrescenta):
      *          credito do icms destacado na nota do fornecedor no
      *          recebimento do compras, estorno desse credito na
      *          devolucao ao fornecedor e estorno do debito na
      *          devolucao de cliente do prg14; lido pela apuracao
      *          mensal por uf do apuricms
      ******************************************************************
       01 REG-ICMS-MOV.
           02 ICM-DATA PIC 9(08).
           02 ICM-UF PIC X(02).
           02 ICM-TIPO PIC X(01).
               88 ICMS-CREDITO-COMPRA VALUE "C".
               88 ICMS-ESTORNO-CREDITO VALUE "X".
               88 ICMS-ESTORNO-DEBITO VALUE "E".
           02 ICM-VALOR PIC 9(08)V99.
      *nota do fornecedor, nota de debito ou pedido de venda, e o
      *fornecedor ou o cliente do documento
           02 ICM-DOCUMENTO PIC 9(09).
           02 ICM-PARCEIRO PIC 9(09).
