      ******************************************************************
      * Author:
      * Date:
      * Purpose: conferencia da separacao dos pedidos do romaneio
      *          (separacao-pedidos.dat, indexado por pedido + item):
      *          gravado pelo prg14 quando o separador confirma o
      *          item, com a quantidade pedida, a separada e a falta;
      *          item com falta teve a falta baixada do saldo da
      *          filial e lancada em backorder do pedido, e o
      *          romaneio a mostra abaixo do item
      ******************************************************************
       01 REG-SEPARACAO.
           02 SEP-CHAVE.
               03 SEP-PEDIDO PIC 9(07).
               03 SEP-SEQ PIC 9(03).
           02 SEP-PRODUTO PIC 9(05).
           02 SEP-FILIAL PIC 9(02).
      *corredor + prateleira + nivel no momento da separacao
           02 SEP-LOCAL PIC X(08).
           02 SEP-QTD-PEDIDA PIC 9(05).
           02 SEP-QTD-SEPARADA PIC 9(05).
           02 SEP-QTD-FALTA PIC 9(05).
           02 SEP-DATA PIC 9(08).
           02 SEP-OPERADOR PIC X(10).
           02 SEP-SITUACAO PIC X(01).
               88 SEPARADO-COMPLETO  VALUE "C".
               88 SEPARADO-COM-FALTA VALUE "F".
