      ******************************************************************
      * Author:
      * Date:
      * Purpose: custo do produto por fornecedor
      *          (fornecedor-produtos.dat, indexado por fornecedor +
      *          referencia do produto no catalogo do fornecedor, com
      *          o nosso codigo de produto como chave alternativa):
      *          o de-para da referencia e o custo da tabela vigente
      *          e da anterior de cada fornecedor, carregados pela
      *          importacao da tabela de precos no subsistema de
      *          compras (compras)
      ******************************************************************
       01 REG-FORN-PRODUTO.
           02 FPC-CHAVE.
               03 FPC-FORNECEDOR PIC 9(05).
               03 FPC-REFERENCIA PIC X(15).
           02 FPC-PRODUTO PIC 9(05).
      *custo da ultima tabela importada e o da tabela anterior; a
      *mesma tabela reimportada no dia so corrige o custo atual
           02 FPC-CUSTO-ATUAL PIC 9(08)V99.
           02 FPC-DATA-ATUAL PIC 9(08).
           02 FPC-CUSTO-ANTERIOR PIC 9(08)V99.
           02 FPC-DATA-ANTERIOR PIC 9(08).
