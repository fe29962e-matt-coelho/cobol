      ******************************************************************
      * Author:
      * Date:
      * Purpose: proposta de preco de venda (propostas-preco.dat,
      *          indexado pelo produto): preco calculado sobre o novo
      *          custo do fornecedor com o markup alvo informado na
      *          importacao da tabela; o comprador aceita todas de
      *          uma vez (viram vigencias em precos.dat) ou descarta
      ******************************************************************
       01 REG-PROPOSTA-PRECO.
           02 PPR-PRODUTO PIC 9(05).
           02 PPR-FORNECEDOR PIC 9(05).
           02 PPR-CUSTO PIC 9(08)V99.
           02 PPR-MARKUP PIC 9(03)V9.
           02 PPR-PRECO-ATUAL PIC 9(08)V99.
           02 PPR-PRECO-PROPOSTO PIC 9(08)V99.
           02 PPR-DATA PIC 9(08).
