      ******************************************************************
      * Author:
      * Date:
      * Purpose: endereco de estoque do produto em cada filial
      *          (locais-estoque.dat, indexado por produto + filial):
      *          corredor, prateleira e nivel onde o produto fica
      *          guardado; mantido pelo ex-loops e lido pela lista de
      *          separacao do romaneio (prg14), pela transferencia
      *          entre filiais e pela lista de contagem (estoqrel,
      *          inventar); produto sem endereco sai no fim da lista
      ******************************************************************
       01 REG-LOCAL.
           02 LOC-CHAVE.
               03 LOC-PRODUTO PIC 9(05).
               03 LOC-FILIAL PIC 9(02).
           02 LOC-ENDERECO.
               03 LOC-CORREDOR PIC X(03).
               03 LOC-PRATELEIRA PIC X(03).
               03 LOC-NIVEL PIC X(02).
