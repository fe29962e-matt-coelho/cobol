      *          (fornecedores.dat, indexado pelo codigo),
      *          compartilhado entre o subsistema de compras
      *          (compras), o contas a pagar (ctapagar) e o cadastro
      *          de produtos, que aponta o fornecedor preferencial;
      *          os dados bancarios vao no arquivo de pagamento
      *          do ctapagar
      ******************************************************************
       01 REG-FORNECEDOR.
           02 FOR-CODIGO PIC 9(05).
           02 FOR-SITUACAO PIC X(01).
               88 FORNECEDOR-ATIVO   VALUE "A".
               88 FORNECEDOR-INATIVO VALUE "I".
           02 FOR-BANCO PIC 9(03).
           02 FOR-AGENCIA PIC 9(04).
           02 FOR-CONTA PIC X(12).
