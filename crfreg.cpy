      ******************************************************************
      * Author:
      * Date:
      * Purpose: credito com fornecedor ainda nao consumido
      *          (creditos-fornecedor.dat, sequencial), no molde dos
      *          creditos de devolucao de cliente do prg14: sobra da
      *          nota de debito quando o titulo da compra ja estava
      *          pago; gravado pelo compras e abatido dos titulos do
      *          fornecedor na proposta de pagamento do ctapagar
      ******************************************************************
       01 REG-CREDITO-FORN.
           02 CRF-FORNECEDOR PIC 9(05).
           02 CRF-NOTA-DEBITO PIC 9(07).
           02 CRF-VALOR PIC 9(08)V99.
           02 CRF-SALDO PIC 9(08)V99.
           02 CRF-DATA-HORA PIC X(14).
           02 CRF-SITUACAO PIC X(01).
               88 CREDITO-FORN-ABERTO VALUE "A".
               88 CREDITO-FORN-USADO  VALUE "U".
