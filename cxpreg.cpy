      ******************************************************************
      * Author:
      * Date:
      * Purpose: diario de pagamentos a fornecedor
      *          (caixa-pagamentos.dat, sequencial), par do diario de
      *          recebimentos caixa-recebimentos.dat do prg14: uma
      *          linha por baixa de titulo do contas a pagar, manual
      *          ou no lote do arquivo de pagamento ("BANCO")
      ******************************************************************
       01 REG-CAIXA-PAG.
           02 CXP-DATA-HORA PIC X(14).
           02 CXP-TITULO PIC 9(07).
           02 CXP-FORNECEDOR PIC 9(05).
           02 CXP-VALOR PIC 9(08)V99.
           02 CXP-OPERADOR PIC X(10).
