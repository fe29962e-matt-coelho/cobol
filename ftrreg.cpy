      ******************************************************************
      * Author:
      * Date:
      * Purpose: fatura de frete da transportadora
      *          (faturas-frete.dat, indexado por transportadora +
      *          numero da fatura): total cobrado, total pela tabela
      *          de custo da transportadora e a situacao da
      *          conferencia; aprovada, vira titulo no contas a pagar
      *          (os pedidos cobertos ficam em fatura-pedidos.dat,
      *          ftpreg.cpy)
      ******************************************************************
       01 REG-FATURA-FRETE.
           02 FTR-CHAVE.
               03 FTR-TRANSPORTADORA PIC 9(03).
               03 FTR-NUMERO PIC 9(09).
           02 FTR-EMISSAO PIC 9(08).
           02 FTR-VENCIMENTO PIC 9(08).
           02 FTR-QTD-PEDIDOS PIC 9(03).
           02 FTR-VALOR PIC 9(08)V99.
           02 FTR-VALOR-TABELA PIC 9(08)V99.
           02 FTR-SITUACAO PIC X(01).
               88 FATURA-DIGITADA VALUE "D".
               88 FATURA-APROVADA VALUE "A".
               88 FATURA-RECUSADA VALUE "R".
           02 FTR-CP-NUMERO PIC 9(07).
           02 FTR-APROVADOR PIC X(10).
