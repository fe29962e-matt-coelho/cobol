      ******************************************************************
      * Author:
      * Date:
      * Purpose: pedido coberto pela fatura de frete
      *          (fatura-pedidos.dat, indexado por transportadora +
      *          fatura + pedido): o valor cobrado pela
      *          transportadora e o da tabela de custo dela para o
      *          peso e a zona do pedido
      ******************************************************************
       01 REG-FATURA-PEDIDO.
           02 FTP-CHAVE.
               03 FTP-TRANSPORTADORA PIC 9(03).
               03 FTP-FATURA PIC 9(09).
               03 FTP-PEDIDO PIC 9(07).
           02 FTP-ESTADO PIC X(02).
           02 FTP-PESO PIC 9(07)V999.
           02 FTP-VALOR PIC 9(08)V99.
           02 FTP-VALOR-TABELA PIC 9(08)V99.
