      ******************************************************************
      * Author:
      * Date:
      * Purpose: cadastro de transportadoras (transportadoras.dat,
      *          indexado pelo codigo), mantido pelo fretes; o
      *          codigo e carimbado no pedido pelo romaneio do prg14
      *          e o fornecedor e quem recebe o titulo a pagar da
      *          fatura de frete; a tabela de custo segue o desenho
      *          da tabfrete.cpy: valor por zona de entrega (linha) e
      *          faixa de peso do pedido (coluna)
      ******************************************************************
       01 REG-TRANSPORTADORA.
           02 TRA-CODIGO PIC 9(03).
           02 TRA-NOME PIC X(30).
           02 TRA-FORNECEDOR PIC 9(05).
           02 TRA-SITUACAO PIC X(01).
               88 TRANSPORTADORA-ATIVA   VALUE "A".
               88 TRANSPORTADORA-INATIVA VALUE "I".
           02 TRA-TABELA.
               03 TRA-ZONA OCCURS 3 TIMES.
                   04 TRA-VLR-FAIXA PIC 9(05)V99 OCCURS 4 TIMES.
