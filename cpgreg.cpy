      ******************************************************************
      * Author:
      * Date:
      * Purpose: condicao de pagamento (condicoes-pagamento.dat,
      *          indexado pelo codigo): quantidade de parcelas e os
      *          dias corridos de cada vencimento contados do
      *          faturamento (ex. 30/60/90); mantida pelo condpag e
      *          escolhida no pedido e no orcamento do prg14
      ******************************************************************
       01 REG-CONDICAO.
           02 CPG-CODIGO PIC 9(02).
           02 CPG-DESCRICAO PIC X(20).
           02 CPG-PARCELAS PIC 9(02).
           02 CPG-DIAS-TAB.
               03 CPG-DIAS PIC 9(03) OCCURS 12.
           02 CPG-SITUACAO PIC X(01).
               88 CONDICAO-ATIVA   VALUE "A".
               88 CONDICAO-INATIVA VALUE "I".
