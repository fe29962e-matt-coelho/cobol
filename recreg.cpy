      ******************************************************************
      * Author:
      * Date:
      * Purpose: titulo do contas a receber (contas-receber.dat,
      *          indexado pelo numero, chaves alternativas por cliente
      *          e por pedido); um pedido faturado gera uma parcela
      *          por vencimento da condicao de pagamento (cpgreg.cpy);
      *          compartilhado entre prg14 e as mensalidades (mensalid);
      *          titulo incobravel baixado como perda fica na situacao
      *          "I" e o que ainda entrar depois vai para CR-RECUPERADO;
      *          titulo trocado por acordo de renegociacao fica "R"
      ******************************************************************
       01 REG-RECEBER.
           02 CR-NUMERO PIC 9(07).
           02 CR-CLIENTE PIC 9(09).
           02 CR-VALOR PIC 9(08)V99.
           02 CR-VENCIMENTO PIC 9(08).
           02 CR-PAGO PIC 9(08)V99.
           02 CR-SITUACAO PIC X(01).
               88 TITULO-ABERTO    VALUE "A".
               88 TITULO-PARCIAL   VALUE "P".
               88 TITULO-QUITADO   VALUE "Q".
               88 TITULO-CANCELADO VALUE "C".
               88 TITULO-INCOBRAVEL VALUE "I".
               88 TITULO-RENEGOCIADO VALUE "R".
      *pedido de origem e parcela (pp de nn); a primeira parcela leva
      *o proprio numero do pedido, as demais numeros novos do
      *controle de pedidos; zero nos titulos escolares
           02 CR-PEDIDO PIC 9(07).
           02 CR-PARCELA PIC 9(02).
           02 CR-PARCELAS PIC 9(02).
      *baixa como perda: data, saldo baixado contra a provisao,
      *supervisor que autorizou e o recebido depois da baixa
           02 CR-PERDA-DATA PIC 9(08).
           02 CR-PERDA-VALOR PIC 9(08)V99.
           02 CR-PERDA-SUPERVISOR PIC X(10).
           02 CR-RECUPERADO PIC 9(08)V99.
      *acordo de renegociacao: no titulo original, o acordo que o
      *substituiu; na parcela nova, o acordo que a gerou
           02 CR-ACORDO PIC 9(07).
      *matricula do aluno nos titulos de mensalidade (faturados
      *contra o responsavel financeiro); zero nos demais titulos
           02 CR-MATRICULA PIC 9(04).
