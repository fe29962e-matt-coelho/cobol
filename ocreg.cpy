      ******************************************************************
      * Author:
      * Date:
      * Purpose: linha do pedido de compra (pedidos-compra.dat,
      *          indexado por numero + sequencia): fornecedor,
      *          produto, quantidade e o preco unitario negociado,
      *          confrontado com a nota do fornecedor no recebimento,
      *          o recebido ate agora (entregas parciais) e a data
      *          prevista de entrega; usado pelo subsistema de
      *          compras (compras)
      ******************************************************************
       01 REG-PED-COMPRA.
           02 OC-CHAVE.
               03 OC-NUMERO PIC 9(07).
               03 OC-SEQ PIC 9(03).
           02 OC-FORNECEDOR PIC 9(05).
           02 OC-PRODUTO PIC 9(05).
           02 OC-QUANTIDADE PIC 9(05).
           02 OC-DATA PIC 9(08).
           02 OC-SITUACAO PIC X(01).
               88 COMPRA-ABERTA    VALUE "A".
               88 COMPRA-PARCIAL   VALUE "P".
               88 COMPRA-RECEBIDA  VALUE "R".
               88 COMPRA-ENCERRADA VALUE "E".
      *preco unitario combinado com o fornecedor; nasce com o custo
      *medio do produto na sugestao e e acertado pelo comprador
           02 OC-PRECO-UNIT PIC 9(08)V99.
      *soma das entregas ja recebidas contra a linha; a linha fica
      *parcial ate completar a quantidade ou ser encerrada pelo
      *comprador (fornecedor que nunca vai completar)
           02 OC-QTD-RECEBIDA PIC 9(05).
      *entrega prevista, base dos dias de atraso das compras abertas
           02 OC-PREVISAO PIC 9(08).
      *quantidade ja devolvida ao fornecedor (nota de debito) do
      *que foi recebido na linha
           02 OC-QTD-DEVOLVIDA PIC 9(05).
