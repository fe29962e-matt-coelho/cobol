      *          indexado pelo numero, chave alternativa por
      *          fornecedor), no mesmo molde do REG-RECEBER do prg14;
      *          compartilhado entre o subsistema de pagamentos
      *          (ctapagar), o recebimento de mercadoria (compras),
      *          que gera o titulo da nota do fornecedor, e a
      *          projecao de fluxo de caixa do prg14
      ******************************************************************
       01 REG-PAGAR.
           02 CP-NUMERO PIC 9(07).
               88 PAGAR-PARCIAL   VALUE "P".
               88 PAGAR-QUITADO   VALUE "Q".
               88 PAGAR-CANCELADO VALUE "C".
      *origem do titulo gerado no recebimento de mercadoria: nota
      *do fornecedor e linha do pedido de compra (zeros nos
      *titulos digitados no ctapagar)
           02 CP-NF-FORNECEDOR PIC 9(09).
           02 CP-OC-NUMERO PIC 9(07).
           02 CP-OC-SEQ PIC 9(03).
      *preco unitario faturado na nota, base da nota de debito
      *quando parte da mercadoria volta ao fornecedor
           02 CP-PRECO-UNIT PIC 9(08)V99.
      *titulo retido por divergencia no recebimento (divreg.cpy):
      *nao pode ser pago ate a liberacao do supervisor
           02 CP-RETENCAO PIC X(01).
               88 PAGAR-RETIDO   VALUE "R".
               88 PAGAR-LIBERADO VALUE "L" SPACE.
      *agenda de pagamento do ctapagar: proposto na data escolhida
      *pela tesouraria, aprovado ou suspenso pelo supervisor,
      *enviado no arquivo do banco e baixado no lote
           02 CP-AGENDA PIC X(01).
               88 PAGAR-SEM-AGENDA VALUE SPACE.
               88 PAGAR-PROPOSTO   VALUE "P".
               88 PAGAR-APROVADO   VALUE "A".
               88 PAGAR-SUSPENSO   VALUE "S".
               88 PAGAR-ENVIADO    VALUE "E".
           02 CP-DATA-PAGTO PIC 9(08).
           02 CP-APROVADOR PIC X(10).
      *icms destacado na nota do fornecedor e a uf do emitente:
      *credito da apuracao do icms, estornado na devolucao
           02 CP-ICMS PIC 9(08)V99.
           02 CP-ICMS-UF PIC X(02).
      *guia de recolhimento gerada pela apuracao do icms fica fora
      *das compras no fechamento contabil do ctapagar
           02 CP-ORIGEM PIC X(01).
               88 PAGAR-COMPRA    VALUE SPACE.
               88 PAGAR-GUIA-ICMS VALUE "G".
