      *icms sobre o valor das mercadorias, pela aliquota do estado
      *(tabicms.cpy); sai na nota e na interface contabil
           02 PED-ICMS PIC 9(08)V99.
      *condicao de pagamento do cadastro condicoes-pagamento.dat
      *(cpgreg.cpy); zero = prazo padrao, titulo unico
           02 PED-CONDICAO PIC 9(02).
      *frete pago a transportadora pela entrega do pedido (zero
      *enquanto a fatura do transportador nao chega); o que passar
      *do PED-FRETE cobrado e frete absorvido na margem
           02 PED-FRETE-PAGO PIC 9(08)V99.
      *transportadora do cadastro transportadoras.dat (trareg.cpy)
      *que levou o pedido no romaneio; zero = entrega propria
           02 PED-TRANSPORTADORA PIC 9(03).
      *saida e retorno da entrega: data do romaneio em que o pedido
      *saiu (zero = aguardando romaneio), ocorrencia do retorno,
      *data e recebedor da entrega e tentativas ja feitas; ausente
      *e avaria voltam para a fila de reentrega do romaneio
           02 PED-ROMANEIO-DATA PIC 9(08).
           02 PED-OCORRENCIA PIC X(01).
               88 ENTREGA-PENDENTE  VALUE SPACE.
               88 ENTREGA-REALIZADA VALUE "E".
               88 ENTREGA-RECUSADA  VALUE "R".
               88 ENTREGA-AUSENTE   VALUE "A".
               88 ENTREGA-AVARIA    VALUE "D".
           02 PED-ENTREGA-DATA PIC 9(08).
           02 PED-RECEBEDOR PIC X(30).
           02 PED-TENTATIVAS PIC 9(02).
      *endereco de entrega do cliente (endreg.cpy) escolhido na
      *digitacao; zero = entrega no endereco do cadastro
           02 PED-ENTREGA-SEQ PIC 9(02).
