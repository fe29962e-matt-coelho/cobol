      *          de controle (controle-mestres.dat): reconta
      *          clientes_projeto.dat e pedidos.dat e refaz as somas
      *          de verificacao com as mesmas contas dos programas
      *          que gravam o controle (o arqped tambem regrava o
      *          "P" depois de tirar os pedidos arquivados, entao o
      *          corrente enxugado confere); chamado pelo fim de dia
      *          do projeto-clientes antes de qualquer exportacao, no
      *          molde de comunicacao do prg12
      *
      *          status "00" tudo confere, "04" sem registro de
           EXIT.

       0210-verificar-pedidos SECTION.
      *mesma conta do 0097 do prg14 e do 0180 do arqped: contagem
      *+ soma de numero, valor e frete em centavos, truncada no
      *tamanho do campo
           MOVE ZERO to wrk-qtd wrk-hash.
           OPEN INPUT PEDIDOS.
           IF fs-pedidos NOT EQUAL 00
