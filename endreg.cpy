      ******************************************************************
      * Author:
      * Date:
      * Purpose: endereco de entrega do cliente (enderecos-
      *          entrega.dat, indexado por cliente e sequencia): as
      *          lojas e depositos do cliente, cada um com um nome
      *          curto; o marcado como padrao e o proposto na
      *          digitacao do pedido do prg14, que tira dele a uf do
      *          frete e do icms; mantido pelo entregas
      ******************************************************************
       01 REG-ENTREGA.
           02 ENT-CHAVE.
               03 ENT-CLIENTE PIC 9(09).
               03 ENT-SEQ PIC 9(02).
           02 ENT-APELIDO PIC X(15).
           02 ENT-LOGRADOURO PIC X(30).
           02 ENT-NUMERO PIC X(06).
           02 ENT-COMPLEMENTO PIC X(15).
           02 ENT-BAIRRO PIC X(20).
           02 ENT-CIDADE PIC X(20).
           02 ENT-UF PIC X(02).
           02 ENT-CEP PIC X(08).
           02 ENT-PADRAO PIC X(01).
               88 ENTREGA-PADRAO VALUE "S".
           02 ENT-SITUACAO PIC X(01).
               88 ENDERECO-ATIVO   VALUE "A".
               88 ENDERECO-INATIVO VALUE "I".
