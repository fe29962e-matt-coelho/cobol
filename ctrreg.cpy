      ******************************************************************
      * Author:
      * Date:
      * Purpose: contrato de fornecimento (contratos.dat, indexado
      *          pelo numero): o cliente que compra os mesmos itens
      *          toda semana, quinzena ou mes, com o dia da semana da
      *          entrega e a vigencia; mantido pelo contratos e
      *          gerado em pedido pelo prg14 com o parametro
      *          CONTRATOS, que passa o pedido pelas validacoes da
      *          importacao de pedidos
      ******************************************************************
       01 REG-CONTRATO.
           02 CTR-NUMERO PIC 9(06).
           02 CTR-CLIENTE PIC 9(09).
           02 CTR-FREQUENCIA PIC X(01).
               88 CONTRATO-SEMANAL   VALUE "S".
               88 CONTRATO-QUINZENAL VALUE "Q".
               88 CONTRATO-MENSAL    VALUE "M".
      *dia da semana da entrega (1=segunda ... 6=sabado)
           02 CTR-DIA-SEMANA PIC 9(01).
           02 CTR-INICIO PIC 9(08).
           02 CTR-FIM PIC 9(08).
      *C = preco do contrato em cada item, T = tabela em vigor no
      *dia da geracao
           02 CTR-REGRA-PRECO PIC X(01).
               88 PRECO-DO-CONTRATO VALUE "C".
               88 PRECO-DA-TABELA   VALUE "T".
           02 CTR-VENDEDOR PIC 9(03).
           02 CTR-CONDICAO PIC 9(02).
           02 CTR-FILIAL PIC 9(01).
      *endereco de entrega do cliente (0 = endereco do cadastro)
           02 CTR-ENTREGA-SEQ PIC 9(02).
      *proxima data de entrega; o pedido e gerado no dia util
      *anterior a ela
           02 CTR-PROXIMA PIC 9(08).
           02 CTR-ULTIMO-PEDIDO PIC 9(07).
           02 CTR-ULTIMA-GERACAO PIC 9(08).
      *dia em que saiu o aviso de vencimento (zero = nao avisado)
           02 CTR-AVISO-DATA PIC 9(08).
           02 CTR-SITUACAO PIC X(01).
               88 CONTRATO-ATIVO     VALUE "A".
               88 CONTRATO-SUSPENSO  VALUE "S".
               88 CONTRATO-ENCERRADO VALUE "E".
           02 CTR-QTD-ITENS PIC 9(02).
           02 CTR-ITEM OCCURS 20 TIMES.
               03 CTR-PRODUTO PIC 9(05).
               03 CTR-QUANTIDADE PIC 9(05).
               03 CTR-PRECO PIC 9(08)V99.
