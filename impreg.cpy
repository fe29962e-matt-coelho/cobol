      ******************************************************************
      * Author:
      * Date:
      * Purpose: arquivo de intercambio de pedidos (portal web,
      *          representantes externos e estacao de captura das
      *          filiais), sequencial de 80 posicoes:
      *          um cabecalho "H" seguido das linhas de item "I" do
      *          mesmo pedido; o cliente vem pelo codigo do cadastro
      *          ou, com codigo zero, pelo CPF/CNPJ so com digitos
      ******************************************************************
       01 IMP-REG.
           02 IMP-TIPO PIC X(01).
               88 IMP-CABECALHO VALUE "H".
               88 IMP-ITEM      VALUE "I".
           02 IMP-DADOS PIC X(79).
      *cabecalho: origem W=portal web R=representante F=estacao de
      *captura da filial (prg18) C=contrato de fornecimento (prg14
      *CONTRATOS), referencia do pedido na origem; estado em branco =
      *uf do cadastro ou do endereco de entrega; filial que vende
      *zero = filial 1; endereco de entrega zero ou branco = endereco
      *do cadastro
       01 IMP-REG-CABECALHO.
           02 IMH-TIPO PIC X(01).
           02 IMH-ORIGEM PIC X(01).
               88 IMH-PORTAL        VALUE "W".
               88 IMH-REPRESENTANTE VALUE "R".
               88 IMH-CAPTURA-FILIAL VALUE "F".
               88 IMH-CONTRATO      VALUE "C".
           02 IMH-REFERENCIA PIC X(10).
           02 IMH-CLIENTE PIC 9(09).
           02 IMH-DOCUMENTO PIC X(14).
           02 IMH-VENDEDOR PIC 9(03).
           02 IMH-ESTADO PIC X(02).
           02 IMH-CONDICAO PIC 9(02).
           02 IMH-FILIAL PIC 9(01).
           02 IMH-ENTREGA-SEQ PIC 9(02).
           02 FILLER PIC X(35).
      *item: produto e quantidade; preco zero ou branco = o vigente
       01 IMP-REG-ITEM.
           02 IMI-TIPO PIC X(01).
           02 IMI-PRODUTO PIC 9(05).
           02 IMI-QUANTIDADE PIC 9(05).
           02 IMI-PRECO PIC 9(08)V99.
           02 FILLER PIC X(59).
