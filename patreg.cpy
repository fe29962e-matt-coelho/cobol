      ******************************************************************
      * Author:
      * Date:
      * Purpose: bem do ativo imobilizado (imobilizado.dat, indexado
      *          pelo numero de patrimonio): descricao, classe com a
      *          vida util em meses, aquisicao, centro de custo,
      *          fornecedor e titulo do contas a pagar de origem; a
      *          depreciacao acumulada e a ultima competencia
      *          depreciada sao atualizadas pela rodada mensal do
      *          imobil, e a baixa guarda data, valor de venda e o
      *          ganho ou perda apurado
      ******************************************************************
       01 REG-PATRIMONIO.
           02 PAT-NUMERO PIC 9(06).
           02 PAT-DESCRICAO PIC X(30).
           02 PAT-CLASSE PIC X(02).
           02 PAT-VIDA-MESES PIC 9(03).
           02 PAT-AQUISICAO PIC 9(08).
           02 PAT-VALOR PIC 9(10)V99.
           02 PAT-CENTRO-CUSTO PIC 9(03).
           02 PAT-FORNECEDOR PIC 9(05).
      *titulo zero: bem pago a vista, fora do contas a pagar
           02 PAT-CP-NUMERO PIC 9(07).
           02 PAT-DEPR-ACUM PIC 9(10)V99.
           02 PAT-ULTIMA-COMP PIC 9(06).
           02 PAT-SITUACAO PIC X(01).
               88 BEM-ATIVO   VALUE "A".
               88 BEM-BAIXADO VALUE "B".
           02 PAT-BAIXA-DATA PIC 9(08).
           02 PAT-BAIXA-VALOR PIC 9(10)V99.
           02 PAT-BAIXA-RESULTADO PIC S9(10)V99.
