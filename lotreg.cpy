      ******************************************************************
      * Author:
      * Date:
      * Purpose: lote de produto perecivel (lotes.dat, indexado por
      *          produto + filial + validade + numero do lote, de
      *          modo que a leitura em sequencia dentro do produto e
      *          da filial ja sai do lote que vence primeiro): nasce
      *          no recebimento do compras, e consumido pela baixa
      *          do prg14 (primeiro a vencer, primeiro a sair),
      *          baixado por vencimento e acertado pela contagem do
      *          inventar; a chave alternativa pela validade serve o
      *          relatorio de lotes a vencer do ex-loops
      ******************************************************************
       01 REG-LOTE.
           02 LOT-CHAVE.
               03 LOT-PRODUTO PIC 9(05).
               03 LOT-FILIAL PIC 9(02).
               03 LOT-VALIDADE PIC 9(08).
               03 LOT-NUMERO PIC X(15).
           02 LOT-SALDO PIC 9(05).
           02 LOT-ENTRADA PIC 9(08).
           02 LOT-SITUACAO PIC X(01).
               88 LOTE-ATIVO VALUE "A".
               88 LOTE-VENCIDO VALUE "V".
