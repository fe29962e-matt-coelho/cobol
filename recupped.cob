      *          deixa o operador concluir (quando o cabecalho chegou
      *          a ser gravado, acertando o controle de numeracao) ou
      *          desfazer (apagando itens e backorders e devolvendo
      *          ao saldo e ao lote a baixa de cada item); mesmo
      *          molde do recupera do arquivo de clientes
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
               RECORD KEY IS BO-CHAVE
               FILE STATUS IS fs-backorders.

      *lotes do produto perecivel: a devolucao credita o lote que
      *vence primeiro, como no prg14
           SELECT LOTES ASSIGN TO "./lotes.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LOT-CHAVE
               ALTERNATE RECORD KEY IS LOT-VALIDADE WITH DUPLICATES
               FILE STATUS IS fs-lotes.

           SELECT ESTOQUE-MOV ASSIGN TO "./estoque-mov.dat"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS fs-estoque-mov.
               02 BO-DATA PIC 9(08).
               02 BO-SITUACAO PIC X(01).

       FD LOTES.
       COPY "lotreg.cpy".

       FD ESTOQUE-MOV.
       COPY "movreg.cpy".

       77 fs-produtos pic 9(02) value zero.
       77 fs-backorders pic 9(02) value zero.
       77 fs-estoque-mov pic 9(02) value zero.
       77 fs-lotes pic 9(02) value zero.
       77 wrk-lote-hoje pic 9(08) value zero.
       77 wrk-tem-lotes pic x(01) value "N".
       77 fs-num-control pic 9(02) value zero.
       77 wrk-opcao pic x(01) value SPACE.
      *unidade em voo reconstruida da cauda do diario: o pedido do
           OPEN I-O ITENS.
           OPEN I-O PRODUTOS.
           OPEN I-O BACKORDERS.
           MOVE "N" to wrk-tem-lotes.
           OPEN I-O LOTES.
           IF fs-lotes EQUAL 00
               MOVE "S" to wrk-tem-lotes
           END-IF.
           IF fs-itens NOT EQUAL 00 OR fs-produtos NOT EQUAL 00
               DISPLAY "erro ao abrir itens/produtos, status "
                       fs-itens " " fs-produtos
           IF fs-backorders EQUAL 00
               CLOSE BACKORDERS
           END-IF.
           IF wrk-tem-lotes EQUAL "S"
               CLOSE LOTES
           END-IF.
           IF wrk-tem-cabecalho EQUAL "S"
               OPEN I-O PEDIDOS
               MOVE wrk-pend-pedido to PED-NUMERO
                   " itens devolvidos".

       0315-movimento-devolucao SECTION.
      *produto controlado por lote: a baixa volta para o lote ainda
      *na validade que vence primeiro na filial do item (o 0113 do
      *prg14), e o movimento leva o lote
           MOVE SPACES to REG-MOVIMENTO.
           IF produto-com-lote AND wrk-tem-lotes EQUAL "S"
                   AND wrk-pend-filial(wrk-pend-ind) > 0
                   AND wrk-pend-filial(wrk-pend-ind) < 10
               ACCEPT wrk-lote-hoje FROM DATE YYYYMMDD
               MOVE PRO-CODIGO to LOT-PRODUTO
               MOVE wrk-pend-filial(wrk-pend-ind) to LOT-FILIAL
               MOVE wrk-lote-hoje to LOT-VALIDADE
               MOVE LOW-VALUES to LOT-NUMERO
               START LOTES KEY IS NOT LESS THAN LOT-CHAVE
               IF fs-lotes EQUAL 00
                   READ LOTES NEXT
               END-IF
               PERFORM UNTIL fs-lotes NOT EQUAL 00
                       OR LOT-PRODUTO NOT EQUAL PRO-CODIGO
                       OR LOT-FILIAL NOT EQUAL
                          wrk-pend-filial(wrk-pend-ind)
                       OR LOTE-ATIVO
                   READ LOTES NEXT
               END-PERFORM
               IF fs-lotes EQUAL 00
                       AND LOT-PRODUTO EQUAL PRO-CODIGO
                       AND LOT-FILIAL EQUAL
                           wrk-pend-filial(wrk-pend-ind)
                   ADD wrk-pend-baixa(wrk-pend-ind) to LOT-SALDO
                   REWRITE REG-LOTE
                   MOVE LOT-NUMERO to MOV-LOTE
               END-IF
           END-IF.
           ACCEPT MOV-DATA-HORA(1:8) FROM DATE YYYYMMDD.
           ACCEPT MOV-DATA-HORA(9:6) FROM TIME.
           MOVE PRO-CODIGO to MOV-PRODUTO.
