      ******************************************************************
      * Author:
      * Date:
      * Purpose: disponivel a prometer de um produto numa filial,
      *          no mesmo molde de comunicacao do calcfrete: parte
      *          do saldo em maos da filial (0 = todas, o total do
      *          cadastro), tira o comprometido com backorders
      *          abertos e com orcamentos abertos ainda em vigor e
      *          soma as compras a receber pela entrega prevista,
      *          semana a semana; backorders, orcamentos e compras
      *          nao tem filial e entram pelo total da empresa; so
      *          le os arquivos, chamado pelo prg14 (consulta e
      *          aviso na digitacao do item) e pelo ex-loops
      *
      *          funcao "C": consulta na tela, com as compras a
      *                      receber e a tabela por semana
      *          funcao "Q": so a conta, sem tela
      *          lnk-qtd: quantidade pedida (0 = so consulta);
      *          devolve lnk-disponivel (hoje, pode ser negativo) e
      *          lnk-data-atende (fim da primeira semana em que o
      *          disponivel cobre lnk-qtd; hoje quando ja cobre;
      *          zero quando nem a ultima semana cobre)
      *          status "00" ok, "10" produto nao cadastrado, "20"
      *          funcao invalida
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. dispprom.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PRODUTOS ASSIGN TO "./produtos.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PRO-CODIGO
               FILE STATUS IS fs-produtos.
           SELECT BACKORDERS ASSIGN TO "./backorders.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BO-CHAVE
               FILE STATUS IS fs-backorders.
           SELECT ORCAMENTOS ASSIGN TO "./orcamentos.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ORC-NUMERO
               FILE STATUS IS fs-orcamentos.
           SELECT ITENS-ORC ASSIGN TO "./itens-orcamento.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ORI-CHAVE
               FILE STATUS IS fs-itens-orc.
           SELECT PED-COMPRA ASSIGN TO "./pedidos-compra.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OC-CHAVE
               FILE STATUS IS fs-ped-compra.
       DATA DIVISION.
       FILE SECTION.
           FD PRODUTOS.
           COPY "prodreg.cpy".
           FD BACKORDERS.
               01 REG-BACKORDER.
                   02 BO-CHAVE.
                       03 BO-PEDIDO PIC 9(07).
                       03 BO-SEQ PIC 9(03).
                   02 BO-PRODUTO PIC 9(05).
                   02 BO-QTD-PENDENTE PIC 9(05).
                   02 BO-DATA PIC 9(08).
                   02 BO-SITUACAO PIC X(01).
                       88 BACKORDER-ABERTO   VALUE "A".
                       88 BACKORDER-ATENDIDO VALUE "F".
           FD ORCAMENTOS.
               01 REG-ORCAMENTO.
                   02 ORC-NUMERO PIC 9(07).
                   02 ORC-CLIENTE PIC 9(09).
                   02 ORC-ESTADO PIC X(02).
                   02 ORC-DATA PIC 9(08).
                   02 ORC-VALIDADE PIC 9(08).
                   02 ORC-QTD-ITENS PIC 9(03).
                   02 ORC-VALOR PIC 9(08)V99.
                   02 ORC-FRETE PIC 9(08)V99.
                   02 ORC-VENDEDOR PIC 9(03).
                   02 ORC-SITUACAO PIC X(01).
                       88 ORCAMENTO-ABERTO     VALUE "A".
                       88 ORCAMENTO-CONVERTIDO VALUE "C".
                   02 ORC-CONDICAO PIC 9(02).
           FD ITENS-ORC.
               01 REG-ITEM-ORC.
                   02 ORI-CHAVE.
                       03 ORI-NUMERO PIC 9(07).
                       03 ORI-SEQ PIC 9(03).
                   02 ORI-PRODUTO PIC 9(05).
                   02 ORI-QUANTIDADE PIC 9(05).
                   02 ORI-VALOR-UNIT PIC 9(08)V99.
                   02 ORI-VALOR-TOTAL PIC 9(08)V99.
           FD PED-COMPRA.
           COPY "ocreg.cpy".
       WORKING-STORAGE SECTION.
       77 fs-produtos pic 9(02) value ZERO.
       77 fs-backorders pic 9(02) value ZERO.
       77 fs-orcamentos pic 9(02) value ZERO.
       77 fs-itens-orc pic 9(02) value ZERO.
       77 fs-ped-compra pic 9(02) value ZERO.
       77 wrk-hoje pic 9(08) value ZERO.
       77 wrk-em-maos pic 9(07) value ZERO.
       77 wrk-backorders pic 9(07) value ZERO.
       77 wrk-orcado pic 9(07) value ZERO.
       77 wrk-a-receber pic 9(07) value ZERO.
       77 wrk-oc-saldo pic 9(05) value ZERO.
       77 wrk-oc-qtd pic 9(03) value ZERO.
       77 wrk-sem pic 9(02) value ZERO.
       77 wrk-disp pic s9(07) value ZERO.
       77 wrk-qtd-ed pic zzzzzz9 value ZERO.
       77 wrk-disp-ed pic -(6)9 value ZERO.
      *horizonte de wrk-sem-qtd semanas corridas a partir de hoje:
      *fim de cada semana, compras previstas ate ela e o disponivel
      *acumulado
       77 wrk-sem-qtd pic 9(02) value 8.
       01 wrk-tab-semanas.
           05 wrk-sem-ent OCCURS 8 times.
               10 wrk-sem-fim pic 9(08).
               10 wrk-sem-entrada pic 9(07).
               10 wrk-sem-disp pic s9(07).
      *parametros do modulo de servicos de data (datesrv)
       77 wrk-ds-funcao pic x(01) value SPACE.
       77 wrk-ds-data1 pic 9(08) value ZERO.
       77 wrk-ds-data2 pic 9(08) value ZERO.
       77 wrk-ds-dias pic s9(08) value ZERO.
       77 wrk-ds-status pic x(02) value SPACES.
       LINKAGE SECTION.
       01 lnk-funcao pic x(01).
       01 lnk-produto pic 9(05).
       01 lnk-filial pic 9(02).
       01 lnk-qtd pic 9(05).
       01 lnk-disponivel pic s9(07).
       01 lnk-data-atende pic 9(08).
       01 lnk-status pic x(02).

       PROCEDURE DIVISION using lnk-funcao lnk-produto lnk-filial
                                lnk-qtd lnk-disponivel
                                lnk-data-atende lnk-status.

       0050-principal section.
           MOVE "00" to lnk-status.
           MOVE ZERO to lnk-disponivel lnk-data-atende.
           IF lnk-funcao NOT EQUAL "C" AND lnk-funcao NOT EQUAL "Q"
               MOVE "20" to lnk-status
               GOBACK
           END-IF.
           PERFORM 0100-em-maos.
           IF lnk-status EQUAL "00"
               PERFORM 0200-backorders
               PERFORM 0300-orcamentos
               PERFORM 0400-semanas
               PERFORM 0500-compras
               PERFORM 0600-disponivel
               IF lnk-funcao EQUAL "C"
                   PERFORM 0700-exibir
               END-IF
           END-IF.
           GOBACK.

       0100-em-maos SECTION.
      *saldo da filial pedida; filial 0 ou fora de 1 a 9 fica com
      *o total em maos do cadastro
           ACCEPT wrk-hoje FROM DATE YYYYMMDD.
           OPEN INPUT PRODUTOS.
           IF fs-produtos NOT EQUAL 00
               MOVE "10" to lnk-status
               GO to 0100-fim
           END-IF.
           MOVE lnk-produto to PRO-CODIGO.
           READ PRODUTOS
               INVALID KEY
                   MOVE "10" to lnk-status
               NOT INVALID KEY
                   IF lnk-funcao EQUAL "C"
                       DISPLAY "disponivel a prometer - produto "
                               lnk-produto " " PRO-DESCRICAO
                   END-IF
                   IF lnk-filial > ZERO AND lnk-filial < 10
                       MOVE PRO-EST-FIL(lnk-filial) to wrk-em-maos
                   ELSE
                       MOVE PRO-ESTOQUE to wrk-em-maos
                   END-IF
           END-READ.
           CLOSE PRODUTOS.
       0100-fim.
           EXIT.

       0200-backorders SECTION.
      *pendencias abertas do produto: vendidas e ainda nao baixadas
           MOVE ZERO to wrk-backorders.
           OPEN INPUT BACKORDERS.
           IF fs-backorders NOT EQUAL 00
               GO to 0200-fim
           END-IF.
           MOVE LOW-VALUES to BO-CHAVE.
           START BACKORDERS KEY IS NOT LESS THAN BO-CHAVE.
           IF fs-backorders EQUAL 00
               READ BACKORDERS NEXT
               PERFORM UNTIL fs-backorders NOT EQUAL 00
                   IF BO-PRODUTO EQUAL lnk-produto
                           AND BACKORDER-ABERTO
                       ADD BO-QTD-PENDENTE to wrk-backorders
                   END-IF
                   READ BACKORDERS NEXT
               END-PERFORM
           END-IF.
           CLOSE BACKORDERS.
       0200-fim.
           EXIT.

       0300-orcamentos SECTION.
      *quantidade cotada em orcamento aberto ainda dentro da
      *validade: o cliente pode converter a qualquer momento
           MOVE ZERO to wrk-orcado.
           OPEN INPUT ITENS-ORC.
           IF fs-itens-orc NOT EQUAL 00
               GO to 0300-fim
           END-IF.
           OPEN INPUT ORCAMENTOS.
           IF fs-orcamentos NOT EQUAL 00
               CLOSE ITENS-ORC
               GO to 0300-fim
           END-IF.
           MOVE LOW-VALUES to ORI-CHAVE.
           START ITENS-ORC KEY IS NOT LESS THAN ORI-CHAVE.
           IF fs-itens-orc EQUAL 00
               READ ITENS-ORC NEXT
               PERFORM UNTIL fs-itens-orc NOT EQUAL 00
                   IF ORI-PRODUTO EQUAL lnk-produto
                       MOVE ORI-NUMERO to ORC-NUMERO
                       READ ORCAMENTOS
                           NOT INVALID KEY
                               IF ORCAMENTO-ABERTO
                                       AND ORC-VALIDADE
                                           NOT < wrk-hoje
                                   ADD ORI-QUANTIDADE to wrk-orcado
                               END-IF
                       END-READ
                   END-IF
                   READ ITENS-ORC NEXT
               END-PERFORM
           END-IF.
           CLOSE ITENS-ORC.
           CLOSE ORCAMENTOS.
       0300-fim.
           EXIT.

       0400-semanas SECTION.
      *fim de cada semana do horizonte pelo modulo de datas: a
      *primeira termina daqui a 6 dias, as seguintes de 7 em 7
           PERFORM VARYING wrk-sem FROM 1 BY 1
                   UNTIL wrk-sem > wrk-sem-qtd
               MOVE "A" to wrk-ds-funcao
               MOVE wrk-hoje to wrk-ds-data1
               COMPUTE wrk-ds-dias = (wrk-sem * 7) - 1
               CALL "datesrv" USING wrk-ds-funcao wrk-ds-data1
                       wrk-ds-data2 wrk-ds-dias wrk-ds-status
               MOVE wrk-ds-data2 to wrk-sem-fim(wrk-sem)
               MOVE ZERO to wrk-sem-entrada(wrk-sem)
               MOVE ZERO to wrk-sem-disp(wrk-sem)
           END-PERFORM.

       0500-compras SECTION.
      *linhas de compra abertas ou parciais do produto: o saldo a
      *receber entra na semana da entrega prevista; previsao ja
      *vencida (ou em branco) conta na primeira semana e previsao
      *alem do horizonte fica so no total a receber
           MOVE ZERO to wrk-a-receber wrk-oc-qtd.
           OPEN INPUT PED-COMPRA.
           IF fs-ped-compra NOT EQUAL 00
               GO to 0500-fim
           END-IF.
           IF lnk-funcao EQUAL "C"
               DISPLAY "compras a receber:"
           END-IF.
           MOVE LOW-VALUES to OC-CHAVE.
           START PED-COMPRA KEY IS NOT LESS THAN OC-CHAVE.
           IF fs-ped-compra EQUAL 00
               READ PED-COMPRA NEXT
               PERFORM UNTIL fs-ped-compra NOT EQUAL 00
                   IF OC-PRODUTO EQUAL lnk-produto
                           AND (COMPRA-ABERTA OR COMPRA-PARCIAL)
                           AND OC-QUANTIDADE > OC-QTD-RECEBIDA
                       PERFORM 0510-compra-a-receber
                   END-IF
                   READ PED-COMPRA NEXT
               END-PERFORM
           END-IF.
           CLOSE PED-COMPRA.
           IF lnk-funcao EQUAL "C" AND wrk-oc-qtd EQUAL ZERO
               DISPLAY "  nenhuma"
           END-IF.
       0500-fim.
           EXIT.

       0510-compra-a-receber SECTION.
           COMPUTE wrk-oc-saldo = OC-QUANTIDADE - OC-QTD-RECEBIDA.
           ADD wrk-oc-saldo to wrk-a-receber.
           ADD 1 to wrk-oc-qtd.
           PERFORM VARYING wrk-sem FROM 1 BY 1
                   UNTIL wrk-sem > wrk-sem-qtd
                   OR OC-PREVISAO NOT > wrk-sem-fim(wrk-sem)
               CONTINUE
           END-PERFORM.
           IF wrk-sem NOT > wrk-sem-qtd
               ADD wrk-oc-saldo to wrk-sem-entrada(wrk-sem)
           END-IF.
           IF lnk-funcao EQUAL "C"
               MOVE wrk-oc-saldo to wrk-qtd-ed
               DISPLAY "  compra " OC-NUMERO "/" OC-SEQ
                       " fornecedor " OC-FORNECEDOR
                       " a receber " wrk-qtd-ed
                       " previsao " OC-PREVISAO
           END-IF.

       0600-disponivel SECTION.
      *hoje: em maos menos o comprometido; por semana: o de hoje
      *mais as compras previstas ate o fim dela
           COMPUTE wrk-disp = wrk-em-maos - wrk-backorders
                   - wrk-orcado.
           MOVE wrk-disp to lnk-disponivel.
           IF lnk-qtd > ZERO AND wrk-disp NOT < lnk-qtd
               MOVE wrk-hoje to lnk-data-atende
           END-IF.
           PERFORM VARYING wrk-sem FROM 1 BY 1
                   UNTIL wrk-sem > wrk-sem-qtd
               ADD wrk-sem-entrada(wrk-sem) to wrk-disp
               MOVE wrk-disp to wrk-sem-disp(wrk-sem)
               IF lnk-qtd > ZERO AND lnk-data-atende EQUAL ZERO
                       AND wrk-disp NOT < lnk-qtd
                   MOVE wrk-sem-fim(wrk-sem) to lnk-data-atende
               END-IF
           END-PERFORM.

       0700-exibir SECTION.
           MOVE wrk-em-maos to wrk-qtd-ed.
           IF lnk-filial > ZERO AND lnk-filial < 10
               DISPLAY "em maos na filial " lnk-filial ".....: "
                       wrk-qtd-ed
           ELSE
               DISPLAY "em maos (todas as filiais): " wrk-qtd-ed
           END-IF.
           MOVE wrk-backorders to wrk-qtd-ed.
           DISPLAY "backorders abertos.........: " wrk-qtd-ed.
           MOVE wrk-orcado to wrk-qtd-ed.
           DISPLAY "em orcamentos em vigor.....: " wrk-qtd-ed.
           MOVE wrk-a-receber to wrk-qtd-ed.
           DISPLAY "compras a receber..........: " wrk-qtd-ed.
           MOVE lnk-disponivel to wrk-disp-ed.
           DISPLAY "disponivel hoje............: " wrk-disp-ed.
           PERFORM VARYING wrk-sem FROM 1 BY 1
                   UNTIL wrk-sem > wrk-sem-qtd
               MOVE wrk-sem-entrada(wrk-sem) to wrk-qtd-ed
               MOVE wrk-sem-disp(wrk-sem) to wrk-disp-ed
               DISPLAY "  semana ate " wrk-sem-fim(wrk-sem)
                       " entradas " wrk-qtd-ed
                       " disponivel " wrk-disp-ed
           END-PERFORM.
           IF lnk-qtd > ZERO
               MOVE lnk-qtd to wrk-qtd-ed
               EVALUATE TRUE
                   WHEN lnk-data-atende EQUAL wrk-hoje
                       DISPLAY "pedido de " wrk-qtd-ed
                               ": atende hoje"
                   WHEN lnk-data-atende > ZERO
                       DISPLAY "pedido de " wrk-qtd-ed
                               ": atende ate " lnk-data-atende
                   WHEN OTHER
                       DISPLAY "pedido de " wrk-qtd-ed
                               ": nao atende nas proximas "
                               wrk-sem-qtd " semanas"
               END-EVALUATE
           END-IF.

       END PROGRAM dispprom.
