      ******************************************************************
      * Author:
      * Date:
      * Purpose: arquivo morto de pedidos, sem tela: tira de
      *          pedidos.dat, itens-pedido.dat, pedidos-sit-hist.dat e
      *          notas-venda.dat os pedidos entregues ou cancelados ha
      *          mais de N anos (parametro de dois digitos, em branco
      *          = 5) cujos titulos estejam todos quitados ou
      *          cancelados e sem backorder em aberto, gravando-os nos
      *          arquivos do ano do pedido (catalogo em arqreg.cpy);
      *          no fim regrava o controle "P" dos mestres para o
      *          verifmst conferir o arquivo ja enxugado; lista o que
      *          saiu em pedidos-arquivados.txt; RETURN-CODE 0 ok,
      *          8 parametro invalido ou arquivos em uso
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. arqped.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.

       FILE-CONTROL.
       SELECT PEDIDOS ASSIGN TO "./pedidos.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PED-NUMERO
               FILE STATUS IS FS-PEDIDOS.
       SELECT ITENS ASSIGN TO "./itens-pedido.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ITM-CHAVE
               FILE STATUS IS FS-ITENS.
       SELECT RECEBER ASSIGN TO "./contas-receber.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CR-NUMERO
               ALTERNATE RECORD KEY IS CR-CLIENTE WITH DUPLICATES
               ALTERNATE RECORD KEY IS CR-PEDIDO WITH DUPLICATES
               FILE STATUS IS FS-RECEBER.
       SELECT BACKORDERS ASSIGN TO "./backorders.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BO-CHAVE
               FILE STATUS IS FS-BACKORDERS.
       SELECT SIT-HIST ASSIGN TO "./pedidos-sit-hist.dat"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS FS-SIT-HIST.
       SELECT NOTAS ASSIGN TO "./notas-venda.dat"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS FS-NOTAS.
      *copia de trabalho do historico e das notas: o que fica e
      *gravado aqui e depois devolvido ao arquivo corrente
       SELECT TRABALHO ASSIGN TO "./arqped-trabalho.tmp"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS FS-TRABALHO.
      *arquivos do ano, pelos nomes montados em wrk-pa-*
       SELECT PED-ARQ ASSIGN TO wrk-pa-ped-nome
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ARP-NUMERO
               FILE STATUS IS FS-PED-ARQ.
       SELECT ITM-ARQ ASSIGN TO wrk-pa-itm-nome
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ARI-CHAVE
               FILE STATUS IS FS-ITM-ARQ.
       SELECT HIS-ARQ ASSIGN TO wrk-pa-his-nome
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS FS-HIS-ARQ.
       SELECT NF-ARQ ASSIGN TO wrk-pa-nf-nome
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS FS-NF-ARQ.
       SELECT ARQ-CATALOGO ASSIGN TO "./pedidos-arquivo.dat"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS FS-ARQ-CATALOGO.
       SELECT CONTROLE-MESTRES ASSIGN TO "./controle-mestres.dat"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS FS-CONTROLE.
       SELECT LOCK-PEDIDOS ASSIGN TO "./pedidos.lck"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS FS-LOCK-PEDIDOS.
       SELECT REL-ARQUIVO ASSIGN TO "./pedidos-arquivados.txt"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS FS-REL-ARQUIVO.
       DATA DIVISION.
       FILE SECTION.
           FD PEDIDOS.
           COPY "pedreg.cpy".
           FD ITENS.
           COPY "itmreg.cpy".
           FD RECEBER.
           COPY "recreg.cpy".
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
           FD SIT-HIST.
               01 REG-SIT-HIST.
                   02 HIS-PEDIDO PIC 9(07).
                   02 HIS-DE PIC X(01).
                   02 HIS-PARA PIC X(01).
                   02 HIS-DATA-ANTERIOR PIC X(14).
                   02 HIS-DATA-HORA PIC X(14).
                   02 HIS-OPERADOR PIC X(10).
           FD NOTAS.
               01 REG-NOTA.
                   02 NF-NUMERO PIC 9(07).
                   02 NF-PEDIDO PIC 9(07).
                   02 NF-CLIENTE PIC 9(09).
                   02 NF-DATA PIC 9(08).
                   02 NF-VALOR PIC 9(08)V99.
                   02 NF-FRETE PIC 9(08)V99.
                   02 NF-TOTAL PIC 9(08)V99.
           FD TRABALHO.
               01 TRABALHO-REG.
                   02 TRB-LINHA PIC X(80).
           FD PED-ARQ.
           COPY "arpreg.cpy".
           FD ITM-ARQ.
           COPY "arireg.cpy".
           FD HIS-ARQ.
               01 HIS-ARQ-REG.
                   02 HSA-LINHA PIC X(47).
           FD NF-ARQ.
               01 NF-ARQ-REG.
                   02 NFA-LINHA PIC X(61).
           FD ARQ-CATALOGO.
           COPY "arqreg.cpy".
           FD CONTROLE-MESTRES.
               01 CONTROLE-REG.
                   02 CTL-ARQUIVO PIC X(01).
                   02 CTL-REGISTROS PIC 9(07).
                   02 CTL-HASH PIC 9(15).
                   02 CTL-DATA-HORA PIC X(14).
           FD LOCK-PEDIDOS.
               01 LOCK-PED-REG.
                   02 LKP-FLAG PIC X(01).
           FD REL-ARQUIVO.
               01 REL-ARQUIVO-REG.
                   02 REL-AR-LINHA PIC X(80).
       WORKING-STORAGE SECTION.
       77 fs-pedidos pic 9(02) value ZERO.
       77 fs-itens pic 9(02) value ZERO.
       77 fs-receber pic 9(02) value ZERO.
       77 fs-backorders pic 9(02) value ZERO.
       77 fs-sit-hist pic 9(02) value ZERO.
       77 fs-notas pic 9(02) value ZERO.
       77 fs-trabalho pic 9(02) value ZERO.
       77 fs-ped-arq pic 9(02) value ZERO.
       77 fs-itm-arq pic 9(02) value ZERO.
       77 fs-his-arq pic 9(02) value ZERO.
       77 fs-nf-arq pic 9(02) value ZERO.
       77 fs-arq-catalogo pic 9(02) value ZERO.
       77 fs-controle pic 9(02) value ZERO.
       77 fs-lock-pedidos pic 9(02) value ZERO.
       77 fs-rel-arquivo pic 9(02) value ZERO.
       77 wrk-parametro pic x(10) value SPACES.
       77 wrk-lock-ped-obtido pic x(01) value "N".
      *retencao em anos e a data de corte: sai o que mudou de
      *situacao pela ultima vez antes dela
       77 wrk-anos pic 9(02) value 5.
       77 wrk-hoje pic 9(08) value ZERO.
       77 wrk-corte pic 9(08) value ZERO.
       77 wrk-sit-data pic 9(08) value ZERO.
       77 wrk-elegivel pic x(01) value "N".
       77 wrk-pa-ped-nome pic x(40) value SPACES.
       77 wrk-pa-itm-nome pic x(40) value SPACES.
       77 wrk-pa-his-nome pic x(40) value SPACES.
       77 wrk-pa-nf-nome pic x(40) value SPACES.
       77 wrk-pa-ano pic 9(04) value ZERO.
       77 wrk-busca-pedido pic 9(07) value ZERO.
       77 wrk-nome-trabalho pic x(40) value "./arqped-trabalho.tmp".
      *totais da rodada, por arquivo
       77 wrk-tot-pedidos pic 9(07) value ZERO.
       77 wrk-tot-itens pic 9(07) value ZERO.
       77 wrk-tot-historicos pic 9(07) value ZERO.
       77 wrk-tot-notas pic 9(07) value ZERO.
       77 wrk-ano-pedidos pic 9(07) value ZERO.
       77 wrk-ano-itens pic 9(07) value ZERO.
       77 wrk-ano-historicos pic 9(07) value ZERO.
       77 wrk-ano-notas pic 9(07) value ZERO.
       77 wrk-valor-ed pic zzzzzzz9.99 value ZERO.
      *recontagem do controle "P", na mesma conta do 0097 do prg14
       77 wrk-ctl-qtd pic 9(07) value ZERO.
       77 wrk-ctl-hash pic 9(15) value ZERO.
       77 wrk-ctl-tem-outra pic x(01) value "N".
       77 wrk-ctl-outra-t pic x(01) value SPACE.
       77 wrk-ctl-outra-r pic 9(07) value ZERO.
       77 wrk-ctl-outra-h pic 9(15) value ZERO.
      *pedidos escolhidos nesta rodada, com o ano do arquivo morto
       77 wrk-sel-qtd pic 9(04) value ZERO.
       77 wrk-sel-ind pic 9(04) value ZERO.
       77 wrk-sel-achou pic x(01) value "N".
       01 wrk-tab-selecao.
           05 wrk-sel-ent OCCURS 2000 times.
               10 wrk-sel-numero pic 9(07).
               10 wrk-sel-ano pic 9(04).
      *anos desta rodada e o catalogo de anos ja arquivados
       77 wrk-ano-qtd pic 9(02) value ZERO.
       77 wrk-ano-ind pic 9(02) value ZERO.
       01 wrk-tab-anos.
           05 wrk-ano-ex pic 9(04) OCCURS 50 times.
       77 wrk-cat-qtd pic 9(02) value ZERO.
       77 wrk-cat-ind pic 9(02) value ZERO.
       01 wrk-tab-catalogo.
           05 wrk-cat-ent OCCURS 50 times.
               10 wrk-cat-ano pic 9(04).
               10 wrk-cat-pedidos pic 9(07).
               10 wrk-cat-itens pic 9(07).
               10 wrk-cat-historicos pic 9(07).
               10 wrk-cat-notas pic 9(07).
               10 wrk-cat-data pic 9(08).

       PROCEDURE DIVISION.

       0050-principal section.
           ACCEPT wrk-parametro FROM COMMAND-LINE.
           PERFORM 0100-inicializar.
           IF RETURN-CODE EQUAL ZERO
               PERFORM 0110-selecionar
               IF wrk-sel-qtd > ZERO
                   PERFORM 0120-carregar-catalogo
                   PERFORM VARYING wrk-ano-ind FROM 1 BY 1
                           UNTIL wrk-ano-ind > wrk-ano-qtd
                       MOVE wrk-ano-ex(wrk-ano-ind) to wrk-pa-ano
                       PERFORM 0130-arquivar-ano
                   END-PERFORM
                   PERFORM 0170-gravar-catalogo
               END-IF
               PERFORM 0180-gravar-controle-mestre
               PERFORM 0190-encerrar
           END-IF.
           STOP RUN.

       0100-inicializar SECTION.
           MOVE ZERO to RETURN-CODE.
           EVALUATE TRUE
               WHEN wrk-parametro EQUAL SPACES
                   MOVE 5 to wrk-anos
               WHEN wrk-parametro(1:2) IS NUMERIC
                       AND wrk-parametro(3:8) EQUAL SPACES
                   MOVE wrk-parametro(1:2) to wrk-anos
               WHEN OTHER
                   MOVE ZERO to wrk-anos
           END-EVALUATE.
           IF wrk-anos EQUAL ZERO
               DISPLAY "arqped: anos de retencao invalido "
                       wrk-parametro
               MOVE 8 to RETURN-CODE
               GO to 0100-fim
           END-IF.
           ACCEPT wrk-hoje FROM DATE YYYYMMDD.
           COMPUTE wrk-corte = wrk-hoje - (wrk-anos * 10000).

      *mesmo sentinela do prg14: com uma sessao de pedidos aberta
      *o lote nao roda
           OPEN I-O LOCK-PEDIDOS.
           EVALUATE fs-lock-pedidos
               WHEN 35
                   OPEN OUTPUT LOCK-PEDIDOS
                   MOVE "F" to LKP-FLAG
                   WRITE LOCK-PED-REG
                   CLOSE LOCK-PEDIDOS
                   OPEN I-O LOCK-PEDIDOS
                   READ LOCK-PEDIDOS
               WHEN 00
                   READ LOCK-PEDIDOS
           END-EVALUATE.
           IF LKP-FLAG EQUAL "L"
               DISPLAY "arqped: arquivos de pedido em uso por outra"
                       " sessao"
               CLOSE LOCK-PEDIDOS
               MOVE 8 to RETURN-CODE
               GO to 0100-fim
           END-IF.
           MOVE "L" to LKP-FLAG.
           REWRITE LOCK-PED-REG.
           CLOSE LOCK-PEDIDOS.
           MOVE "S" to wrk-lock-ped-obtido.

           OPEN I-O PEDIDOS.
           IF fs-pedidos NOT EQUAL 00
               DISPLAY "arqped: pedidos indisponivel, status "
                       fs-pedidos
               PERFORM 0195-soltar-lock
               MOVE 8 to RETURN-CODE
               GO to 0100-fim
           END-IF.
           OPEN I-O ITENS.
           OPEN INPUT RECEBER.
           OPEN INPUT BACKORDERS.
           OPEN OUTPUT REL-ARQUIVO.
           MOVE SPACES to REL-AR-LINHA.
           MOVE "pedidos arquivados em" to REL-AR-LINHA(1:21).
           MOVE wrk-hoje to REL-AR-LINHA(23:8).
           MOVE "- corte" to REL-AR-LINHA(32:7).
           MOVE wrk-corte to REL-AR-LINHA(40:8).
           WRITE REL-ARQUIVO-REG.
           MOVE SPACES to REL-AR-LINHA.
           MOVE "pedido   data     cliente    sit  valor+frete  ano"
               to REL-AR-LINHA(1:50).
           WRITE REL-ARQUIVO-REG.
       0100-fim.
           EXIT.

       0110-selecionar SECTION.
      *entregue ou cancelado antes do corte, titulos todos quitados
      *ou cancelados e nenhuma pendencia de backorder
           MOVE ZERO to wrk-sel-qtd wrk-ano-qtd.
           MOVE ZERO to PED-NUMERO.
           START PEDIDOS KEY IS NOT LESS THAN PED-NUMERO.
           READ PEDIDOS NEXT
           PERFORM UNTIL fs-pedidos NOT EQUAL 00
               IF (PEDIDO-ENTREGUE OR PEDIDO-CANCELADO)
                       AND PED-SIT-DATA-HORA(1:8) IS NUMERIC
                   MOVE PED-SIT-DATA-HORA(1:8) to wrk-sit-data
                   IF wrk-sit-data < wrk-corte
                       PERFORM 0111-conferir-pedido
                       IF wrk-elegivel EQUAL "S"
                           PERFORM 0112-incluir-selecao
                       END-IF
                   END-IF
               END-IF
               READ PEDIDOS NEXT
           END-PERFORM.

       0111-conferir-pedido SECTION.
           MOVE "S" to wrk-elegivel.
           MOVE PED-NUMERO to CR-PEDIDO.
           START RECEBER KEY IS EQUAL TO CR-PEDIDO
               INVALID KEY
                   CONTINUE
           END-START.
           IF fs-receber EQUAL 00
               READ RECEBER NEXT
               PERFORM UNTIL fs-receber NOT EQUAL 00
                       OR CR-PEDIDO NOT EQUAL PED-NUMERO
                   IF NOT TITULO-QUITADO AND NOT TITULO-CANCELADO
                       MOVE "N" to wrk-elegivel
                       GO to 0111-fim
                   END-IF
                   READ RECEBER NEXT
               END-PERFORM
           END-IF.
           MOVE PED-NUMERO to BO-PEDIDO.
           MOVE ZERO to BO-SEQ.
           START BACKORDERS KEY IS NOT LESS THAN BO-CHAVE
               INVALID KEY
                   CONTINUE
           END-START.
           IF fs-backorders EQUAL 00
               READ BACKORDERS NEXT
               PERFORM UNTIL fs-backorders NOT EQUAL 00
                       OR BO-PEDIDO NOT EQUAL PED-NUMERO
                   IF BACKORDER-ABERTO
                       MOVE "N" to wrk-elegivel
                       GO to 0111-fim
                   END-IF
                   READ BACKORDERS NEXT
               END-PERFORM
           END-IF.
       0111-fim.
           EXIT.

       0112-incluir-selecao SECTION.
           IF wrk-sel-qtd NOT < 2000
               DISPLAY "arqped: limite da rodada atingido - pedido "
                       PED-NUMERO " fica para a proxima"
               GO to 0112-fim
           END-IF.
           MOVE PED-DATA(1:4) to wrk-pa-ano.
           PERFORM VARYING wrk-ano-ind FROM 1 BY 1
                   UNTIL wrk-ano-ind > wrk-ano-qtd
               IF wrk-ano-ex(wrk-ano-ind) EQUAL wrk-pa-ano
                   EXIT PERFORM
               END-IF
           END-PERFORM.
           IF wrk-ano-ind > wrk-ano-qtd
               IF wrk-ano-qtd NOT < 50
                   GO to 0112-fim
               END-IF
               ADD 1 to wrk-ano-qtd
               MOVE wrk-pa-ano to wrk-ano-ex(wrk-ano-qtd)
           END-IF.
           ADD 1 to wrk-sel-qtd.
           MOVE PED-NUMERO to wrk-sel-numero(wrk-sel-qtd).
           MOVE wrk-pa-ano to wrk-sel-ano(wrk-sel-qtd).
       0112-fim.
           EXIT.

       0115-localizar-selecao SECTION.
      *o pedido em wrk-busca-pedido foi escolhido para o ano em
      *wrk-pa-ano?
           MOVE "N" to wrk-sel-achou.
           PERFORM VARYING wrk-sel-ind FROM 1 BY 1
                   UNTIL wrk-sel-ind > wrk-sel-qtd
               IF wrk-sel-numero(wrk-sel-ind) EQUAL wrk-busca-pedido
                   IF wrk-sel-ano(wrk-sel-ind) EQUAL wrk-pa-ano
                       MOVE "S" to wrk-sel-achou
                   END-IF
                   EXIT PERFORM
               END-IF
           END-PERFORM.

       0120-carregar-catalogo SECTION.
           MOVE ZERO to wrk-cat-qtd.
           OPEN INPUT ARQ-CATALOGO.
           IF fs-arq-catalogo NOT EQUAL 00
               GO to 0120-fim
           END-IF.
           READ ARQ-CATALOGO.
           PERFORM UNTIL fs-arq-catalogo NOT EQUAL 00
                   OR wrk-cat-qtd NOT < 50
               ADD 1 to wrk-cat-qtd
               MOVE ARQ-ANO to wrk-cat-ano(wrk-cat-qtd)
               MOVE ARQ-PEDIDOS to wrk-cat-pedidos(wrk-cat-qtd)
               MOVE ARQ-ITENS to wrk-cat-itens(wrk-cat-qtd)
               MOVE ARQ-HISTORICOS to wrk-cat-historicos(wrk-cat-qtd)
               MOVE ARQ-NOTAS to wrk-cat-notas(wrk-cat-qtd)
               MOVE ARQ-DATA to wrk-cat-data(wrk-cat-qtd)
               READ ARQ-CATALOGO
           END-PERFORM.
           CLOSE ARQ-CATALOGO.
       0120-fim.
           EXIT.

       0130-arquivar-ano SECTION.
           MOVE ZERO to wrk-ano-pedidos wrk-ano-itens
                   wrk-ano-historicos wrk-ano-notas.
           MOVE SPACES to wrk-pa-ped-nome wrk-pa-itm-nome
                   wrk-pa-his-nome wrk-pa-nf-nome.
           STRING "./pedidos-arq-" wrk-pa-ano ".dat"
                   DELIMITED BY SIZE INTO wrk-pa-ped-nome
           END-STRING.
           STRING "./itens-arq-" wrk-pa-ano ".dat"
                   DELIMITED BY SIZE INTO wrk-pa-itm-nome
           END-STRING.
           STRING "./sit-hist-arq-" wrk-pa-ano ".dat"
                   DELIMITED BY SIZE INTO wrk-pa-his-nome
           END-STRING.
           STRING "./notas-arq-" wrk-pa-ano ".dat"
                   DELIMITED BY SIZE INTO wrk-pa-nf-nome
           END-STRING.

           OPEN I-O PED-ARQ.
           IF fs-ped-arq EQUAL 35
               OPEN OUTPUT PED-ARQ
               CLOSE PED-ARQ
               OPEN I-O PED-ARQ
           END-IF.
           OPEN I-O ITM-ARQ.
           IF fs-itm-arq EQUAL 35
               OPEN OUTPUT ITM-ARQ
               CLOSE ITM-ARQ
               OPEN I-O ITM-ARQ
           END-IF.
           PERFORM VARYING wrk-sel-ind FROM 1 BY 1
                   UNTIL wrk-sel-ind > wrk-sel-qtd
               IF wrk-sel-ano(wrk-sel-ind) EQUAL wrk-pa-ano
                   MOVE wrk-sel-numero(wrk-sel-ind) to PED-NUMERO
                   READ PEDIDOS
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           PERFORM 0131-arquivar-pedido
                   END-READ
               END-IF
           END-PERFORM.
           CLOSE PED-ARQ.
           CLOSE ITM-ARQ.

           PERFORM 0140-arquivar-historico.
           PERFORM 0150-arquivar-notas.
           PERFORM 0160-atualizar-catalogo.

           ADD wrk-ano-pedidos to wrk-tot-pedidos.
           ADD wrk-ano-itens to wrk-tot-itens.
           ADD wrk-ano-historicos to wrk-tot-historicos.
           ADD wrk-ano-notas to wrk-tot-notas.
           DISPLAY "arqped: " wrk-pa-ano " - " wrk-ano-pedidos
                   " pedidos, " wrk-ano-itens " itens, "
                   wrk-ano-historicos " historicos, "
                   wrk-ano-notas " notas".

       0131-arquivar-pedido SECTION.
      *cabecalho e itens vao para o ano e saem do corrente
           MOVE REG-PEDIDO to ARP-REG.
           WRITE ARP-REG
               INVALID KEY
                   REWRITE ARP-REG
           END-WRITE.
           MOVE PED-NUMERO to ITM-NUMERO.
           MOVE ZERO to ITM-SEQ.
           START ITENS KEY IS NOT LESS THAN ITM-CHAVE.
           IF fs-itens EQUAL 00
               READ ITENS NEXT
               PERFORM UNTIL fs-itens NOT EQUAL 00
                       OR ITM-NUMERO NOT EQUAL PED-NUMERO
                   MOVE REG-ITEM to ARI-REG
                   WRITE ARI-REG
                       INVALID KEY
                           REWRITE ARI-REG
                   END-WRITE
                   DELETE ITENS
                   ADD 1 to wrk-ano-itens
                   READ ITENS NEXT
               END-PERFORM
           END-IF.

           MOVE SPACES to REL-AR-LINHA.
           MOVE PED-NUMERO to REL-AR-LINHA(1:7).
           MOVE PED-DATA to REL-AR-LINHA(10:8).
           MOVE PED-CLIENTE to REL-AR-LINHA(19:9).
           MOVE PED-SITUACAO to REL-AR-LINHA(30:1).
           COMPUTE wrk-valor-ed = PED-VALOR + PED-FRETE.
           MOVE wrk-valor-ed to REL-AR-LINHA(33:11).
           MOVE wrk-pa-ano to REL-AR-LINHA(46:4).
           WRITE REL-ARQUIVO-REG.

           DELETE PEDIDOS.
           ADD 1 to wrk-ano-pedidos.

       0140-arquivar-historico SECTION.
      *o historico dos pedidos do ano vai para o arquivo do ano; o
      *resto passa pela copia de trabalho e volta ao corrente
           OPEN INPUT SIT-HIST.
           IF fs-sit-hist NOT EQUAL 00
               GO to 0140-fim
           END-IF.
           OPEN OUTPUT TRABALHO.
           OPEN EXTEND HIS-ARQ.
           IF fs-his-arq EQUAL 35
               OPEN OUTPUT HIS-ARQ
           END-IF.
           READ SIT-HIST.
           PERFORM UNTIL fs-sit-hist NOT EQUAL 00
               MOVE HIS-PEDIDO to wrk-busca-pedido
               PERFORM 0115-localizar-selecao
               IF wrk-sel-achou EQUAL "S"
                   MOVE REG-SIT-HIST to HSA-LINHA
                   WRITE HIS-ARQ-REG
                   ADD 1 to wrk-ano-historicos
               ELSE
                   MOVE REG-SIT-HIST to TRB-LINHA
                   WRITE TRABALHO-REG
               END-IF
               READ SIT-HIST
           END-PERFORM.
           CLOSE SIT-HIST.
           CLOSE TRABALHO.
           CLOSE HIS-ARQ.
           IF wrk-ano-historicos EQUAL ZERO
               GO to 0140-fim
           END-IF.
           OPEN INPUT TRABALHO.
           OPEN OUTPUT SIT-HIST.
           READ TRABALHO.
           PERFORM UNTIL fs-trabalho NOT EQUAL 00
               MOVE TRB-LINHA to REG-SIT-HIST
               WRITE REG-SIT-HIST
               READ TRABALHO
           END-PERFORM.
           CLOSE TRABALHO.
           CLOSE SIT-HIST.
       0140-fim.
           EXIT.

       0150-arquivar-notas SECTION.
      *mesma passagem do historico, pelas notas de venda
           OPEN INPUT NOTAS.
           IF fs-notas NOT EQUAL 00
               GO to 0150-fim
           END-IF.
           OPEN OUTPUT TRABALHO.
           OPEN EXTEND NF-ARQ.
           IF fs-nf-arq EQUAL 35
               OPEN OUTPUT NF-ARQ
           END-IF.
           READ NOTAS.
           PERFORM UNTIL fs-notas NOT EQUAL 00
               MOVE NF-PEDIDO to wrk-busca-pedido
               PERFORM 0115-localizar-selecao
               IF wrk-sel-achou EQUAL "S"
                   MOVE REG-NOTA to NFA-LINHA
                   WRITE NF-ARQ-REG
                   ADD 1 to wrk-ano-notas
               ELSE
                   MOVE REG-NOTA to TRB-LINHA
                   WRITE TRABALHO-REG
               END-IF
               READ NOTAS
           END-PERFORM.
           CLOSE NOTAS.
           CLOSE TRABALHO.
           CLOSE NF-ARQ.
           IF wrk-ano-notas EQUAL ZERO
               GO to 0150-fim
           END-IF.
           OPEN INPUT TRABALHO.
           OPEN OUTPUT NOTAS.
           READ TRABALHO.
           PERFORM UNTIL fs-trabalho NOT EQUAL 00
               MOVE TRB-LINHA to REG-NOTA
               WRITE REG-NOTA
               READ TRABALHO
           END-PERFORM.
           CLOSE TRABALHO.
           CLOSE NOTAS.
       0150-fim.
           EXIT.

       0160-atualizar-catalogo SECTION.
           PERFORM VARYING wrk-cat-ind FROM 1 BY 1
                   UNTIL wrk-cat-ind > wrk-cat-qtd
               IF wrk-cat-ano(wrk-cat-ind) EQUAL wrk-pa-ano
                   EXIT PERFORM
               END-IF
           END-PERFORM.
           IF wrk-cat-ind > wrk-cat-qtd
               IF wrk-cat-qtd NOT < 50
                   DISPLAY "arqped: catalogo cheio - ano " wrk-pa-ano
                   GO to 0160-fim
               END-IF
               ADD 1 to wrk-cat-qtd
               MOVE wrk-cat-qtd to wrk-cat-ind
               MOVE wrk-pa-ano to wrk-cat-ano(wrk-cat-ind)
               MOVE ZERO to wrk-cat-pedidos(wrk-cat-ind)
                       wrk-cat-itens(wrk-cat-ind)
                       wrk-cat-historicos(wrk-cat-ind)
                       wrk-cat-notas(wrk-cat-ind)
           END-IF.
           ADD wrk-ano-pedidos to wrk-cat-pedidos(wrk-cat-ind).
           ADD wrk-ano-itens to wrk-cat-itens(wrk-cat-ind).
           ADD wrk-ano-historicos to wrk-cat-historicos(wrk-cat-ind).
           ADD wrk-ano-notas to wrk-cat-notas(wrk-cat-ind).
           MOVE wrk-hoje to wrk-cat-data(wrk-cat-ind).
       0160-fim.
           EXIT.

       0170-gravar-catalogo SECTION.
           OPEN OUTPUT ARQ-CATALOGO.
           PERFORM VARYING wrk-cat-ind FROM 1 BY 1
                   UNTIL wrk-cat-ind > wrk-cat-qtd
               MOVE wrk-cat-ano(wrk-cat-ind) to ARQ-ANO
               MOVE wrk-cat-pedidos(wrk-cat-ind) to ARQ-PEDIDOS
               MOVE wrk-cat-itens(wrk-cat-ind) to ARQ-ITENS
               MOVE wrk-cat-historicos(wrk-cat-ind) to ARQ-HISTORICOS
               MOVE wrk-cat-notas(wrk-cat-ind) to ARQ-NOTAS
               MOVE wrk-cat-data(wrk-cat-ind) to ARQ-DATA
               WRITE REG-ARQ-CATALOGO
           END-PERFORM.
           CLOSE ARQ-CATALOGO.
           CALL "CBL_DELETE_FILE" USING wrk-nome-trabalho.

       0180-gravar-controle-mestre SECTION.
      *o arquivo de pedidos encolheu: reconta e regrava o controle
      *"P" como o fechamento de sessao do prg14, preservando o "C"
      *do cadastro de clientes, para o verifmst nao acusar a saida
      *dos arquivados como divergencia
           MOVE ZERO to wrk-ctl-qtd wrk-ctl-hash.
           MOVE ZERO to PED-NUMERO.
           START PEDIDOS KEY IS NOT LESS THAN PED-NUMERO.
           READ PEDIDOS NEXT
           PERFORM UNTIL fs-pedidos NOT EQUAL 00
               ADD 1 to wrk-ctl-qtd
               COMPUTE wrk-ctl-hash = wrk-ctl-hash + PED-NUMERO
                       + (PED-VALOR * 100) + (PED-FRETE * 100)
               READ PEDIDOS NEXT
           END-PERFORM.

           MOVE "N" to wrk-ctl-tem-outra.
           OPEN INPUT CONTROLE-MESTRES.
           IF fs-controle EQUAL 00
               READ CONTROLE-MESTRES
               PERFORM UNTIL fs-controle NOT EQUAL 00
                   IF CTL-ARQUIVO NOT EQUAL "P"
                       MOVE "S" to wrk-ctl-tem-outra
                       MOVE CTL-ARQUIVO to wrk-ctl-outra-t
                       MOVE CTL-REGISTROS to wrk-ctl-outra-r
                       MOVE CTL-HASH to wrk-ctl-outra-h
                   END-IF
                   READ CONTROLE-MESTRES
               END-PERFORM
               CLOSE CONTROLE-MESTRES
           END-IF.

           OPEN OUTPUT CONTROLE-MESTRES.
           MOVE SPACES to CONTROLE-REG.
           MOVE "P" to CTL-ARQUIVO.
           MOVE wrk-ctl-qtd to CTL-REGISTROS.
           MOVE wrk-ctl-hash to CTL-HASH.
           ACCEPT CTL-DATA-HORA(1:8) FROM DATE YYYYMMDD.
           ACCEPT CTL-DATA-HORA(9:6) FROM TIME.
           WRITE CONTROLE-REG.
           IF wrk-ctl-tem-outra EQUAL "S"
               MOVE SPACES to CONTROLE-REG
               MOVE wrk-ctl-outra-t to CTL-ARQUIVO
               MOVE wrk-ctl-outra-r to CTL-REGISTROS
               MOVE wrk-ctl-outra-h to CTL-HASH
               ACCEPT CTL-DATA-HORA(1:8) FROM DATE YYYYMMDD
               ACCEPT CTL-DATA-HORA(9:6) FROM TIME
               WRITE CONTROLE-REG
           END-IF.
           CLOSE CONTROLE-MESTRES.

       0190-encerrar SECTION.
           MOVE SPACES to REL-AR-LINHA.
           MOVE "pedidos:" to REL-AR-LINHA(1:8).
           MOVE wrk-tot-pedidos to REL-AR-LINHA(10:7).
           MOVE "itens:" to REL-AR-LINHA(19:6).
           MOVE wrk-tot-itens to REL-AR-LINHA(26:7).
           MOVE "historicos:" to REL-AR-LINHA(35:11).
           MOVE wrk-tot-historicos to REL-AR-LINHA(47:7).
           MOVE "notas:" to REL-AR-LINHA(56:6).
           MOVE wrk-tot-notas to REL-AR-LINHA(63:7).
           WRITE REL-ARQUIVO-REG.
           CLOSE PEDIDOS.
           CLOSE ITENS.
           CLOSE RECEBER.
           CLOSE BACKORDERS.
           CLOSE REL-ARQUIVO.
           PERFORM 0195-soltar-lock.
           DISPLAY "arqped: " wrk-tot-pedidos " pedidos arquivados"
                   " (corte " wrk-corte "), lista em"
                   " pedidos-arquivados.txt".
           MOVE ZERO to RETURN-CODE.

       0195-soltar-lock SECTION.
           IF wrk-lock-ped-obtido EQUAL "S"
               OPEN I-O LOCK-PEDIDOS
               IF fs-lock-pedidos EQUAL 00
                   READ LOCK-PEDIDOS
                   MOVE "F" to LKP-FLAG
                   REWRITE LOCK-PED-REG
                   CLOSE LOCK-PEDIDOS
               END-IF
               MOVE "N" to wrk-lock-ped-obtido
           END-IF.

       END PROGRAM arqped.
