      *          contabilidade) e giro lento, cruzando os itens de
      *          pedido com o cadastro para apontar, por produto, a
      *          ultima venda e as unidades vendidas em 3/6/12
      *          meses, ordenado pelo dinheiro parado na prateleira;
      *          classificacao ABC mensal pelo valor vendido em 12
      *          meses (gravada no cadastro, com o relatorio de
      *          Pareto) e a agenda da contagem ciclica que ela
      *          comanda (A todo mes, B a cada trimestre, C uma vez
      *          por ano, espalhados pelos dias uteis), com a lista
      *          de contagem de cada dia (com o endereco de estoque
      *          da filial contada); analise de vendas do mes
      *          por produto, estado e mes do ano, liquida das
      *          devolucoes e lado a lado com o mesmo mes do ano
      *          anterior (relatorio e csv para os graficos)
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       SELECT REL-GIRO ASSIGN TO "./giro-lento.txt"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS FS-REL-GIRO.
      *a classificacao ABC grava a classe no cadastro: pega o mesmo
      *trinco do ex-loops, do prg14 e do compras enquanto regrava
       SELECT LOCK-PRODUTOS ASSIGN TO "./produtos.lck"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS FS-LOCK-PRODUTOS.
       SELECT REL-ABC ASSIGN TO "./classificacao-abc.txt"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS FS-REL-ABC.
       SELECT AGENDA ASSIGN TO "./agenda-contagem.dat"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS FS-AGENDA.
       SELECT REL-LISTA ASSIGN TO "./lista-contagem.txt"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS FS-REL-LISTA.
      *endereco de estoque do produto na filial (ex-loops)
       SELECT LOCAIS ASSIGN TO "./locais-estoque.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LOC-CHAVE
               FILE STATUS IS FS-LOCAIS.
      *creditos de devolucao gravados pelo prg14, por pedido
       SELECT CREDITOS ASSIGN TO "./creditos-clientes.dat"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS FS-CREDITOS.
       SELECT REL-VENDAS ASSIGN TO "./analise-vendas.txt"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS FS-REL-VENDAS.
       SELECT CSV-VENDAS ASSIGN TO "./analise-vendas.csv"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS FS-CSV-VENDAS.
       DATA DIVISION.
       FILE SECTION.
           FD PRODUTOS.
           FD REL-GIRO.
               01 REL-GIRO-REG.
                   02 REL-GR-LINHA PIC X(80).
           FD LOCK-PRODUTOS.
               01 LOCK-PRO-REG.
                   02 LKR-FLAG PIC X(01).
           FD REL-ABC.
               01 REL-ABC-REG.
                   02 REL-AB-LINHA PIC X(80).
           FD AGENDA.
           COPY "agcreg.cpy".
           FD REL-LISTA.
               01 REL-LISTA-REG.
                   02 REL-LS-LINHA PIC X(80).
           FD LOCAIS.
           COPY "locreg.cpy".
           FD CREDITOS.
               01 REG-CREDITO.
                   02 CRE-CLIENTE PIC 9(09).
                   02 CRE-PEDIDO PIC 9(07).
                   02 CRE-VALOR PIC 9(08)V99.
                   02 CRE-SALDO PIC 9(08)V99.
                   02 CRE-DATA-HORA PIC X(14).
                   02 CRE-SITUACAO PIC X(01).
                       88 CREDITO-ABERTO VALUE "A".
                       88 CREDITO-USADO  VALUE "U".
           FD REL-VENDAS.
               01 REL-VENDAS-REG.
                   02 REL-AV-LINHA PIC X(80).
           FD CSV-VENDAS.
               01 CSV-VENDAS-REG.
                   02 CSV-AV-LINHA PIC X(120).
       WORKING-STORAGE SECTION.
       77 fs-produtos pic 9(02) value ZERO.
       77 fs-rel-valor pic 9(02) value ZERO.
                   15 wrk-lt-v12 pic 9(07).
                   15 wrk-lt-saldo pic 9(05).
               10 wrk-lt-valor pic 9(12)v99.
      *classificacao ABC: valor vendido em 12 meses por produto,
      *ordenado do maior para o menor, e a faixa acumulada
       77 fs-lock-produtos pic 9(02) value ZERO.
       77 wrk-lock-pro-obtido pic x(01) value "N".
       77 fs-rel-abc pic 9(02) value ZERO.
       77 wrk-abc-qtd pic 9(03) value ZERO.
       77 wrk-abc-ind pic 9(03) value ZERO.
       77 wrk-abc-total pic 9(12)v99 value ZERO.
       77 wrk-abc-acum pic 9(12)v99 value ZERO.
       77 wrk-abc-perc pic 9(03)v99 value ZERO.
       77 wrk-abc-perc-acum pic 9(03)v99 value ZERO.
       77 wrk-abc-classe pic x(01) value SPACE.
       77 wrk-perc-ed pic zz9.99 value ZERO.
       77 wrk-abc-letras pic x(03) value "ABC".
       01 wrk-abc-temp pic x(20) value SPACES.
       01 wrk-tab-abc.
           05 wrk-abc-ent OCCURS 500 times.
               10 wrk-abc-prod pic 9(05).
               10 wrk-abc-valor pic 9(12)v99.
               10 wrk-abc-cls pic x(01).
       01 wrk-tab-abc-totais.
           05 wrk-abc-tot OCCURS 3 times.
               10 wrk-abc-tot-qtd pic 9(05).
               10 wrk-abc-tot-valor pic 9(12)v99.
       77 wrk-abc-sem-venda pic 9(05) value ZERO.
      *agenda da contagem ciclica: dias uteis do mes e o rodizio de
      *B (um terco por mes) e de C (um doze avos por mes)
       77 fs-agenda pic 9(02) value ZERO.
       77 fs-rel-lista pic 9(02) value ZERO.
       77 wrk-ag-mes pic 9(06) value ZERO.
       77 wrk-ag-mm pic 9(02) value ZERO.
       77 wrk-ag-mes-ind pic 9(02) value ZERO.
       77 wrk-ag-vez pic 9(05) value ZERO.
       77 wrk-ag-data pic 9(08) value ZERO.
       77 wrk-ag-ord-b pic 9(05) value ZERO.
       77 wrk-ag-ord-c pic 9(05) value ZERO.
       77 wrk-ag-resto pic 9(05) value ZERO.
       77 wrk-ag-quoc pic 9(05) value ZERO.
       77 wrk-ag-itens pic 9(05) value ZERO.
       77 wrk-ag-sel pic x(01) value "N".
       77 fs-locais pic 9(02) value ZERO.
       77 wrk-ag-filial pic 9(02) value ZERO.
       77 wrk-tem-locais pic x(01) value "N".
       77 wrk-ag-qtd-a pic 9(05) value ZERO.
       77 wrk-ag-qtd-b pic 9(05) value ZERO.
       77 wrk-ag-qtd-c pic 9(05) value ZERO.
       77 wrk-du-qtd pic 9(02) value ZERO.
       77 wrk-du-ind pic 9(02) value ZERO.
       01 wrk-tab-dias-uteis.
           05 wrk-du-data pic 9(08) OCCURS 31 times.
      *analise de vendas: competencia pedida e a do ano anterior,
      *devolucoes por pedido e os acumulados por produto, estado e
      *mes (atual e ano anterior)
       77 fs-creditos pic 9(02) value ZERO.
       77 fs-rel-vendas pic 9(02) value ZERO.
       77 fs-csv-vendas pic 9(02) value ZERO.
       77 wrk-av-comp pic 9(06) value ZERO.
       77 wrk-av-comp-ant pic 9(06) value ZERO.
       77 wrk-av-ano pic 9(04) value ZERO.
       77 wrk-av-ano-ant pic 9(04) value ZERO.
       77 wrk-av-mm pic 9(02) value ZERO.
       77 wrk-av-ped-comp pic 9(06) value ZERO.
       77 wrk-av-ped-ano pic 9(04) value ZERO.
       77 wrk-av-ped-mm pic 9(02) value ZERO.
       77 wrk-av-periodo pic x(01) value SPACE.
       77 wrk-av-qtd-prod pic 9(03) value ZERO.
       77 wrk-av-qtd-uf pic 9(02) value ZERO.
       77 wrk-av-qtd-dev pic 9(04) value ZERO.
       77 wrk-av-ind pic 9(04) value ZERO.
       77 wrk-av-achou pic x(01) value "N".
       77 wrk-av-devolvido pic 9(08)v99 value ZERO.
       77 wrk-av-qtd-liq pic 9(07) value ZERO.
       77 wrk-av-vlr-liq pic 9(10)v99 value ZERO.
       77 wrk-av-qtd-dev-item pic 9(07) value ZERO.
       77 wrk-av-vlr-dev-item pic 9(10)v99 value ZERO.
       77 wrk-av-linhas pic 9(05) value ZERO.
       77 wrk-av-ptr pic 9(03) value ZERO.
      *linha comparativa comum as tres quebras
       77 wrk-av-tipo pic x(07) value SPACES.
       77 wrk-av-chave pic x(08) value SPACES.
       77 wrk-av-l-qtd-at pic 9(07) value ZERO.
       77 wrk-av-l-vlr-at pic 9(10)v99 value ZERO.
       77 wrk-av-l-qtd-ant pic 9(07) value ZERO.
       77 wrk-av-l-vlr-ant pic 9(10)v99 value ZERO.
       77 wrk-av-var-qtd pic s9(05)v99 value ZERO.
       77 wrk-av-var-vlr pic s9(05)v99 value ZERO.
       77 wrk-av-qtd-ed pic zzzzzz9 value ZERO.
       77 wrk-av-vlr-ed pic zzzzzzzz9.99 value ZERO.
       77 wrk-av-var-ed pic -zzzz9.99 value ZERO.
       77 wrk-av-qtd-csv pic 9(07) value ZERO.
       77 wrk-av-vlr-csv pic 9(10).99 value ZERO.
       77 wrk-av-var-csv pic +9(05).99 value ZERO.
       77 wrk-av-csv-vq pic x(09) value SPACES.
       77 wrk-av-csv-vv pic x(09) value SPACES.
       01 wrk-tab-av-prod.
           05 wrk-avp-ent OCCURS 500 times.
               10 wrk-avp-prod pic 9(05).
               10 wrk-avp-qtd-at pic 9(07).
               10 wrk-avp-vlr-at pic 9(10)v99.
               10 wrk-avp-qtd-ant pic 9(07).
               10 wrk-avp-vlr-ant pic 9(10)v99.
       01 wrk-tab-av-uf.
           05 wrk-avu-ent OCCURS 30 times.
               10 wrk-avu-uf pic x(02).
               10 wrk-avu-qtd-at pic 9(07).
               10 wrk-avu-vlr-at pic 9(10)v99.
               10 wrk-avu-qtd-ant pic 9(07).
               10 wrk-avu-vlr-ant pic 9(10)v99.
       01 wrk-tab-av-mes.
           05 wrk-avm-ent OCCURS 12 times.
               10 wrk-avm-qtd-at pic 9(07).
               10 wrk-avm-vlr-at pic 9(10)v99.
               10 wrk-avm-qtd-ant pic 9(07).
               10 wrk-avm-vlr-ant pic 9(10)v99.
       01 wrk-tab-av-dev.
           05 wrk-avd-ent OCCURS 2000 times.
               10 wrk-avd-pedido pic 9(07).
               10 wrk-avd-valor pic 9(08)v99.
      *parametros do modulo de servicos de data (datesrv)
       77 wrk-ds-funcao pic x(01) value SPACE.
       77 wrk-ds-data1 pic 9(08) value ZERO.

       0200-menu SECTION.
           DISPLAY "1-valorizacao do estoque  2-giro lento"
               "  3-classificacao ABC  9-sair".
           DISPLAY "4-agenda da contagem ciclica"
               "  5-lista de contagem do dia  6-analise de vendas".
           DISPLAY "opcao"
               ACCEPT wrk-opcao.
           EVALUATE wrk-opcao
                   PERFORM 0100-valorizacao
               WHEN 2
                   PERFORM 0300-giro-lento
               WHEN 3
                   PERFORM 0400-classificacao-abc
               WHEN 4
                   PERFORM 0450-agenda-contagem
               WHEN 5
                   PERFORM 0470-lista-do-dia
               WHEN 6
                   PERFORM 0500-analise-vendas
               WHEN 9
                   CONTINUE
               WHEN OTHER
           DISPLAY "giro lento: " wrk-gl-lentos
                   " produtos (relatorio gravado)".

       0400-classificacao-abc SECTION.
      *valor vendido em 12 meses por produto (pedidos cancelados
      *fora), do maior para o menor: A enquanto o acumulado antes do
      *produto nao chega a 80% do total, B ate 95%, C o resto e os
      *que nao venderam; a classe e gravada no cadastro e o Pareto
      *sai em classificacao-abc.txt
           ACCEPT wrk-hoje FROM DATE YYYYMMDD.
           MOVE ZERO to wrk-abc-qtd wrk-abc-total.
           OPEN INPUT ITENS.
           OPEN INPUT PEDIDOS.
           IF fs-itens NOT EQUAL 00 OR fs-pedidos NOT EQUAL 00
               DISPLAY "itens/pedidos indisponiveis, status "
                       fs-itens " " fs-pedidos
               GO to 0400-fim
           END-IF.
           MOVE ZERO to ITM-NUMERO ITM-SEQ.
           START ITENS KEY IS NOT LESS THAN ITM-CHAVE.
           IF fs-itens EQUAL 00
               READ ITENS NEXT
               PERFORM UNTIL fs-itens NOT EQUAL 00
                   MOVE ITM-NUMERO to PED-NUMERO
                   READ PEDIDOS
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           IF NOT PEDIDO-CANCELADO
                               PERFORM 0410-acumular-valor
                           END-IF
                   END-READ
                   READ ITENS NEXT
               END-PERFORM
           END-IF.
           CLOSE ITENS.
           CLOSE PEDIDOS.
           PERFORM 0420-ordenar-abc.
           PERFORM 0430-faixas-abc.
           PERFORM 0091-pegar-lock.
           IF wrk-lock-pro-obtido NOT EQUAL "S"
               DISPLAY "classificacao nao gravada"
               GO to 0400-fim
           END-IF.
           CLOSE PRODUTOS.
           OPEN I-O PRODUTOS.
           PERFORM 0440-gravar-classes.
           CLOSE PRODUTOS.
           PERFORM 0095-soltar-lock.
           OPEN INPUT PRODUTOS.
           PERFORM 0445-relatorio-abc.
       0400-fim.
           EXIT.

       0410-acumular-valor SECTION.
           MOVE "D" to wrk-ds-funcao.
           MOVE PED-DATA to wrk-ds-data1.
           MOVE wrk-hoje to wrk-ds-data2.
           CALL "datesrv" USING wrk-ds-funcao wrk-ds-data1
                   wrk-ds-data2 wrk-ds-dias wrk-ds-status.
           IF wrk-ds-status NOT EQUAL "00" OR wrk-ds-dias < ZERO
                   OR wrk-ds-dias > 365
               GO to 0410-fim
           END-IF.
           MOVE "N" to wrk-gl-achou.
           PERFORM VARYING wrk-abc-ind FROM 1 BY 1
                   UNTIL wrk-abc-ind > wrk-abc-qtd
               IF wrk-abc-prod(wrk-abc-ind) EQUAL ITM-PRODUTO
                   MOVE "S" to wrk-gl-achou
                   EXIT PERFORM
               END-IF
           END-PERFORM.
           IF wrk-gl-achou NOT EQUAL "S"
               IF wrk-abc-qtd < 500
                   ADD 1 to wrk-abc-qtd
                   MOVE wrk-abc-qtd to wrk-abc-ind
                   MOVE ITM-PRODUTO to wrk-abc-prod(wrk-abc-ind)
                   MOVE ZERO to wrk-abc-valor(wrk-abc-ind)
                   MOVE "C" to wrk-abc-cls(wrk-abc-ind)
               ELSE
                   GO to 0410-fim
               END-IF
           END-IF.
           ADD ITM-VALOR-TOTAL to wrk-abc-valor(wrk-abc-ind).
           ADD ITM-VALOR-TOTAL to wrk-abc-total.
       0410-fim.
           EXIT.

       0420-ordenar-abc SECTION.
      *troca de vizinhos, do maior valor vendido para o menor
           IF wrk-abc-qtd > 1
               PERFORM VARYING wrk-gl-i FROM 1 BY 1
                       UNTIL wrk-gl-i NOT < wrk-abc-qtd
                   COMPUTE wrk-gl-limite = wrk-abc-qtd - wrk-gl-i
                   PERFORM VARYING wrk-gl-j FROM 1 BY 1
                           UNTIL wrk-gl-j > wrk-gl-limite
                       COMPUTE wrk-gl-j1 = wrk-gl-j + 1
                       IF wrk-abc-valor(wrk-gl-j)
                               < wrk-abc-valor(wrk-gl-j1)
                           MOVE wrk-abc-ent(wrk-gl-j)
                               to wrk-abc-temp
                           MOVE wrk-abc-ent(wrk-gl-j1)
                               to wrk-abc-ent(wrk-gl-j)
                           MOVE wrk-abc-temp
                               to wrk-abc-ent(wrk-gl-j1)
                       END-IF
                   END-PERFORM
               END-PERFORM
           END-IF.

       0430-faixas-abc SECTION.
           MOVE ZERO to wrk-abc-acum.
           PERFORM VARYING wrk-abc-ind FROM 1 BY 1
                   UNTIL wrk-abc-ind > wrk-abc-qtd
               IF wrk-abc-total > ZERO
                   COMPUTE wrk-abc-perc-acum =
                           wrk-abc-acum * 100 / wrk-abc-total
               ELSE
                   MOVE 100 to wrk-abc-perc-acum
               END-IF
               EVALUATE TRUE
                   WHEN wrk-abc-valor(wrk-abc-ind) EQUAL ZERO
                       MOVE "C" to wrk-abc-cls(wrk-abc-ind)
                   WHEN wrk-abc-perc-acum < 80
                       MOVE "A" to wrk-abc-cls(wrk-abc-ind)
                   WHEN wrk-abc-perc-acum < 95
                       MOVE "B" to wrk-abc-cls(wrk-abc-ind)
                   WHEN OTHER
                       MOVE "C" to wrk-abc-cls(wrk-abc-ind)
               END-EVALUATE
               ADD wrk-abc-valor(wrk-abc-ind) to wrk-abc-acum
           END-PERFORM.

       0440-gravar-classes SECTION.
      *todo o cadastro e regravado: quem nao vendeu no periodo vai
      *para C
           MOVE ZERO to wrk-abc-sem-venda.
           MOVE ZERO to PRO-CODIGO.
           START PRODUTOS KEY IS NOT LESS THAN PRO-CODIGO.
           IF fs-produtos EQUAL 00
               READ PRODUTOS NEXT
           END-IF.
           PERFORM UNTIL fs-produtos NOT EQUAL 00
               MOVE "C" to wrk-abc-classe
               MOVE "N" to wrk-gl-achou
               PERFORM VARYING wrk-abc-ind FROM 1 BY 1
                       UNTIL wrk-abc-ind > wrk-abc-qtd
                   IF wrk-abc-prod(wrk-abc-ind) EQUAL PRO-CODIGO
                       MOVE wrk-abc-cls(wrk-abc-ind)
                           to wrk-abc-classe
                       MOVE "S" to wrk-gl-achou
                       EXIT PERFORM
                   END-IF
               END-PERFORM
               IF wrk-gl-achou NOT EQUAL "S"
                   ADD 1 to wrk-abc-sem-venda
               END-IF
               MOVE wrk-abc-classe to PRO-CLASSE-ABC
               REWRITE REG-PRODUTO
               READ PRODUTOS NEXT
           END-PERFORM.

       0445-relatorio-abc SECTION.
           MOVE ZERO to wrk-abc-acum.
           PERFORM VARYING wrk-abc-ind FROM 1 BY 1
                   UNTIL wrk-abc-ind > 3
               MOVE ZERO to wrk-abc-tot-qtd(wrk-abc-ind)
               MOVE ZERO to wrk-abc-tot-valor(wrk-abc-ind)
           END-PERFORM.
           OPEN OUTPUT REL-ABC.
           MOVE SPACES to REL-AB-LINHA.
           MOVE "classificacao ABC - valor vendido em 12 meses ate"
               to REL-AB-LINHA(1:49).
           MOVE wrk-hoje to REL-AB-LINHA(51:8).
           WRITE REL-ABC-REG.
           MOVE SPACES to REL-AB-LINHA.
           MOVE "ord produto descricao" to REL-AB-LINHA(1:21).
           MOVE "valor vendido   %item  %acum cl"
               to REL-AB-LINHA(40:31).
           WRITE REL-ABC-REG.
           PERFORM VARYING wrk-abc-ind FROM 1 BY 1
                   UNTIL wrk-abc-ind > wrk-abc-qtd
               ADD wrk-abc-valor(wrk-abc-ind) to wrk-abc-acum
               IF wrk-abc-total > ZERO
                   COMPUTE wrk-abc-perc ROUNDED =
                           wrk-abc-valor(wrk-abc-ind) * 100
                           / wrk-abc-total
                   COMPUTE wrk-abc-perc-acum ROUNDED =
                           wrk-abc-acum * 100 / wrk-abc-total
               ELSE
                   MOVE ZERO to wrk-abc-perc wrk-abc-perc-acum
               END-IF
               MOVE wrk-abc-prod(wrk-abc-ind) to PRO-CODIGO
               READ PRODUTOS
                   INVALID KEY
                       MOVE SPACES to PRO-DESCRICAO
               END-READ
               MOVE SPACES to REL-AB-LINHA
               MOVE wrk-abc-ind to REL-AB-LINHA(1:3)
               MOVE wrk-abc-prod(wrk-abc-ind) to REL-AB-LINHA(5:5)
               MOVE PRO-DESCRICAO(1:25) to REL-AB-LINHA(13:25)
               MOVE wrk-abc-valor(wrk-abc-ind) to wrk-valor-ed
               MOVE wrk-valor-ed to REL-AB-LINHA(38:15)
               MOVE wrk-abc-perc to wrk-perc-ed
               MOVE wrk-perc-ed to REL-AB-LINHA(55:6)
               MOVE wrk-abc-perc-acum to wrk-perc-ed
               MOVE wrk-perc-ed to REL-AB-LINHA(62:6)
               MOVE wrk-abc-cls(wrk-abc-ind) to REL-AB-LINHA(70:1)
               WRITE REL-ABC-REG
               EVALUATE wrk-abc-cls(wrk-abc-ind)
                   WHEN "A"
                       MOVE 1 to wrk-gl-i
                   WHEN "B"
                       MOVE 2 to wrk-gl-i
                   WHEN OTHER
                       MOVE 3 to wrk-gl-i
               END-EVALUATE
               ADD 1 to wrk-abc-tot-qtd(wrk-gl-i)
               ADD wrk-abc-valor(wrk-abc-ind)
                   to wrk-abc-tot-valor(wrk-gl-i)
           END-PERFORM.
           MOVE SPACES to REL-AB-LINHA.
           WRITE REL-ABC-REG.
           PERFORM VARYING wrk-gl-i FROM 1 BY 1 UNTIL wrk-gl-i > 3
               MOVE SPACES to REL-AB-LINHA
               MOVE "classe" to REL-AB-LINHA(1:6)
               MOVE wrk-abc-letras(wrk-gl-i:1) to REL-AB-LINHA(8:1)
               MOVE wrk-abc-tot-qtd(wrk-gl-i) to REL-AB-LINHA(11:5)
               MOVE "produtos" to REL-AB-LINHA(17:8)
               MOVE wrk-abc-tot-valor(wrk-gl-i) to wrk-valor-ed
               MOVE wrk-valor-ed to REL-AB-LINHA(38:15)
               WRITE REL-ABC-REG
           END-PERFORM.
           MOVE SPACES to REL-AB-LINHA.
           MOVE "sem venda no periodo (classe C):"
               to REL-AB-LINHA(1:32).
           MOVE wrk-abc-sem-venda to REL-AB-LINHA(34:5).
           WRITE REL-ABC-REG.
           CLOSE REL-ABC.
           DISPLAY "classificacao ABC gravada: A "
                   wrk-abc-tot-qtd(1) " B " wrk-abc-tot-qtd(2)
                   " C " wrk-abc-tot-qtd(3) " sem venda "
                   wrk-abc-sem-venda.

       0450-agenda-contagem SECTION.
      *agenda do mes: todo A, o terco dos B da vez (rodizio pela
      *ordem do codigo, de modo que cada B cai uma vez por
      *trimestre) e o doze avos dos C da vez, distribuidos em
      *rodizio pelos dias uteis do mes (datesrv "U", que pula fim
      *de semana e feriados.dat); a agenda anterior e substituida
           DISPLAY "mes da agenda (AAAAMM, 0 = mes corrente)"
               ACCEPT wrk-ag-mes.
           IF wrk-ag-mes EQUAL ZERO
               ACCEPT wrk-hoje FROM DATE YYYYMMDD
               MOVE wrk-hoje(1:6) to wrk-ag-mes
           END-IF.
           MOVE wrk-ag-mes to wrk-ag-data(1:6).
           MOVE "01" to wrk-ag-data(7:2).
           MOVE "V" to wrk-ds-funcao.
           MOVE wrk-ag-data to wrk-ds-data1.
           CALL "datesrv" USING wrk-ds-funcao wrk-ds-data1
                   wrk-ds-data2 wrk-ds-dias wrk-ds-status.
           IF wrk-ds-status NOT EQUAL "00"
               DISPLAY "mes invalido"
               GO to 0450-fim
           END-IF.
           PERFORM 0455-dias-uteis.
           IF wrk-du-qtd EQUAL ZERO
               DISPLAY "mes sem dias uteis"
               GO to 0450-fim
           END-IF.
           MOVE wrk-ag-mes(5:2) to wrk-ag-mm.
           COMPUTE wrk-ag-mes-ind = wrk-ag-mm - 1.
           MOVE ZERO to wrk-ag-ord-b wrk-ag-ord-c wrk-ag-itens
                        wrk-ag-qtd-a wrk-ag-qtd-b wrk-ag-qtd-c.
           OPEN OUTPUT AGENDA.
           MOVE ZERO to PRO-CODIGO.
           START PRODUTOS KEY IS NOT LESS THAN PRO-CODIGO.
           IF fs-produtos EQUAL 00
               READ PRODUTOS NEXT
           END-IF.
           PERFORM UNTIL fs-produtos NOT EQUAL 00
               IF produto-ativo
                   PERFORM 0460-agendar-produto
               END-IF
               READ PRODUTOS NEXT
           END-PERFORM.
           CLOSE AGENDA.
           DISPLAY "agenda de " wrk-ag-mes ": " wrk-ag-itens
                   " contagens em " wrk-du-qtd " dias uteis (A "
                   wrk-ag-qtd-a " B " wrk-ag-qtd-b " C "
                   wrk-ag-qtd-c ")".
       0450-fim.
           EXIT.

       0455-dias-uteis SECTION.
      *parte do dia 28 do mes anterior e anda um dia util por vez
      *ate sair do mes da agenda
           MOVE ZERO to wrk-du-qtd.
           MOVE wrk-ag-data to wrk-ds-data1.
           IF wrk-ag-mes(5:2) EQUAL "01"
               COMPUTE wrk-ds-data1 = wrk-ag-data - 10000 + 1100
           ELSE
               COMPUTE wrk-ds-data1 = wrk-ag-data - 100
           END-IF.
           MOVE "28" to wrk-ds-data1(7:2).
           MOVE "U" to wrk-ds-funcao.
           MOVE 1 to wrk-ds-dias.
           MOVE ZERO to wrk-ds-data2.
           PERFORM UNTIL wrk-ds-data2(1:6) > wrk-ag-mes(1:6)
                   OR wrk-du-qtd NOT < 31
               CALL "datesrv" USING wrk-ds-funcao wrk-ds-data1
                       wrk-ds-data2 wrk-ds-dias wrk-ds-status
               IF wrk-ds-status NOT EQUAL "00"
                   EXIT PERFORM
               END-IF
               IF wrk-ds-data2(1:6) EQUAL wrk-ag-mes(1:6)
                   ADD 1 to wrk-du-qtd
                   MOVE wrk-ds-data2 to wrk-du-data(wrk-du-qtd)
               END-IF
               MOVE wrk-ds-data2 to wrk-ds-data1
           END-PERFORM.

       0460-agendar-produto SECTION.
      *sem classe (cadastro anterior a primeira classificacao)
      *conta como C
           MOVE "N" to wrk-ag-sel.
           EVALUATE TRUE
               WHEN classe-a
                   MOVE "S" to wrk-ag-sel
                   ADD 1 to wrk-ag-qtd-a
               WHEN classe-b
                   DIVIDE wrk-ag-ord-b BY 3 GIVING wrk-ag-quoc
                       REMAINDER wrk-ag-resto
                   ADD 1 to wrk-ag-ord-b
                   DIVIDE wrk-ag-mes-ind BY 3 GIVING wrk-ag-quoc
                       REMAINDER wrk-ag-vez
                   IF wrk-ag-resto EQUAL wrk-ag-vez
                       MOVE "S" to wrk-ag-sel
                       ADD 1 to wrk-ag-qtd-b
                   END-IF
               WHEN OTHER
                   DIVIDE wrk-ag-ord-c BY 12 GIVING wrk-ag-quoc
                       REMAINDER wrk-ag-resto
                   ADD 1 to wrk-ag-ord-c
                   IF wrk-ag-resto EQUAL wrk-ag-mes-ind
                       MOVE "S" to wrk-ag-sel
                       ADD 1 to wrk-ag-qtd-c
                   END-IF
           END-EVALUATE.
           IF wrk-ag-sel EQUAL "S"
               DIVIDE wrk-ag-itens BY wrk-du-qtd GIVING wrk-ag-quoc
                   REMAINDER wrk-du-ind
               ADD 1 to wrk-du-ind
               ADD 1 to wrk-ag-itens
               MOVE wrk-du-data(wrk-du-ind) to AGC-DATA
               MOVE PRO-CODIGO to AGC-PRODUTO
               IF classe-a OR classe-b
                   MOVE PRO-CLASSE-ABC to AGC-CLASSE
               ELSE
                   MOVE "C" to AGC-CLASSE
               END-IF
               WRITE REG-AGENDA
           END-IF.

       0470-lista-do-dia SECTION.
      *lista dos produtos agendados para o dia, para a equipe
      *contar e lancar so eles em contagem-fisica.dat
           DISPLAY "data da contagem (AAAAMMDD, 0 = hoje)"
               ACCEPT wrk-ag-data.
           IF wrk-ag-data EQUAL ZERO
               ACCEPT wrk-ag-data FROM DATE YYYYMMDD
           END-IF.
           DISPLAY "filial da contagem (1-9, 0 = sem enderecos)"
               ACCEPT wrk-ag-filial.
           OPEN INPUT AGENDA.
           IF fs-agenda NOT EQUAL 00
               DISPLAY "agenda de contagem nao gerada"
               GO to 0470-fim
           END-IF.
           MOVE "N" to wrk-tem-locais.
           IF wrk-ag-filial > ZERO AND wrk-ag-filial < 10
               OPEN INPUT LOCAIS
               IF fs-locais EQUAL 00
                   MOVE "S" to wrk-tem-locais
               END-IF
           END-IF.
           MOVE ZERO to wrk-ag-itens.
           OPEN OUTPUT REL-LISTA.
           MOVE SPACES to REL-LS-LINHA.
           MOVE "lista de contagem ciclica do dia"
               to REL-LS-LINHA(1:32).
           MOVE wrk-ag-data to REL-LS-LINHA(34:8).
           WRITE REL-LISTA-REG.
           MOVE SPACES to REL-LS-LINHA.
           MOVE "produto descricao" to REL-LS-LINHA(1:17).
           MOVE "cl ult.cont  contado" to REL-LS-LINHA(36:20).
           IF wrk-tem-locais EQUAL "S"
               MOVE "local" to REL-LS-LINHA(66:5)
           END-IF.
           WRITE REL-LISTA-REG.
           READ AGENDA.
           PERFORM UNTIL fs-agenda NOT EQUAL 00
               IF AGC-DATA EQUAL wrk-ag-data
                   MOVE AGC-PRODUTO to PRO-CODIGO
                   READ PRODUTOS
                       INVALID KEY
                           MOVE SPACES to PRO-DESCRICAO
                           MOVE ZERO to PRO-ULT-CONTAGEM
                           MOVE SPACE to PRO-CONTROLA-LOTE
                   END-READ
                   MOVE SPACES to REL-LS-LINHA
                   MOVE AGC-PRODUTO to REL-LS-LINHA(1:5)
                   MOVE PRO-DESCRICAO(1:25) to REL-LS-LINHA(9:25)
                   MOVE AGC-CLASSE to REL-LS-LINHA(36:1)
                   MOVE PRO-ULT-CONTAGEM to REL-LS-LINHA(39:8)
                   MOVE "______" to REL-LS-LINHA(49:6)
                   IF produto-com-lote
                       MOVE "por lote" to REL-LS-LINHA(57:8)
                   END-IF
                   IF wrk-tem-locais EQUAL "S"
                       PERFORM 0475-local-contagem
                   END-IF
                   WRITE REL-LISTA-REG
                   ADD 1 to wrk-ag-itens
               END-IF
               READ AGENDA
           END-PERFORM.
           CLOSE AGENDA.
           IF wrk-tem-locais EQUAL "S"
               CLOSE LOCAIS
           END-IF.
           MOVE SPACES to REL-LS-LINHA.
           MOVE "produtos a contar:" to REL-LS-LINHA(1:18).
           MOVE wrk-ag-itens to REL-LS-LINHA(20:5).
           WRITE REL-LISTA-REG.
           CLOSE REL-LISTA.
           DISPLAY "produtos a contar em " wrk-ag-data ": "
                   wrk-ag-itens " (lista-contagem.txt)".
       0470-fim.
           EXIT.

       0475-local-contagem SECTION.
      *corredor-prateleira-nivel do produto na filial contada
           MOVE AGC-PRODUTO to LOC-PRODUTO.
           MOVE wrk-ag-filial to LOC-FILIAL.
           READ LOCAIS
               INVALID KEY
                   MOVE "sem local" to REL-LS-LINHA(66:9)
                   GO to 0475-fim
           END-READ.
           MOVE LOC-CORREDOR to REL-LS-LINHA(66:3).
           MOVE "-" to REL-LS-LINHA(69:1).
           MOVE LOC-PRATELEIRA to REL-LS-LINHA(70:3).
           MOVE "-" to REL-LS-LINHA(73:1).
           MOVE LOC-NIVEL to REL-LS-LINHA(74:2).
       0475-fim.
           EXIT.

       0500-analise-vendas SECTION.
      *vendas faturadas/entregues da competencia por produto e por
      *estado, e mes a mes do ano ate a competencia, cada uma contra
      *o mesmo periodo do ano anterior; as devolucoes (creditos por
      *pedido) abatem os itens do pedido na proporcao do valor
      *devolvido; a linha de componente de kit fica fora, o kit
      *conta pela propria linha
           DISPLAY "competencia (AAAAMM)"
               ACCEPT wrk-av-comp.
           MOVE wrk-av-comp(1:4) to wrk-av-ano.
           MOVE wrk-av-comp(5:2) to wrk-av-mm.
           IF wrk-av-ano < 1901 OR wrk-av-mm < 1 OR wrk-av-mm > 12
               DISPLAY "competencia invalida"
               GO to 0500-fim
           END-IF.
           COMPUTE wrk-av-ano-ant = wrk-av-ano - 1.
           COMPUTE wrk-av-comp-ant = wrk-av-comp - 100.
           MOVE ZERO to wrk-av-qtd-prod wrk-av-qtd-uf.
           INITIALIZE wrk-tab-av-mes.
           PERFORM 0510-carregar-devolucoes.
           OPEN INPUT ITENS.
           OPEN INPUT PEDIDOS.
           IF fs-itens NOT EQUAL 00 OR fs-pedidos NOT EQUAL 00
               DISPLAY "itens/pedidos indisponiveis, status "
                       fs-itens " " fs-pedidos
               GO to 0500-fim
           END-IF.
           MOVE ZERO to ITM-NUMERO ITM-SEQ.
           START ITENS KEY IS NOT LESS THAN ITM-CHAVE.
           IF fs-itens EQUAL 00
               READ ITENS NEXT
               PERFORM UNTIL fs-itens NOT EQUAL 00
                   IF NOT ITEM-COMPONENTE
                       MOVE ITM-NUMERO to PED-NUMERO
                       READ PEDIDOS
                           INVALID KEY
                               CONTINUE
                           NOT INVALID KEY
                               IF PEDIDO-FATURADO OR PEDIDO-ENTREGUE
                                   PERFORM 0520-acumular-item
                               END-IF
                       END-READ
                   END-IF
                   READ ITENS NEXT
               END-PERFORM
           END-IF.
           CLOSE ITENS.
           CLOSE PEDIDOS.
           PERFORM 0540-gravar-analise.
       0500-fim.
           EXIT.

       0510-carregar-devolucoes SECTION.
      *valor devolvido por pedido, somando os creditos de devolucao
      *(o credito nasce com o valor cheio; o saldo e o que sobra
      *para abater)
           MOVE ZERO to wrk-av-qtd-dev.
           OPEN INPUT CREDITOS.
           IF fs-creditos NOT EQUAL 00
               GO to 0510-fim
           END-IF.
           READ CREDITOS.
           PERFORM UNTIL fs-creditos NOT EQUAL 00
               MOVE "N" to wrk-av-achou
               PERFORM VARYING wrk-av-ind FROM 1 BY 1
                       UNTIL wrk-av-ind > wrk-av-qtd-dev
                   IF wrk-avd-pedido(wrk-av-ind) EQUAL CRE-PEDIDO
                       MOVE "S" to wrk-av-achou
                       EXIT PERFORM
                   END-IF
               END-PERFORM
               IF wrk-av-achou EQUAL "S"
                   ADD CRE-VALOR to wrk-avd-valor(wrk-av-ind)
               ELSE
                   IF wrk-av-qtd-dev < 2000
                       ADD 1 to wrk-av-qtd-dev
                       MOVE CRE-PEDIDO
                           to wrk-avd-pedido(wrk-av-qtd-dev)
                       MOVE CRE-VALOR
                           to wrk-avd-valor(wrk-av-qtd-dev)
                   ELSE
                       DISPLAY "tabela de devolucoes cheia - pedido"
                               " sem abatimento: " CRE-PEDIDO
                   END-IF
               END-IF
               READ CREDITOS
           END-PERFORM.
           CLOSE CREDITOS.
       0510-fim.
           EXIT.

       0520-acumular-item SECTION.
      *o item entra na competencia pedida ou na mesma do ano
      *anterior (produto e estado) e no mes do ano, se ate o mes
      *da competencia (quebra mensal)
           MOVE PED-DATA(1:6) to wrk-av-ped-comp.
           MOVE PED-DATA(1:4) to wrk-av-ped-ano.
           MOVE PED-DATA(5:2) to wrk-av-ped-mm.
           IF wrk-av-ped-mm > wrk-av-mm
               GO to 0520-fim
           END-IF.
           IF wrk-av-ped-ano EQUAL wrk-av-ano
               MOVE "A" to wrk-av-periodo
           ELSE
               IF wrk-av-ped-ano EQUAL wrk-av-ano-ant
                   MOVE "P" to wrk-av-periodo
               ELSE
                   GO to 0520-fim
               END-IF
           END-IF.
           PERFORM 0525-liquido-devolucao.
           IF wrk-av-periodo EQUAL "A"
               ADD wrk-av-qtd-liq to wrk-avm-qtd-at(wrk-av-ped-mm)
               ADD wrk-av-vlr-liq to wrk-avm-vlr-at(wrk-av-ped-mm)
           ELSE
               ADD wrk-av-qtd-liq to wrk-avm-qtd-ant(wrk-av-ped-mm)
               ADD wrk-av-vlr-liq to wrk-avm-vlr-ant(wrk-av-ped-mm)
           END-IF.
           IF wrk-av-ped-comp NOT EQUAL wrk-av-comp
                   AND wrk-av-ped-comp NOT EQUAL wrk-av-comp-ant
               GO to 0520-fim
           END-IF.
           PERFORM 0530-acumular-produto.
           PERFORM 0535-acumular-estado.
       0520-fim.
           EXIT.

       0525-liquido-devolucao SECTION.
      *abate do item a parte dele no valor devolvido do pedido
           MOVE ITM-QUANTIDADE to wrk-av-qtd-liq.
           MOVE ITM-VALOR-TOTAL to wrk-av-vlr-liq.
           MOVE ZERO to wrk-av-devolvido.
           PERFORM VARYING wrk-av-ind FROM 1 BY 1
                   UNTIL wrk-av-ind > wrk-av-qtd-dev
               IF wrk-avd-pedido(wrk-av-ind) EQUAL PED-NUMERO
                   MOVE wrk-avd-valor(wrk-av-ind) to wrk-av-devolvido
                   EXIT PERFORM
               END-IF
           END-PERFORM.
           IF wrk-av-devolvido EQUAL ZERO OR PED-VALOR EQUAL ZERO
               GO to 0525-fim
           END-IF.
           IF wrk-av-devolvido NOT < PED-VALOR
               MOVE ZERO to wrk-av-qtd-liq wrk-av-vlr-liq
               GO to 0525-fim
           END-IF.
           COMPUTE wrk-av-qtd-dev-item ROUNDED = ITM-QUANTIDADE
                   * wrk-av-devolvido / PED-VALOR.
           COMPUTE wrk-av-vlr-dev-item ROUNDED = ITM-VALOR-TOTAL
                   * wrk-av-devolvido / PED-VALOR.
           SUBTRACT wrk-av-qtd-dev-item from wrk-av-qtd-liq.
           SUBTRACT wrk-av-vlr-dev-item from wrk-av-vlr-liq.
       0525-fim.
           EXIT.

       0530-acumular-produto SECTION.
           MOVE "N" to wrk-av-achou.
           PERFORM VARYING wrk-av-ind FROM 1 BY 1
                   UNTIL wrk-av-ind > wrk-av-qtd-prod
               IF wrk-avp-prod(wrk-av-ind) EQUAL ITM-PRODUTO
                   MOVE "S" to wrk-av-achou
                   EXIT PERFORM
               END-IF
           END-PERFORM.
           IF wrk-av-achou NOT EQUAL "S"
               IF wrk-av-qtd-prod < 500
                   ADD 1 to wrk-av-qtd-prod
                   MOVE wrk-av-qtd-prod to wrk-av-ind
                   MOVE ITM-PRODUTO to wrk-avp-prod(wrk-av-ind)
                   MOVE ZERO to wrk-avp-qtd-at(wrk-av-ind)
                   MOVE ZERO to wrk-avp-vlr-at(wrk-av-ind)
                   MOVE ZERO to wrk-avp-qtd-ant(wrk-av-ind)
                   MOVE ZERO to wrk-avp-vlr-ant(wrk-av-ind)
               ELSE
                   GO to 0530-fim
               END-IF
           END-IF.
           IF wrk-av-periodo EQUAL "A"
               ADD wrk-av-qtd-liq to wrk-avp-qtd-at(wrk-av-ind)
               ADD wrk-av-vlr-liq to wrk-avp-vlr-at(wrk-av-ind)
           ELSE
               ADD wrk-av-qtd-liq to wrk-avp-qtd-ant(wrk-av-ind)
               ADD wrk-av-vlr-liq to wrk-avp-vlr-ant(wrk-av-ind)
           END-IF.
       0530-fim.
           EXIT.

       0535-acumular-estado SECTION.
           MOVE "N" to wrk-av-achou.
           PERFORM VARYING wrk-av-ind FROM 1 BY 1
                   UNTIL wrk-av-ind > wrk-av-qtd-uf
               IF wrk-avu-uf(wrk-av-ind) EQUAL PED-ESTADO
                   MOVE "S" to wrk-av-achou
                   EXIT PERFORM
               END-IF
           END-PERFORM.
           IF wrk-av-achou NOT EQUAL "S"
               IF wrk-av-qtd-uf < 30
                   ADD 1 to wrk-av-qtd-uf
                   MOVE wrk-av-qtd-uf to wrk-av-ind
                   MOVE PED-ESTADO to wrk-avu-uf(wrk-av-ind)
                   MOVE ZERO to wrk-avu-qtd-at(wrk-av-ind)
                   MOVE ZERO to wrk-avu-vlr-at(wrk-av-ind)
                   MOVE ZERO to wrk-avu-qtd-ant(wrk-av-ind)
                   MOVE ZERO to wrk-avu-vlr-ant(wrk-av-ind)
               ELSE
                   GO to 0535-fim
               END-IF
           END-IF.
           IF wrk-av-periodo EQUAL "A"
               ADD wrk-av-qtd-liq to wrk-avu-qtd-at(wrk-av-ind)
               ADD wrk-av-vlr-liq to wrk-avu-vlr-at(wrk-av-ind)
           ELSE
               ADD wrk-av-qtd-liq to wrk-avu-qtd-ant(wrk-av-ind)
               ADD wrk-av-vlr-liq to wrk-avu-vlr-ant(wrk-av-ind)
           END-IF.
       0535-fim.
           EXIT.

       0540-gravar-analise SECTION.
      *relatorio impresso em tres quebras e o mesmo conteudo no csv
      *(tipo;chave;quantidades;valores;variacoes), separado por
      *ponto e virgula e com ponto decimal
           OPEN OUTPUT REL-VENDAS.
           OPEN OUTPUT CSV-VENDAS.
           MOVE ZERO to wrk-av-linhas.
           MOVE SPACES to REL-AV-LINHA.
           MOVE "analise de vendas - competencia" to REL-AV-LINHA(1:31).
           MOVE wrk-av-comp to REL-AV-LINHA(33:6).
           MOVE "contra" to REL-AV-LINHA(40:6).
           MOVE wrk-av-comp-ant to REL-AV-LINHA(47:6).
           MOVE "(liquido de devolucoes)" to REL-AV-LINHA(54:23).
           WRITE REL-VENDAS-REG.
           MOVE SPACES to CSV-AV-LINHA.
           STRING "tipo;chave;qtd_atual;valor_atual;qtd_ano_anterior;"
                   "valor_ano_anterior;var_qtd_perc;var_valor_perc"
                   DELIMITED BY SIZE INTO CSV-AV-LINHA
           END-STRING.
           WRITE CSV-VENDAS-REG.

           MOVE "por produto" to wrk-av-tipo.
           PERFORM 0545-cabecalho-quebra.
           MOVE "PRODUTO" to wrk-av-tipo.
           PERFORM VARYING wrk-av-ind FROM 1 BY 1
                   UNTIL wrk-av-ind > wrk-av-qtd-prod
               MOVE SPACES to wrk-av-chave
               MOVE wrk-avp-prod(wrk-av-ind) to wrk-av-chave(1:5)
               MOVE wrk-avp-qtd-at(wrk-av-ind) to wrk-av-l-qtd-at
               MOVE wrk-avp-vlr-at(wrk-av-ind) to wrk-av-l-vlr-at
               MOVE wrk-avp-qtd-ant(wrk-av-ind) to wrk-av-l-qtd-ant
               MOVE wrk-avp-vlr-ant(wrk-av-ind) to wrk-av-l-vlr-ant
               PERFORM 0550-linha-comparativa
           END-PERFORM.

           MOVE "por estado" to wrk-av-tipo.
           PERFORM 0545-cabecalho-quebra.
           MOVE "ESTADO" to wrk-av-tipo.
           PERFORM VARYING wrk-av-ind FROM 1 BY 1
                   UNTIL wrk-av-ind > wrk-av-qtd-uf
               MOVE SPACES to wrk-av-chave
               MOVE wrk-avu-uf(wrk-av-ind) to wrk-av-chave(1:2)
               MOVE wrk-avu-qtd-at(wrk-av-ind) to wrk-av-l-qtd-at
               MOVE wrk-avu-vlr-at(wrk-av-ind) to wrk-av-l-vlr-at
               MOVE wrk-avu-qtd-ant(wrk-av-ind) to wrk-av-l-qtd-ant
               MOVE wrk-avu-vlr-ant(wrk-av-ind) to wrk-av-l-vlr-ant
               PERFORM 0550-linha-comparativa
           END-PERFORM.

           MOVE "por mes" to wrk-av-tipo.
           PERFORM 0545-cabecalho-quebra.
           MOVE "MES" to wrk-av-tipo.
           PERFORM VARYING wrk-av-ind FROM 1 BY 1
                   UNTIL wrk-av-ind > wrk-av-mm
               MOVE SPACES to wrk-av-chave
               MOVE wrk-av-ano to wrk-av-chave(1:4)
               MOVE wrk-av-ind(3:2) to wrk-av-chave(5:2)
               MOVE wrk-avm-qtd-at(wrk-av-ind) to wrk-av-l-qtd-at
               MOVE wrk-avm-vlr-at(wrk-av-ind) to wrk-av-l-vlr-at
               MOVE wrk-avm-qtd-ant(wrk-av-ind) to wrk-av-l-qtd-ant
               MOVE wrk-avm-vlr-ant(wrk-av-ind) to wrk-av-l-vlr-ant
               PERFORM 0550-linha-comparativa
           END-PERFORM.
           CLOSE REL-VENDAS.
           CLOSE CSV-VENDAS.
           DISPLAY "analise de vendas: " wrk-av-linhas
                   " linhas (analise-vendas.txt e .csv)".

       0545-cabecalho-quebra SECTION.
           MOVE SPACES to REL-AV-LINHA.
           WRITE REL-VENDAS-REG.
           MOVE SPACES to REL-AV-LINHA.
           MOVE wrk-av-tipo to REL-AV-LINHA(1:11).
           MOVE "qtd  valor atual" to REL-AV-LINHA(14:16).
           MOVE "qtd ano ant  valor ant" to REL-AV-LINHA(31:22).
           MOVE "var qtd%  var vlr%" to REL-AV-LINHA(55:18).
           WRITE REL-VENDAS-REG.

       0550-linha-comparativa SECTION.
      *variacao percentual sobre o ano anterior; sem venda no ano
      *anterior nao ha base e a variacao sai como "novo"
           MOVE SPACES to wrk-av-csv-vq wrk-av-csv-vv.
           MOVE SPACES to REL-AV-LINHA.
           MOVE wrk-av-chave to REL-AV-LINHA(1:8).
           MOVE wrk-av-l-qtd-at to wrk-av-qtd-ed.
           MOVE wrk-av-qtd-ed to REL-AV-LINHA(10:7).
           MOVE wrk-av-l-vlr-at to wrk-av-vlr-ed.
           MOVE wrk-av-vlr-ed to REL-AV-LINHA(18:12).
           MOVE wrk-av-l-qtd-ant to wrk-av-qtd-ed.
           MOVE wrk-av-qtd-ed to REL-AV-LINHA(31:7).
           MOVE wrk-av-l-vlr-ant to wrk-av-vlr-ed.
           MOVE wrk-av-vlr-ed to REL-AV-LINHA(39:12).
           IF wrk-av-l-qtd-ant EQUAL ZERO
               MOVE "     novo" to REL-AV-LINHA(52:9)
               MOVE "novo" to wrk-av-csv-vq
           ELSE
               COMPUTE wrk-av-var-qtd ROUNDED =
                       (wrk-av-l-qtd-at - wrk-av-l-qtd-ant) * 100
                       / wrk-av-l-qtd-ant
                   ON SIZE ERROR
                       MOVE 99999.99 to wrk-av-var-qtd
               END-COMPUTE
               MOVE wrk-av-var-qtd to wrk-av-var-ed
               MOVE wrk-av-var-ed to REL-AV-LINHA(52:9)
               MOVE wrk-av-var-qtd to wrk-av-var-csv
               MOVE wrk-av-var-csv to wrk-av-csv-vq
           END-IF.
           IF wrk-av-l-vlr-ant EQUAL ZERO
               MOVE "     novo" to REL-AV-LINHA(62:9)
               MOVE "novo" to wrk-av-csv-vv
           ELSE
               COMPUTE wrk-av-var-vlr ROUNDED =
                       (wrk-av-l-vlr-at - wrk-av-l-vlr-ant) * 100
                       / wrk-av-l-vlr-ant
                   ON SIZE ERROR
                       MOVE 99999.99 to wrk-av-var-vlr
               END-COMPUTE
               MOVE wrk-av-var-vlr to wrk-av-var-ed
               MOVE wrk-av-var-ed to REL-AV-LINHA(62:9)
               MOVE wrk-av-var-vlr to wrk-av-var-csv
               MOVE wrk-av-var-csv to wrk-av-csv-vv
           END-IF.
           WRITE REL-VENDAS-REG.
           ADD 1 to wrk-av-linhas.

           MOVE SPACES to CSV-AV-LINHA.
           MOVE 1 to wrk-av-ptr.
           STRING wrk-av-tipo DELIMITED BY SPACE
                   ";" DELIMITED BY SIZE
                   wrk-av-chave DELIMITED BY SPACE
                   ";" DELIMITED BY SIZE
                   INTO CSV-AV-LINHA WITH POINTER wrk-av-ptr
           END-STRING.
           MOVE wrk-av-l-qtd-at to wrk-av-qtd-csv.
           MOVE wrk-av-l-vlr-at to wrk-av-vlr-csv.
           STRING wrk-av-qtd-csv ";" wrk-av-vlr-csv ";"
                   DELIMITED BY SIZE
                   INTO CSV-AV-LINHA WITH POINTER wrk-av-ptr
           END-STRING.
           MOVE wrk-av-l-qtd-ant to wrk-av-qtd-csv.
           MOVE wrk-av-l-vlr-ant to wrk-av-vlr-csv.
           STRING wrk-av-qtd-csv ";" wrk-av-vlr-csv ";"
                   DELIMITED BY SIZE
                   wrk-av-csv-vq DELIMITED BY SPACE
                   ";" DELIMITED BY SIZE
                   wrk-av-csv-vv DELIMITED BY SPACE
                   INTO CSV-AV-LINHA WITH POINTER wrk-av-ptr
           END-STRING.
           WRITE CSV-VENDAS-REG.

       0091-pegar-lock SECTION.
      *mesmo trinco do ex-loops: marcado "L", outra sessao esta
      *com o cadastro aberto e a classe nao e gravada
           MOVE "N" to wrk-lock-pro-obtido.
           OPEN I-O LOCK-PRODUTOS.
           EVALUATE fs-lock-produtos
               WHEN 35
                   OPEN OUTPUT LOCK-PRODUTOS
                   MOVE "F" to LKR-FLAG
                   WRITE LOCK-PRO-REG
                   CLOSE LOCK-PRODUTOS
                   OPEN I-O LOCK-PRODUTOS
                   READ LOCK-PRODUTOS
               WHEN 00
                   READ LOCK-PRODUTOS
           END-EVALUATE.
           IF LKR-FLAG EQUAL "L"
               DISPLAY "cadastro de produtos em uso por outra"
                       " sessao"
               CLOSE LOCK-PRODUTOS
               GO to 0091-fim
           END-IF.
           MOVE "L" to LKR-FLAG.
           REWRITE LOCK-PRO-REG.
           CLOSE LOCK-PRODUTOS.
           MOVE "S" to wrk-lock-pro-obtido.
       0091-fim.
           EXIT.

       0095-soltar-lock SECTION.
           IF wrk-lock-pro-obtido EQUAL "S"
               OPEN I-O LOCK-PRODUTOS
               IF fs-lock-produtos EQUAL 00
                   READ LOCK-PRODUTOS
                   MOVE "F" to LKR-FLAG
                   REWRITE LOCK-PRO-REG
                   CLOSE LOCK-PRODUTOS
               END-IF
               MOVE "N" to wrk-lock-pro-obtido
           END-IF.

       END PROGRAM estoqrel.
