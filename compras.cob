      *          produtos abaixo do estoque minimo (agrupados pelo
      *          fornecedor preferencial do cadastro de produtos) e
      *          recebimento de mercadoria, que poe o saldo de volta
      *          com movimento "E" no diario de estoque a cada
      *          entrega (parcial ou total) da linha do pedido de
      *          compra, que o comprador pode encerrar quando o
      *          fornecedor nao vai completar, e gera o titulo a pagar
      *          da nota do fornecedor, retido quando pedido,
      *          recebimento e nota nao batem; devolucao ao
      *          fornecedor com nota de debito; produto perecivel
      *          recebido com lote e validade (lotes.dat); icms da
      *          nota do fornecedor registrado como credito no livro
      *          do icms e estornado na devolucao; importacao da
      *          tabela de precos do fornecedor (csv) com o custo
      *          atual e o anterior por fornecedor, relatorio de
      *          variacao contra o custo medio e os outros
      *          fornecedores e propostas de preco de venda pelo
      *          markup alvo, aceitas em bloco pelo comprador; a
      *          sugestao soma os backorders de venda que as compras
      *          em aberto nao cobrem e amarra a linha a eles
      *          (compra-backorders.dat), liberados no recebimento
      *          para o atendimento de backorders do prg14
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       SELECT LOCK-PRODUTOS ASSIGN TO "./produtos.lck"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS FS-LOCK-PRODUTOS.
      *contas a pagar do ctapagar: o titulo da nota do fornecedor
      *nasce no recebimento, numerado pela mesma serie de controle
       SELECT PAGAR ASSIGN TO "./contas-a-pagar.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CP-NUMERO
               ALTERNATE RECORD KEY IS CP-FORNECEDOR
                   WITH DUPLICATES
               FILE STATUS IS FS-PAGAR.
       SELECT PAGAR-CONTROL ASSIGN TO "./pagar-num-control.dat"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS FS-PAGAR-CONTROL.
      *divergencias do confronto pedido x recebimento x nota, com o
      *relatorio das pendentes de liberacao
       SELECT DIVERGENCIAS ASSIGN TO "./divergencias-compra.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DIV-TITULO
               FILE STATUS IS FS-DIVERGENCIAS.
       SELECT REL-DIVERGENCIA ASSIGN TO "./divergencias-compra.txt"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS FS-REL-DIVERGENCIA.
      *devolucao de compra: registro das notas de debito, a serie de
      *numeracao, o documento impresso e os creditos que sobram
      *quando o titulo da compra ja estava pago
       SELECT NOTAS-DEBITO ASSIGN TO "./notas-debito.dat"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS FS-NOTAS-DEBITO.
       SELECT ND-CONTROL ASSIGN TO "./debito-num-control.dat"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS FS-ND-CONTROL.
       SELECT DOC-DEBITO ASSIGN TO "./nota-debito.txt"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS FS-DOC-DEBITO.
       SELECT CREDITOS-FORN ASSIGN TO "./creditos-fornecedor.dat"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS FS-CREDITOS-FORN.
      *livro do icms: credito da nota recebida e estorno na
      *devolucao, para a apuracao mensal do apuricms
       SELECT ICMS-MOV ASSIGN TO "./icms-movimento.dat"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS FS-ICMS-MOV.
      *lotes dos produtos pereciveis: o recebimento abre ou engorda
      *o lote informado com a validade da nota
       SELECT LOTES ASSIGN TO "./lotes.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LOT-CHAVE
               ALTERNATE RECORD KEY IS LOT-VALIDADE WITH DUPLICATES
               FILE STATUS IS FS-LOTES.
      *tabela de precos do fornecedor: csv separado por ";" com
      *fornecedor;referencia;produto;custo (produto em branco usa o
      *de-para ja gravado; custo com virgula ou ponto decimal, sem
      *separador de milhar); o nome do arquivo e pedido na rodada
       SELECT TAB-FORNECEDOR ASSIGN TO wrk-tf-arquivo
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS FS-TAB-FORNECEDOR.
       SELECT FORN-PRODUTOS ASSIGN TO "./fornecedor-produtos.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FPC-CHAVE
               ALTERNATE RECORD KEY IS FPC-PRODUTO WITH DUPLICATES
               FILE STATUS IS FS-FORN-PRODUTOS.
       SELECT REL-VARIACAO ASSIGN TO "./variacao-custos.txt"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS FS-REL-VARIACAO.
      *propostas de preco de venda pendentes e as vigencias de
      *preco do ex-loops, onde as aceitas entram
       SELECT PROPOSTAS ASSIGN TO "./propostas-preco.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PPR-PRODUTO
               FILE STATUS IS FS-PROPOSTAS.
       SELECT PRECOS ASSIGN TO "./precos.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PRC-CHAVE
               FILE STATUS IS FS-PRECOS.
       SELECT REL-SCORECARD ASSIGN TO "./scorecard-fornecedores.txt"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS FS-REL-SCORECARD.
      *pendencias de venda do prg14, lidas pela sugestao de compras,
      *e os backorders que cada linha de compra sugerida cobre
       SELECT BACKORDERS ASSIGN TO "./backorders.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BO-CHAVE
               FILE STATUS IS FS-BACKORDERS.
       SELECT COMPRA-BKO ASSIGN TO "./compra-backorders.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OBK-CHAVE
               ALTERNATE RECORD KEY IS OBK-BACKORDER WITH DUPLICATES
               FILE STATUS IS FS-COMPRA-BKO.
       DATA DIVISION.
       FILE SECTION.
           FD FORNECEDORES.
           FD PRODUTOS.
           COPY "prodreg.cpy".
           FD PED-COMPRA.
           COPY "ocreg.cpy".
           FD OC-CONTROL.
               01 OC-CONTROL-REG.
                   02 OC-PROXIMO PIC 9(07).
           FD LOCK-PRODUTOS.
               01 LOCK-PRO-REG.
                   02 LKR-FLAG PIC X(01).
           FD PAGAR.
           COPY "pagreg.cpy".
           FD PAGAR-CONTROL.
               01 PAGAR-CONTROL-REG.
                   02 CP-PROXIMO PIC 9(07).
           FD DIVERGENCIAS.
           COPY "divreg.cpy".
           FD REL-DIVERGENCIA.
               01 REL-DIVERGENCIA-REG.
                   02 REL-DV-LINHA PIC X(80).
           FD NOTAS-DEBITO.
           COPY "ndreg.cpy".
           FD ND-CONTROL.
               01 ND-CONTROL-REG.
                   02 ND-PROXIMO PIC 9(07).
           FD DOC-DEBITO.
               01 DOC-DEBITO-REG.
                   02 DOC-ND-LINHA PIC X(80).
           FD CREDITOS-FORN.
           COPY "crfreg.cpy".
           FD LOTES.
           COPY "lotreg.cpy".
           FD ICMS-MOV.
           COPY "icmreg.cpy".
           FD TAB-FORNECEDOR.
               01 TAB-FORNECEDOR-REG.
                   02 TF-LINHA PIC X(120).
           FD FORN-PRODUTOS.
           COPY "fpcreg.cpy".
           FD REL-VARIACAO.
               01 REL-VARIACAO-REG.
                   02 REL-VR-LINHA PIC X(132).
           FD PROPOSTAS.
           COPY "pprreg.cpy".
           FD PRECOS.
           COPY "prcreg.cpy".
           FD REL-SCORECARD.
               01 REL-SCORECARD-REG.
                   02 REL-SC-LINHA PIC X(100).
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
           FD COMPRA-BKO.
           COPY "obkreg.cpy".
       WORKING-STORAGE SECTION.
       77 fs-fornecedores pic 9(02) value ZERO.
       77 fs-produtos pic 9(02) value ZERO.
       77 fs-estoque-mov pic 9(02) value ZERO.
       77 fs-rel-sugestao pic 9(02) value ZERO.
       77 fs-lock-produtos pic 9(02) value ZERO.
       77 fs-pagar pic 9(02) value ZERO.
       77 fs-pagar-control pic 9(02) value ZERO.
       77 fs-divergencias pic 9(02) value ZERO.
       77 fs-rel-divergencia pic 9(02) value ZERO.
       77 fs-notas-debito pic 9(02) value ZERO.
       77 fs-nd-control pic 9(02) value ZERO.
       77 fs-doc-debito pic 9(02) value ZERO.
       77 fs-creditos-forn pic 9(02) value ZERO.
       77 fs-lotes pic 9(02) value ZERO.
       77 fs-icms-mov pic 9(02) value ZERO.
       77 wrk-lock-pro-obtido pic x(01) value "N".
      *opcao do menu em x(01), no molde do prg14: os digitos nao
      *bastavam mais para as rotinas de compras
       77 wrk-opcao pic x(01) value SPACE.
       77 wrk-codigo pic 9(05) value ZERO.
       77 wrk-nome pic x(30) value SPACES.
       77 wrk-fone pic x(09) value SPACES.
       77 wrk-banco pic 9(03) value ZERO.
       77 wrk-agencia pic 9(04) value ZERO.
       77 wrk-conta pic x(12) value SPACES.
       77 wrk-confirma pic x(01) value SPACE.
      *sugestao de compra: fornecedores ja com pedido nesta rodada
      *e a proxima sequencia de linha de cada um
               10 wrk-sg-fornecedor pic 9(05).
               10 wrk-sg-numero pic 9(07).
               10 wrk-sg-seq pic 9(03).
      *backorders abertos somados por produto e o saldo a receber
      *das compras em aberto dos mesmos produtos; a diferenca entra
      *na sugestao e a linha gerada fica amarrada aos backorders
       77 fs-backorders pic 9(02) value ZERO.
       77 fs-compra-bko pic 9(02) value ZERO.
       77 wrk-tem-backorders pic x(01) value "N".
       77 wrk-pd-qtd pic 9(03) value ZERO.
       77 wrk-pd-ind pic 9(03) value ZERO.
       77 wrk-pd-max pic 9(03) value 300.
       77 wrk-pd-achou pic x(01) value "N".
       77 wrk-pd-busca pic 9(05) value ZERO.
       77 wrk-bo-liquido pic 9(07) value ZERO.
       77 wrk-bo-cobrir pic 9(07) value ZERO.
       77 wrk-bo-vinculados pic 9(05) value ZERO.
       77 wrk-bo-coberto pic x(01) value "N".
       01 wrk-tab-pendencia.
           05 wrk-pd-ent OCCURS 300 times.
               10 wrk-pd-produto pic 9(05).
               10 wrk-pd-backorder pic 9(07).
               10 wrk-pd-em-compra pic 9(07).
      *recebimento de mercadoria
       77 wrk-rec-numero pic 9(07) value ZERO.
       77 wrk-rec-seq pic 9(03) value ZERO.
       77 wrk-rec-custo pic 9(08)v99 value ZERO.
       77 wrk-rec-filial pic 9(02) value ZERO.
       77 wrk-saldo-antes pic 9(05) value ZERO.
      *lote e validade da entrega de produto controlado por lote
       77 wrk-rec-lote pic x(15) value SPACES.
       77 wrk-rec-validade pic 9(08) value ZERO.
       77 wrk-rec-lote-ok pic x(01) value "N".
      *nota do fornecedor e o titulo a pagar gerado por ela
       77 wrk-rec-nf pic 9(09) value ZERO.
       77 wrk-rec-qtd-nf pic 9(05) value ZERO.
       77 wrk-rec-vencimento pic 9(08) value ZERO.
       77 wrk-rec-diverge pic x(01) value "N".
      *icms destacado na nota e a uf do emitente (tabuf.cpy)
       77 wrk-rec-icms pic 9(08)v99 value ZERO.
       77 wrk-rec-uf pic x(02) value SPACES.
       77 wrk-uf-ind pic 9(02) value ZERO.
       77 wrk-uf-ok pic x(01) value "N".
       COPY "tabuf.cpy".
      *saldo a receber da linha e atraso contra a entrega prevista
       77 wrk-rec-saldo pic 9(05) value ZERO.
       77 wrk-prazo-entrega pic 9(03) value 15.
       77 wrk-previsao pic 9(08) value ZERO.
       77 wrk-hoje pic 9(08) value ZERO.
       77 wrk-dias-atraso pic 9(05) value ZERO.
      *devolucao ao fornecedor com nota de debito
       77 wrk-dvc-nf pic 9(09) value ZERO.
       77 wrk-dvc-qtd pic 9(05) value ZERO.
       77 wrk-dvc-disponivel pic 9(05) value ZERO.
       77 wrk-dvc-filial pic 9(02) value ZERO.
       77 wrk-dvc-achou pic x(01) value "N".
       77 wrk-dvc-preco pic 9(08)v99 value ZERO.
       77 wrk-dvc-valor pic 9(08)v99 value ZERO.
       77 wrk-dvc-abatido pic 9(08)v99 value ZERO.
       77 wrk-dvc-credito pic 9(08)v99 value ZERO.
       77 wrk-dvc-saldo pic 9(08)v99 value ZERO.
       77 wrk-dvc-icms pic 9(08)v99 value ZERO.
       77 wrk-dvc-resta pic 9(05) value ZERO.
       77 wrk-dvc-baixa pic 9(05) value ZERO.
       77 wrk-dvc-lote pic x(15) value SPACES.
       77 wrk-numero-nd pic 9(07) value 1.
       77 wrk-numero-cp pic 9(07) value 1.
       77 wrk-preco pic 9(08)v99 value ZERO.
       77 wrk-dv-qtd pic 9(05) value ZERO.
       77 wrk-valor-ed pic zzzzzz9.99 value ZERO.
       77 wrk-valor-gr-ed pic zzzzzzzzz9.99 value ZERO.
      *parametros do modulo de servicos de data (datesrv)
       77 wrk-ds-funcao pic x(01) value SPACE.
       77 wrk-ds-data1 pic 9(08) value ZERO.
       77 wrk-ds-data2 pic 9(08) value ZERO.
       77 wrk-ds-dias pic s9(08) value ZERO.
       77 wrk-ds-status pic x(02) value SPACES.
      *importacao da tabela de precos do fornecedor
       77 fs-tab-fornecedor pic 9(02) value ZERO.
       77 fs-forn-produtos pic 9(02) value ZERO.
       77 fs-rel-variacao pic 9(02) value ZERO.
       77 fs-propostas pic 9(02) value ZERO.
       77 fs-precos pic 9(02) value ZERO.
       77 wrk-tf-arquivo pic x(40) value SPACES.
       77 wrk-tf-limite pic 9(03) value ZERO.
       77 wrk-tf-markup pic 9(03) value ZERO.
       77 wrk-tf-lidas pic 9(05) value ZERO.
       77 wrk-tf-aplicadas pic 9(05) value ZERO.
       77 wrk-tf-rejeitadas pic 9(05) value ZERO.
       77 wrk-tf-destacadas pic 9(05) value ZERO.
       77 wrk-tf-propostas pic 9(05) value ZERO.
       77 wrk-tf-motivo pic x(40) value SPACES.
       77 wrk-tf-fornecedor-x pic x(15) value SPACES.
       77 wrk-tf-referencia pic x(15) value SPACES.
       77 wrk-tf-produto-x pic x(15) value SPACES.
       77 wrk-tf-custo-x pic x(15) value SPACES.
       77 wrk-tf-fornecedor pic 9(05) value ZERO.
       77 wrk-tf-produto pic 9(05) value ZERO.
       77 wrk-tf-custo pic 9(08)v99 value ZERO.
       77 wrk-tf-anterior pic 9(08)v99 value ZERO.
       77 wrk-tf-outro-forn pic 9(05) value ZERO.
       77 wrk-tf-outro-custo pic 9(08)v99 value ZERO.
       77 wrk-tf-preco-vigente pic 9(08)v99 value ZERO.
       77 wrk-tf-proposto pic 9(08)v99 value ZERO.
       77 wrk-tf-sinais pic x(03) value SPACES.
       77 wrk-tf-base pic 9(08)v99 value ZERO.
       77 wrk-tf-variacao pic s9(05)v9 value ZERO.
       77 wrk-tf-var-ed pic -(4)9.9 value ZERO.
       77 wrk-tf-var-x pic x(07) value SPACES.
       77 wrk-tf-vigencia pic 9(08) value ZERO.
       77 wrk-tf-qtd pic 9(05) value ZERO.
       77 wrk-tf-achou pic x(01) value "N".
      *conversao do numero digitado na planilha (inteiro e ate duas
      *casas depois da virgula ou do ponto)
       77 wrk-cv-texto pic x(15) value SPACES.
       77 wrk-cv-inteiro pic x(15) value SPACES.
       77 wrk-cv-decimal pic x(15) value SPACES.
       77 wrk-cv-tam-int pic 9(02) value ZERO.
       77 wrk-cv-tam-dec pic 9(02) value ZERO.
       77 wrk-cv-num-int pic 9(08) value ZERO.
       77 wrk-cv-valor pic 9(08)v99 value ZERO.
       77 wrk-cv-ok pic x(01) value "N".
       01 wrk-cv-centavos.
           05 wrk-cv-cent-x pic x(02).
       01 wrk-cv-centavos-n redefines wrk-cv-centavos.
           05 wrk-cv-cent-n pic 9(02).
      *scorecard trimestral de fornecedores: linhas de compra
      *emitidas no trimestre, com as entregas (titulos a pagar do
      *recebimento) e as devolucoes (notas de debito) delas
       77 fs-rel-scorecard pic 9(02) value ZERO.
       77 wrk-sc-periodo-x pic x(05) value SPACES.
       77 wrk-sc-ano pic 9(04) value ZERO.
       77 wrk-sc-trimestre pic 9(01) value ZERO.
       77 wrk-sc-de pic 9(08) value ZERO.
       77 wrk-sc-ate pic 9(08) value ZERO.
       77 wrk-sc-qtd pic 9(03) value ZERO.
       77 wrk-sc-ind pic 9(03) value ZERO.
       77 wrk-sc-j pic 9(03) value ZERO.
       77 wrk-sc-j1 pic 9(03) value ZERO.
       77 wrk-sc-limite pic 9(03) value ZERO.
       77 wrk-sc-max pic 9(03) value 500.
       77 wrk-sc-achou pic x(01) value "N".
       77 wrk-sc-fora pic 9(05) value ZERO.
       77 wrk-sc-fornecedor pic 9(05) value ZERO.
       77 wrk-sc-produto pic 9(05) value ZERO.
       77 wrk-sc-qtd-nota pic 9(07) value ZERO.
       77 wrk-sc-pos pic 9(03) value ZERO.
       77 wrk-sc-grupo-ant pic x(04) value SPACES.
       77 wrk-sc-produto-ant pic 9(05) value ZERO.
       77 wrk-sc-pref-nota pic 9(03)v9 value ZERO.
       77 wrk-sc-pref-achou pic x(01) value "N".
       77 wrk-sc-marcados pic 9(05) value ZERO.
      *pesos da nota (somam 100): entrega no prazo, quantidade
      *atendida, preco contra o negociado e devolucao
       77 wrk-peso-pontual pic 9(03) value 30.
       77 wrk-peso-atendimento pic 9(03) value 30.
       77 wrk-peso-preco pic 9(03) value 20.
       77 wrk-peso-qualidade pic 9(03) value 20.
       01 wrk-tab-score.
           05 wrk-sc-ent OCCURS 500 times.
               10 wrk-sc-forn-ex pic 9(05).
               10 wrk-sc-prod-ex pic 9(05).
               10 wrk-sc-grupo-ex pic x(04).
               10 wrk-sc-linhas pic 9(05).
               10 wrk-sc-pedida pic 9(07).
               10 wrk-sc-recebida pic 9(07).
               10 wrk-sc-entregas pic 9(05).
               10 wrk-sc-no-prazo pic 9(05).
               10 wrk-sc-dias pic 9(07).
               10 wrk-sc-negociado pic 9(10)v99.
               10 wrk-sc-faturado pic 9(10)v99.
               10 wrk-sc-devolvido pic 9(10)v99.
               10 wrk-sc-nota pic 9(03)v9.
       01 wrk-sc-temp pic x(90).
      *fornecedor por grupo de produto, para o ranking
       77 wrk-sg-grp-qtd pic 9(03) value ZERO.
       77 wrk-sg-grp-ind pic 9(03) value ZERO.
       01 wrk-tab-score-grupo.
           05 wrk-sgr-ent OCCURS 200 times.
               10 wrk-sgr-forn-ex pic 9(05).
               10 wrk-sgr-grupo-ex pic x(04).
               10 wrk-sgr-linhas pic 9(05).
               10 wrk-sgr-pedida pic 9(07).
               10 wrk-sgr-recebida pic 9(07).
               10 wrk-sgr-entregas pic 9(05).
               10 wrk-sgr-no-prazo pic 9(05).
               10 wrk-sgr-dias pic 9(07).
               10 wrk-sgr-negociado pic 9(10)v99.
               10 wrk-sgr-faturado pic 9(10)v99.
               10 wrk-sgr-devolvido pic 9(10)v99.
               10 wrk-sgr-nota pic 9(03)v9.
       01 wrk-sgr-temp pic x(85).
      *indicadores de um fornecedor (produto ou grupo) e a nota
       77 wrk-sn-pedida pic 9(07) value ZERO.
       77 wrk-sn-recebida pic 9(07) value ZERO.
       77 wrk-sn-entregas pic 9(05) value ZERO.
       77 wrk-sn-no-prazo pic 9(05) value ZERO.
       77 wrk-sn-dias pic 9(07) value ZERO.
       77 wrk-sn-negociado pic 9(10)v99 value ZERO.
       77 wrk-sn-faturado pic 9(10)v99 value ZERO.
       77 wrk-sn-devolvido pic 9(10)v99 value ZERO.
       77 wrk-sn-prazo-medio pic 9(05) value ZERO.
       77 wrk-sn-pontual pic 9(03)v9 value ZERO.
       77 wrk-sn-atendimento pic 9(03)v9 value ZERO.
       77 wrk-sn-variacao pic s9(05)v9 value ZERO.
       77 wrk-sn-devolucao pic 9(05)v9 value ZERO.
       77 wrk-sn-nota-preco pic s9(05)v9 value ZERO.
       77 wrk-sn-nota-qualidade pic s9(05)v9 value ZERO.
       77 wrk-sn-nota pic 9(03)v9 value ZERO.
       77 wrk-sn-perc-ed pic zz9.9 value ZERO.
       77 wrk-sn-var-ed pic -(4)9.9 value ZERO.
       77 wrk-sn-qtd-ed pic zzzz9 value ZERO.

       PROCEDURE DIVISION.

       0050-principal section.
           MOVE SPACE to wrk-opcao.
           PERFORM 0090-verificar-lock.
           PERFORM 0100-inicializar.
           PERFORM 0200-menu UNTIL wrk-opcao EQUAL "9".
           DISPLAY "finalizar".
           CLOSE FORNECEDORES.
           CLOSE PRODUTOS.
           CLOSE PED-COMPRA.
           CLOSE PAGAR.
           CLOSE DIVERGENCIAS.
           CLOSE LOTES.
           CLOSE FORN-PRODUTOS.
           CLOSE PRECOS.
           CLOSE COMPRA-BKO.
           PERFORM 0095-soltar-lock.
           GOBACK.

               CLOSE PED-COMPRA
               OPEN I-O PED-COMPRA
           END-IF.
           OPEN I-O PAGAR.
           IF fs-pagar EQUAL 35
               OPEN OUTPUT PAGAR
               CLOSE PAGAR
               OPEN I-O PAGAR
           END-IF.
           OPEN I-O DIVERGENCIAS.
           IF fs-divergencias EQUAL 35
               OPEN OUTPUT DIVERGENCIAS
               CLOSE DIVERGENCIAS
               OPEN I-O DIVERGENCIAS
           END-IF.
           OPEN I-O LOTES.
           IF fs-lotes EQUAL 35
               OPEN OUTPUT LOTES
               CLOSE LOTES
               OPEN I-O LOTES
           END-IF.
           OPEN I-O FORN-PRODUTOS.
           IF fs-forn-produtos EQUAL 35
               OPEN OUTPUT FORN-PRODUTOS
               CLOSE FORN-PRODUTOS
               OPEN I-O FORN-PRODUTOS
           END-IF.
           OPEN I-O PRECOS.
           IF fs-precos EQUAL 35
               OPEN OUTPUT PRECOS
               CLOSE PRECOS
               OPEN I-O PRECOS
           END-IF.
           OPEN I-O COMPRA-BKO.
           IF fs-compra-bko EQUAL 35
               OPEN OUTPUT COMPRA-BKO
               CLOSE COMPRA-BKO
               OPEN I-O COMPRA-BKO
           END-IF.

       0200-menu SECTION.
           DISPLAY "1-incluir fornecedor  2-consultar fornecedor"
               "  3-alterar fornecedor  4-desativar fornecedor".
           DISPLAY "5-sugerir pedidos de compra"
               "  6-receber mercadoria  7-compras abertas  9-sair".
           DISPLAY "8-preco e entrega prevista da linha"
               "  E-encerrar linha  D-divergencias pendentes".
           DISPLAY "V-devolver mercadoria ao fornecedor"
               "  T-importar tabela do fornecedor"
               "  P-propostas de preco de venda".
           DISPLAY "S-scorecard trimestral de fornecedores".
           DISPLAY "opcao"
               ACCEPT wrk-opcao.
           EVALUATE wrk-opcao
               WHEN "1"
                   PERFORM 0110-incluir
               WHEN "2"
                   PERFORM 0120-consultar
               WHEN "3"
                   PERFORM 0130-alterar
               WHEN "4"
                   PERFORM 0140-desativar
               WHEN "5"
                   PERFORM 0150-sugerir-compras
               WHEN "6"
                   PERFORM 0160-receber-mercadoria
               WHEN "7"
                   PERFORM 0170-compras-abertas
               WHEN "8"
                   PERFORM 0155-preco-negociado
               WHEN "E"
               WHEN "e"
                   PERFORM 0165-encerrar-linha
               WHEN "D"
               WHEN "d"
                   PERFORM 0180-relatorio-divergencias
               WHEN "V"
               WHEN "v"
                   PERFORM 0190-devolver-fornecedor
               WHEN "T"
               WHEN "t"
                   PERFORM 0171-importar-tabela
               WHEN "P"
               WHEN "p"
                   PERFORM 0178-aceitar-propostas
               WHEN "S"
               WHEN "s"
                   PERFORM 0185-scorecard
               WHEN "9"
                   CONTINUE
               WHEN OTHER
                   DISPLAY "opcao invalida"
               ACCEPT wrk-nome.
           DISPLAY "digite o telefone"
               ACCEPT wrk-fone.
           DISPLAY "banco para pagamento (0 = sem conta)"
               ACCEPT wrk-banco.
           DISPLAY "agencia"
               ACCEPT wrk-agencia.
           DISPLAY "conta corrente"
               ACCEPT wrk-conta.
           MOVE wrk-codigo to FOR-CODIGO.
           MOVE wrk-nome to FOR-NOME.
           MOVE wrk-fone to FOR-FONE.
           MOVE wrk-banco to FOR-BANCO.
           MOVE wrk-agencia to FOR-AGENCIA.
           MOVE wrk-conta to FOR-CONTA.
           SET FORNECEDOR-ATIVO to TRUE.
           WRITE REG-FORNECEDOR
               INVALID KEY
               NOT INVALID KEY
                   DISPLAY "nome....: " FOR-NOME
                   DISPLAY "telefone: " FOR-FONE
                   DISPLAY "banco...: " FOR-BANCO " agencia "
                           FOR-AGENCIA " conta " FOR-CONTA
                   DISPLAY "situacao: " FOR-SITUACAO
           END-READ.

                   DISPLAY "telefone atual: " FOR-FONE
                   DISPLAY "novo telefone"
                       ACCEPT wrk-fone
                   DISPLAY "banco/agencia/conta atuais: " FOR-BANCO
                           " " FOR-AGENCIA " " FOR-CONTA
                   DISPLAY "novo banco (0 = sem conta)"
                       ACCEPT wrk-banco
                   DISPLAY "nova agencia"
                       ACCEPT wrk-agencia
                   DISPLAY "nova conta corrente"
                       ACCEPT wrk-conta
                   MOVE wrk-nome to FOR-NOME
                   MOVE wrk-fone to FOR-FONE
                   MOVE wrk-banco to FOR-BANCO
                   MOVE wrk-agencia to FOR-AGENCIA
                   MOVE wrk-conta to FOR-CONTA
                   REWRITE REG-FORNECEDOR
           END-READ.

                   END-IF
           END-READ.

       0145-carregar-pendencias SECTION.
      *backorders abertos somados por produto e, para os mesmos
      *produtos, o saldo ainda a receber das linhas de compra
      *abertas ou parciais
           MOVE ZERO to wrk-pd-qtd.
           IF wrk-tem-backorders NOT EQUAL "S"
               GO to 0145-fim
           END-IF.
           MOVE ZERO to BO-PEDIDO BO-SEQ.
           START BACKORDERS KEY IS NOT LESS THAN BO-CHAVE
               INVALID KEY
                   CONTINUE
           END-START.
           IF fs-backorders EQUAL 00
               READ BACKORDERS NEXT
               PERFORM UNTIL fs-backorders NOT EQUAL 00
                   IF BACKORDER-ABERTO AND BO-QTD-PENDENTE > ZERO
                       MOVE BO-PRODUTO to wrk-pd-busca
                       PERFORM 0146-localizar-pendencia
                       IF wrk-pd-achou NOT EQUAL "S"
                               AND wrk-pd-qtd < wrk-pd-max
                           ADD 1 to wrk-pd-qtd
                           MOVE wrk-pd-qtd to wrk-pd-ind
                           MOVE BO-PRODUTO
                               to wrk-pd-produto(wrk-pd-ind)
                           MOVE ZERO to wrk-pd-backorder(wrk-pd-ind)
                           MOVE ZERO to wrk-pd-em-compra(wrk-pd-ind)
                           MOVE "S" to wrk-pd-achou
                       END-IF
                       IF wrk-pd-achou EQUAL "S"
                           ADD BO-QTD-PENDENTE
                               to wrk-pd-backorder(wrk-pd-ind)
                       ELSE
                           DISPLAY "tabela de backorders cheia -"
                                   " produto fora: " BO-PRODUTO
                       END-IF
                   END-IF
                   READ BACKORDERS NEXT
               END-PERFORM
           END-IF.
           IF wrk-pd-qtd EQUAL ZERO
               GO to 0145-fim
           END-IF.
           MOVE ZERO to OC-NUMERO OC-SEQ.
           START PED-COMPRA KEY IS NOT LESS THAN OC-CHAVE.
           IF fs-ped-compra EQUAL 00
               READ PED-COMPRA NEXT
               PERFORM UNTIL fs-ped-compra NOT EQUAL 00
                   IF COMPRA-ABERTA OR COMPRA-PARCIAL
                       MOVE OC-PRODUTO to wrk-pd-busca
                       PERFORM 0146-localizar-pendencia
                       IF wrk-pd-achou EQUAL "S"
                               AND OC-QUANTIDADE > OC-QTD-RECEBIDA
                           COMPUTE wrk-pd-em-compra(wrk-pd-ind) =
                                   wrk-pd-em-compra(wrk-pd-ind)
                                   + OC-QUANTIDADE - OC-QTD-RECEBIDA
                       END-IF
                   END-IF
                   READ PED-COMPRA NEXT
               END-PERFORM
           END-IF.
       0145-fim.
           EXIT.

       0146-localizar-pendencia SECTION.
      *posiciona wrk-pd-ind no produto wrk-pd-busca da tabela
           MOVE "N" to wrk-pd-achou.
           PERFORM VARYING wrk-pd-ind FROM 1 BY 1
                   UNTIL wrk-pd-ind > wrk-pd-qtd
               IF wrk-pd-produto(wrk-pd-ind) EQUAL wrk-pd-busca
                   MOVE "S" to wrk-pd-achou
                   EXIT PERFORM
               END-IF
           END-PERFORM.

       0147-liquido-backorders SECTION.
      *backorders do produto em PRO-CODIGO que as compras em aberto
      *ainda nao cobrem
           MOVE ZERO to wrk-bo-liquido.
           MOVE PRO-CODIGO to wrk-pd-busca.
           PERFORM 0146-localizar-pendencia.
           IF wrk-pd-achou EQUAL "S"
               IF wrk-pd-backorder(wrk-pd-ind)
                       > wrk-pd-em-compra(wrk-pd-ind)
                   COMPUTE wrk-bo-liquido =
                           wrk-pd-backorder(wrk-pd-ind)
                           - wrk-pd-em-compra(wrk-pd-ind)
               END-IF
           END-IF.

       0148-vincular-backorders SECTION.
      *amarra a linha recem-gravada aos backorders do produto que
      *ela cobre, do mais antigo para o mais novo (a ordem da chave
      *e a cronologica), ate a parte da quantidade que veio das
      *pendencias; backorder ja amarrado a outra compra que ainda
      *nao foi atendida fica de fora
           MOVE wrk-bo-liquido to wrk-bo-cobrir.
           MOVE ZERO to BO-PEDIDO BO-SEQ.
           START BACKORDERS KEY IS NOT LESS THAN BO-CHAVE
               INVALID KEY
                   CONTINUE
           END-START.
           IF fs-backorders EQUAL 00
               READ BACKORDERS NEXT
               PERFORM UNTIL fs-backorders NOT EQUAL 00
                       OR wrk-bo-cobrir EQUAL ZERO
                   IF BACKORDER-ABERTO AND BO-QTD-PENDENTE > ZERO
                           AND BO-PRODUTO EQUAL OC-PRODUTO
                       PERFORM 0149-gravar-vinculo
                   END-IF
                   READ BACKORDERS NEXT
               END-PERFORM
           END-IF.

       0149-gravar-vinculo SECTION.
           MOVE "N" to wrk-bo-coberto.
           MOVE BO-PEDIDO to OBK-BO-PEDIDO.
           MOVE BO-SEQ to OBK-BO-SEQ.
           START COMPRA-BKO KEY IS EQUAL TO OBK-BACKORDER
               INVALID KEY
                   CONTINUE
           END-START.
           IF fs-compra-bko EQUAL 00
               READ COMPRA-BKO NEXT
               PERFORM UNTIL fs-compra-bko NOT EQUAL 00
                       OR OBK-BO-PEDIDO NOT EQUAL BO-PEDIDO
                       OR OBK-BO-SEQ NOT EQUAL BO-SEQ
                   IF VINCULO-AGUARDANDO OR VINCULO-CHEGOU
                       MOVE "S" to wrk-bo-coberto
                   END-IF
                   READ COMPRA-BKO NEXT
               END-PERFORM
           END-IF.
           IF wrk-bo-coberto EQUAL "S"
               GO to 0149-fim
           END-IF.
           MOVE OC-NUMERO to OBK-OC-NUMERO.
           MOVE OC-SEQ to OBK-OC-SEQ.
           MOVE BO-PEDIDO to OBK-BO-PEDIDO.
           MOVE BO-SEQ to OBK-BO-SEQ.
           MOVE BO-PRODUTO to OBK-PRODUTO.
           IF BO-QTD-PENDENTE > wrk-bo-cobrir
               MOVE wrk-bo-cobrir to OBK-QTD
           ELSE
               MOVE BO-QTD-PENDENTE to OBK-QTD
           END-IF.
           MOVE OC-DATA to OBK-DATA.
           SET VINCULO-AGUARDANDO to TRUE.
           WRITE REG-COMPRA-BKO
               INVALID KEY
                   REWRITE REG-COMPRA-BKO
           END-WRITE.
           SUBTRACT OBK-QTD from wrk-bo-cobrir.
           ADD 1 to wrk-bo-vinculados.
           MOVE SPACES to REL-SG-LINHA.
           MOVE "cobre backorder do pedido" to REL-SG-LINHA(16:25).
           MOVE BO-PEDIDO to REL-SG-LINHA(42:7).
           MOVE "item" to REL-SG-LINHA(50:4).
           MOVE BO-SEQ to REL-SG-LINHA(55:3).
           MOVE "qtd" to REL-SG-LINHA(59:3).
           MOVE OBK-QTD to REL-SG-LINHA(63:5).
           WRITE REL-SUGESTAO-REG.
       0149-fim.
           EXIT.

       0150-sugerir-compras SECTION.
      *transforma tudo que furou o minimo em linhas de pedido de
      *compra, um numero por fornecedor nesta rodada; produto sem
      *quantidade de reposicao cadastrada sugere completar ate o
      *dobro do minimo; os backorders abertos do produto que as
      *compras em aberto ainda nao cobrem somam na quantidade
           MOVE ZERO to wrk-sg-qtd wrk-sg-linhas.
           MOVE ZERO to wrk-bo-vinculados.
           OPEN INPUT BACKORDERS.
           IF fs-backorders EQUAL 00
               MOVE "S" to wrk-tem-backorders
           ELSE
               MOVE "N" to wrk-tem-backorders
           END-IF.
           PERFORM 0145-carregar-pendencias.
           OPEN OUTPUT REL-SUGESTAO.
           MOVE SPACES to REL-SG-LINHA.
           MOVE "pedidos de compra sugeridos -"
               READ PRODUTOS NEXT
               PERFORM UNTIL fs-produtos NOT EQUAL 00
                   IF produto-ativo
                       PERFORM 0147-liquido-backorders
                       IF PRO-ESTOQUE < PRO-ESTOQUE-MIN
                               OR wrk-bo-liquido > ZERO
                           PERFORM 0151-sugerir-produto
                       END-IF
                   END-IF
                   READ PRODUTOS NEXT
               END-PERFORM
           MOVE SPACES to REL-SG-LINHA.
           MOVE "linhas sugeridas:" to REL-SG-LINHA(1:17).
           MOVE wrk-sg-linhas to REL-SG-LINHA(19:5).
           MOVE "backorders cobertos:" to REL-SG-LINHA(27:20).
           MOVE wrk-bo-vinculados to REL-SG-LINHA(48:5).
           WRITE REL-SUGESTAO-REG.
           CLOSE REL-SUGESTAO.
           IF wrk-tem-backorders EQUAL "S"
               CLOSE BACKORDERS
           END-IF.
           DISPLAY "linhas de compra sugeridas: " wrk-sg-linhas
                   " (relatorio gravado)".

       0151-sugerir-produto SECTION.
      *acha (ou abre) o pedido de compra do fornecedor preferencial
      *nesta rodada e acrescenta a linha do produto
           MOVE ZERO to wrk-qtd-sugerida.
           IF PRO-ESTOQUE < PRO-ESTOQUE-MIN
               IF PRO-QTD-REPOSICAO > ZERO
                   MOVE PRO-QTD-REPOSICAO to wrk-qtd-sugerida
               ELSE
                   COMPUTE wrk-qtd-sugerida =
                           (PRO-ESTOQUE-MIN * 2) - PRO-ESTOQUE
               END-IF
           END-IF.
           ADD wrk-bo-liquido to wrk-qtd-sugerida.
           MOVE "N" to wrk-sg-achou.
           PERFORM VARYING wrk-sg-ind FROM 1 BY 1
                   UNTIL wrk-sg-ind > wrk-sg-qtd
           MOVE PRO-FORNECEDOR to OC-FORNECEDOR.
           MOVE PRO-CODIGO to OC-PRODUTO.
           MOVE wrk-qtd-sugerida to OC-QUANTIDADE.
           MOVE PRO-CUSTO-MEDIO to OC-PRECO-UNIT.
           ACCEPT OC-DATA FROM DATE YYYYMMDD.
           MOVE ZERO to OC-QTD-RECEBIDA OC-QTD-DEVOLVIDA.
      *entrega prevista no prazo padrao, acertada depois pelo
      *comprador junto com o preco
           MOVE "A" to wrk-ds-funcao.
           MOVE OC-DATA to wrk-ds-data1.
           MOVE wrk-prazo-entrega to wrk-ds-dias.
           CALL "datesrv" USING wrk-ds-funcao wrk-ds-data1
                   wrk-ds-data2 wrk-ds-dias wrk-ds-status.
           MOVE wrk-ds-data2 to OC-PREVISAO.
           SET COMPRA-ABERTA to TRUE.
           WRITE REG-PED-COMPRA
               INVALID KEY
           MOVE PRO-DESCRICAO to REL-SG-LINHA(23:30).
           MOVE "qtd" to REL-SG-LINHA(55:3).
           MOVE wrk-qtd-sugerida to REL-SG-LINHA(59:5).
           MOVE OC-PRECO-UNIT to wrk-valor-ed.
           MOVE wrk-valor-ed to REL-SG-LINHA(66:10).
           WRITE REL-SUGESTAO-REG.
           IF wrk-bo-liquido > ZERO
               PERFORM 0148-vincular-backorders
           END-IF.
       0151-fim.
           EXIT.

           CLOSE OC-CONTROL.

       0160-receber-mercadoria SECTION.
      *entrada de uma entrega contra uma linha do pedido de compra
      *com a nota do fornecedor: o saldo sobe com movimento "E" no
      *diario (ao preco da nota, que entra no custo medio), o
      *recebido da linha acumula ate completar a quantidade (a
      *linha fica parcial ate la) e o titulo a pagar da nota nasce
      *no contas a pagar;
      *pedido, recebimento e nota sao confrontados e qualquer
      *diferenca retem o titulo ate a liberacao do supervisor;
      *produto controlado por lote pede o lote e a validade, e a
      *entrega entra no lote da filial que recebe
           MOVE SPACES to wrk-rec-lote.
           MOVE ZERO to wrk-rec-validade.
           DISPLAY "numero do pedido de compra"
               ACCEPT wrk-rec-numero.
           DISPLAY "sequencia da linha"
           READ PED-COMPRA
               INVALID KEY
                   DISPLAY "linha de compra nao encontrada"
                   GO to 0160-fim
           END-READ.
           IF COMPRA-RECEBIDA
               DISPLAY "linha ja recebida"
               GO to 0160-fim
           END-IF.
           IF COMPRA-ENCERRADA
               DISPLAY "linha encerrada pelo comprador"
               GO to 0160-fim
           END-IF.
           COMPUTE wrk-rec-saldo = OC-QUANTIDADE - OC-QTD-RECEBIDA.
           MOVE OC-PRECO-UNIT to wrk-valor-ed.
           DISPLAY "produto " OC-PRODUTO " pedido " OC-QUANTIDADE
                   " a " wrk-valor-ed.
           DISPLAY "ja recebido " OC-QTD-RECEBIDA " saldo "
                   wrk-rec-saldo.
           DISPLAY "numero da nota fiscal do fornecedor"
               ACCEPT wrk-rec-nf.
           DISPLAY "quantidade recebida (0 = o saldo)"
               ACCEPT wrk-rec-qtd.
           IF wrk-rec-qtd EQUAL ZERO
               MOVE wrk-rec-saldo to wrk-rec-qtd
           END-IF.
           DISPLAY "quantidade faturada na nota (0 = a recebida)"
               ACCEPT wrk-rec-qtd-nf.
           IF wrk-rec-qtd-nf EQUAL ZERO
               MOVE wrk-rec-qtd to wrk-rec-qtd-nf
           END-IF.
           DISPLAY "preco unitario da nota (0 = o negociado)"
               ACCEPT wrk-rec-custo.
           IF wrk-rec-custo EQUAL ZERO
               MOVE OC-PRECO-UNIT to wrk-rec-custo
           END-IF.
      *icms destacado vira credito na apuracao da uf do emitente
           MOVE SPACES to wrk-rec-uf.
           DISPLAY "icms destacado na nota (0 = sem credito)"
               ACCEPT wrk-rec-icms.
           IF wrk-rec-icms > ZERO
               DISPLAY "uf do emitente da nota"
                   ACCEPT wrk-rec-uf
               MOVE "N" to wrk-uf-ok
               PERFORM VARYING wrk-uf-ind FROM 1 BY 1
                       UNTIL wrk-uf-ind > wrk-uf-qtd
                   IF wrk-rec-uf EQUAL wrk-uf-ex(wrk-uf-ind)
                       MOVE "S" to wrk-uf-ok
                   END-IF
               END-PERFORM
               IF wrk-uf-ok NOT EQUAL "S"
                   DISPLAY "uf invalida - recebimento recusado"
                   GO to 0160-fim
               END-IF
           END-IF.
           DISPLAY "vencimento da nota (AAAAMMDD, 0 = 30 dias)"
               ACCEPT wrk-rec-vencimento.
           IF wrk-rec-vencimento EQUAL ZERO
               MOVE "A" to wrk-ds-funcao
               ACCEPT wrk-ds-data1 FROM DATE YYYYMMDD
               MOVE 30 to wrk-ds-dias
           ELSE
               MOVE "V" to wrk-ds-funcao
               MOVE wrk-rec-vencimento to wrk-ds-data1
           END-IF.
           CALL "datesrv" USING wrk-ds-funcao wrk-ds-data1
                   wrk-ds-data2 wrk-ds-dias wrk-ds-status.
           IF wrk-ds-status NOT EQUAL "00"
               DISPLAY "vencimento invalido - recebimento recusado"
               GO to 0160-fim
           END-IF.
           IF wrk-rec-vencimento EQUAL ZERO
               MOVE wrk-ds-data2 to wrk-rec-vencimento
           END-IF.
           DISPLAY "filial que recebe (1-9, 0=nenhuma)"
               ACCEPT wrk-rec-filial.
           IF wrk-rec-filial > 9
               MOVE ZERO to wrk-rec-filial
           END-IF.
           MOVE OC-PRODUTO to PRO-CODIGO.
           READ PRODUTOS
               INVALID KEY
                   DISPLAY "produto fora do cadastro"
                   GO to 0160-fim
           END-READ.
           IF produto-com-lote
               PERFORM 0166-informar-lote
               IF wrk-rec-lote-ok NOT EQUAL "S"
                   DISPLAY "lote ou validade invalidos - recebimento"
                           " recusado"
                   GO to 0160-fim
               END-IF
           END-IF.
      *custo medio movel: saldo antigo ao custo medio + a entrada
      *ao custo da compra
           MOVE PRO-ESTOQUE to wrk-saldo-antes.
           ADD wrk-rec-qtd to PRO-ESTOQUE.
           IF wrk-rec-filial > 0
               ADD wrk-rec-qtd to PRO-EST-FIL(wrk-rec-filial)
           END-IF.
           IF PRO-ESTOQUE > ZERO
               COMPUTE PRO-CUSTO-MEDIO ROUNDED =
                       ((wrk-saldo-antes * PRO-CUSTO-MEDIO)
                        + (wrk-rec-qtd * wrk-rec-custo))
                       / PRO-ESTOQUE
           END-IF.
           REWRITE REG-PRODUTO.
           PERFORM 0161-movimento-entrada.
           IF produto-com-lote
               PERFORM 0167-gravar-lote
           END-IF.
           ADD wrk-rec-qtd to OC-QTD-RECEBIDA.
           IF OC-QTD-RECEBIDA NOT < OC-QUANTIDADE
               SET COMPRA-RECEBIDA to TRUE
           ELSE
               SET COMPRA-PARCIAL to TRUE
           END-IF.
           REWRITE REG-PED-COMPRA.
           DISPLAY "recebido: " wrk-rec-qtd " novo saldo "
                   PRO-ESTOQUE " linha " OC-SITUACAO.
           PERFORM 0196-liberar-backorders.
           PERFORM 0162-gerar-titulo-pagar.
       0160-fim.
           EXIT.

       0196-liberar-backorders SECTION.
      *entrega recebida contra a linha: os backorders amarrados a
      *ela, ate onde a quantidade recebida alcanca, passam a frente
      *no proximo atendimento de backorders do prg14
           MOVE wrk-rec-qtd to wrk-bo-cobrir.
           MOVE ZERO to wrk-bo-vinculados.
           MOVE OC-NUMERO to OBK-OC-NUMERO.
           MOVE OC-SEQ to OBK-OC-SEQ.
           MOVE ZERO to OBK-BO-PEDIDO OBK-BO-SEQ.
           START COMPRA-BKO KEY IS NOT LESS THAN OBK-CHAVE
               INVALID KEY
                   CONTINUE
           END-START.
           IF fs-compra-bko EQUAL 00
               READ COMPRA-BKO NEXT
               PERFORM UNTIL fs-compra-bko NOT EQUAL 00
                       OR OBK-OC-NUMERO NOT EQUAL OC-NUMERO
                       OR OBK-OC-SEQ NOT EQUAL OC-SEQ
                       OR wrk-bo-cobrir EQUAL ZERO
                   IF VINCULO-AGUARDANDO
                       SET VINCULO-CHEGOU to TRUE
                       REWRITE REG-COMPRA-BKO
                       ADD 1 to wrk-bo-vinculados
                       IF OBK-QTD > wrk-bo-cobrir
                           MOVE ZERO to wrk-bo-cobrir
                       ELSE
                           SUBTRACT OBK-QTD from wrk-bo-cobrir
                       END-IF
                   END-IF
                   READ COMPRA-BKO NEXT
               END-PERFORM
           END-IF.
           IF wrk-bo-vinculados > ZERO
               DISPLAY "backorders cobertos pela entrega: "
                       wrk-bo-vinculados " - rode o atendimento de"
                       " backorders do prg14 (opcao 8)"
           END-IF.

       0197-cancelar-vinculos SECTION.
      *linha encerrada sem completar: os backorders que ela cobria
      *e ainda esperavam a entrega voltam para a proxima sugestao
           MOVE OC-NUMERO to OBK-OC-NUMERO.
           MOVE OC-SEQ to OBK-OC-SEQ.
           MOVE ZERO to OBK-BO-PEDIDO OBK-BO-SEQ.
           START COMPRA-BKO KEY IS NOT LESS THAN OBK-CHAVE
               INVALID KEY
                   CONTINUE
           END-START.
           IF fs-compra-bko EQUAL 00
               READ COMPRA-BKO NEXT
               PERFORM UNTIL fs-compra-bko NOT EQUAL 00
                       OR OBK-OC-NUMERO NOT EQUAL OC-NUMERO
                       OR OBK-OC-SEQ NOT EQUAL OC-SEQ
                   IF VINCULO-AGUARDANDO
                       SET VINCULO-CANCELADO to TRUE
                       REWRITE REG-COMPRA-BKO
                   END-IF
                   READ COMPRA-BKO NEXT
               END-PERFORM
           END-IF.

       0161-movimento-entrada SECTION.
           MOVE SPACES to REG-MOVIMENTO.
           MOVE "COMPRA" to MOV-ORIGEM.
           MOVE wrk-rec-custo to MOV-CUSTO-UNIT.
           MOVE wrk-rec-filial to MOV-FILIAL.
           MOVE wrk-rec-lote to MOV-LOTE.
           OPEN EXTEND ESTOQUE-MOV.
           IF fs-estoque-mov EQUAL 35
               OPEN OUTPUT ESTOQUE-MOV
           WRITE REG-MOVIMENTO.
           CLOSE ESTOQUE-MOV.

       0166-informar-lote SECTION.
      *lote obrigatorio e validade valida, sem aceitar mercadoria
      *que ja chega vencida
           MOVE "N" to wrk-rec-lote-ok.
           DISPLAY "numero do lote"
               ACCEPT wrk-rec-lote.
           IF wrk-rec-lote EQUAL SPACES
               GO to 0166-fim
           END-IF.
           DISPLAY "validade do lote (AAAAMMDD)"
               ACCEPT wrk-rec-validade.
           MOVE "V" to wrk-ds-funcao.
           MOVE wrk-rec-validade to wrk-ds-data1.
           CALL "datesrv" USING wrk-ds-funcao wrk-ds-data1
                   wrk-ds-data2 wrk-ds-dias wrk-ds-status.
           IF wrk-ds-status NOT EQUAL "00"
               GO to 0166-fim
           END-IF.
           ACCEPT wrk-hoje FROM DATE YYYYMMDD.
           IF wrk-rec-validade < wrk-hoje
               DISPLAY "lote ja vencido em " wrk-rec-validade
               GO to 0166-fim
           END-IF.
           MOVE "S" to wrk-rec-lote-ok.
       0166-fim.
           EXIT.

       0167-gravar-lote SECTION.
      *mesmo lote e validade na mesma filial soma no saldo; lote
      *novo nasce ativo com a data da entrada
           MOVE OC-PRODUTO to LOT-PRODUTO.
           MOVE wrk-rec-filial to LOT-FILIAL.
           MOVE wrk-rec-validade to LOT-VALIDADE.
           MOVE wrk-rec-lote to LOT-NUMERO.
           READ LOTES
               INVALID KEY
                   MOVE wrk-rec-qtd to LOT-SALDO
                   ACCEPT LOT-ENTRADA FROM DATE YYYYMMDD
                   SET LOTE-ATIVO to TRUE
                   WRITE REG-LOTE
               NOT INVALID KEY
                   ADD wrk-rec-qtd to LOT-SALDO
                   SET LOTE-ATIVO to TRUE
                   REWRITE REG-LOTE
           END-READ.
           DISPLAY "lote " wrk-rec-lote " validade "
                   wrk-rec-validade " saldo " LOT-SALDO.

       0162-gerar-titulo-pagar SECTION.
      *titulo da nota do fornecedor: quantidade faturada vezes o
      *preco da nota; entrega acima do saldo da linha, diferenca
      *entre recebida e faturada ou entre o preco negociado e o da
      *nota retem o titulo e grava a divergencia para o supervisor
      *liberar no ctapagar (entrega abaixo do saldo e so parcial)
           MOVE "N" to wrk-rec-diverge.
           IF wrk-rec-qtd > wrk-rec-saldo
                   OR wrk-rec-qtd NOT EQUAL wrk-rec-qtd-nf
                   OR OC-PRECO-UNIT NOT EQUAL wrk-rec-custo
               MOVE "S" to wrk-rec-diverge
           END-IF.
           PERFORM 0163-obter-numero-cp.
           MOVE OC-FORNECEDOR to CP-FORNECEDOR.
           COMPUTE CP-VALOR = wrk-rec-qtd-nf * wrk-rec-custo.
           ACCEPT CP-EMISSAO FROM DATE YYYYMMDD.
           MOVE wrk-rec-vencimento to CP-VENCIMENTO.
           MOVE ZERO to CP-PAGO.
           SET PAGAR-ABERTO to TRUE.
           MOVE wrk-rec-nf to CP-NF-FORNECEDOR.
           MOVE OC-NUMERO to CP-OC-NUMERO.
           MOVE OC-SEQ to CP-OC-SEQ.
           MOVE wrk-rec-custo to CP-PRECO-UNIT.
           MOVE ZERO to CP-DATA-PAGTO.
           MOVE SPACE to CP-AGENDA CP-APROVADOR.
           MOVE wrk-rec-icms to CP-ICMS.
           MOVE wrk-rec-uf to CP-ICMS-UF.
           MOVE SPACE to CP-ORIGEM.
           IF wrk-rec-diverge EQUAL "S"
               SET PAGAR-RETIDO to TRUE
           ELSE
               MOVE SPACE to CP-RETENCAO
           END-IF.
      *numero ja tomado por outro programa da serie (ctapagar,
      *fretes, apuricms, despfixa): o controle avanca e o titulo
      *vai no numero seguinte; o recebimento ja foi lancado e nao
      *pode ficar sem o titulo
       0162-gravar.
           MOVE wrk-numero-cp to CP-NUMERO.
           WRITE REG-PAGAR
               INVALID KEY
                   IF fs-pagar EQUAL 22
                       ADD 1 to wrk-numero-cp
                       PERFORM 0164-gravar-numero-cp
                       GO to 0162-gravar
                   END-IF
                   DISPLAY "erro ao gravar o titulo a pagar, status "
                           fs-pagar
                   GO to 0162-fim
           END-WRITE.
           PERFORM 0164-gravar-numero-cp.
           MOVE CP-VALOR to wrk-valor-gr-ed.
           DISPLAY "titulo a pagar " CP-NUMERO " de "
                   wrk-valor-gr-ed " vencendo " CP-VENCIMENTO.
           IF wrk-rec-icms > ZERO
               MOVE SPACES to REG-ICMS-MOV
               ACCEPT ICM-DATA FROM DATE YYYYMMDD
               MOVE wrk-rec-uf to ICM-UF
               SET ICMS-CREDITO-COMPRA to TRUE
               MOVE wrk-rec-icms to ICM-VALOR
               MOVE wrk-rec-nf to ICM-DOCUMENTO
               MOVE OC-FORNECEDOR to ICM-PARCEIRO
               PERFORM 0168-gravar-icms
           END-IF.
           IF wrk-rec-diverge EQUAL "S"
               MOVE CP-NUMERO to DIV-TITULO
               MOVE OC-NUMERO to DIV-OC-NUMERO
               MOVE OC-SEQ to DIV-OC-SEQ
               MOVE OC-FORNECEDOR to DIV-FORNECEDOR
               MOVE OC-PRODUTO to DIV-PRODUTO
               MOVE wrk-rec-nf to DIV-NF
               MOVE wrk-rec-saldo to DIV-QTD-PEDIDA
               MOVE wrk-rec-qtd to DIV-QTD-RECEBIDA
               MOVE wrk-rec-qtd-nf to DIV-QTD-FATURADA
               MOVE OC-PRECO-UNIT to DIV-PRECO-PEDIDO
               MOVE wrk-rec-custo to DIV-PRECO-FATURADO
               ACCEPT DIV-DATA FROM DATE YYYYMMDD
               SET DIVERGENCIA-PENDENTE to TRUE
               MOVE SPACES to DIV-SUPERVISOR DIV-LIBERACAO
               WRITE REG-DIVERGENCIA
                   INVALID KEY
                       REWRITE REG-DIVERGENCIA
               END-WRITE
               DISPLAY "pedido, recebimento e nota divergem -"
                       " titulo retido para liberacao"
           END-IF.
       0162-fim.
           EXIT.

       0168-gravar-icms SECTION.
           OPEN EXTEND ICMS-MOV.
           IF fs-icms-mov EQUAL 35
               OPEN OUTPUT ICMS-MOV
           END-IF.
           WRITE REG-ICMS-MOV.
           CLOSE ICMS-MOV.

       0163-obter-numero-cp SECTION.
      *mesma serie de numeracao do ctapagar
           MOVE 1 to wrk-numero-cp.
           OPEN INPUT PAGAR-CONTROL.
           IF fs-pagar-control EQUAL 00
               READ PAGAR-CONTROL
               IF fs-pagar-control EQUAL 00
                   MOVE CP-PROXIMO to wrk-numero-cp
               END-IF
               CLOSE PAGAR-CONTROL
           END-IF.

       0164-gravar-numero-cp SECTION.
           COMPUTE CP-PROXIMO = wrk-numero-cp + 1.
           OPEN OUTPUT PAGAR-CONTROL.
           WRITE PAGAR-CONTROL-REG.
           CLOSE PAGAR-CONTROL.

       0155-preco-negociado SECTION.
      *acerto do preco unitario combinado com o fornecedor e da
      *entrega prevista numa linha ainda aberta; o preco e o que o
      *recebimento confronta com a nota
           DISPLAY "numero do pedido de compra"
               ACCEPT wrk-rec-numero.
           DISPLAY "sequencia da linha"
               ACCEPT wrk-rec-seq.
           MOVE wrk-rec-numero to OC-NUMERO.
           MOVE wrk-rec-seq to OC-SEQ.
           READ PED-COMPRA
               INVALID KEY
                   DISPLAY "linha de compra nao encontrada"
               NOT INVALID KEY
                   IF COMPRA-RECEBIDA OR COMPRA-ENCERRADA
                       DISPLAY "linha ja recebida ou encerrada"
                   ELSE
                       MOVE OC-PRECO-UNIT to wrk-valor-ed
                       DISPLAY "produto " OC-PRODUTO " qtd "
                               OC-QUANTIDADE " preco atual "
                               wrk-valor-ed
                       DISPLAY "novo preco unitario (0 = mantem)"
                           ACCEPT wrk-preco
                       IF wrk-preco > ZERO
                           MOVE wrk-preco to OC-PRECO-UNIT
                       END-IF
                       DISPLAY "entrega prevista atual " OC-PREVISAO
                       DISPLAY "nova entrega prevista (AAAAMMDD,"
                               " 0 = mantem)"
                           ACCEPT wrk-previsao
                       IF wrk-previsao > ZERO
                           MOVE "V" to wrk-ds-funcao
                           MOVE wrk-previsao to wrk-ds-data1
                           CALL "datesrv" USING wrk-ds-funcao
                                   wrk-ds-data1 wrk-ds-data2
                                   wrk-ds-dias wrk-ds-status
                           IF wrk-ds-status EQUAL "00"
                               MOVE wrk-previsao to OC-PREVISAO
                           ELSE
                               DISPLAY "data invalida - previsao"
                                       " mantida"
                           END-IF
                       END-IF
                       REWRITE REG-PED-COMPRA
                   END-IF
           END-READ.

       0170-compras-abertas SECTION.
      *lista em tela as linhas de compra ainda por receber (abertas
      *ou parciais), com o saldo a receber e os dias de atraso
      *contra a entrega prevista
           ACCEPT wrk-hoje FROM DATE YYYYMMDD.
           MOVE ZERO to OC-NUMERO OC-SEQ.
           START PED-COMPRA KEY IS NOT LESS THAN OC-CHAVE.
           IF fs-ped-compra EQUAL 00
               READ PED-COMPRA NEXT
               PERFORM UNTIL fs-ped-compra NOT EQUAL 00
                   IF COMPRA-ABERTA OR COMPRA-PARCIAL
                       COMPUTE wrk-rec-saldo = OC-QUANTIDADE
                               - OC-QTD-RECEBIDA
                       MOVE ZERO to wrk-dias-atraso
                       IF OC-PREVISAO > ZERO
                               AND OC-PREVISAO < wrk-hoje
                           MOVE "D" to wrk-ds-funcao
                           MOVE OC-PREVISAO to wrk-ds-data1
                           MOVE wrk-hoje to wrk-ds-data2
                           CALL "datesrv" USING wrk-ds-funcao
                                   wrk-ds-data1 wrk-ds-data2
                                   wrk-ds-dias wrk-ds-status
                           IF wrk-ds-status EQUAL "00"
                               MOVE wrk-ds-dias to wrk-dias-atraso
                           END-IF
                       END-IF
                       DISPLAY OC-NUMERO " " OC-SEQ " forn "
                               OC-FORNECEDOR " prod " OC-PRODUTO
                               " qtd " OC-QUANTIDADE " saldo "
                               wrk-rec-saldo " prev " OC-PREVISAO
                               " atraso " wrk-dias-atraso " "
                               OC-SITUACAO
                   END-IF
                   READ PED-COMPRA NEXT
               END-PERFORM
           END-IF.

       0165-encerrar-linha SECTION.
      *encerramento pelo comprador de uma linha que o fornecedor
      *nao vai completar: o saldo deixa de ser esperado e some das
      *compras abertas; o que ja entrou continua valendo
           DISPLAY "numero do pedido de compra"
               ACCEPT wrk-rec-numero.
           DISPLAY "sequencia da linha"
               ACCEPT wrk-rec-seq.
           MOVE wrk-rec-numero to OC-NUMERO.
           MOVE wrk-rec-seq to OC-SEQ.
           READ PED-COMPRA
               INVALID KEY
                   DISPLAY "linha de compra nao encontrada"
               NOT INVALID KEY
                   IF NOT COMPRA-ABERTA AND NOT COMPRA-PARCIAL
                       DISPLAY "linha ja recebida ou encerrada"
                   ELSE
                       COMPUTE wrk-rec-saldo = OC-QUANTIDADE
                               - OC-QTD-RECEBIDA
                       DISPLAY "produto " OC-PRODUTO " pedido "
                               OC-QUANTIDADE " recebido "
                               OC-QTD-RECEBIDA " saldo "
                               wrk-rec-saldo
                       DISPLAY "confirma encerramento (s/n)"
                           ACCEPT wrk-confirma
                       IF wrk-confirma EQUAL "S"
                               OR wrk-confirma EQUAL "s"
                           SET COMPRA-ENCERRADA to TRUE
                           REWRITE REG-PED-COMPRA
                           PERFORM 0197-cancelar-vinculos
                           DISPLAY "linha encerrada"
                       END-IF
                   END-IF
           END-READ.

       0171-importar-tabela SECTION.
      *tabela de precos do fornecedor em csv: grava o de-para da
      *referencia do fornecedor para o nosso produto e o custo, o
      *da tabela anterior passa a ser o custo anterior; o relatorio
      *de variacao compara o custo novo com o anterior, o custo
      *medio e o melhor custo dos outros fornecedores do produto e
      *destaca os aumentos acima do percentual escolhido; com
      *markup informado, gera a proposta de preco de venda dos
      *produtos em que o fornecedor e o preferencial
           DISPLAY "arquivo da tabela (enter = tabela-fornecedor.csv)"
               ACCEPT wrk-tf-arquivo.
           IF wrk-tf-arquivo EQUAL SPACES
               MOVE "./tabela-fornecedor.csv" to wrk-tf-arquivo
           END-IF.
           OPEN INPUT TAB-FORNECEDOR.
           IF fs-tab-fornecedor NOT EQUAL 00
               DISPLAY "tabela nao encontrada: " wrk-tf-arquivo
                       " status " fs-tab-fornecedor
               GO to 0171-fim
           END-IF.
           DISPLAY "destacar aumento acima de (%)"
               ACCEPT wrk-tf-limite.
           DISPLAY "markup alvo para preco de venda (%, 0 = nao"
                   " propor)"
               ACCEPT wrk-tf-markup.
           IF wrk-tf-markup > ZERO
               OPEN I-O PROPOSTAS
               IF fs-propostas EQUAL 35
                   OPEN OUTPUT PROPOSTAS
                   CLOSE PROPOSTAS
                   OPEN I-O PROPOSTAS
               END-IF
           END-IF.
           ACCEPT wrk-hoje FROM DATE YYYYMMDD.
           MOVE ZERO to wrk-tf-lidas wrk-tf-aplicadas
                        wrk-tf-rejeitadas wrk-tf-destacadas
                        wrk-tf-propostas.
           OPEN OUTPUT REL-VARIACAO.
           MOVE SPACES to REL-VR-LINHA.
           MOVE "variacao de custos - tabela do fornecedor -"
               to REL-VR-LINHA(1:43).
           MOVE wrk-hoje to REL-VR-LINHA(45:8).
           MOVE "destaque acima de" to REL-VR-LINHA(55:17).
           MOVE wrk-tf-limite to REL-VR-LINHA(73:3).
           MOVE "%" to REL-VR-LINHA(76:1).
           WRITE REL-VARIACAO-REG.
           MOVE SPACES to REL-VR-LINHA.
           MOVE wrk-tf-arquivo to REL-VR-LINHA(1:40).
           WRITE REL-VARIACAO-REG.
           MOVE SPACES to REL-VR-LINHA.
           MOVE "forn  referencia      prod" to REL-VR-LINHA(1:26).
           MOVE "custo novo" to REL-VR-LINHA(32:10).
           MOVE "anterior" to REL-VR-LINHA(48:8).
           MOVE "var%" to REL-VR-LINHA(60:4).
           MOVE "custo medio" to REL-VR-LINHA(67:11).
           MOVE "var%" to REL-VR-LINHA(82:4).
           MOVE "outro" to REL-VR-LINHA(87:5).
           MOVE "custo outro" to REL-VR-LINHA(95:11).
           MOVE "var%" to REL-VR-LINHA(110:4).
           MOVE "flg" to REL-VR-LINHA(115:3).
           MOVE "preco proposto" to REL-VR-LINHA(118:14).
           WRITE REL-VARIACAO-REG.

           READ TAB-FORNECEDOR.
           PERFORM UNTIL fs-tab-fornecedor NOT EQUAL 00
               ADD 1 to wrk-tf-lidas
               IF TF-LINHA NOT EQUAL SPACES
                   PERFORM 0172-aplicar-linha-tabela
               END-IF
               READ TAB-FORNECEDOR
           END-PERFORM.
           CLOSE TAB-FORNECEDOR.
           IF wrk-tf-markup > ZERO
               CLOSE PROPOSTAS
           END-IF.

           MOVE SPACES to REL-VR-LINHA.
           WRITE REL-VARIACAO-REG.
           MOVE "linhas lidas:" to REL-VR-LINHA(1:13).
           MOVE wrk-tf-lidas to REL-VR-LINHA(15:5).
           MOVE "aplicadas:" to REL-VR-LINHA(22:10).
           MOVE wrk-tf-aplicadas to REL-VR-LINHA(33:5).
           MOVE "rejeitadas:" to REL-VR-LINHA(40:11).
           MOVE wrk-tf-rejeitadas to REL-VR-LINHA(52:5).
           MOVE "destacadas:" to REL-VR-LINHA(59:11).
           MOVE wrk-tf-destacadas to REL-VR-LINHA(71:5).
           MOVE "propostas:" to REL-VR-LINHA(78:10).
           MOVE wrk-tf-propostas to REL-VR-LINHA(89:5).
           WRITE REL-VARIACAO-REG.
           MOVE SPACES to REL-VR-LINHA.
           MOVE "flg: A = acima do custo anterior, M = acima do"
               to REL-VR-LINHA(1:46).
           MOVE "custo medio, F = acima do outro fornecedor"
               to REL-VR-LINHA(48:42).
           WRITE REL-VARIACAO-REG.
           CLOSE REL-VARIACAO.
           DISPLAY "tabela importada: " wrk-tf-aplicadas
                   " custos, " wrk-tf-rejeitadas " rejeitadas, "
                   wrk-tf-destacadas " aumentos destacados".
           IF wrk-tf-propostas > ZERO
               DISPLAY wrk-tf-propostas " propostas de preco de"
                       " venda aguardando aceite (opcao P)"
           END-IF.
           DISPLAY "relatorio gravado em variacao-custos.txt".
       0171-fim.
           EXIT.

       0172-aplicar-linha-tabela SECTION.
      *uma linha fornecedor;referencia;produto;custo: produto em
      *branco ou zero usa o de-para ja gravado para a referencia,
      *produto informado refaz o de-para
           MOVE SPACES to wrk-tf-fornecedor-x wrk-tf-referencia
                          wrk-tf-produto-x wrk-tf-custo-x
                          wrk-tf-motivo wrk-tf-sinais.
           UNSTRING TF-LINHA DELIMITED BY ";"
               INTO wrk-tf-fornecedor-x wrk-tf-referencia
                    wrk-tf-produto-x wrk-tf-custo-x
           END-UNSTRING.
           MOVE wrk-tf-fornecedor-x to wrk-cv-texto.
           PERFORM 0173-converter-numero.
           IF wrk-cv-ok NOT EQUAL "S"
                   OR wrk-cv-tam-dec > ZERO
                   OR wrk-cv-tam-int > 5
      *primeira linha sem codigo numerico e o cabecalho da planilha
               IF wrk-tf-lidas EQUAL 1
                   GO to 0172-fim
               END-IF
               MOVE "codigo de fornecedor invalido" to wrk-tf-motivo
               GO to 0172-rejeitar
           END-IF.
           MOVE wrk-cv-num-int to wrk-tf-fornecedor.
           MOVE wrk-tf-fornecedor to FOR-CODIGO.
           READ FORNECEDORES
               INVALID KEY
                   MOVE "fornecedor nao cadastrado" to wrk-tf-motivo
                   GO to 0172-rejeitar
           END-READ.
           IF wrk-tf-referencia EQUAL SPACES
               MOVE "referencia do fornecedor em branco"
                   to wrk-tf-motivo
               GO to 0172-rejeitar
           END-IF.
           MOVE wrk-tf-custo-x to wrk-cv-texto.
           PERFORM 0173-converter-numero.
           IF wrk-cv-ok NOT EQUAL "S" OR wrk-cv-valor EQUAL ZERO
               MOVE "custo invalido" to wrk-tf-motivo
               GO to 0172-rejeitar
           END-IF.
           MOVE wrk-cv-valor to wrk-tf-custo.
           MOVE ZERO to wrk-tf-produto.
           IF wrk-tf-produto-x NOT EQUAL SPACES
               MOVE wrk-tf-produto-x to wrk-cv-texto
               PERFORM 0173-converter-numero
               IF wrk-cv-ok NOT EQUAL "S"
                       OR wrk-cv-tam-dec > ZERO
                       OR wrk-cv-tam-int > 5
                   MOVE "codigo de produto invalido" to wrk-tf-motivo
                   GO to 0172-rejeitar
               END-IF
               MOVE wrk-cv-num-int to wrk-tf-produto
           END-IF.

      *custo anterior: o atual do registro gravado, a nao ser que a
      *tabela ja tenha sido importada hoje (reimportacao corrige)
           MOVE "N" to wrk-tf-achou.
           MOVE wrk-tf-fornecedor to FPC-FORNECEDOR.
           MOVE wrk-tf-referencia to FPC-REFERENCIA.
           READ FORN-PRODUTOS
               NOT INVALID KEY
                   MOVE "S" to wrk-tf-achou
           END-READ.
           IF wrk-tf-achou EQUAL "S"
               IF wrk-tf-produto EQUAL ZERO
                   MOVE FPC-PRODUTO to wrk-tf-produto
               END-IF
               IF FPC-DATA-ATUAL NOT EQUAL wrk-hoje
                   MOVE FPC-CUSTO-ATUAL to FPC-CUSTO-ANTERIOR
                   MOVE FPC-DATA-ATUAL to FPC-DATA-ANTERIOR
               END-IF
           ELSE
               IF wrk-tf-produto EQUAL ZERO
                   MOVE "referencia sem produto associado"
                       to wrk-tf-motivo
                   GO to 0172-rejeitar
               END-IF
               MOVE ZERO to FPC-CUSTO-ANTERIOR FPC-DATA-ANTERIOR
           END-IF.
           MOVE wrk-tf-produto to PRO-CODIGO.
           READ PRODUTOS
               INVALID KEY
                   MOVE "produto nao cadastrado" to wrk-tf-motivo
                   GO to 0172-rejeitar
           END-READ.
           MOVE wrk-tf-produto to FPC-PRODUTO.
           MOVE wrk-tf-custo to FPC-CUSTO-ATUAL.
           MOVE wrk-hoje to FPC-DATA-ATUAL.
           MOVE FPC-CUSTO-ANTERIOR to wrk-tf-anterior.
           IF wrk-tf-achou EQUAL "S"
               REWRITE REG-FORN-PRODUTO
           ELSE
               WRITE REG-FORN-PRODUTO
           END-IF.
           ADD 1 to wrk-tf-aplicadas.
           PERFORM 0174-outros-fornecedores.
           MOVE ZERO to wrk-tf-proposto.
           IF wrk-tf-markup > ZERO
                   AND (PRO-FORNECEDOR EQUAL ZERO
                        OR PRO-FORNECEDOR EQUAL wrk-tf-fornecedor)
               PERFORM 0176-propor-preco
           END-IF.
           PERFORM 0175-linha-variacao.
           GO to 0172-fim.
       0172-rejeitar.
           ADD 1 to wrk-tf-rejeitadas.
           MOVE SPACES to REL-VR-LINHA.
           MOVE wrk-tf-fornecedor-x to REL-VR-LINHA(1:5).
           MOVE wrk-tf-referencia to REL-VR-LINHA(7:15).
           MOVE wrk-tf-produto-x to REL-VR-LINHA(23:5).
           MOVE "rejeitada:" to REL-VR-LINHA(29:10).
           MOVE wrk-tf-motivo to REL-VR-LINHA(40:40).
           MOVE "linha" to REL-VR-LINHA(82:5).
           MOVE wrk-tf-lidas to REL-VR-LINHA(88:5).
           WRITE REL-VARIACAO-REG.
       0172-fim.
           EXIT.

       0173-converter-numero SECTION.
      *numero da planilha em wrk-cv-texto para wrk-cv-valor: parte
      *inteira de ate 8 digitos e ate duas casas depois da virgula
      *ou do ponto; wrk-cv-ok "S" quando o texto e um numero
           MOVE "N" to wrk-cv-ok.
           MOVE ZERO to wrk-cv-valor wrk-cv-num-int
                        wrk-cv-tam-int wrk-cv-tam-dec.
           MOVE SPACES to wrk-cv-inteiro wrk-cv-decimal.
           UNSTRING wrk-cv-texto DELIMITED BY "," OR "." OR SPACE
               INTO wrk-cv-inteiro COUNT IN wrk-cv-tam-int
                    wrk-cv-decimal COUNT IN wrk-cv-tam-dec
           END-UNSTRING.
           IF wrk-cv-tam-int EQUAL ZERO OR wrk-cv-tam-int > 8
                   OR wrk-cv-tam-dec > 2
               GO to 0173-fim
           END-IF.
           IF wrk-cv-inteiro(1:wrk-cv-tam-int) NOT NUMERIC
               GO to 0173-fim
           END-IF.
           MOVE "00" to wrk-cv-cent-x.
           IF wrk-cv-tam-dec > ZERO
               IF wrk-cv-decimal(1:wrk-cv-tam-dec) NOT NUMERIC
                   GO to 0173-fim
               END-IF
               MOVE wrk-cv-decimal(1:wrk-cv-tam-dec)
                   to wrk-cv-cent-x(1:wrk-cv-tam-dec)
           END-IF.
           MOVE wrk-cv-inteiro(1:wrk-cv-tam-int) to wrk-cv-num-int.
           COMPUTE wrk-cv-valor = wrk-cv-num-int
                                  + (wrk-cv-cent-n / 100).
           MOVE "S" to wrk-cv-ok.
       0173-fim.
           EXIT.

       0174-outros-fornecedores SECTION.
      *menor custo atual do produto entre os outros fornecedores,
      *pela chave alternativa do produto
           MOVE ZERO to wrk-tf-outro-forn wrk-tf-outro-custo.
           MOVE wrk-tf-produto to FPC-PRODUTO.
           START FORN-PRODUTOS KEY IS EQUAL FPC-PRODUTO.
           IF fs-forn-produtos EQUAL 00
               READ FORN-PRODUTOS NEXT
               PERFORM UNTIL fs-forn-produtos NOT EQUAL 00
                       OR FPC-PRODUTO NOT EQUAL wrk-tf-produto
                   IF FPC-FORNECEDOR NOT EQUAL wrk-tf-fornecedor
                           AND FPC-CUSTO-ATUAL > ZERO
                       IF wrk-tf-outro-custo EQUAL ZERO
                               OR FPC-CUSTO-ATUAL < wrk-tf-outro-custo
                           MOVE FPC-FORNECEDOR to wrk-tf-outro-forn
                           MOVE FPC-CUSTO-ATUAL to wrk-tf-outro-custo
                       END-IF
                   END-IF
                   READ FORN-PRODUTOS NEXT
               END-PERFORM
           END-IF.

       0175-linha-variacao SECTION.
      *custo novo contra as tres bases; base zero sai como n/d
           MOVE SPACES to REL-VR-LINHA.
           MOVE wrk-tf-fornecedor to REL-VR-LINHA(1:5).
           MOVE wrk-tf-referencia to REL-VR-LINHA(7:15).
           MOVE wrk-tf-produto to REL-VR-LINHA(23:5).
           MOVE wrk-tf-custo to wrk-valor-gr-ed.
           MOVE wrk-valor-gr-ed to REL-VR-LINHA(29:13).
           MOVE wrk-tf-anterior to wrk-valor-gr-ed.
           MOVE wrk-valor-gr-ed to REL-VR-LINHA(43:13).
           MOVE wrk-tf-anterior to wrk-tf-base.
           PERFORM 0179-calcular-variacao.
           MOVE wrk-tf-var-x to REL-VR-LINHA(57:7).
           IF wrk-tf-base > ZERO AND wrk-tf-variacao > wrk-tf-limite
               MOVE "A" to wrk-tf-sinais(1:1)
           END-IF.
           MOVE PRO-CUSTO-MEDIO to wrk-valor-gr-ed.
           MOVE wrk-valor-gr-ed to REL-VR-LINHA(65:13).
           MOVE PRO-CUSTO-MEDIO to wrk-tf-base.
           PERFORM 0179-calcular-variacao.
           MOVE wrk-tf-var-x to REL-VR-LINHA(79:7).
           IF wrk-tf-base > ZERO AND wrk-tf-variacao > wrk-tf-limite
               MOVE "M" to wrk-tf-sinais(2:1)
           END-IF.
           IF wrk-tf-outro-forn > ZERO
               MOVE wrk-tf-outro-forn to REL-VR-LINHA(87:5)
           END-IF.
           MOVE wrk-tf-outro-custo to wrk-valor-gr-ed.
           MOVE wrk-valor-gr-ed to REL-VR-LINHA(93:13).
           MOVE wrk-tf-outro-custo to wrk-tf-base.
           PERFORM 0179-calcular-variacao.
           MOVE wrk-tf-var-x to REL-VR-LINHA(107:7).
           IF wrk-tf-base > ZERO AND wrk-tf-variacao > wrk-tf-limite
               MOVE "F" to wrk-tf-sinais(3:1)
           END-IF.
           MOVE wrk-tf-sinais to REL-VR-LINHA(115:3).
           IF wrk-tf-sinais NOT EQUAL SPACES
               ADD 1 to wrk-tf-destacadas
           END-IF.
           IF wrk-tf-proposto > ZERO
               MOVE wrk-tf-proposto to wrk-valor-gr-ed
               MOVE wrk-valor-gr-ed to REL-VR-LINHA(119:13)
           END-IF.
           WRITE REL-VARIACAO-REG.

       0179-calcular-variacao SECTION.
      *variacao percentual do custo novo sobre wrk-tf-base
           MOVE ZERO to wrk-tf-variacao.
           IF wrk-tf-base EQUAL ZERO
               MOVE "    n/d" to wrk-tf-var-x
           ELSE
               COMPUTE wrk-tf-variacao ROUNDED =
                       (wrk-tf-custo - wrk-tf-base) * 100
                       / wrk-tf-base
                   ON SIZE ERROR
                       MOVE 9999.9 to wrk-tf-variacao
               END-COMPUTE
               MOVE wrk-tf-variacao to wrk-tf-var-ed
               MOVE wrk-tf-var-ed to wrk-tf-var-x
           END-IF.

       0176-propor-preco SECTION.
      *preco de venda pelo markup alvo sobre o custo novo; fica
      *pendente ate o comprador aceitar ou descartar em bloco
           PERFORM 0177-preco-vigente.
           COMPUTE wrk-tf-proposto ROUNDED =
                   wrk-tf-custo * (100 + wrk-tf-markup) / 100.
           MOVE wrk-tf-produto to PPR-PRODUTO.
           MOVE wrk-tf-fornecedor to PPR-FORNECEDOR.
           MOVE wrk-tf-custo to PPR-CUSTO.
           MOVE wrk-tf-markup to PPR-MARKUP.
           MOVE wrk-tf-preco-vigente to PPR-PRECO-ATUAL.
           MOVE wrk-tf-proposto to PPR-PRECO-PROPOSTO.
           MOVE wrk-hoje to PPR-DATA.
           WRITE REG-PROPOSTA-PRECO
               INVALID KEY
                   REWRITE REG-PROPOSTA-PRECO
           END-WRITE.
           ADD 1 to wrk-tf-propostas.

       0177-preco-vigente SECTION.
      *preco de venda em vigor do produto corrente: a ultima
      *vigencia de precos.dat que ja entrou em vigor, ou o preco do
      *cadastro (mesma regra do prg14)
           MOVE PRO-PRECO to wrk-tf-preco-vigente.
           MOVE PRO-CODIGO to PRC-PRODUTO.
           MOVE ZERO to PRC-VIGENCIA.
           START PRECOS KEY IS NOT LESS THAN PRC-CHAVE.
           IF fs-precos EQUAL 00
               READ PRECOS NEXT
               PERFORM UNTIL fs-precos NOT EQUAL 00
                       OR PRC-PRODUTO NOT EQUAL PRO-CODIGO
                       OR PRC-VIGENCIA > wrk-hoje
                   MOVE PRC-PRECO to wrk-tf-preco-vigente
                   READ PRECOS NEXT
               END-PERFORM
           END-IF.

       0178-aceitar-propostas SECTION.
      *propostas de preco pendentes: o comprador aceita todas (viram
      *vigencias em precos.dat a partir da data informada) ou
      *descarta todas
           OPEN I-O PROPOSTAS.
           IF fs-propostas NOT EQUAL 00
               DISPLAY "nenhuma proposta de preco pendente"
               GO to 0178-fim
           END-IF.
           MOVE ZERO to wrk-tf-qtd.
           MOVE ZERO to PPR-PRODUTO.
           START PROPOSTAS KEY IS NOT LESS THAN PPR-PRODUTO.
           IF fs-propostas EQUAL 00
               READ PROPOSTAS NEXT
               PERFORM UNTIL fs-propostas NOT EQUAL 00
                   ADD 1 to wrk-tf-qtd
                   MOVE PPR-PRECO-ATUAL to wrk-valor-ed
                   MOVE PPR-PRECO-PROPOSTO to wrk-valor-gr-ed
                   DISPLAY "produto " PPR-PRODUTO
                           " forn " PPR-FORNECEDOR
                           " atual " wrk-valor-ed
                           " proposto " wrk-valor-gr-ed
                   READ PROPOSTAS NEXT
               END-PERFORM
           END-IF.
           IF wrk-tf-qtd EQUAL ZERO
               DISPLAY "nenhuma proposta de preco pendente"
               CLOSE PROPOSTAS
               GO to 0178-fim
           END-IF.
           DISPLAY wrk-tf-qtd " propostas: A-aceitar todas"
                   "  D-descartar todas  outra-voltar"
               ACCEPT wrk-confirma.
           EVALUATE wrk-confirma
               WHEN "A"
               WHEN "a"
                   ACCEPT wrk-hoje FROM DATE YYYYMMDD
                   DISPLAY "inicio da vigencia (aaaammdd, 0 = amanha)"
                       ACCEPT wrk-tf-vigencia
                   IF wrk-tf-vigencia EQUAL ZERO
                       MOVE "A" to wrk-ds-funcao
                       MOVE wrk-hoje to wrk-ds-data1
                       MOVE 1 to wrk-ds-dias
                   ELSE
                       MOVE "V" to wrk-ds-funcao
                       MOVE wrk-tf-vigencia to wrk-ds-data1
                   END-IF
                   CALL "datesrv" USING wrk-ds-funcao wrk-ds-data1
                           wrk-ds-data2 wrk-ds-dias wrk-ds-status
                   IF wrk-ds-status NOT EQUAL "00"
                       DISPLAY "data de vigencia invalida"
                       CLOSE PROPOSTAS
                       GO to 0178-fim
                   END-IF
                   IF wrk-tf-vigencia EQUAL ZERO
                       MOVE wrk-ds-data2 to wrk-tf-vigencia
                   END-IF
                   IF wrk-tf-vigencia < wrk-hoje
                       DISPLAY "vigencia anterior a hoje"
                       CLOSE PROPOSTAS
                       GO to 0178-fim
                   END-IF
                   PERFORM 0156-gravar-propostas
                   DISPLAY wrk-tf-qtd " precos com vigencia a partir"
                           " de " wrk-tf-vigencia
               WHEN "D"
               WHEN "d"
                   MOVE ZERO to wrk-tf-vigencia
                   PERFORM 0156-gravar-propostas
                   DISPLAY wrk-tf-qtd " propostas descartadas"
               WHEN OTHER
                   DISPLAY "propostas mantidas"
           END-EVALUATE.
           CLOSE PROPOSTAS.
       0178-fim.
           EXIT.

       0156-gravar-propostas SECTION.
      *esvazia as propostas; com vigencia informada cada uma vira
      *uma vigencia de preco (a mesma data ja carregada e corrigida)
           MOVE ZERO to wrk-tf-qtd.
           MOVE ZERO to PPR-PRODUTO.
           START PROPOSTAS KEY IS NOT LESS THAN PPR-PRODUTO.
           IF fs-propostas EQUAL 00
               READ PROPOSTAS NEXT
               PERFORM UNTIL fs-propostas NOT EQUAL 00
                   IF wrk-tf-vigencia > ZERO
                       MOVE PPR-PRODUTO to PRC-PRODUTO
                       MOVE wrk-tf-vigencia to PRC-VIGENCIA
                       MOVE PPR-PRECO-PROPOSTO to PRC-PRECO
                       WRITE REG-PRECO
                           INVALID KEY
                               REWRITE REG-PRECO
                       END-WRITE
                   END-IF
                   DELETE PROPOSTAS RECORD
                   ADD 1 to wrk-tf-qtd
                   READ PROPOSTAS NEXT
               END-PERFORM
           END-IF.

       0180-relatorio-divergencias SECTION.
      *divergencias ainda pendentes de liberacao, com o que foi
      *pedido, recebido e faturado e os dois precos
           OPEN OUTPUT REL-DIVERGENCIA.
           MOVE SPACES to REL-DV-LINHA.
           MOVE "divergencias de recebimento pendentes -"
               to REL-DV-LINHA(1:39).
           ACCEPT REL-DV-LINHA(41:8) FROM DATE YYYYMMDD.
           WRITE REL-DIVERGENCIA-REG.
           MOVE SPACES to REL-DV-LINHA.
           MOVE "titulo  pedido  sq  forn  prod  nota       data"
               to REL-DV-LINHA(1:47).
           WRITE REL-DIVERGENCIA-REG.
           MOVE ZERO to wrk-dv-qtd.
           MOVE ZERO to DIV-TITULO.
           START DIVERGENCIAS KEY IS NOT LESS THAN DIV-TITULO.
           IF fs-divergencias EQUAL 00
               READ DIVERGENCIAS NEXT
               PERFORM UNTIL fs-divergencias NOT EQUAL 00
                   IF DIVERGENCIA-PENDENTE
                       ADD 1 to wrk-dv-qtd
                       PERFORM 0181-linha-divergencia
                   END-IF
                   READ DIVERGENCIAS NEXT
               END-PERFORM
           END-IF.
           MOVE SPACES to REL-DV-LINHA.
           MOVE "divergencias pendentes:" to REL-DV-LINHA(1:23).
           MOVE wrk-dv-qtd to REL-DV-LINHA(25:5).
           WRITE REL-DIVERGENCIA-REG.
           CLOSE REL-DIVERGENCIA.
           DISPLAY "divergencias pendentes: " wrk-dv-qtd
                   " (relatorio gravado)".

       0181-linha-divergencia SECTION.
      *duas linhas por divergencia: a identificacao e o confronto
           MOVE SPACES to REL-DV-LINHA.
           MOVE DIV-TITULO to REL-DV-LINHA(1:7).
           MOVE DIV-OC-NUMERO to REL-DV-LINHA(9:7).
           MOVE DIV-OC-SEQ to REL-DV-LINHA(17:3).
           MOVE DIV-FORNECEDOR to REL-DV-LINHA(21:5).
           MOVE DIV-PRODUTO to REL-DV-LINHA(27:5).
           MOVE DIV-NF to REL-DV-LINHA(33:9).
           MOVE DIV-DATA to REL-DV-LINHA(44:8).
           WRITE REL-DIVERGENCIA-REG.
           MOVE SPACES to REL-DV-LINHA.
           MOVE "qtd ped/rec/fat" to REL-DV-LINHA(3:15).
           MOVE DIV-QTD-PEDIDA to REL-DV-LINHA(19:5).
           MOVE DIV-QTD-RECEBIDA to REL-DV-LINHA(25:5).
           MOVE DIV-QTD-FATURADA to REL-DV-LINHA(31:5).
           MOVE "preco ped/nota" to REL-DV-LINHA(38:14).
           MOVE DIV-PRECO-PEDIDO to wrk-valor-ed.
           MOVE wrk-valor-ed to REL-DV-LINHA(53:10).
           MOVE DIV-PRECO-FATURADO to wrk-valor-ed.
           MOVE wrk-valor-ed to REL-DV-LINHA(64:10).
           WRITE REL-DIVERGENCIA-REG.

       0185-scorecard SECTION.
      *scorecard do trimestre por fornecedor: prazo medio da
      *emissao da compra ao recebimento, entregas dentro da
      *previsao, quantidade recebida contra a pedida, preco da nota
      *contra o negociado e o valor devolvido ao fornecedor; a base
      *sao as linhas emitidas no trimestre, com as entregas e as
      *devolucoes delas em qualquer data; ranking por grupo de
      *produto e os produtos cujo preferencial nao e o de melhor
      *nota
           DISPLAY "ano e trimestre (AAAAT)"
               ACCEPT wrk-sc-periodo-x.
           IF wrk-sc-periodo-x NOT NUMERIC
               DISPLAY "periodo invalido"
               GO to 0185-fim
           END-IF.
           MOVE wrk-sc-periodo-x(1:4) to wrk-sc-ano.
           MOVE wrk-sc-periodo-x(5:1) to wrk-sc-trimestre.
           IF wrk-sc-trimestre < 1 OR wrk-sc-trimestre > 4
               DISPLAY "trimestre de 1 a 4"
               GO to 0185-fim
           END-IF.
           COMPUTE wrk-sc-de = (wrk-sc-ano * 10000)
                   + (((wrk-sc-trimestre - 1) * 3) + 1) * 100 + 1.
           COMPUTE wrk-sc-ate = (wrk-sc-ano * 10000)
                   + (wrk-sc-trimestre * 3) * 100 + 31.
           MOVE ZERO to wrk-sc-qtd wrk-sc-fora wrk-sg-grp-qtd.

      *linhas do trimestre: quantidade pedida e recebida
           MOVE ZERO to OC-NUMERO OC-SEQ.
           START PED-COMPRA KEY IS NOT LESS THAN OC-CHAVE.
           IF fs-ped-compra EQUAL 00
               READ PED-COMPRA NEXT
               PERFORM UNTIL fs-ped-compra NOT EQUAL 00
                   IF OC-DATA NOT < wrk-sc-de
                           AND OC-DATA NOT > wrk-sc-ate
                       MOVE OC-FORNECEDOR to wrk-sc-fornecedor
                       MOVE OC-PRODUTO to wrk-sc-produto
                       PERFORM 0186-localizar-score
                       IF wrk-sc-achou EQUAL "S"
                           ADD 1 to wrk-sc-linhas(wrk-sc-ind)
                           ADD OC-QUANTIDADE
                               to wrk-sc-pedida(wrk-sc-ind)
                           IF OC-QTD-RECEBIDA > OC-QUANTIDADE
                               ADD OC-QUANTIDADE
                                   to wrk-sc-recebida(wrk-sc-ind)
                           ELSE
                               ADD OC-QTD-RECEBIDA
                                   to wrk-sc-recebida(wrk-sc-ind)
                           END-IF
                       END-IF
                   END-IF
                   READ PED-COMPRA NEXT
               END-PERFORM
           END-IF.
           IF wrk-sc-qtd EQUAL ZERO
               DISPLAY "nenhuma compra emitida no trimestre"
               GO to 0185-fim
           END-IF.
           PERFORM 0159-score-recebimentos.
           PERFORM 0169-score-devolucoes.

      *nota de cada fornecedor por produto e o acumulado por grupo
           PERFORM VARYING wrk-sc-ind FROM 1 BY 1
                   UNTIL wrk-sc-ind > wrk-sc-qtd
               MOVE wrk-sc-pedida(wrk-sc-ind) to wrk-sn-pedida
               MOVE wrk-sc-recebida(wrk-sc-ind) to wrk-sn-recebida
               MOVE wrk-sc-entregas(wrk-sc-ind) to wrk-sn-entregas
               MOVE wrk-sc-no-prazo(wrk-sc-ind) to wrk-sn-no-prazo
               MOVE wrk-sc-dias(wrk-sc-ind) to wrk-sn-dias
               MOVE wrk-sc-negociado(wrk-sc-ind) to wrk-sn-negociado
               MOVE wrk-sc-faturado(wrk-sc-ind) to wrk-sn-faturado
               MOVE wrk-sc-devolvido(wrk-sc-ind) to wrk-sn-devolvido
               PERFORM 0187-calcular-nota
               MOVE wrk-sn-nota to wrk-sc-nota(wrk-sc-ind)
               PERFORM 0188-acumular-grupo
           END-PERFORM.
           PERFORM VARYING wrk-sg-grp-ind FROM 1 BY 1
                   UNTIL wrk-sg-grp-ind > wrk-sg-grp-qtd
               PERFORM 0189-carregar-grupo
               PERFORM 0187-calcular-nota
               MOVE wrk-sn-nota to wrk-sgr-nota(wrk-sg-grp-ind)
           END-PERFORM.
           PERFORM 0157-ordenar-grupos.
           PERFORM 0158-ordenar-produtos.

           OPEN OUTPUT REL-SCORECARD.
           MOVE SPACES to REL-SC-LINHA.
           MOVE "scorecard de fornecedores - trimestre"
               to REL-SC-LINHA(1:37).
           MOVE wrk-sc-trimestre to REL-SC-LINHA(39:1).
           MOVE "/" to REL-SC-LINHA(40:1).
           MOVE wrk-sc-ano to REL-SC-LINHA(41:4).
           MOVE "compras de" to REL-SC-LINHA(47:10).
           MOVE wrk-sc-de to REL-SC-LINHA(58:8).
           MOVE "a" to REL-SC-LINHA(67:1).
           MOVE wrk-sc-ate to REL-SC-LINHA(69:8).
           WRITE REL-SCORECARD-REG.
           MOVE SPACES to REL-SC-LINHA.
           MOVE "nota = pontualidade 30% + atendimento 30% + preco"
               to REL-SC-LINHA(1:50).
           MOVE " 20% + devolucao 20%" to REL-SC-LINHA(51:20).
           WRITE REL-SCORECARD-REG.
           PERFORM 0182-imprimir-ranking.
           PERFORM 0183-imprimir-preferenciais.
           IF wrk-sc-fora > ZERO
               MOVE SPACES to REL-SC-LINHA
               MOVE "linhas fora do scorecard (tabela cheia):"
                   to REL-SC-LINHA(1:40)
               MOVE wrk-sc-fora to REL-SC-LINHA(42:5)
               WRITE REL-SCORECARD-REG
           END-IF.
           CLOSE REL-SCORECARD.
           DISPLAY "scorecard gravado em scorecard-fornecedores.txt"
                   " (" wrk-sc-marcados " produtos a rever)".
       0185-fim.
           EXIT.

       0186-localizar-score SECTION.
      *entrada do fornecedor + produto na tabela do scorecard,
      *criada com o grupo do cadastro quando ainda nao existe;
      *tabela cheia deixa a linha de fora e conta
           MOVE "N" to wrk-sc-achou.
           PERFORM VARYING wrk-sc-ind FROM 1 BY 1
                   UNTIL wrk-sc-ind > wrk-sc-qtd
               IF wrk-sc-forn-ex(wrk-sc-ind) EQUAL wrk-sc-fornecedor
                   AND wrk-sc-prod-ex(wrk-sc-ind) EQUAL wrk-sc-produto
                   MOVE "S" to wrk-sc-achou
                   EXIT PERFORM
               END-IF
           END-PERFORM.
           IF wrk-sc-achou EQUAL "S"
               GO to 0186-fim
           END-IF.
           IF wrk-sc-qtd NOT < wrk-sc-max
               ADD 1 to wrk-sc-fora
               GO to 0186-fim
           END-IF.
           ADD 1 to wrk-sc-qtd.
           MOVE wrk-sc-qtd to wrk-sc-ind.
           MOVE wrk-sc-fornecedor to wrk-sc-forn-ex(wrk-sc-ind).
           MOVE wrk-sc-produto to wrk-sc-prod-ex(wrk-sc-ind).
           MOVE SPACES to wrk-sc-grupo-ex(wrk-sc-ind).
           MOVE wrk-sc-produto to PRO-CODIGO.
           READ PRODUTOS
               NOT INVALID KEY
                   MOVE PRO-GRUPO to wrk-sc-grupo-ex(wrk-sc-ind)
           END-READ.
           MOVE ZERO to wrk-sc-linhas(wrk-sc-ind)
                        wrk-sc-pedida(wrk-sc-ind)
                        wrk-sc-recebida(wrk-sc-ind)
                        wrk-sc-entregas(wrk-sc-ind)
                        wrk-sc-no-prazo(wrk-sc-ind)
                        wrk-sc-dias(wrk-sc-ind)
                        wrk-sc-negociado(wrk-sc-ind)
                        wrk-sc-faturado(wrk-sc-ind)
                        wrk-sc-devolvido(wrk-sc-ind)
                        wrk-sc-nota(wrk-sc-ind).
           MOVE "S" to wrk-sc-achou.
       0186-fim.
           EXIT.

       0159-score-recebimentos SECTION.
      *cada titulo gerado no recebimento e uma entrega da linha:
      *dias desde a emissao da compra, dentro ou fora da previsao
      *(linha sem previsao conta como no prazo) e o valor da nota
      *contra a mesma quantidade ao preco negociado
           MOVE ZERO to CP-NUMERO.
           START PAGAR KEY IS NOT LESS THAN CP-NUMERO.
           IF fs-pagar NOT EQUAL 00
               GO to 0159-fim
           END-IF.
           READ PAGAR NEXT.
           PERFORM UNTIL fs-pagar NOT EQUAL 00
               IF CP-OC-NUMERO > ZERO AND PAGAR-COMPRA
                       AND NOT PAGAR-CANCELADO
                   MOVE CP-OC-NUMERO to OC-NUMERO
                   MOVE CP-OC-SEQ to OC-SEQ
                   READ PED-COMPRA
                       INVALID KEY
                           MOVE ZERO to OC-DATA
                   END-READ
                   IF OC-DATA NOT < wrk-sc-de
                           AND OC-DATA NOT > wrk-sc-ate
                       MOVE OC-FORNECEDOR to wrk-sc-fornecedor
                       MOVE OC-PRODUTO to wrk-sc-produto
                       PERFORM 0186-localizar-score
                       IF wrk-sc-achou EQUAL "S"
                           PERFORM 0195-score-entrega
                       END-IF
                   END-IF
               END-IF
               READ PAGAR NEXT
           END-PERFORM.
       0159-fim.
           EXIT.

       0195-score-entrega SECTION.
           ADD 1 to wrk-sc-entregas(wrk-sc-ind).
           IF OC-PREVISAO EQUAL ZERO OR CP-EMISSAO NOT > OC-PREVISAO
               ADD 1 to wrk-sc-no-prazo(wrk-sc-ind)
           END-IF.
           MOVE "D" to wrk-ds-funcao.
           MOVE OC-DATA to wrk-ds-data1.
           MOVE CP-EMISSAO to wrk-ds-data2.
           CALL "datesrv" USING wrk-ds-funcao wrk-ds-data1
                   wrk-ds-data2 wrk-ds-dias wrk-ds-status.
           IF wrk-ds-status EQUAL "00" AND wrk-ds-dias > ZERO
               ADD wrk-ds-dias to wrk-sc-dias(wrk-sc-ind)
           END-IF.
           ADD CP-VALOR to wrk-sc-faturado(wrk-sc-ind).
           IF CP-PRECO-UNIT > ZERO
               DIVIDE CP-VALOR BY CP-PRECO-UNIT
                   GIVING wrk-sc-qtd-nota ROUNDED
               COMPUTE wrk-sc-negociado(wrk-sc-ind) =
                       wrk-sc-negociado(wrk-sc-ind)
                       + (wrk-sc-qtd-nota * OC-PRECO-UNIT)
           ELSE
               ADD CP-VALOR to wrk-sc-negociado(wrk-sc-ind)
           END-IF.

       0169-score-devolucoes SECTION.
      *devolucoes das linhas do trimestre; a nota de debito nao
      *traz o motivo, entao toda devolucao conta contra a qualidade
           OPEN INPUT NOTAS-DEBITO.
           IF fs-notas-debito NOT EQUAL 00
               GO to 0169-fim
           END-IF.
           READ NOTAS-DEBITO.
           PERFORM UNTIL fs-notas-debito NOT EQUAL 00
               MOVE ND-OC-NUMERO to OC-NUMERO
               MOVE ND-OC-SEQ to OC-SEQ
               READ PED-COMPRA
                   INVALID KEY
                       MOVE ZERO to OC-DATA
               END-READ
               IF OC-DATA NOT < wrk-sc-de
                       AND OC-DATA NOT > wrk-sc-ate
                   MOVE OC-FORNECEDOR to wrk-sc-fornecedor
                   MOVE OC-PRODUTO to wrk-sc-produto
                   PERFORM 0186-localizar-score
                   IF wrk-sc-achou EQUAL "S"
                       ADD ND-VALOR to wrk-sc-devolvido(wrk-sc-ind)
                   END-IF
               END-IF
               READ NOTAS-DEBITO
           END-PERFORM.
           CLOSE NOTAS-DEBITO.
       0169-fim.
           EXIT.

       0187-calcular-nota SECTION.
      *indicadores e nota (0 a 100) a partir dos acumulados em
      *wrk-sn-*; preco abaixo do negociado vale nota cheia, e o
      *prazo medio e so informativo
           MOVE ZERO to wrk-sn-prazo-medio wrk-sn-pontual
                        wrk-sn-atendimento wrk-sn-variacao
                        wrk-sn-devolucao.
           IF wrk-sn-entregas > ZERO
               COMPUTE wrk-sn-pontual ROUNDED =
                       (wrk-sn-no-prazo * 100) / wrk-sn-entregas
               COMPUTE wrk-sn-prazo-medio ROUNDED =
                       wrk-sn-dias / wrk-sn-entregas
           END-IF.
           IF wrk-sn-pedida > ZERO
               COMPUTE wrk-sn-atendimento ROUNDED =
                       (wrk-sn-recebida * 100) / wrk-sn-pedida
           END-IF.
           IF wrk-sn-negociado > ZERO
               COMPUTE wrk-sn-variacao ROUNDED =
                       ((wrk-sn-faturado - wrk-sn-negociado) * 100)
                       / wrk-sn-negociado
           END-IF.
           IF wrk-sn-faturado > ZERO
               COMPUTE wrk-sn-devolucao ROUNDED =
                       (wrk-sn-devolvido * 100) / wrk-sn-faturado
           END-IF.
           IF wrk-sn-variacao < ZERO
               MOVE 100 to wrk-sn-nota-preco
           ELSE
               COMPUTE wrk-sn-nota-preco = 100 - wrk-sn-variacao
           END-IF.
           IF wrk-sn-nota-preco < ZERO
               MOVE ZERO to wrk-sn-nota-preco
           END-IF.
           COMPUTE wrk-sn-nota-qualidade = 100 - wrk-sn-devolucao.
           IF wrk-sn-nota-qualidade < ZERO
               MOVE ZERO to wrk-sn-nota-qualidade
           END-IF.
           COMPUTE wrk-sn-nota ROUNDED =
                   ((wrk-sn-pontual * wrk-peso-pontual)
                  + (wrk-sn-atendimento * wrk-peso-atendimento)
                  + (wrk-sn-nota-preco * wrk-peso-preco)
                  + (wrk-sn-nota-qualidade * wrk-peso-qualidade))
                  / 100.

       0188-acumular-grupo SECTION.
      *soma a entrada wrk-sc-ind no total do fornecedor dentro do
      *grupo do produto
           MOVE "N" to wrk-sc-achou.
           PERFORM VARYING wrk-sg-grp-ind FROM 1 BY 1
                   UNTIL wrk-sg-grp-ind > wrk-sg-grp-qtd
               IF wrk-sgr-forn-ex(wrk-sg-grp-ind)
                       EQUAL wrk-sc-forn-ex(wrk-sc-ind)
                   AND wrk-sgr-grupo-ex(wrk-sg-grp-ind)
                       EQUAL wrk-sc-grupo-ex(wrk-sc-ind)
                   MOVE "S" to wrk-sc-achou
                   EXIT PERFORM
               END-IF
           END-PERFORM.
           IF wrk-sc-achou NOT EQUAL "S"
               IF wrk-sg-grp-qtd NOT < 200
                   ADD wrk-sc-linhas(wrk-sc-ind) to wrk-sc-fora
                   GO to 0188-fim
               END-IF
               ADD 1 to wrk-sg-grp-qtd
               MOVE wrk-sg-grp-qtd to wrk-sg-grp-ind
               MOVE wrk-sc-forn-ex(wrk-sc-ind)
                   to wrk-sgr-forn-ex(wrk-sg-grp-ind)
               MOVE wrk-sc-grupo-ex(wrk-sc-ind)
                   to wrk-sgr-grupo-ex(wrk-sg-grp-ind)
               MOVE ZERO to wrk-sgr-linhas(wrk-sg-grp-ind)
                            wrk-sgr-pedida(wrk-sg-grp-ind)
                            wrk-sgr-recebida(wrk-sg-grp-ind)
                            wrk-sgr-entregas(wrk-sg-grp-ind)
                            wrk-sgr-no-prazo(wrk-sg-grp-ind)
                            wrk-sgr-dias(wrk-sg-grp-ind)
                            wrk-sgr-negociado(wrk-sg-grp-ind)
                            wrk-sgr-faturado(wrk-sg-grp-ind)
                            wrk-sgr-devolvido(wrk-sg-grp-ind)
                            wrk-sgr-nota(wrk-sg-grp-ind)
           END-IF.
           ADD wrk-sc-linhas(wrk-sc-ind)
               to wrk-sgr-linhas(wrk-sg-grp-ind).
           ADD wrk-sc-pedida(wrk-sc-ind)
               to wrk-sgr-pedida(wrk-sg-grp-ind).
           ADD wrk-sc-recebida(wrk-sc-ind)
               to wrk-sgr-recebida(wrk-sg-grp-ind).
           ADD wrk-sc-entregas(wrk-sc-ind)
               to wrk-sgr-entregas(wrk-sg-grp-ind).
           ADD wrk-sc-no-prazo(wrk-sc-ind)
               to wrk-sgr-no-prazo(wrk-sg-grp-ind).
           ADD wrk-sc-dias(wrk-sc-ind)
               to wrk-sgr-dias(wrk-sg-grp-ind).
           ADD wrk-sc-negociado(wrk-sc-ind)
               to wrk-sgr-negociado(wrk-sg-grp-ind).
           ADD wrk-sc-faturado(wrk-sc-ind)
               to wrk-sgr-faturado(wrk-sg-grp-ind).
           ADD wrk-sc-devolvido(wrk-sc-ind)
               to wrk-sgr-devolvido(wrk-sg-grp-ind).
       0188-fim.
           EXIT.

       0189-carregar-grupo SECTION.
           MOVE wrk-sgr-pedida(wrk-sg-grp-ind) to wrk-sn-pedida.
           MOVE wrk-sgr-recebida(wrk-sg-grp-ind) to wrk-sn-recebida.
           MOVE wrk-sgr-entregas(wrk-sg-grp-ind) to wrk-sn-entregas.
           MOVE wrk-sgr-no-prazo(wrk-sg-grp-ind) to wrk-sn-no-prazo.
           MOVE wrk-sgr-dias(wrk-sg-grp-ind) to wrk-sn-dias.
           MOVE wrk-sgr-negociado(wrk-sg-grp-ind) to wrk-sn-negociado.
           MOVE wrk-sgr-faturado(wrk-sg-grp-ind) to wrk-sn-faturado.
           MOVE wrk-sgr-devolvido(wrk-sg-grp-ind) to wrk-sn-devolvido.

       0157-ordenar-grupos SECTION.
      *troca de vizinhos: grupo crescente e, no grupo, nota
      *decrescente
           IF wrk-sg-grp-qtd > 1
               PERFORM VARYING wrk-sc-ind FROM 1 BY 1
                       UNTIL wrk-sc-ind NOT < wrk-sg-grp-qtd
                   COMPUTE wrk-sc-limite = wrk-sg-grp-qtd
                           - wrk-sc-ind
                   PERFORM VARYING wrk-sc-j FROM 1 BY 1
                           UNTIL wrk-sc-j > wrk-sc-limite
                       COMPUTE wrk-sc-j1 = wrk-sc-j + 1
                       IF wrk-sgr-grupo-ex(wrk-sc-j)
                               > wrk-sgr-grupo-ex(wrk-sc-j1)
                          OR (wrk-sgr-grupo-ex(wrk-sc-j)
                               EQUAL wrk-sgr-grupo-ex(wrk-sc-j1)
                           AND wrk-sgr-nota(wrk-sc-j)
                               < wrk-sgr-nota(wrk-sc-j1))
                           MOVE wrk-sgr-ent(wrk-sc-j)
                               to wrk-sgr-temp
                           MOVE wrk-sgr-ent(wrk-sc-j1)
                               to wrk-sgr-ent(wrk-sc-j)
                           MOVE wrk-sgr-temp
                               to wrk-sgr-ent(wrk-sc-j1)
                       END-IF
                   END-PERFORM
               END-PERFORM
           END-IF.

       0158-ordenar-produtos SECTION.
      *troca de vizinhos: produto crescente e, no produto, nota
      *decrescente (o primeiro de cada produto e o melhor)
           IF wrk-sc-qtd > 1
               PERFORM VARYING wrk-sc-ind FROM 1 BY 1
                       UNTIL wrk-sc-ind NOT < wrk-sc-qtd
                   COMPUTE wrk-sc-limite = wrk-sc-qtd - wrk-sc-ind
                   PERFORM VARYING wrk-sc-j FROM 1 BY 1
                           UNTIL wrk-sc-j > wrk-sc-limite
                       COMPUTE wrk-sc-j1 = wrk-sc-j + 1
                       IF wrk-sc-prod-ex(wrk-sc-j)
                               > wrk-sc-prod-ex(wrk-sc-j1)
                          OR (wrk-sc-prod-ex(wrk-sc-j)
                               EQUAL wrk-sc-prod-ex(wrk-sc-j1)
                           AND wrk-sc-nota(wrk-sc-j)
                               < wrk-sc-nota(wrk-sc-j1))
                           MOVE wrk-sc-ent(wrk-sc-j)
                               to wrk-sc-temp
                           MOVE wrk-sc-ent(wrk-sc-j1)
                               to wrk-sc-ent(wrk-sc-j)
                           MOVE wrk-sc-temp
                               to wrk-sc-ent(wrk-sc-j1)
                       END-IF
                   END-PERFORM
               END-PERFORM
           END-IF.

       0182-imprimir-ranking SECTION.
      *ranking dos fornecedores em cada grupo de produto
           MOVE HIGH-VALUES to wrk-sc-grupo-ant.
           PERFORM VARYING wrk-sg-grp-ind FROM 1 BY 1
                   UNTIL wrk-sg-grp-ind > wrk-sg-grp-qtd
               IF wrk-sgr-grupo-ex(wrk-sg-grp-ind)
                       NOT EQUAL wrk-sc-grupo-ant
                   MOVE wrk-sgr-grupo-ex(wrk-sg-grp-ind)
                       to wrk-sc-grupo-ant
                   MOVE ZERO to wrk-sc-pos
                   MOVE SPACES to REL-SC-LINHA
                   WRITE REL-SCORECARD-REG
                   IF wrk-sc-grupo-ant EQUAL SPACES
                       MOVE "sem grupo" to REL-SC-LINHA(1:9)
                   ELSE
                       MOVE "grupo" to REL-SC-LINHA(1:5)
                       MOVE wrk-sc-grupo-ant to REL-SC-LINHA(7:4)
                   END-IF
                   WRITE REL-SCORECARD-REG
                   MOVE SPACES to REL-SC-LINHA
                   MOVE "pos" to REL-SC-LINHA(1:3)
                   MOVE "forn" to REL-SC-LINHA(5:4)
                   MOVE "nome" to REL-SC-LINHA(11:4)
                   MOVE "linhs" to REL-SC-LINHA(32:5)
                   MOVE "prazo" to REL-SC-LINHA(38:5)
                   MOVE "pont%" to REL-SC-LINHA(44:5)
                   MOVE "atend%" to REL-SC-LINHA(51:6)
                   MOVE "preco%" to REL-SC-LINHA(59:6)
                   MOVE "devolvido" to REL-SC-LINHA(70:9)
                   MOVE "nota" to REL-SC-LINHA(81:4)
                   WRITE REL-SCORECARD-REG
               END-IF
               ADD 1 to wrk-sc-pos
               PERFORM 0189-carregar-grupo
               PERFORM 0187-calcular-nota
               MOVE wrk-sgr-forn-ex(wrk-sg-grp-ind)
                   to wrk-sc-fornecedor
               MOVE wrk-sgr-linhas(wrk-sg-grp-ind) to wrk-sn-qtd-ed
               PERFORM 0184-linha-ranking
           END-PERFORM.

       0184-linha-ranking SECTION.
      *uma linha do scorecard com os indicadores em wrk-sn-*
           MOVE SPACES to REL-SC-LINHA.
           MOVE wrk-sc-pos to REL-SC-LINHA(1:3).
           MOVE wrk-sc-fornecedor to REL-SC-LINHA(5:5).
           MOVE wrk-sc-fornecedor to FOR-CODIGO.
           READ FORNECEDORES
               INVALID KEY
                   MOVE "(nao cadastrado)" to FOR-NOME
           END-READ.
           MOVE FOR-NOME to REL-SC-LINHA(11:20).
           MOVE wrk-sn-qtd-ed to REL-SC-LINHA(32:5).
           MOVE wrk-sn-prazo-medio to wrk-sn-qtd-ed.
           MOVE wrk-sn-qtd-ed to REL-SC-LINHA(38:5).
           MOVE wrk-sn-pontual to wrk-sn-perc-ed.
           MOVE wrk-sn-perc-ed to REL-SC-LINHA(44:5).
           MOVE wrk-sn-atendimento to wrk-sn-perc-ed.
           MOVE wrk-sn-perc-ed to REL-SC-LINHA(51:5).
           MOVE wrk-sn-variacao to wrk-sn-var-ed.
           MOVE wrk-sn-var-ed to REL-SC-LINHA(58:7).
           MOVE wrk-sn-devolvido to wrk-valor-gr-ed.
           MOVE wrk-valor-gr-ed to REL-SC-LINHA(66:13).
           MOVE wrk-sn-nota to wrk-sn-perc-ed.
           MOVE wrk-sn-perc-ed to REL-SC-LINHA(80:5).
           WRITE REL-SCORECARD-REG.

       0183-imprimir-preferenciais SECTION.
      *produtos em que o fornecedor preferencial do cadastro nao e
      *o de melhor nota no trimestre, ou nao comprou no trimestre,
      *ou o produto nao tem preferencial
           MOVE ZERO to wrk-sc-marcados.
           MOVE SPACES to REL-SC-LINHA.
           WRITE REL-SCORECARD-REG.
           MOVE "produtos a rever o fornecedor preferencial"
               to REL-SC-LINHA(1:42).
           WRITE REL-SCORECARD-REG.
           MOVE SPACES to REL-SC-LINHA.
           MOVE "produto" to REL-SC-LINHA(1:7).
           MOVE "descricao" to REL-SC-LINHA(9:9).
           MOVE "pref" to REL-SC-LINHA(40:4).
           MOVE "nota" to REL-SC-LINHA(47:4).
           MOVE "melhor" to REL-SC-LINHA(53:6).
           MOVE "nota" to REL-SC-LINHA(61:4).
           WRITE REL-SCORECARD-REG.
           MOVE ZERO to wrk-sc-produto-ant.
           PERFORM VARYING wrk-sc-ind FROM 1 BY 1
                   UNTIL wrk-sc-ind > wrk-sc-qtd
               IF wrk-sc-prod-ex(wrk-sc-ind)
                       NOT EQUAL wrk-sc-produto-ant
                   MOVE wrk-sc-prod-ex(wrk-sc-ind)
                       to wrk-sc-produto-ant
                   PERFORM 0193-verificar-preferencial
               END-IF
           END-PERFORM.
           IF wrk-sc-marcados EQUAL ZERO
               MOVE SPACES to REL-SC-LINHA
               MOVE "nenhum" to REL-SC-LINHA(1:6)
               WRITE REL-SCORECARD-REG
           END-IF.

       0193-verificar-preferencial SECTION.
      *wrk-sc-ind e a primeira entrada do produto, a de melhor nota
           MOVE wrk-sc-produto-ant to PRO-CODIGO.
           READ PRODUTOS
               INVALID KEY
                   GO to 0193-fim
           END-READ.
           MOVE "N" to wrk-sc-pref-achou.
           MOVE ZERO to wrk-sc-pref-nota.
           PERFORM VARYING wrk-sc-j FROM wrk-sc-ind BY 1
                   UNTIL wrk-sc-j > wrk-sc-qtd
                      OR wrk-sc-prod-ex(wrk-sc-j)
                         NOT EQUAL wrk-sc-produto-ant
               IF wrk-sc-forn-ex(wrk-sc-j) EQUAL PRO-FORNECEDOR
                   MOVE "S" to wrk-sc-pref-achou
                   MOVE wrk-sc-nota(wrk-sc-j) to wrk-sc-pref-nota
               END-IF
           END-PERFORM.
           IF wrk-sc-pref-achou EQUAL "S"
               IF wrk-sc-pref-nota NOT < wrk-sc-nota(wrk-sc-ind)
                   GO to 0193-fim
               END-IF
           END-IF.
           ADD 1 to wrk-sc-marcados.
           MOVE SPACES to REL-SC-LINHA.
           MOVE PRO-CODIGO to REL-SC-LINHA(1:5).
           MOVE PRO-DESCRICAO to REL-SC-LINHA(9:30).
           IF PRO-FORNECEDOR EQUAL ZERO
               MOVE "sem" to REL-SC-LINHA(40:3)
           ELSE
               MOVE PRO-FORNECEDOR to REL-SC-LINHA(40:5)
               IF wrk-sc-pref-achou EQUAL "S"
                   MOVE wrk-sc-pref-nota to wrk-sn-perc-ed
                   MOVE wrk-sn-perc-ed to REL-SC-LINHA(46:5)
               ELSE
                   MOVE "s/compra" to REL-SC-LINHA(46:8)
               END-IF
           END-IF.
           MOVE wrk-sc-forn-ex(wrk-sc-ind) to REL-SC-LINHA(55:5).
           MOVE wrk-sc-nota(wrk-sc-ind) to wrk-sn-perc-ed.
           MOVE wrk-sn-perc-ed to REL-SC-LINHA(61:5).
           WRITE REL-SCORECARD-REG.
       0193-fim.
           EXIT.

       0190-devolver-fornecedor SECTION.
      *devolucao de mercadoria ao fornecedor contra uma linha do
      *pedido de compra e a nota do recebimento: o estoque sai pelo
      *diario (movimento "S", origem DEVCOMPRA, ao custo medio
      *corrente, e pelos lotes da filial no produto controlado por
      *lote), o valor ao preco da nota abate o titulo a pagar
      *da compra e, titulo ja pago, vira credito com o fornecedor;
      *a nota de debito sai impressa e fica registrada para o
      *fechamento contabil do ctapagar
           DISPLAY "numero do pedido de compra"
               ACCEPT wrk-rec-numero.
           DISPLAY "sequencia da linha"
               ACCEPT wrk-rec-seq.
           MOVE wrk-rec-numero to OC-NUMERO.
           MOVE wrk-rec-seq to OC-SEQ.
           READ PED-COMPRA
               INVALID KEY
                   DISPLAY "linha de compra nao encontrada"
                   GO to 0190-fim
           END-READ.
           COMPUTE wrk-dvc-disponivel = OC-QTD-RECEBIDA
                   - OC-QTD-DEVOLVIDA.
           IF wrk-dvc-disponivel EQUAL ZERO
               DISPLAY "nada recebido a devolver nesta linha"
               GO to 0190-fim
           END-IF.
           DISPLAY "produto " OC-PRODUTO " recebido "
                   OC-QTD-RECEBIDA " ja devolvido " OC-QTD-DEVOLVIDA.
           DISPLAY "numero da nota fiscal do recebimento"
               ACCEPT wrk-dvc-nf.
           PERFORM 0191-localizar-titulo.
           IF wrk-dvc-achou NOT EQUAL "S"
               DISPLAY "recebimento desta nota nao encontrado no"
                       " contas a pagar"
               GO to 0190-fim
           END-IF.
           DISPLAY "quantidade devolvida"
               ACCEPT wrk-dvc-qtd.
           IF wrk-dvc-qtd EQUAL ZERO
                   OR wrk-dvc-qtd > wrk-dvc-disponivel
               DISPLAY "quantidade invalida"
               GO to 0190-fim
           END-IF.
           DISPLAY "filial de onde sai (1-9, 0=nenhuma)"
               ACCEPT wrk-dvc-filial.
           IF wrk-dvc-filial > 9
               MOVE ZERO to wrk-dvc-filial
           END-IF.
           MOVE OC-PRODUTO to PRO-CODIGO.
           READ PRODUTOS
               INVALID KEY
                   DISPLAY "produto fora do cadastro"
                   GO to 0190-fim
           END-READ.
           IF PRO-ESTOQUE < wrk-dvc-qtd
               DISPLAY "saldo insuficiente: " PRO-ESTOQUE
               GO to 0190-fim
           END-IF.
           IF wrk-dvc-filial > 0
               IF PRO-EST-FIL(wrk-dvc-filial) < wrk-dvc-qtd
                   DISPLAY "saldo insuficiente na filial: "
                           PRO-EST-FIL(wrk-dvc-filial)
                   GO to 0190-fim
               END-IF
               SUBTRACT wrk-dvc-qtd from PRO-EST-FIL(wrk-dvc-filial)
           END-IF.
           SUBTRACT wrk-dvc-qtd from PRO-ESTOQUE.
           REWRITE REG-PRODUTO.
           PERFORM 0198-saida-devolucao.
           ADD wrk-dvc-qtd to OC-QTD-DEVOLVIDA.
           REWRITE REG-PED-COMPRA.

      *valor ao preco faturado; titulos anteriores ao registro do
      *preco da nota usam o negociado na linha
           MOVE CP-PRECO-UNIT to wrk-dvc-preco.
           IF wrk-dvc-preco EQUAL ZERO
               MOVE OC-PRECO-UNIT to wrk-dvc-preco
           END-IF.
           COMPUTE wrk-dvc-valor = wrk-dvc-qtd * wrk-dvc-preco.
      *o credito de icms da nota sai na proporcao do valor devolvido
           MOVE ZERO to wrk-dvc-icms.
           IF CP-ICMS > ZERO AND CP-VALOR > ZERO
               COMPUTE wrk-dvc-icms ROUNDED = CP-ICMS * wrk-dvc-valor
                       / CP-VALOR
               IF wrk-dvc-icms > CP-ICMS
                   MOVE CP-ICMS to wrk-dvc-icms
               END-IF
           END-IF.
           MOVE ZERO to wrk-dvc-abatido wrk-dvc-credito.
           IF PAGAR-QUITADO OR PAGAR-CANCELADO
               MOVE wrk-dvc-valor to wrk-dvc-credito
           ELSE
               COMPUTE wrk-dvc-saldo = CP-VALOR - CP-PAGO
               IF wrk-dvc-valor NOT > wrk-dvc-saldo
                   MOVE wrk-dvc-valor to wrk-dvc-abatido
               ELSE
                   MOVE wrk-dvc-saldo to wrk-dvc-abatido
                   COMPUTE wrk-dvc-credito = wrk-dvc-valor
                           - wrk-dvc-saldo
               END-IF
               ADD wrk-dvc-abatido to CP-PAGO
               IF CP-PAGO NOT < CP-VALOR
                   SET PAGAR-QUITADO to TRUE
               ELSE
                   SET PAGAR-PARCIAL to TRUE
               END-IF
               REWRITE REG-PAGAR
           END-IF.

           PERFORM 0192-obter-numero-nd.
           MOVE wrk-numero-nd to ND-NUMERO.
           ACCEPT ND-DATA FROM DATE YYYYMMDD.
           MOVE OC-FORNECEDOR to ND-FORNECEDOR.
           MOVE OC-NUMERO to ND-OC-NUMERO.
           MOVE OC-SEQ to ND-OC-SEQ.
           MOVE wrk-dvc-nf to ND-NF.
           MOVE CP-NUMERO to ND-TITULO.
           MOVE OC-PRODUTO to ND-PRODUTO.
           MOVE wrk-dvc-qtd to ND-QTD.
           MOVE wrk-dvc-preco to ND-PRECO-UNIT.
           MOVE wrk-dvc-valor to ND-VALOR.
           MOVE wrk-dvc-abatido to ND-ABATIDO.
           MOVE wrk-dvc-credito to ND-CREDITO.
           MOVE wrk-dvc-icms to ND-ICMS.
           OPEN EXTEND NOTAS-DEBITO.
           IF fs-notas-debito EQUAL 35
               OPEN OUTPUT NOTAS-DEBITO
           END-IF.
           WRITE REG-NOTA-DEBITO.
           CLOSE NOTAS-DEBITO.
           IF wrk-dvc-credito > ZERO
               MOVE OC-FORNECEDOR to CRF-FORNECEDOR
               MOVE ND-NUMERO to CRF-NOTA-DEBITO
               MOVE wrk-dvc-credito to CRF-VALOR CRF-SALDO
               ACCEPT CRF-DATA-HORA(1:8) FROM DATE YYYYMMDD
               ACCEPT CRF-DATA-HORA(9:6) FROM TIME
               SET CREDITO-FORN-ABERTO to TRUE
               OPEN EXTEND CREDITOS-FORN
               IF fs-creditos-forn EQUAL 35
                   OPEN OUTPUT CREDITOS-FORN
               END-IF
               WRITE REG-CREDITO-FORN
               CLOSE CREDITOS-FORN
           END-IF.
           IF wrk-dvc-icms > ZERO
               MOVE SPACES to REG-ICMS-MOV
               MOVE ND-DATA to ICM-DATA
               MOVE CP-ICMS-UF to ICM-UF
               SET ICMS-ESTORNO-CREDITO to TRUE
               MOVE wrk-dvc-icms to ICM-VALOR
               MOVE ND-NUMERO to ICM-DOCUMENTO
               MOVE OC-FORNECEDOR to ICM-PARCEIRO
               PERFORM 0168-gravar-icms
           END-IF.
           PERFORM 0194-imprimir-nota-debito.
       0190-fim.
           EXIT.

       0198-saida-devolucao SECTION.
      *movimento de saida da devolucao; produto controlado por lote
      *consome os lotes ativos da filial do mais antigo para o mais
      *novo, no molde do 0118 do prg14, mas sem pular os ja
      *vencidos (mercadoria vencida ainda na prateleira e a
      *primeira a voltar ao fornecedor), com um movimento por
      *lote; o que nenhum lote cobrir sai num movimento sem lote
           MOVE wrk-dvc-qtd to wrk-dvc-resta.
           IF produto-com-lote AND wrk-dvc-filial > 0
               MOVE PRO-CODIGO to LOT-PRODUTO
               MOVE wrk-dvc-filial to LOT-FILIAL
               MOVE ZERO to LOT-VALIDADE
               MOVE LOW-VALUES to LOT-NUMERO
               START LOTES KEY IS NOT LESS THAN LOT-CHAVE
               IF fs-lotes EQUAL 00
                   READ LOTES NEXT
               END-IF
               PERFORM UNTIL fs-lotes NOT EQUAL 00
                       OR wrk-dvc-resta EQUAL ZERO
                       OR LOT-PRODUTO NOT EQUAL PRO-CODIGO
                       OR LOT-FILIAL NOT EQUAL wrk-dvc-filial
                   IF LOTE-ATIVO AND LOT-SALDO > ZERO
                       IF wrk-dvc-resta > LOT-SALDO
                           MOVE LOT-SALDO to wrk-dvc-baixa
                       ELSE
                           MOVE wrk-dvc-resta to wrk-dvc-baixa
                       END-IF
                       SUBTRACT wrk-dvc-baixa from LOT-SALDO
                       SUBTRACT wrk-dvc-baixa from wrk-dvc-resta
                       REWRITE REG-LOTE
                       MOVE LOT-NUMERO to wrk-dvc-lote
                       PERFORM 0199-movimento-devolucao
                   END-IF
                   READ LOTES NEXT
               END-PERFORM
           END-IF.
           IF wrk-dvc-resta > ZERO
               MOVE wrk-dvc-resta to wrk-dvc-baixa
               MOVE SPACES to wrk-dvc-lote
               PERFORM 0199-movimento-devolucao
           END-IF.

       0199-movimento-devolucao SECTION.
      *um movimento "S" de wrk-dvc-baixa do lote wrk-dvc-lote
           MOVE SPACES to REG-MOVIMENTO.
           ACCEPT MOV-DATA-HORA(1:8) FROM DATE YYYYMMDD.
           ACCEPT MOV-DATA-HORA(9:6) FROM TIME.
           MOVE PRO-CODIGO to MOV-PRODUTO.
           MOVE "S" to MOV-TIPO.
           MOVE wrk-dvc-baixa to MOV-QTD.
           MOVE "DEVCOMPRA" to MOV-ORIGEM.
           MOVE PRO-CUSTO-MEDIO to MOV-CUSTO-UNIT.
           MOVE wrk-dvc-filial to MOV-FILIAL.
           MOVE wrk-dvc-lote to MOV-LOTE.
           OPEN EXTEND ESTOQUE-MOV.
           IF fs-estoque-mov EQUAL 35
               OPEN OUTPUT ESTOQUE-MOV
           END-IF.
           WRITE REG-MOVIMENTO.
           CLOSE ESTOQUE-MOV.

       0191-localizar-titulo SECTION.
      *titulo a pagar gerado no recebimento desta linha com a nota
      *informada, pela chave de fornecedor do contas a pagar
           MOVE "N" to wrk-dvc-achou.
           MOVE OC-FORNECEDOR to CP-FORNECEDOR.
           START PAGAR KEY IS EQUAL TO CP-FORNECEDOR
               INVALID KEY
                   CONTINUE
           END-START.
           IF fs-pagar EQUAL 00
               READ PAGAR NEXT
               PERFORM UNTIL fs-pagar NOT EQUAL 00
                       OR CP-FORNECEDOR NOT EQUAL OC-FORNECEDOR
                   IF CP-OC-NUMERO EQUAL OC-NUMERO
                           AND CP-OC-SEQ EQUAL OC-SEQ
                           AND CP-NF-FORNECEDOR EQUAL wrk-dvc-nf
                       MOVE "S" to wrk-dvc-achou
                       EXIT PERFORM
                   END-IF
                   READ PAGAR NEXT
               END-PERFORM
           END-IF.

       0192-obter-numero-nd SECTION.
           MOVE 1 to wrk-numero-nd.
           OPEN INPUT ND-CONTROL.
           IF fs-nd-control EQUAL 00
               READ ND-CONTROL
               IF fs-nd-control EQUAL 00
                   MOVE ND-PROXIMO to wrk-numero-nd
               END-IF
               CLOSE ND-CONTROL
           END-IF.
           COMPUTE ND-PROXIMO = wrk-numero-nd + 1.
           OPEN OUTPUT ND-CONTROL.
           WRITE ND-CONTROL-REG.
           CLOSE ND-CONTROL.

       0194-imprimir-nota-debito SECTION.
      *nota de debito para o fornecedor: identificacao, compra e
      *nota de origem, item devolvido e o destino do valor
           OPEN OUTPUT DOC-DEBITO.
           MOVE SPACES to DOC-ND-LINHA.
           MOVE "nota de debito n." to DOC-ND-LINHA(1:17).
           MOVE ND-NUMERO to DOC-ND-LINHA(19:7).
           MOVE "emissao" to DOC-ND-LINHA(28:7).
           MOVE ND-DATA to DOC-ND-LINHA(36:8).
           WRITE DOC-DEBITO-REG.
           MOVE SPACES to DOC-ND-LINHA.
           MOVE "fornecedor:" to DOC-ND-LINHA(1:11).
           MOVE ND-FORNECEDOR to DOC-ND-LINHA(13:5).
           MOVE ND-FORNECEDOR to FOR-CODIGO.
           READ FORNECEDORES
               NOT INVALID KEY
                   MOVE FOR-NOME to DOC-ND-LINHA(20:30)
           END-READ.
           WRITE DOC-DEBITO-REG.
           MOVE SPACES to DOC-ND-LINHA.
           MOVE "pedido de compra:" to DOC-ND-LINHA(1:17).
           MOVE ND-OC-NUMERO to DOC-ND-LINHA(19:7).
           MOVE "/" to DOC-ND-LINHA(26:1).
           MOVE ND-OC-SEQ to DOC-ND-LINHA(27:3).
           MOVE "sua nota:" to DOC-ND-LINHA(32:9).
           MOVE ND-NF to DOC-ND-LINHA(42:9).
           WRITE DOC-DEBITO-REG.
           MOVE SPACES to DOC-ND-LINHA.
           MOVE ND-PRODUTO to DOC-ND-LINHA(3:5).
           MOVE PRO-DESCRICAO to DOC-ND-LINHA(10:30).
           MOVE ND-QTD to DOC-ND-LINHA(42:5).
           MOVE ND-PRECO-UNIT to wrk-valor-ed.
           MOVE wrk-valor-ed to DOC-ND-LINHA(48:10).
           MOVE ND-VALOR to wrk-valor-gr-ed.
           MOVE wrk-valor-gr-ed to DOC-ND-LINHA(59:13).
           WRITE DOC-DEBITO-REG.
           MOVE SPACES to DOC-ND-LINHA.
           MOVE "valor da nota de debito:" to DOC-ND-LINHA(1:24).
           MOVE ND-VALOR to wrk-valor-gr-ed.
           MOVE wrk-valor-gr-ed to DOC-ND-LINHA(26:13).
           WRITE DOC-DEBITO-REG.
           MOVE SPACES to DOC-ND-LINHA.
           MOVE "abatido do titulo" to DOC-ND-LINHA(1:17).
           MOVE ND-TITULO to DOC-ND-LINHA(19:7).
           MOVE ND-ABATIDO to wrk-valor-gr-ed.
           MOVE wrk-valor-gr-ed to DOC-ND-LINHA(26:13).
           WRITE DOC-DEBITO-REG.
           IF ND-ICMS > ZERO
               MOVE SPACES to DOC-ND-LINHA
               MOVE "icms destacado devolvido:" to DOC-ND-LINHA(1:25)
               MOVE ND-ICMS to wrk-valor-gr-ed
               MOVE wrk-valor-gr-ed to DOC-ND-LINHA(26:13)
               WRITE DOC-DEBITO-REG
           END-IF.
           IF ND-CREDITO > ZERO
               MOVE SPACES to DOC-ND-LINHA
               MOVE "credito a nosso favor:" to DOC-ND-LINHA(1:22)
               MOVE ND-CREDITO to wrk-valor-gr-ed
               MOVE wrk-valor-gr-ed to DOC-ND-LINHA(26:13)
               WRITE DOC-DEBITO-REG
           END-IF.
           CLOSE DOC-DEBITO.
           DISPLAY "nota de debito " ND-NUMERO
                   " gravada em nota-debito.txt".

       END PROGRAM compras.
