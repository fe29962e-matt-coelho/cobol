      *          descricao, preco unitario, situacao), crescido do
      *          antigo acumulador de produto/valor: a listagem
      *          continua totalizando a quantidade e a soma dos
      *          precos cadastrados; produtos pereciveis marcados
      *          para controle de lote, com o relatorio semanal dos
      *          lotes a vencer por filial e a baixa dos vencidos;
      *          estrutura dos kits vendidos como um item so;
      *          consulta do disponivel a prometer (dispprom);
      *          operador de filial movimenta, transfere e lista
      *          so a propria filial; endereco de estoque (corredor,
      *          prateleira, nivel) de cada produto por filial
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       SELECT LOCK-PRODUTOS ASSIGN TO "./produtos.lck"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS FS-LOCK-PRODUTOS.
      *lotes dos produtos pereciveis (lidos pela validade no
      *relatorio de lotes a vencer e na baixa dos vencidos)
       SELECT LOTES ASSIGN TO "./lotes.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LOT-CHAVE
               ALTERNATE RECORD KEY IS LOT-VALIDADE WITH DUPLICATES
               FILE STATUS IS FS-LOTES.
       SELECT REL-LOTES ASSIGN TO "./lotes-a-vencer.txt"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS FS-REL-LOTES.
      *estrutura de kit: componentes e quantidade por kit
       SELECT KITS ASSIGN TO "./kits.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS KIT-CHAVE
               FILE STATUS IS FS-KITS.
      *cadastro de operadores do projeto-clientes: login, senha e
      *filial de lotacao de quem movimenta o estoque
       SELECT OPERADORES ASSIGN TO "./operadores.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS oper-login
               FILE STATUS IS FS-OPERADORES.
      *endereco de estoque por produto e filial, lido na separacao
      *dos pedidos do romaneio (prg14) e na lista de contagem
       SELECT LOCAIS ASSIGN TO "./locais-estoque.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LOC-CHAVE
               FILE STATUS IS FS-LOCAIS.
       DATA DIVISION.
       FILE SECTION.
           FD PRODUTOS.
           FD LOCK-PRODUTOS.
               01 LOCK-PRO-REG.
                   02 LKR-FLAG PIC X(01).
           FD LOTES.
           COPY "lotreg.cpy".
           FD REL-LOTES.
               01 REL-LOTES-REG.
                   02 REL-LT-LINHA PIC X(80).
           FD KITS.
           COPY "kitreg.cpy".
           FD OPERADORES.
           COPY "operreg.cpy".
           FD LOCAIS.
           COPY "locreg.cpy".
       WORKING-STORAGE SECTION.
       77 fs-produtos pic 9(02) value ZERO.
      *opcao do menu em x(01), no molde do prg14: os digitos
       77 wrk-tr-origem pic 9(02) value ZERO.
       77 wrk-tr-destino pic 9(02) value ZERO.
       77 wrk-tr-qtd pic 9(05) value ZERO.
      *lotes da transferencia: o que falta mover, o lote corrente e
      *a chave do lote da origem para retomar a leitura
       77 wrk-tr-resta pic 9(05) value ZERO.
       77 wrk-tr-baixa pic 9(05) value ZERO.
       77 wrk-tr-hoje pic 9(08) value ZERO.
       77 wrk-tr-entrada pic 9(08) value ZERO.
       77 wrk-tr-lote pic x(15) value SPACES.
       77 wrk-tr-lote-chave pic x(30) value SPACES.
      *manutencao das vigencias de preco
       77 fs-precos pic 9(02) value ZERO.
       77 wrk-prc-opcao pic 9(01) value ZERO.
       77 wrk-prc-vigencia pic 9(08) value ZERO.
       77 wrk-prc-preco pic 9(08)v99 value ZERO.
       77 wrk-prc-qtd pic 9(03) value ZERO.
      *controle de lote: marca do cadastro, lotes a vencer por
      *filial nos proximos wrk-lv-dias dias e baixa dos vencidos
       77 fs-lotes pic 9(02) value ZERO.
       77 fs-rel-lotes pic 9(02) value ZERO.
       77 wrk-controla-lote pic x(01) value "N".
       77 wrk-grupo pic x(04) value SPACES.
       77 wrk-lv-dias pic 9(03) value ZERO.
       77 wrk-lv-hoje pic 9(08) value ZERO.
       77 wrk-lv-limite pic 9(08) value ZERO.
       77 wrk-lv-filial pic 9(02) value ZERO.
       77 wrk-lv-cab pic x(01) value "N".
       77 wrk-lv-qtd pic 9(05) value ZERO.
       77 wrk-lv-baixa pic 9(05) value ZERO.
      *manutencao da estrutura de kit
       77 fs-kits pic 9(02) value ZERO.
       77 wrk-kit-codigo pic 9(05) value ZERO.
       77 wrk-kit-componente pic 9(05) value ZERO.
       77 wrk-kit-qtd pic 9(05) value ZERO.
       77 wrk-kit-linhas pic 9(03) value ZERO.
       77 wrk-kit-fim pic x(01) value "N".
       77 wrk-kit-e-kit pic x(01) value "N".
      *consulta do disponivel a prometer (modulo dispprom)
       77 wrk-atp-funcao pic x(01) value "C".
       77 wrk-atp-qtd pic 9(05) value ZERO.
       77 wrk-atp-disp pic s9(07) value ZERO.
       77 wrk-atp-data pic 9(08) value ZERO.
       77 wrk-atp-status pic x(02) value SPACES.
      *parametros do modulo de servicos de data (datesrv)
       77 wrk-ds-funcao pic x(01) value SPACE.
       77 wrk-ds-data1 pic 9(08) value ZERO.
       77 wrk-ds-data2 pic 9(08) value ZERO.
       77 wrk-ds-dias pic s9(08) value ZERO.
       77 wrk-ds-status pic x(02) value SPACES.
      *operador e filial de lotacao (zero = matriz): vem da sessao
      *do menu-sistema ou, avulso, do cadastro de operadores
       COPY "sessvars.cpy".
       COPY "senhvars.cpy".
       77 fs-operadores pic 9(02) value ZERO.
       77 wrk-operador pic x(10) value SPACES.
       77 wrk-oper-senha pic x(10) value SPACES.
       77 wrk-oper-ok pic x(01) value "N".
       77 wrk-filial-oper pic 9(02) value ZERO.
      *manutencao dos enderecos de estoque
       77 fs-locais pic 9(02) value ZERO.
       77 wrk-loc-filial pic 9(02) value ZERO.
       77 wrk-loc-qtd pic 9(02) value ZERO.
       01 wrk-loc-ed.
           05 wrk-loc-ed-corredor pic x(03).
           05 filler pic x(01) value "-".
           05 wrk-loc-ed-prateleira pic x(03).
           05 filler pic x(01) value "-".
           05 wrk-loc-ed-nivel pic x(02).

       PROCEDURE DIVISION.

       0050-principal section.
           PERFORM 0080-identificar-operador.
           IF wrk-oper-ok NOT EQUAL "S"
               DISPLAY "acesso negado"
               STOP RUN
           END-IF.
           PERFORM 0090-verificar-lock.
           PERFORM 0100-inicializar.
           PERFORM 0200-menu UNTIL wrk-opcao EQUAL "9".
           DISPLAY "finalizar".
           CLOSE PRODUTOS.
           CLOSE PRECOS.
           CLOSE LOTES.
           CLOSE KITS.
           CLOSE LOCAIS.
           PERFORM 0095-soltar-lock.
           STOP RUN.

       0080-identificar-operador SECTION.
      *sessao aberta no menu-sistema vale como esta; avulso, login
      *e senha contra o cadastro de operadores (conta bloqueada nao
      *entra)
           MOVE "N" to wrk-oper-ok.
           IF sess-aberta
               MOVE sess-login to wrk-operador
               MOVE sess-filial-oper to wrk-filial-oper
               MOVE "S" to wrk-oper-ok
               GO to 0080-fim
           END-IF.
           DISPLAY "operador"
               ACCEPT wrk-operador.
           DISPLAY "senha"
               ACCEPT wrk-oper-senha.
           OPEN INPUT OPERADORES.
           IF fs-operadores NOT EQUAL 00
               DISPLAY "cadastro de operadores indisponivel,"
                       " status " fs-operadores
               GO to 0080-fim
           END-IF.
           MOVE wrk-operador to oper-login.
           READ OPERADORES
               INVALID KEY
                   DISPLAY "operador nao cadastrado"
               NOT INVALID KEY
                   MOVE wrk-oper-senha to wrk-sh-senha
                   PERFORM 0158-calcula-hash
                   IF oper-senha-hash EQUAL wrk-sh-hash
                           AND NOT oper-bloqueado
                       MOVE "S" to wrk-oper-ok
                       MOVE oper-filial to wrk-filial-oper
                   ELSE
                       DISPLAY "senha errada ou conta bloqueada"
                   END-IF
           END-READ.
           CLOSE OPERADORES.
       0080-fim.
           EXIT.

       0090-verificar-lock SECTION.
      *sentinela marcado "L" = outra sessao (esta manutencao ou o
      *prg14) com o cadastro de produtos aberto; recusa abrir em
               CLOSE PRECOS
               OPEN I-O PRECOS
           END-IF.
           OPEN I-O LOTES.
           IF fs-lotes EQUAL 35
               OPEN OUTPUT LOTES
               CLOSE LOTES
               OPEN I-O LOTES
           END-IF.
           OPEN I-O KITS.
           IF fs-kits EQUAL 35
               OPEN OUTPUT KITS
               CLOSE KITS
               OPEN I-O KITS
           END-IF.
           OPEN I-O LOCAIS.
           IF fs-locais EQUAL 35
               OPEN OUTPUT LOCAIS
               CLOSE LOCAIS
               OPEN I-O LOCAIS
           END-IF.

       0200-menu SECTION.
           DISPLAY "1-incluir  2-consultar  3-alterar  4-excluir"
               "  5-listar  6-movimentar estoque  7-estoque baixo"
               "  8-vigencias de preco  9-sair".
           DISPLAY "T-transferencia entre filiais"
               "  L-lotes a vencer  V-baixa de lotes vencidos"
               "  K-estrutura de kit  D-disponivel a prometer".
           DISPLAY "E-enderecos de estoque".
           DISPLAY "opcao"
               ACCEPT wrk-opcao.
           EVALUATE wrk-opcao
               WHEN "T"
               WHEN "t"
                   PERFORM 0195-transferir-filial
               WHEN "L"
               WHEN "l"
                   PERFORM 0175-lotes-a-vencer
               WHEN "V"
               WHEN "v"
                   PERFORM 0176-baixar-vencidos
               WHEN "K"
               WHEN "k"
                   PERFORM 0196-estrutura-kit
               WHEN "D"
               WHEN "d"
                   PERFORM 0199-disponivel-prometer
               WHEN "E"
               WHEN "e"
                   PERFORM 0193-locais-estoque
               WHEN "9"
                   CONTINUE
               WHEN OTHER
               ACCEPT wrk-custo-mov.
           DISPLAY "filial do estoque inicial (1-9, 0=nenhuma)"
               ACCEPT wrk-mov-filial.
           DISPLAY "controla lote e validade? (s/n)"
               ACCEPT wrk-controla-lote.
           DISPLAY "grupo do produto (branco = sem grupo)"
               ACCEPT wrk-grupo.
           MOVE wrk-custo-mov to PRO-CUSTO-MEDIO.
           MOVE wrk-estoque to PRO-ESTOQUE.
           PERFORM VARYING wrk-fil-ind FROM 1 BY 1
           MOVE wrk-peso-unit to PRO-PESO-UNIT.
           MOVE wrk-fornecedor to PRO-FORNECEDOR.
           MOVE wrk-reposicao to PRO-QTD-REPOSICAO.
           IF wrk-controla-lote EQUAL "S" OR wrk-controla-lote
                   EQUAL "s"
               MOVE "S" to PRO-CONTROLA-LOTE
           ELSE
               MOVE "N" to PRO-CONTROLA-LOTE
           END-IF.
      *produto novo entra como C ate a proxima classificacao ABC
           MOVE "C" to PRO-CLASSE-ABC.
           MOVE ZERO to PRO-ULT-CONTAGEM.
           MOVE wrk-grupo to PRO-GRUPO.
           SET produto-ativo to TRUE.
           WRITE REG-PRODUTO
               INVALID KEY
                   DISPLAY "situacao.: " PRO-SITUACAO
                   DISPLAY "estoque..: " PRO-ESTOQUE
                           " (minimo " PRO-ESTOQUE-MIN ")"
                   IF produto-com-lote
                       DISPLAY "controlado por lote e validade"
                   END-IF
                   DISPLAY "grupo....: " PRO-GRUPO
                   PERFORM VARYING wrk-fil-ind FROM 1 BY 1
                           UNTIL wrk-fil-ind > 9
                       IF PRO-EST-FIL(wrk-fil-ind) > ZERO
                   DISPLAY "reposicao atual.: " PRO-QTD-REPOSICAO
                   DISPLAY "nova quantidade de reposicao (0=auto)"
                       ACCEPT wrk-reposicao
                   DISPLAY "controle de lote atual: "
                           PRO-CONTROLA-LOTE
                   DISPLAY "controla lote e validade? (s/n)"
                       ACCEPT wrk-controla-lote
                   IF wrk-controla-lote EQUAL "S" OR
                           wrk-controla-lote EQUAL "s"
                       MOVE "S" to PRO-CONTROLA-LOTE
                   ELSE
                       MOVE "N" to PRO-CONTROLA-LOTE
                   END-IF
                   DISPLAY "grupo atual....: " PRO-GRUPO
                   DISPLAY "novo grupo (branco = sem grupo)"
                       ACCEPT wrk-grupo
                   MOVE wrk-grupo to PRO-GRUPO
                   MOVE wrk-descricao to PRO-DESCRICAO
                   MOVE wrk-preco to PRO-PRECO
                   MOVE wrk-situacao to PRO-SITUACAO
                   IF wrk-mov-tipo EQUAL "E" OR wrk-mov-tipo
                           EQUAL "e" OR wrk-mov-tipo EQUAL "S"
                           OR wrk-mov-tipo EQUAL "s"
      *operador de filial so movimenta o balde da propria filial
                       IF wrk-filial-oper > ZERO
                           MOVE wrk-filial-oper to wrk-mov-filial
                       ELSE
                           DISPLAY "filial (1-9, 0=nenhuma)"
                               ACCEPT wrk-mov-filial
                       END-IF
                       IF wrk-mov-filial > 9
                           MOVE ZERO to wrk-mov-filial
                       END-IF
           CLOSE REL-ESTOQUE.
           DISPLAY "abaixo do minimo: " wrk-baixo-qtd.

       0175-lotes-a-vencer SECTION.
      *relatorio semanal: por filial, os lotes com saldo que vencem
      *ate hoje + wrk-lv-dias, na ordem da validade; os ja vencidos
      *saem marcados para a baixa (opcao V)
           DISPLAY "dias a frente (0 = 30)"
               ACCEPT wrk-lv-dias.
           IF wrk-lv-dias EQUAL ZERO
               MOVE 30 to wrk-lv-dias
           END-IF.
           ACCEPT wrk-lv-hoje FROM DATE YYYYMMDD.
           MOVE "A" to wrk-ds-funcao.
           MOVE wrk-lv-hoje to wrk-ds-data1.
           MOVE wrk-lv-dias to wrk-ds-dias.
           CALL "datesrv" USING wrk-ds-funcao wrk-ds-data1
                   wrk-ds-data2 wrk-ds-dias wrk-ds-status.
           MOVE wrk-ds-data2 to wrk-lv-limite.
           MOVE ZERO to wrk-lv-qtd.
           OPEN OUTPUT REL-LOTES.
           MOVE SPACES to REL-LT-LINHA.
           MOVE "lotes a vencer ate" to REL-LT-LINHA(1:18).
           MOVE wrk-lv-limite to REL-LT-LINHA(20:8).
           MOVE "- emitido em" to REL-LT-LINHA(29:12).
           MOVE wrk-lv-hoje to REL-LT-LINHA(42:8).
           WRITE REL-LOTES-REG.
           PERFORM VARYING wrk-lv-filial FROM 0 BY 1
                   UNTIL wrk-lv-filial > 9
               MOVE "N" to wrk-lv-cab
               MOVE ZERO to LOT-VALIDADE
               START LOTES KEY IS NOT LESS THAN LOT-VALIDADE
               IF fs-lotes EQUAL 00
                   READ LOTES NEXT
               END-IF
               PERFORM UNTIL fs-lotes NOT EQUAL 00
                       OR LOT-VALIDADE > wrk-lv-limite
      *operador de filial recebe so a parte da propria filial
                   IF LOT-FILIAL EQUAL wrk-lv-filial
                           AND LOTE-ATIVO AND LOT-SALDO > ZERO
                           AND (wrk-filial-oper EQUAL ZERO
                           OR LOT-FILIAL EQUAL wrk-filial-oper)
                       PERFORM 0177-linha-lote
                   END-IF
                   READ LOTES NEXT
               END-PERFORM
           END-PERFORM.
           MOVE SPACES to REL-LT-LINHA.
           MOVE "lotes listados:" to REL-LT-LINHA(1:15).
           MOVE wrk-lv-qtd to REL-LT-LINHA(17:5).
           WRITE REL-LOTES-REG.
           CLOSE REL-LOTES.
           DISPLAY "lotes a vencer: " wrk-lv-qtd
                   " (relatorio lotes-a-vencer.txt)".

       0177-linha-lote SECTION.
           IF wrk-lv-cab NOT EQUAL "S"
               MOVE SPACES to REL-LT-LINHA
               WRITE REL-LOTES-REG
               MOVE SPACES to REL-LT-LINHA
               MOVE "filial" to REL-LT-LINHA(1:6)
               MOVE wrk-lv-filial to REL-LT-LINHA(8:2)
               WRITE REL-LOTES-REG
               MOVE SPACES to REL-LT-LINHA
               MOVE "produto descricao" to REL-LT-LINHA(1:17)
               MOVE "lote            validade  saldo"
                   to REL-LT-LINHA(34:31)
               WRITE REL-LOTES-REG
               MOVE "S" to wrk-lv-cab
           END-IF.
           MOVE LOT-PRODUTO to PRO-CODIGO.
           READ PRODUTOS
               INVALID KEY
                   MOVE SPACES to PRO-DESCRICAO
           END-READ.
           MOVE SPACES to REL-LT-LINHA.
           MOVE LOT-PRODUTO to REL-LT-LINHA(1:5).
           MOVE PRO-DESCRICAO(1:25) to REL-LT-LINHA(9:25).
           MOVE LOT-NUMERO to REL-LT-LINHA(34:15).
           MOVE LOT-VALIDADE to REL-LT-LINHA(50:8).
           MOVE LOT-SALDO to REL-LT-LINHA(60:5).
           IF LOT-VALIDADE < wrk-lv-hoje
               MOVE "VENCIDO" to REL-LT-LINHA(67:7)
           END-IF.
           WRITE REL-LOTES-REG.
           ADD 1 to wrk-lv-qtd.

       0176-baixar-vencidos SECTION.
      *baixa de perda dos lotes vencidos com saldo: o saldo do lote
      *sai do total e da filial do produto com movimento de saida
      *"VENCIMENTO" no diario, ao custo medio, e o lote fica
      *marcado vencido com saldo zero
           ACCEPT wrk-lv-hoje FROM DATE YYYYMMDD.
           DISPLAY "baixar todos os lotes vencidos antes de "
                   wrk-lv-hoje "? (s/n)"
               ACCEPT wrk-confirma.
           IF wrk-confirma NOT EQUAL "S" AND wrk-confirma NOT
                   EQUAL "s"
               GO to 0176-fim
           END-IF.
           MOVE ZERO to wrk-lv-qtd.
           MOVE ZERO to LOT-VALIDADE.
           START LOTES KEY IS NOT LESS THAN LOT-VALIDADE.
           IF fs-lotes EQUAL 00
               READ LOTES NEXT
           END-IF.
           PERFORM UNTIL fs-lotes NOT EQUAL 00
                   OR LOT-VALIDADE NOT < wrk-lv-hoje
      *operador de filial baixa so os lotes da propria filial
               IF LOTE-ATIVO AND LOT-SALDO > ZERO
                       AND (wrk-filial-oper EQUAL ZERO
                       OR LOT-FILIAL EQUAL wrk-filial-oper)
                   MOVE LOT-PRODUTO to PRO-CODIGO
                   READ PRODUTOS
                       INVALID KEY
                           DISPLAY "produto " LOT-PRODUTO
                                   " fora do cadastro - lote "
                                   LOT-NUMERO " mantido"
                       NOT INVALID KEY
                           PERFORM 0178-baixar-um-lote
                   END-READ
               END-IF
               READ LOTES NEXT
           END-PERFORM.
           DISPLAY "lotes vencidos baixados: " wrk-lv-qtd.
       0176-fim.
           EXIT.

       0178-baixar-um-lote SECTION.
      *o saldo do produto nunca fica negativo: se o total ou o
      *balde da filial ja tiver menos que o lote, baixa o que houver
           MOVE LOT-SALDO to wrk-lv-baixa.
           IF wrk-lv-baixa > PRO-ESTOQUE
               MOVE PRO-ESTOQUE to wrk-lv-baixa
           END-IF.
           SUBTRACT wrk-lv-baixa from PRO-ESTOQUE.
           IF LOT-FILIAL > 0 AND LOT-FILIAL < 10
               IF wrk-lv-baixa > PRO-EST-FIL(LOT-FILIAL)
                   MOVE ZERO to PRO-EST-FIL(LOT-FILIAL)
               ELSE
                   SUBTRACT wrk-lv-baixa from PRO-EST-FIL(LOT-FILIAL)
               END-IF
           END-IF.
           REWRITE REG-PRODUTO.
           MOVE SPACES to REG-MOVIMENTO.
           ACCEPT MOV-DATA-HORA(1:8) FROM DATE YYYYMMDD.
           ACCEPT MOV-DATA-HORA(9:6) FROM TIME.
           MOVE PRO-CODIGO to MOV-PRODUTO.
           MOVE "S" to MOV-TIPO.
           MOVE wrk-lv-baixa to MOV-QTD.
           MOVE "VENCIMENTO" to MOV-ORIGEM.
           MOVE PRO-CUSTO-MEDIO to MOV-CUSTO-UNIT.
           MOVE LOT-FILIAL to MOV-FILIAL.
           MOVE LOT-NUMERO to MOV-LOTE.
           OPEN EXTEND ESTOQUE-MOV.
           IF fs-estoque-mov EQUAL 35
               OPEN OUTPUT ESTOQUE-MOV
           END-IF.
           WRITE REG-MOVIMENTO.
           CLOSE ESTOQUE-MOV.
           MOVE ZERO to LOT-SALDO.
           SET LOTE-VENCIDO to TRUE.
           REWRITE REG-LOTE.
           ADD 1 to wrk-lv-qtd.
           DISPLAY "produto " LOT-PRODUTO " lote " LOT-NUMERO
                   " validade " LOT-VALIDADE " baixado "
                   wrk-lv-baixa.

       0180-gravar-movimento SECTION.
           MOVE SPACES to REG-MOVIMENTO.
           ACCEPT MOV-DATA-HORA(1:8) FROM DATE YYYYMMDD.

       0195-transferir-filial SECTION.
      *move quantidade entre os baldes de filial com o par casado
      *de movimentos saida/entrada no diario; o total nao muda; no
      *produto controlado por lote os lotes vao junto
           DISPLAY "codigo do produto"
               ACCEPT wrk-codigo.
           MOVE wrk-codigo to PRO-CODIGO.
                           PRO-EST-FIL(wrk-fil-ind)
               END-IF
           END-PERFORM.
      *operador de filial so transfere a partir da propria filial
           IF wrk-filial-oper > ZERO
               MOVE wrk-filial-oper to wrk-tr-origem
               DISPLAY "filial de origem: " wrk-tr-origem
           ELSE
               DISPLAY "filial de origem (1-9)"
                   ACCEPT wrk-tr-origem
           END-IF.
           DISPLAY "filial de destino (1-9)"
               ACCEPT wrk-tr-destino.
           DISPLAY "quantidade"
           ADD wrk-tr-qtd to PRO-EST-FIL(wrk-tr-destino).
           REWRITE REG-PRODUTO.
           MOVE PRO-CUSTO-MEDIO to wrk-custo-mov.
           PERFORM 0187-transferir-lotes.
           DISPLAY "transferencia gravada".
      *enderecos para quem retira na origem e guarda no destino
           MOVE wrk-tr-origem to wrk-loc-filial.
           PERFORM 0186-local-filial.
           DISPLAY "retirar na filial " wrk-tr-origem ": " wrk-loc-ed.
           MOVE wrk-tr-destino to wrk-loc-filial.
           PERFORM 0186-local-filial.
           DISPLAY "guardar na filial " wrk-tr-destino ": "
                   wrk-loc-ed.
       0195-fim.
           EXIT.

       0193-locais-estoque SECTION.
      *endereco do produto em uma filial: corredor, prateleira e
      *nivel; tudo em branco tira o produto do endereco; operador
      *de filial so cuida da propria filial
           DISPLAY "codigo do produto"
               ACCEPT wrk-codigo.
           MOVE wrk-codigo to PRO-CODIGO.
           READ PRODUTOS
               INVALID KEY
                   DISPLAY "produto nao encontrado"
                   GO to 0193-fim
           END-READ.
           DISPLAY "produto: " PRO-DESCRICAO.
           PERFORM 0194-listar-locais.
           IF wrk-filial-oper > ZERO
               MOVE wrk-filial-oper to wrk-loc-filial
               DISPLAY "filial: " wrk-loc-filial
           ELSE
               DISPLAY "filial (1-9)"
                   ACCEPT wrk-loc-filial
           END-IF.
           IF wrk-loc-filial < 1 OR wrk-loc-filial > 9
               DISPLAY "filial invalida"
               GO to 0193-fim
           END-IF.
           MOVE PRO-CODIGO to LOC-PRODUTO.
           MOVE wrk-loc-filial to LOC-FILIAL.
           DISPLAY "corredor (branco = tirar do endereco)"
               ACCEPT LOC-CORREDOR.
           DISPLAY "prateleira"
               ACCEPT LOC-PRATELEIRA.
           DISPLAY "nivel"
               ACCEPT LOC-NIVEL.
           INSPECT LOC-ENDERECO CONVERTING
                   "abcdefghijklmnopqrstuvwxyz"
                   TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
           IF LOC-ENDERECO EQUAL SPACES
               DELETE LOCAIS
                   INVALID KEY
                       DISPLAY "produto sem endereco nesta filial"
                   NOT INVALID KEY
                       DISPLAY "endereco retirado"
               END-DELETE
               GO to 0193-fim
           END-IF.
           IF LOC-CORREDOR EQUAL SPACES
               DISPLAY "corredor obrigatorio"
               GO to 0193-fim
           END-IF.
           WRITE REG-LOCAL
               INVALID KEY
                   REWRITE REG-LOCAL
                   DISPLAY "endereco alterado"
               NOT INVALID KEY
                   DISPLAY "endereco incluido"
           END-WRITE.
       0193-fim.
           EXIT.

       0194-listar-locais SECTION.
           MOVE ZERO to wrk-loc-qtd.
           MOVE PRO-CODIGO to LOC-PRODUTO.
           MOVE ZERO to LOC-FILIAL.
           START LOCAIS KEY IS NOT LESS THAN LOC-CHAVE.
           IF fs-locais EQUAL 00
               READ LOCAIS NEXT
               PERFORM UNTIL fs-locais NOT EQUAL 00
                       OR LOC-PRODUTO NOT EQUAL PRO-CODIGO
                   ADD 1 to wrk-loc-qtd
                   MOVE "   -   -  " to wrk-loc-ed
                   MOVE LOC-CORREDOR to wrk-loc-ed-corredor
                   MOVE LOC-PRATELEIRA to wrk-loc-ed-prateleira
                   MOVE LOC-NIVEL to wrk-loc-ed-nivel
                   DISPLAY "  filial " LOC-FILIAL ": " wrk-loc-ed
                   READ LOCAIS NEXT
               END-PERFORM
           END-IF.
           IF wrk-loc-qtd EQUAL ZERO
               DISPLAY "  produto sem endereco de estoque"
           END-IF.

       0186-local-filial SECTION.
      *endereco do produto do buffer na filial wrk-loc-filial,
      *editado em wrk-loc-ed ("sem local" quando nao enderecado)
           MOVE "   -   -  " to wrk-loc-ed.
           MOVE PRO-CODIGO to LOC-PRODUTO.
           MOVE wrk-loc-filial to LOC-FILIAL.
           READ LOCAIS
               INVALID KEY
                   MOVE "sem local" to wrk-loc-ed
                   GO to 0186-fim
           END-READ.
           MOVE LOC-CORREDOR to wrk-loc-ed-corredor.
           MOVE LOC-PRATELEIRA to wrk-loc-ed-prateleira.
           MOVE LOC-NIVEL to wrk-loc-ed-nivel.
       0186-fim.
           EXIT.

       0196-estrutura-kit SECTION.
      *o kit e um produto do cadastro (preco e descricao saem dele)
      *com a lista de componentes aqui; componente com quantidade
      *zero sai da estrutura; kit dentro de kit nao entra, a baixa
      *do prg14 desce um nivel so
           DISPLAY "codigo do kit"
               ACCEPT wrk-kit-codigo.
           MOVE wrk-kit-codigo to PRO-CODIGO.
           READ PRODUTOS
               INVALID KEY
                   DISPLAY "produto nao encontrado"
                   GO to 0196-fim
           END-READ.
           DISPLAY "kit: " PRO-DESCRICAO.
           MOVE "N" to wrk-kit-fim.
           PERFORM UNTIL wrk-kit-fim EQUAL "S"
               PERFORM 0197-listar-componentes
               DISPLAY "componente (0 encerra)"
                   ACCEPT wrk-kit-componente
               IF wrk-kit-componente EQUAL ZERO
                   MOVE "S" to wrk-kit-fim
               ELSE
                   PERFORM 0198-gravar-componente
               END-IF
           END-PERFORM.
       0196-fim.
           EXIT.

       0197-listar-componentes SECTION.
           MOVE ZERO to wrk-kit-linhas.
           MOVE wrk-kit-codigo to KIT-CODIGO.
           MOVE ZERO to KIT-COMPONENTE.
           START KITS KEY IS NOT LESS THAN KIT-CHAVE.
           IF fs-kits EQUAL 00
               READ KITS NEXT
               PERFORM UNTIL fs-kits NOT EQUAL 00
                       OR KIT-CODIGO NOT EQUAL wrk-kit-codigo
                   ADD 1 to wrk-kit-linhas
                   MOVE KIT-COMPONENTE to PRO-CODIGO
                   MOVE SPACES to PRO-DESCRICAO
                   READ PRODUTOS
                       INVALID KEY
                           MOVE "(fora do cadastro)"
                               to PRO-DESCRICAO
                   END-READ
                   DISPLAY "  " KIT-COMPONENTE " " PRO-DESCRICAO
                           " qtd por kit " KIT-QTD
                   READ KITS NEXT
               END-PERFORM
           END-IF.
           IF wrk-kit-linhas EQUAL ZERO
               DISPLAY "  kit sem componentes"
           END-IF.

       0198-gravar-componente SECTION.
           IF wrk-kit-componente EQUAL wrk-kit-codigo
               DISPLAY "o kit nao e componente de si mesmo"
               GO to 0198-fim
           END-IF.
           MOVE wrk-kit-componente to PRO-CODIGO.
           READ PRODUTOS
               INVALID KEY
                   DISPLAY "componente nao cadastrado"
                   GO to 0198-fim
           END-READ.
           MOVE "N" to wrk-kit-e-kit.
           MOVE wrk-kit-componente to KIT-CODIGO.
           MOVE ZERO to KIT-COMPONENTE.
           START KITS KEY IS NOT LESS THAN KIT-CHAVE.
           IF fs-kits EQUAL 00
               READ KITS NEXT
               IF fs-kits EQUAL 00
                       AND KIT-CODIGO EQUAL wrk-kit-componente
                   MOVE "S" to wrk-kit-e-kit
               END-IF
           END-IF.
           IF wrk-kit-e-kit EQUAL "S"
               DISPLAY "componente e outro kit - nao aceito"
               GO to 0198-fim
           END-IF.
           DISPLAY PRO-DESCRICAO " - quantidade por kit"
               " (0 tira da estrutura)"
               ACCEPT wrk-kit-qtd.
           MOVE wrk-kit-codigo to KIT-CODIGO.
           MOVE wrk-kit-componente to KIT-COMPONENTE.
           IF wrk-kit-qtd EQUAL ZERO
               DELETE KITS
                   INVALID KEY
                       DISPLAY "componente nao estava no kit"
                   NOT INVALID KEY
                       DISPLAY "componente retirado"
               END-DELETE
           ELSE
               MOVE wrk-kit-qtd to KIT-QTD
               WRITE REG-KIT
                   INVALID KEY
                       REWRITE REG-KIT
                       DISPLAY "quantidade regravada"
                   NOT INVALID KEY
                       DISPLAY "componente incluido"
               END-WRITE
           END-IF.
       0198-fim.
           EXIT.

       0199-disponivel-prometer SECTION.
      *saldo da filial, comprometido com backorders e orcamentos,
      *compras a receber e o disponivel semana a semana
           DISPLAY "codigo do produto"
               ACCEPT wrk-codigo.
           DISPLAY "filial (0 = todas)"
               ACCEPT wrk-mov-filial.
           IF wrk-filial-oper > ZERO
               MOVE wrk-filial-oper to wrk-mov-filial
           END-IF.
           DISPLAY "quantidade pedida pelo cliente (0 = so consulta)"
               ACCEPT wrk-atp-qtd.
           MOVE "C" to wrk-atp-funcao.
           CALL "dispprom" USING wrk-atp-funcao wrk-codigo
                                 wrk-mov-filial wrk-atp-qtd
                                 wrk-atp-disp wrk-atp-data
                                 wrk-atp-status.
           IF wrk-atp-status NOT EQUAL "00"
               DISPLAY "produto nao encontrado"
           END-IF.

       0187-transferir-lotes SECTION.
      *produto controlado por lote: a quantidade sai dos lotes da
      *origem ainda na validade, do que vence primeiro (como a
      *baixa do prg14), e entra no mesmo lote na filial de destino,
      *com o par de movimentos por lote; o que nenhum lote cobrir
      *segue no par de movimentos sem lote
           MOVE wrk-tr-qtd to wrk-tr-resta.
           IF produto-com-lote
               ACCEPT wrk-tr-hoje FROM DATE YYYYMMDD
               MOVE PRO-CODIGO to LOT-PRODUTO
               MOVE wrk-tr-origem to LOT-FILIAL
               MOVE wrk-tr-hoje to LOT-VALIDADE
               MOVE LOW-VALUES to LOT-NUMERO
               START LOTES KEY IS NOT LESS THAN LOT-CHAVE
               IF fs-lotes EQUAL 00
                   READ LOTES NEXT
               END-IF
               PERFORM UNTIL fs-lotes NOT EQUAL 00
                       OR wrk-tr-resta EQUAL ZERO
                       OR LOT-PRODUTO NOT EQUAL PRO-CODIGO
                       OR LOT-FILIAL NOT EQUAL wrk-tr-origem
                   IF LOTE-ATIVO AND LOT-SALDO > ZERO
                       PERFORM 0188-transferir-um-lote
                   END-IF
                   READ LOTES NEXT
               END-PERFORM
           END-IF.
           IF wrk-tr-resta > ZERO
               MOVE wrk-tr-resta to wrk-mov-qtd
               MOVE SPACES to wrk-tr-lote
               MOVE "S" to wrk-mov-tipo
               MOVE wrk-tr-origem to wrk-mov-filial
               PERFORM 0185-movimento-transfer
               MOVE "E" to wrk-mov-tipo
               MOVE wrk-tr-destino to wrk-mov-filial
               PERFORM 0185-movimento-transfer
           END-IF.

       0188-transferir-um-lote SECTION.
      *lote da origem no buffer: baixa a parte transferida, credita
      *o mesmo lote no destino e reposiciona a leitura logo depois
      *do lote da origem
           IF wrk-tr-resta > LOT-SALDO
               MOVE LOT-SALDO to wrk-tr-baixa
           ELSE
               MOVE wrk-tr-resta to wrk-tr-baixa
           END-IF.
           SUBTRACT wrk-tr-baixa from LOT-SALDO.
           SUBTRACT wrk-tr-baixa from wrk-tr-resta.
           REWRITE REG-LOTE.
           MOVE LOT-CHAVE to wrk-tr-lote-chave.
           MOVE LOT-ENTRADA to wrk-tr-entrada.
           MOVE LOT-NUMERO to wrk-tr-lote.
           MOVE wrk-tr-destino to LOT-FILIAL.
           READ LOTES
               INVALID KEY
                   MOVE wrk-tr-baixa to LOT-SALDO
                   MOVE wrk-tr-entrada to LOT-ENTRADA
                   SET LOTE-ATIVO to TRUE
                   WRITE REG-LOTE
               NOT INVALID KEY
                   ADD wrk-tr-baixa to LOT-SALDO
                   SET LOTE-ATIVO to TRUE
                   REWRITE REG-LOTE
           END-READ.
           MOVE wrk-tr-baixa to wrk-mov-qtd.
           MOVE "S" to wrk-mov-tipo.
           MOVE wrk-tr-origem to wrk-mov-filial.
           PERFORM 0185-movimento-transfer.
           MOVE "E" to wrk-mov-tipo.
           MOVE wrk-tr-destino to wrk-mov-filial.
           PERFORM 0185-movimento-transfer.
           MOVE wrk-tr-lote-chave to LOT-CHAVE.
           START LOTES KEY IS GREATER THAN LOT-CHAVE.

       0185-movimento-transfer SECTION.
           MOVE SPACES to REG-MOVIMENTO.
           MOVE "TRANSFER" to MOV-ORIGEM.
           MOVE wrk-custo-mov to MOV-CUSTO-UNIT.
           MOVE wrk-mov-filial to MOV-FILIAL.
           MOVE wrk-tr-lote to MOV-LOTE.
           OPEN EXTEND ESTOQUE-MOV.
           IF fs-estoque-mov EQUAL 35
               OPEN OUTPUT ESTOQUE-MOV
           DISPLAY "valor total=" wrk-vlacm.
           DISPLAY "quantidade de produtos: " wrk-qtdprodutos.

       COPY "senhash.cpy".

       END PROGRAM ex-loops.
