      * Author:
      * Date:
      * Purpose: arquivo de dados - manutencao (inclusao, consulta e
      *          alteracao em uma unica sessao); captura de pedidos
      *          fora de linha na filial, validados contra o refresh
      *          de clientes e produtos da matriz e carregados la
      *          pelo prg14 (parametro FILIAL), com a lista das
      *          recusas voltando para a estacao
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       SELECT REFRESH ASSIGN TO "./refresh-clientes.dat"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS FS-REFRESH.
      *produtos ativos com o preco do dia, cortados junto com o
      *refresh de clientes; o arquivo local e reconstruido dele da
      *mesma forma e e contra ele que o pedido capturado e validado
       SELECT REFRESH-PROD ASSIGN TO "./refresh-produtos.dat"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS FS-REFRESH-PROD.
       SELECT PRODUTOS-FILIAL ASSIGN TO "./produtos-filial.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PRF-CODIGO
               FILE STATUS IS FS-PRODUTOS-FILIAL.
      *pedidos capturados na filial, no desenho do arquivo de
      *intercambio de pedidos (origem "F"), que o prg14 carrega na
      *matriz com o parametro FILIAL; as recusas daquela carga
      *voltam com o motivo na frente da linha original
       SELECT PEDIDOS-FILIAL ASSIGN TO "./pedidos-filial.dat"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS FS-PEDIDOS-FILIAL.
       SELECT RECUSAS-FILIAL
               ASSIGN TO "./pedidos-filial-rejeitados.dat"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS FS-RECUSAS-FILIAL.
       DATA DIVISION.
       FILE SECTION.
           FD CLIENTES.
                   02 REG-ID PIC 9(04).
                   02 REG-NOME PIC X(20).
                   02 REG-TEL PIC X(11).
      *codigo do cliente no mestre (zero para o incluido aqui e
      *ainda nao processado na matriz) e o cpf/cnpj, que identifica
      *o cliente no pedido enquanto ele nao tem codigo
                   02 REG-CODIGO PIC 9(09).
                   02 REG-CPF PIC X(14).
           FD CAPTURA.
           COPY "transman.cpy".
           FD REFRESH.
                   02 REF-ID PIC 9(04).
                   02 REF-NOME PIC X(20).
                   02 REF-TEL PIC X(11).
                   02 REF-CODIGO PIC 9(09).
                   02 REF-CPF PIC X(14).
           FD REFRESH-PROD.
               01 REFRESH-PROD-REG.
                   02 RFP-CODIGO PIC 9(05).
                   02 RFP-DESCRICAO PIC X(30).
                   02 RFP-PRECO PIC 9(08)V99.
           FD PRODUTOS-FILIAL.
               01 REG-PRODUTO-FILIAL.
                   02 PRF-CODIGO PIC 9(05).
                   02 PRF-DESCRICAO PIC X(30).
                   02 PRF-PRECO PIC 9(08)V99.
           FD PEDIDOS-FILIAL.
           COPY "impreg.cpy".
      *recusa da carga na matriz: motivo, descricao e a linha
      *original do pedido (cabecalho ou item)
           FD RECUSAS-FILIAL.
               01 RECUSA-REG.
                   02 RJF-MOTIVO PIC X(02).
                   02 RJF-DESCRICAO PIC X(30).
                   02 RJF-LINHA PIC X(80).
               01 RECUSA-REG-PEDIDO.
                   02 FILLER PIC X(32).
                   02 RJF-TIPO PIC X(01).
                   02 RJF-ORIGEM PIC X(01).
                   02 RJF-REFERENCIA PIC X(10).
                   02 RJF-CLIENTE PIC X(09).
                   02 FILLER PIC X(59).
               01 RECUSA-REG-ITEM.
                   02 FILLER PIC X(33).
                   02 RJF-PRODUTO PIC X(05).
                   02 RJF-QUANTIDADE PIC X(05).
                   02 FILLER PIC X(69).
       WORKING-STORAGE SECTION.
       77 fs-clientes pic 9(02) value ZERO.
       77 fs-captura pic 9(02) value ZERO.
       77 fs-refresh pic 9(02) value ZERO.
       77 fs-refresh-prod pic 9(02) value ZERO.
       77 fs-produtos-filial pic 9(02) value ZERO.
       77 fs-pedidos-filial pic 9(02) value ZERO.
       77 fs-recusas-filial pic 9(02) value ZERO.
       77 wrk-ref-qtd pic 9(05) value ZERO.
       77 msg-erro pic x(30) VALUE SPACE.

       77 wrk-cli-tipo pic x(01) value "F".
       77 wrk-cpf pic x(14) VALUE SPACE.
       77 wrk-nasc pic x(08) VALUE SPACE.
      *captura de pedidos: a filial que vende (a da sessao aberta
      *no menu-sistema ou informada uma vez) e o pedido em montagem
       COPY "sessvars.cpy".
       77 wrk-tem-produtos pic x(01) value "N".
       77 wrk-filial pic 9(02) value ZERO.
       77 wrk-ped-produto pic 9(05) value ZERO.
       77 wrk-ped-quantidade pic 9(05) value ZERO.
       77 wrk-ped-qtd pic 9(03) value ZERO.
       77 wrk-ped-ind pic 9(03) value ZERO.
       77 wrk-ped-total pic 9(10)v99 value ZERO.
       77 wrk-ped-total-ed pic zzzzzzzzz9.99 value ZERO.
       77 wrk-ped-preco-ed pic zzzzzz9.99 value ZERO.
       77 wrk-ped-data pic 9(08) value ZERO.
       77 wrk-ped-hora pic 9(08) value ZERO.
       77 wrk-ped-referencia pic x(10) value SPACES.
       77 wrk-rec-qtd pic 9(05) value ZERO.
       01 wrk-tab-pedido.
           05 wrk-ped-item OCCURS 100 times.
               10 wrk-ped-item-prod pic 9(05).
               10 wrk-ped-item-qtd pic 9(05).

       PROCEDURE DIVISION.

      *anterior precisa ser limpa antes do laco do menu
           MOVE ZERO to wrk-opcao.
           PERFORM 0095-carregar-refresh.
           PERFORM 0096-carregar-refresh-produtos.
           PERFORM 0100-inicializar.
           PERFORM 0200-menu UNTIL wrk-opcao EQUAL 9.
           DISPLAY "finalizar".
           CLOSE CLIENTES.
           IF wrk-tem-produtos EQUAL "S"
               CLOSE PRODUTOS-FILIAL
           END-IF.
           GOBACK.

       0095-carregar-refresh SECTION.
               MOVE REF-ID to REG-ID
               MOVE REF-NOME to REG-NOME
               MOVE REF-TEL to REG-TEL
               MOVE REF-CODIGO to REG-CODIGO
               MOVE REF-CPF to REG-CPF
               WRITE REG-CLIENTES
                   INVALID KEY
                       CONTINUE
       0095-fim.
           EXIT.

       0096-carregar-refresh-produtos SECTION.
      *produtos e precos do dia: o refresh presente substitui o
      *arquivo local inteiro, como no dos clientes
           OPEN INPUT REFRESH-PROD.
           IF fs-refresh-prod NOT EQUAL 00
               GO to 0096-fim
           END-IF.
           OPEN OUTPUT PRODUTOS-FILIAL.
           MOVE ZERO to wrk-ref-qtd.
           READ REFRESH-PROD.
           PERFORM UNTIL fs-refresh-prod NOT EQUAL 00
               MOVE RFP-CODIGO to PRF-CODIGO
               MOVE RFP-DESCRICAO to PRF-DESCRICAO
               MOVE RFP-PRECO to PRF-PRECO
               WRITE REG-PRODUTO-FILIAL
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       ADD 1 to wrk-ref-qtd
               END-WRITE
               READ REFRESH-PROD
           END-PERFORM.
           CLOSE REFRESH-PROD.
           CLOSE PRODUTOS-FILIAL.
           DISPLAY "produtos recarregados do refresh: "
                   wrk-ref-qtd " produtos".
       0096-fim.
           EXIT.

       0100-inicializar SECTION.
      *abre o arquivo uma unica vez para a sessao inteira, da mesma
      *forma que projeto-clientes faz em 0052-abrir-arquivo; fica
                   move "erro ao abrir o arquivo" to msg-erro
                   perform 0900-trata-erro
               END-EVALUATE.
      *sem arquivo local de produtos (nenhum refresh recebido ainda)
      *a manutencao de clientes segue, so a captura de pedidos fica
      *indisponivel
           MOVE "N" to wrk-tem-produtos.
           OPEN INPUT PRODUTOS-FILIAL.
           IF fs-produtos-filial EQUAL 00
               MOVE "S" to wrk-tem-produtos
           END-IF.

       0200-menu SECTION.
           DISPLAY "1-incluir  2-consultar  3-alterar  4-excluir"
               " 9-sair".
           DISPLAY "5-capturar pedido  6-pedidos recusados pela"
               " matriz".
           DISPLAY "opcao"
               ACCEPT wrk-opcao.
           EVALUATE wrk-opcao
                   PERFORM 0130-alterar
               WHEN 4
                   PERFORM 0140-excluir
               WHEN 5
                   PERFORM 0170-capturar-pedido
               WHEN 6
                   PERFORM 0180-listar-recusas
               WHEN 9
                   CONTINUE
               WHEN OTHER
           MOVE wrk-id to REG-ID.
           MOVE wrk-nome to REG-NOME.
           MOVE wrk-tel to REG-TEL.
           MOVE ZERO to REG-CODIGO.
           MOVE wrk-cpf to REG-CPF.
           WRITE REG-CLIENTES
               INVALID KEY
                   DISPLAY "id ja cadastrado"
                   PERFORM 0150-pedir-dados-mestre
                   MOVE wrk-nome to REG-NOME
                   MOVE wrk-tel to REG-TEL
                   IF wrk-cpf NOT EQUAL SPACES
                       MOVE wrk-cpf to REG-CPF
                   END-IF
                   REWRITE REG-CLIENTES
                   MOVE "S" to wrk-achou
                   MOVE "A" to trm-tipo
           WRITE trm-reg.
           CLOSE CAPTURA.

       0170-capturar-pedido SECTION.
      *pedido telefonado a filial, montado fora de linha: cliente do
      *arquivo local, produtos e precos do dia do refresh; estoque,
      *credito e backorder sao decididos na carga da matriz, que
      *aplica as mesmas regras da digitacao do prg14
           IF wrk-tem-produtos NOT EQUAL "S"
               DISPLAY "sem refresh de produtos - captura de pedidos"
                       " indisponivel"
               GO to 0170-fim
           END-IF.
           IF wrk-filial EQUAL ZERO
               IF sess-aberta AND sess-filial > ZERO
                   MOVE sess-filial to wrk-filial
               ELSE
                   DISPLAY "filial desta estacao (1-9)"
                       ACCEPT wrk-filial
               END-IF
           END-IF.
           IF wrk-filial < 1 OR wrk-filial > 9
               DISPLAY "filial invalida"
               MOVE ZERO to wrk-filial
               GO to 0170-fim
           END-IF.
           DISPLAY "id do cliente"
               ACCEPT wrk-codigo.
           MOVE wrk-codigo to REG-ID.
           READ CLIENTES
               INVALID KEY
                   DISPLAY "cliente nao encontrado"
                   GO to 0170-fim
           END-READ.
           IF REG-CODIGO EQUAL ZERO AND REG-CPF EQUAL SPACES
               DISPLAY "cliente sem codigo da matriz e sem cpf/cnpj"
                       " - pedido nao pode ser capturado"
               GO to 0170-fim
           END-IF.
           DISPLAY "cliente: " REG-NOME.
           MOVE ZERO to wrk-ped-qtd wrk-ped-total.
           MOVE 1 to wrk-ped-produto.
           PERFORM UNTIL wrk-ped-produto EQUAL ZERO
                   OR wrk-ped-qtd NOT < 100
               DISPLAY "produto (0 encerra)"
                   ACCEPT wrk-ped-produto
               IF wrk-ped-produto > ZERO
                   PERFORM 0171-capturar-item
               END-IF
           END-PERFORM.
           IF wrk-ped-qtd NOT < 100
               DISPLAY "limite de 100 itens por pedido atingido"
           END-IF.
           IF wrk-ped-qtd EQUAL ZERO
               DISPLAY "pedido sem itens - descartado"
               GO to 0170-fim
           END-IF.
           MOVE wrk-ped-total to wrk-ped-total-ed.
           DISPLAY wrk-ped-qtd " itens, total pelo preco do dia "
                   wrk-ped-total-ed.
           DISPLAY "confirma o pedido (s/n)"
               ACCEPT wrk-confirma.
           IF wrk-confirma EQUAL "S" OR wrk-confirma EQUAL "s"
               PERFORM 0172-gravar-pedido
           ELSE
               DISPLAY "pedido descartado"
           END-IF.
       0170-fim.
           EXIT.

       0171-capturar-item SECTION.
      *so entra produto que veio no refresh (ativo na matriz)
           MOVE wrk-ped-produto to PRF-CODIGO.
           READ PRODUTOS-FILIAL
               INVALID KEY
                   DISPLAY "produto fora do refresh (inexistente ou"
                           " inativo)"
                   GO to 0171-fim
           END-READ.
           MOVE PRF-PRECO to wrk-ped-preco-ed.
           DISPLAY "produto: " PRF-DESCRICAO " preco "
                   wrk-ped-preco-ed.
           DISPLAY "quantidade"
               ACCEPT wrk-ped-quantidade.
           IF wrk-ped-quantidade EQUAL ZERO
               DISPLAY "item ignorado"
               GO to 0171-fim
           END-IF.
           ADD 1 to wrk-ped-qtd.
           MOVE wrk-ped-produto to wrk-ped-item-prod(wrk-ped-qtd).
           MOVE wrk-ped-quantidade to wrk-ped-item-qtd(wrk-ped-qtd).
           COMPUTE wrk-ped-total = wrk-ped-total
                   + (wrk-ped-quantidade * PRF-PRECO).
       0171-fim.
           EXIT.

       0172-gravar-pedido SECTION.
      *cabecalho "H" (cliente pelo codigo do mestre ou, sem codigo,
      *pelo cpf/cnpj) e um "I" por item; a referencia e o momento
      *da captura (mmddhhmmss), que a lista de recusas devolve
           ACCEPT wrk-ped-data FROM DATE YYYYMMDD.
           ACCEPT wrk-ped-hora FROM TIME.
           MOVE wrk-ped-data(5:4) to wrk-ped-referencia(1:4).
           MOVE wrk-ped-hora(1:6) to wrk-ped-referencia(5:6).
           OPEN EXTEND PEDIDOS-FILIAL.
           IF fs-pedidos-filial EQUAL 35
               OPEN OUTPUT PEDIDOS-FILIAL
           END-IF.
           MOVE SPACES to IMP-REG.
           MOVE "H" to IMH-TIPO.
           SET IMH-CAPTURA-FILIAL to TRUE.
           MOVE wrk-ped-referencia to IMH-REFERENCIA.
           MOVE REG-CODIGO to IMH-CLIENTE.
           IF REG-CODIGO EQUAL ZERO
               MOVE REG-CPF to IMH-DOCUMENTO
           END-IF.
           MOVE ZERO to IMH-VENDEDOR IMH-CONDICAO.
           MOVE wrk-filial to IMH-FILIAL.
           WRITE IMP-REG.
           PERFORM VARYING wrk-ped-ind FROM 1 BY 1
                   UNTIL wrk-ped-ind > wrk-ped-qtd
               MOVE SPACES to IMP-REG
               MOVE "I" to IMI-TIPO
               MOVE wrk-ped-item-prod(wrk-ped-ind) to IMI-PRODUTO
               MOVE wrk-ped-item-qtd(wrk-ped-ind) to IMI-QUANTIDADE
               WRITE IMP-REG
           END-PERFORM.
           CLOSE PEDIDOS-FILIAL.
           DISPLAY "pedido capturado - referencia "
                   wrk-ped-referencia.

       0180-listar-recusas SECTION.
      *lista de recusas da ultima carga na matriz: cada pedido
      *recusado com o motivo, seguido dos itens com o motivo de cada
           OPEN INPUT RECUSAS-FILIAL.
           IF fs-recusas-filial NOT EQUAL 00
               DISPLAY "nenhuma lista de recusas recebida da matriz"
               GO to 0180-fim
           END-IF.
           MOVE ZERO to wrk-rec-qtd.
           READ RECUSAS-FILIAL.
           PERFORM UNTIL fs-recusas-filial NOT EQUAL 00
               EVALUATE RJF-TIPO
                   WHEN "H"
                       ADD 1 to wrk-rec-qtd
                       DISPLAY "pedido " RJF-REFERENCIA " cliente "
                               RJF-CLIENTE " - " RJF-MOTIVO " "
                               RJF-DESCRICAO
                   WHEN "I"
                       DISPLAY "   produto " RJF-PRODUTO " qtd "
                               RJF-QUANTIDADE " - " RJF-MOTIVO " "
                               RJF-DESCRICAO
                   WHEN OTHER
                       DISPLAY "   linha avulsa - " RJF-MOTIVO " "
                               RJF-DESCRICAO
               END-EVALUATE
               READ RECUSAS-FILIAL
           END-PERFORM.
           CLOSE RECUSAS-FILIAL.
           DISPLAY wrk-rec-qtd " pedidos recusados".
       0180-fim.
           EXIT.

       0900-trata-erro SECTION.
           DISPLAY msg-erro.
           GOBACK.
