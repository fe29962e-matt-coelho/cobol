      ******************************************************************
      * Author:
      * Date:
      * Purpose: manutencao dos contratos de fornecimento (cliente
      *          que compra os mesmos itens toda semana, quinzena ou
      *          mes), no mesmo molde do condpag: itens com a
      *          quantidade e, na regra de preco do contrato, o preco
      *          combinado; dia da semana da entrega, vigencia,
      *          suspensao e renovacao; os pedidos saem da rodada do
      *          prg14 com o parametro CONTRATOS
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. contratos.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.

       FILE-CONTROL.
       SELECT CONTRATOS ASSIGN TO "./contratos.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CTR-NUMERO
               FILE STATUS IS FS-CONTRATOS.
       SELECT CLIENTES ASSIGN TO "./clientes_projeto.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS cliente-id
               ALTERNATE RECORD KEY IS cliente-chave
               ALTERNATE RECORD KEY IS cliente-nome WITH DUPLICATES
               ALTERNATE RECORD KEY IS cliente-email WITH DUPLICATES
               FILE STATUS IS FS-CLIENTES.
       SELECT PRODUTOS ASSIGN TO "./produtos.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PRO-CODIGO
               FILE STATUS IS FS-PRODUTOS.
       SELECT ENDERECOS ASSIGN TO "./enderecos-entrega.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ENT-CHAVE
               FILE STATUS IS FS-ENDERECOS.
       DATA DIVISION.
       FILE SECTION.
           FD CONTRATOS.
           COPY "ctrreg.cpy".
           FD CLIENTES.
           COPY "cliereg.cpy".
           FD PRODUTOS.
           COPY "prodreg.cpy".
           FD ENDERECOS.
           COPY "endreg.cpy".
       WORKING-STORAGE SECTION.
       77 fs-contratos pic 9(02) value ZERO.
       77 fs-clientes pic 9(02) value ZERO.
       77 fs-produtos pic 9(02) value ZERO.
       77 fs-enderecos pic 9(02) value ZERO.
       77 wrk-tem-enderecos pic x(01) value "N".
       77 wrk-opcao pic 9(01) value ZERO.
       77 wrk-numero pic 9(06) value ZERO.
       77 wrk-cliente pic 9(09) value ZERO.
       77 wrk-cli-ok pic x(01) value "N".
       77 wrk-confirma pic x(01) value SPACE.
       77 wrk-situacao pic x(01) value SPACE.
       77 wrk-hoje pic 9(08) value ZERO.
       77 wrk-base pic 9(08) value ZERO.
       77 wrk-ctr-ok pic x(01) value "N".
           88 contrato-valido value "S".
      *itens digitados, conferidos no cadastro de produtos
       77 wrk-item-ind pic 9(02) value ZERO.
       77 wrk-item-fim pic x(01) value "N".
       77 wrk-produto pic 9(05) value ZERO.
       77 wrk-quantidade pic 9(05) value ZERO.
       77 wrk-preco pic 9(08)v99 value ZERO.
       77 wrk-preco-ed pic zzzzzz9.99 value ZERO.
      *parametros do modulo de servicos de data (datesrv)
       77 wrk-ds-funcao pic x(01) value SPACE.
       77 wrk-ds-data1 pic 9(08) value ZERO.
       77 wrk-ds-data2 pic 9(08) value ZERO.
       77 wrk-ds-dias pic s9(08) value ZERO.
       77 wrk-ds-status pic x(02) value SPACES.
      *dia da semana da primeira entrega (copys mesdia/calcdsem)
       01 wrk-data.
           05 wrk-ano pic 9(04).
           05 wrk-mes pic 9(02).
           05 wrk-dia pic 9(02).
       COPY "mesdia.cpy".

       PROCEDURE DIVISION.

       0050-principal section.
           PERFORM 0100-inicializar.
           PERFORM 0200-menu UNTIL wrk-opcao EQUAL 9.
           DISPLAY "finalizar".
           CLOSE CONTRATOS.
           CLOSE CLIENTES.
           CLOSE PRODUTOS.
           IF wrk-tem-enderecos EQUAL "S"
               CLOSE ENDERECOS
           END-IF.
           GOBACK.

       0100-inicializar SECTION.
           OPEN I-O CONTRATOS.
           IF fs-contratos EQUAL 35
               OPEN OUTPUT CONTRATOS
               CLOSE CONTRATOS
               OPEN I-O CONTRATOS
           END-IF.
           IF fs-contratos NOT EQUAL 00
               DISPLAY "erro ao abrir contratos, status "
                       fs-contratos
               STOP RUN
           END-IF.
           OPEN INPUT CLIENTES.
           IF fs-clientes NOT EQUAL 00
               DISPLAY "cadastro de clientes indisponivel, status "
                       fs-clientes
               CLOSE CONTRATOS
               STOP RUN
           END-IF.
           OPEN INPUT PRODUTOS.
           IF fs-produtos NOT EQUAL 00
               DISPLAY "cadastro de produtos indisponivel, status "
                       fs-produtos
               CLOSE CONTRATOS
               CLOSE CLIENTES
               STOP RUN
           END-IF.
      *sem enderecos de entrega cadastrados o contrato entrega no
      *endereco do cadastro do cliente
           OPEN INPUT ENDERECOS.
           IF fs-enderecos EQUAL 00
               MOVE "S" to wrk-tem-enderecos
           ELSE
               MOVE "N" to wrk-tem-enderecos
           END-IF.

       0200-menu SECTION.
           DISPLAY "1-incluir  2-consultar  3-listar do cliente"
               "  4-trocar itens  5-situacao  6-renovar  9-sair".
           DISPLAY "opcao"
               ACCEPT wrk-opcao.
           EVALUATE wrk-opcao
               WHEN 1
                   PERFORM 0110-incluir
               WHEN 2
                   PERFORM 0120-consultar
               WHEN 3
                   PERFORM 0130-listar
               WHEN 4
                   PERFORM 0140-trocar-itens
               WHEN 5
                   PERFORM 0170-situacao
               WHEN 6
                   PERFORM 0175-renovar
               WHEN 9
                   CONTINUE
               WHEN OTHER
                   DISPLAY "opcao invalida"
           END-EVALUATE.

       0105-receber-cliente SECTION.
      *o contrato so e aceito para cliente ativo do cadastro
           MOVE "N" to wrk-cli-ok.
           DISPLAY "codigo do cliente"
               ACCEPT wrk-cliente.
           MOVE wrk-cliente to cliente-id.
           READ CLIENTES
               INVALID KEY
                   DISPLAY "cliente nao cadastrado"
               NOT INVALID KEY
                   IF cliente-ativo AND NOT cliente-anonimizado
                       MOVE "S" to wrk-cli-ok
                       DISPLAY "cliente: " cliente-nome
                   ELSE
                       DISPLAY "cliente inativo"
                   END-IF
           END-READ.

       0110-incluir SECTION.
      *numero e o seguinte ao maior ja usado; a primeira entrega e
      *o dia da semana escolhido a partir do inicio (ou de hoje,
      *contrato com inicio passado)
           PERFORM 0105-receber-cliente.
           IF wrk-cli-ok NOT EQUAL "S"
               GO to 0110-fim
           END-IF.
           PERFORM 0115-proximo-numero.
           INITIALIZE REG-CONTRATO.
           MOVE wrk-numero to CTR-NUMERO.
           MOVE wrk-cliente to CTR-CLIENTE.
           PERFORM 0150-receber-dados.
           IF NOT contrato-valido
               GO to 0110-fim
           END-IF.
           PERFORM 0160-receber-itens.
           IF CTR-QTD-ITENS EQUAL ZERO
               DISPLAY "contrato sem itens - nao gravado"
               GO to 0110-fim
           END-IF.
           PERFORM 0180-primeira-entrega.
           IF CTR-PROXIMA > CTR-FIM
               DISPLAY "nenhuma entrega cabe na vigencia - contrato"
                       " nao gravado"
               GO to 0110-fim
           END-IF.
           MOVE ZERO to CTR-ULTIMO-PEDIDO CTR-ULTIMA-GERACAO.
           MOVE ZERO to CTR-AVISO-DATA.
           SET CONTRATO-ATIVO to TRUE.
           WRITE REG-CONTRATO
               INVALID KEY
                   DISPLAY "contrato ja cadastrado"
               NOT INVALID KEY
                   DISPLAY "contrato " CTR-NUMERO " incluido -"
                           " primeira entrega " CTR-PROXIMA
           END-WRITE.
       0110-fim.
           EXIT.

       0115-proximo-numero SECTION.
           MOVE ZERO to wrk-numero.
           MOVE ZERO to CTR-NUMERO.
           START CONTRATOS KEY IS NOT LESS THAN CTR-NUMERO.
           IF fs-contratos EQUAL 00
               READ CONTRATOS NEXT
               PERFORM UNTIL fs-contratos NOT EQUAL 00
                   MOVE CTR-NUMERO to wrk-numero
                   READ CONTRATOS NEXT
               END-PERFORM
           END-IF.
           ADD 1 to wrk-numero.

       0120-consultar SECTION.
           DISPLAY "numero do contrato"
               ACCEPT wrk-numero.
           MOVE wrk-numero to CTR-NUMERO.
           READ CONTRATOS
               INVALID KEY
                   DISPLAY "contrato nao encontrado"
                   GO to 0120-fim
           END-READ.
           PERFORM 0125-exibir-contrato.
           PERFORM VARYING wrk-item-ind FROM 1 BY 1
                   UNTIL wrk-item-ind > CTR-QTD-ITENS
               MOVE CTR-PRODUTO(wrk-item-ind) to PRO-CODIGO
               MOVE SPACES to PRO-DESCRICAO
               READ PRODUTOS
                   INVALID KEY
                       CONTINUE
               END-READ
               MOVE CTR-PRECO(wrk-item-ind) to wrk-preco-ed
               DISPLAY "   " CTR-PRODUTO(wrk-item-ind) " "
                       PRO-DESCRICAO " qtd "
                       CTR-QUANTIDADE(wrk-item-ind) " preco "
                       wrk-preco-ed
           END-PERFORM.
       0120-fim.
           EXIT.

       0125-exibir-contrato SECTION.
           DISPLAY CTR-NUMERO " cliente " CTR-CLIENTE " freq "
                   CTR-FREQUENCIA " dia " CTR-DIA-SEMANA " preco "
                   CTR-REGRA-PRECO " situacao " CTR-SITUACAO.
           DISPLAY "   vigencia " CTR-INICIO " a " CTR-FIM
                   " proxima entrega " CTR-PROXIMA
                   " ultimo pedido " CTR-ULTIMO-PEDIDO.

       0130-listar SECTION.
           DISPLAY "codigo do cliente"
               ACCEPT wrk-cliente.
           MOVE ZERO to CTR-NUMERO.
           START CONTRATOS KEY IS NOT LESS THAN CTR-NUMERO.
           IF fs-contratos EQUAL 00
               READ CONTRATOS NEXT
               PERFORM UNTIL fs-contratos NOT EQUAL 00
                   IF CTR-CLIENTE EQUAL wrk-cliente
                       PERFORM 0125-exibir-contrato
                   END-IF
                   READ CONTRATOS NEXT
               END-PERFORM
           END-IF.

       0140-trocar-itens SECTION.
      *os itens sao digitados de novo por inteiro
           DISPLAY "numero do contrato"
               ACCEPT wrk-numero.
           MOVE wrk-numero to CTR-NUMERO.
           READ CONTRATOS
               INVALID KEY
                   DISPLAY "contrato nao encontrado"
                   GO to 0140-fim
           END-READ.
           IF CONTRATO-ENCERRADO
               DISPLAY "contrato encerrado"
               GO to 0140-fim
           END-IF.
           PERFORM 0125-exibir-contrato.
           PERFORM 0160-receber-itens.
           IF CTR-QTD-ITENS EQUAL ZERO
               DISPLAY "contrato sem itens - alteracao desprezada"
               GO to 0140-fim
           END-IF.
           REWRITE REG-CONTRATO.
           DISPLAY "itens do contrato trocados".
       0140-fim.
           EXIT.

       0150-receber-dados SECTION.
      *frequencia, dia da semana, vigencia valida e regra de preco;
      *vendedor e condicao sao conferidos na geracao do pedido
           MOVE "N" to wrk-ctr-ok.
           DISPLAY "frequencia (S-semanal Q-quinzenal M-mensal)"
               ACCEPT CTR-FREQUENCIA.
           INSPECT CTR-FREQUENCIA CONVERTING "sqm" TO "SQM".
           IF NOT CONTRATO-SEMANAL AND NOT CONTRATO-QUINZENAL
                   AND NOT CONTRATO-MENSAL
               DISPLAY "frequencia invalida"
               GO to 0150-fim
           END-IF.
           DISPLAY "dia da entrega (1-segunda 2-terca 3-quarta"
                   " 4-quinta 5-sexta 6-sabado)"
               ACCEPT CTR-DIA-SEMANA.
           IF CTR-DIA-SEMANA < 1 OR CTR-DIA-SEMANA > 6
               DISPLAY "dia da semana invalido"
               GO to 0150-fim
           END-IF.
           DISPLAY "inicio da vigencia (AAAAMMDD)"
               ACCEPT CTR-INICIO.
           MOVE CTR-INICIO to wrk-ds-data1.
           PERFORM 0185-validar-data.
           IF wrk-ds-status NOT EQUAL "00"
               DISPLAY "data de inicio invalida"
               GO to 0150-fim
           END-IF.
           DISPLAY "fim da vigencia (AAAAMMDD)"
               ACCEPT CTR-FIM.
           MOVE CTR-FIM to wrk-ds-data1.
           PERFORM 0185-validar-data.
           IF wrk-ds-status NOT EQUAL "00" OR CTR-FIM < CTR-INICIO
               DISPLAY "data de fim invalida"
               GO to 0150-fim
           END-IF.
           DISPLAY "preco (C-do contrato T-tabela em vigor)"
               ACCEPT CTR-REGRA-PRECO.
           INSPECT CTR-REGRA-PRECO CONVERTING "ct" TO "CT".
           IF NOT PRECO-DO-CONTRATO AND NOT PRECO-DA-TABELA
               DISPLAY "regra de preco invalida"
               GO to 0150-fim
           END-IF.
           DISPLAY "codigo do vendedor (0 = sem vendedor)"
               ACCEPT CTR-VENDEDOR.
           DISPLAY "condicao de pagamento (0 = prazo padrao)"
               ACCEPT CTR-CONDICAO.
           DISPLAY "filial que atende (1-9)"
               ACCEPT CTR-FILIAL.
           IF CTR-FILIAL EQUAL ZERO
               MOVE 1 to CTR-FILIAL
           END-IF.
           MOVE ZERO to CTR-ENTREGA-SEQ.
           IF wrk-tem-enderecos EQUAL "S"
               DISPLAY "endereco de entrega (0 = do cadastro)"
                   ACCEPT CTR-ENTREGA-SEQ
               IF CTR-ENTREGA-SEQ > ZERO
                   MOVE CTR-CLIENTE to ENT-CLIENTE
                   MOVE CTR-ENTREGA-SEQ to ENT-SEQ
                   READ ENDERECOS
                       INVALID KEY
                           DISPLAY "endereco nao cadastrado"
                           GO to 0150-fim
                   END-READ
                   IF ENDERECO-INATIVO
                       DISPLAY "endereco inativo"
                       GO to 0150-fim
                   END-IF
                   DISPLAY "entrega: " ENT-APELIDO " " ENT-CIDADE
               END-IF
           END-IF.
           MOVE "S" to wrk-ctr-ok.
       0150-fim.
           EXIT.

       0160-receber-itens SECTION.
      *ate 20 itens, produto zero encerra; produto inativo ou fora
      *do cadastro e recusado na hora
           MOVE ZERO to CTR-QTD-ITENS.
           MOVE "N" to wrk-item-fim.
           PERFORM UNTIL wrk-item-fim EQUAL "S"
                   OR CTR-QTD-ITENS EQUAL 20
               DISPLAY "produto (0 = fim dos itens)"
                   ACCEPT wrk-produto
               IF wrk-produto EQUAL ZERO
                   MOVE "S" to wrk-item-fim
               ELSE
                   PERFORM 0165-receber-item
               END-IF
           END-PERFORM.

       0165-receber-item SECTION.
           MOVE wrk-produto to PRO-CODIGO.
           READ PRODUTOS
               INVALID KEY
                   DISPLAY "produto nao cadastrado"
                   GO to 0165-fim
           END-READ.
           IF produto-inativo
               DISPLAY "produto inativo"
               GO to 0165-fim
           END-IF.
           DISPLAY PRO-DESCRICAO.
           DISPLAY "quantidade por entrega"
               ACCEPT wrk-quantidade.
           IF wrk-quantidade EQUAL ZERO
               DISPLAY "quantidade invalida"
               GO to 0165-fim
           END-IF.
           MOVE ZERO to wrk-preco.
           IF PRECO-DO-CONTRATO
               DISPLAY "preco unitario do contrato"
                   ACCEPT wrk-preco
               IF wrk-preco EQUAL ZERO
                   DISPLAY "preco invalido"
                   GO to 0165-fim
               END-IF
           END-IF.
           ADD 1 to CTR-QTD-ITENS.
           MOVE CTR-QTD-ITENS to wrk-item-ind.
           MOVE wrk-produto to CTR-PRODUTO(wrk-item-ind).
           MOVE wrk-quantidade to CTR-QUANTIDADE(wrk-item-ind).
           MOVE wrk-preco to CTR-PRECO(wrk-item-ind).
       0165-fim.
           EXIT.

       0170-situacao SECTION.
      *A-ativo S-suspenso (nao gera pedido) E-encerrado; o contrato
      *reativado volta a contar da proxima entrega a partir de hoje
           DISPLAY "numero do contrato"
               ACCEPT wrk-numero.
           MOVE wrk-numero to CTR-NUMERO.
           READ CONTRATOS
               INVALID KEY
                   DISPLAY "contrato nao encontrado"
                   GO to 0170-fim
           END-READ.
           PERFORM 0125-exibir-contrato.
           DISPLAY "nova situacao (A-ativo S-suspenso E-encerrado)"
               ACCEPT wrk-situacao.
           INSPECT wrk-situacao CONVERTING "ase" TO "ASE".
           IF wrk-situacao NOT EQUAL "A" AND NOT EQUAL "S"
                   AND NOT EQUAL "E"
               DISPLAY "situacao invalida"
               GO to 0170-fim
           END-IF.
           MOVE wrk-situacao to CTR-SITUACAO.
           IF CONTRATO-ATIVO
               ACCEPT wrk-hoje FROM DATE YYYYMMDD
               IF CTR-PROXIMA < wrk-hoje
                   PERFORM 0180-primeira-entrega
               END-IF
               IF CTR-PROXIMA > CTR-FIM
                   DISPLAY "vigencia terminada - renove o contrato"
                   GO to 0170-fim
               END-IF
           END-IF.
           REWRITE REG-CONTRATO.
           DISPLAY "contrato " CTR-NUMERO " situacao " CTR-SITUACAO.
       0170-fim.
           EXIT.

       0175-renovar SECTION.
      *nova data de fim; o aviso de vencimento volta a valer para o
      *novo fim e o contrato encerrado pela vigencia e reativado
           DISPLAY "numero do contrato"
               ACCEPT wrk-numero.
           MOVE wrk-numero to CTR-NUMERO.
           READ CONTRATOS
               INVALID KEY
                   DISPLAY "contrato nao encontrado"
                   GO to 0175-fim
           END-READ.
           PERFORM 0125-exibir-contrato.
           DISPLAY "novo fim da vigencia (AAAAMMDD)"
               ACCEPT wrk-base.
           MOVE wrk-base to wrk-ds-data1.
           PERFORM 0185-validar-data.
           IF wrk-ds-status NOT EQUAL "00" OR wrk-base NOT > CTR-FIM
               DISPLAY "data invalida ou anterior ao fim atual"
               GO to 0175-fim
           END-IF.
           MOVE wrk-base to CTR-FIM.
           MOVE ZERO to CTR-AVISO-DATA.
           IF CONTRATO-ENCERRADO
               SET CONTRATO-ATIVO to TRUE
           END-IF.
           ACCEPT wrk-hoje FROM DATE YYYYMMDD.
           IF CTR-PROXIMA < wrk-hoje
               PERFORM 0180-primeira-entrega
           END-IF.
           REWRITE REG-CONTRATO.
           DISPLAY "contrato " CTR-NUMERO " renovado ate " CTR-FIM
                   " - proxima entrega " CTR-PROXIMA.
       0175-fim.
           EXIT.

       0180-primeira-entrega SECTION.
      *primeiro dia CTR-DIA-SEMANA a partir do inicio ou de hoje,
      *o que vier depois
           ACCEPT wrk-hoje FROM DATE YYYYMMDD.
           MOVE CTR-INICIO to wrk-base.
           IF wrk-base < wrk-hoje
               MOVE wrk-hoje to wrk-base
           END-IF.
           MOVE wrk-base to wrk-data.
           PERFORM 0160-calcula-dsemana.
           COMPUTE wrk-ds-dias = CTR-DIA-SEMANA - wrk-dsemana-ind.
           IF wrk-ds-dias < ZERO
               ADD 7 to wrk-ds-dias
           END-IF.
           MOVE "A" to wrk-ds-funcao.
           MOVE wrk-base to wrk-ds-data1.
           CALL "datesrv" USING wrk-ds-funcao wrk-ds-data1
                   wrk-ds-data2 wrk-ds-dias wrk-ds-status.
           MOVE wrk-ds-data2 to CTR-PROXIMA.

       0185-validar-data SECTION.
      *data em wrk-ds-data1; resposta em wrk-ds-status
           MOVE "V" to wrk-ds-funcao.
           CALL "datesrv" USING wrk-ds-funcao wrk-ds-data1
                   wrk-ds-data2 wrk-ds-dias wrk-ds-status.

       COPY "calcdsem.cpy".

       END PROGRAM contratos.
