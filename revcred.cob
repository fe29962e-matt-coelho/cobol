      ******************************************************************
      * Author:
      * Date:
      * Purpose: revisao mensal do limite de credito pelo
      *          comportamento de pagamento: para cada cliente ativo
      *          junta os recebimentos dos ultimos 12 meses do diario
      *          do caixa (caixa-recebimentos.dat) contra o
      *          vencimento do titulo, o volume comprado no periodo
      *          (pedidos.dat) e o maior titulo emitido, tira a nota
      *          de pagamento (atraso medio, fatia paga com atraso) e
      *          propoe limite e categoria novos; as propostas saem
      *          no relatorio de revisao e ficam em
      *          propostas-credito.dat ate o gerente de credito
      *          aprovar em bloco (ou uma a uma), cada mudanca
      *          aprovada indo para a trilha privilegiada do
      *          projeto-clientes (auditoria-privilegiada.dat)
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. revcred.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.

       FILE-CONTROL.
       SELECT CLIENTES ASSIGN TO "./clientes_projeto.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               FILE STATUS IS FS-CLIENTES
               RECORD KEY IS cliente-id
               ALTERNATE RECORD KEY IS cliente-chave
               ALTERNATE RECORD KEY IS cliente-nome WITH DUPLICATES
               ALTERNATE RECORD KEY IS cliente-email WITH DUPLICATES.
       SELECT PEDIDOS ASSIGN TO "./pedidos.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PED-NUMERO
               FILE STATUS IS FS-PEDIDOS.
       SELECT RECEBER ASSIGN TO "./contas-receber.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CR-NUMERO
               ALTERNATE RECORD KEY IS CR-CLIENTE WITH DUPLICATES
               ALTERNATE RECORD KEY IS CR-PEDIDO WITH DUPLICATES
               FILE STATUS IS FS-RECEBER.
       SELECT CAIXA ASSIGN TO "./caixa-recebimentos.dat"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS FS-CAIXA.
       SELECT OPERADORES ASSIGN TO "./operadores.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OPER-LOGIN
               FILE STATUS IS FS-OPERADORES.
      *propostas da ultima rodada, pendentes ate a aprovacao
       SELECT PROPOSTAS ASSIGN TO "./propostas-credito.dat"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS FS-PROPOSTAS.
       SELECT REL-REVISAO ASSIGN TO "./revisao-credito.txt"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS FS-REL-REVISAO.
       SELECT AUDITORIA-PRIV ASSIGN TO "./auditoria-privilegiada.dat"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS FS-AUDITORIA.
       DATA DIVISION.
       FILE SECTION.
           FD CLIENTES.
           COPY "cliereg.cpy".
           FD PEDIDOS.
           COPY "pedreg.cpy".
           FD RECEBER.
           COPY "recreg.cpy".
      *mesmo desenho do diario do caixa do prg14
           FD CAIXA.
               01 REG-CAIXA.
                   02 CX-DATA-HORA PIC X(14).
                   02 CX-TITULO PIC 9(07).
                   02 CX-CLIENTE PIC 9(09).
                   02 CX-VALOR PIC 9(08)V99.
                   02 CX-JUROS PIC 9(08)V99.
                   02 CX-MULTA PIC 9(08)V99.
                   02 CX-OPERADOR PIC X(10).
                   02 CX-FILIAL PIC 9(02).
           FD OPERADORES.
           COPY "operreg.cpy".
           FD PROPOSTAS.
               01 REG-PROPOSTA.
                   02 PRP-CLIENTE PIC 9(09).
                   02 PRP-NOME PIC X(30).
                   02 PRP-DATA PIC 9(08).
                   02 PRP-NOTA PIC X(01).
                   02 PRP-MEDIA-ATRASO PIC 9(03)V9.
                   02 PRP-PERC-ATRASO PIC 9(03).
                   02 PRP-COMPRAS PIC 9(10)V99.
                   02 PRP-MAIOR-TITULO PIC 9(08)V99.
                   02 PRP-LIMITE-ATUAL PIC 9(08)V99.
                   02 PRP-LIMITE-NOVO PIC 9(08)V99.
                   02 PRP-CAT-ATUAL PIC X(01).
                   02 PRP-CAT-NOVA PIC X(01).
                   02 PRP-SITUACAO PIC X(01).
                       88 PROPOSTA-PENDENTE VALUE "P".
                       88 PROPOSTA-APROVADA VALUE "A".
                       88 PROPOSTA-RECUSADA VALUE "R".
           FD REL-REVISAO.
               01 REL-REVISAO-REG.
                   02 REL-RV-LINHA PIC X(80).
      *mesmo desenho da trilha privilegiada do projeto-clientes
           FD AUDITORIA-PRIV.
               01 AUDPRIV-REG.
                   02 AP-DATA-HORA PIC X(14).
                   02 FILLER PIC X(01).
                   02 AP-OPERADOR PIC X(10).
                   02 FILLER PIC X(01).
                   02 AP-ACAO PIC X(20).
                   02 FILLER PIC X(01).
                   02 AP-PARAMETRO PIC X(30).
                   02 FILLER PIC X(01).
                   02 AP-RESULTADO PIC X(10).
       WORKING-STORAGE SECTION.
       77 fs-clientes pic 9(02) value ZERO.
       77 fs-pedidos pic 9(02) value ZERO.
       77 fs-receber pic 9(02) value ZERO.
       77 fs-caixa pic 9(02) value ZERO.
       77 fs-operadores pic 9(02) value ZERO.
       77 fs-propostas pic 9(02) value ZERO.
       77 fs-rel-revisao pic 9(02) value ZERO.
       77 fs-auditoria pic 9(02) value ZERO.
       77 wrk-opcao pic 9(01) value ZERO.
       77 wrk-confirma pic x(01) value SPACE.
       77 wrk-modo pic x(01) value SPACE.
       77 wrk-hoje pic 9(08) value ZERO.
       77 wrk-desde pic 9(08) value ZERO.
       77 wrk-cx-data pic 9(08) value ZERO.
      *faixa reservada dos titulos escolares do mensalid (a mesma
      *constante do prg14): aluno nao e cliente de credito
       77 wrk-faixa-escolar pic 9(09) value 900000000.
      *regras da proposta: limite base = wrk-meses-limite meses da
      *compra media do periodo, nunca abaixo do minimo (zero no
      *cadastro quer dizer sem limite); vip pede nota A e volume
      *anual de wrk-vip-compras
       77 wrk-meses-limite pic 9(02) value 2.
       77 wrk-limite-minimo pic 9(08)v99 value 500.00.
       77 wrk-vip-compras pic 9(10)v99 value 50000.00.
       77 wrk-base pic 9(10)v99 value ZERO.
       77 wrk-limite-novo pic 9(10)v99 value ZERO.
       77 wrk-cat-nova pic x(01) value SPACE.
       77 wrk-nota pic x(01) value SPACE.
       77 wrk-media pic 9(03)v9 value ZERO.
       77 wrk-perc pic 9(03) value ZERO.
       77 wrk-maior pic 9(08)v99 value ZERO.
      *acumulados por cliente das passadas em pedidos e no caixa
       77 wrk-cl-qtd pic 9(04) value ZERO.
       77 wrk-cl-ind pic 9(04) value ZERO.
       77 wrk-cl-achou pic x(01) value "N".
       77 wrk-cl-cheia pic x(01) value "N".
       77 wrk-cl-procura pic 9(09) value ZERO.
       01 wrk-tab-clientes.
           05 wrk-cl-ent OCCURS 1000 times.
               10 wrk-cl-cliente pic 9(09).
               10 wrk-cl-compras pic 9(10)v99.
               10 wrk-cl-pagtos pic 9(05).
               10 wrk-cl-atrasados pic 9(05).
               10 wrk-cl-soma-dias pic 9(07).
      *contadores da rodada e da aprovacao
       77 wrk-propostas pic 9(05) value ZERO.
       77 wrk-sem-mov pic 9(05) value ZERO.
       77 wrk-pendentes pic 9(05) value ZERO.
       77 wrk-aprovadas pic 9(05) value ZERO.
       77 wrk-recusadas pic 9(05) value ZERO.
       77 wrk-mantidas pic 9(05) value ZERO.
       77 wrk-limite-int pic 9(08) value ZERO.
       77 wrk-valor-gr-ed pic zzzzzzzzz9.99 value ZERO.
       77 wrk-media-ed pic zz9.9 value ZERO.
      *gerente de credito que aprova (perfil administrador)
       77 wrk-sup-login pic x(10) value SPACES.
       77 wrk-sup-senha pic x(10) value SPACES.
       77 wrk-sup-ok pic x(01) value "N".
       COPY "senhvars.cpy".
      *parametros do modulo de servicos de data (datesrv)
       77 wrk-ds-funcao pic x(01) value SPACE.
       77 wrk-ds-data1 pic 9(08) value ZERO.
       77 wrk-ds-data2 pic 9(08) value ZERO.
       77 wrk-ds-dias pic s9(08) value ZERO.
       77 wrk-ds-status pic x(02) value SPACES.

       PROCEDURE DIVISION.

       0050-principal section.
           PERFORM 0100-inicializar.
           PERFORM 0060-menu UNTIL wrk-opcao EQUAL 9.
           DISPLAY "finalizar".
           CLOSE CLIENTES.
           CLOSE RECEBER.
           GOBACK.

       0060-menu SECTION.
           DISPLAY "1-gerar propostas do mes  2-aprovar propostas"
               "  9-sair".
           DISPLAY "opcao"
               ACCEPT wrk-opcao.
           EVALUATE wrk-opcao
               WHEN 1
                   PERFORM 0200-gerar-propostas
               WHEN 2
                   PERFORM 0300-aprovar-propostas
               WHEN 9
                   CONTINUE
               WHEN OTHER
                   DISPLAY "opcao invalida"
           END-EVALUATE.

       0100-inicializar SECTION.
      *o cadastro e aberto I-O so pela aprovacao; os titulos so
      *para consulta
           OPEN I-O CLIENTES.
           IF fs-clientes NOT EQUAL 00
               DISPLAY "cadastro de clientes indisponivel, status "
                       fs-clientes
               STOP RUN
           END-IF.
           OPEN INPUT RECEBER.
           IF fs-receber NOT EQUAL 00
               DISPLAY "contas a receber indisponivel, status "
                       fs-receber
               CLOSE CLIENTES
               STOP RUN
           END-IF.

       0200-gerar-propostas SECTION.
      *rodada do mes: doze meses para tras a partir de hoje (29/02
      *cai para 28/02 no ano anterior)
           ACCEPT wrk-hoje FROM DATE YYYYMMDD.
           COMPUTE wrk-desde = wrk-hoje - 10000.
           IF wrk-desde(5:4) EQUAL "0229"
               MOVE "28" to wrk-desde(7:2)
           END-IF.
           OPEN INPUT PROPOSTAS.
           IF fs-propostas EQUAL 00
               MOVE ZERO to wrk-pendentes
               READ PROPOSTAS
               PERFORM UNTIL fs-propostas NOT EQUAL 00
                   IF PROPOSTA-PENDENTE
                       ADD 1 to wrk-pendentes
                   END-IF
                   READ PROPOSTAS
               END-PERFORM
               CLOSE PROPOSTAS
               IF wrk-pendentes > ZERO
                   DISPLAY wrk-pendentes " propostas da rodada"
                           " anterior ainda pendentes"
                   DISPLAY "substituir pela rodada nova? (s/n)"
                       ACCEPT wrk-confirma
                   IF wrk-confirma NOT EQUAL "S"
                           AND wrk-confirma NOT EQUAL "s"
                       GO to 0200-fim
                   END-IF
               END-IF
           END-IF.

           MOVE ZERO to wrk-cl-qtd wrk-propostas wrk-sem-mov.
           MOVE "N" to wrk-cl-cheia.
           PERFORM 0210-carregar-compras.
           PERFORM 0220-carregar-recebimentos.
           IF wrk-cl-cheia EQUAL "S"
               DISPLAY "mais de 1000 clientes com movimento - os"
                       " excedentes ficam para a proxima rodada"
           END-IF.

           OPEN OUTPUT PROPOSTAS.
           OPEN OUTPUT REL-REVISAO.
           MOVE SPACES to REL-RV-LINHA.
           MOVE "revisao de limite de credito - movimento de"
               to REL-RV-LINHA(1:43).
           MOVE wrk-desde to REL-RV-LINHA(45:8).
           MOVE "a" to REL-RV-LINHA(54:1).
           MOVE wrk-hoje to REL-RV-LINHA(56:8).
           WRITE REL-REVISAO-REG.
           MOVE SPACES to REL-RV-LINHA.
           MOVE "cliente   nome" to REL-RV-LINHA(1:14).
           MOVE "nota atraso  %     compras 12m  maior titulo"
               to REL-RV-LINHA(35:44).
           WRITE REL-REVISAO-REG.

           MOVE ZERO to cliente-id.
           START CLIENTES KEY IS NOT LESS THAN cliente-id.
           IF fs-clientes EQUAL 00
               READ CLIENTES NEXT
               PERFORM UNTIL fs-clientes NOT EQUAL 00
                   IF cliente-ativo AND NOT cliente-anonimizado
                           AND cliente-id < wrk-faixa-escolar
                       PERFORM 0230-propor-cliente
                   END-IF
                   READ CLIENTES NEXT
               END-PERFORM
           END-IF.

           MOVE SPACES to REL-RV-LINHA.
           WRITE REL-REVISAO-REG.
           MOVE SPACES to REL-RV-LINHA.
           MOVE "propostas:" to REL-RV-LINHA(1:10).
           MOVE wrk-propostas to REL-RV-LINHA(12:5).
           MOVE "sem movimento no periodo:" to REL-RV-LINHA(20:25).
           MOVE wrk-sem-mov to REL-RV-LINHA(46:5).
           WRITE REL-REVISAO-REG.
           CLOSE PROPOSTAS.
           CLOSE REL-REVISAO.
           DISPLAY "propostas geradas: " wrk-propostas
                   "  sem movimento: " wrk-sem-mov.
       0200-fim.
           EXIT.

       0210-carregar-compras SECTION.
      *volume comprado no periodo: pedidos nao cancelados,
      *mercadoria mais frete
           OPEN INPUT PEDIDOS.
           IF fs-pedidos NOT EQUAL 00
               DISPLAY "pedidos indisponiveis, status " fs-pedidos
               GO to 0210-fim
           END-IF.
           READ PEDIDOS NEXT
           PERFORM UNTIL fs-pedidos NOT EQUAL 00
               IF PED-DATA NOT < wrk-desde
                       AND NOT PEDIDO-CANCELADO
                       AND PED-CLIENTE < wrk-faixa-escolar
                   MOVE PED-CLIENTE to wrk-cl-procura
                   PERFORM 0240-achar-cliente
                   IF wrk-cl-achou EQUAL "S"
                       COMPUTE wrk-cl-compras(wrk-cl-ind) =
                               wrk-cl-compras(wrk-cl-ind)
                               + PED-VALOR + PED-FRETE
                   END-IF
               END-IF
               READ PEDIDOS NEXT
           END-PERFORM.
           CLOSE PEDIDOS.
       0210-fim.
           EXIT.

       0220-carregar-recebimentos SECTION.
      *cada recebimento do periodo contra o vencimento do seu
      *titulo: conta o pagamento, e com atraso soma os dias
           OPEN INPUT CAIXA.
           IF fs-caixa NOT EQUAL 00
               DISPLAY "diario do caixa indisponivel, status "
                       fs-caixa
               GO to 0220-fim
           END-IF.
           READ CAIXA
           PERFORM UNTIL fs-caixa NOT EQUAL 00
               MOVE CX-DATA-HORA(1:8) to wrk-cx-data
               IF wrk-cx-data NOT < wrk-desde
                       AND CX-CLIENTE < wrk-faixa-escolar
                   MOVE CX-TITULO to CR-NUMERO
                   READ RECEBER
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           PERFORM 0225-contar-recebimento
                   END-READ
               END-IF
               READ CAIXA
           END-PERFORM.
           CLOSE CAIXA.
       0220-fim.
           EXIT.

       0225-contar-recebimento SECTION.
           MOVE CR-CLIENTE to wrk-cl-procura.
           PERFORM 0240-achar-cliente.
           IF wrk-cl-achou NOT EQUAL "S"
               GO to 0225-fim
           END-IF.
           ADD 1 to wrk-cl-pagtos(wrk-cl-ind).
           IF wrk-cx-data > CR-VENCIMENTO
               MOVE "D" to wrk-ds-funcao
               MOVE CR-VENCIMENTO to wrk-ds-data1
               MOVE wrk-cx-data to wrk-ds-data2
               CALL "datesrv" USING wrk-ds-funcao wrk-ds-data1
                       wrk-ds-data2 wrk-ds-dias wrk-ds-status
               IF wrk-ds-status EQUAL "00" AND wrk-ds-dias > ZERO
                   ADD 1 to wrk-cl-atrasados(wrk-cl-ind)
                   ADD wrk-ds-dias to wrk-cl-soma-dias(wrk-cl-ind)
               END-IF
           END-IF.
       0225-fim.
           EXIT.

       0230-propor-cliente SECTION.
      *nota A: atraso medio ate 5 dias e ate 10% pagos com atraso;
      *B: ate 15 dias e 30%; C: ate 30 dias; D: pior que isso e
      *vai a bloqueado com o limite mantido; prospect continua
      *prospect salvo na nota D
           MOVE cliente-id to wrk-cl-procura.
           MOVE "N" to wrk-cl-achou.
           PERFORM VARYING wrk-cl-ind FROM 1 BY 1
                   UNTIL wrk-cl-ind > wrk-cl-qtd
               IF wrk-cl-cliente(wrk-cl-ind) EQUAL wrk-cl-procura
                   MOVE "S" to wrk-cl-achou
                   EXIT PERFORM
               END-IF
           END-PERFORM.
           IF wrk-cl-achou NOT EQUAL "S"
               ADD 1 to wrk-sem-mov
               GO to 0230-fim
           END-IF.
           IF wrk-cl-pagtos(wrk-cl-ind) EQUAL ZERO
               ADD 1 to wrk-sem-mov
               GO to 0230-fim
           END-IF.

           COMPUTE wrk-media ROUNDED = wrk-cl-soma-dias(wrk-cl-ind)
                   / wrk-cl-pagtos(wrk-cl-ind).
           COMPUTE wrk-perc ROUNDED = wrk-cl-atrasados(wrk-cl-ind)
                   * 100 / wrk-cl-pagtos(wrk-cl-ind).
           PERFORM 0235-maior-titulo.
           COMPUTE wrk-base ROUNDED = wrk-cl-compras(wrk-cl-ind)
                   * wrk-meses-limite / 1200.
           COMPUTE wrk-base = wrk-base * 100.
           EVALUATE TRUE
               WHEN wrk-media NOT > 5 AND wrk-perc NOT > 10
                   MOVE "A" to wrk-nota
                   COMPUTE wrk-limite-novo = wrk-base * 1.5
                   IF wrk-cl-compras(wrk-cl-ind) NOT < wrk-vip-compras
                       MOVE "V" to wrk-cat-nova
                   ELSE
                       MOVE "N" to wrk-cat-nova
                   END-IF
               WHEN wrk-media NOT > 15 AND wrk-perc NOT > 30
                   MOVE "B" to wrk-nota
                   MOVE wrk-base to wrk-limite-novo
                   MOVE "N" to wrk-cat-nova
               WHEN wrk-media NOT > 30
                   MOVE "C" to wrk-nota
                   COMPUTE wrk-limite-novo = wrk-base * 0.5
                   MOVE "N" to wrk-cat-nova
               WHEN OTHER
                   MOVE "D" to wrk-nota
                   MOVE cliente-limite-credito to wrk-limite-novo
                   MOVE "B" to wrk-cat-nova
           END-EVALUATE.
           IF wrk-nota EQUAL "A" OR wrk-nota EQUAL "B"
               IF wrk-limite-novo < wrk-maior
                   MOVE wrk-maior to wrk-limite-novo
               END-IF
           END-IF.
           IF wrk-limite-novo < wrk-limite-minimo
               MOVE wrk-limite-minimo to wrk-limite-novo
           END-IF.
           IF wrk-limite-novo > 99999999.99
               MOVE 99999999.99 to wrk-limite-novo
           END-IF.
           IF categoria-prospect AND wrk-nota NOT EQUAL "D"
               MOVE cliente-categoria to wrk-cat-nova
           END-IF.
           IF wrk-limite-novo EQUAL cliente-limite-credito
                   AND wrk-cat-nova EQUAL cliente-categoria
               GO to 0230-fim
           END-IF.

           MOVE SPACES to REG-PROPOSTA.
           MOVE cliente-id to PRP-CLIENTE.
           MOVE cliente-nome to PRP-NOME.
           MOVE wrk-hoje to PRP-DATA.
           MOVE wrk-nota to PRP-NOTA.
           MOVE wrk-media to PRP-MEDIA-ATRASO.
           MOVE wrk-perc to PRP-PERC-ATRASO.
           MOVE wrk-cl-compras(wrk-cl-ind) to PRP-COMPRAS.
           MOVE wrk-maior to PRP-MAIOR-TITULO.
           MOVE cliente-limite-credito to PRP-LIMITE-ATUAL.
           MOVE wrk-limite-novo to PRP-LIMITE-NOVO.
           MOVE cliente-categoria to PRP-CAT-ATUAL.
           MOVE wrk-cat-nova to PRP-CAT-NOVA.
           SET PROPOSTA-PENDENTE to TRUE.
           WRITE REG-PROPOSTA.
           ADD 1 to wrk-propostas.

           MOVE SPACES to REL-RV-LINHA.
           MOVE cliente-id to REL-RV-LINHA(1:9).
           MOVE cliente-nome(1:22) to REL-RV-LINHA(11:22).
           MOVE wrk-nota to REL-RV-LINHA(36:1).
           MOVE wrk-media to wrk-media-ed.
           MOVE wrk-media-ed to REL-RV-LINHA(40:5).
           MOVE wrk-perc to REL-RV-LINHA(46:3).
           MOVE wrk-cl-compras(wrk-cl-ind) to wrk-valor-gr-ed.
           MOVE wrk-valor-gr-ed to REL-RV-LINHA(50:13).
           MOVE wrk-maior to wrk-valor-gr-ed.
           MOVE wrk-valor-gr-ed to REL-RV-LINHA(65:13).
           WRITE REL-REVISAO-REG.
           MOVE SPACES to REL-RV-LINHA.
           MOVE "limite" to REL-RV-LINHA(11:6).
           MOVE cliente-limite-credito to wrk-valor-gr-ed.
           MOVE wrk-valor-gr-ed to REL-RV-LINHA(18:13).
           MOVE "->" to REL-RV-LINHA(32:2).
           MOVE wrk-limite-novo to wrk-valor-gr-ed.
           MOVE wrk-valor-gr-ed to REL-RV-LINHA(35:13).
           MOVE "categoria" to REL-RV-LINHA(50:9).
           MOVE cliente-categoria to REL-RV-LINHA(60:1).
           MOVE "->" to REL-RV-LINHA(62:2).
           MOVE wrk-cat-nova to REL-RV-LINHA(65:1).
           WRITE REL-REVISAO-REG.
       0230-fim.
           EXIT.

       0235-maior-titulo SECTION.
      *maior exposicao: o maior titulo do cliente vencendo no
      *periodo (cancelados e renegociados fora)
           MOVE ZERO to wrk-maior.
           MOVE cliente-id to CR-CLIENTE.
           START RECEBER KEY IS NOT LESS THAN CR-CLIENTE.
           IF fs-receber EQUAL 00
               READ RECEBER NEXT
               PERFORM UNTIL fs-receber NOT EQUAL 00
                       OR CR-CLIENTE NOT EQUAL cliente-id
                   IF CR-VENCIMENTO NOT < wrk-desde
                           AND NOT TITULO-CANCELADO
                           AND NOT TITULO-RENEGOCIADO
                           AND CR-VALOR > wrk-maior
                       MOVE CR-VALOR to wrk-maior
                   END-IF
                   READ RECEBER NEXT
               END-PERFORM
           END-IF.

       0240-achar-cliente SECTION.
      *procura wrk-cl-procura na tabela, incluindo se ainda cabe
           MOVE "N" to wrk-cl-achou.
           PERFORM VARYING wrk-cl-ind FROM 1 BY 1
                   UNTIL wrk-cl-ind > wrk-cl-qtd
               IF wrk-cl-cliente(wrk-cl-ind) EQUAL wrk-cl-procura
                   MOVE "S" to wrk-cl-achou
                   EXIT PERFORM
               END-IF
           END-PERFORM.
           IF wrk-cl-achou NOT EQUAL "S"
               IF wrk-cl-qtd < 1000
                   ADD 1 to wrk-cl-qtd
                   MOVE wrk-cl-qtd to wrk-cl-ind
                   MOVE wrk-cl-procura to wrk-cl-cliente(wrk-cl-ind)
                   MOVE ZERO to wrk-cl-compras(wrk-cl-ind)
                                wrk-cl-pagtos(wrk-cl-ind)
                                wrk-cl-atrasados(wrk-cl-ind)
                                wrk-cl-soma-dias(wrk-cl-ind)
                   MOVE "S" to wrk-cl-achou
               ELSE
                   MOVE "S" to wrk-cl-cheia
               END-IF
           END-IF.

       0300-aprovar-propostas SECTION.
      *aprovacao do gerente de credito (perfil administrador): em
      *bloco, todas as pendentes de uma vez, ou uma a uma; cada
      *mudanca aplicada vai para a trilha privilegiada
           OPEN I-O PROPOSTAS.
           IF fs-propostas NOT EQUAL 00
               DISPLAY "nenhuma proposta gerada"
               GO to 0300-fim
           END-IF.
           MOVE ZERO to wrk-pendentes.
           READ PROPOSTAS
           PERFORM UNTIL fs-propostas NOT EQUAL 00
               IF PROPOSTA-PENDENTE
                   ADD 1 to wrk-pendentes
               END-IF
               READ PROPOSTAS
           END-PERFORM.
           CLOSE PROPOSTAS.
           IF wrk-pendentes EQUAL ZERO
               DISPLAY "nenhuma proposta pendente"
               GO to 0300-fim
           END-IF.
           DISPLAY wrk-pendentes " propostas pendentes (relatorio"
                   " revisao-credito.txt)".
           PERFORM 0310-conferir-gerente.
           IF wrk-sup-ok NOT EQUAL "S"
               DISPLAY "aprovacao nao autorizada"
               GO to 0300-fim
           END-IF.
           DISPLAY "T-aprovar todas  U-uma a uma  N-abandonar"
               ACCEPT wrk-modo.
           EVALUATE wrk-modo
               WHEN "T"
               WHEN "t"
                   MOVE "T" to wrk-modo
               WHEN "U"
               WHEN "u"
                   MOVE "U" to wrk-modo
               WHEN OTHER
                   GO to 0300-fim
           END-EVALUATE.

           MOVE ZERO to wrk-aprovadas wrk-recusadas wrk-mantidas.
           OPEN I-O PROPOSTAS.
           READ PROPOSTAS
           PERFORM UNTIL fs-propostas NOT EQUAL 00
               IF PROPOSTA-PENDENTE
                   PERFORM 0320-decidir-proposta
               END-IF
               READ PROPOSTAS
           END-PERFORM.
           CLOSE PROPOSTAS.
           DISPLAY "aprovadas: " wrk-aprovadas
                   "  recusadas: " wrk-recusadas
                   "  mantidas pendentes: " wrk-mantidas.
       0300-fim.
           EXIT.

       0310-conferir-gerente SECTION.
      *mesma conferencia da liberacao de supervisor do prg14
           MOVE "N" to wrk-sup-ok.
           DISPLAY "login do gerente de credito"
               ACCEPT wrk-sup-login.
           DISPLAY "senha"
               ACCEPT wrk-sup-senha.
           OPEN INPUT OPERADORES.
           IF fs-operadores EQUAL 00
               MOVE wrk-sup-login to oper-login
               READ OPERADORES
                   INVALID KEY
                       DISPLAY "operador nao cadastrado"
                   NOT INVALID KEY
                       MOVE wrk-sup-senha to wrk-sh-senha
                       PERFORM 0158-calcula-hash
                       IF oper-senha-hash EQUAL wrk-sh-hash
                               AND oper-perfil EQUAL "A"
                               AND NOT oper-bloqueado
                           MOVE "S" to wrk-sup-ok
                       ELSE
                           DISPLAY "senha errada ou perfil sem"
                                   " alcada"
                       END-IF
               END-READ
               CLOSE OPERADORES
           ELSE
               DISPLAY "cadastro de operadores indisponivel,"
                       " status " fs-operadores
           END-IF.

       COPY "senhash.cpy".

       0320-decidir-proposta SECTION.
           IF wrk-modo EQUAL "U"
               MOVE PRP-LIMITE-ATUAL to wrk-valor-gr-ed
               DISPLAY PRP-CLIENTE " " PRP-NOME " nota " PRP-NOTA
               DISPLAY "  limite " wrk-valor-gr-ed
                       " categoria " PRP-CAT-ATUAL
               MOVE PRP-LIMITE-NOVO to wrk-valor-gr-ed
               DISPLAY "  para   " wrk-valor-gr-ed
                       " categoria " PRP-CAT-NOVA
               DISPLAY "  aprovar? (s/n, branco = deixar pendente)"
                   ACCEPT wrk-confirma
               EVALUATE wrk-confirma
                   WHEN "S"
                   WHEN "s"
                       CONTINUE
                   WHEN "N"
                   WHEN "n"
                       SET PROPOSTA-RECUSADA to TRUE
                       REWRITE REG-PROPOSTA
                       ADD 1 to wrk-recusadas
                       GO to 0320-fim
                   WHEN OTHER
                       ADD 1 to wrk-mantidas
                       GO to 0320-fim
               END-EVALUATE
           END-IF.
      *o cadastro pode ter mudado depois da rodada: a proposta so
      *vale sobre o limite e a categoria que ela viu
           MOVE PRP-CLIENTE to cliente-id.
           READ CLIENTES
               INVALID KEY
                   DISPLAY "cliente " PRP-CLIENTE " fora do cadastro"
                   SET PROPOSTA-RECUSADA to TRUE
                   REWRITE REG-PROPOSTA
                   ADD 1 to wrk-recusadas
                   GO to 0320-fim
           END-READ.
           IF cliente-limite-credito NOT EQUAL PRP-LIMITE-ATUAL
                   OR cliente-categoria NOT EQUAL PRP-CAT-ATUAL
               DISPLAY "cliente " PRP-CLIENTE " alterado depois da"
                       " rodada - proposta fica pendente"
               ADD 1 to wrk-mantidas
               GO to 0320-fim
           END-IF.
           MOVE PRP-LIMITE-NOVO to cliente-limite-credito.
           MOVE PRP-CAT-NOVA to cliente-categoria.
           ACCEPT cliente-ultima-alt(1:8) FROM DATE YYYYMMDD.
           ACCEPT cliente-ultima-alt(9:6) FROM TIME.
           REWRITE cliente-reg.
           IF fs-clientes NOT EQUAL 00
               DISPLAY "cliente " PRP-CLIENTE " nao regravado, status "
                       fs-clientes " - proposta fica pendente"
               ADD 1 to wrk-mantidas
               GO to 0320-fim
           END-IF.
           SET PROPOSTA-APROVADA to TRUE.
           REWRITE REG-PROPOSTA.
           ADD 1 to wrk-aprovadas.
           PERFORM 0330-gravar-auditoria.
       0320-fim.
           EXIT.

       0330-gravar-auditoria SECTION.
      *parametro: cliente, categoria de/para e limite novo inteiro
           MOVE SPACES to AUDPRIV-REG.
           ACCEPT AP-DATA-HORA(1:8) FROM DATE YYYYMMDD.
           ACCEPT AP-DATA-HORA(9:6) FROM TIME.
           MOVE wrk-sup-login to AP-OPERADOR.
           MOVE "revisao de credito" to AP-ACAO.
           MOVE PRP-LIMITE-NOVO to wrk-limite-int.
           STRING "cli " PRP-CLIENTE " " PRP-CAT-ATUAL ">"
                   PRP-CAT-NOVA " lim " wrk-limite-int
                   DELIMITED BY SIZE INTO AP-PARAMETRO
           END-STRING.
           MOVE "aprovado" to AP-RESULTADO.
           OPEN EXTEND AUDITORIA-PRIV.
           IF fs-auditoria EQUAL 35
               OPEN OUTPUT AUDITORIA-PRIV
           END-IF.
           WRITE AUDPRIV-REG.
           CLOSE AUDITORIA-PRIV.

       END PROGRAM revcred.
