           ORGANIZATION is SEQUENTIAL
           FILE STATUS is relatd-status.

      *consentimento de contato por canal: os extratos de campanha,
      *a exportacao xml e as cartas nao obrigatorias da regua de
      *cobranca so levam quem tem consentimento em vigor no canal
           SELECT consentimentos ASSIGN to "./consentimentos.dat"
           ORGANIZATION is INDEXED
           ACCESS MODE is DYNAMIC
           FILE STATUS is cons-status
           RECORD KEY is cons-chave.

           SELECT relatorio-cons ASSIGN
           to "./consentimentos-cliente.txt"
           ORGANIZATION is SEQUENTIAL
           FILE STATUS is relcons-status.

           SELECT catalogo ASSIGN to "./catalogo-relatorios.txt"
           ORGANIZATION is SEQUENTIAL
           FILE STATUS is catalogo-status.
           ORGANIZATION is SEQUENTIAL
           FILE STATUS is relrank-status.

      *arquivo morto de pedidos (gravado pelo arqped): o ranking
      *de vida soma tambem os pedidos que ja sairam do corrente
           SELECT arq-catalogo ASSIGN to "./pedidos-arquivo.dat"
           ORGANIZATION is SEQUENTIAL
           FILE STATUS is arqcat-status.

           SELECT pedidos-arq ASSIGN to wrk-rk-arq-nome
           ORGANIZATION is INDEXED
           ACCESS MODE is DYNAMIC
           FILE STATUS is pedarq-status
           RECORD KEY is ARP-NUMERO.

           SELECT sort-trab ASSIGN to "./sort-trab.tmp".

           SELECT sort-novos ASSIGN to "./sort-novos.tmp".
           ORGANIZATION is SEQUENTIAL
           FILE STATUS is refresh-status.

      *o mesmo corte leva os produtos ativos com o preco de venda
      *do dia, para a estacao validar a captura de pedidos
           SELECT refresh-produtos ASSIGN to "./refresh-produtos.dat"
           ORGANIZATION is SEQUENTIAL
           FILE STATUS is refprod-status.

           SELECT produtos ASSIGN to "./produtos.dat"
           ORGANIZATION is INDEXED
           ACCESS MODE is DYNAMIC
           FILE STATUS is produtos-status
           RECORD KEY is PRO-CODIGO.

           SELECT precos ASSIGN to "./precos.dat"
           ORGANIZATION is INDEXED
           ACCESS MODE is DYNAMIC
           FILE STATUS is precos-status
           RECORD KEY is PRC-CHAVE.

           SELECT arquivo-morto ASSIGN to "./clientes-arquivo.dat"
           ORGANIZATION is INDEXED
           ACCESS MODE is DYNAMIC
       01 relatorio-atd-reg.
           05 relatd-linha pic x(130).

       FD consentimentos.
       COPY "consreg.cpy".

       FD relatorio-cons.
       01 relatorio-cons-reg.
           05 relcons-linha pic x(100).

      *catalogo permanente das exportacoes geradas: momento, tipo,
      *nome do arquivo, quantidade e origem (operador ou lote)
       FD catalogo.

       FD relatorio-rank.
       01 relatorio-rank-reg.
           05 relrank-linha pic x(116).

       FD arq-catalogo.
       COPY "arqreg.cpy".

       FD pedidos-arq.
       COPY "arpreg.cpy".

      *arquivo de trabalho do SORT, usado pelos relatorios que
      *precisam de ordenacao fora das chaves do indexado
           05 ref-id   pic 9(04).
           05 ref-nome pic x(20).
           05 ref-tel  pic x(11).
      *codigo e documento do mestre, que o pedido capturado na
      *filial leva de volta para a carga na matriz
           05 ref-codigo pic 9(09).
           05 ref-cpf  pic x(14).

       FD refresh-produtos.
       01 refprod-reg.
           05 rfp-codigo    pic 9(05).
           05 rfp-descricao pic x(30).
           05 rfp-preco     pic 9(08)v99.

       FD produtos.
       COPY "prodreg.cpy".

       FD precos.
       COPY "prcreg.cpy".

      *arquivo morto: copia fiel do registro do cliente arquivado,
      *com as mesmas chaves de consulta (codigo e telefone)
       77 wrk-oper-edit-login  pic x(10) value SPACES.
       77 wrk-oper-edit-senha  pic x(10) value SPACES.
       77 wrk-oper-edit-perfil pic x(01) value SPACE.
       77 wrk-oper-edit-filial pic x(02) value SPACES.
      *filial desta sessao, informada no sign-on; carimba o
      *historico e e a filial padrao das inclusoes da sessao
       77 wrk-filial-sessao    pic 9(02) value zero.
      *filial de lotacao do operador (zero = matriz): operador de
      *filial fica preso a ela no cadastro e nos relatorios
       77 wrk-oper-filial      pic 9(02) value zero.
       77 wrk-filial-ok        pic x(01) value "S".
       77 wrk-filtro-filial    pic 9(02) value zero.
       77 wrk-filial-exp       pic 9(02) value zero.
       77 wrk-categ-exp        pic x(01) value SPACE.
       77 wrk-ped-qtd     pic 9(05) value zero.
       77 wrk-ped-valor-ed pic zzzzzz9.99 value zero.
       77 wrk-ped-frete-ed pic zzzzzz9.99 value zero.
      *saldo do programa de pontos na consulta (modulo pontosrv)
       77 wrk-pt-funcao pic x(01) value space.
       77 wrk-pt-cliente pic 9(09) value zero.
       77 wrk-pt-categoria pic x(01) value space.
       77 wrk-pt-pedido pic 9(07) value zero.
       77 wrk-pt-valor pic 9(08)v99 value zero.
       77 wrk-pt-valor-pedido pic 9(08)v99 value zero.
       77 wrk-pt-pontos pic 9(07) value zero.
       77 wrk-pt-status pic x(02) value spaces.
       77 wrk-pt-ed pic zzzzzz9 value zero.

      *campos de apoio do painel de situacao da abertura
       77 wrk-pan-ult-run  pic x(40) value SPACES.
           05 wrk-atd-ult-ex pic x(60) OCCURS 3 times.
       77 wrk-atd-ind     pic 9(01) value zero.

      *campos de apoio do consentimento de contato: o canal
      *(e=email t=telefone c=correio s=sms) exigido pela saida e a
      *origem da concessao (a=atendimento w=web f=filial)
       77 cons-status     pic 9(02) value zero.
       77 relcons-status  pic 9(02) value zero.
       77 wrk-cons-aberto pic x(01) value "N".
       77 wrk-cons-ativo  pic x(01) value "N".
       77 wrk-cons-canal  pic x(01) value "E".
       77 wrk-cons-origem pic x(01) value "A".
       77 wrk-cons-qtd    pic 9(03) value zero.
       77 wrk-cons-sem    pic 9(05) value zero.

      *campos de apoio dos nomes datados e do catalogo de relatorios
       77 catalogo-status pic 9(02) value zero.
       77 wrk-relatorio-nome pic x(40)
       77 wrk-ctl-outra-h pic 9(15) value zero.
       77 wrk-ctl-tem-outra pic x(01) value "N".
       77 wrk-verif-status pic x(02) value SPACES.
      *integridade referencial do fim de dia: status do integref
      *e o pedido da lista de correcao para a reconstrucao
       77 wrk-integ-status pic x(02) value SPACES.
       77 wrk-integ-correcoes pic x(01) value "S".
      *retorno da exportacao do catalogo da loja virtual (catexp)
       77 wrk-catweb-status pic x(02) value SPACES.

      *campos de apoio da conferencia de feriados do fim de dia
       77 fercheck-status pic 9(02) value zero.
       77 wrk-rk-valor-ed pic zzzzzzzzz9.99 value zero.
       77 wrk-rk-vip-piso pic 9(08)v99 value 10000.00.
       77 wrk-rk-cand     pic 9(03) value zero.
       77 arqcat-status   pic 9(02) value zero.
       77 pedarq-status   pic 9(02) value zero.
       77 wrk-rk-arq-nome pic x(40) value SPACES.
       77 wrk-rk-de-arq   pic x(01) value "N".
       77 wrk-rk-com-arq  pic 9(03) value zero.
       01 wrk-rk-temp     pic x(60) value SPACES.
       01 wrk-tab-ranking.
           05 wrk-rk-ent OCCURS 500 times.
               10 wrk-rk-ult-data pic 9(08).
               10 wrk-rk-total pic 9(12)v99.
               10 wrk-rk-tot-12m pic 9(12)v99.
               10 wrk-rk-arquivados pic 9(05).

      *campos de apoio do refresh para a estacao de captura
       77 refresh-status  pic 9(02) value zero.
       77 wrk-ref-qtd     pic 9(05) value zero.
       77 refprod-status  pic 9(02) value zero.
       77 produtos-status pic 9(02) value zero.
       77 precos-status   pic 9(02) value zero.
       77 wrk-refp-qtd    pic 9(05) value zero.
       77 wrk-refp-hoje   pic 9(08) value zero.
       77 wrk-refp-preco  pic 9(08)v99 value zero.
       77 wrk-refp-tem-precos pic x(01) value "N".

      *campos de apoio do visor de historico de alteracoes
       77 wrk-historico-nome pic x(58)
           05 line 19 column 05 value "F - relatorios".
           05 line 05 column 42 value "G - refresh p/ filial".
           05 line 05 column 05 value "P - auditoria privilegiada".
           05 line 04 column 05 value "L - consentimentos".
           05 line 06 column 42 value "A - arquivar inativos".
           05 line 07 column 42 value "B - consultar arquivados".
           05 line 08 column 42 value "H - historico do cliente".
               02 line 13 column 10 value "anotacao..".
               02 column plus 2 pic x(60) using wrk-atd-nota.

           01 tela-consentimento.
               05 ss-cons-canal.
                   10 line 11 column 10 value
                       "canal (e-mail t-fone c-correio s-sms)".
                   10 column plus 2 pic x(01) using wrk-cons-canal.
               05 ss-cons-origem.
                   10 line 12 column 10 value
                       "origem (a-atendimento w-web f-filial)".
                   10 column plus 2 pic x(01) using wrk-cons-origem.

           01 tela-massa.
               02 line 06 column 10 value
                   "filtro ddd (00=todos)..........".
                   10 line 18 column 10 value
                       "arquivo de saida...............".
                   10 column plus 2 pic x(30) using wrk-ger-arquivo.
                   10 line 19 column 10 value
                       "canal (e-mail t-fone c-correio s-sms)".
                   10 column plus 2 pic x(01) using wrk-cons-canal.

           01 tela-mala.
               02 line 06 column 10 value
                   "canal (e-mail t-fone c-correio s-sms)".
               02 column plus 2 pic x(01) using wrk-cons-canal.
               02 line 07 column 10 value
                   "tipo (f/j, vazio=todos)........".
               02 column plus 2 pic x(01) using wrk-mala-tipo.
               02 column plus 2 pic x(10) using wrk-oper-edit-senha.
               02 line 12 column 10 value "perfil (c/m/a)".
               02 column plus 2 pic x(01) using wrk-oper-edit-perfil.
               02 line 13 column 10 value "filial (00=mtz)".
               02 column plus 1 pic x(02) using wrk-oper-edit-filial.

           01 tela-pag-nav.
               02 line 02 column 40 value
           IF cliente-filial EQUAL ZERO
               MOVE wrk-filial-sessao to cliente-filial
           END-IF.
      *operador de filial so cadastra cliente na propria filial
           IF wrk-oper-filial > ZERO
               MOVE wrk-oper-filial to cliente-filial
           END-IF.
      *categoria fora do dominio entra como normal
           IF cliente-categoria NOT EQUAL "V"
                   AND cliente-categoria NOT EQUAL "P"
           MOVE ZERO to wrk-filtro-filial.
           DISPLAY tela-filtro-filial.
           ACCEPT tela-filtro-filial.
           PERFORM 0083-prender-filtro-filial.
           MOVE "buscar por: 1-telefone 2-nome 3-parcial 4-email"
               to wrk-msgerro.
           ACCEPT tela-erro.
                           cliente-filial ") **"
                       at line 05 column 30
               END-IF
      *categorias que participam do programa de pontos mostram o
      *saldo de hoje ao lado do codigo
               IF categoria-normal OR categoria-vip
                   MOVE "S" to wrk-pt-funcao
                   MOVE cliente-id to wrk-pt-cliente
                   CALL "pontosrv" USING wrk-pt-funcao wrk-pt-cliente
                                         wrk-pt-categoria wrk-pt-pedido
                                         wrk-pt-valor
                                         wrk-pt-valor-pedido
                                         wrk-pt-pontos wrk-pt-status
                   IF wrk-pt-status EQUAL "00"
                       MOVE wrk-pt-pontos to wrk-pt-ed
                       MOVE wrk-pt-valor to wrk-ped-valor-ed
                       DISPLAY "pontos: " wrk-pt-ed " (R$ "
                               wrk-ped-valor-ed ")"
                           at line 09 column 40
                   END-IF
               END-IF
               PERFORM 0152-recentes-atendimentos
               MOVE "listar pedidos do cliente? (s/n)" to wrk-msgerro
               ACCEPT tela-erro
           DISPLAY tela.
           DISPLAY tela-registro.
           ACCEPT chave.
           MOVE "S" to wrk-filial-ok.
           READ clientes KEY IS cliente-chave
               INVALID KEY
                   MOVE "nao encontrado" to wrk-msgerro
               NOT INVALID KEY
                   MOVE cliente-reg to wrk-jnl-antes
                   PERFORM 0084-conferir-filial-cliente
                   IF cliente-inativo
                       MOVE "registro ja esta inativo" to wrk-msgerro
                   ELSE
                       IF wrk-filial-ok EQUAL "S"
                           MOVE "remover? (s/n)" to wrk-msgerro
                       END-IF
                   END-IF
                   DISPLAY ss-dados
           END-READ.
           IF (wrk-tecla = 'S' OR wrk-tecla = 's')
               AND clientes-status = 0
               AND cliente-ativo
               AND wrk-filial-ok EQUAL "S"
               SET cliente-inativo to TRUE
               MOVE "R" to wrk-jnl-op
               PERFORM 0166-journal-antes
           DISPLAY tela.
           DISPLAY tela-registro.
           ACCEPT chave.
           MOVE "S" to wrk-filial-ok.
           READ clientes KEY IS cliente-chave
               IF clientes-status EQUAL 0
                   PERFORM 0084-conferir-filial-cliente
               END-IF
               IF clientes-status EQUAL 0
                       AND wrk-filial-ok EQUAL "S"
                   MOVE cliente-reg to wrk-jnl-antes
                   MOVE cliente-nome to wrk-nome-antigo
                   MOVE cliente-email to wrk-email-antigo
                       PERFORM 0125-validar-endereco
                   END-PERFORM
                   ACCEPT ss-filial
                   IF wrk-oper-filial > ZERO
                       MOVE wrk-oper-filial to cliente-filial
                   END-IF
                   ACCEPT cliente-ultima-alt(1:8) FROM DATE YYYYMMDD
                   ACCEPT cliente-ultima-alt(9:6) FROM TIME
                   PERFORM 0079-manter-fones-extra
                       PERFORM 0131-registrar-erro
                   END-IF
               ELSE
                   IF wrk-filial-ok EQUAL "S"
                       MOVE "nao encontrado" to wrk-msgerro
                   END-IF
               END-IF
               ACCEPT msg-erro.

       0084-conferir-filial-cliente SECTION.
      *operador de filial so mexe em cliente da propria filial; os
      *registros antigos (filial 00, de antes da segunda filial)
      *ficam com a filial 01; a matriz mexe em todos
           MOVE "S" to wrk-filial-ok.
           IF wrk-oper-filial EQUAL ZERO
               GO to 0084-fim
           END-IF.
           IF cliente-filial EQUAL wrk-oper-filial
               GO to 0084-fim
           END-IF.
           IF cliente-filial EQUAL ZERO AND wrk-oper-filial EQUAL 1
               GO to 0084-fim
           END-IF.
           MOVE "N" to wrk-filial-ok.
           MOVE "cliente de outra filial - acesso negado"
               to wrk-msgerro.
       0084-fim.
           EXIT.

       0083-prender-filtro-filial SECTION.
      *listagem pedida por operador de filial sai so com a filial
      *dele, digitada ou nao; a matriz escolhe (0 = todas)
           IF wrk-oper-filial > ZERO
               MOVE wrk-oper-filial to wrk-filtro-filial
           END-IF.

       0069-trocar-telefone SECTION.
      *cliente-id, e nao mais o telefone, e a chave primaria do
      *arquivo -- por isso a troca agora e so validar que o novo
               DISPLAY tela-exportar
               ACCEPT tela-exportar
           END-IF.
      *relatorio de operador de filial sai so com a filial dele
           IF wrk-oper-filial > ZERO
               MOVE wrk-oper-filial to wrk-filial-exp
           END-IF.

           MOVE "RELATORIO" to wrk-cat-tipo.
           PERFORM 0159-perguntar-aberta.
           END-EVALUATE.
           PERFORM 0122-gravar-job-log.

      *referencias orfas entre os arquivos (pedido sem cliente,
      *item sem pedido, titulo sem pedido e afins): relatorio por
      *regra e lista de correcao; quebra e aviso no diario e no log
      *central, a cadeia segue porque o dado quebrado ja esta la e
      *a correcao e manual
           IF wrk-job-falhou EQUAL "N"
               MOVE "integridade-ref" to wrk-job-passo
               PERFORM 0123-marcar-inicio
               CALL "integref" USING wrk-integ-status
                                     wrk-integ-correcoes
               IF wrk-integ-status EQUAL "00"
                   MOVE "OK" to wrk-job-status
               ELSE
                   MOVE "WARN" to wrk-job-status
                   DISPLAY "aviso: quebras de integridade"
                           " referencial - ver integridade.txt"
                   MOVE "A" to wrk-log-severidade
                   MOVE "quebra de integridade referencial"
                       to wrk-log-mensagem
                   PERFORM 0131-registrar-erro
               END-IF
               PERFORM 0122-gravar-job-log
           END-IF.

      *primeiro aviso do dia: a tabela de feriados precisa cobrir
      *os proximos 60 dias, senao o calculo de dias uteis (que poe
      *vencimento em titulo) vai andar sem feriado nenhum; e so um
               PERFORM 0122-gravar-job-log
           END-IF.

      *catalogo da loja virtual: completo e delta dos produtos; a
      *falha fica como aviso no diario e no log central (a rodada
      *esta em catalogo-envios.txt) e nao desfaz os passos acima
           IF wrk-job-falhou EQUAL "N"
               MOVE "catalogo-web" to wrk-job-passo
               PERFORM 0123-marcar-inicio
               CALL "catexp" USING wrk-catweb-status
               IF wrk-catweb-status EQUAL "00"
                   MOVE "OK" to wrk-job-status
               ELSE
                   MOVE "WARN" to wrk-job-status
                   DISPLAY "aviso: catalogo da loja virtual nao"
                           " exportado (status " wrk-catweb-status
                           ")"
                   MOVE "A" to wrk-log-severidade
                   MOVE "catalogo da loja virtual nao exportado"
                       to wrk-log-mensagem
                   PERFORM 0131-registrar-erro
               END-IF
               PERFORM 0122-gravar-job-log
           END-IF.

           DISPLAY "fim de dia concluido, diario gravado".

       0117-conferir-feriados SECTION.
               READ clientes NEXT
           END-PERFORM.
           MOVE 12 to wrk-currline.
      *operador de filial ve so a linha da propria filial
           IF wrk-fil-tot-zero > ZERO AND wrk-oper-filial EQUAL ZERO
               DISPLAY "filial 00 (antigos): " wrk-fil-tot-zero
                   at line wrk-currline column 15
               ADD 1 to wrk-currline
                   UNTIL wrk-fil-ind > 99
               IF wrk-fil-tot-ex(wrk-fil-ind) > ZERO
                       AND wrk-currline < 18
                       AND (wrk-oper-filial EQUAL ZERO
                       OR wrk-fil-ind EQUAL wrk-oper-filial)
                   DISPLAY "filial " wrk-fil-ind " : "
                           wrk-fil-tot-ex(wrk-fil-ind)
                       at line wrk-currline column 15
           END-PERFORM.
           IF wrk-signon-ok EQUAL "S"
               PERFORM 0118-conferir-validade-senha
      *operador lotado em filial trabalha so nela, seja qual for a
      *filial digitada; a matriz fica com a que informou
               IF wrk-oper-filial > ZERO
                   MOVE wrk-oper-filial to wrk-filial-sessao
               END-IF
           END-IF.
           CLOSE operadores.
           IF wrk-signon-ok NOT EQUAL "S"
               MOVE oper-login to wrk-oper-login
               MOVE wrk-hash-digitado to wrk-oper-senha-atual
               MOVE oper-perfil to wrk-oper-perfil
               MOVE oper-filial to wrk-oper-filial
               MOVE ZERO to oper-falhas
               REWRITE oper-reg
           ELSE
               PERFORM 0158-calcula-hash
               MOVE wrk-sh-hash to oper-senha-hash
               MOVE "A" to oper-perfil
               MOVE ZERO to oper-filial
               ACCEPT oper-senha-troca FROM DATE YYYYMMDD
      *senha padrao ja nasce marcada para troca no primeiro login
               MOVE "S" to oper-forca-troca
               WHEN 'i'
               WHEN 'M'
               WHEN 'm'
               WHEN 'L'
               WHEN 'l'
                   MOVE 2 to wrk-nivel-exigido
               WHEN 'A'
               WHEN 'a'
           ACCEPT tela-erro.
           MOVE SPACES to wrk-oper-edit-login wrk-oper-edit-senha.
           MOVE SPACE to wrk-oper-edit-perfil.
           MOVE SPACES to wrk-oper-edit-filial.
           EVALUATE wrk-tecla
               WHEN '1'
                   DISPLAY tela-oper
                   ACCEPT tela-oper
      *a lotacao e obrigatoria na inclusao: 00 so para a matriz
                   IF wrk-oper-edit-filial NOT NUMERIC
                       MOVE "filial invalida - nao incluido"
                           to wrk-msgerro
                   ELSE
                       MOVE wrk-oper-edit-filial to oper-filial
                       MOVE wrk-oper-edit-login to oper-login
                       MOVE wrk-oper-edit-senha to wrk-sh-senha
                       PERFORM 0158-calcula-hash
                       MOVE wrk-sh-hash to oper-senha-hash
                       MOVE wrk-oper-edit-perfil to oper-perfil
                       ACCEPT oper-senha-troca FROM DATE YYYYMMDD
                       MOVE "S" to oper-forca-troca
                       MOVE ZERO to oper-falhas
                       SET oper-liberado to TRUE
                       WRITE oper-reg
                           INVALID KEY
                               MOVE "login ja cadastrado"
                                   to wrk-msgerro
                           NOT INVALID KEY
                               MOVE "operador incluido"
                                   to wrk-msgerro
                       END-WRITE
                   END-IF
               WHEN '2'
                   DISPLAY tela-oper
                   ACCEPT tela-oper
                               MOVE wrk-oper-edit-perfil
                                   to oper-perfil
                           END-IF
                           IF wrk-oper-edit-filial IS NUMERIC
                               MOVE wrk-oper-edit-filial
                                   to oper-filial
                           END-IF
                           REWRITE oper-reg
                           MOVE "operador alterado" to wrk-msgerro
      *se o administrador trocou a propria senha, a confirmacao do
               ACCEPT tela-erro
           END-IF.

       0157-consentimentos SECTION.
      *consentimento de contato para marketing por canal: registrar
      *a concessao, registrar a retirada ou tirar o historico do
      *cliente para o encarregado de protecao de dados
           MOVE "consentimentos" to wrk-modulo.
           DISPLAY tela.
           MOVE "1-registrar 2-retirar 3-historico do cliente"
               to wrk-msgerro.
           ACCEPT tela-erro.
           EVALUATE wrk-tecla
               WHEN '1'
                   PERFORM 0158-registrar-consentimento
               WHEN '2'
                   PERFORM 0161-retirar-consentimento
               WHEN '3'
                   PERFORM 0162-historico-consentimento
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       0158-registrar-consentimento SECTION.
      *concessao nova no canal; com um consentimento ainda em vigor
      *no mesmo canal nada e gravado
           MOVE ZERO to wrk-busca-cod.
           DISPLAY tela-cod-busca.
           ACCEPT tela-cod-busca.
           MOVE wrk-busca-cod to cliente-id.
           READ clientes
               INVALID KEY
                   MOVE "cliente nao encontrado" to wrk-msgerro
                   ACCEPT tela-erro
               NOT INVALID KEY
                   DISPLAY tela-registro
                   MOVE "E" to wrk-cons-canal
                   MOVE "A" to wrk-cons-origem
                   DISPLAY tela-consentimento
                   ACCEPT tela-consentimento
                   INSPECT wrk-cons-canal CONVERTING "etcs" TO "ETCS"
                   INSPECT wrk-cons-origem CONVERTING "awf" TO "AWF"
                   EVALUATE TRUE
                       WHEN cliente-anonimizado
                           MOVE "registro anonimizado" to wrk-msgerro
                       WHEN wrk-cons-canal NOT EQUAL "E"
                               AND wrk-cons-canal NOT EQUAL "T"
                               AND wrk-cons-canal NOT EQUAL "C"
                               AND wrk-cons-canal NOT EQUAL "S"
                           MOVE "canal invalido" to wrk-msgerro
                       WHEN wrk-cons-origem NOT EQUAL "A"
                               AND wrk-cons-origem NOT EQUAL "W"
                               AND wrk-cons-origem NOT EQUAL "F"
                           MOVE "origem invalida" to wrk-msgerro
                       WHEN OTHER
                           PERFORM 0159-gravar-consentimento
                   END-EVALUATE
                   ACCEPT tela-erro
           END-READ.

       0159-gravar-consentimento SECTION.
           OPEN I-O consentimentos.
           IF cons-status EQUAL 35
               OPEN OUTPUT consentimentos
               CLOSE consentimentos
               OPEN I-O consentimentos
           END-IF.
           MOVE "S" to wrk-cons-aberto.
           PERFORM 0150-consentimento-ativo.
           IF wrk-cons-ativo EQUAL "S"
               MOVE "consentimento ja em vigor no canal"
                   to wrk-msgerro
           ELSE
               MOVE SPACES to cons-reg
               MOVE cliente-id to cons-cliente
               MOVE wrk-cons-canal to cons-canal
               ACCEPT cons-data-hora(1:8) FROM DATE YYYYMMDD
               ACCEPT cons-data-hora(9:6) FROM TIME
               MOVE wrk-cons-origem to cons-origem
               MOVE wrk-oper-login to cons-operador
               WRITE cons-reg
                   INVALID KEY
                       MOVE "consentimento ja registrado agora"
                           to wrk-msgerro
                   NOT INVALID KEY
                       MOVE "consentimento registrado" to wrk-msgerro
               END-WRITE
           END-IF.
           CLOSE consentimentos.
           MOVE "N" to wrk-cons-aberto.

       0161-retirar-consentimento SECTION.
      *a retirada carimba a data e o operador no consentimento em
      *vigor do canal; o registro fica para o historico
           MOVE ZERO to wrk-busca-cod.
           DISPLAY tela-cod-busca.
           ACCEPT tela-cod-busca.
           MOVE "E" to wrk-cons-canal.
           DISPLAY ss-cons-canal.
           ACCEPT ss-cons-canal.
           INSPECT wrk-cons-canal CONVERTING "etcs" TO "ETCS".
           OPEN I-O consentimentos.
           IF cons-status NOT EQUAL 00
               MOVE "nenhum consentimento registrado" to wrk-msgerro
           ELSE
               MOVE "S" to wrk-cons-aberto
               MOVE wrk-busca-cod to cliente-id
               PERFORM 0150-consentimento-ativo
               IF wrk-cons-ativo NOT EQUAL "S"
                   MOVE "sem consentimento em vigor no canal"
                       to wrk-msgerro
               ELSE
                   ACCEPT cons-retirada FROM DATE YYYYMMDD
                   MOVE wrk-oper-login to cons-ret-operador
                   REWRITE cons-reg
                       INVALID KEY
                           MOVE "falha ao gravar a retirada"
                               to wrk-msgerro
                       NOT INVALID KEY
                           MOVE "retirada registrada" to wrk-msgerro
                   END-REWRITE
               END-IF
               CLOSE consentimentos
               MOVE "N" to wrk-cons-aberto
           END-IF.
           ACCEPT tela-erro.

       0162-historico-consentimento SECTION.
      *todas as concessoes e retiradas do cliente, por canal e na
      *ordem cronologica da chave, em disco
           MOVE ZERO to wrk-busca-cod.
           DISPLAY tela-cod-busca.
           ACCEPT tela-cod-busca.
           MOVE ZERO to wrk-cons-qtd.
           OPEN INPUT consentimentos.
           IF cons-status NOT EQUAL 00
               MOVE "nenhum consentimento registrado" to wrk-msgerro
               ACCEPT tela-erro
           ELSE
               OPEN OUTPUT relatorio-cons
               MOVE SPACES to relcons-linha
               MOVE "historico de consentimentos do cliente"
                   to relcons-linha(1:38)
               MOVE wrk-busca-cod to relcons-linha(40:9)
               ACCEPT relcons-linha(51:8) FROM DATE YYYYMMDD
               WRITE relatorio-cons-reg
               MOVE SPACES to relcons-linha
               MOVE "canal concedido em     origem operador"
                   to relcons-linha(1:38)
               MOVE "retirado em operador" to relcons-linha(44:20)
               WRITE relatorio-cons-reg

               MOVE wrk-busca-cod to cons-cliente
               MOVE LOW-VALUES to cons-canal cons-data-hora
               START consentimentos KEY IS NOT LESS THAN cons-chave
               READ consentimentos NEXT
               PERFORM UNTIL cons-status NOT EQUAL 00
                       OR cons-cliente NOT EQUAL wrk-busca-cod
                   ADD 1 to wrk-cons-qtd
                   MOVE SPACES to relcons-linha
                   MOVE cons-canal to relcons-linha(3:1)
                   MOVE cons-data-hora to relcons-linha(7:14)
                   MOVE cons-origem to relcons-linha(25:1)
                   MOVE cons-operador to relcons-linha(29:10)
                   IF cons-retirada EQUAL SPACES
                       MOVE "em vigor" to relcons-linha(44:8)
                   ELSE
                       MOVE cons-retirada to relcons-linha(44:8)
                       MOVE cons-ret-operador to relcons-linha(56:10)
                   END-IF
                   WRITE relatorio-cons-reg
                   READ consentimentos NEXT
               END-PERFORM

               MOVE SPACES to relcons-linha
               MOVE "total de registros:" to relcons-linha(1:19)
               MOVE wrk-cons-qtd to relcons-linha(21:3)
               WRITE relatorio-cons-reg
               CLOSE relatorio-cons
               CLOSE consentimentos
               MOVE "historico de consentimentos gravado"
                   to wrk-msgerro
               ACCEPT tela-erro
           END-IF.

       0180-abrir-consentimentos SECTION.
      *abre o cadastro de consentimentos para as saidas de
      *marketing e acerta o canal pedido (vazio ou invalido volta
      *ao e-mail); sem o arquivo ninguem tem consentimento
           INSPECT wrk-cons-canal CONVERTING "etcs" TO "ETCS".
           IF wrk-cons-canal NOT EQUAL "E"
                   AND wrk-cons-canal NOT EQUAL "T"
                   AND wrk-cons-canal NOT EQUAL "C"
                   AND wrk-cons-canal NOT EQUAL "S"
               MOVE "E" to wrk-cons-canal
           END-IF.
           MOVE "N" to wrk-cons-aberto.
           OPEN INPUT consentimentos.
           IF cons-status EQUAL 00
               MOVE "S" to wrk-cons-aberto
           END-IF.

       0150-consentimento-ativo SECTION.
      *"S" em wrk-cons-ativo quando o cliente corrente tem registro
      *sem retirada no canal wrk-cons-canal; o registro achado fica
      *no buffer para a retirada
           MOVE "N" to wrk-cons-ativo.
           IF wrk-cons-aberto EQUAL "S"
               MOVE cliente-id to cons-cliente
               MOVE wrk-cons-canal to cons-canal
               MOVE LOW-VALUES to cons-data-hora
               START consentimentos KEY IS NOT LESS THAN cons-chave
               IF cons-status EQUAL 00
                   READ consentimentos NEXT
                   PERFORM UNTIL cons-status NOT EQUAL 00
                           OR cons-cliente NOT EQUAL cliente-id
                           OR cons-canal NOT EQUAL wrk-cons-canal
                       IF cons-retirada EQUAL SPACES
                           MOVE "S" to wrk-cons-ativo
                           EXIT PERFORM
                       END-IF
                       READ consentimentos NEXT
                   END-PERFORM
               END-IF
           END-IF.

       0170-carregar-contadores SECTION.
      *le os contadores persistentes na abertura; na primeira vez
      *(arquivo ausente) conta o arquivo inteiro e ja grava
           MOVE "T" to wrk-mala-email.
           MOVE SPACE to wrk-mala-categ.
           MOVE "./extrato-gerado.txt" to wrk-ger-arquivo.
           MOVE "E" to wrk-cons-canal.
           DISPLAY tela-gerador.
           ACCEPT tela-gerador.
           IF wrk-ger-arquivo EQUAL SPACES
               MOVE "./extrato-gerado.txt" to wrk-ger-arquivo
           END-IF.
           PERFORM 0180-abrir-consentimentos.
           MOVE wrk-mala-de to wrk-mala-de-x.
           MOVE wrk-mala-ate to wrk-mala-ate-x.

               MOVE "erro ao gravar o extrato" to wrk-msgerro
               ACCEPT tela-erro
           ELSE
               MOVE ZERO to wrk-ger-scan wrk-ger-sel wrk-cons-sem
               EVALUATE wrk-ger-ordem
                   WHEN 2
                       MOVE LOW-VALUES to cliente-nome
               PERFORM UNTIL clientes-status = 10
                   ADD 1 to wrk-ger-scan
                   PERFORM 0145-testar-filtros-mala
                   IF wrk-mala-passa EQUAL "S"
                       PERFORM 0150-consentimento-ativo
                       IF wrk-cons-ativo NOT EQUAL "S"
                           MOVE "N" to wrk-mala-passa
                           ADD 1 to wrk-cons-sem
                       END-IF
                   END-IF
                   IF wrk-mala-passa EQUAL "S"
                       ADD 1 to wrk-ger-sel
                       PERFORM 0181-montar-linha-gerador
                   at line 20 column 10
               DISPLAY "selecionados: " wrk-ger-sel
                   at line 21 column 10
               DISPLAY "sem consentimento no canal: " wrk-cons-sem
                   at line 22 column 10
               MOVE "extrato gerado" to wrk-msgerro
               ACCEPT tela-erro
           END-IF.
           IF wrk-cons-aberto EQUAL "S"
               CLOSE consentimentos
               MOVE "N" to wrk-cons-aberto
           END-IF.

       0181-montar-linha-gerador SECTION.
      *acrescenta na linha, em ordem fixa, somente os campos que o
           MOVE "T" to wrk-mala-email.
           MOVE SPACE to wrk-mala-categ.
           MOVE "./extrato-mala.dat" to wrk-mala-arquivo.
           MOVE "C" to wrk-cons-canal.
           DISPLAY tela-mala.
           ACCEPT tela-mala.
           IF wrk-mala-arquivo EQUAL SPACES
               MOVE "./extrato-mala.dat" to wrk-mala-arquivo
           END-IF.
           PERFORM 0180-abrir-consentimentos.
           MOVE wrk-mala-de to wrk-mala-de-x.
           MOVE wrk-mala-ate to wrk-mala-ate-x.

               MOVE "erro ao gravar o extrato" to wrk-msgerro
               ACCEPT tela-erro
           ELSE
               MOVE ZERO to wrk-mala-scan wrk-mala-sel wrk-cons-sem
               MOVE LOW-VALUES to cliente-chave
               START clientes KEY IS NOT LESS THAN cliente-chave
               READ clientes NEXT
               PERFORM UNTIL clientes-status = 10
                   ADD 1 to wrk-mala-scan
                   PERFORM 0145-testar-filtros-mala
                   IF wrk-mala-passa EQUAL "S"
                       PERFORM 0150-consentimento-ativo
                       IF wrk-cons-ativo NOT EQUAL "S"
                           MOVE "N" to wrk-mala-passa
                           ADD 1 to wrk-cons-sem
                       END-IF
                   END-IF
                   IF wrk-mala-passa EQUAL "S"
                       ADD 1 to wrk-mala-sel
                       MOVE cliente-reg to mala-dados
                   at line 15 column 10
               DISPLAY "selecionados: " wrk-mala-sel
                   at line 16 column 10
               DISPLAY "sem consentimento no canal: " wrk-cons-sem
                   at line 17 column 10
               MOVE "extrato gravado" to wrk-msgerro
               ACCEPT tela-erro
           END-IF.
           IF wrk-cons-aberto EQUAL "S"
               CLOSE consentimentos
               MOVE "N" to wrk-cons-aberto
           END-IF.

       0145-testar-filtros-mala SECTION.
           MOVE "S" to wrk-mala-passa.
           STRING "./clientes-" wrk-exp-timestamp ".xml"
                   DELIMITED BY SIZE INTO wrk-xml-nome
           END-STRING.
      *o portal fala com o cliente por e-mail: sai so quem tem
      *consentimento em vigor nesse canal
           MOVE "E" to wrk-cons-canal.
           PERFORM 0180-abrir-consentimentos.
           OPEN OUTPUT xml-clientes.
           IF xml-status NOT EQUAL 00
               MOVE "erro ao gravar o xml" to wrk-msgerro
               READ clientes NEXT
               PERFORM UNTIL clientes-status = 10
                   IF cliente-ativo AND NOT cliente-anonimizado
                       PERFORM 0150-consentimento-ativo
                       IF wrk-cons-ativo EQUAL "S"
                           ADD 1 to wrk-xml-qtd
                           PERFORM 0142-gravar-cliente-xml
                       END-IF
                   END-IF
                   READ clientes NEXT
               END-PERFORM
               MOVE " clientes no xml" to wrk-msgerro(7:16)
               ACCEPT tela-erro
           END-IF.
           IF wrk-cons-aberto EQUAL "S"
               CLOSE consentimentos
               MOVE "N" to wrk-cons-aberto
           END-IF.

       0142-gravar-cliente-xml SECTION.
           MOVE SPACES to xml-linha.
      *como candidato a vip
           MOVE "ranking de clientes" to wrk-modulo.
           DISPLAY tela.
           MOVE ZERO to wrk-rk-qtd wrk-rk-com-arq.
           ACCEPT wrk-rk-hoje FROM DATE YYYYMMDD.
           MOVE wrk-rk-hoje to wrk-dc-data.
           PERFORM 0161-calcula-dias.
               READ pedidos NEXT
           END-PERFORM.
           CLOSE pedidos.
           PERFORM 0194-ranking-arquivados.
           MOVE "N" to wrk-rk-de-arq.

           IF wrk-rk-qtd EQUAL ZERO
               MOVE "nenhum pedido para ranquear" to wrk-msgerro
           MOVE wrk-rk-qtd to relrank-linha(22:3).
           MOVE "candidatos a vip:" to relrank-linha(28:17).
           MOVE wrk-rk-cand to relrank-linha(46:3).
           IF wrk-rk-com-arq > ZERO
               MOVE "ARQ = com pedidos no arquivo morto:"
                   to relrank-linha(51:35)
               MOVE wrk-rk-com-arq to relrank-linha(87:3)
           END-IF.
           WRITE relatorio-rank-reg.
           CLOSE relatorio-rank.
           MOVE "ranking gravado em ranking-clientes.txt"
                   MOVE ZERO to wrk-rk-ult-data(wrk-rk-ind)
                   MOVE ZERO to wrk-rk-total(wrk-rk-ind)
                   MOVE ZERO to wrk-rk-tot-12m(wrk-rk-ind)
                   MOVE ZERO to wrk-rk-arquivados(wrk-rk-ind)
               ELSE
                   GO to 0196-fim
               END-IF
           END-IF.
           ADD 1 to wrk-rk-pedidos(wrk-rk-ind).
           IF wrk-rk-de-arq EQUAL "S"
               ADD 1 to wrk-rk-arquivados(wrk-rk-ind)
           END-IF.
           COMPUTE wrk-rk-total(wrk-rk-ind) =
                   wrk-rk-total(wrk-rk-ind) + PED-VALOR.
           IF PED-DATA > wrk-rk-ult-data(wrk-rk-ind)
               MOVE "*VIP?" to relrank-linha(106:5)
               ADD 1 to wrk-rk-cand
           END-IF.
           IF wrk-rk-arquivados(wrk-rk-ind) > ZERO
               MOVE "ARQ" to relrank-linha(112:3)
               ADD 1 to wrk-rk-com-arq
           END-IF.
           WRITE relatorio-rank-reg.

       0194-ranking-arquivados SECTION.
      *pedidos do arquivo morto, ano a ano pelo catalogo, entram no
      *acumulado de vida do cliente; a linha do cliente que tem
      *pedido arquivado sai marcada "ARQ"
           MOVE "S" to wrk-rk-de-arq.
           OPEN INPUT arq-catalogo.
           IF arqcat-status NOT EQUAL 00
               GO to 0194-fim
           END-IF.
           READ arq-catalogo.
           PERFORM UNTIL arqcat-status NOT EQUAL 00
               MOVE SPACES to wrk-rk-arq-nome
               STRING "./pedidos-arq-" ARQ-ANO ".dat"
                       DELIMITED BY SIZE INTO wrk-rk-arq-nome
               END-STRING
               OPEN INPUT pedidos-arq
               IF pedarq-status EQUAL 00
                   READ pedidos-arq NEXT
                   PERFORM UNTIL pedarq-status NOT EQUAL 00
                       MOVE ARP-REG to REG-PEDIDO
                       IF NOT PEDIDO-CANCELADO
                           PERFORM 0196-acumular-ranking
                       END-IF
                       READ pedidos-arq NEXT
                   END-PERFORM
                   CLOSE pedidos-arq
               END-IF
               READ arq-catalogo
           END-PERFORM.
           CLOSE arq-catalogo.
       0194-fim.
           EXIT.

       0111-auditoria SECTION.
      *auditoria de qualidade: uma passada completa do arquivo por
      *tipo de problema, gravando um relatorio em disco agrupado por
                   MOVE SPACES to ref-tel
                   MOVE "00" to ref-tel(1:2)
                   MOVE cliente-fone to ref-tel(3:9)
                   MOVE cliente-id to ref-codigo
                   MOVE cliente-cpf to ref-cpf
                   WRITE refresh-reg
               END-IF
               READ clientes NEXT
           END-PERFORM.
           CLOSE refresh-filial.
           PERFORM 0190-refresh-produtos.
           MOVE wrk-ref-qtd to wrk-msgerro.
           MOVE " clientes e" to wrk-msgerro(6:11).
           MOVE wrk-refp-qtd to wrk-msgerro(18:5).
           MOVE " produtos no refresh" to wrk-msgerro(23:18).
           ACCEPT tela-erro.

       0190-refresh-produtos SECTION.
      *produtos ativos com o preco de venda em vigor hoje (a ultima
      *vigencia de precos.dat que ja comecou, ou o preco do
      *cadastro), a mesma regra da digitacao de pedidos no prg14
           MOVE ZERO to wrk-refp-qtd.
           OPEN INPUT produtos.
           IF produtos-status NOT EQUAL 00
               GO to 0190-fim
           END-IF.
           ACCEPT wrk-refp-hoje FROM DATE YYYYMMDD.
           MOVE "N" to wrk-refp-tem-precos.
           OPEN INPUT precos.
           IF precos-status EQUAL 00
               MOVE "S" to wrk-refp-tem-precos
           END-IF.
           OPEN OUTPUT refresh-produtos.
           MOVE ZERO to PRO-CODIGO.
           START produtos KEY IS NOT LESS THAN PRO-CODIGO.
           IF produtos-status EQUAL 00
               READ produtos NEXT
               PERFORM UNTIL produtos-status NOT EQUAL 00
                   IF produto-ativo
                       MOVE PRO-PRECO to wrk-refp-preco
                       IF wrk-refp-tem-precos EQUAL "S"
                           PERFORM 0191-preco-do-dia
                       END-IF
                       MOVE PRO-CODIGO to rfp-codigo
                       MOVE PRO-DESCRICAO to rfp-descricao
                       MOVE wrk-refp-preco to rfp-preco
                       WRITE refprod-reg
                       ADD 1 to wrk-refp-qtd
                   END-IF
                   READ produtos NEXT
               END-PERFORM
           END-IF.
           CLOSE refresh-produtos.
           IF wrk-refp-tem-precos EQUAL "S"
               CLOSE precos
           END-IF.
           CLOSE produtos.
       0190-fim.
           EXIT.

       0191-preco-do-dia SECTION.
           MOVE PRO-CODIGO to PRC-PRODUTO.
           MOVE ZERO to PRC-VIGENCIA.
           START precos KEY IS NOT LESS THAN PRC-CHAVE.
           IF precos-status EQUAL 00
               READ precos NEXT
               PERFORM UNTIL precos-status NOT EQUAL 00
                       OR PRC-PRODUTO NOT EQUAL PRO-CODIGO
                       OR PRC-VIGENCIA > wrk-refp-hoje
                   MOVE PRC-PRECO to wrk-refp-preco
                   READ precos NEXT
               END-PERFORM
           END-IF.

       0100-menu SECTION.
           MOVE SPACES to wrk-msgerro cliente-nome
                          cliente-chave cliente-email cliente-cpf
               PERFORM 0179-gerador-extratos
               PERFORM 0100-menu

           WHEN 'L'
           WHEN 'l'
               PERFORM 0157-consentimentos
               PERFORM 0100-menu

           WHEN '0'
               PERFORM 0082-validar-senha
               IF senha-validada
           DISPLAY tela.
           DISPLAY tela-pagina.
           ACCEPT tela-pagina.
           PERFORM 0083-prender-filtro-filial.
           IF wrk-pagina-tam < 1 OR wrk-pagina-tam > 20
               MOVE 5 to wrk-pagina-tam
           END-IF.
