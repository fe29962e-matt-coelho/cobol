      * Date:
      * Purpose: entrada de pedidos: cabecalho numerado + itens com
      *          quantidade, frete calculado uma vez sobre o total
      *          do pedido pela tabela compartilhada (copy); com o
      *          parametro IMPORTA roda sem tela e importa o arquivo
      *          de intercambio de pedidos (com FILIAL, o arquivo dos
      *          pedidos capturados nas filiais pelo prg18, com as
      *          recusas voltando para a filial); cada nota de venda
      *          emitida gera tambem o seu xml de nota eletronica
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BO-CHAVE
               FILE STATUS IS FS-BACKORDERS.
      *lotes dos produtos pereciveis, consumidos pela baixa do que
      *vence primeiro
       SELECT LOTES ASSIGN TO "./lotes.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LOT-CHAVE
               ALTERNATE RECORD KEY IS LOT-VALIDADE WITH DUPLICATES
               FILE STATUS IS FS-LOTES.
      *estrutura dos kits (mantida pelo ex-loops): o kit sai como um
      *item so e baixa estoque pelos componentes
       SELECT KITS ASSIGN TO "./kits.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS KIT-CHAVE
               FILE STATUS IS FS-KITS.
       SELECT REL-BACKORD ASSIGN TO "./backorders-abertos.txt"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS FS-REL-BACKORD.
      *backorders cobertos por compra (gravados e liberados pelo
      *compras) e a lista dos clientes atendidos para o comercial
      *avisar
       SELECT COMPRA-BKO ASSIGN TO "./compra-backorders.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OBK-CHAVE
               ALTERNATE RECORD KEY IS OBK-BACKORDER WITH DUPLICATES
               FILE STATUS IS FS-COMPRA-BKO.
       SELECT REL-BO-ATEND ASSIGN TO "./backorders-atendidos.txt"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS FS-REL-BO-ATEND.
      *creditos de devolucao ainda nao consumidos: abatidos do
      *titulo do pedido devolvido ou, titulo ja quitado, guardados
      *aqui e aplicados ao titulo da proxima compra do cliente
       SELECT DOC-CREDITO ASSIGN TO "./credito-devolucao.txt"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS FS-DOC-CREDITO.
      *livro do icms: a devolucao de cliente estorna o debito do
      *icms da venda na apuracao mensal do apuricms
       SELECT ICMS-MOV ASSIGN TO "./icms-movimento.dat"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS FS-ICMS-MOV.
      *ocorrencias do retorno do romaneio, uma por tentativa de
      *entrega (o desempenho por rota sai no fretes)
       SELECT OCORRENCIAS ASSIGN TO "./ocorrencias-entrega.dat"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS FS-OCORRENCIAS.
      *historico de situacoes do pedido: um registro por mudanca,
      *com o momento em que a situacao anterior comecou, para o
      *relatorio de tempo medio por etapa
       SELECT ROMANEIO ASSIGN TO "./romaneio-entrega.txt"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS FS-ROMANEIO.
      *separacao do romaneio: enderecos de estoque (ex-loops), a
      *lista do separador por endereco e a conferencia de cada item
      *com a falta achada na prateleira
       SELECT LOCAIS ASSIGN TO "./locais-estoque.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LOC-CHAVE
               FILE STATUS IS FS-LOCAIS.
       SELECT SEPARACAO ASSIGN TO "./separacao-pedidos.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SEP-CHAVE
               FILE STATUS IS FS-SEPARACAO.
       SELECT LISTA-SEP ASSIGN TO "./lista-separacao.txt"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS FS-LISTA-SEP.
      *vigencias de preco mantidas pelo ex-loops: o preco do item
      *sai da vigencia em vigor na data, nao mais direto do cadastro
       SELECT PRECOS ASSIGN TO "./precos.dat"
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS VEN-CODIGO
               FILE STATUS IS FS-VENDEDORES.
      *enderecos de entrega do cliente (mantidos pelo entregas): o
      *escolhido na digitacao da a uf do frete e do icms e a rota
      *do romaneio
       SELECT ENDERECOS ASSIGN TO "./enderecos-entrega.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ENT-CHAVE
               FILE STATUS IS FS-ENDERECOS.
      *transportadoras (mantidas pelo fretes): a do romaneio fica
      *gravada em cada pedido para a conferencia da fatura de frete
       SELECT TRANSPORTADORAS ASSIGN TO "./transportadoras.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TRA-CODIGO
               FILE STATUS IS FS-TRANSPORTADORAS.
      *condicoes de pagamento (mantidas pelo condpag): parcelas e
      *vencimentos escolhidos no pedido e no orcamento
       SELECT CONDICOES ASSIGN TO "./condicoes-pagamento.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CPG-CODIGO
               FILE STATUS IS FS-CONDICOES.
       SELECT REL-COMIS ASSIGN TO "./comissoes-mensal.txt"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS FS-REL-COMIS.
      *metas mensais por vendedor (mantidas pelo vendcad): bonus
      *das comissoes e relatorio de atingimento
       SELECT METAS ASSIGN TO "./metas-vendas.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MET-CHAVE
               FILE STATUS IS FS-METAS.
       SELECT REL-METAS ASSIGN TO "./atingimento-metas.txt"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS FS-REL-METAS.
       SELECT REL-MARGEM ASSIGN TO "./margem-bruta.txt"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS FS-REL-MARGEM.
      *orcamentos: mesma digitacao e frete do pedido, mas sem baixa
      *de estoque nem titulo; numeracao propria e validade em dias,
      *convertendo em pedido com um comando
       SELECT DOC-NOTA ASSIGN TO "./nota-venda.txt"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS FS-DOC-NOTA.
      *nota eletronica: um xml por nota, pelo nome montado em
      *wrk-nfe-arquivo, e o controle do que foi ou nao gerado
       SELECT NFE-XML ASSIGN TO wrk-nfe-arquivo
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS FS-NFE-XML.
       SELECT NFE-CONTROLE ASSIGN TO "./nfe-controle.dat"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS FS-NFE-CONTROLE.
       SELECT REL-NOTAS ASSIGN TO "./registro-notas.txt"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS FS-REL-NOTAS.
       SELECT JOURNAL-PED ASSIGN TO "./journal-pedidos.dat"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS FS-JOURNAL-PED.
      *importacao em lote (parametro IMPORTA): pedidos do portal
      *web e dos representantes no desenho de intercambio, e as
      *linhas recusadas com o motivo na frente, no molde da carga
      *de notas do prg5; o parametro FILIAL troca os dois arquivos
      *pelos da captura de pedidos das filiais
       SELECT IMPORTACAO ASSIGN TO wrk-imp-arquivo
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS FS-IMPORTACAO.
       SELECT IMP-REJEITOS ASSIGN TO wrk-imr-arquivo
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS FS-IMP-REJEITOS.
      *contratos de fornecimento (mantidos pelo contratos): o
      *parametro CONTRATOS gera os pedidos da vez no arquivo de
      *intercambio, carrega-os pela importacao e lista o resultado
      *de cada contrato e os avisos de vencimento aos clientes
       SELECT CONTRATOS ASSIGN TO "./contratos.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CTR-NUMERO
               FILE STATUS IS FS-CONTRATOS.
       SELECT REL-CONTRATOS ASSIGN TO "./contratos-pedidos.txt"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS FS-REL-CONTRATOS.
       SELECT AVISO-CONTRATOS ASSIGN TO "./avisos-contratos.txt"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS FS-AVISO-CONTRATOS.
      *troca de arquivos de cobranca com o banco: a remessa leva os
      *titulos em aberto no desenho de colunas combinado e o
      *retorno baixa automaticamente os que casarem, com as
       SELECT CARTAS ASSIGN TO "./cartas-cobranca.txt"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS FS-CARTAS.
      *consentimento de contato do projeto-clientes: o lembrete da
      *primeira faixa nao e aviso formal de cobranca e so vai a
      *quem consentiu receber correspondencia
       SELECT CONSENTIMENTOS ASSIGN TO "./consentimentos.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CONS-CHAVE
               FILE STATUS IS FS-CONSENTIMENTOS.
      *projecao de fluxo de caixa: titulos a receber, contas a
      *pagar (quando o arquivo existir) e o total da folha mensal
      *do prg1, em baldes de semana de vencimento
       SELECT CONTROLE-MESTRES ASSIGN TO "./controle-mestres.dat"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS FS-CONTROLE.
      *arquivo morto de pedidos (gravado pelo arqped): o catalogo
      *dos anos arquivados e os arquivos do ano, pelos nomes
      *montados em wrk-pa-*, para a consulta e o extrato acharem os
      *pedidos que ja sairam do corrente
       SELECT ARQ-CATALOGO ASSIGN TO "./pedidos-arquivo.dat"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS FS-ARQ-CATALOGO.
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
      *extrato do cliente: pedidos, titulos e pagamentos de um
      *periodo numa folha so, enderecada pelo cadastro
       SELECT EXTRATO ASSIGN TO "./extrato-cliente.txt"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS FS-EXTRATO.
      *movimento do programa de pontos, mantido pelo pontosrv e
      *aqui so lido para o extrato
       SELECT PONTOS ASSIGN TO "./pontos-clientes.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PTS-CHAVE
               FILE STATUS IS FS-PONTOS.
      *cadastro de alunos, so lido para dar nome as mensalidades
      *no extrato do responsavel financeiro
       SELECT ALUNOS ASSIGN TO "./alunos.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ALU-MATRICULA
               FILE STATUS IS FS-ALUNOS.
      *controle de competencias: o mes fechado pela contabilidade
      *nao aceita mais baixa, faturamento nem nova rodada da
      *interface contabil
       SELECT LOCK-PRODUTOS ASSIGN TO "./produtos.lck"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS FS-LOCK-PRODUTOS.
      *contas a receber: um titulo por parcela do pedido faturado,
      *com chave alternativa por cliente para o relatorio de atrasados
      *sair agrupado por comprador e por pedido para achar as parcelas
       SELECT RECEBER ASSIGN TO "./contas-receber.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CR-NUMERO
               ALTERNATE RECORD KEY IS CR-CLIENTE WITH DUPLICATES
               ALTERNATE RECORD KEY IS CR-PEDIDO WITH DUPLICATES
               FILE STATUS IS FS-RECEBER.
       SELECT REL-ATRASO ASSIGN TO "./contas-atrasadas.txt"
               ORGANIZATION IS SEQUENTIAL
       SELECT CONFERENCIA ASSIGN TO "./conferencia-contabil.txt"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS FS-CONFERENCIA.
      *saldo da provisao para devedores duvidosos ja contabilizado:
      *a rodada mensal lanca so a diferenca para a provisao proposta
      *e a baixa de titulo incobravel consome esse saldo
       SELECT PROVISAO ASSIGN TO "./provisao-pdd.dat"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS FS-PROVISAO.
       SELECT REL-PROVISAO ASSIGN TO "./provisao-devedores.txt"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS FS-REL-PROVISAO.
      *acordos de renegociacao: titulos vencidos do cliente trocados
      *por parcelas novas; o acordo quebrado vai para a lista da
      *cobranca
       SELECT ACORDOS ASSIGN TO "./acordos.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ACO-NUMERO
               FILE STATUS IS FS-ACORDOS.
       SELECT REL-ACORDOS ASSIGN TO "./acordos-quebrados.txt"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS FS-REL-ACORDOS.
       DATA DIVISION.
       FILE SECTION.
           FD PEDIDOS.
           FD NUM-CONTROL.
               01 NUM-CONTROL-REG.
                   02 NUM-PROXIMO PIC 9(07).
           FD LOTES.
           COPY "lotreg.cpy".
           FD KITS.
           COPY "kitreg.cpy".
           FD BACKORDERS.
               01 REG-BACKORDER.
                   02 BO-CHAVE.
           FD REL-BACKORD.
               01 REL-BACKORD-REG.
                   02 REL-BO-LINHA PIC X(80).
           FD COMPRA-BKO.
           COPY "obkreg.cpy".
           FD REL-BO-ATEND.
               01 REL-BO-ATEND-REG.
                   02 REL-BA-LINHA PIC X(80).
           FD CREDITOS.
               01 REG-CREDITO.
                   02 CRE-CLIENTE PIC 9(09).
           FD DOC-CREDITO.
               01 DOC-CREDITO-REG.
                   02 DOC-CRE-LINHA PIC X(80).
           FD OCORRENCIAS.
           COPY "ocereg.cpy".
           FD ICMS-MOV.
           COPY "icmreg.cpy".
           FD IMPORTACAO.
           COPY "impreg.cpy".
      *motivo da recusa + a linha original intacta, para corrigir e
      *reenviar o pedido inteiro: 01 cliente nao cadastrado,
      *02 cliente inativo, 03 cliente bloqueado, 04 vendedor
      *invalido, 05 condicao invalida, 06 produto nao cadastrado,
      *07 produto inativo, 08 quantidade zero, 09 preco abaixo do
      *custo, 10 limite de credito, 11 pedido sem itens, 12 item
      *sem cabecalho, 13 tipo de linha invalido, 14 itens demais,
      *15 recusado junto com o pedido, 16 endereco de entrega
      *invalido
           FD IMP-REJEITOS.
               01 IMR-REG.
                   02 IMR-MOTIVO PIC X(02).
                   02 IMR-DESCRICAO PIC X(30).
                   02 IMR-LINHA PIC X(80).
           FD CONTRATOS.
           COPY "ctrreg.cpy".
           FD REL-CONTRATOS.
               01 REL-CONTRATOS-REG.
                   02 REL-CTR-LINHA PIC X(80).
           FD AVISO-CONTRATOS.
               01 AVISO-CONTRATOS-REG.
                   02 AVI-CTR-LINHA PIC X(80).
           FD SIT-HIST.
               01 REG-SIT-HIST.
                   02 HIS-PEDIDO PIC 9(07).
           FD ROMANEIO.
               01 ROMANEIO-REG.
                   02 ROM-LINHA PIC X(80).
           FD LOCAIS.
           COPY "locreg.cpy".
           FD SEPARACAO.
           COPY "sepreg.cpy".
           FD LISTA-SEP.
               01 LISTA-SEP-REG.
                   02 LSP-LINHA PIC X(80).
           FD PRECOS.
           COPY "prcreg.cpy".
           FD VENDEDORES.
           COPY "vendreg.cpy".
           FD ENDERECOS.
           COPY "endreg.cpy".
           FD TRANSPORTADORAS.
           COPY "trareg.cpy".
           FD CONDICOES.
           COPY "cpgreg.cpy".
           FD REL-COMIS.
               01 REL-COMIS-REG.
                   02 REL-CM-LINHA PIC X(80).
           FD METAS.
           COPY "metreg.cpy".
           FD REL-METAS.
               01 REL-METAS-REG.
                   02 REL-MT-LINHA PIC X(80).
           FD REL-MARGEM.
               01 REL-MARGEM-REG.
                   02 REL-MG-LINHA PIC X(80).
           FD ORCAMENTOS.
               01 REG-ORCAMENTO.
                   02 ORC-NUMERO PIC 9(07).
                   02 ORC-SITUACAO PIC X(01).
                       88 ORCAMENTO-ABERTO     VALUE "A".
                       88 ORCAMENTO-CONVERTIDO VALUE "C".
                   02 ORC-CONDICAO PIC 9(02).
           FD ITENS-ORC.
               01 REG-ITEM-ORC.
                   02 ORI-CHAVE.
           FD REL-NOTAS.
               01 REL-NOTAS-REG.
                   02 REL-NF-LINHA PIC X(80).
           FD NFE-XML.
               01 NFE-XML-REG.
                   02 NFE-XML-LINHA PIC X(120).
           FD NFE-CONTROLE.
           COPY "nfereg.cpy".
           FD ENCARGOS.
               01 ENC-REG.
                   02 ENC-MULTA-PERC PIC 9(02)V99.
           FD CARTAS.
               01 CARTAS-REG.
                   02 CARTA-LINHA PIC X(80).
           FD CONSENTIMENTOS.
           COPY "consreg.cpy".
           FD PAGAR.
           COPY "pagreg.cpy".
           FD FOLHA-TOTAL.
           FD EXTRATO.
               01 EXTRATO-REG.
                   02 EXT-LINHA PIC X(80).
           FD PONTOS.
           COPY "ptsreg.cpy".
           FD ALUNOS.
           COPY "alureg.cpy".
           FD ARQ-CATALOGO.
           COPY "arqreg.cpy".
           FD PED-ARQ.
           COPY "arpreg.cpy".
           FD ITM-ARQ.
           COPY "arireg.cpy".
           FD CONTROLE-MESTRES.
               01 CONTROLE-REG.
                   02 CTL-ARQUIVO PIC X(01).
                   02 CX-JUROS PIC 9(08)V99.
                   02 CX-MULTA PIC 9(08)V99.
                   02 CX-OPERADOR PIC X(10).
                   02 CX-FILIAL PIC 9(02).
           FD REL-CAIXA.
               01 REL-CAIXA-REG.
                   02 REL-CX-LINHA PIC X(80).
               01 REL-ABERTOS-REG.
                   02 REL-AB-LINHA PIC X(80).
           FD RECEBER.
           COPY "recreg.cpy".
           FD REL-ATRASO.
               01 REL-ATRASO-REG.
                   02 REL-AT-LINHA PIC X(80).
           FD OPERADORES.
           COPY "operreg.cpy".
           FD LANCAMENTOS.
           COPY "lanreg.cpy".
           FD CONFERENCIA.
               01 CONFERENCIA-REG.
                   02 CONF-LINHA PIC X(80).
           FD PROVISAO.
               01 REG-PROVISAO.
                   02 PDD-COMPETENCIA PIC 9(06).
                   02 PDD-SALDO PIC 9(10)V99.
           FD REL-PROVISAO.
               01 REL-PROVISAO-REG.
                   02 REL-PD-LINHA PIC X(80).
           FD ACORDOS.
               01 REG-ACORDO.
                   02 ACO-NUMERO PIC 9(07).
                   02 ACO-CLIENTE PIC 9(09).
                   02 ACO-DATA PIC 9(08).
                   02 ACO-TITULOS PIC 9(02).
                   02 ACO-SALDO PIC 9(10)V99.
                   02 ACO-MULTA PIC 9(10)V99.
                   02 ACO-JUROS PIC 9(10)V99.
                   02 ACO-DESCONTO PIC 9(10)V99.
                   02 ACO-VALOR PIC 9(10)V99.
                   02 ACO-PARCELAS PIC 9(02).
                   02 ACO-OPERADOR PIC X(10).
                   02 ACO-SITUACAO PIC X(01).
                       88 ACORDO-ATIVO    VALUE "A".
                       88 ACORDO-QUEBRADO VALUE "Q".
                       88 ACORDO-CUMPRIDO VALUE "C".
                   02 ACO-QUEBRA-DATA PIC 9(08).
           FD REL-ACORDOS.
               01 REL-ACORDOS-REG.
                   02 REL-AC-LINHA PIC X(80).
       WORKING-STORAGE SECTION.
       COPY "varsprg14".
      *status devolvido pelo modulo compartilhado de frete
       77 wrk-ctl-outra-r pic 9(07) value ZERO.
       77 wrk-ctl-outra-h pic 9(15) value ZERO.
       77 wrk-ctl-tem-outra pic x(01) value "N".
      *arquivo morto: anos do catalogo e o pedido achado nele
       77 fs-arq-catalogo pic 9(02) value ZERO.
       77 fs-ped-arq pic 9(02) value ZERO.
       77 fs-itm-arq pic 9(02) value ZERO.
       77 wrk-pa-ped-nome pic x(40) value SPACES.
       77 wrk-pa-itm-nome pic x(40) value SPACES.
       77 wrk-pa-ano pic 9(04) value ZERO.
       77 wrk-pa-arquivado pic x(01) value "N".
       77 wrk-pa-marcados pic 9(05) value ZERO.
       77 wrk-pac-qtd pic 9(02) value ZERO.
       77 wrk-pac-ind pic 9(02) value ZERO.
       01 wrk-tab-pa-catalogo.
           05 wrk-pac-ano pic 9(04) OCCURS 50 times.
      *extrato do cliente por periodo
       77 fs-extrato pic 9(02) value ZERO.
       77 wrk-ext-cliente pic 9(09) value ZERO.
       77 wrk-ext-pedidos pic 9(05) value ZERO.
       77 wrk-ext-pagtos pic 9(05) value ZERO.
       77 wrk-ext-saldo-ed pic -zzzzzzzz9.99 value ZERO.
      *programa de pontos (modulo pontosrv): ganho no faturamento,
      *estorno na devolucao e no cancelamento, resgate na
      *digitacao do pedido e movimento no extrato
       77 fs-pontos pic 9(02) value ZERO.
       77 wrk-pt-funcao pic x(01) value SPACE.
       77 wrk-pt-cliente pic 9(09) value ZERO.
       77 wrk-pt-categoria pic x(01) value SPACE.
       77 wrk-pt-pedido pic 9(07) value ZERO.
       77 wrk-pt-valor pic 9(08)v99 value ZERO.
       77 wrk-pt-valor-pedido pic 9(08)v99 value ZERO.
       77 wrk-pt-pontos pic 9(07) value ZERO.
       77 wrk-pt-status pic x(02) value SPACES.
       77 wrk-pt-saldo pic 9(07) value ZERO.
       77 wrk-pt-maximo pic 9(07) value ZERO.
       77 wrk-pt-ed pic zzzzzz9 value ZERO.
       77 wrk-pt-movtos pic 9(05) value ZERO.
      *mensalidades dos filhos no extrato do responsavel financeiro
       77 fs-alunos pic 9(02) value ZERO.
       77 wrk-ext-alu-qtd pic 9(02) value ZERO.
       77 wrk-ext-alu-ind pic 9(02) value ZERO.
       77 wrk-ext-alu-achou pic x(01) value "N".
       77 wrk-ext-mensal pic 9(05) value ZERO.
       77 wrk-ext-sub-aluno pic s9(10)v99 value ZERO.
       01 wrk-tab-ext-alunos.
           05 wrk-ext-alu-matr pic 9(04) OCCURS 20 times.
      *controle de competencias fechadas
       77 fs-periodos pic 9(02) value ZERO.
       77 wrk-per-comp pic 9(06) value ZERO.
       77 fs-caixa pic 9(02) value ZERO.
       77 fs-rel-caixa pic 9(02) value ZERO.
       77 wrk-cx-data pic 9(08) value ZERO.
      *filial do fechamento (0 = todas, so para a matriz)
       77 wrk-cx-filial pic 9(02) value ZERO.
       77 wrk-cx-qtd pic 9(05) value ZERO.
       77 wrk-cx-total pic 9(10)v99 value ZERO.
       77 wrk-cx-tot-juros pic 9(10)v99 value ZERO.
       77 wrk-cx-dif pic s9(10)v99 value ZERO.
       77 wrk-cx-dif-ed pic -zzzzzzzz9.99 value ZERO.
      *faixa reservada de CR-CLIENTE dos titulos escolares gerados
      *pelo mensalid (900000000 + matricula) para aluno ainda sem
      *responsavel financeiro: nao sao clientes do cadastro, entao
      *a regua de cobranca e a remessa bancaria pulam a faixa; a
      *mensalidade de aluno com responsavel sai no cliente-id dele
      *(CR-MATRICULA preenchida) e segue regua, remessa e extrato
       77 wrk-faixa-escolar pic 9(09) value 900000000.
      *regua de cobranca escalonada por faixa de atraso
       77 fs-atendimentos pic 9(02) value ZERO.
       77 wrk-cob-ja-env pic x(01) value "N".
       77 wrk-cob-cartas pic 9(05) value ZERO.
       77 wrk-cob-bloqueados pic 9(05) value ZERO.
       77 fs-consentimentos pic 9(02) value ZERO.
       77 wrk-tem-consent pic x(01) value "N".
       77 wrk-cob-consent pic x(01) value "N".
       77 wrk-cob-sem-consent pic 9(05) value ZERO.
      *provisao para devedores duvidosos por idade do atraso e baixa
      *de titulo incobravel (depois da ultima carta da regua) com
      *liberacao de supervisor; faixas: limite em dias, percentual
      *provisionado sobre o saldo e rotulo do relatorio
       77 fs-provisao pic 9(02) value ZERO.
       77 fs-rel-provisao pic 9(02) value ZERO.
       77 wrk-sup-ok pic x(01) value "N".
       77 wrk-pdd-data-base pic 9(08) value ZERO.
       77 wrk-pdd-comp pic 9(06) value ZERO.
       77 wrk-pdd-fx pic 9(01) value ZERO.
       77 wrk-pdd-dias pic 9(05) value ZERO.
       77 wrk-pdd-qtd pic 9(05) value ZERO.
       77 wrk-pdd-valor pic 9(08)v99 value ZERO.
       77 wrk-pdd-proposta pic 9(10)v99 value ZERO.
       77 wrk-pdd-saldo pic 9(10)v99 value ZERO.
       77 wrk-pdd-ajuste pic s9(10)v99 value ZERO.
       77 wrk-pdd-usado pic 9(10)v99 value ZERO.
       77 wrk-pdd-perda pic 9(08)v99 value ZERO.
       01 wrk-tab-pdd-faixas.
           05 filler pic x(20) value "0030000ate 30 dias".
           05 filler pic x(20) value "006002531 a 60 dias".
           05 filler pic x(20) value "009005061 a 90 dias".
           05 filler pic x(20) value "018007591 a 180 dias".
           05 filler pic x(20) value "9999100mais de 180".
       01 wrk-pdd-faixas redefines wrk-tab-pdd-faixas.
           05 wrk-pdd-fx-ent OCCURS 5 times.
               10 wrk-pdd-limite pic 9(04).
               10 wrk-pdd-perc pic 9(03).
               10 wrk-pdd-rotulo pic x(13).
       01 wrk-tab-pdd-totais.
           05 wrk-pdd-tot-ent OCCURS 5 times.
               10 wrk-pdd-tot-qtd pic 9(05).
               10 wrk-pdd-tot-saldo pic 9(10)v99.
               10 wrk-pdd-tot-prov pic 9(10)v99.
      *acordo de renegociacao: titulos vencidos escolhidos do
      *cliente, saldo atualizado com multa e juros do arquivo de
      *encargos, desconto combinado e parcelas novas a cada
      *wrk-aco-intervalo dias; a quebra e a parcela do acordo com
      *mais de wrk-aco-tolerancia dias de atraso
       77 fs-acordos pic 9(02) value ZERO.
       77 fs-rel-acordos pic 9(02) value ZERO.
       77 wrk-aco-cliente pic 9(09) value ZERO.
       77 wrk-aco-numero pic 9(07) value ZERO.
       77 wrk-aco-qtd pic 9(02) value ZERO.
       77 wrk-aco-ind pic 9(02) value ZERO.
       77 wrk-aco-saldo pic 9(10)v99 value ZERO.
       77 wrk-aco-multa pic 9(10)v99 value ZERO.
       77 wrk-aco-juros pic 9(10)v99 value ZERO.
       77 wrk-aco-desconto pic 9(10)v99 value ZERO.
       77 wrk-aco-total pic 9(10)v99 value ZERO.
       77 wrk-aco-parcelas pic 9(02) value ZERO.
       77 wrk-aco-primeiro pic 9(03) value 30.
       77 wrk-aco-intervalo pic 9(03) value 30.
       77 wrk-aco-tolerancia pic 9(03) value 15.
       77 wrk-aco-quebrou pic x(01) value "N".
       77 wrk-aco-em-aberto pic 9(10)v99 value ZERO.
       77 wrk-aco-atraso pic 9(05) value ZERO.
       77 wrk-aco-listados pic 9(05) value ZERO.
       01 wrk-tab-acordo.
           05 wrk-aco-titulo pic 9(07) OCCURS 50 times.
      *encargos de atraso na baixa de titulo: percentuais do
      *arquivo de parametros (criado com os padroes na primeira
      *execucao) e os valores calculados/recebidos da baixa atual
           05 wrk-rem-vencimento pic 9(08).
           05 wrk-rem-valor pic 9(11)v99.
           05 wrk-rem-nome pic x(30).
      *pedido de origem e parcela pp de nn do titulo
           05 wrk-rem-pedido pic 9(07).
           05 wrk-rem-parcela pic 9(02).
           05 wrk-rem-parcelas pic 9(02).
           05 filler pic x(01).
       01 wrk-ret-det.
           05 wrk-ret-tipo pic x(01).
           05 wrk-ret-numero pic 9(07).
       77 wrk-nf-comp-x pic x(08) value SPACES.
       77 wrk-nf-qtd pic 9(05) value ZERO.
       77 wrk-nf-soma pic 9(10)v99 value ZERO.
      *nota eletronica: validacao do destinatario, montagem do xml
      *linha a linha e o icms rateado pelos itens
       77 fs-nfe-xml pic 9(02) value ZERO.
       77 fs-nfe-controle pic 9(02) value ZERO.
       77 wrk-nfe-arquivo pic x(40) value SPACES.
       77 wrk-nfe-ok pic x(01) value "N".
       77 wrk-nfe-uf-ok pic x(01) value "N".
       77 wrk-nfe-ind pic 9(02) value ZERO.
       77 wrk-nfe-motivo pic x(30) value SPACES.
       77 wrk-nfe-data-x pic x(08) value SPACES.
       77 wrk-nfe-aliq pic 9v999 value ZERO.
       77 wrk-nfe-itens pic 9(03) value ZERO.
       77 wrk-nfe-item pic 9(03) value ZERO.
       77 wrk-nfe-icms-item pic 9(08)v99 value ZERO.
       77 wrk-nfe-icms-soma pic 9(08)v99 value ZERO.
       77 wrk-xml-recuo pic 9(02) value ZERO.
       77 wrk-xml-pos pic 9(03) value ZERO.
       77 wrk-xml-tag pic x(10) value SPACES.
       77 wrk-xml-tam-tag pic 9(02) value ZERO.
       77 wrk-xml-texto pic x(60) value SPACES.
       77 wrk-xml-tam pic 9(02) value ZERO.
       77 wrk-xml-brancos pic 9(02) value ZERO.
       77 wrk-xml-valor pic 9(10)v99 value ZERO.
       77 wrk-xml-vlr-ed pic z(9)9.99 value ZERO.
       77 wrk-xml-qtd-ed pic z(4)9 value ZERO.
       COPY "tabemit.cpy".
       COPY "tabuf.cpy".
      *orcamentos: digitacao, validade, conversao e expurgo
       77 fs-orcamentos pic 9(02) value ZERO.
       77 fs-itens-orc pic 9(02) value ZERO.
       77 fs-vendedores pic 9(02) value ZERO.
       77 fs-rel-comis pic 9(02) value ZERO.
       77 wrk-tem-vendedores pic x(01) value "N".
       77 fs-transportadoras pic 9(02) value ZERO.
       77 wrk-tem-transp pic x(01) value "N".
       77 wrk-rom-transp pic 9(03) value ZERO.
       77 wrk-cod-vendedor pic 9(03) value ZERO.
      *endereco de entrega do pedido (0 = endereco do cadastro)
       77 fs-enderecos pic 9(02) value ZERO.
       77 wrk-tem-enderecos pic x(01) value "N".
       77 wrk-ent-seq pic 9(02) value ZERO.
       77 wrk-ent-padrao pic 9(02) value ZERO.
       77 wrk-ent-qtd pic 9(02) value ZERO.
       77 wrk-ent-ok pic x(01) value "N".
      *endereco de entrega resolvido para o romaneio e a nota
       77 wrk-dst-cli-ok pic x(01) value "N".
       01 wrk-destino.
           05 wrk-dst-cliente pic 9(09).
           05 wrk-dst-seq pic 9(02).
           05 wrk-dst-nome pic x(30).
           05 wrk-dst-apelido pic x(15).
           05 wrk-dst-logradouro pic x(30).
           05 wrk-dst-numero pic x(06).
           05 wrk-dst-complemento pic x(15).
           05 wrk-dst-bairro pic x(20).
           05 wrk-dst-cidade pic x(20).
           05 wrk-dst-uf pic x(02).
           05 wrk-dst-cep pic x(08).
       77 wrk-vend-ok pic x(01) value "N".
       77 wrk-com-comp pic x(06) value SPACES.
       77 wrk-com-qtd pic 9(02) value ZERO.
       77 wrk-com-achou pic x(01) value "N".
       77 wrk-com-valor pic 9(10)v99 value ZERO.
       77 wrk-com-total-geral pic 9(10)v99 value ZERO.
      *metas do mes: faixa de bonus da comissao e relatorio de
      *atingimento com projecao pelo ritmo diario
       77 fs-metas pic 9(02) value ZERO.
       77 fs-rel-metas pic 9(02) value ZERO.
       77 wrk-tem-metas pic x(01) value "N".
       77 wrk-met-achou pic x(01) value "N".
       77 wrk-met-perc pic 9(05)v99 value ZERO.
       77 wrk-met-perc-ed pic zzzz9.99 value ZERO.
       77 wrk-met-bonus-pct pic 9(02)v99 value ZERO.
       77 wrk-met-bonus pic 9(10)v99 value ZERO.
       77 wrk-met-faixa pic 9(01) value ZERO.
       77 wrk-met-comp-n pic 9(06) value ZERO.
       77 wrk-met-mm pic 9(02) value ZERO.
       77 wrk-met-dias-mes pic 9(02) value ZERO.
       77 wrk-met-decorridos pic 9(02) value ZERO.
       77 wrk-met-projecao pic 9(10)v99 value ZERO.
       77 wrk-met-tot-meta pic 9(10)v99 value ZERO.
       77 wrk-met-tot-real pic 9(10)v99 value ZERO.
       77 wrk-met-tot-proj pic 9(10)v99 value ZERO.
       77 wrk-nov-qtd pic 9(03) value ZERO.
       77 wrk-nov-ind pic 9(03) value ZERO.
       77 wrk-nov-achou pic x(01) value "N".
      *margem bruta da competencia: receita menos custo gravado no
      *item, icms e frete absorvido, por pedido, produto, vendedor
      *e cliente
       77 fs-rel-margem pic 9(02) value ZERO.
       77 wrk-mg-comp pic x(06) value SPACES.
       77 wrk-mg-pedidos pic 9(05) value ZERO.
       77 wrk-mg-sem-custo pic 9(05) value ZERO.
       77 wrk-mg-ind pic 9(03) value ZERO.
       77 wrk-mg-achou pic x(01) value "N".
       77 wrk-mg-qtd-prod pic 9(03) value ZERO.
       77 wrk-mg-qtd-vend pic 9(03) value ZERO.
       77 wrk-mg-qtd-cli pic 9(03) value ZERO.
       77 wrk-mg-absorvido pic 9(08)v99 value ZERO.
       77 wrk-mg-despesa-ped pic 9(10)v99 value ZERO.
       77 wrk-mg-custo-unit pic 9(08)v99 value ZERO.
       77 wrk-mg-custo-item pic 9(10)v99 value ZERO.
       77 wrk-mg-desp-item pic 9(10)v99 value ZERO.
       77 wrk-mg-custo-ped pic 9(10)v99 value ZERO.
       77 wrk-mg-chave pic 9(09) value ZERO.
       77 wrk-mg-l-receita pic 9(10)v99 value ZERO.
       77 wrk-mg-l-custo pic 9(10)v99 value ZERO.
       77 wrk-mg-l-despesa pic 9(10)v99 value ZERO.
       77 wrk-mg-l-margem pic s9(10)v99 value ZERO.
       77 wrk-mg-perc pic s9(03)v99 value ZERO.
       77 wrk-mg-perc-ed pic -zz9.99 value ZERO.
       77 wrk-mg-margem-ed pic -zzzzzzzz9.99 value ZERO.
       77 wrk-mg-tot-receita pic 9(10)v99 value ZERO.
       77 wrk-mg-tot-custo pic 9(10)v99 value ZERO.
       77 wrk-mg-tot-despesa pic 9(10)v99 value ZERO.
       01 wrk-tab-mg-prod.
           05 wrk-mgp-ent OCCURS 500 times.
               10 wrk-mgp-chave pic 9(09).
               10 wrk-mgp-receita pic 9(10)v99.
               10 wrk-mgp-custo pic 9(10)v99.
               10 wrk-mgp-despesa pic 9(10)v99.
       01 wrk-tab-mg-vend.
           05 wrk-mgv-ent OCCURS 30 times.
               10 wrk-mgv-chave pic 9(09).
               10 wrk-mgv-receita pic 9(10)v99.
               10 wrk-mgv-custo pic 9(10)v99.
               10 wrk-mgv-despesa pic 9(10)v99.
       01 wrk-tab-mg-cli.
           05 wrk-mgc-ent OCCURS 500 times.
               10 wrk-mgc-chave pic 9(09).
               10 wrk-mgc-receita pic 9(10)v99.
               10 wrk-mgc-custo pic 9(10)v99.
               10 wrk-mgc-despesa pic 9(10)v99.
      *clientes novos ja contados na competencia (cadastrados no
      *mes e com pedido faturado do vendedor)
       01 wrk-tab-novos.
           05 wrk-nov-cliente pic 9(09) OCCURS 300 times.
      *condicao de pagamento do pedido e geracao das parcelas
       77 fs-condicoes pic 9(02) value ZERO.
       77 wrk-tem-condicoes pic x(01) value "N".
       77 wrk-cond-pagto pic 9(02) value ZERO.
       77 wrk-cond-ok pic x(01) value "N".
       77 wrk-parc-qtd pic 9(02) value ZERO.
       77 wrk-parc-ind pic 9(02) value ZERO.
       77 wrk-parc-total pic 9(08)v99 value ZERO.
       77 wrk-parc-valor pic 9(08)v99 value ZERO.
       77 wrk-parc-resto pic 9(08)v99 value ZERO.
       77 wrk-parc-achou pic x(01) value "N".
       77 wrk-parc-pago pic x(01) value "N".
       77 wrk-parc-ed pic x(05) value SPACES.
       77 wrk-ped-comp-x pic x(08) value SPACES.
       01 wrk-tab-comissao.
           05 wrk-com-ent OCCURS 30 times.
               10 wrk-com-vendedor pic 9(03).
               10 wrk-com-vendido pic 9(10)v99.
               10 wrk-com-novos pic 9(03).
      *romaneio de entrega: pedidos faturados agrupados por rota
      *(uf + cidade do endereco de entrega escolhido no pedido) e,
      *dentro da rota, por endereco de entrega
       77 fs-romaneio pic 9(02) value ZERO.
       77 wrk-rom-qtd pic 9(03) value ZERO.
       77 wrk-rom-i pic 9(03) value ZERO.
       77 wrk-rom-j1 pic 9(03) value ZERO.
       77 wrk-rom-limite pic 9(03) value ZERO.
       77 wrk-rom-rota-ant pic x(22) value SPACES.
       77 wrk-rom-destino-ant pic x(11) value SPACES.
       77 wrk-rom-confirma pic x(01) value SPACE.
      *retorno do romaneio: ocorrencia de cada pedido que saiu
       77 fs-ocorrencias pic 9(02) value ZERO.
       77 wrk-rtr-data pic 9(08) value ZERO.
       77 wrk-rtr-ocorrencia pic x(01) value SPACE.
       77 wrk-rtr-entrega pic 9(08) value ZERO.
       77 wrk-rtr-saida pic 9(08) value ZERO.
       77 wrk-rtr-recebedor pic x(30) value SPACES.
       77 wrk-rtr-uf pic x(02) value SPACES.
       77 wrk-rtr-cidade pic x(20) value SPACES.
       77 wrk-rtr-lidos pic 9(03) value ZERO.
       77 wrk-rtr-entregues pic 9(03) value ZERO.
       77 wrk-rtr-reentrega pic 9(03) value ZERO.
       77 wrk-rtr-recusados pic 9(03) value ZERO.
       01 wrk-rom-temp.
           05 wrk-rom-tmp-ordem pic x(33).
           05 wrk-rom-tmp-pedido pic 9(07).
       01 wrk-tab-romaneio.
           05 wrk-rom-ent OCCURS 200 times.
               10 wrk-rom-ordem.
                   15 wrk-rom-rota.
                       20 wrk-rom-uf pic x(02).
                       20 wrk-rom-cidade pic x(20).
                   15 wrk-rom-destino.
                       20 wrk-rom-dst-cliente pic 9(09).
                       20 wrk-rom-dst-seq pic 9(02).
               10 wrk-rom-pedido pic 9(07).
      *separacao do romaneio: itens ainda nao conferidos, pelo
      *endereco de estoque na filial da sessao (sem endereco no
      *fim) e, no produto, pelo numero do pedido
       77 fs-locais pic 9(02) value ZERO.
       77 wrk-tem-locais pic x(01) value "N".
       77 fs-separacao pic 9(02) value ZERO.
       77 fs-lista-sep pic 9(02) value ZERO.
       77 wrk-sep-linhas pic 9(03) value ZERO.
       77 wrk-sep-i pic 9(03) value ZERO.
       77 wrk-sep-j pic 9(03) value ZERO.
       77 wrk-sep-j1 pic 9(03) value ZERO.
       77 wrk-sep-k pic 9(03) value ZERO.
       77 wrk-sep-limite pic 9(03) value ZERO.
       77 wrk-sep-pendente pic x(01) value "N".
       77 wrk-sep-excedeu pic x(01) value "N".
       77 wrk-sep-confirma pic x(01) value SPACE.
       77 wrk-sep-a-separar pic 9(05) value ZERO.
       77 wrk-sep-total pic 9(05) value ZERO.
       77 wrk-sep-achado pic 9(05) value ZERO.
       77 wrk-sep-falta pic 9(05) value ZERO.
       77 wrk-sep-perda pic 9(05) value ZERO.
       77 wrk-sep-faltas pic 9(03) value ZERO.
       77 wrk-sep-grupo-ant pic x(13) value SPACES.
       01 wrk-sep-local-ed.
           05 wrk-sep-ed-corredor pic x(03).
           05 filler pic x(01) value "-".
           05 wrk-sep-ed-prateleira pic x(03).
           05 filler pic x(01) value "-".
           05 wrk-sep-ed-nivel pic x(02).
       01 wrk-sep-temp.
           05 wrk-sep-tmp-ordem pic x(23).
           05 wrk-sep-tmp-qtd pic 9(05).
           05 wrk-sep-tmp-separada pic 9(05).
       01 wrk-tab-separacao.
           05 wrk-sep-ent OCCURS 500 times.
               10 wrk-sep-ordem.
                   15 wrk-sep-grupo.
                       20 wrk-sep-local pic x(08).
                       20 wrk-sep-produto pic 9(05).
                   15 wrk-sep-pedido pic 9(07).
                   15 wrk-sep-seq pic 9(03).
               10 wrk-sep-quantidade pic 9(05).
               10 wrk-sep-separada pic 9(05).
      *devolucao de pedido entregue com emissao de credito
       77 fs-creditos pic 9(02) value ZERO.
       77 fs-doc-credito pic 9(02) value ZERO.
       77 wrk-dev-restante pic 9(08)v99 value ZERO.
       77 wrk-dev-itens pic 9(02) value ZERO.
       77 wrk-dev-ind pic 9(02) value ZERO.
       77 fs-icms-mov pic 9(02) value ZERO.
       77 wrk-dev-icms pic 9(08)v99 value ZERO.
       01 wrk-tab-dev.
           05 wrk-dev-ent OCCURS 50 times.
               10 wrk-dev-prod-ex pic 9(05).
       77 wrk-bo-abertos pic 9(05) value ZERO.
       77 wrk-bo-ind pic 9(03) value ZERO.
       77 wrk-bo-achou pic x(01) value "N".
      *atendimento: primeiro os cobertos por compra recebida
       77 fs-compra-bko pic 9(02) value ZERO.
       77 fs-rel-bo-atend pic 9(02) value ZERO.
       77 wrk-bo-da-compra pic x(01) value "N".
       77 wrk-bo-avisos pic 9(05) value ZERO.
       77 wrk-bo-prod-qtd pic 9(03) value ZERO.
       01 wrk-tab-bo-prod.
           05 wrk-bo-ent OCCURS 100 times.
       77 fs-estoque-mov pic 9(02) value ZERO.
       77 wrk-confirma-est pic x(01) value SPACE.
       77 wrk-baixa-real pic 9(05) value ZERO.
      *saida por lote: quantidade a baixar, origem do movimento e a
      *parcela tirada do lote corrente
       77 fs-lotes pic 9(02) value ZERO.
       77 wrk-lote-qtd pic 9(05) value ZERO.
       77 wrk-lote-baixa pic 9(05) value ZERO.
       77 wrk-lote-origem pic x(10) value SPACES.
       77 wrk-lote-hoje pic 9(08) value ZERO.
      *kit: estrutura opcional, peso unitario do item (do cadastro
      *ou somado dos componentes) e apoio das linhas de componente
       77 fs-kits pic 9(02) value ZERO.
       77 wrk-tem-kits pic x(01) value "N".
       77 wrk-kit-sim pic x(01) value "N".
       77 wrk-kit-codigo pic 9(05) value ZERO.
       77 wrk-kit-peso pic 9(05)v999 value ZERO.
       77 wrk-kit-custo pic 9(08)v99 value ZERO.
       77 wrk-kit-seq pic 9(03) value ZERO.
       77 wrk-kit-qtd-kit pic 9(05) value ZERO.
       77 wrk-kit-comp-seq pic 9(03) value ZERO.
       77 wrk-kit-comp-qtd pic 9(05) value ZERO.
       77 wrk-kit-valor pic 9(08)v99 value ZERO.
       77 wrk-kit-mais pic x(01) value "N".
      *disponivel a prometer (modulo dispprom): consulta do menu e
      *aviso na digitacao do item
       77 wrk-atp-funcao pic x(01) value SPACE.
       77 wrk-atp-produto pic 9(05) value ZERO.
       77 wrk-atp-filial pic 9(02) value ZERO.
       77 wrk-atp-qtd pic 9(05) value ZERO.
       77 wrk-atp-disp pic s9(07) value ZERO.
       77 wrk-atp-data pic 9(08) value ZERO.
       77 wrk-atp-status pic x(02) value SPACES.
       77 wrk-atp-ed pic -(6)9 value ZERO.
      *parametros do modulo de servicos de data (datesrv)
       77 wrk-ds-funcao pic x(01) value SPACE.
       77 wrk-ds-data1 pic 9(08) value ZERO.
       77 wrk-exposicao pic 9(10)v99 value ZERO.
       77 wrk-sup-login pic x(10) value SPACES.
       77 wrk-sup-senha pic x(10) value SPACES.
      *motivo mostrado no pedido de liberacao do supervisor
       77 wrk-sup-motivo pic x(30) value SPACES.
      *venda abaixo do custo medio na digitacao: "S" exige a
      *liberacao do supervisor, "A" so avisa
       77 wrk-abaixo-custo-regra pic x(01) value "S".
           88 abaixo-custo-supervisor value "S".
           88 abaixo-custo-aviso value "A".
       COPY "senhvars.cpy".
      *sessao aberta pelo menu-sistema; avulso, o operador e a
      *filial de lotacao saem do cadastro de operadores (zero na
      *lotacao = matriz, que escolhe a filial e enxerga todas)
       COPY "sessvars.cpy".
       77 wrk-filial-oper pic 9(02) value ZERO.
       77 wrk-oper-senha pic x(10) value SPACES.
       77 wrk-oper-ok pic x(01) value "N".
       77 wrk-seq-des pic 9(03) value ZERO.
      *baixa de estoque efetivamente aplicada a cada item durante a
      *digitacao, para o desfazimento devolver exatamente o que saiu
           05 wrk-baixa-ent OCCURS 200 times.
               10 wrk-baixa-prod pic 9(05).
               10 wrk-baixa-qtd pic 9(05).
      *importacao em lote: o pedido do arquivo fica guardado ate o
      *proximo cabecalho, validado inteiro e so entao gravado (ou
      *recusado com todas as linhas); RETURN-CODE 0 tudo aceito,
      *4 houve recusa, 8 arquivo de intercambio ausente
       77 fs-importacao pic 9(02) value ZERO.
       77 fs-imp-rejeitos pic 9(02) value ZERO.
       77 wrk-parametro pic x(10) value SPACES.
       77 wrk-imp-arquivo pic x(40)
           value "./pedidos-importacao.dat".
       77 wrk-imr-arquivo pic x(40)
           value "./pedidos-imp-rejeitados.dat".
       77 wrk-imp-filial pic x(01) value "N".
       77 wrk-imp-lote pic x(01) value "N".
       77 wrk-imp-tem-cab pic x(01) value "N".
       77 wrk-imp-qtd pic 9(03) value ZERO.
       77 wrk-imp-ind pic 9(03) value ZERO.
       77 wrk-imp-motivo pic x(02) value SPACES.
       77 wrk-imp-descricao pic x(30) value SPACES.
       77 wrk-imp-lidos pic 9(05) value ZERO.
       77 wrk-imp-aceitos pic 9(05) value ZERO.
       77 wrk-imp-recusados pic 9(05) value ZERO.
       77 wrk-imp-valor pic 9(10)v99 value ZERO.
       77 wrk-imp-avulsas pic 9(05) value ZERO.
       77 wrk-imp-excedeu pic x(01) value "N".
       77 wrk-imp-achou pic x(01) value "N".
       01 wrk-imp-cab pic x(80) value SPACES.
       01 wrk-imp-nova pic x(80) value SPACES.
       01 wrk-tab-imp.
           05 wrk-imp-ent OCCURS 100 times.
               10 wrk-imp-linha pic x(80).
               10 wrk-imp-valor-unit pic 9(08)v99.
               10 wrk-imp-motivo-ex pic x(02).
      *pedidos dos contratos de fornecimento: gerados no dia util
      *anterior a entrega e carregados pela importacao
       77 fs-contratos pic 9(02) value ZERO.
       77 fs-rel-contratos pic 9(02) value ZERO.
       77 fs-aviso-contratos pic 9(02) value ZERO.
       77 wrk-imp-contratos pic x(01) value "N".
       77 wrk-ctr-aberto pic x(01) value "N".
       77 wrk-ctr-amanha pic 9(08) value ZERO.
       77 wrk-ctr-mes pic 9(02) value ZERO.
       77 wrk-ctr-ind pic 9(02) value ZERO.
       77 wrk-ctr-resultado pic x(09) value SPACES.
       77 wrk-ctr-gerados pic 9(05) value ZERO.
       77 wrk-ctr-criados pic 9(05) value ZERO.
       77 wrk-ctr-falhas pic 9(05) value ZERO.
       77 wrk-ctr-perdidos pic 9(05) value ZERO.
       77 wrk-ctr-encerrados pic 9(05) value ZERO.
       77 wrk-ctr-avisos pic 9(05) value ZERO.
      *campos passados ao modulo comum de registro de erros (logerr)
       77 wrk-log-programa pic x(10) value "prg14".
       77 wrk-log-severidade pic x(01) value "E".
      *anterior precisa ser limpa antes do laco do menu
           MOVE SPACE to wrk-opcao.
           MOVE "N" to wrk-lock-ped-obtido wrk-lock-pro-obtido.
      *rodada desatendida do fim do dia: sem tela alguma, o
      *operador do historico e "LOTE" e a filial vem de cada pedido
           ACCEPT wrk-parametro FROM COMMAND-LINE.
      *pedidos capturados fora de linha nas filiais (prg18): a
      *mesma carga do intercambio, com a lista de recusas que volta
      *para a filial junto com o proximo refresh
           IF wrk-parametro EQUAL "FILIAL"
               MOVE "./pedidos-filial.dat" to wrk-imp-arquivo
               MOVE "./pedidos-filial-rejeitados.dat"
                   to wrk-imr-arquivo
               MOVE "S" to wrk-imp-filial
               MOVE "IMPORTA" to wrk-parametro
           END-IF.
      *pedidos dos contratos de fornecimento: a rodada gera o
      *arquivo de intercambio dos contratos que entregam no proximo
      *dia util e o carrega como qualquer outra importacao
           IF wrk-parametro EQUAL "CONTRATOS"
               MOVE "./pedidos-contratos.dat" to wrk-imp-arquivo
               MOVE "./pedidos-contratos-rejeitados.dat"
                   to wrk-imr-arquivo
               MOVE "S" to wrk-imp-contratos
               MOVE "IMPORTA" to wrk-parametro
           END-IF.
           IF wrk-parametro EQUAL "IMPORTA"
               MOVE "S" to wrk-imp-lote
               MOVE "LOTE" to wrk-operador
               MOVE 1 to wrk-filial-sessao
               MOVE ZERO to wrk-filial-oper
               PERFORM 0091-verificar-locks
               PERFORM 0090-abrir-arquivo
               IF wrk-imp-contratos EQUAL "S"
                   PERFORM 0120-gerar-contratos
               END-IF
               PERFORM 0410-importar-pedidos
               IF wrk-imp-contratos EQUAL "S"
                   PERFORM 0126-fechar-contratos
               END-IF
               PERFORM 0300-finaliza
           END-IF.
           MOVE "N" to wrk-imp-lote.
      *o historico de situacoes carimba quem fez cada mudanca;
      *a filial da sessao e a que vende: a baixa de estoque sai do
      *saldo dela, nao mais do bolo unico
           IF sess-aberta
               MOVE sess-login to wrk-operador
               MOVE sess-filial to wrk-filial-sessao
               MOVE sess-filial-oper to wrk-filial-oper
           ELSE
               PERFORM 0051-identificar-operador
               IF wrk-oper-ok NOT EQUAL "S"
                   DISPLAY "acesso negado"
                   GOBACK
               END-IF
           END-IF.
           IF wrk-filial-sessao < 1 OR wrk-filial-sessao > 9
               MOVE 1 to wrk-filial-sessao
           END-IF.
           DISPLAY "operador " wrk-operador " na filial "
                   wrk-filial-sessao.
           PERFORM 0091-verificar-locks.
           PERFORM 0090-abrir-arquivo.
           PERFORM 0060-menu UNTIL wrk-opcao EQUAL "9".
           PERFORM 0300-finaliza.

       0051-identificar-operador SECTION.
      *rodada avulsa, fora do menu-sistema: login e senha contra o
      *cadastro de operadores (mesma conferencia do supervisor no
      *0259); operador de filial fica na filial de lotacao, o da
      *matriz informa a filial da sessao
           MOVE "N" to wrk-oper-ok.
           DISPLAY "operador da sessao"
               ACCEPT wrk-operador.
           DISPLAY "senha"
               ACCEPT wrk-oper-senha.
           OPEN INPUT OPERADORES.
           IF fs-operadores NOT EQUAL 00
               DISPLAY "cadastro de operadores indisponivel,"
                       " status " fs-operadores
               GO to 0051-fim
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
           IF wrk-oper-ok NOT EQUAL "S"
               GO to 0051-fim
           END-IF.
           IF wrk-filial-oper > ZERO
               MOVE wrk-filial-oper to wrk-filial-sessao
           ELSE
               DISPLAY "filial da sessao (1-9)"
                   ACCEPT wrk-filial-sessao
           END-IF.
       0051-fim.
           EXIT.

       0060-menu SECTION.
           DISPLAY "1-novo pedido  2-mudar situacao"
               "  3-pedidos abertos  4-baixar titulo"
               "  9-sair".
           DISPLAY "C-consultar pedido  A-alterar pedido aberto"
               "  D-devolucao  L-tempo por etapa".
           DISPLAY "R-romaneio de entrega  I-retorno do romaneio"
               "  M-comissoes do mes  Y-atingimento de metas".
           DISPLAY "G-novo orcamento  H-converter orcamento"
               "  X-expurgar orcamentos vencidos".
           DISPLAY "N-registro de notas do mes  E-remessa bancaria"
           DISPLAY "Q-fluxo de caixa projetado"
               "  S-fechar/reabrir competencia"
               "  T-extrato do cliente".
           DISPLAY "B-provisao devedores duvidosos"
               "  W-baixa de titulo incobravel".
           DISPLAY "K-acordo de renegociacao"
               "  U-acordos quebrados  V-disponivel a prometer".
           DISPLAY "Z-margem bruta do mes".
           DISPLAY "opcao"
               ACCEPT wrk-opcao.
           EVALUATE wrk-opcao
                   PERFORM 0150-processa
                   PERFORM 0200-exibe
                   PERFORM 0250-grava-pedido
                   PERFORM 0442-resgatar-pontos
               WHEN "2"
                   PERFORM 0260-mudar-situacao
               WHEN "3"
               WHEN "M"
               WHEN "m"
                   PERFORM 0320-comissoes
               WHEN "Y"
               WHEN "y"
                   PERFORM 0392-atingimento-metas
               WHEN "G"
               WHEN "g"
                   PERFORM 0330-receber-orcamento
               WHEN "T"
               WHEN "t"
                   PERFORM 0365-extrato-cliente
               WHEN "B"
               WHEN "b"
                   PERFORM 0370-provisao-devedores
               WHEN "W"
               WHEN "w"
                   PERFORM 0375-baixar-incobravel
               WHEN "K"
               WHEN "k"
                   PERFORM 0380-acordo-renegociacao
               WHEN "U"
               WHEN "u"
                   PERFORM 0386-acordos-quebrados
               WHEN "V"
               WHEN "v"
                   PERFORM 0390-disponivel-prometer
               WHEN "Z"
               WHEN "z"
                   PERFORM 0400-margem-bruta
               WHEN "I"
               WHEN "i"
                   PERFORM 0301-retorno-romaneio
               WHEN "9"
                   CONTINUE
               WHEN OTHER
           IF LKP-FLAG EQUAL "L"
               DISPLAY "arquivos de pedido em uso por outra sessao"
               CLOSE LOCK-PEDIDOS
               MOVE 8 to RETURN-CODE
               GOBACK
           END-IF.
           MOVE "L" to LKP-FLAG.
                       " sessao"
               CLOSE LOCK-PRODUTOS
               PERFORM 0092-soltar-lock-pedidos
               MOVE 8 to RETURN-CODE
               GOBACK
           END-IF.
           MOVE "L" to LKR-FLAG.
                       fs-produtos
               CLOSE PEDIDOS
               CLOSE ITENS
               MOVE 8 to RETURN-CODE
               STOP RUN
           END-IF.
           OPEN I-O RECEBER.
               CLOSE BACKORDERS
               OPEN I-O BACKORDERS
           END-IF.
           OPEN I-O LOTES.
           IF fs-lotes EQUAL 35
               OPEN OUTPUT LOTES
               CLOSE LOTES
               OPEN I-O LOTES
           END-IF.
           OPEN I-O SEPARACAO.
           IF fs-separacao EQUAL 35
               OPEN OUTPUT SEPARACAO
               CLOSE SEPARACAO
               OPEN I-O SEPARACAO
           END-IF.
      *sem enderecos de estoque a lista de separacao sai pelo
      *codigo do produto
           OPEN INPUT LOCAIS.
           IF fs-locais EQUAL 00
               MOVE "S" to wrk-tem-locais
           ELSE
               MOVE "N" to wrk-tem-locais
           END-IF.
           OPEN I-O PERIODOS.
           IF fs-periodos EQUAL 35
               OPEN OUTPUT PERIODOS
               CLOSE PEDIDOS
               CLOSE ITENS
               CLOSE PRODUTOS
               MOVE 8 to RETURN-CODE
               STOP RUN
           END-IF.
      *a tabela de vigencias de preco e opcional: ausente, o preco
           ELSE
               MOVE "N" to wrk-tem-precos
           END-IF.
      *a estrutura de kits tambem: sem ela nenhum produto e kit
           OPEN INPUT KITS.
           IF fs-kits EQUAL 00
               MOVE "S" to wrk-tem-kits
           ELSE
               MOVE "N" to wrk-tem-kits
           END-IF.
      *o cadastro de vendedores e opcional: sem ele os pedidos saem
      *sem vendedor e o fechamento de comissoes avisa
           OPEN INPUT VENDEDORES.
           ELSE
               MOVE "N" to wrk-tem-vendedores
           END-IF.
      *sem enderecos de entrega cadastrados o pedido vai para o
      *endereco do cadastro do cliente
           OPEN INPUT ENDERECOS.
           IF fs-enderecos EQUAL 00
               MOVE "S" to wrk-tem-enderecos
           ELSE
               MOVE "N" to wrk-tem-enderecos
           END-IF.
      *sem transportadoras cadastradas o romaneio sai como entrega
      *propria
           OPEN INPUT TRANSPORTADORAS.
           IF fs-transportadoras EQUAL 00
               MOVE "S" to wrk-tem-transp
           ELSE
               MOVE "N" to wrk-tem-transp
           END-IF.
      *sem metas cadastradas as comissoes saem sem bonus
           OPEN INPUT METAS.
           IF fs-metas EQUAL 00
               MOVE "S" to wrk-tem-metas
           ELSE
               MOVE "N" to wrk-tem-metas
           END-IF.
      *sem o cadastro de condicoes todo pedido sai no prazo padrao
      *(titulo unico em wrk-prazo-uteis dias uteis)
           OPEN INPUT CONDICOES.
           IF fs-condicoes EQUAL 00
               MOVE "S" to wrk-tem-condicoes
           ELSE
               MOVE "N" to wrk-tem-condicoes
           END-IF.
           PERFORM 0094-carregar-encargos.
           PERFORM 0085-obter-numero.

                   END-IF
               END-PERFORM
           END-IF.
           PERFORM 0106-receber-entrega.
           PERFORM 0105-receber-condicao.
           DISPLAY "pedido numero " wrk-numero-pedido.
           PERFORM 0340-journal-inicio.

           MOVE "N" to wrk-fechou-pedido.
           PERFORM 0110-receber-item UNTIL pedido-fechado.

       0106-receber-entrega SECTION.
      *endereco de entrega do pedido em wrk-ent-seq (0 = endereco do
      *cadastro do cliente); a uf do endereco escolhido e a que vai
      *para o frete e o icms, e so sem uf nenhuma o operador digita
           MOVE ZERO to wrk-ent-seq.
           MOVE ZERO to wrk-ent-padrao.
           MOVE ZERO to wrk-ent-qtd.
           IF wrk-tem-enderecos EQUAL "S"
               PERFORM 0107-listar-enderecos
           END-IF.
           IF wrk-ent-qtd GREATER ZERO
               MOVE "N" to wrk-ent-ok
               PERFORM UNTIL wrk-ent-ok EQUAL "S"
                   DISPLAY "endereco de entrega (padrao "
                           wrk-ent-padrao ", 0 = do cadastro)"
                   ACCEPT wrk-ent-seq
                   IF wrk-ent-seq EQUAL ZERO
                       MOVE "S" to wrk-ent-ok
                   ELSE
                       MOVE cliente-id to ENT-CLIENTE
                       MOVE wrk-ent-seq to ENT-SEQ
                       READ ENDERECOS
                           INVALID KEY
                               DISPLAY "endereco nao cadastrado,"
                                       " redigite"
                           NOT INVALID KEY
                               IF ENDERECO-INATIVO
                                   DISPLAY "endereco inativo,"
                                           " redigite"
                               ELSE
                                   MOVE "S" to wrk-ent-ok
                                   MOVE ENT-UF to wrk-estado
                                   DISPLAY "entrega: " ENT-APELIDO
                                           " " ENT-CIDADE " " ENT-UF
                               END-IF
                       END-READ
                   END-IF
               END-PERFORM
           END-IF.
           IF wrk-ent-seq EQUAL ZERO
               IF cliente-uf NOT EQUAL SPACES
                   MOVE cliente-uf to wrk-estado
                   DISPLAY "entrega no endereco do cadastro: "
                           cliente-cidade " " cliente-uf
               ELSE
                   DISPLAY "Entre o estado 'SP', 'ES, 'RJ'"
                       ACCEPT wrk-estado
               END-IF
           END-IF.

       0107-listar-enderecos SECTION.
      *mostra os enderecos ativos do cliente em cliente-id, contando
      *em wrk-ent-qtd e guardando em wrk-ent-padrao o marcado
           MOVE cliente-id to ENT-CLIENTE.
           MOVE ZERO to ENT-SEQ.
           START ENDERECOS KEY IS NOT LESS THAN ENT-CHAVE
               INVALID KEY
                   CONTINUE
           END-START.
           IF fs-enderecos EQUAL 00
               READ ENDERECOS NEXT
               PERFORM UNTIL fs-enderecos NOT EQUAL 00
                       OR ENT-CLIENTE NOT EQUAL cliente-id
                   IF ENDERECO-ATIVO
                       ADD 1 to wrk-ent-qtd
                       IF ENTREGA-PADRAO
                           MOVE ENT-SEQ to wrk-ent-padrao
                       END-IF
                       DISPLAY ENT-SEQ " " ENT-APELIDO " "
                               ENT-LOGRADOURO " " ENT-CIDADE " "
                               ENT-UF " " ENT-PADRAO
                   END-IF
                   READ ENDERECOS NEXT
               END-PERFORM
           END-IF.

       0105-receber-condicao SECTION.
      *condicao de pagamento do pedido/orcamento em wrk-cond-pagto,
      *validada no cadastro (0 = prazo padrao, titulo unico)
           MOVE ZERO to wrk-cond-pagto.
           IF wrk-tem-condicoes EQUAL "S"
               MOVE "N" to wrk-cond-ok
               PERFORM UNTIL wrk-cond-ok EQUAL "S"
                   DISPLAY "condicao de pagamento (0 = prazo padrao)"
                       ACCEPT wrk-cond-pagto
                   IF wrk-cond-pagto EQUAL ZERO
                       MOVE "S" to wrk-cond-ok
                   ELSE
                       MOVE wrk-cond-pagto to CPG-CODIGO
                       READ CONDICOES
                           INVALID KEY
                               DISPLAY "condicao nao cadastrada,"
                                       " redigite"
                           NOT INVALID KEY
                               IF CONDICAO-INATIVA
                                   DISPLAY "condicao inativa,"
                                           " redigite"
                               ELSE
                                   MOVE "S" to wrk-cond-ok
                                   DISPLAY "condicao: "
                                           CPG-DESCRICAO
                               END-IF
                       END-READ
                   END-IF
               END-PERFORM
           END-IF.

       0150-processa section.
      *o frete sai do modulo compartilhado calcfrete, aplicado uma
      *unica vez sobre o total e o peso do pedido
           END-IF.
           IF wrk-seq-item GREATER ZERO
                   AND wrk-credito-ok EQUAL "S"
               PERFORM 0254-gravar-cabecalho
           END-IF.
      *fecha a unidade de trabalho no diario: confirmada ou
      *desfeita, nada ficou em voo
               PERFORM 0342-journal-confirmar
           END-IF.

       0254-gravar-cabecalho SECTION.
      *cabecalho do pedido digitado ou importado, com os campos de
      *trabalho ja apurados
           MOVE wrk-numero-pedido to PED-NUMERO.
           MOVE wrk-codigo-cli to PED-CLIENTE.
           MOVE wrk-estado to PED-ESTADO.
           MOVE wrk-ent-seq to PED-ENTREGA-SEQ.
           ACCEPT PED-DATA FROM DATE YYYYMMDD.
           MOVE wrk-seq-item to PED-QTD-ITENS.
           MOVE wrk-total-pedido to PED-VALOR.
           MOVE wrk-frete to PED-FRETE.
           MOVE wrk-cod-vendedor to PED-VENDEDOR.
           MOVE wrk-peso-pedido to PED-PESO.
           MOVE wrk-icms to PED-ICMS.
           MOVE wrk-cond-pagto to PED-CONDICAO.
           MOVE ZERO to PED-FRETE-PAGO.
           MOVE ZERO to PED-TRANSPORTADORA.
           MOVE ZERO to PED-ROMANEIO-DATA PED-ENTREGA-DATA.
           MOVE ZERO to PED-TENTATIVAS.
           MOVE SPACES to PED-OCORRENCIA PED-RECEBEDOR.
      *todo pedido nasce aberto, com o momento registrado
           SET PEDIDO-ABERTO to TRUE.
           ACCEPT PED-SIT-DATA-HORA(1:8) FROM DATE YYYYMMDD.
           ACCEPT PED-SIT-DATA-HORA(9:6) FROM TIME.
           WRITE REG-PEDIDO.
           MOVE SPACE to wrk-sit-anterior.
           MOVE PED-SIT-DATA-HORA to wrk-sit-data-ant.
           PERFORM 0263-gravar-sit-hist.
           PERFORM 0086-gravar-numero.

       0251-verificar-credito SECTION.
      *soma o saldo dos titulos nao quitados do cliente no contas a
      *receber (varrido pela chave alternativa CR-CLIENTE) mais o
                       OR CR-CLIENTE NOT EQUAL wrk-codigo-cli
                   IF NOT TITULO-QUITADO
                           AND NOT TITULO-CANCELADO
                           AND NOT TITULO-RENEGOCIADO
                       COMPUTE wrk-saldo-aberto = wrk-saldo-aberto
                               + CR-VALOR - CR-PAGO
                   END-IF
           END-IF.
           COMPUTE wrk-exposicao = wrk-saldo-aberto
                   + wrk-total-pedido + wrk-frete.
      *no lote nao ha supervisor para liberar: o pedido e recusado
           IF wrk-exposicao > cliente-limite-credito
                   AND wrk-imp-lote EQUAL "S"
               MOVE "N" to wrk-credito-ok
               GO to 0251-fim
           END-IF.
           IF wrk-exposicao > cliente-limite-credito
               MOVE cliente-limite-credito to wrk-valor-gr-ed
               DISPLAY "limite de credito..: " wrk-valor-gr-ed
               DISPLAY "titulos em aberto..: " wrk-valor-gr-ed
               MOVE wrk-exposicao to wrk-valor-gr-ed
               DISPLAY "exposicao c/ pedido: " wrk-valor-gr-ed
               MOVE "limite estourado" to wrk-sup-motivo
               PERFORM 0252-autorizar-supervisor
           END-IF.
       0251-fim.
       0252-autorizar-supervisor SECTION.
      *estouro de limite: um operador de perfil administrador pode
      *liberar a gravacao informando login e senha do cadastro de
      *operadores; sem liberacao o pedido nao e gravado; tambem
      *libera o item vendido abaixo do custo (wrk-sup-motivo diz
      *o que esta sendo liberado)
           MOVE "N" to wrk-credito-ok.
           DISPLAY wrk-sup-motivo " - liberar com autorizacao do"
                   " supervisor? (s/n)"
               ACCEPT wrk-confirma-est.
           IF wrk-confirma-est EQUAL "S"
                   OR wrk-confirma-est EQUAL "s"
               PERFORM 0259-conferir-supervisor
               IF wrk-sup-ok EQUAL "S"
                   MOVE "S" to wrk-credito-ok
                   DISPLAY "liberado pelo supervisor "
                           wrk-sup-login
               END-IF
           END-IF.

       0259-conferir-supervisor SECTION.
      *login e senha conferidos no cadastro de operadores: so perfil
      *administrador nao bloqueado libera (wrk-sup-ok = "S"); usado
      *pelo estouro de limite e pela baixa de titulo incobravel
           MOVE "N" to wrk-sup-ok.
           DISPLAY "login do supervisor"
               ACCEPT wrk-sup-login.
           DISPLAY "senha do supervisor"
               ACCEPT wrk-sup-senha.
           OPEN INPUT OPERADORES.
           IF fs-operadores EQUAL 00
               MOVE wrk-sup-login to oper-login
               READ OPERADORES
                   INVALID KEY
                       DISPLAY "supervisor nao cadastrado"
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

       0253-desfazer-pedido SECTION.
                           ADD wrk-baixa-qtd(wrk-seq-des)
                               to PRO-ESTOQUE
                           REWRITE REG-PRODUTO
                           MOVE wrk-baixa-qtd(wrk-seq-des)
                               to wrk-lote-qtd
                           MOVE "LIMITE" to wrk-lote-origem
                           PERFORM 0113-entrada-por-lote
                   END-READ
               END-IF
           END-PERFORM.
           CLOSE PRODUTOS.
           CLOSE RECEBER.
           CLOSE BACKORDERS.
           CLOSE LOTES.
           CLOSE SEPARACAO.
           IF wrk-tem-locais EQUAL "S"
               CLOSE LOCAIS
           END-IF.
           IF wrk-tem-precos EQUAL "S"
               CLOSE PRECOS
           END-IF.
           IF wrk-tem-kits EQUAL "S"
               CLOSE KITS
           END-IF.
           CLOSE ORCAMENTOS.
           CLOSE PERIODOS.
           CLOSE ITENS-ORC.
           IF wrk-tem-vendedores EQUAL "S"
               CLOSE VENDEDORES
           END-IF.
           IF wrk-tem-enderecos EQUAL "S"
               CLOSE ENDERECOS
           END-IF.
           IF wrk-tem-transp EQUAL "S"
               CLOSE TRANSPORTADORAS
           END-IF.
           IF wrk-tem-metas EQUAL "S"
               CLOSE METAS
           END-IF.
           IF wrk-tem-condicoes EQUAL "S"
               CLOSE CONDICOES
           END-IF.
           PERFORM 0092-soltar-lock-pedidos.
           PERFORM 0093-soltar-lock-produtos.
           GOBACK.
                           MOVE "N" to wrk-transicao-ok
                       END-IF
                   END-IF
      *sem os dados do destinatario a nota eletronica nao sai, e
      *o pedido nao fatura
                   IF wrk-transicao-ok EQUAL "S"
                           AND wrk-nova-sit EQUAL "F"
                       PERFORM 0420-validar-dados-nfe
                       IF wrk-nfe-ok NOT EQUAL "S"
                           DISPLAY "dados do cliente incompletos para"
                                   " a nota eletronica - faturamento"
                                   " recusado"
                           MOVE "N" to wrk-transicao-ok
                       END-IF
                   END-IF
                   IF wrk-transicao-ok NOT EQUAL "S"
                       DISPLAY "transicao " PED-SITUACAO " -> "
                               wrk-nova-sit " nao permitida"
                       PERFORM 0261-cancelar-pedido
                   ELSE
                       MOVE wrk-nova-sit to PED-SITUACAO
      *entrega dada a mao, fora do retorno do romaneio
                       IF PEDIDO-ENTREGUE
                           SET ENTREGA-REALIZADA to TRUE
                           ACCEPT PED-ENTREGA-DATA
                               FROM DATE YYYYMMDD
                       END-IF
                       ACCEPT PED-SIT-DATA-HORA(1:8)
                           FROM DATE YYYYMMDD
                       ACCEPT PED-SIT-DATA-HORA(9:6) FROM TIME
                       IF PEDIDO-FATURADO
                           PERFORM 0280-gerar-titulo
                           PERFORM 0325-emitir-nota
                           PERFORM 0440-pontuar-pedido
                       END-IF
                   END-IF
                   END-IF
      *cancelamento de verdade: alem do carimbo, devolve ao saldo a
      *quantidade efetivamente baixada de cada item (fechando as
      *pendencias de backorder, que nunca sairam do estoque) e
      *cancela os titulos ainda sem pagamento; parcela com
      *pagamento barra o cancelamento ate a devolucao ser acertada
           MOVE "N" to wrk-can-ok.
           IF PEDIDO-CANCELADO
               DISPLAY "pedido ja esta cancelado"
               GO to 0261-fim
           END-IF.
      *todas as parcelas do pedido: uma so com pagamento barra o
      *cancelamento; senao as ainda vivas sao canceladas
           PERFORM 0293-conferir-parcelas.
           IF wrk-parc-pago EQUAL "S"
               DISPLAY "titulo do pedido ja tem pagamento -"
                       " cancelamento recusado"
           ELSE
               PERFORM 0294-cancelar-parcelas
               MOVE "S" to wrk-can-ok
           END-IF.
           IF wrk-can-ok EQUAL "S"
               PERFORM 0262-devolver-itens
               SET PEDIDO-CANCELADO to TRUE
               REWRITE REG-PEDIDO
               PERFORM 0263-gravar-sit-hist
               DISPLAY "pedido cancelado com estoque devolvido"
               MOVE "C" to wrk-pt-funcao
               PERFORM 0441-estornar-pontos
           END-IF.
       0261-fim.
           EXIT.

       0293-conferir-parcelas SECTION.
      *wrk-parc-pago = "S" se alguma parcela viva do pedido em PED-
      *ja recebeu pagamento (percorre a chave alternativa CR-PEDIDO)
           MOVE "N" to wrk-parc-pago.
           MOVE PED-NUMERO to CR-PEDIDO.
           START RECEBER KEY IS EQUAL TO CR-PEDIDO
               INVALID KEY
                   CONTINUE
           END-START.
           IF fs-receber EQUAL 00
               READ RECEBER NEXT
               PERFORM UNTIL fs-receber NOT EQUAL 00
                       OR CR-PEDIDO NOT EQUAL PED-NUMERO
                   IF NOT TITULO-CANCELADO AND CR-PAGO > ZERO
                       MOVE "S" to wrk-parc-pago
                   END-IF
                   READ RECEBER NEXT
               END-PERFORM
           END-IF.

       0294-cancelar-parcelas SECTION.
      *cancela as parcelas ainda vivas do pedido em PED-
           MOVE PED-NUMERO to CR-PEDIDO.
           START RECEBER KEY IS EQUAL TO CR-PEDIDO
               INVALID KEY
                   CONTINUE
           END-START.
           IF fs-receber EQUAL 00
               READ RECEBER NEXT
               PERFORM UNTIL fs-receber NOT EQUAL 00
                       OR CR-PEDIDO NOT EQUAL PED-NUMERO
                   IF NOT TITULO-CANCELADO
                       SET TITULO-CANCELADO to TRUE
                       REWRITE REG-RECEBER
                       PERFORM 0292-editar-parcela
                       DISPLAY "titulo " CR-NUMERO " parcela "
                               wrk-parc-ed " cancelado"
                   END-IF
                   READ RECEBER NEXT
               END-PERFORM
           END-IF.

       0262-devolver-itens SECTION.
      *movimento "E" devolvendo ao saldo, item a item, o que foi
      *baixado de fato no pedido corrente; pendencias de backorder
      *apenas se fecham; a linha do kit nao baixou nada, o estoque
      *volta pelas linhas dos componentes
           MOVE PED-NUMERO to ITM-NUMERO.
           MOVE ZERO to ITM-SEQ.
           START ITENS KEY IS NOT LESS THAN ITM-CHAVE.
               READ ITENS NEXT
               PERFORM UNTIL fs-itens NOT EQUAL 00
                       OR ITM-NUMERO NOT EQUAL PED-NUMERO
                   IF ITEM-KIT
                       MOVE ZERO to wrk-alt-devolver
                   ELSE
                       MOVE ITM-QUANTIDADE to wrk-alt-devolver
                   END-IF
                   MOVE PED-NUMERO to BO-PEDIDO
                   MOVE ITM-SEQ to BO-SEQ
                   READ BACKORDERS
                                      (wrk-filial-sessao)
                               ADD wrk-alt-devolver to PRO-ESTOQUE
                               REWRITE REG-PRODUTO
                               MOVE wrk-alt-devolver to wrk-lote-qtd
                               MOVE "CANCELADO" to wrk-lote-origem
                               PERFORM 0113-entrada-por-lote
                       END-READ
                   END-IF
                   READ ITENS NEXT
      *valor vira credito abatido do titulo do pedido (ou guardado
      *para a proxima compra quando o titulo ja esta quitado), com
      *documento de credito impresso para o cliente
      *o pedido recusado na porta volta por aqui tambem, ainda
      *faturado, com a ocorrencia do retorno do romaneio
           DISPLAY "numero do pedido entregue ou recusado"
               ACCEPT PED-NUMERO.
           READ PEDIDOS
               INVALID KEY
                   DISPLAY "pedido nao encontrado"
               NOT INVALID KEY
                   IF PEDIDO-ENTREGUE
                           OR (PEDIDO-FATURADO AND ENTREGA-RECUSADA)
                       PERFORM 0306-devolver-pedido
                   ELSE
                       DISPLAY "situacao " PED-SITUACAO
                               " - devolucao so de pedido entregue"
                               " ou recusado na entrega"
                   END-IF
           END-READ.

       0306-devolver-pedido SECTION.
           MOVE ZERO to wrk-dev-valor wrk-dev-itens.
           MOVE "N" to wrk-dev-fim.
           PERFORM 0311-devolver-item
               UNTIL wrk-dev-fim EQUAL "S".
           IF wrk-dev-valor > ZERO
               PERFORM 0312-gerar-credito
               PERFORM 0313-imprimir-credito
               PERFORM 0305-estornar-icms
               MOVE "D" to wrk-pt-funcao
               PERFORM 0441-estornar-pontos
           END-IF.

       0305-estornar-icms SECTION.
      *o icms da venda volta na proporcao do valor devolvido, como
      *estorno de debito da uf do pedido no livro do icms
           IF PED-ICMS EQUAL ZERO OR PED-VALOR EQUAL ZERO
               GO to 0305-fim
           END-IF.
           COMPUTE wrk-dev-icms ROUNDED = PED-ICMS * wrk-dev-valor
                   / PED-VALOR.
           IF wrk-dev-icms > PED-ICMS
               MOVE PED-ICMS to wrk-dev-icms
           END-IF.
           IF wrk-dev-icms EQUAL ZERO
               GO to 0305-fim
           END-IF.
           MOVE SPACES to REG-ICMS-MOV.
           ACCEPT ICM-DATA FROM DATE YYYYMMDD.
           MOVE PED-ESTADO to ICM-UF.
           SET ICMS-ESTORNO-DEBITO to TRUE.
           MOVE wrk-dev-icms to ICM-VALOR.
           MOVE PED-NUMERO to ICM-DOCUMENTO.
           MOVE PED-CLIENTE to ICM-PARCEIRO.
           OPEN EXTEND ICMS-MOV.
           IF fs-icms-mov EQUAL 35
               OPEN OUTPUT ICMS-MOV
           END-IF.
           WRITE REG-ICMS-MOV.
           CLOSE ICMS-MOV.
       0305-fim.
           EXIT.

       0311-devolver-item SECTION.
           DISPLAY "sequencia do item devolvido (0 encerra)"
               ACCEPT wrk-alt-seq.
                   INVALID KEY
                       DISPLAY "item nao encontrado"
                   NOT INVALID KEY
                       IF ITEM-COMPONENTE
                           DISPLAY "componente do kit da sequencia "
                                   ITM-KIT-SEQ " - devolva o kit"
                           GO to 0311-fim
                       END-IF
                       DISPLAY "produto " ITM-PRODUTO " vendido "
                               ITM-QUANTIDADE
                       DISPLAY "quantidade devolvida"
                               OR wrk-dev-qtd > ITM-QUANTIDADE
                           DISPLAY "quantidade invalida"
                       ELSE
                           IF ITEM-KIT
                               PERFORM 0309-devolver-kit
                               GO to 0311-fim
                           END-IF
                           MOVE ITM-PRODUTO to PRO-CODIGO
                           READ PRODUTOS
                               INVALID KEY
                                          (wrk-filial-sessao)
                                   ADD wrk-dev-qtd to PRO-ESTOQUE
                                   REWRITE REG-PRODUTO
                                   MOVE wrk-dev-qtd to wrk-lote-qtd
                                   MOVE "DEVOLUCAO" to wrk-lote-origem
                                   PERFORM 0113-entrada-por-lote
                                   COMPUTE wrk-dev-vlr-item =
                                           wrk-dev-qtd
                                           * ITM-VALOR-UNIT
                       END-IF
               END-READ
           END-IF.
       0311-fim.
           EXIT.

       0309-devolver-kit SECTION.
      *devolucao de kit: o estoque volta pelas linhas dos
      *componentes, na proporcao dos kits devolvidos, e o credito
      *sai pelo preco do kit
           MOVE ITM-SEQ to wrk-kit-seq.
           MOVE ITM-QUANTIDADE to wrk-kit-qtd-kit.
           MOVE ITM-PRODUTO to wrk-kit-codigo.
           MOVE ITM-VALOR-UNIT to wrk-kit-valor.
           COMPUTE wrk-kit-comp-seq = wrk-kit-seq + 1.
           MOVE "S" to wrk-kit-mais.
           PERFORM UNTIL wrk-kit-mais NOT EQUAL "S"
               MOVE PED-NUMERO to ITM-NUMERO
               MOVE wrk-kit-comp-seq to ITM-SEQ
               READ ITENS
                   INVALID KEY
                       MOVE "N" to wrk-kit-mais
                   NOT INVALID KEY
                       IF ITEM-COMPONENTE
                               AND ITM-KIT-SEQ EQUAL wrk-kit-seq
                           PERFORM 0308-devolver-componente
                           ADD 1 to wrk-kit-comp-seq
                       ELSE
                           MOVE "N" to wrk-kit-mais
                       END-IF
               END-READ
           END-PERFORM.
           COMPUTE wrk-dev-vlr-item = wrk-dev-qtd * wrk-kit-valor.
           ADD wrk-dev-vlr-item to wrk-dev-valor.
           IF wrk-dev-itens < 50
               ADD 1 to wrk-dev-itens
               MOVE wrk-kit-codigo to wrk-dev-prod-ex(wrk-dev-itens)
               MOVE wrk-dev-qtd to wrk-dev-qtd-ex(wrk-dev-itens)
               MOVE wrk-dev-vlr-item
                   to wrk-dev-vlr-ex(wrk-dev-itens)
           END-IF.
           DISPLAY "devolvido " wrk-dev-qtd " kit(s)".

       0308-devolver-componente SECTION.
           COMPUTE wrk-kit-comp-qtd = ITM-QUANTIDADE * wrk-dev-qtd
                   / wrk-kit-qtd-kit.
           MOVE ITM-PRODUTO to PRO-CODIGO.
           READ PRODUTOS
               INVALID KEY
                   DISPLAY "componente " ITM-PRODUTO " fora do"
                           " cadastro"
               NOT INVALID KEY
                   ADD wrk-kit-comp-qtd
                       to PRO-EST-FIL(wrk-filial-sessao)
                   ADD wrk-kit-comp-qtd to PRO-ESTOQUE
                   REWRITE REG-PRODUTO
                   MOVE wrk-kit-comp-qtd to wrk-lote-qtd
                   MOVE "DEVOLUCAO" to wrk-lote-origem
                   PERFORM 0113-entrada-por-lote
           END-READ.

       0312-gerar-credito SECTION.
      *abate o credito das parcelas do proprio pedido, da primeira
      *em diante, enquanto houver saldo devedor; o que sobrar (ou o
      *total, titulos ja quitados) fica guardado para o titulo da
      *proxima compra do cliente
           MOVE wrk-dev-valor to wrk-dev-restante.
           MOVE PED-NUMERO to CR-PEDIDO.
           START RECEBER KEY IS EQUAL TO CR-PEDIDO
               INVALID KEY
                   CONTINUE
           END-START.
           IF fs-receber EQUAL 00
               READ RECEBER NEXT
               PERFORM UNTIL fs-receber NOT EQUAL 00
                       OR CR-PEDIDO NOT EQUAL PED-NUMERO
                       OR wrk-dev-restante EQUAL ZERO
                   IF TITULO-ABERTO OR TITULO-PARCIAL
                       COMPUTE wrk-saldo = CR-VALOR - CR-PAGO
                       IF wrk-dev-restante NOT > wrk-saldo
                           ADD wrk-dev-restante to CR-PAGO
                           SET TITULO-PARCIAL to TRUE
                       END-IF
                       REWRITE REG-RECEBER
                       PERFORM 0292-editar-parcela
                       DISPLAY "credito abatido do titulo do"
                               " pedido, parcela " wrk-parc-ed
                   END-IF
                   READ RECEBER NEXT
               END-PERFORM
           END-IF.
           IF wrk-dev-restante > ZERO
               MOVE PED-CLIENTE to CRE-CLIENTE
               MOVE PED-NUMERO to CRE-PEDIDO
           CLOSE DOC-CREDITO.
           DISPLAY "documento gravado em credito-devolucao.txt".

       0333-endereco-entrega SECTION.
      *endereco de entrega do cliente wrk-dst-cliente na sequencia
      *wrk-dst-seq montado em wrk-destino: o do cadastro de
      *enderecos ou, com sequencia zero (ou endereco que nao existe
      *mais), o do cadastro do cliente; o endereco desativado depois
      *do pedido continua valendo para ele
           MOVE wrk-dst-cliente to cliente-id.
           READ CLIENTES
               INVALID KEY
                   MOVE "N" to wrk-dst-cli-ok
                   MOVE "(cliente fora do cadastro)" to wrk-dst-nome
                   MOVE SPACES to wrk-dst-apelido
                   MOVE SPACES to wrk-dst-logradouro
                   MOVE SPACES to wrk-dst-numero
                   MOVE SPACES to wrk-dst-complemento
                   MOVE SPACES to wrk-dst-bairro
                   MOVE "(sem cadastro)" to wrk-dst-cidade
                   MOVE "??" to wrk-dst-uf
                   MOVE SPACES to wrk-dst-cep
               NOT INVALID KEY
                   MOVE "S" to wrk-dst-cli-ok
                   MOVE cliente-nome to wrk-dst-nome
                   MOVE "cadastro" to wrk-dst-apelido
                   MOVE cliente-logradouro to wrk-dst-logradouro
                   MOVE cliente-end-numero to wrk-dst-numero
                   MOVE cliente-complemento to wrk-dst-complemento
                   MOVE cliente-bairro to wrk-dst-bairro
                   MOVE cliente-cidade to wrk-dst-cidade
                   MOVE cliente-uf to wrk-dst-uf
                   MOVE cliente-cep to wrk-dst-cep
           END-READ.
           IF wrk-dst-seq EQUAL ZERO
                   OR wrk-tem-enderecos NOT EQUAL "S"
               GO to 0333-fim
           END-IF.
           MOVE wrk-dst-cliente to ENT-CLIENTE.
           MOVE wrk-dst-seq to ENT-SEQ.
           READ ENDERECOS
               NOT INVALID KEY
                   MOVE ENT-APELIDO to wrk-dst-apelido
                   MOVE ENT-LOGRADOURO to wrk-dst-logradouro
                   MOVE ENT-NUMERO to wrk-dst-numero
                   MOVE ENT-COMPLEMENTO to wrk-dst-complemento
                   MOVE ENT-BAIRRO to wrk-dst-bairro
                   MOVE ENT-CIDADE to wrk-dst-cidade
                   MOVE ENT-UF to wrk-dst-uf
                   MOVE ENT-CEP to wrk-dst-cep
           END-READ.
       0333-fim.
           EXIT.

       0334-destino-romaneio SECTION.
      *cabecalho de um endereco de entrega dentro da rota: cliente,
      *nome curto do endereco e o endereco; os pedidos que vao para
      *ele saem logo abaixo
           MOVE wrk-rom-dst-cliente(wrk-rom-i) to wrk-dst-cliente.
           MOVE wrk-rom-dst-seq(wrk-rom-i) to wrk-dst-seq.
           PERFORM 0333-endereco-entrega.
           MOVE SPACES to ROM-LINHA.
           MOVE " entrega:" to ROM-LINHA(1:9).
           MOVE wrk-dst-nome to ROM-LINHA(11:30).
           MOVE wrk-dst-apelido to ROM-LINHA(42:15).
           PERFORM 0319-gravar-linha-rom.
           IF wrk-dst-cli-ok EQUAL "S"
               MOVE SPACES to ROM-LINHA
               MOVE wrk-dst-logradouro to ROM-LINHA(5:30)
               MOVE wrk-dst-numero to ROM-LINHA(36:6)
               MOVE wrk-dst-complemento to ROM-LINHA(43:15)
               PERFORM 0319-gravar-linha-rom
               MOVE SPACES to ROM-LINHA
               MOVE wrk-dst-bairro to ROM-LINHA(5:20)
               MOVE wrk-dst-cep to ROM-LINHA(26:8)
               PERFORM 0319-gravar-linha-rom
           END-IF.

       0314-romaneio SECTION.
      *romaneio de entrega da tarde: junta os pedidos faturados
      *que nao estao na rua (os de reentrega inclusive; o recusado
      *vai para a devolucao) e os que ja sairam hoje, para a
      *reimpressao; ordena por rota (uf + cidade do endereco de
      *entrega do pedido) e, na rota, por endereco de entrega, e
      *imprime a lista com endereco e itens; a entrega
      *so e dada no retorno do romaneio, pedido a pedido; antes
      *dele sai a lista de separacao por endereco de estoque e o
      *romaneio so e impresso com a separacao toda conferida
           MOVE ZERO to wrk-rom-qtd.
           ACCEPT wrk-hoje FROM DATE YYYYMMDD.
           MOVE ZERO to PED-NUMERO.
           START PEDIDOS KEY IS NOT LESS THAN PED-NUMERO.
           READ PEDIDOS NEXT
           PERFORM UNTIL fs-pedidos NOT EQUAL 00
               IF PEDIDO-FATURADO AND wrk-rom-qtd < 200
                       AND NOT ENTREGA-RECUSADA
                       AND (PED-ROMANEIO-DATA EQUAL ZERO
                            OR PED-ROMANEIO-DATA EQUAL wrk-hoje)
                   ADD 1 to wrk-rom-qtd
                   MOVE PED-NUMERO
                       to wrk-rom-pedido(wrk-rom-qtd)
                   MOVE PED-CLIENTE to wrk-dst-cliente
                   MOVE PED-ENTREGA-SEQ to wrk-dst-seq
                   PERFORM 0333-endereco-entrega
                   MOVE wrk-dst-uf to wrk-rom-uf(wrk-rom-qtd)
                   MOVE wrk-dst-cidade
                       to wrk-rom-cidade(wrk-rom-qtd)
                   MOVE PED-CLIENTE
                       to wrk-rom-dst-cliente(wrk-rom-qtd)
                   MOVE PED-ENTREGA-SEQ
                       to wrk-rom-dst-seq(wrk-rom-qtd)
               END-IF
               READ PEDIDOS NEXT
           END-PERFORM.
           IF wrk-rom-qtd EQUAL ZERO
               DISPLAY "nenhum pedido faturado para entregar"
           ELSE
               PERFORM 0307-transportadora-romaneio
               PERFORM 0315-ordenar-romaneio
               PERFORM 0361-lista-separacao
               IF wrk-sep-pendente EQUAL "S"
                   PERFORM 0367-conferir-separacao
               END-IF
               IF wrk-sep-pendente EQUAL "S"
                   DISPLAY "romaneio nao emitido - separacao sem"
                           " conferencia; emita de novo depois de"
                           " conferir"
               ELSE
                   PERFORM 0316-imprimir-romaneio
                   DISPLAY "na volta dos motoristas registre as"
                           " entregas pelo retorno do romaneio"
               END-IF
           END-IF.

       0307-transportadora-romaneio SECTION.
      *transportadora que leva o romaneio; zero e a entrega propria
           MOVE ZERO to wrk-rom-transp.
           IF wrk-tem-transp NOT EQUAL "S"
               GO to 0307-fim
           END-IF.
           DISPLAY "transportadora do romaneio (0 = entrega propria)"
               ACCEPT wrk-rom-transp.
           IF wrk-rom-transp EQUAL ZERO
               GO to 0307-fim
           END-IF.
           MOVE wrk-rom-transp to TRA-CODIGO.
           READ TRANSPORTADORAS
               INVALID KEY
                   DISPLAY "transportadora nao cadastrada - entrega"
                           " propria"
                   MOVE ZERO to wrk-rom-transp
               NOT INVALID KEY
                   IF TRANSPORTADORA-INATIVA
                       DISPLAY "transportadora inativa - entrega"
                               " propria"
                       MOVE ZERO to wrk-rom-transp
                   ELSE
                       DISPLAY "transportadora: " TRA-NOME
                   END-IF
           END-READ.
       0307-fim.
           EXIT.

       0315-ordenar-romaneio SECTION.
      *ordenacao por troca de vizinhos da tabela em memoria, pela
      *rota (uf + cidade) e pelo endereco de entrega (cliente +
      *sequencia); o volume diario cabe com folga nas 200 entradas
           IF wrk-rom-qtd > 1
               PERFORM VARYING wrk-rom-i FROM 1 BY 1
                       UNTIL wrk-rom-i NOT < wrk-rom-qtd
                   PERFORM VARYING wrk-rom-j FROM 1 BY 1
                           UNTIL wrk-rom-j > wrk-rom-limite
                       COMPUTE wrk-rom-j1 = wrk-rom-j + 1
                       IF wrk-rom-ordem(wrk-rom-j)
                               > wrk-rom-ordem(wrk-rom-j1)
                           MOVE wrk-rom-ent(wrk-rom-j)
                               to wrk-rom-temp
                           MOVE wrk-rom-ent(wrk-rom-j1)
           MOVE "romaneio de entrega -" to ROM-LINHA(1:21).
           ACCEPT ROM-LINHA(23:8) FROM DATE YYYYMMDD.
           WRITE ROMANEIO-REG.
           MOVE SPACES to ROM-LINHA.
           MOVE "transportadora:" to ROM-LINHA(1:15).
           IF wrk-rom-transp EQUAL ZERO
               MOVE "entrega propria" to ROM-LINHA(17:15)
           ELSE
               MOVE wrk-rom-transp to ROM-LINHA(17:3)
               MOVE TRA-NOME to ROM-LINHA(21:30)
           END-IF.
           WRITE ROMANEIO-REG.

           MOVE SPACES to wrk-rom-rota-ant.
           MOVE SPACES to wrk-rom-destino-ant.
           PERFORM VARYING wrk-rom-i FROM 1 BY 1
                   UNTIL wrk-rom-i > wrk-rom-qtd
               IF wrk-rom-rota(wrk-rom-i)
                       NOT EQUAL wrk-rom-rota-ant
                   MOVE wrk-rom-rota(wrk-rom-i)
                       to wrk-rom-rota-ant
                   MOVE SPACES to wrk-rom-destino-ant
                   MOVE SPACES to ROM-LINHA
                   MOVE "rota:" to ROM-LINHA(1:5)
                   MOVE wrk-rom-uf(wrk-rom-i) to ROM-LINHA(7:2)
                       to ROM-LINHA(10:20)
                   WRITE ROMANEIO-REG
               END-IF
               IF wrk-rom-destino(wrk-rom-i)
                       NOT EQUAL wrk-rom-destino-ant
                   MOVE wrk-rom-destino(wrk-rom-i)
                       to wrk-rom-destino-ant
                   PERFORM 0334-destino-romaneio
               END-IF
               PERFORM 0318-romaneio-pedido
           END-PERFORM.
           CLOSE ROMANEIO.
                   wrk-rom-qtd " pedidos)".

       0318-romaneio-pedido SECTION.
      *bloco de um pedido dentro do romaneio, abaixo do endereco de
      *entrega: o numero e os itens com a descricao do cadastro
           MOVE wrk-rom-pedido(wrk-rom-i) to PED-NUMERO.
           READ PEDIDOS
               INVALID KEY
                   GO to 0318-fim
           END-READ.
           MOVE wrk-rom-transp to PED-TRANSPORTADORA.
           MOVE wrk-hoje to PED-ROMANEIO-DATA.
           MOVE SPACE to PED-OCORRENCIA.
           REWRITE REG-PEDIDO.
           IF PED-TENTATIVAS > ZERO
               MOVE SPACES to ROM-LINHA
               MOVE "  reentrega - tentativas anteriores:"
                   to ROM-LINHA(1:36)
               MOVE PED-TENTATIVAS to ROM-LINHA(38:2)
               WRITE ROMANEIO-REG
           END-IF.
           MOVE SPACES to ROM-LINHA.
           MOVE "  pedido" to ROM-LINHA(1:8).
           MOVE PED-NUMERO to ROM-LINHA(10:7).
           PERFORM 0319-gravar-linha-rom.
           MOVE PED-NUMERO to ITM-NUMERO.
           MOVE ZERO to ITM-SEQ.
           START ITENS KEY IS NOT LESS THAN ITM-CHAVE.
               READ ITENS NEXT
               PERFORM UNTIL fs-itens NOT EQUAL 00
                       OR ITM-NUMERO NOT EQUAL PED-NUMERO
      *componente de kit sai recuado logo abaixo do kit, com o
      *peso; a linha do kit nao pesa nada por si
                   MOVE SPACES to ROM-LINHA
                   IF ITEM-COMPONENTE
                       MOVE ITM-PRODUTO to ROM-LINHA(7:5)
                   ELSE
                       MOVE ITM-PRODUTO to ROM-LINHA(5:5)
                   END-IF
                   MOVE ITM-PRODUTO to PRO-CODIGO
                   MOVE ZERO to PRO-PESO-UNIT
                   READ PRODUTOS
                       NOT INVALID KEY
                           IF ITEM-COMPONENTE
                               MOVE PRO-DESCRICAO
                                   to ROM-LINHA(14:28)
                           ELSE
                               MOVE PRO-DESCRICAO
                                   to ROM-LINHA(12:30)
                           END-IF
                   END-READ
                   MOVE "qtd" to ROM-LINHA(44:3)
                   MOVE ITM-QUANTIDADE to ROM-LINHA(48:5)
                   IF ITEM-KIT
                       MOVE "kit - peso nos componentes"
                           to ROM-LINHA(55:26)
                   ELSE
                       COMPUTE wrk-rom-peso = ITM-QUANTIDADE
                               * PRO-PESO-UNIT
                       MOVE wrk-rom-peso to wrk-peso-ed
                       MOVE "peso" to ROM-LINHA(55:4)
                       MOVE wrk-peso-ed to ROM-LINHA(60:11)
                   END-IF
                   WRITE ROMANEIO-REG
      *falta achada na separacao: segue depois, pelo backorder
                   MOVE ITM-NUMERO to SEP-PEDIDO
                   MOVE ITM-SEQ to SEP-SEQ
                   READ SEPARACAO
                       NOT INVALID KEY
                           IF SEPARADO-COM-FALTA
                               MOVE SPACES to ROM-LINHA
                               MOVE "falta na separacao:"
                                   to ROM-LINHA(12:19)
                               MOVE SEP-QTD-FALTA to ROM-LINHA(48:5)
                               MOVE "segue em backorder"
                                   to ROM-LINHA(55:18)
                               PERFORM 0319-gravar-linha-rom
                           END-IF
                   END-READ
                   READ ITENS NEXT
               END-PERFORM
           END-IF.
       0319-gravar-linha-rom SECTION.
           WRITE ROMANEIO-REG.

       0361-lista-separacao SECTION.
      *lista de separacao dos pedidos do romaneio: os itens ainda
      *nao conferidos, juntos por produto na ordem do endereco de
      *estoque da filial da sessao, com a quantidade de cada
      *pedido; o kit sai pelos componentes e a parte do item que
      *ja esta em backorder nao entra
           MOVE ZERO to wrk-sep-linhas.
           MOVE "N" to wrk-sep-excedeu.
           MOVE "N" to wrk-sep-pendente.
           PERFORM VARYING wrk-rom-i FROM 1 BY 1
                   UNTIL wrk-rom-i > wrk-rom-qtd
               MOVE wrk-rom-pedido(wrk-rom-i) to ITM-NUMERO
               MOVE ZERO to ITM-SEQ
               START ITENS KEY IS NOT LESS THAN ITM-CHAVE
               IF fs-itens EQUAL 00
                   READ ITENS NEXT
                   PERFORM UNTIL fs-itens NOT EQUAL 00
                           OR ITM-NUMERO NOT EQUAL
                              wrk-rom-pedido(wrk-rom-i)
                       IF NOT ITEM-KIT
                           PERFORM 0362-linha-separacao
                       END-IF
                       READ ITENS NEXT
                   END-PERFORM
               END-IF
           END-PERFORM.
           IF wrk-sep-linhas EQUAL ZERO
               GO to 0361-fim
           END-IF.
           MOVE "S" to wrk-sep-pendente.
           PERFORM 0363-ordenar-separacao.
           PERFORM 0364-imprimir-separacao.
           IF wrk-sep-excedeu EQUAL "S"
               DISPLAY "lista cheia (500 linhas): o restante sai na"
                       " proxima emissao"
           END-IF.
       0361-fim.
           EXIT.

       0362-linha-separacao SECTION.
      *item do buffer de ITENS na tabela da separacao, a menos que
      *ja tenha sido conferido
           MOVE ITM-NUMERO to SEP-PEDIDO.
           MOVE ITM-SEQ to SEP-SEQ.
           READ SEPARACAO
               NOT INVALID KEY
                   GO to 0362-fim
           END-READ.
           MOVE ITM-QUANTIDADE to wrk-sep-a-separar.
           MOVE ITM-NUMERO to BO-PEDIDO.
           MOVE ITM-SEQ to BO-SEQ.
           READ BACKORDERS
               NOT INVALID KEY
                   IF BACKORDER-ABERTO
                       IF BO-QTD-PENDENTE < wrk-sep-a-separar
                           SUBTRACT BO-QTD-PENDENTE
                               from wrk-sep-a-separar
                       ELSE
                           MOVE ZERO to wrk-sep-a-separar
                       END-IF
                   END-IF
           END-READ.
           IF wrk-sep-a-separar EQUAL ZERO
               GO to 0362-fim
           END-IF.
           IF wrk-sep-linhas NOT < 500
               MOVE "S" to wrk-sep-excedeu
               GO to 0362-fim
           END-IF.
           ADD 1 to wrk-sep-linhas.
           MOVE HIGH-VALUES to wrk-sep-local(wrk-sep-linhas).
           IF wrk-tem-locais EQUAL "S"
               MOVE ITM-PRODUTO to LOC-PRODUTO
               MOVE wrk-filial-sessao to LOC-FILIAL
               READ LOCAIS
                   NOT INVALID KEY
                       MOVE LOC-ENDERECO
                           to wrk-sep-local(wrk-sep-linhas)
               END-READ
           END-IF.
           MOVE ITM-PRODUTO to wrk-sep-produto(wrk-sep-linhas).
           MOVE ITM-NUMERO to wrk-sep-pedido(wrk-sep-linhas).
           MOVE ITM-SEQ to wrk-sep-seq(wrk-sep-linhas).
           MOVE wrk-sep-a-separar
               to wrk-sep-quantidade(wrk-sep-linhas).
           MOVE ZERO to wrk-sep-separada(wrk-sep-linhas).
       0362-fim.
           EXIT.

       0363-ordenar-separacao SECTION.
      *troca de vizinhos, como no romaneio: endereco, produto,
      *pedido e item
           IF wrk-sep-linhas > 1
               PERFORM VARYING wrk-sep-i FROM 1 BY 1
                       UNTIL wrk-sep-i NOT < wrk-sep-linhas
                   COMPUTE wrk-sep-limite = wrk-sep-linhas
                           - wrk-sep-i
                   PERFORM VARYING wrk-sep-j FROM 1 BY 1
                           UNTIL wrk-sep-j > wrk-sep-limite
                       COMPUTE wrk-sep-j1 = wrk-sep-j + 1
                       IF wrk-sep-ordem(wrk-sep-j)
                               > wrk-sep-ordem(wrk-sep-j1)
                           MOVE wrk-sep-ent(wrk-sep-j)
                               to wrk-sep-temp
                           MOVE wrk-sep-ent(wrk-sep-j1)
                               to wrk-sep-ent(wrk-sep-j)
                           MOVE wrk-sep-temp
                               to wrk-sep-ent(wrk-sep-j1)
                       END-IF
                   END-PERFORM
               END-PERFORM
           END-IF.

       0364-imprimir-separacao SECTION.
      *um bloco por produto: endereco, codigo e descricao, os
      *pedidos com a quantidade de cada um e o total a separar com
      *o espaco para o separador anotar o que achou
           OPEN OUTPUT LISTA-SEP.
           MOVE SPACES to LSP-LINHA.
           MOVE "lista de separacao - filial" to LSP-LINHA(1:27).
           MOVE wrk-filial-sessao to LSP-LINHA(29:2).
           MOVE "-" to LSP-LINHA(32:1).
           ACCEPT LSP-LINHA(34:8) FROM DATE YYYYMMDD.
           WRITE LISTA-SEP-REG.
           MOVE SPACES to LSP-LINHA.
           MOVE "local      produto descricao" to LSP-LINHA(1:27).
           MOVE "pedido     qtd" to LSP-LINHA(51:14).
           WRITE LISTA-SEP-REG.
           MOVE SPACES to wrk-sep-grupo-ant.
           MOVE ZERO to wrk-sep-total.
           PERFORM VARYING wrk-sep-i FROM 1 BY 1
                   UNTIL wrk-sep-i > wrk-sep-linhas
               IF wrk-sep-grupo(wrk-sep-i) NOT EQUAL wrk-sep-grupo-ant
                   IF wrk-sep-grupo-ant NOT EQUAL SPACES
                       PERFORM 0372-total-separacao
                   END-IF
                   MOVE wrk-sep-grupo(wrk-sep-i) to wrk-sep-grupo-ant
                   MOVE ZERO to wrk-sep-total
                   MOVE SPACES to LSP-LINHA
                   WRITE LISTA-SEP-REG
                   PERFORM 0374-editar-local
                   MOVE wrk-sep-local-ed to LSP-LINHA(1:10)
                   MOVE wrk-sep-produto(wrk-sep-i) to LSP-LINHA(12:5)
                   MOVE wrk-sep-produto(wrk-sep-i) to PRO-CODIGO
                   MOVE SPACES to PRO-DESCRICAO
                   READ PRODUTOS
                       INVALID KEY
                           MOVE "(fora do cadastro)" to PRO-DESCRICAO
                   END-READ
                   MOVE PRO-DESCRICAO to LSP-LINHA(19:30)
                   WRITE LISTA-SEP-REG
               END-IF
               MOVE SPACES to LSP-LINHA
               MOVE wrk-sep-pedido(wrk-sep-i) to LSP-LINHA(51:7)
               MOVE wrk-sep-quantidade(wrk-sep-i) to LSP-LINHA(60:5)
               WRITE LISTA-SEP-REG
               ADD wrk-sep-quantidade(wrk-sep-i) to wrk-sep-total
           END-PERFORM.
           PERFORM 0372-total-separacao.
           CLOSE LISTA-SEP.
           DISPLAY "lista de separacao gravada em lista-separacao.txt"
                   " (" wrk-sep-linhas " linhas)".

       0372-total-separacao SECTION.
           MOVE SPACES to LSP-LINHA.
           MOVE "total a separar" to LSP-LINHA(44:15).
           MOVE wrk-sep-total to LSP-LINHA(60:5).
           MOVE "separado ______" to LSP-LINHA(66:15).
           WRITE LISTA-SEP-REG.

       0374-editar-local SECTION.
      *corredor-prateleira-nivel da linha wrk-sep-i, ou "sem local"
           IF wrk-sep-local(wrk-sep-i) EQUAL HIGH-VALUES
               MOVE "sem local" to wrk-sep-local-ed
           ELSE
               MOVE "   -   -  " to wrk-sep-local-ed
               MOVE wrk-sep-local(wrk-sep-i)(1:3)
                   to wrk-sep-ed-corredor
               MOVE wrk-sep-local(wrk-sep-i)(4:3)
                   to wrk-sep-ed-prateleira
               MOVE wrk-sep-local(wrk-sep-i)(7:2) to wrk-sep-ed-nivel
           END-IF.

       0367-conferir-separacao SECTION.
      *conferencia do separador, produto a produto na ordem da
      *lista: separado tudo ou a quantidade achada, repartida entre
      *os pedidos pelo numero (o mais antigo primeiro); cada item
      *fica registrado e a falta vira backorder antes de o pedido
      *sair no romaneio
           DISPLAY "conferir a separacao agora? (s/n)"
               ACCEPT wrk-sep-confirma.
           IF wrk-sep-confirma NOT EQUAL "S"
                   AND wrk-sep-confirma NOT EQUAL "s"
               GO to 0367-fim
           END-IF.
           ACCEPT wrk-hoje FROM DATE YYYYMMDD.
           MOVE ZERO to wrk-sep-faltas.
           MOVE 1 to wrk-sep-i.
           PERFORM UNTIL wrk-sep-i > wrk-sep-linhas
               PERFORM 0368-conferir-produto
           END-PERFORM.
           IF wrk-sep-excedeu NOT EQUAL "S"
               MOVE "N" to wrk-sep-pendente
           END-IF.
           DISPLAY "separacao conferida - itens com falta: "
                   wrk-sep-faltas.
       0367-fim.
           EXIT.

       0368-conferir-produto SECTION.
      *bloco do produto que comeca em wrk-sep-i; no fim, wrk-sep-i
      *aponta a primeira linha do produto seguinte
           MOVE ZERO to wrk-sep-total.
           PERFORM VARYING wrk-sep-j FROM wrk-sep-i BY 1
                   UNTIL wrk-sep-j > wrk-sep-linhas
                   OR wrk-sep-grupo(wrk-sep-j)
                      NOT EQUAL wrk-sep-grupo(wrk-sep-i)
               ADD wrk-sep-quantidade(wrk-sep-j) to wrk-sep-total
           END-PERFORM.
           PERFORM 0374-editar-local.
           MOVE wrk-sep-produto(wrk-sep-i) to PRO-CODIGO.
           MOVE SPACES to PRO-DESCRICAO.
           READ PRODUTOS
               INVALID KEY
                   MOVE "(fora do cadastro)" to PRO-DESCRICAO
           END-READ.
           DISPLAY wrk-sep-local-ed " " wrk-sep-produto(wrk-sep-i)
                   " " PRO-DESCRICAO " a separar: " wrk-sep-total.
           DISPLAY "separado tudo? (s/n)"
               ACCEPT wrk-sep-confirma.
           IF wrk-sep-confirma EQUAL "S" OR wrk-sep-confirma EQUAL "s"
               MOVE wrk-sep-total to wrk-sep-achado
           ELSE
               DISPLAY "quantidade achada na prateleira"
                   ACCEPT wrk-sep-achado
               IF wrk-sep-achado > wrk-sep-total
                   MOVE wrk-sep-total to wrk-sep-achado
               END-IF
           END-IF.
           PERFORM VARYING wrk-sep-k FROM wrk-sep-i BY 1
                   UNTIL wrk-sep-k NOT < wrk-sep-j
               IF wrk-sep-achado NOT < wrk-sep-quantidade(wrk-sep-k)
                   MOVE wrk-sep-quantidade(wrk-sep-k)
                       to wrk-sep-separada(wrk-sep-k)
               ELSE
                   MOVE wrk-sep-achado to wrk-sep-separada(wrk-sep-k)
               END-IF
               SUBTRACT wrk-sep-separada(wrk-sep-k)
                   from wrk-sep-achado
               PERFORM 0369-gravar-separacao
           END-PERFORM.
           MOVE wrk-sep-j to wrk-sep-i.

       0369-gravar-separacao SECTION.
      *registro da conferencia da linha wrk-sep-k; a falta sai do
      *saldo da filial como perda (o livro contava com ela na
      *prateleira) e entra no backorder do item, somada a
      *pendencia aberta que ja houver, para o atendimento de
      *backorders mandar depois
           MOVE SPACES to REG-SEPARACAO.
           MOVE wrk-sep-pedido(wrk-sep-k) to SEP-PEDIDO.
           MOVE wrk-sep-seq(wrk-sep-k) to SEP-SEQ.
           MOVE wrk-sep-produto(wrk-sep-k) to SEP-PRODUTO.
           MOVE wrk-filial-sessao to SEP-FILIAL.
           IF wrk-sep-local(wrk-sep-k) NOT EQUAL HIGH-VALUES
               MOVE wrk-sep-local(wrk-sep-k) to SEP-LOCAL
           END-IF.
           MOVE wrk-sep-quantidade(wrk-sep-k) to SEP-QTD-PEDIDA.
           MOVE wrk-sep-separada(wrk-sep-k) to SEP-QTD-SEPARADA.
           COMPUTE wrk-sep-falta = wrk-sep-quantidade(wrk-sep-k)
                   - wrk-sep-separada(wrk-sep-k).
           MOVE wrk-sep-falta to SEP-QTD-FALTA.
           MOVE wrk-hoje to SEP-DATA.
           MOVE wrk-operador to SEP-OPERADOR.
           IF wrk-sep-falta EQUAL ZERO
               SET SEPARADO-COMPLETO to TRUE
           ELSE
               SET SEPARADO-COM-FALTA to TRUE
           END-IF.
           WRITE REG-SEPARACAO
               INVALID KEY
                   REWRITE REG-SEPARACAO
           END-WRITE.
           IF wrk-sep-falta EQUAL ZERO
               GO to 0369-fim
           END-IF.
           ADD 1 to wrk-sep-faltas.
           MOVE wrk-sep-produto(wrk-sep-k) to PRO-CODIGO.
           READ PRODUTOS
               INVALID KEY
                   GO to 0369-backorder
           END-READ.
           IF wrk-sep-falta > PRO-EST-FIL(wrk-filial-sessao)
               MOVE PRO-EST-FIL(wrk-filial-sessao) to wrk-sep-perda
           ELSE
               MOVE wrk-sep-falta to wrk-sep-perda
           END-IF.
           IF wrk-sep-perda > ZERO
               SUBTRACT wrk-sep-perda
                   from PRO-EST-FIL(wrk-filial-sessao)
               IF wrk-sep-perda > PRO-ESTOQUE
                   MOVE ZERO to PRO-ESTOQUE
               ELSE
                   SUBTRACT wrk-sep-perda from PRO-ESTOQUE
               END-IF
               REWRITE REG-PRODUTO
               MOVE wrk-sep-perda to wrk-lote-qtd
               MOVE "SEPARACAO" to wrk-lote-origem
               PERFORM 0118-saida-por-lote
           END-IF.
       0369-backorder.
           MOVE wrk-sep-falta to wrk-bo-pendente.
           MOVE wrk-sep-pedido(wrk-sep-k) to BO-PEDIDO.
           MOVE wrk-sep-seq(wrk-sep-k) to BO-SEQ.
           READ BACKORDERS
               NOT INVALID KEY
                   IF BACKORDER-ABERTO
                       ADD BO-QTD-PENDENTE to wrk-bo-pendente
                   END-IF
           END-READ.
           MOVE wrk-sep-pedido(wrk-sep-k) to BO-PEDIDO.
           MOVE wrk-sep-seq(wrk-sep-k) to BO-SEQ.
           MOVE wrk-sep-produto(wrk-sep-k) to BO-PRODUTO.
           MOVE wrk-bo-pendente to BO-QTD-PENDENTE.
           ACCEPT BO-DATA FROM DATE YYYYMMDD.
           SET BACKORDER-ABERTO to TRUE.
           WRITE REG-BACKORDER
               INVALID KEY
                   REWRITE REG-BACKORDER
           END-WRITE.
           DISPLAY "pedido " wrk-sep-pedido(wrk-sep-k) ": falta de "
                   wrk-sep-falta " em backorder".
       0369-fim.
           EXIT.

       0317-marcar-entregue SECTION.
      *entrega confirmada no retorno do romaneio: o pedido vai de
      *faturado a entregue com o carimbo e o historico de sempre
           MOVE PED-SITUACAO to wrk-sit-anterior.
           MOVE PED-SIT-DATA-HORA to wrk-sit-data-ant.
           SET PEDIDO-ENTREGUE to TRUE.
           SET ENTREGA-REALIZADA to TRUE.
           MOVE wrk-rtr-entrega to PED-ENTREGA-DATA.
           MOVE wrk-rtr-recebedor to PED-RECEBEDOR.
           ACCEPT PED-SIT-DATA-HORA(1:8) FROM DATE YYYYMMDD.
           ACCEPT PED-SIT-DATA-HORA(9:6) FROM TIME.
           REWRITE REG-PEDIDO.
           PERFORM 0263-gravar-sit-hist.

       0301-retorno-romaneio SECTION.
      *retorno do romaneio: para cada pedido que saiu e ainda esta
      *na rua o expedidor registra a ocorrencia trazida pelo
      *motorista; so o entregue vai a "E"; ausente e avaria voltam
      *para a fila do proximo romaneio; o recusado segue para a
      *devolucao; cada ocorrencia fica no registro de entregas e
      *na pasta de atendimentos do cliente
           DISPLAY "data do romaneio (AAAAMMDD, 0 = todos na rua)"
               ACCEPT wrk-rtr-data.
           OPEN I-O ATENDIMENTOS.
           IF fs-atendimentos EQUAL 35
               OPEN OUTPUT ATENDIMENTOS
               CLOSE ATENDIMENTOS
               OPEN I-O ATENDIMENTOS
           END-IF.
           OPEN EXTEND OCORRENCIAS.
           IF fs-ocorrencias EQUAL 35
               OPEN OUTPUT OCORRENCIAS
           END-IF.
           ACCEPT wrk-hoje FROM DATE YYYYMMDD.
           MOVE ZERO to wrk-rtr-lidos wrk-rtr-entregues.
           MOVE ZERO to wrk-rtr-reentrega wrk-rtr-recusados.
           MOVE ZERO to PED-NUMERO.
           START PEDIDOS KEY IS NOT LESS THAN PED-NUMERO.
           READ PEDIDOS NEXT
           PERFORM UNTIL fs-pedidos NOT EQUAL 00
               IF PEDIDO-FATURADO AND ENTREGA-PENDENTE
                       AND PED-ROMANEIO-DATA > ZERO
                       AND (wrk-rtr-data EQUAL ZERO
                            OR PED-ROMANEIO-DATA EQUAL wrk-rtr-data)
                   ADD 1 to wrk-rtr-lidos
                   PERFORM 0302-ocorrencia-pedido
               END-IF
               READ PEDIDOS NEXT
           END-PERFORM.
           CLOSE ATENDIMENTOS.
           CLOSE OCORRENCIAS.
           IF wrk-rtr-lidos EQUAL ZERO
               DISPLAY "nenhum pedido na rua para este romaneio"
           ELSE
               DISPLAY "entregues: " wrk-rtr-entregues
                       "  reentrega: " wrk-rtr-reentrega
                       "  recusados: " wrk-rtr-recusados
           END-IF.

       0302-ocorrencia-pedido SECTION.
           MOVE PED-ROMANEIO-DATA to wrk-rtr-saida.
      *a ocorrencia fica com a rota do romaneio: uf e cidade do
      *endereco de entrega do pedido
           MOVE PED-CLIENTE to wrk-dst-cliente.
           MOVE PED-ENTREGA-SEQ to wrk-dst-seq.
           PERFORM 0333-endereco-entrega.
           MOVE wrk-dst-uf to wrk-rtr-uf.
           MOVE wrk-dst-cidade to wrk-rtr-cidade.
           IF wrk-dst-cli-ok EQUAL "S"
               DISPLAY "pedido " PED-NUMERO " " wrk-dst-nome
                       " " wrk-rtr-uf " " wrk-rtr-cidade
           ELSE
               DISPLAY "pedido " PED-NUMERO " cliente "
                       PED-CLIENTE " (fora do cadastro)"
           END-IF.
           DISPLAY "E-entregue R-recusado A-ausente D-avaria"
                   "  (branco = continua na rua)"
               ACCEPT wrk-rtr-ocorrencia.
           MOVE SPACES to wrk-rtr-recebedor.
           MOVE ZERO to wrk-rtr-entrega.
           EVALUATE wrk-rtr-ocorrencia
               WHEN "E"
               WHEN "e"
                   MOVE "E" to wrk-rtr-ocorrencia
                   DISPLAY "data da entrega (AAAAMMDD, 0 = hoje)"
                       ACCEPT wrk-rtr-entrega
                   IF wrk-rtr-entrega EQUAL ZERO
                       MOVE wrk-hoje to wrk-rtr-entrega
                   END-IF
                   MOVE "V" to wrk-ds-funcao
                   MOVE wrk-rtr-entrega to wrk-ds-data1
                   CALL "datesrv" USING wrk-ds-funcao wrk-ds-data1
                           wrk-ds-data2 wrk-ds-dias wrk-ds-status
                   IF wrk-ds-status NOT EQUAL "00"
                           OR wrk-rtr-entrega > wrk-hoje
                           OR wrk-rtr-entrega < wrk-rtr-saida
                       DISPLAY "data de entrega invalida - pedido"
                               " continua na rua"
                       GO to 0302-fim
                   END-IF
                   DISPLAY "nome de quem recebeu"
                       ACCEPT wrk-rtr-recebedor
                   IF wrk-rtr-recebedor EQUAL SPACES
                       DISPLAY "recebedor obrigatorio - pedido"
                               " continua na rua"
                       GO to 0302-fim
                   END-IF
                   ADD 1 to PED-TENTATIVAS
                   PERFORM 0317-marcar-entregue
                   ADD 1 to wrk-rtr-entregues
               WHEN "R"
               WHEN "r"
                   MOVE "R" to wrk-rtr-ocorrencia
                   ADD 1 to PED-TENTATIVAS
                   SET ENTREGA-RECUSADA to TRUE
                   REWRITE REG-PEDIDO
                   ADD 1 to wrk-rtr-recusados
               WHEN "A"
               WHEN "a"
               WHEN "D"
               WHEN "d"
                   IF wrk-rtr-ocorrencia EQUAL "a"
                       MOVE "A" to wrk-rtr-ocorrencia
                   END-IF
                   IF wrk-rtr-ocorrencia EQUAL "d"
                       MOVE "D" to wrk-rtr-ocorrencia
                   END-IF
                   ADD 1 to PED-TENTATIVAS
                   MOVE wrk-rtr-ocorrencia to PED-OCORRENCIA
                   MOVE ZERO to PED-ROMANEIO-DATA
                   REWRITE REG-PEDIDO
                   ADD 1 to wrk-rtr-reentrega
                   DISPLAY "pedido volta para o proximo romaneio"
               WHEN OTHER
                   GO to 0302-fim
           END-EVALUATE.
           PERFORM 0303-gravar-ocorrencia.
           PERFORM 0304-atendimento-entrega.
      *recusado: a mercadoria voltou no caminhao, a devolucao pode
      *ser lancada ja (ou depois, pela opcao de devolucao)
           IF ENTREGA-RECUSADA
               DISPLAY "lancar a devolucao agora? (s/n)"
                   ACCEPT wrk-rom-confirma
               IF wrk-rom-confirma EQUAL "S"
                       OR wrk-rom-confirma EQUAL "s"
                   PERFORM 0306-devolver-pedido
               END-IF
           END-IF.
       0302-fim.
           EXIT.

       0303-gravar-ocorrencia SECTION.
           MOVE wrk-hoje to OCE-DATA.
           IF wrk-rtr-ocorrencia EQUAL "E"
               MOVE wrk-rtr-entrega to OCE-DATA
           END-IF.
           MOVE PED-NUMERO to OCE-PEDIDO.
           MOVE PED-CLIENTE to OCE-CLIENTE.
           MOVE wrk-rtr-uf to OCE-UF.
           MOVE wrk-rtr-cidade to OCE-CIDADE.
           MOVE PED-TRANSPORTADORA to OCE-TRANSPORTADORA.
           MOVE wrk-rtr-ocorrencia to OCE-OCORRENCIA.
           MOVE PED-TENTATIVAS to OCE-TENTATIVA.
           MOVE wrk-rtr-recebedor to OCE-RECEBEDOR.
           MOVE wrk-operador to OCE-OPERADOR.
           WRITE REG-OCORRENCIA.

       0304-atendimento-entrega SECTION.
      *a ocorrencia entra na pasta de atendimentos do cliente como
      *tipo R (retorno de entrega), ao lado das cartas de cobranca
           MOVE SPACES to ATD-REG.
           MOVE PED-CLIENTE to ATD-CLIENTE.
           ACCEPT ATD-DATA-HORA(1:8) FROM DATE YYYYMMDD.
           ACCEPT ATD-DATA-HORA(9:6) FROM TIME.
           MOVE "R" to ATD-TIPO.
           EVALUATE wrk-rtr-ocorrencia
               WHEN "E"
                   MOVE "entrega realizada" to ATD-ASSUNTO
               WHEN "R"
                   MOVE "entrega recusada pelo cliente"
                       to ATD-ASSUNTO
               WHEN "A"
                   MOVE "entrega: destinatario ausente"
                       to ATD-ASSUNTO
               WHEN OTHER
                   MOVE "entrega: mercadoria avariada"
                       to ATD-ASSUNTO
           END-EVALUATE.
           MOVE SPACES to ATD-NOTA.
           IF wrk-rtr-ocorrencia EQUAL "E"
               STRING "pedido " PED-NUMERO " em " wrk-rtr-entrega
                       " recebido por " wrk-rtr-recebedor
                       DELIMITED BY SIZE INTO ATD-NOTA
               END-STRING
           ELSE
               STRING "pedido " PED-NUMERO " romaneio de "
                       wrk-rtr-saida " tentativa "
                       PED-TENTATIVAS
                       DELIMITED BY SIZE INTO ATD-NOTA
               END-STRING
           END-IF.
           MOVE wrk-operador to ATD-OPERADOR.
           WRITE ATD-REG
               INVALID KEY
                   CONTINUE
           END-WRITE.

       0320-comissoes SECTION.
      *fechamento mensal de comissoes: acumula o vendido por
      *vendedor nos pedidos faturados/entregues da competencia,
      *imprime o demonstrativo com detalhe por pedido e manda o
      *resumo debito/credito para o arquivo da interface contabil;
      *vendedor que passa da meta do mes ganha a faixa de bonus
           IF wrk-tem-vendedores NOT EQUAL "S"
               DISPLAY "cadastro de vendedores indisponivel"
               GO to 0320-fim
           END-IF.
           DISPLAY "competencia (AAAAMM)"
               ACCEPT wrk-com-comp.
           MOVE ZERO to wrk-com-qtd wrk-com-total-geral wrk-nov-qtd.

           MOVE ZERO to PED-NUMERO.
           START PEDIDOS KEY IS NOT LESS THAN PED-NUMERO.
               OPEN OUTPUT LANCAMENTOS
           END-IF.
           MOVE SPACES to REG-LANCAMENTO.
           MOVE "V" to LAN-ORIGEM.
           MOVE ZERO to LAN-DOCUMENTO LAN-ESTORNO-DE.
           MOVE wrk-com-comp to LAN-COMPETENCIA.
           MOVE "DESPCOMIS" to LAN-CONTA.
           MOVE "D" to LAN-DC.
                   MOVE PED-VENDEDOR
                       to wrk-com-vendedor(wrk-com-ind)
                   MOVE ZERO to wrk-com-vendido(wrk-com-ind)
                   MOVE ZERO to wrk-com-novos(wrk-com-ind)
               ELSE
                   DISPLAY "tabela de vendedores cheia - pedido"
                           " fora do fechamento: " PED-NUMERO
               END-IF
           END-IF.
           ADD PED-VALOR to wrk-com-vendido(wrk-com-ind).
           PERFORM 0323-cliente-novo.
       0322-fim.
           EXIT.

       0323-cliente-novo SECTION.
      *cliente novo do vendedor: cadastrado na propria competencia
      *e contado uma vez so, no primeiro pedido faturado dele
           MOVE PED-CLIENTE to cliente-id.
           READ CLIENTES
               INVALID KEY
                   GO to 0323-fim
           END-READ.
           IF cliente-cadastro(1:6) NOT EQUAL wrk-com-comp
               GO to 0323-fim
           END-IF.
           MOVE "N" to wrk-nov-achou.
           PERFORM VARYING wrk-nov-ind FROM 1 BY 1
                   UNTIL wrk-nov-ind > wrk-nov-qtd
               IF wrk-nov-cliente(wrk-nov-ind) EQUAL PED-CLIENTE
                   MOVE "S" to wrk-nov-achou
                   EXIT PERFORM
               END-IF
           END-PERFORM.
           IF wrk-nov-achou EQUAL "S" OR wrk-nov-qtd NOT < 300
               GO to 0323-fim
           END-IF.
           ADD 1 to wrk-nov-qtd.
           MOVE PED-CLIENTE to wrk-nov-cliente(wrk-nov-qtd).
           ADD 1 to wrk-com-novos(wrk-com-ind).
       0323-fim.
           EXIT.

       0321-demonstrativo-vendedor SECTION.
      *bloco de um vendedor no demonstrativo: identificacao, os
      *pedidos da competencia e o total vendido com a comissao
           COMPUTE wrk-com-valor ROUNDED =
                   wrk-com-vendido(wrk-com-ind)
                   * VEN-COMISSAO / 100.
           PERFORM 0395-bonus-meta.
           ADD wrk-met-bonus to wrk-com-valor.
           ADD wrk-com-valor to wrk-com-total-geral.
           MOVE SPACES to REL-CM-LINHA.
           MOVE "vendido:" to REL-CM-LINHA(3:8).
           MOVE wrk-com-valor to wrk-valor-gr-ed.
           MOVE wrk-valor-gr-ed to REL-CM-LINHA(37:13).
           WRITE REL-COMIS-REG.
           IF wrk-met-achou EQUAL "S"
               MOVE SPACES to REL-CM-LINHA
               MOVE "meta:" to REL-CM-LINHA(3:5)
               MOVE MET-VALOR to wrk-valor-gr-ed
               MOVE wrk-valor-gr-ed to REL-CM-LINHA(9:13)
               MOVE wrk-met-perc to wrk-met-perc-ed
               MOVE wrk-met-perc-ed to REL-CM-LINHA(23:8)
               MOVE "%" to REL-CM-LINHA(31:1)
               IF wrk-met-faixa > ZERO
                   MOVE "bonus faixa" to REL-CM-LINHA(34:11)
                   MOVE wrk-met-faixa to REL-CM-LINHA(46:1)
                   MOVE wrk-met-bonus to wrk-valor-gr-ed
                   MOVE wrk-valor-gr-ed to REL-CM-LINHA(48:13)
               ELSE
                   MOVE "sem bonus" to REL-CM-LINHA(34:9)
               END-IF
               WRITE REL-COMIS-REG
           END-IF.

       0395-bonus-meta SECTION.
      *faixa de bonus pela meta do mes: acima de 120% vale o bonus
      *da faixa 2, acima de 100% o da faixa 1, em pontos somados a
      *comissao sobre todo o vendido; sem meta nao ha bonus
           MOVE "N" to wrk-met-achou.
           MOVE ZERO to wrk-met-bonus wrk-met-faixa wrk-met-perc.
           IF wrk-tem-metas NOT EQUAL "S"
               GO to 0395-fim
           END-IF.
           MOVE wrk-com-vendedor(wrk-com-ind) to MET-VENDEDOR.
           MOVE wrk-com-comp to MET-COMPETENCIA.
           READ METAS
               INVALID KEY
                   GO to 0395-fim
           END-READ.
           IF MET-VALOR EQUAL ZERO
               GO to 0395-fim
           END-IF.
           MOVE "S" to wrk-met-achou.
           COMPUTE wrk-met-perc ROUNDED =
                   wrk-com-vendido(wrk-com-ind) * 100 / MET-VALOR
               ON SIZE ERROR
                   MOVE 99999.99 to wrk-met-perc
           END-COMPUTE.
           EVALUATE TRUE
               WHEN wrk-met-perc > 120
                   MOVE 2 to wrk-met-faixa
                   MOVE MET-BONUS-120 to wrk-met-bonus-pct
               WHEN wrk-met-perc > 100
                   MOVE 1 to wrk-met-faixa
                   MOVE MET-BONUS-100 to wrk-met-bonus-pct
               WHEN OTHER
                   GO to 0395-fim
           END-EVALUATE.
           COMPUTE wrk-met-bonus ROUNDED =
                   wrk-com-vendido(wrk-com-ind)
                   * wrk-met-bonus-pct / 100.
       0395-fim.
           EXIT.

       0392-atingimento-metas SECTION.
      *atingimento das metas da competencia: faturado por vendedor
      *contra a meta, com a projecao ao fim do mes pelo ritmo diario
      *ate hoje; na competencia corrente sai parcial (meio do mes),
      *em competencia encerrada sai o fechamento
           IF wrk-tem-metas NOT EQUAL "S"
               DISPLAY "cadastro de metas indisponivel"
               GO to 0392-fim
           END-IF.
           DISPLAY "competencia (AAAAMM)"
               ACCEPT wrk-com-comp.
           ACCEPT wrk-hoje FROM DATE YYYYMMDD.
           IF wrk-com-comp > wrk-hoje(1:6)
               DISPLAY "competencia futura"
               GO to 0392-fim
           END-IF.
           MOVE wrk-com-comp to wrk-met-comp-n.
           MOVE wrk-com-comp(5:2) to wrk-met-mm.
           IF wrk-met-mm < 1 OR wrk-met-mm > 12
               DISPLAY "competencia invalida"
               GO to 0392-fim
           END-IF.
      *dias do mes: do dia 1 ao dia 1 do mes seguinte
           MOVE "D" to wrk-ds-funcao.
           COMPUTE wrk-ds-data1 = (wrk-met-comp-n * 100) + 1.
           IF wrk-met-mm EQUAL 12
               COMPUTE wrk-ds-data2 = ((wrk-met-comp-n + 89) * 100)
                       + 1
           ELSE
               COMPUTE wrk-ds-data2 = ((wrk-met-comp-n + 1) * 100)
                       + 1
           END-IF.
           CALL "datesrv" USING wrk-ds-funcao wrk-ds-data1
                   wrk-ds-data2 wrk-ds-dias wrk-ds-status.
           MOVE wrk-ds-dias to wrk-met-dias-mes.
           IF wrk-com-comp EQUAL wrk-hoje(1:6)
               MOVE wrk-hoje(7:2) to wrk-met-decorridos
           ELSE
               MOVE wrk-met-dias-mes to wrk-met-decorridos
           END-IF.

           MOVE ZERO to wrk-com-qtd wrk-nov-qtd.
           MOVE ZERO to PED-NUMERO.
           START PEDIDOS KEY IS NOT LESS THAN PED-NUMERO.
           READ PEDIDOS NEXT
           PERFORM UNTIL fs-pedidos NOT EQUAL 00
               MOVE PED-DATA to wrk-ped-comp-x
               IF wrk-ped-comp-x(1:6) EQUAL wrk-com-comp
                       AND PED-VENDEDOR > ZERO
                       AND (PEDIDO-FATURADO OR PEDIDO-ENTREGUE)
                   PERFORM 0322-acumular-vendedor
               END-IF
               READ PEDIDOS NEXT
           END-PERFORM.
           PERFORM 0393-metas-sem-venda.
           IF wrk-com-qtd EQUAL ZERO
               DISPLAY "nenhuma meta nem venda na competencia"
               GO to 0392-fim
           END-IF.

           MOVE ZERO to wrk-met-tot-meta wrk-met-tot-real
                        wrk-met-tot-proj.
           OPEN OUTPUT REL-METAS.
           MOVE SPACES to REL-MT-LINHA.
           MOVE "atingimento de metas - competencia"
               to REL-MT-LINHA(1:34).
           MOVE wrk-com-comp to REL-MT-LINHA(36:6).
           IF wrk-met-decorridos < wrk-met-dias-mes
               MOVE "parcial: dia" to REL-MT-LINHA(44:12)
               MOVE wrk-met-decorridos to REL-MT-LINHA(57:2)
               MOVE "de" to REL-MT-LINHA(60:2)
               MOVE wrk-met-dias-mes to REL-MT-LINHA(63:2)
           ELSE
               MOVE "fechamento do mes" to REL-MT-LINHA(44:17)
           END-IF.
           WRITE REL-METAS-REG.
           MOVE SPACES to REL-MT-LINHA.
           MOVE "vend nome" to REL-MT-LINHA(1:9).
           MOVE "meta" to REL-MT-LINHA(35:4).
           MOVE "faturado" to REL-MT-LINHA(48:8).
           MOVE "%" to REL-MT-LINHA(63:1).
           WRITE REL-METAS-REG.
           PERFORM VARYING wrk-com-ind FROM 1 BY 1
                   UNTIL wrk-com-ind > wrk-com-qtd
               PERFORM 0394-linha-atingimento
           END-PERFORM.
           MOVE SPACES to REL-MT-LINHA.
           MOVE "total" to REL-MT-LINHA(1:5).
           MOVE wrk-met-tot-meta to wrk-valor-gr-ed.
           MOVE wrk-valor-gr-ed to REL-MT-LINHA(26:13).
           MOVE wrk-met-tot-real to wrk-valor-gr-ed.
           MOVE wrk-valor-gr-ed to REL-MT-LINHA(43:13).
           WRITE REL-METAS-REG.
           MOVE SPACES to REL-MT-LINHA.
           MOVE "projecao do total ao fim do mes:"
               to REL-MT-LINHA(3:32).
           MOVE wrk-met-tot-proj to wrk-valor-gr-ed.
           MOVE wrk-valor-gr-ed to REL-MT-LINHA(43:13).
           WRITE REL-METAS-REG.
           CLOSE REL-METAS.
           DISPLAY "relatorio gravado em atingimento-metas.txt".
       0392-fim.
           EXIT.

       0393-metas-sem-venda SECTION.
      *vendedor com meta na competencia e nada faturado tambem sai
      *no relatorio, com zero
           MOVE ZERO to MET-VENDEDOR MET-COMPETENCIA.
           START METAS KEY IS NOT LESS THAN MET-CHAVE.
           IF fs-metas EQUAL 00
               READ METAS NEXT
           END-IF.
           PERFORM UNTIL fs-metas NOT EQUAL 00
               IF MET-COMPETENCIA EQUAL wrk-met-comp-n
                   MOVE "N" to wrk-com-achou
                   PERFORM VARYING wrk-com-ind FROM 1 BY 1
                           UNTIL wrk-com-ind > wrk-com-qtd
                       IF wrk-com-vendedor(wrk-com-ind)
                               EQUAL MET-VENDEDOR
                           MOVE "S" to wrk-com-achou
                           EXIT PERFORM
                       END-IF
                   END-PERFORM
                   IF wrk-com-achou NOT EQUAL "S"
                           AND wrk-com-qtd < 30
                       ADD 1 to wrk-com-qtd
                       MOVE MET-VENDEDOR
                           to wrk-com-vendedor(wrk-com-qtd)
                       MOVE ZERO to wrk-com-vendido(wrk-com-qtd)
                       MOVE ZERO to wrk-com-novos(wrk-com-qtd)
                   END-IF
               END-IF
               READ METAS NEXT
           END-PERFORM.

       0394-linha-atingimento SECTION.
      *duas linhas por vendedor: meta, faturado e percentual; depois
      *a projecao pelo ritmo diario e os clientes novos
           MOVE wrk-com-vendedor(wrk-com-ind) to VEN-CODIGO.
           READ VENDEDORES
               INVALID KEY
                   MOVE "(fora do cadastro)" to VEN-NOME
           END-READ.
           MOVE wrk-com-vendedor(wrk-com-ind) to MET-VENDEDOR.
           MOVE wrk-met-comp-n to MET-COMPETENCIA.
           READ METAS
               INVALID KEY
                   MOVE ZERO to MET-VALOR MET-CLIENTES-NOVOS
           END-READ.
           IF wrk-met-decorridos > ZERO
               COMPUTE wrk-met-projecao ROUNDED =
                       wrk-com-vendido(wrk-com-ind)
                       * wrk-met-dias-mes / wrk-met-decorridos
           ELSE
               MOVE wrk-com-vendido(wrk-com-ind) to wrk-met-projecao
           END-IF.
           ADD MET-VALOR to wrk-met-tot-meta.
           ADD wrk-com-vendido(wrk-com-ind) to wrk-met-tot-real.
           ADD wrk-met-projecao to wrk-met-tot-proj.

           MOVE SPACES to REL-MT-LINHA.
           MOVE wrk-com-vendedor(wrk-com-ind) to REL-MT-LINHA(1:3).
           MOVE VEN-NOME to REL-MT-LINHA(6:20).
           MOVE MET-VALOR to wrk-valor-gr-ed.
           MOVE wrk-valor-gr-ed to REL-MT-LINHA(26:13).
           MOVE wrk-com-vendido(wrk-com-ind) to wrk-valor-gr-ed.
           MOVE wrk-valor-gr-ed to REL-MT-LINHA(43:13).
           IF MET-VALOR > ZERO
               COMPUTE wrk-met-perc ROUNDED =
                       wrk-com-vendido(wrk-com-ind) * 100
                       / MET-VALOR
                   ON SIZE ERROR
                       MOVE 99999.99 to wrk-met-perc
               END-COMPUTE
               MOVE wrk-met-perc to wrk-met-perc-ed
               MOVE wrk-met-perc-ed to REL-MT-LINHA(57:8)
           ELSE
               MOVE "sem meta" to REL-MT-LINHA(57:8)
           END-IF.
           WRITE REL-METAS-REG.

           MOVE SPACES to REL-MT-LINHA.
           MOVE "projecao:" to REL-MT-LINHA(6:9).
           MOVE wrk-met-projecao to wrk-valor-gr-ed.
           MOVE wrk-valor-gr-ed to REL-MT-LINHA(43:13).
           IF MET-VALOR > ZERO
               COMPUTE wrk-met-perc ROUNDED =
                       wrk-met-projecao * 100 / MET-VALOR
                   ON SIZE ERROR
                       MOVE 99999.99 to wrk-met-perc
               END-COMPUTE
               MOVE wrk-met-perc to wrk-met-perc-ed
               MOVE wrk-met-perc-ed to REL-MT-LINHA(57:8)
           END-IF.
           WRITE REL-METAS-REG.
           MOVE SPACES to REL-MT-LINHA.
           MOVE "clientes novos:" to REL-MT-LINHA(6:15).
           MOVE wrk-com-novos(wrk-com-ind) to REL-MT-LINHA(22:3).
           IF MET-CLIENTES-NOVOS > ZERO
               MOVE "meta" to REL-MT-LINHA(27:4)
               MOVE MET-CLIENTES-NOVOS to REL-MT-LINHA(32:3)
           END-IF.
           WRITE REL-METAS-REG.

       0330-receber-orcamento SECTION.
      *orcamento: mesma digitacao e conta de frete do pedido, mas
      *sem baixa de estoque e sem titulo; sai com numeracao propria
      *e validade de wrk-orc-validade-dias dias corridos
           MOVE "N" to wrk-cli-ok.
           PERFORM UNTIL cliente-valido
               DISPLAY "Entre o codigo do cliente"
                   ACCEPT wrk-codigo-cli
               MOVE wrk-codigo-cli to cliente-id
               READ CLIENTES
                   INVALID KEY
                       DISPLAY "cliente nao cadastrado, redigite"
                   NOT INVALID KEY
                       IF cliente-ativo
                           MOVE "S" to wrk-cli-ok
                           DISPLAY "cliente: " cliente-nome
                       ELSE
                           DISPLAY "cliente inativo ou bloqueado,"
                                   " redigite"
                       END-IF
               END-READ
           END-PERFORM.
           DISPLAY "Entre o estado 'SP', 'ES, 'RJ'"
               ACCEPT wrk-estado.
           PERFORM 0105-receber-condicao.
           PERFORM 0087-obter-numero-orc.
           DISPLAY "orcamento numero " wrk-numero-orc.

           MOVE ZERO to wrk-orc-seq wrk-orc-total.
           MOVE ZERO to wrk-peso-pedido.
           MOVE "N" to wrk-orc-fechou.
           PERFORM 0331-item-orcamento
               UNTIL wrk-orc-fechou EQUAL "S".

           IF wrk-orc-seq > ZERO
               PERFORM 0332-gravar-orcamento
           END-IF.

       0331-item-orcamento SECTION.
      *um item por volta, com o preco da tabela; o saldo em estoque
      *aparece so a titulo de informacao, nada e baixado
           DISPLAY "Entre o codigo do produto (0 fecha o orcamento)"
               ACCEPT wrk-codigo-prod.
           IF wrk-codigo-prod EQUAL ZERO
               MOVE "S" to wrk-orc-fechou
           ELSE
               MOVE wrk-codigo-prod to PRO-CODIGO
               READ PRODUTOS
                   INVALID KEY
                       DISPLAY "produto nao cadastrado, redigite"
                   NOT INVALID KEY
                       IF produto-inativo
                           DISPLAY "produto inativo, redigite"
                       ELSE
                           PERFORM 0117-preco-vigente
                           PERFORM 0111-verificar-kit
                           DISPLAY "produto: " PRO-DESCRICAO
                                   " preco " wrk-valor
                                   " estoque " PRO-ESTOQUE
                               COMPUTE wrk-peso-pedido =
                                       wrk-peso-pedido
                                       + (wrk-quantidade
                                          * wrk-kit-peso)
                               WRITE REG-ITEM-ORC
                               DISPLAY "item " wrk-orc-seq
                                       " total " ORI-VALOR-TOTAL
           MOVE wrk-orc-total to ORC-VALOR.
           MOVE wrk-frete to ORC-FRETE.
           MOVE wrk-cod-vendedor to ORC-VENDEDOR.
           MOVE wrk-cond-pagto to ORC-CONDICAO.
           SET ORCAMENTO-ABERTO to TRUE.
           WRITE REG-ORCAMENTO.
           PERFORM 0088-gravar-numero-orc.
                   END-IF
           END-READ.

      *o orcamento nao escolhe endereco: o pedido convertido vai
      *para o endereco do cadastro
           MOVE ORC-ESTADO to wrk-estado.
           MOVE ZERO to wrk-ent-seq.
           MOVE ORC-VENDEDOR to wrk-cod-vendedor.
           MOVE ORC-CONDICAO to wrk-cond-pagto.
           MOVE ZERO to wrk-seq-item.
           MOVE ZERO to wrk-total-pedido.
           MOVE ZERO to wrk-peso-pedido.
                   DISPLAY "produto " ORI-PRODUTO " fora do"
                           " cadastro - item ignorado"
               NOT INVALID KEY
                   PERFORM 0111-verificar-kit
                   ADD 1 to wrk-seq-item
                   MOVE ORI-PRODUTO to wrk-codigo-prod
                   MOVE ORI-QUANTIDADE to wrk-quantidade
                   MOVE ORI-QUANTIDADE to ITM-QUANTIDADE
                   MOVE ORI-VALOR-UNIT to ITM-VALOR-UNIT
                   MOVE ORI-VALOR-TOTAL to ITM-VALOR-TOTAL
                   MOVE wrk-kit-custo to ITM-CUSTO-UNIT
                   IF ORI-VALOR-UNIT < wrk-kit-custo
                       DISPLAY "atencao: produto " ORI-PRODUTO
                               " orcado abaixo do custo medio"
                   END-IF
                   MOVE SPACE to ITM-KIT
                   MOVE ZERO to ITM-KIT-SEQ
                   IF wrk-kit-sim EQUAL "S"
                       SET ITEM-KIT to TRUE
                   END-IF
                   ADD ITM-VALOR-TOTAL to wrk-total-pedido
                   COMPUTE wrk-peso-pedido = wrk-peso-pedido
                           + (ORI-QUANTIDADE * wrk-kit-peso)
                   WRITE REG-ITEM
                   IF wrk-kit-sim EQUAL "S"
                       PERFORM 0112-gravar-componentes
                   ELSE
                       PERFORM 0115-baixar-estoque
                       PERFORM 0341-journal-item
                   END-IF
           END-READ.

       0336-expurgar-orcamentos SECTION.
           PERFORM 0326-gravar-numero-nota.
           PERFORM 0328-imprimir-nota.
           DISPLAY "nota de venda " NF-NUMERO " emitida".
           PERFORM 0421-gerar-nfe.

       0339-nota-entrega SECTION.
      *endereco de entrega da nota, logo abaixo do de faturamento:
      *o escolhido no pedido ou, sem escolha, o aviso de que a
      *mercadoria vai para o mesmo endereco
           MOVE SPACES to DOC-NF-LINHA.
           MOVE "endereco de entrega:" to DOC-NF-LINHA(1:20).
           IF PED-ENTREGA-SEQ EQUAL ZERO
               MOVE "o mesmo do faturamento" to DOC-NF-LINHA(22:22)
               PERFORM 0329-gravar-linha-nota
               GO to 0339-fim
           END-IF.
           MOVE NF-CLIENTE to wrk-dst-cliente.
           MOVE PED-ENTREGA-SEQ to wrk-dst-seq.
           PERFORM 0333-endereco-entrega.
           MOVE wrk-dst-apelido to DOC-NF-LINHA(22:15).
           PERFORM 0329-gravar-linha-nota.
           MOVE SPACES to DOC-NF-LINHA.
           MOVE wrk-dst-logradouro to DOC-NF-LINHA(1:30).
           MOVE wrk-dst-numero to DOC-NF-LINHA(32:6).
           MOVE wrk-dst-bairro to DOC-NF-LINHA(39:20).
           PERFORM 0329-gravar-linha-nota.
           MOVE SPACES to DOC-NF-LINHA.
           MOVE wrk-dst-cidade to DOC-NF-LINHA(1:20).
           MOVE wrk-dst-uf to DOC-NF-LINHA(22:2).
           MOVE wrk-dst-cep to DOC-NF-LINHA(26:8).
           PERFORM 0329-gravar-linha-nota.
       0339-fim.
           EXIT.

       0328-imprimir-nota SECTION.
           OPEN OUTPUT DOC-NOTA.
                   MOVE cliente-cpf to DOC-NF-LINHA(42:14)
                   PERFORM 0329-gravar-linha-nota
                   MOVE SPACES to DOC-NF-LINHA
                   MOVE "endereco de faturamento:"
                       to DOC-NF-LINHA(1:24)
                   PERFORM 0329-gravar-linha-nota
                   MOVE SPACES to DOC-NF-LINHA
                   MOVE cliente-logradouro to DOC-NF-LINHA(1:30)
                   MOVE cliente-end-numero to DOC-NF-LINHA(32:6)
                   MOVE cliente-bairro to DOC-NF-LINHA(39:20)
                   MOVE cliente-uf to DOC-NF-LINHA(22:2)
                   MOVE cliente-cep to DOC-NF-LINHA(26:8)
                   PERFORM 0329-gravar-linha-nota
                   PERFORM 0339-nota-entrega
           END-READ.

           MOVE PED-NUMERO to ITM-NUMERO.
               READ ITENS NEXT
               PERFORM UNTIL fs-itens NOT EQUAL 00
                       OR ITM-NUMERO NOT EQUAL PED-NUMERO
      *o kit sai com o preco e, recuados abaixo dele, os
      *componentes com a quantidade e sem valor
                   MOVE SPACES to DOC-NF-LINHA
                   MOVE ITM-PRODUTO to PRO-CODIGO
                   MOVE SPACES to PRO-DESCRICAO
                   READ PRODUTOS
                       INVALID KEY
                           CONTINUE
                   END-READ
                   IF ITEM-COMPONENTE
                       MOVE ITM-PRODUTO to DOC-NF-LINHA(5:5)
                       MOVE PRO-DESCRICAO to DOC-NF-LINHA(12:28)
                       MOVE ITM-QUANTIDADE to DOC-NF-LINHA(42:5)
                   ELSE
                       MOVE ITM-PRODUTO to DOC-NF-LINHA(3:5)
                       MOVE PRO-DESCRICAO to DOC-NF-LINHA(10:30)
                       MOVE ITM-QUANTIDADE to DOC-NF-LINHA(42:5)
                       MOVE ITM-VALOR-TOTAL to wrk-valor-gr-ed
                       MOVE wrk-valor-gr-ed to DOC-NF-LINHA(49:13)
                   END-IF
                   PERFORM 0329-gravar-linha-nota
                   READ ITENS NEXT
               END-PERFORM
           MOVE wrk-valor-gr-ed to DOC-NF-LINHA(37:13).
           WRITE DOC-NOTA-REG.

      *condicao de pagamento: os titulos acabaram de ser gerados
      *pelo 0280, vencimentos e valores saem deles; pedido no prazo
      *padrao tem titulo unico e sai na linha de dias uteis
           MOVE PED-NUMERO to CR-PEDIDO.
           START RECEBER KEY IS EQUAL TO CR-PEDIDO
               INVALID KEY
                   CONTINUE
           END-START.
           IF fs-receber EQUAL 00
               READ RECEBER NEXT
               PERFORM UNTIL fs-receber NOT EQUAL 00
                       OR CR-PEDIDO NOT EQUAL PED-NUMERO
                   MOVE SPACES to DOC-NF-LINHA
                   IF PED-CONDICAO EQUAL ZERO
                       MOVE "pagamento em" to DOC-NF-LINHA(1:12)
                       MOVE wrk-prazo-uteis to DOC-NF-LINHA(14:3)
                       MOVE "dias uteis - vencimento"
                           to DOC-NF-LINHA(18:23)
                       MOVE CR-VENCIMENTO to DOC-NF-LINHA(42:8)
                   ELSE
                       PERFORM 0292-editar-parcela
                       MOVE "parcela" to DOC-NF-LINHA(1:7)
                       MOVE wrk-parc-ed to DOC-NF-LINHA(9:5)
                       MOVE "titulo" to DOC-NF-LINHA(15:6)
                       MOVE CR-NUMERO to DOC-NF-LINHA(22:7)
                       MOVE "vencimento" to DOC-NF-LINHA(30:10)
                       MOVE CR-VENCIMENTO to DOC-NF-LINHA(41:8)
                       MOVE CR-VALOR to wrk-valor-gr-ed
                       MOVE wrk-valor-gr-ed to DOC-NF-LINHA(50:13)
                   END-IF
                   WRITE DOC-NOTA-REG
                   READ RECEBER NEXT
               END-PERFORM
           END-IF.
           CLOSE DOC-NOTA.
           DISPLAY "documento gravado em nota-venda.txt".


       0345-gerar-remessa SECTION.
      *remessa de cobranca: header "0", um detalhe "1" por titulo
      *(parcela) aberto ou parcial, com o saldo devedor, o pedido e
      *a parcela, e trailer "9" com contagem e total, no desenho de
      *colunas combinado com o banco
           OPEN OUTPUT REMESSA.
           MOVE SPACES to REM-LINHA.
           MOVE "0REMESSA COBRANCA" to REM-LINHA(1:17).
                       MOVE CR-NUMERO to wrk-rem-numero
                       MOVE CR-CLIENTE to wrk-rem-cliente
                       MOVE CR-VENCIMENTO to wrk-rem-vencimento
                       MOVE CR-PEDIDO to wrk-rem-pedido
                       MOVE CR-PARCELA to wrk-rem-parcela
                       MOVE CR-PARCELAS to wrk-rem-parcelas
                       COMPUTE wrk-rem-valor = CR-VALOR - CR-PAGO
                       ADD wrk-rem-valor to wrk-rem-total
                       MOVE CR-CLIENTE to cliente-id
                           MOVE "titulo cancelado"
                               to wrk-ret-motivo
                           PERFORM 0347-excecao-retorno
                       WHEN TITULO-INCOBRAVEL
                           MOVE "titulo baixado como perda"
                               to wrk-ret-motivo
                           PERFORM 0347-excecao-retorno
                       WHEN TITULO-RENEGOCIADO
                           MOVE "titulo renegociado em acordo"
                               to wrk-ret-motivo
                           PERFORM 0347-excecao-retorno
                       WHEN wrk-ret-valor NOT EQUAL wrk-saldo
                           MOVE "valor divergente do saldo"
                               to wrk-ret-motivo
           END-IF.
           OPEN OUTPUT CARTAS.
           MOVE ZERO to wrk-cob-cartas wrk-cob-bloqueados.
           MOVE ZERO to wrk-cob-sem-consent.
           MOVE "N" to wrk-tem-consent.
           OPEN INPUT CONSENTIMENTOS.
           IF fs-consentimentos EQUAL 00
               MOVE "S" to wrk-tem-consent
           END-IF.
           ACCEPT wrk-hoje FROM DATE YYYYMMDD.

           MOVE ZERO to CR-CLIENTE.
           IF fs-receber EQUAL 00
               READ RECEBER NEXT
               PERFORM UNTIL fs-receber NOT EQUAL 00
                   IF (TITULO-ABERTO OR TITULO-PARCIAL)
                           AND CR-VENCIMENTO < wrk-hoje
                           AND CR-CLIENTE < wrk-faixa-escolar
                       PERFORM 0351-classificar-atraso
                       IF wrk-cob-faixa > ZERO
                           PERFORM 0349-carta-ja-enviada
                       END-IF
                       IF wrk-cob-faixa EQUAL 1
                               AND wrk-cob-ja-env NOT EQUAL "S"
                           PERFORM 0359-consentimento-correio
                           IF wrk-cob-consent NOT EQUAL "S"
                               ADD 1 to wrk-cob-sem-consent
                               MOVE ZERO to wrk-cob-faixa
                           END-IF
                       END-IF
                       IF wrk-cob-faixa > ZERO
                               AND wrk-cob-ja-env NOT EQUAL "S"
                           PERFORM 0352-gerar-carta

           CLOSE ATENDIMENTOS.
           CLOSE CARTAS.
           IF wrk-tem-consent EQUAL "S"
               CLOSE CONSENTIMENTOS
           END-IF.
           DISPLAY "cartas geradas: " wrk-cob-cartas
                   "  clientes bloqueados: " wrk-cob-bloqueados.
           DISPLAY "lembretes retidos sem consentimento de correio: "
                   wrk-cob-sem-consent.

       0359-consentimento-correio SECTION.
      *"S" em wrk-cob-consent quando o cliente do titulo tem
      *consentimento em vigor (sem retirada) no canal correio; os
      *avisos formais das faixas 2 e 3 saem de qualquer forma
           MOVE "N" to wrk-cob-consent.
           IF wrk-tem-consent EQUAL "S"
               MOVE CR-CLIENTE to cons-cliente
               MOVE "C" to cons-canal
               MOVE LOW-VALUES to cons-data-hora
               START CONSENTIMENTOS KEY IS NOT LESS THAN cons-chave
               IF fs-consentimentos EQUAL 00
                   READ CONSENTIMENTOS NEXT
                   PERFORM UNTIL fs-consentimentos NOT EQUAL 00
                           OR cons-cliente NOT EQUAL CR-CLIENTE
                           OR cons-canal NOT EQUAL "C"
                       IF cons-retirada EQUAL SPACES
                           MOVE "S" to wrk-cob-consent
                           EXIT PERFORM
                       END-IF
                       READ CONSENTIMENTOS NEXT
                   END-PERFORM
               END-IF
           END-IF.

       0349-carta-ja-enviada SECTION.
      *procura na pasta de atendimentos do cliente uma carta desta
           MOVE "saldo" to CARTA-LINHA(38:5).
           MOVE wrk-saldo-ed to CARTA-LINHA(44:11).
           WRITE CARTAS-REG.
           MOVE SPACES to CARTA-LINHA.
           PERFORM 0292-editar-parcela.
           MOVE "parcela" to CARTA-LINHA(1:7).
           MOVE wrk-parc-ed to CARTA-LINHA(9:5).
           MOVE "do pedido" to CARTA-LINHA(15:9).
           MOVE CR-PEDIDO to CARTA-LINHA(25:7).
           WRITE CARTAS-REG.

       0355-gravar-linha-carta SECTION.
           WRITE CARTAS-REG.
                   DELIMITED BY SIZE INTO ATD-ASSUNTO
           END-STRING.
           MOVE SPACES to ATD-NOTA.
           PERFORM 0292-editar-parcela.
           STRING "titulo " CR-NUMERO " com "
                   wrk-ds-dias " dias de atraso parcela "
                   wrk-parc-ed
                   DELIMITED BY SIZE INTO ATD-NOTA
           END-STRING.
           MOVE wrk-operador to ATD-OPERADOR.
           IF wrk-cx-data EQUAL ZERO
               ACCEPT wrk-cx-data FROM DATE YYYYMMDD
           END-IF.
      *operador de filial fecha so a gaveta da propria filial; a
      *matriz fecha qualquer uma ou o dia inteiro
           IF wrk-filial-oper > ZERO
               MOVE wrk-filial-oper to wrk-cx-filial
           ELSE
               DISPLAY "filial do fechamento (0 = todas)"
                   ACCEPT wrk-cx-filial
           END-IF.
           OPEN INPUT CAIXA.
           IF fs-caixa NOT EQUAL 00
               DISPLAY "diario do caixa vazio ou ausente"
           MOVE SPACES to REL-CX-LINHA.
           MOVE "conferencia do caixa de" to REL-CX-LINHA(1:23).
           MOVE wrk-cx-data to REL-CX-LINHA(25:8).
           IF wrk-cx-filial > ZERO
               MOVE "filial" to REL-CX-LINHA(35:6)
               MOVE wrk-cx-filial to REL-CX-LINHA(42:2)
           END-IF.
           WRITE REL-CAIXA-REG.

           MOVE ZERO to wrk-cx-qtd wrk-cx-total wrk-cx-banco
           READ CAIXA.
           PERFORM UNTIL fs-caixa NOT EQUAL 00
               IF CX-DATA-HORA(1:8) EQUAL wrk-cx-data(1:8)
                       AND (wrk-cx-filial EQUAL ZERO
                       OR CX-FILIAL EQUAL wrk-cx-filial)
                   ADD 1 to wrk-cx-qtd
      *credito do retorno bancario nao passa pela gaveta: fica fora
      *do total conferido contra o dinheiro declarado
           ACCEPT wrk-hoje FROM DATE YYYYMMDD.

      *entradas: saldo dos titulos abertos/parciais por semana de
      *vencimento, cada parcela na sua (vencido entra na primeira
      *semana)
           MOVE ZERO to CR-NUMERO.
           START RECEBER KEY IS NOT LESS THAN CR-NUMERO.
           IF fs-receber EQUAL 00
               END-IF
               READ PEDIDOS NEXT
           END-PERFORM.
           PERFORM 0433-extrato-arquivados.
           IF wrk-ext-pedidos EQUAL ZERO
               MOVE SPACES to EXT-LINHA
               MOVE "(nenhum pedido no periodo)"
               WRITE EXTRATO-REG
           END-IF.

           PERFORM 0445-mensalidades-extrato.
           PERFORM 0443-pontos-extrato.

           MOVE SPACES to EXT-LINHA.
           MOVE "saldo em aberto dos titulos do periodo:"
               to EXT-LINHA(1:39).

       0366-linha-pedido-extrato SECTION.
      *linha do pedido com o titulo correspondente e o saldo
      *devedor acumulado do extrato; pedido parcelado sai com uma
      *linha por parcela logo abaixo, cada uma com vencimento,
      *situacao e saldo
           MOVE SPACES to EXT-LINHA.
           MOVE PED-NUMERO to EXT-LINHA(1:7).
           MOVE PED-DATA to EXT-LINHA(10:8).
           MOVE wrk-saldo to wrk-saldo-ed.
           MOVE wrk-saldo-ed to EXT-LINHA(20:11).
           MOVE PED-SITUACAO to EXT-LINHA(34:1).
           IF wrk-pa-arquivado EQUAL "S"
               MOVE "*" to EXT-LINHA(36:1)
           END-IF.
           MOVE PED-NUMERO to CR-PEDIDO.
           START RECEBER KEY IS EQUAL TO CR-PEDIDO
               INVALID KEY
                   CONTINUE
           END-START.
           IF fs-receber EQUAL 00
               READ RECEBER NEXT
           END-IF.
           IF fs-receber NOT EQUAL 00
                   OR CR-PEDIDO NOT EQUAL PED-NUMERO
               MOVE "sem titulo" to EXT-LINHA(38:10)
               MOVE wrk-ext-saldo to wrk-ext-saldo-ed
               MOVE wrk-ext-saldo-ed to EXT-LINHA(54:13)
               WRITE EXTRATO-REG
               GO to 0366-fim
           END-IF.
           IF CR-PARCELAS > 1
               MOVE CR-PARCELAS to EXT-LINHA(38:2)
               MOVE "parcelas" to EXT-LINHA(41:8)
               WRITE EXTRATO-REG
           END-IF.
           PERFORM UNTIL fs-receber NOT EQUAL 00
                   OR CR-PEDIDO NOT EQUAL PED-NUMERO
               IF CR-PARCELAS > 1
                   MOVE SPACES to EXT-LINHA
                   PERFORM 0292-editar-parcela
                   MOVE "parcela" to EXT-LINHA(3:7)
                   MOVE wrk-parc-ed to EXT-LINHA(11:5)
                   MOVE CR-VENCIMENTO to EXT-LINHA(20:8)
               END-IF
               MOVE CR-SITUACAO to EXT-LINHA(38:1)
               IF NOT TITULO-CANCELADO
                   COMPUTE wrk-saldo = CR-VALOR - CR-PAGO
                   ADD wrk-saldo to wrk-ext-saldo
                   MOVE wrk-saldo to wrk-saldo-ed
                   MOVE wrk-saldo-ed to EXT-LINHA(41:11)
               END-IF
               MOVE wrk-ext-saldo to wrk-ext-saldo-ed
               MOVE wrk-ext-saldo-ed to EXT-LINHA(54:13)
               WRITE EXTRATO-REG
               READ RECEBER NEXT
           END-PERFORM.
       0366-fim.
           EXIT.

       0370-provisao-devedores SECTION.
      *provisao mensal para devedores duvidosos: os titulos vencidos
      *em aberto na data-base (ultimo dia da competencia, ou hoje na
      *competencia corrente) caem na faixa de idade do atraso e a
      *faixa da o percentual provisionado sobre o saldo; o relatorio
      *mostra a provisao proposta contra o saldo ja contabilizado e
      *so a diferenca vai para a interface contabil
           DISPLAY "competencia (AAAAMM)"
               ACCEPT wrk-competencia.
           MOVE wrk-competencia to wrk-comp-x.
           ACCEPT wrk-hoje FROM DATE YYYYMMDD.
           IF wrk-competencia > wrk-hoje(1:6)
               DISPLAY "competencia futura - nada a provisionar"
               GO to 0370-fim
           END-IF.
           MOVE wrk-competencia to wrk-ds-data1(1:6).
           MOVE "01" to wrk-ds-data1(7:2).
           MOVE "V" to wrk-ds-funcao.
           CALL "datesrv" USING wrk-ds-funcao wrk-ds-data1
                   wrk-ds-data2 wrk-ds-dias wrk-ds-status.
           IF wrk-ds-status NOT EQUAL "00"
               DISPLAY "competencia invalida"
               GO to 0370-fim
           END-IF.
           IF wrk-comp-x EQUAL wrk-hoje(1:6)
               MOVE wrk-hoje to wrk-pdd-data-base
           ELSE
      *ultimo dia do mes: a partir do dia 28, um dia por vez ate
      *virar a competencia
               MOVE wrk-competencia to wrk-ds-data2(1:6)
               MOVE "28" to wrk-ds-data2(7:2)
               MOVE "00" to wrk-ds-status
               PERFORM UNTIL wrk-ds-data2(1:6) NOT EQUAL wrk-comp-x
                       OR wrk-ds-status NOT EQUAL "00"
                   MOVE wrk-ds-data2 to wrk-pdd-data-base
                   MOVE wrk-pdd-data-base to wrk-ds-data1
                   MOVE "A" to wrk-ds-funcao
                   MOVE 1 to wrk-ds-dias
                   CALL "datesrv" USING wrk-ds-funcao wrk-ds-data1
                           wrk-ds-data2 wrk-ds-dias wrk-ds-status
               END-PERFORM
           END-IF.

           PERFORM 0378-ler-provisao.
           MOVE ZERO to wrk-pdd-qtd wrk-pdd-proposta.
           PERFORM VARYING wrk-pdd-fx FROM 1 BY 1 UNTIL wrk-pdd-fx > 5
               MOVE ZERO to wrk-pdd-tot-qtd(wrk-pdd-fx)
                            wrk-pdd-tot-saldo(wrk-pdd-fx)
                            wrk-pdd-tot-prov(wrk-pdd-fx)
           END-PERFORM.
           OPEN OUTPUT REL-PROVISAO.
           MOVE SPACES to REL-PD-LINHA.
           MOVE "provisao p/ devedores duvidosos - competencia"
               to REL-PD-LINHA(1:45).
           MOVE wrk-comp-x to REL-PD-LINHA(47:6).
           MOVE "data-base" to REL-PD-LINHA(55:9).
           MOVE wrk-pdd-data-base to REL-PD-LINHA(65:8).
           WRITE REL-PROVISAO-REG.
           MOVE SPACES to REL-PD-LINHA.
           MOVE "cliente   titulo  vencto    dias      saldo"
               to REL-PD-LINHA(1:44).
           MOVE "faixa          %   provisao" to REL-PD-LINHA(51:27).
           WRITE REL-PROVISAO-REG.

      *titulos escolares ficam fora: nao entram em duplicatas a
      *receber da interface de vendas, nem os da faixa reservada
      *nem os de mensalidade ja faturados contra o responsavel
           MOVE ZERO to CR-CLIENTE.
           START RECEBER KEY IS NOT LESS THAN CR-CLIENTE.
           IF fs-receber EQUAL 00
               READ RECEBER NEXT
               PERFORM UNTIL fs-receber NOT EQUAL 00
                   IF (TITULO-ABERTO OR TITULO-PARCIAL)
                           AND CR-VENCIMENTO < wrk-pdd-data-base
                           AND CR-CLIENTE < wrk-faixa-escolar
                           AND CR-MATRICULA EQUAL ZERO
                       PERFORM 0371-classificar-provisao
                   END-IF
                   READ RECEBER NEXT
               END-PERFORM
           END-IF.

           MOVE SPACES to REL-PD-LINHA.
           WRITE REL-PROVISAO-REG.
           PERFORM VARYING wrk-pdd-fx FROM 1 BY 1 UNTIL wrk-pdd-fx > 5
               MOVE SPACES to REL-PD-LINHA
               MOVE wrk-pdd-rotulo(wrk-pdd-fx) to REL-PD-LINHA(1:13)
               MOVE wrk-pdd-tot-qtd(wrk-pdd-fx) to REL-PD-LINHA(16:5)
               MOVE "saldo" to REL-PD-LINHA(23:5)
               MOVE wrk-pdd-tot-saldo(wrk-pdd-fx) to wrk-valor-gr-ed
               MOVE wrk-valor-gr-ed to REL-PD-LINHA(29:13)
               MOVE "provisao" to REL-PD-LINHA(44:8)
               MOVE wrk-pdd-tot-prov(wrk-pdd-fx) to wrk-valor-gr-ed
               MOVE wrk-valor-gr-ed to REL-PD-LINHA(53:13)
               WRITE REL-PROVISAO-REG
           END-PERFORM.
           COMPUTE wrk-pdd-ajuste = wrk-pdd-proposta - wrk-pdd-saldo.
           MOVE SPACES to REL-PD-LINHA.
           MOVE "provisao proposta........:" to REL-PD-LINHA(1:26).
           MOVE wrk-pdd-proposta to wrk-valor-gr-ed.
           MOVE wrk-valor-gr-ed to REL-PD-LINHA(28:13).
           WRITE REL-PROVISAO-REG.
           MOVE SPACES to REL-PD-LINHA.
           MOVE "saldo ja provisionado....:" to REL-PD-LINHA(1:26).
           MOVE wrk-pdd-saldo to wrk-valor-gr-ed.
           MOVE wrk-valor-gr-ed to REL-PD-LINHA(28:13).
           WRITE REL-PROVISAO-REG.
           MOVE SPACES to REL-PD-LINHA.
           MOVE "ajuste a contabilizar....:" to REL-PD-LINHA(1:26).
           MOVE wrk-pdd-ajuste to wrk-fx-ed.
           MOVE wrk-fx-ed to REL-PD-LINHA(28:13).
           WRITE REL-PROVISAO-REG.
           CLOSE REL-PROVISAO.
           DISPLAY "titulos vencidos: " wrk-pdd-qtd.
           MOVE wrk-pdd-proposta to wrk-valor-gr-ed.
           DISPLAY "provisao proposta: " wrk-valor-gr-ed.
           DISPLAY "ajuste...........: " wrk-fx-ed.

           IF wrk-pdd-ajuste EQUAL ZERO
               GO to 0370-fim
           END-IF.
           MOVE wrk-competencia to wrk-per-comp.
           PERFORM 0098-verificar-competencia.
           IF wrk-per-fechada EQUAL "S"
               DISPLAY "competencia fechada - ajuste nao"
                       " contabilizado"
               GO to 0370-fim
           END-IF.
           DISPLAY "contabilizar o ajuste da provisao? (s/n)"
               ACCEPT wrk-confirma-est.
           IF wrk-confirma-est EQUAL "S"
                   OR wrk-confirma-est EQUAL "s"
               PERFORM 0373-contabilizar-provisao
               MOVE wrk-competencia to wrk-pdd-comp
               MOVE wrk-pdd-proposta to wrk-pdd-saldo
               PERFORM 0379-gravar-provisao
               DISPLAY "ajuste da provisao contabilizado"
           END-IF.
       0370-fim.
           EXIT.

       0371-classificar-provisao SECTION.
      *dias de atraso ate a data-base pelo modulo de servicos de
      *data; a primeira faixa cujo limite comporta o atraso
           MOVE "D" to wrk-ds-funcao.
           MOVE CR-VENCIMENTO to wrk-ds-data1.
           MOVE wrk-pdd-data-base to wrk-ds-data2.
           CALL "datesrv" USING wrk-ds-funcao wrk-ds-data1
                   wrk-ds-data2 wrk-ds-dias wrk-ds-status.
           IF wrk-ds-status NOT EQUAL "00"
               GO to 0371-fim
           END-IF.
           IF wrk-ds-dias > 99999
               MOVE 99999 to wrk-pdd-dias
           ELSE
               MOVE wrk-ds-dias to wrk-pdd-dias
           END-IF.
           PERFORM VARYING wrk-pdd-fx FROM 1 BY 1
                   UNTIL wrk-pdd-fx EQUAL 5
                   OR wrk-pdd-dias NOT > wrk-pdd-limite(wrk-pdd-fx)
               CONTINUE
           END-PERFORM.
           ADD 1 to wrk-pdd-qtd.
           COMPUTE wrk-saldo = CR-VALOR - CR-PAGO.
           COMPUTE wrk-pdd-valor ROUNDED =
                   wrk-saldo * wrk-pdd-perc(wrk-pdd-fx) / 100.
           ADD 1 to wrk-pdd-tot-qtd(wrk-pdd-fx).
           ADD wrk-saldo to wrk-pdd-tot-saldo(wrk-pdd-fx).
           ADD wrk-pdd-valor to wrk-pdd-tot-prov(wrk-pdd-fx).
           ADD wrk-pdd-valor to wrk-pdd-proposta.

           MOVE SPACES to REL-PD-LINHA.
           MOVE CR-CLIENTE to REL-PD-LINHA(1:9).
           MOVE CR-NUMERO to REL-PD-LINHA(11:7).
           MOVE CR-VENCIMENTO to REL-PD-LINHA(19:8).
           MOVE wrk-pdd-dias to REL-PD-LINHA(29:5).
           MOVE wrk-saldo to wrk-saldo-ed.
           MOVE wrk-saldo-ed to REL-PD-LINHA(35:11).
           MOVE wrk-pdd-rotulo(wrk-pdd-fx) to REL-PD-LINHA(51:13).
           MOVE wrk-pdd-perc(wrk-pdd-fx) to REL-PD-LINHA(65:3).
           MOVE wrk-pdd-valor to wrk-saldo-ed.
           MOVE wrk-saldo-ed to REL-PD-LINHA(69:11).
           WRITE REL-PROVISAO-REG.
       0371-fim.
           EXIT.

       0373-contabilizar-provisao SECTION.
      *provisao subindo: despesa contra a conta redutora; provisao
      *caindo: reversao, a redutora devolve para a despesa
           OPEN EXTEND LANCAMENTOS.
           IF fs-lancamentos EQUAL 35
               OPEN OUTPUT LANCAMENTOS
           END-IF.
           MOVE SPACES to REG-LANCAMENTO.
           MOVE "V" to LAN-ORIGEM.
           MOVE ZERO to LAN-DOCUMENTO LAN-ESTORNO-DE.
           MOVE wrk-competencia to LAN-COMPETENCIA.
           IF wrk-pdd-ajuste > ZERO
               MOVE wrk-pdd-ajuste to LAN-VALOR
               MOVE "DESPPDD" to LAN-CONTA
               MOVE "D" to LAN-DC
               MOVE "constituicao provisao pdd" to LAN-HISTORICO
               WRITE REG-LANCAMENTO
               MOVE "PROVPDD" to LAN-CONTA
               MOVE "C" to LAN-DC
               WRITE REG-LANCAMENTO
           ELSE
               COMPUTE LAN-VALOR = ZERO - wrk-pdd-ajuste
               MOVE "PROVPDD" to LAN-CONTA
               MOVE "D" to LAN-DC
               MOVE "reversao provisao pdd" to LAN-HISTORICO
               WRITE REG-LANCAMENTO
               MOVE "DESPPDD" to LAN-CONTA
               MOVE "C" to LAN-DC
               WRITE REG-LANCAMENTO
           END-IF.
           CLOSE LANCAMENTOS.

       0375-baixar-incobravel SECTION.
      *baixa como perda do titulo que ja passou por todas as faixas
      *da regua (carta da ultima faixa registrada na pasta do
      *cliente), com liberacao de supervisor; o saldo sai de
      *duplicatas a receber contra a provisao ja constituida e o
      *que faltar de provisao vai direto para a despesa
           ACCEPT wrk-hoje FROM DATE YYYYMMDD.
           MOVE wrk-hoje(1:6) to wrk-per-comp.
           PERFORM 0098-verificar-competencia.
           IF wrk-per-fechada EQUAL "S"
               DISPLAY "competencia " wrk-per-comp " fechada pela"
                       " contabilidade - baixa recusada"
               GO to 0375-fim
           END-IF.
           DISPLAY "numero do titulo incobravel"
               ACCEPT CR-NUMERO.
           READ RECEBER
               INVALID KEY
                   DISPLAY "titulo nao encontrado"
                   GO to 0375-fim
           END-READ.
           IF NOT TITULO-ABERTO AND NOT TITULO-PARCIAL
               DISPLAY "titulo sem saldo em aberto, situacao "
                       CR-SITUACAO
               GO to 0375-fim
           END-IF.
           PERFORM 0351-classificar-atraso.
           IF wrk-cob-faixa < 3
               DISPLAY "titulo com menos de 60 dias de atraso -"
                       " ainda na regua de cobranca"
               GO to 0375-fim
           END-IF.
           MOVE "N" to wrk-cob-ja-env.
           OPEN INPUT ATENDIMENTOS.
           IF fs-atendimentos EQUAL 00
               PERFORM 0349-carta-ja-enviada
               CLOSE ATENDIMENTOS
           END-IF.
           IF wrk-cob-ja-env NOT EQUAL "S"
               DISPLAY "a carta da ultima faixa da regua ainda nao"
                       " saiu para este titulo"
               GO to 0375-fim
           END-IF.
           COMPUTE wrk-pdd-perda = CR-VALOR - CR-PAGO.
           PERFORM 0292-editar-parcela.
           DISPLAY "cliente....: " CR-CLIENTE.
           DISPLAY "parcela....: " wrk-parc-ed " do pedido "
                   CR-PEDIDO.
           DISPLAY "vencimento.: " CR-VENCIMENTO
                   "  atraso: " wrk-ds-dias " dias".
           MOVE wrk-pdd-perda to wrk-valor-gr-ed.
           DISPLAY "saldo a baixar como perda: " wrk-valor-gr-ed.
           DISPLAY "a baixa exige a liberacao do supervisor".
           PERFORM 0259-conferir-supervisor.
           IF wrk-sup-ok NOT EQUAL "S"
               DISPLAY "baixa nao autorizada"
               GO to 0375-fim
           END-IF.

           PERFORM 0378-ler-provisao.
           IF wrk-pdd-perda > wrk-pdd-saldo
               MOVE wrk-pdd-saldo to wrk-pdd-usado
           ELSE
               MOVE wrk-pdd-perda to wrk-pdd-usado
           END-IF.
           SET TITULO-INCOBRAVEL to TRUE.
           MOVE wrk-hoje to CR-PERDA-DATA.
           MOVE wrk-pdd-perda to CR-PERDA-VALOR.
           MOVE wrk-sup-login to CR-PERDA-SUPERVISOR.
           MOVE ZERO to CR-RECUPERADO.
           REWRITE REG-RECEBER.
           PERFORM 0376-contabilizar-perda.
           SUBTRACT wrk-pdd-usado from wrk-pdd-saldo.
           PERFORM 0379-gravar-provisao.
           DISPLAY "titulo " CR-NUMERO " baixado como perda,"
                   " autorizado por " wrk-sup-login.
       0375-fim.
           EXIT.

       0376-contabilizar-perda SECTION.
      *credito em duplicatas a receber pelo saldo baixado; debito na
      *provisao ate o saldo dela e o restante na despesa
           OPEN EXTEND LANCAMENTOS.
           IF fs-lancamentos EQUAL 35
               OPEN OUTPUT LANCAMENTOS
           END-IF.
           MOVE SPACES to REG-LANCAMENTO.
           MOVE "V" to LAN-ORIGEM.
           MOVE ZERO to LAN-DOCUMENTO LAN-ESTORNO-DE.
           MOVE wrk-hoje(1:6) to LAN-COMPETENCIA.
           MOVE SPACES to LAN-HISTORICO.
           STRING "baixa perda titulo " CR-NUMERO
                   DELIMITED BY SIZE INTO LAN-HISTORICO
           END-STRING.
           IF wrk-pdd-usado > ZERO
               MOVE "PROVPDD" to LAN-CONTA
               MOVE "D" to LAN-DC
               MOVE wrk-pdd-usado to LAN-VALOR
               WRITE REG-LANCAMENTO
           END-IF.
           IF wrk-pdd-perda > wrk-pdd-usado
               MOVE "DESPPDD" to LAN-CONTA
               MOVE "D" to LAN-DC
               COMPUTE LAN-VALOR = wrk-pdd-perda - wrk-pdd-usado
               WRITE REG-LANCAMENTO
           END-IF.
           MOVE "DUPREC" to LAN-CONTA.
           MOVE "C" to LAN-DC.
           MOVE wrk-pdd-perda to LAN-VALOR.
           WRITE REG-LANCAMENTO.
           CLOSE LANCAMENTOS.

       0377-recuperar-titulo SECTION.
      *titulo ja baixado como perda: o que o cliente pagar depois
      *entra como recuperacao de credito (caixa contra receita de
      *recuperacao), sem mexer em CR-PAGO nem em duplicatas a
      *receber, que ja sairam na baixa
           COMPUTE wrk-pdd-perda = CR-PERDA-VALOR - CR-RECUPERADO.
           DISPLAY "titulo baixado como perda em " CR-PERDA-DATA
                   " por " CR-PERDA-SUPERVISOR.
           MOVE CR-PERDA-VALOR to wrk-valor-gr-ed.
           DISPLAY "valor baixado......: " wrk-valor-gr-ed.
           MOVE CR-RECUPERADO to wrk-valor-gr-ed.
           DISPLAY "ja recuperado......: " wrk-valor-gr-ed.
           IF wrk-pdd-perda EQUAL ZERO
               DISPLAY "perda ja recuperada por inteiro"
               GO to 0377-fim
           END-IF.
           DISPLAY "valor recebido (recuperacao de credito)"
               ACCEPT wrk-valor-pago.
           IF wrk-valor-pago EQUAL ZERO
               GO to 0377-fim
           END-IF.
           IF wrk-valor-pago > wrk-pdd-perda
               MOVE wrk-pdd-perda to wrk-valor-gr-ed
               DISPLAY "valor acima do saldo baixado: "
                       wrk-valor-gr-ed
               GO to 0377-fim
           END-IF.
           ADD wrk-valor-pago to CR-RECUPERADO.
           REWRITE REG-RECEBER.
           MOVE ZERO to wrk-juros-recebido wrk-multa-recebida.
           PERFORM 0289-gravar-caixa.

           OPEN EXTEND LANCAMENTOS.
           IF fs-lancamentos EQUAL 35
               OPEN OUTPUT LANCAMENTOS
           END-IF.
           MOVE SPACES to REG-LANCAMENTO.
           MOVE "V" to LAN-ORIGEM.
           MOVE ZERO to LAN-DOCUMENTO LAN-ESTORNO-DE.
           MOVE wrk-hoje(1:6) to LAN-COMPETENCIA.
           MOVE wrk-valor-pago to LAN-VALOR.
           MOVE SPACES to LAN-HISTORICO.
           STRING "recuperacao titulo " CR-NUMERO
                   DELIMITED BY SIZE INTO LAN-HISTORICO
           END-STRING.
           MOVE "CAIXA" to LAN-CONTA.
           MOVE "D" to LAN-DC.
           WRITE REG-LANCAMENTO.
           MOVE "RECRECUP" to LAN-CONTA.
           MOVE "C" to LAN-DC.
           WRITE REG-LANCAMENTO.
           CLOSE LANCAMENTOS.
           DISPLAY "recuperacao de credito registrada".
       0377-fim.
           EXIT.

       0378-ler-provisao SECTION.
      *saldo da provisao contabilizada; sem arquivo, provisao zero
           MOVE ZERO to wrk-pdd-comp wrk-pdd-saldo.
           OPEN INPUT PROVISAO.
           IF fs-provisao EQUAL 00
               READ PROVISAO
               IF fs-provisao EQUAL 00
                   MOVE PDD-COMPETENCIA to wrk-pdd-comp
                   MOVE PDD-SALDO to wrk-pdd-saldo
               END-IF
               CLOSE PROVISAO
           END-IF.

       0379-gravar-provisao SECTION.
           OPEN OUTPUT PROVISAO.
           MOVE wrk-pdd-comp to PDD-COMPETENCIA.
           MOVE wrk-pdd-saldo to PDD-SALDO.
           WRITE REG-PROVISAO.
           CLOSE PROVISAO.

       0380-acordo-renegociacao SECTION.
      *acordo com cliente inadimplente: os titulos vencidos que ele
      *escolher entram com o saldo atualizado (multa e juros do
      *dia, como na baixa), menos o desconto combinado, e viram
      *parcelas novas ligadas ao numero do acordo; os originais
      *ficam "R" apontando para o acordo; desconto que passe dos
      *encargos e perdao de principal e exige supervisor
           ACCEPT wrk-hoje FROM DATE YYYYMMDD.
           MOVE wrk-hoje(1:6) to wrk-per-comp.
           PERFORM 0098-verificar-competencia.
           IF wrk-per-fechada EQUAL "S"
               DISPLAY "competencia " wrk-per-comp " fechada pela"
                       " contabilidade - acordo recusado"
               GO to 0380-fim
           END-IF.
           DISPLAY "codigo do cliente"
               ACCEPT wrk-aco-cliente.
           IF wrk-aco-cliente NOT < wrk-faixa-escolar
               DISPLAY "titulo escolar - cobrado pelo canal da"
                       " escola"
               GO to 0380-fim
           END-IF.
           MOVE wrk-aco-cliente to cliente-id.
           READ CLIENTES
               INVALID KEY
                   DISPLAY "cliente nao cadastrado"
                   GO to 0380-fim
               NOT INVALID KEY
                   DISPLAY "cliente: " cliente-nome
           END-READ.

           MOVE ZERO to wrk-aco-qtd wrk-aco-saldo wrk-aco-multa
                        wrk-aco-juros.
           MOVE wrk-aco-cliente to CR-CLIENTE.
           START RECEBER KEY IS NOT LESS THAN CR-CLIENTE.
           IF fs-receber EQUAL 00
               READ RECEBER NEXT
               PERFORM UNTIL fs-receber NOT EQUAL 00
                       OR CR-CLIENTE NOT EQUAL wrk-aco-cliente
      *mensalidade do responsavel nao entra: o acordo contabiliza
      *em duplicatas a receber e a escola cobra pelo proprio canal
                   IF (TITULO-ABERTO OR TITULO-PARCIAL)
                           AND CR-VENCIMENTO < wrk-hoje
                           AND CR-MATRICULA EQUAL ZERO
                       PERFORM 0381-escolher-titulo
                   END-IF
                   READ RECEBER NEXT
               END-PERFORM
           END-IF.
           IF wrk-aco-qtd EQUAL ZERO
               DISPLAY "nenhum titulo vencido escolhido"
               GO to 0380-fim
           END-IF.

           COMPUTE wrk-aco-total = wrk-aco-saldo + wrk-aco-multa
                   + wrk-aco-juros.
           DISPLAY "titulos no acordo: " wrk-aco-qtd.
           MOVE wrk-aco-saldo to wrk-valor-gr-ed.
           DISPLAY "saldo dos titulos: " wrk-valor-gr-ed.
           MOVE wrk-aco-multa to wrk-valor-gr-ed.
           DISPLAY "multa............: " wrk-valor-gr-ed.
           MOVE wrk-aco-juros to wrk-valor-gr-ed.
           DISPLAY "juros............: " wrk-valor-gr-ed.
           MOVE wrk-aco-total to wrk-valor-gr-ed.
           DISPLAY "saldo atualizado.: " wrk-valor-gr-ed.
           DISPLAY "desconto concedido (valor)"
               ACCEPT wrk-aco-desconto.
           IF wrk-aco-desconto NOT < wrk-aco-total
               DISPLAY "desconto cobre o saldo todo - acordo"
                       " recusado"
               GO to 0380-fim
           END-IF.
           IF wrk-aco-desconto > wrk-aco-multa + wrk-aco-juros
               DISPLAY "desconto acima dos encargos exige a"
                       " liberacao do supervisor"
               PERFORM 0259-conferir-supervisor
               IF wrk-sup-ok NOT EQUAL "S"
                   DISPLAY "desconto nao autorizado"
                   GO to 0380-fim
               END-IF
           END-IF.
           SUBTRACT wrk-aco-desconto from wrk-aco-total.
           MOVE ZERO to wrk-aco-parcelas.
           PERFORM UNTIL wrk-aco-parcelas > ZERO
                   AND wrk-aco-parcelas < 13
               DISPLAY "quantidade de parcelas (1-12)"
                   ACCEPT wrk-aco-parcelas
           END-PERFORM.
           DISPLAY "dias ate a primeira parcela (0 = 30)"
               ACCEPT wrk-aco-primeiro.
           IF wrk-aco-primeiro EQUAL ZERO
               MOVE 30 to wrk-aco-primeiro
           END-IF.
           DIVIDE wrk-aco-total BY wrk-aco-parcelas
               GIVING wrk-parc-valor.
           COMPUTE wrk-parc-resto = wrk-aco-total
                   - (wrk-parc-valor * wrk-aco-parcelas).
           MOVE wrk-aco-total to wrk-valor-gr-ed.
           DISPLAY "valor do acordo..: " wrk-valor-gr-ed
                   " em " wrk-aco-parcelas " parcelas".
           DISPLAY "confirma o acordo? (s/n)"
               ACCEPT wrk-confirma-est.
           IF wrk-confirma-est NOT EQUAL "S"
                   AND wrk-confirma-est NOT EQUAL "s"
               DISPLAY "acordo abandonado"
               GO to 0380-fim
           END-IF.

           OPEN I-O ACORDOS.
           IF fs-acordos EQUAL 35
               OPEN OUTPUT ACORDOS
               CLOSE ACORDOS
               OPEN I-O ACORDOS
           END-IF.
      *o acordo leva o numero da sua primeira parcela, tirado do
      *mesmo controle dos pedidos e das parcelas de faturamento
           MOVE wrk-numero-pedido to wrk-aco-numero.
           MOVE SPACES to REG-ACORDO.
           MOVE wrk-aco-numero to ACO-NUMERO.
           MOVE wrk-aco-cliente to ACO-CLIENTE.
           MOVE wrk-hoje to ACO-DATA.
           MOVE wrk-aco-qtd to ACO-TITULOS.
           MOVE wrk-aco-saldo to ACO-SALDO.
           MOVE wrk-aco-multa to ACO-MULTA.
           MOVE wrk-aco-juros to ACO-JUROS.
           MOVE wrk-aco-desconto to ACO-DESCONTO.
           MOVE wrk-aco-total to ACO-VALOR.
           MOVE wrk-aco-parcelas to ACO-PARCELAS.
           MOVE wrk-operador to ACO-OPERADOR.
           SET ACORDO-ATIVO to TRUE.
           MOVE ZERO to ACO-QUEBRA-DATA.
           WRITE REG-ACORDO
               INVALID KEY
                   DISPLAY "numero de acordo ja em uso: "
                           wrk-aco-numero
                   CLOSE ACORDOS
                   GO to 0380-fim
           END-WRITE.
           CLOSE ACORDOS.

           PERFORM VARYING wrk-aco-ind FROM 1 BY 1
                   UNTIL wrk-aco-ind > wrk-aco-qtd
               MOVE wrk-aco-titulo(wrk-aco-ind) to CR-NUMERO
               READ RECEBER
                   NOT INVALID KEY
                       SET TITULO-RENEGOCIADO to TRUE
                       MOVE wrk-aco-numero to CR-ACORDO
                       REWRITE REG-RECEBER
               END-READ
           END-PERFORM.
           PERFORM VARYING wrk-parc-ind FROM 1 BY 1
                   UNTIL wrk-parc-ind > wrk-aco-parcelas
               PERFORM 0382-gravar-parcela-acordo
           END-PERFORM.
           PERFORM 0383-contabilizar-acordo.
           DISPLAY "acordo " wrk-aco-numero " gravado".
       0380-fim.
           EXIT.

       0381-escolher-titulo SECTION.
      *mostra o titulo vencido com os encargos do dia e pergunta se
      *entra no acordo
           PERFORM 0292-editar-parcela.
           DISPLAY "titulo " CR-NUMERO " parcela " wrk-parc-ed
                   " pedido " CR-PEDIDO " vencimento "
                   CR-VENCIMENTO.
           PERFORM 0286-calcular-encargos.
           MOVE wrk-saldo to wrk-saldo-ed.
           DISPLAY "saldo......: " wrk-saldo-ed.
           DISPLAY "incluir no acordo? (s/n)"
               ACCEPT wrk-confirma-est.
           IF wrk-confirma-est EQUAL "S"
                   OR wrk-confirma-est EQUAL "s"
               IF wrk-aco-qtd EQUAL 50
                   DISPLAY "acordo ja com 50 titulos - titulo fora"
               ELSE
                   ADD 1 to wrk-aco-qtd
                   MOVE CR-NUMERO to wrk-aco-titulo(wrk-aco-qtd)
                   ADD wrk-saldo to wrk-aco-saldo
                   ADD wrk-multa-valor to wrk-aco-multa
                   ADD wrk-juros-valor to wrk-aco-juros
               END-IF
           END-IF.

       0382-gravar-parcela-acordo SECTION.
      *parcela wrk-parc-ind do acordo, a cada wrk-aco-intervalo
      *dias corridos depois da primeira; os centavos do rateio
      *ficam na primeira
           MOVE SPACES to REG-RECEBER.
           MOVE wrk-numero-pedido to CR-NUMERO.
           IF wrk-parc-ind EQUAL 1
               COMPUTE CR-VALOR = wrk-parc-valor + wrk-parc-resto
           ELSE
               MOVE wrk-parc-valor to CR-VALOR
           END-IF.
           MOVE wrk-aco-cliente to CR-CLIENTE.
           MOVE ZERO to CR-PEDIDO.
           MOVE wrk-parc-ind to CR-PARCELA.
           MOVE wrk-aco-parcelas to CR-PARCELAS.
           MOVE wrk-hoje to wrk-ds-data1.
           MOVE "A" to wrk-ds-funcao.
           COMPUTE wrk-ds-dias = wrk-aco-primeiro
                   + (wrk-parc-ind - 1) * wrk-aco-intervalo.
           CALL "datesrv" USING wrk-ds-funcao wrk-ds-data1
                   wrk-ds-data2 wrk-ds-dias wrk-ds-status.
           MOVE wrk-ds-data2 to CR-VENCIMENTO.
           MOVE ZERO to CR-PAGO.
           SET TITULO-ABERTO to TRUE.
           MOVE ZERO to CR-PERDA-DATA CR-PERDA-VALOR CR-RECUPERADO
                        CR-MATRICULA.
           MOVE SPACES to CR-PERDA-SUPERVISOR.
           MOVE wrk-aco-numero to CR-ACORDO.
           PERFORM 0292-editar-parcela.
           WRITE REG-RECEBER
               INVALID KEY
                   DISPLAY "numero de titulo ja em uso: " CR-NUMERO
               NOT INVALID KEY
                   DISPLAY "titulo " CR-NUMERO " parcela "
                           wrk-parc-ed " do acordo, vencimento "
                           CR-VENCIMENTO
                   PERFORM 0086-gravar-numero
           END-WRITE.

       0383-contabilizar-acordo SECTION.
      *os encargos incorporados ao acordo aumentam duplicatas a
      *receber contra multa e juros; o desconto sai de duplicatas
      *contra descontos concedidos
           OPEN EXTEND LANCAMENTOS.
           IF fs-lancamentos EQUAL 35
               OPEN OUTPUT LANCAMENTOS
           END-IF.
           MOVE SPACES to REG-LANCAMENTO.
           MOVE "V" to LAN-ORIGEM.
           MOVE ZERO to LAN-DOCUMENTO LAN-ESTORNO-DE.
           MOVE wrk-hoje(1:6) to LAN-COMPETENCIA.
           MOVE SPACES to LAN-HISTORICO.
           STRING "encargos acordo " wrk-aco-numero
                   DELIMITED BY SIZE INTO LAN-HISTORICO
           END-STRING.
           IF wrk-aco-multa + wrk-aco-juros > ZERO
               MOVE "DUPREC" to LAN-CONTA
               MOVE "D" to LAN-DC
               COMPUTE LAN-VALOR = wrk-aco-multa + wrk-aco-juros
               WRITE REG-LANCAMENTO
           END-IF.
           IF wrk-aco-multa > ZERO
               MOVE "RECMULTA" to LAN-CONTA
               MOVE "C" to LAN-DC
               MOVE wrk-aco-multa to LAN-VALOR
               WRITE REG-LANCAMENTO
           END-IF.
           IF wrk-aco-juros > ZERO
               MOVE "RECJUROS" to LAN-CONTA
               MOVE "C" to LAN-DC
               MOVE wrk-aco-juros to LAN-VALOR
               WRITE REG-LANCAMENTO
           END-IF.
           IF wrk-aco-desconto > ZERO
               MOVE SPACES to LAN-HISTORICO
               STRING "desconto acordo " wrk-aco-numero
                       DELIMITED BY SIZE INTO LAN-HISTORICO
               END-STRING
               MOVE "DESCCONC" to LAN-CONTA
               MOVE "D" to LAN-DC
               MOVE wrk-aco-desconto to LAN-VALOR
               WRITE REG-LANCAMENTO
               MOVE "DUPREC" to LAN-CONTA
               MOVE "C" to LAN-DC
               WRITE REG-LANCAMENTO
           END-IF.
           CLOSE LANCAMENTOS.

       0386-acordos-quebrados SECTION.
      *acordo ativo com parcela vencida ha mais dias que a
      *tolerancia e quebrado: o cliente vai a categoria bloqueado
      *e o acordo entra na lista da cobranca, que traz tambem os
      *quebrados antes e ainda com saldo; acordo sem parcela em
      *aberto fica cumprido
           DISPLAY "dias de tolerancia para a quebra (0 = 15)"
               ACCEPT wrk-aco-tolerancia.
           IF wrk-aco-tolerancia EQUAL ZERO
               MOVE 15 to wrk-aco-tolerancia
           END-IF.
           OPEN I-O ACORDOS.
           IF fs-acordos NOT EQUAL 00
               DISPLAY "nenhum acordo registrado"
               GO to 0386-fim
           END-IF.
           ACCEPT wrk-hoje FROM DATE YYYYMMDD.
           MOVE ZERO to wrk-aco-listados wrk-cob-bloqueados.
           OPEN OUTPUT REL-ACORDOS.
           MOVE SPACES to REL-AC-LINHA.
           MOVE "acordos quebrados para cobranca em"
               to REL-AC-LINHA(1:34).
           MOVE wrk-hoje to REL-AC-LINHA(36:8).
           WRITE REL-ACORDOS-REG.
           MOVE SPACES to REL-AC-LINHA.
           MOVE "acordo  cliente   data     quebra    valor acordo"
               to REL-AC-LINHA(1:49).
           MOVE "em aberto  atraso" to REL-AC-LINHA(56:17).
           WRITE REL-ACORDOS-REG.

           MOVE ZERO to ACO-NUMERO.
           START ACORDOS KEY IS NOT LESS THAN ACO-NUMERO.
           IF fs-acordos EQUAL 00
               READ ACORDOS NEXT
               PERFORM UNTIL fs-acordos NOT EQUAL 00
                   IF ACORDO-ATIVO OR ACORDO-QUEBRADO
                       PERFORM 0387-verificar-acordo
                   END-IF
                   READ ACORDOS NEXT
               END-PERFORM
           END-IF.
           CLOSE ACORDOS.
           CLOSE REL-ACORDOS.
           DISPLAY "acordos na lista: " wrk-aco-listados
                   "  clientes bloqueados: " wrk-cob-bloqueados.
       0386-fim.
           EXIT.

       0387-verificar-acordo SECTION.
      *percorre os titulos do cliente do acordo: as parcelas do
      *acordo ainda abertas somam o saldo e a mais atrasada decide
      *a quebra (os originais renegociados nao contam)
           MOVE "N" to wrk-aco-quebrou.
           MOVE ZERO to wrk-aco-em-aberto wrk-aco-atraso.
           MOVE ACO-CLIENTE to CR-CLIENTE.
           START RECEBER KEY IS NOT LESS THAN CR-CLIENTE.
           IF fs-receber EQUAL 00
               READ RECEBER NEXT
               PERFORM UNTIL fs-receber NOT EQUAL 00
                       OR CR-CLIENTE NOT EQUAL ACO-CLIENTE
                   IF CR-ACORDO EQUAL ACO-NUMERO
                           AND (TITULO-ABERTO OR TITULO-PARCIAL)
                       COMPUTE wrk-aco-em-aberto = wrk-aco-em-aberto
                               + CR-VALOR - CR-PAGO
                       IF CR-VENCIMENTO < wrk-hoje
                           MOVE "D" to wrk-ds-funcao
                           MOVE CR-VENCIMENTO to wrk-ds-data1
                           MOVE wrk-hoje to wrk-ds-data2
                           CALL "datesrv" USING wrk-ds-funcao
                                   wrk-ds-data1 wrk-ds-data2
                                   wrk-ds-dias wrk-ds-status
                           IF wrk-ds-status EQUAL "00"
                                   AND wrk-ds-dias > wrk-aco-atraso
                               MOVE wrk-ds-dias to wrk-aco-atraso
                           END-IF
                       END-IF
                   END-IF
                   READ RECEBER NEXT
               END-PERFORM
           END-IF.
           IF wrk-aco-em-aberto EQUAL ZERO
               SET ACORDO-CUMPRIDO to TRUE
               REWRITE REG-ACORDO
               GO to 0387-fim
           END-IF.
           IF ACORDO-ATIVO AND wrk-aco-atraso > wrk-aco-tolerancia
               SET ACORDO-QUEBRADO to TRUE
               MOVE wrk-hoje to ACO-QUEBRA-DATA
               REWRITE REG-ACORDO
               MOVE ACO-CLIENTE to CR-CLIENTE
               PERFORM 0354-bloquear-cliente
               DISPLAY "acordo " ACO-NUMERO " quebrado"
           END-IF.
           IF ACORDO-QUEBRADO
               ADD 1 to wrk-aco-listados
               MOVE SPACES to REL-AC-LINHA
               MOVE ACO-NUMERO to REL-AC-LINHA(1:7)
               MOVE ACO-CLIENTE to REL-AC-LINHA(9:9)
               MOVE ACO-DATA to REL-AC-LINHA(19:8)
               MOVE ACO-QUEBRA-DATA to REL-AC-LINHA(28:8)
               MOVE ACO-VALOR to wrk-valor-gr-ed
               MOVE wrk-valor-gr-ed to REL-AC-LINHA(37:13)
               MOVE wrk-aco-em-aberto to wrk-valor-gr-ed
               MOVE wrk-valor-gr-ed to REL-AC-LINHA(52:13)
               MOVE wrk-aco-atraso to REL-AC-LINHA(67:5)
               WRITE REL-ACORDOS-REG
           END-IF.
       0387-fim.
           EXIT.

       0265-consultar-pedido SECTION.
      *consulta completa de um pedido numa tela so: cabecalho,
      *itens com a descricao do cadastro de produtos, frete e a
      *situacao do titulo no contas a receber; o que nao esta mais
      *no corrente e procurado no arquivo morto
           MOVE "N" to wrk-pa-arquivado.
           DISPLAY "numero do pedido"
               ACCEPT PED-NUMERO.
           READ PEDIDOS
               INVALID KEY
                   PERFORM 0430-localizar-arquivado
                   IF wrk-pa-arquivado EQUAL "S"
                       PERFORM 0266-exibir-pedido
                   ELSE
                       DISPLAY "pedido nao encontrado"
                   END-IF
               NOT INVALID KEY
                   PERFORM 0266-exibir-pedido
           END-READ.
           MOVE "N" to wrk-pa-arquivado.

       0266-exibir-pedido SECTION.
           DISPLAY "pedido.....: " PED-NUMERO " de " PED-DATA.
           MOVE PED-CLIENTE to cliente-id.
           READ CLIENTES
               INVALID KEY
                   DISPLAY "cliente....: " PED-CLIENTE
                           " (fora do cadastro)"
               NOT INVALID KEY
                   DISPLAY "cliente....: " PED-CLIENTE " "
                           cliente-nome
           END-READ.
           DISPLAY "situacao...: " PED-SITUACAO " desde "
                   PED-SIT-DATA-HORA.
           DISPLAY "estado.....: " PED-ESTADO.
           IF wrk-pa-arquivado EQUAL "S"
               DISPLAY "arquivado..: sim, no arquivo morto de "
                       wrk-pa-ano
           END-IF.

      *itens pela chave composta, do primeiro seq do pedido ate o
      *numero mudar
           MOVE PED-NUMERO to ITM-NUMERO.
           MOVE ZERO to ITM-SEQ.
           START ITENS KEY IS NOT LESS THAN ITM-CHAVE.
           IF fs-itens EQUAL 00
               READ ITENS NEXT
               PERFORM UNTIL fs-itens NOT EQUAL 00
                       OR ITM-NUMERO NOT EQUAL PED-NUMERO
                   MOVE ITM-PRODUTO to PRO-CODIGO
                   READ PRODUTOS
                       INVALID KEY
                           MOVE "(produto fora do cadastro)"
                               to wrk-desc-item
                       NOT INVALID KEY
                           MOVE PRO-DESCRICAO to wrk-desc-item
                   END-READ
                   MOVE ITM-VALOR-TOTAL to wrk-valor-gr-ed
                   DISPLAY "  item " ITM-SEQ " prod " ITM-PRODUTO
                           " " wrk-desc-item " qtd "
                           ITM-QUANTIDADE " total " wrk-valor-gr-ed
                   READ ITENS NEXT
               END-PERFORM
           END-IF.
           IF wrk-pa-arquivado EQUAL "S"
               PERFORM 0432-itens-arquivados
           END-IF.

           MOVE PED-VALOR to wrk-valor-gr-ed.
           DISPLAY "itens......: " PED-QTD-ITENS " somando "
                   wrk-valor-gr-ed.
           MOVE PED-FRETE to wrk-valor-gr-ed.
           DISPLAY "frete......: " wrk-valor-gr-ed.

           DISPLAY "condicao...: " PED-CONDICAO.

      *titulos do pedido (um por parcela), quando ja faturado
           MOVE "N" to wrk-parc-achou.
           MOVE PED-NUMERO to CR-PEDIDO.
           START RECEBER KEY IS EQUAL TO CR-PEDIDO
               INVALID KEY
                   CONTINUE
           END-START.
           IF fs-receber EQUAL 00
               READ RECEBER NEXT
               PERFORM UNTIL fs-receber NOT EQUAL 00
                       OR CR-PEDIDO NOT EQUAL PED-NUMERO
                   MOVE "S" to wrk-parc-achou
                   PERFORM 0292-editar-parcela
                   COMPUTE wrk-saldo = CR-VALOR - CR-PAGO
                   MOVE wrk-saldo to wrk-saldo-ed
                   DISPLAY "titulo.....: " CR-NUMERO " parcela "
                           wrk-parc-ed " situacao " CR-SITUACAO
                           " vencimento " CR-VENCIMENTO
                           " saldo " wrk-saldo-ed
                   READ RECEBER NEXT
               END-PERFORM
           END-IF.
           IF wrk-parc-achou EQUAL "N"
               DISPLAY "titulo.....: nenhum (pedido nao"
                       " faturado)"
           END-IF.

       0267-alterar-pedido SECTION.
      *reabre um pedido ainda em situacao "A" para incluir itens,
      *excluir itens ou mudar quantidades; o saldo de estoque e o
      *diario sao ajustados pela diferenca e o cabecalho (valor,
      *quantidade de itens e frete) e recalculado ao encerrar
               ACCEPT PED-NUMERO.
           READ PEDIDOS
               INVALID KEY
                   DISPLAY "pedido nao encontrado"
               NOT INVALID KEY
                   IF NOT PEDIDO-ABERTO
                       DISPLAY "situacao " PED-SITUACAO
                               " - somente pedido aberto se altera"
                   ELSE
                       MOVE "N" to wrk-alt-fim
                       PERFORM 0268-alterar-item
                           UNTIL wrk-alt-fim EQUAL "S"
                       PERFORM 0269-recalcular-pedido
                   END-IF
           END-READ.

       0268-alterar-item SECTION.
           DISPLAY "1-incluir item  2-excluir item"
               "  3-mudar quantidade  9-encerrar alteracao".
           DISPLAY "opcao"
               ACCEPT wrk-alt-opcao.
           EVALUATE wrk-alt-opcao
               WHEN "1"
                   PERFORM 0277-alt-incluir-item
               WHEN "2"
                   PERFORM 0278-alt-excluir-item
               WHEN "3"
                   PERFORM 0279-alt-mudar-qtd
               WHEN "9"
                   MOVE "S" to wrk-alt-fim
               WHEN OTHER
                   DISPLAY "opcao invalida"
           END-EVALUATE.

       0277-alt-incluir-item SECTION.
      *o proximo seq e o maior gravado + 1: exclusoes deixam
      *buracos, entao o contador do cabecalho nao serve de base
           MOVE ZERO to wrk-alt-max-seq.
           MOVE PED-NUMERO to ITM-NUMERO.
           MOVE ZERO to ITM-SEQ.
           START ITENS KEY IS NOT LESS THAN ITM-CHAVE.
           IF fs-itens EQUAL 00
               READ ITENS NEXT
               PERFORM UNTIL fs-itens NOT EQUAL 00
                       OR ITM-NUMERO NOT EQUAL PED-NUMERO
                   MOVE ITM-SEQ to wrk-alt-max-seq
                   READ ITENS NEXT
               END-PERFORM
           END-IF.
           DISPLAY "codigo do produto"
               ACCEPT wrk-codigo-prod.
           MOVE wrk-codigo-prod to PRO-CODIGO.
           READ PRODUTOS
               INVALID KEY
                   DISPLAY "produto nao cadastrado"
               NOT INVALID KEY
                   IF produto-inativo
                       DISPLAY "produto inativo"
                   ELSE
                       PERFORM 0117-preco-vigente
                       PERFORM 0111-verificar-kit
                       DISPLAY "produto: " PRO-DESCRICAO " preco "
                               wrk-valor " estoque " PRO-ESTOQUE
                       DISPLAY "quantidade"
                           ACCEPT wrk-quantidade
                       MOVE "S" to wrk-confirma-est
                       IF wrk-quantidade > ZERO
                           PERFORM 0398-conferir-custo
                       END-IF
                       IF wrk-quantidade > ZERO
                               AND (wrk-confirma-est EQUAL "S"
                                    OR wrk-confirma-est EQUAL "s")
                           ADD 1 to wrk-alt-max-seq
                           MOVE PED-NUMERO to ITM-NUMERO
                           MOVE wrk-alt-max-seq to ITM-SEQ
                           MOVE wrk-codigo-prod to ITM-PRODUTO
                           MOVE wrk-quantidade to ITM-QUANTIDADE
                           MOVE wrk-valor to ITM-VALOR-UNIT
                           COMPUTE ITM-VALOR-TOTAL =
                                   wrk-quantidade * wrk-valor
                           MOVE wrk-kit-custo to ITM-CUSTO-UNIT
                           MOVE SPACE to ITM-KIT
                           MOVE ZERO to ITM-KIT-SEQ
                           IF wrk-kit-sim EQUAL "S"
                               SET ITEM-KIT to TRUE
                           END-IF
                           WRITE REG-ITEM
                           DISPLAY "item " wrk-alt-max-seq
                                   " incluido"
                           IF wrk-kit-sim EQUAL "S"
                               PERFORM 0114-alt-gravar-componentes
                           ELSE
                               PERFORM 0282-alt-baixar-estoque
                           END-IF
                       END-IF
                   END-IF
           END-READ.

       0282-alt-baixar-estoque SECTION.
      *baixa da quantidade em wrk-quantidade na alteracao, ate
      *zerar o saldo; a parcela sem saldo soma na pendencia de
      *backorder do proprio pedido+item (o buffer de PRODUTOS ja
      *vem posicionado pelo chamador)
           IF wrk-quantidade > PRO-EST-FIL(wrk-filial-sessao)
               MOVE PRO-EST-FIL(wrk-filial-sessao)
                   to wrk-alt-baixa
               COMPUTE wrk-bo-pendente = wrk-quantidade
                       - wrk-alt-baixa
               MOVE ZERO to PRO-EST-FIL(wrk-filial-sessao)
               SUBTRACT wrk-alt-baixa from PRO-ESTOQUE
               MOVE PED-NUMERO to BO-PEDIDO
               MOVE ITM-SEQ to BO-SEQ
               READ BACKORDERS
                   INVALID KEY
                       MOVE PED-NUMERO to BO-PEDIDO
                       MOVE ITM-SEQ to BO-SEQ
                       MOVE PRO-CODIGO to BO-PRODUTO
                       MOVE wrk-bo-pendente to BO-QTD-PENDENTE
                       ACCEPT BO-DATA FROM DATE YYYYMMDD
                       SET BACKORDER-ABERTO to TRUE
                       WRITE REG-BACKORDER
                   NOT INVALID KEY
                       ADD wrk-bo-pendente to BO-QTD-PENDENTE
                       SET BACKORDER-ABERTO to TRUE
                       REWRITE REG-BACKORDER
               END-READ
               DISPLAY "backorder: " wrk-bo-pendente " pendente"
           ELSE
               MOVE wrk-quantidade to wrk-alt-baixa
               SUBTRACT wrk-quantidade
                   from PRO-EST-FIL(wrk-filial-sessao)
               SUBTRACT wrk-quantidade from PRO-ESTOQUE
           END-IF.
           REWRITE REG-PRODUTO.
           IF wrk-alt-baixa > ZERO
               MOVE wrk-alt-baixa to wrk-lote-qtd
               MOVE "ALTERACAO" to wrk-lote-origem
               PERFORM 0118-saida-por-lote
           END-IF.

       0278-alt-excluir-item SECTION.
      *exclui um item do pedido devolvendo ao saldo so o que foi
      *baixado de fato: a parcela que estava em backorder nunca
      *saiu do estoque, entao a pendencia apenas se fecha; o kit
      *sai inteiro, com as linhas dos componentes
           DISPLAY "sequencia do item a excluir"
               ACCEPT wrk-alt-seq.
           MOVE PED-NUMERO to ITM-NUMERO.
           MOVE wrk-alt-seq to ITM-SEQ.
           READ ITENS
               INVALID KEY
                   DISPLAY "item nao encontrado"
               NOT INVALID KEY
                   EVALUATE TRUE
                       WHEN ITEM-COMPONENTE
                           DISPLAY "componente do kit da sequencia "
                                   ITM-KIT-SEQ " - exclua o kit"
                       WHEN ITEM-KIT
                           PERFORM 0274-alt-excluir-kit
                       WHEN OTHER
                           PERFORM 0271-alt-apagar-item
                   END-EVALUATE
           END-READ.

       0274-alt-excluir-kit SECTION.
      *linha do kit (sem baixa propria) e, logo abaixo dela, as
      *linhas dos componentes, cada uma devolvendo a sua baixa
           MOVE wrk-alt-seq to wrk-kit-seq.
           PERFORM 0271-alt-apagar-item.
           COMPUTE wrk-alt-seq = wrk-kit-seq + 1.
           MOVE "S" to wrk-kit-mais.
           PERFORM UNTIL wrk-kit-mais NOT EQUAL "S"
               MOVE PED-NUMERO to ITM-NUMERO
               MOVE wrk-alt-seq to ITM-SEQ
               READ ITENS
                   INVALID KEY
                       MOVE "N" to wrk-kit-mais
                   NOT INVALID KEY
                       IF ITEM-COMPONENTE
                               AND ITM-KIT-SEQ EQUAL wrk-kit-seq
                           PERFORM 0271-alt-apagar-item
                           ADD 1 to wrk-alt-seq
                       ELSE
                           MOVE "N" to wrk-kit-mais
                       END-IF
               END-READ
           END-PERFORM.

       0271-alt-apagar-item SECTION.
      *apaga o item lido em wrk-alt-seq devolvendo a sua baixa
           IF ITEM-KIT
               MOVE ZERO to wrk-alt-devolver
           ELSE
               MOVE ITM-QUANTIDADE to wrk-alt-devolver
           END-IF.
           MOVE PED-NUMERO to BO-PEDIDO.
           MOVE wrk-alt-seq to BO-SEQ.
           READ BACKORDERS
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF BACKORDER-ABERTO
                       SUBTRACT BO-QTD-PENDENTE
                           from wrk-alt-devolver
                   END-IF
                   DELETE BACKORDERS
           END-READ.
           IF wrk-alt-devolver > ZERO
               MOVE ITM-PRODUTO to PRO-CODIGO
               READ PRODUTOS
                   NOT INVALID KEY
                       ADD wrk-alt-devolver
                           to PRO-EST-FIL(wrk-filial-sessao)
                       ADD wrk-alt-devolver to PRO-ESTOQUE
                       REWRITE REG-PRODUTO
                       MOVE wrk-alt-devolver to wrk-lote-qtd
                       MOVE "ALTERACAO" to wrk-lote-origem
                       PERFORM 0113-entrada-por-lote
               END-READ
           END-IF.
           MOVE PED-NUMERO to ITM-NUMERO.
           MOVE wrk-alt-seq to ITM-SEQ.
           DELETE ITENS.
           DISPLAY "item " wrk-alt-seq " excluido".

       0279-alt-mudar-qtd SECTION.
      *muda a quantidade de um item: aumento baixa a diferenca do
      *saldo (excedente em backorder); reducao consome primeiro a
      *pendencia de backorder, que nunca saiu do estoque, e so o
      *resto volta ao saldo
           DISPLAY "sequencia do item"
               ACCEPT wrk-alt-seq.
           MOVE PED-NUMERO to ITM-NUMERO.
           MOVE wrk-alt-seq to ITM-SEQ.
           READ ITENS
               INVALID KEY
                   DISPLAY "item nao encontrado"
               NOT INVALID KEY
                   IF ITEM-KIT OR ITEM-COMPONENTE
                       DISPLAY "item de kit - exclua o kit e inclua"
                               " de novo com a quantidade certa"
                       GO to 0279-fim
                   END-IF
                   DISPLAY "quantidade atual: " ITM-QUANTIDADE
                   DISPLAY "nova quantidade"
                       ACCEPT wrk-alt-qtd-nova
                   EVALUATE TRUE
                       WHEN wrk-alt-qtd-nova EQUAL ZERO
                           DISPLAY "para tirar o item use a"
                                   " exclusao"
                       WHEN wrk-alt-qtd-nova > ITM-QUANTIDADE
                           COMPUTE wrk-quantidade =
                                   wrk-alt-qtd-nova
                                   - ITM-QUANTIDADE
                           MOVE ITM-PRODUTO to PRO-CODIGO
                           READ PRODUTOS
                               INVALID KEY
                                   DISPLAY "produto fora do"
                                           " cadastro"
                               NOT INVALID KEY
                                   PERFORM 0282-alt-baixar-estoque
                                   PERFORM 0283-alt-regravar-item
                           END-READ
                       WHEN wrk-alt-qtd-nova < ITM-QUANTIDADE
                           COMPUTE wrk-alt-devolver =
                                   ITM-QUANTIDADE
                                   - wrk-alt-qtd-nova
                           PERFORM 0284-alt-devolver-estoque
                           PERFORM 0283-alt-regravar-item
                       WHEN OTHER
                           DISPLAY "quantidade inalterada"
                   END-EVALUATE
           END-READ.
       0279-fim.
           EXIT.

       0283-alt-regravar-item SECTION.
           MOVE wrk-alt-qtd-nova to ITM-QUANTIDADE.
           COMPUTE ITM-VALOR-TOTAL = ITM-QUANTIDADE
                   * ITM-VALOR-UNIT.
           REWRITE REG-ITEM.
           DISPLAY "item regravado com " ITM-QUANTIDADE.

       0284-alt-devolver-estoque SECTION.
      *devolucao de wrk-alt-devolver unidades do item corrente:
      *abate primeiro a pendencia de backorder e devolve o resto
      *ao saldo com movimento "E" no diario
           MOVE PED-NUMERO to BO-PEDIDO.
           MOVE wrk-alt-seq to BO-SEQ.
           READ BACKORDERS
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF BACKORDER-ABERTO
                       IF BO-QTD-PENDENTE NOT < wrk-alt-devolver
                           SUBTRACT wrk-alt-devolver
                               from BO-QTD-PENDENTE
                           MOVE ZERO to wrk-alt-devolver
                       ELSE
                           SUBTRACT BO-QTD-PENDENTE
                               from wrk-alt-devolver
                           MOVE ZERO to BO-QTD-PENDENTE
                       END-IF
                       IF BO-QTD-PENDENTE EQUAL ZERO
                           DELETE BACKORDERS
                       ELSE
                           REWRITE REG-BACKORDER
                       END-IF
                   END-IF
           END-READ.
           IF wrk-alt-devolver > ZERO
               MOVE ITM-PRODUTO to PRO-CODIGO
               READ PRODUTOS
                   NOT INVALID KEY
                       ADD wrk-alt-devolver
                           to PRO-EST-FIL(wrk-filial-sessao)
                       ADD wrk-alt-devolver to PRO-ESTOQUE
                       REWRITE REG-PRODUTO
                       MOVE wrk-alt-devolver to wrk-lote-qtd
                       MOVE "ALTERACAO" to wrk-lote-origem
                       PERFORM 0113-entrada-por-lote
               END-READ
           END-IF.

       0269-recalcular-pedido SECTION.
      *recompoe o cabecalho a partir dos itens que sobraram e
      *recalcula o frete do modulo compartilhado sobre o novo total
           MOVE ZERO to wrk-alt-qtd-itens wrk-alt-total
                        wrk-alt-peso.
           MOVE PED-NUMERO to ITM-NUMERO.
           MOVE ZERO to ITM-SEQ.
           START ITENS KEY IS NOT LESS THAN ITM-CHAVE.
           IF fs-itens EQUAL 00
               READ ITENS NEXT
               PERFORM UNTIL fs-itens NOT EQUAL 00
                       OR ITM-NUMERO NOT EQUAL PED-NUMERO
                   ADD 1 to wrk-alt-qtd-itens
                   ADD ITM-VALOR-TOTAL to wrk-alt-total
      *o peso do kit vem das linhas dos componentes
                   MOVE ITM-PRODUTO to PRO-CODIGO
                   IF NOT ITEM-KIT
                       READ PRODUTOS
                           NOT INVALID KEY
                               COMPUTE wrk-alt-peso = wrk-alt-peso
                                       + (ITM-QUANTIDADE
                                          * PRO-PESO-UNIT)
                       END-READ
                   END-IF
                   READ ITENS NEXT
               END-PERFORM
           END-IF.
           MOVE wrk-alt-qtd-itens to PED-QTD-ITENS.
           MOVE wrk-alt-total to PED-VALOR.
           MOVE wrk-alt-peso to PED-PESO.
           MOVE PED-ESTADO to wrk-estado.
           CALL "calcfrete" USING wrk-estado wrk-alt-total
                                  wrk-frete wrk-frete-status
                                  wrk-alt-peso.
           IF wrk-frete-status EQUAL "04"
               DISPLAY "estado fora da tabela - percentual padrao"
           END-IF.
           MOVE wrk-frete to PED-FRETE.
           MOVE wrk-alt-total to wrk-total-pedido.
           PERFORM 0151-calcular-icms.
           MOVE wrk-icms to PED-ICMS.
           REWRITE REG-PEDIDO.
           MOVE PED-VALOR to wrk-valor-gr-ed.
           DISPLAY "pedido recalculado: " PED-QTD-ITENS
                   " itens, total " wrk-valor-gr-ed.
           MOVE PED-FRETE to wrk-valor-gr-ed.
           DISPLAY "frete recalculado.: " wrk-valor-gr-ed.

       0280-gerar-titulo SECTION.
      *gera os titulos do pedido recem-faturado: valor dos itens mais
      *o frete, repartido nas parcelas da condicao de pagamento do
      *pedido, cada uma vencendo nos dias corridos da condicao a
      *partir de hoje, com os centavos do arredondamento na
      *primeira; sem condicao (ou com condicao fora do cadastro)
      *sai titulo unico vencendo em wrk-prazo-uteis dias uteis
      *(conta do modulo de servicos de data); a primeira parcela
      *leva o numero do pedido, entao pedido ja faturado antes nao
      *gera titulos em dobro
           MOVE PED-NUMERO to CR-NUMERO.
           READ RECEBER
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   DISPLAY "titulo ja existia para este pedido"
                   GO to 0280-fim
           END-READ.
           MOVE 1 to wrk-parc-qtd.
           MOVE "N" to wrk-parc-achou.
           IF PED-CONDICAO > ZERO AND wrk-tem-condicoes EQUAL "S"
               MOVE PED-CONDICAO to CPG-CODIGO
               READ CONDICOES
                   INVALID KEY
                       DISPLAY "condicao " PED-CONDICAO " fora do"
                               " cadastro - titulo unico"
                   NOT INVALID KEY
                       IF CPG-PARCELAS > ZERO AND CPG-PARCELAS < 13
                           MOVE CPG-PARCELAS to wrk-parc-qtd
                           MOVE "S" to wrk-parc-achou
                       END-IF
               END-READ
           END-IF.
           COMPUTE wrk-parc-total = PED-VALOR + PED-FRETE.
           DIVIDE wrk-parc-total BY wrk-parc-qtd
               GIVING wrk-parc-valor.
           COMPUTE wrk-parc-resto = wrk-parc-total
                   - (wrk-parc-valor * wrk-parc-qtd).
           PERFORM VARYING wrk-parc-ind FROM 1 BY 1
                   UNTIL wrk-parc-ind > wrk-parc-qtd
               PERFORM 0291-gravar-parcela
           END-PERFORM.
       0280-fim.
           EXIT.

       0291-gravar-parcela SECTION.
      *monta e grava a parcela wrk-parc-ind do pedido em PED-; da
      *segunda em diante o numero do titulo sai do mesmo controle
      *dos pedidos, para nunca colidir com um pedido futuro
           IF wrk-parc-ind EQUAL 1
               MOVE PED-NUMERO to CR-NUMERO
               COMPUTE CR-VALOR = wrk-parc-valor + wrk-parc-resto
           ELSE
               MOVE wrk-numero-pedido to CR-NUMERO
               MOVE wrk-parc-valor to CR-VALOR
           END-IF.
           MOVE PED-CLIENTE to CR-CLIENTE.
           MOVE PED-NUMERO to CR-PEDIDO.
           MOVE wrk-parc-ind to CR-PARCELA.
           MOVE wrk-parc-qtd to CR-PARCELAS.
           ACCEPT wrk-ds-data1 FROM DATE YYYYMMDD.
           IF wrk-parc-achou EQUAL "S"
               MOVE "A" to wrk-ds-funcao
               MOVE CPG-DIAS(wrk-parc-ind) to wrk-ds-dias
           ELSE
               MOVE "U" to wrk-ds-funcao
               MOVE wrk-prazo-uteis to wrk-ds-dias
           END-IF.
           CALL "datesrv" USING wrk-ds-funcao wrk-ds-data1
                   wrk-ds-data2 wrk-ds-dias wrk-ds-status.
           MOVE wrk-ds-data2 to CR-VENCIMENTO.
           MOVE ZERO to CR-PAGO.
           SET TITULO-ABERTO to TRUE.
           MOVE ZERO to CR-PERDA-DATA CR-PERDA-VALOR CR-RECUPERADO
                        CR-ACORDO CR-MATRICULA.
           MOVE SPACES to CR-PERDA-SUPERVISOR.
           PERFORM 0281-aplicar-creditos.
           PERFORM 0292-editar-parcela.
           WRITE REG-RECEBER
               INVALID KEY
                   DISPLAY "numero de titulo ja em uso: " CR-NUMERO
               NOT INVALID KEY
                   DISPLAY "titulo " CR-NUMERO " parcela "
                           wrk-parc-ed " gerado, vencimento "
                           CR-VENCIMENTO
                   IF wrk-parc-ind > 1
                       PERFORM 0086-gravar-numero
                   END-IF
           END-WRITE.

       0292-editar-parcela SECTION.
      *parcela do titulo no buffer como "pp/nn" em wrk-parc-ed
           MOVE SPACES to wrk-parc-ed.
           IF CR-PARCELAS NOT NUMERIC OR CR-PARCELAS EQUAL ZERO
               MOVE "01/01" to wrk-parc-ed
           ELSE
               MOVE CR-PARCELA to wrk-parc-ed(1:2)
               MOVE "/" to wrk-parc-ed(3:1)
               MOVE CR-PARCELAS to wrk-parc-ed(4:2)
           END-IF.

       0281-aplicar-creditos SECTION.
      *abate do titulo recem-montado (ainda no buffer, antes do
      *WRITE) os creditos de devolucao em aberto do cliente, do
      *mais antigo para o mais novo
           OPEN I-O CREDITOS.
           IF fs-creditos EQUAL 00
               READ CREDITOS
               PERFORM UNTIL fs-creditos NOT EQUAL 00
                       OR CR-PAGO NOT < CR-VALOR
                   IF CRE-CLIENTE EQUAL CR-CLIENTE
                           AND CREDITO-ABERTO
                           AND CRE-SALDO > ZERO
                       COMPUTE wrk-saldo = CR-VALOR - CR-PAGO
                       IF CRE-SALDO NOT > wrk-saldo
                           ADD CRE-SALDO to CR-PAGO
                           MOVE ZERO to CRE-SALDO
                           SET CREDITO-USADO to TRUE
                       ELSE
                           SUBTRACT wrk-saldo from CRE-SALDO
                           MOVE CR-VALOR to CR-PAGO
                       END-IF
                       REWRITE REG-CREDITO
                       DISPLAY "credito de devolucao aplicado ao"
                               " titulo"
                   END-IF
                   READ CREDITOS
               END-PERFORM
               CLOSE CREDITOS
           END-IF.
           IF CR-PAGO > ZERO
               IF CR-PAGO NOT < CR-VALOR
                   SET TITULO-QUITADO to TRUE
               ELSE
                   SET TITULO-PARCIAL to TRUE
               END-IF
           END-IF.

       0285-baixar-titulo SECTION.
      *baixa total ou parcial de um titulo pelo numero do pedido;
      *titulo vencido paga multa e juros diarios (percentuais do
      *arquivo de parametros de encargos), mostrados antes de
      *aceitar o pagamento; os encargos sao descontados primeiro e
      *so o restante abate o valor de face; titulo ja baixado como
      *perda recebe pelo 0377, como recuperacao de credito
           ACCEPT wrk-hoje FROM DATE YYYYMMDD.
           MOVE wrk-hoje(1:6) to wrk-per-comp.
           PERFORM 0098-verificar-competencia.
           IF wrk-per-fechada EQUAL "S"
               DISPLAY "competencia " wrk-per-comp " fechada pela"
                       " contabilidade - baixa recusada"
               GO to 0285-fim
           END-IF.
           DISPLAY "numero do titulo (a primeira parcela leva o"
                   " numero do pedido)"
               ACCEPT CR-NUMERO.
           READ RECEBER
               INVALID KEY
                   DISPLAY "titulo nao encontrado"
               NOT INVALID KEY
                   DISPLAY "valor......: " CR-VALOR
                   DISPLAY "ja pago....: " CR-PAGO
                   DISPLAY "vencimento.: " CR-VENCIMENTO
                   PERFORM 0292-editar-parcela
                   DISPLAY "parcela....: " wrk-parc-ed " do pedido "
                           CR-PEDIDO
                   IF TITULO-INCOBRAVEL
                       PERFORM 0377-recuperar-titulo
                   ELSE
                   IF TITULO-RENEGOCIADO
                       DISPLAY "titulo renegociado no acordo "
                               CR-ACORDO " - receber pelas parcelas"
                               " do acordo"
                   ELSE
                   IF TITULO-CANCELADO
                       DISPLAY "titulo cancelado - nao recebe"
                               " pagamento"
                   ELSE
                   IF TITULO-QUITADO
                       DISPLAY "titulo ja quitado"
                   ELSE
                       PERFORM 0286-calcular-encargos
                       DISPLAY "valor do pagamento"
                           ACCEPT wrk-valor-pago
                       PERFORM 0287-aplicar-pagamento
                   END-IF
                   END-IF
                   END-IF
                   END-IF
           END-READ.
       0285-fim.
           EXIT.

       0286-calcular-encargos SECTION.
      *dias de atraso pelo modulo de servicos de data; multa unica
      *sobre o saldo devedor mais juros por dia corrido de atraso
           MOVE ZERO to wrk-multa-valor wrk-juros-valor.
           COMPUTE wrk-saldo = CR-VALOR - CR-PAGO.
           ACCEPT wrk-hoje FROM DATE YYYYMMDD.
           IF CR-VENCIMENTO < wrk-hoje
               MOVE "D" to wrk-ds-funcao
               MOVE CR-VENCIMENTO to wrk-ds-data1
               MOVE wrk-hoje to wrk-ds-data2
               CALL "datesrv" USING wrk-ds-funcao wrk-ds-data1
                       wrk-ds-data2 wrk-ds-dias wrk-ds-status
               IF wrk-ds-status EQUAL "00" AND wrk-ds-dias > ZERO
                   COMPUTE wrk-multa-valor ROUNDED =
                           wrk-saldo * wrk-multa-perc / 100
                   COMPUTE wrk-juros-valor ROUNDED =
                           wrk-saldo * wrk-juros-dia
                           * wrk-ds-dias / 100
                   COMPUTE wrk-encargos-total = wrk-saldo
                           + wrk-multa-valor + wrk-juros-valor
                   DISPLAY "atraso.....: " wrk-ds-dias " dias"
                   MOVE wrk-multa-valor to wrk-valor-gr-ed
                   DISPLAY "multa......: " wrk-valor-gr-ed
                   MOVE wrk-juros-valor to wrk-valor-gr-ed
                   DISPLAY "juros......: " wrk-valor-gr-ed
                   MOVE wrk-encargos-total to wrk-valor-gr-ed
                   DISPLAY "total p/ quitar hoje: " wrk-valor-gr-ed
               END-IF
           END-IF.

       0287-aplicar-pagamento SECTION.
      *os encargos saem primeiro do valor recebido (multa antes dos
      *juros); so o restante abate o valor de face do titulo
           MOVE wrk-valor-pago to wrk-valor-face.
           IF wrk-multa-valor > ZERO
                   AND wrk-valor-face > wrk-multa-valor
               MOVE wrk-multa-valor to wrk-multa-recebida
               SUBTRACT wrk-multa-valor from wrk-valor-face
           ELSE
           IF wrk-multa-valor > ZERO
               MOVE wrk-valor-face to wrk-multa-recebida
               MOVE ZERO to wrk-valor-face
           ELSE
               MOVE ZERO to wrk-multa-recebida
           END-IF
           END-IF.
           IF wrk-juros-valor > ZERO
                   AND wrk-valor-face > wrk-juros-valor
               MOVE wrk-juros-valor to wrk-juros-recebido
               SUBTRACT wrk-juros-valor from wrk-valor-face
           ELSE
           IF wrk-juros-valor > ZERO
               MOVE wrk-valor-face to wrk-juros-recebido
               MOVE ZERO to wrk-valor-face
           ELSE
               MOVE ZERO to wrk-juros-recebido
           END-IF
           END-IF.

           ADD wrk-valor-face to CR-PAGO.
           IF CR-PAGO NOT < CR-VALOR
               SET TITULO-QUITADO to TRUE
           ELSE
               SET TITULO-PARCIAL to TRUE
           END-IF.
           REWRITE REG-RECEBER.
           COMPUTE wrk-saldo = CR-VALOR - CR-PAGO.
           DISPLAY "situacao " CR-SITUACAO " saldo " wrk-saldo.
           PERFORM 0289-gravar-caixa.
           IF wrk-multa-recebida > ZERO
                   OR wrk-juros-recebido > ZERO
               PERFORM 0288-contabilizar-encargos
           END-IF.

       0289-gravar-caixa SECTION.
      *cada recebimento do caixa deixa rastro proprio: titulo,
      *cliente, valor, a parte de juros/multa, operador e momento
           MOVE SPACES to REG-CAIXA.
           ACCEPT CX-DATA-HORA(1:8) FROM DATE YYYYMMDD.
           ACCEPT CX-DATA-HORA(9:6) FROM TIME.
           MOVE CR-NUMERO to CX-TITULO.
           MOVE CR-CLIENTE to CX-CLIENTE.
           MOVE wrk-valor-pago to CX-VALOR.
           MOVE wrk-juros-recebido to CX-JUROS.
           MOVE wrk-multa-recebida to CX-MULTA.
           MOVE wrk-operador to CX-OPERADOR.
      *a gaveta e da filial da sessao; o credito do retorno
      *bancario nao e de gaveta nenhuma e fica com filial zero
           IF wrk-operador EQUAL "BANCO"
               MOVE ZERO to CX-FILIAL
           ELSE
               MOVE wrk-filial-sessao to CX-FILIAL
           END-IF.
           OPEN EXTEND CAIXA.
           IF fs-caixa EQUAL 35
               OPEN OUTPUT CAIXA
           END-IF.
           WRITE REG-CAIXA.
           CLOSE CAIXA.

       0288-contabilizar-encargos SECTION.
      *encargos recebidos viram partida propria na interface
      *contabil, separados do valor de face do titulo
           ACCEPT wrk-hoje FROM DATE YYYYMMDD.
           OPEN EXTEND LANCAMENTOS.
           IF fs-lancamentos EQUAL 35
               OPEN OUTPUT LANCAMENTOS
           END-IF.
           MOVE SPACES to REG-LANCAMENTO.
           MOVE "V" to LAN-ORIGEM.
           MOVE ZERO to LAN-DOCUMENTO LAN-ESTORNO-DE.
           MOVE wrk-hoje(1:6) to LAN-COMPETENCIA.
           MOVE "CAIXA" to LAN-CONTA.
           MOVE "D" to LAN-DC.
           COMPUTE LAN-VALOR = wrk-multa-recebida
                   + wrk-juros-recebido.
           MOVE "encargos recebidos titulo" to LAN-HISTORICO.
           WRITE REG-LANCAMENTO.
           IF wrk-multa-recebida > ZERO
               MOVE "RECMULTA" to LAN-CONTA
               MOVE "C" to LAN-DC
               MOVE wrk-multa-recebida to LAN-VALOR
               MOVE "multa recebida" to LAN-HISTORICO
               WRITE REG-LANCAMENTO
           END-IF.
           IF wrk-juros-recebido > ZERO
               MOVE "RECJUROS" to LAN-CONTA
               MOVE "C" to LAN-DC
               MOVE wrk-juros-recebido to LAN-VALOR
               MOVE "juros recebidos" to LAN-HISTORICO
               WRITE REG-LANCAMENTO
           END-IF.
           CLOSE LANCAMENTOS.

       0290-relatorio-atrasados SECTION.
      *titulos nao quitados ja vencidos, percorridos pela chave de
      *cliente para o relatorio sair agrupado por comprador, com os
      *dias de atraso calculados pelo modulo de servicos de data;
      *cada parcela sai na sua linha, com o pedido de origem
           OPEN OUTPUT REL-ATRASO.
           MOVE SPACES to REL-AT-LINHA.
           MOVE "titulos em atraso por cliente"
               to REL-AT-LINHA(1:29).
           WRITE REL-ATRASO-REG.

           MOVE ZERO to wrk-atraso-qtd.
           ACCEPT wrk-hoje FROM DATE YYYYMMDD.
           MOVE ZERO to CR-CLIENTE.
           START RECEBER KEY IS NOT LESS THAN CR-CLIENTE.
           READ RECEBER NEXT
           PERFORM UNTIL fs-receber NOT EQUAL 00
               IF (TITULO-ABERTO OR TITULO-PARCIAL)
                       AND CR-VENCIMENTO < wrk-hoje
                   ADD 1 to wrk-atraso-qtd
                   MOVE "D" to wrk-ds-funcao
                   MOVE CR-VENCIMENTO to wrk-ds-data1
                   MOVE wrk-hoje to wrk-ds-data2
                   CALL "datesrv" USING wrk-ds-funcao wrk-ds-data1
                           wrk-ds-data2 wrk-ds-dias wrk-ds-status
                   COMPUTE wrk-saldo = CR-VALOR - CR-PAGO
                   MOVE SPACES to REL-AT-LINHA
                   MOVE CR-CLIENTE to REL-AT-LINHA(1:9)
                   MOVE CR-NUMERO to REL-AT-LINHA(12:7)
                   MOVE CR-VENCIMENTO to REL-AT-LINHA(21:8)
                   MOVE wrk-ds-dias to REL-AT-LINHA(31:8)
                   MOVE "dias" to REL-AT-LINHA(40:4)
                   MOVE wrk-saldo to wrk-saldo-ed
                   MOVE wrk-saldo-ed to REL-AT-LINHA(46:11)
                   PERFORM 0292-editar-parcela
                   MOVE wrk-parc-ed to REL-AT-LINHA(59:5)
                   MOVE CR-PEDIDO to REL-AT-LINHA(66:7)
                   WRITE REL-ATRASO-REG
               END-IF
               READ RECEBER NEXT
           END-PERFORM.

           MOVE SPACES to REL-AT-LINHA.
           MOVE "titulos em atraso:" to REL-AT-LINHA(1:18).
           MOVE wrk-atraso-qtd to REL-AT-LINHA(20:5).
           WRITE REL-ATRASO-REG.
           CLOSE REL-ATRASO.
           DISPLAY "titulos em atraso: " wrk-atraso-qtd
                   " (relatorio gravado)".

       0295-interface-contabil SECTION.
      *fechamento do mes para a contabilidade: agrega por estado o
      *valor de produtos e o frete dos pedidos da competencia (fora
      *os cancelados), grava o arquivo de lancamentos no desenho
      *debito/credito do pacote contabil e o relatorio de
      *conferencia com os mesmos totais para o financeiro bater
           DISPLAY "competencia (AAAAMM)"
               ACCEPT wrk-competencia.
           MOVE wrk-competencia to wrk-per-comp.
           PERFORM 0098-verificar-competencia.
           IF wrk-per-fechada EQUAL "S"
               DISPLAY "competencia ja fechada - a interface ja"
                       " rodou; reabra antes de rodar de novo"
               GO to 0295-fim
           END-IF.
           MOVE wrk-competencia to wrk-comp-x.
           MOVE ZERO to wrk-ctb-qtd.
           MOVE ZERO to wrk-ctb-tot-valor wrk-ctb-tot-frete
                        wrk-ctb-tot-icms.

           MOVE ZERO to PED-NUMERO.
           START PEDIDOS KEY IS NOT LESS THAN PED-NUMERO.
           READ PEDIDOS NEXT
           PERFORM UNTIL fs-pedidos NOT EQUAL 00
               MOVE PED-DATA to wrk-ped-data-x
               IF wrk-ped-data-x(1:6) EQUAL wrk-comp-x
                       AND NOT PEDIDO-CANCELADO
      *prospects ficam fora dos extratos contabeis por regra de
      *categoria; pedido de cliente apagado do cadastro entra
                   MOVE PED-CLIENTE to cliente-id
                   READ CLIENTES
                       INVALID KEY
                           PERFORM 0296-acumular-estado
                       NOT INVALID KEY
                           IF NOT categoria-prospect
                               PERFORM 0296-acumular-estado
                           END-IF
                   END-READ
               END-IF
               READ PEDIDOS NEXT
           END-PERFORM.

           IF wrk-ctb-qtd EQUAL ZERO
               DISPLAY "nenhum pedido na competencia"
           ELSE
      *acrescenta ao arquivo de lancamentos, como os demais
      *alimentadores (folha, compras, encargos e comissoes): a
      *trava de competencia ja impede a rodada em dobro
               OPEN EXTEND LANCAMENTOS
               IF fs-lancamentos EQUAL 35
                   OPEN OUTPUT LANCAMENTOS
               END-IF
               OPEN OUTPUT CONFERENCIA
               MOVE SPACES to CONF-LINHA
               MOVE "conferencia contabil da competencia"
                   to CONF-LINHA(1:35)
               MOVE wrk-comp-x to CONF-LINHA(37:6)
               WRITE CONFERENCIA-REG

               PERFORM VARYING wrk-ctb-ind FROM 1 BY 1
                       UNTIL wrk-ctb-ind > wrk-ctb-qtd
                   PERFORM 0297-gravar-lancamentos
               END-PERFORM

               MOVE SPACES to CONF-LINHA
               MOVE "totais: produtos" to CONF-LINHA(1:16)
               MOVE wrk-ctb-tot-valor to wrk-valor-gr-ed
               MOVE wrk-valor-gr-ed to CONF-LINHA(18:13)
               MOVE "frete" to CONF-LINHA(33:5)
               MOVE wrk-ctb-tot-frete to wrk-valor-gr-ed
               MOVE wrk-valor-gr-ed to CONF-LINHA(39:13)
               MOVE "icms" to CONF-LINHA(54:4)
               MOVE wrk-ctb-tot-icms to wrk-valor-gr-ed
               MOVE wrk-valor-gr-ed to CONF-LINHA(59:13)
               WRITE CONFERENCIA-REG
               CLOSE LANCAMENTOS
               CLOSE CONFERENCIA
               DISPLAY "lancamentos e conferencia gravados"
      *interface rodada: o normal e travar o mes na sequencia,
      *para o import nao sair em dobro
               DISPLAY "fechar a competencia agora? (s/n)"
                   ACCEPT wrk-confirma-est
               IF wrk-confirma-est EQUAL "S"
                       OR wrk-confirma-est EQUAL "s"
                   MOVE wrk-competencia to wrk-per-comp
                   PERFORM 0099-fechar-competencia
               END-IF
           END-IF.
       0295-fim.
           EXIT.

       0098-verificar-competencia SECTION.
      *wrk-per-fechada = "S" quando a competencia em wrk-per-comp
      *ja foi travada; sem registro o mes esta aberto
           MOVE "N" to wrk-per-fechada.
           MOVE wrk-per-comp to PER-COMPETENCIA.
           READ PERIODOS
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF PERIODO-FECHADO
                       MOVE "S" to wrk-per-fechada
                   END-IF
           END-READ.

       0099-fechar-competencia SECTION.
           MOVE wrk-per-comp to PER-COMPETENCIA.
           SET PERIODO-FECHADO to TRUE.
           WRITE REG-PERIODO
               INVALID KEY
                   SET PERIODO-FECHADO to TRUE
                   REWRITE REG-PERIODO
           END-WRITE.
           DISPLAY "competencia " wrk-per-comp " fechada".

       0360-controle-competencia SECTION.
      *fecha ou reabre uma competencia na mao (a reabertura e para
      *o raro acerto combinado com o contador)
           DISPLAY "competencia (AAAAMM)"
               ACCEPT wrk-per-comp.
           PERFORM 0098-verificar-competencia.
           IF wrk-per-fechada EQUAL "S"
               DISPLAY "situacao atual: fechada"
           ELSE
               DISPLAY "situacao atual: aberta"
           END-IF.
           DISPLAY "acao (F=fechar A=reabrir)"
               ACCEPT wrk-per-acao.
           EVALUATE wrk-per-acao
               WHEN "F"
               WHEN "f"
                   PERFORM 0099-fechar-competencia
               WHEN "A"
               WHEN "a"
                   MOVE wrk-per-comp to PER-COMPETENCIA
                   SET PERIODO-ABERTO to TRUE
                   WRITE REG-PERIODO
                       INVALID KEY
                           SET PERIODO-ABERTO to TRUE
                           REWRITE REG-PERIODO
                   END-WRITE
                   DISPLAY "competencia " wrk-per-comp " reaberta"
               WHEN OTHER
                   DISPLAY "acao invalida"
           END-EVALUATE.

       0296-acumular-estado SECTION.
           MOVE "N" to wrk-ctb-achou.
           PERFORM VARYING wrk-ctb-ind FROM 1 BY 1
                   UNTIL wrk-ctb-ind > wrk-ctb-qtd
               IF wrk-ctb-estado(wrk-ctb-ind) EQUAL PED-ESTADO
                   MOVE "S" to wrk-ctb-achou
                   EXIT PERFORM
               END-IF
           END-PERFORM.
           IF wrk-ctb-achou NOT EQUAL "S"
               IF wrk-ctb-qtd < 30
                   ADD 1 to wrk-ctb-qtd
                   MOVE wrk-ctb-qtd to wrk-ctb-ind
                   MOVE PED-ESTADO to wrk-ctb-estado(wrk-ctb-ind)
                   MOVE ZERO to wrk-ctb-valor(wrk-ctb-ind)
                   MOVE ZERO to wrk-ctb-frete(wrk-ctb-ind)
                   MOVE ZERO to wrk-ctb-icms(wrk-ctb-ind)
               ELSE
                   DISPLAY "tabela de estados cheia - pedido fora"
                           " do fechamento: " PED-NUMERO
                   GO to 0296-fim
               END-IF
           END-IF.
           ADD PED-VALOR to wrk-ctb-valor(wrk-ctb-ind).
           ADD PED-FRETE to wrk-ctb-frete(wrk-ctb-ind).
           ADD PED-ICMS to wrk-ctb-icms(wrk-ctb-ind).
           ADD PED-VALOR to wrk-ctb-tot-valor.
           ADD PED-FRETE to wrk-ctb-tot-frete.
           ADD PED-ICMS to wrk-ctb-tot-icms.

       0296-fim.
           EXIT.

       0297-gravar-lancamentos SECTION.
      *partida dobrada por estado: debito em duplicatas a receber
      *pelo total e creditos em receita de vendas e de fretes
           MOVE SPACES to REG-LANCAMENTO.
           MOVE "V" to LAN-ORIGEM.
           MOVE ZERO to LAN-DOCUMENTO LAN-ESTORNO-DE.
           MOVE wrk-competencia to LAN-COMPETENCIA.
           MOVE "DUPREC" to LAN-CONTA.
           MOVE "D" to LAN-DC.
           COMPUTE LAN-VALOR = wrk-ctb-valor(wrk-ctb-ind)
                   + wrk-ctb-frete(wrk-ctb-ind).
           MOVE SPACES to LAN-HISTORICO.
           STRING "vendas+frete uf " wrk-ctb-estado(wrk-ctb-ind)
                   DELIMITED BY SIZE INTO LAN-HISTORICO
           END-STRING.
           WRITE REG-LANCAMENTO.

           MOVE "RECVENDAS" to LAN-CONTA.
           MOVE "C" to LAN-DC.
           MOVE wrk-ctb-valor(wrk-ctb-ind) to LAN-VALOR.
           MOVE SPACES to LAN-HISTORICO.
           STRING "receita vendas uf "
                   wrk-ctb-estado(wrk-ctb-ind)
                   DELIMITED BY SIZE INTO LAN-HISTORICO
           END-STRING.
           WRITE REG-LANCAMENTO.

           MOVE "RECFRETE" to LAN-CONTA.
           MOVE "C" to LAN-DC.
           MOVE wrk-ctb-frete(wrk-ctb-ind) to LAN-VALOR.
           MOVE SPACES to LAN-HISTORICO.
           STRING "receita fretes uf "
                   wrk-ctb-estado(wrk-ctb-ind)
                   DELIMITED BY SIZE INTO LAN-HISTORICO
           END-STRING.
           WRITE REG-LANCAMENTO.

      *partida propria do icms da uf: despesa com imposto contra
      *icms a recolher, para o contador parar de engenharia
      *reversa nos totais
           MOVE "ICMSVENDAS" to LAN-CONTA.
           MOVE "D" to LAN-DC.
           MOVE wrk-ctb-icms(wrk-ctb-ind) to LAN-VALOR.
           MOVE SPACES to LAN-HISTORICO.
           STRING "icms sobre vendas uf "
                   wrk-ctb-estado(wrk-ctb-ind)
                   DELIMITED BY SIZE INTO LAN-HISTORICO
           END-STRING.
           WRITE REG-LANCAMENTO.
           MOVE "ICMSRECOLH" to LAN-CONTA.
           MOVE "C" to LAN-DC.
           MOVE SPACES to LAN-HISTORICO.
           STRING "icms a recolher uf "
                   wrk-ctb-estado(wrk-ctb-ind)
                   DELIMITED BY SIZE INTO LAN-HISTORICO
           END-STRING.
           WRITE REG-LANCAMENTO.

           MOVE SPACES to CONF-LINHA.
           MOVE wrk-ctb-estado(wrk-ctb-ind) to CONF-LINHA(1:2).
           MOVE "produtos" to CONF-LINHA(5:8).
           MOVE wrk-ctb-valor(wrk-ctb-ind) to wrk-valor-gr-ed.
           MOVE wrk-valor-gr-ed to CONF-LINHA(14:13).
           MOVE "frete" to CONF-LINHA(29:5).
           MOVE wrk-ctb-frete(wrk-ctb-ind) to wrk-valor-gr-ed.
           MOVE wrk-valor-gr-ed to CONF-LINHA(35:13).
           MOVE "icms" to CONF-LINHA(50:4).
           MOVE wrk-ctb-icms(wrk-ctb-ind) to wrk-valor-gr-ed.
           MOVE wrk-valor-gr-ed to CONF-LINHA(55:13).
           WRITE CONFERENCIA-REG.

       0270-pedidos-abertos SECTION.
      *relatorio de envelhecimento dos pedidos ainda abertos,
      *agrupado por faixas de dias desde a data do pedido (a conta
      *de dias vem do modulo de servicos de data)
           OPEN OUTPUT REL-ABERTOS.
           MOVE SPACES to REL-AB-LINHA.
           MOVE "pedidos abertos por idade (dias)"
               to REL-AB-LINHA(1:32).
           WRITE REL-ABERTOS-REG.

           MOVE ZERO to wrk-ab-qtd.
           PERFORM VARYING wrk-idade-ind FROM 1 BY 1
                   UNTIL wrk-idade-ind > 4
               MOVE ZERO to wrk-idade-ped-ex(wrk-idade-ind)
           END-PERFORM.

           MOVE ZERO to PED-NUMERO.
           START PEDIDOS KEY IS NOT LESS THAN PED-NUMERO.
           READ PEDIDOS NEXT
           PERFORM UNTIL fs-pedidos NOT EQUAL 00
               IF PEDIDO-ABERTO
                   ADD 1 to wrk-ab-qtd
                   MOVE "D" to wrk-ds-funcao
                   MOVE PED-DATA to wrk-ds-data1
                   ACCEPT wrk-ds-data2 FROM DATE YYYYMMDD
                   CALL "datesrv" USING wrk-ds-funcao wrk-ds-data1
                           wrk-ds-data2 wrk-ds-dias wrk-ds-status
                   EVALUATE TRUE
                       WHEN wrk-ds-dias NOT > 7
                           MOVE 1 to wrk-idade-ind
                       WHEN wrk-ds-dias NOT > 30
                           MOVE 2 to wrk-idade-ind
                       WHEN wrk-ds-dias NOT > 60
                           MOVE 3 to wrk-idade-ind
                       WHEN OTHER
                           MOVE 4 to wrk-idade-ind
                   END-EVALUATE
                   ADD 1 to wrk-idade-ped-ex(wrk-idade-ind)
                   MOVE SPACES to REL-AB-LINHA
                   MOVE PED-NUMERO to REL-AB-LINHA(1:7)
                   MOVE PED-DATA to REL-AB-LINHA(10:8)
                   MOVE PED-CLIENTE to REL-AB-LINHA(20:9)
                   MOVE wrk-ds-dias to REL-AB-LINHA(31:8)
                   MOVE "dias" to REL-AB-LINHA(40:4)
                   WRITE REL-ABERTOS-REG
               END-IF
               READ PEDIDOS NEXT
           END-PERFORM.

           MOVE SPACES to REL-AB-LINHA.
           MOVE "ate 7 dias....:" to REL-AB-LINHA(1:15).
           MOVE wrk-idade-ped-ex(1) to REL-AB-LINHA(17:5).
           WRITE REL-ABERTOS-REG.
           MOVE SPACES to REL-AB-LINHA.
           MOVE "8 a 30 dias...:" to REL-AB-LINHA(1:15).
           MOVE wrk-idade-ped-ex(2) to REL-AB-LINHA(17:5).
           WRITE REL-ABERTOS-REG.
           MOVE SPACES to REL-AB-LINHA.
           MOVE "31 a 60 dias..:" to REL-AB-LINHA(1:15).
           MOVE wrk-idade-ped-ex(3) to REL-AB-LINHA(17:5).
           WRITE REL-ABERTOS-REG.
           MOVE SPACES to REL-AB-LINHA.
           MOVE "acima de 60...:" to REL-AB-LINHA(1:15).
           MOVE wrk-idade-ped-ex(4) to REL-AB-LINHA(17:5).
           WRITE REL-ABERTOS-REG.
           MOVE SPACES to REL-AB-LINHA.
           MOVE "total de abertos:" to REL-AB-LINHA(1:17).
           MOVE wrk-ab-qtd to REL-AB-LINHA(19:5).
           WRITE REL-ABERTOS-REG.
           CLOSE REL-ABERTOS.
           DISPLAY "pedidos abertos: " wrk-ab-qtd
                   " (relatorio gravado)".

       0272-relatorio-backorders SECTION.
      *backorders ainda abertos: o detalhe na ordem da chave
      *(pedido+item, que e a cronologica) e o resumo das pendencias
      *acumuladas por produto ao final
           OPEN OUTPUT REL-BACKORD.
           MOVE SPACES to REL-BO-LINHA.
           MOVE "backorders abertos por pedido"
               to REL-BO-LINHA(1:29).
           WRITE REL-BACKORD-REG.

           MOVE ZERO to wrk-bo-abertos wrk-bo-prod-qtd.
           MOVE ZERO to BO-PEDIDO BO-SEQ.
           START BACKORDERS KEY IS NOT LESS THAN BO-CHAVE.
           IF fs-backorders EQUAL 00
               READ BACKORDERS NEXT
               PERFORM UNTIL fs-backorders NOT EQUAL 00
                   IF BACKORDER-ABERTO
                       ADD 1 to wrk-bo-abertos
                       MOVE SPACES to REL-BO-LINHA
                       MOVE BO-PEDIDO to REL-BO-LINHA(1:7)
                       MOVE BO-SEQ to REL-BO-LINHA(9:3)
                       MOVE BO-PRODUTO to REL-BO-LINHA(14:5)
                       MOVE BO-QTD-PENDENTE to REL-BO-LINHA(21:5)
                       MOVE "desde" to REL-BO-LINHA(28:5)
                       MOVE BO-DATA to REL-BO-LINHA(34:8)
                       WRITE REL-BACKORD-REG
                       PERFORM 0273-acumular-bo-produto
                   END-IF
                   READ BACKORDERS NEXT
               END-PERFORM
           END-IF.

           MOVE SPACES to REL-BO-LINHA.
           MOVE "pendencias por produto:" to REL-BO-LINHA(1:23).
           WRITE REL-BACKORD-REG.
           PERFORM VARYING wrk-bo-ind FROM 1 BY 1
                   UNTIL wrk-bo-ind > wrk-bo-prod-qtd
               MOVE SPACES to REL-BO-LINHA
               MOVE wrk-bo-prod-ex(wrk-bo-ind)
                   to REL-BO-LINHA(3:5)
               MOVE wrk-bo-prod-ex(wrk-bo-ind) to PRO-CODIGO
               READ PRODUTOS
                   NOT INVALID KEY
                       MOVE PRO-DESCRICAO to REL-BO-LINHA(10:30)
               END-READ
               MOVE wrk-bo-qtd-ex(wrk-bo-ind)
                   to REL-BO-LINHA(42:7)
               WRITE REL-BACKORD-REG
           END-PERFORM.
           MOVE SPACES to REL-BO-LINHA.
           MOVE "backorders abertos:" to REL-BO-LINHA(1:19).
           MOVE wrk-bo-abertos to REL-BO-LINHA(21:5).
           WRITE REL-BACKORD-REG.
           CLOSE REL-BACKORD.
           DISPLAY "backorders abertos: " wrk-bo-abertos
                   " (relatorio gravado)".

       0273-acumular-bo-produto SECTION.
           MOVE "N" to wrk-bo-achou.
           PERFORM VARYING wrk-bo-ind FROM 1 BY 1
                   UNTIL wrk-bo-ind > wrk-bo-prod-qtd
               IF wrk-bo-prod-ex(wrk-bo-ind) EQUAL BO-PRODUTO
                   MOVE "S" to wrk-bo-achou
                   EXIT PERFORM
               END-IF
           END-PERFORM.
           IF wrk-bo-achou NOT EQUAL "S"
               IF wrk-bo-prod-qtd < 100
                   ADD 1 to wrk-bo-prod-qtd
                   MOVE wrk-bo-prod-qtd to wrk-bo-ind
                   MOVE BO-PRODUTO to wrk-bo-prod-ex(wrk-bo-ind)
                   MOVE ZERO to wrk-bo-qtd-ex(wrk-bo-ind)
               ELSE
                   GO to 0273-fim
               END-IF
           END-IF.
           ADD BO-QTD-PENDENTE to wrk-bo-qtd-ex(wrk-bo-ind).
       0273-fim.
           EXIT.

       0275-atender-backorders SECTION.
      *aloca o saldo disponivel aos backorders mais antigos (a
      *ordem da chave e a cronologica) e posta a saida "S"
      *correspondente no diario de estoque; os cobertos por compra
      *ja recebida (liberados pelo recebimento do compras) passam
      *a frente dos demais, e cada cliente atendido sai na lista
      *backorders-atendidos.txt para o comercial avisar
           MOVE ZERO to wrk-bo-atendidos wrk-bo-parciais.
           MOVE ZERO to wrk-bo-avisos.
           OPEN OUTPUT REL-BO-ATEND.
           MOVE SPACES to REL-BA-LINHA.
           MOVE "backorders atendidos - clientes a avisar -"
               to REL-BA-LINHA(1:42).
           ACCEPT REL-BA-LINHA(44:8) FROM DATE YYYYMMDD.
           WRITE REL-BO-ATEND-REG.
           MOVE SPACES to REL-BA-LINHA.
           MOVE "pedido  cliente" to REL-BA-LINHA(1:15).
           MOVE "telefone" to REL-BA-LINHA(40:8).
           MOVE "prod." to REL-BA-LINHA(51:5).
           MOVE "qtd" to REL-BA-LINHA(59:3).
           WRITE REL-BO-ATEND-REG.
           OPEN I-O COMPRA-BKO.
           IF fs-compra-bko EQUAL 00
               MOVE "S" to wrk-bo-da-compra
               PERFORM 0298-backorders-comprados
               CLOSE COMPRA-BKO
           END-IF.
           MOVE "N" to wrk-bo-da-compra.
           MOVE ZERO to BO-PEDIDO BO-SEQ.
           START BACKORDERS KEY IS NOT LESS THAN BO-CHAVE.
           IF fs-backorders EQUAL 00
               READ BACKORDERS NEXT
               PERFORM UNTIL fs-backorders NOT EQUAL 00
                   IF BACKORDER-ABERTO
                       PERFORM 0276-atender-um-backorder
                   END-IF
                   READ BACKORDERS NEXT
               END-PERFORM
           END-IF.
           DISPLAY "backorders atendidos por inteiro: "
                   wrk-bo-atendidos.
           DISPLAY "backorders atendidos em parte...: "
                   wrk-bo-parciais.
           CLOSE REL-BO-ATEND.
           IF wrk-bo-avisos > ZERO
               DISPLAY "clientes a avisar em backorders-atendidos.txt"
           END-IF.

       0276-atender-um-backorder SECTION.
      *atende um backorder ate onde o saldo do produto alcancar,
      *baixando o estoque e a pendencia juntos
           MOVE BO-PRODUTO to PRO-CODIGO.
           READ PRODUTOS
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF PRO-EST-FIL(wrk-filial-sessao) > ZERO
                       IF BO-QTD-PENDENTE >
                               PRO-EST-FIL(wrk-filial-sessao)
                           MOVE PRO-EST-FIL(wrk-filial-sessao)
                               to wrk-bo-atender
                       ELSE
                           MOVE BO-QTD-PENDENTE to wrk-bo-atender
                       END-IF
                       SUBTRACT wrk-bo-atender
                           from PRO-EST-FIL(wrk-filial-sessao)
                       SUBTRACT wrk-bo-atender from PRO-ESTOQUE
                       REWRITE REG-PRODUTO
                       SUBTRACT wrk-bo-atender from BO-QTD-PENDENTE
                       IF BO-QTD-PENDENTE EQUAL ZERO
                           SET BACKORDER-ATENDIDO to TRUE
                           ADD 1 to wrk-bo-atendidos
                       ELSE
                           ADD 1 to wrk-bo-parciais
                       END-IF
                       REWRITE REG-BACKORDER
                       MOVE wrk-bo-atender to wrk-lote-qtd
                       MOVE "BACKORDER" to wrk-lote-origem
                       PERFORM 0118-saida-por-lote
                       DISPLAY "pedido " BO-PEDIDO " item " BO-SEQ
                               " produto " BO-PRODUTO " atendido "
                               wrk-bo-atender " pendente "
                               BO-QTD-PENDENTE
                       PERFORM 0299-cliente-backorder
                   END-IF
           END-READ.

       0298-backorders-comprados SECTION.
      *primeira passada do atendimento: os backorders cuja compra
      *ja chegou; o vinculo fica atendido quando o backorder fecha
      *(ou nem existe mais) e, atendido em parte, continua na
      *frente para a proxima rodada
           MOVE ZERO to OBK-OC-NUMERO OBK-OC-SEQ.
           MOVE ZERO to OBK-BO-PEDIDO OBK-BO-SEQ.
           START COMPRA-BKO KEY IS NOT LESS THAN OBK-CHAVE
               INVALID KEY
                   CONTINUE
           END-START.
           IF fs-compra-bko EQUAL 00
               READ COMPRA-BKO NEXT
               PERFORM UNTIL fs-compra-bko NOT EQUAL 00
                   IF VINCULO-CHEGOU
                       MOVE OBK-BO-PEDIDO to BO-PEDIDO
                       MOVE OBK-BO-SEQ to BO-SEQ
                       READ BACKORDERS
                           INVALID KEY
                               SET VINCULO-ATENDIDO to TRUE
                           NOT INVALID KEY
                               IF BACKORDER-ABERTO
                                   PERFORM 0276-atender-um-backorder
                               END-IF
                               IF NOT BACKORDER-ABERTO
                                   SET VINCULO-ATENDIDO to TRUE
                               END-IF
                       END-READ
                       REWRITE REG-COMPRA-BKO
                   END-IF
                   READ COMPRA-BKO NEXT
               END-PERFORM
           END-IF.

       0299-cliente-backorder SECTION.
      *linha da lista para o comercial: pedido, cliente com o
      *telefone, produto, quantidade atendida agora e se o backorder
      *fechou; "compra" marca o que veio da compra amarrada
           MOVE SPACES to REL-BA-LINHA.
           MOVE BO-PEDIDO to REL-BA-LINHA(1:7).
           MOVE BO-PEDIDO to PED-NUMERO.
           READ PEDIDOS
               INVALID KEY
                   MOVE "(pedido fora do arquivo)"
                       to REL-BA-LINHA(9:24)
               NOT INVALID KEY
                   MOVE PED-CLIENTE to cliente-id
                   READ CLIENTES
                       INVALID KEY
                           MOVE PED-CLIENTE to REL-BA-LINHA(9:9)
                       NOT INVALID KEY
                           MOVE cliente-nome to REL-BA-LINHA(9:30)
                           MOVE cliente-ddd to REL-BA-LINHA(40:2)
                           MOVE cliente-numero to REL-BA-LINHA(43:7)
                   END-READ
           END-READ.
           MOVE BO-PRODUTO to REL-BA-LINHA(51:5).
           MOVE wrk-bo-atender to REL-BA-LINHA(57:5).
           IF BACKORDER-ATENDIDO
               MOVE "total" to REL-BA-LINHA(63:7)
           ELSE
               MOVE "parcial" to REL-BA-LINHA(63:7)
           END-IF.
           IF wrk-bo-da-compra EQUAL "S"
               MOVE "compra" to REL-BA-LINHA(71:6)
           END-IF.
           WRITE REL-BO-ATEND-REG.
           ADD 1 to wrk-bo-avisos.

       0085-obter-numero SECTION.
           MOVE 1 to wrk-numero-pedido.
           OPEN INPUT NUM-CONTROL.
           IF fs-num-control EQUAL 00
               READ NUM-CONTROL
               IF fs-num-control EQUAL 00
                   MOVE NUM-PROXIMO to wrk-numero-pedido
               END-IF
               CLOSE NUM-CONTROL
           END-IF.

       0086-gravar-numero SECTION.
           ADD 1 to wrk-numero-pedido.
           MOVE wrk-numero-pedido to NUM-PROXIMO.
           OPEN OUTPUT NUM-CONTROL.
           WRITE NUM-CONTROL-REG.
           CLOSE NUM-CONTROL.

       0115-baixar-estoque SECTION.
      *baixa automatica do saldo na gravacao do item (ate zerar; a
      *venda acima do saldo confirmada baixa o que houver) e
      *movimento de saida no diario de estoque com a quantidade
      *efetivamente baixada, para o diario sempre bater com o saldo;
      *a parcela sem saldo vira um backorder pendente em vez de
      *simplesmente sumir; a baixa sai do saldo da filial da
      *sessao, acompanhada no total; produto controlado por lote
      *baixa dos lotes que vencem primeiro (0118)
           IF wrk-quantidade > PRO-EST-FIL(wrk-filial-sessao)
               MOVE PRO-EST-FIL(wrk-filial-sessao)
                   to wrk-baixa-real
               COMPUTE wrk-bo-pendente = wrk-quantidade
                       - wrk-baixa-real
               MOVE ZERO to PRO-EST-FIL(wrk-filial-sessao)
               SUBTRACT wrk-baixa-real from PRO-ESTOQUE
               PERFORM 0119-gravar-backorder
           ELSE
               MOVE wrk-quantidade to wrk-baixa-real
               SUBTRACT wrk-quantidade
                   from PRO-EST-FIL(wrk-filial-sessao)
               SUBTRACT wrk-quantidade from PRO-ESTOQUE
           END-IF.
           REWRITE REG-PRODUTO.
           MOVE wrk-baixa-real to wrk-lote-qtd.
           MOVE "PEDIDO" to wrk-lote-origem.
           PERFORM 0118-saida-por-lote.
      *guarda a baixa aplicada ao item, para um eventual
      *desfazimento pelo limite de credito devolver o valor exato
           IF wrk-seq-item > ZERO AND wrk-seq-item NOT > 200
               MOVE PRO-CODIGO to wrk-baixa-prod(wrk-seq-item)
               MOVE wrk-baixa-real to wrk-baixa-qtd(wrk-seq-item)
           END-IF.

       0116-gravar-movimento SECTION.
      *acrescenta ao diario de estoque o movimento ja montado em
      *REG-MOVIMENTO pelo chamador (mesmo molde do 0180 do
      *ex-loops); todo chamador deixa o produto certo no buffer de
      *PRODUTOS, entao o custo do movimento sai do custo medio
           MOVE PRO-CUSTO-MEDIO to MOV-CUSTO-UNIT.
           MOVE wrk-filial-sessao to MOV-FILIAL.
           OPEN EXTEND ESTOQUE-MOV.
           IF fs-estoque-mov EQUAL 35
               OPEN OUTPUT ESTOQUE-MOV
           END-IF.
           WRITE REG-MOVIMENTO.
           CLOSE ESTOQUE-MOV.

       0340-journal-inicio SECTION.
      *abre a unidade de trabalho da confirmacao no diario
           MOVE SPACES to JPD-REG.
           MOVE "P" to JPD-TIPO.
           MOVE wrk-numero-pedido to wrk-jpd-pedido.
           MOVE wrk-jpd-pedido to JPD-PEDIDO.
           MOVE ZERO to JPD-SEQ JPD-PRODUTO JPD-QTD JPD-BAIXA.
           MOVE wrk-filial-sessao to JPD-FILIAL.
           ACCEPT JPD-DATA-HORA(1:8) FROM DATE YYYYMMDD.
           ACCEPT JPD-DATA-HORA(9:6) FROM TIME.
           PERFORM 0343-gravar-journal-ped.
           MOVE "S" to wrk-jpd-aberto.

       0341-journal-item SECTION.
      *um "I" por item gravado, com a baixa de estoque aplicada de
      *fato (e o que o desfazimento da recuperacao devolve)
           MOVE SPACES to JPD-REG.
           MOVE "I" to JPD-TIPO.
           MOVE wrk-jpd-pedido to JPD-PEDIDO.
           MOVE wrk-seq-item to JPD-SEQ.
           MOVE wrk-codigo-prod to JPD-PRODUTO.
           MOVE wrk-quantidade to JPD-QTD.
           MOVE wrk-baixa-real to JPD-BAIXA.
           MOVE wrk-filial-sessao to JPD-FILIAL.
           ACCEPT JPD-DATA-HORA(1:8) FROM DATE YYYYMMDD.
           ACCEPT JPD-DATA-HORA(9:6) FROM TIME.
           PERFORM 0343-gravar-journal-ped.

       0342-journal-confirmar SECTION.
           MOVE SPACES to JPD-REG.
           MOVE "C" to JPD-TIPO.
           MOVE wrk-jpd-pedido to JPD-PEDIDO.
           MOVE ZERO to JPD-SEQ JPD-PRODUTO JPD-QTD JPD-BAIXA.
           MOVE wrk-filial-sessao to JPD-FILIAL.
           ACCEPT JPD-DATA-HORA(1:8) FROM DATE YYYYMMDD.
           ACCEPT JPD-DATA-HORA(9:6) FROM TIME.
           PERFORM 0343-gravar-journal-ped.
           MOVE "N" to wrk-jpd-aberto.

       0343-gravar-journal-ped SECTION.
           OPEN EXTEND JOURNAL-PED.
           IF fs-journal-ped EQUAL 35
               OPEN OUTPUT JOURNAL-PED
           END-IF.
           WRITE JPD-REG.
           CLOSE JOURNAL-PED.

       0118-saida-por-lote SECTION.
      *movimento de saida da quantidade em wrk-lote-qtd (buffer de
      *PRODUTOS posicionado pelo chamador); produto controlado por
      *lote consome os lotes da filial da sessao ainda na validade,
      *do que vence primeiro para o ultimo, com um movimento por
      *lote; o que nenhum lote cobrir (saldo anterior ao controle)
      *sai num movimento sem lote
           IF produto-com-lote
               ACCEPT wrk-lote-hoje FROM DATE YYYYMMDD
               MOVE PRO-CODIGO to LOT-PRODUTO
               MOVE wrk-filial-sessao to LOT-FILIAL
               MOVE wrk-lote-hoje to LOT-VALIDADE
               MOVE LOW-VALUES to LOT-NUMERO
               START LOTES KEY IS NOT LESS THAN LOT-CHAVE
               IF fs-lotes EQUAL 00
                   READ LOTES NEXT
               END-IF
               PERFORM UNTIL fs-lotes NOT EQUAL 00
                       OR wrk-lote-qtd EQUAL ZERO
                       OR LOT-PRODUTO NOT EQUAL PRO-CODIGO
                       OR LOT-FILIAL NOT EQUAL wrk-filial-sessao
                   IF LOTE-ATIVO AND LOT-SALDO > ZERO
                       IF wrk-lote-qtd > LOT-SALDO
                           MOVE LOT-SALDO to wrk-lote-baixa
                       ELSE
                           MOVE wrk-lote-qtd to wrk-lote-baixa
                       END-IF
                       SUBTRACT wrk-lote-baixa from LOT-SALDO
                       SUBTRACT wrk-lote-baixa from wrk-lote-qtd
                       REWRITE REG-LOTE
                       MOVE SPACES to REG-MOVIMENTO
                       ACCEPT MOV-DATA-HORA(1:8) FROM DATE YYYYMMDD
                       ACCEPT MOV-DATA-HORA(9:6) FROM TIME
                       MOVE PRO-CODIGO to MOV-PRODUTO
                       MOVE "S" to MOV-TIPO
                       MOVE wrk-lote-baixa to MOV-QTD
                       MOVE wrk-lote-origem to MOV-ORIGEM
                       MOVE LOT-NUMERO to MOV-LOTE
                       PERFORM 0116-gravar-movimento
                   END-IF
                   READ LOTES NEXT
               END-PERFORM
               IF wrk-lote-qtd EQUAL ZERO
                   GO to 0118-fim
               END-IF
           END-IF.
           MOVE SPACES to REG-MOVIMENTO.
           ACCEPT MOV-DATA-HORA(1:8) FROM DATE YYYYMMDD.
           ACCEPT MOV-DATA-HORA(9:6) FROM TIME.
           MOVE PRO-CODIGO to MOV-PRODUTO.
           MOVE "S" to MOV-TIPO.
           MOVE wrk-lote-qtd to MOV-QTD.
           MOVE wrk-lote-origem to MOV-ORIGEM.
           PERFORM 0116-gravar-movimento.
       0118-fim.
           EXIT.

       0113-entrada-por-lote SECTION.
      *movimento de entrada da quantidade em wrk-lote-qtd que volta
      *ao estoque da filial da sessao (buffer de PRODUTOS
      *posicionado pelo chamador); produto controlado por lote
      *credita o lote ainda na validade que vence primeiro, o mesmo
      *que a saida do 0118 consome antes dos outros, e o movimento
      *leva o lote; sem lote na validade o movimento sai sem lote,
      *como a saida que nenhum lote cobriu
           MOVE SPACES to REG-MOVIMENTO.
           IF produto-com-lote
               ACCEPT wrk-lote-hoje FROM DATE YYYYMMDD
               MOVE PRO-CODIGO to LOT-PRODUTO
               MOVE wrk-filial-sessao to LOT-FILIAL
               MOVE wrk-lote-hoje to LOT-VALIDADE
               MOVE LOW-VALUES to LOT-NUMERO
               START LOTES KEY IS NOT LESS THAN LOT-CHAVE
               IF fs-lotes EQUAL 00
                   READ LOTES NEXT
               END-IF
               PERFORM UNTIL fs-lotes NOT EQUAL 00
                       OR LOT-PRODUTO NOT EQUAL PRO-CODIGO
                       OR LOT-FILIAL NOT EQUAL wrk-filial-sessao
                       OR LOTE-ATIVO
                   READ LOTES NEXT
               END-PERFORM
               IF fs-lotes EQUAL 00
                       AND LOT-PRODUTO EQUAL PRO-CODIGO
                       AND LOT-FILIAL EQUAL wrk-filial-sessao
                   ADD wrk-lote-qtd to LOT-SALDO
                   REWRITE REG-LOTE
                   MOVE LOT-NUMERO to MOV-LOTE
               END-IF
           END-IF.
           ACCEPT MOV-DATA-HORA(1:8) FROM DATE YYYYMMDD.
           ACCEPT MOV-DATA-HORA(9:6) FROM TIME.
           MOVE PRO-CODIGO to MOV-PRODUTO.
           MOVE "E" to MOV-TIPO.
           MOVE wrk-lote-qtd to MOV-QTD.
           MOVE wrk-lote-origem to MOV-ORIGEM.
           PERFORM 0116-gravar-movimento.

       0117-preco-vigente SECTION.
      *preco do produto corrente em wrk-valor: a ultima vigencia da
      *tabela de precos que ja entrou em vigor; sem tabela (ou sem
      *vigencia para o produto) vale o preco do cadastro
           MOVE PRO-PRECO to wrk-valor.
           IF wrk-tem-precos EQUAL "S"
               ACCEPT wrk-hoje FROM DATE YYYYMMDD
               MOVE PRO-CODIGO to PRC-PRODUTO
               MOVE ZERO to PRC-VIGENCIA
               START PRECOS KEY IS NOT LESS THAN PRC-CHAVE
               IF fs-precos EQUAL 00
                   READ PRECOS NEXT
                   PERFORM UNTIL fs-precos NOT EQUAL 00
                           OR PRC-PRODUTO NOT EQUAL PRO-CODIGO
                           OR PRC-VIGENCIA > wrk-hoje
                       MOVE PRC-PRECO to wrk-valor
                       READ PRECOS NEXT
                   END-PERFORM
               END-IF
           END-IF.

       0119-gravar-backorder SECTION.
      *pendencia da venda acima do saldo, chaveada por pedido+item;
      *o atendimento futuro aloca estoque recebido aos mais antigos
           MOVE wrk-numero-pedido to BO-PEDIDO.
           MOVE wrk-seq-item to BO-SEQ.
           MOVE wrk-codigo-prod to BO-PRODUTO.
           MOVE wrk-bo-pendente to BO-QTD-PENDENTE.
           ACCEPT BO-DATA FROM DATE YYYYMMDD.
           SET BACKORDER-ABERTO to TRUE.
           WRITE REG-BACKORDER
               INVALID KEY
                   REWRITE REG-BACKORDER
           END-WRITE.
           DISPLAY "backorder gravado: " wrk-bo-pendente
                   " pendente do produto " wrk-codigo-prod.

       0400-margem-bruta SECTION.
      *margem bruta dos pedidos faturados/entregues da competencia:
      *receita (valor das mercadorias) menos o custo medio gravado
      *em cada item na baixa, o icms e o frete absorvido (o pago a
      *transportadora acima do cobrado do cliente); icms e frete
      *sao rateados entre os itens pelo valor; item sem custo
      *gravado (pedido anterior ao controle) sai pelo custo atual
           DISPLAY "competencia (AAAAMM)"
               ACCEPT wrk-mg-comp.
           MOVE ZERO to wrk-mg-pedidos wrk-mg-sem-custo.
           MOVE ZERO to wrk-mg-qtd-prod wrk-mg-qtd-vend
                        wrk-mg-qtd-cli.
           MOVE ZERO to wrk-mg-tot-receita wrk-mg-tot-custo
                        wrk-mg-tot-despesa.
           OPEN OUTPUT REL-MARGEM.
           MOVE SPACES to REL-MG-LINHA.
           MOVE "margem bruta - competencia" to REL-MG-LINHA(1:26).
           MOVE wrk-mg-comp to REL-MG-LINHA(28:6).
           WRITE REL-MARGEM-REG.
           MOVE "por pedido" to REL-MG-LINHA.
           PERFORM 0403-cabecalho-margem.
           MOVE ZERO to PED-NUMERO.
           START PEDIDOS KEY IS NOT LESS THAN PED-NUMERO.
           READ PEDIDOS NEXT
           PERFORM UNTIL fs-pedidos NOT EQUAL 00
               MOVE PED-DATA to wrk-ped-comp-x
               IF wrk-ped-comp-x(1:6) EQUAL wrk-mg-comp
                       AND (PEDIDO-FATURADO OR PEDIDO-ENTREGUE)
                   PERFORM 0401-margem-pedido
               END-IF
               READ PEDIDOS NEXT
           END-PERFORM.
           IF wrk-mg-pedidos EQUAL ZERO
               CLOSE REL-MARGEM
               DISPLAY "nenhum pedido faturado na competencia"
               GO to 0400-fim
           END-IF.
           MOVE "total" to REL-MG-LINHA.
           MOVE ZERO to wrk-mg-chave.
           MOVE wrk-mg-tot-receita to wrk-mg-l-receita.
           MOVE wrk-mg-tot-custo to wrk-mg-l-custo.
           MOVE wrk-mg-tot-despesa to wrk-mg-l-despesa.
           PERFORM 0404-linha-margem.

           MOVE "por produto" to REL-MG-LINHA.
           PERFORM 0403-cabecalho-margem.
           PERFORM VARYING wrk-mg-ind FROM 1 BY 1
                   UNTIL wrk-mg-ind > wrk-mg-qtd-prod
               MOVE SPACES to REL-MG-LINHA
               MOVE wrk-mgp-chave(wrk-mg-ind) to wrk-mg-chave
               MOVE wrk-mgp-receita(wrk-mg-ind) to wrk-mg-l-receita
               MOVE wrk-mgp-custo(wrk-mg-ind) to wrk-mg-l-custo
               MOVE wrk-mgp-despesa(wrk-mg-ind) to wrk-mg-l-despesa
               PERFORM 0404-linha-margem
           END-PERFORM.
           MOVE "por vendedor" to REL-MG-LINHA.
           PERFORM 0403-cabecalho-margem.
           PERFORM VARYING wrk-mg-ind FROM 1 BY 1
                   UNTIL wrk-mg-ind > wrk-mg-qtd-vend
               MOVE SPACES to REL-MG-LINHA
               MOVE wrk-mgv-chave(wrk-mg-ind) to wrk-mg-chave
               MOVE wrk-mgv-receita(wrk-mg-ind) to wrk-mg-l-receita
               MOVE wrk-mgv-custo(wrk-mg-ind) to wrk-mg-l-custo
               MOVE wrk-mgv-despesa(wrk-mg-ind) to wrk-mg-l-despesa
               PERFORM 0404-linha-margem
           END-PERFORM.
           MOVE "por cliente" to REL-MG-LINHA.
           PERFORM 0403-cabecalho-margem.
           PERFORM VARYING wrk-mg-ind FROM 1 BY 1
                   UNTIL wrk-mg-ind > wrk-mg-qtd-cli
               MOVE SPACES to REL-MG-LINHA
               MOVE wrk-mgc-chave(wrk-mg-ind) to wrk-mg-chave
               MOVE wrk-mgc-receita(wrk-mg-ind) to wrk-mg-l-receita
               MOVE wrk-mgc-custo(wrk-mg-ind) to wrk-mg-l-custo
               MOVE wrk-mgc-despesa(wrk-mg-ind) to wrk-mg-l-despesa
               PERFORM 0404-linha-margem
           END-PERFORM.
           IF wrk-mg-sem-custo > ZERO
               MOVE SPACES to REL-MG-LINHA
               MOVE "itens sem custo gravado (custo atual):"
                   to REL-MG-LINHA(1:38)
               MOVE wrk-mg-sem-custo to REL-MG-LINHA(40:5)
               WRITE REL-MARGEM-REG
           END-IF.
           CLOSE REL-MARGEM.
           DISPLAY "margem bruta: " wrk-mg-pedidos
                   " pedidos (relatorio em margem-bruta.txt)".
       0400-fim.
           EXIT.

       0401-margem-pedido SECTION.
      *custo do pedido item a item (a linha de componente fica de
      *fora: o custo do kit ja esta na linha dele), com o rateio da
      *despesa e a acumulacao por produto; depois a linha do pedido
      *e as quebras de vendedor e cliente
           ADD 1 to wrk-mg-pedidos.
           MOVE ZERO to wrk-mg-absorvido wrk-mg-custo-ped.
           IF PED-FRETE-PAGO > PED-FRETE
               COMPUTE wrk-mg-absorvido = PED-FRETE-PAGO - PED-FRETE
           END-IF.
           COMPUTE wrk-mg-despesa-ped = PED-ICMS + wrk-mg-absorvido.
           MOVE PED-NUMERO to ITM-NUMERO.
           MOVE ZERO to ITM-SEQ.
           START ITENS KEY IS NOT LESS THAN ITM-CHAVE.
           IF fs-itens EQUAL 00
               READ ITENS NEXT
               PERFORM UNTIL fs-itens NOT EQUAL 00
                       OR ITM-NUMERO NOT EQUAL PED-NUMERO
                   IF NOT ITEM-COMPONENTE
                       PERFORM 0402-margem-item
                   END-IF
                   READ ITENS NEXT
               END-PERFORM
           END-IF.
           ADD PED-VALOR to wrk-mg-tot-receita.
           ADD wrk-mg-custo-ped to wrk-mg-tot-custo.
           ADD wrk-mg-despesa-ped to wrk-mg-tot-despesa.
           MOVE SPACES to REL-MG-LINHA.
           MOVE PED-NUMERO to wrk-mg-chave.
           MOVE PED-VALOR to wrk-mg-l-receita.
           MOVE wrk-mg-custo-ped to wrk-mg-l-custo.
           MOVE wrk-mg-despesa-ped to wrk-mg-l-despesa.
           PERFORM 0404-linha-margem.

           MOVE "N" to wrk-mg-achou.
           PERFORM VARYING wrk-mg-ind FROM 1 BY 1
                   UNTIL wrk-mg-ind > wrk-mg-qtd-vend
               IF wrk-mgv-chave(wrk-mg-ind) EQUAL PED-VENDEDOR
                   MOVE "S" to wrk-mg-achou
                   EXIT PERFORM
               END-IF
           END-PERFORM.
           IF wrk-mg-achou NOT EQUAL "S" AND wrk-mg-qtd-vend < 30
               ADD 1 to wrk-mg-qtd-vend
               MOVE wrk-mg-qtd-vend to wrk-mg-ind
               MOVE PED-VENDEDOR to wrk-mgv-chave(wrk-mg-ind)
               MOVE ZERO to wrk-mgv-receita(wrk-mg-ind)
                            wrk-mgv-custo(wrk-mg-ind)
                            wrk-mgv-despesa(wrk-mg-ind)
               MOVE "S" to wrk-mg-achou
           END-IF.
           IF wrk-mg-achou EQUAL "S"
               ADD PED-VALOR to wrk-mgv-receita(wrk-mg-ind)
               ADD wrk-mg-custo-ped to wrk-mgv-custo(wrk-mg-ind)
               ADD wrk-mg-despesa-ped to wrk-mgv-despesa(wrk-mg-ind)
           END-IF.

           MOVE "N" to wrk-mg-achou.
           PERFORM VARYING wrk-mg-ind FROM 1 BY 1
                   UNTIL wrk-mg-ind > wrk-mg-qtd-cli
               IF wrk-mgc-chave(wrk-mg-ind) EQUAL PED-CLIENTE
                   MOVE "S" to wrk-mg-achou
                   EXIT PERFORM
               END-IF
           END-PERFORM.
           IF wrk-mg-achou NOT EQUAL "S" AND wrk-mg-qtd-cli < 500
               ADD 1 to wrk-mg-qtd-cli
               MOVE wrk-mg-qtd-cli to wrk-mg-ind
               MOVE PED-CLIENTE to wrk-mgc-chave(wrk-mg-ind)
               MOVE ZERO to wrk-mgc-receita(wrk-mg-ind)
                            wrk-mgc-custo(wrk-mg-ind)
                            wrk-mgc-despesa(wrk-mg-ind)
               MOVE "S" to wrk-mg-achou
           END-IF.
           IF wrk-mg-achou EQUAL "S"
               ADD PED-VALOR to wrk-mgc-receita(wrk-mg-ind)
               ADD wrk-mg-custo-ped to wrk-mgc-custo(wrk-mg-ind)
               ADD wrk-mg-despesa-ped to wrk-mgc-despesa(wrk-mg-ind)
           END-IF.

       0402-margem-item SECTION.
           MOVE ITM-CUSTO-UNIT to wrk-mg-custo-unit.
           IF wrk-mg-custo-unit EQUAL ZERO
               MOVE ITM-PRODUTO to PRO-CODIGO
               READ PRODUTOS
                   INVALID KEY
                       MOVE ZERO to PRO-CUSTO-MEDIO
               END-READ
               MOVE PRO-CUSTO-MEDIO to wrk-mg-custo-unit
               ADD 1 to wrk-mg-sem-custo
           END-IF.
           COMPUTE wrk-mg-custo-item = ITM-QUANTIDADE
                   * wrk-mg-custo-unit.
           ADD wrk-mg-custo-item to wrk-mg-custo-ped.
           MOVE ZERO to wrk-mg-desp-item.
           IF PED-VALOR > ZERO
               COMPUTE wrk-mg-desp-item ROUNDED = wrk-mg-despesa-ped
                       * ITM-VALOR-TOTAL / PED-VALOR
           END-IF.
           MOVE "N" to wrk-mg-achou.
           PERFORM VARYING wrk-mg-ind FROM 1 BY 1
                   UNTIL wrk-mg-ind > wrk-mg-qtd-prod
               IF wrk-mgp-chave(wrk-mg-ind) EQUAL ITM-PRODUTO
                   MOVE "S" to wrk-mg-achou
                   EXIT PERFORM
               END-IF
           END-PERFORM.
           IF wrk-mg-achou NOT EQUAL "S"
               IF wrk-mg-qtd-prod < 500
                   ADD 1 to wrk-mg-qtd-prod
                   MOVE wrk-mg-qtd-prod to wrk-mg-ind
                   MOVE ITM-PRODUTO to wrk-mgp-chave(wrk-mg-ind)
                   MOVE ZERO to wrk-mgp-receita(wrk-mg-ind)
                                wrk-mgp-custo(wrk-mg-ind)
                                wrk-mgp-despesa(wrk-mg-ind)
               ELSE
                   GO to 0402-fim
               END-IF
           END-IF.
           ADD ITM-VALOR-TOTAL to wrk-mgp-receita(wrk-mg-ind).
           ADD wrk-mg-custo-item to wrk-mgp-custo(wrk-mg-ind).
           ADD wrk-mg-desp-item to wrk-mgp-despesa(wrk-mg-ind).
       0402-fim.
           EXIT.

       0403-cabecalho-margem SECTION.
      *REL-MG-LINHA chega com o titulo da quebra
           WRITE REL-MARGEM-REG.
           MOVE SPACES to REL-MG-LINHA.
           MOVE "codigo" to REL-MG-LINHA(1:6).
           MOVE "receita" to REL-MG-LINHA(16:7).
           MOVE "custo" to REL-MG-LINHA(31:5).
           MOVE "icms+frete" to REL-MG-LINHA(39:10).
           MOVE "margem" to REL-MG-LINHA(57:6).
           MOVE "%" to REL-MG-LINHA(70:1).
           WRITE REL-MARGEM-REG.

       0404-linha-margem SECTION.
      *REL-MG-LINHA chega em branco (ou com o rotulo "total")
           COMPUTE wrk-mg-l-margem = wrk-mg-l-receita - wrk-mg-l-custo
                   - wrk-mg-l-despesa.
           IF REL-MG-LINHA EQUAL SPACES
               MOVE wrk-mg-chave to REL-MG-LINHA(1:9)
           END-IF.
           MOVE wrk-mg-l-receita to wrk-valor-gr-ed.
           MOVE wrk-valor-gr-ed to REL-MG-LINHA(11:13).
           MOVE wrk-mg-l-custo to wrk-valor-gr-ed.
           MOVE wrk-valor-gr-ed to REL-MG-LINHA(24:13).
           MOVE wrk-mg-l-despesa to wrk-valor-gr-ed.
           MOVE wrk-valor-gr-ed to REL-MG-LINHA(37:13).
           MOVE wrk-mg-l-margem to wrk-mg-margem-ed.
           MOVE wrk-mg-margem-ed to REL-MG-LINHA(50:13).
           IF wrk-mg-l-receita > ZERO
               COMPUTE wrk-mg-perc ROUNDED = wrk-mg-l-margem * 100
                       / wrk-mg-l-receita
                   ON SIZE ERROR
                       MOVE -999.99 to wrk-mg-perc
               END-COMPUTE
               MOVE wrk-mg-perc to wrk-mg-perc-ed
               MOVE wrk-mg-perc-ed to REL-MG-LINHA(64:7)
           END-IF.
           WRITE REL-MARGEM-REG.

       0390-disponivel-prometer SECTION.
      *consulta do disponivel a prometer de um produto na filial:
      *saldo, comprometido, compras a receber e a conta por semana
           DISPLAY "codigo do produto"
               ACCEPT wrk-atp-produto.
           DISPLAY "filial (0 = todas)"
               ACCEPT wrk-atp-filial.
      *operador de filial consulta so a propria filial
           IF wrk-filial-oper > ZERO
               MOVE wrk-filial-oper to wrk-atp-filial
           END-IF.
           DISPLAY "quantidade pedida pelo cliente (0 = so consulta)"
               ACCEPT wrk-atp-qtd.
           MOVE "C" to wrk-atp-funcao.
           CALL "dispprom" USING wrk-atp-funcao wrk-atp-produto
                                 wrk-atp-filial wrk-atp-qtd
                                 wrk-atp-disp wrk-atp-data
                                 wrk-atp-status.
           IF wrk-atp-status NOT EQUAL "00"
               DISPLAY "produto nao cadastrado"
           END-IF.

       0391-avisar-disponivel SECTION.
      *aviso da digitacao: a linha passa do disponivel a prometer
      *da filial da sessao (saldo menos backorders e orcamentos em
      *aberto); com saldo fisico suficiente o operador confirma
      *aqui, sem saldo a confirmacao de sempre vem em seguida
           MOVE "Q" to wrk-atp-funcao.
           MOVE wrk-codigo-prod to wrk-atp-produto.
           MOVE wrk-filial-sessao to wrk-atp-filial.
           MOVE wrk-quantidade to wrk-atp-qtd.
           CALL "dispprom" USING wrk-atp-funcao wrk-atp-produto
                                 wrk-atp-filial wrk-atp-qtd
                                 wrk-atp-disp wrk-atp-data
                                 wrk-atp-status.
           IF wrk-atp-status NOT EQUAL "00"
                   OR wrk-atp-disp NOT < wrk-quantidade
               GO to 0391-fim
           END-IF.
           MOVE wrk-atp-disp to wrk-atp-ed.
           DISPLAY "atencao: disponivel a prometer hoje " wrk-atp-ed.
           IF wrk-atp-data > ZERO
               DISPLAY "com as compras previstas atende ate "
                       wrk-atp-data
           ELSE
               DISPLAY "sem compra prevista que atenda nas"
                       " proximas semanas"
           END-IF.
           IF wrk-quantidade NOT > PRO-EST-FIL(wrk-filial-sessao)
               DISPLAY "saldo comprometido - confirma? (s/n)"
               ACCEPT wrk-confirma-est
           END-IF.
       0391-fim.
           EXIT.

       0398-conferir-custo SECTION.
      *preco da linha abaixo do custo medio (no kit, a soma dos
      *componentes): avisa e, pela regra da casa, so segue com a
      *liberacao do supervisor; recusado, wrk-confirma-est = "N"
      *e o item e abandonado
           IF wrk-valor NOT < wrk-kit-custo
               GO to 0398-fim
           END-IF.
           MOVE wrk-valor to wrk-valor-gr-ed.
           DISPLAY "atencao: preco " wrk-valor-gr-ed
                   " abaixo do custo medio".
           MOVE wrk-kit-custo to wrk-valor-gr-ed.
           DISPLAY "custo medio unitario: " wrk-valor-gr-ed.
           IF abaixo-custo-aviso
               GO to 0398-fim
           END-IF.
           MOVE "venda abaixo do custo" to wrk-sup-motivo.
           PERFORM 0252-autorizar-supervisor.
           IF wrk-credito-ok EQUAL "S"
               MOVE "S" to wrk-confirma-est
           ELSE
               MOVE "N" to wrk-confirma-est
               DISPLAY "item abandonado"
           END-IF.
       0398-fim.
           EXIT.

       0111-verificar-kit SECTION.
      *o produto corrente (buffer de PRODUTOS) e kit quando tem
      *linha na estrutura; wrk-kit-peso fica com o peso unitario do
      *item: o do cadastro ou, no kit, a soma dos componentes; o
      *mesmo para o custo medio em wrk-kit-custo; o buffer volta
      *posicionado no produto
           MOVE "N" to wrk-kit-sim.
           MOVE PRO-PESO-UNIT to wrk-kit-peso.
           MOVE PRO-CUSTO-MEDIO to wrk-kit-custo.
           IF wrk-tem-kits NOT EQUAL "S"
               GO to 0111-fim
           END-IF.
           MOVE PRO-CODIGO to wrk-kit-codigo.
           MOVE wrk-kit-codigo to KIT-CODIGO.
           MOVE ZERO to KIT-COMPONENTE.
           START KITS KEY IS NOT LESS THAN KIT-CHAVE.
           IF fs-kits EQUAL 00
               READ KITS NEXT
               IF fs-kits EQUAL 00
                       AND KIT-CODIGO EQUAL wrk-kit-codigo
                   MOVE "S" to wrk-kit-sim
                   MOVE ZERO to wrk-kit-peso
                   MOVE ZERO to wrk-kit-custo
               END-IF
               PERFORM UNTIL fs-kits NOT EQUAL 00
                       OR KIT-CODIGO NOT EQUAL wrk-kit-codigo
                   MOVE KIT-COMPONENTE to PRO-CODIGO
                   READ PRODUTOS
                       NOT INVALID KEY
                           COMPUTE wrk-kit-peso = wrk-kit-peso
                                   + (KIT-QTD * PRO-PESO-UNIT)
                           COMPUTE wrk-kit-custo = wrk-kit-custo
                                   + (KIT-QTD * PRO-CUSTO-MEDIO)
                   END-READ
                   READ KITS NEXT
               END-PERFORM
           END-IF.
           IF wrk-kit-sim EQUAL "S"
               MOVE wrk-kit-codigo to PRO-CODIGO
               READ PRODUTOS
                   INVALID KEY
                       CONTINUE
               END-READ
               DISPLAY "kit - estoque e peso pelos componentes"
           END-IF.
       0111-fim.
           EXIT.

       0112-gravar-componentes SECTION.
      *linhas dos componentes do kit recem-gravado na sequencia
      *wrk-seq-item (wrk-quantidade = kits vendidos): a linha do
      *kit entra no diario sem baixa, e cada componente vira uma
      *linha sem valor logo abaixo, com baixa, backorder e diario
      *como um item comum
           MOVE wrk-seq-item to wrk-kit-seq.
           MOVE wrk-quantidade to wrk-kit-qtd-kit.
           MOVE wrk-codigo-prod to wrk-kit-codigo.
           MOVE ZERO to wrk-baixa-real.
           IF wrk-seq-item NOT > 200
               MOVE wrk-codigo-prod to wrk-baixa-prod(wrk-seq-item)
               MOVE ZERO to wrk-baixa-qtd(wrk-seq-item)
           END-IF.
           PERFORM 0341-journal-item.
           MOVE wrk-kit-codigo to KIT-CODIGO.
           MOVE ZERO to KIT-COMPONENTE.
           START KITS KEY IS NOT LESS THAN KIT-CHAVE.
           IF fs-kits EQUAL 00
               READ KITS NEXT
               PERFORM UNTIL fs-kits NOT EQUAL 00
                       OR KIT-CODIGO NOT EQUAL wrk-kit-codigo
                   MOVE KIT-COMPONENTE to PRO-CODIGO
                   READ PRODUTOS
                       INVALID KEY
                           DISPLAY "componente " KIT-COMPONENTE
                                   " fora do cadastro - ignorado"
                       NOT INVALID KEY
                           ADD 1 to wrk-seq-item
                           MOVE KIT-COMPONENTE to wrk-codigo-prod
                           COMPUTE wrk-quantidade =
                                   wrk-kit-qtd-kit * KIT-QTD
                           MOVE wrk-numero-pedido to ITM-NUMERO
                           MOVE wrk-seq-item to ITM-SEQ
                           MOVE wrk-codigo-prod to ITM-PRODUTO
                           MOVE wrk-quantidade to ITM-QUANTIDADE
                           MOVE ZERO to ITM-VALOR-UNIT
                                        ITM-VALOR-TOTAL
                           MOVE PRO-CUSTO-MEDIO to ITM-CUSTO-UNIT
                           SET ITEM-COMPONENTE to TRUE
                           MOVE wrk-kit-seq to ITM-KIT-SEQ
                           WRITE REG-ITEM
                           PERFORM 0115-baixar-estoque
                           PERFORM 0341-journal-item
                           DISPLAY "  componente " wrk-codigo-prod
                                   " qtd " wrk-quantidade
                   END-READ
                   READ KITS NEXT
               END-PERFORM
           END-IF.
           MOVE wrk-kit-codigo to wrk-codigo-prod.
           MOVE wrk-kit-qtd-kit to wrk-quantidade.

       0114-alt-gravar-componentes SECTION.
      *mesmo desdobramento do 0112 na alteracao do pedido: as
      *linhas dos componentes seguem a do kit (wrk-alt-max-seq) e
      *baixam pelo 0282, com backorder no proprio pedido+item
           MOVE wrk-alt-max-seq to wrk-kit-seq.
           MOVE wrk-quantidade to wrk-kit-qtd-kit.
           MOVE wrk-codigo-prod to wrk-kit-codigo.
           MOVE wrk-kit-codigo to KIT-CODIGO.
           MOVE ZERO to KIT-COMPONENTE.
           START KITS KEY IS NOT LESS THAN KIT-CHAVE.
           IF fs-kits EQUAL 00
               READ KITS NEXT
               PERFORM UNTIL fs-kits NOT EQUAL 00
                       OR KIT-CODIGO NOT EQUAL wrk-kit-codigo
                   MOVE KIT-COMPONENTE to PRO-CODIGO
                   READ PRODUTOS
                       INVALID KEY
                           DISPLAY "componente " KIT-COMPONENTE
                                   " fora do cadastro - ignorado"
                       NOT INVALID KEY
                           ADD 1 to wrk-alt-max-seq
                           COMPUTE wrk-quantidade =
                                   wrk-kit-qtd-kit * KIT-QTD
                           MOVE PED-NUMERO to ITM-NUMERO
                           MOVE wrk-alt-max-seq to ITM-SEQ
                           MOVE KIT-COMPONENTE to ITM-PRODUTO
                           MOVE wrk-quantidade to ITM-QUANTIDADE
                           MOVE ZERO to ITM-VALOR-UNIT
                                        ITM-VALOR-TOTAL
                           MOVE PRO-CUSTO-MEDIO to ITM-CUSTO-UNIT
                           SET ITEM-COMPONENTE to TRUE
                           MOVE wrk-kit-seq to ITM-KIT-SEQ
                           WRITE REG-ITEM
                           PERFORM 0282-alt-baixar-estoque
                           DISPLAY "  componente " ITM-PRODUTO
                                   " qtd " wrk-quantidade
                   END-READ
                   READ KITS NEXT
               END-PERFORM
           END-IF.
           MOVE wrk-kit-codigo to wrk-codigo-prod.
           MOVE wrk-kit-qtd-kit to wrk-quantidade.

       0110-receber-item SECTION.
      *o produto entra pelo codigo do cadastro mestre: precisa
      *existir e estar ativo, e o preco unitario vem da tabela em
      *vez de digitado
           DISPLAY "Entre o codigo do produto (0 fecha o pedido)"
               ACCEPT wrk-codigo-prod.
           IF wrk-codigo-prod EQUAL ZERO
               SET pedido-fechado to TRUE
           ELSE
               MOVE wrk-codigo-prod to PRO-CODIGO
               READ PRODUTOS
                   INVALID KEY
                       DISPLAY "produto nao cadastrado, redigite"
                   NOT INVALID KEY
                       IF produto-inativo
                           DISPLAY "produto inativo, redigite"
                       ELSE
                           PERFORM 0117-preco-vigente
                           PERFORM 0111-verificar-kit
                           DISPLAY "produto: " PRO-DESCRICAO
                                   " preco " wrk-valor
                                   " estoque " PRO-ESTOQUE
                           DISPLAY "Entre a quantidade"
                               ACCEPT wrk-quantidade
      *quantidade acima do saldo: o operador decide se vende assim
      *mesmo (encomenda) ou abandona o item; kit nao tem saldo
      *proprio, a falta de um componente vira backorder dele
                           MOVE "S" to wrk-confirma-est
                           IF wrk-kit-sim NOT EQUAL "S"
                               PERFORM 0391-avisar-disponivel
                           END-IF
                           IF wrk-quantidade >
                                   PRO-EST-FIL(wrk-filial-sessao)
                                   AND wrk-kit-sim NOT EQUAL "S"
                               DISPLAY "quantidade acima do saldo"
                                       " da filial ("
                                       PRO-EST-FIL
                                       (wrk-filial-sessao)
                                       ") - confirma? (s/n)"
                               ACCEPT wrk-confirma-est
                           END-IF
                           IF wrk-confirma-est EQUAL "S"
                                   OR wrk-confirma-est EQUAL "s"
                               PERFORM 0398-conferir-custo
                           END-IF
                           IF wrk-confirma-est EQUAL "S"
                                   OR wrk-confirma-est EQUAL "s"
                           COMPUTE wrk-total-item =
                                   wrk-quantidade * wrk-valor
                           ADD wrk-total-item to wrk-total-pedido
                           COMPUTE wrk-peso-pedido =
                                   wrk-peso-pedido
                                   + (wrk-quantidade
                                      * wrk-kit-peso)
                           ADD 1 to wrk-seq-item

                           MOVE wrk-numero-pedido to ITM-NUMERO
                           MOVE wrk-seq-item to ITM-SEQ
                           MOVE wrk-codigo-prod to ITM-PRODUTO
                           MOVE wrk-quantidade to ITM-QUANTIDADE
                           MOVE wrk-valor to ITM-VALOR-UNIT
                           MOVE wrk-total-item to ITM-VALOR-TOTAL
                           MOVE wrk-kit-custo to ITM-CUSTO-UNIT
                           MOVE SPACE to ITM-KIT
                           MOVE ZERO to ITM-KIT-SEQ
                           IF wrk-kit-sim EQUAL "S"
                               SET ITEM-KIT to TRUE
                           END-IF
                           WRITE REG-ITEM
                           DISPLAY "item " wrk-seq-item " total "
                                   wrk-total-item
                           IF wrk-kit-sim EQUAL "S"
                               PERFORM 0112-gravar-componentes
                           ELSE
                               PERFORM 0115-baixar-estoque
                               PERFORM 0341-journal-item
                           END-IF
                           END-IF
                       END-IF
               END-READ
           END-IF.

       0120-gerar-contratos SECTION.
      *contratos ativos cuja proxima entrega cai ate o proximo dia
      *util (modulo de servicos de data, que pula fins de semana e
      *feriados) viram pedido no arquivo de intercambio; entrega ja
      *passada sem pedido e ciclo perdido, a vigencia vencida
      *encerra o contrato e, a 30 dias do fim, sai o aviso de
      *vencimento ao cliente; o pedido recusado fica para a rodada
      *seguinte enquanto a entrega nao passar
           MOVE ZERO to wrk-ctr-gerados wrk-ctr-criados.
           MOVE ZERO to wrk-ctr-falhas wrk-ctr-perdidos.
           MOVE ZERO to wrk-ctr-encerrados wrk-ctr-avisos.
           MOVE "N" to wrk-ctr-aberto.
           OPEN OUTPUT IMPORTACAO.
           OPEN I-O CONTRATOS.
           IF fs-contratos NOT EQUAL 00
               DISPLAY "cadastro de contratos ausente, status "
                       fs-contratos
               CLOSE IMPORTACAO
               GO to 0120-fim
           END-IF.
           MOVE "S" to wrk-ctr-aberto.
           OPEN OUTPUT REL-CONTRATOS.
           OPEN OUTPUT AVISO-CONTRATOS.
           ACCEPT wrk-hoje FROM DATE YYYYMMDD.
           MOVE "U" to wrk-ds-funcao.
           MOVE wrk-hoje to wrk-ds-data1.
           MOVE 1 to wrk-ds-dias.
           CALL "datesrv" USING wrk-ds-funcao wrk-ds-data1
                   wrk-ds-data2 wrk-ds-dias wrk-ds-status.
           IF wrk-ds-status EQUAL "00"
               MOVE wrk-ds-data2 to wrk-ctr-amanha
           ELSE
               MOVE wrk-hoje to wrk-ctr-amanha
           END-IF.
           MOVE SPACES to REL-CTR-LINHA.
           MOVE "pedidos dos contratos de fornecimento -"
               to REL-CTR-LINHA(1:39).
           MOVE wrk-hoje to REL-CTR-LINHA(41:8).
           WRITE REL-CONTRATOS-REG.
           MOVE SPACES to REL-CTR-LINHA.
           MOVE "contr.  cliente" to REL-CTR-LINHA(1:15).
           MOVE "entrega" to REL-CTR-LINHA(20:7).
           MOVE "resultado" to REL-CTR-LINHA(30:9).
           WRITE REL-CONTRATOS-REG.
           MOVE ZERO to CTR-NUMERO.
           START CONTRATOS KEY IS NOT LESS THAN CTR-NUMERO.
           IF fs-contratos EQUAL 00
               READ CONTRATOS NEXT
               PERFORM UNTIL fs-contratos NOT EQUAL 00
                   IF CONTRATO-ATIVO
                       PERFORM 0121-gerar-um-contrato
                   END-IF
                   READ CONTRATOS NEXT
               END-PERFORM
           END-IF.
           CLOSE IMPORTACAO.
       0120-fim.
           EXIT.

       0121-gerar-um-contrato SECTION.
           MOVE "00" to wrk-ds-status.
           PERFORM UNTIL CTR-PROXIMA NOT < wrk-hoje
                   OR wrk-ds-status NOT EQUAL "00"
               MOVE "perdido" to wrk-ctr-resultado
               MOVE "entrega sem pedido" to wrk-imp-descricao
               PERFORM 0124-linha-contrato
               ADD 1 to wrk-ctr-perdidos
               PERFORM 0122-proxima-entrega
           END-PERFORM.
           IF CTR-PROXIMA > CTR-FIM
               SET CONTRATO-ENCERRADO to TRUE
               MOVE "encerrado" to wrk-ctr-resultado
               MOVE SPACES to wrk-imp-descricao
               MOVE "vigencia ate" to wrk-imp-descricao(1:12)
               MOVE CTR-FIM to wrk-imp-descricao(14:8)
               PERFORM 0124-linha-contrato
               ADD 1 to wrk-ctr-encerrados
               REWRITE REG-CONTRATO
               GO to 0121-fim
           END-IF.
           IF CTR-PROXIMA NOT > wrk-ctr-amanha
               PERFORM 0125-gravar-pedido-contrato
           END-IF.
           IF CTR-AVISO-DATA EQUAL ZERO
               PERFORM 0127-aviso-vencimento
           END-IF.
           REWRITE REG-CONTRATO.
       0121-fim.
           EXIT.

       0122-proxima-entrega SECTION.
      *semanal soma 7 dias e quinzenal 14; mensal soma 4 semanas e,
      *se ainda cair no mesmo mes, mais uma, para manter o dia da
      *semana com uma entrega por mes
           MOVE CTR-PROXIMA(5:2) to wrk-ctr-mes.
           MOVE "A" to wrk-ds-funcao.
           MOVE CTR-PROXIMA to wrk-ds-data1.
           EVALUATE TRUE
               WHEN CONTRATO-QUINZENAL
                   MOVE 14 to wrk-ds-dias
               WHEN CONTRATO-MENSAL
                   MOVE 28 to wrk-ds-dias
               WHEN OTHER
                   MOVE 7 to wrk-ds-dias
           END-EVALUATE.
           CALL "datesrv" USING wrk-ds-funcao wrk-ds-data1
                   wrk-ds-data2 wrk-ds-dias wrk-ds-status.
           IF wrk-ds-status NOT EQUAL "00"
               GO to 0122-fim
           END-IF.
           IF CONTRATO-MENSAL AND wrk-ds-data2(5:2) EQUAL wrk-ctr-mes
               MOVE wrk-ds-data2 to wrk-ds-data1
               MOVE 7 to wrk-ds-dias
               CALL "datesrv" USING wrk-ds-funcao wrk-ds-data1
                       wrk-ds-data2 wrk-ds-dias wrk-ds-status
               IF wrk-ds-status NOT EQUAL "00"
                   GO to 0122-fim
               END-IF
           END-IF.
           MOVE wrk-ds-data2 to CTR-PROXIMA.
       0122-fim.
           EXIT.

       0123-resultado-contrato SECTION.
      *o resultado do pedido volta ao contrato: aceito, guarda o
      *numero e avanca a proxima entrega; recusado, o contrato fica
      *como esta e a rodada seguinte tenta de novo
           MOVE wrk-imp-cab to IMP-REG.
           MOVE IMH-REFERENCIA(1:6) to CTR-NUMERO.
           READ CONTRATOS
               INVALID KEY
                   GO to 0123-fim
           END-READ.
           IF wrk-imp-motivo NOT EQUAL SPACES
               PERFORM 0418-descrever-motivo
               MOVE "recusado" to wrk-ctr-resultado
               PERFORM 0124-linha-contrato
               ADD 1 to wrk-ctr-falhas
               GO to 0123-fim
           END-IF.
           MOVE "criado" to wrk-ctr-resultado.
           MOVE SPACES to wrk-imp-descricao.
           MOVE "pedido" to wrk-imp-descricao(1:6).
           MOVE PED-NUMERO to wrk-imp-descricao(8:7).
           PERFORM 0124-linha-contrato.
           ADD 1 to wrk-ctr-criados.
           MOVE PED-NUMERO to CTR-ULTIMO-PEDIDO.
           MOVE wrk-hoje to CTR-ULTIMA-GERACAO.
           PERFORM 0122-proxima-entrega.
           REWRITE REG-CONTRATO.
       0123-fim.
           EXIT.

       0124-linha-contrato SECTION.
           MOVE SPACES to REL-CTR-LINHA.
           MOVE CTR-NUMERO to REL-CTR-LINHA(1:6).
           MOVE CTR-CLIENTE to REL-CTR-LINHA(9:9).
           MOVE CTR-PROXIMA to REL-CTR-LINHA(20:8).
           MOVE wrk-ctr-resultado to REL-CTR-LINHA(30:9).
           MOVE wrk-imp-descricao to REL-CTR-LINHA(40:30).
           WRITE REL-CONTRATOS-REG.

       0125-gravar-pedido-contrato SECTION.
      *cabecalho de origem C com o numero do contrato na referencia
      *e os itens com o preco combinado (zero = tabela em vigor)
           MOVE SPACES to IMP-REG-CABECALHO.
           SET IMP-CABECALHO to TRUE.
           SET IMH-CONTRATO to TRUE.
           MOVE CTR-NUMERO to IMH-REFERENCIA(1:6).
           MOVE CTR-CLIENTE to IMH-CLIENTE.
           MOVE CTR-VENDEDOR to IMH-VENDEDOR.
           MOVE CTR-CONDICAO to IMH-CONDICAO.
           MOVE CTR-FILIAL to IMH-FILIAL.
           MOVE CTR-ENTREGA-SEQ to IMH-ENTREGA-SEQ.
           WRITE IMP-REG.
           PERFORM VARYING wrk-ctr-ind FROM 1 BY 1
                   UNTIL wrk-ctr-ind > CTR-QTD-ITENS
               MOVE SPACES to IMP-REG-ITEM
               SET IMP-ITEM to TRUE
               MOVE CTR-PRODUTO(wrk-ctr-ind) to IMI-PRODUTO
               MOVE CTR-QUANTIDADE(wrk-ctr-ind) to IMI-QUANTIDADE
               IF PRECO-DO-CONTRATO
                   MOVE CTR-PRECO(wrk-ctr-ind) to IMI-PRECO
               ELSE
                   MOVE ZERO to IMI-PRECO
               END-IF
               WRITE IMP-REG
           END-PERFORM.
           ADD 1 to wrk-ctr-gerados.

       0126-fechar-contratos SECTION.
           IF wrk-ctr-aberto NOT EQUAL "S"
               GO to 0126-fim
           END-IF.
           MOVE SPACES to REL-CTR-LINHA.
           WRITE REL-CONTRATOS-REG.
           MOVE "pedidos gerados.....:" to REL-CTR-LINHA(1:21).
           MOVE wrk-ctr-gerados to REL-CTR-LINHA(23:5).
           WRITE REL-CONTRATOS-REG.
           MOVE "pedidos criados.....:" to REL-CTR-LINHA(1:21).
           MOVE wrk-ctr-criados to REL-CTR-LINHA(23:5).
           WRITE REL-CONTRATOS-REG.
           MOVE "pedidos recusados...:" to REL-CTR-LINHA(1:21).
           MOVE wrk-ctr-falhas to REL-CTR-LINHA(23:5).
           WRITE REL-CONTRATOS-REG.
           MOVE "entregas perdidas...:" to REL-CTR-LINHA(1:21).
           MOVE wrk-ctr-perdidos to REL-CTR-LINHA(23:5).
           WRITE REL-CONTRATOS-REG.
           MOVE "contratos encerrados:" to REL-CTR-LINHA(1:21).
           MOVE wrk-ctr-encerrados to REL-CTR-LINHA(23:5).
           WRITE REL-CONTRATOS-REG.
           MOVE "avisos de vencimento:" to REL-CTR-LINHA(1:21).
           MOVE wrk-ctr-avisos to REL-CTR-LINHA(23:5).
           WRITE REL-CONTRATOS-REG.
           CLOSE REL-CONTRATOS.
           CLOSE AVISO-CONTRATOS.
           CLOSE CONTRATOS.
           MOVE "N" to wrk-ctr-aberto.
           DISPLAY "contratos: pedidos criados " wrk-ctr-criados
                   " recusados " wrk-ctr-falhas.
           DISPLAY "resultado em contratos-pedidos.txt".
           IF wrk-ctr-avisos > ZERO
               DISPLAY "avisos de vencimento em avisos-contratos.txt"
           END-IF.
       0126-fim.
           EXIT.

       0127-aviso-vencimento SECTION.
      *a 30 dias do fim da vigencia o cliente recebe uma vez o aviso
      *de vencimento, enderecado pelo cadastro, para renovar a tempo
           MOVE "D" to wrk-ds-funcao.
           MOVE wrk-hoje to wrk-ds-data1.
           MOVE CTR-FIM to wrk-ds-data2.
           CALL "datesrv" USING wrk-ds-funcao wrk-ds-data1
                   wrk-ds-data2 wrk-ds-dias wrk-ds-status.
           IF wrk-ds-status NOT EQUAL "00" OR wrk-ds-dias < ZERO
                   OR wrk-ds-dias > 30
               GO to 0127-fim
           END-IF.
           ADD 1 to wrk-ctr-avisos.
           MOVE wrk-hoje to CTR-AVISO-DATA.
           MOVE SPACES to AVI-CTR-LINHA.
           MOVE "--------------------------------------"
               to AVI-CTR-LINHA(1:38).
           WRITE AVISO-CONTRATOS-REG.
           MOVE CTR-CLIENTE to cliente-id.
           READ CLIENTES
               INVALID KEY
                   MOVE SPACES to AVI-CTR-LINHA
                   MOVE "cliente fora do cadastro:"
                       to AVI-CTR-LINHA(1:25)
                   MOVE CTR-CLIENTE to AVI-CTR-LINHA(27:9)
                   PERFORM 0128-gravar-linha-aviso
               NOT INVALID KEY
                   MOVE SPACES to AVI-CTR-LINHA
                   MOVE cliente-nome to AVI-CTR-LINHA(1:30)
                   PERFORM 0128-gravar-linha-aviso
                   MOVE SPACES to AVI-CTR-LINHA
                   MOVE cliente-logradouro to AVI-CTR-LINHA(1:30)
                   MOVE cliente-end-numero to AVI-CTR-LINHA(32:6)
                   MOVE cliente-bairro to AVI-CTR-LINHA(39:20)
                   PERFORM 0128-gravar-linha-aviso
                   MOVE SPACES to AVI-CTR-LINHA
                   MOVE cliente-cidade to AVI-CTR-LINHA(1:20)
                   MOVE cliente-uf to AVI-CTR-LINHA(22:2)
                   MOVE cliente-cep to AVI-CTR-LINHA(26:8)
                   PERFORM 0128-gravar-linha-aviso
           END-READ.
           MOVE SPACES to AVI-CTR-LINHA.
           MOVE "aviso: seu contrato de fornecimento"
               to AVI-CTR-LINHA(1:35).
           MOVE CTR-NUMERO to AVI-CTR-LINHA(37:6).
           MOVE "vence em" to AVI-CTR-LINHA(44:8).
           MOVE CTR-FIM to AVI-CTR-LINHA(53:8).
           WRITE AVISO-CONTRATOS-REG.
           MOVE SPACES to AVI-CTR-LINHA.
           MOVE "para renovar e continuar recebendo, procure o seu"
               to AVI-CTR-LINHA(1:50).
           MOVE "vendedor" to AVI-CTR-LINHA(52:8).
           WRITE AVISO-CONTRATOS-REG.
           MOVE "avisado" to wrk-ctr-resultado.
           MOVE SPACES to wrk-imp-descricao.
           MOVE "vence em" to wrk-imp-descricao(1:8).
           MOVE CTR-FIM to wrk-imp-descricao(10:8).
           PERFORM 0124-linha-contrato.
       0127-fim.
           EXIT.

       0128-gravar-linha-aviso SECTION.
           WRITE AVISO-CONTRATOS-REG.

       0410-importar-pedidos SECTION.
      *importacao em lote do arquivo de intercambio: cada pedido
      *passa pelas mesmas validacoes da digitacao (cliente ativo e
      *nao bloqueado, vendedor, condicao, produto ativo, preco
      *vigente, custo, frete, icms e limite de credito) e, aceito,
      *e gravado pelo diario como na opcao 1, com baixa de estoque
      *e backorder do que faltar; sem supervisor no lote, o que
      *pediria liberacao e recusado
           OPEN INPUT IMPORTACAO.
           IF fs-importacao NOT EQUAL 00
               DISPLAY "arquivo de importacao de pedidos ausente,"
                       " status " fs-importacao
               MOVE 8 to RETURN-CODE
               GO to 0410-fim
           END-IF.
           OPEN OUTPUT IMP-REJEITOS.
           MOVE ZERO to wrk-imp-lidos wrk-imp-aceitos.
           MOVE ZERO to wrk-imp-recusados wrk-imp-avulsas.
           MOVE ZERO to wrk-imp-valor wrk-imp-qtd.
           MOVE "N" to wrk-imp-tem-cab.
           READ IMPORTACAO.
           PERFORM UNTIL fs-importacao NOT EQUAL 00
               PERFORM 0411-ler-linha
               READ IMPORTACAO
           END-PERFORM.
           IF wrk-imp-tem-cab EQUAL "S"
               PERFORM 0412-processar-pedido
           END-IF.
           CLOSE IMPORTACAO.
           CLOSE IMP-REJEITOS.
      *o arquivo da filial e consumido pela carga: o que entrou ja
      *esta em pedidos.dat e o recusado volta inteiro na lista de
      *recusas, entao uma segunda rodada nao duplica pedido
           IF wrk-imp-filial EQUAL "S"
               OPEN OUTPUT IMPORTACAO
               CLOSE IMPORTACAO
           END-IF.
           MOVE wrk-imp-valor to wrk-valor-gr-ed.
           DISPLAY "importacao de pedidos - resumo da rodada".
           DISPLAY "pedidos lidos......: " wrk-imp-lidos.
           DISPLAY "pedidos aceitos....: " wrk-imp-aceitos.
           DISPLAY "pedidos recusados..: " wrk-imp-recusados.
           DISPLAY "linhas avulsas.....: " wrk-imp-avulsas.
           DISPLAY "valor aceito.......: " wrk-valor-gr-ed.
           IF wrk-imp-recusados > ZERO OR wrk-imp-avulsas > ZERO
               DISPLAY "recusas em " wrk-imr-arquivo
               MOVE 4 to RETURN-CODE
           ELSE
               MOVE ZERO to RETURN-CODE
           END-IF.
       0410-fim.
           EXIT.

       0411-ler-linha SECTION.
      *o pedido vai sendo guardado ate o proximo cabecalho (ou o
      *fim do arquivo), quando e processado inteiro
           EVALUATE TRUE
               WHEN IMP-CABECALHO
                   MOVE IMP-REG to wrk-imp-nova
                   IF wrk-imp-tem-cab EQUAL "S"
                       PERFORM 0412-processar-pedido
                   END-IF
                   MOVE wrk-imp-nova to wrk-imp-cab
                   MOVE "S" to wrk-imp-tem-cab
                   MOVE "N" to wrk-imp-excedeu
                   MOVE ZERO to wrk-imp-qtd
                   ADD 1 to wrk-imp-lidos
               WHEN IMP-ITEM
                   IF wrk-imp-tem-cab NOT EQUAL "S"
                       MOVE "12" to wrk-imp-motivo
                       PERFORM 0419-rejeitar-avulsa
                   ELSE
                   IF wrk-imp-qtd < 100
                       ADD 1 to wrk-imp-qtd
                       MOVE IMP-REG to wrk-imp-linha(wrk-imp-qtd)
                       MOVE ZERO to wrk-imp-valor-unit(wrk-imp-qtd)
                       MOVE SPACES to wrk-imp-motivo-ex(wrk-imp-qtd)
                   ELSE
                       MOVE "S" to wrk-imp-excedeu
                       MOVE "14" to wrk-imp-motivo
                       PERFORM 0419-rejeitar-avulsa
                   END-IF
                   END-IF
               WHEN OTHER
                   MOVE "13" to wrk-imp-motivo
                   PERFORM 0419-rejeitar-avulsa
           END-EVALUATE.

       0412-processar-pedido SECTION.
           MOVE "N" to wrk-imp-tem-cab.
           MOVE wrk-imp-cab to IMP-REG.
           MOVE SPACES to wrk-imp-motivo.
           PERFORM 0413-validar-cabecalho.
           IF wrk-imp-motivo EQUAL SPACES
                   AND wrk-imp-excedeu EQUAL "S"
               MOVE "14" to wrk-imp-motivo
           END-IF.
           IF wrk-imp-motivo EQUAL SPACES AND wrk-imp-qtd EQUAL ZERO
               MOVE "11" to wrk-imp-motivo
           END-IF.
           MOVE ZERO to wrk-total-pedido wrk-peso-pedido.
           IF wrk-imp-motivo EQUAL SPACES
               PERFORM VARYING wrk-imp-ind FROM 1 BY 1
                       UNTIL wrk-imp-ind > wrk-imp-qtd
                   PERFORM 0414-validar-item
               END-PERFORM
           END-IF.
      *um item recusado recusa o pedido, com o motivo do primeiro
           IF wrk-imp-motivo EQUAL SPACES
               PERFORM VARYING wrk-imp-ind FROM 1 BY 1
                       UNTIL wrk-imp-ind > wrk-imp-qtd
                   IF wrk-imp-motivo-ex(wrk-imp-ind) NOT EQUAL SPACES
                       MOVE wrk-imp-motivo-ex(wrk-imp-ind)
                           to wrk-imp-motivo
                       EXIT PERFORM
                   END-IF
               END-PERFORM
           END-IF.
      *frete e icms como no fechamento da digitacao; o limite de
      *credito sobre o pedido com frete
           IF wrk-imp-motivo EQUAL SPACES
               PERFORM 0150-processa
               PERFORM 0251-verificar-credito
               IF wrk-credito-ok NOT EQUAL "S"
                   MOVE "10" to wrk-imp-motivo
               END-IF
           END-IF.
           IF wrk-imp-motivo NOT EQUAL SPACES
               IF wrk-imp-contratos EQUAL "S"
                   PERFORM 0123-resultado-contrato
               END-IF
               PERFORM 0416-rejeitar-pedido
               ADD 1 to wrk-imp-recusados
               GO to 0412-fim
           END-IF.
           PERFORM 0415-gravar-importado.
           IF wrk-imp-contratos EQUAL "S"
               PERFORM 0123-resultado-contrato
           END-IF.
           ADD 1 to wrk-imp-aceitos.
           ADD wrk-total-pedido to wrk-imp-valor.
       0412-fim.
           EXIT.

       0413-validar-cabecalho SECTION.
      *cliente pelo codigo ou, com codigo zero, pelo CPF/CNPJ (sem
      *chave no cadastro: varredura); depois vendedor e condicao
           IF IMH-FILIAL NOT NUMERIC OR IMH-FILIAL EQUAL ZERO
               MOVE 1 to wrk-filial-sessao
           ELSE
               MOVE IMH-FILIAL to wrk-filial-sessao
           END-IF.
           IF IMH-CLIENTE NOT NUMERIC
               MOVE "01" to wrk-imp-motivo
               GO to 0413-fim
           END-IF.
           IF IMH-CLIENTE > ZERO
               MOVE IMH-CLIENTE to cliente-id
               READ CLIENTES
                   INVALID KEY
                       MOVE "01" to wrk-imp-motivo
                       GO to 0413-fim
               END-READ
           ELSE
               IF IMH-DOCUMENTO EQUAL SPACES
                   MOVE "01" to wrk-imp-motivo
                   GO to 0413-fim
               END-IF
               MOVE "N" to wrk-imp-achou
               MOVE ZERO to cliente-id
               START CLIENTES KEY IS NOT LESS THAN cliente-id
               IF fs-clientes EQUAL 00
                   READ CLIENTES NEXT
                   PERFORM UNTIL fs-clientes NOT EQUAL 00
                       IF cliente-cpf EQUAL IMH-DOCUMENTO
                           MOVE "S" to wrk-imp-achou
                           EXIT PERFORM
                       END-IF
                       READ CLIENTES NEXT
                   END-PERFORM
               END-IF
               IF wrk-imp-achou NOT EQUAL "S"
                   MOVE "01" to wrk-imp-motivo
                   GO to 0413-fim
               END-IF
           END-IF.
           EVALUATE TRUE
               WHEN categoria-bloqueado
                   MOVE "03" to wrk-imp-motivo
                   GO to 0413-fim
               WHEN cliente-ativo AND NOT cliente-anonimizado
                   CONTINUE
               WHEN OTHER
                   MOVE "02" to wrk-imp-motivo
                   GO to 0413-fim
           END-EVALUATE.
           MOVE cliente-id to wrk-codigo-cli.
           IF IMH-ESTADO EQUAL SPACES
               MOVE cliente-uf to wrk-estado
           ELSE
               MOVE IMH-ESTADO to wrk-estado
           END-IF.
      *endereco de entrega do cliente pela sequencia (zero ou em
      *branco = endereco do cadastro); sem estado no cabecalho a uf
      *e a do endereco de entrega
           MOVE ZERO to wrk-ent-seq.
           IF IMH-ENTREGA-SEQ NUMERIC AND IMH-ENTREGA-SEQ > ZERO
               IF wrk-tem-enderecos NOT EQUAL "S"
                   MOVE "16" to wrk-imp-motivo
                   GO to 0413-fim
               END-IF
               MOVE cliente-id to ENT-CLIENTE
               MOVE IMH-ENTREGA-SEQ to ENT-SEQ
               READ ENDERECOS
                   INVALID KEY
                       MOVE "16" to wrk-imp-motivo
                       GO to 0413-fim
               END-READ
               IF ENDERECO-INATIVO
                   MOVE "16" to wrk-imp-motivo
                   GO to 0413-fim
               END-IF
               MOVE IMH-ENTREGA-SEQ to wrk-ent-seq
               IF IMH-ESTADO EQUAL SPACES
                   MOVE ENT-UF to wrk-estado
               END-IF
           END-IF.
           MOVE ZERO to wrk-cod-vendedor.
           IF IMH-VENDEDOR NOT NUMERIC
               MOVE "04" to wrk-imp-motivo
               GO to 0413-fim
           END-IF.
           IF IMH-VENDEDOR > ZERO
               IF wrk-tem-vendedores NOT EQUAL "S"
                   MOVE "04" to wrk-imp-motivo
                   GO to 0413-fim
               END-IF
               MOVE IMH-VENDEDOR to VEN-CODIGO
               READ VENDEDORES
                   INVALID KEY
                       MOVE "04" to wrk-imp-motivo
                       GO to 0413-fim
               END-READ
               IF VENDEDOR-INATIVO
                   MOVE "04" to wrk-imp-motivo
                   GO to 0413-fim
               END-IF
               MOVE IMH-VENDEDOR to wrk-cod-vendedor
           END-IF.
           MOVE ZERO to wrk-cond-pagto.
           IF IMH-CONDICAO NOT NUMERIC
               MOVE "05" to wrk-imp-motivo
               GO to 0413-fim
           END-IF.
           IF IMH-CONDICAO > ZERO
               IF wrk-tem-condicoes NOT EQUAL "S"
                   MOVE "05" to wrk-imp-motivo
                   GO to 0413-fim
               END-IF
               MOVE IMH-CONDICAO to CPG-CODIGO
               READ CONDICOES
                   INVALID KEY
                       MOVE "05" to wrk-imp-motivo
                       GO to 0413-fim
               END-READ
               IF CONDICAO-INATIVA
                   MOVE "05" to wrk-imp-motivo
                   GO to 0413-fim
               END-IF
               MOVE IMH-CONDICAO to wrk-cond-pagto
           END-IF.
       0413-fim.
           EXIT.

       0414-validar-item SECTION.
      *linha wrk-imp-ind: produto ativo, quantidade, preco vigente
      *(ou o combinado que vier na linha) e custo; a boa soma no
      *total e no peso do pedido
           MOVE wrk-imp-linha(wrk-imp-ind) to IMP-REG.
           IF IMI-PRODUTO NOT NUMERIC
               MOVE "06" to wrk-imp-motivo-ex(wrk-imp-ind)
               GO to 0414-fim
           END-IF.
           IF IMI-QUANTIDADE NOT NUMERIC
                   OR IMI-QUANTIDADE EQUAL ZERO
               MOVE "08" to wrk-imp-motivo-ex(wrk-imp-ind)
               GO to 0414-fim
           END-IF.
           MOVE IMI-PRODUTO to PRO-CODIGO.
           READ PRODUTOS
               INVALID KEY
                   MOVE "06" to wrk-imp-motivo-ex(wrk-imp-ind)
                   GO to 0414-fim
           END-READ.
           IF produto-inativo
               MOVE "07" to wrk-imp-motivo-ex(wrk-imp-ind)
               GO to 0414-fim
           END-IF.
           PERFORM 0117-preco-vigente.
           IF IMI-PRECO NUMERIC AND IMI-PRECO > ZERO
               MOVE IMI-PRECO to wrk-valor
           END-IF.
           PERFORM 0111-verificar-kit.
           IF wrk-valor < wrk-kit-custo AND abaixo-custo-supervisor
               MOVE "09" to wrk-imp-motivo-ex(wrk-imp-ind)
               GO to 0414-fim
           END-IF.
           MOVE wrk-valor to wrk-imp-valor-unit(wrk-imp-ind).
           COMPUTE wrk-total-pedido = wrk-total-pedido
                   + (IMI-QUANTIDADE * wrk-valor).
           COMPUTE wrk-peso-pedido = wrk-peso-pedido
                   + (IMI-QUANTIDADE * wrk-kit-peso).
       0414-fim.
           EXIT.

       0415-gravar-importado SECTION.
      *mesma gravacao da opcao 1: diario aberto, itens com baixa
      *(kit pelos componentes), cabecalho e diario confirmado
           MOVE wrk-imp-cab to IMP-REG.
           DISPLAY "pedido " wrk-numero-pedido " importado - origem "
                   IMH-ORIGEM " referencia " IMH-REFERENCIA.
           PERFORM 0340-journal-inicio.
           MOVE ZERO to wrk-seq-item.
           PERFORM VARYING wrk-imp-ind FROM 1 BY 1
                   UNTIL wrk-imp-ind > wrk-imp-qtd
               PERFORM 0417-gravar-item-importado
           END-PERFORM.
           PERFORM 0254-gravar-cabecalho.
           PERFORM 0342-journal-confirmar.

       0417-gravar-item-importado SECTION.
           MOVE wrk-imp-linha(wrk-imp-ind) to IMP-REG.
           MOVE IMI-PRODUTO to wrk-codigo-prod.
           MOVE IMI-QUANTIDADE to wrk-quantidade.
           MOVE wrk-imp-valor-unit(wrk-imp-ind) to wrk-valor.
           MOVE wrk-codigo-prod to PRO-CODIGO.
           READ PRODUTOS
               INVALID KEY
                   GO to 0417-fim
           END-READ.
           PERFORM 0111-verificar-kit.
           COMPUTE wrk-total-item = wrk-quantidade * wrk-valor.
           ADD 1 to wrk-seq-item.
           MOVE wrk-numero-pedido to ITM-NUMERO.
           MOVE wrk-seq-item to ITM-SEQ.
           MOVE wrk-codigo-prod to ITM-PRODUTO.
           MOVE wrk-quantidade to ITM-QUANTIDADE.
           MOVE wrk-valor to ITM-VALOR-UNIT.
           MOVE wrk-total-item to ITM-VALOR-TOTAL.
           MOVE wrk-kit-custo to ITM-CUSTO-UNIT.
           MOVE SPACE to ITM-KIT.
           MOVE ZERO to ITM-KIT-SEQ.
           IF wrk-kit-sim EQUAL "S"
               SET ITEM-KIT to TRUE
           END-IF.
           WRITE REG-ITEM.
           IF wrk-kit-sim EQUAL "S"
               PERFORM 0112-gravar-componentes
           ELSE
               PERFORM 0115-baixar-estoque
               PERFORM 0341-journal-item
           END-IF.
       0417-fim.
           EXIT.

       0416-rejeitar-pedido SECTION.
      *o pedido recusado sai inteiro: o cabecalho com o motivo do
      *pedido e cada item com o proprio motivo (ou 15, recusado
      *junto)
           PERFORM 0418-descrever-motivo.
           MOVE wrk-imp-motivo to IMR-MOTIVO.
           MOVE wrk-imp-descricao to IMR-DESCRICAO.
           MOVE wrk-imp-cab to IMR-LINHA.
           WRITE IMR-REG.
           PERFORM VARYING wrk-imp-ind FROM 1 BY 1
                   UNTIL wrk-imp-ind > wrk-imp-qtd
               IF wrk-imp-motivo-ex(wrk-imp-ind) EQUAL SPACES
                   MOVE "15" to wrk-imp-motivo
               ELSE
                   MOVE wrk-imp-motivo-ex(wrk-imp-ind)
                       to wrk-imp-motivo
               END-IF
               PERFORM 0418-descrever-motivo
               MOVE wrk-imp-motivo to IMR-MOTIVO
               MOVE wrk-imp-descricao to IMR-DESCRICAO
               MOVE wrk-imp-linha(wrk-imp-ind) to IMR-LINHA
               WRITE IMR-REG
           END-PERFORM.

       0419-rejeitar-avulsa SECTION.
      *linha que nao pertence a pedido algum (ou alem do limite de
      *itens), recusada sozinha com a linha corrente do arquivo
           PERFORM 0418-descrever-motivo.
           MOVE wrk-imp-motivo to IMR-MOTIVO.
           MOVE wrk-imp-descricao to IMR-DESCRICAO.
           MOVE IMP-REG to IMR-LINHA.
           WRITE IMR-REG.
           ADD 1 to wrk-imp-avulsas.

       0418-descrever-motivo SECTION.
           EVALUATE wrk-imp-motivo
               WHEN "01"
                   MOVE "cliente nao cadastrado" to wrk-imp-descricao
               WHEN "02"
                   MOVE "cliente inativo" to wrk-imp-descricao
               WHEN "03"
                   MOVE "cliente bloqueado" to wrk-imp-descricao
               WHEN "04"
                   MOVE "vendedor invalido" to wrk-imp-descricao
               WHEN "05"
                   MOVE "condicao de pagamento invalida"
                       to wrk-imp-descricao
               WHEN "06"
                   MOVE "produto nao cadastrado" to wrk-imp-descricao
               WHEN "07"
                   MOVE "produto inativo" to wrk-imp-descricao
               WHEN "08"
                   MOVE "quantidade invalida" to wrk-imp-descricao
               WHEN "09"
                   MOVE "preco abaixo do custo" to wrk-imp-descricao
               WHEN "10"
                   MOVE "limite de credito estourado"
                       to wrk-imp-descricao
               WHEN "11"
                   MOVE "pedido sem itens" to wrk-imp-descricao
               WHEN "12"
                   MOVE "item sem cabecalho" to wrk-imp-descricao
               WHEN "13"
                   MOVE "tipo de linha invalido" to wrk-imp-descricao
               WHEN "14"
                   MOVE "pedido com itens demais" to wrk-imp-descricao
               WHEN "16"
                   MOVE "endereco de entrega invalido"
                       to wrk-imp-descricao
               WHEN OTHER
                   MOVE "recusado junto com o pedido"
                       to wrk-imp-descricao
           END-EVALUATE.

       0420-validar-dados-nfe SECTION.
      *a nota eletronica exige do destinatario o cpf/cnpj, o cep e
      *uma uf valida (tabuf.cpy); wrk-nfe-ok = "S" quando ha tudo
           MOVE "N" to wrk-nfe-ok.
           MOVE PED-CLIENTE to cliente-id.
           READ CLIENTES
               INVALID KEY
                   DISPLAY "cliente fora do cadastro"
                   GO to 0420-fim
           END-READ.
           IF cliente-cpf EQUAL SPACES
               DISPLAY "cliente sem cpf/cnpj"
               GO to 0420-fim
           END-IF.
           IF cliente-cep NOT NUMERIC
                   OR cliente-cep EQUAL "00000000"
               DISPLAY "cliente sem cep valido"
               GO to 0420-fim
           END-IF.
           MOVE "N" to wrk-nfe-uf-ok.
           PERFORM VARYING wrk-nfe-ind FROM 1 BY 1
                   UNTIL wrk-nfe-ind > wrk-uf-qtd
               IF cliente-uf EQUAL wrk-uf-ex(wrk-nfe-ind)
                   MOVE "S" to wrk-nfe-uf-ok
               END-IF
           END-PERFORM.
           IF wrk-nfe-uf-ok NOT EQUAL "S"
               DISPLAY "cliente sem uf valida"
               GO to 0420-fim
           END-IF.
           MOVE "S" to wrk-nfe-ok.
       0420-fim.
           EXIT.

       0421-gerar-nfe SECTION.
      *xml da nota recem-emitida, gravado em nfe-<numero>.xml; o
      *resultado (arquivo ou motivo da falha) vai para o controle
      *que o lote diario do nfelote confere
           MOVE SPACES to wrk-nfe-arquivo.
           STRING "./nfe-" NF-NUMERO ".xml"
                   DELIMITED BY SIZE INTO wrk-nfe-arquivo
           END-STRING.
           PERFORM 0422-montar-xml.
           MOVE SPACES to REG-NFE-CONTROLE.
           MOVE NF-NUMERO to NFE-NUMERO.
           MOVE NF-PEDIDO to NFE-PEDIDO.
           MOVE NF-DATA to NFE-DATA.
           MOVE wrk-nfe-arquivo to NFE-ARQUIVO.
           IF wrk-nfe-ok EQUAL "S"
               SET NFE-GERADA to TRUE
               DISPLAY "nota eletronica gravada em " wrk-nfe-arquivo
           ELSE
               SET NFE-FALHA to TRUE
               MOVE wrk-nfe-motivo to NFE-MOTIVO
               DISPLAY "nota eletronica nao gerada: " wrk-nfe-motivo
           END-IF.
           OPEN EXTEND NFE-CONTROLE.
           IF fs-nfe-controle EQUAL 35
               OPEN OUTPUT NFE-CONTROLE
           END-IF.
           WRITE REG-NFE-CONTROLE.
           CLOSE NFE-CONTROLE.

       0422-montar-xml SECTION.
      *emitente (tabemit.cpy), destinatario do cadastro, itens com
      *o icms de cada um, frete e totais da nota
           MOVE "N" to wrk-nfe-ok.
           MOVE SPACES to wrk-nfe-motivo.
           MOVE NF-CLIENTE to cliente-id.
           READ CLIENTES
               INVALID KEY
                   MOVE "cliente fora do cadastro" to wrk-nfe-motivo
                   GO to 0422-fim
           END-READ.
           IF cliente-cpf EQUAL SPACES
                   OR cliente-cep NOT NUMERIC
                   OR cliente-uf EQUAL SPACES
               MOVE "destinatario sem cpf, cep ou uf"
                   to wrk-nfe-motivo
               GO to 0422-fim
           END-IF.
           OPEN OUTPUT NFE-XML.
           IF fs-nfe-xml NOT EQUAL 00
               MOVE "erro ao criar o arquivo xml" to wrk-nfe-motivo
               GO to 0422-fim
           END-IF.

      *aliquota da uf do pedido, a mesma do calculo do icms
           MOVE wrk-icms-aliq-pad to wrk-nfe-aliq.
           PERFORM VARYING wrk-icms-ind FROM 1 BY 1
                   UNTIL wrk-icms-ind > wrk-icms-qtd
               IF PED-ESTADO EQUAL wrk-icms-estado-ex(wrk-icms-ind)
                   MOVE wrk-icms-aliq-ex(wrk-icms-ind)
                       to wrk-nfe-aliq
               END-IF
           END-PERFORM.

           MOVE SPACES to NFE-XML-LINHA.
           STRING "<?xml version=" QUOTE "1.0" QUOTE " encoding="
                   QUOTE "UTF-8" QUOTE "?>"
                   DELIMITED BY SIZE INTO NFE-XML-LINHA
           END-STRING.
           WRITE NFE-XML-REG.
           MOVE SPACES to NFE-XML-LINHA.
           MOVE "<NFe>" to NFE-XML-LINHA(1:5).
           WRITE NFE-XML-REG.
           MOVE SPACES to NFE-XML-LINHA.
           MOVE "<infNFe>" to NFE-XML-LINHA(3:8).
           WRITE NFE-XML-REG.
           MOVE SPACES to NFE-XML-LINHA.
           MOVE "<ide>" to NFE-XML-LINHA(5:5).
           WRITE NFE-XML-REG.
           MOVE 6 to wrk-xml-recuo.
           MOVE "nNF" to wrk-xml-tag.
           MOVE NF-NUMERO to wrk-xml-texto.
           PERFORM 0424-xml-campo.
           MOVE NF-DATA to wrk-nfe-data-x.
           MOVE "dhEmi" to wrk-xml-tag.
           MOVE SPACES to wrk-xml-texto.
           STRING wrk-nfe-data-x(1:4) "-" wrk-nfe-data-x(5:2) "-"
                   wrk-nfe-data-x(7:2)
                   DELIMITED BY SIZE INTO wrk-xml-texto
           END-STRING.
           PERFORM 0424-xml-campo.
           MOVE "xPed" to wrk-xml-tag.
           MOVE NF-PEDIDO to wrk-xml-texto.
           PERFORM 0424-xml-campo.
           MOVE SPACES to NFE-XML-LINHA.
           MOVE "</ide>" to NFE-XML-LINHA(5:6).
           WRITE NFE-XML-REG.

           MOVE SPACES to NFE-XML-LINHA.
           MOVE "<emit>" to NFE-XML-LINHA(5:6).
           WRITE NFE-XML-REG.
           MOVE 6 to wrk-xml-recuo.
           MOVE "CNPJ" to wrk-xml-tag.
           MOVE wrk-emit-cnpj to wrk-xml-texto.
           PERFORM 0424-xml-campo.
           MOVE "xNome" to wrk-xml-tag.
           MOVE wrk-emit-razao to wrk-xml-texto.
           PERFORM 0424-xml-campo.
           MOVE "IE" to wrk-xml-tag.
           MOVE wrk-emit-ie to wrk-xml-texto.
           PERFORM 0424-xml-campo.
           MOVE SPACES to NFE-XML-LINHA.
           MOVE "<enderEmit>" to NFE-XML-LINHA(7:11).
           WRITE NFE-XML-REG.
           MOVE 8 to wrk-xml-recuo.
           MOVE "xLgr" to wrk-xml-tag.
           MOVE wrk-emit-logradouro to wrk-xml-texto.
           PERFORM 0424-xml-campo.
           MOVE "nro" to wrk-xml-tag.
           MOVE wrk-emit-numero to wrk-xml-texto.
           PERFORM 0424-xml-campo.
           MOVE "xBairro" to wrk-xml-tag.
           MOVE wrk-emit-bairro to wrk-xml-texto.
           PERFORM 0424-xml-campo.
           MOVE "xMun" to wrk-xml-tag.
           MOVE wrk-emit-cidade to wrk-xml-texto.
           PERFORM 0424-xml-campo.
           MOVE "UF" to wrk-xml-tag.
           MOVE wrk-emit-uf to wrk-xml-texto.
           PERFORM 0424-xml-campo.
           MOVE "CEP" to wrk-xml-tag.
           MOVE wrk-emit-cep to wrk-xml-texto.
           PERFORM 0424-xml-campo.
           MOVE SPACES to NFE-XML-LINHA.
           MOVE "</enderEmit>" to NFE-XML-LINHA(7:12).
           WRITE NFE-XML-REG.
           MOVE SPACES to NFE-XML-LINHA.
           MOVE "</emit>" to NFE-XML-LINHA(5:7).
           WRITE NFE-XML-REG.

      *destinatario: cpf com 11 digitos, cnpj com 14
           MOVE SPACES to NFE-XML-LINHA.
           MOVE "<dest>" to NFE-XML-LINHA(5:6).
           WRITE NFE-XML-REG.
           MOVE 6 to wrk-xml-recuo.
           IF cliente-cpf(12:3) EQUAL SPACES
               MOVE "CPF" to wrk-xml-tag
           ELSE
               MOVE "CNPJ" to wrk-xml-tag
           END-IF.
           MOVE cliente-cpf to wrk-xml-texto.
           PERFORM 0424-xml-campo.
           MOVE "xNome" to wrk-xml-tag.
           MOVE cliente-nome to wrk-xml-texto.
           PERFORM 0424-xml-campo.
           MOVE SPACES to NFE-XML-LINHA.
           MOVE "<enderDest>" to NFE-XML-LINHA(7:11).
           WRITE NFE-XML-REG.
           MOVE 8 to wrk-xml-recuo.
           MOVE "xLgr" to wrk-xml-tag.
           MOVE cliente-logradouro to wrk-xml-texto.
           PERFORM 0424-xml-campo.
           MOVE "nro" to wrk-xml-tag.
           MOVE cliente-end-numero to wrk-xml-texto.
           PERFORM 0424-xml-campo.
           IF cliente-complemento NOT EQUAL SPACES
               MOVE "xCpl" to wrk-xml-tag
               MOVE cliente-complemento to wrk-xml-texto
               PERFORM 0424-xml-campo
           END-IF.
           MOVE "xBairro" to wrk-xml-tag.
           MOVE cliente-bairro to wrk-xml-texto.
           PERFORM 0424-xml-campo.
           MOVE "xMun" to wrk-xml-tag.
           MOVE cliente-cidade to wrk-xml-texto.
           PERFORM 0424-xml-campo.
           MOVE "UF" to wrk-xml-tag.
           MOVE cliente-uf to wrk-xml-texto.
           PERFORM 0424-xml-campo.
           MOVE "CEP" to wrk-xml-tag.
           MOVE cliente-cep to wrk-xml-texto.
           PERFORM 0424-xml-campo.
           MOVE SPACES to NFE-XML-LINHA.
           MOVE "</enderDest>" to NFE-XML-LINHA(7:12).
           WRITE NFE-XML-REG.
           IF cliente-email NOT EQUAL SPACES
               MOVE 6 to wrk-xml-recuo
               MOVE "email" to wrk-xml-tag
               MOVE cliente-email to wrk-xml-texto
               PERFORM 0424-xml-campo
           END-IF.
           MOVE SPACES to NFE-XML-LINHA.
           MOVE "</dest>" to NFE-XML-LINHA(5:7).
           WRITE NFE-XML-REG.

           PERFORM 0425-xml-itens.

           MOVE SPACES to NFE-XML-LINHA.
           MOVE "<total>" to NFE-XML-LINHA(5:7).
           WRITE NFE-XML-REG.
           MOVE SPACES to NFE-XML-LINHA.
           MOVE "<ICMSTot>" to NFE-XML-LINHA(7:9).
           WRITE NFE-XML-REG.
           MOVE 8 to wrk-xml-recuo.
           MOVE "vBC" to wrk-xml-tag.
           MOVE NF-VALOR to wrk-xml-valor.
           PERFORM 0426-xml-valor.
           MOVE "vICMS" to wrk-xml-tag.
           MOVE PED-ICMS to wrk-xml-valor.
           PERFORM 0426-xml-valor.
           MOVE "vProd" to wrk-xml-tag.
           MOVE NF-VALOR to wrk-xml-valor.
           PERFORM 0426-xml-valor.
           MOVE "vFrete" to wrk-xml-tag.
           MOVE NF-FRETE to wrk-xml-valor.
           PERFORM 0426-xml-valor.
           MOVE "vNF" to wrk-xml-tag.
           MOVE NF-TOTAL to wrk-xml-valor.
           PERFORM 0426-xml-valor.
           MOVE SPACES to NFE-XML-LINHA.
           MOVE "</ICMSTot>" to NFE-XML-LINHA(7:10).
           WRITE NFE-XML-REG.
           MOVE SPACES to NFE-XML-LINHA.
           MOVE "</total>" to NFE-XML-LINHA(5:8).
           WRITE NFE-XML-REG.
           MOVE SPACES to NFE-XML-LINHA.
           MOVE "</infNFe>" to NFE-XML-LINHA(3:9).
           WRITE NFE-XML-REG.
           MOVE SPACES to NFE-XML-LINHA.
           MOVE "</NFe>" to NFE-XML-LINHA(1:6).
           WRITE NFE-XML-REG.
           CLOSE NFE-XML.
           MOVE "S" to wrk-nfe-ok.
       0422-fim.
           EXIT.

       0424-xml-campo SECTION.
      *grava <tag>texto</tag> recuado wrk-xml-recuo posicoes, sem
      *os brancos a direita; & < > do texto nao passam para o xml
           INSPECT wrk-xml-texto REPLACING ALL "&" BY "e"
                                           ALL "<" BY " "
                                           ALL ">" BY " ".
           MOVE 10 to wrk-xml-tam-tag.
           PERFORM UNTIL wrk-xml-tam-tag EQUAL ZERO
                   OR wrk-xml-tag(wrk-xml-tam-tag:1) NOT EQUAL SPACE
               SUBTRACT 1 from wrk-xml-tam-tag
           END-PERFORM.
           MOVE 60 to wrk-xml-tam.
           PERFORM UNTIL wrk-xml-tam EQUAL ZERO
                   OR wrk-xml-texto(wrk-xml-tam:1) NOT EQUAL SPACE
               SUBTRACT 1 from wrk-xml-tam
           END-PERFORM.
           MOVE SPACES to NFE-XML-LINHA.
           COMPUTE wrk-xml-pos = wrk-xml-recuo + 1.
           STRING "<" wrk-xml-tag(1:wrk-xml-tam-tag) ">"
                   DELIMITED BY SIZE INTO NFE-XML-LINHA
                   WITH POINTER wrk-xml-pos
           END-STRING.
           IF wrk-xml-tam > ZERO
               STRING wrk-xml-texto(1:wrk-xml-tam)
                       DELIMITED BY SIZE INTO NFE-XML-LINHA
                       WITH POINTER wrk-xml-pos
               END-STRING
           END-IF.
           STRING "</" wrk-xml-tag(1:wrk-xml-tam-tag) ">"
                   DELIMITED BY SIZE INTO NFE-XML-LINHA
                   WITH POINTER wrk-xml-pos
           END-STRING.
           WRITE NFE-XML-REG.

       0426-xml-valor SECTION.
      *valor em wrk-xml-valor com ponto decimal e sem os brancos a
      *esquerda, no campo wrk-xml-tag
           MOVE wrk-xml-valor to wrk-xml-vlr-ed.
           MOVE ZERO to wrk-xml-brancos.
           INSPECT wrk-xml-vlr-ed TALLYING wrk-xml-brancos
                   FOR LEADING SPACES.
           MOVE SPACES to wrk-xml-texto.
           MOVE wrk-xml-vlr-ed(wrk-xml-brancos + 1:) to wrk-xml-texto.
           PERFORM 0424-xml-campo.

       0425-xml-itens SECTION.
      *um <det> por linha vendida (o kit sai pelo preco, sem os
      *componentes); o icms do pedido e rateado pelo valor de cada
      *item e a ultima linha fica com a sobra do arredondamento
           MOVE ZERO to wrk-nfe-itens.
           MOVE PED-NUMERO to ITM-NUMERO.
           MOVE ZERO to ITM-SEQ.
           START ITENS KEY IS NOT LESS THAN ITM-CHAVE
               INVALID KEY
                   GO to 0425-fim
           END-START.
           READ ITENS NEXT.
           PERFORM UNTIL fs-itens NOT EQUAL 00
                   OR ITM-NUMERO NOT EQUAL PED-NUMERO
               IF NOT ITEM-COMPONENTE
                   ADD 1 to wrk-nfe-itens
               END-IF
               READ ITENS NEXT
           END-PERFORM.

           MOVE ZERO to wrk-nfe-item wrk-nfe-icms-soma.
           MOVE PED-NUMERO to ITM-NUMERO.
           MOVE ZERO to ITM-SEQ.
           START ITENS KEY IS NOT LESS THAN ITM-CHAVE
               INVALID KEY
                   GO to 0425-fim
           END-START.
           READ ITENS NEXT.
           PERFORM UNTIL fs-itens NOT EQUAL 00
                   OR ITM-NUMERO NOT EQUAL PED-NUMERO
               IF NOT ITEM-COMPONENTE
                   ADD 1 to wrk-nfe-item
                   IF wrk-nfe-item EQUAL wrk-nfe-itens
                       COMPUTE wrk-nfe-icms-item = PED-ICMS
                               - wrk-nfe-icms-soma
                   ELSE
                       MOVE ZERO to wrk-nfe-icms-item
                       IF PED-VALOR > ZERO
                           COMPUTE wrk-nfe-icms-item ROUNDED =
                                   ITM-VALOR-TOTAL * PED-ICMS
                                   / PED-VALOR
                       END-IF
                   END-IF
                   ADD wrk-nfe-icms-item to wrk-nfe-icms-soma
                   PERFORM 0427-xml-item
               END-IF
               READ ITENS NEXT
           END-PERFORM.
       0425-fim.
           EXIT.

       0427-xml-item SECTION.
           MOVE ITM-PRODUTO to PRO-CODIGO.
           MOVE SPACES to PRO-DESCRICAO.
           READ PRODUTOS
               INVALID KEY
                   CONTINUE
           END-READ.
           MOVE SPACES to NFE-XML-LINHA.
           STRING "<det nItem=" QUOTE wrk-nfe-item QUOTE ">"
                   DELIMITED BY SIZE INTO NFE-XML-LINHA(5:)
           END-STRING.
           WRITE NFE-XML-REG.
           MOVE SPACES to NFE-XML-LINHA.
           MOVE "<prod>" to NFE-XML-LINHA(7:6).
           WRITE NFE-XML-REG.
           MOVE 8 to wrk-xml-recuo.
           MOVE "cProd" to wrk-xml-tag.
           MOVE ITM-PRODUTO to wrk-xml-texto.
           PERFORM 0424-xml-campo.
           MOVE "xProd" to wrk-xml-tag.
           MOVE PRO-DESCRICAO to wrk-xml-texto.
           PERFORM 0424-xml-campo.
           MOVE "qCom" to wrk-xml-tag.
           MOVE ITM-QUANTIDADE to wrk-xml-qtd-ed.
           MOVE ZERO to wrk-xml-brancos.
           INSPECT wrk-xml-qtd-ed TALLYING wrk-xml-brancos
                   FOR LEADING SPACES.
           MOVE SPACES to wrk-xml-texto.
           MOVE wrk-xml-qtd-ed(wrk-xml-brancos + 1:) to wrk-xml-texto.
           PERFORM 0424-xml-campo.
           MOVE "vUnCom" to wrk-xml-tag.
           MOVE ITM-VALOR-UNIT to wrk-xml-valor.
           PERFORM 0426-xml-valor.
           MOVE "vProd" to wrk-xml-tag.
           MOVE ITM-VALOR-TOTAL to wrk-xml-valor.
           PERFORM 0426-xml-valor.
           MOVE SPACES to NFE-XML-LINHA.
           MOVE "</prod>" to NFE-XML-LINHA(7:7).
           WRITE NFE-XML-REG.
           MOVE SPACES to NFE-XML-LINHA.
           MOVE "<imposto>" to NFE-XML-LINHA(7:9).
           WRITE NFE-XML-REG.
           MOVE SPACES to NFE-XML-LINHA.
           MOVE "<ICMS>" to NFE-XML-LINHA(9:6).
           WRITE NFE-XML-REG.
           MOVE 10 to wrk-xml-recuo.
           MOVE "vBC" to wrk-xml-tag.
           MOVE ITM-VALOR-TOTAL to wrk-xml-valor.
           PERFORM 0426-xml-valor.
           MOVE "pICMS" to wrk-xml-tag.
           COMPUTE wrk-xml-valor = wrk-nfe-aliq * 100.
           PERFORM 0426-xml-valor.
           MOVE "vICMS" to wrk-xml-tag.
           MOVE wrk-nfe-icms-item to wrk-xml-valor.
           PERFORM 0426-xml-valor.
           MOVE SPACES to NFE-XML-LINHA.
           MOVE "</ICMS>" to NFE-XML-LINHA(9:7).
           WRITE NFE-XML-REG.
           MOVE SPACES to NFE-XML-LINHA.
           MOVE "</imposto>" to NFE-XML-LINHA(7:10).
           WRITE NFE-XML-REG.
           MOVE SPACES to NFE-XML-LINHA.
           MOVE "</det>" to NFE-XML-LINHA(5:6).
           WRITE NFE-XML-REG.

       0431-carregar-catalogo-arq SECTION.
      *anos ja levados ao arquivo morto pelo arqped
           MOVE ZERO to wrk-pac-qtd.
           OPEN INPUT ARQ-CATALOGO.
           IF fs-arq-catalogo NOT EQUAL 00
               GO to 0431-fim
           END-IF.
           READ ARQ-CATALOGO.
           PERFORM UNTIL fs-arq-catalogo NOT EQUAL 00
                   OR wrk-pac-qtd NOT < 50
               ADD 1 to wrk-pac-qtd
               MOVE ARQ-ANO to wrk-pac-ano(wrk-pac-qtd)
               READ ARQ-CATALOGO
           END-PERFORM.
           CLOSE ARQ-CATALOGO.
       0431-fim.
           EXIT.

       0434-nomes-arquivo-ano SECTION.
           MOVE SPACES to wrk-pa-ped-nome wrk-pa-itm-nome.
           STRING "./pedidos-arq-" wrk-pa-ano ".dat"
                   DELIMITED BY SIZE INTO wrk-pa-ped-nome
           END-STRING.
           STRING "./itens-arq-" wrk-pa-ano ".dat"
                   DELIMITED BY SIZE INTO wrk-pa-itm-nome
           END-STRING.

       0430-localizar-arquivado SECTION.
      *procura o numero em PED-NUMERO nos anos do catalogo; achado,
      *o cabecalho volta para o REG-PEDIDO e wrk-pa-ano fica com o
      *ano do arquivo
           MOVE "N" to wrk-pa-arquivado.
           PERFORM 0431-carregar-catalogo-arq.
           PERFORM VARYING wrk-pac-ind FROM 1 BY 1
                   UNTIL wrk-pac-ind > wrk-pac-qtd
                      OR wrk-pa-arquivado EQUAL "S"
               MOVE wrk-pac-ano(wrk-pac-ind) to wrk-pa-ano
               PERFORM 0434-nomes-arquivo-ano
               OPEN INPUT PED-ARQ
               IF fs-ped-arq EQUAL 00
                   MOVE PED-NUMERO to ARP-NUMERO
                   READ PED-ARQ
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           MOVE ARP-REG to REG-PEDIDO
                           MOVE "S" to wrk-pa-arquivado
                   END-READ
                   CLOSE PED-ARQ
               END-IF
           END-PERFORM.

       0432-itens-arquivados SECTION.
      *itens do pedido arquivado, do arquivo de itens do mesmo ano
           OPEN INPUT ITM-ARQ.
           IF fs-itm-arq NOT EQUAL 00
               GO to 0432-fim
           END-IF.
           MOVE PED-NUMERO to ARI-NUMERO.
           MOVE ZERO to ARI-SEQ.
           START ITM-ARQ KEY IS NOT LESS THAN ARI-CHAVE
               INVALID KEY
                   CONTINUE
           END-START.
           IF fs-itm-arq EQUAL 00
               READ ITM-ARQ NEXT
               PERFORM UNTIL fs-itm-arq NOT EQUAL 00
                       OR ARI-NUMERO NOT EQUAL PED-NUMERO
                   MOVE ARI-REG to REG-ITEM
                   MOVE ITM-PRODUTO to PRO-CODIGO
                   READ PRODUTOS
                       INVALID KEY
                           MOVE "(produto fora do cadastro)"
                               to wrk-desc-item
                       NOT INVALID KEY
                           MOVE PRO-DESCRICAO to wrk-desc-item
                   END-READ
                   MOVE ITM-VALOR-TOTAL to wrk-valor-gr-ed
                   DISPLAY "  item " ITM-SEQ " prod " ITM-PRODUTO
                           " " wrk-desc-item " qtd "
                           ITM-QUANTIDADE " total " wrk-valor-gr-ed
                   READ ITM-ARQ NEXT
               END-PERFORM
           END-IF.
           CLOSE ITM-ARQ.
       0432-fim.
           EXIT.

       0433-extrato-arquivados SECTION.
      *pedidos do cliente que ja foram para o arquivo morto, nos
      *anos do catalogo que cruzam o periodo; saem marcados com "*"
           MOVE ZERO to wrk-pa-marcados.
           PERFORM 0431-carregar-catalogo-arq.
           MOVE "S" to wrk-pa-arquivado.
           PERFORM VARYING wrk-pac-ind FROM 1 BY 1
                   UNTIL wrk-pac-ind > wrk-pac-qtd
               MOVE wrk-pac-ano(wrk-pac-ind) to wrk-pa-ano
               IF wrk-pa-ano NOT < wrk-ext-de(1:4)
                       AND wrk-pa-ano NOT > wrk-ext-ate(1:4)
                   PERFORM 0434-nomes-arquivo-ano
                   OPEN INPUT PED-ARQ
                   IF fs-ped-arq EQUAL 00
                       READ PED-ARQ NEXT
                       PERFORM UNTIL fs-ped-arq NOT EQUAL 00
                           MOVE ARP-REG to REG-PEDIDO
                           IF PED-CLIENTE EQUAL wrk-ext-cliente
                                   AND PED-DATA NOT < wrk-ext-de
                                   AND PED-DATA NOT > wrk-ext-ate
                               ADD 1 to wrk-ext-pedidos
                               ADD 1 to wrk-pa-marcados
                               PERFORM 0366-linha-pedido-extrato
                           END-IF
                           READ PED-ARQ NEXT
                       END-PERFORM
                       CLOSE PED-ARQ
                   END-IF
               END-IF
           END-PERFORM.
           MOVE "N" to wrk-pa-arquivado.
           IF wrk-pa-marcados > ZERO
               MOVE SPACES to EXT-LINHA
               MOVE "* pedido do arquivo morto" to EXT-LINHA(1:25)
               WRITE EXTRATO-REG
           END-IF.

       0440-pontuar-pedido SECTION.
      *pontos do pedido recem-faturado sobre o valor dos itens (o
      *frete nao pontua), pela categoria do cliente
           MOVE PED-CLIENTE to cliente-id.
           READ CLIENTES
               INVALID KEY
                   GO to 0440-fim
           END-READ.
           MOVE "G" to wrk-pt-funcao.
           MOVE PED-CLIENTE to wrk-pt-cliente.
           MOVE cliente-categoria to wrk-pt-categoria.
           MOVE PED-NUMERO to wrk-pt-pedido.
           MOVE PED-VALOR to wrk-pt-valor.
           MOVE ZERO to wrk-pt-valor-pedido.
           CALL "pontosrv" USING wrk-pt-funcao wrk-pt-cliente
                                 wrk-pt-categoria wrk-pt-pedido
                                 wrk-pt-valor wrk-pt-valor-pedido
                                 wrk-pt-pontos wrk-pt-status.
           IF wrk-pt-status EQUAL "00"
               MOVE wrk-pt-pontos to wrk-pt-ed
               DISPLAY wrk-pt-ed " pontos creditados ao cliente"
           END-IF.
           IF wrk-pt-status EQUAL "90"
               DISPLAY "erro no arquivo de pontos - pontos do pedido"
                       " nao creditados"
           END-IF.
       0440-fim.
           EXIT.

       0441-estornar-pontos SECTION.
      *estorno dos pontos do pedido em PED-: "D" na devolucao, na
      *proporcao de wrk-dev-valor sobre o valor dos itens, "C" no
      *cancelamento, o que ainda restava deles; pedido que nao
      *pontuou volta com "04" e passa calado
           MOVE PED-CLIENTE to wrk-pt-cliente.
           MOVE SPACE to wrk-pt-categoria.
           MOVE PED-NUMERO to wrk-pt-pedido.
           MOVE wrk-dev-valor to wrk-pt-valor.
           MOVE PED-VALOR to wrk-pt-valor-pedido.
           CALL "pontosrv" USING wrk-pt-funcao wrk-pt-cliente
                                 wrk-pt-categoria wrk-pt-pedido
                                 wrk-pt-valor wrk-pt-valor-pedido
                                 wrk-pt-pontos wrk-pt-status.
           IF wrk-pt-status EQUAL "00"
               MOVE wrk-pt-pontos to wrk-pt-ed
               DISPLAY wrk-pt-ed " pontos estornados do cliente"
           END-IF.

       0442-resgatar-pontos SECTION.
      *resgate na digitacao do pedido recem-gravado: os pontos
      *viram credito do cliente no creditos-clientes.dat, abatido
      *do titulo no faturamento como o credito de devolucao; o
      *credito nao passa do valor do pedido com o frete
           IF wrk-seq-item EQUAL ZERO
                   OR wrk-credito-ok NOT EQUAL "S"
               GO to 0442-fim
           END-IF.
           MOVE "S" to wrk-pt-funcao.
           MOVE PED-CLIENTE to wrk-pt-cliente.
           CALL "pontosrv" USING wrk-pt-funcao wrk-pt-cliente
                                 wrk-pt-categoria wrk-pt-pedido
                                 wrk-pt-valor wrk-pt-valor-pedido
                                 wrk-pt-pontos wrk-pt-status.
           IF wrk-pt-status NOT EQUAL "00"
                   OR wrk-pt-pontos EQUAL ZERO
               GO to 0442-fim
           END-IF.
           MOVE wrk-pt-pontos to wrk-pt-saldo.
           COMPUTE wrk-pt-valor-pedido = PED-VALOR + PED-FRETE.
           IF wrk-pt-valor > wrk-pt-valor-pedido
               COMPUTE wrk-pt-maximo = wrk-pt-saldo
                       * wrk-pt-valor-pedido / wrk-pt-valor
           ELSE
               MOVE wrk-pt-saldo to wrk-pt-maximo
           END-IF.
           MOVE wrk-pt-saldo to wrk-pt-ed.
           MOVE wrk-pt-valor to wrk-valor-gr-ed.
           DISPLAY "saldo de pontos do cliente: " wrk-pt-ed
                   " (R$ " wrk-valor-gr-ed ")".
           MOVE wrk-pt-maximo to wrk-pt-ed.
           DISPLAY "pontos a resgatar neste pedido (0 = nenhum,"
                   " ate " wrk-pt-ed ")"
               ACCEPT wrk-pt-pontos.
           IF wrk-pt-pontos EQUAL ZERO
               GO to 0442-fim
           END-IF.
           IF wrk-pt-pontos > wrk-pt-maximo
               DISPLAY "acima do permitido - resgate recusado"
               GO to 0442-fim
           END-IF.
           MOVE "R" to wrk-pt-funcao.
           MOVE PED-NUMERO to wrk-pt-pedido.
           CALL "pontosrv" USING wrk-pt-funcao wrk-pt-cliente
                                 wrk-pt-categoria wrk-pt-pedido
                                 wrk-pt-valor wrk-pt-valor-pedido
                                 wrk-pt-pontos wrk-pt-status.
           IF wrk-pt-status NOT EQUAL "00"
               DISPLAY "resgate recusado, status " wrk-pt-status
               GO to 0442-fim
           END-IF.
           MOVE PED-CLIENTE to CRE-CLIENTE.
           MOVE PED-NUMERO to CRE-PEDIDO.
           MOVE wrk-pt-valor to CRE-VALOR.
           MOVE wrk-pt-valor to CRE-SALDO.
           ACCEPT CRE-DATA-HORA(1:8) FROM DATE YYYYMMDD.
           ACCEPT CRE-DATA-HORA(9:6) FROM TIME.
           SET CREDITO-ABERTO to TRUE.
           OPEN EXTEND CREDITOS.
           IF fs-creditos EQUAL 35
               OPEN OUTPUT CREDITOS
           END-IF.
           WRITE REG-CREDITO.
           CLOSE CREDITOS.
           MOVE wrk-pt-valor to wrk-valor-gr-ed.
           DISPLAY "credito de " wrk-valor-gr-ed " pelos pontos,"
                   " abatido no faturamento".
       0442-fim.
           EXIT.

       0443-pontos-extrato SECTION.
      *movimento de pontos do cliente no periodo e o saldo de hoje
           MOVE SPACES to EXT-LINHA.
           MOVE "programa de pontos no periodo:" to EXT-LINHA(1:30).
           WRITE EXTRATO-REG.
           MOVE ZERO to wrk-pt-movtos.
           OPEN INPUT PONTOS.
           IF fs-pontos EQUAL 00
               MOVE LOW-VALUES to PTS-CHAVE
               MOVE wrk-ext-cliente to PTS-CLIENTE
               START PONTOS KEY IS NOT LESS THAN PTS-CHAVE
                   INVALID KEY
                       CONTINUE
               END-START
               IF fs-pontos EQUAL 00
                   READ PONTOS NEXT
               END-IF
               PERFORM UNTIL fs-pontos NOT EQUAL 00
                       OR PTS-CLIENTE NOT EQUAL wrk-ext-cliente
                   IF PTS-DATA-HORA(1:8) NOT < wrk-ext-de(1:8)
                           AND PTS-DATA-HORA(1:8)
                               NOT > wrk-ext-ate(1:8)
                       ADD 1 to wrk-pt-movtos
                       PERFORM 0444-linha-pontos-extrato
                   END-IF
                   READ PONTOS NEXT
               END-PERFORM
               CLOSE PONTOS
           END-IF.
           IF wrk-pt-movtos EQUAL ZERO
               MOVE SPACES to EXT-LINHA
               MOVE "(nenhum movimento de pontos no periodo)"
                   to EXT-LINHA(1:39)
               WRITE EXTRATO-REG
           END-IF.
           MOVE "S" to wrk-pt-funcao.
           MOVE wrk-ext-cliente to wrk-pt-cliente.
           CALL "pontosrv" USING wrk-pt-funcao wrk-pt-cliente
                                 wrk-pt-categoria wrk-pt-pedido
                                 wrk-pt-valor wrk-pt-valor-pedido
                                 wrk-pt-pontos wrk-pt-status.
           IF wrk-pt-status EQUAL "00"
               MOVE SPACES to EXT-LINHA
               MOVE "saldo de pontos hoje:" to EXT-LINHA(1:21)
               MOVE wrk-pt-pontos to wrk-pt-ed
               MOVE wrk-pt-ed to EXT-LINHA(23:7)
               MOVE "valendo" to EXT-LINHA(31:7)
               MOVE wrk-pt-valor to wrk-valor-gr-ed
               MOVE wrk-valor-gr-ed to EXT-LINHA(39:13)
               WRITE EXTRATO-REG
           END-IF.

       0444-linha-pontos-extrato SECTION.
           MOVE SPACES to EXT-LINHA.
           MOVE PTS-DATA-HORA(1:8) to EXT-LINHA(3:8).
           EVALUATE TRUE
               WHEN PONTOS-GANHO
                   MOVE "ganho" to EXT-LINHA(13:12)
               WHEN PONTOS-DEVOLUCAO
                   MOVE "devolucao" to EXT-LINHA(13:12)
               WHEN PONTOS-CANCELAMENTO
                   MOVE "cancelamento" to EXT-LINHA(13:12)
               WHEN PONTOS-RESGATE
                   MOVE "resgate" to EXT-LINHA(13:12)
               WHEN PONTOS-EXPIRADO
                   MOVE "expirado" to EXT-LINHA(13:12)
           END-EVALUATE.
           MOVE "pedido" to EXT-LINHA(26:6).
           MOVE PTS-PEDIDO to EXT-LINHA(33:7).
           MOVE PTS-PONTOS to wrk-pt-ed.
           IF PONTOS-GANHO
               MOVE "+" to EXT-LINHA(42:1)
           ELSE
               MOVE "-" to EXT-LINHA(42:1)
           END-IF.
           MOVE wrk-pt-ed to EXT-LINHA(43:7).
           IF PONTOS-GANHO
               MOVE "validade" to EXT-LINHA(52:8)
               MOVE PTS-VALIDADE to EXT-LINHA(61:8)
           END-IF.
           WRITE EXTRATO-REG.

       0445-mensalidades-extrato SECTION.
      *mensalidades escolares faturadas contra o cliente como
      *responsavel financeiro, com vencimento no periodo: cada
      *filho com os seus titulos e o subtotal em aberto, somando no
      *saldo do extrato
           MOVE ZERO to wrk-ext-alu-qtd wrk-ext-mensal.
           MOVE wrk-ext-cliente to CR-CLIENTE.
           START RECEBER KEY IS NOT LESS THAN CR-CLIENTE
               INVALID KEY
                   GO to 0445-fim
           END-START.
           READ RECEBER NEXT.
           PERFORM UNTIL fs-receber NOT EQUAL 00
                   OR CR-CLIENTE NOT EQUAL wrk-ext-cliente
               IF CR-MATRICULA > ZERO
                       AND CR-VENCIMENTO NOT < wrk-ext-de
                       AND CR-VENCIMENTO NOT > wrk-ext-ate
                   MOVE "N" to wrk-ext-alu-achou
                   PERFORM VARYING wrk-ext-alu-ind FROM 1 BY 1
                           UNTIL wrk-ext-alu-ind > wrk-ext-alu-qtd
                       IF wrk-ext-alu-matr(wrk-ext-alu-ind)
                               EQUAL CR-MATRICULA
                           MOVE "S" to wrk-ext-alu-achou
                       END-IF
                   END-PERFORM
                   IF wrk-ext-alu-achou NOT EQUAL "S"
                           AND wrk-ext-alu-qtd < 20
                       ADD 1 to wrk-ext-alu-qtd
                       MOVE CR-MATRICULA
                           to wrk-ext-alu-matr(wrk-ext-alu-qtd)
                   END-IF
               END-IF
               READ RECEBER NEXT
           END-PERFORM.
           IF wrk-ext-alu-qtd EQUAL ZERO
               GO to 0445-fim
           END-IF.

           MOVE SPACES to EXT-LINHA.
           MOVE "mensalidades escolares no periodo:"
               to EXT-LINHA(1:34).
           WRITE EXTRATO-REG.
           OPEN INPUT ALUNOS.
           PERFORM VARYING wrk-ext-alu-ind FROM 1 BY 1
                   UNTIL wrk-ext-alu-ind > wrk-ext-alu-qtd
               PERFORM 0446-mensalidades-aluno
           END-PERFORM.
           IF fs-alunos EQUAL 00
               CLOSE ALUNOS
           END-IF.
       0445-fim.
           EXIT.

       0446-mensalidades-aluno SECTION.
           MOVE SPACES to EXT-LINHA.
           MOVE "aluno" to EXT-LINHA(3:5).
           MOVE wrk-ext-alu-matr(wrk-ext-alu-ind) to ALU-MATRICULA.
           MOVE ALU-MATRICULA to EXT-LINHA(9:4).
           READ ALUNOS
               INVALID KEY
                   MOVE "(nao cadastrado)" to ALU-NOME
           END-READ.
           MOVE ALU-NOME to EXT-LINHA(14:30).
           WRITE EXTRATO-REG.
           MOVE ZERO to wrk-ext-sub-aluno.
           MOVE wrk-ext-cliente to CR-CLIENTE.
           START RECEBER KEY IS NOT LESS THAN CR-CLIENTE
               INVALID KEY
                   CONTINUE
           END-START.
           IF fs-receber EQUAL 00
               READ RECEBER NEXT
           END-IF.
           PERFORM UNTIL fs-receber NOT EQUAL 00
                   OR CR-CLIENTE NOT EQUAL wrk-ext-cliente
               IF CR-MATRICULA EQUAL wrk-ext-alu-matr(wrk-ext-alu-ind)
                       AND CR-VENCIMENTO NOT < wrk-ext-de
                       AND CR-VENCIMENTO NOT > wrk-ext-ate
                   ADD 1 to wrk-ext-mensal
                   MOVE SPACES to EXT-LINHA
                   MOVE "titulo" to EXT-LINHA(5:6)
                   MOVE CR-NUMERO to EXT-LINHA(12:7)
                   MOVE CR-VENCIMENTO to EXT-LINHA(20:8)
                   MOVE CR-SITUACAO to EXT-LINHA(38:1)
                   IF NOT TITULO-CANCELADO
                       COMPUTE wrk-saldo = CR-VALOR - CR-PAGO
                       ADD wrk-saldo to wrk-ext-saldo
                       ADD wrk-saldo to wrk-ext-sub-aluno
                       MOVE wrk-saldo to wrk-saldo-ed
                       MOVE wrk-saldo-ed to EXT-LINHA(41:11)
                   END-IF
                   MOVE wrk-ext-saldo to wrk-ext-saldo-ed
                   MOVE wrk-ext-saldo-ed to EXT-LINHA(54:13)
                   WRITE EXTRATO-REG
               END-IF
               READ RECEBER NEXT
           END-PERFORM.
           MOVE SPACES to EXT-LINHA.
           MOVE "em aberto do aluno" to EXT-LINHA(5:18).
           MOVE wrk-ext-sub-aluno to wrk-ext-saldo-ed.
           MOVE wrk-ext-saldo-ed to EXT-LINHA(39:13).
           WRITE EXTRATO-REG.

       END PROGRAM prg14.
