      ******************************************************************
      * Author:
      * Date:
      * Purpose: fretes de entrega: cadastro de transportadoras com
      *          a tabela de custo por zona e faixa de peso (no
      *          desenho da tabfrete.cpy), conferencia da fatura da
      *          transportadora pedido a pedido contra essa tabela,
      *          aprovacao que gera o titulo no contas a pagar (a
      *          divergente so com o supervisor) e grava o frete
      *          pago em cada pedido, e o relatorio mensal do frete
      *          cobrado dos clientes contra o pago as
      *          transportadoras, por transportadora e estado; e o
      *          desempenho mensal de entregas por rota, pelas
      *          ocorrencias do retorno do romaneio
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. fretes.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.

       FILE-CONTROL.
       SELECT TRANSPORTADORAS ASSIGN TO "./transportadoras.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TRA-CODIGO
               FILE STATUS IS FS-TRANSPORTADORAS.
       SELECT FATURAS ASSIGN TO "./faturas-frete.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FTR-CHAVE
               FILE STATUS IS FS-FATURAS.
       SELECT FATURA-PEDIDOS ASSIGN TO "./fatura-pedidos.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FTP-CHAVE
               FILE STATUS IS FS-FATURA-PEDIDOS.
       SELECT PEDIDOS ASSIGN TO "./pedidos.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PED-NUMERO
               FILE STATUS IS FS-PEDIDOS.
      *mesmo sentinela do prg14: o frete pago e regravado no pedido
      *e nao pode cruzar com uma sessao de pedidos aberta
       SELECT LOCK-PEDIDOS ASSIGN TO "./pedidos.lck"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS FS-LOCK-PEDIDOS.
       SELECT FORNECEDORES ASSIGN TO "./fornecedores.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FOR-CODIGO
               FILE STATUS IS FS-FORNECEDORES.
      *o titulo da fatura aprovada entra no contas a pagar na mesma
      *serie de numeracao do ctapagar e do compras
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
       SELECT OPERADORES ASSIGN TO "./operadores.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OPER-LOGIN
               FILE STATUS IS FS-OPERADORES.
       SELECT REL-FRETES ASSIGN TO "./fretes-cobrado-pago.txt"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS FS-REL-FRETES.
       SELECT OCORRENCIAS ASSIGN TO "./ocorrencias-entrega.dat"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS FS-OCORRENCIAS.
       SELECT REL-ENTREGAS ASSIGN TO "./desempenho-entregas.txt"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS FS-REL-ENTREGAS.
       DATA DIVISION.
       FILE SECTION.
           FD TRANSPORTADORAS.
           COPY "trareg.cpy".
           FD FATURAS.
           COPY "ftrreg.cpy".
           FD FATURA-PEDIDOS.
           COPY "ftpreg.cpy".
           FD PEDIDOS.
           COPY "pedreg.cpy".
           FD LOCK-PEDIDOS.
               01 LOCK-PED-REG.
                   02 LKP-FLAG PIC X(01).
           FD FORNECEDORES.
           COPY "fornreg.cpy".
           FD PAGAR.
           COPY "pagreg.cpy".
           FD PAGAR-CONTROL.
               01 PAGAR-CONTROL-REG.
                   02 CP-PROXIMO PIC 9(07).
           FD OPERADORES.
           COPY "operreg.cpy".
           FD REL-FRETES.
               01 REL-FRETES-REG.
                   02 REL-FR-LINHA PIC X(80).
           FD OCORRENCIAS.
           COPY "ocereg.cpy".
           FD REL-ENTREGAS.
               01 REL-ENTREGAS-REG.
                   02 REL-EN-LINHA PIC X(80).
       WORKING-STORAGE SECTION.
       77 fs-transportadoras pic 9(02) value ZERO.
       77 fs-faturas pic 9(02) value ZERO.
       77 fs-fatura-pedidos pic 9(02) value ZERO.
       77 fs-pedidos pic 9(02) value ZERO.
       77 fs-lock-pedidos pic 9(02) value ZERO.
       77 wrk-lock-ped-obtido pic x(01) value "N".
       77 fs-fornecedores pic 9(02) value ZERO.
       77 fs-pagar pic 9(02) value ZERO.
       77 fs-pagar-control pic 9(02) value ZERO.
       77 fs-operadores pic 9(02) value ZERO.
       77 fs-rel-fretes pic 9(02) value ZERO.
       77 wrk-opcao pic 9(01) value ZERO.
       77 wrk-confirma pic x(01) value SPACE.
       77 wrk-codigo pic 9(03) value ZERO.
       77 wrk-nome pic x(30) value SPACES.
       77 wrk-fornecedor pic 9(05) value ZERO.
       77 wrk-zona pic 9(01) value ZERO.
       77 wrk-faixa pic 9(01) value ZERO.
       77 wrk-vlr-faixa pic 9(05)v99 value ZERO.
       77 wrk-valor-ed pic zzzzz9.99 value ZERO.
       77 wrk-valor-gr-ed pic zzzzzzzzz9.99 value ZERO.
       77 wrk-saldo-ed pic -zzzzzz9.99 value ZERO.
       77 wrk-novo pic x(01) value "N".
      *fatura da transportadora: cabecalho, pedidos e conferencia
       77 wrk-fatura pic 9(09) value ZERO.
       77 wrk-emissao pic 9(08) value ZERO.
       77 wrk-vencimento pic 9(08) value ZERO.
       77 wrk-pedido pic 9(07) value ZERO.
       77 wrk-valor pic 9(08)v99 value ZERO.
       77 wrk-tabela pic 9(08)v99 value ZERO.
       77 wrk-diferenca pic s9(08)v99 value ZERO.
       77 wrk-fim pic x(01) value "N".
       77 wrk-divergente pic x(01) value "N".
       77 wrk-numero-cp pic 9(07) value 1.
      *zona do estado e faixa de peso do pedido, pela tabfrete.cpy
       77 wrk-frete-ind pic 9(02) value ZERO.
       77 wrk-faixa-ind pic 9(01) value ZERO.
       77 wrk-zona-ped pic 9(01) value ZERO.
       COPY "tabfrete.cpy".
      *relatorio mensal do frete cobrado contra o pago
       77 wrk-competencia pic x(06) value SPACES.
       77 wrk-rf-qtd pic 9(03) value ZERO.
       77 wrk-rf-ind pic 9(03) value ZERO.
       77 wrk-rf-i pic 9(03) value ZERO.
       77 wrk-rf-j pic 9(03) value ZERO.
       77 wrk-rf-j1 pic 9(03) value ZERO.
       77 wrk-rf-limite pic 9(03) value ZERO.
       77 wrk-rf-achou pic x(01) value "N".
       77 wrk-rf-transp-ant pic 9(03) value ZERO.
       77 wrk-rf-tot-cobrado pic 9(10)v99 value ZERO.
       77 wrk-rf-tot-pago pic 9(10)v99 value ZERO.
       77 wrk-rf-tr-cobrado pic 9(10)v99 value ZERO.
       77 wrk-rf-tr-pago pic 9(10)v99 value ZERO.
       77 wrk-rf-dif pic s9(10)v99 value ZERO.
       77 wrk-rf-dif-ed pic -zzzzzzzz9.99 value ZERO.
       01 wrk-rf-temp pic x(34) value SPACES.
       01 wrk-tab-rf.
           05 wrk-rf-ent OCCURS 200 times.
               10 wrk-rf-chave.
                   15 wrk-rf-transp pic 9(03).
                   15 wrk-rf-uf pic x(02).
               10 wrk-rf-pedidos pic 9(05).
               10 wrk-rf-cobrado pic 9(10)v99.
               10 wrk-rf-pago pic 9(10)v99.
      *desempenho de entregas por rota (uf + cidade) no mes
       77 fs-ocorrencias pic 9(02) value ZERO.
       77 fs-rel-entregas pic 9(02) value ZERO.
       77 wrk-de-qtd pic 9(03) value ZERO.
       77 wrk-de-ind pic 9(03) value ZERO.
       77 wrk-de-i pic 9(03) value ZERO.
       77 wrk-de-j pic 9(03) value ZERO.
       77 wrk-de-j1 pic 9(03) value ZERO.
       77 wrk-de-limite pic 9(03) value ZERO.
       77 wrk-de-achou pic x(01) value "N".
       77 wrk-de-pct pic 9(03)v9 value ZERO.
       77 wrk-de-pct-ed pic zz9.9 value ZERO.
       01 wrk-de-temp pic x(52) value SPACES.
       01 wrk-de-total.
           05 wrk-de-tot-tentativas pic 9(05).
           05 wrk-de-tot-entregues pic 9(05).
           05 wrk-de-tot-primeira pic 9(05).
           05 wrk-de-tot-recusados pic 9(05).
           05 wrk-de-tot-ausentes pic 9(05).
           05 wrk-de-tot-avarias pic 9(05).
       01 wrk-tab-de.
           05 wrk-de-ent OCCURS 300 times.
               10 wrk-de-rota.
                   15 wrk-de-uf pic x(02).
                   15 wrk-de-cidade pic x(20).
               10 wrk-de-tentativas pic 9(05).
               10 wrk-de-entregues pic 9(05).
               10 wrk-de-primeira pic 9(05).
               10 wrk-de-recusados pic 9(05).
               10 wrk-de-ausentes pic 9(05).
               10 wrk-de-avarias pic 9(05).
      *liberacao do supervisor para a fatura divergente
       77 wrk-sup-login pic x(10) value SPACES.
       77 wrk-sup-senha pic x(10) value SPACES.
       77 wrk-sup-ok pic x(01) value "N".
       COPY "senhvars.cpy".

       PROCEDURE DIVISION.

       0050-principal section.
           MOVE ZERO to wrk-opcao.
           PERFORM 0091-verificar-lock.
           PERFORM 0100-inicializar.
           PERFORM 0200-menu UNTIL wrk-opcao EQUAL 9.
           DISPLAY "finalizar".
           CLOSE TRANSPORTADORAS.
           CLOSE FATURAS.
           CLOSE FATURA-PEDIDOS.
           CLOSE PEDIDOS.
           PERFORM 0092-soltar-lock.
           GOBACK.

       0091-verificar-lock SECTION.
      *uso exclusivo no molde do 0091 do prg14
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
               DISPLAY "arquivos de pedido em uso por outra sessao"
               CLOSE LOCK-PEDIDOS
               STOP RUN
           END-IF.
           MOVE "L" to LKP-FLAG.
           REWRITE LOCK-PED-REG.
           CLOSE LOCK-PEDIDOS.
           MOVE "S" to wrk-lock-ped-obtido.

       0092-soltar-lock SECTION.
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

       0100-inicializar SECTION.
           OPEN I-O TRANSPORTADORAS.
           IF fs-transportadoras EQUAL 35
               OPEN OUTPUT TRANSPORTADORAS
               CLOSE TRANSPORTADORAS
               OPEN I-O TRANSPORTADORAS
           END-IF.
           IF fs-transportadoras NOT EQUAL 00
               DISPLAY "erro ao abrir transportadoras, status "
                       fs-transportadoras
               PERFORM 0092-soltar-lock
               STOP RUN
           END-IF.
           OPEN I-O FATURAS.
           IF fs-faturas EQUAL 35
               OPEN OUTPUT FATURAS
               CLOSE FATURAS
               OPEN I-O FATURAS
           END-IF.
           OPEN I-O FATURA-PEDIDOS.
           IF fs-fatura-pedidos EQUAL 35
               OPEN OUTPUT FATURA-PEDIDOS
               CLOSE FATURA-PEDIDOS
               OPEN I-O FATURA-PEDIDOS
           END-IF.
           OPEN I-O PEDIDOS.
           IF fs-pedidos NOT EQUAL 00
               DISPLAY "erro ao abrir pedidos, status " fs-pedidos
               PERFORM 0092-soltar-lock
               STOP RUN
           END-IF.

       0200-menu SECTION.
           DISPLAY "1-cadastrar transportadora  2-listar"
               "  3-desativar  4-lancar fatura de frete".
           DISPLAY "5-conferir/aprovar fatura  6-faturas pendentes"
               "  7-frete cobrado x pago no mes".
           DISPLAY "8-desempenho de entregas por rota  9-sair".
           DISPLAY "opcao"
               ACCEPT wrk-opcao.
           EVALUATE wrk-opcao
               WHEN 1
                   PERFORM 0110-cadastrar
               WHEN 2
                   PERFORM 0120-listar
               WHEN 3
                   PERFORM 0130-desativar
               WHEN 4
                   PERFORM 0140-lancar-fatura
               WHEN 5
                   PERFORM 0150-conferir-fatura
               WHEN 6
                   PERFORM 0160-faturas-pendentes
               WHEN 7
                   PERFORM 0170-cobrado-pago
               WHEN 8
                   PERFORM 0180-desempenho-entregas
               WHEN 9
                   CONTINUE
               WHEN OTHER
                   DISPLAY "opcao invalida"
           END-EVALUATE.

       0110-cadastrar SECTION.
      *inclusao ou alteracao: nome, fornecedor que recebe o titulo
      *a pagar e a tabela de custo (3 zonas x 4 faixas de peso, as
      *mesmas da tabfrete.cpy)
           DISPLAY "codigo da transportadora"
               ACCEPT wrk-codigo.
           IF wrk-codigo EQUAL ZERO
               DISPLAY "codigo zero e a entrega propria"
               GO to 0110-fim
           END-IF.
           MOVE wrk-codigo to TRA-CODIGO.
           MOVE "N" to wrk-novo.
           READ TRANSPORTADORAS
               INVALID KEY
                   MOVE "S" to wrk-novo
                   INITIALIZE REG-TRANSPORTADORA
                   MOVE wrk-codigo to TRA-CODIGO
                   SET TRANSPORTADORA-ATIVA to TRUE
               NOT INVALID KEY
                   DISPLAY "nome atual.......: " TRA-NOME
                   DISPLAY "fornecedor atual.: " TRA-FORNECEDOR
           END-READ.
           DISPLAY "nome"
               ACCEPT wrk-nome.
           DISPLAY "codigo de fornecedor para o contas a pagar"
               ACCEPT wrk-fornecedor.
           OPEN INPUT FORNECEDORES.
           IF fs-fornecedores EQUAL 00
               MOVE wrk-fornecedor to FOR-CODIGO
               READ FORNECEDORES
                   INVALID KEY
                       DISPLAY "fornecedor nao cadastrado"
                       CLOSE FORNECEDORES
                       GO to 0110-fim
               END-READ
               DISPLAY "fornecedor: " FOR-NOME
               CLOSE FORNECEDORES
           ELSE
               DISPLAY "cadastro de fornecedores indisponivel"
               GO to 0110-fim
           END-IF.
           MOVE wrk-nome to TRA-NOME.
           MOVE wrk-fornecedor to TRA-FORNECEDOR.
           PERFORM VARYING wrk-zona FROM 1 BY 1
                   UNTIL wrk-zona > wrk-frete-zona-qtd
               PERFORM VARYING wrk-faixa FROM 1 BY 1
                       UNTIL wrk-faixa > wrk-frete-faixa-qtd
                   MOVE TRA-VLR-FAIXA(wrk-zona wrk-faixa)
                       to wrk-valor-ed
                   DISPLAY "zona " wrk-zona " ate "
                           wrk-frete-plim-ex(wrk-faixa) " kg"
                           " (atual " wrk-valor-ed ")"
                   ACCEPT wrk-vlr-faixa
                   MOVE wrk-vlr-faixa
                       to TRA-VLR-FAIXA(wrk-zona wrk-faixa)
               END-PERFORM
           END-PERFORM.
           IF wrk-novo EQUAL "S"
               WRITE REG-TRANSPORTADORA
               DISPLAY "transportadora incluida"
           ELSE
               REWRITE REG-TRANSPORTADORA
               DISPLAY "transportadora alterada"
           END-IF.
       0110-fim.
           EXIT.

       0120-listar SECTION.
           MOVE ZERO to TRA-CODIGO.
           START TRANSPORTADORAS KEY IS NOT LESS THAN TRA-CODIGO.
           READ TRANSPORTADORAS NEXT
           PERFORM UNTIL fs-transportadoras NOT EQUAL 00
               DISPLAY TRA-CODIGO " " TRA-NOME " forn "
                       TRA-FORNECEDOR " " TRA-SITUACAO
               READ TRANSPORTADORAS NEXT
           END-PERFORM.

       0130-desativar SECTION.
      *desativacao logica: pedidos e faturas antigos apontam para o
      *codigo; o romaneio nao aceita mais a transportadora
           DISPLAY "codigo a desativar"
               ACCEPT wrk-codigo.
           MOVE wrk-codigo to TRA-CODIGO.
           READ TRANSPORTADORAS
               INVALID KEY
                   DISPLAY "transportadora nao encontrada"
               NOT INVALID KEY
                   DISPLAY "nome: " TRA-NOME
                   DISPLAY "confirma desativacao (s/n)"
                       ACCEPT wrk-confirma
                   IF wrk-confirma EQUAL "S" OR wrk-confirma EQUAL "s"
                       SET TRANSPORTADORA-INATIVA to TRUE
                       REWRITE REG-TRANSPORTADORA
                   END-IF
           END-READ.

       0140-lancar-fatura SECTION.
      *fatura da transportadora com os pedidos que ela cobre: cada
      *pedido precisa ter saido no romaneio com ela e nao pode
      *estar em outra fatura; o valor cobrado e conferido na hora
      *com a tabela de custo pela zona do estado e o peso
           DISPLAY "transportadora"
               ACCEPT wrk-codigo.
           MOVE wrk-codigo to TRA-CODIGO.
           READ TRANSPORTADORAS
               INVALID KEY
                   DISPLAY "transportadora nao encontrada"
                   GO to 0140-fim
           END-READ.
           DISPLAY "transportadora: " TRA-NOME.
           DISPLAY "numero da fatura"
               ACCEPT wrk-fatura.
           MOVE wrk-codigo to FTR-TRANSPORTADORA.
           MOVE wrk-fatura to FTR-NUMERO.
           READ FATURAS
               NOT INVALID KEY
                   DISPLAY "fatura ja lancada"
                   GO to 0140-fim
           END-READ.
           DISPLAY "data de emissao (AAAAMMDD)"
               ACCEPT wrk-emissao.
           DISPLAY "vencimento (AAAAMMDD)"
               ACCEPT wrk-vencimento.
           INITIALIZE REG-FATURA-FRETE.
           MOVE wrk-codigo to FTR-TRANSPORTADORA.
           MOVE wrk-fatura to FTR-NUMERO.
           MOVE wrk-emissao to FTR-EMISSAO.
           MOVE wrk-vencimento to FTR-VENCIMENTO.
           SET FATURA-DIGITADA to TRUE.
           MOVE "N" to wrk-fim.
           PERFORM UNTIL wrk-fim EQUAL "S"
               PERFORM 0141-lancar-pedido
           END-PERFORM.
           IF FTR-QTD-PEDIDOS EQUAL ZERO
               DISPLAY "fatura sem pedidos - nao gravada"
               GO to 0140-fim
           END-IF.
           WRITE REG-FATURA-FRETE.
           MOVE FTR-VALOR to wrk-valor-gr-ed.
           DISPLAY "fatura gravada: " FTR-QTD-PEDIDOS " pedidos,"
                   " cobrado " wrk-valor-gr-ed.
           MOVE FTR-VALOR-TABELA to wrk-valor-gr-ed.
           DISPLAY "pela tabela.......: " wrk-valor-gr-ed.
       0140-fim.
           EXIT.

       0141-lancar-pedido SECTION.
           DISPLAY "pedido coberto (0 encerra)"
               ACCEPT wrk-pedido.
           IF wrk-pedido EQUAL ZERO
               MOVE "S" to wrk-fim
               GO to 0141-fim
           END-IF.
           MOVE wrk-pedido to PED-NUMERO.
           READ PEDIDOS
               INVALID KEY
                   DISPLAY "pedido nao encontrado"
                   GO to 0141-fim
           END-READ.
           IF PED-TRANSPORTADORA NOT EQUAL wrk-codigo
               DISPLAY "pedido nao saiu com esta transportadora ("
                       PED-TRANSPORTADORA ")"
               GO to 0141-fim
           END-IF.
           IF PED-FRETE-PAGO > ZERO
               DISPLAY "frete do pedido ja pago em outra fatura"
               GO to 0141-fim
           END-IF.
           MOVE wrk-codigo to FTP-TRANSPORTADORA.
           MOVE wrk-fatura to FTP-FATURA.
           MOVE wrk-pedido to FTP-PEDIDO.
           READ FATURA-PEDIDOS
               NOT INVALID KEY
                   DISPLAY "pedido ja consta desta fatura"
                   GO to 0141-fim
           END-READ.
           PERFORM 0145-custo-tabela.
           DISPLAY "estado " PED-ESTADO " peso " PED-PESO.
           DISPLAY "valor cobrado pela transportadora"
               ACCEPT wrk-valor.
           COMPUTE wrk-diferenca = wrk-valor - wrk-tabela.
           MOVE wrk-tabela to wrk-valor-ed.
           MOVE wrk-diferenca to wrk-saldo-ed.
           DISPLAY "tabela " wrk-valor-ed " diferenca " wrk-saldo-ed.
           MOVE wrk-codigo to FTP-TRANSPORTADORA.
           MOVE wrk-fatura to FTP-FATURA.
           MOVE wrk-pedido to FTP-PEDIDO.
           MOVE PED-ESTADO to FTP-ESTADO.
           MOVE PED-PESO to FTP-PESO.
           MOVE wrk-valor to FTP-VALOR.
           MOVE wrk-tabela to FTP-VALOR-TABELA.
           WRITE REG-FATURA-PEDIDO.
           ADD 1 to FTR-QTD-PEDIDOS.
           ADD wrk-valor to FTR-VALOR.
           ADD wrk-tabela to FTR-VALOR-TABELA.
       0141-fim.
           EXIT.

       0145-custo-tabela SECTION.
      *custo do pedido na tabela da transportadora corrente: zona
      *do estado (fora da tabela cai na zona padrao) e a primeira
      *faixa cujo limite comporta o peso
           MOVE wrk-frete-zona-pad to wrk-zona-ped.
           PERFORM VARYING wrk-frete-ind FROM 1 BY 1
                   UNTIL wrk-frete-ind > wrk-frete-qtd
               IF wrk-frete-estado-ex(wrk-frete-ind) EQUAL PED-ESTADO
                   MOVE wrk-frete-zona-ex(wrk-frete-ind)
                       to wrk-zona-ped
                   EXIT PERFORM
               END-IF
           END-PERFORM.
           MOVE wrk-frete-faixa-qtd to wrk-faixa.
           PERFORM VARYING wrk-faixa-ind FROM 1 BY 1
                   UNTIL wrk-faixa-ind > wrk-frete-faixa-qtd
               IF PED-PESO NOT > wrk-frete-plim-ex(wrk-faixa-ind)
                   MOVE wrk-faixa-ind to wrk-faixa
                   EXIT PERFORM
               END-IF
           END-PERFORM.
           MOVE TRA-VLR-FAIXA(wrk-zona-ped wrk-faixa) to wrk-tabela.

       0150-conferir-fatura SECTION.
      *conferencia da fatura digitada: pedido a pedido, cobrado
      *contra a tabela; aprovada, gera o titulo a pagar para o
      *fornecedor da transportadora e grava o frete pago nos
      *pedidos; fatura acima da tabela so e aprovada com a
      *liberacao do supervisor
           DISPLAY "transportadora"
               ACCEPT wrk-codigo.
           DISPLAY "numero da fatura"
               ACCEPT wrk-fatura.
           MOVE wrk-codigo to TRA-CODIGO.
           READ TRANSPORTADORAS
               INVALID KEY
                   DISPLAY "transportadora nao encontrada"
                   GO to 0150-fim
           END-READ.
           MOVE wrk-codigo to FTR-TRANSPORTADORA.
           MOVE wrk-fatura to FTR-NUMERO.
           READ FATURAS
               INVALID KEY
                   DISPLAY "fatura nao encontrada"
                   GO to 0150-fim
           END-READ.
           IF NOT FATURA-DIGITADA
               DISPLAY "fatura ja conferida (" FTR-SITUACAO ")"
               GO to 0150-fim
           END-IF.
           DISPLAY "transportadora: " TRA-NOME.
           DISPLAY "pedido   uf  cobrado     tabela      diferenca".
           MOVE wrk-codigo to FTP-TRANSPORTADORA.
           MOVE wrk-fatura to FTP-FATURA.
           MOVE ZERO to FTP-PEDIDO.
           START FATURA-PEDIDOS KEY IS NOT LESS THAN FTP-CHAVE.
           IF fs-fatura-pedidos EQUAL 00
               READ FATURA-PEDIDOS NEXT
               PERFORM UNTIL fs-fatura-pedidos NOT EQUAL 00
                       OR FTP-TRANSPORTADORA NOT EQUAL wrk-codigo
                       OR FTP-FATURA NOT EQUAL wrk-fatura
                   COMPUTE wrk-diferenca = FTP-VALOR
                           - FTP-VALOR-TABELA
                   MOVE wrk-diferenca to wrk-saldo-ed
                   DISPLAY FTP-PEDIDO "  " FTP-ESTADO "  "
                           FTP-VALOR "  " FTP-VALOR-TABELA "  "
                           wrk-saldo-ed
                   READ FATURA-PEDIDOS NEXT
               END-PERFORM
           END-IF.
           COMPUTE wrk-diferenca = FTR-VALOR - FTR-VALOR-TABELA.
           MOVE FTR-VALOR to wrk-valor-gr-ed.
           DISPLAY "total cobrado.: " wrk-valor-gr-ed.
           MOVE FTR-VALOR-TABELA to wrk-valor-gr-ed.
           DISPLAY "total tabela..: " wrk-valor-gr-ed.
           MOVE wrk-diferenca to wrk-saldo-ed.
           DISPLAY "diferenca.....: " wrk-saldo-ed.
           MOVE "N" to wrk-divergente.
           IF wrk-diferenca > ZERO
               MOVE "S" to wrk-divergente
               DISPLAY "fatura acima da tabela"
           END-IF.
           DISPLAY "A-aprovar  R-recusar  outra tecla-deixar pendente"
               ACCEPT wrk-confirma.
           EVALUATE wrk-confirma
               WHEN "A"
               WHEN "a"
                   MOVE SPACES to FTR-APROVADOR
                   IF wrk-divergente EQUAL "S"
                       PERFORM 0151-autorizar-supervisor
                       IF wrk-sup-ok NOT EQUAL "S"
                           DISPLAY "fatura continua pendente"
                           GO to 0150-fim
                       END-IF
                       MOVE wrk-sup-login to FTR-APROVADOR
                   END-IF
                   PERFORM 0155-aprovar-fatura
               WHEN "R"
               WHEN "r"
                   SET FATURA-RECUSADA to TRUE
                   REWRITE REG-FATURA-FRETE
                   DISPLAY "fatura recusada - os pedidos podem entrar"
                           " numa fatura corrigida"
               WHEN OTHER
                   DISPLAY "fatura continua pendente"
           END-EVALUATE.
       0150-fim.
           EXIT.

       0151-autorizar-supervisor SECTION.
      *mesma conferencia de login e senha da liberacao de limite
      *de credito do prg14
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

       0155-aprovar-fatura SECTION.
      *titulo a pagar da fatura (aberto, sem retencao: a
      *divergencia ja foi liberada aqui) e o frete pago gravado em
      *cada pedido coberto, que a margem bruta do prg14 le
           OPEN I-O PAGAR.
           IF fs-pagar EQUAL 35
               OPEN OUTPUT PAGAR
               CLOSE PAGAR
               OPEN I-O PAGAR
           END-IF.
           IF fs-pagar NOT EQUAL 00
               DISPLAY "contas a pagar indisponivel, status " fs-pagar
               GO to 0155-fim
           END-IF.
           PERFORM 0163-obter-numero-cp.
           INITIALIZE REG-PAGAR.
           MOVE TRA-FORNECEDOR to CP-FORNECEDOR.
           MOVE FTR-VALOR to CP-VALOR.
           MOVE FTR-EMISSAO to CP-EMISSAO.
           MOVE FTR-VENCIMENTO to CP-VENCIMENTO.
           MOVE ZERO to CP-PAGO.
           SET PAGAR-ABERTO to TRUE.
           MOVE FTR-NUMERO to CP-NF-FORNECEDOR.
           MOVE ZERO to CP-OC-NUMERO CP-OC-SEQ CP-PRECO-UNIT.
           MOVE ZERO to CP-DATA-PAGTO.
           MOVE SPACE to CP-RETENCAO CP-AGENDA CP-APROVADOR.
      *numero ja tomado por outro programa da serie: o controle
      *avanca e o titulo vai no numero seguinte
       0155-gravar.
           MOVE wrk-numero-cp to CP-NUMERO.
           WRITE REG-PAGAR
               INVALID KEY
                   IF fs-pagar EQUAL 22
                       ADD 1 to wrk-numero-cp
                       PERFORM 0164-gravar-numero-cp
                       GO to 0155-gravar
                   END-IF
                   DISPLAY "erro ao gravar o titulo a pagar, status "
                           fs-pagar
                   CLOSE PAGAR
                   GO to 0155-fim
           END-WRITE.
           PERFORM 0164-gravar-numero-cp.
           CLOSE PAGAR.

           MOVE wrk-codigo to FTP-TRANSPORTADORA.
           MOVE wrk-fatura to FTP-FATURA.
           MOVE ZERO to FTP-PEDIDO.
           START FATURA-PEDIDOS KEY IS NOT LESS THAN FTP-CHAVE.
           IF fs-fatura-pedidos EQUAL 00
               READ FATURA-PEDIDOS NEXT
               PERFORM UNTIL fs-fatura-pedidos NOT EQUAL 00
                       OR FTP-TRANSPORTADORA NOT EQUAL wrk-codigo
                       OR FTP-FATURA NOT EQUAL wrk-fatura
                   MOVE FTP-PEDIDO to PED-NUMERO
                   READ PEDIDOS
                       NOT INVALID KEY
                           ADD FTP-VALOR to PED-FRETE-PAGO
                           REWRITE REG-PEDIDO
                   END-READ
                   READ FATURA-PEDIDOS NEXT
               END-PERFORM
           END-IF.
           SET FATURA-APROVADA to TRUE.
           MOVE CP-NUMERO to FTR-CP-NUMERO.
           REWRITE REG-FATURA-FRETE.
           MOVE CP-VALOR to wrk-valor-gr-ed.
           DISPLAY "fatura aprovada - titulo a pagar " CP-NUMERO
                   " de " wrk-valor-gr-ed " vencendo "
                   CP-VENCIMENTO.
       0155-fim.
           EXIT.

       0160-faturas-pendentes SECTION.
           MOVE ZERO to FTR-TRANSPORTADORA FTR-NUMERO.
           START FATURAS KEY IS NOT LESS THAN FTR-CHAVE.
           IF fs-faturas EQUAL 00
               READ FATURAS NEXT
               PERFORM UNTIL fs-faturas NOT EQUAL 00
                   IF FATURA-DIGITADA
                       MOVE FTR-VALOR to wrk-valor-gr-ed
                       DISPLAY FTR-TRANSPORTADORA " fatura "
                               FTR-NUMERO " venc " FTR-VENCIMENTO
                               " " wrk-valor-gr-ed
                   END-IF
                   READ FATURAS NEXT
               END-PERFORM
           END-IF.

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

       0170-cobrado-pago SECTION.
      *pedidos da competencia (cancelados fora) por transportadora
      *e estado: frete cobrado do cliente contra o pago a
      *transportadora nas faturas aprovadas; transportadora zero e
      *a entrega propria
           DISPLAY "competencia (AAAAMM)"
               ACCEPT wrk-competencia.
           MOVE ZERO to wrk-rf-qtd.
           MOVE ZERO to PED-NUMERO.
           START PEDIDOS KEY IS NOT LESS THAN PED-NUMERO.
           READ PEDIDOS NEXT
           PERFORM UNTIL fs-pedidos NOT EQUAL 00
               IF PED-DATA(1:6) EQUAL wrk-competencia
                       AND NOT PEDIDO-CANCELADO
                   PERFORM 0171-acumular-frete
               END-IF
               READ PEDIDOS NEXT
           END-PERFORM.
           IF wrk-rf-qtd EQUAL ZERO
               DISPLAY "nenhum pedido na competencia"
               GO to 0170-fim
           END-IF.
           PERFORM 0172-ordenar-frete.
           PERFORM 0173-gravar-cobrado-pago.
       0170-fim.
           EXIT.

       0171-acumular-frete SECTION.
           MOVE "N" to wrk-rf-achou.
           PERFORM VARYING wrk-rf-ind FROM 1 BY 1
                   UNTIL wrk-rf-ind > wrk-rf-qtd
               IF wrk-rf-transp(wrk-rf-ind) EQUAL PED-TRANSPORTADORA
                       AND wrk-rf-uf(wrk-rf-ind) EQUAL PED-ESTADO
                   MOVE "S" to wrk-rf-achou
                   EXIT PERFORM
               END-IF
           END-PERFORM.
           IF wrk-rf-achou NOT EQUAL "S"
               IF wrk-rf-qtd < 200
                   ADD 1 to wrk-rf-qtd
                   MOVE wrk-rf-qtd to wrk-rf-ind
                   MOVE PED-TRANSPORTADORA
                       to wrk-rf-transp(wrk-rf-ind)
                   MOVE PED-ESTADO to wrk-rf-uf(wrk-rf-ind)
                   MOVE ZERO to wrk-rf-pedidos(wrk-rf-ind)
                   MOVE ZERO to wrk-rf-cobrado(wrk-rf-ind)
                   MOVE ZERO to wrk-rf-pago(wrk-rf-ind)
               ELSE
                   GO to 0171-fim
               END-IF
           END-IF.
           ADD 1 to wrk-rf-pedidos(wrk-rf-ind).
           ADD PED-FRETE to wrk-rf-cobrado(wrk-rf-ind).
           ADD PED-FRETE-PAGO to wrk-rf-pago(wrk-rf-ind).
       0171-fim.
           EXIT.

       0172-ordenar-frete SECTION.
      *troca de vizinhos pela transportadora + estado
           IF wrk-rf-qtd > 1
               PERFORM VARYING wrk-rf-i FROM 1 BY 1
                       UNTIL wrk-rf-i NOT < wrk-rf-qtd
                   COMPUTE wrk-rf-limite = wrk-rf-qtd - wrk-rf-i
                   PERFORM VARYING wrk-rf-j FROM 1 BY 1
                           UNTIL wrk-rf-j > wrk-rf-limite
                       COMPUTE wrk-rf-j1 = wrk-rf-j + 1
                       IF wrk-rf-chave(wrk-rf-j)
                               > wrk-rf-chave(wrk-rf-j1)
                           MOVE wrk-rf-ent(wrk-rf-j) to wrk-rf-temp
                           MOVE wrk-rf-ent(wrk-rf-j1)
                               to wrk-rf-ent(wrk-rf-j)
                           MOVE wrk-rf-temp to wrk-rf-ent(wrk-rf-j1)
                       END-IF
                   END-PERFORM
               END-PERFORM
           END-IF.

       0173-gravar-cobrado-pago SECTION.
           OPEN OUTPUT REL-FRETES.
           MOVE SPACES to REL-FR-LINHA.
           MOVE "frete cobrado x pago - competencia"
               to REL-FR-LINHA(1:34).
           MOVE wrk-competencia to REL-FR-LINHA(36:6).
           WRITE REL-FRETES-REG.
           MOVE SPACES to REL-FR-LINHA.
           MOVE "transp uf pedidos      cobrado         pago"
               to REL-FR-LINHA(1:43).
           MOVE "diferenca" to REL-FR-LINHA(52:9).
           WRITE REL-FRETES-REG.
           MOVE ZERO to wrk-rf-tot-cobrado wrk-rf-tot-pago.
           MOVE ZERO to wrk-rf-tr-cobrado wrk-rf-tr-pago.
           MOVE wrk-rf-transp(1) to wrk-rf-transp-ant.
           PERFORM VARYING wrk-rf-i FROM 1 BY 1
                   UNTIL wrk-rf-i > wrk-rf-qtd
               IF wrk-rf-transp(wrk-rf-i) NOT EQUAL wrk-rf-transp-ant
                   PERFORM 0174-total-transportadora
                   MOVE wrk-rf-transp(wrk-rf-i) to wrk-rf-transp-ant
               END-IF
               MOVE SPACES to REL-FR-LINHA
               MOVE wrk-rf-transp(wrk-rf-i) to REL-FR-LINHA(1:3)
               MOVE wrk-rf-uf(wrk-rf-i) to REL-FR-LINHA(8:2)
               MOVE wrk-rf-pedidos(wrk-rf-i) to REL-FR-LINHA(11:5)
               MOVE wrk-rf-cobrado(wrk-rf-i) to wrk-valor-gr-ed
               MOVE wrk-valor-gr-ed to REL-FR-LINHA(18:13)
               MOVE wrk-rf-pago(wrk-rf-i) to wrk-valor-gr-ed
               MOVE wrk-valor-gr-ed to REL-FR-LINHA(31:13)
               COMPUTE wrk-rf-dif = wrk-rf-cobrado(wrk-rf-i)
                       - wrk-rf-pago(wrk-rf-i)
               MOVE wrk-rf-dif to wrk-rf-dif-ed
               MOVE wrk-rf-dif-ed to REL-FR-LINHA(47:13)
               WRITE REL-FRETES-REG
               ADD wrk-rf-cobrado(wrk-rf-i) to wrk-rf-tr-cobrado
               ADD wrk-rf-pago(wrk-rf-i) to wrk-rf-tr-pago
           END-PERFORM.
           PERFORM 0174-total-transportadora.
           MOVE SPACES to REL-FR-LINHA.
           MOVE "total geral" to REL-FR-LINHA(1:11).
           MOVE wrk-rf-tot-cobrado to wrk-valor-gr-ed.
           MOVE wrk-valor-gr-ed to REL-FR-LINHA(18:13).
           MOVE wrk-rf-tot-pago to wrk-valor-gr-ed.
           MOVE wrk-valor-gr-ed to REL-FR-LINHA(31:13).
           COMPUTE wrk-rf-dif = wrk-rf-tot-cobrado - wrk-rf-tot-pago.
           MOVE wrk-rf-dif to wrk-rf-dif-ed.
           MOVE wrk-rf-dif-ed to REL-FR-LINHA(47:13).
           WRITE REL-FRETES-REG.
           CLOSE REL-FRETES.
           DISPLAY "relatorio gravado em fretes-cobrado-pago.txt".

       0174-total-transportadora SECTION.
      *subtotal da transportadora anterior, com o nome do cadastro
           MOVE SPACES to REL-FR-LINHA.
           IF wrk-rf-transp-ant EQUAL ZERO
               MOVE "entrega propria" to REL-FR-LINHA(1:15)
           ELSE
               MOVE wrk-rf-transp-ant to TRA-CODIGO
               READ TRANSPORTADORAS
                   INVALID KEY
                       MOVE "(fora do cadastro)" to TRA-NOME
               END-READ
               MOVE TRA-NOME(1:15) to REL-FR-LINHA(1:15)
           END-IF.
           MOVE wrk-rf-tr-cobrado to wrk-valor-gr-ed.
           MOVE wrk-valor-gr-ed to REL-FR-LINHA(18:13).
           MOVE wrk-rf-tr-pago to wrk-valor-gr-ed.
           MOVE wrk-valor-gr-ed to REL-FR-LINHA(31:13).
           COMPUTE wrk-rf-dif = wrk-rf-tr-cobrado - wrk-rf-tr-pago.
           MOVE wrk-rf-dif to wrk-rf-dif-ed.
           MOVE wrk-rf-dif-ed to REL-FR-LINHA(47:13).
           WRITE REL-FRETES-REG.
           MOVE SPACES to REL-FR-LINHA.
           WRITE REL-FRETES-REG.
           ADD wrk-rf-tr-cobrado to wrk-rf-tot-cobrado.
           ADD wrk-rf-tr-pago to wrk-rf-tot-pago.
           MOVE ZERO to wrk-rf-tr-cobrado wrk-rf-tr-pago.

       0180-desempenho-entregas SECTION.
      *tentativas de entrega do mes por rota, pelas ocorrencias do
      *retorno do romaneio: entregues (e quantas na primeira
      *tentativa), recusadas, ausentes e avariadas, com o
      *percentual de entrega sobre as tentativas
           DISPLAY "competencia (AAAAMM)"
               ACCEPT wrk-competencia.
           MOVE ZERO to wrk-de-qtd.
           OPEN INPUT OCORRENCIAS.
           IF fs-ocorrencias NOT EQUAL 00
               DISPLAY "nenhuma ocorrencia de entrega registrada"
               GO to 0180-fim
           END-IF.
           READ OCORRENCIAS
           PERFORM UNTIL fs-ocorrencias NOT EQUAL 00
               IF OCE-DATA(1:6) EQUAL wrk-competencia
                   PERFORM 0181-acumular-rota
               END-IF
               READ OCORRENCIAS
           END-PERFORM.
           CLOSE OCORRENCIAS.
           IF wrk-de-qtd EQUAL ZERO
               DISPLAY "nenhuma entrega na competencia"
               GO to 0180-fim
           END-IF.
           PERFORM 0182-ordenar-rotas.
           PERFORM 0183-gravar-desempenho.
       0180-fim.
           EXIT.

       0181-acumular-rota SECTION.
           MOVE "N" to wrk-de-achou.
           PERFORM VARYING wrk-de-ind FROM 1 BY 1
                   UNTIL wrk-de-ind > wrk-de-qtd
               IF wrk-de-rota(wrk-de-ind) EQUAL OCE-ROTA
                   MOVE "S" to wrk-de-achou
                   EXIT PERFORM
               END-IF
           END-PERFORM.
           IF wrk-de-achou NOT EQUAL "S"
               IF wrk-de-qtd < 300
                   ADD 1 to wrk-de-qtd
                   MOVE wrk-de-qtd to wrk-de-ind
                   INITIALIZE wrk-de-ent(wrk-de-ind)
                   MOVE OCE-ROTA to wrk-de-rota(wrk-de-ind)
               ELSE
                   GO to 0181-fim
               END-IF
           END-IF.
           ADD 1 to wrk-de-tentativas(wrk-de-ind).
           EVALUATE TRUE
               WHEN OCE-ENTREGUE
                   ADD 1 to wrk-de-entregues(wrk-de-ind)
                   IF OCE-TENTATIVA EQUAL 1
                       ADD 1 to wrk-de-primeira(wrk-de-ind)
                   END-IF
               WHEN OCE-RECUSADO
                   ADD 1 to wrk-de-recusados(wrk-de-ind)
               WHEN OCE-AUSENTE
                   ADD 1 to wrk-de-ausentes(wrk-de-ind)
               WHEN OCE-AVARIA
                   ADD 1 to wrk-de-avarias(wrk-de-ind)
           END-EVALUATE.
       0181-fim.
           EXIT.

       0182-ordenar-rotas SECTION.
           IF wrk-de-qtd > 1
               PERFORM VARYING wrk-de-i FROM 1 BY 1
                       UNTIL wrk-de-i NOT < wrk-de-qtd
                   COMPUTE wrk-de-limite = wrk-de-qtd - wrk-de-i
                   PERFORM VARYING wrk-de-j FROM 1 BY 1
                           UNTIL wrk-de-j > wrk-de-limite
                       COMPUTE wrk-de-j1 = wrk-de-j + 1
                       IF wrk-de-rota(wrk-de-j)
                               > wrk-de-rota(wrk-de-j1)
                           MOVE wrk-de-ent(wrk-de-j) to wrk-de-temp
                           MOVE wrk-de-ent(wrk-de-j1)
                               to wrk-de-ent(wrk-de-j)
                           MOVE wrk-de-temp to wrk-de-ent(wrk-de-j1)
                       END-IF
                   END-PERFORM
               END-PERFORM
           END-IF.

       0183-gravar-desempenho SECTION.
           OPEN OUTPUT REL-ENTREGAS.
           MOVE SPACES to REL-EN-LINHA.
           MOVE "desempenho de entregas por rota - competencia"
               to REL-EN-LINHA(1:46).
           MOVE wrk-competencia to REL-EN-LINHA(48:6).
           WRITE REL-ENTREGAS-REG.
           MOVE SPACES to REL-EN-LINHA.
           MOVE "uf cidade               tent  entr  1a.  recu"
               to REL-EN-LINHA(1:45).
           MOVE "ause  avar  % entr" to REL-EN-LINHA(47:18).
           WRITE REL-ENTREGAS-REG.
           INITIALIZE wrk-de-total.
           PERFORM VARYING wrk-de-i FROM 1 BY 1
                   UNTIL wrk-de-i > wrk-de-qtd
               MOVE SPACES to REL-EN-LINHA
               MOVE wrk-de-uf(wrk-de-i) to REL-EN-LINHA(1:2)
               MOVE wrk-de-cidade(wrk-de-i) to REL-EN-LINHA(4:20)
               MOVE wrk-de-tentativas(wrk-de-i) to REL-EN-LINHA(24:5)
               MOVE wrk-de-entregues(wrk-de-i) to REL-EN-LINHA(30:5)
               MOVE wrk-de-primeira(wrk-de-i) to REL-EN-LINHA(36:5)
               MOVE wrk-de-recusados(wrk-de-i) to REL-EN-LINHA(42:5)
               MOVE wrk-de-ausentes(wrk-de-i) to REL-EN-LINHA(48:5)
               MOVE wrk-de-avarias(wrk-de-i) to REL-EN-LINHA(54:5)
               COMPUTE wrk-de-pct ROUNDED = wrk-de-entregues(wrk-de-i)
                       * 100 / wrk-de-tentativas(wrk-de-i)
               MOVE wrk-de-pct to wrk-de-pct-ed
               MOVE wrk-de-pct-ed to REL-EN-LINHA(61:5)
               WRITE REL-ENTREGAS-REG
               ADD wrk-de-tentativas(wrk-de-i)
                   to wrk-de-tot-tentativas
               ADD wrk-de-entregues(wrk-de-i) to wrk-de-tot-entregues
               ADD wrk-de-primeira(wrk-de-i) to wrk-de-tot-primeira
               ADD wrk-de-recusados(wrk-de-i) to wrk-de-tot-recusados
               ADD wrk-de-ausentes(wrk-de-i) to wrk-de-tot-ausentes
               ADD wrk-de-avarias(wrk-de-i) to wrk-de-tot-avarias
           END-PERFORM.
           MOVE SPACES to REL-EN-LINHA.
           MOVE "total" to REL-EN-LINHA(1:5).
           MOVE wrk-de-tot-tentativas to REL-EN-LINHA(24:5).
           MOVE wrk-de-tot-entregues to REL-EN-LINHA(30:5).
           MOVE wrk-de-tot-primeira to REL-EN-LINHA(36:5).
           MOVE wrk-de-tot-recusados to REL-EN-LINHA(42:5).
           MOVE wrk-de-tot-ausentes to REL-EN-LINHA(48:5).
           MOVE wrk-de-tot-avarias to REL-EN-LINHA(54:5).
           COMPUTE wrk-de-pct ROUNDED = wrk-de-tot-entregues * 100
                   / wrk-de-tot-tentativas.
           MOVE wrk-de-pct to wrk-de-pct-ed.
           MOVE wrk-de-pct-ed to REL-EN-LINHA(61:5).
           WRITE REL-ENTREGAS-REG.
           CLOSE REL-ENTREGAS.
           DISPLAY "relatorio gravado em desempenho-entregas.txt".

       COPY "senhash.cpy".

       END PROGRAM fretes.
