      ******************************************************************
      * Author:
      * Date:
      * Purpose: apuracao mensal do icms por uf: debitos das vendas
      *          da competencia (os mesmos pedidos da interface
      *          contabil do prg14), estornos de debito das
      *          devolucoes de clientes, creditos das notas de
      *          compra e estornos das devolucoes a fornecedor (livro
      *          do icms), mais o saldo credor trazido do mes
      *          anterior; o resultado e o valor a recolher, que vira
      *          guia no contas a pagar do ctapagar, ou o saldo
      *          credor levado ao mes seguinte; grava os lancamentos
      *          contabeis da apuracao e o relatorio da competencia
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. apuricms.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.

       FILE-CONTROL.
       SELECT PEDIDOS ASSIGN TO "./pedidos.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PED-NUMERO
               FILE STATUS IS FS-PEDIDOS.
       SELECT CLIENTES ASSIGN TO "./clientes_projeto.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               FILE STATUS IS FS-CLIENTES
               RECORD KEY IS cliente-id
               ALTERNATE RECORD KEY IS cliente-chave
               ALTERNATE RECORD KEY IS cliente-nome WITH DUPLICATES
               ALTERNATE RECORD KEY IS cliente-email WITH DUPLICATES.
       SELECT ICMS-MOV ASSIGN TO "./icms-movimento.dat"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS FS-ICMS-MOV.
       SELECT APURACAO ASSIGN TO "./apuracao-icms.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS APU-CHAVE
               FILE STATUS IS FS-APURACAO.
       SELECT FORNECEDORES ASSIGN TO "./fornecedores.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FOR-CODIGO
               FILE STATUS IS FS-FORNECEDORES.
      *a guia de recolhimento entra no contas a pagar na mesma
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
       SELECT LANCAMENTOS ASSIGN TO "./lancamentos-contabeis.dat"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS FS-LANCAMENTOS.
       SELECT REL-APURACAO ASSIGN TO "./apuracao-icms.txt"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS FS-REL-APURACAO.
       DATA DIVISION.
       FILE SECTION.
           FD PEDIDOS.
           COPY "pedreg.cpy".
           FD CLIENTES.
           COPY "cliereg.cpy".
           FD ICMS-MOV.
           COPY "icmreg.cpy".
           FD APURACAO.
           COPY "apureg.cpy".
           FD FORNECEDORES.
           COPY "fornreg.cpy".
           FD PAGAR.
           COPY "pagreg.cpy".
           FD PAGAR-CONTROL.
               01 PAGAR-CONTROL-REG.
                   02 CP-PROXIMO PIC 9(07).
           FD LANCAMENTOS.
           COPY "lanreg.cpy".
           FD REL-APURACAO.
               01 REL-APURACAO-REG.
                   02 REL-AP-LINHA PIC X(80).
       WORKING-STORAGE SECTION.
       77 fs-pedidos pic 9(02) value ZERO.
       77 fs-clientes pic 9(02) value ZERO.
       77 fs-icms-mov pic 9(02) value ZERO.
       77 fs-apuracao pic 9(02) value ZERO.
       77 fs-fornecedores pic 9(02) value ZERO.
       77 fs-pagar pic 9(02) value ZERO.
       77 fs-pagar-control pic 9(02) value ZERO.
       77 fs-lancamentos pic 9(02) value ZERO.
       77 fs-rel-apuracao pic 9(02) value ZERO.
       77 wrk-opcao pic 9(01) value ZERO.
       77 wrk-confirma pic x(01) value SPACE.
       77 wrk-tem-clientes pic x(01) value "N".
       77 wrk-prospect pic x(01) value "N".
       77 wrk-competencia pic 9(06) value ZERO.
       77 wrk-comp-x pic x(06) value SPACES.
       77 wrk-comp-anterior pic 9(06) value ZERO.
       77 wrk-data-x pic x(08) value SPACES.
       77 wrk-gravar pic x(01) value "N".
       77 wrk-ja-apurada pic x(01) value "N".
       77 wrk-fornecedor pic 9(05) value ZERO.
       77 wrk-vencimento pic 9(08) value ZERO.
       77 wrk-numero-cp pic 9(07) value 1.
       77 wrk-hoje pic 9(08) value ZERO.
       77 wrk-valor-gr-ed pic zzzzzzzzz9.99 value ZERO.
       77 wrk-saldo-ed pic -zzzzzzzzz9.99 value ZERO.
      *parametros do modulo de servicos de data (datesrv)
       77 wrk-ds-funcao pic x(01) value SPACE.
       77 wrk-ds-data1 pic 9(08) value ZERO.
       77 wrk-ds-data2 pic 9(08) value ZERO.
       77 wrk-ds-dias pic s9(08) value ZERO.
       77 wrk-ds-status pic x(02) value SPACES.
      *acumulados da competencia por uf; o saldo credor do mes
      *anterior entra mesmo sem movimento no mes
       77 wrk-ap-qtd pic 9(02) value ZERO.
       77 wrk-ap-ind pic 9(02) value ZERO.
       77 wrk-ap-achou pic x(01) value "N".
       77 wrk-ap-uf pic x(02) value SPACES.
       01 wrk-tab-apuracao.
           05 wrk-ap-ent OCCURS 30 times.
               10 wrk-ap-uf-ex pic x(02).
               10 wrk-ap-debitos pic 9(10)v99.
               10 wrk-ap-est-debitos pic 9(10)v99.
               10 wrk-ap-creditos pic 9(10)v99.
               10 wrk-ap-est-creditos pic 9(10)v99.
               10 wrk-ap-saldo-anterior pic 9(10)v99.
      *resultado de uma uf: debito e credito liquidos com sinal, o
      *valor a recolher ou o saldo credor e o que a apuracao
      *transfere entre icms a recolher e icms a recuperar
       77 wrk-debito-liq pic s9(10)v99 value ZERO.
       77 wrk-credito-liq pic s9(10)v99 value ZERO.
       77 wrk-resultado pic s9(10)v99 value ZERO.
       77 wrk-a-recolher pic 9(10)v99 value ZERO.
       77 wrk-saldo-credor pic 9(10)v99 value ZERO.
       77 wrk-compensado pic s9(10)v99 value ZERO.
       77 wrk-titulo pic 9(07) value ZERO.
       77 wrk-tot-recolher pic 9(10)v99 value ZERO.
       77 wrk-tot-credor pic 9(10)v99 value ZERO.
       77 wrk-guias pic 9(02) value ZERO.

       PROCEDURE DIVISION.

       0050-principal section.
           MOVE ZERO to wrk-opcao.
           PERFORM 0100-inicializar.
           PERFORM 0200-menu UNTIL wrk-opcao EQUAL 9.
           DISPLAY "finalizar".
           CLOSE PEDIDOS.
           CLOSE APURACAO.
           IF wrk-tem-clientes EQUAL "S"
               CLOSE CLIENTES
           END-IF.
           GOBACK.

       0100-inicializar SECTION.
           OPEN INPUT PEDIDOS.
           IF fs-pedidos NOT EQUAL 00
               DISPLAY "erro ao abrir pedidos, status " fs-pedidos
               STOP RUN
           END-IF.
           OPEN I-O APURACAO.
           IF fs-apuracao EQUAL 35
               OPEN OUTPUT APURACAO
               CLOSE APURACAO
               OPEN I-O APURACAO
           END-IF.
           IF fs-apuracao NOT EQUAL 00
               DISPLAY "erro ao abrir apuracao do icms, status "
                       fs-apuracao
               STOP RUN
           END-IF.
      *sem o cadastro de clientes todos os pedidos entram, como no
      *fechamento do prg14 para cliente apagado
           OPEN INPUT CLIENTES.
           IF fs-clientes EQUAL 00
               MOVE "S" to wrk-tem-clientes
           END-IF.

       0200-menu SECTION.
           DISPLAY "1-apurar competencia  2-consultar apuracao"
               "  9-sair".
           DISPLAY "opcao"
               ACCEPT wrk-opcao.
           EVALUATE wrk-opcao
               WHEN 1
                   PERFORM 0110-apurar
               WHEN 2
                   PERFORM 0150-consultar
               WHEN 9
                   CONTINUE
               WHEN OTHER
                   DISPLAY "opcao invalida"
           END-EVALUATE.

       0110-apurar SECTION.
      *a apuracao gravada trava a competencia; sem confirmacao sai
      *so a previa no relatorio
           DISPLAY "competencia (AAAAMM)"
               ACCEPT wrk-competencia.
           MOVE wrk-competencia to wrk-comp-x.
           IF wrk-competencia(5:2) < "01"
                   OR wrk-competencia(5:2) > "12"
               DISPLAY "competencia invalida"
               GO to 0110-fim
           END-IF.
           MOVE "N" to wrk-ja-apurada.
           MOVE wrk-competencia to APU-COMPETENCIA.
           MOVE LOW-VALUES to APU-UF.
           START APURACAO KEY IS NOT LESS THAN APU-CHAVE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   READ APURACAO NEXT
                   IF fs-apuracao EQUAL 00
                           AND APU-COMPETENCIA EQUAL wrk-competencia
                       MOVE "S" to wrk-ja-apurada
                   END-IF
           END-START.
           IF wrk-ja-apurada EQUAL "S"
               DISPLAY "competencia ja apurada - use a consulta"
               GO to 0110-fim
           END-IF.

           MOVE ZERO to wrk-ap-qtd.
           PERFORM 0111-saldo-anterior.
           PERFORM 0112-debitos-vendas.
           PERFORM 0113-livro-icms.
           IF wrk-ap-qtd EQUAL ZERO
               DISPLAY "nenhum movimento de icms na competencia"
               GO to 0110-fim
           END-IF.

           MOVE "N" to wrk-gravar.
           DISPLAY "gravar a apuracao, as guias e os lancamentos?"
                   " (s/n - n = so a previa)"
               ACCEPT wrk-confirma.
           IF wrk-confirma EQUAL "S" OR wrk-confirma EQUAL "s"
               MOVE "S" to wrk-gravar
               DISPLAY "fornecedor das guias de icms (codigo no"
                       " cadastro)"
                   ACCEPT wrk-fornecedor
               OPEN INPUT FORNECEDORES
               MOVE wrk-fornecedor to FOR-CODIGO
               READ FORNECEDORES
                   INVALID KEY
                       MOVE "N" to wrk-gravar
               END-READ
               CLOSE FORNECEDORES
               IF wrk-gravar NOT EQUAL "S"
                   DISPLAY "fornecedor nao cadastrado - apuracao"
                           " nao gravada"
                   GO to 0110-fim
               END-IF
               DISPLAY "vencimento das guias (AAAAMMDD)"
                   ACCEPT wrk-vencimento
               MOVE "V" to wrk-ds-funcao
               MOVE wrk-vencimento to wrk-ds-data1
               CALL "datesrv" USING wrk-ds-funcao wrk-ds-data1
                       wrk-ds-data2 wrk-ds-dias wrk-ds-status
               IF wrk-ds-status NOT EQUAL "00"
                   DISPLAY "vencimento invalido - apuracao nao"
                           " gravada"
                   GO to 0110-fim
               END-IF
           END-IF.

           IF wrk-gravar EQUAL "S"
               OPEN I-O PAGAR
               IF fs-pagar EQUAL 35
                   OPEN OUTPUT PAGAR
                   CLOSE PAGAR
                   OPEN I-O PAGAR
               END-IF
               IF fs-pagar NOT EQUAL 00
                   DISPLAY "contas a pagar indisponivel, status "
                           fs-pagar
                   GO to 0110-fim
               END-IF
               OPEN EXTEND LANCAMENTOS
               IF fs-lancamentos EQUAL 35
                   OPEN OUTPUT LANCAMENTOS
               END-IF
           END-IF.

           ACCEPT wrk-hoje FROM DATE YYYYMMDD.
           MOVE ZERO to wrk-tot-recolher wrk-tot-credor wrk-guias.
           OPEN OUTPUT REL-APURACAO.
           MOVE SPACES to REL-AP-LINHA.
           IF wrk-gravar EQUAL "S"
               MOVE "apuracao do icms - competencia"
                   to REL-AP-LINHA(1:30)
           ELSE
               MOVE "previa da apuracao do icms - competencia"
                   to REL-AP-LINHA(1:40)
           END-IF.
           MOVE wrk-comp-x to REL-AP-LINHA(42:6).
           WRITE REL-APURACAO-REG.
           PERFORM VARYING wrk-ap-ind FROM 1 BY 1
                   UNTIL wrk-ap-ind > wrk-ap-qtd
               PERFORM 0120-apurar-uf
           END-PERFORM.
           MOVE SPACES to REL-AP-LINHA.
           WRITE REL-APURACAO-REG.
           MOVE "total a recolher" to REL-AP-LINHA(1:16).
           MOVE wrk-tot-recolher to wrk-valor-gr-ed.
           MOVE wrk-valor-gr-ed to REL-AP-LINHA(36:13).
           MOVE "guias" to REL-AP-LINHA(52:5).
           MOVE wrk-guias to REL-AP-LINHA(58:2).
           WRITE REL-APURACAO-REG.
           MOVE SPACES to REL-AP-LINHA.
           MOVE "total de saldo credor a transportar"
               to REL-AP-LINHA(1:35).
           MOVE wrk-tot-credor to wrk-valor-gr-ed.
           MOVE wrk-valor-gr-ed to REL-AP-LINHA(36:13).
           WRITE REL-APURACAO-REG.
           CLOSE REL-APURACAO.
           IF wrk-gravar EQUAL "S"
               CLOSE PAGAR
               CLOSE LANCAMENTOS
               DISPLAY "apuracao gravada: " wrk-guias " guia(s),"
                       " lancamentos na competencia " wrk-comp-x
           END-IF.
           DISPLAY "relatorio gravado em apuracao-icms.txt".
       0110-fim.
           EXIT.

       0111-saldo-anterior SECTION.
      *saldo credor que a apuracao do mes anterior transportou
           IF wrk-competencia(5:2) EQUAL "01"
               COMPUTE wrk-comp-anterior = wrk-competencia - 89
           ELSE
               COMPUTE wrk-comp-anterior = wrk-competencia - 1
           END-IF.
           MOVE wrk-comp-anterior to APU-COMPETENCIA.
           MOVE LOW-VALUES to APU-UF.
           START APURACAO KEY IS NOT LESS THAN APU-CHAVE
               INVALID KEY
                   GO to 0111-fim
           END-START.
           READ APURACAO NEXT.
           PERFORM UNTIL fs-apuracao NOT EQUAL 00
                   OR APU-COMPETENCIA NOT EQUAL wrk-comp-anterior
               IF APU-SALDO-CREDOR > ZERO
                   MOVE APU-UF to wrk-ap-uf
                   PERFORM 0115-localizar-uf
                   IF wrk-ap-achou EQUAL "S"
                       MOVE APU-SALDO-CREDOR
                           to wrk-ap-saldo-anterior(wrk-ap-ind)
                   END-IF
               END-IF
               READ APURACAO NEXT
           END-PERFORM.
       0111-fim.
           EXIT.

       0112-debitos-vendas SECTION.
      *mesmo criterio da interface contabil do prg14: pedidos da
      *competencia fora os cancelados e os de prospect
           MOVE ZERO to PED-NUMERO.
           START PEDIDOS KEY IS NOT LESS THAN PED-NUMERO
               INVALID KEY
                   GO to 0112-fim
           END-START.
           READ PEDIDOS NEXT.
           PERFORM UNTIL fs-pedidos NOT EQUAL 00
               MOVE PED-DATA to wrk-data-x
               IF wrk-data-x(1:6) EQUAL wrk-comp-x
                       AND NOT PEDIDO-CANCELADO
                       AND PED-ICMS > ZERO
                   MOVE "N" to wrk-prospect
                   IF wrk-tem-clientes EQUAL "S"
                       MOVE PED-CLIENTE to cliente-id
                       READ CLIENTES
                           NOT INVALID KEY
                               IF categoria-prospect
                                   MOVE "S" to wrk-prospect
                               END-IF
                       END-READ
                   END-IF
                   IF wrk-prospect NOT EQUAL "S"
                       MOVE PED-ESTADO to wrk-ap-uf
                       PERFORM 0115-localizar-uf
                       IF wrk-ap-achou EQUAL "S"
                           ADD PED-ICMS
                               to wrk-ap-debitos(wrk-ap-ind)
                       END-IF
                   END-IF
               END-IF
               READ PEDIDOS NEXT
           END-PERFORM.
       0112-fim.
           EXIT.

       0113-livro-icms SECTION.
      *creditos das compras e estornos gravados pelo compras e
      *pelas devolucoes do prg14
           OPEN INPUT ICMS-MOV.
           IF fs-icms-mov NOT EQUAL 00
               GO to 0113-fim
           END-IF.
           READ ICMS-MOV.
           PERFORM UNTIL fs-icms-mov NOT EQUAL 00
               MOVE ICM-DATA to wrk-data-x
               IF wrk-data-x(1:6) EQUAL wrk-comp-x
                   MOVE ICM-UF to wrk-ap-uf
                   PERFORM 0115-localizar-uf
                   IF wrk-ap-achou EQUAL "S"
                       EVALUATE TRUE
                           WHEN ICMS-CREDITO-COMPRA
                               ADD ICM-VALOR
                                   to wrk-ap-creditos(wrk-ap-ind)
                           WHEN ICMS-ESTORNO-CREDITO
                               ADD ICM-VALOR
                                   to wrk-ap-est-creditos(wrk-ap-ind)
                           WHEN ICMS-ESTORNO-DEBITO
                               ADD ICM-VALOR
                                   to wrk-ap-est-debitos(wrk-ap-ind)
                       END-EVALUATE
                   END-IF
               END-IF
               READ ICMS-MOV
           END-PERFORM.
           CLOSE ICMS-MOV.
       0113-fim.
           EXIT.

       0115-localizar-uf SECTION.
      *entrada da uf em wrk-ap-uf na tabela (aberta zerada quando
      *ainda nao existe); wrk-ap-achou = "N" com a tabela cheia
           MOVE "N" to wrk-ap-achou.
           PERFORM VARYING wrk-ap-ind FROM 1 BY 1
                   UNTIL wrk-ap-ind > wrk-ap-qtd
               IF wrk-ap-uf-ex(wrk-ap-ind) EQUAL wrk-ap-uf
                   MOVE "S" to wrk-ap-achou
                   EXIT PERFORM
               END-IF
           END-PERFORM.
           IF wrk-ap-achou EQUAL "S"
               GO to 0115-fim
           END-IF.
           IF wrk-ap-qtd NOT < 30
               DISPLAY "tabela de ufs cheia - uf fora da apuracao: "
                       wrk-ap-uf
               GO to 0115-fim
           END-IF.
           ADD 1 to wrk-ap-qtd.
           MOVE wrk-ap-qtd to wrk-ap-ind.
           MOVE wrk-ap-uf to wrk-ap-uf-ex(wrk-ap-ind).
           MOVE ZERO to wrk-ap-debitos(wrk-ap-ind)
                        wrk-ap-est-debitos(wrk-ap-ind)
                        wrk-ap-creditos(wrk-ap-ind)
                        wrk-ap-est-creditos(wrk-ap-ind)
                        wrk-ap-saldo-anterior(wrk-ap-ind).
           MOVE "S" to wrk-ap-achou.
       0115-fim.
           EXIT.

       0120-apurar-uf SECTION.
      *debito liquido contra o credito do periodo (com o saldo
      *anterior): sobra de debito e o valor a recolher, sobra de
      *credito e o saldo credor transportado
           COMPUTE wrk-debito-liq = wrk-ap-debitos(wrk-ap-ind)
                   - wrk-ap-est-debitos(wrk-ap-ind).
           COMPUTE wrk-credito-liq = wrk-ap-creditos(wrk-ap-ind)
                   - wrk-ap-est-creditos(wrk-ap-ind)
                   + wrk-ap-saldo-anterior(wrk-ap-ind).
           COMPUTE wrk-resultado = wrk-debito-liq - wrk-credito-liq.
           MOVE ZERO to wrk-a-recolher wrk-saldo-credor wrk-titulo.
           IF wrk-resultado > ZERO
               MOVE wrk-resultado to wrk-a-recolher
           ELSE
               COMPUTE wrk-saldo-credor = ZERO - wrk-resultado
           END-IF.
           ADD wrk-a-recolher to wrk-tot-recolher.
           ADD wrk-saldo-credor to wrk-tot-credor.

           IF wrk-gravar EQUAL "S"
               IF wrk-a-recolher > ZERO
                   PERFORM 0125-gerar-guia
               END-IF
               PERFORM 0130-gravar-lancamentos
               MOVE wrk-competencia to APU-COMPETENCIA
               MOVE wrk-ap-uf-ex(wrk-ap-ind) to APU-UF
               MOVE wrk-ap-debitos(wrk-ap-ind) to APU-DEBITOS
               MOVE wrk-ap-est-debitos(wrk-ap-ind) to APU-EST-DEBITOS
               MOVE wrk-ap-creditos(wrk-ap-ind) to APU-CREDITOS
               MOVE wrk-ap-est-creditos(wrk-ap-ind)
                   to APU-EST-CREDITOS
               MOVE wrk-ap-saldo-anterior(wrk-ap-ind)
                   to APU-SALDO-ANTERIOR
               MOVE wrk-a-recolher to APU-A-RECOLHER
               MOVE wrk-saldo-credor to APU-SALDO-CREDOR
               MOVE wrk-titulo to APU-TITULO
               MOVE wrk-hoje to APU-DATA
               WRITE REG-APURACAO
                   INVALID KEY
                       DISPLAY "apuracao da uf " APU-UF " ja gravada"
               END-WRITE
           END-IF.

           MOVE SPACES to REL-AP-LINHA.
           WRITE REL-APURACAO-REG.
           MOVE "uf" to REL-AP-LINHA(1:2).
           MOVE wrk-ap-uf-ex(wrk-ap-ind) to REL-AP-LINHA(4:2).
           WRITE REL-APURACAO-REG.
           MOVE SPACES to REL-AP-LINHA.
           MOVE "(+) debitos das vendas" to REL-AP-LINHA(3:22).
           MOVE wrk-ap-debitos(wrk-ap-ind) to wrk-valor-gr-ed.
           MOVE wrk-valor-gr-ed to REL-AP-LINHA(36:13).
           WRITE REL-APURACAO-REG.
           MOVE SPACES to REL-AP-LINHA.
           MOVE "(-) devolucoes de clientes" to REL-AP-LINHA(3:26).
           MOVE wrk-ap-est-debitos(wrk-ap-ind) to wrk-valor-gr-ed.
           MOVE wrk-valor-gr-ed to REL-AP-LINHA(36:13).
           WRITE REL-APURACAO-REG.
           MOVE SPACES to REL-AP-LINHA.
           MOVE "(+) creditos das compras" to REL-AP-LINHA(3:24).
           MOVE wrk-ap-creditos(wrk-ap-ind) to wrk-valor-gr-ed.
           MOVE wrk-valor-gr-ed to REL-AP-LINHA(36:13).
           WRITE REL-APURACAO-REG.
           MOVE SPACES to REL-AP-LINHA.
           MOVE "(-) devolucoes a fornecedor" to REL-AP-LINHA(3:27).
           MOVE wrk-ap-est-creditos(wrk-ap-ind) to wrk-valor-gr-ed.
           MOVE wrk-valor-gr-ed to REL-AP-LINHA(36:13).
           WRITE REL-APURACAO-REG.
           MOVE SPACES to REL-AP-LINHA.
           MOVE "(+) saldo credor anterior" to REL-AP-LINHA(3:25).
           MOVE wrk-ap-saldo-anterior(wrk-ap-ind) to wrk-valor-gr-ed.
           MOVE wrk-valor-gr-ed to REL-AP-LINHA(36:13).
           WRITE REL-APURACAO-REG.
           MOVE SPACES to REL-AP-LINHA.
           MOVE "debito liquido" to REL-AP-LINHA(3:14).
           MOVE wrk-debito-liq to wrk-saldo-ed.
           MOVE wrk-saldo-ed to REL-AP-LINHA(35:14).
           MOVE "credito" to REL-AP-LINHA(52:7).
           MOVE wrk-credito-liq to wrk-saldo-ed.
           MOVE wrk-saldo-ed to REL-AP-LINHA(60:14).
           WRITE REL-APURACAO-REG.
           MOVE SPACES to REL-AP-LINHA.
           IF wrk-a-recolher > ZERO
               MOVE "(=) icms a recolher" to REL-AP-LINHA(3:19)
               MOVE wrk-a-recolher to wrk-valor-gr-ed
               MOVE wrk-valor-gr-ed to REL-AP-LINHA(36:13)
               IF wrk-titulo > ZERO
                   MOVE "guia" to REL-AP-LINHA(52:4)
                   MOVE wrk-titulo to REL-AP-LINHA(57:7)
               END-IF
           ELSE
               MOVE "(=) saldo credor a transportar"
                   to REL-AP-LINHA(3:30)
               MOVE wrk-saldo-credor to wrk-valor-gr-ed
               MOVE wrk-valor-gr-ed to REL-AP-LINHA(36:13)
           END-IF.
           WRITE REL-APURACAO-REG.

       0125-gerar-guia SECTION.
      *guia de recolhimento da uf no contas a pagar, marcada para o
      *fechamento do ctapagar nao lancar de novo como compra
           PERFORM 0163-obter-numero-cp.
           INITIALIZE REG-PAGAR.
           MOVE wrk-fornecedor to CP-FORNECEDOR.
           MOVE wrk-a-recolher to CP-VALOR.
           MOVE wrk-hoje to CP-EMISSAO.
           MOVE wrk-vencimento to CP-VENCIMENTO.
           MOVE ZERO to CP-PAGO.
           SET PAGAR-ABERTO to TRUE.
           MOVE ZERO to CP-NF-FORNECEDOR CP-OC-NUMERO CP-OC-SEQ
                        CP-PRECO-UNIT CP-DATA-PAGTO CP-ICMS.
           MOVE SPACE to CP-RETENCAO CP-AGENDA CP-APROVADOR.
           MOVE wrk-ap-uf-ex(wrk-ap-ind) to CP-ICMS-UF.
           SET PAGAR-GUIA-ICMS to TRUE.
      *numero ja tomado por outro programa da serie (ctapagar,
      *compras, fretes, despfixa): o controle avanca e a guia vai
      *no numero seguinte
       0125-gravar.
           MOVE wrk-numero-cp to CP-NUMERO.
           WRITE REG-PAGAR
               INVALID KEY
                   IF fs-pagar EQUAL 22
                       ADD 1 to wrk-numero-cp
                       PERFORM 0164-gravar-numero-cp
                       GO to 0125-gravar
                   END-IF
                   DISPLAY "erro ao gravar a guia no contas a pagar,"
                           " status " fs-pagar
                   GO to 0125-fim
           END-WRITE.
           PERFORM 0164-gravar-numero-cp.
           MOVE CP-NUMERO to wrk-titulo.
           ADD 1 to wrk-guias.
           MOVE CP-VALOR to wrk-valor-gr-ed.
           DISPLAY "guia de icms uf " CP-ICMS-UF " titulo "
                   CP-NUMERO " de " wrk-valor-gr-ed.
       0125-fim.
           EXIT.

       0130-gravar-lancamentos SECTION.
      *o debito das vendas ja entrou pela interface do prg14
      *(icms sobre vendas contra icms a recolher); aqui entram o
      *credito das compras (tirado do custo das compras para o
      *icms a recuperar), os estornos e a compensacao, deixando
      *icms a recolher com o valor da guia e icms a recuperar com
      *o saldo credor transportado
           MOVE SPACES to REG-LANCAMENTO.
           SET LANC-APURACAO-ICMS to TRUE.
           MOVE ZERO to LAN-DOCUMENTO LAN-ESTORNO-DE.
           MOVE wrk-competencia to LAN-COMPETENCIA.

           IF wrk-ap-creditos(wrk-ap-ind) > ZERO
               MOVE wrk-ap-creditos(wrk-ap-ind) to LAN-VALOR
               MOVE "ICMSRECUP" to LAN-CONTA
               MOVE "D" to LAN-DC
               MOVE SPACES to LAN-HISTORICO
               STRING "credito icms compras uf "
                       wrk-ap-uf-ex(wrk-ap-ind)
                       DELIMITED BY SIZE INTO LAN-HISTORICO
               END-STRING
               WRITE REG-LANCAMENTO
               MOVE "DESPCOMPRA" to LAN-CONTA
               MOVE "C" to LAN-DC
               WRITE REG-LANCAMENTO
           END-IF.

           IF wrk-ap-est-creditos(wrk-ap-ind) > ZERO
               MOVE wrk-ap-est-creditos(wrk-ap-ind) to LAN-VALOR
               MOVE "DESPCOMPRA" to LAN-CONTA
               MOVE "D" to LAN-DC
               MOVE SPACES to LAN-HISTORICO
               STRING "estorno cred icms devol uf "
                       wrk-ap-uf-ex(wrk-ap-ind)
                       DELIMITED BY SIZE INTO LAN-HISTORICO
               END-STRING
               WRITE REG-LANCAMENTO
               MOVE "ICMSRECUP" to LAN-CONTA
               MOVE "C" to LAN-DC
               WRITE REG-LANCAMENTO
           END-IF.

           IF wrk-ap-est-debitos(wrk-ap-ind) > ZERO
               MOVE wrk-ap-est-debitos(wrk-ap-ind) to LAN-VALOR
               MOVE "ICMSRECOLH" to LAN-CONTA
               MOVE "D" to LAN-DC
               MOVE SPACES to LAN-HISTORICO
               STRING "estorno deb icms devol uf "
                       wrk-ap-uf-ex(wrk-ap-ind)
                       DELIMITED BY SIZE INTO LAN-HISTORICO
               END-STRING
               WRITE REG-LANCAMENTO
               MOVE "ICMSVENDAS" to LAN-CONTA
               MOVE "C" to LAN-DC
               WRITE REG-LANCAMENTO
           END-IF.

      *compensacao: o que sai do icms a recolher alem da guia vai
      *contra o icms a recuperar (negativo = o inverso)
           COMPUTE wrk-compensado = wrk-debito-liq - wrk-a-recolher.
           IF wrk-compensado NOT EQUAL ZERO
               MOVE SPACES to LAN-HISTORICO
               STRING "compensacao apuracao icms uf "
                       wrk-ap-uf-ex(wrk-ap-ind)
                       DELIMITED BY SIZE INTO LAN-HISTORICO
               END-STRING
               IF wrk-compensado > ZERO
                   MOVE wrk-compensado to LAN-VALOR
                   MOVE "ICMSRECOLH" to LAN-CONTA
                   MOVE "D" to LAN-DC
                   WRITE REG-LANCAMENTO
                   MOVE "ICMSRECUP" to LAN-CONTA
                   MOVE "C" to LAN-DC
                   WRITE REG-LANCAMENTO
               ELSE
                   COMPUTE LAN-VALOR = ZERO - wrk-compensado
                   MOVE "ICMSRECUP" to LAN-CONTA
                   MOVE "D" to LAN-DC
                   WRITE REG-LANCAMENTO
                   MOVE "ICMSRECOLH" to LAN-CONTA
                   MOVE "C" to LAN-DC
                   WRITE REG-LANCAMENTO
               END-IF
           END-IF.

       0150-consultar SECTION.
           DISPLAY "competencia (AAAAMM)"
               ACCEPT wrk-competencia.
           MOVE wrk-competencia to APU-COMPETENCIA.
           MOVE LOW-VALUES to APU-UF.
           START APURACAO KEY IS NOT LESS THAN APU-CHAVE
               INVALID KEY
                   DISPLAY "competencia nao apurada"
                   GO to 0150-fim
           END-START.
           READ APURACAO NEXT.
           IF fs-apuracao NOT EQUAL 00
                   OR APU-COMPETENCIA NOT EQUAL wrk-competencia
               DISPLAY "competencia nao apurada"
               GO to 0150-fim
           END-IF.
           DISPLAY "apurada em " APU-DATA.
           PERFORM UNTIL fs-apuracao NOT EQUAL 00
                   OR APU-COMPETENCIA NOT EQUAL wrk-competencia
               COMPUTE wrk-debito-liq = APU-DEBITOS - APU-EST-DEBITOS
               COMPUTE wrk-credito-liq = APU-CREDITOS
                       - APU-EST-CREDITOS + APU-SALDO-ANTERIOR
               MOVE wrk-debito-liq to wrk-saldo-ed
               DISPLAY "uf " APU-UF " debito liquido " wrk-saldo-ed
               MOVE wrk-credito-liq to wrk-saldo-ed
               DISPLAY "      credito (com saldo anterior) "
                       wrk-saldo-ed
               IF APU-A-RECOLHER > ZERO
                   MOVE APU-A-RECOLHER to wrk-valor-gr-ed
                   DISPLAY "      a recolher " wrk-valor-gr-ed
                           " guia " APU-TITULO
               ELSE
                   MOVE APU-SALDO-CREDOR to wrk-valor-gr-ed
                   DISPLAY "      saldo credor transportado "
                           wrk-valor-gr-ed
               END-IF
               READ APURACAO NEXT
           END-PERFORM.
       0150-fim.
           EXIT.

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

       END PROGRAM apuricms.
