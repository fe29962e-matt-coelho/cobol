      *          total/parcial, relatorio de atrasados e o
      *          fechamento mensal gravando debito/credito no mesmo
      *          arquivo de lancamentos que o pacote contabil
      *          importa, com relatorio de conferencia proprio;
      *          titulo gerado no recebimento do compras com
      *          divergencia so e pago depois da liberacao do
      *          supervisor; as notas de debito de devolucao ao
      *          fornecedor entram no fechamento estornando a
      *          despesa de compras; agenda de pagamentos com
      *          proposta por data, aprovacao do supervisor,
      *          arquivo de pagamento para o banco e baixa do lote,
      *          cada baixa registrada no diario de pagamentos; o
      *          credito com fornecedor das notas de debito e
      *          abatido do titulo na proposta
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       SELECT CONFERENCIA ASSIGN TO "./conferencia-pagar.txt"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS FS-CONFERENCIA.
      *divergencias de recebimento gravadas pelo compras e o
      *cadastro de operadores, para a liberacao de supervisor
       SELECT DIVERGENCIAS ASSIGN TO "./divergencias-compra.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DIV-TITULO
               FILE STATUS IS FS-DIVERGENCIAS.
       SELECT OPERADORES ASSIGN TO "./operadores.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OPER-LOGIN
               FILE STATUS IS FS-OPERADORES.
      *notas de debito das devolucoes a fornecedor (compras)
       SELECT NOTAS-DEBITO ASSIGN TO "./notas-debito.dat"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS FS-NOTAS-DEBITO.
      *agenda de pagamentos: cadastro de fornecedores (nome e
      *conta), proposta impressa, arquivo para o banco e o diario
      *de pagamentos, par do caixa-recebimentos do prg14
       SELECT FORNECEDORES ASSIGN TO "./fornecedores.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FOR-CODIGO
               FILE STATUS IS FS-FORNECEDORES.
       SELECT REL-PROPOSTA ASSIGN TO "./proposta-pagamento.txt"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS FS-REL-PROPOSTA.
       SELECT ARQ-PAGAMENTO ASSIGN TO "./pagamento-bancario.txt"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS FS-ARQ-PAGAMENTO.
       SELECT CAIXA-PAG ASSIGN TO "./caixa-pagamentos.dat"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS FS-CAIXA-PAG.
      *creditos com fornecedor deixados pelas notas de debito do
      *compras, abatidos dos titulos na proposta de pagamento
       SELECT CREDITOS-FORN ASSIGN TO "./creditos-fornecedor.dat"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS FS-CREDITOS-FORN.
       DATA DIVISION.
       FILE SECTION.
           FD PAGAR.
               01 REL-ATRASO-REG.
                   02 REL-AT-LINHA PIC X(80).
           FD LANCAMENTOS.
           COPY "lanreg.cpy".
           FD CONFERENCIA.
               01 CONFERENCIA-REG.
                   02 CONF-LINHA PIC X(80).
           FD DIVERGENCIAS.
           COPY "divreg.cpy".
           FD OPERADORES.
           COPY "operreg.cpy".
           FD NOTAS-DEBITO.
           COPY "ndreg.cpy".
           FD FORNECEDORES.
           COPY "fornreg.cpy".
           FD REL-PROPOSTA.
               01 REL-PROPOSTA-REG.
                   02 REL-PR-LINHA PIC X(80).
           FD ARQ-PAGAMENTO.
               01 ARQ-PAGAMENTO-REG.
                   02 PAG-LINHA PIC X(80).
           FD CAIXA-PAG.
           COPY "cxpreg.cpy".
           FD CREDITOS-FORN.
           COPY "crfreg.cpy".
       WORKING-STORAGE SECTION.
       77 fs-pagar pic 9(02) value ZERO.
       77 fs-num-control pic 9(02) value ZERO.
       77 fs-rel-atraso pic 9(02) value ZERO.
       77 fs-lancamentos pic 9(02) value ZERO.
       77 fs-conferencia pic 9(02) value ZERO.
       77 fs-divergencias pic 9(02) value ZERO.
       77 fs-operadores pic 9(02) value ZERO.
       77 fs-notas-debito pic 9(02) value ZERO.
       77 fs-fornecedores pic 9(02) value ZERO.
       77 fs-rel-proposta pic 9(02) value ZERO.
       77 fs-arq-pagamento pic 9(02) value ZERO.
       77 fs-caixa-pag pic 9(02) value ZERO.
       77 fs-creditos-forn pic 9(02) value ZERO.
      *opcao do menu em x(01), no molde do prg14: os digitos nao
      *bastavam mais para as rotinas de pagamento
       77 wrk-opcao pic x(01) value SPACE.
       77 wrk-numero pic 9(07) value 1.
       77 wrk-num-lido pic 9(07) value zero.
       77 wrk-fornecedor pic 9(05) value ZERO.
       77 wrk-valor pic 9(08)v99 value ZERO.
       77 wrk-vencimento pic 9(08) value ZERO.
       77 wrk-emissao-x pic x(08) value SPACES.
       77 wrk-ctb-qtd pic 9(05) value ZERO.
       77 wrk-ctb-total pic 9(10)v99 value ZERO.
       77 wrk-dev-qtd pic 9(05) value ZERO.
       77 wrk-dev-total pic 9(10)v99 value ZERO.
       77 wrk-nd-data-x pic x(08) value SPACES.
      *parametros do modulo de servicos de data (datesrv)
       77 wrk-ds-funcao pic x(01) value SPACE.
       77 wrk-ds-data1 pic 9(08) value ZERO.
       77 wrk-log-severidade pic x(01) value "E".
       77 wrk-log-fstatus pic x(02) value SPACES.
       77 wrk-log-mensagem pic x(40) value SPACES.
      *liberacao de titulo retido por divergencia de recebimento
       77 wrk-sup-login pic x(10) value SPACES.
       77 wrk-sup-senha pic x(10) value SPACES.
       77 wrk-sup-ok pic x(01) value "N".
       77 wrk-confirma pic x(01) value SPACE.
       77 wrk-valor-ed pic zzzzzz9.99 value ZERO.
      *agenda de pagamentos e arquivo para o banco
       77 wrk-data-pagto pic 9(08) value ZERO.
       77 wrk-pr-fornecedor pic 9(05) value ZERO.
       77 wrk-pr-qtd pic 9(05) value ZERO.
       77 wrk-pr-total pic 9(10)v99 value ZERO.
       77 wrk-pr-forn-qtd pic 9(05) value ZERO.
       77 wrk-pr-forn-total pic 9(10)v99 value ZERO.
       77 wrk-pr-retidos pic 9(05) value ZERO.
       77 wrk-pr-creditos pic 9(10)v99 value ZERO.
       77 wrk-crf-abatido pic 9(08)v99 value ZERO.
       77 wrk-ap-aprovados pic 9(05) value ZERO.
       77 wrk-ap-suspensos pic 9(05) value ZERO.
       77 wrk-pg-qtd pic 9(05) value ZERO.
       77 wrk-pg-total pic 9(11)v99 value ZERO.
       77 wrk-pg-sem-conta pic 9(05) value ZERO.
       77 wrk-cxp-valor pic 9(08)v99 value ZERO.
       77 wrk-cxp-operador pic x(10) value SPACES.
       01 wrk-pag-det.
           05 wrk-pag-tipo pic x(01).
           05 wrk-pag-titulo pic 9(07).
           05 wrk-pag-fornecedor pic 9(05).
           05 wrk-pag-banco pic 9(03).
           05 wrk-pag-agencia pic 9(04).
           05 wrk-pag-conta pic x(12).
           05 wrk-pag-data pic 9(08).
           05 wrk-pag-valor pic 9(11)v99.
           05 wrk-pag-nome pic x(27).
       COPY "senhvars.cpy".

       PROCEDURE DIVISION.
       0050-principal SECTION.
      *a area de trabalho sobrevive ao GOBACK quando o programa e
      *chamado por um menu: a opcao de saida da visita anterior
      *precisa ser limpa antes do laco
           MOVE SPACE to wrk-opcao.
           PERFORM 0090-abrir-arquivo.
           PERFORM 0060-menu UNTIL wrk-opcao EQUAL "9".
           PERFORM 0300-finaliza.

       0060-menu SECTION.
           DISPLAY "1-incluir titulo  2-baixar titulo"
               "  3-atrasados  4-fechamento contabil  9-sair".
           DISPLAY "5-liberar titulo retido por divergencia".
           DISPLAY "6-proposta de pagamento  7-aprovar proposta"
               "  8-arquivo de pagamento  B-baixar lote pago".
           DISPLAY "opcao"
               ACCEPT wrk-opcao.
           EVALUATE wrk-opcao
               WHEN "1"
                   PERFORM 0110-incluir-titulo
               WHEN "2"
                   PERFORM 0120-baixar-titulo
               WHEN "3"
                   PERFORM 0130-relatorio-atrasados
               WHEN "4"
                   PERFORM 0140-interface-contabil
               WHEN "5"
                   PERFORM 0150-liberar-divergencia
               WHEN "6"
                   PERFORM 0160-proposta-pagamento
               WHEN "7"
                   PERFORM 0170-aprovar-proposta
               WHEN "8"
                   PERFORM 0180-arquivo-pagamento
               WHEN "B"
               WHEN "b"
                   PERFORM 0185-baixar-lote
               WHEN "9"
                   CONTINUE
               WHEN OTHER
                   DISPLAY "opcao invalida"
                                   wrk-log-fstatus wrk-log-mensagem
               STOP RUN
           END-IF.

       0085-obter-numero SECTION.
           MOVE 1 to wrk-numero.
           END-IF.

       0086-gravar-numero SECTION.
      *a serie e dividida com compras, fretes, apuricms e despfixa:
      *o controle so e regravado se o proximo daqui for maior que o
      *que ja esta gravado
           ADD 1 to wrk-numero.
           MOVE ZERO to wrk-num-lido.
           OPEN INPUT NUM-CONTROL.
           IF fs-num-control EQUAL 00
               READ NUM-CONTROL
               IF fs-num-control EQUAL 00
                   MOVE NUM-PROXIMO to wrk-num-lido
               END-IF
               CLOSE NUM-CONTROL
           END-IF.
           IF wrk-numero > wrk-num-lido
               MOVE wrk-numero to NUM-PROXIMO
               OPEN OUTPUT NUM-CONTROL
               WRITE NUM-CONTROL-REG
               CLOSE NUM-CONTROL
           END-IF.

       0110-incluir-titulo SECTION.
      *entrada de um titulo de fornecedor, numerado pela serie do
                   wrk-ds-data2 wrk-ds-dias wrk-ds-status.
           IF wrk-ds-status NOT EQUAL "00"
               DISPLAY "vencimento invalido - titulo nao gravado"
               GO to 0110-fim
           END-IF.
      *numero lido do controle a cada titulo, porque os outros
      *programas da serie gravam nele com este aberto
           PERFORM 0085-obter-numero.
           MOVE wrk-fornecedor to CP-FORNECEDOR.
           MOVE wrk-valor to CP-VALOR.
           ACCEPT CP-EMISSAO FROM DATE YYYYMMDD.
           MOVE wrk-vencimento to CP-VENCIMENTO.
           MOVE ZERO to CP-PAGO.
           SET PAGAR-ABERTO to TRUE.
           MOVE ZERO to CP-NF-FORNECEDOR CP-OC-NUMERO CP-OC-SEQ
                        CP-PRECO-UNIT CP-DATA-PAGTO.
           MOVE SPACE to CP-RETENCAO CP-AGENDA CP-APROVADOR.
           MOVE ZERO to CP-ICMS.
           MOVE SPACES to CP-ICMS-UF CP-ORIGEM.
       0110-gravar.
           MOVE wrk-numero to CP-NUMERO.
           WRITE REG-PAGAR
               INVALID KEY
                   IF fs-pagar EQUAL 22
                       ADD 1 to wrk-numero
                       GO to 0110-gravar
                   END-IF
                   DISPLAY "erro ao gravar o titulo, status " fs-pagar
               NOT INVALID KEY
                   PERFORM 0086-gravar-numero
                   DISPLAY "titulo " CP-NUMERO " gravado"
           END-WRITE.
       0110-fim.
           EXIT.

       0120-baixar-titulo SECTION.
      *baixa total ou parcial pelo numero do titulo
                   DISPLAY "vencimento.: " CP-VENCIMENTO
                   IF PAGAR-QUITADO
                       DISPLAY "titulo ja quitado"
                   ELSE
                   IF PAGAR-RETIDO
                       DISPLAY "titulo retido por divergencia no"
                               " recebimento - aguarda liberacao"
                   ELSE
                   IF PAGAR-ENVIADO
                       DISPLAY "titulo no arquivo de pagamento"
                               " enviado - baixa pelo lote"
                   ELSE
                       DISPLAY "valor do pagamento"
                           ACCEPT wrk-valor-pago
                       ADD wrk-valor-pago to CP-PAGO
                       IF CP-PAGO NOT < CP-VALOR
                           SET PAGAR-QUITADO to TRUE
                           SET PAGAR-SEM-AGENDA to TRUE
                       ELSE
                           SET PAGAR-PARCIAL to TRUE
                       END-IF
                       REWRITE REG-PAGAR
                       MOVE wrk-valor-pago to wrk-cxp-valor
                       MOVE "CTAPAGAR" to wrk-cxp-operador
                       PERFORM 0190-registrar-pagamento
                       COMPUTE wrk-saldo = CP-VALOR - CP-PAGO
                       DISPLAY "situacao " CP-SITUACAO
                               " saldo " wrk-saldo
                   END-IF
                   END-IF
                   END-IF
           END-READ.

       0130-relatorio-atrasados SECTION.
                       MOVE "dias" to REL-AT-LINHA(36:4)
                       MOVE wrk-saldo to wrk-saldo-ed
                       MOVE wrk-saldo-ed to REL-AT-LINHA(42:11)
                       IF PAGAR-RETIDO
                           MOVE "retido" to REL-AT-LINHA(55:6)
                       END-IF
                       WRITE REL-ATRASO-REG
                   END-IF
                   READ PAGAR NEXT

       0140-interface-contabil SECTION.
      *fechamento do mes do lado das compras: soma os titulos
      *emitidos na competencia (fora os cancelados e as guias de
      *icms, que a apuracao ja lancou) e acrescenta o
      *par debito/credito ao mesmo arquivo de lancamentos que o
      *fechamento de vendas do prg14 alimenta; as notas de debito
      *da competencia geram o par inverso (devolucoes)
           DISPLAY "competencia (AAAAMM)"
               ACCEPT wrk-competencia.
           MOVE wrk-competencia to wrk-comp-x.
                   MOVE CP-EMISSAO to wrk-emissao-x
                   IF wrk-emissao-x(1:6) EQUAL wrk-comp-x
                           AND NOT PAGAR-CANCELADO
                           AND NOT PAGAR-GUIA-ICMS
                       ADD 1 to wrk-ctb-qtd
                       ADD CP-VALOR to wrk-ctb-total
                   END-IF
               END-PERFORM
           END-IF.

           MOVE ZERO to wrk-dev-qtd wrk-dev-total.
           OPEN INPUT NOTAS-DEBITO.
           IF fs-notas-debito EQUAL 00
               READ NOTAS-DEBITO
               PERFORM UNTIL fs-notas-debito NOT EQUAL 00
                   MOVE ND-DATA to wrk-nd-data-x
                   IF wrk-nd-data-x(1:6) EQUAL wrk-comp-x
                       ADD 1 to wrk-dev-qtd
                       ADD ND-VALOR to wrk-dev-total
                   END-IF
                   READ NOTAS-DEBITO
               END-PERFORM
               CLOSE NOTAS-DEBITO
           END-IF.

           IF wrk-ctb-qtd EQUAL ZERO AND wrk-dev-qtd EQUAL ZERO
               DISPLAY "nenhum titulo na competencia"
           ELSE
               OPEN EXTEND LANCAMENTOS
               IF fs-lancamentos EQUAL 35
                   OPEN OUTPUT LANCAMENTOS
               END-IF
               IF wrk-ctb-qtd > ZERO
                   MOVE SPACES to REG-LANCAMENTO
                   MOVE "P" to LAN-ORIGEM
                   MOVE ZERO to LAN-DOCUMENTO LAN-ESTORNO-DE
                   MOVE wrk-competencia to LAN-COMPETENCIA
                   MOVE "DESPCOMPRA" to LAN-CONTA
                   MOVE "D" to LAN-DC
                   MOVE wrk-ctb-total to LAN-VALOR
                   MOVE "compras do mes" to LAN-HISTORICO
                   WRITE REG-LANCAMENTO
                   MOVE "FORNPAGAR" to LAN-CONTA
                   MOVE "C" to LAN-DC
                   MOVE "fornecedores a pagar" to LAN-HISTORICO
                   WRITE REG-LANCAMENTO
               END-IF
               IF wrk-dev-qtd > ZERO
                   MOVE SPACES to REG-LANCAMENTO
                   MOVE "P" to LAN-ORIGEM
                   MOVE ZERO to LAN-DOCUMENTO LAN-ESTORNO-DE
                   MOVE wrk-competencia to LAN-COMPETENCIA
                   MOVE "FORNPAGAR" to LAN-CONTA
                   MOVE "D" to LAN-DC
                   MOVE wrk-dev-total to LAN-VALOR
                   MOVE "devolucoes a fornecedor" to LAN-HISTORICO
                   WRITE REG-LANCAMENTO
                   MOVE "DESPCOMPRA" to LAN-CONTA
                   MOVE "C" to LAN-DC
                   MOVE "devolucoes de compras" to LAN-HISTORICO
                   WRITE REG-LANCAMENTO
               END-IF
               CLOSE LANCAMENTOS

               OPEN OUTPUT CONFERENCIA
               MOVE wrk-ctb-total to wrk-valor-gr-ed
               MOVE wrk-valor-gr-ed to CONF-LINHA(24:13)
               WRITE CONFERENCIA-REG
               MOVE SPACES to CONF-LINHA
               MOVE "notas de debito:" to CONF-LINHA(1:16)
               MOVE wrk-dev-qtd to CONF-LINHA(18:5)
               MOVE "total:" to CONF-LINHA(25:6)
               MOVE wrk-dev-total to wrk-valor-gr-ed
               MOVE wrk-valor-gr-ed to CONF-LINHA(32:13)
               WRITE CONFERENCIA-REG
               CLOSE CONFERENCIA
               DISPLAY "lancamentos e conferencia gravados"
           END-IF.

       0150-liberar-divergencia SECTION.
      *o supervisor (operador de perfil administrador) confere o
      *confronto pedido x recebimento x nota e libera o titulo para
      *pagamento; a divergencia fica com quem liberou e quando
           DISPLAY "numero do titulo retido"
               ACCEPT CP-NUMERO.
           READ PAGAR
               INVALID KEY
                   DISPLAY "titulo nao encontrado"
                   GO to 0150-fim
           END-READ.
           IF NOT PAGAR-RETIDO
               DISPLAY "titulo nao esta retido"
               GO to 0150-fim
           END-IF.
           OPEN I-O DIVERGENCIAS.
           IF fs-divergencias NOT EQUAL 00
               DISPLAY "arquivo de divergencias indisponivel, status "
                       fs-divergencias
               GO to 0150-fim
           END-IF.
           MOVE CP-NUMERO to DIV-TITULO.
           READ DIVERGENCIAS
               INVALID KEY
                   DISPLAY "divergencia do titulo nao encontrada"
                   CLOSE DIVERGENCIAS
                   GO to 0150-fim
           END-READ.
           DISPLAY "fornecedor.: " DIV-FORNECEDOR " nota " DIV-NF.
           DISPLAY "pedido.....: " DIV-OC-NUMERO "/" DIV-OC-SEQ
                   " produto " DIV-PRODUTO.
           DISPLAY "quantidade.: pedida " DIV-QTD-PEDIDA
                   " recebida " DIV-QTD-RECEBIDA
                   " faturada " DIV-QTD-FATURADA.
           MOVE DIV-PRECO-PEDIDO to wrk-valor-ed.
           DISPLAY "preco......: negociado " wrk-valor-ed.
           MOVE DIV-PRECO-FATURADO to wrk-valor-ed.
           DISPLAY "             na nota   " wrk-valor-ed.
           MOVE CP-VALOR to wrk-valor-gr-ed.
           DISPLAY "titulo.....: " wrk-valor-gr-ed
                   " vencimento " CP-VENCIMENTO.
           DISPLAY "liberar o titulo para pagamento? (s/n)"
               ACCEPT wrk-confirma.
           IF wrk-confirma NOT EQUAL "S" AND wrk-confirma NOT EQUAL "s"
               CLOSE DIVERGENCIAS
               GO to 0150-fim
           END-IF.
           PERFORM 0151-autorizar-supervisor.
           IF wrk-sup-ok EQUAL "S"
               SET DIVERGENCIA-LIBERADA to TRUE
               MOVE wrk-sup-login to DIV-SUPERVISOR
               ACCEPT DIV-LIBERACAO(1:8) FROM DATE YYYYMMDD
               ACCEPT DIV-LIBERACAO(9:6) FROM TIME
               REWRITE REG-DIVERGENCIA
               SET PAGAR-LIBERADO to TRUE
               REWRITE REG-PAGAR
               DISPLAY "titulo " CP-NUMERO " liberado pelo"
                       " supervisor " wrk-sup-login
           END-IF.
           CLOSE DIVERGENCIAS.
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

       0160-proposta-pagamento SECTION.
      *proposta da tesouraria: todo titulo aberto ou parcial com
      *vencimento ate a data escolhida, agrupado por fornecedor
      *(chave alternativa), fica proposto para aquela data; uma
      *nova proposta refaz a agenda dos titulos ainda nao enviados
      *ao banco; retidos por divergencia aparecem mas nao entram;
      *o credito em aberto do fornecedor e abatido do titulo antes
      *de ele entrar, e o titulo coberto pelo credito sai quitado
           DISPLAY "data do pagamento (AAAAMMDD, 0 = hoje)"
               ACCEPT wrk-data-pagto.
           IF wrk-data-pagto EQUAL ZERO
               ACCEPT wrk-data-pagto FROM DATE YYYYMMDD
           END-IF.
           MOVE "V" to wrk-ds-funcao.
           MOVE wrk-data-pagto to wrk-ds-data1.
           CALL "datesrv" USING wrk-ds-funcao wrk-ds-data1
                   wrk-ds-data2 wrk-ds-dias wrk-ds-status.
           IF wrk-ds-status NOT EQUAL "00"
               DISPLAY "data invalida"
               GO to 0160-fim
           END-IF.
           OPEN INPUT FORNECEDORES.
           OPEN OUTPUT REL-PROPOSTA.
           MOVE SPACES to REL-PR-LINHA.
           MOVE "proposta de pagamento para" to REL-PR-LINHA(1:26).
           MOVE wrk-data-pagto to REL-PR-LINHA(28:8).
           WRITE REL-PROPOSTA-REG.
           MOVE ZERO to wrk-pr-qtd wrk-pr-total wrk-pr-retidos
                        wrk-pr-forn-qtd wrk-pr-forn-total
                        wrk-pr-creditos.
           MOVE ZERO to wrk-pr-fornecedor.

           MOVE ZERO to CP-FORNECEDOR.
           START PAGAR KEY IS NOT LESS THAN CP-FORNECEDOR.
           IF fs-pagar EQUAL 00
               READ PAGAR NEXT
               PERFORM UNTIL fs-pagar NOT EQUAL 00
                   IF (PAGAR-ABERTO OR PAGAR-PARCIAL)
                           AND NOT PAGAR-ENVIADO
                       IF CP-VENCIMENTO NOT > wrk-data-pagto
                           PERFORM 0161-linha-proposta
                       ELSE
                           IF NOT PAGAR-SEM-AGENDA
                               SET PAGAR-SEM-AGENDA to TRUE
                               MOVE ZERO to CP-DATA-PAGTO
                               MOVE SPACES to CP-APROVADOR
                               REWRITE REG-PAGAR
                           END-IF
                       END-IF
                   END-IF
                   READ PAGAR NEXT
               END-PERFORM
           END-IF.
           IF wrk-pr-forn-qtd > ZERO
               PERFORM 0162-total-fornecedor
           END-IF.

           MOVE SPACES to REL-PR-LINHA.
           MOVE "titulos propostos:" to REL-PR-LINHA(1:18).
           MOVE wrk-pr-qtd to REL-PR-LINHA(20:5).
           MOVE "total:" to REL-PR-LINHA(27:6).
           MOVE wrk-pr-total to wrk-valor-gr-ed.
           MOVE wrk-valor-gr-ed to REL-PR-LINHA(34:13).
           MOVE "retidos:" to REL-PR-LINHA(49:8).
           MOVE wrk-pr-retidos to REL-PR-LINHA(58:5).
           WRITE REL-PROPOSTA-REG.
           IF wrk-pr-creditos > ZERO
               MOVE SPACES to REL-PR-LINHA
               MOVE "creditos de fornecedor abatidos:"
                   to REL-PR-LINHA(1:32)
               MOVE wrk-pr-creditos to wrk-valor-gr-ed
               MOVE wrk-valor-gr-ed to REL-PR-LINHA(34:13)
               WRITE REL-PROPOSTA-REG
           END-IF.
           CLOSE REL-PROPOSTA.
           CLOSE FORNECEDORES.
           MOVE wrk-pr-total to wrk-valor-gr-ed.
           DISPLAY wrk-pr-qtd " titulos propostos, total "
                   wrk-valor-gr-ed " (proposta-pagamento.txt)".
       0160-fim.
           EXIT.

       0161-linha-proposta SECTION.
      *quebra por fornecedor com o nome do cadastro e subtotal
           IF CP-FORNECEDOR NOT EQUAL wrk-pr-fornecedor
               IF wrk-pr-forn-qtd > ZERO
                   PERFORM 0162-total-fornecedor
               END-IF
               MOVE CP-FORNECEDOR to wrk-pr-fornecedor
               MOVE SPACES to REL-PR-LINHA
               MOVE "fornecedor" to REL-PR-LINHA(1:10)
               MOVE CP-FORNECEDOR to REL-PR-LINHA(12:5)
               MOVE CP-FORNECEDOR to FOR-CODIGO
               READ FORNECEDORES
                   INVALID KEY
                       MOVE "(fora do cadastro)" to REL-PR-LINHA(19:18)
                   NOT INVALID KEY
                       MOVE FOR-NOME to REL-PR-LINHA(19:30)
               END-READ
               WRITE REL-PROPOSTA-REG
           END-IF.
           MOVE ZERO to wrk-crf-abatido.
           IF NOT PAGAR-RETIDO
               PERFORM 0163-aplicar-credito-forn
           END-IF.
           COMPUTE wrk-cxp-valor = CP-VALOR - CP-PAGO.
           MOVE SPACES to REL-PR-LINHA.
           MOVE CP-NUMERO to REL-PR-LINHA(3:7).
           MOVE CP-VENCIMENTO to REL-PR-LINHA(12:8).
           MOVE wrk-cxp-valor to wrk-valor-gr-ed.
           MOVE wrk-valor-gr-ed to REL-PR-LINHA(22:13).
           IF PAGAR-RETIDO
               MOVE "retido - fora da proposta" to REL-PR-LINHA(37:25)
               ADD 1 to wrk-pr-retidos
               IF NOT PAGAR-SEM-AGENDA
                   SET PAGAR-SEM-AGENDA to TRUE
                   MOVE ZERO to CP-DATA-PAGTO
                   MOVE SPACES to CP-APROVADOR
                   REWRITE REG-PAGAR
               END-IF
           ELSE
               IF PAGAR-QUITADO
                   MOVE "quitado com credito do fornecedor"
                       to REL-PR-LINHA(37:33)
               ELSE
                   SET PAGAR-PROPOSTO to TRUE
                   MOVE wrk-data-pagto to CP-DATA-PAGTO
                   MOVE SPACES to CP-APROVADOR
                   REWRITE REG-PAGAR
                   ADD 1 to wrk-pr-qtd wrk-pr-forn-qtd
                   ADD wrk-cxp-valor to wrk-pr-total
                                       wrk-pr-forn-total
               END-IF
           END-IF.
           WRITE REL-PROPOSTA-REG.
           IF wrk-crf-abatido > ZERO
               MOVE SPACES to REL-PR-LINHA
               MOVE "credito do fornecedor abatido"
                   to REL-PR-LINHA(12:29)
               MOVE wrk-crf-abatido to wrk-valor-gr-ed
               MOVE wrk-valor-gr-ed to REL-PR-LINHA(42:13)
               WRITE REL-PROPOSTA-REG
               ADD wrk-crf-abatido to wrk-pr-creditos
           END-IF.

       0163-aplicar-credito-forn SECTION.
      *abate do titulo no buffer os creditos em aberto do
      *fornecedor, do mais antigo para o mais novo, no molde do
      *0281 do prg14; o abatido entra no pago do titulo e o banco
      *so recebe o saldo
           OPEN I-O CREDITOS-FORN.
           IF fs-creditos-forn NOT EQUAL 00
               GO to 0163-fim
           END-IF.
           READ CREDITOS-FORN.
           PERFORM UNTIL fs-creditos-forn NOT EQUAL 00
                   OR CP-PAGO NOT < CP-VALOR
               IF CRF-FORNECEDOR EQUAL CP-FORNECEDOR
                       AND CREDITO-FORN-ABERTO
                       AND CRF-SALDO > ZERO
                   COMPUTE wrk-saldo = CP-VALOR - CP-PAGO
                   IF CRF-SALDO NOT > wrk-saldo
                       ADD CRF-SALDO to CP-PAGO wrk-crf-abatido
                       MOVE ZERO to CRF-SALDO
                       SET CREDITO-FORN-USADO to TRUE
                   ELSE
                       SUBTRACT wrk-saldo from CRF-SALDO
                       ADD wrk-saldo to wrk-crf-abatido
                       MOVE CP-VALOR to CP-PAGO
                   END-IF
                   REWRITE REG-CREDITO-FORN
               END-IF
               READ CREDITOS-FORN
           END-PERFORM.
           CLOSE CREDITOS-FORN.
           IF wrk-crf-abatido > ZERO
               IF CP-PAGO NOT < CP-VALOR
                   SET PAGAR-QUITADO to TRUE
                   SET PAGAR-SEM-AGENDA to TRUE
                   MOVE ZERO to CP-DATA-PAGTO
                   MOVE SPACES to CP-APROVADOR
               ELSE
                   SET PAGAR-PARCIAL to TRUE
               END-IF
               REWRITE REG-PAGAR
           END-IF.
       0163-fim.
           EXIT.

       0162-total-fornecedor SECTION.
           MOVE SPACES to REL-PR-LINHA.
           MOVE "subtotal do fornecedor" to REL-PR-LINHA(3:22).
           MOVE wrk-pr-forn-qtd to REL-PR-LINHA(26:5).
           MOVE wrk-pr-forn-total to wrk-valor-gr-ed.
           MOVE wrk-valor-gr-ed to REL-PR-LINHA(33:13).
           WRITE REL-PROPOSTA-REG.
           MOVE ZERO to wrk-pr-forn-qtd wrk-pr-forn-total.

       0170-aprovar-proposta SECTION.
      *o supervisor percorre os titulos propostos e aprova ou
      *suspende cada um; suspenso fica fora do arquivo do banco
      *ate uma nova proposta
           PERFORM 0151-autorizar-supervisor.
           IF wrk-sup-ok NOT EQUAL "S"
               GO to 0170-fim
           END-IF.
           MOVE ZERO to wrk-ap-aprovados wrk-ap-suspensos.
           MOVE ZERO to CP-FORNECEDOR.
           START PAGAR KEY IS NOT LESS THAN CP-FORNECEDOR.
           IF fs-pagar EQUAL 00
               READ PAGAR NEXT
               PERFORM UNTIL fs-pagar NOT EQUAL 00
                   IF PAGAR-PROPOSTO
                       COMPUTE wrk-cxp-valor = CP-VALOR - CP-PAGO
                       MOVE wrk-cxp-valor to wrk-valor-gr-ed
                       DISPLAY "titulo " CP-NUMERO " fornecedor "
                               CP-FORNECEDOR " vence " CP-VENCIMENTO
                               " pagar " wrk-valor-gr-ed
                       DISPLAY "a-aprovar  s-suspender"
                               "  (outra tecla mantem proposto)"
                           ACCEPT wrk-confirma
                       EVALUATE wrk-confirma
                           WHEN "A"
                           WHEN "a"
                               SET PAGAR-APROVADO to TRUE
                               MOVE wrk-sup-login to CP-APROVADOR
                               REWRITE REG-PAGAR
                               ADD 1 to wrk-ap-aprovados
                           WHEN "S"
                           WHEN "s"
                               SET PAGAR-SUSPENSO to TRUE
                               MOVE wrk-sup-login to CP-APROVADOR
                               REWRITE REG-PAGAR
                               ADD 1 to wrk-ap-suspensos
                           WHEN OTHER
                               CONTINUE
                       END-EVALUATE
                   END-IF
                   READ PAGAR NEXT
               END-PERFORM
           END-IF.
           DISPLAY "aprovados " wrk-ap-aprovados
                   " suspensos " wrk-ap-suspensos.
       0170-fim.
           EXIT.

       0180-arquivo-pagamento SECTION.
      *arquivo de pagamento para o banco no desenho da remessa do
      *prg14: header "0", detalhe "1" por titulo aprovado com a
      *conta do fornecedor e o saldo a pagar, trailer "9" com
      *contagem e total; o titulo passa a enviado e so sai da
      *agenda na baixa do lote; fornecedor sem conta fica de fora
           OPEN INPUT FORNECEDORES.
           IF fs-fornecedores NOT EQUAL 00
               DISPLAY "cadastro de fornecedores indisponivel, status "
                       fs-fornecedores
               GO to 0180-fim
           END-IF.
           OPEN OUTPUT ARQ-PAGAMENTO.
           MOVE SPACES to PAG-LINHA.
           MOVE "0PAGAMENTO FORNECEDORES" to PAG-LINHA(1:23).
           ACCEPT PAG-LINHA(25:8) FROM DATE YYYYMMDD.
           WRITE ARQ-PAGAMENTO-REG.
           MOVE ZERO to wrk-pg-qtd wrk-pg-total wrk-pg-sem-conta.
           MOVE ZERO to CP-FORNECEDOR.
           START PAGAR KEY IS NOT LESS THAN CP-FORNECEDOR.
           IF fs-pagar EQUAL 00
               READ PAGAR NEXT
               PERFORM UNTIL fs-pagar NOT EQUAL 00
                   IF PAGAR-APROVADO
                           AND (PAGAR-ABERTO OR PAGAR-PARCIAL)
                       PERFORM 0181-detalhe-pagamento
                   END-IF
                   READ PAGAR NEXT
               END-PERFORM
           END-IF.
           MOVE SPACES to PAG-LINHA.
           MOVE "9" to PAG-LINHA(1:1).
           MOVE wrk-pg-qtd to PAG-LINHA(2:5).
           MOVE wrk-pg-total to PAG-LINHA(8:13).
           WRITE ARQ-PAGAMENTO-REG.
           CLOSE ARQ-PAGAMENTO.
           CLOSE FORNECEDORES.
           DISPLAY "arquivo de pagamento gravado com " wrk-pg-qtd
                   " titulos".
           IF wrk-pg-sem-conta > ZERO
               DISPLAY wrk-pg-sem-conta " titulos aprovados sem conta"
                       " bancaria do fornecedor - fora do arquivo"
           END-IF.
       0180-fim.
           EXIT.

       0181-detalhe-pagamento SECTION.
           MOVE CP-FORNECEDOR to FOR-CODIGO.
           READ FORNECEDORES
               INVALID KEY
                   MOVE ZERO to FOR-BANCO
           END-READ.
           IF FOR-BANCO EQUAL ZERO
               ADD 1 to wrk-pg-sem-conta
               DISPLAY "titulo " CP-NUMERO " fornecedor "
                       CP-FORNECEDOR " sem conta bancaria"
           ELSE
               ADD 1 to wrk-pg-qtd
               MOVE SPACES to wrk-pag-det
               MOVE "1" to wrk-pag-tipo
               MOVE CP-NUMERO to wrk-pag-titulo
               MOVE CP-FORNECEDOR to wrk-pag-fornecedor
               MOVE FOR-BANCO to wrk-pag-banco
               MOVE FOR-AGENCIA to wrk-pag-agencia
               MOVE FOR-CONTA to wrk-pag-conta
               MOVE CP-DATA-PAGTO to wrk-pag-data
               COMPUTE wrk-pag-valor = CP-VALOR - CP-PAGO
               ADD wrk-pag-valor to wrk-pg-total
               MOVE FOR-NOME to wrk-pag-nome
               MOVE wrk-pag-det to PAG-LINHA
               WRITE ARQ-PAGAMENTO-REG
               SET PAGAR-ENVIADO to TRUE
               REWRITE REG-PAGAR
           END-IF.

       0185-baixar-lote SECTION.
      *baixa em um passo de todo titulo enviado no arquivo de
      *pagamento, pelo saldo e na data agendada, com uma linha no
      *diario de pagamentos por titulo
           DISPLAY "confirma a baixa do lote enviado ao banco (s/n)"
               ACCEPT wrk-confirma.
           IF wrk-confirma NOT EQUAL "S" AND wrk-confirma NOT EQUAL "s"
               GO to 0185-fim
           END-IF.
           MOVE ZERO to wrk-pg-qtd wrk-pg-total.
           MOVE ZERO to CP-NUMERO.
           START PAGAR KEY IS NOT LESS THAN CP-NUMERO.
           IF fs-pagar EQUAL 00
               READ PAGAR NEXT
               PERFORM UNTIL fs-pagar NOT EQUAL 00
                   IF PAGAR-ENVIADO
                       COMPUTE wrk-cxp-valor = CP-VALOR - CP-PAGO
                       MOVE CP-VALOR to CP-PAGO
                       SET PAGAR-QUITADO to TRUE
                       SET PAGAR-SEM-AGENDA to TRUE
                       REWRITE REG-PAGAR
                       MOVE "BANCO" to wrk-cxp-operador
                       PERFORM 0190-registrar-pagamento
                       ADD 1 to wrk-pg-qtd
                       ADD wrk-cxp-valor to wrk-pg-total
                   END-IF
                   READ PAGAR NEXT
               END-PERFORM
           END-IF.
           MOVE wrk-pg-total to wrk-valor-gr-ed.
           DISPLAY wrk-pg-qtd " titulos baixados, total "
                   wrk-valor-gr-ed.
       0185-fim.
           EXIT.

       0190-registrar-pagamento SECTION.
      *linha do diario de pagamentos; no lote a data e a agendada
           MOVE SPACES to REG-CAIXA-PAG.
           IF wrk-cxp-operador EQUAL "BANCO"
               MOVE CP-DATA-PAGTO to CXP-DATA-HORA(1:8)
               MOVE ZEROS to CXP-DATA-HORA(9:6)
           ELSE
               ACCEPT CXP-DATA-HORA(1:8) FROM DATE YYYYMMDD
               ACCEPT CXP-DATA-HORA(9:6) FROM TIME
           END-IF.
           MOVE CP-NUMERO to CXP-TITULO.
           MOVE CP-FORNECEDOR to CXP-FORNECEDOR.
           MOVE wrk-cxp-valor to CXP-VALOR.
           MOVE wrk-cxp-operador to CXP-OPERADOR.
           OPEN EXTEND CAIXA-PAG.
           IF fs-caixa-pag EQUAL 35
               OPEN OUTPUT CAIXA-PAG
           END-IF.
           WRITE REG-CAIXA-PAG.
           CLOSE CAIXA-PAG.

       COPY "senhash.cpy".

       0300-finaliza SECTION.
           DISPLAY "finalizar".
           CLOSE PAGAR.
