      ******************************************************************
      * Author:
      * Date:
      * Purpose: contabilidade sobre o arquivo de lancamentos que as
      *          interfaces do prg14, do prg1 e do ctapagar alimentam:
      *          cadastro do plano de contas, conferencia que rejeita
      *          lancamento em conta fora do plano, balancete mensal
      *          por competencia (saldo anterior, debitos, creditos e
      *          saldo atual), razao por conta, lancamento manual por
      *          documento (debitos = creditos) e estorno de documento
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. contabil.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.

       FILE-CONTROL.
       SELECT PLANO ASSIGN TO "./plano-contas.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CTA-CODIGO
               FILE STATUS IS FS-PLANO.
       SELECT LANCAMENTOS ASSIGN TO "./lancamentos-contabeis.dat"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS FS-LANCAMENTOS.
      *lancamentos em conta fora do plano (ou desativada), que ficam
      *fora do balancete e do razao ate o plano ser acertado
       SELECT REL-REJEITADOS ASSIGN TO "./lancamentos-rejeitados.txt"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS FS-REL-REJEITADOS.
       SELECT REL-BALANCETE ASSIGN TO "./balancete.txt"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS FS-REL-BALANCETE.
       SELECT REL-RAZAO ASSIGN TO "./razao.txt"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS FS-REL-RAZAO.
      *controle de competencias do prg14: mes fechado nao aceita
      *lancamento manual nem estorno
       SELECT PERIODOS ASSIGN TO "./periodos.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PER-COMPETENCIA
               FILE STATUS IS FS-PERIODOS.
      *proximo numero de documento dos lancamentos manuais, no molde
      *do pagar-num-control do ctapagar
       SELECT NUM-CONTROL ASSIGN TO "./lancamento-num-control.dat"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS FS-NUM-CONTROL.
       DATA DIVISION.
       FILE SECTION.
           FD PLANO.
           COPY "ctareg.cpy".
           FD LANCAMENTOS.
           COPY "lanreg.cpy".
           FD REL-REJEITADOS.
               01 REL-REJEITADOS-REG.
                   02 REL-RJ-LINHA PIC X(80).
           FD REL-BALANCETE.
               01 REL-BALANCETE-REG.
                   02 REL-BL-LINHA PIC X(100).
           FD REL-RAZAO.
               01 REL-RAZAO-REG.
                   02 REL-RZ-LINHA PIC X(100).
           FD PERIODOS.
               01 REG-PERIODO.
                   02 PER-COMPETENCIA PIC 9(06).
                   02 PER-SITUACAO PIC X(01).
                       88 PERIODO-ABERTO  VALUE "A".
                       88 PERIODO-FECHADO VALUE "F".
           FD NUM-CONTROL.
               01 NUM-CONTROL-REG.
                   02 NUM-PROXIMO PIC 9(07).
       WORKING-STORAGE SECTION.
       77 fs-plano pic 9(02) value ZERO.
       77 fs-lancamentos pic 9(02) value ZERO.
       77 fs-rel-rejeitados pic 9(02) value ZERO.
       77 fs-rel-balancete pic 9(02) value ZERO.
       77 fs-rel-razao pic 9(02) value ZERO.
       77 fs-periodos pic 9(02) value ZERO.
       77 fs-num-control pic 9(02) value ZERO.
      *opcao do menu em x(01), no molde do prg14: os digitos nao
      *bastavam mais para os lancamentos manuais
       77 wrk-opcao pic x(01) value SPACE.
       77 wrk-confirma pic x(01) value SPACE.
       77 wrk-codigo pic x(10) value SPACES.
       77 wrk-descricao pic x(30) value SPACES.
       77 wrk-tipo pic x(01) value SPACE.
       77 wrk-natureza pic x(01) value SPACE.
       77 wrk-competencia pic 9(06) value ZERO.
       77 wrk-comp-x pic x(06) value SPACES.
      *plano padrao carregado na criacao do arquivo
       COPY "tabplano.cpy".
       77 wrk-pp-ind pic 9(03) value ZERO.
       77 wrk-pp-incluidas pic 9(03) value ZERO.
      *plano em memoria com os acumulados do balancete: saldo
      *sempre no sentido devedor (debito soma, credito subtrai) e
      *virado para o lado da natureza so na impressao
       77 wrk-cta-qtd pic 9(03) value ZERO.
       77 wrk-cta-ind pic 9(03) value ZERO.
       77 wrk-cta-achou pic x(01) value "N".
       01 wrk-tab-contas.
           05 wrk-cta-ent OCCURS 200 times.
               10 wrk-cta-codigo pic x(10).
               10 wrk-cta-descricao pic x(30).
               10 wrk-cta-tipo pic x(01).
               10 wrk-cta-natureza pic x(01).
               10 wrk-cta-anterior pic s9(12)v99.
               10 wrk-cta-debitos pic 9(12)v99.
               10 wrk-cta-creditos pic 9(12)v99.
      *totais e conferencia de partidas
       77 wrk-lidos pic 9(07) value ZERO.
       77 wrk-rejeitados pic 9(07) value ZERO.
       77 wrk-tot-debitos pic 9(12)v99 value ZERO.
       77 wrk-tot-creditos pic 9(12)v99 value ZERO.
       77 wrk-saldo pic s9(12)v99 value ZERO.
       77 wrk-saldo-imp pic s9(12)v99 value ZERO.
       77 wrk-diferenca pic s9(12)v99 value ZERO.
       77 wrk-saldo-ed pic -zzzzzzzzz9.99 value ZERO.
       77 wrk-valor-gr-ed pic zzzzzzzzzz9.99 value ZERO.
      *razao: conta pedida (brancos = todas) e linhas da conta
       77 wrk-rz-conta pic x(10) value SPACES.
       77 wrk-rz-linhas pic 9(05) value ZERO.
       77 wrk-rz-contas pic 9(03) value ZERO.
      *lancamento manual: linhas do documento montadas em memoria e
      *gravadas so quando debitos e creditos batem
       77 wrk-numero pic 9(07) value 1.
       77 wrk-per-comp pic 9(06) value ZERO.
       77 wrk-per-fechada pic x(01) value "N".
       77 wrk-doc-qtd pic 9(02) value ZERO.
       77 wrk-doc-ind pic 9(02) value ZERO.
       77 wrk-doc-fim pic x(01) value "N".
       77 wrk-doc-debitos pic 9(12)v99 value ZERO.
       77 wrk-doc-creditos pic 9(12)v99 value ZERO.
       77 wrk-dc pic x(01) value SPACE.
       77 wrk-valor pic 9(10)v99 value ZERO.
       77 wrk-historico pic x(30) value SPACES.
       01 wrk-tab-documento.
           05 wrk-doc-ent OCCURS 30 times.
               10 wrk-doc-conta pic x(10).
               10 wrk-doc-dc pic x(01).
               10 wrk-doc-valor pic 9(10)v99.
               10 wrk-doc-historico pic x(30).
      *estorno: documento original e a competencia em que entra
       77 wrk-est-documento pic 9(07) value ZERO.
       77 wrk-est-ja-estornado pic x(01) value "N".
      *campos passados ao modulo comum de registro de erros (logerr)
       77 wrk-log-programa pic x(10) value "contabil".
       77 wrk-log-severidade pic x(01) value "E".
       77 wrk-log-fstatus pic x(02) value SPACES.
       77 wrk-log-mensagem pic x(40) value SPACES.

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
           DISPLAY "1-incluir conta  2-consultar conta"
               "  3-alterar conta  4-desativar conta".
           DISPLAY "5-conferir lancamentos  6-balancete  7-razao"
               "  8-recarregar plano padrao  9-sair".
           DISPLAY "L-lancamento manual  E-estorno de documento".
           DISPLAY "opcao"
               ACCEPT wrk-opcao.
           EVALUATE wrk-opcao
               WHEN "1"
                   PERFORM 0110-incluir-conta
               WHEN "2"
                   PERFORM 0120-consultar-conta
               WHEN "3"
                   PERFORM 0130-alterar-conta
               WHEN "4"
                   PERFORM 0140-desativar-conta
               WHEN "5"
                   PERFORM 0150-conferir-lancamentos
               WHEN "6"
                   PERFORM 0160-balancete
               WHEN "7"
                   PERFORM 0170-razao
               WHEN "8"
                   PERFORM 0095-carregar-plano-padrao
               WHEN "L"
               WHEN "l"
                   PERFORM 0200-lancamento-manual
               WHEN "E"
               WHEN "e"
                   PERFORM 0210-estorno-documento
               WHEN "9"
                   CONTINUE
               WHEN OTHER
                   DISPLAY "opcao invalida"
           END-EVALUATE.

       0090-abrir-arquivo SECTION.
      *na primeira execucao o plano ja nasce com as contas que as
      *interfaces da suite usam
           OPEN I-O PLANO.
           IF fs-plano EQUAL 35
               OPEN OUTPUT PLANO
               CLOSE PLANO
               OPEN I-O PLANO
               IF fs-plano EQUAL 00
                   PERFORM 0095-carregar-plano-padrao
               END-IF
           END-IF.
           IF fs-plano NOT EQUAL 00
               DISPLAY "plano de contas indisponivel, status "
                       fs-plano
               MOVE fs-plano to wrk-log-fstatus
               MOVE "plano de contas indisponivel"
                   to wrk-log-mensagem
               CALL "logerr" USING wrk-log-programa
                                   wrk-log-severidade
                                   wrk-log-fstatus wrk-log-mensagem
               STOP RUN
           END-IF.
           OPEN I-O PERIODOS.
           IF fs-periodos EQUAL 35
               OPEN OUTPUT PERIODOS
               CLOSE PERIODOS
               OPEN I-O PERIODOS
           END-IF.

       0095-carregar-plano-padrao SECTION.
      *inclui as contas padrao que faltam; conta ja cadastrada
      *fica como o contador deixou
           MOVE ZERO to wrk-pp-incluidas.
           PERFORM VARYING wrk-pp-ind FROM 1 BY 1
                   UNTIL wrk-pp-ind > wrk-pp-qtd
               MOVE wrk-pp-codigo(wrk-pp-ind) to CTA-CODIGO
               MOVE wrk-pp-descricao(wrk-pp-ind) to CTA-DESCRICAO
               MOVE wrk-pp-tipo(wrk-pp-ind) to CTA-TIPO
               MOVE wrk-pp-natureza(wrk-pp-ind) to CTA-NATUREZA
               SET CONTA-ATIVA to TRUE
               WRITE REG-CONTA
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       ADD 1 to wrk-pp-incluidas
               END-WRITE
           END-PERFORM.
           DISPLAY "contas padrao incluidas: " wrk-pp-incluidas.

       0110-incluir-conta SECTION.
           DISPLAY "codigo da conta (mnemonico)"
               ACCEPT wrk-codigo.
           IF wrk-codigo EQUAL SPACES
               DISPLAY "codigo obrigatorio"
               GO to 0110-fim
           END-IF.
           DISPLAY "descricao"
               ACCEPT wrk-descricao.
           PERFORM 0115-receber-tipo.
           IF wrk-tipo EQUAL SPACE
               GO to 0110-fim
           END-IF.
           MOVE wrk-codigo to CTA-CODIGO.
           MOVE wrk-descricao to CTA-DESCRICAO.
           MOVE wrk-tipo to CTA-TIPO.
           MOVE wrk-natureza to CTA-NATUREZA.
           SET CONTA-ATIVA to TRUE.
           WRITE REG-CONTA
               INVALID KEY
                   DISPLAY "conta ja cadastrada"
               NOT INVALID KEY
                   DISPLAY "conta " CTA-CODIGO " gravada"
           END-WRITE.
       0110-fim.
           EXIT.

       0115-receber-tipo SECTION.
      *tipo e natureza validados juntos; wrk-tipo volta em branco
      *quando a entrada nao serve
           DISPLAY "tipo (A=ativo P=passivo L=patrimonio"
                   " R=receita D=despesa)"
               ACCEPT wrk-tipo.
           INSPECT wrk-tipo CONVERTING "aplrd" to "APLRD".
           IF wrk-tipo NOT EQUAL "A" AND NOT EQUAL "P"
                   AND NOT EQUAL "L" AND NOT EQUAL "R"
                   AND NOT EQUAL "D"
               DISPLAY "tipo invalido"
               MOVE SPACE to wrk-tipo
               GO to 0115-fim
           END-IF.
           DISPLAY "natureza (D=devedora C=credora)"
               ACCEPT wrk-natureza.
           INSPECT wrk-natureza CONVERTING "dc" to "DC".
           IF wrk-natureza NOT EQUAL "D" AND NOT EQUAL "C"
               DISPLAY "natureza invalida"
               MOVE SPACE to wrk-tipo
           END-IF.
       0115-fim.
           EXIT.

       0120-consultar-conta SECTION.
           DISPLAY "conta a consultar"
               ACCEPT wrk-codigo.
           MOVE wrk-codigo to CTA-CODIGO.
           READ PLANO
               INVALID KEY
                   DISPLAY "conta nao encontrada"
               NOT INVALID KEY
                   DISPLAY "descricao: " CTA-DESCRICAO
                   DISPLAY "tipo.....: " CTA-TIPO
                   DISPLAY "natureza.: " CTA-NATUREZA
                   DISPLAY "situacao.: " CTA-SITUACAO
           END-READ.

       0130-alterar-conta SECTION.
           DISPLAY "conta a alterar"
               ACCEPT wrk-codigo.
           MOVE wrk-codigo to CTA-CODIGO.
           READ PLANO
               INVALID KEY
                   DISPLAY "conta nao encontrada"
                   GO to 0130-fim
           END-READ.
           DISPLAY "descricao atual: " CTA-DESCRICAO.
           DISPLAY "tipo/natureza..: " CTA-TIPO "/" CTA-NATUREZA.
           DISPLAY "nova descricao"
               ACCEPT wrk-descricao.
           PERFORM 0115-receber-tipo.
           IF wrk-tipo EQUAL SPACE
               GO to 0130-fim
           END-IF.
           MOVE wrk-descricao to CTA-DESCRICAO.
           MOVE wrk-tipo to CTA-TIPO.
           MOVE wrk-natureza to CTA-NATUREZA.
           REWRITE REG-CONTA.
           DISPLAY "conta regravada".
       0130-fim.
           EXIT.

       0140-desativar-conta SECTION.
      *conta com movimento nao se apaga: desativada, lancamento
      *novo nela passa a cair na lista de rejeitados
           DISPLAY "conta a desativar"
               ACCEPT wrk-codigo.
           MOVE wrk-codigo to CTA-CODIGO.
           READ PLANO
               INVALID KEY
                   DISPLAY "conta nao encontrada"
               NOT INVALID KEY
                   DISPLAY "conta: " CTA-DESCRICAO
                   DISPLAY "confirma desativacao (s/n)"
                       ACCEPT wrk-confirma
                   IF wrk-confirma EQUAL "S" OR wrk-confirma EQUAL "s"
                       SET CONTA-INATIVA to TRUE
                       REWRITE REG-CONTA
                   END-IF
           END-READ.

       0150-conferir-lancamentos SECTION.
      *passa o arquivo inteiro contra o plano e lista o que caiu em
      *conta desconhecida ou desativada, com a competencia, para o
      *contador acertar o plano ou a interface de origem
           PERFORM 0180-carregar-plano.
           PERFORM 0185-abrir-rejeitados.
           MOVE ZERO to wrk-lidos wrk-rejeitados.
           OPEN INPUT LANCAMENTOS.
           IF fs-lancamentos NOT EQUAL 00
               DISPLAY "sem lancamentos contabeis"
           ELSE
               READ LANCAMENTOS
               PERFORM UNTIL fs-lancamentos NOT EQUAL 00
                   ADD 1 to wrk-lidos
                   PERFORM 0181-localizar-conta
                   IF wrk-cta-achou NOT EQUAL "S"
                       PERFORM 0186-gravar-rejeitado
                   END-IF
                   READ LANCAMENTOS
               END-PERFORM
               CLOSE LANCAMENTOS
           END-IF.
           PERFORM 0187-fechar-rejeitados.
           DISPLAY "lancamentos lidos: " wrk-lidos
                   " rejeitados: " wrk-rejeitados.

       0160-balancete SECTION.
      *balancete de verificacao da competencia: tudo antes dela vira
      *saldo anterior, o da propria competencia vai para debitos e
      *creditos, e o posterior e ignorado; conta fora do plano vai
      *para a lista de rejeitados e nao entra nos totais
           DISPLAY "competencia (AAAAMM)"
               ACCEPT wrk-competencia.
           MOVE wrk-competencia to wrk-comp-x.
           PERFORM 0180-carregar-plano.
           PERFORM 0185-abrir-rejeitados.
           MOVE ZERO to wrk-lidos wrk-rejeitados.
           OPEN INPUT LANCAMENTOS.
           IF fs-lancamentos EQUAL 00
               READ LANCAMENTOS
               PERFORM UNTIL fs-lancamentos NOT EQUAL 00
                   IF LAN-COMPETENCIA NOT > wrk-competencia
                       ADD 1 to wrk-lidos
                       PERFORM 0181-localizar-conta
                       IF wrk-cta-achou EQUAL "S"
                           PERFORM 0161-acumular-balancete
                       ELSE
                           PERFORM 0186-gravar-rejeitado
                       END-IF
                   END-IF
                   READ LANCAMENTOS
               END-PERFORM
               CLOSE LANCAMENTOS
           END-IF.
           PERFORM 0187-fechar-rejeitados.

           OPEN OUTPUT REL-BALANCETE.
           MOVE SPACES to REL-BL-LINHA.
           MOVE "balancete de verificacao - competencia"
               to REL-BL-LINHA(1:38).
           MOVE wrk-comp-x to REL-BL-LINHA(40:6).
           WRITE REL-BALANCETE-REG.
           MOVE SPACES to REL-BL-LINHA.
           MOVE "conta      descricao" to REL-BL-LINHA(1:20).
           MOVE "t n  saldo anterior" to REL-BL-LINHA(32:19).
           MOVE "debitos       creditos    saldo atual"
               to REL-BL-LINHA(58:37).
           WRITE REL-BALANCETE-REG.
           MOVE ZERO to wrk-tot-debitos wrk-tot-creditos.
           PERFORM VARYING wrk-cta-ind FROM 1 BY 1
                   UNTIL wrk-cta-ind > wrk-cta-qtd
               IF wrk-cta-anterior(wrk-cta-ind) NOT EQUAL ZERO
                       OR wrk-cta-debitos(wrk-cta-ind) > ZERO
                       OR wrk-cta-creditos(wrk-cta-ind) > ZERO
                   PERFORM 0162-linha-balancete
               END-IF
           END-PERFORM.
           MOVE SPACES to REL-BL-LINHA.
           MOVE "totais da competencia" to REL-BL-LINHA(1:21).
           MOVE wrk-tot-debitos to wrk-valor-gr-ed.
           MOVE wrk-valor-gr-ed to REL-BL-LINHA(51:14).
           MOVE wrk-tot-creditos to wrk-valor-gr-ed.
           MOVE wrk-valor-gr-ed to REL-BL-LINHA(66:14).
           WRITE REL-BALANCETE-REG.
           COMPUTE wrk-diferenca = wrk-tot-debitos - wrk-tot-creditos.
           IF wrk-diferenca NOT EQUAL ZERO
               MOVE SPACES to REL-BL-LINHA
               MOVE "*** debitos e creditos nao batem - diferenca"
                   to REL-BL-LINHA(1:44)
               MOVE wrk-diferenca to wrk-saldo-ed
               MOVE wrk-saldo-ed to REL-BL-LINHA(46:14)
               WRITE REL-BALANCETE-REG
           END-IF.
           IF wrk-rejeitados > ZERO
               MOVE SPACES to REL-BL-LINHA
               MOVE "lancamentos rejeitados (fora do balancete):"
                   to REL-BL-LINHA(1:43)
               MOVE wrk-rejeitados to REL-BL-LINHA(45:7)
               WRITE REL-BALANCETE-REG
           END-IF.
           CLOSE REL-BALANCETE.
           DISPLAY "balancete gravado em balancete.txt - rejeitados: "
                   wrk-rejeitados.

       0161-acumular-balancete SECTION.
           IF LAN-COMPETENCIA < wrk-competencia
               IF LAN-DC EQUAL "D"
                   ADD LAN-VALOR to wrk-cta-anterior(wrk-cta-ind)
               ELSE
                   SUBTRACT LAN-VALOR
                       FROM wrk-cta-anterior(wrk-cta-ind)
               END-IF
           ELSE
               IF LAN-DC EQUAL "D"
                   ADD LAN-VALOR to wrk-cta-debitos(wrk-cta-ind)
               ELSE
                   ADD LAN-VALOR to wrk-cta-creditos(wrk-cta-ind)
               END-IF
           END-IF.

       0162-linha-balancete SECTION.
      *saldos impressos do lado da natureza da conta: positivo e o
      *saldo normal, negativo e conta com saldo invertido
           MOVE SPACES to REL-BL-LINHA.
           MOVE wrk-cta-codigo(wrk-cta-ind) to REL-BL-LINHA(1:10).
           MOVE wrk-cta-descricao(wrk-cta-ind)
               to REL-BL-LINHA(12:19).
           MOVE wrk-cta-tipo(wrk-cta-ind) to REL-BL-LINHA(32:1).
           MOVE wrk-cta-natureza(wrk-cta-ind) to REL-BL-LINHA(34:1).
           MOVE wrk-cta-anterior(wrk-cta-ind) to wrk-saldo.
           PERFORM 0163-virar-saldo.
           MOVE wrk-saldo-ed to REL-BL-LINHA(36:14).
           MOVE wrk-cta-debitos(wrk-cta-ind) to wrk-valor-gr-ed.
           MOVE wrk-valor-gr-ed to REL-BL-LINHA(51:14).
           MOVE wrk-cta-creditos(wrk-cta-ind) to wrk-valor-gr-ed.
           MOVE wrk-valor-gr-ed to REL-BL-LINHA(66:14).
           COMPUTE wrk-saldo = wrk-cta-anterior(wrk-cta-ind)
                   + wrk-cta-debitos(wrk-cta-ind)
                   - wrk-cta-creditos(wrk-cta-ind).
           PERFORM 0163-virar-saldo.
           MOVE wrk-saldo-ed to REL-BL-LINHA(81:14).
           WRITE REL-BALANCETE-REG.
           ADD wrk-cta-debitos(wrk-cta-ind) to wrk-tot-debitos.
           ADD wrk-cta-creditos(wrk-cta-ind) to wrk-tot-creditos.

       0163-virar-saldo SECTION.
      *wrk-saldo (sentido devedor) vira wrk-saldo-ed no sentido da
      *natureza da conta corrente da tabela
           IF wrk-cta-natureza(wrk-cta-ind) EQUAL "C"
               COMPUTE wrk-saldo-imp = ZERO - wrk-saldo
           ELSE
               MOVE wrk-saldo to wrk-saldo-imp
           END-IF.
           MOVE wrk-saldo-imp to wrk-saldo-ed.

       0170-razao SECTION.
      *razao da competencia: por conta, o saldo anterior, cada
      *lancamento do mes na ordem do arquivo com o saldo corrente e
      *o saldo final; conta em branco emite todas as que tiveram
      *saldo ou movimento
           DISPLAY "competencia (AAAAMM)"
               ACCEPT wrk-competencia.
           MOVE wrk-competencia to wrk-comp-x.
           DISPLAY "conta (brancos = todas)"
               ACCEPT wrk-rz-conta.
           PERFORM 0180-carregar-plano.
      *primeira passada: saldos anteriores e movimento de cada
      *conta, para saber quais entram no razao
           OPEN INPUT LANCAMENTOS.
           IF fs-lancamentos EQUAL 00
               READ LANCAMENTOS
               PERFORM UNTIL fs-lancamentos NOT EQUAL 00
                   IF LAN-COMPETENCIA NOT > wrk-competencia
                       PERFORM 0181-localizar-conta
                       IF wrk-cta-achou EQUAL "S"
                           PERFORM 0161-acumular-balancete
                       END-IF
                   END-IF
                   READ LANCAMENTOS
               END-PERFORM
               CLOSE LANCAMENTOS
           END-IF.

           OPEN OUTPUT REL-RAZAO.
           MOVE SPACES to REL-RZ-LINHA.
           MOVE "razao - competencia" to REL-RZ-LINHA(1:19).
           MOVE wrk-comp-x to REL-RZ-LINHA(21:6).
           WRITE REL-RAZAO-REG.
           MOVE ZERO to wrk-rz-contas.
           PERFORM VARYING wrk-cta-ind FROM 1 BY 1
                   UNTIL wrk-cta-ind > wrk-cta-qtd
               IF wrk-rz-conta EQUAL SPACES
                       OR wrk-rz-conta EQUAL wrk-cta-codigo(wrk-cta-ind)
                   IF wrk-cta-anterior(wrk-cta-ind) NOT EQUAL ZERO
                           OR wrk-cta-debitos(wrk-cta-ind) > ZERO
                           OR wrk-cta-creditos(wrk-cta-ind) > ZERO
                           OR wrk-rz-conta NOT EQUAL SPACES
                       ADD 1 to wrk-rz-contas
                       PERFORM 0171-razao-conta
                   END-IF
               END-IF
           END-PERFORM.
           CLOSE REL-RAZAO.
           IF wrk-rz-contas EQUAL ZERO
               DISPLAY "nenhuma conta no razao (conta fora do plano?)"
           ELSE
               DISPLAY "razao gravado em razao.txt - contas: "
                       wrk-rz-contas
           END-IF.

       0171-razao-conta SECTION.
      *folha da conta corrente da tabela: segunda passada no
      *arquivo so com os lancamentos dela na competencia
           MOVE SPACES to REL-RZ-LINHA.
           WRITE REL-RAZAO-REG.
           MOVE SPACES to REL-RZ-LINHA.
           MOVE "conta" to REL-RZ-LINHA(1:5).
           MOVE wrk-cta-codigo(wrk-cta-ind) to REL-RZ-LINHA(7:10).
           MOVE wrk-cta-descricao(wrk-cta-ind) to REL-RZ-LINHA(18:30).
           MOVE "natureza" to REL-RZ-LINHA(50:8).
           MOVE wrk-cta-natureza(wrk-cta-ind) to REL-RZ-LINHA(59:1).
           WRITE REL-RAZAO-REG.
           MOVE SPACES to REL-RZ-LINHA.
           MOVE "saldo anterior" to REL-RZ-LINHA(3:14).
           MOVE wrk-cta-anterior(wrk-cta-ind) to wrk-saldo.
           PERFORM 0163-virar-saldo.
           MOVE wrk-saldo-ed to REL-RZ-LINHA(81:14).
           WRITE REL-RAZAO-REG.
           MOVE ZERO to wrk-rz-linhas.
           OPEN INPUT LANCAMENTOS.
           IF fs-lancamentos EQUAL 00
               READ LANCAMENTOS
               PERFORM UNTIL fs-lancamentos NOT EQUAL 00
                   IF LAN-COMPETENCIA EQUAL wrk-competencia
                           AND LAN-CONTA EQUAL
                               wrk-cta-codigo(wrk-cta-ind)
                       PERFORM 0172-linha-razao
                   END-IF
                   READ LANCAMENTOS
               END-PERFORM
               CLOSE LANCAMENTOS
           END-IF.
           MOVE SPACES to REL-RZ-LINHA.
           MOVE "lancamentos:" to REL-RZ-LINHA(3:12).
           MOVE wrk-rz-linhas to REL-RZ-LINHA(16:5).
           MOVE "saldo atual" to REL-RZ-LINHA(23:11).
           MOVE wrk-cta-debitos(wrk-cta-ind) to wrk-valor-gr-ed.
           MOVE wrk-valor-gr-ed to REL-RZ-LINHA(51:14).
           MOVE wrk-cta-creditos(wrk-cta-ind) to wrk-valor-gr-ed.
           MOVE wrk-valor-gr-ed to REL-RZ-LINHA(66:14).
           COMPUTE wrk-saldo = wrk-cta-anterior(wrk-cta-ind)
                   + wrk-cta-debitos(wrk-cta-ind)
                   - wrk-cta-creditos(wrk-cta-ind).
           PERFORM 0163-virar-saldo.
           MOVE wrk-saldo-ed to REL-RZ-LINHA(81:14).
           WRITE REL-RAZAO-REG.

       0172-linha-razao SECTION.
      *o saldo corrente parte do anterior e anda a cada linha
           IF wrk-rz-linhas EQUAL ZERO
               MOVE wrk-cta-anterior(wrk-cta-ind) to wrk-saldo
           END-IF.
           ADD 1 to wrk-rz-linhas.
           MOVE SPACES to REL-RZ-LINHA.
           MOVE LAN-HISTORICO to REL-RZ-LINHA(3:30).
           MOVE LAN-DC to REL-RZ-LINHA(35:1).
           MOVE LAN-ORIGEM to REL-RZ-LINHA(37:1).
           IF LAN-DOCUMENTO > ZERO
               MOVE LAN-DOCUMENTO to REL-RZ-LINHA(39:7)
           END-IF.
           IF LAN-DC EQUAL "D"
               MOVE LAN-VALOR to wrk-valor-gr-ed
               MOVE wrk-valor-gr-ed to REL-RZ-LINHA(51:14)
               ADD LAN-VALOR to wrk-saldo
           ELSE
               MOVE LAN-VALOR to wrk-valor-gr-ed
               MOVE wrk-valor-gr-ed to REL-RZ-LINHA(66:14)
               SUBTRACT LAN-VALOR FROM wrk-saldo
           END-IF.
      *a virada usa e devolve wrk-saldo intacto; so o editado muda
           PERFORM 0163-virar-saldo.
           MOVE wrk-saldo-ed to REL-RZ-LINHA(81:14).
           WRITE REL-RAZAO-REG.

       0180-carregar-plano SECTION.
      *plano ativo para a memoria, com os acumulados zerados; a
      *leitura pela chave deixa a tabela em ordem de codigo
           MOVE ZERO to wrk-cta-qtd.
           MOVE LOW-VALUES to CTA-CODIGO.
           START PLANO KEY IS NOT LESS THAN CTA-CODIGO.
           IF fs-plano EQUAL 00
               READ PLANO NEXT
               PERFORM UNTIL fs-plano NOT EQUAL 00
                   IF CONTA-ATIVA
                       IF wrk-cta-qtd < 200
                           ADD 1 to wrk-cta-qtd
                           MOVE CTA-CODIGO
                               to wrk-cta-codigo(wrk-cta-qtd)
                           MOVE CTA-DESCRICAO
                               to wrk-cta-descricao(wrk-cta-qtd)
                           MOVE CTA-TIPO to wrk-cta-tipo(wrk-cta-qtd)
                           MOVE CTA-NATUREZA
                               to wrk-cta-natureza(wrk-cta-qtd)
                           MOVE ZERO to wrk-cta-anterior(wrk-cta-qtd)
                           MOVE ZERO to wrk-cta-debitos(wrk-cta-qtd)
                           MOVE ZERO to wrk-cta-creditos(wrk-cta-qtd)
                       ELSE
                           DISPLAY "tabela do plano cheia - conta"
                                   " fora: " CTA-CODIGO
                       END-IF
                   END-IF
                   READ PLANO NEXT
               END-PERFORM
           END-IF.

       0181-localizar-conta SECTION.
      *acha LAN-CONTA na tabela; wrk-cta-ind aponta a conta achada
           MOVE "N" to wrk-cta-achou.
           PERFORM VARYING wrk-cta-ind FROM 1 BY 1
                   UNTIL wrk-cta-ind > wrk-cta-qtd
               IF wrk-cta-codigo(wrk-cta-ind) EQUAL LAN-CONTA
                   MOVE "S" to wrk-cta-achou
                   EXIT PERFORM
               END-IF
           END-PERFORM.

       0185-abrir-rejeitados SECTION.
           OPEN OUTPUT REL-REJEITADOS.
           MOVE SPACES to REL-RJ-LINHA.
           MOVE "lancamentos em conta fora do plano"
               to REL-RJ-LINHA(1:34).
           ACCEPT REL-RJ-LINHA(36:8) FROM DATE YYYYMMDD.
           WRITE REL-REJEITADOS-REG.

       0186-gravar-rejeitado SECTION.
           ADD 1 to wrk-rejeitados.
           MOVE SPACES to REL-RJ-LINHA.
           MOVE LAN-COMPETENCIA to REL-RJ-LINHA(1:6).
           MOVE LAN-CONTA to REL-RJ-LINHA(8:10).
           MOVE LAN-DC to REL-RJ-LINHA(19:1).
           MOVE LAN-VALOR to wrk-valor-gr-ed.
           MOVE wrk-valor-gr-ed to REL-RJ-LINHA(21:14).
           MOVE LAN-HISTORICO to REL-RJ-LINHA(36:30).
           MOVE LAN-ORIGEM to REL-RJ-LINHA(67:1).
           IF LAN-DOCUMENTO > ZERO
               MOVE LAN-DOCUMENTO to REL-RJ-LINHA(69:7)
           END-IF.
           WRITE REL-REJEITADOS-REG.

       0187-fechar-rejeitados SECTION.
           MOVE SPACES to REL-RJ-LINHA.
           MOVE "lancamentos rejeitados:" to REL-RJ-LINHA(1:23).
           MOVE wrk-rejeitados to REL-RJ-LINHA(25:7).
           WRITE REL-REJEITADOS-REG.
           CLOSE REL-REJEITADOS.
           IF wrk-rejeitados > ZERO
               MOVE "A" to wrk-log-severidade
               MOVE SPACES to wrk-log-fstatus
               MOVE "lancamentos em conta fora do plano"
                   to wrk-log-mensagem
               CALL "logerr" USING wrk-log-programa
                                   wrk-log-severidade
                                   wrk-log-fstatus wrk-log-mensagem
               MOVE "E" to wrk-log-severidade
           END-IF.

       0200-lancamento-manual SECTION.
      *documento de lancamento manual: varias linhas conta/D-C/
      *valor/historico numa competencia aberta; so grava quando a
      *soma dos debitos bate com a dos creditos
           DISPLAY "competencia do lancamento (AAAAMM)"
               ACCEPT wrk-per-comp.
           PERFORM 0098-verificar-competencia.
           IF wrk-per-fechada EQUAL "S"
               DISPLAY "competencia fechada - lancamento recusado"
               GO to 0200-fim
           END-IF.
           PERFORM 0180-carregar-plano.
           MOVE ZERO to wrk-doc-qtd wrk-doc-debitos wrk-doc-creditos.
           MOVE "N" to wrk-doc-fim.
           PERFORM 0201-receber-linha UNTIL wrk-doc-fim EQUAL "S".
           IF wrk-doc-qtd < 2
               DISPLAY "documento precisa de ao menos duas linhas"
                       " - nada gravado"
               GO to 0200-fim
           END-IF.
           IF wrk-doc-debitos NOT EQUAL wrk-doc-creditos
               MOVE wrk-doc-debitos to wrk-valor-gr-ed
               DISPLAY "debitos.: " wrk-valor-gr-ed
               MOVE wrk-doc-creditos to wrk-valor-gr-ed
               DISPLAY "creditos: " wrk-valor-gr-ed
               DISPLAY "debitos e creditos nao batem - nada gravado"
               GO to 0200-fim
           END-IF.
           DISPLAY "confirma a gravacao do documento (s/n)"
               ACCEPT wrk-confirma.
           IF wrk-confirma NOT EQUAL "S" AND NOT EQUAL "s"
               DISPLAY "documento abandonado"
               GO to 0200-fim
           END-IF.
           PERFORM 0085-obter-numero.
           MOVE ZERO to wrk-est-documento.
           PERFORM 0205-gravar-documento.
           PERFORM 0086-gravar-numero.
       0200-fim.
           EXIT.

       0201-receber-linha SECTION.
      *conta em branco encerra o documento; conta fora do plano ou
      *desativada nao entra
           DISPLAY "linha " wrk-doc-qtd " - conta (brancos = fim)"
               ACCEPT wrk-codigo.
           IF wrk-codigo EQUAL SPACES
               MOVE "S" to wrk-doc-fim
               GO to 0201-fim
           END-IF.
           IF wrk-doc-qtd NOT < 30
               DISPLAY "documento cheio (30 linhas)"
               MOVE "S" to wrk-doc-fim
               GO to 0201-fim
           END-IF.
           MOVE wrk-codigo to LAN-CONTA.
           PERFORM 0181-localizar-conta.
           IF wrk-cta-achou NOT EQUAL "S"
               DISPLAY "conta fora do plano ou desativada"
               GO to 0201-fim
           END-IF.
           DISPLAY "  " wrk-cta-descricao(wrk-cta-ind).
           DISPLAY "debito ou credito (D/C)"
               ACCEPT wrk-dc.
           INSPECT wrk-dc CONVERTING "dc" to "DC".
           IF wrk-dc NOT EQUAL "D" AND NOT EQUAL "C"
               DISPLAY "informe D ou C"
               GO to 0201-fim
           END-IF.
           DISPLAY "valor"
               ACCEPT wrk-valor.
           IF wrk-valor EQUAL ZERO
               DISPLAY "valor zerado - linha ignorada"
               GO to 0201-fim
           END-IF.
           DISPLAY "historico"
               ACCEPT wrk-historico.
           ADD 1 to wrk-doc-qtd.
           MOVE wrk-codigo to wrk-doc-conta(wrk-doc-qtd).
           MOVE wrk-dc to wrk-doc-dc(wrk-doc-qtd).
           MOVE wrk-valor to wrk-doc-valor(wrk-doc-qtd).
           MOVE wrk-historico to wrk-doc-historico(wrk-doc-qtd).
           IF wrk-dc EQUAL "D"
               ADD wrk-valor to wrk-doc-debitos
           ELSE
               ADD wrk-valor to wrk-doc-creditos
           END-IF.
       0201-fim.
           EXIT.

       0205-gravar-documento SECTION.
      *linhas do documento em memoria para o arquivo de lancamentos,
      *com origem manual, o numero do documento e, no estorno, o
      *documento desfeito
           OPEN EXTEND LANCAMENTOS.
           IF fs-lancamentos EQUAL 35
               OPEN OUTPUT LANCAMENTOS
           END-IF.
           PERFORM VARYING wrk-doc-ind FROM 1 BY 1
                   UNTIL wrk-doc-ind > wrk-doc-qtd
               MOVE SPACES to REG-LANCAMENTO
               SET LANC-MANUAL to TRUE
               MOVE wrk-per-comp to LAN-COMPETENCIA
               MOVE wrk-doc-conta(wrk-doc-ind) to LAN-CONTA
               MOVE wrk-doc-dc(wrk-doc-ind) to LAN-DC
               MOVE wrk-doc-valor(wrk-doc-ind) to LAN-VALOR
               MOVE wrk-doc-historico(wrk-doc-ind) to LAN-HISTORICO
               MOVE wrk-numero to LAN-DOCUMENTO
               MOVE wrk-est-documento to LAN-ESTORNO-DE
               WRITE REG-LANCAMENTO
           END-PERFORM.
           CLOSE LANCAMENTOS.
           DISPLAY "documento " wrk-numero " gravado com "
                   wrk-doc-qtd " linhas".

       0210-estorno-documento SECTION.
      *estorno integral de um documento manual: as mesmas linhas
      *com debito e credito trocados, num documento novo que aponta
      *o original; documento ja estornado nao estorna de novo
           DISPLAY "documento a estornar"
               ACCEPT wrk-est-documento.
           IF wrk-est-documento EQUAL ZERO
               GO to 0210-fim
           END-IF.
           MOVE ZERO to wrk-doc-qtd.
           MOVE "N" to wrk-est-ja-estornado.
           OPEN INPUT LANCAMENTOS.
           IF fs-lancamentos EQUAL 00
               READ LANCAMENTOS
               PERFORM UNTIL fs-lancamentos NOT EQUAL 00
                   IF LAN-ESTORNO-DE EQUAL wrk-est-documento
                       MOVE "S" to wrk-est-ja-estornado
                   END-IF
                   IF LAN-DOCUMENTO EQUAL wrk-est-documento
                           AND wrk-doc-qtd < 30
                       ADD 1 to wrk-doc-qtd
                       MOVE LAN-CONTA to wrk-doc-conta(wrk-doc-qtd)
                       IF LAN-DC EQUAL "D"
                           MOVE "C" to wrk-doc-dc(wrk-doc-qtd)
                       ELSE
                           MOVE "D" to wrk-doc-dc(wrk-doc-qtd)
                       END-IF
                       MOVE LAN-VALOR to wrk-doc-valor(wrk-doc-qtd)
                       MOVE SPACES to wrk-doc-historico(wrk-doc-qtd)
                       STRING "estorno doc " wrk-est-documento " "
                               LAN-HISTORICO
                               DELIMITED BY SIZE
                               INTO wrk-doc-historico(wrk-doc-qtd)
                       END-STRING
                       DISPLAY LAN-COMPETENCIA " " LAN-CONTA " "
                               LAN-DC " " LAN-VALOR " " LAN-HISTORICO
                   END-IF
                   READ LANCAMENTOS
               END-PERFORM
               CLOSE LANCAMENTOS
           END-IF.
           IF wrk-doc-qtd EQUAL ZERO
               DISPLAY "documento nao encontrado"
               GO to 0210-fim
           END-IF.
           IF wrk-est-ja-estornado EQUAL "S"
               DISPLAY "documento ja estornado"
               GO to 0210-fim
           END-IF.
           DISPLAY "competencia do estorno (AAAAMM)"
               ACCEPT wrk-per-comp.
           PERFORM 0098-verificar-competencia.
           IF wrk-per-fechada EQUAL "S"
               DISPLAY "competencia fechada - estorno recusado"
               GO to 0210-fim
           END-IF.
           DISPLAY "confirma o estorno das " wrk-doc-qtd
                   " linhas acima (s/n)"
               ACCEPT wrk-confirma.
           IF wrk-confirma NOT EQUAL "S" AND NOT EQUAL "s"
               GO to 0210-fim
           END-IF.
           PERFORM 0085-obter-numero.
           PERFORM 0205-gravar-documento.
           PERFORM 0086-gravar-numero.
       0210-fim.
           EXIT.

       0085-obter-numero SECTION.
           MOVE 1 to wrk-numero.
           OPEN INPUT NUM-CONTROL.
           IF fs-num-control EQUAL 00
               READ NUM-CONTROL
               IF fs-num-control EQUAL 00
                   MOVE NUM-PROXIMO to wrk-numero
               END-IF
               CLOSE NUM-CONTROL
           END-IF.

       0086-gravar-numero SECTION.
           COMPUTE NUM-PROXIMO = wrk-numero + 1.
           OPEN OUTPUT NUM-CONTROL.
           WRITE NUM-CONTROL-REG.
           CLOSE NUM-CONTROL.

       0098-verificar-competencia SECTION.
      *wrk-per-fechada = "S" quando a competencia em wrk-per-comp
      *ja foi travada no prg14; sem registro o mes esta aberto
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

       0300-finaliza SECTION.
           DISPLAY "finalizar".
           CLOSE PLANO.
           CLOSE PERIODOS.
           GOBACK.

       END PROGRAM contabil.
