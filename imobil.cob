      ******************************************************************
      * Author:
      * Date:
      * Purpose: ativo imobilizado: cadastro dos bens (veiculos,
      *          computadores, moveis...) com classe e vida util,
      *          centro de custo, fornecedor e titulo do contas a
      *          pagar de origem; depreciacao linear mensal lancada
      *          na interface contabil por centro de custo, sem
      *          entrar em competencia fechada no periodos.dat (mes
      *          esquecido e recuperado na rodada seguinte); baixa
      *          com a apuracao do ganho ou perda; relatorio de
      *          custo, depreciacao acumulada e valor residual por
      *          classe em imobilizado-classes.txt
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. imobil.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.

       FILE-CONTROL.
       SELECT PATRIMONIO ASSIGN TO "./imobilizado.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PAT-NUMERO
               FILE STATUS IS FS-PATRIMONIO.
       SELECT FORNECEDORES ASSIGN TO "./fornecedores.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FOR-CODIGO
               FILE STATUS IS FS-FORNECEDORES.
       SELECT PAGAR ASSIGN TO "./contas-a-pagar.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CP-NUMERO
               ALTERNATE RECORD KEY IS CP-FORNECEDOR
                   WITH DUPLICATES
               FILE STATUS IS FS-PAGAR.
      *competencias travadas no prg14: a depreciacao e a baixa nao
      *lancam em mes fechado
       SELECT PERIODOS ASSIGN TO "./periodos.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PER-COMPETENCIA
               FILE STATUS IS FS-PERIODOS.
       SELECT LANCAMENTOS ASSIGN TO "./lancamentos-contabeis.dat"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS FS-LANCAMENTOS.
       SELECT REL-DEPRECIACAO ASSIGN TO "./depreciacao-mes.txt"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS FS-REL-DEPRECIACAO.
       SELECT REL-CLASSES ASSIGN TO "./imobilizado-classes.txt"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS FS-REL-CLASSES.
       DATA DIVISION.
       FILE SECTION.
           FD PATRIMONIO.
           COPY "patreg.cpy".
           FD FORNECEDORES.
           COPY "fornreg.cpy".
           FD PAGAR.
           COPY "pagreg.cpy".
           FD PERIODOS.
               01 REG-PERIODO.
                   02 PER-COMPETENCIA PIC 9(06).
                   02 PER-SITUACAO PIC X(01).
                       88 PERIODO-ABERTO  VALUE "A".
                       88 PERIODO-FECHADO VALUE "F".
           FD LANCAMENTOS.
           COPY "lanreg.cpy".
           FD REL-DEPRECIACAO.
               01 REL-DEPRECIACAO-REG.
                   02 REL-DP-LINHA PIC X(80).
           FD REL-CLASSES.
               01 REL-CLASSES-REG.
                   02 REL-CL-LINHA PIC X(80).
       WORKING-STORAGE SECTION.
       77 fs-patrimonio pic 9(02) value ZERO.
       77 fs-fornecedores pic 9(02) value ZERO.
       77 fs-pagar pic 9(02) value ZERO.
       77 fs-periodos pic 9(02) value ZERO.
       77 fs-lancamentos pic 9(02) value ZERO.
       77 fs-rel-depreciacao pic 9(02) value ZERO.
       77 fs-rel-classes pic 9(02) value ZERO.
       77 wrk-opcao pic 9(01) value ZERO.
       77 wrk-numero pic 9(06) value ZERO.
       77 wrk-descricao pic x(30) value SPACES.
       77 wrk-classe pic x(02) value SPACES.
       77 wrk-aquisicao pic 9(08) value ZERO.
       77 wrk-valor pic 9(10)v99 value ZERO.
       77 wrk-centro-custo pic 9(03) value ZERO.
       77 wrk-fornecedor pic 9(05) value ZERO.
       77 wrk-cp-numero pic 9(07) value ZERO.
       77 wrk-dados-ok pic x(01) value "N".
       77 wrk-confirma pic x(01) value SPACE.
       77 wrk-valor-ed pic zzzzzzzzz9.99 value ZERO.
       77 wrk-total-ed pic zzzzzzzzzz9.99 value ZERO.
       77 wrk-resultado-ed pic -zzzzzzzzz9.99 value ZERO.
       77 wrk-hoje pic 9(08) value ZERO.
      *classe corrente na tabela de classes
       COPY "tabimob.cpy".
       77 wrk-cl-ind pic 9(02) value ZERO.
       77 wrk-cl-achou pic x(01) value "N".
      *competencia fechada (periodos.dat ausente = tudo aberto)
       77 wrk-per-comp pic 9(06) value ZERO.
       77 wrk-per-fechada pic x(01) value "N".
       77 wrk-per-disponivel pic x(01) value "N".
      *depreciacao: competencia da rodada, meses em serie (ano*12 +
      *mes) para contar os meses pendentes de cada bem
       77 wrk-competencia pic 9(06) value ZERO.
       01 wrk-sr-comp.
           05 wrk-sr-ano pic 9(04).
           05 wrk-sr-mes pic 9(02).
       77 wrk-sr-serial pic 9(06) value ZERO.
       77 wrk-dp-serial-run pic 9(06) value ZERO.
       77 wrk-dp-serial-ini pic 9(06) value ZERO.
       77 wrk-dp-meses pic 9(03) value ZERO.
       77 wrk-dp-quota pic 9(10)v99 value ZERO.
       77 wrk-dp-valor pic 9(10)v99 value ZERO.
       77 wrk-dp-pendente pic x(01) value "N".
       77 wrk-dp-qtd pic 9(05) value ZERO.
       77 wrk-dp-total pic 9(10)v99 value ZERO.
       77 wrk-ctc-qtd pic 9(02) value ZERO.
       77 wrk-ctc-ind pic 9(02) value ZERO.
       77 wrk-ctc-achou pic x(01) value "N".
       01 wrk-tab-centros.
           05 wrk-ctc-ent OCCURS 30 times.
               10 wrk-ctc-codigo pic 9(03).
               10 wrk-ctc-valor pic 9(10)v99.
      *baixa
       77 wrk-baixa-data pic 9(08) value ZERO.
       77 wrk-baixa-valor pic 9(10)v99 value ZERO.
       77 wrk-baixa-depr pic 9(10)v99 value ZERO.
       77 wrk-residual pic 9(10)v99 value ZERO.
       77 wrk-resultado pic s9(10)v99 value ZERO.
      *relatorio por classe
       77 wrk-rl-qtd pic 9(05) value ZERO.
       77 wrk-rl-custo pic 9(12)v99 value ZERO.
       77 wrk-rl-acum pic 9(12)v99 value ZERO.
       77 wrk-rl-tot-qtd pic 9(05) value ZERO.
       77 wrk-rl-tot-custo pic 9(12)v99 value ZERO.
       77 wrk-rl-tot-acum pic 9(12)v99 value ZERO.
      *parametros do modulo de servicos de data (datesrv)
       77 wrk-ds-funcao pic x(01) value SPACE.
       77 wrk-ds-data1 pic 9(08) value ZERO.
       77 wrk-ds-data2 pic 9(08) value ZERO.
       77 wrk-ds-dias pic s9(08) value ZERO.
       77 wrk-ds-status pic x(02) value SPACES.

       PROCEDURE DIVISION.

       0050-principal section.
           MOVE ZERO to wrk-opcao.
           PERFORM 0100-inicializar.
           PERFORM 0200-menu UNTIL wrk-opcao EQUAL 9.
           DISPLAY "finalizar".
           CLOSE PATRIMONIO.
           CLOSE FORNECEDORES.
           IF wrk-per-disponivel EQUAL "S"
               CLOSE PERIODOS
           END-IF.
           GOBACK.

       0100-inicializar SECTION.
           OPEN I-O PATRIMONIO.
           IF fs-patrimonio EQUAL 35
               OPEN OUTPUT PATRIMONIO
               CLOSE PATRIMONIO
               OPEN I-O PATRIMONIO
           END-IF.
           IF fs-patrimonio NOT EQUAL 00
               DISPLAY "erro ao abrir imobilizado, status "
                       fs-patrimonio
               STOP RUN
           END-IF.
           OPEN INPUT FORNECEDORES.
           IF fs-fornecedores NOT EQUAL 00
               DISPLAY "cadastro de fornecedores indisponivel, status "
                       fs-fornecedores
               CLOSE PATRIMONIO
               STOP RUN
           END-IF.
      *sem periodos.dat nenhum mes foi fechado ainda
           OPEN INPUT PERIODOS.
           IF fs-periodos EQUAL 00
               MOVE "S" to wrk-per-disponivel
           END-IF.

       0200-menu SECTION.
           DISPLAY "1-incluir  2-consultar  3-depreciacao do mes"
               "  4-baixa  5-relatorio por classe  9-sair".
           DISPLAY "opcao"
               ACCEPT wrk-opcao.
           EVALUATE wrk-opcao
               WHEN 1
                   PERFORM 0110-incluir
               WHEN 2
                   PERFORM 0120-consultar
               WHEN 3
                   PERFORM 0300-depreciacao-mes
               WHEN 4
                   PERFORM 0400-baixa
               WHEN 5
                   PERFORM 0500-relatorio-classes
               WHEN 9
                   CONTINUE
               WHEN OTHER
                   DISPLAY "opcao invalida"
           END-EVALUATE.

       0110-incluir SECTION.
           DISPLAY "numero de patrimonio"
               ACCEPT wrk-numero.
           IF wrk-numero EQUAL ZERO
               DISPLAY "numero invalido"
               GO to 0110-fim
           END-IF.
           MOVE wrk-numero to PAT-NUMERO.
           READ PATRIMONIO
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   DISPLAY "numero ja cadastrado"
                   GO to 0110-fim
           END-READ.
           DISPLAY "descricao do bem"
               ACCEPT wrk-descricao.
           PERFORM 0160-receber-dados.
           IF wrk-dados-ok NOT EQUAL "S"
               GO to 0110-fim
           END-IF.
           MOVE wrk-numero to PAT-NUMERO.
           MOVE wrk-descricao to PAT-DESCRICAO.
           MOVE wrk-classe to PAT-CLASSE.
           MOVE wrk-cl-meses(wrk-cl-ind) to PAT-VIDA-MESES.
           MOVE wrk-aquisicao to PAT-AQUISICAO.
           MOVE wrk-valor to PAT-VALOR.
           MOVE wrk-centro-custo to PAT-CENTRO-CUSTO.
           MOVE wrk-fornecedor to PAT-FORNECEDOR.
           MOVE wrk-cp-numero to PAT-CP-NUMERO.
           MOVE ZERO to PAT-DEPR-ACUM PAT-ULTIMA-COMP PAT-BAIXA-DATA
                        PAT-BAIXA-VALOR PAT-BAIXA-RESULTADO.
           SET BEM-ATIVO to TRUE.
           WRITE REG-PATRIMONIO
               INVALID KEY
                   DISPLAY "numero ja cadastrado"
                   GO to 0110-fim
           END-WRITE.
           PERFORM 0180-contabilizar-aquisicao.
           DISPLAY "bem gravado - vida util " PAT-VIDA-MESES " meses".
       0110-fim.
           EXIT.

       0120-consultar SECTION.
           DISPLAY "numero de patrimonio"
               ACCEPT wrk-numero.
           MOVE wrk-numero to PAT-NUMERO.
           READ PATRIMONIO
               INVALID KEY
                   DISPLAY "bem nao encontrado"
                   GO to 0120-fim
           END-READ.
           MOVE PAT-CLASSE to wrk-classe.
           PERFORM 0170-achar-classe.
           DISPLAY "descricao.....: " PAT-DESCRICAO.
           IF wrk-cl-achou EQUAL "S"
               DISPLAY "classe........: " PAT-CLASSE " "
                       wrk-cl-descricao(wrk-cl-ind)
           ELSE
               DISPLAY "classe........: " PAT-CLASSE
           END-IF.
           DISPLAY "vida util.....: " PAT-VIDA-MESES " meses".
           DISPLAY "aquisicao.....: " PAT-AQUISICAO.
           DISPLAY "centro custo..: " PAT-CENTRO-CUSTO.
           DISPLAY "fornecedor....: " PAT-FORNECEDOR
                   "  titulo cp " PAT-CP-NUMERO.
           MOVE PAT-VALOR to wrk-valor-ed.
           DISPLAY "custo.........: " wrk-valor-ed.
           MOVE PAT-DEPR-ACUM to wrk-valor-ed.
           DISPLAY "depr.acumulada: " wrk-valor-ed
                   "  ate " PAT-ULTIMA-COMP.
           COMPUTE wrk-residual = PAT-VALOR - PAT-DEPR-ACUM.
           MOVE wrk-residual to wrk-valor-ed.
           DISPLAY "valor residual: " wrk-valor-ed.
           IF BEM-BAIXADO
               MOVE PAT-BAIXA-VALOR to wrk-valor-ed
               MOVE PAT-BAIXA-RESULTADO to wrk-resultado-ed
               DISPLAY "baixado em " PAT-BAIXA-DATA " por "
                       wrk-valor-ed " resultado " wrk-resultado-ed
           END-IF.
       0120-fim.
           EXIT.

       0160-receber-dados SECTION.
      *classe da tabela, aquisicao valida, valor positivo,
      *fornecedor do cadastro e, se informado, titulo do contas a
      *pagar do mesmo fornecedor
           MOVE "N" to wrk-dados-ok.
           DISPLAY "classe (VE-veiculos IN-informatica MO-moveis"
                   " MA-maquinas IS-instalacoes ED-edificacoes)"
               ACCEPT wrk-classe.
           INSPECT wrk-classe CONVERTING "abcdefghijklmnopqrstuvwxyz"
                   to "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
           PERFORM 0170-achar-classe.
           IF wrk-cl-achou NOT EQUAL "S"
               DISPLAY "classe invalida"
               GO to 0160-fim
           END-IF.
           DISPLAY "data de aquisicao (AAAAMMDD)"
               ACCEPT wrk-aquisicao.
           MOVE "V" to wrk-ds-funcao.
           MOVE wrk-aquisicao to wrk-ds-data1.
           CALL "datesrv" USING wrk-ds-funcao wrk-ds-data1
                   wrk-ds-data2 wrk-ds-dias wrk-ds-status.
           IF wrk-ds-status NOT EQUAL "00"
               DISPLAY "data invalida"
               GO to 0160-fim
           END-IF.
           DISPLAY "valor de aquisicao"
               ACCEPT wrk-valor.
           IF wrk-valor EQUAL ZERO
               DISPLAY "valor nao pode ser zero"
               GO to 0160-fim
           END-IF.
           DISPLAY "centro de custo"
               ACCEPT wrk-centro-custo.
           DISPLAY "codigo do fornecedor"
               ACCEPT wrk-fornecedor.
           MOVE wrk-fornecedor to FOR-CODIGO.
           READ FORNECEDORES
               INVALID KEY
                   DISPLAY "fornecedor nao cadastrado"
                   GO to 0160-fim
           END-READ.
           DISPLAY "fornecedor: " FOR-NOME.
           DISPLAY "titulo do contas a pagar (0 = pago a vista)"
               ACCEPT wrk-cp-numero.
           IF wrk-cp-numero NOT EQUAL ZERO
               OPEN INPUT PAGAR
               IF fs-pagar NOT EQUAL 00
                   DISPLAY "contas a pagar indisponivel, status "
                           fs-pagar
                   GO to 0160-fim
               END-IF
               MOVE wrk-cp-numero to CP-NUMERO
               READ PAGAR
                   INVALID KEY
                       MOVE 23 to fs-pagar
               END-READ
               CLOSE PAGAR
               IF fs-pagar NOT EQUAL 00
                   DISPLAY "titulo nao encontrado"
                   GO to 0160-fim
               END-IF
               IF CP-FORNECEDOR NOT EQUAL wrk-fornecedor
                   DISPLAY "titulo e de outro fornecedor"
                   GO to 0160-fim
               END-IF
               IF PAGAR-CANCELADO
                   DISPLAY "titulo cancelado"
                   GO to 0160-fim
               END-IF
           END-IF.
           MOVE "S" to wrk-dados-ok.
       0160-fim.
           EXIT.

       0170-achar-classe SECTION.
           MOVE "N" to wrk-cl-achou.
           PERFORM VARYING wrk-cl-ind FROM 1 BY 1
                   UNTIL wrk-cl-ind > wrk-cl-qtd
               IF wrk-cl-codigo(wrk-cl-ind) EQUAL wrk-classe
                   MOVE "S" to wrk-cl-achou
                   EXIT PERFORM
               END-IF
           END-PERFORM.

       0180-contabilizar-aquisicao SECTION.
      *o titulo do fornecedor ja entrou como compra do mes na
      *interface do ctapagar: aqui a compra e reclassificada para o
      *imobilizado; bem pago a vista sai do caixa. Mes da aquisicao
      *fechado lanca na competencia corrente
           MOVE PAT-AQUISICAO(1:6) to wrk-per-comp.
           PERFORM 0098-verificar-competencia.
           IF wrk-per-fechada EQUAL "S"
               ACCEPT wrk-hoje FROM DATE YYYYMMDD
               MOVE wrk-hoje(1:6) to wrk-per-comp
               DISPLAY "competencia da aquisicao fechada - lancado em "
                       wrk-per-comp
           END-IF.
           OPEN EXTEND LANCAMENTOS.
           IF fs-lancamentos EQUAL 35
               OPEN OUTPUT LANCAMENTOS
           END-IF.
           MOVE SPACES to REG-LANCAMENTO.
           MOVE "I" to LAN-ORIGEM.
           MOVE ZERO to LAN-DOCUMENTO LAN-ESTORNO-DE.
           MOVE wrk-per-comp to LAN-COMPETENCIA.
           MOVE "IMOBILIZ" to LAN-CONTA.
           MOVE "D" to LAN-DC.
           MOVE PAT-VALOR to LAN-VALOR.
           MOVE SPACES to LAN-HISTORICO.
           STRING "aquisicao bem " PAT-NUMERO
                   DELIMITED BY SIZE INTO LAN-HISTORICO
           END-STRING.
           WRITE REG-LANCAMENTO.
           MOVE "C" to LAN-DC.
           IF PAT-CP-NUMERO EQUAL ZERO
               MOVE "CAIXA" to LAN-CONTA
           ELSE
               MOVE "DESPCOMPRA" to LAN-CONTA
               MOVE SPACES to LAN-HISTORICO
               STRING "bem " PAT-NUMERO " titulo " PAT-CP-NUMERO
                       DELIMITED BY SIZE INTO LAN-HISTORICO
               END-STRING
           END-IF.
           WRITE REG-LANCAMENTO.
           CLOSE LANCAMENTOS.

       0098-verificar-competencia SECTION.
      *wrk-per-fechada = "S" quando a competencia em wrk-per-comp
      *ja foi travada no prg14; sem registro o mes esta aberto
           MOVE "N" to wrk-per-fechada.
           IF wrk-per-disponivel EQUAL "S"
               MOVE wrk-per-comp to PER-COMPETENCIA
               READ PERIODOS
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF PERIODO-FECHADO
                           MOVE "S" to wrk-per-fechada
                       END-IF
               END-READ
           END-IF.

       0300-depreciacao-mes SECTION.
      *quota linear (custo / vida util) de cada bem ativo, desde o
      *mes da aquisicao; bem com meses pendentes (rodada esquecida)
      *recebe todos eles nesta competencia, sem passar do custo
           DISPLAY "competencia (AAAAMM, 0 = atual)"
               ACCEPT wrk-competencia.
           IF wrk-competencia EQUAL ZERO
               ACCEPT wrk-hoje FROM DATE YYYYMMDD
               MOVE wrk-hoje(1:6) to wrk-competencia
           END-IF.
           MOVE "V" to wrk-ds-funcao.
           COMPUTE wrk-ds-data1 = (wrk-competencia * 100) + 1.
           CALL "datesrv" USING wrk-ds-funcao wrk-ds-data1
                   wrk-ds-data2 wrk-ds-dias wrk-ds-status.
           IF wrk-ds-status NOT EQUAL "00"
               DISPLAY "competencia invalida"
               GO to 0300-fim
           END-IF.
           MOVE wrk-competencia to wrk-per-comp.
           PERFORM 0098-verificar-competencia.
           IF wrk-per-fechada EQUAL "S"
               DISPLAY "competencia " wrk-competencia
                       " fechada - depreciacao nao lancada"
               GO to 0300-fim
           END-IF.
           OPEN OUTPUT REL-DEPRECIACAO.
           MOVE SPACES to REL-DP-LINHA.
           MOVE "depreciacao do imobilizado - competencia"
               to REL-DP-LINHA(1:40).
           MOVE wrk-competencia to REL-DP-LINHA(42:6).
           WRITE REL-DEPRECIACAO-REG.
           MOVE SPACES to REL-DP-LINHA.
           MOVE "numero descricao                cl  cc meses"
               to REL-DP-LINHA(1:44).
           MOVE "depreciacao    acumulada" to REL-DP-LINHA(50:24).
           WRITE REL-DEPRECIACAO-REG.
           MOVE ZERO to wrk-dp-qtd wrk-dp-total wrk-ctc-qtd.
           MOVE ZERO to PAT-NUMERO.
           START PATRIMONIO KEY IS NOT LESS THAN PAT-NUMERO.
           IF fs-patrimonio EQUAL 00
               READ PATRIMONIO NEXT
               PERFORM UNTIL fs-patrimonio NOT EQUAL 00
                   IF BEM-ATIVO
                       PERFORM 0310-calcular-depreciacao
                       IF wrk-dp-pendente EQUAL "S"
                           PERFORM 0315-aplicar-depreciacao
                           IF wrk-dp-valor > ZERO
                               PERFORM 0320-linha-depreciacao
                           END-IF
                       END-IF
                   END-IF
                   READ PATRIMONIO NEXT
               END-PERFORM
           END-IF.
           MOVE SPACES to REL-DP-LINHA.
           MOVE "bens depreciados:" to REL-DP-LINHA(1:17).
           MOVE wrk-dp-qtd to REL-DP-LINHA(19:5).
           MOVE "total:" to REL-DP-LINHA(36:6).
           MOVE wrk-dp-total to wrk-total-ed.
           MOVE wrk-total-ed to REL-DP-LINHA(47:14).
           WRITE REL-DEPRECIACAO-REG.
           CLOSE REL-DEPRECIACAO.
           IF wrk-dp-total > ZERO
               PERFORM 0330-contabilizar-depreciacao
           END-IF.
           DISPLAY "depreciacao de " wrk-dp-qtd " bens"
                   " (depreciacao-mes.txt)".
       0300-fim.
           EXIT.

       0310-calcular-depreciacao SECTION.
      *meses do bem corrente ainda nao depreciados ate a
      *competencia em wrk-competencia e o valor deles; nao grava
           MOVE "N" to wrk-dp-pendente.
           MOVE ZERO to wrk-dp-valor wrk-dp-meses.
           MOVE wrk-competencia to wrk-sr-comp.
           PERFORM 0350-serial-competencia.
           MOVE wrk-sr-serial to wrk-dp-serial-run.
           IF PAT-ULTIMA-COMP EQUAL ZERO
               MOVE PAT-AQUISICAO(1:6) to wrk-sr-comp
               PERFORM 0350-serial-competencia
               MOVE wrk-sr-serial to wrk-dp-serial-ini
           ELSE
               MOVE PAT-ULTIMA-COMP to wrk-sr-comp
               PERFORM 0350-serial-competencia
               COMPUTE wrk-dp-serial-ini = wrk-sr-serial + 1
           END-IF.
           IF wrk-dp-serial-run < wrk-dp-serial-ini
               GO to 0310-fim
           END-IF.
           MOVE "S" to wrk-dp-pendente.
           COMPUTE wrk-dp-meses = wrk-dp-serial-run
                   - wrk-dp-serial-ini + 1.
           COMPUTE wrk-dp-quota ROUNDED = PAT-VALOR / PAT-VIDA-MESES.
           COMPUTE wrk-dp-valor = wrk-dp-quota * wrk-dp-meses.
      *a ultima quota fecha o custo exato, sem sobra de centavos
           IF wrk-dp-valor > PAT-VALOR - PAT-DEPR-ACUM
               COMPUTE wrk-dp-valor = PAT-VALOR - PAT-DEPR-ACUM
           END-IF.
       0310-fim.
           EXIT.

       0315-aplicar-depreciacao SECTION.
           ADD wrk-dp-valor to PAT-DEPR-ACUM.
           MOVE wrk-competencia to PAT-ULTIMA-COMP.
           REWRITE REG-PATRIMONIO.
           IF wrk-dp-valor > ZERO
               ADD 1 to wrk-dp-qtd
               ADD wrk-dp-valor to wrk-dp-total
               PERFORM 0325-acumular-centro
           END-IF.

       0320-linha-depreciacao SECTION.
           MOVE SPACES to REL-DP-LINHA.
           MOVE PAT-NUMERO to REL-DP-LINHA(1:6).
           MOVE PAT-DESCRICAO(1:24) to REL-DP-LINHA(8:24).
           MOVE PAT-CLASSE to REL-DP-LINHA(33:2).
           MOVE PAT-CENTRO-CUSTO to REL-DP-LINHA(36:3).
           MOVE wrk-dp-meses to REL-DP-LINHA(41:3).
           MOVE wrk-dp-valor to wrk-valor-ed.
           MOVE wrk-valor-ed to REL-DP-LINHA(48:13).
           MOVE PAT-DEPR-ACUM to wrk-valor-ed.
           MOVE wrk-valor-ed to REL-DP-LINHA(62:13).
           WRITE REL-DEPRECIACAO-REG.

       0325-acumular-centro SECTION.
           MOVE "N" to wrk-ctc-achou.
           PERFORM VARYING wrk-ctc-ind FROM 1 BY 1
                   UNTIL wrk-ctc-ind > wrk-ctc-qtd
               IF wrk-ctc-codigo(wrk-ctc-ind)
                       EQUAL PAT-CENTRO-CUSTO
                   MOVE "S" to wrk-ctc-achou
                   EXIT PERFORM
               END-IF
           END-PERFORM.
           IF wrk-ctc-achou NOT EQUAL "S"
               IF wrk-ctc-qtd < 30
                   ADD 1 to wrk-ctc-qtd
                   MOVE wrk-ctc-qtd to wrk-ctc-ind
                   MOVE PAT-CENTRO-CUSTO
                       to wrk-ctc-codigo(wrk-ctc-ind)
                   MOVE ZERO to wrk-ctc-valor(wrk-ctc-ind)
               ELSE
                   GO to 0325-fim
               END-IF
           END-IF.
           ADD wrk-dp-valor to wrk-ctc-valor(wrk-ctc-ind).
       0325-fim.
           EXIT.

       0330-contabilizar-depreciacao SECTION.
      *despesa de depreciacao por centro de custo no debito e a
      *depreciacao acumulada no credito
           OPEN EXTEND LANCAMENTOS.
           IF fs-lancamentos EQUAL 35
               OPEN OUTPUT LANCAMENTOS
           END-IF.
           PERFORM VARYING wrk-ctc-ind FROM 1 BY 1
                   UNTIL wrk-ctc-ind > wrk-ctc-qtd
               MOVE SPACES to REG-LANCAMENTO
               MOVE "I" to LAN-ORIGEM
               MOVE ZERO to LAN-DOCUMENTO LAN-ESTORNO-DE
               MOVE wrk-competencia to LAN-COMPETENCIA
               MOVE "DESPDEPR" to LAN-CONTA
               MOVE "D" to LAN-DC
               MOVE wrk-ctc-valor(wrk-ctc-ind) to LAN-VALOR
               MOVE SPACES to LAN-HISTORICO
               STRING "depreciacao centro de custo "
                       wrk-ctc-codigo(wrk-ctc-ind)
                       DELIMITED BY SIZE INTO LAN-HISTORICO
               END-STRING
               WRITE REG-LANCAMENTO
           END-PERFORM.
           MOVE SPACES to REG-LANCAMENTO.
           MOVE "I" to LAN-ORIGEM.
           MOVE ZERO to LAN-DOCUMENTO LAN-ESTORNO-DE.
           MOVE wrk-competencia to LAN-COMPETENCIA.
           MOVE "DEPRACUM" to LAN-CONTA.
           MOVE "C" to LAN-DC.
           MOVE wrk-dp-total to LAN-VALOR.
           MOVE "depreciacao do mes" to LAN-HISTORICO.
           WRITE REG-LANCAMENTO.
           CLOSE LANCAMENTOS.

       0350-serial-competencia SECTION.
           COMPUTE wrk-sr-serial = (wrk-sr-ano * 12) + wrk-sr-mes.

       0400-baixa SECTION.
      *venda ou descarte: a depreciacao pendente ate o mes da baixa
      *e lancada antes, e o valor de venda contra o residual da o
      *ganho ou a perda
           DISPLAY "numero de patrimonio"
               ACCEPT wrk-numero.
           MOVE wrk-numero to PAT-NUMERO.
           READ PATRIMONIO
               INVALID KEY
                   DISPLAY "bem nao encontrado"
                   GO to 0400-fim
           END-READ.
           IF NOT BEM-ATIVO
               DISPLAY "bem ja baixado em " PAT-BAIXA-DATA
               GO to 0400-fim
           END-IF.
           DISPLAY "bem: " PAT-DESCRICAO.
           DISPLAY "data da baixa (AAAAMMDD)"
               ACCEPT wrk-baixa-data.
           MOVE "V" to wrk-ds-funcao.
           MOVE wrk-baixa-data to wrk-ds-data1.
           CALL "datesrv" USING wrk-ds-funcao wrk-ds-data1
                   wrk-ds-data2 wrk-ds-dias wrk-ds-status.
           IF wrk-ds-status NOT EQUAL "00"
               DISPLAY "data invalida"
               GO to 0400-fim
           END-IF.
           IF wrk-baixa-data < PAT-AQUISICAO
               DISPLAY "baixa antes da aquisicao"
               GO to 0400-fim
           END-IF.
           MOVE wrk-baixa-data(1:6) to wrk-competencia.
           IF PAT-ULTIMA-COMP > wrk-competencia
               DISPLAY "bem ja depreciado ate " PAT-ULTIMA-COMP
               GO to 0400-fim
           END-IF.
           MOVE wrk-competencia to wrk-per-comp.
           PERFORM 0098-verificar-competencia.
           IF wrk-per-fechada EQUAL "S"
               DISPLAY "competencia " wrk-competencia " fechada"
               GO to 0400-fim
           END-IF.
           DISPLAY "valor de venda (0 = descarte)"
               ACCEPT wrk-baixa-valor.
           PERFORM 0310-calcular-depreciacao.
           COMPUTE wrk-residual = PAT-VALOR - PAT-DEPR-ACUM
                   - wrk-dp-valor.
           COMPUTE wrk-resultado = wrk-baixa-valor - wrk-residual.
           MOVE PAT-VALOR to wrk-valor-ed.
           DISPLAY "custo..............: " wrk-valor-ed.
           COMPUTE wrk-baixa-depr = PAT-DEPR-ACUM + wrk-dp-valor.
           MOVE wrk-baixa-depr to wrk-valor-ed.
           DISPLAY "depr. ate a baixa..: " wrk-valor-ed
                   " (" wrk-dp-meses " meses pendentes)".
           MOVE wrk-residual to wrk-valor-ed.
           DISPLAY "valor residual.....: " wrk-valor-ed.
           MOVE wrk-resultado to wrk-resultado-ed.
           DISPLAY "ganho (perda)......: " wrk-resultado-ed.
           DISPLAY "confirma a baixa (s/n)"
               ACCEPT wrk-confirma.
           IF wrk-confirma NOT EQUAL "S" AND NOT EQUAL "s"
               DISPLAY "baixa cancelada"
               GO to 0400-fim
           END-IF.
           MOVE ZERO to wrk-dp-qtd wrk-dp-total wrk-ctc-qtd.
           IF wrk-dp-pendente EQUAL "S"
               PERFORM 0315-aplicar-depreciacao
           END-IF.
           IF wrk-dp-total > ZERO
               PERFORM 0330-contabilizar-depreciacao
           END-IF.
           SET BEM-BAIXADO to TRUE.
           MOVE wrk-baixa-data to PAT-BAIXA-DATA.
           MOVE wrk-baixa-valor to PAT-BAIXA-VALOR.
           MOVE wrk-resultado to PAT-BAIXA-RESULTADO.
           REWRITE REG-PATRIMONIO.
           PERFORM 0410-contabilizar-baixa.
           DISPLAY "bem baixado".
       0400-fim.
           EXIT.

       0410-contabilizar-baixa SECTION.
      *sai o custo do imobilizado e a depreciacao acumulada dele; o
      *valor de venda entra no caixa e a diferenca vai para ganho
      *ou perda na baixa
           OPEN EXTEND LANCAMENTOS.
           IF fs-lancamentos EQUAL 35
               OPEN OUTPUT LANCAMENTOS
           END-IF.
           MOVE SPACES to REG-LANCAMENTO.
           MOVE "I" to LAN-ORIGEM.
           MOVE ZERO to LAN-DOCUMENTO LAN-ESTORNO-DE.
           MOVE wrk-competencia to LAN-COMPETENCIA.
           MOVE SPACES to LAN-HISTORICO.
           STRING "baixa bem " PAT-NUMERO
                   DELIMITED BY SIZE INTO LAN-HISTORICO
           END-STRING.
           IF PAT-DEPR-ACUM > ZERO
               MOVE "DEPRACUM" to LAN-CONTA
               MOVE "D" to LAN-DC
               MOVE PAT-DEPR-ACUM to LAN-VALOR
               WRITE REG-LANCAMENTO
           END-IF.
           IF PAT-BAIXA-VALOR > ZERO
               MOVE "CAIXA" to LAN-CONTA
               MOVE "D" to LAN-DC
               MOVE PAT-BAIXA-VALOR to LAN-VALOR
               WRITE REG-LANCAMENTO
           END-IF.
           MOVE "IMOBILIZ" to LAN-CONTA.
           MOVE "C" to LAN-DC.
           MOVE PAT-VALOR to LAN-VALOR.
           WRITE REG-LANCAMENTO.
           IF PAT-BAIXA-RESULTADO > ZERO
               MOVE "RECBAIXA" to LAN-CONTA
               MOVE "C" to LAN-DC
               MOVE PAT-BAIXA-RESULTADO to LAN-VALOR
               WRITE REG-LANCAMENTO
           END-IF.
           IF PAT-BAIXA-RESULTADO < ZERO
               MOVE "DESPBAIXA" to LAN-CONTA
               MOVE "D" to LAN-DC
               COMPUTE LAN-VALOR = ZERO - PAT-BAIXA-RESULTADO
               WRITE REG-LANCAMENTO
           END-IF.
           CLOSE LANCAMENTOS.

       0500-relatorio-classes SECTION.
      *bens em uso agrupados pela classe da tabela: custo,
      *depreciacao acumulada e valor residual, com subtotal por
      *classe e o total geral
           OPEN OUTPUT REL-CLASSES.
           MOVE SPACES to REL-CL-LINHA.
           MOVE "ativo imobilizado por classe" to REL-CL-LINHA(1:28).
           ACCEPT wrk-hoje FROM DATE YYYYMMDD.
           MOVE "em" to REL-CL-LINHA(30:2).
           MOVE wrk-hoje to REL-CL-LINHA(33:8).
           WRITE REL-CLASSES-REG.
           MOVE SPACES to REL-CL-LINHA.
           MOVE "numero descricao                aquisicao"
               to REL-CL-LINHA(1:41).
           MOVE "custo    acumulada     residual"
               to REL-CL-LINHA(50:30).
           WRITE REL-CLASSES-REG.
           MOVE ZERO to wrk-rl-tot-qtd wrk-rl-tot-custo
                        wrk-rl-tot-acum.
           PERFORM VARYING wrk-cl-ind FROM 1 BY 1
                   UNTIL wrk-cl-ind > wrk-cl-qtd
               PERFORM 0510-classe
           END-PERFORM.
           MOVE SPACES to REL-CL-LINHA.
           MOVE "total geral" to REL-CL-LINHA(1:11).
           MOVE wrk-rl-tot-qtd to REL-CL-LINHA(13:5).
           MOVE wrk-rl-tot-custo to wrk-valor-ed.
           MOVE wrk-valor-ed to REL-CL-LINHA(42:13).
           MOVE wrk-rl-tot-acum to wrk-valor-ed.
           MOVE wrk-valor-ed to REL-CL-LINHA(55:13).
           COMPUTE wrk-residual = wrk-rl-tot-custo - wrk-rl-tot-acum.
           MOVE wrk-residual to wrk-valor-ed.
           MOVE wrk-valor-ed to REL-CL-LINHA(68:13).
           WRITE REL-CLASSES-REG.
           CLOSE REL-CLASSES.
           DISPLAY "relatorio em imobilizado-classes.txt".

       0510-classe SECTION.
           MOVE ZERO to wrk-rl-qtd wrk-rl-custo wrk-rl-acum.
           MOVE ZERO to PAT-NUMERO.
           START PATRIMONIO KEY IS NOT LESS THAN PAT-NUMERO.
           IF fs-patrimonio EQUAL 00
               READ PATRIMONIO NEXT
               PERFORM UNTIL fs-patrimonio NOT EQUAL 00
                   IF BEM-ATIVO
                           AND PAT-CLASSE EQUAL
                               wrk-cl-codigo(wrk-cl-ind)
                       IF wrk-rl-qtd EQUAL ZERO
                           MOVE SPACES to REL-CL-LINHA
                           MOVE wrk-cl-codigo(wrk-cl-ind)
                               to REL-CL-LINHA(1:2)
                           MOVE wrk-cl-descricao(wrk-cl-ind)
                               to REL-CL-LINHA(4:25)
                           MOVE "vida util" to REL-CL-LINHA(31:9)
                           MOVE wrk-cl-meses(wrk-cl-ind)
                               to REL-CL-LINHA(41:3)
                           MOVE "meses" to REL-CL-LINHA(45:5)
                           WRITE REL-CLASSES-REG
                       END-IF
                       ADD 1 to wrk-rl-qtd
                       ADD PAT-VALOR to wrk-rl-custo
                       ADD PAT-DEPR-ACUM to wrk-rl-acum
                       MOVE SPACES to REL-CL-LINHA
                       MOVE PAT-NUMERO to REL-CL-LINHA(1:6)
                       MOVE PAT-DESCRICAO(1:24) to REL-CL-LINHA(8:24)
                       MOVE PAT-AQUISICAO to REL-CL-LINHA(33:8)
                       MOVE PAT-VALOR to wrk-valor-ed
                       MOVE wrk-valor-ed to REL-CL-LINHA(42:13)
                       MOVE PAT-DEPR-ACUM to wrk-valor-ed
                       MOVE wrk-valor-ed to REL-CL-LINHA(55:13)
                       COMPUTE wrk-residual = PAT-VALOR - PAT-DEPR-ACUM
                       MOVE wrk-residual to wrk-valor-ed
                       MOVE wrk-valor-ed to REL-CL-LINHA(68:13)
                       WRITE REL-CLASSES-REG
                   END-IF
                   READ PATRIMONIO NEXT
               END-PERFORM
           END-IF.
           IF wrk-rl-qtd > ZERO
               MOVE SPACES to REL-CL-LINHA
               MOVE "  subtotal" to REL-CL-LINHA(1:10)
               MOVE wrk-cl-codigo(wrk-cl-ind) to REL-CL-LINHA(12:2)
               MOVE wrk-rl-qtd to REL-CL-LINHA(15:5)
               MOVE wrk-rl-custo to wrk-valor-ed
               MOVE wrk-valor-ed to REL-CL-LINHA(42:13)
               MOVE wrk-rl-acum to wrk-valor-ed
               MOVE wrk-valor-ed to REL-CL-LINHA(55:13)
               COMPUTE wrk-residual = wrk-rl-custo - wrk-rl-acum
               MOVE wrk-residual to wrk-valor-ed
               MOVE wrk-valor-ed to REL-CL-LINHA(68:13)
               WRITE REL-CLASSES-REG
               ADD wrk-rl-qtd to wrk-rl-tot-qtd
               ADD wrk-rl-custo to wrk-rl-tot-custo
               ADD wrk-rl-acum to wrk-rl-tot-acum
           END-IF.

       END PROGRAM imobil.
