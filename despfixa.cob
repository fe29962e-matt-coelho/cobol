      ******************************************************************
      * Author:
      * Date:
      * Purpose: despesas fixas mensais (aluguel, energia, telefone,
      *          honorarios do contador): manutencao do cadastro no
      *          molde do condpag e a geracao mensal dos titulos no
      *          contas a pagar do ctapagar, numerados pela mesma
      *          serie; cada despesa guarda a ultima competencia
      *          gerada, para a rodada repetida no mesmo mes nao
      *          criar o titulo de novo (a mesma protecao do
      *          mensalid); despesa de valor a confirmar pede o
      *          valor do mes na geracao; o que foi gerado sai em
      *          despesas-fixas-geradas.txt
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. despfixa.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.

       FILE-CONTROL.
       SELECT DESPESAS ASSIGN TO "./despesas-fixas.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DFX-CODIGO
               FILE STATUS IS FS-DESPESAS.
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
      *mesma serie de numeracao de titulos do ctapagar
       SELECT NUM-CONTROL ASSIGN TO "./pagar-num-control.dat"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS FS-NUM-CONTROL.
       SELECT REL-GERADOS ASSIGN TO "./despesas-fixas-geradas.txt"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS FS-REL-GERADOS.
       DATA DIVISION.
       FILE SECTION.
           FD DESPESAS.
           COPY "dfxreg.cpy".
           FD FORNECEDORES.
           COPY "fornreg.cpy".
           FD PAGAR.
           COPY "pagreg.cpy".
           FD NUM-CONTROL.
               01 NUM-CONTROL-REG.
                   02 NUM-PROXIMO PIC 9(07).
           FD REL-GERADOS.
               01 REL-GERADOS-REG.
                   02 REL-GR-LINHA PIC X(80).
       WORKING-STORAGE SECTION.
       77 fs-despesas pic 9(02) value ZERO.
       77 fs-fornecedores pic 9(02) value ZERO.
       77 fs-pagar pic 9(02) value ZERO.
       77 fs-num-control pic 9(02) value ZERO.
       77 fs-rel-gerados pic 9(02) value ZERO.
       77 wrk-opcao pic 9(01) value ZERO.
       77 wrk-codigo pic 9(04) value ZERO.
       77 wrk-descricao pic x(30) value SPACES.
       77 wrk-fornecedor pic 9(05) value ZERO.
       77 wrk-valor pic 9(08)v99 value ZERO.
       77 wrk-dia-venc pic 9(02) value ZERO.
       77 wrk-comp-inicio pic 9(06) value ZERO.
       77 wrk-comp-fim pic 9(06) value ZERO.
       77 wrk-tipo-valor pic x(01) value SPACE.
       77 wrk-dados-ok pic x(01) value "N".
       77 wrk-confirma pic x(01) value SPACE.
       77 wrk-valor-ed pic zzzzzz9.99 value ZERO.
       77 wrk-valor-gr-ed pic zzzzzzzzz9.99 value ZERO.
      *geracao da competencia
       77 wrk-competencia pic 9(06) value ZERO.
       77 wrk-comp-x pic x(06) value SPACES.
       77 wrk-numero pic 9(07) value 1.
       77 wrk-vencimento pic 9(08) value ZERO.
       77 wrk-venc-x pic x(08) value SPACES.
       77 wrk-valor-mes pic 9(08)v99 value ZERO.
       77 wrk-gerados pic 9(04) value ZERO.
       77 wrk-ja-gerados pic 9(04) value ZERO.
       77 wrk-fora-vigencia pic 9(04) value ZERO.
       77 wrk-total-gerado pic 9(10)v99 value ZERO.
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
           CLOSE DESPESAS.
           CLOSE FORNECEDORES.
           GOBACK.

       0100-inicializar SECTION.
           OPEN I-O DESPESAS.
           IF fs-despesas EQUAL 35
               OPEN OUTPUT DESPESAS
               CLOSE DESPESAS
               OPEN I-O DESPESAS
           END-IF.
           IF fs-despesas NOT EQUAL 00
               DISPLAY "erro ao abrir despesas fixas, status "
                       fs-despesas
               STOP RUN
           END-IF.
           OPEN INPUT FORNECEDORES.
           IF fs-fornecedores NOT EQUAL 00
               DISPLAY "cadastro de fornecedores indisponivel, status "
                       fs-fornecedores
               CLOSE DESPESAS
               STOP RUN
           END-IF.

       0200-menu SECTION.
           DISPLAY "1-incluir  2-consultar  3-alterar  4-desativar"
               "  5-listar  6-gerar titulos do mes  9-sair".
           DISPLAY "opcao"
               ACCEPT wrk-opcao.
           EVALUATE wrk-opcao
               WHEN 1
                   PERFORM 0110-incluir
               WHEN 2
                   PERFORM 0120-consultar
               WHEN 3
                   PERFORM 0130-alterar
               WHEN 4
                   PERFORM 0140-desativar
               WHEN 5
                   PERFORM 0150-listar
               WHEN 6
                   PERFORM 0300-gerar-competencia
               WHEN 9
                   CONTINUE
               WHEN OTHER
                   DISPLAY "opcao invalida"
           END-EVALUATE.

       0110-incluir SECTION.
           DISPLAY "digite o codigo da despesa"
               ACCEPT wrk-codigo.
           IF wrk-codigo EQUAL ZERO
               DISPLAY "codigo invalido"
               GO to 0110-fim
           END-IF.
           DISPLAY "digite a descricao (ex. ALUGUEL DA LOJA)"
               ACCEPT wrk-descricao.
           PERFORM 0160-receber-dados.
           IF wrk-dados-ok NOT EQUAL "S"
               GO to 0110-fim
           END-IF.
           MOVE wrk-codigo to DFX-CODIGO.
           MOVE wrk-descricao to DFX-DESCRICAO.
           PERFORM 0165-mover-dados.
           MOVE ZERO to DFX-ULTIMA-COMP.
           SET DESPESA-ATIVA to TRUE.
           WRITE REG-DESPESA-FIXA
               INVALID KEY
                   DISPLAY "codigo ja cadastrado"
           END-WRITE.
       0110-fim.
           EXIT.

       0120-consultar SECTION.
           DISPLAY "codigo a consultar"
               ACCEPT wrk-codigo.
           MOVE wrk-codigo to DFX-CODIGO.
           READ DESPESAS
               INVALID KEY
                   DISPLAY "despesa nao encontrada"
               NOT INVALID KEY
                   DISPLAY "descricao.....: " DFX-DESCRICAO
                   DISPLAY "fornecedor....: " DFX-FORNECEDOR
                   MOVE DFX-VALOR to wrk-valor-ed
                   DISPLAY "valor.........: " wrk-valor-ed
                           " tipo " DFX-TIPO-VALOR
                           " (F-fixo C-a confirmar)"
                   DISPLAY "vence no dia..: " DFX-DIA-VENC
                   DISPLAY "vigencia......: " DFX-COMP-INICIO
                           " a " DFX-COMP-FIM
                   DISPLAY "ultima gerada.: " DFX-ULTIMA-COMP
                   DISPLAY "situacao......: " DFX-SITUACAO
           END-READ.

       0130-alterar SECTION.
           DISPLAY "codigo a alterar"
               ACCEPT wrk-codigo.
           MOVE wrk-codigo to DFX-CODIGO.
           READ DESPESAS
               INVALID KEY
                   DISPLAY "despesa nao encontrada"
                   GO to 0130-fim
           END-READ.
           DISPLAY "descricao atual: " DFX-DESCRICAO.
           DISPLAY "nova descricao"
               ACCEPT wrk-descricao.
           MOVE DFX-VALOR to wrk-valor-ed.
           DISPLAY "fornecedor " DFX-FORNECEDOR " valor " wrk-valor-ed
                   " dia " DFX-DIA-VENC " vigencia "
                   DFX-COMP-INICIO " a " DFX-COMP-FIM.
           PERFORM 0160-receber-dados.
           IF wrk-dados-ok NOT EQUAL "S"
               GO to 0130-fim
           END-IF.
           MOVE wrk-descricao to DFX-DESCRICAO.
           PERFORM 0165-mover-dados.
           REWRITE REG-DESPESA-FIXA.
       0130-fim.
           EXIT.

       0140-desativar SECTION.
      *desativacao logica: os titulos ja gerados continuam no
      *contas a pagar, so os meses seguintes deixam de sair
           DISPLAY "codigo a desativar"
               ACCEPT wrk-codigo.
           MOVE wrk-codigo to DFX-CODIGO.
           READ DESPESAS
               INVALID KEY
                   DISPLAY "despesa nao encontrada"
               NOT INVALID KEY
                   DISPLAY "descricao: " DFX-DESCRICAO
                   DISPLAY "confirma desativacao (s/n)"
                       ACCEPT wrk-confirma
                   IF wrk-confirma EQUAL "S" OR wrk-confirma EQUAL "s"
                       SET DESPESA-INATIVA to TRUE
                       REWRITE REG-DESPESA-FIXA
                   END-IF
           END-READ.

       0150-listar SECTION.
           MOVE ZERO to DFX-CODIGO.
           START DESPESAS KEY IS NOT LESS THAN DFX-CODIGO.
           IF fs-despesas EQUAL 00
               READ DESPESAS NEXT
               PERFORM UNTIL fs-despesas NOT EQUAL 00
                   MOVE DFX-VALOR to wrk-valor-ed
                   DISPLAY DFX-CODIGO " " DFX-DESCRICAO(1:20) " "
                           DFX-FORNECEDOR " " wrk-valor-ed " "
                           DFX-TIPO-VALOR " dia " DFX-DIA-VENC " "
                           DFX-COMP-INICIO "-" DFX-COMP-FIM " "
                           DFX-SITUACAO
                   READ DESPESAS NEXT
               END-PERFORM
           END-IF.

       0160-receber-dados SECTION.
      *fornecedor ativo do cadastro, dia de 1 a 31 (mes mais curto
      *vence no ultimo dia) e vigencia com fim nao anterior ao
      *inicio
           MOVE "N" to wrk-dados-ok.
           DISPLAY "codigo do fornecedor"
               ACCEPT wrk-fornecedor.
           MOVE wrk-fornecedor to FOR-CODIGO.
           READ FORNECEDORES
               INVALID KEY
                   DISPLAY "fornecedor nao cadastrado"
                   GO to 0160-fim
           END-READ.
           IF NOT FORNECEDOR-ATIVO
               DISPLAY "fornecedor inativo"
               GO to 0160-fim
           END-IF.
           DISPLAY "fornecedor: " FOR-NOME.
           DISPLAY "valor mensal (estimado, se a confirmar)"
               ACCEPT wrk-valor.
           DISPLAY "f-valor fixo  c-valor a confirmar a cada mes"
               ACCEPT wrk-tipo-valor.
           EVALUATE wrk-tipo-valor
               WHEN "F"
               WHEN "f"
                   MOVE "F" to wrk-tipo-valor
               WHEN "C"
               WHEN "c"
                   MOVE "C" to wrk-tipo-valor
               WHEN OTHER
                   DISPLAY "tipo de valor invalido"
                   GO to 0160-fim
           END-EVALUATE.
           IF wrk-tipo-valor EQUAL "F" AND wrk-valor EQUAL ZERO
               DISPLAY "valor fixo nao pode ser zero"
               GO to 0160-fim
           END-IF.
           DISPLAY "dia do vencimento (1-31)"
               ACCEPT wrk-dia-venc.
           IF wrk-dia-venc EQUAL ZERO OR wrk-dia-venc > 31
               DISPLAY "dia invalido"
               GO to 0160-fim
           END-IF.
           DISPLAY "competencia inicial (AAAAMM)"
               ACCEPT wrk-comp-inicio.
           DISPLAY "competencia final (AAAAMM, 0 = sem fim)"
               ACCEPT wrk-comp-fim.
           IF wrk-comp-inicio(5:2) < 01 OR wrk-comp-inicio(5:2) > 12
               DISPLAY "competencia inicial invalida"
               GO to 0160-fim
           END-IF.
           IF wrk-comp-fim NOT EQUAL ZERO
                   AND wrk-comp-fim < wrk-comp-inicio
               DISPLAY "competencia final antes da inicial"
               GO to 0160-fim
           END-IF.
           MOVE "S" to wrk-dados-ok.
       0160-fim.
           EXIT.

       0165-mover-dados SECTION.
           MOVE wrk-fornecedor to DFX-FORNECEDOR.
           MOVE wrk-valor to DFX-VALOR.
           MOVE wrk-tipo-valor to DFX-TIPO-VALOR.
           MOVE wrk-dia-venc to DFX-DIA-VENC.
           MOVE wrk-comp-inicio to DFX-COMP-INICIO.
           MOVE wrk-comp-fim to DFX-COMP-FIM.

       0300-gerar-competencia SECTION.
      *um titulo por despesa ativa e vigente na competencia; a que
      *ja tem a competencia como ultima gerada fica de fora e sai
      *no relatorio como ja gerada
           DISPLAY "competencia a gerar (AAAAMM)"
               ACCEPT wrk-competencia.
           MOVE "V" to wrk-ds-funcao.
           MOVE wrk-competencia to wrk-venc-x(1:6).
           MOVE "01" to wrk-venc-x(7:2).
           MOVE wrk-venc-x to wrk-ds-data1.
           CALL "datesrv" USING wrk-ds-funcao wrk-ds-data1
                   wrk-ds-data2 wrk-ds-dias wrk-ds-status.
           IF wrk-ds-status NOT EQUAL "00"
               DISPLAY "competencia invalida"
               GO to 0300-fim
           END-IF.
           MOVE wrk-competencia to wrk-comp-x.
           OPEN I-O PAGAR.
           IF fs-pagar EQUAL 35
               OPEN OUTPUT PAGAR
               CLOSE PAGAR
               OPEN I-O PAGAR
           END-IF.
           IF fs-pagar NOT EQUAL 00
               DISPLAY "contas a pagar indisponivel, status "
                       fs-pagar
               GO to 0300-fim
           END-IF.
           PERFORM 0330-obter-numero.
           OPEN OUTPUT REL-GERADOS.
           MOVE SPACES to REL-GR-LINHA.
           MOVE "despesas fixas - titulos gerados na competencia"
               to REL-GR-LINHA(1:47).
           MOVE wrk-comp-x to REL-GR-LINHA(49:6).
           WRITE REL-GERADOS-REG.
           MOVE ZERO to wrk-gerados wrk-ja-gerados wrk-fora-vigencia
                        wrk-total-gerado.

           MOVE ZERO to DFX-CODIGO.
           START DESPESAS KEY IS NOT LESS THAN DFX-CODIGO.
           IF fs-despesas EQUAL 00
               READ DESPESAS NEXT
               PERFORM UNTIL fs-despesas NOT EQUAL 00
                   IF DESPESA-ATIVA
                       PERFORM 0310-gerar-despesa
                   END-IF
                   READ DESPESAS NEXT
               END-PERFORM
           END-IF.

           PERFORM 0340-gravar-numero.
           MOVE SPACES to REL-GR-LINHA.
           MOVE "gerados:" to REL-GR-LINHA(1:8).
           MOVE wrk-gerados to REL-GR-LINHA(10:4).
           MOVE "total:" to REL-GR-LINHA(16:6).
           MOVE wrk-total-gerado to wrk-valor-gr-ed.
           MOVE wrk-valor-gr-ed to REL-GR-LINHA(23:13).
           MOVE "ja gerados antes:" to REL-GR-LINHA(38:17).
           MOVE wrk-ja-gerados to REL-GR-LINHA(56:4).
           WRITE REL-GERADOS-REG.
           CLOSE REL-GERADOS.
           CLOSE PAGAR.
           DISPLAY "titulos gerados: " wrk-gerados
                   "  ja gerados antes: " wrk-ja-gerados
                   "  fora da vigencia: " wrk-fora-vigencia.
           DISPLAY "relatorio em despesas-fixas-geradas.txt".
       0300-fim.
           EXIT.

       0310-gerar-despesa SECTION.
           IF wrk-competencia < DFX-COMP-INICIO
                   OR (DFX-COMP-FIM NOT EQUAL ZERO
                       AND wrk-competencia > DFX-COMP-FIM)
               ADD 1 to wrk-fora-vigencia
               GO to 0310-fim
           END-IF.
           IF DFX-ULTIMA-COMP NOT < wrk-competencia
               ADD 1 to wrk-ja-gerados
               MOVE SPACES to REL-GR-LINHA
               MOVE DFX-CODIGO to REL-GR-LINHA(1:4)
               MOVE DFX-DESCRICAO to REL-GR-LINHA(6:30)
               MOVE "ja gerada na competencia" to REL-GR-LINHA(38:24)
               MOVE DFX-ULTIMA-COMP to REL-GR-LINHA(63:6)
               WRITE REL-GERADOS-REG
               GO to 0310-fim
           END-IF.
           MOVE DFX-VALOR to wrk-valor-mes.
           IF VALOR-A-CONFIRMAR
               MOVE DFX-VALOR to wrk-valor-ed
               DISPLAY DFX-CODIGO " " DFX-DESCRICAO
               DISPLAY "valor do mes (0 = estimado " wrk-valor-ed ")"
                   ACCEPT wrk-valor-mes
               IF wrk-valor-mes EQUAL ZERO
                   MOVE DFX-VALOR to wrk-valor-mes
               END-IF
           END-IF.
           IF wrk-valor-mes EQUAL ZERO
               DISPLAY "despesa " DFX-CODIGO " sem valor - nao gerada"
               GO to 0310-fim
           END-IF.
           PERFORM 0320-calcular-vencimento.

           MOVE DFX-FORNECEDOR to CP-FORNECEDOR.
           MOVE wrk-valor-mes to CP-VALOR.
           ACCEPT CP-EMISSAO FROM DATE YYYYMMDD.
           MOVE wrk-vencimento to CP-VENCIMENTO.
           MOVE ZERO to CP-PAGO.
           SET PAGAR-ABERTO to TRUE.
           MOVE ZERO to CP-NF-FORNECEDOR CP-OC-NUMERO CP-OC-SEQ
                        CP-PRECO-UNIT CP-DATA-PAGTO.
           MOVE SPACE to CP-RETENCAO CP-AGENDA CP-APROVADOR.
           MOVE ZERO to CP-ICMS.
           MOVE SPACES to CP-ICMS-UF CP-ORIGEM.
      *numero ja tomado por outro programa da serie (ctapagar,
      *compras, fretes, apuricms): o titulo vai no numero seguinte
      *e a despesa segue para a ultima competencia gerada
       0310-gravar.
           MOVE wrk-numero to CP-NUMERO.
           WRITE REG-PAGAR
               INVALID KEY
                   IF fs-pagar EQUAL 22
                       ADD 1 to wrk-numero
                       GO to 0310-gravar
                   END-IF
                   DISPLAY "erro ao gravar o titulo a pagar, status "
                           fs-pagar
                   GO to 0310-fim
           END-WRITE.
           ADD 1 to wrk-numero.
           ADD 1 to wrk-gerados.
           ADD wrk-valor-mes to wrk-total-gerado.
           MOVE wrk-competencia to DFX-ULTIMA-COMP.
           REWRITE REG-DESPESA-FIXA.

           MOVE SPACES to REL-GR-LINHA.
           MOVE DFX-CODIGO to REL-GR-LINHA(1:4).
           MOVE DFX-DESCRICAO to REL-GR-LINHA(6:30).
           MOVE DFX-FORNECEDOR to REL-GR-LINHA(37:5).
           MOVE CP-NUMERO to REL-GR-LINHA(43:7).
           MOVE CP-VENCIMENTO to REL-GR-LINHA(51:8).
           MOVE wrk-valor-mes to wrk-valor-gr-ed.
           MOVE wrk-valor-gr-ed to REL-GR-LINHA(60:13).
           IF VALOR-A-CONFIRMAR
               MOVE "C" to REL-GR-LINHA(74:1)
           END-IF.
           WRITE REL-GERADOS-REG.
       0310-fim.
           EXIT.

       0320-calcular-vencimento SECTION.
      *dia cadastrado dentro da competencia; no mes mais curto
      *recua ate o ultimo dia valido
           MOVE wrk-competencia to wrk-venc-x(1:6).
           MOVE DFX-DIA-VENC to wrk-venc-x(7:2).
           MOVE wrk-venc-x to wrk-vencimento.
           MOVE "V" to wrk-ds-funcao.
           MOVE wrk-vencimento to wrk-ds-data1.
           CALL "datesrv" USING wrk-ds-funcao wrk-ds-data1
                   wrk-ds-data2 wrk-ds-dias wrk-ds-status.
           PERFORM UNTIL wrk-ds-status EQUAL "00"
                   OR wrk-vencimento(7:2) EQUAL "01"
               SUBTRACT 1 from wrk-vencimento
               MOVE wrk-vencimento to wrk-ds-data1
               CALL "datesrv" USING wrk-ds-funcao wrk-ds-data1
                       wrk-ds-data2 wrk-ds-dias wrk-ds-status
           END-PERFORM.

       0330-obter-numero SECTION.
           MOVE 1 to wrk-numero.
           OPEN INPUT NUM-CONTROL.
           IF fs-num-control EQUAL 00
               READ NUM-CONTROL
               IF fs-num-control EQUAL 00
                   MOVE NUM-PROXIMO to wrk-numero
               END-IF
               CLOSE NUM-CONTROL
           END-IF.

       0340-gravar-numero SECTION.
           MOVE wrk-numero to NUM-PROXIMO.
           OPEN OUTPUT NUM-CONTROL.
           WRITE NUM-CONTROL-REG.
           CLOSE NUM-CONTROL.

       END PROGRAM despfixa.
