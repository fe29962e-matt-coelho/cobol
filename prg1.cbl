      *          liquido: cadastro indexado por matricula, descontos
      *          de inss (progressivo por faixa) e irrf (aliquota
      *          com parcela a deduzir) pelas tabelas da
      *          tabinss.cpy, e folha mensal em disco com totais;
      *          rescisao de contrato com o termo e a interface
      *          contabil, deixando o desligado fora das folhas;
      *          fgts do mes com relatorio, guia de recolhimento e
      *          lancamentos contabeis; historico salarial e
      *          reajuste coletivo com as diferencas retroativas;
      *          arquivo de credito de salarios para o banco;
      *          emprestimos e adiantamentos descontados em folha;
      *          vale-transporte e vale-refeicao do mes
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TBF-VIGENCIA
               FILE STATUS IS FS-TABELAS.
      *total liquido do 13o da ultima parcela rodada, contra o qual
      *o arquivo de credito do 13o e conferido
       SELECT DECIMO-TOTAL ASSIGN TO "./decimo-total.dat"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS FS-DECIMO-TOTAL.
      *credito de salarios em conta: arquivo do banco e a lista
      *dos que recebem em cheque por falta de dados bancarios
       SELECT ARQ-CREDITO ASSIGN TO "./credito-salarios.txt"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS FS-ARQ-CREDITO.
       SELECT REL-CHEQUES ASSIGN TO "./credito-excecoes.txt"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS FS-REL-CHEQUES.
      *emprestimos consignados e adiantamentos por matricula, com
      *o saldo atualizado pela folha, e a listagem dos abertos
       SELECT EMPRESTIMOS ASSIGN TO "./emprestimos.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EMP-CHAVE
               FILE STATUS IS FS-EMPRESTIMOS.
       SELECT REL-EMPRESTIMOS ASSIGN TO "./emprestimos-abertos.txt"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS FS-REL-EMPRESTIMOS.
      *beneficios de vale-transporte e vale-refeicao por matricula
      *e a listagem de compra dos vales da competencia
       SELECT BENEFICIOS ASSIGN TO "./beneficios.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BEN-MATRICULA
               FILE STATUS IS FS-BENEFICIOS.
       SELECT REL-VALES ASSIGN TO "./vales-compra.txt"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS FS-REL-VALES.
      *cada alteracao de salario com vigencia, valores e motivo, e
      *o relatorio do reajuste coletivo
       SELECT SALARIO-HIST ASSIGN TO "./salario-historico.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SH-CHAVE
               FILE STATUS IS FS-SALARIO-HIST.
       SELECT REL-REAJUSTE ASSIGN TO "./reajuste-coletivo.txt"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS FS-REL-REAJUSTE.
      *verbas de cada rescisao calculada e o termo impresso
       SELECT RESCISOES ASSIGN TO "./rescisoes.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RSC-MATRICULA
               FILE STATUS IS FS-RESCISOES.
       SELECT REL-RESCISAO ASSIGN TO "./rescisao.txt"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS FS-REL-RESCISAO.
      *fgts da competencia: relatorio por funcionario e centro de
      *custo e o arquivo de recolhimento em colunas fixas
       SELECT REL-FGTS ASSIGN TO "./fgts-mensal.txt"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS FS-REL-FGTS.
       SELECT ARQ-FGTS ASSIGN TO "./fgts-recolhimento.txt"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS FS-ARQ-FGTS.
       DATA DIVISION.
       FILE SECTION.
           FD FUNCIONARIOS.
      *centro de custo do departamento, para os subtotais da folha
      *e a interface contabil
                   02 FUN-CENTRO-CUSTO PIC 9(03).
      *situacao do contrato (branco nos registros antigos = ativo),
      *data do desligamento e inicio do periodo aquisitivo de
      *ferias em aberto (zero = conta da admissao), que avanca um
      *ano a cada recibo de ferias
                   02 FUN-SITUACAO PIC X(01).
                       88 FUNCIONARIO-ATIVO VALUE "A" SPACE.
                       88 FUNCIONARIO-DESLIGADO VALUE "D".
                   02 FUN-DESLIGAMENTO PIC 9(08).
                   02 FUN-FERIAS-AQUIS PIC 9(08).
      *conta para o credito de salarios (banco zero = cheque)
                   02 FUN-BANCO PIC 9(03).
                   02 FUN-AGENCIA PIC 9(04).
                   02 FUN-CONTA PIC X(12).
           FD FOLHA.
               01 FOLHA-REG.
                   02 FOLHA-LINHA PIC X(100).
               01 FOLHA-TOTAL-REG.
                   02 FT-COMPETENCIA PIC 9(06).
                   02 FT-LIQUIDO PIC 9(10)V99.
           FD DECIMO-TOTAL.
               01 DECIMO-TOTAL-REG.
                   02 DT-COMPETENCIA PIC 9(06).
                   02 DT-PARCELA PIC 9(01).
                   02 DT-LIQUIDO PIC 9(10)V99.
           FD ARQ-CREDITO.
               01 ARQ-CREDITO-REG.
                   02 CRD-LINHA PIC X(80).
           FD REL-CHEQUES.
               01 REL-CHEQUES-REG.
                   02 REL-CQ-LINHA PIC X(80).
           FD FOLHA-HIST.
           COPY "fhreg.cpy".
           FD CONTRACHEQUE.
               01 CONTRACHEQUE-REG.
                   02 CC-LINHA PIC X(80).
           FD LANCAMENTOS.
           COPY "lanreg.cpy".
           FD CONF-FOLHA.
               01 CONF-FOLHA-REG.
                   02 CF-LINHA PIC X(80).
                   02 EV-HE100 PIC 9(03).
                   02 EV-FALTAS PIC 9(02).
                   02 EV-ATRASOS-MIN PIC 9(04).
      *diferencas retroativas de reajuste coletivo a pagar na
      *competencia, gravadas pelo proprio reajuste
                   02 EV-RETROATIVO PIC 9(08)V99.
      *desconto de vale-transporte da competencia, gravado pelo
      *calculo mensal dos vales
                   02 EV-DESC-VT PIC 9(08)V99.
           FD EMPRESTIMOS.
               01 REG-EMPRESTIMO.
                   02 EMP-CHAVE.
                       03 EMP-MATRICULA PIC 9(05).
                       03 EMP-SEQ PIC 9(02).
                   02 EMP-TIPO PIC X(01).
                       88 EMPRESTIMO-CONSIGNADO VALUE "E".
                       88 EMPRESTIMO-ADIANTAMENTO VALUE "A".
                   02 EMP-CONCESSAO PIC 9(08).
                   02 EMP-VALOR PIC 9(08)V99.
                   02 EMP-PARCELAS PIC 9(03).
                   02 EMP-VALOR-PARCELA PIC 9(08)V99.
                   02 EMP-PRIMEIRA-COMP PIC 9(06).
                   02 EMP-SALDO PIC 9(08)V99.
      *parcela que nao coube na margem e vai somada para o mes
      *seguinte
                   02 EMP-ATRASO PIC 9(08)V99.
      *ultimo desconto feito, para a folha da mesma competencia
      *rodada de novo desfazer e refazer sem descontar em dobro
                   02 EMP-ULTIMA-COMP PIC 9(06).
                   02 EMP-ULTIMO-DESCONTO PIC 9(08)V99.
                   02 EMP-ATRASO-ANTERIOR PIC 9(08)V99.
                   02 EMP-SITUACAO PIC X(01).
                       88 EMPRESTIMO-ABERTO VALUE "A".
                       88 EMPRESTIMO-QUITADO VALUE "Q".
           FD BENEFICIOS.
               01 REG-BENEFICIO.
                   02 BEN-MATRICULA PIC 9(05).
                   02 BEN-VT-VIAGENS PIC 9(02).
                   02 BEN-VT-TARIFA PIC 9(03)V99.
                   02 BEN-VR-DIARIO PIC 9(03)V99.
           FD REL-VALES.
               01 REL-VALES-REG.
                   02 REL-VL-LINHA PIC X(80).
           FD REL-EMPRESTIMOS.
               01 REL-EMPRESTIMOS-REG.
                   02 REL-EM-LINHA PIC X(80).
           FD SALARIO-HIST.
               01 REG-SALARIO-HIST.
                   02 SH-CHAVE.
                       03 SH-MATRICULA PIC 9(05).
                       03 SH-VIGENCIA PIC 9(08).
                   02 SH-SALARIO-ANTERIOR PIC 9(08)V99.
                   02 SH-SALARIO-NOVO PIC 9(08)V99.
                   02 SH-MOTIVO PIC X(01).
                       88 REAJUSTE-MERITO   VALUE "M".
                       88 REAJUSTE-PROMOCAO VALUE "P".
                       88 REAJUSTE-COLETIVO VALUE "C".
                       88 REAJUSTE-OUTROS   VALUE "O".
                   02 SH-PERCENTUAL PIC 9(03)V99.
                   02 SH-REGISTRO PIC 9(08).
           FD REL-REAJUSTE.
               01 REL-REAJUSTE-REG.
                   02 REL-RJ-LINHA PIC X(80).
           FD RESCISOES.
           COPY "rscreg.cpy".
           FD REL-RESCISAO.
               01 REL-RESCISAO-REG.
                   02 REL-RS-LINHA PIC X(80).
           FD REL-FGTS.
               01 REL-FGTS-REG.
                   02 REL-FG-LINHA PIC X(80).
           FD ARQ-FGTS.
               01 ARQ-FGTS-REG.
                   02 FGTS-LINHA PIC X(80).
       WORKING-STORAGE SECTION.
       77 fs-funcionarios pic 9(02) value ZERO.
       77 fs-folha pic 9(02) value ZERO.
       77 wrk-vlr-he100 pic 9(08)v99 value ZERO.
       77 wrk-vlr-faltas pic 9(08)v99 value ZERO.
       77 wrk-vlr-atrasos pic 9(08)v99 value ZERO.
       77 wrk-vlr-retro pic 9(08)v99 value ZERO.
       77 wrk-tem-eventos pic x(01) value "N".
       77 wrk-ev-he50 pic 9(03) value ZERO.
       77 wrk-ev-he100 pic 9(03) value ZERO.
               10 wrk-ctc-codigo pic 9(03).
               10 wrk-ctc-bruto pic 9(10)v99.
               10 wrk-ctc-liquido pic 9(10)v99.
               10 wrk-ctc-fgts pic 9(10)v99.
               10 wrk-ctc-vt pic 9(10)v99.
               10 wrk-ctc-vr pic 9(10)v99.
       77 wrk-13-integral pic 9(08)v99 value ZERO.
       77 wrk-13-valor pic 9(08)v99 value ZERO.
       77 wrk-admissao pic 9(08) value ZERO.
       77 wrk-qtd-func pic 9(05) value ZERO.
       77 wrk-valor-ed pic zzzzzz9.99 value ZERO.
       77 wrk-total-ed pic zzzzzzzzz9.99 value ZERO.
      *rescisao: dados informados, media das variaveis do
      *historico, contagem de meses e as verbas calculadas
       77 fs-rescisoes pic 9(02) value ZERO.
       77 fs-rel-rescisao pic 9(02) value ZERO.
       77 wrk-rsc-data pic 9(08) value ZERO.
       77 wrk-rsc-projecao pic 9(08) value ZERO.
       77 wrk-rsc-motivo pic x(01) value SPACE.
       77 wrk-rsc-aviso pic x(01) value SPACE.
       77 wrk-rsc-confirma pic x(01) value SPACE.
       77 wrk-rsc-folha-paga pic x(01) value "N".
       77 wrk-rsc-comp-ini pic 9(06) value ZERO.
       77 wrk-rsc-variaveis pic 9(08)v99 value ZERO.
       77 wrk-rsc-media pic 9(08)v99 value ZERO.
       77 wrk-rsc-remuneracao pic 9(08)v99 value ZERO.
       77 wrk-rsc-anos pic 9(03) value ZERO.
       77 wrk-rsc-meses pic 9(03) value ZERO.
       77 wrk-rsc-aquis pic 9(08) value ZERO.
       77 wrk-rsc-inicio-13 pic 9(08) value ZERO.
       77 wrk-rsc-inss pic 9(08)v99 value ZERO.
       77 wrk-rsc-irrf pic 9(08)v99 value ZERO.
       77 wrk-rsc-rotulo pic x(32) value SPACES.
      *fgts: aliquotas do deposito e da multa rescisoria, a base
      *que o 13o e as ferias deixam no historico do mes e os totais
      *da guia
       77 fs-rel-fgts pic 9(02) value ZERO.
       77 fs-arq-fgts pic 9(02) value ZERO.
       77 wrk-aliq-fgts pic 9v99 value 0.08.
       77 wrk-aliq-multa-fgts pic 9v99 value 0.40.
       77 wrk-fgts-verba pic x(01) value SPACE.
       77 wrk-fgts-base pic 9(08)v99 value ZERO.
       77 wrk-fgts-valor pic 9(08)v99 value ZERO.
       77 wrk-fg-qtd pic 9(05) value ZERO.
       77 wrk-fg-tot-base pic 9(10)v99 value ZERO.
       77 wrk-fg-tot-fgts pic 9(10)v99 value ZERO.
       77 wrk-fg-tot-multa pic 9(10)v99 value ZERO.
       77 wrk-fg-tot-recolher pic 9(10)v99 value ZERO.
      *historico salarial e reajuste coletivo
       77 fs-salario-hist pic 9(02) value ZERO.
       77 fs-rel-reajuste pic 9(02) value ZERO.
       77 wrk-sh-vigencia pic 9(08) value ZERO.
       77 wrk-sh-motivo pic x(01) value SPACE.
       77 wrk-sh-percentual pic 9(03)v99 value ZERO.
       77 wrk-rj-centro pic 9(03) value ZERO.
       77 wrk-rj-comp-ini pic 9(06) value ZERO.
       77 wrk-rj-comp-pagto pic 9(06) value ZERO.
       77 wrk-rj-confirma pic x(01) value SPACE.
       77 wrk-rj-retro pic 9(08)v99 value ZERO.
       77 wrk-rj-diferenca pic 9(08)v99 value ZERO.
       77 wrk-rj-meses pic 9(02) value ZERO.
       77 wrk-rj-qtd pic 9(05) value ZERO.
       77 wrk-rj-tot-retro pic 9(10)v99 value ZERO.
      *emprestimos: margem consignavel sobre o liquido e o que a
      *folha ou a rescisao descontou
       77 fs-emprestimos pic 9(02) value ZERO.
       77 fs-rel-emprestimos pic 9(02) value ZERO.
       77 wrk-margem-consig pic 9v99 value 0.35.
       77 wrk-em-margem pic 9(08)v99 value ZERO.
       77 wrk-em-devido pic 9(08)v99 value ZERO.
       77 wrk-em-desconto pic 9(08)v99 value ZERO.
       77 wrk-em-total pic 9(08)v99 value ZERO.
       77 wrk-em-tipo pic x(01) value SPACE.
       77 wrk-em-valor pic 9(08)v99 value ZERO.
       77 wrk-em-parcelas pic 9(03) value ZERO.
       77 wrk-em-primeira pic 9(06) value ZERO.
       77 wrk-em-seq pic 9(02) value ZERO.
       77 wrk-em-opcao pic x(01) value SPACE.
       77 wrk-em-qtd pic 9(05) value ZERO.
       77 wrk-em-tot-saldo pic 9(10)v99 value ZERO.
       77 wrk-tot-emprest pic 9(10)v99 value ZERO.
      *vales do mes: dias uteis, quantidades, valores e o desconto
      *de vale-transporte limitado a 6% do salario
       77 fs-beneficios pic 9(02) value ZERO.
       77 fs-rel-vales pic 9(02) value ZERO.
       77 wrk-aliq-vt pic 9v99 value 0.06.
       77 wrk-vl-opcao pic x(01) value SPACE.
       77 wrk-vl-uteis pic 9(02) value ZERO.
       77 wrk-vl-dias pic 9(02) value ZERO.
       77 wrk-vl-viagens pic 9(04) value ZERO.
       77 wrk-vl-tarifa pic 9(03)v99 value ZERO.
       77 wrk-vl-diario pic 9(03)v99 value ZERO.
       77 wrk-vl-valor-vt pic 9(08)v99 value ZERO.
       77 wrk-vl-valor-vr pic 9(08)v99 value ZERO.
       77 wrk-vl-desconto pic 9(08)v99 value ZERO.
       77 wrk-vl-qtd pic 9(05) value ZERO.
       77 wrk-vl-tot-viagens pic 9(06) value ZERO.
       77 wrk-vl-tot-vt pic 9(10)v99 value ZERO.
       77 wrk-vl-tot-vr pic 9(10)v99 value ZERO.
       77 wrk-vl-tot-desc pic 9(10)v99 value ZERO.
       77 wrk-vlr-vt pic 9(08)v99 value ZERO.
       77 wrk-tot-vt pic 9(10)v99 value ZERO.
       01 wrk-vl-data.
           05 wrk-vl-ano pic 9(04).
           05 wrk-vl-mes pic 9(02).
           05 wrk-vl-dia pic 9(02).
      *credito bancario: F = folha, D = 13o, E = ferias
       77 fs-decimo-total pic 9(02) value ZERO.
       77 fs-arq-credito pic 9(02) value ZERO.
       77 fs-rel-cheques pic 9(02) value ZERO.
       77 wrk-banco pic 9(03) value ZERO.
       77 wrk-agencia pic 9(04) value ZERO.
       77 wrk-conta pic x(12) value SPACES.
       77 wrk-crd-tipo pic x(01) value SPACE.
       77 wrk-crd-valor pic 9(08)v99 value ZERO.
       77 wrk-crd-qtd pic 9(05) value ZERO.
       77 wrk-crd-total pic 9(10)v99 value ZERO.
       77 wrk-crd-cheques pic 9(05) value ZERO.
       77 wrk-crd-tot-cheques pic 9(10)v99 value ZERO.
       77 wrk-crd-controle pic 9(10)v99 value ZERO.
       77 wrk-crd-conferido pic 9(10)v99 value ZERO.
       01 wrk-crd-det.
           05 wrk-crd-reg pic x(01).
           05 wrk-crd-matricula pic 9(05).
           05 wrk-crd-nome pic x(30).
           05 wrk-crd-banco pic 9(03).
           05 wrk-crd-agencia pic 9(04).
           05 wrk-crd-conta pic x(12).
           05 wrk-crd-liquido pic 9(11)v99.
           05 wrk-crd-verba pic x(01).
           05 filler pic x(11).
       01 wrk-fgts-det.
           05 wrk-fgd-tipo pic x(01).
           05 wrk-fgd-competencia pic 9(06).
           05 wrk-fgd-matricula pic 9(05).
           05 wrk-fgd-nome pic x(30).
      *M = folha do mes, R = rescisao (deposito mais a multa)
           05 wrk-fgd-movimento pic x(01).
           05 wrk-fgd-base pic 9(08)v99.
           05 wrk-fgd-deposito pic 9(08)v99.
           05 wrk-fgd-multa pic 9(08)v99.
           05 filler pic x(07).
       77 wrk-rsc-descricao pic x(30) value SPACES.
       01 wrk-cm-inicio.
           05 wrk-cm-ini-ano pic 9(04).
           05 wrk-cm-ini-mmdd.
               10 wrk-cm-ini-mes pic 9(02).
               10 wrk-cm-ini-dia pic 9(02).
       01 wrk-cm-fim.
           05 wrk-cm-fim-ano pic 9(04).
           05 wrk-cm-fim-mmdd.
               10 wrk-cm-fim-mes pic 9(02).
               10 wrk-cm-fim-dia pic 9(02).
       77 wrk-cm-meses pic s9(04) value ZERO.
       77 wrk-cm-dias pic s9(04) value ZERO.

       PROCEDURE DIVISION.

           CLOSE EVENTOS.
           CLOSE FOLHA-HIST.
           CLOSE TABELAS.
           CLOSE RESCISOES.
           CLOSE SALARIO-HIST.
           CLOSE EMPRESTIMOS.
           CLOSE BENEFICIOS.
           STOP RUN.

       0100-inicializar SECTION.
               CLOSE TABELAS
               OPEN I-O TABELAS
           END-IF.
           OPEN I-O RESCISOES.
           IF fs-rescisoes EQUAL 35
               OPEN OUTPUT RESCISOES
               CLOSE RESCISOES
               OPEN I-O RESCISOES
           END-IF.
           OPEN I-O SALARIO-HIST.
           IF fs-salario-hist EQUAL 35
               OPEN OUTPUT SALARIO-HIST
               CLOSE SALARIO-HIST
               OPEN I-O SALARIO-HIST
           END-IF.
           OPEN I-O EMPRESTIMOS.
           IF fs-emprestimos EQUAL 35
               OPEN OUTPUT EMPRESTIMOS
               CLOSE EMPRESTIMOS
               OPEN I-O EMPRESTIMOS
           END-IF.
           OPEN I-O BENEFICIOS.
           IF fs-beneficios EQUAL 35
               OPEN OUTPUT BENEFICIOS
               CLOSE BENEFICIOS
               OPEN I-O BENEFICIOS
           END-IF.

       0200-menu SECTION.
           DISPLAY "1-incluir  2-consultar liquido  3-alterar salario"
           DISPLAY "6-programar ferias  7-decimo terceiro"
               "  8-recibo de ferias  C-contracheques"
               "  T-tabelas de descontos".
           DISPLAY "R-rescisao de contrato  G-fgts do mes"
               "  H-historico salarial  A-reajuste coletivo".
           DISPLAY "B-dados bancarios  P-credito de salarios no banco"
               "  E-emprestimos e adiantamentos".
           DISPLAY "V-vale-transporte e vale-refeicao".
           DISPLAY "opcao"
               ACCEPT wrk-opcao.
           EVALUATE wrk-opcao
               WHEN "T"
               WHEN "t"
                   PERFORM 0195-manter-tabelas
               WHEN "R"
               WHEN "r"
                   PERFORM 0176-rescisao
               WHEN "G"
               WHEN "g"
                   PERFORM 0196-fgts-mes
               WHEN "H"
               WHEN "h"
                   PERFORM 0132-historico-salarial
               WHEN "A"
               WHEN "a"
                   PERFORM 0135-reajuste-coletivo
               WHEN "B"
               WHEN "b"
                   PERFORM 0133-dados-bancarios
               WHEN "P"
               WHEN "p"
                   PERFORM 0220-credito-bancario
               WHEN "E"
               WHEN "e"
                   PERFORM 0225-emprestimos
               WHEN "V"
               WHEN "v"
                   PERFORM 0230-beneficios
               WHEN "9"
                   CONTINUE
               WHEN OTHER
               ACCEPT wrk-dependentes.
           DISPLAY "centro de custo do departamento"
               ACCEPT wrk-centro-custo.
           DISPLAY "banco para credito (0 = paga em cheque)"
               ACCEPT wrk-banco.
           MOVE ZERO to wrk-agencia.
           MOVE SPACES to wrk-conta.
           IF wrk-banco > ZERO
               DISPLAY "agencia"
                   ACCEPT wrk-agencia
               DISPLAY "conta"
                   ACCEPT wrk-conta
           END-IF.
           DISPLAY "data de admissao (AAAAMMDD)"
               ACCEPT wrk-admissao.
           MOVE "V" to wrk-ds-funcao.
           MOVE ZERO to FUN-FERIAS-INICIO.
           MOVE wrk-dependentes to FUN-DEPENDENTES.
           MOVE wrk-centro-custo to FUN-CENTRO-CUSTO.
           MOVE "A" to FUN-SITUACAO.
           MOVE ZERO to FUN-DESLIGAMENTO.
           MOVE wrk-admissao to FUN-FERIAS-AQUIS.
           MOVE wrk-banco to FUN-BANCO.
           MOVE wrk-agencia to FUN-AGENCIA.
           MOVE wrk-conta to FUN-CONTA.
           WRITE REG-FUNCIONARIO
               INVALID KEY
                   DISPLAY "matricula ja cadastrada"
                   DISPLAY "irrf....: " wrk-valor-ed
                   MOVE wrk-liquido to wrk-valor-ed
                   DISPLAY "liquido.: " wrk-valor-ed
                   IF FUNCIONARIO-DESLIGADO
                       DISPLAY "desligado em " FUN-DESLIGAMENTO
                               " - fora da folha"
                   END-IF
           END-READ.

       0130-alterar-salario SECTION.
      *alteracao individual: o salario anterior, o novo, a vigencia
      *e o motivo ficam no historico salarial antes da regravacao
           DISPLAY "matricula a alterar"
               ACCEPT wrk-matricula.
           MOVE wrk-matricula to FUN-MATRICULA.
           READ FUNCIONARIOS
               INVALID KEY
                   DISPLAY "funcionario nao encontrado"
                   GO to 0130-fim
           END-READ.
           IF FUNCIONARIO-DESLIGADO
               DISPLAY "funcionario desligado em " FUN-DESLIGAMENTO
               GO to 0130-fim
           END-IF.
           MOVE FUN-SALARIO to wrk-valor-ed.
           DISPLAY "salario atual: " wrk-valor-ed.
           DISPLAY "novo salario bruto"
               ACCEPT wrk-salario.
           MOVE SPACE to wrk-sh-motivo.
           PERFORM UNTIL wrk-sh-motivo EQUAL "M"
                   OR wrk-sh-motivo EQUAL "P"
                   OR wrk-sh-motivo EQUAL "O"
               DISPLAY "motivo: M-merito  P-promocao  O-outros"
                   ACCEPT wrk-sh-motivo
               INSPECT wrk-sh-motivo CONVERTING "mpo" to "MPO"
           END-PERFORM.
           DISPLAY "vigencia (AAAAMMDD, 0 = hoje)"
               ACCEPT wrk-sh-vigencia.
           IF wrk-sh-vigencia EQUAL ZERO
               ACCEPT wrk-sh-vigencia FROM DATE YYYYMMDD
           END-IF.
           MOVE "V" to wrk-ds-funcao.
           MOVE wrk-sh-vigencia to wrk-ds-data1.
           CALL "datesrv" USING wrk-ds-funcao wrk-ds-data1
                   wrk-ds-data2 wrk-ds-dias wrk-ds-status.
           IF wrk-ds-status NOT EQUAL "00"
               DISPLAY "vigencia invalida - salario nao alterado"
               GO to 0130-fim
           END-IF.
           MOVE ZERO to wrk-sh-percentual.
           IF FUN-SALARIO > ZERO
               COMPUTE wrk-sh-percentual ROUNDED =
                       ((wrk-salario / FUN-SALARIO) - 1) * 100
           END-IF.
           PERFORM 0131-registrar-historico.
           MOVE wrk-salario to FUN-SALARIO.
           REWRITE REG-FUNCIONARIO.
           DISPLAY "salario alterado e registrado no historico".
       0130-fim.
           EXIT.

       0131-registrar-historico SECTION.
      *uma linha por matricula e vigencia; nova alteracao na mesma
      *data mantem o salario anterior original
           MOVE FUN-MATRICULA to SH-MATRICULA.
           MOVE wrk-sh-vigencia to SH-VIGENCIA.
           READ SALARIO-HIST
               INVALID KEY
                   MOVE FUN-SALARIO to SH-SALARIO-ANTERIOR
           END-READ.
           MOVE wrk-salario to SH-SALARIO-NOVO.
           MOVE wrk-sh-motivo to SH-MOTIVO.
           MOVE wrk-sh-percentual to SH-PERCENTUAL.
           ACCEPT SH-REGISTRO FROM DATE YYYYMMDD.
           WRITE REG-SALARIO-HIST
               INVALID KEY
                   REWRITE REG-SALARIO-HIST
           END-WRITE.

       0132-historico-salarial SECTION.
           DISPLAY "matricula do funcionario"
               ACCEPT wrk-matricula.
           MOVE wrk-matricula to FUN-MATRICULA.
           READ FUNCIONARIOS
               INVALID KEY
                   DISPLAY "funcionario nao encontrado"
                   GO to 0132-fim
           END-READ.
           DISPLAY "funcionario: " FUN-NOME.
           DISPLAY "vigencia  anterior     novo        %   motivo".
           MOVE FUN-MATRICULA to SH-MATRICULA.
           MOVE ZERO to SH-VIGENCIA.
           START SALARIO-HIST KEY IS NOT LESS THAN SH-CHAVE.
           IF fs-salario-hist EQUAL 00
               READ SALARIO-HIST NEXT
               PERFORM UNTIL fs-salario-hist NOT EQUAL 00
                       OR SH-MATRICULA NOT EQUAL FUN-MATRICULA
                   EVALUATE TRUE
                       WHEN REAJUSTE-MERITO
                           MOVE "merito" to wrk-rsc-descricao
                       WHEN REAJUSTE-PROMOCAO
                           MOVE "promocao" to wrk-rsc-descricao
                       WHEN REAJUSTE-COLETIVO
                           MOVE "acordo coletivo" to wrk-rsc-descricao
                       WHEN OTHER
                           MOVE "outros" to wrk-rsc-descricao
                   END-EVALUATE
                   MOVE SH-SALARIO-ANTERIOR to wrk-valor-ed
                   MOVE SH-SALARIO-NOVO to wrk-total-ed
                   DISPLAY SH-VIGENCIA " " wrk-valor-ed " "
                           wrk-total-ed " " SH-PERCENTUAL " "
                           wrk-rsc-descricao
                   READ SALARIO-HIST NEXT
               END-PERFORM
           END-IF.
       0132-fim.
           EXIT.

       0133-dados-bancarios SECTION.
      *conta de credito do salario; banco zero manda o funcionario
      *para a lista de pagamento em cheque
           DISPLAY "matricula do funcionario"
               ACCEPT wrk-matricula.
           MOVE wrk-matricula to FUN-MATRICULA.
           READ FUNCIONARIOS
               INVALID KEY
                   DISPLAY "funcionario nao encontrado"
                   GO to 0133-fim
           END-READ.
           DISPLAY "funcionario: " FUN-NOME.
           DISPLAY "banco/agencia/conta atuais: " FUN-BANCO " "
                   FUN-AGENCIA " " FUN-CONTA.
           DISPLAY "banco (0 = paga em cheque)"
               ACCEPT wrk-banco.
           MOVE ZERO to wrk-agencia.
           MOVE SPACES to wrk-conta.
           IF wrk-banco > ZERO
               DISPLAY "agencia"
                   ACCEPT wrk-agencia
               DISPLAY "conta"
                   ACCEPT wrk-conta
           END-IF.
           MOVE wrk-banco to FUN-BANCO.
           MOVE wrk-agencia to FUN-AGENCIA.
           MOVE wrk-conta to FUN-CONTA.
           REWRITE REG-FUNCIONARIO.
           DISPLAY "dados bancarios gravados".
       0133-fim.
           EXIT.

       0135-reajuste-coletivo SECTION.
      *reajuste de acordo coletivo: percentual sobre todos os
      *ativos ou sobre um centro de custo, vigente desde a
      *competencia inicial; as folhas dessa competencia em diante
      *que ja fecharam geram diferencas retroativas, pagas como
      *evento na folha da competencia de pagamento
           DISPLAY "percentual do reajuste (ex. 005.50)"
               ACCEPT wrk-sh-percentual.
           IF wrk-sh-percentual EQUAL ZERO
               GO to 0135-fim
           END-IF.
           DISPLAY "centro de custo (0 = todos)"
               ACCEPT wrk-rj-centro.
           DISPLAY "competencia inicial do reajuste (AAAAMM)"
               ACCEPT wrk-rj-comp-ini.
           MOVE "V" to wrk-ds-funcao.
           COMPUTE wrk-ds-data1 = (wrk-rj-comp-ini * 100) + 1.
           CALL "datesrv" USING wrk-ds-funcao wrk-ds-data1
                   wrk-ds-data2 wrk-ds-dias wrk-ds-status.
           IF wrk-ds-status NOT EQUAL "00"
               DISPLAY "competencia invalida"
               GO to 0135-fim
           END-IF.
           DISPLAY "competencia da folha que paga as diferencas"
                   " (AAAAMM, 0 = atual)"
               ACCEPT wrk-rj-comp-pagto.
           IF wrk-rj-comp-pagto EQUAL ZERO
               PERFORM 0155-competencia-atual
               MOVE wrk-competencia to wrk-rj-comp-pagto
           END-IF.
           IF wrk-rj-comp-pagto < wrk-rj-comp-ini
               MOVE wrk-rj-comp-ini to wrk-rj-comp-pagto
           END-IF.
           DISPLAY "reajuste de " wrk-sh-percentual "% desde "
                   wrk-rj-comp-ini ", diferencas na folha de "
                   wrk-rj-comp-pagto.
           DISPLAY "confirma (s/n)"
               ACCEPT wrk-rj-confirma.
           IF wrk-rj-confirma NOT EQUAL "S"
                   AND wrk-rj-confirma NOT EQUAL "s"
               GO to 0135-fim
           END-IF.
           COMPUTE wrk-sh-vigencia = (wrk-rj-comp-ini * 100) + 1.
           MOVE "C" to wrk-sh-motivo.
           OPEN OUTPUT REL-REAJUSTE.
           MOVE SPACES to REL-RJ-LINHA.
           MOVE "reajuste coletivo de" to REL-RJ-LINHA(1:20).
           MOVE wrk-sh-percentual to REL-RJ-LINHA(22:5).
           MOVE "% desde" to REL-RJ-LINHA(27:7).
           MOVE wrk-rj-comp-ini to REL-RJ-LINHA(35:6).
           MOVE "centro de custo" to REL-RJ-LINHA(43:15).
           IF wrk-rj-centro EQUAL ZERO
               MOVE "todos" to REL-RJ-LINHA(59:5)
           ELSE
               MOVE wrk-rj-centro to REL-RJ-LINHA(59:3)
           END-IF.
           WRITE REL-REAJUSTE-REG.
           MOVE SPACES to REL-RJ-LINHA.
           MOVE "matr  nome                  anterior       novo"
               to REL-RJ-LINHA(1:47).
           MOVE "meses  retroativo" to REL-RJ-LINHA(50:17).
           WRITE REL-REAJUSTE-REG.
           MOVE ZERO to wrk-rj-qtd wrk-rj-tot-retro.
           MOVE ZERO to FUN-MATRICULA.
           START FUNCIONARIOS KEY IS NOT LESS THAN FUN-MATRICULA.
           READ FUNCIONARIOS NEXT
           PERFORM UNTIL fs-funcionarios NOT EQUAL 00
               IF FUNCIONARIO-ATIVO
                       AND (wrk-rj-centro EQUAL ZERO
                        OR FUN-CENTRO-CUSTO EQUAL wrk-rj-centro)
                   PERFORM 0136-reajustar-funcionario
               END-IF
               READ FUNCIONARIOS NEXT
           END-PERFORM.
           MOVE SPACES to REL-RJ-LINHA.
           MOVE "funcionarios:" to REL-RJ-LINHA(1:13).
           MOVE wrk-rj-qtd to REL-RJ-LINHA(15:5).
           MOVE "total retroativo:" to REL-RJ-LINHA(30:17).
           MOVE wrk-rj-tot-retro to wrk-total-ed.
           MOVE wrk-total-ed to REL-RJ-LINHA(54:13).
           WRITE REL-REAJUSTE-REG.
           CLOSE REL-REAJUSTE.
           DISPLAY "reajustados: " wrk-rj-qtd
                   " (reajuste-coletivo.txt)".
       0135-fim.
           EXIT.

       0136-reajustar-funcionario SECTION.
           COMPUTE wrk-salario ROUNDED =
                   FUN-SALARIO * (1 + (wrk-sh-percentual / 100)).
           PERFORM 0131-registrar-historico.
           PERFORM 0137-diferencas-retroativas.
           ADD 1 to wrk-rj-qtd.
           ADD wrk-rj-retro to wrk-rj-tot-retro.
           MOVE SPACES to REL-RJ-LINHA.
           MOVE FUN-MATRICULA to REL-RJ-LINHA(1:5).
           MOVE FUN-NOME(1:20) to REL-RJ-LINHA(7:20).
           MOVE FUN-SALARIO to wrk-valor-ed.
           MOVE wrk-valor-ed to REL-RJ-LINHA(27:10).
           MOVE wrk-salario to wrk-valor-ed.
           MOVE wrk-valor-ed to REL-RJ-LINHA(38:10).
           MOVE wrk-rj-meses to REL-RJ-LINHA(52:2).
           MOVE wrk-rj-retro to wrk-valor-ed.
           MOVE wrk-valor-ed to REL-RJ-LINHA(57:10).
           WRITE REL-REAJUSTE-REG.
           MOVE wrk-salario to FUN-SALARIO.
           REWRITE REG-FUNCIONARIO.
      *as diferencas entram como evento da competencia de
      *pagamento, sem mexer nas horas e faltas ja lancadas
           IF wrk-rj-retro > ZERO
               MOVE FUN-MATRICULA to EV-MATRICULA
               MOVE wrk-rj-comp-pagto to EV-COMPETENCIA
               READ EVENTOS
                   INVALID KEY
                       MOVE ZERO to EV-HE50 EV-HE100 EV-FALTAS
                                    EV-ATRASOS-MIN EV-DESC-VT
               END-READ
               MOVE wrk-rj-retro to EV-RETROATIVO
               WRITE REG-EVENTO
                   INVALID KEY
                       REWRITE REG-EVENTO
               END-WRITE
           END-IF.

       0137-diferencas-retroativas SECTION.
      *folhas fechadas da competencia inicial ate a anterior a de
      *pagamento: o bruto (salario, extras, faltas e atrasos, tudo
      *precificado sobre o salario) cresce na mesma proporcao do
      *reajuste; retroativo ja pago no mes fica fora da base
           MOVE ZERO to wrk-rj-retro wrk-rj-meses.
           MOVE FUN-MATRICULA to FH-MATRICULA.
           MOVE wrk-rj-comp-ini to FH-COMPETENCIA.
           START FOLHA-HIST KEY IS NOT LESS THAN FH-CHAVE.
           IF fs-folha-hist EQUAL 00
               READ FOLHA-HIST NEXT
               PERFORM UNTIL fs-folha-hist NOT EQUAL 00
                       OR FH-MATRICULA NOT EQUAL FUN-MATRICULA
                       OR FH-COMPETENCIA NOT < wrk-rj-comp-pagto
                   IF FH-BRUTO > FH-RETROATIVO
                       COMPUTE wrk-rj-diferenca ROUNDED =
                               (FH-BRUTO - FH-RETROATIVO)
                               * wrk-sh-percentual / 100
                       ADD wrk-rj-diferenca to wrk-rj-retro
                       ADD 1 to wrk-rj-meses
                   END-IF
                   READ FOLHA-HIST NEXT
               END-PERFORM
           END-IF.

       0140-folha-mensal SECTION.
      *folha do mes inteiro em disco: uma linha por funcionario com

           MOVE ZERO to wrk-tot-bruto wrk-tot-inss wrk-tot-irrf
                        wrk-tot-liquido wrk-qtd-func.
           MOVE ZERO to wrk-tot-emprest wrk-tot-vt.
           MOVE ZERO to wrk-ctc-qtd.
           MOVE ZERO to FUN-MATRICULA.
           START FUNCIONARIOS KEY IS NOT LESS THAN FUN-MATRICULA.
           READ FUNCIONARIOS NEXT
           PERFORM UNTIL fs-funcionarios NOT EQUAL 00
      *desligados ficam fora da folha (a rescisao pagou o mes)
               IF FUNCIONARIO-ATIVO
                   PERFORM 0165-aplicar-eventos
                   PERFORM 0160-calcular-liquido
                   PERFORM 0164-descontar-vale-transp
                   PERFORM 0167-descontar-emprestimos
                   PERFORM 0186-acumular-centro
                   ADD 1 to wrk-qtd-func
                   ADD wrk-salario-base to wrk-tot-bruto
                   ADD wrk-inss to wrk-tot-inss
                   ADD wrk-irrf to wrk-tot-irrf
                   ADD wrk-liquido to wrk-tot-liquido

                   MOVE SPACES to FOLHA-LINHA
                   MOVE FUN-MATRICULA to FOLHA-LINHA(1:5)
                   MOVE FUN-NOME to FOLHA-LINHA(7:30)
                   MOVE wrk-salario-base to wrk-valor-ed
                   MOVE wrk-valor-ed to FOLHA-LINHA(38:10)
                   MOVE wrk-inss to wrk-valor-ed
                   MOVE wrk-valor-ed to FOLHA-LINHA(49:10)
                   MOVE wrk-irrf to wrk-valor-ed
                   MOVE wrk-valor-ed to FOLHA-LINHA(60:10)
                   MOVE wrk-liquido to wrk-valor-ed
                   MOVE wrk-valor-ed to FOLHA-LINHA(71:10)
                   WRITE FOLHA-REG
                   PERFORM 0185-gravar-folha-hist
      *linha extra com as verbas do mes, quando houver eventos
                   IF wrk-tem-eventos EQUAL "S"
                       MOVE SPACES to FOLHA-LINHA
                       MOVE "  he50:" to FOLHA-LINHA(3:7)
                       MOVE wrk-vlr-he50 to wrk-valor-ed
                       MOVE wrk-valor-ed to FOLHA-LINHA(11:10)
                       MOVE "he100:" to FOLHA-LINHA(23:6)
                       MOVE wrk-vlr-he100 to wrk-valor-ed
                       MOVE wrk-valor-ed to FOLHA-LINHA(30:10)
                       MOVE "faltas:" to FOLHA-LINHA(42:7)
                       MOVE wrk-vlr-faltas to wrk-valor-ed
                       MOVE wrk-valor-ed to FOLHA-LINHA(50:10)
                       MOVE "atrasos:" to FOLHA-LINHA(62:8)
                       MOVE wrk-vlr-atrasos to wrk-valor-ed
                       MOVE wrk-valor-ed to FOLHA-LINHA(71:10)
                       IF wrk-vlr-retro > ZERO
                           MOVE "retro:" to FOLHA-LINHA(83:6)
                           MOVE wrk-vlr-retro to wrk-valor-ed
                           MOVE wrk-valor-ed to FOLHA-LINHA(90:10)
                       END-IF
                       WRITE FOLHA-REG
                   END-IF
               END-IF

               READ FUNCIONARIOS NEXT
                       ACCEPT wrk-ev-atrasos
                   MOVE wrk-matricula to EV-MATRICULA
                   MOVE wrk-competencia to EV-COMPETENCIA
      *retroativo do reajuste coletivo e desconto de vale-transporte
      *do calculo dos vales sao preservados
                   READ EVENTOS
                       INVALID KEY
                           MOVE ZERO to EV-RETROATIVO EV-DESC-VT
                   END-READ
                   MOVE wrk-ev-he50 to EV-HE50
                   MOVE wrk-ev-he100 to EV-HE100
                   MOVE wrk-ev-faltas to EV-FALTAS
      *em cima desse bruto
           MOVE "N" to wrk-tem-eventos.
           MOVE ZERO to wrk-vlr-he50 wrk-vlr-he100
                        wrk-vlr-faltas wrk-vlr-atrasos wrk-vlr-retro
                        wrk-vlr-vt.
           MOVE FUN-SALARIO to wrk-salario-base.
           MOVE FUN-MATRICULA to EV-MATRICULA.
           MOVE wrk-competencia to EV-COMPETENCIA.
                           FUN-SALARIO / 30 * EV-FALTAS
                   COMPUTE wrk-vlr-atrasos ROUNDED =
                           wrk-valor-hora / 60 * EV-ATRASOS-MIN
                   MOVE EV-RETROATIVO to wrk-vlr-retro
                   MOVE EV-DESC-VT to wrk-vlr-vt
                   COMPUTE wrk-salario-base = FUN-SALARIO
                           + wrk-vlr-he50 + wrk-vlr-he100
                           - wrk-vlr-faltas - wrk-vlr-atrasos
                           + wrk-vlr-retro
                   IF wrk-salario-base < ZERO
                       MOVE ZERO to wrk-salario-base
                   END-IF
               DISPLAY "faltas..: " wrk-valor-ed " (-)"
               MOVE wrk-vlr-atrasos to wrk-valor-ed
               DISPLAY "atrasos.: " wrk-valor-ed " (-)"
               MOVE wrk-vlr-retro to wrk-valor-ed
               DISPLAY "retroat.: " wrk-valor-ed
           END-IF.

       0145-programar-ferias SECTION.
           START FUNCIONARIOS KEY IS NOT LESS THAN FUN-MATRICULA.
           READ FUNCIONARIOS NEXT
           PERFORM UNTIL fs-funcionarios NOT EQUAL 00
               IF FUNCIONARIO-ATIVO
                   PERFORM 0171-calcular-13
               END-IF
               READ FUNCIONARIOS NEXT
           END-PERFORM.
           MOVE SPACES to REL-13-LINHA.
           MOVE wrk-total-ed to REL-13-LINHA(40:13).
           WRITE REL-DECIMO-REG.
           CLOSE REL-DECIMO.
      *total liquido da parcela para conferir o credito bancario
           MOVE wrk-competencia to DT-COMPETENCIA.
           MOVE wrk-parcela to DT-PARCELA.
           MOVE wrk-tot-13 to DT-LIQUIDO.
           OPEN OUTPUT DECIMO-TOTAL.
           WRITE DECIMO-TOTAL-REG.
           CLOSE DECIMO-TOTAL.
           DISPLAY "decimo terceiro gravado em"
                   " decimo-terceiro.txt".
       0170-fim.
           END-IF.
           ADD 1 to wrk-qtd-func.
           ADD wrk-13-valor to wrk-tot-13.
      *base do fgts: a metade bruta do 13o paga nesta parcela
           COMPUTE wrk-fgts-base ROUNDED = wrk-13-integral / 2.
           IF wrk-parcela EQUAL 2
               COMPUTE wrk-fgts-base = wrk-13-integral - wrk-fgts-base
           END-IF.
           MOVE "1" to wrk-fgts-verba.
           PERFORM 0182-base-fgts.
           MOVE SPACES to REL-13-LINHA.
           MOVE FUN-MATRICULA to REL-13-LINHA(1:5).
           MOVE FUN-NOME to REL-13-LINHA(7:30).
                   DISPLAY "funcionario nao encontrado"
                   GO to 0175-fim
           END-READ.
           IF FUNCIONARIO-DESLIGADO
               DISPLAY "funcionario desligado - ferias pagas na"
                       " rescisao"
               GO to 0175-fim
           END-IF.
           IF FUN-FERIAS-INICIO EQUAL ZERO
               DISPLAY "sem ferias programadas - use a opcao 6"
               GO to 0175-fim
           MOVE wrk-valor-ed to REL-FE-LINHA(84:10).
           WRITE REL-FERIAS-REG.
           CLOSE REL-FERIAS.
      *o recibo quita o periodo aquisitivo em aberto: o proximo
      *comeca um ano depois (a rescisao conta as vencidas dali)
           IF FUN-FERIAS-AQUIS EQUAL ZERO
               MOVE FUN-ADMISSAO to FUN-FERIAS-AQUIS
           END-IF.
           ADD 10000 to FUN-FERIAS-AQUIS.
           REWRITE REG-FUNCIONARIO.
           MOVE wrk-ferias-base to wrk-fgts-base.
           MOVE "F" to wrk-fgts-verba.
           PERFORM 0182-base-fgts.
           MOVE wrk-liquido to wrk-valor-ed.
           DISPLAY "ferias liquidas: " wrk-valor-ed
                   " (recibo gravado)".
       0175-fim.
           EXIT.

       0176-rescisao SECTION.
      *rescisao de contrato de uma matricula: saldo de salario do
      *mes, aviso previo indenizado (30 dias mais 3 por ano completo,
      *ate 90), ferias vencidas e proporcionais com o terco e 13o
      *proporcional; aviso, ferias e 13o sobre o salario mais a media
      *das horas extras dos 12 meses anteriores no historico da
      *folha, e o aviso indenizado projeta o tempo de casa; justa
      *causa perde as proporcionais e o pedido de demissao o aviso
           DISPLAY "matricula do funcionario"
               ACCEPT wrk-matricula.
           MOVE wrk-matricula to FUN-MATRICULA.
           READ FUNCIONARIOS
               INVALID KEY
                   DISPLAY "funcionario nao encontrado"
                   GO to 0176-fim
           END-READ.
           IF FUNCIONARIO-DESLIGADO
               DISPLAY "funcionario ja desligado em "
                       FUN-DESLIGAMENTO
               GO to 0176-fim
           END-IF.
           DISPLAY "funcionario: " FUN-NOME.
           DISPLAY "data do desligamento (AAAAMMDD)"
               ACCEPT wrk-rsc-data.
           MOVE "V" to wrk-ds-funcao.
           MOVE wrk-rsc-data to wrk-ds-data1.
           CALL "datesrv" USING wrk-ds-funcao wrk-ds-data1
                   wrk-ds-data2 wrk-ds-dias wrk-ds-status.
           IF wrk-ds-status NOT EQUAL "00"
                   OR wrk-rsc-data < FUN-ADMISSAO
               DISPLAY "data invalida ou anterior a admissao"
               GO to 0176-fim
           END-IF.
           MOVE SPACE to wrk-rsc-motivo.
           PERFORM UNTIL wrk-rsc-motivo EQUAL "S"
                   OR wrk-rsc-motivo EQUAL "J"
                   OR wrk-rsc-motivo EQUAL "P"
               DISPLAY "motivo: S-dispensa sem justa causa"
                       "  J-justa causa  P-pedido de demissao"
                   ACCEPT wrk-rsc-motivo
               INSPECT wrk-rsc-motivo CONVERTING "sjp" to "SJP"
           END-PERFORM.
           MOVE SPACE to wrk-rsc-aviso.
           IF wrk-rsc-motivo EQUAL "S"
               PERFORM UNTIL wrk-rsc-aviso EQUAL "I"
                       OR wrk-rsc-aviso EQUAL "T"
                   DISPLAY "aviso previo: I-indenizado"
                           "  T-trabalhado"
                       ACCEPT wrk-rsc-aviso
                   INSPECT wrk-rsc-aviso CONVERTING "it" to "IT"
               END-PERFORM
           END-IF.
      *no pedido de demissao o aviso e cumprido pelo empregado
           IF wrk-rsc-motivo EQUAL "P"
               MOVE "T" to wrk-rsc-aviso
           END-IF.

           MOVE wrk-rsc-data(1:6) to wrk-competencia.
           PERFORM 0190-carregar-tabelas.
           PERFORM 0177-media-variaveis.
           COMPUTE wrk-rsc-remuneracao = FUN-SALARIO + wrk-rsc-media.
           MOVE ZERO to REG-RESCISAO.
           MOVE FUN-MATRICULA to RSC-MATRICULA.
           MOVE FUN-NOME to RSC-NOME.
           MOVE FUN-CENTRO-CUSTO to RSC-CENTRO-CUSTO.
           MOVE FUN-ADMISSAO to RSC-ADMISSAO.
           MOVE wrk-rsc-data to RSC-DESLIGAMENTO.
           MOVE wrk-competencia to RSC-COMPETENCIA.
           MOVE wrk-rsc-motivo to RSC-MOTIVO.
           MOVE wrk-rsc-aviso to RSC-AVISO.
           MOVE FUN-SALARIO to RSC-SALARIO.

      *saldo de salario: dias trabalhados no mes do desligamento,
      *a nao ser que a folha do mes ja tenha sido fechada
           MOVE wrk-rsc-data(7:2) to RSC-DIAS-SALDO.
           IF RSC-DIAS-SALDO > 30
               MOVE 30 to RSC-DIAS-SALDO
           END-IF.
           IF wrk-rsc-folha-paga EQUAL "S"
               DISPLAY "folha da competencia ja fechada - saldo de"
                       " salario pago nela"
               MOVE ZERO to RSC-DIAS-SALDO
           END-IF.
           COMPUTE RSC-SALDO-SALARIO ROUNDED =
                   FUN-SALARIO / 30 * RSC-DIAS-SALDO.

      *anos completos de casa para o aviso proporcional
           MOVE FUN-ADMISSAO to wrk-cm-inicio.
           MOVE wrk-rsc-data to wrk-cm-fim.
           COMPUTE wrk-rsc-anos = wrk-cm-fim-ano - wrk-cm-ini-ano.
           IF wrk-cm-fim-mmdd < wrk-cm-ini-mmdd
               SUBTRACT 1 from wrk-rsc-anos
           END-IF.
           MOVE wrk-rsc-data to wrk-rsc-projecao.
           IF RESCISAO-SEM-JUSTA AND AVISO-INDENIZADO
               COMPUTE RSC-DIAS-AVISO = 30 + (3 * wrk-rsc-anos)
               IF RSC-DIAS-AVISO > 90
                   MOVE 90 to RSC-DIAS-AVISO
               END-IF
               COMPUTE RSC-AVISO-VALOR ROUNDED =
                       wrk-rsc-remuneracao / 30 * RSC-DIAS-AVISO
               MOVE "A" to wrk-ds-funcao
               MOVE wrk-rsc-data to wrk-ds-data1
               MOVE RSC-DIAS-AVISO to wrk-ds-dias
               CALL "datesrv" USING wrk-ds-funcao wrk-ds-data1
                       wrk-ds-data2 wrk-ds-dias wrk-ds-status
               IF wrk-ds-status EQUAL "00"
                   MOVE wrk-ds-data2 to wrk-rsc-projecao
               END-IF
           END-IF.

      *ferias: periodos de 12 meses completos desde o inicio do
      *aquisitivo em aberto sao vencidas, o resto e proporcional
           IF FUN-FERIAS-AQUIS EQUAL ZERO
               MOVE FUN-ADMISSAO to wrk-rsc-aquis
           ELSE
               MOVE FUN-FERIAS-AQUIS to wrk-rsc-aquis
           END-IF.
           MOVE wrk-rsc-aquis to wrk-cm-inicio.
           MOVE wrk-rsc-projecao to wrk-cm-fim.
           PERFORM 0178-contar-meses.
           DIVIDE wrk-rsc-meses BY 12 GIVING wrk-rsc-anos
               REMAINDER wrk-rsc-meses.
           IF wrk-rsc-anos > 9
               MOVE 9 to wrk-rsc-anos
           END-IF.
           MOVE wrk-rsc-anos to RSC-PERIODOS-VENC.
           COMPUTE RSC-FERIAS-VENC =
                   wrk-rsc-remuneracao * RSC-PERIODOS-VENC.
           IF NOT RESCISAO-JUSTA-CAUSA
               MOVE wrk-rsc-meses to RSC-MESES-FERIAS
               COMPUTE RSC-FERIAS-PROP ROUNDED =
                       wrk-rsc-remuneracao * RSC-MESES-FERIAS / 12
           END-IF.
           COMPUTE RSC-TERCO ROUNDED =
                   (RSC-FERIAS-VENC + RSC-FERIAS-PROP) / 3.

      *13o: meses do ano da data projetada, a partir de janeiro ou
      *da admissao no proprio ano
           IF NOT RESCISAO-JUSTA-CAUSA
               MOVE wrk-rsc-projecao to wrk-cm-inicio
               MOVE "0101" to wrk-cm-ini-mmdd
               IF FUN-ADMISSAO > wrk-cm-inicio
                   MOVE FUN-ADMISSAO to wrk-cm-inicio
               END-IF
               MOVE wrk-rsc-projecao to wrk-cm-fim
               PERFORM 0178-contar-meses
               IF wrk-rsc-meses > 12
                   MOVE 12 to wrk-rsc-meses
               END-IF
               MOVE wrk-rsc-meses to RSC-MESES-13
               COMPUTE RSC-13-PROP ROUNDED =
                       wrk-rsc-remuneracao * RSC-MESES-13 / 12
           END-IF.

      *inss e irrf com as tabelas da competencia: o saldo de salario
      *e o 13o sofrem cada um a sua cascata; aviso e ferias
      *indenizados nao entram nas bases
           MOVE RSC-SALDO-SALARIO to wrk-salario-base.
           PERFORM 0160-calcular-liquido.
           MOVE wrk-inss to wrk-rsc-inss.
           MOVE wrk-irrf to wrk-rsc-irrf.
           MOVE RSC-13-PROP to wrk-salario-base.
           PERFORM 0160-calcular-liquido.
           MOVE wrk-inss to RSC-INSS-13.
           MOVE wrk-irrf to RSC-IRRF-13.
           ADD wrk-inss to wrk-rsc-inss.
           ADD wrk-irrf to wrk-rsc-irrf.
           MOVE wrk-rsc-inss to RSC-INSS.
           MOVE wrk-rsc-irrf to RSC-IRRF.
           COMPUTE RSC-BRUTO = RSC-SALDO-SALARIO + RSC-AVISO-VALOR
                   + RSC-FERIAS-VENC + RSC-FERIAS-PROP + RSC-TERCO
                   + RSC-13-PROP.
           COMPUTE RSC-LIQUIDO = RSC-BRUTO - RSC-INSS - RSC-IRRF.
      *saldo devedor de emprestimos e adiantamentos sai do liquido,
      *ate o limite dele; o que sobrar continua em aberto
           PERFORM 0168-saldo-emprestimos.
           IF wrk-em-total > RSC-LIQUIDO
               MOVE RSC-LIQUIDO to wrk-em-total
           END-IF.
           MOVE wrk-em-total to RSC-EMPRESTIMOS.
           SUBTRACT RSC-EMPRESTIMOS from RSC-LIQUIDO.
      *fgts do mes da rescisao (saldo, aviso e 13o; ferias
      *indenizadas nao entram) e a multa de 40% na dispensa sem
      *justa causa, sobre o depositado no historico mais esse mes
           COMPUTE RSC-BASE-FGTS = RSC-SALDO-SALARIO
                   + RSC-AVISO-VALOR + RSC-13-PROP.
           COMPUTE RSC-FGTS ROUNDED = RSC-BASE-FGTS * wrk-aliq-fgts.
           PERFORM 0189-saldo-fgts.
           IF RESCISAO-SEM-JUSTA
               COMPUTE RSC-MULTA-FGTS ROUNDED =
                       RSC-SALDO-FGTS * wrk-aliq-multa-fgts
           END-IF.

           MOVE RSC-SALDO-SALARIO to wrk-valor-ed.
           DISPLAY "saldo de salario....: " wrk-valor-ed.
           MOVE RSC-AVISO-VALOR to wrk-valor-ed.
           DISPLAY "aviso previo........: " wrk-valor-ed
                   " (" RSC-DIAS-AVISO " dias)".
           MOVE RSC-FERIAS-VENC to wrk-valor-ed.
           DISPLAY "ferias vencidas.....: " wrk-valor-ed.
           MOVE RSC-FERIAS-PROP to wrk-valor-ed.
           DISPLAY "ferias proporcionais: " wrk-valor-ed
                   " (" RSC-MESES-FERIAS "/12)".
           MOVE RSC-TERCO to wrk-valor-ed.
           DISPLAY "1/3 de ferias.......: " wrk-valor-ed.
           MOVE RSC-13-PROP to wrk-valor-ed.
           DISPLAY "13o proporcional....: " wrk-valor-ed
                   " (" RSC-MESES-13 "/12)".
           MOVE RSC-INSS to wrk-valor-ed.
           DISPLAY "inss................: " wrk-valor-ed " (-)".
           MOVE RSC-IRRF to wrk-valor-ed.
           DISPLAY "irrf................: " wrk-valor-ed " (-)".
           MOVE RSC-EMPRESTIMOS to wrk-valor-ed.
           DISPLAY "emprestimos.........: " wrk-valor-ed " (-)".
           MOVE RSC-LIQUIDO to wrk-valor-ed.
           DISPLAY "liquido a receber...: " wrk-valor-ed.
           MOVE RSC-FGTS to wrk-valor-ed.
           DISPLAY "fgts do mes.........: " wrk-valor-ed.
           MOVE RSC-SALDO-FGTS to wrk-valor-ed.
           DISPLAY "base da multa fgts..: " wrk-valor-ed.
           MOVE RSC-MULTA-FGTS to wrk-valor-ed.
           DISPLAY "multa fgts 40%......: " wrk-valor-ed.
           DISPLAY "confirma a rescisao (s/n)"
               ACCEPT wrk-rsc-confirma.
           IF wrk-rsc-confirma NOT EQUAL "S"
                   AND wrk-rsc-confirma NOT EQUAL "s"
               DISPLAY "rescisao nao gravada"
               GO to 0176-fim
           END-IF.

           WRITE REG-RESCISAO
               INVALID KEY
                   REWRITE REG-RESCISAO
           END-WRITE.
           PERFORM 0169-quitar-emprestimos.
           PERFORM 0179-termo-rescisao.
           PERFORM 0184-contabilizar-rescisao.
      *desligado: as proximas folhas e o 13o passam por cima dele
           MOVE "D" to FUN-SITUACAO.
           MOVE wrk-rsc-data to FUN-DESLIGAMENTO.
           REWRITE REG-FUNCIONARIO.
           DISPLAY "rescisao gravada - termo em rescisao.txt".
       0176-fim.
           EXIT.

       0177-media-variaveis SECTION.
      *horas extras das 12 competencias anteriores ao desligamento
      *no historico da folha, em media mensal; se a propria
      *competencia do desligamento ja foi fechada, o saldo de
      *salario saiu nela
           COMPUTE wrk-rsc-comp-ini = wrk-competencia - 100.
           MOVE ZERO to wrk-rsc-variaveis.
           MOVE "N" to wrk-rsc-folha-paga.
           MOVE FUN-MATRICULA to FH-MATRICULA.
           MOVE wrk-rsc-comp-ini to FH-COMPETENCIA.
           START FOLHA-HIST KEY IS NOT LESS THAN FH-CHAVE.
           IF fs-folha-hist EQUAL 00
               READ FOLHA-HIST NEXT
               PERFORM UNTIL fs-folha-hist NOT EQUAL 00
                       OR FH-MATRICULA NOT EQUAL FUN-MATRICULA
                   IF FH-COMPETENCIA < wrk-competencia
                       ADD FH-HE50 FH-HE100 to wrk-rsc-variaveis
                   END-IF
                   IF FH-COMPETENCIA EQUAL wrk-competencia
                           AND FH-BRUTO > ZERO
                       MOVE "S" to wrk-rsc-folha-paga
                   END-IF
                   READ FOLHA-HIST NEXT
               END-PERFORM
           END-IF.
           COMPUTE wrk-rsc-media ROUNDED = wrk-rsc-variaveis / 12.

       0189-saldo-fgts SECTION.
      *saldo para fins rescisorios: todo fgts da matricula no
      *historico da folha mais o deposito do proprio mes
           MOVE RSC-FGTS to RSC-SALDO-FGTS.
           MOVE FUN-MATRICULA to FH-MATRICULA.
           MOVE ZERO to FH-COMPETENCIA.
           START FOLHA-HIST KEY IS NOT LESS THAN FH-CHAVE.
           IF fs-folha-hist EQUAL 00
               READ FOLHA-HIST NEXT
               PERFORM UNTIL fs-folha-hist NOT EQUAL 00
                       OR FH-MATRICULA NOT EQUAL FUN-MATRICULA
                   ADD FH-FGTS to RSC-SALDO-FGTS
                   READ FOLHA-HIST NEXT
               END-PERFORM
           END-IF.

       0178-contar-meses SECTION.
      *meses entre wrk-cm-inicio e wrk-cm-fim (inclusive) para os
      *avos de ferias e 13o: a fracao de 15 dias ou mais conta
      *como mes inteiro
           COMPUTE wrk-cm-meses =
                   ((wrk-cm-fim-ano - wrk-cm-ini-ano) * 12)
                   + wrk-cm-fim-mes - wrk-cm-ini-mes.
           IF wrk-cm-fim-dia NOT < wrk-cm-ini-dia
               COMPUTE wrk-cm-dias =
                       wrk-cm-fim-dia - wrk-cm-ini-dia + 1
           ELSE
               SUBTRACT 1 from wrk-cm-meses
               COMPUTE wrk-cm-dias =
                       wrk-cm-fim-dia + 30 - wrk-cm-ini-dia + 1
           END-IF.
           IF wrk-cm-dias NOT < 15
               ADD 1 to wrk-cm-meses
           END-IF.
           IF wrk-cm-meses < ZERO
               MOVE ZERO to wrk-cm-meses
           END-IF.
           MOVE wrk-cm-meses to wrk-rsc-meses.

       0179-termo-rescisao SECTION.
      *termo de rescisao impresso: identificacao, motivo e aviso,
      *uma linha por verba, descontos e o liquido, com as
      *assinaturas
           OPEN OUTPUT REL-RESCISAO.
           MOVE ALL "=" to REL-RS-LINHA.
           WRITE REL-RESCISAO-REG.
           MOVE SPACES to REL-RS-LINHA.
           MOVE "termo de rescisao do contrato de trabalho"
               to REL-RS-LINHA(1:41).
           WRITE REL-RESCISAO-REG.
           MOVE SPACES to REL-RS-LINHA.
           MOVE RSC-MATRICULA to REL-RS-LINHA(1:5).
           MOVE RSC-NOME to REL-RS-LINHA(8:30).
           MOVE "centro de custo:" to REL-RS-LINHA(40:16).
           MOVE RSC-CENTRO-CUSTO to REL-RS-LINHA(57:3).
           WRITE REL-RESCISAO-REG.
           MOVE SPACES to REL-RS-LINHA.
           MOVE "admissao:" to REL-RS-LINHA(1:9).
           MOVE RSC-ADMISSAO to REL-RS-LINHA(11:8).
           MOVE "desligamento:" to REL-RS-LINHA(21:13).
           MOVE RSC-DESLIGAMENTO to REL-RS-LINHA(35:8).
           MOVE "salario:" to REL-RS-LINHA(45:8).
           MOVE RSC-SALARIO to wrk-valor-ed.
           MOVE wrk-valor-ed to REL-RS-LINHA(54:10).
           WRITE REL-RESCISAO-REG.
           EVALUATE TRUE
               WHEN RESCISAO-SEM-JUSTA
                   MOVE "dispensa sem justa causa"
                       to wrk-rsc-descricao
               WHEN RESCISAO-JUSTA-CAUSA
                   MOVE "dispensa por justa causa"
                       to wrk-rsc-descricao
               WHEN OTHER
                   MOVE "pedido de demissao" to wrk-rsc-descricao
           END-EVALUATE.
           MOVE SPACES to REL-RS-LINHA.
           MOVE "motivo:" to REL-RS-LINHA(1:7).
           MOVE wrk-rsc-descricao to REL-RS-LINHA(9:30).
           MOVE "aviso previo:" to REL-RS-LINHA(40:13).
           EVALUATE TRUE
               WHEN AVISO-INDENIZADO
                   MOVE "indenizado" to REL-RS-LINHA(54:10)
                   MOVE RSC-DIAS-AVISO to REL-RS-LINHA(65:3)
                   MOVE "dias" to REL-RS-LINHA(69:4)
               WHEN AVISO-TRABALHADO
                   MOVE "trabalhado" to REL-RS-LINHA(54:10)
               WHEN OTHER
                   MOVE "nao se aplica" to REL-RS-LINHA(54:13)
           END-EVALUATE.
           WRITE REL-RESCISAO-REG.
           MOVE SPACES to REL-RS-LINHA.
           MOVE "media de horas extras (12 meses):"
               to REL-RS-LINHA(1:33).
           MOVE wrk-rsc-media to wrk-valor-ed.
           MOVE wrk-valor-ed to REL-RS-LINHA(35:10).
           WRITE REL-RESCISAO-REG.
           MOVE ALL "-" to REL-RS-LINHA.
           WRITE REL-RESCISAO-REG.
           MOVE SPACES to wrk-rsc-rotulo.
           STRING "saldo de salario (" RSC-DIAS-SALDO " dias)"
                   DELIMITED BY SIZE INTO wrk-rsc-rotulo
           END-STRING.
           MOVE RSC-SALDO-SALARIO to wrk-valor-ed.
           PERFORM 0183-linha-termo.
           MOVE "aviso previo indenizado" to wrk-rsc-rotulo.
           MOVE RSC-AVISO-VALOR to wrk-valor-ed.
           PERFORM 0183-linha-termo.
           MOVE SPACES to wrk-rsc-rotulo.
           STRING "ferias vencidas (" RSC-PERIODOS-VENC
                   " periodo(s))"
                   DELIMITED BY SIZE INTO wrk-rsc-rotulo
           END-STRING.
           MOVE RSC-FERIAS-VENC to wrk-valor-ed.
           PERFORM 0183-linha-termo.
           MOVE SPACES to wrk-rsc-rotulo.
           STRING "ferias proporcionais (" RSC-MESES-FERIAS "/12)"
                   DELIMITED BY SIZE INTO wrk-rsc-rotulo
           END-STRING.
           MOVE RSC-FERIAS-PROP to wrk-valor-ed.
           PERFORM 0183-linha-termo.
           MOVE "1/3 constitucional de ferias" to wrk-rsc-rotulo.
           MOVE RSC-TERCO to wrk-valor-ed.
           PERFORM 0183-linha-termo.
           MOVE SPACES to wrk-rsc-rotulo.
           STRING "13o salario proporcional (" RSC-MESES-13 "/12)"
                   DELIMITED BY SIZE INTO wrk-rsc-rotulo
           END-STRING.
           MOVE RSC-13-PROP to wrk-valor-ed.
           PERFORM 0183-linha-termo.
           MOVE "total bruto" to wrk-rsc-rotulo.
           MOVE RSC-BRUTO to wrk-valor-ed.
           PERFORM 0183-linha-termo.
           MOVE "inss (-)" to wrk-rsc-rotulo.
           MOVE RSC-INSS to wrk-valor-ed.
           PERFORM 0183-linha-termo.
           MOVE "irrf (-)" to wrk-rsc-rotulo.
           MOVE RSC-IRRF to wrk-valor-ed.
           PERFORM 0183-linha-termo.
           MOVE "emprestimos e adiantamentos (-)" to wrk-rsc-rotulo.
           MOVE RSC-EMPRESTIMOS to wrk-valor-ed.
           PERFORM 0183-linha-termo.
           MOVE "liquido a receber" to wrk-rsc-rotulo.
           MOVE RSC-LIQUIDO to wrk-valor-ed.
           PERFORM 0183-linha-termo.
           MOVE ALL "-" to REL-RS-LINHA.
           WRITE REL-RESCISAO-REG.
           MOVE "fgts a depositar no mes" to wrk-rsc-rotulo.
           MOVE RSC-FGTS to wrk-valor-ed.
           PERFORM 0183-linha-termo.
           MOVE "saldo fgts p/ fins rescisorios" to wrk-rsc-rotulo.
           MOVE RSC-SALDO-FGTS to wrk-valor-ed.
           PERFORM 0183-linha-termo.
           MOVE "multa rescisoria fgts 40%" to wrk-rsc-rotulo.
           MOVE RSC-MULTA-FGTS to wrk-valor-ed.
           PERFORM 0183-linha-termo.
           MOVE SPACES to REL-RS-LINHA.
           WRITE REL-RESCISAO-REG.
           WRITE REL-RESCISAO-REG.
           MOVE "______________________" to REL-RS-LINHA(3:22).
           MOVE "______________________" to REL-RS-LINHA(45:22).
           WRITE REL-RESCISAO-REG.
           MOVE SPACES to REL-RS-LINHA.
           MOVE "empregador" to REL-RS-LINHA(9:10).
           MOVE "empregado" to REL-RS-LINHA(52:9).
           WRITE REL-RESCISAO-REG.
           CLOSE REL-RESCISAO.

       0183-linha-termo SECTION.
           MOVE SPACES to REL-RS-LINHA.
           MOVE wrk-rsc-rotulo to REL-RS-LINHA(3:32).
           MOVE wrk-valor-ed to REL-RS-LINHA(36:10).
           WRITE REL-RESCISAO-REG.

       0184-contabilizar-rescisao SECTION.
      *a rescisao entra nos lancamentos como uma folha avulsa da
      *competencia do desligamento: verbas na despesa de salarios,
      *liquido a pagar e os encargos retidos no credito
           OPEN EXTEND LANCAMENTOS.
           IF fs-lancamentos EQUAL 35
               OPEN OUTPUT LANCAMENTOS
           END-IF.
           MOVE SPACES to REG-LANCAMENTO.
           MOVE "F" to LAN-ORIGEM.
           MOVE ZERO to LAN-DOCUMENTO LAN-ESTORNO-DE.
           MOVE RSC-COMPETENCIA to LAN-COMPETENCIA.
           MOVE "DESPSAL" to LAN-CONTA.
           MOVE "D" to LAN-DC.
           MOVE RSC-BRUTO to LAN-VALOR.
           MOVE SPACES to LAN-HISTORICO.
           STRING "rescisao matricula " RSC-MATRICULA
                   " cc " RSC-CENTRO-CUSTO
                   DELIMITED BY SIZE INTO LAN-HISTORICO
           END-STRING.
           WRITE REG-LANCAMENTO.
           MOVE "SALPAGAR" to LAN-CONTA.
           MOVE "C" to LAN-DC.
           MOVE RSC-LIQUIDO to LAN-VALOR.
           MOVE SPACES to LAN-HISTORICO.
           STRING "rescisao liquida a pagar " RSC-MATRICULA
                   DELIMITED BY SIZE INTO LAN-HISTORICO
           END-STRING.
           WRITE REG-LANCAMENTO.
           IF RSC-INSS > ZERO
               MOVE "INSSPAGAR" to LAN-CONTA
               MOVE RSC-INSS to LAN-VALOR
               MOVE "inss retido na rescisao" to LAN-HISTORICO
               WRITE REG-LANCAMENTO
           END-IF.
           IF RSC-IRRF > ZERO
               MOVE "IRRFPAGAR" to LAN-CONTA
               MOVE RSC-IRRF to LAN-VALOR
               MOVE "irrf retido na rescisao" to LAN-HISTORICO
               WRITE REG-LANCAMENTO
           END-IF.
           IF RSC-EMPRESTIMOS > ZERO
               MOVE "EMPFUNC" to LAN-CONTA
               MOVE RSC-EMPRESTIMOS to LAN-VALOR
               MOVE "emprestimos descontados na rescisao"
                   to LAN-HISTORICO
               WRITE REG-LANCAMENTO
           END-IF.
           CLOSE LANCAMENTOS.

       0185-gravar-folha-hist SECTION.
      *fotografia do fechamento do funcionario na competencia, de
      *onde os contracheques saem (e se reimprimem) depois
           MOVE FUN-MATRICULA to FH-MATRICULA.
           MOVE wrk-competencia to FH-COMPETENCIA.
      *bases de 13o e ferias ja lancadas no mes sao preservadas
           READ FOLHA-HIST
               INVALID KEY
                   MOVE ZERO to FH-BASE-13 FH-BASE-FERIAS
                                FH-INSS-13 FH-IRRF-13
                                FH-INSS-FERIAS FH-IRRF-FERIAS
           END-READ.
           MOVE FUN-NOME to FH-NOME.
           MOVE FUN-SALARIO to FH-SALARIO.
           MOVE wrk-vlr-he50 to FH-HE50.
           MOVE wrk-vlr-he100 to FH-HE100.
           MOVE wrk-vlr-faltas to FH-FALTAS.
           MOVE wrk-vlr-atrasos to FH-ATRASOS.
           MOVE wrk-vlr-retro to FH-RETROATIVO.
           MOVE wrk-em-total to FH-EMPRESTIMOS.
           MOVE wrk-vlr-vt to FH-VALE-TRANSP.
           MOVE wrk-salario-base to FH-BRUTO.
           MOVE wrk-inss to FH-INSS.
           MOVE wrk-irrf to FH-IRRF.
           MOVE FUN-DEPENDENTES to FH-DEPENDENTES.
           MOVE wrk-liquido to FH-LIQUIDO.
           MOVE FUN-CENTRO-CUSTO to FH-CENTRO-CUSTO.
           PERFORM 0188-calcular-fgts.
           WRITE REG-FOLHA-HIST
               INVALID KEY
                   REWRITE REG-FOLHA-HIST
           END-WRITE.

       0182-base-fgts SECTION.
      *13o (verba "1") e ferias (verba "F") pagos fora da folha
      *deixam a sua base no historico da competencia corrente; sem
      *folha fechada ainda, o registro nasce so com a base e a folha
      *do mes completa o resto depois
           MOVE FUN-MATRICULA to FH-MATRICULA.
           MOVE wrk-competencia to FH-COMPETENCIA.
           READ FOLHA-HIST
               INVALID KEY
                   MOVE FUN-NOME to FH-NOME
                   MOVE FUN-SALARIO to FH-SALARIO
                   MOVE ZERO to FH-HE50 FH-HE100 FH-FALTAS
                                FH-ATRASOS FH-BRUTO FH-INSS FH-IRRF
                                FH-LIQUIDO FH-BASE-13 FH-BASE-FERIAS
                                FH-INSS-13 FH-IRRF-13
                                FH-INSS-FERIAS FH-IRRF-FERIAS
                                FH-RETROATIVO FH-EMPRESTIMOS
                                FH-VALE-TRANSP
                   MOVE FUN-DEPENDENTES to FH-DEPENDENTES
           END-READ.
           MOVE FUN-CENTRO-CUSTO to FH-CENTRO-CUSTO.
      *os descontos calculados para a verba seguem com a base
           IF wrk-fgts-verba EQUAL "1"
               MOVE wrk-fgts-base to FH-BASE-13
               MOVE wrk-inss to FH-INSS-13
               MOVE wrk-irrf to FH-IRRF-13
           ELSE
               MOVE wrk-fgts-base to FH-BASE-FERIAS
               MOVE wrk-inss to FH-INSS-FERIAS
               MOVE wrk-irrf to FH-IRRF-FERIAS
           END-IF.
           PERFORM 0188-calcular-fgts.
           WRITE REG-FOLHA-HIST
               INVALID KEY
                   REWRITE REG-FOLHA-HIST
           END-WRITE.

       0188-calcular-fgts SECTION.
           COMPUTE FH-BASE-FGTS = FH-BRUTO + FH-BASE-13
                   + FH-BASE-FERIAS.
           COMPUTE FH-FGTS ROUNDED = FH-BASE-FGTS * wrk-aliq-fgts.

       0180-contracheques SECTION.
      *um contracheque por matricula da competencia pedida, todos
      *num unico arquivo de impressao, uma pagina por funcionario;
               READ FOLHA-HIST NEXT
               PERFORM UNTIL fs-folha-hist NOT EQUAL 00
                   IF FH-COMPETENCIA EQUAL wrk-competencia
                           AND FH-BRUTO > ZERO
                       ADD 1 to wrk-cc-qtd
                       PERFORM 0181-pagina-contracheque
                   END-IF
               MOVE "(-)" to CC-LINHA(33:3)
               WRITE CONTRACHEQUE-REG
           END-IF.
           IF FH-RETROATIVO > ZERO
               MOVE SPACES to CC-LINHA
               MOVE "dif. retroativas.:" to CC-LINHA(3:18)
               MOVE FH-RETROATIVO to wrk-valor-ed
               MOVE wrk-valor-ed to CC-LINHA(22:10)
               WRITE CONTRACHEQUE-REG
           END-IF.
           MOVE SPACES to CC-LINHA.
           MOVE "bruto............:" to CC-LINHA(3:18).
           MOVE FH-BRUTO to wrk-valor-ed.
           MOVE wrk-valor-ed to CC-LINHA(22:10).
           MOVE "(-)" to CC-LINHA(33:3).
           WRITE CONTRACHEQUE-REG.
           IF FH-VALE-TRANSP > ZERO
               MOVE SPACES to CC-LINHA
               MOVE "vale-transporte..:" to CC-LINHA(3:18)
               MOVE FH-VALE-TRANSP to wrk-valor-ed
               MOVE wrk-valor-ed to CC-LINHA(22:10)
               MOVE "(-)" to CC-LINHA(33:3)
               WRITE CONTRACHEQUE-REG
           END-IF.
           IF FH-EMPRESTIMOS > ZERO
               MOVE SPACES to CC-LINHA
               MOVE "emprestimos......:" to CC-LINHA(3:18)
               MOVE FH-EMPRESTIMOS to wrk-valor-ed
               MOVE wrk-valor-ed to CC-LINHA(22:10)
               MOVE "(-)" to CC-LINHA(33:3)
               WRITE CONTRACHEQUE-REG
           END-IF.
           MOVE SPACES to CC-LINHA.
           MOVE "liquido a receber:" to CC-LINHA(3:18).
           MOVE FH-LIQUIDO to wrk-valor-ed.
           PERFORM VARYING wrk-ctc-ind FROM 1 BY 1
                   UNTIL wrk-ctc-ind > wrk-ctc-qtd
               MOVE SPACES to REG-LANCAMENTO
               MOVE "F" to LAN-ORIGEM
               MOVE ZERO to LAN-DOCUMENTO LAN-ESTORNO-DE
               MOVE wrk-competencia to LAN-COMPETENCIA
               MOVE "DESPSAL" to LAN-CONTA
               MOVE "D" to LAN-DC
               WRITE REG-LANCAMENTO
           END-PERFORM.
           MOVE SPACES to REG-LANCAMENTO.
           MOVE "F" to LAN-ORIGEM.
           MOVE ZERO to LAN-DOCUMENTO LAN-ESTORNO-DE.
           MOVE wrk-competencia to LAN-COMPETENCIA.
           MOVE "SALPAGAR" to LAN-CONTA.
           MOVE "C" to LAN-DC.
           MOVE wrk-tot-irrf to LAN-VALOR.
           MOVE "irrf retido a recolher" to LAN-HISTORICO.
           WRITE REG-LANCAMENTO.
           IF wrk-tot-emprest > ZERO
               MOVE "EMPFUNC" to LAN-CONTA
               MOVE wrk-tot-emprest to LAN-VALOR
               MOVE "emprestimos descontados em folha"
                   to LAN-HISTORICO
               WRITE REG-LANCAMENTO
           END-IF.
           IF wrk-tot-vt > ZERO
               MOVE "VTDESCONTO" to LAN-CONTA
               MOVE wrk-tot-vt to LAN-VALOR
               MOVE "vale-transporte descontado em folha"
                   to LAN-HISTORICO
               WRITE REG-LANCAMENTO
           END-IF.
           CLOSE LANCAMENTOS.

           OPEN OUTPUT CONF-FOLHA.
           MOVE wrk-tot-irrf to wrk-total-ed.
           MOVE wrk-total-ed to CF-LINHA(60:13).
           WRITE CONF-FOLHA-REG.
           MOVE SPACES to CF-LINHA.
           MOVE "          emprestimos" to CF-LINHA(1:21).
           MOVE wrk-tot-emprest to wrk-total-ed.
           MOVE wrk-total-ed to CF-LINHA(22:13).
           MOVE "vale-transp." to CF-LINHA(40:12).
           MOVE wrk-tot-vt to wrk-total-ed.
           MOVE wrk-total-ed to CF-LINHA(53:13).
           WRITE CONF-FOLHA-REG.
           CLOSE CONF-FOLHA.
           DISPLAY "lancamentos e conferencia da folha gravados".

       0195-fim.
           EXIT.

       0196-fgts-mes SECTION.
      *fgts da competencia: um detalhe por funcionario com deposito
      *no historico da folha e um por rescisao do mes (deposito mais
      *a multa), subtotais por centro de custo, o arquivo de
      *recolhimento com header "0", detalhes "1" e trailer "9", e a
      *despesa e a obrigacao nos lancamentos contabeis
           DISPLAY "competencia (AAAAMM, 0 = atual)"
               ACCEPT wrk-competencia.
           IF wrk-competencia EQUAL ZERO
               PERFORM 0155-competencia-atual
           END-IF.
           OPEN OUTPUT REL-FGTS.
           OPEN OUTPUT ARQ-FGTS.
           MOVE SPACES to REL-FG-LINHA.
           MOVE "fgts - competencia" to REL-FG-LINHA(1:18).
           MOVE wrk-competencia to REL-FG-LINHA(20:6).
           WRITE REL-FGTS-REG.
           MOVE SPACES to REL-FG-LINHA.
           MOVE "matr  nome                      cc  m"
               to REL-FG-LINHA(1:37).
           MOVE "base    deposito      multa" to REL-FG-LINHA(44:27).
           WRITE REL-FGTS-REG.
           MOVE SPACES to FGTS-LINHA.
           MOVE "0RECOLHIMENTO FGTS" to FGTS-LINHA(1:18).
           MOVE wrk-competencia to FGTS-LINHA(20:6).
           ACCEPT FGTS-LINHA(27:8) FROM DATE YYYYMMDD.
           WRITE ARQ-FGTS-REG.

           MOVE ZERO to wrk-fg-qtd wrk-fg-tot-base wrk-fg-tot-fgts
                        wrk-fg-tot-multa.
           MOVE ZERO to wrk-ctc-qtd.
           MOVE ZERO to FH-MATRICULA FH-COMPETENCIA.
           START FOLHA-HIST KEY IS NOT LESS THAN FH-CHAVE.
           IF fs-folha-hist EQUAL 00
               READ FOLHA-HIST NEXT
               PERFORM UNTIL fs-folha-hist NOT EQUAL 00
                   IF FH-COMPETENCIA EQUAL wrk-competencia
                           AND FH-FGTS > ZERO
                       MOVE SPACES to wrk-fgts-det
                       MOVE FH-MATRICULA to wrk-fgd-matricula
                       MOVE FH-NOME to wrk-fgd-nome
                       MOVE "M" to wrk-fgd-movimento
                       MOVE FH-BASE-FGTS to wrk-fgd-base
                       MOVE FH-FGTS to wrk-fgd-deposito
                       MOVE ZERO to wrk-fgd-multa
                       MOVE FH-CENTRO-CUSTO to wrk-centro-custo
                       PERFORM 0197-detalhe-fgts
                   END-IF
                   READ FOLHA-HIST NEXT
               END-PERFORM
           END-IF.
           MOVE ZERO to RSC-MATRICULA.
           START RESCISOES KEY IS NOT LESS THAN RSC-MATRICULA.
           IF fs-rescisoes EQUAL 00
               READ RESCISOES NEXT
               PERFORM UNTIL fs-rescisoes NOT EQUAL 00
                   IF RSC-COMPETENCIA EQUAL wrk-competencia
                       MOVE SPACES to wrk-fgts-det
                       MOVE RSC-MATRICULA to wrk-fgd-matricula
                       MOVE RSC-NOME to wrk-fgd-nome
                       MOVE "R" to wrk-fgd-movimento
                       MOVE RSC-BASE-FGTS to wrk-fgd-base
                       MOVE RSC-FGTS to wrk-fgd-deposito
                       MOVE RSC-MULTA-FGTS to wrk-fgd-multa
                       MOVE RSC-CENTRO-CUSTO to wrk-centro-custo
                       PERFORM 0197-detalhe-fgts
                   END-IF
                   READ RESCISOES NEXT
               END-PERFORM
           END-IF.

           MOVE SPACES to REL-FG-LINHA.
           MOVE "totais:" to REL-FG-LINHA(1:7).
           MOVE wrk-fg-qtd to REL-FG-LINHA(9:5).
           MOVE wrk-fg-tot-base to wrk-total-ed.
           MOVE wrk-total-ed to REL-FG-LINHA(35:13).
           MOVE wrk-fg-tot-fgts to wrk-total-ed.
           MOVE wrk-total-ed to REL-FG-LINHA(49:13).
           MOVE wrk-fg-tot-multa to wrk-total-ed.
           MOVE wrk-total-ed to REL-FG-LINHA(60:13).
           WRITE REL-FGTS-REG.
           MOVE SPACES to REL-FG-LINHA.
           MOVE "por centro de custo:" to REL-FG-LINHA(1:20).
           WRITE REL-FGTS-REG.
           PERFORM VARYING wrk-ctc-ind FROM 1 BY 1
                   UNTIL wrk-ctc-ind > wrk-ctc-qtd
               MOVE SPACES to REL-FG-LINHA
               MOVE "  cc" to REL-FG-LINHA(1:4)
               MOVE wrk-ctc-codigo(wrk-ctc-ind)
                   to REL-FG-LINHA(6:3)
               MOVE "base" to REL-FG-LINHA(11:4)
               MOVE wrk-ctc-bruto(wrk-ctc-ind) to wrk-total-ed
               MOVE wrk-total-ed to REL-FG-LINHA(16:13)
               MOVE "a recolher" to REL-FG-LINHA(31:10)
               MOVE wrk-ctc-fgts(wrk-ctc-ind) to wrk-total-ed
               MOVE wrk-total-ed to REL-FG-LINHA(42:13)
               WRITE REL-FGTS-REG
           END-PERFORM.
           CLOSE REL-FGTS.
           MOVE SPACES to FGTS-LINHA.
           MOVE "9" to FGTS-LINHA(1:1).
           MOVE wrk-fg-qtd to FGTS-LINHA(2:5).
           COMPUTE wrk-fg-tot-recolher = wrk-fg-tot-fgts
                   + wrk-fg-tot-multa.
           MOVE wrk-fg-tot-recolher to FGTS-LINHA(8:12).
           WRITE ARQ-FGTS-REG.
           CLOSE ARQ-FGTS.
           IF wrk-fg-qtd EQUAL ZERO
               DISPLAY "nenhum fgts na competencia " wrk-competencia
           ELSE
               PERFORM 0198-contabilizar-fgts
               DISPLAY "fgts gravado: " wrk-fg-qtd " depositos"
                       " (fgts-mensal.txt e fgts-recolhimento.txt)"
           END-IF.

       0197-detalhe-fgts SECTION.
           MOVE "1" to wrk-fgd-tipo.
           MOVE wrk-competencia to wrk-fgd-competencia.
           ADD 1 to wrk-fg-qtd.
           ADD wrk-fgd-base to wrk-fg-tot-base.
           ADD wrk-fgd-deposito to wrk-fg-tot-fgts.
           ADD wrk-fgd-multa to wrk-fg-tot-multa.
           MOVE wrk-fgts-det to FGTS-LINHA.
           WRITE ARQ-FGTS-REG.
           MOVE SPACES to REL-FG-LINHA.
           MOVE wrk-fgd-matricula to REL-FG-LINHA(1:5).
           MOVE wrk-fgd-nome(1:25) to REL-FG-LINHA(7:25).
           MOVE wrk-centro-custo to REL-FG-LINHA(33:3).
           MOVE wrk-fgd-movimento to REL-FG-LINHA(37:1).
           MOVE wrk-fgd-base to wrk-valor-ed.
           MOVE wrk-valor-ed to REL-FG-LINHA(38:10).
           MOVE wrk-fgd-deposito to wrk-valor-ed.
           MOVE wrk-valor-ed to REL-FG-LINHA(52:10).
           MOVE wrk-fgd-multa to wrk-valor-ed.
           MOVE wrk-valor-ed to REL-FG-LINHA(63:10).
           WRITE REL-FGTS-REG.
           PERFORM 0199-acumular-centro-fgts.

       0199-acumular-centro-fgts SECTION.
           MOVE "N" to wrk-ctc-achou.
           PERFORM VARYING wrk-ctc-ind FROM 1 BY 1
                   UNTIL wrk-ctc-ind > wrk-ctc-qtd
               IF wrk-ctc-codigo(wrk-ctc-ind)
                       EQUAL wrk-centro-custo
                   MOVE "S" to wrk-ctc-achou
                   EXIT PERFORM
               END-IF
           END-PERFORM.
           IF wrk-ctc-achou NOT EQUAL "S"
               IF wrk-ctc-qtd < 30
                   ADD 1 to wrk-ctc-qtd
                   MOVE wrk-ctc-qtd to wrk-ctc-ind
                   MOVE wrk-centro-custo
                       to wrk-ctc-codigo(wrk-ctc-ind)
                   MOVE ZERO to wrk-ctc-bruto(wrk-ctc-ind)
                   MOVE ZERO to wrk-ctc-fgts(wrk-ctc-ind)
               ELSE
                   GO to 0199-fim
               END-IF
           END-IF.
           ADD wrk-fgd-base to wrk-ctc-bruto(wrk-ctc-ind).
           ADD wrk-fgd-deposito wrk-fgd-multa
               to wrk-ctc-fgts(wrk-ctc-ind).
       0199-fim.
           EXIT.

       0198-contabilizar-fgts SECTION.
      *despesa de fgts por centro de custo no debito e o fgts a
      *recolher (depositos e multas rescisorias) no credito
           OPEN EXTEND LANCAMENTOS.
           IF fs-lancamentos EQUAL 35
               OPEN OUTPUT LANCAMENTOS
           END-IF.
           PERFORM VARYING wrk-ctc-ind FROM 1 BY 1
                   UNTIL wrk-ctc-ind > wrk-ctc-qtd
               MOVE SPACES to REG-LANCAMENTO
               MOVE "F" to LAN-ORIGEM
               MOVE ZERO to LAN-DOCUMENTO LAN-ESTORNO-DE
               MOVE wrk-competencia to LAN-COMPETENCIA
               MOVE "DESPFGTS" to LAN-CONTA
               MOVE "D" to LAN-DC
               MOVE wrk-ctc-fgts(wrk-ctc-ind) to LAN-VALOR
               MOVE SPACES to LAN-HISTORICO
               STRING "fgts centro de custo "
                       wrk-ctc-codigo(wrk-ctc-ind)
                       DELIMITED BY SIZE INTO LAN-HISTORICO
               END-STRING
               WRITE REG-LANCAMENTO
           END-PERFORM.
           MOVE SPACES to REG-LANCAMENTO.
           MOVE "F" to LAN-ORIGEM.
           MOVE ZERO to LAN-DOCUMENTO LAN-ESTORNO-DE.
           MOVE wrk-competencia to LAN-COMPETENCIA.
           MOVE "FGTSPAGAR" to LAN-CONTA.
           MOVE "C" to LAN-DC.
           MOVE wrk-fg-tot-recolher to LAN-VALOR.
           MOVE "fgts a recolher da competencia" to LAN-HISTORICO.
           WRITE REG-LANCAMENTO.
           CLOSE LANCAMENTOS.

       0220-credito-bancario SECTION.
      *credito em conta do liquido de uma rodada fechada: folha (F)
      *da competencia, parcela do 13o (D) ou ferias pagas no mes (E),
      *tirado do historico da folha; header "0", um detalhe "1" por
      *funcionario com conta, trailer "9" com contagem e total; quem
      *nao tem banco vai para a lista de cheques. O credito mais os
      *cheques tem de bater com o total da rodada (folha-total.dat,
      *decimo-total.dat); se nao bater o arquivo e anulado
           MOVE SPACE to wrk-crd-tipo.
           PERFORM UNTIL wrk-crd-tipo EQUAL "F"
                   OR wrk-crd-tipo EQUAL "D"
                   OR wrk-crd-tipo EQUAL "E"
               DISPLAY "credito de: F-folha mensal  D-decimo terceiro"
                       "  E-ferias"
                   ACCEPT wrk-crd-tipo
               INSPECT wrk-crd-tipo CONVERTING "fde" to "FDE"
           END-PERFORM.
           MOVE ZERO to wrk-crd-controle.
           EVALUATE wrk-crd-tipo
               WHEN "F"
                   OPEN INPUT FOLHA-TOTAL
                   IF fs-folha-total NOT EQUAL 00
                       DISPLAY "folha mensal ainda nao rodada"
                       GO to 0220-fim
                   END-IF
                   READ FOLHA-TOTAL
                   CLOSE FOLHA-TOTAL
                   MOVE FT-COMPETENCIA to wrk-competencia
                   MOVE FT-LIQUIDO to wrk-crd-controle
               WHEN "D"
                   OPEN INPUT DECIMO-TOTAL
                   IF fs-decimo-total NOT EQUAL 00
                       DISPLAY "decimo terceiro ainda nao rodado"
                       GO to 0220-fim
                   END-IF
                   READ DECIMO-TOTAL
                   CLOSE DECIMO-TOTAL
                   MOVE DT-COMPETENCIA to wrk-competencia
                   MOVE DT-LIQUIDO to wrk-crd-controle
                   DISPLAY "parcela " DT-PARCELA " do 13o"
               WHEN OTHER
                   DISPLAY "competencia das ferias (AAAAMM,"
                           " 0 = atual)"
                       ACCEPT wrk-competencia
                   IF wrk-competencia EQUAL ZERO
                       PERFORM 0155-competencia-atual
                   END-IF
           END-EVALUATE.
           DISPLAY "competencia " wrk-competencia.

           OPEN OUTPUT ARQ-CREDITO.
           OPEN OUTPUT REL-CHEQUES.
           MOVE SPACES to CRD-LINHA.
           MOVE "0CREDITO SALARIOS" to CRD-LINHA(1:17).
           MOVE wrk-competencia to CRD-LINHA(19:6).
           MOVE wrk-crd-tipo to CRD-LINHA(26:1).
           ACCEPT CRD-LINHA(28:8) FROM DATE YYYYMMDD.
           WRITE ARQ-CREDITO-REG.
           MOVE SPACES to REL-CQ-LINHA.
           MOVE "pagamentos em cheque - competencia"
               to REL-CQ-LINHA(1:34).
           MOVE wrk-competencia to REL-CQ-LINHA(36:6).
           MOVE wrk-crd-tipo to REL-CQ-LINHA(43:1).
           WRITE REL-CHEQUES-REG.
           MOVE ZERO to wrk-crd-qtd wrk-crd-total wrk-crd-cheques
                        wrk-crd-tot-cheques.
           MOVE ZERO to FH-MATRICULA FH-COMPETENCIA.
           START FOLHA-HIST KEY IS NOT LESS THAN FH-CHAVE.
           IF fs-folha-hist EQUAL 00
               READ FOLHA-HIST NEXT
               PERFORM UNTIL fs-folha-hist NOT EQUAL 00
                   IF FH-COMPETENCIA EQUAL wrk-competencia
                       PERFORM 0221-linha-credito
                   END-IF
                   READ FOLHA-HIST NEXT
               END-PERFORM
           END-IF.
           MOVE SPACES to CRD-LINHA.
           MOVE "9" to CRD-LINHA(1:1).
           MOVE wrk-crd-qtd to CRD-LINHA(2:5).
           MOVE wrk-crd-total to CRD-LINHA(8:12).
           WRITE ARQ-CREDITO-REG.
           CLOSE ARQ-CREDITO.
           MOVE SPACES to REL-CQ-LINHA.
           MOVE "cheques:" to REL-CQ-LINHA(1:8).
           MOVE wrk-crd-cheques to REL-CQ-LINHA(10:5).
           MOVE wrk-crd-tot-cheques to wrk-total-ed.
           MOVE wrk-total-ed to REL-CQ-LINHA(38:13).
           WRITE REL-CHEQUES-REG.
           CLOSE REL-CHEQUES.

      *ferias nao tem total de rodada proprio: o controle e o
      *proprio historico do mes
           COMPUTE wrk-crd-conferido = wrk-crd-total
                   + wrk-crd-tot-cheques.
           IF wrk-crd-tipo EQUAL "E"
               MOVE wrk-crd-conferido to wrk-crd-controle
           END-IF.
           IF wrk-crd-conferido NOT EQUAL wrk-crd-controle
               OPEN OUTPUT ARQ-CREDITO
               CLOSE ARQ-CREDITO
               MOVE wrk-crd-controle to wrk-total-ed
               DISPLAY "total da rodada.......: " wrk-total-ed
               MOVE wrk-crd-conferido to wrk-total-ed
               DISPLAY "credito mais cheques..: " wrk-total-ed
               DISPLAY "totais nao conferem - arquivo de credito"
                       " anulado, rode de novo a folha"
               GO to 0220-fim
           END-IF.
           MOVE wrk-crd-total to wrk-total-ed.
           DISPLAY "credito de " wrk-crd-qtd " funcionarios, total "
                   wrk-total-ed " (credito-salarios.txt)".
           IF wrk-crd-cheques > ZERO
               DISPLAY wrk-crd-cheques " pagamento(s) em cheque"
                       " (credito-excecoes.txt)"
           END-IF.
       0220-fim.
           EXIT.

       0221-linha-credito SECTION.
           EVALUATE wrk-crd-tipo
               WHEN "F"
                   IF FH-BRUTO EQUAL ZERO
                       GO to 0221-fim
                   END-IF
                   MOVE FH-LIQUIDO to wrk-crd-valor
               WHEN "D"
                   COMPUTE wrk-crd-valor = FH-BASE-13 - FH-INSS-13
                           - FH-IRRF-13
               WHEN OTHER
                   COMPUTE wrk-crd-valor = FH-BASE-FERIAS
                           - FH-INSS-FERIAS - FH-IRRF-FERIAS
           END-EVALUATE.
           IF wrk-crd-valor EQUAL ZERO
               GO to 0221-fim
           END-IF.
           MOVE FH-MATRICULA to FUN-MATRICULA.
           READ FUNCIONARIOS
               INVALID KEY
                   MOVE ZERO to FUN-BANCO
           END-READ.
           IF FUN-BANCO EQUAL ZERO
               ADD 1 to wrk-crd-cheques
               ADD wrk-crd-valor to wrk-crd-tot-cheques
               MOVE SPACES to REL-CQ-LINHA
               MOVE FH-MATRICULA to REL-CQ-LINHA(1:5)
               MOVE FH-NOME to REL-CQ-LINHA(7:30)
               MOVE wrk-crd-valor to wrk-valor-ed
               MOVE wrk-valor-ed to REL-CQ-LINHA(41:10)
               MOVE "sem dados bancarios - cheque"
                   to REL-CQ-LINHA(53:28)
               WRITE REL-CHEQUES-REG
               GO to 0221-fim
           END-IF.
           ADD 1 to wrk-crd-qtd.
           ADD wrk-crd-valor to wrk-crd-total.
           MOVE SPACES to wrk-crd-det.
           MOVE "1" to wrk-crd-reg.
           MOVE FH-MATRICULA to wrk-crd-matricula.
           MOVE FH-NOME to wrk-crd-nome.
           MOVE FUN-BANCO to wrk-crd-banco.
           MOVE FUN-AGENCIA to wrk-crd-agencia.
           MOVE FUN-CONTA to wrk-crd-conta.
           MOVE wrk-crd-valor to wrk-crd-liquido.
           MOVE wrk-crd-tipo to wrk-crd-verba.
           MOVE wrk-crd-det to CRD-LINHA.
           WRITE ARQ-CREDITO-REG.
       0221-fim.
           EXIT.

       0164-descontar-vale-transp SECTION.
      *desconto do vale-transporte gravado pelo calculo dos vales
      *da competencia; sai do liquido, fora das bases de inss/irrf
           IF wrk-vlr-vt > wrk-liquido
               MOVE wrk-liquido to wrk-vlr-vt
           END-IF.
           SUBTRACT wrk-vlr-vt from wrk-liquido.
           ADD wrk-vlr-vt to wrk-tot-vt.

       0167-descontar-emprestimos SECTION.
      *parcelas do mes de todos os emprestimos da matricula ja
      *iniciados, limitadas juntas a margem consignavel do liquido;
      *o que nao couber fica em atraso e soma na parcela seguinte.
      *Folha da mesma competencia rodada de novo desfaz o desconto
      *anterior antes de refazer
           MOVE ZERO to wrk-em-total.
           COMPUTE wrk-em-margem = wrk-liquido * wrk-margem-consig.
           MOVE FUN-MATRICULA to EMP-MATRICULA.
           MOVE ZERO to EMP-SEQ.
           START EMPRESTIMOS KEY IS NOT LESS THAN EMP-CHAVE.
           IF fs-emprestimos NOT EQUAL 00
               GO to 0167-fim
           END-IF.
           READ EMPRESTIMOS NEXT.
           PERFORM UNTIL fs-emprestimos NOT EQUAL 00
                   OR EMP-MATRICULA NOT EQUAL FUN-MATRICULA
               IF EMP-ULTIMA-COMP EQUAL wrk-competencia
                   ADD EMP-ULTIMO-DESCONTO to EMP-SALDO
                   MOVE EMP-ATRASO-ANTERIOR to EMP-ATRASO
                   MOVE "A" to EMP-SITUACAO
               END-IF
               IF EMPRESTIMO-ABERTO
                       AND EMP-PRIMEIRA-COMP NOT > wrk-competencia
                   COMPUTE wrk-em-devido =
                           EMP-VALOR-PARCELA + EMP-ATRASO
                   IF wrk-em-devido > EMP-SALDO
                       MOVE EMP-SALDO to wrk-em-devido
                   END-IF
                   IF wrk-em-devido > wrk-em-margem
                       MOVE wrk-em-margem to wrk-em-desconto
                   ELSE
                       MOVE wrk-em-devido to wrk-em-desconto
                   END-IF
                   SUBTRACT wrk-em-desconto from wrk-em-margem
                   ADD wrk-em-desconto to wrk-em-total
                   MOVE EMP-ATRASO to EMP-ATRASO-ANTERIOR
                   COMPUTE EMP-ATRASO =
                           wrk-em-devido - wrk-em-desconto
                   SUBTRACT wrk-em-desconto from EMP-SALDO
                   MOVE wrk-em-desconto to EMP-ULTIMO-DESCONTO
                   MOVE wrk-competencia to EMP-ULTIMA-COMP
                   IF EMP-SALDO EQUAL ZERO
                       MOVE "Q" to EMP-SITUACAO
                   END-IF
                   REWRITE REG-EMPRESTIMO
               END-IF
               READ EMPRESTIMOS NEXT
           END-PERFORM.
       0167-fim.
           SUBTRACT wrk-em-total from wrk-liquido.
           ADD wrk-em-total to wrk-tot-emprest.

       0168-saldo-emprestimos SECTION.
      *saldo devedor em aberto da matricula, para a rescisao
           MOVE ZERO to wrk-em-total.
           MOVE FUN-MATRICULA to EMP-MATRICULA.
           MOVE ZERO to EMP-SEQ.
           START EMPRESTIMOS KEY IS NOT LESS THAN EMP-CHAVE.
           IF fs-emprestimos EQUAL 00
               READ EMPRESTIMOS NEXT
               PERFORM UNTIL fs-emprestimos NOT EQUAL 00
                       OR EMP-MATRICULA NOT EQUAL FUN-MATRICULA
                   IF EMPRESTIMO-ABERTO
                       ADD EMP-SALDO to wrk-em-total
                   END-IF
                   READ EMPRESTIMOS NEXT
               END-PERFORM
           END-IF.

       0169-quitar-emprestimos SECTION.
      *reparte o valor descontado na rescisao pelos emprestimos
      *abertos, na ordem de concessao
           MOVE RSC-EMPRESTIMOS to wrk-em-total.
           IF wrk-em-total EQUAL ZERO
               GO to 0169-fim
           END-IF.
           MOVE FUN-MATRICULA to EMP-MATRICULA.
           MOVE ZERO to EMP-SEQ.
           START EMPRESTIMOS KEY IS NOT LESS THAN EMP-CHAVE.
           IF fs-emprestimos NOT EQUAL 00
               GO to 0169-fim
           END-IF.
           READ EMPRESTIMOS NEXT.
           PERFORM UNTIL fs-emprestimos NOT EQUAL 00
                   OR EMP-MATRICULA NOT EQUAL FUN-MATRICULA
                   OR wrk-em-total EQUAL ZERO
               IF EMPRESTIMO-ABERTO
                   IF EMP-SALDO > wrk-em-total
                       MOVE wrk-em-total to wrk-em-desconto
                   ELSE
                       MOVE EMP-SALDO to wrk-em-desconto
                   END-IF
                   SUBTRACT wrk-em-desconto from EMP-SALDO
                   SUBTRACT wrk-em-desconto from wrk-em-total
                   MOVE ZERO to EMP-ATRASO
                   MOVE wrk-em-desconto to EMP-ULTIMO-DESCONTO
                   MOVE RSC-COMPETENCIA to EMP-ULTIMA-COMP
                   IF EMP-SALDO EQUAL ZERO
                       MOVE "Q" to EMP-SITUACAO
                   END-IF
                   REWRITE REG-EMPRESTIMO
               END-IF
               READ EMPRESTIMOS NEXT
           END-PERFORM.
       0169-fim.
           EXIT.

       0225-emprestimos SECTION.
           DISPLAY "1-conceder emprestimo/adiantamento"
                   "  2-listar em aberto"
               ACCEPT wrk-em-opcao.
           EVALUATE wrk-em-opcao
               WHEN "1"
                   PERFORM 0226-conceder-emprestimo
               WHEN "2"
                   PERFORM 0227-listar-emprestimos
               WHEN OTHER
                   DISPLAY "opcao invalida"
           END-EVALUATE.

       0226-conceder-emprestimo SECTION.
      *registro do emprestimo (ou adiantamento) com o valor, as
      *parcelas e a competencia da primeira; a saida do dinheiro
      *vai aos lancamentos contra o caixa
           DISPLAY "matricula do funcionario"
               ACCEPT wrk-matricula.
           MOVE wrk-matricula to FUN-MATRICULA.
           READ FUNCIONARIOS
               INVALID KEY
                   DISPLAY "funcionario nao encontrado"
                   GO to 0226-fim
           END-READ.
           IF FUNCIONARIO-DESLIGADO
               DISPLAY "funcionario desligado em " FUN-DESLIGAMENTO
               GO to 0226-fim
           END-IF.
           DISPLAY "funcionario: " FUN-NOME.
           MOVE SPACE to wrk-em-tipo.
           PERFORM UNTIL wrk-em-tipo EQUAL "E"
                   OR wrk-em-tipo EQUAL "A"
               DISPLAY "tipo: E-emprestimo  A-adiantamento"
                   ACCEPT wrk-em-tipo
               INSPECT wrk-em-tipo CONVERTING "ea" to "EA"
           END-PERFORM.
           DISPLAY "valor concedido"
               ACCEPT wrk-em-valor.
           DISPLAY "numero de parcelas"
               ACCEPT wrk-em-parcelas.
           IF wrk-em-valor EQUAL ZERO OR wrk-em-parcelas EQUAL ZERO
               DISPLAY "valor e parcelas devem ser maiores que zero"
               GO to 0226-fim
           END-IF.
           DISPLAY "competencia da primeira parcela (AAAAMM)"
               ACCEPT wrk-em-primeira.
           MOVE "V" to wrk-ds-funcao.
           COMPUTE wrk-ds-data1 = (wrk-em-primeira * 100) + 1.
           CALL "datesrv" USING wrk-ds-funcao wrk-ds-data1
                   wrk-ds-data2 wrk-ds-dias wrk-ds-status.
           IF wrk-ds-status NOT EQUAL "00"
               DISPLAY "competencia invalida"
               GO to 0226-fim
           END-IF.
      *proxima sequencia da matricula
           MOVE ZERO to wrk-em-seq.
           MOVE FUN-MATRICULA to EMP-MATRICULA.
           MOVE ZERO to EMP-SEQ.
           START EMPRESTIMOS KEY IS NOT LESS THAN EMP-CHAVE.
           IF fs-emprestimos EQUAL 00
               READ EMPRESTIMOS NEXT
               PERFORM UNTIL fs-emprestimos NOT EQUAL 00
                       OR EMP-MATRICULA NOT EQUAL FUN-MATRICULA
                   MOVE EMP-SEQ to wrk-em-seq
                   READ EMPRESTIMOS NEXT
               END-PERFORM
           END-IF.
           IF wrk-em-seq EQUAL 99
               DISPLAY "limite de emprestimos da matricula"
               GO to 0226-fim
           END-IF.
           ADD 1 to wrk-em-seq.
           MOVE FUN-MATRICULA to EMP-MATRICULA.
           MOVE wrk-em-seq to EMP-SEQ.
           MOVE wrk-em-tipo to EMP-TIPO.
           ACCEPT EMP-CONCESSAO FROM DATE YYYYMMDD.
           MOVE wrk-em-valor to EMP-VALOR.
           MOVE wrk-em-parcelas to EMP-PARCELAS.
           COMPUTE EMP-VALOR-PARCELA ROUNDED =
                   wrk-em-valor / wrk-em-parcelas.
           MOVE wrk-em-primeira to EMP-PRIMEIRA-COMP.
           MOVE wrk-em-valor to EMP-SALDO.
           MOVE ZERO to EMP-ATRASO EMP-ULTIMA-COMP
                        EMP-ULTIMO-DESCONTO EMP-ATRASO-ANTERIOR.
           MOVE "A" to EMP-SITUACAO.
           WRITE REG-EMPRESTIMO.
           OPEN EXTEND LANCAMENTOS.
           IF fs-lancamentos EQUAL 35
               OPEN OUTPUT LANCAMENTOS
           END-IF.
           MOVE SPACES to REG-LANCAMENTO.
           MOVE "F" to LAN-ORIGEM.
           MOVE ZERO to LAN-DOCUMENTO LAN-ESTORNO-DE.
           MOVE EMP-CONCESSAO(1:6) to LAN-COMPETENCIA.
           MOVE "EMPFUNC" to LAN-CONTA.
           MOVE "D" to LAN-DC.
           MOVE wrk-em-valor to LAN-VALOR.
           MOVE SPACES to LAN-HISTORICO.
           STRING "emprestimo matricula " FUN-MATRICULA
                   "/" wrk-em-seq
                   DELIMITED BY SIZE INTO LAN-HISTORICO
           END-STRING.
           WRITE REG-LANCAMENTO.
           MOVE "CAIXA" to LAN-CONTA.
           MOVE "C" to LAN-DC.
           WRITE REG-LANCAMENTO.
           CLOSE LANCAMENTOS.
           MOVE EMP-VALOR-PARCELA to wrk-valor-ed.
           DISPLAY "emprestimo " wrk-em-seq " gravado: "
                   wrk-em-parcelas " parcelas de " wrk-valor-ed.
       0226-fim.
           EXIT.

       0227-listar-emprestimos SECTION.
           OPEN OUTPUT REL-EMPRESTIMOS.
           MOVE SPACES to REL-EM-LINHA.
           MOVE "emprestimos e adiantamentos em aberto"
               to REL-EM-LINHA(1:37).
           WRITE REL-EMPRESTIMOS-REG.
           MOVE SPACES to REL-EM-LINHA.
           MOVE "matr  sq t    concedido parc  1a comp    parcela"
               to REL-EM-LINHA(1:49).
           MOVE "saldo    atraso" to REL-EM-LINHA(61:15).
           WRITE REL-EMPRESTIMOS-REG.
           MOVE ZERO to wrk-em-qtd wrk-em-tot-saldo.
           MOVE ZERO to EMP-MATRICULA EMP-SEQ.
           START EMPRESTIMOS KEY IS NOT LESS THAN EMP-CHAVE.
           IF fs-emprestimos EQUAL 00
               READ EMPRESTIMOS NEXT
               PERFORM UNTIL fs-emprestimos NOT EQUAL 00
                   IF EMPRESTIMO-ABERTO
                       ADD 1 to wrk-em-qtd
                       ADD EMP-SALDO to wrk-em-tot-saldo
                       MOVE SPACES to REL-EM-LINHA
                       MOVE EMP-MATRICULA to REL-EM-LINHA(1:5)
                       MOVE EMP-SEQ to REL-EM-LINHA(7:2)
                       MOVE EMP-TIPO to REL-EM-LINHA(10:1)
                       MOVE EMP-VALOR to wrk-valor-ed
                       MOVE wrk-valor-ed to REL-EM-LINHA(12:10)
                       MOVE EMP-PARCELAS to REL-EM-LINHA(24:3)
                       MOVE EMP-PRIMEIRA-COMP to REL-EM-LINHA(29:6)
                       MOVE EMP-VALOR-PARCELA to wrk-valor-ed
                       MOVE wrk-valor-ed to REL-EM-LINHA(40:10)
                       MOVE EMP-SALDO to wrk-valor-ed
                       MOVE wrk-valor-ed to REL-EM-LINHA(56:10)
                       MOVE EMP-ATRASO to wrk-valor-ed
                       MOVE wrk-valor-ed to REL-EM-LINHA(67:10)
                       WRITE REL-EMPRESTIMOS-REG
                   END-IF
                   READ EMPRESTIMOS NEXT
               END-PERFORM
           END-IF.
           MOVE SPACES to REL-EM-LINHA.
           MOVE "em aberto:" to REL-EM-LINHA(1:10).
           MOVE wrk-em-qtd to REL-EM-LINHA(12:5).
           MOVE "saldo total:" to REL-EM-LINHA(30:12).
           MOVE wrk-em-tot-saldo to wrk-total-ed.
           MOVE wrk-total-ed to REL-EM-LINHA(53:13).
           WRITE REL-EMPRESTIMOS-REG.
           CLOSE REL-EMPRESTIMOS.
           DISPLAY "emprestimos em aberto: " wrk-em-qtd
                   " (emprestimos-abertos.txt)".

       0230-beneficios SECTION.
           DISPLAY "1-beneficios do funcionario"
                   "  2-calculo mensal dos vales"
               ACCEPT wrk-vl-opcao.
           EVALUATE wrk-vl-opcao
               WHEN "1"
                   PERFORM 0231-cadastrar-beneficios
               WHEN "2"
                   PERFORM 0232-calcular-vales
               WHEN OTHER
                   DISPLAY "opcao invalida"
           END-EVALUATE.

       0231-cadastrar-beneficios SECTION.
      *vale-transporte em viagens por dia e tarifa de cada viagem;
      *vale-refeicao em valor por dia trabalhado; zero = sem o
      *beneficio
           DISPLAY "matricula do funcionario"
               ACCEPT wrk-matricula.
           MOVE wrk-matricula to FUN-MATRICULA.
           READ FUNCIONARIOS
               INVALID KEY
                   DISPLAY "funcionario nao encontrado"
                   GO to 0231-fim
           END-READ.
           DISPLAY "funcionario: " FUN-NOME.
           MOVE FUN-MATRICULA to BEN-MATRICULA.
           READ BENEFICIOS
               INVALID KEY
                   MOVE ZERO to BEN-VT-VIAGENS BEN-VT-TARIFA
                                BEN-VR-DIARIO
               NOT INVALID KEY
                   DISPLAY "vt atual: " BEN-VT-VIAGENS
                           " viagens/dia de " BEN-VT-TARIFA
                   DISPLAY "vr atual: " BEN-VR-DIARIO " por dia"
           END-READ.
           DISPLAY "vale-transporte: viagens por dia (0 = nao usa)"
               ACCEPT wrk-vl-viagens.
           MOVE ZERO to wrk-vl-tarifa.
           IF wrk-vl-viagens > ZERO
               DISPLAY "tarifa de cada viagem"
                   ACCEPT wrk-vl-tarifa
           END-IF.
           DISPLAY "vale-refeicao: valor por dia (0 = nao recebe)"
               ACCEPT wrk-vl-diario.
           MOVE wrk-vl-viagens to BEN-VT-VIAGENS.
           MOVE wrk-vl-tarifa to BEN-VT-TARIFA.
           MOVE wrk-vl-diario to BEN-VR-DIARIO.
           WRITE REG-BENEFICIO
               INVALID KEY
                   REWRITE REG-BENEFICIO
                   DISPLAY "beneficios regravados"
               NOT INVALID KEY
                   DISPLAY "beneficios gravados"
           END-WRITE.
       0231-fim.
           EXIT.

       0232-calcular-vales SECTION.
      *vales da competencia: dias uteis do mes (datesrv com a
      *tabela de feriados) menos as faltas ja lancadas nos eventos
      *dao os dias de cada funcionario; sai a listagem de compra
      *para os fornecedores, o desconto do vale-transporte (ate 6%
      *do salario) gravado nos eventos para a folha descontar, e o
      *custo da empresa por centro de custo nos lancamentos
           DISPLAY "competencia (AAAAMM, 0 = atual)"
               ACCEPT wrk-competencia.
           IF wrk-competencia EQUAL ZERO
               PERFORM 0155-competencia-atual
           END-IF.
           PERFORM 0233-dias-uteis-mes.
           IF wrk-vl-uteis EQUAL ZERO
               DISPLAY "competencia invalida"
               GO to 0232-fim
           END-IF.
           OPEN OUTPUT REL-VALES.
           MOVE SPACES to REL-VL-LINHA.
           MOVE "compra de vales - competencia" to REL-VL-LINHA(1:29).
           MOVE wrk-competencia to REL-VL-LINHA(31:6).
           MOVE "dias uteis:" to REL-VL-LINHA(40:11).
           MOVE wrk-vl-uteis to REL-VL-LINHA(52:2).
           WRITE REL-VALES-REG.
           MOVE SPACES to REL-VL-LINHA.
           MOVE "matr  nome                 cc  dias viag   valor vt"
               to REL-VL-LINHA(1:52).
           MOVE "valor vr  desc vt" to REL-VL-LINHA(58:17).
           WRITE REL-VALES-REG.
           MOVE ZERO to wrk-vl-qtd wrk-vl-tot-viagens wrk-vl-tot-vt
                        wrk-vl-tot-vr wrk-vl-tot-desc.
           MOVE ZERO to wrk-ctc-qtd.
           MOVE ZERO to BEN-MATRICULA.
           START BENEFICIOS KEY IS NOT LESS THAN BEN-MATRICULA.
           IF fs-beneficios EQUAL 00
               READ BENEFICIOS NEXT
               PERFORM UNTIL fs-beneficios NOT EQUAL 00
                   MOVE BEN-MATRICULA to FUN-MATRICULA
                   READ FUNCIONARIOS
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           IF FUNCIONARIO-ATIVO
                               PERFORM 0234-vale-funcionario
                           END-IF
                   END-READ
                   READ BENEFICIOS NEXT
               END-PERFORM
           END-IF.

           MOVE SPACES to REL-VL-LINHA.
           MOVE "totais:" to REL-VL-LINHA(1:7).
           MOVE wrk-vl-qtd to REL-VL-LINHA(9:5).
           MOVE wrk-vl-tot-viagens to REL-VL-LINHA(36:6).
           MOVE wrk-vl-tot-vt to wrk-total-ed.
           MOVE wrk-total-ed to REL-VL-LINHA(42:13).
           MOVE wrk-vl-tot-vr to wrk-total-ed.
           MOVE wrk-total-ed to REL-VL-LINHA(53:13).
           MOVE wrk-vl-tot-desc to wrk-total-ed.
           MOVE wrk-total-ed to REL-VL-LINHA(64:13).
           WRITE REL-VALES-REG.
           MOVE SPACES to REL-VL-LINHA.
           MOVE "compra vale-transporte:" to REL-VL-LINHA(1:23).
           MOVE wrk-vl-tot-viagens to REL-VL-LINHA(25:6).
           MOVE "viagens" to REL-VL-LINHA(32:7).
           MOVE wrk-vl-tot-vt to wrk-total-ed.
           MOVE wrk-total-ed to REL-VL-LINHA(42:13).
           WRITE REL-VALES-REG.
           MOVE SPACES to REL-VL-LINHA.
           MOVE "compra vale-refeicao..:" to REL-VL-LINHA(1:23).
           MOVE wrk-vl-tot-vr to wrk-total-ed.
           MOVE wrk-total-ed to REL-VL-LINHA(42:13).
           WRITE REL-VALES-REG.
           MOVE SPACES to REL-VL-LINHA.
           MOVE "custo da empresa por centro de custo:"
               to REL-VL-LINHA(1:37).
           WRITE REL-VALES-REG.
           PERFORM VARYING wrk-ctc-ind FROM 1 BY 1
                   UNTIL wrk-ctc-ind > wrk-ctc-qtd
               MOVE SPACES to REL-VL-LINHA
               MOVE "  cc" to REL-VL-LINHA(1:4)
               MOVE wrk-ctc-codigo(wrk-ctc-ind)
                   to REL-VL-LINHA(6:3)
               MOVE "vt" to REL-VL-LINHA(11:2)
               MOVE wrk-ctc-vt(wrk-ctc-ind) to wrk-total-ed
               MOVE wrk-total-ed to REL-VL-LINHA(14:13)
               MOVE "vr" to REL-VL-LINHA(29:2)
               MOVE wrk-ctc-vr(wrk-ctc-ind) to wrk-total-ed
               MOVE wrk-total-ed to REL-VL-LINHA(32:13)
               WRITE REL-VALES-REG
           END-PERFORM.
           CLOSE REL-VALES.
           IF wrk-vl-qtd EQUAL ZERO
               DISPLAY "nenhum beneficio na competencia "
                       wrk-competencia
           ELSE
               PERFORM 0236-contabilizar-vales
               DISPLAY "vales calculados: " wrk-vl-qtd
                       " funcionarios (vales-compra.txt)"
           END-IF.
       0232-fim.
           EXIT.

       0233-dias-uteis-mes SECTION.
      *conta os dias uteis da competencia andando de um em um com
      *a funcao "U" do datesrv, a partir do dia 28 do mes anterior
           MOVE ZERO to wrk-vl-uteis.
           MOVE wrk-competencia to wrk-vl-data(1:6).
           MOVE 28 to wrk-vl-dia.
           IF wrk-vl-mes EQUAL 1
               MOVE 12 to wrk-vl-mes
               SUBTRACT 1 from wrk-vl-ano
           ELSE
               SUBTRACT 1 from wrk-vl-mes
           END-IF.
           MOVE wrk-vl-data to wrk-ds-data1.
           MOVE "U" to wrk-ds-funcao.
           MOVE 1 to wrk-ds-dias.
           CALL "datesrv" USING wrk-ds-funcao wrk-ds-data1
                   wrk-ds-data2 wrk-ds-dias wrk-ds-status.
           PERFORM UNTIL wrk-ds-status NOT EQUAL "00"
                   OR wrk-ds-data2(1:6) > wrk-competencia
               IF wrk-ds-data2(1:6) EQUAL wrk-competencia
                   ADD 1 to wrk-vl-uteis
               END-IF
               MOVE wrk-ds-data2 to wrk-ds-data1
               CALL "datesrv" USING wrk-ds-funcao wrk-ds-data1
                       wrk-ds-data2 wrk-ds-dias wrk-ds-status
           END-PERFORM.

       0234-vale-funcionario SECTION.
           MOVE FUN-MATRICULA to EV-MATRICULA.
           MOVE wrk-competencia to EV-COMPETENCIA.
           READ EVENTOS
               INVALID KEY
                   MOVE ZERO to EV-HE50 EV-HE100 EV-FALTAS
                                EV-ATRASOS-MIN EV-RETROATIVO
           END-READ.
           IF EV-FALTAS < wrk-vl-uteis
               COMPUTE wrk-vl-dias = wrk-vl-uteis - EV-FALTAS
           ELSE
               MOVE ZERO to wrk-vl-dias
           END-IF.
           COMPUTE wrk-vl-viagens = wrk-vl-dias * BEN-VT-VIAGENS.
           COMPUTE wrk-vl-valor-vt = wrk-vl-viagens * BEN-VT-TARIFA.
           COMPUTE wrk-vl-valor-vr = wrk-vl-dias * BEN-VR-DIARIO.
      *o funcionario paga o vale-transporte ate 6% do salario; o
      *que passar disso e custo da empresa
           COMPUTE wrk-vl-desconto = FUN-SALARIO * wrk-aliq-vt.
           IF wrk-vl-desconto > wrk-vl-valor-vt
               MOVE wrk-vl-valor-vt to wrk-vl-desconto
           END-IF.
           MOVE wrk-vl-desconto to EV-DESC-VT.
           WRITE REG-EVENTO
               INVALID KEY
                   REWRITE REG-EVENTO
           END-WRITE.
           ADD 1 to wrk-vl-qtd.
           ADD wrk-vl-viagens to wrk-vl-tot-viagens.
           ADD wrk-vl-valor-vt to wrk-vl-tot-vt.
           ADD wrk-vl-valor-vr to wrk-vl-tot-vr.
           ADD wrk-vl-desconto to wrk-vl-tot-desc.
           MOVE SPACES to REL-VL-LINHA.
           MOVE FUN-MATRICULA to REL-VL-LINHA(1:5).
           MOVE FUN-NOME(1:20) to REL-VL-LINHA(7:20).
           MOVE FUN-CENTRO-CUSTO to REL-VL-LINHA(28:3).
           MOVE wrk-vl-dias to REL-VL-LINHA(33:2).
           MOVE wrk-vl-viagens to REL-VL-LINHA(37:4).
           MOVE wrk-vl-valor-vt to wrk-valor-ed.
           MOVE wrk-valor-ed to REL-VL-LINHA(42:10).
           MOVE wrk-vl-valor-vr to wrk-valor-ed.
           MOVE wrk-valor-ed to REL-VL-LINHA(53:10).
           MOVE wrk-vl-desconto to wrk-valor-ed.
           MOVE wrk-valor-ed to REL-VL-LINHA(64:10).
           WRITE REL-VALES-REG.
           PERFORM 0235-acumular-centro-vale.

       0235-acumular-centro-vale SECTION.
           MOVE "N" to wrk-ctc-achou.
           PERFORM VARYING wrk-ctc-ind FROM 1 BY 1
                   UNTIL wrk-ctc-ind > wrk-ctc-qtd
               IF wrk-ctc-codigo(wrk-ctc-ind)
                       EQUAL FUN-CENTRO-CUSTO
                   MOVE "S" to wrk-ctc-achou
                   EXIT PERFORM
               END-IF
           END-PERFORM.
           IF wrk-ctc-achou NOT EQUAL "S"
               IF wrk-ctc-qtd < 30
                   ADD 1 to wrk-ctc-qtd
                   MOVE wrk-ctc-qtd to wrk-ctc-ind
                   MOVE FUN-CENTRO-CUSTO
                       to wrk-ctc-codigo(wrk-ctc-ind)
                   MOVE ZERO to wrk-ctc-vt(wrk-ctc-ind)
                   MOVE ZERO to wrk-ctc-vr(wrk-ctc-ind)
               ELSE
                   GO to 0235-fim
               END-IF
           END-IF.
           COMPUTE wrk-ctc-vt(wrk-ctc-ind) = wrk-ctc-vt(wrk-ctc-ind)
                   + wrk-vl-valor-vt - wrk-vl-desconto.
           ADD wrk-vl-valor-vr to wrk-ctc-vr(wrk-ctc-ind).
       0235-fim.
           EXIT.

       0236-contabilizar-vales SECTION.
      *custo da empresa com os vales por centro de custo no debito,
      *a parte do funcionario a descontar na folha no debito e a
      *compra total dos fornecedores no credito
           OPEN EXTEND LANCAMENTOS.
           IF fs-lancamentos EQUAL 35
               OPEN OUTPUT LANCAMENTOS
           END-IF.
           PERFORM VARYING wrk-ctc-ind FROM 1 BY 1
                   UNTIL wrk-ctc-ind > wrk-ctc-qtd
               MOVE SPACES to REG-LANCAMENTO
               MOVE "F" to LAN-ORIGEM
               MOVE ZERO to LAN-DOCUMENTO LAN-ESTORNO-DE
               MOVE wrk-competencia to LAN-COMPETENCIA
               MOVE "D" to LAN-DC
               MOVE SPACES to LAN-HISTORICO
               STRING "vales centro de custo "
                       wrk-ctc-codigo(wrk-ctc-ind)
                       DELIMITED BY SIZE INTO LAN-HISTORICO
               END-STRING
               IF wrk-ctc-vt(wrk-ctc-ind) > ZERO
                   MOVE "DESPVT" to LAN-CONTA
                   MOVE wrk-ctc-vt(wrk-ctc-ind) to LAN-VALOR
                   WRITE REG-LANCAMENTO
               END-IF
               IF wrk-ctc-vr(wrk-ctc-ind) > ZERO
                   MOVE "DESPVR" to LAN-CONTA
                   MOVE wrk-ctc-vr(wrk-ctc-ind) to LAN-VALOR
                   WRITE REG-LANCAMENTO
               END-IF
           END-PERFORM.
           MOVE SPACES to REG-LANCAMENTO.
           MOVE "F" to LAN-ORIGEM.
           MOVE ZERO to LAN-DOCUMENTO LAN-ESTORNO-DE.
           MOVE wrk-competencia to LAN-COMPETENCIA.
           IF wrk-vl-tot-desc > ZERO
               MOVE "VTDESCONTO" to LAN-CONTA
               MOVE "D" to LAN-DC
               MOVE wrk-vl-tot-desc to LAN-VALOR
               MOVE "vale-transporte a descontar na folha"
                   to LAN-HISTORICO
               WRITE REG-LANCAMENTO
           END-IF.
           MOVE "FORNPAGAR" to LAN-CONTA.
           MOVE "C" to LAN-DC.
           COMPUTE LAN-VALOR = wrk-vl-tot-vt + wrk-vl-tot-vr.
           MOVE "compra de vale-transporte e refeicao"
               to LAN-HISTORICO.
           WRITE REG-LANCAMENTO.
           CLOSE LANCAMENTOS.

       0160-calcular-liquido SECTION.
      *inss progressivo: cada faixa contribui com a sua aliquota
      *sobre a fatia do salario dentro dela; salario acima da
