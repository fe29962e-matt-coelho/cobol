      ******************************************************************
      * Author:
      * Date:
      * Purpose: informe de rendimentos do ano-calendario: acumula
      *          por matricula o historico da folha do ano
      *          (folha-historico.dat) e a rescisao do ano, se houver
      *          (rescisoes.dat), e imprime um informe por
      *          funcionario no molde do contracheque: rendimentos
      *          tributaveis, inss e irrf retidos, 13o com a
      *          tributacao exclusiva, indenizacoes isentas e
      *          dependentes; o resumo lista todos os informes com os
      *          totais e o irrf retido mes a mes, que fecha com o
      *          total do ano recolhido
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. informe.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.

       FILE-CONTROL.
       SELECT FOLHA-HIST ASSIGN TO "./folha-historico.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FH-CHAVE
               FILE STATUS IS FS-FOLHA-HIST.
       SELECT RESCISOES ASSIGN TO "./rescisoes.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RSC-MATRICULA
               FILE STATUS IS FS-RESCISOES.
       SELECT REL-INFORME ASSIGN TO "./informe-rendimentos.txt"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS FS-REL-INFORME.
       SELECT REL-RESUMO ASSIGN TO "./informe-resumo.txt"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS FS-REL-RESUMO.
       DATA DIVISION.
       FILE SECTION.
           FD FOLHA-HIST.
           COPY "fhreg.cpy".
           FD RESCISOES.
           COPY "rscreg.cpy".
           FD REL-INFORME.
               01 REL-INFORME-REG.
                   02 INF-LINHA PIC X(80).
           FD REL-RESUMO.
               01 REL-RESUMO-REG.
                   02 RES-LINHA PIC X(80).
       WORKING-STORAGE SECTION.
       77 fs-folha-hist pic 9(02) value ZERO.
       77 fs-rescisoes pic 9(02) value ZERO.
       77 fs-rel-informe pic 9(02) value ZERO.
       77 fs-rel-resumo pic 9(02) value ZERO.
       77 wrk-ano pic 9(04) value ZERO.
       77 wrk-hoje pic 9(08) value ZERO.
       77 wrk-mes pic 9(02) value ZERO.
       77 wrk-qtd-informes pic 9(05) value ZERO.
       77 wrk-valor-ed pic zzzzzz9.99 value ZERO.
       77 wrk-total-ed pic zzzzzzzzz9.99 value ZERO.
      *acumulado da matricula corrente no ano
       77 wrk-matricula pic 9(05) value ZERO.
       77 wrk-nome pic x(30) value SPACES.
       77 wrk-dependentes pic 9(02) value ZERO.
       77 wrk-desligamento pic 9(08) value ZERO.
       77 wrk-tributavel pic 9(10)v99 value ZERO.
       77 wrk-inss pic 9(10)v99 value ZERO.
       77 wrk-irrf pic 9(10)v99 value ZERO.
       77 wrk-13-bruto pic 9(10)v99 value ZERO.
       77 wrk-13-inss pic 9(10)v99 value ZERO.
       77 wrk-13-irrf pic 9(10)v99 value ZERO.
       77 wrk-isentos pic 9(10)v99 value ZERO.
       77 wrk-tem-ano pic x(01) value "N".
      *totais do resumo
       77 wrk-tot-tributavel pic 9(10)v99 value ZERO.
       77 wrk-tot-inss pic 9(10)v99 value ZERO.
       77 wrk-tot-irrf pic 9(10)v99 value ZERO.
       77 wrk-tot-13-bruto pic 9(10)v99 value ZERO.
       77 wrk-tot-13-irrf pic 9(10)v99 value ZERO.
       77 wrk-tot-isentos pic 9(10)v99 value ZERO.
       77 wrk-tot-irrf-ano pic 9(10)v99 value ZERO.
      *irrf retido por mes de competencia: folha e ferias, 13o e
      *rescisao, para conferir com o recolhido mes a mes
       01 wrk-tab-meses.
           05 wrk-mes-ent OCCURS 12 times.
               10 wrk-mes-irrf-folha pic 9(10)v99.
               10 wrk-mes-irrf-13 pic 9(10)v99.
               10 wrk-mes-irrf-resc pic 9(10)v99.

       PROCEDURE DIVISION.

       0050-principal section.
           PERFORM 0100-inicializar.
           PERFORM 0200-processar.
           PERFORM 0300-resumo.
           PERFORM 0400-finaliza.

       0100-inicializar SECTION.
           DISPLAY "ano-calendario (AAAA, 0 = ano passado)"
               ACCEPT wrk-ano.
           IF wrk-ano EQUAL ZERO
               ACCEPT wrk-hoje FROM DATE YYYYMMDD
               MOVE wrk-hoje(1:4) to wrk-ano
               SUBTRACT 1 from wrk-ano
           END-IF.
           OPEN INPUT FOLHA-HIST.
           IF fs-folha-hist NOT EQUAL 00
               DISPLAY "erro ao abrir folha-historico, status "
                       fs-folha-hist
               STOP RUN
           END-IF.
           OPEN INPUT RESCISOES.
           OPEN OUTPUT REL-INFORME.
           OPEN OUTPUT REL-RESUMO.
           MOVE ZERO to wrk-tab-meses.
           MOVE SPACES to RES-LINHA.
           MOVE "resumo dos informes de rendimentos - ano"
               to RES-LINHA(1:40).
           MOVE wrk-ano to RES-LINHA(42:4).
           WRITE REL-RESUMO-REG.
           MOVE SPACES to RES-LINHA.
           MOVE "matr  nome                 tributavel       inss"
               to RES-LINHA(1:48).
           MOVE "irrf  13o bruto  irrf 13o" to RES-LINHA(56:25).
           WRITE REL-RESUMO-REG.

       0200-processar SECTION.
      *historico em ordem de matricula e competencia: quebra por
      *matricula, somando so as competencias do ano pedido
           MOVE ZERO to FH-MATRICULA FH-COMPETENCIA.
           START FOLHA-HIST KEY IS NOT LESS THAN FH-CHAVE.
           IF fs-folha-hist NOT EQUAL 00
               GO to 0200-fim
           END-IF.
           READ FOLHA-HIST NEXT.
           IF fs-folha-hist NOT EQUAL 00
               GO to 0200-fim
           END-IF.
           PERFORM 0210-iniciar-matricula.
           PERFORM UNTIL fs-folha-hist NOT EQUAL 00
               IF FH-MATRICULA NOT EQUAL wrk-matricula
                   PERFORM 0250-fechar-matricula
                   PERFORM 0210-iniciar-matricula
               END-IF
               IF FH-COMPETENCIA(1:4) EQUAL wrk-ano
                   PERFORM 0220-acumular-competencia
               END-IF
               READ FOLHA-HIST NEXT
           END-PERFORM.
           PERFORM 0250-fechar-matricula.
       0200-fim.
           EXIT.

       0210-iniciar-matricula SECTION.
           MOVE FH-MATRICULA to wrk-matricula.
           MOVE FH-NOME to wrk-nome.
           MOVE FH-DEPENDENTES to wrk-dependentes.
           MOVE ZERO to wrk-tributavel wrk-inss wrk-irrf
                        wrk-13-bruto wrk-13-inss wrk-13-irrf
                        wrk-isentos wrk-desligamento.
           MOVE "N" to wrk-tem-ano.

       0220-acumular-competencia SECTION.
      *folha e ferias sao rendimento tributavel do mes; o 13o vai
      *a parte; os dependentes ficam os da ultima competencia do ano
           MOVE "S" to wrk-tem-ano.
           MOVE FH-NOME to wrk-nome.
           MOVE FH-DEPENDENTES to wrk-dependentes.
           ADD FH-BRUTO FH-BASE-FERIAS to wrk-tributavel.
           ADD FH-INSS FH-INSS-FERIAS to wrk-inss.
           ADD FH-IRRF FH-IRRF-FERIAS to wrk-irrf.
           ADD FH-BASE-13 to wrk-13-bruto.
           ADD FH-INSS-13 to wrk-13-inss.
           ADD FH-IRRF-13 to wrk-13-irrf.
           MOVE FH-COMPETENCIA(5:2) to wrk-mes.
           ADD FH-IRRF FH-IRRF-FERIAS to wrk-mes-irrf-folha(wrk-mes).
           ADD FH-IRRF-13 to wrk-mes-irrf-13(wrk-mes).

       0230-acumular-rescisao SECTION.
      *rescisao do ano: saldo de salario tributavel, 13o
      *proporcional na tributacao exclusiva e aviso, ferias e terco
      *indenizados como rendimentos isentos
           MOVE wrk-matricula to RSC-MATRICULA.
           READ RESCISOES
               INVALID KEY
                   GO to 0230-fim
           END-READ.
           IF RSC-DESLIGAMENTO(1:4) NOT EQUAL wrk-ano
               GO to 0230-fim
           END-IF.
           MOVE "S" to wrk-tem-ano.
           MOVE RSC-DESLIGAMENTO to wrk-desligamento.
           ADD RSC-SALDO-SALARIO to wrk-tributavel.
           COMPUTE wrk-inss = wrk-inss + RSC-INSS - RSC-INSS-13.
           COMPUTE wrk-irrf = wrk-irrf + RSC-IRRF - RSC-IRRF-13.
           ADD RSC-13-PROP to wrk-13-bruto.
           ADD RSC-INSS-13 to wrk-13-inss.
           ADD RSC-IRRF-13 to wrk-13-irrf.
           ADD RSC-AVISO-VALOR RSC-FERIAS-VENC RSC-FERIAS-PROP
               RSC-TERCO to wrk-isentos.
           MOVE RSC-COMPETENCIA(5:2) to wrk-mes.
           ADD RSC-IRRF to wrk-mes-irrf-resc(wrk-mes).
       0230-fim.
           EXIT.

       0250-fechar-matricula SECTION.
           IF fs-rescisoes EQUAL 00 OR fs-rescisoes EQUAL 23
               PERFORM 0230-acumular-rescisao
           END-IF.
           IF wrk-tem-ano NOT EQUAL "S"
               GO to 0250-fim
           END-IF.
           ADD 1 to wrk-qtd-informes.
           PERFORM 0260-imprimir-informe.
           ADD wrk-tributavel to wrk-tot-tributavel.
           ADD wrk-inss to wrk-tot-inss.
           ADD wrk-irrf to wrk-tot-irrf.
           ADD wrk-13-bruto to wrk-tot-13-bruto.
           ADD wrk-13-irrf to wrk-tot-13-irrf.
           ADD wrk-isentos to wrk-tot-isentos.
           MOVE SPACES to RES-LINHA.
           MOVE wrk-matricula to RES-LINHA(1:5).
           MOVE wrk-nome(1:20) to RES-LINHA(7:20).
           MOVE wrk-tributavel to wrk-valor-ed.
           MOVE wrk-valor-ed to RES-LINHA(28:10).
           MOVE wrk-inss to wrk-valor-ed.
           MOVE wrk-valor-ed to RES-LINHA(39:10).
           MOVE wrk-irrf to wrk-valor-ed.
           MOVE wrk-valor-ed to RES-LINHA(50:10).
           MOVE wrk-13-bruto to wrk-valor-ed.
           MOVE wrk-valor-ed to RES-LINHA(61:10).
           MOVE wrk-13-irrf to wrk-valor-ed.
           MOVE wrk-valor-ed to RES-LINHA(71:10).
           WRITE REL-RESUMO-REG.
       0250-fim.
           EXIT.

       0260-imprimir-informe SECTION.
           MOVE ALL "=" to INF-LINHA.
           WRITE REL-INFORME-REG.
           MOVE SPACES to INF-LINHA.
           MOVE "comprovante de rendimentos pagos e de imposto"
               to INF-LINHA(1:45).
           MOVE "retido - ano" to INF-LINHA(47:12).
           MOVE wrk-ano to INF-LINHA(60:4).
           WRITE REL-INFORME-REG.
           MOVE SPACES to INF-LINHA.
           MOVE wrk-matricula to INF-LINHA(1:5).
           MOVE wrk-nome to INF-LINHA(8:30).
           MOVE "dependentes:" to INF-LINHA(40:12).
           MOVE wrk-dependentes to INF-LINHA(53:2).
           WRITE REL-INFORME-REG.
           IF wrk-desligamento > ZERO
               MOVE SPACES to INF-LINHA
               MOVE "desligado em" to INF-LINHA(8:12)
               MOVE wrk-desligamento to INF-LINHA(21:8)
               WRITE REL-INFORME-REG
           END-IF.
           MOVE SPACES to INF-LINHA.
           MOVE "rendimentos tributaveis, deducoes e imposto retido"
               to INF-LINHA(1:51).
           WRITE REL-INFORME-REG.
           MOVE SPACES to INF-LINHA.
           MOVE "total dos rendimentos.......:" to INF-LINHA(3:29).
           MOVE wrk-tributavel to wrk-valor-ed.
           MOVE wrk-valor-ed to INF-LINHA(33:10).
           WRITE REL-INFORME-REG.
           MOVE SPACES to INF-LINHA.
           MOVE "contribuicao previdenciaria.:" to INF-LINHA(3:29).
           MOVE wrk-inss to wrk-valor-ed.
           MOVE wrk-valor-ed to INF-LINHA(33:10).
           WRITE REL-INFORME-REG.
           MOVE SPACES to INF-LINHA.
           MOVE "imposto retido na fonte.....:" to INF-LINHA(3:29).
           MOVE wrk-irrf to wrk-valor-ed.
           MOVE wrk-valor-ed to INF-LINHA(33:10).
           WRITE REL-INFORME-REG.
           MOVE SPACES to INF-LINHA.
           MOVE "rendimentos isentos" to INF-LINHA(1:19).
           WRITE REL-INFORME-REG.
           MOVE SPACES to INF-LINHA.
           MOVE "indenizacoes por rescisao...:" to INF-LINHA(3:29).
           MOVE wrk-isentos to wrk-valor-ed.
           MOVE wrk-valor-ed to INF-LINHA(33:10).
           WRITE REL-INFORME-REG.
           MOVE SPACES to INF-LINHA.
           MOVE "tributacao exclusiva" to INF-LINHA(1:20).
           WRITE REL-INFORME-REG.
           MOVE SPACES to INF-LINHA.
           MOVE "13o salario.................:" to INF-LINHA(3:29).
           MOVE wrk-13-bruto to wrk-valor-ed.
           MOVE wrk-valor-ed to INF-LINHA(33:10).
           WRITE REL-INFORME-REG.
           MOVE SPACES to INF-LINHA.
           MOVE "inss sobre o 13o............:" to INF-LINHA(3:29).
           MOVE wrk-13-inss to wrk-valor-ed.
           MOVE wrk-valor-ed to INF-LINHA(33:10).
           MOVE "(-)" to INF-LINHA(44:3).
           WRITE REL-INFORME-REG.
           MOVE SPACES to INF-LINHA.
           MOVE "irrf sobre o 13o............:" to INF-LINHA(3:29).
           MOVE wrk-13-irrf to wrk-valor-ed.
           MOVE wrk-valor-ed to INF-LINHA(33:10).
           WRITE REL-INFORME-REG.

       0300-resumo SECTION.
      *totais do ano e o irrf por competencia: a soma dos meses e
      *o irrf total do ano, o mesmo dos informes somados
           MOVE SPACES to RES-LINHA.
           MOVE "informes:" to RES-LINHA(1:9).
           MOVE wrk-qtd-informes to RES-LINHA(11:5).
           WRITE REL-RESUMO-REG.
           MOVE SPACES to RES-LINHA.
           MOVE "totais: tributavel" to RES-LINHA(1:18).
           MOVE wrk-tot-tributavel to wrk-total-ed.
           MOVE wrk-total-ed to RES-LINHA(20:13).
           MOVE "inss" to RES-LINHA(35:4).
           MOVE wrk-tot-inss to wrk-total-ed.
           MOVE wrk-total-ed to RES-LINHA(40:13).
           MOVE "irrf" to RES-LINHA(55:4).
           MOVE wrk-tot-irrf to wrk-total-ed.
           MOVE wrk-total-ed to RES-LINHA(60:13).
           WRITE REL-RESUMO-REG.
           MOVE SPACES to RES-LINHA.
           MOVE "        13o bruto " to RES-LINHA(1:18).
           MOVE wrk-tot-13-bruto to wrk-total-ed.
           MOVE wrk-total-ed to RES-LINHA(20:13).
           MOVE "irrf 13o" to RES-LINHA(35:8).
           MOVE wrk-tot-13-irrf to wrk-total-ed.
           MOVE wrk-total-ed to RES-LINHA(44:13).
           WRITE REL-RESUMO-REG.
           MOVE SPACES to RES-LINHA.
           MOVE "        isentos   " to RES-LINHA(1:18).
           MOVE wrk-tot-isentos to wrk-total-ed.
           MOVE wrk-total-ed to RES-LINHA(20:13).
           WRITE REL-RESUMO-REG.
           MOVE SPACES to RES-LINHA.
           WRITE REL-RESUMO-REG.
           MOVE "irrf retido por competencia" to RES-LINHA(1:27).
           WRITE REL-RESUMO-REG.
           MOVE SPACES to RES-LINHA.
           MOVE "mes     folha/ferias         13o    rescisao"
               to RES-LINHA(1:43).
           MOVE "total" to RES-LINHA(53:5).
           WRITE REL-RESUMO-REG.
           MOVE ZERO to wrk-tot-irrf-ano.
           PERFORM VARYING wrk-mes FROM 1 BY 1 UNTIL wrk-mes > 12
               MOVE SPACES to RES-LINHA
               MOVE wrk-ano to RES-LINHA(1:4)
               MOVE wrk-mes to RES-LINHA(5:2)
               MOVE wrk-mes-irrf-folha(wrk-mes) to wrk-valor-ed
               MOVE wrk-valor-ed to RES-LINHA(10:10)
               MOVE wrk-mes-irrf-13(wrk-mes) to wrk-valor-ed
               MOVE wrk-valor-ed to RES-LINHA(22:10)
               MOVE wrk-mes-irrf-resc(wrk-mes) to wrk-valor-ed
               MOVE wrk-valor-ed to RES-LINHA(34:10)
               COMPUTE wrk-total-ed = wrk-mes-irrf-folha(wrk-mes)
                       + wrk-mes-irrf-13(wrk-mes)
                       + wrk-mes-irrf-resc(wrk-mes)
               MOVE wrk-total-ed to RES-LINHA(45:13)
               ADD wrk-mes-irrf-folha(wrk-mes)
                   wrk-mes-irrf-13(wrk-mes)
                   wrk-mes-irrf-resc(wrk-mes) to wrk-tot-irrf-ano
               WRITE REL-RESUMO-REG
           END-PERFORM.
           MOVE SPACES to RES-LINHA.
           MOVE "irrf total recolhido no ano" to RES-LINHA(1:27).
           MOVE wrk-tot-irrf-ano to wrk-total-ed.
           MOVE wrk-total-ed to RES-LINHA(45:13).
           WRITE REL-RESUMO-REG.
      *o mesmo irrf visto pelos informes (mensal mais 13o), para
      *bater com o recolhido acima
           COMPUTE wrk-tot-irrf = wrk-tot-irrf + wrk-tot-13-irrf.
           MOVE SPACES to RES-LINHA.
           MOVE "irrf declarado nos informes" to RES-LINHA(1:27).
           MOVE wrk-tot-irrf to wrk-total-ed.
           MOVE wrk-total-ed to RES-LINHA(45:13).
           WRITE REL-RESUMO-REG.

       0400-finaliza SECTION.
           CLOSE FOLHA-HIST.
           CLOSE RESCISOES.
           CLOSE REL-INFORME.
           CLOSE REL-RESUMO.
           DISPLAY "informes emitidos: " wrk-qtd-informes
                   " (informe-rendimentos.txt e informe-resumo.txt)".
           STOP RUN.

       END PROGRAM informe.
