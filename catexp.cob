      ******************************************************************
      * Author:
      * Date:
      * Purpose: exportacao noturna do catalogo para a loja virtual:
      *          os produtos ativos com descricao, preco vigente hoje
      *          (tabela de precos ou, sem vigencia, o do cadastro),
      *          as proximas vigencias ja carregadas, peso e a
      *          disponibilidade no total e por filial (disponivel,
      *          baixo ate o estoque minimo, esgotado); grava o
      *          arquivo completo (catalogo-AAAAMMDDHHMMSS.xml) e o
      *          delta da rodada (catalogo-delta-...xml) com os
      *          produtos novos, alterados e retirados desde a
      *          rodada anterior, pela comparacao com o retrato
      *          guardado em catalogo-base.dat; cada rodada deixa
      *          uma linha em catalogo-envios.txt com os nomes dos
      *          dois arquivos e as contagens, para a transferencia
      *          que falhar ser refeita com os arquivos da rodada
      *          (que ficam no disco); sem o retrato (apagado para
      *          uma recarga total da loja) todo produto sai como
      *          novo no delta; chamado pelo fim de dia do
      *          projeto-clientes, no molde do verifmst
      *
      *          status "00" exportado, "04" nenhum produto ativo,
      *          "90" cadastro de produtos ou arquivo de saida
      *          indisponivel (nada exportado)
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. catexp.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PRODUTOS ASSIGN TO "./produtos.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PRO-CODIGO
               FILE STATUS IS fs-produtos.

           SELECT PRECOS ASSIGN TO "./precos.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PRC-CHAVE
               FILE STATUS IS fs-precos.

      *retrato do que foi exportado na rodada anterior, por produto
           SELECT CAT-BASE ASSIGN TO "./catalogo-base.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CTB-CODIGO
               FILE STATUS IS fs-base.

           SELECT CAT-COMPLETO ASSIGN TO wrk-completo-nome
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS fs-completo.

           SELECT CAT-DELTA ASSIGN TO wrk-delta-nome
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS fs-delta.

           SELECT CAT-ENVIOS ASSIGN TO "./catalogo-envios.txt"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS fs-envios.
       DATA DIVISION.
       FILE SECTION.
       FD PRODUTOS.
       COPY "prodreg.cpy".

       FD PRECOS.
       COPY "prcreg.cpy".

       FD CAT-BASE.
           01 CTB-REG.
               02 CTB-CODIGO PIC 9(05).
               02 CTB-IMAGEM PIC X(150).
               02 CTB-RODADA PIC X(14).

       FD CAT-COMPLETO.
           01 CAT-COMPLETO-REG.
               02 CAT-CP-LINHA PIC X(120).

       FD CAT-DELTA.
           01 CAT-DELTA-REG.
               02 CAT-DT-LINHA PIC X(120).

       FD CAT-ENVIOS.
           01 CAT-ENVIOS-REG.
               02 CAT-EV-LINHA PIC X(130).

       WORKING-STORAGE SECTION.
       77 fs-produtos pic 9(02) value zero.
       77 fs-precos pic 9(02) value zero.
       77 fs-base pic 9(02) value zero.
       77 fs-completo pic 9(02) value zero.
       77 fs-delta pic 9(02) value zero.
       77 fs-envios pic 9(02) value zero.
       77 wrk-tem-precos pic x(01) value "N".
       77 wrk-rodada pic x(14) value SPACES.
       77 wrk-hoje pic 9(08) value zero.
       77 wrk-completo-nome pic x(40) value SPACES.
       77 wrk-delta-nome pic x(40) value SPACES.
       77 wrk-ativos pic 9(05) value zero.
       77 wrk-novos pic 9(05) value zero.
       77 wrk-alterados pic 9(05) value zero.
       77 wrk-removidos pic 9(05) value zero.
      *acao do produto no delta: novo, alterado ou branco (fora)
       77 wrk-acao pic x(08) value SPACES.
       77 wrk-no-delta pic x(01) value "N".
       77 wrk-fil-ind pic 9(01) value zero.
       77 wrk-fut-ind pic 9(01) value zero.
      *o que a loja recebe de cada produto; e tambem a imagem
      *guardada no retrato para achar o que mudou na rodada seguinte
       01 wrk-imagem.
           05 wrk-im-descricao pic x(30).
           05 wrk-im-preco pic 9(08)v99.
           05 wrk-im-peso pic 9(05)v999.
      *disponibilidade: D = disponivel, B = baixo, E = esgotado
           05 wrk-im-disp-total pic x(01).
           05 wrk-im-disp-fil pic x(01) occurs 9 times.
           05 wrk-im-fut-qtd pic 9(01).
           05 wrk-im-futuro occurs 5 times.
               10 wrk-im-fut-vigencia pic 9(08).
               10 wrk-im-fut-preco pic 9(08)v99.
           05 filler pic x(01).
      *classificacao de um saldo contra o estoque minimo do produto
       77 wrk-disp-saldo pic 9(05) value zero.
       77 wrk-disp-cod pic x(01) value SPACE.
       77 wrk-disp-texto pic x(10) value SPACES.
      *montagem das linhas do xml
       77 wrk-xml-linha pic x(120) value SPACES.
       77 wrk-xml-recuo pic 9(02) value zero.
       77 wrk-xml-pos pic 9(03) value zero.
       77 wrk-xml-tag pic x(12) value SPACES.
       77 wrk-xml-tam-tag pic 9(02) value zero.
       77 wrk-xml-texto pic x(60) value SPACES.
       77 wrk-xml-tam pic 9(02) value zero.
       77 wrk-xml-brancos pic 9(02) value zero.
       77 wrk-xml-valor pic 9(08)v99 value zero.
       77 wrk-xml-vlr-ed pic z(7)9.99 value zero.
       77 wrk-xml-peso-ed pic z(4)9.999 value zero.
       LINKAGE SECTION.
       01 lnk-status pic x(02).

       PROCEDURE DIVISION USING lnk-status.

       0050-principal section.
           MOVE "00" to lnk-status.
           MOVE ZERO to wrk-ativos wrk-novos wrk-alterados
                        wrk-removidos.
           ACCEPT wrk-rodada(1:8) FROM DATE YYYYMMDD.
           ACCEPT wrk-rodada(9:6) FROM TIME.
           MOVE wrk-rodada(1:8) to wrk-hoje.
           MOVE SPACES to wrk-completo-nome wrk-delta-nome.
           STRING "./catalogo-" wrk-rodada ".xml"
                   DELIMITED BY SIZE INTO wrk-completo-nome
           END-STRING.
           STRING "./catalogo-delta-" wrk-rodada ".xml"
                   DELIMITED BY SIZE INTO wrk-delta-nome
           END-STRING.
           PERFORM 0100-abrir-arquivos.
           IF lnk-status EQUAL "00"
               PERFORM 0200-exportar-produtos
               PERFORM 0300-retirados
               PERFORM 0400-encerrar
           END-IF.
           PERFORM 0500-registrar-envio.
           GOBACK.

       0100-abrir-arquivos SECTION.
           OPEN INPUT PRODUTOS.
           IF fs-produtos NOT EQUAL 00
               DISPLAY "catexp: cadastro de produtos indisponivel,"
                       " status " fs-produtos
               MOVE "90" to lnk-status
               GO to 0100-fim
           END-IF.
           OPEN INPUT PRECOS.
           IF fs-precos EQUAL 00
               MOVE "S" to wrk-tem-precos
           ELSE
               MOVE "N" to wrk-tem-precos
           END-IF.
           OPEN I-O CAT-BASE.
           IF fs-base EQUAL 35
               OPEN OUTPUT CAT-BASE
               CLOSE CAT-BASE
               OPEN I-O CAT-BASE
           END-IF.
           OPEN OUTPUT CAT-COMPLETO.
           OPEN OUTPUT CAT-DELTA.
           IF fs-base NOT EQUAL 00 OR fs-completo NOT EQUAL 00
                   OR fs-delta NOT EQUAL 00
               DISPLAY "catexp: arquivos do catalogo indisponiveis,"
                       " status " fs-base " " fs-completo " "
                       fs-delta
               MOVE "90" to lnk-status
               CLOSE PRODUTOS
               IF wrk-tem-precos EQUAL "S"
                   CLOSE PRECOS
               END-IF
               GO to 0100-fim
           END-IF.
           MOVE SPACES to wrk-xml-linha.
           STRING "<?xml version=" QUOTE "1.0" QUOTE " encoding="
                   QUOTE "UTF-8" QUOTE "?>"
                   DELIMITED BY SIZE INTO wrk-xml-linha
           END-STRING.
           MOVE "S" to wrk-no-delta.
           PERFORM 0250-gravar-linha.
           MOVE SPACES to CAT-CP-LINHA.
           STRING "<catalogo geracao=" QUOTE wrk-rodada QUOTE
                   " tipo=" QUOTE "completo" QUOTE ">"
                   DELIMITED BY SIZE INTO CAT-CP-LINHA
           END-STRING.
           WRITE CAT-COMPLETO-REG.
           MOVE SPACES to CAT-DT-LINHA.
           STRING "<catalogo geracao=" QUOTE wrk-rodada QUOTE
                   " tipo=" QUOTE "delta" QUOTE ">"
                   DELIMITED BY SIZE INTO CAT-DT-LINHA
           END-STRING.
           WRITE CAT-DELTA-REG.
       0100-fim.
           EXIT.

       0200-exportar-produtos SECTION.
      *todo produto ativo vai para o completo; o que nao existia no
      *retrato ou saiu diferente dele vai tambem para o delta
           MOVE ZERO to PRO-CODIGO.
           START PRODUTOS KEY IS NOT LESS THAN PRO-CODIGO.
           IF fs-produtos EQUAL 00
               READ PRODUTOS NEXT
           END-IF.
           PERFORM UNTIL fs-produtos NOT EQUAL 00
               IF produto-ativo
                   ADD 1 to wrk-ativos
                   PERFORM 0210-montar-imagem
                   PERFORM 0220-comparar-retrato
                   PERFORM 0240-gravar-produto
               END-IF
               READ PRODUTOS NEXT
           END-PERFORM.

       0210-montar-imagem SECTION.
      *preco vigente com a mesma leitura do 0117 do prg14 e, na
      *sequencia da mesma chave, as proximas vigencias (ate cinco)
           MOVE SPACES to wrk-imagem.
           MOVE PRO-DESCRICAO to wrk-im-descricao.
           MOVE PRO-PRECO to wrk-im-preco.
           MOVE PRO-PESO-UNIT to wrk-im-peso.
           MOVE ZERO to wrk-im-fut-qtd.
           PERFORM VARYING wrk-fut-ind FROM 1 BY 1
                   UNTIL wrk-fut-ind > 5
               MOVE ZERO to wrk-im-fut-vigencia(wrk-fut-ind)
                            wrk-im-fut-preco(wrk-fut-ind)
           END-PERFORM.
           IF wrk-tem-precos EQUAL "S"
               MOVE PRO-CODIGO to PRC-PRODUTO
               MOVE ZERO to PRC-VIGENCIA
               START PRECOS KEY IS NOT LESS THAN PRC-CHAVE
               IF fs-precos EQUAL 00
                   READ PRECOS NEXT
                   PERFORM UNTIL fs-precos NOT EQUAL 00
                           OR PRC-PRODUTO NOT EQUAL PRO-CODIGO
                           OR PRC-VIGENCIA > wrk-hoje
                       MOVE PRC-PRECO to wrk-im-preco
                       READ PRECOS NEXT
                   END-PERFORM
                   PERFORM UNTIL fs-precos NOT EQUAL 00
                           OR PRC-PRODUTO NOT EQUAL PRO-CODIGO
                           OR wrk-im-fut-qtd EQUAL 5
                       ADD 1 to wrk-im-fut-qtd
                       MOVE PRC-VIGENCIA
                           to wrk-im-fut-vigencia(wrk-im-fut-qtd)
                       MOVE PRC-PRECO
                           to wrk-im-fut-preco(wrk-im-fut-qtd)
                       READ PRECOS NEXT
                   END-PERFORM
               END-IF
           END-IF.
           MOVE PRO-ESTOQUE to wrk-disp-saldo.
           PERFORM 0230-classificar-saldo.
           MOVE wrk-disp-cod to wrk-im-disp-total.
           PERFORM VARYING wrk-fil-ind FROM 1 BY 1
                   UNTIL wrk-fil-ind > 9
               MOVE PRO-EST-FIL(wrk-fil-ind) to wrk-disp-saldo
               PERFORM 0230-classificar-saldo
               MOVE wrk-disp-cod to wrk-im-disp-fil(wrk-fil-ind)
           END-PERFORM.

       0220-comparar-retrato SECTION.
           MOVE SPACES to wrk-acao.
           MOVE PRO-CODIGO to CTB-CODIGO.
           READ CAT-BASE
               INVALID KEY
                   MOVE "novo" to wrk-acao
                   ADD 1 to wrk-novos
                   MOVE wrk-imagem to CTB-IMAGEM
                   MOVE wrk-rodada to CTB-RODADA
                   WRITE CTB-REG
               NOT INVALID KEY
                   IF CTB-IMAGEM NOT EQUAL wrk-imagem
                       MOVE "alterado" to wrk-acao
                       ADD 1 to wrk-alterados
                       MOVE wrk-imagem to CTB-IMAGEM
                   END-IF
                   MOVE wrk-rodada to CTB-RODADA
                   REWRITE CTB-REG
           END-READ.
           IF wrk-acao EQUAL SPACES
               MOVE "N" to wrk-no-delta
           ELSE
               MOVE "S" to wrk-no-delta
           END-IF.

       0230-classificar-saldo SECTION.
      *saldo zerado = esgotado; ate o estoque minimo = baixo
           EVALUATE TRUE
               WHEN wrk-disp-saldo EQUAL ZERO
                   MOVE "E" to wrk-disp-cod
               WHEN wrk-disp-saldo NOT > PRO-ESTOQUE-MIN
                   MOVE "B" to wrk-disp-cod
               WHEN OTHER
                   MOVE "D" to wrk-disp-cod
           END-EVALUATE.

       0235-texto-disponibilidade SECTION.
           EVALUATE wrk-disp-cod
               WHEN "E"
                   MOVE "esgotado" to wrk-disp-texto
               WHEN "B"
                   MOVE "baixo" to wrk-disp-texto
               WHEN OTHER
                   MOVE "disponivel" to wrk-disp-texto
           END-EVALUATE.

       0240-gravar-produto SECTION.
      *a abertura do elemento leva o codigo; no delta, tambem a acao
           MOVE SPACES to CAT-CP-LINHA.
           STRING "  <produto codigo=" QUOTE PRO-CODIGO QUOTE ">"
                   DELIMITED BY SIZE INTO CAT-CP-LINHA
           END-STRING.
           WRITE CAT-COMPLETO-REG.
           IF wrk-no-delta EQUAL "S"
               MOVE SPACES to CAT-DT-LINHA
               STRING "  <produto codigo=" QUOTE PRO-CODIGO QUOTE
                       " acao=" QUOTE DELIMITED BY SIZE
                       wrk-acao DELIMITED BY SPACE
                       QUOTE ">" DELIMITED BY SIZE
                       INTO CAT-DT-LINHA
               END-STRING
               WRITE CAT-DELTA-REG
           END-IF.
           MOVE 4 to wrk-xml-recuo.
           MOVE "descricao" to wrk-xml-tag.
           MOVE wrk-im-descricao to wrk-xml-texto.
           PERFORM 0260-xml-campo.
           MOVE "preco" to wrk-xml-tag.
           MOVE wrk-im-preco to wrk-xml-valor.
           PERFORM 0265-xml-valor.
           MOVE "peso" to wrk-xml-tag.
           MOVE wrk-im-peso to wrk-xml-peso-ed.
           MOVE ZERO to wrk-xml-brancos.
           INSPECT wrk-xml-peso-ed TALLYING wrk-xml-brancos
                   FOR LEADING SPACES.
           MOVE SPACES to wrk-xml-texto.
           MOVE wrk-xml-peso-ed(wrk-xml-brancos + 1:)
               to wrk-xml-texto.
           PERFORM 0260-xml-campo.

           MOVE wrk-im-disp-total to wrk-disp-cod.
           PERFORM 0235-texto-disponibilidade.
           MOVE SPACES to wrk-xml-linha.
           STRING "    <disponibilidade total=" QUOTE
                   DELIMITED BY SIZE
                   wrk-disp-texto DELIMITED BY SPACE
                   QUOTE ">" DELIMITED BY SIZE
                   INTO wrk-xml-linha
           END-STRING.
           PERFORM 0250-gravar-linha.
           PERFORM VARYING wrk-fil-ind FROM 1 BY 1
                   UNTIL wrk-fil-ind > 9
               MOVE wrk-im-disp-fil(wrk-fil-ind) to wrk-disp-cod
               PERFORM 0235-texto-disponibilidade
               MOVE SPACES to wrk-xml-linha
               STRING "      <filial numero=" QUOTE wrk-fil-ind
                       QUOTE ">" DELIMITED BY SIZE
                       wrk-disp-texto DELIMITED BY SPACE
                       "</filial>" DELIMITED BY SIZE
                       INTO wrk-xml-linha
               END-STRING
               PERFORM 0250-gravar-linha
           END-PERFORM.
           MOVE SPACES to wrk-xml-linha.
           MOVE "    </disponibilidade>" to wrk-xml-linha.
           PERFORM 0250-gravar-linha.

      *precos ja carregados para entrar em vigor mais adiante
           PERFORM VARYING wrk-fut-ind FROM 1 BY 1
                   UNTIL wrk-fut-ind > wrk-im-fut-qtd
               MOVE wrk-im-fut-preco(wrk-fut-ind) to wrk-xml-vlr-ed
               MOVE ZERO to wrk-xml-brancos
               INSPECT wrk-xml-vlr-ed TALLYING wrk-xml-brancos
                       FOR LEADING SPACES
               MOVE SPACES to wrk-xml-linha
               STRING "    <precoFuturo inicio=" QUOTE
                       wrk-im-fut-vigencia(wrk-fut-ind) QUOTE ">"
                       wrk-xml-vlr-ed(wrk-xml-brancos + 1:)
                       "</precoFuturo>"
                       DELIMITED BY SIZE INTO wrk-xml-linha
               END-STRING
               PERFORM 0250-gravar-linha
           END-PERFORM.
           MOVE SPACES to wrk-xml-linha.
           MOVE "  </produto>" to wrk-xml-linha.
           PERFORM 0250-gravar-linha.

       0250-gravar-linha SECTION.
      *a linha montada vai sempre para o completo e, quando o
      *produto corrente mudou, tambem para o delta
           MOVE wrk-xml-linha to CAT-CP-LINHA.
           WRITE CAT-COMPLETO-REG.
           IF wrk-no-delta EQUAL "S"
               MOVE wrk-xml-linha to CAT-DT-LINHA
               WRITE CAT-DELTA-REG
           END-IF.

       0260-xml-campo SECTION.
      *grava <tag>texto</tag> recuado wrk-xml-recuo posicoes, sem
      *os brancos a direita; & < > do texto nao passam para o xml
      *(mesma montagem do 0424 do prg14)
           INSPECT wrk-xml-texto REPLACING ALL "&" BY "e"
                                           ALL "<" BY " "
                                           ALL ">" BY " ".
           MOVE 12 to wrk-xml-tam-tag.
           PERFORM UNTIL wrk-xml-tam-tag EQUAL ZERO
                   OR wrk-xml-tag(wrk-xml-tam-tag:1) NOT EQUAL SPACE
               SUBTRACT 1 from wrk-xml-tam-tag
           END-PERFORM.
           MOVE 60 to wrk-xml-tam.
           PERFORM UNTIL wrk-xml-tam EQUAL ZERO
                   OR wrk-xml-texto(wrk-xml-tam:1) NOT EQUAL SPACE
               SUBTRACT 1 from wrk-xml-tam
           END-PERFORM.
           MOVE SPACES to wrk-xml-linha.
           COMPUTE wrk-xml-pos = wrk-xml-recuo + 1.
           STRING "<" wrk-xml-tag(1:wrk-xml-tam-tag) ">"
                   DELIMITED BY SIZE INTO wrk-xml-linha
                   WITH POINTER wrk-xml-pos
           END-STRING.
           IF wrk-xml-tam > ZERO
               STRING wrk-xml-texto(1:wrk-xml-tam)
                       DELIMITED BY SIZE INTO wrk-xml-linha
                       WITH POINTER wrk-xml-pos
               END-STRING
           END-IF.
           STRING "</" wrk-xml-tag(1:wrk-xml-tam-tag) ">"
                   DELIMITED BY SIZE INTO wrk-xml-linha
                   WITH POINTER wrk-xml-pos
           END-STRING.
           PERFORM 0250-gravar-linha.

       0265-xml-valor SECTION.
      *valor em wrk-xml-valor com ponto decimal e sem os brancos a
      *esquerda, no campo wrk-xml-tag
           MOVE wrk-xml-valor to wrk-xml-vlr-ed.
           MOVE ZERO to wrk-xml-brancos.
           INSPECT wrk-xml-vlr-ed TALLYING wrk-xml-brancos
                   FOR LEADING SPACES.
           MOVE SPACES to wrk-xml-texto.
           MOVE wrk-xml-vlr-ed(wrk-xml-brancos + 1:) to wrk-xml-texto.
           PERFORM 0260-xml-campo.

       0300-retirados SECTION.
      *o que ficou no retrato sem passar nesta rodada foi inativado
      *ou excluido do cadastro: sai do delta como retirado e do
      *retrato
           MOVE "N" to wrk-no-delta.
           MOVE ZERO to CTB-CODIGO.
           START CAT-BASE KEY IS NOT LESS THAN CTB-CODIGO.
           IF fs-base EQUAL 00
               READ CAT-BASE NEXT
           END-IF.
           PERFORM UNTIL fs-base NOT EQUAL 00
               IF CTB-RODADA NOT EQUAL wrk-rodada
                   ADD 1 to wrk-removidos
                   MOVE SPACES to CAT-DT-LINHA
                   STRING "  <produto codigo=" QUOTE CTB-CODIGO QUOTE
                           " acao=" QUOTE "retirado" QUOTE "/>"
                           DELIMITED BY SIZE INTO CAT-DT-LINHA
                   END-STRING
                   WRITE CAT-DELTA-REG
                   DELETE CAT-BASE
               END-IF
               READ CAT-BASE NEXT
           END-PERFORM.

       0400-encerrar SECTION.
      *rodape com as contagens para a loja conferir a carga
           MOVE SPACES to CAT-CP-LINHA.
           STRING "  <total>" wrk-ativos "</total>"
                   DELIMITED BY SIZE INTO CAT-CP-LINHA
           END-STRING.
           WRITE CAT-COMPLETO-REG.
           MOVE SPACES to CAT-CP-LINHA.
           MOVE "</catalogo>" to CAT-CP-LINHA.
           WRITE CAT-COMPLETO-REG.
           MOVE SPACES to CAT-DT-LINHA.
           STRING "  <total novos=" QUOTE wrk-novos QUOTE
                   " alterados=" QUOTE wrk-alterados QUOTE
                   " retirados=" QUOTE wrk-removidos QUOTE "/>"
                   DELIMITED BY SIZE INTO CAT-DT-LINHA
           END-STRING.
           WRITE CAT-DELTA-REG.
           MOVE SPACES to CAT-DT-LINHA.
           MOVE "</catalogo>" to CAT-DT-LINHA.
           WRITE CAT-DELTA-REG.
           CLOSE CAT-COMPLETO.
           CLOSE CAT-DELTA.
           CLOSE CAT-BASE.
           CLOSE PRODUTOS.
           IF wrk-tem-precos EQUAL "S"
               CLOSE PRECOS
           END-IF.
           IF wrk-ativos EQUAL ZERO
               MOVE "04" to lnk-status
           END-IF.
           DISPLAY "catexp: " wrk-ativos " produtos no catalogo, "
                   wrk-novos " novos, " wrk-alterados
                   " alterados, " wrk-removidos " retirados".

       0500-registrar-envio SECTION.
      *uma linha por rodada, boa ou nao: momento, situacao, os dois
      *arquivos gerados e as contagens do delta
           OPEN EXTEND CAT-ENVIOS.
           IF fs-envios EQUAL 35
               OPEN OUTPUT CAT-ENVIOS
           END-IF.
           MOVE SPACES to CAT-EV-LINHA.
           MOVE wrk-rodada to CAT-EV-LINHA(1:14).
           IF lnk-status EQUAL "90"
               MOVE "FALHA" to CAT-EV-LINHA(16:5)
           ELSE
               MOVE "OK" to CAT-EV-LINHA(16:2)
               MOVE wrk-completo-nome to CAT-EV-LINHA(22:30)
               MOVE wrk-delta-nome to CAT-EV-LINHA(53:36)
               MOVE wrk-ativos to CAT-EV-LINHA(90:5)
               MOVE wrk-novos to CAT-EV-LINHA(96:5)
               MOVE wrk-alterados to CAT-EV-LINHA(102:5)
               MOVE wrk-removidos to CAT-EV-LINHA(108:5)
           END-IF.
           WRITE CAT-ENVIOS-REG.
           CLOSE CAT-ENVIOS.

       END PROGRAM catexp.
