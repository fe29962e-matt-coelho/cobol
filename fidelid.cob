      ******************************************************************
      * Author:
      * Date:
      * Purpose: programa de pontos do cliente - parametros (pontos
      *          por real faturado das categorias normal e vip e o
      *          valor do ponto no resgate), expiracao dos pontos
      *          vencidos de todos os clientes e o demonstrativo
      *          mensal do passivo de pontos para a contabilidade:
      *          por cliente, o saldo do inicio da competencia, os
      *          ganhos, estornos, resgates e expiracoes do mes e o
      *          saldo final, valorizado pelo valor do ponto; o
      *          movimento e mexido so pelo pontosrv, aqui so lido
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. fidelid.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.

       FILE-CONTROL.
       SELECT PONTOS ASSIGN TO "./pontos-clientes.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PTS-CHAVE
               FILE STATUS IS FS-PONTOS.
       SELECT PONTOS-PARAM ASSIGN TO "./pontos-param.dat"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS FS-PONTOS-PARAM.
       SELECT CLIENTES ASSIGN TO "./clientes_projeto.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               FILE STATUS IS FS-CLIENTES
               RECORD KEY IS cliente-id
               ALTERNATE RECORD KEY IS cliente-chave
               ALTERNATE RECORD KEY IS cliente-nome WITH DUPLICATES
               ALTERNATE RECORD KEY IS cliente-email WITH DUPLICATES.
       SELECT REL-PASSIVO ASSIGN TO "./pontos-passivo.txt"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS FS-REL-PASSIVO.
       DATA DIVISION.
       FILE SECTION.
           FD PONTOS.
           COPY "ptsreg.cpy".
           FD PONTOS-PARAM.
           COPY "ptpreg.cpy".
           FD CLIENTES.
           COPY "cliereg.cpy".
           FD REL-PASSIVO.
               01 REL-PASSIVO-REG.
                   02 REL-PS-LINHA PIC X(110).
       WORKING-STORAGE SECTION.
       77 fs-pontos pic 9(02) value ZERO.
       77 fs-pontos-param pic 9(02) value ZERO.
       77 fs-clientes pic 9(02) value ZERO.
       77 fs-rel-passivo pic 9(02) value ZERO.
       77 wrk-opcao pic 9(01) value ZERO.
       77 wrk-tem-clientes pic x(01) value "N".
      *padroes gravados na primeira execucao, os mesmos do pontosrv
       77 wrk-taxa-normal pic 9(02)v99 value 1.00.
       77 wrk-taxa-vip pic 9(02)v99 value 2.00.
       77 wrk-valor-ponto pic 9(01)v9999 value 0.0100.
       77 wrk-competencia pic 9(06) value ZERO.
       77 wrk-comp-x pic x(06) value SPACES.
      *parametros do programa de pontos (pontosrv)
       77 wrk-pt-funcao pic x(01) value SPACE.
       77 wrk-pt-cliente pic 9(09) value ZERO.
       77 wrk-pt-categoria pic x(01) value SPACE.
       77 wrk-pt-pedido pic 9(07) value ZERO.
       77 wrk-pt-valor pic 9(08)v99 value ZERO.
       77 wrk-pt-valor-pedido pic 9(08)v99 value ZERO.
       77 wrk-pt-pontos pic 9(07) value ZERO.
       77 wrk-pt-status pic x(02) value SPACES.
      *acumulados do cliente corrente e do demonstrativo
       77 wrk-ps-cliente pic 9(09) value ZERO.
       77 wrk-ps-anterior pic s9(09) value ZERO.
       77 wrk-ps-ganhos pic 9(09) value ZERO.
       77 wrk-ps-estornos pic 9(09) value ZERO.
       77 wrk-ps-resgates pic 9(09) value ZERO.
       77 wrk-ps-expirados pic 9(09) value ZERO.
       77 wrk-ps-final pic s9(09) value ZERO.
       77 wrk-ps-valor pic s9(10)v99 value ZERO.
       77 wrk-ps-clientes pic 9(07) value ZERO.
       77 wrk-tot-anterior pic s9(09) value ZERO.
       77 wrk-tot-ganhos pic 9(09) value ZERO.
       77 wrk-tot-estornos pic 9(09) value ZERO.
       77 wrk-tot-resgates pic 9(09) value ZERO.
       77 wrk-tot-expirados pic 9(09) value ZERO.
       77 wrk-tot-final pic s9(09) value ZERO.
       77 wrk-tot-valor pic s9(10)v99 value ZERO.
       77 wrk-pontos-ed pic zzzzzzz9 value ZERO.
       77 wrk-saldo-pts-ed pic -zzzzzzz9 value ZERO.
       77 wrk-valor-ed pic -zzzzzzzz9.99 value ZERO.
       77 wrk-valor-ponto-ed pic 9.9999 value ZERO.

       PROCEDURE DIVISION.

       0050-principal section.
           MOVE ZERO to wrk-opcao.
           PERFORM 0100-inicializar.
           PERFORM 0200-menu UNTIL wrk-opcao EQUAL 9.
           DISPLAY "finalizar".
           IF wrk-tem-clientes EQUAL "S"
               CLOSE CLIENTES
           END-IF.
           GOBACK.

       0100-inicializar SECTION.
           PERFORM 0110-carregar-parametros.
      *sem o cadastro de clientes o demonstrativo sai sem os nomes
           OPEN INPUT CLIENTES.
           IF fs-clientes EQUAL 00
               MOVE "S" to wrk-tem-clientes
           END-IF.

       0110-carregar-parametros SECTION.
      *le os parametros; na primeira execucao o arquivo e criado
      *com os padroes da area de trabalho
           OPEN INPUT PONTOS-PARAM.
           IF fs-pontos-param EQUAL 00
               READ PONTOS-PARAM
               IF fs-pontos-param EQUAL 00
                   MOVE PTP-TAXA-NORMAL to wrk-taxa-normal
                   MOVE PTP-TAXA-VIP to wrk-taxa-vip
                   MOVE PTP-VALOR-PONTO to wrk-valor-ponto
               END-IF
               CLOSE PONTOS-PARAM
           ELSE
               MOVE wrk-taxa-normal to PTP-TAXA-NORMAL
               MOVE wrk-taxa-vip to PTP-TAXA-VIP
               MOVE wrk-valor-ponto to PTP-VALOR-PONTO
               OPEN OUTPUT PONTOS-PARAM
               WRITE PTP-REG
               CLOSE PONTOS-PARAM
           END-IF.

       0200-menu SECTION.
           DISPLAY "1-parametros de pontos  2-expirar pontos vencidos"
               "  3-demonstrativo do passivo  9-sair".
           DISPLAY "opcao"
               ACCEPT wrk-opcao.
           EVALUATE wrk-opcao
               WHEN 1
                   PERFORM 0120-manter-parametros
               WHEN 2
                   PERFORM 0130-expirar-todos
               WHEN 3
                   PERFORM 0150-passivo-mensal
               WHEN 9
                   CONTINUE
               WHEN OTHER
                   DISPLAY "opcao invalida"
           END-EVALUATE.

       0120-manter-parametros SECTION.
           DISPLAY "pontos por real, categoria normal: "
                   wrk-taxa-normal.
           DISPLAY "novos pontos por real, categoria normal"
               ACCEPT wrk-taxa-normal.
           DISPLAY "pontos por real, categoria vip...: " wrk-taxa-vip.
           DISPLAY "novos pontos por real, categoria vip"
               ACCEPT wrk-taxa-vip.
           DISPLAY "valor do ponto no resgate (R$)...: "
                   wrk-valor-ponto.
           DISPLAY "novo valor do ponto (R$)"
               ACCEPT wrk-valor-ponto.
           MOVE wrk-taxa-normal to PTP-TAXA-NORMAL.
           MOVE wrk-taxa-vip to PTP-TAXA-VIP.
           MOVE wrk-valor-ponto to PTP-VALOR-PONTO.
           OPEN OUTPUT PONTOS-PARAM.
           WRITE PTP-REG.
           CLOSE PONTOS-PARAM.
           DISPLAY "parametros de pontos gravados".

       0130-expirar-todos SECTION.
      *expira os ganhos vencidos de todos os clientes, cada um na
      *data em que venceu
           MOVE "X" to wrk-pt-funcao.
           MOVE ZERO to wrk-pt-cliente.
           CALL "pontosrv" USING wrk-pt-funcao wrk-pt-cliente
                                 wrk-pt-categoria wrk-pt-pedido
                                 wrk-pt-valor wrk-pt-valor-pedido
                                 wrk-pt-pontos wrk-pt-status.
           IF wrk-pt-status NOT EQUAL "00"
               DISPLAY "erro no arquivo de pontos, status "
                       wrk-pt-status
           ELSE
               MOVE wrk-pt-pontos to wrk-pontos-ed
               DISPLAY wrk-pontos-ed " pontos vencidos expirados"
           END-IF.

       0150-passivo-mensal SECTION.
      *uma linha por cliente com movimento ate o fim da
      *competencia; o movimento vem ordenado por cliente e momento,
      *entao a quebra e por cliente numa passada so; movimento
      *posterior a competencia fica de fora
           DISPLAY "competencia (AAAAMM)"
               ACCEPT wrk-comp-x.
           IF wrk-comp-x NOT NUMERIC
               DISPLAY "competencia invalida"
               GO to 0150-fim
           END-IF.
           MOVE wrk-comp-x to wrk-competencia.
           IF wrk-competencia(5:2) < "01" OR wrk-competencia(5:2) > "12"
               DISPLAY "competencia invalida"
               GO to 0150-fim
           END-IF.
      *o que venceu ate hoje entra antes, na data do vencimento
           PERFORM 0130-expirar-todos.
           OPEN INPUT PONTOS.
           IF fs-pontos NOT EQUAL 00
               DISPLAY "sem movimento de pontos, status " fs-pontos
               GO to 0150-fim
           END-IF.
           OPEN OUTPUT REL-PASSIVO.
           MOVE SPACES to REL-PS-LINHA.
           MOVE "passivo do programa de pontos - competencia"
               to REL-PS-LINHA(1:43).
           MOVE wrk-competencia to REL-PS-LINHA(45:6).
           MOVE "valor do ponto" to REL-PS-LINHA(55:14).
           MOVE wrk-valor-ponto to wrk-valor-ponto-ed.
           MOVE wrk-valor-ponto-ed to REL-PS-LINHA(70:6).
           WRITE REL-PASSIVO-REG.
           MOVE SPACES to REL-PS-LINHA.
           MOVE "cliente   nome                  anterior   ganhos"
               to REL-PS-LINHA(1:50).
           MOVE " estorno resgates  expirou      final         valor"
               to REL-PS-LINHA(51:50).
           WRITE REL-PASSIVO-REG.
           MOVE ZERO to wrk-ps-clientes wrk-tot-anterior wrk-tot-ganhos
                        wrk-tot-estornos wrk-tot-resgates
                        wrk-tot-expirados wrk-tot-final wrk-tot-valor.
           MOVE ZERO to wrk-ps-cliente.
           PERFORM 0152-zerar-cliente.
           READ PONTOS NEXT.
           PERFORM UNTIL fs-pontos NOT EQUAL 00
               IF PTS-CLIENTE NOT EQUAL wrk-ps-cliente
                   IF wrk-ps-cliente > ZERO
                       PERFORM 0155-linha-cliente
                   END-IF
                   MOVE PTS-CLIENTE to wrk-ps-cliente
                   PERFORM 0152-zerar-cliente
               END-IF
               PERFORM 0151-acumular-movimento
               READ PONTOS NEXT
           END-PERFORM.
           IF wrk-ps-cliente > ZERO
               PERFORM 0155-linha-cliente
           END-IF.
           CLOSE PONTOS.

           MOVE SPACES to REL-PS-LINHA.
           MOVE "totais" to REL-PS-LINHA(1:6).
           MOVE wrk-ps-clientes to wrk-pontos-ed.
           MOVE wrk-pontos-ed to REL-PS-LINHA(11:8).
           MOVE "clientes" to REL-PS-LINHA(20:8).
           MOVE wrk-tot-anterior to wrk-saldo-pts-ed.
           MOVE wrk-saldo-pts-ed to REL-PS-LINHA(32:9).
           MOVE wrk-tot-ganhos to wrk-pontos-ed.
           MOVE wrk-pontos-ed to REL-PS-LINHA(42:8).
           MOVE wrk-tot-estornos to wrk-pontos-ed.
           MOVE wrk-pontos-ed to REL-PS-LINHA(51:8).
           MOVE wrk-tot-resgates to wrk-pontos-ed.
           MOVE wrk-pontos-ed to REL-PS-LINHA(60:8).
           MOVE wrk-tot-expirados to wrk-pontos-ed.
           MOVE wrk-pontos-ed to REL-PS-LINHA(69:8).
           MOVE wrk-tot-final to wrk-saldo-pts-ed.
           MOVE wrk-saldo-pts-ed to REL-PS-LINHA(78:9).
           MOVE wrk-tot-valor to wrk-valor-ed.
           MOVE wrk-valor-ed to REL-PS-LINHA(88:13).
           WRITE REL-PASSIVO-REG.
           MOVE SPACES to REL-PS-LINHA.
           MOVE "passivo de pontos a apropriar no fim da competencia:"
               to REL-PS-LINHA(1:52).
           MOVE wrk-valor-ed to REL-PS-LINHA(54:13).
           WRITE REL-PASSIVO-REG.
           CLOSE REL-PASSIVO.
           DISPLAY "demonstrativo gravado em pontos-passivo.txt"
                   " (passivo " wrk-valor-ed ")".
       0150-fim.
           EXIT.

       0151-acumular-movimento SECTION.
      *antes da competencia tudo vai para o saldo anterior; dentro
      *dela, cada tipo na sua coluna
           IF PTS-DATA-HORA(1:6) > wrk-comp-x
               GO to 0151-fim
           END-IF.
           IF PTS-DATA-HORA(1:6) < wrk-comp-x
               IF PONTOS-GANHO
                   ADD PTS-PONTOS to wrk-ps-anterior
               ELSE
                   SUBTRACT PTS-PONTOS from wrk-ps-anterior
               END-IF
               GO to 0151-fim
           END-IF.
           EVALUATE TRUE
               WHEN PONTOS-GANHO
                   ADD PTS-PONTOS to wrk-ps-ganhos
               WHEN PONTOS-DEVOLUCAO
               WHEN PONTOS-CANCELAMENTO
                   ADD PTS-PONTOS to wrk-ps-estornos
               WHEN PONTOS-RESGATE
                   ADD PTS-PONTOS to wrk-ps-resgates
               WHEN PONTOS-EXPIRADO
                   ADD PTS-PONTOS to wrk-ps-expirados
           END-EVALUATE.
       0151-fim.
           EXIT.

       0152-zerar-cliente SECTION.
           MOVE ZERO to wrk-ps-anterior wrk-ps-ganhos wrk-ps-estornos
                        wrk-ps-resgates wrk-ps-expirados.

       0155-linha-cliente SECTION.
      *cliente sem saldo nem movimento na competencia nao sai
           COMPUTE wrk-ps-final = wrk-ps-anterior + wrk-ps-ganhos
                   - wrk-ps-estornos - wrk-ps-resgates
                   - wrk-ps-expirados.
           IF wrk-ps-final EQUAL ZERO AND wrk-ps-anterior EQUAL ZERO
                   AND wrk-ps-ganhos EQUAL ZERO
                   AND wrk-ps-estornos EQUAL ZERO
                   AND wrk-ps-resgates EQUAL ZERO
                   AND wrk-ps-expirados EQUAL ZERO
               GO to 0155-fim
           END-IF.
           COMPUTE wrk-ps-valor = wrk-ps-final * wrk-valor-ponto.
           ADD 1 to wrk-ps-clientes.
           ADD wrk-ps-anterior to wrk-tot-anterior.
           ADD wrk-ps-ganhos to wrk-tot-ganhos.
           ADD wrk-ps-estornos to wrk-tot-estornos.
           ADD wrk-ps-resgates to wrk-tot-resgates.
           ADD wrk-ps-expirados to wrk-tot-expirados.
           ADD wrk-ps-final to wrk-tot-final.
           ADD wrk-ps-valor to wrk-tot-valor.
           MOVE SPACES to REL-PS-LINHA.
           MOVE wrk-ps-cliente to REL-PS-LINHA(1:9).
           IF wrk-tem-clientes EQUAL "S"
               MOVE wrk-ps-cliente to cliente-id
               READ CLIENTES
                   INVALID KEY
                       MOVE "(fora do cadastro)" to REL-PS-LINHA(11:18)
                   NOT INVALID KEY
                       MOVE cliente-nome to REL-PS-LINHA(11:20)
               END-READ
           END-IF.
           MOVE wrk-ps-anterior to wrk-saldo-pts-ed.
           MOVE wrk-saldo-pts-ed to REL-PS-LINHA(32:9).
           MOVE wrk-ps-ganhos to wrk-pontos-ed.
           MOVE wrk-pontos-ed to REL-PS-LINHA(42:8).
           MOVE wrk-ps-estornos to wrk-pontos-ed.
           MOVE wrk-pontos-ed to REL-PS-LINHA(51:8).
           MOVE wrk-ps-resgates to wrk-pontos-ed.
           MOVE wrk-pontos-ed to REL-PS-LINHA(60:8).
           MOVE wrk-ps-expirados to wrk-pontos-ed.
           MOVE wrk-pontos-ed to REL-PS-LINHA(69:8).
           MOVE wrk-ps-final to wrk-saldo-pts-ed.
           MOVE wrk-saldo-pts-ed to REL-PS-LINHA(78:9).
           MOVE wrk-ps-valor to wrk-valor-ed.
           MOVE wrk-valor-ed to REL-PS-LINHA(88:13).
           WRITE REL-PASSIVO-REG.
       0155-fim.
           EXIT.
