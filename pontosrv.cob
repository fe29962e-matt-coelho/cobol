      ******************************************************************
      * Author:
      * Date:
      * Purpose: programa de pontos do cliente, no mesmo molde de
      *          comunicacao do dispprom: o movimento de pontos
      *          (pontos-clientes.dat, ptsreg.cpy) so e mexido por
      *          aqui; clientes das categorias normal e vip ganham
      *          pontos por real faturado (taxas do pontos-param.dat,
      *          ptpreg.cpy, mantido pelo fidelid), os pontos valem
      *          12 meses e saem do ganho mais antigo primeiro; a
      *          cada chamada os pontos vencidos do cliente sao
      *          expirados antes de qualquer conta
      *
      *          funcao "S": saldo do cliente em lnk-pontos e o
      *                      valor dele em reais em lnk-valor
      *          funcao "G": ganho do pedido lnk-pedido faturado
      *                      por lnk-valor, cliente da categoria
      *                      lnk-categoria; devolve lnk-pontos
      *          funcao "D": estorno da devolucao de lnk-valor de
      *                      um pedido de lnk-valor-pedido, na
      *                      proporcao dos pontos ganhos nele
      *          funcao "C": estorno do cancelamento do pedido, o
      *                      que ainda restava dos pontos dele
      *          funcao "R": resgate de lnk-pontos no pedido
      *                      lnk-pedido; devolve em lnk-valor o
      *                      credito em reais
      *          funcao "X": expira os pontos vencidos do cliente
      *                      (lnk-cliente 0 = todos); devolve em
      *                      lnk-pontos o total expirado
      *          status "00" ok, "04" nada a fazer (categoria sem
      *          pontos, pedido sem ganho ou ja pontuado), "10"
      *          saldo insuficiente, "20" funcao invalida, "90"
      *          erro no arquivo de pontos
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. pontosrv.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PONTOS ASSIGN TO "./pontos-clientes.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PTS-CHAVE
               FILE STATUS IS fs-pontos.
           SELECT PONTOS-PARAM ASSIGN TO "./pontos-param.dat"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS fs-pontos-param.
       DATA DIVISION.
       FILE SECTION.
           FD PONTOS.
           COPY "ptsreg.cpy".
           FD PONTOS-PARAM.
           COPY "ptpreg.cpy".
       WORKING-STORAGE SECTION.
       77 fs-pontos pic 9(02) value ZERO.
       77 fs-pontos-param pic 9(02) value ZERO.
       77 wrk-hoje pic 9(08) value ZERO.
       77 wrk-agora pic x(14) value SPACES.
      *padroes valendo enquanto o fidelid nao grava os parametros
       77 wrk-taxa-normal pic 9(02)v99 value 1.00.
       77 wrk-taxa-vip pic 9(02)v99 value 2.00.
       77 wrk-valor-ponto pic 9(01)v9999 value 0.0100.
       77 wrk-taxa pic 9(02)v99 value ZERO.
       77 wrk-saldo pic 9(07) value ZERO.
       77 wrk-validade pic 9(08) value ZERO.
      *pontos que o pedido de lnk-pedido ganhou e os ja estornados
      *dele em devolucoes e cancelamento
       77 wrk-ganho-pedido pic 9(07) value ZERO.
       77 wrk-estornado-pedido pic 9(07) value ZERO.
       77 wrk-ja-pontuado pic x(01) value "N".
      *consumo dos ganhos: pontos pedidos, os que faltam e os
      *efetivamente consumidos; com wrk-con-pedido informado os
      *pontos do proprio pedido saem primeiro
       77 wrk-con-alvo pic 9(07) value ZERO.
       77 wrk-con-restante pic 9(07) value ZERO.
       77 wrk-con-feito pic 9(07) value ZERO.
       77 wrk-con-pedido pic 9(07) value ZERO.
       77 wrk-con-so-pedido pic x(01) value "N".
      *movimento a gravar depois da varredura
       77 wrk-mov-pedido pic 9(07) value ZERO.
       77 wrk-mov-tipo pic x(01) value SPACE.
       77 wrk-mov-pontos pic 9(07) value ZERO.
       77 wrk-mov-valor pic 9(08)v99 value ZERO.
      *expiracao: vencidos juntados numa passada e gravados depois
      *dela, wrk-exp-max por vez, para nao gravar no meio da leitura
      *sequencial
       77 wrk-exp-cliente pic 9(09) value ZERO.
       77 wrk-exp-total pic 9(09) value ZERO.
       77 wrk-exp-mais pic x(01) value "N".
       77 wrk-exp-qtd pic 9(03) value ZERO.
       77 wrk-exp-ind pic 9(03) value ZERO.
       77 wrk-exp-max pic 9(03) value 200.
       01 wrk-tab-expirados.
           05 wrk-exp-ent OCCURS 200 times.
               10 wrk-exp-cli-ex pic 9(09).
               10 wrk-exp-ped-ex pic 9(07).
               10 wrk-exp-pts-ex pic 9(07).
               10 wrk-exp-val-ex pic 9(08).
       LINKAGE SECTION.
       01 lnk-funcao pic x(01).
       01 lnk-cliente pic 9(09).
       01 lnk-categoria pic x(01).
       01 lnk-pedido pic 9(07).
       01 lnk-valor pic 9(08)v99.
       01 lnk-valor-pedido pic 9(08)v99.
       01 lnk-pontos pic 9(07).
       01 lnk-status pic x(02).

       PROCEDURE DIVISION using lnk-funcao lnk-cliente lnk-categoria
                                lnk-pedido lnk-valor lnk-valor-pedido
                                lnk-pontos lnk-status.

       0050-principal section.
           MOVE "00" to lnk-status.
           IF lnk-funcao NOT EQUAL "S" AND lnk-funcao NOT EQUAL "G"
                   AND lnk-funcao NOT EQUAL "D"
                   AND lnk-funcao NOT EQUAL "C"
                   AND lnk-funcao NOT EQUAL "R"
                   AND lnk-funcao NOT EQUAL "X"
               MOVE "20" to lnk-status
               GOBACK
           END-IF.
           ACCEPT wrk-hoje FROM DATE YYYYMMDD.
           MOVE wrk-hoje to wrk-agora(1:8).
           ACCEPT wrk-agora(9:6) FROM TIME.
           PERFORM 0100-carregar-parametros.
           PERFORM 0110-abrir-pontos.
           IF lnk-status NOT EQUAL "00"
               GOBACK
           END-IF.
      *vencidos saem antes de qualquer saldo ou consumo
           MOVE lnk-cliente to wrk-exp-cliente.
           PERFORM 0600-expirar.
           EVALUATE lnk-funcao
               WHEN "S"
                   PERFORM 0200-saldo
                   MOVE wrk-saldo to lnk-pontos
                   COMPUTE lnk-valor = wrk-saldo * wrk-valor-ponto
               WHEN "G"
                   PERFORM 0300-ganhar
               WHEN "D"
                   PERFORM 0400-estornar-devolucao
               WHEN "C"
                   PERFORM 0450-estornar-cancelamento
               WHEN "R"
                   PERFORM 0500-resgatar
               WHEN "X"
                   MOVE wrk-exp-total to lnk-pontos
           END-EVALUATE.
           CLOSE PONTOS.
           GOBACK.

       0100-carregar-parametros SECTION.
      *sem o arquivo de parametros valem os padroes acima
           OPEN INPUT PONTOS-PARAM.
           IF fs-pontos-param EQUAL 00
               READ PONTOS-PARAM
               IF fs-pontos-param EQUAL 00
                   MOVE PTP-TAXA-NORMAL to wrk-taxa-normal
                   MOVE PTP-TAXA-VIP to wrk-taxa-vip
                   MOVE PTP-VALOR-PONTO to wrk-valor-ponto
               END-IF
               CLOSE PONTOS-PARAM
           END-IF.

       0110-abrir-pontos SECTION.
           OPEN I-O PONTOS.
           IF fs-pontos EQUAL 35
               OPEN OUTPUT PONTOS
               CLOSE PONTOS
               OPEN I-O PONTOS
           END-IF.
           IF fs-pontos NOT EQUAL 00
               MOVE "90" to lnk-status
           END-IF.

       0120-inicio-cliente SECTION.
      *posiciona no primeiro movimento do cliente de lnk-cliente e
      *le; fs-pontos fica diferente de 00 quando nao ha nenhum
           MOVE LOW-VALUES to PTS-CHAVE.
           MOVE lnk-cliente to PTS-CLIENTE.
           START PONTOS KEY IS NOT LESS THAN PTS-CHAVE
               INVALID KEY
                   CONTINUE
           END-START.
           IF fs-pontos EQUAL 00
               READ PONTOS NEXT
           END-IF.

       0200-saldo SECTION.
      *soma o disponivel dos ganhos; os vencidos ja foram zerados
      *pela expiracao da chamada
           MOVE ZERO to wrk-saldo.
           PERFORM 0120-inicio-cliente.
           PERFORM UNTIL fs-pontos NOT EQUAL 00
                   OR PTS-CLIENTE NOT EQUAL lnk-cliente
               IF PONTOS-GANHO
                   ADD PTS-DISPONIVEL to wrk-saldo
               END-IF
               READ PONTOS NEXT
           END-PERFORM.

       0300-ganhar SECTION.
      *so normal e vip participam; pedido ja pontuado (faturado de
      *novo por algum acerto) nao ganha em dobro
           MOVE ZERO to lnk-pontos.
           EVALUATE lnk-categoria
               WHEN "N"
                   MOVE wrk-taxa-normal to wrk-taxa
               WHEN "V"
                   MOVE wrk-taxa-vip to wrk-taxa
               WHEN OTHER
                   MOVE "04" to lnk-status
                   GO to 0300-fim
           END-EVALUATE.
           PERFORM 0420-apurar-pedido.
           IF wrk-ja-pontuado EQUAL "S"
               MOVE "04" to lnk-status
               GO to 0300-fim
           END-IF.
           COMPUTE lnk-pontos = lnk-valor * wrk-taxa.
           IF lnk-pontos EQUAL ZERO
               MOVE "04" to lnk-status
               GO to 0300-fim
           END-IF.
      *validade de 12 meses; 29 de fevereiro vence no dia 28
           COMPUTE wrk-validade = wrk-hoje + 10000.
           IF wrk-validade(5:4) EQUAL "0229"
               MOVE "0228" to wrk-validade(5:4)
           END-IF.
           MOVE lnk-cliente to PTS-CLIENTE.
           MOVE wrk-agora to PTS-DATA-HORA.
           MOVE lnk-pedido to PTS-PEDIDO.
           SET PONTOS-GANHO to TRUE.
           MOVE lnk-pontos to PTS-PONTOS.
           MOVE lnk-valor to PTS-VALOR.
           MOVE lnk-pontos to PTS-DISPONIVEL.
           MOVE wrk-validade to PTS-VALIDADE.
           WRITE REG-PONTOS
               INVALID KEY
                   MOVE "90" to lnk-status
                   MOVE ZERO to lnk-pontos
           END-WRITE.
       0300-fim.
           EXIT.

       0400-estornar-devolucao SECTION.
      *devolucao parcial leva a mesma fracao dos pontos ganhos no
      *pedido, sem passar do que ainda nao foi estornado dele
           MOVE ZERO to lnk-pontos.
           PERFORM 0420-apurar-pedido.
           IF wrk-ganho-pedido EQUAL ZERO
                   OR lnk-valor-pedido EQUAL ZERO
               MOVE "04" to lnk-status
               GO to 0400-fim
           END-IF.
           COMPUTE wrk-con-alvo ROUNDED = wrk-ganho-pedido
                   * lnk-valor / lnk-valor-pedido.
           IF wrk-con-alvo + wrk-estornado-pedido > wrk-ganho-pedido
               COMPUTE wrk-con-alvo = wrk-ganho-pedido
                       - wrk-estornado-pedido
           END-IF.
           MOVE "D" to wrk-mov-tipo.
           MOVE lnk-valor to wrk-mov-valor.
           PERFORM 0460-estornar.
       0400-fim.
           EXIT.

       0420-apurar-pedido SECTION.
      *pontos ganhos pelo pedido e os ja estornados dele
           MOVE ZERO to wrk-ganho-pedido wrk-estornado-pedido.
           MOVE "N" to wrk-ja-pontuado.
           PERFORM 0120-inicio-cliente.
           PERFORM UNTIL fs-pontos NOT EQUAL 00
                   OR PTS-CLIENTE NOT EQUAL lnk-cliente
               IF PTS-PEDIDO EQUAL lnk-pedido
                   EVALUATE TRUE
                       WHEN PONTOS-GANHO
                           ADD PTS-PONTOS to wrk-ganho-pedido
                           MOVE "S" to wrk-ja-pontuado
                       WHEN PONTOS-DEVOLUCAO
                       WHEN PONTOS-CANCELAMENTO
                           ADD PTS-PONTOS to wrk-estornado-pedido
                   END-EVALUATE
               END-IF
               READ PONTOS NEXT
           END-PERFORM.

       0450-estornar-cancelamento SECTION.
      *cancelamento leva o que restava dos pontos do pedido
           MOVE ZERO to lnk-pontos.
           PERFORM 0420-apurar-pedido.
           IF wrk-ganho-pedido NOT > wrk-estornado-pedido
               MOVE "04" to lnk-status
               GO to 0450-fim
           END-IF.
           COMPUTE wrk-con-alvo = wrk-ganho-pedido
                   - wrk-estornado-pedido.
           MOVE "C" to wrk-mov-tipo.
           MOVE ZERO to wrk-mov-valor.
           PERFORM 0460-estornar.
       0450-fim.
           EXIT.

       0460-estornar SECTION.
      *consome o estorno comecando pelo proprio pedido; pontos ja
      *resgatados ou expirados nao voltam, o estorno fica no que o
      *cliente ainda tem
           IF wrk-con-alvo EQUAL ZERO
               MOVE "04" to lnk-status
               GO to 0460-fim
           END-IF.
           MOVE lnk-pedido to wrk-con-pedido.
           PERFORM 0700-consumir.
           MOVE wrk-con-feito to lnk-pontos.
           IF wrk-con-feito EQUAL ZERO
               MOVE "04" to lnk-status
               GO to 0460-fim
           END-IF.
           MOVE lnk-pedido to wrk-mov-pedido.
           MOVE wrk-con-feito to wrk-mov-pontos.
           PERFORM 0800-gravar-movimento.
       0460-fim.
           EXIT.

       0500-resgatar SECTION.
      *resgate dos pontos mais antigos; o valor em reais volta ao
      *chamador, que guarda o credito do cliente
           MOVE ZERO to lnk-valor.
           IF lnk-pontos EQUAL ZERO
               MOVE "04" to lnk-status
               GO to 0500-fim
           END-IF.
           PERFORM 0200-saldo.
           IF lnk-pontos > wrk-saldo
               MOVE "10" to lnk-status
               GO to 0500-fim
           END-IF.
           MOVE lnk-pontos to wrk-con-alvo.
           MOVE ZERO to wrk-con-pedido.
           PERFORM 0700-consumir.
           COMPUTE lnk-valor = wrk-con-feito * wrk-valor-ponto.
           MOVE lnk-pedido to wrk-mov-pedido.
           MOVE "R" to wrk-mov-tipo.
           MOVE wrk-con-feito to wrk-mov-pontos.
           MOVE lnk-valor to wrk-mov-valor.
           PERFORM 0800-gravar-movimento.
       0500-fim.
           EXIT.

       0600-expirar SECTION.
      *ganhos vencidos com saldo disponivel viram movimento de
      *expiracao; passadas sucessivas ate nao sobrar nenhum
           MOVE ZERO to wrk-exp-total.
           MOVE "S" to wrk-exp-mais.
           PERFORM UNTIL wrk-exp-mais EQUAL "N"
               PERFORM 0610-juntar-vencidos
               PERFORM 0620-gravar-expirados
           END-PERFORM.

       0610-juntar-vencidos SECTION.
           MOVE ZERO to wrk-exp-qtd.
           MOVE "N" to wrk-exp-mais.
           MOVE LOW-VALUES to PTS-CHAVE.
           MOVE wrk-exp-cliente to PTS-CLIENTE.
           START PONTOS KEY IS NOT LESS THAN PTS-CHAVE
               INVALID KEY
                   CONTINUE
           END-START.
           IF fs-pontos EQUAL 00
               READ PONTOS NEXT
           END-IF.
           PERFORM UNTIL fs-pontos NOT EQUAL 00
                   OR wrk-exp-mais EQUAL "S"
                   OR (wrk-exp-cliente > ZERO
                       AND PTS-CLIENTE NOT EQUAL wrk-exp-cliente)
               IF PONTOS-GANHO AND PTS-DISPONIVEL > ZERO
                       AND PTS-VALIDADE < wrk-hoje
                   ADD 1 to wrk-exp-qtd
                   MOVE PTS-CLIENTE to wrk-exp-cli-ex(wrk-exp-qtd)
                   MOVE PTS-PEDIDO to wrk-exp-ped-ex(wrk-exp-qtd)
                   MOVE PTS-DISPONIVEL to wrk-exp-pts-ex(wrk-exp-qtd)
                   MOVE PTS-VALIDADE to wrk-exp-val-ex(wrk-exp-qtd)
                   MOVE ZERO to PTS-DISPONIVEL
                   REWRITE REG-PONTOS
                   IF wrk-exp-qtd NOT < wrk-exp-max
                       MOVE "S" to wrk-exp-mais
                   END-IF
               END-IF
               READ PONTOS NEXT
           END-PERFORM.

       0620-gravar-expirados SECTION.
      *a expiracao leva o momento do fim do ultimo dia de validade,
      *e nao o de hoje, para cair na competencia em que venceu
           PERFORM VARYING wrk-exp-ind FROM 1 BY 1
                   UNTIL wrk-exp-ind > wrk-exp-qtd
               MOVE wrk-exp-cli-ex(wrk-exp-ind) to PTS-CLIENTE
               MOVE wrk-exp-val-ex(wrk-exp-ind) to PTS-DATA-HORA(1:8)
               MOVE "235959" to PTS-DATA-HORA(9:6)
               MOVE wrk-exp-ped-ex(wrk-exp-ind) to PTS-PEDIDO
               SET PONTOS-EXPIRADO to TRUE
               MOVE wrk-exp-pts-ex(wrk-exp-ind) to PTS-PONTOS
               MOVE ZERO to PTS-VALOR PTS-DISPONIVEL PTS-VALIDADE
               WRITE REG-PONTOS
                   INVALID KEY
                       MOVE "90" to lnk-status
                   NOT INVALID KEY
                       ADD PTS-PONTOS to wrk-exp-total
               END-WRITE
           END-PERFORM.

       0700-consumir SECTION.
      *tira wrk-con-alvo pontos do disponivel dos ganhos do
      *cliente: primeiro os do pedido wrk-con-pedido (quando
      *informado), depois do mais antigo para o mais novo
           MOVE wrk-con-alvo to wrk-con-restante.
           IF wrk-con-pedido > ZERO
               MOVE "S" to wrk-con-so-pedido
               PERFORM 0710-varrer-ganhos
           END-IF.
           MOVE "N" to wrk-con-so-pedido.
           PERFORM 0710-varrer-ganhos.
           COMPUTE wrk-con-feito = wrk-con-alvo - wrk-con-restante.

       0710-varrer-ganhos SECTION.
           PERFORM 0120-inicio-cliente.
           PERFORM UNTIL fs-pontos NOT EQUAL 00
                   OR PTS-CLIENTE NOT EQUAL lnk-cliente
                   OR wrk-con-restante EQUAL ZERO
               IF PONTOS-GANHO AND PTS-DISPONIVEL > ZERO
                       AND (wrk-con-so-pedido EQUAL "N"
                            OR PTS-PEDIDO EQUAL wrk-con-pedido)
                   IF PTS-DISPONIVEL NOT > wrk-con-restante
                       SUBTRACT PTS-DISPONIVEL from wrk-con-restante
                       MOVE ZERO to PTS-DISPONIVEL
                   ELSE
                       SUBTRACT wrk-con-restante from PTS-DISPONIVEL
                       MOVE ZERO to wrk-con-restante
                   END-IF
                   REWRITE REG-PONTOS
               END-IF
               READ PONTOS NEXT
           END-PERFORM.

       0800-gravar-movimento SECTION.
      *estorno ou resgate com os pontos consumidos
           MOVE lnk-cliente to PTS-CLIENTE.
           MOVE wrk-agora to PTS-DATA-HORA.
           MOVE wrk-mov-pedido to PTS-PEDIDO.
           MOVE wrk-mov-tipo to PTS-TIPO.
           MOVE wrk-mov-pontos to PTS-PONTOS.
           MOVE wrk-mov-valor to PTS-VALOR.
           MOVE ZERO to PTS-DISPONIVEL PTS-VALIDADE.
           WRITE REG-PONTOS
               INVALID KEY
                   MOVE "90" to lnk-status
           END-WRITE.
