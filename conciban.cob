      ******************************************************************
      * Author:
      * Date:
      * Purpose: conciliacao bancaria: importa o extrato do banco
      *          (extrato-bancario.txt, detalhe "1" com data, C/D,
      *          valor, documento e historico) e casa cada credito e
      *          debito, por valor e data, com o que o sistema
      *          registrou no periodo: baixas do retorno bancario
      *          (caixa-recebimentos.dat, operador "BANCO") uma a
      *          uma, o deposito do caixa de cada dia (soma das
      *          demais baixas do dia) e os pagamentos a fornecedor
      *          do diario caixa-pagamentos.dat; o relatorio lista
      *          os casados, os itens do banco sem correspondencia
      *          (tarifas, depositos desconhecidos) e os itens do
      *          sistema que o banco nao mostrou
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. conciban.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.

       FILE-CONTROL.
       SELECT EXTRATO ASSIGN TO "./extrato-bancario.txt"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS FS-EXTRATO.
       SELECT CAIXA ASSIGN TO "./caixa-recebimentos.dat"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS FS-CAIXA.
       SELECT CAIXA-PAG ASSIGN TO "./caixa-pagamentos.dat"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS FS-CAIXA-PAG.
       SELECT REL-CONCILIA ASSIGN TO "./conciliacao-bancaria.txt"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS FS-REL-CONCILIA.
       DATA DIVISION.
       FILE SECTION.
           FD EXTRATO.
               01 EXTRATO-REG.
                   02 EXT-LINHA PIC X(80).
           FD CAIXA.
               01 REG-CAIXA.
                   02 CX-DATA-HORA PIC X(14).
                   02 CX-TITULO PIC 9(07).
                   02 CX-CLIENTE PIC 9(09).
                   02 CX-VALOR PIC 9(08)V99.
                   02 CX-JUROS PIC 9(08)V99.
                   02 CX-MULTA PIC 9(08)V99.
                   02 CX-OPERADOR PIC X(10).
                   02 CX-FILIAL PIC 9(02).
           FD CAIXA-PAG.
           COPY "cxpreg.cpy".
           FD REL-CONCILIA.
               01 REL-CONCILIA-REG.
                   02 REL-CC-LINHA PIC X(80).
       WORKING-STORAGE SECTION.
       77 fs-extrato pic 9(02) value ZERO.
       77 fs-caixa pic 9(02) value ZERO.
       77 fs-caixa-pag pic 9(02) value ZERO.
       77 fs-rel-concilia pic 9(02) value ZERO.
       77 wrk-de pic 9(08) value ZERO.
       77 wrk-ate pic 9(08) value ZERO.
       77 wrk-no-periodo pic x(01) value "N".
       77 wrk-folga pic 9(02) value ZERO.
       77 wrk-data-mov pic 9(08) value ZERO.
       77 wrk-ind pic 9(03) value ZERO.
       77 wrk-sis-ind pic 9(03) value ZERO.
       77 wrk-achou pic x(01) value "N".
       77 wrk-estouro pic x(01) value "N".
       77 wrk-valor-gr-ed pic zzzzzzzzz9.99 value ZERO.
       77 wrk-saldo-ed pic -zzzzzzzzz9.99 value ZERO.
       77 wrk-casados pic 9(03) value ZERO.
       77 wrk-ban-sobra pic 9(03) value ZERO.
       77 wrk-sis-sobra pic 9(03) value ZERO.
       77 wrk-ban-creditos pic 9(11)v99 value ZERO.
       77 wrk-ban-debitos pic 9(11)v99 value ZERO.
       77 wrk-sis-creditos pic 9(11)v99 value ZERO.
       77 wrk-sis-debitos pic 9(11)v99 value ZERO.
       77 wrk-diferenca pic s9(11)v99 value ZERO.
      *detalhe "1" do extrato, em colunas fixas como o retorno
       01 wrk-ext-det.
           05 wrk-ext-tipo pic x(01).
           05 wrk-ext-data pic 9(08).
           05 wrk-ext-dc pic x(01).
           05 wrk-ext-valor pic 9(11)v99.
           05 wrk-ext-documento pic x(10).
           05 wrk-ext-historico pic x(30).
           05 filler pic x(17).
      *itens do banco do periodo e o item do sistema casado
       77 wrk-ban-qtd pic 9(03) value ZERO.
       01 wrk-tab-banco.
           05 wrk-ban-ent OCCURS 500 times.
               10 wrk-ban-data pic 9(08).
               10 wrk-ban-dc pic x(01).
               10 wrk-ban-valor pic 9(11)v99.
               10 wrk-ban-documento pic x(10).
               10 wrk-ban-historico pic x(30).
               10 wrk-ban-casado pic 9(03).
      *itens do sistema: origem RETORNO, CAIXA (deposito do dia) ou
      *PAGAMENTO, com o titulo de referencia
       77 wrk-sis-qtd pic 9(03) value ZERO.
       01 wrk-tab-sistema.
           05 wrk-sis-ent OCCURS 500 times.
               10 wrk-sis-data pic 9(08).
               10 wrk-sis-dc pic x(01).
               10 wrk-sis-valor pic 9(11)v99.
               10 wrk-sis-origem pic x(10).
               10 wrk-sis-titulo pic 9(07).
               10 wrk-sis-casado pic x(01).
      *parametros do modulo de servicos de data (datesrv)
       77 wrk-ds-funcao pic x(01) value SPACE.
       77 wrk-ds-data1 pic 9(08) value ZERO.
       77 wrk-ds-data2 pic 9(08) value ZERO.
       77 wrk-ds-dias pic s9(08) value ZERO.
       77 wrk-ds-status pic x(02) value SPACES.

       PROCEDURE DIVISION.

       0050-principal section.
           PERFORM 0100-inicializar.
           PERFORM 0110-carregar-recebimentos.
           PERFORM 0120-carregar-pagamentos.
           PERFORM 0130-carregar-extrato.
           PERFORM 0150-conciliar.
           PERFORM 0200-relatorio.
           PERFORM 0300-finaliza.

       0100-inicializar SECTION.
           DISPLAY "data inicial do extrato (AAAAMMDD)"
               ACCEPT wrk-de.
           DISPLAY "data final (AAAAMMDD, 0 = a inicial)"
               ACCEPT wrk-ate.
           IF wrk-ate EQUAL ZERO
               MOVE wrk-de to wrk-ate
           END-IF.
           MOVE "V" to wrk-ds-funcao.
           MOVE wrk-de to wrk-ds-data1.
           CALL "datesrv" USING wrk-ds-funcao wrk-ds-data1
                   wrk-ds-data2 wrk-ds-dias wrk-ds-status.
           IF wrk-ds-status NOT EQUAL "00" OR wrk-ate < wrk-de
               DISPLAY "periodo invalido"
               STOP RUN
           END-IF.
      *o deposito do caixa e a compensacao chegam ao banco dias
      *depois do movimento: a folga alarga a busca do sistema para
      *tras a partir da data do extrato
           DISPLAY "folga em dias entre o movimento e o extrato"
                   " (0 = mesmo dia)"
               ACCEPT wrk-folga.
           OPEN INPUT EXTRATO.
           IF fs-extrato NOT EQUAL 00
               DISPLAY "extrato bancario ausente, status " fs-extrato
               STOP RUN
           END-IF.
           MOVE ZERO to wrk-ban-qtd wrk-sis-qtd.
           MOVE "N" to wrk-estouro.

       0105-verificar-periodo SECTION.
      *movimento do sistema entra ate a data final e, antes da
      *inicial, so dentro da folga
           MOVE "N" to wrk-no-periodo.
           IF wrk-data-mov > wrk-ate
               GO to 0105-fim
           END-IF.
           IF wrk-data-mov NOT < wrk-de
               MOVE "S" to wrk-no-periodo
               GO to 0105-fim
           END-IF.
           MOVE "D" to wrk-ds-funcao.
           MOVE wrk-data-mov to wrk-ds-data1.
           MOVE wrk-de to wrk-ds-data2.
           CALL "datesrv" USING wrk-ds-funcao wrk-ds-data1
                   wrk-ds-data2 wrk-ds-dias wrk-ds-status.
           IF wrk-ds-status EQUAL "00"
                   AND wrk-ds-dias NOT > wrk-folga
               MOVE "S" to wrk-no-periodo
           END-IF.
       0105-fim.
           EXIT.

       0110-carregar-recebimentos SECTION.
      *baixa do retorno entra uma a uma; as baixas do balcao do
      *mesmo dia formam um unico deposito (o caixa e depositado
      *inteiro), somado no item CAIXA daquela data
           OPEN INPUT CAIXA.
           IF fs-caixa NOT EQUAL 00
               GO to 0110-fim
           END-IF.
           READ CAIXA.
           PERFORM UNTIL fs-caixa NOT EQUAL 00
               MOVE CX-DATA-HORA(1:8) to wrk-data-mov
               PERFORM 0105-verificar-periodo
               IF wrk-no-periodo EQUAL "S"
                   IF CX-OPERADOR EQUAL "BANCO"
                       PERFORM 0115-novo-item-sistema
                       IF wrk-sis-ind > ZERO
                           MOVE "RETORNO" to wrk-sis-origem(wrk-sis-ind)
                           MOVE CX-TITULO to wrk-sis-titulo(wrk-sis-ind)
                           MOVE CX-VALOR to wrk-sis-valor(wrk-sis-ind)
                       END-IF
                   ELSE
                       PERFORM 0116-deposito-do-dia
                   END-IF
               END-IF
               READ CAIXA
           END-PERFORM.
           CLOSE CAIXA.
       0110-fim.
           EXIT.

       0115-novo-item-sistema SECTION.
           IF wrk-sis-qtd < 500
               ADD 1 to wrk-sis-qtd
               MOVE wrk-sis-qtd to wrk-sis-ind
               MOVE wrk-data-mov to wrk-sis-data(wrk-sis-ind)
               MOVE "C" to wrk-sis-dc(wrk-sis-ind)
               MOVE ZERO to wrk-sis-valor(wrk-sis-ind)
               MOVE ZERO to wrk-sis-titulo(wrk-sis-ind)
               MOVE "N" to wrk-sis-casado(wrk-sis-ind)
           ELSE
               MOVE ZERO to wrk-sis-ind
               MOVE "S" to wrk-estouro
           END-IF.

       0116-deposito-do-dia SECTION.
           MOVE ZERO to wrk-sis-ind.
           PERFORM VARYING wrk-ind FROM 1 BY 1
                   UNTIL wrk-ind > wrk-sis-qtd
               IF wrk-sis-origem(wrk-ind) EQUAL "CAIXA"
                       AND wrk-sis-data(wrk-ind) EQUAL wrk-data-mov
                   MOVE wrk-ind to wrk-sis-ind
               END-IF
           END-PERFORM.
           IF wrk-sis-ind EQUAL ZERO
               PERFORM 0115-novo-item-sistema
               IF wrk-sis-ind > ZERO
                   MOVE "CAIXA" to wrk-sis-origem(wrk-sis-ind)
               END-IF
           END-IF.
           IF wrk-sis-ind > ZERO
               ADD CX-VALOR to wrk-sis-valor(wrk-sis-ind)
           END-IF.

       0120-carregar-pagamentos SECTION.
      *cada baixa de titulo a pagar e um debito esperado no banco
           OPEN INPUT CAIXA-PAG.
           IF fs-caixa-pag NOT EQUAL 00
               GO to 0120-fim
           END-IF.
           READ CAIXA-PAG.
           PERFORM UNTIL fs-caixa-pag NOT EQUAL 00
               MOVE CXP-DATA-HORA(1:8) to wrk-data-mov
               PERFORM 0105-verificar-periodo
               IF wrk-no-periodo EQUAL "S"
                   PERFORM 0115-novo-item-sistema
                   IF wrk-sis-ind > ZERO
                       MOVE "D" to wrk-sis-dc(wrk-sis-ind)
                       MOVE "PAGAMENTO" to wrk-sis-origem(wrk-sis-ind)
                       MOVE CXP-TITULO to wrk-sis-titulo(wrk-sis-ind)
                       MOVE CXP-VALOR to wrk-sis-valor(wrk-sis-ind)
                   END-IF
               END-IF
               READ CAIXA-PAG
           END-PERFORM.
           CLOSE CAIXA-PAG.
       0120-fim.
           EXIT.

       0130-carregar-extrato SECTION.
      *so os detalhes "1" do periodo; header e trailer do banco
      *sao ignorados
           READ EXTRATO.
           PERFORM UNTIL fs-extrato NOT EQUAL 00
               MOVE EXT-LINHA to wrk-ext-det
               IF wrk-ext-tipo EQUAL "1"
                       AND wrk-ext-data NOT < wrk-de
                       AND wrk-ext-data NOT > wrk-ate
                       AND (wrk-ext-dc EQUAL "C"
                            OR wrk-ext-dc EQUAL "D")
                   IF wrk-ban-qtd < 500
                       ADD 1 to wrk-ban-qtd
                       MOVE wrk-ext-data to wrk-ban-data(wrk-ban-qtd)
                       MOVE wrk-ext-dc to wrk-ban-dc(wrk-ban-qtd)
                       MOVE wrk-ext-valor to wrk-ban-valor(wrk-ban-qtd)
                       MOVE wrk-ext-documento
                           to wrk-ban-documento(wrk-ban-qtd)
                       MOVE wrk-ext-historico
                           to wrk-ban-historico(wrk-ban-qtd)
                       MOVE ZERO to wrk-ban-casado(wrk-ban-qtd)
                   ELSE
                       MOVE "S" to wrk-estouro
                   END-IF
               END-IF
               READ EXTRATO
           END-PERFORM.
           CLOSE EXTRATO.

       0150-conciliar SECTION.
      *para cada item do banco, o primeiro item do sistema ainda
      *livre com o mesmo sentido e valor, com data entre a do
      *extrato menos a folga e a propria data do extrato
           PERFORM VARYING wrk-ind FROM 1 BY 1
                   UNTIL wrk-ind > wrk-ban-qtd
               MOVE "N" to wrk-achou
               PERFORM VARYING wrk-sis-ind FROM 1 BY 1
                       UNTIL wrk-sis-ind > wrk-sis-qtd
                          OR wrk-achou EQUAL "S"
                   IF wrk-sis-casado(wrk-sis-ind) EQUAL "N"
                           AND wrk-sis-dc(wrk-sis-ind)
                               EQUAL wrk-ban-dc(wrk-ind)
                           AND wrk-sis-valor(wrk-sis-ind)
                               EQUAL wrk-ban-valor(wrk-ind)
                           AND wrk-sis-data(wrk-sis-ind)
                               NOT > wrk-ban-data(wrk-ind)
                       PERFORM 0155-conferir-folga
                   END-IF
               END-PERFORM
           END-PERFORM.

       0155-conferir-folga SECTION.
           MOVE "D" to wrk-ds-funcao.
           MOVE wrk-sis-data(wrk-sis-ind) to wrk-ds-data1.
           MOVE wrk-ban-data(wrk-ind) to wrk-ds-data2.
           CALL "datesrv" USING wrk-ds-funcao wrk-ds-data1
                   wrk-ds-data2 wrk-ds-dias wrk-ds-status.
           IF wrk-ds-status EQUAL "00"
                   AND wrk-ds-dias NOT > wrk-folga
               MOVE "S" to wrk-achou
               MOVE "S" to wrk-sis-casado(wrk-sis-ind)
               MOVE wrk-sis-ind to wrk-ban-casado(wrk-ind)
           END-IF.

       0200-relatorio SECTION.
           OPEN OUTPUT REL-CONCILIA.
           MOVE SPACES to REL-CC-LINHA.
           MOVE "conciliacao bancaria de" to REL-CC-LINHA(1:23).
           MOVE wrk-de to REL-CC-LINHA(25:8).
           MOVE "a" to REL-CC-LINHA(34:1).
           MOVE wrk-ate to REL-CC-LINHA(36:8).
           MOVE "folga" to REL-CC-LINHA(46:5).
           MOVE wrk-folga to REL-CC-LINHA(52:2).
           MOVE "dias" to REL-CC-LINHA(55:4).
           WRITE REL-CONCILIA-REG.
           MOVE ZERO to wrk-casados wrk-ban-sobra wrk-sis-sobra
                        wrk-ban-creditos wrk-ban-debitos
                        wrk-sis-creditos wrk-sis-debitos.

           MOVE SPACES to REL-CC-LINHA.
           WRITE REL-CONCILIA-REG.
           MOVE "itens conciliados" to REL-CC-LINHA(1:17).
           WRITE REL-CONCILIA-REG.
           PERFORM VARYING wrk-ind FROM 1 BY 1
                   UNTIL wrk-ind > wrk-ban-qtd
               IF wrk-ban-dc(wrk-ind) EQUAL "C"
                   ADD wrk-ban-valor(wrk-ind) to wrk-ban-creditos
               ELSE
                   ADD wrk-ban-valor(wrk-ind) to wrk-ban-debitos
               END-IF
               IF wrk-ban-casado(wrk-ind) > ZERO
                   ADD 1 to wrk-casados
                   MOVE wrk-ban-casado(wrk-ind) to wrk-sis-ind
                   PERFORM 0210-linha-banco
                   MOVE wrk-sis-origem(wrk-sis-ind)
                       to REL-CC-LINHA(54:10)
                   IF wrk-sis-titulo(wrk-sis-ind) > ZERO
                       MOVE wrk-sis-titulo(wrk-sis-ind)
                           to REL-CC-LINHA(65:7)
                   ELSE
                       MOVE wrk-sis-data(wrk-sis-ind)
                           to REL-CC-LINHA(65:8)
                   END-IF
                   WRITE REL-CONCILIA-REG
               END-IF
           END-PERFORM.

           MOVE SPACES to REL-CC-LINHA.
           WRITE REL-CONCILIA-REG.
           MOVE "itens do banco sem correspondencia no sistema"
               to REL-CC-LINHA(1:45).
           WRITE REL-CONCILIA-REG.
           PERFORM VARYING wrk-ind FROM 1 BY 1
                   UNTIL wrk-ind > wrk-ban-qtd
               IF wrk-ban-casado(wrk-ind) EQUAL ZERO
                   ADD 1 to wrk-ban-sobra
                   PERFORM 0210-linha-banco
                   WRITE REL-CONCILIA-REG
               END-IF
           END-PERFORM.

           MOVE SPACES to REL-CC-LINHA.
           WRITE REL-CONCILIA-REG.
           MOVE "itens do sistema sem correspondencia no banco"
               to REL-CC-LINHA(1:45).
           WRITE REL-CONCILIA-REG.
           PERFORM VARYING wrk-sis-ind FROM 1 BY 1
                   UNTIL wrk-sis-ind > wrk-sis-qtd
               IF wrk-sis-dc(wrk-sis-ind) EQUAL "C"
                   ADD wrk-sis-valor(wrk-sis-ind) to wrk-sis-creditos
               ELSE
                   ADD wrk-sis-valor(wrk-sis-ind) to wrk-sis-debitos
               END-IF
      *movimento do inicio da folga que o banco so mostraria antes
      *do periodo nao conta como pendencia
               IF wrk-sis-casado(wrk-sis-ind) EQUAL "N"
                       AND wrk-sis-data(wrk-sis-ind) NOT < wrk-de
                   ADD 1 to wrk-sis-sobra
                   MOVE SPACES to REL-CC-LINHA
                   MOVE wrk-sis-data(wrk-sis-ind) to REL-CC-LINHA(1:8)
                   MOVE wrk-sis-dc(wrk-sis-ind) to REL-CC-LINHA(10:1)
                   MOVE wrk-sis-valor(wrk-sis-ind) to wrk-valor-gr-ed
                   MOVE wrk-valor-gr-ed to REL-CC-LINHA(12:13)
                   MOVE wrk-sis-origem(wrk-sis-ind)
                       to REL-CC-LINHA(27:10)
                   IF wrk-sis-titulo(wrk-sis-ind) > ZERO
                       MOVE "titulo" to REL-CC-LINHA(38:6)
                       MOVE wrk-sis-titulo(wrk-sis-ind)
                           to REL-CC-LINHA(45:7)
                   END-IF
                   WRITE REL-CONCILIA-REG
               END-IF
           END-PERFORM.

           MOVE SPACES to REL-CC-LINHA.
           WRITE REL-CONCILIA-REG.
           MOVE "banco  - creditos:" to REL-CC-LINHA(1:18).
           MOVE wrk-ban-creditos to wrk-valor-gr-ed.
           MOVE wrk-valor-gr-ed to REL-CC-LINHA(20:13).
           MOVE "debitos:" to REL-CC-LINHA(35:8).
           MOVE wrk-ban-debitos to wrk-valor-gr-ed.
           MOVE wrk-valor-gr-ed to REL-CC-LINHA(44:13).
           WRITE REL-CONCILIA-REG.
           MOVE SPACES to REL-CC-LINHA.
           MOVE "conciliados:" to REL-CC-LINHA(1:12).
           MOVE wrk-casados to REL-CC-LINHA(14:3).
           MOVE "so no banco:" to REL-CC-LINHA(19:12).
           MOVE wrk-ban-sobra to REL-CC-LINHA(32:3).
           MOVE "so no sistema:" to REL-CC-LINHA(37:14).
           MOVE wrk-sis-sobra to REL-CC-LINHA(52:3).
           WRITE REL-CONCILIA-REG.
           COMPUTE wrk-diferenca = wrk-ban-creditos - wrk-ban-debitos.
           MOVE SPACES to REL-CC-LINHA.
           MOVE "movimento liquido no banco:" to REL-CC-LINHA(1:27).
           MOVE wrk-diferenca to wrk-saldo-ed.
           MOVE wrk-saldo-ed to REL-CC-LINHA(29:14).
           WRITE REL-CONCILIA-REG.
           IF wrk-estouro EQUAL "S"
               MOVE SPACES to REL-CC-LINHA
               MOVE "atencao: mais de 500 itens - periodo incompleto"
                   to REL-CC-LINHA(1:47)
               WRITE REL-CONCILIA-REG
           END-IF.
           CLOSE REL-CONCILIA.
           DISPLAY "conciliados " wrk-casados " so no banco "
                   wrk-ban-sobra " so no sistema " wrk-sis-sobra.
           DISPLAY "relatorio gravado em conciliacao-bancaria.txt".

       0210-linha-banco SECTION.
           MOVE SPACES to REL-CC-LINHA.
           MOVE wrk-ban-data(wrk-ind) to REL-CC-LINHA(1:8).
           MOVE wrk-ban-dc(wrk-ind) to REL-CC-LINHA(10:1).
           MOVE wrk-ban-valor(wrk-ind) to wrk-valor-gr-ed.
           MOVE wrk-valor-gr-ed to REL-CC-LINHA(12:13).
           MOVE wrk-ban-documento(wrk-ind) to REL-CC-LINHA(27:10).
           MOVE wrk-ban-historico(wrk-ind) to REL-CC-LINHA(38:15).

       0300-finaliza SECTION.
           DISPLAY "finalizar".
           GOBACK.

       END PROGRAM conciban.
