      *          posta as diferencas como ajustes "A" no diario de
      *          estoque, para o diario continuar batendo com o
      *          saldo; variacao acima da alcada exige a senha de um
      *          supervisor (perfil administrador) antes de postar;
      *          produto controlado por lote e contado lote a lote
      *          (filial + lote na linha da contagem), o total do
      *          produto sai da soma dos lotes e cada lote tem o
      *          saldo acertado ao contado; contagem ciclica: com a
      *          data da agenda (estoqrel), so os produtos do dia sao
      *          esperados, o relatorio aponta os agendados que nao
      *          foram contados e os contados fora da agenda, e a
      *          postagem mexe so no que foi contado, carimbando a
      *          data da ultima contagem de cada produto; a linha
      *          do lote traz o endereco de estoque da filial, para
      *          a recontagem ir direto ao lugar
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       SELECT LOCK-PRODUTOS ASSIGN TO "./produtos.lck"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS FS-LOCK-PRODUTOS.
       SELECT AGENDA ASSIGN TO "./agenda-contagem.dat"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS FS-AGENDA.
       SELECT LOTES ASSIGN TO "./lotes.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LOT-CHAVE
               ALTERNATE RECORD KEY IS LOT-VALIDADE WITH DUPLICATES
               FILE STATUS IS FS-LOTES.
      *endereco de estoque do produto na filial (ex-loops)
       SELECT LOCAIS ASSIGN TO "./locais-estoque.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LOC-CHAVE
               FILE STATUS IS FS-LOCAIS.
       DATA DIVISION.
       FILE SECTION.
           FD CONTAGEM.
               01 REG-CONTAGEM.
                   02 CT-PRODUTO PIC 9(05).
                   02 CT-QTD PIC 9(05).
      *contagem por lote: filial e lote contados (branco no produto
      *sem controle de lote)
                   02 CT-FILIAL PIC 9(02).
                   02 CT-LOTE PIC X(15).
           FD PRODUTOS.
           COPY "prodreg.cpy".
           FD ESTOQUE-MOV.
           FD LOCK-PRODUTOS.
               01 LOCK-PRO-REG.
                   02 LKR-FLAG PIC X(01).
           FD LOTES.
           COPY "lotreg.cpy".
           FD AGENDA.
           COPY "agcreg.cpy".
           FD LOCAIS.
           COPY "locreg.cpy".
       WORKING-STORAGE SECTION.
       77 fs-contagem pic 9(02) value ZERO.
       77 fs-produtos pic 9(02) value ZERO.
       77 fs-operadores pic 9(02) value ZERO.
       77 fs-lock-produtos pic 9(02) value ZERO.
       77 wrk-lock-pro-obtido pic x(01) value "N".
       77 fs-lotes pic 9(02) value ZERO.
       77 fs-agenda pic 9(02) value ZERO.
       77 fs-locais pic 9(02) value ZERO.
       77 wrk-tem-locais pic x(01) value "N".
      *contagem ciclica: data da agenda (zero = contagem geral) e os
      *produtos agendados para ela, marcados quando contados
       77 wrk-ag-data pic 9(08) value ZERO.
       77 wrk-ag-qtd pic 9(03) value ZERO.
       77 wrk-ag-ind pic 9(03) value ZERO.
       77 wrk-ag-faltam pic 9(03) value ZERO.
       01 wrk-tab-agenda.
           05 wrk-ag-ent OCCURS 500 times.
               10 wrk-ag-prod pic 9(05).
               10 wrk-ag-contado pic x(01).
      *contagem carregada em memoria: produto, contado, saldo de
      *livro e a variacao valorizada
       77 wrk-ct-qtd pic 9(03) value ZERO.
       77 wrk-ct-ind pic 9(03) value ZERO.
       77 wrk-ct-achou pic x(01) value "N".
       01 wrk-tab-contagem.
           05 wrk-ct-ent OCCURS 500 times.
               10 wrk-ct-prod pic 9(05).
               10 wrk-ct-contado pic 9(05).
               10 wrk-ct-livro pic 9(05).
               10 wrk-ct-valor pic s9(10)v99.
               10 wrk-ct-por-lote pic x(01).
      *contagem por lote: lote contado (ou de livro nao contado,
      *com zero) contra o saldo do lote; validade guardada para a
      *regravacao e "N" em wrk-lc-achou quando o lote contado nao
      *existe no cadastro de lotes (fica fora da postagem)
       77 wrk-lc-qtd pic 9(03) value ZERO.
       77 wrk-lc-ind pic 9(03) value ZERO.
       77 wrk-lc-j pic 9(03) value ZERO.
       01 wrk-tab-lotes.
           05 wrk-lc-ent OCCURS 500 times.
               10 wrk-lc-prod pic 9(05).
               10 wrk-lc-filial pic 9(02).
               10 wrk-lc-lote pic x(15).
               10 wrk-lc-validade pic 9(08).
               10 wrk-lc-contado pic 9(05).
               10 wrk-lc-livro pic 9(05).
               10 wrk-lc-achou pic x(01).
       77 wrk-lc-dif pic s9(06) value ZERO.
       77 wrk-lc-ajustes pic 9(03) value ZERO.
       77 wrk-dif-ed pic -zzzz9 value ZERO.
       77 wrk-ct-dif pic s9(06) value ZERO.
       77 wrk-ct-tot-valor pic s9(10)v99 value ZERO.
       77 wrk-ct-ajustes pic 9(03) value ZERO.

       0050-principal section.
           PERFORM 0090-verificar-lock.
           DISPLAY "data da agenda ciclica (AAAAMMDD, 0 = contagem"
                   " geral)"
               ACCEPT wrk-ag-data.
           PERFORM 0120-carregar-agenda.
           PERFORM 0100-carregar-contagem.
           IF wrk-ct-qtd EQUAL ZERO
               DISPLAY "arquivo de contagem vazio ou ausente"
               DISPLAY "ajustes nao aplicados"
           END-IF.
           CLOSE PRODUTOS.
           CLOSE LOTES.
           PERFORM 0095-soltar-lock.
           STOP RUN.

           END-IF.

       0100-carregar-contagem SECTION.
      *linhas do mesmo produto somam no contado; a linha com lote
      *entra tambem na tabela de lotes e marca o produto como
      *contado por lote
           MOVE ZERO to wrk-ct-qtd wrk-lc-qtd.
           OPEN INPUT CONTAGEM.
           IF fs-contagem EQUAL 00
               READ CONTAGEM
               PERFORM UNTIL fs-contagem NOT EQUAL 00
                   PERFORM 0110-somar-contagem
                   READ CONTAGEM
               END-PERFORM
               CLOSE CONTAGEM
           END-IF.

       0120-carregar-agenda SECTION.
           MOVE ZERO to wrk-ag-qtd.
           IF wrk-ag-data EQUAL ZERO
               GO to 0120-fim
           END-IF.
           OPEN INPUT AGENDA.
           IF fs-agenda NOT EQUAL 00
               DISPLAY "agenda de contagem nao gerada - contagem"
                       " tratada como geral"
               MOVE ZERO to wrk-ag-data
               GO to 0120-fim
           END-IF.
           READ AGENDA.
           PERFORM UNTIL fs-agenda NOT EQUAL 00
               IF AGC-DATA EQUAL wrk-ag-data AND wrk-ag-qtd < 500
                   ADD 1 to wrk-ag-qtd
                   MOVE AGC-PRODUTO to wrk-ag-prod(wrk-ag-qtd)
                   MOVE "N" to wrk-ag-contado(wrk-ag-qtd)
               END-IF
               READ AGENDA
           END-PERFORM.
           CLOSE AGENDA.
           DISPLAY "produtos agendados para " wrk-ag-data ": "
                   wrk-ag-qtd.
       0120-fim.
           EXIT.

       0110-somar-contagem SECTION.
           MOVE "N" to wrk-ct-achou.
           PERFORM VARYING wrk-ct-ind FROM 1 BY 1
                   UNTIL wrk-ct-ind > wrk-ct-qtd
               IF wrk-ct-prod(wrk-ct-ind) EQUAL CT-PRODUTO
                   MOVE "S" to wrk-ct-achou
                   EXIT PERFORM
               END-IF
           END-PERFORM.
           IF wrk-ct-achou NOT EQUAL "S"
               IF wrk-ct-qtd NOT < 500
                   GO to 0110-fim
               END-IF
               ADD 1 to wrk-ct-qtd
               MOVE wrk-ct-qtd to wrk-ct-ind
               MOVE CT-PRODUTO to wrk-ct-prod(wrk-ct-ind)
               MOVE ZERO to wrk-ct-contado(wrk-ct-ind)
               MOVE "N" to wrk-ct-por-lote(wrk-ct-ind)
           END-IF.
           ADD CT-QTD to wrk-ct-contado(wrk-ct-ind).
           IF CT-LOTE NOT EQUAL SPACES AND wrk-lc-qtd < 500
               MOVE "S" to wrk-ct-por-lote(wrk-ct-ind)
               ADD 1 to wrk-lc-qtd
               MOVE CT-PRODUTO to wrk-lc-prod(wrk-lc-qtd)
               MOVE CT-FILIAL to wrk-lc-filial(wrk-lc-qtd)
               MOVE CT-LOTE to wrk-lc-lote(wrk-lc-qtd)
               MOVE CT-QTD to wrk-lc-contado(wrk-lc-qtd)
               MOVE ZERO to wrk-lc-livro(wrk-lc-qtd)
                            wrk-lc-validade(wrk-lc-qtd)
               MOVE "N" to wrk-lc-achou(wrk-lc-qtd)
           END-IF.
       0110-fim.
           EXIT.

       0150-apurar-variacao SECTION.
      *confere cada produto contado contra o saldo de livro e
      *valoriza a diferenca pelo preco do cadastro
                       END-IF
               END-READ
           END-PERFORM.
           PERFORM 0160-apurar-lotes.

       0160-apurar-lotes SECTION.
      *saldo de livro de cada lote contado e, para os produtos
      *contados por lote, os lotes com saldo que nao apareceram na
      *contagem (entram com contado zero)
           OPEN I-O LOTES.
           IF fs-lotes NOT EQUAL 00
               MOVE ZERO to wrk-lc-qtd
               GO to 0160-fim
           END-IF.
           PERFORM VARYING wrk-ct-ind FROM 1 BY 1
                   UNTIL wrk-ct-ind > wrk-ct-qtd
               IF wrk-ct-por-lote(wrk-ct-ind) EQUAL "S"
                   MOVE wrk-ct-prod(wrk-ct-ind) to LOT-PRODUTO
                   MOVE ZERO to LOT-FILIAL LOT-VALIDADE
                   MOVE LOW-VALUES to LOT-NUMERO
                   START LOTES KEY IS NOT LESS THAN LOT-CHAVE
                   IF fs-lotes EQUAL 00
                       READ LOTES NEXT
                   END-IF
                   PERFORM UNTIL fs-lotes NOT EQUAL 00
                           OR LOT-PRODUTO NOT EQUAL
                              wrk-ct-prod(wrk-ct-ind)
                       PERFORM 0165-conferir-lote
                       READ LOTES NEXT
                   END-PERFORM
               END-IF
           END-PERFORM.
       0160-fim.
           EXIT.

       0165-conferir-lote SECTION.
           MOVE "N" to wrk-ct-achou.
           PERFORM VARYING wrk-lc-j FROM 1 BY 1
                   UNTIL wrk-lc-j > wrk-lc-qtd
               IF wrk-lc-prod(wrk-lc-j) EQUAL LOT-PRODUTO
                       AND wrk-lc-filial(wrk-lc-j) EQUAL LOT-FILIAL
                       AND wrk-lc-lote(wrk-lc-j) EQUAL LOT-NUMERO
                   MOVE "S" to wrk-ct-achou
                   MOVE "S" to wrk-lc-achou(wrk-lc-j)
                   MOVE LOT-SALDO to wrk-lc-livro(wrk-lc-j)
                   MOVE LOT-VALIDADE to wrk-lc-validade(wrk-lc-j)
                   EXIT PERFORM
               END-IF
           END-PERFORM.
           IF wrk-ct-achou NOT EQUAL "S" AND LOT-SALDO > ZERO
                   AND wrk-lc-qtd < 500
               ADD 1 to wrk-lc-qtd
               MOVE LOT-PRODUTO to wrk-lc-prod(wrk-lc-qtd)
               MOVE LOT-FILIAL to wrk-lc-filial(wrk-lc-qtd)
               MOVE LOT-NUMERO to wrk-lc-lote(wrk-lc-qtd)
               MOVE LOT-VALIDADE to wrk-lc-validade(wrk-lc-qtd)
               MOVE ZERO to wrk-lc-contado(wrk-lc-qtd)
               MOVE LOT-SALDO to wrk-lc-livro(wrk-lc-qtd)
               MOVE "S" to wrk-lc-achou(wrk-lc-qtd)
           END-IF.

       0200-relatorio-variacao SECTION.
           OPEN OUTPUT REL-VARIACAO.
                   to REL-VR-LINHA(19:5)
               MOVE wrk-ct-valor(wrk-ct-ind) to wrk-valor-ed
               MOVE wrk-valor-ed to REL-VR-LINHA(27:13)
               IF wrk-ag-data NOT EQUAL ZERO
                   PERFORM 0210-conferir-agenda
               END-IF
               WRITE REL-VARIACAO-REG
           END-PERFORM.
           IF wrk-ag-data NOT EQUAL ZERO
               PERFORM 0220-agendados-nao-contados
           END-IF.
           MOVE "N" to wrk-tem-locais.
           IF wrk-lc-qtd > ZERO
               OPEN INPUT LOCAIS
               IF fs-locais EQUAL 00
                   MOVE "S" to wrk-tem-locais
               END-IF
               MOVE SPACES to REL-VR-LINHA
               WRITE REL-VARIACAO-REG
               MOVE SPACES to REL-VR-LINHA
               MOVE "contagem por lote" to REL-VR-LINHA(1:17)
               WRITE REL-VARIACAO-REG
               MOVE SPACES to REL-VR-LINHA
               MOVE "produto fil lote            contado  livro"
                   to REL-VR-LINHA(1:41)
               MOVE "variacao" to REL-VR-LINHA(44:8)
               IF wrk-tem-locais EQUAL "S"
                   MOVE "local" to REL-VR-LINHA(58:5)
               END-IF
               WRITE REL-VARIACAO-REG
           END-IF.
           PERFORM VARYING wrk-lc-ind FROM 1 BY 1
                   UNTIL wrk-lc-ind > wrk-lc-qtd
               MOVE SPACES to REL-VR-LINHA
               MOVE wrk-lc-prod(wrk-lc-ind) to REL-VR-LINHA(1:5)
               MOVE wrk-lc-filial(wrk-lc-ind) to REL-VR-LINHA(9:2)
               MOVE wrk-lc-lote(wrk-lc-ind) to REL-VR-LINHA(13:15)
               MOVE wrk-lc-contado(wrk-lc-ind)
                   to REL-VR-LINHA(30:5)
               IF wrk-lc-achou(wrk-lc-ind) EQUAL "S"
                   MOVE wrk-lc-livro(wrk-lc-ind)
                       to REL-VR-LINHA(37:5)
                   COMPUTE wrk-lc-dif = wrk-lc-contado(wrk-lc-ind)
                           - wrk-lc-livro(wrk-lc-ind)
                   MOVE wrk-lc-dif to wrk-dif-ed
                   MOVE wrk-dif-ed to REL-VR-LINHA(44:6)
               ELSE
                   MOVE "lote nao cadastrado" to REL-VR-LINHA(37:19)
               END-IF
               IF wrk-tem-locais EQUAL "S"
                   PERFORM 0230-local-lote
               END-IF
               WRITE REL-VARIACAO-REG
           END-PERFORM.
           IF wrk-tem-locais EQUAL "S"
               CLOSE LOCAIS
           END-IF.
           MOVE SPACES to REL-VR-LINHA.
           MOVE "variacao total valorizada:" to REL-VR-LINHA(1:26).
           MOVE wrk-ct-tot-valor to wrk-valor-ed.
           DISPLAY "variacao total valorizada: " wrk-valor-ed
                   " (relatorio gravado)".

       0210-conferir-agenda SECTION.
      *marca o agendado como contado; o que nao esta na agenda do
      *dia sai apontado na linha (e postado do mesmo jeito)
           MOVE "N" to wrk-ct-achou.
           PERFORM VARYING wrk-ag-ind FROM 1 BY 1
                   UNTIL wrk-ag-ind > wrk-ag-qtd
               IF wrk-ag-prod(wrk-ag-ind) EQUAL
                       wrk-ct-prod(wrk-ct-ind)
                   MOVE "S" to wrk-ag-contado(wrk-ag-ind)
                   MOVE "S" to wrk-ct-achou
               END-IF
           END-PERFORM.
           IF wrk-ct-achou NOT EQUAL "S"
               MOVE "fora da agenda" to REL-VR-LINHA(42:14)
           END-IF.

       0220-agendados-nao-contados SECTION.
           MOVE ZERO to wrk-ag-faltam.
           PERFORM VARYING wrk-ag-ind FROM 1 BY 1
                   UNTIL wrk-ag-ind > wrk-ag-qtd
               IF wrk-ag-contado(wrk-ag-ind) NOT EQUAL "S"
                   IF wrk-ag-faltam EQUAL ZERO
                       MOVE SPACES to REL-VR-LINHA
                       WRITE REL-VARIACAO-REG
                       MOVE SPACES to REL-VR-LINHA
                       MOVE "agendados para o dia e nao contados"
                           to REL-VR-LINHA(1:35)
                       MOVE "(saldo mantido):" to REL-VR-LINHA(37:16)
                       WRITE REL-VARIACAO-REG
                   END-IF
                   ADD 1 to wrk-ag-faltam
                   MOVE SPACES to REL-VR-LINHA
                   MOVE wrk-ag-prod(wrk-ag-ind) to REL-VR-LINHA(1:5)
                   WRITE REL-VARIACAO-REG
               END-IF
           END-PERFORM.
           IF wrk-ag-faltam > ZERO
               DISPLAY "agendados e nao contados: " wrk-ag-faltam
           END-IF.

       0230-local-lote SECTION.
      *corredor-prateleira-nivel do produto na filial do lote
           MOVE wrk-lc-prod(wrk-lc-ind) to LOC-PRODUTO.
           MOVE wrk-lc-filial(wrk-lc-ind) to LOC-FILIAL.
           READ LOCAIS
               INVALID KEY
                   MOVE "sem local" to REL-VR-LINHA(58:9)
                   GO to 0230-fim
           END-READ.
           MOVE LOC-CORREDOR to REL-VR-LINHA(58:3).
           MOVE "-" to REL-VR-LINHA(61:1).
           MOVE LOC-PRATELEIRA to REL-VR-LINHA(62:3).
           MOVE "-" to REL-VR-LINHA(65:1).
           MOVE LOC-NIVEL to REL-VR-LINHA(66:2).
       0230-fim.
           EXIT.

       0250-autorizar-supervisor SECTION.
      *variacao acima da alcada: um operador de perfil
      *administrador libera informando login e senha do cadastro
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
      *todo produto contado leva a data da contagem, com ou sem
      *diferenca (a agenda ciclica se guia por ela)
                       ACCEPT PRO-ULT-CONTAGEM FROM DATE YYYYMMDD
                       IF PRO-ESTOQUE NOT EQUAL
                               wrk-ct-contado(wrk-ct-ind)
                           MOVE wrk-ct-contado(wrk-ct-ind)
                           WRITE REG-MOVIMENTO
                           CLOSE ESTOQUE-MOV
                           ADD 1 to wrk-ct-ajustes
                       ELSE
                           REWRITE REG-PRODUTO
                       END-IF
               END-READ
           END-PERFORM.
           DISPLAY "ajustes postados: " wrk-ct-ajustes.
           PERFORM 0270-acertar-lotes.

       0270-acertar-lotes SECTION.
      *o saldo de cada lote conferido passa a ser o contado; o
      *movimento do diario continua sendo o ajuste do total acima
           MOVE ZERO to wrk-lc-ajustes.
           PERFORM VARYING wrk-lc-ind FROM 1 BY 1
                   UNTIL wrk-lc-ind > wrk-lc-qtd
               IF wrk-lc-achou(wrk-lc-ind) EQUAL "S"
                       AND wrk-lc-contado(wrk-lc-ind) NOT EQUAL
                           wrk-lc-livro(wrk-lc-ind)
                   MOVE wrk-lc-prod(wrk-lc-ind) to LOT-PRODUTO
                   MOVE wrk-lc-filial(wrk-lc-ind) to LOT-FILIAL
                   MOVE wrk-lc-validade(wrk-lc-ind) to LOT-VALIDADE
                   MOVE wrk-lc-lote(wrk-lc-ind) to LOT-NUMERO
                   READ LOTES
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           MOVE wrk-lc-contado(wrk-lc-ind)
                               to LOT-SALDO
                           REWRITE REG-LOTE
                           ADD 1 to wrk-lc-ajustes
                   END-READ
               END-IF
           END-PERFORM.
           IF wrk-lc-qtd > ZERO
               DISPLAY "lotes acertados: " wrk-lc-ajustes
           END-IF.

       COPY "senhash.cpy".

