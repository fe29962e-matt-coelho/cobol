      ******************************************************************
      * Author:
      * Date:
      * Purpose: manutencao dos enderecos de entrega do cliente
      *          (lojas e depositos, cada um com um nome curto e um
      *          deles marcado como padrao), no mesmo molde do
      *          condpag; uf e cep conferidos como no cadastro de
      *          clientes, mas obrigatorios, porque dirigem o frete e
      *          o icms do pedido no prg14
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. entregas.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.

       FILE-CONTROL.
       SELECT ENDERECOS ASSIGN TO "./enderecos-entrega.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ENT-CHAVE
               FILE STATUS IS FS-ENDERECOS.
       SELECT CLIENTES ASSIGN TO "./clientes_projeto.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS cliente-id
               ALTERNATE RECORD KEY IS cliente-chave
               ALTERNATE RECORD KEY IS cliente-nome WITH DUPLICATES
               ALTERNATE RECORD KEY IS cliente-email WITH DUPLICATES
               FILE STATUS IS FS-CLIENTES.
       DATA DIVISION.
       FILE SECTION.
           FD ENDERECOS.
           COPY "endreg.cpy".
           FD CLIENTES.
           COPY "cliereg.cpy".
       WORKING-STORAGE SECTION.
       77 fs-enderecos pic 9(02) value ZERO.
       77 fs-clientes pic 9(02) value ZERO.
       77 wrk-opcao pic 9(01) value ZERO.
       77 wrk-cliente pic 9(09) value ZERO.
       77 wrk-seq pic 9(02) value ZERO.
       77 wrk-cli-ok pic x(01) value "N".
       77 wrk-confirma pic x(01) value SPACE.
       77 wrk-padrao pic x(01) value "N".
       77 wrk-qtd pic 9(02) value ZERO.
       77 wrk-end-ok pic x(01) value "N".
           88 endereco-valido value "S".
       77 wrk-uf-ind pic 9(02) value ZERO.
       01 wrk-endereco.
           05 wrk-apelido pic x(15).
           05 wrk-logradouro pic x(30).
           05 wrk-numero pic x(06).
           05 wrk-complemento pic x(15).
           05 wrk-bairro pic x(20).
           05 wrk-cidade pic x(20).
           05 wrk-uf pic x(02).
           05 wrk-cep pic x(08).
       COPY "tabuf.cpy".

       PROCEDURE DIVISION.

       0050-principal section.
           PERFORM 0100-inicializar.
           PERFORM 0200-menu UNTIL wrk-opcao EQUAL 9.
           DISPLAY "finalizar".
           CLOSE ENDERECOS.
           CLOSE CLIENTES.
           GOBACK.

       0100-inicializar SECTION.
           OPEN I-O ENDERECOS.
           IF fs-enderecos EQUAL 35
               OPEN OUTPUT ENDERECOS
               CLOSE ENDERECOS
               OPEN I-O ENDERECOS
           END-IF.
           IF fs-enderecos NOT EQUAL 00
               DISPLAY "erro ao abrir enderecos de entrega, status "
                       fs-enderecos
               STOP RUN
           END-IF.
           OPEN INPUT CLIENTES.
           IF fs-clientes NOT EQUAL 00
               DISPLAY "cadastro de clientes indisponivel, status "
                       fs-clientes
               CLOSE ENDERECOS
               STOP RUN
           END-IF.

       0200-menu SECTION.
           DISPLAY "1-incluir  2-listar do cliente  3-alterar"
               "  4-desativar  5-marcar padrao  9-sair".
           DISPLAY "opcao"
               ACCEPT wrk-opcao.
           EVALUATE wrk-opcao
               WHEN 1
                   PERFORM 0110-incluir
               WHEN 2
                   PERFORM 0120-listar
               WHEN 3
                   PERFORM 0130-alterar
               WHEN 4
                   PERFORM 0140-desativar
               WHEN 5
                   PERFORM 0150-marcar-padrao
               WHEN 9
                   CONTINUE
               WHEN OTHER
                   DISPLAY "opcao invalida"
           END-EVALUATE.

       0105-receber-cliente SECTION.
      *o endereco so e aceito para cliente ativo do cadastro
           MOVE "N" to wrk-cli-ok.
           DISPLAY "codigo do cliente"
               ACCEPT wrk-cliente.
           MOVE wrk-cliente to cliente-id.
           READ CLIENTES
               INVALID KEY
                   DISPLAY "cliente nao cadastrado"
               NOT INVALID KEY
                   IF cliente-ativo AND NOT cliente-anonimizado
                       MOVE "S" to wrk-cli-ok
                       DISPLAY "cliente: " cliente-nome
                   ELSE
                       DISPLAY "cliente inativo"
                   END-IF
           END-READ.

       0110-incluir SECTION.
      *a sequencia e a proxima livre do cliente; o primeiro
      *endereco ja nasce padrao
           PERFORM 0105-receber-cliente.
           IF wrk-cli-ok NOT EQUAL "S"
               GO to 0110-fim
           END-IF.
           PERFORM 0125-contar-enderecos.
           IF wrk-seq EQUAL 99
               DISPLAY "cliente ja tem 99 enderecos de entrega"
               GO to 0110-fim
           END-IF.
           ADD 1 to wrk-seq.
           MOVE SPACES to wrk-endereco.
           PERFORM 0160-receber-endereco.
           IF NOT endereco-valido
               GO to 0110-fim
           END-IF.
           IF wrk-qtd EQUAL ZERO
               MOVE "S" to wrk-padrao
           ELSE
               DISPLAY "endereco padrao do cliente (s/n)"
                   ACCEPT wrk-padrao
           END-IF.
           IF wrk-padrao EQUAL "s"
               MOVE "S" to wrk-padrao
           END-IF.
           IF wrk-padrao EQUAL "S"
               PERFORM 0155-limpar-padrao
           END-IF.
           MOVE wrk-cliente to ENT-CLIENTE.
           MOVE wrk-seq to ENT-SEQ.
           PERFORM 0170-mover-endereco.
           MOVE "N" to ENT-PADRAO.
           IF wrk-padrao EQUAL "S"
               SET ENTREGA-PADRAO to TRUE
           END-IF.
           SET ENDERECO-ATIVO to TRUE.
           WRITE REG-ENTREGA
               INVALID KEY
                   DISPLAY "endereco ja cadastrado"
               NOT INVALID KEY
                   DISPLAY "endereco " ENT-SEQ " incluido"
           END-WRITE.
       0110-fim.
           EXIT.

       0120-listar SECTION.
           DISPLAY "codigo do cliente"
               ACCEPT wrk-cliente.
           MOVE wrk-cliente to ENT-CLIENTE.
           MOVE ZERO to ENT-SEQ.
           START ENDERECOS KEY IS NOT LESS THAN ENT-CHAVE.
           IF fs-enderecos EQUAL 00
               READ ENDERECOS NEXT
               PERFORM UNTIL fs-enderecos NOT EQUAL 00
                       OR ENT-CLIENTE NOT EQUAL wrk-cliente
                   DISPLAY ENT-SEQ " " ENT-APELIDO " " ENT-PADRAO
                           " " ENT-SITUACAO
                   DISPLAY "   " ENT-LOGRADOURO " " ENT-NUMERO " "
                           ENT-COMPLEMENTO
                   DISPLAY "   " ENT-BAIRRO " " ENT-CIDADE " "
                           ENT-UF " " ENT-CEP
                   READ ENDERECOS NEXT
               END-PERFORM
           END-IF.

       0125-contar-enderecos SECTION.
      *wrk-seq com a maior sequencia do cliente e wrk-qtd com os
      *enderecos ativos dele
           MOVE ZERO to wrk-seq wrk-qtd.
           MOVE wrk-cliente to ENT-CLIENTE.
           MOVE ZERO to ENT-SEQ.
           START ENDERECOS KEY IS NOT LESS THAN ENT-CHAVE.
           IF fs-enderecos EQUAL 00
               READ ENDERECOS NEXT
               PERFORM UNTIL fs-enderecos NOT EQUAL 00
                       OR ENT-CLIENTE NOT EQUAL wrk-cliente
                   MOVE ENT-SEQ to wrk-seq
                   IF ENDERECO-ATIVO
                       ADD 1 to wrk-qtd
                   END-IF
                   READ ENDERECOS NEXT
               END-PERFORM
           END-IF.

       0130-alterar SECTION.
           PERFORM 0105-receber-cliente.
           IF wrk-cli-ok NOT EQUAL "S"
               GO to 0130-fim
           END-IF.
           DISPLAY "sequencia do endereco"
               ACCEPT wrk-seq.
           MOVE wrk-cliente to ENT-CLIENTE.
           MOVE wrk-seq to ENT-SEQ.
           READ ENDERECOS
               INVALID KEY
                   DISPLAY "endereco nao encontrado"
                   GO to 0130-fim
           END-READ.
           DISPLAY "atual: " ENT-APELIDO " " ENT-LOGRADOURO " "
                   ENT-NUMERO " " ENT-CIDADE " " ENT-UF.
           PERFORM 0160-receber-endereco.
           IF NOT endereco-valido
               GO to 0130-fim
           END-IF.
           MOVE wrk-cliente to ENT-CLIENTE.
           MOVE wrk-seq to ENT-SEQ.
           READ ENDERECOS
               INVALID KEY
                   GO to 0130-fim
           END-READ.
           PERFORM 0170-mover-endereco.
           REWRITE REG-ENTREGA.
           DISPLAY "endereco alterado".
       0130-fim.
           EXIT.

       0140-desativar SECTION.
      *desativacao logica: pedidos antigos apontam para a
      *sequencia; o padrao desativado deixa o cliente sem padrao
           DISPLAY "codigo do cliente"
               ACCEPT wrk-cliente.
           DISPLAY "sequencia do endereco"
               ACCEPT wrk-seq.
           MOVE wrk-cliente to ENT-CLIENTE.
           MOVE wrk-seq to ENT-SEQ.
           READ ENDERECOS
               INVALID KEY
                   DISPLAY "endereco nao encontrado"
               NOT INVALID KEY
                   DISPLAY "endereco: " ENT-APELIDO " " ENT-CIDADE
                   DISPLAY "confirma desativacao (s/n)"
                       ACCEPT wrk-confirma
                   IF wrk-confirma EQUAL "S" OR wrk-confirma EQUAL "s"
                       SET ENDERECO-INATIVO to TRUE
                       MOVE "N" to ENT-PADRAO
                       REWRITE REG-ENTREGA
                   END-IF
           END-READ.

       0150-marcar-padrao SECTION.
           DISPLAY "codigo do cliente"
               ACCEPT wrk-cliente.
           DISPLAY "sequencia do novo endereco padrao"
               ACCEPT wrk-seq.
           MOVE wrk-cliente to ENT-CLIENTE.
           MOVE wrk-seq to ENT-SEQ.
           READ ENDERECOS
               INVALID KEY
                   DISPLAY "endereco nao encontrado"
                   GO to 0150-fim
           END-READ.
           IF ENDERECO-INATIVO
               DISPLAY "endereco inativo"
               GO to 0150-fim
           END-IF.
           PERFORM 0155-limpar-padrao.
           MOVE wrk-cliente to ENT-CLIENTE.
           MOVE wrk-seq to ENT-SEQ.
           READ ENDERECOS
               INVALID KEY
                   GO to 0150-fim
           END-READ.
           SET ENTREGA-PADRAO to TRUE.
           REWRITE REG-ENTREGA.
           DISPLAY "endereco " ENT-SEQ " " ENT-APELIDO " e o padrao".
       0150-fim.
           EXIT.

       0155-limpar-padrao SECTION.
      *um padrao so por cliente: desmarca os demais
           MOVE wrk-cliente to ENT-CLIENTE.
           MOVE ZERO to ENT-SEQ.
           START ENDERECOS KEY IS NOT LESS THAN ENT-CHAVE.
           IF fs-enderecos EQUAL 00
               READ ENDERECOS NEXT
               PERFORM UNTIL fs-enderecos NOT EQUAL 00
                       OR ENT-CLIENTE NOT EQUAL wrk-cliente
                   IF ENTREGA-PADRAO
                       MOVE "N" to ENT-PADRAO
                       REWRITE REG-ENTREGA
                   END-IF
                   READ ENDERECOS NEXT
               END-PERFORM
           END-IF.

       0160-receber-endereco SECTION.
      *nome curto, uf e cep sao obrigatorios
           DISPLAY "nome curto (ex. LOJA CENTRO, DEPOSITO)"
               ACCEPT wrk-apelido.
           DISPLAY "logradouro"
               ACCEPT wrk-logradouro.
           DISPLAY "numero"
               ACCEPT wrk-numero.
           DISPLAY "complemento"
               ACCEPT wrk-complemento.
           DISPLAY "bairro"
               ACCEPT wrk-bairro.
           DISPLAY "cidade"
               ACCEPT wrk-cidade.
           DISPLAY "uf"
               ACCEPT wrk-uf.
           DISPLAY "cep (8 digitos)"
               ACCEPT wrk-cep.
           INSPECT wrk-uf CONVERTING "abcdefghijklmnopqrstuvwxyz"
                                  TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
           PERFORM 0165-validar-endereco.
           IF NOT endereco-valido
               DISPLAY "nome curto, uf ou cep invalido - endereco"
                       " nao gravado"
           END-IF.

       0165-validar-endereco SECTION.
      *mesma regra do 0125 do cadastro de clientes (uf da tabela de
      *ufs, cep com 8 digitos numericos), sem aceitar branco
           MOVE "N" to wrk-end-ok.
           PERFORM VARYING wrk-uf-ind FROM 1 BY 1
                   UNTIL wrk-uf-ind > wrk-uf-qtd
               IF wrk-uf EQUAL wrk-uf-ex(wrk-uf-ind)
                   MOVE "S" to wrk-end-ok
                   EXIT PERFORM
               END-IF
           END-PERFORM.
           IF wrk-cep NOT NUMERIC
               MOVE "N" to wrk-end-ok
           END-IF.
           IF wrk-apelido EQUAL SPACES
               MOVE "N" to wrk-end-ok
           END-IF.

       0170-mover-endereco SECTION.
           MOVE wrk-apelido to ENT-APELIDO.
           MOVE wrk-logradouro to ENT-LOGRADOURO.
           MOVE wrk-numero to ENT-NUMERO.
           MOVE wrk-complemento to ENT-COMPLEMENTO.
           MOVE wrk-bairro to ENT-BAIRRO.
           MOVE wrk-cidade to ENT-CIDADE.
           MOVE wrk-uf to ENT-UF.
           MOVE wrk-cep to ENT-CEP.

       END PROGRAM entregas.
