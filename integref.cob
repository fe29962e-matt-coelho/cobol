      ******************************************************************
      * Author:
      * Date:
      * Purpose: integridade referencial entre os arquivos da suite:
      *          o verifmst confere contagem e soma, este confere se
      *          cada referencia aponta para um registro que existe
      *          (pedido x cliente, item x pedido, item x produto,
      *          titulo x pedido - corrente ou arquivo morto -,
      *          produto x fornecedor, aluno x turma, boletim x
      *          disciplina, pedido x vendedor); relatorio por regra
      *          com as chaves e a contagem em integridade.txt e, com
      *          "S" no segundo parametro, a lista de correcao para a
      *          equipe de reconstrucao em integridade-correcoes.txt;
      *          chamado pelo fim de dia do projeto-clientes no molde
      *          do verifmst
      *
      *          status "00" nenhuma quebra, "04" quebras
      *          encontradas (ver o relatorio); regra cujo arquivo ou
      *          cadastro de referencia nao existe sai como nao
      *          conferida e nao conta quebra
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. integref.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CLIENTES ASSIGN TO "./clientes_projeto.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               FILE STATUS IS fs-clientes
               RECORD KEY IS cliente-id
               ALTERNATE RECORD KEY IS cliente-chave
               ALTERNATE RECORD KEY IS cliente-nome WITH DUPLICATES
               ALTERNATE RECORD KEY IS cliente-email WITH DUPLICATES.

           SELECT PEDIDOS ASSIGN TO "./pedidos.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PED-NUMERO
               FILE STATUS IS fs-pedidos.

           SELECT ITENS ASSIGN TO "./itens-pedido.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ITM-CHAVE
               FILE STATUS IS fs-itens.

           SELECT PRODUTOS ASSIGN TO "./produtos.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PRO-CODIGO
               FILE STATUS IS fs-produtos.

           SELECT RECEBER ASSIGN TO "./contas-receber.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CR-NUMERO
               ALTERNATE RECORD KEY IS CR-CLIENTE WITH DUPLICATES
               ALTERNATE RECORD KEY IS CR-PEDIDO WITH DUPLICATES
               FILE STATUS IS fs-receber.

           SELECT FORNECEDORES ASSIGN TO "./fornecedores.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FOR-CODIGO
               FILE STATUS IS fs-fornecedores.

           SELECT VENDEDORES ASSIGN TO "./vendedores.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS VEN-CODIGO
               FILE STATUS IS fs-vendedores.

           SELECT ALUNOS ASSIGN TO "./alunos.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ALU-MATRICULA
               FILE STATUS IS fs-alunos.

           SELECT TURMAS ASSIGN TO "./turmas.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TUR-CODIGO
               FILE STATUS IS fs-turmas.

           SELECT BOLETIM ASSIGN TO ".\boletim.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BOL-CHAVE
               FILE STATUS IS fs-boletim.

           SELECT DISCIPLINAS ASSIGN TO "./disciplinas.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DIS-CODIGO
               FILE STATUS IS fs-disciplinas.

      *arquivo morto de pedidos (arqped): titulo de pedido
      *arquivado nao e orfao
           SELECT ARQ-CATALOGO ASSIGN TO "./pedidos-arquivo.dat"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS fs-arq-catalogo.

           SELECT PED-ARQ ASSIGN TO wrk-pa-ped-nome
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ARP-NUMERO
               FILE STATUS IS fs-ped-arq.

           SELECT REL-INTEGRIDADE ASSIGN TO "./integridade.txt"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS fs-rel-integridade.

           SELECT CORRECOES ASSIGN TO "./integridade-correcoes.txt"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS fs-correcoes.
       DATA DIVISION.
       FILE SECTION.
       FD CLIENTES.
       COPY "cliereg.cpy".

       FD PEDIDOS.
       COPY "pedreg.cpy".

       FD ITENS.
       COPY "itmreg.cpy".

       FD PRODUTOS.
       COPY "prodreg.cpy".

       FD RECEBER.
       COPY "recreg.cpy".

       FD FORNECEDORES.
       COPY "fornreg.cpy".

       FD VENDEDORES.
       COPY "vendreg.cpy".

       FD ALUNOS.
       COPY "alureg.cpy".

       FD TURMAS.
       COPY "turreg.cpy".

       FD BOLETIM.
       COPY "bolreg.cpy".

       FD DISCIPLINAS.
       COPY "disreg.cpy".

       FD ARQ-CATALOGO.
       COPY "arqreg.cpy".

       FD PED-ARQ.
       COPY "arpreg.cpy".

       FD REL-INTEGRIDADE.
           01 REL-INT-REG.
               02 REL-INT-LINHA PIC X(80).

      *lista de correcao: uma linha por quebra, em colunas fixas -
      *regra, arquivo e chave do registro quebrado, campo e valor
      *da referencia que nao existe
       FD CORRECOES.
           01 COR-REG.
               02 COR-REGRA PIC 9(02).
               02 FILLER PIC X(01).
               02 COR-ARQUIVO PIC X(22).
               02 FILLER PIC X(01).
               02 COR-CHAVE PIC X(12).
               02 FILLER PIC X(01).
               02 COR-CAMPO PIC X(16).
               02 FILLER PIC X(01).
               02 COR-REFERENCIA PIC X(12).

       WORKING-STORAGE SECTION.
       77 fs-clientes pic 9(02) value zero.
       77 fs-pedidos pic 9(02) value zero.
       77 fs-itens pic 9(02) value zero.
       77 fs-produtos pic 9(02) value zero.
       77 fs-receber pic 9(02) value zero.
       77 fs-fornecedores pic 9(02) value zero.
       77 fs-vendedores pic 9(02) value zero.
       77 fs-alunos pic 9(02) value zero.
       77 fs-turmas pic 9(02) value zero.
       77 fs-boletim pic 9(02) value zero.
       77 fs-disciplinas pic 9(02) value zero.
       77 fs-arq-catalogo pic 9(02) value zero.
       77 fs-ped-arq pic 9(02) value zero.
       77 fs-rel-integridade pic 9(02) value zero.
       77 fs-correcoes pic 9(02) value zero.
       77 wrk-com-correcoes pic x(01) value "N".
      *regra corrente e a quebra a registrar
       77 wrk-regra pic 9(02) value zero.
       77 wrk-regra-desc pic x(40) value SPACES.
       77 wrk-regra-qtd pic 9(07) value zero.
       77 wrk-total-quebras pic 9(07) value zero.
       77 wrk-q-arquivo pic x(22) value SPACES.
       77 wrk-q-chave pic x(12) value SPACES.
       77 wrk-q-campo pic x(16) value SPACES.
       77 wrk-q-referencia pic x(12) value SPACES.
       77 wrk-seq-ed pic 9(03) value zero.
      *titulos cujo pedido nao esta no corrente, conferidos depois
      *contra os anos do arquivo morto
       77 wrk-pa-ped-nome pic x(40) value SPACES.
       77 wrk-pend-qtd pic 9(04) value zero.
       77 wrk-pend-ind pic 9(04) value zero.
       01 wrk-tab-pendentes.
           05 wrk-pend-ent OCCURS 2000 times.
               10 wrk-pend-titulo pic 9(07).
               10 wrk-pend-pedido pic 9(07).
               10 wrk-pend-achou pic x(01).
       77 wrk-pac-qtd pic 9(02) value zero.
       77 wrk-pac-ind pic 9(02) value zero.
       01 wrk-tab-pa-catalogo.
           05 wrk-pac-ano pic 9(04) OCCURS 50 times.
       LINKAGE SECTION.
       01 lnk-status pic x(02).
       01 lnk-correcoes pic x(01).

       PROCEDURE DIVISION USING lnk-status lnk-correcoes.

       0050-principal section.
           MOVE "00" to lnk-status.
           MOVE ZERO to wrk-total-quebras.
           MOVE lnk-correcoes to wrk-com-correcoes.
           OPEN OUTPUT REL-INTEGRIDADE.
           MOVE SPACES to REL-INT-LINHA.
           MOVE "integridade referencial -" to REL-INT-LINHA(1:25).
           ACCEPT REL-INT-LINHA(27:8) FROM DATE YYYYMMDD.
           WRITE REL-INT-REG.
           IF wrk-com-correcoes EQUAL "S"
               OPEN OUTPUT CORRECOES
           END-IF.

           PERFORM 0100-pedido-cliente.
           PERFORM 0110-item-pedido.
           PERFORM 0120-item-produto.
           PERFORM 0130-titulo-pedido.
           PERFORM 0140-produto-fornecedor.
           PERFORM 0150-aluno-turma.
           PERFORM 0160-boletim-disciplina.
           PERFORM 0170-pedido-vendedor.

           MOVE SPACES to REL-INT-LINHA.
           MOVE "total de quebras:" to REL-INT-LINHA(1:17).
           MOVE wrk-total-quebras to REL-INT-LINHA(19:7).
           WRITE REL-INT-REG.
           CLOSE REL-INTEGRIDADE.
           IF wrk-com-correcoes EQUAL "S"
               CLOSE CORRECOES
           END-IF.
           IF wrk-total-quebras > ZERO
               MOVE "04" to lnk-status
               DISPLAY "integref: " wrk-total-quebras
                       " quebras de integridade - ver integridade.txt"
           ELSE
               DISPLAY "integref: integridade ok"
           END-IF.
           GOBACK.

       0100-pedido-cliente SECTION.
           MOVE 01 to wrk-regra.
           MOVE "pedido com cliente fora do cadastro"
               to wrk-regra-desc.
           PERFORM 0300-abrir-regra.
           OPEN INPUT PEDIDOS.
           OPEN INPUT CLIENTES.
           IF fs-pedidos NOT EQUAL 00 OR fs-clientes NOT EQUAL 00
               PERFORM 0320-regra-nao-conferida
               CLOSE PEDIDOS
               CLOSE CLIENTES
               GO to 0100-fim
           END-IF.
           MOVE "pedidos.dat" to wrk-q-arquivo.
           MOVE "PED-CLIENTE" to wrk-q-campo.
           READ PEDIDOS NEXT
           PERFORM UNTIL fs-pedidos NOT EQUAL 00
               MOVE PED-CLIENTE to cliente-id
               READ CLIENTES
                   INVALID KEY
                       MOVE PED-NUMERO to wrk-q-chave
                       MOVE PED-CLIENTE to wrk-q-referencia
                       PERFORM 0310-registrar-quebra
               END-READ
               READ PEDIDOS NEXT
           END-PERFORM.
           PERFORM 0330-fechar-regra.
           CLOSE PEDIDOS.
           CLOSE CLIENTES.
       0100-fim.
           EXIT.

       0110-item-pedido SECTION.
           MOVE 02 to wrk-regra.
           MOVE "item sem cabecalho de pedido" to wrk-regra-desc.
           PERFORM 0300-abrir-regra.
           OPEN INPUT ITENS.
           OPEN INPUT PEDIDOS.
           IF fs-itens NOT EQUAL 00 OR fs-pedidos NOT EQUAL 00
               PERFORM 0320-regra-nao-conferida
               CLOSE ITENS
               CLOSE PEDIDOS
               GO to 0110-fim
           END-IF.
           MOVE "itens-pedido.dat" to wrk-q-arquivo.
           MOVE "ITM-NUMERO" to wrk-q-campo.
           READ ITENS NEXT
           PERFORM UNTIL fs-itens NOT EQUAL 00
               MOVE ITM-NUMERO to PED-NUMERO
               READ PEDIDOS
                   INVALID KEY
                       PERFORM 0315-chave-item
                       MOVE ITM-NUMERO to wrk-q-referencia
                       PERFORM 0310-registrar-quebra
               END-READ
               READ ITENS NEXT
           END-PERFORM.
           PERFORM 0330-fechar-regra.
           CLOSE ITENS.
           CLOSE PEDIDOS.
       0110-fim.
           EXIT.

       0120-item-produto SECTION.
           MOVE 03 to wrk-regra.
           MOVE "item com produto fora do cadastro" to wrk-regra-desc.
           PERFORM 0300-abrir-regra.
           OPEN INPUT ITENS.
           OPEN INPUT PRODUTOS.
           IF fs-itens NOT EQUAL 00 OR fs-produtos NOT EQUAL 00
               PERFORM 0320-regra-nao-conferida
               CLOSE ITENS
               CLOSE PRODUTOS
               GO to 0120-fim
           END-IF.
           MOVE "itens-pedido.dat" to wrk-q-arquivo.
           MOVE "ITM-PRODUTO" to wrk-q-campo.
           READ ITENS NEXT
           PERFORM UNTIL fs-itens NOT EQUAL 00
               MOVE ITM-PRODUTO to PRO-CODIGO
               READ PRODUTOS
                   INVALID KEY
                       PERFORM 0315-chave-item
                       MOVE ITM-PRODUTO to wrk-q-referencia
                       PERFORM 0310-registrar-quebra
               END-READ
               READ ITENS NEXT
           END-PERFORM.
           PERFORM 0330-fechar-regra.
           CLOSE ITENS.
           CLOSE PRODUTOS.
       0120-fim.
           EXIT.

       0130-titulo-pedido SECTION.
      *titulo de pedido (CR-PEDIDO diferente de zero; mensalidade
      *e parcela de acordo vem com zero) precisa achar o pedido no
      *corrente ou em algum ano do arquivo morto
           MOVE 04 to wrk-regra.
           MOVE "titulo sem pedido de origem" to wrk-regra-desc.
           PERFORM 0300-abrir-regra.
           OPEN INPUT RECEBER.
           OPEN INPUT PEDIDOS.
           IF fs-receber NOT EQUAL 00 OR fs-pedidos NOT EQUAL 00
               PERFORM 0320-regra-nao-conferida
               CLOSE RECEBER
               CLOSE PEDIDOS
               GO to 0130-fim
           END-IF.
           PERFORM 0135-carregar-catalogo-arq.
           MOVE "contas-receber.dat" to wrk-q-arquivo.
           MOVE "CR-PEDIDO" to wrk-q-campo.
           MOVE ZERO to wrk-pend-qtd.
           READ RECEBER NEXT
           PERFORM UNTIL fs-receber NOT EQUAL 00
               IF CR-PEDIDO NOT EQUAL ZERO
                   MOVE CR-PEDIDO to PED-NUMERO
                   READ PEDIDOS
                       INVALID KEY
                           PERFORM 0131-guardar-pendente
                   END-READ
               END-IF
               READ RECEBER NEXT
           END-PERFORM.
           PERFORM 0132-conferir-arquivo-morto.
           PERFORM 0330-fechar-regra.
           CLOSE RECEBER.
           CLOSE PEDIDOS.
       0130-fim.
           EXIT.

       0131-guardar-pendente SECTION.
           IF wrk-pend-qtd NOT < 2000
               PERFORM 0132-conferir-arquivo-morto
           END-IF.
           ADD 1 to wrk-pend-qtd.
           MOVE CR-NUMERO to wrk-pend-titulo(wrk-pend-qtd).
           MOVE CR-PEDIDO to wrk-pend-pedido(wrk-pend-qtd).
           MOVE "N" to wrk-pend-achou(wrk-pend-qtd).

       0132-conferir-arquivo-morto SECTION.
      *cada ano do catalogo e aberto uma vez para todos os
      *pendentes; o que nao aparecer em ano nenhum e quebra
           PERFORM VARYING wrk-pac-ind FROM 1 BY 1
                   UNTIL wrk-pac-ind > wrk-pac-qtd
               MOVE SPACES to wrk-pa-ped-nome
               STRING "./pedidos-arq-" wrk-pac-ano(wrk-pac-ind)
                       ".dat" DELIMITED BY SIZE INTO wrk-pa-ped-nome
               END-STRING
               OPEN INPUT PED-ARQ
               IF fs-ped-arq EQUAL 00
                   PERFORM VARYING wrk-pend-ind FROM 1 BY 1
                           UNTIL wrk-pend-ind > wrk-pend-qtd
                       IF wrk-pend-achou(wrk-pend-ind) EQUAL "N"
                           MOVE wrk-pend-pedido(wrk-pend-ind)
                               to ARP-NUMERO
                           READ PED-ARQ
                               NOT INVALID KEY
                                   MOVE "S" to
                                       wrk-pend-achou(wrk-pend-ind)
                           END-READ
                       END-IF
                   END-PERFORM
                   CLOSE PED-ARQ
               END-IF
           END-PERFORM.
           PERFORM VARYING wrk-pend-ind FROM 1 BY 1
                   UNTIL wrk-pend-ind > wrk-pend-qtd
               IF wrk-pend-achou(wrk-pend-ind) EQUAL "N"
                   MOVE wrk-pend-titulo(wrk-pend-ind) to wrk-q-chave
                   MOVE wrk-pend-pedido(wrk-pend-ind)
                       to wrk-q-referencia
                   PERFORM 0310-registrar-quebra
               END-IF
           END-PERFORM.
           MOVE ZERO to wrk-pend-qtd.

       0135-carregar-catalogo-arq SECTION.
           MOVE ZERO to wrk-pac-qtd.
           OPEN INPUT ARQ-CATALOGO.
           IF fs-arq-catalogo NOT EQUAL 00
               GO to 0135-fim
           END-IF.
           READ ARQ-CATALOGO.
           PERFORM UNTIL fs-arq-catalogo NOT EQUAL 00
                   OR wrk-pac-qtd NOT < 50
               ADD 1 to wrk-pac-qtd
               MOVE ARQ-ANO to wrk-pac-ano(wrk-pac-qtd)
               READ ARQ-CATALOGO
           END-PERFORM.
           CLOSE ARQ-CATALOGO.
       0135-fim.
           EXIT.

       0140-produto-fornecedor SECTION.
      *fornecedor zero = produto sem fornecedor de reposicao
           MOVE 05 to wrk-regra.
           MOVE "produto com fornecedor fora do cadastro"
               to wrk-regra-desc.
           PERFORM 0300-abrir-regra.
           OPEN INPUT PRODUTOS.
           OPEN INPUT FORNECEDORES.
           IF fs-produtos NOT EQUAL 00
                   OR fs-fornecedores NOT EQUAL 00
               PERFORM 0320-regra-nao-conferida
               CLOSE PRODUTOS
               CLOSE FORNECEDORES
               GO to 0140-fim
           END-IF.
           MOVE "produtos.dat" to wrk-q-arquivo.
           MOVE "PRO-FORNECEDOR" to wrk-q-campo.
           READ PRODUTOS NEXT
           PERFORM UNTIL fs-produtos NOT EQUAL 00
               IF PRO-FORNECEDOR NOT EQUAL ZERO
                   MOVE PRO-FORNECEDOR to FOR-CODIGO
                   READ FORNECEDORES
                       INVALID KEY
                           MOVE PRO-CODIGO to wrk-q-chave
                           MOVE PRO-FORNECEDOR to wrk-q-referencia
                           PERFORM 0310-registrar-quebra
                   END-READ
               END-IF
               READ PRODUTOS NEXT
           END-PERFORM.
           PERFORM 0330-fechar-regra.
           CLOSE PRODUTOS.
           CLOSE FORNECEDORES.
       0140-fim.
           EXIT.

       0150-aluno-turma SECTION.
      *turma em branco = aluno ainda sem turma (lista de espera)
           MOVE 06 to wrk-regra.
           MOVE "aluno em turma fora do cadastro" to wrk-regra-desc.
           PERFORM 0300-abrir-regra.
           OPEN INPUT ALUNOS.
           OPEN INPUT TURMAS.
           IF fs-alunos NOT EQUAL 00 OR fs-turmas NOT EQUAL 00
               PERFORM 0320-regra-nao-conferida
               CLOSE ALUNOS
               CLOSE TURMAS
               GO to 0150-fim
           END-IF.
           MOVE "alunos.dat" to wrk-q-arquivo.
           MOVE "ALU-TURMA" to wrk-q-campo.
           READ ALUNOS NEXT
           PERFORM UNTIL fs-alunos NOT EQUAL 00
               IF ALU-TURMA NOT EQUAL SPACES
                   MOVE ALU-TURMA to TUR-CODIGO
                   READ TURMAS
                       INVALID KEY
                           MOVE ALU-MATRICULA to wrk-q-chave
                           MOVE ALU-TURMA to wrk-q-referencia
                           PERFORM 0310-registrar-quebra
                   END-READ
               END-IF
               READ ALUNOS NEXT
           END-PERFORM.
           PERFORM 0330-fechar-regra.
           CLOSE ALUNOS.
           CLOSE TURMAS.
       0150-fim.
           EXIT.

       0160-boletim-disciplina SECTION.
           MOVE 07 to wrk-regra.
           MOVE "boletim com disciplina fora do cadastro"
               to wrk-regra-desc.
           PERFORM 0300-abrir-regra.
           OPEN INPUT BOLETIM.
           OPEN INPUT DISCIPLINAS.
           IF fs-boletim NOT EQUAL 00 OR fs-disciplinas NOT EQUAL 00
               PERFORM 0320-regra-nao-conferida
               CLOSE BOLETIM
               CLOSE DISCIPLINAS
               GO to 0160-fim
           END-IF.
           MOVE "boletim.dat" to wrk-q-arquivo.
           MOVE "BOL-DISCIPLINA" to wrk-q-campo.
           READ BOLETIM NEXT
           PERFORM UNTIL fs-boletim NOT EQUAL 00
               MOVE BOL-DISCIPLINA to DIS-CODIGO
               READ DISCIPLINAS
                   INVALID KEY
                       MOVE SPACES to wrk-q-chave
                       STRING BOL-ID "/" BOL-DISCIPLINA
                               DELIMITED BY SIZE INTO wrk-q-chave
                       END-STRING
                       MOVE BOL-DISCIPLINA to wrk-q-referencia
                       PERFORM 0310-registrar-quebra
               END-READ
               READ BOLETIM NEXT
           END-PERFORM.
           PERFORM 0330-fechar-regra.
           CLOSE BOLETIM.
           CLOSE DISCIPLINAS.
       0160-fim.
           EXIT.

       0170-pedido-vendedor SECTION.
      *vendedor zero = pedido anterior ao controle de comissoes
           MOVE 08 to wrk-regra.
           MOVE "pedido com vendedor fora do cadastro"
               to wrk-regra-desc.
           PERFORM 0300-abrir-regra.
           OPEN INPUT PEDIDOS.
           OPEN INPUT VENDEDORES.
           IF fs-pedidos NOT EQUAL 00 OR fs-vendedores NOT EQUAL 00
               PERFORM 0320-regra-nao-conferida
               CLOSE PEDIDOS
               CLOSE VENDEDORES
               GO to 0170-fim
           END-IF.
           MOVE "pedidos.dat" to wrk-q-arquivo.
           MOVE "PED-VENDEDOR" to wrk-q-campo.
           READ PEDIDOS NEXT
           PERFORM UNTIL fs-pedidos NOT EQUAL 00
               IF PED-VENDEDOR NOT EQUAL ZERO
                   MOVE PED-VENDEDOR to VEN-CODIGO
                   READ VENDEDORES
                       INVALID KEY
                           MOVE PED-NUMERO to wrk-q-chave
                           MOVE PED-VENDEDOR to wrk-q-referencia
                           PERFORM 0310-registrar-quebra
                   END-READ
               END-IF
               READ PEDIDOS NEXT
           END-PERFORM.
           PERFORM 0330-fechar-regra.
           CLOSE PEDIDOS.
           CLOSE VENDEDORES.
       0170-fim.
           EXIT.

       0300-abrir-regra SECTION.
           MOVE ZERO to wrk-regra-qtd.
           MOVE SPACES to REL-INT-LINHA.
           WRITE REL-INT-REG.
           MOVE "regra" to REL-INT-LINHA(1:5).
           MOVE wrk-regra to REL-INT-LINHA(7:2).
           MOVE "-" to REL-INT-LINHA(10:1).
           MOVE wrk-regra-desc to REL-INT-LINHA(12:40).
           WRITE REL-INT-REG.

       0310-registrar-quebra SECTION.
           ADD 1 to wrk-regra-qtd.
           ADD 1 to wrk-total-quebras.
           MOVE SPACES to REL-INT-LINHA.
           MOVE wrk-q-chave to REL-INT-LINHA(3:12).
           MOVE wrk-q-campo to REL-INT-LINHA(17:16).
           MOVE wrk-q-referencia to REL-INT-LINHA(34:12).
           WRITE REL-INT-REG.
           IF wrk-com-correcoes EQUAL "S"
               MOVE SPACES to COR-REG
               MOVE wrk-regra to COR-REGRA
               MOVE wrk-q-arquivo to COR-ARQUIVO
               MOVE wrk-q-chave to COR-CHAVE
               MOVE wrk-q-campo to COR-CAMPO
               MOVE wrk-q-referencia to COR-REFERENCIA
               WRITE COR-REG
           END-IF.

       0315-chave-item SECTION.
      *chave do item para o relatorio: pedido/sequencia
           MOVE ITM-SEQ to wrk-seq-ed.
           MOVE SPACES to wrk-q-chave.
           STRING ITM-NUMERO "/" wrk-seq-ed
                   DELIMITED BY SIZE INTO wrk-q-chave
           END-STRING.

       0320-regra-nao-conferida SECTION.
           MOVE SPACES to REL-INT-LINHA.
           MOVE "(nao conferida: arquivo ou cadastro ausente)"
               to REL-INT-LINHA(3:44).
           WRITE REL-INT-REG.

       0330-fechar-regra SECTION.
           MOVE SPACES to REL-INT-LINHA.
           MOVE "quebras na regra:" to REL-INT-LINHA(3:17).
           MOVE wrk-regra-qtd to REL-INT-LINHA(21:7).
           WRITE REL-INT-REG.

       END PROGRAM integref.
