      * Date:
      * Purpose: manutencao do cadastro mestre de alunos (matricula,
      *          nome, turma, situacao), consultado pelo prg5 antes
      *          de aceitar notas e pelos relatorios da turma; o
      *          responsavel financeiro e um cliente do cadastro de
      *          clientes, e irmaos podem ter o mesmo; aqui vive
      *          tambem o plano de avaliacao de cada disciplina no
      *          ano letivo e a transferencia de turma no meio do
      *          ano, com o historico de enturmacao do aluno
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TUR-CODIGO
               FILE STATUS IS FS-TURMAS.
      *plano de avaliacao por disciplina e ano letivo
       SELECT PLANO-AVAL ASSIGN TO "./avaliacoes-plano.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AVP-CHAVE
               FILE STATUS IS FS-PLANO-AVAL.
      *responsavel financeiro: cliente do cadastro de clientes,
      *aqui so consultado
       SELECT CLIENTES ASSIGN TO "./clientes_projeto.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               FILE STATUS IS FS-CLIENTES
               RECORD KEY IS cliente-id
               ALTERNATE RECORD KEY IS cliente-chave
               ALTERNATE RECORD KEY IS cliente-nome WITH DUPLICATES
               ALTERNATE RECORD KEY IS cliente-email WITH DUPLICATES.
      *historico de enturmacao: um registro por periodo do aluno
      *numa turma, gravado na transferencia
       SELECT HIST-TURMAS ASSIGN TO "./alunos-turmas.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ATM-CHAVE
               FILE STATUS IS FS-HIST-TURMAS.
       DATA DIVISION.
       FILE SECTION.
           FD ALUNOS.
           COPY "disreg.cpy".
           FD TURMAS.
           COPY "turreg.cpy".
           FD CLIENTES.
           COPY "cliereg.cpy".
           FD PLANO-AVAL.
           COPY "avpreg.cpy".
           FD HIST-TURMAS.
           COPY "atmreg.cpy".
       WORKING-STORAGE SECTION.
       77 fs-alunos pic 9(02) value ZERO.
       77 wrk-opcao pic 9(01) value ZERO.
       77 wrk-tur-descricao pic x(20) value SPACES.
       77 wrk-tur-ano pic 9(04) value ZERO.
       77 wrk-tur-capacidade pic 9(03) value ZERO.
       77 wrk-tur-serie pic 9(02) value ZERO.
       77 wrk-tur-ocupadas pic 9(03) value ZERO.
       77 wrk-tur-espera pic 9(03) value ZERO.
       77 wrk-tur-ok pic x(01) value "N".
       77 wrk-tur-vaga pic x(01) value "N".
       77 wrk-matr-salva pic 9(04) value ZERO.
       77 wrk-mensalidade pic 9(06)v99 value ZERO.
       77 fs-clientes pic 9(02) value ZERO.
       77 wrk-responsavel pic 9(09) value ZERO.
       77 wrk-resp-ok pic x(01) value "N".
      *plano de avaliacao
       77 fs-plano-aval pic 9(02) value ZERO.
       77 wrk-pla-ano pic 9(04) value ZERO.
       77 wrk-pla-qtd pic 9(01) value ZERO.
       77 wrk-pla-ind pic 9(01) value ZERO.
       77 wrk-pla-soma pic 9(04) value ZERO.
       77 wrk-pla-existe pic x(01) value "N".
      *transferencia de turma e historico de enturmacao
       77 fs-hist-turmas pic 9(02) value ZERO.
       77 wrk-tr-data pic 9(08) value ZERO.
       77 wrk-tr-origem pic x(06) value SPACES.
       77 wrk-tr-inicio pic 9(08) value ZERO.
       77 wrk-tr-achou pic x(01) value "N".
       77 wrk-tr-de pic x(06) value SPACES.
       77 wrk-tr-de-data pic 9(08) value ZERO.
       77 wrk-tr-para pic x(06) value SPACES.
       77 wrk-tr-para-data pic 9(08) value ZERO.
      *parametros do modulo de servicos de data (datesrv)
       77 wrk-ds-funcao pic x(01) value SPACE.
       77 wrk-ds-data1 pic 9(08) value ZERO.
       77 wrk-ds-data2 pic 9(08) value ZERO.
       77 wrk-ds-dias pic s9(08) value ZERO.
       77 wrk-ds-status pic x(02) value SPACES.

       PROCEDURE DIVISION.

           CLOSE ALUNOS.
           CLOSE DISCIPLINAS.
           CLOSE TURMAS.
           CLOSE CLIENTES.
           CLOSE PLANO-AVAL.
           CLOSE HIST-TURMAS.
           GOBACK.

       0100-inicializar SECTION.
               CLOSE TURMAS
               OPEN I-O TURMAS
           END-IF.
           OPEN INPUT CLIENTES.
           OPEN I-O PLANO-AVAL.
           IF fs-plano-aval EQUAL 35
               OPEN OUTPUT PLANO-AVAL
               CLOSE PLANO-AVAL
               OPEN I-O PLANO-AVAL
           END-IF.
           OPEN I-O HIST-TURMAS.
           IF fs-hist-turmas EQUAL 35
               OPEN OUTPUT HIST-TURMAS
               CLOSE HIST-TURMAS
               OPEN I-O HIST-TURMAS
           END-IF.

       0200-menu SECTION.
           DISPLAY "1-incluir  2-consultar  3-alterar  4-desativar"
               "  5-disciplinas  6-turmas  7-lista da turma"
               "  8-plano de avaliacao  9-sair".
           DISPLAY "opcao"
               ACCEPT wrk-opcao.
           EVALUATE wrk-opcao
                   PERFORM 0160-turmas
               WHEN 7
                   PERFORM 0170-lista-turma
               WHEN 8
                   PERFORM 0180-plano-avaliacao
               WHEN 9
                   CONTINUE
               WHEN OTHER
           END-IF.
           DISPLAY "mensalidade (0 = bolsista)"
               ACCEPT wrk-mensalidade.
           PERFORM 0117-validar-responsavel.
           MOVE wrk-matricula to ALU-MATRICULA.
           MOVE wrk-nome to ALU-NOME.
           MOVE wrk-turma to ALU-TURMA.
           MOVE wrk-mensalidade to ALU-MENSALIDADE.
           MOVE wrk-responsavel to ALU-RESPONSAVEL.
           IF wrk-tur-vaga EQUAL "S"
               SET ALUNO-ATIVO to TRUE
           ELSE
               END-IF
           END-IF.

       0117-validar-responsavel SECTION.
      *responsavel financeiro: cliente ativo do cadastro, contra
      *quem o mensalid fatura a mensalidade; zero deixa o aluno
      *sem responsavel (o titulo cai na faixa reservada)
           MOVE "N" to wrk-resp-ok.
           PERFORM UNTIL wrk-resp-ok EQUAL "S"
               DISPLAY "responsavel financeiro (codigo do cliente,"
                       " 0 = nenhum)"
                   ACCEPT wrk-responsavel
               IF wrk-responsavel EQUAL ZERO
                   MOVE "S" to wrk-resp-ok
               ELSE
                   MOVE wrk-responsavel to cliente-id
                   READ CLIENTES
                       INVALID KEY
                           DISPLAY "cliente nao cadastrado, redigite"
                       NOT INVALID KEY
                           IF cliente-inativo
                               DISPLAY "cliente inativo, redigite"
                           ELSE
                               DISPLAY "responsavel: " cliente-nome
                               MOVE "S" to wrk-resp-ok
                           END-IF
                   END-READ
               END-IF
           END-PERFORM.

       0116-contar-turma SECTION.
      *conta ativos e lista de espera da turma em wrk-turma; a
      *varredura recoloca o buffer de alunos, entao a matricula em
                   DISPLAY "nome....: " ALU-NOME
                   DISPLAY "turma...: " ALU-TURMA
                   DISPLAY "situacao: " ALU-SITUACAO
                   IF ALU-RESPONSAVEL EQUAL ZERO
                       DISPLAY "responsavel financeiro: nenhum"
                   ELSE
                       MOVE ALU-RESPONSAVEL to cliente-id
                       READ CLIENTES
                           INVALID KEY
                               MOVE "(nao cadastrado)"
                                   to cliente-nome
                       END-READ
                       DISPLAY "responsavel financeiro: "
                               ALU-RESPONSAVEL " " cliente-nome
                   END-IF
           END-READ.

       0130-alterar SECTION.
                   DISPLAY "novo nome"
                       ACCEPT wrk-nome
                   DISPLAY "turma atual.: " ALU-TURMA
      *aluno ativo so muda de turma pela transferencia, que tem
      *data de vigencia e grava o historico; aqui a turma fica
                   IF ALUNO-ATIVO
                       DISPLAY "troca de turma de aluno ativo: use"
                               " 6-turmas, 4-transferir"
                       MOVE ALU-TURMA to wrk-turma
                       MOVE "S" to wrk-tur-ok
                       MOVE "S" to wrk-tur-vaga
                   ELSE
                       PERFORM 0115-validar-turma
                   END-IF
                   IF wrk-tur-ok EQUAL "S"
                       MOVE wrk-matricula to ALU-MATRICULA
                       READ ALUNOS
                               ALU-MENSALIDADE
                       DISPLAY "nova mensalidade"
                           ACCEPT wrk-mensalidade
                       DISPLAY "responsavel atual: "
                               ALU-RESPONSAVEL
                       PERFORM 0117-validar-responsavel
                       MOVE wrk-nome to ALU-NOME
                       MOVE wrk-turma to ALU-TURMA
                       MOVE wrk-mensalidade to ALU-MENSALIDADE
                       MOVE wrk-responsavel to ALU-RESPONSAVEL
                       IF wrk-tur-vaga NOT EQUAL "S"
                           SET ALUNO-ESPERA to TRUE
                           DISPLAY "aluno na lista de espera da"

       0160-turmas SECTION.
      *manutencao do cadastro de turmas (codigo, descricao, ano
      *letivo, capacidade e serie) e transferencia de aluno entre
      *turmas
           DISPLAY "1-incluir  2-listar  3-mudar capacidade/serie"
               "  4-transferir aluno".
           DISPLAY "opcao"
               ACCEPT wrk-confirma.
           EVALUATE wrk-confirma
                       ACCEPT wrk-tur-ano
                   DISPLAY "capacidade"
                       ACCEPT wrk-tur-capacidade
                   DISPLAY "serie (0 = fora da rematricula)"
                       ACCEPT wrk-tur-serie
                   MOVE wrk-tur-codigo to TUR-CODIGO
                   MOVE wrk-tur-descricao to TUR-DESCRICAO
                   MOVE wrk-tur-ano to TUR-ANO
                   MOVE wrk-tur-capacidade to TUR-CAPACIDADE
                   MOVE wrk-tur-serie to TUR-SERIE
                   SET TURMA-ATIVA to TRUE
                   WRITE REG-TURMA
                       INVALID KEY
                   PERFORM UNTIL fs-turmas NOT EQUAL 00
                       DISPLAY TUR-CODIGO " " TUR-DESCRICAO " ano "
                               TUR-ANO " capacidade "
                               TUR-CAPACIDADE " serie " TUR-SERIE
                               " " TUR-SITUACAO
                       READ TURMAS NEXT
                   END-PERFORM
               WHEN "3"
                               ACCEPT wrk-tur-capacidade
                           MOVE wrk-tur-capacidade
                               to TUR-CAPACIDADE
                           DISPLAY "serie atual: " TUR-SERIE
                           DISPLAY "nova serie (0 = fora da"
                                   " rematricula)"
                               ACCEPT wrk-tur-serie
                           MOVE wrk-tur-serie to TUR-SERIE
                           REWRITE REG-TURMA
                   END-READ
               WHEN "4"
                   PERFORM 0165-transferir
               WHEN OTHER
                   DISPLAY "opcao invalida"
           END-EVALUATE.

       0165-transferir SECTION.
      *transferencia no meio do ano com data de vigencia: a turma
      *de destino precisa ter vaga; o periodo aberto do aluno e
      *encerrado na data e um novo comeca na turma de destino
      *(aluno sem historico ganha antes o periodo original, com
      *inicio zero); notas e faltas sao da matricula e seguem o
      *aluno, e chamada e boletim leem o historico para mostrar o
      *aluno em cada turma so no seu periodo
           DISPLAY "matricula a transferir"
               ACCEPT wrk-matricula.
           MOVE wrk-matricula to ALU-MATRICULA.
           READ ALUNOS
               INVALID KEY
                   DISPLAY "aluno nao encontrado"
                   GO to 0165-fim
           END-READ.
           IF NOT ALUNO-ATIVO
               DISPLAY "so aluno ativo e transferido (espera muda de"
                       " turma pela alteracao)"
               GO to 0165-fim
           END-IF.
           MOVE ALU-TURMA to wrk-tr-origem.
           DISPLAY ALU-NOME " - turma atual: " ALU-TURMA.
           DISPLAY "turma de destino"
               ACCEPT wrk-turma.
           IF wrk-turma EQUAL wrk-tr-origem
               DISPLAY "aluno ja esta nesta turma"
               GO to 0165-fim
           END-IF.
           MOVE wrk-turma to TUR-CODIGO.
           READ TURMAS
               INVALID KEY
                   DISPLAY "turma nao cadastrada"
                   GO to 0165-fim
           END-READ.
           IF TURMA-INATIVA
               DISPLAY "turma inativa"
               GO to 0165-fim
           END-IF.
           PERFORM 0116-contar-turma.
           IF wrk-tur-ocupadas NOT < TUR-CAPACIDADE
               DISPLAY "turma de destino lotada (" wrk-tur-ocupadas
                       " de " TUR-CAPACIDADE ") - transferencia"
                       " recusada"
               GO to 0165-fim
           END-IF.
           DISPLAY "data da transferencia (AAAAMMDD, 0 = hoje)"
               ACCEPT wrk-tr-data.
           IF wrk-tr-data EQUAL ZERO
               ACCEPT wrk-tr-data FROM DATE YYYYMMDD
           END-IF.
           MOVE "V" to wrk-ds-funcao.
           MOVE wrk-tr-data to wrk-ds-data1.
           CALL "datesrv" USING wrk-ds-funcao wrk-ds-data1
                   wrk-ds-data2 wrk-ds-dias wrk-ds-status.
           IF wrk-ds-status NOT EQUAL "00"
               DISPLAY "data invalida"
               GO to 0165-fim
           END-IF.
           PERFORM 0166-periodo-atual.
           IF wrk-tr-achou EQUAL "S"
                   AND wrk-tr-data NOT > wrk-tr-inicio
               DISPLAY "aluno entrou na turma atual em "
                       wrk-tr-inicio " - data deve ser posterior"
               GO to 0165-fim
           END-IF.
           DISPLAY "confirma transferencia de " wrk-tr-origem
                   " para " wrk-turma " em " wrk-tr-data " (s/n)"
               ACCEPT wrk-confirma.
           IF wrk-confirma NOT EQUAL "S" AND wrk-confirma NOT EQUAL "s"
               GO to 0165-fim
           END-IF.

      *encerra o periodo na turma de origem
           IF wrk-tr-achou EQUAL "S"
               MOVE wrk-matricula to ATM-MATRICULA
               MOVE wrk-tr-inicio to ATM-INICIO
               READ HIST-TURMAS
                   INVALID KEY
                       CONTINUE
               END-READ
               MOVE wrk-tr-data to ATM-FIM
               MOVE wrk-turma to ATM-DESTINO
               REWRITE REG-ALU-TURMA
           ELSE
               MOVE wrk-matricula to ATM-MATRICULA
               MOVE ZERO to ATM-INICIO
               MOVE wrk-tr-origem to ATM-TURMA
               MOVE wrk-tr-data to ATM-FIM
               MOVE SPACES to ATM-ORIGEM
               MOVE wrk-turma to ATM-DESTINO
               WRITE REG-ALU-TURMA
           END-IF.
      *abre o periodo na turma de destino
           MOVE wrk-matricula to ATM-MATRICULA.
           MOVE wrk-tr-data to ATM-INICIO.
           MOVE wrk-turma to ATM-TURMA.
           MOVE ZERO to ATM-FIM.
           MOVE wrk-tr-origem to ATM-ORIGEM.
           MOVE SPACES to ATM-DESTINO.
           WRITE REG-ALU-TURMA
               INVALID KEY
                   DISPLAY "erro na gravacao do historico"
                   GO to 0165-fim
           END-WRITE.
           MOVE wrk-matricula to ALU-MATRICULA.
           READ ALUNOS
               INVALID KEY
                   GO to 0165-fim
           END-READ.
           MOVE wrk-turma to ALU-TURMA.
           REWRITE REG-ALUNO.
           DISPLAY "aluno transferido para " wrk-turma " em "
                   wrk-tr-data.
       0165-fim.
           EXIT.

       0166-periodo-atual SECTION.
      *periodo aberto (sem data de saida) do aluno wrk-matricula
           MOVE "N" to wrk-tr-achou.
           MOVE ZERO to wrk-tr-inicio.
           MOVE wrk-matricula to ATM-MATRICULA.
           MOVE ZERO to ATM-INICIO.
           START HIST-TURMAS KEY IS NOT LESS THAN ATM-CHAVE
               INVALID KEY
                   GO to 0166-fim
           END-START.
           READ HIST-TURMAS NEXT.
           PERFORM UNTIL fs-hist-turmas NOT EQUAL 00
                   OR ATM-MATRICULA NOT EQUAL wrk-matricula
               IF ATM-FIM EQUAL ZERO
                   MOVE "S" to wrk-tr-achou
                   MOVE ATM-INICIO to wrk-tr-inicio
               END-IF
               READ HIST-TURMAS NEXT
           END-PERFORM.
       0166-fim.
           EXIT.

       0167-historico-turma SECTION.
      *entrada e saida por transferencia do aluno corrente na
      *turma wrk-turma (ultimo periodo dele nessa turma)
           MOVE SPACES to wrk-tr-de wrk-tr-para.
           MOVE ZERO to wrk-tr-de-data wrk-tr-para-data.
           MOVE ALU-MATRICULA to ATM-MATRICULA.
           MOVE ZERO to ATM-INICIO.
           START HIST-TURMAS KEY IS NOT LESS THAN ATM-CHAVE
               INVALID KEY
                   GO to 0167-fim
           END-START.
           READ HIST-TURMAS NEXT.
           PERFORM UNTIL fs-hist-turmas NOT EQUAL 00
                   OR ATM-MATRICULA NOT EQUAL ALU-MATRICULA
               IF ATM-TURMA EQUAL wrk-turma
                   MOVE ATM-ORIGEM to wrk-tr-de
                   MOVE ATM-INICIO to wrk-tr-de-data
                   MOVE ATM-DESTINO to wrk-tr-para
                   MOVE ATM-FIM to wrk-tr-para-data
               END-IF
               READ HIST-TURMAS NEXT
           END-PERFORM.
       0167-fim.
           EXIT.

       0170-lista-turma SECTION.
      *lista da turma com a ocupacao sobre a capacidade e a fila
      *de espera ao final; quem entrou ou saiu por transferencia
      *aparece com a turma e a data (quem saiu nao conta vaga)
           DISPLAY "codigo da turma"
               ACCEPT wrk-turma.
           MOVE wrk-turma to TUR-CODIGO.
           IF fs-alunos EQUAL 00
               READ ALUNOS NEXT
               PERFORM UNTIL fs-alunos NOT EQUAL 00
                   PERFORM 0167-historico-turma
                   IF ALU-TURMA EQUAL wrk-turma
                           AND NOT ALUNO-INATIVO
                       IF ALUNO-ESPERA
                                   " (espera)"
                       ELSE
                           ADD 1 to wrk-tur-ocupadas
                           IF wrk-tr-de EQUAL SPACES
                               DISPLAY ALU-MATRICULA " " ALU-NOME
                           ELSE
                               DISPLAY ALU-MATRICULA " " ALU-NOME
                                       " (transferido de " wrk-tr-de
                                       " em " wrk-tr-de-data ")"
                           END-IF
                       END-IF
                   ELSE
                       IF wrk-tr-para NOT EQUAL SPACES
                           DISPLAY ALU-MATRICULA " " ALU-NOME
                                   " (transferido para " wrk-tr-para
                                   " em " wrk-tr-para-data ")"
                       END-IF
                   END-IF
                   READ ALUNOS NEXT
       0170-fim.
           EXIT.

       0180-plano-avaliacao SECTION.
      *plano de avaliacao da disciplina no ano: quantas avaliacoes
      *(ate 8), nome e peso de cada uma e a media para aprovacao;
      *gravar de novo o plano de um ano o substitui
           DISPLAY "1-incluir/substituir  2-consultar  3-listar".
           DISPLAY "opcao"
               ACCEPT wrk-confirma.
           EVALUATE wrk-confirma
               WHEN "1"
                   PERFORM 0181-gravar-plano
               WHEN "2"
                   DISPLAY "codigo da disciplina"
                       ACCEPT wrk-disc-codigo
                   DISPLAY "ano letivo (AAAA)"
                       ACCEPT wrk-pla-ano
                   MOVE wrk-disc-codigo to AVP-DISCIPLINA
                   MOVE wrk-pla-ano to AVP-ANO
                   READ PLANO-AVAL
                       INVALID KEY
                           DISPLAY "disciplina sem plano no ano"
                       NOT INVALID KEY
                           PERFORM 0182-mostrar-plano
                   END-READ
               WHEN "3"
                   MOVE ZERO to AVP-DISCIPLINA AVP-ANO
                   START PLANO-AVAL KEY IS NOT LESS THAN AVP-CHAVE
                   READ PLANO-AVAL NEXT
                   PERFORM UNTIL fs-plano-aval NOT EQUAL 00
                       DISPLAY AVP-DISCIPLINA " ano " AVP-ANO " "
                               AVP-QTD " avaliacoes, aprovacao com "
                               AVP-MEDIA-APROV
                       READ PLANO-AVAL NEXT
                   END-PERFORM
               WHEN OTHER
                   DISPLAY "opcao invalida"
           END-EVALUATE.

       0181-gravar-plano SECTION.
           DISPLAY "codigo da disciplina"
               ACCEPT wrk-disc-codigo.
           MOVE wrk-disc-codigo to DIS-CODIGO.
           READ DISCIPLINAS
               INVALID KEY
                   DISPLAY "disciplina nao cadastrada"
                   GO to 0181-fim
           END-READ.
           DISPLAY "disciplina: " DIS-NOME.
           DISPLAY "ano letivo (AAAA)"
               ACCEPT wrk-pla-ano.
           IF wrk-pla-ano < 1900 OR wrk-pla-ano > 2199
               DISPLAY "ano invalido"
               GO to 0181-fim
           END-IF.
           MOVE wrk-disc-codigo to AVP-DISCIPLINA.
           MOVE wrk-pla-ano to AVP-ANO.
           MOVE "N" to wrk-pla-existe.
           READ PLANO-AVAL
               NOT INVALID KEY
                   MOVE "S" to wrk-pla-existe
                   PERFORM 0182-mostrar-plano
                   DISPLAY "substituir o plano? (s/n)"
                       ACCEPT wrk-confirma
                   IF wrk-confirma NOT EQUAL "S"
                           AND wrk-confirma NOT EQUAL "s"
                       GO to 0181-fim
                   END-IF
           END-READ.
           MOVE ZERO to wrk-pla-qtd.
           PERFORM UNTIL wrk-pla-qtd > ZERO AND wrk-pla-qtd < 9
               DISPLAY "quantidade de avaliacoes (1-8)"
                   ACCEPT wrk-pla-qtd
           END-PERFORM.
           MOVE SPACES to REG-PLANO-AVAL.
           MOVE wrk-disc-codigo to AVP-DISCIPLINA.
           MOVE wrk-pla-ano to AVP-ANO.
           MOVE wrk-pla-qtd to AVP-QTD.
           MOVE ZERO to wrk-pla-soma.
           PERFORM VARYING wrk-pla-ind FROM 1 BY 1
                   UNTIL wrk-pla-ind > 8
               MOVE ZERO to AVP-PESO(wrk-pla-ind)
           END-PERFORM.
           PERFORM VARYING wrk-pla-ind FROM 1 BY 1
                   UNTIL wrk-pla-ind > wrk-pla-qtd
               DISPLAY "nome da avaliacao " wrk-pla-ind
                   ACCEPT AVP-NOME(wrk-pla-ind)
               PERFORM UNTIL AVP-PESO(wrk-pla-ind) > ZERO
                   DISPLAY "peso da avaliacao " wrk-pla-ind
                       ACCEPT AVP-PESO(wrk-pla-ind)
               END-PERFORM
               ADD AVP-PESO(wrk-pla-ind) to wrk-pla-soma
           END-PERFORM.
           DISPLAY "media para aprovacao"
               ACCEPT AVP-MEDIA-APROV.
           PERFORM UNTIL AVP-MEDIA-APROV NOT > 10
               DISPLAY "media fora de 0-10, redigite"
                   ACCEPT AVP-MEDIA-APROV
           END-PERFORM.
           IF wrk-pla-existe EQUAL "S"
               REWRITE REG-PLANO-AVAL
           ELSE
               WRITE REG-PLANO-AVAL
           END-IF.
           DISPLAY "plano gravado, soma dos pesos " wrk-pla-soma.
       0181-fim.
           EXIT.

       0182-mostrar-plano SECTION.
           DISPLAY "plano " AVP-DISCIPLINA " ano " AVP-ANO
                   ", aprovacao com media " AVP-MEDIA-APROV.
           PERFORM VARYING wrk-pla-ind FROM 1 BY 1
                   UNTIL wrk-pla-ind > AVP-QTD
               DISPLAY "  " wrk-pla-ind " " AVP-NOME(wrk-pla-ind)
                       " peso " AVP-PESO(wrk-pla-ind)
           END-PERFORM.

       0150-disciplinas SECTION.
      *manutencao da tabela de disciplinas (codigo, nome, situacao)
           DISPLAY "1-incluir  2-listar  3-desativar".
