      ******************************************************************
      * Author:
      * Date:
      * Purpose: rematricula para o ano letivo seguinte, depois do
      *          fechamento do anoletivo: para cada aluno ativo le o
      *          resultado final do ano no historico escolar e
      *          propoe ao aprovado uma turma da serie seguinte e ao
      *          reprovado uma da mesma serie, entre as turmas do
      *          ano novo (TUR-SERIE); a turma cheia manda o aluno
      *          para a lista de espera, e o aluno com mensalidade
      *          vencida em aberto fica retido ate a secretaria
      *          liberar; a secretaria revisa a listagem da proposta
      *          e confirma, o que grava a turma nova no cadastro e,
      *          na primeira confirmacao do ano, limpa o boletim e o
      *          historico de enturmacao do ano que terminou
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. rematric.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.

       FILE-CONTROL.
       SELECT ALUNOS ASSIGN TO "./alunos.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ALU-MATRICULA
               FILE STATUS IS FS-ALUNOS.
       SELECT TURMAS ASSIGN TO "./turmas.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TUR-CODIGO
               FILE STATUS IS FS-TURMAS.
       SELECT HISTESC ASSIGN TO "./historico-escolar.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HE-CHAVE
               FILE STATUS IS FS-HISTESC.
       SELECT RECEBER ASSIGN TO "./contas-receber.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CR-NUMERO
               ALTERNATE RECORD KEY IS CR-CLIENTE WITH DUPLICATES
               ALTERNATE RECORD KEY IS CR-PEDIDO WITH DUPLICATES
               FILE STATUS IS FS-RECEBER.
       SELECT REMATRICULA ASSIGN TO "./rematricula.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RMT-MATRICULA
               FILE STATUS IS FS-REMATRICULA.
      *boletim e historico de enturmacao sao do ano: a primeira
      *confirmacao os recria vazios para o ano novo
       SELECT BOLETIM ASSIGN TO ".\boletim.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BOL-CHAVE
               FILE STATUS IS FS-BOLETIM.
       SELECT HIST-TURMAS ASSIGN TO "./alunos-turmas.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ATM-CHAVE
               FILE STATUS IS FS-HIST-TURMAS.
       SELECT REL-REMATRICULA ASSIGN TO "./rematricula-proposta.txt"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS FS-REL-REMATRICULA.
       DATA DIVISION.
       FILE SECTION.
           FD ALUNOS.
           COPY "alureg.cpy".
           FD TURMAS.
           COPY "turreg.cpy".
      *mesmo desenho do historico gravado pelo anoletivo
           FD HISTESC.
               01 REG-HISTESC.
                   02 HE-CHAVE.
                       03 HE-MATRICULA PIC 9(04).
                       03 HE-ANO PIC 9(04).
                   02 HE-TURMA PIC X(06).
                   02 HE-MATERIAS PIC 9(02).
                   02 HE-MEDIA-GERAL PIC 9(02)V99.
                   02 HE-FREQUENCIA PIC 9(03)V99.
                   02 HE-SITUACAO PIC X(11).
           FD RECEBER.
           COPY "recreg.cpy".
           FD REMATRICULA.
           COPY "rmtreg.cpy".
           FD BOLETIM.
           COPY "bolreg.cpy".
           FD HIST-TURMAS.
           COPY "atmreg.cpy".
           FD REL-REMATRICULA.
               01 REL-REMATRICULA-REG.
                   02 REL-RM-LINHA PIC X(80).
       WORKING-STORAGE SECTION.
       77 fs-alunos pic 9(02) value zero.
       77 fs-turmas pic 9(02) value zero.
       77 fs-histesc pic 9(02) value zero.
       77 fs-receber pic 9(02) value zero.
       77 fs-rematricula pic 9(02) value zero.
       77 fs-boletim pic 9(02) value zero.
       77 fs-hist-turmas pic 9(02) value zero.
       77 fs-rel-rematricula pic 9(02) value zero.
       77 wrk-tem-histesc pic x(01) value "N".
       77 wrk-tem-receber pic x(01) value "N".
       77 wrk-opcao pic 9(01) value zero.
       77 wrk-ano pic 9(04) value zero.
       77 wrk-ano-novo pic 9(04) value zero.
       77 wrk-hoje pic 9(08) value zero.
       77 wrk-matricula pic 9(04) value zero.
       77 wrk-confirma pic x(01) value SPACE.
      *turmas do ano novo com a ocupacao contada no cadastro mais
      *as vagas ja reservadas pela proposta
       77 wrk-tn-qtd pic 9(02) value zero.
       77 wrk-tn-ind pic 9(02) value zero.
       77 wrk-tn-escolhida pic 9(02) value zero.
       01 wrk-tab-turmas.
           05 wrk-tn-ent OCCURS 50 times.
               10 wrk-tn-codigo pic x(06).
               10 wrk-tn-serie pic 9(02).
               10 wrk-tn-capacidade pic 9(03).
               10 wrk-tn-ocupadas pic 9(03).
               10 wrk-tn-espera pic 9(03).
       77 wrk-serie-alvo pic 9(02) value zero.
       77 wrk-turma-nova pic x(06) value SPACES.
      *mensalidades vencidas: titulos do responsavel com a
      *matricula e os da faixa reservada do aluno
       77 wrk-faixa-escolar pic 9(09) value 900000000.
       77 wrk-cliente pic 9(09) value zero.
       77 wrk-atraso-qtd pic 9(03) value zero.
       77 wrk-atraso-valor pic 9(08)v99 value zero.
       77 wrk-valor-ed pic zzzzzzz9.99 value zero.
      *contagens da proposta e da confirmacao
       77 wrk-qt-vaga pic 9(04) value zero.
       77 wrk-qt-espera pic 9(04) value zero.
       77 wrk-qt-retido pic 9(04) value zero.
       77 wrk-qt-sem-turma pic 9(04) value zero.
       77 wrk-qt-sem-result pic 9(04) value zero.
       77 wrk-qt-confirmados pic 9(04) value zero.
       77 wrk-qt-propostas pic 9(04) value zero.
       77 wrk-ano-aberto pic x(01) value "N".
       77 wrk-ocupadas pic 9(03) value zero.

       PROCEDURE DIVISION.

       0050-principal section.
           MOVE ZERO to wrk-opcao.
           PERFORM 0090-abrir-arquivos.
           PERFORM 0060-menu UNTIL wrk-opcao EQUAL 9.
           DISPLAY "finalizar".
           CLOSE ALUNOS.
           CLOSE TURMAS.
           CLOSE REMATRICULA.
           IF wrk-tem-histesc EQUAL "S"
               CLOSE HISTESC
           END-IF.
           IF wrk-tem-receber EQUAL "S"
               CLOSE RECEBER
           END-IF.
           GOBACK.

       0090-abrir-arquivos SECTION.
           OPEN I-O ALUNOS.
           IF fs-alunos NOT EQUAL 00
               DISPLAY "cadastro de alunos indisponivel, status "
                       fs-alunos
               STOP RUN
           END-IF.
           OPEN INPUT TURMAS.
           IF fs-turmas NOT EQUAL 00
               DISPLAY "cadastro de turmas indisponivel, status "
                       fs-turmas
               CLOSE ALUNOS
               STOP RUN
           END-IF.
           OPEN I-O REMATRICULA.
           IF fs-rematricula EQUAL 35
               OPEN OUTPUT REMATRICULA
               CLOSE REMATRICULA
               OPEN I-O REMATRICULA
           END-IF.
      *sem historico nao ha proposta; sem contas a receber
      *ninguem fica retido
           MOVE "N" to wrk-tem-histesc wrk-tem-receber.
           OPEN INPUT HISTESC.
           IF fs-histesc EQUAL 00
               MOVE "S" to wrk-tem-histesc
           END-IF.
           OPEN INPUT RECEBER.
           IF fs-receber EQUAL 00
               MOVE "S" to wrk-tem-receber
           END-IF.

       0060-menu SECTION.
           DISPLAY "1-gerar proposta  2-listar proposta"
               "  3-liberar aluno retido  4-confirmar rematricula"
               "  9-sair".
           DISPLAY "opcao"
               ACCEPT wrk-opcao.
           EVALUATE wrk-opcao
               WHEN 1
                   PERFORM 0100-gerar-proposta
               WHEN 2
                   PERFORM 0300-listar-proposta
               WHEN 3
                   PERFORM 0200-liberar-retido
               WHEN 4
                   PERFORM 0250-confirmar
               WHEN 9
                   CONTINUE
               WHEN OTHER
                   DISPLAY "opcao invalida"
           END-EVALUATE.

       0100-gerar-proposta SECTION.
      *refaz a proposta inteira a partir do historico do ano
      *fechado; depois de confirmada a rematricula a proposta nao
      *e mais refeita (so liberacao e nova confirmacao)
           IF wrk-tem-histesc NOT EQUAL "S"
               DISPLAY "historico escolar indisponivel - feche o ano"
                       " no anoletivo"
               GO to 0100-fim
           END-IF.
           DISPLAY "ano letivo fechado (AAAA)"
               ACCEPT wrk-ano.
           IF wrk-ano < 1900 OR wrk-ano > 2198
               DISPLAY "ano invalido"
               GO to 0100-fim
           END-IF.
           COMPUTE wrk-ano-novo = wrk-ano + 1.
           PERFORM 0105-verificar-confirmada.
           IF wrk-ano-aberto EQUAL "S"
               DISPLAY "rematricula ja confirmada - a proposta nao"
                       " pode ser refeita"
               GO to 0100-fim
           END-IF.
           CLOSE REMATRICULA.
           OPEN OUTPUT REMATRICULA.
           CLOSE REMATRICULA.
           OPEN I-O REMATRICULA.
           ACCEPT wrk-hoje FROM DATE YYYYMMDD.
           PERFORM 0110-carregar-turmas.
           IF wrk-tn-qtd EQUAL ZERO
               DISPLAY "nenhuma turma com serie cadastrada para "
                       wrk-ano-novo
               GO to 0100-fim
           END-IF.

           MOVE ZERO to wrk-qt-vaga wrk-qt-espera wrk-qt-retido
                        wrk-qt-sem-turma wrk-qt-sem-result.
           MOVE ZERO to ALU-MATRICULA.
           START ALUNOS KEY IS NOT LESS THAN ALU-MATRICULA.
           READ ALUNOS NEXT
           PERFORM UNTIL fs-alunos NOT EQUAL 00
      *quem ja esta numa turma do ano novo (matricula nova) nao
      *entra na proposta
               PERFORM 0115-localizar-turma
               IF ALUNO-ATIVO AND wrk-tn-escolhida EQUAL ZERO
                   PERFORM 0120-propor-aluno
               END-IF
               READ ALUNOS NEXT
           END-PERFORM.
           DISPLAY "proposta para " wrk-ano-novo ": com vaga "
                   wrk-qt-vaga "  espera " wrk-qt-espera
                   "  retidos " wrk-qt-retido.
           DISPLAY "sem turma " wrk-qt-sem-turma
                   "  sem resultado final " wrk-qt-sem-result.
           PERFORM 0300-listar-proposta.
       0100-fim.
           EXIT.

       0105-verificar-confirmada SECTION.
      *alguma proposta ja confirmada: o ano novo ja foi aberto
           MOVE "N" to wrk-ano-aberto.
           MOVE ZERO to RMT-MATRICULA.
           START REMATRICULA KEY IS NOT LESS THAN RMT-MATRICULA
               INVALID KEY
                   GO to 0105-fim
           END-START.
           READ REMATRICULA NEXT.
           PERFORM UNTIL fs-rematricula NOT EQUAL 00
               IF RMT-CONFIRMADO EQUAL "S"
                   MOVE "S" to wrk-ano-aberto
                   EXIT PERFORM
               END-IF
               READ REMATRICULA NEXT
           END-PERFORM.
       0105-fim.
           EXIT.

       0110-carregar-turmas SECTION.
      *turmas ativas do ano novo com serie e a ocupacao que ja
      *tem no cadastro (ativos e lista de espera)
           MOVE ZERO to wrk-tn-qtd.
           MOVE SPACES to TUR-CODIGO.
           START TURMAS KEY IS NOT LESS THAN TUR-CODIGO.
           READ TURMAS NEXT
           PERFORM UNTIL fs-turmas NOT EQUAL 00
               IF TUR-ANO EQUAL wrk-ano-novo AND TURMA-ATIVA
                       AND TUR-SERIE > ZERO AND wrk-tn-qtd < 50
                   ADD 1 to wrk-tn-qtd
                   MOVE TUR-CODIGO to wrk-tn-codigo(wrk-tn-qtd)
                   MOVE TUR-SERIE to wrk-tn-serie(wrk-tn-qtd)
                   MOVE TUR-CAPACIDADE
                       to wrk-tn-capacidade(wrk-tn-qtd)
                   MOVE ZERO to wrk-tn-ocupadas(wrk-tn-qtd)
                   MOVE ZERO to wrk-tn-espera(wrk-tn-qtd)
               END-IF
               READ TURMAS NEXT
           END-PERFORM.
           MOVE ZERO to ALU-MATRICULA.
           START ALUNOS KEY IS NOT LESS THAN ALU-MATRICULA.
           READ ALUNOS NEXT
           PERFORM UNTIL fs-alunos NOT EQUAL 00
               PERFORM 0115-localizar-turma
               IF wrk-tn-escolhida > ZERO
                   IF ALUNO-ATIVO
                       ADD 1 to wrk-tn-ocupadas(wrk-tn-escolhida)
                   END-IF
                   IF ALUNO-ESPERA
                       ADD 1 to wrk-tn-espera(wrk-tn-escolhida)
                   END-IF
               END-IF
               READ ALUNOS NEXT
           END-PERFORM.

       0115-localizar-turma SECTION.
      *posicao da ALU-TURMA na tabela do ano novo (zero = nao e)
           MOVE ZERO to wrk-tn-escolhida.
           PERFORM VARYING wrk-tn-ind FROM 1 BY 1
                   UNTIL wrk-tn-ind > wrk-tn-qtd
               IF wrk-tn-codigo(wrk-tn-ind) EQUAL ALU-TURMA
                   MOVE wrk-tn-ind to wrk-tn-escolhida
                   EXIT PERFORM
               END-IF
           END-PERFORM.

       0120-propor-aluno SECTION.
      *cada passo so roda enquanto a situacao da proposta nao foi
      *decidida por um passo anterior
           MOVE SPACES to REG-REMATRICULA.
           MOVE ALU-MATRICULA to RMT-MATRICULA.
           MOVE wrk-ano-novo to RMT-ANO.
           MOVE ALU-TURMA to RMT-TURMA-ATUAL.
           MOVE ZERO to RMT-ATRASO-QTD RMT-ATRASO-VALOR.
           MOVE "N" to RMT-LIBERADO RMT-CONFIRMADO.

           MOVE ALU-MATRICULA to HE-MATRICULA.
           MOVE wrk-ano to HE-ANO.
           READ HISTESC
               INVALID KEY
                   SET REMAT-SEM-RESULTADO to TRUE
               NOT INVALID KEY
                   MOVE HE-SITUACAO to RMT-RESULTADO
           END-READ.
      *recuperacao ainda sem nota final nao decide a serie
           IF RMT-SITUACAO EQUAL SPACE
                   AND RMT-RESULTADO NOT EQUAL "aprovado"
                   AND RMT-RESULTADO NOT EQUAL "reprovado"
               SET REMAT-SEM-RESULTADO to TRUE
           END-IF.

           IF RMT-SITUACAO EQUAL SPACE
               MOVE ALU-TURMA to TUR-CODIGO
               READ TURMAS
                   INVALID KEY
                       MOVE ZERO to TUR-SERIE
               END-READ
               IF TUR-SERIE EQUAL ZERO
                   SET REMAT-SEM-TURMA to TRUE
               ELSE
                   IF RMT-RESULTADO EQUAL "aprovado"
                       COMPUTE wrk-serie-alvo = TUR-SERIE + 1
                   ELSE
                       MOVE TUR-SERIE to wrk-serie-alvo
                   END-IF
                   PERFORM 0130-escolher-turma
                   IF wrk-tn-escolhida EQUAL ZERO
                       SET REMAT-SEM-TURMA to TRUE
                   ELSE
                       MOVE wrk-tn-codigo(wrk-tn-escolhida)
                           to RMT-TURMA-NOVA
                   END-IF
               END-IF
           END-IF.

           IF RMT-SITUACAO EQUAL SPACE
               PERFORM 0140-verificar-atraso
               MOVE wrk-atraso-qtd to RMT-ATRASO-QTD
               MOVE wrk-atraso-valor to RMT-ATRASO-VALOR
               IF wrk-atraso-qtd > ZERO
                   SET REMAT-RETIDO to TRUE
               END-IF
           END-IF.

      *retido nao reserva vaga: a vaga e contada de novo quando a
      *secretaria liberar
           IF RMT-SITUACAO EQUAL SPACE
               IF wrk-tn-ocupadas(wrk-tn-escolhida) <
                       wrk-tn-capacidade(wrk-tn-escolhida)
                   SET REMAT-VAGA to TRUE
                   ADD 1 to wrk-tn-ocupadas(wrk-tn-escolhida)
               ELSE
                   SET REMAT-ESPERA to TRUE
                   ADD 1 to wrk-tn-espera(wrk-tn-escolhida)
               END-IF
           END-IF.

           EVALUATE TRUE
               WHEN REMAT-VAGA
                   ADD 1 to wrk-qt-vaga
               WHEN REMAT-ESPERA
                   ADD 1 to wrk-qt-espera
               WHEN REMAT-RETIDO
                   ADD 1 to wrk-qt-retido
               WHEN REMAT-SEM-TURMA
                   ADD 1 to wrk-qt-sem-turma
               WHEN OTHER
                   ADD 1 to wrk-qt-sem-result
           END-EVALUATE.
           WRITE REG-REMATRICULA
               INVALID KEY
                   DISPLAY "proposta ja gravada: " RMT-MATRICULA
           END-WRITE.

       0130-escolher-turma SECTION.
      *primeira turma da serie alvo com vaga; todas cheias, a
      *primeira da serie (o aluno vai para a espera dela)
           MOVE ZERO to wrk-tn-escolhida.
           PERFORM VARYING wrk-tn-ind FROM 1 BY 1
                   UNTIL wrk-tn-ind > wrk-tn-qtd
               IF wrk-tn-serie(wrk-tn-ind) EQUAL wrk-serie-alvo
                   IF wrk-tn-escolhida EQUAL ZERO
                       MOVE wrk-tn-ind to wrk-tn-escolhida
                   END-IF
                   IF wrk-tn-ocupadas(wrk-tn-ind) <
                           wrk-tn-capacidade(wrk-tn-ind)
                       MOVE wrk-tn-ind to wrk-tn-escolhida
                       EXIT PERFORM
                   END-IF
               END-IF
           END-PERFORM.

       0140-verificar-atraso SECTION.
      *mensalidades vencidas ainda em aberto do aluno corrente
           MOVE ZERO to wrk-atraso-qtd wrk-atraso-valor.
           IF wrk-tem-receber NOT EQUAL "S"
               GO to 0140-fim
           END-IF.
           IF ALU-RESPONSAVEL > ZERO
               MOVE ALU-RESPONSAVEL to wrk-cliente
               PERFORM 0145-atraso-cliente
           END-IF.
           COMPUTE wrk-cliente = wrk-faixa-escolar + ALU-MATRICULA.
           PERFORM 0145-atraso-cliente.
       0140-fim.
           EXIT.

       0145-atraso-cliente SECTION.
      *titulos do cliente wrk-cliente: do responsavel so contam os
      *da matricula; na faixa reservada todos sao do aluno
           MOVE wrk-cliente to CR-CLIENTE.
           START RECEBER KEY IS EQUAL CR-CLIENTE
               INVALID KEY
                   GO to 0145-fim
           END-START.
           READ RECEBER NEXT.
           PERFORM UNTIL fs-receber NOT EQUAL 00
                   OR CR-CLIENTE NOT EQUAL wrk-cliente
               IF (TITULO-ABERTO OR TITULO-PARCIAL)
                       AND CR-VENCIMENTO < wrk-hoje
                       AND (CR-MATRICULA EQUAL ALU-MATRICULA
                       OR wrk-cliente NOT < wrk-faixa-escolar)
                   ADD 1 to wrk-atraso-qtd
                   COMPUTE wrk-atraso-valor = wrk-atraso-valor
                           + CR-VALOR - CR-PAGO
               END-IF
               READ RECEBER NEXT
           END-PERFORM.
       0145-fim.
           EXIT.

       0200-liberar-retido SECTION.
      *a secretaria libera o aluno retido por inadimplencia (acordo
      *ou pagamento combinado): a vaga da turma proposta e contada
      *de novo e o aluno entra com vaga ou na espera
           DISPLAY "matricula a liberar"
               ACCEPT wrk-matricula.
           MOVE wrk-matricula to RMT-MATRICULA.
           READ REMATRICULA
               INVALID KEY
                   DISPLAY "matricula fora da proposta"
                   GO to 0200-fim
           END-READ.
           IF NOT REMAT-RETIDO
               DISPLAY "aluno nao esta retido"
               GO to 0200-fim
           END-IF.
           MOVE RMT-ATRASO-VALOR to wrk-valor-ed.
           DISPLAY "turma proposta " RMT-TURMA-NOVA "  titulos"
                   " vencidos " RMT-ATRASO-QTD "  valor " wrk-valor-ed.
           DISPLAY "confirma liberacao (s/n)"
               ACCEPT wrk-confirma.
           IF wrk-confirma NOT EQUAL "S" AND wrk-confirma NOT EQUAL "s"
               GO to 0200-fim
           END-IF.
           MOVE RMT-TURMA-NOVA to wrk-turma-nova.
           PERFORM 0210-contar-ocupacao.
           MOVE wrk-turma-nova to TUR-CODIGO.
           READ TURMAS
               INVALID KEY
                   MOVE ZERO to TUR-CAPACIDADE
           END-READ.
           MOVE wrk-matricula to RMT-MATRICULA.
           READ REMATRICULA
               INVALID KEY
                   GO to 0200-fim
           END-READ.
           IF wrk-ocupadas < TUR-CAPACIDADE
               SET REMAT-VAGA to TRUE
               DISPLAY "aluno liberado com vaga na " wrk-turma-nova
           ELSE
               SET REMAT-ESPERA to TRUE
               DISPLAY "turma " wrk-turma-nova " lotada - aluno"
                       " liberado para a lista de espera"
           END-IF.
           MOVE "S" to RMT-LIBERADO.
           REWRITE REG-REMATRICULA.
       0200-fim.
           EXIT.

       0210-contar-ocupacao SECTION.
      *ativos ja no cadastro da turma wrk-turma-nova mais as vagas
      *da proposta ainda nao confirmadas
           MOVE ZERO to wrk-ocupadas.
           MOVE ZERO to ALU-MATRICULA.
           START ALUNOS KEY IS NOT LESS THAN ALU-MATRICULA.
           READ ALUNOS NEXT
           PERFORM UNTIL fs-alunos NOT EQUAL 00
               IF ALU-TURMA EQUAL wrk-turma-nova AND ALUNO-ATIVO
                   ADD 1 to wrk-ocupadas
               END-IF
               READ ALUNOS NEXT
           END-PERFORM.
           MOVE ZERO to RMT-MATRICULA.
           START REMATRICULA KEY IS NOT LESS THAN RMT-MATRICULA.
           READ REMATRICULA NEXT
           PERFORM UNTIL fs-rematricula NOT EQUAL 00
               IF RMT-TURMA-NOVA EQUAL wrk-turma-nova
                       AND REMAT-VAGA
                       AND RMT-CONFIRMADO NOT EQUAL "S"
                   ADD 1 to wrk-ocupadas
               END-IF
               READ REMATRICULA NEXT
           END-PERFORM.

       0250-confirmar SECTION.
      *grava no cadastro a turma nova de quem tem vaga (ativo) ou
      *foi para a espera; retidos, sem turma e sem resultado ficam
      *como estao e entram numa confirmacao posterior; a primeira
      *confirmacao abre o ano novo limpando o boletim e o historico
      *de enturmacao (o ano fechado ja esta no historico escolar)
           MOVE ZERO to wrk-qt-propostas.
           MOVE ZERO to RMT-MATRICULA.
           START REMATRICULA KEY IS NOT LESS THAN RMT-MATRICULA.
           READ REMATRICULA NEXT
           PERFORM UNTIL fs-rematricula NOT EQUAL 00
               IF (REMAT-VAGA OR REMAT-ESPERA)
                       AND RMT-CONFIRMADO NOT EQUAL "S"
                   ADD 1 to wrk-qt-propostas
               END-IF
               READ REMATRICULA NEXT
           END-PERFORM.
           IF wrk-qt-propostas EQUAL ZERO
               DISPLAY "nenhuma proposta pendente de confirmacao"
               GO to 0250-fim
           END-IF.
           DISPLAY "confirma a rematricula de " wrk-qt-propostas
                   " alunos (s/n)"
               ACCEPT wrk-confirma.
           IF wrk-confirma NOT EQUAL "S" AND wrk-confirma NOT EQUAL "s"
               GO to 0250-fim
           END-IF.
           PERFORM 0105-verificar-confirmada.

           MOVE ZERO to wrk-qt-confirmados.
           MOVE ZERO to RMT-MATRICULA.
           START REMATRICULA KEY IS NOT LESS THAN RMT-MATRICULA.
           READ REMATRICULA NEXT
           PERFORM UNTIL fs-rematricula NOT EQUAL 00
               IF (REMAT-VAGA OR REMAT-ESPERA)
                       AND RMT-CONFIRMADO NOT EQUAL "S"
                   PERFORM 0260-confirmar-aluno
               END-IF
               READ REMATRICULA NEXT
           END-PERFORM.
           DISPLAY "rematriculas confirmadas: " wrk-qt-confirmados.

           IF wrk-ano-aberto NOT EQUAL "S"
                   AND wrk-qt-confirmados > ZERO
               OPEN OUTPUT BOLETIM
               CLOSE BOLETIM
               OPEN OUTPUT HIST-TURMAS
               CLOSE HIST-TURMAS
               DISPLAY "boletim e historico de turmas limpos para o"
                       " ano novo"
           END-IF.
           PERFORM 0300-listar-proposta.
       0250-fim.
           EXIT.

       0260-confirmar-aluno SECTION.
           MOVE RMT-MATRICULA to ALU-MATRICULA.
           READ ALUNOS
               INVALID KEY
                   DISPLAY "matricula sem aluno no cadastro: "
                           RMT-MATRICULA
                   GO to 0260-fim
           END-READ.
           MOVE RMT-TURMA-NOVA to ALU-TURMA.
           IF REMAT-VAGA
               SET ALUNO-ATIVO to TRUE
           ELSE
               SET ALUNO-ESPERA to TRUE
           END-IF.
           REWRITE REG-ALUNO.
           MOVE "S" to RMT-CONFIRMADO.
           REWRITE REG-REMATRICULA.
           ADD 1 to wrk-qt-confirmados.
       0260-fim.
           EXIT.

       0300-listar-proposta SECTION.
      *listagem para a revisao da secretaria, uma linha por aluno
      *com a turma atual, o resultado, a turma proposta e a
      *situacao; o retido sai com os titulos vencidos
           OPEN OUTPUT REL-REMATRICULA.
           MOVE SPACES to REL-RM-LINHA.
           MOVE "proposta de rematricula" to REL-RM-LINHA(1:23).
           ACCEPT REL-RM-LINHA(45:8) FROM DATE YYYYMMDD.
           WRITE REL-REMATRICULA-REG.
           MOVE SPACES to REL-RM-LINHA.
           MOVE "matr nome" to REL-RM-LINHA(1:9).
           MOVE "atual  resultado   nova   situacao"
               to REL-RM-LINHA(32:34).
           WRITE REL-REMATRICULA-REG.
           MOVE ZERO to wrk-qt-propostas.
           MOVE ZERO to RMT-MATRICULA.
           START REMATRICULA KEY IS NOT LESS THAN RMT-MATRICULA.
           READ REMATRICULA NEXT
           PERFORM UNTIL fs-rematricula NOT EQUAL 00
               ADD 1 to wrk-qt-propostas
               PERFORM 0310-linha-proposta
               READ REMATRICULA NEXT
           END-PERFORM.
           MOVE SPACES to REL-RM-LINHA.
           MOVE "alunos na proposta:" to REL-RM-LINHA(1:19).
           MOVE wrk-qt-propostas to REL-RM-LINHA(21:4).
           WRITE REL-REMATRICULA-REG.
           CLOSE REL-REMATRICULA.
           DISPLAY "proposta listada em rematricula-proposta.txt ("
                   wrk-qt-propostas " alunos)".

       0310-linha-proposta SECTION.
           MOVE SPACES to REL-RM-LINHA.
           MOVE RMT-MATRICULA to REL-RM-LINHA(1:4).
           MOVE RMT-MATRICULA to ALU-MATRICULA.
           READ ALUNOS
               INVALID KEY
                   MOVE "(sem cadastro)" to REL-RM-LINHA(6:14)
               NOT INVALID KEY
                   MOVE ALU-NOME to REL-RM-LINHA(6:25)
           END-READ.
           MOVE RMT-TURMA-ATUAL to REL-RM-LINHA(32:6).
           MOVE RMT-RESULTADO to REL-RM-LINHA(39:11).
           MOVE RMT-TURMA-NOVA to REL-RM-LINHA(51:6).
           EVALUATE TRUE
               WHEN REMAT-VAGA AND RMT-CONFIRMADO EQUAL "S"
                   MOVE "confirmada" to REL-RM-LINHA(58:10)
               WHEN REMAT-ESPERA AND RMT-CONFIRMADO EQUAL "S"
                   MOVE "confirmada na espera" to REL-RM-LINHA(58:20)
               WHEN REMAT-VAGA
                   MOVE "com vaga" to REL-RM-LINHA(58:8)
               WHEN REMAT-ESPERA
                   MOVE "lista de espera" to REL-RM-LINHA(58:15)
               WHEN REMAT-RETIDO
                   MOVE "retido-inadimplente" to REL-RM-LINHA(58:19)
               WHEN REMAT-SEM-TURMA
                   MOVE "sem turma da serie" to REL-RM-LINHA(58:18)
               WHEN OTHER
                   MOVE "sem resultado final" to REL-RM-LINHA(58:19)
           END-EVALUATE.
           WRITE REL-REMATRICULA-REG.
           IF REMAT-RETIDO OR RMT-LIBERADO EQUAL "S"
               MOVE SPACES to REL-RM-LINHA
               MOVE "titulos vencidos" to REL-RM-LINHA(6:16)
               MOVE RMT-ATRASO-QTD to REL-RM-LINHA(23:3)
               MOVE "valor" to REL-RM-LINHA(28:5)
               MOVE RMT-ATRASO-VALOR to wrk-valor-ed
               MOVE wrk-valor-ed to REL-RM-LINHA(34:11)
               IF RMT-LIBERADO EQUAL "S"
                   MOVE "liberado pela secretaria"
                       to REL-RM-LINHA(47:24)
               END-IF
               WRITE REL-REMATRICULA-REG
           END-IF.

       END PROGRAM rematric.
