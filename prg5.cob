               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DIS-CODIGO
               FILE STATUS IS FS-DISCIPLINAS.
      *plano de avaliacao da disciplina no ano letivo da turma do
      *aluno (mantido no programa alunos): com plano, as notas sao
      *por avaliacao e a media e ponderada; sem plano, duas notas e
      *media simples como sempre
       SELECT PLANO-AVAL ASSIGN TO "./avaliacoes-plano.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AVP-CHAVE
               FILE STATUS IS FS-PLANO-AVAL.
       SELECT TURMAS ASSIGN TO "./turmas.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TUR-CODIGO
               FILE STATUS IS FS-TURMAS.
      *carga de notas em lote: o arquivo do professor entra linha a
      *linha com as mesmas validacoes da tela e as recusadas saem
      *com motivo, no espirito das transacoes-rejeitadas do
      *cadastro de clientes
      *grade horaria e cadastro de professores: professor so lanca
      *na propria turma/disciplina (copy profacs.cpy)
       SELECT OPERADORES ASSIGN TO "./operadores.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OPER-LOGIN
               FILE STATUS IS FS-OPERADORES.
       SELECT PROFESSORES ASSIGN TO "./professores.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PRF-CODIGO
               ALTERNATE RECORD KEY IS PRF-LOGIN WITH DUPLICATES
               FILE STATUS IS FS-PROFESSORES.
       SELECT HORARIOS ASSIGN TO "./horarios.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HOR-CHAVE
               ALTERNATE RECORD KEY IS HOR-PROFESSOR WITH DUPLICATES
               FILE STATUS IS FS-HORARIOS.
       SELECT LOTE ASSIGN TO "./notas-lote.dat"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS FS-LOTE.
           COPY "alureg.cpy".
           FD DISCIPLINAS.
           COPY "disreg.cpy".
           FD PLANO-AVAL.
           COPY "avpreg.cpy".
           FD TURMAS.
           COPY "turreg.cpy".
           FD OPERADORES.
           COPY "operreg.cpy".
           FD PROFESSORES.
           COPY "profreg.cpy".
           FD HORARIOS.
           COPY "horreg.cpy".
      *com plano de avaliacao, LT-NOTA1 e LT-NOTA2 sao as duas
      *primeiras avaliacoes e LT-NOTA-MAIS da a terceira em diante;
      *sem plano so as duas primeiras contam
           FD LOTE.
               01 REG-LOTE.
                   02 LT-MATRICULA PIC 9(04).
                   02 LT-NOTA2 PIC 9(02)V99.
                   02 LT-TOTAL-AULAS PIC 9(03).
                   02 LT-FALTAS PIC 9(03).
                   02 LT-NOTA-MAIS PIC 9(02)V99 OCCURS 6 TIMES.
      *motivo da recusa + a linha original intacta, para corrigir e
      *reenviar: 01 matricula inexistente, 02 disciplina invalida,
      *03 nota fora de 0-10, 04 faltas acima das aulas,
      *05 matricula/disciplina ja lancada, 06 turma/disciplina fora
      *da grade do professor
           FD REJEITOS.
               01 REJ-REG.
                   02 REJ-MOTIVO PIC X(02).
                   02 REJ-LINHA PIC X(44).
       WORKING-STORAGE SECTION.
       77 fs-boletim pic 9(02) value zero.
       77 fs-alunos pic 9(02) value zero.
       77 wrk-modo pic x(01) value SPACE.
       77 wrk-nota-recup pic 9(02)v99 value zero.
       77 wrk-media-final pic 9(02)v99 value zero.
      *plano de avaliacao do lancamento: ano letivo da turma (ou o
      *corrente), notas por avaliacao e as somas da media ponderada
       77 fs-plano-aval pic 9(02) value zero.
       77 fs-turmas pic 9(02) value zero.
       77 wrk-tem-planos pic x(01) value "N".
       77 wrk-tem-turmas pic x(01) value "N".
       77 wrk-plano-ok pic x(01) value "N".
           88 com-plano value "S".
       77 wrk-ano pic 9(04) value zero.
       77 wrk-data pic 9(08) value zero.
       77 wrk-aval-ind pic 9(01) value zero.
       77 wrk-soma-pesos pic 9(04) value zero.
       77 wrk-soma-pond pic 9(07)v99 value zero.
       01 wrk-tab-notas-aval.
           05 wrk-nota-aval pic 9(02)v99 OCCURS 8 times.
      *campos passados ao modulo comum de registro de erros (logerr)
       77 wrk-log-programa pic x(10) value "prg5".
       77 wrk-log-severidade pic x(01) value "E".
       77 wrk-log-fstatus pic x(02) value SPACES.
       77 wrk-log-mensagem pic x(40) value SPACES.
      *controle de acesso do professor
       COPY "profvars.cpy".
       COPY "senhvars.cpy".
       COPY "sessvars.cpy".

       PROCEDURE DIVISION.
       0050-principal SECTION.
      *anterior precisa voltar a "S" antes dos lacos de lancamento
           MOVE "S" to wrk-continuar.
           ACCEPT wrk-modo FROM COMMAND-LINE.
           PERFORM 0095-identificar-professor.
           PERFORM 0090-abrir-arquivo.
           IF wrk-modo EQUAL "R" OR wrk-modo EQUAL "r"
               PERFORM 0130-recuperacao UNTIL NOT continuar-turma
               CLOSE ALUNOS
               STOP RUN
           END-IF.
      *sem arquivo de planos todas as disciplinas seguem nas duas
      *notas; sem turmas o ano do plano e o corrente
           MOVE "N" to wrk-tem-planos wrk-tem-turmas.
           OPEN INPUT PLANO-AVAL.
           IF fs-plano-aval EQUAL 00
               MOVE "S" to wrk-tem-planos
           END-IF.
           OPEN INPUT TURMAS.
           IF fs-turmas EQUAL 00
               MOVE "S" to wrk-tem-turmas
           END-IF.

       0100-recebe SECTION.
      *a matricula precisa existir no cadastro mestre de alunos; o
                   NOT INVALID KEY
                       DISPLAY "aluno: " ALU-NOME " turma "
                               ALU-TURMA
      *professor so lanca para aluno de turma em que da aula
                       MOVE ALU-TURMA to wrk-gr-turma
                       MOVE ZERO to wrk-gr-disciplina
                       PERFORM 0097-verificar-grade
                       IF wrk-grade-ok NOT EQUAL "S"
                           DISPLAY "turma fora da sua grade horaria,"
                                   " redigite"
                       ELSE
                           DISPLAY "confirma (S/N)"
                               ACCEPT wrk-confirma
                           IF wrk-confirma EQUAL "S"
                                   OR wrk-confirma EQUAL "s"
                               MOVE "S" to wrk-aluno-ok
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           PERFORM 0110-escolher-disciplina.
           PERFORM 0120-carregar-plano.
           IF com-plano
               PERFORM VARYING wrk-aval-ind FROM 1 BY 1
                       UNTIL wrk-aval-ind > AVP-QTD
                   DISPLAY "Entre a nota de " AVP-NOME(wrk-aval-ind)
                           " (peso " AVP-PESO(wrk-aval-ind) ")"
                       ACCEPT wrk-nota-aval(wrk-aval-ind)
                   PERFORM UNTIL wrk-nota-aval(wrk-aval-ind) NOT > 10
                       DISPLAY "nota fora de 0-10, redigite"
                           ACCEPT wrk-nota-aval(wrk-aval-ind)
                   END-PERFORM
               END-PERFORM
           ELSE
               DISPLAY "Entre a nota 1"
                   ACCEPT wrk-nota1
               PERFORM UNTIL wrk-nota1 NOT > 10
                   DISPLAY "nota fora de 0-10, redigite"
                       ACCEPT wrk-nota1
               END-PERFORM
               DISPLAY "Entre a nota 2"
                   ACCEPT wrk-nota2
               PERFORM UNTIL wrk-nota2 NOT > 10
                   DISPLAY "nota fora de 0-10, redigite"
                       ACCEPT wrk-nota2
               END-PERFORM
           END-IF.
           DISPLAY "total de aulas do periodo"
               ACCEPT wrk-total-aulas.
           DISPLAY "faltas do aluno"

       0110-escolher-disciplina SECTION.
      *a materia do lancamento sai da tabela de disciplinas, como a
      *matricula sai do cadastro de alunos; o professor so escolhe
      *disciplina que da na turma do aluno (ALU-TURMA ja lido)
           MOVE "N" to wrk-disc-ok.
           PERFORM UNTIL wrk-disc-ok EQUAL "S"
               DISPLAY "codigo da disciplina"
                       IF DISCIPLINA-INATIVA
                           DISPLAY "disciplina inativa, redigite"
                       ELSE
                           MOVE ALU-TURMA to wrk-gr-turma
                           MOVE wrk-disciplina to wrk-gr-disciplina
                           PERFORM 0097-verificar-grade
                           IF wrk-grade-ok NOT EQUAL "S"
                               DISPLAY "disciplina fora da sua grade"
                                       " nesta turma, redigite"
                           ELSE
                               MOVE "S" to wrk-disc-ok
                               DISPLAY "disciplina: " DIS-NOME
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

       0120-carregar-plano SECTION.
      *plano da disciplina no ano letivo da turma do aluno (o
      *registro do aluno ja esta lido); zera as notas por avaliacao
           MOVE "N" to wrk-plano-ok.
           MOVE ZERO to wrk-nota1 wrk-nota2.
           PERFORM VARYING wrk-aval-ind FROM 1 BY 1
                   UNTIL wrk-aval-ind > 8
               MOVE ZERO to wrk-nota-aval(wrk-aval-ind)
           END-PERFORM.
           ACCEPT wrk-data FROM DATE YYYYMMDD.
           MOVE wrk-data(1:4) to wrk-ano.
           IF wrk-tem-turmas EQUAL "S"
               MOVE ALU-TURMA to TUR-CODIGO
               READ TURMAS
                   NOT INVALID KEY
                       IF TUR-ANO > ZERO
                           MOVE TUR-ANO to wrk-ano
                       END-IF
               END-READ
           END-IF.
           IF wrk-tem-planos EQUAL "S"
               MOVE wrk-disciplina to AVP-DISCIPLINA
               MOVE wrk-ano to AVP-ANO
               READ PLANO-AVAL
                   NOT INVALID KEY
                       IF AVP-QTD > ZERO
                           MOVE "S" to wrk-plano-ok
                       END-IF
               END-READ
           END-IF.

       0130-recuperacao SECTION.
      *localiza o aluno em recuperacao, mostra as notas ja gravadas,
      *recebe a nota da prova de recuperacao e recalcula a media
      *nota da recuperacao) / 2, aprovado com media final 5 ou mais
           DISPLAY "matricula do aluno"
               ACCEPT wrk-id.
           MOVE wrk-id to ALU-MATRICULA.
           READ ALUNOS
               INVALID KEY
                   MOVE SPACES to ALU-TURMA
           END-READ.
           MOVE ALU-TURMA to wrk-gr-turma.
           MOVE ZERO to wrk-gr-disciplina.
           PERFORM 0097-verificar-grade.
           IF wrk-grade-ok NOT EQUAL "S"
               DISPLAY "aluno de turma fora da sua grade horaria"
               GO to 0130-proximo
           END-IF.
           PERFORM 0110-escolher-disciplina.
           MOVE wrk-id to BOL-ID.
           MOVE wrk-disciplina to BOL-DISCIPLINA.
                       DISPLAY "aluno nao esta em recuperacao: "
                               BOL-SITUACAO
                   ELSE
                       IF BOLETIM-PONDERADO
                           PERFORM VARYING wrk-aval-ind FROM 1 BY 1
                                   UNTIL wrk-aval-ind > BOL-QTD-AVAL
                               DISPLAY "avaliacao " wrk-aval-ind
                                       " gravada: "
                                       BOL-NOTA-AVAL(wrk-aval-ind)
                           END-PERFORM
                       ELSE
                           DISPLAY "nota 1 gravada: " BOL-NOTA1
                           DISPLAY "nota 2 gravada: " BOL-NOTA2
                       END-IF
                       DISPLAY "media gravada.: " BOL-MEDIA
                       DISPLAY "Entre a nota da recuperacao"
                           ACCEPT wrk-nota-recup
                       DISPLAY "situacao final: " BOL-SITUACAO
                   END-IF
           END-READ.
       0130-proximo.
           DISPLAY "outro aluno (S/N)"
               ACCEPT wrk-continuar.

               END-READ
           END-IF.
           IF wrk-lote-motivo EQUAL SPACES
               MOVE LT-DISCIPLINA to wrk-disciplina
               PERFORM 0120-carregar-plano
               MOVE LT-NOTA1 to wrk-nota-aval(1)
               MOVE LT-NOTA2 to wrk-nota-aval(2)
               IF com-plano
                   PERFORM VARYING wrk-aval-ind FROM 3 BY 1
                           UNTIL wrk-aval-ind > AVP-QTD
                       MOVE LT-NOTA-MAIS(wrk-aval-ind - 2)
                           to wrk-nota-aval(wrk-aval-ind)
                   END-PERFORM
                   PERFORM VARYING wrk-aval-ind FROM 1 BY 1
                           UNTIL wrk-aval-ind > AVP-QTD
                       IF wrk-nota-aval(wrk-aval-ind) > 10
                           MOVE "03" to wrk-lote-motivo
                       END-IF
                   END-PERFORM
               ELSE
                   IF LT-NOTA1 > 10 OR LT-NOTA2 > 10
                       MOVE "03" to wrk-lote-motivo
                   END-IF
               END-IF
           END-IF.
           IF wrk-lote-motivo EQUAL SPACES
                   MOVE "04" to wrk-lote-motivo
               END-IF
           END-IF.
           IF wrk-lote-motivo EQUAL SPACES
               MOVE ALU-TURMA to wrk-gr-turma
               MOVE LT-DISCIPLINA to wrk-gr-disciplina
               PERFORM 0097-verificar-grade
               IF wrk-grade-ok NOT EQUAL "S"
                   MOVE "06" to wrk-lote-motivo
               END-IF
           END-IF.
           IF wrk-lote-motivo NOT EQUAL SPACES
               PERFORM 0146-rejeitar-linha
               GO to 0145-fim
           MOVE LT-MATRICULA to wrk-id.
           MOVE LT-DISCIPLINA to wrk-disciplina.
           PERFORM 0150-processa.
           PERFORM 0240-montar-boletim.
           WRITE REG-BOLETIM
               INVALID KEY
                   MOVE "05" to wrk-lote-motivo
           ADD 1 to wrk-lote-rejeitadas.

       0150-processa SECTION.
           IF com-plano
               PERFORM 0155-media-ponderada
           ELSE
               compute wrk-media = (wrk-nota1 + wrk-nota2)/2

      *os operadores de comparacao podem ser [greater, less, equal]
               if wrk-media GREATER 7
                   MOVE "aprovado" to wrk-situacao
               else
                   if wrk-media > 4
                       MOVE "recuperacao" to wrk-situacao
                   else
                       MOVE "reprovado" to wrk-situacao
                   end-if
               end-if
           END-IF.

               MOVE "rep.falta" to wrk-situacao
           END-IF.

       0155-media-ponderada SECTION.
      *media = soma de nota x peso / soma dos pesos; aprovado com a
      *media do plano ou mais, a faixa de recuperacao continua
      *acima de 4; as duas primeiras notas ficam tambem em nota1 e
      *nota2 para quem le o boletim antigo
           MOVE ZERO to wrk-soma-pesos wrk-soma-pond.
           PERFORM VARYING wrk-aval-ind FROM 1 BY 1
                   UNTIL wrk-aval-ind > AVP-QTD
               ADD AVP-PESO(wrk-aval-ind) to wrk-soma-pesos
               COMPUTE wrk-soma-pond = wrk-soma-pond
                       + wrk-nota-aval(wrk-aval-ind)
                       * AVP-PESO(wrk-aval-ind)
           END-PERFORM.
           IF wrk-soma-pesos > ZERO
               COMPUTE wrk-media ROUNDED =
                       wrk-soma-pond / wrk-soma-pesos
           ELSE
               MOVE ZERO to wrk-media
           END-IF.
           MOVE wrk-nota-aval(1) to wrk-nota1.
           MOVE wrk-nota-aval(2) to wrk-nota2.
           IF wrk-media NOT < AVP-MEDIA-APROV
               MOVE "aprovado" to wrk-situacao
           ELSE
               IF wrk-media > 4
                   MOVE "recuperacao" to wrk-situacao
               ELSE
                   MOVE "reprovado" to wrk-situacao
               END-IF
           END-IF.

       0200-exibe SECTION.
           DISPLAY "o valor da media foi "wrk-media.
           DISPLAY "frequencia: "wrk-frequencia"%".
       0250-grava-boletim SECTION.
      *grava a nota final do aluno no boletim, chaveado por
      *matricula + disciplina
           PERFORM 0240-montar-boletim.
           WRITE REG-BOLETIM
               INVALID KEY
                   DISPLAY "matricula/disciplina ja lancada no"
                           " boletim"
           END-WRITE.

       0240-montar-boletim SECTION.
      *registro do boletim a partir do lancamento (tela ou lote);
      *com plano, formato "P" com o ano e a nota de cada avaliacao
           MOVE wrk-id to BOL-ID.
           MOVE wrk-disciplina to BOL-DISCIPLINA.
           MOVE wrk-nota1 to BOL-NOTA1.
           MOVE wrk-total-aulas to BOL-TOTAL-AULAS.
           MOVE wrk-faltas to BOL-FALTAS.
           MOVE wrk-frequencia to BOL-FREQUENCIA.
           MOVE wrk-ano to BOL-ANO.
           PERFORM VARYING wrk-aval-ind FROM 1 BY 1
                   UNTIL wrk-aval-ind > 8
               MOVE wrk-nota-aval(wrk-aval-ind)
                   to BOL-NOTA-AVAL(wrk-aval-ind)
           END-PERFORM.
           IF com-plano
               SET BOLETIM-PONDERADO to TRUE
               MOVE AVP-QTD to BOL-QTD-AVAL
           ELSE
               MOVE SPACE to BOL-FORMATO
               MOVE ZERO to BOL-QTD-AVAL
           END-IF.

       0300-finaliza SECTION.
           CLOSE BOLETIM.
           CLOSE ALUNOS.
           CLOSE DISCIPLINAS.
           IF wrk-tem-planos EQUAL "S"
               CLOSE PLANO-AVAL
           END-IF.
           IF wrk-tem-turmas EQUAL "S"
               CLOSE TURMAS
           END-IF.
           IF wrk-tem-grade EQUAL "S"
               CLOSE PROFESSORES
               CLOSE HORARIOS
           END-IF.
           GOBACK.
       COPY "profacs.cpy".

       COPY "senhash.cpy".

       END PROGRAM prg5.
