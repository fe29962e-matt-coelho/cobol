      ******************************************************************
      * Author:
      * Date:
      * Purpose: cadastro de professores e grade horaria das turmas
      *          (turma, dia da semana, periodo, disciplina e
      *          professor): a grade nao aceita o professor em duas
      *          turmas no mesmo dia e periodo, a validacao aponta
      *          disciplina ativa sem professor em cada turma, e a
      *          carga horaria do mes conta, no registro da chamada,
      *          as aulas dadas por professor para o RH pagar os
      *          horistas; a chamada e o prg5 usam a grade para o
      *          professor so lancar nas proprias turmas
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. professor.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.

       FILE-CONTROL.
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
       SELECT TURMAS ASSIGN TO "./turmas.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TUR-CODIGO
               FILE STATUS IS FS-TURMAS.
       SELECT DISCIPLINAS ASSIGN TO "./disciplinas.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DIS-CODIGO
               FILE STATUS IS FS-DISCIPLINAS.
       SELECT CHAMADA ASSIGN TO "./chamada.dat"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS FS-CHAMADA.
       SELECT REL-GRADE ASSIGN TO "./grade-validacao.txt"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS FS-REL-GRADE.
       SELECT REL-CARGA ASSIGN TO "./carga-horaria.txt"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS FS-REL-CARGA.
       DATA DIVISION.
       FILE SECTION.
           FD PROFESSORES.
           COPY "profreg.cpy".
           FD HORARIOS.
           COPY "horreg.cpy".
           FD TURMAS.
           COPY "turreg.cpy".
           FD DISCIPLINAS.
           COPY "disreg.cpy".
      *mesmo desenho do registro gravado pela chamada
           FD CHAMADA.
               01 REG-CHAMADA.
                   02 CHA-DATA PIC 9(08).
                   02 CHA-TURMA PIC X(06).
                   02 CHA-DISCIPLINA PIC 9(02).
                   02 CHA-TIPO PIC X(01).
                       88 CHAMADA-AULA  VALUE "A".
                       88 CHAMADA-FALTA VALUE "F".
                   02 CHA-MATRICULA PIC 9(04).
                   02 CHA-AULAS PIC 9(02).
           FD REL-GRADE.
               01 REL-GRADE-REG.
                   02 REL-GR-LINHA PIC X(80).
           FD REL-CARGA.
               01 REL-CARGA-REG.
                   02 REL-CG-LINHA PIC X(80).
       WORKING-STORAGE SECTION.
       77 fs-professores pic 9(02) value zero.
       77 fs-horarios pic 9(02) value zero.
       77 fs-turmas pic 9(02) value zero.
       77 fs-disciplinas pic 9(02) value zero.
       77 fs-chamada pic 9(02) value zero.
       77 fs-rel-grade pic 9(02) value zero.
       77 fs-rel-carga pic 9(02) value zero.
       77 wrk-opcao pic 9(01) value zero.
       77 wrk-confirma pic x(01) value SPACE.
      *cadastro de professores
       77 wrk-codigo pic 9(04) value zero.
       77 wrk-nome pic x(30) value SPACES.
       77 wrk-login pic x(10) value SPACES.
       77 wrk-vinculo pic x(01) value "M".
       77 wrk-valor-aula pic 9(04)v99 value zero.
       77 wrk-situacao pic x(01) value "A".
       77 wrk-login-ok pic x(01) value "N".
      *grade horaria
       77 wrk-turma pic x(06) value SPACES.
       77 wrk-dia-semana pic 9(01) value zero.
       77 wrk-periodo pic 9(02) value zero.
       77 wrk-disciplina pic 9(02) value zero.
       77 wrk-professor pic 9(04) value zero.
       77 wrk-conflito pic x(01) value "N".
       77 wrk-conflito-turma pic x(06) value SPACES.
       77 wrk-aulas-semana pic 9(03) value zero.
      *validacao da grade: disciplinas ativas e os horarios ja
      *vistos do professor corrente
       77 wrk-ano-turmas pic 9(04) value zero.
       77 wrk-disc-qtd pic 9(02) value zero.
       77 wrk-disc-ind pic 9(02) value zero.
       01 wrk-tab-disc.
           05 wrk-disc-cod pic 9(02) OCCURS 20 times.
       77 wrk-tem-professor pic x(01) value "N".
       77 wrk-vs-qtd pic 9(02) value zero.
       77 wrk-vs-ind pic 9(02) value zero.
       01 wrk-tab-vistos.
           05 wrk-vs-ent OCCURS 60 times.
               10 wrk-vs-dia pic 9(01).
               10 wrk-vs-periodo pic 9(02).
               10 wrk-vs-turma pic x(06).
       77 wrk-prof-ant pic 9(04) value zero.
       77 wrk-faltando pic 9(04) value zero.
       77 wrk-conflitos pic 9(04) value zero.
      *carga horaria do mes: aulas por professor/turma/disciplina;
      *aula dada em dia fora da grade vai para o professor da
      *disciplina na turma e e contada a parte
       77 wrk-mes-carga pic 9(06) value zero.
       77 wrk-cg-qtd pic 9(03) value zero.
       77 wrk-cg-ind pic 9(03) value zero.
       77 wrk-cg-achou pic 9(03) value zero.
       01 wrk-tab-carga.
           05 wrk-cg-ent OCCURS 300 times.
               10 wrk-cg-professor pic 9(04).
               10 wrk-cg-turma pic x(06).
               10 wrk-cg-disciplina pic 9(02).
               10 wrk-cg-aulas pic 9(04).
               10 wrk-cg-fora pic 9(04).
       77 wrk-prof-dia pic 9(04) value zero.
       77 wrk-prof-qualquer pic 9(04) value zero.
       77 wrk-fora-grade pic x(01) value "N".
       77 wrk-tot-aulas pic 9(05) value zero.
       77 wrk-tot-geral pic 9(06) value zero.
       77 wrk-valor-pagar pic 9(08)v99 value zero.
       77 wrk-valor-ed pic zzzzzzz9.99 value zero.
       77 wrk-aulas-ed pic zzzz9 value zero.
      *dia da semana da aula (copys mesdia/calcdsem)
       01 wrk-data.
           05 wrk-ano pic 9(04).
           05 wrk-mes pic 9(02).
           05 wrk-dia pic 9(02).
       COPY "mesdia.cpy".

       PROCEDURE DIVISION.

       0050-principal section.
           MOVE ZERO to wrk-opcao.
           PERFORM 0090-abrir-arquivos.
           PERFORM 0060-menu UNTIL wrk-opcao EQUAL 9.
           DISPLAY "finalizar".
           CLOSE PROFESSORES.
           CLOSE HORARIOS.
           CLOSE TURMAS.
           CLOSE DISCIPLINAS.
           GOBACK.

       0090-abrir-arquivos SECTION.
           OPEN I-O PROFESSORES.
           IF fs-professores EQUAL 35
               OPEN OUTPUT PROFESSORES
               CLOSE PROFESSORES
               OPEN I-O PROFESSORES
           END-IF.
           OPEN I-O HORARIOS.
           IF fs-horarios EQUAL 35
               OPEN OUTPUT HORARIOS
               CLOSE HORARIOS
               OPEN I-O HORARIOS
           END-IF.
           OPEN INPUT TURMAS.
           IF fs-turmas NOT EQUAL 00
               DISPLAY "cadastro de turmas indisponivel -"
                       " cadastre no programa alunos"
               CLOSE PROFESSORES
               CLOSE HORARIOS
               STOP RUN
           END-IF.
           OPEN INPUT DISCIPLINAS.
           IF fs-disciplinas NOT EQUAL 00
               DISPLAY "tabela de disciplinas indisponivel -"
                       " cadastre no programa alunos"
               CLOSE PROFESSORES
               CLOSE HORARIOS
               CLOSE TURMAS
               STOP RUN
           END-IF.

       0060-menu SECTION.
           DISPLAY "1-incluir professor  2-alterar professor"
               "  3-listar professores  4-incluir aula na grade".
           DISPLAY "5-excluir aula da grade  6-grade da turma"
               "  7-validar grade  8-carga horaria do mes  9-sair".
           DISPLAY "opcao"
               ACCEPT wrk-opcao.
           EVALUATE wrk-opcao
               WHEN 1
                   PERFORM 0100-incluir-professor
               WHEN 2
                   PERFORM 0110-alterar-professor
               WHEN 3
                   PERFORM 0120-listar-professores
               WHEN 4
                   PERFORM 0200-incluir-aula
               WHEN 5
                   PERFORM 0210-excluir-aula
               WHEN 6
                   PERFORM 0220-grade-turma
               WHEN 7
                   PERFORM 0300-validar-grade
               WHEN 8
                   PERFORM 0400-carga-horaria
               WHEN 9
                   CONTINUE
               WHEN OTHER
                   DISPLAY "opcao invalida"
           END-EVALUATE.

       0100-incluir-professor SECTION.
           DISPLAY "codigo do professor"
               ACCEPT wrk-codigo.
           IF wrk-codigo EQUAL ZERO
               DISPLAY "codigo invalido"
               GO to 0100-fim
           END-IF.
           DISPLAY "nome"
               ACCEPT wrk-nome.
           PERFORM 0105-receber-dados.
           IF wrk-login-ok NOT EQUAL "S"
               GO to 0100-fim
           END-IF.
           MOVE wrk-codigo to PRF-CODIGO.
           MOVE wrk-nome to PRF-NOME.
           MOVE wrk-login to PRF-LOGIN.
           MOVE wrk-vinculo to PRF-VINCULO.
           MOVE wrk-valor-aula to PRF-VALOR-AULA.
           SET PROFESSOR-ATIVO to TRUE.
           WRITE REG-PROFESSOR
               INVALID KEY
                   DISPLAY "professor ja cadastrado"
           END-WRITE.
       0100-fim.
           EXIT.

       0105-receber-dados SECTION.
      *login de operador (um por professor), vinculo e valor da
      *aula do horista; o login em uso por outro professor recusa
           MOVE "S" to wrk-login-ok.
           DISPLAY "login de operador (branco = sem acesso ao"
                   " lancamento)"
               ACCEPT wrk-login.
           IF wrk-login NOT EQUAL SPACES
               MOVE wrk-login to PRF-LOGIN
               READ PROFESSORES KEY IS PRF-LOGIN
                   NOT INVALID KEY
                       IF PRF-CODIGO NOT EQUAL wrk-codigo
                           DISPLAY "login ja usado pelo professor "
                                   PRF-CODIGO
                           MOVE "N" to wrk-login-ok
                       END-IF
               END-READ
           END-IF.
           IF wrk-login-ok NOT EQUAL "S"
               GO to 0105-fim
           END-IF.
           DISPLAY "vinculo (H = horista, M = mensalista)"
               ACCEPT wrk-vinculo.
           IF wrk-vinculo EQUAL "h"
               MOVE "H" to wrk-vinculo
           END-IF.
           IF wrk-vinculo NOT EQUAL "H"
               MOVE "M" to wrk-vinculo
           END-IF.
           MOVE ZERO to wrk-valor-aula.
           IF wrk-vinculo EQUAL "H"
               DISPLAY "valor da aula"
                   ACCEPT wrk-valor-aula
           END-IF.
       0105-fim.
           EXIT.

       0110-alterar-professor SECTION.
           DISPLAY "codigo do professor"
               ACCEPT wrk-codigo.
           MOVE wrk-codigo to PRF-CODIGO.
           READ PROFESSORES
               INVALID KEY
                   DISPLAY "professor nao encontrado"
                   GO to 0110-fim
           END-READ.
           DISPLAY "nome atual: " PRF-NOME.
           DISPLAY "login " PRF-LOGIN "  vinculo " PRF-VINCULO
                   "  valor da aula " PRF-VALOR-AULA
                   "  situacao " PRF-SITUACAO.
           DISPLAY "novo nome"
               ACCEPT wrk-nome.
           PERFORM 0105-receber-dados.
           IF wrk-login-ok NOT EQUAL "S"
               GO to 0110-fim
           END-IF.
           DISPLAY "situacao (A = ativo, I = inativo)"
               ACCEPT wrk-situacao.
           IF wrk-situacao EQUAL "i"
               MOVE "I" to wrk-situacao
           END-IF.
           IF wrk-situacao NOT EQUAL "I"
               MOVE "A" to wrk-situacao
           END-IF.
           MOVE wrk-codigo to PRF-CODIGO.
           READ PROFESSORES
               INVALID KEY
                   GO to 0110-fim
           END-READ.
           MOVE wrk-nome to PRF-NOME.
           MOVE wrk-login to PRF-LOGIN.
           MOVE wrk-vinculo to PRF-VINCULO.
           MOVE wrk-valor-aula to PRF-VALOR-AULA.
           MOVE wrk-situacao to PRF-SITUACAO.
           REWRITE REG-PROFESSOR.
           IF PROFESSOR-INATIVO
               DISPLAY "retire o professor das aulas da grade"
                       " (opcao 5)"
           END-IF.
       0110-fim.
           EXIT.

       0120-listar-professores SECTION.
           MOVE ZERO to PRF-CODIGO.
           START PROFESSORES KEY IS NOT LESS THAN PRF-CODIGO.
           READ PROFESSORES NEXT
           PERFORM UNTIL fs-professores NOT EQUAL 00
               PERFORM 0125-contar-aulas
               DISPLAY PRF-CODIGO " " PRF-NOME " " PRF-LOGIN " "
                       PRF-VINCULO " " PRF-SITUACAO " aulas/semana "
                       wrk-aulas-semana
               READ PROFESSORES NEXT
           END-PERFORM.

       0125-contar-aulas SECTION.
      *aulas semanais do professor corrente na grade
           MOVE ZERO to wrk-aulas-semana.
           MOVE PRF-CODIGO to HOR-PROFESSOR.
           START HORARIOS KEY IS EQUAL HOR-PROFESSOR
               INVALID KEY
                   GO to 0125-fim
           END-START.
           READ HORARIOS NEXT.
           PERFORM UNTIL fs-horarios NOT EQUAL 00
                   OR HOR-PROFESSOR NOT EQUAL PRF-CODIGO
               ADD 1 to wrk-aulas-semana
               READ HORARIOS NEXT
           END-PERFORM.
       0125-fim.
           EXIT.

       0200-incluir-aula SECTION.
      *uma aula semanal: turma ativa, disciplina ativa, professor
      *ativo e livre no mesmo dia e periodo
           DISPLAY "turma"
               ACCEPT wrk-turma.
           MOVE wrk-turma to TUR-CODIGO.
           READ TURMAS
               INVALID KEY
                   DISPLAY "turma nao cadastrada"
                   GO to 0200-fim
           END-READ.
           IF TURMA-INATIVA
               DISPLAY "turma inativa"
               GO to 0200-fim
           END-IF.
           DISPLAY "dia da semana (2 = segunda ... 7 = sabado)"
               ACCEPT wrk-dia-semana.
           IF wrk-dia-semana < 1 OR wrk-dia-semana > 7
               DISPLAY "dia invalido"
               GO to 0200-fim
           END-IF.
           DISPLAY "periodo (aula do dia, 1-12)"
               ACCEPT wrk-periodo.
           IF wrk-periodo < 1 OR wrk-periodo > 12
               DISPLAY "periodo invalido"
               GO to 0200-fim
           END-IF.
           DISPLAY "disciplina"
               ACCEPT wrk-disciplina.
           MOVE wrk-disciplina to DIS-CODIGO.
           READ DISCIPLINAS
               INVALID KEY
                   DISPLAY "disciplina nao cadastrada"
                   GO to 0200-fim
           END-READ.
           IF DISCIPLINA-INATIVA
               DISPLAY "disciplina inativa"
               GO to 0200-fim
           END-IF.
           DISPLAY "professor"
               ACCEPT wrk-professor.
           MOVE wrk-professor to PRF-CODIGO.
           READ PROFESSORES
               INVALID KEY
                   DISPLAY "professor nao cadastrado"
                   GO to 0200-fim
           END-READ.
           IF PROFESSOR-INATIVO
               DISPLAY "professor inativo"
               GO to 0200-fim
           END-IF.
           PERFORM 0205-conflito-professor.
           IF wrk-conflito EQUAL "S"
               DISPLAY "professor ja tem aula na turma "
                       wrk-conflito-turma " neste dia e periodo"
               GO to 0200-fim
           END-IF.
           MOVE wrk-turma to HOR-TURMA.
           MOVE wrk-dia-semana to HOR-DIA-SEMANA.
           MOVE wrk-periodo to HOR-PERIODO.
           MOVE wrk-disciplina to HOR-DISCIPLINA.
           MOVE wrk-professor to HOR-PROFESSOR.
           WRITE REG-HORARIO
               INVALID KEY
                   DISPLAY "turma ja tem aula neste dia e periodo"
                           " (exclua antes na opcao 5)"
               NOT INVALID KEY
                   DISPLAY "aula incluida: " DIS-NOME " com "
                           PRF-NOME
           END-WRITE.
       0200-fim.
           EXIT.

       0205-conflito-professor SECTION.
      *o professor wrk-professor ja ocupado no dia e periodo
           MOVE "N" to wrk-conflito.
           MOVE SPACES to wrk-conflito-turma.
           MOVE wrk-professor to HOR-PROFESSOR.
           START HORARIOS KEY IS EQUAL HOR-PROFESSOR
               INVALID KEY
                   GO to 0205-fim
           END-START.
           READ HORARIOS NEXT.
           PERFORM UNTIL fs-horarios NOT EQUAL 00
                   OR HOR-PROFESSOR NOT EQUAL wrk-professor
               IF HOR-DIA-SEMANA EQUAL wrk-dia-semana
                       AND HOR-PERIODO EQUAL wrk-periodo
                   MOVE "S" to wrk-conflito
                   MOVE HOR-TURMA to wrk-conflito-turma
                   EXIT PERFORM
               END-IF
               READ HORARIOS NEXT
           END-PERFORM.
       0205-fim.
           EXIT.

       0210-excluir-aula SECTION.
           DISPLAY "turma"
               ACCEPT wrk-turma.
           DISPLAY "dia da semana (2 = segunda ... 7 = sabado)"
               ACCEPT wrk-dia-semana.
           DISPLAY "periodo"
               ACCEPT wrk-periodo.
           MOVE wrk-turma to HOR-TURMA.
           MOVE wrk-dia-semana to HOR-DIA-SEMANA.
           MOVE wrk-periodo to HOR-PERIODO.
           READ HORARIOS
               INVALID KEY
                   DISPLAY "aula nao encontrada na grade"
                   GO to 0210-fim
           END-READ.
           DISPLAY "disciplina " HOR-DISCIPLINA "  professor "
                   HOR-PROFESSOR.
           DISPLAY "confirma exclusao (s/n)"
               ACCEPT wrk-confirma.
           IF wrk-confirma EQUAL "S" OR wrk-confirma EQUAL "s"
               DELETE HORARIOS
                   INVALID KEY
                       DISPLAY "erro na exclusao"
               END-DELETE
           END-IF.
       0210-fim.
           EXIT.

       0220-grade-turma SECTION.
           DISPLAY "turma"
               ACCEPT wrk-turma.
           MOVE wrk-turma to HOR-TURMA.
           MOVE ZERO to HOR-DIA-SEMANA HOR-PERIODO.
           START HORARIOS KEY IS NOT LESS THAN HOR-CHAVE
               INVALID KEY
                   DISPLAY "turma sem grade"
                   GO to 0220-fim
           END-START.
           READ HORARIOS NEXT.
           PERFORM UNTIL fs-horarios NOT EQUAL 00
                   OR HOR-TURMA NOT EQUAL wrk-turma
               MOVE HOR-DISCIPLINA to DIS-CODIGO
               READ DISCIPLINAS
                   INVALID KEY
                       MOVE SPACES to DIS-NOME
               END-READ
               MOVE HOR-PROFESSOR to PRF-CODIGO
               READ PROFESSORES
                   INVALID KEY
                       MOVE "(nao cadastrado)" to PRF-NOME
               END-READ
               DISPLAY wrk-dsemana-ex(HOR-DIA-SEMANA) " periodo "
                       HOR-PERIODO " " DIS-NOME " " PRF-NOME
               READ HORARIOS NEXT
           END-PERFORM.
       0220-fim.
           EXIT.

       0300-validar-grade SECTION.
      *toda disciplina ativa precisa de professor em cada turma
      *ativa do ano, e nenhum professor pode estar em duas turmas
      *no mesmo dia e periodo nem ser inativo ou fora do cadastro
           DISPLAY "ano letivo das turmas (AAAA, 0 = todas as ativas)"
               ACCEPT wrk-ano-turmas.
           OPEN OUTPUT REL-GRADE.
           MOVE SPACES to REL-GR-LINHA.
           MOVE "validacao da grade horaria" to REL-GR-LINHA(1:26).
           ACCEPT REL-GR-LINHA(45:8) FROM DATE YYYYMMDD.
           WRITE REL-GRADE-REG.
           MOVE ZERO to wrk-faltando wrk-conflitos.

           MOVE ZERO to wrk-disc-qtd.
           MOVE ZERO to DIS-CODIGO.
           START DISCIPLINAS KEY IS NOT LESS THAN DIS-CODIGO.
           READ DISCIPLINAS NEXT
           PERFORM UNTIL fs-disciplinas NOT EQUAL 00
               IF DISCIPLINA-ATIVA AND wrk-disc-qtd < 20
                   ADD 1 to wrk-disc-qtd
                   MOVE DIS-CODIGO to wrk-disc-cod(wrk-disc-qtd)
               END-IF
               READ DISCIPLINAS NEXT
           END-PERFORM.

           MOVE SPACES to TUR-CODIGO.
           START TURMAS KEY IS NOT LESS THAN TUR-CODIGO.
           READ TURMAS NEXT
           PERFORM UNTIL fs-turmas NOT EQUAL 00
               IF TURMA-ATIVA
                       AND (wrk-ano-turmas EQUAL ZERO
                            OR TUR-ANO EQUAL wrk-ano-turmas)
                   PERFORM VARYING wrk-disc-ind FROM 1 BY 1
                           UNTIL wrk-disc-ind > wrk-disc-qtd
                       PERFORM 0310-disciplina-turma
                   END-PERFORM
               END-IF
               READ TURMAS NEXT
           END-PERFORM.
           PERFORM 0320-conflitos.

           MOVE SPACES to REL-GR-LINHA.
           MOVE "disciplinas sem professor:" to REL-GR-LINHA(1:26).
           MOVE wrk-faltando to REL-GR-LINHA(28:4).
           MOVE "conflitos de professor:" to REL-GR-LINHA(35:23).
           MOVE wrk-conflitos to REL-GR-LINHA(59:4).
           WRITE REL-GRADE-REG.
           CLOSE REL-GRADE.
           DISPLAY "disciplinas sem professor: " wrk-faltando
                   "  conflitos: " wrk-conflitos
                   " (grade-validacao.txt)".

       0310-disciplina-turma SECTION.
      *procura na grade da turma corrente a disciplina da vez
           MOVE "N" to wrk-tem-professor.
           MOVE TUR-CODIGO to HOR-TURMA.
           MOVE ZERO to HOR-DIA-SEMANA HOR-PERIODO.
           START HORARIOS KEY IS NOT LESS THAN HOR-CHAVE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   READ HORARIOS NEXT
                   PERFORM UNTIL fs-horarios NOT EQUAL 00
                           OR HOR-TURMA NOT EQUAL TUR-CODIGO
                       IF HOR-DISCIPLINA EQUAL
                               wrk-disc-cod(wrk-disc-ind)
                           MOVE "S" to wrk-tem-professor
                           EXIT PERFORM
                       END-IF
                       READ HORARIOS NEXT
                   END-PERFORM
           END-START.
           IF wrk-tem-professor NOT EQUAL "S"
               ADD 1 to wrk-faltando
               MOVE SPACES to REL-GR-LINHA
               MOVE "turma" to REL-GR-LINHA(1:5)
               MOVE TUR-CODIGO to REL-GR-LINHA(7:6)
               MOVE "disciplina" to REL-GR-LINHA(14:10)
               MOVE wrk-disc-cod(wrk-disc-ind) to REL-GR-LINHA(25:2)
               MOVE "sem professor na grade" to REL-GR-LINHA(28:22)
               WRITE REL-GRADE-REG
           END-IF.

       0320-conflitos SECTION.
      *anda a grade pela chave do professor guardando os horarios
      *ja vistos dele; dia e periodo repetidos sao conflito
           MOVE ZERO to wrk-prof-ant wrk-vs-qtd.
           MOVE ZERO to HOR-PROFESSOR.
           START HORARIOS KEY IS NOT LESS THAN HOR-PROFESSOR
               INVALID KEY
                   GO to 0320-fim
           END-START.
           READ HORARIOS NEXT.
           PERFORM UNTIL fs-horarios NOT EQUAL 00
               IF HOR-PROFESSOR NOT EQUAL wrk-prof-ant
                   MOVE HOR-PROFESSOR to wrk-prof-ant
                   MOVE ZERO to wrk-vs-qtd
                   MOVE HOR-PROFESSOR to PRF-CODIGO
                   READ PROFESSORES
                       INVALID KEY
                           MOVE "X" to PRF-SITUACAO
                   END-READ
                   IF NOT PROFESSOR-ATIVO
                       ADD 1 to wrk-conflitos
                       MOVE SPACES to REL-GR-LINHA
                       MOVE "professor" to REL-GR-LINHA(1:9)
                       MOVE HOR-PROFESSOR to REL-GR-LINHA(11:4)
                       MOVE "inativo ou fora do cadastro com aulas"
                           to REL-GR-LINHA(16:37)
                       WRITE REL-GRADE-REG
                   END-IF
               END-IF
               PERFORM VARYING wrk-vs-ind FROM 1 BY 1
                       UNTIL wrk-vs-ind > wrk-vs-qtd
                   IF wrk-vs-dia(wrk-vs-ind) EQUAL HOR-DIA-SEMANA
                           AND wrk-vs-periodo(wrk-vs-ind)
                               EQUAL HOR-PERIODO
                       ADD 1 to wrk-conflitos
                       MOVE SPACES to REL-GR-LINHA
                       MOVE "professor" to REL-GR-LINHA(1:9)
                       MOVE HOR-PROFESSOR to REL-GR-LINHA(11:4)
                       MOVE "dia" to REL-GR-LINHA(16:3)
                       MOVE HOR-DIA-SEMANA to REL-GR-LINHA(20:1)
                       MOVE "periodo" to REL-GR-LINHA(22:7)
                       MOVE HOR-PERIODO to REL-GR-LINHA(30:2)
                       MOVE "nas turmas" to REL-GR-LINHA(33:10)
                       MOVE wrk-vs-turma(wrk-vs-ind)
                           to REL-GR-LINHA(44:6)
                       MOVE HOR-TURMA to REL-GR-LINHA(51:6)
                       WRITE REL-GRADE-REG
                   END-IF
               END-PERFORM
               IF wrk-vs-qtd < 60
                   ADD 1 to wrk-vs-qtd
                   MOVE HOR-DIA-SEMANA to wrk-vs-dia(wrk-vs-qtd)
                   MOVE HOR-PERIODO to wrk-vs-periodo(wrk-vs-qtd)
                   MOVE HOR-TURMA to wrk-vs-turma(wrk-vs-qtd)
               END-IF
               READ HORARIOS NEXT
           END-PERFORM.
       0320-fim.
           EXIT.

       0400-carga-horaria SECTION.
      *aulas dadas no mes (registros "A" da chamada) atribuidas ao
      *professor da grade naquela turma/disciplina e dia da semana;
      *o horista sai com o valor a pagar
           DISPLAY "mes da carga horaria (AAAAMM)"
               ACCEPT wrk-mes-carga.
           MOVE ZERO to wrk-cg-qtd.
           OPEN INPUT CHAMADA.
           IF fs-chamada NOT EQUAL 00
               DISPLAY "registro de chamada indisponivel, status "
                       fs-chamada
               GO to 0400-fim
           END-IF.
           READ CHAMADA.
           PERFORM UNTIL fs-chamada NOT EQUAL 00
               IF CHAMADA-AULA
                       AND CHA-DATA(1:6) EQUAL wrk-mes-carga
                   PERFORM 0410-professor-da-aula
                   PERFORM 0420-acumular
               END-IF
               READ CHAMADA
           END-PERFORM.
           CLOSE CHAMADA.
           PERFORM 0430-imprimir-carga.
       0400-fim.
           EXIT.

       0410-professor-da-aula SECTION.
      *professor da disciplina na turma no dia da semana da aula;
      *sem aula na grade naquele dia, o da disciplina na turma
           MOVE CHA-DATA to wrk-data.
           PERFORM 0160-calcula-dsemana.
           MOVE ZERO to wrk-prof-dia wrk-prof-qualquer.
           MOVE CHA-TURMA to HOR-TURMA.
           MOVE ZERO to HOR-DIA-SEMANA HOR-PERIODO.
           START HORARIOS KEY IS NOT LESS THAN HOR-CHAVE
               INVALID KEY
                   GO to 0410-fim
           END-START.
           READ HORARIOS NEXT.
           PERFORM UNTIL fs-horarios NOT EQUAL 00
                   OR HOR-TURMA NOT EQUAL CHA-TURMA
               IF HOR-DISCIPLINA EQUAL CHA-DISCIPLINA
                   IF wrk-prof-qualquer EQUAL ZERO
                       MOVE HOR-PROFESSOR to wrk-prof-qualquer
                   END-IF
                   IF HOR-DIA-SEMANA EQUAL wrk-dsemana-ind + 1
                       MOVE HOR-PROFESSOR to wrk-prof-dia
                       EXIT PERFORM
                   END-IF
               END-IF
               READ HORARIOS NEXT
           END-PERFORM.
       0410-fim.
           EXIT.

       0420-acumular SECTION.
           IF wrk-prof-dia > ZERO
               MOVE wrk-prof-dia to wrk-professor
               MOVE "N" to wrk-fora-grade
           ELSE
               MOVE wrk-prof-qualquer to wrk-professor
               MOVE "S" to wrk-fora-grade
           END-IF.
           MOVE ZERO to wrk-cg-achou.
           PERFORM VARYING wrk-cg-ind FROM 1 BY 1
                   UNTIL wrk-cg-ind > wrk-cg-qtd
               IF wrk-cg-professor(wrk-cg-ind) EQUAL wrk-professor
                       AND wrk-cg-turma(wrk-cg-ind) EQUAL CHA-TURMA
                       AND wrk-cg-disciplina(wrk-cg-ind)
                           EQUAL CHA-DISCIPLINA
                   MOVE wrk-cg-ind to wrk-cg-achou
                   EXIT PERFORM
               END-IF
           END-PERFORM.
           IF wrk-cg-achou EQUAL ZERO
               IF wrk-cg-qtd EQUAL 300
                   DISPLAY "tabela da carga horaria cheia - aula de "
                           CHA-DATA " " CHA-TURMA " fora do total"
                   GO to 0420-fim
               END-IF
               ADD 1 to wrk-cg-qtd
               MOVE wrk-cg-qtd to wrk-cg-achou
               MOVE wrk-professor to wrk-cg-professor(wrk-cg-achou)
               MOVE CHA-TURMA to wrk-cg-turma(wrk-cg-achou)
               MOVE CHA-DISCIPLINA
                   to wrk-cg-disciplina(wrk-cg-achou)
               MOVE ZERO to wrk-cg-aulas(wrk-cg-achou)
               MOVE ZERO to wrk-cg-fora(wrk-cg-achou)
           END-IF.
           ADD CHA-AULAS to wrk-cg-aulas(wrk-cg-achou).
           IF wrk-fora-grade EQUAL "S"
               ADD CHA-AULAS to wrk-cg-fora(wrk-cg-achou)
           END-IF.
       0420-fim.
           EXIT.

       0430-imprimir-carga SECTION.
      *um bloco por professor do cadastro com as turmas/disciplinas
      *do mes; no fim as aulas sem professor na grade
           OPEN OUTPUT REL-CARGA.
           MOVE SPACES to REL-CG-LINHA.
           MOVE "carga horaria do mes" to REL-CG-LINHA(1:20).
           MOVE wrk-mes-carga to REL-CG-LINHA(22:6).
           ACCEPT REL-CG-LINHA(45:8) FROM DATE YYYYMMDD.
           WRITE REL-CARGA-REG.
           MOVE ZERO to wrk-tot-geral.
           MOVE ZERO to PRF-CODIGO.
           START PROFESSORES KEY IS NOT LESS THAN PRF-CODIGO.
           READ PROFESSORES NEXT
           PERFORM UNTIL fs-professores NOT EQUAL 00
               MOVE PRF-CODIGO to wrk-professor
               PERFORM 0435-bloco-professor
               READ PROFESSORES NEXT
           END-PERFORM.
           MOVE ZERO to wrk-professor.
           MOVE "(sem professor na grade)" to PRF-NOME.
           MOVE "M" to PRF-VINCULO.
           PERFORM 0435-bloco-professor.
           MOVE SPACES to REL-CG-LINHA.
           WRITE REL-CARGA-REG.
           MOVE SPACES to REL-CG-LINHA.
           MOVE "total de aulas no mes:" to REL-CG-LINHA(1:22).
           MOVE wrk-tot-geral to REL-CG-LINHA(24:6).
           WRITE REL-CARGA-REG.
           CLOSE REL-CARGA.
           DISPLAY "aulas no mes: " wrk-tot-geral
                   " (carga-horaria.txt)".

       0435-bloco-professor SECTION.
      *linhas do professor wrk-professor (registro dele lido)
           MOVE ZERO to wrk-tot-aulas.
           PERFORM VARYING wrk-cg-ind FROM 1 BY 1
                   UNTIL wrk-cg-ind > wrk-cg-qtd
               IF wrk-cg-professor(wrk-cg-ind) EQUAL wrk-professor
                   IF wrk-tot-aulas EQUAL ZERO
                       MOVE SPACES to REL-CG-LINHA
                       WRITE REL-CARGA-REG
                       MOVE SPACES to REL-CG-LINHA
                       MOVE wrk-professor to REL-CG-LINHA(1:4)
                       MOVE PRF-NOME to REL-CG-LINHA(6:30)
                       IF PROFESSOR-HORISTA
                           MOVE "horista" to REL-CG-LINHA(38:7)
                       END-IF
                       WRITE REL-CARGA-REG
                   END-IF
                   ADD wrk-cg-aulas(wrk-cg-ind) to wrk-tot-aulas
                   MOVE SPACES to REL-CG-LINHA
                   MOVE "turma" to REL-CG-LINHA(6:5)
                   MOVE wrk-cg-turma(wrk-cg-ind) to REL-CG-LINHA(12:6)
                   MOVE "disciplina" to REL-CG-LINHA(19:10)
                   MOVE wrk-cg-disciplina(wrk-cg-ind)
                       to REL-CG-LINHA(30:2)
                   MOVE "aulas" to REL-CG-LINHA(34:5)
                   MOVE wrk-cg-aulas(wrk-cg-ind) to wrk-aulas-ed
                   MOVE wrk-aulas-ed to REL-CG-LINHA(40:5)
                   IF wrk-cg-fora(wrk-cg-ind) > ZERO
                       MOVE "fora do dia da grade:"
                           to REL-CG-LINHA(47:21)
                       MOVE wrk-cg-fora(wrk-cg-ind) to wrk-aulas-ed
                       MOVE wrk-aulas-ed to REL-CG-LINHA(69:5)
                   END-IF
                   WRITE REL-CARGA-REG
               END-IF
           END-PERFORM.
           IF wrk-tot-aulas > ZERO
               ADD wrk-tot-aulas to wrk-tot-geral
               MOVE SPACES to REL-CG-LINHA
               MOVE "total de aulas" to REL-CG-LINHA(6:14)
               MOVE wrk-tot-aulas to wrk-aulas-ed
               MOVE wrk-aulas-ed to REL-CG-LINHA(40:5)
               IF PROFESSOR-HORISTA AND wrk-professor > ZERO
                   COMPUTE wrk-valor-pagar =
                           wrk-tot-aulas * PRF-VALOR-AULA
                   MOVE "a pagar" to REL-CG-LINHA(47:7)
                   MOVE wrk-valor-pagar to wrk-valor-ed
                   MOVE wrk-valor-ed to REL-CG-LINHA(55:11)
               END-IF
               WRITE REL-CARGA-REG
           END-IF.

       COPY "calcdsem.cpy".

       END PROGRAM professor.
