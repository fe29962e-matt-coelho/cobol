      *          registro nos campos de frequencia do boletim
      *          (total de aulas, faltas e o percentual, reaplicando
      *          a regra dos 75%) e a listagem de datas de falta por
      *          aluno atende a contestacao dos pais; aluno
      *          transferido no meio do ano tem a turma de cada
      *          data tirada do historico de enturmacao; com a
      *          grade horaria em uso o professor so lanca chamada
      *          nas turmas/disciplinas em que da aula
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BOL-CHAVE
               FILE STATUS IS FS-BOLETIM.
       SELECT HIST-TURMAS ASSIGN TO "./alunos-turmas.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ATM-CHAVE
               FILE STATUS IS FS-HIST-TURMAS.
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
       SELECT REL-FALTAS ASSIGN TO "./faltas-aluno.txt"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS FS-REL-FALTAS.
           COPY "alureg.cpy".
           FD BOLETIM.
           COPY "bolreg.cpy".
           FD HIST-TURMAS.
           COPY "atmreg.cpy".
           FD OPERADORES.
           COPY "operreg.cpy".
           FD PROFESSORES.
           COPY "profreg.cpy".
           FD HORARIOS.
           COPY "horreg.cpy".
           FD REL-FALTAS.
               01 REL-FALTAS-REG.
                   02 REL-FA-LINHA PIC X(80).
       77 wrk-fc-fechados pic 9(04) value zero.
       77 wrk-fc-sem-boletim pic 9(04) value zero.
       77 wrk-lf-qtd pic 9(03) value zero.
      *periodos do aluno em cada turma (historico de enturmacao;
      *sem historico, um periodo so na ALU-TURMA o ano todo)
       77 fs-hist-turmas pic 9(02) value zero.
       77 wrk-tem-hist pic x(01) value "N".
       77 wrk-per-qtd pic 9(02) value zero.
       77 wrk-per-ind pic 9(02) value zero.
       77 wrk-per-achou pic x(01) value "N".
       77 wrk-per-data pic 9(08) value zero.
       77 wrk-per-turma pic x(06) value SPACES.
       01 wrk-tab-periodos.
           05 wrk-periodo OCCURS 10 times.
               10 wrk-pe-turma pic x(06).
               10 wrk-pe-inicio pic 9(08).
               10 wrk-pe-fim pic 9(08).
      *parametros do modulo de servicos de data (datesrv)
       77 wrk-ds-funcao pic x(01) value SPACE.
       77 wrk-ds-data1 pic 9(08) value zero.
       77 wrk-ds-data2 pic 9(08) value zero.
       77 wrk-ds-dias pic s9(08) value zero.
       77 wrk-ds-status pic x(02) value SPACES.
      *controle de acesso do professor
       COPY "profvars.cpy".
       COPY "senhvars.cpy".
       COPY "sessvars.cpy".

       PROCEDURE DIVISION.

       0050-principal section.
           MOVE ZERO to wrk-opcao.
           PERFORM 0095-identificar-professor.
           PERFORM 0090-abrir-arquivos.
           PERFORM 0060-menu UNTIL wrk-opcao EQUAL 9.
           DISPLAY "finalizar".
           CLOSE ALUNOS.
           IF wrk-tem-hist EQUAL "S"
               CLOSE HIST-TURMAS
           END-IF.
           IF wrk-tem-grade EQUAL "S"
               CLOSE PROFESSORES
               CLOSE HORARIOS
           END-IF.
           GOBACK.

       0090-abrir-arquivos SECTION.
                       fs-alunos
               STOP RUN
           END-IF.
      *historico de enturmacao e opcional: sem ele ninguem foi
      *transferido e vale a ALU-TURMA
           MOVE "N" to wrk-tem-hist.
           OPEN INPUT HIST-TURMAS.
           IF fs-hist-turmas EQUAL 00
               MOVE "S" to wrk-tem-hist
           END-IF.

       0060-menu SECTION.
           DISPLAY "1-lancar chamada  2-fechar frequencia no"
               ACCEPT wrk-turma.
           DISPLAY "disciplina"
               ACCEPT wrk-disciplina.
           MOVE wrk-turma to wrk-gr-turma.
           MOVE wrk-disciplina to wrk-gr-disciplina.
           PERFORM 0097-verificar-grade.
           IF wrk-grade-ok NOT EQUAL "S"
               DISPLAY "turma/disciplina fora da sua grade horaria"
                       " - lancamento recusado"
               GO to 0100-fim
           END-IF.
           DISPLAY "aulas dadas no dia"
               ACCEPT wrk-aulas.
           IF wrk-aulas EQUAL ZERO
                   INVALID KEY
                       DISPLAY "matricula sem aluno no cadastro"
                   NOT INVALID KEY
                       PERFORM 0130-carregar-periodos
                       MOVE wrk-data to wrk-per-data
                       PERFORM 0135-turma-na-data
                       IF wrk-per-turma NOT EQUAL wrk-turma
                           DISPLAY "aluno era da turma "
                                   wrk-per-turma " nesta data"
                                   " - falta nao lancada"
                       ELSE
                           MOVE SPACES to REG-CHAMADA
           WRITE REG-CHAMADA.
           CLOSE CHAMADA.

       0130-carregar-periodos SECTION.
      *periodos do aluno corrente (ALU-MATRICULA) em cada turma
           MOVE ZERO to wrk-per-qtd.
           IF wrk-tem-hist EQUAL "S"
               MOVE ALU-MATRICULA to ATM-MATRICULA
               MOVE ZERO to ATM-INICIO
               START HIST-TURMAS KEY IS NOT LESS THAN ATM-CHAVE
               IF fs-hist-turmas EQUAL 00
                   READ HIST-TURMAS NEXT
                   PERFORM UNTIL fs-hist-turmas NOT EQUAL 00
                           OR ATM-MATRICULA NOT EQUAL ALU-MATRICULA
                           OR wrk-per-qtd EQUAL 10
                       ADD 1 to wrk-per-qtd
                       MOVE ATM-TURMA to wrk-pe-turma(wrk-per-qtd)
                       MOVE ATM-INICIO to wrk-pe-inicio(wrk-per-qtd)
                       MOVE ATM-FIM to wrk-pe-fim(wrk-per-qtd)
                       READ HIST-TURMAS NEXT
                   END-PERFORM
               END-IF
           END-IF.
           IF wrk-per-qtd EQUAL ZERO
               MOVE 1 to wrk-per-qtd
               MOVE ALU-TURMA to wrk-pe-turma(1)
               MOVE ZERO to wrk-pe-inicio(1)
               MOVE ZERO to wrk-pe-fim(1)
           END-IF.

       0135-turma-na-data SECTION.
      *turma do aluno na data wrk-per-data pelos periodos carregados
           MOVE ALU-TURMA to wrk-per-turma.
           PERFORM VARYING wrk-per-ind FROM 1 BY 1
                   UNTIL wrk-per-ind > wrk-per-qtd
               IF wrk-per-data NOT < wrk-pe-inicio(wrk-per-ind)
                       AND (wrk-pe-fim(wrk-per-ind) EQUAL ZERO
                       OR wrk-per-data < wrk-pe-fim(wrk-per-ind))
                   MOVE wrk-pe-turma(wrk-per-ind) to wrk-per-turma
               END-IF
           END-PERFORM.

       0150-fechar-frequencia SECTION.
      *fecha o registro no boletim: para cada aluno ativo da turma,
      *total de aulas da turma/disciplina e as faltas dele (em
      *aulas), regravando os campos de frequencia e reaplicando a
      *regra dos 75% por cima da situacao lancada; aluno que passou
      *pela turma por transferencia entra tambem, e a frequencia
      *dele soma as aulas de cada turma so no seu periodo nela
           DISPLAY "turma a fechar"
               ACCEPT wrk-fc-turma.
           DISPLAY "disciplina"
           START ALUNOS KEY IS NOT LESS THAN ALU-MATRICULA.
           READ ALUNOS NEXT
           PERFORM UNTIL fs-alunos NOT EQUAL 00
               IF ALUNO-ATIVO
                   PERFORM 0130-carregar-periodos
                   MOVE "N" to wrk-per-achou
                   PERFORM VARYING wrk-per-ind FROM 1 BY 1
                           UNTIL wrk-per-ind > wrk-per-qtd
                       IF wrk-pe-turma(wrk-per-ind) EQUAL wrk-fc-turma
                           MOVE "S" to wrk-per-achou
                       END-IF
                   END-PERFORM
                   IF wrk-per-achou EQUAL "S"
                       PERFORM 0160-fechar-aluno
                   END-IF
               END-IF
               READ ALUNOS NEXT
           END-PERFORM.

       0160-fechar-aluno SECTION.
      *soma no registro de chamada as aulas dadas e as faltas do
      *aluno corrente na disciplina; a aula conta quando foi dada
      *na turma em que o aluno estava naquela data (0130 ja
      *carregou os periodos dele)
           MOVE ZERO to wrk-fc-aulas wrk-fc-faltas.
           OPEN INPUT CHAMADA.
           IF fs-chamada EQUAL 00
               READ CHAMADA
               PERFORM UNTIL fs-chamada NOT EQUAL 00
                   IF CHA-DISCIPLINA EQUAL wrk-fc-disciplina
                       IF CHAMADA-AULA
                           MOVE CHA-DATA to wrk-per-data
                           PERFORM 0135-turma-na-data
                           IF CHA-TURMA EQUAL wrk-per-turma
                               ADD CHA-AULAS to wrk-fc-aulas
                           END-IF
                       END-IF
                       IF CHAMADA-FALTA AND CHA-MATRICULA
                               EQUAL ALU-MATRICULA
                       MOVE CHA-DISCIPLINA to REL-FA-LINHA(24:2)
                       MOVE "aulas" to REL-FA-LINHA(28:5)
                       MOVE CHA-AULAS to REL-FA-LINHA(34:2)
                       MOVE "turma" to REL-FA-LINHA(38:5)
                       MOVE CHA-TURMA to REL-FA-LINHA(44:6)
                       WRITE REL-FALTAS-REG
                       DISPLAY CHA-DATA " disciplina "
                               CHA-DISCIPLINA " aulas " CHA-AULAS
                               " turma " CHA-TURMA
                   END-IF
                   READ CHAMADA
               END-PERFORM
       0200-fim.
           EXIT.

       COPY "profacs.cpy".

       COPY "senhash.cpy".

       END PROGRAM chamada.
