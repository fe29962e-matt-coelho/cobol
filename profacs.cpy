      ******************************************************************
      * Author:
      * Date:
      * Purpose: controle de acesso do professor, compartilhado pela
      *          chamada e pelo lancamento de notas (molde das copys
      *          de procedimento senhash/calcdias); o programa que
      *          usa declara OPERADORES, PROFESSORES e HORARIOS e
      *          copia profvars.cpy, senhvars.cpy, sessvars.cpy e
      *          senhash.cpy
      *
      *          0095: identifica o operador (sessao do menu-sistema
      *                ou login e senha, rodado avulso) e o professor
      *                dele; sem grade horaria ninguem e limitado
      *          0097: wrk-grade-ok "S" quando o professor tem aula
      *                de wrk-gr-disciplina na turma wrk-gr-turma
      ******************************************************************
       0095-identificar-professor SECTION.
           MOVE ZERO to wrk-professor.
           MOVE "N" to wrk-tem-grade.
           OPEN INPUT PROFESSORES.
           IF fs-professores NOT EQUAL 00
               GO to 0095-fim
           END-IF.
           OPEN INPUT HORARIOS.
           IF fs-horarios NOT EQUAL 00
               CLOSE PROFESSORES
               GO to 0095-fim
           END-IF.
           MOVE "S" to wrk-tem-grade.
           IF sess-aberta
               MOVE sess-login to wrk-operador
           ELSE
               PERFORM 0096-identificar-operador
               IF wrk-oper-ok NOT EQUAL "S"
                   DISPLAY "acesso negado"
                   CLOSE PROFESSORES
                   CLOSE HORARIOS
                   STOP RUN
               END-IF
           END-IF.
           MOVE wrk-operador to PRF-LOGIN.
           READ PROFESSORES KEY IS PRF-LOGIN
               NOT INVALID KEY
                   MOVE PRF-CODIGO to wrk-professor
                   DISPLAY "professor " PRF-NOME
                           " - lancamento so nas suas turmas"
           END-READ.
       0095-fim.
           EXIT.

       0096-identificar-operador SECTION.
      *rodada avulsa: login e senha contra o cadastro de operadores
      *(mesma conferencia do 0051 do prg14)
           MOVE "N" to wrk-oper-ok.
           DISPLAY "operador"
               ACCEPT wrk-operador.
           DISPLAY "senha"
               ACCEPT wrk-oper-senha.
           OPEN INPUT OPERADORES.
           IF fs-operadores NOT EQUAL 00
               DISPLAY "cadastro de operadores indisponivel,"
                       " status " fs-operadores
               GO to 0096-fim
           END-IF.
           MOVE wrk-operador to oper-login.
           READ OPERADORES
               INVALID KEY
                   DISPLAY "operador nao cadastrado"
               NOT INVALID KEY
                   MOVE wrk-oper-senha to wrk-sh-senha
                   PERFORM 0158-calcula-hash
                   IF oper-senha-hash EQUAL wrk-sh-hash
                           AND NOT oper-bloqueado
                       MOVE "S" to wrk-oper-ok
                   ELSE
                       DISPLAY "senha errada ou conta bloqueada"
                   END-IF
           END-READ.
           CLOSE OPERADORES.
       0096-fim.
           EXIT.

       0097-verificar-grade SECTION.
           MOVE "S" to wrk-grade-ok.
           IF wrk-professor EQUAL ZERO
               GO to 0097-fim
           END-IF.
           MOVE "N" to wrk-grade-ok.
           MOVE wrk-professor to HOR-PROFESSOR.
           START HORARIOS KEY IS EQUAL HOR-PROFESSOR
               INVALID KEY
                   GO to 0097-fim
           END-START.
           READ HORARIOS NEXT.
           PERFORM UNTIL fs-horarios NOT EQUAL 00
                   OR HOR-PROFESSOR NOT EQUAL wrk-professor
               IF HOR-TURMA EQUAL wrk-gr-turma
                       AND (wrk-gr-disciplina EQUAL ZERO
                       OR HOR-DISCIPLINA EQUAL wrk-gr-disciplina)
                   MOVE "S" to wrk-grade-ok
                   EXIT PERFORM
               END-IF
               READ HORARIOS NEXT
           END-PERFORM.
       0097-fim.
           EXIT.
