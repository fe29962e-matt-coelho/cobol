      *          subsistemas e CALLa o escolhido (mesmo molde de
      *          chamada do prg13 ao prg12), retomando o controle no
      *          GOBACK de cada um; o perfil do operador decide quais
      *          subsistemas ficam liberados e a filial de lotacao
      *          dele segue na sessao para os subsistemas chamados
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       COPY "diasvars.cpy".
       77 wrk-sg-hoje pic 9(08) value zero.
       77 wrk-sg-dias pic s9(08) value zero.
       77 wrk-filial pic 9(02) value zero.
       77 wrk-filial-oper pic 9(02) value zero.
       COPY "sessvars.cpy".

       PROCEDURE DIVISION.

               DISPLAY "acesso negado"
               STOP RUN
           END-IF.
           PERFORM 0130-abrir-sessao.
           PERFORM 0200-menu UNTIL wrk-opcao EQUAL 9.
           DISPLAY "ate logo".
           STOP RUN.
                                           " clientes"
                               ELSE
                                   MOVE oper-perfil to wrk-perfil
                                   MOVE oper-filial
                                       to wrk-filial-oper
                               END-IF
                           ELSE
      *falha conta no proprio cadastro, como no sign-on do
               END-IF
           END-IF.

       0130-abrir-sessao SECTION.
      *operador de filial trabalha na filial de lotacao; o da
      *matriz escolhe em qual filial vai operar (a matriz continua
      *enxergando todas nos relatorios por filial)
           IF wrk-filial-oper > ZERO
               MOVE wrk-filial-oper to wrk-filial
           ELSE
               DISPLAY "filial de trabalho (1-9)"
                   ACCEPT wrk-filial
               IF wrk-filial < 1 OR wrk-filial > 9
                   MOVE 1 to wrk-filial
               END-IF
           END-IF.
           MOVE "S" to sess-situacao.
           MOVE wrk-login to sess-login.
           MOVE wrk-perfil to sess-perfil.
           MOVE wrk-filial-oper to sess-filial-oper.
           MOVE wrk-filial to sess-filial.
           DISPLAY "sessao aberta na filial " wrk-filial.

       0200-menu SECTION.
           DISPLAY " ".
           DISPLAY "1 - clientes (projeto-clientes)".
