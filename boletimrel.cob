      *          das medias por faixa e media geral; o modo "B" na
      *          linha de comando emite, em vez da ata, o boletim
      *          individual de cada aluno de uma turma (uma pagina
      *          por aluno, com o aviso do piso de 75% de presenca);
      *          lancamento feito por plano de avaliacao sai com a
      *          nota de cada avaliacao, o nome e o peso do plano;
      *          aluno transferido no meio do ano sai no boletim de
      *          cada turma por onde passou, com a nota da entrada
      *          ou da saida por transferencia
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       SELECT BOLETIM-DOC ASSIGN TO "./boletins-turma.txt"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS FS-BOLETIM-DOC.
       SELECT PLANO-AVAL ASSIGN TO "./avaliacoes-plano.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AVP-CHAVE
               FILE STATUS IS FS-PLANO-AVAL.
       SELECT HIST-TURMAS ASSIGN TO "./alunos-turmas.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ATM-CHAVE
               FILE STATUS IS FS-HIST-TURMAS.
       DATA DIVISION.
       FILE SECTION.
           FD BOLETIM.
           FD BOLETIM-DOC.
               01 BOLETIM-DOC-REG.
                   02 BD-LINHA PIC X(80).
           FD PLANO-AVAL.
           COPY "avpreg.cpy".
           FD HIST-TURMAS.
           COPY "atmreg.cpy".
       WORKING-STORAGE SECTION.
       77 fs-boletim pic 9(02) value zero.
       77 fs-ata pic 9(02) value zero.
       77 wrk-media-usada pic 9(02)v99 value zero.
       77 wrk-nota-ed pic z9.99 value zero.
       77 wrk-faixa-ind pic 9(02) value zero.
      *plano de avaliacao dos lancamentos ponderados: o cabecalho
      *do plano sai na ata uma vez por disciplina e ano
       77 fs-plano-aval pic 9(02) value zero.
       77 wrk-tem-planos pic x(01) value "N".
       77 wrk-plano-lido pic x(01) value "N".
       77 wrk-plano-ano pic 9(04) value zero.
       77 wrk-aval-ind pic 9(01) value zero.
       77 wrk-aval-pos pic 9(02) value zero.
       77 wrk-ata-salva pic x(80) value SPACES.
      *historico de enturmacao: entrada e saida por transferencia
      *do aluno na turma wrk-hb-turma
       77 fs-hist-turmas pic 9(02) value zero.
       77 wrk-tem-hist pic x(01) value "N".
       77 wrk-hb-turma pic x(06) value SPACES.
       77 wrk-hb-passou pic x(01) value "N".
       77 wrk-hb-de pic x(06) value SPACES.
       77 wrk-hb-de-data pic 9(08) value zero.
       77 wrk-hb-para pic x(06) value SPACES.
       77 wrk-hb-para-data pic 9(08) value zero.
      *faixas de medias: 0-1.99 / 2-3.99 / 4-5.99 / 6-7.99 / 8-10
       01 wrk-tab-faixas.
           05 wrk-faixa-ex pic 9(05) OCCURS 5 times value zero.
               END-PERFORM
               CLOSE DISCIPLINAS
           END-IF.
      *sem o arquivo de planos as avaliacoes saem so numeradas
           OPEN INPUT PLANO-AVAL.
           IF fs-plano-aval EQUAL 00
               MOVE "S" to wrk-tem-planos
           END-IF.
      *o cadastro de alunos e opcional para emitir a ata; sem ele
      *as linhas saem sem nome/turma
           OPEN INPUT ALUNOS.
           IF fs-alunos EQUAL 00
               MOVE "S" to wrk-tem-alunos
           END-IF.
      *sem o historico de enturmacao ninguem foi transferido
           OPEN INPUT HIST-TURMAS.
           IF fs-hist-turmas EQUAL 00
               MOVE "S" to wrk-tem-hist
           END-IF.

       0150-processa SECTION.
      *a ata sai por disciplina: para cada uma, os lancamentos do
           MOVE "freq%" to ATA-LINHA(76:5).
           WRITE ATA-REG.

           MOVE ZERO to wrk-plano-ano.
           MOVE ZERO to BOL-ID BOL-DISCIPLINA.
           START BOLETIM KEY IS NOT LESS THAN BOL-CHAVE.
           READ BOLETIM NEXT
                               MOVE ALU-TURMA to ATA-LINHA(38:6)
                       END-READ
                   END-IF
                   IF NOT BOLETIM-PONDERADO
                       MOVE BOL-NOTA1 to wrk-nota-ed
                       MOVE wrk-nota-ed to ATA-LINHA(45:5)
                       MOVE BOL-NOTA2 to wrk-nota-ed
                       MOVE wrk-nota-ed to ATA-LINHA(51:5)
                   END-IF
                   MOVE wrk-media-usada to wrk-nota-ed
                   MOVE wrk-nota-ed to ATA-LINHA(57:5)
                   MOVE BOL-SITUACAO to ATA-LINHA(63:11)
                   MOVE BOL-FREQUENCIA to wrk-perc-ed
                   MOVE wrk-perc-ed to ATA-LINHA(75:6)
                   IF BOLETIM-PONDERADO
                           AND BOL-ANO NOT EQUAL wrk-plano-ano
                       PERFORM 0160-plano-ata
                   END-IF
                   WRITE ATA-REG
                   IF BOLETIM-PONDERADO
                       PERFORM 0165-avaliacoes-ata
                   END-IF

                   EVALUATE BOL-SITUACAO
                       WHEN "aprovado"
               READ BOLETIM NEXT
           END-PERFORM.

       0160-plano-ata SECTION.
      *cabecalho do plano da disciplina no ano, antes do primeiro
      *lancamento ponderado; a linha do aluno ja montada em
      *ATA-LINHA espera em wrk-ata-salva enquanto o cabecalho sai
           MOVE ATA-LINHA to wrk-ata-salva.
           MOVE BOL-ANO to wrk-plano-ano.
           PERFORM 0170-ler-plano.
           MOVE SPACES to ATA-LINHA.
           MOVE "  plano de avaliacao" to ATA-LINHA(1:20).
           MOVE wrk-plano-ano to ATA-LINHA(22:4).
           IF wrk-plano-lido EQUAL "S"
               MOVE "- aprovacao com media" to ATA-LINHA(27:21)
               MOVE AVP-MEDIA-APROV to wrk-nota-ed
               MOVE wrk-nota-ed to ATA-LINHA(49:5)
           ELSE
               MOVE "(plano nao encontrado)" to ATA-LINHA(27:22)
           END-IF.
           WRITE ATA-REG.
           IF wrk-plano-lido EQUAL "S"
               PERFORM VARYING wrk-aval-ind FROM 1 BY 1
                       UNTIL wrk-aval-ind > AVP-QTD
                   MOVE SPACES to ATA-LINHA
                   MOVE "av" to ATA-LINHA(5:2)
                   MOVE wrk-aval-ind to ATA-LINHA(7:1)
                   MOVE AVP-NOME(wrk-aval-ind) to ATA-LINHA(10:15)
                   MOVE "peso" to ATA-LINHA(27:4)
                   MOVE AVP-PESO(wrk-aval-ind) to ATA-LINHA(32:3)
                   WRITE ATA-REG
               END-PERFORM
           END-IF.
           MOVE wrk-ata-salva to ATA-LINHA.

       0165-avaliacoes-ata SECTION.
      *segunda linha do lancamento ponderado: a nota de cada
      *avaliacao do plano, na ordem do plano
           MOVE SPACES to ATA-LINHA.
           MOVE "notas:" to ATA-LINHA(7:6).
           MOVE 14 to wrk-aval-pos.
           PERFORM VARYING wrk-aval-ind FROM 1 BY 1
                   UNTIL wrk-aval-ind > BOL-QTD-AVAL
               MOVE "av" to ATA-LINHA(wrk-aval-pos:2)
               MOVE wrk-aval-ind to ATA-LINHA(wrk-aval-pos + 2:1)
               MOVE BOL-NOTA-AVAL(wrk-aval-ind) to wrk-nota-ed
               MOVE wrk-nota-ed to ATA-LINHA(wrk-aval-pos + 3:5)
               ADD 8 to wrk-aval-pos
           END-PERFORM.
           WRITE ATA-REG.

       0170-ler-plano SECTION.
      *plano do lancamento ponderado (disciplina + ano do boletim)
           MOVE "N" to wrk-plano-lido.
           IF wrk-tem-planos EQUAL "S"
               MOVE BOL-DISCIPLINA to AVP-DISCIPLINA
               MOVE BOL-ANO to AVP-ANO
               READ PLANO-AVAL
                   NOT INVALID KEY
                       MOVE "S" to wrk-plano-lido
               END-READ
           END-IF.

       0156-consolidado-alunos SECTION.
      *folha consolidada: as materias de cada aluno em sequencia
      *(a chave ja ordena por matricula) e a situacao final do ano,
                       END-READ
                   END-IF
                   WRITE ATA-REG
                   IF wrk-tem-alunos EQUAL "S"
                           AND ALU-MATRICULA EQUAL BOL-ID
                       MOVE ALU-TURMA to wrk-hb-turma
                       PERFORM 0430-historico-aluno
                       IF wrk-hb-de NOT EQUAL SPACES
                           MOVE SPACES to ATA-LINHA
                           MOVE "  transferido de" to ATA-LINHA(1:16)
                           MOVE wrk-hb-de to ATA-LINHA(18:6)
                           MOVE "em" to ATA-LINHA(25:2)
                           MOVE wrk-hb-de-data to ATA-LINHA(28:8)
                           WRITE ATA-REG
                       END-IF
                   END-IF
               END-IF
               ADD 1 to wrk-cons-materias
               IF BOL-MEDIA-FINAL > ZERO

       0400-boletins-turma SECTION.
      *um boletim por aluno da turma escolhida, uma pagina por
      *matricula, para mandar para casa; quem saiu da turma por
      *transferencia no ano tambem recebe, com a data da saida
           IF wrk-tem-alunos NOT EQUAL "S"
               DISPLAY "cadastro de alunos indisponivel"
               GO to 0400-fim
           START ALUNOS KEY IS NOT LESS THAN ALU-MATRICULA.
           READ ALUNOS NEXT
           PERFORM UNTIL fs-alunos NOT EQUAL 00
               IF ALUNO-ATIVO
                   MOVE wrk-bd-turma to wrk-hb-turma
                   PERFORM 0430-historico-aluno
                   IF ALU-TURMA EQUAL wrk-bd-turma
                           OR wrk-hb-passou EQUAL "S"
                       ADD 1 to wrk-bd-alunos
                       PERFORM 0410-boletim-aluno
                   END-IF
               END-IF
               READ ALUNOS NEXT
           END-PERFORM.
           MOVE ALU-MATRICULA to BD-LINHA(1:4).
           MOVE ALU-NOME to BD-LINHA(7:30).
           MOVE "turma" to BD-LINHA(39:5).
           MOVE wrk-bd-turma to BD-LINHA(45:6).
           WRITE BOLETIM-DOC-REG.
      *notas e frequencia sao da matricula e valem o ano inteiro;
      *a nota diz so o periodo do aluno nesta turma
           IF wrk-hb-de NOT EQUAL SPACES
               MOVE SPACES to BD-LINHA
               MOVE "transferido de" to BD-LINHA(1:14)
               MOVE wrk-hb-de to BD-LINHA(16:6)
               MOVE "em" to BD-LINHA(23:2)
               MOVE wrk-hb-de-data to BD-LINHA(26:8)
               WRITE BOLETIM-DOC-REG
           END-IF.
           IF wrk-hb-para NOT EQUAL SPACES
               MOVE SPACES to BD-LINHA
               MOVE "transferido para" to BD-LINHA(1:16)
               MOVE wrk-hb-para to BD-LINHA(18:6)
               MOVE "em" to BD-LINHA(25:2)
               MOVE wrk-hb-para-data to BD-LINHA(28:8)
               WRITE BOLETIM-DOC-REG
           END-IF.
           MOVE SPACES to BD-LINHA.
           MOVE "disciplina           n1    n2    media recup"
               to BD-LINHA(1:44).
                           EXIT PERFORM
                       END-IF
                   END-PERFORM
                   IF NOT BOLETIM-PONDERADO
                       MOVE BOL-NOTA1 to wrk-nota-ed
                       MOVE wrk-nota-ed to BD-LINHA(22:5)
                       MOVE BOL-NOTA2 to wrk-nota-ed
                       MOVE wrk-nota-ed to BD-LINHA(28:5)
                   END-IF
                   MOVE BOL-MEDIA to wrk-nota-ed
                   MOVE wrk-nota-ed to BD-LINHA(34:5)
                   IF BOL-NOTA-RECUP > ZERO
                   MOVE BOL-FREQUENCIA to wrk-perc-ed
                   MOVE wrk-perc-ed to BD-LINHA(66:6)
                   WRITE BOLETIM-DOC-REG
                   IF BOLETIM-PONDERADO
                       PERFORM 0420-avaliacoes-boletim
                   END-IF
                   IF BOL-FREQUENCIA < 75
                       MOVE "S" to wrk-bd-freq-baixa
                   END-IF
               WRITE BOLETIM-DOC-REG
           END-IF.

       0420-avaliacoes-boletim SECTION.
      *no boletim do aluno cada avaliacao do plano sai numa linha
      *com o nome, o peso e a nota
           PERFORM 0170-ler-plano.
           PERFORM VARYING wrk-aval-ind FROM 1 BY 1
                   UNTIL wrk-aval-ind > BOL-QTD-AVAL
               MOVE SPACES to BD-LINHA
               IF wrk-plano-lido EQUAL "S"
                   MOVE AVP-NOME(wrk-aval-ind) to BD-LINHA(6:15)
                   MOVE "peso" to BD-LINHA(22:4)
                   MOVE AVP-PESO(wrk-aval-ind) to BD-LINHA(27:3)
               ELSE
                   MOVE "avaliacao" to BD-LINHA(6:9)
                   MOVE wrk-aval-ind to BD-LINHA(16:1)
               END-IF
               MOVE BOL-NOTA-AVAL(wrk-aval-ind) to wrk-nota-ed
               MOVE wrk-nota-ed to BD-LINHA(34:5)
               WRITE BOLETIM-DOC-REG
           END-PERFORM.
           IF wrk-plano-lido EQUAL "S"
               MOVE SPACES to BD-LINHA
               MOVE "media ponderada; aprovacao com"
                   to BD-LINHA(6:30)
               MOVE AVP-MEDIA-APROV to wrk-nota-ed
               MOVE wrk-nota-ed to BD-LINHA(37:5)
               WRITE BOLETIM-DOC-REG
           END-IF.

       0430-historico-aluno SECTION.
      *ultimo periodo do aluno corrente na turma wrk-hb-turma:
      *turma e data de entrada e de saida por transferencia
           MOVE "N" to wrk-hb-passou.
           MOVE SPACES to wrk-hb-de wrk-hb-para.
           MOVE ZERO to wrk-hb-de-data wrk-hb-para-data.
           IF wrk-tem-hist NOT EQUAL "S"
               GO to 0430-fim
           END-IF.
           MOVE ALU-MATRICULA to ATM-MATRICULA.
           MOVE ZERO to ATM-INICIO.
           START HIST-TURMAS KEY IS NOT LESS THAN ATM-CHAVE
               INVALID KEY
                   GO to 0430-fim
           END-START.
           READ HIST-TURMAS NEXT.
           PERFORM UNTIL fs-hist-turmas NOT EQUAL 00
                   OR ATM-MATRICULA NOT EQUAL ALU-MATRICULA
               IF ATM-TURMA EQUAL wrk-hb-turma
                   MOVE "S" to wrk-hb-passou
                   MOVE ATM-ORIGEM to wrk-hb-de
                   MOVE ATM-INICIO to wrk-hb-de-data
                   MOVE ATM-DESTINO to wrk-hb-para
                   MOVE ATM-FIM to wrk-hb-para-data
               END-IF
               READ HIST-TURMAS NEXT
           END-PERFORM.
       0430-fim.
           EXIT.

       0300-finaliza SECTION.
           CLOSE BOLETIM.
           CLOSE ATA.
           IF wrk-tem-planos EQUAL "S"
               CLOSE PLANO-AVAL
           END-IF.
           IF wrk-tem-alunos EQUAL "S"
               CLOSE ALUNOS
           END-IF.
           IF wrk-tem-hist EQUAL "S"
               CLOSE HIST-TURMAS
           END-IF.
           STOP RUN.
       END PROGRAM boletim-rel.
