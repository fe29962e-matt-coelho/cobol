      *          permanente chaveado por matricula + ano; o boletim
      *          do ano pode entao ser limpo sem apagar o passado do
      *          aluno, e o historico completo sai impresso para as
      *          transferencias, com cada disciplina do ano e a nota
      *          de cada avaliacao guardadas no historico por
      *          disciplina
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HE-CHAVE
               FILE STATUS IS FS-HISTESC.
      *uma linha por disciplina do ano fechado, com a nota de cada
      *avaliacao e o nome e peso do plano do ano
       SELECT HISTDISC ASSIGN TO "./historico-disciplinas.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HD-CHAVE
               FILE STATUS IS FS-HISTDISC.
       SELECT PLANO-AVAL ASSIGN TO "./avaliacoes-plano.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AVP-CHAVE
               FILE STATUS IS FS-PLANO-AVAL.
       SELECT DISCIPLINAS ASSIGN TO "./disciplinas.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DIS-CODIGO
               FILE STATUS IS FS-DISCIPLINAS.
       SELECT TRANSCRICAO ASSIGN TO "./historico-escolar.txt"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS FS-TRANSCRICAO.
                   02 HE-MEDIA-GERAL PIC 9(02)V99.
                   02 HE-FREQUENCIA PIC 9(03)V99.
                   02 HE-SITUACAO PIC X(11).
           FD HISTDISC.
               01 REG-HISTDISC.
                   02 HD-CHAVE.
                       03 HD-MATRICULA PIC 9(04).
                       03 HD-ANO PIC 9(04).
                       03 HD-DISCIPLINA PIC 9(02).
                   02 HD-MEDIA PIC 9(02)V99.
                   02 HD-NOTA-RECUP PIC 9(02)V99.
                   02 HD-MEDIA-FINAL PIC 9(02)V99.
                   02 HD-FREQUENCIA PIC 9(03)V99.
                   02 HD-SITUACAO PIC X(11).
      *zero quando o ano nao tinha plano (duas notas, media simples)
                   02 HD-MEDIA-APROV PIC 9(02)V99.
                   02 HD-QTD-AVAL PIC 9(01).
                   02 HD-AVALIACAO OCCURS 8 TIMES.
                       03 HD-AVAL-NOME PIC X(15).
                       03 HD-AVAL-PESO PIC 9(03).
                       03 HD-AVAL-NOTA PIC 9(02)V99.
           FD PLANO-AVAL.
           COPY "avpreg.cpy".
           FD DISCIPLINAS.
           COPY "disreg.cpy".
           FD TRANSCRICAO.
               01 TRANSCRICAO-REG.
                   02 TR-LINHA PIC X(80).
       77 wrk-anos pic 9(03) value zero.
       77 wrk-nota-ed pic z9.99 value zero.
       77 wrk-perc-ed pic zz9.99 value zero.
      *historico por disciplina
       77 fs-histdisc pic 9(02) value zero.
       77 fs-plano-aval pic 9(02) value zero.
       77 fs-disciplinas pic 9(02) value zero.
       77 wrk-tem-planos pic x(01) value "N".
       77 wrk-tem-disciplinas pic x(01) value "N".
       77 wrk-aval-ind pic 9(01) value zero.

       PROCEDURE DIVISION.

           DISPLAY "finalizar".
           CLOSE ALUNOS.
           CLOSE HISTESC.
           CLOSE HISTDISC.
           IF wrk-tem-planos EQUAL "S"
               CLOSE PLANO-AVAL
           END-IF.
           IF wrk-tem-disciplinas EQUAL "S"
               CLOSE DISCIPLINAS
           END-IF.
           GOBACK.

       0090-abrir-arquivos SECTION.
               CLOSE HISTESC
               OPEN I-O HISTESC
           END-IF.
           OPEN I-O HISTDISC.
           IF fs-histdisc EQUAL 35
               OPEN OUTPUT HISTDISC
               CLOSE HISTDISC
               OPEN I-O HISTDISC
           END-IF.
           MOVE "N" to wrk-tem-planos wrk-tem-disciplinas.
           OPEN INPUT PLANO-AVAL.
           IF fs-plano-aval EQUAL 00
               MOVE "S" to wrk-tem-planos
           END-IF.
           OPEN INPUT DISCIPLINAS.
           IF fs-disciplinas EQUAL 00
               MOVE "S" to wrk-tem-disciplinas
           END-IF.

       0060-menu SECTION.
           DISPLAY "1-fechar ano letivo  2-historico do aluno"
               END-IF
               ADD wrk-media-usada to wrk-soma-medias
               ADD BOL-FREQUENCIA to wrk-soma-freq
               PERFORM 0120-gravar-disciplina
               EVALUATE BOL-SITUACAO
                   WHEN "aprovado"
                       CONTINUE
           END-WRITE.
           ADD 1 to wrk-fechados.

       0120-gravar-disciplina SECTION.
      *guarda a disciplina do boletim no historico com a nota de
      *cada avaliacao; o registro de duas notas entra como duas
      *avaliacoes de peso 1
           MOVE BOL-ID to HD-MATRICULA.
           MOVE wrk-ano to HD-ANO.
           MOVE BOL-DISCIPLINA to HD-DISCIPLINA.
           MOVE BOL-MEDIA to HD-MEDIA.
           MOVE BOL-NOTA-RECUP to HD-NOTA-RECUP.
           MOVE BOL-MEDIA-FINAL to HD-MEDIA-FINAL.
           MOVE BOL-FREQUENCIA to HD-FREQUENCIA.
           MOVE BOL-SITUACAO to HD-SITUACAO.
           MOVE ZERO to HD-MEDIA-APROV.
           PERFORM VARYING wrk-aval-ind FROM 1 BY 1
                   UNTIL wrk-aval-ind > 8
               MOVE SPACES to HD-AVAL-NOME(wrk-aval-ind)
               MOVE ZERO to HD-AVAL-PESO(wrk-aval-ind)
               MOVE ZERO to HD-AVAL-NOTA(wrk-aval-ind)
           END-PERFORM.
           IF BOLETIM-PONDERADO
               MOVE BOL-QTD-AVAL to HD-QTD-AVAL
               PERFORM VARYING wrk-aval-ind FROM 1 BY 1
                       UNTIL wrk-aval-ind > BOL-QTD-AVAL
                   MOVE BOL-NOTA-AVAL(wrk-aval-ind)
                       to HD-AVAL-NOTA(wrk-aval-ind)
               END-PERFORM
               IF wrk-tem-planos EQUAL "S"
                   MOVE BOL-DISCIPLINA to AVP-DISCIPLINA
                   MOVE BOL-ANO to AVP-ANO
                   READ PLANO-AVAL
                       NOT INVALID KEY
                           MOVE AVP-MEDIA-APROV to HD-MEDIA-APROV
                           PERFORM VARYING wrk-aval-ind FROM 1 BY 1
                                   UNTIL wrk-aval-ind > HD-QTD-AVAL
                               MOVE AVP-NOME(wrk-aval-ind)
                                   to HD-AVAL-NOME(wrk-aval-ind)
                               MOVE AVP-PESO(wrk-aval-ind)
                                   to HD-AVAL-PESO(wrk-aval-ind)
                           END-PERFORM
                   END-READ
               END-IF
           ELSE
               MOVE 2 to HD-QTD-AVAL
               MOVE "nota 1" to HD-AVAL-NOME(1)
               MOVE "nota 2" to HD-AVAL-NOME(2)
               MOVE 1 to HD-AVAL-PESO(1) HD-AVAL-PESO(2)
               MOVE BOL-NOTA1 to HD-AVAL-NOTA(1)
               MOVE BOL-NOTA2 to HD-AVAL-NOTA(2)
           END-IF.
           WRITE REG-HISTDISC
               INVALID KEY
                   REWRITE REG-HISTDISC
           END-WRITE.

       0200-transcricao SECTION.
      *historico escolar completo de uma matricula, ano a ano, no
      *documento que as transferencias pedem
                   MOVE wrk-perc-ed to TR-LINHA(31:6)
                   MOVE HE-SITUACAO to TR-LINHA(39:11)
                   WRITE TRANSCRICAO-REG
                   PERFORM 0210-disciplinas-ano
                   DISPLAY HE-ANO " " HE-TURMA " media "
                           HE-MEDIA-GERAL " " HE-SITUACAO
                   READ HISTESC NEXT
       0200-fim.
           EXIT.

       0210-disciplinas-ano SECTION.
      *as disciplinas do ano no historico: media, situacao e
      *frequencia, e abaixo a nota de cada avaliacao com o peso
           MOVE HE-MATRICULA to HD-MATRICULA.
           MOVE HE-ANO to HD-ANO.
           MOVE ZERO to HD-DISCIPLINA.
           START HISTDISC KEY IS NOT LESS THAN HD-CHAVE
               INVALID KEY
                   GO to 0210-fim
           END-START.
           READ HISTDISC NEXT.
           PERFORM UNTIL fs-histdisc NOT EQUAL 00
                   OR HD-MATRICULA NOT EQUAL HE-MATRICULA
                   OR HD-ANO NOT EQUAL HE-ANO
               MOVE SPACES to TR-LINHA
               MOVE HD-DISCIPLINA to TR-LINHA(3:2)
               IF wrk-tem-disciplinas EQUAL "S"
                   MOVE HD-DISCIPLINA to DIS-CODIGO
                   READ DISCIPLINAS
                       NOT INVALID KEY
                           MOVE DIS-NOME to TR-LINHA(6:20)
                   END-READ
               END-IF
               IF HD-MEDIA-FINAL > ZERO
                   MOVE HD-MEDIA-FINAL to wrk-nota-ed
               ELSE
                   MOVE HD-MEDIA to wrk-nota-ed
               END-IF
               MOVE wrk-nota-ed to TR-LINHA(27:5)
               MOVE HD-SITUACAO to TR-LINHA(34:11)
               MOVE HD-FREQUENCIA to wrk-perc-ed
               MOVE wrk-perc-ed to TR-LINHA(46:6)
               IF HD-MEDIA-APROV > ZERO
                   MOVE "aprov." to TR-LINHA(54:6)
                   MOVE HD-MEDIA-APROV to wrk-nota-ed
                   MOVE wrk-nota-ed to TR-LINHA(61:5)
               END-IF
               IF HD-MEDIA-FINAL > ZERO
                   MOVE "rec." to TR-LINHA(67:4)
                   MOVE HD-NOTA-RECUP to wrk-nota-ed
                   MOVE wrk-nota-ed to TR-LINHA(72:5)
               END-IF
               WRITE TRANSCRICAO-REG
               PERFORM VARYING wrk-aval-ind FROM 1 BY 1
                       UNTIL wrk-aval-ind > HD-QTD-AVAL
                   MOVE SPACES to TR-LINHA
                   IF HD-AVAL-NOME(wrk-aval-ind) EQUAL SPACES
                       MOVE "avaliacao" to TR-LINHA(8:9)
                       MOVE wrk-aval-ind to TR-LINHA(18:1)
                   ELSE
                       MOVE HD-AVAL-NOME(wrk-aval-ind)
                           to TR-LINHA(8:15)
                   END-IF
                   IF HD-AVAL-PESO(wrk-aval-ind) > ZERO
                       MOVE "peso" to TR-LINHA(24:4)
                       MOVE HD-AVAL-PESO(wrk-aval-ind)
                           to TR-LINHA(29:3)
                   END-IF
                   MOVE HD-AVAL-NOTA(wrk-aval-ind) to wrk-nota-ed
                   MOVE wrk-nota-ed to TR-LINHA(34:5)
                   WRITE TRANSCRICAO-REG
               END-PERFORM
               READ HISTDISC NEXT
           END-PERFORM.
       0210-fim.
           EXIT.

       END PROGRAM anoletivo.
