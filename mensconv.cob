      ******************************************************************
      * Author:
      * Date:
      * Purpose: conversao, rodada uma vez, dos titulos de
      *          mensalidade ja emitidos na faixa reservada
      *          (900000000 + matricula) para o responsavel
      *          financeiro cadastrado no aluno: o titulo passa ao
      *          cliente-id do responsavel e guarda a matricula em
      *          CR-MATRICULA; aluno ainda sem responsavel deixa o
      *          titulo na faixa (so com a matricula preenchida) e
      *          sai no relatorio para a secretaria completar o
      *          cadastro e rodar de novo; rodar outra vez nao
      *          altera o que ja foi convertido
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. mensconv.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.

       FILE-CONTROL.
       SELECT ALUNOS ASSIGN TO "./alunos.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ALU-MATRICULA
               FILE STATUS IS FS-ALUNOS.
       SELECT RECEBER ASSIGN TO "./contas-receber.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CR-NUMERO
               ALTERNATE RECORD KEY IS CR-CLIENTE WITH DUPLICATES
               ALTERNATE RECORD KEY IS CR-PEDIDO WITH DUPLICATES
               FILE STATUS IS FS-RECEBER.
      *mesmo sentinela do prg14 e do mensalid: o contas a receber
      *nao pode estar aberto em outra sessao durante a conversao
       SELECT LOCK-PEDIDOS ASSIGN TO "./pedidos.lck"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS FS-LOCK-PEDIDOS.
       SELECT REL-CONVERSAO ASSIGN TO "./conversao-responsavel.txt"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS FS-REL-CONVERSAO.
       DATA DIVISION.
       FILE SECTION.
           FD ALUNOS.
           COPY "alureg.cpy".
           FD RECEBER.
           COPY "recreg.cpy".
           FD LOCK-PEDIDOS.
               01 LOCK-PED-REG.
                   02 LKP-FLAG PIC X(01).
           FD REL-CONVERSAO.
               01 REL-CONVERSAO-REG.
                   02 REL-CV-LINHA PIC X(80).
       WORKING-STORAGE SECTION.
       77 fs-alunos pic 9(02) value zero.
       77 fs-receber pic 9(02) value zero.
       77 fs-lock-pedidos pic 9(02) value zero.
       77 fs-rel-conversao pic 9(02) value zero.
       77 wrk-lock-ped-obtido pic x(01) value "N".
      *base da faixa reservada de CR-CLIENTE dos titulos escolares
      *(a mesma constante do mensalid e do prg14)
       77 wrk-faixa-escolar pic 9(09) value 900000000.
       77 wrk-matricula pic 9(04) value zero.
       77 wrk-cliente-ant pic 9(09) value zero.
       77 wrk-lidos pic 9(07) value zero.
       77 wrk-convertidos pic 9(07) value zero.
       77 wrk-pendentes pic 9(07) value zero.

       PROCEDURE DIVISION.

       0050-principal section.
           PERFORM 0091-verificar-lock.
           PERFORM 0100-abrir.
           PERFORM 0200-converter.
           CLOSE ALUNOS.
           CLOSE RECEBER.
           CLOSE REL-CONVERSAO.
           DISPLAY "titulos escolares lidos: " wrk-lidos
                   "  convertidos: " wrk-convertidos
                   "  sem responsavel: " wrk-pendentes.
           DISPLAY "relatorio em conversao-responsavel.txt".
           PERFORM 0092-soltar-lock.
           STOP RUN.

       0091-verificar-lock SECTION.
      *uso exclusivo no molde do 0091 do prg14
           OPEN I-O LOCK-PEDIDOS.
           EVALUATE fs-lock-pedidos
               WHEN 35
                   OPEN OUTPUT LOCK-PEDIDOS
                   MOVE "F" to LKP-FLAG
                   WRITE LOCK-PED-REG
                   CLOSE LOCK-PEDIDOS
                   OPEN I-O LOCK-PEDIDOS
                   READ LOCK-PEDIDOS
               WHEN 00
                   READ LOCK-PEDIDOS
           END-EVALUATE.
           IF LKP-FLAG EQUAL "L"
               DISPLAY "arquivos de pedido em uso por outra sessao"
               CLOSE LOCK-PEDIDOS
               STOP RUN
           END-IF.
           MOVE "L" to LKP-FLAG.
           REWRITE LOCK-PED-REG.
           CLOSE LOCK-PEDIDOS.
           MOVE "S" to wrk-lock-ped-obtido.

       0092-soltar-lock SECTION.
           IF wrk-lock-ped-obtido EQUAL "S"
               OPEN I-O LOCK-PEDIDOS
               IF fs-lock-pedidos EQUAL 00
                   READ LOCK-PEDIDOS
                   MOVE "F" to LKP-FLAG
                   REWRITE LOCK-PED-REG
                   CLOSE LOCK-PEDIDOS
               END-IF
               MOVE "N" to wrk-lock-ped-obtido
           END-IF.

       0100-abrir SECTION.
           OPEN INPUT ALUNOS.
           IF fs-alunos NOT EQUAL 00
               DISPLAY "cadastro de alunos indisponivel, status "
                       fs-alunos
               PERFORM 0092-soltar-lock
               STOP RUN
           END-IF.
           OPEN I-O RECEBER.
           IF fs-receber NOT EQUAL 00
               DISPLAY "contas a receber indisponivel, status "
                       fs-receber
               CLOSE ALUNOS
               PERFORM 0092-soltar-lock
               STOP RUN
           END-IF.
           OPEN OUTPUT REL-CONVERSAO.
           MOVE SPACES to REL-CV-LINHA.
           MOVE "conversao das mensalidades para o responsavel"
               to REL-CV-LINHA(1:45).
           ACCEPT REL-CV-LINHA(47:8) FROM DATE YYYYMMDD.
           WRITE REL-CONVERSAO-REG.
           MOVE SPACES to REL-CV-LINHA.
           MOVE "titulo  matr cliente ant.  responsavel"
               to REL-CV-LINHA(1:38).
           WRITE REL-CONVERSAO-REG.

       0200-converter SECTION.
      *varre pelo numero do titulo: a chave de cliente muda no
      *REWRITE e nao pode ser a chave da varredura
           MOVE ZERO to CR-NUMERO.
           START RECEBER KEY IS NOT LESS THAN CR-NUMERO
               INVALID KEY
                   GO to 0200-fim
           END-START.
           READ RECEBER NEXT.
           PERFORM UNTIL fs-receber NOT EQUAL 00
               IF CR-CLIENTE NOT < wrk-faixa-escolar
                   PERFORM 0210-converter-titulo
               END-IF
               READ RECEBER NEXT
           END-PERFORM.
       0200-fim.
           EXIT.

       0210-converter-titulo SECTION.
           ADD 1 to wrk-lidos.
           MOVE CR-CLIENTE to wrk-cliente-ant.
           COMPUTE wrk-matricula = CR-CLIENTE - wrk-faixa-escolar.
           MOVE wrk-matricula to CR-MATRICULA.
           MOVE wrk-matricula to ALU-MATRICULA.
           READ ALUNOS
               INVALID KEY
                   MOVE ZERO to ALU-RESPONSAVEL
           END-READ.
           MOVE SPACES to REL-CV-LINHA.
           MOVE CR-NUMERO to REL-CV-LINHA(1:7).
           MOVE wrk-matricula to REL-CV-LINHA(9:4).
           MOVE wrk-cliente-ant to REL-CV-LINHA(14:9).
           IF ALU-RESPONSAVEL > ZERO
               MOVE ALU-RESPONSAVEL to CR-CLIENTE
               MOVE ALU-RESPONSAVEL to REL-CV-LINHA(27:9)
               ADD 1 to wrk-convertidos
           ELSE
               MOVE "sem responsavel - fica na faixa"
                   to REL-CV-LINHA(27:31)
               ADD 1 to wrk-pendentes
           END-IF.
           REWRITE REG-RECEBER
               INVALID KEY
                   MOVE "erro na regravacao" to REL-CV-LINHA(60:18)
           END-REWRITE.
           WRITE REL-CONVERSAO-REG.

       END PROGRAM mensconv.
