      *          de datas); a baixa, os atrasados e a regua de
      *          cobranca sao os mesmos de todo titulo da casa; a
      *          numeracao sai do mesmo controle dos pedidos para o
      *          numero de titulo nunca colidir; o titulo sai contra
      *          o responsavel financeiro do aluno (cliente-id do
      *          cadastro de clientes), com a matricula no titulo,
      *          e so o aluno ainda sem responsavel cai na faixa
      *          reservada 900000000 + matricula, para o lado de
      *          clientes (limite de credito, regua, remessa,
      *          extrato) nunca confundir o aluno N com o cliente N
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CR-NUMERO
               ALTERNATE RECORD KEY IS CR-CLIENTE WITH DUPLICATES
               ALTERNATE RECORD KEY IS CR-PEDIDO WITH DUPLICATES
               FILE STATUS IS FS-RECEBER.
       SELECT NUM-CONTROL ASSIGN TO "./pedido-num-control.dat"
               ORGANIZATION IS SEQUENTIAL
           COPY "alureg.cpy".
      *mesmo desenho do titulo do prg14
           FD RECEBER.
           COPY "recreg.cpy".
           FD NUM-CONTROL.
               01 NUM-CONTROL-REG.
                   02 NUM-PROXIMO PIC 9(07).
       77 wrk-faixa-escolar pic 9(09) value 900000000.
       77 wrk-gerados pic 9(04) value zero.
       77 wrk-pulados pic 9(04) value zero.
       77 wrk-sem-resp pic 9(04) value zero.
      *parametros do modulo de servicos de data (datesrv)
       77 wrk-ds-funcao pic x(01) value SPACE.
       77 wrk-ds-data1 pic 9(08) value zero.
               PERFORM 0250-gravar-controle
               DISPLAY "mensalidades geradas: " wrk-gerados
                       "  sem mensalidade: " wrk-pulados
               IF wrk-sem-resp > ZERO
                   DISPLAY "alunos sem responsavel financeiro"
                           " (titulo na faixa reservada): "
                           wrk-sem-resp
               END-IF
           END-IF.
           PERFORM 0092-soltar-lock.
           STOP RUN.
           END-IF.
           PERFORM 0210-obter-numero.

           MOVE ZERO to wrk-gerados wrk-pulados wrk-sem-resp.
           MOVE ZERO to ALU-MATRICULA.
           START ALUNOS KEY IS NOT LESS THAN ALU-MATRICULA.
           READ ALUNOS NEXT

       0220-gerar-titulo SECTION.
           MOVE wrk-numero to CR-NUMERO.
           IF ALU-RESPONSAVEL > ZERO
               MOVE ALU-RESPONSAVEL to CR-CLIENTE
           ELSE
               COMPUTE CR-CLIENTE = wrk-faixa-escolar
                       + ALU-MATRICULA
               ADD 1 to wrk-sem-resp
           END-IF.
           MOVE ALU-MATRICULA to CR-MATRICULA.
           MOVE ALU-MENSALIDADE to CR-VALOR.
           MOVE wrk-vencimento to CR-VENCIMENTO.
           MOVE ZERO to CR-PAGO.
           SET TITULO-ABERTO to TRUE.
           MOVE ZERO to CR-PEDIDO.
           MOVE 1 to CR-PARCELA CR-PARCELAS.
           MOVE ZERO to CR-PERDA-DATA CR-PERDA-VALOR CR-RECUPERADO
                        CR-ACORDO.
           MOVE SPACES to CR-PERDA-SUPERVISOR.
           WRITE REG-RECEBER
               INVALID KEY
                   DISPLAY "numero de titulo ja em uso: "
