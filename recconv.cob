      ******************************************************************
      * Author:
      * Date:
      * Purpose: conversao, rodada uma vez, do contas-receber.dat no
      *          desenho antigo (titulo de 45 posicoes, chave so por
      *          numero e por cliente) para o desenho do recreg.cpy,
      *          com a chave alternativa por pedido: o titulo de
      *          venda antigo era um so por pedido, com o proprio
      *          numero do pedido, e passa a CR-PEDIDO = CR-NUMERO,
      *          parcela 1 de 1, para o cancelamento, a consulta do
      *          pedido, o extrato e a integracao acharem o titulo;
      *          o titulo escolar (faixa reservada) fica sem pedido
      *          e segue para o mensconv, que roda depois deste;
      *          os titulos convertidos ficam tambem em
      *          contas-receber-conv.dat como copia da conversao;
      *          arquivo ja no desenho novo nao e tocado
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. recconv.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.

       FILE-CONTROL.
      *o arquivo vivo lido no desenho antigo
       SELECT ANTIGO ASSIGN TO "./contas-receber.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ANT-NUMERO
               ALTERNATE RECORD KEY IS ANT-CLIENTE WITH DUPLICATES
               FILE STATUS IS FS-ANTIGO.
      *o mesmo arquivo regravado no desenho novo
       SELECT RECEBER ASSIGN TO "./contas-receber.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CR-NUMERO
               ALTERNATE RECORD KEY IS CR-CLIENTE WITH DUPLICATES
               ALTERNATE RECORD KEY IS CR-PEDIDO WITH DUPLICATES
               FILE STATUS IS FS-RECEBER.
       SELECT CONVERTIDO ASSIGN TO "./contas-receber-conv.dat"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS FS-CONVERTIDO.
      *mesmo sentinela do prg14 e do mensconv: o contas a receber
      *nao pode estar aberto em outra sessao durante a conversao
       SELECT LOCK-PEDIDOS ASSIGN TO "./pedidos.lck"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS FS-LOCK-PEDIDOS.
       DATA DIVISION.
       FILE SECTION.
      *desenho do titulo antes das parcelas
           FD ANTIGO.
               01 REG-ANTIGO.
                   02 ANT-NUMERO PIC 9(07).
                   02 ANT-CLIENTE PIC 9(09).
                   02 ANT-VALOR PIC 9(08)V99.
                   02 ANT-VENCIMENTO PIC 9(08).
                   02 ANT-PAGO PIC 9(08)V99.
                   02 ANT-SITUACAO PIC X(01).
           FD RECEBER.
           COPY "recreg.cpy".
      *tamanho do REG-RECEBER do recreg.cpy
           FD CONVERTIDO.
               01 CONVERTIDO-REG PIC X(105).
           FD LOCK-PEDIDOS.
               01 LOCK-PED-REG.
                   02 LKP-FLAG PIC X(01).
       WORKING-STORAGE SECTION.
       77 fs-antigo pic 9(02) value zero.
       77 fs-receber pic 9(02) value zero.
       77 fs-convertido pic 9(02) value zero.
       77 fs-lock-pedidos pic 9(02) value zero.
       77 wrk-lock-ped-obtido pic x(01) value "N".
      *base da faixa reservada de CR-CLIENTE dos titulos escolares
      *(a mesma constante do mensalid e do prg14)
       77 wrk-faixa-escolar pic 9(09) value 900000000.
       77 wrk-lidos pic 9(07) value zero.
       77 wrk-vendas pic 9(07) value zero.
       77 wrk-escolares pic 9(07) value zero.
       77 wrk-gravados pic 9(07) value zero.

       PROCEDURE DIVISION.

       0050-principal section.
           PERFORM 0091-verificar-lock.
           PERFORM 0100-abrir.
           PERFORM 0200-converter.
           PERFORM 0300-regravar.
           DISPLAY "titulos lidos: " wrk-lidos
                   "  de venda: " wrk-vendas
                   "  escolares: " wrk-escolares
                   "  regravados: " wrk-gravados.
           IF wrk-gravados NOT EQUAL wrk-lidos
               DISPLAY "regravacao incompleta: os titulos convertidos"
                       " estao em contas-receber-conv.dat"
           ELSE
               DISPLAY "rode o mensconv para os titulos escolares"
           END-IF.
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
      *o arquivo ja regravado no desenho novo nao abre com o
      *tamanho antigo: nada a converter
           OPEN INPUT ANTIGO.
           IF fs-antigo EQUAL 39
               DISPLAY "contas a receber ja esta no desenho novo"
               PERFORM 0092-soltar-lock
               STOP RUN
           END-IF.
           IF fs-antigo NOT EQUAL 00
               DISPLAY "contas a receber indisponivel, status "
                       fs-antigo
               PERFORM 0092-soltar-lock
               STOP RUN
           END-IF.
           OPEN OUTPUT CONVERTIDO.

       0200-converter SECTION.
      *primeira passada: cada titulo antigo vai para a copia da
      *conversao ja no desenho novo
           MOVE ZERO to ANT-NUMERO.
           START ANTIGO KEY IS NOT LESS THAN ANT-NUMERO
               INVALID KEY
                   GO to 0200-fim
           END-START.
           READ ANTIGO NEXT.
           PERFORM UNTIL fs-antigo NOT EQUAL 00
               PERFORM 0210-converter-titulo
               READ ANTIGO NEXT
           END-PERFORM.
       0200-fim.
           CLOSE ANTIGO.
           CLOSE CONVERTIDO.

       0210-converter-titulo SECTION.
           ADD 1 to wrk-lidos.
           INITIALIZE REG-RECEBER.
           MOVE ANT-NUMERO to CR-NUMERO.
           MOVE ANT-CLIENTE to CR-CLIENTE.
           MOVE ANT-VALOR to CR-VALOR.
           MOVE ANT-VENCIMENTO to CR-VENCIMENTO.
           MOVE ANT-PAGO to CR-PAGO.
           MOVE ANT-SITUACAO to CR-SITUACAO.
           MOVE SPACES to CR-PERDA-SUPERVISOR.
           IF CR-CLIENTE NOT < wrk-faixa-escolar
               ADD 1 to wrk-escolares
           ELSE
               MOVE CR-NUMERO to CR-PEDIDO
               MOVE 1 to CR-PARCELA
               MOVE 1 to CR-PARCELAS
               ADD 1 to wrk-vendas
           END-IF.
           MOVE REG-RECEBER to CONVERTIDO-REG.
           WRITE CONVERTIDO-REG.

       0300-regravar SECTION.
      *segunda passada: o arquivo vivo recomeca no desenho novo,
      *com a chave por pedido, a partir da copia da conversao
           OPEN INPUT CONVERTIDO.
           IF fs-convertido NOT EQUAL 00
               GO to 0300-fim
           END-IF.
           OPEN OUTPUT RECEBER.
           READ CONVERTIDO.
           PERFORM UNTIL fs-convertido NOT EQUAL 00
               MOVE CONVERTIDO-REG to REG-RECEBER
               WRITE REG-RECEBER
                   INVALID KEY
                       DISPLAY "titulo " CR-NUMERO " nao regravado"
                   NOT INVALID KEY
                       ADD 1 to wrk-gravados
               END-WRITE
               READ CONVERTIDO
           END-PERFORM.
           CLOSE RECEBER.
           CLOSE CONVERTIDO.
       0300-fim.
           EXIT.

       END PROGRAM recconv.
