      ******************************************************************
      * Author:
      * Date:
      * Purpose: manutencao do cadastro de condicoes de pagamento
      *          (codigo, descricao, parcelas e dias corridos de cada
      *          vencimento, situacao), no mesmo molde do vendcad; o
      *          codigo e escolhido no pedido e no orcamento do prg14
      *          e dirige a geracao das parcelas no faturamento
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. condpag.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.

       FILE-CONTROL.
       SELECT CONDICOES ASSIGN TO "./condicoes-pagamento.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CPG-CODIGO
               FILE STATUS IS FS-CONDICOES.
       DATA DIVISION.
       FILE SECTION.
           FD CONDICOES.
           COPY "cpgreg.cpy".
       WORKING-STORAGE SECTION.
       77 fs-condicoes pic 9(02) value ZERO.
       77 wrk-opcao pic 9(01) value ZERO.
       77 wrk-codigo pic 9(02) value ZERO.
       77 wrk-descricao pic x(20) value SPACES.
       77 wrk-parcelas pic 9(02) value ZERO.
       77 wrk-ind pic 9(02) value ZERO.
       77 wrk-dias-ok pic x(01) value "N".
       77 wrk-confirma pic x(01) value SPACE.
       01 wrk-tab-dias.
           05 wrk-dias pic 9(03) occurs 12.

       PROCEDURE DIVISION.

       0050-principal section.
           PERFORM 0100-inicializar.
           PERFORM 0200-menu UNTIL wrk-opcao EQUAL 9.
           DISPLAY "finalizar".
           CLOSE CONDICOES.
           GOBACK.

       0100-inicializar SECTION.
           OPEN I-O CONDICOES.
           IF fs-condicoes EQUAL 35
               OPEN OUTPUT CONDICOES
               CLOSE CONDICOES
               OPEN I-O CONDICOES
           END-IF.
           IF fs-condicoes NOT EQUAL 00
               DISPLAY "erro ao abrir condicoes, status "
                       fs-condicoes
               STOP RUN
           END-IF.

       0200-menu SECTION.
           DISPLAY "1-incluir  2-consultar  3-alterar  4-desativar"
               "  5-listar  9-sair".
           DISPLAY "opcao"
               ACCEPT wrk-opcao.
           EVALUATE wrk-opcao
               WHEN 1
                   PERFORM 0110-incluir
               WHEN 2
                   PERFORM 0120-consultar
               WHEN 3
                   PERFORM 0130-alterar
               WHEN 4
                   PERFORM 0140-desativar
               WHEN 5
                   PERFORM 0150-listar
               WHEN 9
                   CONTINUE
               WHEN OTHER
                   DISPLAY "opcao invalida"
           END-EVALUATE.

       0110-incluir SECTION.
      *o codigo zero fica reservado para o prazo padrao do prg14
           DISPLAY "digite o codigo da condicao (01-99)"
               ACCEPT wrk-codigo.
           IF wrk-codigo EQUAL ZERO
               DISPLAY "codigo 00 reservado ao prazo padrao"
               GO to 0110-fim
           END-IF.
           DISPLAY "digite a descricao (ex. 30/60/90 DIAS)"
               ACCEPT wrk-descricao.
           PERFORM 0160-receber-parcelas.
           MOVE wrk-codigo to CPG-CODIGO.
           MOVE wrk-descricao to CPG-DESCRICAO.
           MOVE wrk-parcelas to CPG-PARCELAS.
           MOVE wrk-tab-dias to CPG-DIAS-TAB.
           SET CONDICAO-ATIVA to TRUE.
           WRITE REG-CONDICAO
               INVALID KEY
                   DISPLAY "codigo ja cadastrado"
           END-WRITE.
       0110-fim.
           EXIT.

       0120-consultar SECTION.
           DISPLAY "codigo a consultar"
               ACCEPT wrk-codigo.
           MOVE wrk-codigo to CPG-CODIGO.
           READ CONDICOES
               INVALID KEY
                   DISPLAY "condicao nao encontrada"
               NOT INVALID KEY
                   DISPLAY "descricao: " CPG-DESCRICAO
                   DISPLAY "parcelas.: " CPG-PARCELAS
                   PERFORM VARYING wrk-ind FROM 1 BY 1
                           UNTIL wrk-ind > CPG-PARCELAS
                       DISPLAY "  parcela " wrk-ind " vence em "
                               CPG-DIAS(wrk-ind) " dias"
                   END-PERFORM
                   DISPLAY "situacao.: " CPG-SITUACAO
           END-READ.

       0130-alterar SECTION.
           DISPLAY "codigo a alterar"
               ACCEPT wrk-codigo.
           MOVE wrk-codigo to CPG-CODIGO.
           READ CONDICOES
               INVALID KEY
                   DISPLAY "condicao nao encontrada"
               NOT INVALID KEY
                   DISPLAY "descricao atual: " CPG-DESCRICAO
                   DISPLAY "nova descricao"
                       ACCEPT wrk-descricao
                   DISPLAY "parcelas atuais: " CPG-PARCELAS
                   PERFORM 0160-receber-parcelas
                   MOVE wrk-descricao to CPG-DESCRICAO
                   MOVE wrk-parcelas to CPG-PARCELAS
                   MOVE wrk-tab-dias to CPG-DIAS-TAB
                   REWRITE REG-CONDICAO
           END-READ.

       0140-desativar SECTION.
      *desativacao logica: pedidos antigos apontam para o codigo,
      *mas o prg14 nao aceita mais a condicao em pedido novo
           DISPLAY "codigo a desativar"
               ACCEPT wrk-codigo.
           MOVE wrk-codigo to CPG-CODIGO.
           READ CONDICOES
               INVALID KEY
                   DISPLAY "condicao nao encontrada"
               NOT INVALID KEY
                   DISPLAY "descricao: " CPG-DESCRICAO
                   DISPLAY "confirma desativacao (s/n)"
                       ACCEPT wrk-confirma
                   IF wrk-confirma EQUAL "S" OR wrk-confirma EQUAL "s"
                       SET CONDICAO-INATIVA to TRUE
                       REWRITE REG-CONDICAO
                   END-IF
           END-READ.

       0150-listar SECTION.
           MOVE ZERO to CPG-CODIGO.
           START CONDICOES KEY IS NOT LESS THAN CPG-CODIGO.
           READ CONDICOES NEXT
           PERFORM UNTIL fs-condicoes NOT EQUAL 00
               DISPLAY CPG-CODIGO " " CPG-DESCRICAO " "
                       CPG-PARCELAS "x " CPG-DIAS(1) "/"
                       CPG-DIAS(CPG-PARCELAS) " dias "
                       CPG-SITUACAO
               READ CONDICOES NEXT
           END-PERFORM.

       0160-receber-parcelas SECTION.
      *de 1 a 12 parcelas, cada vencimento em dias corridos do
      *faturamento e sempre depois do anterior
           MOVE ZERO to wrk-parcelas.
           PERFORM UNTIL wrk-parcelas > ZERO AND wrk-parcelas < 13
               DISPLAY "quantidade de parcelas (1-12)"
                   ACCEPT wrk-parcelas
           END-PERFORM.
           MOVE ZERO to wrk-tab-dias.
           PERFORM VARYING wrk-ind FROM 1 BY 1
                   UNTIL wrk-ind > wrk-parcelas
               MOVE "N" to wrk-dias-ok
               PERFORM UNTIL wrk-dias-ok EQUAL "S"
                   DISPLAY "dias da parcela " wrk-ind
                       ACCEPT wrk-dias(wrk-ind)
                   IF wrk-ind EQUAL 1
                       MOVE "S" to wrk-dias-ok
                   ELSE
                       IF wrk-dias(wrk-ind) > wrk-dias(wrk-ind - 1)
                           MOVE "S" to wrk-dias-ok
                       ELSE
                           DISPLAY "vencimento deve ser depois do"
                                   " da parcela anterior"
                       END-IF
                   END-IF
               END-PERFORM
           END-PERFORM.

       END PROGRAM condpag.
