      *          percentual de comissao, situacao), no mesmo molde da
      *          manutencao de alunos; o codigo e carimbado em cada
      *          pedido pelo prg14 e o percentual dirige o fechamento
      *          mensal de comissoes; metas mensais de vendas por
      *          vendedor, com as faixas de bonus da comissao
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS VEN-CODIGO
               FILE STATUS IS FS-VENDEDORES.
      *metas mensais por vendedor + competencia
       SELECT METAS ASSIGN TO "./metas-vendas.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MET-CHAVE
               FILE STATUS IS FS-METAS.
       DATA DIVISION.
       FILE SECTION.
           FD VENDEDORES.
           COPY "vendreg.cpy".
           FD METAS.
           COPY "metreg.cpy".
       WORKING-STORAGE SECTION.
       77 fs-vendedores pic 9(02) value ZERO.
       77 wrk-opcao pic 9(01) value ZERO.
       77 wrk-nome pic x(30) value SPACES.
       77 wrk-comissao pic 9(02)v99 value ZERO.
       77 wrk-confirma pic x(01) value SPACE.
      *manutencao das metas mensais
       77 fs-metas pic 9(02) value ZERO.
       77 wrk-met-comp pic 9(06) value ZERO.
       77 wrk-met-valor pic 9(08)v99 value ZERO.
       77 wrk-met-novos pic 9(03) value ZERO.
       77 wrk-met-bonus-100 pic 9(02)v99 value ZERO.
       77 wrk-met-bonus-120 pic 9(02)v99 value ZERO.
       77 wrk-met-qtd pic 9(03) value ZERO.
       77 wrk-met-ed pic zzzzzzz9.99 value ZERO.

       PROCEDURE DIVISION.

           PERFORM 0200-menu UNTIL wrk-opcao EQUAL 9.
           DISPLAY "finalizar".
           CLOSE VENDEDORES.
           CLOSE METAS.
           GOBACK.

       0100-inicializar SECTION.
                       fs-vendedores
               STOP RUN
           END-IF.
           OPEN I-O METAS.
           IF fs-metas EQUAL 35
               OPEN OUTPUT METAS
               CLOSE METAS
               OPEN I-O METAS
           END-IF.

       0200-menu SECTION.
           DISPLAY "1-incluir  2-consultar  3-alterar  4-desativar"
               "  5-listar  6-meta do mes  7-metas da competencia"
               "  9-sair".
           DISPLAY "opcao"
               ACCEPT wrk-opcao.
           EVALUATE wrk-opcao
                   PERFORM 0140-desativar
               WHEN 5
                   PERFORM 0150-listar
               WHEN 6
                   PERFORM 0160-manter-meta
               WHEN 7
                   PERFORM 0170-listar-metas
               WHEN 9
                   CONTINUE
               WHEN OTHER
               READ VENDEDORES NEXT
           END-PERFORM.

       0160-manter-meta SECTION.
      *meta de faturamento (e, opcional, de clientes novos) de um
      *vendedor numa competencia; os bonus sao pontos percentuais
      *somados a comissao sobre todo o faturado do mes quando ele
      *passa de 100% ou de 120% da meta (vale a faixa mais alta)
           DISPLAY "codigo do vendedor"
               ACCEPT wrk-codigo.
           MOVE wrk-codigo to VEN-CODIGO.
           READ VENDEDORES
               INVALID KEY
                   DISPLAY "vendedor nao encontrado"
                   GO to 0160-fim
           END-READ.
           DISPLAY "vendedor: " VEN-NOME.
           DISPLAY "competencia (AAAAMM)"
               ACCEPT wrk-met-comp.
           IF wrk-met-comp(5:2) < "01" OR wrk-met-comp(5:2) > "12"
               DISPLAY "competencia invalida"
               GO to 0160-fim
           END-IF.
           MOVE wrk-codigo to MET-VENDEDOR.
           MOVE wrk-met-comp to MET-COMPETENCIA.
           READ METAS
               INVALID KEY
                   DISPLAY "meta nova"
               NOT INVALID KEY
                   MOVE MET-VALOR to wrk-met-ed
                   DISPLAY "meta atual: " wrk-met-ed
                           " clientes novos " MET-CLIENTES-NOVOS
                           " bonus " MET-BONUS-100 "/"
                           MET-BONUS-120
           END-READ.
           DISPLAY "meta de faturamento do mes"
               ACCEPT wrk-met-valor.
           DISPLAY "meta de clientes novos (0 = sem meta)"
               ACCEPT wrk-met-novos.
           DISPLAY "bonus acima de 100% da meta (pontos, ex. 01.00)"
               ACCEPT wrk-met-bonus-100.
           DISPLAY "bonus acima de 120% da meta (pontos, ex. 02.00)"
               ACCEPT wrk-met-bonus-120.
           MOVE wrk-codigo to MET-VENDEDOR.
           MOVE wrk-met-comp to MET-COMPETENCIA.
           MOVE wrk-met-valor to MET-VALOR.
           MOVE wrk-met-novos to MET-CLIENTES-NOVOS.
           MOVE wrk-met-bonus-100 to MET-BONUS-100.
           MOVE wrk-met-bonus-120 to MET-BONUS-120.
           WRITE REG-META
               INVALID KEY
                   REWRITE REG-META
                   DISPLAY "meta regravada"
               NOT INVALID KEY
                   DISPLAY "meta gravada"
           END-WRITE.
       0160-fim.
           EXIT.

       0170-listar-metas SECTION.
           DISPLAY "competencia (AAAAMM)"
               ACCEPT wrk-met-comp.
           MOVE ZERO to wrk-met-qtd.
           MOVE ZERO to MET-VENDEDOR MET-COMPETENCIA.
           START METAS KEY IS NOT LESS THAN MET-CHAVE.
           IF fs-metas EQUAL 00
               READ METAS NEXT
               PERFORM UNTIL fs-metas NOT EQUAL 00
                   IF MET-COMPETENCIA EQUAL wrk-met-comp
                       ADD 1 to wrk-met-qtd
                       MOVE MET-VALOR to wrk-met-ed
                       DISPLAY MET-VENDEDOR " meta " wrk-met-ed
                               " clientes novos " MET-CLIENTES-NOVOS
                               " bonus " MET-BONUS-100 "/"
                               MET-BONUS-120
                   END-IF
                   READ METAS NEXT
               END-PERFORM
           END-IF.
           IF wrk-met-qtd EQUAL ZERO
               DISPLAY "nenhuma meta na competencia"
           END-IF.

       END PROGRAM vendcad.
