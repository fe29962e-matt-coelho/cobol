      ******************************************************************
      * Author:
      * Date:
      * Purpose: lote diario da nota eletronica, sem tela: junta num
      *          unico arquivo (nfe-lote-AAAAMMDD.xml) os xml das
      *          notas de venda emitidas no dia e lista em
      *          nfe-falhas.txt as notas cujo xml nao foi gerado (com
      *          o motivo do controle) ou nao esta mais no disco; o
      *          dia vem como parametro AAAAMMDD (em branco = hoje);
      *          RETURN-CODE 0 sem falhas, 4 com falhas, 8 sem
      *          notas ou com parametro invalido
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. nfelote.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.

       FILE-CONTROL.
       SELECT NOTAS ASSIGN TO "./notas-venda.dat"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS FS-NOTAS.
       SELECT NFE-CONTROLE ASSIGN TO "./nfe-controle.dat"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS FS-NFE-CONTROLE.
      *xml de cada nota e o arquivo do lote, pelos nomes montados
      *em wrk-nfe-arquivo e wrk-lote-arquivo
       SELECT NFE-XML ASSIGN TO wrk-nfe-arquivo
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS FS-NFE-XML.
       SELECT LOTE-XML ASSIGN TO wrk-lote-arquivo
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS FS-LOTE-XML.
       SELECT REL-FALHAS ASSIGN TO "./nfe-falhas.txt"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS FS-REL-FALHAS.
       DATA DIVISION.
       FILE SECTION.
           FD NOTAS.
               01 REG-NOTA.
                   02 NF-NUMERO PIC 9(07).
                   02 NF-PEDIDO PIC 9(07).
                   02 NF-CLIENTE PIC 9(09).
                   02 NF-DATA PIC 9(08).
                   02 NF-VALOR PIC 9(08)V99.
                   02 NF-FRETE PIC 9(08)V99.
                   02 NF-TOTAL PIC 9(08)V99.
           FD NFE-CONTROLE.
           COPY "nfereg.cpy".
           FD NFE-XML.
               01 NFE-XML-REG.
                   02 NFE-XML-LINHA PIC X(120).
           FD LOTE-XML.
               01 LOTE-XML-REG.
                   02 LOTE-XML-LINHA PIC X(120).
           FD REL-FALHAS.
               01 REL-FALHAS-REG.
                   02 REL-FL-LINHA PIC X(80).
       WORKING-STORAGE SECTION.
       77 fs-notas pic 9(02) value ZERO.
       77 fs-nfe-controle pic 9(02) value ZERO.
       77 fs-nfe-xml pic 9(02) value ZERO.
       77 fs-lote-xml pic 9(02) value ZERO.
       77 fs-rel-falhas pic 9(02) value ZERO.
       77 wrk-parametro pic x(10) value SPACES.
       77 wrk-dia pic 9(08) value ZERO.
       77 wrk-nfe-arquivo pic x(40) value SPACES.
       77 wrk-lote-arquivo pic x(40) value SPACES.
       77 wrk-notas pic 9(05) value ZERO.
       77 wrk-juntadas pic 9(05) value ZERO.
       77 wrk-falhas pic 9(05) value ZERO.
       77 wrk-linhas pic 9(05) value ZERO.
       77 wrk-motivo pic x(30) value SPACES.
      *parametros do modulo de servicos de data (datesrv)
       77 wrk-ds-funcao pic x(01) value SPACE.
       77 wrk-ds-data1 pic 9(08) value ZERO.
       77 wrk-ds-data2 pic 9(08) value ZERO.
       77 wrk-ds-dias pic s9(08) value ZERO.
       77 wrk-ds-status pic x(02) value SPACES.
      *controle de geracao das notas do dia; a ultima linha de uma
      *nota e a que vale
       77 wrk-ct-qtd pic 9(03) value ZERO.
       77 wrk-ct-ind pic 9(03) value ZERO.
       77 wrk-ct-achou pic x(01) value "N".
       01 wrk-tab-controle.
           05 wrk-ct-ent OCCURS 500 times.
               10 wrk-ct-numero pic 9(07).
               10 wrk-ct-situacao pic x(01).
               10 wrk-ct-arquivo pic x(40).
               10 wrk-ct-motivo pic x(30).

       PROCEDURE DIVISION.

       0050-principal section.
           ACCEPT wrk-parametro FROM COMMAND-LINE.
           PERFORM 0100-inicializar.
           IF RETURN-CODE EQUAL ZERO
               PERFORM 0110-carregar-controle
               PERFORM 0120-juntar-notas
               PERFORM 0130-encerrar
           END-IF.
           STOP RUN.

       0100-inicializar SECTION.
           MOVE ZERO to RETURN-CODE.
           IF wrk-parametro EQUAL SPACES
               ACCEPT wrk-dia FROM DATE YYYYMMDD
           ELSE
               MOVE wrk-parametro(1:8) to wrk-dia
               MOVE "V" to wrk-ds-funcao
               MOVE wrk-dia to wrk-ds-data1
               CALL "datesrv" USING wrk-ds-funcao wrk-ds-data1
                       wrk-ds-data2 wrk-ds-dias wrk-ds-status
               IF wrk-ds-status NOT EQUAL "00"
                   DISPLAY "nfelote: data invalida " wrk-parametro
                   MOVE 8 to RETURN-CODE
                   GO to 0100-fim
               END-IF
           END-IF.
           OPEN INPUT NOTAS.
           IF fs-notas NOT EQUAL 00
               DISPLAY "nfelote: nenhuma nota emitida, status "
                       fs-notas
               MOVE 8 to RETURN-CODE
               GO to 0100-fim
           END-IF.
           MOVE SPACES to wrk-lote-arquivo.
           STRING "./nfe-lote-" wrk-dia ".xml"
                   DELIMITED BY SIZE INTO wrk-lote-arquivo
           END-STRING.
           OPEN OUTPUT LOTE-XML.
           OPEN OUTPUT REL-FALHAS.
           MOVE SPACES to LOTE-XML-LINHA.
           STRING "<?xml version=" QUOTE "1.0" QUOTE " encoding="
                   QUOTE "UTF-8" QUOTE "?>"
                   DELIMITED BY SIZE INTO LOTE-XML-LINHA
           END-STRING.
           WRITE LOTE-XML-REG.
           MOVE SPACES to LOTE-XML-LINHA.
           STRING "<loteNFe data=" QUOTE wrk-dia QUOTE ">"
                   DELIMITED BY SIZE INTO LOTE-XML-LINHA
           END-STRING.
           WRITE LOTE-XML-REG.
           MOVE SPACES to REL-FL-LINHA.
           MOVE "notas eletronicas nao geradas - dia" to
               REL-FL-LINHA(1:35).
           MOVE wrk-dia to REL-FL-LINHA(37:8).
           WRITE REL-FALHAS-REG.
       0100-fim.
           EXIT.

       0110-carregar-controle SECTION.
           MOVE ZERO to wrk-ct-qtd.
           OPEN INPUT NFE-CONTROLE.
           IF fs-nfe-controle NOT EQUAL 00
               GO to 0110-fim
           END-IF.
           READ NFE-CONTROLE.
           PERFORM UNTIL fs-nfe-controle NOT EQUAL 00
               IF NFE-DATA EQUAL wrk-dia
                   PERFORM 0115-localizar-nota
                   IF wrk-ct-achou NOT EQUAL "S"
                       IF wrk-ct-qtd < 500
                           ADD 1 to wrk-ct-qtd
                           MOVE wrk-ct-qtd to wrk-ct-ind
                           MOVE "S" to wrk-ct-achou
                       ELSE
                           DISPLAY "nfelote: controle do dia cheio -"
                                   " nota " NFE-NUMERO " fora"
                       END-IF
                   END-IF
                   IF wrk-ct-achou EQUAL "S"
                       MOVE NFE-NUMERO to wrk-ct-numero(wrk-ct-ind)
                       MOVE NFE-SITUACAO
                           to wrk-ct-situacao(wrk-ct-ind)
                       MOVE NFE-ARQUIVO to wrk-ct-arquivo(wrk-ct-ind)
                       MOVE NFE-MOTIVO to wrk-ct-motivo(wrk-ct-ind)
                   END-IF
               END-IF
               READ NFE-CONTROLE
           END-PERFORM.
           CLOSE NFE-CONTROLE.
       0110-fim.
           EXIT.

       0115-localizar-nota SECTION.
           MOVE "N" to wrk-ct-achou.
           PERFORM VARYING wrk-ct-ind FROM 1 BY 1
                   UNTIL wrk-ct-ind > wrk-ct-qtd
               IF wrk-ct-numero(wrk-ct-ind) EQUAL NFE-NUMERO
                   MOVE "S" to wrk-ct-achou
                   EXIT PERFORM
               END-IF
           END-PERFORM.

       0120-juntar-notas SECTION.
      *cada nota do dia: xml gerado e presente entra no lote (sem
      *a linha de declaracao), qualquer outra situacao e falha
           MOVE ZERO to wrk-notas wrk-juntadas wrk-falhas.
           READ NOTAS.
           PERFORM UNTIL fs-notas NOT EQUAL 00
               IF NF-DATA EQUAL wrk-dia
                   ADD 1 to wrk-notas
                   MOVE NF-NUMERO to NFE-NUMERO
                   PERFORM 0115-localizar-nota
                   EVALUATE TRUE
                       WHEN wrk-ct-achou NOT EQUAL "S"
                           MOVE "sem registro de geracao"
                               to wrk-motivo
                           PERFORM 0125-registrar-falha
                       WHEN wrk-ct-situacao(wrk-ct-ind) NOT EQUAL "G"
                           MOVE wrk-ct-motivo(wrk-ct-ind)
                               to wrk-motivo
                           PERFORM 0125-registrar-falha
                       WHEN OTHER
                           PERFORM 0121-juntar-xml
                   END-EVALUATE
               END-IF
               READ NOTAS
           END-PERFORM.

       0121-juntar-xml SECTION.
           MOVE wrk-ct-arquivo(wrk-ct-ind) to wrk-nfe-arquivo.
           OPEN INPUT NFE-XML.
           IF fs-nfe-xml NOT EQUAL 00
               MOVE "arquivo xml nao encontrado" to wrk-motivo
               PERFORM 0125-registrar-falha
               GO to 0121-fim
           END-IF.
           MOVE ZERO to wrk-linhas.
           READ NFE-XML.
           PERFORM UNTIL fs-nfe-xml NOT EQUAL 00
               ADD 1 to wrk-linhas
               IF wrk-linhas > 1
                   MOVE NFE-XML-LINHA to LOTE-XML-LINHA
                   WRITE LOTE-XML-REG
               END-IF
               READ NFE-XML
           END-PERFORM.
           CLOSE NFE-XML.
           IF wrk-linhas < 2
               MOVE "arquivo xml vazio" to wrk-motivo
               PERFORM 0125-registrar-falha
               GO to 0121-fim
           END-IF.
           ADD 1 to wrk-juntadas.
       0121-fim.
           EXIT.

       0125-registrar-falha SECTION.
           ADD 1 to wrk-falhas.
           MOVE SPACES to REL-FL-LINHA.
           MOVE NF-NUMERO to REL-FL-LINHA(1:7).
           MOVE "pedido" to REL-FL-LINHA(10:6).
           MOVE NF-PEDIDO to REL-FL-LINHA(17:7).
           MOVE NF-CLIENTE to REL-FL-LINHA(26:9).
           MOVE wrk-motivo to REL-FL-LINHA(37:30).
           WRITE REL-FALHAS-REG.

       0130-encerrar SECTION.
           MOVE SPACES to LOTE-XML-LINHA.
           MOVE "</loteNFe>" to LOTE-XML-LINHA(1:10).
           WRITE LOTE-XML-REG.
           MOVE SPACES to REL-FL-LINHA.
           MOVE "notas do dia:" to REL-FL-LINHA(1:13).
           MOVE wrk-notas to REL-FL-LINHA(15:5).
           MOVE "no lote:" to REL-FL-LINHA(22:8).
           MOVE wrk-juntadas to REL-FL-LINHA(31:5).
           MOVE "falhas:" to REL-FL-LINHA(38:7).
           MOVE wrk-falhas to REL-FL-LINHA(46:5).
           WRITE REL-FALHAS-REG.
           CLOSE NOTAS.
           CLOSE LOTE-XML.
           CLOSE REL-FALHAS.
           DISPLAY "nfelote: " wrk-notas " notas, " wrk-juntadas
                   " no lote " wrk-lote-arquivo.
           DISPLAY "nfelote: " wrk-falhas
                   " falhas listadas em nfe-falhas.txt".
           IF wrk-falhas > ZERO
               MOVE 4 to RETURN-CODE
           ELSE
               MOVE ZERO to RETURN-CODE
           END-IF.

       END PROGRAM nfelote.
