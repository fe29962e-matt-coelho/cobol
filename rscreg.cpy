      ******************************************************************
      * Author:
      * Date:
      * Purpose: rescisao de contrato (rescisoes.dat, indexado pela
      *          matricula): data e motivo do desligamento, aviso
      *          previo e cada verba calculada pelo prg1 com os
      *          descontos de inss/irrf, guardados para reimprimir o
      *          termo e para as rotinas que precisam das verbas
      *          rescisorias fora da folha mensal; o fgts do mes da
      *          rescisao e a multa sobre o saldo depositado vao
      *          para a guia de recolhimento da competencia
      ******************************************************************
       01 REG-RESCISAO.
           02 RSC-MATRICULA PIC 9(05).
           02 RSC-NOME PIC X(30).
           02 RSC-CENTRO-CUSTO PIC 9(03).
           02 RSC-ADMISSAO PIC 9(08).
           02 RSC-DESLIGAMENTO PIC 9(08).
           02 RSC-COMPETENCIA PIC 9(06).
           02 RSC-MOTIVO PIC X(01).
               88 RESCISAO-SEM-JUSTA   VALUE "S".
               88 RESCISAO-JUSTA-CAUSA VALUE "J".
               88 RESCISAO-PEDIDO      VALUE "P".
           02 RSC-AVISO PIC X(01).
               88 AVISO-INDENIZADO VALUE "I".
               88 AVISO-TRABALHADO VALUE "T".
           02 RSC-DIAS-AVISO PIC 9(03).
           02 RSC-SALARIO PIC 9(08)V99.
           02 RSC-DIAS-SALDO PIC 9(02).
           02 RSC-SALDO-SALARIO PIC 9(08)V99.
           02 RSC-AVISO-VALOR PIC 9(08)V99.
           02 RSC-PERIODOS-VENC PIC 9(01).
           02 RSC-FERIAS-VENC PIC 9(08)V99.
           02 RSC-MESES-FERIAS PIC 9(02).
           02 RSC-FERIAS-PROP PIC 9(08)V99.
           02 RSC-TERCO PIC 9(08)V99.
           02 RSC-MESES-13 PIC 9(02).
           02 RSC-13-PROP PIC 9(08)V99.
           02 RSC-BRUTO PIC 9(08)V99.
           02 RSC-INSS PIC 9(08)V99.
           02 RSC-IRRF PIC 9(08)V99.
           02 RSC-LIQUIDO PIC 9(08)V99.
      *parte do inss/irrf acima que coube ao 13o (tributacao
      *exclusiva no informe de rendimentos)
           02 RSC-INSS-13 PIC 9(08)V99.
           02 RSC-IRRF-13 PIC 9(08)V99.
      *saldo de emprestimos e adiantamentos abatido do liquido
           02 RSC-EMPRESTIMOS PIC 9(08)V99.
           02 RSC-BASE-FGTS PIC 9(08)V99.
           02 RSC-FGTS PIC 9(08)V99.
           02 RSC-SALDO-FGTS PIC 9(08)V99.
           02 RSC-MULTA-FGTS PIC 9(08)V99.
