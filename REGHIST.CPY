      * PAREIA COM FGTS-MENSAL.DAT OS LANCAMENTOS AINDA NAO FECHADOS, *
      * POIS OS PARES DE FGTS DOS JA FECHADOS FORAM ARQUIVADOS. EM    *
      * BRANCO NOS LANCAMENTOS AINDA NAO FECHADOS E NOS ANTIGOS.      *
      * HIST-SAL-MATERNIDADE E' A PARCELA DO BRUTO PAGA COMO SALARIO- *
      * MATERNIDADE, QUE O EMITE-GUIAS COMPENSA NA GPS. ZERO NOS      *
      * DEMAIS CALCULOS E EM BRANCO NOS REGISTROS ANTIGOS.            *
      * HIST-SAL-FAMILIA E' O SALARIO-FAMILIA PAGO NO LOTE MENSAL OU  *
      * NA RESCISAO, FORA DO BRUTO MAS INCLUIDO NO LIQUIDO, QUE O      *
      * EMITE-GUIAS TAMBEM COMPENSA NA GPS. ZERO NOS DEMAIS CALCULOS  *
      * E EM BRANCO NOS REGISTROS ANTIGOS.                            *
      *****************************************************************
       01  REG-HIST-CALCULO.
           05  HIST-ID                 PIC 9(6).
           05  HIST-DATA-PROC          PIC 9(8).
           05  HIST-TIPO               PIC 9(1).
           05  HIST-FECHADO            PIC X(1).
           05  HIST-SAL-MATERNIDADE    PIC 9(6)V99.
           05  HIST-SAL-FAMILIA        PIC 9(6)V99.
