      *****************************************************************
      * TABAFAST.CPY                                                  *
      * TABELA DOS MOTIVOS DE AFASTAMENTO ACEITOS EM                  *
      * AFASTAMENTOS.DAT, COM A DESCRICAO IMPRESSA NO CONTRACHEQUE E  *
      * O CODIGO DO MOTIVO NA DECLARACAO MENSAL DO GOVERNO. COPIADA   *
      * PELA MANUTENCAO DOS AFASTAMENTOS, PELOS CONTRACHEQUES E PELO  *
      * GERA-ESOCIAL, PARA TODOS USAREM OS MESMOS CODIGOS SEM         *
      * DUPLICAR LITERAIS. O TRATAMENTO NO LOTE MENSAL E':            *
      *   D = LICENCA MEDICA: A EMPRESA PAGA OS 15 PRIMEIROS DIAS; A  *
      *       PARTIR DO 16O DIA O SALARIO FICA A CARGO DO INSS;       *
      *   A = ACIDENTE DE TRABALHO: COMO A LICENCA MEDICA, MAS O FGTS *
      *       CONTINUA DEPOSITADO SOBRE O SALARIO DO PERIODO;         *
      *   M = LICENCA MATERNIDADE: A EMPRESA PAGA O SALARIO-          *
      *       MATERNIDADE NA FOLHA E O COMPENSA NA GPS; O FGTS        *
      *       CONTINUA DEPOSITADO.                                    *
      *****************************************************************
       01  WS-TAB-MOTIVOS-VALORES.
           05  FILLER              PIC X(23)
               VALUE "D03LICENCA MEDICA      ".
           05  FILLER              PIC X(23)
               VALUE "A01ACIDENTE DE TRABALHO".
           05  FILLER              PIC X(23)
               VALUE "M17LICENCA MATERNIDADE ".
       01  WS-TAB-MOTIVOS REDEFINES WS-TAB-MOTIVOS-VALORES.
           05  WS-MOTIVO-AFAST OCCURS 3 TIMES INDEXED BY WS-IDX-MOT.
               10  MOT-CODIGO      PIC X(1).
               10  MOT-ESOCIAL     PIC 9(2).
               10  MOT-DESCRICAO   PIC X(20).
