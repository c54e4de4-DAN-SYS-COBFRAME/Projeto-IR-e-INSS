      *****************************************************************
      * REGAFAST.CPY                                                  *
      * LAYOUT DO CADASTRO DE AFASTAMENTOS - AFASTAMENTOS.DAT         *
      * UM REGISTRO POR AFASTAMENTO DE UM FUNCIONARIO: MOTIVO (VER    *
      * TABAFAST.CPY), DATA DE INICIO, RETORNO PREVISTO E RETORNO     *
      * EFETIVO. AS DATAS DE RETORNO SAO O PRIMEIRO DIA DE VOLTA AO   *
      * TRABALHO; O ULTIMO DIA AFASTADO E' A VESPERA. ENQUANTO O      *
      * FUNCIONARIO NAO VOLTA, AFAST-RETORNO-EFETIVO FICA ZERO E O    *
      * CALC-SALARIO-LOTE CONSIDERA O AFASTAMENTO ATE O RETORNO       *
      * PREVISTO.                                                     *
      *****************************************************************
       01  REG-AFASTAMENTO.
           05  AFAST-ID                PIC 9(6).
           05  AFAST-MOTIVO            PIC X(1).
               88  AFAST-DOENCA            VALUE "D".
               88  AFAST-MATERNIDADE       VALUE "M".
               88  AFAST-ACIDENTE          VALUE "A".
           05  AFAST-DATA-INICIO       PIC 9(8).
           05  AFAST-RETORNO-PREVISTO  PIC 9(8).
           05  AFAST-RETORNO-EFETIVO   PIC 9(8).
