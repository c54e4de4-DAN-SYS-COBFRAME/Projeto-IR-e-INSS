      *****************************************************************
      * REGCCUSTO.CPY                                                 *
      * LAYOUT DO CADASTRO DE CENTROS DE CUSTO - CENTROS-CUSTO.DAT    *
      * UM REGISTRO POR CENTRO DE CUSTO (DEPARTAMENTO) DA EMPRESA:    *
      * CODIGO, INFORMADO NO CADASTRO DE CADA FUNCIONARIO (FUNC-      *
      * CCUSTO), DESCRICAO PARA OS RELATORIOS E AS CONTAS DE DESPESA  *
      * PROPRIAS DO CENTRO, DEBITADAS PELO EXPORTA-CONTABIL NO        *
      * RATEIO DAS PARTIDAS DE SALARIOS, FGTS E INSS PATRONAL. CONTA  *
      * ZERO USA A CONTA GERAL DE PLANO-CONTAS.DAT, COM O CENTRO DE   *
      * CUSTO IDENTIFICADO SO' NO CAMPO PROPRIO DA PARTIDA. MANTIDO   *
      * PELO MANTER-CENTROS-CUSTO.                                    *
      *****************************************************************
       01  REG-CENTRO-CUSTO.
           05  CC-CODIGO               PIC 9(4).
           05  CC-DESCRICAO            PIC X(30).
           05  CC-CONTA-DESPESA        PIC 9(8).
           05  CC-CONTA-DESPESA-FGTS   PIC 9(8).
           05  CC-CONTA-DESP-PATRONAL  PIC 9(8).
