      *****************************************************************
      * REGPROV.CPY                                                   *
      * LAYOUT DA PROVISAO MENSAL DE FERIAS E 13O - PROVISOES.DAT     *
      * UM REGISTRO POR FUNCIONARIO E COMPETENCIA, GRAVADO PELO       *
      * CALC-PROVISAO, COM O MOVIMENTO DO MES E O SALDO ACUMULADO DE  *
      * CADA PROVISAO: FERIAS COM O TERCO (1/12 + 1/3 POR MES), 13O   *
      * SALARIO (1/12 POR MES) E ENCARGOS SOBRE AS DUAS (INSS         *
      * PATRONAL, RAT, TERCEIROS E FGTS). A CONSTITUICAO E' O VALOR   *
      * PROVISIONADO NO MES; A BAIXA E' O QUE SAIU DO SALDO POR       *
      * FERIAS PAGAS, PARCELA DE 13O PAGA OU RESCISAO. O SALDO DE UM  *
      * MES E' O PONTO DE PARTIDA DO MES SEGUINTE, E O EXPORTA-       *
      * CONTABIL TRANSFORMA CONSTITUICOES E BAIXAS DA COMPETENCIA EM  *
      * PARTIDAS.                                                     *
      *****************************************************************
       01  REG-PROVISAO.
           05  PROV-ID                 PIC 9(6).
           05  PROV-COMPETENCIA        PIC 9(6).
           05  PROV-NOME               PIC X(30).
           05  PROV-SALARIO            PIC 9(6)V99.
           05  PROV-FER-CONSTITUICAO   PIC 9(6)V99.
           05  PROV-FER-BAIXA          PIC 9(7)V99.
           05  PROV-FER-SALDO          PIC 9(7)V99.
           05  PROV-13-CONSTITUICAO    PIC 9(6)V99.
           05  PROV-13-BAIXA           PIC 9(7)V99.
           05  PROV-13-SALDO           PIC 9(7)V99.
           05  PROV-ENC-CONSTITUICAO   PIC 9(6)V99.
           05  PROV-ENC-BAIXA          PIC 9(7)V99.
           05  PROV-ENC-SALDO          PIC 9(7)V99.
