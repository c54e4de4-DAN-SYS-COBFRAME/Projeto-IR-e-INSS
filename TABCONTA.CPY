      * PARTIDAS DOBRADAS DA FOLHA, SEM PRECISAR ALTERAR O FONTE      *
      * QUANDO O CONTADOR REORGANIZA O PLANO DE CONTAS. MANTIDO PELO  *
      * MANTER-CONTAS, NO MOLDE DO MANTER-TAXAS.                      *
      * AS CONTAS DAS PROVISOES DE FERIAS, 13O E ENCARGOS (DESPESA E  *
      * PASSIVO) ALIMENTAM AS PARTIDAS DE CONSTITUICAO E REVERSAO     *
      * APURADAS PELO CALC-PROVISAO; FICAM EM BRANCO NOS ARQUIVOS     *
      * GRAVADOS ANTES DOS CAMPOS EXISTIREM, E NESSE CASO VALEM OS    *
      * PADROES DE FABRICA DE CONTDFLT.CPY. O MESMO VALE PARA A CONTA *
      * DE DESPESA COM INSS PATRONAL, ACRESCENTADA DEPOIS DELAS.      *
      *****************************************************************
       01  REG-PLANO-CONTAS.
           05  TAB-CONTA-DESPESA       PIC 9(8).
           05  TAB-CONTA-FGTS          PIC 9(8).
           05  TAB-CONTA-PENSAO        PIC 9(8).
           05  TAB-CONTA-SALARIOS      PIC 9(8).
           05  TAB-CONTA-DESP-PROV-FER PIC 9(8).
           05  TAB-CONTA-DESP-PROV-13  PIC 9(8).
           05  TAB-CONTA-DESP-PROV-ENC PIC 9(8).
           05  TAB-CONTA-PROV-FERIAS   PIC 9(8).
           05  TAB-CONTA-PROV-13       PIC 9(8).
           05  TAB-CONTA-PROV-ENCARGOS PIC 9(8).
           05  TAB-CONTA-DESP-PATRONAL PIC 9(8).
