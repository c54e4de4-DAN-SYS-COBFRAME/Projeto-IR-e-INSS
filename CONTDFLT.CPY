       01 WS-CONTA-FGTS          PIC 9(8) VALUE 21101003.
       01 WS-CONTA-PENSAO        PIC 9(8) VALUE 21101004.
       01 WS-CONTA-SALARIOS      PIC 9(8) VALUE 21101005.
      *
      * CONTAS DAS PROVISOES DE FERIAS (COM O TERCO), DE 13O SALARIO
      * E DOS ENCARGOS SOBRE ELAS: DESPESA (DEBITO NA CONSTITUICAO)
      * E PASSIVO (CREDITO NA CONSTITUICAO, DEBITO NA REVERSAO).
      *
       01 WS-CONTA-DESP-PROV-FER PIC 9(8) VALUE 31101003.
       01 WS-CONTA-DESP-PROV-13  PIC 9(8) VALUE 31101004.
       01 WS-CONTA-DESP-PROV-ENC PIC 9(8) VALUE 31101005.
       01 WS-CONTA-PROV-FERIAS   PIC 9(8) VALUE 21102001.
       01 WS-CONTA-PROV-13       PIC 9(8) VALUE 21102002.
       01 WS-CONTA-PROV-ENCARGOS PIC 9(8) VALUE 21102003.
      *
      * DESPESA COM A CONTRIBUICAO PATRONAL (COTA PATRONAL, RAT E
      * TERCEIROS), DEBITADA CONTRA INSS A RECOLHER, POIS SAI NA
      * MESMA GPS DO INSS RETIDO.
      *
       01 WS-CONTA-DESP-PATRONAL PIC 9(8) VALUE 31101006.
