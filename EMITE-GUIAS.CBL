      * DOCUMENTO SO. O FGTS DE COMPETENCIA JA FECHADA E ARQUIVADA    *
      * PELO FECHA-MES E' COMPLETADO PELO ARQUIVO DE GUARDA           *
      * FGTS-ENNN-AAAAMM.DAT, COMO FAZ O RESUMO-MENSAL.               *
      * O SALARIO-MATERNIDADE PAGO NA FOLHA DO MES (HIST-SAL-         *
      * MATERNIDADE) E' DEDUZIDO DO TOTAL DA GPS, COMO COMPENSACAO DO *
      * QUE A EMPRESA ADIANTOU PELA PREVIDENCIA. DA MESMA FORMA, O    *
      * SALARIO-FAMILIA PAGO NA FOLHA MENSAL E NAS RESCISOES DO MES   *
      * (HIST-SAL-FAMILIA) E' COMPENSADO NA GPS.                      *
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       01 WS-SOMA-INSS-RETIDO    PIC 9(10)V99 VALUE 0.
       01 WS-SOMA-IRRF           PIC 9(10)V99 VALUE 0.
       01 WS-SOMA-FGTS           PIC 9(10)V99 VALUE 0.
       01 WS-SOMA-SAL-MATERN     PIC 9(10)V99 VALUE 0.
       01 WS-SOMA-SAL-FAMILIA    PIC 9(10)V99 VALUE 0.
      *
      * PARCELAS PATRONAIS CALCULADAS SOBRE A FOLHA DO MES
      *
       01 WS-VALOR-RAT           PIC 9(10)V99 VALUE 0.
       01 WS-VALOR-TERCEIROS     PIC 9(10)V99 VALUE 0.
       01 WS-TOTAL-GPS           PIC 9(10)V99 VALUE 0.
       01 WS-TOTAL-GPS-S         PIC S9(10)V99 VALUE 0.
      *
      * ARQUIVO DE GUARDA DE FGTS DE UMA COMPETENCIA JA FECHADA
      * (FGTS-ENNN-AAAAMM.DAT, GRAVADO PELO FECHA-MES), USADO QUANDO A
                       ADD HIST-SALARIO-BRUTO TO WS-SOMA-BRUTO
                       ADD HIST-INSS          TO WS-SOMA-INSS-RETIDO
                       ADD HIST-IR            TO WS-SOMA-IRRF
                       IF HIST-SAL-MATERNIDADE NUMERIC
                           ADD HIST-SAL-MATERNIDADE
                               TO WS-SOMA-SAL-MATERN
                       END-IF
                       IF HIST-SAL-FAMILIA NUMERIC
                           ADD HIST-SAL-FAMILIA
                               TO WS-SOMA-SAL-FAMILIA
                       END-IF
                   END-IF
           END-READ.
      *
      *
      * CALCULO DAS PARCELAS PATRONAIS SOBRE A FOLHA DO MES (SOMA DO
      * BRUTO DO HISTORICO) E DO TOTAL DA GPS, QUE SOMA A PARTE DA
      * EMPRESA COM O INSS RETIDO DOS FUNCIONARIOS E DEDUZ O
      * SALARIO-MATERNIDADE E O SALARIO-FAMILIA A COMPENSAR.
      * COMPENSACAO MAIOR QUE A GUIA ZERA O TOTAL (O SALDO FICA PARA A
      * EMPRESA PEDIR RESTITUICAO).
      *
       CALCULAR-PATRONAL.
           COMPUTE WS-VALOR-PATRONAL ROUNDED =
               WS-SOMA-BRUTO * WS-RAT-ALIQ.
           COMPUTE WS-VALOR-TERCEIROS ROUNDED =
               WS-SOMA-BRUTO * WS-TERCEIROS-ALIQ.
           COMPUTE WS-TOTAL-GPS-S =
               WS-VALOR-PATRONAL + WS-VALOR-RAT + WS-VALOR-TERCEIROS
                   + WS-SOMA-INSS-RETIDO - WS-SOMA-SAL-MATERN
                   - WS-SOMA-SAL-FAMILIA.
           IF WS-TOTAL-GPS-S < 0
               MOVE 0 TO WS-TOTAL-GPS
           ELSE
               MOVE WS-TOTAL-GPS-S TO WS-TOTAL-GPS
           END-IF.
      *
      * GRAVACAO DAS DUAS GUIAS FORMATADAS
      *
           MOVE WS-VALOR-TERCEIROS TO LIN-PARC-VALOR.
           MOVE WS-LIN-PARCELA TO REG-GUIA.
           WRITE REG-GUIA.
           IF WS-SOMA-SAL-MATERN > 0
               MOVE SPACES TO WS-LIN-PARCELA
               MOVE "(-) SALARIO-MATERNIDADE A COMPENSAR"
                   TO LIN-PARC-TEXTO
               MOVE WS-SOMA-SAL-MATERN TO LIN-PARC-VALOR
               MOVE WS-LIN-PARCELA TO REG-GUIA
               WRITE REG-GUIA
           END-IF.
           IF WS-SOMA-SAL-FAMILIA > 0
               MOVE SPACES TO WS-LIN-PARCELA
               MOVE "(-) SALARIO-FAMILIA A COMPENSAR"
                   TO LIN-PARC-TEXTO
               MOVE WS-SOMA-SAL-FAMILIA TO LIN-PARC-VALOR
               MOVE WS-LIN-PARCELA TO REG-GUIA
               WRITE REG-GUIA
           END-IF.
           MOVE WS-LINHA-FINA TO REG-GUIA.
           WRITE REG-GUIA.
           MOVE SPACES TO WS-LIN-PARCELA.
