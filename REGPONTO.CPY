      *****************************************************************
      * REGPONTO.CPY                                                  *
      * LAYOUT DO ARQUIVO EXPORTADO PELO RELOGIO DE PONTO - PONTO.DAT *
      * UMA LINHA POR FUNCIONARIO E DIA TRABALHADO (OU FALTADO) NA    *
      * COMPETENCIA, COM AS HORAS EM CENTESIMOS (7,50 = SETE HORAS E  *
      * MEIA): HORAS NORMAIS, HORAS EXTRAS, HORAS NOTURNAS (AS DA     *
      * JORNADA ENTRE 22H E 5H, JA CONTADAS NAS NORMAIS OU NAS        *
      * EXTRAS, QUE SO' RECEBEM O ADICIONAL) E HORAS DE FALTA NAO     *
      * JUSTIFICADA. LIDO PELO IMPORTA-PONTO, QUE VALORIZA AS HORAS E *
      * GRAVA OS LANCAMENTOS DA COMPETENCIA.                          *
      *****************************************************************
       01  REG-PONTO.
           05  PONTO-ID                PIC 9(6).
           05  PONTO-DATA              PIC 9(8).
           05  PONTO-HORAS-NORMAIS     PIC 9(2)V99.
           05  PONTO-HORAS-EXTRAS      PIC 9(2)V99.
           05  PONTO-HORAS-NOTURNAS    PIC 9(2)V99.
           05  PONTO-HORAS-FALTA       PIC 9(2)V99.
