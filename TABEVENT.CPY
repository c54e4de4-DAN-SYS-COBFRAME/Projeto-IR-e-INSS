      *   L = DESCONTO SO' NO LIQUIDO, NAO MEXE NA BASE DE INSS/IR    *
      *       (VALE-TRANSPORTE, PARCELAS DE CONSIGNADO E DE           *
      *       ADIANTAMENTO DOS CONTRATOS DE CONTRATOS-DESCONTO.DAT).  *
      * O EVENTO 007 E' GRAVADO PELO REAJUSTE-COLETIVO, UM POR        *
      * COMPETENCIA RETROATIVA, COM AS DIFERENCAS DO DISSIDIO.        *
      * OS EVENTOS 008 A 012 SAO GRAVADOS PELO IMPORTA-PONTO, JA       *
      * VALORIZADOS A PARTIR DAS HORAS DO RELOGIO DE PONTO; O 001 E O *
      * 003 CONTINUAM PARA OS LANCAMENTOS DIGITADOS. O 012 JUNTA O    *
      * DESCONTO DAS HORAS DE FALTA E O DO DSR PERDIDO NA SEMANA.     *
      *****************************************************************
       01  WS-TAB-EVENTOS-VALORES.
           05  FILLER              PIC X(24)
               VALUE "005EMPRESTIMO CONSIG.  L".
           05  FILLER              PIC X(24)
               VALUE "006ADIANTAMENTO PARC.  L".
           05  FILLER              PIC X(24)
               VALUE "007DIFERENCA DISSIDIO  P".
           05  FILLER              PIC X(24)
               VALUE "008HORAS EXTRAS 50%    P".
           05  FILLER              PIC X(24)
               VALUE "009HORAS EXTRAS 100%   P".
           05  FILLER              PIC X(24)
               VALUE "010ADICIONAL NOTURNO   P".
           05  FILLER              PIC X(24)
               VALUE "011DSR S/HE E AD.NOT.  P".
           05  FILLER              PIC X(24)
               VALUE "012FALTAS E DSR PERDIDOD".
       01  WS-TAB-EVENTOS REDEFINES WS-TAB-EVENTOS-VALORES.
           05  WS-EVENTO OCCURS 12 TIMES INDEXED BY WS-IDX-EVT.
               10  EVT-CODIGO      PIC 9(3).
               10  EVT-DESCRICAO   PIC X(20).
               10  EVT-TIPO        PIC X(1).
