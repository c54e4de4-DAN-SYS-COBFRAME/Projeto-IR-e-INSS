      * (ATE 5), PARA SAIREM LINHA A LINHA NO CONTRACHEQUE;           *
      * FOLHA-QTD-EVENTOS DIZ QUANTAS OCORRENCIAS ESTAO PREENCHIDAS   *
      * (EM BRANCO NOS ARQUIVOS GRAVADOS ANTES DO CAMPO EXISTIR).     *
      * OS CAMPOS FOLHA-AFAST-* DESCREVEM O AFASTAMENTO (DE           *
      * AFASTAMENTOS.DAT) QUE ALCANCOU A COMPETENCIA DO LOTE MENSAL:  *
      * MOTIVO (VIDE TABAFAST.CPY), INICIO, RETORNO (EFETIVO OU       *
      * PREVISTO), DIAS AFASTADOS NO MES E, DESTES, OS DIAS A CARGO   *
      * DO INSS, JA ABATIDOS DO BRUTO. FOLHA-SAL-MATERNIDADE E' O     *
      * SALARIO-MATERNIDADE PAGO NO MES, INCLUIDO NO BRUTO E          *
      * COMPENSADO NA GPS. MOTIVO EM BRANCO QUANDO NAO HOUVE          *
      * AFASTAMENTO (E NOS ARQUIVOS GRAVADOS ANTES DOS CAMPOS         *
      * EXISTIREM, QUE CHEGAM COM TODOS ESTES CAMPOS EM BRANCO).      *
      * FOLHA-PENSAO E' O TOTAL DA PENSAO ALIMENTICIA DESCONTADA; AS  *
      * OCORRENCIAS DE FOLHA-PENSIONISTA (ATE 3) A DISCRIMINAM POR    *
      * BENEFICIARIO DE PENSIONISTAS.DAT (SEQUENCIA E VALOR), PARA O  *
      * GERA-REMESSA CREDITAR CADA UM. FOLHA-QTD-PENSIONISTAS DIZ     *
      * QUANTAS ESTAO PREENCHIDAS: ZERO QUANDO A PENSAO VEIO DO VALOR *
      * FIXO ANTIGO DO CADASTRO (FUNC-PENSAO-ALIM), PAGA PELA EMPRESA *
      * FORA DA REMESSA, E EM BRANCO NOS ARQUIVOS ANTIGOS.            *
      * FOLHA-SAL-FAMILIA E' O SALARIO-FAMILIA PAGO NO MES PELAS     *
      * FOLHA-COTAS-SF COTAS (FILHOS E EQUIPARADOS ELEGIVEIS DE       *
      * DEPENDENTES.DAT): NAO ENTRA NO BRUTO TRIBUTAVEL, E' SOMADO AO *
      * LIQUIDO, SAI COMO PROVENTO NO CONTRACHEQUE E E' COMPENSADO NA *
      * GPS. EM BRANCO NOS ARQUIVOS ANTIGOS.                          *
      *****************************************************************
       01  REG-FOLHA-PAGAMENTO.
           05  FOLHA-ID                PIC 9(6).
           05  FOLHA-EVENTO OCCURS 5 TIMES.
               10  FOLHA-EVT-CODIGO    PIC 9(3).
               10  FOLHA-EVT-VALOR     PIC 9(6)V99.
           05  FOLHA-AFAST-MOTIVO      PIC X(1).
           05  FOLHA-AFAST-INICIO      PIC 9(8).
           05  FOLHA-AFAST-RETORNO     PIC 9(8).
           05  FOLHA-AFAST-DIAS        PIC 9(2).
           05  FOLHA-AFAST-DIAS-INSS   PIC 9(2).
           05  FOLHA-SAL-MATERNIDADE   PIC 9(6)V99.
           05  FOLHA-QTD-PENSIONISTAS  PIC 9(1).
           05  FOLHA-PENSIONISTA OCCURS 3 TIMES.
               10  FOLHA-PENS-SEQ      PIC 9(2).
               10  FOLHA-PENS-VALOR    PIC 9(6)V99.
           05  FOLHA-SAL-FAMILIA       PIC 9(6)V99.
           05  FOLHA-COTAS-SF          PIC 9(2).
