      * O GERA-REMESSA PASSA A TRATA-LO COMO SEM DADOS BANCARIOS ATE  *
      * O MANTER-FUNCIONARIOS CORRIGIR OS DADOS, O QUE LIMPA A        *
      * MARCA. EM BRANCO NOS REGISTROS ANTIGOS E NOS NUNCA RECUSADOS. *
      * FUNC-CCUSTO E' O CENTRO DE CUSTO (DEPARTAMENTO) DO            *
      * FUNCIONARIO, CADASTRADO EM CENTROS-CUSTO.DAT PELO MANTER-     *
      * CENTROS-CUSTO, QUE RATEIA A CONTABILIZACAO E O RESUMO         *
      * GERENCIAL; ZERO (OU ESPACOS, NOS REGISTROS GRAVADOS ANTES DO  *
      * CAMPO EXISTIR) SIGNIFICA SEM CENTRO DE CUSTO, E O FUNCIONARIO *
      * SAI APONTADO NAS LISTAGENS DO EXPORTA-CONTABIL E DO RESUMO-   *
      * MENSAL ATE SER INFORMADO.                                     *
      *****************************************************************
       01  REG-FUNCIONARIO.
           05  FUNC-ID                 PIC 9(6).
           05  FUNC-ADMISSAO           PIC 9(8).
           05  FUNC-BANCO-SITUACAO     PIC X(1).
               88  FUNC-BANCO-RECUSADO     VALUE "R".
           05  FUNC-CCUSTO             PIC 9(4).
