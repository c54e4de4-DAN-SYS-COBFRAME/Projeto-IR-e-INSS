      *****************************************************************
      * REGHSAL.CPY                                                   *
      * LAYOUT DO HISTORICO DE SALARIOS - HISTORICO-SALARIOS.DAT      *
      * UM REGISTRO POR ALTERACAO DE SALARIO DE UM FUNCIONARIO, COM O *
      * SALARIO ANTERIOR, O NOVO, A DATA EM QUE O NOVO VALOR PASSA A  *
      * VALER (AAAAMMDD), O OPERADOR QUE PROCESSOU A ALTERACAO E A    *
      * DATA DO PROCESSAMENTO. HSAL-MOTIVO DIZ A ORIGEM DA ALTERACAO: *
      *   D = REAJUSTE COLETIVO (DISSIDIO) DO REAJUSTE-COLETIVO.      *
      *****************************************************************
       01  REG-HIST-SALARIO.
           05  HSAL-ID                 PIC 9(6).
           05  HSAL-SALARIO-ANTERIOR   PIC 9(6)V99.
           05  HSAL-SALARIO-NOVO       PIC 9(6)V99.
           05  HSAL-DATA-VIGENCIA      PIC 9(8).
           05  HSAL-OPERADOR           PIC X(12).
           05  HSAL-DATA-PROC          PIC 9(8).
           05  HSAL-MOTIVO             PIC X(1).
               88  HSAL-DISSIDIO           VALUE "D".
