      *****************************************************************
      * REGALTER.CPY                                                  *
      * LAYOUT DA TRILHA DE ALTERACOES CADASTRAIS - LOG-ALTERACOES.DAT *
      * UMA LINHA POR CAMPO INCLUIDO, ALTERADO OU EXCLUIDO NOS        *
      * PROGRAMAS DE MANUTENCAO, GRAVADA PELA SUBROTINA COMUM         *
      * GRAVA-TRILHA: DATA E HORA, OPERADOR AUTENTICADO PELO          *
      * VALIDA-OPERADOR, PROGRAMA, EMPRESA (ZERO NOS CADASTROS        *
      * COMUNS A TODAS, COMO TAXAS E OPERADORES), MATRICULA (ZERO     *
      * QUANDO O REGISTRO NAO E' DE UM FUNCIONARIO), OPERACAO, CHAVE  *
      * DO REGISTRO, NOME DO CAMPO E OS VALORES ANTES E DEPOIS. NA    *
      * INCLUSAO O ANTES FICA EM BRANCO E NA EXCLUSAO O DEPOIS; SENHA *
      * NUNCA VAI PARA O ARQUIVO, SO' A MASCARA. OS CAMPOS SAO        *
      * SEPARADOS POR UM BRANCO, NO MOLDE DO LOG-ACESSOS.DAT, PARA O  *
      * ARQUIVO PODER SER LIDO A OLHO. CONSULTADO PELO                *
      * CONSULTA-ALTERACOES.                                          *
      * ALT-OPERACAO: "I" INCLUSAO, "A" ALTERACAO, "T" INATIVACAO,    *
      * "R" REATIVACAO E "E" EXCLUSAO.                                *
      *****************************************************************
       01  REG-ALTERACAO.
           05  ALT-DATA                PIC 9(8).
           05  FILLER                  PIC X(1).
           05  ALT-HORA                PIC 9(6).
           05  FILLER                  PIC X(1).
           05  ALT-OPERADOR            PIC X(12).
           05  FILLER                  PIC X(1).
           05  ALT-PROGRAMA            PIC X(20).
           05  FILLER                  PIC X(1).
           05  ALT-EMPRESA             PIC 9(3).
           05  FILLER                  PIC X(1).
           05  ALT-MATRICULA           PIC 9(6).
           05  FILLER                  PIC X(1).
           05  ALT-OPERACAO            PIC X(1).
               88  ALT-INCLUSAO            VALUE "I".
               88  ALT-ALTERACAO           VALUE "A".
               88  ALT-INATIVACAO          VALUE "T".
               88  ALT-REATIVACAO          VALUE "R".
               88  ALT-EXCLUSAO            VALUE "E".
           05  FILLER                  PIC X(1).
           05  ALT-CHAVE               PIC X(20).
           05  FILLER                  PIC X(1).
           05  ALT-CAMPO               PIC X(30).
           05  FILLER                  PIC X(1).
           05  ALT-ANTES               PIC X(30).
           05  FILLER                  PIC X(1).
           05  ALT-DEPOIS              PIC X(30).
