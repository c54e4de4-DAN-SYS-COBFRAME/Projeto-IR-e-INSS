      *****************************************************************
      * TRILHA.CPY                                                    *
      * PARAMETROS DA SUBROTINA COMUM GRAVA-TRILHA, QUE REGISTRA EM   *
      * LOG-ALTERACOES.DAT CADA CAMPO INCLUIDO, ALTERADO OU EXCLUIDO  *
      * NOS PROGRAMAS DE MANUTENCAO (LAYOUT EM REGALTER.CPY). O       *
      * PROGRAMA CHAMADOR PREENCHE A EMPRESA, A MATRICULA (ZERO SE O  *
      * REGISTRO NAO FOR DE UM FUNCIONARIO), A OPERACAO E A CHAVE DO  *
      * REGISTRO, E PARA CADA CAMPO O NOME E OS VALORES ANTES E       *
      * DEPOIS, E CHAMA A SUBROTINA JUNTO COM WS-PROGRAMA E           *
      * WS-OPERADOR, OS MESMOS PASSADOS AO VALIDA-OPERADOR. CAMPO QUE *
      * NAO MUDOU NUMA ALTERACAO NAO E' GRAVADO, ENTAO O CHAMADOR     *
      * PODE PASSAR TODOS OS CAMPOS DO REGISTRO SEM COMPARAR ANTES.   *
      * VALORES NUMERICOS COM DECIMAIS PASSAM PELOS CAMPOS EDITADOS   *
      * ABAIXO ANTES DE IR PARA O ANTES E O DEPOIS. COPIADO POR TODOS *
      * OS PROGRAMAS QUE GRAVAM A TRILHA, PARA USAREM SEMPRE OS       *
      * MESMOS NOMES DE CAMPO.                                        *
      *****************************************************************
       01 WS-TRILHA-EMPRESA      PIC 9(3)  VALUE 0.
       01 WS-TRILHA-MATRICULA    PIC 9(6)  VALUE 0.
       01 WS-TRILHA-OPERACAO     PIC X(1)  VALUE SPACE.
       01 WS-TRILHA-CHAVE        PIC X(20) VALUE SPACES.
       01 WS-TRILHA-CAMPO        PIC X(30) VALUE SPACES.
       01 WS-TRILHA-ANTES        PIC X(30) VALUE SPACES.
       01 WS-TRILHA-DEPOIS       PIC X(30) VALUE SPACES.
       01 WS-TRILHA-VALOR        PIC Z(9)9.99.
       01 WS-TRILHA-TAXA         PIC Z(5)9.9999.
