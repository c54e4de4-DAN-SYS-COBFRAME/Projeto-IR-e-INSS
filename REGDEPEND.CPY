      *****************************************************************
      * REGDEPEND.CPY                                                 *
      * LAYOUT DO CADASTRO DE DEPENDENTES - DEPENDENTES.DAT. UM       *
      * REGISTRO POR DEPENDENTE DE UM FUNCIONARIO, NA SEQUENCIA       *
      * DEP-SEQ: NOME, CPF, GRAU DE PARENTESCO, DATA DE NASCIMENTO E  *
      * SE O DEPENDENTE E' DECLARADO PARA A DEDUCAO DO IR E PARA O    *
      * SALARIO-FAMILIA. A IDADE NA COMPETENCIA DECIDE SE ELE AINDA   *
      * CONTA, CONFORME O PARENTESCO:                                 *
      *   C CONJUGE OU COMPANHEIRO(A) - IR SEM LIMITE, SEM SF;        *
      *   F FILHO(A) OU ENTEADO(A)    - IR ATE 21 ANOS, SF ATE 14;    *
      *   U FILHO(A) UNIVERSITARIO(A) - IR ATE 24 ANOS, SF ATE 14;    *
      *   I FILHO(A) INCAPAZ          - IR E SF SEM LIMITE DE IDADE;  *
      *   P PAIS OU AVOS              - IR SEM LIMITE, SEM SF;        *
      *   G MENOR SOB GUARDA OU TUTELA- IR ATE 21 ANOS, SF ATE 14;    *
      *   O OUTRO                     - NAO CONTA NEM PARA IR NEM SF. *
      * O CONTADOR FUNC-DEPENDENTES DO CADASTRO DE FUNCIONARIOS SO'   *
      * VALE PARA QUEM AINDA NAO TEM NENHUM DEPENDENTE NESTE ARQUIVO. *
      * A CONTAGEM E O CALCULO DO SALARIO-FAMILIA FICAM NA SUBROTINA  *
      * COMUM CALC-DEPENDENTES. DEPENDENTE ENCERRADO ("E") FICA NO    *
      * ARQUIVO PARA HISTORICO MAS NAO CONTA MAIS. CPF ZERO SIGNIFICA *
      * CPF NAO INFORMADO. MANTIDO PELO MANTER-DEPENDENTES.           *
      *****************************************************************
       01  REG-DEPENDENTE.
           05  DEP-ID-FUNC             PIC 9(6).
           05  DEP-SEQ                 PIC 9(2).
           05  DEP-NOME                PIC X(30).
           05  DEP-CPF                 PIC 9(11).
           05  DEP-PARENTESCO          PIC X(1).
               88  DEP-CONJUGE             VALUE "C".
               88  DEP-FILHO               VALUE "F".
               88  DEP-UNIVERSITARIO       VALUE "U".
               88  DEP-INCAPAZ             VALUE "I".
               88  DEP-PAIS                VALUE "P".
               88  DEP-GUARDA              VALUE "G".
               88  DEP-OUTRO               VALUE "O".
               88  DEP-PARENTESCO-VALIDO   VALUE "C" "F" "U" "I" "P"
                                                 "G" "O".
           05  DEP-NASCIMENTO          PIC 9(8).
           05  DEP-DEDUZ-IR            PIC X(1).
           05  DEP-SAL-FAMILIA         PIC X(1).
           05  DEP-SITUACAO            PIC X(1).
               88  DEP-ENCERRADO           VALUE "E".
