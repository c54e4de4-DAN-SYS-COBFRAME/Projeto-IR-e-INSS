       IDENTIFICATION DIVISION.
       PROGRAM-ID.    GRAVA-TRILHA.
       AUTHOR.        FAUSTO.
      *****************************************************************
      * SUBROTINA COMUM DA TRILHA DE ALTERACOES CADASTRAIS, CHAMADA   *
      * PELOS PROGRAMAS DE MANUTENCAO (MANTER-FUNCIONARIOS, -TAXAS,   *
      * -DESCONTOS, -FERIAS, -CONTAS, -EMPRESAS, -OPERADORES,         *
      * -DEPENDENTES E -PENSIONISTAS) UMA VEZ POR CAMPO DE CADA       *
      * REGISTRO INCLUIDO, ALTERADO, INATIVADO, REATIVADO OU          *
      * EXCLUIDO. GRAVA EM LOG-ALTERACOES.DAT A DATA E A HORA, O      *
      * OPERADOR AUTENTICADO NA ENTRADA DO PROGRAMA, O PROGRAMA, A    *
      * CHAVE DO REGISTRO, O CAMPO E OS VALORES ANTES E DEPOIS - O    *
      * QUE O LOG-ACESSOS.DAT DO VALIDA-OPERADOR NAO GUARDA. AS       *
      * REGRAS FICAM TODAS AQUI, PARA OS PROGRAMAS SO' PASSAREM OS    *
      * CAMPOS:                                                       *
      * - NA INCLUSAO O ANTES E' IGNORADO, E NA EXCLUSAO O DEPOIS;    *
      * - CAMPO QUE NAO MUDOU (OU QUE FICOU EM BRANCO NA INCLUSAO OU  *
      *   JA ESTAVA EM BRANCO NA EXCLUSAO) NAO E' GRAVADO;            *
      * - O CAMPO "SENHA" E' GRAVADO COM MASCARA, NUNCA EM CLARO.     *
      * OS VALORES SAO ALINHADOS A ESQUERDA. FALHA NA GRAVACAO NAO    *
      * IMPEDE O PROGRAMA CHAMADOR, APENAS AVISA, COMO NO LOG DE      *
      * ACESSOS. A CONSULTA E' FEITA PELO CONSULTA-ALTERACOES.        *
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQ-LOG-ALTERACOES ASSIGN TO "LOG-ALTERACOES.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-LOG-ALTERACOES.

       DATA DIVISION.
       FILE SECTION.
       FD  ARQ-LOG-ALTERACOES.
           COPY REGALTER.CPY.

       WORKING-STORAGE SECTION.
       01 WS-FS-LOG-ALTERACOES   PIC X(2).
       01 WS-DATA-HORA           PIC X(14).
       01 WS-ANTES               PIC X(30).
       01 WS-DEPOIS              PIC X(30).
       01 WS-MASCARA-SENHA       PIC X(8)  VALUE "********".
       LINKAGE SECTION.
       01 LK-PROGRAMA            PIC X(20).
       01 LK-OPERADOR            PIC X(12).
       01 LK-EMPRESA             PIC 9(3).
       01 LK-MATRICULA           PIC 9(6).
       01 LK-OPERACAO            PIC X(1).
       01 LK-CHAVE               PIC X(20).
       01 LK-CAMPO               PIC X(30).
       01 LK-ANTES               PIC X(30).
       01 LK-DEPOIS              PIC X(30).

       PROCEDURE DIVISION USING LK-PROGRAMA LK-OPERADOR LK-EMPRESA
               LK-MATRICULA LK-OPERACAO LK-CHAVE LK-CAMPO LK-ANTES
               LK-DEPOIS.
       MAIN-PROCEDURE.
           MOVE FUNCTION TRIM(LK-ANTES LEADING)  TO WS-ANTES.
           MOVE FUNCTION TRIM(LK-DEPOIS LEADING) TO WS-DEPOIS.
           EVALUATE LK-OPERACAO
               WHEN "I"
                   MOVE SPACES TO WS-ANTES
               WHEN "E"
                   MOVE SPACES TO WS-DEPOIS
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
           IF WS-ANTES NOT = WS-DEPOIS
               PERFORM MASCARAR-SENHA
               PERFORM GRAVAR-ALTERACAO
           END-IF.
           GOBACK.
      *
      * A SENHA DO OPERADOR NAO PODE FICAR LEGIVEL NA TRILHA: SO' SE
      * REGISTRA QUE ELA FOI DEFINIDA OU TROCADA.
      *
       MASCARAR-SENHA.
           IF LK-CAMPO = "SENHA"
               IF WS-ANTES NOT = SPACES
                   MOVE WS-MASCARA-SENHA TO WS-ANTES
               END-IF
               IF WS-DEPOIS NOT = SPACES
                   MOVE WS-MASCARA-SENHA TO WS-DEPOIS
               END-IF
           END-IF.
      *
      * GRAVACAO DA LINHA NA TRILHA, EM MODO EXTEND PARA ACUMULAR;
      * SE O ARQUIVO AINDA NAO EXISTIR, E' CRIADO EM MODO OUTPUT.
      *
       GRAVAR-ALTERACAO.
           OPEN EXTEND ARQ-LOG-ALTERACOES.
           IF WS-FS-LOG-ALTERACOES NOT = "00"
               OPEN OUTPUT ARQ-LOG-ALTERACOES
           END-IF.
           IF WS-FS-LOG-ALTERACOES NOT = "00"
               DISPLAY "AVISO: ERRO AO GRAVAR LOG-ALTERACOES.DAT: "
                   WS-FS-LOG-ALTERACOES
           ELSE
               MOVE FUNCTION CURRENT-DATE(1:14) TO WS-DATA-HORA
               MOVE SPACES             TO REG-ALTERACAO
               MOVE WS-DATA-HORA(1:8)  TO ALT-DATA
               MOVE WS-DATA-HORA(9:6)  TO ALT-HORA
               MOVE LK-OPERADOR        TO ALT-OPERADOR
               MOVE LK-PROGRAMA        TO ALT-PROGRAMA
               MOVE LK-EMPRESA         TO ALT-EMPRESA
               MOVE LK-MATRICULA       TO ALT-MATRICULA
               MOVE LK-OPERACAO        TO ALT-OPERACAO
               MOVE LK-CHAVE           TO ALT-CHAVE
               MOVE LK-CAMPO           TO ALT-CAMPO
               MOVE WS-ANTES           TO ALT-ANTES
               MOVE WS-DEPOIS          TO ALT-DEPOIS
               WRITE REG-ALTERACAO
               IF WS-FS-LOG-ALTERACOES NOT = "00"
                   DISPLAY "AVISO: ERRO AO GRAVAR LOG-ALTERACOES.DAT: "
                       WS-FS-LOG-ALTERACOES
               END-IF
               CLOSE ARQ-LOG-ALTERACOES
           END-IF.
