       IDENTIFICATION DIVISION.
       PROGRAM-ID.    REAJUSTE-COLETIVO.
       AUTHOR.        FAUSTO.
      *****************************************************************
      * APLICA O REAJUSTE COLETIVO (DISSIDIO) AOS SALARIOS DE TODOS   *
      * OS FUNCIONARIOS ATIVOS DA EMPRESA SELECIONADA: PERCENTUAL     *
      * SOBRE O SALARIO, COM TETO OPCIONAL (ACIMA DELE O AUMENTO E'   *
      * O PERCENTUAL SOBRE O TETO) E PISO OPCIONAL EM REAIS (AUMENTO  *
      * MINIMO). CADA ALTERACAO FICA REGISTRADA EM                    *
      * HISTORICO-SALARIOS.DAT (SALARIO ANTERIOR, NOVO, VIGENCIA E    *
      * OPERADOR). EM SEGUIDA VARRE AS FOLHAS JA FECHADAS             *
      * (FOLHA-AAAAMM.DAT DO FECHA-MES) DESDE O MES DA VIGENCIA ATE   *
      * O MES ANTERIOR AO DO LOTE CORRENTE E GRAVA, EM                *
      * LANCAMENTOS.DAT, UM LANCAMENTO DO EVENTO 007 (DIFERENCA       *
      * DISSIDIO) POR FUNCIONARIO E COMPETENCIA RETROATIVA, NA        *
      * COMPETENCIA DO LOTE CORRENTE - ASSIM AS DIFERENCAS ENTRAM NO  *
      * BRUTO DO CALC-SALARIO-LOTE, SOFREM INSS, IR E FGTS E SAEM NO  *
      * CONTRACHEQUE. A DIFERENCA DE CADA MES E' A PARTE SALARIAL DO  *
      * BRUTO PAGO (SEM OS PROVENTOS VARIAVEIS E SEM O                *
      * SALARIO-MATERNIDADE, QUE O INSS REEMBOLSA) VEZES O PERCENTUAL *
      * EFETIVO DO FUNCIONARIO; NO MES DA VIGENCIA, SE ELA NAO CAIR   *
      * NO DIA 1, E' PROPORCIONAL AOS DIAS A PARTIR DELA (MES DE 30   *
      * DIAS). O RELATORIO REAJUSTE-COLETIVO.TXT LISTA OS REAJUSTES E *
      * AS DIFERENCAS. UM MESMO DISSIDIO (MESMA VIGENCIA) SO' PODE    *
      * SER PROCESSADO UMA VEZ POR EMPRESA.                           *
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQ-FUNCIONARIOS ASSIGN USING WS-ARQ-FUNCIONARIOS
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FUNC-ID
               FILE STATUS IS WS-FS-FUNCIONARIOS.

           SELECT ARQ-HIST-SALARIOS ASSIGN USING WS-ARQ-HIST-SALARIOS
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-HIST-SALARIOS.

           SELECT ARQ-FOLHA-GUARDA ASSIGN USING WS-ARQ-FOLHA-GUARDA
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-FOLHA-GUARDA.

           SELECT ARQ-LANCAMENTOS ASSIGN USING WS-ARQ-LANCAMENTOS
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-LANCAMENTOS.

           SELECT ARQ-RELATORIO ASSIGN TO "REAJUSTE-COLETIVO.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-RELATORIO.

       DATA DIVISION.
       FILE SECTION.
       FD  ARQ-FUNCIONARIOS.
           COPY REGFUNC.CPY.

       FD  ARQ-HIST-SALARIOS.
           COPY REGHSAL.CPY.

       FD  ARQ-FOLHA-GUARDA.
           COPY REGFOLHA.CPY.

       FD  ARQ-LANCAMENTOS.
           COPY REGLANC.CPY.

       FD  ARQ-RELATORIO.
       01  REG-RELATORIO             PIC X(72).

       WORKING-STORAGE SECTION.
       01 WS-FS-FUNCIONARIOS     PIC X(2).
       01 WS-FS-HIST-SALARIOS    PIC X(2).
       01 WS-FS-FOLHA-GUARDA     PIC X(2).
       01 WS-FS-LANCAMENTOS      PIC X(2).
       01 WS-FS-RELATORIO        PIC X(2).
       01 WS-FIM-ARQUIVO         PIC X(1) VALUE "N".
           88 FIM-ARQUIVO             VALUE "S".
       01 WS-ENTRADA             PIC X(10).
       01 WS-TESTE-NUM           PIC S9(4).
       01 WS-CAMPO-VALIDO        PIC X(1).
       01 WS-VALOR-NUM           PIC S9(6)V9999.
       01 WS-CONFIRMA            PIC X(1).
       01 WS-DATA-HOJE           PIC 9(8).
      *
      * PARAMETROS DO REAJUSTE INFORMADOS PELO OPERADOR. O
      * PERCENTUAL E' DIGITADO EM PONTOS PERCENTUAIS (5.5 = 5,5%) E
      * GUARDADO TAMBEM COMO FRACAO PARA OS CALCULOS; TETO E PISO
      * ZERADOS SIGNIFICAM REAJUSTE SEM TETO OU SEM PISO.
      *
       01 WS-PERCENTUAL          PIC 9(3)V9999 VALUE 0.
       01 WS-FATOR               PIC 9(1)V9(6) VALUE 0.
       01 WS-TETO                PIC 9(6)V99   VALUE 0.
       01 WS-PISO                PIC 9(6)V99   VALUE 0.
       01 WS-DATA-VIGENCIA       PIC 9(8)      VALUE 0.
       01 WS-DATA-VIGENCIA-R REDEFINES WS-DATA-VIGENCIA.
           05 WS-VIGENCIA-ANO    PIC 9(4).
           05 WS-VIGENCIA-MES    PIC 9(2).
           05 WS-VIGENCIA-DIA    PIC 9(2).
       01 WS-COMPET-VIGENCIA     PIC 9(6)      VALUE 0.
       01 WS-COMPETENCIA         PIC 9(6)      VALUE 0.
       01 WS-COMPETENCIA-R REDEFINES WS-COMPETENCIA.
           05 WS-COMPETENCIA-ANO PIC 9(4).
           05 WS-COMPETENCIA-MES PIC 9(2).
      *
      * COMPETENCIA RETROATIVA CORRENTE NA VARREDURA DAS FOLHAS
      * FECHADAS
      *
       01 WS-COMPET-RETRO        PIC 9(6)      VALUE 0.
       01 WS-COMPET-RETRO-R REDEFINES WS-COMPET-RETRO.
           05 WS-RETRO-ANO       PIC 9(4).
           05 WS-RETRO-MES       PIC 9(2).
      *
      * CALCULO DO REAJUSTE E DA DIFERENCA DE UM FUNCIONARIO
      *
       01 WS-AUMENTO             PIC 9(6)V99   VALUE 0.
       01 WS-SALARIO-NOVO        PIC 9(7)V99   VALUE 0.
       01 WS-SAL-MATERNIDADE     PIC 9(6)V99   VALUE 0.
       01 WS-BASE-DIFERENCA      PIC S9(7)V99  VALUE 0.
       01 WS-DIFERENCA           PIC 9(6)V99   VALUE 0.
       01 WS-DIAS-VIGENCIA       PIC 9(2)      VALUE 0.
       01 WS-QTD-EVENTOS         PIC 9(2)      VALUE 0.
       01 WS-IND-EVT             PIC 9(2)      VALUE 0.
      *
      * TOTALIZADORES
      *
       01 WS-TOTAL-REAJUSTADOS   PIC 9(6)      VALUE 0.
       01 WS-TOTAL-DIFERENCAS    PIC 9(6)      VALUE 0.
       01 WS-TOTAL-SEM-FOLHA     PIC 9(4)      VALUE 0.
       01 WS-SOMA-AUMENTOS       PIC 9(10)V99  VALUE 0.
       01 WS-SOMA-DIFERENCAS     PIC 9(10)V99  VALUE 0.
      *
      * FUNCIONARIOS REAJUSTADOS, GUARDADOS PARA A VARREDURA DAS
      * FOLHAS FECHADAS
      *
       01 WS-TOTAL-REAJ          PIC 9(4)      VALUE 0.
       01 WS-TAB-REAJUSTES.
           05 WS-REAJ-ENTRADA OCCURS 2000 TIMES
                   INDEXED BY WS-IDX-REAJ.
               10 RJ-ID                PIC 9(6).
               10 RJ-SALARIO-ANTERIOR  PIC 9(6)V99.
               10 RJ-SALARIO-NOVO      PIC 9(6)V99.
      *
      * EVENTOS VARIAVEIS, PARA SEPARAR DO BRUTO ARQUIVADO A PARTE
      * SALARIAL
      *
       COPY TABEVENT.CPY.
      *
      * LINHAS DO RELATORIO
      *
       01 WS-LINHA-TRACO         PIC X(72) VALUE ALL "=".
       01 WS-LINHA-FINA          PIC X(72) VALUE ALL "-".
       01 WS-LIN-EMPRESA.
           05 FILLER             PIC X(1)  VALUE SPACE.
           05 LIN-EMP-NOME       PIC X(30).
           05 FILLER             PIC X(7)  VALUE " CNPJ: ".
           05 LIN-EMP-CNPJ       PIC X(18).
       01 WS-LIN-TITULO.
           05 FILLER             PIC X(1)  VALUE SPACE.
           05 FILLER             PIC X(31)
               VALUE "REAJUSTE COLETIVO - VIGENCIA: ".
           05 LIN-TIT-DIA        PIC 9(2).
           05 FILLER             PIC X(1)  VALUE "/".
           05 LIN-TIT-MES        PIC 9(2).
           05 FILLER             PIC X(1)  VALUE "/".
           05 LIN-TIT-ANO        PIC 9(4).
           05 FILLER             PIC X(14) VALUE "  PERCENTUAL: ".
           05 LIN-TIT-PCT        PIC ZZ9.9999.
           05 FILLER             PIC X(1)  VALUE "%".
       01 WS-LIN-PARAMETROS.
           05 FILLER             PIC X(1)  VALUE SPACE.
           05 FILLER             PIC X(6)  VALUE "TETO: ".
           05 LIN-PAR-TETO       PIC ZZZZZ9.99.
           05 FILLER             PIC X(9)  VALUE "   PISO: ".
           05 LIN-PAR-PISO       PIC ZZZZZ9.99.
           05 FILLER             PIC X(17)
               VALUE "   LOTE DESTINO: ".
           05 LIN-PAR-MES        PIC 9(2).
           05 FILLER             PIC X(1)  VALUE "/".
           05 LIN-PAR-ANO        PIC 9(4).
       01 WS-PROMPT              PIC X(72).
       01 WS-LIN-COL-REAJUSTE.
           05 FILLER             PIC X(1)  VALUE SPACE.
           05 FILLER             PIC X(8)  VALUE "MATRIC.".
           05 FILLER             PIC X(31) VALUE "NOME".
           05 FILLER             PIC X(12) VALUE "SAL.ANTERIOR".
           05 FILLER             PIC X(12) VALUE "    SAL.NOVO".
       01 WS-LIN-REAJUSTE.
           05 FILLER             PIC X(1)  VALUE SPACE.
           05 LIN-RJ-ID          PIC 9(6).
           05 FILLER             PIC X(2)  VALUE SPACES.
           05 LIN-RJ-NOME        PIC X(30).
           05 FILLER             PIC X(3)  VALUE SPACES.
           05 LIN-RJ-ANTERIOR    PIC ZZZZZ9.99.
           05 FILLER             PIC X(3)  VALUE SPACES.
           05 LIN-RJ-NOVO        PIC ZZZZZ9.99.
       01 WS-LIN-COL-DIFERENCA.
           05 FILLER             PIC X(1)  VALUE SPACE.
           05 FILLER             PIC X(8)  VALUE "MATRIC.".
           05 FILLER             PIC X(31) VALUE "NOME".
           05 FILLER             PIC X(9)  VALUE "COMPET.".
           05 FILLER             PIC X(9)  VALUE "     BASE".
           05 FILLER             PIC X(11) VALUE "  DIFERENCA".
       01 WS-LIN-DIFERENCA.
           05 FILLER             PIC X(1)  VALUE SPACE.
           05 LIN-DIF-ID         PIC 9(6).
           05 FILLER             PIC X(2)  VALUE SPACES.
           05 LIN-DIF-NOME       PIC X(30).
           05 FILLER             PIC X(1)  VALUE SPACE.
           05 LIN-DIF-MES        PIC 9(2).
           05 FILLER             PIC X(1)  VALUE "/".
           05 LIN-DIF-ANO        PIC 9(4).
           05 FILLER             PIC X(2)  VALUE SPACES.
           05 LIN-DIF-BASE       PIC ZZZZZ9.99.
           05 FILLER             PIC X(2)  VALUE SPACES.
           05 LIN-DIF-VALOR      PIC ZZZZZ9.99.
       01 WS-LIN-AVISO.
           05 FILLER             PIC X(1)  VALUE SPACE.
           05 FILLER             PIC X(26)
               VALUE "FOLHA FECHADA AUSENTE EM ".
           05 LIN-AVI-MES        PIC 9(2).
           05 FILLER             PIC X(1)  VALUE "/".
           05 LIN-AVI-ANO        PIC 9(4).
           05 FILLER             PIC X(25)
               VALUE ": SEM DIFERENCAS NO MES.".
       01 WS-LIN-TOTAL.
           05 FILLER             PIC X(1)  VALUE SPACE.
           05 LIN-TOT-TEXTO      PIC X(45).
           05 LIN-TOT-VALOR      PIC ZZZZZZZZZ9.99.

      *
      * IDENTIFICACAO DESTE PROGRAMA PARA A AUTENTICACAO DO OPERADOR
      * E O LOG DE ACESSOS (SUBROTINA COMUM VALIDA-OPERADOR)
      *
       01 WS-PROGRAMA            PIC X(20) VALUE
           "REAJUSTE-COLETIVO".
       01 WS-NIVEL-MINIMO        PIC 9(1)  VALUE 2.
       01 WS-AUTORIZADO          PIC X(1)  VALUE "N".
       01 WS-OPERADOR            PIC X(12).
      *
      * EMPRESA SELECIONADA NA ENTRADA (SUBROTINA COMUM
      * SELECIONA-EMPRESA) E NOMES DOS ARQUIVOS DE MOVIMENTO
      * SEGREGADOS POR EMPRESA (SUFIXO -ENNN), MONTADOS EM
      * MONTAR-NOMES-ARQUIVOS
      *
       COPY EMPRESEL.CPY.
       01 WS-ARQ-FUNCIONARIOS    PIC X(30).
       01 WS-ARQ-HIST-SALARIOS   PIC X(30).
       01 WS-ARQ-FOLHA-GUARDA    PIC X(30).
       01 WS-ARQ-LANCAMENTOS     PIC X(30).
       01 WS-NOME-FUNC-EMP.
           05 FILLER             PIC X(14) VALUE
               "FUNCIONARIOS-E".
           05 NOME-FUNC-EMP       PIC 9(3).
           05 FILLER             PIC X(4)  VALUE ".IDX".
       01 WS-NOME-HSAL-EMP.
           05 FILLER             PIC X(20) VALUE
               "HISTORICO-SALARIOS-E".
           05 NOME-HSAL-EMP       PIC 9(3).
           05 FILLER             PIC X(4)  VALUE ".DAT".
       01 WS-NOME-LANC-EMP.
           05 FILLER             PIC X(13) VALUE
               "LANCAMENTOS-E".
           05 NOME-LANC-EMP       PIC 9(3).
           05 FILLER             PIC X(4)  VALUE ".DAT".
       01 WS-NOME-FOLHA-MES.
           05 FILLER             PIC X(7)  VALUE "FOLHA-E".
           05 NOME-FOLHA-MES-EMP PIC 9(3).
           05 FILLER             PIC X(1)  VALUE "-".
           05 NOME-FOLHA-COMP    PIC 9(6).
           05 FILLER             PIC X(4)  VALUE ".DAT".
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           CALL "VALIDA-OPERADOR" USING WS-PROGRAMA WS-NIVEL-MINIMO
               WS-OPERADOR WS-AUTORIZADO.
           IF WS-AUTORIZADO NOT = "S"
               DISPLAY "ACESSO NEGADO."
               STOP RUN
           END-IF.
           CALL "SELECIONA-EMPRESA" USING WS-EMPRESA-CODIGO
               WS-EMPRESA-NOME WS-EMPRESA-CNPJ WS-EMPRESA-BANCO
               WS-EMPRESA-AGENCIA WS-EMPRESA-CONTA WS-EMPRESA-OK.
           IF WS-EMPRESA-OK NOT = "S"
               DISPLAY "EMPRESA NAO SELECIONADA."
               STOP RUN
           END-IF.
           PERFORM MONTAR-NOMES-ARQUIVOS.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-DATA-HOJE.
           DISPLAY "REAJUSTE COLETIVO (DISSIDIO)".
           PERFORM SOLICITAR-PERCENTUAL.
           MOVE "DIGITE O TETO SALARIAL DO REAJUSTE (0 = SEM TETO):"
               TO WS-PROMPT.
           PERFORM SOLICITAR-VALOR.
           MOVE WS-VALOR-NUM TO WS-TETO.
           MOVE "DIGITE O AUMENTO MINIMO EM REAIS (0 = SEM PISO):"
               TO WS-PROMPT.
           PERFORM SOLICITAR-VALOR.
           MOVE WS-VALOR-NUM TO WS-PISO.
           PERFORM SOLICITAR-VIGENCIA.
           PERFORM SOLICITAR-COMPETENCIA.
           PERFORM VERIFICAR-DISSIDIO-ANTERIOR.
           PERFORM CONFIRMAR-REAJUSTE.
           PERFORM ABRIR-RELATORIO.
           PERFORM APLICAR-REAJUSTE.
           IF WS-TOTAL-REAJUSTADOS > 0
               PERFORM APURAR-DIFERENCAS
           END-IF.
           PERFORM IMPRIMIR-TOTAIS.
           CLOSE ARQ-RELATORIO.
           DISPLAY "FUNCIONARIOS REAJUSTADOS: " WS-TOTAL-REAJUSTADOS.
           DISPLAY "LANCAMENTOS DE DIFERENCA GRAVADOS: "
               WS-TOTAL-DIFERENCAS.
           DISPLAY "TOTAL DAS DIFERENCAS: R$" WS-SOMA-DIFERENCAS.
           IF WS-TOTAL-SEM-FOLHA > 0
               DISPLAY "AVISO: " WS-TOTAL-SEM-FOLHA " COMPETENCIA(S) "
                   "SEM FOLHA FECHADA; VEJA O RELATORIO."
           END-IF.
           DISPLAY "RELATORIO GRAVADO EM REAJUSTE-COLETIVO.TXT".
           STOP RUN.
      *
      * SOLICITA O PERCENTUAL DO REAJUSTE, RE-PEDINDO ENQUANTO VIER
      * NAO NUMERICO, ZERO OU ACIMA DE 100%
      *
       SOLICITAR-PERCENTUAL.
           MOVE "N" TO WS-CAMPO-VALIDO.
           PERFORM UNTIL WS-CAMPO-VALIDO = "S"
               DISPLAY "DIGITE O PERCENTUAL DO REAJUSTE "
                   "(EX.: 5.5 PARA 5,5%):"
               ACCEPT WS-ENTRADA
               COMPUTE WS-TESTE-NUM = FUNCTION TEST-NUMVAL(WS-ENTRADA)
               IF WS-TESTE-NUM NOT = 0
                   DISPLAY "PERCENTUAL INVALIDO: DIGITE APENAS "
                       "NUMEROS."
               ELSE
                   COMPUTE WS-VALOR-NUM = FUNCTION NUMVAL(WS-ENTRADA)
                   IF WS-VALOR-NUM <= 0 OR WS-VALOR-NUM > 100
                       DISPLAY "PERCENTUAL INVALIDO: DEVE SER MAIOR "
                           "QUE ZERO E ATE 100."
                   ELSE
                       MOVE WS-VALOR-NUM TO WS-PERCENTUAL
                       COMPUTE WS-FATOR = WS-PERCENTUAL / 100
                       MOVE "S" TO WS-CAMPO-VALIDO
                   END-IF
               END-IF
           END-PERFORM.
      *
      * SOLICITA UM VALOR EM REAIS (TETO OU PISO) COM A PERGUNTA QUE
      * ESTIVER EM WS-PROMPT. ENTRADA EM BRANCO VALE ZERO; VALOR
      * NAO NUMERICO OU NEGATIVO E' RE-PEDIDO.
      *
       SOLICITAR-VALOR.
           MOVE "N" TO WS-CAMPO-VALIDO.
           PERFORM UNTIL WS-CAMPO-VALIDO = "S"
               DISPLAY WS-PROMPT
               ACCEPT WS-ENTRADA
               IF WS-ENTRADA = SPACES
                   MOVE 0 TO WS-VALOR-NUM
                   MOVE "S" TO WS-CAMPO-VALIDO
               ELSE
                   COMPUTE WS-TESTE-NUM =
                       FUNCTION TEST-NUMVAL(WS-ENTRADA)
                   IF WS-TESTE-NUM NOT = 0
                       DISPLAY "VALOR INVALIDO: DIGITE APENAS NUMEROS."
                   ELSE
                       COMPUTE WS-VALOR-NUM =
                           FUNCTION NUMVAL(WS-ENTRADA)
                       IF WS-VALOR-NUM < 0
                           DISPLAY "VALOR INVALIDO: NAO PODE SER "
                               "NEGATIVO."
                       ELSE
                           MOVE "S" TO WS-CAMPO-VALIDO
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.
      *
      * SOLICITA A DATA DE VIGENCIA DO REAJUSTE (AAAAMMDD), RE-PEDINDO
      * ENQUANTO VIER NAO NUMERICA OU COM MES OU DIA FORA DOS LIMITES
      *
       SOLICITAR-VIGENCIA.
           MOVE "N" TO WS-CAMPO-VALIDO.
           PERFORM UNTIL WS-CAMPO-VALIDO = "S"
               DISPLAY "DIGITE A DATA DE VIGENCIA DO REAJUSTE "
                   "(AAAAMMDD):"
               ACCEPT WS-ENTRADA
               COMPUTE WS-TESTE-NUM = FUNCTION TEST-NUMVAL(WS-ENTRADA)
               IF WS-TESTE-NUM NOT = 0
                   DISPLAY "DATA INVALIDA: DIGITE APENAS NUMEROS NO "
                       "FORMATO AAAAMMDD."
               ELSE
                   COMPUTE WS-DATA-VIGENCIA =
                       FUNCTION NUMVAL(WS-ENTRADA)
                   IF WS-VIGENCIA-MES < 1 OR WS-VIGENCIA-MES > 12
                           OR WS-VIGENCIA-DIA < 1
                           OR WS-VIGENCIA-DIA > 31
                       DISPLAY "DATA INVALIDA: MES DEVE ESTAR ENTRE "
                           "01 E 12 E DIA ENTRE 01 E 31."
                   ELSE
                       MOVE "S" TO WS-CAMPO-VALIDO
                   END-IF
               END-IF
           END-PERFORM.
           MOVE WS-DATA-VIGENCIA(1:6) TO WS-COMPET-VIGENCIA.
      *
      * SOLICITA A COMPETENCIA (AAAAMM) DO LOTE MENSAL QUE VAI PAGAR
      * AS DIFERENCAS. NAO PODE SER ANTERIOR AO MES DA VIGENCIA; AS
      * COMPETENCIAS DA VIGENCIA ATE A ANTERIOR A ESTA SAO AS
      * RETROATIVAS.
      *
       SOLICITAR-COMPETENCIA.
           MOVE "N" TO WS-CAMPO-VALIDO.
           PERFORM UNTIL WS-CAMPO-VALIDO = "S"
               DISPLAY "DIGITE A COMPETENCIA DO LOTE QUE PAGARA AS "
                   "DIFERENCAS (AAAAMM):"
               ACCEPT WS-ENTRADA
               COMPUTE WS-TESTE-NUM = FUNCTION TEST-NUMVAL(WS-ENTRADA)
               IF WS-TESTE-NUM NOT = 0
                   DISPLAY "COMPETENCIA INVALIDA: DIGITE APENAS "
                       "NUMEROS NO FORMATO AAAAMM."
               ELSE
                   COMPUTE WS-COMPETENCIA =
                       FUNCTION NUMVAL(WS-ENTRADA)
                   IF WS-COMPETENCIA-MES < 1
                           OR WS-COMPETENCIA-MES > 12
                       DISPLAY "COMPETENCIA INVALIDA: MES DEVE "
                           "ESTAR ENTRE 01 E 12."
                   ELSE
                       IF WS-COMPETENCIA < WS-COMPET-VIGENCIA
                           DISPLAY "COMPETENCIA INVALIDA: ANTERIOR "
                               "AO MES DA VIGENCIA."
                       ELSE
                           MOVE "S" TO WS-CAMPO-VALIDO
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.
      *
      * RECUSA REPROCESSAR UM DISSIDIO JA APLICADO: SE O HISTORICO DE
      * SALARIOS JA TIVER UM REAJUSTE COLETIVO COM A MESMA VIGENCIA,
      * RODAR DE NOVO REAJUSTARIA OS SALARIOS DUAS VEZES E DUPLICARIA
      * AS DIFERENCAS. HISTORICO AUSENTE SIGNIFICA NENHUM REAJUSTE
      * AINDA.
      *
       VERIFICAR-DISSIDIO-ANTERIOR.
           OPEN INPUT ARQ-HIST-SALARIOS.
           IF WS-FS-HIST-SALARIOS = "00"
               MOVE "N" TO WS-FIM-ARQUIVO
               PERFORM UNTIL FIM-ARQUIVO
                   READ ARQ-HIST-SALARIOS
                       AT END
                           MOVE "S" TO WS-FIM-ARQUIVO
                       NOT AT END
                           IF HSAL-DISSIDIO
                                   AND HSAL-DATA-VIGENCIA =
                                       WS-DATA-VIGENCIA
                               DISPLAY "REAJUSTE COLETIVO COM VIGENCIA "
                                   WS-DATA-VIGENCIA
                                   " JA FOI PROCESSADO EM "
                                   HSAL-DATA-PROC " POR "
                                   HSAL-OPERADOR "."
                               CLOSE ARQ-HIST-SALARIOS
                               STOP RUN
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ARQ-HIST-SALARIOS
               MOVE "N" TO WS-FIM-ARQUIVO
           END-IF.
      *
      * MOSTRA OS PARAMETROS E PEDE CONFIRMACAO ANTES DE ALTERAR O
      * CADASTRO
      *
       CONFIRMAR-REAJUSTE.
           DISPLAY "PERCENTUAL: " WS-PERCENTUAL "%  TETO: " WS-TETO
               "  PISO: " WS-PISO.
           DISPLAY "VIGENCIA: " WS-DATA-VIGENCIA
               "  DIFERENCAS NO LOTE DE: " WS-COMPETENCIA.
           DISPLAY "CONFIRMA O REAJUSTE DE TODOS OS FUNCIONARIOS "
               "ATIVOS? (S/N)".
           ACCEPT WS-CONFIRMA.
           IF WS-CONFIRMA NOT = "S" AND WS-CONFIRMA NOT = "s"
               DISPLAY "REAJUSTE CANCELADO; NADA FOI ALTERADO."
               STOP RUN
           END-IF.
      *
      * ABERTURA DO RELATORIO E CABECALHO COM OS PARAMETROS
      *
       ABRIR-RELATORIO.
           OPEN OUTPUT ARQ-RELATORIO.
           IF WS-FS-RELATORIO NOT = "00"
               DISPLAY "ERRO AO ABRIR REAJUSTE-COLETIVO.TXT: "
                   WS-FS-RELATORIO
               STOP RUN
           END-IF.
           MOVE WS-LINHA-TRACO TO REG-RELATORIO.
           WRITE REG-RELATORIO.
           MOVE WS-EMPRESA-NOME TO LIN-EMP-NOME.
           MOVE WS-EMPRESA-CNPJ TO LIN-EMP-CNPJ.
           MOVE WS-LIN-EMPRESA TO REG-RELATORIO.
           WRITE REG-RELATORIO.
           MOVE WS-VIGENCIA-DIA TO LIN-TIT-DIA.
           MOVE WS-VIGENCIA-MES TO LIN-TIT-MES.
           MOVE WS-VIGENCIA-ANO TO LIN-TIT-ANO.
           MOVE WS-PERCENTUAL   TO LIN-TIT-PCT.
           MOVE WS-LIN-TITULO TO REG-RELATORIO.
           WRITE REG-RELATORIO.
           MOVE WS-TETO TO LIN-PAR-TETO.
           MOVE WS-PISO TO LIN-PAR-PISO.
           MOVE WS-COMPETENCIA-MES TO LIN-PAR-MES.
           MOVE WS-COMPETENCIA-ANO TO LIN-PAR-ANO.
           MOVE WS-LIN-PARAMETROS TO REG-RELATORIO.
           WRITE REG-RELATORIO.
           MOVE WS-LINHA-TRACO TO REG-RELATORIO.
           WRITE REG-RELATORIO.
           MOVE " SALARIOS REAJUSTADOS" TO REG-RELATORIO.
           WRITE REG-RELATORIO.
           MOVE WS-LIN-COL-REAJUSTE TO REG-RELATORIO.
           WRITE REG-RELATORIO.
           MOVE WS-LINHA-FINA TO REG-RELATORIO.
           WRITE REG-RELATORIO.
      *
      * VARRE O CADASTRO REAJUSTANDO E REGRAVANDO CADA FUNCIONARIO
      * ATIVO COM SALARIO, REGISTRANDO A ALTERACAO NO HISTORICO DE
      * SALARIOS E GUARDANDO-A NA TABELA PARA AS DIFERENCAS
      *
       APLICAR-REAJUSTE.
           OPEN I-O ARQ-FUNCIONARIOS.
           IF WS-FS-FUNCIONARIOS NOT = "00"
               DISPLAY "ERRO AO ABRIR FUNCIONARIOS.IDX: "
                   WS-FS-FUNCIONARIOS
               STOP RUN
           END-IF.
           OPEN EXTEND ARQ-HIST-SALARIOS.
           IF WS-FS-HIST-SALARIOS NOT = "00"
               OPEN OUTPUT ARQ-HIST-SALARIOS
           END-IF.
           IF WS-FS-HIST-SALARIOS NOT = "00"
               DISPLAY "ERRO AO ABRIR HISTORICO-SALARIOS.DAT: "
                   WS-FS-HIST-SALARIOS
               STOP RUN
           END-IF.
           MOVE "N" TO WS-FIM-ARQUIVO.
           PERFORM UNTIL FIM-ARQUIVO
               READ ARQ-FUNCIONARIOS NEXT
                   AT END
                       MOVE "S" TO WS-FIM-ARQUIVO
                   NOT AT END
                       IF NOT FUNC-INATIVO
                               AND FUNC-SALARIO-BRUTO > 0
                           PERFORM REAJUSTAR-FUNCIONARIO
                       END-IF
               END-READ
           END-PERFORM.
           MOVE "N" TO WS-FIM-ARQUIVO.
           CLOSE ARQ-HIST-SALARIOS.
           CLOSE ARQ-FUNCIONARIOS.
      *
      * REAJUSTE DO FUNCIONARIO CORRENTE: PERCENTUAL SOBRE O SALARIO,
      * OU SOBRE O TETO QUANDO O SALARIO PASSA DELE, E NUNCA MENOS
      * QUE O PISO. SALARIO QUE ESTOURARIA O CAMPO DO CADASTRO FICA
      * DE FORA, AVISADO NA TELA.
      *
       REAJUSTAR-FUNCIONARIO.
           IF WS-TETO > 0 AND FUNC-SALARIO-BRUTO > WS-TETO
               COMPUTE WS-AUMENTO ROUNDED = WS-TETO * WS-FATOR
           ELSE
               COMPUTE WS-AUMENTO ROUNDED =
                   FUNC-SALARIO-BRUTO * WS-FATOR
           END-IF.
           IF WS-PISO > 0 AND WS-AUMENTO < WS-PISO
               MOVE WS-PISO TO WS-AUMENTO
           END-IF.
           COMPUTE WS-SALARIO-NOVO = FUNC-SALARIO-BRUTO + WS-AUMENTO.
           IF WS-SALARIO-NOVO > 999999.99
               DISPLAY "AVISO: MATRICULA " FUNC-ID " NAO REAJUSTADA: "
                   "NOVO SALARIO EXCEDE O CAMPO DO CADASTRO."
           ELSE
               IF WS-TOTAL-REAJ >= 2000
                   DISPLAY "ERRO: MAIS DE 2000 FUNCIONARIOS A "
                       "REAJUSTAR."
                   DISPLAY "AUMENTE O TAMANHO DA TABELA EM "
                       "REAJUSTE-COLETIVO.CBL E RECOMPILE."
                   STOP RUN
               END-IF
               ADD 1 TO WS-TOTAL-REAJ
               MOVE FUNC-ID TO RJ-ID(WS-TOTAL-REAJ)
               MOVE FUNC-SALARIO-BRUTO
                   TO RJ-SALARIO-ANTERIOR(WS-TOTAL-REAJ)
               MOVE WS-SALARIO-NOVO TO RJ-SALARIO-NOVO(WS-TOTAL-REAJ)
               MOVE FUNC-ID            TO HSAL-ID
               MOVE FUNC-SALARIO-BRUTO TO HSAL-SALARIO-ANTERIOR
               MOVE WS-SALARIO-NOVO    TO HSAL-SALARIO-NOVO
               MOVE WS-DATA-VIGENCIA   TO HSAL-DATA-VIGENCIA
               MOVE WS-OPERADOR        TO HSAL-OPERADOR
               MOVE WS-DATA-HOJE       TO HSAL-DATA-PROC
               MOVE "D"                TO HSAL-MOTIVO
               MOVE WS-SALARIO-NOVO TO FUNC-SALARIO-BRUTO
               REWRITE REG-FUNCIONARIO
               IF WS-FS-FUNCIONARIOS NOT = "00"
                   DISPLAY "ERRO AO REGRAVAR FUNCIONARIOS.IDX: "
                       WS-FS-FUNCIONARIOS
                   STOP RUN
               END-IF
               WRITE REG-HIST-SALARIO
               IF WS-FS-HIST-SALARIOS NOT = "00"
                   DISPLAY "ERRO AO GRAVAR HISTORICO-SALARIOS.DAT: "
                       WS-FS-HIST-SALARIOS
                   STOP RUN
               END-IF
               ADD 1 TO WS-TOTAL-REAJUSTADOS
               ADD WS-AUMENTO TO WS-SOMA-AUMENTOS
               MOVE FUNC-ID   TO LIN-RJ-ID
               MOVE FUNC-NOME TO LIN-RJ-NOME
               MOVE HSAL-SALARIO-ANTERIOR TO LIN-RJ-ANTERIOR
               MOVE HSAL-SALARIO-NOVO     TO LIN-RJ-NOVO
               MOVE WS-LIN-REAJUSTE TO REG-RELATORIO
               WRITE REG-RELATORIO
           END-IF.
      *
      * VARREDURA DAS FOLHAS FECHADAS DA VIGENCIA ATE A COMPETENCIA
      * ANTERIOR A DO LOTE, GRAVANDO AS DIFERENCAS EM
      * LANCAMENTOS.DAT (ACRESCENTADAS AOS LANCAMENTOS JA DIGITADOS)
      *
       APURAR-DIFERENCAS.
           MOVE WS-LINHA-TRACO TO REG-RELATORIO.
           WRITE REG-RELATORIO.
           MOVE " DIFERENCAS RETROATIVAS (EVENTO 007)"
               TO REG-RELATORIO.
           WRITE REG-RELATORIO.
           MOVE WS-LIN-COL-DIFERENCA TO REG-RELATORIO.
           WRITE REG-RELATORIO.
           MOVE WS-LINHA-FINA TO REG-RELATORIO.
           WRITE REG-RELATORIO.
           OPEN EXTEND ARQ-LANCAMENTOS.
           IF WS-FS-LANCAMENTOS NOT = "00"
               OPEN OUTPUT ARQ-LANCAMENTOS
           END-IF.
           IF WS-FS-LANCAMENTOS NOT = "00"
               DISPLAY "ERRO AO ABRIR LANCAMENTOS.DAT: "
                   WS-FS-LANCAMENTOS
               STOP RUN
           END-IF.
           MOVE WS-COMPET-VIGENCIA TO WS-COMPET-RETRO.
           PERFORM UNTIL WS-COMPET-RETRO >= WS-COMPETENCIA
               PERFORM APURAR-UMA-COMPETENCIA
               IF WS-RETRO-MES = 12
                   ADD 1 TO WS-RETRO-ANO
                   MOVE 1 TO WS-RETRO-MES
               ELSE
                   ADD 1 TO WS-RETRO-MES
               END-IF
           END-PERFORM.
           CLOSE ARQ-LANCAMENTOS.
      *
      * DIFERENCAS DE UMA COMPETENCIA RETROATIVA, A PARTIR DO ARQUIVO
      * DE GUARDA DA FOLHA FECHADA. SEM O ARQUIVO (MES NAO FECHADO
      * PELO FECHA-MES) A COMPETENCIA E' APONTADA NO RELATORIO PARA
      * ACERTO MANUAL.
      *
       APURAR-UMA-COMPETENCIA.
           MOVE WS-COMPET-RETRO TO NOME-FOLHA-COMP.
           MOVE WS-NOME-FOLHA-MES TO WS-ARQ-FOLHA-GUARDA.
           MOVE 30 TO WS-DIAS-VIGENCIA.
           IF WS-COMPET-RETRO = WS-COMPET-VIGENCIA
                   AND WS-VIGENCIA-DIA > 1
               IF WS-VIGENCIA-DIA > 30
                   MOVE 0 TO WS-DIAS-VIGENCIA
               ELSE
                   COMPUTE WS-DIAS-VIGENCIA = 31 - WS-VIGENCIA-DIA
               END-IF
           END-IF.
           OPEN INPUT ARQ-FOLHA-GUARDA.
           IF WS-FS-FOLHA-GUARDA NOT = "00"
               ADD 1 TO WS-TOTAL-SEM-FOLHA
               MOVE WS-RETRO-MES TO LIN-AVI-MES
               MOVE WS-RETRO-ANO TO LIN-AVI-ANO
               MOVE WS-LIN-AVISO TO REG-RELATORIO
               WRITE REG-RELATORIO
           ELSE
               MOVE "N" TO WS-FIM-ARQUIVO
               PERFORM UNTIL FIM-ARQUIVO
                   READ ARQ-FOLHA-GUARDA
                       AT END
                           MOVE "S" TO WS-FIM-ARQUIVO
                       NOT AT END
                           PERFORM APURAR-DIFERENCA-FUNCIONARIO
                   END-READ
               END-PERFORM
               MOVE "N" TO WS-FIM-ARQUIVO
               CLOSE ARQ-FOLHA-GUARDA
           END-IF.
      *
      * DIFERENCA DE UM FUNCIONARIO REAJUSTADO NA COMPETENCIA
      * RETROATIVA: PARTE SALARIAL DO BRUTO PAGO (BRUTO MENOS
      * SALARIO-MATERNIDADE E MENOS OS PROVENTOS VARIAVEIS, INCLUSIVE
      * DIFERENCAS DE DISSIDIO ANTERIOR; FALTAS E DIAS DE AFASTAMENTO
      * JA DESCONTADOS CONTINUAM FORA) VEZES O PERCENTUAL EFETIVO DO
      * REAJUSTE DELE, PROPORCIONAL AOS DIAS NO MES DA VIGENCIA
      *
       APURAR-DIFERENCA-FUNCIONARIO.
           SET WS-IDX-REAJ TO 1.
           SEARCH WS-REAJ-ENTRADA
               AT END
                   CONTINUE
               WHEN WS-IDX-REAJ > WS-TOTAL-REAJ
                   CONTINUE
               WHEN RJ-ID(WS-IDX-REAJ) = FOLHA-ID
                   PERFORM APURAR-BASE-DIFERENCA
                   COMPUTE WS-DIFERENCA ROUNDED =
                       WS-BASE-DIFERENCA
                       * (RJ-SALARIO-NOVO(WS-IDX-REAJ)
                          - RJ-SALARIO-ANTERIOR(WS-IDX-REAJ))
                       / RJ-SALARIO-ANTERIOR(WS-IDX-REAJ)
                       * WS-DIAS-VIGENCIA / 30
                   IF WS-DIFERENCA > 0
                       PERFORM GRAVAR-DIFERENCA
                   END-IF
           END-SEARCH.
      *
      * PARTE SALARIAL DO BRUTO DO REGISTRO DA FOLHA FECHADA, NO
      * MESMO CRITERIO DO SALARIO BASE DO EMITE-CONTRACHEQUE, MAS SEM
      * DEVOLVER OS DESCONTOS DE FALTAS
      *
       APURAR-BASE-DIFERENCA.
           IF FOLHA-QTD-EVENTOS NUMERIC
                   AND FOLHA-QTD-EVENTOS <= 5
               MOVE FOLHA-QTD-EVENTOS TO WS-QTD-EVENTOS
           ELSE
               MOVE 0 TO WS-QTD-EVENTOS
           END-IF.
           IF FOLHA-SAL-MATERNIDADE NUMERIC
               MOVE FOLHA-SAL-MATERNIDADE TO WS-SAL-MATERNIDADE
           ELSE
               MOVE 0 TO WS-SAL-MATERNIDADE
           END-IF.
           COMPUTE WS-BASE-DIFERENCA =
               FOLHA-SALARIO-BRUTO - WS-SAL-MATERNIDADE.
           PERFORM VARYING WS-IND-EVT FROM 1 BY 1
                   UNTIL WS-IND-EVT > WS-QTD-EVENTOS
               SET WS-IDX-EVT TO 1
               SEARCH WS-EVENTO
                   AT END
                       CONTINUE
                   WHEN EVT-CODIGO(WS-IDX-EVT) =
                           FOLHA-EVT-CODIGO(WS-IND-EVT)
                       IF EVT-TIPO(WS-IDX-EVT) = "P"
                           SUBTRACT FOLHA-EVT-VALOR(WS-IND-EVT)
                               FROM WS-BASE-DIFERENCA
                       END-IF
               END-SEARCH
           END-PERFORM.
           IF WS-BASE-DIFERENCA < 0
               MOVE 0 TO WS-BASE-DIFERENCA
           END-IF.
      *
      * GRAVACAO DO LANCAMENTO DA DIFERENCA NA COMPETENCIA DO LOTE E
      * DA LINHA DO RELATORIO COM A COMPETENCIA DE ORIGEM
      *
       GRAVAR-DIFERENCA.
           MOVE FOLHA-ID       TO LANC-ID.
           MOVE WS-COMPETENCIA TO LANC-COMPETENCIA.
           MOVE 7              TO LANC-EVENTO.
           MOVE 0              TO LANC-QTD-HORAS.
           MOVE WS-DIFERENCA   TO LANC-VALOR.
           WRITE REG-LANCAMENTO.
           IF WS-FS-LANCAMENTOS NOT = "00"
               DISPLAY "ERRO AO GRAVAR LANCAMENTOS.DAT: "
                   WS-FS-LANCAMENTOS
               STOP RUN
           END-IF.
           ADD 1 TO WS-TOTAL-DIFERENCAS.
           ADD WS-DIFERENCA TO WS-SOMA-DIFERENCAS.
           MOVE FOLHA-ID          TO LIN-DIF-ID.
           MOVE FOLHA-NOME        TO LIN-DIF-NOME.
           MOVE WS-RETRO-MES      TO LIN-DIF-MES.
           MOVE WS-RETRO-ANO      TO LIN-DIF-ANO.
           MOVE WS-BASE-DIFERENCA TO LIN-DIF-BASE.
           MOVE WS-DIFERENCA      TO LIN-DIF-VALOR.
           MOVE WS-LIN-DIFERENCA TO REG-RELATORIO.
           WRITE REG-RELATORIO.
      *
      * TOTAIS DO RELATORIO
      *
       IMPRIMIR-TOTAIS.
           MOVE WS-LINHA-TRACO TO REG-RELATORIO.
           WRITE REG-RELATORIO.
           MOVE "FUNCIONARIOS REAJUSTADOS" TO LIN-TOT-TEXTO.
           MOVE WS-TOTAL-REAJUSTADOS TO LIN-TOT-VALOR.
           MOVE WS-LIN-TOTAL TO REG-RELATORIO.
           WRITE REG-RELATORIO.
           MOVE "SOMA DOS AUMENTOS MENSAIS (R$)" TO LIN-TOT-TEXTO.
           MOVE WS-SOMA-AUMENTOS TO LIN-TOT-VALOR.
           MOVE WS-LIN-TOTAL TO REG-RELATORIO.
           WRITE REG-RELATORIO.
           MOVE "LANCAMENTOS DE DIFERENCA GRAVADOS" TO LIN-TOT-TEXTO.
           MOVE WS-TOTAL-DIFERENCAS TO LIN-TOT-VALOR.
           MOVE WS-LIN-TOTAL TO REG-RELATORIO.
           WRITE REG-RELATORIO.
           MOVE "TOTAL DAS DIFERENCAS RETROATIVAS (R$)"
               TO LIN-TOT-TEXTO.
           MOVE WS-SOMA-DIFERENCAS TO LIN-TOT-VALOR.
           MOVE WS-LIN-TOTAL TO REG-RELATORIO.
           WRITE REG-RELATORIO.
           MOVE WS-LINHA-TRACO TO REG-RELATORIO.
           WRITE REG-RELATORIO.
      *
      * MONTA OS NOMES DOS ARQUIVOS DE MOVIMENTO DA EMPRESA
      * SELECIONADA (SUFIXO -ENNN), NO MOLDE DO FOLHA-AAAAMM.DAT
      * DO FECHA-MES
      *
       MONTAR-NOMES-ARQUIVOS.
           MOVE WS-EMPRESA-CODIGO TO NOME-FUNC-EMP.
           MOVE WS-NOME-FUNC-EMP TO WS-ARQ-FUNCIONARIOS.
           MOVE WS-EMPRESA-CODIGO TO NOME-HSAL-EMP.
           MOVE WS-NOME-HSAL-EMP TO WS-ARQ-HIST-SALARIOS.
           MOVE WS-EMPRESA-CODIGO TO NOME-LANC-EMP.
           MOVE WS-NOME-LANC-EMP TO WS-ARQ-LANCAMENTOS.
           MOVE WS-EMPRESA-CODIGO TO NOME-FOLHA-MES-EMP.
