      * COM O FGTS DE CADA PARCELA DEPOSITADO EM FGTS-MENSAL.DAT E OS *
      * VALORES LANCADOS EM HIST-CALCULOS.DAT PARA QUE O INFORME      *
      * ANUAL INCLUA O 13O NOS TOTAIS DO ANO.                         *
      * NA FOLHA MENSAL, OS AFASTAMENTOS DE AFASTAMENTOS.DAT QUE      *
      * ALCANCAM A COMPETENCIA LIMITAM O SALARIO AOS DIAS DEVIDOS     *
      * PELA EMPRESA: NA LICENCA MEDICA E NO ACIDENTE DE TRABALHO, OS *
      * PRIMEIROS 15 DIAS SAO PAGOS E OS SEGUINTES FICAM A CARGO DO   *
      * INSS (NO ACIDENTE, O FGTS CONTINUA DEPOSITADO SOBRE ELES); NA *
      * LICENCA MATERNIDADE O SALARIO E' PAGO INTEGRAL COMO SALARIO-  *
      * MATERNIDADE, COMPENSADO PELO EMITE-GUIAS NA GPS.              *
      * A PENSAO ALIMENTICIA VEM DOS BENEFICIARIOS DE                 *
      * PENSIONISTAS.DAT, CALCULADA PELA SUBROTINA COMUM CALC-PENSAO  *
      * NA FOLHA MENSAL E, PARA OS QUE TEM INCIDENCIA NO 13O, NA 2A   *
      * PARCELA, E DEDUZIDA DA BASE DO IR; O VALOR DE CADA            *
      * BENEFICIARIO VAI PARA A FOLHA, PARA O CREDITO NO              *
      * GERA-REMESSA.                                                 *
      * FUNCIONARIO SEM BENEFICIARIO NO ARQUIVO CONTINUA COM O VALOR  *
      * FIXO DE FUNC-PENSAO-ALIM DO CADASTRO, SO' NA FOLHA MENSAL.    *
      * A FOLHA MENSAL PODE SER RODADA ANTES COMO PREVIA: O CALCULO E' *
      * O MESMO, MAS GRAVADO EM ARQUIVOS DE TRABALHO PROPRIOS         *
      * (FOLHA-PREVIA, FGTS-PREVIA, HIST-PREVIA E ERROS-PREVIA), SEM  *
      * TOCAR NOS ARQUIVOS DO MES, NO SALDO DOS CONTRATOS DE DESCONTO *
      * NEM NO CHECKPOINT, E TERMINA COM O RELATORIO DE EXCECOES DO   *
      * CONFERE-PREVIA CONTRA A ULTIMA COMPETENCIA FECHADA.           *
      * OS DEPENDENTES DO IR SAO OS DE DEPENDENTES.DAT QUE AINDA       *
      * CONTAM NA COMPETENCIA, APURADOS PELA SUBROTINA COMUM          *
      * CALC-DEPENDENTES; NA FOLHA MENSAL ELA TAMBEM CALCULA O        *
      * SALARIO-FAMILIA (PROPORCIONAL NO MES DA ADMISSAO), PAGO NO    *
      * LIQUIDO E COMPENSADO PELO EMITE-GUIAS NA GPS, E AVISA OS      *
      * DEPENDENTES PERTO DO LIMITE DE IDADE.                         *
      *****************************************************************
       ENVIRONMENT DIVISION.                                                    
       INPUT-OUTPUT SECTION.                                                    
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-TABELA-TAXAS.

           SELECT ARQ-AFASTAMENTOS ASSIGN USING WS-ARQ-AFASTAMENTOS
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-AFASTAMENTOS.

           SELECT ARQ-PENSIONISTAS ASSIGN USING WS-ARQ-PENSIONISTAS
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-PENSIONISTAS.

       DATA DIVISION.                                                           
       FILE SECTION.                                                            
       FD  ARQ-FUNCIONARIOS.                                                    

       FD  ARQ-TABELA-TAXAS.
           COPY TABTAXAS.CPY.

       FD  ARQ-AFASTAMENTOS.
           COPY REGAFAST.CPY.

       FD  ARQ-PENSIONISTAS.
           COPY REGPENS.CPY.
                                                                                
       WORKING-STORAGE SECTION.                                                 
       01 WS-FS-FUNCIONARIOS     PIC X(2).                                      
           88 LOTE-DECIMO-P1          VALUE 2.
           88 LOTE-DECIMO-P2          VALUE 3.
       01 WS-TIPO-CKPT           PIC 9(1)    VALUE 1.
      *
      * FOLHA MENSAL RODADA COMO PREVIA (VER O CABECALHO)
      *
       01 WS-PREVIA              PIC X(1)    VALUE "N".
           88 LOTE-PREVIA             VALUE "S".
       01 WS-PREVIA-ENTRADA      PIC X(10).
       01 WS-COMPETENCIA-ENT     PIC X(10).
       01 WS-COMPETENCIA-TESTE   PIC S9(4).
       01 WS-COMPETENCIA-VALIDA  PIC X(1).
       01 WS-LIQUIDO-MENSAL      PIC S9(7)V99 VALUE 0.
       01 WS-QTD-EVT-FUNC        PIC 9(2)     VALUE 0.
       01 WS-IND-EVT             PIC 9(2)     VALUE 0.
       01 WS-EVT-REPETIDO        PIC 9(2)     VALUE 0.
      *
      * EVENTOS APLICADOS AO FUNCIONARIO CORRENTE, COPIADOS PARA O
      * REGISTRO DA FOLHA EM GRAVAR-FOLHA
               10 FR-ID              PIC 9(6).
               10 FR-DIAS-GOZO       PIC 9(2).
      *
      * AFASTAMENTOS QUE ALCANCAM A COMPETENCIA DO LOTE MENSAL,
      * CARREGADOS DE AFASTAMENTOS.DAT NO INICIO DO LOTE. AF-RETORNO
      * E' O PRIMEIRO DIA DE VOLTA AO TRABALHO (O RETORNO EFETIVO,
      * SE JA REGISTRADO, SENAO O PREVISTO). AS DATAS SAO COMPARADAS
      * COMO DIAS CORRIDOS (FUNCTION INTEGER-OF-DATE): O MES VAI DE
      * WS-DIA-INI-MES A WS-DIA-FIM-MES; O AFASTAMENTO, DO INICIO A
      * VESPERA DO RETORNO; A PARTE A CARGO DO INSS, DO 16O DIA EM
      * DIANTE. O MES COMERCIAL TEM 30 DIAS, COMO NO ABATIMENTO DAS
      * FERIAS: AFASTAMENTO QUE COBRE O MES INTEIRO CONTA 30 DIAS.
      *
       01 WS-FS-AFASTAMENTOS     PIC X(2).
       01 WS-FIM-AFASTAMENTOS    PIC X(1)     VALUE "N".
           88 FIM-AFASTAMENTOS        VALUE "S".
       01 WS-QTD-AFASTAMENTOS    PIC 9(4)     VALUE 0.
       01 WS-TAB-AFASTAMENTOS.
           05 WS-AFAST-MES OCCURS 2000 TIMES
                   INDEXED BY WS-IDX-AFA.
               10 AF-ID              PIC 9(6).
               10 AF-MOTIVO          PIC X(1).
               10 AF-INICIO          PIC 9(8).
               10 AF-RETORNO         PIC 9(8).
       01 WS-DIA-INI-MES         PIC 9(7)     VALUE 0.
       01 WS-DIA-FIM-MES         PIC 9(7)     VALUE 0.
       01 WS-DIA-INI-AFAST       PIC 9(7)     VALUE 0.
       01 WS-DIA-FIM-AFAST       PIC 9(7)     VALUE 0.
       01 WS-DIA-INI-INSS        PIC 9(7)     VALUE 0.
       01 WS-DIA-DE              PIC 9(7)     VALUE 0.
       01 WS-DIA-ATE             PIC 9(7)     VALUE 0.
       01 WS-DIAS-PERIODO        PIC S9(7)    VALUE 0.
       01 WS-DATA-PROX-MES       PIC 9(8)     VALUE 0.
       01 WS-DATA-PROX-MES-R REDEFINES WS-DATA-PROX-MES.
           05 WS-PROX-MES-ANO    PIC 9(4).
           05 WS-PROX-MES-MES    PIC 9(2).
           05 WS-PROX-MES-DIA    PIC 9(2).
      *
      * AFASTAMENTO DO FUNCIONARIO CORRENTE NA COMPETENCIA, COPIADO
      * PARA O REGISTRO DA FOLHA EM GRAVAR-FOLHA: DIAS AFASTADOS,
      * DIAS A CARGO DO INSS (ABATIDOS DO BRUTO), SALARIO-MATERNIDADE
      * INCLUIDO NO BRUTO E O FGTS DEVIDO SOBRE OS DIAS ABATIDOS DE
      * UM ACIDENTE DE TRABALHO
      *
       01 WS-AFAST-MOTIVO        PIC X(1)     VALUE SPACE.
       01 WS-AFAST-INICIO        PIC 9(8)     VALUE 0.
       01 WS-AFAST-RETORNO       PIC 9(8)     VALUE 0.
       01 WS-AFAST-DIAS          PIC 9(2)     VALUE 0.
       01 WS-AFAST-DIAS-INSS     PIC 9(2)     VALUE 0.
       01 WS-DESCONTO-AFAST      PIC 9(6)V99  VALUE 0.
       01 WS-SAL-MATERNIDADE     PIC 9(6)V99  VALUE 0.
       01 WS-FGTS-ACIDENTE       PIC 9(6)V99  VALUE 0.
       01 WS-TOTAL-AFASTADOS     PIC 9(6)     VALUE 0.
      *
      * CONTRATOS DE DESCONTO RECORRENTE EM PARCELAS, CARREGADOS DE
      * CONTRATOS-DESCONTO.DAT NO INICIO DO LOTE MENSAL. CT-ATIVO
      * MARCA OS AINDA NAO QUITADOS (PAGAS < TOTAL); CT-APLICADO, OS
               10 CT-ATIVO           PIC X(1).
               10 CT-APLICADO        PIC X(1).
      *
      * DEPENDENTES DO FUNCIONARIO CORRENTE NA COMPETENCIA, APURADOS
      * PELA SUBROTINA COMUM CALC-DEPENDENTES: OS QUE CONTAM PARA O
      * IR E O SALARIO-FAMILIA DO MES, SO' NA FOLHA MENSAL, PAGO PELOS
      * DIAS DESDE A ADMISSAO QUANDO ELA CAI NA COMPETENCIA
      *
       01 WS-DATA-ADMISSAO       PIC 9(8)     VALUE 0.
       01 WS-DATA-ADMISSAO-R REDEFINES WS-DATA-ADMISSAO.
           05 WS-ADMISSAO-COMPET PIC 9(6).
           05 WS-ADMISSAO-DIA    PIC 9(2).
       01 WS-DEPENDENTES-IR      PIC 9(2)     VALUE 0.
       01 WS-DIAS-SF             PIC 9(2)     VALUE 30.
       01 WS-AVISAR-DEPEND       PIC X(1)     VALUE "N".
       01 WS-COTAS-SF            PIC 9(2)     VALUE 0.
       01 WS-SAL-FAMILIA         PIC 9(6)V99  VALUE 0.
       01 WS-QTD-AVISOS-DEP      PIC 9(2)     VALUE 0.
       01 WS-TOTAL-SAL-FAMILIA   PIC 9(8)V99  VALUE 0.
       01 WS-TOTAL-AVISOS-DEP    PIC 9(6)     VALUE 0.
      *
      * BENEFICIARIOS DE PENSAO ALIMENTICIA NAO ENCERRADOS,
      * CARREGADOS DE PENSIONISTAS.DAT NO INICIO DOS LOTES MENSAL E DA
      * 2A PARCELA DO 13O. ARQUIVO AUSENTE SIGNIFICA LOTE SO' COM A
      * PENSAO FIXA DO CADASTRO, COMO ERA ANTES DO ARQUIVO EXISTIR.
      *
       01 WS-FS-PENSIONISTAS     PIC X(2).
       01 WS-FIM-PENSIONISTAS    PIC X(1)     VALUE "N".
           88 FIM-PENSIONISTAS        VALUE "S".
       01 WS-QTD-PENSIONISTAS    PIC 9(4)     VALUE 0.
       01 WS-IND-PEN             PIC 9(4)     VALUE 0.
       01 WS-TOTAL-PENSOES       PIC 9(6)     VALUE 0.
       01 WS-TAB-PENSIONISTAS.
           05 WS-PENSIONISTA OCCURS 2000 TIMES.
               10 PE-ID-FUNC         PIC 9(6).
               10 PE-SEQ             PIC 9(2).
               10 PE-TIPO-CALC       PIC X(1).
               10 PE-VALOR-FIXO      PIC 9(6)V99.
               10 PE-PERCENTUAL      PIC 9(3)V99.
               10 PE-INCIDE-13       PIC X(1).
      *
      * PENSOES DO FUNCIONARIO CORRENTE, COPIADAS PARA O REGISTRO DA
      * FOLHA EM GRAVAR-FOLHA. WS-PENSAO-CALCULO E' A SOMA DELAS (OU A
      * PENSAO FIXA DO CADASTRO), DEDUZIDA DA BASE DO IR; O LIQUIDO
      * SEM PENSAO E' A BASE DAS PENSOES EM PERCENTUAL DO LIQUIDO, E O
      * LIMITE E' O QUE O FUNCIONARIO TEM A RECEBER NA VERBA.
      *
       01 WS-TEM-PENSIONISTA     PIC X(1)     VALUE "N".
       01 WS-QTD-PENS-FUNC       PIC 9(1)     VALUE 0.
       01 WS-IND-PENS-FUNC       PIC 9(1)     VALUE 0.
       01 WS-TAB-PENS-FUNC.
           05 WS-PENS-FUNC OCCURS 3 TIMES.
               10 WS-PENS-FUNC-SEQ    PIC 9(2).
               10 WS-PENS-FUNC-VALOR  PIC 9(6)V99.
       01 WS-BRUTO-ENCARGOS      PIC 9(6)V99  VALUE 0.
       01 WS-PENSAO-CALCULO      PIC 9(6)V99  VALUE 0.
       01 WS-PENSAO-UM           PIC 9(6)V99  VALUE 0.
       01 WS-LIQUIDO-SEM-PENSAO  PIC 9(6)V99  VALUE 0.
       01 WS-LIMITE-PENSAO       PIC 9(6)V99  VALUE 0.
       01 WS-LIMITE-PENSAO-S     PIC S9(7)V99 VALUE 0.
      *
      * FOLHA JA GRAVADA PELO LOTE INTERROMPIDO, CARREGADA DE
      * FOLHA-PAGAMENTO NA ABERTURA DE UMA RETOMADA: MATRICULA E
      * CODIGOS DOS EVENTOS DE CADA REGISTRO JA ESCRITO. E' POR ELA
      * COM OS PADROES DE FABRICA DE TABDFLT.CPY SUBSTITUIDOS PELOS
      * VALORES DE TABELA-TAXAS.DAT QUANDO O ARQUIVO EXISTE, COMO
      * FAZEM CALC-ENCARGOS E RESUMO-MENSAL. O LOTE SO' USA O
      * PERCENTUAL MINIMO E A ALIQUOTA DE FGTS (PARA O DEPOSITO SOBRE
      * OS DIAS DE ACIDENTE DE TRABALHO A CARGO DO INSS); AS DEMAIS
      * TAXAS FICAM COM A SUBROTINA.
      *
       COPY TABDFLT.CPY.
      *
       01 WS-ARQ-FGTS-TEMP       PIC X(30).
       01 WS-ARQ-PROGRAMACAO     PIC X(30).
       01 WS-ARQ-CONTRATOS       PIC X(30).
       01 WS-ARQ-AFASTAMENTOS    PIC X(30).
       01 WS-ARQ-PENSIONISTAS    PIC X(30).
       01 WS-ARQ-DEPENDENTES     PIC X(30).
       01 WS-NOME-FUNC-EMP.
           05 FILLER             PIC X(14) VALUE
               "FUNCIONARIOS-E".
               "CONTRATOS-DESCONTO-E".
           05 NOME-CONTR-EMP      PIC 9(3).
           05 FILLER             PIC X(4)  VALUE ".DAT".
       01 WS-NOME-AFAST-EMP.
           05 FILLER             PIC X(14) VALUE
               "AFASTAMENTOS-E".
           05 NOME-AFAST-EMP      PIC 9(3).
           05 FILLER             PIC X(4)  VALUE ".DAT".
       01 WS-NOME-PENS-EMP.
           05 FILLER             PIC X(14) VALUE
               "PENSIONISTAS-E".
           05 NOME-PENS-EMP       PIC 9(3).
           05 FILLER             PIC X(4)  VALUE ".DAT".
       01 WS-NOME-DEPEND-EMP.
           05 FILLER             PIC X(13) VALUE
               "DEPENDENTES-E".
           05 NOME-DEPEND-EMP     PIC 9(3).
           05 FILLER             PIC X(4)  VALUE ".DAT".
      *
      * ARQUIVOS DE TRABALHO DA FOLHA PREVIA, QUE SUBSTITUEM OS
      * ARQUIVOS DO MES QUANDO O LOTE MENSAL E' RODADO COMO PREVIA
      *
       01 WS-NOME-FPRV-EMP.
           05 FILLER             PIC X(14) VALUE
               "FOLHA-PREVIA-E".
           05 NOME-FPRV-EMP       PIC 9(3).
           05 FILLER             PIC X(4)  VALUE ".DAT".
       01 WS-NOME-GPRV-EMP.
           05 FILLER             PIC X(13) VALUE
               "FGTS-PREVIA-E".
           05 NOME-GPRV-EMP       PIC 9(3).
           05 FILLER             PIC X(4)  VALUE ".DAT".
       01 WS-NOME-HPRV-EMP.
           05 FILLER             PIC X(13) VALUE
               "HIST-PREVIA-E".
           05 NOME-HPRV-EMP       PIC 9(3).
           05 FILLER             PIC X(4)  VALUE ".DAT".
       01 WS-NOME-EPRV-EMP.
           05 FILLER             PIC X(14) VALUE
               "ERROS-PREVIA-E".
           05 NOME-EPRV-EMP       PIC 9(3).
           05 FILLER             PIC X(4)  VALUE ".DAT".
       01 WS-NOME-LPRV-EMP.
           05 FILLER             PIC X(20) VALUE
               "LANCAMENTOS-PREVIA-E".
           05 NOME-LPRV-EMP       PIC 9(3).
           05 FILLER             PIC X(4)  VALUE ".TMP".
       PROCEDURE DIVISION.                                                      
       MAIN-PROCEDURE.                                                          
           CALL "VALIDA-OPERADOR" USING WS-PROGRAMA WS-NIVEL-MINIMO
           END-IF.
           PERFORM MONTAR-NOMES-ARQUIVOS.
           PERFORM SOLICITAR-TIPO-LOTE.
           PERFORM SOLICITAR-PREVIA.
           PERFORM SOLICITAR-COMPETENCIA.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-DATA-HOJE.
           COMPUTE WS-DATA-COMPETENCIA = WS-COMPETENCIA * 100 + 1.
           IF LOTE-PREVIA
               PERFORM MONTAR-NOMES-PREVIA
               PERFORM ABRIR-ARQUIVOS-PREVIA
           ELSE
               PERFORM ABRIR-ARQUIVOS
           END-IF.
           PERFORM CARREGAR-LANCAMENTOS.
           PERFORM CARREGAR-FERIAS.
           PERFORM CARREGAR-AFASTAMENTOS.
           PERFORM CARREGAR-TABELA-TAXAS.
           PERFORM CARREGAR-CONTRATOS.
           PERFORM CARREGAR-PENSIONISTAS.
           PERFORM UNTIL FIM-ARQUIVO
               PERFORM LER-FUNCIONARIO
               IF NOT FIM-ARQUIVO
                               PERFORM APONTAR-LANC-FUNC-PENDENTES
                           END-IF
                       END-IF
                       IF NOT LOTE-PREVIA
                           PERFORM GRAVAR-CHECKPOINT
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.
           PERFORM APONTAR-LANCAMENTOS-PENDENTES.
           IF NOT LOTE-PREVIA
               PERFORM ATUALIZAR-CONTRATOS
               PERFORM ZERAR-CHECKPOINT
           END-IF.
           PERFORM FECHAR-ARQUIVOS.                                             
           DISPLAY "TOTAL DE FUNCIONARIOS LIDOS: " WS-TOTAL-LIDOS.              
           DISPLAY "TOTAL DE REGISTROS GRAVADOS: " WS-TOTAL-GRAVADOS.           
               WS-TOTAL-RETOMADOS.
           DISPLAY "TOTAL DE FUNCIONARIOS INATIVOS (PULADOS): "
               WS-TOTAL-INATIVOS.
           DISPLAY "TOTAL DE FUNCIONARIOS AFASTADOS NO MES: "
               WS-TOTAL-AFASTADOS.
           DISPLAY "TOTAL DE LANCAMENTOS VARIAVEIS DO MES: "
               WS-TOTAL-LANCAMENTOS.
           DISPLAY "TOTAL DE LANCAMENTOS EM ERRO OU PENDENTES: "
               WS-TOTAL-CONTR-APLIC.
           DISPLAY "TOTAL DE PARCELAS RECUSADAS (VER RELATORIO DE "
               "ERROS): " WS-TOTAL-CONTR-ERRO.
           DISPLAY "TOTAL DE PENSOES JUDICIAIS DESCONTADAS: "
               WS-TOTAL-PENSOES.
           IF LOTE-MENSAL
               DISPLAY "TOTAL DE SALARIO-FAMILIA PAGO: R$"
                   WS-TOTAL-SAL-FAMILIA
               DISPLAY "DEPENDENTES PERTO DO LIMITE DE IDADE: "
                   WS-TOTAL-AVISOS-DEP
           END-IF.
           DISPLAY "TOTAL DE FGTS A DEPOSITAR: R$" WS-TOTAL-FGTS.
           IF LOTE-PREVIA
               DISPLAY "FOLHA PREVIA GRAVADA EM " WS-ARQ-FOLHA-PAG
               DISPLAY "ERROS DA PREVIA EM " WS-ARQ-ERROS-FUNC
               CALL "CONFERE-PREVIA" USING WS-EMPRESA-CODIGO
                   WS-EMPRESA-NOME WS-COMPETENCIA
           END-IF.
           STOP RUN.                                                            
      *
      * SOLICITA O TIPO DO LOTE A PROCESSAR: FOLHA MENSAL NORMAL OU
           END-PERFORM.
           MOVE WS-TIPO-ENTRADA(1:1) TO WS-TIPO-LOTE.
      *
      * NA FOLHA MENSAL, PERGUNTA SE O LOTE E' UMA PREVIA. AS
      * PARCELAS DO 13O NAO TEM PREVIA: SAO SEMPRE DEFINITIVAS.
      *
       SOLICITAR-PREVIA.
           MOVE "N" TO WS-PREVIA.
           IF LOTE-MENSAL
               MOVE SPACES TO WS-PREVIA-ENTRADA
               PERFORM UNTIL WS-PREVIA-ENTRADA = "S" OR "N"
                   DISPLAY "RODAR COMO PREVIA, SEM ALTERAR OS "
                       "ARQUIVOS DO MES? (S/N)"
                   ACCEPT WS-PREVIA-ENTRADA
                   IF WS-PREVIA-ENTRADA NOT = "S" AND "N"
                       DISPLAY "OPCAO INVALIDA: DIGITE S OU N."
                   END-IF
               END-PERFORM
               MOVE WS-PREVIA-ENTRADA(1:1) TO WS-PREVIA
           END-IF.
      *
      * SOLICITA A COMPETENCIA (AAAAMM) DO LOTE, RE-PEDINDO ENQUANTO
      * VIER NAO NUMERICA OU COM MES FORA DE 01-12. A COMPETENCIA
      * PASSA A COMANDAR TODA A LOGICA DE MES DO LOTE (DATAS DOS
           IF WS-FS-HIST-CALCULOS NOT = "00"
               OPEN OUTPUT ARQ-HIST-CALCULOS
           END-IF.
      *
      * ABERTURA DOS ARQUIVOS DA FOLHA PREVIA: O CHECKPOINT NAO E'
      * LIDO NEM GRAVADO (A PREVIA NAO TEM RETOMADA - SE FOR
      * INTERROMPIDA, BASTA RODA-LA DE NOVO), NAO HA TRAVA DE MES
      * CONCLUIDO E OS ARQUIVOS DE TRABALHO SAO SEMPRE RECRIADOS. O
      * CADASTRO E OS ARQUIVOS DE ENTRADA SAO SO' LIDOS, COMO NO
      * LOTE DEFINITIVO.
      *
       ABRIR-ARQUIVOS-PREVIA.
           MOVE 0 TO WS-ULTIMO-OK.
           OPEN INPUT ARQ-FUNCIONARIOS.
           IF WS-FS-FUNCIONARIOS NOT = "00"
               DISPLAY "ERRO AO ABRIR FUNCIONARIOS.IDX: "
                   WS-FS-FUNCIONARIOS
               DISPLAY "SE O CADASTRO AINDA ESTIVER NO FORMATO "
                   "SEQUENCIAL, RODE O CONVERTE-CADASTRO."
               STOP RUN
           END-IF.
           OPEN OUTPUT ARQ-FOLHA-PAGAMENTO.
           IF WS-FS-FOLHA-PAGAMENTO NOT = "00"
               DISPLAY "ERRO AO ABRIR " WS-ARQ-FOLHA-PAG ": "
                   WS-FS-FOLHA-PAGAMENTO
               STOP RUN
           END-IF.
           OPEN OUTPUT ARQ-FGTS-MENSAL.
           IF WS-FS-FGTS-MENSAL NOT = "00"
               DISPLAY "ERRO AO ABRIR " WS-ARQ-FGTS-MENSAL ": "
                   WS-FS-FGTS-MENSAL
               STOP RUN
           END-IF.
           OPEN OUTPUT ARQ-HIST-CALCULOS.
           IF WS-FS-HIST-CALCULOS NOT = "00"
               DISPLAY "ERRO AO ABRIR " WS-ARQ-HIST-CALC ": "
                   WS-FS-HIST-CALCULOS
               STOP RUN
           END-IF.
           OPEN OUTPUT ARQ-ERROS-FUNC.
           IF WS-FS-ERROS-FUNC NOT = "00"
               DISPLAY "ERRO AO ABRIR " WS-ARQ-ERROS-FUNC ": "
                   WS-FS-ERROS-FUNC
               STOP RUN
           END-IF.
      *                                                                         
      * ABRE FGTS-MENSAL.DAT SEM TRUNCAR CEGAMENTE UM LOTE NOVO (NAO
      * RETOMADO): SE O ARQUIVO JA TIVER LANCAMENTOS DA COMPETENCIA
      * MONTA O BRUTO TRIBUTAVEL DO FUNCIONARIO: NO LOTE MENSAL,
      * SALARIO DO CADASTRO - REDUZIDO PROPORCIONALMENTE AOS DIAS DE
      * FERIAS GOZADOS NA COMPETENCIA, JA PAGOS PELO CALC-FERIAS -
      * E AOS DIAS DE AFASTAMENTO A CARGO DO INSS -
      * MAIS OS PROVENTOS E MENOS OS DESCONTOS
      * SOBRE O BRUTO DOS LANCAMENTOS DO MES (DESCONTOS SO' DO
      * LIQUIDO FICAM ACUMULADOS A PARTE); NOS LOTES DE 13O, O
           COMPUTE WS-BRUTO-CALC-S = FUNC-SALARIO-BRUTO.
           MOVE 0 TO WS-DESC-LIQUIDO.
           MOVE 0 TO WS-QTD-EVT-FUNC.
           MOVE SPACE TO WS-AFAST-MOTIVO.
           MOVE 0 TO WS-AFAST-INICIO.
           MOVE 0 TO WS-AFAST-RETORNO.
           MOVE 0 TO WS-AFAST-DIAS.
           MOVE 0 TO WS-AFAST-DIAS-INSS.
           MOVE 0 TO WS-SAL-MATERNIDADE.
           MOVE 0 TO WS-FGTS-ACIDENTE.
           IF LOTE-MENSAL
               PERFORM ABATER-FERIAS-MES
               PERFORM APURAR-AFASTAMENTOS-MES
           END-IF.
           IF LOTE-MENSAL
               PERFORM VARYING WS-IND-LANC-FUNC FROM 1 BY 1
               END-IF
           END-PERFORM.
      *
      * CARGA DOS AFASTAMENTOS QUE ALCANCAM A COMPETENCIA, SO' NO
      * LOTE MENSAL. ARQUIVO AUSENTE SIGNIFICA LOTE SEM AFASTAMENTOS,
      * COMO ERA ANTES DO ARQUIVO EXISTIR. OS LIMITES DO MES, EM DIAS
      * CORRIDOS, SAO O DIA 01 DA COMPETENCIA E A VESPERA DO DIA 01
      * DO MES SEGUINTE.
      *
       CARREGAR-AFASTAMENTOS.
           IF NOT LOTE-MENSAL
               CONTINUE
           ELSE
               COMPUTE WS-DIA-INI-MES =
                   FUNCTION INTEGER-OF-DATE(WS-DATA-COMPETENCIA)
               MOVE WS-COMPETENCIA-ANO TO WS-PROX-MES-ANO
               COMPUTE WS-PROX-MES-MES = WS-COMPETENCIA-MES + 1
               MOVE 1 TO WS-PROX-MES-DIA
               IF WS-COMPETENCIA-MES = 12
                   ADD 1 TO WS-PROX-MES-ANO
                   MOVE 1 TO WS-PROX-MES-MES
               END-IF
               COMPUTE WS-DIA-FIM-MES =
                   FUNCTION INTEGER-OF-DATE(WS-DATA-PROX-MES) - 1
               OPEN INPUT ARQ-AFASTAMENTOS
               IF WS-FS-AFASTAMENTOS NOT = "00"
                   CONTINUE
               ELSE
                   PERFORM UNTIL FIM-AFASTAMENTOS
                       PERFORM LER-AFASTAMENTO
                   END-PERFORM
                   CLOSE ARQ-AFASTAMENTOS
               END-IF
           END-IF.
      *
      * LEITURA DE UM AFASTAMENTO; SO' ENTRAM NA TABELA OS QUE
      * COMECAM ATE O ULTIMO DIA DA COMPETENCIA E TERMINAM (RETORNO)
      * DEPOIS DO PRIMEIRO DIA DELA.
      *
       LER-AFASTAMENTO.
           READ ARQ-AFASTAMENTOS
               AT END
                   MOVE "S" TO WS-FIM-AFASTAMENTOS
               NOT AT END
                   IF AFAST-RETORNO-EFETIVO NUMERIC
                           AND AFAST-RETORNO-EFETIVO > 0
                       MOVE AFAST-RETORNO-EFETIVO
                           TO AFAST-RETORNO-PREVISTO
                   END-IF
                   IF AFAST-DATA-INICIO(1:6) <= WS-COMPETENCIA-R
                           AND AFAST-RETORNO-PREVISTO
                               > WS-DATA-COMPETENCIA
                       IF WS-QTD-AFASTAMENTOS >= 2000
                           DISPLAY "ERRO: MAIS DE 2000 AFASTAMENTOS "
                               "DA COMPETENCIA EM AFASTAMENTOS.DAT."
                           DISPLAY "AUMENTE O TAMANHO DA TABELA EM "
                               "CALC-SALARIO-LOTE.CBL E RECOMPILE."
                           STOP RUN
                       END-IF
                       ADD 1 TO WS-QTD-AFASTAMENTOS
                       SET WS-IDX-AFA TO WS-QTD-AFASTAMENTOS
                       MOVE AFAST-ID     TO AF-ID(WS-IDX-AFA)
                       MOVE AFAST-MOTIVO TO AF-MOTIVO(WS-IDX-AFA)
                       MOVE AFAST-DATA-INICIO
                           TO AF-INICIO(WS-IDX-AFA)
                       MOVE AFAST-RETORNO-PREVISTO
                           TO AF-RETORNO(WS-IDX-AFA)
                   END-IF
           END-READ.
      *
      * APURA O AFASTAMENTO DO FUNCIONARIO NA COMPETENCIA. SE HOUVER
      * MAIS DE UM NO MES (UM RETORNO SEGUIDO DE NOVO AFASTAMENTO),
      * OS DIAS SE SOMAM E O REGISTRO DA FOLHA MOSTRA O ULTIMO.
      *
       APURAR-AFASTAMENTOS-MES.
           PERFORM VARYING WS-IDX-AFA FROM 1 BY 1
                   UNTIL WS-IDX-AFA > WS-QTD-AFASTAMENTOS
               IF AF-ID(WS-IDX-AFA) = FUNC-ID
                   PERFORM APURAR-UM-AFASTAMENTO
               END-IF
           END-PERFORM.
           IF WS-AFAST-MOTIVO NOT = SPACE
               ADD 1 TO WS-TOTAL-AFASTADOS
           END-IF.
      *
      * DIAS DE UM AFASTAMENTO DENTRO DO MES E, NA LICENCA MEDICA E
      * NO ACIDENTE DE TRABALHO, OS DIAS A PARTIR DO 16O, QUE SAO
      * ABATIDOS DO SALARIO A BASE DE 1/30 POR DIA (NO ACIDENTE, COM
      * O FGTS DEVIDO SOBRE O VALOR ABATIDO). NA LICENCA MATERNIDADE
      * O SALARIO DOS DIAS AFASTADOS CONTINUA NO BRUTO E E'
      * DESTACADO COMO SALARIO-MATERNIDADE.
      *
       APURAR-UM-AFASTAMENTO.
           MOVE AF-MOTIVO(WS-IDX-AFA)  TO WS-AFAST-MOTIVO.
           MOVE AF-INICIO(WS-IDX-AFA)  TO WS-AFAST-INICIO.
           MOVE AF-RETORNO(WS-IDX-AFA) TO WS-AFAST-RETORNO.
           COMPUTE WS-DIA-INI-AFAST =
               FUNCTION INTEGER-OF-DATE(AF-INICIO(WS-IDX-AFA)).
           COMPUTE WS-DIA-FIM-AFAST =
               FUNCTION INTEGER-OF-DATE(AF-RETORNO(WS-IDX-AFA)) - 1.
           MOVE WS-DIA-INI-AFAST TO WS-DIA-DE.
           PERFORM CONTAR-DIAS-NO-MES.
           ADD WS-DIAS-PERIODO TO WS-AFAST-DIAS.
           IF WS-AFAST-DIAS > 30
               MOVE 30 TO WS-AFAST-DIAS
           END-IF.
           IF AF-MOTIVO(WS-IDX-AFA) = "M"
               COMPUTE WS-SAL-MATERNIDADE ROUNDED =
                   WS-SAL-MATERNIDADE
                       + FUNC-SALARIO-BRUTO / 30 * WS-DIAS-PERIODO
               IF WS-SAL-MATERNIDADE > FUNC-SALARIO-BRUTO
                   MOVE FUNC-SALARIO-BRUTO TO WS-SAL-MATERNIDADE
               END-IF
           ELSE
               COMPUTE WS-DIA-INI-INSS = WS-DIA-INI-AFAST + 15
               MOVE WS-DIA-INI-INSS TO WS-DIA-DE
               PERFORM CONTAR-DIAS-NO-MES
               IF WS-AFAST-DIAS-INSS + WS-DIAS-PERIODO > 30
                   COMPUTE WS-DIAS-PERIODO = 30 - WS-AFAST-DIAS-INSS
               END-IF
               ADD WS-DIAS-PERIODO TO WS-AFAST-DIAS-INSS
               COMPUTE WS-DESCONTO-AFAST ROUNDED =
                   FUNC-SALARIO-BRUTO / 30 * WS-DIAS-PERIODO
               SUBTRACT WS-DESCONTO-AFAST FROM WS-BRUTO-CALC-S
               IF AF-MOTIVO(WS-IDX-AFA) = "A"
                   COMPUTE WS-FGTS-ACIDENTE ROUNDED =
                       WS-FGTS-ACIDENTE
                           + WS-DESCONTO-AFAST * WS-FGTS-ALIQ
               END-IF
           END-IF.
      *
      * CONTA OS DIAS DO PERIODO QUE VAI DE WS-DIA-DE ATE O FIM DO
      * AFASTAMENTO QUE CAEM DENTRO DO MES, DEIXANDO O RESULTADO EM
      * WS-DIAS-PERIODO (ZERO SE NAO HOUVER INTERSECAO). PERIODO QUE
      * COBRE O MES INTEIRO CONTA OS 30 DIAS DO MES COMERCIAL.
      *
       CONTAR-DIAS-NO-MES.
           IF WS-DIA-DE < WS-DIA-INI-MES
               MOVE WS-DIA-INI-MES TO WS-DIA-DE
           END-IF.
           IF WS-DIA-FIM-AFAST > WS-DIA-FIM-MES
               MOVE WS-DIA-FIM-MES TO WS-DIA-ATE
           ELSE
               MOVE WS-DIA-FIM-AFAST TO WS-DIA-ATE
           END-IF.
           COMPUTE WS-DIAS-PERIODO = WS-DIA-ATE - WS-DIA-DE + 1.
           IF WS-DIAS-PERIODO < 0
               MOVE 0 TO WS-DIAS-PERIODO
           END-IF.
           IF WS-DIA-DE = WS-DIA-INI-MES
                   AND WS-DIA-ATE = WS-DIA-FIM-MES
               MOVE 30 TO WS-DIAS-PERIODO
           END-IF.
           IF WS-DIAS-PERIODO > 30
               MOVE 30 TO WS-DIAS-PERIODO
           END-IF.
      *
      * CARREGA O PERCENTUAL MINIMO DO LIQUIDO E A ALIQUOTA DE FGTS
      * DE TABELA-TAXAS.DAT, SE O ARQUIVO EXISTIR, SUBSTITUINDO OS
      * PADROES DE FABRICA. O PERCENTUAL FICA EM BRANCO NOS ARQUIVOS
      * GRAVADOS ANTES DE EXISTIR; NESSE CASO VALE O PADRAO.
      *
       CARREGAR-TABELA-TAXAS.
           OPEN INPUT ARQ-TABELA-TAXAS.
                           MOVE TAB-LIQUIDO-MIN-PCT
                               TO WS-LIQUIDO-MIN-PCT
                       END-IF
                       IF TAB-FGTS-ALIQ NUMERIC
                           MOVE TAB-FGTS-ALIQ TO WS-FGTS-ALIQ
                       END-IF
               END-READ
               CLOSE ARQ-TABELA-TAXAS
           END-IF.
                   MOVE "N" TO CT-APLICADO(WS-QTD-CONTRATOS)
           END-READ.
      *
      * CARGA DOS BENEFICIARIOS DE PENSAO ALIMENTICIA, SO' NOS LOTES
      * QUE DESCONTAM PENSAO (FOLHA MENSAL E 2A PARCELA DO 13O; A 1A
      * PARCELA E' PAGA SEM DESCONTOS). ARQUIVO AUSENTE SIGNIFICA
      * LOTE SEM PENSIONISTAS, COMO ERA ANTES DO ARQUIVO EXISTIR.
      *
       CARREGAR-PENSIONISTAS.
           IF LOTE-DECIMO-P1
               CONTINUE
           ELSE
               OPEN INPUT ARQ-PENSIONISTAS
               IF WS-FS-PENSIONISTAS NOT = "00"
                   CONTINUE
               ELSE
                   PERFORM UNTIL FIM-PENSIONISTAS
                       PERFORM LER-PENSIONISTA
                   END-PERFORM
                   CLOSE ARQ-PENSIONISTAS
               END-IF
           END-IF.
      *
      * LEITURA DE UM BENEFICIARIO; OS DE PENSAO ENCERRADA FICAM FORA
      * DA TABELA.
      *
       LER-PENSIONISTA.
           READ ARQ-PENSIONISTAS
               AT END
                   MOVE "S" TO WS-FIM-PENSIONISTAS
               NOT AT END
                   IF NOT PENS-ENCERRADA
                       IF WS-QTD-PENSIONISTAS >= 2000
                           DISPLAY "ERRO: MAIS DE 2000 PENSOES ATIVAS "
                               "EM PENSIONISTAS.DAT."
                           DISPLAY "AUMENTE O TAMANHO DA TABELA EM "
                               "CALC-SALARIO-LOTE.CBL E RECOMPILE."
                           STOP RUN
                       END-IF
                       ADD 1 TO WS-QTD-PENSIONISTAS
                       MOVE PENS-ID-FUNC
                           TO PE-ID-FUNC(WS-QTD-PENSIONISTAS)
                       MOVE PENS-SEQ
                           TO PE-SEQ(WS-QTD-PENSIONISTAS)
                       MOVE PENS-TIPO-CALC
                           TO PE-TIPO-CALC(WS-QTD-PENSIONISTAS)
                       MOVE PENS-VALOR-FIXO
                           TO PE-VALOR-FIXO(WS-QTD-PENSIONISTAS)
                       MOVE PENS-PERCENTUAL
                           TO PE-PERCENTUAL(WS-QTD-PENSIONISTAS)
                       MOVE PENS-INCIDE-13
                           TO PE-INCIDE-13(WS-QTD-PENSIONISTAS)
                   END-IF
           END-READ.
      *
      * APLICA AS PARCELAS DOS CONTRATOS ATIVOS DO FUNCIONARIO
      * CORRENTE, DEPOIS DOS ENCARGOS CALCULADOS: A PARCELA E'
      * DESCONTO SO' NO LIQUIDO (TIPO L), ENTAO NAO MEXE NA BASE DE
      *
      * APLICA UM LANCAMENTO DO FUNCIONARIO CORRENTE CONFORME O TIPO
      * DO EVENTO E O GUARDA PARA SAIR DISCRIMINADO NO REGISTRO DA
      * FOLHA E NO CONTRACHEQUE. LANCAMENTO DE UM EVENTO QUE O
      * FUNCIONARIO JA TEM NO MES (DIFERENCAS DE DISSIDIO, UMA POR
      * COMPETENCIA RETROATIVA) SOMA NA MESMA LINHA, SEM OCUPAR
      * OUTRA. ACIMA DE 5 EVENTOS DISTINTOS NO MES, O EXCEDENTE VIRA
      * REGISTRO DE ERRO PARA TRATAMENTO MANUAL.
      *
       APLICAR-UM-LANCAMENTO.
           MOVE 0 TO WS-EVT-REPETIDO.
           PERFORM VARYING WS-IND-EVT FROM 1 BY 1
                   UNTIL WS-IND-EVT > WS-QTD-EVT-FUNC
               IF WS-EVT-FUNC-CODIGO(WS-IND-EVT) =
                       LF-EVENTO(WS-IND-LANC-FUNC)
                   MOVE WS-IND-EVT TO WS-EVT-REPETIDO
               END-IF
           END-PERFORM.
           IF WS-QTD-EVT-FUNC >= 5 AND WS-EVT-REPETIDO = 0
               MOVE "LIMITE DE 5 LANCAMENTOS NO MES EXCEDIDO"
                   TO WS-ERRO-MOTIVO
               PERFORM GRAVAR-ERRO-LANC-FUNC
                       ADD LF-VALOR(WS-IND-LANC-FUNC)
                           TO WS-DESC-LIQUIDO
               END-EVALUATE
               IF WS-EVT-REPETIDO > 0
                   ADD LF-VALOR(WS-IND-LANC-FUNC)
                       TO WS-EVT-FUNC-VALOR(WS-EVT-REPETIDO)
               ELSE
                   ADD 1 TO WS-QTD-EVT-FUNC
                   MOVE LF-EVENTO(WS-IND-LANC-FUNC)
                       TO WS-EVT-FUNC-CODIGO(WS-QTD-EVT-FUNC)
                   MOVE LF-VALOR(WS-IND-LANC-FUNC)
                       TO WS-EVT-FUNC-VALOR(WS-QTD-EVT-FUNC)
               END-IF
           END-IF.
      *
      * APOS O FIM DO CADASTRO, OS LANCAMENTOS QUE SOBRARAM NO
      * CALCULO DO INSS, IR E SALARIO LIQUIDO NA SUBROTINA COMUM,
      * PARTILHADA COM O PROGRAMA INTERATIVO CALC-SALARIO. NOS LOTES
      * DE 13O SALARIO OS ENCARGOS SAO CALCULADOS SOBRE O 13O INTEIRO
      * (IGUAL AO SALARIO BRUTO MENSAL), SEPARADOS DO SALARIO DO MES.
      * A PENSAO ALIMENTICIA DEDUZIDA DA BASE DO IR E' A SOMA DAS
      * PENSOES DOS BENEFICIARIOS DE PENSIONISTAS.DAT; O FUNCIONARIO
      * SEM BENEFICIARIO NO ARQUIVO FICA COM O VALOR FIXO DO CADASTRO
      * NA FOLHA MENSAL E SEM PENSAO NO 13O, COMO ANTES. OS
      * DEPENDENTES DEDUZIDOS DA BASE DO IR SAO OS APURADOS EM
      * APURAR-DEPENDENTES-FUNC.
      *
       CALCULAR-ENCARGOS.
           PERFORM APURAR-DEPENDENTES-FUNC.
           MOVE 0   TO WS-QTD-PENS-FUNC.
           MOVE 0   TO WS-PENSAO-CALCULO.
           MOVE "N" TO WS-TEM-PENSIONISTA.
           IF LOTE-MENSAL
               MOVE WS-BRUTO-CALCULO   TO WS-BRUTO-ENCARGOS
           ELSE
               MOVE FUNC-SALARIO-BRUTO TO WS-BRUTO-ENCARGOS
           END-IF.
           IF NOT LOTE-DECIMO-P1 AND WS-QTD-PENSIONISTAS > 0
               PERFORM CALCULAR-PENSOES-FUNC
           END-IF.
           IF LOTE-MENSAL AND WS-TEM-PENSIONISTA = "N"
               MOVE FUNC-PENSAO-ALIM TO WS-PENSAO-CALCULO
           END-IF.
           CALL "CALC-ENCARGOS" USING WS-BRUTO-ENCARGOS
               WS-DEPENDENTES-IR WS-PENSAO-CALCULO
               WS-INSS WS-IR WS-FGTS WS-SALARIO-LIQUIDO.
      *
      * DEPENDENTES DO FUNCIONARIO CORRENTE NA COMPETENCIA, NA
      * SUBROTINA COMUM CALC-DEPENDENTES: OS QUE CONTAM PARA O IR EM
      * TODOS OS LOTES E, SO' NA FOLHA MENSAL, O SALARIO-FAMILIA
      * SOBRE O BRUTO DO MES E O AVISO DOS DEPENDENTES PERTO DO
      * LIMITE DE IDADE. NO MES DA ADMISSAO AS COTAS SAO PAGAS PELOS
      * DIAS A PARTIR DELA; DATA DE ADMISSAO NAO INFORMADA CONTA O MES
      * INTEIRO.
      *
       APURAR-DEPENDENTES-FUNC.
           MOVE 30 TO WS-DIAS-SF.
           IF FUNC-ADMISSAO NUMERIC
               MOVE FUNC-ADMISSAO TO WS-DATA-ADMISSAO
               IF WS-ADMISSAO-COMPET = WS-COMPETENCIA
                   IF WS-ADMISSAO-DIA >= 30
                       MOVE 1 TO WS-DIAS-SF
                   ELSE IF WS-ADMISSAO-DIA > 1
                       COMPUTE WS-DIAS-SF = 31 - WS-ADMISSAO-DIA
                   END-IF
               END-IF
           END-IF.
           IF LOTE-MENSAL
               MOVE "S" TO WS-AVISAR-DEPEND
           ELSE
               MOVE "N" TO WS-AVISAR-DEPEND
           END-IF.
           CALL "CALC-DEPENDENTES" USING WS-ARQ-DEPENDENTES FUNC-ID
               WS-COMPETENCIA FUNC-DEPENDENTES WS-BRUTO-CALCULO
               WS-DIAS-SF WS-AVISAR-DEPEND WS-DEPENDENTES-IR
               WS-COTAS-SF WS-SAL-FAMILIA WS-QTD-AVISOS-DEP.
           IF LOTE-MENSAL
               ADD WS-SAL-FAMILIA TO WS-TOTAL-SAL-FAMILIA
               ADD WS-QTD-AVISOS-DEP TO WS-TOTAL-AVISOS-DEP
           ELSE
               MOVE 0 TO WS-COTAS-SF
               MOVE 0 TO WS-SAL-FAMILIA
           END-IF.
      *
      * PENSOES DOS BENEFICIARIOS DO FUNCIONARIO CORRENTE. OS
      * ENCARGOS SAO CALCULADOS UMA PRIMEIRA VEZ SEM PENSAO, PARA
      * CHEGAR AO LIQUIDO (BRUTO MENOS INSS E IR) QUE E' A BASE DAS
      * PENSOES EM PERCENTUAL DO LIQUIDO; A SOMA DAS PENSOES NAO PASSA
      * DO QUE O FUNCIONARIO TEM A RECEBER NA VERBA (NA 2A PARCELA DO
      * 13O, DESCONTADO O ADIANTAMENTO DA 1A). NA 2A PARCELA SO'
      * ENTRAM OS BENEFICIARIOS COM INCIDENCIA NO 13O.
      *
       CALCULAR-PENSOES-FUNC.
           CALL "CALC-ENCARGOS" USING WS-BRUTO-ENCARGOS
               WS-DEPENDENTES-IR WS-PENSAO-ZERO
               WS-INSS WS-IR WS-FGTS WS-LIQUIDO-SEM-PENSAO.
           IF LOTE-MENSAL
               MOVE WS-LIQUIDO-SEM-PENSAO TO WS-LIMITE-PENSAO
           ELSE
               COMPUTE WS-METADE-13 ROUNDED =
                   FUNC-SALARIO-BRUTO / 2
               COMPUTE WS-LIMITE-PENSAO-S =
                   WS-LIQUIDO-SEM-PENSAO - WS-METADE-13
               IF WS-LIMITE-PENSAO-S < 0
                   MOVE 0 TO WS-LIMITE-PENSAO
               ELSE
                   MOVE WS-LIMITE-PENSAO-S TO WS-LIMITE-PENSAO
               END-IF
           END-IF.
           PERFORM VARYING WS-IND-PEN FROM 1 BY 1
                   UNTIL WS-IND-PEN > WS-QTD-PENSIONISTAS
               IF PE-ID-FUNC(WS-IND-PEN) = FUNC-ID
                   MOVE "S" TO WS-TEM-PENSIONISTA
                   IF LOTE-MENSAL
                           OR PE-INCIDE-13(WS-IND-PEN) = "S"
                       PERFORM CALCULAR-UMA-PENSAO
                   END-IF
               END-IF
           END-PERFORM.
      *
      * PENSAO DE UM BENEFICIARIO, NA SUBROTINA COMUM CALC-PENSAO,
      * QUE TAMBEM A ACUMULA EM WS-PENSAO-CALCULO. A FOLHA GUARDA ATE 3
      * BENEFICIARIOS POR FUNCIONARIO (O LIMITE DO MANTER-
      * PENSIONISTAS); UM EXCEDENTE GRAVADO POR FORA E' IGNORADO COM
      * AVISO.
      *
       CALCULAR-UMA-PENSAO.
           IF WS-QTD-PENS-FUNC >= 3
               DISPLAY "AVISO: MATRICULA " FUNC-ID " COM MAIS DE 3 "
                   "PENSOES ATIVAS - SEQUENCIA "
                   PE-SEQ(WS-IND-PEN) " IGNORADA."
           ELSE
               CALL "CALC-PENSAO" USING PE-TIPO-CALC(WS-IND-PEN)
                   PE-VALOR-FIXO(WS-IND-PEN) PE-PERCENTUAL(WS-IND-PEN)
                   WS-BRUTO-ENCARGOS WS-LIQUIDO-SEM-PENSAO
                   WS-LIMITE-PENSAO WS-PENSAO-UM WS-PENSAO-CALCULO
               ADD 1 TO WS-QTD-PENS-FUNC
               MOVE PE-SEQ(WS-IND-PEN)
                   TO WS-PENS-FUNC-SEQ(WS-QTD-PENS-FUNC)
               MOVE WS-PENSAO-UM
                   TO WS-PENS-FUNC-VALOR(WS-QTD-PENS-FUNC)
               ADD 1 TO WS-TOTAL-PENSOES
           END-IF.
      *
      * APURACAO DOS VALORES A GRAVAR CONFORME O TIPO DO LOTE. NA
      * 13O INTEIRO, DESCONTANDO DO LIQUIDO O ADIANTAMENTO DA 1A
      * PARCELA; O FGTS DA 2A PARCELA E' O QUE RESTA DO FGTS DO 13O
      * INTEIRO APOS O DEPOSITADO NA 1A, PARA AS DUAS PARCELAS
      * FECHAREM SEM DIFERENCA DE ARREDONDAMENTO. A PENSAO GRAVADA E'
      * A CALCULADA EM CALCULAR-ENCARGOS (ZERO NA 1A PARCELA). O
      * SALARIO-FAMILIA DA FOLHA MENSAL SOMA NO LIQUIDO, FORA DO
      * BRUTO TRIBUTAVEL.
      *
       APURAR-VALORES-LOTE.
           EVALUATE TRUE
                   MOVE WS-BRUTO-CALCULO   TO WS-BRUTO-GRAVAR
                   MOVE WS-INSS            TO WS-INSS-GRAVAR
                   MOVE WS-IR              TO WS-IR-GRAVAR
                   COMPUTE WS-FGTS-GRAVAR =
                       WS-FGTS + WS-FGTS-ACIDENTE
                   MOVE WS-PENSAO-CALCULO  TO WS-PENSAO-GRAVAR
                   COMPUTE WS-LIQUIDO-MENSAL =
                       WS-SALARIO-LIQUIDO - WS-DESC-LIQUIDO
                           + WS-SAL-FAMILIA
                   IF WS-LIQUIDO-MENSAL < 0
                       MOVE 0              TO WS-LIQUIDO-GRAVAR
                   ELSE
                   COMPUTE WS-FGTS-GRAVAR ROUNDED = WS-FGTS / 2
                   COMPUTE WS-FGTS-GRAVAR =
                       WS-FGTS - WS-FGTS-GRAVAR
                   MOVE WS-PENSAO-CALCULO  TO WS-PENSAO-GRAVAR
                   COMPUTE WS-LIQUIDO-13 =
                       FUNC-SALARIO-BRUTO - WS-INSS - WS-IR
                           - WS-PENSAO-CALCULO - WS-METADE-13
                   IF WS-LIQUIDO-13 < 0
                       MOVE 0              TO WS-LIQUIDO-GRAVAR
                   ELSE
           MOVE WS-PENSAO-GRAVAR     TO FOLHA-PENSAO.
           MOVE WS-LIQUIDO-GRAVAR    TO FOLHA-SALARIO-LIQUIDO.
           MOVE WS-QTD-EVT-FUNC      TO FOLHA-QTD-EVENTOS.
           MOVE WS-AFAST-MOTIVO      TO FOLHA-AFAST-MOTIVO.
           MOVE WS-AFAST-INICIO      TO FOLHA-AFAST-INICIO.
           MOVE WS-AFAST-RETORNO     TO FOLHA-AFAST-RETORNO.
           MOVE WS-AFAST-DIAS        TO FOLHA-AFAST-DIAS.
           MOVE WS-AFAST-DIAS-INSS   TO FOLHA-AFAST-DIAS-INSS.
           MOVE WS-SAL-MATERNIDADE   TO FOLHA-SAL-MATERNIDADE.
           MOVE WS-SAL-FAMILIA       TO FOLHA-SAL-FAMILIA.
           MOVE WS-COTAS-SF          TO FOLHA-COTAS-SF.
           MOVE WS-QTD-PENS-FUNC     TO FOLHA-QTD-PENSIONISTAS.
           PERFORM VARYING WS-IND-PENS-FUNC FROM 1 BY 1
                   UNTIL WS-IND-PENS-FUNC > 3
               IF WS-IND-PENS-FUNC <= WS-QTD-PENS-FUNC
                   MOVE WS-PENS-FUNC-SEQ(WS-IND-PENS-FUNC)
                       TO FOLHA-PENS-SEQ(WS-IND-PENS-FUNC)
                   MOVE WS-PENS-FUNC-VALOR(WS-IND-PENS-FUNC)
                       TO FOLHA-PENS-VALOR(WS-IND-PENS-FUNC)
               ELSE
                   MOVE 0 TO FOLHA-PENS-SEQ(WS-IND-PENS-FUNC)
                   MOVE 0 TO FOLHA-PENS-VALOR(WS-IND-PENS-FUNC)
               END-IF
           END-PERFORM.
           PERFORM VARYING WS-IND-EVT FROM 1 BY 1
                   UNTIL WS-IND-EVT > 5
               IF WS-IND-EVT <= WS-QTD-EVT-FUNC
           MOVE WS-INSS-GRAVAR       TO HIST-INSS.
           MOVE WS-IR-GRAVAR         TO HIST-IR.
           MOVE WS-LIQUIDO-GRAVAR    TO HIST-SALARIO-LIQUIDO.
           MOVE WS-SAL-MATERNIDADE   TO HIST-SAL-MATERNIDADE.
           MOVE WS-SAL-FAMILIA       TO HIST-SAL-FAMILIA.
           WRITE REG-HIST-CALCULO.                                              
           IF WS-FS-HIST-CALCULOS NOT = "00"                                    
               DISPLAY "ERRO AO GRAVAR HIST-CALCULOS.DAT: "                     
           MOVE WS-NOME-PROG-EMP TO WS-ARQ-PROGRAMACAO.
           MOVE WS-EMPRESA-CODIGO TO NOME-CONTR-EMP.
           MOVE WS-NOME-CONTR-EMP TO WS-ARQ-CONTRATOS.
           MOVE WS-EMPRESA-CODIGO TO NOME-AFAST-EMP.
           MOVE WS-NOME-AFAST-EMP TO WS-ARQ-AFASTAMENTOS.
           MOVE WS-EMPRESA-CODIGO TO NOME-PENS-EMP.
           MOVE WS-NOME-PENS-EMP TO WS-ARQ-PENSIONISTAS.
           MOVE WS-EMPRESA-CODIGO TO NOME-DEPEND-EMP.
           MOVE WS-NOME-DEPEND-EMP TO WS-ARQ-DEPENDENTES.
      *
      * NA FOLHA PREVIA, OS ARQUIVOS DE SAIDA DO MES E O ARQUIVO DE
      * TRABALHO DOS LANCAMENTOS SAO TROCADOS PELOS ARQUIVOS DE
      * TRABALHO DA PREVIA, PARA UMA PREVIA NUNCA SOBREPOR A FOLHA
      * DEFINITIVA NEM UM LOTE INTERROMPIDO
      *
       MONTAR-NOMES-PREVIA.
           MOVE WS-EMPRESA-CODIGO TO NOME-FPRV-EMP.
           MOVE WS-NOME-FPRV-EMP TO WS-ARQ-FOLHA-PAG.
           MOVE WS-EMPRESA-CODIGO TO NOME-GPRV-EMP.
           MOVE WS-NOME-GPRV-EMP TO WS-ARQ-FGTS-MENSAL.
           MOVE WS-EMPRESA-CODIGO TO NOME-HPRV-EMP.
           MOVE WS-NOME-HPRV-EMP TO WS-ARQ-HIST-CALC.
           MOVE WS-EMPRESA-CODIGO TO NOME-EPRV-EMP.
           MOVE WS-NOME-EPRV-EMP TO WS-ARQ-ERROS-FUNC.
           MOVE WS-EMPRESA-CODIGO TO NOME-LPRV-EMP.
           MOVE WS-NOME-LPRV-EMP TO WS-ARQ-LANC-TEMP.
