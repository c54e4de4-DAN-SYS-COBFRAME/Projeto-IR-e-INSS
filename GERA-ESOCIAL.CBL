      * (ESOCIAL-CONFERENCIA.TXT), POIS O GOVERNO REJEITA O ARQUIVO   *
      * INTEIRO QUANDO UM CPF NAO CONFERE; COMPLETE O CADASTRO NO     *
      * MANTER-FUNCIONARIOS E GERE DE NOVO.                           *
      * O FUNCIONARIO AFASTADO NA COMPETENCIA (LICENCA MEDICA,        *
      * ACIDENTE DE TRABALHO, LICENCA MATERNIDADE) GANHA, LOGO APOS O *
      * REGISTRO DE REMUNERACAO, UM REGISTRO DE AFASTAMENTO COM O     *
      * CODIGO DO MOTIVO NA TABELA DO GOVERNO, O PERIODO, OS DIAS     *
      * AFASTADOS NO MES E O SALARIO-MATERNIDADE PAGO.                *
      * EM SEGUIDA VEM UM REGISTRO POR DEPENDENTE NAO ENCERRADO DO    *
      * FUNCIONARIO EM DEPENDENTES.DAT, COM NOME, CPF, NASCIMENTO, O  *
      * TIPO DE DEPENDENTE NA TABELA DO GOVERNO E SE ELE E' DECLARADO *
      * PARA O IR E PARA O SALARIO-FAMILIA.                           *
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-RESCISOES.

           SELECT ARQ-DEPENDENTES ASSIGN USING WS-ARQ-DEPENDENTES
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-DEPENDENTES.

           SELECT ARQ-ESOCIAL ASSIGN USING WS-ARQ-ESOCIAL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-ESOCIAL.
       FD  ARQ-RESCISOES.
           COPY REGRESC.CPY.

       FD  ARQ-DEPENDENTES.
           COPY REGDEPEND.CPY.

       FD  ARQ-ESOCIAL.
       01  REG-ESOCIAL               PIC X(80).

       01 WS-FS-FUNCIONARIOS     PIC X(2).
       01 WS-FS-FGTS-MENSAL      PIC X(2).
       01 WS-FS-RESCISOES        PIC X(2).
       01 WS-FS-DEPENDENTES      PIC X(2).
       01 WS-FS-ESOCIAL          PIC X(2).
       01 WS-FS-CONFERENCIA      PIC X(2).
       01 WS-FIM-ARQUIVO         PIC X(1) VALUE "N".
       01 WS-ID-FGTS             PIC 9(6)    VALUE 0.
       01 WS-TOTAL-DETALHES      PIC 9(6)    VALUE 0.
       01 WS-TOTAL-EXCLUIDOS     PIC 9(6)    VALUE 0.
       01 WS-TOTAL-AFASTAMENTOS  PIC 9(6)    VALUE 0.
       01 WS-TOTAL-DEPENDENTES   PIC 9(6)    VALUE 0.
       01 WS-SOMA-REMUNERACOES   PIC 9(10)V99 VALUE 0.
       01 WS-SOMA-FGTS           PIC 9(10)V99 VALUE 0.
      *
               10 CD-ADMISSAO          PIC 9(8).
               10 CD-FGTS-MES          PIC 9(8)V99.
      *
      * DEPENDENTES NAO ENCERRADOS, CARREGADOS DE DEPENDENTES.DAT.
      * DD-ENVIADO EVITA REPETIR OS DEPENDENTES QUANDO O FUNCIONARIO
      * TEM MAIS DE UM REGISTRO NA FOLHA DO MES (FOLHA MENSAL E
      * PARCELA DO 13O). ARQUIVO AUSENTE SIGNIFICA DECLARACAO SEM
      * DEPENDENTES.
      *
       01 WS-TOTAL-DEPEND-TAB    PIC 9(4) VALUE 0.
       01 WS-IND-DEP             PIC 9(4) VALUE 0.
       01 WS-TAB-DEPENDENTES.
           05 WS-DEPENDENTE OCCURS 2000 TIMES.
               10 DD-ID-FUNC           PIC 9(6).
               10 DD-SEQ               PIC 9(2).
               10 DD-NOME              PIC X(30).
               10 DD-CPF               PIC 9(11).
               10 DD-PARENTESCO        PIC X(1).
               10 DD-NASCIMENTO        PIC 9(8).
               10 DD-DEDUZ-IR          PIC X(1).
               10 DD-SAL-FAMILIA       PIC X(1).
               10 DD-ENVIADO           PIC X(1).
      *
      * LAYOUTS DOS REGISTROS DA REMESSA. TODOS OS CAMPOS NUMERICOS
      * VAO SEM EDICAO, COM ZEROS A ESQUERDA, NO PADRAO DE ARQUIVO DE
      * INTERCAMBIO.
           05 ESO-DSL-DATA       PIC 9(8).
           05 ESO-DSL-BRUTO      PIC 9(8)V99.
           05 FILLER             PIC X(33) VALUE SPACES.
       01 WS-ESO-AFASTAMENTO.
           05 FILLER             PIC X(1)  VALUE "3".
           05 ESO-AFA-ID         PIC 9(6).
           05 ESO-AFA-CPF        PIC 9(11).
           05 ESO-AFA-MOTIVO     PIC 9(2).
           05 ESO-AFA-INICIO     PIC 9(8).
           05 ESO-AFA-RETORNO    PIC 9(8).
           05 ESO-AFA-DIAS       PIC 9(2).
           05 ESO-AFA-DIAS-INSS  PIC 9(2).
           05 ESO-AFA-SAL-MATERN PIC 9(8)V99.
           05 FILLER             PIC X(30) VALUE SPACES.
      *
      * DEPENDENTE: O TIPO SEGUE A TABELA DO GOVERNO (01 CONJUGE OU
      * COMPANHEIRO, 03 FILHO OU ENTEADO, 04 FILHO UNIVERSITARIO,
      * 09 PAIS OU AVOS, 10 MENOR SOB GUARDA, 99 OUTRO); O FILHO
      * INCAPAZ SAI COMO 03 COM A MARCA DE INCAPACIDADE.
      *
       01 WS-ESO-DEPENDENTE.
           05 FILLER             PIC X(1)  VALUE "4".
           05 ESO-DEP-ID         PIC 9(6).
           05 ESO-DEP-CPF-FUNC   PIC 9(11).
           05 ESO-DEP-SEQ        PIC 9(2).
           05 ESO-DEP-NOME       PIC X(30).
           05 ESO-DEP-CPF        PIC 9(11).
           05 ESO-DEP-TIPO       PIC 9(2).
           05 ESO-DEP-NASCIMENTO PIC 9(8).
           05 ESO-DEP-IR         PIC X(1).
           05 ESO-DEP-SF         PIC X(1).
           05 ESO-DEP-INCAPAZ    PIC X(1).
           05 FILLER             PIC X(6)  VALUE SPACES.
       01 WS-ESO-TRAILER.
           05 FILLER             PIC X(1)  VALUE "9".
           05 ESO-TRL-QUANTIDADE PIC 9(6).
           05 FILLER             PIC X(2).
           05 LIN-PEND-NOME      PIC X(30).
           05 LIN-PEND-TEXTO     PIC X(33).
       01 WS-LIN-AFASTAMENTO.
           05 FILLER             PIC X(9)  VALUE SPACES.
           05 FILLER             PIC X(13) VALUE "AFASTAMENTO: ".
           05 LIN-AFA-DESCR      PIC X(20).
           05 FILLER             PIC X(6)  VALUE " DIAS ".
           05 LIN-AFA-DIAS       PIC Z9.
           05 FILLER             PIC X(6)  VALUE " INSS ".
           05 LIN-AFA-DIAS-INSS  PIC Z9.
       01 WS-LIN-DEPENDENTE.
           05 FILLER             PIC X(9)  VALUE SPACES.
           05 FILLER             PIC X(12) VALUE "DEPENDENTE: ".
           05 LIN-DEP-NOME       PIC X(30).
           05 FILLER             PIC X(6)  VALUE " TIPO ".
           05 LIN-DEP-TIPO       PIC 9(2).
           05 FILLER             PIC X(4)  VALUE " IR ".
           05 LIN-DEP-IR         PIC X(1).
           05 FILLER             PIC X(4)  VALUE " SF ".
           05 LIN-DEP-SF         PIC X(1).
       01 WS-LIN-TOTAL.
           05 FILLER             PIC X(1).
           05 LIN-TOT-TEXTO      PIC X(45).
      * MONTAR-NOMES-ARQUIVOS
      *
       COPY EMPRESEL.CPY.
      *
      * TABELA DOS MOTIVOS DE AFASTAMENTO, COM O CODIGO DE CADA UM NA
      * TABELA DO GOVERNO
      *
       COPY TABAFAST.CPY.
       01 WS-ARQ-FOLHA-PAG       PIC X(30).
       01 WS-ARQ-FUNCIONARIOS    PIC X(30).
       01 WS-ARQ-FGTS-MENSAL     PIC X(30).
       01 WS-ARQ-RESCISOES       PIC X(30).
       01 WS-ARQ-ESOCIAL         PIC X(30).
       01 WS-ARQ-DEPENDENTES     PIC X(30).
       01 WS-NOME-FOLHA-EMP.
           05 FILLER             PIC X(17) VALUE
               "FOLHA-PAGAMENTO-E".
               "REMESSA-ESOCIAL-E".
           05 NOME-ESOC-EMP       PIC 9(3).
           05 FILLER             PIC X(4)  VALUE ".DAT".
       01 WS-NOME-DEPEND-EMP.
           05 FILLER             PIC X(13) VALUE
               "DEPENDENTES-E".
           05 NOME-DEPEND-EMP     PIC 9(3).
           05 FILLER             PIC X(4)  VALUE ".DAT".
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           CALL "SELECIONA-EMPRESA" USING WS-EMPRESA-CODIGO
           PERFORM SOLICITAR-COMPETENCIA.
           PERFORM CARREGAR-CADASTRO.
           PERFORM ACUMULAR-FGTS-MES.
           PERFORM CARREGAR-DEPENDENTES.
           PERFORM ABRIR-ARQUIVOS.
           PERFORM GRAVAR-EMPREGADOR.
           PERFORM UNTIL FIM-ARQUIVO
               WS-TOTAL-DETALHES.
           DISPLAY "FUNCIONARIOS FORA DA DECLARACAO (CADASTRO "
               "INCOMPLETO): " WS-TOTAL-EXCLUIDOS.
           DISPLAY "AFASTAMENTOS INFORMADOS NA DECLARACAO: "
               WS-TOTAL-AFASTAMENTOS.
           DISPLAY "DEPENDENTES INFORMADOS NA DECLARACAO: "
               WS-TOTAL-DEPENDENTES.
           DISPLAY "REMESSA GRAVADA EM REMESSA-ESOCIAL.DAT; CONFIRA "
               "A LISTAGEM EM ESOCIAL-CONFERENCIA.TXT ANTES DO "
               "ENVIO.".
               END-SEARCH
           END-IF.
      *
      * CARGA DOS DEPENDENTES NAO ENCERRADOS DE DEPENDENTES.DAT PARA A
      * TABELA EM MEMORIA
      *
       CARREGAR-DEPENDENTES.
           OPEN INPUT ARQ-DEPENDENTES.
           IF WS-FS-DEPENDENTES = "00"
               PERFORM UNTIL FIM-ARQUIVO
                   PERFORM LER-DEPENDENTE
               END-PERFORM
               CLOSE ARQ-DEPENDENTES
           END-IF.
           MOVE "N" TO WS-FIM-ARQUIVO.
      *
      * LEITURA DE UM DEPENDENTE PARA A TABELA
      *
       LER-DEPENDENTE.
           READ ARQ-DEPENDENTES
               AT END
                   MOVE "S" TO WS-FIM-ARQUIVO
               NOT AT END
                   IF NOT DEP-ENCERRADO
                       IF WS-TOTAL-DEPEND-TAB >= 2000
                           DISPLAY "ERRO: MAIS DE 2000 DEPENDENTES NO "
                               "CADASTRO."
                           DISPLAY "AUMENTE O TAMANHO DA TABELA EM "
                               "GERA-ESOCIAL.CBL E RECOMPILE."
                           STOP RUN
                       END-IF
                       ADD 1 TO WS-TOTAL-DEPEND-TAB
                       MOVE WS-TOTAL-DEPEND-TAB TO WS-IND-DEP
                       MOVE DEP-ID-FUNC     TO DD-ID-FUNC(WS-IND-DEP)
                       MOVE DEP-SEQ         TO DD-SEQ(WS-IND-DEP)
                       MOVE DEP-NOME        TO DD-NOME(WS-IND-DEP)
                       MOVE DEP-CPF         TO DD-CPF(WS-IND-DEP)
                       MOVE DEP-PARENTESCO  TO DD-PARENTESCO(WS-IND-DEP)
                       MOVE DEP-NASCIMENTO  TO DD-NASCIMENTO(WS-IND-DEP)
                       MOVE DEP-DEDUZ-IR    TO DD-DEDUZ-IR(WS-IND-DEP)
                       MOVE DEP-SAL-FAMILIA
                           TO DD-SAL-FAMILIA(WS-IND-DEP)
                       MOVE "N"             TO DD-ENVIADO(WS-IND-DEP)
                   END-IF
           END-READ.
      *
      * ABERTURA DA FOLHA, DA REMESSA E DA LISTAGEM DE CONFERENCIA
      *
       ABRIR-ARQUIVOS.
               MOVE CD-FGTS-MES(WS-IDX)  TO LIN-DET-FGTS
               MOVE WS-LIN-DETALHE       TO REG-LISTAGEM
               WRITE REG-LISTAGEM
               PERFORM GERAR-AFASTAMENTO
               PERFORM GERAR-DEPENDENTES
           END-IF.
      *
      * GERACAO DO REGISTRO DE AFASTAMENTO DO FUNCIONARIO DA FOLHA,
      * QUANDO O REGISTRO DA FOLHA TRAZ UM MOTIVO CADASTRADO EM
      * TABAFAST.CPY (SEM AFASTAMENTO NO MES, OU FOLHA GRAVADA ANTES
      * DOS CAMPOS EXISTIREM, O MOTIVO VEM EM BRANCO). O REGISTRO
      * ENTRA NA QUANTIDADE DE DETALHES DO TRAILER.
      *
       GERAR-AFASTAMENTO.
           SET WS-IDX-MOT TO 1.
           SEARCH WS-MOTIVO-AFAST
               AT END
                   CONTINUE
               WHEN MOT-CODIGO(WS-IDX-MOT) = FOLHA-AFAST-MOTIVO
                   MOVE FOLHA-ID              TO ESO-AFA-ID
                   MOVE CD-CPF(WS-IDX)        TO ESO-AFA-CPF
                   MOVE MOT-ESOCIAL(WS-IDX-MOT) TO ESO-AFA-MOTIVO
                   MOVE FOLHA-AFAST-INICIO    TO ESO-AFA-INICIO
                   MOVE FOLHA-AFAST-RETORNO   TO ESO-AFA-RETORNO
                   MOVE FOLHA-AFAST-DIAS      TO ESO-AFA-DIAS
                   MOVE FOLHA-AFAST-DIAS-INSS TO ESO-AFA-DIAS-INSS
                   MOVE FOLHA-SAL-MATERNIDADE TO ESO-AFA-SAL-MATERN
                   MOVE WS-ESO-AFASTAMENTO    TO REG-ESOCIAL
                   WRITE REG-ESOCIAL
                   IF WS-FS-ESOCIAL NOT = "00"
                       DISPLAY "ERRO AO GRAVAR REMESSA-ESOCIAL.DAT: "
                           WS-FS-ESOCIAL
                       STOP RUN
                   END-IF
                   ADD 1 TO WS-TOTAL-DETALHES
                   ADD 1 TO WS-TOTAL-AFASTAMENTOS
                   MOVE MOT-DESCRICAO(WS-IDX-MOT) TO LIN-AFA-DESCR
                   MOVE FOLHA-AFAST-DIAS      TO LIN-AFA-DIAS
                   MOVE FOLHA-AFAST-DIAS-INSS TO LIN-AFA-DIAS-INSS
                   MOVE WS-LIN-AFASTAMENTO    TO REG-LISTAGEM
                   WRITE REG-LISTAGEM
           END-SEARCH.
      *
      * GERACAO DOS REGISTROS DE DEPENDENTE DO FUNCIONARIO DA FOLHA
      * AINDA NAO ENVIADOS NESTA REMESSA. CADA REGISTRO ENTRA NA
      * QUANTIDADE DE DETALHES DO TRAILER.
      *
       GERAR-DEPENDENTES.
           PERFORM VARYING WS-IND-DEP FROM 1 BY 1
                   UNTIL WS-IND-DEP > WS-TOTAL-DEPEND-TAB
               IF DD-ID-FUNC(WS-IND-DEP) = FOLHA-ID
                       AND DD-ENVIADO(WS-IND-DEP) = "N"
                   PERFORM GERAR-UM-DEPENDENTE
               END-IF
           END-PERFORM.
      *
      * GERACAO DO REGISTRO DO DEPENDENTE EM WS-IND-DEP, COM O TIPO
      * CONVERTIDO PARA A TABELA DO GOVERNO
      *
       GERAR-UM-DEPENDENTE.
           MOVE "N" TO ESO-DEP-INCAPAZ.
           EVALUATE DD-PARENTESCO(WS-IND-DEP)
               WHEN "C"
                   MOVE 01 TO ESO-DEP-TIPO
               WHEN "F"
                   MOVE 03 TO ESO-DEP-TIPO
               WHEN "U"
                   MOVE 04 TO ESO-DEP-TIPO
               WHEN "I"
                   MOVE 03 TO ESO-DEP-TIPO
                   MOVE "S" TO ESO-DEP-INCAPAZ
               WHEN "P"
                   MOVE 09 TO ESO-DEP-TIPO
               WHEN "G"
                   MOVE 10 TO ESO-DEP-TIPO
               WHEN OTHER
                   MOVE 99 TO ESO-DEP-TIPO
           END-EVALUATE.
           MOVE FOLHA-ID                  TO ESO-DEP-ID.
           MOVE CD-CPF(WS-IDX)            TO ESO-DEP-CPF-FUNC.
           MOVE DD-SEQ(WS-IND-DEP)        TO ESO-DEP-SEQ.
           MOVE DD-NOME(WS-IND-DEP)       TO ESO-DEP-NOME.
           MOVE DD-CPF(WS-IND-DEP)        TO ESO-DEP-CPF.
           MOVE DD-NASCIMENTO(WS-IND-DEP) TO ESO-DEP-NASCIMENTO.
           MOVE DD-DEDUZ-IR(WS-IND-DEP)   TO ESO-DEP-IR.
           MOVE DD-SAL-FAMILIA(WS-IND-DEP) TO ESO-DEP-SF.
           MOVE WS-ESO-DEPENDENTE         TO REG-ESOCIAL.
           WRITE REG-ESOCIAL.
           IF WS-FS-ESOCIAL NOT = "00"
               DISPLAY "ERRO AO GRAVAR REMESSA-ESOCIAL.DAT: "
                   WS-FS-ESOCIAL
               STOP RUN
           END-IF.
           MOVE "S" TO DD-ENVIADO(WS-IND-DEP).
           ADD 1 TO WS-TOTAL-DETALHES.
           ADD 1 TO WS-TOTAL-DEPENDENTES.
           MOVE DD-NOME(WS-IND-DEP)       TO LIN-DEP-NOME.
           MOVE ESO-DEP-TIPO              TO LIN-DEP-TIPO.
           MOVE ESO-DEP-IR                TO LIN-DEP-IR.
           MOVE ESO-DEP-SF                TO LIN-DEP-SF.
           MOVE WS-LIN-DEPENDENTE         TO REG-LISTAGEM.
           WRITE REG-LISTAGEM.
      *
      * APONTAMENTO NA LISTAGEM DE UM FUNCIONARIO EXCLUIDO DA
      * REMESSA, COM O MOTIVO EM WS-MOTIVO-EXCLUSAO
      *
           MOVE WS-LIN-TOTAL TO REG-LISTAGEM.
           WRITE REG-LISTAGEM.
           MOVE SPACES TO WS-LIN-TOTAL.
           MOVE "DEPENDENTES INFORMADOS:" TO LIN-TOT-TEXTO.
           MOVE WS-TOTAL-DEPENDENTES TO LIN-TOT-VALOR.
           MOVE WS-LIN-TOTAL TO REG-LISTAGEM.
           WRITE REG-LISTAGEM.
           MOVE SPACES TO WS-LIN-TOTAL.
           MOVE "SOMA DAS REMUNERACOES DECLARADAS:" TO LIN-TOT-TEXTO.
           MOVE WS-SOMA-REMUNERACOES TO LIN-TOT-VALOR.
           MOVE WS-LIN-TOTAL TO REG-LISTAGEM.
           MOVE WS-NOME-RESC-EMP TO WS-ARQ-RESCISOES.
           MOVE WS-EMPRESA-CODIGO TO NOME-ESOC-EMP.
           MOVE WS-NOME-ESOC-EMP TO WS-ARQ-ESOCIAL.
           MOVE WS-EMPRESA-CODIGO TO NOME-DEPEND-EMP.
           MOVE WS-NOME-DEPEND-EMP TO WS-ARQ-DEPENDENTES.
