      * "TOTAL DE REGISTROS GRAVADOS" DO LOTE ANTES DO ENVIO.         *
      * FUNCIONARIOS SEM DADOS BANCARIOS INFORMADOS NAO ENTRAM NA     *
      * REMESSA E SAO APONTADOS NA LISTAGEM PARA PAGAMENTO AVULSO.    *
      * AS PENSOES ALIMENTICIAS DOS BENEFICIARIOS DE PENSIONISTAS.DAT *
      * GRAVADAS NA FOLHA PELO LOTE SAO CREDITADAS NA MESMA REMESSA,  *
      * LOGO APOS O CREDITO DO FUNCIONARIO, COM A MATRICULA DELE, O   *
      * NOME E OS DADOS BANCARIOS DO BENEFICIARIO E A SEQUENCIA DO    *
      * BENEFICIARIO EM REM-DET-PENS-SEQ (ZERO NO CREDITO DO PROPRIO  *
      * FUNCIONARIO), PARA O CONCILIA-RETORNO PAREAR OS DOIS.         *
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-CONFERENCIA.

           SELECT ARQ-PENSIONISTAS ASSIGN USING WS-ARQ-PENSIONISTAS
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-PENSIONISTAS.

       DATA DIVISION.
       FILE SECTION.
       FD  ARQ-FOLHA-PAGAMENTO.
       FD  ARQ-CONFERENCIA.
       01  REG-LISTAGEM              PIC X(72).

       FD  ARQ-PENSIONISTAS.
           COPY REGPENS.CPY.

       WORKING-STORAGE SECTION.
       01 WS-FS-FOLHA-PAGAMENTO  PIC X(2).
       01 WS-FS-FUNCIONARIOS     PIC X(2).
       01 WS-TOTAL-CREDITOS      PIC 9(6)    VALUE 0.
       01 WS-TOTAL-SEM-BANCO     PIC 9(6)    VALUE 0.
       01 WS-SOMA-CREDITOS       PIC 9(10)V99 VALUE 0.
       01 WS-TOTAL-CRED-PENSAO   PIC 9(6)    VALUE 0.
       01 WS-TOTAL-PENS-SEM-BANCO PIC 9(6)   VALUE 0.
      *
      * BENEFICIARIOS DE PENSAO DE PENSIONISTAS.DAT (INCLUSIVE OS DE
      * PENSAO JA ENCERRADA, QUE AINDA PODEM ESTAR NA FOLHA DO MES),
      * COM O NOME E OS DADOS BANCARIOS PARA O CREDITO. ARQUIVO
      * AUSENTE SIGNIFICA REMESSA SO' COM OS SALARIOS, COMO ANTES.
      *
       01 WS-FS-PENSIONISTAS     PIC X(2).
       01 WS-FIM-PENSIONISTAS    PIC X(1) VALUE "N".
           88 FIM-PENSIONISTAS        VALUE "S".
       01 WS-QTD-PENSIONISTAS    PIC 9(4) VALUE 0.
       01 WS-ACHOU-PENSIONISTA   PIC X(1) VALUE "N".
           88 ACHOU-PENSIONISTA       VALUE "S".
       01 WS-IND-PENS-FOLHA      PIC 9(1) VALUE 0.
       01 WS-TAB-PENSIONISTAS.
           05 WS-PENSIONISTA OCCURS 2000 TIMES
                   INDEXED BY WS-IDX-PEN.
               10 PE-ID-FUNC           PIC 9(6).
               10 PE-SEQ               PIC 9(2).
               10 PE-NOME              PIC X(30).
               10 PE-BANCO             PIC 9(3).
               10 PE-AGENCIA           PIC 9(5).
               10 PE-CONTA             PIC 9(10).
      *
      * DADOS BANCARIOS DO FUNCIONARIO CORRENTE, LIDOS DO CADASTRO
      * INDEXADO DIRETO PELA CHAVE DA MATRICULA E SANEADOS PARA ZERO
           05 REM-DET-AGENCIA    PIC 9(5).
           05 REM-DET-CONTA      PIC 9(10).
           05 REM-DET-VALOR      PIC 9(8)V99.
           05 FILLER             PIC X(2)  VALUE SPACES.
           05 REM-DET-PENS-SEQ   PIC 9(2)  VALUE 0.
           05 FILLER             PIC X(11) VALUE SPACES.
       01 WS-REM-TRAILER.
           05 FILLER             PIC X(1)  VALUE "9".
           05 REM-TRL-QUANTIDADE PIC 9(6).
       01 WS-ARQ-FOLHA-PAG       PIC X(30).
       01 WS-ARQ-FUNCIONARIOS    PIC X(30).
       01 WS-ARQ-REMESSA         PIC X(30).
       01 WS-ARQ-PENSIONISTAS    PIC X(30).
       01 WS-NOME-FOLHA-EMP.
           05 FILLER             PIC X(17) VALUE
               "FOLHA-PAGAMENTO-E".
               "REMESSA-BANCO-E".
           05 NOME-REM-EMP        PIC 9(3).
           05 FILLER             PIC X(4)  VALUE ".DAT".
       01 WS-NOME-PENS-EMP.
           05 FILLER             PIC X(14) VALUE
               "PENSIONISTAS-E".
           05 NOME-PENS-EMP       PIC 9(3).
           05 FILLER             PIC X(4)  VALUE ".DAT".
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           CALL "VALIDA-OPERADOR" USING WS-PROGRAMA WS-NIVEL-MINIMO
           PERFORM MONTAR-NOMES-ARQUIVOS.
           PERFORM SOLICITAR-DATA-PAGAMENTO.
           PERFORM ABRIR-CADASTRO.
           PERFORM CARREGAR-PENSIONISTAS.
           PERFORM ABRIR-ARQUIVOS.
           PERFORM GRAVAR-HEADER.
           PERFORM UNTIL FIM-ARQUIVO
               PERFORM LER-FOLHA
               IF NOT FIM-ARQUIVO
                   PERFORM GERAR-CREDITO
                   PERFORM GERAR-CREDITOS-PENSAO
               END-IF
           END-PERFORM.
           PERFORM GRAVAR-TRAILER.
           DISPLAY "CREDITOS GERADOS NA REMESSA: " WS-TOTAL-CREDITOS.
           DISPLAY "FUNCIONARIOS SEM DADOS BANCARIOS: "
               WS-TOTAL-SEM-BANCO.
           DISPLAY "CREDITOS DE PENSAO ALIMENTICIA NA REMESSA: "
               WS-TOTAL-CRED-PENSAO.
           DISPLAY "PENSOES SEM DADOS BANCARIOS: "
               WS-TOTAL-PENS-SEM-BANCO.
           DISPLAY "SOMA DOS CREDITOS: R$" WS-SOMA-CREDITOS.
           DISPLAY "REMESSA GRAVADA EM REMESSA-BANCO.DAT; CONFIRA A "
               "LISTAGEM EM REMESSA-CONFERENCIA.TXT ANTES DO ENVIO.".
               STOP RUN
           END-IF.
      *
      * CARGA DOS BENEFICIARIOS DE PENSAO PARA A TABELA EM MEMORIA
      *
       CARREGAR-PENSIONISTAS.
           OPEN INPUT ARQ-PENSIONISTAS.
           IF WS-FS-PENSIONISTAS = "00"
               PERFORM UNTIL FIM-PENSIONISTAS
                   PERFORM LER-PENSIONISTA
               END-PERFORM
               CLOSE ARQ-PENSIONISTAS
           END-IF.
      *
      * LEITURA DE UM BENEFICIARIO PARA A TABELA, COM OS DADOS
      * BANCARIOS EM BRANCO SANEADOS PARA ZERO
      *
       LER-PENSIONISTA.
           READ ARQ-PENSIONISTAS
               AT END
                   MOVE "S" TO WS-FIM-PENSIONISTAS
               NOT AT END
                   IF WS-QTD-PENSIONISTAS >= 2000
                       DISPLAY "ERRO: MAIS DE 2000 BENEFICIARIOS EM "
                           "PENSIONISTAS.DAT."
                       DISPLAY "AUMENTE O TAMANHO DA TABELA EM "
                           "GERA-REMESSA.CBL E RECOMPILE."
                       STOP RUN
                   END-IF
                   ADD 1 TO WS-QTD-PENSIONISTAS
                   SET WS-IDX-PEN TO WS-QTD-PENSIONISTAS
                   MOVE PENS-ID-FUNC TO PE-ID-FUNC(WS-IDX-PEN)
                   MOVE PENS-SEQ     TO PE-SEQ(WS-IDX-PEN)
                   MOVE PENS-NOME    TO PE-NOME(WS-IDX-PEN)
                   MOVE 0 TO PE-BANCO(WS-IDX-PEN)
                   MOVE 0 TO PE-AGENCIA(WS-IDX-PEN)
                   MOVE 0 TO PE-CONTA(WS-IDX-PEN)
                   IF PENS-BANCO NUMERIC
                       MOVE PENS-BANCO TO PE-BANCO(WS-IDX-PEN)
                   END-IF
                   IF PENS-AGENCIA NUMERIC
                       MOVE PENS-AGENCIA TO PE-AGENCIA(WS-IDX-PEN)
                   END-IF
                   IF PENS-CONTA NUMERIC
                       MOVE PENS-CONTA TO PE-CONTA(WS-IDX-PEN)
                   END-IF
           END-READ.
      *
      * ABERTURA DA FOLHA, DA REMESSA E DA LISTAGEM DE CONFERENCIA
      *
       ABRIR-ARQUIVOS.
           IF ACHOU-CADASTRO AND WS-CD-BANCO > 0
               MOVE FOLHA-ID              TO REM-DET-ID
               MOVE FOLHA-NOME            TO REM-DET-NOME
               MOVE 0                     TO REM-DET-PENS-SEQ
               MOVE WS-CD-BANCO           TO REM-DET-BANCO
               MOVE WS-CD-AGENCIA         TO REM-DET-AGENCIA
               MOVE WS-CD-CONTA           TO REM-DET-CONTA
               WRITE REG-LISTAGEM
           END-IF.
      *
      * GERACAO DOS CREDITOS DAS PENSOES ALIMENTICIAS GRAVADAS NO
      * REGISTRO DA FOLHA (FOLHA-QTD-PENSIONISTAS EM BRANCO NAS FOLHAS
      * ANTIGAS E ZERO QUANDO A PENSAO VEIO DO VALOR FIXO DO CADASTRO,
      * PAGA FORA DA REMESSA). PENSAO ZERADA NAO GERA CREDITO.
      *
       GERAR-CREDITOS-PENSAO.
           IF FOLHA-QTD-PENSIONISTAS NUMERIC
               PERFORM VARYING WS-IND-PENS-FOLHA FROM 1 BY 1
                       UNTIL WS-IND-PENS-FOLHA > FOLHA-QTD-PENSIONISTAS
                           OR WS-IND-PENS-FOLHA > 3
                   IF FOLHA-PENS-VALOR(WS-IND-PENS-FOLHA) > 0
                       PERFORM GERAR-UM-CREDITO-PENSAO
                   END-IF
               END-PERFORM
           END-IF.
      *
      * CREDITO DA PENSAO DE UM BENEFICIARIO: COM DADOS BANCARIOS
      * INFORMADOS, GRAVA O DETALHE NA REMESSA E A LINHA NA LISTAGEM;
      * SEM ELES (OU SEM O BENEFICIARIO NO ARQUIVO), A PENSAO SAI
      * APONTADA NA LISTAGEM PARA PAGAMENTO AVULSO.
      *
       GERAR-UM-CREDITO-PENSAO.
           MOVE "N" TO WS-ACHOU-PENSIONISTA.
           SET WS-IDX-PEN TO 1.
           IF WS-QTD-PENSIONISTAS > 0
               SEARCH WS-PENSIONISTA
                   AT END
                       CONTINUE
                   WHEN WS-IDX-PEN > WS-QTD-PENSIONISTAS
                       CONTINUE
                   WHEN PE-ID-FUNC(WS-IDX-PEN) = FOLHA-ID
                           AND PE-SEQ(WS-IDX-PEN)
                               = FOLHA-PENS-SEQ(WS-IND-PENS-FOLHA)
                       MOVE "S" TO WS-ACHOU-PENSIONISTA
               END-SEARCH
           END-IF.
           IF NOT ACHOU-PENSIONISTA
               ADD 1 TO WS-TOTAL-PENS-SEM-BANCO
               MOVE SPACES     TO WS-LIN-PENDENTE
               MOVE FOLHA-ID   TO LIN-PEND-ID
               MOVE FOLHA-NOME TO LIN-PEND-NOME
               MOVE "PENSIONISTA NAO CADASTRADO"
                   TO LIN-PEND-TEXTO
               MOVE WS-LIN-PENDENTE TO REG-LISTAGEM
               WRITE REG-LISTAGEM
           ELSE
           IF PE-BANCO(WS-IDX-PEN) > 0
               MOVE FOLHA-ID              TO REM-DET-ID
               MOVE PE-NOME(WS-IDX-PEN)   TO REM-DET-NOME
               MOVE PE-BANCO(WS-IDX-PEN)  TO REM-DET-BANCO
               MOVE PE-AGENCIA(WS-IDX-PEN) TO REM-DET-AGENCIA
               MOVE PE-CONTA(WS-IDX-PEN)  TO REM-DET-CONTA
               MOVE FOLHA-PENS-VALOR(WS-IND-PENS-FOLHA)
                   TO REM-DET-VALOR
               MOVE PE-SEQ(WS-IDX-PEN)    TO REM-DET-PENS-SEQ
               MOVE WS-REM-DETALHE        TO REG-REMESSA
               WRITE REG-REMESSA
               IF WS-FS-REMESSA NOT = "00"
                   DISPLAY "ERRO AO GRAVAR REMESSA-BANCO.DAT: "
                       WS-FS-REMESSA
                   STOP RUN
               END-IF
               ADD 1 TO WS-TOTAL-CREDITOS
               ADD 1 TO WS-TOTAL-CRED-PENSAO
               ADD FOLHA-PENS-VALOR(WS-IND-PENS-FOLHA)
                   TO WS-SOMA-CREDITOS
               MOVE SPACES                TO WS-LIN-DETALHE
               MOVE FOLHA-ID              TO LIN-DET-ID
               MOVE PE-NOME(WS-IDX-PEN)   TO LIN-DET-NOME
               MOVE PE-BANCO(WS-IDX-PEN)  TO LIN-DET-BANCO
               MOVE PE-AGENCIA(WS-IDX-PEN) TO LIN-DET-AGENCIA
               MOVE PE-CONTA(WS-IDX-PEN)  TO LIN-DET-CONTA
               MOVE FOLHA-PENS-VALOR(WS-IND-PENS-FOLHA)
                   TO LIN-DET-VALOR
               MOVE WS-LIN-DETALHE        TO REG-LISTAGEM
               WRITE REG-LISTAGEM
           ELSE
               ADD 1 TO WS-TOTAL-PENS-SEM-BANCO
               MOVE SPACES     TO WS-LIN-PENDENTE
               MOVE FOLHA-ID   TO LIN-PEND-ID
               MOVE PE-NOME(WS-IDX-PEN) TO LIN-PEND-NOME
               MOVE "PENSAO SEM BANCO - PAGAR A MAO"
                   TO LIN-PEND-TEXTO
               MOVE WS-LIN-PENDENTE TO REG-LISTAGEM
               WRITE REG-LISTAGEM
           END-IF.
      *
      * LE OS DADOS BANCARIOS DA MATRICULA DA FOLHA DIRETO PELA CHAVE
      * DO CADASTRO INDEXADO, SANEANDO PARA ZERO OS CAMPOS EM BRANCO
      * DOS REGISTROS MAIS ANTIGOS
           MOVE WS-LIN-TOTAL TO REG-LISTAGEM.
           WRITE REG-LISTAGEM.
           MOVE SPACES TO WS-LIN-TOTAL.
           MOVE "CREDITOS DE PENSAO (INCLUIDOS ACIMA):"
               TO LIN-TOT-TEXTO.
           MOVE WS-TOTAL-CRED-PENSAO TO LIN-TOT-VALOR.
           MOVE WS-LIN-TOTAL TO REG-LISTAGEM.
           WRITE REG-LISTAGEM.
           MOVE SPACES TO WS-LIN-TOTAL.
           MOVE "PENSOES SEM DADOS BANCARIOS:" TO LIN-TOT-TEXTO.
           MOVE WS-TOTAL-PENS-SEM-BANCO TO LIN-TOT-VALOR.
           MOVE WS-LIN-TOTAL TO REG-LISTAGEM.
           WRITE REG-LISTAGEM.
           MOVE SPACES TO WS-LIN-TOTAL.
           MOVE "SOMA DOS CREDITOS DA REMESSA:" TO LIN-TOT-TEXTO.
           MOVE WS-SOMA-CREDITOS TO LIN-TOT-VALOR.
           MOVE WS-LIN-TOTAL TO REG-LISTAGEM.
           MOVE WS-NOME-FUNC-EMP TO WS-ARQ-FUNCIONARIOS.
           MOVE WS-EMPRESA-CODIGO TO NOME-REM-EMP.
           MOVE WS-NOME-REM-EMP TO WS-ARQ-REMESSA.
           MOVE WS-EMPRESA-CODIGO TO NOME-PENS-EMP.
           MOVE WS-NOME-PENS-EMP TO WS-ARQ-PENSIONISTAS.
