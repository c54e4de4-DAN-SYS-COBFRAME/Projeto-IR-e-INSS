      * REMESSA, COM O CODIGO DE OCORRENCIA DO BANCO (2 POSICOES)     *
      * LOGO APOS O VALOR: "00" SIGNIFICA CREDITO EFETIVADO E         *
      * QUALQUER OUTRO CODIGO, CREDITO REJEITADO.                     *
      * OS CREDITOS DE PENSAO ALIMENTICIA VEM COM A MATRICULA DO      *
      * FUNCIONARIO E A SEQUENCIA DO BENEFICIARIO (ZERO NO CREDITO DO *
      * PROPRIO FUNCIONARIO) E SAO PAREADOS PELOS DOIS; A RECUSA DE   *
      * UM DELES NAO MARCA O CADASTRO DO FUNCIONARIO, POIS OS DADOS   *
      * BANCARIOS SAO DO BENEFICIARIO (MANTER-PENSIONISTAS).          *
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               10 RM-AGENCIA           PIC 9(5).
               10 RM-CONTA             PIC 9(10).
               10 RM-VALOR             PIC 9(8)V99.
               10 RM-PENS-SEQ          PIC 9(2).
               10 RM-SITUACAO          PIC X(1).
       01 WS-RET-PENS-SEQ        PIC 9(2) VALUE 0.
      *
      * LAYOUTS DOS REGISTROS DA REMESSA E DO RETORNO
      *
           05 REM-DET-AGENCIA    PIC 9(5).
           05 REM-DET-CONTA      PIC 9(10).
           05 REM-DET-VALOR      PIC 9(8)V99.
           05 FILLER             PIC X(2).
           05 REM-DET-PENS-SEQ   PIC 9(2).
           05 FILLER             PIC X(11).
       01 WS-REM-TRAILER.
           05 FILLER             PIC X(1)  VALUE "9".
           05 REM-TRL-QUANTIDADE PIC 9(6).
           05 RET-DET-CONTA      PIC 9(10).
           05 RET-DET-VALOR      PIC 9(8)V99.
           05 RET-DET-OCORRENCIA PIC X(2).
           05 RET-DET-PENS-SEQ   PIC 9(2).
           05 FILLER             PIC X(11).
      *
      * LINHAS DO RELATORIO DE CONCILIACAO
      *
                       MOVE REM-DET-AGENCIA TO RM-AGENCIA(WS-IDX-REM)
                       MOVE REM-DET-CONTA   TO RM-CONTA(WS-IDX-REM)
                       MOVE REM-DET-VALOR   TO RM-VALOR(WS-IDX-REM)
                       IF REM-DET-PENS-SEQ NUMERIC
                           MOVE REM-DET-PENS-SEQ
                               TO RM-PENS-SEQ(WS-IDX-REM)
                       ELSE
                           MOVE 0 TO RM-PENS-SEQ(WS-IDX-REM)
                       END-IF
                       MOVE SPACE           TO RM-SITUACAO(WS-IDX-REM)
                   END-IF
           END-READ.
           END-READ.
      *
      * PAREAMENTO DE UM DETALHE DO RETORNO COM A REMESSA ENVIADA,
      * PELA MATRICULA E PELA SEQUENCIA DO BENEFICIARIO DE PENSAO (EM
      * BRANCO NOS RETORNOS ANTIGOS, VALENDO ZERO): CODIGO "00" COM O
      * MESMO VALOR E' CREDITO
      * EFETIVADO; "00" COM VALOR DIFERENTE E' DIVERGENCIA DE VALOR;
      * QUALQUER OUTRO CODIGO E' CREDITO REJEITADO. DETALHE DO
      * RETORNO SEM PAR NA REMESSA SAI APONTADO PARA INVESTIGACAO.
      *
       PAREAR-DETALHE.
           MOVE "N" TO WS-ACHOU-REMESSA.
           IF RET-DET-PENS-SEQ NUMERIC
               MOVE RET-DET-PENS-SEQ TO WS-RET-PENS-SEQ
           ELSE
               MOVE 0 TO WS-RET-PENS-SEQ
           END-IF.
           SET WS-IDX-REM TO 1.
           SEARCH WS-REMESSA-ENTRADA
               AT END
               WHEN WS-IDX-REM > WS-TOTAL-REMESSA
                   CONTINUE
               WHEN RM-ID(WS-IDX-REM) = RET-DET-ID
                       AND RM-PENS-SEQ(WS-IDX-REM) = WS-RET-PENS-SEQ
                       AND RM-SITUACAO(WS-IDX-REM) = SPACE
                   MOVE "S" TO WS-ACHOU-REMESSA
           END-SEARCH.
           MOVE RM-AGENCIA(WS-IND-REM) TO REM-DET-AGENCIA.
           MOVE RM-CONTA(WS-IND-REM)   TO REM-DET-CONTA.
           MOVE RM-VALOR(WS-IND-REM)   TO REM-DET-VALOR.
           MOVE RM-PENS-SEQ(WS-IND-REM) TO REM-DET-PENS-SEQ.
           MOVE WS-REM-DETALHE         TO REG-COMPLEMENTAR.
           WRITE REG-COMPLEMENTAR.
           IF WS-FS-COMPLEMENTAR NOT = "00"
      * CADA MATRICULA REJEITADA E' LIDA DIRETO PELA CHAVE DO
      * CADASTRO INDEXADO, RECEBE "R" EM FUNC-BANCO-SITUACAO E E'
      * REGRAVADA NO LUGAR. MATRICULA SEM CADASTRO E' APENAS AVISADA.
      * CREDITO DE PENSAO REJEITADO SO' E' AVISADO, PARA CORRECAO DOS
      * DADOS DO BENEFICIARIO NO MANTER-PENSIONISTAS.
      *
       MARCAR-CADASTRO.
           OPEN I-O ARQ-FUNCIONARIOS.
               PERFORM VARYING WS-IND-REM FROM 1 BY 1
                       UNTIL WS-IND-REM > WS-TOTAL-REMESSA
                   IF RM-SITUACAO(WS-IND-REM) = "R"
                       IF RM-PENS-SEQ(WS-IND-REM) > 0
                           DISPLAY "AVISO: CREDITO DE PENSAO DA "
                               "MATRICULA " RM-ID(WS-IND-REM)
                               " (BENEFICIARIO "
                               RM-PENS-SEQ(WS-IND-REM)
                               ") REJEITADO; CORRIJA NO "
                               "MANTER-PENSIONISTAS."
                       ELSE
                           PERFORM MARCAR-UM-FUNCIONARIO
                       END-IF
                   END-IF
               END-PERFORM
               CLOSE ARQ-FUNCIONARIOS
