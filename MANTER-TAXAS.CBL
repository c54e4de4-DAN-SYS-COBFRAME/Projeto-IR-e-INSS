       01 WS-NIVEL-MINIMO        PIC 9(1)  VALUE 2.
       01 WS-AUTORIZADO          PIC X(1)  VALUE "N".
       01 WS-OPERADOR            PIC X(12).
      *
      * TRILHA DE ALTERACOES: CADA CAMPO MODIFICADO NA DIGITACAO FICA
      * PENDENTE NA TABELA ABAIXO E SO' VAI PARA A SUBROTINA COMUM
      * GRAVA-TRILHA DEPOIS QUE TABELA-TAXAS.DAT FOR REGRAVADA, PARA
      * A TRILHA NAO REGISTRAR ALTERACAO QUE NAO CHEGOU AO ARQUIVO.
      *
       COPY TRILHA.CPY.
       01 WS-QTD-PENDENTES       PIC 9(2)  VALUE 0.
       01 WS-IDX-PENDENTE        PIC 9(2)  VALUE 0.
       01 WS-TAB-PENDENTES.
           05 WS-PENDENTE OCCURS 40 TIMES.
               10 PD-CAMPO             PIC X(30).
               10 PD-ANTES             PIC X(30).
               10 PD-DEPOIS            PIC X(30).
       PROCEDURE DIVISION.                                                      
       MAIN-PROCEDURE.                                                          
           CALL "VALIDA-OPERADOR" USING WS-PROGRAMA WS-NIVEL-MINIMO
           PERFORM ATUALIZAR-FAIXAS-IR.                                         
           PERFORM ATUALIZAR-OUTRAS-TAXAS.                                      
           PERFORM GRAVAR-TABELA-TAXAS.                                         
           PERFORM REGISTRAR-TRILHA.
           DISPLAY "TABELA DE TAXAS ATUALIZADA COM SUCESSO.".                   
           STOP RUN.                                                            
      *                                                                         
                           MOVE TAB-LIQUIDO-MIN-PCT
                               TO WS-LIQUIDO-MIN-PCT
                       END-IF
                       IF TAB-SALARIO-MINIMO NUMERIC
                           MOVE TAB-SALARIO-MINIMO
                               TO WS-SALARIO-MINIMO
                       END-IF
                       IF TAB-VARIACAO-PREVIA-PCT NUMERIC
                           MOVE TAB-VARIACAO-PREVIA-PCT
                               TO WS-VARIACAO-PREVIA-PCT
                       END-IF
                       IF TAB-DIVISOR-HORAS NUMERIC
                               AND TAB-DIVISOR-HORAS > 0
                           MOVE TAB-DIVISOR-HORAS TO WS-DIVISOR-HORAS
                       END-IF
                       IF TAB-ADIC-NOTURNO-PCT NUMERIC
                           MOVE TAB-ADIC-NOTURNO-PCT
                               TO WS-ADIC-NOTURNO-PCT
                       END-IF
                       IF TAB-SF-LIMITE NUMERIC
                           MOVE TAB-SF-LIMITE     TO WS-SF-LIMITE
                       END-IF
                       IF TAB-SF-COTA NUMERIC
                           MOVE TAB-SF-COTA       TO WS-SF-COTA
                       END-IF
               END-READ
               CLOSE ARQ-TABELA-TAXAS
           END-IF.
      *                                                                         
       ATUALIZAR-FAIXAS-INSS.                                                   
           MOVE "LIMITE DA FAIXA 1 DO INSS:" TO WS-PROMPT.                      
           MOVE "INSS FAIXA 1 LIMITE" TO WS-TRILHA-CAMPO.
           MOVE WS-FX1-LIMITE TO WS-VALOR-ATUAL.                                
           PERFORM ATUALIZAR-CAMPO.                                             
           MOVE WS-VALOR-NOVO TO WS-FX1-LIMITE.                                 
           MOVE "ALIQUOTA DA FAIXA 1 DO INSS:" TO WS-PROMPT.                    
           MOVE "INSS FAIXA 1 ALIQUOTA" TO WS-TRILHA-CAMPO.
           MOVE WS-FX1-ALIQ TO WS-VALOR-ATUAL.                                  
           PERFORM ATUALIZAR-CAMPO.                                             
           MOVE WS-VALOR-NOVO TO WS-FX1-ALIQ.                                   
           MOVE "LIMITE DA FAIXA 2 DO INSS:" TO WS-PROMPT.                      
           MOVE "INSS FAIXA 2 LIMITE" TO WS-TRILHA-CAMPO.
           MOVE WS-FX2-LIMITE TO WS-VALOR-ATUAL.                                
           PERFORM ATUALIZAR-CAMPO.                                             
           MOVE WS-VALOR-NOVO TO WS-FX2-LIMITE.                                 
           MOVE "ALIQUOTA DA FAIXA 2 DO INSS:" TO WS-PROMPT.                    
           MOVE "INSS FAIXA 2 ALIQUOTA" TO WS-TRILHA-CAMPO.
           MOVE WS-FX2-ALIQ TO WS-VALOR-ATUAL.                                  
           PERFORM ATUALIZAR-CAMPO.                                             
           MOVE WS-VALOR-NOVO TO WS-FX2-ALIQ.                                   
           MOVE "LIMITE DA FAIXA 3 DO INSS:" TO WS-PROMPT.                      
           MOVE "INSS FAIXA 3 LIMITE" TO WS-TRILHA-CAMPO.
           MOVE WS-FX3-LIMITE TO WS-VALOR-ATUAL.                                
           PERFORM ATUALIZAR-CAMPO.                                             
           MOVE WS-VALOR-NOVO TO WS-FX3-LIMITE.                                 
           MOVE "ALIQUOTA DA FAIXA 3 DO INSS:" TO WS-PROMPT.                    
           MOVE "INSS FAIXA 3 ALIQUOTA" TO WS-TRILHA-CAMPO.
           MOVE WS-FX3-ALIQ TO WS-VALOR-ATUAL.                                  
           PERFORM ATUALIZAR-CAMPO.                                             
           MOVE WS-VALOR-NOVO TO WS-FX3-ALIQ.                                   
           MOVE "LIMITE DA FAIXA 4 DO INSS:" TO WS-PROMPT.                      
           MOVE "INSS FAIXA 4 LIMITE" TO WS-TRILHA-CAMPO.
           MOVE WS-FX4-LIMITE TO WS-VALOR-ATUAL.                                
           PERFORM ATUALIZAR-CAMPO.                                             
           MOVE WS-VALOR-NOVO TO WS-FX4-LIMITE.                                 
           MOVE "ALIQUOTA DA FAIXA 4 DO INSS:" TO WS-PROMPT.                    
           MOVE "INSS FAIXA 4 ALIQUOTA" TO WS-TRILHA-CAMPO.
           MOVE WS-FX4-ALIQ TO WS-VALOR-ATUAL.                                  
           PERFORM ATUALIZAR-CAMPO.                                             
           MOVE WS-VALOR-NOVO TO WS-FX4-ALIQ.                                   
           MOVE "TETO DE CONTRIBUICAO DO INSS:" TO WS-PROMPT.                   
           MOVE "INSS TETO DE CONTRIBUICAO" TO WS-TRILHA-CAMPO.
           MOVE WS-INSS-TETO TO WS-VALOR-ATUAL.                                 
           PERFORM ATUALIZAR-CAMPO.                                             
           MOVE WS-VALOR-NOVO TO WS-INSS-TETO.                                  
      *                                                                         
       ATUALIZAR-FAIXAS-IR.                                                     
           MOVE "LIMITE DA FAIXA ISENTA DO IR:" TO WS-PROMPT.                   
           MOVE "IR FAIXA ISENTA LIMITE" TO WS-TRILHA-CAMPO.
           MOVE WS-IR1-LIMITE TO WS-VALOR-ATUAL.                                
           PERFORM ATUALIZAR-CAMPO.                                             
           MOVE WS-VALOR-NOVO TO WS-IR1-LIMITE.                                 
           MOVE "LIMITE DA FAIXA 2 DO IR:" TO WS-PROMPT.                        
           MOVE "IR FAIXA 2 LIMITE" TO WS-TRILHA-CAMPO.
           MOVE WS-IR2-LIMITE TO WS-VALOR-ATUAL.                                
           PERFORM ATUALIZAR-CAMPO.                                             
           MOVE WS-VALOR-NOVO TO WS-IR2-LIMITE.                                 
           MOVE "ALIQUOTA DA FAIXA 2 DO IR:" TO WS-PROMPT.                      
           MOVE "IR FAIXA 2 ALIQUOTA" TO WS-TRILHA-CAMPO.
           MOVE WS-IR2-ALIQ TO WS-VALOR-ATUAL.                                  
           PERFORM ATUALIZAR-CAMPO.                                             
           MOVE WS-VALOR-NOVO TO WS-IR2-ALIQ.                                   
           MOVE "PARCELA A DEDUZIR DA FAIXA 2 DO IR:" TO WS-PROMPT.             
           MOVE "IR FAIXA 2 PARCELA A DEDUZIR" TO WS-TRILHA-CAMPO.
           MOVE WS-IR2-DEDUZIR TO WS-VALOR-ATUAL.                               
           PERFORM ATUALIZAR-CAMPO.                                             
           MOVE WS-VALOR-NOVO TO WS-IR2-DEDUZIR.                                
           MOVE "LIMITE DA FAIXA 3 DO IR:" TO WS-PROMPT.                        
           MOVE "IR FAIXA 3 LIMITE" TO WS-TRILHA-CAMPO.
           MOVE WS-IR3-LIMITE TO WS-VALOR-ATUAL.                                
           PERFORM ATUALIZAR-CAMPO.                                             
           MOVE WS-VALOR-NOVO TO WS-IR3-LIMITE.                                 
           MOVE "ALIQUOTA DA FAIXA 3 DO IR:" TO WS-PROMPT.                      
           MOVE "IR FAIXA 3 ALIQUOTA" TO WS-TRILHA-CAMPO.
           MOVE WS-IR3-ALIQ TO WS-VALOR-ATUAL.                                  
           PERFORM ATUALIZAR-CAMPO.                                             
           MOVE WS-VALOR-NOVO TO WS-IR3-ALIQ.                                   
           MOVE "PARCELA A DEDUZIR DA FAIXA 3 DO IR:" TO WS-PROMPT.             
           MOVE "IR FAIXA 3 PARCELA A DEDUZIR" TO WS-TRILHA-CAMPO.
           MOVE WS-IR3-DEDUZIR TO WS-VALOR-ATUAL.                               
           PERFORM ATUALIZAR-CAMPO.                                             
           MOVE WS-VALOR-NOVO TO WS-IR3-DEDUZIR.                                
           MOVE "LIMITE DA FAIXA 4 DO IR:" TO WS-PROMPT.                        
           MOVE "IR FAIXA 4 LIMITE" TO WS-TRILHA-CAMPO.
           MOVE WS-IR4-LIMITE TO WS-VALOR-ATUAL.                                
           PERFORM ATUALIZAR-CAMPO.                                             
           MOVE WS-VALOR-NOVO TO WS-IR4-LIMITE.                                 
           MOVE "ALIQUOTA DA FAIXA 4 DO IR:" TO WS-PROMPT.                      
           MOVE "IR FAIXA 4 ALIQUOTA" TO WS-TRILHA-CAMPO.
           MOVE WS-IR4-ALIQ TO WS-VALOR-ATUAL.                                  
           PERFORM ATUALIZAR-CAMPO.                                             
           MOVE WS-VALOR-NOVO TO WS-IR4-ALIQ.                                   
           MOVE "PARCELA A DEDUZIR DA FAIXA 4 DO IR:" TO WS-PROMPT.             
           MOVE "IR FAIXA 4 PARCELA A DEDUZIR" TO WS-TRILHA-CAMPO.
           MOVE WS-IR4-DEDUZIR TO WS-VALOR-ATUAL.                               
           PERFORM ATUALIZAR-CAMPO.                                             
           MOVE WS-VALOR-NOVO TO WS-IR4-DEDUZIR.                                
           MOVE "ALIQUOTA DA FAIXA 5 DO IR:" TO WS-PROMPT.                      
           MOVE "IR FAIXA 5 ALIQUOTA" TO WS-TRILHA-CAMPO.
           MOVE WS-IR5-ALIQ TO WS-VALOR-ATUAL.                                  
           PERFORM ATUALIZAR-CAMPO.                                             
           MOVE WS-VALOR-NOVO TO WS-IR5-ALIQ.                                   
           MOVE "PARCELA A DEDUZIR DA FAIXA 5 DO IR:" TO WS-PROMPT.             
           MOVE "IR FAIXA 5 PARCELA A DEDUZIR" TO WS-TRILHA-CAMPO.
           MOVE WS-IR5-DEDUZIR TO WS-VALOR-ATUAL.                               
           PERFORM ATUALIZAR-CAMPO.                                             
           MOVE WS-VALOR-NOVO TO WS-IR5-DEDUZIR.                                
      *                                                                         
       ATUALIZAR-OUTRAS-TAXAS.                                                  
           MOVE "DEDUCAO POR DEPENDENTE NA BASE DO IR:" TO WS-PROMPT.           
           MOVE "IR DEDUCAO POR DEPENDENTE" TO WS-TRILHA-CAMPO.
           MOVE WS-IR-DEDUCAO-DEPEND TO WS-VALOR-ATUAL.                         
           PERFORM ATUALIZAR-CAMPO.                                             
           MOVE WS-VALOR-NOVO TO WS-IR-DEDUCAO-DEPEND.                          
           MOVE "ALIQUOTA DO FGTS:" TO WS-PROMPT.
           MOVE "FGTS ALIQUOTA" TO WS-TRILHA-CAMPO.
           MOVE WS-FGTS-ALIQ TO WS-VALOR-ATUAL.
           PERFORM ATUALIZAR-CAMPO.
           MOVE WS-VALOR-NOVO TO WS-FGTS-ALIQ.
           MOVE "ALIQUOTA PATRONAL DO INSS (EMPRESA):" TO WS-PROMPT.
           MOVE "INSS PATRONAL ALIQUOTA" TO WS-TRILHA-CAMPO.
           MOVE WS-INSS-PATRONAL-ALIQ TO WS-VALOR-ATUAL.
           PERFORM ATUALIZAR-CAMPO.
           MOVE WS-VALOR-NOVO TO WS-INSS-PATRONAL-ALIQ.
           MOVE "ALIQUOTA DO RAT:" TO WS-PROMPT.
           MOVE "RAT ALIQUOTA" TO WS-TRILHA-CAMPO.
           MOVE WS-RAT-ALIQ TO WS-VALOR-ATUAL.
           PERFORM ATUALIZAR-CAMPO.
           MOVE WS-VALOR-NOVO TO WS-RAT-ALIQ.
           MOVE "ALIQUOTA DE TERCEIROS:" TO WS-PROMPT.
           MOVE "TERCEIROS ALIQUOTA" TO WS-TRILHA-CAMPO.
           MOVE WS-TERCEIROS-ALIQ TO WS-VALOR-ATUAL.
           PERFORM ATUALIZAR-CAMPO.
           MOVE WS-VALOR-NOVO TO WS-TERCEIROS-ALIQ.
           MOVE "LIQUIDO MINIMO P/DESCONTO EM PARCELAS:"
               TO WS-PROMPT.
           MOVE "LIQUIDO MINIMO PARCELAS PCT" TO WS-TRILHA-CAMPO.
           MOVE WS-LIQUIDO-MIN-PCT TO WS-VALOR-ATUAL.
           PERFORM ATUALIZAR-CAMPO.
           MOVE WS-VALOR-NOVO TO WS-LIQUIDO-MIN-PCT.
           MOVE "SALARIO MINIMO VIGENTE:" TO WS-PROMPT.
           MOVE "SALARIO MINIMO" TO WS-TRILHA-CAMPO.
           MOVE WS-SALARIO-MINIMO TO WS-VALOR-ATUAL.
           PERFORM ATUALIZAR-CAMPO.
           MOVE WS-VALOR-NOVO TO WS-SALARIO-MINIMO.
           MOVE "VARIACAO MAXIMA NA FOLHA PREVIA:" TO WS-PROMPT.
           MOVE "VARIACAO MAXIMA PREVIA PCT" TO WS-TRILHA-CAMPO.
           MOVE WS-VARIACAO-PREVIA-PCT TO WS-VALOR-ATUAL.
           PERFORM ATUALIZAR-CAMPO.
           MOVE WS-VALOR-NOVO TO WS-VARIACAO-PREVIA-PCT.
           MOVE "DIVISOR MENSAL DE HORAS:" TO WS-PROMPT.
           MOVE "DIVISOR MENSAL DE HORAS" TO WS-TRILHA-CAMPO.
           MOVE WS-DIVISOR-HORAS TO WS-VALOR-ATUAL.
           PERFORM ATUALIZAR-CAMPO.
           IF WS-VALOR-NOVO < 1 OR WS-VALOR-NOVO > 999
               DISPLAY "  DIVISOR DEVE ESTAR ENTRE 1 E 999. "
                   "MANTENDO O VALOR ATUAL."
               SUBTRACT 1 FROM WS-QTD-PENDENTES
           ELSE
               MOVE WS-VALOR-NOVO TO WS-DIVISOR-HORAS
           END-IF.
           MOVE "ADICIONAL NOTURNO (PERCENTUAL):" TO WS-PROMPT.
           MOVE "ADICIONAL NOTURNO PCT" TO WS-TRILHA-CAMPO.
           MOVE WS-ADIC-NOTURNO-PCT TO WS-VALOR-ATUAL.
           PERFORM ATUALIZAR-CAMPO.
           MOVE WS-VALOR-NOVO TO WS-ADIC-NOTURNO-PCT.
           MOVE "LIMITE DE REMUNERACAO DO SALARIO-FAMILIA:"
               TO WS-PROMPT.
           MOVE "SALARIO-FAMILIA LIMITE" TO WS-TRILHA-CAMPO.
           MOVE WS-SF-LIMITE TO WS-VALOR-ATUAL.
           PERFORM ATUALIZAR-CAMPO.
           MOVE WS-VALOR-NOVO TO WS-SF-LIMITE.
           MOVE "VALOR DA COTA DO SALARIO-FAMILIA:" TO WS-PROMPT.
           MOVE "SALARIO-FAMILIA COTA" TO WS-TRILHA-CAMPO.
           MOVE WS-SF-COTA TO WS-VALOR-ATUAL.
           PERFORM ATUALIZAR-CAMPO.
           IF WS-VALOR-NOVO > 9999.99
               DISPLAY "  COTA DEVE SER NO MAXIMO 9999,99. "
                   "MANTENDO O VALOR ATUAL."
               SUBTRACT 1 FROM WS-QTD-PENDENTES
           ELSE
               MOVE WS-VALOR-NOVO TO WS-SF-COTA
           END-IF.
      *                                                                         
      * PEDE UM NOVO VALOR PARA O CAMPO DESCRITO EM WS-PROMPT, PARTINDO         
      * DO ATUAL EM WS-VALOR-ATUAL. ENTRADA EM BRANCO MANTEM O VALOR            
                   END-IF                                                       
               END-IF                                                           
           END-IF.                                                              
           IF WS-VALOR-NOVO NOT = WS-VALOR-ATUAL
               PERFORM GUARDAR-ALTERACAO
           END-IF.
      *
      * GUARDA O CAMPO ALTERADO (NOME EM WS-TRILHA-CAMPO) COM OS
      * VALORES ANTES E DEPOIS, PARA A TRILHA GRAVADA APOS A TABELA
      *
       GUARDAR-ALTERACAO.
           IF WS-QTD-PENDENTES >= 40
               DISPLAY "ERRO: MAIS DE 40 CAMPOS ALTERADOS NA TABELA."
               DISPLAY "AUMENTE O TAMANHO DA TABELA EM MANTER-TAXAS.CBL"
                   " E RECOMPILE."
               STOP RUN
           END-IF.
           ADD 1 TO WS-QTD-PENDENTES.
           MOVE WS-TRILHA-CAMPO TO PD-CAMPO(WS-QTD-PENDENTES).
           MOVE WS-VALOR-ATUAL TO WS-TRILHA-TAXA.
           MOVE WS-TRILHA-TAXA TO PD-ANTES(WS-QTD-PENDENTES).
           MOVE WS-VALOR-NOVO TO WS-TRILHA-TAXA.
           MOVE WS-TRILHA-TAXA TO PD-DEPOIS(WS-QTD-PENDENTES).
      *                                                                         
      * GRAVACAO DA TABELA DE TAXAS ATUALIZADA EM TABELA-TAXAS.DAT,             
      * SUBSTITUINDO O ARQUIVO ANTERIOR POR INTEIRO.                            
           MOVE WS-RAT-ALIQ          TO TAB-RAT-ALIQ.
           MOVE WS-TERCEIROS-ALIQ    TO TAB-TERCEIROS-ALIQ.
           MOVE WS-LIQUIDO-MIN-PCT   TO TAB-LIQUIDO-MIN-PCT.
           MOVE WS-SALARIO-MINIMO    TO TAB-SALARIO-MINIMO.
           MOVE WS-VARIACAO-PREVIA-PCT TO TAB-VARIACAO-PREVIA-PCT.
           MOVE WS-DIVISOR-HORAS     TO TAB-DIVISOR-HORAS.
           MOVE WS-ADIC-NOTURNO-PCT  TO TAB-ADIC-NOTURNO-PCT.
           MOVE WS-SF-LIMITE         TO TAB-SF-LIMITE.
           MOVE WS-SF-COTA           TO TAB-SF-COTA.
           WRITE REG-TABELA-TAXAS.
           CLOSE ARQ-TABELA-TAXAS.
      *
      * TRILHA DE ALTERACOES DOS CAMPOS MODIFICADOS NESTA EXECUCAO.
      * A TABELA E' UNICA, COMUM A TODAS AS EMPRESAS: EMPRESA ZERO.
      *
       REGISTRAR-TRILHA.
           MOVE 0 TO WS-TRILHA-EMPRESA.
           MOVE 0 TO WS-TRILHA-MATRICULA.
           MOVE "A" TO WS-TRILHA-OPERACAO.
           MOVE "TABELA-TAXAS" TO WS-TRILHA-CHAVE.
           PERFORM VARYING WS-IDX-PENDENTE FROM 1 BY 1
                   UNTIL WS-IDX-PENDENTE > WS-QTD-PENDENTES
               MOVE PD-CAMPO(WS-IDX-PENDENTE) TO WS-TRILHA-CAMPO
               MOVE PD-ANTES(WS-IDX-PENDENTE) TO WS-TRILHA-ANTES
               MOVE PD-DEPOIS(WS-IDX-PENDENTE) TO WS-TRILHA-DEPOIS
               CALL "GRAVA-TRILHA" USING WS-PROGRAMA WS-OPERADOR
                   WS-TRILHA-EMPRESA WS-TRILHA-MATRICULA
                   WS-TRILHA-OPERACAO WS-TRILHA-CHAVE WS-TRILHA-CAMPO
                   WS-TRILHA-ANTES WS-TRILHA-DEPOIS
           END-PERFORM.                                              
