           MOVE WS-DATA-HOJE        TO HIST-DATA-PROC.
           MOVE 0                   TO HIST-TIPO.
           MOVE SPACE               TO HIST-FECHADO.
           MOVE 0                   TO HIST-SAL-MATERNIDADE.
           MOVE 0                   TO HIST-SAL-FAMILIA.
           MOVE WS-OPERADOR         TO HIST-OPERADOR.                           
           MOVE WS-NOME             TO HIST-NOME.                               
           MOVE WS-SALARIO-BRUTO    TO HIST-SALARIO-BRUTO.                      
