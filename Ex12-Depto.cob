       PERFORM 0200-CARREGAR-ULTIMOS.
       PERFORM 0300-ACUMULAR-DEPARTAMENTOS.
       PERFORM 0400-IMPRIMIR-RELATORIO.
       GOBACK.

       0150-CARREGAR-FUNCIONARIOS.
       MOVE 'N' TO WRK-FIM-ARQUIVO
