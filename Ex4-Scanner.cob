      *          in the EX4REL summary with both line numbers instead
      *          of being silently counted twice. With an empty or
      *          absent catalog the check is skipped, so the feed
      *          keeps running until the master is loaded. The last
      *          character of every code is its modulo-11 check digit
      *          (shared SIS-DIGITO subprogram): it is not classified
      *          as a letter, and a code whose digit does not match
      *          is reported and, in the first pass, goes to
      *          EX4REJ.DAT with motivo DIG instead of being looked
      *          up in the catalog.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
           88 WRK-ACHOU-DUP-OK VALUE 'S'.
       77 WRK-QTD-DESCONHECIDOS PIC 9(06) VALUE ZEROS.
       77 WRK-QTD-DUPLICADOS    PIC 9(06) VALUE ZEROS.
       77 WRK-QTD-DIGITO-INV    PIC 9(06) VALUE ZEROS.
       77 WRK-DIGITO-INVALIDO-SW PIC X(01) VALUE 'N'.
           88 WRK-DIGITO-INVALIDO-OK VALUE 'S'.
       77 WRK-POS-DIGITO PIC 9(02) VALUE ZEROS.
       77 WRK-DV-CODIGO  PIC X(80) VALUE SPACES.
       77 WRK-DV-DIGITO  PIC X(01) VALUE SPACE.

       01 WRK-TOTAIS-PASSO1.
           05 WRK-P1-VOGAIS     PIC 9(08) VALUE ZEROS.
           05 WRK-LI-CARACTERE PIC X(01).
           05 FILLER          PIC X(12) VALUE ' NA LINHA: '.
           05 WRK-LI-LINHA     PIC ZZZZZ9.
       01 WRK-LINHA-DIGITO.
           05 FILLER          PIC X(30) VALUE
               'DIGITO VERIFICADOR INVALIDO: '.
           05 WRK-LD-CODIGO    PIC X(30).
           05 FILLER          PIC X(09) VALUE ' LINHA: '.
           05 WRK-LD-LINHA     PIC ZZZZZ9.
       01 WRK-LINHA-DUPLICADO.
           05 FILLER          PIC X(18) VALUE 'CODIGO REPETIDO: '.
           05 WRK-LP-CODIGO    PIC X(30).
       0300-PROCESSAR-LINHA.
       ADD 1 TO WRK-QTD-LINHAS
       MOVE 'N' TO WRK-LINHA-INVALIDA-SW
       MOVE 'N' TO WRK-DIGITO-INVALIDO-SW
       MOVE 80 TO WRK-POS-DIGITO
       PERFORM UNTIL WRK-POS-DIGITO = 0
               OR EX4-LINHA-REC (WRK-POS-DIGITO:1) NOT = SPACE
           SUBTRACT 1 FROM WRK-POS-DIGITO
       END-PERFORM
       PERFORM VARYING WRK-IDX FROM 1 BY 1
               UNTIL WRK-IDX >= WRK-POS-DIGITO
           MOVE EX4-LINHA-REC (WRK-IDX:1) TO WRK-CARACTERE
           IF WRK-CARACTERE NOT = SPACE
               PERFORM 0500-CLASSIFICAR-CARACTERE
           END-IF
       END-PERFORM
       IF WRK-POS-DIGITO > 0
           PERFORM 0310-VERIFICAR-DIGITO
       END-IF

       IF WRK-LINHA-INVALIDA-OK AND NOT WRK-MODO-REPROCESSO-OK
           PERFORM 0600-GRAVAR-REJEITO
       END-IF

       IF WRK-DIGITO-INVALIDO-OK
          AND NOT WRK-LINHA-INVALIDA-OK
          AND NOT WRK-MODO-REPROCESSO-OK
           PERFORM 0610-GRAVAR-REJEITO-DIGITO
       END-IF

       IF NOT WRK-LINHA-INVALIDA-OK
          AND NOT WRK-DIGITO-INVALIDO-OK
          AND NOT WRK-MODO-REPROCESSO-OK
          AND EX4-LINHA-REC NOT = SPACES
           PERFORM 0340-VERIFICAR-DUPLICIDADE

       PERFORM 0280-LER-ENTRADA.

       0310-VERIFICAR-DIGITO.
       MOVE SPACES TO WRK-DV-CODIGO
       IF WRK-POS-DIGITO > 1
           MOVE EX4-LINHA-REC (1:WRK-POS-DIGITO - 1) TO WRK-DV-CODIGO
       END-IF
       CALL 'SIS-DIGITO' USING WRK-DV-CODIGO WRK-DV-DIGITO
       IF EX4-LINHA-REC (WRK-POS-DIGITO:1) NOT = WRK-DV-DIGITO
           MOVE 'S' TO WRK-DIGITO-INVALIDO-SW
           ADD 1 TO WRK-QTD-DIGITO-INV
           MOVE EX4-LINHA-REC (1:30) TO WRK-LD-CODIGO
           MOVE WRK-QTD-LINHAS TO WRK-LD-LINHA
           WRITE EX4-RELATORIO-LINHA FROM WRK-LINHA-DIGITO
       END-IF.

       0320-VERIFICAR-CADASTRO.
       MOVE 'N' TO WRK-ACHOU-CAD
       SET WRK-CAD-IDX TO 1
       MOVE EX4-REJEITO-REC TO EX4-REJEITO-LINHA
       WRITE EX4-REJEITO-LINHA.

       0610-GRAVAR-REJEITO-DIGITO.
       ADD 1 TO WRK-QTD-REJEITADAS
       MOVE WRK-QTD-LINHAS TO EX4-RJ-LINHA-NUM
       MOVE 'DIG' TO EX4-RJ-MOTIVO
       MOVE EX4-LINHA-REC TO EX4-RJ-CONTEUDO
       MOVE EX4-REJEITO-REC TO EX4-REJEITO-LINHA
       WRITE EX4-REJEITO-LINHA.

       0400-GRAVAR-TOTAIS.
       IF WRK-MODO-REPROCESSO-OK
           MOVE 'PASSO 1.....: ' TO WRK-LT-TITULO
           MOVE WRK-QTD-CONSOANTES TO WRK-LT-CONSOAN
           MOVE WRK-QTD-INVALIDOS TO WRK-LT-INVALID
           WRITE EX4-RELATORIO-LINHA FROM WRK-LINHA-TOTAL
           MOVE 'DIGITOS VERIF. INVALIDOS: ' TO WRK-LR-ROTULO
           MOVE WRK-QTD-DIGITO-INV TO WRK-LR-QTD
           WRITE EX4-RELATORIO-LINHA FROM WRK-LINHA-RESUMO-CAD
       ELSE
           MOVE 'PASSO 1.....: ' TO WRK-LT-TITULO
           MOVE WRK-QTD-VOGAIS TO WRK-LT-VOGAIS
           MOVE 'CODIGOS REPETIDOS.......: ' TO WRK-LR-ROTULO
           MOVE WRK-QTD-DUPLICADOS TO WRK-LR-QTD
           WRITE EX4-RELATORIO-LINHA FROM WRK-LINHA-RESUMO-CAD
           MOVE 'DIGITOS VERIF. INVALIDOS: ' TO WRK-LR-ROTULO
           MOVE WRK-QTD-DIGITO-INV TO WRK-LR-QTD
           WRITE EX4-RELATORIO-LINHA FROM WRK-LINHA-RESUMO-CAD
           PERFORM 0700-GRAVAR-TOTAIS-PASSO1
       END-IF.

