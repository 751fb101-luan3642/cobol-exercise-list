      ******************************************************************
      * Author:
      * Date:
      * Purpose: shared modulo-11 check-digit subprogram - returns in
      *          SIS-DG-DIGITO the check digit of the code in
      *          SIS-DG-CODIGO (up to 80 characters, left aligned).
      *          The characters are weighted 2 to 9 from the right,
      *          restarting at 2 after 9; digits count 0 to 9 and
      *          letters A-Z (either case) count 10 to 35, anything
      *          else counts zero. The digit is 11 minus the
      *          remainder of the sum by 11, with 10 and 11 giving
      *          '0'. Used for the EX4 codes, where the digit is the
      *          last character of the code, and for the matriculas,
      *          typed with the digit as a sixth position.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SIS-DIGITO.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       DATA DIVISION.
       WORKING-STORAGE SECTION.
       77 WRK-POSICAO   PIC 9(02) VALUE ZEROS.
       77 WRK-TAMANHO   PIC 9(02) VALUE ZEROS.
       77 WRK-PESO      PIC 9(01) VALUE ZEROS.
       77 WRK-VALOR     PIC 9(02) VALUE ZEROS.
       77 WRK-SOMA      PIC 9(06) VALUE ZEROS.
       77 WRK-QUOCIENTE PIC 9(06) VALUE ZEROS.
       77 WRK-RESTO     PIC 9(02) VALUE ZEROS.
       77 WRK-DV        PIC 9(02) VALUE ZEROS.
       77 WRK-CARACTERE PIC X(01) VALUE SPACE.
       77 WRK-TAB-IDX   PIC 9(02) VALUE ZEROS.

       01 WRK-TABELA-VALORES.
           05 WRK-MAIUSCULAS PIC X(36) VALUE
               '0123456789ABCDEFGHIJKLMNOPQRSTUVWXYZ'.
           05 WRK-MINUSCULAS PIC X(36) VALUE
               '0123456789abcdefghijklmnopqrstuvwxyz'.

       LINKAGE SECTION.
       01 SIS-DG-CODIGO PIC X(80).
       01 SIS-DG-DIGITO PIC X(01).

       PROCEDURE DIVISION USING SIS-DG-CODIGO SIS-DG-DIGITO.

       0100-PRINCIPAL.
       MOVE ZEROS TO WRK-SOMA
       MOVE 2 TO WRK-PESO
       MOVE 80 TO WRK-TAMANHO
       PERFORM UNTIL WRK-TAMANHO = 0
               OR SIS-DG-CODIGO (WRK-TAMANHO:1) NOT = SPACE
           SUBTRACT 1 FROM WRK-TAMANHO
       END-PERFORM
       PERFORM 0200-ACUMULAR-CARACTERE
           VARYING WRK-POSICAO FROM WRK-TAMANHO BY -1
           UNTIL WRK-POSICAO < 1
       DIVIDE WRK-SOMA BY 11 GIVING WRK-QUOCIENTE
           REMAINDER WRK-RESTO
       COMPUTE WRK-DV = 11 - WRK-RESTO
       IF WRK-DV > 9
           MOVE 0 TO WRK-DV
       END-IF
       MOVE WRK-DV (2:1) TO SIS-DG-DIGITO
       GOBACK.

       0200-ACUMULAR-CARACTERE.
       MOVE SIS-DG-CODIGO (WRK-POSICAO:1) TO WRK-CARACTERE
       MOVE ZEROS TO WRK-VALOR
       PERFORM VARYING WRK-TAB-IDX FROM 1 BY 1
               UNTIL WRK-TAB-IDX > 36
           IF WRK-CARACTERE = WRK-MAIUSCULAS (WRK-TAB-IDX:1)
                   OR WRK-CARACTERE = WRK-MINUSCULAS (WRK-TAB-IDX:1)
               COMPUTE WRK-VALOR = WRK-TAB-IDX - 1
           END-IF
       END-PERFORM
       COMPUTE WRK-SOMA = WRK-SOMA + WRK-VALOR * WRK-PESO
       IF WRK-PESO = 9
           MOVE 2 TO WRK-PESO
       ELSE
           ADD 1 TO WRK-PESO
       END-IF.
