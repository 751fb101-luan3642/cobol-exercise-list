      ******************************************************************
      * Author:
      * Date:
      * Purpose: one-time conversion to the modulo-11 check digit of
      *          the shared SIS-DIGITO subprogram. Every code of the
      *          EX4 valid-code master EX4CAD.DAT gets its check digit
      *          appended as the last character, the form in which
      *          EX4-SCANNER and EX4-CADASTRO now expect it; a code
      *          that already ends in its own check digit is kept as
      *          it is, and when every code in the file already does
      *          the file is left untouched with RETURN-CODE 8, so a
      *          second run cannot stack a digit on the digit. The
      *          matriculas keep their five positions in every file -
      *          the digit is derived, not stored - so for them the
      *          report SISDGREL.DAT lists each employee of FUNCMST.DAT
      *          and each student of EX5ALU.DAT with the six-position
      *          matricula (matricula and digit) to be typed from now
      *          on in the interactive programs.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SIS-DIGITO-CONV.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT EX4-CADASTRO-FILE ASSIGN TO 'EX4CAD.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-CADASTRO-STATUS.
           SELECT FUNC-MASTER-FILE ASSIGN TO 'FUNCMST.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FUNC-MT-MATRICULA
               FILE STATUS IS WRK-MASTER-STATUS.
           SELECT EX5-ALUNOS-FILE ASSIGN TO 'EX5ALU.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-ALUNOS-STATUS.
           SELECT SIS-DIGITO-REL-FILE ASSIGN TO 'SISDGREL.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-RELATORIO-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  EX4-CADASTRO-FILE.
       01 EX4-CADASTRO-LINHA PIC X(80).

       FD  FUNC-MASTER-FILE.
       01 FUNC-MASTER-LINHA.
           05 FUNC-MT-MATRICULA PIC 9(05).
           05 FILLER            PIC X(80).

       FD  EX5-ALUNOS-FILE.
       01 EX5-ALUNOS-LINHA PIC X(58).

       FD  SIS-DIGITO-REL-FILE.
       01 SIS-DIGITO-REL-LINHA PIC X(132).

       WORKING-STORAGE SECTION.
       COPY EX4REC.
       COPY FUNCREC.
       COPY EX5REC.

       77 WRK-CADASTRO-STATUS  PIC X(02) VALUE '00'.
       77 WRK-MASTER-STATUS    PIC X(02) VALUE '00'.
       77 WRK-ALUNOS-STATUS    PIC X(02) VALUE '00'.
       77 WRK-RELATORIO-STATUS PIC X(02) VALUE '00'.
       77 WRK-FIM-ARQUIVO PIC X(01) VALUE 'N'.
           88 WRK-FIM-ARQUIVO-OK VALUE 'S'.

       01 WRK-TABELA-CADASTRO.
           05 WRK-TAB-CAD OCCURS 500 TIMES
               INDEXED BY WRK-CAD-IDX PIC X(80).
       77 WRK-QTD-CADASTRO PIC 9(03) VALUE ZEROS.

       77 WRK-CODIGO      PIC X(80) VALUE SPACES.
       77 WRK-DV-CODIGO   PIC X(80) VALUE SPACES.
       77 WRK-DV-DIGITO   PIC X(01) VALUE SPACE.
       77 WRK-TAMANHO     PIC 9(02) VALUE ZEROS.

       77 WRK-QT-CONVERTIDOS  PIC 9(05) VALUE ZEROS.
       77 WRK-QT-JA-COM-DV    PIC 9(05) VALUE ZEROS.
       77 WRK-QT-SEM-ESPACO   PIC 9(05) VALUE ZEROS.
       77 WRK-QT-FUNCIONARIOS PIC 9(05) VALUE ZEROS.
       77 WRK-QT-ALUNOS       PIC 9(05) VALUE ZEROS.

       01 WRK-DATA-SISTEMA.
           05 WRK-DT-ANO  PIC 9(04).
           05 WRK-DT-MES  PIC 9(02).
           05 WRK-DT-DIA  PIC 9(02).

       01 WRK-LINHA-CABECALHO PIC X(60) VALUE
           'CONVERSAO PARA DIGITO VERIFICADOR - SIS-DIGITO-CONV'.
       01 WRK-LINHA-DATA-RELATORIO.
           05 FILLER      PIC X(21) VALUE 'RELATORIO GERADO EM: '.
           05 WRK-LDR-DIA PIC 99.
           05 FILLER      PIC X(01) VALUE '/'.
           05 WRK-LDR-MES PIC 99.
           05 FILLER      PIC X(01) VALUE '/'.
           05 WRK-LDR-ANO PIC 9999.
       01 WRK-LINHA-SECAO PIC X(60).
       01 WRK-LINHA-CODIGO.
           05 FILLER          PIC X(02) VALUE SPACES.
           05 WRK-LC-SITUACAO PIC X(12).
           05 WRK-LC-CODIGO   PIC X(80).
       01 WRK-LINHA-MATRICULA.
           05 FILLER          PIC X(02) VALUE SPACES.
           05 WRK-LM-MATRICULA PIC 9(05).
           05 FILLER          PIC X(01) VALUE '-'.
           05 WRK-LM-DIGITO    PIC X(01).
           05 FILLER          PIC X(02) VALUE SPACES.
           05 WRK-LM-NOME      PIC X(20).
       01 WRK-LINHA-RESUMO PIC X(60).
       01 WRK-LINHA-BRANCO PIC X(01) VALUE SPACES.

       PROCEDURE DIVISION.

       0100-PRINCIPAL.
       PERFORM 0150-CARREGAR-CADASTRO.
       PERFORM 0200-ABRIR-RELATORIO.
       PERFORM 0300-CONVERTER-CODIGOS.
       IF WRK-QT-CONVERTIDOS > 0
           PERFORM 0700-GRAVAR-CADASTRO
       END-IF.
       PERFORM 0400-LISTAR-FUNCIONARIOS.
       PERFORM 0500-LISTAR-ALUNOS.
       PERFORM 0800-RELATORIO-TOTAIS.
       PERFORM 0900-FECHAR-ARQUIVOS.
       IF WRK-QTD-CADASTRO > 0 AND WRK-QT-CONVERTIDOS = 0
           DISPLAY 'EX4CAD.DAT JA CONVERTIDO - NADA FOI ALTERADO'
           MOVE 8 TO RETURN-CODE
       ELSE
           DISPLAY 'CODIGOS CONVERTIDOS: ' WRK-QT-CONVERTIDOS
           MOVE 0 TO RETURN-CODE
       END-IF.
       STOP RUN.

       0150-CARREGAR-CADASTRO.
       OPEN INPUT EX4-CADASTRO-FILE
       IF WRK-CADASTRO-STATUS = '00'
           PERFORM UNTIL WRK-FIM-ARQUIVO-OK
               READ EX4-CADASTRO-FILE INTO EX4-CADASTRO-REC
                   AT END MOVE 'S' TO WRK-FIM-ARQUIVO
                   NOT AT END
                       IF EX4-CD-CODIGO NOT = SPACES
                           IF WRK-QTD-CADASTRO >= 500
                               PERFORM 9000-ABORTAR-CAPACIDADE
                           END-IF
                           ADD 1 TO WRK-QTD-CADASTRO
                           MOVE EX4-CD-CODIGO TO
                               WRK-TAB-CAD (WRK-QTD-CADASTRO)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE EX4-CADASTRO-FILE
       END-IF
       MOVE 'N' TO WRK-FIM-ARQUIVO.

       0200-ABRIR-RELATORIO.
       OPEN OUTPUT SIS-DIGITO-REL-FILE
       WRITE SIS-DIGITO-REL-LINHA FROM WRK-LINHA-CABECALHO
       ACCEPT WRK-DATA-SISTEMA FROM DATE YYYYMMDD
       MOVE WRK-DT-DIA TO WRK-LDR-DIA
       MOVE WRK-DT-MES TO WRK-LDR-MES
       MOVE WRK-DT-ANO TO WRK-LDR-ANO
       WRITE SIS-DIGITO-REL-LINHA FROM WRK-LINHA-DATA-RELATORIO.

       0300-CONVERTER-CODIGOS.
       WRITE SIS-DIGITO-REL-LINHA FROM WRK-LINHA-BRANCO
       MOVE 'CODIGOS EX4 (EX4CAD.DAT)' TO WRK-LINHA-SECAO
       WRITE SIS-DIGITO-REL-LINHA FROM WRK-LINHA-SECAO
       PERFORM 0320-CONVERTER-UM-CODIGO
           VARYING WRK-CAD-IDX FROM 1 BY 1
           UNTIL WRK-CAD-IDX > WRK-QTD-CADASTRO.

       0320-CONVERTER-UM-CODIGO.
       MOVE WRK-TAB-CAD (WRK-CAD-IDX) TO WRK-CODIGO
       MOVE 80 TO WRK-TAMANHO
       PERFORM UNTIL WRK-TAMANHO = 1
               OR WRK-CODIGO (WRK-TAMANHO:1) NOT = SPACE
           SUBTRACT 1 FROM WRK-TAMANHO
       END-PERFORM
       MOVE SPACES TO WRK-DV-CODIGO
       IF WRK-TAMANHO > 1
           MOVE WRK-CODIGO (1:WRK-TAMANHO - 1) TO WRK-DV-CODIGO
       END-IF
       CALL 'SIS-DIGITO' USING WRK-DV-CODIGO WRK-DV-DIGITO
       IF WRK-CODIGO (WRK-TAMANHO:1) = WRK-DV-DIGITO
           ADD 1 TO WRK-QT-JA-COM-DV
           MOVE 'JA COM DV  ' TO WRK-LC-SITUACAO
       ELSE
           IF WRK-TAMANHO = 80
               ADD 1 TO WRK-QT-SEM-ESPACO
               MOVE 'SEM ESPACO ' TO WRK-LC-SITUACAO
           ELSE
               MOVE WRK-CODIGO TO WRK-DV-CODIGO
               CALL 'SIS-DIGITO' USING WRK-DV-CODIGO WRK-DV-DIGITO
               MOVE WRK-DV-DIGITO TO WRK-CODIGO (WRK-TAMANHO + 1:1)
               MOVE WRK-CODIGO TO WRK-TAB-CAD (WRK-CAD-IDX)
               ADD 1 TO WRK-QT-CONVERTIDOS
               MOVE 'CONVERTIDO ' TO WRK-LC-SITUACAO
           END-IF
       END-IF
       MOVE WRK-CODIGO TO WRK-LC-CODIGO
       WRITE SIS-DIGITO-REL-LINHA FROM WRK-LINHA-CODIGO.

       0400-LISTAR-FUNCIONARIOS.
       WRITE SIS-DIGITO-REL-LINHA FROM WRK-LINHA-BRANCO
       MOVE 'MATRICULAS DE FUNCIONARIOS (FUNCMST.DAT)'
           TO WRK-LINHA-SECAO
       WRITE SIS-DIGITO-REL-LINHA FROM WRK-LINHA-SECAO
       OPEN INPUT FUNC-MASTER-FILE
       IF WRK-MASTER-STATUS = '00'
           MOVE ZEROS TO FUNC-MT-MATRICULA
           START FUNC-MASTER-FILE KEY NOT < FUNC-MT-MATRICULA
               INVALID KEY MOVE 'S' TO WRK-FIM-ARQUIVO
           END-START
           PERFORM UNTIL WRK-FIM-ARQUIVO-OK
               READ FUNC-MASTER-FILE NEXT RECORD INTO FUNC-MASTER-REC
                   AT END MOVE 'S' TO WRK-FIM-ARQUIVO
                   NOT AT END
                       ADD 1 TO WRK-QT-FUNCIONARIOS
                       MOVE FUNC-MS-MATRICULA TO WRK-LM-MATRICULA
                       MOVE FUNC-MS-NOME TO WRK-LM-NOME
                       PERFORM 0600-GRAVAR-MATRICULA
               END-READ
           END-PERFORM
           CLOSE FUNC-MASTER-FILE
       END-IF
       MOVE 'N' TO WRK-FIM-ARQUIVO.

       0500-LISTAR-ALUNOS.
       WRITE SIS-DIGITO-REL-LINHA FROM WRK-LINHA-BRANCO
       MOVE 'MATRICULAS DE ALUNOS (EX5ALU.DAT)' TO WRK-LINHA-SECAO
       WRITE SIS-DIGITO-REL-LINHA FROM WRK-LINHA-SECAO
       OPEN INPUT EX5-ALUNOS-FILE
       IF WRK-ALUNOS-STATUS = '00'
           PERFORM UNTIL WRK-FIM-ARQUIVO-OK
               READ EX5-ALUNOS-FILE INTO EX5-ALUNO-REC
                   AT END MOVE 'S' TO WRK-FIM-ARQUIVO
                   NOT AT END
                       ADD 1 TO WRK-QT-ALUNOS
                       MOVE EX5-AL-MATRICULA TO WRK-LM-MATRICULA
                       MOVE EX5-AL-NOME TO WRK-LM-NOME
                       PERFORM 0600-GRAVAR-MATRICULA
               END-READ
           END-PERFORM
           CLOSE EX5-ALUNOS-FILE
       END-IF
       MOVE 'N' TO WRK-FIM-ARQUIVO.

       0600-GRAVAR-MATRICULA.
       MOVE SPACES TO WRK-DV-CODIGO
       MOVE WRK-LM-MATRICULA TO WRK-DV-CODIGO (1:5)
       CALL 'SIS-DIGITO' USING WRK-DV-CODIGO WRK-DV-DIGITO
       MOVE WRK-DV-DIGITO TO WRK-LM-DIGITO
       WRITE SIS-DIGITO-REL-LINHA FROM WRK-LINHA-MATRICULA.

       0700-GRAVAR-CADASTRO.
       OPEN OUTPUT EX4-CADASTRO-FILE
       PERFORM VARYING WRK-CAD-IDX FROM 1 BY 1
               UNTIL WRK-CAD-IDX > WRK-QTD-CADASTRO
           MOVE WRK-TAB-CAD (WRK-CAD-IDX) TO EX4-CADASTRO-LINHA
           WRITE EX4-CADASTRO-LINHA
       END-PERFORM
       CLOSE EX4-CADASTRO-FILE.

       0800-RELATORIO-TOTAIS.
       WRITE SIS-DIGITO-REL-LINHA FROM WRK-LINHA-BRANCO
       MOVE SPACES TO WRK-LINHA-RESUMO
       STRING 'CODIGOS CONVERTIDOS...: ' DELIMITED BY SIZE
           WRK-QT-CONVERTIDOS DELIMITED BY SIZE
           INTO WRK-LINHA-RESUMO
       WRITE SIS-DIGITO-REL-LINHA FROM WRK-LINHA-RESUMO
       MOVE SPACES TO WRK-LINHA-RESUMO
       STRING 'CODIGOS JA COM DIGITO.: ' DELIMITED BY SIZE
           WRK-QT-JA-COM-DV DELIMITED BY SIZE
           INTO WRK-LINHA-RESUMO
       WRITE SIS-DIGITO-REL-LINHA FROM WRK-LINHA-RESUMO
       MOVE SPACES TO WRK-LINHA-RESUMO
       STRING 'CODIGOS SEM ESPACO....: ' DELIMITED BY SIZE
           WRK-QT-SEM-ESPACO DELIMITED BY SIZE
           INTO WRK-LINHA-RESUMO
       WRITE SIS-DIGITO-REL-LINHA FROM WRK-LINHA-RESUMO
       MOVE SPACES TO WRK-LINHA-RESUMO
       STRING 'FUNCIONARIOS LISTADOS.: ' DELIMITED BY SIZE
           WRK-QT-FUNCIONARIOS DELIMITED BY SIZE
           INTO WRK-LINHA-RESUMO
       WRITE SIS-DIGITO-REL-LINHA FROM WRK-LINHA-RESUMO
       MOVE SPACES TO WRK-LINHA-RESUMO
       STRING 'ALUNOS LISTADOS.......: ' DELIMITED BY SIZE
           WRK-QT-ALUNOS DELIMITED BY SIZE
           INTO WRK-LINHA-RESUMO
       WRITE SIS-DIGITO-REL-LINHA FROM WRK-LINHA-RESUMO.

       0900-FECHAR-ARQUIVOS.
       CLOSE SIS-DIGITO-REL-FILE.

       9000-ABORTAR-CAPACIDADE.
       DISPLAY 'CAPACIDADE DE TABELA INTERNA ESTOURADA - RUN ABORTADO'
       MOVE 16 TO RETURN-CODE
       STOP RUN.
