      ******************************************************************
      * Author:
      * Date:
      * Purpose: maintenance program for the salary-credit bank
      *          accounts FUNCCTA.DAT - one record per matricula with
      *          bank, branch, account, check digit and account type
      *          (C=corrente P=poupanca). The matricula must exist in
      *          the employee master FUNCMST.DAT. EX26-REMESSA takes
      *          the account from here when it builds the bank
      *          remittance, so correcting an account rejected in
      *          the return file is done here before the reissue.
      *          Matriculas are typed with their modulo-11 check digit
      *          (shared SIS-DIGITO subprogram) as a sixth position; a
      *          wrong digit takes the same path as an invalid
      *          matricula, and so does a matricula of a company not
      *          granted to the user (SIS-EMPRESA).
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. FUNC-CONTA.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FUNC-CONTA-FILE ASSIGN TO 'FUNCCTA.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-CONTA-STATUS.
           SELECT FUNC-MASTER-FILE ASSIGN TO 'FUNCMST.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FUNC-MT-MATRICULA
               FILE STATUS IS WRK-MASTER-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  FUNC-CONTA-FILE.
       01 FUNC-CONTA-LINHA PIC X(27).

       FD  FUNC-MASTER-FILE.
       01 FUNC-MASTER-LINHA.
           05 FUNC-MT-MATRICULA PIC 9(05).
           05 FILLER            PIC X(80).

       WORKING-STORAGE SECTION.
       COPY FUNCREC.
       COPY SISEMPREC.

       77 WRK-CONTA-STATUS  PIC X(02) VALUE '00'.
       77 WRK-MASTER-STATUS PIC X(02) VALUE '00'.
       77 WRK-FIM-ARQUIVO PIC X(01) VALUE 'N'.
           88 WRK-FIM-ARQUIVO-OK VALUE 'S'.

       01 WRK-TABELA-CONTAS.
           05 WRK-TAB-CTA OCCURS 1000 TIMES
               INDEXED BY WRK-CTA-IDX.
               10 WRK-TAB-CTA-MATRICULA PIC 9(05).
               10 WRK-TAB-CTA-BANCO     PIC 9(03).
               10 WRK-TAB-CTA-AGENCIA   PIC 9(05).
               10 WRK-TAB-CTA-CONTA     PIC 9(12).
               10 WRK-TAB-CTA-DIGITO    PIC X(01).
               10 WRK-TAB-CTA-TIPO      PIC X(01).
       77 WRK-QTD-CONTAS PIC 9(04) VALUE ZEROS.

       77 WRK-OPCAO        PIC 9(01) VALUE ZEROS.
       77 WRK-OPCAO-VALIDA PIC X(01) VALUE 'N'.
           88 WRK-OPCAO-OK VALUE 'S'.
       77 WRK-SAIR         PIC X(01) VALUE 'N'.
           88 WRK-SAIR-OK  VALUE 'S'.
       77 WRK-HOUVE-ALTERACAO PIC X(01) VALUE 'N'.
           88 WRK-HOUVE-ALTERACAO-OK VALUE 'S'.

       77 WRK-MATRICULA-IN PIC X(06) VALUE SPACES.
       77 WRK-DV-CODIGO    PIC X(80) VALUE SPACES.
       77 WRK-DV-DIGITO    PIC X(01) VALUE SPACE.
       77 WRK-MATRICULA    PIC 9(05) VALUE ZEROS.
       77 WRK-USUARIO      PIC X(10) VALUE SPACES.
       77 WRK-ACHOU  PIC X(01) VALUE 'N'.
           88 WRK-ACHOU-OK VALUE 'S'.
       77 WRK-CADASTRADO PIC X(01) VALUE 'N'.
           88 WRK-CADASTRADO-OK VALUE 'S'.
       77 WRK-VALIDO PIC X(01) VALUE 'N'.
           88 WRK-ENTRADA-OK VALUE 'S'.
       01 WRK-CAMPO3-IN    PIC X(03) VALUE SPACES.
       01 WRK-CAMPO3-NUM REDEFINES WRK-CAMPO3-IN PIC 9(03).
       01 WRK-CAMPO5-IN    PIC X(05) VALUE SPACES.
       01 WRK-CAMPO5-NUM REDEFINES WRK-CAMPO5-IN PIC 9(05).
       01 WRK-CAMPO12-IN   PIC X(12) VALUE SPACES.
       01 WRK-CAMPO12-NUM REDEFINES WRK-CAMPO12-IN PIC 9(12).
       77 WRK-DIGITO       PIC X(01) VALUE SPACES.
       77 WRK-TIPO         PIC X(01) VALUE SPACES.

       01 WRK-LINHA-LISTA.
           05 WRK-LL-MATRICULA PIC 9(05).
           05 FILLER           PIC X(02) VALUE SPACES.
           05 WRK-LL-BANCO     PIC 9(03).
           05 FILLER           PIC X(02) VALUE SPACES.
           05 WRK-LL-AGENCIA   PIC 9(05).
           05 FILLER           PIC X(02) VALUE SPACES.
           05 WRK-LL-CONTA     PIC 9(12).
           05 FILLER           PIC X(01) VALUE '-'.
           05 WRK-LL-DIGITO    PIC X(01).
           05 FILLER           PIC X(02) VALUE SPACES.
           05 WRK-LL-TIPO      PIC X(01).

       PROCEDURE DIVISION.

       0100-PRINCIPAL.
       DISPLAY 'INFORME O SEU USUARIO'
       ACCEPT WRK-USUARIO FROM CONSOLE
       IF WRK-USUARIO = SPACES
           DISPLAY 'USUARIO NAO INFORMADO - PROGRAMA ENCERRADO'
           STOP RUN
       END-IF
       PERFORM 0150-CARREGAR-CONTAS.
       OPEN INPUT FUNC-MASTER-FILE.
       PERFORM 0200-EXECUTAR-CICLO UNTIL WRK-SAIR-OK.
       CLOSE FUNC-MASTER-FILE.
       IF WRK-HOUVE-ALTERACAO-OK
           PERFORM 0700-GRAVAR-CONTAS
       END-IF.
       STOP RUN.

       0150-CARREGAR-CONTAS.
       OPEN INPUT FUNC-CONTA-FILE
       IF WRK-CONTA-STATUS = '00'
           PERFORM UNTIL WRK-FIM-ARQUIVO-OK
               READ FUNC-CONTA-FILE INTO FUNC-CONTA-REC
                   AT END MOVE 'S' TO WRK-FIM-ARQUIVO
                   NOT AT END
                       IF WRK-QTD-CONTAS >= 1000
                           PERFORM 9000-ABORTAR-CAPACIDADE
                       END-IF
                       ADD 1 TO WRK-QTD-CONTAS
                       MOVE FUNC-CC-MATRICULA TO
                           WRK-TAB-CTA-MATRICULA (WRK-QTD-CONTAS)
                       MOVE FUNC-CC-BANCO TO
                           WRK-TAB-CTA-BANCO (WRK-QTD-CONTAS)
                       MOVE FUNC-CC-AGENCIA TO
                           WRK-TAB-CTA-AGENCIA (WRK-QTD-CONTAS)
                       MOVE FUNC-CC-CONTA TO
                           WRK-TAB-CTA-CONTA (WRK-QTD-CONTAS)
                       MOVE FUNC-CC-DIGITO TO
                           WRK-TAB-CTA-DIGITO (WRK-QTD-CONTAS)
                       MOVE FUNC-CC-TIPO TO
                           WRK-TAB-CTA-TIPO (WRK-QTD-CONTAS)
               END-READ
           END-PERFORM
           CLOSE FUNC-CONTA-FILE
       END-IF.

       0200-EXECUTAR-CICLO.
       MOVE 'N' TO WRK-OPCAO-VALIDA
       PERFORM 0250-OBTER-OPCAO UNTIL WRK-OPCAO-OK.
       EVALUATE WRK-OPCAO
           WHEN 0
               MOVE 'S' TO WRK-SAIR
           WHEN 1
               PERFORM 0300-INCLUIR
           WHEN 2
               PERFORM 0400-ALTERAR
           WHEN 3
               PERFORM 0600-LISTAR-CONSOLE
       END-EVALUATE.

       0250-OBTER-OPCAO.
       DISPLAY 'CONTAS BANCARIAS PARA CREDITO DE SALARIO (FUNC)'
       DISPLAY '1- INCLUIR CONTA'
       DISPLAY '2- ALTERAR CONTA'
       DISPLAY '3- LISTAR CADASTRO'
       DISPLAY '0- SAIR'
       ACCEPT WRK-OPCAO FROM CONSOLE

       IF WRK-OPCAO >= 0 AND WRK-OPCAO <= 3
           MOVE 'S' TO WRK-OPCAO-VALIDA
       ELSE
           DISPLAY 'OPCAO INVALIDA - TENTE NOVAMENTE'
       END-IF.

       0270-LOCALIZAR-MATRICULA.
       MOVE 'N' TO WRK-ACHOU
       MOVE 'N' TO WRK-CADASTRADO
       DISPLAY 'INFORME A MATRICULA (6 DIGITOS, COM O DIGITO)'
       ACCEPT WRK-MATRICULA-IN FROM CONSOLE
       PERFORM 0275-CONFERIR-DIGITO
       PERFORM 0276-VERIFICAR-EMPRESA
       IF WRK-MATRICULA-IN IS NUMERIC
           MOVE WRK-MATRICULA-IN (1:5) TO WRK-MATRICULA
       ELSE
           MOVE ZEROS TO WRK-MATRICULA
       END-IF
       IF WRK-MATRICULA NOT = ZEROS
           MOVE WRK-MATRICULA TO FUNC-MT-MATRICULA
           READ FUNC-MASTER-FILE INTO FUNC-MASTER-REC
               INVALID KEY CONTINUE
               NOT INVALID KEY MOVE 'S' TO WRK-CADASTRADO
           END-READ
           SET WRK-CTA-IDX TO 1
           SEARCH WRK-TAB-CTA
               AT END
                   CONTINUE
               WHEN WRK-CTA-IDX > WRK-QTD-CONTAS
                   CONTINUE
               WHEN WRK-TAB-CTA-MATRICULA (WRK-CTA-IDX) = WRK-MATRICULA
                   MOVE 'S' TO WRK-ACHOU
           END-SEARCH
       END-IF.

       0275-CONFERIR-DIGITO.
       IF WRK-MATRICULA-IN IS NUMERIC
           MOVE SPACES TO WRK-DV-CODIGO
           MOVE WRK-MATRICULA-IN (1:5) TO WRK-DV-CODIGO
           CALL 'SIS-DIGITO' USING WRK-DV-CODIGO WRK-DV-DIGITO
           IF WRK-MATRICULA-IN (6:1) NOT = WRK-DV-DIGITO
               DISPLAY 'DIGITO VERIFICADOR DA MATRICULA INVALIDO'
               MOVE SPACES TO WRK-MATRICULA-IN
           END-IF
       END-IF.

       0276-VERIFICAR-EMPRESA.
       IF WRK-MATRICULA-IN IS NUMERIC
           MOVE SPACES TO SIS-EMPRESA-PEDIDO
           SET SIS-EP-DONA-MATRICULA TO TRUE
           MOVE WRK-MATRICULA-IN (1:5) TO SIS-EP-MATRICULA
           CALL 'SIS-EMPRESA' USING SIS-EMPRESA-PEDIDO
           IF SIS-EP-SIM
               SET SIS-EP-ACESSO TO TRUE
               MOVE WRK-USUARIO TO SIS-EP-USUARIO
               MOVE 'FUNC-CONTA' TO SIS-EP-PROGRAMA
               CALL 'SIS-EMPRESA' USING SIS-EMPRESA-PEDIDO
           END-IF
           IF SIS-EP-NAO
               DISPLAY SIS-EP-MENSAGEM
               MOVE SPACES TO WRK-MATRICULA-IN
           END-IF
       END-IF.

       0280-OBTER-DADOS.
       MOVE 'N' TO WRK-VALIDO
       DISPLAY 'INFORME O BANCO (3 DIGITOS)'
       ACCEPT WRK-CAMPO3-IN FROM CONSOLE
       DISPLAY 'INFORME A AGENCIA (6 DIGITOS, COM O DIGITO)'
       ACCEPT WRK-CAMPO5-IN FROM CONSOLE
       DISPLAY 'INFORME A CONTA (12 DIGITOS)'
       ACCEPT WRK-CAMPO12-IN FROM CONSOLE
       DISPLAY 'INFORME O DIGITO DA CONTA'
       ACCEPT WRK-DIGITO FROM CONSOLE
       DISPLAY 'INFORME O TIPO DE CONTA (C=CORRENTE P=POUPANCA)'
       ACCEPT WRK-TIPO FROM CONSOLE
       IF WRK-CAMPO3-IN IS NUMERIC
          AND WRK-CAMPO5-IN IS NUMERIC
          AND WRK-CAMPO12-IN IS NUMERIC
          AND WRK-CAMPO12-NUM > ZEROS
          AND WRK-DIGITO NOT = SPACES
          AND (WRK-TIPO = 'C' OR WRK-TIPO = 'P')
           MOVE 'S' TO WRK-VALIDO
       ELSE
           DISPLAY 'DADOS BANCARIOS INVALIDOS - NADA GRAVADO'
       END-IF.

       0290-GUARDAR-DADOS.
       MOVE WRK-MATRICULA TO WRK-TAB-CTA-MATRICULA (WRK-CTA-IDX)
       MOVE WRK-CAMPO3-NUM TO WRK-TAB-CTA-BANCO (WRK-CTA-IDX)
       MOVE WRK-CAMPO5-NUM TO WRK-TAB-CTA-AGENCIA (WRK-CTA-IDX)
       MOVE WRK-CAMPO12-NUM TO WRK-TAB-CTA-CONTA (WRK-CTA-IDX)
       MOVE WRK-DIGITO TO WRK-TAB-CTA-DIGITO (WRK-CTA-IDX)
       MOVE WRK-TIPO TO WRK-TAB-CTA-TIPO (WRK-CTA-IDX)
       MOVE 'S' TO WRK-HOUVE-ALTERACAO.

       0300-INCLUIR.
       PERFORM 0270-LOCALIZAR-MATRICULA
       IF NOT WRK-CADASTRADO-OK
           DISPLAY 'MATRICULA NAO CADASTRADA: ' WRK-MATRICULA
       ELSE
           IF WRK-ACHOU-OK
               DISPLAY 'CONTA JA CADASTRADA - USE ALTERAR: '
                   WRK-MATRICULA
           ELSE
               PERFORM 0280-OBTER-DADOS
               IF WRK-ENTRADA-OK
                   IF WRK-QTD-CONTAS >= 1000
                       PERFORM 9000-ABORTAR-CAPACIDADE
                   END-IF
                   ADD 1 TO WRK-QTD-CONTAS
                   SET WRK-CTA-IDX TO WRK-QTD-CONTAS
                   PERFORM 0290-GUARDAR-DADOS
                   DISPLAY 'CONTA INCLUIDA'
               END-IF
           END-IF
       END-IF.

       0400-ALTERAR.
       PERFORM 0270-LOCALIZAR-MATRICULA
       IF NOT WRK-ACHOU-OK
           DISPLAY 'CONTA NAO CADASTRADA: ' WRK-MATRICULA
       ELSE
           PERFORM 0280-OBTER-DADOS
           IF WRK-ENTRADA-OK
               PERFORM 0290-GUARDAR-DADOS
               DISPLAY 'CONTA ALTERADA'
           END-IF
       END-IF.

       0600-LISTAR-CONSOLE.
       PERFORM VARYING WRK-CTA-IDX FROM 1 BY 1
               UNTIL WRK-CTA-IDX > WRK-QTD-CONTAS
           MOVE WRK-TAB-CTA-MATRICULA (WRK-CTA-IDX)
               TO WRK-LL-MATRICULA
           MOVE WRK-TAB-CTA-BANCO (WRK-CTA-IDX) TO WRK-LL-BANCO
           MOVE WRK-TAB-CTA-AGENCIA (WRK-CTA-IDX) TO WRK-LL-AGENCIA
           MOVE WRK-TAB-CTA-CONTA (WRK-CTA-IDX) TO WRK-LL-CONTA
           MOVE WRK-TAB-CTA-DIGITO (WRK-CTA-IDX) TO WRK-LL-DIGITO
           MOVE WRK-TAB-CTA-TIPO (WRK-CTA-IDX) TO WRK-LL-TIPO
           DISPLAY WRK-LINHA-LISTA
       END-PERFORM.

       0700-GRAVAR-CONTAS.
       OPEN OUTPUT FUNC-CONTA-FILE
       PERFORM VARYING WRK-CTA-IDX FROM 1 BY 1
               UNTIL WRK-CTA-IDX > WRK-QTD-CONTAS
           MOVE WRK-TAB-CTA-MATRICULA (WRK-CTA-IDX)
               TO FUNC-CC-MATRICULA
           MOVE WRK-TAB-CTA-BANCO (WRK-CTA-IDX) TO FUNC-CC-BANCO
           MOVE WRK-TAB-CTA-AGENCIA (WRK-CTA-IDX) TO FUNC-CC-AGENCIA
           MOVE WRK-TAB-CTA-CONTA (WRK-CTA-IDX) TO FUNC-CC-CONTA
           MOVE WRK-TAB-CTA-DIGITO (WRK-CTA-IDX) TO FUNC-CC-DIGITO
           MOVE WRK-TAB-CTA-TIPO (WRK-CTA-IDX) TO FUNC-CC-TIPO
           MOVE FUNC-CONTA-REC TO FUNC-CONTA-LINHA
           WRITE FUNC-CONTA-LINHA
       END-PERFORM
       CLOSE FUNC-CONTA-FILE.

       9000-ABORTAR-CAPACIDADE.
       DISPLAY 'CAPACIDADE DE TABELA INTERNA ESTOURADA - RUN ABORTADO'
       MOVE 16 TO RETURN-CODE
       STOP RUN.
