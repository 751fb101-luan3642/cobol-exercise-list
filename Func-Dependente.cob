      ******************************************************************
      * Author:
      * Date:
      * Purpose: maintenance program for the dependents master
      *          FUNCDPN.DAT - one indexed record per dependent keyed
      *          on matricula and sequence, with name, relationship,
      *          birth date, CPF and two flags: dependent for IRRF
      *          (taken per dependent by EX26-TRIBUTOS in the pay
      *          runs) and member of the health plan (sent to the
      *          insurer by EX12-SEGURADORA). The matricula must exist
      *          in the employee master FUNCMST.DAT. Lets the operator
      *          add, change, remove and list the dependents of an
      *          employee. Matriculas are typed with their modulo-11
      *          check digit (shared SIS-DIGITO subprogram) as a sixth
      *          position; a wrong digit takes the same path as an
      *          invalid matricula, and so does a matricula of a
      *          company not granted to the user (SIS-EMPRESA).
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. FUNC-DEPENDENTE.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FUNC-MASTER-FILE ASSIGN TO 'FUNCMST.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FUNC-MT-MATRICULA
               FILE STATUS IS WRK-MASTER-STATUS.
           SELECT FUNC-DEPENDENTE-FILE ASSIGN TO 'FUNCDPN.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FUNC-DK-CHAVE
               FILE STATUS IS WRK-DEPENDENTE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  FUNC-MASTER-FILE.
       01 FUNC-MASTER-LINHA.
           05 FUNC-MT-MATRICULA PIC 9(05).
           05 FILLER            PIC X(80).

       FD  FUNC-DEPENDENTE-FILE.
       01 FUNC-DEPENDENTE-LINHA.
           05 FUNC-DK-CHAVE.
               10 FUNC-DK-MATRICULA PIC 9(05).
               10 FUNC-DK-SEQUENCIA PIC 9(02).
           05 FILLER               PIC X(52).

       WORKING-STORAGE SECTION.
       COPY FUNCREC.
       COPY SISEMPREC.

       77 WRK-MASTER-STATUS     PIC X(02) VALUE '00'.
       77 WRK-DEPENDENTE-STATUS PIC X(02) VALUE '00'.

       77 WRK-OPCAO        PIC 9(01) VALUE ZEROS.
       77 WRK-OPCAO-VALIDA PIC X(01) VALUE 'N'.
           88 WRK-OPCAO-OK VALUE 'S'.
       77 WRK-SAIR         PIC X(01) VALUE 'N'.
           88 WRK-SAIR-OK  VALUE 'S'.

       77 WRK-MATRICULA-IN PIC X(06) VALUE SPACES.
       77 WRK-DV-CODIGO    PIC X(80) VALUE SPACES.
       77 WRK-DV-DIGITO    PIC X(01) VALUE SPACE.
       77 WRK-MATRICULA    PIC 9(05) VALUE ZEROS.
       77 WRK-USUARIO      PIC X(10) VALUE SPACES.
       01 WRK-CAMPO2-IN    PIC X(02) VALUE SPACES.
       01 WRK-CAMPO2-NUM REDEFINES WRK-CAMPO2-IN PIC 9(02).
       01 WRK-CAMPO8-IN    PIC X(08) VALUE SPACES.
       01 WRK-CAMPO8-NUM REDEFINES WRK-CAMPO8-IN PIC 9(08).
       01 WRK-CAMPO11-IN   PIC X(11) VALUE SPACES.
       01 WRK-CAMPO11-NUM REDEFINES WRK-CAMPO11-IN PIC 9(11).
       77 WRK-SEQUENCIA    PIC 9(02) VALUE ZEROS.
       77 WRK-ULTIMA-SEQ   PIC 9(02) VALUE ZEROS.
       77 WRK-VALIDO PIC X(01) VALUE 'N'.
           88 WRK-ENTRADA-OK VALUE 'S'.
       77 WRK-TENTATIVAS     PIC 9(02) VALUE ZEROS.
       77 WRK-MAX-TENTATIVAS PIC 9(02) VALUE 3.
       77 WRK-ACHOU        PIC X(01) VALUE 'N'.
           88 WRK-ACHOU-OK VALUE 'S'.
       77 WRK-FIM-DEPENDENTES PIC X(01) VALUE 'N'.
           88 WRK-FIM-DEPENDENTES-OK VALUE 'S'.
       77 WRK-QT-LISTADOS  PIC 9(02) VALUE ZEROS.

       01 WRK-LINHA-LISTA.
           05 WRK-LL-SEQUENCIA  PIC 99.
           05 FILLER            PIC X(02) VALUE SPACES.
           05 WRK-LL-NOME       PIC X(30).
           05 FILLER            PIC X(01) VALUE SPACES.
           05 WRK-LL-PARENTESCO PIC X(01).
           05 FILLER            PIC X(01) VALUE SPACES.
           05 WRK-LL-NASCIMENTO PIC 9(08).
           05 FILLER            PIC X(01) VALUE SPACES.
           05 WRK-LL-CPF        PIC 9(11).
           05 FILLER            PIC X(06) VALUE ' IRRF:'.
           05 WRK-LL-IRRF       PIC X(01).
           05 FILLER            PIC X(07) VALUE ' PLANO:'.
           05 WRK-LL-PLANO      PIC X(01).

       PROCEDURE DIVISION.

       0100-PRINCIPAL.
       DISPLAY 'INFORME O SEU USUARIO'
       ACCEPT WRK-USUARIO FROM CONSOLE
       IF WRK-USUARIO = SPACES
           DISPLAY 'USUARIO NAO INFORMADO - PROGRAMA ENCERRADO'
           STOP RUN
       END-IF
       PERFORM 0150-ABRIR-ARQUIVOS.
       PERFORM 0200-EXECUTAR-CICLO UNTIL WRK-SAIR-OK.
       CLOSE FUNC-MASTER-FILE
       CLOSE FUNC-DEPENDENTE-FILE.
       STOP RUN.

       0150-ABRIR-ARQUIVOS.
       OPEN INPUT FUNC-MASTER-FILE
       OPEN I-O FUNC-DEPENDENTE-FILE
       IF WRK-DEPENDENTE-STATUS = '35'
           OPEN OUTPUT FUNC-DEPENDENTE-FILE
           CLOSE FUNC-DEPENDENTE-FILE
           OPEN I-O FUNC-DEPENDENTE-FILE
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
               PERFORM 0500-EXCLUIR
           WHEN 4
               PERFORM 0600-LISTAR-DEPENDENTES
       END-EVALUATE.

       0250-OBTER-OPCAO.
       DISPLAY 'CADASTRO DE DEPENDENTES (FUNC)'
       DISPLAY '1- INCLUIR DEPENDENTE'
       DISPLAY '2- ALTERAR DEPENDENTE'
       DISPLAY '3- EXCLUIR DEPENDENTE'
       DISPLAY '4- LISTAR DEPENDENTES DA MATRICULA'
       DISPLAY '0- SAIR'
       ACCEPT WRK-OPCAO FROM CONSOLE

       IF WRK-OPCAO >= 0 AND WRK-OPCAO <= 4
           MOVE 'S' TO WRK-OPCAO-VALIDA
       ELSE
           DISPLAY 'OPCAO INVALIDA - TENTE NOVAMENTE'
       END-IF.

       0270-OBTER-MATRICULA.
       DISPLAY 'INFORME A MATRICULA DO FUNCIONARIO COM O DIGITO'
       ACCEPT WRK-MATRICULA-IN FROM CONSOLE
       PERFORM 0272-CONFERIR-DIGITO
       PERFORM 0273-VERIFICAR-EMPRESA
       IF WRK-MATRICULA-IN IS NUMERIC
           MOVE WRK-MATRICULA-IN (1:5) TO WRK-MATRICULA
       ELSE
           DISPLAY 'MATRICULA NAO NUMERICA - ASSUMINDO ZERO'
           MOVE ZEROS TO WRK-MATRICULA
       END-IF
       MOVE 'N' TO WRK-ACHOU
       MOVE WRK-MATRICULA TO FUNC-MT-MATRICULA
       READ FUNC-MASTER-FILE INTO FUNC-MASTER-REC
           INVALID KEY CONTINUE
           NOT INVALID KEY MOVE 'S' TO WRK-ACHOU
       END-READ.

       0272-CONFERIR-DIGITO.
       IF WRK-MATRICULA-IN IS NUMERIC
           MOVE SPACES TO WRK-DV-CODIGO
           MOVE WRK-MATRICULA-IN (1:5) TO WRK-DV-CODIGO
           CALL 'SIS-DIGITO' USING WRK-DV-CODIGO WRK-DV-DIGITO
           IF WRK-MATRICULA-IN (6:1) NOT = WRK-DV-DIGITO
               DISPLAY 'DIGITO VERIFICADOR DA MATRICULA INVALIDO'
               MOVE SPACES TO WRK-MATRICULA-IN
           END-IF
       END-IF.

       0273-VERIFICAR-EMPRESA.
       IF WRK-MATRICULA-IN IS NUMERIC
           MOVE SPACES TO SIS-EMPRESA-PEDIDO
           SET SIS-EP-DONA-MATRICULA TO TRUE
           MOVE WRK-MATRICULA-IN (1:5) TO SIS-EP-MATRICULA
           CALL 'SIS-EMPRESA' USING SIS-EMPRESA-PEDIDO
           IF SIS-EP-SIM
               SET SIS-EP-ACESSO TO TRUE
               MOVE WRK-USUARIO TO SIS-EP-USUARIO
               MOVE 'FUNC-DEPENDENTE' TO SIS-EP-PROGRAMA
               CALL 'SIS-EMPRESA' USING SIS-EMPRESA-PEDIDO
           END-IF
           IF SIS-EP-NAO
               DISPLAY SIS-EP-MENSAGEM
               MOVE SPACES TO WRK-MATRICULA-IN
           END-IF
       END-IF.

       0275-OBTER-SEQUENCIA.
       DISPLAY 'INFORME A SEQUENCIA DO DEPENDENTE (2 DIGITOS)'
       ACCEPT WRK-CAMPO2-IN FROM CONSOLE
       IF WRK-CAMPO2-IN IS NUMERIC
           MOVE WRK-CAMPO2-NUM TO WRK-SEQUENCIA
       ELSE
           DISPLAY 'SEQUENCIA NAO NUMERICA - ASSUMINDO ZERO'
           MOVE ZEROS TO WRK-SEQUENCIA
       END-IF.

       0280-LOCALIZAR-DEPENDENTE.
       MOVE 'N' TO WRK-ACHOU
       MOVE WRK-MATRICULA TO FUNC-DK-MATRICULA
       MOVE WRK-SEQUENCIA TO FUNC-DK-SEQUENCIA
       READ FUNC-DEPENDENTE-FILE INTO FUNC-DEPENDENTE-REC
           INVALID KEY CONTINUE
           NOT INVALID KEY MOVE 'S' TO WRK-ACHOU
       END-READ.

      *    next free sequence = highest one on file for the matricula
       0290-PROXIMA-SEQUENCIA.
       MOVE ZEROS TO WRK-ULTIMA-SEQ
       MOVE 'N' TO WRK-FIM-DEPENDENTES
       MOVE WRK-MATRICULA TO FUNC-DK-MATRICULA
       MOVE ZEROS TO FUNC-DK-SEQUENCIA
       START FUNC-DEPENDENTE-FILE KEY NOT < FUNC-DK-CHAVE
           INVALID KEY MOVE 'S' TO WRK-FIM-DEPENDENTES
       END-START
       PERFORM UNTIL WRK-FIM-DEPENDENTES-OK
           READ FUNC-DEPENDENTE-FILE NEXT RECORD
               INTO FUNC-DEPENDENTE-REC
               AT END MOVE 'S' TO WRK-FIM-DEPENDENTES
               NOT AT END
                   IF FUNC-DN-MATRICULA NOT = WRK-MATRICULA
                       MOVE 'S' TO WRK-FIM-DEPENDENTES
                   ELSE
                       MOVE FUNC-DN-SEQUENCIA TO WRK-ULTIMA-SEQ
                   END-IF
           END-READ
       END-PERFORM.

       0300-INCLUIR.
       PERFORM 0270-OBTER-MATRICULA
       IF NOT WRK-ACHOU-OK
           DISPLAY 'MATRICULA NAO CADASTRADA: ' WRK-MATRICULA
       ELSE
           PERFORM 0290-PROXIMA-SEQUENCIA
           IF WRK-ULTIMA-SEQ >= 99
               DISPLAY 'LIMITE DE DEPENDENTES ATINGIDO: '
                   WRK-MATRICULA
           ELSE
               MOVE SPACES TO FUNC-DEPENDENTE-REC
               MOVE WRK-MATRICULA TO FUNC-DN-MATRICULA
               COMPUTE FUNC-DN-SEQUENCIA = WRK-ULTIMA-SEQ + 1
               PERFORM 0350-OBTER-DADOS
               MOVE FUNC-DEPENDENTE-REC TO FUNC-DEPENDENTE-LINHA
               WRITE FUNC-DEPENDENTE-LINHA
                   INVALID KEY
                       DISPLAY 'ERRO NA GRAVACAO: '
                           WRK-DEPENDENTE-STATUS
                   NOT INVALID KEY
                       DISPLAY 'DEPENDENTE INCLUIDO: ' WRK-MATRICULA
                           '/' FUNC-DN-SEQUENCIA
               END-WRITE
           END-IF
       END-IF.

       0350-OBTER-DADOS.
       DISPLAY 'INFORME O NOME DO DEPENDENTE'
       ACCEPT FUNC-DN-NOME FROM CONSOLE
       PERFORM 0352-OBTER-PARENTESCO
       DISPLAY 'INFORME A DATA DE NASCIMENTO (AAAAMMDD)'
       ACCEPT WRK-CAMPO8-IN FROM CONSOLE
       IF WRK-CAMPO8-IN IS NUMERIC
           MOVE WRK-CAMPO8-NUM TO FUNC-DN-DATA-NASCIMENTO
       ELSE
           DISPLAY 'DATA NAO NUMERICA - ASSUMINDO ZERO'
           MOVE ZEROS TO FUNC-DN-DATA-NASCIMENTO
       END-IF
       DISPLAY 'INFORME O CPF (11 DIGITOS)'
       ACCEPT WRK-CAMPO11-IN FROM CONSOLE
       IF WRK-CAMPO11-IN IS NUMERIC
           MOVE WRK-CAMPO11-NUM TO FUNC-DN-CPF
       ELSE
           DISPLAY 'CPF NAO NUMERICO - ASSUMINDO ZERO'
           MOVE ZEROS TO FUNC-DN-CPF
       END-IF
       DISPLAY 'DEPENDENTE PARA IRRF (S/N)'
       ACCEPT FUNC-DN-IRRF FROM CONSOLE
       IF FUNC-DN-IRRF NOT = 'S'
           MOVE 'N' TO FUNC-DN-IRRF
       END-IF
       DISPLAY 'INCLUIDO NO PLANO DE SAUDE (S/N)'
       ACCEPT FUNC-DN-PLANO-SAUDE FROM CONSOLE
       IF FUNC-DN-PLANO-SAUDE NOT = 'S'
           MOVE 'N' TO FUNC-DN-PLANO-SAUDE
       END-IF.

       0352-OBTER-PARENTESCO.
       MOVE 'N' TO WRK-VALIDO
       MOVE ZEROS TO WRK-TENTATIVAS
       PERFORM UNTIL WRK-ENTRADA-OK
           OR WRK-TENTATIVAS >= WRK-MAX-TENTATIVAS
           DISPLAY 'INFORME O PARENTESCO (C=CONJUGE F=FILHO '
               'E=ENTEADO P=PAI/MAE O=OUTRO)'
           ACCEPT FUNC-DN-PARENTESCO FROM CONSOLE
           IF FUNC-DN-PARENTESCO-VALIDO
               MOVE 'S' TO WRK-VALIDO
           ELSE
               DISPLAY 'PARENTESCO INVALIDO, TENTE NOVAMENTE'
               ADD 1 TO WRK-TENTATIVAS
           END-IF
       END-PERFORM
       IF NOT WRK-ENTRADA-OK
           DISPLAY 'MAX TENTATIVAS EXCEDIDO - ASSUMINDO OUTRO'
           MOVE 'O' TO FUNC-DN-PARENTESCO
       END-IF.

       0400-ALTERAR.
       PERFORM 0270-OBTER-MATRICULA
       PERFORM 0275-OBTER-SEQUENCIA
       PERFORM 0280-LOCALIZAR-DEPENDENTE
       IF WRK-ACHOU-OK
           PERFORM 0350-OBTER-DADOS
           MOVE FUNC-DEPENDENTE-REC TO FUNC-DEPENDENTE-LINHA
           REWRITE FUNC-DEPENDENTE-LINHA
               INVALID KEY
                   DISPLAY 'ERRO NA REGRAVACAO: '
                       WRK-DEPENDENTE-STATUS
               NOT INVALID KEY
                   DISPLAY 'DEPENDENTE ALTERADO: ' WRK-MATRICULA
                       '/' WRK-SEQUENCIA
           END-REWRITE
       ELSE
           DISPLAY 'DEPENDENTE NAO CADASTRADO: ' WRK-MATRICULA
               '/' WRK-SEQUENCIA
       END-IF.

       0500-EXCLUIR.
       PERFORM 0270-OBTER-MATRICULA
       PERFORM 0275-OBTER-SEQUENCIA
       PERFORM 0280-LOCALIZAR-DEPENDENTE
       IF WRK-ACHOU-OK
           DELETE FUNC-DEPENDENTE-FILE
               INVALID KEY
                   DISPLAY 'ERRO NA EXCLUSAO: '
                       WRK-DEPENDENTE-STATUS
               NOT INVALID KEY
                   DISPLAY 'DEPENDENTE EXCLUIDO: ' WRK-MATRICULA
                       '/' WRK-SEQUENCIA
           END-DELETE
       ELSE
           DISPLAY 'DEPENDENTE NAO CADASTRADO: ' WRK-MATRICULA
               '/' WRK-SEQUENCIA
       END-IF.

       0600-LISTAR-DEPENDENTES.
       PERFORM 0270-OBTER-MATRICULA
       MOVE ZEROS TO WRK-QT-LISTADOS
       MOVE 'N' TO WRK-FIM-DEPENDENTES
       MOVE WRK-MATRICULA TO FUNC-DK-MATRICULA
       MOVE ZEROS TO FUNC-DK-SEQUENCIA
       START FUNC-DEPENDENTE-FILE KEY NOT < FUNC-DK-CHAVE
           INVALID KEY MOVE 'S' TO WRK-FIM-DEPENDENTES
       END-START
       PERFORM UNTIL WRK-FIM-DEPENDENTES-OK
           READ FUNC-DEPENDENTE-FILE NEXT RECORD
               INTO FUNC-DEPENDENTE-REC
               AT END MOVE 'S' TO WRK-FIM-DEPENDENTES
               NOT AT END
                   IF FUNC-DN-MATRICULA NOT = WRK-MATRICULA
                       MOVE 'S' TO WRK-FIM-DEPENDENTES
                   ELSE
                       ADD 1 TO WRK-QT-LISTADOS
                       MOVE FUNC-DN-SEQUENCIA TO WRK-LL-SEQUENCIA
                       MOVE FUNC-DN-NOME TO WRK-LL-NOME
                       MOVE FUNC-DN-PARENTESCO TO WRK-LL-PARENTESCO
                       MOVE FUNC-DN-DATA-NASCIMENTO
                           TO WRK-LL-NASCIMENTO
                       MOVE FUNC-DN-CPF TO WRK-LL-CPF
                       MOVE FUNC-DN-IRRF TO WRK-LL-IRRF
                       MOVE FUNC-DN-PLANO-SAUDE TO WRK-LL-PLANO
                       DISPLAY WRK-LINHA-LISTA
                   END-IF
           END-READ
       END-PERFORM
       IF WRK-QT-LISTADOS = ZEROS
           DISPLAY 'NENHUM DEPENDENTE PARA A MATRICULA: '
               WRK-MATRICULA
       END-IF.
