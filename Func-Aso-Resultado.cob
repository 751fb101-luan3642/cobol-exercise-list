      ******************************************************************
      * Author:
      * Date:
      * Purpose: records the result of occupational health exams (ASO)
      *          in FUNCASO.DAT - matricula, exam date, tipo
      *          (admissional, periodico, retorno, mudanca de funcao,
      *          demissional), APTO or INAPTO and the examining
      *          doctor's CRM. The matricula must exist in FUNCMST.DAT
      *          and the exam date cannot be after the business date.
      *          The file feeds the due/overdue list of FUNC-ASO, and
      *          an INAPTO as the latest result keeps the employee off
      *          the roster (EX26-GERADOR, EX26-TROCA) until a newer
      *          APTO exam is recorded. Also lists the exams of a
      *          matricula. Matriculas are typed with their modulo-11
      *          check digit (shared SIS-DIGITO subprogram) as a sixth
      *          position; a wrong digit takes the same path as an
      *          invalid matricula, and so does a matricula of a
      *          company not granted to the user (SIS-EMPRESA).
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. FUNC-ASO-RESULTADO.

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
           SELECT FUNC-ASO-FILE ASSIGN TO 'FUNCASO.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-ASO-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  FUNC-MASTER-FILE.
       01 FUNC-MASTER-LINHA.
           05 FUNC-MT-MATRICULA PIC 9(05).
           05 FILLER            PIC X(80).

       FD  FUNC-ASO-FILE.
       01 FUNC-ASO-LINHA PIC X(25).

       WORKING-STORAGE SECTION.
       COPY FUNCREC.
       COPY SISEMPREC.

       77 WRK-MASTER-STATUS PIC X(02) VALUE '00'.
       77 WRK-ASO-STATUS    PIC X(02) VALUE '00'.
       77 WRK-FIM-ARQUIVO PIC X(01) VALUE 'N'.
           88 WRK-FIM-ARQUIVO-OK VALUE 'S'.

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
       01 WRK-CAMPO8-IN    PIC X(08) VALUE SPACES.
       01 WRK-CAMPO8-NUM REDEFINES WRK-CAMPO8-IN PIC 9(08).
       01 WRK-DATA-EXAME-X.
           05 WRK-DE-ANO  PIC 9(04).
           05 WRK-DE-MES  PIC 9(02).
           05 WRK-DE-DIA  PIC 9(02).
       01 WRK-DATA-EXAME REDEFINES WRK-DATA-EXAME-X PIC 9(08).
       77 WRK-VALIDO PIC X(01) VALUE 'N'.
           88 WRK-VALIDO-OK VALUE 'S'.
       77 WRK-TENTATIVAS     PIC 9(02) VALUE ZEROS.
       77 WRK-MAX-TENTATIVAS PIC 9(02) VALUE 3.
       77 WRK-ACHOU        PIC X(01) VALUE 'N'.
           88 WRK-ACHOU-OK VALUE 'S'.
       77 WRK-QT-LISTADOS  PIC 9(04) VALUE ZEROS.

       01 WRK-DATA-NEGOCIO.
           05 WRK-DN-ANO  PIC 9(04).
           05 WRK-DN-MES  PIC 9(02).
           05 WRK-DN-DIA  PIC 9(02).
       01 WRK-DATA-NEGOCIO-N REDEFINES WRK-DATA-NEGOCIO PIC 9(08).

       01 WRK-LINHA-LISTA.
           05 WRK-LL-DATA      PIC 9(08).
           05 FILLER           PIC X(02) VALUE SPACES.
           05 WRK-LL-TIPO      PIC X(01).
           05 FILLER           PIC X(02) VALUE SPACES.
           05 WRK-LL-RESULTADO PIC X(06).
           05 FILLER           PIC X(06) VALUE '  CRM '.
           05 WRK-LL-CRM       PIC X(10).

       PROCEDURE DIVISION.

       0100-PRINCIPAL.
       DISPLAY 'INFORME O SEU USUARIO'
       ACCEPT WRK-USUARIO FROM CONSOLE
       IF WRK-USUARIO = SPACES
           DISPLAY 'USUARIO NAO INFORMADO - PROGRAMA ENCERRADO'
           STOP RUN
       END-IF
       CALL 'SIS-DATA-NEGOCIO' USING WRK-DATA-NEGOCIO
       OPEN INPUT FUNC-MASTER-FILE
       PERFORM 0200-EXECUTAR-CICLO UNTIL WRK-SAIR-OK.
       CLOSE FUNC-MASTER-FILE.
       STOP RUN.

       0200-EXECUTAR-CICLO.
       MOVE 'N' TO WRK-OPCAO-VALIDA
       PERFORM 0250-OBTER-OPCAO UNTIL WRK-OPCAO-OK.
       EVALUATE WRK-OPCAO
           WHEN 0
               MOVE 'S' TO WRK-SAIR
           WHEN 1
               PERFORM 0300-INCLUIR
           WHEN 2
               PERFORM 0600-LISTAR-EXAMES
       END-EVALUATE.

       0250-OBTER-OPCAO.
       DISPLAY 'RESULTADO DE EXAMES OCUPACIONAIS (ASO)'
       DISPLAY '1- REGISTRAR RESULTADO DE EXAME'
       DISPLAY '2- LISTAR EXAMES DA MATRICULA'
       DISPLAY '0- SAIR'
       ACCEPT WRK-OPCAO FROM CONSOLE

       IF WRK-OPCAO >= 0 AND WRK-OPCAO <= 2
           MOVE 'S' TO WRK-OPCAO-VALIDA
       ELSE
           DISPLAY 'OPCAO INVALIDA - TENTE NOVAMENTE'
       END-IF.

       0270-OBTER-MATRICULA.
       DISPLAY 'INFORME A MATRICULA DO FUNCIONARIO COM O DIGITO'
       ACCEPT WRK-MATRICULA-IN FROM CONSOLE
       PERFORM 0275-CONFERIR-DIGITO
       PERFORM 0276-VERIFICAR-EMPRESA
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
               MOVE 'FUNC-ASO-RESULT' TO SIS-EP-PROGRAMA
               CALL 'SIS-EMPRESA' USING SIS-EMPRESA-PEDIDO
           END-IF
           IF SIS-EP-NAO
               DISPLAY SIS-EP-MENSAGEM
               MOVE SPACES TO WRK-MATRICULA-IN
           END-IF
       END-IF.

       0300-INCLUIR.
       PERFORM 0270-OBTER-MATRICULA
       IF NOT WRK-ACHOU-OK
           DISPLAY 'MATRICULA NAO CADASTRADA: ' WRK-MATRICULA
       ELSE
           MOVE SPACES TO FUNC-ASO-REC
           MOVE WRK-MATRICULA TO FUNC-AS-MATRICULA
           PERFORM 0350-OBTER-DADOS
           IF NOT WRK-VALIDO-OK
               DISPLAY 'EXAME INVALIDO - NAO REGISTRADO'
           ELSE
               PERFORM 0400-GRAVAR-EXAME
               DISPLAY 'EXAME REGISTRADO: ' WRK-MATRICULA
                   ' ' FUNC-AS-DATA ' ' FUNC-AS-RESULTADO
               IF FUNC-AS-INAPTO
                   DISPLAY 'ATENCAO - FUNCIONARIO INAPTO RETIRADO'
                       ' DA ESCALA ATE NOVO EXAME APTO'
               END-IF
           END-IF
       END-IF.

       0350-OBTER-DADOS.
       MOVE 'S' TO WRK-VALIDO
       DISPLAY 'INFORME A DATA DO EXAME (AAAAMMDD)'
       ACCEPT WRK-CAMPO8-IN FROM CONSOLE
       IF WRK-CAMPO8-IN IS NUMERIC
           MOVE WRK-CAMPO8-NUM TO WRK-DATA-EXAME
       ELSE
           MOVE ZEROS TO WRK-DATA-EXAME
       END-IF
       IF WRK-DE-MES < 1 OR WRK-DE-MES > 12
          OR WRK-DE-DIA < 1 OR WRK-DE-DIA > 31
          OR WRK-DATA-EXAME > WRK-DATA-NEGOCIO-N
           DISPLAY 'DATA DO EXAME INVALIDA'
           MOVE 'N' TO WRK-VALIDO
       END-IF
       MOVE WRK-DATA-EXAME TO FUNC-AS-DATA

       MOVE ZEROS TO WRK-TENTATIVAS
       MOVE SPACES TO FUNC-AS-TIPO
       PERFORM UNTIL FUNC-AS-TIPO-VALIDO
               OR WRK-TENTATIVAS >= WRK-MAX-TENTATIVAS
           ADD 1 TO WRK-TENTATIVAS
           DISPLAY 'TIPO: A-ADMISSIONAL P-PERIODICO R-RETORNO'
               ' M-MUDANCA DE FUNCAO D-DEMISSIONAL'
           ACCEPT FUNC-AS-TIPO FROM CONSOLE
           IF NOT FUNC-AS-TIPO-VALIDO
               DISPLAY 'TIPO INVALIDO'
           END-IF
       END-PERFORM
       IF NOT FUNC-AS-TIPO-VALIDO
           MOVE 'N' TO WRK-VALIDO
       END-IF

       MOVE ZEROS TO WRK-TENTATIVAS
       MOVE SPACES TO FUNC-AS-RESULTADO
       PERFORM UNTIL FUNC-AS-RESULTADO-VALIDO
               OR WRK-TENTATIVAS >= WRK-MAX-TENTATIVAS
           ADD 1 TO WRK-TENTATIVAS
           DISPLAY 'RESULTADO: A-APTO I-INAPTO'
           ACCEPT FUNC-AS-RESULTADO FROM CONSOLE
           IF NOT FUNC-AS-RESULTADO-VALIDO
               DISPLAY 'RESULTADO INVALIDO'
           END-IF
       END-PERFORM
       IF NOT FUNC-AS-RESULTADO-VALIDO
           MOVE 'N' TO WRK-VALIDO
       END-IF

       DISPLAY 'INFORME O CRM DO MEDICO EXAMINADOR'
       ACCEPT FUNC-AS-CRM FROM CONSOLE
       IF FUNC-AS-CRM = SPACES
           DISPLAY 'CRM OBRIGATORIO'
           MOVE 'N' TO WRK-VALIDO
       END-IF.

       0400-GRAVAR-EXAME.
       OPEN EXTEND FUNC-ASO-FILE
       IF WRK-ASO-STATUS = '35'
           OPEN OUTPUT FUNC-ASO-FILE
       END-IF
       MOVE FUNC-ASO-REC TO FUNC-ASO-LINHA
       WRITE FUNC-ASO-LINHA
       CLOSE FUNC-ASO-FILE.

       0600-LISTAR-EXAMES.
       PERFORM 0270-OBTER-MATRICULA
       MOVE ZEROS TO WRK-QT-LISTADOS
       MOVE 'N' TO WRK-FIM-ARQUIVO
       OPEN INPUT FUNC-ASO-FILE
       IF WRK-ASO-STATUS = '00'
           PERFORM UNTIL WRK-FIM-ARQUIVO-OK
               READ FUNC-ASO-FILE INTO FUNC-ASO-REC
                   AT END MOVE 'S' TO WRK-FIM-ARQUIVO
                   NOT AT END
                       IF FUNC-AS-MATRICULA = WRK-MATRICULA
                           ADD 1 TO WRK-QT-LISTADOS
                           MOVE FUNC-AS-DATA TO WRK-LL-DATA
                           MOVE FUNC-AS-TIPO TO WRK-LL-TIPO
                           IF FUNC-AS-APTO
                               MOVE 'APTO' TO WRK-LL-RESULTADO
                           ELSE
                               MOVE 'INAPTO' TO WRK-LL-RESULTADO
                           END-IF
                           MOVE FUNC-AS-CRM TO WRK-LL-CRM
                           DISPLAY WRK-LINHA-LISTA
                       END-IF
               END-READ
           END-PERFORM
           CLOSE FUNC-ASO-FILE
       END-IF
       IF WRK-QT-LISTADOS = ZEROS
           DISPLAY 'NENHUM EXAME PARA A MATRICULA: ' WRK-MATRICULA
       END-IF.
