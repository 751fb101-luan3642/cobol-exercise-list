      *          EX12FUNC.DAT and the EX26 roster. Lets the operator
      *          add, change and inactivate employees; the subsystem
      *          extracts are rebuilt from this file by FUNC-EXTRATOR.
      *          Matriculas are typed with their modulo-11 check digit
      *          (shared SIS-DIGITO subprogram) as a sixth position; a
      *          wrong digit takes the same path as an invalid
      *          matricula. A new employee is included with the
      *          five-position matricula and the digit it gets is shown.
      *          The operator's user id is asked at the start, and each
      *          employee record retrieved to change or inactivate is
      *          logged to the read-access log through SIS-ACESSO.
      *          Every record written is also appended to the change
      *          journal FUNCJRN.DAT through FUNC-JORNAL. The
      *          matricula being included, changed or inactivated is
      *          locked through SIS-TRAVA for the operator until the
      *          record is written; a matricula locked elsewhere, or
      *          the whole file locked by FUNC-MASSA or a batch job,
      *          is refused with the holder's user and time.
      *          The operator also names the company worked on,
      *          refused unless SIS-EMPRESA grants the user access to
      *          it; departments are checked within that company, a
      *          new matricula must fall in the company's matricula
      *          range, and employees of other companies are not
      *          shown or changed.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       FD  FUNC-MASTER-FILE.
       01 FUNC-MASTER-LINHA.
           05 FUNC-MT-MATRICULA PIC 9(05).
           05 FILLER            PIC X(80).

       FD  FUNC-DEPTO-FILE.
       01 FUNC-DEPTO-LINHA PIC X(52).

       WORKING-STORAGE SECTION.
       COPY FUNCREC.
       COPY SISACSREC.
       COPY SISTRVREC.
       COPY SISEMPREC.

       77 WRK-MASTER-STATUS PIC X(02) VALUE '00'.

       77 WRK-SAIR         PIC X(01) VALUE 'N'.
           88 WRK-SAIR-OK  VALUE 'S'.

       77 WRK-MATRICULA-IN PIC X(06) VALUE SPACES.
       77 WRK-DV-CODIGO    PIC X(80) VALUE SPACES.
       77 WRK-DV-DIGITO    PIC X(01) VALUE SPACE.
       77 WRK-MATRICULA    PIC 9(05) VALUE ZEROS.
       01 WRK-CAMPO3-IN    PIC X(03) VALUE SPACES.
       01 WRK-CAMPO3-NUM REDEFINES WRK-CAMPO3-IN PIC 9(03).
       77 WRK-MAX-TENTATIVAS PIC 9(02) VALUE 3.
       77 WRK-ACHOU        PIC X(01) VALUE 'N'.
           88 WRK-ACHOU-OK VALUE 'S'.
       77 WRK-USUARIO      PIC X(10) VALUE SPACES.
       77 WRK-EMPRESA-IN   PIC X(02) VALUE SPACES.
       77 WRK-EMPRESA      PIC 9(02) VALUE ZEROS.

       77 WRK-DEPTO-STATUS PIC X(02) VALUE '00'.
       77 WRK-FIM-DEPTOS PIC X(01) VALUE 'N'.
       01 WRK-TABELA-DEPTOS.
           05 WRK-TAB-DEP OCCURS 50 TIMES
               INDEXED BY WRK-DEP-IDX.
               10 WRK-TAB-DEP-EMPRESA PIC 9(02).
               10 WRK-TAB-DEP-CODIGO PIC X(10).
       77 WRK-QTD-DEPTOS PIC 9(02) VALUE ZEROS.
       77 WRK-DEPTO-VALIDO PIC X(01) VALUE 'N'.
       PROCEDURE DIVISION.

       0100-PRINCIPAL.
       DISPLAY 'INFORME O SEU USUARIO'
       ACCEPT WRK-USUARIO FROM CONSOLE
       IF WRK-USUARIO = SPACES
           DISPLAY 'USUARIO NAO INFORMADO - PROGRAMA ENCERRADO'
           STOP RUN
       END-IF
       PERFORM 0130-OBTER-EMPRESA.
       PERFORM 0140-CARREGAR-DEPTOS.
       PERFORM 0150-ABRIR-MASTER.
       PERFORM 0200-EXECUTAR-CICLO UNTIL WRK-SAIR-OK.
       CLOSE FUNC-MASTER-FILE.
       STOP RUN.

       0130-OBTER-EMPRESA.
       DISPLAY 'INFORME A EMPRESA (2 DIGITOS)'
       ACCEPT WRK-EMPRESA-IN FROM CONSOLE
       IF WRK-EMPRESA-IN IS NUMERIC
           MOVE WRK-EMPRESA-IN TO WRK-EMPRESA
       ELSE
           MOVE ZEROS TO WRK-EMPRESA
       END-IF
       MOVE SPACES TO SIS-EMPRESA-PEDIDO
       SET SIS-EP-ACESSO TO TRUE
       MOVE WRK-EMPRESA TO SIS-EP-EMPRESA
       MOVE WRK-USUARIO TO SIS-EP-USUARIO
       MOVE 'FUNC-MANUTENCAO' TO SIS-EP-PROGRAMA
       CALL 'SIS-EMPRESA' USING SIS-EMPRESA-PEDIDO
       IF SIS-EP-NAO
           DISPLAY SIS-EP-MENSAGEM ' - PROGRAMA ENCERRADO'
           STOP RUN
       END-IF
       DISPLAY 'EMPRESA: ' WRK-EMPRESA ' ' SIS-EP-NOME.

       0140-CARREGAR-DEPTOS.
       OPEN INPUT FUNC-DEPTO-FILE
       IF WRK-DEPTO-STATUS = '00'
                   NOT AT END
                       IF WRK-QTD-DEPTOS < 50
                           ADD 1 TO WRK-QTD-DEPTOS
                           MOVE FUNC-DP-EMPRESA TO
                               WRK-TAB-DEP-EMPRESA (WRK-QTD-DEPTOS)
                           MOVE FUNC-DP-CODIGO TO
                               WRK-TAB-DEP-CODIGO (WRK-QTD-DEPTOS)
                       END-IF
           DISPLAY 'OPCAO INVALIDA - TENTE NOVAMENTE'
       END-IF.

       0260-TRAVAR-MATRICULA.
       MOVE SPACES TO SIS-TRAVA-PEDIDO
       SET SIS-TP-TRAVAR TO TRUE
       MOVE 'FUNCMST.DAT' TO SIS-TP-ARQUIVO
       MOVE WRK-MATRICULA TO SIS-TP-CHAVE
       MOVE WRK-USUARIO TO SIS-TP-USUARIO
       MOVE 'FUNC-MANUTENCAO' TO SIS-TP-PROGRAMA
       CALL 'SIS-TRAVA' USING SIS-TRAVA-PEDIDO
       IF SIS-TP-NEGADA
           DISPLAY 'MATRICULA ' WRK-MATRICULA ' ' SIS-TP-MENSAGEM
       END-IF.

       0265-LIBERAR-MATRICULA.
       SET SIS-TP-LIBERAR TO TRUE
       CALL 'SIS-TRAVA' USING SIS-TRAVA-PEDIDO.

       0270-OBTER-MATRICULA.
       DISPLAY 'INFORME A MATRICULA (6 DIGITOS, COM O DIGITO)'
       ACCEPT WRK-MATRICULA-IN FROM CONSOLE
       PERFORM 0275-CONFERIR-DIGITO
       IF WRK-MATRICULA-IN IS NUMERIC
           MOVE WRK-MATRICULA-IN (1:5) TO WRK-MATRICULA
       ELSE
           DISPLAY 'MATRICULA NAO NUMERICA - ASSUMINDO ZERO'
           MOVE ZEROS TO WRK-MATRICULA
       END-IF.

      *    new matricula typed without digit - assigned on inclusion
       0272-OBTER-MATRICULA-NOVA.
       DISPLAY 'INFORME A NOVA MATRICULA (5 DIGITOS, SEM O DIGITO)'
       MOVE SPACES TO WRK-MATRICULA-IN
       ACCEPT WRK-MATRICULA-IN FROM CONSOLE
       IF WRK-MATRICULA-IN (1:5) IS NUMERIC
          AND WRK-MATRICULA-IN (6:1) = SPACE
           MOVE WRK-MATRICULA-IN (1:5) TO WRK-MATRICULA
       ELSE
           DISPLAY 'MATRICULA NAO NUMERICA - ASSUMINDO ZERO'
           MOVE ZEROS TO WRK-MATRICULA
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

       0280-LOCALIZAR-MASTER.
       MOVE 'N' TO WRK-ACHOU
       MOVE WRK-MATRICULA TO FUNC-MT-MATRICULA
           NOT INVALID KEY MOVE 'S' TO WRK-ACHOU
       END-READ.

       0282-CONFERIR-EMPRESA.
       IF WRK-ACHOU-OK AND FUNC-MS-EMPRESA NOT = WRK-EMPRESA
           DISPLAY 'MATRICULA DE OUTRA EMPRESA: ' WRK-MATRICULA
           MOVE 'N' TO WRK-ACHOU
       END-IF.

       0284-CONFERIR-FAIXA.
       MOVE SPACES TO SIS-EMPRESA-PEDIDO
       SET SIS-EP-DONA-MATRICULA TO TRUE
       MOVE WRK-MATRICULA TO SIS-EP-MATRICULA
       CALL 'SIS-EMPRESA' USING SIS-EMPRESA-PEDIDO
       IF SIS-EP-EMPRESA NOT = WRK-EMPRESA
           SET SIS-EP-NAO TO TRUE
           DISPLAY 'MATRICULA FORA DA FAIXA DA EMPRESA: '
               WRK-MATRICULA
       END-IF.

       0285-REGISTRAR-ACESSO.
       MOVE SPACES TO SIS-ACESSO-REC
       MOVE WRK-USUARIO TO SIS-AC-USUARIO
       MOVE 'FUNC-MANUTENCAO' TO SIS-AC-PROGRAMA
       MOVE 'FUNCMST.DAT' TO SIS-AC-ARQUIVO
       MOVE WRK-MATRICULA TO SIS-AC-MATRICULA
       CALL 'SIS-ACESSO' USING SIS-ACESSO-REC.

       0290-MARCAR-ALTERACAO.
       ACCEPT WRK-DATA-SISTEMA FROM DATE YYYYMMDD
       MOVE WRK-DATA-SISTEMA TO FUNC-MS-DATA-ALTERACAO.

       0295-GRAVAR-JORNAL.
       MOVE 'FUNC-MANUTENCAO' TO FUNC-JR-PROGRAMA
       MOVE FUNC-MASTER-REC TO FUNC-JR-MASTER
       CALL 'FUNC-JORNAL' USING FUNC-JORNAL-REC.

       0300-INCLUIR.
       PERFORM 0272-OBTER-MATRICULA-NOVA
       PERFORM 0260-TRAVAR-MATRICULA
       IF SIS-TP-CONCEDIDA
           PERFORM 0310-INCLUIR-TRAVADA
           PERFORM 0265-LIBERAR-MATRICULA
       END-IF.

       0310-INCLUIR-TRAVADA.
       PERFORM 0280-LOCALIZAR-MASTER
       IF WRK-ACHOU-OK
           DISPLAY 'MATRICULA JA CADASTRADA: ' WRK-MATRICULA
       ELSE
           PERFORM 0284-CONFERIR-FAIXA
       END-IF
       IF NOT WRK-ACHOU-OK AND SIS-EP-SIM
           MOVE WRK-MATRICULA TO FUNC-MS-MATRICULA
           MOVE WRK-EMPRESA TO FUNC-MS-EMPRESA
           PERFORM 0350-OBTER-DADOS
           MOVE 'A' TO FUNC-MS-SITUACAO
           PERFORM 0290-MARCAR-ALTERACAO
               INVALID KEY
                   DISPLAY 'ERRO NA GRAVACAO: ' WRK-MASTER-STATUS
               NOT INVALID KEY
                   MOVE SPACES TO WRK-DV-CODIGO
                   MOVE WRK-MATRICULA TO WRK-DV-CODIGO (1:5)
                   SET FUNC-JR-INCLUSAO TO TRUE
                   PERFORM 0295-GRAVAR-JORNAL
                   CALL 'SIS-DIGITO' USING WRK-DV-CODIGO WRK-DV-DIGITO
                   DISPLAY 'FUNCIONARIO INCLUIDO: ' WRK-MATRICULA
                       '-' WRK-DV-DIGITO
           END-WRITE
       END-IF.

                       ADD 1 TO WRK-TENTATIVAS
                   WHEN WRK-TAB-DEP-CODIGO (WRK-DEP-IDX)
                           = FUNC-MS-DEPARTAMENTO
                      AND WRK-TAB-DEP-EMPRESA (WRK-DEP-IDX)
                           = WRK-EMPRESA
                       MOVE 'S' TO WRK-DEPTO-VALIDO
               END-SEARCH
           END-IF

       0400-ALTERAR.
       PERFORM 0270-OBTER-MATRICULA
       PERFORM 0260-TRAVAR-MATRICULA
       IF SIS-TP-CONCEDIDA
           PERFORM 0410-ALTERAR-TRAVADA
           PERFORM 0265-LIBERAR-MATRICULA
       END-IF.

       0410-ALTERAR-TRAVADA.
       PERFORM 0280-LOCALIZAR-MASTER
       PERFORM 0282-CONFERIR-EMPRESA
       IF WRK-ACHOU-OK
           PERFORM 0285-REGISTRAR-ACESSO
           PERFORM 0350-OBTER-DADOS
           PERFORM 0290-MARCAR-ALTERACAO
           MOVE FUNC-MASTER-REC TO FUNC-MASTER-LINHA
               INVALID KEY
                   DISPLAY 'ERRO NA REGRAVACAO: ' WRK-MASTER-STATUS
               NOT INVALID KEY
                   SET FUNC-JR-ALTERACAO TO TRUE
                   PERFORM 0295-GRAVAR-JORNAL
                   DISPLAY 'FUNCIONARIO ALTERADO: ' WRK-MATRICULA
           END-REWRITE
       ELSE

       0500-INATIVAR.
       PERFORM 0270-OBTER-MATRICULA
       PERFORM 0260-TRAVAR-MATRICULA
       IF SIS-TP-CONCEDIDA
           PERFORM 0510-INATIVAR-TRAVADA
           PERFORM 0265-LIBERAR-MATRICULA
       END-IF.

       0510-INATIVAR-TRAVADA.
       PERFORM 0280-LOCALIZAR-MASTER
       PERFORM 0282-CONFERIR-EMPRESA
       IF WRK-ACHOU-OK
           PERFORM 0285-REGISTRAR-ACESSO
           MOVE 'I' TO FUNC-MS-SITUACAO
           PERFORM 0290-MARCAR-ALTERACAO
           MOVE FUNC-MASTER-REC TO FUNC-MASTER-LINHA
               INVALID KEY
                   DISPLAY 'ERRO NA REGRAVACAO: ' WRK-MASTER-STATUS
               NOT INVALID KEY
                   SET FUNC-JR-ALTERACAO TO TRUE
                   PERFORM 0295-GRAVAR-JORNAL
                   DISPLAY 'FUNCIONARIO INATIVADO: ' WRK-MATRICULA
           END-REWRITE
       ELSE
