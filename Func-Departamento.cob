      *          departments in every report. FUNC-MOVIMENTO and
      *          FUNC-MANUTENCAO validate department codes against
      *          this file and EX3-LOTE rolls the snapshots up by
      *          parent cost center. Each department also names
      *          its responsible manager by EX40 user id, who reviews
      *          the department's program access in the quarterly
      *          EX40-RECERTIFICA campaign. Each department belongs
      *          to a company of the group: the operator gives the
      *          user id and the company, refused unless SIS-EMPRESA
      *          grants the user access to it, and only that
      *          company's departments are listed, included and
      *          changed. Codes stay unique across the group, so the
      *          cost center roll-ups keep working on the code alone.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       DATA DIVISION.
       FILE SECTION.
       FD  FUNC-DEPTO-FILE.
       01 FUNC-DEPTO-LINHA PIC X(52).

       WORKING-STORAGE SECTION.
       COPY FUNCREC.
       COPY SISEMPREC.

       77 WRK-DEPTO-STATUS PIC X(02) VALUE '00'.
       77 WRK-FIM-ARQUIVO PIC X(01) VALUE 'N'.
       01 WRK-TABELA-DEPTOS.
           05 WRK-TAB-DEP OCCURS 50 TIMES
               INDEXED BY WRK-DEP-IDX.
               10 WRK-TAB-DEP-EMPRESA PIC 9(02).
               10 WRK-TAB-DEP-CODIGO PIC X(10).
               10 WRK-TAB-DEP-NOME   PIC X(20).
               10 WRK-TAB-DEP-PAI    PIC X(10).
               10 WRK-TAB-DEP-GESTOR PIC X(10).
       77 WRK-QTD-DEPTOS PIC 9(02) VALUE ZEROS.

       77 WRK-OPCAO        PIC 9(01) VALUE ZEROS.
           88 WRK-HOUVE-ALTERACAO-OK VALUE 'S'.

       77 WRK-CODIGO PIC X(10) VALUE SPACES.
       77 WRK-USUARIO    PIC X(10) VALUE SPACES.
       77 WRK-EMPRESA-IN PIC X(02) VALUE SPACES.
       77 WRK-EMPRESA    PIC 9(02) VALUE ZEROS.
       77 WRK-ACHOU  PIC X(01) VALUE 'N'.
           88 WRK-ACHOU-OK VALUE 'S'.

           05 WRK-LL-NOME   PIC X(20).
           05 FILLER        PIC X(02) VALUE SPACES.
           05 WRK-LL-PAI    PIC X(10).
           05 FILLER        PIC X(02) VALUE SPACES.
           05 WRK-LL-GESTOR PIC X(10).

       PROCEDURE DIVISION.

       0100-PRINCIPAL.
       DISPLAY 'INFORME O SEU USUARIO'
       ACCEPT WRK-USUARIO FROM CONSOLE
       IF WRK-USUARIO = SPACES
           DISPLAY 'USUARIO NAO INFORMADO - PROGRAMA ENCERRADO'
           STOP RUN
       END-IF
       PERFORM 0130-OBTER-EMPRESA.
       PERFORM 0150-CARREGAR-DEPTOS.
       PERFORM 0200-EXECUTAR-CICLO UNTIL WRK-SAIR-OK.
       IF WRK-HOUVE-ALTERACAO-OK
       END-IF.
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
       MOVE 'FUNC-DEPTO' TO SIS-EP-PROGRAMA
       CALL 'SIS-EMPRESA' USING SIS-EMPRESA-PEDIDO
       IF SIS-EP-NAO
           DISPLAY SIS-EP-MENSAGEM ' - PROGRAMA ENCERRADO'
           STOP RUN
       END-IF
       DISPLAY 'EMPRESA: ' WRK-EMPRESA ' ' SIS-EP-NOME.

       0150-CARREGAR-DEPTOS.
       OPEN INPUT FUNC-DEPTO-FILE
       IF WRK-DEPTO-STATUS = '00'
                           PERFORM 9000-ABORTAR-CAPACIDADE
                       END-IF
                       ADD 1 TO WRK-QTD-DEPTOS
                       MOVE FUNC-DP-EMPRESA TO
                           WRK-TAB-DEP-EMPRESA (WRK-QTD-DEPTOS)
                       MOVE FUNC-DP-CODIGO TO
                           WRK-TAB-DEP-CODIGO (WRK-QTD-DEPTOS)
                       MOVE FUNC-DP-NOME TO
                           WRK-TAB-DEP-NOME (WRK-QTD-DEPTOS)
                       MOVE FUNC-DP-CENTRO-PAI TO
                           WRK-TAB-DEP-PAI (WRK-QTD-DEPTOS)
                       MOVE FUNC-DP-GESTOR TO
                           WRK-TAB-DEP-GESTOR (WRK-QTD-DEPTOS)
               END-READ
           END-PERFORM
           CLOSE FUNC-DEPTO-FILE
       DISPLAY 'INFORME O NOME DO DEPARTAMENTO'
       ACCEPT WRK-TAB-DEP-NOME (WRK-DEP-IDX) FROM CONSOLE
       DISPLAY 'INFORME O CENTRO DE CUSTO PAI'
       ACCEPT WRK-TAB-DEP-PAI (WRK-DEP-IDX) FROM CONSOLE
       DISPLAY 'INFORME O USUARIO EX40 DO GESTOR RESPONSAVEL'
       ACCEPT WRK-TAB-DEP-GESTOR (WRK-DEP-IDX) FROM CONSOLE.

       0300-INCLUIR.
       PERFORM 0270-LOCALIZAR-CODIGO
           DISPLAY 'CODIGO EM BRANCO - NAO INCLUIDO'
       ELSE
           IF WRK-ACHOU-OK
               IF WRK-TAB-DEP-EMPRESA (WRK-DEP-IDX) = WRK-EMPRESA
                   DISPLAY 'DEPARTAMENTO JA CADASTRADO: ' WRK-CODIGO
               ELSE
                   DISPLAY 'CODIGO JA USADO POR OUTRA EMPRESA: '
                       WRK-CODIGO
               END-IF
           ELSE
               IF WRK-QTD-DEPTOS >= 50
                   PERFORM 9000-ABORTAR-CAPACIDADE
               END-IF
               ADD 1 TO WRK-QTD-DEPTOS
               SET WRK-DEP-IDX TO WRK-QTD-DEPTOS
               MOVE WRK-EMPRESA TO WRK-TAB-DEP-EMPRESA (WRK-DEP-IDX)
               MOVE WRK-CODIGO TO WRK-TAB-DEP-CODIGO (WRK-DEP-IDX)
               PERFORM 0280-OBTER-DADOS
               MOVE 'S' TO WRK-HOUVE-ALTERACAO

       0400-ALTERAR.
       PERFORM 0270-LOCALIZAR-CODIGO
       EVALUATE TRUE
           WHEN NOT WRK-ACHOU-OK
               DISPLAY 'DEPARTAMENTO NAO CADASTRADO: ' WRK-CODIGO
           WHEN WRK-TAB-DEP-EMPRESA (WRK-DEP-IDX) NOT = WRK-EMPRESA
               DISPLAY 'DEPARTAMENTO DE OUTRA EMPRESA: ' WRK-CODIGO
           WHEN OTHER
               PERFORM 0280-OBTER-DADOS
               MOVE 'S' TO WRK-HOUVE-ALTERACAO
               DISPLAY 'DEPARTAMENTO ALTERADO'
       END-EVALUATE.

       0600-LISTAR-CONSOLE.
       PERFORM VARYING WRK-DEP-IDX FROM 1 BY 1
               UNTIL WRK-DEP-IDX > WRK-QTD-DEPTOS
           IF WRK-TAB-DEP-EMPRESA (WRK-DEP-IDX) = WRK-EMPRESA
               MOVE WRK-TAB-DEP-CODIGO (WRK-DEP-IDX) TO WRK-LL-CODIGO
               MOVE WRK-TAB-DEP-NOME (WRK-DEP-IDX) TO WRK-LL-NOME
               MOVE WRK-TAB-DEP-PAI (WRK-DEP-IDX) TO WRK-LL-PAI
               MOVE WRK-TAB-DEP-GESTOR (WRK-DEP-IDX)
                   TO WRK-LL-GESTOR
               DISPLAY WRK-LINHA-LISTA
           END-IF
       END-PERFORM.

       0700-GRAVAR-DEPTOS.
           MOVE WRK-TAB-DEP-CODIGO (WRK-DEP-IDX) TO FUNC-DP-CODIGO
           MOVE WRK-TAB-DEP-NOME (WRK-DEP-IDX) TO FUNC-DP-NOME
           MOVE WRK-TAB-DEP-PAI (WRK-DEP-IDX) TO FUNC-DP-CENTRO-PAI
           MOVE WRK-TAB-DEP-GESTOR (WRK-DEP-IDX) TO FUNC-DP-GESTOR
           MOVE WRK-TAB-DEP-EMPRESA (WRK-DEP-IDX) TO FUNC-DP-EMPRESA
           MOVE FUNC-DEPTO-REC TO FUNC-DEPTO-LINHA
           WRITE FUNC-DEPTO-LINHA
       END-PERFORM
