      ******************************************************************
      * Author:
      * Date:
      * Purpose: generic export of a data file to a spreadsheet file.
      *          The user logs in with the EX40 credentials and picks
      *          one of the files described in the record-layout
      *          registry SISLAYOUT.DAT; files marked for the admin
      *          profile can only be exported by EX40 administrators.
      *          Optionally a list of fields (default all, in
      *          registry order) and up to 3 filters (field, operator
      *          = <> > < >= <= and value, all required) are given.
      *          The selected records are written to <file>.CSV, ';'
      *          separated with a header line of field names, text in
      *          double quotes and numbers with their sign decoded
      *          and a decimal comma. Indexed files (the FUNCMST
      *          master) are unloaded in key order. Exports of files
      *          flagged sensitive are logged through SIS-ACESSO.
      *          When the file has an EMPRESA field registered, records
      *          of companies the user has no access to (SIS-EMPRESA)
      *          are left out unless the user holds the CONSOLIDADO
      *          grant; the count left out is logged with the export.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SIS-EXPORTA.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT EX40-USUARIOS-FILE ASSIGN TO 'EX40USR.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-USUARIOS-STATUS.
           SELECT SIS-LAYOUT-FILE ASSIGN TO 'SISLAYOUT.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-LAYOUT-STATUS.
           SELECT EXP-ORIGEM-FILE ASSIGN TO WRK-NOME-ORIGEM
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-ORIGEM-STATUS.
           SELECT EXP-SAIDA-FILE ASSIGN TO WRK-NOME-SAIDA
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-SAIDA-STATUS.
           SELECT FUNC-MASTER-FILE ASSIGN TO 'FUNCMST.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FUNC-MT-MATRICULA
               FILE STATUS IS WRK-MASTER-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  EX40-USUARIOS-FILE.
       01 EX40-USUARIOS-LINHA PIC X(48).

       FD  SIS-LAYOUT-FILE.
       01 SIS-LAYOUT-LINHA PIC X(56).

       FD  EXP-ORIGEM-FILE.
       01 EXP-ORIGEM-LINHA PIC X(500).

       FD  EXP-SAIDA-FILE.
       01 EXP-SAIDA-LINHA PIC X(3000).

       FD  FUNC-MASTER-FILE.
       01 FUNC-MASTER-LINHA.
           05 FUNC-MT-MATRICULA PIC 9(05).
           05 FILLER            PIC X(80).

       WORKING-STORAGE SECTION.
       COPY SISLAYREC.
       COPY SISACSREC.
       COPY EX40REC.
       COPY SISEMPREC.

       77 WRK-USUARIOS-STATUS PIC X(02) VALUE '00'.
       77 WRK-LAYOUT-STATUS   PIC X(02) VALUE '00'.
       77 WRK-ORIGEM-STATUS   PIC X(02) VALUE '00'.
       77 WRK-SAIDA-STATUS    PIC X(02) VALUE '00'.
       77 WRK-MASTER-STATUS   PIC X(02) VALUE '00'.
       77 WRK-FIM-ARQUIVO PIC X(01) VALUE 'N'.
           88 WRK-FIM-ARQUIVO-OK VALUE 'S'.
       77 WRK-NOME-ORIGEM PIC X(15) VALUE SPACES.
       77 WRK-NOME-SAIDA  PIC X(20) VALUE SPACES.
       77 WRK-RADICAL     PIC X(15) VALUE SPACES.

       77 WRK-USUARIO     PIC X(10) VALUE SPACES.
       77 WRK-SENHA       PIC X(10) VALUE SPACES.
       77 WRK-SALT-CALC   PIC 9(04) VALUE ZEROS.
       77 WRK-HASH-CALC   PIC 9(10) VALUE ZEROS.
       77 WRK-PERFIL-LOGADO PIC X(01) VALUE SPACES.
           88 WRK-PERFIL-LOGADO-ADMIN VALUE 'A'.
       77 WRK-AUTENTICADO PIC X(01) VALUE 'N'.
           88 WRK-AUTENTICADO-OK VALUE 'S'.
       77 WRK-PROSSEGUIR  PIC X(01) VALUE 'S'.
           88 WRK-PROSSEGUIR-OK VALUE 'S'.
       77 WRK-GRUPO       PIC X(01) VALUE 'N'.
           88 WRK-GRUPO-OK VALUE 'S'.
       77 WRK-CMP-EMPRESA PIC 9(03) VALUE ZEROS.
       77 WRK-EMPRESA-REG PIC 9(02) VALUE ZEROS.
       77 WRK-QT-RESTRITOS PIC 9(07) VALUE ZEROS.

       01 WRK-TABELA-ACESSO.
           05 WRK-TAB-ACESSO OCCURS 99 TIMES PIC X(01).
               88 WRK-ACESSO-SIM VALUE 'S'.

       01 WRK-TABELA-ARQUIVOS.
           05 WRK-TAB-ARQ OCCURS 30 TIMES
               INDEXED BY WRK-ARQ-IDX.
               10 WRK-TAB-ARQ-NOME        PIC X(15).
               10 WRK-TAB-ARQ-ORGANIZACAO PIC X(01).
                   88 WRK-TAB-ARQ-INDEXADO VALUE 'I'.
               10 WRK-TAB-ARQ-PERFIL      PIC X(01).
                   88 WRK-TAB-ARQ-SO-ADMIN VALUE 'A'.
               10 WRK-TAB-ARQ-SENSIVEL    PIC X(01).
                   88 WRK-TAB-ARQ-SENSIVEL-OK VALUE 'S'.
               10 WRK-TAB-ARQ-DESCRICAO   PIC X(30).
               10 WRK-TAB-ARQ-PRIMEIRO    PIC 9(03).
               10 WRK-TAB-ARQ-QTD-CAMPOS  PIC 9(03).
       77 WRK-QTD-ARQUIVOS PIC 9(02) VALUE ZEROS.
       77 WRK-OPCAO-ARQ    PIC 9(02) VALUE ZEROS.

       01 WRK-TABELA-CAMPOS.
           05 WRK-TAB-CMP OCCURS 600 TIMES
               INDEXED BY WRK-CMP-IDX.
               10 WRK-TAB-CMP-NOME     PIC X(20).
               10 WRK-TAB-CMP-POSICAO  PIC 9(04).
               10 WRK-TAB-CMP-TAMANHO  PIC 9(02).
               10 WRK-TAB-CMP-TIPO     PIC X(01).
                   88 WRK-TAB-CMP-TEXTO VALUE 'X'.
               10 WRK-TAB-CMP-DECIMAIS PIC 9(01).
       77 WRK-QTD-CAMPOS   PIC 9(03) VALUE ZEROS.
       77 WRK-ULTIMO-CAMPO PIC 9(03) VALUE ZEROS.
       77 WRK-CMP-ACHADO   PIC 9(03) VALUE ZEROS.

       01 WRK-TABELA-SELECAO.
           05 WRK-SEL-CAMPO OCCURS 60 TIMES
               INDEXED BY WRK-SEL-IDX PIC 9(03).
       77 WRK-QTD-SELECAO PIC 9(02) VALUE ZEROS.
       77 WRK-LISTA-CAMPOS PIC X(200) VALUE SPACES.
       77 WRK-PONTEIRO     PIC 9(04) VALUE ZEROS.
       77 WRK-TOKEN        PIC X(30) VALUE SPACES.
       77 WRK-TOKEN-AUX    PIC X(30) VALUE SPACES.
       77 WRK-BRANCOS      PIC 9(02) VALUE ZEROS.

       01 WRK-TABELA-FILTROS.
           05 WRK-TAB-FLT OCCURS 3 TIMES
               INDEXED BY WRK-FLT-IDX.
               10 WRK-TAB-FLT-CAMPO    PIC 9(03).
               10 WRK-TAB-FLT-OPERADOR PIC X(02).
               10 WRK-TAB-FLT-VALOR-X  PIC X(30).
               10 WRK-TAB-FLT-VALOR-N  PIC S9(13)V9(05).
       77 WRK-QTD-FILTROS  PIC 9(01) VALUE ZEROS.
       77 WRK-FIM-FILTROS  PIC X(01) VALUE 'N'.
           88 WRK-FIM-FILTROS-OK VALUE 'S'.
       77 WRK-OPERADOR     PIC X(02) VALUE SPACES.
           88 WRK-OPERADOR-VALIDO VALUE '= ' '<>' '> ' '< ' '>=' '<='.
       77 WRK-VALOR-FILTRO PIC X(30) VALUE SPACES.
       77 WRK-PASSA        PIC X(01) VALUE 'S'.
           88 WRK-PASSA-OK VALUE 'S'.
       77 WRK-COMPARACAO   PIC S9(01) VALUE ZEROS.

       77 WRK-POS          PIC 9(02) VALUE ZEROS.
       77 WRK-CARACTERE    PIC X(01) VALUE SPACES.
       77 WRK-DIGITO-X     PIC X(01) VALUE SPACES.
       77 WRK-DIGITO REDEFINES WRK-DIGITO-X PIC 9(01).
       77 WRK-INTEIRO      PIC 9(13) VALUE ZEROS.
       01 WRK-FRACAO-X     PIC X(05) VALUE '00000'.
       01 WRK-FRACAO REDEFINES WRK-FRACAO-X PIC V9(05).
       77 WRK-QT-DIGITOS   PIC 9(02) VALUE ZEROS.
       77 WRK-QT-DEC       PIC 9(01) VALUE ZEROS.
       77 WRK-NEGATIVO     PIC X(01) VALUE 'N'.
           88 WRK-NEGATIVO-OK VALUE 'S'.
       77 WRK-APOS-VIRGULA PIC X(01) VALUE 'N'.
           88 WRK-APOS-VIRGULA-OK VALUE 'S'.
       77 WRK-VALOR-VALIDO PIC X(01) VALUE 'S'.
           88 WRK-VALOR-VALIDO-OK VALUE 'S'.

       77 WRK-REGISTRO     PIC X(500) VALUE SPACES.
       77 WRK-CAMPO-TEXTO  PIC X(99) VALUE SPACES.
       77 WRK-TAM-UTIL     PIC 9(02) VALUE ZEROS.
       01 WRK-NUM-X        PIC X(18) VALUE ZEROS.
       01 WRK-NUM-S REDEFINES WRK-NUM-X PIC S9(18).
       01 WRK-NUM-ABS      PIC 9(18) VALUE ZEROS.
       01 WRK-NUM-ABS-X REDEFINES WRK-NUM-ABS PIC X(18).
       77 WRK-VALOR-N      PIC S9(13)V9(05) VALUE ZEROS.
       77 WRK-CAMPO-VALIDO PIC X(01) VALUE 'S'.
           88 WRK-CAMPO-VALIDO-OK VALUE 'S'.
       77 WRK-TAM-INTEIRO  PIC 9(02) VALUE ZEROS.
       77 WRK-ZEROS        PIC 9(02) VALUE ZEROS.

       77 WRK-LINHA-CSV    PIC X(3000) VALUE SPACES.
       77 WRK-PONTEIRO-CSV PIC 9(04) VALUE 1.
       77 WRK-QT-LIDOS      PIC 9(07) VALUE ZEROS.
       77 WRK-QT-EXPORTADOS PIC 9(07) VALUE ZEROS.

       01 WRK-DATA-SISTEMA.
           05 WRK-DT-ANO  PIC 9(04).
           05 WRK-DT-MES  PIC 9(02).
           05 WRK-DT-DIA  PIC 9(02).
       01 WRK-DATA-SISTEMA-N REDEFINES WRK-DATA-SISTEMA PIC 9(08).

       PROCEDURE DIVISION.

       0100-PRINCIPAL.
       ACCEPT WRK-DATA-SISTEMA FROM DATE YYYYMMDD
       PERFORM 0150-AUTENTICAR.
       IF NOT WRK-AUTENTICADO-OK
           DISPLAY 'USUARIO OU SENHA INVALIDOS'
           MOVE 8 TO RETURN-CODE
           STOP RUN
       END-IF.
       PERFORM 0158-VERIFICAR-GRUPO.
       PERFORM 0160-CARREGAR-REGISTRO.
       PERFORM 0200-ESCOLHER-ARQUIVO THRU 0200-ESCOLHER-ARQUIVO-EXIT.
       IF WRK-PROSSEGUIR-OK
           PERFORM 0300-ESCOLHER-CAMPOS
       END-IF.
       IF WRK-PROSSEGUIR-OK
           PERFORM 0350-OBTER-FILTROS
       END-IF.
       IF WRK-PROSSEGUIR-OK
           PERFORM 0400-EXPORTAR THRU 0400-EXPORTAR-EXIT
       END-IF.
       IF WRK-PROSSEGUIR-OK
           MOVE 0 TO RETURN-CODE
       ELSE
           DISPLAY 'EXPORTACAO NAO REALIZADA'
           MOVE 8 TO RETURN-CODE
       END-IF.
       STOP RUN.

       0150-AUTENTICAR.
       DISPLAY 'INFORME O USUARIO'
       ACCEPT WRK-USUARIO FROM CONSOLE
       DISPLAY 'INFORME A SENHA'
       ACCEPT WRK-SENHA WITH NO ECHO
       OPEN INPUT EX40-USUARIOS-FILE
       IF WRK-USUARIOS-STATUS = '00'
           PERFORM UNTIL WRK-FIM-ARQUIVO-OK OR WRK-AUTENTICADO-OK
               READ EX40-USUARIOS-FILE INTO EX40-CREDENCIAL-REC
                   AT END MOVE 'S' TO WRK-FIM-ARQUIVO
                   NOT AT END
                       PERFORM 0155-CONFERIR-CREDENCIAL
               END-READ
           END-PERFORM
           CLOSE EX40-USUARIOS-FILE
       END-IF.

       0155-CONFERIR-CREDENCIAL.
       IF EX40-CR-USUARIO = WRK-USUARIO
          AND NOT EX40-CR-BLOQUEADO-OK
          AND (EX40-CR-VALIDADE = ZEROS
               OR EX40-CR-VALIDADE >= WRK-DATA-SISTEMA-N)
           MOVE EX40-CR-SALT TO WRK-SALT-CALC
           CALL 'EX40-HASH' USING WRK-SENHA WRK-SALT-CALC
               WRK-HASH-CALC
           IF EX40-CR-HASH = WRK-HASH-CALC
               MOVE 'S' TO WRK-AUTENTICADO
               MOVE EX40-CR-PERFIL TO WRK-PERFIL-LOGADO
           END-IF
       END-IF.

       0158-VERIFICAR-GRUPO.
       MOVE SPACES TO WRK-TABELA-ACESSO
       MOVE SPACES TO SIS-EMPRESA-PEDIDO
       SET SIS-EP-GRUPO TO TRUE
       MOVE WRK-USUARIO TO SIS-EP-USUARIO
       MOVE 'SIS-EXPORTA' TO SIS-EP-PROGRAMA
       CALL 'SIS-EMPRESA' USING SIS-EMPRESA-PEDIDO
       IF SIS-EP-SIM
           MOVE 'S' TO WRK-GRUPO
       END-IF.

      *    'C' lines belong to the 'A' line of the same file above
       0160-CARREGAR-REGISTRO.
       MOVE 'N' TO WRK-FIM-ARQUIVO
       OPEN INPUT SIS-LAYOUT-FILE
       IF WRK-LAYOUT-STATUS = '00'
           PERFORM UNTIL WRK-FIM-ARQUIVO-OK
               READ SIS-LAYOUT-FILE INTO SIS-LAYOUT-REC
                   AT END MOVE 'S' TO WRK-FIM-ARQUIVO
                   NOT AT END
                       EVALUATE TRUE
                           WHEN SIS-LY-LINHA-ARQUIVO
                               PERFORM 0165-GUARDAR-ARQUIVO
                           WHEN SIS-LY-LINHA-CAMPO
                                AND WRK-QTD-ARQUIVOS > 0
                               IF SIS-LY-ARQUIVO =
                                  WRK-TAB-ARQ-NOME (WRK-QTD-ARQUIVOS)
                                   PERFORM 0168-GUARDAR-CAMPO
                               END-IF
                       END-EVALUATE
               END-READ
           END-PERFORM
           CLOSE SIS-LAYOUT-FILE
       ELSE
           DISPLAY 'REGISTRO DE LAYOUTS SISLAYOUT.DAT AUSENTE'
       END-IF.

       0165-GUARDAR-ARQUIVO.
       IF WRK-QTD-ARQUIVOS >= 30
           PERFORM 9000-ABORTAR-CAPACIDADE
       END-IF
       ADD 1 TO WRK-QTD-ARQUIVOS
       MOVE SIS-LY-ARQUIVO TO WRK-TAB-ARQ-NOME (WRK-QTD-ARQUIVOS)
       MOVE SIS-LY-ORGANIZACAO
           TO WRK-TAB-ARQ-ORGANIZACAO (WRK-QTD-ARQUIVOS)
       MOVE SIS-LY-PERFIL TO WRK-TAB-ARQ-PERFIL (WRK-QTD-ARQUIVOS)
       MOVE SIS-LY-SENSIVEL TO WRK-TAB-ARQ-SENSIVEL (WRK-QTD-ARQUIVOS)
       MOVE SIS-LY-DESCRICAO
           TO WRK-TAB-ARQ-DESCRICAO (WRK-QTD-ARQUIVOS)
       COMPUTE WRK-TAB-ARQ-PRIMEIRO (WRK-QTD-ARQUIVOS) =
           WRK-QTD-CAMPOS + 1
       MOVE ZEROS TO WRK-TAB-ARQ-QTD-CAMPOS (WRK-QTD-ARQUIVOS).

      *    numbers longer than 18 digits are exported as text
       0168-GUARDAR-CAMPO.
       IF WRK-QTD-CAMPOS >= 600
           PERFORM 9000-ABORTAR-CAPACIDADE
       END-IF
       ADD 1 TO WRK-QTD-CAMPOS
       ADD 1 TO WRK-TAB-ARQ-QTD-CAMPOS (WRK-QTD-ARQUIVOS)
       MOVE SIS-LY-CAMPO TO WRK-TAB-CMP-NOME (WRK-QTD-CAMPOS)
       MOVE SIS-LY-POSICAO TO WRK-TAB-CMP-POSICAO (WRK-QTD-CAMPOS)
       MOVE SIS-LY-TAMANHO TO WRK-TAB-CMP-TAMANHO (WRK-QTD-CAMPOS)
       MOVE SIS-LY-TIPO TO WRK-TAB-CMP-TIPO (WRK-QTD-CAMPOS)
       MOVE SIS-LY-DECIMAIS TO WRK-TAB-CMP-DECIMAIS (WRK-QTD-CAMPOS)
       IF SIS-LY-TAMANHO > 18 OR SIS-LY-DECIMAIS > 5
           MOVE 'X' TO WRK-TAB-CMP-TIPO (WRK-QTD-CAMPOS)
       END-IF.

       0200-ESCOLHER-ARQUIVO.
       IF WRK-QTD-ARQUIVOS = 0
           MOVE 'N' TO WRK-PROSSEGUIR
           GO TO 0200-ESCOLHER-ARQUIVO-EXIT
       END-IF
       PERFORM VARYING WRK-ARQ-IDX FROM 1 BY 1
               UNTIL WRK-ARQ-IDX > WRK-QTD-ARQUIVOS
           SET WRK-OPCAO-ARQ TO WRK-ARQ-IDX
           DISPLAY WRK-OPCAO-ARQ '- ' WRK-TAB-ARQ-NOME (WRK-ARQ-IDX)
               ' ' WRK-TAB-ARQ-DESCRICAO (WRK-ARQ-IDX)
       END-PERFORM
       DISPLAY 'INFORME O ARQUIVO A EXPORTAR'
       ACCEPT WRK-OPCAO-ARQ FROM CONSOLE
       IF WRK-OPCAO-ARQ = 0 OR WRK-OPCAO-ARQ > WRK-QTD-ARQUIVOS
           DISPLAY 'ARQUIVO INVALIDO'
           MOVE 'N' TO WRK-PROSSEGUIR
           GO TO 0200-ESCOLHER-ARQUIVO-EXIT
       END-IF
       SET WRK-ARQ-IDX TO WRK-OPCAO-ARQ
       IF WRK-TAB-ARQ-SO-ADMIN (WRK-ARQ-IDX)
          AND NOT WRK-PERFIL-LOGADO-ADMIN
           DISPLAY 'EXPORTACAO RESTRITA AO PERFIL ADMINISTRADOR'
           MOVE 'N' TO WRK-PROSSEGUIR
       END-IF.
       0200-ESCOLHER-ARQUIVO-EXIT.
       EXIT.

       0300-ESCOLHER-CAMPOS.
       COMPUTE WRK-ULTIMO-CAMPO = WRK-TAB-ARQ-PRIMEIRO (WRK-ARQ-IDX)
           + WRK-TAB-ARQ-QTD-CAMPOS (WRK-ARQ-IDX) - 1
       DISPLAY 'CAMPOS DO ARQUIVO ' WRK-TAB-ARQ-NOME (WRK-ARQ-IDX)
       PERFORM VARYING WRK-CMP-IDX
               FROM WRK-TAB-ARQ-PRIMEIRO (WRK-ARQ-IDX) BY 1
               UNTIL WRK-CMP-IDX > WRK-ULTIMO-CAMPO
           DISPLAY '  ' WRK-TAB-CMP-NOME (WRK-CMP-IDX)
       END-PERFORM
       DISPLAY 'INFORME OS CAMPOS SEPARADOS POR VIRGULA'
           ' (BRANCO = TODOS)'
       MOVE SPACES TO WRK-LISTA-CAMPOS
       ACCEPT WRK-LISTA-CAMPOS FROM CONSOLE
       IF WRK-LISTA-CAMPOS = SPACES
           PERFORM VARYING WRK-CMP-IDX
                   FROM WRK-TAB-ARQ-PRIMEIRO (WRK-ARQ-IDX) BY 1
                   UNTIL WRK-CMP-IDX > WRK-ULTIMO-CAMPO
               SET WRK-CMP-ACHADO TO WRK-CMP-IDX
               PERFORM 0330-INCLUIR-SELECAO
           END-PERFORM
       ELSE
           MOVE 1 TO WRK-PONTEIRO
           PERFORM 0310-SEPARAR-CAMPO
               UNTIL WRK-PONTEIRO > 200 OR NOT WRK-PROSSEGUIR-OK
       END-IF
       IF WRK-PROSSEGUIR-OK AND WRK-QTD-SELECAO = 0
           DISPLAY 'NENHUM CAMPO SELECIONADO'
           MOVE 'N' TO WRK-PROSSEGUIR
       END-IF.

       0310-SEPARAR-CAMPO.
       MOVE SPACES TO WRK-TOKEN
       UNSTRING WRK-LISTA-CAMPOS DELIMITED BY ','
           INTO WRK-TOKEN
           WITH POINTER WRK-PONTEIRO
       END-UNSTRING
       PERFORM 0315-AJUSTAR-TOKEN
       IF WRK-TOKEN NOT = SPACES
           PERFORM 0320-LOCALIZAR-CAMPO
           IF WRK-CMP-ACHADO = ZEROS
               DISPLAY 'CAMPO NAO REGISTRADO: ' WRK-TOKEN
               MOVE 'N' TO WRK-PROSSEGUIR
           ELSE
               PERFORM 0330-INCLUIR-SELECAO
           END-IF
       END-IF.

       0315-AJUSTAR-TOKEN.
       MOVE ZEROS TO WRK-BRANCOS
       INSPECT WRK-TOKEN TALLYING WRK-BRANCOS FOR LEADING SPACES
       IF WRK-BRANCOS > 0 AND WRK-BRANCOS < 30
           MOVE WRK-TOKEN (WRK-BRANCOS + 1:) TO WRK-TOKEN-AUX
           MOVE WRK-TOKEN-AUX TO WRK-TOKEN
       END-IF.

       0320-LOCALIZAR-CAMPO.
       MOVE ZEROS TO WRK-CMP-ACHADO
       PERFORM VARYING WRK-CMP-IDX
               FROM WRK-TAB-ARQ-PRIMEIRO (WRK-ARQ-IDX) BY 1
               UNTIL WRK-CMP-IDX > WRK-ULTIMO-CAMPO
                  OR WRK-CMP-ACHADO > ZEROS
           IF WRK-TAB-CMP-NOME (WRK-CMP-IDX) = WRK-TOKEN
               SET WRK-CMP-ACHADO TO WRK-CMP-IDX
           END-IF
       END-PERFORM.

       0330-INCLUIR-SELECAO.
       IF WRK-QTD-SELECAO >= 60
           PERFORM 9000-ABORTAR-CAPACIDADE
       END-IF
       ADD 1 TO WRK-QTD-SELECAO
       MOVE WRK-CMP-ACHADO TO WRK-SEL-CAMPO (WRK-QTD-SELECAO).

       0350-OBTER-FILTROS.
       MOVE 'N' TO WRK-FIM-FILTROS
       PERFORM 0360-OBTER-UM-FILTRO THRU 0360-OBTER-UM-FILTRO-EXIT
           UNTIL WRK-QTD-FILTROS = 3 OR WRK-FIM-FILTROS-OK
              OR NOT WRK-PROSSEGUIR-OK.

       0360-OBTER-UM-FILTRO.
       DISPLAY 'FILTRO - INFORME O CAMPO (BRANCO = SEM MAIS FILTROS)'
       MOVE SPACES TO WRK-TOKEN
       ACCEPT WRK-TOKEN FROM CONSOLE
       IF WRK-TOKEN = SPACES
           MOVE 'S' TO WRK-FIM-FILTROS
           GO TO 0360-OBTER-UM-FILTRO-EXIT
       END-IF
       PERFORM 0320-LOCALIZAR-CAMPO
       IF WRK-CMP-ACHADO = ZEROS
           DISPLAY 'CAMPO NAO REGISTRADO: ' WRK-TOKEN
           MOVE 'N' TO WRK-PROSSEGUIR
           GO TO 0360-OBTER-UM-FILTRO-EXIT
       END-IF
       DISPLAY 'INFORME O OPERADOR (= <> > < >= <=)'
       MOVE SPACES TO WRK-OPERADOR
       ACCEPT WRK-OPERADOR FROM CONSOLE
       IF NOT WRK-OPERADOR-VALIDO
           DISPLAY 'OPERADOR INVALIDO'
           MOVE 'N' TO WRK-PROSSEGUIR
           GO TO 0360-OBTER-UM-FILTRO-EXIT
       END-IF
       DISPLAY 'INFORME O VALOR'
       MOVE SPACES TO WRK-VALOR-FILTRO
       ACCEPT WRK-VALOR-FILTRO FROM CONSOLE
       ADD 1 TO WRK-QTD-FILTROS
       SET WRK-FLT-IDX TO WRK-QTD-FILTROS
       MOVE WRK-CMP-ACHADO TO WRK-TAB-FLT-CAMPO (WRK-FLT-IDX)
       MOVE WRK-OPERADOR TO WRK-TAB-FLT-OPERADOR (WRK-FLT-IDX)
       MOVE WRK-VALOR-FILTRO TO WRK-TAB-FLT-VALOR-X (WRK-FLT-IDX)
       MOVE ZEROS TO WRK-TAB-FLT-VALOR-N (WRK-FLT-IDX)
       IF NOT WRK-TAB-CMP-TEXTO (WRK-CMP-ACHADO)
           PERFORM 0370-CONVERTER-VALOR
           IF NOT WRK-VALOR-VALIDO-OK
               DISPLAY 'VALOR NUMERICO INVALIDO: ' WRK-VALOR-FILTRO
               MOVE 'N' TO WRK-PROSSEGUIR
           ELSE
               MOVE WRK-VALOR-N TO WRK-TAB-FLT-VALOR-N (WRK-FLT-IDX)
           END-IF
       END-IF.
       0360-OBTER-UM-FILTRO-EXIT.
       EXIT.

      *    '1.234,56' or '-10' style input; dots are ignored
       0370-CONVERTER-VALOR.
       MOVE 'S' TO WRK-VALOR-VALIDO
       MOVE 'N' TO WRK-NEGATIVO
       MOVE 'N' TO WRK-APOS-VIRGULA
       MOVE ZEROS TO WRK-INTEIRO
       MOVE '00000' TO WRK-FRACAO-X
       MOVE ZEROS TO WRK-QT-DIGITOS
       MOVE ZEROS TO WRK-QT-DEC
       PERFORM 0375-TRATAR-CARACTERE
           VARYING WRK-POS FROM 1 BY 1 UNTIL WRK-POS > 30
       IF WRK-QT-DIGITOS = 0
           MOVE 'N' TO WRK-VALOR-VALIDO
       END-IF
       COMPUTE WRK-VALOR-N = WRK-INTEIRO + WRK-FRACAO
       IF WRK-NEGATIVO-OK
           COMPUTE WRK-VALOR-N = WRK-VALOR-N * -1
       END-IF.

       0375-TRATAR-CARACTERE.
       MOVE WRK-VALOR-FILTRO (WRK-POS:1) TO WRK-CARACTERE
       EVALUATE TRUE
           WHEN WRK-CARACTERE = SPACE OR WRK-CARACTERE = '.'
               CONTINUE
           WHEN WRK-CARACTERE = '-' AND WRK-QT-DIGITOS = 0
               MOVE 'S' TO WRK-NEGATIVO
           WHEN WRK-CARACTERE = ',' AND NOT WRK-APOS-VIRGULA-OK
               MOVE 'S' TO WRK-APOS-VIRGULA
           WHEN WRK-CARACTERE IS NUMERIC AND WRK-APOS-VIRGULA-OK
               ADD 1 TO WRK-QT-DIGITOS
               IF WRK-QT-DEC < 5
                   ADD 1 TO WRK-QT-DEC
                   MOVE WRK-CARACTERE TO WRK-FRACAO-X (WRK-QT-DEC:1)
               END-IF
           WHEN WRK-CARACTERE IS NUMERIC
               ADD 1 TO WRK-QT-DIGITOS
               MOVE WRK-CARACTERE TO WRK-DIGITO-X
               COMPUTE WRK-INTEIRO = WRK-INTEIRO * 10 + WRK-DIGITO
           WHEN OTHER
               MOVE 'N' TO WRK-VALOR-VALIDO
       END-EVALUATE.

       0400-EXPORTAR.
       MOVE WRK-TAB-ARQ-NOME (WRK-ARQ-IDX) TO WRK-NOME-ORIGEM
       MOVE SPACES TO WRK-RADICAL
       UNSTRING WRK-NOME-ORIGEM DELIMITED BY '.' INTO WRK-RADICAL
       END-UNSTRING
       MOVE SPACES TO WRK-NOME-SAIDA
       STRING WRK-RADICAL DELIMITED BY SPACE
           '.CSV' DELIMITED BY SIZE
           INTO WRK-NOME-SAIDA
       END-STRING
       MOVE 'N' TO WRK-FIM-ARQUIVO
       IF WRK-TAB-ARQ-INDEXADO (WRK-ARQ-IDX)
           OPEN INPUT FUNC-MASTER-FILE
           MOVE WRK-MASTER-STATUS TO WRK-ORIGEM-STATUS
           IF WRK-MASTER-STATUS = '00'
               MOVE ZEROS TO FUNC-MT-MATRICULA
               START FUNC-MASTER-FILE KEY NOT < FUNC-MT-MATRICULA
                   INVALID KEY MOVE 'S' TO WRK-FIM-ARQUIVO
               END-START
           END-IF
       ELSE
           OPEN INPUT EXP-ORIGEM-FILE
       END-IF
       IF WRK-ORIGEM-STATUS NOT = '00'
           DISPLAY 'ARQUIVO INDISPONIVEL: ' WRK-NOME-ORIGEM
           MOVE 'N' TO WRK-PROSSEGUIR
           GO TO 0400-EXPORTAR-EXIT
       END-IF

       COMPUTE WRK-ULTIMO-CAMPO = WRK-TAB-ARQ-PRIMEIRO (WRK-ARQ-IDX)
           + WRK-TAB-ARQ-QTD-CAMPOS (WRK-ARQ-IDX) - 1
       MOVE 'EMPRESA' TO WRK-TOKEN
       PERFORM 0320-LOCALIZAR-CAMPO
       IF NOT WRK-GRUPO-OK
           MOVE WRK-CMP-ACHADO TO WRK-CMP-EMPRESA
       END-IF
       OPEN OUTPUT EXP-SAIDA-FILE
       PERFORM 0450-MONTAR-CABECALHO
       MOVE WRK-LINHA-CSV TO EXP-SAIDA-LINHA
       WRITE EXP-SAIDA-LINHA
       PERFORM 0410-LER-REGISTRO
       PERFORM UNTIL WRK-FIM-ARQUIVO-OK
           MOVE 'S' TO WRK-PASSA
           IF WRK-CMP-EMPRESA > ZEROS
               PERFORM 0430-VERIFICAR-EMPRESA
           END-IF
           IF WRK-PASSA-OK
               PERFORM 0420-AVALIAR-FILTROS
           END-IF
           IF WRK-PASSA-OK
               PERFORM 0460-MONTAR-LINHA
               MOVE WRK-LINHA-CSV TO EXP-SAIDA-LINHA
               WRITE EXP-SAIDA-LINHA
               ADD 1 TO WRK-QT-EXPORTADOS
           END-IF
           PERFORM 0410-LER-REGISTRO
       END-PERFORM
       CLOSE EXP-SAIDA-FILE
       IF WRK-TAB-ARQ-INDEXADO (WRK-ARQ-IDX)
           CLOSE FUNC-MASTER-FILE
       ELSE
           CLOSE EXP-ORIGEM-FILE
       END-IF

       IF WRK-TAB-ARQ-SENSIVEL-OK (WRK-ARQ-IDX)
          OR WRK-QT-RESTRITOS > ZEROS
           PERFORM 0480-REGISTRAR-ACESSO
       END-IF
       DISPLAY 'REGISTROS LIDOS......: ' WRK-QT-LIDOS
       IF WRK-QT-RESTRITOS > ZEROS
           DISPLAY 'EMPRESA SEM ACESSO...: ' WRK-QT-RESTRITOS
       END-IF
       DISPLAY 'REGISTROS EXPORTADOS.: ' WRK-QT-EXPORTADOS
       DISPLAY 'ARQUIVO GERADO.......: ' WRK-NOME-SAIDA.
       0400-EXPORTAR-EXIT.
       EXIT.

       0410-LER-REGISTRO.
       IF WRK-TAB-ARQ-INDEXADO (WRK-ARQ-IDX)
           IF NOT WRK-FIM-ARQUIVO-OK
               READ FUNC-MASTER-FILE NEXT RECORD
                   AT END MOVE 'S' TO WRK-FIM-ARQUIVO
                   NOT AT END
                       MOVE FUNC-MASTER-LINHA TO WRK-REGISTRO
                       ADD 1 TO WRK-QT-LIDOS
               END-READ
           END-IF
       ELSE
           READ EXP-ORIGEM-FILE
               AT END MOVE 'S' TO WRK-FIM-ARQUIVO
               NOT AT END
                   MOVE EXP-ORIGEM-LINHA TO WRK-REGISTRO
                   ADD 1 TO WRK-QT-LIDOS
           END-READ
       END-IF.

      *    all filters must hold (AND)
       0420-AVALIAR-FILTROS.
       MOVE 'S' TO WRK-PASSA
       PERFORM VARYING WRK-FLT-IDX FROM 1 BY 1
               UNTIL WRK-FLT-IDX > WRK-QTD-FILTROS
                  OR NOT WRK-PASSA-OK
           PERFORM 0425-AVALIAR-UM-FILTRO
       END-PERFORM.

       0425-AVALIAR-UM-FILTRO.
       SET WRK-CMP-IDX TO WRK-TAB-FLT-CAMPO (WRK-FLT-IDX)
       PERFORM 0500-DECODIFICAR-CAMPO
       EVALUATE TRUE
           WHEN WRK-TAB-CMP-TEXTO (WRK-CMP-IDX)
               EVALUATE TRUE
                   WHEN WRK-CAMPO-TEXTO < WRK-TAB-FLT-VALOR-X
                                          (WRK-FLT-IDX)
                       MOVE -1 TO WRK-COMPARACAO
                   WHEN WRK-CAMPO-TEXTO > WRK-TAB-FLT-VALOR-X
                                          (WRK-FLT-IDX)
                       MOVE 1 TO WRK-COMPARACAO
                   WHEN OTHER
                       MOVE 0 TO WRK-COMPARACAO
               END-EVALUATE
           WHEN NOT WRK-CAMPO-VALIDO-OK
               MOVE 'N' TO WRK-PASSA
           WHEN WRK-VALOR-N < WRK-TAB-FLT-VALOR-N (WRK-FLT-IDX)
               MOVE -1 TO WRK-COMPARACAO
           WHEN WRK-VALOR-N > WRK-TAB-FLT-VALOR-N (WRK-FLT-IDX)
               MOVE 1 TO WRK-COMPARACAO
           WHEN OTHER
               MOVE 0 TO WRK-COMPARACAO
       END-EVALUATE
       IF WRK-PASSA-OK
           EVALUATE WRK-TAB-FLT-OPERADOR (WRK-FLT-IDX)
               WHEN '= '
                   IF WRK-COMPARACAO NOT = 0
                       MOVE 'N' TO WRK-PASSA
                   END-IF
               WHEN '<>'
                   IF WRK-COMPARACAO = 0
                       MOVE 'N' TO WRK-PASSA
                   END-IF
               WHEN '> '
                   IF WRK-COMPARACAO NOT = 1
                       MOVE 'N' TO WRK-PASSA
                   END-IF
               WHEN '< '
                   IF WRK-COMPARACAO NOT = -1
                       MOVE 'N' TO WRK-PASSA
                   END-IF
               WHEN '>='
                   IF WRK-COMPARACAO = -1
                       MOVE 'N' TO WRK-PASSA
                   END-IF
               WHEN '<='
                   IF WRK-COMPARACAO = 1
                       MOVE 'N' TO WRK-PASSA
                   END-IF
           END-EVALUATE
       END-IF.

      *    a blank or zero company is the matriz, as everywhere else
       0430-VERIFICAR-EMPRESA.
       SET WRK-CMP-IDX TO WRK-CMP-EMPRESA
       PERFORM 0500-DECODIFICAR-CAMPO
       IF WRK-CAMPO-VALIDO-OK AND WRK-VALOR-N > ZEROS
          AND WRK-VALOR-N < 100
           MOVE WRK-VALOR-N TO WRK-EMPRESA-REG
       ELSE
           MOVE SIS-EMPRESA-MATRIZ TO WRK-EMPRESA-REG
       END-IF
       IF WRK-TAB-ACESSO (WRK-EMPRESA-REG) = SPACES
           MOVE SPACES TO SIS-EMPRESA-PEDIDO
           SET SIS-EP-ACESSO TO TRUE
           MOVE WRK-EMPRESA-REG TO SIS-EP-EMPRESA
           MOVE WRK-USUARIO TO SIS-EP-USUARIO
           MOVE 'SIS-EXPORTA' TO SIS-EP-PROGRAMA
           CALL 'SIS-EMPRESA' USING SIS-EMPRESA-PEDIDO
           MOVE SIS-EP-RETORNO TO WRK-TAB-ACESSO (WRK-EMPRESA-REG)
       END-IF
       IF NOT WRK-ACESSO-SIM (WRK-EMPRESA-REG)
           MOVE 'N' TO WRK-PASSA
           ADD 1 TO WRK-QT-RESTRITOS
       END-IF.

       0450-MONTAR-CABECALHO.
       MOVE SPACES TO WRK-LINHA-CSV
       MOVE 1 TO WRK-PONTEIRO-CSV
       PERFORM VARYING WRK-SEL-IDX FROM 1 BY 1
               UNTIL WRK-SEL-IDX > WRK-QTD-SELECAO
           IF WRK-SEL-IDX > 1
               STRING ';' DELIMITED BY SIZE
                   INTO WRK-LINHA-CSV WITH POINTER WRK-PONTEIRO-CSV
               END-STRING
           END-IF
           SET WRK-CMP-IDX TO WRK-SEL-CAMPO (WRK-SEL-IDX)
           STRING WRK-TAB-CMP-NOME (WRK-CMP-IDX) DELIMITED BY SPACE
               INTO WRK-LINHA-CSV WITH POINTER WRK-PONTEIRO-CSV
           END-STRING
       END-PERFORM.

       0460-MONTAR-LINHA.
       MOVE SPACES TO WRK-LINHA-CSV
       MOVE 1 TO WRK-PONTEIRO-CSV
       PERFORM VARYING WRK-SEL-IDX FROM 1 BY 1
               UNTIL WRK-SEL-IDX > WRK-QTD-SELECAO
           IF WRK-SEL-IDX > 1
               STRING ';' DELIMITED BY SIZE
                   INTO WRK-LINHA-CSV WITH POINTER WRK-PONTEIRO-CSV
               END-STRING
           END-IF
           SET WRK-CMP-IDX TO WRK-SEL-CAMPO (WRK-SEL-IDX)
           PERFORM 0500-DECODIFICAR-CAMPO
           EVALUATE TRUE
               WHEN WRK-TAB-CMP-TEXTO (WRK-CMP-IDX)
                   PERFORM 0550-FORMATAR-TEXTO
               WHEN WRK-CAMPO-VALIDO-OK
                   PERFORM 0560-FORMATAR-NUMERO
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
       END-PERFORM.

       0480-REGISTRAR-ACESSO.
       MOVE SPACES TO SIS-ACESSO-REC
       MOVE WRK-USUARIO TO SIS-AC-USUARIO
       MOVE 'SIS-EXPORTA' TO SIS-AC-PROGRAMA
       MOVE WRK-NOME-ORIGEM TO SIS-AC-ARQUIVO
       IF WRK-QT-RESTRITOS > ZEROS
           STRING WRK-NOME-ORIGEM DELIMITED BY SPACE
               ' RESTRITO ' DELIMITED BY SIZE
               WRK-QT-RESTRITOS DELIMITED BY SIZE
               INTO SIS-AC-ARQUIVO
           END-STRING
       END-IF
       MOVE ZEROS TO SIS-AC-MATRICULA
       CALL 'SIS-ACESSO' USING SIS-ACESSO-REC.

      *    numbers are right-aligned in 18 digits so the sign carried
      *    over the last digit is read as a signed value
       0500-DECODIFICAR-CAMPO.
       MOVE SPACES TO WRK-CAMPO-TEXTO
       MOVE WRK-REGISTRO (WRK-TAB-CMP-POSICAO (WRK-CMP-IDX):
                          WRK-TAB-CMP-TAMANHO (WRK-CMP-IDX))
           TO WRK-CAMPO-TEXTO
       MOVE 'S' TO WRK-CAMPO-VALIDO
       IF NOT WRK-TAB-CMP-TEXTO (WRK-CMP-IDX)
           MOVE ZEROS TO WRK-NUM-X
           MOVE WRK-CAMPO-TEXTO (1:WRK-TAB-CMP-TAMANHO (WRK-CMP-IDX))
               TO WRK-NUM-X (19 - WRK-TAB-CMP-TAMANHO (WRK-CMP-IDX):
                             WRK-TAB-CMP-TAMANHO (WRK-CMP-IDX))
           IF WRK-NUM-S IS NUMERIC
               COMPUTE WRK-VALOR-N = WRK-NUM-S
                   / (10 ** WRK-TAB-CMP-DECIMAIS (WRK-CMP-IDX))
           ELSE
               MOVE 'N' TO WRK-CAMPO-VALIDO
           END-IF
       END-IF.

      *    quoted, trailing blanks dropped, double quotes made single
       0550-FORMATAR-TEXTO.
       INSPECT WRK-CAMPO-TEXTO REPLACING ALL '"' BY "'"
       PERFORM VARYING WRK-TAM-UTIL
               FROM WRK-TAB-CMP-TAMANHO (WRK-CMP-IDX) BY -1
               UNTIL WRK-TAM-UTIL = 0
                  OR WRK-CAMPO-TEXTO (WRK-TAM-UTIL:1) NOT = SPACE
           CONTINUE
       END-PERFORM
       STRING '"' DELIMITED BY SIZE
           INTO WRK-LINHA-CSV WITH POINTER WRK-PONTEIRO-CSV
       END-STRING
       IF WRK-TAM-UTIL > 0
           STRING WRK-CAMPO-TEXTO (1:WRK-TAM-UTIL) DELIMITED BY SIZE
               INTO WRK-LINHA-CSV WITH POINTER WRK-PONTEIRO-CSV
           END-STRING
       END-IF
       STRING '"' DELIMITED BY SIZE
           INTO WRK-LINHA-CSV WITH POINTER WRK-PONTEIRO-CSV
       END-STRING.

      *    leading zeros dropped (one kept), decimal comma
       0560-FORMATAR-NUMERO.
       IF WRK-NUM-S < 0
           STRING '-' DELIMITED BY SIZE
               INTO WRK-LINHA-CSV WITH POINTER WRK-PONTEIRO-CSV
           END-STRING
       END-IF
       MOVE WRK-NUM-S TO WRK-NUM-ABS
       COMPUTE WRK-TAM-INTEIRO =
           18 - WRK-TAB-CMP-DECIMAIS (WRK-CMP-IDX)
       MOVE ZEROS TO WRK-ZEROS
       INSPECT WRK-NUM-ABS-X (1:WRK-TAM-INTEIRO)
           TALLYING WRK-ZEROS FOR LEADING '0'
       IF WRK-ZEROS = WRK-TAM-INTEIRO
           SUBTRACT 1 FROM WRK-ZEROS
       END-IF
       STRING WRK-NUM-ABS-X (WRK-ZEROS + 1:
                             WRK-TAM-INTEIRO - WRK-ZEROS)
           DELIMITED BY SIZE
           INTO WRK-LINHA-CSV WITH POINTER WRK-PONTEIRO-CSV
       END-STRING
       IF WRK-TAB-CMP-DECIMAIS (WRK-CMP-IDX) > 0
           STRING ',' DELIMITED BY SIZE
               WRK-NUM-ABS-X (WRK-TAM-INTEIRO + 1:
                              WRK-TAB-CMP-DECIMAIS (WRK-CMP-IDX))
               DELIMITED BY SIZE
               INTO WRK-LINHA-CSV WITH POINTER WRK-PONTEIRO-CSV
           END-STRING
       END-IF.

       9000-ABORTAR-CAPACIDADE.
       DISPLAY 'CAPACIDADE DE TABELA INTERNA ESTOURADA - RUN ABORTADO'
       MOVE 16 TO RETURN-CODE
       STOP RUN.
