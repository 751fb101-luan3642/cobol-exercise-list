      ******************************************************************
      * Author:
      * Date:
      * Purpose: medical certificate (atestado) register EX26ATEST.DAT
      *          - records per matricula the issue date, days granted,
      *          doctor registration (CRM) and CID code, and generates
      *          the matching leave in EX26AFA.DAT. The operator logs
      *          in against EX40USR.DAT and needs the EX26-ATEST grant
      *          in EX40PERM.DAT (admins always pass); the CID is only
      *          typed in and shown to holders of the EX26-CID grant,
      *          other users see it masked. Related certificates (same
      *          CID category, or no CID on either side) issued in the
      *          60 days up to the new one are added up: once the
      *          total passes 15 days the employee must be referred to
      *          INSS - the days beyond the 15th are no longer paid by
      *          the company and go to EX26AFA as tipo INSS instead of
      *          ATESTADO, the certificate is flagged and the operator
      *          is alerted on the console. Matriculas are typed with
      *          their modulo-11 check digit (shared SIS-DIGITO
      *          subprogram) as a sixth position; a wrong digit takes
      *          the same path as an invalid matricula, and so does a
      *          matricula of a company not granted to the operator
      *          (SIS-EMPRESA).
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. EX26-ATESTADO.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT EX40-USUARIOS-FILE ASSIGN TO 'EX40USR.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-USUARIOS-STATUS.
           SELECT EX40-PERMISSAO-FILE ASSIGN TO 'EX40PERM.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-PERMISSAO-STATUS.
           SELECT EX40-AUDIT-FILE ASSIGN TO 'EX40AUD.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-AUDIT-STATUS.
           SELECT EX26-ATESTADO-FILE ASSIGN TO 'EX26ATEST.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-ATESTADO-STATUS.
           SELECT EX26-AFASTAMENTO-FILE ASSIGN TO 'EX26AFA.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-AFASTAMENTO-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  EX40-USUARIOS-FILE.
       01 EX40-USUARIOS-LINHA PIC X(48).

       FD  EX40-PERMISSAO-FILE.
       01 EX40-PERMISSAO-LINHA PIC X(22).

       FD  EX40-AUDIT-FILE.
       01 EX40-AUDIT-LINHA PIC X(80).

       FD  EX26-ATESTADO-FILE.
       01 EX26-ATESTADO-LINHA PIC X(53).

       FD  EX26-AFASTAMENTO-FILE.
       01 EX26-AFASTAMENTO-LINHA PIC X(31).

       WORKING-STORAGE SECTION.
       COPY EX40REC.
       COPY EX26REC.
       COPY SISEMPREC.

       77 WRK-USUARIOS-STATUS    PIC X(02) VALUE '00'.
       77 WRK-PERMISSAO-STATUS   PIC X(02) VALUE '00'.
       77 WRK-AUDIT-STATUS       PIC X(02) VALUE '00'.
       77 WRK-ATESTADO-STATUS    PIC X(02) VALUE '00'.
       77 WRK-AFASTAMENTO-STATUS PIC X(02) VALUE '00'.
       77 WRK-FIM-ARQUIVO PIC X(01) VALUE 'N'.
           88 WRK-FIM-ARQUIVO-OK VALUE 'S'.

       01 WRK-TABELA-USUARIOS.
           05 WRK-TAB-USR OCCURS 100 TIMES
               INDEXED BY WRK-USR-IDX.
               10 WRK-TAB-REGISTRO PIC X(48).
       77 WRK-QTD-USUARIOS PIC 9(03) VALUE ZEROS.

       01 WRK-TABELA-PERMISSOES.
           05 WRK-TAB-PRM OCCURS 200 TIMES
               INDEXED BY WRK-PRM-IDX.
               10 WRK-TAB-PRM-USUARIO  PIC X(10).
               10 WRK-TAB-PRM-PROGRAMA PIC X(12).
       77 WRK-QTD-PERMISSOES PIC 9(03) VALUE ZEROS.

       01 WRK-TABELA-ATESTADOS.
           05 WRK-TAB-ATE OCCURS 2000 TIMES
               INDEXED BY WRK-ATE-IDX.
               10 WRK-TAB-ATE-MATRICULA PIC 9(05).
               10 WRK-TAB-ATE-EMISSAO   PIC 9(08).
               10 WRK-TAB-ATE-DIAS      PIC 9(03).
               10 WRK-TAB-ATE-CRM       PIC X(10).
               10 WRK-TAB-ATE-CID       PIC X(05).
               10 WRK-TAB-ATE-FIM       PIC 9(08).
               10 WRK-TAB-ATE-JANELA    PIC 9(03).
               10 WRK-TAB-ATE-INSS      PIC X(01).
       77 WRK-QTD-ATESTADOS PIC 9(04) VALUE ZEROS.

       77 WRK-USUARIO    PIC X(10) VALUE SPACES.
       77 WRK-SENHA      PIC X(10) VALUE SPACES.
       77 WRK-SALT-CALC  PIC 9(04) VALUE ZEROS.
       77 WRK-HASH-CALC  PIC 9(10) VALUE ZEROS.
       77 WRK-PERFIL-LOGADO PIC X(01) VALUE SPACES.
           88 WRK-PERFIL-LOGADO-ADMIN VALUE 'A'.
       77 WRK-AUTENTICADO PIC X(01) VALUE 'N'.
           88 WRK-AUTENTICADO-OK VALUE 'S'.
       77 WRK-TENTATIVAS     PIC 9(01) VALUE ZEROS.
       77 WRK-MAX-TENTATIVAS PIC 9(01) VALUE 3.
       77 WRK-ACHOU PIC X(01) VALUE 'N'.
           88 WRK-ACHOU-OK VALUE 'S'.
       77 WRK-PERMITIDO PIC X(01) VALUE 'N'.
           88 WRK-PERMITIDO-OK VALUE 'S'.
       77 WRK-PROGRAMA-ESCOLHIDO PIC X(12) VALUE SPACES.
       77 WRK-CID-LIBERADO PIC X(01) VALUE 'N'.
           88 WRK-CID-LIBERADO-OK VALUE 'S'.

       77 WRK-OPCAO        PIC 9(01) VALUE ZEROS.
       77 WRK-OPCAO-VALIDA PIC X(01) VALUE 'N'.
           88 WRK-OPCAO-OK VALUE 'S'.
       77 WRK-SAIR         PIC X(01) VALUE 'N'.
           88 WRK-SAIR-OK  VALUE 'S'.

       77 WRK-CAMPO-IN    PIC X(10) VALUE SPACES.
       77 WRK-DV-CODIGO    PIC X(80) VALUE SPACES.
       77 WRK-DV-DIGITO    PIC X(01) VALUE SPACE.
       77 WRK-MATRICULA   PIC 9(05) VALUE ZEROS.
       01 WRK-DATA-EMISSAO-X.
           05 WRK-DE-ANO  PIC 9(04).
           05 WRK-DE-MES  PIC 9(02).
           05 WRK-DE-DIA  PIC 9(02).
       01 WRK-DATA-EMISSAO REDEFINES WRK-DATA-EMISSAO-X PIC 9(08).
       77 WRK-DIAS        PIC 9(03) VALUE ZEROS.
       77 WRK-CRM         PIC X(10) VALUE SPACES.
       77 WRK-CID         PIC X(05) VALUE SPACES.
       77 WRK-VALIDO PIC X(01) VALUE 'N'.
           88 WRK-VALIDO-OK VALUE 'S'.
       77 WRK-RELACIONADO PIC X(01) VALUE 'N'.
           88 WRK-RELACIONADO-OK VALUE 'S'.

      *    limits of the INSS rule: related certificates inside the
      *    window are added up, the company pays the first 15 days
       77 WRK-JANELA-DIAS   PIC 9(03) VALUE 60.
       77 WRK-LIMITE-EMPRESA PIC 9(03) VALUE 15.

       77 WRK-DIAS-EMISSAO  PIC 9(08) VALUE ZEROS.
       77 WRK-DIAS-CORTE    PIC 9(08) VALUE ZEROS.
       77 WRK-DIAS-CALC     PIC 9(08) VALUE ZEROS.
       77 WRK-DIAS-ANTERIOR PIC 9(04) VALUE ZEROS.
       77 WRK-DIAS-JANELA   PIC 9(04) VALUE ZEROS.
       77 WRK-DIAS-EMPRESA  PIC 9(04) VALUE ZEROS.
       77 WRK-DATA-FIM      PIC 9(08) VALUE ZEROS.
       77 WRK-DATA-CORTE    PIC 9(08) VALUE ZEROS.

       01 WRK-DATA-NEGOCIO.
           05 WRK-DN-ANO  PIC 9(04).
           05 WRK-DN-MES  PIC 9(02).
           05 WRK-DN-DIA  PIC 9(02).
       01 WRK-DATA-NEGOCIO-N REDEFINES WRK-DATA-NEGOCIO PIC 9(08).
       01 WRK-DATA-SISTEMA.
           05 WRK-DT-ANO  PIC 9(04).
           05 WRK-DT-MES  PIC 9(02).
           05 WRK-DT-DIA  PIC 9(02).
       01 WRK-DATA-SISTEMA-N REDEFINES WRK-DATA-SISTEMA PIC 9(08).
       01 WRK-HORA-SISTEMA.
           05 WRK-HR-HORA PIC 9(02).
           05 WRK-HR-MIN  PIC 9(02).
           05 WRK-HR-SEG  PIC 9(02).
           05 FILLER      PIC 9(04).

       01 WRK-LINHA-LISTA.
           05 WRK-LL-MATRICULA PIC 9(05).
           05 FILLER           PIC X(02) VALUE SPACES.
           05 WRK-LL-EMISSAO   PIC 9(08).
           05 FILLER           PIC X(03) VALUE ' A '.
           05 WRK-LL-FIM       PIC 9(08).
           05 FILLER           PIC X(02) VALUE SPACES.
           05 WRK-LL-DIAS      PIC ZZ9.
           05 FILLER           PIC X(07) VALUE ' DIAS  '.
           05 WRK-LL-CRM       PIC X(10).
           05 FILLER           PIC X(02) VALUE SPACES.
           05 WRK-LL-CID       PIC X(05).
           05 FILLER           PIC X(02) VALUE SPACES.
           05 WRK-LL-JANELA    PIC ZZ9.
           05 FILLER           PIC X(02) VALUE SPACES.
           05 WRK-LL-INSS      PIC X(04).

       PROCEDURE DIVISION.

       0100-PRINCIPAL.
       CALL 'SIS-DATA-NEGOCIO' USING WRK-DATA-NEGOCIO
       PERFORM 0120-CARREGAR-USUARIOS.
       PERFORM 0130-CARREGAR-PERMISSOES.
       PERFORM 0140-AUTENTICAR
           UNTIL WRK-AUTENTICADO-OK
              OR WRK-TENTATIVAS >= WRK-MAX-TENTATIVAS.
       IF NOT WRK-AUTENTICADO-OK
           DISPLAY 'ACESSO NEGADO'
           MOVE 8 TO RETURN-CODE
           CLOSE EX40-AUDIT-FILE
           STOP RUN
       END-IF
       MOVE 'EX26-ATEST' TO WRK-PROGRAMA-ESCOLHIDO
       PERFORM 0160-VERIFICAR-PERMISSAO
       IF NOT WRK-PERMITIDO-OK
           DISPLAY 'ACESSO NEGADO AO PROGRAMA: '
               WRK-PROGRAMA-ESCOLHIDO
           PERFORM 0170-GRAVAR-ACESSO-NEGADO
           MOVE 8 TO RETURN-CODE
           CLOSE EX40-AUDIT-FILE
           STOP RUN
       END-IF
       MOVE 'EX26-CID' TO WRK-PROGRAMA-ESCOLHIDO
       PERFORM 0160-VERIFICAR-PERMISSAO
       MOVE WRK-PERMITIDO TO WRK-CID-LIBERADO
       PERFORM 0180-CARREGAR-ATESTADOS.
       PERFORM 0200-EXECUTAR-CICLO UNTIL WRK-SAIR-OK.
       CLOSE EX40-AUDIT-FILE.
       STOP RUN.

       0120-CARREGAR-USUARIOS.
       OPEN INPUT EX40-USUARIOS-FILE
       OPEN EXTEND EX40-AUDIT-FILE
       IF WRK-AUDIT-STATUS = '35'
           OPEN OUTPUT EX40-AUDIT-FILE
       END-IF
       IF WRK-USUARIOS-STATUS = '00'
           PERFORM UNTIL WRK-FIM-ARQUIVO-OK
               READ EX40-USUARIOS-FILE
                   AT END MOVE 'S' TO WRK-FIM-ARQUIVO
                   NOT AT END
                       IF WRK-QTD-USUARIOS >= 100
                           PERFORM 9000-ABORTAR-CAPACIDADE
                       END-IF
                       ADD 1 TO WRK-QTD-USUARIOS
                       MOVE EX40-USUARIOS-LINHA TO
                           WRK-TAB-REGISTRO (WRK-QTD-USUARIOS)
               END-READ
           END-PERFORM
           CLOSE EX40-USUARIOS-FILE
       END-IF.

       0130-CARREGAR-PERMISSOES.
       MOVE 'N' TO WRK-FIM-ARQUIVO
       OPEN INPUT EX40-PERMISSAO-FILE
       IF WRK-PERMISSAO-STATUS = '00'
           PERFORM UNTIL WRK-FIM-ARQUIVO-OK
               READ EX40-PERMISSAO-FILE INTO EX40-PERMISSAO-REC
                   AT END MOVE 'S' TO WRK-FIM-ARQUIVO
                   NOT AT END
                       IF WRK-QTD-PERMISSOES >= 200
                           PERFORM 9000-ABORTAR-CAPACIDADE
                       END-IF
                       ADD 1 TO WRK-QTD-PERMISSOES
                       MOVE EX40-PE-USUARIO TO
                           WRK-TAB-PRM-USUARIO (WRK-QTD-PERMISSOES)
                       MOVE EX40-PE-PROGRAMA TO
                           WRK-TAB-PRM-PROGRAMA (WRK-QTD-PERMISSOES)
               END-READ
           END-PERFORM
           CLOSE EX40-PERMISSAO-FILE
       END-IF.

       0140-AUTENTICAR.
       ADD 1 TO WRK-TENTATIVAS
       DISPLAY 'INFORME O USUARIO'
       ACCEPT WRK-USUARIO FROM CONSOLE
       DISPLAY 'INFORME A SENHA'
       ACCEPT WRK-SENHA WITH NO ECHO
       ACCEPT WRK-DATA-SISTEMA FROM DATE YYYYMMDD
       MOVE 'N' TO WRK-ACHOU
       PERFORM VARYING WRK-USR-IDX FROM 1 BY 1
               UNTIL WRK-USR-IDX > WRK-QTD-USUARIOS
              OR WRK-ACHOU-OK
           MOVE WRK-TAB-REGISTRO (WRK-USR-IDX) TO EX40-CREDENCIAL-REC
           IF EX40-CR-USUARIO = WRK-USUARIO
              AND NOT EX40-CR-BLOQUEADO-OK
              AND (EX40-CR-VALIDADE = ZEROS
                   OR EX40-CR-VALIDADE >= WRK-DATA-SISTEMA-N)
               MOVE EX40-CR-SALT TO WRK-SALT-CALC
               CALL 'EX40-HASH' USING WRK-SENHA WRK-SALT-CALC
                   WRK-HASH-CALC
               IF EX40-CR-HASH = WRK-HASH-CALC
                   MOVE 'S' TO WRK-ACHOU
                   MOVE 'S' TO WRK-AUTENTICADO
                   MOVE EX40-CR-PERFIL TO WRK-PERFIL-LOGADO
               END-IF
           END-IF
       END-PERFORM
       IF NOT WRK-AUTENTICADO-OK
           DISPLAY 'USUARIO OU SENHA INVALIDOS'
       END-IF.

       0160-VERIFICAR-PERMISSAO.
       IF WRK-PERFIL-LOGADO-ADMIN
           MOVE 'S' TO WRK-PERMITIDO
       ELSE
           MOVE 'N' TO WRK-PERMITIDO
           SET WRK-PRM-IDX TO 1
           SEARCH WRK-TAB-PRM
               AT END
                   CONTINUE
               WHEN WRK-TAB-PRM-USUARIO (WRK-PRM-IDX) = WRK-USUARIO
                  AND WRK-TAB-PRM-PROGRAMA (WRK-PRM-IDX)
                       = WRK-PROGRAMA-ESCOLHIDO
                   MOVE 'S' TO WRK-PERMITIDO
           END-SEARCH
       END-IF.

       0170-GRAVAR-ACESSO-NEGADO.
       ACCEPT WRK-DATA-SISTEMA FROM DATE YYYYMMDD
       ACCEPT WRK-HORA-SISTEMA FROM TIME
       MOVE WRK-DATA-SISTEMA TO EX40-AU-DATA
       MOVE WRK-HORA-SISTEMA TO EX40-AU-HORA
       MOVE WRK-USUARIO TO EX40-AU-USUARIO
       MOVE 'NEGADO' TO EX40-AU-RESULTADO
       MOVE SPACES TO EX40-AU-MOTIVO
       STRING 'SEM PERMISSAO: ' DELIMITED BY SIZE
           WRK-PROGRAMA-ESCOLHIDO DELIMITED BY SIZE
           INTO EX40-AU-MOTIVO
       MOVE EX40-AUDIT-REC TO EX40-AUDIT-LINHA
       WRITE EX40-AUDIT-LINHA.

       0180-CARREGAR-ATESTADOS.
       MOVE 'N' TO WRK-FIM-ARQUIVO
       OPEN INPUT EX26-ATESTADO-FILE
       IF WRK-ATESTADO-STATUS = '00'
           PERFORM UNTIL WRK-FIM-ARQUIVO-OK
               READ EX26-ATESTADO-FILE INTO EX26-ATESTADO-REC
                   AT END MOVE 'S' TO WRK-FIM-ARQUIVO
                   NOT AT END
                       PERFORM 0190-GUARDAR-ATESTADO
               END-READ
           END-PERFORM
           CLOSE EX26-ATESTADO-FILE
       END-IF.

       0190-GUARDAR-ATESTADO.
       IF WRK-QTD-ATESTADOS >= 2000
           PERFORM 9000-ABORTAR-CAPACIDADE
       END-IF
       ADD 1 TO WRK-QTD-ATESTADOS
       SET WRK-ATE-IDX TO WRK-QTD-ATESTADOS
       MOVE EX26-AM-MATRICULA TO WRK-TAB-ATE-MATRICULA (WRK-ATE-IDX)
       MOVE EX26-AM-DATA-EMISSAO TO WRK-TAB-ATE-EMISSAO (WRK-ATE-IDX)
       MOVE EX26-AM-DIAS TO WRK-TAB-ATE-DIAS (WRK-ATE-IDX)
       MOVE EX26-AM-CRM TO WRK-TAB-ATE-CRM (WRK-ATE-IDX)
       MOVE EX26-AM-CID TO WRK-TAB-ATE-CID (WRK-ATE-IDX)
       MOVE EX26-AM-DATA-FIM TO WRK-TAB-ATE-FIM (WRK-ATE-IDX)
       MOVE EX26-AM-DIAS-JANELA TO WRK-TAB-ATE-JANELA (WRK-ATE-IDX)
       MOVE EX26-AM-INSS TO WRK-TAB-ATE-INSS (WRK-ATE-IDX).

       0200-EXECUTAR-CICLO.
       MOVE 'N' TO WRK-OPCAO-VALIDA
       PERFORM 0250-OBTER-OPCAO UNTIL WRK-OPCAO-OK.
       EVALUATE WRK-OPCAO
           WHEN 0
               MOVE 'S' TO WRK-SAIR
           WHEN 1
               PERFORM 0300-INCLUIR
           WHEN 2
               PERFORM 0500-LISTAR
       END-EVALUATE.

       0250-OBTER-OPCAO.
       DISPLAY 'CADASTRO DE ATESTADOS MEDICOS - USUARIO: '
           WRK-USUARIO
       DISPLAY '1- INCLUIR ATESTADO'
       DISPLAY '2- LISTAR ATESTADOS DA MATRICULA'
       DISPLAY '0- SAIR'
       ACCEPT WRK-OPCAO FROM CONSOLE

       IF WRK-OPCAO >= 0 AND WRK-OPCAO <= 2
           MOVE 'S' TO WRK-OPCAO-VALIDA
       ELSE
           DISPLAY 'OPCAO INVALIDA - TENTE NOVAMENTE'
       END-IF.

       0270-OBTER-MATRICULA.
       DISPLAY 'INFORME A MATRICULA (6 DIGITOS, COM O DIGITO)'
       MOVE SPACES TO WRK-CAMPO-IN
       ACCEPT WRK-CAMPO-IN FROM CONSOLE
       PERFORM 0275-CONFERIR-DIGITO
       PERFORM 0276-VERIFICAR-EMPRESA
       IF WRK-CAMPO-IN (1:5) IS NUMERIC
           MOVE WRK-CAMPO-IN (1:5) TO WRK-MATRICULA
       ELSE
           DISPLAY 'MATRICULA NAO NUMERICA - ASSUMINDO ZERO'
           MOVE ZEROS TO WRK-MATRICULA
       END-IF.

       0275-CONFERIR-DIGITO.
       IF WRK-CAMPO-IN (1:5) IS NUMERIC
           MOVE SPACES TO WRK-DV-CODIGO
           MOVE WRK-CAMPO-IN (1:5) TO WRK-DV-CODIGO
           CALL 'SIS-DIGITO' USING WRK-DV-CODIGO WRK-DV-DIGITO
           IF WRK-CAMPO-IN (6:1) NOT = WRK-DV-DIGITO
               DISPLAY 'DIGITO VERIFICADOR DA MATRICULA INVALIDO'
               MOVE SPACES TO WRK-CAMPO-IN
           END-IF
       END-IF.

       0276-VERIFICAR-EMPRESA.
       IF WRK-CAMPO-IN (1:5) IS NUMERIC
           MOVE SPACES TO SIS-EMPRESA-PEDIDO
           SET SIS-EP-DONA-MATRICULA TO TRUE
           MOVE WRK-CAMPO-IN (1:5) TO SIS-EP-MATRICULA
           CALL 'SIS-EMPRESA' USING SIS-EMPRESA-PEDIDO
           IF SIS-EP-SIM
               SET SIS-EP-ACESSO TO TRUE
               MOVE WRK-USUARIO TO SIS-EP-USUARIO
               MOVE 'EX26-ATESTADO' TO SIS-EP-PROGRAMA
               CALL 'SIS-EMPRESA' USING SIS-EMPRESA-PEDIDO
           END-IF
           IF SIS-EP-NAO
               DISPLAY SIS-EP-MENSAGEM
               MOVE SPACES TO WRK-CAMPO-IN
           END-IF
       END-IF.

       0300-INCLUIR.
       PERFORM 0270-OBTER-MATRICULA
       DISPLAY 'INFORME A DATA DE EMISSAO (AAAAMMDD)'
       ACCEPT WRK-CAMPO-IN FROM CONSOLE
       IF WRK-CAMPO-IN (1:8) IS NUMERIC
           MOVE WRK-CAMPO-IN (1:8) TO WRK-DATA-EMISSAO
       ELSE
           MOVE ZEROS TO WRK-DATA-EMISSAO
       END-IF
       DISPLAY 'INFORME OS DIAS DE AFASTAMENTO CONCEDIDOS'
       ACCEPT WRK-CAMPO-IN FROM CONSOLE
       IF WRK-CAMPO-IN (1:3) IS NUMERIC
           MOVE WRK-CAMPO-IN (1:3) TO WRK-DIAS
       ELSE
           IF WRK-CAMPO-IN (1:2) IS NUMERIC
              AND WRK-CAMPO-IN (3:1) = SPACE
               MOVE WRK-CAMPO-IN (1:2) TO WRK-DIAS
           ELSE
               IF WRK-CAMPO-IN (1:1) IS NUMERIC
                  AND WRK-CAMPO-IN (2:1) = SPACE
                   MOVE WRK-CAMPO-IN (1:1) TO WRK-DIAS
               ELSE
                   MOVE ZEROS TO WRK-DIAS
               END-IF
           END-IF
       END-IF
       DISPLAY 'INFORME O CRM DO MEDICO'
       ACCEPT WRK-CRM FROM CONSOLE
       MOVE SPACES TO WRK-CID
       IF WRK-CID-LIBERADO-OK
           DISPLAY 'INFORME O CID'
           ACCEPT WRK-CID FROM CONSOLE
       END-IF

       MOVE 'S' TO WRK-VALIDO
       IF WRK-MATRICULA = ZEROS
          OR WRK-DIAS = ZEROS
          OR WRK-CRM = SPACES
          OR WRK-DE-MES < 1 OR WRK-DE-MES > 12
          OR WRK-DE-DIA < 1 OR WRK-DE-DIA > 31
          OR WRK-DATA-EMISSAO > WRK-DATA-NEGOCIO-N
           MOVE 'N' TO WRK-VALIDO
       ELSE
           COMPUTE WRK-DIAS-EMISSAO =
               FUNCTION INTEGER-OF-DATE (WRK-DATA-EMISSAO)
           IF WRK-DIAS-EMISSAO = ZEROS
               MOVE 'N' TO WRK-VALIDO
           END-IF
       END-IF
       IF NOT WRK-VALIDO-OK
           DISPLAY 'ATESTADO INVALIDO - NAO INCLUIDO'
       ELSE
           PERFORM 0350-SOMAR-JANELA
           PERFORM 0400-GRAVAR-ATESTADO
           PERFORM 0450-GERAR-AFASTAMENTOS
           DISPLAY 'ATESTADO INCLUIDO'
           IF EX26-AM-ENCAMINHAR
               PERFORM 0480-ALERTAR-INSS
           END-IF
       END-IF.

       0350-SOMAR-JANELA.
       COMPUTE WRK-DIAS-CORTE = WRK-DIAS-EMISSAO - WRK-JANELA-DIAS
       COMPUTE WRK-DATA-CORTE =
           FUNCTION DATE-OF-INTEGER (WRK-DIAS-CORTE)
       MOVE ZEROS TO WRK-DIAS-ANTERIOR
       PERFORM VARYING WRK-ATE-IDX FROM 1 BY 1
               UNTIL WRK-ATE-IDX > WRK-QTD-ATESTADOS
           IF WRK-TAB-ATE-MATRICULA (WRK-ATE-IDX) = WRK-MATRICULA
              AND WRK-TAB-ATE-EMISSAO (WRK-ATE-IDX) >= WRK-DATA-CORTE
              AND WRK-TAB-ATE-EMISSAO (WRK-ATE-IDX)
                   <= WRK-DATA-EMISSAO
               MOVE 'N' TO WRK-RELACIONADO
               IF WRK-CID = SPACES
                  OR WRK-TAB-ATE-CID (WRK-ATE-IDX) = SPACES
                  OR WRK-TAB-ATE-CID (WRK-ATE-IDX) (1:3)
                       = WRK-CID (1:3)
                   MOVE 'S' TO WRK-RELACIONADO
               END-IF
               IF WRK-RELACIONADO-OK
                   ADD WRK-TAB-ATE-DIAS (WRK-ATE-IDX)
                       TO WRK-DIAS-ANTERIOR
               END-IF
           END-IF
       END-PERFORM
       COMPUTE WRK-DIAS-JANELA = WRK-DIAS-ANTERIOR + WRK-DIAS
       IF WRK-DIAS-ANTERIOR >= WRK-LIMITE-EMPRESA
           MOVE ZEROS TO WRK-DIAS-EMPRESA
       ELSE
           COMPUTE WRK-DIAS-EMPRESA =
               WRK-LIMITE-EMPRESA - WRK-DIAS-ANTERIOR
           IF WRK-DIAS-EMPRESA > WRK-DIAS
               MOVE WRK-DIAS TO WRK-DIAS-EMPRESA
           END-IF
       END-IF
       COMPUTE WRK-DIAS-CALC = WRK-DIAS-EMISSAO + WRK-DIAS - 1
       COMPUTE WRK-DATA-FIM =
           FUNCTION DATE-OF-INTEGER (WRK-DIAS-CALC).

       0400-GRAVAR-ATESTADO.
       MOVE WRK-MATRICULA TO EX26-AM-MATRICULA
       MOVE WRK-DATA-EMISSAO TO EX26-AM-DATA-EMISSAO
       MOVE WRK-DIAS TO EX26-AM-DIAS
       MOVE WRK-CRM TO EX26-AM-CRM
       MOVE WRK-CID TO EX26-AM-CID
       MOVE WRK-DATA-FIM TO EX26-AM-DATA-FIM
       IF WRK-DIAS-JANELA > 999
           MOVE 999 TO EX26-AM-DIAS-JANELA
       ELSE
           MOVE WRK-DIAS-JANELA TO EX26-AM-DIAS-JANELA
       END-IF
       IF WRK-DIAS-JANELA > WRK-LIMITE-EMPRESA
           MOVE 'S' TO EX26-AM-INSS
       ELSE
           MOVE 'N' TO EX26-AM-INSS
       END-IF
       MOVE WRK-USUARIO TO EX26-AM-USUARIO
       OPEN EXTEND EX26-ATESTADO-FILE
       IF WRK-ATESTADO-STATUS = '35'
           OPEN OUTPUT EX26-ATESTADO-FILE
       END-IF
       MOVE EX26-ATESTADO-REC TO EX26-ATESTADO-LINHA
       WRITE EX26-ATESTADO-LINHA
       CLOSE EX26-ATESTADO-FILE
       PERFORM 0190-GUARDAR-ATESTADO.

      *    company-paid days go to the schedule as ATESTADO, the days
      *    beyond the 15th of the window as INSS
       0450-GERAR-AFASTAMENTOS.
       OPEN EXTEND EX26-AFASTAMENTO-FILE
       IF WRK-AFASTAMENTO-STATUS = '35'
           OPEN OUTPUT EX26-AFASTAMENTO-FILE
       END-IF
       MOVE WRK-MATRICULA TO EX26-AF-MATRICULA
       IF WRK-DIAS-EMPRESA > ZEROS
           MOVE WRK-DATA-EMISSAO TO EX26-AF-DATA-INICIO
           COMPUTE WRK-DIAS-CALC =
               WRK-DIAS-EMISSAO + WRK-DIAS-EMPRESA - 1
           COMPUTE EX26-AF-DATA-FIM =
               FUNCTION DATE-OF-INTEGER (WRK-DIAS-CALC)
           MOVE 'ATESTADO' TO EX26-AF-TIPO
           MOVE EX26-AFASTAMENTO-REC TO EX26-AFASTAMENTO-LINHA
           WRITE EX26-AFASTAMENTO-LINHA
       END-IF
       IF WRK-DIAS-EMPRESA < WRK-DIAS
           COMPUTE WRK-DIAS-CALC = WRK-DIAS-EMISSAO + WRK-DIAS-EMPRESA
           COMPUTE EX26-AF-DATA-INICIO =
               FUNCTION DATE-OF-INTEGER (WRK-DIAS-CALC)
           MOVE WRK-DATA-FIM TO EX26-AF-DATA-FIM
           MOVE 'INSS' TO EX26-AF-TIPO
           MOVE EX26-AFASTAMENTO-REC TO EX26-AFASTAMENTO-LINHA
           WRITE EX26-AFASTAMENTO-LINHA
       END-IF
       CLOSE EX26-AFASTAMENTO-FILE.

       0480-ALERTAR-INSS.
       DISPLAY '*** ALERTA: MATRICULA ' WRK-MATRICULA
           ' SOMA ' WRK-DIAS-JANELA ' DIAS DE ATESTADO EM '
           WRK-JANELA-DIAS ' DIAS ***'
       DISPLAY '*** ENCAMINHAR AO INSS - EMPRESA PAGA APENAS '
           WRK-DIAS-EMPRESA ' DIA(S) DESTE ATESTADO ***'
       IF WRK-DIAS-EMPRESA < WRK-DIAS
           DISPLAY '*** BENEFICIO DO INSS A PARTIR DE '
               EX26-AF-DATA-INICIO ' ***'
       END-IF.

       0500-LISTAR.
       PERFORM 0270-OBTER-MATRICULA
       MOVE 'N' TO WRK-ACHOU
       PERFORM VARYING WRK-ATE-IDX FROM 1 BY 1
               UNTIL WRK-ATE-IDX > WRK-QTD-ATESTADOS
           IF WRK-TAB-ATE-MATRICULA (WRK-ATE-IDX) = WRK-MATRICULA
               MOVE 'S' TO WRK-ACHOU
               MOVE WRK-TAB-ATE-MATRICULA (WRK-ATE-IDX)
                   TO WRK-LL-MATRICULA
               MOVE WRK-TAB-ATE-EMISSAO (WRK-ATE-IDX)
                   TO WRK-LL-EMISSAO
               MOVE WRK-TAB-ATE-FIM (WRK-ATE-IDX) TO WRK-LL-FIM
               MOVE WRK-TAB-ATE-DIAS (WRK-ATE-IDX) TO WRK-LL-DIAS
               MOVE WRK-TAB-ATE-CRM (WRK-ATE-IDX) TO WRK-LL-CRM
               IF WRK-CID-LIBERADO-OK
                   MOVE WRK-TAB-ATE-CID (WRK-ATE-IDX) TO WRK-LL-CID
               ELSE
                   MOVE '*****' TO WRK-LL-CID
               END-IF
               MOVE WRK-TAB-ATE-JANELA (WRK-ATE-IDX)
                   TO WRK-LL-JANELA
               IF WRK-TAB-ATE-INSS (WRK-ATE-IDX) = 'S'
                   MOVE 'INSS' TO WRK-LL-INSS
               ELSE
                   MOVE SPACES TO WRK-LL-INSS
               END-IF
               DISPLAY WRK-LINHA-LISTA
           END-IF
       END-PERFORM
       IF NOT WRK-ACHOU-OK
           DISPLAY 'NENHUM ATESTADO CADASTRADO PARA A MATRICULA'
       END-IF.

       9000-ABORTAR-CAPACIDADE.
       DISPLAY 'CAPACIDADE DE TABELA INTERNA ESTOURADA - RUN ABORTADO'
       MOVE 16 TO RETURN-CODE
       STOP RUN.
