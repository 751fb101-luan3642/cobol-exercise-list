      ******************************************************************
      * Author:
      * Date:
      * Purpose: controlled change of the batch parameter files
      *          (EX5PARM, EX26FOLPRM, EX2V2FECPRM, EX63PROMPRM,
      *          EX54TOLPRM and EX5BOLPRM). Any EX40 user may request
      *          a change: the new values are typed field by field
      *          and validated for the file chosen, with the date the
      *          change takes effect (today or later) and a reason.
      *          The request waits in SISPRMPEND.DAT until a second
      *          user - an EX40 administrator other than the
      *          requester - approves or rejects it (4 olhos).
      *          Approved changes are put in the file by
      *          SIS-PARAMETRO-APLICA on or after the effective date;
      *          it is called on exit so a change effective today
      *          holds for the next run, and it also runs in the
      *          nightly chain.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SIS-PARAMETRO.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT EX40-USUARIOS-FILE ASSIGN TO 'EX40USR.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-USUARIOS-STATUS.
           SELECT SIS-PENDENTE-FILE ASSIGN TO 'SISPRMPEND.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-PENDENTE-STATUS.
           SELECT PARAM-ALVO-FILE ASSIGN TO WRK-NOME-ARQUIVO
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-ALVO-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  EX40-USUARIOS-FILE.
       01 EX40-USUARIOS-LINHA PIC X(48).

       FD  SIS-PENDENTE-FILE.
       01 SIS-PENDENTE-LINHA PIC X(145).

       FD  PARAM-ALVO-FILE.
       01 PARAM-ALVO-LINHA PIC X(23).

       WORKING-STORAGE SECTION.
       COPY SISPRMREC.
       COPY EX40REC.
       COPY EX5REC.

       77 WRK-USUARIOS-STATUS PIC X(02) VALUE '00'.
       77 WRK-PENDENTE-STATUS PIC X(02) VALUE '00'.
       77 WRK-ALVO-STATUS     PIC X(02) VALUE '00'.
       77 WRK-NOME-ARQUIVO    PIC X(15) VALUE SPACES.
       77 WRK-FIM-ARQUIVO PIC X(01) VALUE 'N'.
           88 WRK-FIM-ARQUIVO-OK VALUE 'S'.

       01 WRK-TABELA-PENDENCIAS.
           05 WRK-TAB-PND OCCURS 500 TIMES
               INDEXED BY WRK-PND-IDX.
               10 WRK-TAB-PND-REGISTRO PIC X(145).
       77 WRK-QTD-PENDENCIAS PIC 9(03) VALUE ZEROS.
       77 WRK-PROXIMO-ID     PIC 9(05) VALUE 1.
       77 WRK-HOUVE-PENDENCIA PIC X(01) VALUE 'N'.
           88 WRK-HOUVE-PENDENCIA-OK VALUE 'S'.
       77 WRK-HOUVE-ALTERACAO PIC X(01) VALUE 'N'.
           88 WRK-HOUVE-ALTERACAO-OK VALUE 'S'.

       77 WRK-USUARIO     PIC X(10) VALUE SPACES.
       77 WRK-SENHA       PIC X(10) VALUE SPACES.
       77 WRK-SALT-CALC   PIC 9(04) VALUE ZEROS.
       77 WRK-HASH-CALC   PIC 9(10) VALUE ZEROS.
       77 WRK-PERFIL-LOGADO PIC X(01) VALUE SPACES.
           88 WRK-PERFIL-LOGADO-ADMIN VALUE 'A'.
       77 WRK-AUTENTICADO PIC X(01) VALUE 'N'.
           88 WRK-AUTENTICADO-OK VALUE 'S'.

       77 WRK-OPCAO        PIC 9(01) VALUE ZEROS.
       77 WRK-OPCAO-VALIDA PIC X(01) VALUE 'N'.
           88 WRK-OPCAO-OK VALUE 'S'.
       77 WRK-SAIR         PIC X(01) VALUE 'N'.
           88 WRK-SAIR-OK  VALUE 'S'.
       77 WRK-RESPOSTA     PIC X(01) VALUE SPACES.

       77 WRK-TIPO-ARQUIVO PIC 9(01) VALUE ZEROS.
       77 WRK-ARQ-IDX      PIC 9(02) VALUE ZEROS.
       77 WRK-CHAVE        PIC X(03) VALUE SPACES.
       77 WRK-VALOR-ATUAL  PIC X(23) VALUE SPACES.
       77 WRK-VALOR-NOVO   PIC X(23) VALUE SPACES.
       77 WRK-VIGENCIA     PIC 9(08) VALUE ZEROS.
       77 WRK-JUSTIFICATIVA PIC X(40) VALUE SPACES.
       77 WRK-ACHOU        PIC X(01) VALUE 'N'.
           88 WRK-ACHOU-OK VALUE 'S'.
       77 WRK-VALIDO       PIC X(01) VALUE 'N'.
           88 WRK-VALIDO-OK VALUE 'S'.
       77 WRK-PESO-IDX     PIC 9(01) VALUE ZEROS.

       01 WRK-CAMPO-2.
           05 WRK-CAMPO-2-N PIC 9(02).
       01 WRK-CAMPO-4.
           05 WRK-CAMPO-4-N PIC 9(02)V99.
       01 WRK-CAMPO-5.
           05 WRK-CAMPO-5-N PIC 9(03)V99.
       01 WRK-CAMPO-6.
           05 WRK-CAMPO-6-ANO PIC 9(04).
           05 WRK-CAMPO-6-MES PIC 9(02).
       01 WRK-CAMPO-6-N REDEFINES WRK-CAMPO-6 PIC 9(06).
       01 WRK-CAMPO-8.
           05 WRK-CAMPO-8-ANO PIC 9(04).
           05 WRK-CAMPO-8-MES PIC 9(02).
           05 WRK-CAMPO-8-DIA PIC 9(02).
       01 WRK-CAMPO-8-N REDEFINES WRK-CAMPO-8 PIC 9(08).
       77 WRK-ULTIMO-DIA   PIC 9(02) VALUE ZEROS.
       77 WRK-RESTO-ANO    PIC 9(02) VALUE ZEROS.
       77 WRK-QUOCIENTE    PIC 9(04) VALUE ZEROS.
       01 WRK-DIAS-DO-MES.
           05 FILLER PIC X(24) VALUE '312831303130313130313031'.
       01 WRK-TAB-DIAS-MES REDEFINES WRK-DIAS-DO-MES.
           05 WRK-DIAS-MES OCCURS 12 TIMES PIC 9(02).

       01 WRK-PARM-BOLSA.
           05 WRK-PB-CORTE-MEDIA PIC 9(03)V99.
           05 WRK-PB-CORTE-FREQ  PIC 9(03)V99.

       01 WRK-DATA-SISTEMA.
           05 WRK-DT-ANO  PIC 9(04).
           05 WRK-DT-MES  PIC 9(02).
           05 WRK-DT-DIA  PIC 9(02).
       01 WRK-DATA-SISTEMA-N REDEFINES WRK-DATA-SISTEMA PIC 9(08).
       01 WRK-HORA-SISTEMA.
           05 WRK-HR-HHMMSS PIC 9(06).
           05 FILLER        PIC 9(02).

       PROCEDURE DIVISION.

       0100-PRINCIPAL.
       ACCEPT WRK-DATA-SISTEMA FROM DATE YYYYMMDD
       PERFORM 0150-AUTENTICAR.
       IF NOT WRK-AUTENTICADO-OK
           DISPLAY 'USUARIO OU SENHA INVALIDOS'
           MOVE 8 TO RETURN-CODE
           STOP RUN
       END-IF.
       PERFORM 0160-CARREGAR-PENDENCIAS.
       PERFORM 0200-EXECUTAR-CICLO UNTIL WRK-SAIR-OK.
       IF WRK-HOUVE-ALTERACAO-OK
           PERFORM 0750-GRAVAR-PENDENCIAS
           CALL 'SIS-PARAMETRO-APLICA'
       END-IF.
       MOVE 0 TO RETURN-CODE.
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

       0160-CARREGAR-PENDENCIAS.
       MOVE 'N' TO WRK-FIM-ARQUIVO
       OPEN INPUT SIS-PENDENTE-FILE
       IF WRK-PENDENTE-STATUS = '00'
           PERFORM UNTIL WRK-FIM-ARQUIVO-OK
               READ SIS-PENDENTE-FILE INTO SIS-PARAM-PENDENTE-REC
                   AT END MOVE 'S' TO WRK-FIM-ARQUIVO
                   NOT AT END
                       IF WRK-QTD-PENDENCIAS >= 500
                           PERFORM 9000-ABORTAR-CAPACIDADE
                       END-IF
                       ADD 1 TO WRK-QTD-PENDENCIAS
                       MOVE SIS-PARAM-PENDENTE-REC TO
                           WRK-TAB-PND-REGISTRO (WRK-QTD-PENDENCIAS)
                       IF SIS-PR-ID >= WRK-PROXIMO-ID
                           COMPUTE WRK-PROXIMO-ID = SIS-PR-ID + 1
                       END-IF
               END-READ
           END-PERFORM
           CLOSE SIS-PENDENTE-FILE
       END-IF.

       0200-EXECUTAR-CICLO.
       MOVE 'N' TO WRK-OPCAO-VALIDA
       PERFORM 0250-OBTER-OPCAO UNTIL WRK-OPCAO-OK.
       EVALUATE WRK-OPCAO
           WHEN 0
               MOVE 'S' TO WRK-SAIR
           WHEN 1
               PERFORM 0300-SOLICITAR-ALTERACAO
                   THRU 0300-SOLICITAR-ALTERACAO-EXIT
           WHEN 2
               PERFORM 0480-REVISAR-PENDENCIAS
           WHEN 3
               PERFORM 0600-LISTAR-SOLICITACOES
       END-EVALUATE.

       0250-OBTER-OPCAO.
       DISPLAY 'PARAMETROS DE PROCESSAMENTO EM LOTE'
       DISPLAY '1- SOLICITAR ALTERACAO'
       DISPLAY '2- REVISAR PENDENCIAS (4 OLHOS)'
       DISPLAY '3- LISTAR SOLICITACOES'
       DISPLAY '0- SAIR'
       ACCEPT WRK-OPCAO FROM CONSOLE

       IF WRK-OPCAO >= 0 AND WRK-OPCAO <= 3
           MOVE 'S' TO WRK-OPCAO-VALIDA
       ELSE
           DISPLAY 'OPCAO INVALIDA - TENTE NOVAMENTE'
       END-IF.

       0300-SOLICITAR-ALTERACAO.
       PERFORM VARYING WRK-ARQ-IDX FROM 1 BY 1
               UNTIL WRK-ARQ-IDX > SIS-PR-QTD-ARQUIVOS
           DISPLAY WRK-ARQ-IDX (2:1) '- ' SIS-PR-ARQ-NOME (WRK-ARQ-IDX)
       END-PERFORM
       DISPLAY 'INFORME O ARQUIVO A ALTERAR'
       ACCEPT WRK-TIPO-ARQUIVO FROM CONSOLE
       IF WRK-TIPO-ARQUIVO < 1
          OR WRK-TIPO-ARQUIVO > SIS-PR-QTD-ARQUIVOS
           DISPLAY 'ARQUIVO INVALIDO'
           GO TO 0300-SOLICITAR-ALTERACAO-EXIT
       END-IF
       MOVE WRK-TIPO-ARQUIVO TO WRK-ARQ-IDX
       MOVE SIS-PR-ARQ-NOME (WRK-ARQ-IDX) TO WRK-NOME-ARQUIVO
       MOVE SPACES TO WRK-CHAVE
       IF WRK-TIPO-ARQUIVO = 1
           DISPLAY 'INFORME A TURMA'
           ACCEPT WRK-CHAVE FROM CONSOLE
           IF WRK-CHAVE = SPACES
               DISPLAY 'TURMA OBRIGATORIA'
               GO TO 0300-SOLICITAR-ALTERACAO-EXIT
           END-IF
       END-IF
       PERFORM 0310-LER-VALOR-ATUAL
       IF WRK-ACHOU-OK
           DISPLAY 'VALOR ATUAL: ' WRK-VALOR-ATUAL
       ELSE
           DISPLAY 'VALOR ATUAL: AUSENTE (PADRAO DO PROGRAMA)'
       END-IF

       MOVE 'N' TO WRK-VALIDO
       MOVE SPACES TO WRK-VALOR-NOVO
       EVALUATE WRK-TIPO-ARQUIVO
           WHEN 1
               PERFORM 0320-CAMPOS-EX5PARM
                   THRU 0320-CAMPOS-EX5PARM-EXIT
           WHEN 2
           WHEN 3
               PERFORM 0330-CAMPOS-COMPETENCIA
           WHEN 4
               PERFORM 0340-CAMPOS-PROMOCAO
           WHEN 5
               PERFORM 0350-CAMPOS-TOLERANCIA
           WHEN 6
               PERFORM 0360-CAMPOS-BOLSA
                   THRU 0360-CAMPOS-BOLSA-EXIT
       END-EVALUATE
       IF NOT WRK-VALIDO-OK
           DISPLAY 'SOLICITACAO DESCARTADA'
           GO TO 0300-SOLICITAR-ALTERACAO-EXIT
       END-IF

       PERFORM 0370-OBTER-VIGENCIA
       IF NOT WRK-VALIDO-OK
           DISPLAY 'SOLICITACAO DESCARTADA'
           GO TO 0300-SOLICITAR-ALTERACAO-EXIT
       END-IF

       MOVE SPACES TO WRK-JUSTIFICATIVA
       PERFORM UNTIL WRK-JUSTIFICATIVA NOT = SPACES
           DISPLAY 'INFORME O MOTIVO DA ALTERACAO'
           ACCEPT WRK-JUSTIFICATIVA FROM CONSOLE
       END-PERFORM
       PERFORM 0490-REGISTRAR-PENDENCIA.
       0300-SOLICITAR-ALTERACAO-EXIT.
       EXIT.

       0310-LER-VALOR-ATUAL.
       MOVE 'N' TO WRK-ACHOU
       MOVE SPACES TO WRK-VALOR-ATUAL
       MOVE 'N' TO WRK-FIM-ARQUIVO
       OPEN INPUT PARAM-ALVO-FILE
       IF WRK-ALVO-STATUS = '00'
           PERFORM UNTIL WRK-FIM-ARQUIVO-OK OR WRK-ACHOU-OK
               READ PARAM-ALVO-FILE
                   AT END MOVE 'S' TO WRK-FIM-ARQUIVO
                   NOT AT END
                       IF WRK-CHAVE = SPACES
                          OR PARAM-ALVO-LINHA (21:3) = WRK-CHAVE
                           MOVE PARAM-ALVO-LINHA TO WRK-VALOR-ATUAL
                           MOVE 'S' TO WRK-ACHOU
                       END-IF
               END-READ
           END-PERFORM
           CLOSE PARAM-ALVO-FILE
       END-IF.

      *    pass marks (0 to 100,00, approval not above distinction),
      *    subject weights 01 to 99 and the S/N report modes
       0320-CAMPOS-EX5PARM.
       MOVE SPACES TO EX5-PARM-REC
       DISPLAY 'INFORME O TERMO (2 DIGITOS)'
       ACCEPT WRK-CAMPO-2 FROM CONSOLE
       IF WRK-CAMPO-2 NOT NUMERIC OR WRK-CAMPO-2-N = ZEROS
           DISPLAY 'TERMO INVALIDO'
           GO TO 0320-CAMPOS-EX5PARM-EXIT
       END-IF
       MOVE WRK-CAMPO-2-N TO EX5-PM-TERMO
       DISPLAY 'INFORME A NOTA DE DISTINCAO (5 DIGITOS, 08500 = 85,00)'
       ACCEPT WRK-CAMPO-5 FROM CONSOLE
       IF WRK-CAMPO-5 NOT NUMERIC OR WRK-CAMPO-5-N > 100
           DISPLAY 'NOTA DE DISTINCAO INVALIDA'
           GO TO 0320-CAMPOS-EX5PARM-EXIT
       END-IF
       MOVE WRK-CAMPO-5-N TO EX5-PM-DISTINCAO
       DISPLAY 'INFORME A NOTA DE APROVACAO (5 DIGITOS, 07000 = 70,00)'
       ACCEPT WRK-CAMPO-5 FROM CONSOLE
       IF WRK-CAMPO-5 NOT NUMERIC OR WRK-CAMPO-5-N = ZEROS
          OR WRK-CAMPO-5-N > EX5-PM-DISTINCAO
           DISPLAY 'NOTA DE APROVACAO INVALIDA OU ACIMA DA DISTINCAO'
           GO TO 0320-CAMPOS-EX5PARM-EXIT
       END-IF
       MOVE WRK-CAMPO-5-N TO EX5-PM-APROVACAO
       PERFORM VARYING WRK-PESO-IDX FROM 1 BY 1
               UNTIL WRK-PESO-IDX > 3
           DISPLAY 'INFORME O PESO DA DISCIPLINA ' WRK-PESO-IDX
               ' (01 A 99)'
           ACCEPT WRK-CAMPO-2 FROM CONSOLE
           IF WRK-CAMPO-2 NOT NUMERIC OR WRK-CAMPO-2-N = ZEROS
               DISPLAY 'PESO INVALIDO'
               GO TO 0320-CAMPOS-EX5PARM-EXIT
           END-IF
           MOVE WRK-CAMPO-2-N TO EX5-PM-PESO (WRK-PESO-IDX)
       END-PERFORM
       DISPLAY 'EMITIR FICHA INDIVIDUAL? (S/N)'
       ACCEPT WRK-RESPOSTA FROM CONSOLE
       IF WRK-RESPOSTA NOT = 'S' AND WRK-RESPOSTA NOT = 'N'
           DISPLAY 'RESPONDA S OU N'
           GO TO 0320-CAMPOS-EX5PARM-EXIT
       END-IF
       MOVE WRK-RESPOSTA TO EX5-PM-MODO-FICHA
       DISPLAY 'EMITIR RANKING DA TURMA? (S/N)'
       ACCEPT WRK-RESPOSTA FROM CONSOLE
       IF WRK-RESPOSTA NOT = 'S' AND WRK-RESPOSTA NOT = 'N'
           DISPLAY 'RESPONDA S OU N'
           GO TO 0320-CAMPOS-EX5PARM-EXIT
       END-IF
       MOVE WRK-RESPOSTA TO EX5-PM-MODO-RANKING
       MOVE WRK-CHAVE TO EX5-PM-TURMA
       MOVE EX5-PARM-REC TO WRK-VALOR-NOVO
       MOVE 'S' TO WRK-VALIDO.
       0320-CAMPOS-EX5PARM-EXIT.
       EXIT.

       0330-CAMPOS-COMPETENCIA.
       DISPLAY 'INFORME A COMPETENCIA (AAAAMM)'
       ACCEPT WRK-CAMPO-6 FROM CONSOLE
       EVALUATE TRUE
           WHEN WRK-CAMPO-6 NOT NUMERIC
               DISPLAY 'COMPETENCIA INVALIDA'
           WHEN WRK-CAMPO-6-ANO < 2000
               DISPLAY 'ANO INVALIDO'
           WHEN WRK-CAMPO-6-MES < 1 OR WRK-CAMPO-6-MES > 12
               DISPLAY 'MES INVALIDO'
           WHEN OTHER
               MOVE WRK-CAMPO-6 TO WRK-VALOR-NOVO
               MOVE 'S' TO WRK-VALIDO
       END-EVALUATE.

       0340-CAMPOS-PROMOCAO.
       DISPLAY 'INFORME A QUANTIDADE A PROMOVER (01 A 99)'
       ACCEPT WRK-CAMPO-2 FROM CONSOLE
       IF WRK-CAMPO-2 NOT NUMERIC OR WRK-CAMPO-2-N = ZEROS
           DISPLAY 'QUANTIDADE INVALIDA'
       ELSE
           MOVE WRK-CAMPO-2 TO WRK-VALOR-NOVO
           MOVE 'S' TO WRK-VALIDO
       END-IF.

       0350-CAMPOS-TOLERANCIA.
       DISPLAY 'INFORME A TOLERANCIA % (4 DIGITOS, 0500 = 5,00)'
       ACCEPT WRK-CAMPO-4 FROM CONSOLE
       IF WRK-CAMPO-4 NOT NUMERIC OR WRK-CAMPO-4-N = ZEROS
           DISPLAY 'TOLERANCIA INVALIDA'
       ELSE
           MOVE WRK-CAMPO-4 TO WRK-VALOR-NOVO
           MOVE 'S' TO WRK-VALIDO
       END-IF.

       0360-CAMPOS-BOLSA.
       DISPLAY 'INFORME O CORTE DE MEDIA (5 DIGITOS, 08500 = 85,00)'
       ACCEPT WRK-CAMPO-5 FROM CONSOLE
       IF WRK-CAMPO-5 NOT NUMERIC OR WRK-CAMPO-5-N = ZEROS
          OR WRK-CAMPO-5-N > 100
           DISPLAY 'CORTE DE MEDIA INVALIDO'
           GO TO 0360-CAMPOS-BOLSA-EXIT
       END-IF
       MOVE WRK-CAMPO-5-N TO WRK-PB-CORTE-MEDIA
       DISPLAY 'INFORME O CORTE DE FREQUENCIA % (5 DIGITOS)'
       ACCEPT WRK-CAMPO-5 FROM CONSOLE
       IF WRK-CAMPO-5 NOT NUMERIC OR WRK-CAMPO-5-N = ZEROS
          OR WRK-CAMPO-5-N > 100
           DISPLAY 'CORTE DE FREQUENCIA INVALIDO'
           GO TO 0360-CAMPOS-BOLSA-EXIT
       END-IF
       MOVE WRK-CAMPO-5-N TO WRK-PB-CORTE-FREQ
       MOVE WRK-PARM-BOLSA TO WRK-VALOR-NOVO
       MOVE 'S' TO WRK-VALIDO.
       0360-CAMPOS-BOLSA-EXIT.
       EXIT.

      *    blank means today; otherwise a real date, not in the past
       0370-OBTER-VIGENCIA.
       MOVE 'N' TO WRK-VALIDO
       MOVE SPACES TO WRK-CAMPO-8
       DISPLAY 'INFORME A DATA DE VIGENCIA (AAAAMMDD, BRANCO = HOJE)'
       ACCEPT WRK-CAMPO-8 FROM CONSOLE
       IF WRK-CAMPO-8 = SPACES
           MOVE WRK-DATA-SISTEMA TO WRK-CAMPO-8
       END-IF
       IF WRK-CAMPO-8 NUMERIC
          AND WRK-CAMPO-8-MES >= 1 AND WRK-CAMPO-8-MES <= 12
           MOVE WRK-DIAS-MES (WRK-CAMPO-8-MES) TO WRK-ULTIMO-DIA
           DIVIDE WRK-CAMPO-8-ANO BY 4 GIVING WRK-QUOCIENTE
               REMAINDER WRK-RESTO-ANO
           IF WRK-CAMPO-8-MES = 2 AND WRK-RESTO-ANO = 0
               MOVE 29 TO WRK-ULTIMO-DIA
           END-IF
       END-IF
       EVALUATE TRUE
           WHEN WRK-CAMPO-8 NOT NUMERIC
               DISPLAY 'DATA DE VIGENCIA INVALIDA'
           WHEN WRK-CAMPO-8-MES < 1 OR WRK-CAMPO-8-MES > 12
               DISPLAY 'DATA DE VIGENCIA INVALIDA'
           WHEN WRK-CAMPO-8-DIA < 1
              OR WRK-CAMPO-8-DIA > WRK-ULTIMO-DIA
               DISPLAY 'DATA DE VIGENCIA INVALIDA'
           WHEN WRK-CAMPO-8-N < WRK-DATA-SISTEMA-N
               DISPLAY 'VIGENCIA NAO PODE SER RETROATIVA'
           WHEN OTHER
               MOVE WRK-CAMPO-8-N TO WRK-VIGENCIA
               MOVE 'S' TO WRK-VALIDO
       END-EVALUATE.

       0480-REVISAR-PENDENCIAS.
       IF NOT WRK-PERFIL-LOGADO-ADMIN
           DISPLAY 'SOMENTE ADMINISTRADORES EX40 APROVAM ALTERACOES'
       ELSE
           MOVE 'N' TO WRK-HOUVE-PENDENCIA
           PERFORM VARYING WRK-PND-IDX FROM 1 BY 1
                   UNTIL WRK-PND-IDX > WRK-QTD-PENDENCIAS
               MOVE WRK-TAB-PND-REGISTRO (WRK-PND-IDX)
                   TO SIS-PARAM-PENDENTE-REC
               IF SIS-PR-PENDENTE
                   MOVE 'S' TO WRK-HOUVE-PENDENCIA
                   PERFORM 0485-REVISAR-UMA-PENDENCIA
                       THRU 0485-REVISAR-UMA-PENDENCIA-EXIT
               END-IF
           END-PERFORM
           IF NOT WRK-HOUVE-PENDENCIA-OK
               DISPLAY 'NENHUMA PENDENCIA A REVISAR'
           END-IF
       END-IF.

       0485-REVISAR-UMA-PENDENCIA.
       DISPLAY 'PENDENCIA ' SIS-PR-ID ' ARQUIVO ' SIS-PR-ARQUIVO
           ' ' SIS-PR-CHAVE ' SOLICITADA POR ' SIS-PR-SOLICITANTE
       MOVE SIS-PR-ARQUIVO TO WRK-NOME-ARQUIVO
       MOVE SIS-PR-CHAVE TO WRK-CHAVE
       PERFORM 0310-LER-VALOR-ATUAL
       DISPLAY '  ATUAL: ' WRK-VALOR-ATUAL
       DISPLAY '  NOVO : ' SIS-PR-VALOR
       DISPLAY '  VIGENCIA ' SIS-PR-VIGENCIA (7:2) '/'
           SIS-PR-VIGENCIA (5:2) '/' SIS-PR-VIGENCIA (1:4)
           ' MOTIVO: ' SIS-PR-JUSTIFICATIVA
       IF SIS-PR-SOLICITANTE = WRK-USUARIO
           DISPLAY 'SOLICITADA POR VOCE - OUTRO ADMIN DEVE APROVAR'
           GO TO 0485-REVISAR-UMA-PENDENCIA-EXIT
       END-IF
       DISPLAY 'APROVAR, REJEITAR OU PULAR? (A/R/P)'
       ACCEPT WRK-RESPOSTA FROM CONSOLE
       EVALUATE WRK-RESPOSTA
           WHEN 'A'
               MOVE 'A' TO SIS-PR-SITUACAO
               MOVE WRK-USUARIO TO SIS-PR-APROVADOR
               MOVE WRK-DATA-SISTEMA TO SIS-PR-DATA-DECISAO
               MOVE SIS-PARAM-PENDENTE-REC TO
                   WRK-TAB-PND-REGISTRO (WRK-PND-IDX)
               MOVE 'S' TO WRK-HOUVE-ALTERACAO
               DISPLAY 'PENDENCIA APROVADA - VALE A PARTIR DA VIGENCIA'
           WHEN 'R'
               MOVE 'R' TO SIS-PR-SITUACAO
               MOVE WRK-USUARIO TO SIS-PR-APROVADOR
               MOVE WRK-DATA-SISTEMA TO SIS-PR-DATA-DECISAO
               MOVE SIS-PARAM-PENDENTE-REC TO
                   WRK-TAB-PND-REGISTRO (WRK-PND-IDX)
               MOVE 'S' TO WRK-HOUVE-ALTERACAO
               DISPLAY 'PENDENCIA REJEITADA'
           WHEN OTHER
               CONTINUE
       END-EVALUATE.
       0485-REVISAR-UMA-PENDENCIA-EXIT.
       EXIT.

       0490-REGISTRAR-PENDENCIA.
       IF WRK-QTD-PENDENCIAS >= 500
           PERFORM 9000-ABORTAR-CAPACIDADE
       END-IF
       MOVE WRK-PROXIMO-ID TO SIS-PR-ID
       ADD 1 TO WRK-PROXIMO-ID
       ACCEPT WRK-HORA-SISTEMA FROM TIME
       MOVE WRK-DATA-SISTEMA TO SIS-PR-DATA
       MOVE WRK-HR-HHMMSS TO SIS-PR-HORA
       MOVE WRK-USUARIO TO SIS-PR-SOLICITANTE
       MOVE WRK-NOME-ARQUIVO TO SIS-PR-ARQUIVO
       MOVE WRK-CHAVE TO SIS-PR-CHAVE
       MOVE WRK-VALOR-NOVO TO SIS-PR-VALOR
       MOVE WRK-VIGENCIA TO SIS-PR-VIGENCIA
       MOVE 'P' TO SIS-PR-SITUACAO
       MOVE SPACES TO SIS-PR-APROVADOR
       MOVE ZEROS TO SIS-PR-DATA-DECISAO
       MOVE ZEROS TO SIS-PR-DATA-EFETIVA
       MOVE WRK-JUSTIFICATIVA TO SIS-PR-JUSTIFICATIVA
       ADD 1 TO WRK-QTD-PENDENCIAS
       MOVE SIS-PARAM-PENDENTE-REC TO
           WRK-TAB-PND-REGISTRO (WRK-QTD-PENDENCIAS)
       MOVE 'S' TO WRK-HOUVE-ALTERACAO
       DISPLAY 'PENDENCIA ' SIS-PR-ID
           ' REGISTRADA - AGUARDA SEGUNDO USUARIO'.

       0600-LISTAR-SOLICITACOES.
       PERFORM VARYING WRK-PND-IDX FROM 1 BY 1
               UNTIL WRK-PND-IDX > WRK-QTD-PENDENCIAS
           MOVE WRK-TAB-PND-REGISTRO (WRK-PND-IDX)
               TO SIS-PARAM-PENDENTE-REC
           DISPLAY SIS-PR-ID ' ' SIS-PR-ARQUIVO ' ' SIS-PR-CHAVE
               ' ' SIS-PR-VALOR ' ' SIS-PR-VIGENCIA ' '
               SIS-PR-SITUACAO ' ' SIS-PR-SOLICITANTE ' '
               SIS-PR-APROVADOR
       END-PERFORM
       IF WRK-QTD-PENDENCIAS = 0
           DISPLAY 'NENHUMA SOLICITACAO REGISTRADA'
       END-IF.

       0750-GRAVAR-PENDENCIAS.
       OPEN OUTPUT SIS-PENDENTE-FILE
       PERFORM VARYING WRK-PND-IDX FROM 1 BY 1
               UNTIL WRK-PND-IDX > WRK-QTD-PENDENCIAS
           MOVE WRK-TAB-PND-REGISTRO (WRK-PND-IDX)
               TO SIS-PENDENTE-LINHA
           WRITE SIS-PENDENTE-LINHA
       END-PERFORM
       CLOSE SIS-PENDENTE-FILE.

       9000-ABORTAR-CAPACIDADE.
       DISPLAY 'CAPACIDADE DE TABELA INTERNA ESTOURADA - RUN ABORTADO'
       MOVE 16 TO RETURN-CODE
       STOP RUN.
