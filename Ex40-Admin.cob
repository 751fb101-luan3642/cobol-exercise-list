      *          when a second, different admin reviews and approves
      *          them here (four-eyes rule). Requests, approvals and
      *          rejections are all written to EX40AUD.DAT with the
      *          acting admin's id. Matriculas are typed with their
      *          modulo-11 check digit (shared SIS-DIGITO subprogram) as
      *          a sixth position; a wrong digit takes the same path as
      *          an invalid matricula. Program permissions are
      *          checked against the segregation-of-duties rules of
      *          EX40CONF.DAT (pairs of programs one user must not
      *          hold together, '*' standing for any other program):
      *          a grant that would give the user both sides of a
      *          rule is refused, or - with a mandatory justification
      *          - queued in EX40PEND.DAT for a second admin, who
      *          cannot be the user receiving it. The approver and
      *          decision date stay on the pending record for the
      *          monthly EX40-CONFLITOS report. One administration
      *          session runs at a time: after the login the session
      *          is locked through SIS-TRAVA and a second admin is told
      *          who holds it and since when; a session left idle past
      *          the lock validity is ended without saving. On exit
      *          EX40USR.DAT is read again and merged under a short
      *          lock on the writing: lines this session did not touch
      *          keep what is on disk (attempt counters and password
      *          changes EX40 recorded meanwhile), and only the users
      *          created, changed or removed here are applied.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
           SELECT EX40-PERMISSAO-FILE ASSIGN TO 'EX40PERM.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-PERMISSAO-STATUS.
           SELECT EX40-CONFLITO-FILE ASSIGN TO 'EX40CONF.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-CONFLITO-STATUS.

       DATA DIVISION.
       FILE SECTION.
       01 EX40-AUDIT-LINHA PIC X(80).

       FD  EX40-PENDENTE-FILE.
       01 EX40-PENDENTE-LINHA PIC X(122).

       FD  EX40-PERMISSAO-FILE.
       01 EX40-PERMISSAO-LINHA PIC X(22).

       FD  EX40-CONFLITO-FILE.
       01 EX40-CONFLITO-LINHA PIC X(24).

       WORKING-STORAGE SECTION.
       COPY EX40REC.
       COPY SISTRVREC.

       77 WRK-USUARIOS-STATUS PIC X(02) VALUE '00'.
       77 WRK-AUDIT-STATUS    PIC X(02) VALUE '00'.
               10 WRK-TAB-REGISTRO PIC X(48).
       77 WRK-QTD-USUARIOS PIC 9(03) VALUE ZEROS.

       01 WRK-TABELA-ORIGINAL.
           05 WRK-TAB-ORI OCCURS 100 TIMES
               INDEXED BY WRK-ORI-IDX.
               10 WRK-TAB-ORI-REGISTRO PIC X(48).
       77 WRK-QTD-ORIGINAL PIC 9(03) VALUE ZEROS.
       01 WRK-TABELA-ATUAL.
           05 WRK-TAB-ATU OCCURS 100 TIMES
               INDEXED BY WRK-ATU-IDX.
               10 WRK-TAB-ATU-REGISTRO PIC X(48).
       77 WRK-QTD-ATUAL PIC 9(03) VALUE ZEROS.
       01 WRK-TABELA-GRAVADOS.
           05 WRK-TAB-GRAVADO OCCURS 100 TIMES PIC X(01).
       77 WRK-NA-SESSAO    PIC X(01) VALUE 'N'.
           88 WRK-NA-SESSAO-OK VALUE 'S'.
       77 WRK-NO-ORIGINAL  PIC X(01) VALUE 'N'.
           88 WRK-NO-ORIGINAL-OK VALUE 'S'.
       77 WRK-TENTATIVAS-TRAVA PIC 9(03) VALUE ZEROS.

       77 WRK-PENDENTE-STATUS PIC X(02) VALUE '00'.
       77 WRK-FIM-PENDENTES   PIC X(01) VALUE 'N'.
           88 WRK-FIM-PENDENTES-OK VALUE 'S'.
       01 WRK-TABELA-PENDENCIAS.
           05 WRK-TAB-PND OCCURS 50 TIMES
               INDEXED BY WRK-PND-IDX.
               10 WRK-TAB-PND-REGISTRO PIC X(122).
       77 WRK-QTD-PENDENCIAS PIC 9(02) VALUE ZEROS.
       77 WRK-PROXIMO-ID     PIC 9(05) VALUE 1.
       77 WRK-RESPOSTA       PIC X(01) VALUE SPACES.
       77 WRK-PROGRAMA-ALVO  PIC X(12) VALUE SPACES.
       77 WRK-VALIDADE-IN    PIC X(08) VALUE SPACES.

       77 WRK-CONFLITO-STATUS PIC X(02) VALUE '00'.
       77 WRK-FIM-CONFLITOS   PIC X(01) VALUE 'N'.
           88 WRK-FIM-CONFLITOS-OK VALUE 'S'.
       01 WRK-TABELA-CONFLITOS.
           05 WRK-TAB-CNF OCCURS 100 TIMES
               INDEXED BY WRK-CNF-IDX.
               10 WRK-TAB-CNF-PROGRAMA1 PIC X(12).
               10 WRK-TAB-CNF-PROGRAMA2 PIC X(12).
       77 WRK-QTD-CONFLITOS  PIC 9(03) VALUE ZEROS.
       77 WRK-CONFLITO       PIC X(01) VALUE 'N'.
           88 WRK-CONFLITO-OK VALUE 'S'.
       77 WRK-PROGRAMA-CONFLITO PIC X(12) VALUE SPACES.
       77 WRK-PROGRAMA-A     PIC X(12) VALUE SPACES.
       77 WRK-PROGRAMA-B     PIC X(12) VALUE SPACES.
       77 WRK-JUSTIFICATIVA  PIC X(40) VALUE SPACES.

       77 WRK-ADMIN-USUARIO PIC X(10) VALUE SPACES.
       77 WRK-ADMIN-SENHA   PIC X(10) VALUE SPACES.
       77 WRK-SENHA-NOVA    PIC X(10) VALUE SPACES.
       77 WRK-USUARIO-ALVO PIC X(10) VALUE SPACES.
       77 WRK-ACHOU        PIC X(01) VALUE 'N'.
           88 WRK-ACHOU-OK VALUE 'S'.
       77 WRK-CAMPO-IN     PIC X(06) VALUE SPACES.
       77 WRK-DV-CODIGO    PIC X(80) VALUE SPACES.
       77 WRK-DV-DIGITO    PIC X(01) VALUE SPACE.
       77 WRK-ACAO-AUDIT   PIC X(30) VALUE SPACES.

       01 WRK-DATA-SISTEMA.

       0100-PRINCIPAL.
       PERFORM 0150-CARREGAR-USUARIOS.
       PERFORM 0200-AUTENTICAR-ADMIN.
       IF WRK-AUTORIZADO-OK
           PERFORM 0210-TRAVAR-SESSAO
           IF SIS-TP-NEGADA
               DISPLAY 'ADMINISTRACAO ' SIS-TP-MENSAGEM
               CLOSE EX40-AUDIT-FILE
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM 0160-CARREGAR-PENDENCIAS
           PERFORM 0170-CARREGAR-PERMISSOES
           PERFORM 0180-CARREGAR-CONFLITOS
           PERFORM 0250-EXECUTAR-CICLO UNTIL WRK-SAIR-OK
           PERFORM 0700-GRAVAR-USUARIOS THRU 0700-GRAVAR-USUARIOS-EXIT
           PERFORM 0750-GRAVAR-PENDENCIAS
           PERFORM 0770-GRAVAR-PERMISSOES
           PERFORM 0220-LIBERAR-SESSAO
           MOVE 0 TO RETURN-CODE
       ELSE
           DISPLAY 'ACESSO NEGADO - SOMENTE ADMINISTRADOR'
                       ADD 1 TO WRK-QTD-USUARIOS
                       MOVE EX40-USUARIOS-LINHA TO
                           WRK-TAB-REGISTRO (WRK-QTD-USUARIOS)
                       MOVE EX40-USUARIOS-LINHA TO
                           WRK-TAB-ORI-REGISTRO (WRK-QTD-USUARIOS)
                       MOVE WRK-QTD-USUARIOS TO WRK-QTD-ORIGINAL
               END-READ
           END-PERFORM
           CLOSE EX40-USUARIOS-FILE
           CLOSE EX40-PERMISSAO-FILE
       END-IF.

       0180-CARREGAR-CONFLITOS.
       OPEN INPUT EX40-CONFLITO-FILE
       IF WRK-CONFLITO-STATUS = '00'
           PERFORM UNTIL WRK-FIM-CONFLITOS-OK
               READ EX40-CONFLITO-FILE INTO EX40-CONFLITO-REC
                   AT END MOVE 'S' TO WRK-FIM-CONFLITOS
                   NOT AT END
                       IF WRK-QTD-CONFLITOS >= 100
                           PERFORM 9000-ABORTAR-CAPACIDADE
                       END-IF
                       ADD 1 TO WRK-QTD-CONFLITOS
                       MOVE EX40-CF-PROGRAMA1 TO
                           WRK-TAB-CNF-PROGRAMA1 (WRK-QTD-CONFLITOS)
                       MOVE EX40-CF-PROGRAMA2 TO
                           WRK-TAB-CNF-PROGRAMA2 (WRK-QTD-CONFLITOS)
               END-READ
           END-PERFORM
           CLOSE EX40-CONFLITO-FILE
       END-IF.

       0200-AUTENTICAR-ADMIN.
       DISPLAY 'INFORME O USUARIO ADMINISTRADOR'
       ACCEPT WRK-ADMIN-USUARIO FROM CONSOLE
           PERFORM 0600-GRAVAR-AUDITORIA
       END-IF.

      *    taking the lock again at each menu refreshes it; once
      *    it has lapsed to another admin nothing here is saved
       0210-TRAVAR-SESSAO.
       MOVE SPACES TO SIS-TRAVA-PEDIDO
       SET SIS-TP-TRAVAR TO TRUE
       MOVE 'EX40USR.DAT' TO SIS-TP-ARQUIVO
       MOVE 'ADMIN' TO SIS-TP-CHAVE
       MOVE WRK-ADMIN-USUARIO TO SIS-TP-USUARIO
       MOVE 'EX40-ADMIN' TO SIS-TP-PROGRAMA
       CALL 'SIS-TRAVA' USING SIS-TRAVA-PEDIDO.

       0220-LIBERAR-SESSAO.
       MOVE SPACES TO SIS-TRAVA-PEDIDO
       SET SIS-TP-LIBERAR-TODAS TO TRUE
       MOVE WRK-ADMIN-USUARIO TO SIS-TP-USUARIO
       MOVE 'EX40-ADMIN' TO SIS-TP-PROGRAMA
       CALL 'SIS-TRAVA' USING SIS-TRAVA-PEDIDO.

       0250-EXECUTAR-CICLO.
       PERFORM 0210-TRAVAR-SESSAO
       IF SIS-TP-NEGADA
           DISPLAY 'ADMINISTRACAO ' SIS-TP-MENSAGEM
           DISPLAY 'SESSAO EXPIRADA - ALTERACOES NAO GRAVADAS'
           CLOSE EX40-AUDIT-FILE
           MOVE 8 TO RETURN-CODE
           STOP RUN
       END-IF
       MOVE 'N' TO WRK-OPCAO-VALIDA
       PERFORM 0270-OBTER-OPCAO UNTIL WRK-OPCAO-OK.
       EVALUATE WRK-OPCAO
           SET WRK-TAB-IDX DOWN BY 1
       END-IF.

       0290-CONFERIR-DIGITO.
       IF WRK-CAMPO-IN (1:5) IS NUMERIC
           MOVE SPACES TO WRK-DV-CODIGO
           MOVE WRK-CAMPO-IN (1:5) TO WRK-DV-CODIGO
           CALL 'SIS-DIGITO' USING WRK-DV-CODIGO WRK-DV-DIGITO
           IF WRK-CAMPO-IN (6:1) NOT = WRK-DV-DIGITO
               DISPLAY 'DIGITO VERIFICADOR DA MATRICULA INVALIDO'
               MOVE SPACES TO WRK-CAMPO-IN
           END-IF
       END-IF.

       0300-CRIAR-USUARIO.
       DISPLAY 'INFORME O NOVO USUARIO'
       ACCEPT WRK-USUARIO-ALVO FROM CONSOLE
           MOVE WRK-HASH-CALC TO EX40-CR-HASH
           DISPLAY 'INFORME O PERFIL (A/O)'
           ACCEPT EX40-CR-PERFIL FROM CONSOLE
           DISPLAY 'INFORME A MATRICULA (6 DIGITOS, COM O DIGITO)'
           ACCEPT WRK-CAMPO-IN FROM CONSOLE
           PERFORM 0290-CONFERIR-DIGITO
           IF WRK-CAMPO-IN IS NUMERIC
               MOVE WRK-CAMPO-IN (1:5) TO EX40-CR-MATRICULA
           ELSE
               MOVE ZEROS TO EX40-CR-MATRICULA
           END-IF
           DISPLAY 'SOLICITADA POR VOCE - OUTRO ADMIN DEVE APROVAR'
           GO TO 0485-REVISAR-UMA-PENDENCIA-EXIT
       END-IF
       IF EX40-PD-TIPO-PERMISSAO
           DISPLAY 'PROGRAMA ' EX40-PD-VALOR (1:12)
               ' JUSTIFICATIVA: ' EX40-PD-JUSTIFICATIVA
           IF EX40-PD-ALVO = WRK-ADMIN-USUARIO
               DISPLAY 'CONCESSAO PARA VOCE - OUTRO ADMIN DEVE APROVAR'
               GO TO 0485-REVISAR-UMA-PENDENCIA-EXIT
           END-IF
       END-IF
       DISPLAY 'APROVAR, REJEITAR OU PULAR? (A/R/P)'
       ACCEPT WRK-RESPOSTA FROM CONSOLE
       EVALUATE WRK-RESPOSTA
           WHEN 'A'
               PERFORM 0488-APLICAR-PENDENCIA
               MOVE 'A' TO EX40-PD-SITUACAO
               MOVE WRK-ADMIN-USUARIO TO EX40-PD-APROVADOR
               ACCEPT WRK-DATA-SISTEMA FROM DATE YYYYMMDD
               MOVE WRK-DATA-SISTEMA TO EX40-PD-DATA-DECISAO
               MOVE EX40-PENDENTE-REC TO
                   WRK-TAB-PND-REGISTRO (WRK-PND-IDX)
               MOVE 'PENDENCIA APROVADA' TO WRK-ACAO-AUDIT
               DISPLAY 'PENDENCIA APROVADA E APLICADA'
           WHEN 'R'
               MOVE 'R' TO EX40-PD-SITUACAO
               MOVE WRK-ADMIN-USUARIO TO EX40-PD-APROVADOR
               ACCEPT WRK-DATA-SISTEMA FROM DATE YYYYMMDD
               MOVE WRK-DATA-SISTEMA TO EX40-PD-DATA-DECISAO
               MOVE EX40-PENDENTE-REC TO
                   WRK-TAB-PND-REGISTRO (WRK-PND-IDX)
               MOVE 'PENDENCIA REJEITADA' TO WRK-ACAO-AUDIT
           WHEN OTHER
               CONTINUE
       END-EVALUATE.

       0485-REVISAR-UMA-PENDENCIA-EXIT.
       EXIT.

                   MOVE WRK-DATA-SISTEMA TO EX40-CR-DATA-TROCA
               WHEN EX40-PD-TIPO-PERFIL
                   MOVE EX40-PD-VALOR (1:1) TO EX40-CR-PERFIL
               WHEN EX40-PD-TIPO-PERMISSAO
                   MOVE EX40-PD-ALVO TO WRK-USUARIO-ALVO
                   MOVE EX40-PD-VALOR (1:12) TO WRK-PROGRAMA-ALVO
                   PERFORM 0575-INCLUIR-PERMISSAO
           END-EVALUATE
           MOVE EX40-CREDENCIAL-REC TO WRK-TAB-REGISTRO (WRK-TAB-IDX)
       END-IF.
       MOVE WRK-ADMIN-USUARIO TO EX40-PD-SOLICITANTE
       MOVE WRK-USUARIO-ALVO TO EX40-PD-ALVO
       MOVE 'P' TO EX40-PD-SITUACAO
       MOVE SPACES TO EX40-PD-APROVADOR
       MOVE ZEROS TO EX40-PD-DATA-DECISAO
       MOVE WRK-JUSTIFICATIVA TO EX40-PD-JUSTIFICATIVA
       MOVE SPACES TO WRK-JUSTIFICATIVA
       ADD 1 TO WRK-QTD-PENDENCIAS
       MOVE EX40-PENDENTE-REC TO
           WRK-TAB-PND-REGISTRO (WRK-QTD-PENDENCIAS)
           IF WRK-ACHOU-OK
               DISPLAY 'PERMISSAO JA CONCEDIDA'
           ELSE
               PERFORM 0560-VERIFICAR-CONFLITO
               IF WRK-CONFLITO-OK
                   PERFORM 0570-TRATAR-CONFLITO
               ELSE
                   PERFORM 0575-INCLUIR-PERMISSAO
                   DISPLAY 'PERMISSAO CONCEDIDA'
               END-IF
           END-IF
       ELSE
           IF NOT WRK-ACHOU-OK
       0550-MANTER-PERMISSOES-EXIT.
       EXIT.

       0560-VERIFICAR-CONFLITO.
       MOVE 'N' TO WRK-CONFLITO
       PERFORM VARYING WRK-PRM-IDX FROM 1 BY 1
               UNTIL WRK-PRM-IDX > WRK-QTD-PERMISSOES
              OR WRK-CONFLITO-OK
           IF WRK-TAB-PRM-USUARIO (WRK-PRM-IDX) = WRK-USUARIO-ALVO
               MOVE WRK-PROGRAMA-ALVO TO WRK-PROGRAMA-A
               MOVE WRK-TAB-PRM-PROGRAMA (WRK-PRM-IDX)
                   TO WRK-PROGRAMA-B
               PERFORM 0565-CONFERIR-PAR
               IF WRK-CONFLITO-OK
                   MOVE WRK-PROGRAMA-B TO WRK-PROGRAMA-CONFLITO
               END-IF
           END-IF
       END-PERFORM.

      *    a rule matches the pair in either order
       0565-CONFERIR-PAR.
       PERFORM VARYING WRK-CNF-IDX FROM 1 BY 1
               UNTIL WRK-CNF-IDX > WRK-QTD-CONFLITOS
              OR WRK-CONFLITO-OK
           MOVE WRK-TAB-CNF-PROGRAMA2 (WRK-CNF-IDX)
               TO EX40-CF-PROGRAMA2
           IF WRK-TAB-CNF-PROGRAMA1 (WRK-CNF-IDX) = WRK-PROGRAMA-A
              AND (EX40-CF-PROGRAMA2 = WRK-PROGRAMA-B
                   OR EX40-CF-QUALQUER-PROGRAMA)
               MOVE 'S' TO WRK-CONFLITO
           END-IF
           IF WRK-TAB-CNF-PROGRAMA1 (WRK-CNF-IDX) = WRK-PROGRAMA-B
              AND (EX40-CF-PROGRAMA2 = WRK-PROGRAMA-A
                   OR EX40-CF-QUALQUER-PROGRAMA)
               MOVE 'S' TO WRK-CONFLITO
           END-IF
       END-PERFORM.

       0570-TRATAR-CONFLITO.
       DISPLAY 'CONFLITO DE SEGREGACAO COM ' WRK-PROGRAMA-CONFLITO
       DISPLAY 'ENCAMINHAR PARA APROVACAO DE OUTRO ADMIN? (S/N)'
       ACCEPT WRK-RESPOSTA FROM CONSOLE
       MOVE SPACES TO WRK-JUSTIFICATIVA
       IF WRK-RESPOSTA = 'S'
           DISPLAY 'INFORME A JUSTIFICATIVA (OBRIGATORIA)'
           ACCEPT WRK-JUSTIFICATIVA FROM CONSOLE
       END-IF
       IF WRK-JUSTIFICATIVA = SPACES
           MOVE 'CONCESSAO RECUSADA - CONFLITO' TO WRK-ACAO-AUDIT
           PERFORM 0600-GRAVAR-AUDITORIA
           DISPLAY 'CONCESSAO RECUSADA - CONFLITO DE SEGREGACAO'
       ELSE
           MOVE 'PERMISSAO' TO EX40-PD-TIPO
           MOVE SPACES TO EX40-PD-VALOR
           MOVE WRK-PROGRAMA-ALVO TO EX40-PD-VALOR (1:12)
           PERFORM 0490-REGISTRAR-PENDENCIA
       END-IF.

       0575-INCLUIR-PERMISSAO.
       MOVE 'N' TO WRK-ACHOU
       PERFORM VARYING WRK-PRM-IDX FROM 1 BY 1
               UNTIL WRK-PRM-IDX > WRK-QTD-PERMISSOES
              OR WRK-ACHOU-OK
           IF WRK-TAB-PRM-USUARIO (WRK-PRM-IDX) = WRK-USUARIO-ALVO
              AND WRK-TAB-PRM-PROGRAMA (WRK-PRM-IDX)
                   = WRK-PROGRAMA-ALVO
               MOVE 'S' TO WRK-ACHOU
           END-IF
       END-PERFORM
       IF NOT WRK-ACHOU-OK
           IF WRK-QTD-PERMISSOES >= 200
               PERFORM 9000-ABORTAR-CAPACIDADE
           END-IF
           ADD 1 TO WRK-QTD-PERMISSOES
           MOVE WRK-USUARIO-ALVO TO
               WRK-TAB-PRM-USUARIO (WRK-QTD-PERMISSOES)
           MOVE WRK-PROGRAMA-ALVO TO
               WRK-TAB-PRM-PROGRAMA (WRK-QTD-PERMISSOES)
           MOVE 'PERMISSAO CONCEDIDA' TO WRK-ACAO-AUDIT
           PERFORM 0600-GRAVAR-AUDITORIA
       END-IF.

       0770-GRAVAR-PERMISSOES.
       OPEN OUTPUT EX40-PERMISSAO-FILE
       PERFORM VARYING WRK-PRM-IDX FROM 1 BY 1
       END-PERFORM
       CLOSE EX40-PENDENTE-FILE.

      *    three-way merge: disk line, line as loaded, line now
       0700-GRAVAR-USUARIOS.
       MOVE ZEROS TO WRK-TENTATIVAS-TRAVA
       PERFORM 0705-TRAVAR-GRAVACAO
       PERFORM 0705-TRAVAR-GRAVACAO
           UNTIL SIS-TP-CONCEDIDA OR WRK-TENTATIVAS-TRAVA >= 100
       IF SIS-TP-NEGADA
           DISPLAY 'EX40USR.DAT ' SIS-TP-MENSAGEM
           DISPLAY 'CREDENCIAIS NAO GRAVADAS'
           GO TO 0700-GRAVAR-USUARIOS-EXIT
       END-IF
       PERFORM 0710-RELER-USUARIOS
       PERFORM VARYING WRK-TAB-IDX FROM 1 BY 1
               UNTIL WRK-TAB-IDX > WRK-QTD-USUARIOS
           MOVE 'N' TO WRK-TAB-GRAVADO (WRK-TAB-IDX)
       END-PERFORM
       OPEN OUTPUT EX40-USUARIOS-FILE
       PERFORM VARYING WRK-ATU-IDX FROM 1 BY 1
               UNTIL WRK-ATU-IDX > WRK-QTD-ATUAL
           MOVE WRK-TAB-ATU-REGISTRO (WRK-ATU-IDX)
               TO EX40-CREDENCIAL-REC
           PERFORM 0720-LOCALIZAR-NA-SESSAO
           PERFORM 0725-LOCALIZAR-NO-ORIGINAL
           EVALUATE TRUE
               WHEN WRK-NA-SESSAO-OK
                   MOVE 'S' TO WRK-TAB-GRAVADO (WRK-TAB-IDX)
                   IF WRK-NO-ORIGINAL-OK
                      AND WRK-TAB-REGISTRO (WRK-TAB-IDX)
                          = WRK-TAB-ORI-REGISTRO (WRK-ORI-IDX)
                       MOVE WRK-TAB-ATU-REGISTRO (WRK-ATU-IDX)
                           TO EX40-USUARIOS-LINHA
                   ELSE
                       MOVE WRK-TAB-REGISTRO (WRK-TAB-IDX)
                           TO EX40-USUARIOS-LINHA
                   END-IF
                   WRITE EX40-USUARIOS-LINHA
               WHEN WRK-NO-ORIGINAL-OK
                   CONTINUE
               WHEN OTHER
                   MOVE WRK-TAB-ATU-REGISTRO (WRK-ATU-IDX)
                       TO EX40-USUARIOS-LINHA
                   WRITE EX40-USUARIOS-LINHA
           END-EVALUATE
       END-PERFORM
       PERFORM VARYING WRK-TAB-IDX FROM 1 BY 1
               UNTIL WRK-TAB-IDX > WRK-QTD-USUARIOS
           IF WRK-TAB-GRAVADO (WRK-TAB-IDX) = 'N'
               MOVE WRK-TAB-REGISTRO (WRK-TAB-IDX)
                   TO EX40-CREDENCIAL-REC
               PERFORM 0725-LOCALIZAR-NO-ORIGINAL
               IF NOT WRK-NO-ORIGINAL-OK
                   MOVE WRK-TAB-REGISTRO (WRK-TAB-IDX)
                       TO EX40-USUARIOS-LINHA
                   WRITE EX40-USUARIOS-LINHA
               END-IF
           END-IF
       END-PERFORM
       CLOSE EX40-USUARIOS-FILE
       SET SIS-TP-LIBERAR TO TRUE
       CALL 'SIS-TRAVA' USING SIS-TRAVA-PEDIDO.
       0700-GRAVAR-USUARIOS-EXIT.
       EXIT.

      *    the writing itself is held under its own short lock
       0705-TRAVAR-GRAVACAO.
       ADD 1 TO WRK-TENTATIVAS-TRAVA
       MOVE SPACES TO SIS-TRAVA-PEDIDO
       SET SIS-TP-TRAVAR TO TRUE
       MOVE 'EX40USR.DAT' TO SIS-TP-ARQUIVO
       MOVE 'GRAVACAO' TO SIS-TP-CHAVE
       MOVE WRK-ADMIN-USUARIO TO SIS-TP-USUARIO
       MOVE 'EX40-ADMIN' TO SIS-TP-PROGRAMA
       CALL 'SIS-TRAVA' USING SIS-TRAVA-PEDIDO.

       0710-RELER-USUARIOS.
       MOVE ZEROS TO WRK-QTD-ATUAL
       MOVE 'N' TO WRK-FIM-USUARIOS
       OPEN INPUT EX40-USUARIOS-FILE
       IF WRK-USUARIOS-STATUS = '00'
           PERFORM UNTIL WRK-FIM-USUARIOS-OK
               READ EX40-USUARIOS-FILE
                   AT END MOVE 'S' TO WRK-FIM-USUARIOS
                   NOT AT END
                       IF WRK-QTD-ATUAL >= 100
                           PERFORM 9000-ABORTAR-CAPACIDADE
                       END-IF
                       ADD 1 TO WRK-QTD-ATUAL
                       MOVE EX40-USUARIOS-LINHA TO
                           WRK-TAB-ATU-REGISTRO (WRK-QTD-ATUAL)
               END-READ
           END-PERFORM
           CLOSE EX40-USUARIOS-FILE
       END-IF.

       0720-LOCALIZAR-NA-SESSAO.
       MOVE 'N' TO WRK-NA-SESSAO
       SET WRK-TAB-IDX TO 1
       SEARCH WRK-TAB-USR
           AT END
               CONTINUE
           WHEN WRK-TAB-IDX > WRK-QTD-USUARIOS
               CONTINUE
           WHEN WRK-TAB-REGISTRO (WRK-TAB-IDX) (1:10)
                   = EX40-CR-USUARIO
               MOVE 'S' TO WRK-NA-SESSAO
       END-SEARCH.

       0725-LOCALIZAR-NO-ORIGINAL.
       MOVE 'N' TO WRK-NO-ORIGINAL
       SET WRK-ORI-IDX TO 1
       SEARCH WRK-TAB-ORI
           AT END
               CONTINUE
           WHEN WRK-ORI-IDX > WRK-QTD-ORIGINAL
               CONTINUE
           WHEN WRK-TAB-ORI-REGISTRO (WRK-ORI-IDX) (1:10)
                   = EX40-CR-USUARIO
               MOVE 'S' TO WRK-NO-ORIGINAL
       END-SEARCH.

       9000-ABORTAR-CAPACIDADE.
       DISPLAY 'CAPACIDADE DE TABELA INTERNA ESTOURADA - RUN ABORTADO'
