      * Author:
      * Date:
      * Purpose: supervised punch correction for EX26 - the sanctioned
      *          way to fix the punches when a badge reader eats a
      *          punch, instead of editing the file by hand. Lets a
      *          supervisor insert, void or adjust an EX26-PONTO-REC
      *          (matricula, data, hora, sentido) with a mandatory
      *          justification and the approver's name; every change
      *          writes the before and after record images to the
      *          punch-amendment audit file EX26PONAUD.DAT, so the
      *          original capture is never silently overwritten. Each
      *          change goes straight to the keyed punch file
      *          EX26PONX.DAT (matricula + data + hora), where the
      *          punch is looked up by its key - two punches of a
      *          matricula cannot share data and hora - and a
      *          matricula's punches are listed by key range; at the
      *          end of a session that made changes EX26PONTO.DAT is
      *          rebuilt through EX26-EXTRATOR. Matriculas are typed
      *          with their modulo-11 check digit (shared SIS-DIGITO
      *          subprogram) as a sixth position; a wrong digit takes
      *          the same path as an invalid matricula, and so does a
      *          matricula of a company not granted to the supervisor
      *          (SIS-EMPRESA).
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT EX26-PONTO-IDX-FILE ASSIGN TO 'EX26PONX.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EX26-PX-CHAVE
               FILE STATUS IS WRK-PONTO-STATUS.
           SELECT EX26-PONAUD-FILE ASSIGN TO 'EX26PONAUD.DAT'
               ORGANIZATION IS LINE SEQUENTIAL

       DATA DIVISION.
       FILE SECTION.
       FD  EX26-PONTO-IDX-FILE.
       01 EX26-PONTO-IDX-LINHA.
           05 EX26-PX-CHAVE PIC X(17).
           05 FILLER        PIC X(01).

       FD  EX26-PONAUD-FILE.
       01 EX26-PONAUD-LINHA PIC X(120).

       WORKING-STORAGE SECTION.
       COPY EX26REC.
       COPY SISEMPREC.

       77 WRK-PONTO-STATUS  PIC X(02) VALUE '00'.
       77 WRK-PONAUD-STATUS PIC X(02) VALUE '00'.
       77 WRK-FIM-ARQUIVO PIC X(01) VALUE 'N'.
           88 WRK-FIM-ARQUIVO-OK VALUE 'S'.

       77 WRK-CHAVE-OCUPADA PIC X(01) VALUE 'N'.
           88 WRK-CHAVE-OCUPADA-OK VALUE 'S'.
       77 WRK-GRAVACAO     PIC X(01) VALUE 'N'.
           88 WRK-GRAVACAO-OK VALUE 'S'.

       77 WRK-OPCAO        PIC 9(01) VALUE ZEROS.
       77 WRK-OPCAO-VALIDA PIC X(01) VALUE 'N'.
       77 WRK-USUARIO      PIC X(10) VALUE SPACES.
       77 WRK-APROVADOR    PIC X(10) VALUE SPACES.
       77 WRK-JUSTIFICATIVA PIC X(40) VALUE SPACES.
       77 WRK-MATRICULA-IN PIC X(06) VALUE SPACES.
       77 WRK-DV-CODIGO    PIC X(80) VALUE SPACES.
       77 WRK-DV-DIGITO    PIC X(01) VALUE SPACE.
       77 WRK-MATRICULA    PIC 9(05) VALUE ZEROS.
       77 WRK-DATA-IN      PIC X(08) VALUE SPACES.
       77 WRK-DATA         PIC 9(08) VALUE ZEROS.
       77 WRK-HORA-IN      PIC X(04) VALUE SPACES.
       77 WRK-HORA         PIC 9(04) VALUE ZEROS.
       77 WRK-HORA-NOVA    PIC 9(04) VALUE ZEROS.
       77 WRK-HORA-ANTIGA  PIC 9(04) VALUE ZEROS.
       77 WRK-SENTIDO      PIC X(01) VALUE SPACES.
       77 WRK-ACHOU        PIC X(01) VALUE 'N'.
           88 WRK-ACHOU-OK VALUE 'S'.
       0100-PRINCIPAL.
       DISPLAY 'INFORME O SEU USUARIO (SUPERVISOR)'
       ACCEPT WRK-USUARIO FROM CONSOLE
       PERFORM 0150-ABRIR-PONTOS.
       PERFORM 0200-EXECUTAR-CICLO UNTIL WRK-SAIR-OK.
       CLOSE EX26-PONTO-IDX-FILE.
       IF WRK-HOUVE-ALTERACAO-OK
           CALL 'EX26-EXTRATOR'
       END-IF.
       STOP RUN.

       0150-ABRIR-PONTOS.
       OPEN I-O EX26-PONTO-IDX-FILE
       IF WRK-PONTO-STATUS = '35'
           OPEN OUTPUT EX26-PONTO-IDX-FILE
           CLOSE EX26-PONTO-IDX-FILE
           OPEN I-O EX26-PONTO-IDX-FILE
       END-IF.

       0200-EXECUTAR-CICLO.

       0260-OBTER-CHAVE.
       MOVE 'N' TO WRK-DADOS-VALIDOS
       DISPLAY 'INFORME A MATRICULA (6 DIGITOS, COM O DIGITO)'
       ACCEPT WRK-MATRICULA-IN FROM CONSOLE
       PERFORM 0262-CONFERIR-DIGITO
       PERFORM 0263-VERIFICAR-EMPRESA
       DISPLAY 'INFORME A DATA (AAAAMMDD)'
       ACCEPT WRK-DATA-IN FROM CONSOLE
       DISPLAY 'INFORME A HORA (HHMM)'
          AND WRK-DATA-IN IS NUMERIC
          AND WRK-HORA-IN IS NUMERIC
          AND (WRK-SENTIDO = 'E' OR WRK-SENTIDO = 'S')
           MOVE WRK-MATRICULA-IN (1:5) TO WRK-MATRICULA
           MOVE WRK-DATA-IN TO WRK-DATA
           MOVE WRK-HORA-IN TO WRK-HORA
           MOVE 'S' TO WRK-DADOS-VALIDOS
           DISPLAY 'MATRICULA, DATA, HORA OU SENTIDO INVALIDO'
       END-IF.

       0262-CONFERIR-DIGITO.
       IF WRK-MATRICULA-IN IS NUMERIC
           MOVE SPACES TO WRK-DV-CODIGO
           MOVE WRK-MATRICULA-IN (1:5) TO WRK-DV-CODIGO
           CALL 'SIS-DIGITO' USING WRK-DV-CODIGO WRK-DV-DIGITO
           IF WRK-MATRICULA-IN (6:1) NOT = WRK-DV-DIGITO
               DISPLAY 'DIGITO VERIFICADOR DA MATRICULA INVALIDO'
               MOVE SPACES TO WRK-MATRICULA-IN
           END-IF
       END-IF.

       0263-VERIFICAR-EMPRESA.
       IF WRK-MATRICULA-IN IS NUMERIC
           MOVE SPACES TO SIS-EMPRESA-PEDIDO
           SET SIS-EP-DONA-MATRICULA TO TRUE
           MOVE WRK-MATRICULA-IN (1:5) TO SIS-EP-MATRICULA
           CALL 'SIS-EMPRESA' USING SIS-EMPRESA-PEDIDO
           IF SIS-EP-SIM
               SET SIS-EP-ACESSO TO TRUE
               MOVE WRK-USUARIO TO SIS-EP-USUARIO
               MOVE 'EX26-CORRECAO' TO SIS-EP-PROGRAMA
               CALL 'SIS-EMPRESA' USING SIS-EMPRESA-PEDIDO
           END-IF
           IF SIS-EP-NAO
               DISPLAY SIS-EP-MENSAGEM
               MOVE SPACES TO WRK-MATRICULA-IN
           END-IF
       END-IF.

      *    the key is matricula + data + hora; the punch found is
      *    only the one informed when the sentido matches as well
       0265-LOCALIZAR-PONTO.
       MOVE 'N' TO WRK-ACHOU
       MOVE 'N' TO WRK-CHAVE-OCUPADA
       MOVE WRK-MATRICULA TO EX26-PT-MATRICULA
       MOVE WRK-DATA TO EX26-PT-DATA
       MOVE WRK-HORA TO EX26-PT-HORA
       MOVE EX26-PONTO-REC TO EX26-PONTO-IDX-LINHA
       READ EX26-PONTO-IDX-FILE INTO EX26-PONTO-REC
           INVALID KEY CONTINUE
           NOT INVALID KEY
               MOVE 'S' TO WRK-CHAVE-OCUPADA
               IF EX26-PT-SENTIDO = WRK-SENTIDO
                   MOVE 'S' TO WRK-ACHOU
               END-IF
       END-READ.

       0270-OBTER-JUSTIFICATIVA.
       MOVE SPACES TO WRK-JUSTIFICATIVA
           GO TO 0300-INCLUIR-EXIT
       END-IF
       PERFORM 0265-LOCALIZAR-PONTO
       IF WRK-CHAVE-OCUPADA-OK
           DISPLAY 'PONTO JA EXISTE - NAO INCLUIDO'
           GO TO 0300-INCLUIR-EXIT
       END-IF
       IF NOT WRK-DADOS-VALIDOS-OK
           GO TO 0300-INCLUIR-EXIT
       END-IF
       PERFORM 0610-GRAVAR-PONTO
       IF NOT WRK-GRAVACAO-OK
           GO TO 0300-INCLUIR-EXIT
       END-IF
       MOVE SPACES TO WRK-PONTO-ANTES
       PERFORM 0680-MONTAR-IMAGEM-DEPOIS
       PERFORM 0650-GRAVAR-AUDITORIA-INCLUSAO
       IF NOT WRK-DADOS-VALIDOS-OK
           GO TO 0400-ANULAR-EXIT
       END-IF
       PERFORM 0620-EXCLUIR-PONTO
       IF NOT WRK-GRAVACAO-OK
           GO TO 0400-ANULAR-EXIT
       END-IF
       PERFORM 0690-MONTAR-IMAGEM-ANTES
       MOVE SPACES TO WRK-PONTO-DEPOIS
       PERFORM 0660-GRAVAR-AUDITORIA-ANULACAO
       MOVE 'S' TO WRK-HOUVE-ALTERACAO
           GO TO 0500-AJUSTAR-EXIT
       END-IF
       MOVE WRK-HORA-IN TO WRK-HORA-NOVA
       MOVE WRK-HORA TO WRK-HORA-ANTIGA
       MOVE WRK-HORA-NOVA TO WRK-HORA
       PERFORM 0265-LOCALIZAR-PONTO
       MOVE WRK-HORA-ANTIGA TO WRK-HORA
       IF WRK-CHAVE-OCUPADA-OK
           DISPLAY 'JA EXISTE PONTO NA NOVA HORA - NAO AJUSTADO'
           GO TO 0500-AJUSTAR-EXIT
       END-IF
       PERFORM 0270-OBTER-JUSTIFICATIVA
       IF NOT WRK-DADOS-VALIDOS-OK
           GO TO 0500-AJUSTAR-EXIT
       END-IF
       PERFORM 0620-EXCLUIR-PONTO
       IF NOT WRK-GRAVACAO-OK
           GO TO 0500-AJUSTAR-EXIT
       END-IF
       PERFORM 0690-MONTAR-IMAGEM-ANTES
       MOVE WRK-HORA-NOVA TO WRK-HORA
       PERFORM 0610-GRAVAR-PONTO
       IF NOT WRK-GRAVACAO-OK
           GO TO 0500-AJUSTAR-EXIT
       END-IF
       PERFORM 0680-MONTAR-IMAGEM-DEPOIS
       PERFORM 0670-GRAVAR-AUDITORIA-AJUSTE
       MOVE 'S' TO WRK-HOUVE-ALTERACAO
       DISPLAY 'PONTO AJUSTADO'.
       EXIT.

       0600-LISTAR-MATRICULA.
       DISPLAY 'INFORME A MATRICULA (6 DIGITOS, COM O DIGITO)'
       ACCEPT WRK-MATRICULA-IN FROM CONSOLE
       PERFORM 0262-CONFERIR-DIGITO
       PERFORM 0263-VERIFICAR-EMPRESA
       IF WRK-MATRICULA-IN NOT NUMERIC
           DISPLAY 'MATRICULA NAO NUMERICA'
       ELSE
           MOVE WRK-MATRICULA-IN (1:5) TO WRK-MATRICULA
           PERFORM 0605-LISTAR-FAIXA
       END-IF.

       0605-LISTAR-FAIXA.
       MOVE 'N' TO WRK-FIM-ARQUIVO
       MOVE WRK-MATRICULA TO EX26-PT-MATRICULA
       MOVE ZEROS TO EX26-PT-DATA
       MOVE ZEROS TO EX26-PT-HORA
       MOVE EX26-PONTO-REC TO EX26-PONTO-IDX-LINHA
       START EX26-PONTO-IDX-FILE KEY NOT < EX26-PX-CHAVE
           INVALID KEY MOVE 'S' TO WRK-FIM-ARQUIVO
       END-START
       PERFORM UNTIL WRK-FIM-ARQUIVO-OK
           READ EX26-PONTO-IDX-FILE NEXT RECORD INTO EX26-PONTO-REC
               AT END MOVE 'S' TO WRK-FIM-ARQUIVO
               NOT AT END
                   IF EX26-PT-MATRICULA = WRK-MATRICULA
                       MOVE EX26-PT-MATRICULA TO WRK-LL-MATRICULA
                       MOVE EX26-PT-DATA TO WRK-LL-DATA
                       MOVE EX26-PT-HORA TO WRK-LL-HORA
                       MOVE EX26-PT-SENTIDO TO WRK-LL-SENTIDO
                       DISPLAY WRK-LINHA-LISTA
                   ELSE
                       MOVE 'S' TO WRK-FIM-ARQUIVO
                   END-IF
           END-READ
       END-PERFORM.

       0610-GRAVAR-PONTO.
       MOVE 'N' TO WRK-GRAVACAO
       MOVE WRK-MATRICULA TO EX26-PT-MATRICULA
       MOVE WRK-DATA TO EX26-PT-DATA
       MOVE WRK-HORA TO EX26-PT-HORA
       MOVE WRK-SENTIDO TO EX26-PT-SENTIDO
       MOVE EX26-PONTO-REC TO EX26-PONTO-IDX-LINHA
       WRITE EX26-PONTO-IDX-LINHA
           INVALID KEY
               DISPLAY 'ERRO NA GRAVACAO: ' WRK-PONTO-STATUS
           NOT INVALID KEY
               MOVE 'S' TO WRK-GRAVACAO
       END-WRITE.

       0620-EXCLUIR-PONTO.
       MOVE 'N' TO WRK-GRAVACAO
       MOVE WRK-MATRICULA TO EX26-PT-MATRICULA
       MOVE WRK-DATA TO EX26-PT-DATA
       MOVE WRK-HORA TO EX26-PT-HORA
       MOVE WRK-SENTIDO TO EX26-PT-SENTIDO
       MOVE EX26-PONTO-REC TO EX26-PONTO-IDX-LINHA
       DELETE EX26-PONTO-IDX-FILE RECORD
           INVALID KEY
               DISPLAY 'ERRO NA EXCLUSAO: ' WRK-PONTO-STATUS
           NOT INVALID KEY
               MOVE 'S' TO WRK-GRAVACAO
       END-DELETE.

       0640-ABRIR-AUDITORIA.
       OPEN EXTEND EX26-PONAUD-FILE
       IF WRK-PONAUD-STATUS = '35'
       MOVE WRK-SENTIDO TO EX26-PT-SENTIDO
       MOVE EX26-PONTO-REC TO WRK-PONTO-DEPOIS.

       0690-MONTAR-IMAGEM-ANTES.
       MOVE WRK-MATRICULA TO EX26-PT-MATRICULA
       MOVE WRK-DATA TO EX26-PT-DATA
       MOVE WRK-HORA TO EX26-PT-HORA
       MOVE WRK-SENTIDO TO EX26-PT-SENTIDO
       MOVE EX26-PONTO-REC TO WRK-PONTO-ANTES.

