      * Purpose: rebuilds the subsystem extracts from the central
      *          employee master FUNCMST.DAT - writes EX3FUNC.DAT for
      *          EX3-LOTE, EX12FUNC.DAT for EX12-LOTE and the day's
      *          roster records for EX26 - in the keyed roster file
      *          EX26ESCX.DAT, copied to EX26ESC.DAT by
      *          EX26-EXTRATOR at the end - from each
      *          active employee's default turno, so matricula and
      *          nome can never diverge between the three files again.
      *          The roster date comes from FUNCEXT.DAT when present,
           SELECT EX12-FUNCIONARIOS-FILE ASSIGN TO 'EX12FUNC.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-EX12-STATUS.
           SELECT EX26-ESCALA-IDX-FILE ASSIGN TO 'EX26ESCX.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EX26-EX-CHAVE
               FILE STATUS IS WRK-EX26-STATUS.
           SELECT EX26-ADMISSAO-FILE ASSIGN TO 'EX26ADM.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
       FD  FUNC-MASTER-FILE.
       01 FUNC-MASTER-LINHA.
           05 FUNC-MT-MATRICULA PIC 9(05).
           05 FILLER            PIC X(80).

       FD  FUNC-PARM-FILE.
       01 FUNC-PARM-LINHA PIC X(08).
       FD  EX12-FUNCIONARIOS-FILE.
       01 EX12-FUNCIONARIOS-LINHA PIC X(39).

       FD  EX26-ESCALA-IDX-FILE.
       01 EX26-ESCALA-IDX-LINHA.
           05 EX26-EX-CHAVE PIC X(13).
           05 FILLER        PIC X(01).

       FD  EX26-ADMISSAO-FILE.
       01 EX26-ADMISSAO-LINHA PIC X(13).
           OPEN OUTPUT EX3-FUNCIONARIOS-FILE
           OPEN OUTPUT EX12-FUNCIONARIOS-FILE
       END-IF
       OPEN OUTPUT EX26-ESCALA-IDX-FILE
       OPEN OUTPUT EX26-ADMISSAO-FILE
       MOVE ZEROS TO FUNC-MT-MATRICULA
       START FUNC-MASTER-FILE KEY NOT < FUNC-MT-MATRICULA
       MOVE FUNC-MS-MATRICULA TO EX26-ES-MATRICULA
       MOVE WRK-DATA-ESCALA TO EX26-ES-DATA
       MOVE FUNC-MS-TURNO TO EX26-ES-TURNO
       MOVE EX26-ESCALA-REC TO EX26-ESCALA-IDX-LINHA
       WRITE EX26-ESCALA-IDX-LINHA
           INVALID KEY
               DISPLAY 'ERRO NA GRAVACAO: ' WRK-EX26-STATUS
       END-WRITE
       IF FUNC-MS-DATA-ADMISSAO NOT = ZEROS
           MOVE FUNC-MS-MATRICULA TO EX26-AD-MATRICULA
           MOVE FUNC-MS-DATA-ADMISSAO TO EX26-AD-DATA-ADMISSAO
           CLOSE EX3-FUNCIONARIOS-FILE
           CLOSE EX12-FUNCIONARIOS-FILE
       END-IF
       CLOSE EX26-ESCALA-IDX-FILE
       CLOSE EX26-ADMISSAO-FILE
       CALL 'EX26-EXTRATOR'.

       0950-GRAVAR-DATA-EXTRACAO.
       ACCEPT WRK-DATA-SISTEMA FROM DATE YYYYMMDD
