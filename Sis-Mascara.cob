       FD  FUNC-MASTER-FILE.
       01 FUNC-MASTER-LINHA.
           05 FUNC-MT-MATRICULA PIC 9(05).
           05 FILLER            PIC X(80).

       FD  FUNC-TESTE-FILE.
       01 FUNC-TESTE-LINHA PIC X(85).

       FD  EX12-HIST-FILE.
       01 EX12-HIST-LINHA PIC X(80).
