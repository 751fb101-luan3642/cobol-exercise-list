      ******************************************************************
      * Record layouts for the controlled change of batch parameter
      * files: the change requests awaiting a second user's approval
      * (SISPRMPEND.DAT), the before/after audit of every change
      * applied (SISPRMAUD.DAT) and the parameter files covered,
      * with the length of their single line (EX5PARM.DAT holds one
      * line per turma, keyed by the turma in its last 3 bytes).
      ******************************************************************
       01 SIS-PARAM-PENDENTE-REC.
           05 SIS-PR-ID            PIC 9(05).
           05 SIS-PR-DATA          PIC 9(08).
           05 SIS-PR-HORA          PIC 9(06).
           05 SIS-PR-SOLICITANTE   PIC X(10).
           05 SIS-PR-ARQUIVO       PIC X(15).
           05 SIS-PR-CHAVE         PIC X(03).
           05 SIS-PR-VALOR         PIC X(23).
           05 SIS-PR-VIGENCIA      PIC 9(08).
           05 SIS-PR-SITUACAO      PIC X(01).
               88 SIS-PR-PENDENTE  VALUE 'P'.
               88 SIS-PR-APROVADO  VALUE 'A'.
               88 SIS-PR-REJEITADO VALUE 'R'.
               88 SIS-PR-EFETIVADO VALUE 'E'.
           05 SIS-PR-APROVADOR     PIC X(10).
           05 SIS-PR-DATA-DECISAO  PIC 9(08).
           05 SIS-PR-DATA-EFETIVA  PIC 9(08).
           05 SIS-PR-JUSTIFICATIVA PIC X(40).

       01 SIS-PARAM-AUDIT-REC.
           05 SIS-PA-DATA        PIC 9(08).
           05 SIS-PA-HORA        PIC 9(06).
           05 SIS-PA-ID          PIC 9(05).
           05 SIS-PA-ARQUIVO     PIC X(15).
           05 SIS-PA-CHAVE       PIC X(03).
           05 SIS-PA-SOLICITANTE PIC X(10).
           05 SIS-PA-APROVADOR   PIC X(10).
           05 SIS-PA-ANTES       PIC X(23).
           05 SIS-PA-DEPOIS      PIC X(23).

       01 SIS-PR-ARQUIVOS.
           05 FILLER PIC X(17) VALUE 'EX5PARM.DAT    23'.
           05 FILLER PIC X(17) VALUE 'EX26FOLPRM.DAT 06'.
           05 FILLER PIC X(17) VALUE 'EX2V2FECPRM.DAT06'.
           05 FILLER PIC X(17) VALUE 'EX63PROMPRM.DAT02'.
           05 FILLER PIC X(17) VALUE 'EX54TOLPRM.DAT 04'.
           05 FILLER PIC X(17) VALUE 'EX5BOLPRM.DAT  10'.
       01 SIS-PR-TAB-ARQUIVOS REDEFINES SIS-PR-ARQUIVOS.
           05 SIS-PR-ARQ OCCURS 6 TIMES.
               10 SIS-PR-ARQ-NOME    PIC X(15).
               10 SIS-PR-ARQ-TAMANHO PIC 9(02).
       01 SIS-PR-QTD-ARQUIVOS PIC 9(02) VALUE 6.
