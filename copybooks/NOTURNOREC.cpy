      ******************************************************************
      * Record layouts for the nightly scheduler NOTURNO-SEQUENCIADOR
      * (control file NOTURNO.DAT, job catalog NOTURNOCAT.DAT,
      * execution log NOTURNO.LOG) and the operations shift journal
      * OPERJRN.DAT.
      ******************************************************************
       01 NOTURNO-CONTROLE-REC.
           05 NT-CT-JOB-CODIGO  PIC 9(02).
               88 NT-CT-SOMENTE-DIA-UTIL VALUE 'S'.
           05 NT-CT-DURACAO-PREV PIC 9(04).

       01 NOTURNO-CATALOGO-REC.
           05 NT-CA-JOB-CODIGO  PIC 9(02).
           05 NT-CA-PROGRAMA    PIC X(20).
           05 NT-CA-DESCRICAO   PIC X(20).
           05 NT-CA-AREA        PIC X(10).
           05 NT-CA-PARAMETRO   PIC X(40).
           05 NT-CA-SITUACAO    PIC X(01).
               88 NT-CA-ATIVO   VALUE 'A'.
               88 NT-CA-INATIVO VALUE 'I'.

       01 NOTURNO-DURACAO-REC.
           05 NT-DR-DATA        PIC 9(08).
           05 NT-DR-JOB-CODIGO  PIC 9(02).
