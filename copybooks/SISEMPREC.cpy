      ******************************************************************
      * Record layouts of the company register SISEMP.DAT - one line
      * per company of the group run in this system, with its own
      * matricula range and its own range of caixa (branch) codes,
      * so numbers given out by one company never clash with the
      * other's - and of the requests for consolidated group totals
      * SISCONS.DAT, left by SIS-CONSOLIDA for one report program
      * and used up by that program's next run; and the request
      * block the caller passes to the shared SIS-EMPRESA: V checks
      * the company is registered and active, A whether the user
      * may work on it (admin profile or an EMPRESA-nn grant in
      * EX40PERM.DAT), X and M which company a caixa or a matricula
      * belongs to, G whether the user may see group totals (admin
      * or a CONSOLIDADO grant) and C whether a request for group
      * totals is waiting for the program, marking it used. The
      * company given to the records that predate the company code
      * is SIS-EMPRESA-MATRIZ.
      ******************************************************************
       01 SIS-EMPRESA-REC.
           05 SIS-EM-CODIGO        PIC 9(02).
           05 SIS-EM-NOME          PIC X(30).
           05 SIS-EM-MATR-INICIAL  PIC 9(05).
           05 SIS-EM-MATR-FINAL    PIC 9(05).
           05 SIS-EM-CAIXA-INICIAL PIC X(03).
           05 SIS-EM-CAIXA-FINAL   PIC X(03).
           05 SIS-EM-SITUACAO      PIC X(01).
               88 SIS-EM-ATIVA     VALUE 'A'.
               88 SIS-EM-INATIVA   VALUE 'I'.

       01 SIS-CONSOLIDADO-REC.
           05 SIS-CS-DATA         PIC 9(08).
           05 SIS-CS-HORA         PIC 9(06).
           05 SIS-CS-USUARIO      PIC X(10).
           05 SIS-CS-PROGRAMA     PIC X(15).
           05 SIS-CS-SITUACAO     PIC X(01).
               88 SIS-CS-PENDENTE VALUE 'P'.
               88 SIS-CS-ATENDIDO VALUE 'A'.
           05 SIS-CS-DATA-USO     PIC 9(08).

       01 SIS-EMPRESA-PEDIDO.
           05 SIS-EP-FUNCAO       PIC X(01).
               88 SIS-EP-VALIDAR      VALUE 'V'.
               88 SIS-EP-ACESSO       VALUE 'A'.
               88 SIS-EP-DONA-CAIXA   VALUE 'X'.
               88 SIS-EP-DONA-MATRICULA VALUE 'M'.
               88 SIS-EP-GRUPO        VALUE 'G'.
               88 SIS-EP-CONSOLIDADO  VALUE 'C'.
           05 SIS-EP-EMPRESA      PIC 9(02).
           05 SIS-EP-USUARIO      PIC X(10).
           05 SIS-EP-PROGRAMA     PIC X(15).
           05 SIS-EP-MATRICULA    PIC 9(05).
           05 SIS-EP-CAIXA        PIC X(03).
           05 SIS-EP-RETORNO      PIC X(01).
               88 SIS-EP-SIM      VALUE 'S'.
               88 SIS-EP-NAO      VALUE 'N'.
           05 SIS-EP-NOME         PIC X(30).
           05 SIS-EP-MENSAGEM     PIC X(40).

       01 SIS-EMPRESA-MATRIZ PIC 9(02) VALUE 01.
