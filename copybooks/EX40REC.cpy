      ******************************************************************
      * Record layouts for the EX40 login subsystem (credentials file,
      * security audit log, segregation-of-duties conflict rules,
      * quarterly access recertification campaign).
      ******************************************************************
       01 EX40-CREDENCIAL-REC.
           05 EX40-CR-USUARIO    PIC X(10).
               88 EX40-PD-TIPO-SENHA    VALUE 'SENHA'.
               88 EX40-PD-TIPO-PERFIL   VALUE 'PERFIL'.
               88 EX40-PD-TIPO-DESBLOQ  VALUE 'DESBLOQ'.
               88 EX40-PD-TIPO-PERMISSAO VALUE 'PERMISSAO'.
           05 EX40-PD-VALOR       PIC X(14).
           05 EX40-PD-SITUACAO    PIC X(01).
               88 EX40-PD-PENDENTE  VALUE 'P'.
               88 EX40-PD-APROVADO  VALUE 'A'.
               88 EX40-PD-REJEITADO VALUE 'R'.
           05 EX40-PD-APROVADOR   PIC X(10).
           05 EX40-PD-DATA-DECISAO PIC 9(08).
           05 EX40-PD-JUSTIFICATIVA PIC X(40).

       01 EX40-CONFLITO-REC.
           05 EX40-CF-PROGRAMA1 PIC X(12).
           05 EX40-CF-PROGRAMA2 PIC X(12).
               88 EX40-CF-QUALQUER-PROGRAMA VALUE '*'.

       01 EX40-RECERT-REC.
           05 EX40-RC-CAMPANHA     PIC X(06).
           05 EX40-RC-PRAZO        PIC 9(08).
           05 EX40-RC-DEPARTAMENTO PIC X(10).
           05 EX40-RC-GESTOR       PIC X(10).
           05 EX40-RC-USUARIO      PIC X(10).
           05 EX40-RC-PROGRAMA     PIC X(12).
           05 EX40-RC-MATRICULA    PIC 9(05).
           05 EX40-RC-DECISAO      PIC X(01).
               88 EX40-RC-NAO-REVISADO VALUE ' '.
               88 EX40-RC-MANTER       VALUE 'M'.
               88 EX40-RC-REVOGAR      VALUE 'R'.
           05 EX40-RC-REVISOR      PIC X(10).
           05 EX40-RC-DATA-REVISAO PIC 9(08).
           05 EX40-RC-SITUACAO     PIC X(01).
               88 EX40-RC-ABERTA       VALUE 'A'.
               88 EX40-RC-ENCERRADA    VALUE 'E'.

       01 EX40-AUDIT-REC.
           05 EX40-AU-DATA      PIC 9(08).
