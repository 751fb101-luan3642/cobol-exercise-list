      ******************************************************************
      * Record layouts for the ex5 gradebook subsystem
      * (roster batch, class parameters, cumulative history,
      * checkpoint/restart, weekly timetable configuration,
      * teacher unavailability, tuition plans per turma, the
      * tuition invoice / receivables file, seats per turma, the
      * enrollment waiting list, the daily roll call, the map
      * of teacher names to their payroll matricula and the
      * mid-term transfers between turmas with their history).
      ******************************************************************
       01 EX5-ALUNO-REC.
           05 EX5-AL-MATRICULA   PIC 9(05).
           05 EX5-EM-VALOR-ANTIGO PIC 9(03)V99.
           05 EX5-EM-VALOR-NOVO  PIC 9(03)V99.
           05 EX5-EM-MOTIVO      PIC X(20).

       01 EX5-HORCFG-REC.
           05 EX5-HC-DIAS        PIC 9(01).
           05 EX5-HC-PERIODOS    PIC 9(02).

       01 EX5-INDISP-REC.
           05 EX5-ID-PROFESSOR   PIC X(20).
           05 EX5-ID-DIA         PIC 9(01).
           05 EX5-ID-PERIODO     PIC 9(02).

       01 EX5-PLANO-REC.
           05 EX5-PL-TURMA       PIC X(03).
           05 EX5-PL-VALOR       PIC 9(06)V99.
           05 EX5-PL-DIA-VENC    PIC 9(02).

       01 EX5-FATURA-REC.
           05 EX5-FT-NUMERO      PIC 9(06).
           05 EX5-FT-MATRICULA   PIC 9(05).
           05 EX5-FT-NOME        PIC X(20).
           05 EX5-FT-TURMA       PIC X(03).
           05 EX5-FT-COMPETENCIA PIC 9(06).
           05 EX5-FT-VENCIMENTO  PIC 9(08).
           05 EX5-FT-VALOR-BRUTO PIC 9(06)V99.
           05 EX5-FT-DESCONTO    PIC 9(06)V99.
           05 EX5-FT-VALOR-LIQ   PIC 9(06)V99.
           05 EX5-FT-VALOR-PAGO  PIC 9(06)V99.
           05 EX5-FT-SITUACAO    PIC X(01).
               88 EX5-FT-ABERTA  VALUE 'A'.
               88 EX5-FT-PAGA    VALUE 'P'.

       01 EX5-CAPAC-REC.
           05 EX5-CP-TURMA       PIC X(03).
           05 EX5-CP-VAGAS       PIC 9(03).

       01 EX5-ESPERA-REC.
           05 EX5-ES-SEQUENCIA   PIC 9(06).
           05 EX5-ES-DATA        PIC 9(08).
           05 EX5-ES-SITUACAO    PIC X(01).
               88 EX5-ES-AGUARDANDO VALUE 'E'.
               88 EX5-ES-OFERECIDA  VALUE 'O'.
           05 EX5-ES-DATA-OFERTA PIC 9(08).
           05 EX5-ES-NOME        PIC X(20).
           05 EX5-ES-TURMA       PIC X(03).
           05 EX5-ES-RESP-NOME   PIC X(25).
           05 EX5-ES-ENDERECO1   PIC X(30).
           05 EX5-ES-ENDERECO2   PIC X(30).
           05 EX5-ES-PREFERENCIA PIC X(01).

       01 EX5-CHAMADA-REC.
           05 EX5-CH-MATRICULA   PIC 9(05).
           05 EX5-CH-TURMA       PIC X(03).
           05 EX5-CH-DISCIPLINA  PIC 9(01).
           05 EX5-CH-DATA        PIC 9(08).
           05 EX5-CH-AULA        PIC 9(02).
           05 EX5-CH-SITUACAO    PIC X(01).
               88 EX5-CH-PRESENTE    VALUE 'P'.
               88 EX5-CH-FALTA       VALUE 'F'.
               88 EX5-CH-JUSTIFICADA VALUE 'J'.
           05 EX5-CH-SUBSTITUTO  PIC 9(05).

       01 EX5-PROFESSOR-REC.
           05 EX5-PF-NOME        PIC X(20).
           05 EX5-PF-MATRICULA   PIC 9(05).

       01 EX5-TRANSF-REC.
           05 EX5-TF-MATRICULA   PIC 9(05).
           05 EX5-TF-TURMA-DESTINO PIC X(03).
           05 EX5-TF-DATA        PIC 9(08).

       01 EX5-TRFHIS-REC.
           05 EX5-TH-MATRICULA   PIC 9(05).
           05 EX5-TH-TERMO       PIC 9(02).
           05 EX5-TH-DATA        PIC 9(08).
           05 EX5-TH-TURMA-ORIGEM PIC X(03).
           05 EX5-TH-TURMA-DESTINO PIC X(03).
           05 EX5-TH-MEDIA-ORIGEM PIC 9(03)V99.
           05 EX5-TH-DISCIPLINA OCCURS 3 TIMES.
               10 EX5-TH-DISC-DESTINO PIC 9(01).
               10 EX5-TH-NOTA1   PIC 9(03)V99.
               10 EX5-TH-NOTA2   PIC 9(03)V99.
               10 EX5-TH-AULAS-DADAS PIC 9(03).
               10 EX5-TH-AULAS-PRES  PIC 9(03).
