      ******************************************************************
      * Record layouts for the central employee master subsystem
      * (indexed master keyed on matricula, HR movements feed,
      * termination triggers for EX26-RESCISAO, extracts that feed
      * EX3-LOTE, EX12-LOTE and EX26-ESCALA, applied-movement journal
      * and the labor-authority event file of FUNC-EVENTOS, authorized
      * headcount by department and cargo with its override approvals
      * and audit trail, dependents master keyed on matricula and
      * sequence, occupational health exams (ASO) with their results
      * and the periodicity rules by cargo and age, weighted criteria
      * of the performance scorecard, change journal of the master
      * with the after-image of every record written and the marks
      * left by SIS-BACKUP). Employees, departments and movements
      * carry the company of the group they belong to (SISEMPREC).
      ******************************************************************
       01 FUNC-MASTER-REC.
           05 FUNC-MS-MATRICULA    PIC 9(05).
           05 FUNC-MS-DATA-ALTERACAO  PIC 9(08).
           05 FUNC-MS-CARGO        PIC X(06).
           05 FUNC-MS-GRADE        PIC X(02).
           05 FUNC-MS-EMPRESA      PIC 9(02).

       01 FUNC-POSICAO-HIST-REC.
           05 FUNC-PH-MATRICULA  PIC 9(05).
           05 FUNC-DP-CODIGO     PIC X(10).
           05 FUNC-DP-NOME       PIC X(20).
           05 FUNC-DP-CENTRO-PAI PIC X(10).
           05 FUNC-DP-GESTOR     PIC X(10).
           05 FUNC-DP-EMPRESA    PIC 9(02).

       01 FUNC-MOVIMENTO-REC.
           05 FUNC-MV-TIPO         PIC X(01).
               88 FUNC-MV-PROMOCAO      VALUE 'P'.
           05 FUNC-MV-MATRICULA    PIC 9(05).
           05 FUNC-MV-NOME         PIC X(20).
           05 FUNC-MV-DADOS-DESLIG REDEFINES FUNC-MV-NOME.
               10 FUNC-MV-DATA-DESLIGAMENTO PIC 9(08).
               10 FUNC-MV-MOTIVO-DESLIG     PIC X(01).
               10 FUNC-MV-AVISO-PREVIO      PIC X(01).
               10 FILLER                    PIC X(10).
           05 FUNC-MV-SEXO         PIC X(01).
           05 FUNC-MV-IDADE        PIC 9(03).
           05 FUNC-MV-DEPARTAMENTO PIC X(10).
           05 FUNC-MV-DATA-ADMISSAO   PIC 9(08).
           05 FUNC-MV-CARGO        PIC X(06).
           05 FUNC-MV-GRADE        PIC X(02).
           05 FUNC-MV-EMPRESA      PIC 9(02).

       01 FUNC-CONTA-REC.
           05 FUNC-CC-MATRICULA  PIC 9(05).
           05 FUNC-CC-BANCO      PIC 9(03).
           05 FUNC-CC-AGENCIA    PIC 9(05).
           05 FUNC-CC-CONTA      PIC 9(12).
           05 FUNC-CC-DIGITO     PIC X(01).
           05 FUNC-CC-TIPO       PIC X(01).
               88 FUNC-CC-CORRENTE VALUE 'C'.
               88 FUNC-CC-POUPANCA VALUE 'P'.

       01 FUNC-DESLIGAMENTO-REC.
           05 FUNC-DL-MATRICULA  PIC 9(05).
           05 FUNC-DL-DATA       PIC 9(08).
           05 FUNC-DL-MOTIVO     PIC X(01).
               88 FUNC-DL-SEM-JUSTA-CAUSA VALUE 'S'.
               88 FUNC-DL-JUSTA-CAUSA     VALUE 'J'.
               88 FUNC-DL-PEDIDO          VALUE 'P'.
               88 FUNC-DL-ACORDO          VALUE 'A'.
               88 FUNC-DL-TERMINO         VALUE 'T'.
               88 FUNC-DL-MOTIVO-VALIDO   VALUE 'S' 'J' 'P' 'A' 'T'.
           05 FUNC-DL-AVISO      PIC X(01).
               88 FUNC-DL-AVISO-TRABALHADO VALUE 'T'.
               88 FUNC-DL-AVISO-INDENIZADO VALUE 'I'.
               88 FUNC-DL-AVISO-DISPENSADO VALUE 'D'.
               88 FUNC-DL-AVISO-VALIDO     VALUE 'T' 'I' 'D'.
           05 FUNC-DL-SITUACAO   PIC X(01).
               88 FUNC-DL-PENDENTE  VALUE 'P'.
               88 FUNC-DL-CALCULADO VALUE 'C'.

       01 FUNC-MOV-APLICADO-REC.
           05 FUNC-MA-TIPO         PIC X(01).
               88 FUNC-MA-ADMISSAO      VALUE 'A'.
               88 FUNC-MA-DESLIGAMENTO  VALUE 'D'.
               88 FUNC-MA-TRANSFERENCIA VALUE 'T'.
               88 FUNC-MA-PROMOCAO      VALUE 'P'.
           05 FUNC-MA-DATA-EFEITO  PIC 9(08).
           05 FUNC-MA-MOTIVO       PIC X(01).
           05 FUNC-MA-AVISO        PIC X(01).
           05 FUNC-MA-MASTER       PIC X(85).

       01 FUNC-EVENTO-REC.
           05 FUNC-EV-DADOS.
               10 FUNC-EV-ID           PIC 9(09).
               10 FUNC-EV-TIPO         PIC X(05).
                   88 FUNC-EV-ADMISSAO     VALUE 'S2200'.
                   88 FUNC-EV-ALTERACAO    VALUE 'S2206'.
                   88 FUNC-EV-AFASTAMENTO  VALUE 'S2230'.
                   88 FUNC-EV-DESLIGAMENTO VALUE 'S2299'.
               10 FUNC-EV-DATA-GERACAO PIC 9(08).
               10 FUNC-EV-MATRICULA    PIC 9(05).
               10 FUNC-EV-NOME         PIC X(20).
               10 FUNC-EV-DATA-NASCIMENTO PIC 9(08).
               10 FUNC-EV-DATA-ADMISSAO   PIC 9(08).
               10 FUNC-EV-DATA-EFEITO  PIC 9(08).
               10 FUNC-EV-DATA-FIM     PIC 9(08).
               10 FUNC-EV-DEPARTAMENTO PIC X(10).
               10 FUNC-EV-CARGO        PIC X(06).
               10 FUNC-EV-GRADE        PIC X(02).
               10 FUNC-EV-MOTIVO       PIC X(10).
               10 FUNC-EV-AVISO        PIC X(01).
           05 FUNC-EV-SITUACAO     PIC X(01).
               88 FUNC-EV-PENDENTE  VALUE 'P'.
               88 FUNC-EV-ENVIADO   VALUE 'E'.
               88 FUNC-EV-ACEITO    VALUE 'A'.
               88 FUNC-EV-REJEITADO VALUE 'R'.
           05 FUNC-EV-DATA-ENVIO   PIC 9(08).
           05 FUNC-EV-ENVIOS       PIC 9(02).
           05 FUNC-EV-RETORNO      PIC X(30).

       01 FUNC-EVENTO-RETORNO-REC.
           05 FUNC-ER-ID           PIC 9(09).
           05 FUNC-ER-SITUACAO     PIC X(01).
               88 FUNC-ER-ACEITO    VALUE 'A'.
               88 FUNC-ER-REJEITADO VALUE 'R'.
           05 FUNC-ER-RETORNO      PIC X(30).

       01 FUNC-VAGA-REC.
           05 FUNC-VG-DEPARTAMENTO PIC X(10).
           05 FUNC-VG-CARGO        PIC X(06).
           05 FUNC-VG-AUTORIZADO   PIC 9(04).

       01 FUNC-VAGA-LIBERACAO-REC.
           05 FUNC-VL-TIPO         PIC X(01).
           05 FUNC-VL-MATRICULA    PIC 9(05).
           05 FUNC-VL-DEPARTAMENTO PIC X(10).
           05 FUNC-VL-CARGO        PIC X(06).

       01 FUNC-VAGA-AUDIT-REC.
           05 FUNC-VA-DATA         PIC 9(08).
           05 FUNC-VA-HORA         PIC 9(06).
           05 FUNC-VA-TIPO         PIC X(01).
           05 FUNC-VA-MATRICULA    PIC 9(05).
           05 FUNC-VA-DEPARTAMENTO PIC X(10).
           05 FUNC-VA-CARGO        PIC X(06).
           05 FUNC-VA-AUTORIZADO   PIC 9(04).
           05 FUNC-VA-OCUPADO      PIC 9(04).
           05 FUNC-VA-SITUACAO     PIC X(01).
               88 FUNC-VA-AVISO     VALUE 'A'.
               88 FUNC-VA-LIBERADO  VALUE 'L'.

       01 FUNC-DEPENDENTE-REC.
           05 FUNC-DN-MATRICULA    PIC 9(05).
           05 FUNC-DN-SEQUENCIA    PIC 9(02).
           05 FUNC-DN-NOME         PIC X(30).
           05 FUNC-DN-PARENTESCO   PIC X(01).
               88 FUNC-DN-CONJUGE   VALUE 'C'.
               88 FUNC-DN-FILHO     VALUE 'F'.
               88 FUNC-DN-ENTEADO   VALUE 'E'.
               88 FUNC-DN-GENITOR   VALUE 'P'.
               88 FUNC-DN-OUTRO     VALUE 'O'.
               88 FUNC-DN-PARENTESCO-VALIDO VALUE 'C' 'F' 'E' 'P' 'O'.
           05 FUNC-DN-DATA-NASCIMENTO PIC 9(08).
           05 FUNC-DN-CPF          PIC 9(11).
           05 FUNC-DN-IRRF         PIC X(01).
               88 FUNC-DN-DEPENDENTE-IRRF VALUE 'S'.
           05 FUNC-DN-PLANO-SAUDE  PIC X(01).
               88 FUNC-DN-NO-PLANO  VALUE 'S'.

       01 FUNC-ASO-REC.
           05 FUNC-AS-MATRICULA    PIC 9(05).
           05 FUNC-AS-DATA         PIC 9(08).
           05 FUNC-AS-TIPO         PIC X(01).
               88 FUNC-AS-ADMISSIONAL VALUE 'A'.
               88 FUNC-AS-PERIODICO   VALUE 'P'.
               88 FUNC-AS-RETORNO     VALUE 'R'.
               88 FUNC-AS-MUDANCA     VALUE 'M'.
               88 FUNC-AS-DEMISSIONAL VALUE 'D'.
               88 FUNC-AS-TIPO-VALIDO VALUE 'A' 'P' 'R' 'M' 'D'.
           05 FUNC-AS-RESULTADO    PIC X(01).
               88 FUNC-AS-APTO        VALUE 'A'.
               88 FUNC-AS-INAPTO      VALUE 'I'.
               88 FUNC-AS-RESULTADO-VALIDO VALUE 'A' 'I'.
           05 FUNC-AS-CRM          PIC X(10).

       01 FUNC-ASO-REGRA-REC.
           05 FUNC-AR-CARGO        PIC X(06).
           05 FUNC-AR-IDADE-MIN    PIC 9(03).
           05 FUNC-AR-IDADE-MAX    PIC 9(03).
           05 FUNC-AR-MESES        PIC 9(03).

       01 FUNC-CRITERIO-REC.
           05 FUNC-CR-CODIGO       PIC X(01).
           05 FUNC-CR-PESO         PIC 9(03)V99.
           05 FUNC-CR-DESCRICAO    PIC X(20).

       01 FUNC-JORNAL-REC.
           05 FUNC-JR-SEQUENCIA    PIC 9(09).
           05 FUNC-JR-DATA         PIC 9(08).
           05 FUNC-JR-HORA         PIC 9(06).
           05 FUNC-JR-PROGRAMA     PIC X(15).
           05 FUNC-JR-OPERACAO     PIC X(01).
               88 FUNC-JR-INCLUSAO     VALUE 'I'.
               88 FUNC-JR-ALTERACAO    VALUE 'A'.
               88 FUNC-JR-MARCA-BACKUP VALUE 'B'.
           05 FUNC-JR-MASTER       PIC X(85).
           05 FUNC-JR-MARCA REDEFINES FUNC-JR-MASTER.
               10 FUNC-JR-MC-DATA-SET  PIC 9(08).
               10 FUNC-JR-MC-QTD       PIC 9(06).
               10 FILLER               PIC X(71).
