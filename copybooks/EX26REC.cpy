      ******************************************************************
      * Record layouts for the EX26 time-and-attendance subsystem
      * (daily clock-in file, shift roster, holiday calendar, leaves,
      * payroll, certifications required by shift, attendance
      * occurrences kept for the performance scorecard, teacher
      * lesson hours fed from the ex5 school). The clock-in and
      * roster records are kept in the keyed files EX26PONX.DAT
      * (key matricula + data + hora, the first 17 bytes) and
      * EX26ESCX.DAT (key matricula + data, the first 13 bytes);
      * EX26PONTO.DAT and EX26ESC.DAT are their sequential copies
      * in key order, rebuilt by EX26-EXTRATOR.
      * Payroll results carry the company of the group the
      * employee belongs to (SISEMPREC).
      ******************************************************************
       01 EX26-PONTO-REC.
           05 EX26-PT-MATRICULA  PIC 9(05).
           05 EX26-FO-HRS-EXTRAS PIC 9(03)V99.
           05 EX26-FO-HRS-NOTURNAS PIC 9(03)V99.

       01 EX26-FOLHA-HIS-REC.
           05 EX26-FH-MATRICULA    PIC 9(05).
           05 EX26-FH-COMPETENCIA  PIC 9(06).
           05 EX26-FH-HRS-NORMAIS  PIC 9(03)V99.
           05 EX26-FH-HRS-EXTRAS   PIC 9(03)V99.
           05 EX26-FH-HRS-NOTURNAS PIC 9(03)V99.
           05 EX26-FH-DEPARTAMENTO PIC X(10).
           05 EX26-FH-TURNO        PIC X(01).
           05 EX26-FH-HRS-AULA     PIC 9(03)V99.
           05 EX26-FH-EMPRESA      PIC 9(02).

       01 EX26-BANCO-REC.
           05 EX26-BC-MATRICULA   PIC 9(05).
           05 EX26-BC-COMPETENCIA PIC 9(06).
           05 EX26-TA-TURNO        PIC X(01).
           05 EX26-TA-VALOR-HORA   PIC 9(04)V99.
           05 EX26-TA-PERC-NOTURNO PIC 9(02)V99.
           05 EX26-TA-VIGENCIA     PIC 9(06).

       01 EX26-SALARIO-REC.
           05 EX26-SA-MATRICULA    PIC 9(05).
           05 EX26-SA-VLR-EXTRA    PIC 9(07)V99.
           05 EX26-SA-VLR-NOTURNO  PIC 9(07)V99.
           05 EX26-SA-VLR-BRUTO    PIC 9(07)V99.
           05 EX26-SA-EMPRESA      PIC 9(02).

       01 EX26-DEPTO-POLITICA-REC.
           05 EX26-DP-DEPARTAMENTO PIC X(10).
           05 EX26-DP-DESTINO      PIC X(01).
               88 EX26-DP-PAGAR    VALUE 'P'.
               88 EX26-DP-BANCAR   VALUE 'B'.

       01 EX26-FAIXA-REC.
           05 EX26-FX-TABELA      PIC X(01).
               88 EX26-FX-INSS     VALUE 'I'.
               88 EX26-FX-IRRF     VALUE 'R'.
               88 EX26-FX-DEPENDENTE VALUE 'D'.
           05 EX26-FX-VIGENCIA    PIC 9(06).
           05 EX26-FX-LIMITE      PIC 9(07)V99.
           05 EX26-FX-ALIQUOTA    PIC 9(02)V99.
           05 EX26-FX-DEDUZIR     PIC 9(05)V99.

       01 EX26-TRIBUTO-REC.
           05 EX26-TB-COMPETENCIA PIC 9(06).
           05 EX26-TB-BASE        PIC 9(07)V99.
           05 EX26-TB-VLR-INSS    PIC 9(07)V99.
           05 EX26-TB-VLR-IRRF    PIC 9(07)V99.
           05 EX26-TB-RETORNO     PIC X(01).
               88 EX26-TB-OK         VALUE '0'.
               88 EX26-TB-SEM-TABELA VALUE '1'.
           05 EX26-TB-MATRICULA   PIC 9(05).
           05 EX26-TB-DEPENDENTES PIC 9(02).
           05 EX26-TB-VLR-DEDUCAO PIC 9(07)V99.

       01 EX26-LIQUIDO-REC.
           05 EX26-LQ-MATRICULA   PIC 9(05).
           05 EX26-LQ-COMPETENCIA PIC 9(06).
           05 EX26-LQ-TIPO        PIC X(01).
               88 EX26-LQ-MENSAL   VALUE 'M'.
               88 EX26-LQ-DECIMO-1 VALUE '1'.
               88 EX26-LQ-DECIMO-2 VALUE '2'.
               88 EX26-LQ-FERIAS   VALUE 'F'.
               88 EX26-LQ-RESCISAO VALUE 'R'.
           05 EX26-LQ-VLR-BRUTO   PIC 9(07)V99.
           05 EX26-LQ-VLR-INSS    PIC 9(07)V99.
           05 EX26-LQ-VLR-IRRF    PIC 9(07)V99.
           05 EX26-LQ-VLR-OUTROS  PIC 9(07)V99.
           05 EX26-LQ-VLR-LIQUIDO PIC 9(07)V99.
           05 EX26-LQ-VLR-ISENTO  PIC 9(07)V99.
           05 EX26-LQ-EMPRESA     PIC 9(02).

       01 EX26-CREDITO-REC.
           05 EX26-CR-MATRICULA   PIC 9(05).
           05 EX26-CR-COMPETENCIA PIC 9(06).
           05 EX26-CR-TIPO-FOLHA  PIC X(01).
           05 EX26-CR-VALOR       PIC 9(07)V99.
           05 EX26-CR-BANCO       PIC 9(03).
           05 EX26-CR-AGENCIA     PIC 9(05).
           05 EX26-CR-CONTA       PIC 9(12).
           05 EX26-CR-DIGITO      PIC X(01).
           05 EX26-CR-TIPO-CONTA  PIC X(01).
           05 EX26-CR-REMESSA     PIC 9(06).
           05 EX26-CR-SITUACAO    PIC X(01).
               88 EX26-CR-ENVIADO   VALUE 'E'.
               88 EX26-CR-PAGO      VALUE 'P'.
               88 EX26-CR-REJEITADO VALUE 'R'.
               88 EX26-CR-REEMITIDO VALUE 'X'.
           05 EX26-CR-MOTIVO      PIC X(02).
               88 EX26-CR-SEM-CONTA      VALUE 'SC'.
               88 EX26-CR-CONTA-INVALIDA VALUE 'CI'.
               88 EX26-CR-CONTA-ENCERRADA VALUE 'CE'.

       01 EX26-REMESSA-HDR-REC.
           05 EX26-RH-TIPO-REG    PIC X(01).
           05 EX26-RH-REMESSA     PIC 9(06).
           05 EX26-RH-DATA        PIC 9(08).
           05 EX26-RH-SERVICO     PIC X(20).
           05 FILLER              PIC X(45).

       01 EX26-REMESSA-DET-REC.
           05 EX26-RD-TIPO-REG    PIC X(01).
           05 EX26-RD-REMESSA     PIC 9(06).
           05 EX26-RD-SEQ-REG     PIC 9(06).
           05 EX26-RD-MATRICULA   PIC 9(05).
           05 EX26-RD-COMPETENCIA PIC 9(06).
           05 EX26-RD-TIPO-FOLHA  PIC X(01).
           05 EX26-RD-BANCO       PIC 9(03).
           05 EX26-RD-AGENCIA     PIC 9(05).
           05 EX26-RD-CONTA       PIC 9(12).
           05 EX26-RD-DIGITO      PIC X(01).
           05 EX26-RD-TIPO-CONTA  PIC X(01).
           05 EX26-RD-VALOR       PIC 9(07)V99.
           05 EX26-RD-OCORRENCIA  PIC X(02).
           05 FILLER              PIC X(22).

       01 EX26-REMESSA-TRL-REC.
           05 EX26-RT-TIPO-REG    PIC X(01).
           05 EX26-RT-REMESSA     PIC 9(06).
           05 EX26-RT-QTD         PIC 9(06).
           05 EX26-RT-TOTAL       PIC 9(11)V99.
           05 FILLER              PIC X(54).

       01 EX26-ABONO-REC.
           05 EX26-AB-MATRICULA   PIC 9(05).
           05 EX26-AB-DATA-INICIO PIC 9(08).
           05 EX26-AB-DIAS        PIC 9(02).

       01 EX26-ADIANT-PEDIDO-REC.
           05 EX26-AP-MATRICULA   PIC 9(05).
           05 EX26-AP-CAIXA       PIC X(03).
           05 EX26-AP-VALOR       PIC 9(07)V99.

       01 EX26-ADIANTAMENTO-REC.
           05 EX26-AT-MATRICULA   PIC 9(05).
           05 EX26-AT-COMPETENCIA PIC 9(06).
           05 EX26-AT-CAIXA       PIC X(03).
           05 EX26-AT-DATA-PGTO   PIC 9(08).
           05 EX26-AT-VALOR       PIC 9(07)V99.
           05 EX26-AT-DESCONTADO  PIC 9(07)V99.
           05 EX26-AT-COMP-ULTIMO PIC 9(06).
           05 EX26-AT-VLR-ULTIMO  PIC 9(07)V99.
           05 EX26-AT-SITUACAO    PIC X(01).
               88 EX26-AT-ABERTO   VALUE 'A'.
               88 EX26-AT-QUITADO  VALUE 'Q'.

       01 EX26-BENEF-OPCAO-REC.
           05 EX26-BO-MATRICULA   PIC 9(05).
           05 EX26-BO-OPTA-VT     PIC X(01).
               88 EX26-BO-VT-SIM   VALUE 'S'.
           05 EX26-BO-TARIFA-DIA  PIC 9(03)V99.
           05 EX26-BO-OPTA-VR     PIC X(01).
               88 EX26-BO-VR-SIM   VALUE 'S'.
           05 EX26-BO-VALOR-VR    PIC 9(03)V99.

       01 EX26-BENEF-PEDIDO-REC.
           05 EX26-BP-BENEFICIO   PIC X(02).
               88 EX26-BP-TRANSPORTE VALUE 'VT'.
               88 EX26-BP-REFEICAO   VALUE 'VR'.
           05 EX26-BP-MATRICULA   PIC 9(05).
           05 EX26-BP-COMPETENCIA PIC 9(06).
           05 EX26-BP-DIAS        PIC 9(02).
           05 EX26-BP-VALOR-DIA   PIC 9(03)V99.
           05 EX26-BP-VALOR-TOTAL PIC 9(07)V99.

       01 EX26-LANCAMENTO-REC.
           05 EX26-LN-MATRICULA   PIC 9(05).
           05 EX26-LN-COMPETENCIA PIC 9(06).
           05 EX26-LN-ORIGEM      PIC X(03).
               88 EX26-LN-BENEFICIO VALUE 'BEN'.
               88 EX26-LN-RETROATIVO VALUE 'RET'.
           05 EX26-LN-NATUREZA    PIC X(01).
               88 EX26-LN-PROVENTO  VALUE 'P'.
               88 EX26-LN-DESCONTO  VALUE 'D'.
           05 EX26-LN-DESCRICAO   PIC X(20).
           05 EX26-LN-VALOR       PIC 9(07)V99.
           05 EX26-LN-REFERENCIA  PIC 9(06).

       01 EX26-ATESTADO-REC.
           05 EX26-AM-MATRICULA    PIC 9(05).
           05 EX26-AM-DATA-EMISSAO PIC 9(08).
           05 EX26-AM-DIAS         PIC 9(03).
           05 EX26-AM-CRM          PIC X(10).
           05 EX26-AM-CID          PIC X(05).
           05 EX26-AM-DATA-FIM     PIC 9(08).
           05 EX26-AM-DIAS-JANELA  PIC 9(03).
           05 EX26-AM-INSS         PIC X(01).
               88 EX26-AM-ENCAMINHAR VALUE 'S'.
           05 EX26-AM-USUARIO      PIC X(10).

       01 EX26-CERTIFICACAO-REC.
           05 EX26-CE-CODIGO       PIC X(06).
           05 EX26-CE-DESCRICAO    PIC X(30).

       01 EX26-CERT-FUNC-REC.
           05 EX26-CF-MATRICULA    PIC 9(05).
           05 EX26-CF-CODIGO       PIC X(06).
           05 EX26-CF-DATA-CONCLUSAO PIC 9(08).
           05 EX26-CF-DATA-VALIDADE  PIC 9(08).

       01 EX26-CERT-REGRA-REC.
           05 EX26-RG-DEPARTAMENTO PIC X(10).
           05 EX26-RG-TURNO        PIC X(01).
           05 EX26-RG-CODIGO       PIC X(06).

       01 EX26-OCORRENCIA-REC.
           05 EX26-OC-MATRICULA    PIC 9(05).
           05 EX26-OC-DATA         PIC 9(08).
           05 EX26-OC-TIPO         PIC X(01).
               88 EX26-OC-FALTA        VALUE 'F'.
               88 EX26-OC-ATRASO       VALUE 'A'.
               88 EX26-OC-INTERJORNADA VALUE 'I'.
               88 EX26-OC-REFEICAO     VALUE 'R'.
               88 EX26-OC-EXTRA-SEM-AUT VALUE 'H'.

       01 EX26-AULA-REC.
           05 EX26-AL-MATRICULA    PIC 9(05).
           05 EX26-AL-COMPETENCIA  PIC 9(06).
           05 EX26-AL-QT-AULAS     PIC 9(04).
           05 EX26-AL-HORAS        PIC 9(03)V99.
