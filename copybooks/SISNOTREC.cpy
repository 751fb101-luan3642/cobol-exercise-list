      ******************************************************************
      * Record layouts for the central notification outbox
      * (SISNOTIF.DAT) - one line per alert raised by any subsystem,
      * appended through SIS-NOTIFICA with the logical recipient, the
      * channel (E e-mail, S SMS), the template code and up to five
      * data fields, and later marked by SIS-ENVIA as enviada,
      * retida (same alert already sent inside the template's quiet
      * period) or falha with the reason, counting the attempts - and
      * of the files SIS-ENVIA works from: the templates
      * SISNOTMOD.DAT (text with &1 to &5 where the data fields go),
      * the recipient address book SISNOTDST.DAT and the e-mail/SMS
      * interface file SISNOTENV.DAT it writes. A failed line is tried
      * again on later runs until SIS-NT-MAX-TENTATIVAS attempts.
      ******************************************************************
       01 SIS-NOTIFICACAO-REC.
           05 SIS-NT-DATA         PIC 9(08).
           05 SIS-NT-HORA         PIC 9(06).
           05 SIS-NT-ORIGEM       PIC X(15).
           05 SIS-NT-DESTINATARIO PIC X(20).
           05 SIS-NT-CANAL        PIC X(01).
               88 SIS-NT-EMAIL VALUE 'E'.
               88 SIS-NT-SMS   VALUE 'S'.
           05 SIS-NT-MODELO       PIC X(08).
           05 SIS-NT-CAMPOS.
               10 SIS-NT-CAMPO OCCURS 5 TIMES PIC X(20).
           05 SIS-NT-SITUACAO     PIC X(01).
               88 SIS-NT-PENDENTE VALUE 'P'.
               88 SIS-NT-ENVIADA  VALUE 'E'.
               88 SIS-NT-RETIDA   VALUE 'R'.
               88 SIS-NT-FALHA    VALUE 'F'.
           05 SIS-NT-TENTATIVAS   PIC 9(02).
           05 SIS-NT-DATA-ENVIO   PIC 9(08).
           05 SIS-NT-HORA-ENVIO   PIC 9(06).
           05 SIS-NT-MOTIVO       PIC X(20).

       01 SIS-MODELO-REC.
           05 SIS-MD-CODIGO       PIC X(08).
           05 SIS-MD-SILENCIO     PIC 9(04).
           05 SIS-MD-ASSUNTO      PIC X(40).
           05 SIS-MD-TEXTO        PIC X(120).

       01 SIS-DESTINO-REC.
           05 SIS-DS-DESTINATARIO PIC X(20).
           05 SIS-DS-CANAL        PIC X(01).
           05 SIS-DS-ENDERECO     PIC X(50).

       01 SIS-ENVIO-REC.
           05 SIS-EN-DATA         PIC 9(08).
           05 SIS-EN-HORA         PIC 9(06).
           05 SIS-EN-CANAL        PIC X(01).
           05 SIS-EN-ENDERECO     PIC X(50).
           05 SIS-EN-ASSUNTO      PIC X(40).
           05 SIS-EN-TEXTO        PIC X(160).

       01 SIS-NT-MAX-TENTATIVAS PIC 9(02) VALUE 5.
