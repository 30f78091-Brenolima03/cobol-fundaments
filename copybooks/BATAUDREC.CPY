      *****************************************************
      *  BATCH APPROVAL AUDIT RECORD LAYOUT
      *  ONE RECORD PER DECISION ON A PENDING TRANENT
      *  BATCH: WHO APPROVED OR REJECTED IT AND WHEN, WHO
      *  KEYED IT, ITS TOTALS, AND THE REJECTION REASON.
      *****************************************************
       01  BATCH-AUDIT-RECORD.
           05  BAUD-RUN-DATE             PIC X(8).
           05  BAUD-RUN-TIME             PIC X(6).
           05  BAUD-APPROVER-ID          PIC X(8).
           05  BAUD-ACTION               PIC X(8).
               88  BAUD-APPROVED         VALUE "APPROVED".
               88  BAUD-REJECTED         VALUE "REJECTED".
           05  BAUD-BATCH-NO             PIC 9(5).
           05  BAUD-SITE-CODE            PIC X(3).
           05  BAUD-KEYED-BY             PIC X(8).
           05  BAUD-KEYED-DATE           PIC X(8).
           05  BAUD-RECORD-COUNT         PIC 9(3).
           05  BAUD-AMOUNT               PIC 9(13)V99.
           05  BAUD-REASON               PIC X(30).
