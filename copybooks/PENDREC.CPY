      *****************************************************
      *  PENDING-BATCH RECORD LAYOUTS
      *  A BALANCED TRANENT BATCH THAT NEEDS A SECOND
      *  OPERATOR'S APPROVAL IS HELD HERE INSTEAD OF GOING
      *  STRAIGHT TO THE TRANSACTION FILE: ONE HEADER (H)
      *  WITH THE BATCH NUMBER, WHO KEYED IT AND ITS
      *  TOTALS, FOLLOWED BY ONE DETAIL (D) PER ENTRY. THE
      *  FILE ONLY EVER HOLDS UNDECIDED BATCHES - AN
      *  APPROVED BATCH MOVES TO THE TRANSACTION FILE, A
      *  REJECTED ONE IS DROPPED, AND EITHER DECISION IS
      *  LOGGED ON THE BATCH APPROVAL AUDIT FILE.
      *****************************************************
       01  PENDING-BATCH-HEADER.
           05  PND-HDR-RECORD-TYPE       PIC X(1).
               88  PND-HEADER-RECORD     VALUE "H".
               88  PND-DETAIL-RECORD     VALUE "D".
           05  PND-HDR-BATCH-NO          PIC 9(5).
           05  PND-HDR-SITE-CODE         PIC X(3).
           05  PND-HDR-KEYED-BY          PIC X(8).
           05  PND-HDR-KEYED-DATE        PIC X(8).
           05  PND-HDR-KEYED-TIME        PIC X(6).
           05  PND-HDR-RECORD-COUNT      PIC 9(3).
           05  PND-HDR-AMOUNT            PIC 9(13)V99.

       01  PENDING-BATCH-DETAIL.
           05  PND-DTL-RECORD-TYPE       PIC X(1).
           05  PND-DTL-BATCH-NO          PIC 9(5).
           05  PND-DTL-LINE-NO           PIC 9(3).
           05  PND-DTL-TRAN-DATE         PIC X(8).
           05  PND-DTL-ACCOUNT           PIC X(8).
           05  PND-DTL-TYPE-CODE         PIC X(2).
           05  PND-DTL-AMOUNT            PIC 9(9)V99.
      *    THE REFERENCE AN RV DETAIL REVERSES.
           05  PND-DTL-ORIGINAL-REF      PIC X(8).
           05  FILLER                    PIC X(3).
