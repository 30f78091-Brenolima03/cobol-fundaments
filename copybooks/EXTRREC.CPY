      *  THE EXTRACT IS CUT PER SITE: EVERY DETAIL AND THE
      *  TRAILER CARRY THE SITE CODE SO THE POSTING STEP
      *  CAN PROVE IT IS BALANCING ITS OWN SITE'S CYCLE.
      *  A DETAIL CARRIES ITS TRANSACTION REFERENCE; A
      *  REVERSAL IS EXTRACTED AS THE OPPOSITE DB OR CR OF
      *  THE LINE IT REVERSES, WHOSE REFERENCE IT CARRIES
      *  IN EXT-ORIGINAL-REF.
       01  EXTRACT-RECORD.
           05  EXT-RECORD-TYPE           PIC X(1).
               88  EXT-DETAIL-RECORD     VALUE "D".
           05  EXT-TYPE-CODE             PIC X(2).
           05  EXT-AMOUNT                PIC 9(9)V99.
           05  EXT-SITE-CODE             PIC X(3).
           05  EXT-REFERENCE             PIC X(8).
           05  EXT-ORIGINAL-REF          PIC X(8).

       01  EXTRACT-TRAILER.
           05  EXT-TRL-RECORD-TYPE       PIC X(1).
           05  EXT-TRL-RECORD-COUNT      PIC 9(7).
           05  EXT-TRL-HASH-TOTAL        PIC 9(13)V99.
           05  EXT-TRL-SITE-CODE         PIC X(3).
           05  FILLER                    PIC X(23).
