      *  CORRECTED DURING THE BUSINESS DAY. THE CORRECTED
      *  FILE IS SUPPLIED BACK TO DLYEXT AS THE RECYCLE
      *  INPUT AND RE-EDITED ON THE NEXT NIGHT'S RUN.
      *  CLOSEDPD MEANS THE DATE FALLS IN A PERIOD THE
      *  MONTH-END CLOSE HAS LOCKED - IT CAN ONLY COME
      *  BACK RE-DATED INTO THE OPEN PERIOD.
      *  THE LINE NUMBER, WITH THE BATCH NUMBER, IS THE
      *  TRANSACTION REFERENCE, SO A RECYCLED REJECT POSTS
      *  UNDER THE REFERENCE IT WAS KEYED WITH. A REVERSAL
      *  (RV) IS REJECTED NOORIG WHEN THE REFERENCE IT
      *  NAMES HAS NOT BEEN POSTED, REVERSED WHEN THAT LINE
      *  IS ALREADY REVERSED, REVMATCH WHEN ITS ACCOUNT OR
      *  AMOUNT DIFFERS FROM THE LINE'S, AND REVLIMIT WHEN
      *  THE NIGHT HAS MORE REVERSALS THAN THE EXTRACT CAN
      *  CHECK AGAINST EACH OTHER - RECYCLE IT TOMORROW.
      *****************************************************
       01  REJECT-RECORD.
           05  REJ-TRAN-DATE             PIC X(8).
               88  REJ-BAD-TYPE          VALUE "BAD-TYPE".
               88  REJ-BAD-AMOUNT        VALUE "BAD-AMT".
               88  REJ-BAD-SITE          VALUE "BAD-SITE".
               88  REJ-CLOSED-PERIOD     VALUE "CLOSEDPD".
               88  REJ-REV-NOT-POSTED    VALUE "NOORIG".
               88  REJ-REV-DUPLICATE     VALUE "REVERSED".
               88  REJ-REV-MISMATCH      VALUE "REVMATCH".
               88  REJ-REV-LIMIT         VALUE "REVLIMIT".
           05  REJ-LINE-NO               PIC X(3).
           05  REJ-ORIGINAL-REF          PIC X(8).
