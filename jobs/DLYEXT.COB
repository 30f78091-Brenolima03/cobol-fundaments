      *  SELECTED, OTHER SITES' RECORDS ARE LEFT FOR THEIR
      *  OWN CYCLE, AND THE TRAILER CARRIES THE SITE SO
      *  LEDPOST BALANCES ITS OWN SITE'S EXTRACT.
      *  ENTRY BATCHES STILL WAITING ON THE PENDING-BATCH
      *  FILE FOR A SECOND OPERATOR'S APPROVAL ARE LISTED
      *  AFTER THE CONTROL TOTALS, SO THE NIGHT SHIFT KNOWS
      *  MONEY IS SITTING IN THE QUEUE AND NOT IN TONIGHT'S
      *  EXTRACT.
      *  A TRANSACTION OR RECYCLED REJECT DATED INTO A
      *  PERIOD THE MONTH-END CLOSE HAS MARKED CLOSED ON
      *  THE PERCTL FILE IS REJECTED CLOSEDPD, NEVER
      *  EXTRACTED.
      *  EVERY DETAIL CARRIES ITS TRANSACTION REFERENCE
      *  (BATCH + LINE) ONTO THE EXTRACT AND THE REJECT
      *  FILE. A REVERSAL (RV) IS PROVED AGAINST THE
      *  POSTING JOURNAL: THE LINE IT NAMES MUST BE POSTED,
      *  NOT ALREADY REVERSED (THERE OR EARLIER TONIGHT),
      *  AND FOR THE SAME ACCOUNT AND AMOUNT. IT IS THEN
      *  EXTRACTED AS THE OPPOSITE DB OR CR OF THAT LINE.
      *  A NIGHT WITH MORE REJECTS THAN THE LIMIT ON THE
      *  ALERT CONTROL FILE (ALRTCTL) RAISES A WARNING ON
      *  THE OPERATOR ALERT FILE (ALERTS).
      *****************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DLYEXT.
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-RECYCLE-STATUS.

           SELECT PENDING-BATCH-FILE ASSIGN TO "PENDBAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-PENDBAT-STATUS.

           SELECT PERIOD-CONTROL-FILE ASSIGN TO "PERCTL"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-PERCTL-STATUS.

           SELECT POSTING-JOURNAL-FILE ASSIGN TO "POSTJRNL"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-JOURNAL-STATUS.

           SELECT ALERT-CONTROL-FILE ASSIGN TO "ALRTCTL"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-ALRTCTL-STATUS.

           SELECT ALERT-FILE ASSIGN TO "ALERTS"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-ALERTS-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  TRANSACTION-FILE.
               ==REJECT-RECORD== BY ==RECYCLE-RECORD==
               LEADING ==REJ-== BY ==RCYC-==.

       FD  PENDING-BATCH-FILE.
           COPY PENDREC.

       FD  PERIOD-CONTROL-FILE.
           COPY PERCTLREC.

       FD  POSTING-JOURNAL-FILE.
           COPY PJRNLREC.

       FD  ALERT-CONTROL-FILE.
           COPY ALRTCTLREC.

       FD  ALERT-FILE.
           COPY ALERTREC.

       WORKING-STORAGE SECTION.
       01  WS-TRANFILE-STATUS            PIC XX.
       01  WS-EXTRACT-STATUS             PIC XX.
       01  WS-CALENDAR-STATUS            PIC XX.
       01  WS-REJECT-STATUS              PIC XX.
       01  WS-RECYCLE-STATUS             PIC XX.
       01  WS-PENDBAT-STATUS             PIC XX.
       01  WS-PERCTL-STATUS              PIC XX.
       01  WS-JOURNAL-STATUS             PIC XX.
       01  WS-ALRTCTL-STATUS             PIC XX.
       01  WS-ALERTS-STATUS              PIC XX.

       01  WS-OPERATOR-ID                PIC X(8).
       01  WS-CURRENT-DATE-TIME          PIC X(21).
       01  WS-TODAY-DATE                 PIC X(8).
       01  WS-CYCLE-DATE-OVERRIDE        PIC X(8).
       01  WS-SITE-CODE                  PIC X(3).
       01  WS-TRAN-SITE                  PIC X(3).
       01  WS-PEND-SITE                  PIC X(3).
      *    END DATE OF THE SITE'S LATEST CLOSED PERIOD - SPACES
      *    WHEN NO PERIOD HAS BEEN CLOSED.
       01  WS-CLOSED-THROUGH             PIC X(8) VALUE SPACES.
       01  WS-CLOSE-SITE                 PIC X(3).

       01  WS-READ-COUNT                 PIC 9(7) VALUE ZERO.
       01  WS-SELECTED-COUNT             PIC 9(7) VALUE ZERO.
       01  WS-RECYCLED-SEL-COUNT         PIC 9(7) VALUE ZERO.
       01  WS-OTHER-SITE-COUNT           PIC 9(7) VALUE ZERO.
       01  WS-HASH-TOTAL                 PIC 9(13)V99 VALUE ZERO.
       01  WS-PENDING-COUNT              PIC 9(7) VALUE ZERO.
       01  WS-PENDING-AMOUNT             PIC 9(13)V99 VALUE ZERO.

       01  WS-REJ-REASON                 PIC X(8).

       01  WS-REJECT-LIMIT               PIC 9(5) VALUE 10.
       01  WS-LIMIT-EDITED               PIC ZZZZ9.
       01  WS-ALERT-TEXT                 PIC X(60).

      *****************************************************
      *  PER-BATCH TALLY OF THE SELECTED RECORDS, SO A
      *  SHORT EXTRACT CAN BE TRACED TO THE ENTRY BATCH
       01  WS-BAT-HIT                    PIC 9(2) VALUE ZERO.
       01  WS-BAT-LOOKUP                 PIC X(5).

      *****************************************************
      *  REFERENCES REVERSED BY THE RV ENTRIES ALREADY
      *  ACCEPTED TONIGHT, SO A SECOND REVERSAL OF THE SAME
      *  LINE IN ONE NIGHT IS CAUGHT BEFORE EITHER POSTS.
      *****************************************************
       01  WS-REVERSAL-TABLE.
           05  WS-REV-COUNT              PIC 9(3) VALUE ZERO.
           05  WS-REV-ORIGINAL OCCURS 500 TIMES
                                         PIC X(8).
       01  WS-REV-SUB                    PIC 9(3) VALUE ZERO.
      *    THE OPPOSITE OF THE REVERSED LINE'S TYPE - WHAT THE
      *    RV DETAIL IS EXTRACTED AS.
       01  WS-REVERSAL-TYPE              PIC X(2).
       01  WS-ORIGINAL-ACCOUNT           PIC X(8).
       01  WS-ORIGINAL-TYPE              PIC X(2).
       01  WS-ORIGINAL-AMOUNT            PIC 9(13)V99 VALUE ZERO.

       01  WS-COUNT-EDITED               PIC Z,ZZZ,ZZ9.
       01  WS-HASH-EDITED                PIC Z(12)9.99.

               88  PERIOD-END-RUN        VALUE "Y".
           05  WS-RECYCLE-PASS-SW        PIC X VALUE "N".
               88  RECYCLE-PASS          VALUE "Y".
           05  WS-JRNL-EOF-SW            PIC X VALUE "N".
               88  END-OF-JOURNAL        VALUE "Y".
           05  WS-ORIG-FOUND-SW          PIC X VALUE "N".
               88  ORIGINAL-FOUND        VALUE "Y".
           05  WS-ORIG-REVERSED-SW       PIC X VALUE "N".
               88  ORIGINAL-REVERSED     VALUE "Y".

       LINKAGE SECTION.
       01  LK-OPERATOR-ID            PIC X(8).
           PERFORM WRITE-EXTRACT-TRAILER
           PERFORM CLOSE-FILES
           PERFORM DISPLAY-CONTROL-TOTALS
           IF WS-REJECTED-COUNT > WS-REJECT-LIMIT
               PERFORM WRITE-REJECT-ALERT
           END-IF
           PERFORM LIST-PENDING-BATCHES
           MOVE "COMPLETED" TO WS-CHKPT-EVENT
           MOVE WS-SELECTED-COUNT TO WS-CHKPT-COUNT
           PERFORM WRITE-CHECKPOINT
       INITIALIZE-EXTRACT.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME
           MOVE WS-CURRENT-DATE-TIME(1:8) TO WS-TODAY-DATE
      *    A CATCH-UP RUN STARTED FROM WELCOME PASSES THE MISSED
      *    CYCLE DATE IN WELCOME_CYCLE_DATE; IT REPLACES THE
      *    CLOCK DATE SO THE NIGHT IS PROCESSED AS OF THAT DATE.
           MOVE SPACES TO WS-CYCLE-DATE-OVERRIDE
           ACCEPT WS-CYCLE-DATE-OVERRIDE FROM ENVIRONMENT
               "WELCOME_CYCLE_DATE"
           IF WS-CYCLE-DATE-OVERRIDE IS NUMERIC
               MOVE WS-CYCLE-DATE-OVERRIDE TO WS-TODAY-DATE
           END-IF
           MOVE ZERO TO WS-READ-COUNT
           MOVE ZERO TO WS-SELECTED-COUNT
           MOVE ZERO TO WS-REJECTED-COUNT
           MOVE "*****" TO WS-BAT-NO (1)
           MOVE ZERO TO WS-BAT-RECORDS (1)
           MOVE ZERO TO WS-BAT-AMOUNT (1)
           MOVE ZERO TO WS-REV-COUNT
           MOVE "N" TO WS-EOF-SW
           MOVE "N" TO WS-RECYCLE-PASS-SW
           PERFORM DETERMINE-SITE-CODE
           PERFORM DETERMINE-PERIOD-END
           PERFORM DETERMINE-CLOSED-PERIOD
           PERFORM DETERMINE-REJECT-LIMIT.

      *****************************************************
      *  THE SITE IS RESOLVED THE SAME WAY THE DISPATCHER
           END-IF
           MOVE "N" TO WS-EOF-SW.

      *****************************************************
      *  THE LATEST CLOSED PERIOD FOR THIS SITE IS TAKEN
      *  FROM THE PERIOD CONTROL FILE THE MONTH-END CLOSE
      *  APPENDS TO. NO FILE MEANS NO PERIOD HAS BEEN
      *  CLOSED.
      *****************************************************
       DETERMINE-CLOSED-PERIOD.
           MOVE SPACES TO WS-CLOSED-THROUGH
           MOVE "N" TO WS-EOF-SW
           OPEN INPUT PERIOD-CONTROL-FILE
           IF WS-PERCTL-STATUS = "00"
               PERFORM UNTIL END-OF-FILE
                   READ PERIOD-CONTROL-FILE
                       AT END
                           SET END-OF-FILE TO TRUE
                       NOT AT END
                           MOVE PCTL-SITE-CODE TO WS-CLOSE-SITE
                           IF WS-CLOSE-SITE = SPACES
                               MOVE "HQ" TO WS-CLOSE-SITE
                           END-IF
                           IF WS-CLOSE-SITE = WS-SITE-CODE
                               AND PCTL-CLOSED
                               AND PCTL-END-DATE > WS-CLOSED-THROUGH
                               MOVE PCTL-END-DATE
                                   TO WS-CLOSED-THROUGH
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PERIOD-CONTROL-FILE
           END-IF
           MOVE "N" TO WS-EOF-SW.

      *****************************************************
      *  THE REJECT LIMIT COMES FROM THE SINGLE-RECORD ALERT
      *  CONTROL FILE; A MISSING OR EMPTY FILE LEAVES THE
      *  DEFAULT OF 10.
      *****************************************************
       DETERMINE-REJECT-LIMIT.
           MOVE 10 TO WS-REJECT-LIMIT
           OPEN INPUT ALERT-CONTROL-FILE
           IF WS-ALRTCTL-STATUS = "00"
               READ ALERT-CONTROL-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF ALCT-REJECT-LIMIT IS NUMERIC
                           MOVE ALCT-REJECT-LIMIT TO WS-REJECT-LIMIT
                       END-IF
               END-READ
               CLOSE ALERT-CONTROL-FILE
           END-IF.

       OPEN-FILES.
           OPEN INPUT TRANSACTION-FILE
           IF WS-TRANFILE-STATUS NOT = "00"
                   " - DATE " TRAN-DATE
                   " ACCOUNT " TRAN-ACCOUNT
                   " TYPE " TRAN-TYPE-CODE
                   " REF " TRAN-REFERENCE
           END-IF.

      *****************************************************
      *  THE EDIT RULES ARE THE SAME FOR THE DAY'S FILE
      *  AND FOR RECYCLED REJECTS: A CORRECTED REJECT MUST
      *  CARRY TONIGHT'S CYCLE DATE AND PASS EVERY EDIT OR
      *  IT GOES BACK ON THE REJECT FILE. A DATE INSIDE A
      *  CLOSED PERIOD IS CHECKED FIRST SO THE REJECT SAYS
      *  WHY IT CAN NEVER BE EXTRACTED AS DATED.
      *****************************************************
       EDIT-TRANSACTION.
           MOVE SPACES TO WS-REJ-REASON
           EVALUATE TRUE
               WHEN WS-CLOSED-THROUGH NOT = SPACES
                   AND TRAN-DATE NOT > WS-CLOSED-THROUGH
                   MOVE "CLOSEDPD" TO WS-REJ-REASON
               WHEN TRAN-DATE NOT = WS-TODAY-DATE
                   MOVE "OFF-DATE" TO WS-REJ-REASON
               WHEN NOT (TRAN-TYPE-VALID OR TRAN-TYPE-REVERSAL
                   OR (TRAN-TYPE-ADJUSTMENT AND PERIOD-END-RUN))
                   MOVE "BAD-TYPE" TO WS-REJ-REASON
               WHEN TRAN-AMOUNT IS NOT NUMERIC
                   MOVE "BAD-AMT" TO WS-REJ-REASON
           END-EVALUATE
           IF WS-REJ-REASON = SPACES
               AND TRAN-TYPE-REVERSAL
               PERFORM EDIT-REVERSAL
           END-IF.

      *****************************************************
      *  A REVERSAL IS ONLY EXTRACTED WHEN THE LINE IT
      *  NAMES IS ON THE POSTING JOURNAL, HAS NOT BEEN
      *  REVERSED THERE OR BY AN RV ALREADY ACCEPTED
      *  TONIGHT, AND WAS POSTED TO THE SAME ACCOUNT FOR
      *  THE SAME AMOUNT. REVERSALS ARE RARE, SO THE
      *  JOURNAL IS SCANNED AFRESH FOR EACH ONE.
      *****************************************************
       EDIT-REVERSAL.
           MOVE "N" TO WS-ORIG-FOUND-SW
           MOVE "N" TO WS-ORIG-REVERSED-SW
           IF TRAN-ORIGINAL-REF NOT = SPACES
               PERFORM VARYING WS-REV-SUB FROM 1 BY 1
                   UNTIL WS-REV-SUB > WS-REV-COUNT
                   IF WS-REV-ORIGINAL (WS-REV-SUB) = TRAN-ORIGINAL-REF
                       SET ORIGINAL-REVERSED TO TRUE
                   END-IF
               END-PERFORM
               PERFORM FIND-ORIGINAL-LINE
           END-IF
           EVALUATE TRUE
               WHEN NOT ORIGINAL-FOUND
                   MOVE "NOORIG" TO WS-REJ-REASON
               WHEN ORIGINAL-REVERSED
                   MOVE "REVERSED" TO WS-REJ-REASON
               WHEN WS-ORIGINAL-ACCOUNT NOT = TRAN-ACCOUNT
                   OR WS-ORIGINAL-AMOUNT NOT = TRAN-AMOUNT
                   MOVE "REVMATCH" TO WS-REJ-REASON
               WHEN WS-REV-COUNT >= 500
                   MOVE "REVLIMIT" TO WS-REJ-REASON
               WHEN OTHER
                   ADD 1 TO WS-REV-COUNT
                   MOVE TRAN-ORIGINAL-REF
                       TO WS-REV-ORIGINAL (WS-REV-COUNT)
                   IF WS-ORIGINAL-TYPE = "DB"
                       MOVE "CR" TO WS-REVERSAL-TYPE
                   ELSE
                       MOVE "DB" TO WS-REVERSAL-TYPE
                   END-IF
           END-EVALUATE.

      *****************************************************
      *  THE WHOLE JOURNAL IS READ: THE ORIGINAL'S ACCOUNT,
      *  TYPE AND AMOUNT ARE SAVED WHEN IT IS MET, AND ANY
      *  LINE THAT REVERSES THE REFERENCE, OR A REVERSED-BY
      *  MARK ON THE ORIGINAL, MEANS IT IS ALREADY
      *  REVERSED. NO JOURNAL YET MEANS NOTHING HAS BEEN
      *  POSTED.
      *****************************************************
       FIND-ORIGINAL-LINE.
           MOVE "N" TO WS-JRNL-EOF-SW
           OPEN INPUT POSTING-JOURNAL-FILE
           IF WS-JOURNAL-STATUS = "00"
               PERFORM UNTIL END-OF-JOURNAL
                   READ POSTING-JOURNAL-FILE
                       AT END
                           SET END-OF-JOURNAL TO TRUE
                       NOT AT END
                           IF JRNL-ORIGINAL-REF = TRAN-ORIGINAL-REF
                               SET ORIGINAL-REVERSED TO TRUE
                           END-IF
                           IF JRNL-REFERENCE = TRAN-ORIGINAL-REF
                               PERFORM SAVE-ORIGINAL-LINE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE POSTING-JOURNAL-FILE
           END-IF
           MOVE "N" TO WS-JRNL-EOF-SW.

       SAVE-ORIGINAL-LINE.
           SET ORIGINAL-FOUND TO TRUE
           MOVE JRNL-ACCOUNT TO WS-ORIGINAL-ACCOUNT
           MOVE JRNL-TYPE-CODE TO WS-ORIGINAL-TYPE
           COMPUTE WS-ORIGINAL-AMOUNT =
               FUNCTION NUMVAL(JRNL-AMOUNT)
           IF JRNL-REVERSED-BY NOT = SPACES
               SET ORIGINAL-REVERSED TO TRUE
           END-IF.

       WRITE-REJECT-RECORD.
           MOVE SPACES TO REJECT-RECORD
           MOVE TRAN-DATE TO REJ-TRAN-DATE
           MOVE TRAN-AMOUNT TO REJ-AMOUNT
           MOVE WS-TRAN-SITE TO REJ-SITE-CODE
           MOVE TRAN-BATCH-NO TO REJ-BATCH-NO
           MOVE TRAN-LINE-NO TO REJ-LINE-NO
           MOVE TRAN-ORIGINAL-REF TO REJ-ORIGINAL-REF
           MOVE WS-REJ-REASON TO REJ-REASON-CODE
           WRITE REJECT-RECORD.

           MOVE RCYC-AMOUNT TO TRAN-AMOUNT
           MOVE RCYC-SITE-CODE TO TRAN-SITE-CODE
           MOVE RCYC-BATCH-NO TO TRAN-BATCH-NO
           MOVE RCYC-LINE-NO TO TRAN-LINE-NO
           MOVE RCYC-ORIGINAL-REF TO TRAN-ORIGINAL-REF
           PERFORM SELECT-TRANSACTION.

       WRITE-EXTRACT-DETAIL.
           MOVE TRAN-TYPE-CODE TO EXT-TYPE-CODE
           MOVE TRAN-AMOUNT TO EXT-AMOUNT
           MOVE WS-SITE-CODE TO EXT-SITE-CODE
           MOVE TRAN-REFERENCE TO EXT-REFERENCE
           IF TRAN-TYPE-REVERSAL
               MOVE WS-REVERSAL-TYPE TO EXT-TYPE-CODE
               MOVE TRAN-ORIGINAL-REF TO EXT-ORIGINAL-REF
           END-IF
           WRITE EXTRACT-RECORD
           ADD 1 TO WS-SELECTED-COUNT
           ADD TRAN-AMOUNT TO WS-HASH-TOTAL
                   END-IF
               END-PERFORM
           END-IF.

      *****************************************************
      *  TOO MANY REJECTS IN ONE NIGHT USUALLY MEANS A BAD
      *  FEED OR A MASTER-FILE PROBLEM, NOT KEYING SLIPS, SO
      *  THE MONITORING TOOL IS TOLD. AN ALERT THAT CANNOT
      *  BE WRITTEN IS ONLY DISPLAYED - THE EXTRACT STANDS.
      *****************************************************
       WRITE-REJECT-ALERT.
           MOVE WS-REJECTED-COUNT TO WS-COUNT-EDITED
           MOVE WS-REJECT-LIMIT TO WS-LIMIT-EDITED
           MOVE SPACES TO WS-ALERT-TEXT
           STRING FUNCTION TRIM(WS-COUNT-EDITED) " REJECTS - OVER "
               "THE LIMIT OF " FUNCTION TRIM(WS-LIMIT-EDITED)
               " - SEE TRANREJ"
               DELIMITED BY SIZE
               INTO WS-ALERT-TEXT
           END-STRING
           OPEN EXTEND ALERT-FILE
           IF WS-ALERTS-STATUS = "35"
               OPEN OUTPUT ALERT-FILE
           END-IF
           IF WS-ALERTS-STATUS = "00"
               MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME
               MOVE SPACES TO OPERATOR-ALERT-RECORD
               MOVE WS-CURRENT-DATE-TIME(1:8) TO ALRT-RAISED-DATE
               MOVE WS-CURRENT-DATE-TIME(9:6) TO ALRT-RAISED-TIME
               MOVE WS-SITE-CODE TO ALRT-SITE-CODE
               MOVE "DLYEXT" TO ALRT-JOB-NAME
               SET ALRT-WARNING TO TRUE
               MOVE WS-TODAY-DATE TO ALRT-CYCLE-DATE
               MOVE WS-ALERT-TEXT TO ALRT-TEXT
               SET ALRT-OPEN TO TRUE
               WRITE OPERATOR-ALERT-RECORD
               CLOSE ALERT-FILE
           ELSE
               DISPLAY "DLYEXT: CANNOT WRITE ALERT - STATUS "
                   WS-ALERTS-STATUS " - " WS-ALERT-TEXT
           END-IF.

      *****************************************************
      *  A BATCH STILL ON THE PENDING-BATCH FILE HAS NOT
      *  BEEN APPROVED AND IS NOT IN TONIGHT'S EXTRACT. ONLY
      *  THIS SITE'S BATCHES ARE LISTED, A BLANK SITE BEING
      *  HQ AS IT IS FOR A TRANSACTION. A MISSING FILE
      *  MEANS NOTHING IS WAITING.
      *****************************************************
       LIST-PENDING-BATCHES.
           MOVE ZERO TO WS-PENDING-COUNT
           MOVE ZERO TO WS-PENDING-AMOUNT
           MOVE "N" TO WS-EOF-SW
           OPEN INPUT PENDING-BATCH-FILE
           IF WS-PENDBAT-STATUS = "00"
               PERFORM UNTIL END-OF-FILE
                   READ PENDING-BATCH-FILE
                       AT END
                           SET END-OF-FILE TO TRUE
                       NOT AT END
                           MOVE PND-HDR-SITE-CODE TO WS-PEND-SITE
                           IF WS-PEND-SITE = SPACES
                               MOVE "HQ" TO WS-PEND-SITE
                           END-IF
                           IF PND-HEADER-RECORD
                               AND WS-PEND-SITE = WS-SITE-CODE
                               PERFORM LIST-ONE-PENDING-BATCH
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PENDING-BATCH-FILE
           END-IF
           MOVE "N" TO WS-EOF-SW
           IF WS-PENDING-COUNT > ZERO
               MOVE WS-PENDING-COUNT TO WS-COUNT-EDITED
               MOVE WS-PENDING-AMOUNT TO WS-HASH-EDITED
               DISPLAY "DLYEXT: *** " WS-COUNT-EDITED
                   " BATCH(ES) AWAITING APPROVAL - AMOUNT "
                   WS-HASH-EDITED " NOT IN TONIGHT'S EXTRACT ***"
           END-IF.

       LIST-ONE-PENDING-BATCH.
           IF WS-PENDING-COUNT = ZERO
               DISPLAY " "
               DISPLAY "BATCHES PENDING APPROVAL (NOT EXTRACTED)"
           END-IF
           ADD 1 TO WS-PENDING-COUNT
           ADD PND-HDR-AMOUNT TO WS-PENDING-AMOUNT
           MOVE PND-HDR-RECORD-COUNT TO WS-COUNT-EDITED
           MOVE PND-HDR-AMOUNT TO WS-HASH-EDITED
           DISPLAY "  BATCH " PND-HDR-BATCH-NO
               "  KEYED BY " PND-HDR-KEYED-BY
               " ON " PND-HDR-KEYED-DATE
               "  RECORDS " WS-COUNT-EDITED
               "  AMOUNT " WS-HASH-EDITED.
