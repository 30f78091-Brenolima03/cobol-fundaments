      *cobc -x -frelax-syntax -I copybooks jobs/STDGEN.COB
      *export STDENTRY=data/STDENTRY.DAT CALENDAR=data/CALENDAR.DAT
      *    ACCTMAST=data/ACCTMAST.DAT TRANFILE=data/TRANS.DAT
      *    TRANSEQ=data/TRANSEQ.DAT CHKPOINT=data/CHKPOINT.DAT
      *    STDLIST=data/STDLIST.DAT WELCOME_SITE_CODE=HQ
      *****************************************************
      *  STDGEN - STANDING-ENTRY GENERATOR
      *
      *  RUNS AHEAD OF THE DAILY EXTRACT AND WRITES THE
      *  NIGHT'S DUE STANDING ENTRIES (PAYROLL CLEARING,
      *  INTERCOMPANY SETTLEMENT AND THE LIKE) FROM THE
      *  STANDING-ENTRY MASTER TO THE TRANSACTION FILE, SO
      *  THEY NO LONGER DEPEND ON SOMEONE REMEMBERING TO
      *  KEY THEM THROUGH TRANENT. THE ENTRIES GO OUT AS
      *  ONE BATCH STAMPED WITH A NUMBER FROM THE TRANSEQ
      *  CONTROL FILE, EXACTLY AS A TRANENT RELEASE IS, SO
      *  THE EXTRACT'S PER-BATCH TOTALS TRACE THEM.
      *
      *  AN ENTRY IS DUE TONIGHT WHEN ONE OF ITS DUE DATES
      *  FALLS ON TONIGHT OR ON ANY NON-BUSINESS DAY SINCE
      *  THE LAST BUSINESS DAY: A DUE DATE ON A WEEKEND OR
      *  HOLIDAY ROLLS FORWARD TO THE NEXT BUSINESS DAY BY
      *  THE CALENDAR FLAGS. ONLY THIS SITE'S ENTRIES
      *  (WELCOME_SITE_CODE, DEFAULT HQ) ARE CONSIDERED.
      *  EVERY ENTRY IS LISTED ON THE STDLIST REPORT AS
      *  GENERATED, NOT DUE, OR SKIPPED WITH THE REASON,
      *  AND A DUE ENTRY THAT HAD TO BE SKIPPED ENDS THE
      *  STEP WITH A WARNING RETURN-CODE OF 4.
      *****************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. STDGEN.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT STANDING-ENTRY-FILE ASSIGN TO "STDENTRY"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-STDENTRY-STATUS.

           SELECT CALENDAR-FILE ASSIGN TO "CALENDAR"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-CALENDAR-STATUS.

           SELECT ACCOUNT-MASTER-FILE ASSIGN TO "ACCTMAST"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-ACCTMAST-STATUS.

           SELECT TRANSACTION-FILE ASSIGN TO "TRANFILE"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-TRANFILE-STATUS.

           SELECT BATCH-SEQUENCE-FILE ASSIGN TO "TRANSEQ"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-TRANSEQ-STATUS.

           SELECT CHECKPOINT-FILE ASSIGN TO "CHKPOINT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-CHKPOINT-STATUS.

           SELECT STANDING-LIST-FILE ASSIGN TO "STDLIST"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-LIST-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  STANDING-ENTRY-FILE.
           COPY STDENTREC.

       FD  CALENDAR-FILE.
           COPY CALREC.

       FD  ACCOUNT-MASTER-FILE.
           COPY ACCTREC.

       FD  TRANSACTION-FILE.
           COPY TRANREC.

       FD  BATCH-SEQUENCE-FILE.
           COPY TRNSEQREC.

       FD  CHECKPOINT-FILE.
           COPY CHKPTREC.

       FD  STANDING-LIST-FILE.
       01  STANDING-LIST-LINE            PIC X(100).

       WORKING-STORAGE SECTION.
       01  WS-STDENTRY-STATUS            PIC XX.
       01  WS-CALENDAR-STATUS            PIC XX.
       01  WS-ACCTMAST-STATUS            PIC XX.
       01  WS-TRANFILE-STATUS            PIC XX.
       01  WS-TRANSEQ-STATUS             PIC XX.
       01  WS-CHKPOINT-STATUS            PIC XX.
       01  WS-LIST-STATUS                PIC XX.

       01  WS-CURRENT-DATE-TIME          PIC X(21).
       01  WS-TODAY-DATE                 PIC X(8).
       01  WS-CYCLE-DATE-OVERRIDE        PIC X(8).
       01  WS-TODAY-NUM                  PIC 9(8).
       01  WS-SITE-CODE                  PIC X(3).
       01  WS-ENTRY-SITE                 PIC X(3).

      *****************************************************
      *  THE CALENDAR IS HELD IN A TABLE SO EACH ENTRY'S
      *  ROLL WINDOW CAN BE CHECKED WITHOUT RE-READING THE
      *  FILE. A DATE WITH NO RECORD IS A BUSINESS DAY.
      *****************************************************
       01  WS-CALENDAR-TABLE.
           05  WS-CAL-COUNT              PIC 9(4) VALUE ZERO.
           05  WS-CAL-ENTRY OCCURS 1000 TIMES.
               10  WS-CAL-DATE           PIC X(8).
               10  WS-CAL-BUSINESS       PIC X(1).
               10  WS-CAL-PERIOD-END     PIC X(1).
       01  WS-CAL-SUB                    PIC 9(4) VALUE ZERO.

       01  WS-ACCOUNT-TABLE.
           05  WS-ACCT-COUNT             PIC 9(4) VALUE ZERO.
           05  WS-ACCT-ENTRY OCCURS 2000 TIMES.
               10  WS-ACCT-NUMBER        PIC X(8).
               10  WS-ACCT-STATUS        PIC X(1).
               10  WS-ACCT-FROM          PIC X(8).
       01  WS-ACCT-SUB                   PIC 9(4) VALUE ZERO.
       01  WS-ACCT-HIT                   PIC 9(4) VALUE ZERO.

      *****************************************************
      *  THE ROLL WINDOW RUNS FROM THE DAY AFTER THE LAST
      *  BUSINESS DAY THROUGH TONIGHT: ANY DUE DATE INSIDE
      *  IT LANDS ON TONIGHT'S CYCLE.
      *****************************************************
       01  WS-TODAY-INTEGER              PIC 9(9).
       01  WS-WINDOW-FROM-INTEGER        PIC 9(9).
       01  WS-DAY-INTEGER                PIC 9(9).
       01  WS-START-INTEGER              PIC 9(9).
       01  WS-DAYS-BACK                  PIC 9(3) VALUE ZERO.
       01  WS-DAYS-APART                 PIC 9(9).
       01  WS-WEEK-REMAINDER             PIC 9(1).
       01  WS-WEEK-QUOTIENT              PIC 9(9).
       01  WS-CHECK-NUM                  PIC 9(8).
       01  WS-CHECK-DATE                 PIC X(8).
       01  WS-NEXT-NUM                   PIC 9(8).
       01  WS-NEXT-DATE                  PIC X(8).
       01  WS-DUE-DATE                   PIC X(8).

       01  WS-READ-COUNT                 PIC 9(5) VALUE ZERO.
       01  WS-OTHER-SITE-COUNT           PIC 9(5) VALUE ZERO.
       01  WS-GENERATED-COUNT            PIC 9(5) VALUE ZERO.
       01  WS-NOT-DUE-COUNT              PIC 9(5) VALUE ZERO.
       01  WS-SKIPPED-COUNT              PIC 9(5) VALUE ZERO.
       01  WS-GENERATED-AMOUNT           PIC 9(13)V99 VALUE ZERO.

       01  WS-RESULT                     PIC X(12).
       01  WS-SUSPENSE-ACCOUNT           PIC X(8) VALUE "SUSPENSE".
       01  WS-BATCH-NUMBER               PIC 9(5) VALUE ZERO.
       01  WS-LINE-NUMBER                PIC 9(3) VALUE ZERO.
       01  WS-COUNT-EDITED               PIC ZZ,ZZ9.
       01  WS-AMOUNT-EDITED              PIC Z(12)9.99.

       01  WS-CHKPT-EVENT                PIC X(9).
       01  WS-CHKPT-COUNT                PIC 9(7) VALUE ZERO.

       01  WS-LIST-DETAIL.
           05  LST-ENTRY-ID              PIC X(4).
           05  FILLER                    PIC X(2)  VALUE SPACES.
           05  LST-ACCOUNT               PIC X(8).
           05  FILLER                    PIC X(2)  VALUE SPACES.
           05  LST-TYPE                  PIC X(2).
           05  FILLER                    PIC X(2)  VALUE SPACES.
           05  LST-AMOUNT                PIC Z(8)9.99.
           05  FILLER                    PIC X(2)  VALUE SPACES.
           05  LST-FREQUENCY             PIC X(1).
           05  FILLER                    PIC X(3)  VALUE SPACES.
           05  LST-DUE-DATE              PIC X(8).
           05  FILLER                    PIC X(2)  VALUE SPACES.
           05  LST-RESULT                PIC X(12).
           05  FILLER                    PIC X(2)  VALUE SPACES.
           05  LST-DESCRIPTION           PIC X(20).

       01  WS-SWITCHES.
           05  WS-EOF-SW                 PIC X VALUE "N".
               88  END-OF-FILE           VALUE "Y".
           05  WS-STEP-DONE-SW           PIC X VALUE "N".
               88  STEP-ALREADY-DONE     VALUE "Y".
           05  WS-PERIOD-END-SW          PIC X VALUE "N".
               88  PERIOD-END-RUN        VALUE "Y".
           05  WS-BUSINESS-DAY-SW        PIC X VALUE "Y".
               88  BUSINESS-DAY          VALUE "Y".
           05  WS-DAY-PERIOD-END-SW      PIC X VALUE "N".
               88  DAY-IS-PERIOD-END     VALUE "Y".
           05  WS-WINDOW-DONE-SW         PIC X VALUE "N".
               88  WINDOW-FOUND          VALUE "Y".
           05  WS-DUE-SW                 PIC X VALUE "N".
               88  ENTRY-DUE             VALUE "Y".
           05  WS-BATCH-OPEN-SW          PIC X VALUE "N".
               88  BATCH-OPEN            VALUE "Y".
           05  WS-MASTER-OPEN-SW         PIC X VALUE "N".
               88  MASTER-OPEN           VALUE "Y".
           05  WS-GEN-FAILED-SW          PIC X VALUE "N".
               88  GENERATION-FAILED     VALUE "Y".

       PROCEDURE DIVISION.

       MAIN-LOGIC.
           PERFORM INITIALIZE-GENERATOR
           DISPLAY "STDGEN: STANDING ENTRIES FOR SITE "
               WS-SITE-CODE " CYCLE DATE " WS-TODAY-DATE
           PERFORM CHECK-PRIOR-CHECKPOINT
           IF STEP-ALREADY-DONE
               DISPLAY "STDGEN: ALREADY COMPLETED FOR "
                   WS-TODAY-DATE " - STEP SKIPPED ON RESTART"
               GOBACK
           END-IF
           PERFORM LOAD-CALENDAR-TABLE
           MOVE WS-TODAY-DATE TO WS-CHECK-DATE
           PERFORM LOOKUP-CALENDAR-DAY
           IF NOT BUSINESS-DAY
               DISPLAY "STDGEN: " WS-TODAY-DATE " IS NOT A "
                   "BUSINESS DAY - NOTHING GENERATED; ENTRIES DUE "
                   "TODAY ROLL TO THE NEXT BUSINESS DAY"
               GOBACK
           END-IF
           IF DAY-IS-PERIOD-END
               SET PERIOD-END-RUN TO TRUE
               DISPLAY "STDGEN: PERIOD-END NIGHT - PERIOD-END "
                   "ENTRIES ARE DUE"
           END-IF
           PERFORM DETERMINE-ROLL-WINDOW
           PERFORM LOAD-ACCOUNT-TABLE
           MOVE "STARTED" TO WS-CHKPT-EVENT
           MOVE ZERO TO WS-CHKPT-COUNT
           PERFORM WRITE-CHECKPOINT
           PERFORM OPEN-FILES
           PERFORM WRITE-LIST-HEADING
           PERFORM UNTIL END-OF-FILE
               READ STANDING-ENTRY-FILE
                   AT END
                       SET END-OF-FILE TO TRUE
                   NOT AT END
                       PERFORM PROCESS-STANDING-ENTRY
               END-READ
           END-PERFORM
           PERFORM WRITE-LIST-TOTALS
           PERFORM CLOSE-FILES
           PERFORM DISPLAY-GENERATOR-TOTALS
      *    A NIGHT WHOSE BATCH COULD NOT BE OPENED IS NOT
      *    GENERATED: NO COMPLETED CHECKPOINT GOES DOWN, SO
      *    THE RERUN GENERATES THE WHOLE NIGHT AGAIN.
           IF GENERATION-FAILED
               DISPLAY "STDGEN: *** GENERATION FAILED - NO "
                   "COMPLETED CHECKPOINT WRITTEN; FIX TRANFILE "
                   "AND RERUN THE STEP ***"
               GOBACK
           END-IF
           MOVE "COMPLETED" TO WS-CHKPT-EVENT
           MOVE WS-GENERATED-COUNT TO WS-CHKPT-COUNT
           PERFORM WRITE-CHECKPOINT
           IF WS-SKIPPED-COUNT > ZERO
               DISPLAY "STDGEN: *** " WS-SKIPPED-COUNT
                   " DUE ENTR(IES) SKIPPED - SEE STDLIST ***"
               IF RETURN-CODE < 4
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF
           DISPLAY "STDGEN: STANDING-ENTRY GENERATION COMPLETE"
           GOBACK.

       INITIALIZE-GENERATOR.
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
           MOVE WS-TODAY-DATE TO WS-TODAY-NUM
           COMPUTE WS-TODAY-INTEGER =
               FUNCTION INTEGER-OF-DATE(WS-TODAY-NUM)
           MOVE ZERO TO WS-READ-COUNT
           MOVE ZERO TO WS-OTHER-SITE-COUNT
           MOVE ZERO TO WS-GENERATED-COUNT
           MOVE ZERO TO WS-NOT-DUE-COUNT
           MOVE ZERO TO WS-SKIPPED-COUNT
           MOVE ZERO TO WS-GENERATED-AMOUNT
           MOVE ZERO TO WS-BATCH-NUMBER
           MOVE "N" TO WS-BATCH-OPEN-SW
           MOVE "N" TO WS-GEN-FAILED-SW
           MOVE "N" TO WS-EOF-SW
           MOVE SPACES TO WS-SITE-CODE
           ACCEPT WS-SITE-CODE FROM ENVIRONMENT
               "WELCOME_SITE_CODE"
           IF WS-SITE-CODE = SPACES
               MOVE "HQ" TO WS-SITE-CODE
           END-IF.

       CHECK-PRIOR-CHECKPOINT.
           MOVE "N" TO WS-STEP-DONE-SW
           MOVE "N" TO WS-EOF-SW
           OPEN INPUT CHECKPOINT-FILE
           IF WS-CHKPOINT-STATUS = "00"
               PERFORM UNTIL END-OF-FILE
                   READ CHECKPOINT-FILE
                       AT END
                           SET END-OF-FILE TO TRUE
                       NOT AT END
                           IF CHKPT-RUN-DATE = WS-TODAY-DATE
                               AND CHKPT-JOB-NAME = "STDGEN"
                               AND CHKPT-COMPLETED
                               SET STEP-ALREADY-DONE TO TRUE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CHECKPOINT-FILE
           END-IF
           MOVE "N" TO WS-EOF-SW.

       WRITE-CHECKPOINT.
           OPEN EXTEND CHECKPOINT-FILE
           IF WS-CHKPOINT-STATUS = "35"
               OPEN OUTPUT CHECKPOINT-FILE
           END-IF
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME
           MOVE SPACES TO CHECKPOINT-RECORD
           MOVE WS-TODAY-DATE TO CHKPT-RUN-DATE
           MOVE "STDGEN" TO CHKPT-JOB-NAME
           MOVE WS-CHKPT-EVENT TO CHKPT-EVENT
           MOVE WS-CURRENT-DATE-TIME(9:6) TO CHKPT-TIME
           MOVE WS-CHKPT-COUNT TO CHKPT-RECORD-COUNT
           WRITE CHECKPOINT-RECORD
           CLOSE CHECKPOINT-FILE.

       LOAD-CALENDAR-TABLE.
           MOVE ZERO TO WS-CAL-COUNT
           MOVE "N" TO WS-EOF-SW
           OPEN INPUT CALENDAR-FILE
           IF WS-CALENDAR-STATUS = "00"
               PERFORM UNTIL END-OF-FILE
                   READ CALENDAR-FILE
                       AT END
                           SET END-OF-FILE TO TRUE
                       NOT AT END
                           IF WS-CAL-COUNT >= 1000
                               DISPLAY "STDGEN: CALENDAR EXCEEDS "
                                   "THE 1000-ENTRY TABLE - "
                                   "GENERATION NOT SAFE"
                               CLOSE CALENDAR-FILE
                               MOVE 12 TO RETURN-CODE
                               GOBACK
                           END-IF
                           ADD 1 TO WS-CAL-COUNT
                           MOVE CAL-DATE
                               TO WS-CAL-DATE (WS-CAL-COUNT)
                           MOVE CAL-BUSINESS-DAY-FLAG
                               TO WS-CAL-BUSINESS (WS-CAL-COUNT)
                           MOVE CAL-PERIOD-END-FLAG
                               TO WS-CAL-PERIOD-END (WS-CAL-COUNT)
                   END-READ
               END-PERFORM
               CLOSE CALENDAR-FILE
           END-IF
           MOVE "N" TO WS-EOF-SW.

      *****************************************************
      *  SETS THE BUSINESS-DAY AND PERIOD-END SWITCHES FOR
      *  WS-CHECK-DATE. A DATE THE CALENDAR DOES NOT LIST
      *  IS AN ORDINARY BUSINESS DAY, AS EVERYWHERE ELSE IN
      *  THE CYCLE.
      *****************************************************
       LOOKUP-CALENDAR-DAY.
           MOVE "Y" TO WS-BUSINESS-DAY-SW
           MOVE "N" TO WS-DAY-PERIOD-END-SW
           IF WS-CAL-COUNT > ZERO
               PERFORM VARYING WS-CAL-SUB FROM 1 BY 1
                   UNTIL WS-CAL-SUB > WS-CAL-COUNT
                   IF WS-CAL-DATE (WS-CAL-SUB) = WS-CHECK-DATE
                       MOVE WS-CAL-BUSINESS (WS-CAL-SUB)
                           TO WS-BUSINESS-DAY-SW
                       MOVE WS-CAL-PERIOD-END (WS-CAL-SUB)
                           TO WS-DAY-PERIOD-END-SW
                   END-IF
               END-PERFORM
           END-IF.

      *****************************************************
      *  WALK BACK FROM TONIGHT TO THE LAST BUSINESS DAY;
      *  EVERY NON-BUSINESS DAY PASSED ON THE WAY JOINS THE
      *  WINDOW. A MONTH WITH NO BUSINESS DAY AT ALL IS NOT
      *  A CALENDAR ANYONE WOULD LOAD, SO THE WALK STOPS AT
      *  31 DAYS.
      *****************************************************
       DETERMINE-ROLL-WINDOW.
           MOVE WS-TODAY-INTEGER TO WS-WINDOW-FROM-INTEGER
           MOVE "N" TO WS-WINDOW-DONE-SW
           PERFORM VARYING WS-DAYS-BACK FROM 1 BY 1
               UNTIL WINDOW-FOUND OR WS-DAYS-BACK > 31
               COMPUTE WS-DAY-INTEGER =
                   WS-TODAY-INTEGER - WS-DAYS-BACK
               MOVE FUNCTION DATE-OF-INTEGER(WS-DAY-INTEGER)
                   TO WS-CHECK-NUM
               MOVE WS-CHECK-NUM TO WS-CHECK-DATE
               PERFORM LOOKUP-CALENDAR-DAY
               IF BUSINESS-DAY
                   SET WINDOW-FOUND TO TRUE
               ELSE
                   MOVE WS-DAY-INTEGER TO WS-WINDOW-FROM-INTEGER
               END-IF
           END-PERFORM
           MOVE FUNCTION DATE-OF-INTEGER(WS-WINDOW-FROM-INTEGER)
               TO WS-CHECK-NUM
           MOVE WS-CHECK-NUM TO WS-CHECK-DATE
           IF WS-WINDOW-FROM-INTEGER < WS-TODAY-INTEGER
               DISPLAY "STDGEN: DUE DATES FROM " WS-CHECK-DATE
                   " ROLL TO TONIGHT"
           END-IF.

       LOAD-ACCOUNT-TABLE.
           MOVE ZERO TO WS-ACCT-COUNT
           MOVE "N" TO WS-EOF-SW
           OPEN INPUT ACCOUNT-MASTER-FILE
           IF WS-ACCTMAST-STATUS NOT = "00"
               DISPLAY "STDGEN: CANNOT OPEN ACCTMAST - STATUS "
                   WS-ACCTMAST-STATUS " - GENERATION NOT SAFE"
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF
           PERFORM UNTIL END-OF-FILE
               READ ACCOUNT-MASTER-FILE
                   AT END
                       SET END-OF-FILE TO TRUE
                   NOT AT END
                       IF WS-ACCT-COUNT >= 2000
                           DISPLAY "STDGEN: ACCTMAST EXCEEDS "
                               "THE 2000-ENTRY TABLE - "
                               "GENERATION NOT SAFE"
                           CLOSE ACCOUNT-MASTER-FILE
                           MOVE 12 TO RETURN-CODE
                           GOBACK
                       END-IF
                       ADD 1 TO WS-ACCT-COUNT
                       MOVE ACCT-NUMBER
                           TO WS-ACCT-NUMBER (WS-ACCT-COUNT)
                       MOVE ACCT-STATUS-FLAG
                           TO WS-ACCT-STATUS (WS-ACCT-COUNT)
                       MOVE ACCT-VALID-FROM
                           TO WS-ACCT-FROM (WS-ACCT-COUNT)
               END-READ
           END-PERFORM
           CLOSE ACCOUNT-MASTER-FILE
           MOVE "N" TO WS-EOF-SW.

       OPEN-FILES.
           OPEN OUTPUT STANDING-LIST-FILE
           IF WS-LIST-STATUS NOT = "00"
               DISPLAY "STDGEN: CANNOT OPEN LISTING FILE - "
                   "STATUS " WS-LIST-STATUS
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF
           MOVE "N" TO WS-EOF-SW
           MOVE "N" TO WS-MASTER-OPEN-SW
           OPEN INPUT STANDING-ENTRY-FILE
           IF WS-STDENTRY-STATUS = "00"
               SET MASTER-OPEN TO TRUE
           ELSE
      *        NO MASTER YET JUST MEANS NO STANDING ENTRIES -
      *        THE STEP STILL COMPLETES AND LISTS NOTHING.
               IF WS-STDENTRY-STATUS NOT = "35"
                   DISPLAY "STDGEN: CANNOT OPEN STANDING-ENTRY "
                       "MASTER - STATUS " WS-STDENTRY-STATUS
                   CLOSE STANDING-LIST-FILE
                   MOVE 12 TO RETURN-CODE
                   GOBACK
               END-IF
               DISPLAY "STDGEN: NO STANDING-ENTRY MASTER - "
                   "NOTHING TO GENERATE"
               SET END-OF-FILE TO TRUE
           END-IF.

       PROCESS-STANDING-ENTRY.
           MOVE STD-SITE-CODE TO WS-ENTRY-SITE
           IF WS-ENTRY-SITE = SPACES
               MOVE "HQ" TO WS-ENTRY-SITE
           END-IF
           IF WS-ENTRY-SITE NOT = WS-SITE-CODE
               ADD 1 TO WS-OTHER-SITE-COUNT
           ELSE
               ADD 1 TO WS-READ-COUNT
               PERFORM EVALUATE-STANDING-ENTRY
               PERFORM WRITE-LIST-DETAIL
           END-IF.

      *****************************************************
      *  A BROKEN MASTER RECORD, OR A DUE ENTRY THE EXTRACT
      *  WOULD ONLY REJECT TONIGHT (CLOSED OR UNKNOWN
      *  ACCOUNT, AJ OFF THE PERIOD-END NIGHT), OR ONE ON
      *  THE SUSPENSE ACCOUNT, IS SKIPPED
      *  AND LISTED RATHER THAN WRITTEN. AN ENTRY THAT IS
      *  SIMPLY NOT DUE IS LISTED AS SUCH.
      *****************************************************
       EVALUATE-STANDING-ENTRY.
           MOVE SPACES TO WS-RESULT
           MOVE SPACES TO WS-DUE-DATE
           EVALUATE TRUE
               WHEN NOT (STD-DAILY OR STD-WEEKLY OR STD-MONTHLY
                   OR STD-PERIOD-END-ONLY)
                   MOVE "SKIP-BADFREQ" TO WS-RESULT
               WHEN NOT STD-TYPE-VALID
                   MOVE "SKIP-BADTYPE" TO WS-RESULT
               WHEN STD-AMOUNT IS NOT NUMERIC
                   MOVE "SKIP-BADAMT" TO WS-RESULT
               WHEN STD-START-DATE IS NOT NUMERIC
                   MOVE "SKIP-BADDATE" TO WS-RESULT
           END-EVALUATE
           IF WS-RESULT NOT = SPACES
               ADD 1 TO WS-SKIPPED-COUNT
           ELSE
               PERFORM FIND-DUE-DATE
               EVALUATE TRUE
                   WHEN ENTRY-DUE
                       PERFORM CHECK-DUE-ENTRY
                   WHEN STD-START-DATE > WS-TODAY-DATE
                       MOVE "NOT STARTED" TO WS-RESULT
                       ADD 1 TO WS-NOT-DUE-COUNT
                   WHEN STD-END-DATE NOT = SPACES
                       AND STD-END-DATE < WS-TODAY-DATE
                       MOVE "EXPIRED" TO WS-RESULT
                       ADD 1 TO WS-NOT-DUE-COUNT
                   WHEN OTHER
                       MOVE "NOT DUE" TO WS-RESULT
                       ADD 1 TO WS-NOT-DUE-COUNT
               END-EVALUATE
           END-IF.

      *****************************************************
      *  TRY EVERY DATE IN THE ROLL WINDOW AS A DUE DATE,
      *  INSIDE THE ENTRY'S START AND END DATES. A DAILY
      *  ENTRY IS DUE ON BUSINESS DAYS ONLY, SO A WEEKEND
      *  NEVER STACKS EXTRA DAILY ENTRIES ONTO MONDAY.
      *****************************************************
       FIND-DUE-DATE.
           MOVE "N" TO WS-DUE-SW
           MOVE STD-START-DATE TO WS-CHECK-NUM
           COMPUTE WS-START-INTEGER =
               FUNCTION INTEGER-OF-DATE(WS-CHECK-NUM)
           PERFORM VARYING WS-DAY-INTEGER
               FROM WS-WINDOW-FROM-INTEGER BY 1
               UNTIL ENTRY-DUE
               OR WS-DAY-INTEGER > WS-TODAY-INTEGER
               MOVE FUNCTION DATE-OF-INTEGER(WS-DAY-INTEGER)
                   TO WS-CHECK-NUM
               MOVE WS-CHECK-NUM TO WS-CHECK-DATE
               IF WS-CHECK-DATE NOT < STD-START-DATE
                   AND (STD-END-DATE = SPACES
                   OR WS-CHECK-DATE NOT > STD-END-DATE)
                   PERFORM CHECK-DUE-ON-DATE
                   IF ENTRY-DUE
                       MOVE WS-CHECK-DATE TO WS-DUE-DATE
                   END-IF
               END-IF
           END-PERFORM.

       CHECK-DUE-ON-DATE.
           EVALUATE TRUE
               WHEN STD-DAILY
                   IF WS-DAY-INTEGER = WS-TODAY-INTEGER
                       SET ENTRY-DUE TO TRUE
                   END-IF
               WHEN STD-WEEKLY
                   COMPUTE WS-DAYS-APART =
                       WS-DAY-INTEGER - WS-START-INTEGER
                   DIVIDE WS-DAYS-APART BY 7
                       GIVING WS-WEEK-QUOTIENT
                       REMAINDER WS-WEEK-REMAINDER
                   IF WS-WEEK-REMAINDER = ZERO
                       SET ENTRY-DUE TO TRUE
                   END-IF
               WHEN STD-MONTHLY
                   PERFORM CHECK-MONTHLY-DUE
               WHEN STD-PERIOD-END-ONLY
                   PERFORM LOOKUP-CALENDAR-DAY
                   IF DAY-IS-PERIOD-END
                       SET ENTRY-DUE TO TRUE
                   END-IF
           END-EVALUATE.

      *****************************************************
      *  DUE ON THE START DATE'S DAY OF THE MONTH; A MONTH
      *  TOO SHORT TO HAVE THAT DAY TAKES IT ON ITS LAST
      *  DAY (A 31ST-OF-THE-MONTH ENTRY FALLS DUE ON THE
      *  30TH IN SEPTEMBER).
      *****************************************************
       CHECK-MONTHLY-DUE.
           IF WS-CHECK-DATE(7:2) = STD-START-DATE(7:2)
               SET ENTRY-DUE TO TRUE
           ELSE
               MOVE FUNCTION DATE-OF-INTEGER(WS-DAY-INTEGER + 1)
                   TO WS-NEXT-NUM
               MOVE WS-NEXT-NUM TO WS-NEXT-DATE
               IF WS-NEXT-DATE(7:2) = "01"
                   AND STD-START-DATE(7:2) > WS-CHECK-DATE(7:2)
                   SET ENTRY-DUE TO TRUE
               END-IF
           END-IF.

       CHECK-DUE-ENTRY.
           PERFORM CHECK-ENTRY-ACCOUNT
           EVALUATE TRUE
               WHEN WS-RESULT NOT = SPACES
                   ADD 1 TO WS-SKIPPED-COUNT
      *        THE EXTRACT ONLY TAKES AJ ON A PERIOD-END NIGHT.
               WHEN STD-TYPE-ADJUSTMENT AND NOT PERIOD-END-RUN
                   MOVE "SKIP-AJ-NOPE" TO WS-RESULT
                   ADD 1 TO WS-SKIPPED-COUNT
               WHEN OTHER
                   PERFORM GENERATE-TRANSACTION
           END-EVALUATE.

       CHECK-ENTRY-ACCOUNT.
           MOVE ZERO TO WS-ACCT-HIT
           IF WS-ACCT-COUNT > ZERO
               PERFORM VARYING WS-ACCT-SUB FROM 1 BY 1
                   UNTIL WS-ACCT-SUB > WS-ACCT-COUNT
                   IF WS-ACCT-NUMBER (WS-ACCT-SUB) = STD-ACCOUNT
                       MOVE WS-ACCT-SUB TO WS-ACCT-HIT
                   END-IF
               END-PERFORM
           END-IF
           EVALUATE TRUE
      *        SUSPENSE ONLY MOVES THROUGH A CLEARING TRANSFER
      *        AGAINST A SUSPENSE ITEM, NEVER BY A STANDING ENTRY.
               WHEN STD-ACCOUNT = WS-SUSPENSE-ACCOUNT
                   MOVE "SKIP-SUSPENS" TO WS-RESULT
               WHEN WS-ACCT-HIT = ZERO
                   MOVE "SKIP-NOACCT" TO WS-RESULT
               WHEN WS-ACCT-STATUS (WS-ACCT-HIT) NOT = "O"
                   MOVE "SKIP-CLOSED" TO WS-RESULT
               WHEN WS-TODAY-DATE < WS-ACCT-FROM (WS-ACCT-HIT)
                   MOVE "SKIP-NOTYET" TO WS-RESULT
           END-EVALUATE.

      *****************************************************
      *  THE BATCH NUMBER IS ONLY TAKEN WHEN THE FIRST DUE
      *  ENTRY IS WRITTEN, AND ONLY ONCE TRANFILE HAS OPENED,
      *  SO A NIGHT WITH NOTHING DUE OR A FAILED OPEN DOES
      *  NOT BURN A NUMBER FROM TRANSEQ. A FAILED OPEN ENDS
      *  THE READ OF THE MASTER - NO LATER ENTRY CAN BE
      *  WRITTEN EITHER.
      *****************************************************
       GENERATE-TRANSACTION.
           IF NOT BATCH-OPEN
               PERFORM OPEN-GENERATED-BATCH
           END-IF
           IF NOT BATCH-OPEN
               MOVE "SKIP-NOFILE" TO WS-RESULT
               ADD 1 TO WS-SKIPPED-COUNT
           ELSE
               MOVE SPACES TO TRANSACTION-RECORD
               MOVE WS-TODAY-DATE TO TRAN-DATE
               MOVE STD-ACCOUNT TO TRAN-ACCOUNT
               MOVE STD-TYPE-CODE TO TRAN-TYPE-CODE
               MOVE STD-AMOUNT TO TRAN-AMOUNT
               MOVE WS-SITE-CODE TO TRAN-SITE-CODE
               MOVE WS-BATCH-NUMBER TO TRAN-BATCH-NO
               COMPUTE WS-LINE-NUMBER = WS-GENERATED-COUNT + 1
               MOVE WS-LINE-NUMBER TO TRAN-LINE-NO
               WRITE TRANSACTION-RECORD
               ADD 1 TO WS-GENERATED-COUNT
               ADD STD-AMOUNT TO WS-GENERATED-AMOUNT
               MOVE "GENERATED" TO WS-RESULT
           END-IF.

       OPEN-GENERATED-BATCH.
           OPEN EXTEND TRANSACTION-FILE
           IF WS-TRANFILE-STATUS = "35"
               OPEN OUTPUT TRANSACTION-FILE
           END-IF
           IF WS-TRANFILE-STATUS NOT = "00"
               DISPLAY "STDGEN: CANNOT OPEN TRANSACTION FILE - "
                   "STATUS " WS-TRANFILE-STATUS
                   " - NO DUE ENTRIES GENERATED TONIGHT"
               MOVE 12 TO RETURN-CODE
               SET GENERATION-FAILED TO TRUE
               SET END-OF-FILE TO TRUE
           ELSE
               PERFORM GET-NEXT-BATCH-NUMBER
               SET BATCH-OPEN TO TRUE
           END-IF.

       GET-NEXT-BATCH-NUMBER.
           MOVE ZERO TO WS-BATCH-NUMBER
           OPEN INPUT BATCH-SEQUENCE-FILE
           IF WS-TRANSEQ-STATUS = "00"
               READ BATCH-SEQUENCE-FILE
                   AT END
                       MOVE ZERO TO WS-BATCH-NUMBER
                   NOT AT END
                       MOVE TRNSEQ-LAST-BATCH TO WS-BATCH-NUMBER
               END-READ
               CLOSE BATCH-SEQUENCE-FILE
           END-IF
           ADD 1 TO WS-BATCH-NUMBER
           OPEN OUTPUT BATCH-SEQUENCE-FILE
           IF WS-TRANSEQ-STATUS = "00"
               MOVE WS-BATCH-NUMBER TO TRNSEQ-LAST-BATCH
               WRITE BATCH-SEQUENCE-RECORD
               CLOSE BATCH-SEQUENCE-FILE
           ELSE
               DISPLAY "STDGEN: *** CANNOT SAVE BATCH NUMBER "
                   WS-BATCH-NUMBER " TO TRANSEQ - STATUS "
                   WS-TRANSEQ-STATUS " - THE NEXT BATCH WILL "
                   "REUSE IT; FIX TRANSEQ BEFORE TRANENT KEYS "
                   "MORE ***"
           END-IF.

       WRITE-LIST-HEADING.
           MOVE SPACES TO STANDING-LIST-LINE
           STRING "STANDING ENTRIES FOR SITE " WS-SITE-CODE
               " - CYCLE DATE " WS-TODAY-DATE
               DELIMITED BY SIZE
               INTO STANDING-LIST-LINE
           END-STRING
           WRITE STANDING-LIST-LINE
           MOVE SPACES TO STANDING-LIST-LINE
           WRITE STANDING-LIST-LINE
           MOVE SPACES TO STANDING-LIST-LINE
           STRING "ID    ACCOUNT   TY        AMOUNT  FQ   DUE DATE"
               "  RESULT        DESCRIPTION"
               DELIMITED BY SIZE
               INTO STANDING-LIST-LINE
           END-STRING
           WRITE STANDING-LIST-LINE.

       WRITE-LIST-DETAIL.
           MOVE STD-ENTRY-ID TO LST-ENTRY-ID
           MOVE STD-ACCOUNT TO LST-ACCOUNT
           MOVE STD-TYPE-CODE TO LST-TYPE
           IF STD-AMOUNT IS NUMERIC
               MOVE STD-AMOUNT TO LST-AMOUNT
           ELSE
               MOVE ZERO TO LST-AMOUNT
           END-IF
           MOVE STD-FREQUENCY TO LST-FREQUENCY
           MOVE WS-DUE-DATE TO LST-DUE-DATE
           MOVE WS-RESULT TO LST-RESULT
           MOVE STD-DESCRIPTION TO LST-DESCRIPTION
           WRITE STANDING-LIST-LINE FROM WS-LIST-DETAIL.

       WRITE-LIST-TOTALS.
           MOVE SPACES TO STANDING-LIST-LINE
           WRITE STANDING-LIST-LINE
           MOVE SPACES TO STANDING-LIST-LINE
           MOVE WS-GENERATED-COUNT TO WS-COUNT-EDITED
           MOVE WS-GENERATED-AMOUNT TO WS-AMOUNT-EDITED
           EVALUATE TRUE
               WHEN GENERATION-FAILED
                   STRING "TRANFILE COULD NOT BE OPENED - NO BATCH "
                       "RELEASED; LATER ENTRIES NOT READ"
                       DELIMITED BY SIZE
                       INTO STANDING-LIST-LINE
                   END-STRING
               WHEN WS-GENERATED-COUNT > ZERO
                   STRING "BATCH " WS-BATCH-NUMBER " - GENERATED "
                       WS-COUNT-EDITED " AMOUNT " WS-AMOUNT-EDITED
                       DELIMITED BY SIZE
                       INTO STANDING-LIST-LINE
                   END-STRING
               WHEN OTHER
                   STRING "NO ENTRIES DUE - NO BATCH RELEASED"
                       DELIMITED BY SIZE
                       INTO STANDING-LIST-LINE
                   END-STRING
           END-EVALUATE
           WRITE STANDING-LIST-LINE
           MOVE SPACES TO STANDING-LIST-LINE
           MOVE WS-SKIPPED-COUNT TO WS-COUNT-EDITED
           STRING "SKIPPED " WS-COUNT-EDITED
               DELIMITED BY SIZE
               INTO STANDING-LIST-LINE
           END-STRING
           WRITE STANDING-LIST-LINE
           MOVE SPACES TO STANDING-LIST-LINE
           MOVE WS-NOT-DUE-COUNT TO WS-COUNT-EDITED
           STRING "NOT DUE " WS-COUNT-EDITED
               DELIMITED BY SIZE
               INTO STANDING-LIST-LINE
           END-STRING
           WRITE STANDING-LIST-LINE.

       CLOSE-FILES.
           IF MASTER-OPEN
               CLOSE STANDING-ENTRY-FILE
           END-IF
           IF BATCH-OPEN
               CLOSE TRANSACTION-FILE
           END-IF
           CLOSE STANDING-LIST-FILE.

       DISPLAY-GENERATOR-TOTALS.
           DISPLAY " "
           DISPLAY "===== STDGEN CONTROL TOTALS ====="
           DISPLAY "CYCLE DATE.......: " WS-TODAY-DATE
           DISPLAY "SITE.............: " WS-SITE-CODE
           MOVE WS-READ-COUNT TO WS-COUNT-EDITED
           DISPLAY "ENTRIES FOR SITE.: " WS-COUNT-EDITED
           MOVE WS-OTHER-SITE-COUNT TO WS-COUNT-EDITED
           DISPLAY "OTHER-SITE LEFT..: " WS-COUNT-EDITED
           MOVE WS-GENERATED-COUNT TO WS-COUNT-EDITED
           DISPLAY "GENERATED........: " WS-COUNT-EDITED
           MOVE WS-NOT-DUE-COUNT TO WS-COUNT-EDITED
           DISPLAY "NOT DUE..........: " WS-COUNT-EDITED
           MOVE WS-SKIPPED-COUNT TO WS-COUNT-EDITED
           DISPLAY "SKIPPED..........: " WS-COUNT-EDITED
           MOVE WS-GENERATED-AMOUNT TO WS-AMOUNT-EDITED
           DISPLAY "AMOUNT GENERATED.: " WS-AMOUNT-EDITED
           IF WS-GENERATED-COUNT > ZERO
               DISPLAY "BATCH NUMBER.....: " WS-BATCH-NUMBER
           END-IF.
