      *cobc -x -frelax-syntax -I copybooks jobs/PERCLOSE.COB
      *export CALENDAR=data/CALENDAR.DAT CHKPOINT=data/CHKPOINT.DAT
      *export LEDMAST=data/LEDMAST.DAT POSTJRNL=data/POSTJRNL.DAT
      *export PERCTL=data/PERCTL.DAT PERHIST=data/PERHIST.DAT
      *export CLOSERPT=data/CLOSERPT.DAT
      *****************************************************
      *  PERCLOSE - MONTH-END PERIOD CLOSE
      *
      *  RUNS ON THE CALENDAR'S PERIOD-END NIGHT AFTER
      *  LEDPOST HAS POSTED AND PROMOTED THE NIGHT. FOR
      *  EVERY ACCOUNT IT WORKS OUT THE PERIOD'S OPENING
      *  BALANCE (THE CLOSING BALANCE THE PREVIOUS CLOSE
      *  RECORDED), THE PERIOD'S DEBITS AND CREDITS FROM
      *  THE POSTING JOURNAL, AND THE CLOSING BALANCE ON
      *  THE LEDGER MASTER, AND PRINTS THE CLOSE REPORT
      *  PROVING OPENING + CREDITS - DEBITS = CLOSING FOR
      *  EACH ONE. ONLY WHEN EVERY ACCOUNT PROVES ARE THE
      *  BALANCES WRITTEN TO THE PERIOD HISTORY FILE AND
      *  THE PERIOD MARKED CLOSED ON THE PERIOD CONTROL
      *  FILE - FROM THEN ON TRANENT, DLYEXT AND LEDPOST
      *  REFUSE ANYTHING DATED INTO IT. AN ACCOUNT WITH NO
      *  HISTORY FROM A PREVIOUS CLOSE (THE FIRST CLOSE, OR
      *  AN ACCOUNT OPENED THIS PERIOD) HAS ITS OPENING
      *  BALANCE DERIVED BACK FROM THE CLOSING BALANCE AND
      *  IS MARKED DERV ON THE REPORT.
      *
      *  RETURN-CODE:
      *     0  = PERIOD CLOSED, OR NOT A PERIOD-END NIGHT
      *     8  = AN ACCOUNT FAILED THE PROOF - NOT CLOSED
      *    12  = LEDPOST HAS NOT COMPLETED TONIGHT, OR A
      *          FILE COULD NOT BE READ OR WRITTEN
      *****************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PERCLOSE.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CALENDAR-FILE ASSIGN TO "CALENDAR"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-CALENDAR-STATUS.

           SELECT CHECKPOINT-FILE ASSIGN TO "CHKPOINT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-CHKPOINT-STATUS.

           SELECT LEDGER-MASTER-FILE ASSIGN TO "LEDMAST"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-LEDMAST-STATUS.

           SELECT POSTING-JOURNAL-FILE ASSIGN TO "POSTJRNL"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-JOURNAL-STATUS.

           SELECT PERIOD-CONTROL-FILE ASSIGN TO "PERCTL"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-PERCTL-STATUS.

           SELECT PERIOD-HISTORY-FILE ASSIGN TO "PERHIST"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-PERHIST-STATUS.

           SELECT CLOSE-REPORT-FILE ASSIGN TO "CLOSERPT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CALENDAR-FILE.
           COPY CALREC.

       FD  CHECKPOINT-FILE.
           COPY CHKPTREC.

       FD  LEDGER-MASTER-FILE.
           COPY LEDREC.

       FD  POSTING-JOURNAL-FILE.
           COPY PJRNLREC.

       FD  PERIOD-CONTROL-FILE.
           COPY PERCTLREC.

       FD  PERIOD-HISTORY-FILE.
           COPY PERHISTREC.

       FD  CLOSE-REPORT-FILE.
       01  CLOSE-REPORT-LINE             PIC X(120).

       WORKING-STORAGE SECTION.
       01  WS-CALENDAR-STATUS            PIC XX.
       01  WS-CHKPOINT-STATUS            PIC XX.
       01  WS-LEDMAST-STATUS             PIC XX.
       01  WS-JOURNAL-STATUS             PIC XX.
       01  WS-PERCTL-STATUS              PIC XX.
       01  WS-PERHIST-STATUS             PIC XX.
       01  WS-REPORT-STATUS              PIC XX.

       01  WS-CURRENT-DATE-TIME          PIC X(21).
       01  WS-TODAY-DATE                 PIC X(8).
       01  WS-CYCLE-DATE-OVERRIDE        PIC X(8).
       01  WS-SITE-CODE                  PIC X(3).
       01  WS-RECORD-SITE                PIC X(3).

       01  WS-PERIOD-ID                  PIC X(6).
       01  WS-PERIOD-START               PIC X(8).
       01  WS-PRIOR-PERIOD-ID            PIC X(6).
       01  WS-PRIOR-PERIOD-END           PIC X(8).
       01  WS-DATE-NUM                   PIC 9(8).
       01  WS-DAY-INTEGER                PIC 9(9).

       01  WS-CLOSE-TABLE.
           05  WS-CLS-COUNT              PIC 9(4) VALUE ZERO.
           05  WS-CLS-ENTRY OCCURS 2000 TIMES.
               10  WS-CLS-ACCOUNT        PIC X(8).
               10  WS-CLS-OPENING        PIC S9(13)V99.
               10  WS-CLS-DEBITS         PIC S9(13)V99.
               10  WS-CLS-CREDITS        PIC S9(13)V99.
               10  WS-CLS-CLOSING        PIC S9(13)V99.
               10  WS-CLS-HISTORY-FLAG   PIC X(1).
                   88  WS-CLS-FROM-HISTORY VALUE "Y".
       01  WS-CLS-SUB                    PIC 9(4) VALUE ZERO.
       01  WS-CLS-HIT                    PIC 9(4) VALUE ZERO.
       01  WS-LOOKUP-ACCOUNT             PIC X(8).

       01  WS-JOURNAL-AMOUNT             PIC S9(13)V99 VALUE ZERO.
       01  WS-JOURNAL-LINES              PIC 9(7) VALUE ZERO.

       01  WS-FLAGGED-COUNT              PIC 9(5) VALUE ZERO.
       01  WS-DERIVED-COUNT              PIC 9(5) VALUE ZERO.
       01  WS-HISTORY-COUNT              PIC 9(5) VALUE ZERO.

       01  WS-EXPECTED-BALANCE           PIC S9(13)V99 VALUE ZERO.
       01  WS-TOTAL-OPENING              PIC S9(13)V99 VALUE ZERO.
       01  WS-TOTAL-DEBITS               PIC S9(13)V99 VALUE ZERO.
       01  WS-TOTAL-CREDITS              PIC S9(13)V99 VALUE ZERO.
       01  WS-TOTAL-CLOSING              PIC S9(13)V99 VALUE ZERO.
       01  WS-TOTAL-PROOF                PIC S9(13)V99 VALUE ZERO.

       01  WS-COUNT-EDITED               PIC Z,ZZZ,ZZ9.

       01  WS-CHKPT-EVENT                PIC X(9).
       01  WS-CHKPT-COUNT                PIC 9(7) VALUE ZERO.

       01  WS-DETAIL-LINE.
           05  DET-ACCOUNT               PIC X(8).
           05  FILLER                    PIC X(2)  VALUE SPACES.
           05  DET-OPENING               PIC -(13)9.99.
           05  FILLER                    PIC X(1)  VALUE SPACES.
           05  DET-SOURCE                PIC X(4).
           05  FILLER                    PIC X(1)  VALUE SPACES.
           05  DET-DEBITS                PIC -(13)9.99.
           05  FILLER                    PIC X(2)  VALUE SPACES.
           05  DET-CREDITS               PIC -(13)9.99.
           05  FILLER                    PIC X(2)  VALUE SPACES.
           05  DET-CLOSING               PIC -(13)9.99.
           05  FILLER                    PIC X(2)  VALUE SPACES.
           05  DET-FLAG                  PIC X(3).

       01  WS-TOTAL-LINE.
           05  TOT-TITLE                 PIC X(8).
           05  FILLER                    PIC X(2)  VALUE SPACES.
           05  TOT-OPENING               PIC -(13)9.99.
           05  FILLER                    PIC X(6)  VALUE SPACES.
           05  TOT-DEBITS                PIC -(13)9.99.
           05  FILLER                    PIC X(2)  VALUE SPACES.
           05  TOT-CREDITS               PIC -(13)9.99.
           05  FILLER                    PIC X(2)  VALUE SPACES.
           05  TOT-CLOSING               PIC -(13)9.99.

       01  WS-PROOF-LINE.
           05  FILLER                    PIC X(30) VALUE
               "PROOF: OPENING + CR - DB ....".
           05  PRF-AMOUNT                PIC -(13)9.99.
           05  FILLER                    PIC X(2)  VALUE SPACES.
           05  PRF-VERDICT               PIC X(14).

       01  WS-SWITCHES.
           05  WS-EOF-SW                 PIC X VALUE "N".
               88  END-OF-FILE           VALUE "Y".
           05  WS-STEP-DONE-SW           PIC X VALUE "N".
               88  STEP-ALREADY-DONE     VALUE "Y".
           05  WS-POSTED-SW              PIC X VALUE "N".
               88  POSTING-COMPLETED     VALUE "Y".
           05  WS-PERIOD-END-SW          PIC X VALUE "N".
               88  PERIOD-END-NIGHT      VALUE "Y".
           05  WS-CLOSED-SW              PIC X VALUE "N".
               88  PERIOD-ALREADY-CLOSED VALUE "Y".

       PROCEDURE DIVISION.

       MAIN-LOGIC.
           PERFORM INITIALIZE-CLOSE
           PERFORM DETERMINE-PERIOD-END
           IF NOT PERIOD-END-NIGHT
               DISPLAY "PERCLOSE: " WS-TODAY-DATE " IS NOT A "
                   "PERIOD-END NIGHT - NOTHING TO CLOSE"
               GOBACK
           END-IF
           PERFORM CHECK-PRIOR-CHECKPOINT
           IF STEP-ALREADY-DONE
               DISPLAY "PERCLOSE: ALREADY COMPLETED FOR "
                   WS-TODAY-DATE " - STEP SKIPPED ON RESTART"
               GOBACK
           END-IF
           IF NOT POSTING-COMPLETED
               DISPLAY "PERCLOSE: *** LEDPOST HAS NOT COMPLETED "
                   "FOR " WS-TODAY-DATE " - PERIOD NOT CLOSED ***"
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF
           PERFORM FIND-PRIOR-CLOSE
           IF PERIOD-ALREADY-CLOSED
               DISPLAY "PERCLOSE: PERIOD " WS-PERIOD-ID " FOR SITE "
                   WS-SITE-CODE " IS ALREADY CLOSED - NOTHING "
                   "TO DO"
               GOBACK
           END-IF
           MOVE "STARTED" TO WS-CHKPT-EVENT
           MOVE ZERO TO WS-CHKPT-COUNT
           PERFORM WRITE-CHECKPOINT
           PERFORM LOAD-OPENING-BALANCES
           PERFORM LOAD-CLOSING-BALANCES
           PERFORM ACCUMULATE-PERIOD-ACTIVITY
           PERFORM PRINT-CLOSE-REPORT
           PERFORM DISPLAY-CLOSE-TOTALS
           IF WS-FLAGGED-COUNT > ZERO
               DISPLAY "PERCLOSE: *** " WS-FLAGGED-COUNT
                   " ACCOUNT(S) FAILED THE PERIOD PROOF - PERIOD "
                   WS-PERIOD-ID " NOT CLOSED ***"
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           PERFORM WRITE-PERIOD-HISTORY
           PERFORM MARK-PERIOD-CLOSED
           MOVE "COMPLETED" TO WS-CHKPT-EVENT
           MOVE WS-CLS-COUNT TO WS-CHKPT-COUNT
           PERFORM WRITE-CHECKPOINT
           DISPLAY "PERCLOSE: PERIOD " WS-PERIOD-ID " ("
               WS-PERIOD-START " - " WS-TODAY-DATE ") CLOSED FOR "
               "SITE " WS-SITE-CODE
           GOBACK.

       INITIALIZE-CLOSE.
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
           MOVE WS-TODAY-DATE(1:6) TO WS-PERIOD-ID
           MOVE SPACES TO WS-PRIOR-PERIOD-ID
           MOVE SPACES TO WS-PRIOR-PERIOD-END
           MOVE ZERO TO WS-CLS-COUNT
           MOVE ZERO TO WS-FLAGGED-COUNT
           MOVE ZERO TO WS-DERIVED-COUNT
           MOVE ZERO TO WS-HISTORY-COUNT
           MOVE ZERO TO WS-JOURNAL-LINES
           MOVE "N" TO WS-EOF-SW
           MOVE SPACES TO WS-SITE-CODE
           ACCEPT WS-SITE-CODE FROM ENVIRONMENT
               "WELCOME_SITE_CODE"
           IF WS-SITE-CODE = SPACES
               MOVE "HQ" TO WS-SITE-CODE
           END-IF.

      *****************************************************
      *  THE CLOSE RUNS ONLY ON THE NIGHT THE BUSINESS
      *  CALENDAR FLAGS AS PERIOD-END, SO THE STEP CAN SIT
      *  IN THE NIGHTLY STREAM AND DO NOTHING ON THE OTHER
      *  NIGHTS OF THE MONTH.
      *****************************************************
       DETERMINE-PERIOD-END.
           MOVE "N" TO WS-PERIOD-END-SW
           MOVE "N" TO WS-EOF-SW
           OPEN INPUT CALENDAR-FILE
           IF WS-CALENDAR-STATUS = "00"
               PERFORM UNTIL END-OF-FILE
                   READ CALENDAR-FILE
                       AT END
                           SET END-OF-FILE TO TRUE
                       NOT AT END
                           IF CAL-DATE = WS-TODAY-DATE
                               AND CAL-PERIOD-END
                               SET PERIOD-END-NIGHT TO TRUE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CALENDAR-FILE
           END-IF
           MOVE "N" TO WS-EOF-SW.

      *****************************************************
      *  ONE PASS OF THE CHECKPOINT FILE ANSWERS BOTH
      *  QUESTIONS: HAS THIS CLOSE ALREADY RUN TONIGHT, AND
      *  HAS LEDPOST FINISHED TONIGHT'S POSTING - CLOSING
      *  ON YESTERDAY'S BALANCES WOULD LOCK THE PERIOD
      *  WITHOUT ITS LAST NIGHT.
      *****************************************************
       CHECK-PRIOR-CHECKPOINT.
           MOVE "N" TO WS-STEP-DONE-SW
           MOVE "N" TO WS-POSTED-SW
           MOVE "N" TO WS-EOF-SW
           OPEN INPUT CHECKPOINT-FILE
           IF WS-CHKPOINT-STATUS = "00"
               PERFORM UNTIL END-OF-FILE
                   READ CHECKPOINT-FILE
                       AT END
                           SET END-OF-FILE TO TRUE
                       NOT AT END
                           IF CHKPT-RUN-DATE = WS-TODAY-DATE
                               AND CHKPT-COMPLETED
                               IF CHKPT-JOB-NAME = "PERCLOSE"
                                   SET STEP-ALREADY-DONE TO TRUE
                               END-IF
                               IF CHKPT-JOB-NAME = "LEDPOST"
                                   SET POSTING-COMPLETED TO TRUE
                               END-IF
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
           MOVE "PERCLOSE" TO CHKPT-JOB-NAME
           MOVE WS-CHKPT-EVENT TO CHKPT-EVENT
           MOVE WS-CURRENT-DATE-TIME(9:6) TO CHKPT-TIME
           MOVE WS-CHKPT-COUNT TO CHKPT-RECORD-COUNT
           WRITE CHECKPOINT-RECORD
           CLOSE CHECKPOINT-FILE.

      *****************************************************
      *  THE PERIOD BEING CLOSED STARTS THE DAY AFTER THIS
      *  SITE'S LATEST CLOSED PERIOD ENDED. WITH NO CLOSE ON
      *  FILE YET IT STARTS ON THE FIRST OF THE MONTH. A
      *  MISSING CONTROL FILE SIMPLY MEANS NOTHING HAS BEEN
      *  CLOSED.
      *****************************************************
       FIND-PRIOR-CLOSE.
           MOVE "N" TO WS-CLOSED-SW
           MOVE "N" TO WS-EOF-SW
           OPEN INPUT PERIOD-CONTROL-FILE
           IF WS-PERCTL-STATUS = "00"
               PERFORM UNTIL END-OF-FILE
                   READ PERIOD-CONTROL-FILE
                       AT END
                           SET END-OF-FILE TO TRUE
                       NOT AT END
                           PERFORM CHECK-CONTROL-RECORD
                   END-READ
               END-PERFORM
               CLOSE PERIOD-CONTROL-FILE
           END-IF
           MOVE "N" TO WS-EOF-SW
           IF WS-PRIOR-PERIOD-END = SPACES
               STRING WS-PERIOD-ID "01" DELIMITED BY SIZE
                   INTO WS-PERIOD-START
               END-STRING
           ELSE
               MOVE WS-PRIOR-PERIOD-END TO WS-DATE-NUM
               COMPUTE WS-DAY-INTEGER =
                   FUNCTION INTEGER-OF-DATE(WS-DATE-NUM) + 1
               MOVE FUNCTION DATE-OF-INTEGER(WS-DAY-INTEGER)
                   TO WS-DATE-NUM
               MOVE WS-DATE-NUM TO WS-PERIOD-START
           END-IF.

       CHECK-CONTROL-RECORD.
           MOVE PCTL-SITE-CODE TO WS-RECORD-SITE
           IF WS-RECORD-SITE = SPACES
               MOVE "HQ" TO WS-RECORD-SITE
           END-IF
           IF WS-RECORD-SITE = WS-SITE-CODE
               AND PCTL-CLOSED
               IF PCTL-PERIOD = WS-PERIOD-ID
                   OR PCTL-END-DATE NOT < WS-TODAY-DATE
                   SET PERIOD-ALREADY-CLOSED TO TRUE
               ELSE
                   IF WS-PRIOR-PERIOD-END = SPACES
                       OR PCTL-END-DATE > WS-PRIOR-PERIOD-END
                       MOVE PCTL-END-DATE TO WS-PRIOR-PERIOD-END
                       MOVE PCTL-PERIOD TO WS-PRIOR-PERIOD-ID
                   END-IF
               END-IF
           END-IF.

      *****************************************************
      *  OPENING BALANCES ARE THE CLOSING BALANCES THE
      *  PREVIOUS CLOSE WROTE FOR THIS SITE. EACH ONE SEEDS
      *  AN ENTRY IN THE CLOSE TABLE.
      *****************************************************
       LOAD-OPENING-BALANCES.
           IF WS-PRIOR-PERIOD-ID NOT = SPACES
               MOVE "N" TO WS-EOF-SW
               OPEN INPUT PERIOD-HISTORY-FILE
               IF WS-PERHIST-STATUS = "00"
                   PERFORM UNTIL END-OF-FILE
                       READ PERIOD-HISTORY-FILE
                           AT END
                               SET END-OF-FILE TO TRUE
                           NOT AT END
                               PERFORM LOAD-OPENING-ENTRY
                       END-READ
                   END-PERFORM
                   CLOSE PERIOD-HISTORY-FILE
               ELSE
                   DISPLAY "PERCLOSE: PERIOD HISTORY NOT FOUND - "
                       "OPENING BALANCES WILL BE DERIVED"
               END-IF
               MOVE "N" TO WS-EOF-SW
           END-IF.

       LOAD-OPENING-ENTRY.
           MOVE PHST-SITE-CODE TO WS-RECORD-SITE
           IF WS-RECORD-SITE = SPACES
               MOVE "HQ" TO WS-RECORD-SITE
           END-IF
           IF WS-RECORD-SITE = WS-SITE-CODE
               AND PHST-PERIOD = WS-PRIOR-PERIOD-ID
               MOVE PHST-ACCOUNT TO WS-LOOKUP-ACCOUNT
               PERFORM FIND-CLOSE-ENTRY
               IF WS-CLS-HIT > ZERO
                   MOVE PHST-CLOSING-BALANCE
                       TO WS-CLS-OPENING (WS-CLS-HIT)
                   MOVE "Y" TO WS-CLS-HISTORY-FLAG (WS-CLS-HIT)
               END-IF
           END-IF.

      *****************************************************
      *  CLOSING BALANCES ARE THE NEW BALANCES ON THE
      *  MASTER LEDPOST PROMOTED TONIGHT. WITHOUT A READABLE
      *  MASTER THERE IS NOTHING TO CLOSE.
      *****************************************************
       LOAD-CLOSING-BALANCES.
           MOVE "N" TO WS-EOF-SW
           OPEN INPUT LEDGER-MASTER-FILE
           IF WS-LEDMAST-STATUS NOT = "00"
               DISPLAY "PERCLOSE: CANNOT OPEN LEDMAST - STATUS "
                   WS-LEDMAST-STATUS " - PERIOD NOT CLOSED"
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF
           PERFORM UNTIL END-OF-FILE
               READ LEDGER-MASTER-FILE
                   AT END
                       SET END-OF-FILE TO TRUE
                   NOT AT END
                       MOVE LED-ACCOUNT TO WS-LOOKUP-ACCOUNT
                       PERFORM FIND-CLOSE-ENTRY
                       IF WS-CLS-HIT > ZERO
                           MOVE LED-NEW-BALANCE
                               TO WS-CLS-CLOSING (WS-CLS-HIT)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE LEDGER-MASTER-FILE
           MOVE "N" TO WS-EOF-SW.

      *****************************************************
      *  THE PERIOD'S ACTIVITY IS EVERY POSTING JOURNAL
      *  LINE RUN BETWEEN THE PERIOD START AND TONIGHT. THE
      *  PERIOD-END SUMMARY LINE IS NOT A POSTING AND IS
      *  LEFT OUT. LEDPOST SUBTRACTS A DB AND ADDS ANY
      *  OTHER TYPE, SO THE SAME SPLIT IS USED HERE.
      *****************************************************
       ACCUMULATE-PERIOD-ACTIVITY.
           MOVE "N" TO WS-EOF-SW
           OPEN INPUT POSTING-JOURNAL-FILE
           IF WS-JOURNAL-STATUS = "00"
               PERFORM UNTIL END-OF-FILE
                   READ POSTING-JOURNAL-FILE
                       AT END
                           SET END-OF-FILE TO TRUE
                       NOT AT END
                           IF JRNL-RUN-DATE NOT < WS-PERIOD-START
                               AND JRNL-RUN-DATE
                                   NOT > WS-TODAY-DATE
                               AND JRNL-ACCOUNT NOT = "*PERIOD*"
                               PERFORM ACCUMULATE-JOURNAL-LINE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE POSTING-JOURNAL-FILE
           ELSE
               DISPLAY "PERCLOSE: POSTING JOURNAL NOT FOUND - "
                   "NO ACTIVITY FOR THE PERIOD"
           END-IF
           MOVE "N" TO WS-EOF-SW.

       ACCUMULATE-JOURNAL-LINE.
           ADD 1 TO WS-JOURNAL-LINES
           MOVE JRNL-ACCOUNT TO WS-LOOKUP-ACCOUNT
           PERFORM FIND-CLOSE-ENTRY
           IF WS-CLS-HIT > ZERO
               COMPUTE WS-JOURNAL-AMOUNT =
                   FUNCTION NUMVAL(JRNL-AMOUNT)
               IF JRNL-TYPE-CODE = "DB"
                   ADD WS-JOURNAL-AMOUNT
                       TO WS-CLS-DEBITS (WS-CLS-HIT)
               ELSE
                   ADD WS-JOURNAL-AMOUNT
                       TO WS-CLS-CREDITS (WS-CLS-HIT)
               END-IF
           END-IF.

      *****************************************************
      *  FINDS THE ACCOUNT IN THE CLOSE TABLE, ADDING IT
      *  WHEN IT IS NOT THERE YET. A FULL TABLE STOPS THE
      *  CLOSE RATHER THAN LEAVING AN ACCOUNT OUT OF IT.
      *****************************************************
       FIND-CLOSE-ENTRY.
           MOVE ZERO TO WS-CLS-HIT
           IF WS-CLS-COUNT > ZERO
               PERFORM VARYING WS-CLS-SUB FROM 1 BY 1
                   UNTIL WS-CLS-SUB > WS-CLS-COUNT
                   OR WS-CLS-HIT > ZERO
                   IF WS-CLS-ACCOUNT (WS-CLS-SUB)
                       = WS-LOOKUP-ACCOUNT
                       MOVE WS-CLS-SUB TO WS-CLS-HIT
                   END-IF
               END-PERFORM
           END-IF
           IF WS-CLS-HIT = ZERO
               IF WS-CLS-COUNT >= 2000
                   DISPLAY "PERCLOSE: MORE THAN 2000 ACCOUNTS - "
                       "PERIOD NOT CLOSED"
                   MOVE 12 TO RETURN-CODE
                   GOBACK
               END-IF
               ADD 1 TO WS-CLS-COUNT
               MOVE WS-CLS-COUNT TO WS-CLS-HIT
               MOVE WS-LOOKUP-ACCOUNT
                   TO WS-CLS-ACCOUNT (WS-CLS-HIT)
               MOVE ZERO TO WS-CLS-OPENING (WS-CLS-HIT)
               MOVE ZERO TO WS-CLS-DEBITS (WS-CLS-HIT)
               MOVE ZERO TO WS-CLS-CREDITS (WS-CLS-HIT)
               MOVE ZERO TO WS-CLS-CLOSING (WS-CLS-HIT)
               MOVE "N" TO WS-CLS-HISTORY-FLAG (WS-CLS-HIT)
           END-IF.

       PRINT-CLOSE-REPORT.
           OPEN OUTPUT CLOSE-REPORT-FILE
           IF WS-REPORT-STATUS NOT = "00"
               DISPLAY "PERCLOSE: CANNOT OPEN REPORT FILE - "
                   "STATUS " WS-REPORT-STATUS
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF
           MOVE SPACES TO CLOSE-REPORT-LINE
           STRING "PERIOD CLOSE - SITE " WS-SITE-CODE
               "  PERIOD " WS-PERIOD-ID
               "  (" WS-PERIOD-START " - " WS-TODAY-DATE ")"
               DELIMITED BY SIZE
               INTO CLOSE-REPORT-LINE
           END-STRING
           WRITE CLOSE-REPORT-LINE
           MOVE SPACES TO CLOSE-REPORT-LINE
           WRITE CLOSE-REPORT-LINE
           MOVE SPACES TO CLOSE-REPORT-LINE
           STRING "ACCOUNT     OPENING BALANCE SRC         MTD DEBITS"
               "        MTD CREDITS    CLOSING BALANCE"
               DELIMITED BY SIZE
               INTO CLOSE-REPORT-LINE
           END-STRING
           WRITE CLOSE-REPORT-LINE
           MOVE ZERO TO WS-TOTAL-OPENING
           MOVE ZERO TO WS-TOTAL-DEBITS
           MOVE ZERO TO WS-TOTAL-CREDITS
           MOVE ZERO TO WS-TOTAL-CLOSING
           PERFORM VARYING WS-CLS-SUB FROM 1 BY 1
               UNTIL WS-CLS-SUB > WS-CLS-COUNT
               PERFORM PRINT-ACCOUNT-LINE
           END-PERFORM
           PERFORM WRITE-REPORT-TOTALS
           CLOSE CLOSE-REPORT-FILE.

      *****************************************************
      *  EVERY ACCOUNT IS PROVEN: OPENING + CREDITS -
      *  DEBITS MUST EQUAL THE CLOSING BALANCE ON THE
      *  MASTER. A LINE THAT FAILS IS FLAGGED *** AND
      *  KEEPS THE PERIOD OPEN. AN ACCOUNT WITH NO OPENING
      *  ON FILE TAKES ITS OPENING FROM THE CLOSING BALANCE
      *  AND THE PERIOD'S ACTIVITY (DERV), SINCE THERE IS
      *  NOTHING EARLIER TO PROVE IT AGAINST.
      *****************************************************
       PRINT-ACCOUNT-LINE.
           IF WS-CLS-FROM-HISTORY (WS-CLS-SUB)
               ADD 1 TO WS-HISTORY-COUNT
           ELSE
               COMPUTE WS-CLS-OPENING (WS-CLS-SUB) =
                   WS-CLS-CLOSING (WS-CLS-SUB)
                   - WS-CLS-CREDITS (WS-CLS-SUB)
                   + WS-CLS-DEBITS (WS-CLS-SUB)
               ADD 1 TO WS-DERIVED-COUNT
           END-IF
           COMPUTE WS-EXPECTED-BALANCE =
               WS-CLS-OPENING (WS-CLS-SUB)
               + WS-CLS-CREDITS (WS-CLS-SUB)
               - WS-CLS-DEBITS (WS-CLS-SUB)
           MOVE SPACES TO WS-DETAIL-LINE
           MOVE WS-CLS-ACCOUNT (WS-CLS-SUB) TO DET-ACCOUNT
           MOVE WS-CLS-OPENING (WS-CLS-SUB) TO DET-OPENING
           IF WS-CLS-FROM-HISTORY (WS-CLS-SUB)
               MOVE "HIST" TO DET-SOURCE
           ELSE
               MOVE "DERV" TO DET-SOURCE
           END-IF
           MOVE WS-CLS-DEBITS (WS-CLS-SUB) TO DET-DEBITS
           MOVE WS-CLS-CREDITS (WS-CLS-SUB) TO DET-CREDITS
           MOVE WS-CLS-CLOSING (WS-CLS-SUB) TO DET-CLOSING
           IF WS-CLS-CLOSING (WS-CLS-SUB) NOT = WS-EXPECTED-BALANCE
               MOVE "***" TO DET-FLAG
               ADD 1 TO WS-FLAGGED-COUNT
           END-IF
           WRITE CLOSE-REPORT-LINE FROM WS-DETAIL-LINE
           ADD WS-CLS-OPENING (WS-CLS-SUB) TO WS-TOTAL-OPENING
           ADD WS-CLS-DEBITS (WS-CLS-SUB) TO WS-TOTAL-DEBITS
           ADD WS-CLS-CREDITS (WS-CLS-SUB) TO WS-TOTAL-CREDITS
           ADD WS-CLS-CLOSING (WS-CLS-SUB) TO WS-TOTAL-CLOSING.

       WRITE-REPORT-TOTALS.
           MOVE SPACES TO CLOSE-REPORT-LINE
           WRITE CLOSE-REPORT-LINE
           MOVE SPACES TO WS-TOTAL-LINE
           MOVE "TOTALS" TO TOT-TITLE
           MOVE WS-TOTAL-OPENING TO TOT-OPENING
           MOVE WS-TOTAL-DEBITS TO TOT-DEBITS
           MOVE WS-TOTAL-CREDITS TO TOT-CREDITS
           MOVE WS-TOTAL-CLOSING TO TOT-CLOSING
           WRITE CLOSE-REPORT-LINE FROM WS-TOTAL-LINE
           COMPUTE WS-TOTAL-PROOF =
               WS-TOTAL-OPENING + WS-TOTAL-CREDITS
               - WS-TOTAL-DEBITS
           MOVE WS-TOTAL-PROOF TO PRF-AMOUNT
           IF WS-TOTAL-PROOF = WS-TOTAL-CLOSING
               AND WS-FLAGGED-COUNT = ZERO
               MOVE "IN BALANCE" TO PRF-VERDICT
           ELSE
               MOVE "OUT OF BALANCE" TO PRF-VERDICT
           END-IF
           WRITE CLOSE-REPORT-LINE FROM WS-PROOF-LINE
           MOVE SPACES TO CLOSE-REPORT-LINE
           IF WS-FLAGGED-COUNT = ZERO
               STRING "PERIOD " WS-PERIOD-ID " CLOSED"
                   DELIMITED BY SIZE
                   INTO CLOSE-REPORT-LINE
               END-STRING
           ELSE
               STRING "PERIOD " WS-PERIOD-ID " NOT CLOSED - "
                   "FLAGGED ACCOUNTS MUST BE RESOLVED FIRST"
                   DELIMITED BY SIZE
                   INTO CLOSE-REPORT-LINE
               END-STRING
           END-IF
           WRITE CLOSE-REPORT-LINE.

      *****************************************************
      *  THE PROVEN BALANCES ARE APPENDED TO THE PERIOD
      *  HISTORY, ONE RECORD PER ACCOUNT, AND BECOME THE
      *  NEXT PERIOD'S OPENING BALANCES.
      *****************************************************
       WRITE-PERIOD-HISTORY.
           OPEN EXTEND PERIOD-HISTORY-FILE
           IF WS-PERHIST-STATUS = "35"
               OPEN OUTPUT PERIOD-HISTORY-FILE
           END-IF
           IF WS-PERHIST-STATUS NOT = "00"
               DISPLAY "PERCLOSE: CANNOT OPEN PERHIST - STATUS "
                   WS-PERHIST-STATUS " - PERIOD NOT CLOSED"
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF
           PERFORM VARYING WS-CLS-SUB FROM 1 BY 1
               UNTIL WS-CLS-SUB > WS-CLS-COUNT
               MOVE SPACES TO PERIOD-HISTORY-RECORD
               MOVE WS-SITE-CODE TO PHST-SITE-CODE
               MOVE WS-PERIOD-ID TO PHST-PERIOD
               MOVE WS-CLS-ACCOUNT (WS-CLS-SUB) TO PHST-ACCOUNT
               MOVE WS-CLS-OPENING (WS-CLS-SUB)
                   TO PHST-OPENING-BALANCE
               MOVE WS-CLS-DEBITS (WS-CLS-SUB) TO PHST-MTD-DEBITS
               MOVE WS-CLS-CREDITS (WS-CLS-SUB)
                   TO PHST-MTD-CREDITS
               MOVE WS-CLS-CLOSING (WS-CLS-SUB)
                   TO PHST-CLOSING-BALANCE
               WRITE PERIOD-HISTORY-RECORD
           END-PERFORM
           CLOSE PERIOD-HISTORY-FILE.

      *****************************************************
      *  THE CLOSED RECORD IS WRITTEN LAST, SO A PERIOD IS
      *  NEVER LOCKED WITHOUT ITS HISTORY ON FILE.
      *****************************************************
       MARK-PERIOD-CLOSED.
           OPEN EXTEND PERIOD-CONTROL-FILE
           IF WS-PERCTL-STATUS = "35"
               OPEN OUTPUT PERIOD-CONTROL-FILE
           END-IF
           IF WS-PERCTL-STATUS NOT = "00"
               DISPLAY "PERCLOSE: CANNOT OPEN PERCTL - STATUS "
                   WS-PERCTL-STATUS " - PERIOD NOT MARKED CLOSED"
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME
           MOVE SPACES TO PERIOD-CONTROL-RECORD
           MOVE WS-SITE-CODE TO PCTL-SITE-CODE
           MOVE WS-PERIOD-ID TO PCTL-PERIOD
           MOVE WS-PERIOD-START TO PCTL-START-DATE
           MOVE WS-TODAY-DATE TO PCTL-END-DATE
           SET PCTL-CLOSED TO TRUE
           MOVE WS-CURRENT-DATE-TIME(1:8) TO PCTL-CLOSED-DATE
           MOVE WS-CURRENT-DATE-TIME(9:6) TO PCTL-CLOSED-TIME
           WRITE PERIOD-CONTROL-RECORD
           CLOSE PERIOD-CONTROL-FILE.

       DISPLAY-CLOSE-TOTALS.
           DISPLAY " "
           DISPLAY "===== PERCLOSE PERIOD CLOSE TOTALS ====="
           DISPLAY "SITE.............: " WS-SITE-CODE
           DISPLAY "PERIOD...........: " WS-PERIOD-ID
           DISPLAY "PERIOD START.....: " WS-PERIOD-START
           DISPLAY "PERIOD END.......: " WS-TODAY-DATE
           MOVE WS-CLS-COUNT TO WS-COUNT-EDITED
           DISPLAY "ACCOUNTS CLOSED..: " WS-COUNT-EDITED
           MOVE WS-JOURNAL-LINES TO WS-COUNT-EDITED
           DISPLAY "JOURNAL LINES....: " WS-COUNT-EDITED
           MOVE WS-HISTORY-COUNT TO WS-COUNT-EDITED
           DISPLAY "OPENING ON FILE..: " WS-COUNT-EDITED
           MOVE WS-DERIVED-COUNT TO WS-COUNT-EDITED
           DISPLAY "OPENING DERIVED..: " WS-COUNT-EDITED
           MOVE WS-FLAGGED-COUNT TO WS-COUNT-EDITED
           DISPLAY "ACCOUNTS FLAGGED.: " WS-COUNT-EDITED
           DISPLAY "PROOF VERDICT....: " PRF-VERDICT.
