      *cobc -x -frelax-syntax -I copybooks LEDPROOF.COB
      *export PERCTL=data/PERCTL.DAT PERHIST=data/PERHIST.DAT
      *    BKPCAT=data/BKPCAT.DAT POSTJRNL=data/POSTJRNL.DAT
      *    LEDMAST=data/LEDMAST.DAT CHKPOINT=data/CHKPOINT.DAT
      *    PROOFRPT=data/PROOFRPT.DAT
      *    LEDPROOF_BASELINE=PERIOD|BACKUP LEDPROOF_PERIOD=YYYYMM
      *    LEDPROOF_GEN_DATE=YYYYMMDD
      *****************************************************
      *  LEDPROOF - JOURNAL-TO-LEDGER PROOF
      *
      *  PROVES THE LEDGER MASTER AGAINST THE POSTING
      *  JOURNAL. STARTING FROM A TRUSTED BASELINE, EVERY
      *  JOURNAL LINE POSTED SINCE IS REPLAYED (A DB
      *  SUBTRACTS, ANY OTHER TYPE ADDS, AS LEDPOST POSTS
      *  THEM) AND THE RESULT IS COMPARED ACCOUNT BY
      *  ACCOUNT WITH THE BALANCES ON LEDMAST. THE BASELINE
      *  IS EITHER
      *     PERIOD  THE CLOSING BALANCES A MONTH-END CLOSE
      *             WROTE TO PERHIST - THE PERIOD IN
      *             LEDPROOF_PERIOD (YYYYMM), OR THE SITE'S
      *             LATEST CLOSED PERIOD WHEN IT IS BLANK
      *     BACKUP  THE LEDNEW SNAPSHOT OF A BACKUP
      *             GENERATION (LEDNEW.D<YYYYMMDD>.BKP) - THE
      *             DATE IN LEDPROOF_GEN_DATE, OR THE LATEST
      *             VERIFIED LEDNEW BACKUP ON THE CATALOG
      *  CHOSEN BY LEDPROOF_BASELINE (DEFAULT PERIOD). A
      *  SITE THAT HAS NEVER CLOSED A PERIOD IS PROVED BY
      *  REPLAYING THE WHOLE JOURNAL FROM ZERO.
      *
      *  ONE REPORT LINE PER ACCOUNT ON PROOFRPT:
      *     OK             LEDGER EQUALS THE REPLAY
      *     DRIFT          LEDGER DIFFERS FROM THE REPLAY
      *     NOT ON LEDGER  THE JOURNAL POSTED THE ACCOUNT
      *                    (OR THE BASELINE CARRIES A
      *                    BALANCE) BUT LEDMAST HAS NO RECORD
      *     NO JOURNAL     ON LEDMAST BUT NEITHER IN THE
      *                    BASELINE NOR POSTED BY ANY
      *                    JOURNAL LINE
      *
      *  RUN WEEKLY, AND AFTER EVERY RESTORE BEFORE THE
      *  NEXT LEDPOST: A CLEAN PROOF WRITES A COMPLETED
      *  LEDPROOF CHECKPOINT, AND LEDPOST REFUSES TO POST
      *  WHILE A RESTORE ON THE BACKUP CATALOG IS NEWER
      *  THAN THE LATEST ONE. ONLY THE SITE IN
      *  WELCOME_SITE_CODE (DEFAULT HQ) IS PROVED.
      *
      *  RETURN-CODE:
      *     0  = EVERY ACCOUNT PROVES
      *     8  = EXCEPTIONS ON THE REPORT - NOT PROVED
      *    12  = NO USABLE BASELINE, OR A FILE COULD NOT BE
      *          READ OR WRITTEN
      *****************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. LEDPROOF.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PERIOD-CONTROL-FILE ASSIGN TO "PERCTL"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-PERCTL-STATUS.

           SELECT PERIOD-HISTORY-FILE ASSIGN TO "PERHIST"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-PERHIST-STATUS.

           SELECT BACKUP-CATALOG-FILE ASSIGN TO "BKPCAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-CATALOG-STATUS.

           SELECT BASELINE-LEDGER-FILE ASSIGN TO WS-BASELINE-FILE-NAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-BASELINE-STATUS.

           SELECT POSTING-JOURNAL-FILE ASSIGN TO "POSTJRNL"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-JOURNAL-STATUS.

           SELECT LEDGER-MASTER-FILE ASSIGN TO "LEDMAST"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-LEDMAST-STATUS.

           SELECT CHECKPOINT-FILE ASSIGN TO "CHKPOINT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-CHKPOINT-STATUS.

           SELECT PROOF-REPORT-FILE ASSIGN TO "PROOFRPT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  PERIOD-CONTROL-FILE.
           COPY PERCTLREC.

       FD  PERIOD-HISTORY-FILE.
           COPY PERHISTREC.

       FD  BACKUP-CATALOG-FILE.
           COPY BKPMANREC.

       FD  BASELINE-LEDGER-FILE.
      *    THE BACKUP GENERATION IS A COPY OF LEDNEW, WHICH HAS
      *    THE LEDGER MASTER LAYOUT.
           COPY LEDREC REPLACING
               ==LEDGER-MASTER-RECORD== BY ==BASELINE-LEDGER-RECORD==
               LEADING ==LED-== BY ==BASE-==.

       FD  POSTING-JOURNAL-FILE.
           COPY PJRNLREC.

       FD  LEDGER-MASTER-FILE.
           COPY LEDREC.

       FD  CHECKPOINT-FILE.
           COPY CHKPTREC.

       FD  PROOF-REPORT-FILE.
       01  PROOF-REPORT-LINE             PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-PERCTL-STATUS              PIC XX.
       01  WS-PERHIST-STATUS             PIC XX.
       01  WS-CATALOG-STATUS             PIC XX.
       01  WS-BASELINE-STATUS            PIC XX.
       01  WS-JOURNAL-STATUS             PIC XX.
       01  WS-LEDMAST-STATUS             PIC XX.
       01  WS-CHKPOINT-STATUS            PIC XX.
       01  WS-REPORT-STATUS              PIC XX.

       01  WS-CURRENT-DATE-TIME          PIC X(21).
       01  WS-TODAY-DATE                 PIC X(8).
       01  WS-SITE-CODE                  PIC X(3).
       01  WS-RECORD-SITE                PIC X(3).

       01  WS-BASELINE-TYPE              PIC X(6).
           88  BASELINE-PERIOD           VALUE "PERIOD".
           88  BASELINE-BACKUP           VALUE "BACKUP".
           88  BASELINE-NONE             VALUE "NONE".
      *    JOURNAL LINES DATED AFTER THE BASELINE DATE ARE
      *    REPLAYED; WITH NO BASELINE EVERY LINE IS.
       01  WS-BASELINE-DATE              PIC X(8) VALUE SPACES.
       01  WS-BASELINE-PERIOD            PIC X(6) VALUE SPACES.
       01  WS-BASELINE-FILE-NAME         PIC X(30) VALUE SPACES.
       01  WS-BASELINE-DESC              PIC X(60) VALUE SPACES.
       01  WS-REQUESTED-PERIOD           PIC X(6).
       01  WS-REQUESTED-GEN-DATE         PIC X(8).

      *****************************************************
      *  ONE ENTRY PER ACCOUNT SEEN IN THE BASELINE, THE
      *  JOURNAL OR THE LEDGER MASTER.
      *****************************************************
       01  WS-PROOF-TABLE.
           05  WS-PRF-COUNT              PIC 9(4) VALUE ZERO.
           05  WS-PRF-ENTRY OCCURS 2000 TIMES.
               10  WS-PRF-ACCOUNT        PIC X(8).
               10  WS-PRF-BASELINE       PIC S9(13)V99.
               10  WS-PRF-DEBITS         PIC S9(13)V99.
               10  WS-PRF-CREDITS        PIC S9(13)V99.
               10  WS-PRF-LEDGER         PIC S9(13)V99.
               10  WS-PRF-IN-BASELINE    PIC X(1).
               10  WS-PRF-IN-JOURNAL     PIC X(1).
               10  WS-PRF-ON-LEDGER      PIC X(1).
       01  WS-PRF-SUB                    PIC 9(4) VALUE ZERO.
       01  WS-PRF-HIT                    PIC 9(4) VALUE ZERO.
       01  WS-LOOKUP-ACCOUNT             PIC X(8).

       01  WS-JOURNAL-AMOUNT             PIC S9(13)V99 VALUE ZERO.
       01  WS-EXPECTED-BALANCE           PIC S9(13)V99 VALUE ZERO.
       01  WS-DIFFERENCE                 PIC S9(13)V99 VALUE ZERO.

       01  WS-BASELINE-COUNT             PIC 9(7) VALUE ZERO.
       01  WS-JOURNAL-LINES              PIC 9(7) VALUE ZERO.
       01  WS-REPLAYED-LINES             PIC 9(7) VALUE ZERO.
       01  WS-LEDGER-COUNT               PIC 9(7) VALUE ZERO.
       01  WS-OK-COUNT                   PIC 9(5) VALUE ZERO.
       01  WS-DRIFT-COUNT                PIC 9(5) VALUE ZERO.
       01  WS-MISSING-COUNT              PIC 9(5) VALUE ZERO.
       01  WS-NO-JOURNAL-COUNT           PIC 9(5) VALUE ZERO.
       01  WS-EXCEPTION-COUNT            PIC 9(5) VALUE ZERO.

       01  WS-LINE-STATUS                PIC X(13).
       01  WS-BASELINE-EDITED            PIC -(12)9.99.
       01  WS-DEBITS-EDITED              PIC -(12)9.99.
       01  WS-CREDITS-EDITED             PIC -(12)9.99.
       01  WS-EXPECTED-EDITED            PIC -(12)9.99.
       01  WS-LEDGER-EDITED              PIC -(12)9.99.
       01  WS-DIFFERENCE-EDITED          PIC -(12)9.99.
       01  WS-COUNT-EDITED               PIC Z,ZZZ,ZZ9.

       01  WS-SWITCHES.
           05  WS-EOF-SW                 PIC X VALUE "N".
               88  END-OF-FILE           VALUE "Y".
           05  WS-PERIOD-FOUND-SW        PIC X VALUE "N".
               88  PERIOD-FOUND          VALUE "Y".

       PROCEDURE DIVISION.

       MAIN-LOGIC.
           PERFORM INITIALIZE-PROOF
           PERFORM DETERMINE-BASELINE
           DISPLAY "LEDPROOF: BASELINE " FUNCTION TRIM(WS-BASELINE-DESC)
           PERFORM LOAD-BASELINE-BALANCES
           PERFORM REPLAY-POSTING-JOURNAL
           PERFORM LOAD-LEDGER-BALANCES
           PERFORM PRINT-PROOF-REPORT
           PERFORM DISPLAY-PROOF-TOTALS
           IF WS-EXCEPTION-COUNT > ZERO
               DISPLAY "LEDPROOF: *** LEDGER NOT PROVED - "
                   "SEE PROOFRPT ***"
               MOVE 8 TO RETURN-CODE
           ELSE
               PERFORM WRITE-PROOF-CHECKPOINT
               DISPLAY "LEDPROOF: LEDGER PROVED AGAINST THE POSTING "
                   "JOURNAL"
           END-IF
           GOBACK.

       INITIALIZE-PROOF.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME
           MOVE WS-CURRENT-DATE-TIME(1:8) TO WS-TODAY-DATE
           MOVE SPACES TO WS-SITE-CODE
           ACCEPT WS-SITE-CODE FROM ENVIRONMENT "WELCOME_SITE_CODE"
           IF WS-SITE-CODE = SPACES
               MOVE "HQ" TO WS-SITE-CODE
           END-IF
           MOVE SPACES TO WS-BASELINE-TYPE
           ACCEPT WS-BASELINE-TYPE FROM ENVIRONMENT
               "LEDPROOF_BASELINE"
           IF WS-BASELINE-TYPE = SPACES
               MOVE "PERIOD" TO WS-BASELINE-TYPE
           END-IF
           MOVE SPACES TO WS-REQUESTED-PERIOD
           ACCEPT WS-REQUESTED-PERIOD FROM ENVIRONMENT
               "LEDPROOF_PERIOD"
           MOVE SPACES TO WS-REQUESTED-GEN-DATE
           ACCEPT WS-REQUESTED-GEN-DATE FROM ENVIRONMENT
               "LEDPROOF_GEN_DATE"
           MOVE ZERO TO WS-PRF-COUNT
           MOVE "N" TO WS-EOF-SW.

      *****************************************************
      *  SETTLES WHICH BASELINE THE PROOF STARTS FROM AND
      *  THE DATE IT IS GOOD THROUGH. A BASELINE THAT WAS
      *  ASKED FOR BUT CANNOT BE FOUND STOPS THE RUN.
      *****************************************************
       DETERMINE-BASELINE.
           EVALUATE TRUE
               WHEN BASELINE-PERIOD
                   PERFORM FIND-CLOSED-PERIOD
               WHEN BASELINE-BACKUP
                   PERFORM FIND-BACKUP-GENERATION
               WHEN OTHER
                   DISPLAY "LEDPROOF: LEDPROOF_BASELINE "
                       WS-BASELINE-TYPE " IS NOT PERIOD OR BACKUP"
                   MOVE 12 TO RETURN-CODE
                   GOBACK
           END-EVALUATE.

       FIND-CLOSED-PERIOD.
           MOVE "N" TO WS-PERIOD-FOUND-SW
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
           IF PERIOD-FOUND
               MOVE SPACES TO WS-BASELINE-DESC
               STRING "PERIOD " WS-BASELINE-PERIOD
                   " CLOSED THROUGH " WS-BASELINE-DATE " (PERHIST)"
                   DELIMITED BY SIZE
                   INTO WS-BASELINE-DESC
               END-STRING
           ELSE
               IF WS-REQUESTED-PERIOD NOT = SPACES
                   DISPLAY "LEDPROOF: PERIOD " WS-REQUESTED-PERIOD
                       " IS NOT CLOSED FOR SITE " WS-SITE-CODE
                       " - NO BASELINE"
                   MOVE 12 TO RETURN-CODE
                   GOBACK
               END-IF
               SET BASELINE-NONE TO TRUE
               MOVE SPACES TO WS-BASELINE-DATE
               MOVE "NONE - NO CLOSED PERIOD, WHOLE JOURNAL REPLAYED "
                   TO WS-BASELINE-DESC
           END-IF.

       CHECK-CONTROL-RECORD.
           MOVE PCTL-SITE-CODE TO WS-RECORD-SITE
           IF WS-RECORD-SITE = SPACES
               MOVE "HQ" TO WS-RECORD-SITE
           END-IF
           IF WS-RECORD-SITE = WS-SITE-CODE
               AND PCTL-CLOSED
               IF WS-REQUESTED-PERIOD = SPACES
                   IF NOT PERIOD-FOUND
                       OR PCTL-END-DATE > WS-BASELINE-DATE
                       SET PERIOD-FOUND TO TRUE
                       MOVE PCTL-PERIOD TO WS-BASELINE-PERIOD
                       MOVE PCTL-END-DATE TO WS-BASELINE-DATE
                   END-IF
               ELSE
                   IF PCTL-PERIOD = WS-REQUESTED-PERIOD
                       SET PERIOD-FOUND TO TRUE
                       MOVE PCTL-PERIOD TO WS-BASELINE-PERIOD
                       MOVE PCTL-END-DATE TO WS-BASELINE-DATE
                   END-IF
               END-IF
           END-IF.

      *****************************************************
      *  WITH NO GENERATION DATE GIVEN, THE LATEST LEDNEW
      *  BACKUP THE CATALOG SHOWS AS VERIFIED IS USED.
      *****************************************************
       FIND-BACKUP-GENERATION.
           MOVE WS-REQUESTED-GEN-DATE TO WS-BASELINE-DATE
           IF WS-BASELINE-DATE = SPACES
               MOVE "N" TO WS-EOF-SW
               OPEN INPUT BACKUP-CATALOG-FILE
               IF WS-CATALOG-STATUS = "00"
                   PERFORM UNTIL END-OF-FILE
                       READ BACKUP-CATALOG-FILE
                           AT END
                               SET END-OF-FILE TO TRUE
                           NOT AT END
                               IF BKP-FILE-NAME = "LEDNEW"
                                   AND BKP-RUN-MODE = "BACKUP"
                                   AND BKP-VERIFIED
                                   AND BKP-RUN-DATE > WS-BASELINE-DATE
                                   MOVE BKP-RUN-DATE
                                       TO WS-BASELINE-DATE
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE BACKUP-CATALOG-FILE
               END-IF
               MOVE "N" TO WS-EOF-SW
           END-IF
           IF WS-BASELINE-DATE IS NOT NUMERIC
               DISPLAY "LEDPROOF: NO BACKUP GENERATION DATE GIVEN "
                   "OR CATALOGED - NO BASELINE"
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF
           MOVE SPACES TO WS-BASELINE-FILE-NAME
           STRING "LEDNEW.D" WS-BASELINE-DATE ".BKP"
               DELIMITED BY SIZE
               INTO WS-BASELINE-FILE-NAME
           END-STRING
           MOVE SPACES TO WS-BASELINE-DESC
           STRING "BACKUP GENERATION " WS-BASELINE-DATE " ("
               FUNCTION TRIM(WS-BASELINE-FILE-NAME) ")"
               DELIMITED BY SIZE
               INTO WS-BASELINE-DESC
           END-STRING.

       LOAD-BASELINE-BALANCES.
           EVALUATE TRUE
               WHEN BASELINE-PERIOD
                   PERFORM LOAD-PERIOD-HISTORY
               WHEN BASELINE-BACKUP
                   PERFORM LOAD-BACKUP-GENERATION
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       LOAD-PERIOD-HISTORY.
           MOVE "N" TO WS-EOF-SW
           OPEN INPUT PERIOD-HISTORY-FILE
           IF WS-PERHIST-STATUS NOT = "00"
               DISPLAY "LEDPROOF: CANNOT OPEN PERHIST - STATUS "
                   WS-PERHIST-STATUS " - NO BASELINE"
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF
           PERFORM UNTIL END-OF-FILE
               READ PERIOD-HISTORY-FILE
                   AT END
                       SET END-OF-FILE TO TRUE
                   NOT AT END
                       PERFORM LOAD-HISTORY-ENTRY
               END-READ
           END-PERFORM
           CLOSE PERIOD-HISTORY-FILE
           MOVE "N" TO WS-EOF-SW
      *    A CLOSE ALWAYS WRITES ITS HISTORY, SO A CLOSED PERIOD
      *    WITH NONE ON FILE IS NOT A BASELINE TO PROVE FROM.
           IF WS-BASELINE-COUNT = ZERO
               DISPLAY "LEDPROOF: NO PERHIST BALANCES FOR PERIOD "
                   WS-BASELINE-PERIOD " - NO BASELINE"
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF.

       LOAD-HISTORY-ENTRY.
           MOVE PHST-SITE-CODE TO WS-RECORD-SITE
           IF WS-RECORD-SITE = SPACES
               MOVE "HQ" TO WS-RECORD-SITE
           END-IF
           IF WS-RECORD-SITE = WS-SITE-CODE
               AND PHST-PERIOD = WS-BASELINE-PERIOD
               ADD 1 TO WS-BASELINE-COUNT
               MOVE PHST-ACCOUNT TO WS-LOOKUP-ACCOUNT
               PERFORM FIND-PROOF-ENTRY
               MOVE PHST-CLOSING-BALANCE
                   TO WS-PRF-BASELINE (WS-PRF-HIT)
               MOVE "Y" TO WS-PRF-IN-BASELINE (WS-PRF-HIT)
           END-IF.

       LOAD-BACKUP-GENERATION.
           MOVE "N" TO WS-EOF-SW
           OPEN INPUT BASELINE-LEDGER-FILE
           IF WS-BASELINE-STATUS NOT = "00"
               DISPLAY "LEDPROOF: CANNOT OPEN BACKUP GENERATION "
               DISPLAY "    " FUNCTION TRIM(WS-BASELINE-FILE-NAME)
                   " - STATUS " WS-BASELINE-STATUS " - NO BASELINE"
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF
           PERFORM UNTIL END-OF-FILE
               READ BASELINE-LEDGER-FILE
                   AT END
                       SET END-OF-FILE TO TRUE
                   NOT AT END
                       ADD 1 TO WS-BASELINE-COUNT
                       MOVE BASE-ACCOUNT TO WS-LOOKUP-ACCOUNT
                       PERFORM FIND-PROOF-ENTRY
                       MOVE BASE-NEW-BALANCE
                           TO WS-PRF-BASELINE (WS-PRF-HIT)
                       MOVE "Y" TO WS-PRF-IN-BASELINE (WS-PRF-HIT)
               END-READ
           END-PERFORM
           CLOSE BASELINE-LEDGER-FILE
           MOVE "N" TO WS-EOF-SW.

      *****************************************************
      *  EVERY JOURNAL LINE MARKS ITS ACCOUNT AS HAVING
      *  JOURNAL HISTORY; ONLY THE LINES DATED AFTER THE
      *  BASELINE ARE REPLAYED. THE PERIOD-END SUMMARY LINE
      *  IS NOT A POSTING AND IS LEFT OUT, AS PERCLOSE
      *  LEAVES IT OUT.
      *****************************************************
       REPLAY-POSTING-JOURNAL.
           MOVE "N" TO WS-EOF-SW
           OPEN INPUT POSTING-JOURNAL-FILE
           IF WS-JOURNAL-STATUS = "00"
               PERFORM UNTIL END-OF-FILE
                   READ POSTING-JOURNAL-FILE
                       AT END
                           SET END-OF-FILE TO TRUE
                       NOT AT END
                           IF JRNL-ACCOUNT NOT = "*PERIOD*"
                               PERFORM REPLAY-JOURNAL-LINE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE POSTING-JOURNAL-FILE
           ELSE
               DISPLAY "LEDPROOF: POSTING JOURNAL NOT FOUND (STATUS "
                   WS-JOURNAL-STATUS ") - NOTHING REPLAYED"
           END-IF
           MOVE "N" TO WS-EOF-SW.

       REPLAY-JOURNAL-LINE.
           ADD 1 TO WS-JOURNAL-LINES
           MOVE JRNL-ACCOUNT TO WS-LOOKUP-ACCOUNT
           PERFORM FIND-PROOF-ENTRY
           MOVE "Y" TO WS-PRF-IN-JOURNAL (WS-PRF-HIT)
           IF BASELINE-NONE
               OR JRNL-RUN-DATE > WS-BASELINE-DATE
               ADD 1 TO WS-REPLAYED-LINES
               COMPUTE WS-JOURNAL-AMOUNT =
                   FUNCTION NUMVAL(JRNL-AMOUNT)
               IF JRNL-TYPE-CODE = "DB"
                   ADD WS-JOURNAL-AMOUNT
                       TO WS-PRF-DEBITS (WS-PRF-HIT)
               ELSE
                   ADD WS-JOURNAL-AMOUNT
                       TO WS-PRF-CREDITS (WS-PRF-HIT)
               END-IF
           END-IF.

       LOAD-LEDGER-BALANCES.
           MOVE "N" TO WS-EOF-SW
           OPEN INPUT LEDGER-MASTER-FILE
           IF WS-LEDMAST-STATUS NOT = "00"
               DISPLAY "LEDPROOF: CANNOT OPEN LEDMAST - STATUS "
                   WS-LEDMAST-STATUS " - NOTHING TO PROVE"
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF
           PERFORM UNTIL END-OF-FILE
               READ LEDGER-MASTER-FILE
                   AT END
                       SET END-OF-FILE TO TRUE
                   NOT AT END
                       ADD 1 TO WS-LEDGER-COUNT
                       MOVE LED-ACCOUNT TO WS-LOOKUP-ACCOUNT
                       PERFORM FIND-PROOF-ENTRY
                       MOVE LED-NEW-BALANCE
                           TO WS-PRF-LEDGER (WS-PRF-HIT)
                       MOVE "Y" TO WS-PRF-ON-LEDGER (WS-PRF-HIT)
               END-READ
           END-PERFORM
           CLOSE LEDGER-MASTER-FILE
           MOVE "N" TO WS-EOF-SW.

      *****************************************************
      *  FINDS THE ACCOUNT IN THE PROOF TABLE, ADDING IT
      *  WHEN IT IS NOT THERE YET. A FULL TABLE STOPS THE
      *  PROOF RATHER THAN LEAVING AN ACCOUNT OUT OF IT.
      *****************************************************
       FIND-PROOF-ENTRY.
           MOVE ZERO TO WS-PRF-HIT
           IF WS-PRF-COUNT > ZERO
               PERFORM VARYING WS-PRF-SUB FROM 1 BY 1
                   UNTIL WS-PRF-SUB > WS-PRF-COUNT
                   OR WS-PRF-HIT > ZERO
                   IF WS-PRF-ACCOUNT (WS-PRF-SUB)
                       = WS-LOOKUP-ACCOUNT
                       MOVE WS-PRF-SUB TO WS-PRF-HIT
                   END-IF
               END-PERFORM
           END-IF
           IF WS-PRF-HIT = ZERO
               IF WS-PRF-COUNT >= 2000
                   DISPLAY "LEDPROOF: MORE THAN 2000 ACCOUNTS - "
                       "PROOF NOT RUN"
                   MOVE 12 TO RETURN-CODE
                   GOBACK
               END-IF
               ADD 1 TO WS-PRF-COUNT
               MOVE WS-PRF-COUNT TO WS-PRF-HIT
               MOVE WS-LOOKUP-ACCOUNT
                   TO WS-PRF-ACCOUNT (WS-PRF-HIT)
               MOVE ZERO TO WS-PRF-BASELINE (WS-PRF-HIT)
               MOVE ZERO TO WS-PRF-DEBITS (WS-PRF-HIT)
               MOVE ZERO TO WS-PRF-CREDITS (WS-PRF-HIT)
               MOVE ZERO TO WS-PRF-LEDGER (WS-PRF-HIT)
               MOVE "N" TO WS-PRF-IN-BASELINE (WS-PRF-HIT)
               MOVE "N" TO WS-PRF-IN-JOURNAL (WS-PRF-HIT)
               MOVE "N" TO WS-PRF-ON-LEDGER (WS-PRF-HIT)
           END-IF.

       PRINT-PROOF-REPORT.
           OPEN OUTPUT PROOF-REPORT-FILE
           IF WS-REPORT-STATUS NOT = "00"
               DISPLAY "LEDPROOF: CANNOT OPEN REPORT FILE - "
                   "STATUS " WS-REPORT-STATUS
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF
           MOVE SPACES TO PROOF-REPORT-LINE
           STRING "JOURNAL-TO-LEDGER PROOF - SITE " WS-SITE-CODE
               " - RUN " WS-TODAY-DATE
               DELIMITED BY SIZE
               INTO PROOF-REPORT-LINE
           END-STRING
           WRITE PROOF-REPORT-LINE
           MOVE SPACES TO PROOF-REPORT-LINE
           STRING "BASELINE: " WS-BASELINE-DESC
               DELIMITED BY SIZE
               INTO PROOF-REPORT-LINE
           END-STRING
           WRITE PROOF-REPORT-LINE
           MOVE SPACES TO PROOF-REPORT-LINE
           WRITE PROOF-REPORT-LINE
           MOVE SPACES TO PROOF-REPORT-LINE
           STRING "ACCOUNT    BASELINE BALANCE   JOURNAL DEBITS"
               "  JOURNAL CREDITS EXPECTED BALANCE   LEDGER BALANCE"
               "       DIFFERENCE  STATUS"
               DELIMITED BY SIZE
               INTO PROOF-REPORT-LINE
           END-STRING
           WRITE PROOF-REPORT-LINE
           PERFORM VARYING WS-PRF-SUB FROM 1 BY 1
               UNTIL WS-PRF-SUB > WS-PRF-COUNT
               PERFORM PRINT-ACCOUNT-LINE
           END-PERFORM
           MOVE SPACES TO PROOF-REPORT-LINE
           WRITE PROOF-REPORT-LINE
           MOVE SPACES TO PROOF-REPORT-LINE
           STRING "ACCOUNTS OK " WS-OK-COUNT
               "   DRIFT " WS-DRIFT-COUNT
               "   NOT ON LEDGER " WS-MISSING-COUNT
               "   NO JOURNAL " WS-NO-JOURNAL-COUNT
               DELIMITED BY SIZE
               INTO PROOF-REPORT-LINE
           END-STRING
           WRITE PROOF-REPORT-LINE
           MOVE SPACES TO PROOF-REPORT-LINE
           IF WS-EXCEPTION-COUNT > ZERO
               MOVE "*** LEDGER NOT PROVED ***" TO PROOF-REPORT-LINE
           ELSE
               MOVE "LEDGER PROVED" TO PROOF-REPORT-LINE
           END-IF
           WRITE PROOF-REPORT-LINE
           CLOSE PROOF-REPORT-FILE.

      *****************************************************
      *  EXPECTED = BASELINE + CREDITS - DEBITS REPLAYED.
      *  AN ACCOUNT MISSING FROM THE LEDGER IS ONLY AN
      *  EXCEPTION WHEN THE JOURNAL POSTED IT OR THE REPLAY
      *  LEAVES IT A BALANCE; A LEDGER ACCOUNT NEEDS
      *  JOURNAL HISTORY UNLESS THE BASELINE CARRIES IT.
      *****************************************************
       PRINT-ACCOUNT-LINE.
           COMPUTE WS-EXPECTED-BALANCE =
               WS-PRF-BASELINE (WS-PRF-SUB)
               + WS-PRF-CREDITS (WS-PRF-SUB)
               - WS-PRF-DEBITS (WS-PRF-SUB)
           COMPUTE WS-DIFFERENCE =
               WS-PRF-LEDGER (WS-PRF-SUB) - WS-EXPECTED-BALANCE
           EVALUATE TRUE
               WHEN WS-PRF-ON-LEDGER (WS-PRF-SUB) = "N"
                   AND (WS-PRF-IN-JOURNAL (WS-PRF-SUB) = "Y"
                       OR WS-EXPECTED-BALANCE NOT = ZERO)
                   MOVE "NOT ON LEDGER" TO WS-LINE-STATUS
                   ADD 1 TO WS-MISSING-COUNT
                   ADD 1 TO WS-EXCEPTION-COUNT
               WHEN WS-PRF-ON-LEDGER (WS-PRF-SUB) = "Y"
                   AND WS-PRF-IN-JOURNAL (WS-PRF-SUB) = "N"
                   AND WS-PRF-IN-BASELINE (WS-PRF-SUB) = "N"
                   MOVE "NO JOURNAL" TO WS-LINE-STATUS
                   ADD 1 TO WS-NO-JOURNAL-COUNT
                   ADD 1 TO WS-EXCEPTION-COUNT
               WHEN WS-DIFFERENCE NOT = ZERO
                   MOVE "DRIFT" TO WS-LINE-STATUS
                   ADD 1 TO WS-DRIFT-COUNT
                   ADD 1 TO WS-EXCEPTION-COUNT
               WHEN OTHER
                   MOVE "OK" TO WS-LINE-STATUS
                   ADD 1 TO WS-OK-COUNT
           END-EVALUATE
           MOVE WS-PRF-BASELINE (WS-PRF-SUB) TO WS-BASELINE-EDITED
           MOVE WS-PRF-DEBITS (WS-PRF-SUB) TO WS-DEBITS-EDITED
           MOVE WS-PRF-CREDITS (WS-PRF-SUB) TO WS-CREDITS-EDITED
           MOVE WS-EXPECTED-BALANCE TO WS-EXPECTED-EDITED
           MOVE WS-PRF-LEDGER (WS-PRF-SUB) TO WS-LEDGER-EDITED
           MOVE WS-DIFFERENCE TO WS-DIFFERENCE-EDITED
           MOVE SPACES TO PROOF-REPORT-LINE
           IF WS-PRF-ON-LEDGER (WS-PRF-SUB) = "Y"
               STRING WS-PRF-ACCOUNT (WS-PRF-SUB) " "
                   WS-BASELINE-EDITED " " WS-DEBITS-EDITED " "
                   WS-CREDITS-EDITED " " WS-EXPECTED-EDITED " "
                   WS-LEDGER-EDITED " " WS-DIFFERENCE-EDITED "  "
                   WS-LINE-STATUS
                   DELIMITED BY SIZE
                   INTO PROOF-REPORT-LINE
               END-STRING
           ELSE
               STRING WS-PRF-ACCOUNT (WS-PRF-SUB) " "
                   WS-BASELINE-EDITED " " WS-DEBITS-EDITED " "
                   WS-CREDITS-EDITED " " WS-EXPECTED-EDITED " "
                   "               -                -  "
                   WS-LINE-STATUS
                   DELIMITED BY SIZE
                   INTO PROOF-REPORT-LINE
               END-STRING
           END-IF
           WRITE PROOF-REPORT-LINE.

      *****************************************************
      *  THE COMPLETED CHECKPOINT IS WHAT LEDPOST LOOKS FOR
      *  AFTER A RESTORE. IT CARRIES THE NUMBER OF ACCOUNTS
      *  PROVED.
      *****************************************************
       WRITE-PROOF-CHECKPOINT.
           OPEN EXTEND CHECKPOINT-FILE
           IF WS-CHKPOINT-STATUS = "35"
               OPEN OUTPUT CHECKPOINT-FILE
           END-IF
           IF WS-CHKPOINT-STATUS NOT = "00"
               DISPLAY "LEDPROOF: CANNOT WRITE CHECKPOINT - STATUS "
                   WS-CHKPOINT-STATUS
               MOVE 12 TO RETURN-CODE
           ELSE
               MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME
               MOVE SPACES TO CHECKPOINT-RECORD
               MOVE WS-CURRENT-DATE-TIME(1:8) TO CHKPT-RUN-DATE
               MOVE "LEDPROOF" TO CHKPT-JOB-NAME
               MOVE "COMPLETED" TO CHKPT-EVENT
               MOVE WS-CURRENT-DATE-TIME(9:6) TO CHKPT-TIME
               MOVE WS-OK-COUNT TO CHKPT-RECORD-COUNT
               WRITE CHECKPOINT-RECORD
               CLOSE CHECKPOINT-FILE
           END-IF.

       DISPLAY-PROOF-TOTALS.
           DISPLAY " "
           DISPLAY "===== LEDPROOF PROOF TOTALS ====="
           DISPLAY "SITE.............: " WS-SITE-CODE
           DISPLAY "BASELINE.........: "
               FUNCTION TRIM(WS-BASELINE-DESC)
           MOVE WS-BASELINE-COUNT TO WS-COUNT-EDITED
           DISPLAY "BASELINE ACCOUNTS: " WS-COUNT-EDITED
           MOVE WS-JOURNAL-LINES TO WS-COUNT-EDITED
           DISPLAY "JOURNAL LINES....: " WS-COUNT-EDITED
           MOVE WS-REPLAYED-LINES TO WS-COUNT-EDITED
           DISPLAY "LINES REPLAYED...: " WS-COUNT-EDITED
           MOVE WS-LEDGER-COUNT TO WS-COUNT-EDITED
           DISPLAY "LEDGER ACCOUNTS..: " WS-COUNT-EDITED
           MOVE WS-OK-COUNT TO WS-COUNT-EDITED
           DISPLAY "PROVED OK........: " WS-COUNT-EDITED
           MOVE WS-DRIFT-COUNT TO WS-COUNT-EDITED
           DISPLAY "DRIFTED..........: " WS-COUNT-EDITED
           MOVE WS-MISSING-COUNT TO WS-COUNT-EDITED
           DISPLAY "NOT ON LEDGER....: " WS-COUNT-EDITED
           MOVE WS-NO-JOURNAL-COUNT TO WS-COUNT-EDITED
           DISPLAY "NO JOURNAL.......: " WS-COUNT-EDITED.
