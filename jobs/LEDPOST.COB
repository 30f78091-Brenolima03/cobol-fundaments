      *  A BALANCED RUN ALSO CUTS THE FIXED-FORMAT GL
      *  INTERFACE FILE (GLINTF) FOR TRANSMISSION TO
      *  CORPORATE ACCOUNTING - NEVER FROM AN OUT-OF-
      *  BALANCE NIGHT. EVERY GENERATION CUT IS APPENDED
      *  TO THE GL TRANSMISSION LOG (GLLOG) THAT GLRECON
      *  MATCHES CORPORATE'S ACKNOWLEDGEMENTS AGAINST.
      *  NOTHING IS POSTED INTO A PERIOD THE MONTH-END
      *  CLOSE HAS MARKED CLOSED ON THE PERCTL FILE: A RUN
      *  WHOSE CYCLE DATE FALLS IN ONE IS REFUSED OUTRIGHT,
      *  AND A DETAIL DATED INTO ONE IS LEFT UNPOSTED AND
      *  THROWS THE NIGHT OUT OF BALANCE.
      *  AFTER A RESTORE THE LEDGER IS NOT TRUSTED UNTIL
      *  LEDPROOF HAS PROVED IT AGAINST THE POSTING
      *  JOURNAL: WHILE THE LATEST RESTORE ON THE BACKUP
      *  CATALOG IS NEWER THAN THE LATEST COMPLETED
      *  LEDPROOF CHECKPOINT, POSTING IS REFUSED.
      *  EVERY JOURNAL LINE CARRIES THE ENTRY'S REFERENCE
      *  (BATCH AND LINE NUMBER). A REVERSAL ALSO CARRIES
      *  THE REFERENCE IT REVERSES, AND WHEN THE NIGHT'S
      *  LINES JOIN THE HISTORY EACH REVERSED ORIGINAL IS
      *  MARKED WITH THE REFERENCE THAT REVERSED IT.
      *  EVERY POSTING DIVERTED TO SUSPENSE BECOMES AN OPEN
      *  ITEM ON THE SUSPENSE ITEM FILE WHEN THE NIGHT
      *  BALANCES, AND AN ITEM WHOSE CLEARING TRANSFER
      *  POSTED TONIGHT IS MARKED TRANSFER-POSTED.
      *  A REFUSED RUN, AN OUT-OF-BALANCE NIGHT, A FAILED
      *  MASTER PROMOTE AND A GL INTERFACE THAT COULD NOT BE
      *  CUT EACH RAISE A CRITICAL ALERT ON THE OPERATOR
      *  ALERT FILE (ALERTS) FOR THE MONITORING TOOL.
      *****************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. LEDPOST.
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-JRNLWK-STATUS.

      *    THE HISTORY IS COPIED THROUGH THIS WORK FILE TO MARK
      *    THE ORIGINALS OF THE NIGHT'S REVERSALS.
           SELECT JOURNAL-MARK-FILE ASSIGN TO "JRNLMARK"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-JRNLMK-STATUS.

           SELECT CHECKPOINT-FILE ASSIGN TO "CHKPOINT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-CHKPOINT-STATUS.
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-SUSPRPT-STATUS.

      *    THE PERMANENT SUSPENSE ITEM FILE, REWRITTEN THROUGH
      *    SUSPWORK ON THE BALANCED PATH.
           SELECT SUSPENSE-ITEM-FILE ASSIGN TO "SUSPITEM"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-SUSPITEM-STATUS.

           SELECT SUSPENSE-WORK-FILE ASSIGN TO "SUSPWORK"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-SUSPWORK-STATUS.

           SELECT GL-INTERFACE-FILE ASSIGN TO "GLINTF"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-GLINTF-STATUS.
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-GLSEQ-STATUS.

           SELECT GL-LOG-FILE ASSIGN TO "GLLOG"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-GLLOG-STATUS.

           SELECT PERIOD-CONTROL-FILE ASSIGN TO "PERCTL"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-PERCTL-STATUS.

           SELECT BACKUP-CATALOG-FILE ASSIGN TO "BKPCAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-CATALOG-STATUS.

      *    THE LEDGER WORK FILE, KEYED ON THE ACCOUNT, REBUILT
      *    FROM THE FLAT MASTER EVERY RUN. IT REPLACES THE OLD
      *    IN-STORAGE LEDGER TABLE WHOSE FIXED SIZE ABORTED THE
               RECORD KEY IS WRK-ACCOUNT
               FILE STATUS IS WS-LEDWORK-STATUS.

           SELECT ALERT-FILE ASSIGN TO "ALERTS"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-ALERTS-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  EXTRACT-FILE.
       01  NEW-LEDGER-RECORD             PIC X(64).

       FD  POSTING-JOURNAL-FILE.
       01  POSTING-HISTORY-LINE          PIC X(89).

       FD  WORK-JOURNAL-FILE.
           COPY PJRNLREC.

       FD  JOURNAL-MARK-FILE.
           COPY PJRNLREC REPLACING
               ==POSTING-JOURNAL-LINE== BY ==JOURNAL-MARK-LINE==
               LEADING ==JRNL-== BY ==MARK-==.

       FD  CHECKPOINT-FILE.
           COPY CHKPTREC.

       FD  SUSPENSE-REPORT-FILE.
           COPY SUSPREC.

       FD  SUSPENSE-ITEM-FILE.
           COPY SUSPITMREC.

       FD  SUSPENSE-WORK-FILE.
       01  SUSPENSE-WORK-RECORD          PIC X(90).

       FD  GL-INTERFACE-FILE.
           COPY GLINTREC.

       FD  GL-SEQUENCE-FILE.
           COPY GLSEQREC.

       FD  GL-LOG-FILE.
           COPY GLLOGREC.

       FD  PERIOD-CONTROL-FILE.
           COPY PERCTLREC.

       FD  BACKUP-CATALOG-FILE.
           COPY BKPMANREC.

       FD  LEDGER-WORK-FILE.
       01  LEDGER-WORK-RECORD.
           05  WRK-ACCOUNT               PIC X(8).
           05  WRK-NEW-BALANCE           PIC S9(11)V99
                                         SIGN LEADING SEPARATE.

       FD  ALERT-FILE.
           COPY ALERTREC.

       WORKING-STORAGE SECTION.
       01  WS-EXTRACT-STATUS             PIC XX.
       01  WS-LEDMAST-STATUS             PIC XX.
       01  WS-LEDNEW-STATUS              PIC XX.
       01  WS-JOURNAL-STATUS             PIC XX.
       01  WS-JRNLWK-STATUS              PIC XX.
       01  WS-JRNLMK-STATUS              PIC XX.
       01  WS-CHKPOINT-STATUS            PIC XX.
       01  WS-CALENDAR-STATUS            PIC XX.
       01  WS-ACCTIDX-STATUS             PIC XX.
       01  WS-SUSPRPT-STATUS             PIC XX.
       01  WS-SUSPITEM-STATUS            PIC XX.
       01  WS-SUSPWORK-STATUS            PIC XX.
       01  WS-LEDWORK-STATUS             PIC XX.
       01  WS-GLINTF-STATUS              PIC XX.
       01  WS-GLSEQ-STATUS               PIC XX.
       01  WS-PERCTL-STATUS              PIC XX.
       01  WS-GLLOG-STATUS               PIC XX.
       01  WS-CATALOG-STATUS             PIC XX.
       01  WS-ALERTS-STATUS              PIC XX.

       01  WS-OPERATOR-ID                PIC X(8).
       01  WS-CURRENT-DATE-TIME          PIC X(21).
       01  WS-TODAY-DATE                 PIC X(8).
       01  WS-CYCLE-DATE-OVERRIDE        PIC X(8).
       01  WS-SITE-CODE                  PIC X(3).
       01  WS-TRAILER-SITE               PIC X(3).
      *    END DATE OF THE SITE'S LATEST CLOSED PERIOD - SPACES
      *    WHEN NO PERIOD HAS BEEN CLOSED.
       01  WS-CLOSED-THROUGH             PIC X(8) VALUE SPACES.
       01  WS-CLOSE-SITE                 PIC X(3).
       01  WS-CLOSED-DETAIL-COUNT        PIC 9(7) VALUE ZERO.

       01  WS-ALERT-SEVERITY             PIC X(8).
       01  WS-ALERT-TEXT                 PIC X(60).

       01  WS-LEDGER-COUNT               PIC 9(7) VALUE ZERO.

       01  WS-SUSP-REASON                PIC X(12).
       01  WS-SUSPENSE-COUNT             PIC 9(7) VALUE ZERO.

      *    REFERENCES OF TONIGHT'S POSTINGS MADE STRAIGHT TO THE
      *    SUSPENSE ACCOUNT - THE SUSPENSE SIDE OF EACH CLEARING
      *    TRANSFER RAISED IN TRANENT.
       01  WS-SUSPENSE-XFER-TABLE.
           05  WS-SXF-COUNT              PIC 9(4) VALUE ZERO.
           05  WS-SXF-REFERENCE OCCURS 1000 TIMES
                                         PIC X(8).
       01  WS-SXF-SUB                    PIC 9(4).
       01  WS-ITEM-SEQ                   PIC 9(4) VALUE ZERO.
       01  WS-ITEM-SITE                  PIC X(3).
       01  WS-ITEMS-ADDED                PIC 9(7) VALUE ZERO.
       01  WS-TRANSFERS-MARKED           PIC 9(7) VALUE ZERO.

       01  WS-GL-GENERATION              PIC 9(5) VALUE ZERO.
       01  WS-GL-RECORD-COUNT            PIC 9(7) VALUE ZERO.
       01  WS-GL-HASH-TOTAL              PIC 9(13)V99 VALUE ZERO.
       01  WS-COUNT-EDITED               PIC Z,ZZZ,ZZ9.
       01  WS-HASH-EDITED                PIC Z(12)9.99.

      *    DATE AND TIME (YYYYMMDDHHMMSS) OF THE LATEST RESTORE
      *    ON THE BACKUP CATALOG AND OF THE LATEST CLEAN LEDPROOF.
       01  WS-LAST-RESTORE               PIC X(14) VALUE SPACES.
       01  WS-LAST-PROOF                 PIC X(14) VALUE SPACES.
       01  WS-ENTRY-STAMP                PIC X(14).

      *    EACH REVERSAL POSTED TONIGHT - THE REFERENCE IT
      *    REVERSES AND ITS OWN. DLYEXT PASSES NO MORE THAN 500
      *    REVERSALS A NIGHT.
       01  WS-REVERSAL-TABLE.
           05  WS-RVT-COUNT              PIC 9(3) VALUE ZERO.
           05  WS-RVT-ENTRY OCCURS 500 TIMES.
               10  WS-RVT-ORIGINAL       PIC X(8).
               10  WS-RVT-REVERSAL       PIC X(8).
       01  WS-RVT-SUB                    PIC 9(3).
       01  WS-MARKED-COUNT               PIC 9(7) VALUE ZERO.

       01  WS-CHKPT-EVENT                PIC X(9).
       01  WS-CHKPT-COUNT                PIC 9(7) VALUE ZERO.

               88  ACCOUNT-POSTABLE      VALUE "Y".
           05  WS-PROMOTE-FAIL-SW        PIC X VALUE "N".
               88  PROMOTE-FAILED        VALUE "Y".
           05  WS-UNPROVEN-SW            PIC X VALUE "N".
               88  RESTORE-NOT-PROVEN    VALUE "Y".
           05  WS-ITEMS-OK-SW            PIC X VALUE "Y".
               88  ITEMS-OK              VALUE "Y".

       LINKAGE SECTION.
       01  LK-OPERATOR-ID            PIC X(8).
                   WS-TODAY-DATE " - STEP SKIPPED ON RESTART"
               GOBACK
           END-IF
           IF WS-CLOSED-THROUGH NOT = SPACES
               AND WS-TODAY-DATE NOT > WS-CLOSED-THROUGH
               DISPLAY "LEDPOST: *** CYCLE DATE " WS-TODAY-DATE
                   " FALLS IN A CLOSED PERIOD (CLOSED THROUGH "
                   WS-CLOSED-THROUGH ") - POSTING REFUSED ***"
               MOVE "CRITICAL" TO WS-ALERT-SEVERITY
               MOVE "POSTING REFUSED - CYCLE DATE IN A CLOSED PERIOD"
                   TO WS-ALERT-TEXT
               PERFORM WRITE-ALERT
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF
           PERFORM CHECK-RESTORE-PROVEN
           IF RESTORE-NOT-PROVEN
               DISPLAY "LEDPOST: *** RESTORE OF "
                   WS-LAST-RESTORE(1:8) " " WS-LAST-RESTORE(9:6)
                   " NOT YET PROVED BY LEDPROOF - POSTING "
                   "REFUSED ***"
               MOVE "CRITICAL" TO WS-ALERT-SEVERITY
               MOVE "POSTING REFUSED - RESTORE NOT PROVED BY LEDPROOF"
                   TO WS-ALERT-TEXT
               PERFORM WRITE-ALERT
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF
           MOVE "STARTED" TO WS-CHKPT-EVENT
           MOVE ZERO TO WS-CHKPT-COUNT
           PERFORM WRITE-CHECKPOINT
      *        OUT-OF-BALANCE FILE, AND A FAILED NIGHT MUST NOT
      *        LEAVE PHANTOM JOURNAL LINES.
               PERFORM APPEND-JOURNAL-HISTORY
               IF WS-SUSPENSE-COUNT > ZERO
                   OR WS-SXF-COUNT > ZERO
                   PERFORM UPDATE-SUSPENSE-ITEMS
               END-IF
               PERFORM WRITE-GL-INTERFACE
               DISPLAY "LEDPOST: LEDGER POSTING COMPLETE"
           ELSE
      *        TELL THE 2AM OPERATOR THE REAL CAUSE: A PROMOTE
      *        FAILURE IS A MASTER-FILE PROBLEM, NOT AN EXTRACT
      *        PROBLEM.
               MOVE "CRITICAL" TO WS-ALERT-SEVERITY
               IF PROMOTE-FAILED
                   DISPLAY "LEDPOST: *** POSTING BALANCED BUT "
                       "THE MASTER REWRITE FAILED - SEE MESSAGES "
                       "ABOVE; JOURNAL HISTORY AND GL INTERFACE "
                       "WITHHELD ***"
                   MOVE "MASTER PROMOTE FAILED - LEDGER NOT RELEASED"
                       TO WS-ALERT-TEXT
               ELSE
                   DISPLAY "LEDPOST: *** POSTING OUT OF BALANCE "
                       "- LEDGER NOT RELEASED FOR BACKUP ***"
                   MOVE "POSTING OUT OF BALANCE - LEDGER NOT RELEASED"
                       TO WS-ALERT-TEXT
               END-IF
               PERFORM WRITE-ALERT
               MOVE 12 TO RETURN-CODE
           END-IF
           GOBACK.
           END-IF
           MOVE "N" TO WS-EOF-SW.

      *****************************************************
      *  A RESTORE PUTS BACK LEDNEW AND THE POSTING JOURNAL
      *  BUT NOT THE MASTER, SO NOTHING IS POSTED ON TOP OF
      *  IT UNTIL LEDPROOF HAS PROVED THE LEDGER AGAIN. A
      *  SITE WITH NO CATALOG HAS NEVER RESTORED.
      *****************************************************
       CHECK-RESTORE-PROVEN.
           MOVE "N" TO WS-UNPROVEN-SW
           MOVE SPACES TO WS-LAST-RESTORE
           MOVE SPACES TO WS-LAST-PROOF
           MOVE "N" TO WS-EOF-SW
           OPEN INPUT BACKUP-CATALOG-FILE
           IF WS-CATALOG-STATUS = "00"
               PERFORM UNTIL END-OF-FILE
                   READ BACKUP-CATALOG-FILE
                       AT END
                           SET END-OF-FILE TO TRUE
                       NOT AT END
                           PERFORM CHECK-RESTORE-ENTRY
                   END-READ
               END-PERFORM
               CLOSE BACKUP-CATALOG-FILE
           END-IF
           MOVE "N" TO WS-EOF-SW
           IF WS-LAST-RESTORE NOT = SPACES
               OPEN INPUT CHECKPOINT-FILE
               IF WS-CHKPOINT-STATUS = "00"
                   PERFORM UNTIL END-OF-FILE
                       READ CHECKPOINT-FILE
                           AT END
                               SET END-OF-FILE TO TRUE
                           NOT AT END
                               PERFORM CHECK-PROOF-CHECKPOINT
                       END-READ
                   END-PERFORM
                   CLOSE CHECKPOINT-FILE
               END-IF
               MOVE "N" TO WS-EOF-SW
               IF WS-LAST-RESTORE > WS-LAST-PROOF
                   SET RESTORE-NOT-PROVEN TO TRUE
               END-IF
           END-IF.

       CHECK-RESTORE-ENTRY.
           IF BKP-RUN-MODE = "RESTORE"
               AND BKP-VERIFIED
               MOVE BKP-RUN-DATE TO WS-ENTRY-STAMP(1:8)
               MOVE BKP-RUN-TIME TO WS-ENTRY-STAMP(9:6)
               IF WS-ENTRY-STAMP > WS-LAST-RESTORE
                   MOVE WS-ENTRY-STAMP TO WS-LAST-RESTORE
               END-IF
           END-IF.

       CHECK-PROOF-CHECKPOINT.
           IF CHKPT-JOB-NAME = "LEDPROOF"
               AND CHKPT-COMPLETED
               MOVE CHKPT-RUN-DATE TO WS-ENTRY-STAMP(1:8)
               MOVE CHKPT-TIME TO WS-ENTRY-STAMP(9:6)
               IF WS-ENTRY-STAMP > WS-LAST-PROOF
                   MOVE WS-ENTRY-STAMP TO WS-LAST-PROOF
               END-IF
           END-IF.

       WRITE-CHECKPOINT.
           OPEN EXTEND CHECKPOINT-FILE
           IF WS-CHKPOINT-STATUS = "35"
       INITIALIZE-POSTING.
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
           MOVE ZERO TO WS-LEDGER-COUNT
           MOVE ZERO TO WS-POSTED-COUNT
           MOVE ZERO TO WS-POSTED-TOTAL
           MOVE ZERO TO WS-TRAILER-COUNT
           MOVE ZERO TO WS-TRAILER-HASH
           MOVE ZERO TO WS-SUSPENSE-COUNT
           MOVE ZERO TO WS-CLOSED-DETAIL-COUNT
           MOVE ZERO TO WS-RVT-COUNT
           MOVE ZERO TO WS-SXF-COUNT
           MOVE SPACES TO WS-TRAILER-SITE
           MOVE "N" TO WS-EOF-SW
           MOVE "N" TO WS-TRAILER-SW
           MOVE "N" TO WS-BALANCED-SW
           MOVE "N" TO WS-PROMOTE-FAIL-SW
           PERFORM DETERMINE-SITE-CODE
           PERFORM DETERMINE-PERIOD-END
           PERFORM DETERMINE-CLOSED-PERIOD.

      *****************************************************
      *  THE SITE IS RESOLVED THE SAME WAY DLYEXT RESOLVES
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
      *  THE WORK FILE IS REBUILT FROM THE MASTER AT THE
      *  START OF EVERY RUN: YESTERDAY'S NEW BALANCE
      *  EXTRACT SURFACES AS AN OUT-OF-BALANCE NIGHT
      *  INSTEAD OF A SILENT CROSS-SITE POSTING. EXTRACTS
      *  CUT BEFORE THE SITE FIELD EXISTED CARRY SPACES
      *  AND READ AS HQ. A DETAIL DATED INTO A CLOSED
      *  PERIOD IS TREATED THE SAME WAY: NEVER POSTED, AND
      *  THE NIGHT GOES OUT OF BALANCE SO IT IS SEEN.
      *****************************************************
       CHECK-DETAIL-SITE.
           EVALUATE TRUE
               WHEN NOT (EXT-SITE-CODE = WS-SITE-CODE
                   OR (EXT-SITE-CODE = SPACES
                       AND WS-SITE-CODE = "HQ"))
                   DISPLAY "LEDPOST: WRONG-SITE DETAIL ("
                       EXT-SITE-CODE ") FOR ACCOUNT " EXT-ACCOUNT
                       " - NOT POSTED"
               WHEN WS-CLOSED-THROUGH NOT = SPACES
                   AND EXT-TRAN-DATE NOT > WS-CLOSED-THROUGH
                   ADD 1 TO WS-CLOSED-DETAIL-COUNT
                   DISPLAY "LEDPOST: DETAIL DATED " EXT-TRAN-DATE
                       " FOR ACCOUNT " EXT-ACCOUNT " FALLS IN A "
                       "CLOSED PERIOD - NOT POSTED"
               WHEN OTHER
                   PERFORM POST-TRANSACTION
           END-EVALUATE.

       POST-TRANSACTION.
           PERFORM VALIDATE-POSTING-ACCOUNT
           IF NOT ACCOUNT-POSTABLE
               PERFORM DIVERT-TO-SUSPENSE
           END-IF
           IF ACCOUNT-POSTABLE
               AND EXT-ACCOUNT = WS-SUSPENSE-ACCOUNT
               AND EXT-REFERENCE NOT = SPACES
               PERFORM SAVE-SUSPENSE-TRANSFER
           END-IF
           PERFORM FIND-LEDGER-ACCOUNT
           IF EXT-TYPE-CODE = "DB"
               ADD EXT-AMOUNT TO WRK-DEBITS
           MOVE EXT-TYPE-CODE TO SUSP-TYPE-CODE
           MOVE EXT-AMOUNT TO SUSP-AMOUNT
           MOVE WS-SUSP-REASON TO SUSP-REASON
           MOVE EXT-REFERENCE TO SUSP-REFERENCE
           WRITE SUSPENSE-REPORT-LINE
           ADD 1 TO WS-SUSPENSE-COUNT
           MOVE WS-SUSPENSE-ACCOUNT TO WS-POST-ACCOUNT
           DISPLAY "LEDPOST: SUSPENSE - ACCOUNT " EXT-ACCOUNT
               " " WS-SUSP-REASON.

       SAVE-SUSPENSE-TRANSFER.
           IF WS-SXF-COUNT < 1000
               ADD 1 TO WS-SXF-COUNT
               MOVE EXT-REFERENCE TO WS-SXF-REFERENCE(WS-SXF-COUNT)
           ELSE
               DISPLAY "LEDPOST: SUSPENSE TRANSFER " EXT-REFERENCE
                   " NOT TRACKED - MORE THAN 1000 TONIGHT"
           END-IF.

      *****************************************************
      *  A KEYED READ AGAINST THE WORK FILE REPLACES THE
      *  OLD SERIAL SEARCH - THE LOOKUP COST NO LONGER
           MOVE EXT-TYPE-CODE TO JRNL-TYPE-CODE
           MOVE EXT-AMOUNT TO JRNL-AMOUNT
           MOVE WRK-NEW-BALANCE TO JRNL-NEW-BALANCE
           MOVE EXT-REFERENCE TO JRNL-REFERENCE
           MOVE EXT-ORIGINAL-REF TO JRNL-ORIGINAL-REF
           WRITE POSTING-JOURNAL-LINE
           IF EXT-ORIGINAL-REF NOT = SPACES
               AND WS-RVT-COUNT < 500
               ADD 1 TO WS-RVT-COUNT
               MOVE EXT-ORIGINAL-REF TO WS-RVT-ORIGINAL(WS-RVT-COUNT)
               MOVE EXT-REFERENCE TO WS-RVT-REVERSAL(WS-RVT-COUNT)
           END-IF.

      *****************************************************
      *  ON THE PERIOD-END NIGHT A SUMMARY LINE CLOSES THE
           MOVE WRK-NEW-BALANCE TO LED-NEW-BALANCE
           WRITE LEDGER-MASTER-RECORD.

      *****************************************************
      *  THE BALANCED NIGHT'S WORK JOURNAL IS APPENDED TO
      *  THE PERMANENT POSTJRNL HISTORY. THE MASTER IS
      *  THE STEP AND CANNOT DOUBLE-APPEND.
      *****************************************************
       APPEND-JOURNAL-HISTORY.
           IF WS-RVT-COUNT > ZERO
               PERFORM MARK-REVERSED-ORIGINALS
           END-IF
           MOVE "N" TO WS-EOF-SW
           OPEN INPUT WORK-JOURNAL-FILE
           IF WS-JRNLWK-STATUS NOT = "00"
           END-IF
           MOVE "N" TO WS-EOF-SW.

      *****************************************************
      *  THE ORIGINAL OF EVERY REVERSAL POSTED TONIGHT IS
      *  MARKED WITH THE REVERSING REFERENCE: THE HISTORY IS
      *  COPIED TO JRNLMARK WITH THE MARKS APPLIED AND THEN
      *  COPIED BACK. A FAILED MARK IS ONLY A WARNING - THE
      *  REVERSAL LINE STILL NAMES ITS ORIGINAL, AND DLYEXT
      *  REFUSES A SECOND REVERSAL FROM THAT ALONE.
      *****************************************************
       MARK-REVERSED-ORIGINALS.
           MOVE ZERO TO WS-MARKED-COUNT
           MOVE "N" TO WS-EOF-SW
           OPEN INPUT POSTING-JOURNAL-FILE
           IF WS-JOURNAL-STATUS NOT = "00"
               DISPLAY "LEDPOST: CANNOT READ POSTING JOURNAL "
                   "HISTORY - STATUS " WS-JOURNAL-STATUS
                   " - REVERSED LINES NOT MARKED"
               IF RETURN-CODE = ZERO
                   MOVE 4 TO RETURN-CODE
               END-IF
           ELSE
               OPEN OUTPUT JOURNAL-MARK-FILE
               IF WS-JRNLMK-STATUS NOT = "00"
                   DISPLAY "LEDPOST: CANNOT OPEN JOURNAL MARK FILE "
                       "- STATUS " WS-JRNLMK-STATUS
                       " - REVERSED LINES NOT MARKED"
                   CLOSE POSTING-JOURNAL-FILE
                   IF RETURN-CODE = ZERO
                       MOVE 4 TO RETURN-CODE
                   END-IF
               ELSE
                   PERFORM UNTIL END-OF-FILE
                       READ POSTING-JOURNAL-FILE
                           AT END
                               SET END-OF-FILE TO TRUE
                           NOT AT END
                               PERFORM MARK-ONE-JOURNAL-LINE
                       END-READ
                   END-PERFORM
                   CLOSE POSTING-JOURNAL-FILE
                   CLOSE JOURNAL-MARK-FILE
                   PERFORM COPY-BACK-MARKED-JOURNAL
               END-IF
           END-IF
           MOVE "N" TO WS-EOF-SW.

       MARK-ONE-JOURNAL-LINE.
           MOVE POSTING-HISTORY-LINE TO JOURNAL-MARK-LINE
           IF MARK-REFERENCE NOT = SPACES
               PERFORM VARYING WS-RVT-SUB FROM 1 BY 1
                   UNTIL WS-RVT-SUB > WS-RVT-COUNT
                   IF WS-RVT-ORIGINAL(WS-RVT-SUB) = MARK-REFERENCE
                       MOVE WS-RVT-REVERSAL(WS-RVT-SUB)
                           TO MARK-REVERSED-BY
                       ADD 1 TO WS-MARKED-COUNT
                   END-IF
               END-PERFORM
           END-IF
           WRITE JOURNAL-MARK-LINE.

       COPY-BACK-MARKED-JOURNAL.
           MOVE "N" TO WS-EOF-SW
           OPEN INPUT JOURNAL-MARK-FILE
           IF WS-JRNLMK-STATUS NOT = "00"
               DISPLAY "LEDPOST: CANNOT RE-READ JOURNAL MARK FILE "
                   "- STATUS " WS-JRNLMK-STATUS
                   " - REVERSED LINES NOT MARKED"
               IF RETURN-CODE = ZERO
                   MOVE 4 TO RETURN-CODE
               END-IF
           ELSE
               OPEN OUTPUT POSTING-JOURNAL-FILE
               IF WS-JOURNAL-STATUS NOT = "00"
                   DISPLAY "LEDPOST: CANNOT REWRITE POSTING JOURNAL "
                       "HISTORY - STATUS " WS-JOURNAL-STATUS
                       " - REVERSED LINES NOT MARKED"
                   CLOSE JOURNAL-MARK-FILE
                   IF RETURN-CODE = ZERO
                       MOVE 4 TO RETURN-CODE
                   END-IF
               ELSE
                   PERFORM UNTIL END-OF-FILE
                       READ JOURNAL-MARK-FILE
                           AT END
                               SET END-OF-FILE TO TRUE
                           NOT AT END
                               MOVE JOURNAL-MARK-LINE
                                   TO POSTING-HISTORY-LINE
                               WRITE POSTING-HISTORY-LINE
                       END-READ
                   END-PERFORM
                   CLOSE JOURNAL-MARK-FILE
                   CLOSE POSTING-JOURNAL-FILE
                   MOVE WS-MARKED-COUNT TO WS-COUNT-EDITED
                   DISPLAY "LEDPOST: " WS-COUNT-EDITED
                       " REVERSED JOURNAL LINE(S) MARKED"
               END-IF
           END-IF
           MOVE "N" TO WS-EOF-SW.

      *****************************************************
      *  THE SUSPENSE ITEM FILE IS COPIED TO SUSPWORK WITH
      *  TONIGHT'S POSTED TRANSFERS MARKED, TONIGHT'S
      *  SUSPENSE REPORT LINES ARE ADDED AS NEW OPEN ITEMS,
      *  AND THE WORK FILE IS COPIED BACK. LIKE THE JOURNAL
      *  HISTORY THIS ONLY HAPPENS ON A BALANCED NIGHT, SO
      *  A FAILED OR RERUN NIGHT NEVER LEAVES PHANTOM
      *  ITEMS. A FAILURE IS A WARNING: THE NIGHT STANDS,
      *  AND THE AGED REPORT WILL NOT PROVE UNTIL THE ITEMS
      *  ARE PUT RIGHT.
      *****************************************************
       UPDATE-SUSPENSE-ITEMS.
           MOVE "Y" TO WS-ITEMS-OK-SW
           MOVE ZERO TO WS-ITEM-SEQ
           MOVE ZERO TO WS-ITEMS-ADDED
           MOVE ZERO TO WS-TRANSFERS-MARKED
           OPEN OUTPUT SUSPENSE-WORK-FILE
           IF WS-SUSPWORK-STATUS NOT = "00"
               DISPLAY "LEDPOST: CANNOT OPEN SUSPENSE WORK FILE - "
                   "STATUS " WS-SUSPWORK-STATUS
               MOVE "N" TO WS-ITEMS-OK-SW
           ELSE
               PERFORM COPY-SUSPENSE-ITEMS
               IF ITEMS-OK
                   PERFORM ADD-SUSPENSE-ITEMS
               END-IF
               CLOSE SUSPENSE-WORK-FILE
           END-IF
           IF ITEMS-OK
               PERFORM COPY-BACK-SUSPENSE-ITEMS
           END-IF
           IF ITEMS-OK
               MOVE WS-ITEMS-ADDED TO WS-COUNT-EDITED
               DISPLAY "LEDPOST: " WS-COUNT-EDITED
                   " SUSPENSE ITEM(S) ADDED"
               MOVE WS-TRANSFERS-MARKED TO WS-COUNT-EDITED
               DISPLAY "LEDPOST: " WS-COUNT-EDITED
                   " SUSPENSE CLEARING TRANSFER(S) POSTED"
           ELSE
               DISPLAY "LEDPOST: *** SUSPENSE ITEM FILE NOT UPDATED "
                   "- TONIGHT'S ITEMS ARE ON SUSPRPT ***"
               IF RETURN-CODE = ZERO
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF.

      *    NO ITEM FILE YET MEANS NO ITEMS - THE FIRST NIGHT
      *    WITH A DIVERSION STARTS IT.
       COPY-SUSPENSE-ITEMS.
           MOVE "N" TO WS-EOF-SW
           OPEN INPUT SUSPENSE-ITEM-FILE
           EVALUATE WS-SUSPITEM-STATUS
               WHEN "00"
                   PERFORM UNTIL END-OF-FILE
                       READ SUSPENSE-ITEM-FILE
                           AT END
                               SET END-OF-FILE TO TRUE
                           NOT AT END
                               PERFORM COPY-ONE-SUSPENSE-ITEM
                       END-READ
                   END-PERFORM
                   CLOSE SUSPENSE-ITEM-FILE
               WHEN "35"
                   CONTINUE
               WHEN OTHER
                   DISPLAY "LEDPOST: CANNOT READ SUSPENSE ITEM FILE "
                       "- STATUS " WS-SUSPITEM-STATUS
                   MOVE "N" TO WS-ITEMS-OK-SW
           END-EVALUATE
           MOVE "N" TO WS-EOF-SW.

       COPY-ONE-SUSPENSE-ITEM.
           MOVE SITM-SITE-CODE TO WS-ITEM-SITE
           IF WS-ITEM-SITE = SPACES
               MOVE "HQ" TO WS-ITEM-SITE
           END-IF
           IF WS-ITEM-SITE = WS-SITE-CODE
               IF SITM-CYCLE-DATE = WS-TODAY-DATE
                   AND SITM-ITEM-SEQ > WS-ITEM-SEQ
                   MOVE SITM-ITEM-SEQ TO WS-ITEM-SEQ
               END-IF
               IF SITM-CLEARED
                   AND NOT SITM-TRANSFER-DONE
                   AND WS-SXF-COUNT > ZERO
                   PERFORM VARYING WS-SXF-SUB FROM 1 BY 1
                       UNTIL WS-SXF-SUB > WS-SXF-COUNT
                       IF WS-SXF-REFERENCE(WS-SXF-SUB)
                           = SITM-TRANSFER-REF
                           SET SITM-TRANSFER-DONE TO TRUE
                           ADD 1 TO WS-TRANSFERS-MARKED
                       END-IF
                   END-PERFORM
               END-IF
           END-IF
           MOVE SUSPENSE-ITEM-RECORD TO SUSPENSE-WORK-RECORD
           WRITE SUSPENSE-WORK-RECORD.

       ADD-SUSPENSE-ITEMS.
           MOVE "N" TO WS-EOF-SW
           OPEN INPUT SUSPENSE-REPORT-FILE
           IF WS-SUSPRPT-STATUS NOT = "00"
               DISPLAY "LEDPOST: CANNOT RE-READ SUSPENSE REPORT - "
                   "STATUS " WS-SUSPRPT-STATUS
               MOVE "N" TO WS-ITEMS-OK-SW
           ELSE
               PERFORM UNTIL END-OF-FILE
                   READ SUSPENSE-REPORT-FILE
                       AT END
                           SET END-OF-FILE TO TRUE
                       NOT AT END
                           PERFORM ADD-ONE-SUSPENSE-ITEM
                   END-READ
               END-PERFORM
               CLOSE SUSPENSE-REPORT-FILE
           END-IF
           MOVE "N" TO WS-EOF-SW.

       ADD-ONE-SUSPENSE-ITEM.
           ADD 1 TO WS-ITEM-SEQ
           MOVE SPACES TO SUSPENSE-ITEM-RECORD
           MOVE WS-TODAY-DATE TO SITM-CYCLE-DATE
           MOVE WS-ITEM-SEQ TO SITM-ITEM-SEQ
           MOVE WS-SITE-CODE TO SITM-SITE-CODE
           MOVE SUSP-KEYED-ACCOUNT TO SITM-KEYED-ACCOUNT
           MOVE SUSP-TYPE-CODE TO SITM-TYPE-CODE
           COMPUTE SITM-AMOUNT = FUNCTION NUMVAL(SUSP-AMOUNT)
           MOVE SUSP-REASON TO SITM-REASON
           MOVE SUSP-REFERENCE TO SITM-REFERENCE
           SET SITM-OPEN TO TRUE
           MOVE "N" TO SITM-TRANSFER-POSTED
           MOVE SUSPENSE-ITEM-RECORD TO SUSPENSE-WORK-RECORD
           WRITE SUSPENSE-WORK-RECORD
           ADD 1 TO WS-ITEMS-ADDED.

       COPY-BACK-SUSPENSE-ITEMS.
           MOVE "N" TO WS-EOF-SW
           OPEN INPUT SUSPENSE-WORK-FILE
           IF WS-SUSPWORK-STATUS NOT = "00"
               DISPLAY "LEDPOST: CANNOT RE-READ SUSPENSE WORK FILE "
                   "- STATUS " WS-SUSPWORK-STATUS
               MOVE "N" TO WS-ITEMS-OK-SW
           ELSE
               OPEN OUTPUT SUSPENSE-ITEM-FILE
               IF WS-SUSPITEM-STATUS NOT = "00"
                   DISPLAY "LEDPOST: CANNOT REWRITE SUSPENSE ITEM "
                       "FILE - STATUS " WS-SUSPITEM-STATUS
                   MOVE "N" TO WS-ITEMS-OK-SW
               ELSE
                   PERFORM UNTIL END-OF-FILE
                       READ SUSPENSE-WORK-FILE
                           AT END
                               SET END-OF-FILE TO TRUE
                           NOT AT END
                               MOVE SUSPENSE-WORK-RECORD
                                   TO SUSPENSE-ITEM-RECORD
                               WRITE SUSPENSE-ITEM-RECORD
                       END-READ
                   END-PERFORM
                   CLOSE SUSPENSE-ITEM-FILE
               END-IF
               CLOSE SUSPENSE-WORK-FILE
           END-IF
           MOVE "N" TO WS-EOF-SW.

      *****************************************************
      *  THE INTERFACE CARRIES ONE SUMMARY RECORD PER
      *  ACCOUNT WITH ACTIVITY TONIGHT, FROM THE SAME WORK
      *  FILE THAT FEEDS LEDNEW, BRACKETED BY A HEADER
      *  (CYCLE DATE, SITE, GENERATION NUMBER FROM THE
      *  GLSEQ CONTROL FILE) AND A TRAILER WITH RECORD
      *  COUNT AND HASH TOTAL SO THE RECEIVING SIDE CAN
      *  BALANCE THE TRANSMISSION.
      *  A FAILED CUT IS A WARNING RETURN-CODE, NOT AN
      *  ABORT: THE MASTER IS ALREADY PROMOTED AND
      *  CHECKPOINTED, SO THE NIGHT STANDS; OPERATIONS
      *  RERUNS JUST THE TRANSMISSION. THE GENERATION
      *  NUMBER IS ONLY SAVED TO GLSEQ ONCE THE TRAILER IS
      *  ON THE FILE, SO A FAILED CUT NEVER BURNS A NUMBER
      *  AND RAISES A FALSE MISSED-TRANSMISSION ALARM AT
      *  THE RECEIVING SIDE.
      *****************************************************
       WRITE-GL-INTERFACE.
           MOVE ZERO TO WS-GL-RECORD-COUNT
           MOVE ZERO TO WS-GL-HASH-TOTAL
               IF RETURN-CODE = ZERO
                   MOVE 4 TO RETURN-CODE
               END-IF
               PERFORM RAISE-GL-CUT-ALERT
           ELSE
               OPEN INPUT LEDGER-WORK-FILE
               IF WS-LEDWORK-STATUS NOT = "00"
                   IF RETURN-CODE = ZERO
                       MOVE 4 TO RETURN-CODE
                   END-IF
                   PERFORM RAISE-GL-CUT-ALERT
               ELSE
                   PERFORM WRITE-GL-RECORDS
               END-IF
           END-IF.

      *    THE NIGHT STANDS, BUT CORPORATE GETS NOTHING UNTIL
      *    SOMEONE RERUNS THE TRANSMISSION - THAT IS WHY THE CUT
      *    FAILURE PAGES AS CRITICAL DESPITE ITS WARNING CODE.
       RAISE-GL-CUT-ALERT.
           MOVE "CRITICAL" TO WS-ALERT-SEVERITY
           MOVE SPACES TO WS-ALERT-TEXT
           STRING "GL INTERFACE GENERATION " WS-GL-GENERATION
               " NOT CUT - TRANSMISSION NEEDS A RERUN"
               DELIMITED BY SIZE
               INTO WS-ALERT-TEXT
           END-STRING
           PERFORM WRITE-ALERT.

       WRITE-GL-RECORDS.
           MOVE SPACES TO GL-INTERFACE-HEADER
           MOVE "H" TO GLI-HDR-RECORD-TYPE
           WRITE GL-INTERFACE-TRAILER
           CLOSE GL-INTERFACE-FILE
           PERFORM SAVE-GL-GENERATION
           PERFORM WRITE-GL-LOG
           MOVE WS-GL-RECORD-COUNT TO WS-COUNT-EDITED
           DISPLAY "LEDPOST: GL INTERFACE GENERATION "
               WS-GL-GENERATION " CUT - " WS-COUNT-EDITED
                   "STATUS " WS-GLSEQ-STATUS
           END-IF.

      *****************************************************
      *  THE GENERATION JUST CUT IS LOGGED WITH ITS TRAILER
      *  COUNT AND HASH. A LOG THAT CANNOT BE WRITTEN IS A
      *  WARNING: THE FILE IS CUT, BUT THE RECONCILIATION
      *  WILL SHOW THE GENERATION AS A GAP.
      *****************************************************
       WRITE-GL-LOG.
           OPEN EXTEND GL-LOG-FILE
           IF WS-GLLOG-STATUS = "35"
               OPEN OUTPUT GL-LOG-FILE
           END-IF
           IF WS-GLLOG-STATUS NOT = "00"
               DISPLAY "LEDPOST: CANNOT OPEN GL TRANSMISSION LOG - "
                   "STATUS " WS-GLLOG-STATUS " - GENERATION "
                   WS-GL-GENERATION " NOT LOGGED"
               IF RETURN-CODE = ZERO
                   MOVE 4 TO RETURN-CODE
               END-IF
           ELSE
               MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME
               MOVE SPACES TO GL-TRANSMISSION-LOG-RECORD
               MOVE WS-GL-GENERATION TO GLLOG-GENERATION
               MOVE WS-SITE-CODE TO GLLOG-SITE-CODE
               MOVE WS-TODAY-DATE TO GLLOG-CYCLE-DATE
               MOVE WS-CURRENT-DATE-TIME(1:8) TO GLLOG-SENT-DATE
               MOVE WS-CURRENT-DATE-TIME(9:6) TO GLLOG-SENT-TIME
               MOVE WS-GL-RECORD-COUNT TO GLLOG-RECORD-COUNT
               MOVE WS-GL-HASH-TOTAL TO GLLOG-HASH-TOTAL
               SET GLLOG-ORIGINAL TO TRUE
               WRITE GL-TRANSMISSION-LOG-RECORD
               CLOSE GL-LOG-FILE
           END-IF.

      *****************************************************
      *  ONE LINE ON THE OPERATOR ALERT FILE FOR THE
      *  MONITORING TOOL. AN ALERT THAT CANNOT BE WRITTEN IS
      *  ONLY DISPLAYED - THE RETURN-CODE STILL CARRIES THE
      *  FAILURE TO THE JCL.
      *****************************************************
       WRITE-ALERT.
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
               MOVE "LEDPOST" TO ALRT-JOB-NAME
               MOVE WS-ALERT-SEVERITY TO ALRT-SEVERITY
               MOVE WS-TODAY-DATE TO ALRT-CYCLE-DATE
               MOVE WS-ALERT-TEXT TO ALRT-TEXT
               SET ALRT-OPEN TO TRUE
               WRITE OPERATOR-ALERT-RECORD
               CLOSE ALERT-FILE
           ELSE
               DISPLAY "LEDPOST: CANNOT WRITE ALERT - STATUS "
                   WS-ALERTS-STATUS " - " WS-ALERT-TEXT
           END-IF.

       CLOSE-POSTING-FILES.
           CLOSE EXTRACT-FILE
           CLOSE WORK-JOURNAL-FILE
           END-IF
           MOVE WS-SUSPENSE-COUNT TO WS-COUNT-EDITED
           DISPLAY "SUSPENSE POSTED..: " WS-COUNT-EDITED
           MOVE WS-RVT-COUNT TO WS-COUNT-EDITED
           DISPLAY "REVERSALS POSTED.: " WS-COUNT-EDITED
           IF WS-CLOSED-DETAIL-COUNT > ZERO
               MOVE WS-CLOSED-DETAIL-COUNT TO WS-COUNT-EDITED
               DISPLAY "CLOSED-PERIOD....: " WS-COUNT-EDITED
                   " *** NOT POSTED ***"
           END-IF
           MOVE WS-LEDGER-COUNT TO WS-COUNT-EDITED
           DISPLAY "LEDGER ACCOUNTS..: " WS-COUNT-EDITED.
