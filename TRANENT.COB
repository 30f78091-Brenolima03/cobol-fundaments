      *export SECURITY=data/SECURITY.DAT ACCTMAST=data/ACCTMAST.DAT
      *    TRANFILE=data/TRANS.DAT TRANSEQ=data/TRANSEQ.DAT
      *    CALENDAR=data/CALENDAR.DAT WELCOME_SITE_CODE=HQ
      *    OPERMAST=data/OPERMAST.DAT PENDBAT=data/PENDBAT.DAT
      *    PENDWORK=data/PENDWORK.DAT BATAUDT=data/BATAUDT.DAT
      *    SODEXCP=data/SODEXCP.DAT APPRCTL=data/APPRCTL.DAT
      *    PERCTL=data/PERCTL.DAT POSTJRNL=data/POSTJRNL.DAT
      *    SUSPITEM=data/SUSPITEM.DAT SUSPWORK=data/SUSPWORK.DAT
      *    ALERTS=data/ALERTS.DAT
      *****************************************************
      *  TRANENT - TRANSACTION ENTRY WITH BATCH BALANCING
      *
      *  FROM THE TRANSEQ CONTROL FILE SO THE EXTRACT'S
      *  CONTROL TOTALS CAN TRACE A SHORT NIGHT BACK TO
      *  THE BATCH THAT CAUSED IT.
      *  A BATCH OVER THE APPROVAL LIMIT IN THE APPRCTL
      *  CONTROL FILE (EVERY BATCH WHEN THE LIMIT IS ZERO
      *  OR THE FILE IS MISSING) IS HELD ON THE PENDING-
      *  BATCH FILE INSTEAD, AND ONLY REACHES THE
      *  TRANSACTION FILE WHEN A DIFFERENT OPERATOR WHOSE
      *  ROLE ALLOWS IT REVIEWS THE HEADER AND LINES AND
      *  APPROVES IT. ONLY THE APPROVER'S OWN SITE'S
      *  BATCHES ARE LISTED AND DECIDED (A BLANK SITE IS
      *  HQ). A REJECTED BATCH IS DROPPED WITH A
      *  REASON. EVERY DECISION IS WRITTEN TO THE BATCH
      *  APPROVAL AUDIT FILE, AND AN ATTEMPT TO APPROVE
      *  ONE'S OWN BATCH (OR TO APPROVE WITHOUT THE ROLE)
      *  IS REFUSED, LOGGED AS A ROLE-DENY EXCEPTION AND
      *  RAISED AS AN OPERATOR ALERT.
      *  NOTHING DATED INTO A PERIOD THE MONTH-END CLOSE
      *  HAS MARKED CLOSED ON THE PERCTL FILE IS KEYED OR
      *  APPROVED - A PENDING BATCH KEYED, OR WITH ANY LINE
      *  DATED, INTO SUCH A PERIOD CAN ONLY BE REJECTED.
      *  EVERY ENTRY IS REFERENCED BY ITS BATCH NUMBER AND
      *  ITS LINE NUMBER IN THE BATCH. AN RV (REVERSAL)
      *  ENTRY NAMES THE REFERENCE OF A POSTED LINE AND IS
      *  ONLY TAKEN WHEN THAT LINE IS ON THE POSTING
      *  JOURNAL, HAS NOT ALREADY BEEN REVERSED, AND WAS
      *  POSTED TO THE SAME ACCOUNT FOR THE SAME AMOUNT.
      *  THE SUSPENSE ACCOUNT IS NEVER KEYED DIRECTLY: AN
      *  OPEN ITEM ON THE SUSPENSE ITEM FILE IS CLEARED BY
      *  NAMING ITS CORRECT ACCOUNT, WHICH RAISES A TWO-LINE
      *  TRANSFER OUT OF SUSPENSE ON THE TRANSACTION FILE
      *  FOR TONIGHT'S EXTRACT AND MARKS THE ITEM CLEARED.
      *  CLEARING IS OPEN TO THE ROLES THAT MAY APPROVE.
      *****************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. TRANENT.
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-CALENDAR-STATUS.

           SELECT OPERATOR-MASTER-FILE ASSIGN TO "OPERMAST"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-OPERMAST-STATUS.

           SELECT PENDING-BATCH-FILE ASSIGN TO "PENDBAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-PENDBAT-STATUS.

           SELECT PENDING-WORK-FILE ASSIGN TO "PENDWORK"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-PENDWORK-STATUS.

           SELECT BATCH-AUDIT-FILE ASSIGN TO "BATAUDT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-BATAUDT-STATUS.

           SELECT EXCEPTION-FILE ASSIGN TO "SODEXCP"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-SODEXCP-STATUS.

           SELECT APPROVAL-CONTROL-FILE ASSIGN TO "APPRCTL"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-APPRCTL-STATUS.

           SELECT PERIOD-CONTROL-FILE ASSIGN TO "PERCTL"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-PERCTL-STATUS.

           SELECT POSTING-JOURNAL-FILE ASSIGN TO "POSTJRNL"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-JOURNAL-STATUS.

           SELECT SUSPENSE-ITEM-FILE ASSIGN TO "SUSPITEM"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-SUSPITEM-STATUS.

           SELECT SUSPENSE-WORK-FILE ASSIGN TO "SUSPWORK"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-SUSPWORK-STATUS.

           SELECT ALERT-FILE ASSIGN TO "ALERTS"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-ALERTS-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  SECURITY-FILE.
       FD  CALENDAR-FILE.
           COPY CALREC.

       FD  OPERATOR-MASTER-FILE.
           COPY OPERREC.

       FD  PENDING-BATCH-FILE.
           COPY PENDREC.

       FD  PENDING-WORK-FILE.
       01  PENDING-WORK-RECORD           PIC X(49).

       FD  BATCH-AUDIT-FILE.
           COPY BATAUDREC.

       FD  EXCEPTION-FILE.
           COPY SODEXCREC.

       FD  APPROVAL-CONTROL-FILE.
           COPY APPRREC.

       FD  PERIOD-CONTROL-FILE.
           COPY PERCTLREC.

       FD  POSTING-JOURNAL-FILE.
           COPY PJRNLREC.

       FD  SUSPENSE-ITEM-FILE.
           COPY SUSPITMREC.

       FD  SUSPENSE-WORK-FILE.
       01  SUSPENSE-WORK-RECORD          PIC X(90).

       FD  ALERT-FILE.
           COPY ALERTREC.

       WORKING-STORAGE SECTION.
       01  WS-SECURITY-STATUS            PIC XX.
       01  WS-ACCTMAST-STATUS            PIC XX.
       01  WS-TRANFILE-STATUS            PIC XX.
       01  WS-TRANSEQ-STATUS             PIC XX.
       01  WS-CALENDAR-STATUS            PIC XX.
       01  WS-OPERMAST-STATUS            PIC XX.
       01  WS-PENDBAT-STATUS             PIC XX.
       01  WS-PENDWORK-STATUS            PIC XX.
       01  WS-BATAUDT-STATUS             PIC XX.
       01  WS-SODEXCP-STATUS             PIC XX.
       01  WS-APPRCTL-STATUS             PIC XX.
       01  WS-PERCTL-STATUS              PIC XX.
       01  WS-JOURNAL-STATUS             PIC XX.
       01  WS-SUSPITEM-STATUS            PIC XX.
       01  WS-SUSPWORK-STATUS            PIC XX.
       01  WS-ALERTS-STATUS              PIC XX.

       01  WS-CURRENT-DATE-TIME          PIC X(21).
       01  WS-TODAY-DATE                 PIC X(8).
       01  WS-USER-ID                    PIC X(8).
       01  WS-PASSWORD-INPUT             PIC X(8).
       01  WS-SITE-CODE                  PIC X(3).
       01  WS-USER-ROLE                  PIC X(10) VALUE SPACES.
           88  ROLE-MAY-APPROVE          VALUES "ADMIN" "OPER".

       01  WS-ACCOUNT-TABLE.
           05  WS-ACCT-COUNT             PIC 9(4) VALUE ZERO.
               10  WS-ENT-ACCOUNT        PIC X(8).
               10  WS-ENT-TYPE           PIC X(2).
               10  WS-ENT-AMOUNT         PIC 9(9)V99.
               10  WS-ENT-ORIGINAL-REF   PIC X(8).
       01  WS-ENT-SUB                    PIC 9(3) VALUE ZERO.

       01  WS-EXPECTED-COUNT             PIC 9(3) VALUE ZERO.
       01  WS-IN-TYPE                    PIC X(2).
       01  WS-IN-TRAN-AMT                PIC X(11).
       01  WS-IN-REPLY                   PIC X(1).
       01  WS-IN-ORIGINAL-REF            PIC X(8).

      *    THE POSTED LINE AN RV ENTRY NAMES, AS FOUND ON THE
      *    POSTING JOURNAL.
       01  WS-ORIGINAL-ACCOUNT           PIC X(8).
       01  WS-ORIGINAL-AMOUNT            PIC 9(13)V99 VALUE ZERO.
       01  WS-REVERSAL-AMOUNT            PIC 9(13)V99 VALUE ZERO.

       01  WS-BATCH-NUMBER               PIC 9(5) VALUE ZERO.
       01  WS-COUNT-EDITED               PIC ZZ9.

       01  WS-MENU-CHOICE                PIC 9(1) VALUE ZERO.

      *    END DATE OF THE SITE'S LATEST CLOSED PERIOD - SPACES
      *    WHEN NO PERIOD HAS BEEN CLOSED.
       01  WS-CLOSED-THROUGH             PIC X(8) VALUE SPACES.
       01  WS-CLOSE-SITE                 PIC X(3).

      *****************************************************
      *  APPROVAL OF PENDING BATCHES. THE REVIEWED BATCH'S
      *  HEADER IS HELD HERE WHILE IT IS DISPLAYED AND
      *  DECIDED; THE PENDING FILE IS THEN REWRITTEN
      *  WITHOUT IT THROUGH THE PENDWORK WORK FILE.
      *****************************************************
       01  WS-APPROVAL-LIMIT             PIC 9(11)V99 VALUE ZERO.
       01  WS-PENDING-COUNT              PIC 9(5) VALUE ZERO.
       01  WS-IN-BATCH                   PIC X(5).
       01  WS-REVIEW-BATCH               PIC 9(5) VALUE ZERO.
       01  WS-REVIEW-SITE                PIC X(3).
       01  WS-PEND-SITE                  PIC X(3).
       01  WS-REVIEW-KEYED-BY            PIC X(8).
       01  WS-REVIEW-KEYED-DATE          PIC X(8).
       01  WS-REVIEW-COUNT               PIC 9(3) VALUE ZERO.
       01  WS-REVIEW-AMOUNT              PIC 9(13)V99 VALUE ZERO.
      *    LINES OF THE REVIEWED BATCH DATED ON OR BEFORE THE
      *    SITE'S CLOSED-THROUGH DATE.
       01  WS-REVIEW-CLOSED-COUNT        PIC 9(3) VALUE ZERO.
       01  WS-DECISION                   PIC X(8).
       01  WS-REJECT-REASON              PIC X(30).
       01  WS-SETTLED-COUNT              PIC 9(3) VALUE ZERO.
       01  WS-EXC-DETAIL                 PIC X(30).
       01  WS-ALERT-TEXT                 PIC X(60).
       01  WS-LINE-EDITED                PIC ZZ9.
       01  WS-TRAN-AMT-EDITED            PIC Z(8)9.99.

      *****************************************************
      *  SUSPENSE CLEARING. THE CHOSEN OPEN ITEM IS HELD
      *  HERE WHILE THE CORRECT ACCOUNT IS KEYED; THE ITEM
      *  FILE IS THEN REWRITTEN WITH THE ITEM CLEARED
      *  THROUGH THE SUSPWORK WORK FILE.
      *****************************************************
       01  WS-SUSPENSE-ACCOUNT           PIC X(8) VALUE "SUSPENSE".
       01  WS-OPEN-ITEM-COUNT            PIC 9(5) VALUE ZERO.
       01  WS-IN-ITEM                    PIC X(12).
       01  WS-ITEM-SITE                  PIC X(3).
       01  WS-CLEAR-ITEM                 PIC X(12).
       01  WS-CLEAR-KEYED-ACCOUNT        PIC X(8).
       01  WS-CLEAR-TYPE                 PIC X(2).
       01  WS-CLEAR-AMOUNT               PIC 9(9)V99 VALUE ZERO.
       01  WS-CLEAR-REASON               PIC X(12).
       01  WS-CLEAR-REFERENCE            PIC X(8).
      *    THE SUSPENSE LINE REVERSES THE DIVERTED POSTING AND
      *    THE CORRECT-ACCOUNT LINE REPEATS IT; AN AJ POSTED AS
      *    A CREDIT, SO IT IS MOVED AS ONE.
       01  WS-SUSPENSE-SIDE-TYPE         PIC X(2).
       01  WS-ACCOUNT-SIDE-TYPE          PIC X(2).
       01  WS-TRANSFER-REF               PIC X(8).

       01  WS-SWITCHES.
           05  WS-EOF-SW                 PIC X VALUE "N".
               88  END-OF-FILE           VALUE "Y".
               88  BATCH-OPEN            VALUE "Y".
           05  WS-PERIOD-END-SW          PIC X VALUE "N".
               88  PERIOD-END-RUN        VALUE "Y".
           05  WS-PENDING-FOUND-SW       PIC X VALUE "N".
               88  PENDING-FOUND         VALUE "Y".
           05  WS-SETTLE-OK-SW           PIC X VALUE "Y".
               88  SETTLE-OK             VALUE "Y".
           05  WS-ORIG-FOUND-SW          PIC X VALUE "N".
               88  ORIGINAL-FOUND        VALUE "Y".
           05  WS-ORIG-REVERSED-SW       PIC X VALUE "N".
               88  ORIGINAL-REVERSED     VALUE "Y".
           05  WS-ITEM-FOUND-SW          PIC X VALUE "N".
               88  ITEM-FOUND            VALUE "Y".

       PROCEDURE DIVISION.

               GOBACK
           END-IF
           PERFORM LOAD-ACCOUNT-TABLE
           PERFORM LOOKUP-OPERATOR-ROLE
           PERFORM UNTIL ENTRY-DONE
               PERFORM ENTRY-MENU
           END-PERFORM
           IF WS-SITE-CODE = SPACES
               MOVE "HQ" TO WS-SITE-CODE
           END-IF
           PERFORM DETERMINE-PERIOD-END
           PERFORM DETERMINE-CLOSED-PERIOD
           PERFORM READ-APPROVAL-LIMIT.

      *****************************************************
      *  THE APPROVAL LIMIT IS A SINGLE-RECORD CONTROL
      *  FILE LIKE TRANSEQ. NO FILE, OR A LIMIT OF ZERO,
      *  MEANS EVERY BATCH NEEDS A SECOND OPERATOR.
      *****************************************************
       READ-APPROVAL-LIMIT.
           MOVE ZERO TO WS-APPROVAL-LIMIT
           OPEN INPUT APPROVAL-CONTROL-FILE
           IF WS-APPRCTL-STATUS = "00"
               READ APPROVAL-CONTROL-FILE
                   AT END
                       MOVE ZERO TO WS-APPROVAL-LIMIT
                   NOT AT END
                       IF APPR-LIMIT-AMOUNT IS NUMERIC
                           MOVE APPR-LIMIT-AMOUNT
                               TO WS-APPROVAL-LIMIT
                       END-IF
               END-READ
               CLOSE APPROVAL-CONTROL-FILE
           END-IF.

      *****************************************************
      *  THE LATEST CLOSED PERIOD FOR THIS SITE IS TAKEN
      *  FROM THE PERIOD CONTROL FILE THE MONTH-END CLOSE
      *  APPENDS TO. NOTHING DATED ON OR BEFORE ITS END
      *  DATE MAY BE KEYED OR APPROVED. NO FILE MEANS NO
      *  PERIOD HAS BEEN CLOSED.
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
      *  PERIOD-END IS DECIDED FROM THE BUSINESS CALENDAR,
           DISPLAY " "
           DISPLAY "===== TRANSACTION ENTRY - SELECT ====="
           DISPLAY "  1. ENTER AND RELEASE A BATCH"
           DISPLAY "  2. REVIEW AND APPROVE PENDING BATCHES"
           DISPLAY "  3. CLEAR A SUSPENSE ITEM"
           DISPLAY "  0. EXIT"
           DISPLAY "ENTER SELECTION: " WITH NO ADVANCING
           MOVE ZERO TO WS-MENU-CHOICE
           EVALUATE WS-MENU-CHOICE
               WHEN 1
                   PERFORM ENTER-ONE-BATCH
               WHEN 2
                   PERFORM REVIEW-PENDING-BATCHES
               WHEN 3
                   PERFORM CLEAR-SUSPENSE-ITEMS
               WHEN 0
                   SET ENTRY-DONE TO TRUE
               WHEN OTHER
               PERFORM CHECK-ENTRY-ACCOUNT
           END-IF
           IF FIELD-VALID
               MOVE SPACES TO WS-IN-ORIGINAL-REF
               DISPLAY "TYPE (DB/CR/AJ/RV): " WITH NO ADVANCING
               ACCEPT WS-IN-TYPE FROM CONSOLE
               EVALUATE TRUE
                   WHEN WS-IN-TYPE = "DB" OR WS-IN-TYPE = "CR"
                       CONTINUE
                   WHEN WS-IN-TYPE = "RV"
                       DISPLAY "REFERENCE TO REVERSE (BATCH AND "
                           "LINE, 8 DIGITS): " WITH NO ADVANCING
                       ACCEPT WS-IN-ORIGINAL-REF FROM CONSOLE
                       IF WS-IN-ORIGINAL-REF IS NOT NUMERIC
                           DISPLAY "REFERENCE MUST BE 8 DIGITS - "
                               "ENTRY NOT TAKEN"
                           MOVE "N" TO WS-FIELD-OK-SW
                       END-IF
      *            THE EXTRACT ONLY ACCEPTS AJ ON A PERIOD-END
      *            NIGHT; ANY OTHER NIGHT IT WOULD REJECT
      *            BAD-TYPE, SO IT IS REFUSED AT THE KEYBOARD.
                           "PERIOD-END NIGHT - ENTRY NOT TAKEN"
                       MOVE "N" TO WS-FIELD-OK-SW
                   WHEN OTHER
                       DISPLAY "TYPE MUST BE DB, CR, AJ OR RV - "
                           "ENTRY NOT TAKEN"
                       MOVE "N" TO WS-FIELD-OK-SW
               END-EVALUATE
                   MOVE "N" TO WS-FIELD-OK-SW
               END-IF
           END-IF
           IF FIELD-VALID
               AND WS-IN-TYPE = "RV"
               PERFORM CHECK-REVERSAL-ENTRY
           END-IF
           IF FIELD-VALID
               PERFORM STORE-BATCH-ENTRY
           END-IF.

      *****************************************************
      *  A REVERSAL IS ONLY TAKEN AGAINST A LINE THAT IS
      *  ON THE POSTING JOURNAL, THAT NO EARLIER REVERSAL
      *  (ON THE JOURNAL OR IN THIS BATCH) HAS NAMED, AND
      *  THAT WAS POSTED TO THE KEYED ACCOUNT FOR THE KEYED
      *  AMOUNT - THE SAME RULES THE EXTRACT APPLIES AT
      *  NIGHT, SO THE PAPERWORK IS PUT RIGHT WHILE IT IS
      *  STILL ON THE DESK.
      *****************************************************
       CHECK-REVERSAL-ENTRY.
           PERFORM FIND-REVERSAL-ORIGINAL
           COMPUTE WS-REVERSAL-AMOUNT =
               FUNCTION NUMVAL(WS-IN-TRAN-AMT) / 100
           IF WS-ENTRY-COUNT > ZERO
               PERFORM VARYING WS-ENT-SUB FROM 1 BY 1
                   UNTIL WS-ENT-SUB > WS-ENTRY-COUNT
                   IF WS-ENT-ORIGINAL-REF (WS-ENT-SUB)
                       = WS-IN-ORIGINAL-REF
                       SET ORIGINAL-REVERSED TO TRUE
                   END-IF
               END-PERFORM
           END-IF
           EVALUATE TRUE
               WHEN NOT ORIGINAL-FOUND
                   DISPLAY "REFERENCE " WS-IN-ORIGINAL-REF
                       " HAS NOT BEEN POSTED - ENTRY NOT TAKEN"
                   MOVE "N" TO WS-FIELD-OK-SW
               WHEN ORIGINAL-REVERSED
                   DISPLAY "REFERENCE " WS-IN-ORIGINAL-REF
                       " IS ALREADY REVERSED - ENTRY NOT TAKEN"
                   MOVE "N" TO WS-FIELD-OK-SW
               WHEN WS-ORIGINAL-ACCOUNT NOT = WS-IN-ACCOUNT
                   DISPLAY "REFERENCE " WS-IN-ORIGINAL-REF
                       " WAS POSTED TO " WS-ORIGINAL-ACCOUNT
                       " - ENTRY NOT TAKEN"
                   MOVE "N" TO WS-FIELD-OK-SW
               WHEN WS-ORIGINAL-AMOUNT NOT = WS-REVERSAL-AMOUNT
                   MOVE WS-ORIGINAL-AMOUNT TO WS-AMOUNT-EDITED
                   DISPLAY "REFERENCE " WS-IN-ORIGINAL-REF
                       " WAS POSTED FOR " WS-AMOUNT-EDITED
                       " - ENTRY NOT TAKEN"
                   MOVE "N" TO WS-FIELD-OK-SW
           END-EVALUATE.

       FIND-REVERSAL-ORIGINAL.
           MOVE "N" TO WS-ORIG-FOUND-SW
           MOVE "N" TO WS-ORIG-REVERSED-SW
           MOVE SPACES TO WS-ORIGINAL-ACCOUNT
           MOVE ZERO TO WS-ORIGINAL-AMOUNT
           MOVE "N" TO WS-EOF-SW
           OPEN INPUT POSTING-JOURNAL-FILE
           IF WS-JOURNAL-STATUS = "00"
               PERFORM UNTIL END-OF-FILE
                   READ POSTING-JOURNAL-FILE
                       AT END
                           SET END-OF-FILE TO TRUE
                       NOT AT END
                           IF JRNL-REFERENCE = WS-IN-ORIGINAL-REF
                               SET ORIGINAL-FOUND TO TRUE
                               MOVE JRNL-ACCOUNT
                                   TO WS-ORIGINAL-ACCOUNT
                               COMPUTE WS-ORIGINAL-AMOUNT =
                                   FUNCTION NUMVAL(JRNL-AMOUNT)
                               IF JRNL-REVERSED-BY NOT = SPACES
                                   SET ORIGINAL-REVERSED TO TRUE
                               END-IF
                           END-IF
                           IF JRNL-ORIGINAL-REF = WS-IN-ORIGINAL-REF
                               SET ORIGINAL-REVERSED TO TRUE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE POSTING-JOURNAL-FILE
           END-IF
           MOVE "N" TO WS-EOF-SW.

      *****************************************************
      *  THE EXTRACT ONLY SELECTS TODAY'S CYCLE DATE, SO
      *  ANY OTHER DATE WOULD RELEASE CLEANLY AND THEN
               DISPLAY "DATE MUST BE TODAY'S CYCLE DATE "
                   WS-TODAY-DATE " - ENTRY NOT TAKEN"
               MOVE "N" TO WS-FIELD-OK-SW
           END-IF
           IF FIELD-VALID
               AND WS-CLOSED-THROUGH NOT = SPACES
               AND WS-IN-DATE NOT > WS-CLOSED-THROUGH
               DISPLAY "DATE FALLS IN A CLOSED PERIOD (CLOSED "
                   "THROUGH " WS-CLOSED-THROUGH ") - ENTRY NOT "
                   "TAKEN"
               MOVE "N" TO WS-FIELD-OK-SW
           END-IF.

       CHECK-ENTRY-ACCOUNT.
               END-PERFORM
           END-IF
           EVALUATE TRUE
               WHEN WS-IN-ACCOUNT = WS-SUSPENSE-ACCOUNT
                   DISPLAY "SUSPENSE IS ONLY MOVED BY CLEARING A "
                       "SUSPENSE ITEM - ENTRY NOT TAKEN"
                   MOVE "N" TO WS-FIELD-OK-SW
               WHEN WS-ACCT-HIT = ZERO
                   DISPLAY "ACCOUNT " WS-IN-ACCOUNT
                       " IS NOT ON THE ACCOUNT MASTER - "
           MOVE WS-IN-TYPE TO WS-ENT-TYPE (WS-ENTRY-COUNT)
           COMPUTE WS-ENT-AMOUNT (WS-ENTRY-COUNT) =
               FUNCTION NUMVAL(WS-IN-TRAN-AMT) / 100
           MOVE WS-IN-ORIGINAL-REF
               TO WS-ENT-ORIGINAL-REF (WS-ENTRY-COUNT)
           ADD WS-ENT-AMOUNT (WS-ENTRY-COUNT) TO WS-KEYED-AMOUNT.

       BALANCE-AND-RELEASE.
           DISPLAY "KEYED AMOUNT....: " WS-AMOUNT-EDITED
           IF WS-ENTRY-COUNT = WS-EXPECTED-COUNT
               AND WS-KEYED-AMOUNT = WS-EXPECTED-AMOUNT
               IF WS-APPROVAL-LIMIT = ZERO
                   OR WS-KEYED-AMOUNT > WS-APPROVAL-LIMIT
                   PERFORM HOLD-BATCH-FOR-APPROVAL
               ELSE
                   PERFORM RELEASE-BATCH
               END-IF
               MOVE "N" TO WS-BATCH-OPEN-SW
           ELSE
               DISPLAY "*** KEYED TOTALS DO NOT MATCH EXPECTED "
                       TO TRAN-AMOUNT
                   MOVE WS-SITE-CODE TO TRAN-SITE-CODE
                   MOVE WS-BATCH-NUMBER TO TRAN-BATCH-NO
                   MOVE WS-ENT-SUB TO TRAN-LINE-NO
                   MOVE WS-ENT-ORIGINAL-REF (WS-ENT-SUB)
                       TO TRAN-ORIGINAL-REF
                   WRITE TRANSACTION-RECORD
               END-PERFORM
               CLOSE TRANSACTION-FILE
               DISPLAY "BATCH " WS-BATCH-NUMBER " RELEASED - "
                   WS-COUNT-EDITED " RECORD(S) WRITTEN FOR SITE "
                   WS-SITE-CODE
               DISPLAY "REFERENCES " WS-BATCH-NUMBER "001 THROUGH "
                   WS-BATCH-NUMBER WS-ENTRY-COUNT
           END-IF.

       GET-NEXT-BATCH-NUMBER.
                   WS-TRANSEQ-STATUS " - THE NEXT BATCH WILL "
                   "REUSE IT; FIX TRANSEQ BEFORE KEYING MORE ***"
           END-IF.

       LOOKUP-OPERATOR-ROLE.
           MOVE SPACES TO WS-USER-ROLE
           MOVE "N" TO WS-EOF-SW
           OPEN INPUT OPERATOR-MASTER-FILE
           IF WS-OPERMAST-STATUS = "00"
               PERFORM UNTIL END-OF-FILE
                   READ OPERATOR-MASTER-FILE
                       AT END
                           SET END-OF-FILE TO TRUE
                       NOT AT END
                           IF OPER-ID = WS-USER-ID
                               MOVE OPER-ROLE TO WS-USER-ROLE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE OPERATOR-MASTER-FILE
           END-IF
           MOVE "N" TO WS-EOF-SW.

      *****************************************************
      *  A BATCH OVER THE APPROVAL LIMIT IS HELD ON THE
      *  PENDING FILE UNDER ITS BATCH NUMBER. THE NUMBER IS
      *  TAKEN NOW SO THE KEYER CAN QUOTE IT TO WHOEVER
      *  APPROVES IT, AND IT STAYS WITH THE BATCH ONTO THE
      *  TRANSACTION FILE.
      *****************************************************
       HOLD-BATCH-FOR-APPROVAL.
           PERFORM GET-NEXT-BATCH-NUMBER
           OPEN EXTEND PENDING-BATCH-FILE
           IF WS-PENDBAT-STATUS = "35"
               OPEN OUTPUT PENDING-BATCH-FILE
           END-IF
           IF WS-PENDBAT-STATUS NOT = "00"
               DISPLAY "TRANENT: CANNOT OPEN PENDING-BATCH FILE - "
                   "STATUS " WS-PENDBAT-STATUS
                   " - BATCH NOT RELEASED"
           ELSE
               MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME
               MOVE SPACES TO PENDING-BATCH-HEADER
               SET PND-HEADER-RECORD TO TRUE
               MOVE WS-BATCH-NUMBER TO PND-HDR-BATCH-NO
               MOVE WS-SITE-CODE TO PND-HDR-SITE-CODE
               MOVE WS-USER-ID TO PND-HDR-KEYED-BY
               MOVE WS-TODAY-DATE TO PND-HDR-KEYED-DATE
               MOVE WS-CURRENT-DATE-TIME(9:6) TO PND-HDR-KEYED-TIME
               MOVE WS-ENTRY-COUNT TO PND-HDR-RECORD-COUNT
               MOVE WS-KEYED-AMOUNT TO PND-HDR-AMOUNT
               WRITE PENDING-BATCH-HEADER
               PERFORM VARYING WS-ENT-SUB FROM 1 BY 1
                   UNTIL WS-ENT-SUB > WS-ENTRY-COUNT
                   MOVE SPACES TO PENDING-BATCH-DETAIL
                   MOVE "D" TO PND-DTL-RECORD-TYPE
                   MOVE WS-BATCH-NUMBER TO PND-DTL-BATCH-NO
                   MOVE WS-ENT-SUB TO PND-DTL-LINE-NO
                   MOVE WS-ENT-DATE (WS-ENT-SUB) TO PND-DTL-TRAN-DATE
                   MOVE WS-ENT-ACCOUNT (WS-ENT-SUB)
                       TO PND-DTL-ACCOUNT
                   MOVE WS-ENT-TYPE (WS-ENT-SUB)
                       TO PND-DTL-TYPE-CODE
                   MOVE WS-ENT-AMOUNT (WS-ENT-SUB)
                       TO PND-DTL-AMOUNT
                   MOVE WS-ENT-ORIGINAL-REF (WS-ENT-SUB)
                       TO PND-DTL-ORIGINAL-REF
                   WRITE PENDING-BATCH-DETAIL
               END-PERFORM
               CLOSE PENDING-BATCH-FILE
               MOVE WS-ENTRY-COUNT TO WS-COUNT-EDITED
               DISPLAY "BATCH " WS-BATCH-NUMBER " HELD FOR "
                   "APPROVAL - " WS-COUNT-EDITED " RECORD(S) FOR "
                   "SITE " WS-SITE-CODE
               DISPLAY "A DIFFERENT OPERATOR MUST APPROVE IT "
                   "BEFORE THE EXTRACT WILL SEE IT"
           END-IF.

      *****************************************************
      *  REVIEW IS OPEN TO ROLES THAT MAY APPROVE; ANYONE
      *  ELSE IS REFUSED AND LOGGED. THE KEYER OF A BATCH
      *  CAN NEVER APPROVE OR REJECT IT - THAT ATTEMPT IS
      *  LOGGED AS A ROLE-DENY EXCEPTION TOO.
      *****************************************************
       REVIEW-PENDING-BATCHES.
           IF NOT ROLE-MAY-APPROVE
               MOVE "BATCH APPROVAL REFUSED - ROLE" TO WS-EXC-DETAIL
               PERFORM WRITE-DENY-EXCEPTION
               DISPLAY "ROLE " WS-USER-ROLE " IS NOT AUTHORIZED "
                   "TO APPROVE BATCHES"
           ELSE
               PERFORM LIST-PENDING-BATCHES
               IF WS-PENDING-COUNT = ZERO
                   DISPLAY "NO BATCHES ARE PENDING APPROVAL"
               ELSE
                   PERFORM SELECT-PENDING-BATCH
               END-IF
           END-IF.

       LIST-PENDING-BATCHES.
           MOVE ZERO TO WS-PENDING-COUNT
           MOVE "N" TO WS-EOF-SW
           OPEN INPUT PENDING-BATCH-FILE
           IF WS-PENDBAT-STATUS = "00"
               DISPLAY " "
               DISPLAY "BATCH  SITE KEYED BY KEYED ON  RECORDS"
                   "           AMOUNT"
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
                               ADD 1 TO WS-PENDING-COUNT
                               MOVE PND-HDR-RECORD-COUNT
                                   TO WS-COUNT-EDITED
                               MOVE PND-HDR-AMOUNT
                                   TO WS-AMOUNT-EDITED
                               DISPLAY PND-HDR-BATCH-NO "  "
                                   WS-PEND-SITE "  "
                                   PND-HDR-KEYED-BY " "
                                   PND-HDR-KEYED-DATE "    "
                                   WS-COUNT-EDITED " "
                                   WS-AMOUNT-EDITED
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PENDING-BATCH-FILE
           END-IF
           MOVE "N" TO WS-EOF-SW.

       SELECT-PENDING-BATCH.
           DISPLAY "BATCH NUMBER TO REVIEW (BLANK = RETURN): "
               WITH NO ADVANCING
           MOVE SPACES TO WS-IN-BATCH
           ACCEPT WS-IN-BATCH FROM CONSOLE
           EVALUATE TRUE
               WHEN WS-IN-BATCH = SPACES
                   CONTINUE
               WHEN WS-IN-BATCH IS NOT NUMERIC
                   DISPLAY "BATCH NUMBER MUST BE 5 DIGITS"
               WHEN OTHER
                   MOVE WS-IN-BATCH TO WS-REVIEW-BATCH
                   PERFORM FIND-PENDING-BATCH
                   EVALUATE TRUE
                       WHEN NOT PENDING-FOUND
                           DISPLAY "BATCH " WS-REVIEW-BATCH
                               " IS NOT PENDING APPROVAL FOR SITE "
                               WS-SITE-CODE
                       WHEN WS-REVIEW-KEYED-BY = WS-USER-ID
                           MOVE SPACES TO WS-EXC-DETAIL
                           STRING "SELF-APPROVAL OF BATCH "
                               WS-REVIEW-BATCH
                               DELIMITED BY SIZE
                               INTO WS-EXC-DETAIL
                           END-STRING
                           PERFORM WRITE-DENY-EXCEPTION
                           DISPLAY "*** BATCH " WS-REVIEW-BATCH
                               " WAS KEYED BY YOU - IT MUST BE "
                               "APPROVED BY A DIFFERENT OPERATOR "
                               "***"
                       WHEN OTHER
                           PERFORM DISPLAY-PENDING-BATCH
                           PERFORM DECIDE-PENDING-BATCH
                   END-EVALUATE
           END-EVALUATE.

       FIND-PENDING-BATCH.
           MOVE "N" TO WS-PENDING-FOUND-SW
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
                               AND PND-HDR-BATCH-NO = WS-REVIEW-BATCH
                               AND WS-PEND-SITE = WS-SITE-CODE
                               SET PENDING-FOUND TO TRUE
                               MOVE WS-PEND-SITE TO WS-REVIEW-SITE
                               MOVE PND-HDR-KEYED-BY
                                   TO WS-REVIEW-KEYED-BY
                               MOVE PND-HDR-KEYED-DATE
                                   TO WS-REVIEW-KEYED-DATE
                               MOVE PND-HDR-RECORD-COUNT
                                   TO WS-REVIEW-COUNT
                               MOVE PND-HDR-AMOUNT
                                   TO WS-REVIEW-AMOUNT
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PENDING-BATCH-FILE
           END-IF
           MOVE "N" TO WS-EOF-SW.

       DISPLAY-PENDING-BATCH.
           DISPLAY " "
           DISPLAY "===== PENDING BATCH " WS-REVIEW-BATCH " ====="
           DISPLAY "SITE............: " WS-REVIEW-SITE
           DISPLAY "KEYED BY........: " WS-REVIEW-KEYED-BY
           DISPLAY "KEYED ON........: " WS-REVIEW-KEYED-DATE
           MOVE WS-REVIEW-COUNT TO WS-COUNT-EDITED
           DISPLAY "RECORD COUNT....: " WS-COUNT-EDITED
           MOVE WS-REVIEW-AMOUNT TO WS-AMOUNT-EDITED
           DISPLAY "AMOUNT TOTAL....: " WS-AMOUNT-EDITED
           DISPLAY " "
           DISPLAY "LINE DATE     ACCOUNT  TY       AMOUNT "
               "REVERSES"
           MOVE ZERO TO WS-REVIEW-CLOSED-COUNT
           MOVE "N" TO WS-EOF-SW
           OPEN INPUT PENDING-BATCH-FILE
           IF WS-PENDBAT-STATUS = "00"
               PERFORM UNTIL END-OF-FILE
                   READ PENDING-BATCH-FILE
                       AT END
                           SET END-OF-FILE TO TRUE
                       NOT AT END
                           IF PND-DETAIL-RECORD
                               AND PND-DTL-BATCH-NO = WS-REVIEW-BATCH
                               MOVE PND-DTL-LINE-NO
                                   TO WS-LINE-EDITED
                               MOVE PND-DTL-AMOUNT
                                   TO WS-TRAN-AMT-EDITED
                               DISPLAY WS-LINE-EDITED "  "
                                   PND-DTL-TRAN-DATE " "
                                   PND-DTL-ACCOUNT " "
                                   PND-DTL-TYPE-CODE " "
                                   WS-TRAN-AMT-EDITED " "
                                   PND-DTL-ORIGINAL-REF
                               IF WS-CLOSED-THROUGH NOT = SPACES
                                   AND PND-DTL-TRAN-DATE
                                       NOT > WS-CLOSED-THROUGH
                                   ADD 1 TO WS-REVIEW-CLOSED-COUNT
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PENDING-BATCH-FILE
           END-IF
           MOVE "N" TO WS-EOF-SW
      *    THE EXTRACT ONLY SELECTS ITS OWN CYCLE DATE, SO A
      *    BATCH APPROVED ON A LATER DAY WILL REJECT OFF-DATE
      *    AND HAS TO COME BACK THROUGH THE RECYCLE INPUT.
           IF WS-REVIEW-KEYED-DATE NOT = WS-TODAY-DATE
               DISPLAY "*** BATCH WAS KEYED ON "
                   WS-REVIEW-KEYED-DATE " - ITS LINES WILL "
                   "REJECT OFF-DATE TONIGHT AND MUST BE RECYCLED "
                   "***"
           END-IF.

       DECIDE-PENDING-BATCH.
           DISPLAY "A = APPROVE, R = REJECT, BLANK = LEAVE "
               "PENDING: " WITH NO ADVANCING
           MOVE SPACES TO WS-IN-REPLY
           ACCEPT WS-IN-REPLY FROM CONSOLE
           MOVE SPACES TO WS-REJECT-REASON
           EVALUATE TRUE
               WHEN (WS-IN-REPLY = "A" OR WS-IN-REPLY = "a")
                   AND WS-CLOSED-THROUGH NOT = SPACES
                   AND (WS-REVIEW-KEYED-DATE NOT > WS-CLOSED-THROUGH
                       OR WS-REVIEW-CLOSED-COUNT > ZERO)
                   MOVE WS-REVIEW-CLOSED-COUNT TO WS-COUNT-EDITED
                   DISPLAY "BATCH IS DATED INTO A CLOSED PERIOD "
                       "(CLOSED THROUGH " WS-CLOSED-THROUGH
                       ", " WS-COUNT-EDITED " LINE(S)) - IT CAN "
                       "ONLY BE REJECTED"
               WHEN WS-IN-REPLY = "A" OR WS-IN-REPLY = "a"
                   MOVE "APPROVED" TO WS-DECISION
                   PERFORM SETTLE-PENDING-BATCH
               WHEN WS-IN-REPLY = "R" OR WS-IN-REPLY = "r"
                   DISPLAY "REJECTION REASON: " WITH NO ADVANCING
                   ACCEPT WS-REJECT-REASON FROM CONSOLE
                   IF WS-REJECT-REASON = SPACES
                       DISPLAY "A REASON IS REQUIRED - BATCH LEFT "
                           "PENDING"
                   ELSE
                       MOVE "REJECTED" TO WS-DECISION
                       PERFORM SETTLE-PENDING-BATCH
                   END-IF
               WHEN OTHER
                   DISPLAY "BATCH " WS-REVIEW-BATCH
                       " LEFT PENDING"
           END-EVALUATE.

      *****************************************************
      *  THE PENDING FILE IS COPIED TO THE WORK FILE
      *  WITHOUT THE DECIDED BATCH - ITS LINES GOING TO THE
      *  TRANSACTION FILE ON AN APPROVAL - AND THE WORK
      *  FILE IS THEN COPIED BACK OVER THE PENDING FILE.
      *****************************************************
       SETTLE-PENDING-BATCH.
           MOVE "Y" TO WS-SETTLE-OK-SW
           MOVE ZERO TO WS-SETTLED-COUNT
           OPEN INPUT PENDING-BATCH-FILE
           IF WS-PENDBAT-STATUS NOT = "00"
               DISPLAY "TRANENT: CANNOT OPEN PENDING-BATCH FILE - "
                   "STATUS " WS-PENDBAT-STATUS
               MOVE "N" TO WS-SETTLE-OK-SW
           END-IF
           IF SETTLE-OK
               OPEN OUTPUT PENDING-WORK-FILE
               IF WS-PENDWORK-STATUS NOT = "00"
                   DISPLAY "TRANENT: CANNOT OPEN PENDING WORK FILE "
                       "- STATUS " WS-PENDWORK-STATUS
                   CLOSE PENDING-BATCH-FILE
                   MOVE "N" TO WS-SETTLE-OK-SW
               END-IF
           END-IF
           IF SETTLE-OK AND WS-DECISION = "APPROVED"
               OPEN EXTEND TRANSACTION-FILE
               IF WS-TRANFILE-STATUS = "35"
                   OPEN OUTPUT TRANSACTION-FILE
               END-IF
               IF WS-TRANFILE-STATUS NOT = "00"
                   DISPLAY "TRANENT: CANNOT OPEN TRANSACTION FILE "
                       "- STATUS " WS-TRANFILE-STATUS
                   CLOSE PENDING-BATCH-FILE
                   CLOSE PENDING-WORK-FILE
                   MOVE "N" TO WS-SETTLE-OK-SW
               END-IF
           END-IF
           IF SETTLE-OK
               MOVE "N" TO WS-EOF-SW
               PERFORM UNTIL END-OF-FILE
                   READ PENDING-BATCH-FILE
                       AT END
                           SET END-OF-FILE TO TRUE
                       NOT AT END
                           PERFORM SETTLE-PENDING-RECORD
                   END-READ
               END-PERFORM
               MOVE "N" TO WS-EOF-SW
               CLOSE PENDING-BATCH-FILE
               CLOSE PENDING-WORK-FILE
               IF WS-DECISION = "APPROVED"
                   CLOSE TRANSACTION-FILE
               END-IF
               PERFORM REWRITE-PENDING-FILE
               PERFORM WRITE-BATCH-AUDIT
               MOVE WS-SETTLED-COUNT TO WS-COUNT-EDITED
               IF WS-DECISION = "APPROVED"
                   DISPLAY "BATCH " WS-REVIEW-BATCH " APPROVED - "
                       WS-COUNT-EDITED " RECORD(S) RELEASED TO THE "
                       "TRANSACTION FILE"
               ELSE
                   DISPLAY "BATCH " WS-REVIEW-BATCH " REJECTED - "
                       WS-REJECT-REASON
               END-IF
           ELSE
               DISPLAY "BATCH " WS-REVIEW-BATCH " LEFT PENDING"
           END-IF.

       SETTLE-PENDING-RECORD.
           IF PND-HDR-BATCH-NO NOT = WS-REVIEW-BATCH
               WRITE PENDING-WORK-RECORD FROM PENDING-BATCH-HEADER
           ELSE
               IF PND-DETAIL-RECORD AND WS-DECISION = "APPROVED"
                   MOVE SPACES TO TRANSACTION-RECORD
                   MOVE PND-DTL-TRAN-DATE TO TRAN-DATE
                   MOVE PND-DTL-ACCOUNT TO TRAN-ACCOUNT
                   MOVE PND-DTL-TYPE-CODE TO TRAN-TYPE-CODE
                   MOVE PND-DTL-AMOUNT TO TRAN-AMOUNT
                   MOVE WS-REVIEW-SITE TO TRAN-SITE-CODE
                   MOVE WS-REVIEW-BATCH TO TRAN-BATCH-NO
                   MOVE PND-DTL-LINE-NO TO TRAN-LINE-NO
                   MOVE PND-DTL-ORIGINAL-REF TO TRAN-ORIGINAL-REF
                   WRITE TRANSACTION-RECORD
                   ADD 1 TO WS-SETTLED-COUNT
               END-IF
           END-IF.

       REWRITE-PENDING-FILE.
           MOVE "N" TO WS-EOF-SW
      *    THE DECISION HAS ALREADY BEEN ACTED ON, SO A BATCH
      *    LEFT ON THE PENDING FILE COULD BE DECIDED TWICE -
      *    EITHER FAILURE STOPS EVERYONE UNTIL IT IS FIXED.
      *    PENDBAT IS ONLY EMPTIED ONCE THE WORK FILE IS OPEN.
           OPEN INPUT PENDING-WORK-FILE
           IF WS-PENDWORK-STATUS NOT = "00"
               DISPLAY "TRANENT: *** CANNOT RE-READ PENDING WORK "
                   "FILE - STATUS " WS-PENDWORK-STATUS
                   " - PENDBAT IS UNTOUCHED AND BATCH "
                   WS-REVIEW-BATCH " IS STILL LISTED; REMOVE IT "
                   "BY HAND BEFORE ANY FURTHER APPROVALS ***"
               MOVE 12 TO RETURN-CODE
           ELSE
               OPEN OUTPUT PENDING-BATCH-FILE
               IF WS-PENDBAT-STATUS NOT = "00"
                   DISPLAY "TRANENT: *** CANNOT REWRITE PENDING-"
                       "BATCH FILE - STATUS " WS-PENDBAT-STATUS
                       " - THE OTHER PENDING BATCHES ARE ON "
                       "PENDWORK; COPY THEM BACK TO PENDBAT BY "
                       "HAND BEFORE ANY FURTHER APPROVALS ***"
                   MOVE 12 TO RETURN-CODE
               ELSE
                   PERFORM UNTIL END-OF-FILE
                       READ PENDING-WORK-FILE
                           AT END
                               SET END-OF-FILE TO TRUE
                           NOT AT END
                               WRITE PENDING-BATCH-HEADER
                                   FROM PENDING-WORK-RECORD
                       END-READ
                   END-PERFORM
                   CLOSE PENDING-BATCH-FILE
               END-IF
               CLOSE PENDING-WORK-FILE
           END-IF
           MOVE "N" TO WS-EOF-SW.

       WRITE-BATCH-AUDIT.
           OPEN EXTEND BATCH-AUDIT-FILE
           IF WS-BATAUDT-STATUS = "35"
               OPEN OUTPUT BATCH-AUDIT-FILE
           END-IF
           IF WS-BATAUDT-STATUS = "00"
               MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME
               MOVE SPACES TO BATCH-AUDIT-RECORD
               MOVE WS-CURRENT-DATE-TIME(1:8) TO BAUD-RUN-DATE
               MOVE WS-CURRENT-DATE-TIME(9:6) TO BAUD-RUN-TIME
               MOVE WS-USER-ID TO BAUD-APPROVER-ID
               MOVE WS-DECISION TO BAUD-ACTION
               MOVE WS-REVIEW-BATCH TO BAUD-BATCH-NO
               MOVE WS-REVIEW-SITE TO BAUD-SITE-CODE
               MOVE WS-REVIEW-KEYED-BY TO BAUD-KEYED-BY
               MOVE WS-REVIEW-KEYED-DATE TO BAUD-KEYED-DATE
               MOVE WS-REVIEW-COUNT TO BAUD-RECORD-COUNT
               MOVE WS-REVIEW-AMOUNT TO BAUD-AMOUNT
               MOVE WS-REJECT-REASON TO BAUD-REASON
               WRITE BATCH-AUDIT-RECORD
               CLOSE BATCH-AUDIT-FILE
           ELSE
               DISPLAY "TRANENT: *** CANNOT WRITE BATCH APPROVAL "
                   "AUDIT - STATUS " WS-BATAUDT-STATUS " - NOTE "
                   "THE DECISION ON BATCH " WS-REVIEW-BATCH " ***"
           END-IF.

       WRITE-DENY-EXCEPTION.
           OPEN EXTEND EXCEPTION-FILE
           IF WS-SODEXCP-STATUS = "35"
               OPEN OUTPUT EXCEPTION-FILE
           END-IF
           IF WS-SODEXCP-STATUS = "00"
               MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME
               MOVE SPACES TO SOD-EXCEPTION-RECORD
               MOVE WS-TODAY-DATE TO EXC-RUN-DATE
               MOVE WS-CURRENT-DATE-TIME(9:6) TO EXC-RUN-TIME
               MOVE WS-SITE-CODE TO EXC-SITE-CODE
               MOVE WS-USER-ID TO EXC-OPERATOR-ID
               MOVE "ROLE-DENY" TO EXC-TYPE
               MOVE WS-EXC-DETAIL TO EXC-DETAIL
               WRITE SOD-EXCEPTION-RECORD
               CLOSE EXCEPTION-FILE
           END-IF
           PERFORM WRITE-DENY-ALERT.

      *****************************************************
      *  THE REFUSAL ALSO GOES TO THE ALERT FILE AS A
      *  WARNING FOR THE MONITORING TOOL.
      *****************************************************
       WRITE-DENY-ALERT.
           MOVE SPACES TO WS-ALERT-TEXT
           STRING "ROLE-DENY - " DELIMITED BY SIZE
               FUNCTION TRIM(WS-EXC-DETAIL) DELIMITED BY SIZE
               " - OPERATOR " DELIMITED BY SIZE
               WS-USER-ID DELIMITED BY SPACE
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
               MOVE "TRANENT" TO ALRT-JOB-NAME
               SET ALRT-WARNING TO TRUE
               MOVE WS-TODAY-DATE TO ALRT-CYCLE-DATE
               MOVE WS-ALERT-TEXT TO ALRT-TEXT
               SET ALRT-OPEN TO TRUE
               WRITE OPERATOR-ALERT-RECORD
               CLOSE ALERT-FILE
           ELSE
               DISPLAY "TRANENT: CANNOT WRITE ALERT - STATUS "
                   WS-ALERTS-STATUS " - " WS-ALERT-TEXT
           END-IF.

      *****************************************************
      *  CLEARING AN ITEM MOVES MONEY OUT OF SUSPENSE, SO
      *  IT IS OPEN TO THE SAME ROLES AS BATCH APPROVAL AND
      *  ANYONE ELSE IS REFUSED AND LOGGED. THE TRANSFER IS
      *  DATED TODAY, SO NOTHING IS CLEARED INTO A CLOSED
      *  PERIOD.
      *****************************************************
       CLEAR-SUSPENSE-ITEMS.
           EVALUATE TRUE
               WHEN NOT ROLE-MAY-APPROVE
                   MOVE "SUSPENSE CLEAR REFUSED - ROLE"
                       TO WS-EXC-DETAIL
                   PERFORM WRITE-DENY-EXCEPTION
                   DISPLAY "ROLE " WS-USER-ROLE " IS NOT AUTHORIZED "
                       "TO CLEAR SUSPENSE ITEMS"
               WHEN WS-CLOSED-THROUGH NOT = SPACES
                   AND WS-TODAY-DATE NOT > WS-CLOSED-THROUGH
                   DISPLAY "TODAY FALLS IN A CLOSED PERIOD (CLOSED "
                       "THROUGH " WS-CLOSED-THROUGH ") - NOTHING "
                       "CAN BE CLEARED"
               WHEN OTHER
                   PERFORM LIST-OPEN-SUSPENSE-ITEMS
                   IF WS-OPEN-ITEM-COUNT = ZERO
                       DISPLAY "NO OPEN SUSPENSE ITEMS FOR SITE "
                           WS-SITE-CODE
                   ELSE
                       PERFORM SELECT-SUSPENSE-ITEM
                   END-IF
           END-EVALUATE.

       LIST-OPEN-SUSPENSE-ITEMS.
           MOVE ZERO TO WS-OPEN-ITEM-COUNT
           MOVE "N" TO WS-EOF-SW
           OPEN INPUT SUSPENSE-ITEM-FILE
           IF WS-SUSPITEM-STATUS = "00"
               DISPLAY " "
               DISPLAY "ITEM         KEYED AS TY       AMOUNT "
                   "REASON       REFERENCE"
               PERFORM UNTIL END-OF-FILE
                   READ SUSPENSE-ITEM-FILE
                       AT END
                           SET END-OF-FILE TO TRUE
                       NOT AT END
                           PERFORM LIST-ONE-SUSPENSE-ITEM
                   END-READ
               END-PERFORM
               CLOSE SUSPENSE-ITEM-FILE
           END-IF
           MOVE "N" TO WS-EOF-SW.

       LIST-ONE-SUSPENSE-ITEM.
           MOVE SITM-SITE-CODE TO WS-ITEM-SITE
           IF WS-ITEM-SITE = SPACES
               MOVE "HQ" TO WS-ITEM-SITE
           END-IF
           IF WS-ITEM-SITE = WS-SITE-CODE
               AND SITM-OPEN
               ADD 1 TO WS-OPEN-ITEM-COUNT
               MOVE SITM-AMOUNT TO WS-TRAN-AMT-EDITED
               DISPLAY SITM-ITEM-NO " " SITM-KEYED-ACCOUNT " "
                   SITM-TYPE-CODE " " WS-TRAN-AMT-EDITED " "
                   SITM-REASON " " SITM-REFERENCE
           END-IF.

       SELECT-SUSPENSE-ITEM.
           DISPLAY "ITEM TO CLEAR (BLANK = RETURN): "
               WITH NO ADVANCING
           MOVE SPACES TO WS-IN-ITEM
           ACCEPT WS-IN-ITEM FROM CONSOLE
           EVALUATE TRUE
               WHEN WS-IN-ITEM = SPACES
                   CONTINUE
               WHEN WS-IN-ITEM IS NOT NUMERIC
                   DISPLAY "ITEM NUMBER MUST BE 12 DIGITS"
               WHEN OTHER
                   MOVE WS-IN-ITEM TO WS-CLEAR-ITEM
                   PERFORM FIND-SUSPENSE-ITEM
                   IF ITEM-FOUND
                       PERFORM ACCEPT-CLEARING-ACCOUNT
                   ELSE
                       DISPLAY "ITEM " WS-CLEAR-ITEM " IS NOT AN "
                           "OPEN SUSPENSE ITEM FOR SITE "
                           WS-SITE-CODE
                   END-IF
           END-EVALUATE.

       FIND-SUSPENSE-ITEM.
           MOVE "N" TO WS-ITEM-FOUND-SW
           MOVE "N" TO WS-EOF-SW
           OPEN INPUT SUSPENSE-ITEM-FILE
           IF WS-SUSPITEM-STATUS = "00"
               PERFORM UNTIL END-OF-FILE
                   READ SUSPENSE-ITEM-FILE
                       AT END
                           SET END-OF-FILE TO TRUE
                       NOT AT END
                           MOVE SITM-SITE-CODE TO WS-ITEM-SITE
                           IF WS-ITEM-SITE = SPACES
                               MOVE "HQ" TO WS-ITEM-SITE
                           END-IF
                           IF WS-ITEM-SITE = WS-SITE-CODE
                               AND SITM-ITEM-NO = WS-CLEAR-ITEM
                               AND SITM-OPEN
                               SET ITEM-FOUND TO TRUE
                               MOVE SITM-KEYED-ACCOUNT
                                   TO WS-CLEAR-KEYED-ACCOUNT
                               MOVE SITM-TYPE-CODE TO WS-CLEAR-TYPE
                               MOVE SITM-AMOUNT TO WS-CLEAR-AMOUNT
                               MOVE SITM-REASON TO WS-CLEAR-REASON
                               MOVE SITM-REFERENCE
                                   TO WS-CLEAR-REFERENCE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE SUSPENSE-ITEM-FILE
           END-IF
           MOVE "N" TO WS-EOF-SW.

      *****************************************************
      *  THE CORRECT ACCOUNT GETS THE SAME EDITS AS A KEYED
      *  ENTRY DATED TODAY, SO THE TRANSFER CANNOT LAND
      *  STRAIGHT BACK IN SUSPENSE AT NIGHT.
      *****************************************************
       ACCEPT-CLEARING-ACCOUNT.
           MOVE WS-CLEAR-AMOUNT TO WS-TRAN-AMT-EDITED
           DISPLAY " "
           DISPLAY "===== SUSPENSE ITEM " WS-CLEAR-ITEM " ====="
           DISPLAY "KEYED ACCOUNT...: " WS-CLEAR-KEYED-ACCOUNT
           DISPLAY "TYPE............: " WS-CLEAR-TYPE
           DISPLAY "AMOUNT..........: " WS-TRAN-AMT-EDITED
           DISPLAY "REASON..........: " WS-CLEAR-REASON
           DISPLAY "REFERENCE.......: " WS-CLEAR-REFERENCE
           DISPLAY "CORRECT ACCOUNT (BLANK = RETURN): "
               WITH NO ADVANCING
           MOVE SPACES TO WS-IN-ACCOUNT
           ACCEPT WS-IN-ACCOUNT FROM CONSOLE
           IF WS-IN-ACCOUNT NOT = SPACES
               MOVE WS-TODAY-DATE TO WS-IN-DATE
               MOVE "Y" TO WS-FIELD-OK-SW
               PERFORM CHECK-ENTRY-ACCOUNT
               IF FIELD-VALID
                   DISPLAY "Y = MOVE " WS-TRAN-AMT-EDITED
                       " FROM SUSPENSE TO " WS-IN-ACCOUNT ": "
                       WITH NO ADVANCING
                   MOVE SPACES TO WS-IN-REPLY
                   ACCEPT WS-IN-REPLY FROM CONSOLE
                   IF WS-IN-REPLY = "Y" OR WS-IN-REPLY = "y"
                       PERFORM RAISE-SUSPENSE-TRANSFER
                   ELSE
                       DISPLAY "ITEM " WS-CLEAR-ITEM " LEFT OPEN"
                   END-IF
               END-IF
           END-IF.

      *****************************************************
      *  THE TRANSFER IS A BATCH OF ITS OWN: LINE 001 TAKES
      *  THE AMOUNT OUT OF SUSPENSE AND LINE 002 POSTS IT TO
      *  THE CORRECT ACCOUNT. IT GOES STRAIGHT TO THE
      *  TRANSACTION FILE - THE CLEARING ROLE IS THE SECOND
      *  PAIR OF EYES ON AN ITEM LEDPOST ALREADY POSTED.
      *****************************************************
       RAISE-SUSPENSE-TRANSFER.
           IF WS-CLEAR-TYPE = "DB"
               MOVE "CR" TO WS-SUSPENSE-SIDE-TYPE
               MOVE "DB" TO WS-ACCOUNT-SIDE-TYPE
           ELSE
               MOVE "DB" TO WS-SUSPENSE-SIDE-TYPE
               MOVE "CR" TO WS-ACCOUNT-SIDE-TYPE
           END-IF
           PERFORM GET-NEXT-BATCH-NUMBER
           OPEN EXTEND TRANSACTION-FILE
           IF WS-TRANFILE-STATUS = "35"
               OPEN OUTPUT TRANSACTION-FILE
           END-IF
           IF WS-TRANFILE-STATUS NOT = "00"
               DISPLAY "TRANENT: CANNOT OPEN TRANSACTION FILE - "
                   "STATUS " WS-TRANFILE-STATUS
                   " - ITEM " WS-CLEAR-ITEM " LEFT OPEN"
           ELSE
               MOVE SPACES TO TRANSACTION-RECORD
               MOVE WS-TODAY-DATE TO TRAN-DATE
               MOVE WS-SUSPENSE-ACCOUNT TO TRAN-ACCOUNT
               MOVE WS-SUSPENSE-SIDE-TYPE TO TRAN-TYPE-CODE
               MOVE WS-CLEAR-AMOUNT TO TRAN-AMOUNT
               MOVE WS-SITE-CODE TO TRAN-SITE-CODE
               MOVE WS-BATCH-NUMBER TO TRAN-BATCH-NO
               MOVE "001" TO TRAN-LINE-NO
               WRITE TRANSACTION-RECORD
               MOVE TRAN-REFERENCE TO WS-TRANSFER-REF
               MOVE SPACES TO TRANSACTION-RECORD
               MOVE WS-TODAY-DATE TO TRAN-DATE
               MOVE WS-IN-ACCOUNT TO TRAN-ACCOUNT
               MOVE WS-ACCOUNT-SIDE-TYPE TO TRAN-TYPE-CODE
               MOVE WS-CLEAR-AMOUNT TO TRAN-AMOUNT
               MOVE WS-SITE-CODE TO TRAN-SITE-CODE
               MOVE WS-BATCH-NUMBER TO TRAN-BATCH-NO
               MOVE "002" TO TRAN-LINE-NO
               WRITE TRANSACTION-RECORD
               CLOSE TRANSACTION-FILE
               DISPLAY "TRANSFER BATCH " WS-BATCH-NUMBER
                   " RAISED FOR SITE " WS-SITE-CODE
                   " - IT POSTS WITH TONIGHT'S CYCLE"
               PERFORM MARK-SUSPENSE-ITEM-CLEARED
           END-IF.

       MARK-SUSPENSE-ITEM-CLEARED.
           MOVE "Y" TO WS-SETTLE-OK-SW
           OPEN INPUT SUSPENSE-ITEM-FILE
           IF WS-SUSPITEM-STATUS NOT = "00"
               MOVE "N" TO WS-SETTLE-OK-SW
           ELSE
               OPEN OUTPUT SUSPENSE-WORK-FILE
               IF WS-SUSPWORK-STATUS NOT = "00"
                   CLOSE SUSPENSE-ITEM-FILE
                   MOVE "N" TO WS-SETTLE-OK-SW
               ELSE
                   MOVE "N" TO WS-EOF-SW
                   PERFORM UNTIL END-OF-FILE
                       READ SUSPENSE-ITEM-FILE
                           AT END
                               SET END-OF-FILE TO TRUE
                           NOT AT END
                               PERFORM CLEAR-ONE-SUSPENSE-ITEM
                       END-READ
                   END-PERFORM
                   MOVE "N" TO WS-EOF-SW
                   CLOSE SUSPENSE-ITEM-FILE
                   CLOSE SUSPENSE-WORK-FILE
               END-IF
           END-IF
      *    SUSPITEM IS ONLY EMPTIED ONCE THE WORK FILE HAS
      *    OPENED, SO A FAILED RE-READ LEAVES EVERY ITEM IN
      *    PLACE.
           IF SETTLE-OK
               OPEN INPUT SUSPENSE-WORK-FILE
               IF WS-SUSPWORK-STATUS NOT = "00"
                   DISPLAY "TRANENT: CANNOT RE-READ SUSPENSE WORK "
                       "FILE - STATUS " WS-SUSPWORK-STATUS
                       " - SUSPITEM IS UNTOUCHED"
                   MOVE "N" TO WS-SETTLE-OK-SW
               ELSE
                   OPEN OUTPUT SUSPENSE-ITEM-FILE
                   IF WS-SUSPITEM-STATUS NOT = "00"
                       DISPLAY "TRANENT: CANNOT REWRITE SUSPENSE "
                           "ITEM FILE - STATUS " WS-SUSPITEM-STATUS
                           " - THE ITEMS ARE ON SUSPWORK; COPY "
                           "THEM BACK TO SUSPITEM BY HAND"
                       MOVE "N" TO WS-SETTLE-OK-SW
                   ELSE
                       MOVE "N" TO WS-EOF-SW
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
                       MOVE "N" TO WS-EOF-SW
                       CLOSE SUSPENSE-ITEM-FILE
                   END-IF
                   CLOSE SUSPENSE-WORK-FILE
               END-IF
           END-IF
           IF SETTLE-OK
               DISPLAY "ITEM " WS-CLEAR-ITEM " CLEARED TO "
                   WS-IN-ACCOUNT " BY TRANSFER " WS-TRANSFER-REF
           ELSE
      *        THE TRANSFER IS ALREADY ON THE TRANSACTION FILE, SO
      *        AN ITEM STILL SHOWING OPEN COULD BE CLEARED TWICE -
      *        STOP EVERYONE UNTIL IT IS FIXED.
               DISPLAY "TRANENT: *** SUSPENSE ITEM " WS-CLEAR-ITEM
                   " IS NOT MARKED CLEARED BUT TRANSFER "
                   WS-TRANSFER-REF " IS RAISED; MARK IT CLEARED BY "
                   "HAND BEFORE ANY FURTHER CLEARING ***"
               MOVE 12 TO RETURN-CODE
           END-IF.

       CLEAR-ONE-SUSPENSE-ITEM.
           MOVE SITM-SITE-CODE TO WS-ITEM-SITE
           IF WS-ITEM-SITE = SPACES
               MOVE "HQ" TO WS-ITEM-SITE
           END-IF
           IF WS-ITEM-SITE = WS-SITE-CODE
               AND SITM-ITEM-NO = WS-CLEAR-ITEM
               AND SITM-OPEN
               SET SITM-CLEARED TO TRUE
               MOVE WS-IN-ACCOUNT TO SITM-CLEARED-TO
               MOVE WS-USER-ID TO SITM-CLEARED-BY
               MOVE WS-TODAY-DATE TO SITM-CLEARED-DATE
               MOVE WS-TRANSFER-REF TO SITM-TRANSFER-REF
               MOVE "N" TO SITM-TRANSFER-POSTED
           END-IF
           MOVE SUSPENSE-ITEM-RECORD TO SUSPENSE-WORK-RECORD
           WRITE SUSPENSE-WORK-RECORD.
