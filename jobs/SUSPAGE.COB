      *cobc -x -frelax-syntax -I copybooks jobs/SUSPAGE.COB
      *export SUSPITEM=data/SUSPITEM.DAT LEDNEW=data/LEDNEW.DAT
      *    SUSPAGED=data/SUSPAGED.DAT WELCOME_SITE_CODE=HQ
      *****************************************************
      *  SUSPAGE - NIGHTLY SUSPENSE AGED-ITEM REPORT
      *
      *  RUNS AFTER LEDPOST AND LISTS EVERY OPEN ITEM ON
      *  THE SUSPENSE ITEM FILE FOR THE SITE, AGED FROM THE
      *  CYCLE DATE IT WAS DIVERTED ON INTO 0-7, 8-30 AND
      *  OVER-30-DAY BUCKETS, SO AN ITEM NOBODY CLEARS IS
      *  SEEN GETTING OLDER EVERY NIGHT. AN ITEM ALREADY
      *  CLEARED WHOSE TRANSFER HAS NOT YET POSTED IS STILL
      *  IN THE SUSPENSE BALANCE AND IS LISTED SEPARATELY.
      *  THE REPORT THEN PROVES THAT THOSE ITEMS, NETTED
      *  (CREDITS LESS DEBITS, AS LEDPOST POSTS THEM), SUM
      *  TO THE SUSPENSE ACCOUNT'S NEW BALANCE ON TONIGHT'S
      *  LEDNEW SNAPSHOT. A DIFFERENCE MEANS SOMETHING
      *  REACHED SUSPENSE WITHOUT AN ITEM, OR LEFT IT
      *  WITHOUT A CLEARING, AND ENDS THE STEP WITH A
      *  NONZERO RETURN-CODE.
      *
      *  RETURN-CODE:
      *     0  = SUSPENSE PROVED
      *     8  = OPEN ITEMS DO NOT SUM TO THE LEDGER BALANCE
      *    12  = LEDNEW OR THE ITEM FILE COULD NOT BE READ,
      *          OR THE REPORT COULD NOT BE WRITTEN
      *****************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SUSPAGE.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SUSPENSE-ITEM-FILE ASSIGN TO "SUSPITEM"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-SUSPITEM-STATUS.

           SELECT NEW-LEDGER-FILE ASSIGN TO "LEDNEW"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-LEDNEW-STATUS.

           SELECT AGED-REPORT-FILE ASSIGN TO "SUSPAGED"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  SUSPENSE-ITEM-FILE.
           COPY SUSPITMREC.

       FD  NEW-LEDGER-FILE.
           COPY LEDREC.

       FD  AGED-REPORT-FILE.
       01  AGED-REPORT-LINE              PIC X(110).

       WORKING-STORAGE SECTION.
       01  WS-SUSPITEM-STATUS            PIC XX.
       01  WS-LEDNEW-STATUS              PIC XX.
       01  WS-REPORT-STATUS              PIC XX.

       01  WS-CURRENT-DATE-TIME          PIC X(21).
       01  WS-TODAY-DATE                 PIC X(8).
       01  WS-CYCLE-DATE-OVERRIDE        PIC X(8).
       01  WS-SITE-CODE                  PIC X(3).
       01  WS-ITEM-SITE                  PIC X(3).

       01  WS-SUSPENSE-ACCOUNT           PIC X(8) VALUE "SUSPENSE".
       01  WS-LEDGER-BALANCE             PIC S9(13)V99 VALUE ZERO.

       01  WS-TODAY-NUMERIC              PIC 9(8).
       01  WS-ITEM-DATE-NUMERIC          PIC 9(8).
       01  WS-ITEM-AGE                   PIC S9(5) VALUE ZERO.
       01  WS-ITEM-NET                   PIC S9(13)V99 VALUE ZERO.

      *    ONE BUCKET PER AGE BAND, THEN THE CLEARED ITEMS
      *    WHOSE TRANSFER IS STILL TO POST.
       01  WS-BUCKET-TABLE.
           05  WS-BUCKET OCCURS 4 TIMES.
               10  WS-BKT-COUNT          PIC 9(7).
               10  WS-BKT-NET            PIC S9(13)V99.
       01  WS-BKT-SUB                    PIC 9(1).
       01  WS-ITEMS-NET                  PIC S9(13)V99 VALUE ZERO.
       01  WS-ITEMS-COUNT                PIC 9(7) VALUE ZERO.
       01  WS-DIFFERENCE                 PIC S9(13)V99 VALUE ZERO.

       01  WS-COUNT-EDITED               PIC Z,ZZZ,ZZ9.

       01  WS-BUCKET-NAMES.
           05  FILLER                    PIC X(10) VALUE "0-7 DAYS".
           05  FILLER                    PIC X(10) VALUE "8-30 DAYS".
           05  FILLER                    PIC X(10) VALUE "OVER 30".
           05  FILLER                    PIC X(10) VALUE "XFER DUE".
       01  WS-BUCKET-NAME-TABLE REDEFINES WS-BUCKET-NAMES.
           05  WS-BUCKET-NAME OCCURS 4 TIMES
                                         PIC X(10).

       01  WS-DETAIL-LINE.
           05  DET-ITEM-NO               PIC X(12).
           05  FILLER                    PIC X(2)  VALUE SPACES.
           05  DET-AGE                   PIC ZZZZ9.
           05  FILLER                    PIC X(2)  VALUE SPACES.
           05  DET-BUCKET                PIC X(10).
           05  FILLER                    PIC X(2)  VALUE SPACES.
           05  DET-KEYED-ACCOUNT         PIC X(8).
           05  FILLER                    PIC X(2)  VALUE SPACES.
           05  DET-TYPE                  PIC X(2).
           05  FILLER                    PIC X(2)  VALUE SPACES.
           05  DET-AMOUNT                PIC Z(8)9.99.
           05  FILLER                    PIC X(2)  VALUE SPACES.
           05  DET-REASON                PIC X(12).
           05  FILLER                    PIC X(2)  VALUE SPACES.
           05  DET-REFERENCE             PIC X(8).
           05  FILLER                    PIC X(2)  VALUE SPACES.
           05  DET-TRANSFER-REF          PIC X(8).

       01  WS-BUCKET-LINE.
           05  BKT-NAME                  PIC X(10).
           05  FILLER                    PIC X(2)  VALUE SPACES.
           05  BKT-COUNT                 PIC Z,ZZZ,ZZ9.
           05  FILLER                    PIC X(2)  VALUE SPACES.
           05  BKT-NET                   PIC -(13)9.99.

       01  WS-PROOF-LINE.
           05  PRF-TITLE                 PIC X(30).
           05  PRF-AMOUNT                PIC -(13)9.99.
           05  FILLER                    PIC X(2)  VALUE SPACES.
           05  PRF-VERDICT               PIC X(14).

       01  WS-SWITCHES.
           05  WS-EOF-SW                 PIC X VALUE "N".
               88  END-OF-FILE           VALUE "Y".

       PROCEDURE DIVISION.

       MAIN-LOGIC.
           PERFORM INITIALIZE-REPORT
           PERFORM READ-SUSPENSE-BALANCE
           PERFORM OPEN-REPORT-FILES
           PERFORM WRITE-REPORT-HEADING
           PERFORM UNTIL END-OF-FILE
               READ SUSPENSE-ITEM-FILE
                   AT END
                       SET END-OF-FILE TO TRUE
                   NOT AT END
                       PERFORM PRINT-ITEM-LINE
               END-READ
           END-PERFORM
           IF WS-SUSPITEM-STATUS NOT = "35"
               CLOSE SUSPENSE-ITEM-FILE
           END-IF
           PERFORM WRITE-REPORT-TOTALS
           CLOSE AGED-REPORT-FILE
           PERFORM DISPLAY-REPORT-TOTALS
           IF WS-DIFFERENCE NOT = ZERO
               DISPLAY "SUSPAGE: *** SUSPENSE ITEMS DO NOT SUM TO "
                   "THE SUSPENSE LEDGER BALANCE ***"
               MOVE 8 TO RETURN-CODE
           END-IF
           GOBACK.

       INITIALIZE-REPORT.
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
           MOVE WS-TODAY-DATE TO WS-TODAY-NUMERIC
           MOVE SPACES TO WS-SITE-CODE
           ACCEPT WS-SITE-CODE FROM ENVIRONMENT
               "WELCOME_SITE_CODE"
           IF WS-SITE-CODE = SPACES
               MOVE "HQ" TO WS-SITE-CODE
           END-IF
           PERFORM VARYING WS-BKT-SUB FROM 1 BY 1
               UNTIL WS-BKT-SUB > 4
               MOVE ZERO TO WS-BKT-COUNT(WS-BKT-SUB)
               MOVE ZERO TO WS-BKT-NET(WS-BKT-SUB)
           END-PERFORM
           MOVE ZERO TO WS-ITEMS-NET
           MOVE ZERO TO WS-ITEMS-COUNT
           MOVE ZERO TO WS-LEDGER-BALANCE
           MOVE "N" TO WS-EOF-SW.

      *****************************************************
      *  THE SUSPENSE BALANCE IS TAKEN FROM TONIGHT'S
      *  LEDNEW SNAPSHOT, THE SAME FILE THE TRIAL BALANCE
      *  PRINTS. NO SUSPENSE RECORD MEANS NOTHING HAS EVER
      *  POSTED THERE - A BALANCE OF ZERO.
      *****************************************************
       READ-SUSPENSE-BALANCE.
           OPEN INPUT NEW-LEDGER-FILE
           IF WS-LEDNEW-STATUS NOT = "00"
               DISPLAY "SUSPAGE: CANNOT OPEN LEDNEW - STATUS "
                   WS-LEDNEW-STATUS
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF
           PERFORM UNTIL END-OF-FILE
               READ NEW-LEDGER-FILE
                   AT END
                       SET END-OF-FILE TO TRUE
                   NOT AT END
                       IF LED-ACCOUNT = WS-SUSPENSE-ACCOUNT
                           MOVE LED-NEW-BALANCE
                               TO WS-LEDGER-BALANCE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE NEW-LEDGER-FILE
           MOVE "N" TO WS-EOF-SW.

      *    NO ITEM FILE YET MEANS NO ITEMS - THE REPORT STILL
      *    PROVES THAT SUSPENSE IS EMPTY.
       OPEN-REPORT-FILES.
           OPEN INPUT SUSPENSE-ITEM-FILE
           EVALUATE WS-SUSPITEM-STATUS
               WHEN "00"
                   CONTINUE
               WHEN "35"
                   SET END-OF-FILE TO TRUE
               WHEN OTHER
                   DISPLAY "SUSPAGE: CANNOT OPEN SUSPENSE ITEM FILE - "
                       "STATUS " WS-SUSPITEM-STATUS
                   MOVE 12 TO RETURN-CODE
                   GOBACK
           END-EVALUATE
           OPEN OUTPUT AGED-REPORT-FILE
           IF WS-REPORT-STATUS NOT = "00"
               DISPLAY "SUSPAGE: CANNOT OPEN REPORT FILE - "
                   "STATUS " WS-REPORT-STATUS
               IF WS-SUSPITEM-STATUS NOT = "35"
                   CLOSE SUSPENSE-ITEM-FILE
               END-IF
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF.

       WRITE-REPORT-HEADING.
           MOVE SPACES TO AGED-REPORT-LINE
           STRING "SUSPENSE AGED ITEMS AS OF " WS-TODAY-DATE
               " - SITE " WS-SITE-CODE
               DELIMITED BY SIZE
               INTO AGED-REPORT-LINE
           END-STRING
           WRITE AGED-REPORT-LINE
           MOVE SPACES TO AGED-REPORT-LINE
           WRITE AGED-REPORT-LINE
           MOVE SPACES TO AGED-REPORT-LINE
           STRING "ITEM            AGE  BUCKET      KEYED AS  TY"
               "        AMOUNT  REASON        REFERENCE TRANSFER"
               DELIMITED BY SIZE
               INTO AGED-REPORT-LINE
           END-STRING
           WRITE AGED-REPORT-LINE.

      *****************************************************
      *  AN OPEN ITEM IS AGED IN DAYS FROM THE CYCLE DATE IT
      *  WAS DIVERTED ON. A CLEARED ITEM STAYS ON THE REPORT
      *  ONLY UNTIL LEDPOST HAS POSTED ITS TRANSFER - UNTIL
      *  THEN ITS AMOUNT IS STILL IN SUSPENSE.
      *****************************************************
       PRINT-ITEM-LINE.
           MOVE SITM-SITE-CODE TO WS-ITEM-SITE
           IF WS-ITEM-SITE = SPACES
               MOVE "HQ" TO WS-ITEM-SITE
           END-IF
           MOVE ZERO TO WS-BKT-SUB
           IF WS-ITEM-SITE = WS-SITE-CODE
               EVALUATE TRUE
                   WHEN SITM-OPEN
                       PERFORM AGE-OPEN-ITEM
                   WHEN SITM-CLEARED AND NOT SITM-TRANSFER-DONE
                       MOVE ZERO TO WS-ITEM-AGE
                       MOVE 4 TO WS-BKT-SUB
               END-EVALUATE
           END-IF
           IF WS-BKT-SUB > ZERO
               IF SITM-TYPE-CODE = "DB"
                   COMPUTE WS-ITEM-NET = ZERO - SITM-AMOUNT
               ELSE
                   MOVE SITM-AMOUNT TO WS-ITEM-NET
               END-IF
               ADD 1 TO WS-BKT-COUNT(WS-BKT-SUB)
               ADD WS-ITEM-NET TO WS-BKT-NET(WS-BKT-SUB)
               ADD 1 TO WS-ITEMS-COUNT
               ADD WS-ITEM-NET TO WS-ITEMS-NET
               MOVE SPACES TO WS-DETAIL-LINE
               MOVE SITM-ITEM-NO TO DET-ITEM-NO
               MOVE WS-ITEM-AGE TO DET-AGE
               MOVE WS-BUCKET-NAME(WS-BKT-SUB) TO DET-BUCKET
               MOVE SITM-KEYED-ACCOUNT TO DET-KEYED-ACCOUNT
               MOVE SITM-TYPE-CODE TO DET-TYPE
               MOVE SITM-AMOUNT TO DET-AMOUNT
               MOVE SITM-REASON TO DET-REASON
               MOVE SITM-REFERENCE TO DET-REFERENCE
               MOVE SITM-TRANSFER-REF TO DET-TRANSFER-REF
               WRITE AGED-REPORT-LINE FROM WS-DETAIL-LINE
           END-IF.

       AGE-OPEN-ITEM.
           MOVE ZERO TO WS-ITEM-AGE
           IF SITM-CYCLE-DATE IS NUMERIC
               MOVE SITM-CYCLE-DATE TO WS-ITEM-DATE-NUMERIC
               COMPUTE WS-ITEM-AGE =
                   FUNCTION INTEGER-OF-DATE(WS-TODAY-NUMERIC)
                   - FUNCTION INTEGER-OF-DATE(WS-ITEM-DATE-NUMERIC)
           END-IF
           IF WS-ITEM-AGE < ZERO
               MOVE ZERO TO WS-ITEM-AGE
           END-IF
           EVALUATE TRUE
               WHEN WS-ITEM-AGE <= 7
                   MOVE 1 TO WS-BKT-SUB
               WHEN WS-ITEM-AGE <= 30
                   MOVE 2 TO WS-BKT-SUB
               WHEN OTHER
                   MOVE 3 TO WS-BKT-SUB
           END-EVALUATE.

       WRITE-REPORT-TOTALS.
           MOVE SPACES TO AGED-REPORT-LINE
           WRITE AGED-REPORT-LINE
           MOVE SPACES TO AGED-REPORT-LINE
           STRING "BUCKET          ITEMS    NET (CR - DB)"
               DELIMITED BY SIZE
               INTO AGED-REPORT-LINE
           END-STRING
           WRITE AGED-REPORT-LINE
           PERFORM VARYING WS-BKT-SUB FROM 1 BY 1
               UNTIL WS-BKT-SUB > 4
               MOVE SPACES TO WS-BUCKET-LINE
               MOVE WS-BUCKET-NAME(WS-BKT-SUB) TO BKT-NAME
               MOVE WS-BKT-COUNT(WS-BKT-SUB) TO BKT-COUNT
               MOVE WS-BKT-NET(WS-BKT-SUB) TO BKT-NET
               WRITE AGED-REPORT-LINE FROM WS-BUCKET-LINE
           END-PERFORM
           MOVE SPACES TO AGED-REPORT-LINE
           WRITE AGED-REPORT-LINE
           COMPUTE WS-DIFFERENCE = WS-LEDGER-BALANCE - WS-ITEMS-NET
           MOVE SPACES TO WS-PROOF-LINE
           MOVE "ITEMS IN SUSPENSE, NET ......" TO PRF-TITLE
           MOVE WS-ITEMS-NET TO PRF-AMOUNT
           WRITE AGED-REPORT-LINE FROM WS-PROOF-LINE
           MOVE SPACES TO WS-PROOF-LINE
           MOVE "SUSPENSE LEDGER BALANCE ....." TO PRF-TITLE
           MOVE WS-LEDGER-BALANCE TO PRF-AMOUNT
           WRITE AGED-REPORT-LINE FROM WS-PROOF-LINE
           MOVE SPACES TO WS-PROOF-LINE
           MOVE "PROOF: BALANCE - ITEMS ......" TO PRF-TITLE
           MOVE WS-DIFFERENCE TO PRF-AMOUNT
           IF WS-DIFFERENCE = ZERO
               MOVE "PROVED" TO PRF-VERDICT
           ELSE
               MOVE "NOT PROVED" TO PRF-VERDICT
           END-IF
           WRITE AGED-REPORT-LINE FROM WS-PROOF-LINE.

       DISPLAY-REPORT-TOTALS.
           DISPLAY " "
           DISPLAY "===== SUSPAGE REPORT TOTALS ====="
           DISPLAY "CYCLE DATE.......: " WS-TODAY-DATE
           DISPLAY "SITE.............: " WS-SITE-CODE
           MOVE WS-BKT-COUNT(1) TO WS-COUNT-EDITED
           DISPLAY "OPEN 0-7 DAYS....: " WS-COUNT-EDITED
           MOVE WS-BKT-COUNT(2) TO WS-COUNT-EDITED
           DISPLAY "OPEN 8-30 DAYS...: " WS-COUNT-EDITED
           MOVE WS-BKT-COUNT(3) TO WS-COUNT-EDITED
           DISPLAY "OPEN OVER 30 DAYS: " WS-COUNT-EDITED
           MOVE WS-BKT-COUNT(4) TO WS-COUNT-EDITED
           DISPLAY "TRANSFER DUE.....: " WS-COUNT-EDITED
           MOVE WS-ITEMS-NET TO PRF-AMOUNT
           DISPLAY "ITEMS NET........: " PRF-AMOUNT
           MOVE WS-LEDGER-BALANCE TO PRF-AMOUNT
           DISPLAY "SUSPENSE BALANCE.: " PRF-AMOUNT
           DISPLAY "PROOF VERDICT....: " PRF-VERDICT.
