      *cobc -x -frelax-syntax -I copybooks CONSOLTB.COB
      *export SITEMAST=data/SITEMAST.DAT CONSRPT=data/CONSRPT.DAT
      *    LEDNWHQ=data/LEDNEW.DAT CHKPTHQ=data/CHKPOINT.DAT
      *    LEDNWRJ=data/LEDNEW.RJ.DAT CHKPTRJ=data/CHKPOINT.RJ.DAT
      *    LEDNWBH=data/LEDNEW.BH.DAT CHKPTBH=data/CHKPOINT.BH.DAT
      *    CONSOLTB_CYCLE_DATE=YYYYMMDD
      *****************************************************
      *  CONSOLTB - CONSOLIDATED MULTI-SITE TRIAL BALANCE
      *
      *  EVERY SITE ON THE SITE MASTER POSTS ITS OWN LEDGER
      *  THROUGH LEDPOST. THIS REPORT READS EACH SITE'S
      *  LEDNEW SNAPSHOT AND PRINTS ONE CONSOLIDATED TRIAL
      *  BALANCE: ONE LINE PER ACCOUNT, ONE COLUMN PER
      *  SITE'S NEW BALANCE, AN ELIMINATION COLUMN AND THE
      *  GROUP TOTAL. BALANCES ON THE INTERCOMPANY
      *  SETTLEMENT ACCOUNT ARE ELIMINATED FROM THE GROUP
      *  TOTAL; ACROSS THE SITES THEY MUST OFFSET EACH
      *  OTHER, AND A NIGHT WHERE THEY DO NOT IS FLAGGED.
      *
      *  EACH SITE'S FILES ARE REACHED BY DD NAMES BUILT
      *  FROM ITS SITE CODE: LEDNW<SITE> FOR THE LEDNEW
      *  SNAPSHOT AND CHKPT<SITE> FOR THE SITE'S CHECKPOINT
      *  FILE. A SITE WHOSE SNAPSHOT IS ABSENT, OR WHOSE
      *  CHECKPOINTS SHOW NO COMPLETED LEDPOST FOR THE
      *  CYCLE DATE (THE SNAPSHOT WOULD BE A STALE NIGHT'S),
      *  IS LEFT OUT OF THE CONSOLIDATION AND REPORTED
      *  MISSING.
      *
      *  THE CYCLE DATE COMES FROM ENVIRONMENT VARIABLE
      *  CONSOLTB_CYCLE_DATE (YYYYMMDD), DEFAULTING TO
      *  TODAY, SO THE REPORT CAN BE RUN THE MORNING AFTER
      *  THE LAST SITE'S WINDOW CLOSES.
      *
      *  RETURN-CODE:
      *     0  = ALL SITES PRESENT, ELIMINATIONS NET TO ZERO
      *     8  = INTERCOMPANY BALANCES DO NOT OFFSET
      *    12  = A SITE'S LEDGER IS MISSING FOR THE CYCLE
      *          DATE, OR THE SITE MASTER CANNOT BE READ
      *****************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CONSOLTB.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SITE-MASTER-FILE ASSIGN TO "SITEMAST"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-SITE-STATUS.

           SELECT SITE-LEDGER-FILE ASSIGN TO WS-LEDGER-FILE-NAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-LEDGER-STATUS.

           SELECT SITE-CHECKPOINT-FILE ASSIGN TO WS-CHKPT-FILE-NAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-CHKPOINT-STATUS.

           SELECT CONSOLIDATED-REPORT-FILE ASSIGN TO "CONSRPT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  SITE-MASTER-FILE.
           COPY SITEREC.

       FD  SITE-LEDGER-FILE.
           COPY LEDREC.

       FD  SITE-CHECKPOINT-FILE.
           COPY CHKPTREC.

       FD  CONSOLIDATED-REPORT-FILE.
       01  CONSOLIDATED-REPORT-LINE      PIC X(160).

       WORKING-STORAGE SECTION.
       01  WS-SITE-STATUS                PIC XX.
       01  WS-LEDGER-STATUS              PIC XX.
       01  WS-CHKPOINT-STATUS            PIC XX.
       01  WS-REPORT-STATUS              PIC XX.

       01  WS-CURRENT-DATE-TIME          PIC X(21).
       01  WS-CYCLE-DATE                 PIC X(8).

       01  WS-LEDGER-FILE-NAME           PIC X(30).
       01  WS-CHKPT-FILE-NAME            PIC X(30).

       01  WS-INTERCO-ACCOUNT            PIC X(8) VALUE "ACCT0005".

      *****************************************************
      *  ONE ENTRY PER SITE ON THE SITE MASTER, IN MASTER
      *  ORDER - THE ORDER OF THE REPORT'S SITE COLUMNS.
      *****************************************************
       01  WS-SITE-TABLE.
           05  WS-SITE-COUNT             PIC 9(2) VALUE ZERO.
           05  WS-SITE-ENTRY OCCURS 6 TIMES.
               10  WS-SIT-CODE           PIC X(3).
               10  WS-SIT-STATE          PIC X(10).
                   88  WS-SIT-LOADED     VALUE "LOADED".
               10  WS-SIT-ACCOUNTS       PIC 9(5).
               10  WS-SIT-TOTAL          PIC S9(13)V99.
       01  WS-SITE-SUB                   PIC 9(2) VALUE ZERO.

      *****************************************************
      *  ONE ENTRY PER ACCOUNT FOUND ON ANY SITE'S LEDGER,
      *  KEPT IN ACCOUNT ORDER, WITH THAT ACCOUNT'S NEW
      *  BALANCE AT EACH SITE.
      *****************************************************
       01  WS-ACCOUNT-TABLE.
           05  WS-ACC-COUNT              PIC 9(4) VALUE ZERO.
           05  WS-ACC-ENTRY OCCURS 2000 TIMES.
               10  WS-ACC-NUMBER         PIC X(8).
               10  WS-ACC-SITE-BALANCE   PIC S9(13)V99
                                         OCCURS 6 TIMES.
       01  WS-ACC-SUB                    PIC 9(4) VALUE ZERO.
       01  WS-ACC-HIT                    PIC 9(4) VALUE ZERO.
       01  WS-SHIFT-SUB                  PIC 9(4) VALUE ZERO.

       01  WS-MISSING-COUNT              PIC 9(2) VALUE ZERO.
       01  WS-LOADED-COUNT               PIC 9(2) VALUE ZERO.

       01  WS-ACCOUNT-SUM                PIC S9(13)V99 VALUE ZERO.
       01  WS-ELIMINATION                PIC S9(13)V99 VALUE ZERO.
       01  WS-GROUP-BALANCE              PIC S9(13)V99 VALUE ZERO.
       01  WS-TOTAL-ELIMINATION          PIC S9(13)V99 VALUE ZERO.
       01  WS-TOTAL-GROUP                PIC S9(13)V99 VALUE ZERO.
       01  WS-INTERCO-NET                PIC S9(13)V99 VALUE ZERO.

       01  WS-AMOUNT-EDITED              PIC -(13)9.99.
       01  WS-COUNT-EDITED               PIC Z,ZZZ,ZZ9.
       01  WS-COLUMN-HEAD                PIC X(19).
       01  WS-LINE-POINTER               PIC 9(3) VALUE 1.
       01  WS-ROW-FLAG                   PIC X(3).

       01  WS-SWITCHES.
           05  WS-EOF-SW                 PIC X VALUE "N".
               88  END-OF-FILE           VALUE "Y".
           05  WS-POSTED-SW              PIC X VALUE "N".
               88  SITE-POSTED           VALUE "Y".
           05  WS-INTERCO-SW             PIC X VALUE "N".
               88  INTERCO-OFFSET        VALUE "Y".

       PROCEDURE DIVISION.

       MAIN-LOGIC.
           PERFORM INITIALIZE-CONSOLIDATION
           PERFORM LOAD-SITE-TABLE
           PERFORM VARYING WS-SITE-SUB FROM 1 BY 1
               UNTIL WS-SITE-SUB > WS-SITE-COUNT
               PERFORM LOAD-SITE-LEDGER
           END-PERFORM
           PERFORM PRINT-CONSOLIDATED-REPORT
           PERFORM DISPLAY-CONSOLIDATION-TOTALS
           IF NOT INTERCO-OFFSET
               DISPLAY "CONSOLTB: *** INTERCOMPANY BALANCES DO NOT "
                   "OFFSET - NET " WS-AMOUNT-EDITED " ***"
               MOVE 8 TO RETURN-CODE
           END-IF
           IF WS-MISSING-COUNT > ZERO
               DISPLAY "CONSOLTB: *** " WS-MISSING-COUNT
                   " SITE LEDGER(S) MISSING FOR " WS-CYCLE-DATE
                   " - CONSOLIDATION INCOMPLETE ***"
               MOVE 12 TO RETURN-CODE
           END-IF
           GOBACK.

       INITIALIZE-CONSOLIDATION.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME
           MOVE SPACES TO WS-CYCLE-DATE
           ACCEPT WS-CYCLE-DATE FROM ENVIRONMENT
               "CONSOLTB_CYCLE_DATE"
           IF WS-CYCLE-DATE = SPACES
               MOVE WS-CURRENT-DATE-TIME(1:8) TO WS-CYCLE-DATE
           END-IF
           MOVE ZERO TO WS-SITE-COUNT
           MOVE ZERO TO WS-ACC-COUNT
           MOVE ZERO TO WS-MISSING-COUNT
           MOVE ZERO TO WS-LOADED-COUNT
           MOVE "N" TO WS-EOF-SW.

      *****************************************************
      *  THE SITE MASTER DECIDES WHICH LEDGERS MAKE UP THE
      *  GROUP. WITHOUT IT THERE IS NOTHING TO CONSOLIDATE.
      *****************************************************
       LOAD-SITE-TABLE.
           OPEN INPUT SITE-MASTER-FILE
           IF WS-SITE-STATUS NOT = "00"
               DISPLAY "CONSOLTB: CANNOT OPEN SITEMAST - STATUS "
                   WS-SITE-STATUS
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF
           PERFORM UNTIL END-OF-FILE
               READ SITE-MASTER-FILE
                   AT END
                       SET END-OF-FILE TO TRUE
                   NOT AT END
                       IF WS-SITE-COUNT >= 6
                           DISPLAY "CONSOLTB: SITEMAST HAS MORE "
                               "THAN 6 SITES - CONSOLIDATION "
                               "NOT RUN"
                           CLOSE SITE-MASTER-FILE
                           MOVE 12 TO RETURN-CODE
                           GOBACK
                       END-IF
                       ADD 1 TO WS-SITE-COUNT
                       MOVE SITE-CODE TO WS-SIT-CODE (WS-SITE-COUNT)
                       MOVE SPACES TO WS-SIT-STATE (WS-SITE-COUNT)
                       MOVE ZERO TO WS-SIT-ACCOUNTS (WS-SITE-COUNT)
                       MOVE ZERO TO WS-SIT-TOTAL (WS-SITE-COUNT)
               END-READ
           END-PERFORM
           CLOSE SITE-MASTER-FILE
           MOVE "N" TO WS-EOF-SW.

      *****************************************************
      *  A SITE'S SNAPSHOT ONLY COUNTS WHEN THE SITE'S OWN
      *  CHECKPOINTS SHOW LEDPOST COMPLETED FOR THE CYCLE
      *  DATE - LEDNEW CARRIES NO DATE, AND LAST NIGHT'S
      *  SNAPSHOT MUST NOT BE PASSED OFF AS TONIGHT'S.
      *****************************************************
       LOAD-SITE-LEDGER.
           MOVE SPACES TO WS-CHKPT-FILE-NAME
           STRING "CHKPT" DELIMITED BY SIZE
               WS-SIT-CODE (WS-SITE-SUB) DELIMITED BY SPACE
               INTO WS-CHKPT-FILE-NAME
           END-STRING
           MOVE SPACES TO WS-LEDGER-FILE-NAME
           STRING "LEDNW" DELIMITED BY SIZE
               WS-SIT-CODE (WS-SITE-SUB) DELIMITED BY SPACE
               INTO WS-LEDGER-FILE-NAME
           END-STRING
           PERFORM CHECK-SITE-POSTING
           IF NOT SITE-POSTED
               MOVE "NOT POSTED" TO WS-SIT-STATE (WS-SITE-SUB)
               ADD 1 TO WS-MISSING-COUNT
               DISPLAY "CONSOLTB: SITE " WS-SIT-CODE (WS-SITE-SUB)
                   " HAS NO COMPLETED LEDPOST FOR " WS-CYCLE-DATE
                   " - LEFT OUT"
           ELSE
               OPEN INPUT SITE-LEDGER-FILE
               IF WS-LEDGER-STATUS NOT = "00"
                   MOVE "MISSING" TO WS-SIT-STATE (WS-SITE-SUB)
                   ADD 1 TO WS-MISSING-COUNT
                   DISPLAY "CONSOLTB: SITE "
                       WS-SIT-CODE (WS-SITE-SUB) " LEDGER "
                       WS-LEDGER-FILE-NAME " CANNOT BE OPENED - "
                       "STATUS " WS-LEDGER-STATUS " - LEFT OUT"
               ELSE
                   PERFORM UNTIL END-OF-FILE
                       READ SITE-LEDGER-FILE
                           AT END
                               SET END-OF-FILE TO TRUE
                           NOT AT END
                               PERFORM LOAD-SITE-ACCOUNT
                       END-READ
                   END-PERFORM
                   CLOSE SITE-LEDGER-FILE
                   MOVE "N" TO WS-EOF-SW
                   MOVE "LOADED" TO WS-SIT-STATE (WS-SITE-SUB)
                   ADD 1 TO WS-LOADED-COUNT
               END-IF
           END-IF.

       CHECK-SITE-POSTING.
           MOVE "N" TO WS-POSTED-SW
           MOVE "N" TO WS-EOF-SW
           OPEN INPUT SITE-CHECKPOINT-FILE
           IF WS-CHKPOINT-STATUS = "00"
               PERFORM UNTIL END-OF-FILE
                   READ SITE-CHECKPOINT-FILE
                       AT END
                           SET END-OF-FILE TO TRUE
                       NOT AT END
                           IF CHKPT-RUN-DATE = WS-CYCLE-DATE
                               AND CHKPT-JOB-NAME = "LEDPOST"
                               AND CHKPT-COMPLETED
                               SET SITE-POSTED TO TRUE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE SITE-CHECKPOINT-FILE
           END-IF
           MOVE "N" TO WS-EOF-SW.

       LOAD-SITE-ACCOUNT.
           PERFORM FIND-ACCOUNT-ENTRY
           ADD LED-NEW-BALANCE
               TO WS-ACC-SITE-BALANCE (WS-ACC-HIT, WS-SITE-SUB)
           ADD LED-NEW-BALANCE TO WS-SIT-TOTAL (WS-SITE-SUB)
           ADD 1 TO WS-SIT-ACCOUNTS (WS-SITE-SUB).

      *****************************************************
      *  FINDS THE ACCOUNT IN THE TABLE, OR INSERTS IT AT
      *  ITS PLACE IN ACCOUNT ORDER SO THE REPORT PRINTS
      *  SORTED NO MATTER WHICH SITE FIRST CARRIED IT.
      *****************************************************
       FIND-ACCOUNT-ENTRY.
           MOVE ZERO TO WS-ACC-HIT
           PERFORM VARYING WS-ACC-SUB FROM 1 BY 1
               UNTIL WS-ACC-SUB > WS-ACC-COUNT
               OR WS-ACC-NUMBER (WS-ACC-SUB) >= LED-ACCOUNT
               CONTINUE
           END-PERFORM
           IF WS-ACC-SUB <= WS-ACC-COUNT
               AND WS-ACC-NUMBER (WS-ACC-SUB) = LED-ACCOUNT
               MOVE WS-ACC-SUB TO WS-ACC-HIT
           ELSE
               IF WS-ACC-COUNT >= 2000
                   DISPLAY "CONSOLTB: MORE THAN 2000 ACCOUNTS "
                       "ACROSS THE SITES - CONSOLIDATION NOT RUN"
                   MOVE 12 TO RETURN-CODE
                   GOBACK
               END-IF
               PERFORM VARYING WS-SHIFT-SUB FROM WS-ACC-COUNT BY -1
                   UNTIL WS-SHIFT-SUB < WS-ACC-SUB
                   MOVE WS-ACC-ENTRY (WS-SHIFT-SUB)
                       TO WS-ACC-ENTRY (WS-SHIFT-SUB + 1)
               END-PERFORM
               ADD 1 TO WS-ACC-COUNT
               MOVE WS-ACC-SUB TO WS-ACC-HIT
               MOVE LED-ACCOUNT TO WS-ACC-NUMBER (WS-ACC-HIT)
               PERFORM VARYING WS-SHIFT-SUB FROM 1 BY 1
                   UNTIL WS-SHIFT-SUB > 6
                   MOVE ZERO
                       TO WS-ACC-SITE-BALANCE (WS-ACC-HIT, WS-SHIFT-SUB)
               END-PERFORM
           END-IF.

       PRINT-CONSOLIDATED-REPORT.
           OPEN OUTPUT CONSOLIDATED-REPORT-FILE
           IF WS-REPORT-STATUS NOT = "00"
               DISPLAY "CONSOLTB: CANNOT OPEN REPORT FILE - "
                   "STATUS " WS-REPORT-STATUS
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF
           PERFORM WRITE-REPORT-HEADING
           MOVE ZERO TO WS-TOTAL-ELIMINATION
           MOVE ZERO TO WS-TOTAL-GROUP
           MOVE ZERO TO WS-INTERCO-NET
           PERFORM VARYING WS-ACC-SUB FROM 1 BY 1
               UNTIL WS-ACC-SUB > WS-ACC-COUNT
               PERFORM PRINT-ACCOUNT-LINE
           END-PERFORM
           PERFORM WRITE-REPORT-TOTALS
           CLOSE CONSOLIDATED-REPORT-FILE.

       WRITE-REPORT-HEADING.
           MOVE SPACES TO CONSOLIDATED-REPORT-LINE
           STRING "CONSOLIDATED TRIAL BALANCE AS OF " WS-CYCLE-DATE
               DELIMITED BY SIZE
               INTO CONSOLIDATED-REPORT-LINE
           END-STRING
           WRITE CONSOLIDATED-REPORT-LINE
           MOVE SPACES TO CONSOLIDATED-REPORT-LINE
           WRITE CONSOLIDATED-REPORT-LINE
           MOVE SPACES TO CONSOLIDATED-REPORT-LINE
           MOVE 1 TO WS-LINE-POINTER
           STRING "ACCOUNT " DELIMITED BY SIZE
               INTO CONSOLIDATED-REPORT-LINE
               WITH POINTER WS-LINE-POINTER
           END-STRING
           PERFORM VARYING WS-SITE-SUB FROM 1 BY 1
               UNTIL WS-SITE-SUB > WS-SITE-COUNT
               MOVE SPACES TO WS-COLUMN-HEAD
               MOVE WS-SIT-CODE (WS-SITE-SUB)
                   TO WS-COLUMN-HEAD(17:3)
               STRING WS-COLUMN-HEAD DELIMITED BY SIZE
                   INTO CONSOLIDATED-REPORT-LINE
                   WITH POINTER WS-LINE-POINTER
               END-STRING
           END-PERFORM
           STRING "        ELIMINATION" "        GROUP TOTAL"
               DELIMITED BY SIZE
               INTO CONSOLIDATED-REPORT-LINE
               WITH POINTER WS-LINE-POINTER
           END-STRING
           WRITE CONSOLIDATED-REPORT-LINE.

      *****************************************************
      *  ONE LINE PER ACCOUNT. THE INTERCOMPANY ACCOUNT'S
      *  SITE BALANCES ARE ELIMINATED IN FULL, SO THE GROUP
      *  TOTAL NEVER CARRIES THEM; WHATEVER THEY DID NOT
      *  OFFSET BY IS THE INTERCOMPANY NET, AND A NONZERO
      *  NET FLAGS THE LINE ***.
      *****************************************************
       PRINT-ACCOUNT-LINE.
           MOVE ZERO TO WS-ACCOUNT-SUM
           MOVE SPACES TO WS-ROW-FLAG
           MOVE SPACES TO CONSOLIDATED-REPORT-LINE
           MOVE 1 TO WS-LINE-POINTER
           STRING WS-ACC-NUMBER (WS-ACC-SUB) DELIMITED BY SIZE
               INTO CONSOLIDATED-REPORT-LINE
               WITH POINTER WS-LINE-POINTER
           END-STRING
           PERFORM VARYING WS-SITE-SUB FROM 1 BY 1
               UNTIL WS-SITE-SUB > WS-SITE-COUNT
               IF WS-SIT-LOADED (WS-SITE-SUB)
                   MOVE WS-ACC-SITE-BALANCE (WS-ACC-SUB, WS-SITE-SUB)
                       TO WS-AMOUNT-EDITED
                   ADD WS-ACC-SITE-BALANCE (WS-ACC-SUB, WS-SITE-SUB)
                       TO WS-ACCOUNT-SUM
                   STRING "  " WS-AMOUNT-EDITED DELIMITED BY SIZE
                       INTO CONSOLIDATED-REPORT-LINE
                       WITH POINTER WS-LINE-POINTER
                   END-STRING
               ELSE
                   STRING "            MISSING" DELIMITED BY SIZE
                       INTO CONSOLIDATED-REPORT-LINE
                       WITH POINTER WS-LINE-POINTER
                   END-STRING
               END-IF
           END-PERFORM
           IF WS-ACC-NUMBER (WS-ACC-SUB) = WS-INTERCO-ACCOUNT
               COMPUTE WS-ELIMINATION = ZERO - WS-ACCOUNT-SUM
               MOVE WS-ACCOUNT-SUM TO WS-INTERCO-NET
               IF WS-INTERCO-NET NOT = ZERO
                   MOVE "***" TO WS-ROW-FLAG
               END-IF
           ELSE
               MOVE ZERO TO WS-ELIMINATION
           END-IF
           COMPUTE WS-GROUP-BALANCE = WS-ACCOUNT-SUM + WS-ELIMINATION
           ADD WS-ELIMINATION TO WS-TOTAL-ELIMINATION
           ADD WS-GROUP-BALANCE TO WS-TOTAL-GROUP
           MOVE WS-ELIMINATION TO WS-AMOUNT-EDITED
           STRING "  " WS-AMOUNT-EDITED DELIMITED BY SIZE
               INTO CONSOLIDATED-REPORT-LINE
               WITH POINTER WS-LINE-POINTER
           END-STRING
           MOVE WS-GROUP-BALANCE TO WS-AMOUNT-EDITED
           STRING "  " WS-AMOUNT-EDITED "  " WS-ROW-FLAG
               DELIMITED BY SIZE
               INTO CONSOLIDATED-REPORT-LINE
               WITH POINTER WS-LINE-POINTER
           END-STRING
           WRITE CONSOLIDATED-REPORT-LINE.

       WRITE-REPORT-TOTALS.
           MOVE SPACES TO CONSOLIDATED-REPORT-LINE
           WRITE CONSOLIDATED-REPORT-LINE
           MOVE SPACES TO CONSOLIDATED-REPORT-LINE
           MOVE 1 TO WS-LINE-POINTER
           STRING "TOTALS  " DELIMITED BY SIZE
               INTO CONSOLIDATED-REPORT-LINE
               WITH POINTER WS-LINE-POINTER
           END-STRING
           PERFORM VARYING WS-SITE-SUB FROM 1 BY 1
               UNTIL WS-SITE-SUB > WS-SITE-COUNT
               IF WS-SIT-LOADED (WS-SITE-SUB)
                   MOVE WS-SIT-TOTAL (WS-SITE-SUB) TO WS-AMOUNT-EDITED
                   STRING "  " WS-AMOUNT-EDITED DELIMITED BY SIZE
                       INTO CONSOLIDATED-REPORT-LINE
                       WITH POINTER WS-LINE-POINTER
                   END-STRING
               ELSE
                   STRING "            MISSING" DELIMITED BY SIZE
                       INTO CONSOLIDATED-REPORT-LINE
                       WITH POINTER WS-LINE-POINTER
                   END-STRING
               END-IF
           END-PERFORM
           MOVE WS-TOTAL-ELIMINATION TO WS-AMOUNT-EDITED
           STRING "  " WS-AMOUNT-EDITED DELIMITED BY SIZE
               INTO CONSOLIDATED-REPORT-LINE
               WITH POINTER WS-LINE-POINTER
           END-STRING
           MOVE WS-TOTAL-GROUP TO WS-AMOUNT-EDITED
           STRING "  " WS-AMOUNT-EDITED DELIMITED BY SIZE
               INTO CONSOLIDATED-REPORT-LINE
               WITH POINTER WS-LINE-POINTER
           END-STRING
           WRITE CONSOLIDATED-REPORT-LINE
           MOVE SPACES TO CONSOLIDATED-REPORT-LINE
           WRITE CONSOLIDATED-REPORT-LINE
           MOVE WS-INTERCO-NET TO WS-AMOUNT-EDITED
           MOVE SPACES TO CONSOLIDATED-REPORT-LINE
           IF WS-INTERCO-NET = ZERO
               SET INTERCO-OFFSET TO TRUE
               STRING "ELIMINATIONS (" WS-INTERCO-ACCOUNT
                   ") NET ....: " WS-AMOUNT-EDITED
                   "  OFFSET"
                   DELIMITED BY SIZE
                   INTO CONSOLIDATED-REPORT-LINE
               END-STRING
           ELSE
               MOVE "N" TO WS-INTERCO-SW
               STRING "ELIMINATIONS (" WS-INTERCO-ACCOUNT
                   ") NET ....: " WS-AMOUNT-EDITED
                   "  *** SITES DO NOT OFFSET ***"
                   DELIMITED BY SIZE
                   INTO CONSOLIDATED-REPORT-LINE
               END-STRING
           END-IF
           WRITE CONSOLIDATED-REPORT-LINE
           PERFORM VARYING WS-SITE-SUB FROM 1 BY 1
               UNTIL WS-SITE-SUB > WS-SITE-COUNT
               IF NOT WS-SIT-LOADED (WS-SITE-SUB)
                   MOVE SPACES TO CONSOLIDATED-REPORT-LINE
                   STRING "*** SITE " WS-SIT-CODE (WS-SITE-SUB)
                       " LEDGER " WS-SIT-STATE (WS-SITE-SUB)
                       " FOR " WS-CYCLE-DATE
                       " - NOT IN THE CONSOLIDATION ***"
                       DELIMITED BY SIZE
                       INTO CONSOLIDATED-REPORT-LINE
                   END-STRING
                   WRITE CONSOLIDATED-REPORT-LINE
               END-IF
           END-PERFORM.

       DISPLAY-CONSOLIDATION-TOTALS.
           DISPLAY " "
           DISPLAY "===== CONSOLTB CONSOLIDATION TOTALS ====="
           DISPLAY "CYCLE DATE.......: " WS-CYCLE-DATE
           MOVE WS-SITE-COUNT TO WS-COUNT-EDITED
           DISPLAY "SITES ON MASTER..: " WS-COUNT-EDITED
           MOVE WS-LOADED-COUNT TO WS-COUNT-EDITED
           DISPLAY "SITES LOADED.....: " WS-COUNT-EDITED
           MOVE WS-MISSING-COUNT TO WS-COUNT-EDITED
           DISPLAY "SITES MISSING....: " WS-COUNT-EDITED
           MOVE WS-ACC-COUNT TO WS-COUNT-EDITED
           DISPLAY "ACCOUNTS.........: " WS-COUNT-EDITED
           MOVE WS-TOTAL-GROUP TO WS-AMOUNT-EDITED
           DISPLAY "GROUP TOTAL......: " WS-AMOUNT-EDITED
           MOVE WS-INTERCO-NET TO WS-AMOUNT-EDITED
           DISPLAY "INTERCOMPANY NET.: " WS-AMOUNT-EDITED.
