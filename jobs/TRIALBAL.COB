      *cobc -x -frelax-syntax -I copybooks jobs/TRIALBAL.COB
      *export LEDNEW=data/LEDNEW.DAT TRIALRPT=data/TRIALRPT.DAT
      *    ALERTS=data/ALERTS.DAT WELCOME_SITE_CODE=HQ
      *****************************************************
      *  TRIALBAL - NIGHTLY TRIAL BALANCE REPORT
      *
      *  BALANCE DOES NOT EQUAL PRIOR + CREDITS - DEBITS
      *  IS FLAGGED AND THE STEP ENDS WITH A NONZERO
      *  RETURN-CODE, SO AN ARITHMETIC PROBLEM IS CAUGHT
      *  THE SAME NIGHT INSTEAD OF AT AUDIT TIME. FLAGGED
      *  ACCOUNTS ALSO RAISE A CRITICAL ALERT ON THE
      *  OPERATOR ALERT FILE (ALERTS) FOR THE MONITORING
      *  TOOL, SINCE THEY KEEP THE NIGHT'S BACKUP FROM
      *  RUNNING.
      *****************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. TRIALBAL.
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

           SELECT ALERT-FILE ASSIGN TO "ALERTS"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-ALERTS-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  NEW-LEDGER-FILE.
       FD  TRIAL-BALANCE-FILE.
       01  TRIAL-BALANCE-LINE            PIC X(110).

       FD  ALERT-FILE.
           COPY ALERTREC.

       WORKING-STORAGE SECTION.
       01  WS-LEDNEW-STATUS              PIC XX.
       01  WS-REPORT-STATUS              PIC XX.
       01  WS-ALERTS-STATUS              PIC XX.

       01  WS-CURRENT-DATE-TIME          PIC X(21).
       01  WS-TODAY-DATE                 PIC X(8).
       01  WS-CYCLE-DATE-OVERRIDE        PIC X(8).
       01  WS-SITE-CODE                  PIC X(3).
       01  WS-FIRST-FLAGGED              PIC X(8) VALUE SPACES.
       01  WS-ALERT-TEXT                 PIC X(60).

       01  WS-ACCOUNT-COUNT              PIC 9(5) VALUE ZERO.
       01  WS-FLAGGED-COUNT              PIC 9(5) VALUE ZERO.
           IF WS-FLAGGED-COUNT > ZERO
               DISPLAY "TRIALBAL: *** " WS-FLAGGED-COUNT
                   " ACCOUNT(S) FAILED THE BALANCE PROOF ***"
               PERFORM WRITE-FLAGGED-ALERT
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
           MOVE SPACES TO WS-SITE-CODE
           ACCEPT WS-SITE-CODE FROM ENVIRONMENT
               "WELCOME_SITE_CODE"
           IF WS-SITE-CODE = SPACES
               MOVE "HQ" TO WS-SITE-CODE
           END-IF
           MOVE ZERO TO WS-ACCOUNT-COUNT
           MOVE ZERO TO WS-FLAGGED-COUNT
           MOVE SPACES TO WS-FIRST-FLAGGED
           MOVE ZERO TO WS-TOTAL-PRIOR
           MOVE ZERO TO WS-TOTAL-DEBITS
           MOVE ZERO TO WS-TOTAL-CREDITS
           IF LED-NEW-BALANCE NOT = WS-EXPECTED-BALANCE
               MOVE "***" TO DET-FLAG
               ADD 1 TO WS-FLAGGED-COUNT
               IF WS-FIRST-FLAGGED = SPACES
                   MOVE LED-ACCOUNT TO WS-FIRST-FLAGGED
               END-IF
           END-IF
           WRITE TRIAL-BALANCE-LINE FROM WS-DETAIL-LINE
           ADD LED-PRIOR-BALANCE TO WS-TOTAL-PRIOR
           MOVE WS-FLAGGED-COUNT TO WS-COUNT-EDITED
           DISPLAY "ACCOUNTS FLAGGED.: " WS-COUNT-EDITED
           DISPLAY "PROOF VERDICT....: " PRF-VERDICT.

      *****************************************************
      *  ONE ALERT FOR THE NIGHT, NAMING THE FIRST FLAGGED
      *  ACCOUNT; THE REST ARE ON TRIALRPT. AN ALERT THAT
      *  CANNOT BE WRITTEN IS ONLY DISPLAYED - THE
      *  RETURN-CODE STILL STOPS THE BACKUP STEP.
      *****************************************************
       WRITE-FLAGGED-ALERT.
           MOVE WS-FLAGGED-COUNT TO WS-COUNT-EDITED
           MOVE SPACES TO WS-ALERT-TEXT
           STRING FUNCTION TRIM(WS-COUNT-EDITED)
               " ACCOUNT(S) FAILED THE BALANCE PROOF, FIRST "
               WS-FIRST-FLAGGED
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
               MOVE "TRIALBAL" TO ALRT-JOB-NAME
               SET ALRT-CRITICAL TO TRUE
               MOVE WS-TODAY-DATE TO ALRT-CYCLE-DATE
               MOVE WS-ALERT-TEXT TO ALRT-TEXT
               SET ALRT-OPEN TO TRUE
               WRITE OPERATOR-ALERT-RECORD
               CLOSE ALERT-FILE
           ELSE
               DISPLAY "TRIALBAL: CANNOT WRITE ALERT - STATUS "
                   WS-ALERTS-STATUS " - " WS-ALERT-TEXT
           END-IF.
