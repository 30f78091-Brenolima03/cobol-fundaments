      *cobc -x -j -frelax-syntax -I copybooks WELCOME.COB
      *    jobs/DLYEXT.COB jobs/LEDPOST.COB jobs/BACKUP.COB
      *    jobs/STDGEN.COB jobs/TRIALBAL.COB jobs/PERCLOSE.COB
      *    jobs/SUSPAGE.COB
      *export OPERIDX=data/OPERMAST.IDX SECIDX=data/SECURITY.IDX
      *    SODLOG=data/SODLOG.DAT DAYSTAT=data/DAYSTAT.DAT
      *    MOTD=data/MOTD.DAT SHIFTIDX=data/SHIFTSCH.IDX
      *    SITEIDX=data/SITEMAST.IDX SODRPT=data/SODRPT.DAT
      *    SODSEQ=data/SODSEQ.DAT ALERTS=data/ALERTS.DAT
      *    GLSEQ=data/GLSEQ.DAT
      *    WELCOME_RUN_MODE=BTCH WELCOME_SITE_CODE=HQ
      *(RUN REFLOAD FIRST TO BUILD THE .IDX FILES FROM THE
      * FLAT MASTERS IN data/)
      *
      *  FIRST PROGRAM IN THE OVERNIGHT BATCH CYCLE.
      *  SIGNS ON THE OPERATOR RUNNING THE DAILY CYCLE AND
      *  GREETS THEM BY NAME. AN ADMIN CAN ALSO CATCH UP
      *  THE BUSINESS DAYS MISSED SINCE THE LAST COMPLETED
      *  CYCLE FROM THE DISPATCHER MENU, ONE DATE AT A TIME.
      *****************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. WELCOME.
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-CALENDAR-STATUS.

           SELECT ALERT-FILE ASSIGN TO "ALERTS"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-ALERTS-STATUS.

           SELECT GL-SEQUENCE-FILE ASSIGN TO "GLSEQ"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-GLSEQ-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  OPERATOR-MASTER-FILE.
       FD  CALENDAR-FILE.
           COPY CALREC.

       FD  ALERT-FILE.
           COPY ALERTREC.

       FD  GL-SEQUENCE-FILE.
           COPY GLSEQREC.

       WORKING-STORAGE SECTION.

       01  WS-OPERMAST-STATUS            PIC XX.
       01  WS-SODSEQ-STATUS              PIC XX.
       01  WS-HANDOVER-STATUS            PIC XX.
       01  WS-CALENDAR-STATUS            PIC XX.
       01  WS-ALERTS-STATUS              PIC XX.
       01  WS-GLSEQ-STATUS               PIC XX.

       01  WS-CURRENT-DATE-TIME          PIC X(21).
       01  WS-TODAY-DATE                 PIC X(8).
       01  WS-CHECKPOINT-DATE            PIC X(8).
       01  WS-DAY-STATUS-DATE            PIC X(8).
       01  WS-CURRENT-TIME               PIC X(6).
       01  WS-CURRENT-HOUR               PIC 99.

       01  WS-OVERRIDE-REPLY             PIC X(1).
       01  WS-EXC-TYPE                   PIC X(10).
       01  WS-EXC-DETAIL                 PIC X(30).
       01  WS-ALERT-TEXT                 PIC X(60).

       01  WS-MENU-CHOICE                PIC 9(1) VALUE ZERO.

      *    CATCH-UP WORK AREAS. ENTRY N OF THE DAY TABLE IS THE
      *    DATE N DAYS BEFORE TODAY, SO THE LOOK-BACK IS BOUNDED
      *    BY THE TABLE SIZE.
       01  WS-CATCHUP-MAX-DAYS           PIC 9(3) VALUE 60.
       01  WS-CATCHUP-CONTROL.
           05  WS-CATCHUP-TODAY-NUM      PIC 9(8).
           05  WS-CATCHUP-TODAY-INTEGER  PIC 9(9).
           05  WS-CATCHUP-DATE-NUM       PIC 9(8).
           05  WS-CATCHUP-OFFSET         PIC S9(9).
           05  WS-CATCHUP-LAST-OFFSET    PIC 9(3).
           05  WS-CATCHUP-IX             PIC 9(3).
           05  WS-CATCHUP-LOW-DATE       PIC X(8).
           05  WS-CATCHUP-HIGH-DATE      PIC X(8).
           05  WS-CATCHUP-FIRST-DATE     PIC X(8).
           05  WS-CATCHUP-MISSED-COUNT   PIC 9(3).
           05  WS-CATCHUP-RUN-COUNT      PIC 9(3).
           05  WS-CATCHUP-DATE           PIC X(8).
           05  WS-CATCHUP-PERIOD-END     PIC X(1).
           05  WS-CATCHUP-STEP           PIC X(8).
           05  WS-CATCHUP-STEP-RC        PIC S9(4).
           05  WS-CATCHUP-CLOSE-RC       PIC S9(4).
           05  WS-CATCHUP-HIGH-RC        PIC S9(4).
           05  WS-CATCHUP-ENV-DATE       PIC X(8).
           05  WS-CATCHUP-GL-GENERATION  PIC 9(5).
           05  WS-CATCHUP-GL-BEFORE      PIC 9(5).
           05  WS-CATCHUP-GL-COUNT       PIC 9(3).
           05  WS-CATCHUP-GL-IX          PIC 9(3).
      *    EACH CATCH-UP DATE'S LEDPOST CUTS ITS GL GENERATION
      *    OVER THE PREVIOUS DATE'S ON GLINTF; THE GENERATIONS
      *    CUT ARE KEPT HERE SO THE OVERWRITTEN ONES CAN BE
      *    NAMED FOR GLRESEND.
       01  WS-CATCHUP-GL-TABLE.
           05  WS-CATCHUP-GL OCCURS 60 TIMES.
               10  WS-CG-GENERATION      PIC 9(5).
               10  WS-CG-DATE            PIC X(8).
       01  WS-CATCHUP-DAY-TABLE.
           05  WS-CATCHUP-DAY OCCURS 60 TIMES.
               10  WS-CD-DATE            PIC X(8).
               10  WS-CD-BUSINESS-SW     PIC X(1).
               10  WS-CD-PERIOD-END      PIC X(1).
               10  WS-CD-STARTED-SW      PIC X(1).
               10  WS-CD-DLYEXT-SW       PIC X(1).
               10  WS-CD-LEDPOST-SW      PIC X(1).
               10  WS-CD-BACKUP-SW       PIC X(1).

       01  WS-START-TIME                 PIC X(6).
       01  WS-END-TIME                   PIC X(6).

               88  TODAY-IS-HOLIDAY      VALUE "Y".
           05  WS-PERIOD-END-FLAG        PIC X VALUE "N".
               88  PERIOD-END-RUN        VALUE "Y".
           05  WS-CATCHUP-STOP-SW        PIC X VALUE "N".
               88  CATCHUP-STOPPED       VALUE "Y".

       01  WS-OPERATOR-ID                PIC X(8).
       01  WS-OPERATOR-NAME              PIC X(30) VALUE SPACES.
           PERFORM LOOKUP-SITE-INFO
           PERFORM CHECK-DAY-STATUS
           IF DAY-ALREADY-STARTED
               MOVE WS-TODAY-DATE TO WS-CHECKPOINT-DATE
               PERFORM CHECK-STEP-CHECKPOINTS
               IF NOT CHECKPOINTS-READABLE
                   DISPLAY "CHECKPOINT FILE UNAVAILABLE - STATUS "
           IF DAY-ALREADY-STARTED
               PERFORM DISPLAY-RESTART-NOTICE
           ELSE
               MOVE WS-TODAY-DATE TO WS-DAY-STATUS-DATE
               PERFORM SET-DAY-STATUS-STARTED
           END-IF
           PERFORM DISPLAY-GREETING
      *  READ THE STEP CHECKPOINT FILE FOR TODAY'S DATE SO
      *  A RESTARTED RUN KNOWS WHICH JOBS ALREADY HAVE A
      *  COMPLETED RECORD AND CAN RESUME AT THE FAILED ONE.
      *  THE DATE IS SET BY THE CALLER SO THE CATCH-UP RUN
      *  CAN PROVE EACH MISSED DATE'S STEPS THE SAME WAY.
      *****************************************************
       CHECK-STEP-CHECKPOINTS.
           MOVE "N" TO WS-DLYEXT-DONE-SW
                       AT END
                           SET END-OF-FILE TO TRUE
                       NOT AT END
                           IF CHKPT-RUN-DATE = WS-CHECKPOINT-DATE
                               AND CHKPT-COMPLETED
                               EVALUATE CHKPT-JOB-NAME
                                   WHEN "DLYEXT"
           IF WS-DAYSTAT-STATUS = "35"
               OPEN OUTPUT DAY-STATUS-FILE
           END-IF
           MOVE WS-DAY-STATUS-DATE TO DAYSTAT-DATE
           MOVE "Y" TO DAYSTAT-FLAG
           WRITE DAY-STATUS-RECORD
           CLOSE DAY-STATUS-FILE.
           MOVE WS-SITE-BATCH-WINDOW TO EXC-BATCH-WINDOW
           MOVE WS-EXC-DETAIL TO EXC-DETAIL
           WRITE SOD-EXCEPTION-RECORD
           CLOSE EXCEPTION-FILE
           IF WS-EXC-TYPE = "ROLE-DENY" OR WS-EXC-TYPE = "OVERRUN"
               PERFORM WRITE-EXCEPTION-ALERT
           END-IF.

      *****************************************************
      *  A ROLE-DENY OR AN OVERRUN ALSO GOES TO THE ALERT
      *  FILE FOR THE MONITORING TOOL, AS A WARNING: THE
      *  CYCLE IS NOT LOST, BUT SOMEONE SHOULD LOOK. THE
      *  OTHER EXCEPTION TYPES ARE RECORDED DECISIONS AND
      *  STAY ON SODEXCP ONLY.
      *****************************************************
       WRITE-EXCEPTION-ALERT.
           MOVE SPACES TO WS-ALERT-TEXT
           STRING FUNCTION TRIM(WS-EXC-TYPE) DELIMITED BY SIZE
               " - " DELIMITED BY SIZE
               FUNCTION TRIM(WS-EXC-DETAIL) DELIMITED BY SIZE
               " - OPERATOR " DELIMITED BY SIZE
               WS-OPERATOR-ID DELIMITED BY SPACE
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
               MOVE "WELCOME" TO ALRT-JOB-NAME
               SET ALRT-WARNING TO TRUE
               MOVE WS-TODAY-DATE TO ALRT-CYCLE-DATE
               MOVE WS-ALERT-TEXT TO ALRT-TEXT
               SET ALRT-OPEN TO TRUE
               WRITE OPERATOR-ALERT-RECORD
               CLOSE ALERT-FILE
           ELSE
               DISPLAY "WELCOME: CANNOT WRITE ALERT - STATUS "
                   WS-ALERTS-STATUS " - " WS-ALERT-TEXT
           END-IF.

       DETERMINE-SITE-CODE.
           MOVE SPACES TO WS-SITE-CODE
               DISPLAY "BATCH MODE - DISPATCHER MENU SKIPPED; "
                   "DAILY STREAM STEPS RUN FROM JCL."
           ELSE
               MOVE WS-TODAY-DATE TO WS-CHECKPOINT-DATE
               PERFORM CHECK-STEP-CHECKPOINTS
               DISPLAY " "
               DISPLAY "===== DAILY BATCH STREAM - SELECT A JOB ====="
                       "DONE TODAY: " WS-BACKUP-DONE-SW
               END-IF
               DISPLAY "  4. RECORD SHIFT HANDOVER"
               IF ROLE-ADMIN
                   DISPLAY "  5. CATCH UP MISSED CYCLE DATES"
               END-IF
               DISPLAY "  0. EXIT - NO JOB SELECTED"
               DISPLAY "ENTER SELECTION: " WITH NO ADVANCING
               ACCEPT WS-MENU-CHOICE FROM CONSOLE
                   IF RUN-MODE-INTERACTIVE
                       PERFORM RECORD-SHIFT-HANDOVER
                   END-IF
      *        CATCH-UP RUNS WHOLE CYCLES FOR PAST DATES, SO IT IS
      *        AN ADMIN DECISION TAKEN AT THE CONSOLE ONLY.
               WHEN 5
                   IF RUN-MODE-INTERACTIVE
                       IF ROLE-ADMIN
                           PERFORM RUN-CATCH-UP
                       ELSE
                           MOVE "ROLE-DENY" TO WS-EXC-TYPE
                           MOVE "CATCH-UP REFUSED" TO WS-EXC-DETAIL
                           PERFORM WRITE-EXCEPTION-RECORD
                           DISPLAY "ROLE " WS-OPERATOR-ROLE
                               " MAY NOT RUN A CATCH-UP - NO JOB "
                               "SUBMITTED."
                       END-IF
                   END-IF
               WHEN 0
                   IF RUN-MODE-INTERACTIVE
                       DISPLAY "NO JOB SELECTED - RETURNING TO OPERATOR"
                   DISPLAY "INVALID SELECTION - NO JOB SUBMITTED."
           END-EVALUATE.

      *****************************************************
      *  CATCH-UP OF MISSED CYCLE DATES. WHEN THE CYCLE HAS
      *  NOT RUN FOR ONE OR MORE BUSINESS DAYS, THE ADMIN
      *  RUNS THEM HERE INSTEAD OF FORCING EACH DATE BY
      *  HAND. THE LAST COMPLETED CYCLE IS THE LATEST DATE
      *  BEFORE TODAY THAT WAS STARTED ON DAYSTAT AND HAS
      *  COMPLETED CHECKPOINTS FOR DLYEXT, LEDPOST AND
      *  BACKUP; EVERY BUSINESS DAY ON THE CALENDAR AFTER
      *  IT (A DATE WITH NO CALENDAR RECORD COUNTS AS ONE)
      *  IS RUN IN DATE ORDER AS ITS OWN NIGHT - STDGEN,
      *  DLYEXT, LEDPOST, TRIALBAL, SUSPAGE, PERCLOSE AND
      *  BACKUP, THE SAME STEPS AND CONDITIONS AS THE JCL
      *  STREAM.
      *  THE MISSED DATE IS PASSED TO THE JOBS IN
      *  WELCOME_CYCLE_DATE, SO EACH ONE TAKES ITS
      *  CHECKPOINTS, PERIOD-END FLAG, GL GENERATION AND
      *  BACKUP GENERATION FOR THAT DATE. THE RUN STOPS AT
      *  THE FIRST DATE THAT DOES NOT BALANCE OR WHOSE STEP
      *  FAILS, SO THE LEDGER NEVER SKIPS A DAY. TODAY
      *  ITSELF IS LEFT TO THE NORMAL CYCLE.
      *****************************************************
       RUN-CATCH-UP.
           DISPLAY " "
           DISPLAY "===== CATCH UP MISSED CYCLE DATES ====="
           PERFORM BUILD-CATCHUP-DAY-TABLE
           PERFORM FIND-LAST-COMPLETED-CYCLE
           IF WS-CATCHUP-LAST-OFFSET = ZERO
               DISPLAY "*** NO COMPLETED CYCLE FOUND IN THE LAST "
                   WS-CATCHUP-MAX-DAYS " DAYS - CATCH-UP REFUSED ***"
               DISPLAY "RUN THE MISSING DATES FROM JCL OR RESTORE "
                   "A BACKUP GENERATION FIRST."
               MOVE "CATCH-UP" TO WS-EXC-TYPE
               MOVE "NO COMPLETED CYCLE IN RANGE" TO WS-EXC-DETAIL
               PERFORM WRITE-EXCEPTION-RECORD
               MOVE 12 TO RETURN-CODE
           ELSE
               PERFORM LIST-MISSED-DATES
               IF WS-CATCHUP-MISSED-COUNT = ZERO
                   DISPLAY "NO MISSED BUSINESS DAYS SINCE "
                       WS-CD-DATE (WS-CATCHUP-LAST-OFFSET)
                       " - NOTHING TO CATCH UP"
               ELSE
                   DISPLAY "CONFIRM CATCH-UP OF "
                       WS-CATCHUP-MISSED-COUNT " DATE(S) (Y/N): "
                       WITH NO ADVANCING
                   ACCEPT WS-OVERRIDE-REPLY FROM CONSOLE
                   IF WS-OVERRIDE-REPLY = "Y"
                       OR WS-OVERRIDE-REPLY = "y"
                       PERFORM RUN-MISSED-DATES
                   ELSE
                       DISPLAY "CATCH-UP NOT CONFIRMED - NO JOB "
                           "SUBMITTED."
                   END-IF
               END-IF
           END-IF.

      *****************************************************
      *  ONE PASS EACH OVER THE CALENDAR, DAYSTAT AND THE
      *  CHECKPOINT FILE FILLS THE DAY TABLE FOR THE
      *  LOOK-BACK WINDOW ENDING YESTERDAY.
      *****************************************************
       BUILD-CATCHUP-DAY-TABLE.
           MOVE WS-TODAY-DATE TO WS-CATCHUP-TODAY-NUM
           COMPUTE WS-CATCHUP-TODAY-INTEGER =
               FUNCTION INTEGER-OF-DATE(WS-CATCHUP-TODAY-NUM)
           PERFORM VARYING WS-CATCHUP-IX FROM 1 BY 1
                   UNTIL WS-CATCHUP-IX > WS-CATCHUP-MAX-DAYS
               COMPUTE WS-CATCHUP-DATE-NUM =
                   FUNCTION DATE-OF-INTEGER(WS-CATCHUP-TODAY-INTEGER
                       - WS-CATCHUP-IX)
               MOVE WS-CATCHUP-DATE-NUM TO WS-CD-DATE (WS-CATCHUP-IX)
               MOVE "Y" TO WS-CD-BUSINESS-SW (WS-CATCHUP-IX)
               MOVE "N" TO WS-CD-PERIOD-END (WS-CATCHUP-IX)
               MOVE "N" TO WS-CD-STARTED-SW (WS-CATCHUP-IX)
               MOVE "N" TO WS-CD-DLYEXT-SW (WS-CATCHUP-IX)
               MOVE "N" TO WS-CD-LEDPOST-SW (WS-CATCHUP-IX)
               MOVE "N" TO WS-CD-BACKUP-SW (WS-CATCHUP-IX)
           END-PERFORM
           MOVE WS-CD-DATE (1) TO WS-CATCHUP-HIGH-DATE
           MOVE WS-CD-DATE (WS-CATCHUP-MAX-DAYS)
               TO WS-CATCHUP-LOW-DATE
           PERFORM LOAD-CATCHUP-CALENDAR
           PERFORM LOAD-CATCHUP-DAY-STATUS
           PERFORM LOAD-CATCHUP-CHECKPOINTS.

       LOAD-CATCHUP-CALENDAR.
           MOVE "N" TO WS-EOF-SW
           OPEN INPUT CALENDAR-FILE
           IF WS-CALENDAR-STATUS = "00"
               PERFORM UNTIL END-OF-FILE
                   READ CALENDAR-FILE
                       AT END
                           SET END-OF-FILE TO TRUE
                       NOT AT END
                           MOVE CAL-DATE TO WS-CATCHUP-DATE
                           PERFORM LOCATE-CATCHUP-DAY
                           IF WS-CATCHUP-OFFSET > ZERO
                               MOVE CAL-BUSINESS-DAY-FLAG
                                   TO WS-CD-BUSINESS-SW
                                       (WS-CATCHUP-OFFSET)
                               MOVE CAL-PERIOD-END-FLAG
                                   TO WS-CD-PERIOD-END
                                       (WS-CATCHUP-OFFSET)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CALENDAR-FILE
           ELSE
               DISPLAY "PROCESSING CALENDAR UNAVAILABLE (STATUS "
                   WS-CALENDAR-STATUS ") - EVERY DATE TREATED AS A "
                   "BUSINESS DAY"
           END-IF
           MOVE "N" TO WS-EOF-SW.

       LOAD-CATCHUP-DAY-STATUS.
           MOVE "N" TO WS-EOF-SW
           OPEN INPUT DAY-STATUS-FILE
           IF WS-DAYSTAT-STATUS = "00"
               PERFORM UNTIL END-OF-FILE
                   READ DAY-STATUS-FILE
                       AT END
                           SET END-OF-FILE TO TRUE
                       NOT AT END
                           MOVE DAYSTAT-DATE TO WS-CATCHUP-DATE
                           PERFORM LOCATE-CATCHUP-DAY
                           IF WS-CATCHUP-OFFSET > ZERO
                               AND DAYSTAT-STARTED
                               MOVE "Y" TO WS-CD-STARTED-SW
                                   (WS-CATCHUP-OFFSET)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE DAY-STATUS-FILE
           END-IF
           MOVE "N" TO WS-EOF-SW.

       LOAD-CATCHUP-CHECKPOINTS.
           MOVE "N" TO WS-EOF-SW
           OPEN INPUT CHECKPOINT-FILE
           IF WS-CHKPOINT-STATUS = "00"
               PERFORM UNTIL END-OF-FILE
                   READ CHECKPOINT-FILE
                       AT END
                           SET END-OF-FILE TO TRUE
                       NOT AT END
                           MOVE CHKPT-RUN-DATE TO WS-CATCHUP-DATE
                           PERFORM LOCATE-CATCHUP-DAY
                           IF WS-CATCHUP-OFFSET > ZERO
                               AND CHKPT-COMPLETED
                               PERFORM MARK-CATCHUP-STEP-DONE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CHECKPOINT-FILE
           END-IF
           MOVE "N" TO WS-EOF-SW.

       MARK-CATCHUP-STEP-DONE.
           EVALUATE CHKPT-JOB-NAME
               WHEN "DLYEXT"
                   MOVE "Y" TO WS-CD-DLYEXT-SW (WS-CATCHUP-OFFSET)
               WHEN "LEDPOST"
                   MOVE "Y" TO WS-CD-LEDPOST-SW (WS-CATCHUP-OFFSET)
               WHEN "BACKUP"
                   MOVE "Y" TO WS-CD-BACKUP-SW (WS-CATCHUP-OFFSET)
           END-EVALUATE.

      *****************************************************
      *  TURNS WS-CATCHUP-DATE INTO ITS DAY-TABLE ENTRY
      *  (DAYS BEFORE TODAY), OR ZERO WHEN THE DATE IS
      *  OUTSIDE THE LOOK-BACK WINDOW OR NOT A VALID DATE.
      *****************************************************
       LOCATE-CATCHUP-DAY.
           MOVE ZERO TO WS-CATCHUP-OFFSET
           IF WS-CATCHUP-DATE IS NUMERIC
               AND WS-CATCHUP-DATE NOT < WS-CATCHUP-LOW-DATE
               AND WS-CATCHUP-DATE NOT > WS-CATCHUP-HIGH-DATE
               MOVE WS-CATCHUP-DATE TO WS-CATCHUP-DATE-NUM
               COMPUTE WS-CATCHUP-OFFSET = WS-CATCHUP-TODAY-INTEGER
                   - FUNCTION INTEGER-OF-DATE(WS-CATCHUP-DATE-NUM)
               IF WS-CATCHUP-OFFSET < 1
                   OR WS-CATCHUP-OFFSET > WS-CATCHUP-MAX-DAYS
                   MOVE ZERO TO WS-CATCHUP-OFFSET
               END-IF
           END-IF.

       FIND-LAST-COMPLETED-CYCLE.
           MOVE ZERO TO WS-CATCHUP-LAST-OFFSET
           PERFORM VARYING WS-CATCHUP-IX FROM 1 BY 1
                   UNTIL WS-CATCHUP-IX > WS-CATCHUP-MAX-DAYS
                   OR WS-CATCHUP-LAST-OFFSET > ZERO
               IF WS-CD-STARTED-SW (WS-CATCHUP-IX) = "Y"
                   AND WS-CD-DLYEXT-SW (WS-CATCHUP-IX) = "Y"
                   AND WS-CD-LEDPOST-SW (WS-CATCHUP-IX) = "Y"
                   AND WS-CD-BACKUP-SW (WS-CATCHUP-IX) = "Y"
                   MOVE WS-CATCHUP-IX TO WS-CATCHUP-LAST-OFFSET
               END-IF
           END-PERFORM.

      *****************************************************
      *  A MISSED DATE IS A BUSINESS DAY AFTER THE LAST
      *  COMPLETED CYCLE. ONE ALREADY STARTED BUT NOT
      *  FINISHED IS RUN AGAIN; ITS COMPLETED STEPS SKIP
      *  THEMSELVES ON THEIR CHECKPOINTS.
      *****************************************************
       LIST-MISSED-DATES.
           MOVE ZERO TO WS-CATCHUP-MISSED-COUNT
           MOVE SPACES TO WS-CATCHUP-FIRST-DATE
           DISPLAY "LAST COMPLETED CYCLE..: "
               WS-CD-DATE (WS-CATCHUP-LAST-OFFSET)
           PERFORM VARYING WS-CATCHUP-IX
                   FROM WS-CATCHUP-LAST-OFFSET BY -1
                   UNTIL WS-CATCHUP-IX < 2
               IF WS-CD-BUSINESS-SW (WS-CATCHUP-IX - 1) = "Y"
                   ADD 1 TO WS-CATCHUP-MISSED-COUNT
                   IF WS-CATCHUP-FIRST-DATE = SPACES
                       MOVE WS-CD-DATE (WS-CATCHUP-IX - 1)
                           TO WS-CATCHUP-FIRST-DATE
                   END-IF
                   IF WS-CD-STARTED-SW (WS-CATCHUP-IX - 1) = "Y"
                       DISPLAY "MISSED CYCLE DATE.....: "
                           WS-CD-DATE (WS-CATCHUP-IX - 1)
                           "  PERIOD-END: "
                           WS-CD-PERIOD-END (WS-CATCHUP-IX - 1)
                           "  (STARTED, NOT COMPLETED)"
                   ELSE
                       DISPLAY "MISSED CYCLE DATE.....: "
                           WS-CD-DATE (WS-CATCHUP-IX - 1)
                           "  PERIOD-END: "
                           WS-CD-PERIOD-END (WS-CATCHUP-IX - 1)
                   END-IF
               END-IF
           END-PERFORM.

       RUN-MISSED-DATES.
           MOVE ZERO TO WS-CATCHUP-RUN-COUNT
           MOVE ZERO TO WS-CATCHUP-GL-COUNT
           MOVE ZERO TO WS-CATCHUP-HIGH-RC
           MOVE "N" TO WS-CATCHUP-STOP-SW
           MOVE "CATCH-UP" TO WS-EXC-TYPE
           MOVE SPACES TO WS-EXC-DETAIL
           STRING "FROM " WS-CATCHUP-FIRST-DATE " DATES "
               WS-CATCHUP-MISSED-COUNT
               DELIMITED BY SIZE INTO WS-EXC-DETAIL
           PERFORM WRITE-EXCEPTION-RECORD
           PERFORM VARYING WS-CATCHUP-IX
                   FROM WS-CATCHUP-LAST-OFFSET BY -1
                   UNTIL WS-CATCHUP-IX < 2 OR CATCHUP-STOPPED
               IF WS-CD-BUSINESS-SW (WS-CATCHUP-IX - 1) = "Y"
                   PERFORM RUN-CATCHUP-DATE
               END-IF
           END-PERFORM
      *    THE OVERRIDE IS CLEARED SO ANY JOB RUN LATER FROM
      *    THIS MENU IS BACK ON THE CLOCK DATE.
           MOVE SPACES TO WS-CATCHUP-ENV-DATE
           DISPLAY "WELCOME_CYCLE_DATE" UPON ENVIRONMENT-NAME
           DISPLAY WS-CATCHUP-ENV-DATE UPON ENVIRONMENT-VALUE
           DISPLAY " "
           DISPLAY "===== CATCH-UP SUMMARY ====="
           DISPLAY "DATES MISSED..........: " WS-CATCHUP-MISSED-COUNT
           DISPLAY "DATES COMPLETED.......: " WS-CATCHUP-RUN-COUNT
           IF CATCHUP-STOPPED
               DISPLAY "*** CATCH-UP STOPPED AT " WS-CATCHUP-DATE
                   " - " FUNCTION TRIM(WS-CATCHUP-STEP)
                   " RETURN-CODE " WS-CATCHUP-STEP-RC " ***"
               DISPLAY "LATER DATES WERE NOT RUN. CORRECT THE "
                   "FAILURE AND START THE CATCH-UP AGAIN."
               MOVE "CATCH-UP" TO WS-EXC-TYPE
               MOVE SPACES TO WS-EXC-DETAIL
               STRING "STOPPED " WS-CATCHUP-DATE " "
                   WS-CATCHUP-STEP
                   DELIMITED BY SIZE INTO WS-EXC-DETAIL
               PERFORM WRITE-EXCEPTION-RECORD
               MOVE 12 TO RETURN-CODE
           ELSE
               DISPLAY "ALL MISSED DATES CAUGHT UP - TODAY'S CYCLE "
                   "CAN NOW RUN."
               IF WS-CATCHUP-HIGH-RC > RETURN-CODE
                   MOVE WS-CATCHUP-HIGH-RC TO RETURN-CODE
               END-IF
           END-IF
           IF WS-CATCHUP-GL-COUNT > ZERO
               PERFORM REPORT-CATCHUP-GL-GENERATIONS
           END-IF.

      *****************************************************
      *  ONLY THE LAST GL GENERATION CUT IS STILL ON GLINTF
      *  FOR THE NORMAL TRANSMISSION, AND TODAY'S LEDPOST
      *  WILL CUT OVER IT TOO. EVERY EARLIER ONE IS NAMED
      *  HERE AND ON A CATCH-UP EXCEPTION RECORD; GLRESEND
      *  SENDS EACH FROM ITS DATE'S BACKUP GENERATION.
      *****************************************************
       REPORT-CATCHUP-GL-GENERATIONS.
           DISPLAY " "
           DISPLAY "GL GENERATIONS CUT....: " WS-CATCHUP-GL-COUNT
           PERFORM VARYING WS-CATCHUP-GL-IX FROM 1 BY 1
                   UNTIL WS-CATCHUP-GL-IX >= WS-CATCHUP-GL-COUNT
               DISPLAY "*** GL GENERATION "
                   WS-CG-GENERATION (WS-CATCHUP-GL-IX)
                   " FOR " WS-CG-DATE (WS-CATCHUP-GL-IX)
                   " WAS OVERWRITTEN ON GLINTF - SEND IT WITH "
                   "GLRESEND ***"
               MOVE "CATCH-UP" TO WS-EXC-TYPE
               MOVE SPACES TO WS-EXC-DETAIL
               STRING "GL RESEND "
                   WS-CG-GENERATION (WS-CATCHUP-GL-IX)
                   " CYCLE " WS-CG-DATE (WS-CATCHUP-GL-IX)
                   DELIMITED BY SIZE INTO WS-EXC-DETAIL
               PERFORM WRITE-EXCEPTION-RECORD
           END-PERFORM
           DISPLAY "GL GENERATION "
               WS-CG-GENERATION (WS-CATCHUP-GL-COUNT)
               " FOR " WS-CG-DATE (WS-CATCHUP-GL-COUNT)
               " IS ON GLINTF - TRANSMIT IT BEFORE TODAY'S LEDPOST".

      *****************************************************
      *  THE LAST GL GENERATION NUMBER CUT, FROM GLSEQ. NO
      *  FILE MEANS NONE HAS BEEN CUT YET.
      *****************************************************
       READ-GL-GENERATION.
           MOVE ZERO TO WS-CATCHUP-GL-GENERATION
           OPEN INPUT GL-SEQUENCE-FILE
           IF WS-GLSEQ-STATUS = "00"
               READ GL-SEQUENCE-FILE
                   AT END
                       MOVE ZERO TO WS-CATCHUP-GL-GENERATION
                   NOT AT END
                       MOVE GLSEQ-LAST-GENERATION
                           TO WS-CATCHUP-GL-GENERATION
               END-READ
               CLOSE GL-SEQUENCE-FILE
           END-IF.

      *****************************************************
      *  ONE MISSED DATE, STEP BY STEP. A STEP ENDING ABOVE
      *  4 STOPS THE RUN THE WAY THE JCL CONDITION CODES
      *  STOP THE STREAM, AND LEDPOST AND BACKUP MUST ALSO
      *  HAVE A COMPLETED CHECKPOINT FOR THE DATE. EACH
      *  JOB IS CANCELLED AFTER ITS CALL SO THE NEXT DATE
      *  STARTS IT AFRESH, AS A NEW JOB STEP WOULD. A
      *  FAILED PERIOD CLOSE STILL LETS THE DATE'S BALANCED
      *  LEDGER BE BACKED UP, THEN STOPS THE RUN.
      *****************************************************
       RUN-CATCHUP-DATE.
           MOVE WS-CD-DATE (WS-CATCHUP-IX - 1) TO WS-CATCHUP-DATE
           MOVE WS-CD-PERIOD-END (WS-CATCHUP-IX - 1)
               TO WS-CATCHUP-PERIOD-END
           DISPLAY " "
           DISPLAY "===== CATCH-UP CYCLE FOR " WS-CATCHUP-DATE
               " ====="
           MOVE WS-CATCHUP-DATE TO WS-CATCHUP-ENV-DATE
           DISPLAY "WELCOME_CYCLE_DATE" UPON ENVIRONMENT-NAME
           DISPLAY WS-CATCHUP-ENV-DATE UPON ENVIRONMENT-VALUE
           IF WS-CD-STARTED-SW (WS-CATCHUP-IX - 1) NOT = "Y"
               MOVE WS-CATCHUP-DATE TO WS-DAY-STATUS-DATE
               PERFORM SET-DAY-STATUS-STARTED
           END-IF
           MOVE ZERO TO WS-CATCHUP-CLOSE-RC
           MOVE "STDGEN" TO WS-CATCHUP-STEP
           MOVE ZERO TO RETURN-CODE
           CALL "STDGEN"
           PERFORM CHECK-CATCHUP-STEP-RC
           CANCEL "STDGEN"
           IF NOT CATCHUP-STOPPED
               MOVE "DLYEXT" TO WS-CATCHUP-STEP
               MOVE ZERO TO RETURN-CODE
               CALL "DLYEXT" USING WS-OPERATOR-ID
                   WS-CATCHUP-PERIOD-END
               PERFORM CHECK-CATCHUP-STEP-RC
               CANCEL "DLYEXT"
           END-IF
           IF NOT CATCHUP-STOPPED
               PERFORM READ-GL-GENERATION
               MOVE WS-CATCHUP-GL-GENERATION TO WS-CATCHUP-GL-BEFORE
               MOVE "LEDPOST" TO WS-CATCHUP-STEP
               MOVE ZERO TO RETURN-CODE
               CALL "LEDPOST" USING WS-OPERATOR-ID
                   WS-CATCHUP-PERIOD-END
               PERFORM CHECK-CATCHUP-STEP-RC
               CANCEL "LEDPOST"
      *        GLSEQ ONLY MOVES ONCE A GENERATION IS ON GLINTF.
               PERFORM READ-GL-GENERATION
               IF WS-CATCHUP-GL-GENERATION NOT = WS-CATCHUP-GL-BEFORE
                   AND WS-CATCHUP-GL-COUNT < 60
                   ADD 1 TO WS-CATCHUP-GL-COUNT
                   MOVE WS-CATCHUP-GL-GENERATION
                       TO WS-CG-GENERATION (WS-CATCHUP-GL-COUNT)
                   MOVE WS-CATCHUP-DATE
                       TO WS-CG-DATE (WS-CATCHUP-GL-COUNT)
               END-IF
           END-IF
           IF NOT CATCHUP-STOPPED
               MOVE WS-CATCHUP-DATE TO WS-CHECKPOINT-DATE
               PERFORM CHECK-STEP-CHECKPOINTS
               IF NOT LEDPOST-DONE
                   DISPLAY "*** " WS-CATCHUP-DATE " DID NOT "
                       "BALANCE - NO COMPLETED LEDPOST CHECKPOINT ***"
                   SET CATCHUP-STOPPED TO TRUE
               END-IF
           END-IF
           IF NOT CATCHUP-STOPPED
               MOVE "TRIALBAL" TO WS-CATCHUP-STEP
               MOVE ZERO TO RETURN-CODE
               CALL "TRIALBAL"
               PERFORM CHECK-CATCHUP-STEP-RC
               CANCEL "TRIALBAL"
           END-IF
           IF NOT CATCHUP-STOPPED
               MOVE ZERO TO RETURN-CODE
               CALL "SUSPAGE"
               IF RETURN-CODE > 4
                   DISPLAY "*** SUSPENSE ITEMS NOT PROVED FOR "
                       WS-CATCHUP-DATE " - SEE SUSPAGED ***"
               END-IF
               CANCEL "SUSPAGE"
               MOVE ZERO TO RETURN-CODE
               CALL "PERCLOSE"
               MOVE RETURN-CODE TO WS-CATCHUP-CLOSE-RC
               CANCEL "PERCLOSE"
               MOVE "BACKUP" TO WS-CATCHUP-STEP
               MOVE ZERO TO RETURN-CODE
               CALL "BACKUP" USING WS-OPERATOR-ID
                   WS-CATCHUP-PERIOD-END
               PERFORM CHECK-CATCHUP-STEP-RC
               CANCEL "BACKUP"
           END-IF
           IF NOT CATCHUP-STOPPED
               PERFORM CHECK-STEP-CHECKPOINTS
               IF NOT BACKUP-DONE
                   DISPLAY "*** NO COMPLETED BACKUP CHECKPOINT FOR "
                       WS-CATCHUP-DATE " ***"
                   SET CATCHUP-STOPPED TO TRUE
               END-IF
           END-IF
           IF NOT CATCHUP-STOPPED
               AND WS-CATCHUP-CLOSE-RC > 4
               MOVE "PERCLOSE" TO WS-CATCHUP-STEP
               MOVE WS-CATCHUP-CLOSE-RC TO WS-CATCHUP-STEP-RC
               DISPLAY "*** PERIOD CLOSE FAILED FOR "
                   WS-CATCHUP-DATE " ***"
               SET CATCHUP-STOPPED TO TRUE
           END-IF
           IF NOT CATCHUP-STOPPED
               ADD 1 TO WS-CATCHUP-RUN-COUNT
               DISPLAY "CATCH-UP CYCLE FOR " WS-CATCHUP-DATE
                   " COMPLETED"
           END-IF.

       CHECK-CATCHUP-STEP-RC.
           MOVE RETURN-CODE TO WS-CATCHUP-STEP-RC
           IF WS-CATCHUP-STEP-RC > 4
               SET CATCHUP-STOPPED TO TRUE
           ELSE
               IF WS-CATCHUP-STEP-RC > WS-CATCHUP-HIGH-RC
                   MOVE WS-CATCHUP-STEP-RC TO WS-CATCHUP-HIGH-RC
               END-IF
           END-IF.

       DENY-MENU-ACTION.
           MOVE "ROLE-DENY" TO WS-EXC-TYPE
           MOVE "MENU JOB SUBMIT REFUSED" TO WS-EXC-DETAIL
