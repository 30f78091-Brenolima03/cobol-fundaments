      *OR BUILD IT AS A DYNAMICALLY-LOADABLE .so FOR WELCOME'S CALL
      *TO RESOLVE AT RUN TIME VIA COB_LIBRARY_PATH -
      *  cobc -m -frelax-syntax -I copybooks BACKUP.COB
      *export OPERMAST=data/OPERMAST.DAT SECURITY=data/SECURITY.DAT
      *    SODLOG=data/SODLOG.DAT DAYSTAT=data/DAYSTAT.DAT
      *    MOTD=data/MOTD.DAT SHIFTSCH=data/SHIFTSCH.DAT
      *    SITEMAST=data/SITEMAST.DAT SODRPT=data/SODRPT.DAT
      *    DLYEXTR=data/DLYEXTR.DAT LEDNEW=data/LEDNEW.DAT
      *    POSTJRNL=data/POSTJRNL.DAT GLINTF=data/GLINTF.DAT
      *    TRANREJ=data/TRANREJ.DAT SUSPITEM=data/SUSPITEM.DAT
      *    PERCTL=data/PERCTL.DAT PERHIST=data/PERHIST.DAT
      *    GLLOG=data/GLLOG.DAT GLSEQ=data/GLSEQ.DAT
      *    PENDBAT=data/PENDBAT.DAT BATAUDT=data/BATAUDT.DAT
      *    ALERTS=data/ALERTS.DAT ARCCAT=data/ARCCAT.DAT
      *    GLACKHST=data/GLACKHST.DAT BKPCAT=data/BKPCAT.DAT
      *    CHKPOINT=data/CHKPOINT.DAT SODEXCP=data/SODEXCP.DAT
      *****************************************************
      *  BACKUP - NIGHTLY BACKUP JOB
      *  COPIES EACH DATASET OF THE CYCLE TO A DATE-
      *  THE ADMIN ROLE ON THE OPERATOR MASTER; ANY OTHER
      *  ROLE'S ATTEMPT IS REFUSED AND LOGGED TO THE
      *  START-OF-DAY EXCEPTION FILE.
      *  A DATASET CATALOGED MISMATCH, MISSING OR FAILED,
      *  AND A REFUSED RESTORE, EACH RAISE AN ALERT ON THE
      *  OPERATOR ALERT FILE (ALERTS) FOR THE MONITORING
      *  TOOL.
      *****************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. BACKUP.
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-SODEXCP-STATUS.

           SELECT ALERT-FILE ASSIGN TO "ALERTS"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-ALERTS-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  SOURCE-FILE.
       FD  EXCEPTION-FILE.
           COPY SODEXCREC.

       FD  ALERT-FILE.
           COPY ALERTREC.

       WORKING-STORAGE SECTION.
       01  WS-SOURCE-STATUS              PIC XX.
       01  WS-TARGET-STATUS              PIC XX.
       01  WS-CHKPOINT-STATUS            PIC XX.
       01  WS-OPERMAST-STATUS            PIC XX.
       01  WS-SODEXCP-STATUS             PIC XX.
       01  WS-ALERTS-STATUS              PIC XX.

       01  WS-OPERATOR-ID                PIC X(8).
       01  WS-SITE-CODE                  PIC X(3).
           88  ROLE-ADMIN                VALUE "ADMIN".
       01  WS-CURRENT-DATE-TIME          PIC X(21).
       01  WS-TODAY-DATE                 PIC X(8).
       01  WS-CYCLE-DATE-OVERRIDE        PIC X(8).
       01  WS-CURRENT-TIME               PIC X(6).

       01  WS-RUN-MODE                   PIC X(7) VALUE "BACKUP".

      *****************************************************
      *  EVERY DATASET OF THE CYCLE, BY DD / LOGICAL NAME.
      *  THE CONTROL AND HISTORY FILES THE POSTING, CLOSE,
      *  GL, APPROVAL, ALERT AND ARCHIVE STEPS KEEP ARE IN
      *  THE SET TOO, SO A RESTORE BRINGS THEM BACK TO THE
      *  SAME NIGHT AS THE LEDGER AND JOURNAL.
      *****************************************************
       01  WS-DATASET-NAMES.
           05  FILLER                    PIC X(8) VALUE "OPERMAST".
           05  FILLER                    PIC X(8) VALUE "POSTJRNL".
           05  FILLER                    PIC X(8) VALUE "GLINTF".
           05  FILLER                    PIC X(8) VALUE "TRANREJ".
           05  FILLER                    PIC X(8) VALUE "SUSPITEM".
           05  FILLER                    PIC X(8) VALUE "PERCTL".
           05  FILLER                    PIC X(8) VALUE "PERHIST".
           05  FILLER                    PIC X(8) VALUE "GLLOG".
           05  FILLER                    PIC X(8) VALUE "GLSEQ".
           05  FILLER                    PIC X(8) VALUE "PENDBAT".
           05  FILLER                    PIC X(8) VALUE "BATAUDT".
           05  FILLER                    PIC X(8) VALUE "ALERTS".
           05  FILLER                    PIC X(8) VALUE "ARCCAT".
           05  FILLER                    PIC X(8) VALUE "GLACKHST".
       01  WS-DATASET-TABLE REDEFINES WS-DATASET-NAMES.
           05  WS-DATASET-NAME           OCCURS 23 TIMES
                                         PIC X(8).
       01  WS-DATASET-SUB                PIC 9(2) VALUE ZERO.


       01  WS-MANIFEST-STATUS            PIC X(8).

       01  WS-ALERT-SEVERITY             PIC X(8).
       01  WS-ALERT-TEXT                 PIC X(60).

       01  WS-CHKPT-EVENT                PIC X(9).
       01  WS-CHKPT-COUNT                PIC 9(7) VALUE ZERO.

               PERFORM LOOKUP-OPERATOR-ROLE
               IF NOT ROLE-ADMIN
                   PERFORM WRITE-DENY-EXCEPTION
                   MOVE "WARNING" TO WS-ALERT-SEVERITY
                   MOVE SPACES TO WS-ALERT-TEXT
                   STRING "ROLE-DENY - RESTORE REFUSED FOR "
                       WS-OPERATOR-ID
                       DELIMITED BY SIZE
                       INTO WS-ALERT-TEXT
                   END-STRING
                   PERFORM WRITE-ALERT
                   DISPLAY "BACKUP: ROLE " WS-OPERATOR-ROLE
                       " IS NOT AUTHORIZED TO RESTORE - "
                       "ADMIN REQUIRED"
           END-IF
           PERFORM OPEN-BACKUP-CATALOG
           PERFORM VARYING WS-DATASET-SUB FROM 1 BY 1
               UNTIL WS-DATASET-SUB > 23
               PERFORM PROCESS-ONE-DATASET
           END-PERFORM
           CLOSE BACKUP-CATALOG-FILE
               END-IF
           END-IF
           DISPLAY "BACKUP: NIGHTLY " WS-RUN-MODE " COMPLETE"
           IF RUN-MODE-RESTORE
               DISPLAY "BACKUP: RUN LEDPROOF BEFORE THE NEXT LEDPOST "
                   "- POSTING IS HELD UNTIL THE LEDGER IS PROVED"
           END-IF
           GOBACK.

       LOOKUP-OPERATOR-ROLE.
               CLOSE EXCEPTION-FILE
           END-IF.

      *****************************************************
      *  ONE LINE ON THE OPERATOR ALERT FILE FOR THE
      *  MONITORING TOOL. AN ALERT THAT CANNOT BE WRITTEN IS
      *  ONLY DISPLAYED - THE CATALOG AND THE RETURN-CODE
      *  STILL CARRY THE RESULT.
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
               MOVE "BACKUP" TO ALRT-JOB-NAME
               MOVE WS-ALERT-SEVERITY TO ALRT-SEVERITY
               MOVE WS-TODAY-DATE TO ALRT-CYCLE-DATE
               MOVE WS-ALERT-TEXT TO ALRT-TEXT
               SET ALRT-OPEN TO TRUE
               WRITE OPERATOR-ALERT-RECORD
               CLOSE ALERT-FILE
           ELSE
               DISPLAY "BACKUP: CANNOT WRITE ALERT - STATUS "
                   WS-ALERTS-STATUS " - " WS-ALERT-TEXT
           END-IF.

       CHECK-PRIOR-CHECKPOINT.
           MOVE "N" TO WS-STEP-DONE-SW
           MOVE "N" TO WS-EOF-SW
       INITIALIZE-BACKUP.
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
           MOVE WS-CURRENT-DATE-TIME(9:6) TO WS-CURRENT-TIME
           MOVE SPACES TO WS-RUN-MODE
           ACCEPT WS-RUN-MODE FROM ENVIRONMENT "BACKUP_MODE"
           END-IF
           PERFORM WRITE-MANIFEST-RECORD
           DISPLAY "BACKUP: " WS-DATASET-NAME (WS-DATASET-SUB)
               " " WS-MANIFEST-STATUS " RECORDS " WS-COPY-COUNT
           IF WS-MANIFEST-STATUS NOT = "VERIFIED"
               PERFORM RAISE-CATALOG-ALERT
           END-IF.

      *****************************************************
      *  A DATASET THAT DID NOT VERIFY IS A CRITICAL ALERT.
      *  A LIVE DATASET MISSING ON A BACKUP CAN BE A FIRST
      *  RUN, SO IT IS ONLY A WARNING; A GENERATION MISSING
      *  ON A RESTORE IS CRITICAL, LIKE ITS RETURN-CODE.
      *****************************************************
       RAISE-CATALOG-ALERT.
           MOVE "CRITICAL" TO WS-ALERT-SEVERITY
           IF WS-MANIFEST-STATUS = "MISSING"
               AND RUN-MODE-BACKUP
               MOVE "WARNING" TO WS-ALERT-SEVERITY
           END-IF
           MOVE SPACES TO WS-ALERT-TEXT
           STRING FUNCTION TRIM(WS-RUN-MODE) " OF "
               FUNCTION TRIM(WS-DATASET-NAME (WS-DATASET-SUB))
               " " FUNCTION TRIM(WS-MANIFEST-STATUS)
               " ON BKPCAT - GENERATION " WS-GENERATION-DATE
               DELIMITED BY SIZE
               INTO WS-ALERT-TEXT
           END-STRING
           PERFORM WRITE-ALERT.

       COPY-SOURCE-TO-TARGET.
           MOVE ZERO TO WS-COPY-COUNT
