      *cobc -x -frelax-syntax -I copybooks GLRECON.COB
      *export GLACKCTL=data/GLACKCTL.DAT GLACKIN=data/GLACKIN.DAT
      *    GLACKHST=data/GLACKHST.DAT GLLOG=data/GLLOG.DAT
      *    GLRCNRPT=data/GLRCNRPT.DAT
      *****************************************************
      *  GLRECON - GL INTERFACE ACKNOWLEDGEMENT RECONCILIATION
      *
      *  CORPORATE ACCOUNTING RETURNS AN ACKNOWLEDGEMENT FOR
      *  EVERY GL INTERFACE GENERATION IT LOADS: GENERATION,
      *  SITE, RECORD COUNT, HASH TOTAL, AND ACCEPTED OR
      *  REJECTED WITH A REASON. THIS JOB TAKES THE INCOMING
      *  ACKNOWLEDGEMENTS (GLACKIN) INTO THE ACKNOWLEDGEMENT
      *  HISTORY (GLACKHST), CLEARS THE INCOMING FILE, AND
      *  RECONCILES THE HISTORY AGAINST THE GL TRANSMISSION
      *  LOG (GLLOG) THAT LEDPOST AND GLRESEND WRITE. ONE
      *  REPORT LINE PER GENERATION THE SITE HAS SENT:
      *     OK        ACCEPTED WITH THE COUNT AND HASH SENT
      *     AWAITING  NO ACKNOWLEDGEMENT YET, STILL IN TIME
      *     NO ACK    NO ACKNOWLEDGEMENT MORE THAN GLACKCTL
      *               DAYS (DEFAULT 3) AFTER THE LAST SEND
      *     MISMATCH  ACCEPTED, BUT THE COUNT OR HASH
      *               CORPORATE LOADED IS NOT WHAT WAS SENT
      *     REJECTED  CORPORATE REJECTED THE FILE
      *     UNLOGGED  ACKNOWLEDGED BUT NEVER LOGGED AS SENT
      *  PLUS A DUPLICATE LINE FOR A GENERATION NUMBER CUT
      *  MORE THAN ONCE AND A GAP LINE FOR EVERY RUN OF
      *  NUMBERS NEVER CUT. THE LATEST ACKNOWLEDGEMENT FOR A
      *  GENERATION WINS, SO A RE-SEND (GLRESEND) THAT
      *  CORPORATE THEN ACCEPTS CLEARS AN EARLIER REJECTION.
      *  ONLY THE SITE IN WELCOME_SITE_CODE (DEFAULT HQ) IS
      *  RECONCILED.
      *
      *  RETURN-CODE:
      *     0  = EVERY GENERATION ACKNOWLEDGED OR IN TIME
      *     8  = EXCEPTIONS ON THE REPORT
      *    12  = THE HISTORY OR REPORT CANNOT BE WRITTEN
      *****************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. GLRECON.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT GL-RECON-CONTROL-FILE ASSIGN TO "GLACKCTL"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-GLACKCTL-STATUS.

           SELECT GL-ACK-IN-FILE ASSIGN TO "GLACKIN"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-GLACKIN-STATUS.

           SELECT GL-ACK-HISTORY-FILE ASSIGN TO "GLACKHST"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-GLACKHST-STATUS.

           SELECT GL-LOG-FILE ASSIGN TO "GLLOG"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-GLLOG-STATUS.

           SELECT GL-RECON-REPORT-FILE ASSIGN TO "GLRCNRPT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  GL-RECON-CONTROL-FILE.
           COPY GLCTLREC.

       FD  GL-ACK-IN-FILE.
       01  GL-ACK-IN-RECORD              PIC X(69).

       FD  GL-ACK-HISTORY-FILE.
           COPY GLACKREC.

       FD  GL-LOG-FILE.
           COPY GLLOGREC.

       FD  GL-RECON-REPORT-FILE.
       01  GL-RECON-REPORT-LINE          PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-GLACKCTL-STATUS            PIC XX.
       01  WS-GLACKIN-STATUS             PIC XX.
       01  WS-GLACKHST-STATUS            PIC XX.
       01  WS-GLLOG-STATUS               PIC XX.
       01  WS-REPORT-STATUS              PIC XX.

       01  WS-CURRENT-DATE-TIME          PIC X(21).
       01  WS-TODAY-DATE                 PIC X(8).
       01  WS-TODAY-NUM                  PIC 9(8).
       01  WS-SENT-NUM                   PIC 9(8).
       01  WS-DAYS-WAITING               PIC S9(5) VALUE ZERO.
       01  WS-ACK-DAYS                   PIC 9(3) VALUE 3.
       01  WS-SITE-CODE                  PIC X(3).
       01  WS-RECORD-SITE                PIC X(3).

      *****************************************************
      *  ONE ENTRY PER GENERATION NUMBER SEEN ON THE LOG OR
      *  IN THE ACKNOWLEDGEMENT HISTORY, KEPT IN GENERATION
      *  ORDER SO THE REPORT PRINTS SORTED AND GAPS SHOW AS
      *  JUMPS BETWEEN NEIGHBOURING ENTRIES.
      *****************************************************
       01  WS-GENERATION-TABLE.
           05  WS-GEN-COUNT              PIC 9(4) VALUE ZERO.
           05  WS-GEN-ENTRY OCCURS 2000 TIMES.
               10  WS-GEN-NUMBER         PIC 9(5).
               10  WS-GEN-CYCLE-DATE     PIC X(8).
               10  WS-GEN-LAST-SENT      PIC X(8).
               10  WS-GEN-ORIGINALS      PIC 9(3).
               10  WS-GEN-RESENDS        PIC 9(3).
               10  WS-GEN-LOG-COUNT      PIC 9(7).
               10  WS-GEN-LOG-HASH       PIC 9(13)V99.
               10  WS-GEN-ACK-STATUS     PIC X(1).
                   88  WS-GEN-NO-ACK     VALUE SPACE.
                   88  WS-GEN-ACCEPTED   VALUE "A".
                   88  WS-GEN-REJECTED   VALUE "R".
               10  WS-GEN-ACK-COUNT      PIC 9(7).
               10  WS-GEN-ACK-HASH       PIC 9(13)V99.
               10  WS-GEN-ACK-REASON     PIC X(30).
               10  WS-GEN-ACK-DATE       PIC X(8).
       01  WS-GEN-SUB                    PIC 9(4) VALUE ZERO.
       01  WS-GEN-HIT                    PIC 9(4) VALUE ZERO.
       01  WS-SHIFT-SUB                  PIC 9(4) VALUE ZERO.
       01  WS-FIND-GENERATION            PIC 9(5).
       01  WS-PRIOR-GENERATION           PIC 9(5) VALUE ZERO.
       01  WS-GAP-FROM                   PIC 9(5).
       01  WS-GAP-TO                     PIC 9(5).

       01  WS-INTAKE-COUNT               PIC 9(7) VALUE ZERO.
       01  WS-OK-COUNT                   PIC 9(5) VALUE ZERO.
       01  WS-AWAITING-COUNT             PIC 9(5) VALUE ZERO.
       01  WS-OVERDUE-COUNT              PIC 9(5) VALUE ZERO.
       01  WS-MISMATCH-COUNT             PIC 9(5) VALUE ZERO.
       01  WS-REJECTED-COUNT             PIC 9(5) VALUE ZERO.
       01  WS-UNLOGGED-COUNT             PIC 9(5) VALUE ZERO.
       01  WS-DUPLICATE-COUNT            PIC 9(5) VALUE ZERO.
       01  WS-GAP-COUNT                  PIC 9(5) VALUE ZERO.
       01  WS-EXCEPTION-COUNT            PIC 9(5) VALUE ZERO.

       01  WS-LINE-STATUS                PIC X(8).
       01  WS-LINE-DETAIL                PIC X(40).
       01  WS-SENDS                      PIC 9(3).
       01  WS-DAYS-EDITED                PIC ZZZZ9.
       01  WS-COUNT-EDITED               PIC Z,ZZZ,ZZ9.
       01  WS-HASH-EDITED                PIC Z(12)9.99.
       01  WS-ACK-COUNT-EDITED           PIC Z,ZZZ,ZZ9.
       01  WS-ACK-HASH-EDITED            PIC Z(12)9.99.

       01  WS-SWITCHES.
           05  WS-EOF-SW                 PIC X VALUE "N".
               88  END-OF-FILE           VALUE "Y".

       PROCEDURE DIVISION.

       MAIN-LOGIC.
           PERFORM INITIALIZE-RECONCILIATION
           PERFORM TAKE-IN-ACKNOWLEDGEMENTS
           PERFORM LOAD-TRANSMISSION-LOG
           PERFORM LOAD-ACKNOWLEDGEMENT-HISTORY
           PERFORM PRINT-RECONCILIATION-REPORT
           PERFORM DISPLAY-RECONCILIATION-TOTALS
           IF WS-EXCEPTION-COUNT > ZERO
               DISPLAY "GLRECON: *** " WS-EXCEPTION-COUNT
                   " GL INTERFACE EXCEPTION(S) - SEE GLRCNRPT ***"
               MOVE 8 TO RETURN-CODE
           ELSE
               DISPLAY "GLRECON: ALL GL INTERFACE GENERATIONS "
                   "RECONCILED"
           END-IF
           GOBACK.

       INITIALIZE-RECONCILIATION.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME
           MOVE WS-CURRENT-DATE-TIME(1:8) TO WS-TODAY-DATE
           MOVE WS-CURRENT-DATE-TIME(1:8) TO WS-TODAY-NUM
           MOVE SPACES TO WS-SITE-CODE
           ACCEPT WS-SITE-CODE FROM ENVIRONMENT "WELCOME_SITE_CODE"
           IF WS-SITE-CODE = SPACES
               MOVE "HQ" TO WS-SITE-CODE
           END-IF
           MOVE ZERO TO WS-GEN-COUNT
           PERFORM READ-RECON-CONTROL
           MOVE "N" TO WS-EOF-SW.

       READ-RECON-CONTROL.
           MOVE 3 TO WS-ACK-DAYS
           OPEN INPUT GL-RECON-CONTROL-FILE
           IF WS-GLACKCTL-STATUS = "00"
               READ GL-RECON-CONTROL-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF GLCT-ACK-DAYS IS NUMERIC
                           AND GLCT-ACK-DAYS > ZERO
                           MOVE GLCT-ACK-DAYS TO WS-ACK-DAYS
                       ELSE
                           DISPLAY "GLRECON: GLACKCTL DAYS NOT "
                               "A POSITIVE NUMBER - 3 DAYS USED"
                       END-IF
               END-READ
               CLOSE GL-RECON-CONTROL-FILE
           ELSE
               DISPLAY "GLRECON: GLACKCTL UNAVAILABLE (STATUS "
                   WS-GLACKCTL-STATUS ") - 3 DAYS USED"
           END-IF.

      *****************************************************
      *  INCOMING ACKNOWLEDGEMENTS ARE APPENDED TO THE
      *  HISTORY, STAMPED WITH TODAY'S DATE WHEN CORPORATE
      *  SENT NONE, AND THE INCOMING FILE IS THEN CLEARED SO
      *  THE SAME ACKNOWLEDGEMENTS ARE NOT TAKEN IN TWICE.
      *  NO INCOMING FILE SIMPLY MEANS NOTHING ARRIVED.
      *****************************************************
       TAKE-IN-ACKNOWLEDGEMENTS.
           MOVE ZERO TO WS-INTAKE-COUNT
           OPEN INPUT GL-ACK-IN-FILE
           IF WS-GLACKIN-STATUS NOT = "00"
               DISPLAY "GLRECON: NO INCOMING ACKNOWLEDGEMENTS "
                   "(GLACKIN STATUS " WS-GLACKIN-STATUS ")"
           ELSE
               OPEN EXTEND GL-ACK-HISTORY-FILE
               IF WS-GLACKHST-STATUS = "35"
                   OPEN OUTPUT GL-ACK-HISTORY-FILE
               END-IF
               IF WS-GLACKHST-STATUS NOT = "00"
                   DISPLAY "GLRECON: CANNOT OPEN GLACKHST - "
                       "STATUS " WS-GLACKHST-STATUS
                       " - ACKNOWLEDGEMENTS LEFT IN GLACKIN"
                   CLOSE GL-ACK-IN-FILE
                   MOVE 12 TO RETURN-CODE
                   GOBACK
               END-IF
               PERFORM UNTIL END-OF-FILE
                   READ GL-ACK-IN-FILE
                       AT END
                           SET END-OF-FILE TO TRUE
                       NOT AT END
                           IF GL-ACK-IN-RECORD NOT = SPACES
                               MOVE GL-ACK-IN-RECORD TO GL-ACK-RECORD
                               IF GLACK-RECEIVED-DATE = SPACES
                                   MOVE WS-TODAY-DATE
                                       TO GLACK-RECEIVED-DATE
                               END-IF
                               WRITE GL-ACK-RECORD
                               ADD 1 TO WS-INTAKE-COUNT
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE GL-ACK-IN-FILE
               CLOSE GL-ACK-HISTORY-FILE
               OPEN OUTPUT GL-ACK-IN-FILE
               IF WS-GLACKIN-STATUS = "00"
                   CLOSE GL-ACK-IN-FILE
               END-IF
               MOVE WS-INTAKE-COUNT TO WS-COUNT-EDITED
               DISPLAY "GLRECON: " WS-COUNT-EDITED
                   " ACKNOWLEDGEMENT(S) TAKEN IN"
           END-IF
           MOVE "N" TO WS-EOF-SW.

      *****************************************************
      *  EVERY SEND OF THE SITE'S GENERATIONS. AN ORIGINAL
      *  SEND FIXES THE CYCLE DATE, COUNT AND HASH; A SECOND
      *  ORIGINAL FOR THE SAME NUMBER IS A DUPLICATE CUT.
      *  THE LAST SEND OF EITHER KIND STARTS THE CLOCK FOR
      *  THE ACKNOWLEDGEMENT. NO LOG MEANS NOTHING SENT YET.
      *****************************************************
       LOAD-TRANSMISSION-LOG.
           OPEN INPUT GL-LOG-FILE
           IF WS-GLLOG-STATUS NOT = "00"
               DISPLAY "GLRECON: NO GL TRANSMISSION LOG (STATUS "
                   WS-GLLOG-STATUS ")"
           ELSE
               PERFORM UNTIL END-OF-FILE
                   READ GL-LOG-FILE
                       AT END
                           SET END-OF-FILE TO TRUE
                       NOT AT END
                           MOVE GLLOG-SITE-CODE TO WS-RECORD-SITE
                           IF WS-RECORD-SITE = SPACES
                               MOVE "HQ" TO WS-RECORD-SITE
                           END-IF
                           IF WS-RECORD-SITE = WS-SITE-CODE
                               AND GLLOG-GENERATION IS NUMERIC
                               PERFORM LOAD-LOG-ENTRY
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE GL-LOG-FILE
           END-IF
           MOVE "N" TO WS-EOF-SW.

       LOAD-LOG-ENTRY.
           MOVE GLLOG-GENERATION TO WS-FIND-GENERATION
           PERFORM FIND-GENERATION-ENTRY
           IF GLLOG-RESEND
               ADD 1 TO WS-GEN-RESENDS (WS-GEN-HIT)
           ELSE
               ADD 1 TO WS-GEN-ORIGINALS (WS-GEN-HIT)
               IF WS-GEN-ORIGINALS (WS-GEN-HIT) = 1
                   MOVE GLLOG-CYCLE-DATE
                       TO WS-GEN-CYCLE-DATE (WS-GEN-HIT)
                   MOVE GLLOG-RECORD-COUNT
                       TO WS-GEN-LOG-COUNT (WS-GEN-HIT)
                   MOVE GLLOG-HASH-TOTAL
                       TO WS-GEN-LOG-HASH (WS-GEN-HIT)
               END-IF
           END-IF
           IF GLLOG-SENT-DATE > WS-GEN-LAST-SENT (WS-GEN-HIT)
               MOVE GLLOG-SENT-DATE TO WS-GEN-LAST-SENT (WS-GEN-HIT)
           END-IF.

      *****************************************************
      *  THE HISTORY IS IN ARRIVAL ORDER, SO EACH LATER
      *  ACKNOWLEDGEMENT FOR A GENERATION OVERWRITES THE
      *  EARLIER ONE.
      *****************************************************
       LOAD-ACKNOWLEDGEMENT-HISTORY.
           OPEN INPUT GL-ACK-HISTORY-FILE
           IF WS-GLACKHST-STATUS = "00"
               PERFORM UNTIL END-OF-FILE
                   READ GL-ACK-HISTORY-FILE
                       AT END
                           SET END-OF-FILE TO TRUE
                       NOT AT END
                           MOVE GLACK-SITE-CODE TO WS-RECORD-SITE
                           IF WS-RECORD-SITE = SPACES
                               MOVE "HQ" TO WS-RECORD-SITE
                           END-IF
                           IF WS-RECORD-SITE = WS-SITE-CODE
                               AND GLACK-GENERATION IS NUMERIC
                               PERFORM LOAD-ACK-ENTRY
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE GL-ACK-HISTORY-FILE
           END-IF
           MOVE "N" TO WS-EOF-SW.

       LOAD-ACK-ENTRY.
           MOVE GLACK-GENERATION TO WS-FIND-GENERATION
           PERFORM FIND-GENERATION-ENTRY
           MOVE GLACK-STATUS TO WS-GEN-ACK-STATUS (WS-GEN-HIT)
           IF GLACK-RECORD-COUNT IS NUMERIC
               MOVE GLACK-RECORD-COUNT TO WS-GEN-ACK-COUNT (WS-GEN-HIT)
           ELSE
               MOVE ZERO TO WS-GEN-ACK-COUNT (WS-GEN-HIT)
           END-IF
           IF GLACK-HASH-TOTAL IS NUMERIC
               MOVE GLACK-HASH-TOTAL TO WS-GEN-ACK-HASH (WS-GEN-HIT)
           ELSE
               MOVE ZERO TO WS-GEN-ACK-HASH (WS-GEN-HIT)
           END-IF
           MOVE GLACK-REASON TO WS-GEN-ACK-REASON (WS-GEN-HIT)
           MOVE GLACK-RECEIVED-DATE TO WS-GEN-ACK-DATE (WS-GEN-HIT).

      *****************************************************
      *  FINDS THE GENERATION IN THE TABLE, OR INSERTS IT AT
      *  ITS PLACE IN GENERATION ORDER.
      *****************************************************
       FIND-GENERATION-ENTRY.
           MOVE ZERO TO WS-GEN-HIT
           PERFORM VARYING WS-GEN-SUB FROM 1 BY 1
               UNTIL WS-GEN-SUB > WS-GEN-COUNT
               OR WS-GEN-NUMBER (WS-GEN-SUB) >= WS-FIND-GENERATION
               CONTINUE
           END-PERFORM
           IF WS-GEN-SUB <= WS-GEN-COUNT
               AND WS-GEN-NUMBER (WS-GEN-SUB) = WS-FIND-GENERATION
               MOVE WS-GEN-SUB TO WS-GEN-HIT
           ELSE
               IF WS-GEN-COUNT >= 2000
                   DISPLAY "GLRECON: MORE THAN 2000 GENERATIONS ON "
                       "FILE - RECONCILIATION NOT RUN"
                   MOVE 12 TO RETURN-CODE
                   GOBACK
               END-IF
               PERFORM VARYING WS-SHIFT-SUB FROM WS-GEN-COUNT BY -1
                   UNTIL WS-SHIFT-SUB < WS-GEN-SUB
                   MOVE WS-GEN-ENTRY (WS-SHIFT-SUB)
                       TO WS-GEN-ENTRY (WS-SHIFT-SUB + 1)
               END-PERFORM
               ADD 1 TO WS-GEN-COUNT
               MOVE WS-GEN-SUB TO WS-GEN-HIT
               MOVE WS-FIND-GENERATION TO WS-GEN-NUMBER (WS-GEN-HIT)
               MOVE SPACES TO WS-GEN-CYCLE-DATE (WS-GEN-HIT)
               MOVE SPACES TO WS-GEN-LAST-SENT (WS-GEN-HIT)
               MOVE ZERO TO WS-GEN-ORIGINALS (WS-GEN-HIT)
               MOVE ZERO TO WS-GEN-RESENDS (WS-GEN-HIT)
               MOVE ZERO TO WS-GEN-LOG-COUNT (WS-GEN-HIT)
               MOVE ZERO TO WS-GEN-LOG-HASH (WS-GEN-HIT)
               MOVE SPACE TO WS-GEN-ACK-STATUS (WS-GEN-HIT)
               MOVE ZERO TO WS-GEN-ACK-COUNT (WS-GEN-HIT)
               MOVE ZERO TO WS-GEN-ACK-HASH (WS-GEN-HIT)
               MOVE SPACES TO WS-GEN-ACK-REASON (WS-GEN-HIT)
               MOVE SPACES TO WS-GEN-ACK-DATE (WS-GEN-HIT)
           END-IF.

       PRINT-RECONCILIATION-REPORT.
           OPEN OUTPUT GL-RECON-REPORT-FILE
           IF WS-REPORT-STATUS NOT = "00"
               DISPLAY "GLRECON: CANNOT OPEN REPORT FILE - "
                   "STATUS " WS-REPORT-STATUS
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF
           MOVE SPACES TO GL-RECON-REPORT-LINE
           STRING "GL INTERFACE ACKNOWLEDGEMENT RECONCILIATION - SITE "
               WS-SITE-CODE " - RUN " WS-TODAY-DATE
               " - ACK DUE WITHIN " WS-ACK-DAYS " DAYS"
               DELIMITED BY SIZE
               INTO GL-RECON-REPORT-LINE
           END-STRING
           WRITE GL-RECON-REPORT-LINE
           MOVE SPACES TO GL-RECON-REPORT-LINE
           WRITE GL-RECON-REPORT-LINE
           MOVE SPACES TO GL-RECON-REPORT-LINE
           STRING "GEN   CYCLE    LAST SENT SND LOG COUNT"
               "   LOG HASH TOTAL  ACK COUNT   ACK HASH TOTAL"
               "  STATUS    DETAIL"
               DELIMITED BY SIZE
               INTO GL-RECON-REPORT-LINE
           END-STRING
           WRITE GL-RECON-REPORT-LINE
           MOVE ZERO TO WS-PRIOR-GENERATION
           PERFORM VARYING WS-GEN-SUB FROM 1 BY 1
               UNTIL WS-GEN-SUB > WS-GEN-COUNT
               IF WS-GEN-ORIGINALS (WS-GEN-SUB) > ZERO
                   PERFORM CHECK-GENERATION-GAP
               END-IF
               PERFORM PRINT-GENERATION-LINE
               IF WS-GEN-ORIGINALS (WS-GEN-SUB) > 1
                   PERFORM PRINT-DUPLICATE-LINE
               END-IF
           END-PERFORM
           IF WS-GEN-COUNT = ZERO
               MOVE SPACES TO GL-RECON-REPORT-LINE
               MOVE "NO GL INTERFACE GENERATIONS SENT OR ACKNOWLEDGED"
                   TO GL-RECON-REPORT-LINE
               WRITE GL-RECON-REPORT-LINE
           END-IF
           CLOSE GL-RECON-REPORT-FILE.

      *****************************************************
      *  GENERATIONS ARE CUT ONE BY ONE FROM GLSEQ, SO ANY
      *  NUMBER SKIPPED BETWEEN TWO LOGGED ORIGINALS WAS
      *  NEVER SENT (OR NEVER LOGGED) AND IS A GAP.
      *****************************************************
       CHECK-GENERATION-GAP.
           IF WS-PRIOR-GENERATION > ZERO
               AND WS-GEN-NUMBER (WS-GEN-SUB)
                   > WS-PRIOR-GENERATION + 1
               COMPUTE WS-GAP-FROM = WS-PRIOR-GENERATION + 1
               COMPUTE WS-GAP-TO = WS-GEN-NUMBER (WS-GEN-SUB) - 1
               ADD 1 TO WS-GAP-COUNT
               ADD 1 TO WS-EXCEPTION-COUNT
               MOVE SPACES TO GL-RECON-REPORT-LINE
               STRING WS-GAP-FROM " - " WS-GAP-TO
                   "  *** GAP - GENERATION NUMBERS NEVER SENT ***"
                   DELIMITED BY SIZE
                   INTO GL-RECON-REPORT-LINE
               END-STRING
               WRITE GL-RECON-REPORT-LINE
           END-IF
           MOVE WS-GEN-NUMBER (WS-GEN-SUB) TO WS-PRIOR-GENERATION.

       PRINT-GENERATION-LINE.
           PERFORM DECIDE-GENERATION-STATUS
           COMPUTE WS-SENDS = WS-GEN-ORIGINALS (WS-GEN-SUB)
               + WS-GEN-RESENDS (WS-GEN-SUB)
           MOVE WS-GEN-LOG-COUNT (WS-GEN-SUB) TO WS-COUNT-EDITED
           MOVE WS-GEN-LOG-HASH (WS-GEN-SUB) TO WS-HASH-EDITED
           MOVE WS-GEN-ACK-COUNT (WS-GEN-SUB) TO WS-ACK-COUNT-EDITED
           MOVE WS-GEN-ACK-HASH (WS-GEN-SUB) TO WS-ACK-HASH-EDITED
           MOVE SPACES TO GL-RECON-REPORT-LINE
           IF WS-GEN-NO-ACK (WS-GEN-SUB)
               STRING WS-GEN-NUMBER (WS-GEN-SUB) " "
                   WS-GEN-CYCLE-DATE (WS-GEN-SUB) " "
                   WS-GEN-LAST-SENT (WS-GEN-SUB) "  "
                   WS-SENDS " " WS-COUNT-EDITED " " WS-HASH-EDITED
                   "          -                -  "
                   WS-LINE-STATUS "  " WS-LINE-DETAIL
                   DELIMITED BY SIZE
                   INTO GL-RECON-REPORT-LINE
               END-STRING
           ELSE
               STRING WS-GEN-NUMBER (WS-GEN-SUB) " "
                   WS-GEN-CYCLE-DATE (WS-GEN-SUB) " "
                   WS-GEN-LAST-SENT (WS-GEN-SUB) "  "
                   WS-SENDS " " WS-COUNT-EDITED " " WS-HASH-EDITED
                   "  " WS-ACK-COUNT-EDITED " " WS-ACK-HASH-EDITED
                   "  " WS-LINE-STATUS "  " WS-LINE-DETAIL
                   DELIMITED BY SIZE
                   INTO GL-RECON-REPORT-LINE
               END-STRING
           END-IF
           WRITE GL-RECON-REPORT-LINE.

      *****************************************************
      *  ONE STATUS PER GENERATION, FROM ITS LATEST
      *  ACKNOWLEDGEMENT AGAINST WHAT THE LOG SAYS WAS SENT.
      *****************************************************
       DECIDE-GENERATION-STATUS.
           MOVE SPACES TO WS-LINE-DETAIL
           EVALUATE TRUE
               WHEN WS-GEN-ORIGINALS (WS-GEN-SUB) = ZERO
                   MOVE "UNLOGGED" TO WS-LINE-STATUS
                   MOVE "ACKNOWLEDGED BUT NEVER LOGGED AS SENT"
                       TO WS-LINE-DETAIL
                   ADD 1 TO WS-UNLOGGED-COUNT
                   ADD 1 TO WS-EXCEPTION-COUNT
               WHEN WS-GEN-NO-ACK (WS-GEN-SUB)
                   PERFORM COMPUTE-DAYS-WAITING
                   MOVE WS-DAYS-WAITING TO WS-DAYS-EDITED
                   IF WS-DAYS-WAITING > WS-ACK-DAYS
                       MOVE "NO ACK" TO WS-LINE-STATUS
                       STRING "*** NONE AFTER " WS-DAYS-EDITED
                           " DAYS ***"
                           DELIMITED BY SIZE
                           INTO WS-LINE-DETAIL
                       END-STRING
                       ADD 1 TO WS-OVERDUE-COUNT
                       ADD 1 TO WS-EXCEPTION-COUNT
                   ELSE
                       MOVE "AWAITING" TO WS-LINE-STATUS
                       STRING "SENT " WS-DAYS-EDITED " DAY(S) AGO"
                           DELIMITED BY SIZE
                           INTO WS-LINE-DETAIL
                       END-STRING
                       ADD 1 TO WS-AWAITING-COUNT
                   END-IF
               WHEN WS-GEN-REJECTED (WS-GEN-SUB)
                   MOVE "REJECTED" TO WS-LINE-STATUS
                   MOVE WS-GEN-ACK-REASON (WS-GEN-SUB)
                       TO WS-LINE-DETAIL
                   ADD 1 TO WS-REJECTED-COUNT
                   ADD 1 TO WS-EXCEPTION-COUNT
               WHEN WS-GEN-ACK-COUNT (WS-GEN-SUB)
                       NOT = WS-GEN-LOG-COUNT (WS-GEN-SUB)
                   OR WS-GEN-ACK-HASH (WS-GEN-SUB)
                       NOT = WS-GEN-LOG-HASH (WS-GEN-SUB)
                   MOVE "MISMATCH" TO WS-LINE-STATUS
                   MOVE "*** COUNT OR HASH NOT AS SENT ***"
                       TO WS-LINE-DETAIL
                   ADD 1 TO WS-MISMATCH-COUNT
                   ADD 1 TO WS-EXCEPTION-COUNT
               WHEN OTHER
                   MOVE "OK" TO WS-LINE-STATUS
                   STRING "ACCEPTED " WS-GEN-ACK-DATE (WS-GEN-SUB)
                       DELIMITED BY SIZE
                       INTO WS-LINE-DETAIL
                   END-STRING
                   ADD 1 TO WS-OK-COUNT
           END-EVALUATE.

       COMPUTE-DAYS-WAITING.
           MOVE ZERO TO WS-DAYS-WAITING
           IF WS-GEN-LAST-SENT (WS-GEN-SUB) IS NUMERIC
               MOVE WS-GEN-LAST-SENT (WS-GEN-SUB) TO WS-SENT-NUM
               COMPUTE WS-DAYS-WAITING =
                   FUNCTION INTEGER-OF-DATE(WS-TODAY-NUM)
                   - FUNCTION INTEGER-OF-DATE(WS-SENT-NUM)
           END-IF.

       PRINT-DUPLICATE-LINE.
           ADD 1 TO WS-DUPLICATE-COUNT
           ADD 1 TO WS-EXCEPTION-COUNT
           MOVE WS-GEN-ORIGINALS (WS-GEN-SUB) TO WS-SENDS
           MOVE SPACES TO GL-RECON-REPORT-LINE
           STRING WS-GEN-NUMBER (WS-GEN-SUB)
               "  *** DUPLICATE - GENERATION NUMBER CUT " WS-SENDS
               " TIMES ***"
               DELIMITED BY SIZE
               INTO GL-RECON-REPORT-LINE
           END-STRING
           WRITE GL-RECON-REPORT-LINE.

       DISPLAY-RECONCILIATION-TOTALS.
           DISPLAY " "
           DISPLAY "===== GLRECON RECONCILIATION TOTALS ====="
           DISPLAY "SITE.............: " WS-SITE-CODE
           MOVE WS-INTAKE-COUNT TO WS-COUNT-EDITED
           DISPLAY "ACKS TAKEN IN....: " WS-COUNT-EDITED
           MOVE WS-GEN-COUNT TO WS-COUNT-EDITED
           DISPLAY "GENERATIONS......: " WS-COUNT-EDITED
           MOVE WS-OK-COUNT TO WS-COUNT-EDITED
           DISPLAY "OK...............: " WS-COUNT-EDITED
           MOVE WS-AWAITING-COUNT TO WS-COUNT-EDITED
           DISPLAY "AWAITING.........: " WS-COUNT-EDITED
           MOVE WS-OVERDUE-COUNT TO WS-COUNT-EDITED
           DISPLAY "NO ACK (OVERDUE).: " WS-COUNT-EDITED
           MOVE WS-MISMATCH-COUNT TO WS-COUNT-EDITED
           DISPLAY "MISMATCH.........: " WS-COUNT-EDITED
           MOVE WS-REJECTED-COUNT TO WS-COUNT-EDITED
           DISPLAY "REJECTED.........: " WS-COUNT-EDITED
           MOVE WS-UNLOGGED-COUNT TO WS-COUNT-EDITED
           DISPLAY "UNLOGGED.........: " WS-COUNT-EDITED
           MOVE WS-DUPLICATE-COUNT TO WS-COUNT-EDITED
           DISPLAY "DUPLICATES.......: " WS-COUNT-EDITED
           MOVE WS-GAP-COUNT TO WS-COUNT-EDITED
           DISPLAY "GAPS.............: " WS-COUNT-EDITED.
