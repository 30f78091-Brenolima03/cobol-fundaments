      *cobc -x -frelax-syntax -I copybooks GLRESEND.COB
      *export GLLOG=data/GLLOG.DAT GLINTF=data/GLINTF.DAT
      *    GLRESEND=data/GLRESEND.DAT GLRESEND_GENERATION=NNNNN
      *****************************************************
      *  GLRESEND - RE-SEND AN EARLIER GL INTERFACE GENERATION
      *
      *  WHEN CORPORATE ACCOUNTING REJECTS OR LOSES A GL
      *  INTERFACE GENERATION, THE SAME GENERATION IS SENT
      *  AGAIN UNDER ITS ORIGINAL NUMBER - GLSEQ IS NEVER
      *  READ OR BUMPED HERE, SO THE NEXT NIGHT'S LEDPOST
      *  CUTS THE NEXT NUMBER AS USUAL. THE GENERATION IS
      *  NAMED IN ENVIRONMENT VARIABLE GLRESEND_GENERATION
      *  AND MUST BE ON THE GL TRANSMISSION LOG (GLLOG) AS
      *  AN ORIGINAL SEND FOR THIS SITE.
      *
      *  THE FILE IS TAKEN FROM THE LIVE GLINTF WHEN ITS
      *  HEADER CARRIES THAT GENERATION, OTHERWISE FROM THE
      *  NIGHTLY BACKUP GENERATION OF GLINTF FOR THE CYCLE
      *  DATE (GLINTF.D<YYYYMMDD>.BKP). BEFORE ANYTHING IS
      *  SENT, THE HEADER GENERATION AND SITE AND THE
      *  TRAILER COUNT AND HASH ARE PROVED AGAINST THE LOG.
      *  THE PROVED FILE IS COPIED TO THE OUTBOUND GLRESEND
      *  DATASET AND A RESEND RECORD IS LOGGED, WHICH
      *  RESTARTS GLRECON'S ACKNOWLEDGEMENT CLOCK.
      *
      *  RETURN-CODE:
      *     0  = GENERATION RE-SENT
      *     8  = THE FILE FOUND DOES NOT PROVE TO THE LOG
      *    12  = GENERATION NOT LOGGED, FILE NOT FOUND, OR
      *          THE OUTBOUND FILE CANNOT BE WRITTEN
      *****************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. GLRESEND.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT GL-LOG-FILE ASSIGN TO "GLLOG"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-GLLOG-STATUS.

           SELECT GL-SOURCE-FILE ASSIGN TO WS-SOURCE-FILE-NAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-SOURCE-STATUS.

           SELECT GL-RESEND-FILE ASSIGN TO "GLRESEND"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-RESEND-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  GL-LOG-FILE.
           COPY GLLOGREC.

       FD  GL-SOURCE-FILE.
           COPY GLINTREC.

       FD  GL-RESEND-FILE.
       01  GL-RESEND-RECORD              PIC X(65).

       WORKING-STORAGE SECTION.
       01  WS-GLLOG-STATUS               PIC XX.
       01  WS-SOURCE-STATUS              PIC XX.
       01  WS-RESEND-STATUS              PIC XX.

       01  WS-CURRENT-DATE-TIME          PIC X(21).
       01  WS-SITE-CODE                  PIC X(3).
       01  WS-RECORD-SITE                PIC X(3).
       01  WS-GENERATION-TEXT            PIC X(5).
       01  WS-RESEND-GENERATION          PIC 9(5) VALUE ZERO.

       01  WS-SOURCE-FILE-NAME           PIC X(30).

      *****************************************************
      *  WHAT THE LOG SAYS WAS SENT AS THE ORIGINAL.
      *****************************************************
       01  WS-LOGGED-SEND.
           05  WS-LOG-CYCLE-DATE         PIC X(8).
           05  WS-LOG-RECORD-COUNT       PIC 9(7).
           05  WS-LOG-HASH-TOTAL         PIC 9(13)V99.

      *****************************************************
      *  WHAT THE FILE FOUND ACTUALLY CARRIES.
      *****************************************************
       01  WS-FILE-PROOF.
           05  WS-FILE-GENERATION        PIC 9(5).
           05  WS-FILE-SITE              PIC X(3).
           05  WS-FILE-CYCLE-DATE        PIC X(8).
           05  WS-FILE-RECORD-COUNT      PIC 9(7).
           05  WS-FILE-HASH-TOTAL        PIC 9(13)V99.
           05  WS-FILE-DETAIL-COUNT      PIC 9(7).

       01  WS-COPY-COUNT                 PIC 9(7) VALUE ZERO.
       01  WS-COUNT-EDITED               PIC Z,ZZZ,ZZ9.

       01  WS-SWITCHES.
           05  WS-EOF-SW                 PIC X VALUE "N".
               88  END-OF-FILE           VALUE "Y".
           05  WS-LOGGED-SW              PIC X VALUE "N".
               88  GENERATION-LOGGED     VALUE "Y".
           05  WS-FOUND-SW               PIC X VALUE "N".
               88  GENERATION-FOUND      VALUE "Y".
           05  WS-PROOF-SW               PIC X VALUE "N".
               88  FILE-PROVED           VALUE "Y".

       PROCEDURE DIVISION.

       MAIN-LOGIC.
           PERFORM INITIALIZE-RESEND
           PERFORM FIND-LOGGED-GENERATION
           IF NOT GENERATION-LOGGED
               DISPLAY "GLRESEND: *** GENERATION " WS-RESEND-GENERATION
                   " IS NOT ON THE GL TRANSMISSION LOG FOR SITE "
                   WS-SITE-CODE " - NOTHING SENT ***"
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF
           PERFORM LOCATE-GENERATION-FILE
           IF NOT GENERATION-FOUND
               DISPLAY "GLRESEND: *** GENERATION " WS-RESEND-GENERATION
                   " NOT IN GLINTF OR ITS BACKUP FOR "
                   WS-LOG-CYCLE-DATE " - NOTHING SENT ***"
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF
           PERFORM PROVE-GENERATION-FILE
           IF NOT FILE-PROVED
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           PERFORM COPY-TO-OUTBOUND
           PERFORM WRITE-RESEND-LOG
           MOVE WS-COPY-COUNT TO WS-COUNT-EDITED
           DISPLAY "GLRESEND: GENERATION " WS-RESEND-GENERATION
               " RE-SENT FROM " FUNCTION TRIM(WS-SOURCE-FILE-NAME)
           DISPLAY "GLRESEND: " WS-COUNT-EDITED
               " RECORDS WRITTEN TO GLRESEND - GLSEQ UNCHANGED"
           GOBACK.

       INITIALIZE-RESEND.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME
           MOVE SPACES TO WS-SITE-CODE
           ACCEPT WS-SITE-CODE FROM ENVIRONMENT "WELCOME_SITE_CODE"
           IF WS-SITE-CODE = SPACES
               MOVE "HQ" TO WS-SITE-CODE
           END-IF
           MOVE SPACES TO WS-GENERATION-TEXT
           ACCEPT WS-GENERATION-TEXT FROM ENVIRONMENT
               "GLRESEND_GENERATION"
           IF WS-GENERATION-TEXT = SPACES
               OR FUNCTION TRIM(WS-GENERATION-TEXT) IS NOT NUMERIC
               DISPLAY "GLRESEND: GLRESEND_GENERATION MUST NAME THE "
                   "GENERATION NUMBER TO RE-SEND"
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF
           MOVE FUNCTION NUMVAL(WS-GENERATION-TEXT)
               TO WS-RESEND-GENERATION
           MOVE "N" TO WS-EOF-SW.

      *****************************************************
      *  ONLY AN ORIGINAL SEND FIXES WHAT THE GENERATION
      *  HELD; EARLIER RE-SENDS OF IT ARE IGNORED HERE.
      *****************************************************
       FIND-LOGGED-GENERATION.
           MOVE "N" TO WS-LOGGED-SW
           OPEN INPUT GL-LOG-FILE
           IF WS-GLLOG-STATUS NOT = "00"
               DISPLAY "GLRESEND: CANNOT OPEN GL TRANSMISSION LOG - "
                   "STATUS " WS-GLLOG-STATUS
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
                               AND GLLOG-GENERATION
                                   = WS-RESEND-GENERATION
                               AND GLLOG-ORIGINAL
                               SET GENERATION-LOGGED TO TRUE
                               MOVE GLLOG-CYCLE-DATE
                                   TO WS-LOG-CYCLE-DATE
                               MOVE GLLOG-RECORD-COUNT
                                   TO WS-LOG-RECORD-COUNT
                               MOVE GLLOG-HASH-TOTAL
                                   TO WS-LOG-HASH-TOTAL
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE GL-LOG-FILE
           END-IF
           MOVE "N" TO WS-EOF-SW.

      *****************************************************
      *  THE LIVE GLINTF STILL HOLDS THE GENERATION UNTIL
      *  THE NEXT BALANCED POSTING OVERWRITES IT; AFTER THAT
      *  THE NIGHTLY BACKUP TAKEN ON THE CYCLE DATE DOES.
      *****************************************************
       LOCATE-GENERATION-FILE.
           MOVE "N" TO WS-FOUND-SW
           MOVE "GLINTF" TO WS-SOURCE-FILE-NAME
           PERFORM READ-SOURCE-HEADER
           IF NOT GENERATION-FOUND
               MOVE SPACES TO WS-SOURCE-FILE-NAME
               STRING "GLINTF.D" WS-LOG-CYCLE-DATE ".BKP"
                   DELIMITED BY SIZE
                   INTO WS-SOURCE-FILE-NAME
               END-STRING
               PERFORM READ-SOURCE-HEADER
           END-IF.

       READ-SOURCE-HEADER.
           OPEN INPUT GL-SOURCE-FILE
           IF WS-SOURCE-STATUS = "00"
               READ GL-SOURCE-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF GLI-HEADER-RECORD
                           AND GLI-HDR-GENERATION
                               = WS-RESEND-GENERATION
                           SET GENERATION-FOUND TO TRUE
                       END-IF
               END-READ
               CLOSE GL-SOURCE-FILE
           END-IF.

      *****************************************************
      *  READS THE WHOLE FILE AND PROVES IT TO THE LOG:
      *  HEADER SITE AND CYCLE DATE, TRAILER COUNT AND HASH,
      *  AND THE DETAIL RECORDS ACTUALLY ON THE FILE.
      *****************************************************
       PROVE-GENERATION-FILE.
           MOVE "N" TO WS-PROOF-SW
           MOVE ZERO TO WS-FILE-GENERATION
           MOVE SPACES TO WS-FILE-SITE
           MOVE SPACES TO WS-FILE-CYCLE-DATE
           MOVE ZERO TO WS-FILE-RECORD-COUNT
           MOVE ZERO TO WS-FILE-HASH-TOTAL
           MOVE ZERO TO WS-FILE-DETAIL-COUNT
           OPEN INPUT GL-SOURCE-FILE
           PERFORM UNTIL END-OF-FILE
               READ GL-SOURCE-FILE
                   AT END
                       SET END-OF-FILE TO TRUE
                   NOT AT END
                       EVALUATE TRUE
                           WHEN GLI-HEADER-RECORD
                               MOVE GLI-HDR-GENERATION
                                   TO WS-FILE-GENERATION
                               MOVE GLI-HDR-SITE-CODE TO WS-FILE-SITE
                               MOVE GLI-HDR-CYCLE-DATE
                                   TO WS-FILE-CYCLE-DATE
                           WHEN GLI-DETAIL-RECORD
                               ADD 1 TO WS-FILE-DETAIL-COUNT
                           WHEN GLI-TRAILER-RECORD
                               MOVE GLI-TRL-RECORD-COUNT
                                   TO WS-FILE-RECORD-COUNT
                               MOVE GLI-TRL-HASH-TOTAL
                                   TO WS-FILE-HASH-TOTAL
                       END-EVALUATE
               END-READ
           END-PERFORM
           CLOSE GL-SOURCE-FILE
           MOVE "N" TO WS-EOF-SW
           IF WS-FILE-SITE = SPACES
               MOVE "HQ" TO WS-FILE-SITE
           END-IF
           EVALUATE TRUE
               WHEN WS-FILE-SITE NOT = WS-SITE-CODE
                   DISPLAY "GLRESEND: *** "
                       FUNCTION TRIM(WS-SOURCE-FILE-NAME)
                       " IS SITE " WS-FILE-SITE " NOT "
                       WS-SITE-CODE " - NOTHING SENT ***"
               WHEN WS-FILE-CYCLE-DATE NOT = WS-LOG-CYCLE-DATE
                   DISPLAY "GLRESEND: *** "
                       FUNCTION TRIM(WS-SOURCE-FILE-NAME)
                       " CYCLE DATE " WS-FILE-CYCLE-DATE
                       " NOT THE LOGGED " WS-LOG-CYCLE-DATE
                       " - NOTHING SENT ***"
               WHEN WS-FILE-RECORD-COUNT NOT = WS-LOG-RECORD-COUNT
                   OR WS-FILE-DETAIL-COUNT NOT = WS-LOG-RECORD-COUNT
                   OR WS-FILE-HASH-TOTAL NOT = WS-LOG-HASH-TOTAL
                   DISPLAY "GLRESEND: *** "
                       FUNCTION TRIM(WS-SOURCE-FILE-NAME)
                       " COUNT/HASH " WS-FILE-DETAIL-COUNT "/"
                       WS-FILE-HASH-TOTAL " DO NOT MATCH THE LOGGED "
                       WS-LOG-RECORD-COUNT "/" WS-LOG-HASH-TOTAL
                       " - NOTHING SENT ***"
               WHEN OTHER
                   SET FILE-PROVED TO TRUE
           END-EVALUATE.

       COPY-TO-OUTBOUND.
           MOVE ZERO TO WS-COPY-COUNT
           OPEN OUTPUT GL-RESEND-FILE
           IF WS-RESEND-STATUS NOT = "00"
               DISPLAY "GLRESEND: CANNOT OPEN GLRESEND - STATUS "
                   WS-RESEND-STATUS " - NOTHING SENT"
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF
           OPEN INPUT GL-SOURCE-FILE
           PERFORM UNTIL END-OF-FILE
               READ GL-SOURCE-FILE
                   AT END
                       SET END-OF-FILE TO TRUE
                   NOT AT END
                       MOVE GL-INTERFACE-HEADER TO GL-RESEND-RECORD
                       WRITE GL-RESEND-RECORD
                       ADD 1 TO WS-COPY-COUNT
               END-READ
           END-PERFORM
           CLOSE GL-SOURCE-FILE
           CLOSE GL-RESEND-FILE
           MOVE "N" TO WS-EOF-SW.

      *****************************************************
      *  THE RE-SEND IS LOGGED UNDER THE SAME GENERATION
      *  WITH THE PROVED COUNT AND HASH. A LOG THAT CANNOT
      *  BE WRITTEN IS A WARNING - THE FILE HAS GONE.
      *****************************************************
       WRITE-RESEND-LOG.
           OPEN EXTEND GL-LOG-FILE
           IF WS-GLLOG-STATUS NOT = "00"
               DISPLAY "GLRESEND: CANNOT OPEN GL TRANSMISSION LOG - "
                   "STATUS " WS-GLLOG-STATUS " - RE-SEND NOT LOGGED"
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME
               MOVE SPACES TO GL-TRANSMISSION-LOG-RECORD
               MOVE WS-RESEND-GENERATION TO GLLOG-GENERATION
               MOVE WS-SITE-CODE TO GLLOG-SITE-CODE
               MOVE WS-LOG-CYCLE-DATE TO GLLOG-CYCLE-DATE
               MOVE WS-CURRENT-DATE-TIME(1:8) TO GLLOG-SENT-DATE
               MOVE WS-CURRENT-DATE-TIME(9:6) TO GLLOG-SENT-TIME
               MOVE WS-LOG-RECORD-COUNT TO GLLOG-RECORD-COUNT
               MOVE WS-LOG-HASH-TOTAL TO GLLOG-HASH-TOTAL
               SET GLLOG-RESEND TO TRUE
               WRITE GL-TRANSMISSION-LOG-RECORD
               CLOSE GL-LOG-FILE
           END-IF.
