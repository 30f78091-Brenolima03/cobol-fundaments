      *    SODRPT=data/SODRPT.DAT SODEXCP=data/SODEXCP.DAT
      *    CHKPOINT=data/CHKPOINT.DAT HANDOVER=data/HANDOVER.DAT
      *    BKPCAT=data/BKPCAT.DAT OPERAUDT=data/OPERAUDT.DAT
      *    ARCCAT=data/ARCCAT.DAT
      *****************************************************
      *  HSKEEP - LOG FILE HOUSEKEEPING UTILITY
      *
      *  FILE. THE HISTORY STAYS AVAILABLE TO SODMRPT AND
      *  THE AUDITORS FROM THE ARCHIVES. A RECORD WHOSE
      *  DATE FIELD IS NOT A DATE IS ALWAYS KEPT.
      *  EVERY ARCHIVE PASS IS RECORDED ON THE ARCHIVE
      *  CATALOG (ARCCAT) WITH THE DATASET, THE ARCHIVE
      *  NAME, THE RANGE OF DATES IT COVERS AND THE RECORD
      *  COUNT, SO ARCRETR CAN REBUILD ANY DATE RANGE FROM
      *  THE ARCHIVES. THE RUN DOES NOT START IF THE
      *  CATALOG CANNOT BE READ.
      *****************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. HSKEEP.
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-WORK-STATUS.

           SELECT ARCHIVE-CATALOG-FILE ASSIGN TO "ARCCAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-ARCCAT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  RETENTION-FILE.
       FD  WORK-FILE.
       01  WORK-RECORD                   PIC X(512).

       FD  ARCHIVE-CATALOG-FILE.
           COPY ARCCATREC.

       WORKING-STORAGE SECTION.
       01  WS-RETNCTL-STATUS             PIC XX.
       01  WS-SOURCE-STATUS              PIC XX.
       01  WS-ARCHIVE-STATUS             PIC XX.
       01  WS-WORK-STATUS                PIC XX.
       01  WS-ARCCAT-STATUS              PIC XX.

       01  WS-CURRENT-DATE-TIME          PIC X(21).
       01  WS-TODAY-DATE                 PIC X(8).
       01  WS-CUTOFF-DATE                PIC X(8).
       01  WS-DAY-INTEGER                PIC 9(9).
       01  WS-RETENTION-DAYS             PIC 9(3) VALUE 90.
       01  WS-COVER-TO-DATE              PIC X(8).
       01  WS-CATALOG-FROM               PIC X(8).
       01  WS-DATE-NUM                   PIC 9(8).

      *****************************************************
      *  EVERY LOG FILE THE CYCLE APPENDS TO, BY DD /
               10  WS-DATE-OFFSET        PIC 9(2).
       01  WS-DATASET-SUB                PIC 9(2) VALUE ZERO.

      *****************************************************
      *  THE LAST DATE ALREADY COVERED ON THE ARCHIVE
      *  CATALOG FOR EACH DATASET ABOVE, IN THE SAME ORDER.
      *****************************************************
       01  WS-COVERAGE-TABLE.
           05  WS-LAST-COVERED           OCCURS 7 TIMES
                                         PIC X(8).

       01  WS-SOURCE-FILE-NAME           PIC X(30).
       01  WS-ARCHIVE-FILE-NAME          PIC X(30).
       01  WS-WORK-FILE-NAME             PIC X(30).

       01  WS-RECORD-DATE                PIC X(8).
       01  WS-EARLIEST-ARCHIVED          PIC X(8).
       01  WS-ARCHIVED-COUNT             PIC 9(7) VALUE ZERO.
       01  WS-KEPT-COUNT                 PIC 9(7) VALUE ZERO.
       01  WS-REWRITE-COUNT              PIC 9(7) VALUE ZERO.
       01  WS-FILES-FAILED               PIC 9(2) VALUE ZERO.
       01  WS-FILES-MISSING              PIC 9(2) VALUE ZERO.
       01  WS-CATALOG-FAILED             PIC 9(2) VALUE ZERO.
       01  WS-COUNT-EDITED               PIC Z,ZZZ,ZZ9.

       01  WS-SWITCHES.
               88  END-OF-FILE           VALUE "Y".
           05  WS-FILE-OK-SW             PIC X VALUE "Y".
               88  SPLIT-PASS-OK         VALUE "Y".
           05  WS-CATALOG-READ-SW        PIC X VALUE "Y".
               88  CATALOG-READABLE      VALUE "Y".

       PROCEDURE DIVISION.

       MAIN-LOGIC.
           PERFORM INITIALIZE-HOUSEKEEPING
           IF NOT CATALOG-READABLE
               DISPLAY "HSKEEP: *** ARCHIVE CATALOG UNREADABLE - "
                   "STATUS " WS-ARCCAT-STATUS " - NOTHING "
                   "ARCHIVED ***"
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF
           DISPLAY "HSKEEP: LOG HOUSEKEEPING - KEEPING "
               WS-RETENTION-DAYS " DAYS, CUTOFF " WS-CUTOFF-DATE
           PERFORM VARYING WS-DATASET-SUB FROM 1 BY 1
                   "FAILED - LIVE FILES LEFT UNTOUCHED FOR "
                   "THOSE ***"
               MOVE 12 TO RETURN-CODE
           END-IF
           IF WS-CATALOG-FAILED > ZERO
               DISPLAY "HSKEEP: *** " WS-CATALOG-FAILED " ARCHIVE(S) "
                   "NOT CATALOGUED - ARCRETR CANNOT FIND THEM "
                   "UNTIL THEY ARE ADDED TO ARCCAT ***"
               MOVE 12 TO RETURN-CODE
           END-IF
           IF WS-FILES-FAILED = ZERO AND WS-CATALOG-FAILED = ZERO
               DISPLAY "HSKEEP: LOG HOUSEKEEPING COMPLETE"
           END-IF
           GOBACK.
               - WS-RETENTION-DAYS
           MOVE FUNCTION DATE-OF-INTEGER(WS-DAY-INTEGER)
               TO WS-CUTOFF-NUM
           MOVE WS-CUTOFF-NUM TO WS-CUTOFF-DATE
           SUBTRACT 1 FROM WS-DAY-INTEGER
           MOVE FUNCTION DATE-OF-INTEGER(WS-DAY-INTEGER)
               TO WS-DATE-NUM
           MOVE WS-DATE-NUM TO WS-COVER-TO-DATE
           PERFORM LOAD-CATALOG-COVERAGE.

      *****************************************************
      *  FINDS HOW FAR EACH DATASET IS ALREADY COVERED BY
      *  THE CATALOG. A CATALOG THAT HAS NEVER BEEN WRITTEN
      *  MEANS NOTHING IS ARCHIVED YET; ONE THAT CANNOT BE
      *  READ STOPS THE RUN, SINCE NEW ENTRIES WOULD CARRY
      *  THE WRONG RANGES.
      *****************************************************
       LOAD-CATALOG-COVERAGE.
           MOVE SPACES TO WS-COVERAGE-TABLE
           MOVE "N" TO WS-EOF-SW
           OPEN INPUT ARCHIVE-CATALOG-FILE
           EVALUATE WS-ARCCAT-STATUS
               WHEN "00"
                   PERFORM UNTIL END-OF-FILE
                       READ ARCHIVE-CATALOG-FILE
                           AT END
                               SET END-OF-FILE TO TRUE
                           NOT AT END
                               PERFORM NOTE-CATALOG-COVERAGE
                       END-READ
                   END-PERFORM
                   CLOSE ARCHIVE-CATALOG-FILE
               WHEN "35"
                   CONTINUE
               WHEN OTHER
                   MOVE "N" TO WS-CATALOG-READ-SW
           END-EVALUATE
           MOVE "N" TO WS-EOF-SW.

       NOTE-CATALOG-COVERAGE.
           PERFORM VARYING WS-DATASET-SUB FROM 1 BY 1
               UNTIL WS-DATASET-SUB > 7
               IF ACAT-DATASET = WS-DATASET-NAME (WS-DATASET-SUB)
                   AND ACAT-TO-DATE IS NUMERIC
                   AND ACAT-TO-DATE > WS-LAST-COVERED (WS-DATASET-SUB)
                   MOVE ACAT-TO-DATE
                       TO WS-LAST-COVERED (WS-DATASET-SUB)
               END-IF
           END-PERFORM.

       READ-RETENTION-CONTROL.
           MOVE 90 TO WS-RETENTION-DAYS
           PERFORM BUILD-DATASET-NAMES
           MOVE ZERO TO WS-ARCHIVED-COUNT
           MOVE ZERO TO WS-KEPT-COUNT
           MOVE HIGH-VALUES TO WS-EARLIEST-ARCHIVED
           MOVE "Y" TO WS-FILE-OK-SW
           PERFORM SPLIT-SOURCE-FILE
           IF SPLIT-PASS-OK AND WS-ARCHIVED-COUNT > ZERO
                   WITH NO ADVANCING
               MOVE WS-KEPT-COUNT TO WS-COUNT-EDITED
               DISPLAY "  KEPT " WS-COUNT-EDITED
               PERFORM CATALOG-ARCHIVE-PASS
           END-IF.

       BUILD-DATASET-NAMES.
               MOVE SOURCE-RECORD TO ARCHIVE-RECORD
               WRITE ARCHIVE-RECORD
               ADD 1 TO WS-ARCHIVED-COUNT
               IF WS-RECORD-DATE < WS-EARLIEST-ARCHIVED
                   MOVE WS-RECORD-DATE TO WS-EARLIEST-ARCHIVED
               END-IF
           ELSE
               MOVE SOURCE-RECORD TO WORK-RECORD
               WRITE WORK-RECORD
                   END-IF
               END-IF
           END-IF.

      *****************************************************
      *  THE PASS GOES ON THE CATALOG ONCE THE LIVE FILE NO
      *  LONGER HOLDS WHAT WAS MOVED. IT COVERS FROM THE DAY
      *  AFTER THE DATASET'S LAST CATALOGUED DATE (OR FROM
      *  ITS EARLIEST ARCHIVED RECORD THE FIRST TIME, OR IF
      *  AN OLDER RECORD TURNED UP AGAIN) TO THE DAY BEFORE
      *  THE CUTOFF. A PASS THAT MOVED NOTHING AND ADDS NO
      *  NEW DAYS IS NOT CATALOGUED.
      *****************************************************
       CATALOG-ARCHIVE-PASS.
           MOVE SPACES TO WS-CATALOG-FROM
           IF WS-LAST-COVERED (WS-DATASET-SUB) IS NUMERIC
               MOVE WS-LAST-COVERED (WS-DATASET-SUB) TO WS-DATE-NUM
               COMPUTE WS-DAY-INTEGER =
                   FUNCTION INTEGER-OF-DATE(WS-DATE-NUM) + 1
               MOVE FUNCTION DATE-OF-INTEGER(WS-DAY-INTEGER)
                   TO WS-DATE-NUM
               MOVE WS-DATE-NUM TO WS-CATALOG-FROM
           END-IF
           IF WS-ARCHIVED-COUNT > ZERO
               IF WS-CATALOG-FROM = SPACES
                   OR WS-EARLIEST-ARCHIVED < WS-CATALOG-FROM
                   MOVE WS-EARLIEST-ARCHIVED TO WS-CATALOG-FROM
               END-IF
           END-IF
           IF WS-CATALOG-FROM NOT = SPACES
               IF WS-ARCHIVED-COUNT > ZERO
                   OR WS-CATALOG-FROM NOT > WS-COVER-TO-DATE
                   PERFORM WRITE-CATALOG-ENTRY
               END-IF
           END-IF.

       WRITE-CATALOG-ENTRY.
           OPEN EXTEND ARCHIVE-CATALOG-FILE
           IF WS-ARCCAT-STATUS = "35"
               OPEN OUTPUT ARCHIVE-CATALOG-FILE
           END-IF
           IF WS-ARCCAT-STATUS = "00"
               MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME
               MOVE SPACES TO ARCHIVE-CATALOG-RECORD
               MOVE WS-DATASET-NAME (WS-DATASET-SUB) TO ACAT-DATASET
               MOVE WS-ARCHIVE-FILE-NAME TO ACAT-ARCHIVE-NAME
               MOVE WS-CATALOG-FROM TO ACAT-FROM-DATE
               MOVE WS-COVER-TO-DATE TO ACAT-TO-DATE
               MOVE WS-ARCHIVED-COUNT TO ACAT-RECORD-COUNT
               MOVE WS-CURRENT-DATE-TIME(1:8) TO ACAT-WRITTEN-DATE
               MOVE WS-CURRENT-DATE-TIME(9:6) TO ACAT-WRITTEN-TIME
               WRITE ARCHIVE-CATALOG-RECORD
               CLOSE ARCHIVE-CATALOG-FILE
               MOVE WS-COVER-TO-DATE
                   TO WS-LAST-COVERED (WS-DATASET-SUB)
               DISPLAY "HSKEEP: "
                   WS-DATASET-NAME (WS-DATASET-SUB)
                   " CATALOGUED " WS-CATALOG-FROM " TO "
                   WS-COVER-TO-DATE
           ELSE
               MOVE WS-ARCHIVED-COUNT TO WS-COUNT-EDITED
               DISPLAY "HSKEEP: *** CANNOT CATALOG "
                   FUNCTION TRIM(WS-ARCHIVE-FILE-NAME) " ("
                   WS-CATALOG-FROM " TO " WS-COVER-TO-DATE ","
                   WS-COUNT-EDITED " RECORDS) - STATUS "
                   WS-ARCCAT-STATUS " ***"
               ADD 1 TO WS-CATALOG-FAILED
           END-IF.
