      *cobc -x -frelax-syntax -I copybooks ARCRETR.COB
      *export ARCCAT=data/ARCCAT.DAT ARCOUT=data/ARCOUT.DAT
      *    SODLOG=data/SODLOG.DAT SODRPT=data/SODRPT.DAT
      *    SODEXCP=data/SODEXCP.DAT CHKPOINT=data/CHKPOINT.DAT
      *    HANDOVER=data/HANDOVER.DAT BKPCAT=data/BKPCAT.DAT
      *    OPERAUDT=data/OPERAUDT.DAT
      *    ARCRETR_DATASET=SODLOG ARCRETR_FROM_DATE=YYYYMMDD
      *    ARCRETR_TO_DATE=YYYYMMDD
      *****************************************************
      *  ARCRETR - ARCHIVE RETRIEVAL
      *
      *  REBUILDS ONE COMBINED FILE (ARCOUT) OF A LOG
      *  DATASET'S RECORDS FOR A DATE RANGE, SO SODMRPT AND
      *  THE AUDITORS' QUERIES CAN RUN AGAINST HISTORY THAT
      *  HSKEEP HAS MOVED OFF THE LIVE FILE - POINT THEIR
      *  DD AT ARCOUT. THE ARCHIVES FOR THE RANGE ARE FOUND
      *  ON THE ARCHIVE CATALOG (ARCCAT), READ IN CATALOG
      *  ORDER, AND THE LIVE FILE IS READ LAST FOR THE DAYS
      *  AFTER THE LATEST ARCHIVE, SO THE RECORDS COME OUT
      *  IN DATE ORDER IN THEIR ORIGINAL LAYOUT.
      *  ANY DAY OF THE RANGE THAT NO READABLE ARCHIVE AND
      *  NOT THE LIVE FILE COVERS IS REPORTED AS A GAP, AND
      *  AN ARCHIVE WHOSE RECORD COUNT DOES NOT AGREE WITH
      *  THE CATALOG IS REPORTED TOO.
      *
      *  THE DATASET (ONE OF THE HSKEEP LOG DATASETS) AND
      *  THE RANGE COME FROM ENVIRONMENT VARIABLES
      *  ARCRETR_DATASET, ARCRETR_FROM_DATE AND
      *  ARCRETR_TO_DATE (YYYYMMDD; THE TO DATE DEFAULTS TO
      *  TODAY).
      *
      *  RETURN-CODE:
      *     0  = RANGE FULLY COVERED
      *     4  = GAP IN THE RANGE, OR AN ARCHIVE COUNT THAT
      *          DOES NOT AGREE WITH THE CATALOG
      *    12  = BAD REQUEST, OR A FILE COULD NOT BE READ
      *          OR WRITTEN
      *****************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ARCRETR.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARCHIVE-CATALOG-FILE ASSIGN TO "ARCCAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-ARCCAT-STATUS.

           SELECT ARCHIVE-FILE ASSIGN TO WS-ARCHIVE-FILE-NAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-ARCHIVE-STATUS.

           SELECT LIVE-FILE ASSIGN TO WS-LIVE-FILE-NAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-LIVE-STATUS.

           SELECT COMBINED-FILE ASSIGN TO "ARCOUT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-ARCOUT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  ARCHIVE-CATALOG-FILE.
           COPY ARCCATREC.

       FD  ARCHIVE-FILE.
       01  ARCHIVE-RECORD                PIC X(512).

       FD  LIVE-FILE.
       01  LIVE-RECORD                   PIC X(512).

       FD  COMBINED-FILE.
       01  COMBINED-RECORD               PIC X(512).

       WORKING-STORAGE SECTION.
       01  WS-ARCCAT-STATUS              PIC XX.
       01  WS-ARCHIVE-STATUS             PIC XX.
       01  WS-LIVE-STATUS                PIC XX.
       01  WS-ARCOUT-STATUS              PIC XX.

       01  WS-CURRENT-DATE-TIME          PIC X(21).
       01  WS-TODAY-DATE                 PIC X(8).

       01  WS-REQUEST-DATASET            PIC X(8).
       01  WS-FROM-DATE                  PIC X(8).
       01  WS-TO-DATE                    PIC X(8).
       01  WS-DATE-NUM                   PIC 9(8).
       01  WS-FROM-INTEGER               PIC 9(9).
       01  WS-TO-INTEGER                 PIC 9(9).
       01  WS-DAY-INTEGER                PIC 9(9).
       01  WS-DAY-DATE                   PIC X(8).
       01  WS-GAP-START                  PIC X(8).
       01  WS-GAP-END                    PIC X(8).
       01  WS-GAP-DAYS                   PIC 9(7) VALUE ZERO.

      *****************************************************
      *  THE LOG DATASETS HSKEEP ARCHIVES, WITH THE COLUMN
      *  EACH ONE'S RUN DATE STARTS IN - THE SAME TABLE AS
      *  HSKEEP'S.
      *****************************************************
       01  WS-DATASET-NAMES.
           05  FILLER                    PIC X(10) VALUE "SODLOG  01".
           05  FILLER                    PIC X(10) VALUE "SODRPT  01".
           05  FILLER                    PIC X(10) VALUE "SODEXCP 01".
           05  FILLER                    PIC X(10) VALUE "CHKPOINT01".
           05  FILLER                    PIC X(10) VALUE "HANDOVER01".
           05  FILLER                    PIC X(10) VALUE "BKPCAT  09".
           05  FILLER                    PIC X(10) VALUE "OPERAUDT01".
       01  WS-DATASET-TABLE REDEFINES WS-DATASET-NAMES.
           05  WS-DATASET-ENTRY          OCCURS 7 TIMES.
               10  WS-DATASET-NAME       PIC X(8).
               10  WS-DATE-OFFSET        PIC 9(2).
       01  WS-DATASET-SUB                PIC 9(2) VALUE ZERO.
       01  WS-DATASET-HIT                PIC 9(2) VALUE ZERO.

      *****************************************************
      *  THE CATALOG ENTRIES FOR THE DATASET THAT OVERLAP
      *  THE RANGE, IN CATALOG ORDER. A SAME-DAY SECOND
      *  HSKEEP PASS GIVES TWO ENTRIES FOR ONE ARCHIVE; THE
      *  ARCHIVE IS READ ONCE AND ITS COUNT IS CHECKED
      *  AGAINST ALL ITS ENTRIES TOGETHER.
      *****************************************************
       01  WS-RANGE-TABLE.
           05  WS-RANGE-COUNT            PIC 9(3) VALUE ZERO.
           05  WS-RANGE-ENTRY OCCURS 500 TIMES.
               10  WS-RNG-ARCHIVE-NAME   PIC X(30).
               10  WS-RNG-FROM-DATE      PIC X(8).
               10  WS-RNG-TO-DATE        PIC X(8).
               10  WS-RNG-STATE          PIC X(1).
                   88  RNG-NOT-READ      VALUE "N".
                   88  RNG-READ          VALUE "R".
                   88  RNG-MISSING       VALUE "M".
                   88  RNG-FAILED        VALUE "F".
       01  WS-RANGE-SUB                  PIC 9(3) VALUE ZERO.
       01  WS-OTHER-SUB                  PIC 9(3) VALUE ZERO.

       01  WS-LAST-ARCHIVED-DATE         PIC X(8).
       01  WS-LIVE-FROM-DATE             PIC X(8).
       01  WS-ARCHIVE-FILE-NAME          PIC X(30).
       01  WS-ARCHIVE-FROM-DATE          PIC X(8).
       01  WS-ARCHIVE-TO-DATE            PIC X(8).
       01  WS-LIVE-FILE-NAME             PIC X(30).
       01  WS-RECORD-DATE                PIC X(8).

       01  WS-ARCHIVE-HELD               PIC 9(7) VALUE ZERO.
       01  WS-ARCHIVE-CATALOGUED         PIC 9(7) VALUE ZERO.
       01  WS-TAKEN-COUNT                PIC 9(7) VALUE ZERO.
       01  WS-TOTAL-WRITTEN              PIC 9(7) VALUE ZERO.
       01  WS-GAP-COUNT                  PIC 9(5) VALUE ZERO.
       01  WS-COUNT-EDITED               PIC Z,ZZZ,ZZ9.
       01  WS-HELD-EDITED                PIC Z,ZZZ,ZZ9.

       01  WS-SWITCHES.
           05  WS-EOF-SW                 PIC X VALUE "N".
               88  END-OF-FILE           VALUE "Y".
           05  WS-REQUEST-OK-SW          PIC X VALUE "Y".
               88  REQUEST-OK            VALUE "Y".
           05  WS-LIVE-STATE-SW          PIC X VALUE "N".
               88  LIVE-READ             VALUE "R".
               88  LIVE-FAILED           VALUE "F".
           05  WS-COVERED-SW             PIC X VALUE "N".
               88  DAY-COVERED           VALUE "Y".
           05  WS-IN-GAP-SW              PIC X VALUE "N".
               88  IN-GAP                VALUE "Y".
           05  WS-FILE-FAILED-SW         PIC X VALUE "N".
               88  FILE-FAILED           VALUE "Y".
           05  WS-COUNT-WRONG-SW         PIC X VALUE "N".
               88  COUNT-WRONG           VALUE "Y".

       PROCEDURE DIVISION.

       MAIN-LOGIC.
           PERFORM INITIALIZE-RETRIEVAL
           IF NOT REQUEST-OK
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF
           DISPLAY "ARCRETR: RETRIEVE " WS-REQUEST-DATASET " "
               WS-FROM-DATE " TO " WS-TO-DATE
           PERFORM LOAD-CATALOG-RANGES
           IF NOT REQUEST-OK
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF
           OPEN OUTPUT COMBINED-FILE
           IF WS-ARCOUT-STATUS NOT = "00"
               DISPLAY "ARCRETR: CANNOT OPEN ARCOUT - STATUS "
                   WS-ARCOUT-STATUS
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF
           PERFORM VARYING WS-RANGE-SUB FROM 1 BY 1
               UNTIL WS-RANGE-SUB > WS-RANGE-COUNT
               IF RNG-NOT-READ (WS-RANGE-SUB)
                   PERFORM RETRIEVE-ONE-ARCHIVE
               END-IF
           END-PERFORM
           PERFORM RETRIEVE-LIVE-FILE
           CLOSE COMBINED-FILE
           PERFORM REPORT-GAPS
           DISPLAY " "
           MOVE WS-TOTAL-WRITTEN TO WS-COUNT-EDITED
           DISPLAY "ARCRETR: " WS-COUNT-EDITED
               " RECORD(S) WRITTEN TO ARCOUT"
           EVALUATE TRUE
               WHEN FILE-FAILED
                   DISPLAY "ARCRETR: *** A FILE COULD NOT BE READ - "
                       "ARCOUT IS INCOMPLETE ***"
                   MOVE 12 TO RETURN-CODE
               WHEN WS-GAP-COUNT > ZERO OR COUNT-WRONG
                   DISPLAY "ARCRETR: *** ARCOUT DOES NOT HOLD THE "
                       "WHOLE RANGE - SEE ABOVE ***"
                   MOVE 4 TO RETURN-CODE
               WHEN OTHER
                   DISPLAY "ARCRETR: RANGE FULLY COVERED"
           END-EVALUATE
           GOBACK.

      *****************************************************
      *  THE REQUEST IS CHECKED BEFORE ANYTHING IS READ: A
      *  KNOWN DATASET AND TWO REAL DATES IN ORDER.
      *****************************************************
       INITIALIZE-RETRIEVAL.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME
           MOVE WS-CURRENT-DATE-TIME(1:8) TO WS-TODAY-DATE
           MOVE SPACES TO WS-REQUEST-DATASET
           ACCEPT WS-REQUEST-DATASET FROM ENVIRONMENT
               "ARCRETR_DATASET"
           MOVE SPACES TO WS-FROM-DATE
           ACCEPT WS-FROM-DATE FROM ENVIRONMENT "ARCRETR_FROM_DATE"
           MOVE SPACES TO WS-TO-DATE
           ACCEPT WS-TO-DATE FROM ENVIRONMENT "ARCRETR_TO_DATE"
           IF WS-TO-DATE = SPACES
               MOVE WS-TODAY-DATE TO WS-TO-DATE
           END-IF
           MOVE ZERO TO WS-DATASET-HIT
           PERFORM VARYING WS-DATASET-SUB FROM 1 BY 1
               UNTIL WS-DATASET-SUB > 7
               IF WS-DATASET-NAME (WS-DATASET-SUB)
                   = WS-REQUEST-DATASET
                   MOVE WS-DATASET-SUB TO WS-DATASET-HIT
               END-IF
           END-PERFORM
           IF WS-DATASET-HIT = ZERO
               DISPLAY "ARCRETR: DATASET '" WS-REQUEST-DATASET
                   "' IS NOT ONE HSKEEP ARCHIVES"
               MOVE "N" TO WS-REQUEST-OK-SW
           END-IF
           IF WS-FROM-DATE IS NOT NUMERIC
               OR WS-TO-DATE IS NOT NUMERIC
               DISPLAY "ARCRETR: FROM AND TO DATES MUST BE YYYYMMDD"
               MOVE "N" TO WS-REQUEST-OK-SW
           ELSE
               MOVE WS-FROM-DATE TO WS-DATE-NUM
               IF FUNCTION TEST-DATE-YYYYMMDD(WS-DATE-NUM) NOT = 0
                   DISPLAY "ARCRETR: FROM DATE " WS-FROM-DATE
                       " IS NOT A DATE"
                   MOVE "N" TO WS-REQUEST-OK-SW
               END-IF
               MOVE WS-TO-DATE TO WS-DATE-NUM
               IF FUNCTION TEST-DATE-YYYYMMDD(WS-DATE-NUM) NOT = 0
                   DISPLAY "ARCRETR: TO DATE " WS-TO-DATE
                       " IS NOT A DATE"
                   MOVE "N" TO WS-REQUEST-OK-SW
               END-IF
               IF REQUEST-OK AND WS-FROM-DATE > WS-TO-DATE
                   DISPLAY "ARCRETR: FROM DATE " WS-FROM-DATE
                       " IS AFTER TO DATE " WS-TO-DATE
                   MOVE "N" TO WS-REQUEST-OK-SW
               END-IF
           END-IF.

      *****************************************************
      *  KEEPS EVERY CATALOG ENTRY FOR THE DATASET THAT
      *  OVERLAPS THE RANGE, AND NOTES THE LATEST DATE ANY
      *  ENTRY COVERS - THE LIVE FILE HOLDS EVERYTHING
      *  AFTER THAT. NO CATALOG YET MEANS NOTHING HAS BEEN
      *  ARCHIVED AND THE LIVE FILE HOLDS IT ALL.
      *****************************************************
       LOAD-CATALOG-RANGES.
           MOVE ZERO TO WS-RANGE-COUNT
           MOVE SPACES TO WS-LAST-ARCHIVED-DATE
           MOVE "N" TO WS-EOF-SW
           OPEN INPUT ARCHIVE-CATALOG-FILE
           EVALUATE WS-ARCCAT-STATUS
               WHEN "00"
                   PERFORM UNTIL END-OF-FILE OR NOT REQUEST-OK
                       READ ARCHIVE-CATALOG-FILE
                           AT END
                               SET END-OF-FILE TO TRUE
                           NOT AT END
                               IF ACAT-DATASET = WS-REQUEST-DATASET
                                   PERFORM NOTE-CATALOG-ENTRY
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE ARCHIVE-CATALOG-FILE
               WHEN "35"
                   DISPLAY "ARCRETR: NO ARCHIVE CATALOG YET - "
                       "NOTHING HAS BEEN ARCHIVED"
               WHEN OTHER
                   DISPLAY "ARCRETR: CANNOT OPEN ARCCAT - STATUS "
                       WS-ARCCAT-STATUS
                   MOVE "N" TO WS-REQUEST-OK-SW
           END-EVALUATE
           MOVE "N" TO WS-EOF-SW
           IF WS-LAST-ARCHIVED-DATE = SPACES
               MOVE ZEROS TO WS-LIVE-FROM-DATE
           ELSE
               MOVE WS-LAST-ARCHIVED-DATE TO WS-DATE-NUM
               COMPUTE WS-DAY-INTEGER =
                   FUNCTION INTEGER-OF-DATE(WS-DATE-NUM) + 1
               MOVE FUNCTION DATE-OF-INTEGER(WS-DAY-INTEGER)
                   TO WS-DATE-NUM
               MOVE WS-DATE-NUM TO WS-LIVE-FROM-DATE
           END-IF.

       NOTE-CATALOG-ENTRY.
           IF ACAT-TO-DATE IS NUMERIC
               AND ACAT-TO-DATE > WS-LAST-ARCHIVED-DATE
               MOVE ACAT-TO-DATE TO WS-LAST-ARCHIVED-DATE
           END-IF
           IF ACAT-FROM-DATE NOT > WS-TO-DATE
               AND ACAT-TO-DATE NOT < WS-FROM-DATE
               IF WS-RANGE-COUNT >= 500
                   DISPLAY "ARCRETR: MORE THAN 500 ARCHIVES IN THE "
                       "RANGE - ASK FOR A SHORTER RANGE"
                   MOVE "N" TO WS-REQUEST-OK-SW
               ELSE
                   ADD 1 TO WS-RANGE-COUNT
                   MOVE ACAT-ARCHIVE-NAME
                       TO WS-RNG-ARCHIVE-NAME (WS-RANGE-COUNT)
                   MOVE ACAT-FROM-DATE
                       TO WS-RNG-FROM-DATE (WS-RANGE-COUNT)
                   MOVE ACAT-TO-DATE
                       TO WS-RNG-TO-DATE (WS-RANGE-COUNT)
                   SET RNG-NOT-READ (WS-RANGE-COUNT) TO TRUE
               END-IF
           END-IF.

      *****************************************************
      *  COPIES THE RANGE'S RECORDS FROM ONE ARCHIVE TO
      *  ARCOUT, COUNTING EVERYTHING THE ARCHIVE HOLDS SO
      *  IT CAN BE CHECKED AGAINST THE CATALOG. THE OUTCOME
      *  IS SET ON EVERY ENTRY NAMING THIS ARCHIVE.
      *****************************************************
       RETRIEVE-ONE-ARCHIVE.
           MOVE WS-RNG-ARCHIVE-NAME (WS-RANGE-SUB)
               TO WS-ARCHIVE-FILE-NAME
           MOVE ZERO TO WS-ARCHIVE-HELD
           MOVE ZERO TO WS-TAKEN-COUNT
           PERFORM SUM-CATALOG-COUNT
           MOVE "N" TO WS-EOF-SW
           OPEN INPUT ARCHIVE-FILE
           EVALUATE WS-ARCHIVE-STATUS
               WHEN "00"
                   PERFORM UNTIL END-OF-FILE
                       READ ARCHIVE-FILE
                           AT END
                               SET END-OF-FILE TO TRUE
                           NOT AT END
                               ADD 1 TO WS-ARCHIVE-HELD
                               MOVE ARCHIVE-RECORD TO COMBINED-RECORD
                               PERFORM TAKE-RECORD-IN-RANGE
                       END-READ
                   END-PERFORM
                   CLOSE ARCHIVE-FILE
                   PERFORM REPORT-ARCHIVE-READ
                   SET RNG-READ (WS-RANGE-SUB) TO TRUE
               WHEN "35"
                   DISPLAY "ARCRETR: *** "
                       FUNCTION TRIM(WS-ARCHIVE-FILE-NAME)
                       " IS ON ARCCAT BUT NOT FOUND ***"
                   SET RNG-MISSING (WS-RANGE-SUB) TO TRUE
               WHEN OTHER
                   DISPLAY "ARCRETR: *** CANNOT OPEN "
                       FUNCTION TRIM(WS-ARCHIVE-FILE-NAME)
                       " - STATUS " WS-ARCHIVE-STATUS " ***"
                   SET RNG-FAILED (WS-RANGE-SUB) TO TRUE
                   SET FILE-FAILED TO TRUE
           END-EVALUATE
           MOVE "N" TO WS-EOF-SW
           PERFORM VARYING WS-OTHER-SUB FROM WS-RANGE-SUB BY 1
               UNTIL WS-OTHER-SUB > WS-RANGE-COUNT
               IF WS-RNG-ARCHIVE-NAME (WS-OTHER-SUB)
                   = WS-ARCHIVE-FILE-NAME
                   MOVE WS-RNG-STATE (WS-RANGE-SUB)
                       TO WS-RNG-STATE (WS-OTHER-SUB)
               END-IF
           END-PERFORM.

      *****************************************************
      *  WHAT THE CATALOG SAYS THE ARCHIVE HOLDS: EVERY
      *  ENTRY NAMING IT, NOT ONLY THOSE IN THE RANGE.
      *****************************************************
       SUM-CATALOG-COUNT.
           MOVE ZERO TO WS-ARCHIVE-CATALOGUED
           MOVE "N" TO WS-EOF-SW
           OPEN INPUT ARCHIVE-CATALOG-FILE
           IF WS-ARCCAT-STATUS = "00"
               PERFORM UNTIL END-OF-FILE
                   READ ARCHIVE-CATALOG-FILE
                       AT END
                           SET END-OF-FILE TO TRUE
                       NOT AT END
                           IF ACAT-DATASET = WS-REQUEST-DATASET
                               AND ACAT-ARCHIVE-NAME
                                   = WS-ARCHIVE-FILE-NAME
                               ADD ACAT-RECORD-COUNT
                                   TO WS-ARCHIVE-CATALOGUED
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ARCHIVE-CATALOG-FILE
           END-IF
           MOVE "N" TO WS-EOF-SW.

       REPORT-ARCHIVE-READ.
           MOVE WS-RNG-FROM-DATE (WS-RANGE-SUB) TO WS-ARCHIVE-FROM-DATE
           MOVE WS-RNG-TO-DATE (WS-RANGE-SUB) TO WS-ARCHIVE-TO-DATE
           PERFORM VARYING WS-OTHER-SUB FROM WS-RANGE-SUB BY 1
               UNTIL WS-OTHER-SUB > WS-RANGE-COUNT
               IF WS-RNG-ARCHIVE-NAME (WS-OTHER-SUB)
                   = WS-ARCHIVE-FILE-NAME
                   IF WS-RNG-FROM-DATE (WS-OTHER-SUB)
                       < WS-ARCHIVE-FROM-DATE
                       MOVE WS-RNG-FROM-DATE (WS-OTHER-SUB)
                           TO WS-ARCHIVE-FROM-DATE
                   END-IF
                   IF WS-RNG-TO-DATE (WS-OTHER-SUB)
                       > WS-ARCHIVE-TO-DATE
                       MOVE WS-RNG-TO-DATE (WS-OTHER-SUB)
                           TO WS-ARCHIVE-TO-DATE
                   END-IF
               END-IF
           END-PERFORM
           MOVE WS-TAKEN-COUNT TO WS-COUNT-EDITED
           DISPLAY "ARCRETR: " WS-ARCHIVE-FILE-NAME " "
               WS-ARCHIVE-FROM-DATE " TO " WS-ARCHIVE-TO-DATE " - "
               WS-COUNT-EDITED " RECORD(S) TAKEN"
           IF WS-ARCHIVE-HELD NOT = WS-ARCHIVE-CATALOGUED
               MOVE WS-ARCHIVE-HELD TO WS-HELD-EDITED
               MOVE WS-ARCHIVE-CATALOGUED TO WS-COUNT-EDITED
               DISPLAY "ARCRETR: *** "
                   FUNCTION TRIM(WS-ARCHIVE-FILE-NAME) " HOLDS"
                   WS-HELD-EDITED " RECORD(S), ARCCAT SAYS"
                   WS-COUNT-EDITED " ***"
               SET COUNT-WRONG TO TRUE
           END-IF.

       TAKE-RECORD-IN-RANGE.
           MOVE COMBINED-RECORD
               (WS-DATE-OFFSET (WS-DATASET-HIT):8)
               TO WS-RECORD-DATE
           IF WS-RECORD-DATE IS NUMERIC
               AND WS-RECORD-DATE NOT < WS-FROM-DATE
               AND WS-RECORD-DATE NOT > WS-TO-DATE
               WRITE COMBINED-RECORD
               ADD 1 TO WS-TAKEN-COUNT
               ADD 1 TO WS-TOTAL-WRITTEN
           END-IF.

      *****************************************************
      *  THE LIVE FILE HOLDS EVERY DAY AFTER THE LATEST
      *  ARCHIVE. IT IS ONLY READ WHEN THE RANGE REACHES
      *  THOSE DAYS. A LIVE FILE THAT HAS NEVER BEEN WRITTEN
      *  IS TAKEN AS EMPTY, AS HSKEEP TAKES IT.
      *****************************************************
       RETRIEVE-LIVE-FILE.
           MOVE "N" TO WS-LIVE-STATE-SW
           IF WS-TO-DATE NOT < WS-LIVE-FROM-DATE
               MOVE WS-REQUEST-DATASET TO WS-LIVE-FILE-NAME
               MOVE ZERO TO WS-TAKEN-COUNT
               MOVE "N" TO WS-EOF-SW
               OPEN INPUT LIVE-FILE
               EVALUATE WS-LIVE-STATUS
                   WHEN "00"
                       PERFORM UNTIL END-OF-FILE
                           READ LIVE-FILE
                               AT END
                                   SET END-OF-FILE TO TRUE
                               NOT AT END
                                   MOVE LIVE-RECORD
                                       TO COMBINED-RECORD
                                   PERFORM TAKE-RECORD-IN-RANGE
                           END-READ
                       END-PERFORM
                       CLOSE LIVE-FILE
                       SET LIVE-READ TO TRUE
                   WHEN "35"
                       DISPLAY "ARCRETR: LIVE " WS-REQUEST-DATASET
                           " NOT FOUND - TAKEN AS EMPTY"
                       SET LIVE-READ TO TRUE
                   WHEN OTHER
                       DISPLAY "ARCRETR: *** CANNOT OPEN LIVE "
                           WS-REQUEST-DATASET " - STATUS "
                           WS-LIVE-STATUS " ***"
                       SET LIVE-FAILED TO TRUE
                       SET FILE-FAILED TO TRUE
               END-EVALUATE
               MOVE "N" TO WS-EOF-SW
               IF LIVE-READ
                   MOVE WS-TAKEN-COUNT TO WS-COUNT-EDITED
                   DISPLAY "ARCRETR: LIVE " WS-REQUEST-DATASET
                       " FROM " WS-LIVE-FROM-DATE " - "
                       WS-COUNT-EDITED " RECORD(S) TAKEN"
               END-IF
           END-IF.

      *****************************************************
      *  WALKS THE RANGE A DAY AT A TIME. A DAY IS COVERED
      *  WHEN AN ARCHIVE THAT WAS READ COVERS IT, OR IT IS
      *  ON OR AFTER THE LIVE FILE'S FIRST DAY AND THE LIVE
      *  FILE WAS READ. RUNS OF UNCOVERED DAYS ARE REPORTED
      *  AS ONE GAP EACH.
      *****************************************************
       REPORT-GAPS.
           MOVE ZERO TO WS-GAP-COUNT
           MOVE "N" TO WS-IN-GAP-SW
           MOVE WS-FROM-DATE TO WS-DATE-NUM
           COMPUTE WS-FROM-INTEGER =
               FUNCTION INTEGER-OF-DATE(WS-DATE-NUM)
           MOVE WS-TO-DATE TO WS-DATE-NUM
           COMPUTE WS-TO-INTEGER =
               FUNCTION INTEGER-OF-DATE(WS-DATE-NUM)
           PERFORM VARYING WS-DAY-INTEGER FROM WS-FROM-INTEGER BY 1
               UNTIL WS-DAY-INTEGER > WS-TO-INTEGER
               MOVE FUNCTION DATE-OF-INTEGER(WS-DAY-INTEGER)
                   TO WS-DATE-NUM
               MOVE WS-DATE-NUM TO WS-DAY-DATE
               PERFORM CHECK-DAY-COVERED
               IF DAY-COVERED
                   IF IN-GAP
                       PERFORM REPORT-ONE-GAP
                   END-IF
               ELSE
                   IF NOT IN-GAP
                       SET IN-GAP TO TRUE
                       MOVE WS-DAY-DATE TO WS-GAP-START
                       MOVE ZERO TO WS-GAP-DAYS
                   END-IF
                   MOVE WS-DAY-DATE TO WS-GAP-END
                   ADD 1 TO WS-GAP-DAYS
               END-IF
           END-PERFORM
           IF IN-GAP
               PERFORM REPORT-ONE-GAP
           END-IF.

       CHECK-DAY-COVERED.
           MOVE "N" TO WS-COVERED-SW
           IF LIVE-READ
               AND WS-DAY-DATE NOT < WS-LIVE-FROM-DATE
               SET DAY-COVERED TO TRUE
           END-IF
           PERFORM VARYING WS-RANGE-SUB FROM 1 BY 1
               UNTIL WS-RANGE-SUB > WS-RANGE-COUNT
                   OR DAY-COVERED
               IF RNG-READ (WS-RANGE-SUB)
                   AND WS-DAY-DATE
                       NOT < WS-RNG-FROM-DATE (WS-RANGE-SUB)
                   AND WS-DAY-DATE
                       NOT > WS-RNG-TO-DATE (WS-RANGE-SUB)
                   SET DAY-COVERED TO TRUE
               END-IF
           END-PERFORM.

       REPORT-ONE-GAP.
           ADD 1 TO WS-GAP-COUNT
           MOVE WS-GAP-DAYS TO WS-COUNT-EDITED
           DISPLAY "ARCRETR: *** GAP " WS-GAP-START " TO "
               WS-GAP-END " (" FUNCTION TRIM(WS-COUNT-EDITED)
               " DAY(S)) - NO ARCHIVE COVERS IT ***"
           MOVE "N" TO WS-IN-GAP-SW.
