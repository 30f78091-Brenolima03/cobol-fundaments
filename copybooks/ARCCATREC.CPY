      *****************************************************
      *  ARCHIVE CATALOG RECORD LAYOUT
      *  ONE RECORD PER ARCHIVE PASS HSKEEP MAKES OVER A LOG
      *  DATASET: THE DATASET, THE DATED ARCHIVE IT WROTE
      *  (<NAME>.A<YYYYMMDD>.ARC), THE RANGE OF RUN DATES
      *  THE PASS TOOK OFF THE LIVE FILE AND THE NUMBER OF
      *  RECORDS IT MOVED. THE RANGE RUNS FROM THE DAY AFTER
      *  THE DATASET'S PREVIOUS ARCHIVE TO THE DAY BEFORE
      *  THE RETENTION CUTOFF, SO A QUIET STRETCH WITH NO
      *  RECORDS IS STILL COVERED. A SECOND PASS ON THE SAME
      *  DAY APPENDS TO THE SAME ARCHIVE AND ADDS ITS OWN
      *  ENTRY. ARCRETR READS THIS CATALOG TO FIND THE
      *  ARCHIVES FOR A DATE RANGE.
      *****************************************************
       01  ARCHIVE-CATALOG-RECORD.
           05  ACAT-DATASET              PIC X(8).
           05  ACAT-ARCHIVE-NAME         PIC X(30).
           05  ACAT-FROM-DATE            PIC X(8).
           05  ACAT-TO-DATE              PIC X(8).
           05  ACAT-RECORD-COUNT         PIC 9(7).
           05  ACAT-WRITTEN-DATE         PIC X(8).
           05  ACAT-WRITTEN-TIME         PIC X(6).
