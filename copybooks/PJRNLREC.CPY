      *  POSTING JOURNAL LINE
      *  ONE LINE PER TRANSACTION POSTED BY LEDPOST,
      *  ATTACHED TO THE NIGHTLY SIGN-OFF SHEET.
      *  EACH LINE CARRIES ITS TRANSACTION REFERENCE. A
      *  REVERSAL LINE NAMES THE REFERENCE IT REVERSES IN
      *  JRNL-ORIGINAL-REF, AND THE LINE IT REVERSED IS
      *  MARKED WITH THE REVERSAL'S REFERENCE IN
      *  JRNL-REVERSED-BY. LINES JOURNALED BEFORE THE
      *  REFERENCE EXISTED CARRY SPACES.
      *****************************************************
       01  POSTING-JOURNAL-LINE.
           05  JRNL-RUN-DATE             PIC X(8).
           05  JRNL-AMOUNT               PIC Z(12)9.99.
           05  FILLER                    PIC X(2)  VALUE SPACES.
           05  JRNL-NEW-BALANCE          PIC -(13)9.99.
           05  FILLER                    PIC X(2)  VALUE SPACES.
           05  JRNL-REFERENCE            PIC X(8).
           05  FILLER                    PIC X(2)  VALUE SPACES.
           05  JRNL-ORIGINAL-REF         PIC X(8).
           05  FILLER                    PIC X(2)  VALUE SPACES.
           05  JRNL-REVERSED-BY          PIC X(8).
