      *  SUSPENSE ACCOUNT, ATTACHED TO THE NIGHTLY
      *  SIGN-OFF SHEET SO THE KEYED ACCOUNT CAN BE
      *  CORRECTED AND THE POSTING MOVED OUT OF SUSPENSE.
      *  THE LINE CARRIES THE TRANSACTION REFERENCE; WHEN
      *  THE NIGHT BALANCES LEDPOST RE-READS THE REPORT TO
      *  ADD EACH LINE TO THE SUSPENSE ITEM FILE.
      *****************************************************
       01  SUSPENSE-REPORT-LINE.
           05  SUSP-RUN-DATE             PIC X(8).
               88  SUSP-UNKNOWN-ACCOUNT  VALUE "UNKNOWN".
               88  SUSP-CLOSED-ACCOUNT   VALUE "CLOSED".
               88  SUSP-NOT-YET-VALID    VALUE "NOT-VALID".
           05  FILLER                    PIC X(2)  VALUE SPACES.
           05  SUSP-REFERENCE            PIC X(8).
