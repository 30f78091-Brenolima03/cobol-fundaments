      *  BALANCE DISPUTE CAN BE TRACED WITHOUT RESTORING
      *  OLD BACKUP GENERATIONS ONE BY ONE. BLANK DATES
      *  DEFAULT TO THE WHOLE HISTORY; A BLANK ACCOUNT
      *  ENDS THE SESSION. EACH LINE SHOWS ITS TRANSACTION
      *  REFERENCE, THE REFERENCE A REVERSAL REVERSES, AND
      *  THE REFERENCE THAT REVERSED A REVERSED LINE.
      *****************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. JRNLINQ.
       01  WS-TO-DATE                    PIC X(8).

       01  WS-LINE-COUNT                 PIC 9(7) VALUE ZERO.
       01  WS-REVERSES-TEXT              PIC X(18).
       01  WS-REVERSED-TEXT              PIC X(20).
       01  WS-COUNT-EDITED               PIC Z,ZZZ,ZZ9.

       01  WS-SWITCHES.
           ELSE
               DISPLAY " "
               DISPLAY "DATE      ACCOUNT   TY  AMOUNT"
                   "           BALANCE AFTER       REFERENCE"
               PERFORM UNTIL END-OF-FILE
                   READ POSTING-JOURNAL-FILE
                       AT END
               AND JRNL-RUN-DATE >= WS-FROM-DATE
               AND JRNL-RUN-DATE <= WS-TO-DATE
               ADD 1 TO WS-LINE-COUNT
               MOVE SPACES TO WS-REVERSES-TEXT
               MOVE SPACES TO WS-REVERSED-TEXT
               IF JRNL-ORIGINAL-REF NOT = SPACES
                   STRING "REVERSES " JRNL-ORIGINAL-REF
                       DELIMITED BY SIZE
                       INTO WS-REVERSES-TEXT
                   END-STRING
               END-IF
               IF JRNL-REVERSED-BY NOT = SPACES
                   STRING "REVERSED BY " JRNL-REVERSED-BY
                       DELIMITED BY SIZE
                       INTO WS-REVERSED-TEXT
                   END-STRING
               END-IF
               DISPLAY JRNL-RUN-DATE "  " JRNL-ACCOUNT "  "
                   JRNL-TYPE-CODE "  " JRNL-AMOUNT "  "
                   JRNL-NEW-BALANCE "  " JRNL-REFERENCE "  "
                   WS-REVERSES-TEXT WS-REVERSED-TEXT
           END-IF.
