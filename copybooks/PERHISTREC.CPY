      *****************************************************
      *  PERIOD BALANCE HISTORY RECORD LAYOUT
      *  ONE RECORD PER ACCOUNT PER CLOSED PERIOD, WRITTEN
      *  BY THE MONTH-END CLOSE (PERCLOSE): THE OPENING
      *  BALANCE, THE PERIOD'S DEBITS AND CREDITS FROM THE
      *  POSTING JOURNAL, AND THE CLOSING BALANCE FROM THE
      *  LEDGER MASTER, SO A PAST MONTH'S BALANCES NEVER
      *  NEED A BACKUP GENERATION RESTORED. OPENING PLUS
      *  CREDITS MINUS DEBITS ALWAYS EQUALS CLOSING - THE
      *  CLOSE WRITES NOTHING FOR A PERIOD THAT FAILS THE
      *  PROOF.
      *****************************************************
       01  PERIOD-HISTORY-RECORD.
           05  PHST-SITE-CODE            PIC X(3).
           05  PHST-PERIOD               PIC X(6).
           05  PHST-ACCOUNT              PIC X(8).
           05  PHST-OPENING-BALANCE      PIC S9(11)V99
                                         SIGN LEADING SEPARATE.
           05  PHST-MTD-DEBITS           PIC S9(11)V99
                                         SIGN LEADING SEPARATE.
           05  PHST-MTD-CREDITS          PIC S9(11)V99
                                         SIGN LEADING SEPARATE.
           05  PHST-CLOSING-BALANCE      PIC S9(11)V99
                                         SIGN LEADING SEPARATE.
