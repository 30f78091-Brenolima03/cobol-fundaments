      *****************************************************
      *  STANDING-ENTRY MASTER RECORD LAYOUT
      *  ONE RECORD PER RECURRING ENTRY (PAYROLL CLEARING,
      *  INTERCOMPANY SETTLEMENT AND THE LIKE) KEYED BY
      *  SITE AND ENTRY ID. THE STANDING-ENTRY GENERATOR
      *  (STDGEN) WRITES EACH ENTRY TO THE TRANSACTION FILE
      *  ON THE NIGHTS IT FALLS DUE, SO NOBODY HAS TO
      *  RE-KEY IT THROUGH TRANENT. FREQUENCY IS D (EVERY
      *  BUSINESS DAY), W (EVERY 7 DAYS FROM THE START
      *  DATE), M (THE START DATE'S DAY OF EVERY MONTH,
      *  MONTH-END WHEN THE MONTH IS SHORTER) OR P (THE
      *  PERIOD-END NIGHT ONLY). A DUE DATE THAT IS NOT A
      *  BUSINESS DAY ROLLS TO THE NEXT BUSINESS DAY. AN
      *  END DATE OF SPACES MEANS THE ENTRY NEVER EXPIRES.
      *****************************************************
       01  STANDING-ENTRY-RECORD.
           05  STD-SITE-CODE             PIC X(3).
           05  STD-ENTRY-ID              PIC X(4).
           05  STD-ACCOUNT               PIC X(8).
           05  STD-TYPE-CODE             PIC X(2).
               88  STD-TYPE-VALID        VALUES "DB" "CR" "AJ".
               88  STD-TYPE-ADJUSTMENT   VALUE "AJ".
           05  STD-AMOUNT                PIC 9(9)V99.
           05  STD-FREQUENCY             PIC X(1).
               88  STD-DAILY             VALUE "D".
               88  STD-WEEKLY            VALUE "W".
               88  STD-MONTHLY           VALUE "M".
               88  STD-PERIOD-END-ONLY   VALUE "P".
           05  STD-START-DATE            PIC X(8).
           05  STD-END-DATE              PIC X(8).
           05  STD-DESCRIPTION           PIC X(20).
