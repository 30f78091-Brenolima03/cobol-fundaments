      *  RELEASED, SO A SHORT EXTRACT CAN BE TRACED TO THE
      *  BATCH THAT CAUSED IT; HAND-KEYED RECORDS FROM
      *  BEFORE THE FIELD EXISTED CARRY SPACES.
      *  THE BATCH NUMBER AND THE ENTRY'S LINE NUMBER IN
      *  ITS BATCH TOGETHER MAKE THE TRANSACTION REFERENCE,
      *  CARRIED THROUGH THE EXTRACT AND ONTO THE POSTING
      *  JOURNAL SO A POSTED LINE CAN BE NAMED AND
      *  REVERSED. AN RV (REVERSAL) ENTRY NAMES THE
      *  REFERENCE IT REVERSES IN TRAN-ORIGINAL-REF AND
      *  POSTS THE EXACT OPPOSITE OF THAT LINE.
      *****************************************************
       01  TRANSACTION-RECORD.
           05  TRAN-DATE                 PIC X(8).
               88  TRAN-TYPE-CREDIT      VALUE "CR".
               88  TRAN-TYPE-ADJUSTMENT  VALUE "AJ".
               88  TRAN-TYPE-VALID       VALUES "DB" "CR".
               88  TRAN-TYPE-REVERSAL    VALUE "RV".
           05  TRAN-AMOUNT               PIC 9(9)V99.
           05  TRAN-SITE-CODE            PIC X(3).
           05  TRAN-REFERENCE.
               10  TRAN-BATCH-NO         PIC X(5).
               10  TRAN-LINE-NO          PIC X(3).
           05  TRAN-ORIGINAL-REF         PIC X(8).
