      *****************************************************
      *  SUSPENSE ITEM RECORD LAYOUT
      *  ONE RECORD PER POSTING LEDPOST DIVERTED TO THE
      *  SUSPENSE ACCOUNT, ADDED WHEN THE NIGHT BALANCES.
      *  THE ITEM NUMBER IS THE CYCLE DATE AND A SEQUENCE
      *  WITHIN THAT NIGHT, UNIQUE WITHIN THE SITE. THE
      *  TYPE AND AMOUNT ARE AS POSTED TO SUSPENSE.
      *  AN ITEM STAYS OPEN UNTIL AN OPERATOR CLEARS IT IN
      *  TRANENT BY NAMING THE CORRECT ACCOUNT: THAT RAISES
      *  A TWO-LINE TRANSFER OUT OF SUSPENSE ON THE
      *  TRANSACTION FILE, WHOSE SUSPENSE LINE'S REFERENCE
      *  IS KEPT IN SITM-TRANSFER-REF, AND MARKS THE ITEM
      *  CLEARED. LEDPOST SETS SITM-TRANSFER-POSTED ON THE
      *  NIGHT THAT TRANSFER POSTS; UNTIL THEN THE AMOUNT IS
      *  STILL IN THE SUSPENSE BALANCE, AND THE AGED REPORT
      *  (SUSPAGE) COUNTS IT THERE.
      *****************************************************
       01  SUSPENSE-ITEM-RECORD.
           05  SITM-ITEM-NO.
               10  SITM-CYCLE-DATE       PIC X(8).
               10  SITM-ITEM-SEQ         PIC 9(4).
           05  SITM-SITE-CODE            PIC X(3).
           05  SITM-KEYED-ACCOUNT        PIC X(8).
           05  SITM-TYPE-CODE            PIC X(2).
           05  SITM-AMOUNT               PIC 9(9)V99.
           05  SITM-REASON               PIC X(12).
           05  SITM-REFERENCE            PIC X(8).
           05  SITM-STATUS               PIC X(1).
               88  SITM-OPEN             VALUE "O".
               88  SITM-CLEARED          VALUE "C".
           05  SITM-CLEARED-TO           PIC X(8).
           05  SITM-CLEARED-BY           PIC X(8).
           05  SITM-CLEARED-DATE         PIC X(8).
           05  SITM-TRANSFER-REF         PIC X(8).
           05  SITM-TRANSFER-POSTED      PIC X(1).
               88  SITM-TRANSFER-DONE    VALUE "Y".
