      *****************************************************
      *  GL ACKNOWLEDGEMENT RECORD LAYOUT
      *  ONE RECORD PER GL INTERFACE GENERATION CORPORATE
      *  ACCOUNTING HAS RECEIVED: THE GENERATION, SITE,
      *  RECORD COUNT AND HASH TOTAL IT LOADED, AND WHETHER
      *  IT ACCEPTED OR REJECTED THE FILE (WITH A REASON).
      *  THE SAME LAYOUT SERVES THE INCOMING FILE (GLACKIN)
      *  AND THE ACKNOWLEDGEMENT HISTORY (GLACKHST) THE
      *  RECONCILIATION APPENDS IT TO; THE RECEIVED DATE IS
      *  STAMPED AT INTAKE WHEN CORPORATE LEAVES IT BLANK.
      *****************************************************
       01  GL-ACK-RECORD.
           05  GLACK-GENERATION          PIC 9(5).
           05  GLACK-SITE-CODE           PIC X(3).
           05  GLACK-RECORD-COUNT        PIC 9(7).
           05  GLACK-HASH-TOTAL          PIC 9(13)V99.
           05  GLACK-STATUS              PIC X(1).
               88  GLACK-ACCEPTED        VALUE "A".
               88  GLACK-REJECTED        VALUE "R".
           05  GLACK-REASON              PIC X(30).
           05  GLACK-RECEIVED-DATE       PIC X(8).
