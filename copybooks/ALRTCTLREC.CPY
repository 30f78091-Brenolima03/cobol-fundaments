      *****************************************************
      *  ALERT CONTROL RECORD LAYOUT
      *  SINGLE-RECORD FILE HOLDING THE NUMBER OF REJECTS
      *  DLYEXT MAY WRITE IN ONE NIGHT BEFORE IT RAISES A
      *  WARNING ON THE OPERATOR ALERT FILE. A NIGHT WITH
      *  MORE REJECTS THAN THE LIMIT ALERTS. A MISSING
      *  CONTROL FILE DEFAULTS TO 10.
      *****************************************************
       01  ALERT-CONTROL-RECORD.
           05  ALCT-REJECT-LIMIT         PIC 9(5).
