      ******************************************************************
      *    BSWGCTL  --  BSWAGE REJECT AGING CONTROL CARD
      *    ONE CARD PER RUN.  AN OPEN WORKBASKET REJECT OLDER THAN
      *    THE AGE LIMIT (IN BUSINESS DAYS ON THE BSWCAL CALENDAR)
      *    IS FLAGGED OVERDUE ON THE BSWGRPT AGING REPORT.
      ******************************************************************
       01  BSW-AGE-CTL-REC.
           05  BSW-AGE-LIMIT-DAYS    PIC 9(03).
