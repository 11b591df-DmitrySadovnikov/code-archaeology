       01  ChangeReasonValues.
           05  FILLER PIC X(24) VALUE "NEWPNEW PROJECT ORDERED ".
           05  FILLER PIC X(24) VALUE "DECRROYAL DECREE        ".
           05  FILLER PIC X(24) VALUE "RSCHDATE RESCHEDULED    ".
           05  FILLER PIC X(24) VALUE "SITESITE RELOCATED      ".
           05  FILLER PIC X(24) VALUE "CORRDATA ENTRY CORRECTED".
           05  FILLER PIC X(24) VALUE "CANCPROJECT CANCELLED   ".
           05  FILLER PIC X(24) VALUE "CLOSSTRUCTURE CLOSED OUT".
           05  FILLER PIC X(24) VALUE "ARCHMOVED TO HISTORY    ".
           05  FILLER PIC X(24) VALUE "RELDRELOADED FROM UNLOAD".

       01  ChangeReasonTable REDEFINES ChangeReasonValues.
           05  ChangeReasonEntry OCCURS 9 TIMES
                   INDEXED BY ReasonIndex.
               10  CR-ReasonCode PIC X(4).
               10  CR-Description PIC X(20).
