      *     PATTERN WERE IN EFFECT WHEN EACH ARCHIVED FRAME WAS
      *     PAINTED, SO THE NAME MUST NOT BE BURIED IN FREE TEXT.  FOR
      *     EVERY OTHER ACTION AUD-OBJECT IS SPACES.
      *
      *     FOR AN OPERATOR COMMAND AUD-OPERATOR-ID AND AUD-REASON ARE
      *     COPIED FROM THE COMMAND RECORD; A REJECTED COMMAND SAYS WHY
      *     IN AUD-DETAIL.  SCHEDULE AND STOP-FLAG ACTIONS LEAVE THEM
      *     SPACES.  THE RECORD GREW FROM 80 TO 120 BYTES FOR THESE
      *     FIELDS; OLDER 80-BYTE LINES READ BACK WITH THEM BLANK.
      ******************************************************************
       01  AUDIT-RECORD                     PIC X(120).

       01  AUDIT-REC REDEFINES AUDIT-RECORD.
           05  AUD-DATE                      PIC 9(08).
               88  AUD-WAS-REJECTED              VALUE 'REJECTED'.
           05  AUD-OBJECT                    PIC X(08).
           05  AUD-DETAIL                    PIC X(32).
           05  AUD-OPERATOR-ID               PIC X(08).
           05  AUD-REASON                    PIC X(24).
           05  FILLER                        PIC X(08).
