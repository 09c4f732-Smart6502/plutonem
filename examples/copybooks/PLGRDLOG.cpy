      *     REPORT.  NON-FRAME EVENTS AND RECORDS FROM BEFORE THE
      *     FIELD EXISTED CARRY SPACES THERE -- READERS MUST TEST
      *     NUMERIC BEFORE USING IT.
      *
      *     AN ERROR EVENT CARRIES A REASON CODE FROM THE PLGRDERR
      *     CATALOG AND THE FRAME NUMBER THE CANVAS WAS ON WHEN THE
      *     FAILURE HAPPENED.  ERROR EVENTS WRITTEN BEFORE THE CODES
      *     EXISTED CARRY SPACES THERE AND FRAME ZERO.
      ******************************************************************
       01  RENDER-LOG-RECORD                PIC X(80).

               10  LOG-TIME                  PIC 9(08).
           05  LOG-ANGLE                     PIC 9(08)V9(03).
           05  LOG-RENDER-MSECS              PIC 9(06).
           05  LOG-ERROR-REASON              PIC X(08).
           05  FILLER                        PIC X(15).
