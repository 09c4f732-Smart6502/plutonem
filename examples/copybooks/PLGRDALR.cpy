      *     THE ALERT OFF THE WALL BUT KEEPS THE RECORD ON FILE FOR THE
      *     MORNING REVIEW.  THE SEPARATOR BYTES ARE SPACES SO THE RAW
      *     FILE STILL READS AS ONE ALERT PER LINE.
      *
      *     THE ACK ALSO STAMPS THE DATE AND TIME IT WAS APPLIED
      *     (ALR-ACK-DATE, ALR-ACK-TIME) SO PLUTO-ALRRPT CAN MEASURE
      *     TIME-TO-ACKNOWLEDGE.  OPEN ALERTS AND RECORDS FROM BEFORE
      *     THE STAMP EXISTED CARRY SPACES THERE -- READERS MUST TEST
      *     NUMERIC BEFORE USING IT.
      *
      *     AN ALERT LEFT UNACKNOWLEDGED PAST THE OPERATOR-SET LIMIT
      *     IS RE-RAISED BY PLUTO-WATCH AS A SECOND RECORD OF TYPE
      *     ESCALATE FOR THE SAME CANVAS.  ITS DETAIL (ALR-ESC-DETAIL)
      *     NAMES THE ALERT IT ESCALATES -- TYPE, DATE AND TIME RAISED
      *     -- SO AN ALERT IS ESCALATED ONCE ONLY, AND IS ACKNOWLEDGED
      *     BY THE SAME ACK COMMAND AS THE ORIGINAL.
      ******************************************************************
       01  ALERT-RECORD                     PIC X(100).

       01  ALERT-REC REDEFINES ALERT-RECORD.
           05  ALR-DATE                      PIC 9(08).
           05  ALR-CANVAS-NAME               PIC X(08).
           05  FILLER                        PIC X(01).
           05  ALR-TYPE                      PIC X(08).
               88  ALR-IS-ESCALATION             VALUE 'ESCALATE'.
           05  FILLER                        PIC X(01).
           05  ALR-DETAIL                    PIC X(42).
           05  ALR-ESC-DETAIL REDEFINES ALR-DETAIL.
               10  ALR-ESC-ORIG-TYPE         PIC X(08).
               10  FILLER                    PIC X(01).
               10  ALR-ESC-ORIG-DATE         PIC 9(08).
               10  FILLER                    PIC X(01).
               10  ALR-ESC-ORIG-TIME         PIC 9(08).
               10  FILLER                    PIC X(01).
               10  ALR-ESC-TEXT              PIC X(15).
           05  FILLER                        PIC X(01).
           05  ALR-ACK-SW                    PIC X(01).
               88  ALR-ACKNOWLEDGED              VALUE 'Y'.
           05  FILLER                        PIC X(01).
           05  ALR-ACK-DATE                  PIC 9(08).
           05  FILLER                        PIC X(01).
           05  ALR-ACK-TIME                  PIC 9(08).
           05  FILLER                        PIC X(02).
