      *     OLD RECORDS TO AN OFFLINE EXTRACT AND ANSWERS AD-HOC
      *     INQUIRIES.  THE BYTE LAYOUT IS UNCHANGED FROM THE OLD
      *     LINE-SEQUENTIAL MASTER.
      *
      *     HIST-REASON-COUNTS BREAKS HIST-ERRORS DOWN BY REASON, ONE
      *     SLOT PER PLGRDERR CATALOG ENTRY IN CATALOG ORDER (EACH
      *     CAPPED AT 99); ERRORS WITH NO CODE ARE THE DIFFERENCE.  IT
      *     WAS CARVED OUT OF THE OLD TRAILING FILLER, SO RECORDS
      *     WRITTEN BEFORE IT EXISTED CARRY SPACES THERE -- READERS
      *     MUST TEST NUMERIC BEFORE USING IT.
      *
      *     HIST-OUTAGE-SW IS 'Y' WHEN A PLANNED-OUTAGE WINDOW (SEE
      *     PLGRDOUT) COVERED THE CANVAS DURING THE SHIFT; THE SHIFT'S
      *     NUMBERS ARE PARTIAL BY DESIGN.  OLDER RECORDS CARRY A
      *     SPACE THERE, WHICH READS AS NO OUTAGE.
      ******************************************************************
       01  HISTORY-RECORD.
           05  HIST-KEY.
           05  HIST-FINAL-ANGLE              PIC 9(08)V9(03).
           05  HIST-STOPPED-SW               PIC X(01).
               88  HIST-SHIFT-STOPPED            VALUE 'Y'.
           05  HIST-REASON-COUNTS.
               10  HIST-REASON-COUNT         PIC 9(02) OCCURS 7 TIMES.
           05  HIST-OUTAGE-SW                PIC X(01).
               88  HIST-PLANNED-OUTAGE           VALUE 'Y'.
           05  FILLER                        PIC X(05).
