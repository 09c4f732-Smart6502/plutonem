      ******************************************************************
      * PLGRDAVL.
      *     CANVAS AVAILABILITY MASTER RECORD LAYOUT.  PLUTO-AVAIL
      *     WRITES ONE RECORD PER CANVAS PER SHIFT FROM THE RENDER LOG
      *     AND THE AUDIT TRAIL, AND READS THE MONTH BACK AT MONTH END
      *     FOR THE AVAILABILITY (SLA) REPORT.  AN INDEXED FILE KEYED
      *     ON SHIFT DATE PLUS CANVAS NAME (AVM-KEY), LIKE PLGRDHST; A
      *     RERUN FOR THE SAME SHIFT REPLACES THE RECORD.
      *
      *     ALL DURATIONS ARE IN SECONDS.  AVM-SPAN-SECS RUNS FROM THE
      *     CANVAS'S FIRST START (OR FRAME) TO THE LAST EVENT ON THE
      *     SHIFT'S LOG.  PAUSED TIME (PAUSE TO RESUME ON PLGRDAUD) IS
      *     OPERATOR CHOICE, KEPT APART AND LEFT OUT OF THE
      *     AVAILABILITY BASE.  DOWNTIME IS EVERY GAP BETWEEN LIVE
      *     POINTS (START AND FRAME EVENTS) LONGER THAN
      *     AVM-GAP-LIMIT-SECS ONCE PAUSED TIME IS TAKEN OUT, SPLIT BY
      *     WHETHER A STOP EVENT COVERED THE GAP OR THE RUN JUST DIED
      *     OR HUNG.  AVAILABILITY IS
      *         (SPAN - PAUSED - DOWN) / (SPAN - PAUSED).
      *
      *     AVM-LONGEST HOLDS UP TO TEN OF THE SHIFT'S LONGEST
      *     OUTAGES (UNSORTED; AVM-LONGEST-COUNT SAYS HOW MANY ARE
      *     USED) SO THE MONTH-END REPORT CAN NAME THE MONTH'S TEN
      *     LONGEST WITHOUT THE RAW LOGS.
      ******************************************************************
       01  AVAIL-RECORD.
           05  AVM-KEY.
               10  AVM-SHIFT-DATE            PIC 9(08).
               10  AVM-CANVAS-NAME           PIC X(08).
           05  AVM-GAP-LIMIT-SECS            PIC 9(05).
           05  AVM-SPAN-SECS                 PIC 9(08).
           05  AVM-PAUSED-SECS               PIC 9(08).
           05  AVM-DOWN-SECS                 PIC 9(08).
           05  AVM-DOWN-STOP-SECS            PIC 9(08).
           05  AVM-DOWN-DIED-SECS            PIC 9(08).
           05  AVM-OUTAGE-COUNT              PIC 9(05).
           05  AVM-LONGEST-COUNT             PIC 9(02).
           05  AVM-LONGEST OCCURS 10 TIMES.
               10  AVM-OUT-START-DATE        PIC 9(08).
               10  AVM-OUT-START-TIME        PIC 9(06).
               10  AVM-OUT-SECS              PIC 9(08).
               10  AVM-OUT-CAUSE             PIC X(01).
                   88  AVM-OUT-STOPPED           VALUE 'S'.
                   88  AVM-OUT-DIED              VALUE 'D'.
           05  FILLER                        PIC X(22).
