      ******************************************************************
      * PLGRDOUT.
      *     PLANNED-OUTAGE CALENDAR RECORD LAYOUT.  WHEN FACILITIES
      *     POWERS THE WALL DOWN FOR PLANNED WORK, ONE RECORD HERE
      *     TELLS THE OVERNIGHT JOBS THE DARK SCREEN IS EXPECTED:
      *
      *       - PLUTO-WATCH RAISES NO STALL ALERT INSIDE THE WINDOW,
      *         AND THE STALL CLOCK RESTARTS WHEN THE WINDOW ENDS;
      *       - PLUTO-RECON REPORTS THE OUTAGE AND LISTS WHAT IT
      *         WOULD OTHERWISE HAVE RAISED AS EXCEPTIONS AS NOTES;
      *       - PLUTO-STATS MARKS THE SHIFT HISTORY RECORD
      *         (HIST-OUTAGE-SW ON PLGRDHST) SO PLUTO-TREND LEAVES
      *         THE SHIFT OUT OF THE NO-STOP LIST AND THE RATES.
      *
      *     THE WINDOW IS HHMM ON THE 24-HOUR CLOCK ON OUT-DATE.  AS
      *     ON THE SCHEDULE FILE, A START TIME GREATER THAN THE END
      *     TIME MEANS THE WINDOW SPANS MIDNIGHT INTO THE NEXT DAY,
      *     AND AN END TIME OF 2400 MEANS MIDNIGHT.  A CANVAS NAME OF
      *     'ALL' COVERS EVERY CANVAS ON THE WALL.  THE FILE IS
      *     MAINTAINED THROUGH PLUTO-MAINT (KEY: DATE, START, END AND
      *     CANVAS) AND VALIDATED BY PLUTO-PARMCK.
      ******************************************************************
       01  OUTAGE-RECORD                    PIC X(80).

       01  OUTAGE-REC REDEFINES OUTAGE-RECORD.
           05  OUT-DATE                      PIC 9(08).
           05  OUT-START-TIME                PIC 9(04).
           05  OUT-END-TIME                  PIC 9(04).
           05  OUT-CANVAS-NAME               PIC X(08).
               88  OUT-ALL-CANVASES              VALUE 'ALL'.
           05  OUT-REASON                    PIC X(40).
           05  FILLER                        PIC X(16).
