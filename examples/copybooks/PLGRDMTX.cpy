      *                  KEY FIELDS OF THE IMAGE ARE USED.
      *
      *     KEYS: PARM DETAIL BY CANVAS NAME, PALETTE BY PALETTE
      *     NAME, SCHEDULE BY CANVAS NAME PLUS START AND END TIME,
      *     OUTAGE (THE PLGRDOUT CALENDAR) BY DATE, START AND END TIME
      *     PLUS CANVAS NAME, ROSTER (THE PLGRDROS OPERATOR ROSTER) BY
      *     OPERATOR ID.
      *     EVERY TRANSACTION IS VALIDATED WITH THE SAME RULES
      *     PLUTO-PARMCK ENFORCES, AND THE WHOLE BATCH IS REJECTED IF
      *     ANY TRANSACTION FAILS -- THE LIVE FILES ARE NEVER TOUCHED
               88  MTX-FILE-IS-PARM              VALUE 'PARM'.
               88  MTX-FILE-IS-PALETTE           VALUE 'PALETTE'.
               88  MTX-FILE-IS-SCHEDULE          VALUE 'SCHEDULE'.
               88  MTX-FILE-IS-OUTAGE            VALUE 'OUTAGE'.
               88  MTX-FILE-IS-ROSTER            VALUE 'ROSTER'.
           05  MTX-IMAGE                     PIC X(80).
