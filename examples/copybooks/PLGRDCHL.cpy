      ******************************************************************
      * PLGRDCHL.
      *     NIGHTLY BATCH CHAIN LOG RECORD LAYOUT.  PLUTO-CHAIN APPENDS
      *     A BEGIN RECORD BEFORE IT STARTS EACH STEP AND AN END RECORD
      *     WITH THE STEP'S RETURN CODE AND OUTCOME WHEN IT FINISHES,
      *     SO A STEP THAT WAS RUNNING WHEN THE CHAIN ITSELF DIED SHOWS
      *     AS A BEGIN WITH NO END.  A STEP PASSED OVER ON A RERUN GETS
      *     A SKIPPED RECORD.
      *
      *     ON A RERUN FOR THE SAME SHIFT DATE, A STEP WHOSE LATEST END
      *     RECORD FOR THAT DATE IS COMPLETE IS NOT RUN AGAIN -- THAT
      *     IS WHAT STOPS PLUTO-STATS FROM TRIPPING OVER ITS OWN
      *     HISTORY RECORDS AFTER A LATER STEP FAILED.  THE FILE IS
      *     NEVER REWRITTEN; IT IS THE CHAIN'S OWN AUDIT TRAIL.
      ******************************************************************
       01  CHAIN-LOG-RECORD                 PIC X(80).

       01  CHAIN-LOG-REC REDEFINES CHAIN-LOG-RECORD.
           05  CHL-SHIFT-DATE                PIC 9(08).
           05  CHL-STEP-SEQ                  PIC 9(02).
           05  CHL-STEP-NAME                 PIC X(08).
           05  CHL-REC-TYPE                  PIC X(01).
               88  CHL-IS-BEGIN                  VALUE 'B'.
               88  CHL-IS-END                    VALUE 'E'.
               88  CHL-IS-SKIPPED                VALUE 'K'.
           05  CHL-DATE                      PIC 9(08).
           05  CHL-TIME                      PIC 9(08).
           05  CHL-RC                        PIC 9(04).
           05  CHL-OUTCOME                   PIC X(08).
               88  CHL-STEP-COMPLETE             VALUE 'COMPLETE'.
               88  CHL-STEP-FAILED               VALUE 'FAILED'.
               88  CHL-STEP-WAS-SKIPPED          VALUE 'SKIPPED'.
           05  FILLER                        PIC X(33).
