      ******************************************************************
      * PLGRDGEN.
      *     CONTROL-FILE GENERATION HISTORY RECORD LAYOUT.  EVERY TIME
      *     PLUTO-MAINT APPLIES A BATCH IT APPENDS A NEW, NUMBERED AND
      *     DATED GENERATION OF EACH CONTROL FILE THE BATCH CHANGED
      *     (PARM, PALETTE, SCHEDULE, OUTAGE, ROSTER -- THE NAMES OF
      *     MTX-FILE ON PLGRDMTX), SO ANY PAST PICTURE OF THE WALL'S
      *     CONFIGURATION CAN BE LISTED, COMPARED OR PUT BACK BY
      *     PLUTO-CFGGEN, AND PLUTO-REPLAY AND PLUTO-VERIFY CAN RUN AN
      *     OLD LOG AGAINST THE SETTINGS THAT WERE LIVE WHEN IT WAS
      *     WRITTEN.  THE FILE IS ONLY EVER APPENDED TO, SO IT IS IN
      *     TIME ORDER.
      *
      *     A GENERATION IS ONE 'H' HEADER RECORD CARRYING THE RECORD
      *     COUNT, FOLLOWED BY THAT MANY 'I' RECORDS EACH HOLDING ONE
      *     80-BYTE CONTROL FILE IMAGE IN FILE ORDER.  AN EMPTY (OR
      *     MISSING) FILE IS A HEADER WITH A COUNT OF ZERO.
      *     GENERATION NUMBERS RUN FROM 1 SEPARATELY FOR EACH FILE.
      *
      *     THE FIRST TIME A FILE IS CHANGED AFTER HISTORY BEGINS, THE
      *     VERSION IT REPLACED IS SAVED FIRST AS A 'PRIOR' GENERATION
      *     STAMPED 00000000 000000, SO IT COUNTS AS IN EFFECT FOR
      *     EVERY EARLIER SHIFT.  A FILE WITH NO GENERATIONS AT ALL HAS
      *     NEVER BEEN CHANGED SINCE HISTORY BEGAN AND THE LIVE FILE IS
      *     THE ONE IN EFFECT.
      ******************************************************************
       01  GEN-RECORD                       PIC X(120).

       01  GEN-REC REDEFINES GEN-RECORD.
           05  GEN-FILE                      PIC X(08).
               88  GEN-FILE-IS-PARM              VALUE 'PARM'.
               88  GEN-FILE-IS-PALETTE           VALUE 'PALETTE'.
               88  GEN-FILE-IS-SCHEDULE          VALUE 'SCHEDULE'.
               88  GEN-FILE-IS-OUTAGE            VALUE 'OUTAGE'.
               88  GEN-FILE-IS-ROSTER            VALUE 'ROSTER'.
           05  FILLER                        PIC X(01).
           05  GEN-NUMBER                    PIC 9(05).
           05  FILLER                        PIC X(01).
           05  GEN-SAVED-DATE                PIC 9(08).
           05  FILLER                        PIC X(01).
           05  GEN-SAVED-TIME                PIC 9(06).
           05  FILLER                        PIC X(01).
           05  GEN-REC-TYPE                  PIC X(01).
               88  GEN-IS-HEADER                 VALUE 'H'.
               88  GEN-IS-IMAGE                  VALUE 'I'.
           05  FILLER                        PIC X(01).
           05  GEN-IMAGE                     PIC X(80).
           05  GEN-HDR-BODY REDEFINES GEN-IMAGE.
               10  GEN-HDR-RECORDS           PIC 9(05).
               10  FILLER                    PIC X(01).
               10  GEN-HDR-SOURCE            PIC X(08).
                   88  GEN-FROM-MAINT            VALUE 'MAINT'.
                   88  GEN-FROM-PRIOR            VALUE 'PRIOR'.
               10  FILLER                    PIC X(01).
               10  GEN-HDR-TEXT              PIC X(65).
           05  FILLER                        PIC X(07).
