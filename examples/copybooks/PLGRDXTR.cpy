      ******************************************************************
      * PLGRDXTR.
      *     DAILY MONITORING-FEED INTERFACE RECORD LAYOUT.  PLUTO-
      *     EXTRACT WRITES ONE FILE PER SHIFT DATE, PLGRDXTR.YYYYMMDD,
      *     FOR THE ENTERPRISE MONITORING TEAM TO PICK UP.  A RERUN
      *     FOR THE SAME SHIFT DATE WRITES THE SAME FILE NAME AGAIN,
      *     SO IT REPLACES THE EARLIER EXTRACT RATHER THAN ADDING TO
      *     IT.
      *
      *     EVERY RECORD IS ONE LINE OF FIELDS SEPARATED BY '|'.
      *     THE FIELDS ARE FIXED WIDTH -- NUMBERS ZERO-FILLED, NAMES
      *     SPACE-FILLED -- SO THE RECEIVING SIDE MAY SPLIT ON THE
      *     DELIMITER OR BY POSITION.  THE FIRST FIELD IS THE RECORD
      *     TYPE:
      *
      *         H  HEADER, FIRST RECORD: SHIFT DATE, FEED NAME AND
      *            THE DATE AND TIME THE EXTRACT WAS WRITTEN.
      *         D  DETAIL, ONE PER CANVAS PER SHIFT.
      *         T  TRAILER, LAST RECORD: THE NUMBER OF D RECORDS AND
      *            A CONTROL TOTAL, THE SUM OF XTR-FRAMES OVER THEM.
      *            A FILE WITH NO TRAILER, OR WHOSE COUNTS DO NOT
      *            AGREE WITH ITS D RECORDS, ARRIVED PARTLY.
      *
      *     XTR-RECON-RESULT AND XTR-VERIFY-RESULT ARE PASS, FAIL OR
      *     NOTRUN, WITH THE STEP'S RETURN CODE ALONGSIDE; THEY ARE
      *     RUN-WIDE, SO EVERY D RECORD FOR THE SHIFT CARRIES THE SAME
      *     VALUES.  THE RENDER TIMES ARE ZERO WHEN THE LOG ON HAND IS
      *     NOT THE SHIFT'S OR CARRIES NO TIMED FRAMES FOR THE CANVAS.
      ******************************************************************
       01  EXTRACT-RECORD                   PIC X(117).

       01  EXTRACT-DETAIL REDEFINES EXTRACT-RECORD.
           05  XTR-REC-TYPE                  PIC X(01).
               88  XTR-IS-HEADER                 VALUE 'H'.
               88  XTR-IS-DETAIL                 VALUE 'D'.
               88  XTR-IS-TRAILER                VALUE 'T'.
           05  FILLER                        PIC X(01).
           05  XTR-SHIFT-DATE                PIC 9(08).
           05  FILLER                        PIC X(01).
           05  XTR-CANVAS-NAME               PIC X(08).
           05  FILLER                        PIC X(01).
           05  XTR-FRAMES                    PIC 9(08).
           05  FILLER                        PIC X(01).
           05  XTR-ERRORS                    PIC 9(08).
           05  FILLER                        PIC X(01).
           05  XTR-WRAPS                     PIC 9(08).
           05  FILLER                        PIC X(01).
           05  XTR-ELAPSED-SECS              PIC 9(08).
           05  FILLER                        PIC X(01).
           05  XTR-AVG-MSECS                 PIC 9(06).
           05  FILLER                        PIC X(01).
           05  XTR-WORST-MSECS               PIC 9(06).
           05  FILLER                        PIC X(01).
           05  XTR-ALERTS-OPEN               PIC 9(05).
           05  FILLER                        PIC X(01).
           05  XTR-ALERTS-ACKED              PIC 9(05).
           05  FILLER                        PIC X(01).
           05  XTR-ACTIONS-APPLIED           PIC 9(05).
           05  FILLER                        PIC X(01).
           05  XTR-ACTIONS-REJECTED          PIC 9(05).
           05  FILLER                        PIC X(01).
           05  XTR-RECON-RESULT              PIC X(06).
           05  FILLER                        PIC X(01).
           05  XTR-RECON-RC                  PIC 9(04).
           05  FILLER                        PIC X(01).
           05  XTR-VERIFY-RESULT             PIC X(06).
           05  FILLER                        PIC X(01).
           05  XTR-VERIFY-RC                 PIC 9(04).

       01  EXTRACT-HEADER REDEFINES EXTRACT-RECORD.
           05  XTR-HDR-TYPE                  PIC X(01).
           05  FILLER                        PIC X(01).
           05  XTR-HDR-SHIFT-DATE            PIC 9(08).
           05  FILLER                        PIC X(01).
           05  XTR-HDR-FEED                  PIC X(08).
           05  FILLER                        PIC X(01).
           05  XTR-HDR-WRITTEN-DATE          PIC 9(08).
           05  FILLER                        PIC X(01).
           05  XTR-HDR-WRITTEN-TIME          PIC 9(06).
           05  XTR-HDR-PAD                   PIC X(82).

       01  EXTRACT-TRAILER REDEFINES EXTRACT-RECORD.
           05  XTR-TRL-TYPE                  PIC X(01).
           05  FILLER                        PIC X(01).
           05  XTR-TRL-SHIFT-DATE            PIC 9(08).
           05  FILLER                        PIC X(01).
           05  XTR-TRL-ROW-COUNT             PIC 9(05).
           05  FILLER                        PIC X(01).
           05  XTR-TRL-CONTROL-TOTAL         PIC 9(12).
           05  XTR-TRL-PAD                   PIC X(88).
