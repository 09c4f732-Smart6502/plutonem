      ******************************************************************
      * PLGRDSTP.
      *     NIGHTLY BATCH CHAIN STEP-CONTROL FILE RECORD LAYOUT.  ONE
      *     RECORD PER STEP, IN THE ORDER PLUTO-CHAIN RUNS THEM; THE
      *     STEP NUMBERS MUST ASCEND.  STP-COMMAND IS THE COMMAND LINE
      *     THAT RUNS THE STEP, PARM INCLUDED -- ANY &SHFDATE IN IT IS
      *     REPLACED BY THE SHIFT DATE (YYYYMMDD) THE CHAIN IS RUNNING
      *     FOR, E.G.
      *         PLUTO-VERIFY PLGRDLOG &SHFDATE
      *         PLUTO-HSTUTL PURGE 400
      *
      *     A STEP THAT ENDS WITH RETURN CODE 8 OR HIGHER STOPS THE
      *     CHAIN UNLESS STP-BLOCKING IS 'N' (NON-BLOCKING -- A FAILED
      *     VERIFICATION MUST NOT HOLD UP RETENTION, FOR EXAMPLE).
      *     SPACES IN STP-BLOCKING MEAN BLOCKING.  THE STEP NAME IS
      *     WHAT THE CHAIN LOG (PLGRDCHL) AND THE RESTART LOGIC KEY
      *     ON, SO IT MUST BE UNIQUE WITHIN THE FILE.
      ******************************************************************
       01  STEP-RECORD                      PIC X(96).

       01  STEP-REC REDEFINES STEP-RECORD.
           05  STP-SEQ                       PIC 9(02).
           05  STP-NAME                      PIC X(08).
           05  STP-BLOCKING                  PIC X(01).
               88  STP-IS-BLOCKING               VALUE 'Y' SPACE.
               88  STP-IS-NON-BLOCKING           VALUE 'N'.
           05  STP-COMMAND                   PIC X(72).
           05  FILLER                        PIC X(13).
