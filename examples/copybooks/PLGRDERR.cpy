      ******************************************************************
      * PLGRDERR.
      *     RENDER ERROR REASON CATALOG.  PLUTO-GRADIENT STAMPS EVERY
      *     ERROR EVENT IT WRITES TO THE RENDER LOG (PLGRDLOG) WITH ONE
      *     OF THE REASON CODES BELOW, SO THE MORNING REPORTS CAN SAY
      *     WHAT FAILED INSTEAD OF JUST HOW OFTEN.  PLUTO-STATS CARRIES
      *     A PER-REASON COUNT ON EACH SHIFT HISTORY RECORD (PLGRDHST)
      *     IN CATALOG ORDER, AND PLUTO-ERRRPT AND PLUTO-TREND PRINT
      *     THE DESCRIPTIONS.
      *
      *     THE POSITION OF A CODE IN THE TABLE IS ITS SLOT IN
      *     HIST-REASON-COUNT -- NEW CODES GO ON THE END, NEVER IN
      *     THE MIDDLE, AND ERR-CAT-COUNT AND THE PLGRDHST OCCURS
      *     MOVE TOGETHER.  AN ERROR EVENT WITH A BLANK OR UNKNOWN
      *     REASON (WRITTEN BEFORE THE CODES EXISTED) IS REPORTED AS
      *     UNCODED.
      *
      *     ERR-REASON-CODE IS THE WORKING FIELD A WRITER SETS THROUGH
      *     THE 88-LEVELS BEFORE LOGGING THE EVENT.
      ******************************************************************
       01  ERROR-CATALOG-DEF.
           05  FILLER                        PIC X(40) VALUE
               "INITFAILPL_INIT FAILED OPENING CANVAS   ".
           05  FILLER                        PIC X(40) VALUE
               "DEINITFLPL_DEINIT FAILED CLOSING CANVAS ".
           05  FILLER                        PIC X(40) VALUE
               "ARCHOPENARCHIVE PPM FILE WOULD NOT OPEN ".
           05  FILLER                        PIC X(40) VALUE
               "CKPTSWAPCHECKPOINT WORK FILE NOT SWAPPED".
           05  FILLER                        PIC X(40) VALUE
               "MANWRITEMANIFEST RECORD NOT WRITTEN     ".
           05  FILLER                        PIC X(40) VALUE
               "STAWRITESTATUS SNAPSHOT NOT WRITTEN     ".
           05  FILLER                        PIC X(40) VALUE
               "AUDWRITEAUDIT TRAIL RECORD NOT WRITTEN  ".

       01  ERROR-CATALOG REDEFINES ERROR-CATALOG-DEF.
           05  ERR-CAT-ENTRY OCCURS 7 TIMES
                   INDEXED BY ERR-CAT-IDX.
               10  ERR-CAT-CODE              PIC X(08).
               10  ERR-CAT-TEXT              PIC X(32).

       01  ERR-CAT-COUNT                    PIC 9(02) VALUE 7.

       01  ERR-REASON-CODE                  PIC X(08) VALUE SPACES.
           88  ERR-IS-INIT-FAILED            VALUE 'INITFAIL'.
           88  ERR-IS-DEINIT-FAILED          VALUE 'DEINITFL'.
           88  ERR-IS-ARCHIVE-OPEN           VALUE 'ARCHOPEN'.
           88  ERR-IS-CKPT-SWAP              VALUE 'CKPTSWAP'.
           88  ERR-IS-MANIFEST-WRITE         VALUE 'MANWRITE'.
           88  ERR-IS-STATUS-WRITE           VALUE 'STAWRITE'.
           88  ERR-IS-AUDIT-WRITE            VALUE 'AUDWRITE'.
