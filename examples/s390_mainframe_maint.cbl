000060* DATE-COMPILED.
000070*
000080* REMARKS.
000090*     TRANSACTION-DRIVEN MAINTENANCE FOR THE FIVE HAND-EDITED
000100*     CONTROL FILES OF THE WALL -- THE PARAMETER FILE (PLGRDPRM),
000110*     THE PALETTE FILE (PLGRDPAL), THE SCHEDULE FILE (PLGRDSCH),
000120*     THE PLANNED-OUTAGE CALENDAR (PLGRDOUT) AND THE OPERATOR
000130*     ROSTER (PLGRDROS).  PLUTO-PARMCK ONLY SAYS AFTERWARDS THAT
000133*     A TEXT EDIT WAS BAD; THIS JOB TAKES THE EDITOR OUT OF THE
000136*     LOOP:
000140*
000150*       - ADD/REPLACE/DELETE TRANSACTIONS ARE READ FROM PLGRDMTX
000160*         (SEE THE COPYBOOK FOR THE ACTIONS AND KEYS);
000220*         AND THE LIVE FILES ARE NOT TOUCHED;
000230*       - WHEN THE BATCH IS CLEAN, EACH NEW FILE IS BUILT ON A
000240*         WORK FILE, THE PRIOR VERSION IS KEPT AS A BACKUP
000250*         (PLGRDPRMB/PLGRDPALB/PLGRDSCHB/PLGRDOUTB/PLGRDROSB)
000260*         AND THE WORK FILE IS SWAPPED INTO PLACE; A SWAP THAT
000270*         FAILS AFTER THE LIVE FILE WAS RENAMED ASIDE PUTS THE
000280*         BACKUP STRAIGHT BACK AND REPORTS THE FAILURE AS ITS OWN
000285*         ERROR;
000290*       - EVERY APPLIED AND REJECTED TRANSACTION IS LISTED ON
000300*         THE EDIT REPORT (PLMNTRPT);
000301*       - EVERY FILE AN APPLIED BATCH CHANGED IS SAVED AS A NEW
000302*         NUMBERED, DATED GENERATION ON THE HISTORY FILE
000303*         (PLGRDGEN) FOR PLUTO-CFGGEN, PLUTO-REPLAY AND
000304*         PLUTO-VERIFY.  THE FIRST TIME A FILE IS CHANGED, THE
000305*         VERSION IT REPLACED IS SAVED AHEAD OF IT.
000310*
000320*     THE PARM HEADER'S CANVAS COUNT IS RECOMPUTED AT WRITE TIME
000330*     FROM THE DETAIL RECORDS, SO IT CAN NEVER DISAGREE.  RETURN
000340*     CODE 8 MEANS THE BATCH WAS REJECTED (OR THERE WAS NOTHING
000350*     USABLE TO DO) AND THE SCHEDULER SHOULD HOLD THE RELOAD.
000353*     RETURN CODE 4 MEANS THE BATCH LANDED BUT THE HISTORY FILE
000356*     COULD NOT BE WRITTEN.
000360*
000370* MODIFICATION HISTORY.
000380*     DATE       BY   DESCRIPTION
000390*     ---------- ---- ----------------------------------------
000400*     2026-09-03 RSH  ORIGINAL VERSION.
      *     2026-10-14 RSH  MAINTAIN THE NEW PLANNED-OUTAGE CALENDAR
      *                     (PLGRDOUT) AS A FOURTH FILE, KEYED ON DATE,
      *                     WINDOW AND CANVAS, ON THE SCHEDULE FILE'S
      *                     PATTERN.
      *     2026-10-15 RSH  SAVE A NUMBERED, DATED GENERATION OF EACH
      *                     CHANGED FILE ON THE NEW HISTORY FILE
      *                     PLGRDGEN AFTER A SUCCESSFUL SWAP.
      *     2026-10-15 RSH  MAINTAIN THE NEW OPERATOR ROSTER (PLGRDROS)
      *                     AS A FIFTH FILE, KEYED ON OPERATOR ID, WITH
      *                     ITS CANVASES CROSS-CHECKED AGAINST THE PARM
      *                     FILE.
000410******************************************************************
000420 IDENTIFICATION DIVISION.
000430 PROGRAM-ID. PLUTO-MAINT.
000650         ORGANIZATION IS LINE SEQUENTIAL
000660         FILE STATUS IS MNT-SCHED-STATUS.
000670
000671     SELECT OPTIONAL OUTAGE-FILE-IN ASSIGN TO "PLGRDOUT"
000672         ORGANIZATION IS LINE SEQUENTIAL
000673         FILE STATUS IS MNT-OUTAGE-STATUS.
000674
000675     SELECT OPTIONAL ROSTER-FILE-IN ASSIGN TO "PLGRDROS"
000676         ORGANIZATION IS LINE SEQUENTIAL
000677         FILE STATUS IS MNT-ROSTER-STATUS.
000678
000680     SELECT PARM-WORK-FILE ASSIGN TO "PLGRDPRMW"
000690         ORGANIZATION IS LINE SEQUENTIAL
000700         FILE STATUS IS MNT-WORK-STATUS.
000770         ORGANIZATION IS LINE SEQUENTIAL
000780         FILE STATUS IS MNT-WORK-STATUS.
000790
000791     SELECT OUTAGE-WORK-FILE ASSIGN TO "PLGRDOUTW"
000792         ORGANIZATION IS LINE SEQUENTIAL
000793         FILE STATUS IS MNT-WORK-STATUS.
000794
000795     SELECT ROSTER-WORK-FILE ASSIGN TO "PLGRDROSW"
000796         ORGANIZATION IS LINE SEQUENTIAL
000797         FILE STATUS IS MNT-WORK-STATUS.
000798
000800     SELECT MAINT-REPORT-FILE ASSIGN TO "PLMNTRPT"
000810         ORGANIZATION IS LINE SEQUENTIAL
000820         FILE STATUS IS MNT-RPT-STATUS.
000821
000822     SELECT OPTIONAL CONFIG-HISTORY-FILE ASSIGN TO "PLGRDGEN"
000823         ORGANIZATION IS LINE SEQUENTIAL
000824         FILE STATUS IS MNT-GEN-STATUS.
000825
000826     SELECT OPTIONAL GEN-SOURCE-FILE ASSIGN TO DYNAMIC
000827         MNT-GEN-SOURCE-NAME
000828         ORGANIZATION IS LINE SEQUENTIAL
000829         FILE STATUS IS MNT-GEN-SRC-STATUS.
000830
000840 DATA DIVISION.
000850 FILE SECTION.
000990     RECORDING MODE IS F.
001000 01  SCHEDULE-IN-RECORD              PIC X(80).
001010
001011 FD  OUTAGE-FILE-IN
001012     RECORDING MODE IS F.
001013 01  OUTAGE-IN-RECORD                PIC X(80).
001014
001015 FD  ROSTER-FILE-IN
001016     RECORDING MODE IS F.
001017 01  ROSTER-IN-RECORD                PIC X(80).
001018
001020 FD  PARM-WORK-FILE
001030     RECORDING MODE IS F.
001040 01  PARM-WORK-RECORD                PIC X(80).
001110     RECORDING MODE IS F.
001120 01  SCHEDULE-WORK-RECORD            PIC X(80).
001130
001131 FD  OUTAGE-WORK-FILE
001132     RECORDING MODE IS F.
001133 01  OUTAGE-WORK-RECORD              PIC X(80).
001134
001135 FD  ROSTER-WORK-FILE
001136     RECORDING MODE IS F.
001137 01  ROSTER-WORK-RECORD              PIC X(80).
001138
001140 FD  MAINT-REPORT-FILE
001150     RECORDING MODE IS F.
001160 01  MAINT-REPORT-RECORD             PIC X(96).
001161
001162 FD  CONFIG-HISTORY-FILE
001163     RECORDING MODE IS F.
001164 COPY PLGRDGEN.
001165
001166 FD  GEN-SOURCE-FILE
001167     RECORDING MODE IS F.
001168 01  GEN-SOURCE-RECORD               PIC X(80).
001170
001180 WORKING-STORAGE SECTION.
001190******************************************************************
001230 COPY PLGRDPRM.
001240 COPY PLGRDPAL.
001250 COPY PLGRDSCH.
001253 COPY PLGRDOUT.
001256 COPY PLGRDROS.
001260
001270******************************************************************
001280* FILE STATUS AND MISCELLANEOUS SWITCHES.
001390 77  MNT-SCHED-STATUS               PIC X(02).
001400     88  MNT-SCHED-OK                    VALUE '00'.
001410     88  MNT-SCHED-EOF                   VALUE '10'.
001411 77  MNT-OUTAGE-STATUS              PIC X(02).
001412     88  MNT-OUTAGE-OK                   VALUE '00'.
001413     88  MNT-OUTAGE-EOF                  VALUE '10'.
001414 77  MNT-ROSTER-STATUS              PIC X(02).
001415     88  MNT-ROSTER-OK                   VALUE '00'.
001416     88  MNT-ROSTER-EOF                  VALUE '10'.
001420 77  MNT-WORK-STATUS                PIC X(02).
001430 77  MNT-RPT-STATUS                 PIC X(02).
001431 77  MNT-GEN-STATUS                 PIC X(02).
001432     88  MNT-GEN-OK                      VALUE '00' '05'.
001433     88  MNT-GEN-EOF                     VALUE '10'.
001434 77  MNT-GEN-SRC-STATUS             PIC X(02).
001435     88  MNT-GEN-SRC-OK                  VALUE '00'.
001436     88  MNT-GEN-SRC-EOF                 VALUE '10'.
001440
001450 77  MNT-END-OF-TRANS-SW            PIC X(01) VALUE 'N'.
001460     88  MNT-END-OF-TRANS                VALUE 'Y'.
001580     88  MNT-RESTORE-FAILED              VALUE 'Y'.
001590 77  MNT-HEADER-SW                  PIC X(01) VALUE 'N'.
001600     88  MNT-HEADER-ON-FILE              VALUE 'Y'.
001602 77  MNT-GEN-FAIL-SW                PIC X(01) VALUE 'N'.
001604     88  MNT-GEN-FAILED                  VALUE 'Y'.
001606 77  MNT-GEN-WRITE-SW               PIC X(01) VALUE 'N'.
001608     88  MNT-GEN-WRITE-BAD               VALUE 'Y'.
001610
001620******************************************************************
001630* WHICH FILES THE BATCH CHANGED -- ONLY THOSE GET A NEW
      * GENERATION ON THE HISTORY FILE.
      ******************************************************************
       01  MNT-CHANGED-SWITCHES.
           05  MNT-PRM-CHANGED-SW          PIC X(01) VALUE 'N'.
               88  MNT-PRM-CHANGED             VALUE 'Y'.
           05  MNT-PAL-CHANGED-SW          PIC X(01) VALUE 'N'.
               88  MNT-PAL-CHANGED             VALUE 'Y'.
           05  MNT-SCH-CHANGED-SW          PIC X(01) VALUE 'N'.
               88  MNT-SCH-CHANGED             VALUE 'Y'.
           05  MNT-OUT-CHANGED-SW          PIC X(01) VALUE 'N'.
               88  MNT-OUT-CHANGED             VALUE 'Y'.
           05  MNT-ROS-CHANGED-SW          PIC X(01) VALUE 'N'.
               88  MNT-ROS-CHANGED             VALUE 'Y'.
      
      ******************************************************************
      * IN-MEMORY PICTURES OF THE FIVE CONTROL FILES.  TRANSACTIONS
001640* ARE APPLIED HERE; THE LIVE FILES ARE ONLY REWRITTEN ONCE THE
001650* WHOLE BATCH HAS PASSED.
001660******************************************************************
001890         10  MNT-SCHTAB-END               PIC 9(04).
001900         10  MNT-SCHTAB-IMAGE             PIC X(80).
001910
       01  MNT-OUT-COUNT                   PIC 9(03) VALUE 0.
       01  MNT-OUTAGE-TABLE.
           05  MNT-OUTAGE-ENTRY OCCURS 1 TO 100 TIMES
                   DEPENDING ON MNT-OUT-COUNT.
               10  MNT-OUTTAB-DATE              PIC 9(08).
               10  MNT-OUTTAB-START             PIC 9(04).
               10  MNT-OUTTAB-END               PIC 9(04).
               10  MNT-OUTTAB-CANVAS            PIC X(08).
               10  MNT-OUTTAB-IMAGE             PIC X(80).
      
       01  MNT-ROS-COUNT                   PIC 9(03) VALUE 0.
       01  MNT-ROSTER-TABLE.
           05  MNT-ROSTER-ENTRY OCCURS 1 TO 100 TIMES
                   DEPENDING ON MNT-ROS-COUNT.
               10  MNT-ROSTAB-ID                PIC X(08).
               10  MNT-ROSTAB-IMAGE             PIC X(80).
      
001920 77  MNT-SUB                        PIC 9(03) COMP.
001930 77  MNT-HIT-SUB                    PIC 9(03) COMP.
001940 77  MNT-SHIFT-SUB                  PIC 9(03) COMP.
001943 77  MNT-SLOT-SUB                   PIC 9(03) COMP.
001946 77  MNT-PERMIT-COUNT               PIC 9(03) COMP.
001950
001960******************************************************************
001970* TRANSACTION COUNTERS, WINDOW-TIME WORK AND REPORT FIELDS.
002000 77  MNT-REJECTED-COUNT             PIC 9(05) COMP VALUE 0.
002010 77  MNT-WK-HH                      PIC 9(02).
002020 77  MNT-WK-MM                      PIC 9(02).
002025 77  MNT-DAY-INT                    PIC 9(08) COMP.
002030 77  MNT-REASON                     PIC X(44).
002040 77  MNT-TRANS-KEY                  PIC X(16).
002050 77  MNT-LIVE-NAME                  PIC X(12).
002060 77  MNT-BACK-NAME                  PIC X(12).
002070 77  MNT-WORK-NAME                  PIC X(12).
      
      ******************************************************************
      * GENERATION HISTORY WORK FIELDS.  THE LAST GENERATION NUMBER
      * ON FILE IS FOUND FOR EACH CONTROL FILE BEFORE ANY IS SAVED.
      ******************************************************************
       77  MNT-GEN-SOURCE-NAME            PIC X(12).
       77  MNT-GEN-FILE                   PIC X(08).
       77  MNT-GEN-SOURCE-TAG             PIC X(08).
       77  MNT-GEN-LAST-PRM               PIC 9(05) VALUE 0.
       77  MNT-GEN-LAST-PAL               PIC 9(05) VALUE 0.
       77  MNT-GEN-LAST-SCH               PIC 9(05) VALUE 0.
       77  MNT-GEN-LAST-OUT               PIC 9(05) VALUE 0.
       77  MNT-GEN-LAST-ROS               PIC 9(05) VALUE 0.
       77  MNT-GEN-LAST                   PIC 9(05).
       77  MNT-GEN-RECORDS                PIC 9(05) COMP.
       77  MNT-GEN-SAVED-COUNT            PIC 9(05) COMP VALUE 0.
       77  MNT-GEN-TODAY                  PIC 9(08).
       77  MNT-GEN-CLOCK                  PIC 9(08).
       77  MNT-GEN-STAMP-DATE             PIC 9(08).
       77  MNT-GEN-STAMP-TIME             PIC 9(06).
       01  MNT-EDIT-RECORDS               PIC ZZZZ9.
002080
002090 01  MNT-EDIT-COUNT                 PIC ZZZZ9.
002100 01  MNT-MESSAGE                    PIC X(96).
002190         PERFORM 1100-LOAD-PALETTE-FILE THRU 1100-EXIT
002200         PERFORM 1200-LOAD-PARM-FILE THRU 1200-EXIT
002210         PERFORM 1300-LOAD-SCHEDULE-FILE THRU 1300-EXIT
002213         PERFORM 1400-LOAD-OUTAGE-FILE THRU 1400-EXIT
002216         PERFORM 1500-LOAD-ROSTER-FILE THRU 1500-EXIT
002220         PERFORM 2000-PROCESS-TRANSACTIONS THRU 2000-EXIT
002230         PERFORM 3000-CROSS-CHECK-RESULT THRU 3000-EXIT
002240         IF NOT MNT-BATCH-BAD
003810     EXIT.
003820
003830******************************************************************
      * 1400-LOAD-OUTAGE-FILE.
      *     A MISSING CALENDAR IS NORMAL -- NO OUTAGE PLANNED YET.
      ******************************************************************
       1400-LOAD-OUTAGE-FILE.
           OPEN INPUT OUTAGE-FILE-IN.
           IF MNT-OUTAGE-OK
               PERFORM 1410-LOAD-ONE-OUTAGE THRU 1410-EXIT
                   UNTIL MNT-OUTAGE-EOF
           END-IF.
           CLOSE OUTAGE-FILE-IN.
      
       1400-EXIT.
           EXIT.
      
       1410-LOAD-ONE-OUTAGE.
           READ OUTAGE-FILE-IN INTO OUTAGE-RECORD
               AT END
                   GO TO 1410-EXIT
           END-READ.
           IF MNT-OUT-COUNT < 100
               ADD 1 TO MNT-OUT-COUNT
               MOVE OUT-DATE TO MNT-OUTTAB-DATE(MNT-OUT-COUNT)
               MOVE OUT-START-TIME TO
                   MNT-OUTTAB-START(MNT-OUT-COUNT)
               MOVE OUT-END-TIME TO MNT-OUTTAB-END(MNT-OUT-COUNT)
               MOVE OUT-CANVAS-NAME TO
                   MNT-OUTTAB-CANVAS(MNT-OUT-COUNT)
               MOVE OUTAGE-RECORD TO
                   MNT-OUTTAB-IMAGE(MNT-OUT-COUNT)
           ELSE
               MOVE "ERROR: MORE THAN 100 OUTAGE WINDOWS ON FILE"
                   TO MNT-MESSAGE
               PERFORM 7000-WRITE-REPORT-LINE THRU 7000-EXIT
               MOVE 'Y' TO MNT-BATCH-BAD-SW
           END-IF.
      
       1410-EXIT.
           EXIT.
      
      ******************************************************************
      * 1500-LOAD-ROSTER-FILE.
      *     A MISSING ROSTER IS NORMAL UNTIL THE FIRST BATCH BUILDS IT.
      ******************************************************************
       1500-LOAD-ROSTER-FILE.
           OPEN INPUT ROSTER-FILE-IN.
           IF MNT-ROSTER-OK
               PERFORM 1510-LOAD-ONE-OPERATOR THRU 1510-EXIT
                   UNTIL MNT-ROSTER-EOF
           END-IF.
           CLOSE ROSTER-FILE-IN.
      
       1500-EXIT.
           EXIT.
      
       1510-LOAD-ONE-OPERATOR.
           READ ROSTER-FILE-IN INTO ROSTER-RECORD
               AT END
                   GO TO 1510-EXIT
           END-READ.
           IF MNT-ROS-COUNT < 100
               ADD 1 TO MNT-ROS-COUNT
               MOVE ROS-OPERATOR-ID TO MNT-ROSTAB-ID(MNT-ROS-COUNT)
               MOVE ROSTER-RECORD TO MNT-ROSTAB-IMAGE(MNT-ROS-COUNT)
           ELSE
               MOVE "ERROR: MORE THAN 100 OPERATORS ON THE ROSTER"
                   TO MNT-MESSAGE
               PERFORM 7000-WRITE-REPORT-LINE THRU 7000-EXIT
               MOVE 'Y' TO MNT-BATCH-BAD-SW
           END-IF.
      
       1510-EXIT.
           EXIT.
      
      ******************************************************************
003840* 2000-PROCESS-TRANSACTIONS.
003850*     APPLY EVERY TRANSACTION TO THE IN-MEMORY PICTURE.  A BAD
003860*     ONE POISONS THE BATCH BUT PROCESSING CONTINUES, SO THE
004260             PERFORM 2300-APPLY-PARM-TRANS THRU 2300-EXIT
004270         WHEN MTX-FILE-IS-SCHEDULE
004280             PERFORM 2400-APPLY-SCHED-TRANS THRU 2400-EXIT
004282         WHEN MTX-FILE-IS-OUTAGE
004284             PERFORM 2500-APPLY-OUTAGE-TRANS THRU 2500-EXIT
004286         WHEN MTX-FILE-IS-ROSTER
004288             PERFORM 2600-APPLY-ROSTER-TRANS THRU 2600-EXIT
004290         WHEN OTHER
004300             MOVE "FILE NOT PARM/PALETTE/SCHEDULE/OUTAGE/ROSTER"
004310                 TO MNT-REASON
004320             PERFORM 7200-FLAG-TRANS-BAD THRU 7200-EXIT
004330     END-EVALUATE.
004340
004410             DELIMITED BY SIZE INTO MNT-MESSAGE
004420     ELSE
004430         ADD 1 TO MNT-APPLIED-COUNT
004435         PERFORM 2110-NOTE-FILE-CHANGED THRU 2110-EXIT
004440         STRING "APPLIED:  " MTX-ACTION " " MTX-FILE " "
004450             MNT-TRANS-KEY
004460             DELIMITED BY SIZE INTO MNT-MESSAGE
004500     PERFORM 2010-READ-ONE-TRANS THRU 2010-EXIT.
004510
004520 2100-EXIT.
           EXIT.
      
       2110-NOTE-FILE-CHANGED.
           EVALUATE TRUE
               WHEN MTX-FILE-IS-PALETTE
                   MOVE 'Y' TO MNT-PAL-CHANGED-SW
               WHEN MTX-FILE-IS-PARM
                   MOVE 'Y' TO MNT-PRM-CHANGED-SW
               WHEN MTX-FILE-IS-SCHEDULE
                   MOVE 'Y' TO MNT-SCH-CHANGED-SW
               WHEN MTX-FILE-IS-OUTAGE
                   MOVE 'Y' TO MNT-OUT-CHANGED-SW
               WHEN MTX-FILE-IS-ROSTER
                   MOVE 'Y' TO MNT-ROS-CHANGED-SW
           END-EVALUATE.
      
       2110-EXIT.
004530     EXIT.
004540
004550******************************************************************
009290     EXIT.
009300
009310******************************************************************
      * 2500-APPLY-OUTAGE-TRANS.
      *     THE KEY IS DATE, WINDOW AND CANVAS; THE MNT-TRANS-KEY SHOWN
      *     ON THE REPORT IS THE DATE AND CANVAS.
      ******************************************************************
       2500-APPLY-OUTAGE-TRANS.
           MOVE MTX-IMAGE TO OUTAGE-RECORD.
           STRING OUTAGE-RECORD(1:8) OUT-CANVAS-NAME
               DELIMITED BY SIZE INTO MNT-TRANS-KEY.
           IF OUT-CANVAS-NAME = SPACES
               MOVE "OUTAGE CANVAS NAME IS BLANK" TO MNT-REASON
               PERFORM 7200-FLAG-TRANS-BAD THRU 7200-EXIT
               GO TO 2500-EXIT
           END-IF.
      
           PERFORM 2550-VALIDATE-OUTAGE-KEY THRU 2550-EXIT.
           IF MNT-TRANS-BAD
               GO TO 2500-EXIT
           END-IF.
      
           PERFORM 2510-FIND-OUTAGE THRU 2510-EXIT.
      
           EVALUATE TRUE
               WHEN MTX-IS-ADD
                   IF MNT-FOUND
                       MOVE "OUTAGE WINDOW ALREADY ON FILE" TO
                           MNT-REASON
                       PERFORM 7200-FLAG-TRANS-BAD THRU 7200-EXIT
                   ELSE
                       PERFORM 2560-VALIDATE-OUTAGE-FIELDS THRU
                           2560-EXIT
                       IF NOT MNT-TRANS-BAD
                           IF MNT-OUT-COUNT < 100
                               ADD 1 TO MNT-OUT-COUNT
                               MOVE OUT-DATE TO
                                   MNT-OUTTAB-DATE(MNT-OUT-COUNT)
                               MOVE OUT-START-TIME TO
                                   MNT-OUTTAB-START(MNT-OUT-COUNT)
                               MOVE OUT-END-TIME TO
                                   MNT-OUTTAB-END(MNT-OUT-COUNT)
                               MOVE OUT-CANVAS-NAME TO
                                   MNT-OUTTAB-CANVAS(MNT-OUT-COUNT)
                               MOVE OUTAGE-RECORD TO
                                   MNT-OUTTAB-IMAGE(MNT-OUT-COUNT)
                           ELSE
                               MOVE "OUTAGE TABLE FULL (100)" TO
                                   MNT-REASON
                               PERFORM 7200-FLAG-TRANS-BAD THRU
                                   7200-EXIT
                           END-IF
                       END-IF
                   END-IF
               WHEN MTX-IS-REPLACE
                   IF NOT MNT-FOUND
                       MOVE "OUTAGE WINDOW NOT ON FILE" TO MNT-REASON
                       PERFORM 7200-FLAG-TRANS-BAD THRU 7200-EXIT
                   ELSE
                       PERFORM 2560-VALIDATE-OUTAGE-FIELDS THRU
                           2560-EXIT
                       IF NOT MNT-TRANS-BAD
                           MOVE OUTAGE-RECORD TO
                               MNT-OUTTAB-IMAGE(MNT-HIT-SUB)
                       END-IF
                   END-IF
               WHEN MTX-IS-DELETE
                   IF NOT MNT-FOUND
                       MOVE "OUTAGE WINDOW NOT ON FILE" TO MNT-REASON
                       PERFORM 7200-FLAG-TRANS-BAD THRU 7200-EXIT
                   ELSE
                       PERFORM 2590-DELETE-OUTAGE THRU 2590-EXIT
                   END-IF
           END-EVALUATE.
      
       2500-EXIT.
           EXIT.
      
       2510-FIND-OUTAGE.
           MOVE 'N' TO MNT-FOUND-SW.
           MOVE 0 TO MNT-HIT-SUB.
           PERFORM 2520-MATCH-ONE-OUTAGE THRU 2520-EXIT
               VARYING MNT-SUB FROM 1 BY 1
                   UNTIL MNT-SUB > MNT-OUT-COUNT
                       OR MNT-FOUND.
      
       2510-EXIT.
           EXIT.
      
       2520-MATCH-ONE-OUTAGE.
           IF MNT-OUTTAB-DATE(MNT-SUB) = OUT-DATE
               AND MNT-OUTTAB-START(MNT-SUB) = OUT-START-TIME
               AND MNT-OUTTAB-END(MNT-SUB) = OUT-END-TIME
               AND MNT-OUTTAB-CANVAS(MNT-SUB) = OUT-CANVAS-NAME
               MOVE MNT-SUB TO MNT-HIT-SUB
               MOVE 'Y' TO MNT-FOUND-SW
           END-IF.
      
       2520-EXIT.
           EXIT.
      
      ******************************************************************
      * 2550-VALIDATE-OUTAGE-KEY.
      *     THE DATE MUST BE ON THE CALENDAR (INTEGER-OF-DATE GIVES ZERO
      *     WHEN IT IS NOT) AND THE WINDOW FOLLOWS THE SCHEDULE FILE'S
      *     CLOCK RULES.  A WINDOW THAT STARTS WHERE IT ENDS COVERS
      *     NOTHING.  ALL OF IT IS KEY, SO A DELETE IS CHECKED TOO.
      ******************************************************************
       2550-VALIDATE-OUTAGE-KEY.
           IF OUT-DATE NOT NUMERIC
               MOVE "OUTAGE DATE NOT NUMERIC" TO MNT-REASON
               PERFORM 7200-FLAG-TRANS-BAD THRU 7200-EXIT
               GO TO 2550-EXIT
           END-IF.
           COMPUTE MNT-DAY-INT = FUNCTION INTEGER-OF-DATE(OUT-DATE).
           IF MNT-DAY-INT = 0
               MOVE "OUTAGE DATE NOT ON THE CALENDAR" TO MNT-REASON
               PERFORM 7200-FLAG-TRANS-BAD THRU 7200-EXIT
               GO TO 2550-EXIT
           END-IF.
      
           IF OUT-START-TIME NOT NUMERIC
               OR OUT-END-TIME NOT NUMERIC
               MOVE "OUTAGE WINDOW NOT NUMERIC" TO MNT-REASON
               PERFORM 7200-FLAG-TRANS-BAD THRU 7200-EXIT
               GO TO 2550-EXIT
           END-IF.
      
           DIVIDE OUT-START-TIME BY 100
               GIVING MNT-WK-HH REMAINDER MNT-WK-MM.
           IF MNT-WK-HH > 23 OR MNT-WK-MM > 59
               MOVE "OUTAGE WINDOW TIME OFF THE CLOCK" TO MNT-REASON
               PERFORM 7200-FLAG-TRANS-BAD THRU 7200-EXIT
               GO TO 2550-EXIT
           END-IF.
      
           DIVIDE OUT-END-TIME BY 100
               GIVING MNT-WK-HH REMAINDER MNT-WK-MM.
           IF MNT-WK-MM > 59
               OR (MNT-WK-HH > 23 AND OUT-END-TIME NOT = 2400)
               MOVE "OUTAGE WINDOW TIME OFF THE CLOCK" TO MNT-REASON
               PERFORM 7200-FLAG-TRANS-BAD THRU 7200-EXIT
               GO TO 2550-EXIT
           END-IF.
      
           IF OUT-START-TIME = OUT-END-TIME
               MOVE "OUTAGE WINDOW IS EMPTY" TO MNT-REASON
               PERFORM 7200-FLAG-TRANS-BAD THRU 7200-EXIT
           END-IF.
      
       2550-EXIT.
           EXIT.
      
      ******************************************************************
      * 2560-VALIDATE-OUTAGE-FIELDS.
      *     THE CANVAS REFERENCE IS CROSS-CHECKED ON THE FINISHED
      *     PICTURE; HERE ONLY THE RECORD'S OWN FIELDS.
      ******************************************************************
       2560-VALIDATE-OUTAGE-FIELDS.
           IF OUT-REASON = SPACES
               MOVE "OUTAGE REASON IS BLANK" TO MNT-REASON
               PERFORM 7200-FLAG-TRANS-BAD THRU 7200-EXIT
           END-IF.
      
       2560-EXIT.
           EXIT.
      
       2590-DELETE-OUTAGE.
           PERFORM 2595-SHIFT-ONE-OUTAGE THRU 2595-EXIT
               VARYING MNT-SHIFT-SUB FROM MNT-HIT-SUB BY 1
                   UNTIL MNT-SHIFT-SUB >= MNT-OUT-COUNT.
           SUBTRACT 1 FROM MNT-OUT-COUNT.
      
       2590-EXIT.
           EXIT.
      
       2595-SHIFT-ONE-OUTAGE.
           MOVE MNT-OUTAGE-ENTRY(MNT-SHIFT-SUB + 1) TO
               MNT-OUTAGE-ENTRY(MNT-SHIFT-SUB).
      
       2595-EXIT.
           EXIT.
      
      ******************************************************************
      * 2600-APPLY-ROSTER-TRANS.
      *     THE KEY IS THE OPERATOR ID.  THE CANVASES NAMED ARE
      *     CROSS-CHECKED ON THE FINISHED PICTURE (SEE 3500).
      ******************************************************************
       2600-APPLY-ROSTER-TRANS.
           MOVE MTX-IMAGE TO ROSTER-RECORD.
           MOVE ROS-OPERATOR-ID TO MNT-TRANS-KEY.
           IF ROS-OPERATOR-ID = SPACES
               MOVE "OPERATOR ID IS BLANK" TO MNT-REASON
               PERFORM 7200-FLAG-TRANS-BAD THRU 7200-EXIT
               GO TO 2600-EXIT
           END-IF.
      
           PERFORM 2610-FIND-OPERATOR THRU 2610-EXIT.
      
           EVALUATE TRUE
               WHEN MTX-IS-ADD
                   IF MNT-FOUND
                       MOVE "OPERATOR ALREADY ON THE ROSTER" TO
                           MNT-REASON
                       PERFORM 7200-FLAG-TRANS-BAD THRU 7200-EXIT
                   ELSE
                       PERFORM 2650-VALIDATE-OPERATOR THRU 2650-EXIT
                       IF NOT MNT-TRANS-BAD
                           IF MNT-ROS-COUNT < 100
                               ADD 1 TO MNT-ROS-COUNT
                               MOVE ROS-OPERATOR-ID TO
                                   MNT-ROSTAB-ID(MNT-ROS-COUNT)
                               MOVE ROSTER-RECORD TO
                                   MNT-ROSTAB-IMAGE(MNT-ROS-COUNT)
                           ELSE
                               MOVE "ROSTER TABLE FULL (100)" TO
                                   MNT-REASON
                               PERFORM 7200-FLAG-TRANS-BAD THRU
                                   7200-EXIT
                           END-IF
                       END-IF
                   END-IF
               WHEN MTX-IS-REPLACE
                   IF NOT MNT-FOUND
                       MOVE "OPERATOR NOT ON THE ROSTER" TO MNT-REASON
                       PERFORM 7200-FLAG-TRANS-BAD THRU 7200-EXIT
                   ELSE
                       PERFORM 2650-VALIDATE-OPERATOR THRU 2650-EXIT
                       IF NOT MNT-TRANS-BAD
                           MOVE ROSTER-RECORD TO
                               MNT-ROSTAB-IMAGE(MNT-HIT-SUB)
                       END-IF
                   END-IF
               WHEN MTX-IS-DELETE
                   IF NOT MNT-FOUND
                       MOVE "OPERATOR NOT ON THE ROSTER" TO MNT-REASON
                       PERFORM 7200-FLAG-TRANS-BAD THRU 7200-EXIT
                   ELSE
                       PERFORM 2690-DELETE-OPERATOR THRU 2690-EXIT
                   END-IF
           END-EVALUATE.
      
       2600-EXIT.
           EXIT.
      
       2610-FIND-OPERATOR.
           MOVE 'N' TO MNT-FOUND-SW.
           MOVE 0 TO MNT-HIT-SUB.
           PERFORM 2620-MATCH-ONE-OPERATOR THRU 2620-EXIT
               VARYING MNT-SUB FROM 1 BY 1
                   UNTIL MNT-SUB > MNT-ROS-COUNT
                       OR MNT-FOUND.
      
       2610-EXIT.
           EXIT.
      
       2620-MATCH-ONE-OPERATOR.
           IF MNT-ROSTAB-ID(MNT-SUB) = ROS-OPERATOR-ID
               MOVE 'Y' TO MNT-FOUND-SW
               MOVE MNT-SUB TO MNT-HIT-SUB
           END-IF.
      
       2620-EXIT.
           EXIT.
      
      ******************************************************************
      * 2650-VALIDATE-OPERATOR.
      *     SAME FIELD RULES AS PLUTO-PARMCK'S 6700 PARAGRAPH.
      ******************************************************************
       2650-VALIDATE-OPERATOR.
           IF ROS-OPERATOR-NAME = SPACES
               MOVE "OPERATOR NAME IS BLANK" TO MNT-REASON
               PERFORM 7200-FLAG-TRANS-BAD THRU 7200-EXIT
               GO TO 2650-EXIT
           END-IF.
      
           MOVE 0 TO MNT-PERMIT-COUNT.
           PERFORM 2660-CHECK-ONE-PERMIT THRU 2660-EXIT
               VARYING MNT-SLOT-SUB FROM 1 BY 1
                   UNTIL MNT-SLOT-SUB > 6
                       OR MNT-TRANS-BAD.
           IF MNT-TRANS-BAD
               GO TO 2650-EXIT
           END-IF.
           IF MNT-PERMIT-COUNT = 0
               MOVE "OPERATOR IS PERMITTED NO VERBS" TO MNT-REASON
               PERFORM 7200-FLAG-TRANS-BAD THRU 7200-EXIT
               GO TO 2650-EXIT
           END-IF.
      
           IF ROS-CANVAS(1) = SPACES
               MOVE "OPERATOR IS PERMITTED NO CANVASES" TO MNT-REASON
               PERFORM 7200-FLAG-TRANS-BAD THRU 7200-EXIT
           END-IF.
      
       2650-EXIT.
           EXIT.
      
       2660-CHECK-ONE-PERMIT.
           IF NOT ROS-PERMIT-VALID(MNT-SLOT-SUB)
               MOVE "VERB PERMIT FLAGS MUST BE Y OR N" TO MNT-REASON
               PERFORM 7200-FLAG-TRANS-BAD THRU 7200-EXIT
               GO TO 2660-EXIT
           END-IF.
           IF ROS-PERMIT-FLAG(MNT-SLOT-SUB) = 'Y'
               ADD 1 TO MNT-PERMIT-COUNT
           END-IF.
      
       2660-EXIT.
           EXIT.
      
       2690-DELETE-OPERATOR.
           PERFORM 2695-SHIFT-ONE-OPERATOR THRU 2695-EXIT
               VARYING MNT-SHIFT-SUB FROM MNT-HIT-SUB BY 1
                   UNTIL MNT-SHIFT-SUB >= MNT-ROS-COUNT.
           SUBTRACT 1 FROM MNT-ROS-COUNT.
      
       2690-EXIT.
           EXIT.
      
       2695-SHIFT-ONE-OPERATOR.
           MOVE MNT-ROSTER-ENTRY(MNT-SHIFT-SUB + 1) TO
               MNT-ROSTER-ENTRY(MNT-SHIFT-SUB).
      
       2695-EXIT.
           EXIT.
      
      ******************************************************************
009320* 3000-CROSS-CHECK-RESULT.
009330*     THE SAME CROSS-FILE RULES PLUTO-PARMCK ENFORCES, RUN OVER
009340*     THE FINISHED PICTURE -- DELETES AND ADDS IN THE SAME BATCH
009510     PERFORM 3300-CHECK-ONE-SCHED-REF THRU 3300-EXIT
009520         VARYING MNT-SUB FROM 1 BY 1
009530             UNTIL MNT-SUB > MNT-SCH-COUNT.
009531
009532     PERFORM 3400-CHECK-ONE-OUTAGE-REF THRU 3400-EXIT
009533         VARYING MNT-SUB FROM 1 BY 1
009534             UNTIL MNT-SUB > MNT-OUT-COUNT.
009535
009536     PERFORM 3500-CHECK-ONE-ROSTER-REF THRU 3500-EXIT
009537         VARYING MNT-SUB FROM 1 BY 1
009538             UNTIL MNT-SUB > MNT-ROS-COUNT.
009540
009550 3000-EXIT.
009560     EXIT.
010770     EXIT.
010780
010790******************************************************************
      * 3400-CHECK-ONE-OUTAGE-REF.
      *     AN OUTAGE NAMES A CANVAS ON THE PARM FILE OR 'ALL'.
      ******************************************************************
       3400-CHECK-ONE-OUTAGE-REF.
           MOVE MNT-OUTTAB-IMAGE(MNT-SUB) TO OUTAGE-RECORD.
           IF OUT-ALL-CANVASES
               GO TO 3400-EXIT
           END-IF.
      
           MOVE 'N' TO MNT-FOUND-SW.
           PERFORM 3410-MATCH-OUTAGE-CANVAS THRU 3410-EXIT
               VARYING MNT-SHIFT-SUB FROM 1 BY 1
                   UNTIL MNT-SHIFT-SUB > MNT-CANVAS-COUNT
                       OR MNT-FOUND.
           IF NOT MNT-FOUND
               MOVE SPACES TO MNT-MESSAGE
               STRING "ERROR: OUTAGE NAMES UNKNOWN CANVAS "
                   OUT-CANVAS-NAME " ON " OUTAGE-RECORD(1:8)
                   DELIMITED BY SIZE INTO MNT-MESSAGE
               PERFORM 7100-WRITE-CHECK-ERROR THRU 7100-EXIT
           END-IF.
      
       3400-EXIT.
           EXIT.
      
       3410-MATCH-OUTAGE-CANVAS.
           IF MNT-CVS-NAME(MNT-SHIFT-SUB) = OUT-CANVAS-NAME
               MOVE 'Y' TO MNT-FOUND-SW
           END-IF.
      
       3410-EXIT.
           EXIT.
      
      ******************************************************************
      * 3500-CHECK-ONE-ROSTER-REF.
      *     EVERY CANVAS AN OPERATOR IS CLEARED FOR IS ON THE PARM FILE
      *     OR IS 'ALL'.
      ******************************************************************
       3500-CHECK-ONE-ROSTER-REF.
           MOVE MNT-ROSTAB-IMAGE(MNT-SUB) TO ROSTER-RECORD.
           PERFORM 3510-CHECK-ONE-ROSTER-CANVAS THRU 3510-EXIT
               VARYING MNT-SLOT-SUB FROM 1 BY 1
                   UNTIL MNT-SLOT-SUB > 5.
      
       3500-EXIT.
           EXIT.
      
       3510-CHECK-ONE-ROSTER-CANVAS.
           IF ROS-CANVAS(MNT-SLOT-SUB) = SPACES
               OR ROS-CANVAS-IS-ALL(MNT-SLOT-SUB)
               GO TO 3510-EXIT
           END-IF.
      
           MOVE 'N' TO MNT-FOUND-SW.
           PERFORM 3520-MATCH-ROSTER-CANVAS THRU 3520-EXIT
               VARYING MNT-SHIFT-SUB FROM 1 BY 1
                   UNTIL MNT-SHIFT-SUB > MNT-CANVAS-COUNT
                       OR MNT-FOUND.
           IF NOT MNT-FOUND
               MOVE SPACES TO MNT-MESSAGE
               STRING "ERROR: OPERATOR " ROS-OPERATOR-ID
                   " IS CLEARED FOR UNKNOWN CANVAS "
                   ROS-CANVAS(MNT-SLOT-SUB)
                   DELIMITED BY SIZE INTO MNT-MESSAGE
               PERFORM 7100-WRITE-CHECK-ERROR THRU 7100-EXIT
           END-IF.
      
       3510-EXIT.
           EXIT.
      
       3520-MATCH-ROSTER-CANVAS.
           IF MNT-CVS-NAME(MNT-SHIFT-SUB) = ROS-CANVAS(MNT-SLOT-SUB)
               MOVE 'Y' TO MNT-FOUND-SW
           END-IF.
      
       3520-EXIT.
           EXIT.
      
      ******************************************************************
010800* 4000-WRITE-NEW-FILES.
010810*     BUILD EACH NEW FILE ON A WORK FILE, KEEP THE PRIOR VERSION
010820*     AS A BACKUP AND SWAP THE WORK FILE INTO PLACE -- THE SAME
011070             UNTIL MNT-SUB > MNT-SCH-COUNT.
011080     CLOSE SCHEDULE-WORK-FILE.
011090
           OPEN OUTPUT OUTAGE-WORK-FILE.
           PERFORM 4400-WRITE-ONE-OUTAGE THRU 4400-EXIT
               VARYING MNT-SUB FROM 1 BY 1
                   UNTIL MNT-SUB > MNT-OUT-COUNT.
           CLOSE OUTAGE-WORK-FILE.
      
           OPEN OUTPUT ROSTER-WORK-FILE.
           PERFORM 4450-WRITE-ONE-OPERATOR THRU 4450-EXIT
               VARYING MNT-SUB FROM 1 BY 1
                   UNTIL MNT-SUB > MNT-ROS-COUNT.
           CLOSE ROSTER-WORK-FILE.
      
011100     PERFORM 4500-SWAP-INTO-PLACE THRU 4500-EXIT.
011102     IF NOT MNT-SWAP-FAILED
011104         PERFORM 4700-SAVE-GENERATIONS THRU 4700-EXIT
011106     END-IF.
011110
011120 4000-EXIT.
011130     EXIT.
011300         MNT-SCHTAB-IMAGE(MNT-SUB).
011310
011320 4300-EXIT.
           EXIT.
      
       4400-WRITE-ONE-OUTAGE.
           WRITE OUTAGE-WORK-RECORD FROM
               MNT-OUTTAB-IMAGE(MNT-SUB).
      
       4400-EXIT.
           EXIT.
      
       4450-WRITE-ONE-OPERATOR.
           WRITE ROSTER-WORK-RECORD FROM
               MNT-ROSTAB-IMAGE(MNT-SUB).
      
       4450-EXIT.
011330     EXIT.
011340
011350******************************************************************
011560     MOVE "PLGRDSCH" TO MNT-LIVE-NAME.
011570     MOVE "PLGRDSCHB" TO MNT-BACK-NAME.
011580     MOVE "PLGRDSCHW" TO MNT-WORK-NAME.
           PERFORM 4600-SWAP-ONE-FILE THRU 4600-EXIT.
      
           MOVE "PLGRDOUT" TO MNT-LIVE-NAME.
           MOVE "PLGRDOUTB" TO MNT-BACK-NAME.
           MOVE "PLGRDOUTW" TO MNT-WORK-NAME.
           PERFORM 4600-SWAP-ONE-FILE THRU 4600-EXIT.
      
           MOVE "PLGRDROS" TO MNT-LIVE-NAME.
           MOVE "PLGRDROSB" TO MNT-BACK-NAME.
           MOVE "PLGRDROSW" TO MNT-WORK-NAME.
011590     PERFORM 4600-SWAP-ONE-FILE THRU 4600-EXIT.
011600
011610 4500-EXIT.
012050     EXIT.
012060
012070******************************************************************
      * 4700-SAVE-GENERATIONS.
      *     APPEND A NEW GENERATION OF EACH FILE THE BATCH CHANGED TO
      *     THE HISTORY FILE, READ BACK FROM THE FILE NOW LIVE.  A
      *     FILE WITH NO GENERATION YET FIRST GETS ITS PRIOR VERSION
      *     (FROM THE *B BACKUP JUST MADE) SAVED AS A 'PRIOR'
      *     GENERATION STAMPED ZERO, SO SHIFTS FROM BEFORE HISTORY
      *     BEGAN STILL RESOLVE.  THE BATCH HAS ALREADY LANDED, SO A
      *     HISTORY FILE THAT WILL NOT OPEN IS ONLY A WARNING.
      ******************************************************************
       4700-SAVE-GENERATIONS.
           PERFORM 4710-FIND-LAST-GENERATIONS THRU 4710-EXIT.
           ACCEPT MNT-GEN-TODAY FROM DATE YYYYMMDD.
           ACCEPT MNT-GEN-CLOCK FROM TIME.
      
           OPEN EXTEND CONFIG-HISTORY-FILE.
           IF NOT MNT-GEN-OK
               MOVE SPACES TO MNT-MESSAGE
               STRING "WARNING: HISTORY FILE PLGRDGEN WOULD NOT OPEN, "
                   "STATUS " MNT-GEN-STATUS " -- NO GENERATIONS SAVED"
                   DELIMITED BY SIZE INTO MNT-MESSAGE
               PERFORM 7000-WRITE-REPORT-LINE THRU 7000-EXIT
               MOVE 'Y' TO MNT-GEN-FAIL-SW
               GO TO 4700-EXIT
           END-IF.
      
           IF MNT-PRM-CHANGED
               MOVE "PARM" TO MNT-GEN-FILE
               MOVE MNT-GEN-LAST-PRM TO MNT-GEN-LAST
               MOVE "PLGRDPRM" TO MNT-LIVE-NAME
               MOVE "PLGRDPRMB" TO MNT-BACK-NAME
               PERFORM 4750-SAVE-ONE-FILE THRU 4750-EXIT
           END-IF.
           IF MNT-PAL-CHANGED
               MOVE "PALETTE" TO MNT-GEN-FILE
               MOVE MNT-GEN-LAST-PAL TO MNT-GEN-LAST
               MOVE "PLGRDPAL" TO MNT-LIVE-NAME
               MOVE "PLGRDPALB" TO MNT-BACK-NAME
               PERFORM 4750-SAVE-ONE-FILE THRU 4750-EXIT
           END-IF.
           IF MNT-SCH-CHANGED
               MOVE "SCHEDULE" TO MNT-GEN-FILE
               MOVE MNT-GEN-LAST-SCH TO MNT-GEN-LAST
               MOVE "PLGRDSCH" TO MNT-LIVE-NAME
               MOVE "PLGRDSCHB" TO MNT-BACK-NAME
               PERFORM 4750-SAVE-ONE-FILE THRU 4750-EXIT
           END-IF.
           IF MNT-OUT-CHANGED
               MOVE "OUTAGE" TO MNT-GEN-FILE
               MOVE MNT-GEN-LAST-OUT TO MNT-GEN-LAST
               MOVE "PLGRDOUT" TO MNT-LIVE-NAME
               MOVE "PLGRDOUTB" TO MNT-BACK-NAME
               PERFORM 4750-SAVE-ONE-FILE THRU 4750-EXIT
           END-IF.
           IF MNT-ROS-CHANGED
               MOVE "ROSTER" TO MNT-GEN-FILE
               MOVE MNT-GEN-LAST-ROS TO MNT-GEN-LAST
               MOVE "PLGRDROS" TO MNT-LIVE-NAME
               MOVE "PLGRDROSB" TO MNT-BACK-NAME
               PERFORM 4750-SAVE-ONE-FILE THRU 4750-EXIT
           END-IF.
      
           CLOSE CONFIG-HISTORY-FILE.
      
       4700-EXIT.
           EXIT.
      
      ******************************************************************
      * 4710-FIND-LAST-GENERATIONS.
      *     ONE PASS OVER THE HEADERS FOR THE HIGHEST GENERATION NUMBER
      *     OF EACH FILE.  NO HISTORY FILE YET LEAVES THEM ALL ZERO.
      ******************************************************************
       4710-FIND-LAST-GENERATIONS.
           OPEN INPUT CONFIG-HISTORY-FILE.
           IF MNT-GEN-OK
               PERFORM 4720-SCAN-ONE-HISTORY-REC THRU 4720-EXIT
                   UNTIL MNT-GEN-EOF
           END-IF.
           CLOSE CONFIG-HISTORY-FILE.
      
       4710-EXIT.
           EXIT.
      
       4720-SCAN-ONE-HISTORY-REC.
           READ CONFIG-HISTORY-FILE
               AT END
                   GO TO 4720-EXIT
           END-READ.
           IF NOT GEN-IS-HEADER
               GO TO 4720-EXIT
           END-IF.
           EVALUATE TRUE
               WHEN GEN-FILE-IS-PARM
                   IF GEN-NUMBER > MNT-GEN-LAST-PRM
                       MOVE GEN-NUMBER TO MNT-GEN-LAST-PRM
                   END-IF
               WHEN GEN-FILE-IS-PALETTE
                   IF GEN-NUMBER > MNT-GEN-LAST-PAL
                       MOVE GEN-NUMBER TO MNT-GEN-LAST-PAL
                   END-IF
               WHEN GEN-FILE-IS-SCHEDULE
                   IF GEN-NUMBER > MNT-GEN-LAST-SCH
                       MOVE GEN-NUMBER TO MNT-GEN-LAST-SCH
                   END-IF
               WHEN GEN-FILE-IS-OUTAGE
                   IF GEN-NUMBER > MNT-GEN-LAST-OUT
                       MOVE GEN-NUMBER TO MNT-GEN-LAST-OUT
                   END-IF
               WHEN GEN-FILE-IS-ROSTER
                   IF GEN-NUMBER > MNT-GEN-LAST-ROS
                       MOVE GEN-NUMBER TO MNT-GEN-LAST-ROS
                   END-IF
           END-EVALUATE.
      
       4720-EXIT.
           EXIT.
      
      ******************************************************************
      * 4750-SAVE-ONE-FILE.
      *     MNT-GEN-FILE, MNT-GEN-LAST, MNT-LIVE-NAME AND MNT-BACK-NAME
      *     ARE SET BY THE CALLER.
      ******************************************************************
       4750-SAVE-ONE-FILE.
           IF MNT-GEN-LAST = 0
               MOVE MNT-BACK-NAME TO MNT-GEN-SOURCE-NAME
               MOVE "PRIOR" TO MNT-GEN-SOURCE-TAG
               MOVE 0 TO MNT-GEN-STAMP-DATE
               MOVE 0 TO MNT-GEN-STAMP-TIME
               PERFORM 4760-COPY-ONE-GENERATION THRU 4760-EXIT
           END-IF.
      
           MOVE MNT-LIVE-NAME TO MNT-GEN-SOURCE-NAME.
           MOVE "MAINT" TO MNT-GEN-SOURCE-TAG.
           MOVE MNT-GEN-TODAY TO MNT-GEN-STAMP-DATE.
           DIVIDE MNT-GEN-CLOCK BY 100 GIVING MNT-GEN-STAMP-TIME.
           PERFORM 4760-COPY-ONE-GENERATION THRU 4760-EXIT.
      
       4750-EXIT.
           EXIT.
      
      ******************************************************************
      * 4760-COPY-ONE-GENERATION.
      *     COUNT THE SOURCE FILE'S RECORDS FOR THE HEADER, THEN COPY
      *     THEM BEHIND IT.  A MISSING SOURCE FILE IS AN EMPTY
      *     GENERATION.  A WRITE TO THE HISTORY FILE THAT FAILS STOPS
      *     THE COPY AND THE GENERATION IS REPORTED AS NOT SAVED.
      ******************************************************************
       4760-COPY-ONE-GENERATION.
           ADD 1 TO MNT-GEN-LAST.
           MOVE 'N' TO MNT-GEN-WRITE-SW.
      
           MOVE 0 TO MNT-GEN-RECORDS.
           OPEN INPUT GEN-SOURCE-FILE.
           IF MNT-GEN-SRC-OK
               PERFORM 4770-COUNT-ONE-SOURCE-REC THRU 4770-EXIT
                   UNTIL MNT-GEN-SRC-EOF
           END-IF.
           CLOSE GEN-SOURCE-FILE.
      
           MOVE SPACES TO GEN-RECORD.
           MOVE MNT-GEN-FILE TO GEN-FILE.
           MOVE MNT-GEN-LAST TO GEN-NUMBER.
           MOVE MNT-GEN-STAMP-DATE TO GEN-SAVED-DATE.
           MOVE MNT-GEN-STAMP-TIME TO GEN-SAVED-TIME.
           MOVE 'H' TO GEN-REC-TYPE.
           MOVE MNT-GEN-RECORDS TO GEN-HDR-RECORDS.
           MOVE MNT-GEN-SOURCE-TAG TO GEN-HDR-SOURCE.
           IF GEN-FROM-PRIOR
               MOVE "VERSION ON FILE BEFORE HISTORY WAS KEPT" TO
                   GEN-HDR-TEXT
           ELSE
               MOVE MNT-APPLIED-COUNT TO MNT-EDIT-COUNT
               STRING "BATCH OF " MNT-EDIT-COUNT " APPLIED TRANSACTIONS"
                   DELIMITED BY SIZE INTO GEN-HDR-TEXT
           END-IF.
           WRITE GEN-RECORD.
           IF NOT MNT-GEN-OK
               MOVE 'Y' TO MNT-GEN-WRITE-SW
           END-IF.
      
           IF NOT MNT-GEN-WRITE-BAD
               OPEN INPUT GEN-SOURCE-FILE
               IF MNT-GEN-SRC-OK
                   PERFORM 4780-COPY-ONE-SOURCE-REC THRU 4780-EXIT
                       UNTIL MNT-GEN-SRC-EOF
                           OR MNT-GEN-WRITE-BAD
               END-IF
               CLOSE GEN-SOURCE-FILE
           END-IF.
      
           IF MNT-GEN-WRITE-BAD
               MOVE SPACES TO MNT-MESSAGE
               STRING "WARNING: " MNT-GEN-FILE " GENERATION "
                   MNT-GEN-LAST " NOT SAVED, PLGRDGEN WRITE STATUS "
                   MNT-GEN-STATUS
                   DELIMITED BY SIZE INTO MNT-MESSAGE
               PERFORM 7000-WRITE-REPORT-LINE THRU 7000-EXIT
               MOVE 'Y' TO MNT-GEN-FAIL-SW
               GO TO 4760-EXIT
           END-IF.
           ADD 1 TO MNT-GEN-SAVED-COUNT.
           MOVE MNT-GEN-RECORDS TO MNT-EDIT-RECORDS.
           MOVE SPACES TO MNT-MESSAGE.
           STRING "SAVED:    " MNT-GEN-FILE " GENERATION " MNT-GEN-LAST
               " (" MNT-GEN-SOURCE-TAG ") FROM " MNT-GEN-SOURCE-NAME
               MNT-EDIT-RECORDS " RECORDS"
               DELIMITED BY SIZE INTO MNT-MESSAGE.
           PERFORM 7000-WRITE-REPORT-LINE THRU 7000-EXIT.
      
       4760-EXIT.
           EXIT.
      
       4770-COUNT-ONE-SOURCE-REC.
           READ GEN-SOURCE-FILE
               AT END
                   GO TO 4770-EXIT
           END-READ.
           ADD 1 TO MNT-GEN-RECORDS.
      
       4770-EXIT.
           EXIT.
      
       4780-COPY-ONE-SOURCE-REC.
           READ GEN-SOURCE-FILE
               AT END
                   GO TO 4780-EXIT
           END-READ.
           MOVE 'I' TO GEN-REC-TYPE.
           MOVE GEN-SOURCE-RECORD TO GEN-IMAGE.
           WRITE GEN-RECORD.
           IF NOT MNT-GEN-OK
               MOVE 'Y' TO MNT-GEN-WRITE-SW
           END-IF.
      
       4780-EXIT.
           EXIT.
      
      ******************************************************************
012080* 7000/7100/7200-REPORT AND REJECTION HELPERS.
012090******************************************************************
012100 7000-WRITE-REPORT-LINE.
012490         DELIMITED BY SIZE INTO MNT-MESSAGE.
012500     PERFORM 7000-WRITE-REPORT-LINE THRU 7000-EXIT.
012510
012511     IF NOT MNT-BATCH-BAD AND NOT MNT-SWAP-FAILED
012512         MOVE MNT-GEN-SAVED-COUNT TO MNT-EDIT-COUNT
012513         MOVE SPACES TO MNT-MESSAGE
012514         STRING "GENERATIONS SAVED ON PLGRDGEN . . . . . "
012515             MNT-EDIT-COUNT
012516             DELIMITED BY SIZE INTO MNT-MESSAGE
012517         PERFORM 7000-WRITE-REPORT-LINE THRU 7000-EXIT
012518     END-IF.
012519
012520     MOVE SPACES TO MNT-MESSAGE.
012530     EVALUATE TRUE
012540         WHEN MNT-SWAP-FAILED
012580         WHEN MNT-BATCH-BAD
012590             MOVE "BATCH REJECTED -- LIVE FILES NOT TOUCHED" TO
012600                 MNT-MESSAGE
012602         WHEN MNT-GEN-FAILED
012604             STRING "BATCH APPLIED -- BUT GENERATIONS NOT SAVED, "
012606                 "SEE WARNING"
012608                 DELIMITED BY SIZE INTO MNT-MESSAGE
012610         WHEN OTHER
012620             MOVE "BATCH APPLIED -- PRIOR VERSIONS KEPT AS *B"
012630                 TO MNT-MESSAGE
012700
012710******************************************************************
012720* 9000-TERMINATE.
012730*     RETURN CODE 8 TELLS THE SCHEDULER THE BATCH DID NOT LAND;
012735*     4 THAT IT LANDED BUT THE HISTORY FILE MISSED IT.
012740******************************************************************
012750 9000-TERMINATE.
012760     CLOSE MAINT-REPORT-FILE.
012770     IF MNT-BATCH-BAD OR MNT-SWAP-FAILED
012780         MOVE 8 TO RETURN-CODE
012782     ELSE
012784         IF MNT-GEN-FAILED
012786             MOVE 4 TO RETURN-CODE
012788         END-IF
012790     END-IF.
012800
012810 9000-EXIT.
