000230*       - THAT EVERY PLGRDCKP RECORD NAMES A CANVAS THE PARM
000240*         FILE KNOWS ABOUT;
000250*       - EVERY PLGRDSCH RECORD (CANVAS KNOWN, WINDOW TIMES ON
000260*         THE CLOCK, PALETTE KNOWN OR SPACES, STEP NUMERIC);
000261*       - EVERY PLGRDOUT PLANNED-OUTAGE RECORD (CANVAS KNOWN OR
000262*         'ALL', DATE ON THE CALENDAR, WINDOW TIMES ON THE CLOCK
000263*         AND NOT EMPTY, REASON GIVEN);
000264*       - EVERY PLGRDROS OPERATOR ROSTER RECORD (ID AND NAME
000265*         GIVEN, NO DUPLICATE IDS, VERB FLAGS Y OR N WITH AT
000266*         LEAST ONE Y, CANVASES KNOWN OR 'ALL').
000270*
000280*     A PASS/FAIL REPORT IS WRITTEN TO PLPCKRPT AND THE RETURN
000290*     CODE IS SET TO 8 WHEN ANY ERROR IS FOUND, SO THE SCHEDULER
000300*     CAN HOLD THE RENDER JOB INSTEAD OF LETTING IT START
000310*     DEGRADED.  A MISSING PARAMETER FILE IS REPORTED AS AN
000320*     ERROR -- THE PRODUCTION WALL IS NEVER MEANT TO RUN ON THE
000330*     BUILT-IN DEFAULTS.  A MISSING CHECKPOINT, SCHEDULE OR
000340*     OUTAGE FILE IS NORMAL AND PASSES.  A MISSING ROSTER PASSES
000343*     WITH A WARNING LINE -- THE WALL WILL RUN, BUT WILL REFUSE
000346*     EVERY OPERATOR COMMAND.
000350*
000360* MODIFICATION HISTORY.
000370*     DATE       BY   DESCRIPTION
000480*     2026-09-03 RSH  CHECK THE HEADER FADE LENGTH AND THE
000490*                     PATTERN TYPES ON THE CANVAS DETAIL, THE
000500*                     SCHEDULE AND THE CHECKPOINT RECORDS.
000502*     2026-10-14 RSH  VALIDATE THE NEW PLANNED-OUTAGE CALENDAR
000504*                     (PLGRDOUT) THE SAME WAY AS THE SCHEDULE.
000506*     2026-10-15 RSH  VALIDATE THE NEW OPERATOR ROSTER (PLGRDROS).
000510******************************************************************
000520 IDENTIFICATION DIVISION.
000530 PROGRAM-ID. PLUTO-PARMCK.
000750         ORGANIZATION IS LINE SEQUENTIAL
000760         FILE STATUS IS PCK-SCHED-STATUS.
000770
000771     SELECT OPTIONAL OUTAGE-FILE ASSIGN TO "PLGRDOUT"
000772         ORGANIZATION IS LINE SEQUENTIAL
000773         FILE STATUS IS PCK-OUTAGE-STATUS.
000774
000775     SELECT OPTIONAL ROSTER-FILE ASSIGN TO "PLGRDROS"
000776         ORGANIZATION IS LINE SEQUENTIAL
000777         FILE STATUS IS PCK-ROSTER-STATUS.
000778
000780     SELECT CHECK-REPORT-FILE ASSIGN TO "PLPCKRPT"
000790         ORGANIZATION IS LINE SEQUENTIAL
000800         FILE STATUS IS PCK-RPT-STATUS.
000970     RECORDING MODE IS F.
000980 COPY PLGRDSCH.
000990
000991 FD  OUTAGE-FILE
000992     RECORDING MODE IS F.
000993 COPY PLGRDOUT.
000994
000995 FD  ROSTER-FILE
000996     RECORDING MODE IS F.
000997 COPY PLGRDROS.
000998
001000 FD  CHECK-REPORT-FILE
001010     RECORDING MODE IS F.
001020 01  CHECK-REPORT-RECORD             PIC X(80).
001170 77  PCK-SCHED-STATUS               PIC X(02).
001180     88  PCK-SCHED-OK                    VALUE '00'.
001190     88  PCK-SCHED-EOF                   VALUE '10'.
001191 77  PCK-OUTAGE-STATUS              PIC X(02).
001192     88  PCK-OUTAGE-OK                   VALUE '00'.
001193     88  PCK-OUTAGE-EOF                  VALUE '10'.
001194 77  PCK-ROSTER-STATUS              PIC X(02).
001195     88  PCK-ROSTER-OK                   VALUE '00'.
001196     88  PCK-ROSTER-EOF                  VALUE '10'.
001200 77  PCK-RPT-STATUS                 PIC X(02).
001210
001220 77  PCK-ERROR-COUNT                PIC 9(05) COMP VALUE 0.
001290 77  PCK-WK-HH                      PIC 9(02).
001300 77  PCK-WK-MM                      PIC 9(02).
001310 77  PCK-BANNER-CANVAS              PIC X(08) VALUE SPACES.
001311 77  PCK-DAY-INT                    PIC 9(08) COMP.
001312 77  PCK-SLOT-IDX                   PIC 9(02) COMP.
001313 77  PCK-PERMIT-COUNT               PIC 9(02) COMP.
001314 77  PCK-BAD-PERMIT-SW              PIC X(01).
001315     88  PCK-BAD-PERMIT                  VALUE 'Y'.
001320
001330******************************************************************
001340* PALETTE NAME TABLE BUILT FROM PLGRDPAL, THEN USED TO CONFIRM
001550         10  PCK-CANVAS-NAME              PIC X(08).
001560
001570******************************************************************
      * OPERATOR ID TABLE BUILT AS THE ROSTER IS READ, TO CATCH AN ID
      * ON FILE TWICE.
      ******************************************************************
       01  PCK-OPERATOR-COUNT              PIC 9(03) VALUE 0.
      
       01  PCK-OPERATOR-TABLE.
           05  PCK-OPERATOR-ENTRY OCCURS 1 TO 100 TIMES
                   DEPENDING ON PCK-OPERATOR-COUNT
                   INDEXED BY PCK-OPERATOR-IDX.
               10  PCK-OPERATOR-ID              PIC X(08).
      
      ******************************************************************
001580* REPORT LINE WORK AREA.
001590******************************************************************
001600 01  PCK-MESSAGE                     PIC X(80).
001690     PERFORM 3000-CHECK-PARM-FILE THRU 3000-EXIT.
001700     PERFORM 4000-CHECK-CHECKPOINT-FILE THRU 4000-EXIT.
001710     PERFORM 5000-CHECK-SCHEDULE-FILE THRU 5000-EXIT.
001713     PERFORM 6000-CHECK-OUTAGE-FILE THRU 6000-EXIT.
001716     PERFORM 6500-CHECK-ROSTER-FILE THRU 6500-EXIT.
001720     PERFORM 8000-WRITE-SUMMARY THRU 8000-EXIT.
001730     PERFORM 9000-TERMINATE THRU 9000-EXIT.
001740     STOP RUN.
008030     EXIT.
008040
008050******************************************************************
      * 6000-CHECK-OUTAGE-FILE.
      *     THE PLANNED-OUTAGE CALENDAR IS OPERATOR-MAINTAINED LIKE THE
      *     SCHEDULE; A BAD RECORD WOULD SILENTLY EXCUSE NOTHING (OR
      *     THE WRONG NIGHT), SO IT IS CHECKED HERE.  NO FILE PASSES.
      ******************************************************************
       6000-CHECK-OUTAGE-FILE.
           OPEN INPUT OUTAGE-FILE.
           IF PCK-OUTAGE-OK
               PERFORM 6100-CHECK-ONE-OUTAGE THRU 6100-EXIT
                   UNTIL PCK-OUTAGE-EOF
           END-IF.
           CLOSE OUTAGE-FILE.
      
       6000-EXIT.
           EXIT.
      
       6100-CHECK-ONE-OUTAGE.
           READ OUTAGE-FILE.
           IF PCK-OUTAGE-OK
               PERFORM 6200-VALIDATE-OUTAGE-REC THRU 6200-EXIT
           END-IF.
      
       6100-EXIT.
           EXIT.
      
       6200-VALIDATE-OUTAGE-REC.
           IF NOT OUT-ALL-CANVASES
               MOVE 'N' TO PCK-FOUND-SW
               PERFORM 6210-MATCH-OUTAGE-CANVAS THRU 6210-EXIT
                   VARYING PCK-SEARCH-IDX FROM 1 BY 1
                       UNTIL PCK-SEARCH-IDX > PCK-CANVAS-COUNT
                           OR PCK-FOUND
               IF NOT PCK-FOUND
                   MOVE SPACES TO PCK-MESSAGE
                   STRING "ERROR: OUTAGE NAMES UNKNOWN CANVAS "
                       OUT-CANVAS-NAME
                       DELIMITED BY SIZE INTO PCK-MESSAGE
                   PERFORM 7100-WRITE-ERROR-LINE THRU 7100-EXIT
               END-IF
           END-IF.
      
           IF OUT-DATE NOT NUMERIC
               MOVE 0 TO PCK-DAY-INT
           ELSE
               COMPUTE PCK-DAY-INT = FUNCTION INTEGER-OF-DATE(OUT-DATE)
           END-IF.
           IF PCK-DAY-INT = 0
               MOVE SPACES TO PCK-MESSAGE
               STRING "ERROR: OUTAGE DATE NOT A CALENDAR DATE FOR "
                   OUT-CANVAS-NAME
                   DELIMITED BY SIZE INTO PCK-MESSAGE
               PERFORM 7100-WRITE-ERROR-LINE THRU 7100-EXIT
           END-IF.
      
           PERFORM 6300-CHECK-OUTAGE-WINDOW THRU 6300-EXIT.
      
           IF OUT-REASON = SPACES
               MOVE SPACES TO PCK-MESSAGE
               STRING "ERROR: OUTAGE REASON IS BLANK FOR "
                   OUT-CANVAS-NAME
                   DELIMITED BY SIZE INTO PCK-MESSAGE
               PERFORM 7100-WRITE-ERROR-LINE THRU 7100-EXIT
           END-IF.
      
       6200-EXIT.
           EXIT.
      
       6210-MATCH-OUTAGE-CANVAS.
           IF PCK-CANVAS-NAME(PCK-SEARCH-IDX) = OUT-CANVAS-NAME
               MOVE 'Y' TO PCK-FOUND-SW
           END-IF.
      
       6210-EXIT.
           EXIT.
      
      ******************************************************************
      * 6300-CHECK-OUTAGE-WINDOW.
      *     THE SCHEDULE'S CLOCK RULES (SEE 5300), PLUS A WINDOW THAT
      *     STARTS WHERE IT ENDS IS REPORTED -- IT COVERS NOTHING.
      ******************************************************************
       6300-CHECK-OUTAGE-WINDOW.
           IF OUT-START-TIME NOT NUMERIC
               OR OUT-END-TIME NOT NUMERIC
               MOVE SPACES TO PCK-MESSAGE
               STRING "ERROR: OUTAGE WINDOW NOT NUMERIC FOR "
                   OUT-CANVAS-NAME
                   DELIMITED BY SIZE INTO PCK-MESSAGE
               PERFORM 7100-WRITE-ERROR-LINE THRU 7100-EXIT
               GO TO 6300-EXIT
           END-IF.
      
           DIVIDE OUT-START-TIME BY 100
               GIVING PCK-WK-HH REMAINDER PCK-WK-MM.
           IF PCK-WK-HH > 23 OR PCK-WK-MM > 59
               PERFORM 6310-REPORT-BAD-OUTAGE-WINDOW THRU 6310-EXIT
               GO TO 6300-EXIT
           END-IF.
      
           DIVIDE OUT-END-TIME BY 100
               GIVING PCK-WK-HH REMAINDER PCK-WK-MM.
           IF PCK-WK-MM > 59
               OR (PCK-WK-HH > 23 AND OUT-END-TIME NOT = 2400)
               PERFORM 6310-REPORT-BAD-OUTAGE-WINDOW THRU 6310-EXIT
               GO TO 6300-EXIT
           END-IF.
      
           IF OUT-START-TIME = OUT-END-TIME
               MOVE SPACES TO PCK-MESSAGE
               STRING "ERROR: OUTAGE WINDOW IS EMPTY FOR "
                   OUT-CANVAS-NAME
                   DELIMITED BY SIZE INTO PCK-MESSAGE
               PERFORM 7100-WRITE-ERROR-LINE THRU 7100-EXIT
           END-IF.
      
       6300-EXIT.
           EXIT.
      
       6310-REPORT-BAD-OUTAGE-WINDOW.
           MOVE SPACES TO PCK-MESSAGE.
           STRING "ERROR: OUTAGE WINDOW TIME OFF THE CLOCK FOR "
               OUT-CANVAS-NAME
               DELIMITED BY SIZE INTO PCK-MESSAGE.
           PERFORM 7100-WRITE-ERROR-LINE THRU 7100-EXIT.
      
       6310-EXIT.
           EXIT.
      
      ******************************************************************
      * 6500-CHECK-ROSTER-FILE.
      *     PLUTO-GRADIENT REFUSES EVERY COMMAND FROM AN OPERATOR NOT
      *     ON THE ROSTER, SO A BAD OR MISSING ROSTER LOCKS THE FLOOR
      *     OUT OF THE WALL.  NO FILE IS ONLY A WARNING -- NOT EVERY
      *     SITE TAKES COMMANDS.
      ******************************************************************
       6500-CHECK-ROSTER-FILE.
           OPEN INPUT ROSTER-FILE.
           IF PCK-ROSTER-OK
               PERFORM 6600-CHECK-ONE-OPERATOR THRU 6600-EXIT
                   UNTIL PCK-ROSTER-EOF
           END-IF.
           CLOSE ROSTER-FILE.
           IF PCK-OPERATOR-COUNT = 0
               MOVE "WARNING: NO OPERATOR ROSTER - COMMANDS REFUSED"
                   TO PCK-MESSAGE
               PERFORM 7000-WRITE-REPORT-LINE THRU 7000-EXIT
           END-IF.
      
       6500-EXIT.
           EXIT.
      
       6600-CHECK-ONE-OPERATOR.
           READ ROSTER-FILE.
           IF PCK-ROSTER-OK
               PERFORM 6700-VALIDATE-OPERATOR-REC THRU 6700-EXIT
           END-IF.
      
       6600-EXIT.
           EXIT.
      
       6700-VALIDATE-OPERATOR-REC.
           IF ROS-OPERATOR-ID = SPACES
               MOVE "ERROR: ROSTER RECORD WITH A BLANK OPERATOR ID"
                   TO PCK-MESSAGE
               PERFORM 7100-WRITE-ERROR-LINE THRU 7100-EXIT
               GO TO 6700-EXIT
           END-IF.
      
           MOVE 'N' TO PCK-FOUND-SW.
           PERFORM 6740-MATCH-OPERATOR-ID THRU 6740-EXIT
               VARYING PCK-OPERATOR-IDX FROM 1 BY 1
                   UNTIL PCK-OPERATOR-IDX > PCK-OPERATOR-COUNT
                       OR PCK-FOUND.
           IF PCK-FOUND
               MOVE SPACES TO PCK-MESSAGE
               STRING "ERROR: DUPLICATE OPERATOR ID "
                   ROS-OPERATOR-ID
                   DELIMITED BY SIZE INTO PCK-MESSAGE
               PERFORM 7100-WRITE-ERROR-LINE THRU 7100-EXIT
           END-IF.
           IF PCK-OPERATOR-COUNT < 100
               ADD 1 TO PCK-OPERATOR-COUNT
               MOVE ROS-OPERATOR-ID TO
                   PCK-OPERATOR-ID(PCK-OPERATOR-COUNT)
           END-IF.
      
           IF ROS-OPERATOR-NAME = SPACES
               MOVE SPACES TO PCK-MESSAGE
               STRING "ERROR: OPERATOR NAME IS BLANK FOR "
                   ROS-OPERATOR-ID
                   DELIMITED BY SIZE INTO PCK-MESSAGE
               PERFORM 7100-WRITE-ERROR-LINE THRU 7100-EXIT
           END-IF.
      
           MOVE 0 TO PCK-PERMIT-COUNT.
           MOVE 'N' TO PCK-BAD-PERMIT-SW.
           PERFORM 6710-CHECK-ONE-PERMIT THRU 6710-EXIT
               VARYING PCK-SLOT-IDX FROM 1 BY 1
                   UNTIL PCK-SLOT-IDX > 6.
           IF PCK-BAD-PERMIT
               MOVE SPACES TO PCK-MESSAGE
               STRING "ERROR: VERB FLAGS NOT ALL Y OR N FOR "
                   ROS-OPERATOR-ID
                   DELIMITED BY SIZE INTO PCK-MESSAGE
               PERFORM 7100-WRITE-ERROR-LINE THRU 7100-EXIT
           ELSE
               IF PCK-PERMIT-COUNT = 0
                   MOVE SPACES TO PCK-MESSAGE
                   STRING "ERROR: NO VERB PERMITTED FOR "
                       ROS-OPERATOR-ID
                       DELIMITED BY SIZE INTO PCK-MESSAGE
                   PERFORM 7100-WRITE-ERROR-LINE THRU 7100-EXIT
               END-IF
           END-IF.
      
           IF ROS-CANVAS(1) = SPACES
               MOVE SPACES TO PCK-MESSAGE
               STRING "ERROR: NO CANVAS PERMITTED FOR "
                   ROS-OPERATOR-ID
                   DELIMITED BY SIZE INTO PCK-MESSAGE
               PERFORM 7100-WRITE-ERROR-LINE THRU 7100-EXIT
           END-IF.
           PERFORM 6720-CHECK-ROSTER-CANVAS THRU 6720-EXIT
               VARYING PCK-SLOT-IDX FROM 1 BY 1
                   UNTIL PCK-SLOT-IDX > 5.
      
       6700-EXIT.
           EXIT.
      
       6710-CHECK-ONE-PERMIT.
           IF NOT ROS-PERMIT-VALID(PCK-SLOT-IDX)
               MOVE 'Y' TO PCK-BAD-PERMIT-SW
           END-IF.
           IF ROS-PERMIT-FLAG(PCK-SLOT-IDX) = 'Y'
               ADD 1 TO PCK-PERMIT-COUNT
           END-IF.
      
       6710-EXIT.
           EXIT.
      
       6720-CHECK-ROSTER-CANVAS.
           IF ROS-CANVAS(PCK-SLOT-IDX) = SPACES
               OR ROS-CANVAS-IS-ALL(PCK-SLOT-IDX)
               GO TO 6720-EXIT
           END-IF.
           MOVE 'N' TO PCK-FOUND-SW.
           PERFORM 6730-MATCH-ROSTER-CANVAS THRU 6730-EXIT
               VARYING PCK-SEARCH-IDX FROM 1 BY 1
                   UNTIL PCK-SEARCH-IDX > PCK-CANVAS-COUNT
                       OR PCK-FOUND.
           IF NOT PCK-FOUND
               MOVE SPACES TO PCK-MESSAGE
               STRING "ERROR: OPERATOR " ROS-OPERATOR-ID
                   " NAMES UNKNOWN CANVAS " ROS-CANVAS(PCK-SLOT-IDX)
                   DELIMITED BY SIZE INTO PCK-MESSAGE
               PERFORM 7100-WRITE-ERROR-LINE THRU 7100-EXIT
           END-IF.
      
       6720-EXIT.
           EXIT.
      
       6730-MATCH-ROSTER-CANVAS.
           IF PCK-CANVAS-NAME(PCK-SEARCH-IDX) = ROS-CANVAS(PCK-SLOT-IDX)
               MOVE 'Y' TO PCK-FOUND-SW
           END-IF.
      
       6730-EXIT.
           EXIT.
      
       6740-MATCH-OPERATOR-ID.
           IF PCK-OPERATOR-ID(PCK-OPERATOR-IDX) = ROS-OPERATOR-ID
               MOVE 'Y' TO PCK-FOUND-SW
           END-IF.
      
       6740-EXIT.
           EXIT.
      
      ******************************************************************
008060* 7000/7100-REPORT LINE WRITERS.
008070******************************************************************
008080 7000-WRITE-REPORT-LINE.
