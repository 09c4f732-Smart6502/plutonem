000310*     PLGRDWST FLAG FILE, WHICH IS CONSUMED LIKE THE RENDER
000320*     JOB'S OWN STOP FLAG.
000330*
      *     NO STALL IS RAISED FOR A CANVAS WHILE THE WALL CLOCK IS
      *     INSIDE ONE OF ITS PLANNED-OUTAGE WINDOWS (PLGRDOUT, RE-READ
      *     EVERY POLL SO A LATE ADDITION IS PICKED UP), AND WHEN A
      *     WINDOW ENDS THE STALL CLOCK RUNS FROM THE END OF THE WINDOW
      *     RATHER THAN FROM THE LAST FRAME BEFORE THE POWER WENT OFF.
      *
      *     EVERY POLL ALSO RE-READS THE ALERT FILE.  AN ALERT STILL
      *     UNACKNOWLEDGED AFTER THE ESCALATION LIMIT (THE THIRD PARM,
      *     IN MINUTES, DEFAULT 30: 'PLUTO-WATCH 5 60 30') IS RE-RAISED
      *     ONCE AS AN ESCALATE ALERT NAMING THE ORIGINAL, WITH ITS OWN
      *     CONSOLE MESSAGE; PLUTO-GRADIENT PUTS ESCALATIONS ON THE TOP
      *     BANNER LINE.
      *
000340* MODIFICATION HISTORY.
000350*     DATE       BY   DESCRIPTION
000360*     ---------- ---- ----------------------------------------
000466*                     GRADIENT, WHICH NOW SHOWS UNACKNOWLEDGED
000468*                     ALERTS ON THE WALL BANNER; A NEW TRAILING
000469*                     FLAG BYTE CARRIES THE OPERATOR ACK.
      *     2026-10-14 RSH  SUPPRESS STALL ALERTS INSIDE A PLANNED-
      *                     OUTAGE WINDOW FROM THE NEW PLGRDOUT
      *                     CALENDAR AND RESTART THE STALL CLOCK AT
      *                     THE END OF THE WINDOW.
      *     2026-10-15 RSH  RE-RAISE ALERTS LEFT UNACKNOWLEDGED PAST
      *                     THE NEW ESCALATION-LIMIT PARM AS ESCALATE
      *                     ALERTS WITH THEIR OWN CONSOLE MESSAGE.
      *                     ALERT RECORD NOW 100 BYTES (ACK STAMP).
000470******************************************************************
000480 IDENTIFICATION DIVISION.
000490 PROGRAM-ID. PLUTO-WATCH.
000680         ORGANIZATION IS LINE SEQUENTIAL
000690         FILE STATUS IS WATCH-STOP-STATUS.
000700
000702     SELECT OPTIONAL OUTAGE-FILE ASSIGN TO "PLGRDOUT"
000704         ORGANIZATION IS LINE SEQUENTIAL
000706         FILE STATUS IS WATCH-OUT-STATUS.
000708
000710 DATA DIVISION.
000720 FILE SECTION.
000730 FD  RENDER-LOG-FILE
000760
000770 FD  ALERT-FILE
000780     RECORDING MODE IS F.
000790 01  ALERT-FILE-RECORD               PIC X(100).
000800
000810 FD  WATCH-STOP-FILE
000820     RECORDING MODE IS F.
000830 01  WATCH-STOP-RECORD               PIC X(80).
000832
000834 FD  OUTAGE-FILE
000836     RECORDING MODE IS F.
000838 COPY PLGRDOUT.
000840
000850 WORKING-STORAGE SECTION.
000860******************************************************************
000900     88  WATCH-LOG-OK                    VALUE '00'.
000910     88  WATCH-LOG-EOF                   VALUE '10'.
000920 77  WATCH-ALERT-STATUS             PIC X(02).
000923     88  WATCH-ALERT-OK                  VALUE '00'.
000926     88  WATCH-ALERT-EOF                 VALUE '10'.
000930 77  WATCH-STOP-STATUS              PIC X(02).
000940     88  WATCH-STOP-PRESENT              VALUE '00'.
000942 77  WATCH-OUT-STATUS               PIC X(02).
000944     88  WATCH-OUT-OK                    VALUE '00'.
000946     88  WATCH-OUT-EOF                   VALUE '10'.
000950
000960 77  WATCH-END-SW                   PIC X(01) VALUE 'N'.
000970     88  WATCH-ENDED                      VALUE 'Y'.
001050
001060******************************************************************
001070* OPERATOR PARMS: STALL LIMIT IN MINUTES, POLL INTERVAL IN
001080* SECONDS, ESCALATION LIMIT IN MINUTES.  THE WRAP-STORM
001085* THRESHOLD IS FIXED -- THREE OR MORE
001090* NEW WRAPS IN ONE POLL INTERVAL HAS BEEN THE INCIDENT
001100* SIGNATURE BOTH TIMES.
001110******************************************************************
001120 77  WATCH-CMDLINE-PARM             PIC X(40).
001130 01  WATCH-PARM-TOKEN-1             PIC X(05) JUSTIFIED RIGHT.
001140 01  WATCH-PARM-TOKEN-2             PIC X(05) JUSTIFIED RIGHT.
001145 01  WATCH-PARM-TOKEN-3             PIC X(05) JUSTIFIED RIGHT.
001150 77  WATCH-STALL-MINUTES            PIC 9(05) VALUE 5.
001160 77  WATCH-POLL-SECS                PIC 9(05) VALUE 60.
001170 77  WATCH-STALL-LIMIT-SECS         PIC 9(08) COMP.
001173 77  WATCH-ESCALATE-MINUTES         PIC 9(05) VALUE 30.
001176 77  WATCH-ESCALATE-LIMIT-SECS      PIC 9(08) COMP.
001180 77  WATCH-WRAP-STORM-LIMIT         PIC 9(02) COMP VALUE 3.
001190
001200******************************************************************
001600 77  WATCH-DELTA                    PIC 9(08) COMP.
001610
001620******************************************************************
      * PLANNED-OUTAGE WINDOWS FROM PLGRDOUT, RELOADED EVERY POLL.  THE
      * WINDOW ENDS ARE HELD AS YYYYMMDDHHMM STAMPS WITH A MIDNIGHT-
      * SPANNING WINDOW'S END ALREADY MOVED TO THE NEXT DAY, SO ONE
      * NUMERIC COMPARE PLACES THE WALL CLOCK INSIDE OR OUTSIDE IT.
      ******************************************************************
       01  WATCH-OUTAGE-COUNT              PIC 9(03) VALUE 0.
      
       01  WATCH-OUTAGE-TABLE.
           05  WATCH-OUTAGE-ENTRY OCCURS 1 TO 100 TIMES
                   DEPENDING ON WATCH-OUTAGE-COUNT
                   INDEXED BY WATCH-OUTAGE-IDX.
               10  WATCH-OUT-CANVAS             PIC X(08).
               10  WATCH-OUT-FROM               PIC 9(12).
               10  WATCH-OUT-TO                 PIC 9(12).
      
       77  WATCH-IN-OUTAGE-SW             PIC X(01).
           88  WATCH-IN-OUTAGE                  VALUE 'Y'.
       77  WATCH-NOW-STAMP                PIC 9(12).
       77  WATCH-FRAME-STAMP              PIC 9(12).
       77  WATCH-OUT-END-STAMP            PIC 9(12).
       77  WATCH-CLOCK-DATE               PIC 9(08).
       77  WATCH-DAY-INT                  PIC 9(08) COMP.
       77  WATCH-NEXT-DATE                PIC 9(08).
      
      ******************************************************************
      * OPEN ALERTS FROM PLGRDALR, REBUILT EVERY POLL FOR THE
      * ESCALATION CHECK.  AN ENTRY IS MARKED ESCALATED WHEN AN
      * ESCALATE RECORD NAMING IT IS ALREADY ON FILE.  AGES ARE
      * ABSOLUTE SECOND COUNTS (DAY NUMBER TIMES 86400 PLUS SECONDS
      * INTO THE DAY) SINCE AN ALERT CAN SIT ACROSS SEVERAL NIGHTS.
      ******************************************************************
       01  WATCH-OPEN-COUNT                PIC 9(03) VALUE 0.
      
       01  WATCH-OPEN-TABLE.
           05  WATCH-OPEN-ENTRY OCCURS 1 TO 200 TIMES
                   DEPENDING ON WATCH-OPEN-COUNT
                   INDEXED BY WATCH-OPEN-IDX.
               10  WATCH-OPEN-CANVAS            PIC X(08).
               10  WATCH-OPEN-TYPE              PIC X(08).
               10  WATCH-OPEN-DATE              PIC 9(08).
               10  WATCH-OPEN-TIME              PIC 9(08).
               10  WATCH-OPEN-ESCALATED-SW      PIC X(01).
                   88  WATCH-OPEN-ESCALATED         VALUE 'Y'.
      
       77  WATCH-END-OF-ALERTS-SW         PIC X(01).
           88  WATCH-END-OF-ALERTS              VALUE 'Y'.
       77  WATCH-NOW-ABS-SECS             PIC 9(12) COMP.
       77  WATCH-ALERT-ABS-SECS           PIC 9(12) COMP.
       77  WATCH-ALERT-AGE-SECS           PIC S9(12) COMP.
      
      ******************************************************************
001630* ALERT RECORD (SEE PLGRDALR) AND EDIT FIELDS.  THE RECORD AREA
001640* IS BLANKED ONCE AT STARTUP SO THE SEPARATOR BYTES STAY SPACES.
001650******************************************************************
001990     IF WATCH-CMDLINE-PARM NOT = SPACES
002000         UNSTRING WATCH-CMDLINE-PARM DELIMITED BY ALL ' '
002010             INTO WATCH-PARM-TOKEN-1 WATCH-PARM-TOKEN-2
002015                 WATCH-PARM-TOKEN-3
002020         PERFORM 1100-APPLY-MINUTES-PARM THRU 1100-EXIT
002030         PERFORM 1200-APPLY-POLL-PARM THRU 1200-EXIT
002035         PERFORM 1300-APPLY-ESCALATE-PARM THRU 1300-EXIT
002040     END-IF.
002050
002060     COMPUTE WATCH-STALL-LIMIT-SECS =
002070         WATCH-STALL-MINUTES * 60.
002073     COMPUTE WATCH-ESCALATE-LIMIT-SECS =
002076         WATCH-ESCALATE-MINUTES * 60.
002080
002090     MOVE WATCH-STALL-MINUTES TO WATCH-EDIT-MINUTES.
002100     DISPLAY "PLUTO-WATCH: WATCHING, STALL LIMIT"
002102         WATCH-EDIT-MINUTES " MINUTE(S)" UPON CONSOLE.
002104     MOVE WATCH-ESCALATE-MINUTES TO WATCH-EDIT-MINUTES.
002106     DISPLAY "PLUTO-WATCH: UNACKNOWLEDGED ALERTS ESCALATE AFTER"
002110         WATCH-EDIT-MINUTES " MINUTE(S)" UPON CONSOLE.
002120
002130 1000-EXIT.
002450 1200-EXIT.
002460     EXIT.
002470
       1300-APPLY-ESCALATE-PARM.
           IF WATCH-PARM-TOKEN-3 = SPACES
               GO TO 1300-EXIT
           END-IF.
           INSPECT WATCH-PARM-TOKEN-3 REPLACING LEADING ' ' BY '0'.
           IF WATCH-PARM-TOKEN-3 NUMERIC
               AND WATCH-PARM-TOKEN-3 NOT = '00000'
               MOVE WATCH-PARM-TOKEN-3 TO WATCH-ESCALATE-MINUTES
           ELSE
               DISPLAY "PLUTO-WATCH: ESCALATION PARM NOT USABLE, "
                   "USING 30 MINUTES" UPON CONSOLE
           END-IF.
      
       1300-EXIT.
           EXIT.
      
002480******************************************************************
002490* 2000-ONE-WATCH-CYCLE.
002500*     CHECK FOR THE OPERATOR'S WATCH-STOP FLAG, RESCAN THE LIVE
002510*     LOG, RAISE WHATEVER ALERTS ARE DUE, ESCALATE THE ONES LEFT
002520*     UNACKNOWLEDGED TOO LONG, THEN SLEEP OUT THE POLL INTERVAL.
002530******************************************************************
002540 2000-ONE-WATCH-CYCLE.
002550     PERFORM 2100-CHECK-WATCH-STOP THRU 2100-EXIT.
002620         PERFORM 2300-EVALUATE-CANVASES THRU 2300-EXIT
002630         MOVE 'N' TO WATCH-FIRST-POLL-SW
002640     END-IF.
002645     PERFORM 2800-ESCALATE-STALE-ALERTS THRU 2800-EXIT.
002650
002660     CALL "C$SLEEP" USING WATCH-POLL-SECS.
002670
004220     MOVE WATCH-NOW-TIME TO WATCH-WK-TIME.
004230     PERFORM 2700-SPLIT-TIME-TO-SECS THRU 2700-EXIT.
004240     MOVE WATCH-WK-TEMP TO WATCH-NOW-SECS.
004242     COMPUTE WATCH-NOW-STAMP = WATCH-NOW-DATE * 10000
004244         + WATCH-NOW-TIME / 10000.
004246
004248     PERFORM 2600-LOAD-OUTAGE-CALENDAR THRU 2600-EXIT.
004250
004260     PERFORM 2400-EVALUATE-ONE-CANVAS THRU 2400-EXIT
004270         VARYING WATCH-CANVAS-IDX FROM 1 BY 1
004780*     A CLEANLY STOPPED CANVAS IS NOT A STALL.  THE ALERT FIRES
004790*     ONCE AND RE-ARMS WHEN FRAMES FLOW AGAIN.  THE STALL CLOCK
004800*     RUNS FROM THE LAST FRAME EVENT, OR FROM THE START EVENT
004810*     WHEN NO FRAME HAS EVER FOLLOWED IT (SEE 2220).  INSIDE A
004812*     PLANNED-OUTAGE WINDOW NOTHING IS RAISED OR RE-ARMED; ONCE A
004814*     WINDOW THAT STARTED AFTER THE LAST FRAME HAS ENDED, THE
004816*     CLOCK RUNS FROM THE END OF THE WINDOW INSTEAD, SO THE WALL
004818*     GETS THE FULL STALL LIMIT TO COME BACK UP.
004820******************************************************************
004830 2500-CHECK-STALL.
004840     IF WATCH-CANVAS-STOPPED(WATCH-CANVAS-IDX)
004870         GO TO 2500-EXIT
004880     END-IF.
004890
004900     PERFORM 2620-CHECK-CANVAS-OUTAGE THRU 2620-EXIT.
004910     IF WATCH-IN-OUTAGE
               GO TO 2500-EXIT
           END-IF.
      
           IF WATCH-OUT-END-STAMP > 0
               DIVIDE WATCH-OUT-END-STAMP BY 10000
                   GIVING WATCH-CLOCK-DATE REMAINDER WATCH-WK-TEMP
               COMPUTE WATCH-WK-TIME = WATCH-WK-TEMP * 10000
           ELSE
               MOVE WATCH-LAST-FRAME-DATE(WATCH-CANVAS-IDX) TO
                   WATCH-CLOCK-DATE
               MOVE WATCH-LAST-FRAME-TIME(WATCH-CANVAS-IDX) TO
                   WATCH-WK-TIME
           END-IF.
004920     PERFORM 2700-SPLIT-TIME-TO-SECS THRU 2700-EXIT.
004930     MOVE WATCH-WK-TEMP TO WATCH-LAST-SECS.
004940
004950     COMPUTE WATCH-IDLE-SECS = WATCH-NOW-SECS
004960         - WATCH-LAST-SECS.
004970     IF WATCH-NOW-DATE > WATCH-CLOCK-DATE
004990         ADD 86400 TO WATCH-IDLE-SECS
005000     END-IF.
005010
005190     EXIT.
005200
005210******************************************************************
      * 2600-LOAD-OUTAGE-CALENDAR.
      *     REBUILD THE OUTAGE TABLE FROM PLGRDOUT.  NO FILE MEANS NO
      *     PLANNED OUTAGES.  A RECORD WITH A BAD DATE OR WINDOW IS
      *     SKIPPED -- PLUTO-PARMCK REPORTS IT, AND A WATCHDOG THAT
      *     SUPPRESSED ALERTS ON A GUESS WOULD BE WORSE THAN NONE.
      ******************************************************************
       2600-LOAD-OUTAGE-CALENDAR.
           MOVE 0 TO WATCH-OUTAGE-COUNT.
           OPEN INPUT OUTAGE-FILE.
           IF WATCH-OUT-OK
               PERFORM 2610-LOAD-ONE-OUTAGE THRU 2610-EXIT
                   UNTIL WATCH-OUT-EOF
           END-IF.
           CLOSE OUTAGE-FILE.
      
       2600-EXIT.
           EXIT.
      
       2610-LOAD-ONE-OUTAGE.
           READ OUTAGE-FILE
               AT END
                   GO TO 2610-EXIT
           END-READ.
           IF OUT-DATE NOT NUMERIC OR OUT-START-TIME NOT NUMERIC
               OR OUT-END-TIME NOT NUMERIC
               OR WATCH-OUTAGE-COUNT NOT < 100
               GO TO 2610-EXIT
           END-IF.
           COMPUTE WATCH-DAY-INT = FUNCTION INTEGER-OF-DATE(OUT-DATE).
           IF WATCH-DAY-INT = 0
               GO TO 2610-EXIT
           END-IF.
      
           ADD 1 TO WATCH-OUTAGE-COUNT.
           SET WATCH-OUTAGE-IDX TO WATCH-OUTAGE-COUNT.
           MOVE OUT-CANVAS-NAME TO WATCH-OUT-CANVAS(WATCH-OUTAGE-IDX).
           COMPUTE WATCH-OUT-FROM(WATCH-OUTAGE-IDX) =
               OUT-DATE * 10000 + OUT-START-TIME.
           IF OUT-START-TIME > OUT-END-TIME
               ADD 1 TO WATCH-DAY-INT
               COMPUTE WATCH-NEXT-DATE =
                   FUNCTION DATE-OF-INTEGER(WATCH-DAY-INT)
               COMPUTE WATCH-OUT-TO(WATCH-OUTAGE-IDX) =
                   WATCH-NEXT-DATE * 10000 + OUT-END-TIME
           ELSE
               COMPUTE WATCH-OUT-TO(WATCH-OUTAGE-IDX) =
                   OUT-DATE * 10000 + OUT-END-TIME
           END-IF.
      
       2610-EXIT.
           EXIT.
      
      ******************************************************************
      * 2620-CHECK-CANVAS-OUTAGE.
      *     SET WATCH-IN-OUTAGE WHEN THE WALL CLOCK IS INSIDE A WINDOW
      *     FOR THIS CANVAS (OR FOR ALL CANVASES), AND LEAVE IN
      *     WATCH-OUT-END-STAMP THE LATEST END OF A WINDOW THAT HAS
      *     ALREADY CLOSED SINCE THE CANVAS'S LAST FRAME (ZERO IF NONE).
      ******************************************************************
       2620-CHECK-CANVAS-OUTAGE.
           MOVE 'N' TO WATCH-IN-OUTAGE-SW.
           MOVE 0 TO WATCH-OUT-END-STAMP.
           COMPUTE WATCH-FRAME-STAMP =
               WATCH-LAST-FRAME-DATE(WATCH-CANVAS-IDX) * 10000
               + WATCH-LAST-FRAME-TIME(WATCH-CANVAS-IDX) / 10000.
           PERFORM 2630-CHECK-ONE-OUTAGE THRU 2630-EXIT
               VARYING WATCH-OUTAGE-IDX FROM 1 BY 1
                   UNTIL WATCH-OUTAGE-IDX > WATCH-OUTAGE-COUNT.
      
       2620-EXIT.
           EXIT.
      
       2630-CHECK-ONE-OUTAGE.
           IF WATCH-OUT-CANVAS(WATCH-OUTAGE-IDX) NOT = 'ALL'
               AND WATCH-OUT-CANVAS(WATCH-OUTAGE-IDX) NOT =
                   WATCH-CANVAS-NAME(WATCH-CANVAS-IDX)
               GO TO 2630-EXIT
           END-IF.
      
           IF WATCH-OUT-FROM(WATCH-OUTAGE-IDX) <= WATCH-NOW-STAMP
               AND WATCH-OUT-TO(WATCH-OUTAGE-IDX) > WATCH-NOW-STAMP
               MOVE 'Y' TO WATCH-IN-OUTAGE-SW
               GO TO 2630-EXIT
           END-IF.
      
           IF WATCH-OUT-TO(WATCH-OUTAGE-IDX) <= WATCH-NOW-STAMP
               AND WATCH-OUT-TO(WATCH-OUTAGE-IDX) > WATCH-FRAME-STAMP
               AND WATCH-OUT-TO(WATCH-OUTAGE-IDX) > WATCH-OUT-END-STAMP
               MOVE WATCH-OUT-TO(WATCH-OUTAGE-IDX) TO
                   WATCH-OUT-END-STAMP
           END-IF.
      
       2630-EXIT.
           EXIT.
      
      ******************************************************************
005220* 2700-SPLIT-TIME-TO-SECS.
005230*     WATCH-WK-TIME (HHMMSSCC) TO SECONDS SINCE MIDNIGHT IN
005240*     WATCH-WK-TEMP.
005340         + WATCH-WK-MM * 60 + WATCH-WK-SS.
005350
005360 2700-EXIT.
           EXIT.
      
      ******************************************************************
      * 2800-ESCALATE-STALE-ALERTS.
      *     LIST EVERY OPEN ALERT ON FILE, STRIKE THE ONES AN ESCALATE
      *     RECORD ALREADY NAMES (THE FILE IS IN TIME ORDER, SO THE
      *     ORIGINAL IS ALWAYS LISTED BEFORE ITS ESCALATION IS READ),
      *     AND ESCALATE WHAT IS LEFT ONCE IT IS OLDER THAN THE LIMIT.
      *     AN ESCALATE ALERT IS NEVER ITSELF ESCALATED.  NO ALERT
      *     FILE MEANS NOTHING IS OPEN.
      ******************************************************************
       2800-ESCALATE-STALE-ALERTS.
           MOVE 0 TO WATCH-OPEN-COUNT.
           MOVE 'N' TO WATCH-END-OF-ALERTS-SW.
           OPEN INPUT ALERT-FILE.
           IF NOT WATCH-ALERT-OK
               CLOSE ALERT-FILE
               GO TO 2800-EXIT
           END-IF.
           PERFORM 2810-LIST-ONE-ALERT THRU 2810-EXIT
               UNTIL WATCH-END-OF-ALERTS.
           CLOSE ALERT-FILE.
           MOVE SPACES TO ALERT-RECORD.
      
           ACCEPT WATCH-NOW-DATE FROM DATE YYYYMMDD.
           ACCEPT WATCH-NOW-TIME FROM TIME.
           MOVE WATCH-NOW-DATE TO WATCH-CLOCK-DATE.
           MOVE WATCH-NOW-TIME TO WATCH-WK-TIME.
           PERFORM 2850-ABSOLUTE-SECONDS THRU 2850-EXIT.
           MOVE WATCH-ALERT-ABS-SECS TO WATCH-NOW-ABS-SECS.
      
           PERFORM 2840-CHECK-ONE-OPEN-ALERT THRU 2840-EXIT
               VARYING WATCH-OPEN-IDX FROM 1 BY 1
                   UNTIL WATCH-OPEN-IDX > WATCH-OPEN-COUNT.
      
       2800-EXIT.
           EXIT.
      
       2810-LIST-ONE-ALERT.
           READ ALERT-FILE INTO ALERT-RECORD
               AT END
                   MOVE 'Y' TO WATCH-END-OF-ALERTS-SW
                   GO TO 2810-EXIT
           END-READ.
      
           IF ALR-IS-ESCALATION
               PERFORM 2830-STRIKE-ONE-OPEN-ALERT THRU 2830-EXIT
                   VARYING WATCH-OPEN-IDX FROM 1 BY 1
                       UNTIL WATCH-OPEN-IDX > WATCH-OPEN-COUNT
               GO TO 2810-EXIT
           END-IF.
      
           IF ALR-ACKNOWLEDGED
               GO TO 2810-EXIT
           END-IF.
           IF WATCH-OPEN-COUNT NOT < 200
               DISPLAY "PLUTO-WATCH: OPEN ALERT TABLE FULL, IGNORING "
                   ALR-CANVAS-NAME " " ALR-TYPE
               GO TO 2810-EXIT
           END-IF.
      
           ADD 1 TO WATCH-OPEN-COUNT.
           SET WATCH-OPEN-IDX TO WATCH-OPEN-COUNT.
           MOVE ALR-CANVAS-NAME TO WATCH-OPEN-CANVAS(WATCH-OPEN-IDX).
           MOVE ALR-TYPE TO WATCH-OPEN-TYPE(WATCH-OPEN-IDX).
           MOVE ALR-DATE TO WATCH-OPEN-DATE(WATCH-OPEN-IDX).
           MOVE ALR-TIME TO WATCH-OPEN-TIME(WATCH-OPEN-IDX).
           MOVE 'N' TO WATCH-OPEN-ESCALATED-SW(WATCH-OPEN-IDX).
      
       2810-EXIT.
           EXIT.
      
       2830-STRIKE-ONE-OPEN-ALERT.
           IF WATCH-OPEN-CANVAS(WATCH-OPEN-IDX) = ALR-CANVAS-NAME
               AND WATCH-OPEN-TYPE(WATCH-OPEN-IDX) = ALR-ESC-ORIG-TYPE
               AND WATCH-OPEN-DATE(WATCH-OPEN-IDX) = ALR-ESC-ORIG-DATE
               AND WATCH-OPEN-TIME(WATCH-OPEN-IDX) = ALR-ESC-ORIG-TIME
               MOVE 'Y' TO WATCH-OPEN-ESCALATED-SW(WATCH-OPEN-IDX)
           END-IF.
      
       2830-EXIT.
           EXIT.
      
       2840-CHECK-ONE-OPEN-ALERT.
           IF WATCH-OPEN-ESCALATED(WATCH-OPEN-IDX)
               GO TO 2840-EXIT
           END-IF.
           IF WATCH-OPEN-DATE(WATCH-OPEN-IDX) NOT NUMERIC
               OR WATCH-OPEN-TIME(WATCH-OPEN-IDX) NOT NUMERIC
               GO TO 2840-EXIT
           END-IF.
      
           MOVE WATCH-OPEN-DATE(WATCH-OPEN-IDX) TO WATCH-CLOCK-DATE.
           MOVE WATCH-OPEN-TIME(WATCH-OPEN-IDX) TO WATCH-WK-TIME.
           PERFORM 2850-ABSOLUTE-SECONDS THRU 2850-EXIT.
           IF WATCH-ALERT-ABS-SECS = 0
               GO TO 2840-EXIT
           END-IF.
      
           COMPUTE WATCH-ALERT-AGE-SECS =
               WATCH-NOW-ABS-SECS - WATCH-ALERT-ABS-SECS.
           IF WATCH-ALERT-AGE-SECS > WATCH-ESCALATE-LIMIT-SECS
               PERFORM 7200-RAISE-ESCALATION THRU 7200-EXIT
           END-IF.
      
       2840-EXIT.
           EXIT.
      
      ******************************************************************
      * 2850-ABSOLUTE-SECONDS.
      *     WATCH-CLOCK-DATE (YYYYMMDD) PLUS WATCH-WK-TIME (HHMMSSCC)
      *     TO A SECOND COUNT IN WATCH-ALERT-ABS-SECS; ZERO FOR A
      *     DATE NOT ON THE CALENDAR.
      ******************************************************************
       2850-ABSOLUTE-SECONDS.
           MOVE 0 TO WATCH-ALERT-ABS-SECS.
           COMPUTE WATCH-DAY-INT =
               FUNCTION INTEGER-OF-DATE(WATCH-CLOCK-DATE).
           IF WATCH-DAY-INT = 0
               GO TO 2850-EXIT
           END-IF.
           PERFORM 2700-SPLIT-TIME-TO-SECS THRU 2700-EXIT.
           COMPUTE WATCH-ALERT-ABS-SECS =
               WATCH-DAY-INT * 86400 + WATCH-WK-TEMP.
      
       2850-EXIT.
005370     EXIT.
005380
005390******************************************************************
005590     EXIT.
005600
005610******************************************************************
      * 7200-RAISE-ESCALATION.
      *     RE-RAISE THE OPEN ALERT AT WATCH-OPEN-IDX AS AN ESCALATE
      *     ALERT FOR THE SAME CANVAS.  IT GETS ITS OWN CONSOLE LINE,
      *     WORDED SO IT STANDS OUT FROM THE ROUTINE ALERT TRAFFIC.
      ******************************************************************
       7200-RAISE-ESCALATION.
           MOVE SPACES TO ALERT-RECORD.
           MOVE WATCH-NOW-DATE TO ALR-DATE.
           MOVE WATCH-NOW-TIME TO ALR-TIME.
           MOVE WATCH-OPEN-CANVAS(WATCH-OPEN-IDX) TO ALR-CANVAS-NAME.
           MOVE "ESCALATE" TO ALR-TYPE.
           MOVE WATCH-OPEN-TYPE(WATCH-OPEN-IDX) TO ALR-ESC-ORIG-TYPE.
           MOVE WATCH-OPEN-DATE(WATCH-OPEN-IDX) TO ALR-ESC-ORIG-DATE.
           MOVE WATCH-OPEN-TIME(WATCH-OPEN-IDX) TO ALR-ESC-ORIG-TIME.
           MOVE WATCH-ESCALATE-MINUTES TO WATCH-EDIT-MINUTES.
           STRING "NO ACK" WATCH-EDIT-MINUTES " MIN"
               DELIMITED BY SIZE INTO ALR-ESC-TEXT.
      
           DISPLAY "PLUTO-WATCH: *** ESCALATION *** "
               ALR-CANVAS-NAME " " ALR-ESC-ORIG-TYPE " ALERT RAISED "
               ALR-ESC-ORIG-DATE " " ALR-ESC-ORIG-TIME(1:4)
               " NOT ACKNOWLEDGED IN" WATCH-EDIT-MINUTES " MINUTE(S)"
               UPON CONSOLE.
      
           OPEN EXTEND ALERT-FILE.
           WRITE ALERT-FILE-RECORD FROM ALERT-RECORD.
           CLOSE ALERT-FILE.
           MOVE 'Y' TO WATCH-OPEN-ESCALATED-SW(WATCH-OPEN-IDX).
           MOVE SPACES TO ALERT-RECORD.
      
       7200-EXIT.
           EXIT.
      
      ******************************************************************
005620* 9000-TERMINATE.
005630******************************************************************
005640 9000-TERMINATE.
