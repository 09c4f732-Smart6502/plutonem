001595*                     APPLIED SWAPS AGAINST THE RENDER LOG AND
001596*                     KNOW WHAT WAS IN EFFECT FOR EVERY ARCHIVED
001597*                     FRAME.
      *     2026-10-14 RSH  STAMP EVERY ERROR EVENT WITH A REASON CODE
      *                     FROM THE NEW PLGRDERR CATALOG AND THE FRAME
      *                     THE CANVAS WAS ON, AND LOG THE FAILURES
      *                     THAT USED TO GO BY SILENTLY OR ONLY TO THE
      *                     CONSOLE: ARCHIVE OPENS, CHECKPOINT SWAPS,
      *                     AND MANIFEST, STATUS AND AUDIT WRITES.
      *     2026-10-15 RSH  STAMP THE DATE AND TIME AN ACK COMMAND
      *                     ACKNOWLEDGES EACH ALERT, AND PUT AN OPEN
      *                     PLUTO-WATCH ESCALATION ON THE TOP BANNER
      *                     LINE IN PLACE OF THE CLOCK HEADING.
      *     2026-10-15 RSH  REFUSE ANY OPERATOR COMMAND WHOSE OPERATOR
      *                     IS NOT ON THE NEW PLGRDROS ROSTER OR NOT
      *                     CLEARED FOR THE VERB AND CANVAS, AND CARRY
      *                     THE OPERATOR ID AND REASON ONTO THE AUDIT
      *                     TRAIL (NOW 120 BYTES).
      *     2026-10-15 RSH  MOVED THE 5X7 BANNER FONT OUT TO COPYBOOK
      *                     PLGRDFNT SO PLUTO-CONTACT CAPTIONS ITS
      *                     TILES WITH THE SAME GLYPHS.
001600******************************************************************
001610 IDENTIFICATION DIVISION.
001620 PROGRAM-ID. PLUTO-GRADIENT.
002090     SELECT AUDIT-FILE ASSIGN TO "PLGRDAUD"
002100         ORGANIZATION IS LINE SEQUENTIAL
002110         FILE STATUS IS GRAD-AUDIT-STATUS.
002112
002114     SELECT OPTIONAL ROSTER-FILE ASSIGN TO "PLGRDROS"
002116         ORGANIZATION IS LINE SEQUENTIAL
002118         FILE STATUS IS GRAD-ROSTER-STATUS.
002120
002130     SELECT OPTIONAL ALERT-FILE ASSIGN TO "PLGRDALR"
002140         ORGANIZATION IS LINE SEQUENTIAL
002730
002740 FD  AUDIT-FILE
002750     RECORDING MODE IS F.
002760 01  AUDIT-FILE-REC                PIC X(120).
002762
002764 FD  ROSTER-FILE
002766     RECORDING MODE IS F.
002768 01  ROSTER-FILE-REC               PIC X(80).
002770
002780 FD  ALERT-FILE
002790     RECORDING MODE IS F.
002810
002820 FD  ALERT-WORK-FILE
002830     RECORDING MODE IS F.
002840 01  ALERT-WORK-RECORD             PIC X(100).
002850
002860 FD  STATUS-FILE
002870     RECORDING MODE IS F.
003200 COPY PLGRDCKP.
003210 COPY PLGRDLOG.
003220 COPY PLGRDAUD.
003223 COPY PLGRDROS.
003226 COPY PLGRDERR.
003230
003240******************************************************************
003250* FILE STATUS AND MISCELLANEOUS SWITCHES.
003350     88  GRAD-CKPT-IN-OK                  VALUE '00'.
003360     88  GRAD-CKPT-IN-EOF                 VALUE '10'.
003370 77  GRAD-CKPT-OUT-STATUS           PIC X(02).
003375     88  GRAD-CKPT-OUT-OK                VALUE '00'.
003380 77  GRAD-LOG-STATUS                PIC X(02).
003390     88  GRAD-LOG-OK                     VALUE '00'.
003400     88  GRAD-LOG-NOT-FOUND              VALUE '35'.
003540     88  GRAD-NOTICE-EOF                  VALUE '10'.
003550 77  GRAD-CMD-FOUND-SW              PIC X(01).
003560     88  GRAD-CMD-CANVAS-FOUND            VALUE 'Y'.
       77  GRAD-ROSTER-STATUS             PIC X(02).
           88  GRAD-ROSTER-OK                   VALUE '00'.
           88  GRAD-ROSTER-EOF                  VALUE '10'.
       77  GRAD-CMD-REFUSED-SW            PIC X(01).
           88  GRAD-CMD-REFUSED                 VALUE 'Y'.
       77  GRAD-OPR-FOUND-SW              PIC X(01).
           88  GRAD-OPR-FOUND                   VALUE 'Y'.
       77  GRAD-OPR-CANVAS-SW             PIC X(01).
           88  GRAD-OPR-CANVAS-OK               VALUE 'Y'.
       77  GRAD-CMD-REFUSE-TEXT           PIC X(32).
       77  GRAD-ROS-IDX                   PIC 9(03) COMP.
       77  GRAD-ROS-SLOT                  PIC 9(02) COMP.
003570 77  GRAD-ARCHIVE-STATUS            PIC X(02).
003575     88  GRAD-ARCHIVE-OK                 VALUE '00'.
003580 77  GRAD-ARCHIVE-OPEN-SW           PIC X(01) VALUE 'N'.
003590     88  GRAD-ARCHIVE-IS-OPEN             VALUE 'Y'.
003600 77  GRAD-ARCHIVE-DUE-SW            PIC X(01) VALUE 'N'.
003650     88  GRAD-FRESH-SHIFT-START           VALUE 'Y'.
003660 77  GRAD-LOG-RENAME-STATUS         PIC 9(08) VALUE 0.
003670 77  GRAD-MANIFEST-STATUS           PIC X(02).
003672     88  GRAD-MANIFEST-OPEN-OK           VALUE '00' '05'.
003674     88  GRAD-MANIFEST-OK                VALUE '00'.
003676 77  GRAD-LOG-MAN-FAILED-SW         PIC X(01) VALUE 'N'.
003678     88  GRAD-LOG-MAN-FAILED              VALUE 'Y'.
003680 77  GRAD-AUDIT-STATUS              PIC X(02).
003685     88  GRAD-AUDIT-OK                   VALUE '00'.
003690     88  GRAD-AUDIT-NOT-FOUND            VALUE '35'.
003700 77  GRAD-ALERT-STATUS              PIC X(02).
003710     88  GRAD-ALERT-FILE-PRESENT         VALUE '00'.
003720     88  GRAD-ALERT-EOF                  VALUE '10'.
003730 77  GRAD-ALERT-WORK-STATUS         PIC X(02).
003740 77  GRAD-STATE-STATUS              PIC X(02).
003742     88  GRAD-STATE-OK                   VALUE '00'.
003744 77  GRAD-STATE-FAILED-SW           PIC X(01) VALUE 'N'.
003746     88  GRAD-STATE-FAILED                VALUE 'Y'.
003748 77  GRAD-ERROR-SUB                 PIC 9(02) COMP.
003750
003760 77  GRAD-PARM-FILENAME             PIC X(40).
003770 77  GRAD-ARCHIVE-FILENAME          PIC X(60).
004770         10  GRAD-CANVAS-OLD-B-BASE    PIC 9(03).
004780
004790******************************************************************
      * OPERATOR ROSTER, RELOADED FROM PLGRDROS EACH TIME A COMMAND
      * FILE ARRIVES SO A ROSTER CHANGE TAKES EFFECT WITHOUT A RESTART.
      ******************************************************************
       01  GRAD-ROS-COUNT                 PIC 9(03) VALUE 0.
      
       01  GRAD-ROSTER-TABLE.
           05  GRAD-ROSTAB-ENTRY OCCURS 1 TO 100 TIMES
                   DEPENDING ON GRAD-ROS-COUNT.
               10  GRAD-ROSTAB-IMAGE         PIC X(80).
      
      ******************************************************************
004800* DEFAULTS APPLIED WHEN THE PARAMETER, PALETTE OR CHECKPOINT
004810* FILES ARE MISSING -- REPRODUCES THE ORIGINAL SINGLE-CANVAS
004820* BEHAVIOR SO THE PROGRAM STILL RUNS UNCHANGED OUT OF THE BOX.
005180******************************************************************
005190* STATUS BANNER.  THE CANVAS NAMED IN THE PARM HEADER CARRIES A
005200* TEXT BANNER ALONG ITS BOTTOM ROWS: LINE 1 IS THE CLOCK, THE
005210* CANVAS NAME AND THE FRAME NUMBER, OR THE OLDEST OPEN
005220* ESCALATION WHEN THERE IS ONE; LINES 2-4 ARE ALERTS AND
005225* FREE-TEXT NOTICES READ FROM THE MESSAGE FILES EACH PASS.  EACH
005230* CHARACTER CELL IS 6 PIXELS WIDE BY 8 HIGH (A 5X7 GLYPH PLUS
005240* SPACING); ON-BITS PAINT WHITE OVER THE GRADIENT.
005250******************************************************************
005330 01  GRAD-BANNER-TEXT.
005340     05  GRAD-BANNER-LINE OCCURS 4 TIMES
005350                                    PIC X(80).
005352 01  GRAD-ESCALATE-LINE             PIC X(80) VALUE SPACES.
005354 77  GRAD-ACK-DATE                  PIC 9(08).
005356 77  GRAD-ACK-TIME                  PIC 9(08).
005360
005370 01  GRAD-BAN-TIME                  PIC 9(08).
005380 01  GRAD-BAN-TIME-R REDEFINES GRAD-BAN-TIME.
005510 77  GRAD-BAN-SCAN                  PIC 9(02) COMP.
005520
005530******************************************************************
005540* 5X7 BITMAP FONT FOR THE BANNER (SHARED WITH PLUTO-CONTACT).
005580******************************************************************
005590 COPY PLGRDFNT.
006510
006520******************************************************************
006530* ANGLE OVERFLOW / WRAP.  THE FIELD CAN HOLD UP TO 99999999.999;
006980         VARYING GRAD-CANVAS-IDX FROM 1 BY 1
006990             UNTIL GRAD-CANVAS-IDX > GRAD-CANVAS-COUNT
007000             OR GRAD-INIT-FAILED.
007001
007002*    A MANIFEST FAILURE AT SHIFT START (1049) HAPPENED BEFORE THE
007003*    FRESH LOG WAS OPENED, SO IT IS LOGGED ONLY NOW THAT THE LOG
007004*    AND THE CANVAS TABLE EXIST -- AGAINST THE FIRST CANVAS.
007005     IF GRAD-LOG-MAN-FAILED
007006         SET GRAD-CANVAS-IDX TO 1
007007         SET ERR-IS-MANIFEST-WRITE TO TRUE
007008         PERFORM 1950-LOG-ERROR-EVENT THRU 1950-EXIT
007009     END-IF.
007010
007020 1000-EXIT.
007030     EXIT.
007740* 1049-RECORD-LOG-IN-MANIFEST.
007750*     CATALOG THE DATED RENDER LOG JUST RENAMED ASIDE.  THE
007760*     MANIFEST IS OPENED AROUND EACH WRITE SO A MID-SHIFT CRASH
007770*     NEVER LEAVES IT HELD OPEN OR HALF-FLUSHED.  A FAILURE HERE
007773*     IS ONLY NOTED -- THE NEW LOG DOES NOT EXIST YET, SO 1000
007776*     WRITES THE ERROR EVENT ONCE THE CANVASES ARE UP.
007780******************************************************************
007790 1049-RECORD-LOG-IN-MANIFEST.
007800     OPEN EXTEND MANIFEST-FILE.
007801     IF NOT GRAD-MANIFEST-OPEN-OK
007802         DISPLAY "PLUTO-GRADIENT: MANIFEST OPEN FAILED, STATUS "
007803             GRAD-MANIFEST-STATUS UPON CONSOLE
007804         MOVE 'Y' TO GRAD-LOG-MAN-FAILED-SW
007805         CLOSE MANIFEST-FILE
007806         GO TO 1049-EXIT
007807     END-IF.
007810     MOVE SPACES TO MANIFEST-RECORD.
007820     SET MAN-IS-RENDER-LOG TO TRUE.
007830     MOVE GRAD-WK-DATE TO MAN-DATE.
007880     SET MAN-IS-ACTIVE TO TRUE.
007890     MOVE GRAD-LOG-ARCHIVE-FILENAME TO MAN-FILE-NAME.
007900     WRITE MANIFEST-RECORD.
007901     IF NOT GRAD-MANIFEST-OK
007902         DISPLAY "PLUTO-GRADIENT: MANIFEST WRITE FAILED, STATUS "
007903             GRAD-MANIFEST-STATUS UPON CONSOLE
007904         MOVE 'Y' TO GRAD-LOG-MAN-FAILED-SW
007905     END-IF.
007910     CLOSE MANIFEST-FILE.
007920
007930 1049-EXIT.
010250             " STATUS " GRAD-CANVAS-STATUS(GRAD-CANVAS-IDX)
010260             DELIMITED BY SIZE INTO GRAD-MESSAGE
010270         DISPLAY GRAD-MESSAGE UPON CONSOLE
010275         SET ERR-IS-INIT-FAILED TO TRUE
010280         PERFORM 1950-LOG-ERROR-EVENT THRU 1950-EXIT
010290         SET GRAD-INIT-FAILED TO TRUE
010300     END-IF.
011180     EXIT.
011190
011200******************************************************************
011210* 1900-LOG-START-EVENT.
011220******************************************************************
011230 1900-LOG-START-EVENT.
011240     MOVE SPACES TO RENDER-LOG-RECORD.
011330 1900-EXIT.
011340     EXIT.
011350
011351******************************************************************
011352* 1950-LOG-ERROR-EVENT.
011353*     THE CALLER SETS ERR-REASON-CODE (PLGRDERR) FIRST.  THE
011354*     EVENT IS WRITTEN AGAINST THE CANVAS IN HAND, WITH THE FRAME
011355*     IT WAS ON; A RUN-WIDE FAILURE (CHECKPOINT, STATUS SNAPSHOT,
011356*     AN AUDIT RECORD WITH NO CANVAS) ARRIVES WITH THE INDEX RUN
011357*     OFF THE END OF THE TABLE AND GOES AGAINST THE FIRST CANVAS.
011358*     NOTHING CAN BE LOGGED BEFORE THE CANVAS TABLE IS LOADED.
011359******************************************************************
011360 1950-LOG-ERROR-EVENT.
           IF GRAD-CANVAS-COUNT = 0
               GO TO 1950-EXIT
           END-IF.
           IF GRAD-CANVAS-IDX < 1
               OR GRAD-CANVAS-IDX > GRAD-CANVAS-COUNT
               MOVE 1 TO GRAD-ERROR-SUB
           ELSE
               SET GRAD-ERROR-SUB TO GRAD-CANVAS-IDX
           END-IF.
      
011370     MOVE SPACES TO RENDER-LOG-RECORD.
011380     MOVE GRAD-CANVAS-NAME(GRAD-ERROR-SUB) TO
011390         LOG-CANVAS-NAME.
011400     MOVE 'ERROR' TO LOG-EVENT.
011410     MOVE GRAD-CANVAS-FRAME-NO(GRAD-ERROR-SUB) TO LOG-FRAME-NO.
011420     PERFORM 1990-STAMP-LOG-TIME THRU 1990-EXIT.
011430     MOVE GRAD-CANVAS-ANGLE(GRAD-ERROR-SUB) TO LOG-ANGLE.
011435     MOVE ERR-REASON-CODE TO LOG-ERROR-REASON.
011440     PERFORM 1970-WRITE-LOG-EVENT THRU 1970-EXIT.
011450
011460 1950-EXIT.
011710*     THE CANVAS, ACTION, OUTCOME AND DETAIL FIELDS; THE TIME
011720*     STAMP IS TAKEN HERE SO EVERY RECORD CARRIES THE MOMENT THE
011730*     ACTION TOOK EFFECT.  SAME OPEN-AROUND-EACH-WRITE PATTERN
011740*     AS THE RENDER LOG AND THE MANIFEST.  A RECORD THAT CANNOT
011745*     BE WRITTEN IS LOGGED AS AN AUDWRITE ERROR EVENT.
011750******************************************************************
011760 1975-WRITE-AUDIT-EVENT.
011770     ACCEPT GRAD-WK-DATE FROM DATE YYYYMMDD.
011820     IF GRAD-AUDIT-NOT-FOUND
011830         OPEN OUTPUT AUDIT-FILE
011840     END-IF.
011841     IF NOT GRAD-AUDIT-OK
011842         DISPLAY "PLUTO-GRADIENT: AUDIT OPEN FAILED, STATUS "
011843             GRAD-AUDIT-STATUS UPON CONSOLE
011844         CLOSE AUDIT-FILE
011845         SET ERR-IS-AUDIT-WRITE TO TRUE
011846         PERFORM 1950-LOG-ERROR-EVENT THRU 1950-EXIT
011847         GO TO 1975-EXIT
011848     END-IF.
011850     WRITE AUDIT-FILE-REC FROM AUDIT-RECORD.
011851     IF NOT GRAD-AUDIT-OK
011852         DISPLAY "PLUTO-GRADIENT: AUDIT WRITE FAILED, STATUS "
011853             GRAD-AUDIT-STATUS UPON CONSOLE
011854         SET ERR-IS-AUDIT-WRITE TO TRUE
011855         PERFORM 1950-LOG-ERROR-EVENT THRU 1950-EXIT
011856     END-IF.
011860     CLOSE AUDIT-FILE.
011870
011880 1975-EXIT.
013840*     POLL THE OPERATOR COMMAND FILE AT THE FRAME BOUNDARY.
013850*     EVERY RECORD IS APPLIED AND THE FILE IS THEN DELETED, SO
013860*     EACH COMMAND EXECUTES EXACTLY ONCE -- THE SAME CONSUME-ON-
013870*     READ CONTRACT AS THE STOP FLAG, BUT PER CANVAS.  THE
013873*     OPERATOR ROSTER IS RE-READ FIRST, ONLY WHEN THERE IS A
013876*     COMMAND FILE TO CHECK AGAINST IT.
013880******************************************************************
013890 2400-PROCESS-COMMANDS.
013900     OPEN INPUT COMMAND-FILE.
013930         GO TO 2400-EXIT
013940     END-IF.
013950
013955     PERFORM 2405-LOAD-ROSTER THRU 2405-EXIT.
013960     PERFORM 2410-READ-ONE-COMMAND THRU 2410-EXIT
013970         UNTIL GRAD-COMMAND-EOF.
013980     CLOSE COMMAND-FILE.
014050 2400-EXIT.
014060     EXIT.
014070
       2405-LOAD-ROSTER.
           MOVE 0 TO GRAD-ROS-COUNT.
           OPEN INPUT ROSTER-FILE.
           IF GRAD-ROSTER-OK
               PERFORM 2406-READ-ONE-OPERATOR THRU 2406-EXIT
                   UNTIL GRAD-ROSTER-EOF
           END-IF.
           CLOSE ROSTER-FILE.
           IF GRAD-ROS-COUNT = 0
               DISPLAY "PLUTO-GRADIENT: NO OPERATOR ROSTER, COMMANDS "
                   "WILL BE REFUSED" UPON CONSOLE
           END-IF.
      
       2405-EXIT.
           EXIT.
      
       2406-READ-ONE-OPERATOR.
           READ ROSTER-FILE.
           IF NOT GRAD-ROSTER-OK
               GO TO 2406-EXIT
           END-IF.
           IF ROSTER-FILE-REC = SPACES
               GO TO 2406-EXIT
           END-IF.
           IF GRAD-ROS-COUNT < 100
               ADD 1 TO GRAD-ROS-COUNT
               MOVE ROSTER-FILE-REC TO
                   GRAD-ROSTAB-IMAGE(GRAD-ROS-COUNT)
           END-IF.
      
       2406-EXIT.
           EXIT.
      
014080 2410-READ-ONE-COMMAND.
014090     READ COMMAND-FILE.
014100     IF GRAD-COMMAND-FILE-PRESENT
014150     EXIT.
014160
014170 2420-APPLY-ONE-COMMAND.
           PERFORM 2450-CHECK-OPERATOR THRU 2450-EXIT.
           IF GRAD-CMD-REFUSED
               MOVE SPACES TO GRAD-MESSAGE
               STRING "PLUTO-GRADIENT: COMMAND " CMD-VERB
                   " REFUSED, " GRAD-CMD-REFUSE-TEXT
                   DELIMITED BY SIZE INTO GRAD-MESSAGE
               DISPLAY GRAD-MESSAGE UPON CONSOLE
               MOVE SPACES TO AUDIT-RECORD
               MOVE CMD-CANVAS-NAME TO AUD-CANVAS-NAME
               MOVE CMD-VERB TO AUD-ACTION
               MOVE 'REJECTED' TO AUD-OUTCOME
               MOVE GRAD-CMD-REFUSE-TEXT TO AUD-DETAIL
               MOVE CMD-OPERATOR-ID TO AUD-OPERATOR-ID
               MOVE CMD-REASON TO AUD-REASON
               PERFORM 1975-WRITE-AUDIT-EVENT THRU 1975-EXIT
               GO TO 2420-EXIT
           END-IF.
      
014180     MOVE 'N' TO GRAD-CMD-FOUND-SW.
014190     PERFORM 2430-APPLY-TO-CANVAS THRU 2430-EXIT
014200         VARYING GRAD-CANVAS-IDX FROM 1 BY 1
014300         MOVE CMD-VERB TO AUD-ACTION
014310         MOVE 'REJECTED' TO AUD-OUTCOME
014320         MOVE 'UNKNOWN CANVAS' TO AUD-DETAIL
014323         MOVE CMD-OPERATOR-ID TO AUD-OPERATOR-ID
014326         MOVE CMD-REASON TO AUD-REASON
014330         PERFORM 1975-WRITE-AUDIT-EVENT THRU 1975-EXIT
014340     END-IF.
014350
014470     MOVE CMD-CANVAS-NAME TO AUD-CANVAS-NAME.
014480     MOVE CMD-VERB TO AUD-ACTION.
014490     MOVE 'APPLIED' TO AUD-OUTCOME.
014493     MOVE CMD-OPERATOR-ID TO AUD-OPERATOR-ID.
014496     MOVE CMD-REASON TO AUD-REASON.
014500     EVALUATE TRUE
014510         WHEN CMD-IS-PAUSE
014520             MOVE 'Y' TO
015100*     IN PLACE, SO THE FILE IS COPIED THROUGH A WORK FILE AND
015110*     SWAPPED BACK -- THE SAME PATTERN THE RETENTION MANAGER
015120*     USES ON THE MANIFEST.  THE RECORDS STAY ON FILE FOR THE
015130*     MORNING REVIEW; ONLY THE FLAG BYTE AND THE ACK STAMP
015132*     CHANGE.  AN ALERT ALREADY ACKNOWLEDGED KEEPS ITS FIRST
015134*     STAMP SO THE TIME-TO-ACK FIGURES ARE NOT RESET BY A
015136*     SECOND ACK.
015140******************************************************************
015150 2440-ACK-ALERTS.
015153     ACCEPT GRAD-ACK-DATE FROM DATE YYYYMMDD.
015156     ACCEPT GRAD-ACK-TIME FROM TIME.
015160     OPEN INPUT ALERT-FILE.
015170     IF NOT GRAD-ALERT-FILE-PRESENT
015180         CLOSE ALERT-FILE
015410         GO TO 2445-EXIT
015420     END-IF.
015430     IF ALR-CANVAS-NAME = CMD-CANVAS-NAME
015435         AND NOT ALR-ACKNOWLEDGED
015440         MOVE 'Y' TO ALR-ACK-SW
015443         MOVE GRAD-ACK-DATE TO ALR-ACK-DATE
015446         MOVE GRAD-ACK-TIME TO ALR-ACK-TIME
015450     END-IF.
015460     WRITE ALERT-WORK-RECORD FROM ALERT-RECORD.
015470
015480 2445-EXIT.
           EXIT.
      
      ******************************************************************
      * 2450-CHECK-OPERATOR.
      *     DECIDE WHETHER THE COMMAND'S OPERATOR MAY ISSUE IT.  THE
      *     OPERATOR MUST BE ON THE ROSTER, CLEARED FOR THE VERB, AND
      *     CLEARED FOR THE CANVAS BY NAME OR BY 'ALL'.  AN UNKNOWN
      *     VERB IS LET THROUGH HERE SO 2430 REJECTS IT AS IT ALWAYS
      *     HAS.  ON A REFUSAL GRAD-CMD-REFUSE-TEXT SAYS WHY, FOR THE
      *     AUDIT TRAIL.
      ******************************************************************
       2450-CHECK-OPERATOR.
           MOVE 'Y' TO GRAD-CMD-REFUSED-SW.
           IF CMD-OPERATOR-ID = SPACES
               MOVE 'NO OPERATOR ID ON COMMAND' TO GRAD-CMD-REFUSE-TEXT
               GO TO 2450-EXIT
           END-IF.
           IF GRAD-ROS-COUNT = 0
               MOVE 'NO OPERATOR ROSTER ON FILE' TO GRAD-CMD-REFUSE-TEXT
               GO TO 2450-EXIT
           END-IF.
      
           MOVE 'N' TO GRAD-OPR-FOUND-SW.
           PERFORM 2455-FIND-OPERATOR THRU 2455-EXIT
               VARYING GRAD-ROS-IDX FROM 1 BY 1
                   UNTIL GRAD-ROS-IDX > GRAD-ROS-COUNT
                       OR GRAD-OPR-FOUND.
           IF NOT GRAD-OPR-FOUND
               MOVE 'OPERATOR NOT ON ROSTER' TO GRAD-CMD-REFUSE-TEXT
               GO TO 2450-EXIT
           END-IF.
      
           MOVE 'VERB NOT PERMITTED FOR OPERATOR' TO
               GRAD-CMD-REFUSE-TEXT.
           EVALUATE TRUE
               WHEN CMD-IS-PAUSE
                   IF NOT ROS-PAUSE-OK
                       GO TO 2450-EXIT
                   END-IF
               WHEN CMD-IS-RESUME
                   IF NOT ROS-RESUME-OK
                       GO TO 2450-EXIT
                   END-IF
               WHEN CMD-IS-SNAP
                   IF NOT ROS-SNAP-OK
                       GO TO 2450-EXIT
                   END-IF
               WHEN CMD-IS-PALETTE
                   IF NOT ROS-PALETTE-OK
                       GO TO 2450-EXIT
                   END-IF
               WHEN CMD-IS-PATTERN
                   IF NOT ROS-PATTERN-OK
                       GO TO 2450-EXIT
                   END-IF
               WHEN CMD-IS-ACK
                   IF NOT ROS-ACK-OK
                       GO TO 2450-EXIT
                   END-IF
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
      
           MOVE 'N' TO GRAD-OPR-CANVAS-SW.
           PERFORM 2460-MATCH-OPERATOR-CANVAS THRU 2460-EXIT
               VARYING GRAD-ROS-SLOT FROM 1 BY 1
                   UNTIL GRAD-ROS-SLOT > 5
                       OR GRAD-OPR-CANVAS-OK.
           IF NOT GRAD-OPR-CANVAS-OK
               MOVE 'CANVAS NOT PERMITTED TO OPERATOR' TO
                   GRAD-CMD-REFUSE-TEXT
               GO TO 2450-EXIT
           END-IF.
      
           MOVE 'N' TO GRAD-CMD-REFUSED-SW.
           MOVE SPACES TO GRAD-CMD-REFUSE-TEXT.
      
       2450-EXIT.
           EXIT.
      
       2455-FIND-OPERATOR.
           MOVE GRAD-ROSTAB-IMAGE(GRAD-ROS-IDX) TO ROSTER-RECORD.
           IF ROS-OPERATOR-ID = CMD-OPERATOR-ID
               MOVE 'Y' TO GRAD-OPR-FOUND-SW
           END-IF.
      
       2455-EXIT.
           EXIT.
      
       2460-MATCH-OPERATOR-CANVAS.
           IF ROS-CANVAS-IS-ALL(GRAD-ROS-SLOT)
               MOVE 'Y' TO GRAD-OPR-CANVAS-SW
               GO TO 2460-EXIT
           END-IF.
           IF ROS-CANVAS(GRAD-ROS-SLOT) NOT = SPACES
               AND ROS-CANVAS(GRAD-ROS-SLOT) = CMD-CANVAS-NAME
               MOVE 'Y' TO GRAD-OPR-CANVAS-SW
           END-IF.
      
       2460-EXIT.
015490     EXIT.
015500
015510******************************************************************
015540*     AN EDIT TO EITHER SHOWS ON THE WALL AT THE NEXT FRAME.  UP
015550*     TO THREE LINES RIDE UNDER THE BANNER HEADING -- EVERY
015560*     UNACKNOWLEDGED PLUTO-WATCH ALERT FIRST, THEN NOTICE LINES
015570*     IN WHATEVER ROOM IS LEFT.  THE ALERT FILE IS READ TWICE:
015572*     ONCE FOR ESCALATIONS, WHICH OUTRANK EVERYTHING (THE FIRST
015574*     TAKES THE HEADING LINE, SEE 3160, AND ANY OTHERS THE TOP
015576*     NOTICE LINES), THEN FOR THE ORDINARY ALERTS.  NEITHER FILE
015578*     IS CONSUMED HERE
015580*     (UNLIKE COMMANDS); AN ALERT LEAVES THE WALL ONLY WHEN AN
015590*     ACK COMMAND MARKS IT ACKNOWLEDGED (SEE 2440).
015600******************************************************************
015630     MOVE SPACES TO GRAD-BANNER-LINE(2).
015640     MOVE SPACES TO GRAD-BANNER-LINE(3).
015650     MOVE SPACES TO GRAD-BANNER-LINE(4).
015655     MOVE SPACES TO GRAD-ESCALATE-LINE.
015660
015670     OPEN INPUT ALERT-FILE.
015680     IF GRAD-ALERT-FILE-PRESENT
015681         PERFORM 2530-READ-ONE-ESCALATION THRU 2530-EXIT
015682             UNTIL GRAD-ALERT-EOF
015683                 OR GRAD-NOTICE-COUNT >= 3
015684     END-IF.
015685     CLOSE ALERT-FILE.
015686
015687     OPEN INPUT ALERT-FILE.
015688     IF GRAD-ALERT-FILE-PRESENT
015689         AND GRAD-NOTICE-COUNT < 3
015690         PERFORM 2520-READ-ONE-ALERT THRU 2520-EXIT
015700             UNTIL GRAD-ALERT-EOF
015710                 OR GRAD-NOTICE-COUNT >= 3
015980* 2520-READ-ONE-ALERT.
015990*     AN UNACKNOWLEDGED ALERT TAKES A BANNER LINE AHEAD OF THE
016000*     ORDINARY NOTICES: THE TYPE, THE CANVAS IT IS ABOUT, AND
016010*     THE WATCHDOG'S DETAIL TEXT.  ESCALATIONS WERE PLACED BY
016015*     2530 AND ARE PASSED OVER HERE.
016020******************************************************************
016030 2520-READ-ONE-ALERT.
016040     READ ALERT-FILE.
016050     IF GRAD-ALERT-FILE-PRESENT
016060         AND NOT ALR-ACKNOWLEDGED
016065         AND NOT ALR-IS-ESCALATION
016070         ADD 1 TO GRAD-NOTICE-COUNT
016080         MOVE SPACES TO
016090             GRAD-BANNER-LINE(GRAD-NOTICE-COUNT + 1)
016140     END-IF.
016150
016160 2520-EXIT.
           EXIT.
      
      ******************************************************************
      * 2530-READ-ONE-ESCALATION.
      *     AN UNACKNOWLEDGED ESCALATE ALERT NAMES AN ALERT NOBODY
      *     ANSWERED IN TIME.  THE FIRST ONE ON FILE (THE OLDEST)
      *     REPLACES THE CLOCK HEADING; ANY FURTHER ONES TAKE NOTICE
      *     LINES AHEAD OF THE ORDINARY ALERTS.  AN ACK FOR THE CANVAS
      *     CLEARS THE ESCALATION ALONG WITH THE ALERT BEHIND IT.
      ******************************************************************
       2530-READ-ONE-ESCALATION.
           READ ALERT-FILE.
           IF NOT GRAD-ALERT-FILE-PRESENT
               OR ALR-ACKNOWLEDGED
               OR NOT ALR-IS-ESCALATION
               GO TO 2530-EXIT
           END-IF.
      
           IF GRAD-ESCALATE-LINE = SPACES
               STRING "ESCALATED " ALR-CANVAS-NAME " "
                   ALR-ESC-ORIG-TYPE " RAISED "
                   ALR-ESC-ORIG-TIME(1:2) ":" ALR-ESC-ORIG-TIME(3:2)
                   " " ALR-ESC-TEXT
                   DELIMITED BY SIZE INTO GRAD-ESCALATE-LINE
               GO TO 2530-EXIT
           END-IF.
      
           ADD 1 TO GRAD-NOTICE-COUNT.
           MOVE SPACES TO GRAD-BANNER-LINE(GRAD-NOTICE-COUNT + 1).
           STRING "ESCALATED " ALR-CANVAS-NAME " "
               ALR-ESC-ORIG-TYPE " RAISED "
               ALR-ESC-ORIG-TIME(1:2) ":" ALR-ESC-ORIG-TIME(3:2)
               " " ALR-ESC-TEXT
               DELIMITED BY SIZE INTO
               GRAD-BANNER-LINE(GRAD-NOTICE-COUNT + 1).
      
       2530-EXIT.
016170     EXIT.
016180
016190******************************************************************
016380*     REWRITE THE RUN-STATE SNAPSHOT FROM SCRATCH -- ONE RECORD
016390*     PER CANVAS, ALL OF THEM STAMPED WITH THE SAME MOMENT, SO
016400*     THE PLUTO-STATUS REPORT ALWAYS READS A WHOLE CONSISTENT
016410*     PASS AND CAN TELL A STALE SNAPSHOT FROM A LIVE ONE.  A
016413*     SNAPSHOT THAT CANNOT BE OPENED OR WRITTEN IS LOGGED AS ONE
016416*     STAWRITE ERROR EVENT FOR THE PASS.
016420******************************************************************
016430 2700-WRITE-STATUS-SNAPSHOT.
016440     ACCEPT GRAD-WK-DATE FROM DATE YYYYMMDD.
016450     ACCEPT GRAD-WK-TIME FROM TIME.
016460     OPEN OUTPUT STATUS-FILE.
016470     IF NOT GRAD-STATE-OK
016472         DISPLAY "PLUTO-GRADIENT: STATUS SNAPSHOT OPEN FAILED, "
016474             "STATUS " GRAD-STATE-STATUS UPON CONSOLE
016476         SET ERR-IS-STATUS-WRITE TO TRUE
016478         PERFORM 1950-LOG-ERROR-EVENT THRU 1950-EXIT
016480         GO TO 2700-EXIT
016490     END-IF.
016495     MOVE 'N' TO GRAD-STATE-FAILED-SW.
016500     PERFORM 2710-WRITE-ONE-STATUS THRU 2710-EXIT
016510         VARYING GRAD-CANVAS-IDX FROM 1 BY 1
016520             UNTIL GRAD-CANVAS-IDX > GRAD-CANVAS-COUNT.
016530     CLOSE STATUS-FILE.
016531     IF GRAD-STATE-FAILED
016532         DISPLAY "PLUTO-GRADIENT: STATUS SNAPSHOT WRITE FAILED"
016533             UPON CONSOLE
016534         SET ERR-IS-STATUS-WRITE TO TRUE
016535         PERFORM 1950-LOG-ERROR-EVENT THRU 1950-EXIT
016536     END-IF.
016540
016550 2700-EXIT.
016560     EXIT.
016750     MOVE GRAD-WK-DATE TO STA-STAMP-DATE.
016760     MOVE GRAD-WK-TIME TO STA-STAMP-TIME.
016770     WRITE STATUS-RECORD.
016772     IF NOT GRAD-STATE-OK
016774         MOVE 'Y' TO GRAD-STATE-FAILED-SW
016776     END-IF.
016780
016790 2710-EXIT.
016800     EXIT.
017610* 3160-SET-BANNER-FOR-CANVAS.
017620*     DECIDE WHETHER THIS CANVAS CARRIES THE BANNER THIS FRAME
017630*     AND, IF SO, WHERE IT STARTS AND WHAT THE HEADING SAYS.
017635*     AN OPEN ESCALATION (SEE 2530) OVERRIDES THE CLOCK HEADING.
017640*     ONLY AS MANY 8-PIXEL TEXT LINES AS THE CANVAS CAN HOLD
017650*     ARE DRAWN; A CANVAS UNDER 8 PIXELS TALL GETS NO BANNER.
017660******************************************************************
017910         "  " GRAD-CANVAS-NAME(GRAD-CANVAS-IDX)
017920         " FRAME " GRAD-CANVAS-FRAME-NO(GRAD-CANVAS-IDX)
017930         DELIMITED BY SIZE INTO GRAD-BANNER-LINE(1).
017932     IF GRAD-ESCALATE-LINE NOT = SPACES
017934         MOVE GRAD-ESCALATE-LINE TO GRAD-BANNER-LINE(1)
017936     END-IF.
017940     MOVE 'Y' TO GRAD-BANNER-ACTIVE-SW.
017950
017960 3160-EXIT.
020310     END-IF.
020320
020330     PERFORM 3226-FIND-GLYPH THRU 3226-EXIT.
020340     IF FNT-DOT(GRAD-BAN-GLYPH, GRAD-BAN-GLYPH-ROW + 1,
020350             GRAD-BAN-COL + 1) = 'X'
020360         MOVE 255 TO R
020370         MOVE 255 TO G
020580     EXIT.
020590
020600 3227-MATCH-ONE-GLYPH.
020610     IF FNT-CHARSET(GRAD-BAN-SCAN:1) = GRAD-BAN-CHAR
020620         MOVE GRAD-BAN-SCAN TO GRAD-BAN-GLYPH
020630     END-IF.
020640
020910         END-IF
020920     END-IF.
020930
020940     IF NOT GRAD-ARCHIVE-DUE
020950         GO TO 3100-EXIT
020980     END-IF.
      
           PERFORM 3110-BUILD-ARCHIVE-NAME THRU 3110-EXIT.
           OPEN OUTPUT ARCHIVE-FILE.
           IF NOT GRAD-ARCHIVE-OK
               MOVE SPACES TO GRAD-MESSAGE
               STRING "PLUTO-GRADIENT: ARCHIVE OPEN FAILED FOR CANVAS "
                   GRAD-CANVAS-NAME(GRAD-CANVAS-IDX)
                   " STATUS " GRAD-ARCHIVE-STATUS
                   DELIMITED BY SIZE INTO GRAD-MESSAGE
               DISPLAY GRAD-MESSAGE UPON CONSOLE
               SET ERR-IS-ARCHIVE-OPEN TO TRUE
               PERFORM 1950-LOG-ERROR-EVENT THRU 1950-EXIT
               GO TO 3100-EXIT
           END-IF.
           PERFORM 3120-WRITE-ARCHIVE-HEADER THRU 3120-EXIT.
020990
021000 3100-EXIT.
021010     EXIT.
021320* 3130-RECORD-ARCHIVE-IN-MANIFEST.
021330*     CATALOG THE PPM FRAME ARCHIVE JUST OPENED.  GRAD-WK-DATE
021340*     AND GRAD-WK-TIME STILL HOLD THE STAMP 3110 BUILT INTO THE
021350*     FILE NAME, SO THE MANIFEST AND THE NAME ALWAYS AGREE.  THE
021352*     FRAME IS ON DISK EITHER WAY, SO THE CANVAS'S LAST-ARCHIVE
021354*     STAMP IS TAKEN FIRST; A MANIFEST THAT CANNOT BE OPENED OR
021356*     WRITTEN IS LOGGED AS A MANWRITE ERROR EVENT.
021360******************************************************************
021370 3130-RECORD-ARCHIVE-IN-MANIFEST.
021372     MOVE GRAD-WK-DATE TO
021374         GRAD-CANVAS-ARCH-DATE(GRAD-CANVAS-IDX).
021376     MOVE GRAD-WK-TIME TO
021378         GRAD-CANVAS-ARCH-TIME(GRAD-CANVAS-IDX).
021380     OPEN EXTEND MANIFEST-FILE.
021381     IF NOT GRAD-MANIFEST-OPEN-OK
021382         DISPLAY "PLUTO-GRADIENT: MANIFEST OPEN FAILED, STATUS "
021383             GRAD-MANIFEST-STATUS UPON CONSOLE
021384         CLOSE MANIFEST-FILE
021385         SET ERR-IS-MANIFEST-WRITE TO TRUE
021386         PERFORM 1950-LOG-ERROR-EVENT THRU 1950-EXIT
021387         GO TO 3130-EXIT
021388     END-IF.
021390     MOVE SPACES TO MANIFEST-RECORD.
021400     SET MAN-IS-FRAME TO TRUE.
021410     MOVE GRAD-WK-DATE TO MAN-DATE.
021480     SET MAN-IS-ACTIVE TO TRUE.
021490     MOVE GRAD-ARCHIVE-FILENAME TO MAN-FILE-NAME.
021500     WRITE MANIFEST-RECORD.
021501     IF NOT GRAD-MANIFEST-OK
021502         DISPLAY "PLUTO-GRADIENT: MANIFEST WRITE FAILED, STATUS "
021503             GRAD-MANIFEST-STATUS UPON CONSOLE
021504         SET ERR-IS-MANIFEST-WRITE TO TRUE
021505         PERFORM 1950-LOG-ERROR-EVENT THRU 1950-EXIT
021506     END-IF.
021510     CLOSE MANIFEST-FILE.
021560
021570 3130-EXIT.
021580     EXIT.
022740*     PLGRDCKP, OR THE RESTART LOSES THE VERY STATE THE
022750*     CHECKPOINT EXISTS TO CARRY.  SAME WORK-FILE-AND-RENAME
022760*     PATTERN AS THE ALERT ACK (2440) AND THE RETENTION
022770*     MANAGER'S MANIFEST SWEEP.  A WORK FILE THAT WILL NOT OPEN
022773*     OR A SWAP THAT FAILS LEAVES THE PRIOR CHECKPOINT STANDING
022776*     AND IS LOGGED AS A CKPTSWAP ERROR EVENT.
022780******************************************************************
022790 8100-SAVE-CHECKPOINTS.
022800     OPEN OUTPUT CHECKPOINT-OUT-FILE.
022801     IF NOT GRAD-CKPT-OUT-OK
022802         DISPLAY "PLUTO-GRADIENT: COULD NOT OPEN CHECKPOINT WORK "
022803             "FILE, STATUS " GRAD-CKPT-OUT-STATUS UPON CONSOLE
022804         SET ERR-IS-CKPT-SWAP TO TRUE
022805         PERFORM 1950-LOG-ERROR-EVENT THRU 1950-EXIT
022806         GO TO 8100-EXIT
022807     END-IF.
022810     PERFORM 8110-WRITE-ONE-CHECKPOINT THRU 8110-EXIT
022820         VARYING GRAD-CANVAS-IDX FROM 1 BY 1
022830             UNTIL GRAD-CANVAS-IDX > GRAD-CANVAS-COUNT.
022880         DISPLAY "PLUTO-GRADIENT: COULD NOT SWAP CHECKPOINT, "
022890             "RC " RETURN-CODE UPON CONSOLE
022900         MOVE 0 TO RETURN-CODE
022903         SET ERR-IS-CKPT-SWAP TO TRUE
022906         PERFORM 1950-LOG-ERROR-EVENT THRU 1950-EXIT
022910     END-IF.
022920
022930 8100-EXIT.
023290                 GRAD-CANVAS-STATUS(GRAD-CANVAS-IDX)
023300                 DELIMITED BY SIZE INTO GRAD-MESSAGE
023310             DISPLAY GRAD-MESSAGE UPON CONSOLE
023315             SET ERR-IS-DEINIT-FAILED TO TRUE
023320             PERFORM 1950-LOG-ERROR-EVENT THRU 1950-EXIT
023330         ELSE
023340             MOVE SPACES TO RENDER-LOG-RECORD
