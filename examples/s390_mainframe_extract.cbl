000010******************************************************************
000020* PROGRAM-ID.  PLUTO-EXTRACT
000030* AUTHOR.      R. S. HALVORSEN, OPS FLOOR DEVELOPMENT
000040* INSTALLATION. OPS FLOOR SYSTEMS
000050* DATE-WRITTEN. 2026-10-15
000060* DATE-COMPILED.
000070*
000080* REMARKS.
000090*     END-OF-SHIFT INTERFACE EXTRACT OF THE WALL'S HEALTH FOR
000100*     THE ENTERPRISE MONITORING FEED.  WRITES ONE DELIMITED FILE,
000110*     PLGRDXTR.YYYYMMDD (LAYOUT PLGRDXTR), WITH ONE ROW PER
000120*     CANVAS FOR THE SHIFT, BETWEEN A HEADER AND A TRAILER THAT
000130*     CARRIES THE ROW COUNT AND A CONTROL TOTAL.  EACH ROW
000140*     GATHERS, FOR ITS CANVAS:
000150*
000160*       - FRAMES, ERRORS, WRAPS AND ELAPSED SECONDS FROM THE
000170*         SHIFT HISTORY MASTER (PLGRDHST), SO PLUTO-STATS MUST
000180*         HAVE RUN FIRST -- A CANVAS WITH NO HISTORY RECORD FOR
000190*         THE DATE GETS NO ROW;
000200*       - THE AVERAGE AND WORST FRAME RENDER TIME FROM THE
000210*         RENDER LOG (PLGRDLOG), WHEN THE CANVAS'S FIRST EVENT
000220*         ON THE LOG FALLS ON THE SHIFT DATE, AS PLUTO-STATS
000230*         DATES A SHIFT;
000240*       - ALERTS RAISED DURING THE SHIFT (PLGRDALR), SPLIT INTO
000250*         STILL OPEN AND ACKNOWLEDGED -- ESCALATE RECORDS ARE
000260*         RE-RAISES OF AN ALERT ALREADY COUNTED AND ARE LEFT
000270*         OUT;
000280*       - CONTROL ACTIONS APPLIED AND REJECTED DURING THE SHIFT
000290*         (PLGRDAUD);
000300*       - THE OUTCOME OF THE SHIFT'S RECONCILIATION AND
000310*         VERIFICATION, TAKEN FROM THE LATEST END RECORD FOR THE
000320*         STEPS NAMED RECON AND VERIFY ON THE CHAIN LOG
000330*         (PLGRDCHL): PASS BELOW RC 8, FAIL AT RC 8 OR ABOVE,
000340*         NOTRUN WHEN THE CHAIN HAS NOT ENDED THE STEP.
000350*
000360*     THE SHIFT RUNS FOR 24 HOURS FROM THE EARLIEST EVENT ON THE
000370*     LOG; WHEN THE LOG ON HAND IS NOT THE SHIFT'S, FROM
000380*     MIDNIGHT STARTING THE SHIFT DATE.
000390*
000400*     THE JCL PARM (OR COMMAND LINE) GIVES THE SHIFT DATE, E.G.
000410*     'PLUTO-EXTRACT 20261014' (THE CHAIN PASSES &SHFDATE); NO
000420*     PARM MEANS THE DATE OF THE FIRST EVENT ON THE LOG.  A
000430*     RERUN FOR THE SAME DATE REWRITES THAT DATE'S FILE.  A
000440*     CONTROL REPORT GOES TO PLXTRRPT.
000450*
000460*     RETURN CODE: 8 IF THE PARM IS UNUSABLE, THERE IS NO DATE
000470*     TO RUN FOR, OR THE HISTORY MASTER CANNOT BE OPENED (NO
000480*     EXTRACT IS WRITTEN); 4 IF THE EXTRACT HAS NO ROWS; ELSE 0.
000490*
000500* MODIFICATION HISTORY.
000510*     DATE       BY   DESCRIPTION
000520*     ---------- ---- ----------------------------------------
000530*     2026-10-15 RSH  ORIGINAL VERSION.
000540******************************************************************
000550 IDENTIFICATION DIVISION.
000560 PROGRAM-ID. PLUTO-EXTRACT.
000570 AUTHOR. R. S. HALVORSEN.
000580 INSTALLATION. OPS FLOOR SYSTEMS.
000590 DATE-WRITTEN. 2026-10-15.
000600 DATE-COMPILED.
000610
000620 ENVIRONMENT DIVISION.
000630 INPUT-OUTPUT SECTION.
000640 FILE-CONTROL.
000650     SELECT OPTIONAL RENDER-LOG-FILE ASSIGN TO "PLGRDLOG"
000660         ORGANIZATION IS LINE SEQUENTIAL
000670         FILE STATUS IS EXT-LOG-STATUS.
000680
000690     SELECT HISTORY-FILE ASSIGN TO "PLGRDHST"
000700         ORGANIZATION IS INDEXED
000710         ACCESS MODE IS DYNAMIC
000720         RECORD KEY IS HIST-KEY
000730         FILE STATUS IS EXT-HIST-STATUS.
000740
000750     SELECT OPTIONAL ALERT-FILE ASSIGN TO "PLGRDALR"
000760         ORGANIZATION IS LINE SEQUENTIAL
000770         FILE STATUS IS EXT-ALERT-STATUS.
000780
000790     SELECT OPTIONAL AUDIT-FILE ASSIGN TO "PLGRDAUD"
000800         ORGANIZATION IS LINE SEQUENTIAL
000810         FILE STATUS IS EXT-AUD-STATUS.
000820
000830     SELECT OPTIONAL CHAIN-LOG-FILE ASSIGN TO "PLGRDCHL"
000840         ORGANIZATION IS LINE SEQUENTIAL
000850         FILE STATUS IS EXT-CHL-STATUS.
000860
000870     SELECT EXTRACT-FILE ASSIGN TO DYNAMIC
000880         EXT-EXTRACT-FILENAME
000890         ORGANIZATION IS LINE SEQUENTIAL
000900         FILE STATUS IS EXT-XTR-STATUS.
000910
000920     SELECT EXTRACT-REPORT-FILE ASSIGN TO "PLXTRRPT"
000930         ORGANIZATION IS LINE SEQUENTIAL
000940         FILE STATUS IS EXT-RPT-STATUS.
000950
000960 DATA DIVISION.
000970 FILE SECTION.
000980 FD  RENDER-LOG-FILE
000990     RECORDING MODE IS F.
001000 COPY PLGRDLOG.
001010
001020 FD  HISTORY-FILE.
001030 COPY PLGRDHST.
001040
001050 FD  ALERT-FILE
001060     RECORDING MODE IS F.
001070 COPY PLGRDALR.
001080
001090 FD  AUDIT-FILE
001100     RECORDING MODE IS F.
001110 COPY PLGRDAUD.
001120
001130 FD  CHAIN-LOG-FILE
001140     RECORDING MODE IS F.
001150 COPY PLGRDCHL.
001160
001170 FD  EXTRACT-FILE
001180     RECORDING MODE IS F.
001190 COPY PLGRDXTR.
001200
001210 FD  EXTRACT-REPORT-FILE
001220     RECORDING MODE IS F.
001230 01  EXTRACT-REPORT-RECORD           PIC X(96).
001240
001250 WORKING-STORAGE SECTION.
001260******************************************************************
001270* FILE STATUS AND MISCELLANEOUS SWITCHES.
001280******************************************************************
001290 77  EXT-LOG-STATUS                 PIC X(02).
001300     88  EXT-LOG-OK                      VALUE '00'.
001310 77  EXT-HIST-STATUS                PIC X(02).
001320     88  EXT-HIST-OK                     VALUE '00'.
001330     88  EXT-HIST-EOF                    VALUE '10'.
001340 77  EXT-ALERT-STATUS               PIC X(02).
001350     88  EXT-ALERT-OK                    VALUE '00'.
001360 77  EXT-AUD-STATUS                 PIC X(02).
001370     88  EXT-AUD-OK                      VALUE '00'.
001380 77  EXT-CHL-STATUS                 PIC X(02).
001390     88  EXT-CHL-OK                      VALUE '00'.
001400 77  EXT-XTR-STATUS                 PIC X(02).
001410     88  EXT-XTR-OK                      VALUE '00'.
001420 77  EXT-RPT-STATUS                 PIC X(02).
001430
001440 77  EXT-GIVE-UP-SW                 PIC X(01) VALUE 'N'.
001450     88  EXT-GIVE-UP                     VALUE 'Y'.
001460 77  EXT-END-OF-FILE-SW             PIC X(01) VALUE 'N'.
001470     88  EXT-END-OF-FILE                 VALUE 'Y'.
001480 77  EXT-FOUND-SW                   PIC X(01).
001490     88  EXT-FOUND                       VALUE 'Y'.
001500 77  EXT-LOG-SEEN-SW                PIC X(01) VALUE 'N'.
001510     88  EXT-LOG-SEEN                    VALUE 'Y'.
001520 77  EXT-TABLE-FULL-SW              PIC X(01) VALUE 'N'.
001530     88  EXT-TABLE-FULL                  VALUE 'Y'.
001540 77  EXT-SEARCH-IDX                 PIC 9(03) COMP.
001550
001560******************************************************************
001570* OPERATOR PARM, THE SHIFT DATE AND THE SHIFT'S 24-HOUR SPAN.
001580* STAMPS ARE YYYYMMDDHHMMSSCC SO ONE COMPARE COVERS BOTH THE
001590* DATE AND THE TIME.
001600******************************************************************
001610 77  EXT-CMDLINE-PARM               PIC X(80).
001620 01  EXT-PARM-DATE                  PIC X(08).
001630 01  EXT-PARM-DATE-N REDEFINES EXT-PARM-DATE
001640                                    PIC 9(08).
001650 77  EXT-SHIFT-DATE                 PIC 9(08) VALUE 0.
001660 77  EXT-SHIFT-INT                  PIC 9(08) COMP.
001670 77  EXT-NEXT-DATE                  PIC 9(08).
001680 77  EXT-LOG-FIRST-DATE             PIC 9(08) VALUE 0.
001690 77  EXT-LOG-FIRST-TIME             PIC 9(08) VALUE 0.
001700 77  EXT-SPAN-START                 PIC 9(16) COMP.
001710 77  EXT-SPAN-END                   PIC 9(16) COMP.
001720 77  EXT-WK-STAMP                   PIC 9(16) COMP.
001730 77  EXT-WK-CANVAS                  PIC X(08).
001740 77  EXT-TODAY-DATE                 PIC 9(08).
001750 77  EXT-NOW-TIME                   PIC 9(08).
001760 01  EXT-EXTRACT-FILENAME           PIC X(60).
001770
001780******************************************************************
001790* ONE ENTRY PER CANVAS SEEN ON THE LOG OR THE HISTORY MASTER, IN
001800* THE ORDER FIRST SEEN.  ONLY ENTRIES WITH A HISTORY RECORD FOR
001810* THE SHIFT BECOME EXTRACT ROWS.
001820******************************************************************
001830 01  EXT-CANVAS-COUNT               PIC 9(03) VALUE 0.
001840
001850 01  EXT-CANVAS-TABLE.
001860     05  EXT-CANVAS-ENTRY OCCURS 1 TO 20 TIMES
001870             DEPENDING ON EXT-CANVAS-COUNT
001880             INDEXED BY EXT-CANVAS-IDX.
001890         10  EXT-CAN-NAME              PIC X(08).
001900         10  EXT-CAN-FIRST-DATE        PIC 9(08).
001910         10  EXT-CAN-TIMED             PIC 9(08) COMP.
001920         10  EXT-CAN-MSECS-SUM         PIC 9(12) COMP.
001930         10  EXT-CAN-WORST-MSECS       PIC 9(06).
001940         10  EXT-CAN-HIST-SW           PIC X(01).
001950             88  EXT-CAN-HAS-HIST            VALUE 'Y'.
001960         10  EXT-CAN-FRAMES            PIC 9(08).
001970         10  EXT-CAN-ERRORS            PIC 9(08).
001980         10  EXT-CAN-WRAPS             PIC 9(08).
001990         10  EXT-CAN-ELAPSED-SECS      PIC 9(08).
002000         10  EXT-CAN-ALERTS-OPEN       PIC 9(05).
002010         10  EXT-CAN-ALERTS-ACKED      PIC 9(05).
002020         10  EXT-CAN-APPLIED           PIC 9(05).
002030         10  EXT-CAN-REJECTED          PIC 9(05).
002040
002050******************************************************************
002060* RUN-WIDE RECONCILIATION AND VERIFICATION OUTCOME.
002070******************************************************************
002080 01  EXT-RECON-RESULT               PIC X(06) VALUE 'NOTRUN'.
002090 01  EXT-RECON-RC                   PIC 9(04) VALUE 0.
002100 01  EXT-VERIFY-RESULT              PIC X(06) VALUE 'NOTRUN'.
002110 01  EXT-VERIFY-RC                  PIC 9(04) VALUE 0.
002120
002130******************************************************************
002140* EXTRACT CONTROL TOTALS AND REPORT EDIT FIELDS.
002150******************************************************************
002160 77  EXT-ROW-COUNT                  PIC 9(05) VALUE 0.
002170 77  EXT-CONTROL-TOTAL              PIC 9(12) VALUE 0.
002180
002190 01  EXT-EDIT-COUNT                 PIC ZZZZ9.
002200 01  EXT-EDIT-TOTAL                 PIC ZZZ,ZZZ,ZZZ,ZZ9.
002210 01  EXT-EDIT-DATE                  PIC 9999/99/99.
002220 01  EXT-MESSAGE                    PIC X(96).
002230
002240 PROCEDURE DIVISION.
002250******************************************************************
002260* 0000-MAINLINE.
002270******************************************************************
002280 0000-MAINLINE.
002290     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
002300     IF NOT EXT-GIVE-UP
002310         PERFORM 2000-SCAN-RENDER-LOG THRU 2000-EXIT
002320     END-IF.
002330     IF NOT EXT-GIVE-UP
002340         PERFORM 2500-FIX-SHIFT-SPAN THRU 2500-EXIT
002350         PERFORM 3000-LOAD-HISTORY THRU 3000-EXIT
002360     END-IF.
002370     IF NOT EXT-GIVE-UP
002380         PERFORM 4000-SCAN-ALERTS THRU 4000-EXIT
002390         PERFORM 4500-SCAN-AUDIT-TRAIL THRU 4500-EXIT
002400         PERFORM 5000-SCAN-CHAIN-LOG THRU 5000-EXIT
002410         PERFORM 6000-WRITE-EXTRACT THRU 6000-EXIT
002420         PERFORM 8000-WRITE-SUMMARY THRU 8000-EXIT
002430     END-IF.
002440     PERFORM 9000-TERMINATE THRU 9000-EXIT.
002450     STOP RUN.
002460
002470 0000-EXIT.
002480     EXIT.
002490
002500******************************************************************
002510* 1000-INITIALIZE.
002520*     OPEN THE REPORT AND PICK UP THE SHIFT DATE FROM THE PARM.
002530*     WITH NO PARM THE DATE IS FIXED FROM THE LOG IN 2000.
002540******************************************************************
002550 1000-INITIALIZE.
002560     OPEN OUTPUT EXTRACT-REPORT-FILE.
002570     MOVE SPACES TO EXTRACT-REPORT-RECORD.
002580     MOVE "PLUTO-EXTRACT MONITORING FEED EXTRACT CONTROL REPORT"
002590         TO EXTRACT-REPORT-RECORD.
002600     WRITE EXTRACT-REPORT-RECORD.
002610     MOVE SPACES TO EXTRACT-REPORT-RECORD.
002620     WRITE EXTRACT-REPORT-RECORD.
002630
002640     MOVE SPACES TO EXT-CMDLINE-PARM.
002650     ACCEPT EXT-CMDLINE-PARM FROM COMMAND-LINE.
002660     MOVE SPACES TO EXT-PARM-DATE.
002670     UNSTRING EXT-CMDLINE-PARM DELIMITED BY ALL ' '
002680         INTO EXT-PARM-DATE.
002690     IF EXT-PARM-DATE = SPACES
002700         GO TO 1000-EXIT
002710     END-IF.
002720
002730     MOVE 0 TO EXT-SHIFT-INT.
002740     IF EXT-PARM-DATE NUMERIC
002750         COMPUTE EXT-SHIFT-INT =
002760             FUNCTION INTEGER-OF-DATE(EXT-PARM-DATE-N)
002770     END-IF.
002780     IF EXT-SHIFT-INT = 0
002790         MOVE SPACES TO EXT-MESSAGE
002800         STRING "ERROR: SHIFT DATE " EXT-PARM-DATE
002810             " IS NOT A YYYYMMDD CALENDAR DATE"
002820             DELIMITED BY SIZE INTO EXT-MESSAGE
002830         PERFORM 7000-WRITE-REPORT-LINE THRU 7000-EXIT
002840         MOVE 'Y' TO EXT-GIVE-UP-SW
002850         GO TO 1000-EXIT
002860     END-IF.
002870     MOVE EXT-PARM-DATE-N TO EXT-SHIFT-DATE.
002880
002890 1000-EXIT.
002900     EXIT.
002910
002920******************************************************************
002930* 2000-SCAN-RENDER-LOG.
002940*     ONE PASS OF THE LOG: THE EARLIEST EVENT (THE SHIFT START),
002950*     EACH CANVAS'S FIRST EVENT DATE, AND ITS TIMED FRAME COUNT,
002960*     TOTAL AND WORST RENDER TIME.  FRAME EVENTS FROM BEFORE THE
002970*     TIMING FIELD EXISTED CARRY SPACES THERE AND ARE NOT TIMED.
002980******************************************************************
002990 2000-SCAN-RENDER-LOG.
003000     OPEN INPUT RENDER-LOG-FILE.
003010     IF EXT-LOG-OK
003020         MOVE 'N' TO EXT-END-OF-FILE-SW
003030         PERFORM 2100-READ-ONE-LOG-EVENT THRU 2100-EXIT
003040             UNTIL EXT-END-OF-FILE
003050     END-IF.
003060     CLOSE RENDER-LOG-FILE.
003070
003080     IF EXT-SHIFT-DATE = 0
003090         IF EXT-LOG-SEEN
003100             MOVE EXT-LOG-FIRST-DATE TO EXT-SHIFT-DATE
003110         ELSE
003120             MOVE "ERROR: NO SHIFT DATE GIVEN AND NO RENDER LOG"
003130                 TO EXT-MESSAGE
003140             PERFORM 7000-WRITE-REPORT-LINE THRU 7000-EXIT
003150             MOVE 'Y' TO EXT-GIVE-UP-SW
003160         END-IF
003170     END-IF.
003180
003190 2000-EXIT.
003200     EXIT.
003210
003220 2100-READ-ONE-LOG-EVENT.
003230     READ RENDER-LOG-FILE
003240         AT END
003250             MOVE 'Y' TO EXT-END-OF-FILE-SW
003260             GO TO 2100-EXIT
003270     END-READ.
003280     IF LOG-DATE NOT NUMERIC OR LOG-TIME NOT NUMERIC
003290         GO TO 2100-EXIT
003300     END-IF.
003310     IF NOT EXT-LOG-SEEN
003320         MOVE 'Y' TO EXT-LOG-SEEN-SW
003330         MOVE LOG-DATE TO EXT-LOG-FIRST-DATE
003340         MOVE LOG-TIME TO EXT-LOG-FIRST-TIME
003350     END-IF.
003360
003370     MOVE LOG-CANVAS-NAME TO EXT-WK-CANVAS.
003380     PERFORM 7200-FIND-CANVAS THRU 7200-EXIT.
003390     IF NOT EXT-FOUND
003400         GO TO 2100-EXIT
003410     END-IF.
003420     IF EXT-CAN-FIRST-DATE(EXT-CANVAS-IDX) = 0
003430         MOVE LOG-DATE TO EXT-CAN-FIRST-DATE(EXT-CANVAS-IDX)
003440     END-IF.
003450     IF LOG-EVENT-IS-FRAME AND LOG-RENDER-MSECS NUMERIC
003460         ADD 1 TO EXT-CAN-TIMED(EXT-CANVAS-IDX)
003470         ADD LOG-RENDER-MSECS TO EXT-CAN-MSECS-SUM(EXT-CANVAS-IDX)
003480         IF LOG-RENDER-MSECS > EXT-CAN-WORST-MSECS(EXT-CANVAS-IDX)
003490             MOVE LOG-RENDER-MSECS TO
003500                 EXT-CAN-WORST-MSECS(EXT-CANVAS-IDX)
003510         END-IF
003520     END-IF.
003530
003540 2100-EXIT.
003550     EXIT.
003560
003570******************************************************************
003580* 2500-FIX-SHIFT-SPAN.
003590*     THE SHIFT IS THE 24 HOURS FROM THE EARLIEST LOG EVENT WHEN
003600*     THE LOG STARTS ON THE SHIFT DATE, OTHERWISE THE 24 HOURS
003610*     FROM MIDNIGHT STARTING THE SHIFT DATE.  ALERTS AND CONTROL
003620*     ACTIONS ARE COUNTED FROM THE START UP TO, NOT INCLUDING,
003630*     THE END.
003640******************************************************************
003650 2500-FIX-SHIFT-SPAN.
003660     COMPUTE EXT-SHIFT-INT =
003670         FUNCTION INTEGER-OF-DATE(EXT-SHIFT-DATE).
003680     COMPUTE EXT-NEXT-DATE =
003690         FUNCTION DATE-OF-INTEGER(EXT-SHIFT-INT + 1).
003700     IF NOT EXT-LOG-SEEN
003705         OR EXT-LOG-FIRST-DATE NOT = EXT-SHIFT-DATE
003710         MOVE 0 TO EXT-LOG-FIRST-TIME
003720     END-IF.
003730     COMPUTE EXT-SPAN-START =
003740         EXT-SHIFT-DATE * 100000000 + EXT-LOG-FIRST-TIME.
003750     COMPUTE EXT-SPAN-END =
003760         EXT-NEXT-DATE * 100000000 + EXT-LOG-FIRST-TIME.
003770
003780     MOVE EXT-SHIFT-DATE TO EXT-EDIT-DATE.
003790     MOVE SPACES TO EXT-MESSAGE.
003800     STRING "SHIFT DATE " EXT-EDIT-DATE
003810         DELIMITED BY SIZE INTO EXT-MESSAGE.
003820     PERFORM 7000-WRITE-REPORT-LINE THRU 7000-EXIT.
003830     IF NOT EXT-LOG-SEEN
003835         OR EXT-LOG-FIRST-DATE NOT = EXT-SHIFT-DATE
003840         MOVE "NOTE: LOG IS NOT THIS SHIFT'S -- NO RENDER TIMES"
003850             TO EXT-MESSAGE
003860         PERFORM 7000-WRITE-REPORT-LINE THRU 7000-EXIT
003870     END-IF.
003880     MOVE SPACES TO EXTRACT-REPORT-RECORD.
003890     WRITE EXTRACT-REPORT-RECORD.
003900
003910 2500-EXIT.
003920     EXIT.
003930
003940******************************************************************
003950* 3000-LOAD-HISTORY.
003960*     POSITION THE MASTER AT THE SHIFT DATE AND TAKE EVERY RECORD
003970*     FOR IT.  THE MASTER IS KEYED DATE THEN CANVAS, SO THE
003980*     SHIFT'S RECORDS ARE TOGETHER.
003990******************************************************************
004000 3000-LOAD-HISTORY.
004010     OPEN INPUT HISTORY-FILE.
004020     IF NOT EXT-HIST-OK
004030         MOVE SPACES TO EXT-MESSAGE
004040         STRING "ERROR: HISTORY MASTER WILL NOT OPEN, STATUS "
004050             EXT-HIST-STATUS
004060             DELIMITED BY SIZE INTO EXT-MESSAGE
004070         PERFORM 7000-WRITE-REPORT-LINE THRU 7000-EXIT
004080         MOVE 'Y' TO EXT-GIVE-UP-SW
004090         GO TO 3000-EXIT
004100     END-IF.
004110
004120     MOVE 'N' TO EXT-END-OF-FILE-SW.
004130     MOVE EXT-SHIFT-DATE TO HIST-SHIFT-DATE.
004140     MOVE LOW-VALUES TO HIST-CANVAS-NAME.
004150     START HISTORY-FILE KEY IS >= HIST-KEY
004160         INVALID KEY
004170             MOVE 'Y' TO EXT-END-OF-FILE-SW
004180     END-START.
004190     PERFORM 3100-READ-ONE-HISTORY THRU 3100-EXIT
004200         UNTIL EXT-END-OF-FILE.
004210     CLOSE HISTORY-FILE.
004220
004230 3000-EXIT.
004240     EXIT.
004250
004260 3100-READ-ONE-HISTORY.
004270     READ HISTORY-FILE NEXT RECORD
004280         AT END
004290             MOVE 'Y' TO EXT-END-OF-FILE-SW
004300             GO TO 3100-EXIT
004310     END-READ.
004320     IF HIST-SHIFT-DATE NOT = EXT-SHIFT-DATE
004330         MOVE 'Y' TO EXT-END-OF-FILE-SW
004340         GO TO 3100-EXIT
004350     END-IF.
004360
004370     MOVE HIST-CANVAS-NAME TO EXT-WK-CANVAS.
004380     PERFORM 7200-FIND-CANVAS THRU 7200-EXIT.
004390     IF NOT EXT-FOUND
004400         GO TO 3100-EXIT
004410     END-IF.
004420     MOVE 'Y' TO EXT-CAN-HIST-SW(EXT-CANVAS-IDX).
004430     MOVE HIST-FRAMES TO EXT-CAN-FRAMES(EXT-CANVAS-IDX).
004440     MOVE HIST-ERRORS TO EXT-CAN-ERRORS(EXT-CANVAS-IDX).
004450     MOVE HIST-WRAPS TO EXT-CAN-WRAPS(EXT-CANVAS-IDX).
004460     MOVE HIST-ELAPSED-SECS TO
004470         EXT-CAN-ELAPSED-SECS(EXT-CANVAS-IDX).
004480
004490 3100-EXIT.
004500     EXIT.
004510
004520******************************************************************
004530* 4000-SCAN-ALERTS.
004540*     COUNT EACH CANVAS'S ALERTS RAISED IN THE SHIFT AS OPEN OR
004550*     ACKNOWLEDGED.  AN ESCALATE RECORD RE-RAISES AN ALERT
004560*     ALREADY COUNTED AND IS SKIPPED.  NO ALERT FILE IS A QUIET
004570*     SHIFT.
004580******************************************************************
004590 4000-SCAN-ALERTS.
004600     OPEN INPUT ALERT-FILE.
004610     IF EXT-ALERT-OK
004620         MOVE 'N' TO EXT-END-OF-FILE-SW
004630         PERFORM 4100-READ-ONE-ALERT THRU 4100-EXIT
004640             UNTIL EXT-END-OF-FILE
004650     END-IF.
004660     CLOSE ALERT-FILE.
004670
004680 4000-EXIT.
004690     EXIT.
004700
004710 4100-READ-ONE-ALERT.
004720     READ ALERT-FILE
004730         AT END
004740             MOVE 'Y' TO EXT-END-OF-FILE-SW
004750             GO TO 4100-EXIT
004760     END-READ.
004770     IF ALR-IS-ESCALATION
004780         OR ALR-DATE NOT NUMERIC OR ALR-TIME NOT NUMERIC
004790         GO TO 4100-EXIT
004800     END-IF.
004810     COMPUTE EXT-WK-STAMP = ALR-DATE * 100000000 + ALR-TIME.
004820     IF EXT-WK-STAMP < EXT-SPAN-START
004830         OR EXT-WK-STAMP NOT < EXT-SPAN-END
004840         GO TO 4100-EXIT
004850     END-IF.
004860
004870     MOVE ALR-CANVAS-NAME TO EXT-WK-CANVAS.
004880     PERFORM 7100-LOOK-UP-CANVAS THRU 7100-EXIT.
004890     IF NOT EXT-FOUND
004900         GO TO 4100-EXIT
004910     END-IF.
004920     IF ALR-ACKNOWLEDGED
004930         ADD 1 TO EXT-CAN-ALERTS-ACKED(EXT-CANVAS-IDX)
004940     ELSE
004950         ADD 1 TO EXT-CAN-ALERTS-OPEN(EXT-CANVAS-IDX)
004960     END-IF.
004970
004980 4100-EXIT.
004990     EXIT.
005000
005010******************************************************************
005020* 4500-SCAN-AUDIT-TRAIL.
005030*     COUNT EACH CANVAS'S CONTROL ACTIONS IN THE SHIFT, APPLIED
005040*     AND REJECTED.  THE TRAIL IS CUMULATIVE, SO IT IS READ FROM
005050*     THE TOP AND FILTERED ON THE SPAN.
005060******************************************************************
005070 4500-SCAN-AUDIT-TRAIL.
005080     OPEN INPUT AUDIT-FILE.
005090     IF EXT-AUD-OK
005100         MOVE 'N' TO EXT-END-OF-FILE-SW
005110         PERFORM 4600-READ-ONE-ACTION THRU 4600-EXIT
005120             UNTIL EXT-END-OF-FILE
005130     END-IF.
005140     CLOSE AUDIT-FILE.
005150
005160 4500-EXIT.
005170     EXIT.
005180
005190 4600-READ-ONE-ACTION.
005200     READ AUDIT-FILE
005210         AT END
005220             MOVE 'Y' TO EXT-END-OF-FILE-SW
005230             GO TO 4600-EXIT
005240     END-READ.
005250     IF AUD-DATE NOT NUMERIC OR AUD-TIME NOT NUMERIC
005260         GO TO 4600-EXIT
005270     END-IF.
005280     COMPUTE EXT-WK-STAMP = AUD-DATE * 100000000 + AUD-TIME.
005290     IF EXT-WK-STAMP < EXT-SPAN-START
005300         OR EXT-WK-STAMP NOT < EXT-SPAN-END
005310         GO TO 4600-EXIT
005320     END-IF.
005330
005340     MOVE AUD-CANVAS-NAME TO EXT-WK-CANVAS.
005350     PERFORM 7100-LOOK-UP-CANVAS THRU 7100-EXIT.
005360     IF NOT EXT-FOUND
005370         GO TO 4600-EXIT
005380     END-IF.
005390     IF AUD-WAS-APPLIED
005400         ADD 1 TO EXT-CAN-APPLIED(EXT-CANVAS-IDX)
005410     END-IF.
005420     IF AUD-WAS-REJECTED
005430         ADD 1 TO EXT-CAN-REJECTED(EXT-CANVAS-IDX)
005440     END-IF.
005450
005460 4600-EXIT.
005470     EXIT.
005480
005490******************************************************************
005500* 5000-SCAN-CHAIN-LOG.
005510*     THE CHAIN LOG IS APPENDED IN TIME ORDER, SO THE LAST END
005520*     RECORD FOR A STEP AND SHIFT DATE IS THE LATEST RUN OF IT.
005530*     A STEP NEVER ENDED (OR NO CHAIN LOG) STAYS NOTRUN.
005540******************************************************************
005550 5000-SCAN-CHAIN-LOG.
005560     OPEN INPUT CHAIN-LOG-FILE.
005570     IF EXT-CHL-OK
005580         MOVE 'N' TO EXT-END-OF-FILE-SW
005590         PERFORM 5100-READ-ONE-CHAIN-EVENT THRU 5100-EXIT
005600             UNTIL EXT-END-OF-FILE
005610     END-IF.
005620     CLOSE CHAIN-LOG-FILE.
005630
005640 5000-EXIT.
005650     EXIT.
005660
005670 5100-READ-ONE-CHAIN-EVENT.
005680     READ CHAIN-LOG-FILE
005690         AT END
005700             MOVE 'Y' TO EXT-END-OF-FILE-SW
005710             GO TO 5100-EXIT
005720     END-READ.
005730     IF CHL-SHIFT-DATE NOT NUMERIC OR CHL-RC NOT NUMERIC
005740         GO TO 5100-EXIT
005750     END-IF.
005760     IF CHL-SHIFT-DATE NOT = EXT-SHIFT-DATE OR NOT CHL-IS-END
005770         GO TO 5100-EXIT
005780     END-IF.
005790
005800     IF CHL-STEP-NAME = 'RECON'
005810         MOVE CHL-RC TO EXT-RECON-RC
005820         IF CHL-RC < 8
005830             MOVE 'PASS' TO EXT-RECON-RESULT
005840         ELSE
005850             MOVE 'FAIL' TO EXT-RECON-RESULT
005860         END-IF
005870     END-IF.
005880     IF CHL-STEP-NAME = 'VERIFY'
005890         MOVE CHL-RC TO EXT-VERIFY-RC
005900         IF CHL-RC < 8
005910             MOVE 'PASS' TO EXT-VERIFY-RESULT
005920         ELSE
005930             MOVE 'FAIL' TO EXT-VERIFY-RESULT
005940         END-IF
005950     END-IF.
005960
005970 5100-EXIT.
005980     EXIT.
005990
006000******************************************************************
006010* 6000-WRITE-EXTRACT.
006020*     OPEN OUTPUT ON THE DATED NAME, SO A RERUN REPLACES THE
006030*     DATE'S EARLIER EXTRACT.  EVERY RECORD STARTS AS ALL
006040*     DELIMITERS AND THE FIELDS ARE MOVED IN OVER THEM.
006050******************************************************************
006060 6000-WRITE-EXTRACT.
006070     MOVE SPACES TO EXT-EXTRACT-FILENAME.
006080     STRING "PLGRDXTR." EXT-SHIFT-DATE
006090         DELIMITED BY SIZE INTO EXT-EXTRACT-FILENAME.
006100     OPEN OUTPUT EXTRACT-FILE.
006110     IF NOT EXT-XTR-OK
006120         MOVE SPACES TO EXT-MESSAGE
006130         STRING "ERROR: CANNOT OPEN " EXT-EXTRACT-FILENAME
006140             " STATUS " EXT-XTR-STATUS
006150             DELIMITED BY SIZE INTO EXT-MESSAGE
006160         PERFORM 7000-WRITE-REPORT-LINE THRU 7000-EXIT
006170         MOVE 'Y' TO EXT-GIVE-UP-SW
006180         GO TO 6000-EXIT
006190     END-IF.
006200
006210     ACCEPT EXT-TODAY-DATE FROM DATE YYYYMMDD.
006220     ACCEPT EXT-NOW-TIME FROM TIME.
006230     MOVE ALL '|' TO EXTRACT-RECORD.
006240     MOVE 'H' TO XTR-HDR-TYPE.
006250     MOVE EXT-SHIFT-DATE TO XTR-HDR-SHIFT-DATE.
006260     MOVE 'PLUTOWAL' TO XTR-HDR-FEED.
006270     MOVE EXT-TODAY-DATE TO XTR-HDR-WRITTEN-DATE.
006280     MOVE EXT-NOW-TIME(1:6) TO XTR-HDR-WRITTEN-TIME.
006290     MOVE SPACES TO XTR-HDR-PAD.
006300     WRITE EXTRACT-RECORD.
006310
006320     MOVE SPACES TO EXT-MESSAGE.
006330     STRING "CANVAS       FRAMES    ERRORS     WRAPS   ELAPSED  "
006333         "AVG-MS   WORST   OPEN  ACKED   APPL   REJ"
006336         DELIMITED BY SIZE INTO EXT-MESSAGE.
006340     PERFORM 7000-WRITE-REPORT-LINE THRU 7000-EXIT.
006350     PERFORM 6100-WRITE-ONE-ROW THRU 6100-EXIT
006360         VARYING EXT-CANVAS-IDX FROM 1 BY 1
006370             UNTIL EXT-CANVAS-IDX > EXT-CANVAS-COUNT.
006380
006390     MOVE ALL '|' TO EXTRACT-RECORD.
006400     MOVE 'T' TO XTR-TRL-TYPE.
006410     MOVE EXT-SHIFT-DATE TO XTR-TRL-SHIFT-DATE.
006420     MOVE EXT-ROW-COUNT TO XTR-TRL-ROW-COUNT.
006430     MOVE EXT-CONTROL-TOTAL TO XTR-TRL-CONTROL-TOTAL.
006440     MOVE SPACES TO XTR-TRL-PAD.
006450     WRITE EXTRACT-RECORD.
006460     CLOSE EXTRACT-FILE.
006470
006480 6000-EXIT.
006490     EXIT.
006500
006510******************************************************************
006520* 6100-WRITE-ONE-ROW.
006530*     A CANVAS ON THE LOG WITH NO HISTORY RECORD FOR THE DATE
006540*     GETS NO ROW -- PLUTO-STATS DID NOT COUNT IT -- BUT IS
006550*     NAMED ON THE CONTROL REPORT.
006560******************************************************************
006570 6100-WRITE-ONE-ROW.
006580     IF NOT EXT-CAN-HAS-HIST(EXT-CANVAS-IDX)
006590         MOVE SPACES TO EXT-MESSAGE
006600         STRING "WARNING: CANVAS " EXT-CAN-NAME(EXT-CANVAS-IDX)
006610             " IS ON THE LOG BUT HAS NO HISTORY RECORD -- NO ROW"
006620             DELIMITED BY SIZE INTO EXT-MESSAGE
006630         PERFORM 7000-WRITE-REPORT-LINE THRU 7000-EXIT
006640         GO TO 6100-EXIT
006650     END-IF.
006660
006670     MOVE ALL '|' TO EXTRACT-RECORD.
006680     MOVE 'D' TO XTR-REC-TYPE.
006690     MOVE EXT-SHIFT-DATE TO XTR-SHIFT-DATE.
006700     MOVE EXT-CAN-NAME(EXT-CANVAS-IDX) TO XTR-CANVAS-NAME.
006710     MOVE EXT-CAN-FRAMES(EXT-CANVAS-IDX) TO XTR-FRAMES.
006720     MOVE EXT-CAN-ERRORS(EXT-CANVAS-IDX) TO XTR-ERRORS.
006730     MOVE EXT-CAN-WRAPS(EXT-CANVAS-IDX) TO XTR-WRAPS.
006740     MOVE EXT-CAN-ELAPSED-SECS(EXT-CANVAS-IDX) TO
006745         XTR-ELAPSED-SECS.
006750     MOVE 0 TO XTR-AVG-MSECS.
006760     MOVE 0 TO XTR-WORST-MSECS.
006770     IF EXT-CAN-FIRST-DATE(EXT-CANVAS-IDX) = EXT-SHIFT-DATE
006780         AND EXT-CAN-TIMED(EXT-CANVAS-IDX) > 0
006790         COMPUTE XTR-AVG-MSECS =
006800             EXT-CAN-MSECS-SUM(EXT-CANVAS-IDX) /
006810             EXT-CAN-TIMED(EXT-CANVAS-IDX)
006820         MOVE EXT-CAN-WORST-MSECS(EXT-CANVAS-IDX) TO
006825             XTR-WORST-MSECS
006830     END-IF.
006840     MOVE EXT-CAN-ALERTS-OPEN(EXT-CANVAS-IDX) TO XTR-ALERTS-OPEN.
006850     MOVE EXT-CAN-ALERTS-ACKED(EXT-CANVAS-IDX) TO
006855         XTR-ALERTS-ACKED.
006860     MOVE EXT-CAN-APPLIED(EXT-CANVAS-IDX) TO XTR-ACTIONS-APPLIED.
006870     MOVE EXT-CAN-REJECTED(EXT-CANVAS-IDX) TO
006880         XTR-ACTIONS-REJECTED.
006890     MOVE EXT-RECON-RESULT TO XTR-RECON-RESULT.
006900     MOVE EXT-RECON-RC TO XTR-RECON-RC.
006910     MOVE EXT-VERIFY-RESULT TO XTR-VERIFY-RESULT.
006920     MOVE EXT-VERIFY-RC TO XTR-VERIFY-RC.
006930     WRITE EXTRACT-RECORD.
006940     ADD 1 TO EXT-ROW-COUNT.
006950     ADD XTR-FRAMES TO EXT-CONTROL-TOTAL.
006960
006970     MOVE SPACES TO EXT-MESSAGE.
006980     STRING XTR-CANVAS-NAME "   " XTR-FRAMES "  " XTR-ERRORS
006990         "  " XTR-WRAPS "  " XTR-ELAPSED-SECS "  " XTR-AVG-MSECS
007000         "  " XTR-WORST-MSECS "  " XTR-ALERTS-OPEN "  "
007010         XTR-ALERTS-ACKED "  " XTR-ACTIONS-APPLIED " "
007020         XTR-ACTIONS-REJECTED
007030         DELIMITED BY SIZE INTO EXT-MESSAGE.
007040     PERFORM 7000-WRITE-REPORT-LINE THRU 7000-EXIT.
007050
007060 6100-EXIT.
007070     EXIT.
007080
007090******************************************************************
007100* 7000-WRITE-REPORT-LINE.
007110******************************************************************
007120 7000-WRITE-REPORT-LINE.
007130     MOVE EXT-MESSAGE TO EXTRACT-REPORT-RECORD.
007140     WRITE EXTRACT-REPORT-RECORD.
007150
007160 7000-EXIT.
007170     EXIT.
007180
007190******************************************************************
007200* 7100-LOOK-UP-CANVAS.
007210*     FIND EXT-WK-CANVAS IN THE TABLE; EXT-CANVAS-IDX IS LEFT ON
007220*     IT WHEN EXT-FOUND.
007230******************************************************************
007240 7100-LOOK-UP-CANVAS.
007250     MOVE 'N' TO EXT-FOUND-SW.
007260     IF EXT-CANVAS-COUNT = 0
007270         GO TO 7100-EXIT
007280     END-IF.
007290     PERFORM 7110-MATCH-ONE-CANVAS THRU 7110-EXIT
007300         VARYING EXT-SEARCH-IDX FROM 1 BY 1
007310             UNTIL EXT-SEARCH-IDX > EXT-CANVAS-COUNT
007320                 OR EXT-FOUND.
007360
007370 7100-EXIT.
007380     EXIT.
007381
007382 7110-MATCH-ONE-CANVAS.
007383     IF EXT-CAN-NAME(EXT-SEARCH-IDX) = EXT-WK-CANVAS
007384         SET EXT-CANVAS-IDX TO EXT-SEARCH-IDX
007385         MOVE 'Y' TO EXT-FOUND-SW
007386     END-IF.
007387
007388 7110-EXIT.
007389     EXIT.
007390
007400******************************************************************
007410* 7200-FIND-CANVAS.
007420*     AS 7100, BUT A CANVAS NOT YET IN THE TABLE IS ADDED.  PAST
007430*     20 CANVASES -- THE MOST PLUTO-GRADIENT RUNS -- THE CANVAS
007440*     IS LEFT OUT AND A WARNING IS PRINTED ONCE.
007450******************************************************************
007460 7200-FIND-CANVAS.
007470     PERFORM 7100-LOOK-UP-CANVAS THRU 7100-EXIT.
007480     IF EXT-FOUND
007490         GO TO 7200-EXIT
007500     END-IF.
007510     IF EXT-CANVAS-COUNT NOT < 20
007520         IF NOT EXT-TABLE-FULL
007530             MOVE 'Y' TO EXT-TABLE-FULL-SW
007540             MOVE "WARNING: OVER 20 CANVASES -- REST LEFT OUT"
007550                 TO EXT-MESSAGE
007560             PERFORM 7000-WRITE-REPORT-LINE THRU 7000-EXIT
007570         END-IF
007580         GO TO 7200-EXIT
007590     END-IF.
007600
007610     ADD 1 TO EXT-CANVAS-COUNT.
007620     SET EXT-CANVAS-IDX TO EXT-CANVAS-COUNT.
007630     MOVE EXT-WK-CANVAS TO EXT-CAN-NAME(EXT-CANVAS-IDX).
007640     MOVE 0 TO EXT-CAN-FIRST-DATE(EXT-CANVAS-IDX).
007650     MOVE 0 TO EXT-CAN-TIMED(EXT-CANVAS-IDX).
007660     MOVE 0 TO EXT-CAN-MSECS-SUM(EXT-CANVAS-IDX).
007670     MOVE 0 TO EXT-CAN-WORST-MSECS(EXT-CANVAS-IDX).
007680     MOVE 'N' TO EXT-CAN-HIST-SW(EXT-CANVAS-IDX).
007690     MOVE 0 TO EXT-CAN-FRAMES(EXT-CANVAS-IDX).
007700     MOVE 0 TO EXT-CAN-ERRORS(EXT-CANVAS-IDX).
007710     MOVE 0 TO EXT-CAN-WRAPS(EXT-CANVAS-IDX).
007720     MOVE 0 TO EXT-CAN-ELAPSED-SECS(EXT-CANVAS-IDX).
007730     MOVE 0 TO EXT-CAN-ALERTS-OPEN(EXT-CANVAS-IDX).
007740     MOVE 0 TO EXT-CAN-ALERTS-ACKED(EXT-CANVAS-IDX).
007750     MOVE 0 TO EXT-CAN-APPLIED(EXT-CANVAS-IDX).
007760     MOVE 0 TO EXT-CAN-REJECTED(EXT-CANVAS-IDX).
007770     MOVE 'Y' TO EXT-FOUND-SW.
007780
007790 7200-EXIT.
007800     EXIT.
007810
007820******************************************************************
007830* 8000-WRITE-SUMMARY.
007840******************************************************************
007850 8000-WRITE-SUMMARY.
007860     IF EXT-GIVE-UP
007870         GO TO 8000-EXIT
007880     END-IF.
007890     MOVE SPACES TO EXTRACT-REPORT-RECORD.
007900     WRITE EXTRACT-REPORT-RECORD.
007910
007920     MOVE SPACES TO EXT-MESSAGE.
007930     STRING "RECONCILIATION  " EXT-RECON-RESULT "  RC "
007935         EXT-RECON-RC
007940         DELIMITED BY SIZE INTO EXT-MESSAGE.
007950     PERFORM 7000-WRITE-REPORT-LINE THRU 7000-EXIT.
007960     MOVE SPACES TO EXT-MESSAGE.
007970     STRING "VERIFICATION    " EXT-VERIFY-RESULT "  RC "
007980         EXT-VERIFY-RC
007990         DELIMITED BY SIZE INTO EXT-MESSAGE.
008000     PERFORM 7000-WRITE-REPORT-LINE THRU 7000-EXIT.
008010     MOVE SPACES TO EXTRACT-REPORT-RECORD.
008020     WRITE EXTRACT-REPORT-RECORD.
008030
008040     MOVE SPACES TO EXT-MESSAGE.
008050     STRING "EXTRACT WRITTEN . . . . . . . . . . . . "
008060         EXT-EXTRACT-FILENAME
008070         DELIMITED BY SIZE INTO EXT-MESSAGE.
008080     PERFORM 7000-WRITE-REPORT-LINE THRU 7000-EXIT.
008090     MOVE EXT-ROW-COUNT TO EXT-EDIT-COUNT.
008100     MOVE SPACES TO EXT-MESSAGE.
008110     STRING "ROWS (TRAILER ROW COUNT). . . . . . . . "
008120         EXT-EDIT-COUNT
008130         DELIMITED BY SIZE INTO EXT-MESSAGE.
008140     PERFORM 7000-WRITE-REPORT-LINE THRU 7000-EXIT.
008150     MOVE EXT-CONTROL-TOTAL TO EXT-EDIT-TOTAL.
008160     MOVE SPACES TO EXT-MESSAGE.
008170     STRING "FRAMES (TRAILER CONTROL TOTAL). . . . . "
008180         EXT-EDIT-TOTAL
008190         DELIMITED BY SIZE INTO EXT-MESSAGE.
008200     PERFORM 7000-WRITE-REPORT-LINE THRU 7000-EXIT.
008210     IF EXT-ROW-COUNT = 0
008220         MOVE "WARNING: NO SHIFT HISTORY FOR THE DATE -- NO ROWS"
008230             TO EXT-MESSAGE
008240         PERFORM 7000-WRITE-REPORT-LINE THRU 7000-EXIT
008250     END-IF.
008260
008270 8000-EXIT.
008280     EXIT.
008290
008300******************************************************************
008310* 9000-TERMINATE.
008320******************************************************************
008330 9000-TERMINATE.
008340     CLOSE EXTRACT-REPORT-FILE.
008350     IF EXT-GIVE-UP
008360         MOVE 8 TO RETURN-CODE
008370         DISPLAY "PLUTO-EXTRACT: NO EXTRACT WRITTEN, SEE PLXTRRPT"
008380     ELSE
008390         IF EXT-ROW-COUNT = 0
008400             MOVE 4 TO RETURN-CODE
008410         END-IF
008420         DISPLAY "PLUTO-EXTRACT: " EXT-EXTRACT-FILENAME
008430     END-IF.
008440
008450 9000-EXIT.
008460     EXIT.
