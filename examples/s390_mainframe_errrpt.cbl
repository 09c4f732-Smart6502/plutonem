000010******************************************************************
000020* PROGRAM-ID.  PLUTO-ERRRPT
000030* AUTHOR.      R. S. HALVORSEN, OPS FLOOR DEVELOPMENT
000040* INSTALLATION. OPS FLOOR SYSTEMS
000050* DATE-WRITTEN. 2026-10-14
000060* DATE-COMPILED.
000070*
000080* REMARKS.
000090*     ERROR ANALYSIS REPORT FOR THE PLUTO WALL.  PLUTO-GRADIENT
000100*     STAMPS EVERY ERROR EVENT ON THE RENDER LOG (PLGRDLOG) WITH
000110*     A REASON CODE FROM THE PLGRDERR CATALOG, AND PLUTO-STATS
000120*     CARRIES THE PER-REASON COUNTS ONTO THE SHIFT HISTORY
000130*     MASTER (PLGRDHST).  THIS REPORT ANSWERS "WHAT IS ACTUALLY
000140*     FAILING" IN TWO SECTIONS:
000150*       1.  THE SHIFT'S ERROR EVENTS BY CANVAS AND REASON, READ
000160*           STRAIGHT FROM THE RENDER LOG, WITH A ONE-LINE-PER-
000170*           REASON TOTAL ACROSS ALL CANVASES;
000180*       2.  THE LAST 30 DAYS OF THE HISTORY MASTER BY REASON,
000190*           THE SAME WINDOW PLUTO-TREND USES.
000200*     AN ERROR EVENT WITH A BLANK OR UNKNOWN REASON (WRITTEN
000210*     BEFORE THE CODES EXISTED) IS COUNTED AS UNCODED.  ON THE
000220*     HISTORY SIDE, UNCODED IS WHATEVER PART OF HIST-ERRORS THE
000230*     REASON SLOTS DO NOT ACCOUNT FOR -- OLD RECORDS WITH NO
000240*     SLOTS, AND ANY OVERFLOW PAST A SLOT'S 99 CAP.
000250*
000260*     THE JCL PARM (OR COMMAND LINE) GIVES THE RENDER LOG TO
000270*     READ (THE LIVE PLGRDLOG OR A DATED ARCHIVE), E.G.
000280*     'PLUTO-ERRRPT PLGRDLOG'.  NO PARM MEANS THE LIVE LOG.  A
000290*     MISSING LOG OR HISTORY MASTER IS NOTED ON THE REPORT AND
000300*     THAT SECTION IS LEFT EMPTY.  THE REPORT GOES TO PLERRRPT.
000310*
000320* MODIFICATION HISTORY.
000330*     DATE       BY   DESCRIPTION
000340*     ---------- ---- ----------------------------------------
000350*     2026-10-14 RSH  ORIGINAL VERSION.
000360******************************************************************
000370 IDENTIFICATION DIVISION.
000380 PROGRAM-ID. PLUTO-ERRRPT.
000390 AUTHOR. R. S. HALVORSEN.
000400 INSTALLATION. OPS FLOOR SYSTEMS.
000410 DATE-WRITTEN. 2026-10-14.
000420 DATE-COMPILED.
000430
000440 ENVIRONMENT DIVISION.
000450 INPUT-OUTPUT SECTION.
000460 FILE-CONTROL.
000470     SELECT OPTIONAL RENDER-LOG-FILE ASSIGN TO DYNAMIC
000480         ERP-LOG-FILENAME
000490         ORGANIZATION IS LINE SEQUENTIAL
000500         SHARING WITH ALL OTHER
000510         FILE STATUS IS ERP-LOG-STATUS.
000520
000530     SELECT OPTIONAL HISTORY-FILE ASSIGN TO "PLGRDHST"
000540         ORGANIZATION IS INDEXED
000550         ACCESS MODE IS DYNAMIC
000560         RECORD KEY IS HIST-KEY
000570         FILE STATUS IS ERP-HIST-STATUS.
000580
000590     SELECT ERROR-REPORT-FILE ASSIGN TO "PLERRRPT"
000600         ORGANIZATION IS LINE SEQUENTIAL
000610         FILE STATUS IS ERP-RPT-STATUS.
000620
000630 DATA DIVISION.
000640 FILE SECTION.
000650 FD  RENDER-LOG-FILE
000660     RECORDING MODE IS F.
000670 COPY PLGRDLOG.
000680
000690 FD  HISTORY-FILE.
000700     COPY PLGRDHST.
000710
000720 FD  ERROR-REPORT-FILE
000730     RECORDING MODE IS F.
000740 01  ERROR-REPORT-RECORD             PIC X(96).
000750
000760 WORKING-STORAGE SECTION.
000770******************************************************************
000780* FILE STATUS AND MISCELLANEOUS SWITCHES.
000790******************************************************************
000800 77  ERP-LOG-STATUS                 PIC X(02).
000810     88  ERP-LOG-OK                      VALUE '00'.
000820     88  ERP-LOG-EOF                     VALUE '10'.
000830 77  ERP-HIST-STATUS                PIC X(02).
000840     88  ERP-HIST-OK                     VALUE '00'.
000850     88  ERP-HIST-EOF                    VALUE '10'.
000860 77  ERP-RPT-STATUS                 PIC X(02).
000870
000880 77  ERP-END-OF-LOG-SW              PIC X(01) VALUE 'N'.
000890     88  ERP-END-OF-LOG                   VALUE 'Y'.
000900 77  ERP-END-OF-HIST-SW             PIC X(01) VALUE 'N'.
000910     88  ERP-END-OF-HIST                  VALUE 'Y'.
000920 77  ERP-FOUND-SW                   PIC X(01).
000930     88  ERP-FOUND                        VALUE 'Y'.
000940 77  ERP-REASON-FOUND-SW            PIC X(01).
000950     88  ERP-REASON-FOUND                 VALUE 'Y'.
000960 77  ERP-SEARCH-IDX                 PIC 9(02) COMP.
000970 77  ERP-REASON-SUB                 PIC 9(02) COMP.
000980 77  ERP-UNCODED-SUB                PIC 9(02) COMP.
000990 77  ERP-PRINTED-COUNT              PIC 9(05) COMP VALUE 0.
001000
001010******************************************************************
001020* OPERATOR PARM: LOG FILE.
001030******************************************************************
001040 77  ERP-CMDLINE-PARM               PIC X(80).
001050 77  ERP-LOG-FILENAME               PIC X(40).
001060
001070 COPY PLGRDERR.
001080
001090******************************************************************
001100* SHIFT COUNTS FROM THE RENDER LOG.  ONE SLOT PER CATALOG ENTRY
001110* PLUS A LAST SLOT FOR UNCODED EVENTS, SO EVERY OCCURS 8 BELOW
001120* MOVES WITH ERR-CAT-COUNT.
001130******************************************************************
001140 77  ERP-SHIFT-ERRORS               PIC 9(07) COMP VALUE 0.
001150
001160 01  ERP-SHIFT-TOTALS.
001170     05  ERP-SHIFT-REASON-CNT       PIC 9(07) COMP
001180             OCCURS 8 TIMES.
001190
001200 01  ERP-CANVAS-COUNT               PIC 9(02) VALUE 0.
001210
001220 01  ERP-CANVAS-TABLE.
001230     05  ERP-CANVAS-ENTRY OCCURS 1 TO 20 TIMES
001240             DEPENDING ON ERP-CANVAS-COUNT
001250             INDEXED BY ERP-CANVAS-IDX.
001260         10  ERP-CANVAS-NAME              PIC X(08).
001270         10  ERP-CANVAS-REASON-CNT        PIC 9(07) COMP
001280                 OCCURS 8 TIMES.
001290
001300******************************************************************
001310* 30-DAY COUNTS FROM THE SHIFT HISTORY MASTER.
001320******************************************************************
001330 77  ERP-TODAY-DATE                 PIC 9(08).
001340 77  ERP-TODAY-INT                  PIC 9(08) COMP.
001350 77  ERP-WINDOW-DATE                PIC 9(08).
001360 77  ERP-WINDOW-INT                 PIC S9(08) COMP.
001370 77  ERP-SHIFT-INT                  PIC 9(08) COMP.
001380 77  ERP-DAYS-AGO                   PIC S9(08) COMP.
001390 77  ERP-HIST-SHIFTS                PIC 9(07) COMP VALUE 0.
001400 77  ERP-HIST-ERRORS                PIC 9(09) COMP VALUE 0.
001410 77  ERP-HIST-BAD-COUNT             PIC 9(05) COMP VALUE 0.
001420 77  ERP-REC-CODED                  PIC 9(08) COMP.
001430
001440 01  ERP-HIST-TOTALS.
001450     05  ERP-HIST-REASON-CNT        PIC 9(09) COMP
001460             OCCURS 8 TIMES.
001470
001480******************************************************************
001490* REPORT EDIT FIELDS AND LINE WORK AREA.
001500******************************************************************
001510 77  ERP-LINE-CODE                  PIC X(08).
001520 77  ERP-LINE-TEXT                  PIC X(32).
001540
001550 01  ERP-EDIT-COUNT                 PIC ZZZZZZZZ9.
001570 01  ERP-EDIT-DATE                  PIC 9999/99/99.
001580 01  ERP-EDIT-DATE-2                PIC 9999/99/99.
001590 01  ERP-MESSAGE                    PIC X(96).
001600
001610 PROCEDURE DIVISION.
001620******************************************************************
001630* 0000-MAINLINE.
001640******************************************************************
001650 0000-MAINLINE.
001660     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
001670     PERFORM 2000-READ-LOG-RECORD THRU 2000-EXIT.
001680     PERFORM 2100-PROCESS-LOG-RECORD THRU 2100-EXIT
001690         UNTIL ERP-END-OF-LOG.
001700     PERFORM 3000-WRITE-SHIFT-SECTION THRU 3000-EXIT.
001710     PERFORM 4000-OPEN-HISTORY THRU 4000-EXIT.
001720     PERFORM 4100-READ-HISTORY THRU 4100-EXIT.
001730     PERFORM 4200-PROCESS-HISTORY THRU 4200-EXIT
001740         UNTIL ERP-END-OF-HIST.
001750     PERFORM 5000-WRITE-HISTORY-SECTION THRU 5000-EXIT.
001760     PERFORM 9000-TERMINATE THRU 9000-EXIT.
001770     STOP RUN.
001780
001790 0000-EXIT.
001800     EXIT.
001810
001820******************************************************************
001830* 1000-INITIALIZE.
001840*     OPEN THE REPORT, TAKE THE LOG NAME FROM THE PARM, ZERO THE
001850*     COUNTERS AND OPEN THE LOG.  NO LOG ON DISK MEANS NOTHING
001860*     TO REPORT FOR THE SHIFT, NOT A FAILURE OF THIS JOB.
001870******************************************************************
001880 1000-INITIALIZE.
001890     OPEN OUTPUT ERROR-REPORT-FILE.
001900     MOVE SPACES TO ERROR-REPORT-RECORD.
001910     MOVE "PLUTO-ERRRPT ERROR ANALYSIS REPORT" TO
001920         ERROR-REPORT-RECORD.
001930     WRITE ERROR-REPORT-RECORD.
001940
001950     MOVE SPACES TO ERP-CMDLINE-PARM.
001960     ACCEPT ERP-CMDLINE-PARM FROM COMMAND-LINE.
001970     MOVE SPACES TO ERP-LOG-FILENAME.
001980     UNSTRING ERP-CMDLINE-PARM DELIMITED BY ALL ' '
001990         INTO ERP-LOG-FILENAME.
002000     IF ERP-LOG-FILENAME = SPACES
002010         MOVE "PLGRDLOG" TO ERP-LOG-FILENAME
002020     END-IF.
002030
002040     ACCEPT ERP-TODAY-DATE FROM DATE YYYYMMDD.
002050     MOVE ERP-TODAY-DATE TO ERP-EDIT-DATE.
002060     MOVE SPACES TO ERP-MESSAGE.
002070     STRING "REPORT DATE " ERP-EDIT-DATE
002080         "  LOG " ERP-LOG-FILENAME
002090         DELIMITED BY SIZE INTO ERP-MESSAGE.
002100     PERFORM 7000-WRITE-REPORT-LINE THRU 7000-EXIT.
002110     MOVE SPACES TO ERROR-REPORT-RECORD.
002120     WRITE ERROR-REPORT-RECORD.
002130
002140     COMPUTE ERP-UNCODED-SUB = ERR-CAT-COUNT + 1.
002150     PERFORM 1100-ZERO-ONE-REASON THRU 1100-EXIT
002160         VARYING ERP-REASON-SUB FROM 1 BY 1
002170             UNTIL ERP-REASON-SUB > ERP-UNCODED-SUB.
002180
002190     OPEN INPUT RENDER-LOG-FILE.
002200     IF NOT ERP-LOG-OK
002210         MOVE SPACES TO ERP-MESSAGE
002220         STRING "NO RENDER LOG " ERP-LOG-FILENAME
002230             " -- NO SHIFT ERRORS TO REPORT"
002240             DELIMITED BY SIZE INTO ERP-MESSAGE
002250         PERFORM 7000-WRITE-REPORT-LINE THRU 7000-EXIT
002260         MOVE 'Y' TO ERP-END-OF-LOG-SW
002270     END-IF.
002280
002290 1000-EXIT.
002300     EXIT.
002310
002320******************************************************************
002330* 1100-ZERO-ONE-REASON.
002340*     COMP COUNTERS ARE ZEROED ONE AT A TIME -- A GROUP MOVE OF
002350*     ZEROS FILLS CHARACTER ZEROS, NOT BINARY ONES.
002360******************************************************************
002370 1100-ZERO-ONE-REASON.
002380     MOVE 0 TO ERP-SHIFT-REASON-CNT(ERP-REASON-SUB).
002390     MOVE 0 TO ERP-HIST-REASON-CNT(ERP-REASON-SUB).
002400
002410 1100-EXIT.
002420     EXIT.
002430
002440******************************************************************
002450* 2000-READ-LOG-RECORD.
002460******************************************************************
002470 2000-READ-LOG-RECORD.
002480     IF NOT ERP-END-OF-LOG
002490         READ RENDER-LOG-FILE
002500             AT END
002510                 MOVE 'Y' TO ERP-END-OF-LOG-SW
002520         END-READ
002530     END-IF.
002540
002550 2000-EXIT.
002560     EXIT.
002570
002580******************************************************************
002590* 2100-PROCESS-LOG-RECORD.
002600*     ONLY ERROR EVENTS MATTER HERE.  EACH ONE IS CLASSIFIED BY
002610*     ITS REASON CODE AND COUNTED AGAINST ITS CANVAS AND THE
002620*     ALL-CANVAS TOTAL.
002630******************************************************************
002640 2100-PROCESS-LOG-RECORD.
002650     IF NOT LOG-EVENT-IS-ERROR
002660         GO TO 2100-NEXT
002670     END-IF.
002680
002690     PERFORM 2200-FIND-OR-ADD-CANVAS THRU 2200-EXIT.
002700     IF NOT ERP-FOUND
002710         GO TO 2100-NEXT
002720     END-IF.
002730
002740     PERFORM 2300-CLASSIFY-REASON THRU 2300-EXIT.
002750     ADD 1 TO ERP-CANVAS-REASON-CNT(ERP-CANVAS-IDX,
002760         ERP-REASON-SUB).
002770     ADD 1 TO ERP-SHIFT-REASON-CNT(ERP-REASON-SUB).
002780     ADD 1 TO ERP-SHIFT-ERRORS.
002790
002800 2100-NEXT.
002810     PERFORM 2000-READ-LOG-RECORD THRU 2000-EXIT.
002820
002830 2100-EXIT.
002840     EXIT.
002850
002860******************************************************************
002870* 2200-FIND-OR-ADD-CANVAS.
002880*     SAME 20-ENTRY GUARD AS THE PLUTO-STATS ACCUMULATOR TABLE.
002890******************************************************************
002900 2200-FIND-OR-ADD-CANVAS.
002910     MOVE 'N' TO ERP-FOUND-SW.
002920     PERFORM 2210-SEARCH-ONE-CANVAS THRU 2210-EXIT
002930         VARYING ERP-SEARCH-IDX FROM 1 BY 1
002940             UNTIL ERP-SEARCH-IDX > ERP-CANVAS-COUNT
002950                 OR ERP-FOUND.
002960
002970     IF NOT ERP-FOUND
002980         IF ERP-CANVAS-COUNT < 20
002990             ADD 1 TO ERP-CANVAS-COUNT
003000             SET ERP-CANVAS-IDX TO ERP-CANVAS-COUNT
003010             MOVE LOG-CANVAS-NAME TO
003020                 ERP-CANVAS-NAME(ERP-CANVAS-IDX)
003030             PERFORM 2220-ZERO-CANVAS-REASON THRU 2220-EXIT
003040                 VARYING ERP-REASON-SUB FROM 1 BY 1
003050                     UNTIL ERP-REASON-SUB > ERP-UNCODED-SUB
003060             MOVE 'Y' TO ERP-FOUND-SW
003070         ELSE
003080             DISPLAY "PLUTO-ERRRPT: CANVAS TABLE FULL, IGNORING "
003090                 LOG-CANVAS-NAME
003100         END-IF
003110     END-IF.
003120
003130 2200-EXIT.
003140     EXIT.
003150
003160 2210-SEARCH-ONE-CANVAS.
003170     IF ERP-CANVAS-NAME(ERP-SEARCH-IDX) = LOG-CANVAS-NAME
003180         SET ERP-CANVAS-IDX TO ERP-SEARCH-IDX
003190         MOVE 'Y' TO ERP-FOUND-SW
003200     END-IF.
003210
003220 2210-EXIT.
003230     EXIT.
003240
003250 2220-ZERO-CANVAS-REASON.
003260     MOVE 0 TO ERP-CANVAS-REASON-CNT(ERP-CANVAS-IDX,
003270         ERP-REASON-SUB).
003280
003290 2220-EXIT.
003300     EXIT.
003310
003320******************************************************************
003330* 2300-CLASSIFY-REASON.
003340*     LEAVE ERP-REASON-SUB ON THE CATALOG SLOT FOR THE EVENT'S
003350*     REASON CODE, OR ON THE UNCODED SLOT IF THE CODE IS BLANK
003360*     OR NOT IN THE CATALOG.
003370******************************************************************
003380 2300-CLASSIFY-REASON.
003390     MOVE 'N' TO ERP-REASON-FOUND-SW.
003400     PERFORM 2310-MATCH-ONE-REASON THRU 2310-EXIT
003410         VARYING ERP-SEARCH-IDX FROM 1 BY 1
003420             UNTIL ERP-SEARCH-IDX > ERR-CAT-COUNT
003430                 OR ERP-REASON-FOUND.
003440     IF NOT ERP-REASON-FOUND
003450         MOVE ERP-UNCODED-SUB TO ERP-REASON-SUB
003460     END-IF.
003470
003480 2300-EXIT.
003490     EXIT.
003500
003510 2310-MATCH-ONE-REASON.
003520     IF ERR-CAT-CODE(ERP-SEARCH-IDX) = LOG-ERROR-REASON
003530         MOVE ERP-SEARCH-IDX TO ERP-REASON-SUB
003540         MOVE 'Y' TO ERP-REASON-FOUND-SW
003550     END-IF.
003560
003570 2310-EXIT.
003580     EXIT.
003590
003600******************************************************************
003610* 3000-WRITE-SHIFT-SECTION.
003620*     SECTION 1: ONE LINE PER CANVAS AND REASON THAT ACTUALLY
003630*     OCCURRED, THEN EVERY REASON'S ALL-CANVAS TOTAL (ZEROS
003640*     INCLUDED, SO A QUIET NIGHT READS AS QUIET).
003650******************************************************************
003660 3000-WRITE-SHIFT-SECTION.
003670     MOVE "SHIFT ERRORS BY CANVAS AND REASON" TO ERP-MESSAGE.
003680     PERFORM 7000-WRITE-REPORT-LINE THRU 7000-EXIT.
003690     MOVE SPACES TO ERP-MESSAGE.
003700     STRING "CANVAS    REASON    DESCRIPTION                     "
003710         "         COUNT"
003720         DELIMITED BY SIZE INTO ERP-MESSAGE.
003730     PERFORM 7000-WRITE-REPORT-LINE THRU 7000-EXIT.
003740
003750     MOVE 0 TO ERP-PRINTED-COUNT.
003760     PERFORM 3100-WRITE-ONE-CANVAS THRU 3100-EXIT
003770         VARYING ERP-CANVAS-IDX FROM 1 BY 1
003780             UNTIL ERP-CANVAS-IDX > ERP-CANVAS-COUNT.
003790     IF ERP-PRINTED-COUNT = 0
003800         MOVE "  (NONE)" TO ERP-MESSAGE
003810         PERFORM 7000-WRITE-REPORT-LINE THRU 7000-EXIT
003820     END-IF.
003830
003840     MOVE SPACES TO ERROR-REPORT-RECORD.
003850     WRITE ERROR-REPORT-RECORD.
003860     MOVE "SHIFT ERRORS BY REASON, ALL CANVASES" TO ERP-MESSAGE.
003870     PERFORM 7000-WRITE-REPORT-LINE THRU 7000-EXIT.
003880     PERFORM 3200-WRITE-SHIFT-REASON THRU 3200-EXIT
003890         VARYING ERP-REASON-SUB FROM 1 BY 1
003900             UNTIL ERP-REASON-SUB > ERP-UNCODED-SUB.
003910
003920     MOVE ERP-SHIFT-ERRORS TO ERP-EDIT-COUNT.
003930     MOVE SPACES TO ERP-MESSAGE.
003940     STRING "TOTAL ERROR EVENTS THIS SHIFT . . . . . . . . . . "
003950         ERP-EDIT-COUNT
003960         DELIMITED BY SIZE INTO ERP-MESSAGE.
003970     PERFORM 7000-WRITE-REPORT-LINE THRU 7000-EXIT.
003980
003990 3000-EXIT.
004000     EXIT.
004010
004020 3100-WRITE-ONE-CANVAS.
004030     PERFORM 3110-WRITE-CANVAS-REASON THRU 3110-EXIT
004040         VARYING ERP-REASON-SUB FROM 1 BY 1
004050             UNTIL ERP-REASON-SUB > ERP-UNCODED-SUB.
004060
004070 3100-EXIT.
004080     EXIT.
004090
004100 3110-WRITE-CANVAS-REASON.
004110     IF ERP-CANVAS-REASON-CNT(ERP-CANVAS-IDX, ERP-REASON-SUB)
004120             = 0
004130         GO TO 3110-EXIT
004140     END-IF.
004150
004160     PERFORM 7100-SET-REASON-TEXT THRU 7100-EXIT.
004170     MOVE ERP-CANVAS-REASON-CNT(ERP-CANVAS-IDX, ERP-REASON-SUB)
004180         TO ERP-EDIT-COUNT.
004190     MOVE SPACES TO ERP-MESSAGE.
004200     STRING ERP-CANVAS-NAME(ERP-CANVAS-IDX) "  "
004210         ERP-LINE-CODE "  " ERP-LINE-TEXT "  " ERP-EDIT-COUNT
004220         DELIMITED BY SIZE INTO ERP-MESSAGE.
004230     PERFORM 7000-WRITE-REPORT-LINE THRU 7000-EXIT.
004240     ADD 1 TO ERP-PRINTED-COUNT.
004250
004260 3110-EXIT.
004270     EXIT.
004280
004290 3200-WRITE-SHIFT-REASON.
004300     PERFORM 7100-SET-REASON-TEXT THRU 7100-EXIT.
004310     MOVE ERP-SHIFT-REASON-CNT(ERP-REASON-SUB) TO ERP-EDIT-COUNT.
004320     MOVE SPACES TO ERP-MESSAGE.
004330     STRING "          " ERP-LINE-CODE "  " ERP-LINE-TEXT "  "
004340         ERP-EDIT-COUNT
004350         DELIMITED BY SIZE INTO ERP-MESSAGE.
004360     PERFORM 7000-WRITE-REPORT-LINE THRU 7000-EXIT.
004370
004380 3200-EXIT.
004390     EXIT.
004400
004410******************************************************************
004420* 4000-OPEN-HISTORY.
004430*     OPEN THE MASTER AND POSITION IT AT THE START OF THE 30-DAY
004440*     WINDOW, EXACTLY AS PLUTO-TREND DOES.
004450******************************************************************
004460 4000-OPEN-HISTORY.
004470     COMPUTE ERP-TODAY-INT =
004480         FUNCTION INTEGER-OF-DATE(ERP-TODAY-DATE).
004490     COMPUTE ERP-WINDOW-INT = ERP-TODAY-INT - 29.
004500     COMPUTE ERP-WINDOW-DATE =
004510         FUNCTION DATE-OF-INTEGER(ERP-WINDOW-INT).
004520
004530     MOVE SPACES TO ERROR-REPORT-RECORD.
004540     WRITE ERROR-REPORT-RECORD.
004550     MOVE ERP-WINDOW-DATE TO ERP-EDIT-DATE.
004560     MOVE ERP-TODAY-DATE TO ERP-EDIT-DATE-2.
004570     MOVE SPACES TO ERP-MESSAGE.
004580     STRING "LAST 30 DAYS BY REASON (SHIFT HISTORY "
004590         ERP-EDIT-DATE " TO " ERP-EDIT-DATE-2 ")"
004600         DELIMITED BY SIZE INTO ERP-MESSAGE.
004610     PERFORM 7000-WRITE-REPORT-LINE THRU 7000-EXIT.
004620
004630     OPEN INPUT HISTORY-FILE.
004640     IF NOT ERP-HIST-OK
004650         MOVE SPACES TO ERP-MESSAGE
004660         STRING "NO SHIFT HISTORY ON FILE, STATUS "
004670             ERP-HIST-STATUS
004680             DELIMITED BY SIZE INTO ERP-MESSAGE
004690         PERFORM 7000-WRITE-REPORT-LINE THRU 7000-EXIT
004700         MOVE 'Y' TO ERP-END-OF-HIST-SW
004710         GO TO 4000-EXIT
004720     END-IF.
004730
004740     MOVE ERP-WINDOW-DATE TO HIST-SHIFT-DATE.
004750     MOVE LOW-VALUES TO HIST-CANVAS-NAME.
004760     START HISTORY-FILE KEY IS >= HIST-KEY
004770         INVALID KEY
004780             MOVE 'Y' TO ERP-END-OF-HIST-SW
004790     END-START.
004800
004810 4000-EXIT.
004820     EXIT.
004830
004840******************************************************************
004850* 4100-READ-HISTORY.
004860******************************************************************
004870 4100-READ-HISTORY.
004880     IF NOT ERP-END-OF-HIST
004890         READ HISTORY-FILE NEXT RECORD
004900             AT END
004910                 MOVE 'Y' TO ERP-END-OF-HIST-SW
004920         END-READ
004930     END-IF.
004940
004950 4100-EXIT.
004960     EXIT.
004970
004980******************************************************************
004990* 4200-PROCESS-HISTORY.
005000*     FOLD ONE SHIFT'S REASON SLOTS INTO THE 30-DAY TOTALS.  THE
005010*     SAME DATE SCREENING AS PLUTO-TREND: UNREADABLE OR FUTURE
005020*     DATES ARE SKIPPED AND THE BAD ONES COUNTED.  A RECORD WITH
005030*     NO USABLE SLOTS PUTS ALL ITS ERRORS IN UNCODED.
005040******************************************************************
005050 4200-PROCESS-HISTORY.
005060     IF HIST-SHIFT-DATE NOT NUMERIC
005070         ADD 1 TO ERP-HIST-BAD-COUNT
005080         GO TO 4200-NEXT
005090     END-IF.
005100
005110     COMPUTE ERP-SHIFT-INT =
005120         FUNCTION INTEGER-OF-DATE(HIST-SHIFT-DATE).
005130     IF ERP-SHIFT-INT = 0
005140         ADD 1 TO ERP-HIST-BAD-COUNT
005150         GO TO 4200-NEXT
005160     END-IF.
005170
005180     COMPUTE ERP-DAYS-AGO = ERP-TODAY-INT - ERP-SHIFT-INT.
005190     IF ERP-DAYS-AGO < 0 OR ERP-DAYS-AGO > 29
005200         GO TO 4200-NEXT
005210     END-IF.
005220
005230     ADD 1 TO ERP-HIST-SHIFTS.
005240     ADD HIST-ERRORS TO ERP-HIST-ERRORS.
005250     MOVE 0 TO ERP-REC-CODED.
005260     IF HIST-REASON-COUNTS NUMERIC
005270         PERFORM 4210-ADD-ONE-REASON THRU 4210-EXIT
005280             VARYING ERP-REASON-SUB FROM 1 BY 1
005290                 UNTIL ERP-REASON-SUB > ERR-CAT-COUNT
005300     END-IF.
005310     IF HIST-ERRORS > ERP-REC-CODED
005320         COMPUTE ERP-HIST-REASON-CNT(ERP-UNCODED-SUB) =
005330             ERP-HIST-REASON-CNT(ERP-UNCODED-SUB)
005340             + HIST-ERRORS - ERP-REC-CODED
005350     END-IF.
005360
005370 4200-NEXT.
005380     PERFORM 4100-READ-HISTORY THRU 4100-EXIT.
005390
005400 4200-EXIT.
005410     EXIT.
005420
005430 4210-ADD-ONE-REASON.
005440     ADD HIST-REASON-COUNT(ERP-REASON-SUB) TO
005450         ERP-HIST-REASON-CNT(ERP-REASON-SUB).
005460     ADD HIST-REASON-COUNT(ERP-REASON-SUB) TO ERP-REC-CODED.
005470
005480 4210-EXIT.
005490     EXIT.
005500
005510******************************************************************
005520* 5000-WRITE-HISTORY-SECTION.
005530*     SECTION 2: EVERY REASON'S 30-DAY TOTAL, THEN THE SHIFT AND
005540*     ERROR TOTALS THE SLOTS WERE TAKEN FROM.
005550******************************************************************
005560 5000-WRITE-HISTORY-SECTION.
005570     MOVE SPACES TO ERP-MESSAGE.
005580     STRING "          REASON    DESCRIPTION                     "
005590         "         COUNT"
005600         DELIMITED BY SIZE INTO ERP-MESSAGE.
005610     PERFORM 7000-WRITE-REPORT-LINE THRU 7000-EXIT.
005620     PERFORM 5100-WRITE-HISTORY-REASON THRU 5100-EXIT
005630         VARYING ERP-REASON-SUB FROM 1 BY 1
005640             UNTIL ERP-REASON-SUB > ERP-UNCODED-SUB.
005650
005660     MOVE SPACES TO ERROR-REPORT-RECORD.
005670     WRITE ERROR-REPORT-RECORD.
005680     MOVE ERP-HIST-SHIFTS TO ERP-EDIT-COUNT.
005690     MOVE SPACES TO ERP-MESSAGE.
005700     STRING "CANVAS-SHIFTS IN WINDOW . . . . . . . . . . . . . "
005710         ERP-EDIT-COUNT
005720         DELIMITED BY SIZE INTO ERP-MESSAGE.
005730     PERFORM 7000-WRITE-REPORT-LINE THRU 7000-EXIT.
005740
005750     MOVE ERP-HIST-ERRORS TO ERP-EDIT-COUNT.
005760     MOVE SPACES TO ERP-MESSAGE.
005770     STRING "TOTAL ERRORS IN WINDOW. . . . . . . . . . . . . . "
005780         ERP-EDIT-COUNT
005790         DELIMITED BY SIZE INTO ERP-MESSAGE.
005800     PERFORM 7000-WRITE-REPORT-LINE THRU 7000-EXIT.
005810
005820     IF ERP-HIST-BAD-COUNT > 0
005830         MOVE ERP-HIST-BAD-COUNT TO ERP-EDIT-COUNT
005840         MOVE SPACES TO ERP-MESSAGE
005850         STRING "UNREADABLE HISTORY RECORDS SKIPPED. . . . . "
005855             ". . . "
005860             ERP-EDIT-COUNT
005870             DELIMITED BY SIZE INTO ERP-MESSAGE
005880         PERFORM 7000-WRITE-REPORT-LINE THRU 7000-EXIT
005890     END-IF.
005900
005910 5000-EXIT.
005920     EXIT.
005930
005940 5100-WRITE-HISTORY-REASON.
005950     PERFORM 7100-SET-REASON-TEXT THRU 7100-EXIT.
005960     MOVE ERP-HIST-REASON-CNT(ERP-REASON-SUB) TO ERP-EDIT-COUNT.
005970     MOVE SPACES TO ERP-MESSAGE.
005980     STRING "          " ERP-LINE-CODE "  " ERP-LINE-TEXT "  "
005990         ERP-EDIT-COUNT
006000         DELIMITED BY SIZE INTO ERP-MESSAGE.
006010     PERFORM 7000-WRITE-REPORT-LINE THRU 7000-EXIT.
006020
006030 5100-EXIT.
006040     EXIT.
006050
006060******************************************************************
006070* 7000-WRITE-REPORT-LINE.
006080******************************************************************
006090 7000-WRITE-REPORT-LINE.
006100     MOVE ERP-MESSAGE TO ERROR-REPORT-RECORD.
006110     WRITE ERROR-REPORT-RECORD.
006120
006130 7000-EXIT.
006140     EXIT.
006150
006160******************************************************************
006170* 7100-SET-REASON-TEXT.
006180*     CODE AND DESCRIPTION FOR SLOT ERP-REASON-SUB -- FROM THE
006190*     CATALOG, OR THE UNCODED WORDING FOR THE LAST SLOT.
006200******************************************************************
006210 7100-SET-REASON-TEXT.
006220     IF ERP-REASON-SUB > ERR-CAT-COUNT
006230         MOVE "UNCODED" TO ERP-LINE-CODE
006240         MOVE "NO REASON CODE ON THE EVENT" TO ERP-LINE-TEXT
006250     ELSE
006260         MOVE ERR-CAT-CODE(ERP-REASON-SUB) TO ERP-LINE-CODE
006270         MOVE ERR-CAT-TEXT(ERP-REASON-SUB) TO ERP-LINE-TEXT
006280     END-IF.
006290
006300 7100-EXIT.
006310     EXIT.
006320
006330******************************************************************
006340* 9000-TERMINATE.
006350******************************************************************
006360 9000-TERMINATE.
006370     IF ERP-LOG-OK OR ERP-LOG-EOF
006380         CLOSE RENDER-LOG-FILE
006390     END-IF.
006400     IF ERP-HIST-OK OR ERP-HIST-EOF
006410         CLOSE HISTORY-FILE
006420     END-IF.
006430     CLOSE ERROR-REPORT-FILE.
006440
006450 9000-EXIT.
006460     EXIT.
