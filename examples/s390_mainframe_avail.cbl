000010******************************************************************
000020* PROGRAM-ID.  PLUTO-AVAIL
000030* AUTHOR.      R. S. HALVORSEN, OPS FLOOR DEVELOPMENT
000040* INSTALLATION. OPS FLOOR SYSTEMS
000050* DATE-WRITTEN. 2026-10-14
000060* DATE-COMPILED.
000070*
000080* REMARKS.
000090*     CANVAS AVAILABILITY (SLA) MEASUREMENT.  THE JCL PARM (OR
000100*     COMMAND LINE) GIVES THE FUNCTION:
000110*
000120*       SHIFT [GAPSECS]  WALK THE SHIFT'S RENDER LOG (PLGRDLOG)
000130*                        AND TREAT EVERY GAP BETWEEN A CANVAS'S
000140*                        LIVE POINTS (START AND FRAME EVENTS)
000150*                        LONGER THAN GAPSECS SECONDS (DEFAULT
000160*                        120) AS DOWNTIME.  TIME THE OPERATORS
000170*                        HELD A CANVAS PAUSED (PAUSE TO RESUME,
000180*                        APPLIED, ON THE PLGRDAUD AUDIT TRAIL) IS
000190*                        COUNTED SEPARATELY AND NEVER AS AN
000200*                        OUTAGE.  EACH OUTAGE IS MARKED AS
000210*                        COVERED BY A STOP EVENT OR NOT (THE RUN
000220*                        DIED OR HUNG).  ONE RECORD PER CANVAS
000230*                        GOES ONTO THE AVAILABILITY MASTER
000240*                        (PLGRDAVL); A RERUN FOR THE SAME SHIFT
000250*                        REPLACES IT.
000260*       MONTH YYYYMM [TARGET]
000270*                        MONTH-END REPORT FROM THE MASTER:
000280*                        AVAILABILITY PER CANVAS AGAINST THE
000290*                        TARGET (HUNDREDTHS OF A PERCENT, DEFAULT
000300*                        9900 = 99.00%), THE TEN LONGEST OUTAGES
000310*                        WITH THEIR START TIMES, AND DOWNTIME
000320*                        COVERED BY A STOP AGAINST DOWNTIME WHERE
000330*                        THE RUN DIED.
000340*
000350*     AVAILABILITY IS (SPAN - PAUSED - DOWN) / (SPAN - PAUSED),
000360*     WHERE THE SPAN RUNS FROM THE CANVAS'S FIRST LIVE POINT TO
000370*     THE LAST EVENT ON THE LOG.  PLANNED OUTAGES (PLGRDOUT) ARE
000380*     NOT TAKEN OUT -- THE SLA IS MEASURED AGAINST THE WALL AS
000390*     THE FLOOR SAW IT.
000400*
000410*     EVERYTHING GOES TO THE PLAVLRPT REPORT.  AN UNUSABLE PARM
000420*     OR A MISSING MASTER ON MONTH SETS RETURN CODE 8; A MONTH
000430*     IN WHICH ANY CANVAS MISSED THE TARGET SETS RETURN CODE 4.
000440*
000450* MODIFICATION HISTORY.
000460*     DATE       BY   DESCRIPTION
000470*     ---------- ---- ----------------------------------------
000480*     2026-10-14 RSH  ORIGINAL VERSION.
000490******************************************************************
000500 IDENTIFICATION DIVISION.
000510 PROGRAM-ID. PLUTO-AVAIL.
000520 AUTHOR. R. S. HALVORSEN.
000530 INSTALLATION. OPS FLOOR SYSTEMS.
000540 DATE-WRITTEN. 2026-10-14.
000550 DATE-COMPILED.
000560
000570 ENVIRONMENT DIVISION.
000580 INPUT-OUTPUT SECTION.
000590 FILE-CONTROL.
000600     SELECT OPTIONAL RENDER-LOG-FILE ASSIGN TO "PLGRDLOG"
000610         ORGANIZATION IS LINE SEQUENTIAL
000620         FILE STATUS IS AVL-LOG-STATUS.
000630
000640     SELECT OPTIONAL AUDIT-FILE ASSIGN TO "PLGRDAUD"
000650         ORGANIZATION IS LINE SEQUENTIAL
000660         FILE STATUS IS AVL-AUD-STATUS.
000670
000680     SELECT AVAIL-FILE ASSIGN TO "PLGRDAVL"
000690         ORGANIZATION IS INDEXED
000700         ACCESS MODE IS DYNAMIC
000710         RECORD KEY IS AVM-KEY
000720         FILE STATUS IS AVL-MAST-STATUS.
000730
000740     SELECT AVAIL-REPORT-FILE ASSIGN TO "PLAVLRPT"
000750         ORGANIZATION IS LINE SEQUENTIAL
000760         FILE STATUS IS AVL-RPT-STATUS.
000770
000780 DATA DIVISION.
000790 FILE SECTION.
000800 FD  RENDER-LOG-FILE
000810     RECORDING MODE IS F.
000820     COPY PLGRDLOG.
000830
000840 FD  AUDIT-FILE
000850     RECORDING MODE IS F.
000860     COPY PLGRDAUD.
000870
000880 FD  AVAIL-FILE.
000890     COPY PLGRDAVL.
000900
000910 FD  AVAIL-REPORT-FILE
000920     RECORDING MODE IS F.
000930 01  AVAIL-REPORT-RECORD             PIC X(96).
000940
000950 WORKING-STORAGE SECTION.
000960******************************************************************
000970* FILE STATUS AND MISCELLANEOUS SWITCHES.
000980******************************************************************
000990 77  AVL-LOG-STATUS                 PIC X(02).
001000     88  AVL-LOG-OK                      VALUE '00'.
001010 77  AVL-AUD-STATUS                 PIC X(02).
001020     88  AVL-AUD-OK                      VALUE '00'.
001030 77  AVL-MAST-STATUS                PIC X(02).
001040     88  AVL-MAST-OK                     VALUE '00'.
001050     88  AVL-MAST-DUPLICATE              VALUE '22'.
001060     88  AVL-MAST-NOT-FOUND              VALUE '35'.
001070 77  AVL-RPT-STATUS                 PIC X(02).
001080
001090 77  AVL-GIVE-UP-SW                 PIC X(01) VALUE 'N'.
001100     88  AVL-GIVE-UP                     VALUE 'Y'.
001110 77  AVL-MISSED-SW                  PIC X(01) VALUE 'N'.
001120     88  AVL-TARGET-MISSED               VALUE 'Y'.
001130 77  AVL-END-OF-LOG-SW              PIC X(01) VALUE 'N'.
001140     88  AVL-END-OF-LOG                  VALUE 'Y'.
001150 77  AVL-END-OF-AUD-SW              PIC X(01) VALUE 'N'.
001160     88  AVL-END-OF-AUD                  VALUE 'Y'.
001170 77  AVL-END-OF-MASTER-SW           PIC X(01) VALUE 'N'.
001180     88  AVL-END-OF-MASTER               VALUE 'Y'.
001190 77  AVL-FOUND-SW                   PIC X(01) VALUE 'N'.
001200     88  AVL-FOUND                       VALUE 'Y'.
001210 77  AVL-TIME-OK-SW                 PIC X(01) VALUE 'N'.
001220     88  AVL-TIME-OK                     VALUE 'Y'.
001230 77  AVL-REPLACED-SW                PIC X(01) VALUE 'N'.
001240     88  AVL-REPLACED                    VALUE 'Y'.
001250
001260******************************************************************
001270* OPERATOR PARM: FUNCTION VERB PLUS ITS TOKENS.
001280******************************************************************
001290 77  AVL-CMDLINE-PARM               PIC X(80).
001300 77  AVL-VERB                       PIC X(08).
001310     88  AVL-VERB-IS-SHIFT               VALUE 'SHIFT'.
001320     88  AVL-VERB-IS-MONTH               VALUE 'MONTH'.
001330 77  AVL-TOKEN-2                    PIC X(40).
001340 77  AVL-TOKEN-3                    PIC X(08).
001350 01  AVL-NUMBER-JUST                PIC X(05) JUSTIFIED RIGHT.
001360 77  AVL-GAP-LIMIT                  PIC 9(05) VALUE 120.
001370 77  AVL-TARGET                     PIC 9(05) VALUE 9900.
001380 77  AVL-TARGET-PCT                 PIC 9(03)V99.
001390 77  AVL-PERIOD-YYYYMM              PIC 9(06).
001400 77  AVL-FROM-DATE                  PIC 9(08).
001410 77  AVL-TO-DATE                    PIC 9(08).
001420
001430******************************************************************
001440* CLOCK ARITHMETIC.  EVERY EVENT IS TURNED INTO A SECOND COUNT
001450* (DAY NUMBER TIMES 86400 PLUS SECONDS INTO THE DAY) SO A GAP
001460* ACROSS MIDNIGHT IS A PLAIN SUBTRACTION.
001470******************************************************************
001480 01  AVL-CLOCK                      PIC 9(08).
001490 01  AVL-CLOCK-PARTS REDEFINES AVL-CLOCK.
001500     05  AVL-CLOCK-HH               PIC 9(02).
001510     05  AVL-CLOCK-MM               PIC 9(02).
001520     05  AVL-CLOCK-SS               PIC 9(02).
001530     05  AVL-CLOCK-CC               PIC 9(02).
001540 77  AVL-CLOCK-DATE                 PIC 9(08).
001550 77  AVL-DAY-INT                    PIC 9(08) COMP.
001560 77  AVL-EVENT-SECS                 PIC 9(12) COMP.
001570 77  AVL-SPAN-FROM                  PIC 9(12) COMP VALUE 0.
001580 77  AVL-SPAN-TO                    PIC 9(12) COMP VALUE 0.
001590 77  AVL-GAP-SECS                   PIC S9(12) COMP.
001600 77  AVL-NET-SECS                   PIC S9(12) COMP.
001610 77  AVL-WIN-FROM                   PIC 9(12) COMP.
001620 77  AVL-WIN-TO                     PIC 9(12) COMP.
001630 77  AVL-OVL-LOW                    PIC 9(12) COMP.
001640 77  AVL-OVL-HIGH                   PIC 9(12) COMP.
001650 77  AVL-OVERLAP-SECS               PIC 9(12) COMP.
001660
001670******************************************************************
001680* PER-CANVAS SHIFT ACCUMULATORS.  A CANVAS IS LIVE ONCE ITS FIRST
001690* START OR FRAME EVENT IS SEEN; THE LIVE POINT IS THE LAST SUCH
001700* EVENT, AND THE STOP SWITCH SAYS A STOP EVENT FELL SINCE IT.
001710******************************************************************
001720 01  AVL-CANVAS-COUNT               PIC 9(02) VALUE 0.
001730 77  AVL-CANVAS-SUB                 PIC 9(02) COMP.
001740 77  AVL-SEARCH-NAME                PIC X(08).
001750 77  AVL-SEARCH-SUB                 PIC 9(02) COMP.
001760 77  AVL-LONG-SUB                   PIC 9(02) COMP.
001770 77  AVL-SHORT-SUB                  PIC 9(02) COMP.
001780
001790 01  AVL-CANVAS-TABLE.
001800     05  AVL-CANVAS-ENTRY OCCURS 1 TO 20 TIMES
001810             DEPENDING ON AVL-CANVAS-COUNT
001820             INDEXED BY AVL-CANVAS-IDX.
001830         10  AVL-CV-NAME                PIC X(08).
001840         10  AVL-CV-LIVE-SW             PIC X(01).
001850             88  AVL-CV-LIVE                 VALUE 'Y'.
001860         10  AVL-CV-STOP-SW             PIC X(01).
001870             88  AVL-CV-STOP-SEEN            VALUE 'Y'.
001880         10  AVL-CV-PAUSE-SW            PIC X(01).
001890             88  AVL-CV-PAUSED               VALUE 'Y'.
001900         10  AVL-CV-SHIFT-DATE          PIC 9(08).
001910         10  AVL-CV-FROM-SECS           PIC 9(12) COMP.
001920         10  AVL-CV-LIVE-SECS           PIC 9(12) COMP.
001930         10  AVL-CV-LIVE-DATE           PIC 9(08).
001940         10  AVL-CV-LIVE-TIME           PIC 9(06).
001950         10  AVL-CV-PAUSE-FROM          PIC 9(12) COMP.
001960         10  AVL-CV-PAUSED-SECS         PIC 9(08) COMP.
001970         10  AVL-CV-DOWN-SECS           PIC 9(08) COMP.
001980         10  AVL-CV-DOWN-STOP           PIC 9(08) COMP.
001990         10  AVL-CV-DOWN-DIED           PIC 9(08) COMP.
002000         10  AVL-CV-OUTAGES             PIC 9(05) COMP.
002010         10  AVL-CV-LONG-COUNT          PIC 9(02) COMP.
002020         10  AVL-CV-LONG OCCURS 10 TIMES.
002030             15  AVL-CV-LONG-DATE       PIC 9(08).
002040             15  AVL-CV-LONG-TIME       PIC 9(06).
002050             15  AVL-CV-LONG-SECS       PIC 9(08) COMP.
002060             15  AVL-CV-LONG-CAUSE      PIC X(01).
002070
002080******************************************************************
002090* PAUSED INTERVALS FROM THE AUDIT TRAIL THAT TOUCH THE SHIFT.
002100******************************************************************
002110 77  AVL-PAUSE-COUNT                PIC 9(03) COMP VALUE 0.
002120 77  AVL-PAUSE-SUB                  PIC 9(03) COMP.
002130
002140 01  AVL-PAUSE-TABLE.
002150     05  AVL-PAUSE-ENTRY OCCURS 200 TIMES.
002160         10  AVL-PS-CANVAS-SUB          PIC 9(02) COMP.
002170         10  AVL-PS-FROM                PIC 9(12) COMP.
002180         10  AVL-PS-TO                  PIC 9(12) COMP.
002190
002200******************************************************************
002210* MONTH-END ACCUMULATORS: PER CANVAS, THE MONTH'S TEN LONGEST
002220* OUTAGES, AND THE ALL-CANVAS DOWNTIME SPLIT.
002230******************************************************************
002240 01  AVL-MONTH-COUNT                PIC 9(02) VALUE 0.
002250
002260 01  AVL-MONTH-TABLE.
002270     05  AVL-MONTH-ENTRY OCCURS 1 TO 20 TIMES
002280             DEPENDING ON AVL-MONTH-COUNT
002290             INDEXED BY AVL-MONTH-IDX.
002300         10  AVL-MN-NAME                PIC X(08).
002310         10  AVL-MN-SHIFTS              PIC 9(05) COMP.
002320         10  AVL-MN-SPAN                PIC 9(10) COMP.
002330         10  AVL-MN-PAUSED              PIC 9(10) COMP.
002340         10  AVL-MN-DOWN                PIC 9(10) COMP.
002350         10  AVL-MN-DOWN-STOP           PIC 9(10) COMP.
002360         10  AVL-MN-DOWN-DIED           PIC 9(10) COMP.
002370         10  AVL-MN-OUTAGES             PIC 9(07) COMP.
002380
002390 77  AVL-TOP-COUNT                  PIC 9(02) COMP VALUE 0.
002400 77  AVL-TOP-SUB                    PIC 9(02) COMP.
002410 77  AVL-RANK                       PIC 9(02) COMP.
002420
002430 01  AVL-TOP-TABLE.
002440     05  AVL-TOP-ENTRY OCCURS 10 TIMES.
002450         10  AVL-TP-CANVAS              PIC X(08).
002460         10  AVL-TP-DATE                PIC 9(08).
002470         10  AVL-TP-TIME                PIC 9(06).
002480         10  AVL-TP-SECS                PIC 9(08) COMP.
002490         10  AVL-TP-CAUSE               PIC X(01).
002500         10  AVL-TP-PRINTED-SW          PIC X(01).
002510             88  AVL-TP-PRINTED              VALUE 'Y'.
002520
002530 77  AVL-TOT-DOWN                   PIC 9(10) COMP VALUE 0.
002540 77  AVL-TOT-DOWN-STOP              PIC 9(10) COMP VALUE 0.
002550 77  AVL-TOT-DOWN-DIED              PIC 9(10) COMP VALUE 0.
002560 77  AVL-MET-COUNT                  PIC 9(05) COMP VALUE 0.
002570 77  AVL-MISSED-COUNT               PIC 9(05) COMP VALUE 0.
002580 77  AVL-RECORD-COUNT               PIC 9(07) COMP VALUE 0.
002590
002600******************************************************************
002610* AVAILABILITY ARITHMETIC (7100-COMPUTE-AVAILABILITY).
002620******************************************************************
002630 77  AVL-CALC-SPAN                  PIC 9(10) COMP.
002640 77  AVL-CALC-PAUSED                PIC 9(10) COMP.
002650 77  AVL-CALC-DOWN                  PIC 9(10) COMP.
002660 77  AVL-BASE-SECS                  PIC S9(10) COMP.
002670 77  AVL-AVAIL-PCT                  PIC 9(03)V99.
002680 77  AVL-MINUTES                    PIC 9(08).
002690 77  AVL-HOURS                      PIC 9(05)V9.
002700
002710******************************************************************
002720* REPORT EDIT FIELDS AND LINE WORK AREA.
002730******************************************************************
002740 01  AVL-HMS                        PIC 9(06).
002750 01  AVL-HMS-PARTS REDEFINES AVL-HMS.
002760     05  AVL-HMS-HH                 PIC 9(02).
002770     05  AVL-HMS-MM                 PIC 9(02).
002780     05  AVL-HMS-SS                 PIC 9(02).
002790
002800 01  AVL-EDIT-CLOCK.
002810     05  AVL-EDIT-HH                PIC 9(02).
002820     05  FILLER                     PIC X(01) VALUE ':'.
002830     05  AVL-EDIT-MM                PIC 9(02).
002840     05  FILLER                     PIC X(01) VALUE ':'.
002850     05  AVL-EDIT-SS                PIC 9(02).
002860
002870 01  AVL-EDIT-DATE                  PIC 9999/99/99.
002880 01  AVL-EDIT-MONTH                 PIC 9999/99.
002890 01  AVL-EDIT-COUNT                 PIC ZZZZZ9.
002900 01  AVL-EDIT-OUTAGES               PIC ZZZZ9.
002910 01  AVL-EDIT-SECS                  PIC ZZZZZZZ9.
002920 01  AVL-EDIT-MINS                  PIC ZZZZZ9.
002930 01  AVL-EDIT-MINS-2                PIC ZZZZZ9.
002940 01  AVL-EDIT-MINS-3                PIC ZZZZZ9.
002950 01  AVL-EDIT-MINS-4                PIC ZZZZZ9.
002960 01  AVL-EDIT-MINS-5                PIC ZZZZZ9.
002970 01  AVL-EDIT-BIG-MINS              PIC ZZZZZZZ9.
002980 01  AVL-EDIT-HOURS                 PIC ZZZZ9.9.
002990 01  AVL-EDIT-HOURS-2               PIC ZZZZ9.9.
003000 01  AVL-EDIT-PCT                   PIC ZZ9.99.
003010 01  AVL-EDIT-TARGET                PIC ZZ9.99.
003020 01  AVL-EDIT-RANK                  PIC Z9.
003030 77  AVL-CAUSE-TEXT                 PIC X(28).
003040 77  AVL-RESULT-TEXT                PIC X(08).
003050 01  AVL-MESSAGE                    PIC X(96).
003060
003070 PROCEDURE DIVISION.
003080******************************************************************
003090* 0000-MAINLINE.
003100******************************************************************
003110 0000-MAINLINE.
003120     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
003130     IF NOT AVL-GIVE-UP
003140         EVALUATE TRUE
003150             WHEN AVL-VERB-IS-SHIFT
003160                 PERFORM 2000-MEASURE-SHIFT THRU 2000-EXIT
003170             WHEN AVL-VERB-IS-MONTH
003180                 PERFORM 4000-MONTH-REPORT THRU 4000-EXIT
003190         END-EVALUATE
003200     END-IF.
003210     PERFORM 9000-TERMINATE THRU 9000-EXIT.
003220     STOP RUN.
003230
003240 0000-EXIT.
003250     EXIT.
003260
003270******************************************************************
003280* 1000-INITIALIZE.
003290*     OPEN THE REPORT, PARSE THE PARM AND VALIDATE THE TOKENS
003300*     THE CHOSEN FUNCTION NEEDS.
003310******************************************************************
003320 1000-INITIALIZE.
003330     OPEN OUTPUT AVAIL-REPORT-FILE.
003340     MOVE SPACES TO AVAIL-REPORT-RECORD.
003350     MOVE "PLUTO-AVAIL CANVAS AVAILABILITY REPORT" TO
003360         AVAIL-REPORT-RECORD.
003370     WRITE AVAIL-REPORT-RECORD.
003380     MOVE SPACES TO AVAIL-REPORT-RECORD.
003390     WRITE AVAIL-REPORT-RECORD.
003400
003410     MOVE SPACES TO AVL-CMDLINE-PARM.
003420     ACCEPT AVL-CMDLINE-PARM FROM COMMAND-LINE.
003430     MOVE SPACES TO AVL-VERB.
003440     MOVE SPACES TO AVL-TOKEN-2.
003450     MOVE SPACES TO AVL-TOKEN-3.
003460     UNSTRING AVL-CMDLINE-PARM DELIMITED BY ALL ' '
003470         INTO AVL-VERB AVL-TOKEN-2 AVL-TOKEN-3.
003480
003490     EVALUATE TRUE
003500         WHEN AVL-VERB-IS-SHIFT
003510             PERFORM 1100-PARSE-SHIFT-PARM THRU 1100-EXIT
003520         WHEN AVL-VERB-IS-MONTH
003530             PERFORM 1200-PARSE-MONTH-PARM THRU 1200-EXIT
003540         WHEN OTHER
003550             MOVE "ERROR: PARM IS SHIFT [GAPSECS] OR MONTH YYYYMM"
003560                 TO AVL-MESSAGE
003570             PERFORM 7000-WRITE-REPORT-LINE THRU 7000-EXIT
003580             MOVE "       [TARGET]" TO AVL-MESSAGE
003590             PERFORM 7000-WRITE-REPORT-LINE THRU 7000-EXIT
003600             MOVE 'Y' TO AVL-GIVE-UP-SW
003610     END-EVALUATE.
003620
003630 1000-EXIT.
003640     EXIT.
003650
003660******************************************************************
003670* 1100-PARSE-SHIFT-PARM.
003680*     THE GAP LIMIT IS OPTIONAL; WHEN GIVEN IT MUST BE A
003690*     NON-ZERO WHOLE NUMBER OF SECONDS.
003700******************************************************************
003710 1100-PARSE-SHIFT-PARM.
003720     IF AVL-TOKEN-2 = SPACES
003730         GO TO 1100-EXIT
003740     END-IF.
003750
003760     MOVE SPACES TO AVL-NUMBER-JUST.
003770     UNSTRING AVL-TOKEN-2 DELIMITED BY ' ' INTO AVL-NUMBER-JUST.
003780     INSPECT AVL-NUMBER-JUST REPLACING LEADING ' ' BY '0'.
003790     IF AVL-NUMBER-JUST NUMERIC
003800         AND AVL-NUMBER-JUST NOT = '00000'
003810         AND AVL-TOKEN-2(6:35) = SPACES
003820         MOVE AVL-NUMBER-JUST TO AVL-GAP-LIMIT
003830     ELSE
003840         MOVE "ERROR: SHIFT GAP LIMIT MUST BE 1 TO 99999 SECONDS"
003850             TO AVL-MESSAGE
003860         PERFORM 7000-WRITE-REPORT-LINE THRU 7000-EXIT
003870         MOVE 'Y' TO AVL-GIVE-UP-SW
003880     END-IF.
003890
003900 1100-EXIT.
003910     EXIT.
003920
003930******************************************************************
003940* 1200-PARSE-MONTH-PARM.
003950*     THE MONTH RUNS FROM DAY 01 TO DAY 31 (THE KEY COMPARE DOES
003960*     NOT CARE WHETHER THE 31ST EXISTS).  THE TARGET IS IN
003970*     HUNDREDTHS OF A PERCENT, 1 TO 10000.
003980******************************************************************
003990 1200-PARSE-MONTH-PARM.
004000     IF AVL-TOKEN-2(1:6) NUMERIC
004010         AND AVL-TOKEN-2(7:34) = SPACES
004020         AND AVL-TOKEN-2(5:2) >= '01'
004030         AND AVL-TOKEN-2(5:2) <= '12'
004040         MOVE AVL-TOKEN-2(1:6) TO AVL-PERIOD-YYYYMM
004050         COMPUTE AVL-FROM-DATE = AVL-PERIOD-YYYYMM * 100 + 1
004060         COMPUTE AVL-TO-DATE = AVL-PERIOD-YYYYMM * 100 + 31
004070     ELSE
004080         MOVE "ERROR: MONTH NEEDS A PERIOD OF YYYYMM" TO
004090             AVL-MESSAGE
004100         PERFORM 7000-WRITE-REPORT-LINE THRU 7000-EXIT
004110         MOVE 'Y' TO AVL-GIVE-UP-SW
004120         GO TO 1200-EXIT
004130     END-IF.
004140
004150     IF AVL-TOKEN-3 NOT = SPACES
004160         MOVE SPACES TO AVL-NUMBER-JUST
004170         UNSTRING AVL-TOKEN-3 DELIMITED BY ' '
004175             INTO AVL-NUMBER-JUST
004180         INSPECT AVL-NUMBER-JUST REPLACING LEADING ' ' BY '0'
004190         IF AVL-NUMBER-JUST NUMERIC
004200             AND AVL-NUMBER-JUST NOT = '00000'
004210             AND AVL-NUMBER-JUST <= '10000'
004220             AND AVL-TOKEN-3(6:3) = SPACES
004230             MOVE AVL-NUMBER-JUST TO AVL-TARGET
004240         ELSE
004250             MOVE "ERROR: TARGET IS 1 TO 10000 HUNDREDTHS OF 1%"
004260                 TO AVL-MESSAGE
004270             PERFORM 7000-WRITE-REPORT-LINE THRU 7000-EXIT
004280             MOVE 'Y' TO AVL-GIVE-UP-SW
004290         END-IF
004300     END-IF.
004310     COMPUTE AVL-TARGET-PCT = AVL-TARGET / 100.
004320
004330 1200-EXIT.
004340     EXIT.
004350
004360******************************************************************
004370* 2000-MEASURE-SHIFT.
004380*     THREE PASSES.  THE FIRST READS THE LOG FOR ITS CANVASES AND
004390*     ITS OVERALL SPAN; THE SECOND READS THE AUDIT TRAIL FOR THE
004400*     PAUSED INTERVALS THAT FALL IN THAT SPAN; THE THIRD READS
004410*     THE LOG AGAIN AND MEASURES EVERY GAP BETWEEN LIVE POINTS.
004420*     EACH CANVAS IS THEN CLOSED OFF AT THE END OF THE SPAN,
004430*     WRITTEN TO THE MASTER AND REPORTED.
004440******************************************************************
004450 2000-MEASURE-SHIFT.
004460     OPEN INPUT RENDER-LOG-FILE.
004470     IF NOT AVL-LOG-OK
004480         MOVE "NO RENDER LOG PLGRDLOG -- NOTHING TO MEASURE" TO
004490             AVL-MESSAGE
004500         PERFORM 7000-WRITE-REPORT-LINE THRU 7000-EXIT
004510         CLOSE RENDER-LOG-FILE
004520         GO TO 2000-EXIT
004530     END-IF.
004540     PERFORM 2100-SPAN-ONE-EVENT THRU 2100-EXIT
004550         UNTIL AVL-END-OF-LOG.
004560     CLOSE RENDER-LOG-FILE.
004570
004580     IF AVL-CANVAS-COUNT = 0
004590         MOVE "NO CANVAS ACTIVITY ON THE RENDER LOG -- NOTHING TO"
004600             TO AVL-MESSAGE
004610         PERFORM 7000-WRITE-REPORT-LINE THRU 7000-EXIT
004620         MOVE "MEASURE" TO AVL-MESSAGE
004630         PERFORM 7000-WRITE-REPORT-LINE THRU 7000-EXIT
004640         GO TO 2000-EXIT
004650     END-IF.
004660
004670     PERFORM 2300-COLLECT-PAUSES THRU 2300-EXIT.
004680
004690     MOVE AVL-GAP-LIMIT TO AVL-EDIT-COUNT.
004700     MOVE SPACES TO AVL-MESSAGE.
004710     STRING "OUTAGES OVER THE GAP LIMIT OF" AVL-EDIT-COUNT
004720         " SECONDS (PAUSED TIME EXCLUDED)"
004730         DELIMITED BY SIZE INTO AVL-MESSAGE.
004740     PERFORM 7000-WRITE-REPORT-LINE THRU 7000-EXIT.
004750     MOVE SPACES TO AVL-MESSAGE.
004760     STRING "CANVAS    STARTED               SECONDS  CAUSE"
004770         DELIMITED BY SIZE INTO AVL-MESSAGE.
004780     PERFORM 7000-WRITE-REPORT-LINE THRU 7000-EXIT.
004790
004800     MOVE 'N' TO AVL-END-OF-LOG-SW.
004810     OPEN INPUT RENDER-LOG-FILE.
004820     PERFORM 2500-MEASURE-ONE-EVENT THRU 2500-EXIT
004830         UNTIL AVL-END-OF-LOG.
004840     CLOSE RENDER-LOG-FILE.
004850
004860     PERFORM 2800-CLOSE-ONE-CANVAS THRU 2800-EXIT
004870         VARYING AVL-CANVAS-IDX FROM 1 BY 1
004880             UNTIL AVL-CANVAS-IDX > AVL-CANVAS-COUNT.
004890     IF AVL-RECORD-COUNT = 0
004900         MOVE "  (NONE)" TO AVL-MESSAGE
004910         PERFORM 7000-WRITE-REPORT-LINE THRU 7000-EXIT
004920     END-IF.
004930
004940     PERFORM 3000-WRITE-SHIFT-MASTER THRU 3000-EXIT.
004950
004960 2000-EXIT.
004970     EXIT.
004980
004990******************************************************************
005000* 2100-SPAN-ONE-EVENT.
005010*     FIRST PASS: EARLIEST AND LATEST EVENT ON THE LOG, AND THE
005020*     CANVAS TABLE.  AN EVENT WITH AN UNREADABLE STAMP IS LEFT
005030*     OUT OF EVERY PASS.
005040******************************************************************
005050 2100-SPAN-ONE-EVENT.
005060     READ RENDER-LOG-FILE
005070         AT END
005080             MOVE 'Y' TO AVL-END-OF-LOG-SW
005090             GO TO 2100-EXIT
005100     END-READ.
005110
005120     MOVE LOG-DATE TO AVL-CLOCK-DATE.
005130     MOVE LOG-TIME TO AVL-CLOCK.
005140     PERFORM 7200-CLOCK-TO-SECONDS THRU 7200-EXIT.
005150     IF NOT AVL-TIME-OK
005160         GO TO 2100-EXIT
005170     END-IF.
005180
005190     IF AVL-SPAN-FROM = 0
005200         OR AVL-EVENT-SECS < AVL-SPAN-FROM
005210         MOVE AVL-EVENT-SECS TO AVL-SPAN-FROM
005220     END-IF.
005230     IF AVL-EVENT-SECS > AVL-SPAN-TO
005240         MOVE AVL-EVENT-SECS TO AVL-SPAN-TO
005250     END-IF.
005260
005270     MOVE LOG-CANVAS-NAME TO AVL-SEARCH-NAME.
005280     PERFORM 2200-FIND-OR-ADD-CANVAS THRU 2200-EXIT.
005290
005300 2100-EXIT.
005310     EXIT.
005320
005330******************************************************************
005340* 2200-FIND-OR-ADD-CANVAS.
005350*     SAME 20-ENTRY GUARD AS THE PLUTO-STATS ACCUMULATOR TABLE.
005360******************************************************************
005370 2200-FIND-OR-ADD-CANVAS.
005380     PERFORM 2210-FIND-CANVAS THRU 2210-EXIT.
005390     IF AVL-FOUND
005400         GO TO 2200-EXIT
005410     END-IF.
005420
005430     IF AVL-CANVAS-COUNT < 20
005440         ADD 1 TO AVL-CANVAS-COUNT
005450         SET AVL-CANVAS-IDX TO AVL-CANVAS-COUNT
005460         MOVE AVL-SEARCH-NAME TO AVL-CV-NAME(AVL-CANVAS-IDX)
005470         MOVE 'N' TO AVL-CV-LIVE-SW(AVL-CANVAS-IDX)
005480         MOVE 'N' TO AVL-CV-STOP-SW(AVL-CANVAS-IDX)
005490         MOVE 'N' TO AVL-CV-PAUSE-SW(AVL-CANVAS-IDX)
005500         MOVE 0 TO AVL-CV-SHIFT-DATE(AVL-CANVAS-IDX)
005510         MOVE 0 TO AVL-CV-FROM-SECS(AVL-CANVAS-IDX)
005520         MOVE 0 TO AVL-CV-LIVE-SECS(AVL-CANVAS-IDX)
005530         MOVE 0 TO AVL-CV-LIVE-DATE(AVL-CANVAS-IDX)
005540         MOVE 0 TO AVL-CV-LIVE-TIME(AVL-CANVAS-IDX)
005550         MOVE 0 TO AVL-CV-PAUSE-FROM(AVL-CANVAS-IDX)
005560         MOVE 0 TO AVL-CV-PAUSED-SECS(AVL-CANVAS-IDX)
005570         MOVE 0 TO AVL-CV-DOWN-SECS(AVL-CANVAS-IDX)
005580         MOVE 0 TO AVL-CV-DOWN-STOP(AVL-CANVAS-IDX)
005590         MOVE 0 TO AVL-CV-DOWN-DIED(AVL-CANVAS-IDX)
005600         MOVE 0 TO AVL-CV-OUTAGES(AVL-CANVAS-IDX)
005610         MOVE 0 TO AVL-CV-LONG-COUNT(AVL-CANVAS-IDX)
005620         MOVE 'Y' TO AVL-FOUND-SW
005630     ELSE
005640         DISPLAY "PLUTO-AVAIL: CANVAS TABLE FULL, IGNORING "
005650             AVL-SEARCH-NAME
005660     END-IF.
005670
005680 2200-EXIT.
005690     EXIT.
005700
005710******************************************************************
005720* 2210-FIND-CANVAS.
005730*     LEAVE AVL-CANVAS-IDX ON AVL-SEARCH-NAME'S ENTRY, IF ANY.
005740******************************************************************
005750 2210-FIND-CANVAS.
005760     MOVE 'N' TO AVL-FOUND-SW.
005770     PERFORM 2220-SEARCH-ONE-CANVAS THRU 2220-EXIT
005780         VARYING AVL-SEARCH-SUB FROM 1 BY 1
005790             UNTIL AVL-SEARCH-SUB > AVL-CANVAS-COUNT
005800                 OR AVL-FOUND.
005810
005820 2210-EXIT.
005830     EXIT.
005840
005850 2220-SEARCH-ONE-CANVAS.
005860     IF AVL-CV-NAME(AVL-SEARCH-SUB) = AVL-SEARCH-NAME
005870         SET AVL-CANVAS-IDX TO AVL-SEARCH-SUB
005880         MOVE 'Y' TO AVL-FOUND-SW
005890     END-IF.
005900
005910 2220-EXIT.
005920     EXIT.
005930
005940******************************************************************
005950* 2300-COLLECT-PAUSES.
005960*     THE AUDIT TRAIL IS EXTENDED ACROSS RUNS AND WRITTEN IN TIME
005970*     ORDER, SO IT IS READ FROM THE TOP: A PAUSE APPLIED ON AN
005980*     EARLIER SHIFT AND NEVER RESUMED STILL HOLDS THE CANVAS
005990*     PAUSED INTO THIS ONE.  A PAUSE STILL OPEN AT THE END OF THE
006000*     TRAIL RUNS TO THE END OF THE SPAN.  NO TRAIL ON DISK MEANS
006010*     NO PAUSED TIME.
006020******************************************************************
006030 2300-COLLECT-PAUSES.
006040     OPEN INPUT AUDIT-FILE.
006050     IF NOT AVL-AUD-OK
006060         CLOSE AUDIT-FILE
006070         GO TO 2300-EXIT
006080     END-IF.
006090     PERFORM 2400-PAUSE-ONE-ACTION THRU 2400-EXIT
006100         UNTIL AVL-END-OF-AUD.
006110     CLOSE AUDIT-FILE.
006120
006130     PERFORM 2450-CLOSE-OPEN-PAUSE THRU 2450-EXIT
006140         VARYING AVL-CANVAS-IDX FROM 1 BY 1
006150             UNTIL AVL-CANVAS-IDX > AVL-CANVAS-COUNT.
006160
006170 2300-EXIT.
006180     EXIT.
006190
006200 2400-PAUSE-ONE-ACTION.
006210     READ AUDIT-FILE
006220         AT END
006230             MOVE 'Y' TO AVL-END-OF-AUD-SW
006240             GO TO 2400-EXIT
006250     END-READ.
006260
006270     IF NOT AUD-WAS-APPLIED
006280         GO TO 2400-EXIT
006290     END-IF.
006300     IF AUD-ACTION NOT = 'PAUSE'
006310         AND AUD-ACTION NOT = 'RESUME'
006320         GO TO 2400-EXIT
006330     END-IF.
006340
006350     MOVE AUD-DATE TO AVL-CLOCK-DATE.
006360     MOVE AUD-TIME TO AVL-CLOCK.
006370     PERFORM 7200-CLOCK-TO-SECONDS THRU 7200-EXIT.
006380     IF NOT AVL-TIME-OK
006390         GO TO 2400-EXIT
006400     END-IF.
006410     IF AVL-EVENT-SECS > AVL-SPAN-TO
006420         GO TO 2400-EXIT
006430     END-IF.
006440
006450     MOVE AUD-CANVAS-NAME TO AVL-SEARCH-NAME.
006460     PERFORM 2210-FIND-CANVAS THRU 2210-EXIT.
006470     IF NOT AVL-FOUND
006480         GO TO 2400-EXIT
006490     END-IF.
006500
006510     IF AUD-ACTION = 'PAUSE'
006520         IF NOT AVL-CV-PAUSED(AVL-CANVAS-IDX)
006530             MOVE 'Y' TO AVL-CV-PAUSE-SW(AVL-CANVAS-IDX)
006540             MOVE AVL-EVENT-SECS TO
006550                 AVL-CV-PAUSE-FROM(AVL-CANVAS-IDX)
006560         END-IF
006570     ELSE
006580         IF AVL-CV-PAUSED(AVL-CANVAS-IDX)
006590             MOVE 'N' TO AVL-CV-PAUSE-SW(AVL-CANVAS-IDX)
006600             MOVE AVL-EVENT-SECS TO AVL-WIN-TO
006610             PERFORM 2460-ADD-PAUSE-INTERVAL THRU 2460-EXIT
006620         END-IF
006630     END-IF.
006640
006650 2400-EXIT.
006660     EXIT.
006670
006680 2450-CLOSE-OPEN-PAUSE.
006690     IF AVL-CV-PAUSED(AVL-CANVAS-IDX)
006700         MOVE 'N' TO AVL-CV-PAUSE-SW(AVL-CANVAS-IDX)
006710         MOVE AVL-SPAN-TO TO AVL-WIN-TO
006720         PERFORM 2460-ADD-PAUSE-INTERVAL THRU 2460-EXIT
006730     END-IF.
006740
006750 2450-EXIT.
006760     EXIT.
006770
006780******************************************************************
006790* 2460-ADD-PAUSE-INTERVAL.
006800*     FROM THE CANVAS'S PAUSE POINT TO AVL-WIN-TO.  AN INTERVAL
006810*     OVER BEFORE THE SPAN BEGINS IS OF NO INTEREST.
006820******************************************************************
006830 2460-ADD-PAUSE-INTERVAL.
006840     IF AVL-WIN-TO < AVL-SPAN-FROM
006850         GO TO 2460-EXIT
006860     END-IF.
006870     IF AVL-PAUSE-COUNT NOT < 200
006880         DISPLAY "PLUTO-AVAIL: PAUSE TABLE FULL, IGNORING "
006890             AVL-CV-NAME(AVL-CANVAS-IDX)
006900         GO TO 2460-EXIT
006910     END-IF.
006920
006930     ADD 1 TO AVL-PAUSE-COUNT.
006940     SET AVL-PS-CANVAS-SUB(AVL-PAUSE-COUNT) TO AVL-CANVAS-IDX.
006950     MOVE AVL-CV-PAUSE-FROM(AVL-CANVAS-IDX) TO
006960         AVL-PS-FROM(AVL-PAUSE-COUNT).
006970     MOVE AVL-WIN-TO TO AVL-PS-TO(AVL-PAUSE-COUNT).
006980
006990 2460-EXIT.
007000     EXIT.
007010
007020******************************************************************
007030* 2500-MEASURE-ONE-EVENT.
007040*     THIRD PASS.  A START OR FRAME EVENT IS A LIVE POINT: THE
007050*     FIRST ONE OPENS THE CANVAS'S SPAN, EVERY LATER ONE CLOSES A
007060*     GAP THAT IS MEASURED LESS ANY PAUSED TIME INSIDE IT.  A
007070*     STOP EVENT ONLY MARKS THE GAP IT FALLS IN AS COVERED.
007080******************************************************************
007090 2500-MEASURE-ONE-EVENT.
007100     READ RENDER-LOG-FILE
007110         AT END
007120             MOVE 'Y' TO AVL-END-OF-LOG-SW
007130             GO TO 2500-EXIT
007140     END-READ.
007150
007160     IF NOT LOG-EVENT-IS-START
007170         AND NOT LOG-EVENT-IS-FRAME
007180         AND NOT LOG-EVENT-IS-STOP
007190         GO TO 2500-EXIT
007200     END-IF.
007210
007220     MOVE LOG-DATE TO AVL-CLOCK-DATE.
007230     MOVE LOG-TIME TO AVL-CLOCK.
007240     PERFORM 7200-CLOCK-TO-SECONDS THRU 7200-EXIT.
007250     IF NOT AVL-TIME-OK
007260         GO TO 2500-EXIT
007270     END-IF.
007280
007290     MOVE LOG-CANVAS-NAME TO AVL-SEARCH-NAME.
007300     PERFORM 2210-FIND-CANVAS THRU 2210-EXIT.
007310     IF NOT AVL-FOUND
007320         GO TO 2500-EXIT
007330     END-IF.
007340
007350     IF LOG-EVENT-IS-STOP
007360         MOVE 'Y' TO AVL-CV-STOP-SW(AVL-CANVAS-IDX)
007370         GO TO 2500-EXIT
007380     END-IF.
007390
007400     IF AVL-CV-LIVE(AVL-CANVAS-IDX)
007410         MOVE AVL-EVENT-SECS TO AVL-WIN-TO
007420         PERFORM 2600-MEASURE-GAP THRU 2600-EXIT
007430     ELSE
007440         MOVE 'Y' TO AVL-CV-LIVE-SW(AVL-CANVAS-IDX)
007450         MOVE LOG-DATE TO AVL-CV-SHIFT-DATE(AVL-CANVAS-IDX)
007460         MOVE AVL-EVENT-SECS TO AVL-CV-FROM-SECS(AVL-CANVAS-IDX)
007470     END-IF.
007480
007490     MOVE 'N' TO AVL-CV-STOP-SW(AVL-CANVAS-IDX).
007500     MOVE AVL-EVENT-SECS TO AVL-CV-LIVE-SECS(AVL-CANVAS-IDX).
007510     MOVE LOG-DATE TO AVL-CV-LIVE-DATE(AVL-CANVAS-IDX).
007520     MOVE LOG-TIME(1:6) TO AVL-CV-LIVE-TIME(AVL-CANVAS-IDX).
007530
007540 2500-EXIT.
007550     EXIT.
007560
007570******************************************************************
007580* 2600-MEASURE-GAP.
007590*     GAP FROM THE CANVAS'S LIVE POINT TO AVL-WIN-TO, LESS THE
007600*     PAUSED TIME INSIDE IT.  OVER THE LIMIT IS AN OUTAGE.
007610******************************************************************
007620 2600-MEASURE-GAP.
007630     MOVE AVL-CV-LIVE-SECS(AVL-CANVAS-IDX) TO AVL-WIN-FROM.
007640     PERFORM 2650-PAUSE-OVERLAP THRU 2650-EXIT.
007650     COMPUTE AVL-NET-SECS =
007660         AVL-WIN-TO - AVL-WIN-FROM - AVL-OVERLAP-SECS.
007670     IF AVL-NET-SECS > AVL-GAP-LIMIT
007680         PERFORM 2700-RECORD-OUTAGE THRU 2700-EXIT
007690     END-IF.
007700
007710 2600-EXIT.
007720     EXIT.
007730
007740******************************************************************
007750* 2650-PAUSE-OVERLAP.
007760*     SECONDS OF THE CANVAS'S PAUSED INTERVALS THAT FALL BETWEEN
007770*     AVL-WIN-FROM AND AVL-WIN-TO.
007780******************************************************************
007790 2650-PAUSE-OVERLAP.
007800     MOVE 0 TO AVL-OVERLAP-SECS.
007810     SET AVL-CANVAS-SUB TO AVL-CANVAS-IDX.
007820     PERFORM 2660-OVERLAP-ONE-PAUSE THRU 2660-EXIT
007830         VARYING AVL-PAUSE-SUB FROM 1 BY 1
007840             UNTIL AVL-PAUSE-SUB > AVL-PAUSE-COUNT.
007850
007860 2650-EXIT.
007870     EXIT.
007880
007890 2660-OVERLAP-ONE-PAUSE.
007900     IF AVL-PS-CANVAS-SUB(AVL-PAUSE-SUB) NOT = AVL-CANVAS-SUB
007910         GO TO 2660-EXIT
007920     END-IF.
007930
007940     MOVE AVL-WIN-FROM TO AVL-OVL-LOW.
007950     IF AVL-PS-FROM(AVL-PAUSE-SUB) > AVL-OVL-LOW
007960         MOVE AVL-PS-FROM(AVL-PAUSE-SUB) TO AVL-OVL-LOW
007970     END-IF.
007980     MOVE AVL-WIN-TO TO AVL-OVL-HIGH.
007990     IF AVL-PS-TO(AVL-PAUSE-SUB) < AVL-OVL-HIGH
008000         MOVE AVL-PS-TO(AVL-PAUSE-SUB) TO AVL-OVL-HIGH
008010     END-IF.
008020     IF AVL-OVL-HIGH > AVL-OVL-LOW
008030         COMPUTE AVL-OVERLAP-SECS =
008040             AVL-OVERLAP-SECS + AVL-OVL-HIGH - AVL-OVL-LOW
008050     END-IF.
008060
008070 2660-EXIT.
008080     EXIT.
008090
008100******************************************************************
008110* 2700-RECORD-OUTAGE.
008120*     ADD THE OUTAGE TO THE CANVAS'S TOTALS, PRINT IT, AND KEEP
008130*     IT AMONG THE CANVAS'S TEN LONGEST (A NEW ONE DISPLACES THE
008140*     SHORTEST ONCE ALL TEN ARE IN USE).
008150******************************************************************
008160 2700-RECORD-OUTAGE.
008170     ADD 1 TO AVL-CV-OUTAGES(AVL-CANVAS-IDX).
008180     ADD AVL-NET-SECS TO AVL-CV-DOWN-SECS(AVL-CANVAS-IDX).
008190     IF AVL-CV-STOP-SEEN(AVL-CANVAS-IDX)
008200         ADD AVL-NET-SECS TO AVL-CV-DOWN-STOP(AVL-CANVAS-IDX)
008210         MOVE "STOP COVERED" TO AVL-CAUSE-TEXT
008220     ELSE
008230         ADD AVL-NET-SECS TO AVL-CV-DOWN-DIED(AVL-CANVAS-IDX)
008240         MOVE "NO STOP -- RUN DIED OR HUNG" TO AVL-CAUSE-TEXT
008250     END-IF.
008260
008270     MOVE AVL-CV-LIVE-DATE(AVL-CANVAS-IDX) TO AVL-EDIT-DATE.
008280     MOVE AVL-CV-LIVE-TIME(AVL-CANVAS-IDX) TO AVL-HMS.
008290     PERFORM 7300-EDIT-CLOCK THRU 7300-EXIT.
008300     MOVE AVL-NET-SECS TO AVL-EDIT-SECS.
008310     MOVE SPACES TO AVL-MESSAGE.
008320     STRING AVL-CV-NAME(AVL-CANVAS-IDX) "  "
008330         AVL-EDIT-DATE " " AVL-EDIT-CLOCK "  "
008340         AVL-EDIT-SECS "  " AVL-CAUSE-TEXT
008350         DELIMITED BY SIZE INTO AVL-MESSAGE.
008360     PERFORM 7000-WRITE-REPORT-LINE THRU 7000-EXIT.
008370     ADD 1 TO AVL-RECORD-COUNT.
008380
008390     IF AVL-CV-LONG-COUNT(AVL-CANVAS-IDX) < 10
008400         ADD 1 TO AVL-CV-LONG-COUNT(AVL-CANVAS-IDX)
008410         MOVE AVL-CV-LONG-COUNT(AVL-CANVAS-IDX) TO AVL-LONG-SUB
008420     ELSE
008430         MOVE 1 TO AVL-SHORT-SUB
008440         PERFORM 2710-FIND-SHORTEST THRU 2710-EXIT
008450             VARYING AVL-LONG-SUB FROM 2 BY 1
008460                 UNTIL AVL-LONG-SUB > 10
008470         IF AVL-NET-SECS NOT >
008480                 AVL-CV-LONG-SECS(AVL-CANVAS-IDX, AVL-SHORT-SUB)
008490             GO TO 2700-EXIT
008500         END-IF
008510         MOVE AVL-SHORT-SUB TO AVL-LONG-SUB
008520     END-IF.
008530
008540     MOVE AVL-CV-LIVE-DATE(AVL-CANVAS-IDX) TO
008550         AVL-CV-LONG-DATE(AVL-CANVAS-IDX, AVL-LONG-SUB).
008560     MOVE AVL-CV-LIVE-TIME(AVL-CANVAS-IDX) TO
008570         AVL-CV-LONG-TIME(AVL-CANVAS-IDX, AVL-LONG-SUB).
008580     MOVE AVL-NET-SECS TO
008590         AVL-CV-LONG-SECS(AVL-CANVAS-IDX, AVL-LONG-SUB).
008600     IF AVL-CV-STOP-SEEN(AVL-CANVAS-IDX)
008610         MOVE 'S' TO
008615             AVL-CV-LONG-CAUSE(AVL-CANVAS-IDX, AVL-LONG-SUB)
008620     ELSE
008630         MOVE 'D' TO
008635             AVL-CV-LONG-CAUSE(AVL-CANVAS-IDX, AVL-LONG-SUB)
008640     END-IF.
008650
008660 2700-EXIT.
008670     EXIT.
008680
008690 2710-FIND-SHORTEST.
008700     IF AVL-CV-LONG-SECS(AVL-CANVAS-IDX, AVL-LONG-SUB) <
008710             AVL-CV-LONG-SECS(AVL-CANVAS-IDX, AVL-SHORT-SUB)
008720         MOVE AVL-LONG-SUB TO AVL-SHORT-SUB
008730     END-IF.
008740
008750 2710-EXIT.
008760     EXIT.
008770
008780******************************************************************
008790* 2800-CLOSE-ONE-CANVAS.
008800*     THE TAIL GAP -- LAST LIVE POINT TO THE END OF THE LOG --
008810*     IS MEASURED LIKE ANY OTHER, THEN THE CANVAS'S PAUSED TIME
008820*     IS TOTALLED OVER ITS WHOLE SPAN.
008830******************************************************************
008840 2800-CLOSE-ONE-CANVAS.
008850     IF NOT AVL-CV-LIVE(AVL-CANVAS-IDX)
008860         GO TO 2800-EXIT
008870     END-IF.
008880
008890     MOVE AVL-SPAN-TO TO AVL-WIN-TO.
008900     PERFORM 2600-MEASURE-GAP THRU 2600-EXIT.
008910
008920     MOVE AVL-CV-FROM-SECS(AVL-CANVAS-IDX) TO AVL-WIN-FROM.
008930     MOVE AVL-SPAN-TO TO AVL-WIN-TO.
008940     PERFORM 2650-PAUSE-OVERLAP THRU 2650-EXIT.
008950     MOVE AVL-OVERLAP-SECS TO AVL-CV-PAUSED-SECS(AVL-CANVAS-IDX).
008960
008970 2800-EXIT.
008980     EXIT.
008990
009000******************************************************************
009010* 3000-WRITE-SHIFT-MASTER.
009020*     ONE MASTER RECORD AND ONE REPORT LINE PER CANVAS THAT WAS
009030*     EVER LIVE.  THE FIRST-EVER RUN CREATES THE MASTER; A KEY
009040*     ALREADY ON FILE (A RERUN) IS REWRITTEN.
009050******************************************************************
009060 3000-WRITE-SHIFT-MASTER.
009070     OPEN I-O AVAIL-FILE.
009080     IF AVL-MAST-NOT-FOUND
009090         OPEN OUTPUT AVAIL-FILE
009100         CLOSE AVAIL-FILE
009110         OPEN I-O AVAIL-FILE
009120     END-IF.
009130
009140     MOVE SPACES TO AVAIL-REPORT-RECORD.
009150     WRITE AVAIL-REPORT-RECORD.
009160     MOVE "AVAILABILITY BY CANVAS (MINUTES)" TO AVL-MESSAGE.
009170     PERFORM 7000-WRITE-REPORT-LINE THRU 7000-EXIT.
009180     MOVE SPACES TO AVL-MESSAGE.
009190     STRING "CANVAS    SHIFT DATE    SPAN  PAUSED    DOWN    STOP"
009200         "    DIED  OUTGS  AVAIL%"
009210         DELIMITED BY SIZE INTO AVL-MESSAGE.
009220     PERFORM 7000-WRITE-REPORT-LINE THRU 7000-EXIT.
009230
009240     PERFORM 3100-WRITE-ONE-CANVAS THRU 3100-EXIT
009250         VARYING AVL-CANVAS-IDX FROM 1 BY 1
009260             UNTIL AVL-CANVAS-IDX > AVL-CANVAS-COUNT.
009270     CLOSE AVAIL-FILE.
009280
009290 3000-EXIT.
009300     EXIT.
009310
009320 3100-WRITE-ONE-CANVAS.
009330     IF NOT AVL-CV-LIVE(AVL-CANVAS-IDX)
009340         MOVE SPACES TO AVL-MESSAGE
009350         STRING AVL-CV-NAME(AVL-CANVAS-IDX)
009360             "  NO START OR FRAME EVENTS -- NOT MEASURED"
009370             DELIMITED BY SIZE INTO AVL-MESSAGE
009380         PERFORM 7000-WRITE-REPORT-LINE THRU 7000-EXIT
009390         GO TO 3100-EXIT
009400     END-IF.
009410
009420     MOVE SPACES TO AVAIL-RECORD.
009430     MOVE AVL-CV-SHIFT-DATE(AVL-CANVAS-IDX) TO AVM-SHIFT-DATE.
009440     MOVE AVL-CV-NAME(AVL-CANVAS-IDX) TO AVM-CANVAS-NAME.
009450     MOVE AVL-GAP-LIMIT TO AVM-GAP-LIMIT-SECS.
009460     COMPUTE AVM-SPAN-SECS =
009470         AVL-SPAN-TO - AVL-CV-FROM-SECS(AVL-CANVAS-IDX).
009480     MOVE AVL-CV-PAUSED-SECS(AVL-CANVAS-IDX) TO AVM-PAUSED-SECS.
009490     MOVE AVL-CV-DOWN-SECS(AVL-CANVAS-IDX) TO AVM-DOWN-SECS.
009500     MOVE AVL-CV-DOWN-STOP(AVL-CANVAS-IDX) TO AVM-DOWN-STOP-SECS.
009510     MOVE AVL-CV-DOWN-DIED(AVL-CANVAS-IDX) TO AVM-DOWN-DIED-SECS.
009520     MOVE AVL-CV-OUTAGES(AVL-CANVAS-IDX) TO AVM-OUTAGE-COUNT.
009530     MOVE AVL-CV-LONG-COUNT(AVL-CANVAS-IDX) TO AVM-LONGEST-COUNT.
009540     PERFORM 3110-MOVE-ONE-LONGEST THRU 3110-EXIT
009550         VARYING AVL-LONG-SUB FROM 1 BY 1
009560             UNTIL AVL-LONG-SUB > 10.
009570
009580     MOVE 'N' TO AVL-REPLACED-SW.
009590     WRITE AVAIL-RECORD.
009600     IF AVL-MAST-DUPLICATE
009610         REWRITE AVAIL-RECORD
009620         MOVE 'Y' TO AVL-REPLACED-SW
009630     END-IF.
009640     IF NOT AVL-MAST-OK
009650         DISPLAY "PLUTO-AVAIL: MASTER WRITE FAILED, STATUS "
009660             AVL-MAST-STATUS
009670     END-IF.
009680
009690     MOVE AVM-SPAN-SECS TO AVL-CALC-SPAN.
009700     MOVE AVM-PAUSED-SECS TO AVL-CALC-PAUSED.
009710     MOVE AVM-DOWN-SECS TO AVL-CALC-DOWN.
009720     PERFORM 7100-COMPUTE-AVAILABILITY THRU 7100-EXIT.
009730     MOVE AVL-AVAIL-PCT TO AVL-EDIT-PCT.
009740     MOVE AVM-SHIFT-DATE TO AVL-EDIT-DATE.
009750     COMPUTE AVL-MINUTES ROUNDED = AVM-SPAN-SECS / 60.
009760     MOVE AVL-MINUTES TO AVL-EDIT-MINS.
009770     COMPUTE AVL-MINUTES ROUNDED = AVM-PAUSED-SECS / 60.
009780     MOVE AVL-MINUTES TO AVL-EDIT-MINS-2.
009790     COMPUTE AVL-MINUTES ROUNDED = AVM-DOWN-SECS / 60.
009800     MOVE AVL-MINUTES TO AVL-EDIT-MINS-3.
009810     COMPUTE AVL-MINUTES ROUNDED = AVM-DOWN-STOP-SECS / 60.
009820     MOVE AVL-MINUTES TO AVL-EDIT-MINS-4.
009830     COMPUTE AVL-MINUTES ROUNDED = AVM-DOWN-DIED-SECS / 60.
009840     MOVE AVL-MINUTES TO AVL-EDIT-MINS-5.
009850     MOVE AVM-OUTAGE-COUNT TO AVL-EDIT-OUTAGES.
009860     MOVE SPACES TO AVL-MESSAGE.
009870     STRING AVM-CANVAS-NAME "  " AVL-EDIT-DATE "  "
009880         AVL-EDIT-MINS "  " AVL-EDIT-MINS-2 "  "
009890         AVL-EDIT-MINS-3 "  " AVL-EDIT-MINS-4 "  "
009900         AVL-EDIT-MINS-5 "  " AVL-EDIT-OUTAGES "  "
009910         AVL-EDIT-PCT
009920         DELIMITED BY SIZE INTO AVL-MESSAGE.
009930     IF AVL-REPLACED
009940         MOVE "REPLACED" TO AVL-MESSAGE(80:8)
009950     END-IF.
009960     PERFORM 7000-WRITE-REPORT-LINE THRU 7000-EXIT.
009970
009980 3100-EXIT.
009990     EXIT.
010000
010010 3110-MOVE-ONE-LONGEST.
010020     IF AVL-LONG-SUB > AVL-CV-LONG-COUNT(AVL-CANVAS-IDX)
010030         MOVE 0 TO AVM-OUT-START-DATE(AVL-LONG-SUB)
010040         MOVE 0 TO AVM-OUT-START-TIME(AVL-LONG-SUB)
010050         MOVE 0 TO AVM-OUT-SECS(AVL-LONG-SUB)
010060         GO TO 3110-EXIT
010070     END-IF.
010080
010090     MOVE AVL-CV-LONG-DATE(AVL-CANVAS-IDX, AVL-LONG-SUB) TO
010100         AVM-OUT-START-DATE(AVL-LONG-SUB).
010110     MOVE AVL-CV-LONG-TIME(AVL-CANVAS-IDX, AVL-LONG-SUB) TO
010120         AVM-OUT-START-TIME(AVL-LONG-SUB).
010130     MOVE AVL-CV-LONG-SECS(AVL-CANVAS-IDX, AVL-LONG-SUB) TO
010140         AVM-OUT-SECS(AVL-LONG-SUB).
010150     MOVE AVL-CV-LONG-CAUSE(AVL-CANVAS-IDX, AVL-LONG-SUB) TO
010160         AVM-OUT-CAUSE(AVL-LONG-SUB).
010170
010180 3110-EXIT.
010190     EXIT.
010200
010210******************************************************************
010220* 4000-MONTH-REPORT.
010230*     START AT THE MONTH'S FIRST DATE AND READ FORWARD UNTIL THE
010240*     KEY LEAVES THE MONTH, ACCUMULATING BY CANVAS, THEN PRINT
010250*     THE THREE SECTIONS.
010260******************************************************************
010270 4000-MONTH-REPORT.
010280     OPEN INPUT AVAIL-FILE.
010290     IF NOT AVL-MAST-OK
010300         MOVE "ERROR: NO AVAILABILITY MASTER ON FILE" TO
010310             AVL-MESSAGE
010320         PERFORM 7000-WRITE-REPORT-LINE THRU 7000-EXIT
010330         MOVE 'Y' TO AVL-GIVE-UP-SW
010340         CLOSE AVAIL-FILE
010350         GO TO 4000-EXIT
010360     END-IF.
010370
010380     MOVE AVL-PERIOD-YYYYMM TO AVL-EDIT-MONTH.
010390     MOVE AVL-TARGET-PCT TO AVL-EDIT-TARGET.
010400     MOVE SPACES TO AVL-MESSAGE.
010410     STRING "MONTH " AVL-EDIT-MONTH
010420         "   AVAILABILITY TARGET " AVL-EDIT-TARGET "%"
010430         DELIMITED BY SIZE INTO AVL-MESSAGE.
010440     PERFORM 7000-WRITE-REPORT-LINE THRU 7000-EXIT.
010450     MOVE SPACES TO AVAIL-REPORT-RECORD.
010460     WRITE AVAIL-REPORT-RECORD.
010470
010480     MOVE AVL-FROM-DATE TO AVM-SHIFT-DATE.
010490     MOVE LOW-VALUES TO AVM-CANVAS-NAME.
010500     START AVAIL-FILE KEY IS >= AVM-KEY
010510         INVALID KEY
010520             MOVE 'Y' TO AVL-END-OF-MASTER-SW
010530     END-START.
010540
010550     PERFORM 4100-ACCUMULATE-ONE-RECORD THRU 4100-EXIT
010560         UNTIL AVL-END-OF-MASTER.
010570     CLOSE AVAIL-FILE.
010580
010590     IF AVL-RECORD-COUNT = 0
010600         MOVE "  (NO SHIFTS ON FILE FOR THE MONTH)" TO
010610             AVL-MESSAGE
010620         PERFORM 7000-WRITE-REPORT-LINE THRU 7000-EXIT
010630         GO TO 4000-EXIT
010640     END-IF.
010650
010660     PERFORM 5000-WRITE-CANVAS-SECTION THRU 5000-EXIT.
010670     PERFORM 5200-WRITE-LONGEST-SECTION THRU 5200-EXIT.
010680     PERFORM 5400-WRITE-CAUSE-SECTION THRU 5400-EXIT.
010690
010700 4000-EXIT.
010710     EXIT.
010720
010730 4100-ACCUMULATE-ONE-RECORD.
010740     READ AVAIL-FILE NEXT RECORD
010750         AT END
010760             MOVE 'Y' TO AVL-END-OF-MASTER-SW
010770             GO TO 4100-EXIT
010780     END-READ.
010790
010800     IF AVM-SHIFT-DATE > AVL-TO-DATE
010810         MOVE 'Y' TO AVL-END-OF-MASTER-SW
010820         GO TO 4100-EXIT
010830     END-IF.
010840
010850     PERFORM 4200-FIND-OR-ADD-MONTH THRU 4200-EXIT.
010860     IF NOT AVL-FOUND
010870         GO TO 4100-EXIT
010880     END-IF.
010890
010900     ADD 1 TO AVL-RECORD-COUNT.
010910     ADD 1 TO AVL-MN-SHIFTS(AVL-MONTH-IDX).
010920     ADD AVM-SPAN-SECS TO AVL-MN-SPAN(AVL-MONTH-IDX).
010930     ADD AVM-PAUSED-SECS TO AVL-MN-PAUSED(AVL-MONTH-IDX).
010940     ADD AVM-DOWN-SECS TO AVL-MN-DOWN(AVL-MONTH-IDX).
010950     ADD AVM-DOWN-STOP-SECS TO AVL-MN-DOWN-STOP(AVL-MONTH-IDX).
010960     ADD AVM-DOWN-DIED-SECS TO AVL-MN-DOWN-DIED(AVL-MONTH-IDX).
010970     ADD AVM-OUTAGE-COUNT TO AVL-MN-OUTAGES(AVL-MONTH-IDX).
010980     ADD AVM-DOWN-SECS TO AVL-TOT-DOWN.
010990     ADD AVM-DOWN-STOP-SECS TO AVL-TOT-DOWN-STOP.
011000     ADD AVM-DOWN-DIED-SECS TO AVL-TOT-DOWN-DIED.
011010
011020     IF AVM-LONGEST-COUNT NUMERIC
011030         PERFORM 4300-RANK-ONE-OUTAGE THRU 4300-EXIT
011040             VARYING AVL-LONG-SUB FROM 1 BY 1
011050                 UNTIL AVL-LONG-SUB > AVM-LONGEST-COUNT
011060                     OR AVL-LONG-SUB > 10
011070     END-IF.
011080
011090 4100-EXIT.
011100     EXIT.
011110
011120******************************************************************
011130* 4200-FIND-OR-ADD-MONTH.
011140******************************************************************
011150 4200-FIND-OR-ADD-MONTH.
011160     MOVE 'N' TO AVL-FOUND-SW.
011170     PERFORM 4210-SEARCH-ONE-MONTH THRU 4210-EXIT
011180         VARYING AVL-SEARCH-SUB FROM 1 BY 1
011190             UNTIL AVL-SEARCH-SUB > AVL-MONTH-COUNT
011200                 OR AVL-FOUND.
011210     IF AVL-FOUND
011220         GO TO 4200-EXIT
011230     END-IF.
011240
011250     IF AVL-MONTH-COUNT < 20
011260         ADD 1 TO AVL-MONTH-COUNT
011270         SET AVL-MONTH-IDX TO AVL-MONTH-COUNT
011280         MOVE AVM-CANVAS-NAME TO AVL-MN-NAME(AVL-MONTH-IDX)
011290         MOVE 0 TO AVL-MN-SHIFTS(AVL-MONTH-IDX)
011300         MOVE 0 TO AVL-MN-SPAN(AVL-MONTH-IDX)
011310         MOVE 0 TO AVL-MN-PAUSED(AVL-MONTH-IDX)
011320         MOVE 0 TO AVL-MN-DOWN(AVL-MONTH-IDX)
011330         MOVE 0 TO AVL-MN-DOWN-STOP(AVL-MONTH-IDX)
011340         MOVE 0 TO AVL-MN-DOWN-DIED(AVL-MONTH-IDX)
011350         MOVE 0 TO AVL-MN-OUTAGES(AVL-MONTH-IDX)
011360         MOVE 'Y' TO AVL-FOUND-SW
011370     ELSE
011380         DISPLAY "PLUTO-AVAIL: CANVAS TABLE FULL, IGNORING "
011390             AVM-CANVAS-NAME
011400     END-IF.
011410
011420 4200-EXIT.
011430     EXIT.
011440
011450 4210-SEARCH-ONE-MONTH.
011460     IF AVL-MN-NAME(AVL-SEARCH-SUB) = AVM-CANVAS-NAME
011470         SET AVL-MONTH-IDX TO AVL-SEARCH-SUB
011480         MOVE 'Y' TO AVL-FOUND-SW
011490     END-IF.
011500
011510 4210-EXIT.
011520     EXIT.
011530
011540******************************************************************
011550* 4300-RANK-ONE-OUTAGE.
011560*     KEEP THE MONTH'S TEN LONGEST; ONCE ALL TEN ARE IN USE A
011570*     LONGER ONE DISPLACES THE SHORTEST.
011580******************************************************************
011590 4300-RANK-ONE-OUTAGE.
011600     IF AVL-TOP-COUNT < 10
011610         ADD 1 TO AVL-TOP-COUNT
011620         MOVE AVL-TOP-COUNT TO AVL-TOP-SUB
011630     ELSE
011640         MOVE 1 TO AVL-SHORT-SUB
011650         PERFORM 4310-FIND-SHORTEST-TOP THRU 4310-EXIT
011660             VARYING AVL-TOP-SUB FROM 2 BY 1
011670                 UNTIL AVL-TOP-SUB > 10
011680         IF AVM-OUT-SECS(AVL-LONG-SUB) NOT >
011690                 AVL-TP-SECS(AVL-SHORT-SUB)
011700             GO TO 4300-EXIT
011710         END-IF
011720         MOVE AVL-SHORT-SUB TO AVL-TOP-SUB
011730     END-IF.
011740
011750     MOVE AVM-CANVAS-NAME TO AVL-TP-CANVAS(AVL-TOP-SUB).
011760     MOVE AVM-OUT-START-DATE(AVL-LONG-SUB) TO
011770         AVL-TP-DATE(AVL-TOP-SUB).
011780     MOVE AVM-OUT-START-TIME(AVL-LONG-SUB) TO
011790         AVL-TP-TIME(AVL-TOP-SUB).
011800     MOVE AVM-OUT-SECS(AVL-LONG-SUB) TO AVL-TP-SECS(AVL-TOP-SUB).
011810     MOVE AVM-OUT-CAUSE(AVL-LONG-SUB) TO
011815         AVL-TP-CAUSE(AVL-TOP-SUB).
011820     MOVE 'N' TO AVL-TP-PRINTED-SW(AVL-TOP-SUB).
011830
011840 4300-EXIT.
011850     EXIT.
011860
011870 4310-FIND-SHORTEST-TOP.
011880     IF AVL-TP-SECS(AVL-TOP-SUB) < AVL-TP-SECS(AVL-SHORT-SUB)
011890         MOVE AVL-TOP-SUB TO AVL-SHORT-SUB
011900     END-IF.
011910
011920 4310-EXIT.
011930     EXIT.
011940
011950******************************************************************
011960* 5000-WRITE-CANVAS-SECTION.
011970*     SECTION 1: THE MONTH'S AVAILABILITY PER CANVAS AGAINST THE
011980*     TARGET.
011990******************************************************************
012000 5000-WRITE-CANVAS-SECTION.
012010     MOVE "AVAILABILITY BY CANVAS" TO AVL-MESSAGE.
012020     PERFORM 7000-WRITE-REPORT-LINE THRU 7000-EXIT.
012030     MOVE SPACES TO AVL-MESSAGE.
012040     STRING "CANVAS    SHIFTS    HOURS   PAUSED  DOWN MIN"
012050         "  AVAIL%  TARGET  RESULT"
012060         DELIMITED BY SIZE INTO AVL-MESSAGE.
012070     PERFORM 7000-WRITE-REPORT-LINE THRU 7000-EXIT.
012080
012090     PERFORM 5100-WRITE-ONE-CANVAS THRU 5100-EXIT
012100         VARYING AVL-MONTH-IDX FROM 1 BY 1
012110             UNTIL AVL-MONTH-IDX > AVL-MONTH-COUNT.
012120
012130     MOVE AVL-MET-COUNT TO AVL-EDIT-COUNT.
012140     MOVE AVL-MISSED-COUNT TO AVL-EDIT-OUTAGES.
012150     MOVE SPACES TO AVL-MESSAGE.
012160     STRING "CANVASES MEETING THE TARGET " AVL-EDIT-COUNT
012170         "   MISSING IT " AVL-EDIT-OUTAGES
012180         DELIMITED BY SIZE INTO AVL-MESSAGE.
012190     PERFORM 7000-WRITE-REPORT-LINE THRU 7000-EXIT.
012200
012210 5000-EXIT.
012220     EXIT.
012230
012240 5100-WRITE-ONE-CANVAS.
012250     MOVE AVL-MN-SPAN(AVL-MONTH-IDX) TO AVL-CALC-SPAN.
012260     MOVE AVL-MN-PAUSED(AVL-MONTH-IDX) TO AVL-CALC-PAUSED.
012270     MOVE AVL-MN-DOWN(AVL-MONTH-IDX) TO AVL-CALC-DOWN.
012280     PERFORM 7100-COMPUTE-AVAILABILITY THRU 7100-EXIT.
012290     IF AVL-AVAIL-PCT < AVL-TARGET-PCT
012300         MOVE "MISSED" TO AVL-RESULT-TEXT
012310         ADD 1 TO AVL-MISSED-COUNT
012320         MOVE 'Y' TO AVL-MISSED-SW
012330     ELSE
012340         MOVE "MET" TO AVL-RESULT-TEXT
012350         ADD 1 TO AVL-MET-COUNT
012360     END-IF.
012370
012380     MOVE AVL-MN-SHIFTS(AVL-MONTH-IDX) TO AVL-EDIT-COUNT.
012390     COMPUTE AVL-HOURS ROUNDED =
012395         AVL-MN-SPAN(AVL-MONTH-IDX) / 3600.
012400     MOVE AVL-HOURS TO AVL-EDIT-HOURS.
012410     COMPUTE AVL-HOURS ROUNDED =
012420         AVL-MN-PAUSED(AVL-MONTH-IDX) / 3600.
012430     MOVE AVL-HOURS TO AVL-EDIT-HOURS-2.
012440     COMPUTE AVL-MINUTES ROUNDED =
012445         AVL-MN-DOWN(AVL-MONTH-IDX) / 60.
012450     MOVE AVL-MINUTES TO AVL-EDIT-BIG-MINS.
012460     MOVE AVL-AVAIL-PCT TO AVL-EDIT-PCT.
012470     MOVE SPACES TO AVL-MESSAGE.
012480     STRING AVL-MN-NAME(AVL-MONTH-IDX) "  " AVL-EDIT-COUNT "  "
012490         AVL-EDIT-HOURS "  " AVL-EDIT-HOURS-2 "  "
012500         AVL-EDIT-BIG-MINS "  " AVL-EDIT-PCT "  "
012510         AVL-EDIT-TARGET "  " AVL-RESULT-TEXT
012520         DELIMITED BY SIZE INTO AVL-MESSAGE.
012530     PERFORM 7000-WRITE-REPORT-LINE THRU 7000-EXIT.
012540
012550 5100-EXIT.
012560     EXIT.
012570
012580******************************************************************
012590* 5200-WRITE-LONGEST-SECTION.
012600*     SECTION 2: THE MONTH'S TEN LONGEST OUTAGES, LONGEST FIRST.
012610*     EACH PASS PRINTS THE LONGEST NOT YET PRINTED.
012620******************************************************************
012630 5200-WRITE-LONGEST-SECTION.
012640     MOVE SPACES TO AVAIL-REPORT-RECORD.
012650     WRITE AVAIL-REPORT-RECORD.
012660     MOVE "LONGEST OUTAGES IN THE MONTH" TO AVL-MESSAGE.
012670     PERFORM 7000-WRITE-REPORT-LINE THRU 7000-EXIT.
012680     MOVE SPACES TO AVL-MESSAGE.
012690     STRING " #  CANVAS    STARTED               MINUTES  CAUSE"
012700         DELIMITED BY SIZE INTO AVL-MESSAGE.
012710     PERFORM 7000-WRITE-REPORT-LINE THRU 7000-EXIT.
012720
012730     IF AVL-TOP-COUNT = 0
012740         MOVE "  (NONE)" TO AVL-MESSAGE
012750         PERFORM 7000-WRITE-REPORT-LINE THRU 7000-EXIT
012760         GO TO 5200-EXIT
012770     END-IF.
012780
012790     PERFORM 5300-WRITE-NEXT-LONGEST THRU 5300-EXIT
012800         VARYING AVL-RANK FROM 1 BY 1
012810             UNTIL AVL-RANK > AVL-TOP-COUNT.
012820
012830 5200-EXIT.
012840     EXIT.
012850
012860 5300-WRITE-NEXT-LONGEST.
012870     MOVE 0 TO AVL-LONG-SUB.
012880     PERFORM 5310-PICK-LONGER THRU 5310-EXIT
012890         VARYING AVL-TOP-SUB FROM 1 BY 1
012900             UNTIL AVL-TOP-SUB > AVL-TOP-COUNT.
012910     MOVE 'Y' TO AVL-TP-PRINTED-SW(AVL-LONG-SUB).
012920
012930     IF AVL-TP-CAUSE(AVL-LONG-SUB) = 'S'
012940         MOVE "STOP COVERED" TO AVL-CAUSE-TEXT
012950     ELSE
012960         MOVE "NO STOP -- RUN DIED OR HUNG" TO AVL-CAUSE-TEXT
012970     END-IF.
012980     MOVE AVL-RANK TO AVL-EDIT-RANK.
012990     MOVE AVL-TP-DATE(AVL-LONG-SUB) TO AVL-EDIT-DATE.
013000     MOVE AVL-TP-TIME(AVL-LONG-SUB) TO AVL-HMS.
013010     PERFORM 7300-EDIT-CLOCK THRU 7300-EXIT.
013020     COMPUTE AVL-MINUTES ROUNDED = AVL-TP-SECS(AVL-LONG-SUB) / 60.
013030     MOVE AVL-MINUTES TO AVL-EDIT-BIG-MINS.
013040     MOVE SPACES TO AVL-MESSAGE.
013050     STRING AVL-EDIT-RANK "  " AVL-TP-CANVAS(AVL-LONG-SUB) "  "
013060         AVL-EDIT-DATE " " AVL-EDIT-CLOCK "  "
013070         AVL-EDIT-BIG-MINS "  " AVL-CAUSE-TEXT
013080         DELIMITED BY SIZE INTO AVL-MESSAGE.
013090     PERFORM 7000-WRITE-REPORT-LINE THRU 7000-EXIT.
013100
013110 5300-EXIT.
013120     EXIT.
013130
013140 5310-PICK-LONGER.
013150     IF AVL-TP-PRINTED(AVL-TOP-SUB)
013160         GO TO 5310-EXIT
013170     END-IF.
013180     IF AVL-LONG-SUB = 0
013190         MOVE AVL-TOP-SUB TO AVL-LONG-SUB
013200         GO TO 5310-EXIT
013210     END-IF.
013220     IF AVL-TP-SECS(AVL-TOP-SUB) > AVL-TP-SECS(AVL-LONG-SUB)
013230         MOVE AVL-TOP-SUB TO AVL-LONG-SUB
013240     END-IF.
013250
013260 5310-EXIT.
013270     EXIT.
013280
013290******************************************************************
013300* 5400-WRITE-CAUSE-SECTION.
013310*     SECTION 3: DOWNTIME A STOP EVENT COVERED (AN OPERATOR OR
013320*     THE SCHEDULER BROUGHT THE CANVAS DOWN) AGAINST DOWNTIME
013330*     WHERE THE RUN DIED OR HUNG WITH NO STOP ON THE LOG.
013340******************************************************************
013350 5400-WRITE-CAUSE-SECTION.
013360     MOVE SPACES TO AVAIL-REPORT-RECORD.
013370     WRITE AVAIL-REPORT-RECORD.
013380     MOVE "DOWNTIME BY CAUSE (MINUTES)" TO AVL-MESSAGE.
013390     PERFORM 7000-WRITE-REPORT-LINE THRU 7000-EXIT.
013400     MOVE SPACES TO AVL-MESSAGE.
013410     STRING "CANVAS    STOP COVERED  NO STOP (DIED)"
013420         "     TOTAL  OUTAGES"
013430         DELIMITED BY SIZE INTO AVL-MESSAGE.
013440     PERFORM 7000-WRITE-REPORT-LINE THRU 7000-EXIT.
013450
013460     PERFORM 5500-WRITE-ONE-CAUSE THRU 5500-EXIT
013470         VARYING AVL-MONTH-IDX FROM 1 BY 1
013480             UNTIL AVL-MONTH-IDX > AVL-MONTH-COUNT.
013490
013500     COMPUTE AVL-MINUTES ROUNDED = AVL-TOT-DOWN-STOP / 60.
013510     MOVE AVL-MINUTES TO AVL-EDIT-MINS.
013520     COMPUTE AVL-MINUTES ROUNDED = AVL-TOT-DOWN-DIED / 60.
013530     MOVE AVL-MINUTES TO AVL-EDIT-MINS-2.
013540     COMPUTE AVL-MINUTES ROUNDED = AVL-TOT-DOWN / 60.
013550     MOVE AVL-MINUTES TO AVL-EDIT-BIG-MINS.
013560     MOVE SPACES TO AVL-MESSAGE.
013570     STRING "ALL CANVASES    " AVL-EDIT-MINS
013580         "          " AVL-EDIT-MINS-2 "  " AVL-EDIT-BIG-MINS
013590         DELIMITED BY SIZE INTO AVL-MESSAGE.
013600     PERFORM 7000-WRITE-REPORT-LINE THRU 7000-EXIT.
013610
013620 5400-EXIT.
013630     EXIT.
013640
013650 5500-WRITE-ONE-CAUSE.
013660     COMPUTE AVL-MINUTES ROUNDED =
013670         AVL-MN-DOWN-STOP(AVL-MONTH-IDX) / 60.
013680     MOVE AVL-MINUTES TO AVL-EDIT-MINS.
013690     COMPUTE AVL-MINUTES ROUNDED =
013700         AVL-MN-DOWN-DIED(AVL-MONTH-IDX) / 60.
013710     MOVE AVL-MINUTES TO AVL-EDIT-MINS-2.
013720     COMPUTE AVL-MINUTES ROUNDED =
013725         AVL-MN-DOWN(AVL-MONTH-IDX) / 60.
013730     MOVE AVL-MINUTES TO AVL-EDIT-BIG-MINS.
013740     MOVE AVL-MN-OUTAGES(AVL-MONTH-IDX) TO AVL-EDIT-COUNT.
013750     MOVE SPACES TO AVL-MESSAGE.
013760     STRING AVL-MN-NAME(AVL-MONTH-IDX) "        "
013770         AVL-EDIT-MINS "          " AVL-EDIT-MINS-2 "  "
013780         AVL-EDIT-BIG-MINS "   " AVL-EDIT-COUNT
013790         DELIMITED BY SIZE INTO AVL-MESSAGE.
013800     PERFORM 7000-WRITE-REPORT-LINE THRU 7000-EXIT.
013810
013820 5500-EXIT.
013830     EXIT.
013840
013850******************************************************************
013860* 7000-WRITE-REPORT-LINE.
013870******************************************************************
013880 7000-WRITE-REPORT-LINE.
013890     MOVE AVL-MESSAGE TO AVAIL-REPORT-RECORD.
013900     WRITE AVAIL-REPORT-RECORD.
013910
013920 7000-EXIT.
013930     EXIT.
013940
013950******************************************************************
013960* 7100-COMPUTE-AVAILABILITY.
013970*     PERCENT OF THE UNPAUSED SPAN THE CANVAS WAS UP, TRUNCATED
013980*     TO HUNDREDTHS SO A NEAR MISS IS NEVER ROUNDED UP TO MET.
013990*     A CANVAS PAUSED FOR ITS WHOLE SPAN COUNTS AS FULLY UP.
014000******************************************************************
014010 7100-COMPUTE-AVAILABILITY.
014020     COMPUTE AVL-BASE-SECS = AVL-CALC-SPAN - AVL-CALC-PAUSED.
014030     IF AVL-BASE-SECS NOT > 0
014040         MOVE 100 TO AVL-AVAIL-PCT
014050         GO TO 7100-EXIT
014060     END-IF.
014070     IF AVL-CALC-DOWN NOT < AVL-BASE-SECS
014080         MOVE 0 TO AVL-AVAIL-PCT
014090         GO TO 7100-EXIT
014100     END-IF.
014110     COMPUTE AVL-AVAIL-PCT =
014120         (AVL-BASE-SECS - AVL-CALC-DOWN) * 100 / AVL-BASE-SECS.
014130
014140 7100-EXIT.
014150     EXIT.
014160
014170******************************************************************
014180* 7200-CLOCK-TO-SECONDS.
014190*     AVL-CLOCK-DATE (YYYYMMDD) AND AVL-CLOCK (HHMMSSCC) TO A
014200*     SECOND COUNT IN AVL-EVENT-SECS.  A STAMP THAT IS NOT A
014210*     REAL DATE AND TIME LEAVES AVL-TIME-OK-SW 'N'.
014220******************************************************************
014230 7200-CLOCK-TO-SECONDS.
014240     MOVE 'N' TO AVL-TIME-OK-SW.
014250     IF AVL-CLOCK-DATE NOT NUMERIC
014260         OR AVL-CLOCK NOT NUMERIC
014270         GO TO 7200-EXIT
014280     END-IF.
014290     IF AVL-CLOCK-HH > 23
014300         OR AVL-CLOCK-MM > 59
014310         OR AVL-CLOCK-SS > 59
014320         GO TO 7200-EXIT
014330     END-IF.
014340     COMPUTE AVL-DAY-INT =
014350         FUNCTION INTEGER-OF-DATE(AVL-CLOCK-DATE).
014360     IF AVL-DAY-INT = 0
014370         GO TO 7200-EXIT
014380     END-IF.
014390
014400     COMPUTE AVL-EVENT-SECS = AVL-DAY-INT * 86400
014410         + AVL-CLOCK-HH * 3600 + AVL-CLOCK-MM * 60
014420         + AVL-CLOCK-SS.
014430     MOVE 'Y' TO AVL-TIME-OK-SW.
014440
014450 7200-EXIT.
014460     EXIT.
014470
014480******************************************************************
014490* 7300-EDIT-CLOCK.
014500*     AVL-HMS (HHMMSS) TO HH:MM:SS IN AVL-EDIT-CLOCK.
014510******************************************************************
014520 7300-EDIT-CLOCK.
014530     MOVE AVL-HMS-HH TO AVL-EDIT-HH.
014540     MOVE AVL-HMS-MM TO AVL-EDIT-MM.
014550     MOVE AVL-HMS-SS TO AVL-EDIT-SS.
014560
014570 7300-EXIT.
014580     EXIT.
014590
014600******************************************************************
014610* 9000-TERMINATE.
014620*     RETURN CODE 8 TELLS THE SCHEDULER THE FUNCTION DID NOT RUN;
014630*     4 THAT THE MONTH RAN BUT A CANVAS MISSED ITS TARGET.
014640******************************************************************
014650 9000-TERMINATE.
014660     CLOSE AVAIL-REPORT-FILE.
014670     IF AVL-GIVE-UP
014680         MOVE 8 TO RETURN-CODE
014690     ELSE
014700         IF AVL-TARGET-MISSED
014710             MOVE 4 TO RETURN-CODE
014720         END-IF
014730     END-IF.
014740
014750 9000-EXIT.
014760     EXIT.
