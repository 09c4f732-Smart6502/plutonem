000010******************************************************************
000020* PROGRAM-ID.  PLUTO-CHAIN
000030* AUTHOR.      R. S. HALVORSEN, OPS FLOOR DEVELOPMENT
000040* INSTALLATION. OPS FLOOR SYSTEMS
000050* DATE-WRITTEN. 2026-10-14
000060* DATE-COMPILED.
000070*
000080* REMARKS.
000090*     NIGHTLY BATCH CHAIN DRIVER FOR THE PLUTO WALL.  AFTER THE
000100*     WALL SHUTS DOWN, THE SHIFT'S FOLLOW-ON JOBS (PLUTO-RECON,
000110*     -STATS, -VERIFY, -PERF, -AUDRPT, -RETAIN AND THE PLUTO-
000120*     HSTUTL PURGE) USED TO BE SUBMITTED BY HAND, IN ORDER, WITH
000130*     SOMEONE CHECKING EACH RETURN CODE.  THIS PROGRAM RUNS THEM
000140*     FROM THE STEP-CONTROL FILE (PLGRDSTP), ONE STEP AT A TIME:
000150*
000160*       - EACH STEP'S START, END AND RETURN CODE ARE APPENDED TO
000170*         THE CHAIN LOG (PLGRDCHL) AS THEY HAPPEN;
000180*       - A STEP ENDING RC 8 OR HIGHER STOPS THE CHAIN, UNLESS
000190*         THE STEP IS MARKED NON-BLOCKING, IN WHICH CASE THE
000200*         FAILURE IS RECORDED AND THE CHAIN CARRIES ON;
000210*       - ON A RERUN FOR THE SAME SHIFT DATE, STEPS THE LOG
000220*         SHOWS AS ALREADY COMPLETE ARE SKIPPED, SO A CHAIN
000230*         THAT DIED AT STEP FOUR PICKS UP AT STEP FOUR;
000240*       - ONE SUMMARY PAGE (PLCHNRPT) FOR THE SHIFT LEAD.
000250*
000260*     THE JCL PARM (OR COMMAND LINE) GIVES THE SHIFT DATE THE
000270*     CHAIN IS RUNNING FOR, E.G. 'PLUTO-CHAIN 20261014'; NO PARM
000280*     MEANS TODAY.  IT IS BOTH THE RESTART KEY AND THE VALUE
000290*     SUBSTITUTED FOR &SHFDATE IN THE STEP COMMANDS.
000300*
000310*     RETURN CODE: 8 IF A BLOCKING STEP FAILED (OR THE STEP FILE
000320*     IS UNUSABLE), 4 IF ONLY NON-BLOCKING STEPS FAILED, ELSE 0.
000330*     THE STEP FILE IS CHECKED WHOLE BEFORE ANYTHING RUNS -- A
000340*     BAD RECORD RUNS NOTHING RATHER THAN HALF A CHAIN.  A STEP
000343*     THAT IS KILLED RATHER THAN ENDING ON ITS OWN IS RECORDED AS
000346*     RC 9999.
000350*
000360* MODIFICATION HISTORY.
000370*     DATE       BY   DESCRIPTION
000380*     ---------- ---- ----------------------------------------
000390*     2026-10-14 RSH  ORIGINAL VERSION.
000400******************************************************************
000410 IDENTIFICATION DIVISION.
000420 PROGRAM-ID. PLUTO-CHAIN.
000430 AUTHOR. R. S. HALVORSEN.
000440 INSTALLATION. OPS FLOOR SYSTEMS.
000450 DATE-WRITTEN. 2026-10-14.
000460 DATE-COMPILED.
000470
000480 ENVIRONMENT DIVISION.
000490 INPUT-OUTPUT SECTION.
000500 FILE-CONTROL.
000510     SELECT OPTIONAL STEP-FILE ASSIGN TO "PLGRDSTP"
000520         ORGANIZATION IS LINE SEQUENTIAL
000530         FILE STATUS IS CHN-STEP-STATUS.
000540
000550     SELECT CHAIN-LOG-FILE ASSIGN TO "PLGRDCHL"
000560         ORGANIZATION IS LINE SEQUENTIAL
000570         FILE STATUS IS CHN-CHL-STATUS.
000580
000590     SELECT CHAIN-REPORT-FILE ASSIGN TO "PLCHNRPT"
000600         ORGANIZATION IS LINE SEQUENTIAL
000610         FILE STATUS IS CHN-RPT-STATUS.
000620
000630 DATA DIVISION.
000640 FILE SECTION.
000650 FD  STEP-FILE
000660     RECORDING MODE IS F.
000670 COPY PLGRDSTP.
000680
000690 FD  CHAIN-LOG-FILE
000700     RECORDING MODE IS F.
000710 COPY PLGRDCHL.
000720
000730 FD  CHAIN-REPORT-FILE
000740     RECORDING MODE IS F.
000750 01  CHAIN-REPORT-RECORD             PIC X(96).
000760
000770 WORKING-STORAGE SECTION.
000780******************************************************************
000790* FILE STATUS AND MISCELLANEOUS SWITCHES.
000800******************************************************************
000810 77  CHN-STEP-STATUS                PIC X(02).
000820     88  CHN-STEP-OK                     VALUE '00'.
000830     88  CHN-STEP-EOF                    VALUE '10'.
000840 77  CHN-CHL-STATUS                 PIC X(02).
000850     88  CHN-CHL-OK                      VALUE '00'.
000860     88  CHN-CHL-EOF                     VALUE '10'.
000870     88  CHN-CHL-NOT-FOUND               VALUE '35'.
000880 77  CHN-RPT-STATUS                 PIC X(02).
000890
000900 77  CHN-GIVE-UP-SW                 PIC X(01) VALUE 'N'.
000910     88  CHN-GIVE-UP                     VALUE 'Y'.
000920 77  CHN-END-OF-FILE-SW             PIC X(01).
000930     88  CHN-END-OF-FILE                 VALUE 'Y'.
000940 77  CHN-STOPPED-SW                 PIC X(01) VALUE 'N'.
000950     88  CHN-CHAIN-STOPPED               VALUE 'Y'.
000960 77  CHN-FOUND-SW                   PIC X(01).
000970     88  CHN-FOUND                       VALUE 'Y'.
000980
000990******************************************************************
001000* OPERATOR PARM: SHIFT DATE.
001010******************************************************************
001020 77  CHN-CMDLINE-PARM               PIC X(80).
001030 01  CHN-DATE-TOKEN                 PIC X(08) JUSTIFIED RIGHT.
001040 77  CHN-SHIFT-DATE                 PIC 9(08).
001050
001060******************************************************************
001070* THE CHAIN AS LOADED FROM PLGRDSTP, WITH WHAT THE CHAIN LOG
001080* SAYS ABOUT EACH STEP FOR THIS SHIFT DATE AND WHAT HAPPENED TO
001090* IT ON THIS RUN.
001100******************************************************************
001110 01  CHN-STEP-COUNT                  PIC 9(02) VALUE 0.
001120
001130 01  CHN-STEP-TABLE.
001140     05  CHN-STEP-ENTRY OCCURS 1 TO 20 TIMES
001150             DEPENDING ON CHN-STEP-COUNT
001160             INDEXED BY CHN-STEP-IDX.
001170         10  CHN-STP-SEQ                  PIC 9(02).
001180         10  CHN-STP-NAME                 PIC X(08).
001190         10  CHN-STP-BLOCKING             PIC X(01).
001200             88  CHN-STP-IS-NON-BLOCKING      VALUE 'N'.
001210         10  CHN-STP-COMMAND              PIC X(72).
001220         10  CHN-STP-DONE-SW              PIC X(01).
001230             88  CHN-STP-DONE-EARLIER         VALUE 'Y'.
001240         10  CHN-STP-OUTCOME              PIC X(08).
001250             88  CHN-STP-NOT-RUN              VALUE SPACES.
001260             88  CHN-STP-COMPLETE             VALUE 'COMPLETE'.
001270             88  CHN-STP-FAILED               VALUE 'FAILED'.
001280             88  CHN-STP-SKIPPED              VALUE 'SKIPPED'.
001290         10  CHN-STP-START-DATE           PIC 9(08).
001300         10  CHN-STP-START-TIME           PIC 9(08).
001310         10  CHN-STP-END-DATE             PIC 9(08).
001320         10  CHN-STP-END-TIME             PIC 9(08).
001330         10  CHN-STP-RC                   PIC 9(04).
001340
001350 77  CHN-SEARCH-IDX                 PIC 9(02) COMP.
001360 77  CHN-KEY-NAME                   PIC X(08).
001370 77  CHN-PREV-SEQ                   PIC 9(02).
001380 77  CHN-STEP-REC-COUNT             PIC 9(05) COMP VALUE 0.
001390 77  CHN-RAN-COUNT                  PIC 9(05) COMP VALUE 0.
001400 77  CHN-COMPLETE-COUNT             PIC 9(05) COMP VALUE 0.
001410 77  CHN-FAILED-COUNT               PIC 9(05) COMP VALUE 0.
001420 77  CHN-NB-FAILED-COUNT            PIC 9(05) COMP VALUE 0.
001430 77  CHN-SKIPPED-COUNT              PIC 9(05) COMP VALUE 0.
001440 77  CHN-NOT-RUN-COUNT              PIC 9(05) COMP VALUE 0.
001450
001460******************************************************************
001470* STEP EXECUTION WORK AREAS.
001480******************************************************************
001490 77  CHN-COMMAND-LINE               PIC X(80).
001500 77  CHN-SHIFT-DATE-X               PIC X(08).
001510 77  CHN-STEP-RC                    PIC S9(09) COMP.
001515 77  CHN-STEP-SIGNAL                PIC S9(09) COMP.
001520 77  CHN-WK-DATE                    PIC 9(08).
001530 77  CHN-WK-TIME                    PIC 9(08).
001540
001550******************************************************************
001560* REPORT EDIT FIELDS AND LINE WORK AREA.
001570******************************************************************
001580 01  CHN-EDIT-COUNT                 PIC ZZZZ9.
001590 01  CHN-EDIT-RC                    PIC ZZZ9.
001600 01  CHN-EDIT-DATE                  PIC 9999/99/99.
001610 01  CHN-MESSAGE                    PIC X(96).
001620 01  CHN-EDIT-START                 PIC X(08).
001630 01  CHN-EDIT-END                   PIC X(08).
001640 01  CHN-EDIT-BLOCKING              PIC X(03).
001650
001660******************************************************************
001670* TIME-OF-DAY SLICED OUT OF A HHMMSSCC STAMP.
001680******************************************************************
001690 01  CHN-SPLIT-TIME                 PIC 9(08).
001700 01  CHN-SPLIT-TIME-R REDEFINES CHN-SPLIT-TIME.
001710     05  CHN-SPLIT-HH               PIC X(02).
001720     05  CHN-SPLIT-MM               PIC X(02).
001730     05  CHN-SPLIT-SS               PIC X(02).
001740     05  FILLER                     PIC X(02).
001750 01  CHN-CLOCK                      PIC X(08).
001760
001770 PROCEDURE DIVISION.
001780******************************************************************
001790* 0000-MAINLINE.
001800******************************************************************
001810 0000-MAINLINE.
001820     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
001830     IF NOT CHN-GIVE-UP
001840         PERFORM 1100-LOAD-STEPS THRU 1100-EXIT
001850     END-IF.
001860     IF NOT CHN-GIVE-UP
001870         PERFORM 1300-LOAD-PRIOR-RUNS THRU 1300-EXIT
001880         PERFORM 2000-RUN-ONE-STEP THRU 2000-EXIT
001890             VARYING CHN-STEP-IDX FROM 1 BY 1
001900                 UNTIL CHN-STEP-IDX > CHN-STEP-COUNT
001910                     OR CHN-CHAIN-STOPPED
001920         PERFORM 8000-WRITE-SUMMARY THRU 8000-EXIT
001930     END-IF.
001940     PERFORM 9000-TERMINATE THRU 9000-EXIT.
001950     STOP RUN.
001960
001970 0000-EXIT.
001980     EXIT.
001990
002000******************************************************************
002010* 1000-INITIALIZE.
002020*     OPEN THE REPORT AND TAKE THE SHIFT DATE FROM THE PARM.
002030******************************************************************
002040 1000-INITIALIZE.
002050     OPEN OUTPUT CHAIN-REPORT-FILE.
002060     MOVE SPACES TO CHAIN-REPORT-RECORD.
002070     MOVE "PLUTO-CHAIN NIGHTLY BATCH CHAIN SUMMARY" TO
002080         CHAIN-REPORT-RECORD.
002090     WRITE CHAIN-REPORT-RECORD.
002100
002110     MOVE SPACES TO CHN-CMDLINE-PARM.
002120     ACCEPT CHN-CMDLINE-PARM FROM COMMAND-LINE.
002130     MOVE SPACES TO CHN-DATE-TOKEN.
002140     UNSTRING CHN-CMDLINE-PARM DELIMITED BY ALL ' '
002150         INTO CHN-DATE-TOKEN.
002160
002170     IF CHN-DATE-TOKEN = SPACES
002180         ACCEPT CHN-SHIFT-DATE FROM DATE YYYYMMDD
002190     ELSE
002200         INSPECT CHN-DATE-TOKEN REPLACING LEADING ' ' BY '0'
002210         IF CHN-DATE-TOKEN NUMERIC
002220             MOVE CHN-DATE-TOKEN TO CHN-SHIFT-DATE
002230         ELSE
002240             MOVE "ERROR: SHIFT DATE MUST BE YYYYMMDD" TO
002250                 CHN-MESSAGE
002260             PERFORM 7000-WRITE-REPORT-LINE THRU 7000-EXIT
002270             MOVE 'Y' TO CHN-GIVE-UP-SW
002280             GO TO 1000-EXIT
002290         END-IF
002300     END-IF.
002310     MOVE CHN-SHIFT-DATE TO CHN-SHIFT-DATE-X.
002320
002330     MOVE CHN-SHIFT-DATE TO CHN-EDIT-DATE.
002340     MOVE SPACES TO CHN-MESSAGE.
002350     STRING "SHIFT DATE " CHN-EDIT-DATE
002360         DELIMITED BY SIZE INTO CHN-MESSAGE.
002370     PERFORM 7000-WRITE-REPORT-LINE THRU 7000-EXIT.
002380     MOVE SPACES TO CHAIN-REPORT-RECORD.
002390     WRITE CHAIN-REPORT-RECORD.
002400
002410 1000-EXIT.
002420     EXIT.
002430
002440******************************************************************
002450* 1100-LOAD-STEPS.
002460*     READ THE WHOLE STEP FILE INTO THE TABLE AND CHECK IT.  ANY
002470*     BAD RECORD IS REPORTED AND THE CHAIN IS NOT RUN AT ALL.
002480******************************************************************
002490 1100-LOAD-STEPS.
002500     OPEN INPUT STEP-FILE.
002510     IF NOT CHN-STEP-OK
002520         MOVE SPACES TO CHN-MESSAGE
002530         STRING "ERROR: NO STEP-CONTROL FILE (PLGRDSTP), STATUS "
002540             CHN-STEP-STATUS
002550             DELIMITED BY SIZE INTO CHN-MESSAGE
002560         PERFORM 7000-WRITE-REPORT-LINE THRU 7000-EXIT
002570         MOVE 'Y' TO CHN-GIVE-UP-SW
002580         GO TO 1100-EXIT
002590     END-IF.
002600
002610     MOVE 0 TO CHN-PREV-SEQ.
002620     MOVE 'N' TO CHN-END-OF-FILE-SW.
002630     PERFORM 1110-READ-STEP THRU 1110-EXIT.
002640     PERFORM 1120-CHECK-ONE-STEP THRU 1120-EXIT
002650         UNTIL CHN-END-OF-FILE.
002660     CLOSE STEP-FILE.
002670
002680     IF CHN-STEP-COUNT = 0 AND NOT CHN-GIVE-UP
002690         MOVE "ERROR: STEP-CONTROL FILE HAS NO STEPS" TO
002700             CHN-MESSAGE
002710         PERFORM 7000-WRITE-REPORT-LINE THRU 7000-EXIT
002720         MOVE 'Y' TO CHN-GIVE-UP-SW
002730     END-IF.
002740
002750 1100-EXIT.
002760     EXIT.
002770
002780 1110-READ-STEP.
002790     READ STEP-FILE
002800         AT END
002810             MOVE 'Y' TO CHN-END-OF-FILE-SW
002820     END-READ.
002830     IF NOT CHN-END-OF-FILE
002840         ADD 1 TO CHN-STEP-REC-COUNT
002850     END-IF.
002860
002870 1110-EXIT.
002880     EXIT.
002890
002900******************************************************************
002910* 1120-CHECK-ONE-STEP.
002920*     A STEP NEEDS AN ASCENDING NUMBER, A NAME NOT ALREADY USED,
002930*     A COMMAND, AND A BLOCKING FLAG OF Y, N OR SPACE.
002940******************************************************************
002950 1120-CHECK-ONE-STEP.
002960     MOVE SPACES TO CHN-MESSAGE.
002970     IF STP-SEQ NOT NUMERIC
002980         MOVE CHN-STEP-REC-COUNT TO CHN-EDIT-COUNT
002990         STRING "STEP RECORD " CHN-EDIT-COUNT
003000             ": STEP NUMBER NOT NUMERIC"
003010             DELIMITED BY SIZE INTO CHN-MESSAGE
003020         GO TO 1120-REJECT
003030     END-IF.
003040     IF STP-SEQ NOT > CHN-PREV-SEQ
003050         STRING "STEP " STP-SEQ " " STP-NAME
003060             ": STEP NUMBERS MUST ASCEND"
003070             DELIMITED BY SIZE INTO CHN-MESSAGE
003080         GO TO 1120-REJECT
003090     END-IF.
003100     IF STP-NAME = SPACES OR STP-COMMAND = SPACES
003110         STRING "STEP " STP-SEQ
003120             ": STEP NAME AND COMMAND ARE REQUIRED"
003130             DELIMITED BY SIZE INTO CHN-MESSAGE
003140         GO TO 1120-REJECT
003150     END-IF.
003160     IF NOT STP-IS-BLOCKING AND NOT STP-IS-NON-BLOCKING
003170         STRING "STEP " STP-SEQ " " STP-NAME
003180             ": BLOCKING FLAG MUST BE Y OR N"
003190             DELIMITED BY SIZE INTO CHN-MESSAGE
003200         GO TO 1120-REJECT
003210     END-IF.
003220
003230     MOVE STP-NAME TO CHN-KEY-NAME.
003240     PERFORM 1130-FIND-STEP-NAME THRU 1130-EXIT.
003250     IF CHN-FOUND
003260         STRING "STEP " STP-SEQ " " STP-NAME
003270             ": STEP NAME USED TWICE"
003280             DELIMITED BY SIZE INTO CHN-MESSAGE
003290         GO TO 1120-REJECT
003300     END-IF.
003310     IF CHN-STEP-COUNT NOT < 20
003320         STRING "STEP " STP-SEQ " " STP-NAME
003330             ": MORE THAN 20 STEPS"
003340             DELIMITED BY SIZE INTO CHN-MESSAGE
003350         GO TO 1120-REJECT
003360     END-IF.
003370
003380     ADD 1 TO CHN-STEP-COUNT.
003390     SET CHN-STEP-IDX TO CHN-STEP-COUNT.
003400     MOVE STP-SEQ TO CHN-STP-SEQ(CHN-STEP-IDX).
003410     MOVE STP-NAME TO CHN-STP-NAME(CHN-STEP-IDX).
003420     IF STP-IS-NON-BLOCKING
003430         MOVE 'N' TO CHN-STP-BLOCKING(CHN-STEP-IDX)
003440     ELSE
003450         MOVE 'Y' TO CHN-STP-BLOCKING(CHN-STEP-IDX)
003460     END-IF.
003470     MOVE STP-COMMAND TO CHN-STP-COMMAND(CHN-STEP-IDX).
003480     MOVE 'N' TO CHN-STP-DONE-SW(CHN-STEP-IDX).
003490     MOVE SPACES TO CHN-STP-OUTCOME(CHN-STEP-IDX).
003500     MOVE 0 TO CHN-STP-START-DATE(CHN-STEP-IDX).
003510     MOVE 0 TO CHN-STP-START-TIME(CHN-STEP-IDX).
003520     MOVE 0 TO CHN-STP-END-DATE(CHN-STEP-IDX).
003530     MOVE 0 TO CHN-STP-END-TIME(CHN-STEP-IDX).
003540     MOVE 0 TO CHN-STP-RC(CHN-STEP-IDX).
003550     MOVE STP-SEQ TO CHN-PREV-SEQ.
003560     GO TO 1120-NEXT.
003570
003580 1120-REJECT.
003590     PERFORM 7000-WRITE-REPORT-LINE THRU 7000-EXIT.
003600     MOVE 'Y' TO CHN-GIVE-UP-SW.
003610
003620 1120-NEXT.
003630     PERFORM 1110-READ-STEP THRU 1110-EXIT.
003640
003650 1120-EXIT.
003660     EXIT.
003670
003680******************************************************************
003690* 1130-FIND-STEP-NAME.
003700*     LOOK CHN-KEY-NAME UP AMONG THE STEPS LOADED SO FAR.
003710******************************************************************
003720 1130-FIND-STEP-NAME.
003730     MOVE 'N' TO CHN-FOUND-SW.
003740     PERFORM 1140-MATCH-ONE-STEP THRU 1140-EXIT
003750         VARYING CHN-SEARCH-IDX FROM 1 BY 1
003760             UNTIL CHN-SEARCH-IDX > CHN-STEP-COUNT
003770                 OR CHN-FOUND.
003780
003790 1130-EXIT.
003800     EXIT.
003810
003820 1140-MATCH-ONE-STEP.
003830     IF CHN-STP-NAME(CHN-SEARCH-IDX) = CHN-KEY-NAME
003840         SET CHN-STEP-IDX TO CHN-SEARCH-IDX
003850         MOVE 'Y' TO CHN-FOUND-SW
003860     END-IF.
003870
003880 1140-EXIT.
003890     EXIT.
003900
003910******************************************************************
003920* 1300-LOAD-PRIOR-RUNS.
003930*     WALK THE CHAIN LOG FOR THIS SHIFT DATE.  THE LATEST END
003940*     RECORD FOR A STEP DECIDES: COMPLETE MEANS IT IS SKIPPED ON
003950*     THIS RUN, FAILED MEANS IT RUNS AGAIN.  A STEP WITH A BEGIN
003960*     AND NO END DIED WITH THE CHAIN AND RUNS AGAIN.  NO LOG AT
003970*     ALL IS A FIRST RUN.
003980******************************************************************
003990 1300-LOAD-PRIOR-RUNS.
004000     OPEN INPUT CHAIN-LOG-FILE.
004010     IF NOT CHN-CHL-OK
004020         GO TO 1300-EXIT
004030     END-IF.
004040
004050     MOVE 'N' TO CHN-END-OF-FILE-SW.
004060     PERFORM 1310-READ-CHAIN-LOG THRU 1310-EXIT.
004070     PERFORM 1320-APPLY-ONE-LOG-RECORD THRU 1320-EXIT
004080         UNTIL CHN-END-OF-FILE.
004090     CLOSE CHAIN-LOG-FILE.
004100
004110 1300-EXIT.
004120     EXIT.
004130
004140 1310-READ-CHAIN-LOG.
004150     READ CHAIN-LOG-FILE
004160         AT END
004170             MOVE 'Y' TO CHN-END-OF-FILE-SW
004180     END-READ.
004190
004200 1310-EXIT.
004210     EXIT.
004220
004230 1320-APPLY-ONE-LOG-RECORD.
004240     IF CHL-SHIFT-DATE NOT = CHN-SHIFT-DATE
004250         OR NOT CHL-IS-END
004260         GO TO 1320-NEXT
004270     END-IF.
004280
004290     MOVE CHL-STEP-NAME TO CHN-KEY-NAME.
004300     PERFORM 1130-FIND-STEP-NAME THRU 1130-EXIT.
004310     IF NOT CHN-FOUND
004320         GO TO 1320-NEXT
004330     END-IF.
004340
004350     IF CHL-STEP-COMPLETE
004360         MOVE 'Y' TO CHN-STP-DONE-SW(CHN-STEP-IDX)
004370         MOVE CHL-DATE TO CHN-STP-END-DATE(CHN-STEP-IDX)
004380         MOVE CHL-TIME TO CHN-STP-END-TIME(CHN-STEP-IDX)
004390         MOVE CHL-RC TO CHN-STP-RC(CHN-STEP-IDX)
004400     ELSE
004410         MOVE 'N' TO CHN-STP-DONE-SW(CHN-STEP-IDX)
004420     END-IF.
004430
004440 1320-NEXT.
004450     PERFORM 1310-READ-CHAIN-LOG THRU 1310-EXIT.
004460
004470 1320-EXIT.
004480     EXIT.
004490
004500******************************************************************
004510* 2000-RUN-ONE-STEP.
004520*     SKIP A STEP ALREADY COMPLETE FOR THIS SHIFT; OTHERWISE LOG
004530*     ITS BEGIN, RUN IT, AND LOG ITS END WITH THE RETURN CODE.
004540*     RC 8 OR HIGHER ON A BLOCKING STEP STOPS THE CHAIN.
004550******************************************************************
004560 2000-RUN-ONE-STEP.
004570     IF CHN-STP-DONE-EARLIER(CHN-STEP-IDX)
004580         MOVE 'SKIPPED' TO CHN-STP-OUTCOME(CHN-STEP-IDX)
004590         ADD 1 TO CHN-SKIPPED-COUNT
004600         DISPLAY "PLUTO-CHAIN: STEP " CHN-STP-SEQ(CHN-STEP-IDX)
004610             " " CHN-STP-NAME(CHN-STEP-IDX)
004620             " ALREADY COMPLETE FOR THIS SHIFT, SKIPPED"
004630             UPON CONSOLE
004640         MOVE SPACES TO CHAIN-LOG-RECORD
004650         SET CHL-IS-SKIPPED TO TRUE
004660         MOVE CHN-STP-RC(CHN-STEP-IDX) TO CHL-RC
004670         SET CHL-STEP-WAS-SKIPPED TO TRUE
004680         PERFORM 2900-WRITE-CHAIN-LOG THRU 2900-EXIT
004690         GO TO 2000-EXIT
004700     END-IF.
004710
004720     MOVE CHN-STP-COMMAND(CHN-STEP-IDX) TO CHN-COMMAND-LINE.
004730     INSPECT CHN-COMMAND-LINE
004740         REPLACING ALL "&SHFDATE" BY CHN-SHIFT-DATE-X.
004750
004760     DISPLAY "PLUTO-CHAIN: STEP " CHN-STP-SEQ(CHN-STEP-IDX)
004770         " " CHN-STP-NAME(CHN-STEP-IDX) " STARTING"
004780         UPON CONSOLE.
004790     MOVE SPACES TO CHAIN-LOG-RECORD.
004800     SET CHL-IS-BEGIN TO TRUE.
004810     MOVE 0 TO CHL-RC.
004820     PERFORM 2900-WRITE-CHAIN-LOG THRU 2900-EXIT.
004830     MOVE CHL-DATE TO CHN-STP-START-DATE(CHN-STEP-IDX).
004840     MOVE CHL-TIME TO CHN-STP-START-TIME(CHN-STEP-IDX).
004850
004860     MOVE 0 TO RETURN-CODE.
004870     CALL "SYSTEM" USING CHN-COMMAND-LINE.
004880     MOVE RETURN-CODE TO CHN-STEP-RC.
004890     MOVE 0 TO RETURN-CODE.
004892
004894*    SYSTEM HANDS BACK THE WAIT STATUS: THE STEP'S OWN RETURN
004896*    CODE IN THE HIGH BYTE, AND IN THE LOW BYTE THE SIGNAL THAT
004898*    KILLED IT, IF ANY.  A KILLED STEP IS RECORDED AS RC 9999.
004900     IF CHN-STEP-RC < 0
004902         MOVE 9999 TO CHN-STEP-RC
004904     ELSE
004906         DIVIDE CHN-STEP-RC BY 256 GIVING CHN-STEP-RC
004908             REMAINDER CHN-STEP-SIGNAL
004910         IF CHN-STEP-SIGNAL NOT = 0
004912             MOVE 9999 TO CHN-STEP-RC
004914         END-IF
004916     END-IF.
004930     MOVE CHN-STEP-RC TO CHN-STP-RC(CHN-STEP-IDX).
004940     ADD 1 TO CHN-RAN-COUNT.
004950
004960     MOVE SPACES TO CHAIN-LOG-RECORD.
004970     SET CHL-IS-END TO TRUE.
004980     MOVE CHN-STEP-RC TO CHL-RC.
004990     IF CHN-STEP-RC < 8
005000         SET CHL-STEP-COMPLETE TO TRUE
005010         MOVE 'COMPLETE' TO CHN-STP-OUTCOME(CHN-STEP-IDX)
005020         ADD 1 TO CHN-COMPLETE-COUNT
005030     ELSE
005040         SET CHL-STEP-FAILED TO TRUE
005050         MOVE 'FAILED' TO CHN-STP-OUTCOME(CHN-STEP-IDX)
005060         ADD 1 TO CHN-FAILED-COUNT
005070         IF CHN-STP-IS-NON-BLOCKING(CHN-STEP-IDX)
005080             ADD 1 TO CHN-NB-FAILED-COUNT
005090         ELSE
005100             MOVE 'Y' TO CHN-STOPPED-SW
005110         END-IF
005120     END-IF.
005130     PERFORM 2900-WRITE-CHAIN-LOG THRU 2900-EXIT.
005140     MOVE CHL-DATE TO CHN-STP-END-DATE(CHN-STEP-IDX).
005150     MOVE CHL-TIME TO CHN-STP-END-TIME(CHN-STEP-IDX).
005160
005170     MOVE CHN-STEP-RC TO CHN-EDIT-RC.
005180     DISPLAY "PLUTO-CHAIN: STEP " CHN-STP-SEQ(CHN-STEP-IDX)
005190         " " CHN-STP-NAME(CHN-STEP-IDX) " ENDED RC "
005200         CHN-EDIT-RC UPON CONSOLE.
005210     IF CHN-CHAIN-STOPPED
005220         DISPLAY "PLUTO-CHAIN: CHAIN STOPPED AT STEP "
005230             CHN-STP-SEQ(CHN-STEP-IDX) " "
005240             CHN-STP-NAME(CHN-STEP-IDX) UPON CONSOLE
005250     END-IF.
005260
005270 2000-EXIT.
005280     EXIT.
005290
005300******************************************************************
005310* 2900-WRITE-CHAIN-LOG.
005320*     THE CALLER HAS FILLED IN THE RECORD TYPE, RC AND OUTCOME;
005330*     THE SHIFT DATE, STEP AND TIMESTAMP ARE ADDED HERE.  THE LOG
005340*     IS OPENED AROUND EACH WRITE SO THE BEGIN RECORD IS ON DISK
005350*     BEFORE THE STEP STARTS, WHATEVER THE STEP THEN DOES.
005360******************************************************************
005370 2900-WRITE-CHAIN-LOG.
005380     ACCEPT CHN-WK-DATE FROM DATE YYYYMMDD.
005390     ACCEPT CHN-WK-TIME FROM TIME.
005400     MOVE CHN-SHIFT-DATE TO CHL-SHIFT-DATE.
005410     MOVE CHN-STP-SEQ(CHN-STEP-IDX) TO CHL-STEP-SEQ.
005420     MOVE CHN-STP-NAME(CHN-STEP-IDX) TO CHL-STEP-NAME.
005430     MOVE CHN-WK-DATE TO CHL-DATE.
005440     MOVE CHN-WK-TIME TO CHL-TIME.
005450
005460     OPEN EXTEND CHAIN-LOG-FILE.
005470     IF CHN-CHL-NOT-FOUND
005480         OPEN OUTPUT CHAIN-LOG-FILE
005490     END-IF.
005500     WRITE CHAIN-LOG-RECORD.
005510     IF NOT CHN-CHL-OK
005520         DISPLAY "PLUTO-CHAIN: CHAIN LOG WRITE FAILED, STATUS "
005530             CHN-CHL-STATUS UPON CONSOLE
005540     END-IF.
005550     CLOSE CHAIN-LOG-FILE.
005560
005570 2900-EXIT.
005580     EXIT.
005590
005600******************************************************************
005610* 7000-WRITE-REPORT-LINE.
005620******************************************************************
005630 7000-WRITE-REPORT-LINE.
005640     MOVE CHN-MESSAGE TO CHAIN-REPORT-RECORD.
005650     WRITE CHAIN-REPORT-RECORD.
005660
005670 7000-EXIT.
005680     EXIT.
005690
005700******************************************************************
005710* 7100-FORMAT-CLOCK.
005720*     CHN-SPLIT-TIME (HHMMSSCC) TO HH:MM:SS IN CHN-CLOCK; A ZERO
005730*     STAMP (NEVER SET) PRINTS AS BLANKS.
005740******************************************************************
005750 7100-FORMAT-CLOCK.
005760     MOVE SPACES TO CHN-CLOCK.
005770     IF CHN-SPLIT-TIME NOT = 0
005780         STRING CHN-SPLIT-HH ":" CHN-SPLIT-MM ":" CHN-SPLIT-SS
005790             DELIMITED BY SIZE INTO CHN-CLOCK
005800     END-IF.
005810
005820 7100-EXIT.
005830     EXIT.
005840
005850******************************************************************
005860* 8000-WRITE-SUMMARY.
005870*     ONE LINE PER STEP IN CHAIN ORDER, THEN THE COUNTS AND THE
005880*     VERDICT.  A SKIPPED STEP SHOWS THE END TIME AND RC OF THE
005890*     EARLIER RUN THAT COMPLETED IT.
005900******************************************************************
005910 8000-WRITE-SUMMARY.
005920     MOVE SPACES TO CHN-MESSAGE.
005930     STRING "STEP  NAME      BLOCKING  STARTED   ENDED       RC"
005940         "  OUTCOME"
005950         DELIMITED BY SIZE INTO CHN-MESSAGE.
005960     PERFORM 7000-WRITE-REPORT-LINE THRU 7000-EXIT.
005970
005980     PERFORM 8100-WRITE-STEP-LINE THRU 8100-EXIT
005990         VARYING CHN-STEP-IDX FROM 1 BY 1
006000             UNTIL CHN-STEP-IDX > CHN-STEP-COUNT.
006010
006020     MOVE SPACES TO CHAIN-REPORT-RECORD.
006030     WRITE CHAIN-REPORT-RECORD.
006040
006050     MOVE CHN-RAN-COUNT TO CHN-EDIT-COUNT.
006060     MOVE SPACES TO CHN-MESSAGE.
006070     STRING "STEPS RUN . . . . . . . . . . . . . . . "
006080         CHN-EDIT-COUNT
006090         DELIMITED BY SIZE INTO CHN-MESSAGE.
006100     PERFORM 7000-WRITE-REPORT-LINE THRU 7000-EXIT.
006110
006120     MOVE CHN-COMPLETE-COUNT TO CHN-EDIT-COUNT.
006130     MOVE SPACES TO CHN-MESSAGE.
006140     STRING "STEPS COMPLETE. . . . . . . . . . . . . "
006150         CHN-EDIT-COUNT
006160         DELIMITED BY SIZE INTO CHN-MESSAGE.
006170     PERFORM 7000-WRITE-REPORT-LINE THRU 7000-EXIT.
006180
006190     MOVE CHN-FAILED-COUNT TO CHN-EDIT-COUNT.
006200     MOVE SPACES TO CHN-MESSAGE.
006210     STRING "STEPS FAILED (RC 8 OR HIGHER) . . . . . "
006220         CHN-EDIT-COUNT
006230         DELIMITED BY SIZE INTO CHN-MESSAGE.
006240     PERFORM 7000-WRITE-REPORT-LINE THRU 7000-EXIT.
006250
006260     MOVE CHN-SKIPPED-COUNT TO CHN-EDIT-COUNT.
006270     MOVE SPACES TO CHN-MESSAGE.
006280     STRING "STEPS SKIPPED (DONE ON AN EARLIER RUN). "
006290         CHN-EDIT-COUNT
006300         DELIMITED BY SIZE INTO CHN-MESSAGE.
006310     PERFORM 7000-WRITE-REPORT-LINE THRU 7000-EXIT.
006320
006330     MOVE CHN-NOT-RUN-COUNT TO CHN-EDIT-COUNT.
006340     MOVE SPACES TO CHN-MESSAGE.
006350     STRING "STEPS NOT REACHED . . . . . . . . . . . "
006360         CHN-EDIT-COUNT
006370         DELIMITED BY SIZE INTO CHN-MESSAGE.
006380     PERFORM 7000-WRITE-REPORT-LINE THRU 7000-EXIT.
006390
006400     MOVE SPACES TO CHAIN-REPORT-RECORD.
006410     WRITE CHAIN-REPORT-RECORD.
006420     IF CHN-CHAIN-STOPPED
006430         MOVE "CHAIN STOPPED ON A FAILED BLOCKING STEP -- FIX AND"
006440             TO CHN-MESSAGE
006450         PERFORM 7000-WRITE-REPORT-LINE THRU 7000-EXIT
006460         MOVE "RERUN FOR THE SAME SHIFT DATE; COMPLETE STEPS ARE"
006470             TO CHN-MESSAGE
006480         PERFORM 7000-WRITE-REPORT-LINE THRU 7000-EXIT
006490         MOVE "SKIPPED." TO CHN-MESSAGE
006500         PERFORM 7000-WRITE-REPORT-LINE THRU 7000-EXIT
006510     ELSE
006520         IF CHN-NB-FAILED-COUNT > 0
006530             MOVE "CHAIN ENDED -- NON-BLOCKING STEP(S) FAILED"
006540                 TO CHN-MESSAGE
006550         ELSE
006560             MOVE "CHAIN ENDED CLEAN" TO CHN-MESSAGE
006570         END-IF
006580         PERFORM 7000-WRITE-REPORT-LINE THRU 7000-EXIT
006590     END-IF.
006600
006610 8000-EXIT.
006620     EXIT.
006630
006640 8100-WRITE-STEP-LINE.
006650     IF CHN-STP-NOT-RUN(CHN-STEP-IDX)
006660         ADD 1 TO CHN-NOT-RUN-COUNT
006670     END-IF.
006680
006690     IF CHN-STP-IS-NON-BLOCKING(CHN-STEP-IDX)
006700         MOVE "NO " TO CHN-EDIT-BLOCKING
006710     ELSE
006720         MOVE "YES" TO CHN-EDIT-BLOCKING
006730     END-IF.
006740     MOVE CHN-STP-START-TIME(CHN-STEP-IDX) TO CHN-SPLIT-TIME.
006750     PERFORM 7100-FORMAT-CLOCK THRU 7100-EXIT.
006760     MOVE CHN-CLOCK TO CHN-EDIT-START.
006770     MOVE CHN-STP-END-TIME(CHN-STEP-IDX) TO CHN-SPLIT-TIME.
006780     PERFORM 7100-FORMAT-CLOCK THRU 7100-EXIT.
006790     MOVE CHN-CLOCK TO CHN-EDIT-END.
006800     MOVE CHN-STP-RC(CHN-STEP-IDX) TO CHN-EDIT-RC.
006810
006820     MOVE SPACES TO CHN-MESSAGE.
006830     IF CHN-STP-NOT-RUN(CHN-STEP-IDX)
006840         STRING " " CHN-STP-SEQ(CHN-STEP-IDX) "   "
006850             CHN-STP-NAME(CHN-STEP-IDX) "  "
006860             CHN-EDIT-BLOCKING "                                 "
006870             "NOT REACHED"
006880             DELIMITED BY SIZE INTO CHN-MESSAGE
006890     ELSE
006900         STRING " " CHN-STP-SEQ(CHN-STEP-IDX) "   "
006910             CHN-STP-NAME(CHN-STEP-IDX) "  "
006920             CHN-EDIT-BLOCKING "       "
006930             CHN-EDIT-START "  " CHN-EDIT-END "  "
006940             CHN-EDIT-RC "  " CHN-STP-OUTCOME(CHN-STEP-IDX)
006950             DELIMITED BY SIZE INTO CHN-MESSAGE
006960     END-IF.
006970     PERFORM 7000-WRITE-REPORT-LINE THRU 7000-EXIT.
006980
006990 8100-EXIT.
007000     EXIT.
007010
007020******************************************************************
007030* 9000-TERMINATE.
007040*     RC 8 FOR A STOPPED CHAIN OR AN UNUSABLE STEP FILE, 4 WHEN
007050*     ONLY NON-BLOCKING STEPS FAILED.
007060******************************************************************
007070 9000-TERMINATE.
007080     CLOSE CHAIN-REPORT-FILE.
007090     IF CHN-GIVE-UP OR CHN-CHAIN-STOPPED
007100         MOVE 8 TO RETURN-CODE
007110     ELSE
007120         IF CHN-NB-FAILED-COUNT > 0
007130             MOVE 4 TO RETURN-CODE
007140         END-IF
007150     END-IF.
007160
007170 9000-EXIT.
007180     EXIT.
