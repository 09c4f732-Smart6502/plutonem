000010******************************************************************
000020* PROGRAM-ID.  PLUTO-DRYRUN
000030* AUTHOR.      R. S. HALVORSEN, OPS FLOOR DEVELOPMENT
000040* INSTALLATION. OPS FLOOR SYSTEMS
000050* DATE-WRITTEN. 2026-10-15
000060* DATE-COMPILED.
000070*
000080* REMARKS.
000090*     SCHEDULE DRY-RUN.  REPLAYS THE PARAMETER, PALETTE AND
000100*     SCHEDULE FILES (PLGRDPRM, PLGRDPAL, PLGRDSCH) THE WAY
000110*     PLUTO-GRADIENT APPLIES THEM, MINUTE BY MINUTE OVER ONE
000120*     DAY, WITHOUT STARTING THE GRAPHICS RUNTIME, AND REPORTS
000130*     TO PLDRYRPT:
000140*
000150*       - A TIMELINE PER CANVAS OF THE PALETTE, PATTERN AND
000160*         ANGLE STEP IN EFFECT, ONE LINE PER SPAN OF MINUTES
000170*         WITH NO CHANGE, NOTING WHERE EACH CROSS-FADE (OR
000180*         HARD CUT, WITH A FADE LENGTH OF ZERO) STARTS;
000190*       - OVERLAPPING WINDOWS ON THE SAME CANVAS.  GRADIENT
000200*         READS THE SCHEDULE IN FILE ORDER EVERY PASS, SO
000210*         WHILE TWO WINDOWS ARE BOTH OPEN THE LATER ENTRY ON
000220*         FILE SHOWS AND A DIFFERING PALETTE OR PATTERN IS
000230*         RE-APPLIED BY BOTH ON EVERY PASS.  AN OVERLAP WHERE
000240*         ANY SETTING DISAGREES IS A CONFLICT; ONE WHERE NONE
000250*         DOES IS NOTED ONLY;
000260*       - SCHEDULE ENTRIES THAT NEVER TAKE EFFECT (UNKNOWN
000270*         CANVAS, EMPTY WINDOW, NOTHING TO SET, OR ALWAYS
000280*         OVERRIDDEN BY LATER ENTRIES);
000290*       - PALETTES ON FILE AND PATTERNS NAMED THAT ARE NEVER
000300*         IN EFFECT AT ANY MINUTE OF THE DAY.
000310*
000320*     THE DAY IS REPLAYED TWICE AND ONLY THE SECOND PASS IS
000330*     REPORTED, SO A WINDOW SPANNING MIDNIGHT CARRIES INTO THE
000340*     EARLY MINUTES AS IT DOES ON THE WALL.  OPERATOR COMMANDS
000350*     AND PLANNED OUTAGES ARE NOT REPLAYED.
000360*
000370*     THE JCL PARM (OR COMMAND LINE) TAKES, IN ANY ORDER:
000380*       YYYYMMDD  THE DAY TO REPLAY (DEFAULT TODAY).  A PAST
000390*                 DAY IS REPLAYED WITH THE GENERATIONS OF EACH
000400*                 FILE IN EFFECT AT THE START OF THAT DAY
000410*                 (PLGRDGEN); A FILE WITH NO HISTORY IS TAKEN
000420*                 LIVE.
000430*       MTX       REPLAY THE LIVE FILES WITH THE PROPOSED
000440*                 PLUTO-MAINT BATCH (PLGRDMTX) APPLIED IN
000450*                 MEMORY, UNDER THE SAME KEYS AND RULES.  RUN
000460*                 'PLUTO-DRYRUN MTX' AHEAD OF THE PLUTO-MAINT
000470*                 RELOAD AND HOLD THE RELOAD ON RC 8.
000480*       MINUTES   LIST EVERY MINUTE INSTEAD OF SPANS.
000490*
000500*     RETURN CODE: 8 IF THE PARM IS UNUSABLE, A PROPOSED
000510*     TRANSACTION IS REJECTED, THE PICTURE HAS AN ERROR OR
000520*     WINDOWS CONFLICT; 4 IF AN ENTRY NEVER TAKES EFFECT OR A
000530*     PALETTE OR PATTERN IS NEVER IN EFFECT; ELSE 0.
000540*     PLUTO-PARMCK REMAINS THE FULL EDIT OF THE CONTROL FILES.
000550*
000560* MODIFICATION HISTORY.
000570*     DATE       BY   DESCRIPTION
000580*     ---------- ---- ----------------------------------------
000590*     2026-10-15 RSH  ORIGINAL VERSION.
000600******************************************************************
000610 IDENTIFICATION DIVISION.
000620 PROGRAM-ID. PLUTO-DRYRUN.
000630 AUTHOR. R. S. HALVORSEN.
000640 INSTALLATION. OPS FLOOR SYSTEMS.
000650 DATE-WRITTEN. 2026-10-15.
000660 DATE-COMPILED.
000670
000680 ENVIRONMENT DIVISION.
000690 INPUT-OUTPUT SECTION.
000700 FILE-CONTROL.
000710     SELECT OPTIONAL PARM-FILE ASSIGN TO "PLGRDPRM"
000720         ORGANIZATION IS LINE SEQUENTIAL
000730         FILE STATUS IS DRY-PARM-STATUS.
000740
000750     SELECT OPTIONAL PALETTE-FILE ASSIGN TO "PLGRDPAL"
000760         ORGANIZATION IS LINE SEQUENTIAL
000770         FILE STATUS IS DRY-PAL-STATUS.
000780
000790     SELECT OPTIONAL SCHEDULE-FILE ASSIGN TO "PLGRDSCH"
000800         ORGANIZATION IS LINE SEQUENTIAL
000810         FILE STATUS IS DRY-SCHED-STATUS.
000820
000830     SELECT OPTIONAL MAINT-TRANS-FILE ASSIGN TO "PLGRDMTX"
000840         ORGANIZATION IS LINE SEQUENTIAL
000850         FILE STATUS IS DRY-MTX-STATUS.
000860
000870     SELECT OPTIONAL CONFIG-HISTORY-FILE ASSIGN TO "PLGRDGEN"
000880         ORGANIZATION IS LINE SEQUENTIAL
000890         FILE STATUS IS DRY-GEN-STATUS.
000900
000910     SELECT DRYRUN-REPORT-FILE ASSIGN TO "PLDRYRPT"
000920         ORGANIZATION IS LINE SEQUENTIAL
000930         FILE STATUS IS DRY-RPT-STATUS.
000940
000950 DATA DIVISION.
000960 FILE SECTION.
000970 FD  PARM-FILE
000980     RECORDING MODE IS F.
000990 01  PARM-FILE-RECORD                PIC X(80).
001000
001010 FD  PALETTE-FILE
001020     RECORDING MODE IS F.
001030 01  PALETTE-FILE-RECORD             PIC X(80).
001040
001050 FD  SCHEDULE-FILE
001060     RECORDING MODE IS F.
001070 01  SCHEDULE-FILE-RECORD            PIC X(80).
001080
001090 FD  MAINT-TRANS-FILE
001100     RECORDING MODE IS F.
001110 COPY PLGRDMTX.
001120
001130 FD  CONFIG-HISTORY-FILE
001140     RECORDING MODE IS F.
001150 COPY PLGRDGEN.
001160
001170 FD  DRYRUN-REPORT-FILE
001180     RECORDING MODE IS F.
001190 01  DRYRUN-REPORT-RECORD            PIC X(96).
001200
001210 WORKING-STORAGE SECTION.
001220******************************************************************
001230* FILE STATUS AND MISCELLANEOUS SWITCHES.
001240******************************************************************
001250 77  DRY-PARM-STATUS                PIC X(02).
001260     88  DRY-PARM-OK                     VALUE '00'.
001270 77  DRY-PAL-STATUS                 PIC X(02).
001280     88  DRY-PAL-OK                      VALUE '00'.
001290 77  DRY-SCHED-STATUS               PIC X(02).
001300     88  DRY-SCHED-OK                    VALUE '00'.
001310 77  DRY-MTX-STATUS                 PIC X(02).
001320     88  DRY-MTX-OK                      VALUE '00'.
001330 77  DRY-GEN-STATUS                 PIC X(02).
001340     88  DRY-GEN-OK                      VALUE '00'.
001350 77  DRY-RPT-STATUS                 PIC X(02).
001360
001370 77  DRY-GIVE-UP-SW                 PIC X(01) VALUE 'N'.
001380     88  DRY-GIVE-UP                     VALUE 'Y'.
001390 77  DRY-END-OF-FILE-SW             PIC X(01) VALUE 'N'.
001400     88  DRY-END-OF-FILE                 VALUE 'Y'.
001410 77  DRY-FOUND-SW                   PIC X(01).
001420     88  DRY-FOUND                       VALUE 'Y'.
001430 77  DRY-MTX-SW                     PIC X(01) VALUE 'N'.
001440     88  DRY-USE-MTX                     VALUE 'Y'.
001450 77  DRY-MINUTES-SW                 PIC X(01) VALUE 'N'.
001460     88  DRY-BY-MINUTE                   VALUE 'Y'.
001470 77  DRY-PAST-SW                    PIC X(01) VALUE 'N'.
001480     88  DRY-PAST-DAY                    VALUE 'Y'.
001490 77  DRY-HEADER-SW                  PIC X(01) VALUE 'N'.
001500     88  DRY-HAVE-HEADER                 VALUE 'Y'.
001510 77  DRY-DEFAULTS-SW                PIC X(01) VALUE 'N'.
001520     88  DRY-USING-DEFAULTS              VALUE 'Y'.
001530 77  DRY-TRANS-BAD-SW               PIC X(01).
001540     88  DRY-TRANS-BAD                   VALUE 'Y'.
001550 77  DRY-ACTIVE-SW                  PIC X(01).
001560     88  DRY-ACTIVE                      VALUE 'Y'.
001570 77  DRY-REAPPLIED-SW               PIC X(01).
001580     88  DRY-REAPPLIED                   VALUE 'Y'.
001590 77  DRY-SPAN-REAPPLIED-SW          PIC X(01) VALUE 'N'.
001600     88  DRY-SPAN-REAPPLIED              VALUE 'Y'.
001610 77  DRY-PAL-DIFFERS-SW             PIC X(01).
001620     88  DRY-PAL-DIFFERS                 VALUE 'Y'.
001630 77  DRY-PAT-DIFFERS-SW             PIC X(01).
001640     88  DRY-PAT-DIFFERS                 VALUE 'Y'.
001650 77  DRY-STEP-DIFFERS-SW            PIC X(01).
001660     88  DRY-STEP-DIFFERS                VALUE 'Y'.
001670
001680 77  DRY-SUB                        PIC 9(03) COMP.
001690 77  DRY-SUB2                       PIC 9(03) COMP.
001700 77  DRY-HIT-SUB                    PIC 9(03) COMP.
001710 77  DRY-SHIFT-SUB                  PIC 9(03) COMP.
001720 77  DRY-CVS-SUB                    PIC 9(03) COMP.
001730 77  DRY-SCH-SUB                    PIC 9(03) COMP.
001740 77  DRY-LIST-SUB                   PIC 9(03) COMP.
001750 77  DRY-GEN-SUB                    PIC 9(03) COMP.
001760 77  DRY-TOKEN-SUB                  PIC 9(03) COMP.
001770 77  DRY-SEG-SUB                    PIC 9(03) COMP.
001780 77  DRY-SEG-SUB2                   PIC 9(03) COMP.
001790 77  DRY-FIND-SUB                   PIC 9(03) COMP.
001800
001810******************************************************************
001820* OPERATOR PARM AND THE DAY BEING REPLAYED.  GENERATION STAMPS
001830* ARE YYYYMMDDHHMMSS SO ONE COMPARE COVERS THE DATE AND TIME.
001840******************************************************************
001850 77  DRY-CMDLINE-PARM               PIC X(80).
001860 01  DRY-PARM-TOKENS.
001870     05  DRY-PARM-TOKEN             PIC X(10) OCCURS 4 TIMES.
001880 01  DRY-WK-TOKEN                   PIC X(10).
001890 01  DRY-PARM-DATE                  PIC X(08).
001900 01  DRY-PARM-DATE-N REDEFINES DRY-PARM-DATE
001910                                    PIC 9(08).
001920 77  DRY-DATE-SW                    PIC X(01) VALUE 'N'.
001930     88  DRY-DATE-GIVEN                  VALUE 'Y'.
001940 77  DRY-RUN-DATE                   PIC 9(08) VALUE 0.
001950 77  DRY-RUN-INT                    PIC 9(08) COMP.
001960 77  DRY-TODAY-DATE                 PIC 9(08).
001970 77  DRY-DAY-STAMP                  PIC 9(14) COMP.
001980 77  DRY-GEN-STAMP                  PIC 9(14) COMP.
001990 77  DRY-TAKE-SUB                   PIC 9(03) COMP VALUE 0.
002000
002010******************************************************************
002020* THE CONTROL FILES THE REPLAY READS AND, FOR A PAST DAY, THE
002030* GENERATION OF EACH IN EFFECT AT THE START OF THE DAY.  A PICK
002040* OF ZERO MEANS THE LIVE FILE.  LATER COUNTS GENERATIONS SAVED
002050* DURING THE DAY ITSELF, WHICH THE REPLAY DOES NOT FOLLOW.
002060******************************************************************
002070 01  DRY-GEN-TABLE.
002080     05  DRY-GEN-ENTRY OCCURS 3 TIMES.
002090         10  DRY-GEN-FILE               PIC X(08).
002100         10  DRY-GEN-PICK               PIC 9(05).
002110         10  DRY-GEN-PICK-DATE          PIC 9(08).
002120         10  DRY-GEN-LATER              PIC 9(03) COMP.
002130
002140******************************************************************
002150* WORK VIEWS OF THE THREE CONTROL RECORDS.
002160******************************************************************
002170 COPY PLGRDPRM.
002180 COPY PLGRDPAL.
002190 COPY PLGRDSCH.
002200 01  DRY-WK-IMAGE                   PIC X(80).
002210 01  DRY-HEADER-IMAGE               PIC X(80) VALUE SPACES.
002220
002230******************************************************************
002240* THE PICTURE BEING REPLAYED.  CANVASES IN PARM FILE ORDER WITH
002250* THE PALETTE AND PATTERN THEY START WITH; PALETTES WITH
002260* SWITCHES FOR NAMED (BY THE PARM FILE OR THE SCHEDULE) AND
002270* USED (IN EFFECT AT SOME MINUTE); SCHEDULE ENTRIES IN FILE
002280* ORDER, WITH THEIR CANVAS'S SUBSCRIPT (ZERO IF NOT ON THE
002290* PARM FILE) AND SWITCHES FOR A BAD RECORD, A WINDOW SEEN OPEN
002300* AND AN ENTRY WHOSE SETTING WAS THE ONE IN EFFECT.
002310******************************************************************
002320 77  DRY-CANVAS-COUNT               PIC 9(03) COMP VALUE 0.
002330 01  DRY-CANVAS-TABLE.
002340     05  DRY-CANVAS-ENTRY OCCURS 20 TIMES.
002350         10  DRY-CVS-NAME               PIC X(08).
002360         10  DRY-CVS-IMAGE              PIC X(80).
002370         10  DRY-CVS-PAL                PIC X(08).
002380         10  DRY-CVS-PAT                PIC X(08).
002390
002400 77  DRY-PAL-COUNT                  PIC 9(03) COMP VALUE 0.
002410 01  DRY-PALETTE-TABLE.
002420     05  DRY-PALETTE-ENTRY OCCURS 50 TIMES.
002430         10  DRY-PALTAB-NAME            PIC X(08).
002440         10  DRY-PALTAB-IMAGE           PIC X(80).
002450         10  DRY-PALTAB-NAMED-SW        PIC X(01).
002460             88  DRY-PALTAB-NAMED           VALUE 'Y'.
002470         10  DRY-PALTAB-USED-SW         PIC X(01).
002480             88  DRY-PALTAB-USED            VALUE 'Y'.
002490
002500 77  DRY-SCH-COUNT                  PIC 9(03) COMP VALUE 0.
002510 01  DRY-SCHEDULE-TABLE.
002520     05  DRY-SCHEDULE-ENTRY OCCURS 100 TIMES.
002530         10  DRY-SCHTAB-IMAGE.
002540             15  DRY-SCHTAB-KEY         PIC X(16).
002550             15  FILLER                 PIC X(64).
002560         10  DRY-SCHTAB-START           PIC 9(04).
002570         10  DRY-SCHTAB-END             PIC 9(04).
002580         10  DRY-SCHTAB-PAL             PIC X(08).
002590         10  DRY-SCHTAB-PAT             PIC X(08).
002600         10  DRY-SCHTAB-STEP            PIC 9(03)V9(03).
002610         10  DRY-SCHTAB-CVS-SUB         PIC 9(03) COMP.
002620         10  DRY-SCHTAB-BAD-SW          PIC X(01).
002630             88  DRY-SCHTAB-BAD             VALUE 'Y'.
002640         10  DRY-SCHTAB-SEEN-SW         PIC X(01).
002650             88  DRY-SCHTAB-SEEN            VALUE 'Y'.
002660         10  DRY-SCHTAB-WON-SW          PIC X(01).
002670             88  DRY-SCHTAB-WON             VALUE 'Y'.
002680
002690 01  DRY-PATTERN-NAME-VALUES.
002700     05  FILLER                     PIC X(08) VALUE 'GRADIENT'.
002710     05  FILLER                     PIC X(08) VALUE 'RADIAL'.
002720     05  FILLER                     PIC X(08) VALUE 'BARS'.
002730     05  FILLER                     PIC X(08) VALUE 'CHECKER'.
002740 01  DRY-PATTERN-NAMES REDEFINES DRY-PATTERN-NAME-VALUES.
002750     05  DRY-PATTAB-NAME            PIC X(08) OCCURS 4 TIMES.
002760 01  DRY-PATTERN-FLAGS.
002770     05  DRY-PATTAB-FLAG-SET OCCURS 4 TIMES.
002780         10  DRY-PATTAB-NAMED-SW        PIC X(01) VALUE 'N'.
002790             88  DRY-PATTAB-NAMED           VALUE 'Y'.
002800         10  DRY-PATTAB-USED-SW         PIC X(01) VALUE 'N'.
002810             88  DRY-PATTAB-USED            VALUE 'Y'.
002820
002830******************************************************************
002840* RUN SETTINGS FROM THE PARM HEADER, AS GRADIENT TAKES THEM.
002850******************************************************************
002860 77  DRY-DEF-STEP                   PIC 9(03)V9(03) VALUE 0.
002870 77  DRY-FADE-FRAMES                PIC 9(03) VALUE 0.
002880
002890******************************************************************
002900* ONE CANVAS'S REPLAY.  THE LIST HOLDS THE SUBSCRIPTS OF THE
002910* CANVAS'S GOOD SCHEDULE ENTRIES IN FILE ORDER.  THE CURRENT
002920* STATE AND THE TWO SCHEDULE MEMORIES MIRROR GRADIENT'S CANVAS
002930* TABLE; PREVIOUS IS THE STATE AT THE MINUTE BEFORE; THE
002940* SETTERS ARE THE LAST OPEN ENTRIES THIS MINUTE TO NAME A
002950* PALETTE, PATTERN OR STEP.  MINUTES RUN 0000-1439.
002960******************************************************************
002970 77  DRY-LIST-COUNT                 PIC 9(03) COMP VALUE 0.
002980 01  DRY-LIST-TABLE.
002990     05  DRY-LIST-ENTRY             PIC 9(03) COMP
003000                                    OCCURS 100 TIMES.
003010 77  DRY-PASS                       PIC 9(01).
003020 77  DRY-MINUTE                     PIC 9(04) COMP.
003030 77  DRY-WK-HH                      PIC 9(04).
003040 77  DRY-WK-MM                      PIC 9(04).
003050 77  DRY-WK-HHMM                    PIC 9(04).
003060 77  DRY-WK-MINUTE                  PIC 9(04).
003070 77  DRY-CUR-PAL                    PIC X(08).
003080 77  DRY-CUR-PAT                    PIC X(08).
003090 77  DRY-CUR-STEP                   PIC 9(03)V9(03).
003100 77  DRY-SCHED-PAL                  PIC X(08).
003110 77  DRY-SCHED-PAT                  PIC X(08).
003120 77  DRY-PREV-PAL                   PIC X(08).
003130 77  DRY-PREV-PAT                   PIC X(08).
003140 77  DRY-PREV-STEP                  PIC 9(03)V9(03).
003150 77  DRY-PAL-SETTER                 PIC 9(03) COMP.
003160 77  DRY-PAT-SETTER                 PIC 9(03) COMP.
003170 77  DRY-STEP-SETTER                PIC 9(03) COMP.
003180 77  DRY-PAL-SETS                   PIC 9(03) COMP.
003190 77  DRY-PAT-SETS                   PIC 9(03) COMP.
003200 77  DRY-PAL-CHANGES                PIC 9(05) COMP.
003210 77  DRY-PAT-CHANGES                PIC 9(05) COMP.
003220 77  DRY-STEP-CHANGES               PIC 9(05) COMP.
003230 77  DRY-SPAN-FROM                  PIC 9(04) COMP.
003240 77  DRY-SPAN-PAL                   PIC X(08).
003250 77  DRY-SPAN-PAT                   PIC X(08).
003260 77  DRY-SPAN-STEP                  PIC 9(03)V9(03).
003270 77  DRY-SPAN-NOTE                  PIC X(31).
003280 77  DRY-NOTE                       PIC X(31).
003290 77  DRY-WK-NAME                    PIC X(08).
003300
003310******************************************************************
003320* OVERLAP WORK.  EACH WINDOW IS SPLIT INTO AT MOST TWO HHMM
003330* SEGMENTS, FROM INCLUSIVE TO EXCLUSIVE, SO ONE SPANNING
003340* MIDNIGHT BECOMES START-2400 AND 0000-END.
003350******************************************************************
003360 01  DRY-SEGMENTS-A.
003370     05  DRY-SEG-A-COUNT            PIC 9(01).
003380     05  DRY-SEG-A OCCURS 2 TIMES.
003390         10  DRY-SEG-A-FROM             PIC 9(04).
003400         10  DRY-SEG-A-TO               PIC 9(04).
003410 01  DRY-SEGMENTS-B.
003420     05  DRY-SEG-B-COUNT            PIC 9(01).
003430     05  DRY-SEG-B OCCURS 2 TIMES.
003440         10  DRY-SEG-B-FROM             PIC 9(04).
003450         10  DRY-SEG-B-TO               PIC 9(04).
003460 77  DRY-SEG-FROM                   PIC 9(04).
003470 77  DRY-SEG-TO                     PIC 9(04).
003480 77  DRY-SEG-LO                     PIC 9(04).
003490 77  DRY-SEG-HI                     PIC 9(04).
003500 01  DRY-RANGE-TEXT                 PIC X(40).
003510 77  DRY-RANGE-PTR                  PIC 9(03) COMP.
003520 01  DRY-DIFFER-TEXT                PIC X(24).
003530 77  DRY-DIFFER-PTR                 PIC 9(03) COMP.
003540 01  DRY-LABEL                      PIC X(28).
003550 01  DRY-LABEL-A                    PIC X(28).
003560 01  DRY-LABEL-B                    PIC X(28).
003570 77  DRY-LABEL-SUB                  PIC 9(03) COMP.
003580 77  DRY-SECTION-COUNT              PIC 9(05) COMP.
003590
003600******************************************************************
003610* RUN TOTALS.
003620******************************************************************
003630 77  DRY-ERROR-COUNT                PIC 9(05) VALUE 0.
003640 77  DRY-REJECTED-COUNT             PIC 9(05) VALUE 0.
003650 77  DRY-CONFLICT-COUNT             PIC 9(05) VALUE 0.
003660 77  DRY-OVERLAP-COUNT              PIC 9(05) VALUE 0.
003670 77  DRY-UNREACHABLE-COUNT          PIC 9(05) VALUE 0.
003680 77  DRY-UNUSED-COUNT               PIC 9(05) VALUE 0.
003690
003700******************************************************************
003710* REPORT EDIT FIELDS AND THE TIMELINE LINE.
003720******************************************************************
003730 01  DRY-EDIT-COUNT                 PIC ZZZZ9.
003740 01  DRY-EDIT-COUNT2                PIC ZZZZ9.
003750 01  DRY-EDIT-COUNT3                PIC ZZZZ9.
003760 01  DRY-EDIT-ENTRY                 PIC 9(03).
003770 01  DRY-EDIT-GEN                   PIC 9(05).
003780 01  DRY-EDIT-STEP                  PIC ZZ9.999.
003790 01  DRY-EDIT-DATE                  PIC 9999/99/99.
003800 01  DRY-EDIT-HHMM                  PIC 9(04).
003810 01  DRY-EDIT-HHMM2                 PIC 9(04).
003820 01  DRY-EDIT-TIME.
003830     05  DRY-EDIT-TIME-HH           PIC 9(02).
003840     05  FILLER                     PIC X(01) VALUE ':'.
003850     05  DRY-EDIT-TIME-MM           PIC 9(02).
003860 01  DRY-REASON                     PIC X(45).
003870 01  DRY-TRANS-KEY                  PIC X(20).
003880 01  DRY-MESSAGE                    PIC X(96).
003890
003900 01  DRY-TIMELINE-LINE.
003910     05  FILLER                     PIC X(02) VALUE SPACES.
003920     05  DRY-TL-FROM                PIC X(05).
003930     05  FILLER                     PIC X(01) VALUE '-'.
003940     05  DRY-TL-TO                  PIC X(05).
003950     05  FILLER                     PIC X(02) VALUE SPACES.
003960     05  FILLER                     PIC X(08) VALUE 'PALETTE '.
003970     05  DRY-TL-PAL                 PIC X(08).
003980     05  FILLER                     PIC X(02) VALUE SPACES.
003990     05  FILLER                     PIC X(08) VALUE 'PATTERN '.
004000     05  DRY-TL-PAT                 PIC X(08).
004010     05  FILLER                     PIC X(02) VALUE SPACES.
004020     05  FILLER                     PIC X(05) VALUE 'STEP '.
004030     05  DRY-TL-STEP                PIC ZZ9.999.
004040     05  FILLER                     PIC X(02) VALUE SPACES.
004050     05  DRY-TL-NOTE                PIC X(31).
004060
004070 PROCEDURE DIVISION.
004080******************************************************************
004090* 0000-MAINLINE.
004100******************************************************************
004110 0000-MAINLINE.
004120     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
004130     IF NOT DRY-GIVE-UP
004140         PERFORM 2000-LOAD-PICTURE THRU 2000-EXIT
004150     END-IF.
004160     IF NOT DRY-GIVE-UP AND DRY-USE-MTX
004170         PERFORM 3000-APPLY-PROPOSED THRU 3000-EXIT
004180     END-IF.
004190     IF NOT DRY-GIVE-UP
004200         PERFORM 4000-CHECK-PICTURE THRU 4000-EXIT
004210         PERFORM 5000-BUILD-TIMELINES THRU 5000-EXIT
004220         PERFORM 6000-FIND-OVERLAPS THRU 6000-EXIT
004230         PERFORM 6500-FIND-UNREACHABLE THRU 6500-EXIT
004240         PERFORM 6600-FIND-NEVER-IN-EFFECT THRU 6600-EXIT
004250         PERFORM 8000-WRITE-SUMMARY THRU 8000-EXIT
004260     END-IF.
004270     PERFORM 9000-TERMINATE THRU 9000-EXIT.
004280     STOP RUN.
004290
004300 0000-EXIT.
004310     EXIT.
004320
004330******************************************************************
004340* 1000-INITIALIZE.
004350*     OPEN THE REPORT AND TAKE THE PARM TOKENS.  THE DAY IS
004360*     TODAY UNLESS ONE IS GIVEN; A DAY BEFORE TODAY IS REPLAYED
004370*     FROM HISTORY, SO IT CANNOT BE COMBINED WITH MTX.
004380******************************************************************
004390 1000-INITIALIZE.
004400     OPEN OUTPUT DRYRUN-REPORT-FILE.
004410     MOVE SPACES TO DRYRUN-REPORT-RECORD.
004420     MOVE "PLUTO-DRYRUN SCHEDULE DRY-RUN REPORT" TO
004430         DRYRUN-REPORT-RECORD.
004440     WRITE DRYRUN-REPORT-RECORD.
004450     MOVE SPACES TO DRYRUN-REPORT-RECORD.
004460     WRITE DRYRUN-REPORT-RECORD.
004470
004480     INITIALIZE DRY-GEN-TABLE.
004490     MOVE 'PARM' TO DRY-GEN-FILE(1).
004500     MOVE 'PALETTE' TO DRY-GEN-FILE(2).
004510     MOVE 'SCHEDULE' TO DRY-GEN-FILE(3).
004520     ACCEPT DRY-TODAY-DATE FROM DATE YYYYMMDD.
004530     MOVE DRY-TODAY-DATE TO DRY-RUN-DATE.
004540
004550     MOVE SPACES TO DRY-CMDLINE-PARM.
004560     ACCEPT DRY-CMDLINE-PARM FROM COMMAND-LINE.
004570     MOVE SPACES TO DRY-PARM-TOKENS.
004580     UNSTRING DRY-CMDLINE-PARM DELIMITED BY ALL ' '
004590         INTO DRY-PARM-TOKEN(1) DRY-PARM-TOKEN(2)
004600              DRY-PARM-TOKEN(3) DRY-PARM-TOKEN(4).
004610     IF DRY-PARM-TOKEN(4) NOT = SPACES
004620         MOVE "ERROR: MORE THAN THREE PARM OPTIONS" TO
004630             DRY-MESSAGE
004640         PERFORM 7050-WRITE-ERROR-LINE THRU 7050-EXIT
004650         MOVE 'Y' TO DRY-GIVE-UP-SW
004660         GO TO 1000-EXIT
004670     END-IF.
004680     PERFORM 1100-TAKE-ONE-TOKEN THRU 1100-EXIT
004690         VARYING DRY-TOKEN-SUB FROM 1 BY 1
004700             UNTIL DRY-TOKEN-SUB > 3
004710                 OR DRY-GIVE-UP.
004720     IF DRY-GIVE-UP
004730         GO TO 1000-EXIT
004740     END-IF.
004750
004760     IF DRY-RUN-DATE < DRY-TODAY-DATE
004770         MOVE 'Y' TO DRY-PAST-SW
004780     END-IF.
004790     IF DRY-PAST-DAY AND DRY-USE-MTX
004800         MOVE "ERROR: MTX IS REPLAYED AGAINST THE LIVE FILES ONLY"
004810             TO DRY-MESSAGE
004820         PERFORM 7050-WRITE-ERROR-LINE THRU 7050-EXIT
004830         MOVE 'Y' TO DRY-GIVE-UP-SW
004840         GO TO 1000-EXIT
004850     END-IF.
004860
004870     MOVE DRY-RUN-DATE TO DRY-EDIT-DATE.
004880     MOVE SPACES TO DRY-MESSAGE.
004890     STRING "DAY REPLAYED " DRY-EDIT-DATE
004900         DELIMITED BY SIZE INTO DRY-MESSAGE.
004910     IF DRY-USE-MTX
004920         MOVE "WITH THE PROPOSED PLGRDMTX BATCH" TO
004930             DRY-MESSAGE(25:)
004940     END-IF.
004950     PERFORM 7000-WRITE-REPORT-LINE THRU 7000-EXIT.
004960     IF DRY-RUN-DATE > DRY-TODAY-DATE
004970         MOVE "NOTE: A FUTURE DAY IS REPLAYED WITH THE LIVE FILES"
004980             TO DRY-MESSAGE
004990         PERFORM 7000-WRITE-REPORT-LINE THRU 7000-EXIT
005000     END-IF.
005010
005020 1000-EXIT.
005030     EXIT.
005040
005050 1100-TAKE-ONE-TOKEN.
005060     MOVE DRY-PARM-TOKEN(DRY-TOKEN-SUB) TO DRY-WK-TOKEN.
005070     EVALUATE TRUE
005080         WHEN DRY-WK-TOKEN = SPACES
005090             CONTINUE
005100         WHEN DRY-WK-TOKEN = 'MTX'
005110             MOVE 'Y' TO DRY-MTX-SW
005120         WHEN DRY-WK-TOKEN = 'MINUTES'
005130             MOVE 'Y' TO DRY-MINUTES-SW
005140         WHEN OTHER
005150             PERFORM 1110-TAKE-DATE-TOKEN THRU 1110-EXIT
005160     END-EVALUATE.
005170
005180 1100-EXIT.
005190     EXIT.
005200
005210 1110-TAKE-DATE-TOKEN.
005220     MOVE DRY-WK-TOKEN(1:8) TO DRY-PARM-DATE.
005230     MOVE 0 TO DRY-RUN-INT.
005240     IF DRY-WK-TOKEN(9:2) = SPACES
005250         AND DRY-PARM-DATE NUMERIC
005260         AND NOT DRY-DATE-GIVEN
005270         COMPUTE DRY-RUN-INT =
005280             FUNCTION INTEGER-OF-DATE(DRY-PARM-DATE-N)
005290     END-IF.
005300     IF DRY-RUN-INT = 0
005310         MOVE SPACES TO DRY-MESSAGE
005320         STRING "ERROR: PARM OPTION " DRY-WK-TOKEN
005330             " IS NOT MTX, MINUTES OR ONE YYYYMMDD DATE"
005340             DELIMITED BY SIZE INTO DRY-MESSAGE
005350         PERFORM 7050-WRITE-ERROR-LINE THRU 7050-EXIT
005360         MOVE 'Y' TO DRY-GIVE-UP-SW
005370         GO TO 1110-EXIT
005380     END-IF.
005390     MOVE 'Y' TO DRY-DATE-SW.
005400     MOVE DRY-PARM-DATE-N TO DRY-RUN-DATE.
005410
005420 1110-EXIT.
005430     EXIT.
005440
005450******************************************************************
005460* 2000-LOAD-PICTURE.
005470*     FOR A PAST DAY, FIND EACH FILE'S GENERATION IN EFFECT AT
005480*     THE START OF THE DAY -- THE LAST ONE SAVED AT OR BEFORE
005490*     MIDNIGHT -- AND TAKE ITS IMAGES; OTHERWISE, OR WHEN THE
005500*     FILE HAS NO HISTORY THAT OLD, TAKE THE LIVE FILE.
005510******************************************************************
005520 2000-LOAD-PICTURE.
005530     IF DRY-PAST-DAY
005540         PERFORM 2100-PICK-GENERATIONS THRU 2100-EXIT
005550     END-IF.
005560
005570     IF DRY-GEN-PICK(1) = 0
005580         OPEN INPUT PARM-FILE
005590         IF DRY-PARM-OK
005600             MOVE 'N' TO DRY-END-OF-FILE-SW
005610             PERFORM 2310-READ-ONE-PARM THRU 2310-EXIT
005620                 UNTIL DRY-END-OF-FILE
005630         END-IF
005640         CLOSE PARM-FILE
005650     END-IF.
005660     IF DRY-GEN-PICK(2) = 0
005670         OPEN INPUT PALETTE-FILE
005680         IF DRY-PAL-OK
005690             MOVE 'N' TO DRY-END-OF-FILE-SW
005700             PERFORM 2320-READ-ONE-PALETTE THRU 2320-EXIT
005710                 UNTIL DRY-END-OF-FILE
005720         END-IF
005730         CLOSE PALETTE-FILE
005740     END-IF.
005750     IF DRY-GEN-PICK(3) = 0
005760         OPEN INPUT SCHEDULE-FILE
005770         IF DRY-SCHED-OK
005780             MOVE 'N' TO DRY-END-OF-FILE-SW
005790             PERFORM 2330-READ-ONE-SCHEDULE THRU 2330-EXIT
005800                 UNTIL DRY-END-OF-FILE
005810         END-IF
005820         CLOSE SCHEDULE-FILE
005830     END-IF.
005840
005850     PERFORM 2400-REPORT-SOURCE THRU 2400-EXIT
005860         VARYING DRY-GEN-SUB FROM 1 BY 1
005870             UNTIL DRY-GEN-SUB > 3.
005880     MOVE SPACES TO DRYRUN-REPORT-RECORD.
005890     WRITE DRYRUN-REPORT-RECORD.
005900
005910 2000-EXIT.
005920     EXIT.
005930
005940******************************************************************
005950* 2100-PICK-GENERATIONS.
005960*     THE HISTORY IS IN TIME ORDER, SO THE LAST QUALIFYING
005970*     HEADER PER FILE IS THE PICK.  A SECOND PASS TAKES THE
005980*     PICKED GENERATIONS' IMAGES.
005990******************************************************************
006000 2100-PICK-GENERATIONS.
006010     COMPUTE DRY-DAY-STAMP = DRY-RUN-DATE * 1000000.
006020     OPEN INPUT CONFIG-HISTORY-FILE.
006030     IF NOT DRY-GEN-OK
006040         CLOSE CONFIG-HISTORY-FILE
006050         MOVE "NOTE: NO GENERATION HISTORY -- LIVE FILES REPLAYED"
006060             TO DRY-MESSAGE
006070         PERFORM 7000-WRITE-REPORT-LINE THRU 7000-EXIT
006080         GO TO 2100-EXIT
006090     END-IF.
006100     MOVE 'N' TO DRY-END-OF-FILE-SW.
006110     PERFORM 2110-SCAN-ONE-GEN-RECORD THRU 2110-EXIT
006120         UNTIL DRY-END-OF-FILE.
006130     CLOSE CONFIG-HISTORY-FILE.
006140
006150     IF DRY-GEN-PICK(1) = 0 AND DRY-GEN-PICK(2) = 0
006160         AND DRY-GEN-PICK(3) = 0
006170         GO TO 2100-EXIT
006180     END-IF.
006190     OPEN INPUT CONFIG-HISTORY-FILE.
006200     MOVE 'N' TO DRY-END-OF-FILE-SW.
006210     MOVE 0 TO DRY-TAKE-SUB.
006220     PERFORM 2150-TAKE-ONE-GEN-RECORD THRU 2150-EXIT
006230         UNTIL DRY-END-OF-FILE.
006240     CLOSE CONFIG-HISTORY-FILE.
006250
006260 2100-EXIT.
006270     EXIT.
006280
006290 2110-SCAN-ONE-GEN-RECORD.
006300     READ CONFIG-HISTORY-FILE
006310         AT END
006320             MOVE 'Y' TO DRY-END-OF-FILE-SW
006330             GO TO 2110-EXIT
006340     END-READ.
006350     IF NOT GEN-IS-HEADER
006360         OR GEN-SAVED-DATE NOT NUMERIC
006370         OR GEN-SAVED-TIME NOT NUMERIC
006380         OR GEN-NUMBER NOT NUMERIC
006390         GO TO 2110-EXIT
006400     END-IF.
006410     PERFORM 2120-FIND-GEN-FILE THRU 2120-EXIT.
006420     IF DRY-GEN-SUB = 0
006430         GO TO 2110-EXIT
006440     END-IF.
006450
006460     COMPUTE DRY-GEN-STAMP =
006470         GEN-SAVED-DATE * 1000000 + GEN-SAVED-TIME.
006480     IF DRY-GEN-STAMP NOT > DRY-DAY-STAMP
006490         MOVE GEN-NUMBER TO DRY-GEN-PICK(DRY-GEN-SUB)
006500         MOVE GEN-SAVED-DATE TO DRY-GEN-PICK-DATE(DRY-GEN-SUB)
006510     ELSE
006520         IF GEN-SAVED-DATE = DRY-RUN-DATE
006530             ADD 1 TO DRY-GEN-LATER(DRY-GEN-SUB)
006540         END-IF
006550     END-IF.
006560
006570 2110-EXIT.
006580     EXIT.
006590
006600 2120-FIND-GEN-FILE.
006610     EVALUATE TRUE
006620         WHEN GEN-FILE-IS-PARM
006630             MOVE 1 TO DRY-GEN-SUB
006640         WHEN GEN-FILE-IS-PALETTE
006650             MOVE 2 TO DRY-GEN-SUB
006660         WHEN GEN-FILE-IS-SCHEDULE
006670             MOVE 3 TO DRY-GEN-SUB
006680         WHEN OTHER
006690             MOVE 0 TO DRY-GEN-SUB
006700     END-EVALUATE.
006710
006720 2120-EXIT.
006730     EXIT.
006740
006750 2150-TAKE-ONE-GEN-RECORD.
006760     READ CONFIG-HISTORY-FILE
006770         AT END
006780             MOVE 'Y' TO DRY-END-OF-FILE-SW
006790             GO TO 2150-EXIT
006800     END-READ.
006810     IF GEN-IS-HEADER
006820         MOVE 0 TO DRY-TAKE-SUB
006830         PERFORM 2120-FIND-GEN-FILE THRU 2120-EXIT
006840         IF DRY-GEN-SUB > 0
006850             IF DRY-GEN-PICK(DRY-GEN-SUB) > 0
006860                 AND GEN-NUMBER = DRY-GEN-PICK(DRY-GEN-SUB)
006870                 MOVE DRY-GEN-SUB TO DRY-TAKE-SUB
006880             END-IF
006890         END-IF
006900         GO TO 2150-EXIT
006910     END-IF.
006920     IF NOT GEN-IS-IMAGE OR DRY-TAKE-SUB = 0
006930         GO TO 2150-EXIT
006940     END-IF.
006950
006960     MOVE GEN-IMAGE TO DRY-WK-IMAGE.
006970     EVALUATE DRY-TAKE-SUB
006980         WHEN 1
006990             PERFORM 2210-TAKE-PARM-IMAGE THRU 2210-EXIT
007000         WHEN 2
007010             PERFORM 2220-TAKE-PALETTE-IMAGE THRU 2220-EXIT
007020         WHEN 3
007030             PERFORM 2230-TAKE-SCHEDULE-IMAGE THRU 2230-EXIT
007040     END-EVALUATE.
007050
007060 2150-EXIT.
007070     EXIT.
007080
007090******************************************************************
007100* 2210-TAKE-PARM-IMAGE.
007110*     THE FIRST HEADER COUNTS; CANVAS DETAILS ARE KEPT IN FILE
007120*     ORDER.  THE HEADER'S CANVAS COUNT IS CHECKED IN 4000.
007130******************************************************************
007140 2210-TAKE-PARM-IMAGE.
007150     MOVE DRY-WK-IMAGE TO PARM-RECORD.
007160     IF PARM-IS-HEADER
007170         IF DRY-HAVE-HEADER
007180             MOVE "ERROR: MORE THAN ONE PARM HEADER -- FIRST USED"
007190                 TO DRY-MESSAGE
007200             PERFORM 7050-WRITE-ERROR-LINE THRU 7050-EXIT
007210         ELSE
007220             MOVE PARM-RECORD TO DRY-HEADER-IMAGE
007230             MOVE 'Y' TO DRY-HEADER-SW
007240         END-IF
007250         GO TO 2210-EXIT
007260     END-IF.
007270     IF NOT PARM-IS-CANVAS-DETAIL
007280         MOVE "ERROR: PARM RECORD IS NEITHER TYPE-1 NOR TYPE-2"
007290             TO DRY-MESSAGE
007300         PERFORM 7050-WRITE-ERROR-LINE THRU 7050-EXIT
007310         GO TO 2210-EXIT
007320     END-IF.
007330     IF DRY-CANVAS-COUNT NOT < 20
007340         MOVE SPACES TO DRY-MESSAGE
007350         STRING "ERROR: CANVAS TABLE FULL (20) -- "
007360             PARM-CANVAS-NAME " NOT REPLAYED"
007370             DELIMITED BY SIZE INTO DRY-MESSAGE
007380         PERFORM 7050-WRITE-ERROR-LINE THRU 7050-EXIT
007390         GO TO 2210-EXIT
007400     END-IF.
007410     ADD 1 TO DRY-CANVAS-COUNT.
007420     MOVE PARM-CANVAS-NAME TO DRY-CVS-NAME(DRY-CANVAS-COUNT).
007430     MOVE PARM-RECORD TO DRY-CVS-IMAGE(DRY-CANVAS-COUNT).
007440
007450 2210-EXIT.
007460     EXIT.
007470
007480 2220-TAKE-PALETTE-IMAGE.
007490     MOVE DRY-WK-IMAGE TO PALETTE-RECORD.
007500     IF PAL-NAME = SPACES
007510         GO TO 2220-EXIT
007520     END-IF.
007530     IF DRY-PAL-COUNT NOT < 50
007540         MOVE SPACES TO DRY-MESSAGE
007550         STRING "ERROR: PALETTE TABLE FULL (50) -- " PAL-NAME
007560             " NOT REPLAYED"
007570             DELIMITED BY SIZE INTO DRY-MESSAGE
007580         PERFORM 7050-WRITE-ERROR-LINE THRU 7050-EXIT
007590         GO TO 2220-EXIT
007600     END-IF.
007610     ADD 1 TO DRY-PAL-COUNT.
007620     MOVE PAL-NAME TO DRY-PALTAB-NAME(DRY-PAL-COUNT).
007630     MOVE PALETTE-RECORD TO DRY-PALTAB-IMAGE(DRY-PAL-COUNT).
007640
007650 2220-EXIT.
007660     EXIT.
007670
007680 2230-TAKE-SCHEDULE-IMAGE.
007690     IF DRY-WK-IMAGE = SPACES
007700         GO TO 2230-EXIT
007710     END-IF.
007720     IF DRY-SCH-COUNT NOT < 100
007730         MOVE SPACES TO DRY-MESSAGE
007740         STRING "ERROR: SCHEDULE TABLE FULL (100) -- "
007750             DRY-WK-IMAGE(1:16) " NOT REPLAYED"
007760             DELIMITED BY SIZE INTO DRY-MESSAGE
007770         PERFORM 7050-WRITE-ERROR-LINE THRU 7050-EXIT
007780         GO TO 2230-EXIT
007790     END-IF.
007800     ADD 1 TO DRY-SCH-COUNT.
007810     MOVE DRY-WK-IMAGE TO DRY-SCHTAB-IMAGE(DRY-SCH-COUNT).
007820
007830 2230-EXIT.
007840     EXIT.
007850
007860 2310-READ-ONE-PARM.
007870     READ PARM-FILE
007880         AT END
007890             MOVE 'Y' TO DRY-END-OF-FILE-SW
007900             GO TO 2310-EXIT
007910     END-READ.
007920     MOVE PARM-FILE-RECORD TO DRY-WK-IMAGE.
007930     PERFORM 2210-TAKE-PARM-IMAGE THRU 2210-EXIT.
007940
007950 2310-EXIT.
007960     EXIT.
007970
007980 2320-READ-ONE-PALETTE.
007990     READ PALETTE-FILE
008000         AT END
008010             MOVE 'Y' TO DRY-END-OF-FILE-SW
008020             GO TO 2320-EXIT
008030     END-READ.
008040     MOVE PALETTE-FILE-RECORD TO DRY-WK-IMAGE.
008050     PERFORM 2220-TAKE-PALETTE-IMAGE THRU 2220-EXIT.
008060
008070 2320-EXIT.
008080     EXIT.
008090
008100 2330-READ-ONE-SCHEDULE.
008110     READ SCHEDULE-FILE
008120         AT END
008130             MOVE 'Y' TO DRY-END-OF-FILE-SW
008140             GO TO 2330-EXIT
008150     END-READ.
008160     MOVE SCHEDULE-FILE-RECORD TO DRY-WK-IMAGE.
008170     PERFORM 2230-TAKE-SCHEDULE-IMAGE THRU 2230-EXIT.
008180
008190 2330-EXIT.
008200     EXIT.
008210
008220******************************************************************
008230* 2400-REPORT-SOURCE.
008240*     ONE LINE PER FILE SAYING WHERE ITS RECORDS CAME FROM, AND
008250*     A NOTE WHEN THE FILE WAS CHANGED LATER THAT SAME DAY.
008260******************************************************************
008270 2400-REPORT-SOURCE.
008280     MOVE SPACES TO DRY-MESSAGE.
008290     MOVE DRY-GEN-FILE(DRY-GEN-SUB) TO DRY-MESSAGE(1:8).
008300     MOVE "FILE" TO DRY-MESSAGE(10:4).
008310     EVALUATE TRUE
008320         WHEN DRY-GEN-PICK(DRY-GEN-SUB) = 0
008330             MOVE "LIVE" TO DRY-MESSAGE(16:)
008340         WHEN DRY-GEN-PICK-DATE(DRY-GEN-SUB) = 0
008350             MOVE DRY-GEN-PICK(DRY-GEN-SUB) TO DRY-EDIT-GEN
008360             STRING "GENERATION " DRY-EDIT-GEN " (ORIGINAL)"
008370                 DELIMITED BY SIZE INTO DRY-MESSAGE(16:)
008380         WHEN OTHER
008390             MOVE DRY-GEN-PICK(DRY-GEN-SUB) TO DRY-EDIT-GEN
008400             MOVE DRY-GEN-PICK-DATE(DRY-GEN-SUB) TO DRY-EDIT-DATE
008410             STRING "GENERATION " DRY-EDIT-GEN " OF "
008420                 DRY-EDIT-DATE
008430                 DELIMITED BY SIZE INTO DRY-MESSAGE(16:)
008440     END-EVALUATE.
008450     PERFORM 7000-WRITE-REPORT-LINE THRU 7000-EXIT.
008460
008470     IF DRY-GEN-LATER(DRY-GEN-SUB) > 0
008480         MOVE DRY-GEN-LATER(DRY-GEN-SUB) TO DRY-EDIT-COUNT
008490         MOVE SPACES TO DRY-MESSAGE
008500         STRING "NOTE: " DRY-GEN-FILE(DRY-GEN-SUB)
008510             " CHANGED" DRY-EDIT-COUNT
008520             " TIME(S) LATER THAT DAY -- NOT REPLAYED"
008530             DELIMITED BY SIZE INTO DRY-MESSAGE
008540         PERFORM 7000-WRITE-REPORT-LINE THRU 7000-EXIT
008550     END-IF.
008560
008570 2400-EXIT.
008580     EXIT.
008590
008600******************************************************************
008610* 3000-APPLY-PROPOSED.
008620*     APPLY THE PROPOSED PLUTO-MAINT BATCH TO THE IN-MEMORY
008630*     PICTURE UNDER PLUTO-MAINT'S KEYS AND FIELD RULES.  A
008640*     TRANSACTION PLUTO-MAINT WOULD REJECT IS REPORTED AND LEFT
008650*     OUT; PLUTO-MAINT WOULD REJECT THE WHOLE BATCH, SO THE RUN
008660*     ENDS RC 8 EITHER WAY.  OUTAGE AND ROSTER TRANSACTIONS DO
008670*     NOT TOUCH THE DISPLAY PICTURE AND ARE SKIPPED.
008680******************************************************************
008690 3000-APPLY-PROPOSED.
008700     OPEN INPUT MAINT-TRANS-FILE.
008710     IF NOT DRY-MTX-OK
008720         CLOSE MAINT-TRANS-FILE
008730         MOVE "ERROR: NO PROPOSED BATCH ON PLGRDMTX TO REPLAY" TO
008740             DRY-MESSAGE
008750         PERFORM 7050-WRITE-ERROR-LINE THRU 7050-EXIT
008760         MOVE 'Y' TO DRY-GIVE-UP-SW
008770         GO TO 3000-EXIT
008780     END-IF.
008790
008800     MOVE "PROPOSED TRANSACTIONS (PLGRDMTX)" TO DRY-MESSAGE.
008810     PERFORM 7000-WRITE-REPORT-LINE THRU 7000-EXIT.
008820     MOVE 'N' TO DRY-END-OF-FILE-SW.
008830     PERFORM 3010-READ-ONE-TRANS THRU 3010-EXIT.
008840     PERFORM 3100-APPLY-ONE-TRANS THRU 3100-EXIT
008850         UNTIL DRY-END-OF-FILE.
008860     CLOSE MAINT-TRANS-FILE.
008870
008880     IF DRY-REJECTED-COUNT > 0
008890         MOVE "NOTE: PLUTO-MAINT WOULD REJECT THIS WHOLE BATCH" TO
008900             DRY-MESSAGE
008910         PERFORM 7000-WRITE-REPORT-LINE THRU 7000-EXIT
008920     END-IF.
008930     MOVE SPACES TO DRYRUN-REPORT-RECORD.
008940     WRITE DRYRUN-REPORT-RECORD.
008950
008960 3000-EXIT.
008970     EXIT.
008980
008990 3010-READ-ONE-TRANS.
009000     READ MAINT-TRANS-FILE
009010         AT END
009020             MOVE 'Y' TO DRY-END-OF-FILE-SW
009030     END-READ.
009040
009050 3010-EXIT.
009060     EXIT.
009070
009080******************************************************************
009090* 3100-APPLY-ONE-TRANS.
009100******************************************************************
009110 3100-APPLY-ONE-TRANS.
009120     MOVE 'N' TO DRY-TRANS-BAD-SW.
009130     MOVE SPACES TO DRY-REASON.
009140     MOVE SPACES TO DRY-TRANS-KEY.
009150
009160     IF MTX-FILE-IS-OUTAGE OR MTX-FILE-IS-ROSTER
009170         MOVE SPACES TO DRY-MESSAGE
009180         STRING "SKIPPED:  " MTX-ACTION " " MTX-FILE
009190             " -- NOT PART OF THE DISPLAY PICTURE"
009200             DELIMITED BY SIZE INTO DRY-MESSAGE
009210         PERFORM 7000-WRITE-REPORT-LINE THRU 7000-EXIT
009220         GO TO 3100-NEXT
009230     END-IF.
009240
009250     IF NOT (MTX-IS-ADD OR MTX-IS-REPLACE OR MTX-IS-DELETE)
009260         MOVE "ACTION IS NOT ADD, REPLACE OR DELETE" TO
009270             DRY-REASON
009280         MOVE 'Y' TO DRY-TRANS-BAD-SW
009290         GO TO 3100-REPORT
009300     END-IF.
009310
009320     EVALUATE TRUE
009330         WHEN MTX-FILE-IS-PALETTE
009340             PERFORM 3200-APPLY-PALETTE-TRANS THRU 3200-EXIT
009350         WHEN MTX-FILE-IS-PARM
009360             PERFORM 3300-APPLY-PARM-TRANS THRU 3300-EXIT
009370         WHEN MTX-FILE-IS-SCHEDULE
009380             PERFORM 3400-APPLY-SCHED-TRANS THRU 3400-EXIT
009390         WHEN OTHER
009400             MOVE "FILE NOT PARM/PALETTE/SCHEDULE/OUTAGE/ROSTER"
009410                 TO DRY-REASON
009420             MOVE 'Y' TO DRY-TRANS-BAD-SW
009430     END-EVALUATE.
009440
009450 3100-REPORT.
009460     MOVE SPACES TO DRY-MESSAGE.
009470     IF DRY-TRANS-BAD
009480         ADD 1 TO DRY-REJECTED-COUNT
009490         STRING "REJECTED: " MTX-ACTION " " MTX-FILE " "
009500             DRY-TRANS-KEY " -- " DRY-REASON
009510             DELIMITED BY SIZE INTO DRY-MESSAGE
009520         PERFORM 7050-WRITE-ERROR-LINE THRU 7050-EXIT
009530     ELSE
009540         STRING "APPLIED:  " MTX-ACTION " " MTX-FILE " "
009550             DRY-TRANS-KEY
009560             DELIMITED BY SIZE INTO DRY-MESSAGE
009570         PERFORM 7000-WRITE-REPORT-LINE THRU 7000-EXIT
009580     END-IF.
009590
009600 3100-NEXT.
009610     PERFORM 3010-READ-ONE-TRANS THRU 3010-EXIT.
009620
009630 3100-EXIT.
009640     EXIT.
009650
009660******************************************************************
009670* 3200-APPLY-PALETTE-TRANS.
009680******************************************************************
009690 3200-APPLY-PALETTE-TRANS.
009700     MOVE MTX-IMAGE TO PALETTE-RECORD.
009710     MOVE PAL-NAME TO DRY-TRANS-KEY.
009720     IF PAL-NAME = SPACES
009730         MOVE "PALETTE NAME IS BLANK" TO DRY-REASON
009740         MOVE 'Y' TO DRY-TRANS-BAD-SW
009750         GO TO 3200-EXIT
009760     END-IF.
009770
009780     MOVE PAL-NAME TO DRY-WK-NAME.
009790     PERFORM 7400-FIND-PALETTE THRU 7400-EXIT.
009800
009810     EVALUATE TRUE
009820         WHEN MTX-IS-ADD
009830             IF DRY-FOUND
009840                 MOVE "PALETTE ALREADY ON FILE" TO DRY-REASON
009850                 MOVE 'Y' TO DRY-TRANS-BAD-SW
009860             ELSE
009870                 PERFORM 3250-VALIDATE-PALETTE THRU 3250-EXIT
009880                 IF NOT DRY-TRANS-BAD
009890                     IF DRY-PAL-COUNT < 50
009900                         ADD 1 TO DRY-PAL-COUNT
009910                         MOVE PAL-NAME TO
009920                             DRY-PALTAB-NAME(DRY-PAL-COUNT)
009930                         MOVE PALETTE-RECORD TO
009940                             DRY-PALTAB-IMAGE(DRY-PAL-COUNT)
009950                     ELSE
009960                         MOVE "PALETTE TABLE FULL (50)" TO
009970                             DRY-REASON
009980                         MOVE 'Y' TO DRY-TRANS-BAD-SW
009990                     END-IF
010000                 END-IF
010010             END-IF
010020         WHEN MTX-IS-REPLACE
010030             IF NOT DRY-FOUND
010040                 MOVE "PALETTE NOT ON FILE" TO DRY-REASON
010050                 MOVE 'Y' TO DRY-TRANS-BAD-SW
010060             ELSE
010070                 PERFORM 3250-VALIDATE-PALETTE THRU 3250-EXIT
010080                 IF NOT DRY-TRANS-BAD
010090                     MOVE PALETTE-RECORD TO
010100                         DRY-PALTAB-IMAGE(DRY-HIT-SUB)
010110                 END-IF
010120             END-IF
010130         WHEN MTX-IS-DELETE
010140             IF NOT DRY-FOUND
010150                 MOVE "PALETTE NOT ON FILE" TO DRY-REASON
010160                 MOVE 'Y' TO DRY-TRANS-BAD-SW
010170             ELSE
010180                 PERFORM 3295-SHIFT-ONE-PALETTE THRU 3295-EXIT
010190                     VARYING DRY-SHIFT-SUB FROM DRY-HIT-SUB BY 1
010200                         UNTIL DRY-SHIFT-SUB >= DRY-PAL-COUNT
010210                 SUBTRACT 1 FROM DRY-PAL-COUNT
010220             END-IF
010230     END-EVALUATE.
010240
010250 3200-EXIT.
010260     EXIT.
010270
010280******************************************************************
010290* 3250-VALIDATE-PALETTE.
010300*     SAME FIELD RULES AS PLUTO-MAINT'S 2250 PARAGRAPH.
010310******************************************************************
010320 3250-VALIDATE-PALETTE.
010330     IF NOT (PAL-R-IS-X OR PAL-R-IS-Y OR PAL-R-IS-ANGLE
010340             OR PAL-R-IS-CONST)
010350         MOVE "INVALID R CHANNEL SOURCE CODE" TO DRY-REASON
010360         MOVE 'Y' TO DRY-TRANS-BAD-SW
010370         GO TO 3250-EXIT
010380     END-IF.
010390     IF NOT (PAL-G-IS-X OR PAL-G-IS-Y OR PAL-G-IS-ANGLE
010400             OR PAL-G-IS-CONST)
010410         MOVE "INVALID G CHANNEL SOURCE CODE" TO DRY-REASON
010420         MOVE 'Y' TO DRY-TRANS-BAD-SW
010430         GO TO 3250-EXIT
010440     END-IF.
010450     IF NOT (PAL-B-IS-X OR PAL-B-IS-Y OR PAL-B-IS-ANGLE
010460             OR PAL-B-IS-CONST)
010470         MOVE "INVALID B CHANNEL SOURCE CODE" TO DRY-REASON
010480         MOVE 'Y' TO DRY-TRANS-BAD-SW
010490         GO TO 3250-EXIT
010500     END-IF.
010510
010520     IF PAL-R-BASE NOT NUMERIC OR PAL-R-BASE > 255
010530         OR PAL-G-BASE NOT NUMERIC OR PAL-G-BASE > 255
010540         OR PAL-B-BASE NOT NUMERIC OR PAL-B-BASE > 255
010550         MOVE "A BASE VALUE IS OUTSIDE 000-255" TO DRY-REASON
010560         MOVE 'Y' TO DRY-TRANS-BAD-SW
010570     END-IF.
010580
010590 3250-EXIT.
010600     EXIT.
010610
010620 3295-SHIFT-ONE-PALETTE.
010630     MOVE DRY-PALETTE-ENTRY(DRY-SHIFT-SUB + 1) TO
010640         DRY-PALETTE-ENTRY(DRY-SHIFT-SUB).
010650
010660 3295-EXIT.
010670     EXIT.
010680
010690******************************************************************
010700* 3300-APPLY-PARM-TRANS.
010710*     A TYPE-1 IMAGE REPLACES THE HEADER; A TYPE-2 IMAGE IS A
010720*     CANVAS DETAIL KEYED BY CANVAS NAME.  PLUTO-MAINT
010730*     RECOMPUTES THE HEADER'S CANVAS COUNT WHEN IT WRITES THE
010740*     FILE, SO 4000 DOES THE SAME UNDER MTX.
010750******************************************************************
010760 3300-APPLY-PARM-TRANS.
010770     MOVE MTX-IMAGE TO PARM-RECORD.
010780
010790     IF PARM-IS-HEADER
010800         MOVE "HEADER" TO DRY-TRANS-KEY
010810         IF NOT MTX-IS-REPLACE
010820             MOVE "ONLY REPLACE APPLIES TO THE HEADER" TO
010830                 DRY-REASON
010840             MOVE 'Y' TO DRY-TRANS-BAD-SW
010850             GO TO 3300-EXIT
010860         END-IF
010870         PERFORM 3350-VALIDATE-HEADER THRU 3350-EXIT
010880         IF NOT DRY-TRANS-BAD
010890             MOVE PARM-RECORD TO DRY-HEADER-IMAGE
010900             MOVE 'Y' TO DRY-HEADER-SW
010910         END-IF
010920         GO TO 3300-EXIT
010930     END-IF.
010940
010950     IF NOT PARM-IS-CANVAS-DETAIL
010960         MOVE "IMAGE IS NEITHER TYPE-1 NOR TYPE-2" TO
010970             DRY-REASON
010980         MOVE 'Y' TO DRY-TRANS-BAD-SW
010990         GO TO 3300-EXIT
011000     END-IF.
011010
011020     MOVE PARM-CANVAS-NAME TO DRY-TRANS-KEY.
011030     IF PARM-CANVAS-NAME = SPACES
011040         MOVE "CANVAS NAME IS BLANK" TO DRY-REASON
011050         MOVE 'Y' TO DRY-TRANS-BAD-SW
011060         GO TO 3300-EXIT
011070     END-IF.
011080
011090     MOVE PARM-CANVAS-NAME TO DRY-WK-NAME.
011100     PERFORM 7420-FIND-CANVAS THRU 7420-EXIT.
011110
011120     EVALUATE TRUE
011130         WHEN MTX-IS-ADD
011140             IF DRY-FOUND
011150                 MOVE "CANVAS ALREADY ON FILE" TO DRY-REASON
011160                 MOVE 'Y' TO DRY-TRANS-BAD-SW
011170             ELSE
011180                 PERFORM 3360-VALIDATE-DETAIL THRU 3360-EXIT
011190                 IF NOT DRY-TRANS-BAD
011200                     IF DRY-CANVAS-COUNT < 20
011210                         ADD 1 TO DRY-CANVAS-COUNT
011220                         MOVE PARM-CANVAS-NAME TO
011230                             DRY-CVS-NAME(DRY-CANVAS-COUNT)
011240                         MOVE PARM-RECORD TO
011250                             DRY-CVS-IMAGE(DRY-CANVAS-COUNT)
011260                     ELSE
011270                         MOVE "CANVAS TABLE FULL (20)" TO
011280                             DRY-REASON
011290                         MOVE 'Y' TO DRY-TRANS-BAD-SW
011300                     END-IF
011310                 END-IF
011320             END-IF
011330         WHEN MTX-IS-REPLACE
011340             IF NOT DRY-FOUND
011350                 MOVE "CANVAS NOT ON FILE" TO DRY-REASON
011360                 MOVE 'Y' TO DRY-TRANS-BAD-SW
011370             ELSE
011380                 PERFORM 3360-VALIDATE-DETAIL THRU 3360-EXIT
011390                 IF NOT DRY-TRANS-BAD
011400                     MOVE PARM-RECORD TO
011410                         DRY-CVS-IMAGE(DRY-HIT-SUB)
011420                 END-IF
011430             END-IF
011440         WHEN MTX-IS-DELETE
011450             IF NOT DRY-FOUND
011460                 MOVE "CANVAS NOT ON FILE" TO DRY-REASON
011470                 MOVE 'Y' TO DRY-TRANS-BAD-SW
011480             ELSE
011490                 PERFORM 3395-SHIFT-ONE-CANVAS THRU 3395-EXIT
011500                     VARYING DRY-SHIFT-SUB FROM DRY-HIT-SUB BY 1
011510                         UNTIL DRY-SHIFT-SUB >= DRY-CANVAS-COUNT
011520                 SUBTRACT 1 FROM DRY-CANVAS-COUNT
011530             END-IF
011540     END-EVALUATE.
011550
011560 3300-EXIT.
011570     EXIT.
011580
011590******************************************************************
011600* 3350-VALIDATE-HEADER.
011610*     SAME FIELD RULES AS PLUTO-MAINT'S 2350 PARAGRAPH.
011620******************************************************************
011630 3350-VALIDATE-HEADER.
011640     IF PARM-ANGLE-STEP NOT NUMERIC
011650         MOVE "HEADER ANGLE STEP NOT NUMERIC" TO DRY-REASON
011660         MOVE 'Y' TO DRY-TRANS-BAD-SW
011670         GO TO 3350-EXIT
011680     END-IF.
011690     IF PARM-ARCHIVE-FREQ NOT NUMERIC
011700         MOVE "HEADER ARCHIVE FREQUENCY NOT NUMERIC" TO
011710             DRY-REASON
011720         MOVE 'Y' TO DRY-TRANS-BAD-SW
011730         GO TO 3350-EXIT
011740     END-IF.
011750     IF PARM-CKPT-FREQ NOT NUMERIC
011760         AND PARM-CKPT-FREQ NOT = SPACES
011770         MOVE "HEADER CHECKPOINT FREQUENCY BAD" TO DRY-REASON
011780         MOVE 'Y' TO DRY-TRANS-BAD-SW
011790         GO TO 3350-EXIT
011800     END-IF.
011810     IF PARM-FADE-FRAMES NOT NUMERIC
011820         AND PARM-FADE-FRAMES NOT = SPACES
011830         MOVE "HEADER FADE LENGTH BAD" TO DRY-REASON
011840         MOVE 'Y' TO DRY-TRANS-BAD-SW
011850     END-IF.
011860
011870 3350-EXIT.
011880     EXIT.
011890
011900******************************************************************
011910* 3360-VALIDATE-DETAIL.
011920*     SAME FIELD RULES AS PLUTO-MAINT'S 2360 PARAGRAPH.
011930******************************************************************
011940 3360-VALIDATE-DETAIL.
011950     IF PARM-CANVAS-WIDTH NOT NUMERIC
011960         OR PARM-CANVAS-HEIGHT NOT NUMERIC
011970         MOVE "CANVAS SIZE NOT NUMERIC" TO DRY-REASON
011980         MOVE 'Y' TO DRY-TRANS-BAD-SW
011990         GO TO 3360-EXIT
012000     END-IF.
012010     IF PARM-CANVAS-WIDTH = 0 OR PARM-CANVAS-HEIGHT = 0
012020         MOVE "CANVAS HAS A ZERO DIMENSION" TO DRY-REASON
012030         MOVE 'Y' TO DRY-TRANS-BAD-SW
012040         GO TO 3360-EXIT
012050     END-IF.
012060     IF NOT PARM-PATTERN-VALID
012070         MOVE "UNKNOWN PATTERN TYPE" TO DRY-REASON
012080         MOVE 'Y' TO DRY-TRANS-BAD-SW
012090     END-IF.
012100
012110 3360-EXIT.
012120     EXIT.
012130
012140 3395-SHIFT-ONE-CANVAS.
012150     MOVE DRY-CANVAS-ENTRY(DRY-SHIFT-SUB + 1) TO
012160         DRY-CANVAS-ENTRY(DRY-SHIFT-SUB).
012170
012180 3395-EXIT.
012190     EXIT.
012200
012210******************************************************************
012220* 3400-APPLY-SCHED-TRANS.
012230*     KEYED BY CANVAS NAME PLUS START AND END TIME -- THE FIRST
012240*     SIXTEEN BYTES OF THE IMAGE.  AN ADD GOES ON THE END OF THE
012250*     FILE, AS PLUTO-MAINT WRITES IT.
012260******************************************************************
012270 3400-APPLY-SCHED-TRANS.
012280     MOVE MTX-IMAGE TO SCHEDULE-RECORD.
012290     STRING SCH-CANVAS-NAME " " SCH-START-TIME "-" SCH-END-TIME
012295         DELIMITED BY SIZE INTO DRY-TRANS-KEY.
012300     IF SCH-CANVAS-NAME = SPACES
012310         MOVE "SCHEDULE CANVAS NAME IS BLANK" TO DRY-REASON
012320         MOVE 'Y' TO DRY-TRANS-BAD-SW
012330         GO TO 3400-EXIT
012340     END-IF.
012350
012360     PERFORM 7300-VALIDATE-SCHED-TIMES THRU 7300-EXIT.
012370     IF DRY-TRANS-BAD
012380         GO TO 3400-EXIT
012390     END-IF.
012400
012410     PERFORM 3410-FIND-SCHEDULE THRU 3410-EXIT.
012420
012430     EVALUATE TRUE
012440         WHEN MTX-IS-ADD
012450             IF DRY-FOUND
012460                 MOVE "SCHEDULE WINDOW ALREADY ON FILE" TO
012470                     DRY-REASON
012480                 MOVE 'Y' TO DRY-TRANS-BAD-SW
012490             ELSE
012500                 PERFORM 7310-VALIDATE-SCHED-FIELDS THRU
012510                     7310-EXIT
012520                 IF NOT DRY-TRANS-BAD
012530                     IF DRY-SCH-COUNT < 100
012540                         ADD 1 TO DRY-SCH-COUNT
012550                         MOVE SCHEDULE-RECORD TO
012560                             DRY-SCHTAB-IMAGE(DRY-SCH-COUNT)
012570                     ELSE
012580                         MOVE "SCHEDULE TABLE FULL (100)" TO
012590                             DRY-REASON
012600                         MOVE 'Y' TO DRY-TRANS-BAD-SW
012610                     END-IF
012620                 END-IF
012630             END-IF
012640         WHEN MTX-IS-REPLACE
012650             IF NOT DRY-FOUND
012660                 MOVE "SCHEDULE WINDOW NOT ON FILE" TO
012670                     DRY-REASON
012680                 MOVE 'Y' TO DRY-TRANS-BAD-SW
012690             ELSE
012700                 PERFORM 7310-VALIDATE-SCHED-FIELDS THRU
012710                     7310-EXIT
012720                 IF NOT DRY-TRANS-BAD
012730                     MOVE SCHEDULE-RECORD TO
012740                         DRY-SCHTAB-IMAGE(DRY-HIT-SUB)
012750                 END-IF
012760             END-IF
012770         WHEN MTX-IS-DELETE
012780             IF NOT DRY-FOUND
012790                 MOVE "SCHEDULE WINDOW NOT ON FILE" TO
012800                     DRY-REASON
012810                 MOVE 'Y' TO DRY-TRANS-BAD-SW
012820             ELSE
012830                 PERFORM 3495-SHIFT-ONE-SCHEDULE THRU 3495-EXIT
012840                     VARYING DRY-SHIFT-SUB FROM DRY-HIT-SUB BY 1
012850                         UNTIL DRY-SHIFT-SUB >= DRY-SCH-COUNT
012860                 SUBTRACT 1 FROM DRY-SCH-COUNT
012870             END-IF
012880     END-EVALUATE.
012890
012900 3400-EXIT.
012910     EXIT.
012920
012930 3410-FIND-SCHEDULE.
012940     MOVE 'N' TO DRY-FOUND-SW.
012950     MOVE 0 TO DRY-HIT-SUB.
012960     PERFORM 3420-MATCH-ONE-SCHEDULE THRU 3420-EXIT
012970         VARYING DRY-SUB FROM 1 BY 1
012980             UNTIL DRY-SUB > DRY-SCH-COUNT
012990                 OR DRY-FOUND.
013000
013010 3410-EXIT.
013020     EXIT.
013030
013040 3420-MATCH-ONE-SCHEDULE.
013050     IF DRY-SCHTAB-KEY(DRY-SUB) = SCHEDULE-RECORD(1:16)
013060         MOVE DRY-SUB TO DRY-HIT-SUB
013070         MOVE 'Y' TO DRY-FOUND-SW
013080     END-IF.
013090
013100 3420-EXIT.
013110     EXIT.
013120
013130 3495-SHIFT-ONE-SCHEDULE.
013140     MOVE DRY-SCHEDULE-ENTRY(DRY-SHIFT-SUB + 1) TO
013150         DRY-SCHEDULE-ENTRY(DRY-SHIFT-SUB).
013160
013170 3495-EXIT.
013180     EXIT.
013190
013200******************************************************************
013210* 4000-CHECK-PICTURE.
013220*     TAKE THE RUN SETTINGS FROM THE HEADER AS GRADIENT DOES AND
013230*     CHECK EVERY CANVAS AND SCHEDULE ENTRY THE REPLAY WILL USE.
013240*     A SCHEDULE RECORD WITH A BAD TIME OR FIELD IS LEFT OUT OF
013250*     THE REPLAY.  PALETTES AND PATTERNS NAMED HERE ARE MARKED
013260*     FOR 6600.
013270******************************************************************
013280 4000-CHECK-PICTURE.
013290     MOVE "PICTURE CHECKS" TO DRY-MESSAGE.
013300     PERFORM 7000-WRITE-REPORT-LINE THRU 7000-EXIT.
013310     MOVE DRY-ERROR-COUNT TO DRY-SECTION-COUNT.
013320     PERFORM 4010-CLEAR-PALETTE-FLAGS THRU 4010-EXIT
013330         VARYING DRY-SUB FROM 1 BY 1
013340             UNTIL DRY-SUB > DRY-PAL-COUNT.
013350
013360     PERFORM 4100-CHECK-HEADER THRU 4100-EXIT.
013370     IF NOT DRY-USING-DEFAULTS
013380         PERFORM 4200-CHECK-ONE-CANVAS THRU 4200-EXIT
013390             VARYING DRY-CVS-SUB FROM 1 BY 1
013400                 UNTIL DRY-CVS-SUB > DRY-CANVAS-COUNT
013410     END-IF.
013420     PERFORM 4300-CHECK-ONE-ENTRY THRU 4300-EXIT
013430         VARYING DRY-SCH-SUB FROM 1 BY 1
013440             UNTIL DRY-SCH-SUB > DRY-SCH-COUNT.
013450
013460     IF DRY-ERROR-COUNT = DRY-SECTION-COUNT
013470         MOVE "  NONE" TO DRY-MESSAGE
013480         PERFORM 7000-WRITE-REPORT-LINE THRU 7000-EXIT
013490     END-IF.
013500     MOVE SPACES TO DRYRUN-REPORT-RECORD.
013510     WRITE DRYRUN-REPORT-RECORD.
013520
013530 4000-EXIT.
013540     EXIT.
013550
013560 4010-CLEAR-PALETTE-FLAGS.
013570     MOVE 'N' TO DRY-PALTAB-NAMED-SW(DRY-SUB).
013580     MOVE 'N' TO DRY-PALTAB-USED-SW(DRY-SUB).
013590
013600 4010-EXIT.
013610     EXIT.
013620
013630******************************************************************
013640* 4100-CHECK-HEADER.
013650*     WITH NO HEADER, OR A CANVAS COUNT OUTSIDE 01-20, GRADIENT
013660*     RUNS ITS BUILT-IN DEFAULTS.  IT READS ONLY AS MANY DETAILS
013670*     AS THE HEADER COUNTS.  UNDER MTX THE COUNT IS THE ONE
013680*     PLUTO-MAINT WILL WRITE.
013690******************************************************************
013700 4100-CHECK-HEADER.
013710     IF NOT DRY-HAVE-HEADER
013720         MOVE "ERROR: NO PARM HEADER -- GRADIENT RUNS DEFAULTS"
013730             TO DRY-MESSAGE
013740         PERFORM 7050-WRITE-ERROR-LINE THRU 7050-EXIT
013750         PERFORM 4150-USE-DEFAULTS THRU 4150-EXIT
013760         GO TO 4100-EXIT
013770     END-IF.
013780
013790     MOVE DRY-HEADER-IMAGE TO PARM-RECORD.
013800     IF DRY-USE-MTX
013810         MOVE DRY-CANVAS-COUNT TO PARM-CANVAS-COUNT
013820     END-IF.
013830     IF PARM-CANVAS-COUNT NOT NUMERIC
013840         OR PARM-CANVAS-COUNT = 0
013850         OR PARM-CANVAS-COUNT > 20
013860         MOVE SPACES TO DRY-MESSAGE
013870         STRING "ERROR: PARM HEADER CANVAS COUNT NOT 01-20 -- "
013880             "GRADIENT RUNS ITS DEFAULTS"
013890             DELIMITED BY SIZE INTO DRY-MESSAGE
013900         PERFORM 7050-WRITE-ERROR-LINE THRU 7050-EXIT
013910         PERFORM 4150-USE-DEFAULTS THRU 4150-EXIT
013920         GO TO 4100-EXIT
013930     END-IF.
013940
013950     IF PARM-ANGLE-STEP NUMERIC
013960         MOVE PARM-ANGLE-STEP TO DRY-DEF-STEP
013970     ELSE
013980         MOVE 0 TO DRY-DEF-STEP
013990         MOVE "ERROR: PARM HEADER ANGLE STEP NOT NUMERIC" TO
014000             DRY-MESSAGE
014010         PERFORM 7050-WRITE-ERROR-LINE THRU 7050-EXIT
014020     END-IF.
014030     IF PARM-FADE-FRAMES NUMERIC
014040         MOVE PARM-FADE-FRAMES TO DRY-FADE-FRAMES
014050     ELSE
014060         MOVE 0 TO DRY-FADE-FRAMES
014070     END-IF.
014080
014090     IF PARM-CANVAS-COUNT NOT = DRY-CANVAS-COUNT
014100         MOVE DRY-CANVAS-COUNT TO DRY-EDIT-COUNT
014110         MOVE SPACES TO DRY-MESSAGE
014120         STRING "ERROR: PARM HEADER COUNTS " PARM-CANVAS-COUNT
014130             " CANVASES, THE FILE HAS" DRY-EDIT-COUNT
014140             DELIMITED BY SIZE INTO DRY-MESSAGE
014150         PERFORM 7050-WRITE-ERROR-LINE THRU 7050-EXIT
014160         IF PARM-CANVAS-COUNT < DRY-CANVAS-COUNT
014170             MOVE PARM-CANVAS-COUNT TO DRY-CANVAS-COUNT
014180         END-IF
014190     END-IF.
014200
014210 4100-EXIT.
014220     EXIT.
014230
014240******************************************************************
014250* 4150-USE-DEFAULTS.
014260*     GRADIENT'S BUILT-IN RUN: ONE CANVAS MAIN, PALETTE DEFAULT,
014270*     THE GRADIENT PATTERN, ANGLE STEP 8.000 AND NO FADE.
014280******************************************************************
014290 4150-USE-DEFAULTS.
014300     MOVE 'Y' TO DRY-DEFAULTS-SW.
014310     MOVE 1 TO DRY-CANVAS-COUNT.
014320     MOVE 'MAIN' TO DRY-CVS-NAME(1).
014330     MOVE SPACES TO DRY-CVS-IMAGE(1).
014340     MOVE 'DEFAULT' TO DRY-CVS-PAL(1).
014350     MOVE 'GRADIENT' TO DRY-CVS-PAT(1).
014360     MOVE 8 TO DRY-DEF-STEP.
014370     MOVE 0 TO DRY-FADE-FRAMES.
014380     MOVE "NOTE: REPLAYING CANVAS MAIN, PALETTE DEFAULT, STEP 8"
014390         TO DRY-MESSAGE.
014400     PERFORM 7000-WRITE-REPORT-LINE THRU 7000-EXIT.
014410
014420     MOVE 'DEFAULT' TO DRY-WK-NAME.
014430     PERFORM 7400-FIND-PALETTE THRU 7400-EXIT.
014440     IF DRY-FOUND
014450         MOVE 'Y' TO DRY-PALTAB-NAMED-SW(DRY-HIT-SUB)
014460     END-IF.
014470     MOVE 'GRADIENT' TO DRY-WK-NAME.
014480     PERFORM 7450-FIND-PATTERN THRU 7450-EXIT.
014490     MOVE 'Y' TO DRY-PATTAB-NAMED-SW(DRY-HIT-SUB).
014500
014510 4150-EXIT.
014520     EXIT.
014530
014540******************************************************************
014550* 4200-CHECK-ONE-CANVAS.
014560*     A PATTERN OF SPACES IS GRADIENT.  A PALETTE NOT ON FILE
014570*     PAINTS WITH THE BUILT-IN RAMP ON THE WALL, SO IT IS AN
014580*     ERROR HERE.
014590******************************************************************
014600 4200-CHECK-ONE-CANVAS.
014610     MOVE DRY-CVS-IMAGE(DRY-CVS-SUB) TO PARM-RECORD.
014620     MOVE PARM-PALETTE-NAME TO DRY-CVS-PAL(DRY-CVS-SUB).
014630     IF PARM-PATTERN-TYPE = SPACES
014640         MOVE 'GRADIENT' TO DRY-CVS-PAT(DRY-CVS-SUB)
014650     ELSE
014660         MOVE PARM-PATTERN-TYPE TO DRY-CVS-PAT(DRY-CVS-SUB)
014670     END-IF.
014680
014690     IF PARM-PATTERN-VALID
014700         MOVE DRY-CVS-PAT(DRY-CVS-SUB) TO DRY-WK-NAME
014710         PERFORM 7450-FIND-PATTERN THRU 7450-EXIT
014720         MOVE 'Y' TO DRY-PATTAB-NAMED-SW(DRY-HIT-SUB)
014730     ELSE
014740         MOVE SPACES TO DRY-MESSAGE
014750         STRING "ERROR: CANVAS " PARM-CANVAS-NAME " PATTERN "
014760             PARM-PATTERN-TYPE " IS NOT A PATTERN NAME"
014770             DELIMITED BY SIZE INTO DRY-MESSAGE
014780         PERFORM 7050-WRITE-ERROR-LINE THRU 7050-EXIT
014790     END-IF.
014800
014810     IF PARM-PALETTE-NAME = SPACES
014820         GO TO 4200-EXIT
014830     END-IF.
014840     MOVE PARM-PALETTE-NAME TO DRY-WK-NAME.
014850     PERFORM 7400-FIND-PALETTE THRU 7400-EXIT.
014860     IF DRY-FOUND
014870         MOVE 'Y' TO DRY-PALTAB-NAMED-SW(DRY-HIT-SUB)
014880     ELSE
014890         MOVE SPACES TO DRY-MESSAGE
014900         STRING "ERROR: CANVAS " PARM-CANVAS-NAME " PALETTE "
014910             PARM-PALETTE-NAME " IS NOT ON THE PALETTE FILE"
014920             DELIMITED BY SIZE INTO DRY-MESSAGE
014930         PERFORM 7050-WRITE-ERROR-LINE THRU 7050-EXIT
014940     END-IF.
014950
014960 4200-EXIT.
014970     EXIT.
014980
014990******************************************************************
015000* 4300-CHECK-ONE-ENTRY.
015010*     SAME RECORD RULES AS PLUTO-MAINT.  A GOOD ENTRY IS
015020*     UNPACKED FOR THE REPLAY AND TIED TO ITS CANVAS; ONE FOR A
015030*     CANVAS NOT ON THE PARM FILE IS REPORTED IN 6500.
015040******************************************************************
015050 4300-CHECK-ONE-ENTRY.
015060     MOVE DRY-SCHTAB-IMAGE(DRY-SCH-SUB) TO SCHEDULE-RECORD.
015070     MOVE 'N' TO DRY-SCHTAB-BAD-SW(DRY-SCH-SUB).
015080     MOVE 'N' TO DRY-SCHTAB-SEEN-SW(DRY-SCH-SUB).
015090     MOVE 'N' TO DRY-SCHTAB-WON-SW(DRY-SCH-SUB).
015100     MOVE 0 TO DRY-SCHTAB-CVS-SUB(DRY-SCH-SUB).
015110     MOVE DRY-SCH-SUB TO DRY-LABEL-SUB.
015120     PERFORM 7100-BUILD-LABEL THRU 7100-EXIT.
015130
015140     MOVE 'N' TO DRY-TRANS-BAD-SW.
015150     MOVE SPACES TO DRY-REASON.
015160     IF SCH-CANVAS-NAME = SPACES
015170         MOVE "SCHEDULE CANVAS NAME IS BLANK" TO DRY-REASON
015180         MOVE 'Y' TO DRY-TRANS-BAD-SW
015190     ELSE
015200         PERFORM 7300-VALIDATE-SCHED-TIMES THRU 7300-EXIT
015210         IF NOT DRY-TRANS-BAD
015220             PERFORM 7310-VALIDATE-SCHED-FIELDS THRU 7310-EXIT
015230         END-IF
015240     END-IF.
015250     IF DRY-TRANS-BAD
015260         MOVE 'Y' TO DRY-SCHTAB-BAD-SW(DRY-SCH-SUB)
015270         MOVE SPACES TO DRY-MESSAGE
015280         STRING "ERROR: " DRY-LABEL " -- " DRY-REASON
015290             DELIMITED BY SIZE INTO DRY-MESSAGE
015300         PERFORM 7050-WRITE-ERROR-LINE THRU 7050-EXIT
015310         GO TO 4300-EXIT
015320     END-IF.
015330
015340     MOVE SCH-START-TIME TO DRY-SCHTAB-START(DRY-SCH-SUB).
015350     MOVE SCH-END-TIME TO DRY-SCHTAB-END(DRY-SCH-SUB).
015360     MOVE SCH-PALETTE-NAME TO DRY-SCHTAB-PAL(DRY-SCH-SUB).
015370     MOVE SCH-PATTERN-NAME TO DRY-SCHTAB-PAT(DRY-SCH-SUB).
015380     MOVE SCH-ANGLE-STEP TO DRY-SCHTAB-STEP(DRY-SCH-SUB).
015390
015400     MOVE SCH-CANVAS-NAME TO DRY-WK-NAME.
015410     PERFORM 7420-FIND-CANVAS THRU 7420-EXIT.
015420     IF DRY-FOUND
015430         MOVE DRY-HIT-SUB TO DRY-SCHTAB-CVS-SUB(DRY-SCH-SUB)
015440     END-IF.
015450
015460     IF SCH-PALETTE-NAME NOT = SPACES
015470         MOVE SCH-PALETTE-NAME TO DRY-WK-NAME
015480         PERFORM 7400-FIND-PALETTE THRU 7400-EXIT
015490         IF DRY-FOUND
015500             MOVE 'Y' TO DRY-PALTAB-NAMED-SW(DRY-HIT-SUB)
015510         ELSE
015520             MOVE SPACES TO DRY-MESSAGE
015530             STRING "ERROR: " DRY-LABEL " -- PALETTE "
015540                 SCH-PALETTE-NAME " IS NOT ON FILE"
015550                 DELIMITED BY SIZE INTO DRY-MESSAGE
015560             PERFORM 7050-WRITE-ERROR-LINE THRU 7050-EXIT
015570         END-IF
015580     END-IF.
015590     IF SCH-PATTERN-NAME NOT = SPACES
015600         MOVE SCH-PATTERN-NAME TO DRY-WK-NAME
015610         PERFORM 7450-FIND-PATTERN THRU 7450-EXIT
015620         MOVE 'Y' TO DRY-PATTAB-NAMED-SW(DRY-HIT-SUB)
015630     END-IF.
015640
015650 4300-EXIT.
015660     EXIT.
015670
015680******************************************************************
015690* 5000-BUILD-TIMELINES.
015700******************************************************************
015710 5000-BUILD-TIMELINES.
015720     IF DRY-BY-MINUTE
015730         MOVE "TIMELINE BY CANVAS, EVERY MINUTE" TO DRY-MESSAGE
015740     ELSE
015750         MOVE "TIMELINE BY CANVAS, ONE LINE PER UNCHANGED SPAN" TO
015760             DRY-MESSAGE
015770     END-IF.
015780     PERFORM 7000-WRITE-REPORT-LINE THRU 7000-EXIT.
015790     MOVE SPACES TO DRYRUN-REPORT-RECORD.
015800     WRITE DRYRUN-REPORT-RECORD.
015810     PERFORM 5100-CANVAS-TIMELINE THRU 5100-EXIT
015820         VARYING DRY-CVS-SUB FROM 1 BY 1
015830             UNTIL DRY-CVS-SUB > DRY-CANVAS-COUNT.
015840
015850 5000-EXIT.
015860     EXIT.
015870
015880******************************************************************
015890* 5100-CANVAS-TIMELINE.
015900*     REPLAY THE DAY TWICE FROM THE CANVAS'S STARTING STATE.
015910*     THE FIRST PASS ONLY SETTLES WHAT IS IN EFFECT AT
015920*     MIDNIGHT; THE SECOND IS REPORTED.
015930******************************************************************
015940 5100-CANVAS-TIMELINE.
015950     MOVE 0 TO DRY-LIST-COUNT.
015960     PERFORM 5110-LIST-ONE-ENTRY THRU 5110-EXIT
015970         VARYING DRY-SCH-SUB FROM 1 BY 1
015980             UNTIL DRY-SCH-SUB > DRY-SCH-COUNT.
015990
016000     MOVE DRY-CVS-PAL(DRY-CVS-SUB) TO DRY-CUR-PAL.
016010     MOVE DRY-CVS-PAT(DRY-CVS-SUB) TO DRY-CUR-PAT.
016020     MOVE DRY-DEF-STEP TO DRY-CUR-STEP.
016030     MOVE SPACES TO DRY-SCHED-PAL.
016040     MOVE SPACES TO DRY-SCHED-PAT.
016050     MOVE 0 TO DRY-PAL-CHANGES.
016060     MOVE 0 TO DRY-PAT-CHANGES.
016070     MOVE 0 TO DRY-STEP-CHANGES.
016080
016090     MOVE DRY-DEF-STEP TO DRY-EDIT-STEP.
016100     MOVE DRY-LIST-COUNT TO DRY-EDIT-COUNT.
016110     MOVE SPACES TO DRY-MESSAGE.
016120     STRING "CANVAS " DRY-CVS-NAME(DRY-CVS-SUB)
016130         "  STARTS PALETTE " DRY-CUR-PAL
016140         " PATTERN " DRY-CUR-PAT " STEP " DRY-EDIT-STEP
016150         "," DRY-EDIT-COUNT " SCHEDULE ENTRIES"
016160         DELIMITED BY SIZE INTO DRY-MESSAGE.
016170     PERFORM 7000-WRITE-REPORT-LINE THRU 7000-EXIT.
016180
016190     MOVE 1 TO DRY-PASS.
016200     PERFORM 5200-REPLAY-ONE-MINUTE THRU 5200-EXIT
016210         VARYING DRY-MINUTE FROM 0 BY 1
016220             UNTIL DRY-MINUTE > 1439.
016230     MOVE DRY-CUR-PAL TO DRY-PREV-PAL.
016240     MOVE DRY-CUR-PAT TO DRY-PREV-PAT.
016250     MOVE DRY-CUR-STEP TO DRY-PREV-STEP.
016260     MOVE 2 TO DRY-PASS.
016270     PERFORM 5200-REPLAY-ONE-MINUTE THRU 5200-EXIT
016280         VARYING DRY-MINUTE FROM 0 BY 1
016290             UNTIL DRY-MINUTE > 1439.
016300     MOVE 1440 TO DRY-MINUTE.
016310     PERFORM 5300-WRITE-SPAN THRU 5300-EXIT.
016320
016330     MOVE DRY-PAL-CHANGES TO DRY-EDIT-COUNT.
016340     MOVE DRY-PAT-CHANGES TO DRY-EDIT-COUNT2.
016350     MOVE DRY-STEP-CHANGES TO DRY-EDIT-COUNT3.
016360     MOVE SPACES TO DRY-MESSAGE.
016370     STRING "  CHANGES IN THE DAY: PALETTE" DRY-EDIT-COUNT
016380         "  PATTERN" DRY-EDIT-COUNT2 "  STEP" DRY-EDIT-COUNT3
016390         DELIMITED BY SIZE INTO DRY-MESSAGE.
016400     PERFORM 7000-WRITE-REPORT-LINE THRU 7000-EXIT.
016410     MOVE SPACES TO DRYRUN-REPORT-RECORD.
016420     WRITE DRYRUN-REPORT-RECORD.
016430
016440 5100-EXIT.
016450     EXIT.
016460
016470 5110-LIST-ONE-ENTRY.
016480     IF NOT DRY-SCHTAB-BAD(DRY-SCH-SUB)
016490         AND DRY-SCHTAB-CVS-SUB(DRY-SCH-SUB) = DRY-CVS-SUB
016500         ADD 1 TO DRY-LIST-COUNT
016510         MOVE DRY-SCH-SUB TO DRY-LIST-ENTRY(DRY-LIST-COUNT)
016520     END-IF.
016530
016540 5110-EXIT.
016550     EXIT.
016560
016570******************************************************************
016580* 5200-REPLAY-ONE-MINUTE.
016590*     ONE GRADIENT SCHEDULE POLL AT HHMM.  ON THE REPORTED PASS
016600*     THE LAST OPEN ENTRY TO NAME EACH SETTING IS MARKED AS IN
016610*     EFFECT, AND A NEW TIMELINE LINE STARTS WHEN ANYTHING
016620*     CHANGES.
016630******************************************************************
016640 5200-REPLAY-ONE-MINUTE.
016650     DIVIDE DRY-MINUTE BY 60
016660         GIVING DRY-WK-HH REMAINDER DRY-WK-MM.
016670     COMPUTE DRY-WK-HHMM = DRY-WK-HH * 100 + DRY-WK-MM.
016680     MOVE 0 TO DRY-PAL-SETTER.
016690     MOVE 0 TO DRY-PAT-SETTER.
016700     MOVE 0 TO DRY-STEP-SETTER.
016710     MOVE 0 TO DRY-PAL-SETS.
016720     MOVE 0 TO DRY-PAT-SETS.
016730     PERFORM 5210-APPLY-ONE-ENTRY THRU 5210-EXIT
016740         VARYING DRY-LIST-SUB FROM 1 BY 1
016750             UNTIL DRY-LIST-SUB > DRY-LIST-COUNT.
016760     IF DRY-PASS = 1
016770         GO TO 5200-EXIT
016780     END-IF.
016790
016800     IF DRY-PAL-SETTER > 0
016810         MOVE 'Y' TO DRY-SCHTAB-WON-SW(DRY-PAL-SETTER)
016820     END-IF.
016830     IF DRY-PAT-SETTER > 0
016840         MOVE 'Y' TO DRY-SCHTAB-WON-SW(DRY-PAT-SETTER)
016850     END-IF.
016860     IF DRY-STEP-SETTER > 0
016870         MOVE 'Y' TO DRY-SCHTAB-WON-SW(DRY-STEP-SETTER)
016880     END-IF.
016890     PERFORM 5250-NOTE-MINUTE THRU 5250-EXIT.
016900     MOVE DRY-CUR-PAL TO DRY-PREV-PAL.
016910     MOVE DRY-CUR-PAT TO DRY-PREV-PAT.
016920     MOVE DRY-CUR-STEP TO DRY-PREV-STEP.
016930
016940 5200-EXIT.
016950     EXIT.
016960
016970******************************************************************
016980* 5210-APPLY-ONE-ENTRY.
016990*     THE SAME WINDOW TEST AND SETTING RULES AS GRADIENT'S 2320
017000*     AND 2330 PARAGRAPHS.
017010******************************************************************
017020 5210-APPLY-ONE-ENTRY.
017030     MOVE DRY-LIST-ENTRY(DRY-LIST-SUB) TO DRY-SCH-SUB.
017040     MOVE 'N' TO DRY-ACTIVE-SW.
017050     IF DRY-SCHTAB-START(DRY-SCH-SUB) <=
017060             DRY-SCHTAB-END(DRY-SCH-SUB)
017070         IF DRY-WK-HHMM >= DRY-SCHTAB-START(DRY-SCH-SUB)
017080             AND DRY-WK-HHMM < DRY-SCHTAB-END(DRY-SCH-SUB)
017090             MOVE 'Y' TO DRY-ACTIVE-SW
017100         END-IF
017110     ELSE
017120         IF DRY-WK-HHMM >= DRY-SCHTAB-START(DRY-SCH-SUB)
017130             OR DRY-WK-HHMM < DRY-SCHTAB-END(DRY-SCH-SUB)
017140             MOVE 'Y' TO DRY-ACTIVE-SW
017150         END-IF
017160     END-IF.
017170     IF NOT DRY-ACTIVE
017180         GO TO 5210-EXIT
017190     END-IF.
017200     IF DRY-PASS = 2
017210         MOVE 'Y' TO DRY-SCHTAB-SEEN-SW(DRY-SCH-SUB)
017220     END-IF.
017230
017240     IF DRY-SCHTAB-STEP(DRY-SCH-SUB) > 0
017250         MOVE DRY-SCH-SUB TO DRY-STEP-SETTER
017260         MOVE DRY-SCHTAB-STEP(DRY-SCH-SUB) TO DRY-CUR-STEP
017270     END-IF.
017280     IF DRY-SCHTAB-PAL(DRY-SCH-SUB) NOT = SPACES
017290         MOVE DRY-SCH-SUB TO DRY-PAL-SETTER
017300         IF DRY-SCHTAB-PAL(DRY-SCH-SUB) NOT = DRY-SCHED-PAL
017310             MOVE DRY-SCHTAB-PAL(DRY-SCH-SUB) TO DRY-SCHED-PAL
017320             MOVE DRY-SCHTAB-PAL(DRY-SCH-SUB) TO DRY-CUR-PAL
017330             ADD 1 TO DRY-PAL-SETS
017340         END-IF
017350     END-IF.
017360     IF DRY-SCHTAB-PAT(DRY-SCH-SUB) NOT = SPACES
017370         MOVE DRY-SCH-SUB TO DRY-PAT-SETTER
017380         IF DRY-SCHTAB-PAT(DRY-SCH-SUB) NOT = DRY-SCHED-PAT
017390             MOVE DRY-SCHTAB-PAT(DRY-SCH-SUB) TO DRY-SCHED-PAT
017400             MOVE DRY-SCHTAB-PAT(DRY-SCH-SUB) TO DRY-CUR-PAT
017410             ADD 1 TO DRY-PAT-SETS
017420         END-IF
017430     END-IF.
017440
017450 5210-EXIT.
017460     EXIT.
017470
017480******************************************************************
017490* 5250-NOTE-MINUTE.
017500*     SAY WHAT CHANGED AT THIS MINUTE, THE PALETTE FIRST.  A
017510*     PALETTE OR PATTERN SET MORE THAN ONCE IN THE SAME POLL IS
017520*     BEING RE-APPLIED ON EVERY PASS BY OVERLAPPING ENTRIES.
017530******************************************************************
017540 5250-NOTE-MINUTE.
017550     MOVE SPACES TO DRY-NOTE.
017560     IF DRY-CUR-STEP NOT = DRY-PREV-STEP
017570         ADD 1 TO DRY-STEP-CHANGES
017580         MOVE DRY-PREV-STEP TO DRY-EDIT-STEP
017590         STRING "STEP WAS " DRY-EDIT-STEP
017600             DELIMITED BY SIZE INTO DRY-NOTE
017610     END-IF.
017620     IF DRY-CUR-PAT NOT = DRY-PREV-PAT
017630         ADD 1 TO DRY-PAT-CHANGES
017640         MOVE SPACES TO DRY-NOTE
017650         STRING "PATTERN WAS " DRY-PREV-PAT
017660             DELIMITED BY SIZE INTO DRY-NOTE
017670     END-IF.
017680     IF DRY-CUR-PAL NOT = DRY-PREV-PAL
017690         ADD 1 TO DRY-PAL-CHANGES
017700         MOVE SPACES TO DRY-NOTE
017710         IF DRY-FADE-FRAMES > 0
017720             STRING "CROSS-FADE FROM " DRY-PREV-PAL
017730                 DELIMITED BY SIZE INTO DRY-NOTE
017740         ELSE
017750             STRING "HARD CUT FROM " DRY-PREV-PAL
017760                 DELIMITED BY SIZE INTO DRY-NOTE
017770         END-IF
017780     END-IF.
017790
017800     IF DRY-PAL-SETS > 1 OR DRY-PAT-SETS > 1
017810         MOVE 'Y' TO DRY-REAPPLIED-SW
017820     ELSE
017830         MOVE 'N' TO DRY-REAPPLIED-SW
017840     END-IF.
017850     IF DRY-NOTE = SPACES AND DRY-REAPPLIED
017860         MOVE "RE-APPLIED ON EVERY PASS" TO DRY-NOTE
017870     END-IF.
017880     IF DRY-NOTE = SPACES AND DRY-MINUTE = 0
017890         MOVE "CARRIED OVER FROM DAY BEFORE" TO DRY-NOTE
017900     END-IF.
017910
017920     IF DRY-MINUTE > 0
017930         AND NOT DRY-BY-MINUTE
017940         AND DRY-CUR-PAL = DRY-PREV-PAL
017950         AND DRY-CUR-PAT = DRY-PREV-PAT
017960         AND DRY-CUR-STEP = DRY-PREV-STEP
017970         AND DRY-REAPPLIED-SW = DRY-SPAN-REAPPLIED-SW
017980         GO TO 5250-EXIT
017990     END-IF.
018000
018010     IF DRY-MINUTE > 0
018020         PERFORM 5300-WRITE-SPAN THRU 5300-EXIT
018030     END-IF.
018040     MOVE DRY-MINUTE TO DRY-SPAN-FROM.
018050     MOVE DRY-CUR-PAL TO DRY-SPAN-PAL.
018060     MOVE DRY-CUR-PAT TO DRY-SPAN-PAT.
018070     MOVE DRY-CUR-STEP TO DRY-SPAN-STEP.
018080     MOVE DRY-NOTE TO DRY-SPAN-NOTE.
018090     MOVE DRY-REAPPLIED-SW TO DRY-SPAN-REAPPLIED-SW.
018100
018110     MOVE DRY-CUR-PAL TO DRY-WK-NAME.
018120     PERFORM 7400-FIND-PALETTE THRU 7400-EXIT.
018130     IF DRY-FOUND
018140         MOVE 'Y' TO DRY-PALTAB-USED-SW(DRY-HIT-SUB)
018150     END-IF.
018160     MOVE DRY-CUR-PAT TO DRY-WK-NAME.
018170     PERFORM 7450-FIND-PATTERN THRU 7450-EXIT.
018180     IF DRY-FOUND
018190         MOVE 'Y' TO DRY-PATTAB-USED-SW(DRY-HIT-SUB)
018200     END-IF.
018210
018220 5250-EXIT.
018230     EXIT.
018240
018250******************************************************************
018260* 5300-WRITE-SPAN.
018270*     THE OPEN SPAN RUNS UP TO, NOT INCLUDING, DRY-MINUTE.
018280******************************************************************
018290 5300-WRITE-SPAN.
018300     MOVE DRY-SPAN-FROM TO DRY-WK-MINUTE.
018310     PERFORM 7200-EDIT-MINUTE THRU 7200-EXIT.
018320     MOVE DRY-EDIT-TIME TO DRY-TL-FROM.
018330     MOVE DRY-MINUTE TO DRY-WK-MINUTE.
018340     PERFORM 7200-EDIT-MINUTE THRU 7200-EXIT.
018350     MOVE DRY-EDIT-TIME TO DRY-TL-TO.
018360     MOVE DRY-SPAN-PAL TO DRY-TL-PAL.
018370     MOVE DRY-SPAN-PAT TO DRY-TL-PAT.
018380     MOVE DRY-SPAN-STEP TO DRY-TL-STEP.
018390     MOVE DRY-SPAN-NOTE TO DRY-TL-NOTE.
018400     MOVE DRY-TIMELINE-LINE TO DRY-MESSAGE.
018410     PERFORM 7000-WRITE-REPORT-LINE THRU 7000-EXIT.
018420
018430 5300-EXIT.
018440     EXIT.
018450
018460******************************************************************
018470* 6000-FIND-OVERLAPS.
018480*     EVERY PAIR OF GOOD ENTRIES FOR THE SAME CANVAS WHOSE
018490*     WINDOWS SHARE A MINUTE.  THE PAIR CONFLICTS WHEN BOTH SET
018500*     THE SAME SETTING TO DIFFERENT VALUES; OTHERWISE THE
018510*     OVERLAP IS ONLY NOTED.
018520******************************************************************
018530 6000-FIND-OVERLAPS.
018540     MOVE "OVERLAPPING WINDOWS" TO DRY-MESSAGE.
018550     PERFORM 7000-WRITE-REPORT-LINE THRU 7000-EXIT.
018560     MOVE 0 TO DRY-SECTION-COUNT.
018570     PERFORM 6100-CHECK-ENTRY THRU 6100-EXIT
018580         VARYING DRY-SUB FROM 1 BY 1
018590             UNTIL DRY-SUB > DRY-SCH-COUNT.
018600     IF DRY-SECTION-COUNT = 0
018610         MOVE "  NONE" TO DRY-MESSAGE
018620         PERFORM 7000-WRITE-REPORT-LINE THRU 7000-EXIT
018630     END-IF.
018640     MOVE SPACES TO DRYRUN-REPORT-RECORD.
018650     WRITE DRYRUN-REPORT-RECORD.
018660
018670 6000-EXIT.
018680     EXIT.
018690
018700 6100-CHECK-ENTRY.
018710     PERFORM 6110-CHECK-PAIR THRU 6110-EXIT
018720         VARYING DRY-SUB2 FROM 1 BY 1
018730             UNTIL DRY-SUB2 > DRY-SCH-COUNT.
018740
018750 6100-EXIT.
018760     EXIT.
018770
018780******************************************************************
018790* 6110-CHECK-PAIR.
018800*     DRY-SUB IS THE EARLIER ENTRY ON FILE, DRY-SUB2 THE LATER.
018810******************************************************************
018820 6110-CHECK-PAIR.
018830     IF DRY-SUB2 NOT > DRY-SUB
018840         GO TO 6110-EXIT
018850     END-IF.
018860     IF DRY-SCHTAB-BAD(DRY-SUB) OR DRY-SCHTAB-BAD(DRY-SUB2)
018870         GO TO 6110-EXIT
018880     END-IF.
018890     IF DRY-SCHTAB-CVS-SUB(DRY-SUB) = 0
018900         OR DRY-SCHTAB-CVS-SUB(DRY-SUB) NOT =
018910             DRY-SCHTAB-CVS-SUB(DRY-SUB2)
018920         GO TO 6110-EXIT
018930     END-IF.
018940
018950     MOVE DRY-SCHTAB-START(DRY-SUB) TO DRY-SEG-FROM.
018960     MOVE DRY-SCHTAB-END(DRY-SUB) TO DRY-SEG-TO.
018970     PERFORM 6120-SPLIT-WINDOW THRU 6120-EXIT.
018980     MOVE DRY-SEGMENTS-B TO DRY-SEGMENTS-A.
018990     MOVE DRY-SCHTAB-START(DRY-SUB2) TO DRY-SEG-FROM.
019000     MOVE DRY-SCHTAB-END(DRY-SUB2) TO DRY-SEG-TO.
019010     PERFORM 6120-SPLIT-WINDOW THRU 6120-EXIT.
019020
019030     MOVE SPACES TO DRY-RANGE-TEXT.
019040     MOVE 1 TO DRY-RANGE-PTR.
019050     PERFORM 6130-INTERSECT-SEGMENTS THRU 6130-EXIT
019060         VARYING DRY-SEG-SUB FROM 1 BY 1
019070             UNTIL DRY-SEG-SUB > DRY-SEG-A-COUNT
019080         AFTER DRY-SEG-SUB2 FROM 1 BY 1
019090             UNTIL DRY-SEG-SUB2 > DRY-SEG-B-COUNT.
019100     IF DRY-RANGE-PTR = 1
019110         GO TO 6110-EXIT
019120     END-IF.
019130
019140     MOVE 'N' TO DRY-PAL-DIFFERS-SW.
019150     MOVE 'N' TO DRY-PAT-DIFFERS-SW.
019160     MOVE 'N' TO DRY-STEP-DIFFERS-SW.
019170     IF DRY-SCHTAB-PAL(DRY-SUB) NOT = SPACES
019180         AND DRY-SCHTAB-PAL(DRY-SUB2) NOT = SPACES
019190         AND DRY-SCHTAB-PAL(DRY-SUB) NOT =
019200             DRY-SCHTAB-PAL(DRY-SUB2)
019210         MOVE 'Y' TO DRY-PAL-DIFFERS-SW
019220     END-IF.
019230     IF DRY-SCHTAB-PAT(DRY-SUB) NOT = SPACES
019240         AND DRY-SCHTAB-PAT(DRY-SUB2) NOT = SPACES
019250         AND DRY-SCHTAB-PAT(DRY-SUB) NOT =
019260             DRY-SCHTAB-PAT(DRY-SUB2)
019270         MOVE 'Y' TO DRY-PAT-DIFFERS-SW
019280     END-IF.
019290     IF DRY-SCHTAB-STEP(DRY-SUB) > 0
019300         AND DRY-SCHTAB-STEP(DRY-SUB2) > 0
019310         AND DRY-SCHTAB-STEP(DRY-SUB) NOT =
019320             DRY-SCHTAB-STEP(DRY-SUB2)
019330         MOVE 'Y' TO DRY-STEP-DIFFERS-SW
019340     END-IF.
019350
019360     ADD 1 TO DRY-SECTION-COUNT.
019370     MOVE DRY-SUB TO DRY-LABEL-SUB.
019380     PERFORM 7100-BUILD-LABEL THRU 7100-EXIT.
019390     MOVE DRY-LABEL TO DRY-LABEL-A.
019400     MOVE DRY-SUB2 TO DRY-LABEL-SUB.
019410     PERFORM 7100-BUILD-LABEL THRU 7100-EXIT.
019420     MOVE DRY-LABEL TO DRY-LABEL-B.
019430
019440     IF NOT DRY-PAL-DIFFERS AND NOT DRY-PAT-DIFFERS
019450         AND NOT DRY-STEP-DIFFERS
019460         ADD 1 TO DRY-OVERLAP-COUNT
019470         MOVE SPACES TO DRY-MESSAGE
019480         STRING "NOTE: " DRY-LABEL-A " AND " DRY-LABEL-B
019490             DELIMITED BY SIZE INTO DRY-MESSAGE
019500         PERFORM 7000-WRITE-REPORT-LINE THRU 7000-EXIT
019510         MOVE SPACES TO DRY-MESSAGE
019520         STRING "          BOTH OPEN "
019530             DRY-RANGE-TEXT(1:DRY-RANGE-PTR - 1)
019540             "-- NO SETTING DISAGREES"
019550             DELIMITED BY SIZE INTO DRY-MESSAGE
019560         PERFORM 7000-WRITE-REPORT-LINE THRU 7000-EXIT
019570         GO TO 6110-EXIT
019580     END-IF.
019590
019600     ADD 1 TO DRY-CONFLICT-COUNT.
019610     MOVE SPACES TO DRY-MESSAGE.
019620     STRING "CONFLICT: " DRY-LABEL-A " AND " DRY-LABEL-B
019630         DELIMITED BY SIZE INTO DRY-MESSAGE.
019640     PERFORM 7000-WRITE-REPORT-LINE THRU 7000-EXIT.
019650     MOVE SPACES TO DRY-MESSAGE.
019660     STRING "          BOTH OPEN "
019670         DRY-RANGE-TEXT(1:DRY-RANGE-PTR - 1)
019680         DELIMITED BY SIZE INTO DRY-MESSAGE.
019690     PERFORM 7000-WRITE-REPORT-LINE THRU 7000-EXIT.
019700
019710     MOVE SPACES TO DRY-DIFFER-TEXT.
019720     MOVE 1 TO DRY-DIFFER-PTR.
019730     IF DRY-PAL-DIFFERS
019740         STRING "PALETTE " DELIMITED BY SIZE
019750             INTO DRY-DIFFER-TEXT WITH POINTER DRY-DIFFER-PTR
019760     END-IF.
019770     IF DRY-PAT-DIFFERS
019780         STRING "PATTERN " DELIMITED BY SIZE
019790             INTO DRY-DIFFER-TEXT WITH POINTER DRY-DIFFER-PTR
019800     END-IF.
019810     IF DRY-STEP-DIFFERS
019820         STRING "STEP " DELIMITED BY SIZE
019830             INTO DRY-DIFFER-TEXT WITH POINTER DRY-DIFFER-PTR
019840     END-IF.
019850     MOVE DRY-SUB2 TO DRY-EDIT-ENTRY.
019860     MOVE SPACES TO DRY-MESSAGE.
019870     STRING "          " DRY-DIFFER-TEXT(1:DRY-DIFFER-PTR - 1)
019880         "DIFFER -- ENTRY " DRY-EDIT-ENTRY
019890         " IS LATER ON FILE AND SHOWS"
019900         DELIMITED BY SIZE INTO DRY-MESSAGE.
019910     PERFORM 7000-WRITE-REPORT-LINE THRU 7000-EXIT.
019920     IF DRY-PAL-DIFFERS OR DRY-PAT-DIFFERS
019930         MOVE SPACES TO DRY-MESSAGE
019940         STRING "          BOTH ARE RE-APPLIED ON EVERY PASS "
019950             "WHILE BOTH ARE OPEN"
019960             DELIMITED BY SIZE INTO DRY-MESSAGE
019970         PERFORM 7000-WRITE-REPORT-LINE THRU 7000-EXIT
019980     END-IF.
019990
020000 6110-EXIT.
020010     EXIT.
020020
020030******************************************************************
020040* 6120-SPLIT-WINDOW.
020050*     DRY-SEG-FROM/TO INTO DRY-SEGMENTS-B.  START = END IS AN
020060*     EMPTY WINDOW AND GIVES NO SEGMENT.
020070******************************************************************
020080 6120-SPLIT-WINDOW.
020090     MOVE 0 TO DRY-SEG-B-COUNT.
020100     IF DRY-SEG-FROM < DRY-SEG-TO
020110         MOVE 1 TO DRY-SEG-B-COUNT
020120         MOVE DRY-SEG-FROM TO DRY-SEG-B-FROM(1)
020130         MOVE DRY-SEG-TO TO DRY-SEG-B-TO(1)
020140     END-IF.
020150     IF DRY-SEG-FROM > DRY-SEG-TO
020160         MOVE 1 TO DRY-SEG-B-COUNT
020170         MOVE DRY-SEG-FROM TO DRY-SEG-B-FROM(1)
020180         MOVE 2400 TO DRY-SEG-B-TO(1)
020190         IF DRY-SEG-TO > 0
020200             MOVE 2 TO DRY-SEG-B-COUNT
020210             MOVE 0 TO DRY-SEG-B-FROM(2)
020220             MOVE DRY-SEG-TO TO DRY-SEG-B-TO(2)
020230         END-IF
020240     END-IF.
020250
020260 6120-EXIT.
020270     EXIT.
020280
020290 6130-INTERSECT-SEGMENTS.
020300     MOVE DRY-SEG-A-FROM(DRY-SEG-SUB) TO DRY-SEG-LO.
020310     IF DRY-SEG-B-FROM(DRY-SEG-SUB2) > DRY-SEG-LO
020320         MOVE DRY-SEG-B-FROM(DRY-SEG-SUB2) TO DRY-SEG-LO
020330     END-IF.
020340     MOVE DRY-SEG-A-TO(DRY-SEG-SUB) TO DRY-SEG-HI.
020350     IF DRY-SEG-B-TO(DRY-SEG-SUB2) < DRY-SEG-HI
020360         MOVE DRY-SEG-B-TO(DRY-SEG-SUB2) TO DRY-SEG-HI
020370     END-IF.
020380     IF DRY-SEG-LO < DRY-SEG-HI
020390         MOVE DRY-SEG-LO TO DRY-EDIT-HHMM
020400         MOVE DRY-SEG-HI TO DRY-EDIT-HHMM2
020410         STRING DRY-EDIT-HHMM "-" DRY-EDIT-HHMM2 " "
020420             DELIMITED BY SIZE
020430             INTO DRY-RANGE-TEXT WITH POINTER DRY-RANGE-PTR
020440     END-IF.
020450
020460 6130-EXIT.
020470     EXIT.
020480
020490******************************************************************
020500* 6500-FIND-UNREACHABLE.
020510*     GOOD ENTRIES THAT NEVER PUT A SETTING ON THE WALL, WITH
020520*     THE FIRST REASON THAT APPLIES.
020530******************************************************************
020540 6500-FIND-UNREACHABLE.
020550     MOVE "SCHEDULE ENTRIES THAT NEVER TAKE EFFECT" TO
020560         DRY-MESSAGE.
020570     PERFORM 7000-WRITE-REPORT-LINE THRU 7000-EXIT.
020580     MOVE 0 TO DRY-SECTION-COUNT.
020590     PERFORM 6510-CHECK-ONE-ENTRY THRU 6510-EXIT
020600         VARYING DRY-SCH-SUB FROM 1 BY 1
020610             UNTIL DRY-SCH-SUB > DRY-SCH-COUNT.
020620     IF DRY-SECTION-COUNT = 0
020630         MOVE "  NONE" TO DRY-MESSAGE
020640         PERFORM 7000-WRITE-REPORT-LINE THRU 7000-EXIT
020650     END-IF.
020660     MOVE SPACES TO DRYRUN-REPORT-RECORD.
020670     WRITE DRYRUN-REPORT-RECORD.
020680
020690 6500-EXIT.
020700     EXIT.
020710
020720 6510-CHECK-ONE-ENTRY.
020730     IF DRY-SCHTAB-BAD(DRY-SCH-SUB)
020740         GO TO 6510-EXIT
020750     END-IF.
020760     MOVE SPACES TO DRY-REASON.
020770     EVALUATE TRUE
020780         WHEN DRY-SCHTAB-CVS-SUB(DRY-SCH-SUB) = 0
020790             MOVE "CANVAS IS NOT ON THE PARM FILE" TO DRY-REASON
020800         WHEN DRY-SCHTAB-START(DRY-SCH-SUB) =
020810                 DRY-SCHTAB-END(DRY-SCH-SUB)
020820             MOVE "WINDOW IS EMPTY (START = END)" TO DRY-REASON
020830         WHEN DRY-SCHTAB-PAL(DRY-SCH-SUB) = SPACES
020840             AND DRY-SCHTAB-PAT(DRY-SCH-SUB) = SPACES
020850             AND DRY-SCHTAB-STEP(DRY-SCH-SUB) = 0
020860             MOVE "SETS NO PALETTE, PATTERN OR STEP" TO DRY-REASON
020870         WHEN NOT DRY-SCHTAB-SEEN(DRY-SCH-SUB)
020880             MOVE "WINDOW NEVER OPENS" TO DRY-REASON
020890         WHEN NOT DRY-SCHTAB-WON(DRY-SCH-SUB)
020900             MOVE "LATER ENTRIES OVERRIDE IT WHENEVER IT IS OPEN"
020910                 TO DRY-REASON
020920     END-EVALUATE.
020930     IF DRY-REASON = SPACES
020940         GO TO 6510-EXIT
020950     END-IF.
020960
020970     ADD 1 TO DRY-SECTION-COUNT.
020980     ADD 1 TO DRY-UNREACHABLE-COUNT.
020990     MOVE DRY-SCH-SUB TO DRY-LABEL-SUB.
021000     PERFORM 7100-BUILD-LABEL THRU 7100-EXIT.
021010     MOVE SPACES TO DRY-MESSAGE.
021020     STRING "WARNING: " DRY-LABEL " -- " DRY-REASON
021030         DELIMITED BY SIZE INTO DRY-MESSAGE.
021040     PERFORM 7000-WRITE-REPORT-LINE THRU 7000-EXIT.
021050
021060 6510-EXIT.
021070     EXIT.
021080
021090******************************************************************
021100* 6600-FIND-NEVER-IN-EFFECT.
021110*     PALETTES ON FILE, AND PATTERNS NAMED ON THE PARM FILE OR
021120*     THE SCHEDULE, THAT NO CANVAS SHOWS AT ANY MINUTE.
021130******************************************************************
021140 6600-FIND-NEVER-IN-EFFECT.
021150     MOVE "PALETTES AND PATTERNS NEVER IN EFFECT" TO DRY-MESSAGE.
021160     PERFORM 7000-WRITE-REPORT-LINE THRU 7000-EXIT.
021170     MOVE 0 TO DRY-SECTION-COUNT.
021180     PERFORM 6610-CHECK-ONE-PALETTE THRU 6610-EXIT
021190         VARYING DRY-SUB FROM 1 BY 1
021200             UNTIL DRY-SUB > DRY-PAL-COUNT.
021210     PERFORM 6620-CHECK-ONE-PATTERN THRU 6620-EXIT
021220         VARYING DRY-SUB FROM 1 BY 1
021230             UNTIL DRY-SUB > 4.
021240     IF DRY-SECTION-COUNT = 0
021250         MOVE "  NONE" TO DRY-MESSAGE
021260         PERFORM 7000-WRITE-REPORT-LINE THRU 7000-EXIT
021270     END-IF.
021280     MOVE SPACES TO DRYRUN-REPORT-RECORD.
021290     WRITE DRYRUN-REPORT-RECORD.
021300
021310 6600-EXIT.
021320     EXIT.
021330
021340 6610-CHECK-ONE-PALETTE.
021350     IF DRY-PALTAB-USED(DRY-SUB)
021360         GO TO 6610-EXIT
021370     END-IF.
021380     ADD 1 TO DRY-SECTION-COUNT.
021390     ADD 1 TO DRY-UNUSED-COUNT.
021400     MOVE SPACES TO DRY-MESSAGE.
021410     IF DRY-PALTAB-NAMED(DRY-SUB)
021420         STRING "WARNING: PALETTE " DRY-PALTAB-NAME(DRY-SUB)
021430             " IS NAMED, BUT NEVER IN EFFECT ON THE DAY"
021440             DELIMITED BY SIZE INTO DRY-MESSAGE
021450     ELSE
021460         STRING "WARNING: PALETTE " DRY-PALTAB-NAME(DRY-SUB)
021470             " IS NOT NAMED ON THE PARM FILE OR THE SCHEDULE"
021480             DELIMITED BY SIZE INTO DRY-MESSAGE
021490     END-IF.
021500     PERFORM 7000-WRITE-REPORT-LINE THRU 7000-EXIT.
021510
021520 6610-EXIT.
021530     EXIT.
021540
021550 6620-CHECK-ONE-PATTERN.
021560     IF NOT DRY-PATTAB-NAMED(DRY-SUB)
021570         OR DRY-PATTAB-USED(DRY-SUB)
021580         GO TO 6620-EXIT
021590     END-IF.
021600     ADD 1 TO DRY-SECTION-COUNT.
021610     ADD 1 TO DRY-UNUSED-COUNT.
021620     MOVE SPACES TO DRY-MESSAGE.
021630     STRING "WARNING: PATTERN " DRY-PATTAB-NAME(DRY-SUB)
021640         " IS NAMED, BUT NEVER IN EFFECT ON THE DAY"
021650         DELIMITED BY SIZE INTO DRY-MESSAGE.
021660     PERFORM 7000-WRITE-REPORT-LINE THRU 7000-EXIT.
021670
021680 6620-EXIT.
021690     EXIT.
021700
021710******************************************************************
021720* 7000-WRITE-REPORT-LINE.
021730******************************************************************
021740 7000-WRITE-REPORT-LINE.
021750     MOVE DRY-MESSAGE TO DRYRUN-REPORT-RECORD.
021760     WRITE DRYRUN-REPORT-RECORD.
021770
021780 7000-EXIT.
021790     EXIT.
021800
021810******************************************************************
021820* 7050-WRITE-ERROR-LINE.
021830*     AN ERROR LINE IS COUNTED TOWARD RC 8.
021840******************************************************************
021850 7050-WRITE-ERROR-LINE.
021860     ADD 1 TO DRY-ERROR-COUNT.
021870     PERFORM 7000-WRITE-REPORT-LINE THRU 7000-EXIT.
021880
021890 7050-EXIT.
021900     EXIT.
021910
021920******************************************************************
021930* 7100-BUILD-LABEL.
021940*     'ENTRY NNN CANVAS   HHMM-HHMM' FOR SCHEDULE ENTRY
021950*     DRY-LABEL-SUB, NUMBERED IN FILE ORDER.
021960******************************************************************
021970 7100-BUILD-LABEL.
021980     MOVE DRY-LABEL-SUB TO DRY-EDIT-ENTRY.
021990     MOVE SPACES TO DRY-LABEL.
022000     STRING "ENTRY " DRY-EDIT-ENTRY " "
022010         DRY-SCHTAB-KEY(DRY-LABEL-SUB)(1:8) " "
022020         DRY-SCHTAB-KEY(DRY-LABEL-SUB)(9:4) "-"
022030         DRY-SCHTAB-KEY(DRY-LABEL-SUB)(13:4)
022040         DELIMITED BY SIZE INTO DRY-LABEL.
022050
022060 7100-EXIT.
022070     EXIT.
022080
022090******************************************************************
022100* 7200-EDIT-MINUTE.
022110*     MINUTE OF THE DAY IN DRY-WK-MINUTE TO HH:MM; 1440 IS 24:00.
022120******************************************************************
022130 7200-EDIT-MINUTE.
022140     DIVIDE DRY-WK-MINUTE BY 60
022150         GIVING DRY-EDIT-TIME-HH REMAINDER DRY-EDIT-TIME-MM.
022160
022170 7200-EXIT.
022180     EXIT.
022190
022200******************************************************************
022210* 7300-VALIDATE-SCHED-TIMES.
022220*     SAME CLOCK RULES AS PLUTO-MAINT'S 2450 PARAGRAPH.
022230******************************************************************
022240 7300-VALIDATE-SCHED-TIMES.
022250     IF SCH-START-TIME NOT NUMERIC
022260         OR SCH-END-TIME NOT NUMERIC
022270         MOVE "SCHEDULE WINDOW NOT NUMERIC" TO DRY-REASON
022280         MOVE 'Y' TO DRY-TRANS-BAD-SW
022290         GO TO 7300-EXIT
022300     END-IF.
022310
022320     DIVIDE SCH-START-TIME BY 100
022330         GIVING DRY-WK-HH REMAINDER DRY-WK-MM.
022340     IF DRY-WK-HH > 23 OR DRY-WK-MM > 59
022350         MOVE "SCHEDULE WINDOW TIME OFF THE CLOCK" TO
022360             DRY-REASON
022370         MOVE 'Y' TO DRY-TRANS-BAD-SW
022380         GO TO 7300-EXIT
022390     END-IF.
022400
022410     DIVIDE SCH-END-TIME BY 100
022420         GIVING DRY-WK-HH REMAINDER DRY-WK-MM.
022430     IF DRY-WK-MM > 59
022440         OR (DRY-WK-HH > 23 AND SCH-END-TIME NOT = 2400)
022450         MOVE "SCHEDULE WINDOW TIME OFF THE CLOCK" TO
022460             DRY-REASON
022470         MOVE 'Y' TO DRY-TRANS-BAD-SW
022480     END-IF.
022490
022500 7300-EXIT.
022510     EXIT.
022520
022530******************************************************************
022540* 7310-VALIDATE-SCHED-FIELDS.
022550*     SAME FIELD RULES AS PLUTO-MAINT'S 2460 PARAGRAPH.
022560******************************************************************
022570 7310-VALIDATE-SCHED-FIELDS.
022580     IF SCH-ANGLE-STEP NOT NUMERIC
022590         MOVE "SCHEDULE ANGLE STEP NOT NUMERIC" TO DRY-REASON
022600         MOVE 'Y' TO DRY-TRANS-BAD-SW
022610         GO TO 7310-EXIT
022620     END-IF.
022630     IF NOT SCH-PATTERN-VALID
022640         MOVE "UNKNOWN PATTERN TYPE" TO DRY-REASON
022650         MOVE 'Y' TO DRY-TRANS-BAD-SW
022660     END-IF.
022670
022680 7310-EXIT.
022690     EXIT.
022700
022710******************************************************************
022720* 7400-FIND-PALETTE, 7420-FIND-CANVAS, 7450-FIND-PATTERN.
022730*     LOOK UP DRY-WK-NAME; DRY-HIT-SUB IS LEFT ON IT WHEN
022740*     DRY-FOUND.
022750******************************************************************
022760 7400-FIND-PALETTE.
022770     MOVE 'N' TO DRY-FOUND-SW.
022780     MOVE 0 TO DRY-HIT-SUB.
022790     PERFORM 7410-MATCH-ONE-PALETTE THRU 7410-EXIT
022800         VARYING DRY-FIND-SUB FROM 1 BY 1
022810             UNTIL DRY-FIND-SUB > DRY-PAL-COUNT
022820                 OR DRY-FOUND.
022830
022840 7400-EXIT.
022850     EXIT.
022860
022870 7410-MATCH-ONE-PALETTE.
022880     IF DRY-PALTAB-NAME(DRY-FIND-SUB) = DRY-WK-NAME
022890         MOVE DRY-FIND-SUB TO DRY-HIT-SUB
022900         MOVE 'Y' TO DRY-FOUND-SW
022910     END-IF.
022920
022930 7410-EXIT.
022940     EXIT.
022950
022960 7420-FIND-CANVAS.
022970     MOVE 'N' TO DRY-FOUND-SW.
022980     MOVE 0 TO DRY-HIT-SUB.
022990     PERFORM 7430-MATCH-ONE-CANVAS THRU 7430-EXIT
023000         VARYING DRY-FIND-SUB FROM 1 BY 1
023010             UNTIL DRY-FIND-SUB > DRY-CANVAS-COUNT
023020                 OR DRY-FOUND.
023030
023040 7420-EXIT.
023050     EXIT.
023060
023070 7430-MATCH-ONE-CANVAS.
023080     IF DRY-CVS-NAME(DRY-FIND-SUB) = DRY-WK-NAME
023090         MOVE DRY-FIND-SUB TO DRY-HIT-SUB
023100         MOVE 'Y' TO DRY-FOUND-SW
023110     END-IF.
023120
023130 7430-EXIT.
023140     EXIT.
023150
023160 7450-FIND-PATTERN.
023170     MOVE 'N' TO DRY-FOUND-SW.
023180     MOVE 0 TO DRY-HIT-SUB.
023190     PERFORM 7460-MATCH-ONE-PATTERN THRU 7460-EXIT
023200         VARYING DRY-FIND-SUB FROM 1 BY 1
023210             UNTIL DRY-FIND-SUB > 4
023220                 OR DRY-FOUND.
023230
023240 7450-EXIT.
023250     EXIT.
023260
023270 7460-MATCH-ONE-PATTERN.
023280     IF DRY-PATTAB-NAME(DRY-FIND-SUB) = DRY-WK-NAME
023290         MOVE DRY-FIND-SUB TO DRY-HIT-SUB
023300         MOVE 'Y' TO DRY-FOUND-SW
023310     END-IF.
023320
023330 7460-EXIT.
023340     EXIT.
023350
023360******************************************************************
023370* 8000-WRITE-SUMMARY.
023380******************************************************************
023390 8000-WRITE-SUMMARY.
023400     MOVE "SUMMARY" TO DRY-MESSAGE.
023410     PERFORM 7000-WRITE-REPORT-LINE THRU 7000-EXIT.
023420     MOVE "CANVASES REPLAYED . . . . . . . . . . ."
023425         TO DRY-MESSAGE.
023430     MOVE DRY-CANVAS-COUNT TO DRY-EDIT-COUNT.
023440     PERFORM 8100-WRITE-COUNT-LINE THRU 8100-EXIT.
023450     MOVE "SCHEDULE ENTRIES. . . . . . . . . . . ."
023455         TO DRY-MESSAGE.
023460     MOVE DRY-SCH-COUNT TO DRY-EDIT-COUNT.
023470     PERFORM 8100-WRITE-COUNT-LINE THRU 8100-EXIT.
023480     MOVE "ERRORS, INCLUDING REJECTED TRANSACTIONS"
023485         TO DRY-MESSAGE.
023490     MOVE DRY-ERROR-COUNT TO DRY-EDIT-COUNT.
023500     PERFORM 8100-WRITE-COUNT-LINE THRU 8100-EXIT.
023510     MOVE "CONFLICTING OVERLAPS. . . . . . . . . ."
023515         TO DRY-MESSAGE.
023520     MOVE DRY-CONFLICT-COUNT TO DRY-EDIT-COUNT.
023530     PERFORM 8100-WRITE-COUNT-LINE THRU 8100-EXIT.
023540     MOVE "OVERLAPS WHERE NO SETTING DISAGREES . ."
023545         TO DRY-MESSAGE.
023550     MOVE DRY-OVERLAP-COUNT TO DRY-EDIT-COUNT.
023560     PERFORM 8100-WRITE-COUNT-LINE THRU 8100-EXIT.
023570     MOVE "ENTRIES THAT NEVER TAKE EFFECT. . . . ."
023575         TO DRY-MESSAGE.
023580     MOVE DRY-UNREACHABLE-COUNT TO DRY-EDIT-COUNT.
023590     PERFORM 8100-WRITE-COUNT-LINE THRU 8100-EXIT.
023600     MOVE "PALETTES/PATTERNS NEVER IN EFFECT . . ."
023605         TO DRY-MESSAGE.
023610     MOVE DRY-UNUSED-COUNT TO DRY-EDIT-COUNT.
023620     PERFORM 8100-WRITE-COUNT-LINE THRU 8100-EXIT.
023630     MOVE SPACES TO DRYRUN-REPORT-RECORD.
023640     WRITE DRYRUN-REPORT-RECORD.
023650
023660     EVALUATE TRUE
023670         WHEN DRY-ERROR-COUNT > 0 OR DRY-CONFLICT-COUNT > 0
023680             MOVE "RESULT: HOLD -- CLEAR THE ERRORS AND CONFLICTS"
023690                 TO DRY-MESSAGE
023700         WHEN DRY-UNREACHABLE-COUNT > 0 OR DRY-UNUSED-COUNT > 0
023710             MOVE "RESULT: WARNINGS ONLY -- REVIEW BEFORE RELOAD"
023720                 TO DRY-MESSAGE
023730         WHEN OTHER
023740             MOVE "RESULT: CLEAN" TO DRY-MESSAGE
023750     END-EVALUATE.
023760     PERFORM 7000-WRITE-REPORT-LINE THRU 7000-EXIT.
023770
023780 8000-EXIT.
023790     EXIT.
023800
023810 8100-WRITE-COUNT-LINE.
023820     MOVE DRY-EDIT-COUNT TO DRY-MESSAGE(41:5).
023830     PERFORM 7000-WRITE-REPORT-LINE THRU 7000-EXIT.
023840
023850 8100-EXIT.
023860     EXIT.
023870
023880******************************************************************
023890* 9000-TERMINATE.
023900******************************************************************
023910 9000-TERMINATE.
023920     CLOSE DRYRUN-REPORT-FILE.
023930     EVALUATE TRUE
023940         WHEN DRY-GIVE-UP
023950             MOVE 8 TO RETURN-CODE
023960             DISPLAY "PLUTO-DRYRUN: NOT REPLAYED, SEE PLDRYRPT"
023970         WHEN DRY-ERROR-COUNT > 0 OR DRY-CONFLICT-COUNT > 0
023980             MOVE 8 TO RETURN-CODE
023990             DISPLAY "PLUTO-DRYRUN: HOLD, SEE PLDRYRPT"
024000         WHEN DRY-UNREACHABLE-COUNT > 0 OR DRY-UNUSED-COUNT > 0
024010             MOVE 4 TO RETURN-CODE
024020             DISPLAY "PLUTO-DRYRUN: WARNINGS, SEE PLDRYRPT"
024030         WHEN OTHER
024040             DISPLAY "PLUTO-DRYRUN: CLEAN"
024050     END-EVALUATE.
024060
024070 9000-EXIT.
024080     EXIT.
