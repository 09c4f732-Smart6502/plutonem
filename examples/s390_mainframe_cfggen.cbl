000010******************************************************************
000020* PROGRAM-ID.  PLUTO-CFGGEN
000030* AUTHOR.      R. S. HALVORSEN, OPS FLOOR DEVELOPMENT
000040* INSTALLATION. OPS FLOOR SYSTEMS
000050* DATE-WRITTEN. 2026-10-15
000060* DATE-COMPILED.
000070*
000080* REMARKS.
000090*     INQUIRY AND RESTORE AGAINST THE CONTROL-FILE GENERATION
000100*     HISTORY (PLGRDGEN) THAT PLUTO-MAINT WRITES EVERY TIME IT
000110*     APPLIES A BATCH.  THE JCL PARM (OR COMMAND LINE) SAYS WHAT
000120*     TO DO; FILE IS PARM, PALETTE, SCHEDULE, OUTAGE OR ROSTER:
000130*
000140*       LIST [FILE]           EVERY GENERATION ON FILE (OR ONLY
000150*                             THOSE OF ONE FILE) WITH WHEN IT
000160*                             WAS SAVED AND ITS RECORD COUNT;
000170*       DIFF FILE GEN1 [GEN2] WHAT CHANGED FROM GENERATION GEN1
000180*                             TO GEN2 (OR TO THE LIVE FILE WHEN
000190*                             GEN2 IS LEFT OFF), RECORD BY RECORD
000200*                             ON THE SAME KEYS PLUTO-MAINT USES;
000210*       RESTORE FILE GEN      WRITES THE ADD/REPLACE/DELETE
000220*                             TRANSACTIONS (PLGRDMTX) THAT TURN
000230*                             THE LIVE FILE BACK INTO GENERATION
000240*                             GEN.
000250*
000260*     A RESTORE NEVER TOUCHES THE LIVE FILE ITSELF.  THE BATCH
000270*     IT WRITES GOES THROUGH PLUTO-MAINT LIKE ANY OTHER, SO IT IS
000280*     VALIDATED, BACKED UP, SWAPPED IN AND SAVED AS A NEW
000290*     GENERATION OF ITS OWN.  A PLGRDMTX ALREADY HOLDING A
000300*     PENDING BATCH IS NEVER OVERWRITTEN.  THE PARM HEADER CAN
000310*     ONLY BE REPLACED, SO A HEADER DIFFERENCE IS ALWAYS RESTORED
000320*     WITH A REPLACE.
000330*
000340*     THE REPORT GOES TO PLCFGRPT.  RETURN CODE 8 MEANS AN
000350*     UNUSABLE PARM, AN UNKNOWN GENERATION OR A PENDING BATCH IN
000360*     THE WAY; 4 MEANS A RESTORE FOUND THE LIVE FILE ALREADY
000370*     MATCHES AND WROTE NOTHING.
000380*
000390* MODIFICATION HISTORY.
000400*     DATE       BY   DESCRIPTION
000410*     ---------- ---- ----------------------------------------
000420*     2026-10-15 RSH  ORIGINAL VERSION.
000423*     2026-10-15 RSH  ACCEPT THE NEW OPERATOR ROSTER (ROSTER),
000426*                     KEYED ON OPERATOR ID.
000430******************************************************************
000440 IDENTIFICATION DIVISION.
000450 PROGRAM-ID. PLUTO-CFGGEN.
000460 AUTHOR. R. S. HALVORSEN.
000470 INSTALLATION. OPS FLOOR SYSTEMS.
000480 DATE-WRITTEN. 2026-10-15.
000490 DATE-COMPILED.
000500
000510 ENVIRONMENT DIVISION.
000520 INPUT-OUTPUT SECTION.
000530 FILE-CONTROL.
000540     SELECT OPTIONAL CONFIG-HISTORY-FILE ASSIGN TO "PLGRDGEN"
000550         ORGANIZATION IS LINE SEQUENTIAL
000560         FILE STATUS IS CFG-GEN-STATUS.
000570
000580     SELECT OPTIONAL LIVE-CONTROL-FILE ASSIGN TO DYNAMIC
000590         CFG-LIVE-NAME
000600         ORGANIZATION IS LINE SEQUENTIAL
000610         FILE STATUS IS CFG-LIVE-STATUS.
000620
000630     SELECT OPTIONAL MAINT-TRANS-FILE ASSIGN TO "PLGRDMTX"
000640         ORGANIZATION IS LINE SEQUENTIAL
000650         FILE STATUS IS CFG-TRANS-STATUS.
000660
000670     SELECT CFGGEN-REPORT-FILE ASSIGN TO "PLCFGRPT"
000680         ORGANIZATION IS LINE SEQUENTIAL
000690         FILE STATUS IS CFG-RPT-STATUS.
000700
000710 DATA DIVISION.
000720 FILE SECTION.
000730 FD  CONFIG-HISTORY-FILE
000740     RECORDING MODE IS F.
000750 COPY PLGRDGEN.
000760
000770 FD  LIVE-CONTROL-FILE
000780     RECORDING MODE IS F.
000790 01  LIVE-CONTROL-RECORD             PIC X(80).
000800
000810 FD  MAINT-TRANS-FILE
000820     RECORDING MODE IS F.
000830 COPY PLGRDMTX.
000840
000850 FD  CFGGEN-REPORT-FILE
000860     RECORDING MODE IS F.
000870 01  CFGGEN-REPORT-RECORD            PIC X(96).
000880
000890 WORKING-STORAGE SECTION.
000900******************************************************************
000910* CONTROL FILE RECORD VIEWS (WORKING COPY).  IMAGES ARE MOVED
000920* HERE TO PICK OUT THEIR KEYS.
000930******************************************************************
000940 COPY PLGRDPRM.
000950 COPY PLGRDPAL.
000960 COPY PLGRDSCH.
000970 COPY PLGRDOUT.
000975 COPY PLGRDROS.
000980
000990******************************************************************
001000* FILE STATUS AND MISCELLANEOUS SWITCHES.
001010******************************************************************
001020 77  CFG-GEN-STATUS                 PIC X(02).
001030     88  CFG-GEN-OK                      VALUE '00' '05'.
001040     88  CFG-GEN-EOF                     VALUE '10'.
001050 77  CFG-LIVE-STATUS                PIC X(02).
001060     88  CFG-LIVE-OK                     VALUE '00'.
001070     88  CFG-LIVE-EOF                    VALUE '10'.
001080 77  CFG-TRANS-STATUS               PIC X(02).
001090     88  CFG-TRANS-OK                    VALUE '00'.
001100 77  CFG-RPT-STATUS                 PIC X(02).
001110
001120 77  CFG-GIVE-UP-SW                 PIC X(01) VALUE 'N'.
001130     88  CFG-GIVE-UP                     VALUE 'Y'.
001140 77  CFG-NOTHING-SW                 PIC X(01) VALUE 'N'.
001150     88  CFG-NOTHING-TO-DO               VALUE 'Y'.
001160 77  CFG-FOUND-SW                   PIC X(01).
001170     88  CFG-FOUND                       VALUE 'Y'.
001180 77  CFG-IN-GEN-SW                  PIC X(01).
001190     88  CFG-IN-GEN                      VALUE 'Y'.
001200 77  CFG-TRANS-OPEN-SW              PIC X(01) VALUE 'N'.
001210     88  CFG-TRANS-OPEN                  VALUE 'Y'.
001220 77  CFG-LOAD-SIDE                  PIC X(01).
001230     88  CFG-LOADING-OLD                 VALUE 'O'.
001240     88  CFG-LOADING-NEW                 VALUE 'N'.
001250
001260******************************************************************
001270* OPERATOR PARM.  GENERATION NUMBERS MAY BE GIVEN WITHOUT THEIR
001280* LEADING ZEROS.
001290******************************************************************
001300 77  CFG-CMDLINE-PARM               PIC X(80).
001310 77  CFG-PARM-VERB                  PIC X(08).
001320     88  CFG-VERB-IS-LIST                VALUE 'LIST'.
001330     88  CFG-VERB-IS-DIFF                VALUE 'DIFF'.
001340     88  CFG-VERB-IS-RESTORE             VALUE 'RESTORE'.
001350 77  CFG-PARM-FILE                  PIC X(08).
001360     88  CFG-FILE-VALID                  VALUE 'PARM'
001370                                               'PALETTE'
001380                                               'SCHEDULE'
001390                                               'OUTAGE'
001395                                               'ROSTER'.
001400 77  CFG-PARM-GEN-1                 PIC X(05).
001410 77  CFG-PARM-GEN-2                 PIC X(05).
001420 01  CFG-WK-GEN-TEXT                PIC X(05) JUSTIFIED RIGHT.
001430 01  CFG-WK-GEN-NUM REDEFINES CFG-WK-GEN-TEXT
001440                                    PIC 9(05).
001450 77  CFG-WK-GEN                     PIC 9(05).
001460 77  CFG-GEN-1                      PIC 9(05) VALUE 0.
001470 77  CFG-GEN-2                      PIC 9(05) VALUE 0.
001480 77  CFG-WANT-GEN                   PIC 9(05).
001490 77  CFG-LIVE-NAME                  PIC X(12).
001500
001510******************************************************************
001520* THE TWO PICTURES BEING COMPARED.  'OLD' IS THE EARLIER
001530* GENERATION FOR A DIFF, THE LIVE FILE FOR A RESTORE; 'NEW' IS
001540* THE LATER GENERATION (OR LIVE FILE) FOR A DIFF, THE GENERATION
001550* BEING PUT BACK FOR A RESTORE.  100 ENTRIES COVERS THE LARGEST
001560* FILE PLUTO-MAINT WILL BUILD.
001570******************************************************************
001580 01  CFG-OLD-COUNT                  PIC 9(03) VALUE 0.
001590 01  CFG-OLD-TABLE.
001600     05  CFG-OLD-ENTRY OCCURS 1 TO 100 TIMES
001610             DEPENDING ON CFG-OLD-COUNT.
001620         10  CFG-OLD-KEY                  PIC X(28).
001630         10  CFG-OLD-IMAGE                PIC X(80).
001640
001650 01  CFG-NEW-COUNT                  PIC 9(03) VALUE 0.
001660 01  CFG-NEW-TABLE.
001670     05  CFG-NEW-ENTRY OCCURS 1 TO 100 TIMES
001680             DEPENDING ON CFG-NEW-COUNT.
001690         10  CFG-NEW-KEY                  PIC X(28).
001700         10  CFG-NEW-IMAGE                PIC X(80).
001710         10  CFG-NEW-MATCH-SW             PIC X(01).
001720             88  CFG-NEW-MATCHED              VALUE 'Y'.
001730
001740 77  CFG-OLD-SUB                    PIC 9(03) COMP.
001750 77  CFG-NEW-SUB                    PIC 9(03) COMP.
001760 77  CFG-HIT-SUB                    PIC 9(03) COMP.
001770 77  CFG-KEY                        PIC X(28).
001780 77  CFG-IMAGE                      PIC X(80).
001790
001800******************************************************************
001810* COUNTERS, REPORT EDIT FIELDS AND LINE WORK AREA.
001820******************************************************************
001830 77  CFG-LISTED-COUNT               PIC 9(05) COMP VALUE 0.
001840 77  CFG-ADDED-COUNT                PIC 9(05) COMP VALUE 0.
001850 77  CFG-CHANGED-COUNT              PIC 9(05) COMP VALUE 0.
001860 77  CFG-DELETED-COUNT              PIC 9(05) COMP VALUE 0.
001870 77  CFG-WK-TIME                    PIC 9(06).
001880
001890 01  CFG-EDIT-TIME.
001900     05  CFG-EDIT-HH                PIC 9(02).
001910     05  FILLER                     PIC X(01) VALUE ':'.
001920     05  CFG-EDIT-MM                PIC 9(02).
001930     05  FILLER                     PIC X(01) VALUE ':'.
001940     05  CFG-EDIT-SS                PIC 9(02).
001950 01  CFG-EDIT-DATE                  PIC 9999/99/99.
001960 01  CFG-EDIT-DATE-X                PIC X(10).
001970 01  CFG-EDIT-COUNT                 PIC ZZZZ9.
001980 01  CFG-EDIT-COUNT-2               PIC ZZZZ9.
001990 01  CFG-EDIT-COUNT-3               PIC ZZZZ9.
002000 01  CFG-OTHER-SIDE                 PIC X(30).
002010 01  CFG-MESSAGE                    PIC X(96).
002020
002030 PROCEDURE DIVISION.
002040******************************************************************
002050* 0000-MAINLINE.
002060******************************************************************
002070 0000-MAINLINE.
002080     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
002090     IF NOT CFG-GIVE-UP
002100         EVALUATE TRUE
002110             WHEN CFG-VERB-IS-LIST
002120                 PERFORM 2000-LIST-GENERATIONS THRU 2000-EXIT
002130             WHEN CFG-VERB-IS-DIFF
002140                 PERFORM 3000-DIFF-GENERATIONS THRU 3000-EXIT
002150             WHEN CFG-VERB-IS-RESTORE
002160                 PERFORM 5000-RESTORE-GENERATION THRU 5000-EXIT
002170         END-EVALUATE
002180     END-IF.
002190     PERFORM 9000-TERMINATE THRU 9000-EXIT.
002200     STOP RUN.
002210
002220 0000-EXIT.
002230     EXIT.
002240
002250******************************************************************
002260* 1000-INITIALIZE.
002270*     OPEN THE REPORT AND PICK THE PARM APART.  EVERYTHING WRONG
002280*     WITH THE PARM IS AN ERROR LINE AND RETURN CODE 8.
002290******************************************************************
002300 1000-INITIALIZE.
002310     OPEN OUTPUT CFGGEN-REPORT-FILE.
002320     MOVE SPACES TO CFGGEN-REPORT-RECORD.
002330     MOVE "PLUTO-CFGGEN CONTROL FILE GENERATION HISTORY" TO
002340         CFGGEN-REPORT-RECORD.
002350     WRITE CFGGEN-REPORT-RECORD.
002360     MOVE SPACES TO CFGGEN-REPORT-RECORD.
002370     WRITE CFGGEN-REPORT-RECORD.
002380
002390     MOVE SPACES TO CFG-CMDLINE-PARM.
002400     ACCEPT CFG-CMDLINE-PARM FROM COMMAND-LINE.
002410     MOVE SPACES TO CFG-PARM-VERB.
002420     MOVE SPACES TO CFG-PARM-FILE.
002430     MOVE SPACES TO CFG-PARM-GEN-1.
002440     MOVE SPACES TO CFG-PARM-GEN-2.
002450     UNSTRING CFG-CMDLINE-PARM DELIMITED BY ALL ' '
002460         INTO CFG-PARM-VERB CFG-PARM-FILE CFG-PARM-GEN-1
002470             CFG-PARM-GEN-2.
002480
002490     IF NOT (CFG-VERB-IS-LIST OR CFG-VERB-IS-DIFF
002500             OR CFG-VERB-IS-RESTORE)
002510         MOVE SPACES TO CFG-MESSAGE
002520         STRING "ERROR: PARM '" CFG-PARM-VERB
002530             "' IS NOT LIST, DIFF OR RESTORE"
002540             DELIMITED BY SIZE INTO CFG-MESSAGE
002550         PERFORM 7100-WRITE-ERROR THRU 7100-EXIT
002560         GO TO 1000-EXIT
002570     END-IF.
002580
002590     IF CFG-VERB-IS-LIST AND CFG-PARM-FILE = SPACES
002600         GO TO 1000-EXIT
002610     END-IF.
002620     IF NOT CFG-FILE-VALID
002630         MOVE SPACES TO CFG-MESSAGE
002640         STRING "ERROR: FILE '" CFG-PARM-FILE
002650             "' IS NOT PARM, PALETTE, SCHEDULE, OUTAGE OR ROSTER"
002660             DELIMITED BY SIZE INTO CFG-MESSAGE
002670         PERFORM 7100-WRITE-ERROR THRU 7100-EXIT
002680         GO TO 1000-EXIT
002690     END-IF.
002700     EVALUATE CFG-PARM-FILE
002710         WHEN "PARM"
002720             MOVE "PLGRDPRM" TO CFG-LIVE-NAME
002730         WHEN "PALETTE"
002740             MOVE "PLGRDPAL" TO CFG-LIVE-NAME
002750         WHEN "SCHEDULE"
002760             MOVE "PLGRDSCH" TO CFG-LIVE-NAME
002770         WHEN "OUTAGE"
002780             MOVE "PLGRDOUT" TO CFG-LIVE-NAME
002783         WHEN "ROSTER"
002786             MOVE "PLGRDROS" TO CFG-LIVE-NAME
002790     END-EVALUATE.
002800     IF CFG-VERB-IS-LIST
002810         GO TO 1000-EXIT
002820     END-IF.
002830
002836     MOVE SPACES TO CFG-WK-GEN-TEXT.
002842     UNSTRING CFG-PARM-GEN-1 DELIMITED BY ' '
002846         INTO CFG-WK-GEN-TEXT.
002850     PERFORM 1100-EDIT-GEN-NUMBER THRU 1100-EXIT.
002860     IF CFG-GIVE-UP
002870         GO TO 1000-EXIT
002880     END-IF.
002890     MOVE CFG-WK-GEN TO CFG-GEN-1.
002900
002910     IF CFG-PARM-GEN-2 = SPACES
002920         GO TO 1000-EXIT
002930     END-IF.
002940     IF CFG-VERB-IS-RESTORE
002950         MOVE "ERROR: RESTORE TAKES ONE GENERATION NUMBER" TO
002960             CFG-MESSAGE
002970         PERFORM 7100-WRITE-ERROR THRU 7100-EXIT
002980         GO TO 1000-EXIT
002990     END-IF.
002996     MOVE SPACES TO CFG-WK-GEN-TEXT.
003002     UNSTRING CFG-PARM-GEN-2 DELIMITED BY ' '
003006         INTO CFG-WK-GEN-TEXT.
003010     PERFORM 1100-EDIT-GEN-NUMBER THRU 1100-EXIT.
003020     MOVE CFG-WK-GEN TO CFG-GEN-2.
003030
003040 1000-EXIT.
003050     EXIT.
003060
003070******************************************************************
003080* 1100-EDIT-GEN-NUMBER.
003090*     CFG-WK-GEN-TEXT (RIGHT-JUSTIFIED BY THE UNSTRING) TO
003095*     CFG-WK-GEN.
003100*     GENERATIONS ARE NUMBERED FROM 1.
003110******************************************************************
003120 1100-EDIT-GEN-NUMBER.
003130     MOVE 0 TO CFG-WK-GEN.
003140     INSPECT CFG-WK-GEN-TEXT REPLACING LEADING SPACE BY '0'.
003150     IF CFG-WK-GEN-TEXT NUMERIC
003160         MOVE CFG-WK-GEN-NUM TO CFG-WK-GEN
003170     END-IF.
003180     IF CFG-WK-GEN = 0
003190         MOVE SPACES TO CFG-MESSAGE
003200         STRING "ERROR: GENERATION '" CFG-WK-GEN-TEXT
003210             "' IS NOT A GENERATION NUMBER"
003220             DELIMITED BY SIZE INTO CFG-MESSAGE
003230         PERFORM 7100-WRITE-ERROR THRU 7100-EXIT
003240     END-IF.
003250
003260 1100-EXIT.
003270     EXIT.
003280
003290******************************************************************
003300* 2000-LIST-GENERATIONS.
003310*     ONE LINE PER GENERATION HEADER, IN THE ORDER SAVED.  A
003320*     'PRIOR' GENERATION HAS NO SAVE DATE -- IT IS THE VERSION
003330*     THAT WAS LIVE BEFORE HISTORY BEGAN.
003340******************************************************************
003350 2000-LIST-GENERATIONS.
003360     MOVE SPACES TO CFG-MESSAGE.
003370     STRING "FILE      GEN    SAVED       TIME      SOURCE   "
003380         "RECS  DESCRIPTION"
003390         DELIMITED BY SIZE INTO CFG-MESSAGE.
003400     PERFORM 7000-WRITE-REPORT-LINE THRU 7000-EXIT.
003410     MOVE SPACES TO CFG-MESSAGE.
003420     STRING "--------  -----  ----------  --------  -------- "
003430         "----  ----------------------------------------"
003440         DELIMITED BY SIZE INTO CFG-MESSAGE.
003450     PERFORM 7000-WRITE-REPORT-LINE THRU 7000-EXIT.
003460
003470     OPEN INPUT CONFIG-HISTORY-FILE.
003480     IF CFG-GEN-OK
003490         PERFORM 2100-LIST-ONE-HISTORY-REC THRU 2100-EXIT
003500             UNTIL CFG-GEN-EOF
003510     END-IF.
003520     CLOSE CONFIG-HISTORY-FILE.
003530
003540     MOVE SPACES TO CFGGEN-REPORT-RECORD.
003550     WRITE CFGGEN-REPORT-RECORD.
003560     IF CFG-LISTED-COUNT = 0
003570         MOVE SPACES TO CFG-MESSAGE
003580         STRING "NO GENERATIONS ON PLGRDGEN -- NOT CHANGED "
003590             "THROUGH PLUTO-MAINT SINCE HISTORY BEGAN"
003600             DELIMITED BY SIZE INTO CFG-MESSAGE
003610         PERFORM 7000-WRITE-REPORT-LINE THRU 7000-EXIT
003650     ELSE
003660         MOVE CFG-LISTED-COUNT TO CFG-EDIT-COUNT
003670         MOVE SPACES TO CFG-MESSAGE
003680         STRING "GENERATIONS LISTED. . . . . . . . . . . "
003690             CFG-EDIT-COUNT
003700             DELIMITED BY SIZE INTO CFG-MESSAGE
003710         PERFORM 7000-WRITE-REPORT-LINE THRU 7000-EXIT
003720     END-IF.
003730
003740 2000-EXIT.
003750     EXIT.
003760
003770 2100-LIST-ONE-HISTORY-REC.
003780     READ CONFIG-HISTORY-FILE
003790         AT END
003800             GO TO 2100-EXIT
003810     END-READ.
003820     IF NOT GEN-IS-HEADER
003830         GO TO 2100-EXIT
003840     END-IF.
003850     IF CFG-PARM-FILE NOT = SPACES
003855         AND GEN-FILE NOT = CFG-PARM-FILE
003860         GO TO 2100-EXIT
003870     END-IF.
003880
003890     ADD 1 TO CFG-LISTED-COUNT.
003900     IF GEN-SAVED-DATE = 0
003910         MOVE "(ORIGINAL)" TO CFG-EDIT-DATE-X
003920         MOVE "--:--:--" TO CFG-EDIT-TIME
003930     ELSE
003940         MOVE GEN-SAVED-DATE TO CFG-EDIT-DATE
003950         MOVE CFG-EDIT-DATE TO CFG-EDIT-DATE-X
003960         MOVE GEN-SAVED-TIME TO CFG-WK-TIME
003970         PERFORM 7200-EDIT-TIME THRU 7200-EXIT
003980     END-IF.
003990     MOVE GEN-HDR-RECORDS TO CFG-EDIT-COUNT.
004000     MOVE SPACES TO CFG-MESSAGE.
004010     STRING GEN-FILE "  " GEN-NUMBER "  " CFG-EDIT-DATE-X "  "
004020         CFG-EDIT-TIME "  " GEN-HDR-SOURCE CFG-EDIT-COUNT "  "
004030         GEN-HDR-TEXT(1:40)
004040         DELIMITED BY SIZE INTO CFG-MESSAGE.
004050     PERFORM 7000-WRITE-REPORT-LINE THRU 7000-EXIT.
004060
004070 2100-EXIT.
004080     EXIT.
004090
004100******************************************************************
004110* 3000-DIFF-GENERATIONS.
004120*     GENERATION GEN1 IS THE OLD SIDE; GEN2, OR THE LIVE FILE
004130*     WHEN NO GEN2 WAS GIVEN, THE NEW SIDE.
004140******************************************************************
004150 3000-DIFF-GENERATIONS.
004160     MOVE 'O' TO CFG-LOAD-SIDE.
004170     MOVE CFG-GEN-1 TO CFG-WANT-GEN.
004180     PERFORM 3100-LOAD-GENERATION THRU 3100-EXIT.
004190     IF CFG-GIVE-UP
004200         GO TO 3000-EXIT
004210     END-IF.
004220
004230     MOVE 'N' TO CFG-LOAD-SIDE.
004240     MOVE SPACES TO CFG-OTHER-SIDE.
004250     IF CFG-GEN-2 = 0
004260         PERFORM 3200-LOAD-LIVE-FILE THRU 3200-EXIT
004270         STRING "THE LIVE FILE " CFG-LIVE-NAME
004280             DELIMITED BY SIZE INTO CFG-OTHER-SIDE
004290     ELSE
004300         MOVE CFG-GEN-2 TO CFG-WANT-GEN
004310         PERFORM 3100-LOAD-GENERATION THRU 3100-EXIT
004320         STRING "GENERATION " CFG-GEN-2
004330             DELIMITED BY SIZE INTO CFG-OTHER-SIDE
004340     END-IF.
004350     IF CFG-GIVE-UP
004360         GO TO 3000-EXIT
004370     END-IF.
004380
004390     MOVE SPACES TO CFG-MESSAGE.
004400     STRING "CHANGES TO " CFG-PARM-FILE " FROM GENERATION "
004410         CFG-GEN-1 " TO " CFG-OTHER-SIDE
004420         DELIMITED BY SIZE INTO CFG-MESSAGE.
004430     PERFORM 7000-WRITE-REPORT-LINE THRU 7000-EXIT.
004440     MOVE SPACES TO CFGGEN-REPORT-RECORD.
004450     WRITE CFGGEN-REPORT-RECORD.
004460
004470     PERFORM 4000-COMPARE-SIDES THRU 4000-EXIT.
004480     PERFORM 8000-WRITE-COUNTS THRU 8000-EXIT.
004490
004500 3000-EXIT.
004510     EXIT.
004520
004530******************************************************************
004540* 3100-LOAD-GENERATION.
004550*     GENERATION CFG-WANT-GEN OF CFG-PARM-FILE INTO THE SIDE
004560*     CFG-LOAD-SIDE NAMES.  ITS IMAGES ARE THE 'I' RECORDS
004570*     STRAIGHT AFTER ITS HEADER, UP TO THE NEXT HEADER.
004580******************************************************************
004590 3100-LOAD-GENERATION.
004600     MOVE 'N' TO CFG-FOUND-SW.
004610     MOVE 'N' TO CFG-IN-GEN-SW.
004620     OPEN INPUT CONFIG-HISTORY-FILE.
004630     IF CFG-GEN-OK
004640         PERFORM 3110-LOAD-ONE-HISTORY-REC THRU 3110-EXIT
004650             UNTIL CFG-GEN-EOF
004660     END-IF.
004670     CLOSE CONFIG-HISTORY-FILE.
004680
004690     IF NOT CFG-FOUND
004700         MOVE SPACES TO CFG-MESSAGE
004710         STRING "ERROR: NO GENERATION " CFG-WANT-GEN " OF "
004720             CFG-PARM-FILE " ON PLGRDGEN"
004730             DELIMITED BY SIZE INTO CFG-MESSAGE
004740         PERFORM 7100-WRITE-ERROR THRU 7100-EXIT
004750     END-IF.
004760
004770 3100-EXIT.
004780     EXIT.
004790
004800 3110-LOAD-ONE-HISTORY-REC.
004810     READ CONFIG-HISTORY-FILE
004820         AT END
004830             GO TO 3110-EXIT
004840     END-READ.
004850     IF GEN-IS-HEADER
004860         MOVE 'N' TO CFG-IN-GEN-SW
004870         IF GEN-FILE = CFG-PARM-FILE
004880             AND GEN-NUMBER = CFG-WANT-GEN
004890             MOVE 'Y' TO CFG-IN-GEN-SW
004900             MOVE 'Y' TO CFG-FOUND-SW
004910         END-IF
004920         GO TO 3110-EXIT
004930     END-IF.
004940     IF CFG-IN-GEN AND GEN-IS-IMAGE
004950         MOVE GEN-IMAGE TO CFG-IMAGE
004960         PERFORM 3300-ADD-TO-SIDE THRU 3300-EXIT
004970     END-IF.
004980
004990 3110-EXIT.
005000     EXIT.
005010
005020******************************************************************
005030* 3200-LOAD-LIVE-FILE.
005040*     A MISSING LIVE FILE IS AN EMPTY PICTURE.
005050******************************************************************
005060 3200-LOAD-LIVE-FILE.
005070     OPEN INPUT LIVE-CONTROL-FILE.
005080     IF CFG-LIVE-OK
005090         PERFORM 3210-LOAD-ONE-LIVE-REC THRU 3210-EXIT
005100             UNTIL CFG-LIVE-EOF
005110     END-IF.
005120     CLOSE LIVE-CONTROL-FILE.
005130
005140 3200-EXIT.
005150     EXIT.
005160
005170 3210-LOAD-ONE-LIVE-REC.
005180     READ LIVE-CONTROL-FILE
005190         AT END
005200             GO TO 3210-EXIT
005210     END-READ.
005220     MOVE LIVE-CONTROL-RECORD TO CFG-IMAGE.
005230     PERFORM 3300-ADD-TO-SIDE THRU 3300-EXIT.
005240
005250 3210-EXIT.
005260     EXIT.
005270
005280******************************************************************
005290* 3300-ADD-TO-SIDE.
005300*     CFG-IMAGE, WITH ITS KEY, ONTO THE SIDE BEING LOADED.
005310******************************************************************
005320 3300-ADD-TO-SIDE.
005330     PERFORM 3400-SET-KEY THRU 3400-EXIT.
005340     IF CFG-LOADING-OLD
005350         IF CFG-OLD-COUNT < 100
005360             ADD 1 TO CFG-OLD-COUNT
005370             MOVE CFG-KEY TO CFG-OLD-KEY(CFG-OLD-COUNT)
005380             MOVE CFG-IMAGE TO CFG-OLD-IMAGE(CFG-OLD-COUNT)
005390         ELSE
005400             MOVE "ERROR: MORE THAN 100 RECORDS TO COMPARE" TO
005410                 CFG-MESSAGE
005420             PERFORM 7100-WRITE-ERROR THRU 7100-EXIT
005430         END-IF
005440     ELSE
005450         IF CFG-NEW-COUNT < 100
005460             ADD 1 TO CFG-NEW-COUNT
005470             MOVE CFG-KEY TO CFG-NEW-KEY(CFG-NEW-COUNT)
005480             MOVE CFG-IMAGE TO CFG-NEW-IMAGE(CFG-NEW-COUNT)
005490             MOVE 'N' TO CFG-NEW-MATCH-SW(CFG-NEW-COUNT)
005500         ELSE
005510             MOVE "ERROR: MORE THAN 100 RECORDS TO COMPARE" TO
005520                 CFG-MESSAGE
005530             PERFORM 7100-WRITE-ERROR THRU 7100-EXIT
005540         END-IF
005550     END-IF.
005560
005570 3300-EXIT.
005580     EXIT.
005590
005600******************************************************************
005610* 3400-SET-KEY.
005620*     THE KEY PLUTO-MAINT MAINTAINS CFG-IMAGE BY: CANVAS NAME
005630*     (OR 'HEADER') ON THE PARM FILE, PALETTE NAME, CANVAS AND
005640*     WINDOW ON THE SCHEDULE, DATE, WINDOW AND CANVAS ON THE
005650*     OUTAGE CALENDAR, OPERATOR ID ON THE ROSTER.
005660******************************************************************
005670 3400-SET-KEY.
005680     MOVE SPACES TO CFG-KEY.
005690     EVALUATE CFG-PARM-FILE
005700         WHEN "PARM"
005710             MOVE CFG-IMAGE TO PARM-RECORD
005720             IF PARM-IS-HEADER
005730                 MOVE "HEADER" TO CFG-KEY
005740             ELSE
005750                 MOVE PARM-CANVAS-NAME TO CFG-KEY
005760             END-IF
005770         WHEN "PALETTE"
005780             MOVE CFG-IMAGE TO PALETTE-RECORD
005790             MOVE PAL-NAME TO CFG-KEY
005800         WHEN "SCHEDULE"
005810             MOVE CFG-IMAGE TO SCHEDULE-RECORD
005820             STRING SCH-CANVAS-NAME " " SCHEDULE-RECORD(9:4) "-"
005830                 SCHEDULE-RECORD(13:4)
005840                 DELIMITED BY SIZE INTO CFG-KEY
005850         WHEN "OUTAGE"
005860             MOVE CFG-IMAGE TO OUTAGE-RECORD
005870             STRING OUTAGE-RECORD(1:8) " " OUTAGE-RECORD(9:4) "-"
005880                 OUTAGE-RECORD(13:4) " " OUT-CANVAS-NAME
005890                 DELIMITED BY SIZE INTO CFG-KEY
005892         WHEN "ROSTER"
005894             MOVE CFG-IMAGE TO ROSTER-RECORD
005896             MOVE ROS-OPERATOR-ID TO CFG-KEY
005900     END-EVALUATE.
005910
005920 3400-EXIT.
005930     EXIT.
005940
005950******************************************************************
005960* 4000-COMPARE-SIDES.
005970*     EVERY OLD RECORD IS LOOKED FOR BY KEY ON THE NEW SIDE: NOT
005980*     THERE IS A DELETE, THERE BUT DIFFERENT A CHANGE.  NEW
005990*     RECORDS NO OLD ONE MATCHED ARE ADDS.  WHAT IS DONE WITH
006000*     EACH DEPENDS ON THE VERB (7300 / 7400 / 7500).
006010******************************************************************
006020 4000-COMPARE-SIDES.
006030     PERFORM 4100-COMPARE-ONE-OLD THRU 4100-EXIT
006040         VARYING CFG-OLD-SUB FROM 1 BY 1
006050             UNTIL CFG-OLD-SUB > CFG-OLD-COUNT.
006060     PERFORM 4200-CHECK-ONE-NEW THRU 4200-EXIT
006070         VARYING CFG-NEW-SUB FROM 1 BY 1
006080             UNTIL CFG-NEW-SUB > CFG-NEW-COUNT.
006090
006100 4000-EXIT.
006110     EXIT.
006120
006130 4100-COMPARE-ONE-OLD.
006140     MOVE 'N' TO CFG-FOUND-SW.
006150     MOVE 0 TO CFG-HIT-SUB.
006160     PERFORM 4110-MATCH-ONE-NEW THRU 4110-EXIT
006170         VARYING CFG-NEW-SUB FROM 1 BY 1
006180             UNTIL CFG-NEW-SUB > CFG-NEW-COUNT
006190                 OR CFG-FOUND.
006200
006210     IF NOT CFG-FOUND
006220         PERFORM 7300-NOTE-DELETED THRU 7300-EXIT
006230         GO TO 4100-EXIT
006240     END-IF.
006250     MOVE 'Y' TO CFG-NEW-MATCH-SW(CFG-HIT-SUB).
006260     IF CFG-NEW-IMAGE(CFG-HIT-SUB) NOT =
006265         CFG-OLD-IMAGE(CFG-OLD-SUB)
006270         PERFORM 7400-NOTE-CHANGED THRU 7400-EXIT
006280     END-IF.
006290
006300 4100-EXIT.
006310     EXIT.
006320
006330 4110-MATCH-ONE-NEW.
006340     IF CFG-NEW-KEY(CFG-NEW-SUB) = CFG-OLD-KEY(CFG-OLD-SUB)
006350         AND NOT CFG-NEW-MATCHED(CFG-NEW-SUB)
006360         MOVE CFG-NEW-SUB TO CFG-HIT-SUB
006370         MOVE 'Y' TO CFG-FOUND-SW
006380     END-IF.
006390
006400 4110-EXIT.
006410     EXIT.
006420
006430 4200-CHECK-ONE-NEW.
006440     IF NOT CFG-NEW-MATCHED(CFG-NEW-SUB)
006450         PERFORM 7500-NOTE-ADDED THRU 7500-EXIT
006460     END-IF.
006470
006480 4200-EXIT.
006490     EXIT.
006500
006510******************************************************************
006520* 5000-RESTORE-GENERATION.
006530*     THE LIVE FILE IS THE OLD SIDE, THE GENERATION THE NEW; THE
006540*     DIFFERENCES BECOME A PLUTO-MAINT BATCH ON PLGRDMTX.  THE
006550*     TRANSACTION FILE IS ONLY OPENED FOR OUTPUT ONCE THERE IS
006560*     SOMETHING TO WRITE, SO A RESTORE WITH NOTHING TO DO LEAVES
006570*     NO EMPTY BATCH BEHIND.
006580******************************************************************
006590 5000-RESTORE-GENERATION.
006600     OPEN INPUT MAINT-TRANS-FILE.
006610     IF CFG-TRANS-OK
006620         READ MAINT-TRANS-FILE
006630             AT END
006640                 MOVE '10' TO CFG-TRANS-STATUS
006650         END-READ
006660         IF CFG-TRANS-OK
006670             MOVE SPACES TO CFG-MESSAGE
006680             STRING "ERROR: PLGRDMTX ALREADY HOLDS A PENDING "
006690                 "BATCH -- RUN OR CLEAR IT BEFORE RESTORING"
006700                 DELIMITED BY SIZE INTO CFG-MESSAGE
006710             PERFORM 7100-WRITE-ERROR THRU 7100-EXIT
006730         END-IF
006740     END-IF.
006750     CLOSE MAINT-TRANS-FILE.
006760     IF CFG-GIVE-UP
006770         GO TO 5000-EXIT
006780     END-IF.
006790
006800     MOVE 'N' TO CFG-LOAD-SIDE.
006810     MOVE CFG-GEN-1 TO CFG-WANT-GEN.
006820     PERFORM 3100-LOAD-GENERATION THRU 3100-EXIT.
006830     IF CFG-GIVE-UP
006840         GO TO 5000-EXIT
006850     END-IF.
006860     MOVE 'O' TO CFG-LOAD-SIDE.
006870     PERFORM 3200-LOAD-LIVE-FILE THRU 3200-EXIT.
006880     IF CFG-GIVE-UP
006890         GO TO 5000-EXIT
006900     END-IF.
006910
006920     MOVE SPACES TO CFG-MESSAGE.
006930     STRING "RESTORING " CFG-PARM-FILE " GENERATION " CFG-GEN-1
006940         " OVER THE LIVE FILE " CFG-LIVE-NAME
006950         DELIMITED BY SIZE INTO CFG-MESSAGE.
006960     PERFORM 7000-WRITE-REPORT-LINE THRU 7000-EXIT.
006970     MOVE SPACES TO CFGGEN-REPORT-RECORD.
006980     WRITE CFGGEN-REPORT-RECORD.
006990
007000     PERFORM 4000-COMPARE-SIDES THRU 4000-EXIT.
007010     IF CFG-TRANS-OPEN
007020         CLOSE MAINT-TRANS-FILE
007030     END-IF.
007040     PERFORM 8000-WRITE-COUNTS THRU 8000-EXIT.
007050
007060     MOVE SPACES TO CFG-MESSAGE.
007070     IF CFG-TRANS-OPEN
007080         STRING "RESTORE BATCH WRITTEN TO PLGRDMTX -- RUN "
007090             "PLUTO-MAINT TO APPLY IT"
007100             DELIMITED BY SIZE INTO CFG-MESSAGE
007110     ELSE
007120         MOVE 'Y' TO CFG-NOTHING-SW
007130         STRING "LIVE FILE ALREADY MATCHES GENERATION " CFG-GEN-1
007140             " -- NOTHING WRITTEN"
007150             DELIMITED BY SIZE INTO CFG-MESSAGE
007160     END-IF.
007170     PERFORM 7000-WRITE-REPORT-LINE THRU 7000-EXIT.
007180     DISPLAY "PLUTO-CFGGEN: " CFG-MESSAGE UPON CONSOLE.
007190
007200 5000-EXIT.
007210     EXIT.
007220
007230******************************************************************
007240* 7000/7100-REPORT HELPERS.
007250******************************************************************
007260 7000-WRITE-REPORT-LINE.
007270     MOVE CFG-MESSAGE TO CFGGEN-REPORT-RECORD.
007280     WRITE CFGGEN-REPORT-RECORD.
007290
007300 7000-EXIT.
007310     EXIT.
007320
007330 7100-WRITE-ERROR.
007340     PERFORM 7000-WRITE-REPORT-LINE THRU 7000-EXIT.
007350     MOVE 'Y' TO CFG-GIVE-UP-SW.
007360
007370 7100-EXIT.
007380     EXIT.
007390
007400******************************************************************
007410* 7200-EDIT-TIME.
007420*     CFG-WK-TIME (HHMMSS) TO HH:MM:SS IN CFG-EDIT-TIME.
007430******************************************************************
007440 7200-EDIT-TIME.
007450     MOVE ':' TO CFG-EDIT-TIME(3:1).
007460     MOVE ':' TO CFG-EDIT-TIME(6:1).
007470     MOVE CFG-WK-TIME(1:2) TO CFG-EDIT-HH.
007480     MOVE CFG-WK-TIME(3:2) TO CFG-EDIT-MM.
007490     MOVE CFG-WK-TIME(5:2) TO CFG-EDIT-SS.
007500
007510 7200-EXIT.
007520     EXIT.
007530
007540******************************************************************
007550* 7300/7400/7500-NOTE A DIFFERENCE.
007560*     FOR A DIFF EACH DIFFERENCE IS LISTED WITH THE IMAGES
007570*     INVOLVED; FOR A RESTORE IT BECOMES THE TRANSACTION THAT
007580*     UNDOES IT.  THE PARM HEADER IS REPLACE ONLY ON PLUTO-MAINT:
007590*     A HEADER TO ADD IS WRITTEN AS A REPLACE, AND ONE MISSING
007600*     FROM THE GENERATION IS LEFT AS IT IS.
007610******************************************************************
007620 7300-NOTE-DELETED.
007630     ADD 1 TO CFG-DELETED-COUNT.
007640     MOVE CFG-OLD-KEY(CFG-OLD-SUB) TO CFG-KEY.
007650     IF CFG-VERB-IS-DIFF
007660         MOVE SPACES TO CFG-MESSAGE
007670         STRING "DELETED  " CFG-KEY
007680             DELIMITED BY SIZE INTO CFG-MESSAGE
007690         PERFORM 7000-WRITE-REPORT-LINE THRU 7000-EXIT
007700         MOVE SPACES TO CFG-MESSAGE
007710         STRING "    WAS  " CFG-OLD-IMAGE(CFG-OLD-SUB)
007720             DELIMITED BY SIZE INTO CFG-MESSAGE
007730         PERFORM 7000-WRITE-REPORT-LINE THRU 7000-EXIT
007740         GO TO 7300-EXIT
007750     END-IF.
007760
007770     IF CFG-KEY = "HEADER"
007780         SUBTRACT 1 FROM CFG-DELETED-COUNT
007790         MOVE SPACES TO CFG-MESSAGE
007800         STRING "NOTE: NO PARM HEADER IN THE GENERATION -- "
007803             "LIVE HEADER KEPT"
007806             DELIMITED BY SIZE INTO CFG-MESSAGE
007810         PERFORM 7000-WRITE-REPORT-LINE THRU 7000-EXIT
007820         GO TO 7300-EXIT
007830     END-IF.
007840     MOVE SPACES TO MAINT-TRANSACTION.
007850     MOVE "DELETE" TO MTX-ACTION.
007860     MOVE CFG-OLD-IMAGE(CFG-OLD-SUB) TO MTX-IMAGE.
007870     PERFORM 7600-WRITE-TRANS THRU 7600-EXIT.
007880
007890 7300-EXIT.
007900     EXIT.
007910
007920 7400-NOTE-CHANGED.
007930     ADD 1 TO CFG-CHANGED-COUNT.
007940     MOVE CFG-OLD-KEY(CFG-OLD-SUB) TO CFG-KEY.
007950     IF CFG-VERB-IS-DIFF
007960         MOVE SPACES TO CFG-MESSAGE
007970         STRING "CHANGED  " CFG-KEY
007980             DELIMITED BY SIZE INTO CFG-MESSAGE
007990         PERFORM 7000-WRITE-REPORT-LINE THRU 7000-EXIT
008000         MOVE SPACES TO CFG-MESSAGE
008010         STRING "    WAS  " CFG-OLD-IMAGE(CFG-OLD-SUB)
008020             DELIMITED BY SIZE INTO CFG-MESSAGE
008030         PERFORM 7000-WRITE-REPORT-LINE THRU 7000-EXIT
008040         MOVE SPACES TO CFG-MESSAGE
008050         STRING "    NOW  " CFG-NEW-IMAGE(CFG-HIT-SUB)
008060             DELIMITED BY SIZE INTO CFG-MESSAGE
008070         PERFORM 7000-WRITE-REPORT-LINE THRU 7000-EXIT
008080         GO TO 7400-EXIT
008090     END-IF.
008100
008110     MOVE SPACES TO MAINT-TRANSACTION.
008120     MOVE "REPLACE" TO MTX-ACTION.
008130     MOVE CFG-NEW-IMAGE(CFG-HIT-SUB) TO MTX-IMAGE.
008140     PERFORM 7600-WRITE-TRANS THRU 7600-EXIT.
008150
008160 7400-EXIT.
008170     EXIT.
008180
008190 7500-NOTE-ADDED.
008200     ADD 1 TO CFG-ADDED-COUNT.
008210     MOVE CFG-NEW-KEY(CFG-NEW-SUB) TO CFG-KEY.
008220     IF CFG-VERB-IS-DIFF
008230         MOVE SPACES TO CFG-MESSAGE
008240         STRING "ADDED    " CFG-KEY
008250             DELIMITED BY SIZE INTO CFG-MESSAGE
008260         PERFORM 7000-WRITE-REPORT-LINE THRU 7000-EXIT
008270         MOVE SPACES TO CFG-MESSAGE
008280         STRING "    NOW  " CFG-NEW-IMAGE(CFG-NEW-SUB)
008290             DELIMITED BY SIZE INTO CFG-MESSAGE
008300         PERFORM 7000-WRITE-REPORT-LINE THRU 7000-EXIT
008310         GO TO 7500-EXIT
008320     END-IF.
008330
008340     MOVE SPACES TO MAINT-TRANSACTION.
008350     IF CFG-KEY = "HEADER"
008360         MOVE "REPLACE" TO MTX-ACTION
008370     ELSE
008380         MOVE "ADD" TO MTX-ACTION
008390     END-IF.
008400     MOVE CFG-NEW-IMAGE(CFG-NEW-SUB) TO MTX-IMAGE.
008410     PERFORM 7600-WRITE-TRANS THRU 7600-EXIT.
008420
008430 7500-EXIT.
008440     EXIT.
008450
008460******************************************************************
008470* 7600-WRITE-TRANS.
008480*     MTX-ACTION AND MTX-IMAGE ARE SET BY THE CALLER.
008490******************************************************************
008500 7600-WRITE-TRANS.
008510     IF NOT CFG-TRANS-OPEN
008520         OPEN OUTPUT MAINT-TRANS-FILE
008530         MOVE 'Y' TO CFG-TRANS-OPEN-SW
008540     END-IF.
008550     MOVE CFG-PARM-FILE TO MTX-FILE.
008560     WRITE MAINT-TRANSACTION.
008570
008580     MOVE SPACES TO CFG-MESSAGE.
008590     STRING "WRITTEN: " MTX-ACTION " " MTX-FILE " " CFG-KEY
008600         DELIMITED BY SIZE INTO CFG-MESSAGE.
008610     PERFORM 7000-WRITE-REPORT-LINE THRU 7000-EXIT.
008620
008630 7600-EXIT.
008640     EXIT.
008650
008660******************************************************************
008670* 8000-WRITE-COUNTS.
008680******************************************************************
008690 8000-WRITE-COUNTS.
008700     MOVE SPACES TO CFGGEN-REPORT-RECORD.
008710     WRITE CFGGEN-REPORT-RECORD.
008720     MOVE CFG-ADDED-COUNT TO CFG-EDIT-COUNT.
008730     MOVE CFG-CHANGED-COUNT TO CFG-EDIT-COUNT-2.
008740     MOVE CFG-DELETED-COUNT TO CFG-EDIT-COUNT-3.
008750     MOVE SPACES TO CFG-MESSAGE.
008760     IF CFG-VERB-IS-DIFF
008770         STRING "RECORDS ADDED " CFG-EDIT-COUNT "   CHANGED "
008780             CFG-EDIT-COUNT-2 "   DELETED " CFG-EDIT-COUNT-3
008790             DELIMITED BY SIZE INTO CFG-MESSAGE
008800     ELSE
008810         STRING "TRANSACTIONS  ADD " CFG-EDIT-COUNT "   REPLACE "
008820             CFG-EDIT-COUNT-2 "   DELETE " CFG-EDIT-COUNT-3
008830             DELIMITED BY SIZE INTO CFG-MESSAGE
008840     END-IF.
008850     PERFORM 7000-WRITE-REPORT-LINE THRU 7000-EXIT.
008860
008870 8000-EXIT.
008880     EXIT.
008890
008900******************************************************************
008910* 9000-TERMINATE.
008920*     RETURN CODE 8 FOR AN UNUSABLE PARM, AN UNKNOWN GENERATION
008930*     OR A PENDING BATCH; 4 FOR A RESTORE WITH NOTHING TO DO.
008940******************************************************************
008950 9000-TERMINATE.
008960     CLOSE CFGGEN-REPORT-FILE.
008970     IF CFG-GIVE-UP
008980         MOVE 8 TO RETURN-CODE
008990     ELSE
009000         IF CFG-NOTHING-TO-DO
009010             MOVE 4 TO RETURN-CODE
009020         END-IF
009030     END-IF.
009040
009050 9000-EXIT.
009060     EXIT.
