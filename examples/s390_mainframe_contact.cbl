000010******************************************************************
000020* PROGRAM-ID.  PLUTO-CONTACT
000030* AUTHOR.      R. S. HALVORSEN, OPS FLOOR DEVELOPMENT
000040* INSTALLATION. OPS FLOOR SYSTEMS
000050* DATE-WRITTEN. 2026-10-15
000060* DATE-COMPILED.
000070*
000080* REMARKS.
000090*     SHIFT CONTACT SHEETS.  FOR ONE SHIFT DATE, BUILDS ONE PPM
000100*     IMAGE PER CANVAS, PLGRDCSH.YYYYMMDD.CANVAS.PPM, HOLDING A
000110*     THUMBNAIL OF EVERY PPM FRAME PLUTO-GRADIENT ARCHIVED THAT
000120*     DATE, SO THE MORNING LEAD CAN CHECK THE NIGHT BY EYE FROM
000130*     ONE PICTURE INSTEAD OF OPENING THE PLGRDIMG FILES ONE AT A
000140*     TIME:
000150*
000160*       - THE FRAMES ARE THE ACTIVE FRAME RECORDS ON THE ARCHIVE
000170*         MANIFEST (PLGRDMAN) DATED THE SHIFT DATE, TILED LEFT
000180*         TO RIGHT, EIGHT TO A ROW, IN TIME ORDER;
000190*       - EACH FRAME IS SHRUNK BY SAMPLING EVERY N-TH PIXEL OF
000200*         EVERY N-TH ROW, N CHOSEN SO THE WHOLE FRAME FITS A
000210*         96 X 72 BOX, AND CENTERED IN THE BOX;
000220*       - UNDER EACH BOX ARE TWO CAPTION LINES, THE FRAME NUMBER
000230*         AND THE TIME IT WAS ARCHIVED, IN THE SAME 5X7 FONT AS
000240*         THE GRADIENT STATUS BANNER (COPYBOOK PLGRDFNT);
000250*       - A FRAME WHOSE FILE IS NOT ON DISK, OR IS SHORT OR
000260*         UNREADABLE, STILL GETS ITS TILE: A GREY BOX CROSSED
000270*         IN RED, CAPTIONED MISSING OR TRUNC, AND A LINE ON THE
000280*         CONTROL REPORT.
000290*
000300*     EACH SHEET IS CATALOGED ON THE MANIFEST AS A CONTACT-SHEET
000310*     ('C') RECORD, SO PLUTO-RETAIN EXPIRES IT WITH THE FRAMES.
000320*     A RERUN FOR THE SAME DATE REWRITES THE SAME SHEET FILES
000330*     AND DOES NOT CATALOG THEM A SECOND TIME.
000340*
000350*     THE JCL PARM (OR COMMAND LINE) GIVES THE SHIFT DATE, E.G.
000360*     'PLUTO-CONTACT 20261014'; NO PARM MEANS YESTERDAY.  A
000370*     CONTROL REPORT GOES TO PLCSHRPT.  THE MANIFEST IS HELD IN A
000380*     GUARDED 500-ENTRY TABLE; FRAMES PAST THAT ARE COUNTED AND
000390*     LEFT OFF THE SHEETS.
000400*
000410*     RETURN CODE: 8 IF THE PARM IS UNUSABLE, THERE IS NO
000420*     MANIFEST, OR A SHEET COULD NOT BE WRITTEN OR CATALOGED; 4
000430*     IF THERE WERE NO FRAMES FOR THE DATE OR ANY TILE IS BLANK;
000440*     ELSE 0.
000450*
000460* MODIFICATION HISTORY.
000470*     DATE       BY   DESCRIPTION
000480*     ---------- ---- ----------------------------------------
000490*     2026-10-15 RSH  ORIGINAL VERSION.
000500******************************************************************
000510 IDENTIFICATION DIVISION.
000520 PROGRAM-ID. PLUTO-CONTACT.
000530 AUTHOR. R. S. HALVORSEN.
000540 INSTALLATION. OPS FLOOR SYSTEMS.
000550 DATE-WRITTEN. 2026-10-15.
000560 DATE-COMPILED.
000570
000580 ENVIRONMENT DIVISION.
000590 INPUT-OUTPUT SECTION.
000600 FILE-CONTROL.
000610     SELECT OPTIONAL MANIFEST-FILE ASSIGN TO "PLGRDMAN"
000620         ORGANIZATION IS LINE SEQUENTIAL
000630         FILE STATUS IS CSH-MANIFEST-STATUS.
000640
000650     SELECT FRAME-FILE ASSIGN TO DYNAMIC CSH-FRAME-FILENAME
000660         ORGANIZATION IS LINE SEQUENTIAL
000670         FILE STATUS IS CSH-FRAME-STATUS.
000680
000690     SELECT SHEET-FILE ASSIGN TO DYNAMIC CSH-SHEET-FILENAME
000700         ORGANIZATION IS LINE SEQUENTIAL
000710         FILE STATUS IS CSH-SHEET-STATUS.
000720
000730     SELECT CONTACT-REPORT-FILE ASSIGN TO "PLCSHRPT"
000740         ORGANIZATION IS LINE SEQUENTIAL
000750         FILE STATUS IS CSH-RPT-STATUS.
000760
000770 DATA DIVISION.
000780 FILE SECTION.
000790 FD  MANIFEST-FILE
000800     RECORDING MODE IS F.
000810 COPY PLGRDMAN.
000820
000830 FD  FRAME-FILE
000840     RECORDING MODE IS F.
000850 01  FRAME-RECORD                    PIC X(12000).
000860
000870 FD  SHEET-FILE
000880     RECORDING MODE IS F.
000890 01  SHEET-RECORD                    PIC X(12000).
000900
000910 FD  CONTACT-REPORT-FILE
000920     RECORDING MODE IS F.
000930 01  CONTACT-REPORT-RECORD           PIC X(96).
000940
000950 WORKING-STORAGE SECTION.
000960******************************************************************
000970* FILE STATUS AND MISCELLANEOUS SWITCHES.
000980******************************************************************
000990 77  CSH-MANIFEST-STATUS            PIC X(02).
001000     88  CSH-MANIFEST-OK                 VALUE '00'.
001010 77  CSH-FRAME-STATUS               PIC X(02).
001020     88  CSH-FRAME-OK                    VALUE '00'.
001030 77  CSH-SHEET-STATUS               PIC X(02).
001040     88  CSH-SHEET-OK                    VALUE '00'.
001050 77  CSH-RPT-STATUS                 PIC X(02).
001060
001070 77  CSH-GIVE-UP-SW                 PIC X(01) VALUE 'N'.
001080     88  CSH-GIVE-UP                     VALUE 'Y'.
001090 77  CSH-END-OF-FILE-SW             PIC X(01) VALUE 'N'.
001100     88  CSH-END-OF-FILE                 VALUE 'Y'.
001110 77  CSH-FOUND-SW                   PIC X(01).
001120     88  CSH-FOUND                       VALUE 'Y'.
001130 77  CSH-PLACED-SW                  PIC X(01).
001140     88  CSH-PLACED                      VALUE 'Y'.
001150 77  CSH-SEARCH-IDX                 PIC 9(03) COMP.
001160
001170******************************************************************
001180* OPERATOR PARM AND THE SHIFT DATE.
001190******************************************************************
001200 77  CSH-CMDLINE-PARM               PIC X(80).
001210 01  CSH-PARM-DATE                  PIC X(08).
001220 01  CSH-PARM-DATE-N REDEFINES CSH-PARM-DATE
001230                                    PIC 9(08).
001240 77  CSH-TODAY-DATE                 PIC 9(08).
001250 77  CSH-SHIFT-INT                  PIC 9(08) COMP.
001260 77  CSH-SHIFT-DATE                 PIC 9(08) VALUE 0.
001270 77  CSH-NOW-TIME                   PIC 9(08).
001280
001290******************************************************************
001300* THE SHIFT'S FRAME RECORDS FROM THE MANIFEST, KEPT IN CANVAS
001310* AND TIME ORDER AS THEY ARE LOADED (EACH NEW ENTRY IS SLID
001320* BACK PAST ANY LATER ONE), SO EACH CANVAS'S FRAMES END UP
001330* TOGETHER AND IN THE ORDER THEY WERE TAKEN.  THE SEQUENCE
001340* NUMBER BREAKS TIES BETWEEN FRAMES ARCHIVED IN ONE CLOCK TICK.
001350******************************************************************
001360 01  CSH-FRAME-COUNT                PIC 9(03) VALUE 0.
001370 01  CSH-FRAME-TABLE.
001380     05  CSH-FRM-ENTRY OCCURS 1 TO 500 TIMES
001390             DEPENDING ON CSH-FRAME-COUNT
001400             INDEXED BY CSH-FRM-IDX.
001410         10  CSH-FRM-KEY.
001420             15  CSH-FRM-CANVAS           PIC X(08).
001430             15  CSH-FRM-TIME             PIC 9(08).
001440             15  CSH-FRM-SEQ              PIC 9(06).
001450         10  CSH-FRM-FRAME-NO             PIC 9(08).
001460         10  CSH-FRM-FILE-NAME            PIC X(46).
001470 77  CSH-FRAME-OVERFLOW             PIC 9(05) COMP VALUE 0.
001480 77  CSH-INS-SUB                    PIC 9(03) COMP.
001485 77  CSH-WK-SUB                     PIC 9(05) COMP.
001490
001500 01  CSH-NEW-ENTRY.
001510     05  CSH-NEW-KEY.
001520         10  CSH-NEW-CANVAS               PIC X(08).
001530         10  CSH-NEW-TIME                 PIC 9(08).
001540         10  CSH-NEW-SEQ                  PIC 9(06).
001550     05  CSH-NEW-FRAME-NO                 PIC 9(08).
001560     05  CSH-NEW-FILE-NAME                PIC X(46).
001570
001580******************************************************************
001590* ONE ENTRY PER CANVAS WITH FRAMES FOR THE SHIFT: WHERE ITS RUN
001600* OF FRAMES STARTS IN THE FRAME TABLE AND HOW THE SHEET WENT.
001610* CSH-DONE-NAME LISTS THE CANVASES WHOSE SHEET FOR THE DATE IS
001620* ALREADY ON THE MANIFEST FROM AN EARLIER RUN.
001630******************************************************************
001640 01  CSH-CANVAS-COUNT               PIC 9(02) VALUE 0.
001650 01  CSH-CANVAS-TABLE.
001660     05  CSH-CANVAS-ENTRY OCCURS 1 TO 20 TIMES
001670             DEPENDING ON CSH-CANVAS-COUNT
001680             INDEXED BY CSH-CANVAS-IDX.
001690         10  CSH-CAN-NAME                 PIC X(08).
001700         10  CSH-CAN-FIRST                PIC 9(03) COMP.
001710         10  CSH-CAN-TILES                PIC 9(03) COMP.
001720         10  CSH-CAN-MISSING              PIC 9(03) COMP.
001730         10  CSH-CAN-TRUNC                PIC 9(03) COMP.
001740 77  CSH-CANVAS-OVERFLOW            PIC 9(05) COMP VALUE 0.
001750
001760 01  CSH-DONE-COUNT                 PIC 9(02) VALUE 0.
001770 01  CSH-DONE-TABLE.
001780     05  CSH-DONE-NAME              PIC X(08)
001790                                    OCCURS 20 TIMES.
001800
001810******************************************************************
001820* SHEET GEOMETRY.  A SHEET IS A 4-PIXEL MARGIN ALONG THE TOP AND
001830* LEFT, THEN BANDS OF UP TO EIGHT CELLS.  A CELL IS 100 PIXELS
001840* WIDE BY 96 HIGH (CELL-RELATIVE X AND Y COUNT FROM 0):
001850*     X 0-95,  Y 0-71   THE THUMBNAIL BOX;
001860*     X 0-95,  Y 74-81  CAPTION LINE 1, THE FRAME NUMBER;
001870*     X 0-95,  Y 82-89  CAPTION LINE 2, THE TIME;
001880*     EVERYTHING ELSE   BACKGROUND GUTTER.
001890* THE CAPTION LINES ARE 16 CHARACTER CELLS OF 6 X 8 PIXELS, THE
001900* SAME CELL THE GRADIENT BANNER USES.
001910******************************************************************
001920 01  CSH-SHEET-FILENAME             PIC X(60).
001930 77  CSH-SHEET-COLS                 PIC 9(02) COMP.
001940 77  CSH-SHEET-BANDS                PIC 9(03) COMP.
001950 77  CSH-SHEET-WIDTH                PIC 9(04).
001960 77  CSH-SHEET-HEIGHT               PIC 9(05).
001970 77  CSH-SHEET-PTR                  PIC 9(05) COMP.
001980 77  CSH-BAND-NO                    PIC 9(03) COMP.
001990 77  CSH-BAND-TILES                 PIC 9(02) COMP.
002000 77  CSH-BAND-LEFT                  PIC 9(03) COMP.
002010 77  CSH-CELL-X                     PIC 9(03) COMP.
002020 77  CSH-CELL-Y                     PIC 9(03) COMP.
002030 77  CSH-REL-X                      PIC S9(04) COMP.
002040 77  CSH-REL-Y                      PIC S9(04) COMP.
002050 77  CSH-DIAG                       PIC S9(05) COMP.
002060 77  CSH-PIX-R                      PIC 9(03).
002070 77  CSH-PIX-G                      PIC 9(03).
002080 77  CSH-PIX-B                      PIC 9(03).
002090 77  CSH-SHEETS-WRITTEN             PIC 9(03) COMP VALUE 0.
002100 77  CSH-SHEET-FAILURES             PIC 9(03) COMP VALUE 0.
002110
002120******************************************************************
002130* THE EIGHT TILES OF THE BAND BEING DRAWN.  A SLOT HOLDS THE
002140* THUMBNAIL (OR THE REASON THERE IS NONE), WHERE IT SITS IN ITS
002150* BOX, AND ITS TWO CAPTION LINES ALREADY TURNED INTO FONT GLYPH
002160* NUMBERS.  A SLOT PAST THE LAST FRAME IS LEFT STATE SPACE AND
002170* DRAWS AS BACKGROUND.
002180******************************************************************
002190 77  CSH-SLOT-SUB                   PIC 9(02) COMP.
002200 01  CSH-SLOT-TABLE.
002210     05  CSH-SLOT OCCURS 8 TIMES.
002220         10  CSH-SLOT-STATE               PIC X(01).
002230             88  CSH-SLOT-OK                  VALUE 'O'.
002240             88  CSH-SLOT-MISSING             VALUE 'M'.
002250             88  CSH-SLOT-TRUNC               VALUE 'T'.
002260             88  CSH-SLOT-EMPTY               VALUE ' '.
002270         10  CSH-SLOT-TW                  PIC 9(03) COMP.
002280         10  CSH-SLOT-TH                  PIC 9(03) COMP.
002290         10  CSH-SLOT-OX                  PIC 9(03) COMP.
002300         10  CSH-SLOT-OY                  PIC 9(03) COMP.
002310         10  CSH-SLOT-LABEL OCCURS 2 TIMES.
002320             15  CSH-SLOT-GLYPH           PIC 9(02) COMP
002330                                          OCCURS 16 TIMES.
002340         10  CSH-THUMB-ROW OCCURS 72 TIMES.
002350             15  CSH-THUMB-PIXEL OCCURS 96 TIMES.
002360                 20  CSH-THUMB-R          PIC 9(03).
002370                 20  CSH-THUMB-G          PIC 9(03).
002380                 20  CSH-THUMB-B          PIC 9(03).
002390
002400******************************************************************
002410* READING ONE ARCHIVED FRAME.  PLUTO-GRADIENT WRITES A PLAIN
002420* (P3) PPM: 'P3', THEN 'WIDTH HEIGHT', THEN '255', THEN ONE
002430* RECORD PER PIXEL ROW OF 'RRR GGG BBB ' TRIPLETS, 12 BYTES TO A
002440* PIXEL, SO PIXEL N OF A ROW STARTS AT BYTE (N - 1) * 12 + 1.
002450******************************************************************
002460 01  CSH-FRAME-FILENAME             PIC X(60).
002470 01  CSH-DIM-W-JUST                 PIC X(05) JUSTIFIED RIGHT.
002480 01  CSH-DIM-H-JUST                 PIC X(05) JUSTIFIED RIGHT.
002490 77  CSH-FRM-WIDTH                  PIC 9(05).
002500 77  CSH-FRM-HEIGHT                 PIC 9(05).
002510 77  CSH-STEP                       PIC 9(03) COMP.
002520 77  CSH-STEP-H                     PIC 9(03) COMP.
002530 77  CSH-SRC-ROW                    PIC 9(03) COMP.
002540 77  CSH-THUMB-X                    PIC 9(03) COMP.
002550 77  CSH-THUMB-Y                    PIC 9(03) COMP.
002560 77  CSH-SRC-POS                    PIC 9(05) COMP.
002570 77  CSH-LAST-POS                   PIC 9(05) COMP.
002580 77  CSH-WK-QUOT                    PIC 9(05) COMP.
002590 77  CSH-WK-REM                     PIC 9(05) COMP.
002600
002610******************************************************************
002620* CAPTION WORK AREAS.
002630******************************************************************
002640 01  CSH-LABEL-LINES.
002650     05  CSH-LABEL-LINE             PIC X(16) OCCURS 2 TIMES.
002660 01  CSH-WK-TIME-X                  PIC 9(08).
002670 01  CSH-WK-TIME-R REDEFINES CSH-WK-TIME-X.
002680     05  CSH-TX-HH                  PIC X(02).
002690     05  CSH-TX-MM                  PIC X(02).
002700     05  CSH-TX-SS                  PIC X(02).
002710     05  CSH-TX-CC                  PIC X(02).
002720 77  CSH-LBL-LINE                   PIC 9(03) COMP.
002730 77  CSH-LBL-ROW                    PIC 9(03) COMP.
002740 77  CSH-LBL-CELL                   PIC 9(03) COMP.
002750 77  CSH-LBL-COL                    PIC 9(03) COMP.
002760 77  CSH-WK-CHAR                    PIC X(01).
002770 77  CSH-GLYPH                      PIC 9(02) COMP.
002780 77  CSH-SCAN                       PIC 9(02) COMP.
002790
002800 COPY PLGRDFNT.
002810
002820******************************************************************
002830* RUN TOTALS AND REPORT EDIT FIELDS.
002840******************************************************************
002850 77  CSH-TOTAL-TILES                PIC 9(05) COMP VALUE 0.
002860 77  CSH-TOTAL-MISSING              PIC 9(05) COMP VALUE 0.
002870 77  CSH-TOTAL-TRUNC                PIC 9(05) COMP VALUE 0.
002880
002890 01  CSH-EDIT-COUNT                 PIC ZZZZ9.
002900 01  CSH-EDIT-COUNT-2               PIC ZZZZ9.
002910 01  CSH-EDIT-COUNT-3               PIC ZZZZ9.
002920 01  CSH-EDIT-DATE                  PIC 9999/99/99.
002930 01  CSH-MESSAGE                    PIC X(96).
002940
002950 PROCEDURE DIVISION.
002960******************************************************************
002970* 0000-MAINLINE.
002980******************************************************************
002990 0000-MAINLINE.
003000     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
003010     IF NOT CSH-GIVE-UP
003020         PERFORM 2000-LOAD-MANIFEST THRU 2000-EXIT
003030     END-IF.
003040     IF NOT CSH-GIVE-UP
003050         PERFORM 2500-GROUP-CANVASES THRU 2500-EXIT
003060         PERFORM 3000-BUILD-ONE-SHEET THRU 3000-EXIT
003070             VARYING CSH-CANVAS-IDX FROM 1 BY 1
003080                 UNTIL CSH-CANVAS-IDX > CSH-CANVAS-COUNT
003090         PERFORM 8000-WRITE-SUMMARY THRU 8000-EXIT
003100     END-IF.
003110     PERFORM 9000-TERMINATE THRU 9000-EXIT.
003120     STOP RUN.
003130
003140 0000-EXIT.
003150     EXIT.
003160
003170******************************************************************
003180* 1000-INITIALIZE.
003190*     OPEN THE REPORT AND PICK UP THE SHIFT DATE FROM THE PARM
003200*     (OR YESTERDAY).
003210******************************************************************
003220 1000-INITIALIZE.
003230     OPEN OUTPUT CONTACT-REPORT-FILE.
003240     MOVE SPACES TO CONTACT-REPORT-RECORD.
003250     MOVE "PLUTO-CONTACT SHIFT CONTACT SHEETS" TO
003260         CONTACT-REPORT-RECORD.
003270     WRITE CONTACT-REPORT-RECORD.
003280
003290     ACCEPT CSH-TODAY-DATE FROM DATE YYYYMMDD.
003300     MOVE SPACES TO CSH-CMDLINE-PARM.
003310     ACCEPT CSH-CMDLINE-PARM FROM COMMAND-LINE.
003320     MOVE SPACES TO CSH-PARM-DATE.
003330     UNSTRING CSH-CMDLINE-PARM DELIMITED BY ALL ' '
003340         INTO CSH-PARM-DATE.
003350
003360     IF CSH-PARM-DATE = SPACES
003370         COMPUTE CSH-SHIFT-INT =
003380             FUNCTION INTEGER-OF-DATE(CSH-TODAY-DATE) - 1
003390     ELSE
003400         MOVE 0 TO CSH-SHIFT-INT
003410         IF CSH-PARM-DATE NUMERIC
003420             COMPUTE CSH-SHIFT-INT =
003430                 FUNCTION INTEGER-OF-DATE(CSH-PARM-DATE-N)
003440         END-IF
003450         IF CSH-SHIFT-INT = 0
003460             MOVE SPACES TO CSH-MESSAGE
003470             STRING "ERROR: SHIFT DATE " CSH-PARM-DATE
003480                 " IS NOT A YYYYMMDD CALENDAR DATE"
003490                 DELIMITED BY SIZE INTO CSH-MESSAGE
003500             PERFORM 7000-WRITE-REPORT-LINE THRU 7000-EXIT
003510             MOVE 'Y' TO CSH-GIVE-UP-SW
003520             GO TO 1000-EXIT
003530         END-IF
003540     END-IF.
003550
003560     COMPUTE CSH-SHIFT-DATE =
003570         FUNCTION DATE-OF-INTEGER(CSH-SHIFT-INT).
003580     MOVE CSH-SHIFT-DATE TO CSH-EDIT-DATE.
003590     MOVE SPACES TO CSH-MESSAGE.
003600     STRING "SHIFT DATE " CSH-EDIT-DATE
003610         DELIMITED BY SIZE INTO CSH-MESSAGE.
003620     PERFORM 7000-WRITE-REPORT-LINE THRU 7000-EXIT.
003630     MOVE SPACES TO CSH-MESSAGE.
003640     PERFORM 7000-WRITE-REPORT-LINE THRU 7000-EXIT.
003650
003660 1000-EXIT.
003670     EXIT.
003680
003690******************************************************************
003700* 2000-LOAD-MANIFEST.
003710*     ONE PASS OF THE MANIFEST: THE SHIFT DATE'S ACTIVE FRAME
003720*     RECORDS INTO THE FRAME TABLE, AND ANY CONTACT SHEET
003730*     ALREADY CATALOGED FOR THE DATE INTO THE DONE LIST.
003740******************************************************************
003750 2000-LOAD-MANIFEST.
003760     OPEN INPUT MANIFEST-FILE.
003770     IF NOT CSH-MANIFEST-OK
003780         MOVE "ERROR: NO MANIFEST ON FILE" TO CSH-MESSAGE
003790         PERFORM 7000-WRITE-REPORT-LINE THRU 7000-EXIT
003800         MOVE 'Y' TO CSH-GIVE-UP-SW
003810         CLOSE MANIFEST-FILE
003820         GO TO 2000-EXIT
003830     END-IF.
003840
003850     MOVE 'N' TO CSH-END-OF-FILE-SW.
003860     PERFORM 2100-READ-ONE-MANIFEST THRU 2100-EXIT
003870         UNTIL CSH-END-OF-FILE.
003880     CLOSE MANIFEST-FILE.
003890
003900     IF CSH-FRAME-OVERFLOW > 0
003910         MOVE CSH-FRAME-OVERFLOW TO CSH-EDIT-COUNT
003920         MOVE SPACES TO CSH-MESSAGE
003930         STRING "WARNING: FRAME TABLE FULL AT 500, "
003935             CSH-EDIT-COUNT
003940             " FRAME(S) LEFT OFF THE SHEETS"
003950             DELIMITED BY SIZE INTO CSH-MESSAGE
003960         PERFORM 7000-WRITE-REPORT-LINE THRU 7000-EXIT
003970     END-IF.
003980
003990 2000-EXIT.
004000     EXIT.
004010
004020 2100-READ-ONE-MANIFEST.
004030     READ MANIFEST-FILE
004040         AT END
004050             MOVE 'Y' TO CSH-END-OF-FILE-SW
004060             GO TO 2100-EXIT
004070     END-READ.
004080
004090     IF NOT MAN-IS-ACTIVE
004100         GO TO 2100-EXIT
004110     END-IF.
004120     IF MAN-DATE NOT NUMERIC
004130         OR MAN-DATE NOT = CSH-SHIFT-DATE
004140         GO TO 2100-EXIT
004150     END-IF.
004160
004170     IF MAN-IS-CONTACT-SHEET
004180         PERFORM 2300-NOTE-CATALOGED-SHEET THRU 2300-EXIT
004190         GO TO 2100-EXIT
004200     END-IF.
004210
004220     IF NOT MAN-IS-FRAME
004230         OR MAN-TIME NOT NUMERIC
004240         OR MAN-FRAME-NO NOT NUMERIC
004250         GO TO 2100-EXIT
004260     END-IF.
004270
004280     IF CSH-FRAME-COUNT >= 500
004290         ADD 1 TO CSH-FRAME-OVERFLOW
004300         GO TO 2100-EXIT
004310     END-IF.
004320
004330     MOVE MAN-CANVAS-NAME TO CSH-NEW-CANVAS.
004340     MOVE MAN-TIME TO CSH-NEW-TIME.
004350     IF MAN-SEQ NUMERIC
004360         MOVE MAN-SEQ TO CSH-NEW-SEQ
004370     ELSE
004380         MOVE 0 TO CSH-NEW-SEQ
004390     END-IF.
004400     MOVE MAN-FRAME-NO TO CSH-NEW-FRAME-NO.
004410     MOVE MAN-FILE-NAME TO CSH-NEW-FILE-NAME.
004420     PERFORM 2200-INSERT-FRAME THRU 2200-EXIT.
004430
004440 2100-EXIT.
004450     EXIT.
004460
004470******************************************************************
004480* 2200-INSERT-FRAME.
004490*     OPEN A SLOT AT THE END OF THE TABLE AND SLIDE IT BACK PAST
004500*     EVERY ENTRY WITH A LATER KEY.  THE MANIFEST IS WRITTEN IN
004510*     TIME ORDER, SO THIS IS USUALLY A SHORT SLIDE.
004520******************************************************************
004530 2200-INSERT-FRAME.
004540     ADD 1 TO CSH-FRAME-COUNT.
004550     MOVE CSH-FRAME-COUNT TO CSH-INS-SUB.
004560     MOVE 'N' TO CSH-PLACED-SW.
004570     PERFORM 2210-SLIDE-ONE-BACK THRU 2210-EXIT
004580         UNTIL CSH-PLACED.
004590     MOVE CSH-NEW-ENTRY TO CSH-FRM-ENTRY(CSH-INS-SUB).
004600
004610 2200-EXIT.
004620     EXIT.
004630
004640 2210-SLIDE-ONE-BACK.
004650     IF CSH-INS-SUB = 1
004660         MOVE 'Y' TO CSH-PLACED-SW
004670         GO TO 2210-EXIT
004680     END-IF.
004690     IF CSH-FRM-KEY(CSH-INS-SUB - 1) NOT > CSH-NEW-KEY
004700         MOVE 'Y' TO CSH-PLACED-SW
004710         GO TO 2210-EXIT
004720     END-IF.
004730     MOVE CSH-FRM-ENTRY(CSH-INS-SUB - 1) TO
004740         CSH-FRM-ENTRY(CSH-INS-SUB).
004750     SUBTRACT 1 FROM CSH-INS-SUB.
004760
004770 2210-EXIT.
004780     EXIT.
004790
004800 2300-NOTE-CATALOGED-SHEET.
004810     IF CSH-DONE-COUNT < 20
004820         ADD 1 TO CSH-DONE-COUNT
004830         MOVE MAN-CANVAS-NAME TO CSH-DONE-NAME(CSH-DONE-COUNT)
004840     END-IF.
004850
004860 2300-EXIT.
004870     EXIT.
004880
004890******************************************************************
004900* 2500-GROUP-CANVASES.
004910*     THE FRAME TABLE IS IN CANVAS ORDER, SO EACH CANVAS'S
004920*     FRAMES ARE ONE RUN OF ENTRIES.  NOTE WHERE EACH RUN STARTS
004930*     AND HOW LONG IT IS.  SAME 20-ENTRY GUARD AS THE OTHER
004940*     MANIFEST READERS.
004950******************************************************************
004960 2500-GROUP-CANVASES.
004970     PERFORM 2510-GROUP-ONE-FRAME THRU 2510-EXIT
004980         VARYING CSH-FRM-IDX FROM 1 BY 1
004990             UNTIL CSH-FRM-IDX > CSH-FRAME-COUNT.
005000
005010     IF CSH-CANVAS-OVERFLOW > 0
005020         MOVE CSH-CANVAS-OVERFLOW TO CSH-EDIT-COUNT
005030         MOVE SPACES TO CSH-MESSAGE
005040         STRING "WARNING: CANVAS TABLE FULL AT 20, "
005045             CSH-EDIT-COUNT
005050             " FRAME(S) LEFT OFF THE SHEETS"
005060             DELIMITED BY SIZE INTO CSH-MESSAGE
005070         PERFORM 7000-WRITE-REPORT-LINE THRU 7000-EXIT
005080     END-IF.
005090
005100 2500-EXIT.
005110     EXIT.
005120
005130 2510-GROUP-ONE-FRAME.
005140     IF CSH-CANVAS-COUNT > 0
005150         IF CSH-CAN-NAME(CSH-CANVAS-COUNT) =
005160                 CSH-FRM-CANVAS(CSH-FRM-IDX)
005170             ADD 1 TO CSH-CAN-TILES(CSH-CANVAS-COUNT)
005180             GO TO 2510-EXIT
005190         END-IF
005200     END-IF.
005210
005220     IF CSH-CANVAS-COUNT >= 20
005230         ADD 1 TO CSH-CANVAS-OVERFLOW
005240         GO TO 2510-EXIT
005250     END-IF.
005260
005270     ADD 1 TO CSH-CANVAS-COUNT.
005280     MOVE CSH-FRM-CANVAS(CSH-FRM-IDX) TO
005290         CSH-CAN-NAME(CSH-CANVAS-COUNT).
005300     SET CSH-CAN-FIRST(CSH-CANVAS-COUNT) TO CSH-FRM-IDX.
005310     MOVE 1 TO CSH-CAN-TILES(CSH-CANVAS-COUNT).
005320     MOVE 0 TO CSH-CAN-MISSING(CSH-CANVAS-COUNT).
005330     MOVE 0 TO CSH-CAN-TRUNC(CSH-CANVAS-COUNT).
005340
005350 2510-EXIT.
005360     EXIT.
005370
005380******************************************************************
005390* 3000-BUILD-ONE-SHEET.
005400*     WRITE THE CANVAS'S SHEET: THE PPM HEADER, THE TOP MARGIN,
005410*     THEN ONE BAND OF UP TO EIGHT TILES AT A TIME.  THE SHEET IS
005420*     NO WIDER THAN THE TILES IT HOLDS, SO A SHORT SHIFT GIVES A
005430*     SMALL PICTURE.
005440******************************************************************
005450 3000-BUILD-ONE-SHEET.
005460     IF CSH-CAN-TILES(CSH-CANVAS-IDX) < 8
005470         MOVE CSH-CAN-TILES(CSH-CANVAS-IDX) TO CSH-SHEET-COLS
005480     ELSE
005490         MOVE 8 TO CSH-SHEET-COLS
005500     END-IF.
005510     COMPUTE CSH-SHEET-BANDS =
005520         (CSH-CAN-TILES(CSH-CANVAS-IDX) + 7) / 8.
005530     COMPUTE CSH-SHEET-WIDTH = 4 + CSH-SHEET-COLS * 100.
005540     COMPUTE CSH-SHEET-HEIGHT = 4 + CSH-SHEET-BANDS * 96.
005550
005560     MOVE SPACES TO CSH-SHEET-FILENAME.
005570     STRING "PLGRDCSH." CSH-SHIFT-DATE "."
005580         CSH-CAN-NAME(CSH-CANVAS-IDX) DELIMITED BY SPACE
005590         ".PPM" DELIMITED BY SIZE INTO CSH-SHEET-FILENAME.
005600
005610     OPEN OUTPUT SHEET-FILE.
005620     IF NOT CSH-SHEET-OK
005630         MOVE SPACES TO CSH-MESSAGE
005640         STRING "ERROR: CANNOT OPEN " CSH-SHEET-FILENAME
005650             " STATUS " CSH-SHEET-STATUS
005660             DELIMITED BY SIZE INTO CSH-MESSAGE
005670         PERFORM 7000-WRITE-REPORT-LINE THRU 7000-EXIT
005680         ADD 1 TO CSH-SHEET-FAILURES
005690         GO TO 3000-EXIT
005700     END-IF.
005710
005720     MOVE "P3" TO SHEET-RECORD.
005730     WRITE SHEET-RECORD.
005740     MOVE SPACES TO SHEET-RECORD.
005750     STRING CSH-SHEET-WIDTH " " CSH-SHEET-HEIGHT
005760         DELIMITED BY SIZE INTO SHEET-RECORD.
005770     WRITE SHEET-RECORD.
005780     MOVE "255" TO SHEET-RECORD.
005790     WRITE SHEET-RECORD.
005800
005810     PERFORM 3400-WRITE-MARGIN-ROW THRU 3400-EXIT 4 TIMES.
005820     PERFORM 3100-BUILD-ONE-BAND THRU 3100-EXIT
005830         VARYING CSH-BAND-NO FROM 1 BY 1
005840             UNTIL CSH-BAND-NO > CSH-SHEET-BANDS.
005850     CLOSE SHEET-FILE.
005860     ADD 1 TO CSH-SHEETS-WRITTEN.
005870
005880     ADD CSH-CAN-TILES(CSH-CANVAS-IDX) TO CSH-TOTAL-TILES.
005890     MOVE CSH-CAN-TILES(CSH-CANVAS-IDX) TO CSH-EDIT-COUNT.
005900     MOVE CSH-CAN-MISSING(CSH-CANVAS-IDX) TO CSH-EDIT-COUNT-2.
005910     MOVE CSH-CAN-TRUNC(CSH-CANVAS-IDX) TO CSH-EDIT-COUNT-3.
005920     MOVE SPACES TO CSH-MESSAGE.
005930     STRING "CANVAS " CSH-CAN-NAME(CSH-CANVAS-IDX)
005940         "  TILES " CSH-EDIT-COUNT
005950         "  MISSING " CSH-EDIT-COUNT-2
005960         "  TRUNCATED " CSH-EDIT-COUNT-3
005970         DELIMITED BY SIZE INTO CSH-MESSAGE.
005980     PERFORM 7000-WRITE-REPORT-LINE THRU 7000-EXIT.
005990     MOVE SPACES TO CSH-MESSAGE.
006000     STRING "       SHEET " DELIMITED BY SIZE
006005         CSH-SHEET-FILENAME DELIMITED BY SPACE
006010         " (" CSH-SHEET-WIDTH " X " CSH-SHEET-HEIGHT ")"
006020         DELIMITED BY SIZE INTO CSH-MESSAGE.
006030     PERFORM 7000-WRITE-REPORT-LINE THRU 7000-EXIT.
006040
006050     PERFORM 6000-CATALOG-SHEET THRU 6000-EXIT.
006060
006070 3000-EXIT.
006080     EXIT.
006090
006100******************************************************************
006110* 3100-BUILD-ONE-BAND.
006120*     LOAD THE BAND'S FRAMES INTO THE SLOTS, THEN WRITE ITS 96
006130*     PIXEL ROWS.
006140******************************************************************
006150 3100-BUILD-ONE-BAND.
006160     PERFORM 3110-CLEAR-ONE-SLOT THRU 3110-EXIT
006170         VARYING CSH-SLOT-SUB FROM 1 BY 1
006180             UNTIL CSH-SLOT-SUB > 8.
006190
006200     COMPUTE CSH-BAND-LEFT = CSH-CAN-TILES(CSH-CANVAS-IDX)
006210         - (CSH-BAND-NO - 1) * 8.
006220     IF CSH-BAND-LEFT < 8
006230         MOVE CSH-BAND-LEFT TO CSH-BAND-TILES
006240     ELSE
006250         MOVE 8 TO CSH-BAND-TILES
006260     END-IF.
006270
006280     PERFORM 3120-LOAD-ONE-SLOT THRU 3120-EXIT
006290         VARYING CSH-SLOT-SUB FROM 1 BY 1
006300             UNTIL CSH-SLOT-SUB > CSH-BAND-TILES.
006310
006320     PERFORM 3200-WRITE-BAND-ROW THRU 3200-EXIT
006330         VARYING CSH-CELL-Y FROM 0 BY 1
006340             UNTIL CSH-CELL-Y > 95.
006350
006360 3100-EXIT.
006370     EXIT.
006380
006390 3110-CLEAR-ONE-SLOT.
006400     SET CSH-SLOT-EMPTY(CSH-SLOT-SUB) TO TRUE.
006410
006420 3110-EXIT.
006430     EXIT.
006440
006450 3120-LOAD-ONE-SLOT.
006460     COMPUTE CSH-WK-SUB = CSH-CAN-FIRST(CSH-CANVAS-IDX)
006470         + (CSH-BAND-NO - 1) * 8 + CSH-SLOT-SUB - 1.
006480     SET CSH-FRM-IDX TO CSH-WK-SUB.
006500     PERFORM 4000-LOAD-FRAME THRU 4000-EXIT.
006510
006520 3120-EXIT.
006530     EXIT.
006540
006550******************************************************************
006560* 3200-WRITE-BAND-ROW.
006570*     ONE SHEET ROW AT CELL-RELATIVE Y = CSH-CELL-Y: THE LEFT
006580*     MARGIN, THEN THE SAME ROW OF EVERY CELL IN THE BAND.  ONE
006590*     PPM RECORD PER ROW, AS PLUTO-GRADIENT WRITES ITS FRAMES.
006600******************************************************************
006610 3200-WRITE-BAND-ROW.
006620     MOVE SPACES TO SHEET-RECORD.
006630     MOVE 1 TO CSH-SHEET-PTR.
006640     PERFORM 3300-SET-BACKGROUND THRU 3300-EXIT.
006650     PERFORM 3250-PUT-ONE-TRIPLET THRU 3250-EXIT 4 TIMES.
006660     PERFORM 3210-WRITE-CELL-ROW THRU 3210-EXIT
006670         VARYING CSH-SLOT-SUB FROM 1 BY 1
006680             UNTIL CSH-SLOT-SUB > CSH-SHEET-COLS.
006690     WRITE SHEET-RECORD.
006700
006710 3200-EXIT.
006720     EXIT.
006730
006740 3210-WRITE-CELL-ROW.
006750     PERFORM 3220-WRITE-ONE-PIXEL THRU 3220-EXIT
006760         VARYING CSH-CELL-X FROM 0 BY 1
006770             UNTIL CSH-CELL-X > 99.
006780
006790 3210-EXIT.
006800     EXIT.
006810
006820 3220-WRITE-ONE-PIXEL.
006830     PERFORM 5000-PICK-PIXEL THRU 5000-EXIT.
006840     PERFORM 3250-PUT-ONE-TRIPLET THRU 3250-EXIT.
006850
006860 3220-EXIT.
006870     EXIT.
006880
006890 3250-PUT-ONE-TRIPLET.
006900     STRING CSH-PIX-R " " CSH-PIX-G " " CSH-PIX-B " "
006910         DELIMITED BY SIZE INTO SHEET-RECORD
006920         WITH POINTER CSH-SHEET-PTR.
006930
006940 3250-EXIT.
006950     EXIT.
006960
006970 3300-SET-BACKGROUND.
006980     MOVE 40 TO CSH-PIX-R.
006990     MOVE 40 TO CSH-PIX-G.
007000     MOVE 40 TO CSH-PIX-B.
007010
007020 3300-EXIT.
007030     EXIT.
007040
007050 3400-WRITE-MARGIN-ROW.
007060     MOVE SPACES TO SHEET-RECORD.
007070     MOVE 1 TO CSH-SHEET-PTR.
007080     PERFORM 3300-SET-BACKGROUND THRU 3300-EXIT.
007090     PERFORM 3250-PUT-ONE-TRIPLET THRU 3250-EXIT
007100         CSH-SHEET-WIDTH TIMES.
007110     WRITE SHEET-RECORD.
007120
007130 3400-EXIT.
007140     EXIT.
007150
007160******************************************************************
007170* 4000-LOAD-FRAME.
007180*     READ FRAME CSH-FRM-IDX INTO SLOT CSH-SLOT-SUB AND CAPTION
007190*     IT.  A FRAME THAT CANNOT BE READ IN FULL LEAVES A BLANK
007200*     TILE AND A REPORT LINE.
007210******************************************************************
007220 4000-LOAD-FRAME.
007230     SET CSH-SLOT-OK(CSH-SLOT-SUB) TO TRUE.
007240     PERFORM 4100-READ-FRAME-FILE THRU 4100-EXIT.
007250     PERFORM 4500-SET-CAPTION THRU 4500-EXIT.
007260
007270     IF CSH-SLOT-OK(CSH-SLOT-SUB)
007280         GO TO 4000-EXIT
007290     END-IF.
007300
007310     MOVE SPACES TO CSH-MESSAGE.
007320     IF CSH-SLOT-MISSING(CSH-SLOT-SUB)
007330         ADD 1 TO CSH-CAN-MISSING(CSH-CANVAS-IDX)
007340         ADD 1 TO CSH-TOTAL-MISSING
007350         MOVE "MISSING:   " TO CSH-MESSAGE
007360     ELSE
007370         ADD 1 TO CSH-CAN-TRUNC(CSH-CANVAS-IDX)
007380         ADD 1 TO CSH-TOTAL-TRUNC
007390         MOVE "TRUNCATED: " TO CSH-MESSAGE
007400     END-IF.
007410     STRING CSH-FRM-CANVAS(CSH-FRM-IDX) " "
007420         "FRAME " CSH-FRM-FRAME-NO(CSH-FRM-IDX) " AT "
007430         CSH-TX-HH ":" CSH-TX-MM ":" CSH-TX-SS " "
007440         CSH-FRM-FILE-NAME(CSH-FRM-IDX)
007450         DELIMITED BY SIZE INTO CSH-MESSAGE(12:85).
007460     PERFORM 7000-WRITE-REPORT-LINE THRU 7000-EXIT.
007470
007480 4000-EXIT.
007490     EXIT.
007500
007510******************************************************************
007520* 4100-READ-FRAME-FILE.
007530*     NO FILE IS MISSING.  A FILE WITHOUT THE P3 / SIZE / 255
007540*     HEADER, WITH FEWER ROWS THAN THE HEADER PROMISES, OR WITH
007550*     A ROW THAT STOPS SHORT OF THE LAST PIXEL IS TRUNCATED.
007560*     THE SAMPLING STEP IS THE LARGER OF WIDTH / 96 AND
007570*     HEIGHT / 72, ROUNDED UP, SO THE WHOLE FRAME FITS THE BOX.
007580******************************************************************
007590 4100-READ-FRAME-FILE.
007600     MOVE CSH-FRM-FILE-NAME(CSH-FRM-IDX) TO CSH-FRAME-FILENAME.
007610     OPEN INPUT FRAME-FILE.
007620     IF NOT CSH-FRAME-OK
007630         SET CSH-SLOT-MISSING(CSH-SLOT-SUB) TO TRUE
007640         GO TO 4100-EXIT
007650     END-IF.
007660
007670     SET CSH-SLOT-TRUNC(CSH-SLOT-SUB) TO TRUE.
007680     READ FRAME-FILE
007690         AT END
007700             GO TO 4100-CLOSE
007710     END-READ.
007720     IF FRAME-RECORD(1:2) NOT = "P3"
007730         GO TO 4100-CLOSE
007740     END-IF.
007750
007760     READ FRAME-FILE
007770         AT END
007780             GO TO 4100-CLOSE
007790     END-READ.
007800     MOVE SPACES TO CSH-DIM-W-JUST.
007810     MOVE SPACES TO CSH-DIM-H-JUST.
007820     UNSTRING FRAME-RECORD(1:20) DELIMITED BY ALL ' '
007830         INTO CSH-DIM-W-JUST CSH-DIM-H-JUST.
007840     INSPECT CSH-DIM-W-JUST REPLACING LEADING ' ' BY '0'.
007850     INSPECT CSH-DIM-H-JUST REPLACING LEADING ' ' BY '0'.
007860     IF CSH-DIM-W-JUST NOT NUMERIC
007870         OR CSH-DIM-H-JUST NOT NUMERIC
007880         GO TO 4100-CLOSE
007890     END-IF.
007900     MOVE CSH-DIM-W-JUST TO CSH-FRM-WIDTH.
007910     MOVE CSH-DIM-H-JUST TO CSH-FRM-HEIGHT.
007920     IF CSH-FRM-WIDTH = 0 OR CSH-FRM-WIDTH > 999
007930         OR CSH-FRM-HEIGHT = 0 OR CSH-FRM-HEIGHT > 999
007940         GO TO 4100-CLOSE
007950     END-IF.
007960
007970     READ FRAME-FILE
007980         AT END
007990             GO TO 4100-CLOSE
008000     END-READ.
008010     IF FRAME-RECORD(1:4) NOT = "255 "
008020         GO TO 4100-CLOSE
008030     END-IF.
008040
008050     COMPUTE CSH-STEP = (CSH-FRM-WIDTH + 95) / 96.
008060     COMPUTE CSH-STEP-H = (CSH-FRM-HEIGHT + 71) / 72.
008070     IF CSH-STEP-H > CSH-STEP
008080         MOVE CSH-STEP-H TO CSH-STEP
008090     END-IF.
008100     COMPUTE CSH-SLOT-TW(CSH-SLOT-SUB) =
008110         (CSH-FRM-WIDTH - 1) / CSH-STEP + 1.
008120     COMPUTE CSH-SLOT-TH(CSH-SLOT-SUB) =
008130         (CSH-FRM-HEIGHT - 1) / CSH-STEP + 1.
008140     COMPUTE CSH-SLOT-OX(CSH-SLOT-SUB) =
008150         (96 - CSH-SLOT-TW(CSH-SLOT-SUB)) / 2.
008160     COMPUTE CSH-SLOT-OY(CSH-SLOT-SUB) =
008170         (72 - CSH-SLOT-TH(CSH-SLOT-SUB)) / 2.
008180     COMPUTE CSH-LAST-POS = (CSH-FRM-WIDTH - 1) * 12 + 9.
008190
008200     SET CSH-SLOT-OK(CSH-SLOT-SUB) TO TRUE.
008210     PERFORM 4200-READ-ONE-FRAME-ROW THRU 4200-EXIT
008220         VARYING CSH-SRC-ROW FROM 1 BY 1
008230             UNTIL CSH-SRC-ROW > CSH-FRM-HEIGHT
008240                 OR NOT CSH-SLOT-OK(CSH-SLOT-SUB).
008250
008260 4100-CLOSE.
008270     CLOSE FRAME-FILE.
008280
008290 4100-EXIT.
008300     EXIT.
008310
008320 4200-READ-ONE-FRAME-ROW.
008330     READ FRAME-FILE
008340         AT END
008350             SET CSH-SLOT-TRUNC(CSH-SLOT-SUB) TO TRUE
008360             GO TO 4200-EXIT
008370     END-READ.
008380     IF FRAME-RECORD(CSH-LAST-POS:3) NOT NUMERIC
008390         SET CSH-SLOT-TRUNC(CSH-SLOT-SUB) TO TRUE
008400         GO TO 4200-EXIT
008410     END-IF.
008420
008430     COMPUTE CSH-WK-SUB = CSH-SRC-ROW - 1.
008435     DIVIDE CSH-WK-SUB BY CSH-STEP
008440         GIVING CSH-WK-QUOT REMAINDER CSH-WK-REM.
008450     IF CSH-WK-REM NOT = 0
008460         GO TO 4200-EXIT
008470     END-IF.
008480     COMPUTE CSH-THUMB-Y = CSH-WK-QUOT + 1.
008490     PERFORM 4210-SAMPLE-ONE-PIXEL THRU 4210-EXIT
008500         VARYING CSH-THUMB-X FROM 1 BY 1
008510             UNTIL CSH-THUMB-X > CSH-SLOT-TW(CSH-SLOT-SUB)
008520                 OR NOT CSH-SLOT-OK(CSH-SLOT-SUB).
008530
008540 4200-EXIT.
008550     EXIT.
008560
008570 4210-SAMPLE-ONE-PIXEL.
008580     COMPUTE CSH-SRC-POS = (CSH-THUMB-X - 1) * CSH-STEP * 12 + 1.
008590     IF FRAME-RECORD(CSH-SRC-POS:3) NOT NUMERIC
008600         OR FRAME-RECORD(CSH-SRC-POS + 4:3) NOT NUMERIC
008610         OR FRAME-RECORD(CSH-SRC-POS + 8:3) NOT NUMERIC
008620         SET CSH-SLOT-TRUNC(CSH-SLOT-SUB) TO TRUE
008630         GO TO 4210-EXIT
008640     END-IF.
008650     MOVE FRAME-RECORD(CSH-SRC-POS:3) TO
008660         CSH-THUMB-R(CSH-SLOT-SUB, CSH-THUMB-Y, CSH-THUMB-X).
008670     MOVE FRAME-RECORD(CSH-SRC-POS + 4:3) TO
008680         CSH-THUMB-G(CSH-SLOT-SUB, CSH-THUMB-Y, CSH-THUMB-X).
008690     MOVE FRAME-RECORD(CSH-SRC-POS + 8:3) TO
008700         CSH-THUMB-B(CSH-SLOT-SUB, CSH-THUMB-Y, CSH-THUMB-X).
008710
008720 4210-EXIT.
008730     EXIT.
008740
008750******************************************************************
008760* 4500-SET-CAPTION.
008770*     LINE 1 IS THE FRAME NUMBER, LINE 2 THE TIME THE FRAME WAS
008780*     ARCHIVED AND, ON A BLANK TILE, WHY IT IS BLANK.  EACH
008790*     CHARACTER IS LOOKED UP IN THE FONT ONCE HERE RATHER THAN
008800*     FOR EVERY PIXEL.
008810******************************************************************
008820 4500-SET-CAPTION.
008830     MOVE CSH-FRM-TIME(CSH-FRM-IDX) TO CSH-WK-TIME-X.
008840     MOVE SPACES TO CSH-LABEL-LINES.
008850     STRING "FRAME " CSH-FRM-FRAME-NO(CSH-FRM-IDX)
008860         DELIMITED BY SIZE INTO CSH-LABEL-LINE(1).
008870     STRING CSH-TX-HH ":" CSH-TX-MM ":" CSH-TX-SS
008880         DELIMITED BY SIZE INTO CSH-LABEL-LINE(2).
008890     IF CSH-SLOT-MISSING(CSH-SLOT-SUB)
008900         MOVE "MISSING" TO CSH-LABEL-LINE(2)(10:7)
008910     END-IF.
008920     IF CSH-SLOT-TRUNC(CSH-SLOT-SUB)
008930         MOVE "TRUNC" TO CSH-LABEL-LINE(2)(10:7)
008940     END-IF.
008950
008960     PERFORM 4510-FIND-GLYPH THRU 4510-EXIT
008970         VARYING CSH-LBL-LINE FROM 1 BY 1
008980             UNTIL CSH-LBL-LINE > 2
008990         AFTER CSH-LBL-CELL FROM 1 BY 1
009000             UNTIL CSH-LBL-CELL > 16.
009010
009020 4500-EXIT.
009030     EXIT.
009040
009050******************************************************************
009060* 4510-FIND-GLYPH.
009070*     AS PLUTO-GRADIENT'S 3226-FIND-GLYPH: A CHARACTER NOT IN
009080*     THE CHARSET FALLS THROUGH TO THE BLANK GLYPH AT THE END.
009090******************************************************************
009100 4510-FIND-GLYPH.
009110     MOVE CSH-LABEL-LINE(CSH-LBL-LINE)(CSH-LBL-CELL:1) TO
009120         CSH-WK-CHAR.
009130     MOVE 41 TO CSH-GLYPH.
009140     PERFORM 4520-MATCH-ONE-GLYPH THRU 4520-EXIT
009150         VARYING CSH-SCAN FROM 1 BY 1
009160             UNTIL CSH-SCAN > 41
009170                 OR CSH-GLYPH < 41.
009180     MOVE CSH-GLYPH TO
009190         CSH-SLOT-GLYPH(CSH-SLOT-SUB, CSH-LBL-LINE, CSH-LBL-CELL).
009200
009210 4510-EXIT.
009220     EXIT.
009230
009240 4520-MATCH-ONE-GLYPH.
009250     IF FNT-CHARSET(CSH-SCAN:1) = CSH-WK-CHAR
009260         MOVE CSH-SCAN TO CSH-GLYPH
009270     END-IF.
009280
009290 4520-EXIT.
009300     EXIT.
009310
009320******************************************************************
009330* 5000-PICK-PIXEL.
009340*     THE COLOR OF CELL PIXEL (CSH-CELL-X, CSH-CELL-Y) OF SLOT
009350*     CSH-SLOT-SUB INTO CSH-PIX-R/G/B.  ANYTHING NOT THE BOX OR
009360*     A CAPTION DOT IS BACKGROUND.
009370******************************************************************
009380 5000-PICK-PIXEL.
009390     PERFORM 3300-SET-BACKGROUND THRU 3300-EXIT.
009400     IF CSH-SLOT-EMPTY(CSH-SLOT-SUB)
009410         OR CSH-CELL-X > 95
009420         GO TO 5000-EXIT
009430     END-IF.
009440
009450     IF CSH-CELL-Y < 72
009460         PERFORM 5100-PICK-BOX-PIXEL THRU 5100-EXIT
009470         GO TO 5000-EXIT
009480     END-IF.
009490
009500     IF CSH-CELL-Y > 73 AND CSH-CELL-Y < 90
009510         PERFORM 5200-PICK-CAPTION-PIXEL THRU 5200-EXIT
009520     END-IF.
009530
009540 5000-EXIT.
009550     EXIT.
009560
009570******************************************************************
009580* 5100-PICK-BOX-PIXEL.
009590*     A GOOD TILE IS ITS THUMBNAIL ON BLACK.  A BLANK TILE IS
009600*     GREY WITH A RED BORDER AND A RED CROSS CORNER TO CORNER.
009610*     THE BOX IS 96 X 72, SO A DIAGONAL IS WHERE 3X = 4Y; TAKING
009620*     EVERY PIXEL WITHIN 4 OF THAT DRAWS IT TWO PIXELS THICK.
009630******************************************************************
009640 5100-PICK-BOX-PIXEL.
009650     IF CSH-SLOT-OK(CSH-SLOT-SUB)
009660         MOVE 0 TO CSH-PIX-R
009670         MOVE 0 TO CSH-PIX-G
009680         MOVE 0 TO CSH-PIX-B
009690         COMPUTE CSH-REL-X =
009695             CSH-CELL-X - CSH-SLOT-OX(CSH-SLOT-SUB)
009700         COMPUTE CSH-REL-Y =
009705             CSH-CELL-Y - CSH-SLOT-OY(CSH-SLOT-SUB)
009710         IF CSH-REL-X >= 0
009720             AND CSH-REL-X < CSH-SLOT-TW(CSH-SLOT-SUB)
009730             AND CSH-REL-Y >= 0
009740             AND CSH-REL-Y < CSH-SLOT-TH(CSH-SLOT-SUB)
009750             MOVE CSH-THUMB-R(CSH-SLOT-SUB,
009760                 CSH-REL-Y + 1, CSH-REL-X + 1) TO CSH-PIX-R
009770             MOVE CSH-THUMB-G(CSH-SLOT-SUB,
009780                 CSH-REL-Y + 1, CSH-REL-X + 1) TO CSH-PIX-G
009790             MOVE CSH-THUMB-B(CSH-SLOT-SUB,
009800                 CSH-REL-Y + 1, CSH-REL-X + 1) TO CSH-PIX-B
009810         END-IF
009820         GO TO 5100-EXIT
009830     END-IF.
009840
009850     MOVE 96 TO CSH-PIX-R.
009860     MOVE 96 TO CSH-PIX-G.
009870     MOVE 96 TO CSH-PIX-B.
009880     IF CSH-CELL-X = 0 OR CSH-CELL-X = 95
009890         OR CSH-CELL-Y = 0 OR CSH-CELL-Y = 71
009900         GO TO 5100-MARK
009910     END-IF.
009920     COMPUTE CSH-DIAG = CSH-CELL-X * 3 - CSH-CELL-Y * 4.
009930     IF CSH-DIAG > -4 AND CSH-DIAG < 4
009940         GO TO 5100-MARK
009950     END-IF.
009960     COMPUTE CSH-DIAG = (95 - CSH-CELL-X) * 3 - CSH-CELL-Y * 4.
009970     IF CSH-DIAG > -4 AND CSH-DIAG < 4
009980         GO TO 5100-MARK
009990     END-IF.
010000     GO TO 5100-EXIT.
010010
010020 5100-MARK.
010030     MOVE 255 TO CSH-PIX-R.
010040     MOVE 0 TO CSH-PIX-G.
010050     MOVE 0 TO CSH-PIX-B.
010060
010070 5100-EXIT.
010080     EXIT.
010090
010100******************************************************************
010110* 5200-PICK-CAPTION-PIXEL.
010120*     AS PLUTO-GRADIENT'S 3225-APPLY-BANNER-OVERLAY: 6 X 8
010130*     CHARACTER CELLS, THE RIGHTMOST COLUMN AND BOTTOM ROW OF
010140*     EACH BEING SPACING.  AN ON-DOT PAINTS WHITE.
010150******************************************************************
010160 5200-PICK-CAPTION-PIXEL.
010170     COMPUTE CSH-WK-SUB = CSH-CELL-Y - 74.
010175     DIVIDE CSH-WK-SUB BY 8
010180         GIVING CSH-LBL-LINE REMAINDER CSH-LBL-ROW.
010190     IF CSH-LBL-ROW > 6
010200         GO TO 5200-EXIT
010210     END-IF.
010220     DIVIDE CSH-CELL-X BY 6
010230         GIVING CSH-LBL-CELL REMAINDER CSH-LBL-COL.
010240     IF CSH-LBL-COL > 4 OR CSH-LBL-CELL > 15
010250         GO TO 5200-EXIT
010260     END-IF.
010270
010280     MOVE CSH-SLOT-GLYPH(CSH-SLOT-SUB, CSH-LBL-LINE + 1,
010290         CSH-LBL-CELL + 1) TO CSH-GLYPH.
010300     IF FNT-DOT(CSH-GLYPH, CSH-LBL-ROW + 1, CSH-LBL-COL + 1)
010310             = 'X'
010320         MOVE 255 TO CSH-PIX-R
010330         MOVE 255 TO CSH-PIX-G
010340         MOVE 255 TO CSH-PIX-B
010350     END-IF.
010360
010370 5200-EXIT.
010380     EXIT.
010390
010400******************************************************************
010410* 6000-CATALOG-SHEET.
010420*     APPEND A CONTACT-SHEET RECORD TO THE MANIFEST, UNLESS AN
010430*     EARLIER RUN ALREADY CATALOGED THIS CANVAS'S SHEET FOR THE
010440*     DATE (THE FILE JUST WRITTEN HAS REPLACED THAT ONE).  THE
010450*     FRAME-NUMBER FIELD CARRIES THE TILE COUNT.
010460******************************************************************
010470 6000-CATALOG-SHEET.
010480     MOVE 'N' TO CSH-FOUND-SW.
010490     PERFORM 6100-CHECK-ONE-DONE THRU 6100-EXIT
010500         VARYING CSH-SEARCH-IDX FROM 1 BY 1
010510             UNTIL CSH-SEARCH-IDX > CSH-DONE-COUNT
010520                 OR CSH-FOUND.
010530     IF CSH-FOUND
010540         MOVE "       ALREADY ON THE MANIFEST -- SHEET REPLACED"
010550             TO CSH-MESSAGE
010560         PERFORM 7000-WRITE-REPORT-LINE THRU 7000-EXIT
010570         GO TO 6000-EXIT
010580     END-IF.
010590
010600     OPEN EXTEND MANIFEST-FILE.
010610     IF NOT CSH-MANIFEST-OK
010620         MOVE SPACES TO CSH-MESSAGE
010630         STRING "ERROR: MANIFEST OPEN FAILED, STATUS "
010640             CSH-MANIFEST-STATUS " -- SHEET NOT CATALOGED"
010650             DELIMITED BY SIZE INTO CSH-MESSAGE
010660         PERFORM 7000-WRITE-REPORT-LINE THRU 7000-EXIT
010670         ADD 1 TO CSH-SHEET-FAILURES
010680         CLOSE MANIFEST-FILE
010690         GO TO 6000-EXIT
010700     END-IF.
010710
010720     ACCEPT CSH-NOW-TIME FROM TIME.
010730     MOVE SPACES TO MANIFEST-RECORD.
010740     SET MAN-IS-CONTACT-SHEET TO TRUE.
010750     MOVE CSH-SHIFT-DATE TO MAN-DATE.
010760     MOVE CSH-NOW-TIME TO MAN-TIME.
010770     MOVE CSH-CAN-NAME(CSH-CANVAS-IDX) TO MAN-CANVAS-NAME.
010780     MOVE CSH-CAN-TILES(CSH-CANVAS-IDX) TO MAN-FRAME-NO.
010790     MOVE 0 TO MAN-SEQ.
010800     SET MAN-IS-ACTIVE TO TRUE.
010810     MOVE CSH-SHEET-FILENAME TO MAN-FILE-NAME.
010820     WRITE MANIFEST-RECORD.
010830     IF NOT CSH-MANIFEST-OK
010840         MOVE SPACES TO CSH-MESSAGE
010850         STRING "ERROR: MANIFEST WRITE FAILED, STATUS "
010860             CSH-MANIFEST-STATUS " -- SHEET NOT CATALOGED"
010870             DELIMITED BY SIZE INTO CSH-MESSAGE
010880         PERFORM 7000-WRITE-REPORT-LINE THRU 7000-EXIT
010890         ADD 1 TO CSH-SHEET-FAILURES
010900     END-IF.
010910     CLOSE MANIFEST-FILE.
010920
010930 6000-EXIT.
010940     EXIT.
010950
010960 6100-CHECK-ONE-DONE.
010970     IF CSH-DONE-NAME(CSH-SEARCH-IDX) =
010980             CSH-CAN-NAME(CSH-CANVAS-IDX)
010990         MOVE 'Y' TO CSH-FOUND-SW
011000     END-IF.
011010
011020 6100-EXIT.
011030     EXIT.
011040
011050******************************************************************
011060* 7000-WRITE-REPORT-LINE.
011070******************************************************************
011080 7000-WRITE-REPORT-LINE.
011090     MOVE CSH-MESSAGE TO CONTACT-REPORT-RECORD.
011100     WRITE CONTACT-REPORT-RECORD.
011110
011120 7000-EXIT.
011130     EXIT.
011140
011150******************************************************************
011160* 8000-WRITE-SUMMARY.
011170******************************************************************
011180 8000-WRITE-SUMMARY.
011190     MOVE SPACES TO CSH-MESSAGE.
011200     PERFORM 7000-WRITE-REPORT-LINE THRU 7000-EXIT.
011210
011220     IF CSH-FRAME-COUNT = 0
011230         MOVE "NO ACTIVE FRAMES ON THE MANIFEST FOR THE DATE"
011240             TO CSH-MESSAGE
011250         PERFORM 7000-WRITE-REPORT-LINE THRU 7000-EXIT
011260         GO TO 8000-EXIT
011270     END-IF.
011280
011290     MOVE CSH-SHEETS-WRITTEN TO CSH-EDIT-COUNT.
011300     MOVE SPACES TO CSH-MESSAGE.
011310     STRING "CONTACT SHEETS WRITTEN . . . . " CSH-EDIT-COUNT
011320         DELIMITED BY SIZE INTO CSH-MESSAGE.
011330     PERFORM 7000-WRITE-REPORT-LINE THRU 7000-EXIT.
011340
011350     MOVE CSH-TOTAL-TILES TO CSH-EDIT-COUNT.
011360     MOVE SPACES TO CSH-MESSAGE.
011370     STRING "TILES. . . . . . . . . . . . . " CSH-EDIT-COUNT
011380         DELIMITED BY SIZE INTO CSH-MESSAGE.
011390     PERFORM 7000-WRITE-REPORT-LINE THRU 7000-EXIT.
011400
011410     MOVE CSH-TOTAL-MISSING TO CSH-EDIT-COUNT.
011420     MOVE SPACES TO CSH-MESSAGE.
011430     STRING "  OF WHICH MISSING FROM DISK . " CSH-EDIT-COUNT
011440         DELIMITED BY SIZE INTO CSH-MESSAGE.
011450     PERFORM 7000-WRITE-REPORT-LINE THRU 7000-EXIT.
011460
011470     MOVE CSH-TOTAL-TRUNC TO CSH-EDIT-COUNT.
011480     MOVE SPACES TO CSH-MESSAGE.
011490     STRING "  OF WHICH TRUNCATED . . . . . " CSH-EDIT-COUNT
011500         DELIMITED BY SIZE INTO CSH-MESSAGE.
011510     PERFORM 7000-WRITE-REPORT-LINE THRU 7000-EXIT.
011520
011530 8000-EXIT.
011540     EXIT.
011550
011560******************************************************************
011570* 9000-TERMINATE.
011580******************************************************************
011590 9000-TERMINATE.
011600     CLOSE CONTACT-REPORT-FILE.
011610     IF CSH-GIVE-UP
011620         OR CSH-SHEET-FAILURES > 0
011630         MOVE 8 TO RETURN-CODE
011640         DISPLAY "PLUTO-CONTACT: RUN FAILED, SEE PLCSHRPT"
011650     ELSE
011660         IF CSH-FRAME-COUNT = 0
011670             OR CSH-TOTAL-MISSING > 0
011680             OR CSH-TOTAL-TRUNC > 0
011690             MOVE 4 TO RETURN-CODE
011700         END-IF
011710         MOVE CSH-SHEETS-WRITTEN TO CSH-EDIT-COUNT
011720         DISPLAY "PLUTO-CONTACT: " CSH-EDIT-COUNT
011730             " CONTACT SHEET(S) WRITTEN"
011740     END-IF.
011750
011760 9000-EXIT.
011770     EXIT.
