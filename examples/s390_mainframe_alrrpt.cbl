000010******************************************************************
000020* PROGRAM-ID.  PLUTO-ALRRPT
000030* AUTHOR.      R. S. HALVORSEN, OPS FLOOR DEVELOPMENT
000040* INSTALLATION. OPS FLOOR SYSTEMS
000050* DATE-WRITTEN. 2026-10-15
000060* DATE-COMPILED.
000070*
000080* REMARKS.
000090*     WEEKLY ALERT REVIEW FOR THE PLUTO WALL.  READS THE
000100*     WATCHDOG ALERT FILE (PLGRDALR) AND, FOR THE SEVEN DAYS
000110*     ENDING ON THE WEEK-ENDING DATE, COUNTS PER CANVAS AND
000120*     ALERT TYPE:
000130*       RAISED     ALERTS PLUTO-WATCH RAISED IN THE WEEK;
000140*       ACKED      THOSE SINCE ACKNOWLEDGED BY AN ACK COMMAND;
000150*       ESCAL      ESCALATE RECORDS RAISED IN THE WEEK, COUNTED
000160*                  AGAINST THE TYPE OF THE ALERT THEY ESCALATED
000170*                  (AN ESCALATION IS NOT ITSELF A RAISED ALERT);
000180*       OPEN       RAISED IN THE WEEK AND STILL UNACKNOWLEDGED;
000190*     WITH THE MEAN AND WORST TIME FROM RAISE TO ACKNOWLEDGE, IN
000200*     MINUTES.  ONLY ALERTS CARRYING AN ACK STAMP ARE TIMED --
000210*     ONES ACKNOWLEDGED BEFORE PLUTO-GRADIENT STAMPED THE ACK
000220*     COUNT AS ACKED BUT NOT IN THE TIMES.
000230*
000240*     THE JCL PARM (OR COMMAND LINE) GIVES THE WEEK-ENDING DATE,
000250*     E.G. 'PLUTO-ALRRPT 20261011'.  NO PARM MEANS THE WEEK
000260*     ENDING YESTERDAY.  A MISSING ALERT FILE IS A QUIET WEEK,
000270*     NOTED ON THE REPORT.  AN UNUSABLE PARM SETS RETURN CODE 8.
000280*     THE REPORT GOES TO PLALRRPT.
000290*
000300* MODIFICATION HISTORY.
000310*     DATE       BY   DESCRIPTION
000320*     ---------- ---- ----------------------------------------
000330*     2026-10-15 RSH  ORIGINAL VERSION.
000340******************************************************************
000350 IDENTIFICATION DIVISION.
000360 PROGRAM-ID. PLUTO-ALRRPT.
000370 AUTHOR. R. S. HALVORSEN.
000380 INSTALLATION. OPS FLOOR SYSTEMS.
000390 DATE-WRITTEN. 2026-10-15.
000400 DATE-COMPILED.
000410
000420 ENVIRONMENT DIVISION.
000430 INPUT-OUTPUT SECTION.
000440 FILE-CONTROL.
000450     SELECT OPTIONAL ALERT-FILE ASSIGN TO "PLGRDALR"
000460         ORGANIZATION IS LINE SEQUENTIAL
000470         FILE STATUS IS ARP-ALERT-STATUS.
000480
000490     SELECT ALERT-REPORT-FILE ASSIGN TO "PLALRRPT"
000500         ORGANIZATION IS LINE SEQUENTIAL
000510         FILE STATUS IS ARP-RPT-STATUS.
000520
000530 DATA DIVISION.
000540 FILE SECTION.
000550 FD  ALERT-FILE
000560     RECORDING MODE IS F.
000570 COPY PLGRDALR.
000580
000590 FD  ALERT-REPORT-FILE
000600     RECORDING MODE IS F.
000610 01  ALERT-REPORT-RECORD             PIC X(96).
000620
000630 WORKING-STORAGE SECTION.
000640******************************************************************
000650* FILE STATUS AND MISCELLANEOUS SWITCHES.
000660******************************************************************
000670 77  ARP-ALERT-STATUS               PIC X(02).
000680     88  ARP-ALERT-OK                    VALUE '00'.
000690     88  ARP-ALERT-EOF                   VALUE '10'.
000700 77  ARP-RPT-STATUS                 PIC X(02).
000710
000720 77  ARP-END-OF-ALERTS-SW           PIC X(01) VALUE 'N'.
000730     88  ARP-END-OF-ALERTS                VALUE 'Y'.
000740 77  ARP-GIVE-UP-SW                 PIC X(01) VALUE 'N'.
000750     88  ARP-GIVE-UP                      VALUE 'Y'.
000760 77  ARP-FOUND-SW                   PIC X(01).
000770     88  ARP-FOUND                        VALUE 'Y'.
000780 77  ARP-SEARCH-IDX                 PIC 9(03) COMP.
000790 77  ARP-BAD-COUNT                  PIC 9(05) COMP VALUE 0.
000800
000810******************************************************************
000820* OPERATOR PARM AND THE REPORTING WINDOW.
000830******************************************************************
000840 77  ARP-CMDLINE-PARM               PIC X(80).
000850 01  ARP-PARM-DATE                  PIC X(08).
000860 01  ARP-PARM-DATE-N REDEFINES ARP-PARM-DATE
000870                                    PIC 9(08).
000880 77  ARP-TODAY-DATE                 PIC 9(08).
000890 77  ARP-END-DATE                   PIC 9(08).
000900 77  ARP-START-DATE                 PIC 9(08).
000910 77  ARP-END-INT                    PIC 9(08) COMP.
000920 77  ARP-START-INT                  PIC 9(08) COMP.
000930 77  ARP-ALERT-INT                  PIC 9(08) COMP.
000940
000950******************************************************************
000960* TIME-TO-ACK WORK FIELDS.  TIMES ARE HHMMSSCC; THE RAISE AND
000970* THE ACK ARE TURNED INTO ABSOLUTE SECOND COUNTS (DAY NUMBER
000980* TIMES 86400 PLUS SECONDS INTO THE DAY) SO AN ALERT ANSWERED
000990* THE NEXT MORNING TIMES CORRECTLY.
001000******************************************************************
001010 77  ARP-WK-DATE                    PIC 9(08).
001020 77  ARP-WK-TIME                    PIC 9(08).
001030 77  ARP-WK-TEMP                    PIC 9(08).
001040 77  ARP-WK-HH                      PIC 9(02).
001050 77  ARP-WK-MM                      PIC 9(02).
001060 77  ARP-WK-SS                      PIC 9(02).
001070 77  ARP-WK-CC                      PIC 9(02).
001080 77  ARP-WK-INT                     PIC 9(08) COMP.
001090 77  ARP-ABS-SECS                   PIC 9(12) COMP.
001100 77  ARP-RAISE-ABS-SECS             PIC 9(12) COMP.
001110 77  ARP-ACK-SECS                   PIC S9(12) COMP.
001120
001130******************************************************************
001140* ONE ENTRY PER CANVAS AND ALERT TYPE SEEN IN THE WEEK, IN THE
001150* ORDER FIRST SEEN, PLUS THE ALL-ALERTS TOTAL.  ACK TIMES ARE
001160* KEPT IN SECONDS AND EDITED TO MINUTES ON THE REPORT.
001170******************************************************************
001180 01  ARP-ENTRY-COUNT                PIC 9(03) VALUE 0.
001190
001200 01  ARP-ENTRY-TABLE.
001210     05  ARP-ENTRY OCCURS 1 TO 100 TIMES
001220             DEPENDING ON ARP-ENTRY-COUNT
001230             INDEXED BY ARP-ENTRY-IDX.
001240         10  ARP-ENT-CANVAS               PIC X(08).
001250         10  ARP-ENT-TYPE                 PIC X(08).
001260         10  ARP-ENT-RAISED               PIC 9(07) COMP.
001270         10  ARP-ENT-ACKED                PIC 9(07) COMP.
001280         10  ARP-ENT-ESCALATED            PIC 9(07) COMP.
001290         10  ARP-ENT-OPEN                 PIC 9(07) COMP.
001300         10  ARP-ENT-TIMED                PIC 9(07) COMP.
001310         10  ARP-ENT-ACK-SECS             PIC 9(12) COMP.
001320         10  ARP-ENT-WORST-SECS           PIC 9(09) COMP.
001330
001340 77  ARP-KEY-CANVAS                 PIC X(08).
001350 77  ARP-KEY-TYPE                   PIC X(08).
001360
001370 01  ARP-TOTALS.
001380     05  ARP-TOT-RAISED             PIC 9(07) COMP VALUE 0.
001390     05  ARP-TOT-ACKED              PIC 9(07) COMP VALUE 0.
001400     05  ARP-TOT-ESCALATED          PIC 9(07) COMP VALUE 0.
001410     05  ARP-TOT-OPEN               PIC 9(07) COMP VALUE 0.
001420     05  ARP-TOT-TIMED              PIC 9(07) COMP VALUE 0.
001430     05  ARP-TOT-ACK-SECS           PIC 9(12) COMP VALUE 0.
001440     05  ARP-TOT-WORST-SECS         PIC 9(09) COMP VALUE 0.
001450
001460******************************************************************
001470* REPORT EDIT FIELDS AND LINE WORK AREA.  THE ARP-LINE- FIELDS ARE
001480* FOR WHICHEVER ENTRY (OR THE TOTAL) IS BEING PRINTED.
001490******************************************************************
001500 77  ARP-LINE-CANVAS                PIC X(12).
001510 77  ARP-LINE-TYPE                  PIC X(08).
001520 77  ARP-LINE-RAISED                PIC 9(07) COMP.
001530 77  ARP-LINE-ACKED                 PIC 9(07) COMP.
001540 77  ARP-LINE-ESCALATED             PIC 9(07) COMP.
001550 77  ARP-LINE-OPEN                  PIC 9(07) COMP.
001560 77  ARP-LINE-TIMED                 PIC 9(07) COMP.
001570 77  ARP-LINE-ACK-SECS              PIC 9(12) COMP.
001580 77  ARP-LINE-WORST-SECS            PIC 9(09) COMP.
001590 77  ARP-MINUTES                    PIC 9(07)V9.
001600
001610 01  ARP-EDIT-RAISED                PIC ZZZZZ9.
001620 01  ARP-EDIT-ACKED                 PIC ZZZZZ9.
001630 01  ARP-EDIT-ESCALATED             PIC ZZZZZ9.
001640 01  ARP-EDIT-OPEN                  PIC ZZZZZ9.
001650 01  ARP-EDIT-MEAN                  PIC X(10).
001660 01  ARP-EDIT-WORST                 PIC X(10).
001670 01  ARP-EDIT-MINUTES               PIC ZZZZZZ9.9.
001680 01  ARP-EDIT-COUNT                 PIC ZZZZ9.
001690 01  ARP-EDIT-DATE                  PIC 9999/99/99.
001700 01  ARP-EDIT-DATE-2                PIC 9999/99/99.
001710 01  ARP-MESSAGE                    PIC X(96).
001720
001730 PROCEDURE DIVISION.
001740******************************************************************
001750* 0000-MAINLINE.
001760******************************************************************
001770 0000-MAINLINE.
001780     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
001790     IF NOT ARP-GIVE-UP
001800         PERFORM 2000-READ-ALERT THRU 2000-EXIT
001810         PERFORM 2100-PROCESS-ALERT THRU 2100-EXIT
001820             UNTIL ARP-END-OF-ALERTS
001830         PERFORM 3000-WRITE-REPORT THRU 3000-EXIT
001840     END-IF.
001850     PERFORM 9000-TERMINATE THRU 9000-EXIT.
001860     STOP RUN.
001870
001880 0000-EXIT.
001890     EXIT.
001900
001910******************************************************************
001920* 1000-INITIALIZE.
001930*     OPEN THE REPORT, WORK OUT THE SEVEN-DAY WINDOW FROM THE
001940*     PARM (OR YESTERDAY) AND OPEN THE ALERT FILE.
001950******************************************************************
001960 1000-INITIALIZE.
001970     OPEN OUTPUT ALERT-REPORT-FILE.
001980     MOVE SPACES TO ALERT-REPORT-RECORD.
001990     MOVE "PLUTO-ALRRPT WEEKLY ALERT REVIEW" TO
002000         ALERT-REPORT-RECORD.
002010     WRITE ALERT-REPORT-RECORD.
002020
002030     ACCEPT ARP-TODAY-DATE FROM DATE YYYYMMDD.
002040     MOVE SPACES TO ARP-CMDLINE-PARM.
002050     ACCEPT ARP-CMDLINE-PARM FROM COMMAND-LINE.
002060     MOVE SPACES TO ARP-PARM-DATE.
002070     UNSTRING ARP-CMDLINE-PARM DELIMITED BY ALL ' '
002080         INTO ARP-PARM-DATE.
002090
002100     IF ARP-PARM-DATE = SPACES
002110         COMPUTE ARP-END-INT =
002120             FUNCTION INTEGER-OF-DATE(ARP-TODAY-DATE) - 1
002130     ELSE
002140         MOVE 0 TO ARP-END-INT
002150         IF ARP-PARM-DATE NUMERIC
002160             COMPUTE ARP-END-INT =
002170                 FUNCTION INTEGER-OF-DATE(ARP-PARM-DATE-N)
002180         END-IF
002190         IF ARP-END-INT = 0
002200             MOVE SPACES TO ARP-MESSAGE
002210             STRING "ERROR: WEEK-ENDING DATE " ARP-PARM-DATE
002220                 " IS NOT A YYYYMMDD CALENDAR DATE"
002230                 DELIMITED BY SIZE INTO ARP-MESSAGE
002240             PERFORM 7000-WRITE-REPORT-LINE THRU 7000-EXIT
002250             MOVE 'Y' TO ARP-GIVE-UP-SW
002260             GO TO 1000-EXIT
002270         END-IF
002280     END-IF.
002290
002300     COMPUTE ARP-START-INT = ARP-END-INT - 6.
002310     COMPUTE ARP-END-DATE = FUNCTION DATE-OF-INTEGER(ARP-END-INT).
002320     COMPUTE ARP-START-DATE =
002330         FUNCTION DATE-OF-INTEGER(ARP-START-INT).
002340
002350     MOVE ARP-START-DATE TO ARP-EDIT-DATE.
002360     MOVE ARP-END-DATE TO ARP-EDIT-DATE-2.
002370     MOVE SPACES TO ARP-MESSAGE.
002380     STRING "WEEK " ARP-EDIT-DATE " TO " ARP-EDIT-DATE-2
002390         DELIMITED BY SIZE INTO ARP-MESSAGE.
002400     PERFORM 7000-WRITE-REPORT-LINE THRU 7000-EXIT.
002410     MOVE SPACES TO ALERT-REPORT-RECORD.
002420     WRITE ALERT-REPORT-RECORD.
002430
002440     OPEN INPUT ALERT-FILE.
002450     IF NOT ARP-ALERT-OK
002460         MOVE "NO ALERT FILE ON DISK -- NO ALERTS TO REPORT"
002470             TO ARP-MESSAGE
002480         PERFORM 7000-WRITE-REPORT-LINE THRU 7000-EXIT
002490         MOVE 'Y' TO ARP-END-OF-ALERTS-SW
002500     END-IF.
002510
002520 1000-EXIT.
002530     EXIT.
002540
002550******************************************************************
002560* 2000-READ-ALERT.
002570******************************************************************
002580 2000-READ-ALERT.
002590     IF NOT ARP-END-OF-ALERTS
002600         READ ALERT-FILE
002610             AT END
002620                 MOVE 'Y' TO ARP-END-OF-ALERTS-SW
002630         END-READ
002640     END-IF.
002650
002660 2000-EXIT.
002670     EXIT.
002680
002690******************************************************************
002700* 2100-PROCESS-ALERT.
002710*     KEEP ONLY RECORDS RAISED INSIDE THE WEEK.  AN ESCALATE
002720*     RECORD COUNTS AS AN ESCALATION OF THE CANVAS AND TYPE IT
002730*     NAMES; ANY OTHER RECORD IS A RAISED ALERT, EITHER STILL
002740*     OPEN OR ACKNOWLEDGED (AND TIMED WHEN THE ACK IS STAMPED).
002750*     A RECORD WITH NO READABLE DATE IS COUNTED AND SKIPPED.
002760******************************************************************
002770 2100-PROCESS-ALERT.
002780     IF ALR-DATE NOT NUMERIC
002790         ADD 1 TO ARP-BAD-COUNT
002800         GO TO 2100-NEXT
002810     END-IF.
002820     COMPUTE ARP-ALERT-INT = FUNCTION INTEGER-OF-DATE(ALR-DATE).
002830     IF ARP-ALERT-INT = 0
002840         ADD 1 TO ARP-BAD-COUNT
002850         GO TO 2100-NEXT
002860     END-IF.
002870     IF ARP-ALERT-INT < ARP-START-INT
002880         OR ARP-ALERT-INT > ARP-END-INT
002890         GO TO 2100-NEXT
002900     END-IF.
002910
002920     MOVE ALR-CANVAS-NAME TO ARP-KEY-CANVAS.
002930     IF ALR-IS-ESCALATION
002940         MOVE ALR-ESC-ORIG-TYPE TO ARP-KEY-TYPE
002950     ELSE
002960         MOVE ALR-TYPE TO ARP-KEY-TYPE
002970     END-IF.
002980     PERFORM 2200-FIND-OR-ADD-ENTRY THRU 2200-EXIT.
002990     IF NOT ARP-FOUND
003000         GO TO 2100-NEXT
003010     END-IF.
003020
003030     IF ALR-IS-ESCALATION
003040         ADD 1 TO ARP-ENT-ESCALATED(ARP-ENTRY-IDX)
003050         ADD 1 TO ARP-TOT-ESCALATED
003060         GO TO 2100-NEXT
003070     END-IF.
003080
003090     ADD 1 TO ARP-ENT-RAISED(ARP-ENTRY-IDX).
003100     ADD 1 TO ARP-TOT-RAISED.
003110     IF NOT ALR-ACKNOWLEDGED
003120         ADD 1 TO ARP-ENT-OPEN(ARP-ENTRY-IDX)
003130         ADD 1 TO ARP-TOT-OPEN
003140         GO TO 2100-NEXT
003150     END-IF.
003160
003170     ADD 1 TO ARP-ENT-ACKED(ARP-ENTRY-IDX).
003180     ADD 1 TO ARP-TOT-ACKED.
003190     PERFORM 2300-TIME-THE-ACK THRU 2300-EXIT.
003200
003210 2100-NEXT.
003220     PERFORM 2000-READ-ALERT THRU 2000-EXIT.
003230
003240 2100-EXIT.
003250     EXIT.
003260
003270******************************************************************
003280* 2200-FIND-OR-ADD-ENTRY.
003290*     LOOK UP ARP-KEY-CANVAS / ARP-KEY-TYPE, ADDING A ZEROED
003300*     ENTRY THE FIRST TIME THE PAIR IS SEEN.
003310******************************************************************
003320 2200-FIND-OR-ADD-ENTRY.
003330     MOVE 'N' TO ARP-FOUND-SW.
003340     PERFORM 2210-SEARCH-ONE-ENTRY THRU 2210-EXIT
003350         VARYING ARP-SEARCH-IDX FROM 1 BY 1
003360             UNTIL ARP-SEARCH-IDX > ARP-ENTRY-COUNT
003370                 OR ARP-FOUND.
003380     IF ARP-FOUND
003390         GO TO 2200-EXIT
003400     END-IF.
003410
003420     IF ARP-ENTRY-COUNT NOT < 100
003430         DISPLAY "PLUTO-ALRRPT: ALERT TABLE FULL, IGNORING "
003440             ARP-KEY-CANVAS " " ARP-KEY-TYPE
003450         GO TO 2200-EXIT
003460     END-IF.
003470
003480     ADD 1 TO ARP-ENTRY-COUNT.
003490     SET ARP-ENTRY-IDX TO ARP-ENTRY-COUNT.
003500     MOVE ARP-KEY-CANVAS TO ARP-ENT-CANVAS(ARP-ENTRY-IDX).
003510     MOVE ARP-KEY-TYPE TO ARP-ENT-TYPE(ARP-ENTRY-IDX).
003520     MOVE 0 TO ARP-ENT-RAISED(ARP-ENTRY-IDX).
003530     MOVE 0 TO ARP-ENT-ACKED(ARP-ENTRY-IDX).
003540     MOVE 0 TO ARP-ENT-ESCALATED(ARP-ENTRY-IDX).
003550     MOVE 0 TO ARP-ENT-OPEN(ARP-ENTRY-IDX).
003560     MOVE 0 TO ARP-ENT-TIMED(ARP-ENTRY-IDX).
003570     MOVE 0 TO ARP-ENT-ACK-SECS(ARP-ENTRY-IDX).
003580     MOVE 0 TO ARP-ENT-WORST-SECS(ARP-ENTRY-IDX).
003590     MOVE 'Y' TO ARP-FOUND-SW.
003600
003610 2200-EXIT.
003620     EXIT.
003630
003640 2210-SEARCH-ONE-ENTRY.
003650     IF ARP-ENT-CANVAS(ARP-SEARCH-IDX) = ARP-KEY-CANVAS
003660         AND ARP-ENT-TYPE(ARP-SEARCH-IDX) = ARP-KEY-TYPE
003670         SET ARP-ENTRY-IDX TO ARP-SEARCH-IDX
003680         MOVE 'Y' TO ARP-FOUND-SW
003690     END-IF.
003700
003710 2210-EXIT.
003720     EXIT.
003730
003740******************************************************************
003750* 2300-TIME-THE-ACK.
003760*     SECONDS FROM RAISE TO ACK, ADDED TO THE ENTRY AND THE
003770*     TOTAL AND CHECKED AGAINST THE WORST.  NO STAMP, A STAMP
003780*     THAT IS NOT A DATE, OR AN ACK BEFORE THE RAISE (A CLOCK
003790*     RESET) LEAVES THE ALERT UNTIMED.
003800******************************************************************
003810 2300-TIME-THE-ACK.
003820     IF ALR-ACK-DATE NOT NUMERIC
003830         OR ALR-ACK-TIME NOT NUMERIC
003840         OR ALR-TIME NOT NUMERIC
003850         GO TO 2300-EXIT
003860     END-IF.
003870
003880     MOVE ALR-DATE TO ARP-WK-DATE.
003890     MOVE ALR-TIME TO ARP-WK-TIME.
003900     PERFORM 7200-ABSOLUTE-SECONDS THRU 7200-EXIT.
003910     MOVE ARP-ABS-SECS TO ARP-RAISE-ABS-SECS.
003920
003930     MOVE ALR-ACK-DATE TO ARP-WK-DATE.
003940     MOVE ALR-ACK-TIME TO ARP-WK-TIME.
003950     PERFORM 7200-ABSOLUTE-SECONDS THRU 7200-EXIT.
003960     IF ARP-ABS-SECS = 0
003970         GO TO 2300-EXIT
003980     END-IF.
003990
004000     COMPUTE ARP-ACK-SECS = ARP-ABS-SECS - ARP-RAISE-ABS-SECS.
004010     IF ARP-ACK-SECS < 0
004020         GO TO 2300-EXIT
004030     END-IF.
004040
004050     ADD 1 TO ARP-ENT-TIMED(ARP-ENTRY-IDX).
004060     ADD ARP-ACK-SECS TO ARP-ENT-ACK-SECS(ARP-ENTRY-IDX).
004070     IF ARP-ACK-SECS > ARP-ENT-WORST-SECS(ARP-ENTRY-IDX)
004080         MOVE ARP-ACK-SECS TO ARP-ENT-WORST-SECS(ARP-ENTRY-IDX)
004090     END-IF.
004100     ADD 1 TO ARP-TOT-TIMED.
004110     ADD ARP-ACK-SECS TO ARP-TOT-ACK-SECS.
004120     IF ARP-ACK-SECS > ARP-TOT-WORST-SECS
004130         MOVE ARP-ACK-SECS TO ARP-TOT-WORST-SECS
004140     END-IF.
004150
004160 2300-EXIT.
004170     EXIT.
004180
004190******************************************************************
004200* 3000-WRITE-REPORT.
004210*     ONE LINE PER CANVAS AND TYPE, THEN THE ALL-ALERTS TOTAL.
004220******************************************************************
004230 3000-WRITE-REPORT.
004240     MOVE SPACES TO ARP-MESSAGE.
004250     STRING "CANVAS      TYPE      RAISED  ACKED  ESCAL   OPEN"
004260         "  MEAN-ACK MIN  WORST-ACK MIN"
004270         DELIMITED BY SIZE INTO ARP-MESSAGE.
004280     PERFORM 7000-WRITE-REPORT-LINE THRU 7000-EXIT.
004290
004300     PERFORM 3100-WRITE-ONE-ENTRY THRU 3100-EXIT
004310         VARYING ARP-ENTRY-IDX FROM 1 BY 1
004320             UNTIL ARP-ENTRY-IDX > ARP-ENTRY-COUNT.
004330     IF ARP-ENTRY-COUNT = 0
004340         MOVE "  (NONE)" TO ARP-MESSAGE
004350         PERFORM 7000-WRITE-REPORT-LINE THRU 7000-EXIT
004360     END-IF.
004370
004380     MOVE SPACES TO ALERT-REPORT-RECORD.
004390     WRITE ALERT-REPORT-RECORD.
004400     MOVE "ALL ALERTS" TO ARP-LINE-CANVAS.
004410     MOVE SPACES TO ARP-LINE-TYPE.
004420     MOVE ARP-TOT-RAISED TO ARP-LINE-RAISED.
004430     MOVE ARP-TOT-ACKED TO ARP-LINE-ACKED.
004440     MOVE ARP-TOT-ESCALATED TO ARP-LINE-ESCALATED.
004450     MOVE ARP-TOT-OPEN TO ARP-LINE-OPEN.
004460     MOVE ARP-TOT-TIMED TO ARP-LINE-TIMED.
004470     MOVE ARP-TOT-ACK-SECS TO ARP-LINE-ACK-SECS.
004480     MOVE ARP-TOT-WORST-SECS TO ARP-LINE-WORST-SECS.
004490     PERFORM 3200-FORMAT-LINE THRU 3200-EXIT.
004500
004510     IF ARP-TOT-ACKED > ARP-TOT-TIMED
004520         COMPUTE ARP-EDIT-COUNT = ARP-TOT-ACKED - ARP-TOT-TIMED
004530         MOVE SPACES TO ARP-MESSAGE
004540         STRING "ACKNOWLEDGED WITH NO ACK STAMP (NOT TIMED) . . "
004550             ARP-EDIT-COUNT
004560             DELIMITED BY SIZE INTO ARP-MESSAGE
004570         PERFORM 7000-WRITE-REPORT-LINE THRU 7000-EXIT
004580     END-IF.
004590     IF ARP-BAD-COUNT > 0
004600         MOVE ARP-BAD-COUNT TO ARP-EDIT-COUNT
004610         MOVE SPACES TO ARP-MESSAGE
004620         STRING "UNREADABLE ALERT RECORDS SKIPPED . . . . . . . "
004630             ARP-EDIT-COUNT
004640             DELIMITED BY SIZE INTO ARP-MESSAGE
004650         PERFORM 7000-WRITE-REPORT-LINE THRU 7000-EXIT
004660     END-IF.
004670
004680 3000-EXIT.
004690     EXIT.
004700
004710 3100-WRITE-ONE-ENTRY.
004720     MOVE ARP-ENT-CANVAS(ARP-ENTRY-IDX) TO ARP-LINE-CANVAS.
004730     MOVE ARP-ENT-TYPE(ARP-ENTRY-IDX) TO ARP-LINE-TYPE.
004740     MOVE ARP-ENT-RAISED(ARP-ENTRY-IDX) TO ARP-LINE-RAISED.
004750     MOVE ARP-ENT-ACKED(ARP-ENTRY-IDX) TO ARP-LINE-ACKED.
004760     MOVE ARP-ENT-ESCALATED(ARP-ENTRY-IDX) TO ARP-LINE-ESCALATED.
004770     MOVE ARP-ENT-OPEN(ARP-ENTRY-IDX) TO ARP-LINE-OPEN.
004780     MOVE ARP-ENT-TIMED(ARP-ENTRY-IDX) TO ARP-LINE-TIMED.
004790     MOVE ARP-ENT-ACK-SECS(ARP-ENTRY-IDX) TO ARP-LINE-ACK-SECS.
004800     MOVE ARP-ENT-WORST-SECS(ARP-ENTRY-IDX) TO
004810         ARP-LINE-WORST-SECS.
004820     PERFORM 3200-FORMAT-LINE THRU 3200-EXIT.
004830
004840 3100-EXIT.
004850     EXIT.
004860
004870******************************************************************
004880* 3200-FORMAT-LINE.
004890*     EDIT AND WRITE THE ARP-LINE- FIELDS.  NOTHING TIMED
004900*     PRINTS A DASH RATHER THAN A MISLEADING ZERO.
004910******************************************************************
004920 3200-FORMAT-LINE.
004930     MOVE ARP-LINE-RAISED TO ARP-EDIT-RAISED.
004940     MOVE ARP-LINE-ACKED TO ARP-EDIT-ACKED.
004950     MOVE ARP-LINE-ESCALATED TO ARP-EDIT-ESCALATED.
004960     MOVE ARP-LINE-OPEN TO ARP-EDIT-OPEN.
004970
004980     IF ARP-LINE-TIMED = 0
004990         MOVE "        -" TO ARP-EDIT-MEAN
005000         MOVE "        -" TO ARP-EDIT-WORST
005010     ELSE
005020         COMPUTE ARP-MINUTES ROUNDED =
005030             ARP-LINE-ACK-SECS / ARP-LINE-TIMED / 60
005040         MOVE ARP-MINUTES TO ARP-EDIT-MINUTES
005050         MOVE ARP-EDIT-MINUTES TO ARP-EDIT-MEAN
005060         COMPUTE ARP-MINUTES ROUNDED = ARP-LINE-WORST-SECS / 60
005070         MOVE ARP-MINUTES TO ARP-EDIT-MINUTES
005080         MOVE ARP-EDIT-MINUTES TO ARP-EDIT-WORST
005090     END-IF.
005100
005110     MOVE SPACES TO ARP-MESSAGE.
005120     STRING ARP-LINE-CANVAS ARP-LINE-TYPE "  " ARP-EDIT-RAISED
005130         " " ARP-EDIT-ACKED " " ARP-EDIT-ESCALATED " "
005140         ARP-EDIT-OPEN "    " ARP-EDIT-MEAN "     "
005150         ARP-EDIT-WORST
005160         DELIMITED BY SIZE INTO ARP-MESSAGE.
005170     PERFORM 7000-WRITE-REPORT-LINE THRU 7000-EXIT.
005180
005190 3200-EXIT.
005200     EXIT.
005210
005220******************************************************************
005230* 7000-WRITE-REPORT-LINE.
005240******************************************************************
005250 7000-WRITE-REPORT-LINE.
005260     MOVE ARP-MESSAGE TO ALERT-REPORT-RECORD.
005270     WRITE ALERT-REPORT-RECORD.
005280
005290 7000-EXIT.
005300     EXIT.
005310
005320******************************************************************
005330* 7200-ABSOLUTE-SECONDS.
005340*     ARP-WK-DATE (YYYYMMDD) PLUS ARP-WK-TIME (HHMMSSCC) TO A
005350*     SECOND COUNT IN ARP-ABS-SECS; ZERO FOR A DATE NOT ON THE
005360*     CALENDAR.
005370******************************************************************
005380 7200-ABSOLUTE-SECONDS.
005390     MOVE 0 TO ARP-ABS-SECS.
005400     COMPUTE ARP-WK-INT = FUNCTION INTEGER-OF-DATE(ARP-WK-DATE).
005410     IF ARP-WK-INT = 0
005420         GO TO 7200-EXIT
005430     END-IF.
005440     DIVIDE ARP-WK-TIME BY 1000000
005450         GIVING ARP-WK-HH REMAINDER ARP-WK-TEMP.
005460     DIVIDE ARP-WK-TEMP BY 10000
005470         GIVING ARP-WK-MM REMAINDER ARP-WK-TEMP.
005480     DIVIDE ARP-WK-TEMP BY 100
005490         GIVING ARP-WK-SS REMAINDER ARP-WK-CC.
005500     COMPUTE ARP-ABS-SECS = ARP-WK-INT * 86400
005510         + ARP-WK-HH * 3600 + ARP-WK-MM * 60 + ARP-WK-SS.
005520
005530 7200-EXIT.
005540     EXIT.
005550
005560******************************************************************
005570* 9000-TERMINATE.
005580*     RETURN CODE 8 TELLS THE SCHEDULER THE PARM WAS UNUSABLE
005590*     AND NO REPORT WAS PRODUCED.
005600******************************************************************
005610 9000-TERMINATE.
005620     IF ARP-ALERT-OK OR ARP-ALERT-EOF
005630         CLOSE ALERT-FILE
005640     END-IF.
005650     CLOSE ALERT-REPORT-FILE.
005660     IF ARP-GIVE-UP
005670         MOVE 8 TO RETURN-CODE
005680     END-IF.
005690
005700 9000-EXIT.
005710     EXIT.
