000310*     STEP CHANGED MID-SHIFT -- SO THE CHECK IS SKIPPED FOR IT
000320*     AND THE SKIP IS NOTED ON THE REPORT.
000330*
000331*     A PLANNED-OUTAGE WINDOW (PLGRDOUT) THAT FALLS IN THE SHIFT
000332*     IS PRINTED ON THE REPORT, AND FOR EACH CANVAS IT COVERS THE
000333*     CANVAS-LEVEL CHECKS ABOVE ARE REPORTED AS OUTAGE LINES
000334*     RATHER THAN EXCEPTIONS -- A WALL POWERED DOWN ON PURPOSE
000335*     HAS NO STOP EVENT AND A SHORT ARCHIVE COUNT BY DESIGN.  A
000336*     CATALOGED FILE MISSING FROM DISK IS STILL AN EXCEPTION.
000337*     THE SHIFT RUNS FROM THE EARLIEST LOG EVENT FOR 24 HOURS, SO
000338*     A WINDOW THAT OPENS AFTER THE RUN DIED STILL COUNTS.
000339*
000340* MODIFICATION HISTORY.
000350*     DATE       BY   DESCRIPTION
000360*     ---------- ---- ----------------------------------------
000390*                     FREQUENCY BOUNDARY) OUT OF THE EXPECTED-
000400*                     VERSUS-ACTUAL ARCHIVE COUNT -- A SNAP IS
000410*                     DELIBERATE, NOT A DISCREPANCY.
000412*     2026-10-14 RSH  REPORT PLANNED OUTAGES FROM THE NEW PLGRDOUT
000414*                     CALENDAR AND TURN THE CANVAS-LEVEL
000416*                     EXCEPTIONS THEY EXPLAIN INTO OUTAGE LINES.
000420******************************************************************
000430 IDENTIFICATION DIVISION.
000440 PROGRAM-ID. PLUTO-RECON.
000700         ORGANIZATION IS LINE SEQUENTIAL
000710         FILE STATUS IS REC-MANIFEST-STATUS.
000720
000722     SELECT OPTIONAL OUTAGE-FILE ASSIGN TO "PLGRDOUT"
000724         ORGANIZATION IS LINE SEQUENTIAL
000726         FILE STATUS IS REC-OUT-STATUS.
000728
000730     SELECT RECON-REPORT-FILE ASSIGN TO "PLRECRPT"
000740         ORGANIZATION IS LINE SEQUENTIAL
000750         FILE STATUS IS REC-RPT-STATUS.
000960     RECORDING MODE IS F.
000970 COPY PLGRDMAN.
000980
000982 FD  OUTAGE-FILE
000984     RECORDING MODE IS F.
000986 COPY PLGRDOUT.
000988
000990 FD  RECON-REPORT-FILE
001000     RECORDING MODE IS F.
001010 01  RECON-REPORT-RECORD             PIC X(80).
001190 77  REC-MANIFEST-STATUS            PIC X(02).
001200     88  REC-MANIFEST-OK                 VALUE '00'.
001210     88  REC-MANIFEST-EOF                VALUE '10'.
001212 77  REC-OUT-STATUS                 PIC X(02).
001214     88  REC-OUT-OK                      VALUE '00'.
001216     88  REC-OUT-EOF                     VALUE '10'.
001220 77  REC-RPT-STATUS                 PIC X(02).
001230
001240 77  REC-END-OF-LOG-SW              PIC X(01) VALUE 'N'.
001320 77  REC-SEARCH-IDX                 PIC 9(02) COMP.
001330
001340 77  REC-EXCEPTION-COUNT            PIC 9(05) COMP VALUE 0.
001345 77  REC-OUTAGE-LINE-COUNT          PIC 9(05) COMP VALUE 0.
001350 77  REC-ANGLE-STEP                 PIC 9(03)V9(03) VALUE 8.
001360 77  REC-ARCHIVE-FREQ               PIC 9(05) VALUE 0.
001370 77  REC-WK-CANVAS-NAME             PIC X(08).
001430 77  REC-EARLIEST-TIME              PIC 9(08) VALUE 99999999.
001440 77  REC-LATEST-DATE                PIC 9(08) VALUE 0.
001450 77  REC-LATEST-TIME                PIC 9(08) VALUE 0.
      
      ******************************************************************
      * PLANNED-OUTAGE WORK AREAS.  STAMPS ARE YYYYMMDDHHMM; THE SHIFT
      * SPAN IS THE EARLIEST LOG EVENT PLUS 24 HOURS.
      ******************************************************************
       77  REC-SHIFT-FROM                 PIC 9(12).
       77  REC-SHIFT-TO                   PIC 9(12).
       77  REC-OUT-FROM                   PIC 9(12).
       77  REC-OUT-TO                     PIC 9(12).
       77  REC-DAY-INT                    PIC 9(08) COMP.
       77  REC-NEXT-DATE                  PIC 9(08).
       01  REC-EDIT-DATE                  PIC 9999/99/99.
001460
001470******************************************************************
001480* PER-CANVAS RECONCILIATION STATE.  SEEDED FROM THE PARM FILE,
001710         10  REC-WRAPS                    PIC 9(08) COMP.
001720         10  REC-EXPECT-ARCH              PIC 9(08) COMP.
001730         10  REC-ACTUAL-ARCH              PIC 9(08) COMP.
001733         10  REC-OUTAGE-SW                PIC X(01).
001736             88  REC-CANVAS-IN-OUTAGE         VALUE 'Y'.
001740
001750******************************************************************
001760* REPORT EDIT FIELDS AND LINE WORK AREA.
001960         UNTIL REC-END-OF-LOG.
001970     PERFORM 3000-LOAD-CHECKPOINTS THRU 3000-EXIT.
001980     PERFORM 4000-SCAN-MANIFEST THRU 4000-EXIT.
001985     PERFORM 4500-APPLY-OUTAGE-CALENDAR THRU 4500-EXIT.
001990     PERFORM 5000-RECONCILE-ALL THRU 5000-EXIT.
002000     PERFORM 8000-WRITE-SUMMARY THRU 8000-EXIT.
002010     PERFORM 9000-TERMINATE THRU 9000-EXIT.
004360             MOVE 0 TO REC-WRAPS(REC-CANVAS-IDX)
004370             MOVE 0 TO REC-EXPECT-ARCH(REC-CANVAS-IDX)
004380             MOVE 0 TO REC-ACTUAL-ARCH(REC-CANVAS-IDX)
004385             MOVE 'N' TO REC-OUTAGE-SW(REC-CANVAS-IDX)
004390             MOVE 'Y' TO REC-FOUND-SW
004400         ELSE
004410             DISPLAY "PLUTO-RECON: CANVAS TABLE FULL, IGNORING "
005890     EXIT.
005900
005910******************************************************************
      * 4500-APPLY-OUTAGE-CALENDAR.
      *     PRINT EVERY PLANNED-OUTAGE WINDOW THAT OVERLAPS THE SHIFT
      *     AND MARK THE CANVASES IT COVERS.  WITH NO LOG THERE IS NO
      *     SHIFT TO PLACE A WINDOW IN, SO NOTHING IS MARKED.
      ******************************************************************
       4500-APPLY-OUTAGE-CALENDAR.
           IF REC-EARLIEST-DATE = 99999999
               GO TO 4500-EXIT
           END-IF.
      
           COMPUTE REC-SHIFT-FROM = REC-EARLIEST-DATE * 10000
               + REC-EARLIEST-TIME / 10000.
           COMPUTE REC-DAY-INT =
               FUNCTION INTEGER-OF-DATE(REC-EARLIEST-DATE) + 1.
           COMPUTE REC-NEXT-DATE =
               FUNCTION DATE-OF-INTEGER(REC-DAY-INT).
           COMPUTE REC-SHIFT-TO = REC-NEXT-DATE * 10000
               + REC-EARLIEST-TIME / 10000.
      
           OPEN INPUT OUTAGE-FILE.
           IF REC-OUT-OK
               PERFORM 4510-READ-ONE-OUTAGE THRU 4510-EXIT
                   UNTIL REC-OUT-EOF
           END-IF.
           CLOSE OUTAGE-FILE.
      
       4500-EXIT.
           EXIT.
      
      ******************************************************************
      * 4510-READ-ONE-OUTAGE.
      *     A RECORD WITH A BAD DATE OR WINDOW IS LEFT FOR PLUTO-PARMCK
      *     TO REPORT; IT EXCUSES NOTHING HERE.
      ******************************************************************
       4510-READ-ONE-OUTAGE.
           READ OUTAGE-FILE
               AT END
                   GO TO 4510-EXIT
           END-READ.
           IF OUT-DATE NOT NUMERIC OR OUT-START-TIME NOT NUMERIC
               OR OUT-END-TIME NOT NUMERIC
               GO TO 4510-EXIT
           END-IF.
           COMPUTE REC-DAY-INT = FUNCTION INTEGER-OF-DATE(OUT-DATE).
           IF REC-DAY-INT = 0
               GO TO 4510-EXIT
           END-IF.
      
           COMPUTE REC-OUT-FROM = OUT-DATE * 10000 + OUT-START-TIME.
           IF OUT-START-TIME > OUT-END-TIME
               ADD 1 TO REC-DAY-INT
               COMPUTE REC-NEXT-DATE =
                   FUNCTION DATE-OF-INTEGER(REC-DAY-INT)
               COMPUTE REC-OUT-TO = REC-NEXT-DATE * 10000 + OUT-END-TIME
           ELSE
               COMPUTE REC-OUT-TO = OUT-DATE * 10000 + OUT-END-TIME
           END-IF.
           IF REC-OUT-FROM NOT < REC-SHIFT-TO
               OR REC-OUT-TO NOT > REC-SHIFT-FROM
               GO TO 4510-EXIT
           END-IF.
      
           MOVE OUT-DATE TO REC-EDIT-DATE.
           MOVE SPACES TO REC-MESSAGE.
           STRING "NOTE:  PLANNED OUTAGE " OUT-CANVAS-NAME " "
               REC-EDIT-DATE " " OUT-START-TIME "-" OUT-END-TIME
               DELIMITED BY SIZE INTO REC-MESSAGE.
           PERFORM 7000-WRITE-REPORT-LINE THRU 7000-EXIT.
           MOVE SPACES TO REC-MESSAGE.
           STRING "           " OUT-REASON
               DELIMITED BY SIZE INTO REC-MESSAGE.
           PERFORM 7000-WRITE-REPORT-LINE THRU 7000-EXIT.
      
           PERFORM 4520-MARK-ONE-CANVAS THRU 4520-EXIT
               VARYING REC-CANVAS-IDX FROM 1 BY 1
                   UNTIL REC-CANVAS-IDX > REC-CANVAS-COUNT.
      
       4510-EXIT.
           EXIT.
      
       4520-MARK-ONE-CANVAS.
           IF OUT-ALL-CANVASES
               OR OUT-CANVAS-NAME = REC-CANVAS-NAME(REC-CANVAS-IDX)
               MOVE 'Y' TO REC-OUTAGE-SW(REC-CANVAS-IDX)
           END-IF.
      
       4520-EXIT.
           EXIT.
      
      ******************************************************************
005920* 5000-RECONCILE-ALL.
005930******************************************************************
005940 5000-RECONCILE-ALL.
006090         STRING "EXCEPTION: NO ACTIVITY LOGGED FOR CANVAS "
006100             REC-CANVAS-NAME(REC-CANVAS-IDX)
006110             DELIMITED BY SIZE INTO REC-MESSAGE
006120         PERFORM 7200-WRITE-CANVAS-EXCEPTION THRU 7200-EXIT
006130         GO TO 5100-EXIT
006140     END-IF.
006150
006200             REC-CANVAS-NAME(REC-CANVAS-IDX)
006210             " HAS A START EVENT BUT NO STOP"
006220             DELIMITED BY SIZE INTO REC-MESSAGE
006230         PERFORM 7200-WRITE-CANVAS-EXCEPTION THRU 7200-EXIT
006240     END-IF.
006250
006260     PERFORM 5200-CHECK-ANGLE THRU 5200-EXIT.
006780             REC-CANVAS-NAME(REC-CANVAS-IDX)
006790             " FRAME COUNT EXPECTS ANGLE " REC-EDIT-ANGLE
006800             DELIMITED BY SIZE INTO REC-MESSAGE
006810         PERFORM 7200-WRITE-CANVAS-EXCEPTION THRU 7200-EXIT
006820         MOVE REC-LAST-ANGLE(REC-CANVAS-IDX) TO
006830             REC-EDIT-ANGLE
006840         MOVE SPACES TO REC-MESSAGE
007030                 REC-CANVAS-NAME(REC-CANVAS-IDX)
007040                 " CHECKPOINT ANGLE DISAGREES WITH THE LOG"
007050                 DELIMITED BY SIZE INTO REC-MESSAGE
007060             PERFORM 7200-WRITE-CANVAS-EXCEPTION THRU 7200-EXIT
007070         END-IF
007080     ELSE
007090         IF REC-CANVAS-STOPPED(REC-CANVAS-IDX)
007120                 REC-CANVAS-NAME(REC-CANVAS-IDX)
007130                 " STOPPED CLEANLY BUT HAS NO CHECKPOINT"
007140                 DELIMITED BY SIZE INTO REC-MESSAGE
007150             PERFORM 7200-WRITE-CANVAS-EXCEPTION THRU 7200-EXIT
007160         END-IF
007170     END-IF.
007180
007390             " EXPECTED" REC-EDIT-COUNT
007400             " ARCHIVES, MANIFEST HAS" REC-EDIT-COUNT-2
007410             DELIMITED BY SIZE INTO REC-MESSAGE
007420         PERFORM 7200-WRITE-CANVAS-EXCEPTION THRU 7200-EXIT
007430     END-IF.
007440
007450 5400-EXIT.
007630     EXIT.
007640
007650******************************************************************
      * 7200-WRITE-CANVAS-EXCEPTION.
      *     A CANVAS-LEVEL FINDING FOR A CANVAS UNDER A PLANNED OUTAGE
      *     IS PRINTED AS AN OUTAGE LINE AND NOT COUNTED.  EVERY SUCH
      *     MESSAGE STARTS WITH THE 11-BYTE "EXCEPTION: " PREFIX.
      ******************************************************************
       7200-WRITE-CANVAS-EXCEPTION.
           IF REC-CANVAS-IN-OUTAGE(REC-CANVAS-IDX)
               MOVE "OUTAGE:    " TO REC-MESSAGE(1:11)
               ADD 1 TO REC-OUTAGE-LINE-COUNT
               PERFORM 7000-WRITE-REPORT-LINE THRU 7000-EXIT
           ELSE
               PERFORM 7100-WRITE-EXCEPTION-LINE THRU 7100-EXIT
           END-IF.
      
       7200-EXIT.
           EXIT.
      
      ******************************************************************
007660* 8000-WRITE-SUMMARY.
007670******************************************************************
007680 8000-WRITE-SUMMARY.
007690     MOVE SPACES TO RECON-REPORT-RECORD.
007700     WRITE RECON-REPORT-RECORD.
007701
007702     IF REC-OUTAGE-LINE-COUNT > 0
007703         MOVE REC-OUTAGE-LINE-COUNT TO REC-EDIT-COUNT
007704         MOVE SPACES TO REC-MESSAGE
007705         STRING "PLANNED OUTAGE EXPLAINS" REC-EDIT-COUNT
007706             " FINDING(S) -- NOT COUNTED AS EXCEPTIONS"
007707             DELIMITED BY SIZE INTO REC-MESSAGE
007708         PERFORM 7000-WRITE-REPORT-LINE THRU 7000-EXIT
007709     END-IF.
007710
007720     MOVE SPACES TO REC-MESSAGE.
007730     IF REC-EXCEPTION-COUNT = 0
