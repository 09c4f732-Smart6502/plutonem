000250*     CROSSING AT MOST ONE MIDNIGHT; IT IS NOT A GENERAL-PURPOSE
000260*     CALENDAR-SPANNING DATE ROUTINE.
000270*
000271*     A CANVAS WHOSE SHIFT (ITS FIRST START EVENT PLUS 24 HOURS)
000272*     OVERLAPS A PLANNED-OUTAGE WINDOW ON PLGRDOUT, FOR THAT
000273*     CANVAS OR FOR 'ALL', IS MARKED AS A PLANNED OUTAGE ON ITS
000274*     HISTORY RECORD SO PLUTO-TREND CAN LEAVE THE SHIFT OUT.
000275*
000280* MODIFICATION HISTORY.
000290*     DATE       BY   DESCRIPTION
000300*     2026-08-09 RSH  ORIGINAL VERSION.
000436*                     GUARD IS THE KEYED WRITE ITSELF (DUPLICATE
000438*                     KEY = ALREADY ON FILE) AND THE FULL-FILE
000440*                     DEDUPE RESCAN IS GONE.
      *     2026-10-14 RSH  COUNT EACH CANVAS'S ERROR EVENTS BY THEIR
      *                     PLGRDERR REASON CODE AND CARRY THE COUNTS
      *                     ON THE HISTORY RECORD FOR PLUTO-ERRRPT AND
      *                     PLUTO-TREND.
      *     2026-10-14 RSH  MARK THE HISTORY RECORD OF A CANVAS COVERED
      *                     BY A PLANNED-OUTAGE WINDOW (PLGRDOUT) DURING
      *                     THE SHIFT.
000442******************************************************************
000450 IDENTIFICATION DIVISION.
000460 PROGRAM-ID. PLUTO-STATS.
000644         RECORD KEY IS HIST-KEY
000650         FILE STATUS IS STAT-HIST-STATUS.
000660
000662     SELECT OPTIONAL OUTAGE-FILE ASSIGN TO "PLGRDOUT"
000664         ORGANIZATION IS LINE SEQUENTIAL
000666         FILE STATUS IS STAT-OUT-STATUS.
000668
000670 DATA DIVISION.
000680 FILE SECTION.
000690 FD  RENDER-LOG-FILE.
000740
000750 FD  HISTORY-FILE.
000760     COPY PLGRDHST.
000762
000764 FD  OUTAGE-FILE.
000766     COPY PLGRDOUT.
000770
000780 WORKING-STORAGE SECTION.
000790******************************************************************
000880     88  STAT-HIST-OPEN-OK               VALUE '00' '05'.
000885     88  STAT-HIST-WRITE-OK              VALUE '00'.
000890     88  STAT-HIST-DUPLICATE             VALUE '22'.
000895 77  STAT-OUT-STATUS                PIC X(02).
000900     88  STAT-OUT-OK                     VALUE '00'.
000905     88  STAT-OUT-EOF                    VALUE '10'.
000910
000920 77  STAT-END-OF-LOG-SW             PIC X(01) VALUE 'N'.
000930     88  STAT-END-OF-LOG                  VALUE 'Y'.
001150         10  STAT-CANVAS-LAST-DATE        PIC 9(08).
001160         10  STAT-CANVAS-LAST-TIME        PIC 9(08).
001170         10  STAT-CANVAS-LAST-ANGLE       PIC 9(08)V9(03).
001172         10  STAT-CANVAS-REASONS.
001174             15  STAT-CANVAS-REASON-CNT   PIC 9(02)
001176                     OCCURS 7 TIMES.
001180
001190 77  STAT-SEARCH-IDX                 PIC 9(02) COMP.
001200 77  STAT-FOUND-SW                   PIC X(01).
001210     88  STAT-FOUND                       VALUE 'Y'.
001220 77  STAT-CANVAS-REJECTED-SW         PIC X(01).
001230     88  STAT-CANVAS-REJECTED             VALUE 'Y'.
001231 77  STAT-REASON-SUB                 PIC 9(02) COMP.
001232 77  STAT-REASON-FOUND-SW            PIC X(01).
001233     88  STAT-REASON-FOUND                VALUE 'Y'.
001234
001235 COPY PLGRDERR.
001240
001250******************************************************************
001260* OVERALL (ALL-CANVAS) TOTALS AND ELAPSED-TIME WORK AREAS.
001490 01  STAT-EDIT-ERRORS                PIC ZZZZZZZ9.
001500 01  STAT-EDIT-ELAPSED               PIC ZZZ9.
001510 01  STAT-EDIT-DATE                  PIC 9999/99/99.
      
      ******************************************************************
      * PLANNED-OUTAGE WINDOWS FROM PLGRDOUT, AS YYYYMMDDHHMM STAMPS,
      * AND THE SHIFT SPAN OF THE CANVAS BEING WRITTEN TO HISTORY.
      ******************************************************************
       01  STAT-OUTAGE-COUNT               PIC 9(03) VALUE 0.
      
       01  STAT-OUTAGE-TABLE.
           05  STAT-OUTAGE-ENTRY OCCURS 1 TO 100 TIMES
                   DEPENDING ON STAT-OUTAGE-COUNT
                   INDEXED BY STAT-OUTAGE-IDX.
               10  STAT-OUT-CANVAS              PIC X(08).
               10  STAT-OUT-FROM                PIC 9(12).
               10  STAT-OUT-TO                  PIC 9(12).
      
       77  STAT-SHIFT-FROM                 PIC 9(12).
       77  STAT-SHIFT-TO                   PIC 9(12).
       77  STAT-SHIFT-DATE                 PIC 9(08).
       77  STAT-SHIFT-HHMM                 PIC 9(04).
       77  STAT-DAY-INT                    PIC 9(08) COMP.
       77  STAT-NEXT-DATE                  PIC 9(08).
001520
001530 PROCEDURE DIVISION.
001540******************************************************************
002260
002270         IF LOG-EVENT-IS-ERROR
002280             ADD 1 TO STAT-CANVAS-ERRORS(STAT-CANVAS-IDX)
002285             PERFORM 2300-COUNT-ERROR-REASON THRU 2300-EXIT
002290         END-IF
002300
002310         IF LOG-EVENT-IS-STOP
002880             MOVE 'N' TO STAT-CANVAS-STOPPED-SW(STAT-CANVAS-IDX)
002900             MOVE 0 TO STAT-CANVAS-START-DATE(STAT-CANVAS-IDX)
002910             MOVE 0 TO STAT-CANVAS-START-TIME(STAT-CANVAS-IDX)
002915             MOVE ZEROS TO STAT-CANVAS-REASONS(STAT-CANVAS-IDX)
002920         ELSE
002930             DISPLAY "PLUTO-STATS: CANVAS TABLE FULL, IGNORING "
002940                 LOG-CANVAS-NAME
003060     END-IF.
003070
003080 2210-EXIT.
           EXIT.
      
      ******************************************************************
      * 2300-COUNT-ERROR-REASON.
      *     LOOK THE ERROR EVENT'S REASON CODE UP IN THE PLGRDERR
      *     CATALOG AND BUMP THAT SLOT FOR THE CANVAS.  A BLANK OR
      *     UNKNOWN CODE IS LEFT UNCOUNTED HERE -- IT SHOWS UP LATER AS
      *     THE GAP BETWEEN HIST-ERRORS AND THE SUM OF THE SLOTS.  THE
      *     SLOTS HOLD TWO DIGITS AND STOP AT 99.
      ******************************************************************
       2300-COUNT-ERROR-REASON.
           MOVE 'N' TO STAT-REASON-FOUND-SW.
           PERFORM 2310-MATCH-ONE-REASON THRU 2310-EXIT
               VARYING STAT-REASON-SUB FROM 1 BY 1
                   UNTIL STAT-REASON-SUB > ERR-CAT-COUNT
                       OR STAT-REASON-FOUND.
      
       2300-EXIT.
           EXIT.
      
       2310-MATCH-ONE-REASON.
           IF ERR-CAT-CODE(STAT-REASON-SUB) = LOG-ERROR-REASON
               MOVE 'Y' TO STAT-REASON-FOUND-SW
               IF STAT-CANVAS-REASON-CNT(STAT-CANVAS-IDX,
                       STAT-REASON-SUB) < 99
                   ADD 1 TO STAT-CANVAS-REASON-CNT(STAT-CANVAS-IDX,
                       STAT-REASON-SUB)
               END-IF
           END-IF.
      
       2310-EXIT.
003090     EXIT.
003100
003110******************************************************************
005022         GO TO 8400-EXIT
005024     END-IF.
005026
005030     PERFORM 8500-LOAD-OUTAGE-CALENDAR THRU 8500-EXIT.
005034
005040     OPEN I-O HISTORY-FILE.
005041     IF NOT STAT-HIST-OPEN-OK
005042         DISPLAY "PLUTO-STATS: CANNOT OPEN HISTORY MASTER, "
005340         HIST-FINAL-ANGLE.
005350     MOVE STAT-CANVAS-STOPPED-SW(STAT-CANVAS-IDX) TO
005360         HIST-STOPPED-SW.
005362     MOVE STAT-CANVAS-REASONS(STAT-CANVAS-IDX) TO
005364         HIST-REASON-COUNTS.
005366     PERFORM 8420-CHECK-CANVAS-OUTAGE THRU 8420-EXIT.
005370
005380     IF STAT-CANVAS-START-DATE(STAT-CANVAS-IDX) = 0
005390         MOVE STAT-CANVAS-LAST-DATE(STAT-CANVAS-IDX) TO
005620     EXIT.
006100
006110******************************************************************
      * 8420-CHECK-CANVAS-OUTAGE.
      *     THE CANVAS'S SHIFT RUNS 24 HOURS FROM ITS FIRST START EVENT
      *     (OR ITS LAST ACTIVITY WHEN NO START WAS LOGGED).  ANY
      *     OVERLAPPING WINDOW FOR THE CANVAS OR FOR 'ALL' MARKS THE
      *     HISTORY RECORD AS A PLANNED OUTAGE.
      ******************************************************************
       8420-CHECK-CANVAS-OUTAGE.
           MOVE 'N' TO HIST-OUTAGE-SW.
           IF STAT-OUTAGE-COUNT = 0
               GO TO 8420-EXIT
           END-IF.
      
           IF STAT-CANVAS-START-DATE(STAT-CANVAS-IDX) = 0
               MOVE STAT-CANVAS-LAST-DATE(STAT-CANVAS-IDX) TO
                   STAT-SHIFT-DATE
               COMPUTE STAT-SHIFT-HHMM =
                   STAT-CANVAS-LAST-TIME(STAT-CANVAS-IDX) / 10000
           ELSE
               MOVE STAT-CANVAS-START-DATE(STAT-CANVAS-IDX) TO
                   STAT-SHIFT-DATE
               COMPUTE STAT-SHIFT-HHMM =
                   STAT-CANVAS-START-TIME(STAT-CANVAS-IDX) / 10000
           END-IF.
           COMPUTE STAT-DAY-INT =
               FUNCTION INTEGER-OF-DATE(STAT-SHIFT-DATE) + 1.
           COMPUTE STAT-NEXT-DATE =
               FUNCTION DATE-OF-INTEGER(STAT-DAY-INT).
           COMPUTE STAT-SHIFT-FROM =
               STAT-SHIFT-DATE * 10000 + STAT-SHIFT-HHMM.
           COMPUTE STAT-SHIFT-TO =
               STAT-NEXT-DATE * 10000 + STAT-SHIFT-HHMM.
      
           PERFORM 8430-MATCH-ONE-OUTAGE THRU 8430-EXIT
               VARYING STAT-OUTAGE-IDX FROM 1 BY 1
                   UNTIL STAT-OUTAGE-IDX > STAT-OUTAGE-COUNT
                      OR HIST-PLANNED-OUTAGE.
      
       8420-EXIT.
           EXIT.
      
       8430-MATCH-ONE-OUTAGE.
           IF STAT-OUT-CANVAS(STAT-OUTAGE-IDX) NOT = 'ALL'
               AND STAT-OUT-CANVAS(STAT-OUTAGE-IDX) NOT =
                   STAT-CANVAS-NAME(STAT-CANVAS-IDX)
               GO TO 8430-EXIT
           END-IF.
           IF STAT-OUT-FROM(STAT-OUTAGE-IDX) < STAT-SHIFT-TO
               AND STAT-OUT-TO(STAT-OUTAGE-IDX) > STAT-SHIFT-FROM
               MOVE 'Y' TO HIST-OUTAGE-SW
           END-IF.
      
       8430-EXIT.
           EXIT.
      
      ******************************************************************
      * 8500-LOAD-OUTAGE-CALENDAR.
      *     LOAD THE PLANNED-OUTAGE WINDOWS.  A MISSING CALENDAR IS
      *     NORMAL; A RECORD WITH A BAD DATE OR WINDOW IS SKIPPED AND
      *     LEFT FOR PLUTO-PARMCK TO REPORT.
      ******************************************************************
       8500-LOAD-OUTAGE-CALENDAR.
           MOVE 0 TO STAT-OUTAGE-COUNT.
           OPEN INPUT OUTAGE-FILE.
           IF STAT-OUT-OK
               PERFORM 8510-LOAD-ONE-OUTAGE THRU 8510-EXIT
                   UNTIL STAT-OUT-EOF
           END-IF.
           CLOSE OUTAGE-FILE.
      
       8500-EXIT.
           EXIT.
      
       8510-LOAD-ONE-OUTAGE.
           READ OUTAGE-FILE
               AT END
                   GO TO 8510-EXIT
           END-READ.
           IF OUT-DATE NOT NUMERIC OR OUT-START-TIME NOT NUMERIC
               OR OUT-END-TIME NOT NUMERIC
               OR STAT-OUTAGE-COUNT NOT < 100
               GO TO 8510-EXIT
           END-IF.
           COMPUTE STAT-DAY-INT = FUNCTION INTEGER-OF-DATE(OUT-DATE).
           IF STAT-DAY-INT = 0
               GO TO 8510-EXIT
           END-IF.
      
           ADD 1 TO STAT-OUTAGE-COUNT.
           SET STAT-OUTAGE-IDX TO STAT-OUTAGE-COUNT.
           MOVE OUT-CANVAS-NAME TO STAT-OUT-CANVAS(STAT-OUTAGE-IDX).
           COMPUTE STAT-OUT-FROM(STAT-OUTAGE-IDX) =
               OUT-DATE * 10000 + OUT-START-TIME.
           IF OUT-START-TIME > OUT-END-TIME
               ADD 1 TO STAT-DAY-INT
               COMPUTE STAT-NEXT-DATE =
                   FUNCTION DATE-OF-INTEGER(STAT-DAY-INT)
               COMPUTE STAT-OUT-TO(STAT-OUTAGE-IDX) =
                   STAT-NEXT-DATE * 10000 + OUT-END-TIME
           ELSE
               COMPUTE STAT-OUT-TO(STAT-OUTAGE-IDX) =
                   OUT-DATE * 10000 + OUT-END-TIME
           END-IF.
      
       8510-EXIT.
           EXIT.
      
      ******************************************************************
006120* 9000-TERMINATE.
006130******************************************************************
006140 9000-TERMINATE.
