000210*     DAYS: HIGHER IS RISING, LOWER IS FALLING.  CALENDAR
000220*     ARITHMETIC USES THE INTEGER-OF-DATE FUNCTION -- DAY
000230*     SUBTRACTION ACROSS MONTH ENDS IS EXACTLY WHAT IT IS FOR.
      *     A RISING LINE ALSO NAMES THE PLGRDERR REASON BEHIND MOST OF
      *     THE 7-DAY ERRORS (FROM THE PER-REASON COUNTS PLUTO-STATS
      *     CARRIES ON EACH HISTORY RECORD), SO THE LINE SAYS WHAT IS
      *     FAILING AND NOT JUST THAT SOMETHING IS.  PLUTO-ERRRPT HAS
      *     THE FULL BREAKDOWN.
      *
      *     A SHIFT PLUTO-STATS MARKED AS A PLANNED OUTAGE (PLGRDOUT)
      *     IS NOT AN UNCLEAN STOP AND SAYS NOTHING ABOUT HOW FLAKY THE
      *     WALL IS, SO IT IS LEFT OUT OF THE NO-STOP LIST AND OF EVERY
      *     7-DAY AND 30-DAY FIGURE; THE 30-DAY LINE COUNTS SUCH SHIFTS
      *     IN ITS OUTAGE COLUMN INSTEAD.
000240*
000250* MODIFICATION HISTORY.
000260*     DATE       BY   DESCRIPTION
000284*                     DATE PLUS CANVAS NAME, SO THE READ STARTS
000286*                     AT THE 30-DAY WINDOW BOUNDARY INSTEAD OF
000288*                     SCANNING EVERY RECORD EVER WRITTEN.
      *     2026-10-14 RSH  ADD THE LEADING ERROR REASON OVER THE LAST
      *                     7 DAYS TO THE "ERROR RATE TREND: RISING"
      *                     LINE.
      *     2026-10-14 RSH  LEAVE PLANNED-OUTAGE SHIFTS OUT OF THE
      *                     NO-STOP LIST AND THE RATES, AND COUNT THEM
      *                     IN A NEW OUTAGE COLUMN ON THE 30-DAY LINE.
000290******************************************************************
000300 IDENTIFICATION DIVISION.
000310 PROGRAM-ID. PLUTO-TREND.
000790 77  TRD-RATE-30                    PIC 9(08) COMP.
000800 77  TRD-AVG-FRAMES                 PIC 9(08) COMP.
000810
000811 77  TRD-REASON-SUB                 PIC 9(02) COMP.
000812 77  TRD-UNCODED-SUB                PIC 9(02) COMP.
000813 77  TRD-TOP-REASON-SUB             PIC 9(02) COMP.
000814 77  TRD-TOP-REASON-CNT             PIC 9(08) COMP.
000815 77  TRD-REC-CODED                  PIC 9(08) COMP.
000816 77  TRD-TOP-REASON-TEXT            PIC X(32).
000817
000818 COPY PLGRDERR.
000819
000820******************************************************************
000830* PER-CANVAS 7-DAY AND 30-DAY ACCUMULATORS.
000840******************************************************************
000980         10  TRD-WRAPS-30                 PIC 9(08) COMP.
000990         10  TRD-ERRORS-30                PIC 9(08) COMP.
001000         10  TRD-NOSTOP-30                PIC 9(05) COMP.
001002         10  TRD-OUTAGE-30                PIC 9(05) COMP.
001004*        7-DAY ERRORS BY PLGRDERR SLOT; THE LAST SLOT IS UNCODED.
001006         10  TRD-REASON-7                 PIC 9(07) COMP
001008                 OCCURS 8 TIMES.
001010
001020******************************************************************
001030* REPORT EDIT FIELDS AND LINE WORK AREA.
001080 01  TRD-EDIT-WRAPS                  PIC ZZZZZZZ9.
001090 01  TRD-EDIT-ERRORS                 PIC ZZZZZZZ9.
001100 01  TRD-EDIT-NOSTOP                 PIC ZZZZ9.
001105 01  TRD-EDIT-OUTAGE                 PIC ZZZZ9.
001110 01  TRD-MESSAGE                     PIC X(80).
001120
001130 PROCEDURE DIVISION.
001450     ACCEPT TRD-TODAY-DATE FROM DATE YYYYMMDD.
001460     COMPUTE TRD-TODAY-INT =
001470         FUNCTION INTEGER-OF-DATE(TRD-TODAY-DATE).
001471     COMPUTE TRD-UNCODED-SUB = ERR-CAT-COUNT + 1.
001472
001473*    POSITION THE MASTER AT THE START OF THE 30-DAY WINDOW --
001474*    EVERYTHING BEFORE IT IS OUTSIDE EVERY ACCUMULATOR BELOW.
002120         GO TO 2100-NEXT
002130     END-IF.
002140
002141     IF HIST-PLANNED-OUTAGE
002142         ADD 1 TO TRD-OUTAGE-30(TRD-CANVAS-IDX)
002143         GO TO 2100-NEXT
002144     END-IF.
002145
002150     ADD 1 TO TRD-SHIFTS-30(TRD-CANVAS-IDX).
002160     ADD HIST-FRAMES TO TRD-FRAMES-30(TRD-CANVAS-IDX).
002170     ADD HIST-WRAPS TO TRD-WRAPS-30(TRD-CANVAS-IDX).
002220         ADD HIST-FRAMES TO TRD-FRAMES-7(TRD-CANVAS-IDX)
002230         ADD HIST-WRAPS TO TRD-WRAPS-7(TRD-CANVAS-IDX)
002240         ADD HIST-ERRORS TO TRD-ERRORS-7(TRD-CANVAS-IDX)
002245         PERFORM 2300-ADD-REASONS-7 THRU 2300-EXIT
002250     END-IF.
002260
002270     IF NOT HIST-SHIFT-STOPPED
002660             MOVE 0 TO TRD-WRAPS-30(TRD-CANVAS-IDX)
002670             MOVE 0 TO TRD-ERRORS-30(TRD-CANVAS-IDX)
002680             MOVE 0 TO TRD-NOSTOP-30(TRD-CANVAS-IDX)
002682             MOVE 0 TO TRD-OUTAGE-30(TRD-CANVAS-IDX)
002684             PERFORM 2220-ZERO-ONE-REASON THRU 2220-EXIT
002686                 VARYING TRD-REASON-SUB FROM 1 BY 1
002688                     UNTIL TRD-REASON-SUB > TRD-UNCODED-SUB
002690             MOVE 'Y' TO TRD-FOUND-SW
002700         ELSE
002710             DISPLAY "PLUTO-TREND: CANVAS TABLE FULL, IGNORING "
002830     END-IF.
002840
002850 2210-EXIT.
           EXIT.
      
       2220-ZERO-ONE-REASON.
           MOVE 0 TO TRD-REASON-7(TRD-CANVAS-IDX, TRD-REASON-SUB).
      
       2220-EXIT.
           EXIT.
      
      ******************************************************************
      * 2300-ADD-REASONS-7.
      *     FOLD THE RECORD'S PER-REASON ERROR COUNTS INTO THE CANVAS'S
      *     7-DAY SLOTS.  WHATEVER PART OF HIST-ERRORS THE SLOTS DO NOT
      *     COVER -- ALL OF IT ON A RECORD WRITTEN BEFORE THE SLOTS
      *     EXISTED -- GOES TO UNCODED.
      ******************************************************************
       2300-ADD-REASONS-7.
           MOVE 0 TO TRD-REC-CODED.
           IF HIST-REASON-COUNTS NUMERIC
               PERFORM 2310-ADD-ONE-REASON THRU 2310-EXIT
                   VARYING TRD-REASON-SUB FROM 1 BY 1
                       UNTIL TRD-REASON-SUB > ERR-CAT-COUNT
           END-IF.
           IF HIST-ERRORS > TRD-REC-CODED
               COMPUTE TRD-REASON-7(TRD-CANVAS-IDX, TRD-UNCODED-SUB) =
                   TRD-REASON-7(TRD-CANVAS-IDX, TRD-UNCODED-SUB)
                   + HIST-ERRORS - TRD-REC-CODED
           END-IF.
      
       2300-EXIT.
           EXIT.
      
       2310-ADD-ONE-REASON.
           ADD HIST-REASON-COUNT(TRD-REASON-SUB) TO
               TRD-REASON-7(TRD-CANVAS-IDX, TRD-REASON-SUB).
           ADD HIST-REASON-COUNT(TRD-REASON-SUB) TO TRD-REC-CODED.
      
       2310-EXIT.
002860     EXIT.
002870
002880******************************************************************
003110
003120     MOVE SPACES TO TRD-MESSAGE.
003130     STRING "CANVAS    WINDOW   SHIFTS  AVG FRAMES"
003140         "    WRAPS    ERRORS  NO-STOP OUTAGE"
003150         DELIMITED BY SIZE INTO TRD-MESSAGE.
003160     PERFORM 7000-WRITE-REPORT-LINE THRU 7000-EXIT.
003170
003800     MOVE TRD-WRAPS-30(TRD-CANVAS-IDX) TO TRD-EDIT-WRAPS.
003810     MOVE TRD-ERRORS-30(TRD-CANVAS-IDX) TO TRD-EDIT-ERRORS.
003820     MOVE TRD-NOSTOP-30(TRD-CANVAS-IDX) TO TRD-EDIT-NOSTOP.
003825     MOVE TRD-OUTAGE-30(TRD-CANVAS-IDX) TO TRD-EDIT-OUTAGE.
003830
003840     MOVE SPACES TO TRD-MESSAGE.
003850     STRING TRD-CANVAS-NAME(TRD-CANVAS-IDX) "  "
003860         "30-DAY  " TRD-EDIT-SHIFTS "  " TRD-EDIT-FRAMES
003870         "  " TRD-EDIT-WRAPS "  " TRD-EDIT-ERRORS
003880         "  " TRD-EDIT-NOSTOP "  " TRD-EDIT-OUTAGE
003890         DELIMITED BY SIZE INTO TRD-MESSAGE.
003900     PERFORM 7000-WRITE-REPORT-LINE THRU 7000-EXIT.
003910
003960* 8130-WRITE-TREND-LINE.
003970*     ERRORS PER TEN THOUSAND FRAMES, 7-DAY RATE AGAINST THE
003980*     30-DAY RATE.  NO FRAMES IN A WINDOW MEANS A ZERO RATE.
003983*     A RISING RATE IS FOLLOWED BY THE REASON WITH THE MOST
003986*     7-DAY ERRORS.
003990******************************************************************
004000 8130-WRITE-TREND-LINE.
004010     IF TRD-FRAMES-7(TRD-CANVAS-IDX) = 0
004150
004160     MOVE SPACES TO TRD-MESSAGE.
004170     IF TRD-RATE-7 > TRD-RATE-30
004175         PERFORM 8140-FIND-TOP-REASON THRU 8140-EXIT
004180         STRING TRD-CANVAS-NAME(TRD-CANVAS-IDX) "  "
004190             "ERROR RATE TREND: RISING -- MOSTLY "
004195             TRD-TOP-REASON-TEXT
004200             DELIMITED BY SIZE INTO TRD-MESSAGE
004210     ELSE
004220         IF TRD-RATE-7 < TRD-RATE-30
004350     EXIT.
004360
004370******************************************************************
      * 8140-FIND-TOP-REASON.
      *     THE SLOT WITH THE MOST 7-DAY ERRORS; ON A TIE THE EARLIER
      *     CATALOG ENTRY WINS.  A RISING RATE ALWAYS HAS AT LEAST ONE
      *     7-DAY ERROR, SO SOME SLOT IS ALWAYS NON-ZERO.
      ******************************************************************
       8140-FIND-TOP-REASON.
           MOVE 1 TO TRD-TOP-REASON-SUB.
           MOVE 0 TO TRD-TOP-REASON-CNT.
           PERFORM 8150-CHECK-ONE-REASON THRU 8150-EXIT
               VARYING TRD-REASON-SUB FROM 1 BY 1
                   UNTIL TRD-REASON-SUB > TRD-UNCODED-SUB.
      
           IF TRD-TOP-REASON-SUB > ERR-CAT-COUNT
               MOVE "UNCODED ERRORS" TO TRD-TOP-REASON-TEXT
           ELSE
               MOVE ERR-CAT-TEXT(TRD-TOP-REASON-SUB) TO
                   TRD-TOP-REASON-TEXT
           END-IF.
      
       8140-EXIT.
           EXIT.
      
       8150-CHECK-ONE-REASON.
           IF TRD-REASON-7(TRD-CANVAS-IDX, TRD-REASON-SUB) >
                   TRD-TOP-REASON-CNT
               MOVE TRD-REASON-7(TRD-CANVAS-IDX, TRD-REASON-SUB) TO
                   TRD-TOP-REASON-CNT
               MOVE TRD-REASON-SUB TO TRD-TOP-REASON-SUB
           END-IF.
      
       8150-EXIT.
           EXIT.
      
      ******************************************************************
004380* 9000-TERMINATE.
004390******************************************************************
004400 9000-TERMINATE.
