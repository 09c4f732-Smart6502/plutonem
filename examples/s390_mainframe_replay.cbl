000170*     PLGRDPRM AND PLGRDPAL FILES IN EFFECT, AND WRITES EACH ONE
000180*     OUT AS A PPM IMAGE (PLREPIMG.DATE.TIME.CANVAS.FRAME.PPM).
000190*     THE LIVE WALL IS NEVER TOUCHED.
000191*
000192*     'IN EFFECT' MEANS AT THE TIME OF THE LOG'S FIRST RECORD:
000193*     THE GENERATION OF EACH FILE ON THE PLUTO-MAINT HISTORY
000194*     (PLGRDGEN) LAST SAVED BEFORE THEN IS COPIED OUT TO
000195*     PLREPPRM / PLREPPAL AND READ IN PLACE OF THE LIVE FILE.  A
000196*     FILE WITH NO HISTORY HAS NOT CHANGED AND THE LIVE ONE IS
000197*     USED.
000200*
000210*     THE REPLAY REPRODUCES THE GRADIENT AND THE GRID OVERLAY
000220*     EXACTLY.  THE STATUS BANNER IS NOT REPRODUCED -- ITS TEXT
000530*                     INTEGER ARITHMETIC PLUTO-GRADIENT USES, SO
000540*                     INCIDENT RE-RENDERS OF A PATTERNED CANVAS
000550*                     STILL MATCH WHAT WAS ON THE WALL.
000552*     2026-10-15 RSH  READ THE PARM AND PALETTE GENERATIONS IN
000554*                     EFFECT WHEN THE LOG WAS WRITTEN, FROM THE
000556*                     PLUTO-MAINT HISTORY FILE PLGRDGEN, INSTEAD
000558*                     OF WHATEVER IS LIVE TODAY.
000560******************************************************************
000570 IDENTIFICATION DIVISION.
000580 PROGRAM-ID. PLUTO-REPLAY.
000690         ORGANIZATION IS LINE SEQUENTIAL
000700         FILE STATUS IS REP-LOG-STATUS.
000710
000720     SELECT OPTIONAL PARM-FILE ASSIGN TO DYNAMIC
000725         REP-PARM-FILENAME
000730         ORGANIZATION IS LINE SEQUENTIAL
000740         FILE STATUS IS REP-PARM-STATUS.
000750
000760     SELECT OPTIONAL PALETTE-FILE ASSIGN TO DYNAMIC
000765         REP-PAL-FILENAME
000770         ORGANIZATION IS LINE SEQUENTIAL
000780         FILE STATUS IS REP-PALETTE-STATUS.
000790
000810         REP-PPM-FILENAME
000820         ORGANIZATION IS LINE SEQUENTIAL
000830         FILE STATUS IS REP-PPM-STATUS.
000831
000832     SELECT OPTIONAL CONFIG-HISTORY-FILE ASSIGN TO "PLGRDGEN"
000833         ORGANIZATION IS LINE SEQUENTIAL
000834         FILE STATUS IS REP-GEN-STATUS.
000835
000836     SELECT GEN-WORK-FILE ASSIGN TO DYNAMIC
000837         REP-GEN-WORK-NAME
000838         ORGANIZATION IS LINE SEQUENTIAL
000839         FILE STATUS IS REP-GENW-STATUS.
000840
000850 DATA DIVISION.
000860 FILE SECTION.
001000     RECORDING MODE IS F.
001010 01  REPLAY-IMAGE-RECORD             PIC X(12000).
001020
001021 FD  CONFIG-HISTORY-FILE
001022     RECORDING MODE IS F.
001023 COPY PLGRDGEN.
001024
001025 FD  GEN-WORK-FILE
001026     RECORDING MODE IS F.
001027 01  GEN-WORK-RECORD                 PIC X(80).
001028
001030 WORKING-STORAGE SECTION.
001040******************************************************************
001050* FILE STATUS AND MISCELLANEOUS SWITCHES.
001140     88  REP-PALETTE-OK                  VALUE '00'.
001150     88  REP-PALETTE-EOF                 VALUE '10'.
001160 77  REP-PPM-STATUS                 PIC X(02).
001161 77  REP-GEN-STATUS                 PIC X(02).
001162     88  REP-GEN-OK                      VALUE '00' '05'.
001163     88  REP-GEN-EOF                     VALUE '10'.
001164 77  REP-GENW-STATUS                PIC X(02).
001165     88  REP-GENW-OK                     VALUE '00'.
001170
001180 77  REP-GIVE-UP-SW                 PIC X(01) VALUE 'N'.
001190     88  REP-GIVE-UP                      VALUE 'Y'.
001230     88  REP-IN-WINDOW                    VALUE 'Y'.
001240 77  REP-CARRY-SET-SW               PIC X(01) VALUE 'N'.
001250     88  REP-CARRY-SET                    VALUE 'Y'.
001253 77  REP-IN-GEN-SW                  PIC X(01).
001256     88  REP-IN-GEN                       VALUE 'Y'.
001260
001270******************************************************************
001280* OPERATOR PARMS: LOG ARCHIVE NAME, CANVAS, HHMM WINDOW.
001360 77  REP-END-HHMM                   PIC 9(04).
001370 77  REP-WK-HHMM                    PIC 9(04).
001380 77  REP-WK-REST                    PIC 9(04).
      
      ******************************************************************
      * CONTROL FILE GENERATION IN EFFECT.  STAMPS ARE YYYYMMDDHHMMSS;
      * THE LOG'S FIRST RECORD SETS THE SHIFT STAMP.
      ******************************************************************
       77  REP-PARM-FILENAME              PIC X(12) VALUE 'PLGRDPRM'.
       77  REP-PAL-FILENAME               PIC X(12) VALUE 'PLGRDPAL'.
       77  REP-GEN-WORK-NAME              PIC X(12).
       77  REP-GEN-FILE                   PIC X(08).
       77  REP-GEN-PICK                   PIC 9(05).
       77  REP-GEN-PICK-DATE              PIC 9(08).
       77  REP-SHIFT-STAMP                PIC 9(14).
       77  REP-GEN-STAMP                  PIC 9(14).
       01  REP-EDIT-DATE                  PIC 9999/99/99.
001390
001400******************************************************************
001410* CANVAS DIMENSIONS AND PALETTE IN EFFECT, WITH THE SAME
002130 0000-MAINLINE.
002140     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
002150     IF NOT REP-GIVE-UP
002152         PERFORM 1050-PICK-GENERATIONS THRU 1050-EXIT
002154     END-IF.
002156     IF NOT REP-GIVE-UP
002160         PERFORM 1100-LOAD-CANVAS-DIMS THRU 1100-EXIT
002170     END-IF.
002180     IF NOT REP-GIVE-UP
002650     MOVE REP-END-TOKEN TO REP-END-HHMM.
002660
002670 1000-EXIT.
           EXIT.
      
      ******************************************************************
      * 1050-PICK-GENERATIONS.
      *     THE LOG'S FIRST RECORD DATES THE SHIFT.  FOR THE PARM AND
      *     PALETTE FILES, THE LAST GENERATION SAVED AT OR BEFORE THAT
      *     STAMP IS COPIED TO A WORK FILE THAT IS THEN READ INSTEAD OF
      *     THE LIVE FILE.  A LOG THAT WILL NOT OPEN LEAVES THE LIVE
      *     FILES -- 2000 REPORTS IT AND GIVES UP ANYWAY.
      ******************************************************************
       1050-PICK-GENERATIONS.
           MOVE 0 TO REP-SHIFT-STAMP.
           OPEN INPUT ARCHIVE-LOG-FILE.
           IF REP-LOG-OK
               READ ARCHIVE-LOG-FILE
               IF REP-LOG-OK AND LOG-DATE NUMERIC AND LOG-TIME NUMERIC
                   COMPUTE REP-SHIFT-STAMP =
                       LOG-DATE * 1000000 + LOG-TIME / 100
               END-IF
           END-IF.
           CLOSE ARCHIVE-LOG-FILE.
           IF REP-SHIFT-STAMP = 0
               GO TO 1050-EXIT
           END-IF.
      
           MOVE "PARM" TO REP-GEN-FILE.
           MOVE "PLREPPRM" TO REP-GEN-WORK-NAME.
           PERFORM 1060-EXTRACT-GENERATION THRU 1060-EXIT.
           IF REP-GIVE-UP
               GO TO 1050-EXIT
           END-IF.
           IF REP-GEN-PICK > 0
               MOVE REP-GEN-WORK-NAME TO REP-PARM-FILENAME
           END-IF.
      
           MOVE "PALETTE" TO REP-GEN-FILE.
           MOVE "PLREPPAL" TO REP-GEN-WORK-NAME.
           PERFORM 1060-EXTRACT-GENERATION THRU 1060-EXIT.
           IF REP-GEN-PICK > 0
               MOVE REP-GEN-WORK-NAME TO REP-PAL-FILENAME
           END-IF.
      
       1050-EXIT.
           EXIT.
      
      ******************************************************************
      * 1060-EXTRACT-GENERATION.
      *     ONE PASS FOR THE GENERATION OF REP-GEN-FILE IN EFFECT AT
      *     REP-SHIFT-STAMP (THE FILE IS IN SAVE ORDER, SO THE LAST
      *     QUALIFYING HEADER WINS), A SECOND TO COPY ITS IMAGES TO
      *     REP-GEN-WORK-NAME.  REP-GEN-PICK IS ZERO WHEN THERE IS
      *     NONE.  A WORK FILE THAT WILL NOT OPEN GIVES UP THE RUN.
      ******************************************************************
       1060-EXTRACT-GENERATION.
           MOVE 0 TO REP-GEN-PICK.
           MOVE 0 TO REP-GEN-PICK-DATE.
           OPEN INPUT CONFIG-HISTORY-FILE.
           IF REP-GEN-OK
               PERFORM 1070-PICK-ONE-HISTORY-REC THRU 1070-EXIT
                   UNTIL REP-GEN-EOF
           END-IF.
           CLOSE CONFIG-HISTORY-FILE.
      
           IF REP-GEN-PICK = 0
               MOVE SPACES TO REP-MESSAGE
               STRING "PLUTO-REPLAY: NO " REP-GEN-FILE
                   " HISTORY FOR THE SHIFT -- LIVE FILE USED"
                   DELIMITED BY SIZE INTO REP-MESSAGE
               DISPLAY REP-MESSAGE UPON CONSOLE
               GO TO 1060-EXIT
           END-IF.
      
           OPEN OUTPUT GEN-WORK-FILE.
           IF NOT REP-GENW-OK
               MOVE SPACES TO REP-MESSAGE
               STRING "PLUTO-REPLAY: CANNOT OPEN WORK FILE "
                   REP-GEN-WORK-NAME " STATUS " REP-GENW-STATUS
                   DELIMITED BY SIZE INTO REP-MESSAGE
               DISPLAY REP-MESSAGE UPON CONSOLE
               MOVE 'Y' TO REP-GIVE-UP-SW
               GO TO 1060-EXIT
           END-IF.
           MOVE 'N' TO REP-IN-GEN-SW.
           OPEN INPUT CONFIG-HISTORY-FILE.
           PERFORM 1080-COPY-ONE-HISTORY-REC THRU 1080-EXIT
               UNTIL REP-GEN-EOF.
           CLOSE CONFIG-HISTORY-FILE.
           CLOSE GEN-WORK-FILE.
      
           MOVE SPACES TO REP-MESSAGE.
           IF REP-GEN-PICK-DATE = 0
               STRING "PLUTO-REPLAY: " REP-GEN-FILE " GENERATION "
                   REP-GEN-PICK " (ORIGINAL) IN EFFECT"
                   DELIMITED BY SIZE INTO REP-MESSAGE
           ELSE
               MOVE REP-GEN-PICK-DATE TO REP-EDIT-DATE
               STRING "PLUTO-REPLAY: " REP-GEN-FILE " GENERATION "
                   REP-GEN-PICK " OF " REP-EDIT-DATE " IN EFFECT"
                   DELIMITED BY SIZE INTO REP-MESSAGE
           END-IF.
           DISPLAY REP-MESSAGE UPON CONSOLE.
      
       1060-EXIT.
           EXIT.
      
       1070-PICK-ONE-HISTORY-REC.
           READ CONFIG-HISTORY-FILE
               AT END
                   GO TO 1070-EXIT
           END-READ.
           IF GEN-IS-HEADER AND GEN-FILE = REP-GEN-FILE
               COMPUTE REP-GEN-STAMP =
                   GEN-SAVED-DATE * 1000000 + GEN-SAVED-TIME
               IF REP-GEN-STAMP NOT > REP-SHIFT-STAMP
                   MOVE GEN-NUMBER TO REP-GEN-PICK
                   MOVE GEN-SAVED-DATE TO REP-GEN-PICK-DATE
               END-IF
           END-IF.
      
       1070-EXIT.
           EXIT.
      
       1080-COPY-ONE-HISTORY-REC.
           READ CONFIG-HISTORY-FILE
               AT END
                   GO TO 1080-EXIT
           END-READ.
           IF GEN-IS-HEADER
               MOVE 'N' TO REP-IN-GEN-SW
               IF GEN-FILE = REP-GEN-FILE AND GEN-NUMBER = REP-GEN-PICK
                   MOVE 'Y' TO REP-IN-GEN-SW
               END-IF
               GO TO 1080-EXIT
           END-IF.
           IF REP-IN-GEN AND GEN-IS-IMAGE
               WRITE GEN-WORK-RECORD FROM GEN-IMAGE
           END-IF.
      
       1080-EXIT.
002680     EXIT.
002690
002700******************************************************************
