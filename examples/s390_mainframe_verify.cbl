000490*     ARE SKIPPED.  A MISSING AUDIT TRAIL JUST MEANS NO SWAP WAS
000500*     EVER RECORDED AND IS NOTED ON THE REPORT.
000510*
000511*     THE STARTING CONFIGURATION ITSELF IS THE ONE IN EFFECT AT
000512*     THE LOG'S FIRST RECORD: THE GENERATION OF PLGRDPRM AND OF
000513*     PLGRDPAL LAST SAVED BEFORE THEN ON THE PLUTO-MAINT HISTORY
000514*     (PLGRDGEN) IS COPIED OUT TO PLVFYPRM / PLVFYPAL AND READ IN
000515*     PLACE OF THE LIVE FILE, SO AN OLD SHIFT STILL VERIFIES
000516*     AFTER THE CONFIGURATION HAS MOVED ON.  A FILE WITH NO
000517*     HISTORY HAS NOT CHANGED AND THE LIVE ONE IS USED.
000518*
000520*     KNOWN BLIND SPOTS, BOTH INHERITED FROM WHAT THE LOG
000530*     CARRIES: THE BANNER CANVAS'S BOTTOM 32 PIXEL ROWS (UP TO
000540*     FOUR TEXT LINES) ARE EXCLUDED FROM THE COMPARISON BECAUSE
000630*     DATE       BY   DESCRIPTION
000640*     ---------- ---- ----------------------------------------
000650*     2026-09-03 RSH  ORIGINAL VERSION.
000652*     2026-10-15 RSH  VERIFY AGAINST THE PARM AND PALETTE
000654*                     GENERATIONS IN EFFECT FOR THE SHIFT, FROM
000656*                     THE PLUTO-MAINT HISTORY FILE PLGRDGEN,
000658*                     INSTEAD OF WHATEVER IS LIVE TODAY.
000660******************************************************************
000670 IDENTIFICATION DIVISION.
000680 PROGRAM-ID. PLUTO-VERIFY.
000840         SHARING WITH ALL OTHER
000850         FILE STATUS IS VFY-LOG-STATUS.
000860
000870     SELECT OPTIONAL PARM-FILE ASSIGN TO DYNAMIC
000875         VFY-PARM-FILENAME
000880         ORGANIZATION IS LINE SEQUENTIAL
000890         FILE STATUS IS VFY-PARM-STATUS.
000900
000910     SELECT OPTIONAL PALETTE-FILE ASSIGN TO DYNAMIC
000915         VFY-PAL-FILENAME
000920         ORGANIZATION IS LINE SEQUENTIAL
000930         FILE STATUS IS VFY-PALETTE-STATUS.
000940
001040     SELECT VERIFY-REPORT-FILE ASSIGN TO "PLVFYRPT"
001050         ORGANIZATION IS LINE SEQUENTIAL
001060         FILE STATUS IS VFY-RPT-STATUS.
001061
001062     SELECT OPTIONAL CONFIG-HISTORY-FILE ASSIGN TO "PLGRDGEN"
001063         ORGANIZATION IS LINE SEQUENTIAL
001064         FILE STATUS IS VFY-GEN-STATUS.
001065
001066     SELECT GEN-WORK-FILE ASSIGN TO DYNAMIC
001067         VFY-GEN-WORK-NAME
001068         ORGANIZATION IS LINE SEQUENTIAL
001069         FILE STATUS IS VFY-GENW-STATUS.
001070
001080 DATA DIVISION.
001090 FILE SECTION.
001350     RECORDING MODE IS F.
001360 01  VERIFY-REPORT-RECORD            PIC X(96).
001370
001371 FD  CONFIG-HISTORY-FILE
001372     RECORDING MODE IS F.
001373 COPY PLGRDGEN.
001374
001375 FD  GEN-WORK-FILE
001376     RECORDING MODE IS F.
001377 01  GEN-WORK-RECORD                 PIC X(80).
001378
001380 WORKING-STORAGE SECTION.
001390******************************************************************
001400* FILE STATUS AND MISCELLANEOUS SWITCHES.
001580     88  VFY-AUDIT-OK                    VALUE '00'.
001590     88  VFY-AUDIT-EOF                   VALUE '10'.
001600 77  VFY-RPT-STATUS                 PIC X(02).
001601 77  VFY-GEN-STATUS                 PIC X(02).
001602     88  VFY-GEN-OK                      VALUE '00' '05'.
001603     88  VFY-GEN-EOF                     VALUE '10'.
001604 77  VFY-GENW-STATUS                PIC X(02).
001605     88  VFY-GENW-OK                     VALUE '00'.
001610
001620 77  VFY-GIVE-UP-SW                 PIC X(01) VALUE 'N'.
001630     88  VFY-GIVE-UP                     VALUE 'Y'.
001690     88  VFY-FRAME-BAD                   VALUE 'Y'.
001700 77  VFY-PAL-FOUND-SW               PIC X(01).
001710     88  VFY-PAL-FOUND                   VALUE 'Y'.
001713 77  VFY-IN-GEN-SW                  PIC X(01).
001716     88  VFY-IN-GEN                      VALUE 'Y'.
001720
001730******************************************************************
001740* OPERATOR PARMS: LOG FILE AND SHIFT DATE.
001770 77  VFY-LOG-FILENAME               PIC X(40).
001780 01  VFY-DATE-TOKEN                 PIC X(08) JUSTIFIED RIGHT.
001790 77  VFY-SHIFT-DATE                 PIC 9(08).
      
      ******************************************************************
      * CONTROL FILE GENERATION IN EFFECT.  GENERATION STAMPS ARE
      * FOLDED THE SAME WAY AS THE LOG AND AUDIT STAMPS BELOW.
      ******************************************************************
       77  VFY-PARM-FILENAME              PIC X(12) VALUE 'PLGRDPRM'.
       77  VFY-PAL-FILENAME               PIC X(12) VALUE 'PLGRDPAL'.
       77  VFY-GEN-WORK-NAME              PIC X(12).
       77  VFY-GEN-FILE                   PIC X(08).
       77  VFY-GEN-PICK                   PIC 9(05).
       77  VFY-GEN-PICK-DATE              PIC 9(08).
       77  VFY-GEN-STAMP                  PIC 9(16) COMP.
       77  VFY-GEN-AS-OF-STAMP            PIC 9(16) COMP.
001800
001810******************************************************************
001820* PER-CANVAS CONFIGURATION FROM PLGRDPRM/PLGRDPAL, PLUS THE
003130 0000-MAINLINE.
003140     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
003150     IF NOT VFY-GIVE-UP
003152         PERFORM 1050-PICK-GENERATIONS THRU 1050-EXIT
003154     END-IF.
003156     IF NOT VFY-GIVE-UP
003160         PERFORM 1100-LOAD-PARM-CANVASES THRU 1100-EXIT
003170     END-IF.
003180     IF NOT VFY-GIVE-UP
003750     WRITE VERIFY-REPORT-RECORD.
003760
003770 1000-EXIT.
           EXIT.
      
      ******************************************************************
      * 1050-PICK-GENERATIONS.
      *     FOR THE PARM AND PALETTE FILES, COPY THE GENERATION IN
      *     EFFECT AT THE LOG'S FIRST RECORD (OR, WHEN THE LOG WILL
      *     NOT OPEN, AT THE END OF THE SHIFT DATE) TO A WORK FILE AND
      *     READ THAT INSTEAD OF THE LIVE FILE.
      ******************************************************************
       1050-PICK-GENERATIONS.
           PERFORM 1450-FIX-SHIFT-START THRU 1450-EXIT.
           IF VFY-SHIFT-START-STAMP > 0
               MOVE VFY-SHIFT-START-STAMP TO VFY-GEN-AS-OF-STAMP
           ELSE
               COMPUTE VFY-GEN-AS-OF-STAMP =
                   VFY-SHIFT-DATE * 100000000 + 23595999
           END-IF.
      
           MOVE "PARM" TO VFY-GEN-FILE.
           MOVE "PLVFYPRM" TO VFY-GEN-WORK-NAME.
           PERFORM 1060-EXTRACT-GENERATION THRU 1060-EXIT.
           IF VFY-GIVE-UP
               GO TO 1050-EXIT
           END-IF.
           IF VFY-GEN-PICK > 0
               MOVE VFY-GEN-WORK-NAME TO VFY-PARM-FILENAME
           END-IF.
      
           MOVE "PALETTE" TO VFY-GEN-FILE.
           MOVE "PLVFYPAL" TO VFY-GEN-WORK-NAME.
           PERFORM 1060-EXTRACT-GENERATION THRU 1060-EXIT.
           IF VFY-GEN-PICK > 0
               MOVE VFY-GEN-WORK-NAME TO VFY-PAL-FILENAME
           END-IF.
           MOVE SPACES TO VERIFY-REPORT-RECORD.
           WRITE VERIFY-REPORT-RECORD.
      
       1050-EXIT.
           EXIT.
      
      ******************************************************************
      * 1060-EXTRACT-GENERATION.
      *     ONE PASS FOR THE GENERATION OF VFY-GEN-FILE IN EFFECT AT
      *     VFY-GEN-AS-OF-STAMP (THE FILE IS IN SAVE ORDER, SO THE LAST
      *     QUALIFYING HEADER WINS), A SECOND TO COPY ITS IMAGES TO
      *     VFY-GEN-WORK-NAME.  VFY-GEN-PICK IS ZERO WHEN THERE IS
      *     NONE.  A WORK FILE THAT WILL NOT OPEN GIVES UP THE RUN.
      ******************************************************************
       1060-EXTRACT-GENERATION.
           MOVE 0 TO VFY-GEN-PICK.
           MOVE 0 TO VFY-GEN-PICK-DATE.
           OPEN INPUT CONFIG-HISTORY-FILE.
           IF VFY-GEN-OK
               PERFORM 1070-PICK-ONE-HISTORY-REC THRU 1070-EXIT
                   UNTIL VFY-GEN-EOF
           END-IF.
           CLOSE CONFIG-HISTORY-FILE.
      
           IF VFY-GEN-PICK = 0
               MOVE SPACES TO VFY-MESSAGE
               STRING "CONFIG: NO " VFY-GEN-FILE
                   " HISTORY FOR THE SHIFT -- LIVE FILE USED"
                   DELIMITED BY SIZE INTO VFY-MESSAGE
               PERFORM 7000-WRITE-REPORT-LINE THRU 7000-EXIT
               GO TO 1060-EXIT
           END-IF.
      
           OPEN OUTPUT GEN-WORK-FILE.
           IF NOT VFY-GENW-OK
               MOVE SPACES TO VFY-MESSAGE
               STRING "ERROR: CANNOT OPEN WORK FILE " VFY-GEN-WORK-NAME
                   " STATUS " VFY-GENW-STATUS
                   DELIMITED BY SIZE INTO VFY-MESSAGE
               PERFORM 7000-WRITE-REPORT-LINE THRU 7000-EXIT
               MOVE 'Y' TO VFY-GIVE-UP-SW
               GO TO 1060-EXIT
           END-IF.
           MOVE 'N' TO VFY-IN-GEN-SW.
           OPEN INPUT CONFIG-HISTORY-FILE.
           PERFORM 1080-COPY-ONE-HISTORY-REC THRU 1080-EXIT
               UNTIL VFY-GEN-EOF.
           CLOSE CONFIG-HISTORY-FILE.
           CLOSE GEN-WORK-FILE.
      
           MOVE SPACES TO VFY-MESSAGE.
           IF VFY-GEN-PICK-DATE = 0
               STRING "CONFIG: " VFY-GEN-FILE " GENERATION "
                   VFY-GEN-PICK " (ORIGINAL) IN EFFECT"
                   DELIMITED BY SIZE INTO VFY-MESSAGE
           ELSE
               MOVE VFY-GEN-PICK-DATE TO VFY-EDIT-DATE
               STRING "CONFIG: " VFY-GEN-FILE " GENERATION "
                   VFY-GEN-PICK " OF " VFY-EDIT-DATE " IN EFFECT"
                   DELIMITED BY SIZE INTO VFY-MESSAGE
           END-IF.
           PERFORM 7000-WRITE-REPORT-LINE THRU 7000-EXIT.
      
       1060-EXIT.
           EXIT.
      
       1070-PICK-ONE-HISTORY-REC.
           READ CONFIG-HISTORY-FILE
               AT END
                   GO TO 1070-EXIT
           END-READ.
           IF GEN-IS-HEADER AND GEN-FILE = VFY-GEN-FILE
               COMPUTE VFY-GEN-STAMP =
                   GEN-SAVED-DATE * 100000000 + GEN-SAVED-TIME * 100
               IF VFY-GEN-STAMP NOT > VFY-GEN-AS-OF-STAMP
                   MOVE GEN-NUMBER TO VFY-GEN-PICK
                   MOVE GEN-SAVED-DATE TO VFY-GEN-PICK-DATE
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
               MOVE 'N' TO VFY-IN-GEN-SW
               IF GEN-FILE = VFY-GEN-FILE AND GEN-NUMBER = VFY-GEN-PICK
                   MOVE 'Y' TO VFY-IN-GEN-SW
               END-IF
               GO TO 1080-EXIT
           END-IF.
           IF VFY-IN-GEN AND GEN-IS-IMAGE
               WRITE GEN-WORK-RECORD FROM GEN-IMAGE
           END-IF.
      
       1080-EXIT.
003780     EXIT.
003790
003800******************************************************************
