000180*         IS STILL A TRACE OF WHAT EXISTED AND WHEN IT WENT);
000190*       - A DAILY INVENTORY REPORT (PLRETRPT) BREAKS OUT ACTIVE,
000200*         NEWLY EXPIRED AND PREVIOUSLY EXPIRED COUNTS PER CANVAS
000210*         PLUS THE DATED RENDER LOGS AND THE SHIFT CONTACT
000215*         SHEETS PLUTO-CONTACT CATALOGS ALONGSIDE THEM.
000220*
000230*     THE RETENTION PERIOD IN DAYS IS TAKEN FROM THE JCL PARM
000240*     (OR COMMAND LINE); WHEN NONE IS GIVEN 30 DAYS IS USED.
000320*     DATE       BY   DESCRIPTION
000330*     ---------- ---- ----------------------------------------
000340*     2026-08-22 RSH  ORIGINAL VERSION.
000342*     2026-10-15 RSH  CONTACT SHEETS ('C' MANIFEST RECORDS) GET
000344*                     THEIR OWN INVENTORY LINE INSTEAD OF BEING
000346*                     COUNTED AS THEIR CANVAS'S FRAMES.
000350******************************************************************
000360 IDENTIFICATION DIVISION.
000370 PROGRAM-ID. PLUTO-RETAIN.
001150 77  RET-LOGS-ACTIVE                PIC 9(08) COMP VALUE 0.
001160 77  RET-LOGS-EXPIRED               PIC 9(08) COMP VALUE 0.
001170 77  RET-LOGS-PRIOR-DEL             PIC 9(08) COMP VALUE 0.
001172 77  RET-SHEETS-ACTIVE              PIC 9(08) COMP VALUE 0.
001174 77  RET-SHEETS-EXPIRED             PIC 9(08) COMP VALUE 0.
001176 77  RET-SHEETS-PRIOR-DEL           PIC 9(08) COMP VALUE 0.
001180 77  RET-TOTAL-EXPIRED              PIC 9(08) COMP VALUE 0.
001190 77  RET-GONE-ALREADY               PIC 9(08) COMP VALUE 0.
001200 77  RET-BAD-DATE-COUNT             PIC 9(08) COMP VALUE 0.
003010         GO TO 2400-EXIT
003020     END-IF.
003030
           IF MAN-IS-CONTACT-SHEET
               IF MAN-IS-ACTIVE
                   ADD 1 TO RET-SHEETS-ACTIVE
               ELSE
                   IF RET-RECORD-WAS-EXPIRED-NOW
                       ADD 1 TO RET-SHEETS-EXPIRED
                   ELSE
                       ADD 1 TO RET-SHEETS-PRIOR-DEL
                   END-IF
               END-IF
               GO TO 2400-EXIT
           END-IF.
      
003040     PERFORM 2500-FIND-OR-ADD-CANVAS THRU 2500-EXIT.
003050     IF NOT RET-FOUND
003060         GO TO 2400-EXIT
003900         DELIMITED BY SIZE INTO RET-MESSAGE.
003910     PERFORM 7000-WRITE-REPORT-LINE THRU 7000-EXIT.
003920
003921     MOVE RET-SHEETS-ACTIVE TO RET-EDIT-COUNT.
003922     MOVE RET-SHEETS-EXPIRED TO RET-EDIT-COUNT-2.
003923     MOVE RET-SHEETS-PRIOR-DEL TO RET-EDIT-COUNT-3.
003924     MOVE SPACES TO RET-MESSAGE.
003925     STRING "(SHEETS)  " RET-EDIT-COUNT "      "
003926         RET-EDIT-COUNT-2 "        " RET-EDIT-COUNT-3
003927         DELIMITED BY SIZE INTO RET-MESSAGE.
003928     PERFORM 7000-WRITE-REPORT-LINE THRU 7000-EXIT.
003929
003930     MOVE SPACES TO RETAIN-REPORT-RECORD.
003940     WRITE RETAIN-REPORT-RECORD.
003950
