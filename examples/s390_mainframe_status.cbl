000290*     DATE       BY   DESCRIPTION
000300*     ---------- ---- ----------------------------------------
000310*     2026-09-03 RSH  ORIGINAL VERSION.
000312*     2026-10-15 RSH  COUNT ONLY FRAME RECORDS AS FRAMES, NOW
000314*                     THAT THE MANIFEST ALSO CATALOGS CONTACT
000316*                     SHEETS.
000320******************************************************************
000330 IDENTIFICATION DIVISION.
000340 PROGRAM-ID. PLUTO-STATUS.
003670         ADD 1 TO STS-LOGS-TODAY
003680         GO TO 4100-EXIT
003690     END-IF.
003692     IF NOT MAN-IS-FRAME
003694         GO TO 4100-EXIT
003696     END-IF.
003700
003710     PERFORM 4300-FIND-OR-ADD-CANVAS THRU 4300-EXIT.
003720     IF STS-FOUND
