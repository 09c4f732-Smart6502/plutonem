      *     CONFIRM THE ARCHIVES ARE REALLY ON DISK, AND THE RETENTION
      *     MANAGER MARKS RECORDS DELETED HERE WHEN IT EXPIRES THE
      *     UNDERLYING FILES.
      *
      *     PLUTO-CONTACT ADDS A 'C' RECORD FOR EACH SHIFT CONTACT
      *     SHEET IT BUILDS (ONE PER CANVAS PER SHIFT DATE; MAN-DATE IS
      *     THE SHIFT DATE, MAN-TIME WHEN THE SHEET WAS WRITTEN AND
      *     MAN-FRAME-NO THE NUMBER OF TILES ON IT), SO THE SHEETS AGE
      *     OUT WITH THE FRAMES THEY SUMMARIZE.  READERS AFTER FRAMES
      *     ONLY MUST TEST MAN-IS-FRAME.
      ******************************************************************
       01  MANIFEST-RECORD                  PIC X(96).

           05  MAN-TYPE                      PIC X(01).
               88  MAN-IS-FRAME                  VALUE 'F'.
               88  MAN-IS-RENDER-LOG             VALUE 'L'.
               88  MAN-IS-CONTACT-SHEET          VALUE 'C'.
           05  MAN-DATE                      PIC 9(08).
           05  MAN-TIME                      PIC 9(08).
           05  MAN-CANVAS-NAME               PIC X(08).
