      *                  NAMED CANVAS ACKNOWLEDGED, DROPPING IT OFF
      *                  THE WALL BANNER WHILE KEEPING THE RECORD ON
      *                  FILE FOR THE MORNING REVIEW.
      *
      *     EVERY COMMAND CARRIES THE ISSUING OPERATOR'S ID, WHICH
      *     MUST BE ON THE PLGRDROS ROSTER AND CLEARED FOR THE VERB
      *     AND CANVAS, AND A SHORT FREE-TEXT REASON.  BOTH ARE COPIED
      *     TO THE AUDIT TRAIL WHETHER THE COMMAND IS APPLIED OR NOT.
      ******************************************************************
       01  COMMAND-RECORD                   PIC X(80).

                                                       'RADIAL'
                                                       'BARS'
                                                       'CHECKER'.
           05  CMD-OPERATOR-ID               PIC X(08).
           05  CMD-REASON                    PIC X(24).
           05  FILLER                        PIC X(16).
