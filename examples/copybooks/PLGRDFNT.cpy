      ******************************************************************
      * PLGRDFNT.
      *     5X7 BITMAP FONT SHARED BY THE PROGRAMS THAT DRAW TEXT INTO
      *     AN IMAGE -- PLUTO-GRADIENT'S STATUS BANNER AND PLUTO-
      *     CONTACT'S TILE CAPTIONS -- SO EVERY PIECE OF LETTERING THE
      *     WALL PRODUCES READS THE SAME.  ONE 35-BYTE ENTRY PER GLYPH,
      *     SEVEN ROWS OF FIVE DOTS, 'X' MEANING ON.  FNT-CHARSET GIVES
      *     EACH GLYPH'S POSITION; A CHARACTER NOT IN THE SET RENDERS
      *     AS THE TRAILING BLANK GLYPH (ENTRY 41).
      ******************************************************************
       01  FNT-DEF.
           05  FILLER  PIC X(35) VALUE
               " XXX X   XX   XXXXXXX   XX   XX   X".
           05  FILLER  PIC X(35) VALUE
               "XXXX X   XX   XXXXX X   XX   XXXXX ".
           05  FILLER  PIC X(35) VALUE
               " XXX X   XX    X    X    X   X XXX ".
           05  FILLER  PIC X(35) VALUE
               "XXXX X   XX   XX   XX   XX   XXXXX ".
           05  FILLER  PIC X(35) VALUE
               "XXXXXX    X    XXXX X    X    XXXXX".
           05  FILLER  PIC X(35) VALUE
               "XXXXXX    X    XXXX X    X    X    ".
           05  FILLER  PIC X(35) VALUE
               " XXX X   XX    X XXXX   XX   X XXX ".
           05  FILLER  PIC X(35) VALUE
               "X   XX   XX   XXXXXXX   XX   XX   X".
           05  FILLER  PIC X(35) VALUE
               " XXX   X    X    X    X    X   XXX ".
           05  FILLER  PIC X(35) VALUE
               "  XXX   X    X    X    X  X  X  XX ".
           05  FILLER  PIC X(35) VALUE
               "X   XX  X X X  XX   X X  X  X X   X".
           05  FILLER  PIC X(35) VALUE
               "X    X    X    X    X    X    XXXXX".
           05  FILLER  PIC X(35) VALUE
               "X   XXX XXX X XX X XX   XX   XX   X".
           05  FILLER  PIC X(35) VALUE
               "X   XXX  XX X XX  XXX   XX   XX   X".
           05  FILLER  PIC X(35) VALUE
               " XXX X   XX   XX   XX   XX   X XXX ".
           05  FILLER  PIC X(35) VALUE
               "XXXX X   XX   XXXXX X    X    X    ".
           05  FILLER  PIC X(35) VALUE
               " XXX X   XX   XX   XX X XX  X  XX X".
           05  FILLER  PIC X(35) VALUE
               "XXXX X   XX   XXXXX X X  X  X X   X".
           05  FILLER  PIC X(35) VALUE
               " XXXXX    X     XXX     X    XXXXX ".
           05  FILLER  PIC X(35) VALUE
               "XXXXX  X    X    X    X    X    X  ".
           05  FILLER  PIC X(35) VALUE
               "X   XX   XX   XX   XX   XX   X XXX ".
           05  FILLER  PIC X(35) VALUE
               "X   XX   XX   XX   X X X  X X   X  ".
           05  FILLER  PIC X(35) VALUE
               "X   XX   XX   XX X XX X XXX XXX   X".
           05  FILLER  PIC X(35) VALUE
               "X   XX   X X X   X   X X X   XX   X".
           05  FILLER  PIC X(35) VALUE
               "X   XX   X X X   X    X    X    X  ".
           05  FILLER  PIC X(35) VALUE
               "XXXXX    X   X   X   X   X    XXXXX".
           05  FILLER  PIC X(35) VALUE
               " XXX X   XX  XXX X XXX  XX   X XXX ".
           05  FILLER  PIC X(35) VALUE
               "  X   XX    X    X    X    X   XXX ".
           05  FILLER  PIC X(35) VALUE
               " XXX X   X    X   X   X   X   XXXXX".
           05  FILLER  PIC X(35) VALUE
               "XXXXX   X   X     X     XX   X XXX ".
           05  FILLER  PIC X(35) VALUE
               "   X   XX  X X X  X XXXXX   X    X ".
           05  FILLER  PIC X(35) VALUE
               "XXXXXX    XXXX     X    XX   X XXX ".
           05  FILLER  PIC X(35) VALUE
               "  XX  X   X    XXXX X   XX   X XXX ".
           05  FILLER  PIC X(35) VALUE
               "XXXXX    X   X   X   X    X    X   ".
           05  FILLER  PIC X(35) VALUE
               " XXX X   XX   X XXX X   XX   X XXX ".
           05  FILLER  PIC X(35) VALUE
               " XXX X   XX   X XXXX    X   X  XX  ".
           05  FILLER  PIC X(35) VALUE
               "       X    X         X    X       ".
           05  FILLER  PIC X(35) VALUE
               "                          XX   XX  ".
           05  FILLER  PIC X(35) VALUE
               "    X   X    X   X   X    X   X    ".
           05  FILLER  PIC X(35) VALUE
               "               XXXXX               ".
           05  FILLER  PIC X(35) VALUE
               "                                   ".

       01  FNT-TABLE REDEFINES FNT-DEF.
           05  FNT-GLYPH OCCURS 41 TIMES.
               10  FNT-ROW OCCURS 7 TIMES.
                   15  FNT-DOT                   PIC X(01)
                                             OCCURS 5 TIMES.

       01  FNT-CHARSET                      PIC X(41) VALUE
           "ABCDEFGHIJKLMNOPQRSTUVWXYZ0123456789:./- ".
