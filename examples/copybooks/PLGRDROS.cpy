      ******************************************************************
      * PLGRDROS.
      *     OPERATOR ROSTER RECORD LAYOUT.  ONE RECORD PER OPERATOR
      *     ALLOWED TO DROP COMMANDS INTO PLGRDCMD, NAMING THE COMMAND
      *     VERBS THAT OPERATOR MAY ISSUE AND THE CANVASES THEY MAY BE
      *     ISSUED AGAINST.  PLUTO-GRADIENT RE-READS THE ROSTER EACH
      *     TIME A COMMAND FILE ARRIVES AND REJECTS (AND AUDITS) ANY
      *     COMMAND FROM AN OPERATOR NOT ON IT, OR FOR A VERB OR
      *     CANVAS THE OPERATOR IS NOT CLEARED FOR.  NO ROSTER ON FILE
      *     MEANS NO COMMAND IS ACCEPTED.
      *
      *     THE FILE IS MAINTAINED THROUGH PLUTO-MAINT (FILE TYPE
      *     ROSTER ON PLGRDMTX), KEYED ON ROS-OPERATOR-ID, AND CHECKED
      *     BY PLUTO-PARMCK.  EACH ROS-MAY- FLAG IS 'Y' OR 'N'.  UP TO
      *     FIVE CANVASES MAY BE NAMED, LEFT-PACKED; 'ALL' IN ANY
      *     SLOT CLEARS THE OPERATOR FOR EVERY CANVAS.  FOR EXAMPLE A
      *     TRAINEE CLEARED TO SNAP AND ACK ON THE LOBBY PANE ONLY:
      *
      *         TRN01   A. TRAINEE          NNYNNYLOBBY
      ******************************************************************
       01  ROSTER-RECORD                    PIC X(80).

       01  ROSTER-REC REDEFINES ROSTER-RECORD.
           05  ROS-OPERATOR-ID               PIC X(08).
           05  ROS-OPERATOR-NAME             PIC X(20).
           05  ROS-PERMITS.
               10  ROS-MAY-PAUSE             PIC X(01).
                   88  ROS-PAUSE-OK              VALUE 'Y'.
               10  ROS-MAY-RESUME            PIC X(01).
                   88  ROS-RESUME-OK             VALUE 'Y'.
               10  ROS-MAY-SNAP              PIC X(01).
                   88  ROS-SNAP-OK               VALUE 'Y'.
               10  ROS-MAY-PALETTE           PIC X(01).
                   88  ROS-PALETTE-OK            VALUE 'Y'.
               10  ROS-MAY-PATTERN           PIC X(01).
                   88  ROS-PATTERN-OK            VALUE 'Y'.
               10  ROS-MAY-ACK               PIC X(01).
                   88  ROS-ACK-OK                VALUE 'Y'.
           05  ROS-PERMIT-FLAGS REDEFINES ROS-PERMITS.
               10  ROS-PERMIT-FLAG           PIC X(01)
                                             OCCURS 6 TIMES.
                   88  ROS-PERMIT-VALID          VALUE 'Y' 'N'.
           05  ROS-CANVAS-LIST.
               10  ROS-CANVAS                PIC X(08)
                                             OCCURS 5 TIMES.
                   88  ROS-CANVAS-IS-ALL         VALUE 'ALL'.
           05  FILLER                        PIC X(06).
