000210*     FILE JUST MEANS NO CONTROL ACTION WAS TAKEN ALL SHIFT AND
000220*     IS REPORTED AS SUCH, NOT AS AN ERROR.
000230*
000231*     EACH LINE CARRIES THE OPERATOR WHO ISSUED THE COMMAND AND
000232*     THE REASON THEY GAVE, AND THE SUMMARY BREAKS THE COUNTS
000233*     DOWN BY OPERATOR.  ACTIONS THE WALL TOOK ON ITS OWN
000234*     (SCHEDULE, STOP FLAG) HAVE NO OPERATOR AND ARE COUNTED
000235*     UNDER *SYSTEM*.
000236*
000240* MODIFICATION HISTORY.
000250*     DATE       BY   DESCRIPTION
000260*     ---------- ---- ----------------------------------------
000272*     2026-09-03 RSH  PRINT THE NEW FIXED AUD-OBJECT FIELD (THE
000274*                     PALETTE OR PATTERN A SWAP SWITCHED TO) AS
000276*                     ITS OWN COLUMN.
      *     2026-10-15 RSH  PRINT THE OPERATOR ID AND REASON NOW ON
      *                     THE AUDIT TRAIL (REPORT WIDENED TO 132)
      *                     AND SUMMARIZE APPLIED AND REJECTED
      *                     ACTIONS PER OPERATOR.
000280******************************************************************
000290 IDENTIFICATION DIVISION.
000300 PROGRAM-ID. PLUTO-AUDRPT.
000520
000530 FD  AUDIT-REPORT-FILE
000540     RECORDING MODE IS F.
000550 01  AUDIT-REPORT-RECORD             PIC X(132).
000560
000570 WORKING-STORAGE SECTION.
000580******************************************************************
000710******************************************************************
000720 77  ARP-APPLIED-COUNT              PIC 9(05) COMP VALUE 0.
000730 77  ARP-REJECTED-COUNT             PIC 9(05) COMP VALUE 0.
000731 77  ARP-OPR-IDX                    PIC 9(03) COMP.
000732 77  ARP-OPR-FOUND-SW               PIC X(01).
000733     88  ARP-OPR-FOUND                   VALUE 'Y'.
000734 77  ARP-OPR-OVERFLOW-SW            PIC X(01) VALUE 'N'.
000735     88  ARP-OPR-OVERFLOW                VALUE 'Y'.
000736 77  ARP-WK-OPERATOR                PIC X(08).
000740
000750 01  ARP-EDIT-COUNT                 PIC ZZZZ9.
000760 01  ARP-EDIT-DATE                  PIC 9999/99/99.
000770 01  ARP-MESSAGE                    PIC X(132).
       01  ARP-EDIT-COUNT-2               PIC ZZZZ9.
      
      ******************************************************************
      * PER-OPERATOR COUNTS, IN ORDER OF EACH OPERATOR'S FIRST ACTION.
      ******************************************************************
       01  ARP-OPR-COUNT                  PIC 9(03) VALUE 0.
      
       01  ARP-OPR-TABLE.
           05  ARP-OPR-ENTRY OCCURS 1 TO 50 TIMES
                   DEPENDING ON ARP-OPR-COUNT.
               10  ARP-OPR-ID                PIC X(08).
               10  ARP-OPR-APPLIED           PIC 9(05) COMP.
               10  ARP-OPR-REJECTED          PIC 9(05) COMP.
000780
000790******************************************************************
000800* TIME-OF-DAY SLICED OUT OF THE HHMMSSCC AUDIT STAMP.
001280
001290     MOVE SPACES TO ARP-MESSAGE.
001300     STRING "DATE        TIME      CANVAS    ACTION    "
001310         "OUTCOME   OPERATOR  OBJECT    DETAIL"
001315         "                            REASON"
001320         DELIMITED BY SIZE INTO ARP-MESSAGE.
001330     PERFORM 7000-WRITE-REPORT-LINE THRU 7000-EXIT.
001340
001600     ELSE
001610         ADD 1 TO ARP-REJECTED-COUNT
001620     END-IF.
001625     PERFORM 2200-COUNT-BY-OPERATOR THRU 2200-EXIT.
001630
001640     MOVE AUD-DATE TO ARP-EDIT-DATE.
001650     MOVE AUD-TIME TO ARP-WK-TIME.
001670     STRING ARP-EDIT-DATE "  "
001680         ARP-WK-HH ":" ARP-WK-MM ":" ARP-WK-SS "  "
001690         AUD-CANVAS-NAME "  " AUD-ACTION "  "
001700         AUD-OUTCOME "  " AUD-OPERATOR-ID "  "
001705         AUD-OBJECT "  " AUD-DETAIL "  " AUD-REASON
001710         DELIMITED BY SIZE INTO ARP-MESSAGE.
001720     PERFORM 7000-WRITE-REPORT-LINE THRU 7000-EXIT.
001730
001740     PERFORM 2000-READ-AUDIT-RECORD THRU 2000-EXIT.
001750
001760 2100-EXIT.
           EXIT.
      
      ******************************************************************
      * 2200-COUNT-BY-OPERATOR.
      *     ADD THE ACTION TO ITS OPERATOR'S LINE, STARTING A NEW LINE
      *     THE FIRST TIME AN OPERATOR IS SEEN.  PAST 50 OPERATORS THE
      *     ACTION STILL COUNTS IN THE TOTALS BUT A NOTE IS PRINTED
      *     THAT THE BREAKDOWN IS SHORT.
      ******************************************************************
       2200-COUNT-BY-OPERATOR.
           MOVE AUD-OPERATOR-ID TO ARP-WK-OPERATOR.
           IF ARP-WK-OPERATOR = SPACES OR LOW-VALUES
               MOVE '*SYSTEM*' TO ARP-WK-OPERATOR
           END-IF.
           MOVE 'N' TO ARP-OPR-FOUND-SW.
           PERFORM 2210-MATCH-OPERATOR THRU 2210-EXIT
               VARYING ARP-OPR-IDX FROM 1 BY 1
                   UNTIL ARP-OPR-IDX > ARP-OPR-COUNT
                       OR ARP-OPR-FOUND.
           IF ARP-OPR-FOUND
               SUBTRACT 1 FROM ARP-OPR-IDX
           ELSE
               IF ARP-OPR-COUNT NOT < 50
                   MOVE 'Y' TO ARP-OPR-OVERFLOW-SW
                   GO TO 2200-EXIT
               END-IF
               ADD 1 TO ARP-OPR-COUNT
               MOVE ARP-OPR-COUNT TO ARP-OPR-IDX
               MOVE ARP-WK-OPERATOR TO ARP-OPR-ID(ARP-OPR-IDX)
               MOVE 0 TO ARP-OPR-APPLIED(ARP-OPR-IDX)
               MOVE 0 TO ARP-OPR-REJECTED(ARP-OPR-IDX)
           END-IF.
           IF AUD-WAS-APPLIED
               ADD 1 TO ARP-OPR-APPLIED(ARP-OPR-IDX)
           ELSE
               ADD 1 TO ARP-OPR-REJECTED(ARP-OPR-IDX)
           END-IF.
      
       2200-EXIT.
           EXIT.
      
       2210-MATCH-OPERATOR.
           IF ARP-OPR-ID(ARP-OPR-IDX) = ARP-WK-OPERATOR
               MOVE 'Y' TO ARP-OPR-FOUND-SW
           END-IF.
      
       2210-EXIT.
001770     EXIT.
001780
001790******************************************************************
002070         DELIMITED BY SIZE INTO ARP-MESSAGE.
002080     PERFORM 7000-WRITE-REPORT-LINE THRU 7000-EXIT.
002090
           IF ARP-OPR-COUNT = 0
               GO TO 8000-EXIT
           END-IF.
           MOVE SPACES TO AUDIT-REPORT-RECORD.
           WRITE AUDIT-REPORT-RECORD.
           MOVE "OPERATOR   APPLIED  REJECTED" TO ARP-MESSAGE.
           PERFORM 7000-WRITE-REPORT-LINE THRU 7000-EXIT.
           PERFORM 8100-WRITE-OPERATOR-LINE THRU 8100-EXIT
               VARYING ARP-OPR-IDX FROM 1 BY 1
                   UNTIL ARP-OPR-IDX > ARP-OPR-COUNT.
           IF ARP-OPR-OVERFLOW
               MOVE "MORE THAN 50 OPERATORS -- BREAKDOWN IS INCOMPLETE"
                   TO ARP-MESSAGE
               PERFORM 7000-WRITE-REPORT-LINE THRU 7000-EXIT
           END-IF.
      
002100 8000-EXIT.
           EXIT.
      
       8100-WRITE-OPERATOR-LINE.
           MOVE ARP-OPR-APPLIED(ARP-OPR-IDX) TO ARP-EDIT-COUNT.
           MOVE ARP-OPR-REJECTED(ARP-OPR-IDX) TO ARP-EDIT-COUNT-2.
           MOVE SPACES TO ARP-MESSAGE.
           STRING ARP-OPR-ID(ARP-OPR-IDX) "     "
               ARP-EDIT-COUNT "     " ARP-EDIT-COUNT-2
               DELIMITED BY SIZE INTO ARP-MESSAGE.
           PERFORM 7000-WRITE-REPORT-LINE THRU 7000-EXIT.
      
       8100-EXIT.
002110     EXIT.
002120
002130******************************************************************
