      *
      * Modifications:
      *   01/09/2026 JS  Original version.
      *   15/10/2026 JS  The console prompts can now be answered from
      *                  the CTLCARDS control-card file so the run can
      *                  go unattended in the nightly job stream, and
      *                  the run ends with a return code the job
      *                  stream checks.
      *   15/10/2026 JS  A control-card deck with more answers than
      *                  the card table holds now stops the run with
      *                  return code 8 instead of dropping the rest.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. FILEBKUP.
               ORGANIZATION       IS LINE SEQUENTIAL
               FILE STATUS        IS IDX-STATUS.

           SELECT CONTROL-CARDS   ASSIGN TO "CTLCARDS"
               ORGANIZATION       IS LINE SEQUENTIAL
               FILE STATUS        IS CARD-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  STUDENT-MASTER
           05 FILLER                 PIC X(01).
           05 IDX-GEN-NAME           PIC X(20).

       FD  CONTROL-CARDS
           LABEL RECORD IS STANDARD.
       01 CONTROL-CARD.
           05 CARD-PROGRAM           PIC X(08).
           05 FILLER                 PIC X(01).
           05 CARD-VALUE             PIC X(71).

       WORKING-STORAGE SECTION.
       01 MASTER-STATUS          PIC X(02).
       01 XREF-STATUS            PIC X(02).
                                                           COMP.
       01 OLDEST-DATE             PIC X(8)                VALUE SPACES.

       01 CARD-STATUS             PIC X(02).
       01 CARD-EOF-SWITCH         PIC X                   VALUE "N".
           88 CARD-EOF                                    VALUE "Y".
       01 CARD-MODE-SWITCH        PIC X                   VALUE "N".
           88 CARD-MODE                                   VALUE "Y".
       01 CARD-OVERFLOW-SWITCH    PIC X                   VALUE "N".
           88 CARD-OVERFLOW                               VALUE "Y".
       77 MAX-CARDS               PIC 9(2)                VALUE 20.
       01 CARD-COUNT              PIC 9(2)                VALUE ZERO.
       01 CARD-IDX                PIC 9(2)                VALUE ZERO
                                                           COMP.
       01 CARD-TABLE.
           05 CARD-ENTRY          OCCURS 20 TIMES
                                  PIC X(71).
       01 CARD-ANSWER             PIC X(71)               VALUE SPACES.

       PROCEDURE DIVISION.
       WELCOME.
           DISPLAY "     ".
           DISPLAY "JEREMIAH COLLEGE - INDEXED FILE BACKUP/RELOAD.".
           DISPLAY "**************************************************".
           DISPLAY "     ".
           IF NOT CARD-MODE
              PERFORM LOAD-CONTROL-CARDS
           END-IF.
           DISPLAY "B - BACK UP THE THREE INDEXED FILES".
           DISPLAY "R - RELOAD ONE FILE FROM A GENERATION".
           DISPLAY "ENTER AN OPTION:".
           IF CARD-MODE
              PERFORM NEXT-CONTROL-CARD
              MOVE CARD-ANSWER TO RUN-MODE
           ELSE
              ACCEPT RUN-MODE
           END-IF.
           IF RUN-MODE = "B" OR "b"
              PERFORM BACKUP-ALL-FILES THRU BACKUP-ALL-FILES-EXIT
           ELSE IF RUN-MODE = "R" OR "r"

       GET-KEEP-COUNT.
           DISPLAY "GENERATIONS TO KEEP PER FILE (1-20):"
           IF CARD-MODE
              PERFORM NEXT-CONTROL-CARD
              MOVE CARD-ANSWER (1:2) TO KEEP-COUNT
           ELSE
              ACCEPT KEEP-COUNT
           END-IF
           IF KEEP-COUNT < 1 OR KEEP-COUNT > 20
              DISPLAY "INVALID KEEP COUNT."
              GO TO GET-KEEP-COUNT
           IF MASTER-STATUS NOT = "00"
              DISPLAY "STUDENT MASTER NOT AVAILABLE - STATUS ",
                      MASTER-STATUS, " - NOT BACKED UP."
              IF RETURN-CODE < 4
                 MOVE 4 TO RETURN-CODE
              END-IF
           ELSE
              MOVE "STUDMAST" TO BKP-FILE-TYPE
              MOVE SPACES TO BACKUP-NAME
           IF XREF-STATUS NOT = "00"
              DISPLAY "STUDENT XREF NOT AVAILABLE - STATUS ",
                      XREF-STATUS, " - NOT BACKED UP."
              IF RETURN-CODE < 4
                 MOVE 4 TO RETURN-CODE
              END-IF
           ELSE
              MOVE "STUDXREF" TO BKP-FILE-TYPE
              MOVE SPACES TO BACKUP-NAME
           IF HIST-STATUS NOT = "00"
              DISPLAY "STUDENT HISTORY NOT AVAILABLE - STATUS ",
                      HIST-STATUS, " - NOT BACKED UP."
              IF RETURN-CODE < 4
                 MOVE 4 TO RETURN-CODE
              END-IF
           ELSE
              MOVE "STUDHIST" TO BKP-FILE-TYPE
              MOVE SPACES TO BACKUP-NAME
           IF BKP-STATUS NOT = "00"
              DISPLAY "ERROR OPENING BACKUP GENERATION ",
                      BACKUP-NAME, " - STATUS ", BKP-STATUS
              MOVE 12 TO RETURN-CODE
           ELSE
              MOVE SPACES        TO BKP-CONTROL-WORK
              MOVE "HDR"         TO BK-RECORD-TYPE
           DISPLAY "X - STUDENT XREF"
           DISPLAY "H - STUDENT HISTORY"
           DISPLAY "ENTER AN OPTION:"
           IF CARD-MODE
              PERFORM NEXT-CONTROL-CARD
              MOVE CARD-ANSWER TO FILE-OPTION
           ELSE
              ACCEPT FILE-OPTION
           END-IF
           IF FILE-OPTION NOT = "M" AND NOT = "m"
              AND NOT = "X" AND NOT = "x"
              AND NOT = "H" AND NOT = "h"
              GO TO RELOAD-ONE-FILE
           END-IF
           DISPLAY "ENTER THE GENERATION DATE (YYYYMMDD):"
           IF CARD-MODE
              PERFORM NEXT-CONTROL-CARD
              MOVE CARD-ANSWER TO GEN-DATE
           ELSE
              ACCEPT GEN-DATE
           END-IF
           MOVE SPACES TO BACKUP-NAME
           IF FILE-OPTION = "M" OR "m"
              MOVE "STUDMAST" TO BKP-FILE-TYPE
           IF VERIFY-FAILED
              DISPLAY "RELOAD STOPPED - GENERATION ", BACKUP-NAME,
                      " FAILED ITS CONTROL CHECK."
              MOVE 8 TO RETURN-CODE
              GO TO RELOAD-ONE-FILE-EXIT
           END-IF
           DISPLAY "GENERATION ", BACKUP-NAME, " VERIFIED - ",
                   CTL-HASH-TOTAL
           DISPLAY "RELOADING REPLACES THE LIVE ", BKP-FILE-TYPE,
                   " FILE. PROCEED? (Y/N)"
           IF CARD-MODE
              PERFORM NEXT-CONTROL-CARD
              MOVE CARD-ANSWER TO CONFIRM-OPTION
           ELSE
              ACCEPT CONFIRM-OPTION
           END-IF
           IF CONFIRM-OPTION NOT = "Y" AND NOT = "y"
              DISPLAY "RELOAD CANCELLED."
              MOVE 4 TO RETURN-CODE
              GO TO RELOAD-ONE-FILE-EXIT
           END-IF
           IF FILE-OPTION = "M" OR "m"
           IF MASTER-STATUS NOT = "00"
              DISPLAY "ERROR OPENING STUDENT MASTER FOR RELOAD - ",
                      "STATUS ", MASTER-STATUS
              MOVE 12 TO RETURN-CODE
           ELSE
              MOVE ZERO TO BKP-RECORD-COUNT
              OPEN INPUT BACKUP-FILE
           IF XREF-STATUS NOT = "00"
              DISPLAY "ERROR OPENING STUDENT XREF FOR RELOAD - ",
                      "STATUS ", XREF-STATUS
              MOVE 12 TO RETURN-CODE
           ELSE
              MOVE ZERO TO BKP-RECORD-COUNT
              OPEN INPUT BACKUP-FILE
           IF HIST-STATUS NOT = "00"
              DISPLAY "ERROR OPENING STUDENT HISTORY FOR RELOAD - ",
                      "STATUS ", HIST-STATUS
              MOVE 12 TO RETURN-CODE
           ELSE
              MOVE ZERO TO BKP-RECORD-COUNT
              OPEN INPUT BACKUP-FILE
                    END-WRITE
                 END-IF
           END-READ.

       LOAD-CONTROL-CARDS.
      * Answers on the CTLCARDS file for this program stand in for the
      * console prompts, taken in the order the prompts are asked, so
      * the run can go unattended in the nightly job stream. A numeric
      * answer is punched zero-filled to the width of its field.
           MOVE ZERO TO CARD-COUNT
           MOVE ZERO TO CARD-IDX
           MOVE "N"  TO CARD-EOF-SWITCH
           MOVE "N"  TO CARD-MODE-SWITCH
           MOVE "N"  TO CARD-OVERFLOW-SWITCH
           OPEN INPUT CONTROL-CARDS
           IF CARD-STATUS = "00"
              PERFORM LOAD-ONE-CONTROL-CARD UNTIL CARD-EOF
              CLOSE CONTROL-CARDS
           END-IF
           IF CARD-OVERFLOW
              DISPLAY "RUN STOPPED - THE ANSWERS PAST THE LAST ONE ",
                      "KEPT WOULD GO TO THE WRONG PROMPTS."
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF
           IF CARD-COUNT > 0
              SET CARD-MODE TO TRUE
              DISPLAY "CONTROL CARDS - ", CARD-COUNT, " ANSWER(S) ",
                      "FOR FILEBKUP - RUNNING UNATTENDED."
           END-IF.

       LOAD-ONE-CONTROL-CARD.
           READ CONTROL-CARDS
              AT END
                 SET CARD-EOF TO TRUE
              NOT AT END
                 IF CARD-PROGRAM = "FILEBKUP"
                    IF CARD-COUNT < MAX-CARDS
                       ADD 1 TO CARD-COUNT
                       MOVE CARD-VALUE TO CARD-ENTRY (CARD-COUNT)
                    ELSE
                       IF NOT CARD-OVERFLOW
                          DISPLAY "TOO MANY CONTROL CARDS FOR FILEBKUP",
                                  " - ONLY THE FIRST ", MAX-CARDS,
                                  " KEPT"
                       END-IF
                       SET CARD-OVERFLOW TO TRUE
                    END-IF
                 END-IF
           END-READ.

       NEXT-CONTROL-CARD.
      * Running out of cards stops the run rather than waiting on a
      * console nobody is watching.
           IF CARD-IDX NOT < CARD-COUNT
              DISPLAY "RUN STOPPED - THE CONTROL CARDS RAN OUT ",
                      "BEFORE THE LAST PROMPT WAS ANSWERED."
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF
           ADD 1 TO CARD-IDX
           MOVE CARD-ENTRY (CARD-IDX) TO CARD-ANSWER
           DISPLAY "CONTROL CARD ", CARD-IDX, " : ", CARD-ANSWER.
       END PROGRAM FILEBKUP.
