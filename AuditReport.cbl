      *                  operator, and run number and totalled on
      *                  control breaks, so no entry is dropped once
      *                  the log outgrows a table.
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
       PROGRAM-ID. AUDITRPT.

           SELECT SORT-FILE       ASSIGN TO "SORTWK".

           SELECT CONTROL-CARDS   ASSIGN TO "CTLCARDS"
               ORGANIZATION       IS LINE SEQUENTIAL
               FILE STATUS        IS CARD-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  AUDIT-LOG
           05 TW-REJECT-FLAG         PIC X(1).
           05 TW-RETRY-COUNT         PIC 9(3).

       FD  CONTROL-CARDS
           LABEL RECORD IS STANDARD.
       01 CONTROL-CARD.
           05 CARD-PROGRAM           PIC X(08).
           05 FILLER                 PIC X(01).
           05 CARD-VALUE             PIC X(71).

       WORKING-STORAGE SECTION.
       01 AUDIT-STATUS           PIC X(02).
       01 ARCH-STATUS            PIC X(02).
       01 RPT-RULE-LINE.
           05 FILLER              PIC X(132)     VALUE ALL "*".

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
           DISPLAY "JEREMIAH COLLEGE - AUDIT LOG REPORTING.".
           DISPLAY "**************************************************".
           DISPLAY "     ".
           IF NOT CARD-MODE
              PERFORM LOAD-CONTROL-CARDS
           END-IF.
           DISPLAY "I - INQUIRY AND ACTIVITY REPORT".
           DISPLAY "R - ROTATE THE LIVE LOG TO A DATED ARCHIVE".
           DISPLAY "ENTER AN OPTION:".
           IF CARD-MODE
              PERFORM NEXT-CONTROL-CARD
              MOVE CARD-ANSWER TO RUN-MODE
           ELSE
              ACCEPT RUN-MODE
           END-IF.
           IF RUN-MODE = "I" OR "i"
              PERFORM AUDIT-INQUIRY THRU AUDIT-INQUIRY-EXIT
           ELSE IF RUN-MODE = "R" OR "r"

       AUDIT-INQUIRY.
           DISPLAY "FROM DATE YYYYMMDD (OR PRESS ENTER FOR ALL):"
           IF CARD-MODE
              PERFORM NEXT-CONTROL-CARD
              MOVE CARD-ANSWER TO SELECT-FROM-DATE
           ELSE
              ACCEPT SELECT-FROM-DATE
           END-IF
           DISPLAY "TO DATE YYYYMMDD (OR PRESS ENTER FOR ALL):"
           IF CARD-MODE
              PERFORM NEXT-CONTROL-CARD
              MOVE CARD-ANSWER TO SELECT-TO-DATE
           ELSE
              ACCEPT SELECT-TO-DATE
           END-IF
           DISPLAY "OPERATOR ID (OR PRESS ENTER FOR ALL):"
           IF CARD-MODE
              PERFORM NEXT-CONTROL-CARD
              MOVE CARD-ANSWER TO SELECT-OPERATOR
           ELSE
              ACCEPT SELECT-OPERATOR
           END-IF
           DISPLAY "STUDENT NAME (OR PRESS ENTER FOR ALL):"
           IF CARD-MODE
              PERFORM NEXT-CONTROL-CARD
              MOVE CARD-ANSWER TO SELECT-STUDENT-NAME
           ELSE
              ACCEPT SELECT-STUDENT-NAME
           END-IF
           OPEN INPUT AUDIT-LOG
           IF AUDIT-STATUS NOT = "00"
              DISPLAY "ERROR OPENING AUDIT LOG - STATUS ",
                      AUDIT-STATUS
              MOVE 12 TO RETURN-CODE
              GO TO AUDIT-INQUIRY-EXIT
           END-IF
           OPEN OUTPUT AUDIT-REPORT
           IF RPT-STATUS NOT = "00"
              DISPLAY "ERROR OPENING AUDIT REPORT - STATUS ",
                      RPT-STATUS
              MOVE 12 TO RETURN-CODE
              CLOSE AUDIT-LOG
              GO TO AUDIT-INQUIRY-EXIT
           END-IF
           IF AUDIT-STATUS NOT = "00"
              DISPLAY "ERROR OPENING AUDIT LOG - STATUS ",
                      AUDIT-STATUS
              MOVE 12 TO RETURN-CODE
              GO TO ROTATE-AUDIT-LOG-EXIT
           END-IF
           OPEN EXTEND AUDIT-ARCHIVE
           IF ARCH-STATUS NOT = "00"
              DISPLAY "ERROR OPENING ARCHIVE ", ARCHIVE-NAME,
                      " - STATUS ", ARCH-STATUS
              MOVE 12 TO RETURN-CODE
              CLOSE AUDIT-LOG
              GO TO ROTATE-AUDIT-LOG-EXIT
           END-IF
           IF ARCHIVE-FAILED
              DISPLAY "WARNING - ONE OR MORE ENTRIES FAILED TO ",
                      "ARCHIVE - THE LIVE LOG WAS NOT CLEARED."
              MOVE 4 TO RETURN-CODE
           ELSE
              OPEN OUTPUT AUDIT-LOG
              IF AUDIT-STATUS NOT = "00"
                 DISPLAY "WARNING - COULD NOT CLEAR THE LIVE LOG - ",
                         "STATUS ", AUDIT-STATUS
                 MOVE 4 TO RETURN-CODE
              ELSE
                 CLOSE AUDIT-LOG
                 DISPLAY "THE LIVE AUDIT LOG HAS BEEN CLEARED."
              ADD 1 TO ROTATED-COUNT
           END-IF
           PERFORM READ-AUDIT-RECORD.

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
                      "FOR AUDITRPT - RUNNING UNATTENDED."
           END-IF.

       LOAD-ONE-CONTROL-CARD.
           READ CONTROL-CARDS
              AT END
                 SET CARD-EOF TO TRUE
              NOT AT END
                 IF CARD-PROGRAM = "AUDITRPT"
                    IF CARD-COUNT < MAX-CARDS
                       ADD 1 TO CARD-COUNT
                       MOVE CARD-VALUE TO CARD-ENTRY (CARD-COUNT)
                    ELSE
                       IF NOT CARD-OVERFLOW
                          DISPLAY "TOO MANY CONTROL CARDS FOR AUDITRPT",
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
       END PROGRAM AUDITRPT.
