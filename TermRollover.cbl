      *   01/09/2026 JS  Carried the section and teacher fields
      *                  added to the master and history record
      *                  layouts.
      *   15/10/2026 JS  Open incompletes for the closing term are
      *                  counted before the roll; past the term's
      *                  make-up deadline the roll is refused until
      *                  the incomplete lapse has run, before it the
      *                  operator is warned and must confirm.
      *   15/10/2026 JS  The console prompts can now be answered from
      *                  the CTLCARDS control-card file so the run can
      *                  go unattended in the nightly job stream, and
      *                  the run ends with a return code the job
      *                  stream checks.
      *   15/10/2026 JS  A control-card deck with more answers than
      *                  the card table holds now stops the run with
      *                  return code 8 instead of dropping the rest.
      *   15/10/2026 JS  Declining to roll a term with open incompletes
      *                  now ends as a cancel, return code 4, rather
      *                  than a refusal.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. TERMROLL.
               RECORD KEY         IS HIST-KEY
               FILE STATUS        IS HIST-STATUS.

           SELECT GRADING-POLICY  ASSIGN TO "GRADPOL"
               ORGANIZATION       IS INDEXED
               ACCESS MODE        IS RANDOM
               RECORD KEY         IS POL-TERM
               FILE STATUS        IS POL-STATUS.

           SELECT RUN-CONTROL     ASSIGN TO "RUNCTL"
               ORGANIZATION       IS LINE SEQUENTIAL
               FILE STATUS        IS RC-STATUS.

           SELECT CONTROL-CARDS   ASSIGN TO "CTLCARDS"
               ORGANIZATION       IS LINE SEQUENTIAL
               FILE STATUS        IS CARD-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  STUDENT-MASTER
           05 HIST-SECTION           PIC X(02).
           05 HIST-TEACHER-ID        PIC X(08).

       FD  GRADING-POLICY
           LABEL RECORD IS STANDARD.
       01 POLICY-RECORD.
           05 POL-TERM               PIC X(5).
           05 POL-A-MINIMUM          PIC 9(2)V9(2).
           05 POL-B-MINIMUM          PIC 9(2)V9(2).
           05 POL-C-MINIMUM          PIC 9(2)V9(2).
           05 POL-D-MINIMUM          PIC 9(2)V9(2).
           05 POL-PASS-MARK          PIC 9(2)V9(2).
           05 POL-DEANS-LIST-GPA     PIC 9(2)V9(2).
           05 POL-GOOD-STANDING-GPA  PIC 9(2)V9(2).
           05 POL-PROBATION-GPA      PIC 9(2)V9(2).
           05 POL-SET-OPERATOR       PIC X(8).
           05 POL-SET-DATE           PIC X(8).
           05 POL-MIN-ATTENDANCE-PCT PIC 9(3).
           05 POL-MAKEUP-DEADLINE    PIC X(8).
           05 FILLER                 PIC X(29).

       FD  RUN-CONTROL
           LABEL RECORD IS STANDARD.
       01 RUNCTL-RECORD.
           05 FILLER                 PIC X(01)      VALUE SPACE.
           05 RUN-STATUS-CODE        PIC X(08).

       FD  CONTROL-CARDS
           LABEL RECORD IS STANDARD.
       01 CONTROL-CARD.
           05 CARD-PROGRAM           PIC X(08).
           05 FILLER                 PIC X(01).
           05 CARD-VALUE             PIC X(71).

       WORKING-STORAGE SECTION.
       01 MASTER-STATUS          PIC X(02).
       01 HIST-STATUS            PIC X(02).
       01 KEPT-COUNT             PIC 9(6)                VALUE ZERO.
       01 STUDENT-COUNT          PIC 9(6)                VALUE ZERO.
       01 OPERATOR-ID            PIC X(08).
       01 POL-STATUS             PIC X(02).
       01 MAKEUP-DEADLINE        PIC X(08)               VALUE SPACES.
       01 RUN-DATE               PIC X(08)               VALUE SPACES.
       01 OPEN-INCOMPLETE-COUNT  PIC 9(6)                VALUE ZERO.
       01 SCORE-SUB              PIC 9(2)                VALUE ZERO.
       01 INCOMPLETE-FOUND-SWITCH
                                 PIC X                   VALUE "N".
           88 INCOMPLETE-FOUND                           VALUE "Y".

       01 RC-STATUS               PIC X(02).
       01 RC-EOF-SWITCH           PIC X                   VALUE "N".
           88 RC-EOF                                      VALUE "Y".
       01 RC-REFUSE-SWITCH        PIC X                   VALUE "N".
           88 RC-REFUSED                                  VALUE "Y".
       01 ROLL-CANCEL-SWITCH      PIC X                   VALUE "N".
           88 ROLL-CANCELLED                              VALUE "Y".
       01 RC-HIGH-RUN             PIC 9(6)                VALUE ZERO.
       01 RC-RUN-NUMBER           PIC 9(6)                VALUE ZERO.
       01 RC-PRIOR-RUN            PIC 9(6)                VALUE ZERO.
       01 RC-INPUT-ID             PIC X(25)               VALUE SPACES.
       01 RC-WRITE-STATUS         PIC X(8)                VALUE SPACES.

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
           DISPLAY "JEREMIAH COLLEGE - TERM-END ROLLOVER.".
           DISPLAY "**************************************************".
           DISPLAY "     ".
           PERFORM LOAD-CONTROL-CARDS.
           PERFORM GET-CLOSING-TERM.
           DISPLAY "ROLL ALL RECORDS FOR TERM ", CLOSING-TERM,
                   " TO HISTORY? (Y/N)".
           IF CARD-MODE
              PERFORM NEXT-CONTROL-CARD
              MOVE CARD-ANSWER TO CONFIRM-OPTION
           ELSE
              ACCEPT CONFIRM-OPTION
           END-IF.
           IF CONFIRM-OPTION NOT = "Y" AND NOT = "y"
              DISPLAY "ROLLOVER CANCELLED."
              MOVE 4 TO RETURN-CODE
              STOP RUN
           END-IF.
           DISPLAY "ENTER YOUR OPERATOR ID:".
           IF CARD-MODE
              PERFORM NEXT-CONTROL-CARD
              MOVE CARD-ANSWER TO OPERATOR-ID
           ELSE
              ACCEPT OPERATOR-ID
           END-IF.
           PERFORM BUILD-RUN-INPUT-ID.
           PERFORM CHECK-RUN-CONTROL.
           IF RC-REFUSED
              DISPLAY "RUN STOPPED - THE MASTER WAS NOT TOUCHED."
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.
           PERFORM CHECK-OPEN-INCOMPLETES THRU
                   CHECK-OPEN-INCOMPLETES-EXIT.
           IF ROLL-CANCELLED
              DISPLAY "ROLLOVER CANCELLED."
              MOVE 4 TO RETURN-CODE
              STOP RUN
           END-IF.
           IF RC-REFUSED
              DISPLAY "RUN STOPPED - THE MASTER WAS NOT TOUCHED."
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.
           COMPUTE RC-RUN-NUMBER = RC-HIGH-RUN + 1.
           IF MASTER-STATUS NOT = "00"
              DISPLAY "ERROR OPENING STUDENT MASTER - STATUS ",
                      MASTER-STATUS
              MOVE 12 TO RETURN-CODE
              STOP RUN
           END-IF.
           OPEN I-O STUDENT-HISTORY.
                 DISPLAY "ERROR OPENING STUDENT HISTORY - STATUS ",
                         HIST-STATUS
                 CLOSE STUDENT-MASTER
                 MOVE 12 TO RETURN-CODE
                 STOP RUN
              END-IF
           END-IF.

       GET-CLOSING-TERM.
           DISPLAY "ENTER THE CLOSING ACADEMIC TERM (E.G. 2026F):"
           IF CARD-MODE
              PERFORM NEXT-CONTROL-CARD
              MOVE CARD-ANSWER TO CLOSING-TERM
           ELSE
              ACCEPT CLOSING-TERM
           END-IF
           IF CLOSING-TERM = SPACES
              DISPLAY "THE ACADEMIC TERM MAY NOT BE BLANK."
              GO TO GET-CLOSING-TERM
              CLOSE RUN-CONTROL
           END-IF.

       CHECK-OPEN-INCOMPLETES.
      * A subject still carrying an I score rolls to history as an
      * open incomplete that no make-up can reach afterwards. Once
      * the term's make-up deadline has passed the incomplete lapse
      * must settle them first; before it the operator may go on.
           MOVE ZERO   TO OPEN-INCOMPLETE-COUNT
           MOVE SPACES TO MAKEUP-DEADLINE
           MOVE "N"    TO ROLL-CANCEL-SWITCH
           OPEN INPUT STUDENT-MASTER
           IF MASTER-STATUS NOT = "00"
              GO TO CHECK-OPEN-INCOMPLETES-EXIT
           END-IF
           PERFORM READ-MASTER-RECORD
           PERFORM SCAN-ONE-INCOMPLETE UNTIL MASTER-EOF
           CLOSE STUDENT-MASTER
           MOVE "N" TO MASTER-EOF-SWITCH
           IF OPEN-INCOMPLETE-COUNT = 0
              GO TO CHECK-OPEN-INCOMPLETES-EXIT
           END-IF
           OPEN INPUT GRADING-POLICY
           IF POL-STATUS = "00"
              MOVE CLOSING-TERM TO POL-TERM
              READ GRADING-POLICY
                 INVALID KEY
                    MOVE SPACES TO MAKEUP-DEADLINE
                 NOT INVALID KEY
                    IF POL-MAKEUP-DEADLINE IS NUMERIC
                       MOVE POL-MAKEUP-DEADLINE TO MAKEUP-DEADLINE
                    END-IF
              END-READ
              CLOSE GRADING-POLICY
           END-IF
           ACCEPT RUN-DATE FROM DATE YYYYMMDD
           IF MAKEUP-DEADLINE NOT = SPACES
              AND RUN-DATE > MAKEUP-DEADLINE
              DISPLAY "RUN REFUSED - ", OPEN-INCOMPLETE-COUNT,
                      " SUBJECT RECORDS FOR TERM ", CLOSING-TERM,
                      " STILL CARRY INCOMPLETES PAST THE MAKE-UP ",
                      "DEADLINE OF ", MAKEUP-DEADLINE, "."
              DISPLAY "RUN THE INCOMPLETE LAPSE (INCLAPSE) FOR THE ",
                      "TERM BEFORE ROLLING IT."
              SET RC-REFUSED TO TRUE
              GO TO CHECK-OPEN-INCOMPLETES-EXIT
           END-IF
           DISPLAY "WARNING - ", OPEN-INCOMPLETE-COUNT,
                   " SUBJECT RECORDS FOR TERM ", CLOSING-TERM,
                   " STILL CARRY OPEN INCOMPLETES."
           IF MAKEUP-DEADLINE = SPACES
              DISPLAY "NO MAKE-UP DEADLINE IS SET FOR THE TERM - ",
                      "THEY WILL ROLL TO HISTORY AS INCOMPLETE."
           ELSE
              DISPLAY "THE MAKE-UP DEADLINE OF ", MAKEUP-DEADLINE,
                      " HAS NOT PASSED - THEY WILL ROLL TO HISTORY ",
                      "AS INCOMPLETE."
           END-IF
           DISPLAY "ROLL ANYWAY? (Y/N)"
           IF CARD-MODE
              PERFORM NEXT-CONTROL-CARD
              MOVE CARD-ANSWER TO CONFIRM-OPTION
           ELSE
              ACCEPT CONFIRM-OPTION
           END-IF
           IF CONFIRM-OPTION NOT = "Y" AND NOT = "y"
              SET ROLL-CANCELLED TO TRUE
           END-IF.
       CHECK-OPEN-INCOMPLETES-EXIT.
           EXIT.

       SCAN-ONE-INCOMPLETE.
           IF MASTER-TERM = CLOSING-TERM
              MOVE "N" TO INCOMPLETE-FOUND-SWITCH
              PERFORM CHECK-ONE-SCORE-STATUS
                 VARYING SCORE-SUB FROM 1 BY 1
                 UNTIL SCORE-SUB > MASTER-GRADE-COUNT
                    OR SCORE-SUB > 20
              IF INCOMPLETE-FOUND
                 ADD 1 TO OPEN-INCOMPLETE-COUNT
              END-IF
           END-IF
           PERFORM READ-MASTER-RECORD.

       CHECK-ONE-SCORE-STATUS.
           IF MASTER-SCORE-STATUS (SCORE-SUB) = "I"
              SET INCOMPLETE-FOUND TO TRUE
           END-IF.

       READ-MASTER-RECORD.
           READ STUDENT-MASTER
               AT END
           CLOSE STUDENT-MASTER
           CLOSE STUDENT-HISTORY
           STOP RUN.

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
                      "FOR TERMROLL - RUNNING UNATTENDED."
           END-IF.

       LOAD-ONE-CONTROL-CARD.
           READ CONTROL-CARDS
              AT END
                 SET CARD-EOF TO TRUE
              NOT AT END
                 IF CARD-PROGRAM = "TERMROLL"
                    IF CARD-COUNT < MAX-CARDS
                       ADD 1 TO CARD-COUNT
                       MOVE CARD-VALUE TO CARD-ENTRY (CARD-COUNT)
                    ELSE
                       IF NOT CARD-OVERFLOW
                          DISPLAY "TOO MANY CONTROL CARDS FOR TERMROLL",
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
       END PROGRAM TERMROLL.
