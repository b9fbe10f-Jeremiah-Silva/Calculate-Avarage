      *
      * Modifications:
      *   01/09/2026 JS  Original version.
      *   15/10/2026 JS  Each roster line now shows the student's
      *                  attendance percentage for the subject from the
      *                  attendance file; the name column was narrowed
      *                  to make room for it.
      *   15/10/2026 JS  The console prompts can now be answered from
      *                  the CTLCARDS control-card file so the run can
      *                  go unattended in the nightly job stream, and
      *                  the run ends with a return code the job
      *                  stream checks.
      *   15/10/2026 JS  A roster line no longer shows attendance
      *                  filed for another subject under the same
      *                  subject seq.
      *   15/10/2026 JS  A control-card deck with more answers than
      *                  the card table holds now stops the run with
      *                  return code 8 instead of dropping the rest.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. GRADESHT.
               ORGANIZATION       IS LINE SEQUENTIAL
               FILE STATUS        IS SHEET-STATUS.

           SELECT ATTENDANCE-FILE ASSIGN TO "ATTEND"
               ORGANIZATION       IS INDEXED
               ACCESS MODE        IS RANDOM
               RECORD KEY         IS ATT-KEY
               FILE STATUS        IS ATT-STATUS.

           SELECT SORT-WORK       ASSIGN TO "SORTWK".

           SELECT CONTROL-CARDS   ASSIGN TO "CTLCARDS"
               ORGANIZATION       IS LINE SEQUENTIAL
               FILE STATUS        IS CARD-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  STUDENT-MASTER
           LABEL RECORD IS STANDARD.
       01 SHEET-LINE                 PIC X(80).

       FD  ATTENDANCE-FILE
           LABEL RECORD IS STANDARD.
       01 ATTENDANCE-RECORD.
           05 ATT-KEY.
               10 ATT-STUDENT-ID     PIC 9(6).
               10 ATT-TERM           PIC X(5).
               10 ATT-SUBJECT-SEQ    PIC 9(2).
           05 ATT-STUDENT-NAME       PIC X(50).
           05 ATT-SUBJECT            PIC X(50).
           05 ATT-SECTION            PIC X(02).
           05 ATT-TEACHER-ID         PIC X(08).
           05 ATT-SESSIONS-HELD      PIC 9(03).
           05 ATT-SESSIONS-ATTENDED  PIC 9(03).
           05 ATT-LAST-DATE          PIC X(08).
           05 ATT-LAST-RUN           PIC 9(06).

       SD  SORT-WORK.
       01 SORT-RECORD.
           05 SRT-TEACHER-ID         PIC X(8).
           05 SRT-AVERAGE            PIC 9(2)V9(2).
           05 SRT-LETTER-GRADE       PIC X(1).
           05 SRT-RESULT             PIC X(10).
           05 SRT-ATTEND-PCT         PIC 9(3).
           05 SRT-ATTEND-SWITCH      PIC X(1).

       FD  CONTROL-CARDS
           LABEL RECORD IS STANDARD.
       01 CONTROL-CARD.
           05 CARD-PROGRAM           PIC X(08).
           05 FILLER                 PIC X(01).
           05 CARD-VALUE             PIC X(71).

       WORKING-STORAGE SECTION.
       01 MASTER-STATUS          PIC X(02).
       01 SHEET-STATUS           PIC X(02).
       01 ATT-STATUS             PIC X(02).
       01 ATTEND-AVAIL-SWITCH    PIC X                   VALUE "N".
           88 ATTENDANCE-AVAILABLE                       VALUE "Y".
       01 SELECT-TERM            PIC X(5)                VALUE SPACES.
       01 MASTER-EOF-SWITCH      PIC X                   VALUE "N".
           88 MASTER-EOF                                 VALUE "Y".
           05 SHT-SUBJECT         PIC X(50).
       01 SHT-COLUMN-LINE.
           05 FILLER              PIC X(2)       VALUE SPACES.
           05 FILLER              PIC X(23)      VALUE "STUDENT".
           05 FILLER              PIC X(7)       VALUE "ID     ".
           05 FILLER              PIC X(24)
                          VALUE " SC1   SC2   SC3   SC4  ".
           05 FILLER              PIC X(8)       VALUE "  AVG  L".
           05 FILLER              PIC X(16)
                          VALUE "  ATT RESULT".
       01 SHT-DETAIL-LINE.
           05 FILLER              PIC X(2)       VALUE SPACES.
           05 SHT-STUDENT-NAME    PIC X(23).
           05 SHT-STUDENT-ID      PIC 9(6).
           05 FILLER              PIC X(1)       VALUE SPACE.
           05 SHT-SCORE1          PIC Z9.99.
           05 FILLER              PIC X(2)       VALUE SPACES.
           05 SHT-LETTER          PIC X(1).
           05 FILLER              PIC X(1)       VALUE SPACE.
           05 SHT-ATTEND-PCT      PIC ZZ9.
           05 SHT-ATTEND-PCT-X    REDEFINES SHT-ATTEND-PCT
                                  PIC X(3).
           05 FILLER              PIC X(1)       VALUE SPACE.
           05 SHT-RESULT          PIC X(10).
       01 SHT-MEAN-LINE.
           05 FILLER              PIC X(2)       VALUE SPACES.
       01 SHT-RULE-LINE.
           05 FILLER              PIC X(80)      VALUE ALL "*".

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
           DISPLAY "JEREMIAH COLLEGE - TEACHER GRADE SHEETS.".
           DISPLAY "**************************************************".
           DISPLAY "     ".
           PERFORM LOAD-CONTROL-CARDS.
           DISPLAY "ENTER THE ACADEMIC TERM TO PRINT".
           DISPLAY "(OR PRESS ENTER FOR EVERY TERM ON THE MASTER):".
           IF CARD-MODE
              PERFORM NEXT-CONTROL-CARD
              MOVE CARD-ANSWER TO SELECT-TERM
           ELSE
              ACCEPT SELECT-TERM
           END-IF.
           OPEN OUTPUT GRADE-SHEET.
           IF SHEET-STATUS NOT = "00"
              DISPLAY "ERROR OPENING GRADE SHEET PRINT FILE - ",
                      "STATUS ", SHEET-STATUS
              MOVE 12 TO RETURN-CODE
              STOP RUN
           END-IF.
           ACCEPT RUN-DATE FROM DATE YYYYMMDD.
           CLOSE GRADE-SHEET.
           IF RELEASED-COUNT = 0
              DISPLAY "NO MASTER RECORDS MATCHED THE SELECTION."
              IF RETURN-CODE < 4
                 MOVE 4 TO RETURN-CODE
              END-IF
           ELSE
              DISPLAY "GRADE SHEETS WRITTEN TO THE GRDSHEET PRINT ",
                      "FILE."
           IF MASTER-STATUS NOT = "00"
              DISPLAY "ERROR OPENING STUDENT MASTER - STATUS ",
                      MASTER-STATUS
              MOVE 12 TO RETURN-CODE
              GO TO RELEASE-MASTER-RECORDS-EXIT
           END-IF
           OPEN INPUT ATTENDANCE-FILE
           IF ATT-STATUS = "00"
              SET ATTENDANCE-AVAILABLE TO TRUE
           ELSE
              DISPLAY "WARNING - ATTENDANCE FILE NOT AVAILABLE - ",
                      "STATUS ", ATT-STATUS, " - ATTENDANCE WILL ",
                      "PRINT AS N/A."
           END-IF
           PERFORM READ-MASTER-RECORD
           PERFORM RELEASE-ONE-RECORD UNTIL MASTER-EOF
           CLOSE STUDENT-MASTER
           IF ATTENDANCE-AVAILABLE
              CLOSE ATTENDANCE-FILE
           END-IF.
       RELEASE-MASTER-RECORDS-EXIT.
           EXIT.

              MOVE MASTER-AVERAGE      TO SRT-AVERAGE
              MOVE MASTER-LETTER-GRADE TO SRT-LETTER-GRADE
              MOVE MASTER-RESULT       TO SRT-RESULT
              PERFORM FIND-RECORD-ATTENDANCE
              RELEASE SORT-RECORD
              ADD 1 TO RELEASED-COUNT
           END-IF
           PERFORM READ-MASTER-RECORD.

       FIND-RECORD-ATTENDANCE.
      * The subject seq on the key is not always the one the attendance
      * load gave the subject, so a record for another subject counts
      * as no attendance on file.
           MOVE ZERO TO SRT-ATTEND-PCT
           MOVE "N"  TO SRT-ATTEND-SWITCH
           IF ATTENDANCE-AVAILABLE
              MOVE MASTER-KEY TO ATT-KEY
              READ ATTENDANCE-FILE
                 INVALID KEY
                    CONTINUE
                 NOT INVALID KEY
                    IF ATT-SUBJECT = MASTER-SUBJECT
                       AND ATT-SESSIONS-HELD > ZERO
                       COMPUTE SRT-ATTEND-PCT ROUNDED =
                          ATT-SESSIONS-ATTENDED * 100
                          / ATT-SESSIONS-HELD
                       MOVE "Y" TO SRT-ATTEND-SWITCH
                    END-IF
              END-READ
           END-IF.

       MOVE-ONE-SORT-SCORE.
           MOVE MASTER-SCORE-TABLE (SCORE-IDX)
                                TO SRT-SCORE-TABLE (SCORE-IDX)
           MOVE SRT-SCORE-TABLE (4)  TO SHT-SCORE4
           MOVE SRT-AVERAGE          TO SHT-AVERAGE
           MOVE SRT-LETTER-GRADE     TO SHT-LETTER
           IF SRT-ATTEND-SWITCH = "Y"
              MOVE SRT-ATTEND-PCT    TO SHT-ATTEND-PCT
           ELSE
              MOVE "N/A"             TO SHT-ATTEND-PCT-X
           END-IF
           MOVE SRT-RESULT           TO SHT-RESULT
           MOVE SHT-DETAIL-LINE      TO SHEET-LINE
           WRITE SHEET-LINE
              WRITE SHEET-LINE
              MOVE "N" TO GROUP-OPEN-SWITCH
           END-IF.

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
                      "FOR GRADESHT - RUNNING UNATTENDED."
           END-IF.

       LOAD-ONE-CONTROL-CARD.
           READ CONTROL-CARDS
              AT END
                 SET CARD-EOF TO TRUE
              NOT AT END
                 IF CARD-PROGRAM = "GRADESHT"
                    IF CARD-COUNT < MAX-CARDS
                       ADD 1 TO CARD-COUNT
                       MOVE CARD-VALUE TO CARD-ENTRY (CARD-COUNT)
                    ELSE
                       IF NOT CARD-OVERFLOW
                          DISPLAY "TOO MANY CONTROL CARDS FOR GRADESHT",
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
       END PROGRAM GRADESHT.
