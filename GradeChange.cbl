      *                  longer applied - it goes to the pending-
      *                  approval queue with its before/after images
      *                  for a supervisor to review.
      *   15/10/2026 JS  The recomputed result and letter grade now
      *                  follow the grading policy on file for the
      *                  record's own term instead of hard-coded
      *                  cutoffs.
      *   15/10/2026 JS  A recomputed result now fails a subject whose
      *                  attendance is under the term's minimum on the
      *                  grading policy, as the roster load does.
      *   15/10/2026 JS  The console prompts can now be answered from
      *                  the CTLCARDS control-card file so the run can
      *                  go unattended in the nightly job stream, and
      *                  the run ends with a return code the job
      *                  stream checks.
      *   15/10/2026 JS  The attendance rule no longer applies an
      *                  attendance record filed for another subject
      *                  under the same subject seq.
      *   15/10/2026 JS  A control-card deck with more answers than
      *                  the card table holds now stops the run with
      *                  return code 8 instead of dropping the rest.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. GRADECHG.
               RECORD KEY         IS APPR-ID
               FILE STATUS        IS APPR-STATUS.

           SELECT ATTENDANCE-FILE ASSIGN TO "ATTEND"
               ORGANIZATION       IS INDEXED
               ACCESS MODE        IS RANDOM
               RECORD KEY         IS ATT-KEY
               FILE STATUS        IS ATT-STATUS.

           SELECT GRADING-POLICY  ASSIGN TO "GRADPOL"
               ORGANIZATION       IS INDEXED
               ACCESS MODE        IS RANDOM
               RECORD KEY         IS POL-TERM
               FILE STATUS        IS POL-STATUS.

           SELECT CONTROL-CARDS   ASSIGN TO "CTLCARDS"
               ORGANIZATION       IS LINE SEQUENTIAL
               FILE STATUS        IS CARD-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  STUDENT-MASTER
           05 APPR-REVIEW-OPERATOR   PIC X(8).
           05 APPR-REVIEW-DATE       PIC X(8).

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
           05 FILLER                 PIC X(37).

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

       FD  CONTROL-CARDS
           LABEL RECORD IS STANDARD.
       01 CONTROL-CARD.
           05 CARD-PROGRAM           PIC X(08).
           05 FILLER                 PIC X(01).
           05 CARD-VALUE             PIC X(71).

       WORKING-STORAGE SECTION.
       01 MASTER-STATUS          PIC X(02).
       01 TRANS-STATUS           PIC X(02).
       01 PROSPECT-AVERAGE        PIC 9(2)V9(2)           VALUE ZERO.
       01 AVG-DELTA               PIC S9(2)V9(2)          VALUE ZERO.

       01 POL-STATUS              PIC X(02).
       01 POLICY-AVAIL-SWITCH     PIC X                   VALUE "N".
           88 POLICY-AVAILABLE                            VALUE "Y".
       01 POLICY-TERM             PIC X(5)                VALUE SPACES.
       01 GRADE-A-MINIMUM         PIC 9(2)V9(2)           VALUE 9.00.
       01 GRADE-B-MINIMUM         PIC 9(2)V9(2)           VALUE 8.00.
       01 GRADE-C-MINIMUM         PIC 9(2)V9(2)           VALUE 7.00.
       01 GRADE-D-MINIMUM         PIC 9(2)V9(2)           VALUE 6.00.
       01 PASS-MARK               PIC 9(2)V9(2)           VALUE 7.00.
       01 MIN-ATTENDANCE-PCT      PIC 9(3)                VALUE ZERO.
       01 ATT-STATUS              PIC X(02).
       01 ATTEND-AVAIL-SWITCH     PIC X                   VALUE "N".
           88 ATTENDANCE-AVAILABLE                        VALUE "Y".
       01 ATTENDANCE-PCT          PIC 9(3)V9(1)           VALUE ZERO.

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
           DISPLAY "JEREMIAH COLLEGE - GRADE CHANGE PROCESSING.".
           DISPLAY "**************************************************".
           DISPLAY "     ".
           PERFORM LOAD-CONTROL-CARDS.
           DISPLAY "ENTER YOUR OPERATOR ID:".
           IF CARD-MODE
              PERFORM NEXT-CONTROL-CARD
              MOVE CARD-ANSWER TO OPERATOR-ID
           ELSE
              ACCEPT OPERATOR-ID
           END-IF.
           PERFORM LOAD-INTFSEQ-TABLE.
           PERFORM VERIFY-TRANS-CONTROLS.
           IF CONTROL-FAILED
              DISPLAY "RUN STOPPED - THE TRANSACTION FILE FAILED ",
                      "ITS CONTROL CHECK. THE MASTER WAS NOT ",
                      "TOUCHED."
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.
           PERFORM BUILD-RUN-INPUT-ID.
           PERFORM CHECK-RUN-CONTROL.
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
              GO TO END-OF-PROGRAM
           END-IF.
           OPEN INPUT GRADING-POLICY.
           IF POL-STATUS = "00"
              SET POLICY-AVAILABLE TO TRUE
           ELSE
              DISPLAY "WARNING - GRADING POLICY FILE NOT AVAILABLE - ",
                      "STATUS ", POL-STATUS, " - THE HOUSE GRADE ",
                      "BANDS AND PASS MARK WILL APPLY."
           END-IF.
           OPEN INPUT ATTENDANCE-FILE.
           IF ATT-STATUS = "00"
              SET ATTENDANCE-AVAILABLE TO TRUE
           END-IF.
           OPEN EXTEND AUDIT-LOG.
           IF AUDIT-STATUS NOT = "00"
              DISPLAY "ERROR OPENING AUDIT LOG - STATUS ",
                      AUDIT-STATUS
              MOVE 12 TO RETURN-CODE
              GO TO END-OF-PROGRAM
           END-IF.
           OPEN INPUT GRADE-TRANS.
           IF TRANS-STATUS NOT = "00"
              DISPLAY "ERROR OPENING GRADE TRANSACTION FILE - STATUS ",
                      TRANS-STATUS
              MOVE 12 TO RETURN-CODE
              SET TRANS-EOF TO TRUE
           ELSE
              PERFORM READ-TRANS-RECORD
              MOVE ZERO TO AVERAGE
           END-IF
           MOVE AVERAGE         TO MASTER-AVERAGE
           IF MASTER-TERM NOT = POLICY-TERM
              MOVE MASTER-TERM  TO POLICY-TERM
              PERFORM LOAD-GRADING-POLICY
           END-IF
           IF WITHDRAWN-FOUND
              MOVE "WITHDRAWN"  TO MASTER-RESULT
           ELSE IF INCOMPLETE-FOUND
              MOVE "INCOMPLETE" TO MASTER-RESULT
           ELSE IF AVERAGE >= PASS-MARK
              MOVE "PASSED"     TO MASTER-RESULT
           ELSE
              MOVE "FAILL"      TO MASTER-RESULT
           END-IF
           PERFORM DERIVE-LETTER-GRADE
           MOVE LETTER-GRADE    TO MASTER-LETTER-GRADE
           PERFORM APPLY-ATTENDANCE-RULE
           IF MASTER-ACK-STATUS = "R"
              MOVE "Q" TO MASTER-ACK-STATUS
           END-IF
           END-IF.

       DERIVE-LETTER-GRADE.
           IF AVERAGE >= GRADE-A-MINIMUM
              MOVE "A" TO LETTER-GRADE
           ELSE IF AVERAGE >= GRADE-B-MINIMUM
              MOVE "B" TO LETTER-GRADE
           ELSE IF AVERAGE >= GRADE-C-MINIMUM
              MOVE "C" TO LETTER-GRADE
           ELSE IF AVERAGE >= GRADE-D-MINIMUM
              MOVE "D" TO LETTER-GRADE
           ELSE
              MOVE "F" TO LETTER-GRADE
           END-IF.

       APPLY-ATTENDANCE-RULE.
      * A student under the term's minimum attendance fails the
      * subject whatever the average. A subject with no attendance
      * on file, or a term with no minimum set, is judged on the
      * average alone. The subject seq on the key is not always the
      * one the attendance load gave the subject, so a record for
      * another subject counts as no attendance on file.
           IF MASTER-RESULT = "PASSED"
              AND ATTENDANCE-AVAILABLE
              AND MIN-ATTENDANCE-PCT > ZERO
              MOVE MASTER-KEY TO ATT-KEY
              READ ATTENDANCE-FILE
                 INVALID KEY
                    CONTINUE
                 NOT INVALID KEY
                    IF ATT-SUBJECT = MASTER-SUBJECT
                       AND ATT-SESSIONS-HELD > ZERO
                       COMPUTE ATTENDANCE-PCT ROUNDED =
                          ATT-SESSIONS-ATTENDED * 100
                          / ATT-SESSIONS-HELD
                       IF ATTENDANCE-PCT < MIN-ATTENDANCE-PCT
                          MOVE "FAILL" TO MASTER-RESULT
                          MOVE "F"     TO MASTER-LETTER-GRADE
                          DISPLAY "ATTENDANCE ", ATTENDANCE-PCT,
                                  "% IS UNDER THE ",
                                  MIN-ATTENDANCE-PCT, "% MINIMUM - ",
                                  "SUBJECT FAILED FOR ",
                                  MASTER-STUDENT-NAME
                       END-IF
                    END-IF
              END-READ
           END-IF.

       LOAD-GRADING-POLICY.
      * A term the academic board has not set falls back to the house
      * bands and pass mark that were in force before the policy file.
           MOVE 9.00 TO GRADE-A-MINIMUM
           MOVE 8.00 TO GRADE-B-MINIMUM
           MOVE 7.00 TO GRADE-C-MINIMUM
           MOVE 6.00 TO GRADE-D-MINIMUM
           MOVE 7.00 TO PASS-MARK
           MOVE ZERO TO MIN-ATTENDANCE-PCT
           IF POLICY-AVAILABLE
              MOVE POLICY-TERM TO POL-TERM
              READ GRADING-POLICY
                 INVALID KEY
                    DISPLAY "WARNING - NO GRADING POLICY ON FILE FOR ",
                            "TERM ", POLICY-TERM, " - THE HOUSE ",
                            "GRADE BANDS AND PASS MARK WILL APPLY."
                 NOT INVALID KEY
                    MOVE POL-A-MINIMUM TO GRADE-A-MINIMUM
                    MOVE POL-B-MINIMUM TO GRADE-B-MINIMUM
                    MOVE POL-C-MINIMUM TO GRADE-C-MINIMUM
                    MOVE POL-D-MINIMUM TO GRADE-D-MINIMUM
                    MOVE POL-PASS-MARK TO PASS-MARK
                    IF POL-MIN-ATTENDANCE-PCT IS NUMERIC
                       MOVE POL-MIN-ATTENDANCE-PCT
                                       TO MIN-ATTENDANCE-PCT
                    END-IF
              END-READ
           END-IF.

       WRITE-AUDIT-IMAGE.
           MOVE OPERATOR-ID       TO AUDIT-OPERATOR-ID
           ACCEPT AUDIT-DATE      FROM DATE YYYYMMDD
           IF PENDING-AVAILABLE
              CLOSE PENDING-APPROVAL
           END-IF
           IF POLICY-AVAILABLE
              CLOSE GRADING-POLICY
           END-IF
           IF ATTENDANCE-AVAILABLE
              CLOSE ATTENDANCE-FILE
           END-IF
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
                      "FOR GRADECHG - RUNNING UNATTENDED."
           END-IF.

       LOAD-ONE-CONTROL-CARD.
           READ CONTROL-CARDS
              AT END
                 SET CARD-EOF TO TRUE
              NOT AT END
                 IF CARD-PROGRAM = "GRADECHG"
                    IF CARD-COUNT < MAX-CARDS
                       ADD 1 TO CARD-COUNT
                       MOVE CARD-VALUE TO CARD-ENTRY (CARD-COUNT)
                    ELSE
                       IF NOT CARD-OVERFLOW
                          DISPLAY "TOO MANY CONTROL CARDS FOR GRADECHG",
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
       END PROGRAM GRADECHG.
