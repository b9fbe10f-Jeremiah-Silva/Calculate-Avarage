      *                  denying a stale item; supervisors maintain
      *                  the operator file from a new menu option
      *                  instead of the one-shot bootstrap.
      *   15/10/2026 JS  An approved grade change takes its result and
      *                  letter grade from the grading policy on file
      *                  for the record's own term instead of hard-
      *                  coded cutoffs.
      *   15/10/2026 JS  An approved change now fails a subject whose
      *                  attendance is under the term's minimum on the
      *                  grading policy, as the roster load does.
      *   15/10/2026 JS  The attendance rule no longer applies an
      *                  attendance record filed for another subject
      *                  under the same subject seq.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. APPROVER.
               ORGANIZATION       IS LINE SEQUENTIAL
               FILE STATUS        IS AUDIT-STATUS.

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

       DATA DIVISION.
       FILE SECTION.
       FD  STUDENT-MASTER
           05 FILLER                 PIC X(01)      VALUE SPACE.
           05 AUDIT-RUN-NUMBER       PIC 9(06).

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

       WORKING-STORAGE SECTION.
       01 MASTER-STATUS          PIC X(02).
       01 APPR-STATUS            PIC X(02).
       01 NEW-OPER-NAME          PIC X(30)               VALUE SPACES.
       01 NEW-OPER-LEVEL         PIC 9(1)                VALUE ZERO.
       01 LISTED-COUNT           PIC 9(3)                VALUE ZERO.
       01 POL-STATUS             PIC X(02).
       01 POLICY-AVAIL-SWITCH    PIC X                   VALUE "N".
           88 POLICY-AVAILABLE                           VALUE "Y".
       01 POLICY-TERM            PIC X(5)                VALUE SPACES.
       01 GRADE-A-MINIMUM        PIC 9(2)V9(2)           VALUE 9.00.
       01 GRADE-B-MINIMUM        PIC 9(2)V9(2)           VALUE 8.00.
       01 GRADE-C-MINIMUM        PIC 9(2)V9(2)           VALUE 7.00.
       01 GRADE-D-MINIMUM        PIC 9(2)V9(2)           VALUE 6.00.
       01 PASS-MARK              PIC 9(2)V9(2)           VALUE 7.00.
       01 MIN-ATTENDANCE-PCT     PIC 9(3)                VALUE ZERO.
       01 ATT-STATUS             PIC X(02).
       01 ATTEND-AVAIL-SWITCH    PIC X                   VALUE "N".
           88 ATTENDANCE-AVAILABLE                       VALUE "Y".
       01 ATTENDANCE-PCT         PIC 9(3)V9(1)           VALUE ZERO.

       PROCEDURE DIVISION.
       WELCOME.
              CLOSE PENDING-APPROVAL
              STOP RUN
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
              MOVE ZERO TO AVERAGE
           END-IF
           MOVE AVERAGE TO MASTER-AVERAGE
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
           MOVE LETTER-GRADE TO MASTER-LETTER-GRADE
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

       END-OF-PROGRAM.
           CLOSE PENDING-APPROVAL
           CLOSE STUDENT-MASTER
           IF POLICY-AVAILABLE
              CLOSE GRADING-POLICY
           END-IF
           IF ATTENDANCE-AVAILABLE
              CLOSE ATTENDANCE-FILE
           END-IF
           CLOSE AUDIT-LOG
           DISPLAY "     "
           DISPLAY "**************************************************"
