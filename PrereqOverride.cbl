      ******************************************************************
      * Author: Jeremiah
      * Date: 15/10/2026
      * Purpose: "Supervisor maintenance of prerequisite overrides.
      *           The batch edit holds back a roster line for a course
      *           whose catalog prerequisites the student has not
      *           passed, writing it to suspense under reason PR. A
      *           supervisor who allows the student into the course
      *           anyway files an override here for the student,
      *           subject and term - by hand or straight from the PR
      *           lines on the suspense file - and the line then
      *           posts when the suspense file is resubmitted through
      *           SUSPIN. Every override filed or revoked is written
      *           to the audit log under the supervisor's operator
      *           ID."
      * Tectonics: cobc
      *
      * Modifications:
      *   15/10/2026 JS  Original version.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PREQOVR.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PREREQ-OVERRIDE ASSIGN TO "PREREQOV"
               ORGANIZATION       IS INDEXED
               ACCESS MODE        IS DYNAMIC
               RECORD KEY         IS POV-KEY
               FILE STATUS        IS POV-STATUS.

           SELECT COURSE-CATALOG  ASSIGN TO "CRSECAT"
               ORGANIZATION       IS INDEXED
               ACCESS MODE        IS RANDOM
               RECORD KEY         IS CAT-SUBJECT
               FILE STATUS        IS CAT-STATUS.

           SELECT SUSPENSE-FILE   ASSIGN TO "SUSPENSE"
               ORGANIZATION       IS LINE SEQUENTIAL
               FILE STATUS        IS SUSP-STATUS.

           SELECT OPERATOR-AUTH   ASSIGN TO "OPERAUTH"
               ORGANIZATION       IS INDEXED
               ACCESS MODE        IS RANDOM
               RECORD KEY         IS OPER-ID
               FILE STATUS        IS OPER-STATUS.

           SELECT AUDIT-LOG       ASSIGN TO "AUDITLOG"
               ORGANIZATION       IS LINE SEQUENTIAL
               FILE STATUS        IS AUDIT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  PREREQ-OVERRIDE
           LABEL RECORD IS STANDARD.
       01 OVERRIDE-RECORD.
           05 POV-KEY.
               10 POV-STUDENT-NAME   PIC X(50).
               10 POV-SUBJECT        PIC X(50).
               10 POV-TERM           PIC X(5).
           05 POV-REASON             PIC X(40).
           05 POV-SET-OPERATOR       PIC X(8).
           05 POV-SET-DATE           PIC X(8).
           05 FILLER                 PIC X(20).

       FD  COURSE-CATALOG
           LABEL RECORD IS STANDARD.
       01 CATALOG-RECORD.
           05 CAT-SUBJECT            PIC X(50).
           05 CAT-COURSE-CODE        PIC X(08).
           05 CAT-CREDIT-HOURS       PIC 9(02).
           05 CAT-ACTIVE-FLAG        PIC X(01).
           05 CAT-PREREQ-CODE        OCCURS 4 TIMES
                                     PIC X(08).

       FD  SUSPENSE-FILE
           LABEL RECORD IS STANDARD.
       01 SUSPENSE-RECORD.
           05 SUSP-STUDENT-NAME      PIC X(50).
           05 SUSP-SUBJECT           PIC X(50).
           05 SUSP-SCORE1-X          PIC X(4).
           05 SUSP-SCORE2-X          PIC X(4).
           05 SUSP-SCORE3-X          PIC X(4).
           05 SUSP-SCORE4-X          PIC X(4).
           05 SUSP-REASON-POSITION   PIC 9(2).
           05 SUSP-REASON-VALUE      PIC 9(2)V9(2).
           05 SUSP-REASON-CODE       PIC X(02).
           05 SUSP-SECTION           PIC X(02).
           05 SUSP-TEACHER-ID        PIC X(08).

       FD  OPERATOR-AUTH
           LABEL RECORD IS STANDARD.
       01 OPERATOR-RECORD.
           05 OPER-ID                PIC X(8).
           05 OPER-NAME              PIC X(30).
           05 OPER-AUTH-LEVEL        PIC 9(1).

       FD  AUDIT-LOG
           LABEL RECORD IS STANDARD.
       01 AUDIT-RECORD.
           05 AUDIT-OPERATOR-ID      PIC X(08).
           05 FILLER                 PIC X(01)      VALUE SPACE.
           05 AUDIT-DATE             PIC X(08).
           05 FILLER                 PIC X(01)      VALUE SPACE.
           05 AUDIT-TIME             PIC X(08).
           05 FILLER                 PIC X(01)      VALUE SPACE.
           05 AUDIT-STUDENT-NAME     PIC X(50).
           05 FILLER                 PIC X(01)      VALUE SPACE.
           05 AUDIT-SUBJECT          PIC X(50).
           05 FILLER                 PIC X(01)      VALUE SPACE.
           05 AUDIT-GRADE-COUNT      PIC 9(02).
           05 FILLER                 PIC X(01)      VALUE SPACE.
           05 AUDIT-SCORE-TABLE      OCCURS 20 TIMES
                                     PIC 9(02)V9(02).
           05 FILLER                 PIC X(01)      VALUE SPACE.
           05 AUDIT-AVERAGE          PIC 9(02)V9(02).
           05 FILLER                 PIC X(01)      VALUE SPACE.
           05 AUDIT-RESULT           PIC X(10).
           05 FILLER                 PIC X(01)      VALUE SPACE.
           05 AUDIT-RETRY-COUNT      PIC 9(03).
           05 FILLER                 PIC X(01)      VALUE SPACE.
           05 AUDIT-ACTION           PIC X(08).
           05 FILLER                 PIC X(01)      VALUE SPACE.
           05 AUDIT-RUN-NUMBER       PIC 9(06).

       WORKING-STORAGE SECTION.
       01 POV-STATUS             PIC X(02).
       01 CAT-STATUS             PIC X(02).
       01 SUSP-STATUS            PIC X(02).
       01 OPER-STATUS            PIC X(02).
       01 AUDIT-STATUS           PIC X(02).
       01 OPERATOR-ID            PIC X(08).
       01 MAINT-OPTION           PIC X.
       01 CONFIRM-OPTION         PIC X.
       01 KEY-STUDENT-NAME       PIC X(50)               VALUE SPACES.
       01 KEY-SUBJECT            PIC X(50)               VALUE SPACES.
       01 KEY-TERM               PIC X(5)                VALUE SPACES.
       01 NEW-REASON             PIC X(40)               VALUE SPACES.
       01 AUDIT-ACTION-WORK      PIC X(08)               VALUE SPACES.
       01 SCORE-IDX              PIC 9(2)                VALUE ZERO
                                                           COMP.
       01 RECORD-FOUND-SWITCH    PIC X                   VALUE "N".
           88 RECORD-FOUND                               VALUE "Y".
       01 CATALOG-AVAIL-SWITCH   PIC X                   VALUE "N".
           88 CATALOG-AVAILABLE                          VALUE "Y".
       01 POV-EOF-SWITCH         PIC X                   VALUE "N".
           88 POV-EOF                                    VALUE "Y".
       01 SUSP-EOF-SWITCH        PIC X                   VALUE "N".
           88 SUSP-EOF                                   VALUE "Y".
       01 LISTED-COUNT           PIC 9(4)                VALUE ZERO.
       01 PR-LINE-COUNT          PIC 9(4)                VALUE ZERO.
       01 FILED-COUNT            PIC 9(4)                VALUE ZERO.

       PROCEDURE DIVISION.
       WELCOME.
           DISPLAY "     ".
           DISPLAY "**************************************************".
           DISPLAY "JEREMIAH COLLEGE - PREREQUISITE OVERRIDES.".
           DISPLAY "**************************************************".
           DISPLAY "     ".
           DISPLAY "ENTER YOUR OPERATOR ID:".
           ACCEPT               OPERATOR-ID.
           PERFORM CHECK-OPERATOR-LEVEL THRU CHECK-OPERATOR-LEVEL-EXIT.
           OPEN I-O PREREQ-OVERRIDE.
           IF POV-STATUS NOT = "00"
              OPEN OUTPUT PREREQ-OVERRIDE
              IF POV-STATUS NOT = "00"
                 DISPLAY "ERROR OPENING PREREQUISITE OVERRIDE FILE - ",
                         "STATUS ", POV-STATUS
                 STOP RUN
              END-IF
              CLOSE PREREQ-OVERRIDE
              OPEN I-O PREREQ-OVERRIDE
           END-IF.
           OPEN INPUT COURSE-CATALOG.
           IF CAT-STATUS = "00"
              SET CATALOG-AVAILABLE TO TRUE
           ELSE
              DISPLAY "WARNING - COURSE CATALOG NOT AVAILABLE - ",
                      "STATUS ", CAT-STATUS, " - SUBJECTS WILL ",
                      "NOT BE VALIDATED."
           END-IF.
           OPEN EXTEND AUDIT-LOG.
           IF AUDIT-STATUS NOT = "00"
              DISPLAY "ERROR OPENING AUDIT LOG - STATUS ",
                      AUDIT-STATUS
              GO TO END-OF-PROGRAM
           END-IF.
           GO TO MAINT-MENU.

       CHECK-OPERATOR-LEVEL.
           OPEN INPUT OPERATOR-AUTH
           IF OPER-STATUS NOT = "00"
              DISPLAY "NO OPERATOR AUTHORIZATION FILE IS ON HAND - ",
                      "STATUS ", OPER-STATUS, ". REGISTER A ",
                      "SUPERVISOR THROUGH THE APPROVAL REVIEW FIRST."
              STOP RUN
           END-IF
           MOVE OPERATOR-ID TO OPER-ID
           READ OPERATOR-AUTH
              INVALID KEY
                 DISPLAY "OPERATOR ", OPERATOR-ID, " IS NOT ON THE ",
                         "AUTHORIZATION FILE. MAINTENANCE REFUSED."
                 CLOSE OPERATOR-AUTH
                 STOP RUN
              NOT INVALID KEY
                 IF OPER-AUTH-LEVEL < 2
                    DISPLAY "OPERATOR ", OPERATOR-ID, " IS NOT A ",
                            "SUPERVISOR. MAINTENANCE REFUSED."
                    CLOSE OPERATOR-AUTH
                    STOP RUN
                 END-IF
           END-READ
           CLOSE OPERATOR-AUTH.
       CHECK-OPERATOR-LEVEL-EXIT.
           EXIT.

       MAINT-MENU.
           DISPLAY "     "
           DISPLAY "A - FILE AN OVERRIDE"
           DISPLAY "S - FILE OVERRIDES FROM THE SUSPENSE FILE"
           DISPLAY "D - DISPLAY AN OVERRIDE"
           DISPLAY "X - REVOKE AN OVERRIDE"
           DISPLAY "L - LIST THE OVERRIDES"
           DISPLAY "Q - QUIT"
           DISPLAY "ENTER AN OPTION:"
           ACCEPT               MAINT-OPTION
           IF MAINT-OPTION = "Q" OR "q"
              GO TO END-OF-PROGRAM
           END-IF
           IF MAINT-OPTION = "A" OR "a"
              PERFORM ADD-OVERRIDE THRU ADD-OVERRIDE-EXIT
           ELSE IF MAINT-OPTION = "S" OR "s"
              PERFORM REVIEW-SUSPENSE THRU REVIEW-SUSPENSE-EXIT
           ELSE IF MAINT-OPTION = "D" OR "d"
              PERFORM DISPLAY-OVERRIDE
           ELSE IF MAINT-OPTION = "X" OR "x"
              PERFORM REVOKE-OVERRIDE THRU REVOKE-OVERRIDE-EXIT
           ELSE IF MAINT-OPTION = "L" OR "l"
              PERFORM LIST-OVERRIDES
           ELSE
              DISPLAY "INVALID OPTION. PLEASE ENTER A, S, D, X, L OR Q."
           END-IF
           END-IF
           END-IF
           END-IF
           END-IF
           GO TO MAINT-MENU.

       GET-ACADEMIC-TERM.
           DISPLAY "ENTER THE ACADEMIC TERM (E.G. 2026F):"
           ACCEPT               KEY-TERM
           IF KEY-TERM = SPACES
              DISPLAY "THE ACADEMIC TERM MAY NOT BE BLANK."
              GO TO GET-ACADEMIC-TERM
           END-IF.

       GET-OVERRIDE-KEY.
           DISPLAY "ENTER THE STUDENT NAME AS IT APPEARS ON THE ROSTER:"
           ACCEPT               KEY-STUDENT-NAME
           DISPLAY "ENTER THE OFFICIAL SUBJECT TITLE:"
           ACCEPT               KEY-SUBJECT
           PERFORM GET-ACADEMIC-TERM
           PERFORM READ-OVERRIDE.

       READ-OVERRIDE.
           MOVE "N"              TO RECORD-FOUND-SWITCH
           MOVE KEY-STUDENT-NAME TO POV-STUDENT-NAME
           MOVE KEY-SUBJECT      TO POV-SUBJECT
           MOVE KEY-TERM         TO POV-TERM
           READ PREREQ-OVERRIDE
              INVALID KEY
                 CONTINUE
              NOT INVALID KEY
                 SET RECORD-FOUND TO TRUE
           END-READ.

       ADD-OVERRIDE.
           PERFORM GET-OVERRIDE-KEY
           IF KEY-STUDENT-NAME = SPACES OR KEY-SUBJECT = SPACES
              DISPLAY "THE STUDENT NAME AND SUBJECT MAY NOT BE BLANK."
              GO TO ADD-OVERRIDE-EXIT
           END-IF
           IF RECORD-FOUND
              DISPLAY "AN OVERRIDE IS ALREADY ON FILE."
              PERFORM SHOW-OVERRIDE-RECORD
              GO TO ADD-OVERRIDE-EXIT
           END-IF
           IF CATALOG-AVAILABLE
              MOVE KEY-SUBJECT TO CAT-SUBJECT
              READ COURSE-CATALOG
                 INVALID KEY
                    DISPLAY "THAT SUBJECT IS NOT IN THE CATALOG."
                    GO TO ADD-OVERRIDE-EXIT
              END-READ
              IF CAT-PREREQ-CODE (1) = SPACES
                 AND CAT-PREREQ-CODE (2) = SPACES
                 AND CAT-PREREQ-CODE (3) = SPACES
                 AND CAT-PREREQ-CODE (4) = SPACES
                 DISPLAY "THAT COURSE HAS NO PREREQUISITES - NO ",
                         "OVERRIDE IS NEEDED."
                 GO TO ADD-OVERRIDE-EXIT
              END-IF
              DISPLAY "PREREQUISITES   : ", CAT-PREREQ-CODE (1), " ",
                      CAT-PREREQ-CODE (2), " ", CAT-PREREQ-CODE (3),
                      " ", CAT-PREREQ-CODE (4)
           END-IF
           PERFORM FILE-OVERRIDE THRU FILE-OVERRIDE-EXIT.
       ADD-OVERRIDE-EXIT.
           EXIT.

       FILE-OVERRIDE.
           DISPLAY "ENTER THE REASON FOR THE OVERRIDE:"
           ACCEPT               NEW-REASON
           IF NEW-REASON = SPACES
              DISPLAY "A REASON IS REQUIRED. OVERRIDE NOT FILED."
              GO TO FILE-OVERRIDE-EXIT
           END-IF
           MOVE SPACES           TO OVERRIDE-RECORD
           MOVE KEY-STUDENT-NAME TO POV-STUDENT-NAME
           MOVE KEY-SUBJECT      TO POV-SUBJECT
           MOVE KEY-TERM         TO POV-TERM
           MOVE NEW-REASON       TO POV-REASON
           MOVE OPERATOR-ID      TO POV-SET-OPERATOR
           ACCEPT POV-SET-DATE   FROM DATE YYYYMMDD
           WRITE OVERRIDE-RECORD
              INVALID KEY
                 DISPLAY "WARNING - OVERRIDE WRITE FAILED - STATUS ",
                         POV-STATUS
              NOT INVALID KEY
                 MOVE "PREQOVR" TO AUDIT-ACTION-WORK
                 PERFORM WRITE-OVERRIDE-AUDIT
                 ADD 1 TO FILED-COUNT
                 DISPLAY "OVERRIDE FILED."
                 PERFORM SHOW-OVERRIDE-RECORD
           END-WRITE.
       FILE-OVERRIDE-EXIT.
           EXIT.

       REVIEW-SUSPENSE.
      * Only the prerequisite rejects are offered; the suspense line
      * carries no term, so the supervisor names the term of the run.
           OPEN INPUT SUSPENSE-FILE
           IF SUSP-STATUS NOT = "00"
              DISPLAY "THE SUSPENSE FILE IS NOT AVAILABLE - STATUS ",
                      SUSP-STATUS
              GO TO REVIEW-SUSPENSE-EXIT
           END-IF
           PERFORM GET-ACADEMIC-TERM
           MOVE "N"  TO SUSP-EOF-SWITCH
           MOVE ZERO TO PR-LINE-COUNT
           MOVE ZERO TO FILED-COUNT
           PERFORM REVIEW-ONE-SUSPENSE THRU REVIEW-ONE-SUSPENSE-EXIT
              UNTIL SUSP-EOF
           CLOSE SUSPENSE-FILE
           DISPLAY "PREREQUISITE REJECTS ON SUSPENSE: ", PR-LINE-COUNT
           DISPLAY "OVERRIDES FILED                 : ", FILED-COUNT
           IF FILED-COUNT > 0
              DISPLAY "COPY THE SUSPENSE FILE TO SUSPIN AND RERUN ",
                      "THE BATCH IN RESUBMIT MODE TO POST THEM."
           END-IF.
       REVIEW-SUSPENSE-EXIT.
           EXIT.

       REVIEW-ONE-SUSPENSE.
           READ SUSPENSE-FILE
              AT END
                 SET SUSP-EOF TO TRUE
                 GO TO REVIEW-ONE-SUSPENSE-EXIT
           END-READ
           IF SUSP-REASON-CODE NOT = "PR"
              GO TO REVIEW-ONE-SUSPENSE-EXIT
           END-IF
           ADD 1 TO PR-LINE-COUNT
           MOVE SUSP-STUDENT-NAME TO KEY-STUDENT-NAME
           MOVE SUSP-SUBJECT      TO KEY-SUBJECT
           PERFORM READ-OVERRIDE
           DISPLAY "     "
           DISPLAY "STUDENT NAME    : ", SUSP-STUDENT-NAME
           DISPLAY "SUBJECT         : ", SUSP-SUBJECT
           DISPLAY "SECTION/TEACHER : ", SUSP-SECTION, " ",
                   SUSP-TEACHER-ID
           IF RECORD-FOUND
              DISPLAY "AN OVERRIDE IS ALREADY ON FILE FOR TERM ",
                      KEY-TERM, "."
              GO TO REVIEW-ONE-SUSPENSE-EXIT
           END-IF
           DISPLAY "FILE AN OVERRIDE FOR THIS LINE? (Y/N)"
           ACCEPT               CONFIRM-OPTION
           IF CONFIRM-OPTION = "Y" OR "y"
              PERFORM FILE-OVERRIDE THRU FILE-OVERRIDE-EXIT
           END-IF.
       REVIEW-ONE-SUSPENSE-EXIT.
           EXIT.

       DISPLAY-OVERRIDE.
           PERFORM GET-OVERRIDE-KEY
           IF RECORD-FOUND
              PERFORM SHOW-OVERRIDE-RECORD
           ELSE
              DISPLAY "NO OVERRIDE ON FILE FOR THAT STUDENT, SUBJECT ",
                      "AND TERM."
           END-IF.

       SHOW-OVERRIDE-RECORD.
           DISPLAY "     "
           DISPLAY "********* PREREQUISITE OVERRIDE *********"
           DISPLAY "STUDENT NAME    : ",     POV-STUDENT-NAME
           DISPLAY "SUBJECT         : ",     POV-SUBJECT
           DISPLAY "TERM            : ",     POV-TERM
           DISPLAY "REASON          : ",     POV-REASON
           DISPLAY "SET BY          : ",     POV-SET-OPERATOR
           DISPLAY "SET ON          : ",     POV-SET-DATE
           DISPLAY "*****************************************"
           DISPLAY "     ".

       REVOKE-OVERRIDE.
           PERFORM GET-OVERRIDE-KEY
           IF NOT RECORD-FOUND
              DISPLAY "NO OVERRIDE ON FILE FOR THAT STUDENT, SUBJECT ",
                      "AND TERM."
              GO TO REVOKE-OVERRIDE-EXIT
           END-IF
           PERFORM SHOW-OVERRIDE-RECORD
           DISPLAY "REVOKE THIS OVERRIDE? (Y/N)"
           ACCEPT               CONFIRM-OPTION
           IF CONFIRM-OPTION NOT = "Y" AND NOT = "y"
              DISPLAY "OVERRIDE NOT CHANGED."
              GO TO REVOKE-OVERRIDE-EXIT
           END-IF
           DELETE PREREQ-OVERRIDE
              INVALID KEY
                 DISPLAY "WARNING - OVERRIDE DELETE FAILED - STATUS ",
                         POV-STATUS
              NOT INVALID KEY
                 MOVE "PREQREV" TO AUDIT-ACTION-WORK
                 PERFORM WRITE-OVERRIDE-AUDIT
                 DISPLAY "OVERRIDE REVOKED."
           END-DELETE.
       REVOKE-OVERRIDE-EXIT.
           EXIT.

       LIST-OVERRIDES.
           MOVE "N"        TO POV-EOF-SWITCH
           MOVE ZERO       TO LISTED-COUNT
           MOVE LOW-VALUES TO POV-KEY
           START PREREQ-OVERRIDE KEY NOT < POV-KEY
              INVALID KEY
                 SET POV-EOF TO TRUE
           END-START
           DISPLAY "     "
           DISPLAY "****************************************"
           DISPLAY "PREREQUISITE OVERRIDES"
           DISPLAY "****************************************"
           PERFORM LIST-ONE-OVERRIDE UNTIL POV-EOF
           IF LISTED-COUNT = 0
              DISPLAY "NO OVERRIDES ARE ON FILE."
           ELSE
              DISPLAY "OVERRIDES ON FILE: ", LISTED-COUNT
           END-IF
           DISPLAY "     ".

       LIST-ONE-OVERRIDE.
           READ PREREQ-OVERRIDE NEXT RECORD
              AT END
                 SET POV-EOF TO TRUE
              NOT AT END
                 ADD 1 TO LISTED-COUNT
                 DISPLAY POV-TERM, " | ", POV-STUDENT-NAME, " | ",
                         POV-SUBJECT
                 DISPLAY "         ", POV-REASON, " | ",
                         POV-SET-OPERATOR, " | ", POV-SET-DATE
           END-READ.

       WRITE-OVERRIDE-AUDIT.
      * An override has no scores or result of its own; the term it
      * covers rides in the result field.
           MOVE OPERATOR-ID      TO AUDIT-OPERATOR-ID
           ACCEPT AUDIT-DATE      FROM DATE YYYYMMDD
           ACCEPT AUDIT-TIME      FROM TIME
           MOVE POV-STUDENT-NAME  TO AUDIT-STUDENT-NAME
           MOVE POV-SUBJECT       TO AUDIT-SUBJECT
           MOVE ZERO              TO AUDIT-GRADE-COUNT
           PERFORM CLEAR-ONE-AUDIT-SCORE
              VARYING SCORE-IDX FROM 1 BY 1
              UNTIL SCORE-IDX > 20
           MOVE ZERO              TO AUDIT-AVERAGE
           MOVE POV-TERM          TO AUDIT-RESULT
           MOVE ZERO              TO AUDIT-RETRY-COUNT
           MOVE AUDIT-ACTION-WORK TO AUDIT-ACTION
           MOVE ZERO              TO AUDIT-RUN-NUMBER
           WRITE AUDIT-RECORD
           IF AUDIT-STATUS NOT = "00"
              DISPLAY "WARNING - AUDIT LOG WRITE FAILED - STATUS ",
                      AUDIT-STATUS
           END-IF.

       CLEAR-ONE-AUDIT-SCORE.
           MOVE ZERO TO AUDIT-SCORE-TABLE (SCORE-IDX).

       END-OF-PROGRAM.
           CLOSE PREREQ-OVERRIDE
           IF CATALOG-AVAILABLE
              CLOSE COURSE-CATALOG
           END-IF
           CLOSE AUDIT-LOG
           DISPLAY "     "
           DISPLAY "**************************************************"
           DISPLAY "THANK YOU FOR USING THE JEREMIAH COLLEGE'S APP."
           DISPLAY "**************************************************"
           DISPLAY "     "
           STOP RUN.
       END PROGRAM PREQOVR.
