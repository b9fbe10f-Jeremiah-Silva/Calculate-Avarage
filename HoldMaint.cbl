      ******************************************************************
      * Author: Jeremiah
      * Date: 15/10/2026
      * Purpose: "Maintenance of the student holds file. The bursar,
      *           library, and discipline office ask for results to be
      *           withheld from a student with outstanding obligations;
      *           a hold records the student, the placing office, the
      *           kind of hold, why, when it was placed and by whom,
      *           and when it was released. A blocking hold stops the
      *           official transcript and holds back the student's
      *           report card; a transcript hold stops the transcript
      *           only; a notice hold blocks nothing and is kept for
      *           the record. Any operator on the authorization file
      *           may look holds up; placing and releasing them takes
      *           a supervisor, and both are written to the audit log."
      * Tectonics: cobc
      *
      * Modifications:
      *   15/10/2026 JS  Original version.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. HOLDMNT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT STUDENT-HOLDS   ASSIGN TO "HOLDS"
               ORGANIZATION       IS INDEXED
               ACCESS MODE        IS DYNAMIC
               RECORD KEY         IS HOLD-KEY
               FILE STATUS        IS HOLD-STATUS.

           SELECT STUDENT-MASTER  ASSIGN TO "STUDMAST"
               ORGANIZATION       IS INDEXED
               ACCESS MODE        IS DYNAMIC
               RECORD KEY         IS MASTER-KEY
               FILE STATUS        IS MASTER-STATUS.

           SELECT STUDENT-HISTORY ASSIGN TO "STUDHIST"
               ORGANIZATION       IS INDEXED
               ACCESS MODE        IS DYNAMIC
               RECORD KEY         IS HIST-KEY
               FILE STATUS        IS HIST-STATUS.

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
       FD  STUDENT-HOLDS
           LABEL RECORD IS STANDARD.
       01 HOLD-RECORD.
           05 HOLD-KEY.
               10 HOLD-STUDENT-ID    PIC 9(6).
               10 HOLD-OFFICE        PIC X(8).
               10 HOLD-PLACED-DATE   PIC X(8).
           05 HOLD-STUDENT-NAME      PIC X(50).
           05 HOLD-TYPE              PIC X(1).
               88 HOLD-BLOCKS-ALL                    VALUE "B".
               88 HOLD-BLOCKS-TRANSCRIPT             VALUE "B" "T".
               88 HOLD-TYPE-VALID                    VALUE "B" "T" "N".
           05 HOLD-REASON            PIC X(40).
           05 HOLD-PLACED-OPERATOR   PIC X(8).
           05 HOLD-RELEASED-DATE     PIC X(8).
           05 HOLD-RELEASED-OPERATOR PIC X(8).
           05 FILLER                 PIC X(20).

       FD  STUDENT-MASTER
           LABEL RECORD IS STANDARD.
       01 MASTER-RECORD.
           05 MASTER-KEY.
               10 MASTER-STUDENT-ID  PIC 9(6).
               10 MASTER-TERM        PIC X(5).
               10 MASTER-SUBJECT-SEQ PIC 9(2).
           05 MASTER-STUDENT-NAME    PIC X(50).
           05 MASTER-SUBJECT         PIC X(50).
           05 MASTER-GRADE-COUNT     PIC 9(2).
           05 MASTER-SCORE-TABLE     OCCURS 20 TIMES
                                     PIC 9(2)V9(2).
           05 MASTER-AVERAGE         PIC 9(2)V9(2).
           05 MASTER-RESULT          PIC X(10).
           05 MASTER-LETTER-GRADE    PIC X(01).
           05 MASTER-ACK-STATUS      PIC X(01).
           05 MASTER-CREDIT-HOURS    PIC 9(02).
           05 MASTER-SCORE-STATUS    OCCURS 20 TIMES
                                     PIC X(01).
           05 MASTER-SECTION         PIC X(02).
           05 MASTER-TEACHER-ID      PIC X(08).

       FD  STUDENT-HISTORY
           LABEL RECORD IS STANDARD.
       01 HIST-RECORD.
           05 HIST-KEY.
               10 HIST-STUDENT-ID    PIC 9(6).
               10 HIST-TERM          PIC X(5).
               10 HIST-SUBJECT-SEQ   PIC 9(2).
           05 HIST-STUDENT-NAME      PIC X(50).
           05 HIST-SUBJECT           PIC X(50).
           05 HIST-GRADE-COUNT       PIC 9(2).
           05 HIST-SCORE-TABLE       OCCURS 20 TIMES
                                     PIC 9(2)V9(2).
           05 HIST-AVERAGE           PIC 9(2)V9(2).
           05 HIST-RESULT            PIC X(10).
           05 HIST-LETTER-GRADE      PIC X(01).
           05 HIST-ACK-STATUS        PIC X(01).
           05 HIST-CREDIT-HOURS      PIC 9(02).
           05 HIST-SCORE-STATUS      OCCURS 20 TIMES
                                     PIC X(01).
           05 HIST-SECTION           PIC X(02).
           05 HIST-TEACHER-ID        PIC X(08).

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
       01 HOLD-STATUS            PIC X(02).
       01 MASTER-STATUS          PIC X(02).
       01 HIST-STATUS            PIC X(02).
       01 OPER-STATUS            PIC X(02).
       01 AUDIT-STATUS           PIC X(02).
       01 OPERATOR-ID            PIC X(08).
       01 OPERATOR-LEVEL         PIC 9(1)                VALUE ZERO.
       01 MAINT-OPTION           PIC X.
       01 CONFIRM-OPTION         PIC X.
       01 KEY-STUDENT-ID         PIC 9(6)                VALUE ZERO.
       01 KEY-STUDENT-NAME       PIC X(50)               VALUE SPACES.
       01 KEY-OFFICE             PIC X(8)                VALUE SPACES.
       01 NEW-HOLD-TYPE          PIC X(1)                VALUE SPACE.
           88 NEW-TYPE-VALID                         VALUE "B" "T" "N".
       01 NEW-REASON             PIC X(40)               VALUE SPACES.
       01 AUDIT-ACTION-WORK      PIC X(08)               VALUE SPACES.
       01 SCORE-IDX              PIC 9(2)                VALUE ZERO
                                                           COMP.
       01 STUDENT-FOUND-SWITCH   PIC X                   VALUE "N".
           88 STUDENT-FOUND                              VALUE "Y".
       01 HIST-AVAIL-SWITCH      PIC X                   VALUE "N".
           88 HIST-AVAILABLE                             VALUE "Y".
       01 ACTIVE-FOUND-SWITCH    PIC X                   VALUE "N".
           88 ACTIVE-HOLD-FOUND                          VALUE "Y".
       01 HOLD-SCAN-SWITCH       PIC X                   VALUE "N".
           88 HOLD-SCAN-DONE                             VALUE "Y".
       01 LISTED-COUNT           PIC 9(6)                VALUE ZERO.
       01 HOLD-TYPE-TEXT         PIC X(16)               VALUE SPACES.

       PROCEDURE DIVISION.
       WELCOME.
           DISPLAY "     ".
           DISPLAY "**************************************************".
           DISPLAY "JEREMIAH COLLEGE - STUDENT HOLDS.".
           DISPLAY "**************************************************".
           DISPLAY "     ".
           DISPLAY "ENTER YOUR OPERATOR ID:".
           ACCEPT               OPERATOR-ID.
           PERFORM CHECK-OPERATOR-LEVEL THRU CHECK-OPERATOR-LEVEL-EXIT.
           OPEN I-O STUDENT-HOLDS.
           IF HOLD-STATUS NOT = "00"
              OPEN OUTPUT STUDENT-HOLDS
              IF HOLD-STATUS NOT = "00"
                 DISPLAY "ERROR OPENING STUDENT HOLDS FILE - ",
                         "STATUS ", HOLD-STATUS
                 STOP RUN
              END-IF
              CLOSE STUDENT-HOLDS
              OPEN I-O STUDENT-HOLDS
           END-IF.
           OPEN INPUT STUDENT-MASTER.
           IF MASTER-STATUS NOT = "00"
              DISPLAY "ERROR OPENING STUDENT MASTER - STATUS ",
                      MASTER-STATUS
              CLOSE STUDENT-HOLDS
              STOP RUN
           END-IF.
           OPEN INPUT STUDENT-HISTORY.
           IF HIST-STATUS = "00"
              SET HIST-AVAILABLE TO TRUE
           ELSE
              DISPLAY "WARNING - STUDENT HISTORY NOT AVAILABLE - ",
                      "STATUS ", HIST-STATUS, " - ONLY STUDENTS ON ",
                      "THE CURRENT MASTER CAN BE PLACED ON HOLD."
           END-IF.
           OPEN EXTEND AUDIT-LOG.
           IF AUDIT-STATUS NOT = "00"
              DISPLAY "ERROR OPENING AUDIT LOG - STATUS ",
                      AUDIT-STATUS
              GO TO END-OF-PROGRAM
           END-IF.
           GO TO MAINT-MENU.

       CHECK-OPERATOR-LEVEL.
      * Any operator on file may look holds up; placing and releasing
      * them is checked against the level kept here.
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
                 IF OPER-AUTH-LEVEL < 1
                    DISPLAY "OPERATOR ", OPERATOR-ID, " HAS NO ",
                            "MAINTENANCE AUTHORITY. MAINTENANCE ",
                            "REFUSED."
                    CLOSE OPERATOR-AUTH
                    STOP RUN
                 END-IF
                 MOVE OPER-AUTH-LEVEL TO OPERATOR-LEVEL
           END-READ
           CLOSE OPERATOR-AUTH.
       CHECK-OPERATOR-LEVEL-EXIT.
           EXIT.

       MAINT-MENU.
           DISPLAY "     "
           DISPLAY "P - PLACE A HOLD"
           DISPLAY "R - RELEASE A HOLD"
           DISPLAY "D - DISPLAY A STUDENT'S HOLDS"
           DISPLAY "L - LIST THE ACTIVE HOLDS"
           DISPLAY "Q - QUIT"
           DISPLAY "ENTER AN OPTION:"
           ACCEPT               MAINT-OPTION
           IF MAINT-OPTION = "Q" OR "q"
              GO TO END-OF-PROGRAM
           END-IF
           IF MAINT-OPTION = "P" OR "p"
              PERFORM PLACE-HOLD THRU PLACE-HOLD-EXIT
           ELSE IF MAINT-OPTION = "R" OR "r"
              PERFORM RELEASE-HOLD THRU RELEASE-HOLD-EXIT
           ELSE IF MAINT-OPTION = "D" OR "d"
              PERFORM DISPLAY-STUDENT-HOLDS
           ELSE IF MAINT-OPTION = "L" OR "l"
              PERFORM LIST-ACTIVE-HOLDS
           ELSE
              DISPLAY "INVALID OPTION. PLEASE ENTER P, R, D, L OR Q."
           END-IF
           END-IF
           END-IF
           END-IF
           GO TO MAINT-MENU.

       CHECK-SUPERVISOR.
           IF OPERATOR-LEVEL < 2
              DISPLAY "OPERATOR ", OPERATOR-ID, " IS NOT A ",
                      "SUPERVISOR. PLACING AND RELEASING HOLDS ",
                      "IS REFUSED."
           END-IF.

       GET-STUDENT-ID.
           DISPLAY "ENTER THE STUDENT ID (6 DIGITS):"
           ACCEPT               KEY-STUDENT-ID.

       GET-OFFICE.
           DISPLAY "ENTER THE PLACING OFFICE (E.G. BURSAR, LIBRARY, ",
                   "DISCIPLN):"
           ACCEPT               KEY-OFFICE
           IF KEY-OFFICE = SPACES
              DISPLAY "THE PLACING OFFICE MAY NOT BE BLANK."
              GO TO GET-OFFICE
           END-IF.

       FIND-STUDENT-NAME.
           MOVE "N"            TO STUDENT-FOUND-SWITCH
           MOVE SPACES         TO KEY-STUDENT-NAME
           MOVE KEY-STUDENT-ID TO MASTER-STUDENT-ID
           MOVE LOW-VALUES     TO MASTER-TERM
           MOVE ZERO           TO MASTER-SUBJECT-SEQ
           START STUDENT-MASTER KEY NOT < MASTER-KEY
              INVALID KEY
                 CONTINUE
              NOT INVALID KEY
                 READ STUDENT-MASTER NEXT RECORD
                    AT END
                       CONTINUE
                    NOT AT END
                       IF MASTER-STUDENT-ID = KEY-STUDENT-ID
                          MOVE MASTER-STUDENT-NAME TO KEY-STUDENT-NAME
                          SET STUDENT-FOUND TO TRUE
                       END-IF
                 END-READ
           END-START
           IF NOT STUDENT-FOUND AND HIST-AVAILABLE
              MOVE KEY-STUDENT-ID TO HIST-STUDENT-ID
              MOVE LOW-VALUES     TO HIST-TERM
              MOVE ZERO           TO HIST-SUBJECT-SEQ
              START STUDENT-HISTORY KEY NOT < HIST-KEY
                 INVALID KEY
                    CONTINUE
                 NOT INVALID KEY
                    READ STUDENT-HISTORY NEXT RECORD
                       AT END
                          CONTINUE
                       NOT AT END
                          IF HIST-STUDENT-ID = KEY-STUDENT-ID
                             MOVE HIST-STUDENT-NAME
                                TO KEY-STUDENT-NAME
                             SET STUDENT-FOUND TO TRUE
                          END-IF
                    END-READ
              END-START
           END-IF.

       FIND-ACTIVE-HOLD.
      * A released hold stays on file for the record, so the student
      * and office can have several; only one may be unreleased. When
      * it is found the scan stops with it in the record area.
           MOVE "N"            TO ACTIVE-FOUND-SWITCH
           MOVE "N"            TO HOLD-SCAN-SWITCH
           MOVE KEY-STUDENT-ID TO HOLD-STUDENT-ID
           MOVE KEY-OFFICE     TO HOLD-OFFICE
           MOVE LOW-VALUES     TO HOLD-PLACED-DATE
           START STUDENT-HOLDS KEY NOT < HOLD-KEY
              INVALID KEY
                 SET HOLD-SCAN-DONE TO TRUE
           END-START
           PERFORM SCAN-ONE-OFFICE-HOLD UNTIL HOLD-SCAN-DONE.

       SCAN-ONE-OFFICE-HOLD.
           READ STUDENT-HOLDS NEXT RECORD
              AT END
                 SET HOLD-SCAN-DONE TO TRUE
              NOT AT END
                 IF HOLD-STUDENT-ID NOT = KEY-STUDENT-ID
                    OR HOLD-OFFICE NOT = KEY-OFFICE
                    SET HOLD-SCAN-DONE TO TRUE
                 ELSE
                    IF HOLD-RELEASED-DATE = SPACES
                       SET ACTIVE-HOLD-FOUND TO TRUE
                       SET HOLD-SCAN-DONE    TO TRUE
                    END-IF
                 END-IF
           END-READ.

       PLACE-HOLD.
           PERFORM CHECK-SUPERVISOR
           IF OPERATOR-LEVEL < 2
              GO TO PLACE-HOLD-EXIT
           END-IF
           PERFORM GET-STUDENT-ID
           PERFORM FIND-STUDENT-NAME
           IF NOT STUDENT-FOUND
              DISPLAY "STUDENT ID ", KEY-STUDENT-ID, " IS NOT ON THE ",
                      "MASTER OR HISTORY FILE. HOLD NOT PLACED."
              GO TO PLACE-HOLD-EXIT
           END-IF
           DISPLAY "STUDENT NAME    : ", KEY-STUDENT-NAME
           PERFORM GET-OFFICE
           PERFORM FIND-ACTIVE-HOLD
           IF ACTIVE-HOLD-FOUND
              DISPLAY "THAT OFFICE ALREADY HAS A HOLD IN FORCE ON ",
                      "THIS STUDENT."
              PERFORM SHOW-HOLD-RECORD
              GO TO PLACE-HOLD-EXIT
           END-IF
           DISPLAY "ENTER THE HOLD TYPE - B (BLOCKS TRANSCRIPT AND ",
                   "REPORT CARD),"
           DISPLAY "   T (BLOCKS TRANSCRIPT ONLY) OR N (NOTICE ONLY):"
           ACCEPT               NEW-HOLD-TYPE
           IF NOT NEW-TYPE-VALID
              DISPLAY "INVALID HOLD TYPE. HOLD NOT PLACED."
              GO TO PLACE-HOLD-EXIT
           END-IF
           DISPLAY "ENTER THE REASON FOR THE HOLD:"
           ACCEPT               NEW-REASON
           IF NEW-REASON = SPACES
              DISPLAY "A REASON IS REQUIRED. HOLD NOT PLACED."
              GO TO PLACE-HOLD-EXIT
           END-IF
           MOVE SPACES             TO HOLD-RECORD
           MOVE KEY-STUDENT-ID     TO HOLD-STUDENT-ID
           MOVE KEY-OFFICE         TO HOLD-OFFICE
           ACCEPT HOLD-PLACED-DATE FROM DATE YYYYMMDD
           MOVE KEY-STUDENT-NAME   TO HOLD-STUDENT-NAME
           MOVE NEW-HOLD-TYPE      TO HOLD-TYPE
           MOVE NEW-REASON         TO HOLD-REASON
           MOVE OPERATOR-ID        TO HOLD-PLACED-OPERATOR
           WRITE HOLD-RECORD
              INVALID KEY
                 DISPLAY "WARNING - HOLD WRITE FAILED - STATUS ",
                         HOLD-STATUS, " - A HOLD FROM THIS OFFICE ",
                         "WAS ALREADY PLACED TODAY."
              NOT INVALID KEY
                 MOVE "HOLDPLC" TO AUDIT-ACTION-WORK
                 PERFORM WRITE-HOLD-AUDIT
                 DISPLAY "HOLD PLACED."
                 PERFORM SHOW-HOLD-RECORD
           END-WRITE.
       PLACE-HOLD-EXIT.
           EXIT.

       RELEASE-HOLD.
           PERFORM CHECK-SUPERVISOR
           IF OPERATOR-LEVEL < 2
              GO TO RELEASE-HOLD-EXIT
           END-IF
           PERFORM GET-STUDENT-ID
           PERFORM GET-OFFICE
           PERFORM FIND-ACTIVE-HOLD
           IF NOT ACTIVE-HOLD-FOUND
              DISPLAY "NO HOLD FROM THAT OFFICE IS IN FORCE ON ",
                      "STUDENT ", KEY-STUDENT-ID, "."
              GO TO RELEASE-HOLD-EXIT
           END-IF
           PERFORM SHOW-HOLD-RECORD
           DISPLAY "RELEASE THIS HOLD? (Y/N)"
           ACCEPT               CONFIRM-OPTION
           IF CONFIRM-OPTION NOT = "Y" AND NOT = "y"
              DISPLAY "HOLD NOT CHANGED."
              GO TO RELEASE-HOLD-EXIT
           END-IF
           ACCEPT HOLD-RELEASED-DATE FROM DATE YYYYMMDD
           MOVE OPERATOR-ID          TO HOLD-RELEASED-OPERATOR
           REWRITE HOLD-RECORD
              INVALID KEY
                 DISPLAY "WARNING - HOLD REWRITE FAILED - STATUS ",
                         HOLD-STATUS
              NOT INVALID KEY
                 MOVE "HOLDREL" TO AUDIT-ACTION-WORK
                 PERFORM WRITE-HOLD-AUDIT
                 DISPLAY "HOLD RELEASED."
           END-REWRITE.
       RELEASE-HOLD-EXIT.
           EXIT.

       DISPLAY-STUDENT-HOLDS.
           PERFORM GET-STUDENT-ID
           MOVE ZERO           TO LISTED-COUNT
           MOVE "N"            TO HOLD-SCAN-SWITCH
           MOVE KEY-STUDENT-ID TO HOLD-STUDENT-ID
           MOVE LOW-VALUES     TO HOLD-OFFICE
           MOVE LOW-VALUES     TO HOLD-PLACED-DATE
           START STUDENT-HOLDS KEY NOT < HOLD-KEY
              INVALID KEY
                 SET HOLD-SCAN-DONE TO TRUE
           END-START
           PERFORM SHOW-ONE-STUDENT-HOLD UNTIL HOLD-SCAN-DONE
           IF LISTED-COUNT = 0
              DISPLAY "NO HOLDS ON FILE FOR STUDENT ", KEY-STUDENT-ID,
                      "."
           END-IF.

       SHOW-ONE-STUDENT-HOLD.
           READ STUDENT-HOLDS NEXT RECORD
              AT END
                 SET HOLD-SCAN-DONE TO TRUE
              NOT AT END
                 IF HOLD-STUDENT-ID NOT = KEY-STUDENT-ID
                    SET HOLD-SCAN-DONE TO TRUE
                 ELSE
                    ADD 1 TO LISTED-COUNT
                    PERFORM SHOW-HOLD-RECORD
                 END-IF
           END-READ.

       SHOW-HOLD-RECORD.
           PERFORM DESCRIBE-HOLD-TYPE
           DISPLAY "     "
           DISPLAY "************* STUDENT HOLD *************"
           DISPLAY "STUDENT ID      : ",     HOLD-STUDENT-ID
           DISPLAY "STUDENT NAME    : ",     HOLD-STUDENT-NAME
           DISPLAY "PLACING OFFICE  : ",     HOLD-OFFICE
           DISPLAY "HOLD TYPE       : ",     HOLD-TYPE, " ",
                                             HOLD-TYPE-TEXT
           DISPLAY "REASON          : ",     HOLD-REASON
           DISPLAY "PLACED ON       : ",     HOLD-PLACED-DATE
           DISPLAY "PLACED BY       : ",     HOLD-PLACED-OPERATOR
           IF HOLD-RELEASED-DATE = SPACES
              DISPLAY "RELEASED        : NOT RELEASED - IN FORCE"
           ELSE
              DISPLAY "RELEASED ON     : ",  HOLD-RELEASED-DATE
              DISPLAY "RELEASED BY     : ",  HOLD-RELEASED-OPERATOR
           END-IF
           DISPLAY "****************************************"
           DISPLAY "     ".

       DESCRIBE-HOLD-TYPE.
           IF HOLD-BLOCKS-ALL
              MOVE "(BLOCKS ALL)"    TO HOLD-TYPE-TEXT
           ELSE IF HOLD-TYPE = "T"
              MOVE "(TRANSCRIPT)"    TO HOLD-TYPE-TEXT
           ELSE
              MOVE "(NOTICE ONLY)"   TO HOLD-TYPE-TEXT
           END-IF
           END-IF.

       LIST-ACTIVE-HOLDS.
           MOVE "N"        TO HOLD-SCAN-SWITCH
           MOVE ZERO       TO LISTED-COUNT
           MOVE LOW-VALUES TO HOLD-KEY
           START STUDENT-HOLDS KEY NOT < HOLD-KEY
              INVALID KEY
                 SET HOLD-SCAN-DONE TO TRUE
           END-START
           DISPLAY "     "
           DISPLAY "****************************************"
           DISPLAY "HOLDS IN FORCE"
           DISPLAY "****************************************"
           PERFORM LIST-ONE-HOLD UNTIL HOLD-SCAN-DONE
           IF LISTED-COUNT = 0
              DISPLAY "NO HOLDS ARE IN FORCE."
           ELSE
              DISPLAY "HOLDS IN FORCE: ", LISTED-COUNT
           END-IF
           DISPLAY "     ".

       LIST-ONE-HOLD.
           READ STUDENT-HOLDS NEXT RECORD
              AT END
                 SET HOLD-SCAN-DONE TO TRUE
              NOT AT END
                 IF HOLD-RELEASED-DATE = SPACES
                    ADD 1 TO LISTED-COUNT
                    DISPLAY HOLD-STUDENT-ID, " | ", HOLD-STUDENT-NAME
                    DISPLAY "         ", HOLD-OFFICE, " | ", HOLD-TYPE,
                            " | ", HOLD-PLACED-DATE, " | ",
                            HOLD-REASON
                 END-IF
           END-READ.

       WRITE-HOLD-AUDIT.
      * A hold has no scores of its own; the office rides in the
      * result field and the hold type leads the reason.
           MOVE OPERATOR-ID       TO AUDIT-OPERATOR-ID
           ACCEPT AUDIT-DATE      FROM DATE YYYYMMDD
           ACCEPT AUDIT-TIME      FROM TIME
           MOVE HOLD-STUDENT-NAME TO AUDIT-STUDENT-NAME
           MOVE SPACES            TO AUDIT-SUBJECT
           STRING "TYPE "         DELIMITED BY SIZE
                  HOLD-TYPE       DELIMITED BY SIZE
                  " - "           DELIMITED BY SIZE
                  HOLD-REASON     DELIMITED BY SIZE
                  INTO AUDIT-SUBJECT
           MOVE ZERO              TO AUDIT-GRADE-COUNT
           PERFORM CLEAR-ONE-AUDIT-SCORE
              VARYING SCORE-IDX FROM 1 BY 1
              UNTIL SCORE-IDX > 20
           MOVE ZERO              TO AUDIT-AVERAGE
           MOVE HOLD-OFFICE       TO AUDIT-RESULT
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
           CLOSE STUDENT-HOLDS
           CLOSE STUDENT-MASTER
           IF HIST-AVAILABLE
              CLOSE STUDENT-HISTORY
           END-IF
           CLOSE AUDIT-LOG
           DISPLAY "     "
           DISPLAY "**************************************************"
           DISPLAY "THANK YOU FOR USING THE JEREMIAH COLLEGE'S APP."
           DISPLAY "**************************************************"
           DISPLAY "     "
           STOP RUN.
       END PROGRAM HOLDMNT.
