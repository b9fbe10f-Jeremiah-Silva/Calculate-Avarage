      ******************************************************************
      * Author: Jeremiah
      * Date: 15/10/2026
      * Purpose: "Online maintenance for the degree program
      *           requirements file and the student program
      *           assignments. Each degree program is filed once -
      *           its title, the minimum cumulative GPA, the elective
      *           credit hours it calls for, and the catalog courses
      *           every graduate must pass - and each student is
      *           assigned to a program with the term the student
      *           entered it, so the degree audit can answer what a
      *           student still needs to graduate. Supervisor sign-on
      *           is required; every record carries the operator and
      *           the date it was last set."
      * Tectonics: cobc
      *
      * Modifications:
      *   15/10/2026 JS  Original version.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DEGMAINT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PROGRAM-REQUIREMENTS
                                  ASSIGN TO "PROGREQ"
               ORGANIZATION       IS INDEXED
               ACCESS MODE        IS DYNAMIC
               RECORD KEY         IS PRQ-KEY
               FILE STATUS        IS PRQ-STATUS.

           SELECT STUDENT-PROGRAM ASSIGN TO "STUDPROG"
               ORGANIZATION       IS INDEXED
               ACCESS MODE        IS DYNAMIC
               RECORD KEY         IS SPG-STUDENT-ID
               FILE STATUS        IS SPG-STATUS.

           SELECT COURSE-CATALOG  ASSIGN TO "CRSECAT"
               ORGANIZATION       IS INDEXED
               ACCESS MODE        IS RANDOM
               RECORD KEY         IS CAT-SUBJECT
               FILE STATUS        IS CAT-STATUS.

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

       DATA DIVISION.
       FILE SECTION.
       FD  PROGRAM-REQUIREMENTS
           LABEL RECORD IS STANDARD.
       01 REQUIREMENT-RECORD.
           05 PRQ-KEY.
               10 PRQ-PROGRAM-CODE   PIC X(6).
               10 PRQ-RECORD-TYPE    PIC X(1).
                   88 PRQ-PROGRAM-HEADER                 VALUE "H".
                   88 PRQ-REQUIRED-COURSE                VALUE "R".
               10 PRQ-COURSE-CODE    PIC X(8).
           05 PRQ-TITLE              PIC X(50).
           05 PRQ-MIN-CUM-GPA        PIC 9(2)V9(2).
           05 PRQ-ELECTIVE-CREDITS   PIC 9(3).
           05 PRQ-SET-OPERATOR       PIC X(8).
           05 PRQ-SET-DATE           PIC X(8).
           05 FILLER                 PIC X(20).

       FD  STUDENT-PROGRAM
           LABEL RECORD IS STANDARD.
       01 STUDENT-PROGRAM-RECORD.
           05 SPG-STUDENT-ID         PIC 9(6).
           05 SPG-STUDENT-NAME       PIC X(50).
           05 SPG-PROGRAM-CODE       PIC X(6).
           05 SPG-ENTRY-TERM         PIC X(5).
           05 SPG-SET-OPERATOR       PIC X(8).
           05 SPG-SET-DATE           PIC X(8).
           05 FILLER                 PIC X(20).

       FD  COURSE-CATALOG
           LABEL RECORD IS STANDARD.
       01 CATALOG-RECORD.
           05 CAT-SUBJECT            PIC X(50).
           05 CAT-COURSE-CODE        PIC X(08).
           05 CAT-CREDIT-HOURS       PIC 9(02).
           05 CAT-ACTIVE-FLAG        PIC X(01).
           05 FILLER                 PIC X(32).

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

       WORKING-STORAGE SECTION.
       01 PRQ-STATUS             PIC X(02).
       01 SPG-STATUS             PIC X(02).
       01 CAT-STATUS             PIC X(02).
       01 MASTER-STATUS          PIC X(02).
       01 HIST-STATUS            PIC X(02).
       01 OPER-STATUS            PIC X(02).
       01 OPERATOR-ID            PIC X(08).
       01 MAINT-OPTION           PIC X.
       01 CONFIRM-OPTION         PIC X.
       01 KEY-PROGRAM-CODE       PIC X(6)                VALUE SPACES.
       01 KEY-SUBJECT            PIC X(50)               VALUE SPACES.
       01 KEY-STUDENT-ID         PIC 9(6)                VALUE ZERO.
       01 RECORD-FOUND-SWITCH    PIC X                   VALUE "N".
           88 RECORD-FOUND                               VALUE "Y".
       01 PROGRAM-FOUND-SWITCH   PIC X                   VALUE "N".
           88 PROGRAM-FOUND                              VALUE "Y".
       01 STUDENT-FOUND-SWITCH   PIC X                   VALUE "N".
           88 STUDENT-FOUND                              VALUE "Y".
       01 PRQ-EOF-SWITCH         PIC X                   VALUE "N".
           88 PRQ-EOF                                    VALUE "Y".
       01 CATALOG-AVAIL-SWITCH   PIC X                   VALUE "N".
           88 CATALOG-AVAILABLE                          VALUE "Y".
       01 MASTER-AVAIL-SWITCH    PIC X                   VALUE "N".
           88 MASTER-AVAILABLE                           VALUE "Y".
       01 HIST-AVAIL-SWITCH      PIC X                   VALUE "N".
           88 HIST-AVAILABLE                             VALUE "Y".
       01 LISTED-COUNT           PIC 9(3)                VALUE ZERO.
       01 FOUND-STUDENT-NAME     PIC X(50)               VALUE SPACES.
       01 FOUND-FIRST-TERM       PIC X(5)                VALUE SPACES.
       01 NEW-TITLE              PIC X(50)               VALUE SPACES.
       01 NEW-MIN-CUM-GPA        PIC 9(2)V9(2)           VALUE ZERO.
       01 NEW-ELECTIVE-CREDITS   PIC 9(3)                VALUE ZERO.
       01 NEW-ENTRY-TERM         PIC X(5)                VALUE SPACES.
       01 VALUE-INPUT-WORK       PIC X(5)                VALUE SPACES.
       01 CREDIT-INPUT-WORK      PIC X(3)                VALUE SPACES.
       77 MAX-SCORE              PIC 9(2)V9(2)           VALUE 10.00.

       PROCEDURE DIVISION.
       WELCOME.
           DISPLAY "     ".
           DISPLAY "**************************************************".
           DISPLAY "JEREMIAH COLLEGE - DEGREE PROGRAM MAINTENANCE.".
           DISPLAY "**************************************************".
           DISPLAY "     ".
           DISPLAY "ENTER YOUR OPERATOR ID:".
           ACCEPT               OPERATOR-ID.
           PERFORM CHECK-OPERATOR-LEVEL THRU CHECK-OPERATOR-LEVEL-EXIT.
           OPEN I-O PROGRAM-REQUIREMENTS.
           IF PRQ-STATUS NOT = "00"
              OPEN OUTPUT PROGRAM-REQUIREMENTS
              IF PRQ-STATUS NOT = "00"
                 DISPLAY "ERROR OPENING PROGRAM REQUIREMENTS FILE - ",
                         "STATUS ", PRQ-STATUS
                 STOP RUN
              END-IF
              CLOSE PROGRAM-REQUIREMENTS
              OPEN I-O PROGRAM-REQUIREMENTS
           END-IF.
           OPEN I-O STUDENT-PROGRAM.
           IF SPG-STATUS NOT = "00"
              OPEN OUTPUT STUDENT-PROGRAM
              IF SPG-STATUS NOT = "00"
                 DISPLAY "ERROR OPENING STUDENT PROGRAM FILE - ",
                         "STATUS ", SPG-STATUS
                 CLOSE PROGRAM-REQUIREMENTS
                 STOP RUN
              END-IF
              CLOSE STUDENT-PROGRAM
              OPEN I-O STUDENT-PROGRAM
           END-IF.
           OPEN INPUT COURSE-CATALOG.
           IF CAT-STATUS = "00"
              SET CATALOG-AVAILABLE TO TRUE
           ELSE
              DISPLAY "WARNING - COURSE CATALOG NOT AVAILABLE - ",
                      "STATUS ", CAT-STATUS, " - REQUIRED COURSES ",
                      "CANNOT BE ADDED."
           END-IF.
           OPEN INPUT STUDENT-MASTER.
           IF MASTER-STATUS = "00"
              SET MASTER-AVAILABLE TO TRUE
           END-IF.
           OPEN INPUT STUDENT-HISTORY.
           IF HIST-STATUS = "00"
              SET HIST-AVAILABLE TO TRUE
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
           DISPLAY "P - ADD OR CORRECT A DEGREE PROGRAM"
           DISPLAY "R - ADD A REQUIRED COURSE TO A PROGRAM"
           DISPLAY "X - REMOVE A REQUIRED COURSE FROM A PROGRAM"
           DISPLAY "D - DISPLAY A PROGRAM AND ITS REQUIRED COURSES"
           DISPLAY "S - ASSIGN A STUDENT TO A PROGRAM"
           DISPLAY "V - VIEW A STUDENT'S PROGRAM"
           DISPLAY "L - LIST THE DEGREE PROGRAMS"
           DISPLAY "Q - QUIT"
           DISPLAY "ENTER AN OPTION:"
           ACCEPT               MAINT-OPTION
           IF MAINT-OPTION = "Q" OR "q"
              GO TO END-OF-PROGRAM
           END-IF
           IF MAINT-OPTION = "P" OR "p"
              PERFORM SET-PROGRAM THRU SET-PROGRAM-EXIT
           ELSE IF MAINT-OPTION = "R" OR "r"
              PERFORM ADD-REQUIRED-COURSE
                 THRU ADD-REQUIRED-COURSE-EXIT
           ELSE IF MAINT-OPTION = "X" OR "x"
              PERFORM REMOVE-REQUIRED-COURSE
                 THRU REMOVE-REQUIRED-COURSE-EXIT
           ELSE IF MAINT-OPTION = "D" OR "d"
              PERFORM DISPLAY-PROGRAM THRU DISPLAY-PROGRAM-EXIT
           ELSE IF MAINT-OPTION = "S" OR "s"
              PERFORM ASSIGN-STUDENT THRU ASSIGN-STUDENT-EXIT
           ELSE IF MAINT-OPTION = "V" OR "v"
              PERFORM VIEW-STUDENT
           ELSE IF MAINT-OPTION = "L" OR "l"
              PERFORM LIST-PROGRAMS
           ELSE
              DISPLAY "INVALID OPTION. PLEASE ENTER P, R, X, D, S, V, ",
                      "L OR Q."
           END-IF
           END-IF
           END-IF
           END-IF
           END-IF
           END-IF
           END-IF
           GO TO MAINT-MENU.

       GET-PROGRAM-KEY.
           MOVE "N" TO PROGRAM-FOUND-SWITCH
           DISPLAY "ENTER THE DEGREE PROGRAM CODE (UP TO 6 ",
                   "CHARACTERS):"
           ACCEPT               KEY-PROGRAM-CODE
           MOVE KEY-PROGRAM-CODE TO PRQ-PROGRAM-CODE
           MOVE "H"              TO PRQ-RECORD-TYPE
           MOVE SPACES           TO PRQ-COURSE-CODE
           READ PROGRAM-REQUIREMENTS
              INVALID KEY
                 CONTINUE
              NOT INVALID KEY
                 SET PROGRAM-FOUND TO TRUE
           END-READ.

       SET-PROGRAM.
           PERFORM GET-PROGRAM-KEY
           IF KEY-PROGRAM-CODE = SPACES
              DISPLAY "THE PROGRAM CODE MAY NOT BE BLANK."
              GO TO SET-PROGRAM-EXIT
           END-IF
           IF PROGRAM-FOUND
              PERFORM SHOW-PROGRAM-HEADER
              MOVE PRQ-TITLE            TO NEW-TITLE
              MOVE PRQ-MIN-CUM-GPA      TO NEW-MIN-CUM-GPA
              MOVE PRQ-ELECTIVE-CREDITS TO NEW-ELECTIVE-CREDITS
           ELSE
              MOVE SPACES TO NEW-TITLE
              MOVE 7.00   TO NEW-MIN-CUM-GPA
              MOVE ZERO   TO NEW-ELECTIVE-CREDITS
           END-IF
           PERFORM GET-PROGRAM-VALUES
           IF NEW-TITLE = SPACES
              DISPLAY "THE PROGRAM TITLE MAY NOT BE BLANK - PROGRAM ",
                      "NOT SET."
              GO TO SET-PROGRAM-EXIT
           END-IF
           MOVE KEY-PROGRAM-CODE     TO PRQ-PROGRAM-CODE
           MOVE "H"                  TO PRQ-RECORD-TYPE
           MOVE SPACES               TO PRQ-COURSE-CODE
           MOVE NEW-TITLE            TO PRQ-TITLE
           MOVE NEW-MIN-CUM-GPA      TO PRQ-MIN-CUM-GPA
           MOVE NEW-ELECTIVE-CREDITS TO PRQ-ELECTIVE-CREDITS
           MOVE OPERATOR-ID          TO PRQ-SET-OPERATOR
           ACCEPT PRQ-SET-DATE FROM DATE YYYYMMDD
           IF PROGRAM-FOUND
              REWRITE REQUIREMENT-RECORD
                 INVALID KEY
                    DISPLAY "WARNING - REWRITE FAILED - STATUS ",
                            PRQ-STATUS
                 NOT INVALID KEY
                    DISPLAY "PROGRAM CORRECTED."
                    PERFORM SHOW-PROGRAM-HEADER
              END-REWRITE
           ELSE
              WRITE REQUIREMENT-RECORD
                 INVALID KEY
                    DISPLAY "WARNING - PROGRAM WRITE FAILED - STATUS ",
                            PRQ-STATUS
                 NOT INVALID KEY
                    DISPLAY "PROGRAM ADDED."
                    PERFORM SHOW-PROGRAM-HEADER
              END-WRITE
           END-IF.
       SET-PROGRAM-EXIT.
           EXIT.

       GET-PROGRAM-VALUES.
           DISPLAY "ENTER EACH VALUE, OR PRESS ENTER TO KEEP THE ",
                   "VALUE SHOWN."
           DISPLAY "PROGRAM TITLE [", NEW-TITLE, "]:"
           ACCEPT               KEY-SUBJECT
           IF KEY-SUBJECT NOT = SPACES
              MOVE KEY-SUBJECT TO NEW-TITLE
           END-IF
           PERFORM GET-MIN-CUM-GPA
           PERFORM GET-ELECTIVE-CREDITS.

       GET-MIN-CUM-GPA.
           DISPLAY "MINIMUM CUMULATIVE GPA [", NEW-MIN-CUM-GPA, "]:"
           ACCEPT               VALUE-INPUT-WORK
           IF VALUE-INPUT-WORK NOT = SPACES
              MOVE FUNCTION NUMVAL (VALUE-INPUT-WORK)
                                TO NEW-MIN-CUM-GPA
           END-IF
           IF NEW-MIN-CUM-GPA > MAX-SCORE
              DISPLAY "INVALID VALUE - MAY NOT EXCEED ", MAX-SCORE, "."
              GO TO GET-MIN-CUM-GPA
           END-IF.

       GET-ELECTIVE-CREDITS.
           DISPLAY "ELECTIVE CREDIT HOURS REQUIRED [",
                   NEW-ELECTIVE-CREDITS, "]:"
           ACCEPT               CREDIT-INPUT-WORK
           IF CREDIT-INPUT-WORK NOT = SPACES
              MOVE FUNCTION NUMVAL (CREDIT-INPUT-WORK)
                                TO NEW-ELECTIVE-CREDITS
           END-IF.

       ADD-REQUIRED-COURSE.
           IF NOT CATALOG-AVAILABLE
              DISPLAY "THE COURSE CATALOG IS NOT AVAILABLE."
              GO TO ADD-REQUIRED-COURSE-EXIT
           END-IF
           PERFORM GET-PROGRAM-KEY
           IF NOT PROGRAM-FOUND
              DISPLAY "NO DEGREE PROGRAM ON FILE FOR THAT CODE - ADD ",
                      "THE PROGRAM FIRST."
              GO TO ADD-REQUIRED-COURSE-EXIT
           END-IF
      * A required course is named by its official catalog title so
      * the course code on file is always one the catalog knows.
           DISPLAY "ENTER THE OFFICIAL SUBJECT TITLE OF THE REQUIRED ",
                   "COURSE:"
           ACCEPT               KEY-SUBJECT
           MOVE KEY-SUBJECT TO CAT-SUBJECT
           READ COURSE-CATALOG
              INVALID KEY
                 DISPLAY "THAT SUBJECT IS NOT IN THE COURSE CATALOG."
                 GO TO ADD-REQUIRED-COURSE-EXIT
           END-READ
           IF CAT-COURSE-CODE = SPACES
              DISPLAY "THAT CATALOG ENTRY CARRIES NO COURSE CODE - ",
                      "CORRECT IT THROUGH CATALOG MAINTENANCE FIRST."
              GO TO ADD-REQUIRED-COURSE-EXIT
           END-IF
           IF CAT-ACTIVE-FLAG NOT = "A"
              DISPLAY "WARNING - COURSE ", CAT-COURSE-CODE,
                      " IS INACTIVE IN THE CATALOG."
           END-IF
           MOVE KEY-PROGRAM-CODE TO PRQ-PROGRAM-CODE
           MOVE "R"              TO PRQ-RECORD-TYPE
           MOVE CAT-COURSE-CODE  TO PRQ-COURSE-CODE
           MOVE CAT-SUBJECT      TO PRQ-TITLE
           MOVE ZERO             TO PRQ-MIN-CUM-GPA
           MOVE ZERO             TO PRQ-ELECTIVE-CREDITS
           MOVE OPERATOR-ID      TO PRQ-SET-OPERATOR
           ACCEPT PRQ-SET-DATE FROM DATE YYYYMMDD
           WRITE REQUIREMENT-RECORD
              INVALID KEY
                 DISPLAY "COURSE ", CAT-COURSE-CODE, " IS ALREADY ",
                         "REQUIRED BY PROGRAM ", KEY-PROGRAM-CODE, "."
              NOT INVALID KEY
                 DISPLAY "COURSE ", CAT-COURSE-CODE, " (",
                         CAT-CREDIT-HOURS, " CR) NOW REQUIRED BY ",
                         "PROGRAM ", KEY-PROGRAM-CODE, "."
           END-WRITE.
       ADD-REQUIRED-COURSE-EXIT.
           EXIT.

       REMOVE-REQUIRED-COURSE.
           PERFORM GET-PROGRAM-KEY
           IF NOT PROGRAM-FOUND
              DISPLAY "NO DEGREE PROGRAM ON FILE FOR THAT CODE."
              GO TO REMOVE-REQUIRED-COURSE-EXIT
           END-IF
           DISPLAY "ENTER THE COURSE CODE TO REMOVE:"
           ACCEPT               PRQ-COURSE-CODE
           MOVE KEY-PROGRAM-CODE TO PRQ-PROGRAM-CODE
           MOVE "R"              TO PRQ-RECORD-TYPE
           READ PROGRAM-REQUIREMENTS
              INVALID KEY
                 DISPLAY "THAT COURSE IS NOT REQUIRED BY PROGRAM ",
                         KEY-PROGRAM-CODE, "."
                 GO TO REMOVE-REQUIRED-COURSE-EXIT
           END-READ
           DISPLAY "REMOVE ", PRQ-COURSE-CODE, " ", PRQ-TITLE
           DISPLAY "FROM PROGRAM ", KEY-PROGRAM-CODE, "? (Y/N)"
           ACCEPT               CONFIRM-OPTION
           IF CONFIRM-OPTION NOT = "Y" AND NOT = "y"
              DISPLAY "COURSE NOT REMOVED."
              GO TO REMOVE-REQUIRED-COURSE-EXIT
           END-IF
           DELETE PROGRAM-REQUIREMENTS
              INVALID KEY
                 DISPLAY "WARNING - DELETE FAILED - STATUS ",
                         PRQ-STATUS
              NOT INVALID KEY
                 DISPLAY "COURSE REMOVED."
           END-DELETE.
       REMOVE-REQUIRED-COURSE-EXIT.
           EXIT.

       DISPLAY-PROGRAM.
           PERFORM GET-PROGRAM-KEY
           IF NOT PROGRAM-FOUND
              DISPLAY "NO DEGREE PROGRAM ON FILE FOR THAT CODE."
              GO TO DISPLAY-PROGRAM-EXIT
           END-IF
           PERFORM SHOW-PROGRAM-HEADER
           MOVE ZERO TO LISTED-COUNT
           MOVE "N"  TO PRQ-EOF-SWITCH
           MOVE "R"        TO PRQ-RECORD-TYPE
           MOVE LOW-VALUES TO PRQ-COURSE-CODE
           START PROGRAM-REQUIREMENTS KEY NOT < PRQ-KEY
              INVALID KEY
                 SET PRQ-EOF TO TRUE
           END-START
           DISPLAY "REQUIRED COURSES:"
           PERFORM LIST-ONE-REQUIRED-COURSE UNTIL PRQ-EOF
           IF LISTED-COUNT = 0
              DISPLAY "   NONE ON FILE."
           ELSE
              DISPLAY "REQUIRED COURSES ON FILE: ", LISTED-COUNT
           END-IF
           DISPLAY "     ".
       DISPLAY-PROGRAM-EXIT.
           EXIT.

       LIST-ONE-REQUIRED-COURSE.
           READ PROGRAM-REQUIREMENTS NEXT RECORD
              AT END
                 SET PRQ-EOF TO TRUE
              NOT AT END
                 IF PRQ-PROGRAM-CODE NOT = KEY-PROGRAM-CODE
                    OR NOT PRQ-REQUIRED-COURSE
                    SET PRQ-EOF TO TRUE
                 ELSE
                    ADD 1 TO LISTED-COUNT
                    DISPLAY "   ", PRQ-COURSE-CODE, " | ", PRQ-TITLE
                 END-IF
           END-READ.

       SHOW-PROGRAM-HEADER.
           DISPLAY "     "
           DISPLAY "*********** DEGREE PROGRAM ***********"
           DISPLAY "PROGRAM CODE    : ",     PRQ-PROGRAM-CODE
           DISPLAY "TITLE           : ",     PRQ-TITLE
           DISPLAY "MIN CUM GPA     : ",     PRQ-MIN-CUM-GPA
           DISPLAY "ELECTIVE CREDITS: ",     PRQ-ELECTIVE-CREDITS
           DISPLAY "SET BY          : ",     PRQ-SET-OPERATOR,
                   " ON ", PRQ-SET-DATE
           DISPLAY "**************************************".

       ASSIGN-STUDENT.
           DISPLAY "ENTER THE STUDENT ID (6 DIGITS):"
           ACCEPT               KEY-STUDENT-ID
           PERFORM FIND-STUDENT-RECORDS
           IF NOT STUDENT-FOUND
              DISPLAY "NO RECORDS ON FILE FOR STUDENT ",
                      KEY-STUDENT-ID, "."
              GO TO ASSIGN-STUDENT-EXIT
           END-IF
           DISPLAY "STUDENT : ", FOUND-STUDENT-NAME
           MOVE "N" TO RECORD-FOUND-SWITCH
           MOVE KEY-STUDENT-ID TO SPG-STUDENT-ID
           READ STUDENT-PROGRAM
              INVALID KEY
                 CONTINUE
              NOT INVALID KEY
                 SET RECORD-FOUND TO TRUE
           END-READ
           IF RECORD-FOUND
              PERFORM SHOW-STUDENT-PROGRAM
              MOVE SPG-ENTRY-TERM   TO NEW-ENTRY-TERM
           ELSE
              MOVE FOUND-FIRST-TERM TO NEW-ENTRY-TERM
           END-IF
           PERFORM GET-PROGRAM-KEY
           IF NOT PROGRAM-FOUND
              DISPLAY "NO DEGREE PROGRAM ON FILE FOR THAT CODE - ",
                      "STUDENT NOT ASSIGNED."
              GO TO ASSIGN-STUDENT-EXIT
           END-IF
           DISPLAY "PROGRAM : ", PRQ-TITLE
           DISPLAY "ENTRY TERM (PRESS ENTER TO KEEP) [",
                   NEW-ENTRY-TERM, "]:"
           ACCEPT               KEY-SUBJECT
           IF KEY-SUBJECT NOT = SPACES
              MOVE KEY-SUBJECT TO NEW-ENTRY-TERM
           END-IF
           IF NEW-ENTRY-TERM = SPACES
              DISPLAY "THE ENTRY TERM MAY NOT BE BLANK - STUDENT NOT ",
                      "ASSIGNED."
              GO TO ASSIGN-STUDENT-EXIT
           END-IF
           MOVE KEY-STUDENT-ID     TO SPG-STUDENT-ID
           MOVE FOUND-STUDENT-NAME TO SPG-STUDENT-NAME
           MOVE KEY-PROGRAM-CODE   TO SPG-PROGRAM-CODE
           MOVE NEW-ENTRY-TERM     TO SPG-ENTRY-TERM
           MOVE OPERATOR-ID        TO SPG-SET-OPERATOR
           ACCEPT SPG-SET-DATE FROM DATE YYYYMMDD
           IF RECORD-FOUND
              REWRITE STUDENT-PROGRAM-RECORD
                 INVALID KEY
                    DISPLAY "WARNING - REWRITE FAILED - STATUS ",
                            SPG-STATUS
                 NOT INVALID KEY
                    DISPLAY "ASSIGNMENT CORRECTED."
                    PERFORM SHOW-STUDENT-PROGRAM
              END-REWRITE
           ELSE
              WRITE STUDENT-PROGRAM-RECORD
                 INVALID KEY
                    DISPLAY "WARNING - ASSIGNMENT WRITE FAILED - ",
                            "STATUS ", SPG-STATUS
                 NOT INVALID KEY
                    DISPLAY "STUDENT ASSIGNED."
                    PERFORM SHOW-STUDENT-PROGRAM
              END-WRITE
           END-IF.
       ASSIGN-STUDENT-EXIT.
           EXIT.

       FIND-STUDENT-RECORDS.
      * The student must already have grades on the history or the
      * master; the first term found is offered as the entry term.
           MOVE "N"    TO STUDENT-FOUND-SWITCH
           MOVE SPACES TO FOUND-STUDENT-NAME
           MOVE SPACES TO FOUND-FIRST-TERM
           IF HIST-AVAILABLE
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
                             SET STUDENT-FOUND TO TRUE
                             MOVE HIST-STUDENT-NAME
                                         TO FOUND-STUDENT-NAME
                             MOVE HIST-TERM TO FOUND-FIRST-TERM
                          END-IF
                    END-READ
              END-START
           END-IF
           IF NOT STUDENT-FOUND AND MASTER-AVAILABLE
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
                             SET STUDENT-FOUND TO TRUE
                             MOVE MASTER-STUDENT-NAME
                                         TO FOUND-STUDENT-NAME
                             MOVE MASTER-TERM TO FOUND-FIRST-TERM
                          END-IF
                    END-READ
              END-START
           END-IF.

       VIEW-STUDENT.
           DISPLAY "ENTER THE STUDENT ID (6 DIGITS):"
           ACCEPT               KEY-STUDENT-ID
           MOVE KEY-STUDENT-ID TO SPG-STUDENT-ID
           READ STUDENT-PROGRAM
              INVALID KEY
                 DISPLAY "STUDENT ", KEY-STUDENT-ID, " IS NOT ",
                         "ASSIGNED TO A DEGREE PROGRAM."
              NOT INVALID KEY
                 PERFORM SHOW-STUDENT-PROGRAM
           END-READ.

       SHOW-STUDENT-PROGRAM.
           DISPLAY "     "
           DISPLAY "********* STUDENT PROGRAM **********"
           DISPLAY "STUDENT ID      : ",     SPG-STUDENT-ID
           DISPLAY "STUDENT         : ",     SPG-STUDENT-NAME
           DISPLAY "PROGRAM CODE    : ",     SPG-PROGRAM-CODE
           DISPLAY "ENTRY TERM      : ",     SPG-ENTRY-TERM
           DISPLAY "SET BY          : ",     SPG-SET-OPERATOR,
                   " ON ", SPG-SET-DATE
           DISPLAY "************************************".

       LIST-PROGRAMS.
           MOVE "N" TO PRQ-EOF-SWITCH
           MOVE ZERO TO LISTED-COUNT
           MOVE LOW-VALUES TO PRQ-KEY
           START PROGRAM-REQUIREMENTS KEY NOT < PRQ-KEY
              INVALID KEY
                 SET PRQ-EOF TO TRUE
           END-START
           DISPLAY "     "
           DISPLAY "****************************************"
           DISPLAY "DEGREE PROGRAMS"
           DISPLAY "CODE   | TITLE | MIN GPA | ELECTIVE CR"
           DISPLAY "****************************************"
           PERFORM LIST-ONE-PROGRAM UNTIL PRQ-EOF
           IF LISTED-COUNT = 0
              DISPLAY "THE PROGRAM REQUIREMENTS FILE IS EMPTY."
           ELSE
              DISPLAY "PROGRAMS ON FILE: ", LISTED-COUNT
           END-IF
           DISPLAY "     ".

       LIST-ONE-PROGRAM.
           READ PROGRAM-REQUIREMENTS NEXT RECORD
              AT END
                 SET PRQ-EOF TO TRUE
              NOT AT END
                 IF PRQ-PROGRAM-HEADER
                    ADD 1 TO LISTED-COUNT
                    DISPLAY PRQ-PROGRAM-CODE, " | ",
                            PRQ-TITLE, " | ",
                            PRQ-MIN-CUM-GPA, " | ",
                            PRQ-ELECTIVE-CREDITS
                 END-IF
           END-READ.

       END-OF-PROGRAM.
           CLOSE PROGRAM-REQUIREMENTS
           CLOSE STUDENT-PROGRAM
           IF CATALOG-AVAILABLE
              CLOSE COURSE-CATALOG
           END-IF
           IF MASTER-AVAILABLE
              CLOSE STUDENT-MASTER
           END-IF
           IF HIST-AVAILABLE
              CLOSE STUDENT-HISTORY
           END-IF
           DISPLAY "     "
           DISPLAY "**************************************************"
           DISPLAY "THANK YOU FOR USING THE JEREMIAH COLLEGE'S APP."
           DISPLAY "**************************************************"
           DISPLAY "     "
           STOP RUN.
       END PROGRAM DEGMAINT.
