      ******************************************************************
      * Author: Jeremiah
      * Date: 15/10/2026
      * Purpose: "Online maintenance for the grading policy file. The
      *           academic board's rules for a term - the letter-grade
      *           bands, the pass mark, and the dean's list, good
      *           standing, and probation levels - are filed here
      *           once per academic term, so a policy change no
      *           longer waits on a program change and every term's
      *           results are computed and reprinted under the rules
      *           that were in force for it. Supervisor sign-on is
      *           required; each policy carries the operator and the
      *           date it was last set, and every add and correction
      *           is written to the audit log."
      * Tectonics: cobc
      *
      * Modifications:
      *   15/10/2026 JS  Original version.
      *   15/10/2026 JS  Added the minimum attendance percentage a
      *                  student must reach to pass a subject.
      *   15/10/2026 JS  Added the make-up deadline after which the
      *                  term's open incompletes lapse to a zero.
      *   15/10/2026 JS  Every policy added or corrected is written to
      *                  the audit log - POLADD for an add, POLBEF and
      *                  POLAFT around a correction.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. POLMAINT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT GRADING-POLICY  ASSIGN TO "GRADPOL"
               ORGANIZATION       IS INDEXED
               ACCESS MODE        IS DYNAMIC
               RECORD KEY         IS POL-TERM
               FILE STATUS        IS POL-STATUS.

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
       01 POL-STATUS             PIC X(02).
       01 OPER-STATUS            PIC X(02).
       01 AUDIT-STATUS           PIC X(02).
       01 AUDIT-ACTION-WORK      PIC X(08)               VALUE SPACES.
       01 SCORE-IDX              PIC 9(2)                VALUE ZERO
                                                           COMP.
       01 POL-AUDIT-NAME.
           05 FILLER              PIC X(15)  VALUE "GRADING POLICY ".
           05 PAN-TERM            PIC X(5).
           05 FILLER              PIC X(30)  VALUE SPACES.
       01 POL-AUDIT-LEVELS.
           05 FILLER              PIC X(2)   VALUE "A ".
           05 PAL-A-MINIMUM       PIC Z9.99.
           05 FILLER              PIC X(3)   VALUE " B ".
           05 PAL-B-MINIMUM       PIC Z9.99.
           05 FILLER              PIC X(3)   VALUE " C ".
           05 PAL-C-MINIMUM       PIC Z9.99.
           05 FILLER              PIC X(3)   VALUE " D ".
           05 PAL-D-MINIMUM       PIC Z9.99.
           05 FILLER              PIC X(6)   VALUE " PASS ".
           05 PAL-PASS-MARK       PIC Z9.99.
           05 FILLER              PIC X(4)   VALUE " ATT".
           05 PAL-MIN-ATTENDANCE  PIC 9(3).
           05 FILLER              PIC X(1)   VALUE "%".
       01 OPERATOR-ID            PIC X(08).
       01 MAINT-OPTION           PIC X.
       01 CONFIRM-OPTION         PIC X.
       01 KEY-TERM               PIC X(5).
       01 RECORD-FOUND-SWITCH    PIC X                   VALUE "N".
           88 RECORD-FOUND                               VALUE "Y".
       01 POL-EOF-SWITCH         PIC X                   VALUE "N".
           88 POL-EOF                                    VALUE "Y".
       01 POLICY-ERROR-SWITCH    PIC X                   VALUE "N".
           88 POLICY-IN-ERROR                            VALUE "Y".
       01 LISTED-COUNT           PIC 9(3)                VALUE ZERO.
       77 MAX-SCORE              PIC 9(2)V9(2)           VALUE 10.00.
       01 VALUE-INPUT-WORK       PIC X(5)                VALUE SPACES.
       01 VALUE-PROMPT           PIC X(30)               VALUE SPACES.
       01 ENTERED-VALUE          PIC 9(2)V9(2)           VALUE ZERO.
       01 NEW-A-MINIMUM          PIC 9(2)V9(2)           VALUE ZERO.
       01 NEW-B-MINIMUM          PIC 9(2)V9(2)           VALUE ZERO.
       01 NEW-C-MINIMUM          PIC 9(2)V9(2)           VALUE ZERO.
       01 NEW-D-MINIMUM          PIC 9(2)V9(2)           VALUE ZERO.
       01 NEW-PASS-MARK          PIC 9(2)V9(2)           VALUE ZERO.
       01 NEW-DEANS-LIST-GPA     PIC 9(2)V9(2)           VALUE ZERO.
       01 NEW-GOOD-STANDING-GPA  PIC 9(2)V9(2)           VALUE ZERO.
       01 NEW-PROBATION-GPA      PIC 9(2)V9(2)           VALUE ZERO.
       01 NEW-MIN-ATTENDANCE-PCT PIC 9(3)                VALUE ZERO.
       01 PCT-INPUT-WORK         PIC X(3)                VALUE SPACES.
       01 NEW-MAKEUP-DEADLINE    PIC X(8)                VALUE SPACES.
       01 DEADLINE-INPUT-WORK    PIC X(8)                VALUE SPACES.
       01 DEADLINE-EDIT-DATE     PIC X(8)                VALUE SPACES.
       01 FILLER REDEFINES DEADLINE-EDIT-DATE.
           05 DEADLINE-EDIT-YEAR PIC 9(4).
           05 DEADLINE-EDIT-MONTH
                                 PIC 9(2).
           05 DEADLINE-EDIT-DAY  PIC 9(2).

       PROCEDURE DIVISION.
       WELCOME.
           DISPLAY "     ".
           DISPLAY "**************************************************".
           DISPLAY "JEREMIAH COLLEGE - GRADING POLICY MAINTENANCE.".
           DISPLAY "**************************************************".
           DISPLAY "     ".
           DISPLAY "ENTER YOUR OPERATOR ID:".
           ACCEPT               OPERATOR-ID.
           PERFORM CHECK-OPERATOR-LEVEL THRU CHECK-OPERATOR-LEVEL-EXIT.
           OPEN I-O GRADING-POLICY.
           IF POL-STATUS NOT = "00"
              OPEN OUTPUT GRADING-POLICY
              IF POL-STATUS NOT = "00"
                 DISPLAY "ERROR OPENING GRADING POLICY FILE - STATUS ",
                         POL-STATUS
                 STOP RUN
              END-IF
              CLOSE GRADING-POLICY
              OPEN I-O GRADING-POLICY
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
           DISPLAY "A - ADD A TERM'S POLICY"
           DISPLAY "D - DISPLAY A TERM'S POLICY"
           DISPLAY "C - CORRECT A TERM'S POLICY"
           DISPLAY "L - LIST THE POLICY FILE"
           DISPLAY "Q - QUIT"
           DISPLAY "ENTER AN OPTION:"
           ACCEPT               MAINT-OPTION
           IF MAINT-OPTION = "Q" OR "q"
              GO TO END-OF-PROGRAM
           END-IF
           IF MAINT-OPTION = "A" OR "a"
              PERFORM ADD-POLICY THRU ADD-POLICY-EXIT
           ELSE IF MAINT-OPTION = "D" OR "d"
              PERFORM DISPLAY-POLICY
           ELSE IF MAINT-OPTION = "C" OR "c"
              PERFORM CORRECT-POLICY THRU CORRECT-POLICY-EXIT
           ELSE IF MAINT-OPTION = "L" OR "l"
              PERFORM LIST-POLICIES
           ELSE
              DISPLAY "INVALID OPTION. PLEASE ENTER A, D, C, L OR Q."
           END-IF
           END-IF
           END-IF
           END-IF
           GO TO MAINT-MENU.

       GET-POLICY-KEY.
           MOVE "N" TO RECORD-FOUND-SWITCH
           DISPLAY "ENTER THE ACADEMIC TERM (E.G. 2026F):"
           ACCEPT               KEY-TERM
           MOVE KEY-TERM TO POL-TERM
           READ GRADING-POLICY
              INVALID KEY
                 CONTINUE
              NOT INVALID KEY
                 SET RECORD-FOUND TO TRUE
           END-READ.

       ADD-POLICY.
           PERFORM GET-POLICY-KEY
           IF KEY-TERM = SPACES
              DISPLAY "THE ACADEMIC TERM MAY NOT BE BLANK."
              GO TO ADD-POLICY-EXIT
           END-IF
           IF RECORD-FOUND
              DISPLAY "A POLICY IS ALREADY ON FILE FOR THAT TERM."
              PERFORM SHOW-POLICY-RECORD
              GO TO ADD-POLICY-EXIT
           END-IF
      * A new term starts from the house rules the programs used
      * before the policy file, so the board only keys what changed.
           MOVE 9.00 TO NEW-A-MINIMUM
           MOVE 8.00 TO NEW-B-MINIMUM
           MOVE 7.00 TO NEW-C-MINIMUM
           MOVE 6.00 TO NEW-D-MINIMUM
           MOVE 7.00 TO NEW-PASS-MARK
           MOVE 9.00 TO NEW-DEANS-LIST-GPA
           MOVE 7.00 TO NEW-GOOD-STANDING-GPA
           MOVE 6.00 TO NEW-PROBATION-GPA
           MOVE ZERO TO NEW-MIN-ATTENDANCE-PCT
           MOVE SPACES TO NEW-MAKEUP-DEADLINE
           PERFORM GET-POLICY-VALUES
           IF POLICY-IN-ERROR
              DISPLAY "POLICY NOT ADDED."
              GO TO ADD-POLICY-EXIT
           END-IF
           MOVE SPACES   TO POLICY-RECORD
           MOVE KEY-TERM TO POL-TERM
           PERFORM MOVE-NEW-VALUES
           WRITE POLICY-RECORD
              INVALID KEY
                 DISPLAY "WARNING - POLICY WRITE FAILED - STATUS ",
                         POL-STATUS
              NOT INVALID KEY
                 DISPLAY "POLICY ADDED."
                 MOVE "POLADD" TO AUDIT-ACTION-WORK
                 PERFORM WRITE-POLICY-AUDIT
                 PERFORM SHOW-POLICY-RECORD
           END-WRITE.
       ADD-POLICY-EXIT.
           EXIT.

       DISPLAY-POLICY.
           PERFORM GET-POLICY-KEY
           IF RECORD-FOUND
              PERFORM SHOW-POLICY-RECORD
           ELSE
              DISPLAY "NO POLICY ON FILE FOR THAT TERM - THE HOUSE ",
                      "RULES APPLY."
           END-IF.

       CORRECT-POLICY.
           PERFORM GET-POLICY-KEY
           IF NOT RECORD-FOUND
              DISPLAY "NO POLICY ON FILE FOR THAT TERM."
              GO TO CORRECT-POLICY-EXIT
           END-IF
           PERFORM SHOW-POLICY-RECORD
           MOVE POL-A-MINIMUM         TO NEW-A-MINIMUM
           MOVE POL-B-MINIMUM         TO NEW-B-MINIMUM
           MOVE POL-C-MINIMUM         TO NEW-C-MINIMUM
           MOVE POL-D-MINIMUM         TO NEW-D-MINIMUM
           MOVE POL-PASS-MARK         TO NEW-PASS-MARK
           MOVE POL-DEANS-LIST-GPA    TO NEW-DEANS-LIST-GPA
           MOVE POL-GOOD-STANDING-GPA TO NEW-GOOD-STANDING-GPA
           MOVE POL-PROBATION-GPA     TO NEW-PROBATION-GPA
           IF POL-MIN-ATTENDANCE-PCT IS NUMERIC
              MOVE POL-MIN-ATTENDANCE-PCT
                                      TO NEW-MIN-ATTENDANCE-PCT
           ELSE
              MOVE ZERO               TO NEW-MIN-ATTENDANCE-PCT
           END-IF
           IF POL-MAKEUP-DEADLINE IS NUMERIC
              MOVE POL-MAKEUP-DEADLINE TO NEW-MAKEUP-DEADLINE
           ELSE
              MOVE SPACES             TO NEW-MAKEUP-DEADLINE
           END-IF
           PERFORM GET-POLICY-VALUES
           IF POLICY-IN-ERROR
              DISPLAY "POLICY NOT CHANGED."
              GO TO CORRECT-POLICY-EXIT
           END-IF
           DISPLAY "RESULTS ALREADY POSTED FOR THIS TERM KEEP THEIR ",
                   "STORED GRADES UNTIL THEY ARE NEXT RECOMPUTED;"
           DISPLAY "TRANSCRIPTS REPRINT UNDER THE CORRECTED POLICY. ",
                   "APPLY THE CORRECTION? (Y/N)"
           ACCEPT               CONFIRM-OPTION
           IF CONFIRM-OPTION NOT = "Y" AND NOT = "y"
              DISPLAY "POLICY NOT CHANGED."
              GO TO CORRECT-POLICY-EXIT
           END-IF
           MOVE "POLBEF" TO AUDIT-ACTION-WORK
           PERFORM WRITE-POLICY-AUDIT
           PERFORM MOVE-NEW-VALUES
           REWRITE POLICY-RECORD
              INVALID KEY
                 DISPLAY "WARNING - REWRITE FAILED - STATUS ",
                         POL-STATUS
              NOT INVALID KEY
                 DISPLAY "POLICY CORRECTED."
                 MOVE "POLAFT" TO AUDIT-ACTION-WORK
                 PERFORM WRITE-POLICY-AUDIT
                 PERFORM SHOW-POLICY-RECORD
           END-REWRITE.
       CORRECT-POLICY-EXIT.
           EXIT.

       GET-POLICY-VALUES.
           DISPLAY "ENTER EACH VALUE (0.00-10.00), OR PRESS ENTER TO "
                   "KEEP THE VALUE SHOWN."
           MOVE "A GRADE MINIMUM"       TO VALUE-PROMPT
           MOVE NEW-A-MINIMUM           TO ENTERED-VALUE
           PERFORM GET-ONE-VALUE
           MOVE ENTERED-VALUE           TO NEW-A-MINIMUM
           MOVE "B GRADE MINIMUM"       TO VALUE-PROMPT
           MOVE NEW-B-MINIMUM           TO ENTERED-VALUE
           PERFORM GET-ONE-VALUE
           MOVE ENTERED-VALUE           TO NEW-B-MINIMUM
           MOVE "C GRADE MINIMUM"       TO VALUE-PROMPT
           MOVE NEW-C-MINIMUM           TO ENTERED-VALUE
           PERFORM GET-ONE-VALUE
           MOVE ENTERED-VALUE           TO NEW-C-MINIMUM
           MOVE "D GRADE MINIMUM"       TO VALUE-PROMPT
           MOVE NEW-D-MINIMUM           TO ENTERED-VALUE
           PERFORM GET-ONE-VALUE
           MOVE ENTERED-VALUE           TO NEW-D-MINIMUM
           MOVE "PASS MARK"             TO VALUE-PROMPT
           MOVE NEW-PASS-MARK           TO ENTERED-VALUE
           PERFORM GET-ONE-VALUE
           MOVE ENTERED-VALUE           TO NEW-PASS-MARK
           MOVE "DEAN'S LIST GPA"       TO VALUE-PROMPT
           MOVE NEW-DEANS-LIST-GPA      TO ENTERED-VALUE
           PERFORM GET-ONE-VALUE
           MOVE ENTERED-VALUE           TO NEW-DEANS-LIST-GPA
           MOVE "GOOD STANDING GPA"     TO VALUE-PROMPT
           MOVE NEW-GOOD-STANDING-GPA   TO ENTERED-VALUE
           PERFORM GET-ONE-VALUE
           MOVE ENTERED-VALUE           TO NEW-GOOD-STANDING-GPA
           MOVE "PROBATION BELOW GPA"   TO VALUE-PROMPT
           MOVE NEW-PROBATION-GPA       TO ENTERED-VALUE
           PERFORM GET-ONE-VALUE
           MOVE ENTERED-VALUE           TO NEW-PROBATION-GPA
           PERFORM GET-ATTENDANCE-MINIMUM
           PERFORM GET-MAKEUP-DEADLINE THRU GET-MAKEUP-DEADLINE-EXIT
           PERFORM EDIT-POLICY-VALUES.

       GET-ATTENDANCE-MINIMUM.
           DISPLAY "MINIMUM ATTENDANCE % (0 = NO RULE) [",
                   NEW-MIN-ATTENDANCE-PCT, "]:"
           ACCEPT               PCT-INPUT-WORK
           IF PCT-INPUT-WORK NOT = SPACES
              MOVE FUNCTION NUMVAL (PCT-INPUT-WORK)
                                TO NEW-MIN-ATTENDANCE-PCT
           END-IF
           IF NEW-MIN-ATTENDANCE-PCT > 100
              DISPLAY "INVALID VALUE - MAY NOT EXCEED 100."
              GO TO GET-ATTENDANCE-MINIMUM
           END-IF.

       GET-MAKEUP-DEADLINE.
           DISPLAY "MAKE-UP DEADLINE YYYYMMDD (BLANK = KEEP, ",
                   "0 = NONE) [", NEW-MAKEUP-DEADLINE, "]:"
           ACCEPT               DEADLINE-INPUT-WORK
           IF DEADLINE-INPUT-WORK = "0"
              MOVE SPACES TO NEW-MAKEUP-DEADLINE
              GO TO GET-MAKEUP-DEADLINE-EXIT
           END-IF
           IF DEADLINE-INPUT-WORK = SPACES
              GO TO GET-MAKEUP-DEADLINE-EXIT
           END-IF
           MOVE DEADLINE-INPUT-WORK TO DEADLINE-EDIT-DATE
           IF DEADLINE-EDIT-DATE NOT NUMERIC
              OR DEADLINE-EDIT-YEAR < 1900
              OR DEADLINE-EDIT-MONTH < 01 OR DEADLINE-EDIT-MONTH > 12
              OR DEADLINE-EDIT-DAY < 01 OR DEADLINE-EDIT-DAY > 31
              DISPLAY "INVALID DATE - ENTER YYYYMMDD."
              GO TO GET-MAKEUP-DEADLINE
           END-IF
           MOVE DEADLINE-EDIT-DATE TO NEW-MAKEUP-DEADLINE.
       GET-MAKEUP-DEADLINE-EXIT.
           EXIT.

       GET-ONE-VALUE.
           DISPLAY VALUE-PROMPT, " [", ENTERED-VALUE, "]:"
           ACCEPT               VALUE-INPUT-WORK
           IF VALUE-INPUT-WORK NOT = SPACES
              MOVE FUNCTION NUMVAL (VALUE-INPUT-WORK)
                                TO ENTERED-VALUE
           END-IF
           IF ENTERED-VALUE > MAX-SCORE
              DISPLAY "INVALID VALUE - MAY NOT EXCEED ", MAX-SCORE, "."
              GO TO GET-ONE-VALUE
           END-IF.

       EDIT-POLICY-VALUES.
      * The bands must step down A to D and the standing levels must
      * step down dean's list to probation, or a student could fall
      * into two bands at once.
           MOVE "N" TO POLICY-ERROR-SWITCH
           IF NEW-A-MINIMUM NOT > NEW-B-MINIMUM
              OR NEW-B-MINIMUM NOT > NEW-C-MINIMUM
              OR NEW-C-MINIMUM NOT > NEW-D-MINIMUM
              DISPLAY "THE GRADE BANDS MUST DESCEND A > B > C > D."
              SET POLICY-IN-ERROR TO TRUE
           END-IF
           IF NEW-PASS-MARK = ZERO
              DISPLAY "THE PASS MARK MAY NOT BE ZERO."
              SET POLICY-IN-ERROR TO TRUE
           END-IF
           IF NEW-DEANS-LIST-GPA NOT > NEW-GOOD-STANDING-GPA
              OR NEW-GOOD-STANDING-GPA < NEW-PROBATION-GPA
              DISPLAY "THE STANDING LEVELS MUST DESCEND DEAN'S LIST ",
                      "> GOOD STANDING >= PROBATION."
              SET POLICY-IN-ERROR TO TRUE
           END-IF.

       MOVE-NEW-VALUES.
           MOVE NEW-A-MINIMUM         TO POL-A-MINIMUM
           MOVE NEW-B-MINIMUM         TO POL-B-MINIMUM
           MOVE NEW-C-MINIMUM         TO POL-C-MINIMUM
           MOVE NEW-D-MINIMUM         TO POL-D-MINIMUM
           MOVE NEW-PASS-MARK         TO POL-PASS-MARK
           MOVE NEW-DEANS-LIST-GPA    TO POL-DEANS-LIST-GPA
           MOVE NEW-GOOD-STANDING-GPA TO POL-GOOD-STANDING-GPA
           MOVE NEW-PROBATION-GPA     TO POL-PROBATION-GPA
           MOVE NEW-MIN-ATTENDANCE-PCT
                                      TO POL-MIN-ATTENDANCE-PCT
           MOVE NEW-MAKEUP-DEADLINE   TO POL-MAKEUP-DEADLINE
           MOVE OPERATOR-ID           TO POL-SET-OPERATOR
           ACCEPT POL-SET-DATE FROM DATE YYYYMMDD.

       WRITE-POLICY-AUDIT.
      * The policy image rides in the audit record's own columns: the
      * term in the name, the bands, pass mark, and attendance minimum
      * in the subject, the make-up deadline in the result, and all
      * eight levels - A to D, pass, dean's list, good standing, and
      * probation - in the first eight score slots.
           MOVE SPACES                TO AUDIT-RECORD
           MOVE OPERATOR-ID           TO AUDIT-OPERATOR-ID
           ACCEPT AUDIT-DATE          FROM DATE YYYYMMDD
           ACCEPT AUDIT-TIME          FROM TIME
           MOVE POL-TERM              TO PAN-TERM
           MOVE POL-AUDIT-NAME        TO AUDIT-STUDENT-NAME
           MOVE POL-A-MINIMUM         TO PAL-A-MINIMUM
           MOVE POL-B-MINIMUM         TO PAL-B-MINIMUM
           MOVE POL-C-MINIMUM         TO PAL-C-MINIMUM
           MOVE POL-D-MINIMUM         TO PAL-D-MINIMUM
           MOVE POL-PASS-MARK         TO PAL-PASS-MARK
           IF POL-MIN-ATTENDANCE-PCT IS NUMERIC
              MOVE POL-MIN-ATTENDANCE-PCT
                                      TO PAL-MIN-ATTENDANCE
           ELSE
              MOVE ZERO               TO PAL-MIN-ATTENDANCE
           END-IF
           MOVE POL-AUDIT-LEVELS      TO AUDIT-SUBJECT
           PERFORM CLEAR-ONE-AUDIT-SCORE
              VARYING SCORE-IDX FROM 1 BY 1
              UNTIL SCORE-IDX > 20
           MOVE 8                     TO AUDIT-GRADE-COUNT
           MOVE POL-A-MINIMUM         TO AUDIT-SCORE-TABLE (1)
           MOVE POL-B-MINIMUM         TO AUDIT-SCORE-TABLE (2)
           MOVE POL-C-MINIMUM         TO AUDIT-SCORE-TABLE (3)
           MOVE POL-D-MINIMUM         TO AUDIT-SCORE-TABLE (4)
           MOVE POL-PASS-MARK         TO AUDIT-SCORE-TABLE (5)
           MOVE POL-DEANS-LIST-GPA    TO AUDIT-SCORE-TABLE (6)
           MOVE POL-GOOD-STANDING-GPA TO AUDIT-SCORE-TABLE (7)
           MOVE POL-PROBATION-GPA     TO AUDIT-SCORE-TABLE (8)
           MOVE ZERO                  TO AUDIT-AVERAGE
           IF POL-MAKEUP-DEADLINE IS NUMERIC
              MOVE POL-MAKEUP-DEADLINE
                                      TO AUDIT-RESULT
           ELSE
              MOVE "NO MAKE-UP"       TO AUDIT-RESULT
           END-IF
           MOVE ZERO                  TO AUDIT-RETRY-COUNT
           MOVE AUDIT-ACTION-WORK     TO AUDIT-ACTION
           MOVE ZERO                  TO AUDIT-RUN-NUMBER
           WRITE AUDIT-RECORD
           IF AUDIT-STATUS NOT = "00"
              DISPLAY "WARNING - AUDIT LOG WRITE FAILED - STATUS ",
                      AUDIT-STATUS
           END-IF.

       CLEAR-ONE-AUDIT-SCORE.
           MOVE ZERO TO AUDIT-SCORE-TABLE (SCORE-IDX).

       SHOW-POLICY-RECORD.
           DISPLAY "     "
           DISPLAY "*********** GRADING POLICY ***********"
           DISPLAY "TERM            : ",     POL-TERM
           DISPLAY "A GRADE FROM    : ",     POL-A-MINIMUM
           DISPLAY "B GRADE FROM    : ",     POL-B-MINIMUM
           DISPLAY "C GRADE FROM    : ",     POL-C-MINIMUM
           DISPLAY "D GRADE FROM    : ",     POL-D-MINIMUM
           DISPLAY "PASS MARK       : ",     POL-PASS-MARK
           DISPLAY "DEAN'S LIST     : ",     POL-DEANS-LIST-GPA
           DISPLAY "GOOD STANDING   : ",     POL-GOOD-STANDING-GPA
           DISPLAY "PROBATION BELOW : ",     POL-PROBATION-GPA
           IF POL-MIN-ATTENDANCE-PCT IS NUMERIC
              AND POL-MIN-ATTENDANCE-PCT > ZERO
              DISPLAY "MIN ATTENDANCE  : ",  POL-MIN-ATTENDANCE-PCT,
                      "%"
           ELSE
              DISPLAY "MIN ATTENDANCE  : NO RULE"
           END-IF
           IF POL-MAKEUP-DEADLINE IS NUMERIC
              DISPLAY "MAKE-UP DEADLINE: ",  POL-MAKEUP-DEADLINE
           ELSE
              DISPLAY "MAKE-UP DEADLINE: NONE"
           END-IF
           DISPLAY "SET BY          : ",     POL-SET-OPERATOR,
                   " ON ", POL-SET-DATE
           DISPLAY "**************************************"
           DISPLAY "     ".

       LIST-POLICIES.
           MOVE "N" TO POL-EOF-SWITCH
           MOVE ZERO TO LISTED-COUNT
           MOVE LOW-VALUES TO POL-TERM
           START GRADING-POLICY KEY NOT < POL-TERM
              INVALID KEY
                 SET POL-EOF TO TRUE
           END-START
           DISPLAY "     "
           DISPLAY "****************************************"
           DISPLAY "GRADING POLICY FILE"
           DISPLAY "TERM  | A / B / C / D BANDS  | PASS | ",
                   "DEAN / GOOD / PROB | ATT% | MAKE-UP"
           DISPLAY "****************************************"
           PERFORM LIST-ONE-POLICY UNTIL POL-EOF
           IF LISTED-COUNT = 0
              DISPLAY "THE POLICY FILE IS EMPTY."
           ELSE
              DISPLAY "TERMS ON FILE: ", LISTED-COUNT
           END-IF
           DISPLAY "     ".

       LIST-ONE-POLICY.
           READ GRADING-POLICY NEXT RECORD
              AT END
                 SET POL-EOF TO TRUE
              NOT AT END
                 ADD 1 TO LISTED-COUNT
                 DISPLAY POL-TERM, " | ",
                         POL-A-MINIMUM, " ", POL-B-MINIMUM, " ",
                         POL-C-MINIMUM, " ", POL-D-MINIMUM, " | ",
                         POL-PASS-MARK, " | ",
                         POL-DEANS-LIST-GPA, " ",
                         POL-GOOD-STANDING-GPA, " ",
                         POL-PROBATION-GPA, " | ",
                         POL-MIN-ATTENDANCE-PCT, " | ",
                         POL-MAKEUP-DEADLINE
           END-READ.

       END-OF-PROGRAM.
           CLOSE GRADING-POLICY
           CLOSE AUDIT-LOG
           DISPLAY "     "
           DISPLAY "**************************************************"
           DISPLAY "THANK YOU FOR USING THE JEREMIAH COLLEGE'S APP."
           DISPLAY "**************************************************"
           DISPLAY "     "
           STOP RUN.
       END PROGRAM POLMAINT.
