      ******************************************************************
      * Author: Jeremiah
      * Date: 15/10/2026
      * Purpose: "Enrollment exception report. Compares the section
      *           enrollment file against the student master for a
      *           term and prints one page per teacher listing the
      *           students registered in the teacher's sections with
      *           no grades posted yet, the students with grades
      *           posted who were never registered, and the teacher's
      *           completion percentage, so late grade sheets can be
      *           chased before the term-end rollover and standing
      *           runs leave anyone out."
      * Tectonics: cobc
      *
      * Modifications:
      *   15/10/2026 JS  Original version.
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
       PROGRAM-ID. ENRLCHK.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ENROLLMENT-FILE ASSIGN TO "ENROLL"
               ORGANIZATION       IS INDEXED
               ACCESS MODE        IS DYNAMIC
               RECORD KEY         IS ENR-KEY
               FILE STATUS        IS ENR-STATUS.

           SELECT STUDENT-MASTER  ASSIGN TO "STUDMAST"
               ORGANIZATION       IS INDEXED
               ACCESS MODE        IS DYNAMIC
               RECORD KEY         IS MASTER-KEY
               FILE STATUS        IS MASTER-STATUS.

           SELECT EXCEPTION-REPORT
                                  ASSIGN TO "ENRLEXCP"
               ORGANIZATION       IS LINE SEQUENTIAL
               FILE STATUS        IS EXCP-STATUS.

           SELECT SORT-WORK       ASSIGN TO "SORTWK".

           SELECT CONTROL-CARDS   ASSIGN TO "CTLCARDS"
               ORGANIZATION       IS LINE SEQUENTIAL
               FILE STATUS        IS CARD-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  ENROLLMENT-FILE
           LABEL RECORD IS STANDARD.
       01 ENROLLMENT-RECORD.
           05 ENR-KEY.
               10 ENR-TERM           PIC X(5).
               10 ENR-STUDENT-ID     PIC 9(6).
               10 ENR-SUBJECT        PIC X(50).
           05 ENR-STUDENT-NAME       PIC X(50).
           05 ENR-SECTION            PIC X(02).
           05 ENR-TEACHER-ID         PIC X(08).
           05 ENR-CREDIT-HOURS       PIC 9(02).
           05 ENR-STATUS-CODE        PIC X(01).
               88 ENR-ENROLLED                       VALUE "E".
               88 ENR-DROPPED                        VALUE "D".
           05 ENR-LAST-DATE          PIC X(08).
           05 ENR-LAST-RUN           PIC 9(06).

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

       FD  EXCEPTION-REPORT
           LABEL RECORD IS STANDARD.
       01 EXCEPTION-LINE             PIC X(80).

       SD  SORT-WORK.
       01 SORT-RECORD.
           05 SRT-TEACHER-ID         PIC X(8).
           05 SRT-TYPE               PIC X(1).
           05 SRT-SECTION            PIC X(2).
           05 SRT-SUBJECT            PIC X(50).
           05 SRT-STUDENT-NAME       PIC X(50).
           05 SRT-STUDENT-ID         PIC 9(6).
           05 SRT-GRADED-SWITCH      PIC X(1).

       FD  CONTROL-CARDS
           LABEL RECORD IS STANDARD.
       01 CONTROL-CARD.
           05 CARD-PROGRAM           PIC X(08).
           05 FILLER                 PIC X(01).
           05 CARD-VALUE             PIC X(71).

       WORKING-STORAGE SECTION.
       01 ENR-STATUS             PIC X(02).
       01 MASTER-STATUS          PIC X(02).
       01 EXCP-STATUS            PIC X(02).
       01 SELECT-TERM            PIC X(5)                VALUE SPACES.
       01 ENR-EOF-SWITCH         PIC X                   VALUE "N".
           88 ENR-EOF                                    VALUE "Y".
       01 MASTER-EOF-SWITCH      PIC X                   VALUE "N".
           88 MASTER-EOF                                 VALUE "Y".
       01 SORT-EOF-SWITCH        PIC X                   VALUE "N".
           88 SORT-EOF                                   VALUE "Y".
       01 SCAN-DONE-SWITCH       PIC X                   VALUE "N".
           88 SCAN-DONE                                  VALUE "Y".
       01 GRADED-SWITCH          PIC X                   VALUE "N".
           88 SUBJECT-GRADED                             VALUE "Y".
       01 ENROLLED-SWITCH        PIC X                   VALUE "N".
           88 STUDENT-ENROLLED                           VALUE "Y".
       01 FILES-OPEN-SWITCH      PIC X                   VALUE "N".
           88 FILES-OPEN                                 VALUE "Y".

       01 BREAK-TEACHER-ID       PIC X(8)                VALUE SPACES.
       01 BREAK-TYPE             PIC X(1)                VALUE SPACE.
       01 GROUP-OPEN-SWITCH      PIC X                   VALUE "N".
           88 GROUP-OPEN                                 VALUE "Y".
       01 TCH-ENROLLED-COUNT     PIC 9(5)                VALUE ZERO.
       01 TCH-GRADED-COUNT       PIC 9(5)                VALUE ZERO.
       01 TCH-MISSING-COUNT      PIC 9(5)                VALUE ZERO.
       01 TCH-UNENROLLED-COUNT   PIC 9(5)                VALUE ZERO.
       01 TOT-ENROLLED-COUNT     PIC 9(6)                VALUE ZERO.
       01 TOT-GRADED-COUNT       PIC 9(6)                VALUE ZERO.
       01 TOT-MISSING-COUNT      PIC 9(6)                VALUE ZERO.
       01 TOT-UNENROLLED-COUNT   PIC 9(6)                VALUE ZERO.
       01 TEACHER-COUNT          PIC 9(4)                VALUE ZERO.
       01 COMPLETE-PCT           PIC 9(3)V9(1)           VALUE ZERO.
       01 PAGE-NUMBER            PIC 9(4)                VALUE ZERO.
       01 RUN-DATE               PIC X(8)                VALUE SPACES.

       01 EXC-HEADING-LINE.
           05 FILLER              PIC X(14)      VALUE SPACES.
           05 FILLER              PIC X(34)
                          VALUE "J E R E M I A H   C O L L E G E".
           05 FILLER              PIC X(32)      VALUE SPACES.
       01 EXC-TITLE-LINE.
           05 FILLER              PIC X(21)      VALUE SPACES.
           05 FILLER              PIC X(38)
                          VALUE "ENROLLMENT EXCEPTION REPORT".
           05 FILLER              PIC X(21)      VALUE SPACES.
       01 EXC-TEACHER-LINE.
           05 FILLER              PIC X(2)       VALUE SPACES.
           05 FILLER              PIC X(10)      VALUE "TEACHER : ".
           05 EXC-TEACHER-ID      PIC X(8).
           05 FILLER              PIC X(12)      VALUE "  TERM    : ".
           05 EXC-TERM            PIC X(5).
       01 EXC-MISSING-TITLE.
           05 FILLER              PIC X(2)       VALUE SPACES.
           05 FILLER              PIC X(40)
                  VALUE "ENROLLED - NO GRADES POSTED".
       01 EXC-UNENROLLED-TITLE.
           05 FILLER              PIC X(2)       VALUE SPACES.
           05 FILLER              PIC X(40)
                  VALUE "GRADES POSTED - NOT ENROLLED".
       01 EXC-COLUMN-LINE.
           05 FILLER              PIC X(2)       VALUE SPACES.
           05 FILLER              PIC X(25)      VALUE "STUDENT".
           05 FILLER              PIC X(8)       VALUE "ID".
           05 FILLER              PIC X(5)       VALUE "SEC".
           05 FILLER              PIC X(40)      VALUE "SUBJECT".
       01 EXC-DETAIL-LINE.
           05 FILLER              PIC X(2)       VALUE SPACES.
           05 EXC-STUDENT-NAME    PIC X(24).
           05 FILLER              PIC X(1)       VALUE SPACE.
           05 EXC-STUDENT-ID      PIC 9(6).
           05 FILLER              PIC X(2)       VALUE SPACES.
           05 EXC-SECTION         PIC X(2).
           05 FILLER              PIC X(3)       VALUE SPACES.
           05 EXC-SUBJECT         PIC X(40).
       01 EXC-NONE-LINE.
           05 FILLER              PIC X(4)       VALUE SPACES.
           05 FILLER              PIC X(40)
                  VALUE "EVERY ENROLLED STUDENT HAS GRADES.".
       01 EXC-COMPLETION-LINE.
           05 FILLER              PIC X(2)       VALUE SPACES.
           05 FILLER              PIC X(11)      VALUE "ENROLLED : ".
           05 EXC-ENROLLED        PIC ZZZZ9.
           05 FILLER              PIC X(11)      VALUE "  GRADED : ".
           05 EXC-GRADED          PIC ZZZZ9.
           05 FILLER              PIC X(12)      VALUE "  MISSING : ".
           05 EXC-MISSING         PIC ZZZZ9.
           05 FILLER              PIC X(13)      VALUE "  COMPLETE : ".
           05 EXC-COMPLETE-PCT    PIC ZZ9.9.
           05 FILLER              PIC X(1)       VALUE "%".
       01 EXC-FOOTER-LINE.
           05 FILLER              PIC X(2)       VALUE SPACES.
           05 FILLER              PIC X(11)      VALUE "RUN DATE : ".
           05 EXC-RUN-DATE        PIC X(8).
           05 FILLER              PIC X(40)      VALUE SPACES.
           05 FILLER              PIC X(7)       VALUE "PAGE - ".
           05 EXC-PAGE-NUMBER     PIC ZZZ9.
       01 EXC-RULE-LINE.
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
           DISPLAY "**************************************************".
           DISPLAY "JEREMIAH COLLEGE - ENROLLMENT EXCEPTION REPORT.".
           DISPLAY "**************************************************".
           DISPLAY "     ".
           PERFORM LOAD-CONTROL-CARDS.
           PERFORM GET-SELECT-TERM.
           OPEN OUTPUT EXCEPTION-REPORT.
           IF EXCP-STATUS NOT = "00"
              DISPLAY "ERROR OPENING EXCEPTION REPORT PRINT FILE - ",
                      "STATUS ", EXCP-STATUS
              MOVE 12 TO RETURN-CODE
              STOP RUN
           END-IF.
           ACCEPT RUN-DATE FROM DATE YYYYMMDD.
           SORT SORT-WORK
              ON ASCENDING KEY SRT-TEACHER-ID
                               SRT-TYPE
                               SRT-SECTION
                               SRT-SUBJECT
                               SRT-STUDENT-NAME
              INPUT PROCEDURE IS RELEASE-EXCEPTION-RECORDS
                 THRU RELEASE-EXCEPTION-RECORDS-EXIT
              OUTPUT PROCEDURE IS PRINT-EXCEPTION-PAGES
                 THRU PRINT-EXCEPTION-PAGES-EXIT.
           CLOSE EXCEPTION-REPORT.
           IF NOT FILES-OPEN
              DISPLAY "NO REPORT PRODUCED."
              MOVE 12 TO RETURN-CODE
              STOP RUN
           END-IF.
           IF TOT-ENROLLED-COUNT > 0
              COMPUTE COMPLETE-PCT ROUNDED =
                 TOT-GRADED-COUNT * 100 / TOT-ENROLLED-COUNT
           ELSE
              MOVE ZERO TO COMPLETE-PCT
           END-IF.
           DISPLAY "     ".
           DISPLAY "****************************************".
           DISPLAY "ENROLLMENT CHECK TOTALS FOR TERM ", SELECT-TERM.
           DISPLAY "****************************************".
           DISPLAY "TEACHERS            : ", TEACHER-COUNT.
           DISPLAY "ENROLLMENTS         : ", TOT-ENROLLED-COUNT.
           DISPLAY "GRADED              : ", TOT-GRADED-COUNT.
           DISPLAY "NO GRADES POSTED    : ", TOT-MISSING-COUNT.
           DISPLAY "GRADED NOT ENROLLED : ", TOT-UNENROLLED-COUNT.
           DISPLAY "COMPLETE            : ", COMPLETE-PCT, "%".
           IF TOT-MISSING-COUNT > 0 OR TOT-UNENROLLED-COUNT > 0
              DISPLAY "CHASE THE EXCEPTIONS ON THE ENRLEXCP PRINT ",
                      "FILE BEFORE THE TERM-END ROLLOVER AND ",
                      "STANDING RUNS."
              MOVE 4 TO RETURN-CODE
           ELSE
              DISPLAY "EVERY ENROLLMENT HAS GRADES AND EVERY GRADE ",
                      "HAS AN ENROLLMENT."
           END-IF.
           DISPLAY "     ".
           STOP RUN.

       GET-SELECT-TERM.
           DISPLAY "ENTER THE ACADEMIC TERM TO CHECK (E.G. 2026F):"
           IF CARD-MODE
              PERFORM NEXT-CONTROL-CARD
              MOVE CARD-ANSWER TO SELECT-TERM
           ELSE
              ACCEPT SELECT-TERM
           END-IF
           IF SELECT-TERM = SPACES
              DISPLAY "THE ACADEMIC TERM MAY NOT BE BLANK."
              GO TO GET-SELECT-TERM
           END-IF.

       RELEASE-EXCEPTION-RECORDS.
           OPEN INPUT ENROLLMENT-FILE
           IF ENR-STATUS NOT = "00"
              DISPLAY "ERROR OPENING ENROLLMENT FILE - STATUS ",
                      ENR-STATUS
              MOVE 12 TO RETURN-CODE
              GO TO RELEASE-EXCEPTION-RECORDS-EXIT
           END-IF
           OPEN INPUT STUDENT-MASTER
           IF MASTER-STATUS NOT = "00"
              DISPLAY "ERROR OPENING STUDENT MASTER - STATUS ",
                      MASTER-STATUS
              MOVE 12 TO RETURN-CODE
              CLOSE ENROLLMENT-FILE
              GO TO RELEASE-EXCEPTION-RECORDS-EXIT
           END-IF
           SET FILES-OPEN TO TRUE
           PERFORM RELEASE-ENROLLMENTS
           PERFORM RELEASE-UNENROLLED-GRADES
           CLOSE ENROLLMENT-FILE
           CLOSE STUDENT-MASTER.
       RELEASE-EXCEPTION-RECORDS-EXIT.
           EXIT.

       RELEASE-ENROLLMENTS.
      * Every live enrollment for the term goes to the sort, marked
      * with whether the master carries grades for it yet, so the
      * teacher's completion percentage counts every registration.
           MOVE "N"         TO ENR-EOF-SWITCH
           MOVE SELECT-TERM TO ENR-TERM
           MOVE ZERO        TO ENR-STUDENT-ID
           MOVE LOW-VALUES  TO ENR-SUBJECT
           START ENROLLMENT-FILE KEY NOT < ENR-KEY
              INVALID KEY
                 SET ENR-EOF TO TRUE
           END-START
           PERFORM RELEASE-ONE-ENROLLMENT UNTIL ENR-EOF.

       RELEASE-ONE-ENROLLMENT.
           READ ENROLLMENT-FILE NEXT RECORD
              AT END
                 SET ENR-EOF TO TRUE
              NOT AT END
                 IF ENR-TERM NOT = SELECT-TERM
                    SET ENR-EOF TO TRUE
                 END-IF
                 IF NOT ENR-EOF AND ENR-ENROLLED
                    PERFORM FIND-MASTER-GRADES
                    MOVE ENR-TEACHER-ID   TO SRT-TEACHER-ID
                    MOVE "E"              TO SRT-TYPE
                    MOVE ENR-SECTION      TO SRT-SECTION
                    MOVE ENR-SUBJECT      TO SRT-SUBJECT
                    MOVE ENR-STUDENT-NAME TO SRT-STUDENT-NAME
                    MOVE ENR-STUDENT-ID   TO SRT-STUDENT-ID
                    MOVE GRADED-SWITCH    TO SRT-GRADED-SWITCH
                    RELEASE SORT-RECORD
                 END-IF
           END-READ.

       FIND-MASTER-GRADES.
      * A subject counts as graded once any score is on the master, or
      * once the student has withdrawn from it.
           MOVE "N"            TO GRADED-SWITCH
           MOVE "N"            TO SCAN-DONE-SWITCH
           MOVE ENR-STUDENT-ID TO MASTER-STUDENT-ID
           MOVE SELECT-TERM    TO MASTER-TERM
           MOVE ZERO           TO MASTER-SUBJECT-SEQ
           START STUDENT-MASTER KEY NOT < MASTER-KEY
              INVALID KEY
                 SET SCAN-DONE TO TRUE
           END-START
           PERFORM CHECK-ONE-MASTER-SUBJECT
              UNTIL SCAN-DONE OR SUBJECT-GRADED.

       CHECK-ONE-MASTER-SUBJECT.
           READ STUDENT-MASTER NEXT RECORD
              AT END
                 SET SCAN-DONE TO TRUE
              NOT AT END
                 IF MASTER-STUDENT-ID NOT = ENR-STUDENT-ID
                    OR MASTER-TERM NOT = SELECT-TERM
                    SET SCAN-DONE TO TRUE
                 END-IF
                 IF NOT SCAN-DONE
                    AND MASTER-SUBJECT = ENR-SUBJECT
                    AND (MASTER-GRADE-COUNT > ZERO
                    OR MASTER-RESULT = "WITHDRAWN")
                    SET SUBJECT-GRADED TO TRUE
                 END-IF
           END-READ.

       RELEASE-UNENROLLED-GRADES.
      * Every master record for the term that carries grades is looked
      * up in the enrollment file; one with no live enrollment goes to
      * the sort under the teacher who sent the grades.
           MOVE "N"        TO MASTER-EOF-SWITCH
           MOVE LOW-VALUES TO MASTER-KEY
           START STUDENT-MASTER KEY NOT < MASTER-KEY
              INVALID KEY
                 SET MASTER-EOF TO TRUE
           END-START
           PERFORM CHECK-ONE-MASTER-RECORD UNTIL MASTER-EOF.

       CHECK-ONE-MASTER-RECORD.
           READ STUDENT-MASTER NEXT RECORD
              AT END
                 SET MASTER-EOF TO TRUE
              NOT AT END
                 IF MASTER-TERM = SELECT-TERM
                    AND MASTER-GRADE-COUNT > ZERO
                    PERFORM FIND-ENROLLMENT
                    IF NOT STUDENT-ENROLLED
                       MOVE MASTER-TEACHER-ID   TO SRT-TEACHER-ID
                       MOVE "U"                 TO SRT-TYPE
                       MOVE MASTER-SECTION      TO SRT-SECTION
                       MOVE MASTER-SUBJECT      TO SRT-SUBJECT
                       MOVE MASTER-STUDENT-NAME TO SRT-STUDENT-NAME
                       MOVE MASTER-STUDENT-ID   TO SRT-STUDENT-ID
                       MOVE "Y"                 TO SRT-GRADED-SWITCH
                       RELEASE SORT-RECORD
                    END-IF
                 END-IF
           END-READ.

       FIND-ENROLLMENT.
           MOVE "N"               TO ENROLLED-SWITCH
           MOVE MASTER-TERM       TO ENR-TERM
           MOVE MASTER-STUDENT-ID TO ENR-STUDENT-ID
           MOVE MASTER-SUBJECT    TO ENR-SUBJECT
           READ ENROLLMENT-FILE
              INVALID KEY
                 CONTINUE
              NOT INVALID KEY
                 IF ENR-ENROLLED
                    SET STUDENT-ENROLLED TO TRUE
                 END-IF
           END-READ.

       PRINT-EXCEPTION-PAGES.
           MOVE "N" TO SORT-EOF-SWITCH
           MOVE "N" TO GROUP-OPEN-SWITCH
           PERFORM RETURN-SORT-RECORD
           PERFORM PRINT-ONE-RECORD UNTIL SORT-EOF
           PERFORM CLOSE-TEACHER-GROUP.
       PRINT-EXCEPTION-PAGES-EXIT.
           EXIT.

       RETURN-SORT-RECORD.
           RETURN SORT-WORK
               AT END
               SET SORT-EOF TO TRUE
           END-RETURN.

       PRINT-ONE-RECORD.
           IF SRT-TEACHER-ID NOT = BREAK-TEACHER-ID
              OR NOT GROUP-OPEN
              PERFORM CLOSE-TEACHER-GROUP
              PERFORM OPEN-TEACHER-GROUP
           END-IF
           IF SRT-TYPE = "E"
              ADD 1 TO TCH-ENROLLED-COUNT
              IF SRT-GRADED-SWITCH = "Y"
                 ADD 1 TO TCH-GRADED-COUNT
              ELSE
                 ADD 1 TO TCH-MISSING-COUNT
                 PERFORM PRINT-EXCEPTION-DETAIL
              END-IF
           ELSE
              ADD 1 TO TCH-UNENROLLED-COUNT
              PERFORM PRINT-EXCEPTION-DETAIL
           END-IF
           PERFORM RETURN-SORT-RECORD.

       PRINT-EXCEPTION-DETAIL.
           IF SRT-TYPE NOT = BREAK-TYPE
              MOVE SRT-TYPE TO BREAK-TYPE
              MOVE SPACES TO EXCEPTION-LINE
              WRITE EXCEPTION-LINE
              IF SRT-TYPE = "E"
                 MOVE EXC-MISSING-TITLE    TO EXCEPTION-LINE
              ELSE
                 MOVE EXC-UNENROLLED-TITLE TO EXCEPTION-LINE
              END-IF
              WRITE EXCEPTION-LINE
              MOVE EXC-COLUMN-LINE TO EXCEPTION-LINE
              WRITE EXCEPTION-LINE
           END-IF
           MOVE SRT-STUDENT-NAME  TO EXC-STUDENT-NAME
           MOVE SRT-STUDENT-ID    TO EXC-STUDENT-ID
           MOVE SRT-SECTION       TO EXC-SECTION
           MOVE SRT-SUBJECT       TO EXC-SUBJECT
           MOVE EXC-DETAIL-LINE   TO EXCEPTION-LINE
           WRITE EXCEPTION-LINE.

       OPEN-TEACHER-GROUP.
           MOVE SRT-TEACHER-ID TO BREAK-TEACHER-ID
           MOVE SPACE          TO BREAK-TYPE
           MOVE ZERO           TO TCH-ENROLLED-COUNT
           MOVE ZERO           TO TCH-GRADED-COUNT
           MOVE ZERO           TO TCH-MISSING-COUNT
           MOVE ZERO           TO TCH-UNENROLLED-COUNT
           SET GROUP-OPEN      TO TRUE
           ADD 1 TO TEACHER-COUNT
           ADD 1 TO PAGE-NUMBER
           MOVE EXC-RULE-LINE TO EXCEPTION-LINE
           IF PAGE-NUMBER = 1
              WRITE EXCEPTION-LINE
           ELSE
              WRITE EXCEPTION-LINE AFTER ADVANCING PAGE
           END-IF
           MOVE EXC-HEADING-LINE TO EXCEPTION-LINE
           WRITE EXCEPTION-LINE
           MOVE EXC-TITLE-LINE TO EXCEPTION-LINE
           WRITE EXCEPTION-LINE
           MOVE EXC-RULE-LINE TO EXCEPTION-LINE
           WRITE EXCEPTION-LINE
           MOVE SPACES TO EXCEPTION-LINE
           WRITE EXCEPTION-LINE
           MOVE BREAK-TEACHER-ID TO EXC-TEACHER-ID
           MOVE SELECT-TERM      TO EXC-TERM
           MOVE EXC-TEACHER-LINE TO EXCEPTION-LINE
           WRITE EXCEPTION-LINE.

       CLOSE-TEACHER-GROUP.
           IF GROUP-OPEN
              IF TCH-MISSING-COUNT = 0 AND TCH-UNENROLLED-COUNT = 0
                 MOVE SPACES TO EXCEPTION-LINE
                 WRITE EXCEPTION-LINE
                 MOVE EXC-NONE-LINE TO EXCEPTION-LINE
                 WRITE EXCEPTION-LINE
              END-IF
              IF TCH-ENROLLED-COUNT > 0
                 COMPUTE COMPLETE-PCT ROUNDED =
                    TCH-GRADED-COUNT * 100 / TCH-ENROLLED-COUNT
              ELSE
                 MOVE ZERO TO COMPLETE-PCT
              END-IF
              MOVE SPACES TO EXCEPTION-LINE
              WRITE EXCEPTION-LINE
              MOVE TCH-ENROLLED-COUNT  TO EXC-ENROLLED
              MOVE TCH-GRADED-COUNT    TO EXC-GRADED
              MOVE TCH-MISSING-COUNT   TO EXC-MISSING
              MOVE COMPLETE-PCT        TO EXC-COMPLETE-PCT
              MOVE EXC-COMPLETION-LINE TO EXCEPTION-LINE
              WRITE EXCEPTION-LINE
              MOVE SPACES TO EXCEPTION-LINE
              WRITE EXCEPTION-LINE
              MOVE EXC-RULE-LINE TO EXCEPTION-LINE
              WRITE EXCEPTION-LINE
              MOVE RUN-DATE    TO EXC-RUN-DATE
              MOVE PAGE-NUMBER TO EXC-PAGE-NUMBER
              MOVE EXC-FOOTER-LINE TO EXCEPTION-LINE
              WRITE EXCEPTION-LINE
              ADD TCH-ENROLLED-COUNT   TO TOT-ENROLLED-COUNT
              ADD TCH-GRADED-COUNT     TO TOT-GRADED-COUNT
              ADD TCH-MISSING-COUNT    TO TOT-MISSING-COUNT
              ADD TCH-UNENROLLED-COUNT TO TOT-UNENROLLED-COUNT
              DISPLAY "TEACHER ", BREAK-TEACHER-ID, " - ",
                      TCH-GRADED-COUNT, " OF ", TCH-ENROLLED-COUNT,
                      " GRADED - ", COMPLETE-PCT, "% COMPLETE"
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
                      "FOR ENRLCHK - RUNNING UNATTENDED."
           END-IF.

       LOAD-ONE-CONTROL-CARD.
           READ CONTROL-CARDS
              AT END
                 SET CARD-EOF TO TRUE
              NOT AT END
                 IF CARD-PROGRAM = "ENRLCHK"
                    IF CARD-COUNT < MAX-CARDS
                       ADD 1 TO CARD-COUNT
                       MOVE CARD-VALUE TO CARD-ENTRY (CARD-COUNT)
                    ELSE
                       IF NOT CARD-OVERFLOW
                          DISPLAY "TOO MANY CONTROL CARDS FOR ENRLCHK",
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
       END PROGRAM ENRLCHK.
