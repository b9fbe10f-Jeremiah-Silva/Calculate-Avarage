      *           master for the closing term and the student history
      *           for prior terms, assigns each student a standing -
      *           dean's list, good standing, warning, or probation
      *           (a second consecutive term under good standing is
      *           probation)
      *           - persists it to a standing file keyed by student
      *           and term, and prints notification letters in the
      *           report-card letterhead format for every student on
      *   01/09/2026 JS  Carried the section and teacher fields
      *                  added to the master and history record
      *                  layouts.
      *   15/10/2026 JS  The dean's list, good standing, and probation
      *                  levels now come from the grading policy file
      *                  for the term being evaluated, and the prior
      *                  term is judged by its own term's good-
      *                  standing level, instead of fixed constants.
      *   15/10/2026 JS  A student whose attendance for the term is
      *                  under the grading policy's minimum can no
      *                  longer make the dean's list or good standing;
      *                  the probation rules apply as before.
      *   15/10/2026 JS  Letters now print a mailing block from the
      *                  student contact file, addressed in care of
      *                  the guardian where one is on file; the run
      *                  writes the LTRLABEL mailing-label file, and
      *                  letters for students with no address on file
      *                  are listed on an exception page at the end.
      *   15/10/2026 JS  The console prompts can now be answered from
      *                  the CTLCARDS control-card file so the run can
      *                  go unattended in the nightly job stream, and
      *                  the run ends with a return code the job
      *                  stream checks.
      *   15/10/2026 JS  The term attendance no longer counts an
      *                  attendance record filed for another subject
      *                  under the same subject seq.
      *   15/10/2026 JS  A control-card deck with more answers than
      *                  the card table holds now stops the run with
      *                  return code 8 instead of dropping the rest.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. STANDING.
               ORGANIZATION       IS LINE SEQUENTIAL
               FILE STATUS        IS LTR-STATUS.

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

           SELECT STUDENT-CONTACT ASSIGN TO "STUDCONT"
               ORGANIZATION       IS INDEXED
               ACCESS MODE        IS RANDOM
               RECORD KEY         IS CON-STUDENT-ID
               FILE STATUS        IS CON-STATUS.

           SELECT MAILING-LABELS  ASSIGN TO "LTRLABEL"
               ORGANIZATION       IS LINE SEQUENTIAL
               FILE STATUS        IS LBL-STATUS.

           SELECT CONTROL-CARDS   ASSIGN TO "CTLCARDS"
               ORGANIZATION       IS LINE SEQUENTIAL
               FILE STATUS        IS CARD-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  STUDENT-MASTER
           LABEL RECORD IS STANDARD.
       01 LETTER-LINE                PIC X(80).

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

       FD  STUDENT-CONTACT
           LABEL RECORD IS STANDARD.
       01 CONTACT-RECORD.
           05 CON-STUDENT-ID         PIC 9(6).
           05 CON-STUDENT-NAME       PIC X(50).
           05 CON-ADDRESS-LINE-1     PIC X(40).
           05 CON-ADDRESS-LINE-2     PIC X(40).
           05 CON-CITY               PIC X(25).
           05 CON-REGION             PIC X(20).
           05 CON-POSTAL-CODE        PIC X(10).
           05 CON-GUARDIAN-NAME      PIC X(40).
           05 CON-EMAIL              PIC X(50).
           05 CON-SET-OPERATOR       PIC X(8).
           05 CON-SET-DATE           PIC X(8).
           05 FILLER                 PIC X(30).

       FD  MAILING-LABELS
           LABEL RECORD IS STANDARD.
       01 LABEL-RECORD.
           05 LBL-DOCUMENT           PIC X(08).
           05 FILLER                 PIC X(01)      VALUE SPACE.
           05 LBL-STUDENT-ID         PIC 9(06).
           05 FILLER                 PIC X(01)      VALUE SPACE.
           05 LBL-ADDRESSEE          PIC X(50).
           05 FILLER                 PIC X(01)      VALUE SPACE.
           05 LBL-CARE-OF            PIC X(44).
           05 FILLER                 PIC X(01)      VALUE SPACE.
           05 LBL-ADDRESS-LINE-1     PIC X(40).
           05 FILLER                 PIC X(01)      VALUE SPACE.
           05 LBL-ADDRESS-LINE-2     PIC X(40).
           05 FILLER                 PIC X(01)      VALUE SPACE.
           05 LBL-CITY-LINE          PIC X(60).
           05 FILLER                 PIC X(01)      VALUE SPACE.
           05 LBL-RUN-DATE           PIC X(08).

       FD  CONTROL-CARDS
           LABEL RECORD IS STANDARD.
       01 CONTROL-CARD.
           05 CARD-PROGRAM           PIC X(08).
           05 FILLER                 PIC X(01).
           05 CARD-VALUE             PIC X(71).

       WORKING-STORAGE SECTION.
       01 MASTER-STATUS          PIC X(02).
       01 HIST-STATUS            PIC X(02).
       01 GOOD-COUNT             PIC 9(6)                VALUE ZERO.
       01 WARNING-COUNT          PIC 9(6)                VALUE ZERO.
       01 PROBATION-COUNT        PIC 9(6)                VALUE ZERO.
       01 LOW-ATTENDANCE-COUNT   PIC 9(6)                VALUE ZERO.
       01 LETTER-COUNT           PIC 9(6)                VALUE ZERO.
       01 PAGE-NUMBER            PIC 9(4)                VALUE ZERO.
       01 RUN-DATE               PIC X(8)                VALUE SPACES.

       01 POL-STATUS             PIC X(02).
       01 POLICY-AVAIL-SWITCH    PIC X                   VALUE "N".
           88 POLICY-AVAILABLE                           VALUE "Y".
       01 DEANS-LIST-GPA         PIC 9(2)V9(2)           VALUE 9.00.
       01 GOOD-STANDING-GPA      PIC 9(2)V9(2)           VALUE 7.00.
       01 PROBATION-GPA          PIC 9(2)V9(2)           VALUE 6.00.
       01 PRIOR-GOOD-STANDING-GPA
                                 PIC 9(2)V9(2)           VALUE 7.00.
       01 MIN-ATTENDANCE-PCT     PIC 9(3)                VALUE ZERO.

       01 ATT-STATUS             PIC X(02).
       01 ATTEND-AVAIL-SWITCH    PIC X                   VALUE "N".
           88 ATTENDANCE-AVAILABLE                       VALUE "Y".
       01 LOW-ATTEND-SWITCH      PIC X                   VALUE "N".
           88 LOW-ATTENDANCE                             VALUE "Y".
       01 TERM-SESSIONS-HELD     PIC 9(5)                VALUE ZERO.
       01 TERM-SESSIONS-ATTENDED PIC 9(5)                VALUE ZERO.
       01 TERM-ATTENDANCE-PCT    PIC 9(3)V9(1)           VALUE ZERO.

       01 CON-STATUS             PIC X(02).
       01 LBL-STATUS             PIC X(02).
       01 CONTACT-AVAIL-SWITCH   PIC X                   VALUE "N".
           88 CONTACT-AVAILABLE                          VALUE "Y".
       01 LABELS-OPEN-SWITCH     PIC X                   VALUE "N".
           88 LABELS-OPEN                                VALUE "Y".
       01 ADDRESS-SWITCH         PIC X                   VALUE "N".
           88 ADDRESS-ON-FILE                            VALUE "Y".
       01 MAIL-CARE-OF           PIC X(44)               VALUE SPACES.
       01 MAIL-CITY-LINE         PIC X(60)               VALUE SPACES.
       01 LABEL-COUNT            PIC 9(6)                VALUE ZERO.
       77 MAX-NO-ADDRESS         PIC 9(3)                VALUE 200.
       01 NO-ADDRESS-COUNT       PIC 9(6)                VALUE ZERO.
       01 NO-ADDRESS-IDX         PIC 9(3)                VALUE ZERO
                                                           COMP.
       01 NO-ADDRESS-TABLE.
           05 NO-ADDRESS-ENTRY   OCCURS 200 TIMES.
               10 NO-ADDRESS-ID  PIC 9(6).
               10 NO-ADDRESS-NAME
                                 PIC X(50).

       01 LTR-HEADING-LINE.
           05 FILLER              PIC X(14)      VALUE SPACES.
           05 FILLER              PIC X(2)       VALUE SPACES.
           05 FILLER              PIC X(10)      VALUE "TERM    : ".
           05 LTR-TERM            PIC X(5).
       01 LTR-MAIL-LINE.
           05 FILLER              PIC X(6)       VALUE SPACES.
           05 LTR-MAIL-TEXT       PIC X(60).
           05 FILLER              PIC X(14)      VALUE SPACES.
       01 LTR-EXCEPTION-TITLE-LINE.
           05 FILLER              PIC X(19)      VALUE SPACES.
           05 FILLER              PIC X(42)
                  VALUE "STANDING LETTER EXCEPTIONS".
           05 FILLER              PIC X(19)      VALUE SPACES.
       01 LTR-NO-ADDRESS-LINE.
           05 FILLER              PIC X(6)       VALUE SPACES.
           05 LTR-NO-ADDRESS-ID   PIC 9(6).
           05 FILLER              PIC X(2)       VALUE SPACES.
           05 LTR-NO-ADDRESS-NAME PIC X(50).
       01 LTR-GPA-LINE.
           05 FILLER              PIC X(2)       VALUE SPACES.
           05 FILLER              PIC X(10)      VALUE "TERM GPA: ".
       01 LTR-RULE-LINE.
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
           DISPLAY "JEREMIAH COLLEGE - TERM-END ACADEMIC STANDING.".
           DISPLAY "**************************************************".
           DISPLAY "     ".
           PERFORM LOAD-CONTROL-CARDS.
           PERFORM GET-STANDING-TERM.
           DISPLAY "DETERMINE STANDING FOR TERM ", STANDING-TERM,
                   "? (Y/N)".
           IF CARD-MODE
              PERFORM NEXT-CONTROL-CARD
              MOVE CARD-ANSWER TO CONFIRM-OPTION
           ELSE
              ACCEPT CONFIRM-OPTION
           END-IF.
           IF CONFIRM-OPTION NOT = "Y" AND NOT = "y"
              DISPLAY "STANDING RUN CANCELLED."
              MOVE 4 TO RETURN-CODE
              STOP RUN
           END-IF.
           OPEN INPUT STUDENT-MASTER.
           IF MASTER-STATUS NOT = "00"
              DISPLAY "ERROR OPENING STUDENT MASTER - STATUS ",
                      MASTER-STATUS
              MOVE 12 TO RETURN-CODE
              STOP RUN
           END-IF.
           OPEN INPUT STUDENT-HISTORY.
                      "STATUS ", HIST-STATUS, " - THE CONSECUTIVE-",
                      "TERM RULE WILL NOT APPLY."
           END-IF.
           OPEN INPUT GRADING-POLICY.
           IF POL-STATUS = "00"
              SET POLICY-AVAILABLE TO TRUE
           ELSE
              DISPLAY "WARNING - GRADING POLICY FILE NOT AVAILABLE - ",
                      "STATUS ", POL-STATUS, " - THE HOUSE STANDING ",
                      "LEVELS WILL APPLY."
           END-IF.
           PERFORM LOAD-GRADING-POLICY.
           OPEN INPUT ATTENDANCE-FILE.
           IF ATT-STATUS = "00"
              SET ATTENDANCE-AVAILABLE TO TRUE
           ELSE IF MIN-ATTENDANCE-PCT > ZERO
              DISPLAY "WARNING - ATTENDANCE FILE NOT AVAILABLE - ",
                      "STATUS ", ATT-STATUS, " - THE MINIMUM ",
                      "ATTENDANCE RULE WILL NOT APPLY."
           END-IF.
           OPEN I-O STANDING-FILE.
           IF STAND-STATUS NOT = "00"
              OPEN OUTPUT STANDING-FILE
              IF STAND-STATUS NOT = "00"
                 DISPLAY "ERROR OPENING STANDING FILE - STATUS ",
                         STAND-STATUS
                 MOVE 12 TO RETURN-CODE
                 GO TO END-OF-PROGRAM
              END-IF
              CLOSE STANDING-FILE
           IF LTR-STATUS NOT = "00"
              DISPLAY "ERROR OPENING STANDING LETTERS - STATUS ",
                      LTR-STATUS
              MOVE 12 TO RETURN-CODE
              GO TO END-OF-PROGRAM
           END-IF.
           OPEN INPUT STUDENT-CONTACT.
           IF CON-STATUS = "00"
              SET CONTACT-AVAILABLE TO TRUE
           ELSE
              DISPLAY "WARNING - STUDENT CONTACT FILE NOT AVAILABLE - ",
                      "STATUS ", CON-STATUS, " - EVERY LETTER WILL BE ",
                      "LISTED AS HAVING NO ADDRESS."
           END-IF.
           OPEN OUTPUT MAILING-LABELS.
           IF LBL-STATUS = "00"
              SET LABELS-OPEN TO TRUE
           ELSE
              DISPLAY "WARNING - MAILING LABEL FILE OPEN FAILED - ",
                      "STATUS ", LBL-STATUS, " - NO LABELS WILL BE ",
                      "WRITTEN."
           END-IF.
           ACCEPT RUN-DATE FROM DATE YYYYMMDD.
           PERFORM READ-MASTER-RECORD.
           PERFORM TALLY-ONE-RECORD UNTIL MASTER-EOF.
           PERFORM CLOSE-ONE-STUDENT.
           PERFORM PRINT-LETTER-EXCEPTIONS
              THRU PRINT-LETTER-EXCEPTIONS-EXIT.
           DISPLAY "     ".
           DISPLAY "****************************************".
           DISPLAY "STANDING RUN TOTALS FOR TERM ", STANDING-TERM.
           DISPLAY "GOOD STANDING      : ", GOOD-COUNT.
           DISPLAY "WARNING            : ", WARNING-COUNT.
           DISPLAY "PROBATION          : ", PROBATION-COUNT.
           DISPLAY "LOW ATTENDANCE     : ", LOW-ATTENDANCE-COUNT.
           DISPLAY "LETTERS PRINTED    : ", LETTER-COUNT.
           DISPLAY "LETTERS WITH NO ADDRESS: ", NO-ADDRESS-COUNT.
           DISPLAY "LETTERS WRITTEN TO THE STANDLTR PRINT FILE.".
           DISPLAY "MAILING LABELS WRITTEN TO LTRLABEL: ", LABEL-COUNT.
           DISPLAY "     ".
           GO TO END-OF-PROGRAM.

       GET-STANDING-TERM.
           DISPLAY "ENTER THE ACADEMIC TERM TO EVALUATE (E.G. 2026F):"
           IF CARD-MODE
              PERFORM NEXT-CONTROL-CARD
              MOVE CARD-ANSWER TO STANDING-TERM
           ELSE
              ACCEPT STANDING-TERM
           END-IF
           IF STANDING-TERM = SPACES
              DISPLAY "THE ACADEMIC TERM MAY NOT BE BLANK."
              GO TO GET-STANDING-TERM
           END-IF.

       LOAD-GRADING-POLICY.
      * A term the academic board has not set falls back to the house
      * levels that were in force before the policy file.
           MOVE 9.00 TO DEANS-LIST-GPA
           MOVE 7.00 TO GOOD-STANDING-GPA
           MOVE 6.00 TO PROBATION-GPA
           MOVE ZERO TO MIN-ATTENDANCE-PCT
           IF POLICY-AVAILABLE
              MOVE STANDING-TERM TO POL-TERM
              READ GRADING-POLICY
                 INVALID KEY
                    DISPLAY "WARNING - NO GRADING POLICY ON FILE FOR ",
                            "TERM ", STANDING-TERM, " - THE HOUSE ",
                            "STANDING LEVELS WILL APPLY."
                 NOT INVALID KEY
                    MOVE POL-DEANS-LIST-GPA    TO DEANS-LIST-GPA
                    MOVE POL-GOOD-STANDING-GPA TO GOOD-STANDING-GPA
                    MOVE POL-PROBATION-GPA     TO PROBATION-GPA
                    IF POL-MIN-ATTENDANCE-PCT IS NUMERIC
                       MOVE POL-MIN-ATTENDANCE-PCT
                                          TO MIN-ATTENDANCE-PCT
                    END-IF
              END-READ
           END-IF
           DISPLAY "STANDING LEVELS FOR TERM ", STANDING-TERM,
                   " - DEAN'S LIST ", DEANS-LIST-GPA,
                   ", GOOD STANDING ", GOOD-STANDING-GPA,
                   ", PROBATION BELOW ", PROBATION-GPA.
           IF MIN-ATTENDANCE-PCT > ZERO
              DISPLAY "MINIMUM ATTENDANCE FOR TERM ", STANDING-TERM,
                      " - ", MIN-ATTENDANCE-PCT, "%"
           END-IF.

       LOAD-PRIOR-TERM-POLICY.
      * The prior term is judged by the good-standing level that was
      * in force for that term, not the one in force today.
           MOVE 7.00 TO PRIOR-GOOD-STANDING-GPA
           IF POLICY-AVAILABLE AND PRIOR-TERM-FOUND
              MOVE PRIOR-TERM TO POL-TERM
              READ GRADING-POLICY
                 INVALID KEY
                    CONTINUE
                 NOT INVALID KEY
                    MOVE POL-GOOD-STANDING-GPA
                                   TO PRIOR-GOOD-STANDING-GPA
              END-READ
           END-IF.

       READ-MASTER-RECORD.
           READ STUDENT-MASTER
               AT END
                 ADD MASTER-CREDIT-HOURS   TO TERM-CREDIT-TOTAL
                 COMPUTE TERM-WEIGHTED-TOTAL = TERM-WEIGHTED-TOTAL +
                    (MASTER-AVERAGE * MASTER-CREDIT-HOURS)
                 PERFORM TALLY-SUBJECT-ATTENDANCE
              END-IF
           END-IF
           PERFORM READ-MASTER-RECORD.

       TALLY-SUBJECT-ATTENDANCE.
      * The subject seq on the key is not always the one the attendance
      * load gave the subject, so a record for another subject counts
      * as no attendance on file.
           IF ATTENDANCE-AVAILABLE
              MOVE MASTER-KEY TO ATT-KEY
              READ ATTENDANCE-FILE
                 INVALID KEY
                    CONTINUE
                 NOT INVALID KEY
                    IF ATT-SUBJECT = MASTER-SUBJECT
                       ADD ATT-SESSIONS-HELD
                                     TO TERM-SESSIONS-HELD
                       ADD ATT-SESSIONS-ATTENDED
                                     TO TERM-SESSIONS-ATTENDED
                    END-IF
              END-READ
           END-IF.

       CLOSE-ONE-STUDENT.
           IF BREAK-STUDENT-ID NOT = ZERO
              IF TERM-CREDIT-TOTAL > 0
              ELSE
                 MOVE ZERO TO TERM-GPA
              END-IF
              PERFORM CHECK-TERM-ATTENDANCE
              PERFORM FIND-PRIOR-TERM-GPA
              PERFORM ASSIGN-STANDING
              PERFORM WRITE-STANDING-RECORD
           MOVE ZERO TO TERM-SUBJECT-COUNT
           MOVE ZERO TO TERM-AVERAGE-TOTAL
           MOVE ZERO TO TERM-CREDIT-TOTAL
           MOVE ZERO TO TERM-WEIGHTED-TOTAL
           MOVE ZERO TO TERM-SESSIONS-HELD
           MOVE ZERO TO TERM-SESSIONS-ATTENDED.

       CHECK-TERM-ATTENDANCE.
      * Attendance is judged over all the student's subjects for the
      * term. A student with no sessions on file is not held to it.
           MOVE "N"  TO LOW-ATTEND-SWITCH
           MOVE ZERO TO TERM-ATTENDANCE-PCT
           IF MIN-ATTENDANCE-PCT > ZERO
              AND TERM-SESSIONS-HELD > ZERO
              COMPUTE TERM-ATTENDANCE-PCT ROUNDED =
                 TERM-SESSIONS-ATTENDED * 100 / TERM-SESSIONS-HELD
              IF TERM-ATTENDANCE-PCT < MIN-ATTENDANCE-PCT
                 SET LOW-ATTENDANCE TO TRUE
                 ADD 1 TO LOW-ATTENDANCE-COUNT
              END-IF
           END-IF.

       FIND-PRIOR-TERM-GPA.
           MOVE "N"    TO PRIOR-FOUND-SWITCH
              END-START
              PERFORM TALLY-ONE-HISTORY-RECORD UNTIL HIST-DONE
              PERFORM CLOSE-HISTORY-TERM
           END-IF
           PERFORM LOAD-PRIOR-TERM-POLICY.

       TALLY-ONE-HISTORY-RECORD.
           READ STUDENT-HISTORY NEXT RECORD

       ASSIGN-STANDING.
           IF TERM-GPA NOT < DEANS-LIST-GPA
              AND NOT LOW-ATTENDANCE
              MOVE "D"             TO STANDING-CODE
              MOVE "DEAN'S LIST"   TO STANDING-TEXT
              ADD 1 TO DEANS-COUNT
           ELSE IF TERM-GPA NOT < GOOD-STANDING-GPA
              AND NOT LOW-ATTENDANCE
              MOVE "G"             TO STANDING-CODE
              MOVE "GOOD STANDING" TO STANDING-TEXT
              ADD 1 TO GOOD-COUNT
              MOVE "PROBATION"     TO STANDING-TEXT
              ADD 1 TO PROBATION-COUNT
           ELSE IF PRIOR-TERM-FOUND
              AND PRIOR-GPA < PRIOR-GOOD-STANDING-GPA
              MOVE "P"             TO STANDING-CODE
              MOVE "PROBATION"     TO STANDING-TEXT
              ADD 1 TO PROBATION-COUNT
           WRITE LETTER-LINE
           MOVE SPACES TO LETTER-LINE
           WRITE LETTER-LINE
           PERFORM FIND-MAILING-ADDRESS
           PERFORM PRINT-LETTER-MAIL-BLOCK
           MOVE SPACES TO LETTER-LINE
           WRITE LETTER-LINE
           MOVE BREAK-STUDENT-NAME TO LTR-STUDENT-NAME
           MOVE BREAK-STUDENT-ID   TO LTR-STUDENT-ID
           MOVE LTR-STUDENT-LINE   TO LETTER-LINE
           MOVE LTR-FOOTER-LINE TO LETTER-LINE
           WRITE LETTER-LINE.

       FIND-MAILING-ADDRESS.
      * A contact record with no street address is treated the same
      * as no record at all - the letter prints, but no label is cut.
           MOVE "N"    TO ADDRESS-SWITCH
           MOVE SPACES TO MAIL-CARE-OF
           MOVE SPACES TO MAIL-CITY-LINE
           IF CONTACT-AVAILABLE
              MOVE BREAK-STUDENT-ID TO CON-STUDENT-ID
              READ STUDENT-CONTACT
                 INVALID KEY
                    CONTINUE
                 NOT INVALID KEY
                    IF CON-ADDRESS-LINE-1 NOT = SPACES
                       SET ADDRESS-ON-FILE TO TRUE
                    END-IF
              END-READ
           END-IF
           IF ADDRESS-ON-FILE
              PERFORM BUILD-CITY-LINE
              IF CON-GUARDIAN-NAME NOT = SPACES
                 STRING "C/O "            DELIMITED BY SIZE
                        CON-GUARDIAN-NAME DELIMITED BY SIZE
                        INTO MAIL-CARE-OF
              END-IF
              PERFORM WRITE-MAILING-LABEL
           ELSE
              PERFORM RECORD-NO-ADDRESS
           END-IF.

       BUILD-CITY-LINE.
           IF CON-REGION = SPACES
              STRING CON-CITY          DELIMITED BY "  "
                     "  "              DELIMITED BY SIZE
                     CON-POSTAL-CODE   DELIMITED BY SIZE
                     INTO MAIL-CITY-LINE
           ELSE
              STRING CON-CITY          DELIMITED BY "  "
                     ", "              DELIMITED BY SIZE
                     CON-REGION        DELIMITED BY "  "
                     "  "              DELIMITED BY SIZE
                     CON-POSTAL-CODE   DELIMITED BY SIZE
                     INTO MAIL-CITY-LINE
           END-IF.

       PRINT-LETTER-MAIL-BLOCK.
           MOVE BREAK-STUDENT-NAME TO LTR-MAIL-TEXT
           MOVE LTR-MAIL-LINE      TO LETTER-LINE
           WRITE LETTER-LINE
           IF ADDRESS-ON-FILE
              IF MAIL-CARE-OF NOT = SPACES
                 MOVE MAIL-CARE-OF  TO LTR-MAIL-TEXT
                 MOVE LTR-MAIL-LINE TO LETTER-LINE
                 WRITE LETTER-LINE
              END-IF
              MOVE CON-ADDRESS-LINE-1 TO LTR-MAIL-TEXT
              MOVE LTR-MAIL-LINE      TO LETTER-LINE
              WRITE LETTER-LINE
              IF CON-ADDRESS-LINE-2 NOT = SPACES
                 MOVE CON-ADDRESS-LINE-2 TO LTR-MAIL-TEXT
                 MOVE LTR-MAIL-LINE      TO LETTER-LINE
                 WRITE LETTER-LINE
              END-IF
              MOVE MAIL-CITY-LINE TO LTR-MAIL-TEXT
              MOVE LTR-MAIL-LINE  TO LETTER-LINE
              WRITE LETTER-LINE
           ELSE
              MOVE "*** NO ADDRESS ON FILE ***" TO LTR-MAIL-TEXT
              MOVE LTR-MAIL-LINE  TO LETTER-LINE
              WRITE LETTER-LINE
           END-IF.

       WRITE-MAILING-LABEL.
           IF LABELS-OPEN
              MOVE SPACES             TO LABEL-RECORD
              MOVE "STANDLTR"         TO LBL-DOCUMENT
              MOVE BREAK-STUDENT-ID   TO LBL-STUDENT-ID
              MOVE BREAK-STUDENT-NAME TO LBL-ADDRESSEE
              MOVE MAIL-CARE-OF       TO LBL-CARE-OF
              MOVE CON-ADDRESS-LINE-1 TO LBL-ADDRESS-LINE-1
              MOVE CON-ADDRESS-LINE-2 TO LBL-ADDRESS-LINE-2
              MOVE MAIL-CITY-LINE     TO LBL-CITY-LINE
              MOVE RUN-DATE           TO LBL-RUN-DATE
              WRITE LABEL-RECORD
              IF LBL-STATUS NOT = "00"
                 DISPLAY "WARNING - MAILING LABEL WRITE FAILED - ",
                         "STATUS ", LBL-STATUS
              ELSE
                 ADD 1 TO LABEL-COUNT
              END-IF
           END-IF.

       RECORD-NO-ADDRESS.
           ADD 1 TO NO-ADDRESS-COUNT
           IF NO-ADDRESS-COUNT NOT > MAX-NO-ADDRESS
              MOVE NO-ADDRESS-COUNT   TO NO-ADDRESS-IDX
              MOVE BREAK-STUDENT-ID   TO NO-ADDRESS-ID (NO-ADDRESS-IDX)
              MOVE BREAK-STUDENT-NAME
                 TO NO-ADDRESS-NAME (NO-ADDRESS-IDX)
           END-IF.

       PRINT-LETTER-EXCEPTIONS.
           IF NO-ADDRESS-COUNT = 0
              GO TO PRINT-LETTER-EXCEPTIONS-EXIT
           END-IF
           ADD 1 TO PAGE-NUMBER
           MOVE LTR-RULE-LINE TO LETTER-LINE
           WRITE LETTER-LINE AFTER ADVANCING PAGE
           MOVE LTR-HEADING-LINE TO LETTER-LINE
           WRITE LETTER-LINE
           MOVE LTR-EXCEPTION-TITLE-LINE TO LETTER-LINE
           WRITE LETTER-LINE
           MOVE LTR-RULE-LINE TO LETTER-LINE
           WRITE LETTER-LINE
           MOVE SPACES TO LETTER-LINE
           WRITE LETTER-LINE
           MOVE STANDING-TERM TO LTR-TERM
           MOVE LTR-TERM-LINE TO LETTER-LINE
           WRITE LETTER-LINE
           MOVE SPACES TO LETTER-LINE
           WRITE LETTER-LINE
           MOVE "  NO ADDRESS ON FILE - LETTER PRINTED, NO LABEL CUT"
              TO LETTER-LINE
           WRITE LETTER-LINE
           MOVE SPACES TO LETTER-LINE
           WRITE LETTER-LINE
           PERFORM PRINT-ONE-NO-ADDRESS
              VARYING NO-ADDRESS-IDX FROM 1 BY 1
              UNTIL NO-ADDRESS-IDX > NO-ADDRESS-COUNT
                 OR NO-ADDRESS-IDX > MAX-NO-ADDRESS
           IF NO-ADDRESS-COUNT > MAX-NO-ADDRESS
              MOVE SPACES TO LETTER-LINE
              WRITE LETTER-LINE
              MOVE "  ONLY THE FIRST 200 ARE LISTED - SEE THE CONSOLE"
                 TO LETTER-LINE
              WRITE LETTER-LINE
              MOVE "  TOTAL FOR THE FULL COUNT." TO LETTER-LINE
              WRITE LETTER-LINE
           END-IF
           MOVE SPACES TO LETTER-LINE
           WRITE LETTER-LINE
           MOVE LTR-RULE-LINE TO LETTER-LINE
           WRITE LETTER-LINE
           MOVE RUN-DATE    TO LTR-RUN-DATE
           MOVE PAGE-NUMBER TO LTR-PAGE-NUMBER
           MOVE LTR-FOOTER-LINE TO LETTER-LINE
           WRITE LETTER-LINE.
       PRINT-LETTER-EXCEPTIONS-EXIT.
           EXIT.

       PRINT-ONE-NO-ADDRESS.
           MOVE NO-ADDRESS-ID (NO-ADDRESS-IDX)
                                TO LTR-NO-ADDRESS-ID
           MOVE NO-ADDRESS-NAME (NO-ADDRESS-IDX)
                                TO LTR-NO-ADDRESS-NAME
           MOVE LTR-NO-ADDRESS-LINE TO LETTER-LINE
           WRITE LETTER-LINE.

       END-OF-PROGRAM.
           CLOSE STUDENT-MASTER
           IF HIST-AVAILABLE
              CLOSE STUDENT-HISTORY
           END-IF
           IF POLICY-AVAILABLE
              CLOSE GRADING-POLICY
           END-IF
           IF ATTENDANCE-AVAILABLE
              CLOSE ATTENDANCE-FILE
           END-IF
           CLOSE STANDING-FILE
           CLOSE STANDING-LETTERS
           IF CONTACT-AVAILABLE
              CLOSE STUDENT-CONTACT
           END-IF
           IF LABELS-OPEN
              CLOSE MAILING-LABELS
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
                      "FOR STANDING - RUNNING UNATTENDED."
           END-IF.

       LOAD-ONE-CONTROL-CARD.
           READ CONTROL-CARDS
              AT END
                 SET CARD-EOF TO TRUE
              NOT AT END
                 IF CARD-PROGRAM = "STANDING"
                    IF CARD-COUNT < MAX-CARDS
                       ADD 1 TO CARD-COUNT
                       MOVE CARD-VALUE TO CARD-ENTRY (CARD-COUNT)
                    ELSE
                       IF NOT CARD-OVERFLOW
                          DISPLAY "TOO MANY CONTROL CARDS FOR STANDING",
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
       END PROGRAM STANDING.
