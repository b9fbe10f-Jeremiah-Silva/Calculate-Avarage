      *   01/09/2026 JS  Carried the section and teacher fields
      *                  added to the master and history record
      *                  layouts.
      *   15/10/2026 JS  Each term now prints under the grading policy
      *                  on file for that term - letter grades are
      *                  re-derived from the term's bands, the term
      *                  line shows its pass mark, and credits earned
      *                  count only subjects at or above it.
      *   15/10/2026 JS  A subject failed for attendance under the
      *                  term's minimum prints as an F and earns no
      *                  credit, even with an average at the pass mark.
      *   15/10/2026 JS  Transcripts now print a mailing block from the
      *                  student contact file; the run writes the
      *                  TRNLABEL mailing-label file, and transcripts
      *                  for students with no address on file are
      *                  listed on an exception page at the end.
      *   15/10/2026 JS  An official transcript is refused for a
      *                  student under a blocking or transcript hold on
      *                  the student holds file; refused requests are
      *                  listed on the exception page.
      *   15/10/2026 JS  The console prompts can now be answered from
      *                  the CTLCARDS control-card file so the run can
      *                  go unattended in the nightly job stream, and
      *                  the run ends with a return code the job
      *                  stream checks.
      *   15/10/2026 JS  The student's latest class rank from the
      *                  CLASSRNK file prints under the cumulative GPA.
      *   15/10/2026 JS  A control-card deck with more answers than
      *                  the card table holds now stops the run with
      *                  return code 8 instead of dropping the rest,
      *                  and a run takes up to 200 answers.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. TRANSCRPT.
               ORGANIZATION       IS LINE SEQUENTIAL
               FILE STATUS        IS TRN-STATUS.

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

           SELECT STUDENT-HOLDS   ASSIGN TO "HOLDS"
               ORGANIZATION       IS INDEXED
               ACCESS MODE        IS DYNAMIC
               RECORD KEY         IS HOLD-KEY
               FILE STATUS        IS HOLD-STATUS.

           SELECT CLASS-RANK      ASSIGN TO "CLASSRNK"
               ORGANIZATION       IS INDEXED
               ACCESS MODE        IS DYNAMIC
               RECORD KEY         IS RANK-KEY
               FILE STATUS        IS RANK-STATUS.

           SELECT MAILING-LABELS  ASSIGN TO "TRNLABEL"
               ORGANIZATION       IS LINE SEQUENTIAL
               FILE STATUS        IS LBL-STATUS.

           SELECT CONTROL-CARDS   ASSIGN TO "CTLCARDS"
               ORGANIZATION       IS LINE SEQUENTIAL
               FILE STATUS        IS CARD-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  STUDENT-MASTER
           LABEL RECORD IS STANDARD.
       01 TRANSCRIPT-LINE            PIC X(80).

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

       FD  STUDENT-HOLDS
           LABEL RECORD IS STANDARD.
       01 HOLD-RECORD.
           05 HOLD-KEY.
               10 HOLD-STUDENT-ID    PIC 9(6).
               10 HOLD-OFFICE        PIC X(8).
               10 HOLD-PLACED-DATE   PIC X(8).
           05 HOLD-STUDENT-NAME      PIC X(50).
           05 HOLD-TYPE              PIC X(1).
               88 HOLD-BLOCKS-TRANSCRIPT             VALUE "B" "T".
           05 HOLD-REASON            PIC X(40).
           05 HOLD-PLACED-OPERATOR   PIC X(8).
           05 HOLD-RELEASED-DATE     PIC X(8).
           05 HOLD-RELEASED-OPERATOR PIC X(8).
           05 FILLER                 PIC X(20).

       FD  CLASS-RANK
           LABEL RECORD IS STANDARD.
       01 RANK-RECORD.
           05 RANK-KEY.
               10 RANK-STUDENT-ID    PIC 9(6).
               10 RANK-TERM          PIC X(5).
           05 RANK-STUDENT-NAME      PIC X(50).
           05 RANK-COHORT            PIC X(5).
           05 RANK-PROGRAM-CODE      PIC X(6).
           05 RANK-CUM-GPA           PIC 9(2)V9(2).
           05 RANK-CREDIT-HOURS      PIC 9(4).
           05 RANK-NUMBER            PIC 9(5).
           05 RANK-COHORT-SIZE       PIC 9(5).
           05 RANK-PERCENTILE        PIC 9(3).
           05 RANK-RUN-DATE          PIC X(08).
           05 RANK-OPERATOR          PIC X(08).
           05 FILLER                 PIC X(20).

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
       01 TRN-STATUS             PIC X(02).
       01 POL-STATUS             PIC X(02).
       01 POLICY-AVAIL-SWITCH    PIC X                   VALUE "N".
           88 POLICY-AVAILABLE                           VALUE "Y".
       01 GRADE-A-MINIMUM        PIC 9(2)V9(2)           VALUE 9.00.
       01 GRADE-B-MINIMUM        PIC 9(2)V9(2)           VALUE 8.00.
       01 GRADE-C-MINIMUM        PIC 9(2)V9(2)           VALUE 7.00.
       01 GRADE-D-MINIMUM        PIC 9(2)V9(2)           VALUE 6.00.
       01 PASS-MARK              PIC 9(2)V9(2)           VALUE 7.00.
       01 WANTED-STUDENT-ID      PIC 9(6)                VALUE ZERO.
       01 ANOTHER-OPTION         PIC X.
       01 HIST-AVAIL-SWITCH      PIC X                   VALUE "N".
       01 TERM-CREDIT-TOTAL      PIC 9(4)                VALUE ZERO.
       01 TERM-WEIGHTED-TOTAL    PIC 9(6)V9(2)           VALUE ZERO.
       01 TERM-GPA               PIC 9(2)V9(2)           VALUE ZERO.
       01 TERM-EARNED-TOTAL      PIC 9(4)                VALUE ZERO.
       01 CUM-SUBJECT-COUNT      PIC 9(4)                VALUE ZERO.
       01 CUM-AVERAGE-TOTAL      PIC 9(6)V9(2)           VALUE ZERO.
       01 CUM-CREDIT-TOTAL       PIC 9(6)                VALUE ZERO.
       01 CUM-WEIGHTED-TOTAL     PIC 9(8)V9(2)           VALUE ZERO.
       01 CUM-GPA                PIC 9(2)V9(2)           VALUE ZERO.
       01 CUM-EARNED-TOTAL       PIC 9(6)                VALUE ZERO.
       01 PAGE-NUMBER            PIC 9(4)                VALUE ZERO.
       01 RUN-DATE               PIC X(8)                VALUE SPACES.

       01 CON-STATUS             PIC X(02).
       01 LBL-STATUS             PIC X(02).
       01 CONTACT-AVAIL-SWITCH   PIC X                   VALUE "N".
           88 CONTACT-AVAILABLE                          VALUE "Y".
       01 LABELS-OPEN-SWITCH     PIC X                   VALUE "N".
           88 LABELS-OPEN                                VALUE "Y".
       01 ADDRESS-SWITCH         PIC X                   VALUE "N".
           88 ADDRESS-ON-FILE                            VALUE "Y".
       01 MAIL-CITY-LINE         PIC X(60)               VALUE SPACES.
       01 LABEL-COUNT            PIC 9(6)                VALUE ZERO.
       77 MAX-NO-ADDRESS         PIC 9(3)                VALUE 200.
       01 NO-ADDRESS-COUNT       PIC 9(6)                VALUE ZERO.
       01 NO-ADDRESS-IDX         PIC 9(3)                VALUE ZERO
                                                           COMP.
       01 HOLD-STATUS            PIC X(02).
       01 HOLDS-AVAIL-SWITCH     PIC X                   VALUE "N".
           88 HOLDS-AVAILABLE                            VALUE "Y".
       01 STUDENT-HELD-SWITCH    PIC X                   VALUE "N".
           88 STUDENT-HELD                               VALUE "Y".
       01 HOLD-SCAN-SWITCH       PIC X                   VALUE "N".
           88 HOLD-SCAN-DONE                             VALUE "Y".
       01 HELD-OFFICE            PIC X(8)                VALUE SPACES.
       01 HELD-PLACED-DATE       PIC X(8)                VALUE SPACES.
       01 RANK-STATUS            PIC X(02).
       01 RANK-AVAIL-SWITCH      PIC X                   VALUE "N".
           88 RANK-AVAILABLE                             VALUE "Y".
       01 RANK-SCAN-SWITCH       PIC X                   VALUE "N".
           88 RANK-SCAN-DONE                             VALUE "Y".
       01 RANK-FOUND-SWITCH      PIC X                   VALUE "N".
           88 RANK-FOUND                                 VALUE "Y".
       01 LATEST-RANK-DATE       PIC X(8)                VALUE SPACES.
       77 MAX-HELD               PIC 9(3)                VALUE 200.
       01 HELD-COUNT             PIC 9(6)                VALUE ZERO.
       01 HELD-IDX               PIC 9(3)                VALUE ZERO
                                                           COMP.
       01 HELD-TABLE.
           05 HELD-ENTRY         OCCURS 200 TIMES.
               10 HELD-ID        PIC 9(6).
               10 HELD-ENTRY-OFFICE
                                 PIC X(8).
               10 HELD-ENTRY-DATE
                                 PIC X(8).
       01 NO-ADDRESS-TABLE.
           05 NO-ADDRESS-ENTRY   OCCURS 200 TIMES.
               10 NO-ADDRESS-ID  PIC 9(6).
               10 NO-ADDRESS-NAME
                                 PIC X(50).

       01 TRN-HEADING-LINE.
           05 FILLER              PIC X(14)      VALUE SPACES.
           05 FILLER              PIC X(34)
           05 TRN-STUDENT-NAME    PIC X(50).
           05 FILLER              PIC X(5)       VALUE "  ID ".
           05 TRN-STUDENT-ID      PIC 9(6).
       01 TRN-MAIL-LINE.
           05 FILLER              PIC X(6)       VALUE SPACES.
           05 TRN-MAIL-TEXT       PIC X(60).
           05 FILLER              PIC X(14)      VALUE SPACES.
       01 TRN-EXCEPTION-TITLE-LINE.
           05 FILLER              PIC X(25)      VALUE SPACES.
           05 FILLER              PIC X(30)
                          VALUE "TRANSCRIPT EXCEPTIONS".
           05 FILLER              PIC X(25)      VALUE SPACES.
       01 TRN-NO-ADDRESS-LINE.
           05 FILLER              PIC X(6)       VALUE SPACES.
           05 TRN-NO-ADDRESS-ID   PIC 9(6).
           05 FILLER              PIC X(2)       VALUE SPACES.
           05 TRN-NO-ADDRESS-NAME PIC X(50).
       01 TRN-HELD-LINE.
           05 FILLER              PIC X(6)       VALUE SPACES.
           05 TRN-HELD-ID         PIC 9(6).
           05 FILLER              PIC X(2)       VALUE SPACES.
           05 FILLER              PIC X(15)
                          VALUE "HOLD PLACED BY ".
           05 TRN-HELD-OFFICE     PIC X(8).
           05 FILLER              PIC X(4)       VALUE " ON ".
           05 TRN-HELD-DATE       PIC X(8).
       01 TRN-TERM-LINE.
           05 FILLER              PIC X(2)       VALUE SPACES.
           05 FILLER              PIC X(10)      VALUE "TERM    : ".
           05 TRN-TERM            PIC X(5).
           05 FILLER              PIC X(16)
                          VALUE "     PASS MARK: ".
           05 TRN-PASS-MARK       PIC Z9.99.
       01 TRN-SUBJECT-LINE.
           05 FILLER              PIC X(6)       VALUE SPACES.
           05 TRN-SUBJECT         PIC X(40).
           05 FILLER              PIC X(6)       VALUE SPACES.
           05 FILLER              PIC X(11)      VALUE "TERM GPA : ".
           05 TRN-TERM-GPA        PIC Z9.99.
           05 FILLER              PIC X(21)
                          VALUE "     CREDITS EARNED: ".
           05 TRN-TERM-EARNED     PIC ZZZ9.
       01 TRN-CUM-GPA-LINE.
           05 FILLER              PIC X(2)       VALUE SPACES.
           05 FILLER              PIC X(17)
                          VALUE "CUMULATIVE GPA : ".
           05 TRN-CUM-GPA         PIC Z9.99.
           05 FILLER              PIC X(21)
                          VALUE "     CREDITS EARNED: ".
           05 TRN-CUM-EARNED      PIC ZZZZZ9.
       01 TRN-RANK-LINE.
           05 FILLER              PIC X(2)       VALUE SPACES.
           05 FILLER              PIC X(17)
                          VALUE "CLASS RANK     : ".
           05 TRN-RANK-NUMBER     PIC ZZZZ9.
           05 FILLER              PIC X(4)       VALUE " OF ".
           05 TRN-RANK-SIZE       PIC ZZZZ9.
           05 FILLER              PIC X(13)      VALUE "  ENTRY TERM ".
           05 TRN-RANK-COHORT     PIC X(5).
           05 FILLER              PIC X(7)       VALUE " AS OF ".
           05 TRN-RANK-TERM       PIC X(5).
       01 TRN-FOOTER-LINE.
           05 FILLER              PIC X(2)       VALUE SPACES.
           05 FILLER              PIC X(11)      VALUE "RUN DATE : ".
       01 TRN-RULE-LINE.
           05 FILLER              PIC X(80)      VALUE ALL "*".

       01 CARD-STATUS             PIC X(02).
       01 CARD-EOF-SWITCH         PIC X                   VALUE "N".
           88 CARD-EOF                                    VALUE "Y".
       01 CARD-MODE-SWITCH        PIC X                   VALUE "N".
           88 CARD-MODE                                   VALUE "Y".
       01 CARD-OVERFLOW-SWITCH    PIC X                   VALUE "N".
           88 CARD-OVERFLOW                               VALUE "Y".
       77 MAX-CARDS               PIC 9(3)                VALUE 200.
       01 CARD-COUNT              PIC 9(3)                VALUE ZERO.
       01 CARD-IDX                PIC 9(3)                VALUE ZERO
                                                           COMP.
       01 CARD-TABLE.
           05 CARD-ENTRY          OCCURS 200 TIMES
                                  PIC X(71).
       01 CARD-ANSWER             PIC X(71)               VALUE SPACES.

       PROCEDURE DIVISION.
       WELCOME.
           DISPLAY "     ".
           IF MASTER-STATUS NOT = "00"
              DISPLAY "ERROR OPENING STUDENT MASTER - STATUS ",
                      MASTER-STATUS
              MOVE 12 TO RETURN-CODE
              STOP RUN
           END-IF.
           OPEN INPUT STUDENT-HISTORY.
                      "STATUS ", HIST-STATUS, " - ONLY THE CURRENT ",
                      "TERM WILL PRINT."
           END-IF.
           OPEN INPUT GRADING-POLICY.
           IF POL-STATUS = "00"
              SET POLICY-AVAILABLE TO TRUE
           ELSE
              DISPLAY "WARNING - GRADING POLICY FILE NOT AVAILABLE - ",
                      "STATUS ", POL-STATUS, " - THE HOUSE GRADE ",
                      "BANDS AND PASS MARK WILL APPLY."
           END-IF.
           OPEN OUTPUT TRANSCRIPT-PRINT.
           IF TRN-STATUS NOT = "00"
              DISPLAY "ERROR OPENING TRANSCRIPT PRINT FILE - STATUS ",
                      TRN-STATUS
              MOVE 12 TO RETURN-CODE
              GO TO END-OF-PROGRAM
           END-IF.
           OPEN INPUT STUDENT-CONTACT.
           IF CON-STATUS = "00"
              SET CONTACT-AVAILABLE TO TRUE
           ELSE
              DISPLAY "WARNING - STUDENT CONTACT FILE NOT AVAILABLE - ",
                      "STATUS ", CON-STATUS, " - EVERY TRANSCRIPT ",
                      "WILL BE LISTED AS HAVING NO ADDRESS."
           END-IF.
           OPEN INPUT STUDENT-HOLDS.
           IF HOLD-STATUS = "00"
              SET HOLDS-AVAILABLE TO TRUE
           ELSE
              DISPLAY "WARNING - STUDENT HOLDS FILE NOT AVAILABLE - ",
                      "STATUS ", HOLD-STATUS, " - NO HOLDS WILL BE ",
                      "CHECKED."
           END-IF.
           OPEN INPUT CLASS-RANK.
           IF RANK-STATUS = "00"
              SET RANK-AVAILABLE TO TRUE
           ELSE
              DISPLAY "WARNING - CLASS RANK FILE NOT AVAILABLE - ",
                      "STATUS ", RANK-STATUS, " - NO CLASS RANK WILL ",
                      "BE PRINTED."
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
           PERFORM LOAD-CONTROL-CARDS.
           GO TO NEXT-STUDENT.

       NEXT-STUDENT.
           DISPLAY "ENTER THE STUDENT ID (6 DIGITS):"
           IF CARD-MODE
              PERFORM NEXT-CONTROL-CARD
              MOVE CARD-ANSWER (1:6) TO WANTED-STUDENT-ID
           ELSE
              ACCEPT WANTED-STUDENT-ID
           END-IF
           PERFORM PRINT-ONE-TRANSCRIPT
              THRU PRINT-ONE-TRANSCRIPT-EXIT
           DISPLAY "     "
           DISPLAY "ANOTHER TRANSCRIPT? (Y/N)"
           IF CARD-MODE
              PERFORM NEXT-CONTROL-CARD
              MOVE CARD-ANSWER TO ANOTHER-OPTION
           ELSE
              ACCEPT ANOTHER-OPTION
           END-IF
           IF ANOTHER-OPTION = "Y" OR "y"
              GO TO NEXT-STUDENT
           END-IF
           PERFORM PRINT-TRANSCRIPT-EXCEPTIONS
              THRU PRINT-TRANSCRIPT-EXCEPTIONS-EXIT
           DISPLAY "TRANSCRIPTS WRITTEN TO THE TRNSCRPT PRINT FILE."
           DISPLAY "MAILING LABELS WRITTEN TO TRNLABEL : ", LABEL-COUNT
           DISPLAY "TRANSCRIPTS WITH NO ADDRESS ON FILE: ",
                   NO-ADDRESS-COUNT
           DISPLAY "TRANSCRIPTS REFUSED FOR A HOLD     : ",
                   HELD-COUNT
           GO TO END-OF-PROGRAM.

       PRINT-ONE-TRANSCRIPT.
           MOVE ZERO   TO TERM-AVERAGE-TOTAL
           MOVE ZERO   TO TERM-CREDIT-TOTAL
           MOVE ZERO   TO TERM-WEIGHTED-TOTAL
           MOVE ZERO   TO TERM-EARNED-TOTAL
           MOVE ZERO   TO CUM-EARNED-TOTAL
           MOVE ZERO   TO CUM-SUBJECT-COUNT
           MOVE ZERO   TO CUM-AVERAGE-TOTAL
           MOVE ZERO   TO CUM-CREDIT-TOTAL
           MOVE ZERO   TO CUM-WEIGHTED-TOTAL
           PERFORM CHECK-STUDENT-HOLDS
           IF STUDENT-HELD
              DISPLAY "TRANSCRIPT REFUSED - STUDENT ",
                      WANTED-STUDENT-ID, " IS UNDER A HOLD PLACED BY ",
                      HELD-OFFICE, " ON ", HELD-PLACED-DATE, "."
              PERFORM RECORD-HELD-TRANSCRIPT
              GO TO PRINT-ONE-TRANSCRIPT-EXIT
           END-IF
           PERFORM READ-HISTORY-TERMS
           PERFORM READ-CURRENT-TERM
           IF NOT ANY-TERM-PRINTED
           END-IF
           PERFORM CLOSE-TERM-SECTION
           PERFORM PRINT-CUMULATIVE-GPA
           PERFORM PRINT-CLASS-RANK
           PERFORM PRINT-PAGE-FOOTER.
       PRINT-ONE-TRANSCRIPT-EXIT.
           EXIT.
              ADD WORK-CREDIT-HOURS  TO CUM-CREDIT-TOTAL
              COMPUTE CUM-WEIGHTED-TOTAL = CUM-WEIGHTED-TOTAL +
                 (WORK-AVERAGE * WORK-CREDIT-HOURS)
              IF WORK-AVERAGE >= PASS-MARK
                 AND WORK-RESULT NOT = "FAILL"
                 ADD WORK-CREDIT-HOURS TO TERM-EARNED-TOTAL
                 ADD WORK-CREDIT-HOURS TO CUM-EARNED-TOTAL
              END-IF
           END-IF
           MOVE WORK-SUBJECT      TO TRN-SUBJECT
           MOVE WORK-AVERAGE      TO TRN-AVERAGE
              MOVE "W" TO TRN-LETTER-GRADE
           ELSE IF WORK-RESULT = "INCOMPLETE"
              MOVE "I" TO TRN-LETTER-GRADE
           ELSE IF WORK-RESULT = "REJECTED"
              MOVE WORK-LETTER-GRADE TO TRN-LETTER-GRADE
           ELSE IF WORK-RESULT = "FAILL"
              AND WORK-AVERAGE >= PASS-MARK
              MOVE "F" TO TRN-LETTER-GRADE
           ELSE
              PERFORM DERIVE-LETTER-GRADE
              MOVE WORK-LETTER-GRADE TO TRN-LETTER-GRADE
           END-IF
           MOVE WORK-CREDIT-HOURS TO TRN-CREDITS
              SET ANY-TERM-PRINTED TO TRUE
           END-IF
           MOVE WORK-TERM     TO BREAK-TERM
           PERFORM LOAD-GRADING-POLICY
           MOVE WORK-TERM     TO TRN-TERM
           MOVE PASS-MARK     TO TRN-PASS-MARK
           MOVE TRN-TERM-LINE TO TRANSCRIPT-LINE
           WRITE TRANSCRIPT-LINE
           SET TERM-SECTION-OPEN TO TRUE.
                 MOVE ZERO TO TERM-GPA
              END-IF
              MOVE TERM-GPA          TO TRN-TERM-GPA
              MOVE TERM-EARNED-TOTAL TO TRN-TERM-EARNED
              MOVE TRN-TERM-GPA-LINE TO TRANSCRIPT-LINE
              WRITE TRANSCRIPT-LINE
              MOVE SPACES            TO TRANSCRIPT-LINE
              MOVE ZERO TO TERM-AVERAGE-TOTAL
              MOVE ZERO TO TERM-CREDIT-TOTAL
              MOVE ZERO TO TERM-WEIGHTED-TOTAL
              MOVE ZERO TO TERM-EARNED-TOTAL
              MOVE "N"  TO SECTION-OPEN-SWITCH
           END-IF.

              MOVE ZERO TO CUM-GPA
           END-IF
           MOVE CUM-GPA          TO TRN-CUM-GPA
           MOVE CUM-EARNED-TOTAL TO TRN-CUM-EARNED
           MOVE TRN-CUM-GPA-LINE TO TRANSCRIPT-LINE
           WRITE TRANSCRIPT-LINE.

       PRINT-CLASS-RANK.
      * A student can hold a rank for several terms; the one printed is
      * the latest run. No line prints for a student never ranked.
           MOVE "N"    TO RANK-FOUND-SWITCH
           MOVE "N"    TO RANK-SCAN-SWITCH
           MOVE SPACES TO LATEST-RANK-DATE
           IF NOT RANK-AVAILABLE
              SET RANK-SCAN-DONE TO TRUE
           ELSE
              MOVE WANTED-STUDENT-ID TO RANK-STUDENT-ID
              MOVE LOW-VALUES        TO RANK-TERM
              START CLASS-RANK KEY NOT < RANK-KEY
                 INVALID KEY
                    SET RANK-SCAN-DONE TO TRUE
              END-START
           END-IF
           PERFORM CHECK-ONE-RANK UNTIL RANK-SCAN-DONE
           IF RANK-FOUND
              MOVE TRN-RANK-LINE TO TRANSCRIPT-LINE
              WRITE TRANSCRIPT-LINE
           END-IF.

       CHECK-ONE-RANK.
           READ CLASS-RANK NEXT RECORD
              AT END
                 SET RANK-SCAN-DONE TO TRUE
              NOT AT END
                 IF RANK-STUDENT-ID NOT = WANTED-STUDENT-ID
                    SET RANK-SCAN-DONE TO TRUE
                 ELSE
                    IF RANK-RUN-DATE NOT < LATEST-RANK-DATE
                       SET RANK-FOUND TO TRUE
                       MOVE RANK-RUN-DATE     TO LATEST-RANK-DATE
                       MOVE RANK-NUMBER       TO TRN-RANK-NUMBER
                       MOVE RANK-COHORT-SIZE  TO TRN-RANK-SIZE
                       MOVE RANK-COHORT       TO TRN-RANK-COHORT
                       MOVE RANK-TERM         TO TRN-RANK-TERM
                    END-IF
                 END-IF
           END-READ.

       LOAD-GRADING-POLICY.
      * A term the academic board has not set falls back to the house
      * bands and pass mark that were in force before the policy file.
           MOVE 9.00 TO GRADE-A-MINIMUM
           MOVE 8.00 TO GRADE-B-MINIMUM
           MOVE 7.00 TO GRADE-C-MINIMUM
           MOVE 6.00 TO GRADE-D-MINIMUM
           MOVE 7.00 TO PASS-MARK
           IF POLICY-AVAILABLE
              MOVE WORK-TERM TO POL-TERM
              READ GRADING-POLICY
                 INVALID KEY
                    CONTINUE
                 NOT INVALID KEY
                    MOVE POL-A-MINIMUM TO GRADE-A-MINIMUM
                    MOVE POL-B-MINIMUM TO GRADE-B-MINIMUM
                    MOVE POL-C-MINIMUM TO GRADE-C-MINIMUM
                    MOVE POL-D-MINIMUM TO GRADE-D-MINIMUM
                    MOVE POL-PASS-MARK TO PASS-MARK
              END-READ
           END-IF.

       DERIVE-LETTER-GRADE.
           IF WORK-AVERAGE >= GRADE-A-MINIMUM
              MOVE "A" TO WORK-LETTER-GRADE
           ELSE IF WORK-AVERAGE >= GRADE-B-MINIMUM
              MOVE "B" TO WORK-LETTER-GRADE
           ELSE IF WORK-AVERAGE >= GRADE-C-MINIMUM
              MOVE "C" TO WORK-LETTER-GRADE
           ELSE IF WORK-AVERAGE >= GRADE-D-MINIMUM
              MOVE "D" TO WORK-LETTER-GRADE
           ELSE
              MOVE "F" TO WORK-LETTER-GRADE
           END-IF.

       PRINT-PAGE-HEADER.
           ADD 1 TO PAGE-NUMBER
           MOVE TRN-RULE-LINE TO TRANSCRIPT-LINE
           WRITE TRANSCRIPT-LINE
           MOVE SPACES TO TRANSCRIPT-LINE
           WRITE TRANSCRIPT-LINE
           PERFORM FIND-MAILING-ADDRESS
           PERFORM PRINT-TRANSCRIPT-MAIL-BLOCK
           MOVE SPACES TO TRANSCRIPT-LINE
           WRITE TRANSCRIPT-LINE
           MOVE TRANSCRIPT-STUDENT-NAME TO TRN-STUDENT-NAME
           MOVE WANTED-STUDENT-ID       TO TRN-STUDENT-ID
           MOVE TRN-STUDENT-LINE        TO TRANSCRIPT-LINE
           MOVE TRN-FOOTER-LINE TO TRANSCRIPT-LINE
           WRITE TRANSCRIPT-LINE.

       FIND-MAILING-ADDRESS.
      * A transcript goes to the student, so no care-of line is used.
      * A contact record with no street address counts as none at all.
           MOVE "N"    TO ADDRESS-SWITCH
           MOVE SPACES TO MAIL-CITY-LINE
           IF CONTACT-AVAILABLE
              MOVE WANTED-STUDENT-ID TO CON-STUDENT-ID
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
              PERFORM WRITE-MAILING-LABEL
           ELSE
              PERFORM RECORD-NO-ADDRESS
              DISPLAY "NOTE - NO ADDRESS ON FILE FOR STUDENT ",
                      WANTED-STUDENT-ID, " - NO LABEL WRITTEN."
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

       PRINT-TRANSCRIPT-MAIL-BLOCK.
           MOVE TRANSCRIPT-STUDENT-NAME TO TRN-MAIL-TEXT
           MOVE TRN-MAIL-LINE           TO TRANSCRIPT-LINE
           WRITE TRANSCRIPT-LINE
           IF ADDRESS-ON-FILE
              MOVE CON-ADDRESS-LINE-1 TO TRN-MAIL-TEXT
              MOVE TRN-MAIL-LINE      TO TRANSCRIPT-LINE
              WRITE TRANSCRIPT-LINE
              IF CON-ADDRESS-LINE-2 NOT = SPACES
                 MOVE CON-ADDRESS-LINE-2 TO TRN-MAIL-TEXT
                 MOVE TRN-MAIL-LINE      TO TRANSCRIPT-LINE
                 WRITE TRANSCRIPT-LINE
              END-IF
              MOVE MAIL-CITY-LINE TO TRN-MAIL-TEXT
              MOVE TRN-MAIL-LINE  TO TRANSCRIPT-LINE
              WRITE TRANSCRIPT-LINE
           ELSE
              MOVE "*** NO ADDRESS ON FILE ***" TO TRN-MAIL-TEXT
              MOVE TRN-MAIL-LINE  TO TRANSCRIPT-LINE
              WRITE TRANSCRIPT-LINE
           END-IF.

       WRITE-MAILING-LABEL.
           IF LABELS-OPEN
              MOVE SPACES             TO LABEL-RECORD
              MOVE "TRNSCRPT"         TO LBL-DOCUMENT
              MOVE WANTED-STUDENT-ID  TO LBL-STUDENT-ID
              MOVE TRANSCRIPT-STUDENT-NAME
                                      TO LBL-ADDRESSEE
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
              MOVE NO-ADDRESS-COUNT  TO NO-ADDRESS-IDX
              MOVE WANTED-STUDENT-ID TO NO-ADDRESS-ID (NO-ADDRESS-IDX)
              MOVE TRANSCRIPT-STUDENT-NAME
                 TO NO-ADDRESS-NAME (NO-ADDRESS-IDX)
           END-IF.

       CHECK-STUDENT-HOLDS.
      * Only an unreleased hold of type B or T stops the transcript;
      * a notice hold is left to the office that placed it.
           MOVE "N" TO STUDENT-HELD-SWITCH
           MOVE "N" TO HOLD-SCAN-SWITCH
           IF NOT HOLDS-AVAILABLE
              SET HOLD-SCAN-DONE TO TRUE
           ELSE
              MOVE WANTED-STUDENT-ID TO HOLD-STUDENT-ID
              MOVE LOW-VALUES        TO HOLD-OFFICE
              MOVE LOW-VALUES        TO HOLD-PLACED-DATE
              START STUDENT-HOLDS KEY NOT < HOLD-KEY
                 INVALID KEY
                    SET HOLD-SCAN-DONE TO TRUE
              END-START
           END-IF
           PERFORM CHECK-ONE-HOLD UNTIL HOLD-SCAN-DONE.

       CHECK-ONE-HOLD.
           READ STUDENT-HOLDS NEXT RECORD
              AT END
                 SET HOLD-SCAN-DONE TO TRUE
              NOT AT END
                 IF HOLD-STUDENT-ID NOT = WANTED-STUDENT-ID
                    SET HOLD-SCAN-DONE TO TRUE
                 ELSE
                    IF HOLD-RELEASED-DATE = SPACES
                       AND HOLD-BLOCKS-TRANSCRIPT
                       SET STUDENT-HELD   TO TRUE
                       SET HOLD-SCAN-DONE TO TRUE
                       MOVE HOLD-OFFICE      TO HELD-OFFICE
                       MOVE HOLD-PLACED-DATE TO HELD-PLACED-DATE
                    END-IF
                 END-IF
           END-READ.

       RECORD-HELD-TRANSCRIPT.
           ADD 1 TO HELD-COUNT
           IF HELD-COUNT NOT > MAX-HELD
              MOVE HELD-COUNT        TO HELD-IDX
              MOVE WANTED-STUDENT-ID TO HELD-ID (HELD-IDX)
              MOVE HELD-OFFICE       TO HELD-ENTRY-OFFICE (HELD-IDX)
              MOVE HELD-PLACED-DATE  TO HELD-ENTRY-DATE (HELD-IDX)
           END-IF.

       PRINT-TRANSCRIPT-EXCEPTIONS.
           IF NO-ADDRESS-COUNT = 0 AND HELD-COUNT = 0
              GO TO PRINT-TRANSCRIPT-EXCEPTIONS-EXIT
           END-IF
           ADD 1 TO PAGE-NUMBER
           MOVE TRN-RULE-LINE TO TRANSCRIPT-LINE
           IF PAGE-NUMBER = 1
              WRITE TRANSCRIPT-LINE
           ELSE
              WRITE TRANSCRIPT-LINE AFTER ADVANCING PAGE
           END-IF
           MOVE TRN-HEADING-LINE TO TRANSCRIPT-LINE
           WRITE TRANSCRIPT-LINE
           MOVE TRN-EXCEPTION-TITLE-LINE TO TRANSCRIPT-LINE
           WRITE TRANSCRIPT-LINE
           MOVE TRN-RULE-LINE TO TRANSCRIPT-LINE
           WRITE TRANSCRIPT-LINE
           IF HELD-COUNT > 0
              MOVE SPACES TO TRANSCRIPT-LINE
              WRITE TRANSCRIPT-LINE
              MOVE "  UNDER A HOLD - TRANSCRIPT REFUSED, NOT PRINTED"
                 TO TRANSCRIPT-LINE
              WRITE TRANSCRIPT-LINE
              MOVE SPACES TO TRANSCRIPT-LINE
              WRITE TRANSCRIPT-LINE
              PERFORM PRINT-ONE-HELD
                 VARYING HELD-IDX FROM 1 BY 1
                 UNTIL HELD-IDX > HELD-COUNT
                    OR HELD-IDX > MAX-HELD
           END-IF
           IF NO-ADDRESS-COUNT > 0
              MOVE SPACES TO TRANSCRIPT-LINE
              WRITE TRANSCRIPT-LINE
              MOVE "  NO ADDRESS ON FILE - PRINTED, NO LABEL CUT"
                 TO TRANSCRIPT-LINE
              WRITE TRANSCRIPT-LINE
              MOVE SPACES TO TRANSCRIPT-LINE
              WRITE TRANSCRIPT-LINE
              PERFORM PRINT-ONE-NO-ADDRESS
                 VARYING NO-ADDRESS-IDX FROM 1 BY 1
                 UNTIL NO-ADDRESS-IDX > NO-ADDRESS-COUNT
                    OR NO-ADDRESS-IDX > MAX-NO-ADDRESS
           END-IF
           IF NO-ADDRESS-COUNT > MAX-NO-ADDRESS
              OR HELD-COUNT > MAX-HELD
              MOVE SPACES TO TRANSCRIPT-LINE
              WRITE TRANSCRIPT-LINE
              MOVE "  ONLY THE FIRST 200 ARE LISTED - SEE THE CONSOLE"
                 TO TRANSCRIPT-LINE
              WRITE TRANSCRIPT-LINE
              MOVE "  TOTAL FOR THE FULL COUNT." TO TRANSCRIPT-LINE
              WRITE TRANSCRIPT-LINE
           END-IF
           PERFORM PRINT-PAGE-FOOTER.
       PRINT-TRANSCRIPT-EXCEPTIONS-EXIT.
           EXIT.

       PRINT-ONE-HELD.
           MOVE HELD-ID (HELD-IDX)           TO TRN-HELD-ID
           MOVE HELD-ENTRY-OFFICE (HELD-IDX) TO TRN-HELD-OFFICE
           MOVE HELD-ENTRY-DATE (HELD-IDX)   TO TRN-HELD-DATE
           MOVE TRN-HELD-LINE TO TRANSCRIPT-LINE
           WRITE TRANSCRIPT-LINE.

       PRINT-ONE-NO-ADDRESS.
           MOVE NO-ADDRESS-ID (NO-ADDRESS-IDX)
                                TO TRN-NO-ADDRESS-ID
           MOVE NO-ADDRESS-NAME (NO-ADDRESS-IDX)
                                TO TRN-NO-ADDRESS-NAME
           MOVE TRN-NO-ADDRESS-LINE TO TRANSCRIPT-LINE
           WRITE TRANSCRIPT-LINE.

       END-OF-PROGRAM.
           CLOSE STUDENT-MASTER
           IF HIST-AVAILABLE
              CLOSE STUDENT-HISTORY
           END-IF
           IF POLICY-AVAILABLE
              CLOSE GRADING-POLICY
           END-IF
           CLOSE TRANSCRIPT-PRINT
           IF CONTACT-AVAILABLE
              CLOSE STUDENT-CONTACT
           END-IF
           IF LABELS-OPEN
              CLOSE MAILING-LABELS
           END-IF
           IF HOLDS-AVAILABLE
              CLOSE STUDENT-HOLDS
           END-IF
           IF RANK-AVAILABLE
              CLOSE CLASS-RANK
           END-IF
           DISPLAY "     "
           DISPLAY "**************************************************"
           DISPLAY "THANK YOU FOR USING THE JEREMIAH COLLEGE'S APP."
           DISPLAY "**************************************************"
           DISPLAY "     "
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
                      "FOR TRANSCRP - RUNNING UNATTENDED."
           END-IF.

       LOAD-ONE-CONTROL-CARD.
           READ CONTROL-CARDS
              AT END
                 SET CARD-EOF TO TRUE
              NOT AT END
                 IF CARD-PROGRAM = "TRANSCRP"
                    IF CARD-COUNT < MAX-CARDS
                       ADD 1 TO CARD-COUNT
                       MOVE CARD-VALUE TO CARD-ENTRY (CARD-COUNT)
                    ELSE
                       IF NOT CARD-OVERFLOW
                          DISPLAY "TOO MANY CONTROL CARDS FOR TRANSCRP",
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
       END PROGRAM TRANSCRPT.
