      *                  update; suspense carries the raw score
      *                  fields so I/W/X markers survive the repair
      *                  round trip.
      *   15/10/2026 JS  Letter-grade bands and the pass mark now come
      *                  from the grading policy file for the run's
      *                  academic term instead of being hard-coded;
      *                  the house bands stand in for a term with no
      *                  policy on file.
      *   15/10/2026 JS  A subject now fails when the student's
      *                  attendance is under the term's minimum on the
      *                  grading policy; a subject already on the
      *                  attendance file posts under the subject
      *                  sequence the attendance load reserved for it,
      *                  and the report card prints the attendance
      *                  percentage beside the average.
      *   15/10/2026 JS  A roster line for a course with prerequisites
      *                  on the catalog is checked against the
      *                  student's passed subjects on the history
      *                  file; a student who has not passed them goes
      *                  to suspense under reason PR unless a
      *                  supervisor has filed an override for the
      *                  student, subject and term.
      *   15/10/2026 JS  Report cards now print a mailing block from
      *                  the student contact file, addressed in care
      *                  of the guardian where one is on file; each
      *                  card run writes the RPTLABEL mailing-label
      *                  file, and students with no address on file
      *                  are listed on an exception page at the end.
      *   15/10/2026 JS  The report card of a student under a blocking
      *                  hold on the student holds file is held back
      *                  from the card run and listed on the exception
      *                  page with the office that placed the hold.
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
       PROGRAM-ID. AVERAGE.
               ORGANIZATION       IS LINE SEQUENTIAL
               FILE STATUS        IS REJW-STATUS.

           SELECT GRADING-POLICY  ASSIGN TO "GRADPOL"
               ORGANIZATION       IS INDEXED
               ACCESS MODE        IS RANDOM
               RECORD KEY         IS POL-TERM
               FILE STATUS        IS POL-STATUS.

           SELECT ATTENDANCE-FILE ASSIGN TO "ATTEND"
               ORGANIZATION       IS INDEXED
               ACCESS MODE        IS DYNAMIC
               RECORD KEY         IS ATT-KEY
               FILE STATUS        IS ATT-STATUS.

           SELECT STUDENT-HISTORY ASSIGN TO "STUDHIST"
               ORGANIZATION       IS INDEXED
               ACCESS MODE        IS DYNAMIC
               RECORD KEY         IS HIST-KEY
               FILE STATUS        IS HIST-STATUS.

           SELECT PREREQ-OVERRIDE ASSIGN TO "PREREQOV"
               ORGANIZATION       IS INDEXED
               ACCESS MODE        IS RANDOM
               RECORD KEY         IS POV-KEY
               FILE STATUS        IS POV-STATUS.

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

           SELECT MAILING-LABELS  ASSIGN TO "RPTLABEL"
               ORGANIZATION       IS LINE SEQUENTIAL
               FILE STATUS        IS LBL-STATUS.

           SELECT SORT-FILE       ASSIGN TO "SORTWK".

           SELECT CONTROL-CARDS   ASSIGN TO "CTLCARDS"
               ORGANIZATION       IS LINE SEQUENTIAL
               FILE STATUS        IS CARD-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  STUDENT-MASTER
           05 CAT-COURSE-CODE        PIC X(08).
           05 CAT-CREDIT-HOURS       PIC 9(02).
           05 CAT-ACTIVE-FLAG        PIC X(01).
           05 CAT-PREREQ-CODE        OCCURS 4 TIMES
                                     PIC X(08).

       FD  INTERFACE-SEQ
           LABEL RECORD IS STANDARD.

       FD  SUMMARY-WORK
           LABEL RECORD IS STANDARD.
       01 SUMMARY-WORK-RECORD        PIC X(228).

       FD  SUMMARY-SORTED
           LABEL RECORD IS STANDARD.
       01 SUMMARY-SORTED-RECORD      PIC X(228).

       FD  REJECT-WORK
           LABEL RECORD IS STANDARD.
           05 REJW-VALUE             PIC 9(2)V9(2).
           05 REJW-REASON-CODE       PIC X(2).

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
               88 HOLD-BLOCKS-ALL                    VALUE "B".
           05 HOLD-REASON            PIC X(40).
           05 HOLD-PLACED-OPERATOR   PIC X(8).
           05 HOLD-RELEASED-DATE     PIC X(8).
           05 HOLD-RELEASED-OPERATOR PIC X(8).
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

       SD  SORT-FILE.
       01 SORT-SUMMARY-RECORD.
           05 SRT-STUDENT-ID         PIC 9(6).
                                     PIC 9(2)V9(2).
           05 SRT-SCORE-STATUS       OCCURS 20 TIMES
                                     PIC X(01).
           05 SRT-ATTEND-PCT         PIC 9(3)V9(1).
           05 SRT-ATTEND-SWITCH      PIC X(01).

       FD  CONTROL-CARDS
           LABEL RECORD IS STANDARD.
       01 CONTROL-CARD.
           05 CARD-PROGRAM           PIC X(08).
           05 FILLER                 PIC X(01).
           05 CARD-VALUE             PIC X(71).

       WORKING-STORAGE SECTION.
       01 STUDENT-NAME           PIC X(50).
       01 ACADEMIC-TERM          PIC X(5).
       01 NEXT-STUDENT-ID        PIC 9(6)                VALUE 1.
       01 SUBJECT-SEQ            PIC 9(2)                VALUE ZERO.
       01 POSTING-SEQ            PIC 9(2)                VALUE ZERO.
       01 SUBJECT                PIC X(50).
       77 MAX-GRADES              PIC 9(2)                VALUE 20.
       01 GRADE-COUNT             PIC 9(2)                VALUE ZERO.
       01 SUBJECT-REJECT-SWITCH   PIC X                   VALUE "N".
           88 SUBJECT-REJECTED                            VALUE "Y".
       01 CREDIT-HOURS            PIC 9(2)                VALUE ZERO.
       01 HIST-STATUS             PIC X(02).
       01 HIST-AVAIL-SWITCH       PIC X                   VALUE "N".
           88 HIST-AVAILABLE                              VALUE "Y".
       01 HIST-DONE-SWITCH        PIC X                   VALUE "N".
           88 HIST-DONE                                   VALUE "Y".
       01 POV-STATUS              PIC X(02).
       01 OVERRIDE-AVAIL-SWITCH   PIC X                   VALUE "N".
           88 OVERRIDE-AVAILABLE                          VALUE "Y".
       01 PREREQ-FAIL-SWITCH      PIC X                   VALUE "N".
           88 PREREQ-FAILED                               VALUE "Y".
       77 MAX-PREREQS             PIC 9(1)                VALUE 4.
       01 PREREQ-IDX              PIC 9(1)                VALUE ZERO
                                                           COMP.
       01 PREREQ-CHECK-COUNT      PIC 9(1)                VALUE ZERO.
       01 PREREQ-TABLE.
           05 PREREQ-ENTRY        OCCURS 4 TIMES.
               10 PREREQ-CODE     PIC X(08).
               10 PREREQ-MET      PIC X(01).
       01 PREREQ-STUDENT-ID       PIC 9(6)                VALUE ZERO.
       01 PREREQ-MISSING-CODE     PIC X(08)               VALUE SPACES.
       01 PREREQ-REJECT-COUNT     PIC 9(6)                VALUE ZERO.
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
       01 ATTEND-FOUND-SWITCH     PIC X                   VALUE "N".
           88 ATTENDANCE-FOUND                            VALUE "Y".
       01 ATTEND-PCT-SWITCH       PIC X                   VALUE "N".
           88 ATTENDANCE-RECORDED                         VALUE "Y".
       01 ATT-SCAN-DONE-SWITCH    PIC X                   VALUE "N".
           88 ATT-SCAN-DONE                               VALUE "Y".
       01 ATTENDANCE-PCT          PIC 9(3)V9(1)           VALUE ZERO.
       01 SECTION-ID              PIC X(2)                VALUE SPACES.
       01 TEACHER-ID              PIC X(8)                VALUE SPACES.
       01 PAGE-NUMBER             PIC 9(4)                VALUE ZERO.
       01 CARD-SUBJECT-COUNT      PIC 9(2)                VALUE ZERO.
       01 CARD-GPA-TOTAL          PIC 9(4)V9(2)           VALUE ZERO.
       01 CARD-GPA                PIC 9(2)V9(2)           VALUE ZERO.
       01 CON-STATUS              PIC X(02).
       01 LBL-STATUS              PIC X(02).
       01 CONTACT-AVAIL-SWITCH    PIC X                   VALUE "N".
           88 CONTACT-AVAILABLE                           VALUE "Y".
       01 LABELS-OPEN-SWITCH      PIC X                   VALUE "N".
           88 LABELS-OPEN                                 VALUE "Y".
       01 ADDRESS-SWITCH          PIC X                   VALUE "N".
           88 ADDRESS-ON-FILE                             VALUE "Y".
       01 MAIL-CARE-OF            PIC X(44)               VALUE SPACES.
       01 MAIL-CITY-LINE          PIC X(60)               VALUE SPACES.
       01 LABEL-COUNT             PIC 9(6)                VALUE ZERO.
       77 MAX-NO-ADDRESS          PIC 9(3)                VALUE 200.
       01 NO-ADDRESS-COUNT        PIC 9(6)                VALUE ZERO.
       01 NO-ADDRESS-IDX          PIC 9(3)                VALUE ZERO
                                                           COMP.
       01 HOLD-STATUS             PIC X(02).
       01 HOLDS-AVAIL-SWITCH      PIC X                   VALUE "N".
           88 HOLDS-AVAILABLE                             VALUE "Y".
       01 STUDENT-HELD-SWITCH     PIC X                   VALUE "N".
           88 STUDENT-HELD                                VALUE "Y".
       01 HOLD-SCAN-SWITCH        PIC X                   VALUE "N".
           88 HOLD-SCAN-DONE                              VALUE "Y".
       01 HELD-OFFICE             PIC X(8)                VALUE SPACES.
       01 HELD-PLACED-DATE        PIC X(8)                VALUE SPACES.
       77 MAX-HELD                PIC 9(3)                VALUE 200.
       01 HELD-COUNT              PIC 9(6)                VALUE ZERO.
       01 HELD-IDX                PIC 9(3)                VALUE ZERO
                                                           COMP.
       01 HELD-TABLE.
           05 HELD-ENTRY          OCCURS 200 TIMES.
               10 HELD-ID         PIC 9(6).
               10 HELD-NAME       PIC X(50).
               10 HELD-ENTRY-OFFICE
                                  PIC X(8).
               10 HELD-ENTRY-DATE PIC X(8).
       01 NO-ADDRESS-TABLE.
           05 NO-ADDRESS-ENTRY    OCCURS 200 TIMES.
               10 NO-ADDRESS-ID   PIC 9(6).
               10 NO-ADDRESS-NAME PIC X(50).
       01 RPT-HEADING-LINE.
           05 FILLER              PIC X(14)      VALUE SPACES.
           05 FILLER              PIC X(34)
           05 FILLER              PIC X(2)       VALUE SPACES.
           05 FILLER              PIC X(10)      VALUE "TERM    : ".
           05 RPT-TERM            PIC X(5).
       01 RPT-MAIL-LINE.
           05 FILLER              PIC X(6)       VALUE SPACES.
           05 RPT-MAIL-TEXT       PIC X(60).
           05 FILLER              PIC X(14)      VALUE SPACES.
       01 RPT-EXCEPTION-TITLE-LINE.
           05 FILLER              PIC X(25)      VALUE SPACES.
           05 FILLER              PIC X(30)
                          VALUE "REPORT CARD EXCEPTIONS".
           05 FILLER              PIC X(25)      VALUE SPACES.
       01 RPT-HELD-LINE.
           05 FILLER              PIC X(6)       VALUE SPACES.
           05 RPT-HELD-ID         PIC 9(6).
           05 FILLER              PIC X(2)       VALUE SPACES.
           05 RPT-HELD-NAME       PIC X(40).
           05 FILLER              PIC X(2)       VALUE SPACES.
           05 RPT-HELD-OFFICE     PIC X(8).
           05 FILLER              PIC X(2)       VALUE SPACES.
           05 RPT-HELD-DATE       PIC X(8).
       01 RPT-NO-ADDRESS-LINE.
           05 FILLER              PIC X(6)       VALUE SPACES.
           05 RPT-NO-ADDRESS-ID   PIC 9(6).
           05 FILLER              PIC X(2)       VALUE SPACES.
           05 RPT-NO-ADDRESS-NAME PIC X(50).
       01 RPT-SUBJECT-LINE.
           05 FILLER              PIC X(2)       VALUE SPACES.
           05 FILLER              PIC X(10)      VALUE "SUBJECT : ".
           05 FILLER              PIC X(3)       VALUE "  (".
           05 RPT-RESULT          PIC X(10).
           05 FILLER              PIC X(1)       VALUE ")".
           05 FILLER              PIC X(13)      VALUE "  ATTENDANCE ".
           05 RPT-ATTEND-PCT      PIC ZZ9.9.
           05 RPT-ATTEND-PCT-X REDEFINES RPT-ATTEND-PCT
                                  PIC X(5).
           05 RPT-ATTEND-SIGN     PIC X(1).
       01 RPT-GPA-LINE.
           05 FILLER              PIC X(2)       VALUE SPACES.
           05 FILLER              PIC X(14)      VALUE "OVERALL GPA : ".
                                  PIC 9(2)V9(2).
           05 SUM-SCORE-STATUS    OCCURS 20 TIMES
                                  PIC X(01).
           05 SUM-ATTEND-PCT      PIC 9(3)V9(1).
           05 SUM-ATTEND-SWITCH   PIC X(01).

       01 WEIGHT-OPTION           PIC X.
       01 WEIGHTED-MODE-SWITCH    PIC X                   VALUE "N".
               10 TRANS-SUBJECT   PIC X(50).
               10 TRANS-AVERAGE   PIC 9(2)V9(2).

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
                      "STATUS ", CAT-STATUS, " - SUBJECTS WILL ",
                      "NOT BE VALIDATED."
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
           ELSE
              DISPLAY "WARNING - ATTENDANCE FILE NOT AVAILABLE - ",
                      "STATUS ", ATT-STATUS, " - NO MINIMUM-",
                      "ATTENDANCE RULE WILL APPLY."
           END-IF.
           OPEN INPUT STUDENT-HISTORY.
           IF HIST-STATUS = "00"
              SET HIST-AVAILABLE TO TRUE
           END-IF.
           OPEN INPUT PREREQ-OVERRIDE.
           IF POV-STATUS = "00"
              SET OVERRIDE-AVAILABLE TO TRUE
           END-IF.
           OPEN EXTEND AUDIT-LOG.
           OPEN INPUT CSV-EXPORT.
           IF CSV-STATUS = "00"
              DISPLAY "WARNING - SUMMARY WORK FILE OPEN FAILED - ",
                      "STATUS ", SUMW-STATUS
           END-IF.
           PERFORM LOAD-CONTROL-CARDS.
           DISPLAY "ENTER YOUR OPERATOR ID:".
           IF CARD-MODE
              PERFORM NEXT-CONTROL-CARD
              MOVE CARD-ANSWER TO OPERATOR-ID
           ELSE
              ACCEPT OPERATOR-ID
           END-IF.
           DISPLAY "     ".
           PERFORM GET-ACADEMIC-TERM.
           MOVE ACADEMIC-TERM TO POLICY-TERM.
           PERFORM LOAD-GRADING-POLICY.
           DISPLAY "     ".
           DISPLAY "RUN IN BATCH MODE FROM A ROSTER FILE? (Y/N)".
           IF CARD-MODE
              PERFORM NEXT-CONTROL-CARD
              MOVE CARD-ANSWER TO MODE-SELECT
           ELSE
              ACCEPT MODE-SELECT
           END-IF.
           IF MODE-SELECT = "Y" OR "y"
              SET BATCH-MODE-ON TO TRUE
              DISPLAY "PROCESS REPAIRED SUSPENSE RECORDS FROM ",
                      "SUSPIN INSTEAD OF THE ROSTER? (Y/N)"
              IF CARD-MODE
                 PERFORM NEXT-CONTROL-CARD
                 MOVE CARD-ANSWER TO SUSPENSE-OPTION
              ELSE
                 ACCEPT SUSPENSE-OPTION
              END-IF
              IF SUSPENSE-OPTION = "Y" OR "y"
                 SET SUSPENSE-RESUBMIT-ON TO TRUE
              END-IF
              PERFORM WRITE-RUN-CONTROL
              GO TO END-OF-PROGRAM
           END-IF.
           IF CARD-MODE
              DISPLAY "RUN STOPPED - SCORES ARE KEYED AT THE CONSOLE ",
                      "AND CANNOT BE TAKEN FROM CONTROL CARDS."
              MOVE 16 TO RETURN-CODE
              GO TO ABORT-PROGRAM
           END-IF.
           PERFORM WRITE-CSV-HEADER.
           GO TO SNAME.


       GET-ACADEMIC-TERM.
           DISPLAY "ENTER THE ACADEMIC TERM (E.G. 2026F):"
           IF CARD-MODE
              PERFORM NEXT-CONTROL-CARD
              MOVE CARD-ANSWER TO ACADEMIC-TERM
           ELSE
              ACCEPT ACADEMIC-TERM
           END-IF
           IF ACADEMIC-TERM = SPACES
              DISPLAY "THE ACADEMIC TERM MAY NOT BE BLANK."
              GO TO GET-ACADEMIC-TERM
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

       CHECK-FOR-CHECKPOINT.
           OPEN INPUT CHECKPOINT-FILE
           IF CHKPT-STATUS = "00"

       GET-RESUME-OPTION.
           DISPLAY "RESUME FROM THE LAST CHECKPOINT? (Y/N)"
           IF CARD-MODE
              PERFORM NEXT-CONTROL-CARD
              MOVE CARD-ANSWER TO RESUME-OPTION
           ELSE
              ACCEPT RESUME-OPTION
           END-IF
           IF RESUME-OPTION NOT = "Y" AND NOT = "y"
              AND NOT = "N" AND NOT = "n"
              DISPLAY "INVALID OPTION. PLEASE ENTER Y OR N."
           DISPLAY "     ".
           PERFORM LOOKUP-CATALOG-CREDITS.
           MOVE ZERO             TO RETRY-COUNT.
           PERFORM ASSIGN-SUBJECT-SEQ.

           PERFORM CALCULATE-AVERAGE

           IF SOURCE-OPEN-STATUS NOT = "00"
              DISPLAY "ERROR OPENING BATCH SOURCE FILE - STATUS ",
                      SOURCE-OPEN-STATUS
              MOVE 12 TO RETURN-CODE
              SET BATCH-EOF TO TRUE
           ELSE
              IF RESUME-FROM-CHECKPOINT
           MOVE 4                       TO GRADE-COUNT
           PERFORM EDIT-BATCH-SCORES
           PERFORM EDIT-BATCH-SUBJECT
           MOVE "N"                     TO PREREQ-FAIL-SWITCH
           IF NOT SUBJECT-REJECTED
              PERFORM EDIT-BATCH-PREREQS THRU EDIT-BATCH-PREREQS-EXIT
           END-IF
           IF SUBJECT-REJECTED
              PERFORM REJECT-BATCH-SUBJECT
           ELSE IF PREREQ-FAILED
              PERFORM REJECT-BATCH-PREREQ
           ELSE
              PERFORM LOOKUP-STUDENT-XREF
              PERFORM ASSIGN-SUBJECT-SEQ
              MOVE ZERO                 TO RETRY-COUNT
              PERFORM CALCULATE-AVERAGE
           END-IF
           END-IF
           ADD 1                        TO TOTAL-PROCESSED
           ADD 1                        TO RECORDS-SINCE-CHECKPOINT
           IF RECORDS-SINCE-CHECKPOINT >= CHECKPOINT-INTERVAL
           PERFORM WRITE-SUSPENSE-RECORD
           PERFORM RECORD-REJECT-ENTRY.

       EDIT-BATCH-PREREQS.
      * The catalog entry read by the subject edit carries the
      * course's prerequisite codes. Each must match the course code
      * of a subject the student has PASSED in a closed term. A
      * student not yet on the cross-reference has no history, so
      * cannot have passed them. A supervisor's override for the
      * student, subject and term lets the line through.
           MOVE ZERO   TO PREREQ-CHECK-COUNT
           MOVE SPACES TO PREREQ-MISSING-CODE
           IF NOT CATALOG-AVAILABLE
              GO TO EDIT-BATCH-PREREQS-EXIT
           END-IF
           PERFORM LOAD-ONE-PREREQ
              VARYING PREREQ-IDX FROM 1 BY 1
              UNTIL PREREQ-IDX > MAX-PREREQS
           IF PREREQ-CHECK-COUNT = 0
              GO TO EDIT-BATCH-PREREQS-EXIT
           END-IF
           IF OVERRIDE-AVAILABLE
              MOVE STUDENT-NAME  TO POV-STUDENT-NAME
              MOVE SUBJECT       TO POV-SUBJECT
              MOVE ACADEMIC-TERM TO POV-TERM
              READ PREREQ-OVERRIDE
                 INVALID KEY
                    CONTINUE
                 NOT INVALID KEY
                    DISPLAY "PREREQUISITE OVERRIDE ON FILE FOR ",
                            STUDENT-NAME, " - SET BY ",
                            POV-SET-OPERATOR
                    GO TO EDIT-BATCH-PREREQS-EXIT
              END-READ
           END-IF
           MOVE STUDENT-NAME TO XREF-STUDENT-NAME
           READ STUDENT-XREF
              INVALID KEY
                 MOVE ZERO            TO PREREQ-STUDENT-ID
              NOT INVALID KEY
                 MOVE XREF-STUDENT-ID TO PREREQ-STUDENT-ID
           END-READ
           IF PREREQ-STUDENT-ID NOT = ZERO AND HIST-AVAILABLE
              MOVE "N"               TO HIST-DONE-SWITCH
              MOVE PREREQ-STUDENT-ID TO HIST-STUDENT-ID
              MOVE LOW-VALUES        TO HIST-TERM
              MOVE ZERO              TO HIST-SUBJECT-SEQ
              START STUDENT-HISTORY KEY NOT < HIST-KEY
                 INVALID KEY
                    SET HIST-DONE TO TRUE
              END-START
              PERFORM SCAN-ONE-HISTORY-PASS UNTIL HIST-DONE
           END-IF
           PERFORM FIND-UNMET-PREREQ
              VARYING PREREQ-IDX FROM 1 BY 1
              UNTIL PREREQ-IDX > MAX-PREREQS OR PREREQ-FAILED.
       EDIT-BATCH-PREREQS-EXIT.
           EXIT.

       LOAD-ONE-PREREQ.
           MOVE CAT-PREREQ-CODE (PREREQ-IDX)
                                TO PREREQ-CODE (PREREQ-IDX)
           IF PREREQ-CODE (PREREQ-IDX) = SPACES
              MOVE "Y" TO PREREQ-MET (PREREQ-IDX)
           ELSE
              MOVE "N" TO PREREQ-MET (PREREQ-IDX)
              ADD 1    TO PREREQ-CHECK-COUNT
           END-IF.

       SCAN-ONE-HISTORY-PASS.
      * Reading the catalog for a history subject replaces the
      * roster subject's entry; its codes are already in the table.
           READ STUDENT-HISTORY NEXT RECORD
              AT END
                 SET HIST-DONE TO TRUE
              NOT AT END
                 IF HIST-STUDENT-ID NOT = PREREQ-STUDENT-ID
                    SET HIST-DONE TO TRUE
                 ELSE IF HIST-RESULT = "PASSED"
                    MOVE HIST-SUBJECT TO CAT-SUBJECT
                    READ COURSE-CATALOG
                       INVALID KEY
                          CONTINUE
                       NOT INVALID KEY
                          PERFORM MARK-ONE-PREREQ
                             VARYING PREREQ-IDX FROM 1 BY 1
                             UNTIL PREREQ-IDX > MAX-PREREQS
                    END-READ
                 END-IF
                 END-IF
           END-READ.

       MARK-ONE-PREREQ.
           IF PREREQ-CODE (PREREQ-IDX) = CAT-COURSE-CODE
              MOVE "Y" TO PREREQ-MET (PREREQ-IDX)
           END-IF.

       FIND-UNMET-PREREQ.
           IF PREREQ-MET (PREREQ-IDX) NOT = "Y"
              SET PREREQ-FAILED TO TRUE
              MOVE PREREQ-CODE (PREREQ-IDX) TO PREREQ-MISSING-CODE
           END-IF.

       REJECT-BATCH-PREREQ.
           DISPLAY "RECORD REJECTED - PREREQUISITE ",
                   PREREQ-MISSING-CODE, " NOT PASSED BY ",
                   STUDENT-NAME
           MOVE "REJECTED"     TO RESULT
           MOVE ZERO           TO AVERAGE
           MOVE ZERO           TO RETRY-COUNT
           MOVE ZERO           TO REJECT-POSITION
           MOVE ZERO           TO REJECT-VALUE
           MOVE "PR"           TO REJECT-REASON-CODE
           ADD 1               TO PREREQ-REJECT-COUNT
           PERFORM WRITE-AUDIT-RECORD
           PERFORM WRITE-SUSPENSE-RECORD
           PERFORM RECORD-REJECT-ENTRY.

       WRITE-CHECKPOINT.
           OPEN OUTPUT CHECKPOINT-FILE
           IF CHKPT-STATUS NOT = "00"
                 MOVE "WITHDRAWN"  TO RESULT
              ELSE IF INCOMPLETE-FOUND
                 MOVE "INCOMPLETE" TO RESULT
              ELSE IF AVERAGE >= PASS-MARK
                 MOVE "PASSED"     TO RESULT
              ELSE
                 MOVE "FAILL"      TO RESULT
              END-IF
              PERFORM DERIVE-LETTER-GRADE
              PERFORM APPLY-ATTENDANCE-RULE

              DISPLAY "*********** RESULT PROCESSING ***********"
              DISPLAY "     "
              DISPLAY "AVERAGE         : ",     AVERAGE
              DISPLAY "LETTER GRADE    : ",     LETTER-GRADE
              DISPLAY "STATUS          : ",     RESULT
              IF ATTENDANCE-RECORDED
                 DISPLAY "ATTENDANCE %    : ",     ATTENDANCE-PCT
              END-IF
              DISPLAY "RE-ENTRIES      : ",     RETRY-COUNT
              DISPLAY "     "
              DISPLAY "*******************************************"

              MOVE STUDENT-ID        TO MASTER-STUDENT-ID
              MOVE ACADEMIC-TERM     TO MASTER-TERM
              MOVE POSTING-SEQ       TO MASTER-SUBJECT-SEQ
              MOVE STUDENT-NAME      TO MASTER-STUDENT-NAME
              MOVE SUBJECT           TO MASTER-SUBJECT
              MOVE GRADE-COUNT       TO MASTER-GRADE-COUNT
           IF REJECT-COUNT = 0
              DISPLAY "NO RECORDS WERE REJECTED THIS RUN."
           ELSE
              IF RETURN-CODE < 4
                 MOVE 4 TO RETURN-CODE
              END-IF
              MOVE "N" TO REJW-EOF-SWITCH
              OPEN INPUT REJECT-WORK
              IF REJW-STATUS NOT = "00"
                      SUSPENSE-COUNT
              DISPLAY "REPAIR THE SUSPENSE FILE, COPY IT TO SUSPIN,"
              DISPLAY "AND RERUN IN BATCH MODE TO RESUBMIT."
              IF PREREQ-REJECT-COUNT > 0
                 DISPLAY PREREQ-REJECT-COUNT, " RECORD(S) FAILED ",
                         "THE PREREQUISITE CHECK (REASON PR) - A ",
                         "SUPERVISOR MUST FILE AN OVERRIDE IN "
                 DISPLAY "PREQOVR BEFORE THEY ARE RESUBMITTED."
              END-IF
           END-IF
           DISPLAY "     ".

                                TO AUDIT-SCORE-TABLE (SCORE-IDX).

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
      * average alone.
           IF RESULT = "PASSED"
              AND ATTENDANCE-RECORDED
              AND MIN-ATTENDANCE-PCT > ZERO
              AND ATTENDANCE-PCT < MIN-ATTENDANCE-PCT
              MOVE "FAILL" TO RESULT
              MOVE "F"     TO LETTER-GRADE
              DISPLAY "ATTENDANCE ", ATTENDANCE-PCT, "% IS UNDER ",
                      "THE ", MIN-ATTENDANCE-PCT, "% MINIMUM - ",
                      "SUBJECT FAILED FOR ", STUDENT-NAME
           END-IF.

       ASSIGN-SUBJECT-SEQ.
      * A subject already on the attendance file for the term posts
      * under the sequence the attendance load reserved for it, so
      * the grades and the attendance share one key; any other
      * subject takes the student's next sequence.
           MOVE "N"  TO ATTEND-FOUND-SWITCH
           MOVE "N"  TO ATTEND-PCT-SWITCH
           MOVE ZERO TO ATTENDANCE-PCT
           MOVE ZERO TO POSTING-SEQ
           IF ATTENDANCE-AVAILABLE
              PERFORM FIND-SUBJECT-ATTENDANCE
           END-IF
           IF ATTENDANCE-FOUND
              MOVE ATT-SUBJECT-SEQ TO POSTING-SEQ
              PERFORM CHECK-POSTING-SEQ-FREE
           END-IF
           IF POSTING-SEQ = ZERO
              ADD 1 TO SUBJECT-SEQ
              MOVE SUBJECT-SEQ TO POSTING-SEQ
           END-IF.

       FIND-SUBJECT-ATTENDANCE.
           MOVE "N"           TO ATT-SCAN-DONE-SWITCH
           MOVE STUDENT-ID    TO ATT-STUDENT-ID
           MOVE ACADEMIC-TERM TO ATT-TERM
           MOVE ZERO          TO ATT-SUBJECT-SEQ
           START ATTENDANCE-FILE KEY NOT < ATT-KEY
              INVALID KEY
                 SET ATT-SCAN-DONE TO TRUE
           END-START
           PERFORM CHECK-ONE-ATTENDANCE
              UNTIL ATT-SCAN-DONE OR ATTENDANCE-FOUND
           IF ATTENDANCE-FOUND AND ATT-SESSIONS-HELD > ZERO
              SET ATTENDANCE-RECORDED TO TRUE
              COMPUTE ATTENDANCE-PCT ROUNDED =
                 ATT-SESSIONS-ATTENDED * 100 / ATT-SESSIONS-HELD
           END-IF.

       CHECK-ONE-ATTENDANCE.
           READ ATTENDANCE-FILE NEXT RECORD
              AT END
                 SET ATT-SCAN-DONE TO TRUE
              NOT AT END
                 IF ATT-STUDENT-ID NOT = STUDENT-ID
                    OR ATT-TERM NOT = ACADEMIC-TERM
                    SET ATT-SCAN-DONE TO TRUE
                 END-IF
                 IF NOT ATT-SCAN-DONE
                    AND ATT-SUBJECT = SUBJECT
                    SET ATTENDANCE-FOUND TO TRUE
                 END-IF
           END-READ.

       CHECK-POSTING-SEQ-FREE.
      * A subject posted twice in one term cannot share the key, so
      * the second posting takes the next sequence instead.
           MOVE STUDENT-ID    TO MASTER-STUDENT-ID
           MOVE ACADEMIC-TERM TO MASTER-TERM
           MOVE POSTING-SEQ   TO MASTER-SUBJECT-SEQ
           READ STUDENT-MASTER
              INVALID KEY
                 CONTINUE
              NOT INVALID KEY
                 MOVE ZERO TO POSTING-SEQ
           END-READ.

       RECORD-SUMMARY-ENTRY.
           MOVE STUDENT-ID   TO SUM-STUDENT-ID
           MOVE STUDENT-NAME TO SUM-STUDENT-NAME
           PERFORM MOVE-ONE-SUMMARY-SCORE
              VARYING SCORE-IDX FROM 1 BY 1
              UNTIL SCORE-IDX > MAX-GRADES
           MOVE ATTENDANCE-PCT TO SUM-ATTEND-PCT
           MOVE ATTEND-PCT-SWITCH
                               TO SUM-ATTEND-SWITCH
           MOVE SUMMARY-DETAIL TO SUMMARY-WORK-RECORD
           WRITE SUMMARY-WORK-RECORD
           IF SUMW-STATUS NOT = "00"
              CLOSE REPORT-CARD
              GO TO PRINT-REPORT-CARDS-EXIT
           END-IF
           PERFORM OPEN-MAILING-FILES
           PERFORM OPEN-HOLDS-FILE
           PERFORM READ-SORTED-SUMMARY
           PERFORM PRINT-ONE-CARD-LINE UNTIL SUMS-EOF
           PERFORM PRINT-CARD-FOOTER-BREAK
           PERFORM PRINT-CARD-EXCEPTIONS
              THRU PRINT-CARD-EXCEPTIONS-EXIT
           PERFORM CLOSE-MAILING-FILES
           IF HOLDS-AVAILABLE
              CLOSE STUDENT-HOLDS
              MOVE "N" TO HOLDS-AVAIL-SWITCH
           END-IF
           CLOSE SUMMARY-SORTED
           CLOSE REPORT-CARD
           DISPLAY "REPORT CARDS WRITTEN TO THE RPTCARD PRINT FILE."
           DISPLAY "MAILING LABELS WRITTEN TO RPTLABEL : ", LABEL-COUNT
           DISPLAY "CARDS WITH NO ADDRESS ON FILE      : ",
                   NO-ADDRESS-COUNT
           DISPLAY "CARDS HELD BACK FOR A HOLD         : ",
                   HELD-COUNT.
       PRINT-REPORT-CARDS-EXIT.
           EXIT.

              MOVE SUM-STUDENT-NAME TO CARD-STUDENT-NAME
              MOVE ZERO TO CARD-SUBJECT-COUNT
              MOVE ZERO TO CARD-GPA-TOTAL
              PERFORM CHECK-STUDENT-HOLDS
              IF STUDENT-HELD
                 PERFORM RECORD-HELD-CARD
              ELSE
                 PERFORM PRINT-CARD-HEADER
              END-IF
              SET CARD-OPEN TO TRUE
           END-IF
           IF NOT STUDENT-HELD
              PERFORM PRINT-CARD-SUBJECT
           END-IF
           PERFORM READ-SORTED-SUMMARY.

       PRINT-CARD-HEADER.
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           PERFORM FIND-MAILING-ADDRESS
           PERFORM PRINT-CARD-MAIL-BLOCK
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE CARD-STUDENT-NAME TO RPT-STUDENT-NAME
           MOVE CARD-STUDENT-ID   TO RPT-STUDENT-ID
           MOVE RPT-STUDENT-LINE  TO REPORT-LINE
           MOVE SUM-AVERAGE      TO RPT-AVERAGE
           MOVE SUM-LETTER-GRADE TO RPT-LETTER-GRADE
           MOVE SUM-RESULT       TO RPT-RESULT
           IF SUM-ATTEND-SWITCH = "Y"
              MOVE SUM-ATTEND-PCT TO RPT-ATTEND-PCT
              MOVE "%"            TO RPT-ATTEND-SIGN
           ELSE
              MOVE "  N/A"        TO RPT-ATTEND-PCT-X
              MOVE SPACE          TO RPT-ATTEND-SIGN
           END-IF
           MOVE RPT-RESULT-LINE TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE

       PRINT-CARD-FOOTER-BREAK.
           IF CARD-OPEN
              IF NOT STUDENT-HELD
                 PERFORM PRINT-CARD-FOOTER
              END-IF
              MOVE "N" TO CARD-OPEN-SWITCH
           END-IF.

           MOVE RPT-FOOTER-LINE TO REPORT-LINE
           WRITE REPORT-LINE.

       OPEN-MAILING-FILES.
           MOVE ZERO TO LABEL-COUNT
           MOVE ZERO TO NO-ADDRESS-COUNT
           MOVE "N"  TO CONTACT-AVAIL-SWITCH
           MOVE "N"  TO LABELS-OPEN-SWITCH
           OPEN INPUT STUDENT-CONTACT
           IF CON-STATUS = "00"
              SET CONTACT-AVAILABLE TO TRUE
           ELSE
              DISPLAY "WARNING - STUDENT CONTACT FILE NOT AVAILABLE - ",
                      "STATUS ", CON-STATUS, " - EVERY CARD WILL BE ",
                      "LISTED AS HAVING NO ADDRESS."
           END-IF
           OPEN OUTPUT MAILING-LABELS
           IF LBL-STATUS = "00"
              SET LABELS-OPEN TO TRUE
           ELSE
              DISPLAY "WARNING - MAILING LABEL FILE OPEN FAILED - ",
                      "STATUS ", LBL-STATUS, " - NO LABELS WILL BE ",
                      "WRITTEN."
           END-IF.

       CLOSE-MAILING-FILES.
           IF CONTACT-AVAILABLE
              CLOSE STUDENT-CONTACT
              MOVE "N" TO CONTACT-AVAIL-SWITCH
           END-IF
           IF LABELS-OPEN
              CLOSE MAILING-LABELS
              MOVE "N" TO LABELS-OPEN-SWITCH
           END-IF.

       OPEN-HOLDS-FILE.
           MOVE ZERO TO HELD-COUNT
           MOVE "N"  TO STUDENT-HELD-SWITCH
           MOVE "N"  TO HOLDS-AVAIL-SWITCH
           OPEN INPUT STUDENT-HOLDS
           IF HOLD-STATUS = "00"
              SET HOLDS-AVAILABLE TO TRUE
           ELSE
              DISPLAY "WARNING - STUDENT HOLDS FILE NOT AVAILABLE - ",
                      "STATUS ", HOLD-STATUS, " - NO CARDS WILL BE ",
                      "HELD BACK."
           END-IF.

       CHECK-STUDENT-HOLDS.
      * Only an unreleased hold of type B holds a card back; transcript
      * and notice holds leave the report card alone.
           MOVE "N" TO STUDENT-HELD-SWITCH
           MOVE "N" TO HOLD-SCAN-SWITCH
           IF NOT HOLDS-AVAILABLE
              SET HOLD-SCAN-DONE TO TRUE
           ELSE
              MOVE CARD-STUDENT-ID TO HOLD-STUDENT-ID
              MOVE LOW-VALUES      TO HOLD-OFFICE
              MOVE LOW-VALUES      TO HOLD-PLACED-DATE
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
                 IF HOLD-STUDENT-ID NOT = CARD-STUDENT-ID
                    SET HOLD-SCAN-DONE TO TRUE
                 ELSE
                    IF HOLD-RELEASED-DATE = SPACES
                       AND HOLD-BLOCKS-ALL
                       SET STUDENT-HELD   TO TRUE
                       SET HOLD-SCAN-DONE TO TRUE
                       MOVE HOLD-OFFICE      TO HELD-OFFICE
                       MOVE HOLD-PLACED-DATE TO HELD-PLACED-DATE
                    END-IF
                 END-IF
           END-READ.

       RECORD-HELD-CARD.
           ADD 1 TO HELD-COUNT
           IF HELD-COUNT NOT > MAX-HELD
              MOVE HELD-COUNT        TO HELD-IDX
              MOVE CARD-STUDENT-ID   TO HELD-ID (HELD-IDX)
              MOVE CARD-STUDENT-NAME TO HELD-NAME (HELD-IDX)
              MOVE HELD-OFFICE       TO HELD-ENTRY-OFFICE (HELD-IDX)
              MOVE HELD-PLACED-DATE  TO HELD-ENTRY-DATE (HELD-IDX)
           END-IF.

       FIND-MAILING-ADDRESS.
      * A contact record with no street address is treated the same
      * as no record at all - the card prints, but no label is cut.
           MOVE "N"    TO ADDRESS-SWITCH
           MOVE SPACES TO MAIL-CARE-OF
           MOVE SPACES TO MAIL-CITY-LINE
           IF CONTACT-AVAILABLE
              MOVE CARD-STUDENT-ID TO CON-STUDENT-ID
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

       PRINT-CARD-MAIL-BLOCK.
           MOVE CARD-STUDENT-NAME TO RPT-MAIL-TEXT
           MOVE RPT-MAIL-LINE     TO REPORT-LINE
           WRITE REPORT-LINE
           IF ADDRESS-ON-FILE
              IF MAIL-CARE-OF NOT = SPACES
                 MOVE MAIL-CARE-OF TO RPT-MAIL-TEXT
                 MOVE RPT-MAIL-LINE TO REPORT-LINE
                 WRITE REPORT-LINE
              END-IF
              MOVE CON-ADDRESS-LINE-1 TO RPT-MAIL-TEXT
              MOVE RPT-MAIL-LINE      TO REPORT-LINE
              WRITE REPORT-LINE
              IF CON-ADDRESS-LINE-2 NOT = SPACES
                 MOVE CON-ADDRESS-LINE-2 TO RPT-MAIL-TEXT
                 MOVE RPT-MAIL-LINE      TO REPORT-LINE
                 WRITE REPORT-LINE
              END-IF
              MOVE MAIL-CITY-LINE TO RPT-MAIL-TEXT
              MOVE RPT-MAIL-LINE  TO REPORT-LINE
              WRITE REPORT-LINE
           ELSE
              MOVE "*** NO ADDRESS ON FILE ***" TO RPT-MAIL-TEXT
              MOVE RPT-MAIL-LINE  TO REPORT-LINE
              WRITE REPORT-LINE
           END-IF.

       WRITE-MAILING-LABEL.
           IF LABELS-OPEN
              MOVE SPACES             TO LABEL-RECORD
              MOVE "RPTCARD"          TO LBL-DOCUMENT
              MOVE CARD-STUDENT-ID    TO LBL-STUDENT-ID
              MOVE CARD-STUDENT-NAME  TO LBL-ADDRESSEE
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
              MOVE NO-ADDRESS-COUNT  TO NO-ADDRESS-IDX
              MOVE CARD-STUDENT-ID   TO NO-ADDRESS-ID (NO-ADDRESS-IDX)
              MOVE CARD-STUDENT-NAME
                 TO NO-ADDRESS-NAME (NO-ADDRESS-IDX)
           END-IF.

       PRINT-CARD-EXCEPTIONS.
           IF NO-ADDRESS-COUNT = 0 AND HELD-COUNT = 0
              GO TO PRINT-CARD-EXCEPTIONS-EXIT
           END-IF
           ADD 1 TO PAGE-NUMBER
           MOVE RPT-RULE-LINE TO REPORT-LINE
           IF PAGE-NUMBER = 1
              WRITE REPORT-LINE
           ELSE
              WRITE REPORT-LINE AFTER ADVANCING PAGE
           END-IF
           MOVE RPT-HEADING-LINE TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE RPT-EXCEPTION-TITLE-LINE TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE RPT-RULE-LINE TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE ACADEMIC-TERM TO RPT-TERM
           MOVE RPT-TERM-LINE TO REPORT-LINE
           WRITE REPORT-LINE
           IF HELD-COUNT > 0
              MOVE SPACES TO REPORT-LINE
              WRITE REPORT-LINE
              MOVE "  UNDER A HOLD - CARD HELD BACK, NOT PRINTED"
                 TO REPORT-LINE
              WRITE REPORT-LINE
              MOVE SPACES TO REPORT-LINE
              WRITE REPORT-LINE
              PERFORM PRINT-ONE-HELD
                 VARYING HELD-IDX FROM 1 BY 1
                 UNTIL HELD-IDX > HELD-COUNT
                    OR HELD-IDX > MAX-HELD
           END-IF
           IF NO-ADDRESS-COUNT > 0
              MOVE SPACES TO REPORT-LINE
              WRITE REPORT-LINE
              MOVE "  NO ADDRESS ON FILE - CARD PRINTED, NO LABEL CUT"
                 TO REPORT-LINE
              WRITE REPORT-LINE
              MOVE SPACES TO REPORT-LINE
              WRITE REPORT-LINE
              PERFORM PRINT-ONE-NO-ADDRESS
                 VARYING NO-ADDRESS-IDX FROM 1 BY 1
                 UNTIL NO-ADDRESS-IDX > NO-ADDRESS-COUNT
                    OR NO-ADDRESS-IDX > MAX-NO-ADDRESS
           END-IF
           IF NO-ADDRESS-COUNT > MAX-NO-ADDRESS
              OR HELD-COUNT > MAX-HELD
              MOVE SPACES TO REPORT-LINE
              WRITE REPORT-LINE
              MOVE "  ONLY THE FIRST 200 ARE LISTED - SEE THE CONSOLE"
                 TO REPORT-LINE
              WRITE REPORT-LINE
              MOVE "  TOTAL FOR THE FULL COUNT." TO REPORT-LINE
              WRITE REPORT-LINE
           END-IF
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE RPT-RULE-LINE TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE RUN-DATE TO RPT-RUN-DATE
           MOVE PAGE-NUMBER TO RPT-PAGE-NUMBER
           MOVE RPT-FOOTER-LINE TO REPORT-LINE
           WRITE REPORT-LINE.
       PRINT-CARD-EXCEPTIONS-EXIT.
           EXIT.

       PRINT-ONE-HELD.
           MOVE HELD-ID (HELD-IDX)           TO RPT-HELD-ID
           MOVE HELD-NAME (HELD-IDX)         TO RPT-HELD-NAME
           MOVE HELD-ENTRY-OFFICE (HELD-IDX) TO RPT-HELD-OFFICE
           MOVE HELD-ENTRY-DATE (HELD-IDX)   TO RPT-HELD-DATE
           MOVE RPT-HELD-LINE TO REPORT-LINE
           WRITE REPORT-LINE.

       PRINT-ONE-NO-ADDRESS.
           MOVE NO-ADDRESS-ID (NO-ADDRESS-IDX)
                                TO RPT-NO-ADDRESS-ID
           MOVE NO-ADDRESS-NAME (NO-ADDRESS-IDX)
                                TO RPT-NO-ADDRESS-NAME
           MOVE RPT-NO-ADDRESS-LINE TO REPORT-LINE
           WRITE REPORT-LINE.

       PRINT-SUMMARY-REPORT.
           PERFORM CLOSE-SUMMARY-WORK
           IF SUMMARY-COUNT = 0
      * and the extract stay exactly as they were.
      ******************************************************************
       ABORT-PROGRAM.
           IF RETURN-CODE < 8
              MOVE 8 TO RETURN-CODE
           END-IF
           PERFORM CLOSE-SUMMARY-WORK
           CLOSE STUDENT-MASTER
           CLOSE STUDENT-XREF
           IF CATALOG-AVAILABLE
              CLOSE COURSE-CATALOG
           END-IF
           IF POLICY-AVAILABLE
              CLOSE GRADING-POLICY
           END-IF
           IF ATTENDANCE-AVAILABLE
              CLOSE ATTENDANCE-FILE
           END-IF
           IF HIST-AVAILABLE
              CLOSE STUDENT-HISTORY
           END-IF
           IF OVERRIDE-AVAILABLE
              CLOSE PREREQ-OVERRIDE
           END-IF
           CLOSE AUDIT-LOG
           CLOSE CSV-EXPORT
           STOP RUN.
           IF CATALOG-AVAILABLE
              CLOSE COURSE-CATALOG
           END-IF
           IF POLICY-AVAILABLE
              CLOSE GRADING-POLICY
           END-IF
           IF ATTENDANCE-AVAILABLE
              CLOSE ATTENDANCE-FILE
           END-IF
           IF HIST-AVAILABLE
              CLOSE STUDENT-HISTORY
           END-IF
           IF OVERRIDE-AVAILABLE
              CLOSE PREREQ-OVERRIDE
           END-IF
           CLOSE AUDIT-LOG
           CLOSE CSV-EXPORT
           STOP RUN.
                                TO SCORE-ENTRY (SCORE-IDX)
           MOVE MASTER-SCORE-STATUS (SCORE-IDX)
                                TO STATUS-ENTRY (SCORE-IDX).

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
                      "FOR AVERAGE - RUNNING UNATTENDED."
           END-IF.

       LOAD-ONE-CONTROL-CARD.
           READ CONTROL-CARDS
              AT END
                 SET CARD-EOF TO TRUE
              NOT AT END
                 IF CARD-PROGRAM = "AVERAGE"
                    IF CARD-COUNT < MAX-CARDS
                       ADD 1 TO CARD-COUNT
                       MOVE CARD-VALUE TO CARD-ENTRY (CARD-COUNT)
                    ELSE
                       IF NOT CARD-OVERFLOW
                          DISPLAY "TOO MANY CONTROL CARDS FOR AVERAGE",
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
       END PROGRAM AVERAGE.
