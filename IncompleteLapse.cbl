      ******************************************************************
      * Author: Jeremiah
      * Date: 15/10/2026
      * Purpose: "Incomplete-grade lapse. Once a term's make-up
      *           deadline on the grading policy has passed, every
      *           score position still marked incomplete on the
      *           student master for the term is recorded as a zero;
      *           the average, result, and letter grade are recomputed
      *           as the grade-change run does, the before and after
      *           images go to the audit log under the LAPSEBEF and
      *           LAPSEAFT actions, records the registrar already holds
      *           are re-queued to the next CSV extract, and each
      *           teacher gets a printed notice of the incompletes that
      *           lapsed in the teacher's sections."
      * Tectonics: cobc
      *
      * Modifications:
      *   15/10/2026 JS  Original version.
      *   15/10/2026 JS  The console prompts can now be answered from
      *                  the CTLCARDS control-card file so the run can
      *                  go unattended in the nightly job stream, and
      *                  the run ends with a return code the job
      *                  stream checks.
      *   15/10/2026 JS  The before and after images of a lapsed grade
      *                  now go to the audit log as LAPSEBEF and
      *                  LAPSEAFT so the two can be told apart.
      *   15/10/2026 JS  The attendance rule no longer applies an
      *                  attendance record filed for another subject
      *                  under the same subject seq.
      *   15/10/2026 JS  A run that stops on a file it cannot open now
      *                  marks its run-control record ABENDED.
      *   15/10/2026 JS  A control-card deck with more answers than
      *                  the card table holds now stops the run with
      *                  return code 8 instead of dropping the rest.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. INCLAPSE.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT STUDENT-MASTER  ASSIGN TO "STUDMAST"
               ORGANIZATION       IS INDEXED
               ACCESS MODE        IS DYNAMIC
               RECORD KEY         IS MASTER-KEY
               FILE STATUS        IS MASTER-STATUS.

           SELECT AUDIT-LOG       ASSIGN TO "AUDITLOG"
               ORGANIZATION       IS LINE SEQUENTIAL
               FILE STATUS        IS AUDIT-STATUS.

           SELECT RUN-CONTROL     ASSIGN TO "RUNCTL"
               ORGANIZATION       IS LINE SEQUENTIAL
               FILE STATUS        IS RC-STATUS.

           SELECT GRADING-POLICY  ASSIGN TO "GRADPOL"
               ORGANIZATION       IS INDEXED
               ACCESS MODE        IS RANDOM
               RECORD KEY         IS POL-TERM
               FILE STATUS        IS POL-STATUS.

           SELECT ATTENDANCE-FILE ASSIGN TO "ATTEND"
               ORGANIZATION       IS INDEXED
               ACCESS MODE        IS RANDOM
               RECORD KEY         IS ATT-KEY
               FILE STATUS        IS ATT-STATUS.

           SELECT LAPSE-NOTICE    ASSIGN TO "LAPSENTC"
               ORGANIZATION       IS LINE SEQUENTIAL
               FILE STATUS        IS NOTICE-STATUS.

           SELECT SORT-WORK       ASSIGN TO "SORTWK".

           SELECT CONTROL-CARDS   ASSIGN TO "CTLCARDS"
               ORGANIZATION       IS LINE SEQUENTIAL
               FILE STATUS        IS CARD-STATUS.

       DATA DIVISION.
       FILE SECTION.
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

       FD  RUN-CONTROL
           LABEL RECORD IS STANDARD.
       01 RUNCTL-RECORD.
           05 RUN-NUMBER             PIC 9(6).
           05 FILLER                 PIC X(01)      VALUE SPACE.
           05 RUN-PROGRAM            PIC X(08).
           05 FILLER                 PIC X(01)      VALUE SPACE.
           05 RUN-INPUT-ID           PIC X(25).
           05 FILLER                 PIC X(01)      VALUE SPACE.
           05 RUN-OPERATOR           PIC X(08).
           05 FILLER                 PIC X(01)      VALUE SPACE.
           05 RUN-DATE-STAMP         PIC X(08).
           05 FILLER                 PIC X(01)      VALUE SPACE.
           05 RUN-TIME-STAMP         PIC X(08).
           05 FILLER                 PIC X(01)      VALUE SPACE.
           05 RUN-STATUS-CODE        PIC X(08).

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

       FD  LAPSE-NOTICE
           LABEL RECORD IS STANDARD.
       01 NOTICE-LINE                PIC X(80).

       SD  SORT-WORK.
       01 SORT-RECORD.
           05 SRT-TEACHER-ID         PIC X(8).
           05 SRT-SECTION            PIC X(2).
           05 SRT-SUBJECT            PIC X(50).
           05 SRT-STUDENT-NAME       PIC X(50).
           05 SRT-STUDENT-ID         PIC 9(6).
           05 SRT-LAPSED-COUNT       PIC 9(2).
           05 SRT-AVERAGE            PIC 9(2)V9(2).
           05 SRT-LETTER-GRADE       PIC X(1).
           05 SRT-RESULT             PIC X(10).

       FD  CONTROL-CARDS
           LABEL RECORD IS STANDARD.
       01 CONTROL-CARD.
           05 CARD-PROGRAM           PIC X(08).
           05 FILLER                 PIC X(01).
           05 CARD-VALUE             PIC X(71).

       WORKING-STORAGE SECTION.
       01 MASTER-STATUS          PIC X(02).
       01 AUDIT-STATUS           PIC X(02).
       01 NOTICE-STATUS          PIC X(02).
       01 OPERATOR-ID            PIC X(08).
       01 LAPSE-TERM             PIC X(5)                VALUE SPACES.
       01 CONFIRM-OPTION         PIC X.
       01 MAKEUP-DEADLINE        PIC X(8)                VALUE SPACES.
       01 RUN-DATE               PIC X(8)                VALUE SPACES.
       01 MASTER-EOF-SWITCH      PIC X                   VALUE "N".
           88 MASTER-EOF                                 VALUE "Y".
       01 SORT-EOF-SWITCH        PIC X                   VALUE "N".
           88 SORT-EOF                                   VALUE "Y".
       01 FILES-OPEN-SWITCH      PIC X                   VALUE "N".
           88 FILES-OPEN                                 VALUE "Y".
       01 LAPSE-REFUSE-SWITCH    PIC X                   VALUE "N".
           88 LAPSE-REFUSED                              VALUE "Y".
       01 SCORE-IDX              PIC 9(2)                VALUE ZERO
                                                           COMP.
       01 TOTAL-SCORE            PIC 9(4)V9(2)           VALUE ZERO.
       01 AVERAGE                PIC 9(2)V9(2).
       01 CHECK-AVERAGE          PIC 9(2)V9(2)           VALUE ZERO.
       01 LETTER-GRADE           PIC X(01).
       01 AUDIT-ACTION-WORK      PIC X(08)               VALUE SPACES.
       01 COMPLETED-COUNT        PIC 9(2)                VALUE ZERO.
       01 INCOMPLETE-FOUND-SWITCH
                                 PIC X                   VALUE "N".
           88 INCOMPLETE-FOUND                           VALUE "Y".
       01 WITHDRAWN-FOUND-SWITCH PIC X                   VALUE "N".
           88 WITHDRAWN-FOUND                            VALUE "Y".
       01 LAPSED-POSITIONS       PIC 9(2)                VALUE ZERO.
       01 TERM-RECORD-COUNT      PIC 9(6)                VALUE ZERO.
       01 LAPSED-RECORD-COUNT    PIC 9(6)                VALUE ZERO.
       01 LAPSED-SCORE-COUNT     PIC 9(6)                VALUE ZERO.
       01 HELD-RECORD-COUNT      PIC 9(6)                VALUE ZERO.
       01 FAILED-RECORD-COUNT    PIC 9(6)                VALUE ZERO.
       01 REQUEUED-COUNT         PIC 9(6)                VALUE ZERO.

       01 POL-STATUS              PIC X(02).
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

       01 RC-STATUS               PIC X(02).
       01 RC-EOF-SWITCH           PIC X                   VALUE "N".
           88 RC-EOF                                      VALUE "Y".
       01 RC-HIGH-RUN             PIC 9(6)                VALUE ZERO.
       01 RC-RUN-NUMBER           PIC 9(6)                VALUE ZERO.
       01 RC-PRIOR-RUN            PIC 9(6)                VALUE ZERO.
       01 RC-LAST-STATUS          PIC X(8)                VALUE SPACES.
       01 RC-INPUT-ID             PIC X(25)               VALUE SPACES.
       01 RC-WRITE-STATUS         PIC X(8)                VALUE SPACES.

       01 BREAK-TEACHER-ID       PIC X(8)                VALUE SPACES.
       01 GROUP-OPEN-SWITCH      PIC X                   VALUE "N".
           88 GROUP-OPEN                                 VALUE "Y".
       01 TCH-LAPSED-COUNT       PIC 9(5)                VALUE ZERO.
       01 TEACHER-COUNT          PIC 9(4)                VALUE ZERO.
       01 PAGE-NUMBER            PIC 9(4)                VALUE ZERO.

       01 NTC-HEADING-LINE.
           05 FILLER              PIC X(14)      VALUE SPACES.
           05 FILLER              PIC X(34)
                          VALUE "J E R E M I A H   C O L L E G E".
           05 FILLER              PIC X(32)      VALUE SPACES.
       01 NTC-TITLE-LINE.
           05 FILLER              PIC X(21)      VALUE SPACES.
           05 FILLER              PIC X(38)
                          VALUE "NOTICE OF LAPSED INCOMPLETES".
           05 FILLER              PIC X(21)      VALUE SPACES.
       01 NTC-TEACHER-LINE.
           05 FILLER              PIC X(2)       VALUE SPACES.
           05 FILLER              PIC X(10)      VALUE "TEACHER : ".
           05 NTC-TEACHER-ID      PIC X(8).
           05 FILLER              PIC X(12)      VALUE "  TERM    : ".
           05 NTC-TERM            PIC X(5).
           05 FILLER              PIC X(22)
                          VALUE "  MAKE-UP DEADLINE : ".
           05 NTC-DEADLINE        PIC X(8).
       01 NTC-EXPLAIN-LINE-1.
           05 FILLER              PIC X(2)       VALUE SPACES.
           05 FILLER              PIC X(40)
                  VALUE "THE INCOMPLETE SCORES BELOW WERE NOT MAD".
           05 FILLER              PIC X(38)
                  VALUE "E UP BY THE DEADLINE AND NOW COUNT AS".
       01 NTC-EXPLAIN-LINE-2.
           05 FILLER              PIC X(2)       VALUE SPACES.
           05 FILLER              PIC X(40)
                  VALUE "ZERO. THE AVERAGE, GRADE, AND RESULT SHO".
           05 FILLER              PIC X(38)
                  VALUE "WN ARE THE RECOMPUTED ONES.".
       01 NTC-COLUMN-LINE.
           05 FILLER              PIC X(2)       VALUE SPACES.
           05 FILLER              PIC X(21)      VALUE "STUDENT".
           05 FILLER              PIC X(8)       VALUE "ID".
           05 FILLER              PIC X(4)       VALUE "SEC".
           05 FILLER              PIC X(21)      VALUE "SUBJECT".
           05 FILLER              PIC X(4)       VALUE "I'S".
           05 FILLER              PIC X(7)       VALUE "  AVG".
           05 FILLER              PIC X(3)       VALUE "GR".
           05 FILLER              PIC X(10)      VALUE "RESULT".
       01 NTC-DETAIL-LINE.
           05 FILLER              PIC X(2)       VALUE SPACES.
           05 NTC-STUDENT-NAME    PIC X(20).
           05 FILLER              PIC X(1)       VALUE SPACE.
           05 NTC-STUDENT-ID      PIC 9(6).
           05 FILLER              PIC X(2)       VALUE SPACES.
           05 NTC-SECTION         PIC X(2).
           05 FILLER              PIC X(2)       VALUE SPACES.
           05 NTC-SUBJECT         PIC X(19).
           05 FILLER              PIC X(2)       VALUE SPACES.
           05 NTC-LAPSED-COUNT    PIC Z9.
           05 FILLER              PIC X(2)       VALUE SPACES.
           05 NTC-AVERAGE         PIC Z9.99.
           05 FILLER              PIC X(2)       VALUE SPACES.
           05 NTC-LETTER-GRADE    PIC X(1).
           05 FILLER              PIC X(2)       VALUE SPACES.
           05 NTC-RESULT          PIC X(10).
       01 NTC-COUNT-LINE.
           05 FILLER              PIC X(2)       VALUE SPACES.
           05 FILLER              PIC X(18)
                          VALUE "SUBJECTS LAPSED : ".
           05 NTC-TEACHER-COUNT   PIC ZZZZ9.
       01 NTC-FOOTER-LINE.
           05 FILLER              PIC X(2)       VALUE SPACES.
           05 FILLER              PIC X(11)      VALUE "RUN DATE : ".
           05 NTC-RUN-DATE        PIC X(8).
           05 FILLER              PIC X(40)      VALUE SPACES.
           05 FILLER              PIC X(7)       VALUE "PAGE - ".
           05 NTC-PAGE-NUMBER     PIC ZZZ9.
       01 NTC-RULE-LINE.
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
           DISPLAY "JEREMIAH COLLEGE - INCOMPLETE-GRADE LAPSE.".
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
           PERFORM GET-LAPSE-TERM.
           ACCEPT RUN-DATE FROM DATE YYYYMMDD.
           PERFORM LOAD-LAPSE-POLICY THRU LOAD-LAPSE-POLICY-EXIT.
           IF LAPSE-REFUSED
              DISPLAY "RUN STOPPED - THE MASTER WAS NOT TOUCHED."
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.
           DISPLAY "LAPSE EVERY INCOMPLETE STILL OPEN FOR TERM ",
                   LAPSE-TERM, " TO A ZERO SCORE? (Y/N)".
           IF CARD-MODE
              PERFORM NEXT-CONTROL-CARD
              MOVE CARD-ANSWER TO CONFIRM-OPTION
           ELSE
              ACCEPT CONFIRM-OPTION
           END-IF.
           IF CONFIRM-OPTION NOT = "Y" AND NOT = "y"
              DISPLAY "LAPSE CANCELLED."
              MOVE 4 TO RETURN-CODE
              STOP RUN
           END-IF.
           PERFORM BUILD-RUN-INPUT-ID.
           PERFORM CHECK-RUN-CONTROL.
           COMPUTE RC-RUN-NUMBER = RC-HIGH-RUN + 1.
           MOVE "STARTED" TO RC-WRITE-STATUS.
           PERFORM WRITE-RUN-CONTROL.
           OPEN OUTPUT LAPSE-NOTICE.
           IF NOTICE-STATUS NOT = "00"
              DISPLAY "ERROR OPENING LAPSE NOTICE PRINT FILE - ",
                      "STATUS ", NOTICE-STATUS
              MOVE 12 TO RETURN-CODE
              MOVE "ABENDED" TO RC-WRITE-STATUS
              PERFORM WRITE-RUN-CONTROL
              STOP RUN
           END-IF.
           SORT SORT-WORK
              ON ASCENDING KEY SRT-TEACHER-ID
                               SRT-SECTION
                               SRT-SUBJECT
                               SRT-STUDENT-NAME
              INPUT PROCEDURE IS LAPSE-INCOMPLETE-RECORDS
                 THRU LAPSE-INCOMPLETE-RECORDS-EXIT
              OUTPUT PROCEDURE IS PRINT-NOTICE-PAGES
                 THRU PRINT-NOTICE-PAGES-EXIT.
           CLOSE LAPSE-NOTICE.
           IF NOT FILES-OPEN
              DISPLAY "RUN STOPPED - THE MASTER WAS NOT TOUCHED."
              MOVE 12 TO RETURN-CODE
              MOVE "ABENDED" TO RC-WRITE-STATUS
              PERFORM WRITE-RUN-CONTROL
              STOP RUN
           END-IF.
           DISPLAY "     ".
           DISPLAY "****************************************".
           DISPLAY "INCOMPLETE LAPSE TOTALS FOR TERM ", LAPSE-TERM.
           DISPLAY "****************************************".
           DISPLAY "RECORDS FOR THE TERM     : ", TERM-RECORD-COUNT.
           DISPLAY "SUBJECTS LAPSED          : ", LAPSED-RECORD-COUNT.
           DISPLAY "INCOMPLETE SCORES LAPSED : ", LAPSED-SCORE-COUNT.
           DISPLAY "RE-QUEUED TO REGISTRAR   : ", REQUEUED-COUNT.
           DISPLAY "HELD - WEIGHTED AVERAGE  : ", HELD-RECORD-COUNT.
           DISPLAY "REWRITE FAILURES         : ", FAILED-RECORD-COUNT.
           DISPLAY "TEACHER NOTICES PRINTED  : ", TEACHER-COUNT.
           DISPLAY "RUN NUMBER               : ", RC-RUN-NUMBER.
           IF LAPSED-RECORD-COUNT = 0
              DISPLAY "NO INCOMPLETES WERE OPEN - NO NOTICES PRINTED."
           ELSE
              DISPLAY "SEND THE LAPSENTC NOTICES TO THE TEACHERS."
           END-IF.
           IF HELD-RECORD-COUNT > 0
              DISPLAY "HELD RECORDS STILL CARRY INCOMPLETES - CLEAR ",
                      "THEM THROUGH MASTER MAINTENANCE BEFORE THE ",
                      "TERM-END ROLLOVER."
           END-IF.
           DISPLAY "     ".
           MOVE "ENDED" TO RC-WRITE-STATUS.
           PERFORM WRITE-RUN-CONTROL.
           STOP RUN.

       GET-LAPSE-TERM.
           DISPLAY "ENTER THE ACADEMIC TERM TO LAPSE (E.G. 2026F):"
           IF CARD-MODE
              PERFORM NEXT-CONTROL-CARD
              MOVE CARD-ANSWER TO LAPSE-TERM
           ELSE
              ACCEPT LAPSE-TERM
           END-IF
           IF LAPSE-TERM = SPACES
              DISPLAY "THE ACADEMIC TERM MAY NOT BE BLANK."
              GO TO GET-LAPSE-TERM
           END-IF.

       LOAD-LAPSE-POLICY.
      * Nothing lapses until the academic board has set a make-up
      * deadline for the term and that day has gone by. The term's
      * bands, pass mark, and attendance minimum come from the same
      * policy record.
           MOVE "N" TO LAPSE-REFUSE-SWITCH
           OPEN INPUT GRADING-POLICY
           IF POL-STATUS NOT = "00"
              DISPLAY "RUN REFUSED - GRADING POLICY FILE NOT ",
                      "AVAILABLE - STATUS ", POL-STATUS, "."
              SET LAPSE-REFUSED TO TRUE
              GO TO LOAD-LAPSE-POLICY-EXIT
           END-IF
           MOVE LAPSE-TERM TO POL-TERM
           READ GRADING-POLICY
              INVALID KEY
                 DISPLAY "RUN REFUSED - NO GRADING POLICY ON FILE ",
                         "FOR TERM ", LAPSE-TERM, "."
                 SET LAPSE-REFUSED TO TRUE
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
                 IF POL-MAKEUP-DEADLINE IS NUMERIC
                    MOVE POL-MAKEUP-DEADLINE TO MAKEUP-DEADLINE
                 END-IF
           END-READ
           CLOSE GRADING-POLICY
           IF LAPSE-REFUSED
              GO TO LOAD-LAPSE-POLICY-EXIT
           END-IF
           IF MAKEUP-DEADLINE = SPACES
              DISPLAY "RUN REFUSED - NO MAKE-UP DEADLINE IS SET FOR ",
                      "TERM ", LAPSE-TERM, " ON THE GRADING POLICY."
              SET LAPSE-REFUSED TO TRUE
              GO TO LOAD-LAPSE-POLICY-EXIT
           END-IF
           IF RUN-DATE NOT > MAKEUP-DEADLINE
              DISPLAY "RUN REFUSED - THE MAKE-UP DEADLINE OF ",
                      MAKEUP-DEADLINE, " FOR TERM ", LAPSE-TERM,
                      " HAS NOT PASSED."
              SET LAPSE-REFUSED TO TRUE
              GO TO LOAD-LAPSE-POLICY-EXIT
           END-IF
           DISPLAY "MAKE-UP DEADLINE FOR TERM ", LAPSE-TERM, " WAS ",
                   MAKEUP-DEADLINE, ".".
       LOAD-LAPSE-POLICY-EXIT.
           EXIT.

       BUILD-RUN-INPUT-ID.
           MOVE SPACES TO RC-INPUT-ID
           STRING "LAPSE/"      DELIMITED BY SIZE
                  LAPSE-TERM    DELIMITED BY SIZE
                  INTO RC-INPUT-ID
           END-STRING.

       CHECK-RUN-CONTROL.
      * A second lapse of the same term is allowed - only incompletes
      * posted since the last run are still open to lapse - but the
      * operator is told the term has been through it before.
           MOVE ZERO   TO RC-HIGH-RUN
           MOVE ZERO   TO RC-PRIOR-RUN
           MOVE SPACES TO RC-LAST-STATUS
           MOVE "N"    TO RC-EOF-SWITCH
           OPEN INPUT RUN-CONTROL
           IF RC-STATUS = "00"
              PERFORM SCAN-ONE-RUN-RECORD UNTIL RC-EOF
              CLOSE RUN-CONTROL
           END-IF
           IF RC-LAST-STATUS = "ENDED"
              DISPLAY "WARNING - TERM ", LAPSE-TERM, " WAS ALREADY ",
                      "LAPSED UNDER RUN ", RC-PRIOR-RUN, " - ONLY ",
                      "INCOMPLETES OPENED SINCE WILL LAPSE."
           ELSE IF RC-LAST-STATUS = "STARTED"
              OR RC-LAST-STATUS = "ABENDED"
              DISPLAY "WARNING - RUN ", RC-PRIOR-RUN, " FOR TERM ",
                      LAPSE-TERM, " DID NOT END - RECORDS ALREADY ",
                      "LAPSED STAY LAPSED; THEIR NOTICES WILL NOT ",
                      "REPRINT."
           END-IF.

       SCAN-ONE-RUN-RECORD.
           READ RUN-CONTROL
              AT END
                 SET RC-EOF TO TRUE
              NOT AT END
                 IF RUN-NUMBER > RC-HIGH-RUN
                    MOVE RUN-NUMBER TO RC-HIGH-RUN
                 END-IF
                 IF RUN-PROGRAM = "INCLAPSE"
                    AND RUN-INPUT-ID = RC-INPUT-ID
                    MOVE RUN-STATUS-CODE TO RC-LAST-STATUS
                    MOVE RUN-NUMBER      TO RC-PRIOR-RUN
                 END-IF
           END-READ.

       WRITE-RUN-CONTROL.
           OPEN EXTEND RUN-CONTROL
           IF RC-STATUS NOT = "00"
              OPEN OUTPUT RUN-CONTROL
           END-IF
           IF RC-STATUS NOT = "00"
              DISPLAY "WARNING - RUN CONTROL WRITE FAILED - ",
                      "STATUS ", RC-STATUS
           ELSE
              MOVE RC-RUN-NUMBER   TO RUN-NUMBER
              MOVE "INCLAPSE"      TO RUN-PROGRAM
              MOVE RC-INPUT-ID     TO RUN-INPUT-ID
              MOVE OPERATOR-ID     TO RUN-OPERATOR
              ACCEPT RUN-DATE-STAMP FROM DATE YYYYMMDD
              ACCEPT RUN-TIME-STAMP FROM TIME
              MOVE RC-WRITE-STATUS TO RUN-STATUS-CODE
              WRITE RUNCTL-RECORD
              CLOSE RUN-CONTROL
           END-IF.

       LAPSE-INCOMPLETE-RECORDS.
           OPEN I-O STUDENT-MASTER
           IF MASTER-STATUS NOT = "00"
              DISPLAY "ERROR OPENING STUDENT MASTER - STATUS ",
                      MASTER-STATUS
              GO TO LAPSE-INCOMPLETE-RECORDS-EXIT
           END-IF
           OPEN EXTEND AUDIT-LOG
           IF AUDIT-STATUS NOT = "00"
              DISPLAY "ERROR OPENING AUDIT LOG - STATUS ",
                      AUDIT-STATUS
              CLOSE STUDENT-MASTER
              GO TO LAPSE-INCOMPLETE-RECORDS-EXIT
           END-IF
           OPEN INPUT ATTENDANCE-FILE
           IF ATT-STATUS = "00"
              SET ATTENDANCE-AVAILABLE TO TRUE
           END-IF
           SET FILES-OPEN TO TRUE
           MOVE "N" TO MASTER-EOF-SWITCH
           PERFORM READ-MASTER-RECORD
           PERFORM LAPSE-ONE-RECORD THRU LAPSE-ONE-RECORD-EXIT
              UNTIL MASTER-EOF
           CLOSE STUDENT-MASTER
           CLOSE AUDIT-LOG
           IF ATTENDANCE-AVAILABLE
              CLOSE ATTENDANCE-FILE
           END-IF.
       LAPSE-INCOMPLETE-RECORDS-EXIT.
           EXIT.

       READ-MASTER-RECORD.
           READ STUDENT-MASTER NEXT RECORD
               AT END
               SET MASTER-EOF TO TRUE
           END-READ.

       LAPSE-ONE-RECORD.
           IF MASTER-TERM NOT = LAPSE-TERM
              GO TO LAPSE-ONE-RECORD-NEXT
           END-IF
           ADD 1 TO TERM-RECORD-COUNT
           PERFORM COUNT-COMPLETED-SCORES
           IF NOT INCOMPLETE-FOUND
              GO TO LAPSE-ONE-RECORD-NEXT
           END-IF
           MOVE ZERO TO TOTAL-SCORE
           PERFORM ADD-ONE-SCORE
              VARYING SCORE-IDX FROM 1 BY 1
              UNTIL SCORE-IDX > MASTER-GRADE-COUNT
           IF COMPLETED-COUNT > 0
              COMPUTE CHECK-AVERAGE ROUNDED =
                 TOTAL-SCORE / COMPLETED-COUNT
           ELSE
              MOVE ZERO TO CHECK-AVERAGE
           END-IF
           IF CHECK-AVERAGE NOT = MASTER-AVERAGE
              DISPLAY "RECORD HELD - ", MASTER-STUDENT-NAME,
                      " CARRIES A WEIGHTED AVERAGE IN ",
                      MASTER-SUBJECT
              DISPLAY "   CLEAR ITS INCOMPLETES THROUGH MASTER ",
                      "MAINTENANCE WITH THE WEIGHTS INSTEAD."
              ADD 1 TO HELD-RECORD-COUNT
              GO TO LAPSE-ONE-RECORD-NEXT
           END-IF

           MOVE "LAPSEBEF"      TO AUDIT-ACTION-WORK
           PERFORM WRITE-AUDIT-IMAGE

           MOVE ZERO TO LAPSED-POSITIONS
           PERFORM LAPSE-ONE-SCORE
              VARYING SCORE-IDX FROM 1 BY 1
              UNTIL SCORE-IDX > MASTER-GRADE-COUNT
           PERFORM COUNT-COMPLETED-SCORES
           MOVE ZERO TO TOTAL-SCORE
           PERFORM ADD-ONE-SCORE
              VARYING SCORE-IDX FROM 1 BY 1
              UNTIL SCORE-IDX > MASTER-GRADE-COUNT
           IF COMPLETED-COUNT > 0
              COMPUTE AVERAGE ROUNDED =
                 TOTAL-SCORE / COMPLETED-COUNT
           ELSE
              MOVE ZERO TO AVERAGE
           END-IF
           MOVE AVERAGE         TO MASTER-AVERAGE
           IF WITHDRAWN-FOUND
              MOVE "WITHDRAWN"  TO MASTER-RESULT
           ELSE IF INCOMPLETE-FOUND
              MOVE "INCOMPLETE" TO MASTER-RESULT
           ELSE IF AVERAGE >= PASS-MARK
              MOVE "PASSED"     TO MASTER-RESULT
           ELSE
              MOVE "FAILL"      TO MASTER-RESULT
           END-IF
           END-IF
           END-IF
           PERFORM DERIVE-LETTER-GRADE
           MOVE LETTER-GRADE    TO MASTER-LETTER-GRADE
           PERFORM APPLY-ATTENDANCE-RULE
      * The registrar already holds the old result for an accepted or
      * rejected record, so it goes out again on the next extract.
           IF MASTER-ACK-STATUS = "A" OR MASTER-ACK-STATUS = "R"
              MOVE "Q" TO MASTER-ACK-STATUS
              ADD 1 TO REQUEUED-COUNT
           END-IF

           REWRITE MASTER-RECORD
              INVALID KEY
                 DISPLAY "WARNING - MASTER REWRITE FAILED FOR ",
                         MASTER-STUDENT-NAME, " - STATUS ",
                         MASTER-STATUS
                 ADD 1 TO FAILED-RECORD-COUNT
              NOT INVALID KEY
                 MOVE "LAPSEAFT" TO AUDIT-ACTION-WORK
                 PERFORM WRITE-AUDIT-IMAGE
                 ADD 1 TO LAPSED-RECORD-COUNT
                 ADD LAPSED-POSITIONS TO LAPSED-SCORE-COUNT
                 DISPLAY LAPSED-POSITIONS, " INCOMPLETE(S) LAPSED ",
                         "FOR ", MASTER-STUDENT-NAME,
                         " - NEW AVERAGE ", MASTER-AVERAGE, " ",
                         MASTER-RESULT
                 PERFORM RELEASE-NOTICE-RECORD
           END-REWRITE.
       LAPSE-ONE-RECORD-NEXT.
           PERFORM READ-MASTER-RECORD.
       LAPSE-ONE-RECORD-EXIT.
           EXIT.

       LAPSE-ONE-SCORE.
           IF MASTER-SCORE-STATUS (SCORE-IDX) = "I"
              MOVE ZERO  TO MASTER-SCORE-TABLE (SCORE-IDX)
              MOVE SPACE TO MASTER-SCORE-STATUS (SCORE-IDX)
              ADD 1 TO LAPSED-POSITIONS
           END-IF.

       RELEASE-NOTICE-RECORD.
           MOVE MASTER-TEACHER-ID   TO SRT-TEACHER-ID
           MOVE MASTER-SECTION      TO SRT-SECTION
           MOVE MASTER-SUBJECT      TO SRT-SUBJECT
           MOVE MASTER-STUDENT-NAME TO SRT-STUDENT-NAME
           MOVE MASTER-STUDENT-ID   TO SRT-STUDENT-ID
           MOVE LAPSED-POSITIONS    TO SRT-LAPSED-COUNT
           MOVE MASTER-AVERAGE      TO SRT-AVERAGE
           MOVE MASTER-LETTER-GRADE TO SRT-LETTER-GRADE
           MOVE MASTER-RESULT       TO SRT-RESULT
           RELEASE SORT-RECORD.

       ADD-ONE-SCORE.
           IF MASTER-SCORE-STATUS (SCORE-IDX) = SPACE
              ADD MASTER-SCORE-TABLE (SCORE-IDX) TO TOTAL-SCORE
           END-IF.

       COUNT-COMPLETED-SCORES.
           MOVE ZERO TO COMPLETED-COUNT
           MOVE "N"  TO INCOMPLETE-FOUND-SWITCH
           MOVE "N"  TO WITHDRAWN-FOUND-SWITCH
           PERFORM COUNT-ONE-SCORE-STATUS
              VARYING SCORE-IDX FROM 1 BY 1
              UNTIL SCORE-IDX > MASTER-GRADE-COUNT.

       COUNT-ONE-SCORE-STATUS.
           IF MASTER-SCORE-STATUS (SCORE-IDX) = SPACE
              ADD 1 TO COMPLETED-COUNT
           ELSE IF MASTER-SCORE-STATUS (SCORE-IDX) = "I"
              SET INCOMPLETE-FOUND TO TRUE
           ELSE IF MASTER-SCORE-STATUS (SCORE-IDX) = "W"
              SET WITHDRAWN-FOUND TO TRUE
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

       WRITE-AUDIT-IMAGE.
           MOVE OPERATOR-ID       TO AUDIT-OPERATOR-ID
           ACCEPT AUDIT-DATE      FROM DATE YYYYMMDD
           ACCEPT AUDIT-TIME      FROM TIME
           MOVE MASTER-STUDENT-NAME
                                  TO AUDIT-STUDENT-NAME
           MOVE MASTER-SUBJECT    TO AUDIT-SUBJECT
           MOVE MASTER-GRADE-COUNT
                                  TO AUDIT-GRADE-COUNT
           PERFORM MOVE-ONE-AUDIT-SCORE
              VARYING SCORE-IDX FROM 1 BY 1
              UNTIL SCORE-IDX > MASTER-GRADE-COUNT
           MOVE MASTER-AVERAGE    TO AUDIT-AVERAGE
           MOVE MASTER-RESULT     TO AUDIT-RESULT
           MOVE ZERO              TO AUDIT-RETRY-COUNT
           MOVE AUDIT-ACTION-WORK TO AUDIT-ACTION
           MOVE RC-RUN-NUMBER     TO AUDIT-RUN-NUMBER
           WRITE AUDIT-RECORD
           IF AUDIT-STATUS NOT = "00"
              DISPLAY "WARNING - AUDIT LOG WRITE FAILED - STATUS ",
                      AUDIT-STATUS
           END-IF.

       MOVE-ONE-AUDIT-SCORE.
           MOVE MASTER-SCORE-TABLE (SCORE-IDX)
                                TO AUDIT-SCORE-TABLE (SCORE-IDX).

       PRINT-NOTICE-PAGES.
           MOVE "N" TO SORT-EOF-SWITCH
           MOVE "N" TO GROUP-OPEN-SWITCH
           PERFORM RETURN-SORT-RECORD
           PERFORM PRINT-ONE-NOTICE UNTIL SORT-EOF
           PERFORM CLOSE-TEACHER-GROUP.
       PRINT-NOTICE-PAGES-EXIT.
           EXIT.

       RETURN-SORT-RECORD.
           RETURN SORT-WORK
               AT END
               SET SORT-EOF TO TRUE
           END-RETURN.

       PRINT-ONE-NOTICE.
           IF SRT-TEACHER-ID NOT = BREAK-TEACHER-ID
              OR NOT GROUP-OPEN
              PERFORM CLOSE-TEACHER-GROUP
              PERFORM OPEN-TEACHER-GROUP
           END-IF
           ADD 1 TO TCH-LAPSED-COUNT
           MOVE SRT-STUDENT-NAME  TO NTC-STUDENT-NAME
           MOVE SRT-STUDENT-ID    TO NTC-STUDENT-ID
           MOVE SRT-SECTION       TO NTC-SECTION
           MOVE SRT-SUBJECT       TO NTC-SUBJECT
           MOVE SRT-LAPSED-COUNT  TO NTC-LAPSED-COUNT
           MOVE SRT-AVERAGE       TO NTC-AVERAGE
           MOVE SRT-LETTER-GRADE  TO NTC-LETTER-GRADE
           MOVE SRT-RESULT        TO NTC-RESULT
           MOVE NTC-DETAIL-LINE   TO NOTICE-LINE
           WRITE NOTICE-LINE
           PERFORM RETURN-SORT-RECORD.

       OPEN-TEACHER-GROUP.
           MOVE SRT-TEACHER-ID TO BREAK-TEACHER-ID
           MOVE ZERO           TO TCH-LAPSED-COUNT
           SET GROUP-OPEN      TO TRUE
           ADD 1 TO TEACHER-COUNT
           ADD 1 TO PAGE-NUMBER
           MOVE NTC-RULE-LINE TO NOTICE-LINE
           IF PAGE-NUMBER = 1
              WRITE NOTICE-LINE
           ELSE
              WRITE NOTICE-LINE AFTER ADVANCING PAGE
           END-IF
           MOVE NTC-HEADING-LINE TO NOTICE-LINE
           WRITE NOTICE-LINE
           MOVE NTC-TITLE-LINE TO NOTICE-LINE
           WRITE NOTICE-LINE
           MOVE NTC-RULE-LINE TO NOTICE-LINE
           WRITE NOTICE-LINE
           MOVE SPACES TO NOTICE-LINE
           WRITE NOTICE-LINE
           MOVE BREAK-TEACHER-ID TO NTC-TEACHER-ID
           MOVE LAPSE-TERM       TO NTC-TERM
           MOVE MAKEUP-DEADLINE  TO NTC-DEADLINE
           MOVE NTC-TEACHER-LINE TO NOTICE-LINE
           WRITE NOTICE-LINE
           MOVE SPACES TO NOTICE-LINE
           WRITE NOTICE-LINE
           MOVE NTC-EXPLAIN-LINE-1 TO NOTICE-LINE
           WRITE NOTICE-LINE
           MOVE NTC-EXPLAIN-LINE-2 TO NOTICE-LINE
           WRITE NOTICE-LINE
           MOVE SPACES TO NOTICE-LINE
           WRITE NOTICE-LINE
           MOVE NTC-COLUMN-LINE TO NOTICE-LINE
           WRITE NOTICE-LINE.

       CLOSE-TEACHER-GROUP.
           IF GROUP-OPEN
              MOVE SPACES TO NOTICE-LINE
              WRITE NOTICE-LINE
              MOVE TCH-LAPSED-COUNT TO NTC-TEACHER-COUNT
              MOVE NTC-COUNT-LINE   TO NOTICE-LINE
              WRITE NOTICE-LINE
              MOVE SPACES TO NOTICE-LINE
              WRITE NOTICE-LINE
              MOVE NTC-RULE-LINE TO NOTICE-LINE
              WRITE NOTICE-LINE
              MOVE RUN-DATE    TO NTC-RUN-DATE
              MOVE PAGE-NUMBER TO NTC-PAGE-NUMBER
              MOVE NTC-FOOTER-LINE TO NOTICE-LINE
              WRITE NOTICE-LINE
              DISPLAY "TEACHER ", BREAK-TEACHER-ID, " - ",
                      TCH-LAPSED-COUNT, " SUBJECT(S) LAPSED"
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
                      "FOR INCLAPSE - RUNNING UNATTENDED."
           END-IF.

       LOAD-ONE-CONTROL-CARD.
           READ CONTROL-CARDS
              AT END
                 SET CARD-EOF TO TRUE
              NOT AT END
                 IF CARD-PROGRAM = "INCLAPSE"
                    IF CARD-COUNT < MAX-CARDS
                       ADD 1 TO CARD-COUNT
                       MOVE CARD-VALUE TO CARD-ENTRY (CARD-COUNT)
                    ELSE
                       IF NOT CARD-OVERFLOW
                          DISPLAY "TOO MANY CONTROL CARDS FOR INCLAPSE",
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
       END PROGRAM INCLAPSE.
