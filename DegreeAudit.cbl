      ******************************************************************
      * Author: Jeremiah
      * Date: 15/10/2026
      * Purpose: "Degree audit. For every student assigned to a
      *           degree program, reads the closed terms on the
      *           history file and the current term on the master,
      *           matches each subject to its catalog course code, and
      *           prints one page per student showing each required
      *           course as met, in progress, or outstanding, the
      *           elective credit hours earned against the program's
      *           minimum, and the cumulative GPA against the
      *           program's minimum. Students who have met every
      *           requirement are listed for the registrar on a
      *           separate graduation-eligible list."
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
       PROGRAM-ID. DEGAUDIT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT STUDENT-PROGRAM ASSIGN TO "STUDPROG"
               ORGANIZATION       IS INDEXED
               ACCESS MODE        IS SEQUENTIAL
               RECORD KEY         IS SPG-STUDENT-ID
               FILE STATUS        IS SPG-STATUS.

           SELECT PROGRAM-REQUIREMENTS
                                  ASSIGN TO "PROGREQ"
               ORGANIZATION       IS INDEXED
               ACCESS MODE        IS DYNAMIC
               RECORD KEY         IS PRQ-KEY
               FILE STATUS        IS PRQ-STATUS.

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

           SELECT COURSE-CATALOG  ASSIGN TO "CRSECAT"
               ORGANIZATION       IS INDEXED
               ACCESS MODE        IS RANDOM
               RECORD KEY         IS CAT-SUBJECT
               FILE STATUS        IS CAT-STATUS.

           SELECT GRADING-POLICY  ASSIGN TO "GRADPOL"
               ORGANIZATION       IS INDEXED
               ACCESS MODE        IS RANDOM
               RECORD KEY         IS POL-TERM
               FILE STATUS        IS POL-STATUS.

           SELECT AUDIT-PRINT     ASSIGN TO "DEGAUDIT"
               ORGANIZATION       IS LINE SEQUENTIAL
               FILE STATUS        IS PRT-STATUS.

           SELECT ELIGIBLE-LIST   ASSIGN TO "GRADLIST"
               ORGANIZATION       IS LINE SEQUENTIAL
               FILE STATUS        IS GLS-STATUS.

           SELECT CONTROL-CARDS   ASSIGN TO "CTLCARDS"
               ORGANIZATION       IS LINE SEQUENTIAL
               FILE STATUS        IS CARD-STATUS.

       DATA DIVISION.
       FILE SECTION.
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

       FD  COURSE-CATALOG
           LABEL RECORD IS STANDARD.
       01 CATALOG-RECORD.
           05 CAT-SUBJECT            PIC X(50).
           05 CAT-COURSE-CODE        PIC X(08).
           05 CAT-CREDIT-HOURS       PIC 9(02).
           05 CAT-ACTIVE-FLAG        PIC X(01).
           05 FILLER                 PIC X(32).

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

       FD  AUDIT-PRINT
           LABEL RECORD IS STANDARD.
       01 AUDIT-LINE                 PIC X(80).

       FD  ELIGIBLE-LIST
           LABEL RECORD IS STANDARD.
       01 ELIGIBLE-LINE              PIC X(80).

       FD  CONTROL-CARDS
           LABEL RECORD IS STANDARD.
       01 CONTROL-CARD.
           05 CARD-PROGRAM           PIC X(08).
           05 FILLER                 PIC X(01).
           05 CARD-VALUE             PIC X(71).

       WORKING-STORAGE SECTION.
       01 SPG-STATUS             PIC X(02).
       01 PRQ-STATUS             PIC X(02).
       01 MASTER-STATUS          PIC X(02).
       01 HIST-STATUS            PIC X(02).
       01 CAT-STATUS             PIC X(02).
       01 POL-STATUS             PIC X(02).
       01 PRT-STATUS             PIC X(02).
       01 GLS-STATUS             PIC X(02).
       01 SELECT-PROGRAM-CODE    PIC X(6)                VALUE SPACES.
       01 SPG-EOF-SWITCH         PIC X                   VALUE "N".
           88 SPG-EOF                                    VALUE "Y".
       01 PRQ-EOF-SWITCH         PIC X                   VALUE "N".
           88 PRQ-EOF                                    VALUE "Y".
       01 HIST-AVAIL-SWITCH      PIC X                   VALUE "N".
           88 HIST-AVAILABLE                             VALUE "Y".
       01 HIST-DONE-SWITCH       PIC X                   VALUE "N".
           88 HIST-DONE                                  VALUE "Y".
       01 MASTER-DONE-SWITCH     PIC X                   VALUE "N".
           88 MASTER-DONE                                VALUE "Y".
       01 POLICY-AVAIL-SWITCH    PIC X                   VALUE "N".
           88 POLICY-AVAILABLE                           VALUE "Y".
       01 PROGRAM-FOUND-SWITCH   PIC X                   VALUE "N".
           88 PROGRAM-FOUND                              VALUE "Y".
       01 REQ-FOUND-SWITCH       PIC X                   VALUE "N".
           88 REQ-FOUND                                  VALUE "Y".
       01 GPA-MET-SWITCH         PIC X                   VALUE "N".
           88 GPA-MET                                    VALUE "Y".
       01 AUDIT-RESULT-CODE      PIC X                   VALUE SPACE.
           88 AUDIT-ELIGIBLE                             VALUE "E".
           88 AUDIT-ON-TRACK                             VALUE "T".
           88 AUDIT-OUTSTANDING                          VALUE "O".

       01 POLICY-TERM            PIC X(5)                VALUE SPACES.
       01 PASS-MARK              PIC 9(2)V9(2)           VALUE 7.00.

       01 PROGRAM-TITLE          PIC X(50)               VALUE SPACES.
       01 PROGRAM-MIN-GPA        PIC 9(2)V9(2)           VALUE ZERO.
       01 PROGRAM-ELECTIVES      PIC 9(3)                VALUE ZERO.
       77 MAX-REQ-ENTRIES        PIC 9(2)                VALUE 40.
       01 REQ-ENTRY-COUNT        PIC 9(2)                VALUE ZERO.
       01 REQ-IDX                PIC 9(2)                VALUE ZERO
                                                           COMP.
       01 FOUND-IDX              PIC 9(2)                VALUE ZERO
                                                           COMP.
       01 REQ-TABLE.
           05 REQ-ENTRY          OCCURS 40 TIMES.
               10 REQ-COURSE-CODE    PIC X(8).
               10 REQ-SUBJECT        PIC X(50).
               10 REQ-STATE          PIC X(1).
               10 REQ-TERM           PIC X(5).
               10 REQ-LETTER-GRADE   PIC X(1).
               10 REQ-CREDITS        PIC 9(2).
       01 CATALOG-COURSE-CODE    PIC X(8)                VALUE SPACES.

       01 WORK-TERM              PIC X(5)                VALUE SPACES.
       01 WORK-SUBJECT           PIC X(50)               VALUE SPACES.
       01 WORK-AVERAGE           PIC 9(2)V9(2)           VALUE ZERO.
       01 WORK-LETTER-GRADE      PIC X(01)               VALUE SPACE.
       01 WORK-RESULT            PIC X(10)               VALUE SPACES.
       01 WORK-CREDIT-HOURS      PIC 9(2)                VALUE ZERO.

       01 CUM-SUBJECT-COUNT      PIC 9(4)                VALUE ZERO.
       01 CUM-AVERAGE-TOTAL      PIC 9(6)V9(2)           VALUE ZERO.
       01 CUM-CREDIT-TOTAL       PIC 9(6)                VALUE ZERO.
       01 CUM-WEIGHTED-TOTAL     PIC 9(8)V9(2)           VALUE ZERO.
       01 CUM-GPA                PIC 9(2)V9(2)           VALUE ZERO.
       01 REQUIRED-EARNED        PIC 9(4)                VALUE ZERO.
       01 REQUIRED-PROGRESS      PIC 9(4)                VALUE ZERO.
       01 ELECTIVE-EARNED        PIC 9(4)                VALUE ZERO.
       01 ELECTIVE-PROGRESS      PIC 9(4)                VALUE ZERO.
       01 ELECTIVE-PROSPECT      PIC 9(4)                VALUE ZERO.
       01 CREDITS-EARNED         PIC 9(4)                VALUE ZERO.
       01 CREDITS-PROGRESS       PIC 9(4)                VALUE ZERO.
       01 MET-COUNT              PIC 9(2)                VALUE ZERO.
       01 PROGRESS-COUNT         PIC 9(2)                VALUE ZERO.
       01 OUTSTANDING-COUNT      PIC 9(2)                VALUE ZERO.

       01 AUDITED-COUNT          PIC 9(6)                VALUE ZERO.
       01 ELIGIBLE-COUNT         PIC 9(6)                VALUE ZERO.
       01 ON-TRACK-COUNT         PIC 9(6)                VALUE ZERO.
       01 NOT-ELIGIBLE-COUNT     PIC 9(6)                VALUE ZERO.
       01 NO-PROGRAM-COUNT       PIC 9(6)                VALUE ZERO.
       01 PAGE-NUMBER            PIC 9(4)                VALUE ZERO.
       01 RUN-DATE               PIC X(8)                VALUE SPACES.

       01 AUD-HEADING-LINE.
           05 FILLER              PIC X(14)      VALUE SPACES.
           05 FILLER              PIC X(34)
                          VALUE "J E R E M I A H   C O L L E G E".
           05 FILLER              PIC X(32)      VALUE SPACES.
       01 AUD-TITLE-LINE.
           05 FILLER              PIC X(32)      VALUE SPACES.
           05 FILLER              PIC X(16)
                          VALUE "DEGREE AUDIT".
           05 FILLER              PIC X(32)      VALUE SPACES.
       01 AUD-STUDENT-LINE.
           05 FILLER              PIC X(2)       VALUE SPACES.
           05 FILLER              PIC X(10)      VALUE "STUDENT : ".
           05 AUD-STUDENT-NAME    PIC X(40).
           05 FILLER              PIC X(5)       VALUE "  ID ".
           05 AUD-STUDENT-ID      PIC 9(6).
       01 AUD-PROGRAM-LINE.
           05 FILLER              PIC X(2)       VALUE SPACES.
           05 FILLER              PIC X(10)      VALUE "PROGRAM : ".
           05 AUD-PROGRAM-CODE    PIC X(6).
           05 FILLER              PIC X(2)       VALUE SPACES.
           05 AUD-PROGRAM-TITLE   PIC X(40).
           05 FILLER              PIC X(8)       VALUE "  ENTRY ".
           05 AUD-ENTRY-TERM      PIC X(5).
       01 AUD-REQUIRED-TITLE.
           05 FILLER              PIC X(2)       VALUE SPACES.
           05 FILLER              PIC X(40)
                  VALUE "REQUIRED COURSES".
       01 AUD-COLUMN-LINE.
           05 FILLER              PIC X(4)       VALUE SPACES.
           05 FILLER              PIC X(10)      VALUE "CODE".
           05 FILLER              PIC X(32)      VALUE "SUBJECT".
           05 FILLER              PIC X(13)      VALUE "STATUS".
           05 FILLER              PIC X(7)       VALUE "TERM".
           05 FILLER              PIC X(3)       VALUE "GR".
           05 FILLER              PIC X(2)       VALUE "CR".
       01 AUD-DETAIL-LINE.
           05 FILLER              PIC X(4)       VALUE SPACES.
           05 AUD-COURSE-CODE     PIC X(8).
           05 FILLER              PIC X(2)       VALUE SPACES.
           05 AUD-SUBJECT         PIC X(30).
           05 FILLER              PIC X(2)       VALUE SPACES.
           05 AUD-STATE           PIC X(11).
           05 FILLER              PIC X(2)       VALUE SPACES.
           05 AUD-TERM            PIC X(5).
           05 FILLER              PIC X(2)       VALUE SPACES.
           05 AUD-LETTER-GRADE    PIC X(1).
           05 FILLER              PIC X(2)       VALUE SPACES.
           05 AUD-CREDITS         PIC Z9.
       01 AUD-NONE-LINE.
           05 FILLER              PIC X(4)       VALUE SPACES.
           05 FILLER              PIC X(46)
                  VALUE "NO REQUIRED COURSES ON FILE FOR THE PROGRAM.".
       01 AUD-ELECTIVE-LINE.
           05 FILLER              PIC X(2)       VALUE SPACES.
           05 FILLER              PIC X(27)
                          VALUE "ELECTIVE CREDITS : EARNED ".
           05 AUD-ELECTIVE-EARNED PIC ZZZ9.
           05 FILLER              PIC X(14)      VALUE "  IN PROGRESS ".
           05 AUD-ELECTIVE-PROGRESS
                                  PIC ZZZ9.
           05 FILLER              PIC X(11)      VALUE "  REQUIRED ".
           05 AUD-ELECTIVE-REQUIRED
                                  PIC ZZ9.
           05 FILLER              PIC X(2)       VALUE SPACES.
           05 AUD-ELECTIVE-STATE  PIC X(11).
       01 AUD-GPA-LINE.
           05 FILLER              PIC X(2)       VALUE SPACES.
           05 FILLER              PIC X(19)
                          VALUE "CUMULATIVE GPA   : ".
           05 AUD-CUM-GPA         PIC Z9.99.
           05 FILLER              PIC X(10)      VALUE "  MINIMUM ".
           05 AUD-MIN-GPA         PIC Z9.99.
           05 FILLER              PIC X(2)       VALUE SPACES.
           05 AUD-GPA-STATE       PIC X(11).
       01 AUD-CREDITS-LINE.
           05 FILLER              PIC X(2)       VALUE SPACES.
           05 FILLER              PIC X(19)
                          VALUE "CREDITS EARNED   : ".
           05 AUD-CREDITS-EARNED  PIC ZZZ9.
           05 FILLER              PIC X(14)      VALUE "  IN PROGRESS ".
           05 AUD-CREDITS-PROGRESS
                                  PIC ZZZ9.
       01 AUD-RESULT-LINE.
           05 FILLER              PIC X(2)       VALUE SPACES.
           05 FILLER              PIC X(19)
                          VALUE "AUDIT RESULT     : ".
           05 AUD-RESULT          PIC X(50).
       01 AUD-FOOTER-LINE.
           05 FILLER              PIC X(2)       VALUE SPACES.
           05 FILLER              PIC X(11)      VALUE "RUN DATE : ".
           05 AUD-RUN-DATE        PIC X(8).
           05 FILLER              PIC X(40)      VALUE SPACES.
           05 FILLER              PIC X(7)       VALUE "PAGE - ".
           05 AUD-PAGE-NUMBER     PIC ZZZ9.
       01 AUD-RULE-LINE.
           05 FILLER              PIC X(80)      VALUE ALL "*".

       01 GLS-TITLE-LINE.
           05 FILLER              PIC X(25)      VALUE SPACES.
           05 FILLER              PIC X(30)
                          VALUE "GRADUATION ELIGIBLE STUDENTS".
           05 FILLER              PIC X(25)      VALUE SPACES.
       01 GLS-SELECT-LINE.
           05 FILLER              PIC X(2)       VALUE SPACES.
           05 FILLER              PIC X(10)      VALUE "PROGRAM : ".
           05 GLS-SELECT-PROGRAM  PIC X(6).
       01 GLS-COLUMN-LINE.
           05 FILLER              PIC X(2)       VALUE SPACES.
           05 FILLER              PIC X(8)       VALUE "ID".
           05 FILLER              PIC X(32)      VALUE "STUDENT".
           05 FILLER              PIC X(9)       VALUE "PROGRAM".
           05 FILLER              PIC X(9)       VALUE "CUM GPA".
           05 FILLER              PIC X(7)       VALUE "CREDITS".
       01 GLS-DETAIL-LINE.
           05 FILLER              PIC X(2)       VALUE SPACES.
           05 GLS-STUDENT-ID      PIC 9(6).
           05 FILLER              PIC X(2)       VALUE SPACES.
           05 GLS-STUDENT-NAME    PIC X(30).
           05 FILLER              PIC X(2)       VALUE SPACES.
           05 GLS-PROGRAM-CODE    PIC X(6).
           05 FILLER              PIC X(3)       VALUE SPACES.
           05 GLS-CUM-GPA         PIC Z9.99.
           05 FILLER              PIC X(6)       VALUE SPACES.
           05 GLS-CREDITS         PIC ZZZ9.
       01 GLS-NONE-LINE.
           05 FILLER              PIC X(4)       VALUE SPACES.
           05 FILLER              PIC X(40)
                  VALUE "NO STUDENT HAS MET EVERY REQUIREMENT.".
       01 GLS-COUNT-LINE.
           05 FILLER              PIC X(2)       VALUE SPACES.
           05 FILLER              PIC X(20)
                          VALUE "STUDENTS ELIGIBLE : ".
           05 GLS-ELIGIBLE-COUNT  PIC ZZZZZ9.

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
           DISPLAY "JEREMIAH COLLEGE - DEGREE AUDIT.".
           DISPLAY "**************************************************".
           DISPLAY "     ".
           PERFORM LOAD-CONTROL-CARDS.
           DISPLAY "ENTER THE DEGREE PROGRAM CODE TO AUDIT (PRESS ",
                   "ENTER FOR ALL PROGRAMS):".
           IF CARD-MODE
              PERFORM NEXT-CONTROL-CARD
              MOVE CARD-ANSWER TO SELECT-PROGRAM-CODE
           ELSE
              ACCEPT SELECT-PROGRAM-CODE
           END-IF.
           OPEN INPUT STUDENT-PROGRAM.
           IF SPG-STATUS NOT = "00"
              DISPLAY "ERROR OPENING STUDENT PROGRAM FILE - STATUS ",
                      SPG-STATUS
              MOVE 12 TO RETURN-CODE
              STOP RUN
           END-IF.
           OPEN INPUT PROGRAM-REQUIREMENTS.
           IF PRQ-STATUS NOT = "00"
              DISPLAY "ERROR OPENING PROGRAM REQUIREMENTS FILE - ",
                      "STATUS ", PRQ-STATUS
              MOVE 12 TO RETURN-CODE
              CLOSE STUDENT-PROGRAM
              STOP RUN
           END-IF.
           OPEN INPUT COURSE-CATALOG.
           IF CAT-STATUS NOT = "00"
              DISPLAY "ERROR OPENING COURSE CATALOG - STATUS ",
                      CAT-STATUS
              MOVE 12 TO RETURN-CODE
              CLOSE STUDENT-PROGRAM
              CLOSE PROGRAM-REQUIREMENTS
              STOP RUN
           END-IF.
           OPEN INPUT STUDENT-MASTER.
           IF MASTER-STATUS NOT = "00"
              DISPLAY "ERROR OPENING STUDENT MASTER - STATUS ",
                      MASTER-STATUS
              MOVE 12 TO RETURN-CODE
              CLOSE STUDENT-PROGRAM
              CLOSE PROGRAM-REQUIREMENTS
              CLOSE COURSE-CATALOG
              STOP RUN
           END-IF.
           OPEN INPUT STUDENT-HISTORY.
           IF HIST-STATUS = "00"
              SET HIST-AVAILABLE TO TRUE
           ELSE
              DISPLAY "WARNING - STUDENT HISTORY NOT AVAILABLE - ",
                      "STATUS ", HIST-STATUS, " - ONLY THE CURRENT ",
                      "TERM WILL BE AUDITED."
           END-IF.
           OPEN INPUT GRADING-POLICY.
           IF POL-STATUS = "00"
              SET POLICY-AVAILABLE TO TRUE
           ELSE
              DISPLAY "WARNING - GRADING POLICY FILE NOT AVAILABLE - ",
                      "STATUS ", POL-STATUS, " - THE HOUSE PASS ",
                      "MARK WILL APPLY."
           END-IF.
           OPEN OUTPUT AUDIT-PRINT.
           IF PRT-STATUS NOT = "00"
              DISPLAY "ERROR OPENING DEGREE AUDIT PRINT FILE - ",
                      "STATUS ", PRT-STATUS
              MOVE 12 TO RETURN-CODE
              GO TO END-OF-PROGRAM
           END-IF.
           OPEN OUTPUT ELIGIBLE-LIST.
           IF GLS-STATUS NOT = "00"
              DISPLAY "ERROR OPENING GRADUATION LIST PRINT FILE - ",
                      "STATUS ", GLS-STATUS
              MOVE 12 TO RETURN-CODE
              CLOSE AUDIT-PRINT
              GO TO END-OF-PROGRAM
           END-IF.
           ACCEPT RUN-DATE FROM DATE YYYYMMDD.
           PERFORM PRINT-ELIGIBLE-HEADER.
           PERFORM AUDIT-ONE-STUDENT THRU AUDIT-ONE-STUDENT-EXIT
              UNTIL SPG-EOF.
           PERFORM PRINT-ELIGIBLE-FOOTER.
           CLOSE AUDIT-PRINT.
           CLOSE ELIGIBLE-LIST.
           DISPLAY "     ".
           DISPLAY "****************************************".
           DISPLAY "DEGREE AUDIT TOTALS".
           DISPLAY "****************************************".
           DISPLAY "STUDENTS AUDITED        : ", AUDITED-COUNT.
           DISPLAY "ELIGIBLE TO GRADUATE    : ", ELIGIBLE-COUNT.
           DISPLAY "ON TRACK - IN PROGRESS  : ", ON-TRACK-COUNT.
           DISPLAY "REQUIREMENTS OUTSTANDING: ", NOT-ELIGIBLE-COUNT.
           DISPLAY "PROGRAM NOT ON FILE     : ", NO-PROGRAM-COUNT.
           DISPLAY "AUDITS WRITTEN TO THE DEGAUDIT PRINT FILE; THE ",
                   "ELIGIBLE LIST TO GRADLIST.".
           DISPLAY "     ".
           GO TO END-OF-PROGRAM.

       AUDIT-ONE-STUDENT.
           READ STUDENT-PROGRAM NEXT RECORD
              AT END
                 SET SPG-EOF TO TRUE
                 GO TO AUDIT-ONE-STUDENT-EXIT
           END-READ
           IF SELECT-PROGRAM-CODE NOT = SPACES
              AND SPG-PROGRAM-CODE NOT = SELECT-PROGRAM-CODE
              GO TO AUDIT-ONE-STUDENT-EXIT
           END-IF
           PERFORM LOAD-PROGRAM-REQUIREMENTS
           IF NOT PROGRAM-FOUND
              DISPLAY "WARNING - STUDENT ", SPG-STUDENT-ID,
                      " IS ASSIGNED TO PROGRAM ", SPG-PROGRAM-CODE,
                      " WHICH IS NOT ON FILE - NOT AUDITED."
              ADD 1 TO NO-PROGRAM-COUNT
              GO TO AUDIT-ONE-STUDENT-EXIT
           END-IF
           ADD 1 TO AUDITED-COUNT
           MOVE ZERO   TO CUM-SUBJECT-COUNT
           MOVE ZERO   TO CUM-AVERAGE-TOTAL
           MOVE ZERO   TO CUM-CREDIT-TOTAL
           MOVE ZERO   TO CUM-WEIGHTED-TOTAL
           MOVE ZERO   TO REQUIRED-EARNED
           MOVE ZERO   TO REQUIRED-PROGRESS
           MOVE ZERO   TO ELECTIVE-EARNED
           MOVE ZERO   TO ELECTIVE-PROGRESS
           MOVE SPACES TO POLICY-TERM
           PERFORM READ-HISTORY-TERMS
           PERFORM READ-CURRENT-TERM
           PERFORM DECIDE-AUDIT-RESULT
           PERFORM PRINT-AUDIT-PAGE
           IF AUDIT-ELIGIBLE
              PERFORM WRITE-ELIGIBLE-LINE
           END-IF.
       AUDIT-ONE-STUDENT-EXIT.
           EXIT.

       LOAD-PROGRAM-REQUIREMENTS.
      * The program header carries the GPA and elective minimums; the
      * required courses follow it under the same program code.
           MOVE "N"    TO PROGRAM-FOUND-SWITCH
           MOVE ZERO   TO REQ-ENTRY-COUNT
           MOVE SPG-PROGRAM-CODE TO PRQ-PROGRAM-CODE
           MOVE "H"              TO PRQ-RECORD-TYPE
           MOVE SPACES           TO PRQ-COURSE-CODE
           READ PROGRAM-REQUIREMENTS
              INVALID KEY
                 CONTINUE
              NOT INVALID KEY
                 SET PROGRAM-FOUND TO TRUE
                 MOVE PRQ-TITLE            TO PROGRAM-TITLE
                 MOVE PRQ-MIN-CUM-GPA      TO PROGRAM-MIN-GPA
                 MOVE PRQ-ELECTIVE-CREDITS TO PROGRAM-ELECTIVES
           END-READ
           IF PROGRAM-FOUND
              MOVE "N"        TO PRQ-EOF-SWITCH
              MOVE "R"        TO PRQ-RECORD-TYPE
              MOVE LOW-VALUES TO PRQ-COURSE-CODE
              START PROGRAM-REQUIREMENTS KEY NOT < PRQ-KEY
                 INVALID KEY
                    SET PRQ-EOF TO TRUE
              END-START
              PERFORM LOAD-ONE-REQUIREMENT UNTIL PRQ-EOF
           END-IF.

       LOAD-ONE-REQUIREMENT.
           READ PROGRAM-REQUIREMENTS NEXT RECORD
              AT END
                 SET PRQ-EOF TO TRUE
              NOT AT END
                 IF PRQ-PROGRAM-CODE NOT = SPG-PROGRAM-CODE
                    OR NOT PRQ-REQUIRED-COURSE
                    SET PRQ-EOF TO TRUE
                 ELSE IF REQ-ENTRY-COUNT < MAX-REQ-ENTRIES
                    ADD 1 TO REQ-ENTRY-COUNT
                    MOVE PRQ-COURSE-CODE
                       TO REQ-COURSE-CODE (REQ-ENTRY-COUNT)
                    MOVE PRQ-TITLE
                       TO REQ-SUBJECT (REQ-ENTRY-COUNT)
                    MOVE "O"    TO REQ-STATE (REQ-ENTRY-COUNT)
                    MOVE SPACES TO REQ-TERM (REQ-ENTRY-COUNT)
                    MOVE SPACE  TO REQ-LETTER-GRADE (REQ-ENTRY-COUNT)
                    MOVE ZERO   TO REQ-CREDITS (REQ-ENTRY-COUNT)
                 ELSE
                    DISPLAY "WARNING - PROGRAM ", SPG-PROGRAM-CODE,
                            " REQUIRES MORE THAN ", MAX-REQ-ENTRIES,
                            " COURSES - ", PRQ-COURSE-CODE,
                            " NOT AUDITED."
                 END-IF
           END-READ.

       READ-HISTORY-TERMS.
           IF NOT HIST-AVAILABLE
              SET HIST-DONE TO TRUE
           ELSE
              MOVE "N"            TO HIST-DONE-SWITCH
              MOVE SPG-STUDENT-ID TO HIST-STUDENT-ID
              MOVE LOW-VALUES     TO HIST-TERM
              MOVE ZERO           TO HIST-SUBJECT-SEQ
              START STUDENT-HISTORY KEY NOT < HIST-KEY
                 INVALID KEY
                    SET HIST-DONE TO TRUE
              END-START
              PERFORM TAKE-ONE-HISTORY-RECORD UNTIL HIST-DONE
           END-IF.

       TAKE-ONE-HISTORY-RECORD.
           READ STUDENT-HISTORY NEXT RECORD
              AT END
                 SET HIST-DONE TO TRUE
              NOT AT END
                 IF HIST-STUDENT-ID NOT = SPG-STUDENT-ID
                    SET HIST-DONE TO TRUE
                 ELSE
                    MOVE HIST-TERM         TO WORK-TERM
                    MOVE HIST-SUBJECT      TO WORK-SUBJECT
                    MOVE HIST-AVERAGE      TO WORK-AVERAGE
                    MOVE HIST-LETTER-GRADE TO WORK-LETTER-GRADE
                    MOVE HIST-RESULT       TO WORK-RESULT
                    MOVE HIST-CREDIT-HOURS TO WORK-CREDIT-HOURS
                    PERFORM AUDIT-CLOSED-SUBJECT
                 END-IF
           END-READ.

       AUDIT-CLOSED-SUBJECT.
      * A closed term counts toward the GPA and earns its credit the
      * way the official transcript does - withdrawn and incomplete
      * subjects are left out, and credit is earned at the term's pass
      * mark unless the subject was failed outright.
           IF WORK-TERM NOT = POLICY-TERM
              MOVE WORK-TERM TO POLICY-TERM
              PERFORM LOAD-GRADING-POLICY
           END-IF
           IF WORK-RESULT NOT = "WITHDRAWN"
              AND WORK-RESULT NOT = "INCOMPLETE"
              ADD 1                 TO CUM-SUBJECT-COUNT
              ADD WORK-AVERAGE      TO CUM-AVERAGE-TOTAL
              ADD WORK-CREDIT-HOURS TO CUM-CREDIT-TOTAL
              COMPUTE CUM-WEIGHTED-TOTAL = CUM-WEIGHTED-TOTAL +
                 (WORK-AVERAGE * WORK-CREDIT-HOURS)
              IF WORK-AVERAGE >= PASS-MARK
                 AND WORK-RESULT NOT = "FAILL"
                 PERFORM CREDIT-PASSED-SUBJECT
              END-IF
           END-IF.

       CREDIT-PASSED-SUBJECT.
      * A passed subject meets the first open requirement for its
      * course code; anything else passed counts as an elective. A
      * required course passed a second time earns nothing more.
           PERFORM LOOKUP-COURSE-CODE
           PERFORM FIND-REQUIRED-COURSE
           IF REQ-FOUND
              IF REQ-STATE (FOUND-IDX) NOT = "M"
                 MOVE "M"               TO REQ-STATE (FOUND-IDX)
                 MOVE WORK-TERM         TO REQ-TERM (FOUND-IDX)
                 MOVE WORK-LETTER-GRADE TO REQ-LETTER-GRADE (FOUND-IDX)
                 MOVE WORK-CREDIT-HOURS TO REQ-CREDITS (FOUND-IDX)
                 ADD WORK-CREDIT-HOURS  TO REQUIRED-EARNED
              END-IF
           ELSE
              ADD WORK-CREDIT-HOURS TO ELECTIVE-EARNED
           END-IF.

       READ-CURRENT-TERM.
           MOVE "N"            TO MASTER-DONE-SWITCH
           MOVE SPG-STUDENT-ID TO MASTER-STUDENT-ID
           MOVE LOW-VALUES     TO MASTER-TERM
           MOVE ZERO           TO MASTER-SUBJECT-SEQ
           START STUDENT-MASTER KEY NOT < MASTER-KEY
              INVALID KEY
                 SET MASTER-DONE TO TRUE
           END-START
           PERFORM TAKE-ONE-MASTER-RECORD UNTIL MASTER-DONE.

       TAKE-ONE-MASTER-RECORD.
           READ STUDENT-MASTER NEXT RECORD
              AT END
                 SET MASTER-DONE TO TRUE
              NOT AT END
                 IF MASTER-STUDENT-ID NOT = SPG-STUDENT-ID
                    SET MASTER-DONE TO TRUE
                 ELSE
                    MOVE MASTER-TERM         TO WORK-TERM
                    MOVE MASTER-SUBJECT      TO WORK-SUBJECT
                    MOVE MASTER-CREDIT-HOURS TO WORK-CREDIT-HOURS
                    MOVE MASTER-RESULT       TO WORK-RESULT
                    PERFORM AUDIT-CURRENT-SUBJECT
                 END-IF
           END-READ.

       AUDIT-CURRENT-SUBJECT.
      * The current term is not closed until it rolls to history, so
      * its subjects count only as work in progress.
           IF WORK-RESULT NOT = "WITHDRAWN"
              PERFORM LOOKUP-COURSE-CODE
              PERFORM FIND-REQUIRED-COURSE
              IF REQ-FOUND
                 IF REQ-STATE (FOUND-IDX) = "O"
                    MOVE "P"               TO REQ-STATE (FOUND-IDX)
                    MOVE WORK-TERM         TO REQ-TERM (FOUND-IDX)
                    MOVE WORK-CREDIT-HOURS TO REQ-CREDITS (FOUND-IDX)
                    ADD WORK-CREDIT-HOURS  TO REQUIRED-PROGRESS
                 END-IF
              ELSE
                 ADD WORK-CREDIT-HOURS TO ELECTIVE-PROGRESS
              END-IF
           END-IF.

       LOOKUP-COURSE-CODE.
           MOVE SPACES       TO CATALOG-COURSE-CODE
           MOVE WORK-SUBJECT TO CAT-SUBJECT
           READ COURSE-CATALOG
              INVALID KEY
                 CONTINUE
              NOT INVALID KEY
                 MOVE CAT-COURSE-CODE TO CATALOG-COURSE-CODE
           END-READ.

       FIND-REQUIRED-COURSE.
      * Each requirement is met once; a second pass of the same code
      * finds the entry already met and is not counted as elective.
           MOVE "N"  TO REQ-FOUND-SWITCH
           MOVE ZERO TO FOUND-IDX
           IF CATALOG-COURSE-CODE NOT = SPACES
              PERFORM CHECK-ONE-REQUIREMENT
                 VARYING REQ-IDX FROM 1 BY 1
                 UNTIL REQ-IDX > REQ-ENTRY-COUNT OR REQ-FOUND
           END-IF.

       CHECK-ONE-REQUIREMENT.
           IF REQ-COURSE-CODE (REQ-IDX) = CATALOG-COURSE-CODE
              SET REQ-FOUND TO TRUE
              MOVE REQ-IDX TO FOUND-IDX
           END-IF.

       DECIDE-AUDIT-RESULT.
           MOVE ZERO TO MET-COUNT
           MOVE ZERO TO PROGRESS-COUNT
           MOVE ZERO TO OUTSTANDING-COUNT
           PERFORM COUNT-ONE-REQUIREMENT
              VARYING REQ-IDX FROM 1 BY 1
              UNTIL REQ-IDX > REQ-ENTRY-COUNT
           IF CUM-CREDIT-TOTAL > 0
              COMPUTE CUM-GPA ROUNDED =
                 CUM-WEIGHTED-TOTAL / CUM-CREDIT-TOTAL
           ELSE IF CUM-SUBJECT-COUNT > 0
              COMPUTE CUM-GPA ROUNDED =
                 CUM-AVERAGE-TOTAL / CUM-SUBJECT-COUNT
           ELSE
              MOVE ZERO TO CUM-GPA
           END-IF
           END-IF
           MOVE "N" TO GPA-MET-SWITCH
           IF CUM-SUBJECT-COUNT > 0
              AND CUM-GPA NOT < PROGRAM-MIN-GPA
              SET GPA-MET TO TRUE
           END-IF
           COMPUTE ELECTIVE-PROSPECT =
              ELECTIVE-EARNED + ELECTIVE-PROGRESS
           COMPUTE CREDITS-EARNED = REQUIRED-EARNED + ELECTIVE-EARNED
           COMPUTE CREDITS-PROGRESS =
              REQUIRED-PROGRESS + ELECTIVE-PROGRESS
           IF OUTSTANDING-COUNT = 0 AND PROGRESS-COUNT = 0
              AND ELECTIVE-EARNED NOT < PROGRAM-ELECTIVES
              AND GPA-MET
              SET AUDIT-ELIGIBLE TO TRUE
              ADD 1 TO ELIGIBLE-COUNT
           ELSE IF OUTSTANDING-COUNT = 0
              AND ELECTIVE-PROSPECT NOT < PROGRAM-ELECTIVES
              AND GPA-MET
              SET AUDIT-ON-TRACK TO TRUE
              ADD 1 TO ON-TRACK-COUNT
           ELSE
              SET AUDIT-OUTSTANDING TO TRUE
              ADD 1 TO NOT-ELIGIBLE-COUNT
           END-IF.

       COUNT-ONE-REQUIREMENT.
           IF REQ-STATE (REQ-IDX) = "M"
              ADD 1 TO MET-COUNT
           ELSE IF REQ-STATE (REQ-IDX) = "P"
              ADD 1 TO PROGRESS-COUNT
           ELSE
              ADD 1 TO OUTSTANDING-COUNT
           END-IF.

       LOAD-GRADING-POLICY.
      * A term the academic board has not set falls back to the house
      * pass mark that was in force before the policy file.
           MOVE 7.00 TO PASS-MARK
           IF POLICY-AVAILABLE
              MOVE POLICY-TERM TO POL-TERM
              READ GRADING-POLICY
                 INVALID KEY
                    CONTINUE
                 NOT INVALID KEY
                    MOVE POL-PASS-MARK TO PASS-MARK
              END-READ
           END-IF.

       PRINT-AUDIT-PAGE.
           ADD 1 TO PAGE-NUMBER
           MOVE AUD-RULE-LINE TO AUDIT-LINE
           IF PAGE-NUMBER = 1
              WRITE AUDIT-LINE
           ELSE
              WRITE AUDIT-LINE AFTER ADVANCING PAGE
           END-IF
           MOVE AUD-HEADING-LINE TO AUDIT-LINE
           WRITE AUDIT-LINE
           MOVE AUD-TITLE-LINE TO AUDIT-LINE
           WRITE AUDIT-LINE
           MOVE AUD-RULE-LINE TO AUDIT-LINE
           WRITE AUDIT-LINE
           MOVE SPACES TO AUDIT-LINE
           WRITE AUDIT-LINE
           MOVE SPG-STUDENT-NAME TO AUD-STUDENT-NAME
           MOVE SPG-STUDENT-ID   TO AUD-STUDENT-ID
           MOVE AUD-STUDENT-LINE TO AUDIT-LINE
           WRITE AUDIT-LINE
           MOVE SPG-PROGRAM-CODE TO AUD-PROGRAM-CODE
           MOVE PROGRAM-TITLE    TO AUD-PROGRAM-TITLE
           MOVE SPG-ENTRY-TERM   TO AUD-ENTRY-TERM
           MOVE AUD-PROGRAM-LINE TO AUDIT-LINE
           WRITE AUDIT-LINE
           MOVE SPACES TO AUDIT-LINE
           WRITE AUDIT-LINE
           MOVE AUD-REQUIRED-TITLE TO AUDIT-LINE
           WRITE AUDIT-LINE
           IF REQ-ENTRY-COUNT = 0
              MOVE AUD-NONE-LINE TO AUDIT-LINE
              WRITE AUDIT-LINE
           ELSE
              MOVE AUD-COLUMN-LINE TO AUDIT-LINE
              WRITE AUDIT-LINE
              PERFORM PRINT-ONE-REQUIREMENT
                 VARYING REQ-IDX FROM 1 BY 1
                 UNTIL REQ-IDX > REQ-ENTRY-COUNT
           END-IF
           MOVE SPACES TO AUDIT-LINE
           WRITE AUDIT-LINE
           MOVE ELECTIVE-EARNED   TO AUD-ELECTIVE-EARNED
           MOVE ELECTIVE-PROGRESS TO AUD-ELECTIVE-PROGRESS
           MOVE PROGRAM-ELECTIVES TO AUD-ELECTIVE-REQUIRED
           IF ELECTIVE-EARNED NOT < PROGRAM-ELECTIVES
              MOVE "MET"         TO AUD-ELECTIVE-STATE
           ELSE IF ELECTIVE-PROSPECT NOT < PROGRAM-ELECTIVES
              MOVE "IN PROGRESS" TO AUD-ELECTIVE-STATE
           ELSE
              MOVE "OUTSTANDING" TO AUD-ELECTIVE-STATE
           END-IF
           END-IF
           MOVE AUD-ELECTIVE-LINE TO AUDIT-LINE
           WRITE AUDIT-LINE
           MOVE CUM-GPA           TO AUD-CUM-GPA
           MOVE PROGRAM-MIN-GPA   TO AUD-MIN-GPA
           IF GPA-MET
              MOVE "MET"         TO AUD-GPA-STATE
           ELSE
              MOVE "OUTSTANDING" TO AUD-GPA-STATE
           END-IF
           MOVE AUD-GPA-LINE TO AUDIT-LINE
           WRITE AUDIT-LINE
           MOVE CREDITS-EARNED    TO AUD-CREDITS-EARNED
           MOVE CREDITS-PROGRESS  TO AUD-CREDITS-PROGRESS
           MOVE AUD-CREDITS-LINE TO AUDIT-LINE
           WRITE AUDIT-LINE
           MOVE SPACES TO AUDIT-LINE
           WRITE AUDIT-LINE
           IF AUDIT-ELIGIBLE
              MOVE "ELIGIBLE TO GRADUATE" TO AUD-RESULT
           ELSE IF AUDIT-ON-TRACK
              MOVE "ON TRACK - ELIGIBLE ONCE WORK IN PROGRESS IS PASSED"
                                          TO AUD-RESULT
           ELSE
              MOVE "REQUIREMENTS OUTSTANDING" TO AUD-RESULT
           END-IF
           END-IF
           MOVE AUD-RESULT-LINE TO AUDIT-LINE
           WRITE AUDIT-LINE
           MOVE SPACES TO AUDIT-LINE
           WRITE AUDIT-LINE
           MOVE AUD-RULE-LINE TO AUDIT-LINE
           WRITE AUDIT-LINE
           MOVE RUN-DATE    TO AUD-RUN-DATE
           MOVE PAGE-NUMBER TO AUD-PAGE-NUMBER
           MOVE AUD-FOOTER-LINE TO AUDIT-LINE
           WRITE AUDIT-LINE.

       PRINT-ONE-REQUIREMENT.
           MOVE REQ-COURSE-CODE (REQ-IDX)  TO AUD-COURSE-CODE
           MOVE REQ-SUBJECT (REQ-IDX)      TO AUD-SUBJECT
           MOVE REQ-TERM (REQ-IDX)         TO AUD-TERM
           MOVE REQ-LETTER-GRADE (REQ-IDX) TO AUD-LETTER-GRADE
           MOVE REQ-CREDITS (REQ-IDX)      TO AUD-CREDITS
           IF REQ-STATE (REQ-IDX) = "M"
              MOVE "MET"         TO AUD-STATE
           ELSE IF REQ-STATE (REQ-IDX) = "P"
              MOVE "IN PROGRESS" TO AUD-STATE
           ELSE
              MOVE "OUTSTANDING" TO AUD-STATE
           END-IF
           END-IF
           MOVE AUD-DETAIL-LINE TO AUDIT-LINE
           WRITE AUDIT-LINE.

       PRINT-ELIGIBLE-HEADER.
           MOVE AUD-RULE-LINE TO ELIGIBLE-LINE
           WRITE ELIGIBLE-LINE
           MOVE AUD-HEADING-LINE TO ELIGIBLE-LINE
           WRITE ELIGIBLE-LINE
           MOVE GLS-TITLE-LINE TO ELIGIBLE-LINE
           WRITE ELIGIBLE-LINE
           MOVE AUD-RULE-LINE TO ELIGIBLE-LINE
           WRITE ELIGIBLE-LINE
           MOVE SPACES TO ELIGIBLE-LINE
           WRITE ELIGIBLE-LINE
           IF SELECT-PROGRAM-CODE = SPACES
              MOVE "ALL"               TO GLS-SELECT-PROGRAM
           ELSE
              MOVE SELECT-PROGRAM-CODE TO GLS-SELECT-PROGRAM
           END-IF
           MOVE GLS-SELECT-LINE TO ELIGIBLE-LINE
           WRITE ELIGIBLE-LINE
           MOVE SPACES TO ELIGIBLE-LINE
           WRITE ELIGIBLE-LINE
           MOVE GLS-COLUMN-LINE TO ELIGIBLE-LINE
           WRITE ELIGIBLE-LINE.

       WRITE-ELIGIBLE-LINE.
           MOVE SPG-STUDENT-ID   TO GLS-STUDENT-ID
           MOVE SPG-STUDENT-NAME TO GLS-STUDENT-NAME
           MOVE SPG-PROGRAM-CODE TO GLS-PROGRAM-CODE
           MOVE CUM-GPA          TO GLS-CUM-GPA
           MOVE CREDITS-EARNED   TO GLS-CREDITS
           MOVE GLS-DETAIL-LINE  TO ELIGIBLE-LINE
           WRITE ELIGIBLE-LINE.

       PRINT-ELIGIBLE-FOOTER.
           IF ELIGIBLE-COUNT = 0
              MOVE GLS-NONE-LINE TO ELIGIBLE-LINE
              WRITE ELIGIBLE-LINE
           END-IF
           MOVE SPACES TO ELIGIBLE-LINE
           WRITE ELIGIBLE-LINE
           MOVE ELIGIBLE-COUNT TO GLS-ELIGIBLE-COUNT
           MOVE GLS-COUNT-LINE TO ELIGIBLE-LINE
           WRITE ELIGIBLE-LINE
           MOVE SPACES TO ELIGIBLE-LINE
           WRITE ELIGIBLE-LINE
           MOVE AUD-RULE-LINE TO ELIGIBLE-LINE
           WRITE ELIGIBLE-LINE
           MOVE RUN-DATE TO AUD-RUN-DATE
           MOVE 1        TO AUD-PAGE-NUMBER
           MOVE AUD-FOOTER-LINE TO ELIGIBLE-LINE
           WRITE ELIGIBLE-LINE.

       END-OF-PROGRAM.
           CLOSE STUDENT-PROGRAM
           CLOSE PROGRAM-REQUIREMENTS
           CLOSE COURSE-CATALOG
           CLOSE STUDENT-MASTER
           IF HIST-AVAILABLE
              CLOSE STUDENT-HISTORY
           END-IF
           IF POLICY-AVAILABLE
              CLOSE GRADING-POLICY
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
                      "FOR DEGAUDIT - RUNNING UNATTENDED."
           END-IF.

       LOAD-ONE-CONTROL-CARD.
           READ CONTROL-CARDS
              AT END
                 SET CARD-EOF TO TRUE
              NOT AT END
                 IF CARD-PROGRAM = "DEGAUDIT"
                    IF CARD-COUNT < MAX-CARDS
                       ADD 1 TO CARD-COUNT
                       MOVE CARD-VALUE TO CARD-ENTRY (CARD-COUNT)
                    ELSE
                       IF NOT CARD-OVERFLOW
                          DISPLAY "TOO MANY CONTROL CARDS FOR DEGAUDIT",
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
       END PROGRAM DEGAUDIT.
