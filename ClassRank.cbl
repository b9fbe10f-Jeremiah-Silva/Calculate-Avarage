      ******************************************************************
      * Author: Jeremiah
      * Date: 15/10/2026
      * Purpose: "Class rank run. Works out every student's credit-
      *           weighted cumulative GPA across the student history
      *           and the current term on the master, the same way the
      *           official transcript does, groups the students into
      *           cohorts by the entry term on the student program
      *           file, and ranks each cohort - students on the same
      *           GPA share a rank - with a percentile. The ranks are
      *           kept on a class-rank file keyed by student and term
      *           for the transcript, and a ranked list prints one
      *           cohort to a page, so the registrar no longer works
      *           class rank out by hand from transcript printouts."
      * Tectonics: cobc
      *
      * Modifications:
      *   15/10/2026 JS  Original version.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CLSRANK.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT STUDENT-MASTER  ASSIGN TO "STUDMAST"
               ORGANIZATION       IS INDEXED
               ACCESS MODE        IS SEQUENTIAL
               RECORD KEY         IS MASTER-KEY
               FILE STATUS        IS MASTER-STATUS.

           SELECT STUDENT-HISTORY ASSIGN TO "STUDHIST"
               ORGANIZATION       IS INDEXED
               ACCESS MODE        IS SEQUENTIAL
               RECORD KEY         IS HIST-KEY
               FILE STATUS        IS HIST-STATUS.

           SELECT STUDENT-PROGRAM ASSIGN TO "STUDPROG"
               ORGANIZATION       IS INDEXED
               ACCESS MODE        IS RANDOM
               RECORD KEY         IS SPG-STUDENT-ID
               FILE STATUS        IS SPG-STATUS.

           SELECT CLASS-RANK      ASSIGN TO "CLASSRNK"
               ORGANIZATION       IS INDEXED
               ACCESS MODE        IS RANDOM
               RECORD KEY         IS RANK-KEY
               FILE STATUS        IS RANK-STATUS.

           SELECT RANK-REPORT     ASSIGN TO "CLASSRPT"
               ORGANIZATION       IS LINE SEQUENTIAL
               FILE STATUS        IS RPT-STATUS.

           SELECT GPA-WORK        ASSIGN TO "RANKWORK"
               ORGANIZATION       IS LINE SEQUENTIAL
               FILE STATUS        IS GPAW-STATUS.

           SELECT RANK-SORTED     ASSIGN TO "RANKSORT"
               ORGANIZATION       IS LINE SEQUENTIAL
               FILE STATUS        IS RSRT-STATUS.

           SELECT COHORT-COUNTS   ASSIGN TO "COHRTCNT"
               ORGANIZATION       IS LINE SEQUENTIAL
               FILE STATUS        IS CCNT-STATUS.

           SELECT SORT-FILE       ASSIGN TO "SORTWK".

           SELECT RANK-SORT-FILE  ASSIGN TO "SORTWK2".

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

       FD  RANK-REPORT
           LABEL RECORD IS STANDARD.
       01 REPORT-LINE                PIC X(80).

       FD  GPA-WORK
           LABEL RECORD IS STANDARD.
       01 GPA-WORK-RECORD.
           05 GW-COHORT              PIC X(5).
           05 GW-CUM-GPA             PIC 9(2)V9(2).
           05 GW-STUDENT-ID          PIC 9(6).
           05 GW-STUDENT-NAME        PIC X(50).
           05 GW-CREDIT-HOURS        PIC 9(4).
           05 GW-PROGRAM-CODE        PIC X(6).

       FD  RANK-SORTED
           LABEL RECORD IS STANDARD.
       01 RANK-SORTED-RECORD         PIC X(75).

       FD  COHORT-COUNTS
           LABEL RECORD IS STANDARD.
       01 COHORT-COUNT-RECORD.
           05 CC-COHORT              PIC X(5).
           05 CC-SIZE                PIC 9(5).

       SD  SORT-FILE.
       01 SORT-GRADE-RECORD.
           05 SR-STUDENT-ID          PIC 9(6).
           05 SR-TERM                PIC X(5).
           05 SR-STUDENT-NAME        PIC X(50).
           05 SR-AVERAGE             PIC 9(2)V9(2).
           05 SR-CREDIT-HOURS        PIC 9(2).
           05 SR-RESULT              PIC X(10).

       SD  RANK-SORT-FILE.
       01 SORT-RANK-RECORD.
           05 RK-COHORT              PIC X(5).
           05 RK-CUM-GPA             PIC 9(2)V9(2).
           05 RK-STUDENT-ID          PIC 9(6).
           05 RK-STUDENT-NAME        PIC X(50).
           05 RK-CREDIT-HOURS        PIC 9(4).
           05 RK-PROGRAM-CODE        PIC X(6).

       FD  CONTROL-CARDS
           LABEL RECORD IS STANDARD.
       01 CONTROL-CARD.
           05 CARD-PROGRAM           PIC X(08).
           05 FILLER                 PIC X(01).
           05 CARD-VALUE             PIC X(71).

       WORKING-STORAGE SECTION.
       01 MASTER-STATUS          PIC X(02).
       01 HIST-STATUS            PIC X(02).
       01 SPG-STATUS             PIC X(02).
       01 RANK-STATUS            PIC X(02).
       01 RPT-STATUS             PIC X(02).
       01 GPAW-STATUS            PIC X(02).
       01 RSRT-STATUS            PIC X(02).
       01 CCNT-STATUS            PIC X(02).
       01 OPERATOR-ID            PIC X(08).
       01 RANK-AS-OF-TERM        PIC X(5)                VALUE SPACES.
       01 CONFIRM-OPTION         PIC X.
       01 RUN-DATE               PIC X(8)                VALUE SPACES.
       01 MASTER-EOF-SWITCH      PIC X                   VALUE "N".
           88 MASTER-EOF                                 VALUE "Y".
       01 HIST-EOF-SWITCH        PIC X                   VALUE "N".
           88 HIST-EOF                                   VALUE "Y".
       01 HIST-AVAIL-SWITCH      PIC X                   VALUE "N".
           88 HIST-AVAILABLE                             VALUE "Y".
       01 FILES-OPEN-SWITCH      PIC X                   VALUE "N".
           88 FILES-OPEN                                 VALUE "Y".
       01 SORT-EOF-SWITCH        PIC X                   VALUE "N".
           88 SORT-EOF                                   VALUE "Y".
       01 RSRT-EOF-SWITCH        PIC X                   VALUE "N".
           88 RSRT-EOF                                   VALUE "Y".
       01 PROGRAM-FOUND-SWITCH   PIC X                   VALUE "N".
           88 PROGRAM-FOUND                              VALUE "Y".

       01 RS-DETAIL.
           05 RS-COHORT              PIC X(5).
           05 RS-CUM-GPA             PIC 9(2)V9(2).
           05 RS-STUDENT-ID          PIC 9(6).
           05 RS-STUDENT-NAME        PIC X(50).
           05 RS-CREDIT-HOURS        PIC 9(4).
           05 RS-PROGRAM-CODE        PIC X(6).

       01 CURRENT-STUDENT-ID     PIC 9(6)                VALUE ZERO.
       01 CURRENT-STUDENT-NAME   PIC X(50)               VALUE SPACES.
       01 CUM-SUBJECT-COUNT      PIC 9(4)                VALUE ZERO.
       01 CUM-AVERAGE-TOTAL      PIC 9(6)V9(2)           VALUE ZERO.
       01 CUM-CREDIT-TOTAL       PIC 9(6)                VALUE ZERO.
       01 CUM-WEIGHTED-TOTAL     PIC 9(8)V9(2)           VALUE ZERO.
       01 CUM-GPA                PIC 9(2)V9(2)           VALUE ZERO.

       01 CURRENT-COHORT         PIC X(5)                VALUE SPACES.
       01 COHORT-MEMBERS         PIC 9(5)                VALUE ZERO.
       01 COHORT-POSITION        PIC 9(5)                VALUE ZERO.
       01 CURRENT-RANK           PIC 9(5)                VALUE ZERO.
       01 PRIOR-GPA              PIC 9(2)V9(2)           VALUE ZERO.
       01 CURRENT-PERCENTILE     PIC 9(3)                VALUE ZERO.

       01 GRADE-RECORD-COUNT     PIC 9(6)                VALUE ZERO.
       01 STUDENT-COUNT          PIC 9(6)                VALUE ZERO.
       01 RANKED-COUNT           PIC 9(6)                VALUE ZERO.
       01 COHORT-COUNT           PIC 9(4)                VALUE ZERO.
       01 TIED-COUNT             PIC 9(6)                VALUE ZERO.
       01 NO-PROGRAM-COUNT       PIC 9(6)                VALUE ZERO.
       01 NO-GRADES-COUNT        PIC 9(6)                VALUE ZERO.
       01 RANK-WRITE-FAILURES    PIC 9(6)                VALUE ZERO.
       01 PAGE-NUMBER            PIC 9(4)                VALUE ZERO.

       77 MAX-UNRANKED           PIC 9(3)                VALUE 200.
       01 UNRANKED-COUNT         PIC 9(6)                VALUE ZERO.
       01 UNRANKED-IDX           PIC 9(3)                VALUE ZERO
                                                           COMP.
       01 UNRANKED-REASON-WORK   PIC X(1)                VALUE SPACE.
       01 UNRANKED-TABLE.
           05 UNRANKED-ENTRY     OCCURS 200 TIMES.
               10 UNRANKED-ID    PIC 9(6).
               10 UNRANKED-NAME  PIC X(50).
               10 UNRANKED-REASON
                                 PIC X(1).
                   88 UNRANKED-NO-PROGRAM                VALUE "P".

       01 RNK-HEADING-LINE.
           05 FILLER              PIC X(14)      VALUE SPACES.
           05 FILLER              PIC X(34)
                          VALUE "J E R E M I A H   C O L L E G E".
           05 FILLER              PIC X(32)      VALUE SPACES.
       01 RNK-TITLE-LINE.
           05 FILLER              PIC X(25)      VALUE SPACES.
           05 FILLER              PIC X(30)
                          VALUE "CLASS RANK BY ENTRY COHORT".
           05 FILLER              PIC X(25)      VALUE SPACES.
       01 RNK-EXCEPTION-TITLE-LINE.
           05 FILLER              PIC X(25)      VALUE SPACES.
           05 FILLER              PIC X(30)
                          VALUE "CLASS RANK EXCEPTIONS".
           05 FILLER              PIC X(25)      VALUE SPACES.
       01 RNK-COHORT-LINE.
           05 FILLER              PIC X(2)       VALUE SPACES.
           05 FILLER              PIC X(13)      VALUE "ENTRY TERM : ".
           05 RNK-COHORT          PIC X(5).
           05 FILLER              PIC X(14)      VALUE "   STUDENTS : ".
           05 RNK-COHORT-SIZE     PIC ZZZZ9.
           05 FILLER              PIC X(17)
                          VALUE "   AS OF TERM : ".
           05 RNK-AS-OF-TERM      PIC X(5).
       01 RNK-COLUMN-LINE.
           05 FILLER              PIC X(2)       VALUE SPACES.
           05 FILLER              PIC X(8)       VALUE " RANK".
           05 FILLER              PIC X(8)       VALUE "ID".
           05 FILLER              PIC X(32)      VALUE "STUDENT".
           05 FILLER              PIC X(10)      VALUE "CUM GPA".
           05 FILLER              PIC X(9)       VALUE "CREDITS".
           05 FILLER              PIC X(4)       VALUE "PCTL".
       01 RNK-DETAIL-LINE.
           05 FILLER              PIC X(2)       VALUE SPACES.
           05 RNK-RANK            PIC ZZZZ9.
           05 FILLER              PIC X(3)       VALUE SPACES.
           05 RNK-STUDENT-ID      PIC 9(6).
           05 FILLER              PIC X(2)       VALUE SPACES.
           05 RNK-STUDENT-NAME    PIC X(30).
           05 FILLER              PIC X(3)       VALUE SPACES.
           05 RNK-CUM-GPA         PIC Z9.99.
           05 FILLER              PIC X(5)       VALUE SPACES.
           05 RNK-CREDIT-HOURS    PIC ZZZ9.
           05 FILLER              PIC X(5)       VALUE SPACES.
           05 RNK-PERCENTILE      PIC ZZ9.
       01 RNK-UNRANKED-LINE.
           05 FILLER              PIC X(6)       VALUE SPACES.
           05 RNK-UNRANKED-ID     PIC 9(6).
           05 FILLER              PIC X(2)       VALUE SPACES.
           05 RNK-UNRANKED-NAME   PIC X(50).
       01 RNK-FOOTER-LINE.
           05 FILLER              PIC X(2)       VALUE SPACES.
           05 FILLER              PIC X(11)      VALUE "RUN DATE : ".
           05 RNK-RUN-DATE        PIC X(8).
           05 FILLER              PIC X(40)      VALUE SPACES.
           05 FILLER              PIC X(7)       VALUE "PAGE - ".
           05 RNK-PAGE-NUMBER     PIC ZZZ9.
       01 RNK-RULE-LINE.
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
           DISPLAY "JEREMIAH COLLEGE - CLASS RANK.".
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
           PERFORM GET-RANK-TERM.
           DISPLAY "RANK EVERY COHORT AS OF TERM ", RANK-AS-OF-TERM,
                   "? (Y/N)".
           IF CARD-MODE
              PERFORM NEXT-CONTROL-CARD
              MOVE CARD-ANSWER TO CONFIRM-OPTION
           ELSE
              ACCEPT CONFIRM-OPTION
           END-IF.
           IF CONFIRM-OPTION NOT = "Y" AND NOT = "y"
              DISPLAY "CLASS RANK RUN CANCELLED."
              MOVE 4 TO RETURN-CODE
              STOP RUN
           END-IF.
           OPEN INPUT STUDENT-PROGRAM.
           IF SPG-STATUS NOT = "00"
              DISPLAY "ERROR OPENING STUDENT PROGRAM FILE - STATUS ",
                      SPG-STATUS, " - NO ENTRY TERMS TO RANK BY."
              MOVE 12 TO RETURN-CODE
              STOP RUN
           END-IF.
           ACCEPT RUN-DATE FROM DATE YYYYMMDD.
           SORT SORT-FILE
              ON ASCENDING KEY SR-STUDENT-ID
                               SR-TERM
              INPUT PROCEDURE IS RELEASE-GRADE-RECORDS
                 THRU RELEASE-GRADE-RECORDS-EXIT
              OUTPUT PROCEDURE IS BUILD-STUDENT-GPAS
                 THRU BUILD-STUDENT-GPAS-EXIT.
           CLOSE STUDENT-PROGRAM.
           IF NOT FILES-OPEN
              DISPLAY "NO CLASS RANK PRODUCED."
              STOP RUN
           END-IF.
           IF RANKED-COUNT = 0
              DISPLAY "NO STUDENT HAS A GRADED SUBJECT AND AN ENTRY ",
                      "TERM ON FILE - NOTHING WAS RANKED."
              MOVE 4 TO RETURN-CODE
              GO TO END-OF-PROGRAM
           END-IF.
           SORT RANK-SORT-FILE
              ON ASCENDING KEY RK-COHORT
                 DESCENDING KEY RK-CUM-GPA
                 ASCENDING KEY RK-STUDENT-ID
              USING GPA-WORK
              GIVING RANK-SORTED.
           PERFORM COUNT-COHORT-SIZES.
           OPEN I-O CLASS-RANK.
           IF RANK-STATUS NOT = "00"
              OPEN OUTPUT CLASS-RANK
              IF RANK-STATUS NOT = "00"
                 DISPLAY "ERROR OPENING CLASS RANK FILE - STATUS ",
                         RANK-STATUS
                 MOVE 12 TO RETURN-CODE
                 GO TO END-OF-PROGRAM
              END-IF
              CLOSE CLASS-RANK
              OPEN I-O CLASS-RANK
           END-IF.
           OPEN OUTPUT RANK-REPORT.
           IF RPT-STATUS NOT = "00"
              DISPLAY "ERROR OPENING CLASS RANK REPORT - STATUS ",
                      RPT-STATUS
              MOVE 12 TO RETURN-CODE
              CLOSE CLASS-RANK
              GO TO END-OF-PROGRAM
           END-IF.
           PERFORM RANK-ALL-COHORTS.
           PERFORM PRINT-RANK-EXCEPTIONS
              THRU PRINT-RANK-EXCEPTIONS-EXIT.
           CLOSE CLASS-RANK.
           CLOSE RANK-REPORT.
           IF NO-PROGRAM-COUNT > 0 OR RANK-WRITE-FAILURES > 0
              MOVE 4 TO RETURN-CODE
           END-IF.
           GO TO END-OF-PROGRAM.

       GET-RANK-TERM.
           DISPLAY "ENTER THE TERM THE RANKING IS AS OF (E.G. 2026F):"
           IF CARD-MODE
              PERFORM NEXT-CONTROL-CARD
              MOVE CARD-ANSWER TO RANK-AS-OF-TERM
           ELSE
              ACCEPT RANK-AS-OF-TERM
           END-IF
           IF RANK-AS-OF-TERM = SPACES
              DISPLAY "THE ACADEMIC TERM MAY NOT BE BLANK."
              GO TO GET-RANK-TERM
           END-IF.

      ******************************************************************
      * Every closed term on the history and the current term on the
      * master go into the sort, so each student's subjects come back
      * together for the cumulative GPA.
      ******************************************************************
       RELEASE-GRADE-RECORDS.
           OPEN INPUT STUDENT-MASTER
           IF MASTER-STATUS NOT = "00"
              DISPLAY "ERROR OPENING STUDENT MASTER - STATUS ",
                      MASTER-STATUS
              MOVE 12 TO RETURN-CODE
              GO TO RELEASE-GRADE-RECORDS-EXIT
           END-IF
           OPEN INPUT STUDENT-HISTORY
           IF HIST-STATUS = "00"
              SET HIST-AVAILABLE TO TRUE
              MOVE "N" TO HIST-EOF-SWITCH
              PERFORM READ-HISTORY-RECORD
              PERFORM RELEASE-ONE-HISTORY UNTIL HIST-EOF
              CLOSE STUDENT-HISTORY
           ELSE
              DISPLAY "WARNING - STUDENT HISTORY NOT AVAILABLE - ",
                      "STATUS ", HIST-STATUS, " - ONLY THE CURRENT ",
                      "TERM WILL COUNT TOWARD THE GPA."
           END-IF
           SET FILES-OPEN TO TRUE
           MOVE "N" TO MASTER-EOF-SWITCH
           PERFORM READ-MASTER-RECORD
           PERFORM RELEASE-ONE-MASTER UNTIL MASTER-EOF
           CLOSE STUDENT-MASTER.
       RELEASE-GRADE-RECORDS-EXIT.
           EXIT.

       READ-HISTORY-RECORD.
           READ STUDENT-HISTORY
               AT END
               SET HIST-EOF TO TRUE
           END-READ.

       READ-MASTER-RECORD.
           READ STUDENT-MASTER
               AT END
               SET MASTER-EOF TO TRUE
           END-READ.

       RELEASE-ONE-HISTORY.
           MOVE HIST-STUDENT-ID     TO SR-STUDENT-ID
           MOVE HIST-TERM           TO SR-TERM
           MOVE HIST-STUDENT-NAME   TO SR-STUDENT-NAME
           MOVE HIST-AVERAGE        TO SR-AVERAGE
           MOVE HIST-CREDIT-HOURS   TO SR-CREDIT-HOURS
           MOVE HIST-RESULT         TO SR-RESULT
           RELEASE SORT-GRADE-RECORD
           ADD 1 TO GRADE-RECORD-COUNT
           PERFORM READ-HISTORY-RECORD.

       RELEASE-ONE-MASTER.
           MOVE MASTER-STUDENT-ID   TO SR-STUDENT-ID
           MOVE MASTER-TERM         TO SR-TERM
           MOVE MASTER-STUDENT-NAME TO SR-STUDENT-NAME
           MOVE MASTER-AVERAGE      TO SR-AVERAGE
           MOVE MASTER-CREDIT-HOURS TO SR-CREDIT-HOURS
           MOVE MASTER-RESULT       TO SR-RESULT
           RELEASE SORT-GRADE-RECORD
           ADD 1 TO GRADE-RECORD-COUNT
           PERFORM READ-MASTER-RECORD.

       BUILD-STUDENT-GPAS.
           IF NOT FILES-OPEN
              GO TO BUILD-STUDENT-GPAS-EXIT
           END-IF
           OPEN OUTPUT GPA-WORK
           IF GPAW-STATUS NOT = "00"
              DISPLAY "ERROR OPENING GPA WORK FILE - STATUS ",
                      GPAW-STATUS
              MOVE 12  TO RETURN-CODE
              MOVE "N" TO FILES-OPEN-SWITCH
              GO TO BUILD-STUDENT-GPAS-EXIT
           END-IF
           MOVE "N" TO SORT-EOF-SWITCH
           PERFORM RETURN-SORT-RECORD
           PERFORM BUILD-ONE-STUDENT UNTIL SORT-EOF
           CLOSE GPA-WORK.
       BUILD-STUDENT-GPAS-EXIT.
           EXIT.

       RETURN-SORT-RECORD.
           RETURN SORT-FILE
               AT END
               SET SORT-EOF TO TRUE
           END-RETURN.

       BUILD-ONE-STUDENT.
           MOVE SR-STUDENT-ID   TO CURRENT-STUDENT-ID
           MOVE SR-STUDENT-NAME TO CURRENT-STUDENT-NAME
           MOVE ZERO TO CUM-SUBJECT-COUNT
           MOVE ZERO TO CUM-AVERAGE-TOTAL
           MOVE ZERO TO CUM-CREDIT-TOTAL
           MOVE ZERO TO CUM-WEIGHTED-TOTAL
           PERFORM TALLY-ONE-GRADE
              UNTIL SORT-EOF
                 OR SR-STUDENT-ID NOT = CURRENT-STUDENT-ID
           PERFORM CLOSE-ONE-STUDENT.

       TALLY-ONE-GRADE.
      * Withdrawn and incomplete subjects carry no grade and stay out
      * of the GPA, as they do on the transcript.
           IF SR-RESULT NOT = "WITHDRAWN"
              AND SR-RESULT NOT = "INCOMPLETE"
              ADD 1                  TO CUM-SUBJECT-COUNT
              ADD SR-AVERAGE         TO CUM-AVERAGE-TOTAL
              ADD SR-CREDIT-HOURS    TO CUM-CREDIT-TOTAL
              COMPUTE CUM-WEIGHTED-TOTAL = CUM-WEIGHTED-TOTAL +
                 (SR-AVERAGE * SR-CREDIT-HOURS)
           END-IF
           PERFORM RETURN-SORT-RECORD.

       CLOSE-ONE-STUDENT.
           ADD 1 TO STUDENT-COUNT
           IF CUM-SUBJECT-COUNT = 0
              ADD 1 TO NO-GRADES-COUNT
              MOVE "G" TO UNRANKED-REASON-WORK
              PERFORM RECORD-UNRANKED-STUDENT
           ELSE
              PERFORM FIND-ENTRY-TERM
              IF NOT PROGRAM-FOUND
                 ADD 1 TO NO-PROGRAM-COUNT
                 MOVE "P" TO UNRANKED-REASON-WORK
                 PERFORM RECORD-UNRANKED-STUDENT
                 DISPLAY "NOTE - NO ENTRY TERM ON STUDPROG FOR ",
                         "STUDENT ", CURRENT-STUDENT-ID,
                         " - NOT RANKED."
              ELSE
                 PERFORM WRITE-GPA-WORK
              END-IF
           END-IF.

       FIND-ENTRY-TERM.
           MOVE "N" TO PROGRAM-FOUND-SWITCH
           MOVE CURRENT-STUDENT-ID TO SPG-STUDENT-ID
           READ STUDENT-PROGRAM
              INVALID KEY
                 CONTINUE
              NOT INVALID KEY
                 IF SPG-ENTRY-TERM NOT = SPACES
                    SET PROGRAM-FOUND TO TRUE
                 END-IF
           END-READ.

       WRITE-GPA-WORK.
      * The same GPA as the transcript prints - credit-weighted, or a
      * plain mean where no subject carries credit hours.
           IF CUM-CREDIT-TOTAL > 0
              COMPUTE CUM-GPA ROUNDED =
                 CUM-WEIGHTED-TOTAL / CUM-CREDIT-TOTAL
           ELSE
              COMPUTE CUM-GPA ROUNDED =
                 CUM-AVERAGE-TOTAL / CUM-SUBJECT-COUNT
           END-IF
           MOVE SPG-ENTRY-TERM       TO GW-COHORT
           MOVE CUM-GPA              TO GW-CUM-GPA
           MOVE CURRENT-STUDENT-ID   TO GW-STUDENT-ID
           MOVE CURRENT-STUDENT-NAME TO GW-STUDENT-NAME
           MOVE CUM-CREDIT-TOTAL     TO GW-CREDIT-HOURS
           MOVE SPG-PROGRAM-CODE     TO GW-PROGRAM-CODE
           WRITE GPA-WORK-RECORD
           ADD 1 TO RANKED-COUNT.

       RECORD-UNRANKED-STUDENT.
           ADD 1 TO UNRANKED-COUNT
           IF UNRANKED-COUNT NOT > MAX-UNRANKED
              MOVE CURRENT-STUDENT-ID   TO UNRANKED-ID (UNRANKED-COUNT)
              MOVE CURRENT-STUDENT-NAME
                                   TO UNRANKED-NAME (UNRANKED-COUNT)
              MOVE UNRANKED-REASON-WORK
                                   TO UNRANKED-REASON (UNRANKED-COUNT)
           END-IF.

      ******************************************************************
      * The counts pass sizes each cohort so every rank can be printed
      * and kept as "n of N" with its percentile in the one pass.
      ******************************************************************
       COUNT-COHORT-SIZES.
           MOVE "N" TO RSRT-EOF-SWITCH
           OPEN INPUT RANK-SORTED
           OPEN OUTPUT COHORT-COUNTS
           PERFORM READ-RANK-SORTED
           PERFORM COUNT-ONE-COHORT UNTIL RSRT-EOF
           CLOSE RANK-SORTED
           CLOSE COHORT-COUNTS.

       READ-RANK-SORTED.
           READ RANK-SORTED
              AT END
                 SET RSRT-EOF TO TRUE
              NOT AT END
                 MOVE RANK-SORTED-RECORD TO RS-DETAIL
           END-READ.

       COUNT-ONE-COHORT.
           MOVE RS-COHORT TO CURRENT-COHORT
           MOVE ZERO      TO COHORT-MEMBERS
           PERFORM COUNT-ONE-MEMBER
              UNTIL RSRT-EOF
                 OR RS-COHORT NOT = CURRENT-COHORT
           MOVE CURRENT-COHORT TO CC-COHORT
           MOVE COHORT-MEMBERS TO CC-SIZE
           WRITE COHORT-COUNT-RECORD.

       COUNT-ONE-MEMBER.
           ADD 1 TO COHORT-MEMBERS
           PERFORM READ-RANK-SORTED.

       RANK-ALL-COHORTS.
           MOVE "N" TO RSRT-EOF-SWITCH
           OPEN INPUT RANK-SORTED
           OPEN INPUT COHORT-COUNTS
           PERFORM READ-RANK-SORTED
           PERFORM RANK-ONE-COHORT UNTIL RSRT-EOF
           CLOSE RANK-SORTED
           CLOSE COHORT-COUNTS.

       RANK-ONE-COHORT.
           ADD 1 TO COHORT-COUNT
           MOVE RS-COHORT TO CURRENT-COHORT
           READ COHORT-COUNTS
              AT END
                 MOVE ZERO TO CC-SIZE
           END-READ
           MOVE ZERO TO COHORT-POSITION
           MOVE ZERO TO CURRENT-RANK
           MOVE ZERO TO PRIOR-GPA
           PERFORM PRINT-COHORT-HEADER
           PERFORM RANK-ONE-STUDENT
              UNTIL RSRT-EOF
                 OR RS-COHORT NOT = CURRENT-COHORT
           PERFORM PRINT-PAGE-FOOTER.

       RANK-ONE-STUDENT.
      * Students on the same GPA share the rank of the first of them,
      * and the next GPA down takes its place in the cohort - two
      * students tied at 2 make the next one 4. The percentile is the
      * share of the cohort ranked at or below the student.
           ADD 1 TO COHORT-POSITION
           IF COHORT-POSITION = 1 OR RS-CUM-GPA NOT = PRIOR-GPA
              MOVE COHORT-POSITION TO CURRENT-RANK
           ELSE
              ADD 1 TO TIED-COUNT
           END-IF
           MOVE RS-CUM-GPA TO PRIOR-GPA
           COMPUTE CURRENT-PERCENTILE ROUNDED =
              (CC-SIZE - CURRENT-RANK + 1) * 100 / CC-SIZE
           PERFORM WRITE-RANK-RECORD
           MOVE CURRENT-RANK       TO RNK-RANK
           MOVE RS-STUDENT-ID      TO RNK-STUDENT-ID
           MOVE RS-STUDENT-NAME    TO RNK-STUDENT-NAME
           MOVE RS-CUM-GPA         TO RNK-CUM-GPA
           MOVE RS-CREDIT-HOURS    TO RNK-CREDIT-HOURS
           MOVE CURRENT-PERCENTILE TO RNK-PERCENTILE
           MOVE RNK-DETAIL-LINE    TO REPORT-LINE
           WRITE REPORT-LINE
           PERFORM READ-RANK-SORTED.

       WRITE-RANK-RECORD.
      * A rerun for the same term replaces the ranks it kept before.
           MOVE SPACES             TO RANK-RECORD
           MOVE RS-STUDENT-ID      TO RANK-STUDENT-ID
           MOVE RANK-AS-OF-TERM    TO RANK-TERM
           MOVE RS-STUDENT-NAME    TO RANK-STUDENT-NAME
           MOVE RS-COHORT          TO RANK-COHORT
           MOVE RS-PROGRAM-CODE    TO RANK-PROGRAM-CODE
           MOVE RS-CUM-GPA         TO RANK-CUM-GPA
           MOVE RS-CREDIT-HOURS    TO RANK-CREDIT-HOURS
           MOVE CURRENT-RANK       TO RANK-NUMBER
           MOVE CC-SIZE            TO RANK-COHORT-SIZE
           MOVE CURRENT-PERCENTILE TO RANK-PERCENTILE
           MOVE RUN-DATE           TO RANK-RUN-DATE
           MOVE OPERATOR-ID        TO RANK-OPERATOR
           WRITE RANK-RECORD
              INVALID KEY
                 REWRITE RANK-RECORD
                    INVALID KEY
                       DISPLAY "WARNING - CLASS RANK WRITE FAILED ",
                               "FOR STUDENT ", RS-STUDENT-ID,
                               " - STATUS ", RANK-STATUS
                       ADD 1 TO RANK-WRITE-FAILURES
                 END-REWRITE
           END-WRITE.

       PRINT-COHORT-HEADER.
           ADD 1 TO PAGE-NUMBER
           MOVE RNK-RULE-LINE TO REPORT-LINE
           IF PAGE-NUMBER = 1
              WRITE REPORT-LINE
           ELSE
              WRITE REPORT-LINE AFTER ADVANCING PAGE
           END-IF
           MOVE RNK-HEADING-LINE TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE RNK-TITLE-LINE TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE RNK-RULE-LINE TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE CURRENT-COHORT  TO RNK-COHORT
           MOVE CC-SIZE         TO RNK-COHORT-SIZE
           MOVE RANK-AS-OF-TERM TO RNK-AS-OF-TERM
           MOVE RNK-COHORT-LINE TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE RNK-COLUMN-LINE TO REPORT-LINE
           WRITE REPORT-LINE.

       PRINT-PAGE-FOOTER.
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE RNK-RULE-LINE TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE RUN-DATE TO RNK-RUN-DATE
           MOVE PAGE-NUMBER TO RNK-PAGE-NUMBER
           MOVE RNK-FOOTER-LINE TO REPORT-LINE
           WRITE REPORT-LINE.

       PRINT-RANK-EXCEPTIONS.
           IF UNRANKED-COUNT = 0
              GO TO PRINT-RANK-EXCEPTIONS-EXIT
           END-IF
           ADD 1 TO PAGE-NUMBER
           MOVE RNK-RULE-LINE TO REPORT-LINE
           IF PAGE-NUMBER = 1
              WRITE REPORT-LINE
           ELSE
              WRITE REPORT-LINE AFTER ADVANCING PAGE
           END-IF
           MOVE RNK-HEADING-LINE TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE RNK-EXCEPTION-TITLE-LINE TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE RNK-RULE-LINE TO REPORT-LINE
           WRITE REPORT-LINE
           IF NO-PROGRAM-COUNT > 0
              MOVE SPACES TO REPORT-LINE
              WRITE REPORT-LINE
              MOVE "  NO ENTRY TERM ON STUDPROG - NOT RANKED"
                 TO REPORT-LINE
              WRITE REPORT-LINE
              MOVE SPACES TO REPORT-LINE
              WRITE REPORT-LINE
              PERFORM PRINT-ONE-NO-PROGRAM
                 VARYING UNRANKED-IDX FROM 1 BY 1
                 UNTIL UNRANKED-IDX > UNRANKED-COUNT
                    OR UNRANKED-IDX > MAX-UNRANKED
           END-IF
           IF NO-GRADES-COUNT > 0
              MOVE SPACES TO REPORT-LINE
              WRITE REPORT-LINE
              MOVE "  NO GRADED SUBJECTS YET - NOT RANKED"
                 TO REPORT-LINE
              WRITE REPORT-LINE
              MOVE SPACES TO REPORT-LINE
              WRITE REPORT-LINE
              PERFORM PRINT-ONE-NO-GRADES
                 VARYING UNRANKED-IDX FROM 1 BY 1
                 UNTIL UNRANKED-IDX > UNRANKED-COUNT
                    OR UNRANKED-IDX > MAX-UNRANKED
           END-IF
           IF UNRANKED-COUNT > MAX-UNRANKED
              MOVE SPACES TO REPORT-LINE
              WRITE REPORT-LINE
              MOVE "  ONLY THE FIRST 200 ARE LISTED - SEE THE CONSOLE"
                 TO REPORT-LINE
              WRITE REPORT-LINE
              MOVE "  TOTAL FOR THE FULL COUNT." TO REPORT-LINE
              WRITE REPORT-LINE
           END-IF
           PERFORM PRINT-PAGE-FOOTER.
       PRINT-RANK-EXCEPTIONS-EXIT.
           EXIT.

       PRINT-ONE-NO-PROGRAM.
           IF UNRANKED-NO-PROGRAM (UNRANKED-IDX)
              PERFORM PRINT-ONE-UNRANKED
           END-IF.

       PRINT-ONE-NO-GRADES.
           IF NOT UNRANKED-NO-PROGRAM (UNRANKED-IDX)
              PERFORM PRINT-ONE-UNRANKED
           END-IF.

       PRINT-ONE-UNRANKED.
           MOVE UNRANKED-ID (UNRANKED-IDX)   TO RNK-UNRANKED-ID
           MOVE UNRANKED-NAME (UNRANKED-IDX) TO RNK-UNRANKED-NAME
           MOVE RNK-UNRANKED-LINE TO REPORT-LINE
           WRITE REPORT-LINE.

       END-OF-PROGRAM.
           DISPLAY "     ".
           DISPLAY "****************************************".
           DISPLAY "CLASS RANK TOTALS AS OF TERM ", RANK-AS-OF-TERM.
           DISPLAY "****************************************".
           DISPLAY "GRADE RECORDS READ        : ", GRADE-RECORD-COUNT.
           DISPLAY "STUDENTS                  : ", STUDENT-COUNT.
           DISPLAY "STUDENTS RANKED           : ", RANKED-COUNT.
           DISPLAY "COHORTS                   : ", COHORT-COUNT.
           DISPLAY "STUDENTS SHARING A RANK   : ", TIED-COUNT.
           DISPLAY "NOT RANKED - NO ENTRY TERM: ", NO-PROGRAM-COUNT.
           DISPLAY "NOT RANKED - NO GRADES    : ", NO-GRADES-COUNT.
           IF RANK-WRITE-FAILURES > 0
              DISPLAY "CLASS RANK WRITES FAILED  : ",
                      RANK-WRITE-FAILURES
           END-IF.
           IF COHORT-COUNT > 0
              DISPLAY "RANKS KEPT ON CLASSRNK AND LISTED ON THE ",
                      "CLASSRPT PRINT FILE."
           END-IF.
           IF NO-PROGRAM-COUNT > 0
              DISPLAY "GIVE THE STUDENTS WITH NO ENTRY TERM A ",
                      "PROGRAM RECORD AND RERUN TO RANK THEM."
           END-IF.
           DISPLAY "     ".
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
                      "FOR CLSRANK - RUNNING UNATTENDED."
           END-IF.

       LOAD-ONE-CONTROL-CARD.
           READ CONTROL-CARDS
              AT END
                 SET CARD-EOF TO TRUE
              NOT AT END
                 IF CARD-PROGRAM = "CLSRANK"
                    IF CARD-COUNT < MAX-CARDS
                       ADD 1 TO CARD-COUNT
                       MOVE CARD-VALUE TO CARD-ENTRY (CARD-COUNT)
                    ELSE
                       IF NOT CARD-OVERFLOW
                          DISPLAY "TOO MANY CONTROL CARDS FOR CLSRANK",
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
       END PROGRAM CLSRANK.
