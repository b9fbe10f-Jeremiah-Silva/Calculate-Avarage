      ******************************************************************
      * Author: Jeremiah
      * Date: 15/10/2026
      * Purpose: "Term billing extract. Totals every student's credit
      *           load for a term from the student master - subjects
      *           the student withdrew from are counted apart and not
      *           billed - and writes the fixed-layout BURSBILL
      *           interface file for the bursar, bracketed by HDR/TRL
      *           control records under the next BURSBILL run
      *           sequence. The run is registered in the run-control
      *           file so a term's charges cannot be sent twice, and a
      *           balancing report gives the bursar the record count
      *           and credit-hour hash total to check before posting."
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
       PROGRAM-ID. BILLEXT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT STUDENT-MASTER  ASSIGN TO "STUDMAST"
               ORGANIZATION       IS INDEXED
               ACCESS MODE        IS DYNAMIC
               RECORD KEY         IS MASTER-KEY
               FILE STATUS        IS MASTER-STATUS.

           SELECT COURSE-CATALOG  ASSIGN TO "CRSECAT"
               ORGANIZATION       IS INDEXED
               ACCESS MODE        IS RANDOM
               RECORD KEY         IS CAT-SUBJECT
               FILE STATUS        IS CAT-STATUS.

           SELECT BURSAR-FILE     ASSIGN TO "BURSBILL"
               ORGANIZATION       IS LINE SEQUENTIAL
               FILE STATUS        IS BILL-STATUS.

           SELECT BALANCE-REPORT  ASSIGN TO "BILLRPT"
               ORGANIZATION       IS LINE SEQUENTIAL
               FILE STATUS        IS BRPT-STATUS.

           SELECT INTERFACE-SEQ   ASSIGN TO "INTFSEQ"
               ORGANIZATION       IS LINE SEQUENTIAL
               FILE STATUS        IS SEQ-STATUS.

           SELECT RUN-CONTROL     ASSIGN TO "RUNCTL"
               ORGANIZATION       IS LINE SEQUENTIAL
               FILE STATUS        IS RC-STATUS.

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

       FD  COURSE-CATALOG
           LABEL RECORD IS STANDARD.
       01 CATALOG-RECORD.
           05 CAT-SUBJECT            PIC X(50).
           05 CAT-COURSE-CODE        PIC X(08).
           05 CAT-CREDIT-HOURS       PIC 9(02).
           05 CAT-ACTIVE-FLAG        PIC X(01).
           05 CAT-PREREQ-CODE        OCCURS 4 TIMES
                                     PIC X(08).

       FD  BURSAR-FILE
           LABEL RECORD IS STANDARD.
       01 BILL-RECORD.
           05 BILL-STUDENT-ID        PIC 9(6).
           05 BILL-TERM              PIC X(5).
           05 BILL-STUDENT-NAME      PIC X(50).
           05 BILL-SUBJECT-COUNT     PIC 9(2).
           05 BILL-CREDIT-HOURS      PIC 9(3).
           05 BILL-WITHDRAWN-COUNT   PIC 9(2).
           05 BILL-WITHDRAWN-HOURS   PIC 9(3).
           05 FILLER                 PIC X(9).
       01 BILL-CONTROL-RECORD.
           05 BLCTL-RECORD-TYPE      PIC X(3).
           05 BLCTL-FILE-TYPE        PIC X(12).
           05 BLCTL-CREATE-DATE      PIC X(8).
           05 BLCTL-RUN-SEQ          PIC 9(4).
           05 BLCTL-RECORD-COUNT     PIC 9(6).
           05 BLCTL-HASH-TOTAL       PIC 9(8)V9(2).
           05 FILLER                 PIC X(37).

       FD  BALANCE-REPORT
           LABEL RECORD IS STANDARD.
       01 REPORT-LINE                PIC X(80).

       FD  INTERFACE-SEQ
           LABEL RECORD IS STANDARD.
       01 INTFSEQ-RECORD.
           05 SEQ-FILE-TYPE          PIC X(12).
           05 SEQ-LAST-RUN           PIC 9(4).

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

       FD  CONTROL-CARDS
           LABEL RECORD IS STANDARD.
       01 CONTROL-CARD.
           05 CARD-PROGRAM           PIC X(08).
           05 FILLER                 PIC X(01).
           05 CARD-VALUE             PIC X(71).

       WORKING-STORAGE SECTION.
       01 MASTER-STATUS          PIC X(02).
       01 CAT-STATUS             PIC X(02).
       01 BILL-STATUS            PIC X(02).
       01 BRPT-STATUS            PIC X(02).
       01 OPERATOR-ID            PIC X(08).
       01 BILLING-TERM           PIC X(5)                VALUE SPACES.
       01 CONFIRM-OPTION         PIC X.
       01 RUN-DATE               PIC X(8)                VALUE SPACES.
       01 MASTER-EOF-SWITCH      PIC X                   VALUE "N".
           88 MASTER-EOF                                 VALUE "Y".
       01 CATALOG-AVAIL-SWITCH   PIC X                   VALUE "N".
           88 CATALOG-AVAILABLE                          VALUE "Y".
       01 STUDENT-OPEN-SWITCH    PIC X                   VALUE "N".
           88 STUDENT-OPEN                               VALUE "Y".
       01 BILL-REFUSE-SWITCH     PIC X                   VALUE "N".
           88 BILL-REFUSED                               VALUE "Y".
       01 SUBJECT-HOURS          PIC 9(2)                VALUE ZERO.
       01 NOTE-KIND-WORK         PIC X(1)                VALUE SPACE.

       01 BREAK-STUDENT-ID       PIC 9(6)                VALUE ZERO.
       01 BREAK-STUDENT-NAME     PIC X(50)               VALUE SPACES.
       01 STU-SUBJECT-COUNT      PIC 9(2)                VALUE ZERO.
       01 STU-CREDIT-HOURS       PIC 9(3)                VALUE ZERO.
       01 STU-WITHDRAWN-COUNT    PIC 9(2)                VALUE ZERO.
       01 STU-WITHDRAWN-HOURS    PIC 9(3)                VALUE ZERO.
       77 MAX-STU-NOTES          PIC 9(2)                VALUE 20.
       01 STU-NOTE-COUNT         PIC 9(2)                VALUE ZERO.
       01 STU-NOTE-IDX           PIC 9(2)                VALUE ZERO
                                                           COMP.
       01 STU-NOTE-TABLE.
           05 STU-NOTE            OCCURS 20 TIMES.
               10 NOTE-KIND       PIC X(1).
                   88 NOTE-WITHDRAWN                     VALUE "W".
               10 NOTE-SUBJECT    PIC X(50).
               10 NOTE-HOURS      PIC 9(2).

       01 TERM-RECORD-COUNT      PIC 9(6)                VALUE ZERO.
       01 STUDENT-COUNT          PIC 9(6)                VALUE ZERO.
       01 BILLED-SUBJECT-COUNT   PIC 9(6)                VALUE ZERO.
       01 WITHDRAWN-SUBJECT-COUNT
                                 PIC 9(6)                VALUE ZERO.
       01 NO-HOURS-COUNT         PIC 9(6)                VALUE ZERO.
       01 TOTAL-CREDIT-HOURS     PIC 9(8)                VALUE ZERO.
       01 TOTAL-WITHDRAWN-HOURS  PIC 9(8)                VALUE ZERO.
       01 BILL-WRITE-COUNT       PIC 9(6)                VALUE ZERO.
       01 BILL-HASH-TOTAL        PIC 9(8)V9(2)           VALUE ZERO.
       01 BILL-RUN-SEQ           PIC 9(4)                VALUE ZERO.
       01 PAGE-NUMBER            PIC 9(4)                VALUE ZERO.

       01 SEQ-STATUS              PIC X(02).
       77 MAX-SEQ-ENTRIES         PIC 9(2)                VALUE 10.
       01 SEQ-ENTRY-COUNT         PIC 9(2)                VALUE ZERO.
       01 SEQ-IDX                 PIC 9(2)                VALUE ZERO
                                                           COMP.
       01 SEQ-TABLE.
           05 SEQ-ENTRY           OCCURS 10 TIMES.
               10 SEQ-TAB-FILE-TYPE      PIC X(12).
               10 SEQ-TAB-LAST-RUN       PIC 9(4).
       01 SEQ-EOF-SWITCH          PIC X                   VALUE "N".
           88 SEQ-EOF                                     VALUE "Y".
       01 SEQ-FOUND-SWITCH        PIC X                   VALUE "N".
           88 SEQ-FOUND                                   VALUE "Y".
       01 SEQ-LOOKUP-TYPE         PIC X(12)               VALUE SPACES.
       01 SEQ-LOOKUP-LAST         PIC 9(4)                VALUE ZERO.
       01 SEQ-UPDATE-SEQ          PIC 9(4)                VALUE ZERO.

       01 RC-STATUS               PIC X(02).
       01 RC-EOF-SWITCH           PIC X                   VALUE "N".
           88 RC-EOF                                      VALUE "Y".
       01 RC-REFUSE-SWITCH        PIC X                   VALUE "N".
           88 RC-REFUSED                                  VALUE "Y".
       01 RC-HIGH-RUN             PIC 9(6)                VALUE ZERO.
       01 RC-RUN-NUMBER           PIC 9(6)                VALUE ZERO.
       01 RC-PRIOR-RUN            PIC 9(6)                VALUE ZERO.
       01 RC-LAST-STATUS          PIC X(8)                VALUE SPACES.
       01 RC-INPUT-ID             PIC X(25)               VALUE SPACES.
       01 RC-WRITE-STATUS         PIC X(8)                VALUE SPACES.

       01 BRPT-HEADING-LINE.
           05 FILLER              PIC X(14)      VALUE SPACES.
           05 FILLER              PIC X(34)
                          VALUE "J E R E M I A H   C O L L E G E".
           05 FILLER              PIC X(32)      VALUE SPACES.
       01 BRPT-TITLE-LINE.
           05 FILLER              PIC X(21)      VALUE SPACES.
           05 FILLER              PIC X(38)
                          VALUE "TERM BILLING BALANCING REPORT".
           05 FILLER              PIC X(21)      VALUE SPACES.
       01 BRPT-TERM-LINE.
           05 FILLER              PIC X(2)       VALUE SPACES.
           05 FILLER              PIC X(10)      VALUE "TERM    : ".
           05 BRPT-TERM           PIC X(5).
           05 FILLER              PIC X(17)
                          VALUE "   INTERFACE   : ".
           05 FILLER              PIC X(9)       VALUE "BURSBILL ".
           05 FILLER              PIC X(10)      VALUE " RUN SEQ  ".
           05 BRPT-RUN-SEQ        PIC 9(4).
       01 BRPT-COLUMN-LINE.
           05 FILLER              PIC X(2)       VALUE SPACES.
           05 FILLER              PIC X(8)       VALUE "ID".
           05 FILLER              PIC X(32)      VALUE "STUDENT".
           05 FILLER              PIC X(10)      VALUE "SUBJECTS".
           05 FILLER              PIC X(8)       VALUE "HOURS".
           05 FILLER              PIC X(10)      VALUE "WITHDRAWN".
           05 FILLER              PIC X(8)       VALUE "HOURS".
       01 BRPT-DETAIL-LINE.
           05 FILLER              PIC X(2)       VALUE SPACES.
           05 BRPT-STUDENT-ID     PIC 9(6).
           05 FILLER              PIC X(2)       VALUE SPACES.
           05 BRPT-STUDENT-NAME   PIC X(30).
           05 FILLER              PIC X(4)       VALUE SPACES.
           05 BRPT-SUBJECT-COUNT  PIC Z9.
           05 FILLER              PIC X(5)       VALUE SPACES.
           05 BRPT-CREDIT-HOURS   PIC ZZ9.
           05 FILLER              PIC X(9)       VALUE SPACES.
           05 BRPT-WITHDRAWN-COUNT
                                  PIC Z9.
           05 FILLER              PIC X(5)       VALUE SPACES.
           05 BRPT-WITHDRAWN-HOURS
                                  PIC ZZ9.
       01 BRPT-WITHDRAWN-LINE.
           05 FILLER              PIC X(10)      VALUE SPACES.
           05 FILLER              PIC X(12)      VALUE "WITHDRAWN - ".
           05 BRPT-WD-SUBJECT     PIC X(36).
           05 FILLER              PIC X(2)       VALUE SPACES.
           05 BRPT-WD-HOURS       PIC Z9.
           05 FILLER              PIC X(17)
                          VALUE " HRS - NOT BILLED".
       01 BRPT-NO-HOURS-LINE.
           05 FILLER              PIC X(10)      VALUE SPACES.
           05 FILLER              PIC X(12)      VALUE "NO HOURS  - ".
           05 BRPT-NH-SUBJECT     PIC X(36).
           05 FILLER              PIC X(21)
                          VALUE "  NOT BILLED".
       01 BRPT-TOTAL-LINE.
           05 FILLER              PIC X(4)       VALUE SPACES.
           05 BRPT-TOTAL-LABEL    PIC X(36).
           05 BRPT-TOTAL-VALUE    PIC Z(7)9.
       01 BRPT-HASH-LINE.
           05 FILLER              PIC X(4)       VALUE SPACES.
           05 FILLER              PIC X(36)
                          VALUE "CREDIT-HOUR HASH TOTAL (TRL)      :".
           05 BRPT-HASH-TOTAL     PIC Z(7)9.99.
       01 BRPT-FOOTER-LINE.
           05 FILLER              PIC X(2)       VALUE SPACES.
           05 FILLER              PIC X(11)      VALUE "RUN DATE : ".
           05 BRPT-RUN-DATE       PIC X(8).
           05 FILLER              PIC X(40)      VALUE SPACES.
           05 FILLER              PIC X(7)       VALUE "PAGE - ".
           05 BRPT-PAGE-NUMBER    PIC ZZZ9.
       01 BRPT-RULE-LINE.
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
           DISPLAY "JEREMIAH COLLEGE - TERM BILLING EXTRACT.".
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
           PERFORM GET-BILLING-TERM.
           ACCEPT RUN-DATE FROM DATE YYYYMMDD.
           PERFORM BUILD-RUN-INPUT-ID.
           PERFORM CHECK-RUN-CONTROL.
           IF RC-REFUSED
              DISPLAY "RUN STOPPED - NO BILLING FILE WAS WRITTEN."
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.
           DISPLAY "EXTRACT THE CREDIT HOURS FOR TERM ", BILLING-TERM,
                   " TO THE BURSAR? (Y/N)".
           IF CARD-MODE
              PERFORM NEXT-CONTROL-CARD
              MOVE CARD-ANSWER TO CONFIRM-OPTION
           ELSE
              ACCEPT CONFIRM-OPTION
           END-IF.
           IF CONFIRM-OPTION NOT = "Y" AND NOT = "y"
              DISPLAY "EXTRACT CANCELLED."
              MOVE 4 TO RETURN-CODE
              STOP RUN
           END-IF.
           PERFORM OPEN-BILLING-FILES THRU OPEN-BILLING-FILES-EXIT.
           IF BILL-REFUSED
              DISPLAY "RUN STOPPED - NO BILLING FILE WAS WRITTEN."
              MOVE 12 TO RETURN-CODE
              STOP RUN
           END-IF.
           COMPUTE RC-RUN-NUMBER = RC-HIGH-RUN + 1.
           MOVE "STARTED" TO RC-WRITE-STATUS.
           PERFORM WRITE-RUN-CONTROL.
           PERFORM LOAD-INTFSEQ-TABLE.
           MOVE "BURSBILL" TO SEQ-LOOKUP-TYPE.
           PERFORM FIND-INTFSEQ-ENTRY.
           COMPUTE BILL-RUN-SEQ = SEQ-LOOKUP-LAST + 1.
           PERFORM WRITE-BILL-HEADER.
           PERFORM PRINT-REPORT-HEADER.
           MOVE "N" TO MASTER-EOF-SWITCH.
           MOVE "N" TO STUDENT-OPEN-SWITCH.
           PERFORM READ-MASTER-RECORD.
           PERFORM EXTRACT-ONE-RECORD THRU EXTRACT-ONE-RECORD-EXIT
              UNTIL MASTER-EOF.
           PERFORM CLOSE-STUDENT-BREAK.
           PERFORM WRITE-BILL-TRAILER.
           PERFORM PRINT-REPORT-TOTALS.
           CLOSE STUDENT-MASTER.
           CLOSE BURSAR-FILE.
           CLOSE BALANCE-REPORT.
           IF CATALOG-AVAILABLE
              CLOSE COURSE-CATALOG
           END-IF.
      * A term with nothing on the master sends the bursar nothing, so
      * the sequence is not spent and the run is not marked ENDED - the
      * term can still be extracted once its grades are posted.
           IF BILL-WRITE-COUNT = 0
              MOVE "NODATA" TO RC-WRITE-STATUS
              MOVE 4 TO RETURN-CODE
           ELSE
              MOVE "BURSBILL"   TO SEQ-LOOKUP-TYPE
              MOVE BILL-RUN-SEQ TO SEQ-UPDATE-SEQ
              PERFORM UPDATE-INTFSEQ-ENTRY
              PERFORM SAVE-INTFSEQ-FILE
              MOVE "ENDED" TO RC-WRITE-STATUS
           END-IF.
           DISPLAY "     ".
           DISPLAY "****************************************".
           DISPLAY "BILLING EXTRACT TOTALS FOR TERM ", BILLING-TERM.
           DISPLAY "****************************************".
           DISPLAY "RECORDS FOR THE TERM      : ", TERM-RECORD-COUNT.
           DISPLAY "STUDENTS WRITTEN          : ", BILL-WRITE-COUNT.
           DISPLAY "SUBJECTS BILLED           : ", BILLED-SUBJECT-COUNT.
           DISPLAY "BILLED CREDIT HOURS       : ", TOTAL-CREDIT-HOURS.
           DISPLAY "SUBJECTS WITHDRAWN        : ",
                   WITHDRAWN-SUBJECT-COUNT.
           DISPLAY "WITHDRAWN CREDIT HOURS    : ",
                   TOTAL-WITHDRAWN-HOURS.
           DISPLAY "SUBJECTS WITH NO HOURS    : ", NO-HOURS-COUNT.
           DISPLAY "BURSBILL RUN SEQUENCE     : ", BILL-RUN-SEQ.
           DISPLAY "RUN NUMBER                : ", RC-RUN-NUMBER.
           IF BILL-WRITE-COUNT = 0
              DISPLAY "NO RECORDS ON FILE FOR TERM ", BILLING-TERM,
                      " - DO NOT SEND THE BURSBILL FILE."
           ELSE
              DISPLAY "SEND BURSBILL WITH THE BILLRPT BALANCING ",
                      "REPORT TO THE BURSAR."
           END-IF.
           IF NO-HOURS-COUNT > 0
              DISPLAY "SUBJECTS WITH NO CREDIT HOURS WERE NOT ",
                      "BILLED - SEE THE BALANCING REPORT."
           END-IF.
           DISPLAY "     ".
           PERFORM WRITE-RUN-CONTROL.
           STOP RUN.

       GET-BILLING-TERM.
           DISPLAY "ENTER THE ACADEMIC TERM TO BILL (E.G. 2026F):"
           IF CARD-MODE
              PERFORM NEXT-CONTROL-CARD
              MOVE CARD-ANSWER TO BILLING-TERM
           ELSE
              ACCEPT BILLING-TERM
           END-IF
           IF BILLING-TERM = SPACES
              DISPLAY "THE ACADEMIC TERM MAY NOT BE BLANK."
              GO TO GET-BILLING-TERM
           END-IF.

       BUILD-RUN-INPUT-ID.
           MOVE SPACES TO RC-INPUT-ID
           STRING "BILLING/"    DELIMITED BY SIZE
                  BILLING-TERM  DELIMITED BY SIZE
                  INTO RC-INPUT-ID
           END-STRING.

       CHECK-RUN-CONTROL.
      * A term's charges go to the bursar once. A run that started and
      * did not end never had its sequence spent, so it may be run
      * again under the same sequence.
           MOVE ZERO   TO RC-HIGH-RUN
           MOVE ZERO   TO RC-PRIOR-RUN
           MOVE SPACES TO RC-LAST-STATUS
           MOVE "N"    TO RC-EOF-SWITCH
           MOVE "N"    TO RC-REFUSE-SWITCH
           OPEN INPUT RUN-CONTROL
           IF RC-STATUS = "00"
              PERFORM SCAN-ONE-RUN-RECORD UNTIL RC-EOF
              CLOSE RUN-CONTROL
           END-IF
           IF RC-LAST-STATUS = "ENDED"
              DISPLAY "RUN REFUSED - TERM ", BILLING-TERM, " WAS ",
                      "ALREADY EXTRACTED TO THE BURSAR UNDER RUN ",
                      RC-PRIOR-RUN, "."
              SET RC-REFUSED TO TRUE
           ELSE IF RC-LAST-STATUS = "STARTED"
              OR RC-LAST-STATUS = "ABENDED"
              DISPLAY "WARNING - RUN ", RC-PRIOR-RUN, " FOR TERM ",
                      BILLING-TERM, " DID NOT END - THE BILLING ",
                      "FILE WILL BE WRITTEN AGAIN."
           END-IF
           END-IF.

       SCAN-ONE-RUN-RECORD.
           READ RUN-CONTROL
              AT END
                 SET RC-EOF TO TRUE
              NOT AT END
                 IF RUN-NUMBER > RC-HIGH-RUN
                    MOVE RUN-NUMBER TO RC-HIGH-RUN
                 END-IF
                 IF RUN-PROGRAM = "BILLEXT"
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
              MOVE "BILLEXT"       TO RUN-PROGRAM
              MOVE RC-INPUT-ID     TO RUN-INPUT-ID
              MOVE OPERATOR-ID     TO RUN-OPERATOR
              ACCEPT RUN-DATE-STAMP FROM DATE YYYYMMDD
              ACCEPT RUN-TIME-STAMP FROM TIME
              MOVE RC-WRITE-STATUS TO RUN-STATUS-CODE
              WRITE RUNCTL-RECORD
              CLOSE RUN-CONTROL
           END-IF.

       OPEN-BILLING-FILES.
           MOVE "N" TO BILL-REFUSE-SWITCH
           OPEN INPUT STUDENT-MASTER
           IF MASTER-STATUS NOT = "00"
              DISPLAY "ERROR OPENING STUDENT MASTER - STATUS ",
                      MASTER-STATUS
              SET BILL-REFUSED TO TRUE
              GO TO OPEN-BILLING-FILES-EXIT
           END-IF
           OPEN OUTPUT BURSAR-FILE
           IF BILL-STATUS NOT = "00"
              DISPLAY "ERROR OPENING BURSAR BILLING FILE - STATUS ",
                      BILL-STATUS
              CLOSE STUDENT-MASTER
              SET BILL-REFUSED TO TRUE
              GO TO OPEN-BILLING-FILES-EXIT
           END-IF
           OPEN OUTPUT BALANCE-REPORT
           IF BRPT-STATUS NOT = "00"
              DISPLAY "ERROR OPENING BALANCING REPORT PRINT FILE - ",
                      "STATUS ", BRPT-STATUS
              CLOSE STUDENT-MASTER
              CLOSE BURSAR-FILE
              SET BILL-REFUSED TO TRUE
              GO TO OPEN-BILLING-FILES-EXIT
           END-IF
           OPEN INPUT COURSE-CATALOG
           IF CAT-STATUS = "00"
              SET CATALOG-AVAILABLE TO TRUE
           ELSE
              DISPLAY "WARNING - COURSE CATALOG NOT AVAILABLE - ",
                      "STATUS ", CAT-STATUS, " - A SUBJECT WITH NO ",
                      "HOURS ON THE MASTER WILL NOT BE BILLED."
           END-IF.
       OPEN-BILLING-FILES-EXIT.
           EXIT.

       READ-MASTER-RECORD.
           READ STUDENT-MASTER NEXT RECORD
               AT END
               SET MASTER-EOF TO TRUE
           END-READ.

       EXTRACT-ONE-RECORD.
      * The master is in student order, so a term's subjects for one
      * student arrive together and the student break is taken on ID.
           IF MASTER-TERM NOT = BILLING-TERM
              GO TO EXTRACT-ONE-RECORD-NEXT
           END-IF
           ADD 1 TO TERM-RECORD-COUNT
           IF NOT STUDENT-OPEN
              OR MASTER-STUDENT-ID NOT = BREAK-STUDENT-ID
              PERFORM CLOSE-STUDENT-BREAK
              PERFORM OPEN-STUDENT-BREAK
           END-IF
           PERFORM FIND-SUBJECT-HOURS
           IF MASTER-RESULT = "WITHDRAWN"
              ADD 1             TO STU-WITHDRAWN-COUNT
              ADD SUBJECT-HOURS TO STU-WITHDRAWN-HOURS
              ADD 1             TO WITHDRAWN-SUBJECT-COUNT
              ADD SUBJECT-HOURS TO TOTAL-WITHDRAWN-HOURS
              MOVE "W" TO NOTE-KIND-WORK
              PERFORM RECORD-STUDENT-NOTE
              GO TO EXTRACT-ONE-RECORD-NEXT
           END-IF
           IF SUBJECT-HOURS = ZERO
              ADD 1 TO NO-HOURS-COUNT
              MOVE "H" TO NOTE-KIND-WORK
              PERFORM RECORD-STUDENT-NOTE
              DISPLAY "NO CREDIT HOURS FOR ", MASTER-STUDENT-NAME,
                      " | ", MASTER-SUBJECT, " - NOT BILLED"
              GO TO EXTRACT-ONE-RECORD-NEXT
           END-IF
           ADD 1             TO STU-SUBJECT-COUNT
           ADD SUBJECT-HOURS TO STU-CREDIT-HOURS
           ADD 1             TO BILLED-SUBJECT-COUNT.
       EXTRACT-ONE-RECORD-NEXT.
           PERFORM READ-MASTER-RECORD.
       EXTRACT-ONE-RECORD-EXIT.
           EXIT.

       RECORD-STUDENT-NOTE.
      * Withdrawn and unpriced subjects are listed under the student's
      * line once the student's totals are known.
           IF STU-NOTE-COUNT < MAX-STU-NOTES
              ADD 1 TO STU-NOTE-COUNT
              MOVE NOTE-KIND-WORK TO NOTE-KIND (STU-NOTE-COUNT)
              MOVE MASTER-SUBJECT TO NOTE-SUBJECT (STU-NOTE-COUNT)
              MOVE SUBJECT-HOURS  TO NOTE-HOURS (STU-NOTE-COUNT)
           END-IF.

       PRINT-ONE-STUDENT-NOTE.
           IF NOTE-WITHDRAWN (STU-NOTE-IDX)
              MOVE NOTE-SUBJECT (STU-NOTE-IDX) TO BRPT-WD-SUBJECT
              MOVE NOTE-HOURS (STU-NOTE-IDX)   TO BRPT-WD-HOURS
              MOVE BRPT-WITHDRAWN-LINE TO REPORT-LINE
           ELSE
              MOVE NOTE-SUBJECT (STU-NOTE-IDX) TO BRPT-NH-SUBJECT
              MOVE BRPT-NO-HOURS-LINE TO REPORT-LINE
           END-IF
           WRITE REPORT-LINE.

       FIND-SUBJECT-HOURS.
      * The master carries the catalog hours posted with the grade; a
      * record posted before the hours were carried is looked up on
      * the catalog instead.
           MOVE ZERO TO SUBJECT-HOURS
           IF MASTER-CREDIT-HOURS IS NUMERIC
              AND MASTER-CREDIT-HOURS > ZERO
              MOVE MASTER-CREDIT-HOURS TO SUBJECT-HOURS
           ELSE
              IF CATALOG-AVAILABLE
                 MOVE MASTER-SUBJECT TO CAT-SUBJECT
                 READ COURSE-CATALOG
                    INVALID KEY
                       CONTINUE
                    NOT INVALID KEY
                       IF CAT-CREDIT-HOURS IS NUMERIC
                          MOVE CAT-CREDIT-HOURS TO SUBJECT-HOURS
                       END-IF
                 END-READ
              END-IF
           END-IF.

       OPEN-STUDENT-BREAK.
           MOVE MASTER-STUDENT-ID   TO BREAK-STUDENT-ID
           MOVE MASTER-STUDENT-NAME TO BREAK-STUDENT-NAME
           MOVE ZERO TO STU-SUBJECT-COUNT
           MOVE ZERO TO STU-CREDIT-HOURS
           MOVE ZERO TO STU-WITHDRAWN-COUNT
           MOVE ZERO TO STU-WITHDRAWN-HOURS
           MOVE ZERO TO STU-NOTE-COUNT
           SET STUDENT-OPEN TO TRUE.

       CLOSE-STUDENT-BREAK.
      * A student who withdrew from everything still goes to the bursar
      * with no billable hours so any charge already raised can be
      * reversed.
           IF STUDENT-OPEN
              MOVE BREAK-STUDENT-ID    TO BILL-STUDENT-ID
              MOVE BILLING-TERM        TO BILL-TERM
              MOVE BREAK-STUDENT-NAME  TO BILL-STUDENT-NAME
              MOVE STU-SUBJECT-COUNT   TO BILL-SUBJECT-COUNT
              MOVE STU-CREDIT-HOURS    TO BILL-CREDIT-HOURS
              MOVE STU-WITHDRAWN-COUNT TO BILL-WITHDRAWN-COUNT
              MOVE STU-WITHDRAWN-HOURS TO BILL-WITHDRAWN-HOURS
              WRITE BILL-RECORD
              IF BILL-STATUS NOT = "00"
                 DISPLAY "WARNING - BURSAR BILLING WRITE FAILED - ",
                         "STATUS ", BILL-STATUS
              ELSE
                 ADD 1 TO BILL-WRITE-COUNT
                 ADD STU-CREDIT-HOURS TO BILL-HASH-TOTAL
                 ADD STU-CREDIT-HOURS TO TOTAL-CREDIT-HOURS
              END-IF
              MOVE BREAK-STUDENT-ID    TO BRPT-STUDENT-ID
              MOVE BREAK-STUDENT-NAME  TO BRPT-STUDENT-NAME
              MOVE STU-SUBJECT-COUNT   TO BRPT-SUBJECT-COUNT
              MOVE STU-CREDIT-HOURS    TO BRPT-CREDIT-HOURS
              MOVE STU-WITHDRAWN-COUNT TO BRPT-WITHDRAWN-COUNT
              MOVE STU-WITHDRAWN-HOURS TO BRPT-WITHDRAWN-HOURS
              MOVE BRPT-DETAIL-LINE    TO REPORT-LINE
              WRITE REPORT-LINE
              PERFORM PRINT-ONE-STUDENT-NOTE
                 VARYING STU-NOTE-IDX FROM 1 BY 1
                 UNTIL STU-NOTE-IDX > STU-NOTE-COUNT
              ADD 1 TO STUDENT-COUNT
              MOVE "N" TO STUDENT-OPEN-SWITCH
           END-IF.

       WRITE-BILL-HEADER.
           MOVE SPACES         TO BILL-CONTROL-RECORD
           MOVE "HDR"          TO BLCTL-RECORD-TYPE
           MOVE "BURSBILL"     TO BLCTL-FILE-TYPE
           MOVE RUN-DATE       TO BLCTL-CREATE-DATE
           MOVE BILL-RUN-SEQ   TO BLCTL-RUN-SEQ
           MOVE ZERO           TO BLCTL-RECORD-COUNT
           MOVE ZERO           TO BLCTL-HASH-TOTAL
           WRITE BILL-CONTROL-RECORD
           IF BILL-STATUS NOT = "00"
              DISPLAY "WARNING - BURSAR HEADER WRITE FAILED - STATUS ",
                      BILL-STATUS
           END-IF.

       WRITE-BILL-TRAILER.
           MOVE SPACES           TO BILL-CONTROL-RECORD
           MOVE "TRL"            TO BLCTL-RECORD-TYPE
           MOVE "BURSBILL"       TO BLCTL-FILE-TYPE
           MOVE RUN-DATE         TO BLCTL-CREATE-DATE
           MOVE BILL-RUN-SEQ     TO BLCTL-RUN-SEQ
           MOVE BILL-WRITE-COUNT TO BLCTL-RECORD-COUNT
           MOVE BILL-HASH-TOTAL  TO BLCTL-HASH-TOTAL
           WRITE BILL-CONTROL-RECORD
           IF BILL-STATUS NOT = "00"
              DISPLAY "WARNING - BURSAR TRAILER WRITE FAILED - ",
                      "STATUS ", BILL-STATUS
           END-IF.

       PRINT-REPORT-HEADER.
           ADD 1 TO PAGE-NUMBER
           MOVE BRPT-RULE-LINE TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE BRPT-HEADING-LINE TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE BRPT-TITLE-LINE TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE BRPT-RULE-LINE TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE BILLING-TERM TO BRPT-TERM
           MOVE BILL-RUN-SEQ TO BRPT-RUN-SEQ
           MOVE BRPT-TERM-LINE TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE BRPT-COLUMN-LINE TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE.

       PRINT-REPORT-TOTALS.
      * The totals go on their own page so the bursar can balance the
      * file's trailer without paging through the detail.
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE BRPT-RULE-LINE TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE RUN-DATE    TO BRPT-RUN-DATE
           MOVE PAGE-NUMBER TO BRPT-PAGE-NUMBER
           MOVE BRPT-FOOTER-LINE TO REPORT-LINE
           WRITE REPORT-LINE
           ADD 1 TO PAGE-NUMBER
           MOVE BRPT-RULE-LINE TO REPORT-LINE
           WRITE REPORT-LINE AFTER ADVANCING PAGE
           MOVE BRPT-HEADING-LINE TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE BRPT-TITLE-LINE TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE BRPT-RULE-LINE TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE BRPT-TERM-LINE TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE "  CONTROL TOTALS" TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE "STUDENT RECORDS WRITTEN (TRL)     :"
                                     TO BRPT-TOTAL-LABEL
           MOVE BILL-WRITE-COUNT     TO BRPT-TOTAL-VALUE
           MOVE BRPT-TOTAL-LINE      TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE BILL-HASH-TOTAL      TO BRPT-HASH-TOTAL
           MOVE BRPT-HASH-LINE       TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE "MASTER RECORDS FOR THE TERM       :"
                                     TO BRPT-TOTAL-LABEL
           MOVE TERM-RECORD-COUNT    TO BRPT-TOTAL-VALUE
           MOVE BRPT-TOTAL-LINE      TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE "SUBJECTS BILLED                   :"
                                     TO BRPT-TOTAL-LABEL
           MOVE BILLED-SUBJECT-COUNT TO BRPT-TOTAL-VALUE
           MOVE BRPT-TOTAL-LINE      TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE "SUBJECTS WITHDRAWN - NOT BILLED   :"
                                     TO BRPT-TOTAL-LABEL
           MOVE WITHDRAWN-SUBJECT-COUNT
                                     TO BRPT-TOTAL-VALUE
           MOVE BRPT-TOTAL-LINE      TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE "WITHDRAWN CREDIT HOURS            :"
                                     TO BRPT-TOTAL-LABEL
           MOVE TOTAL-WITHDRAWN-HOURS
                                     TO BRPT-TOTAL-VALUE
           MOVE BRPT-TOTAL-LINE      TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE "SUBJECTS WITH NO HOURS - NOT BILLED:"
                                     TO BRPT-TOTAL-LABEL
           MOVE NO-HOURS-COUNT       TO BRPT-TOTAL-VALUE
           MOVE BRPT-TOTAL-LINE      TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE "RUN NUMBER                        :"
                                     TO BRPT-TOTAL-LABEL
           MOVE RC-RUN-NUMBER        TO BRPT-TOTAL-VALUE
           MOVE BRPT-TOTAL-LINE      TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE BRPT-RULE-LINE TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE PAGE-NUMBER TO BRPT-PAGE-NUMBER
           MOVE BRPT-FOOTER-LINE TO REPORT-LINE
           WRITE REPORT-LINE.

       LOAD-INTFSEQ-TABLE.
           MOVE ZERO TO SEQ-ENTRY-COUNT
           MOVE "N"  TO SEQ-EOF-SWITCH
           OPEN INPUT INTERFACE-SEQ
           IF SEQ-STATUS = "00"
              PERFORM LOAD-ONE-INTFSEQ UNTIL SEQ-EOF
              CLOSE INTERFACE-SEQ
           END-IF.

       LOAD-ONE-INTFSEQ.
           READ INTERFACE-SEQ
              AT END
                 SET SEQ-EOF TO TRUE
              NOT AT END
                 IF SEQ-ENTRY-COUNT < MAX-SEQ-ENTRIES
                    ADD 1 TO SEQ-ENTRY-COUNT
                    MOVE SEQ-FILE-TYPE
                       TO SEQ-TAB-FILE-TYPE (SEQ-ENTRY-COUNT)
                    MOVE SEQ-LAST-RUN
                       TO SEQ-TAB-LAST-RUN (SEQ-ENTRY-COUNT)
                 END-IF
           END-READ.

       FIND-INTFSEQ-ENTRY.
           MOVE "N"  TO SEQ-FOUND-SWITCH
           MOVE ZERO TO SEQ-LOOKUP-LAST
           PERFORM CHECK-ONE-INTFSEQ
              VARYING SEQ-IDX FROM 1 BY 1
              UNTIL SEQ-IDX > SEQ-ENTRY-COUNT OR SEQ-FOUND.

       CHECK-ONE-INTFSEQ.
           IF SEQ-TAB-FILE-TYPE (SEQ-IDX) = SEQ-LOOKUP-TYPE
              SET SEQ-FOUND TO TRUE
              MOVE SEQ-TAB-LAST-RUN (SEQ-IDX) TO SEQ-LOOKUP-LAST
              SUBTRACT 1 FROM SEQ-IDX
           END-IF.

       UPDATE-INTFSEQ-ENTRY.
           PERFORM FIND-INTFSEQ-ENTRY
           IF SEQ-FOUND
              MOVE SEQ-UPDATE-SEQ TO SEQ-TAB-LAST-RUN (SEQ-IDX)
           ELSE
              IF SEQ-ENTRY-COUNT < MAX-SEQ-ENTRIES
                 ADD 1 TO SEQ-ENTRY-COUNT
                 MOVE SEQ-LOOKUP-TYPE
                    TO SEQ-TAB-FILE-TYPE (SEQ-ENTRY-COUNT)
                 MOVE SEQ-UPDATE-SEQ
                    TO SEQ-TAB-LAST-RUN (SEQ-ENTRY-COUNT)
              END-IF
           END-IF.

       SAVE-INTFSEQ-FILE.
           OPEN OUTPUT INTERFACE-SEQ
           IF SEQ-STATUS NOT = "00"
              DISPLAY "WARNING - INTERFACE SEQUENCE FILE SAVE ",
                      "FAILED - STATUS ", SEQ-STATUS
           ELSE
              PERFORM SAVE-ONE-INTFSEQ
                 VARYING SEQ-IDX FROM 1 BY 1
                 UNTIL SEQ-IDX > SEQ-ENTRY-COUNT
              CLOSE INTERFACE-SEQ
           END-IF.

       SAVE-ONE-INTFSEQ.
           MOVE SEQ-TAB-FILE-TYPE (SEQ-IDX) TO SEQ-FILE-TYPE
           MOVE SEQ-TAB-LAST-RUN (SEQ-IDX)  TO SEQ-LAST-RUN
           WRITE INTFSEQ-RECORD.

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
                      "FOR BILLEXT - RUNNING UNATTENDED."
           END-IF.

       LOAD-ONE-CONTROL-CARD.
           READ CONTROL-CARDS
              AT END
                 SET CARD-EOF TO TRUE
              NOT AT END
                 IF CARD-PROGRAM = "BILLEXT"
                    IF CARD-COUNT < MAX-CARDS
                       ADD 1 TO CARD-COUNT
                       MOVE CARD-VALUE TO CARD-ENTRY (CARD-COUNT)
                    ELSE
                       IF NOT CARD-OVERFLOW
                          DISPLAY "TOO MANY CONTROL CARDS FOR BILLEXT",
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
       END PROGRAM BILLEXT.
