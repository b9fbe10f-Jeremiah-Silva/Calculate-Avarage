      ******************************************************************
      * Author: Jeremiah
      * Date: 15/10/2026
      * Purpose: "Daily attendance load. Reads the attendance batch
      *           sent up from the class registers - one line per
      *           student per subject and section carrying the
      *           sessions held and the sessions attended to date -
      *           and posts it to the attendance file, keyed like the
      *           student master by student, term, and subject
      *           sequence. The batch must arrive bracketed by
      *           HDR/TRL control records carrying a run sequence,
      *           record count, and hash of the session counts,
      *           verified in full before the attendance file is
      *           touched, and every run registers in the run-control
      *           file the same way the roster load does. The figures
      *           are to date, so a line replaces the one before it
      *           and a rerun of a failed day is harmless."
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
      *   15/10/2026 JS  A batch that cannot be opened now marks the
      *                  run ABENDED and leaves the ATTNIN sequence
      *                  alone, so the day's feed can still be loaded.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ATTNLOAD.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ATTENDANCE-INPUT
                                  ASSIGN TO "ATTNIN"
               ORGANIZATION       IS LINE SEQUENTIAL
               FILE STATUS        IS ATIN-STATUS.

           SELECT ATTENDANCE-FILE ASSIGN TO "ATTEND"
               ORGANIZATION       IS INDEXED
               ACCESS MODE        IS DYNAMIC
               RECORD KEY         IS ATT-KEY
               FILE STATUS        IS ATT-STATUS.

           SELECT STUDENT-MASTER  ASSIGN TO "STUDMAST"
               ORGANIZATION       IS INDEXED
               ACCESS MODE        IS DYNAMIC
               RECORD KEY         IS MASTER-KEY
               FILE STATUS        IS MASTER-STATUS.

           SELECT STUDENT-XREF    ASSIGN TO "STUDXREF"
               ORGANIZATION       IS INDEXED
               ACCESS MODE        IS DYNAMIC
               RECORD KEY         IS XREF-STUDENT-NAME
               FILE STATUS        IS XREF-STATUS.

           SELECT COURSE-CATALOG  ASSIGN TO "CRSECAT"
               ORGANIZATION       IS INDEXED
               ACCESS MODE        IS RANDOM
               RECORD KEY         IS CAT-SUBJECT
               FILE STATUS        IS CAT-STATUS.

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
       FD  ATTENDANCE-INPUT
           LABEL RECORD IS STANDARD.
       01 ATIN-RECORD.
           05 ATIN-STUDENT-NAME      PIC X(50).
           05 ATIN-SUBJECT           PIC X(50).
           05 ATIN-SECTION           PIC X(2).
           05 ATIN-TEACHER-ID        PIC X(8).
           05 ATIN-SESSIONS-HELD     PIC 9(3).
           05 ATIN-SESSIONS-HELD-X REDEFINES ATIN-SESSIONS-HELD
                                     PIC X(3).
           05 ATIN-SESSIONS-ATTENDED PIC 9(3).
           05 ATIN-SESSIONS-ATTENDED-X
                                     REDEFINES ATIN-SESSIONS-ATTENDED
                                     PIC X(3).
       01 ATIN-CONTROL-RECORD.
           05 ACTL-RECORD-TYPE       PIC X(3).
           05 ACTL-FILE-TYPE         PIC X(12).
           05 ACTL-CREATE-DATE       PIC X(8).
           05 ACTL-RUN-SEQ           PIC 9(4).
           05 ACTL-RECORD-COUNT      PIC 9(6).
           05 ACTL-HASH-TOTAL        PIC 9(8)V9(2).

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

       FD  STUDENT-XREF
           LABEL RECORD IS STANDARD.
       01 XREF-RECORD.
           05 XREF-STUDENT-NAME      PIC X(50).
           05 XREF-STUDENT-ID        PIC 9(6).
           05 XREF-LAST-SUBJECT-SEQ  PIC 9(2).

       FD  COURSE-CATALOG
           LABEL RECORD IS STANDARD.
       01 CATALOG-RECORD.
           05 CAT-SUBJECT            PIC X(50).
           05 CAT-COURSE-CODE        PIC X(08).
           05 CAT-CREDIT-HOURS       PIC 9(02).
           05 CAT-ACTIVE-FLAG        PIC X(01).
           05 FILLER                 PIC X(32).

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
       01 ATIN-STATUS            PIC X(02).
       01 ATT-STATUS             PIC X(02).
       01 MASTER-STATUS          PIC X(02).
       01 XREF-STATUS            PIC X(02).
       01 CAT-STATUS             PIC X(02).
       01 OPERATOR-ID            PIC X(08).
       01 ACADEMIC-TERM          PIC X(5).
       01 STUDENT-ID             PIC 9(6)                VALUE ZERO.
       01 NEXT-STUDENT-ID        PIC 9(6)                VALUE 1.
       01 POSTING-SEQ            PIC 9(2)                VALUE ZERO.
       01 ATIN-EOF-SWITCH        PIC X                   VALUE "N".
           88 ATIN-EOF                                   VALUE "Y".
       01 MASTER-EOF-SWITCH      PIC X                   VALUE "N".
           88 MASTER-EOF                                 VALUE "Y".
       01 XREF-EOF-SWITCH        PIC X                   VALUE "N".
           88 XREF-EOF                                   VALUE "Y".
       01 MASTER-AVAIL-SWITCH    PIC X                   VALUE "N".
           88 MASTER-AVAILABLE                           VALUE "Y".
       01 CATALOG-AVAIL-SWITCH   PIC X                   VALUE "N".
           88 CATALOG-AVAILABLE                          VALUE "Y".
       01 SCAN-DONE-SWITCH       PIC X                   VALUE "N".
           88 SCAN-DONE                                  VALUE "Y".
       01 POSTING-FOUND-SWITCH   PIC X                   VALUE "N".
           88 POSTING-SEQ-FOUND                          VALUE "Y".
       01 LINE-REJECT-SWITCH     PIC X                   VALUE "N".
           88 LINE-REJECTED                              VALUE "Y".
       01 REJECT-REASON          PIC X(40)               VALUE SPACES.
       01 LINES-READ-COUNT       PIC 9(6)                VALUE ZERO.
       01 LINES-ADDED-COUNT      PIC 9(6)                VALUE ZERO.
       01 LINES-REPLACED-COUNT   PIC 9(6)                VALUE ZERO.
       01 LINES-REJECTED-COUNT   PIC 9(6)                VALUE ZERO.
       01 NEW-STUDENT-COUNT      PIC 9(6)                VALUE ZERO.

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
       01 CONTROL-FAIL-SWITCH     PIC X                   VALUE "N".
           88 CONTROL-FAILED                              VALUE "Y".
       01 CTL-HEADER-SWITCH       PIC X                   VALUE "N".
           88 CTL-HEADER-FOUND                            VALUE "Y".
       01 CTL-TRAILER-SWITCH      PIC X                   VALUE "N".
           88 CTL-TRAILER-FOUND                           VALUE "Y".
       01 CTL-HEADER-SEQ          PIC 9(4)                VALUE ZERO.
       01 CTL-EXPECTED-SEQ        PIC 9(4)                VALUE ZERO.
       01 CTL-DATA-COUNT          PIC 9(6)                VALUE ZERO.
       01 CTL-HASH-TOTAL          PIC 9(8)V9(2)           VALUE ZERO.
       01 CTL-TRAILER-COUNT       PIC 9(6)                VALUE ZERO.
       01 CTL-TRAILER-HASH        PIC 9(8)V9(2)           VALUE ZERO.
       01 CTL-HEADER-DATE         PIC X(8)                VALUE SPACES.
       01 ATTN-RUN-SEQ            PIC 9(4)                VALUE ZERO.

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
           DISPLAY "JEREMIAH COLLEGE - DAILY ATTENDANCE LOAD.".
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
           PERFORM GET-ACADEMIC-TERM.
           PERFORM LOAD-INTFSEQ-TABLE.
           PERFORM VERIFY-ATTENDANCE-CONTROLS.
           IF CONTROL-FAILED
              DISPLAY "RUN STOPPED - THE ATTENDANCE BATCH FAILED ITS ",
                      "CONTROL CHECK. THE ATTENDANCE FILE WAS NOT ",
                      "TOUCHED."
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.
           PERFORM BUILD-RUN-INPUT-ID.
           PERFORM CHECK-RUN-CONTROL.
           IF RC-REFUSED
              DISPLAY "RUN STOPPED - THE ATTENDANCE FILE WAS NOT ",
                      "TOUCHED."
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.
           PERFORM SEED-NEXT-STUDENT-ID.
           OPEN I-O ATTENDANCE-FILE.
           IF ATT-STATUS NOT = "00"
              OPEN OUTPUT ATTENDANCE-FILE
              IF ATT-STATUS NOT = "00"
                 DISPLAY "ERROR OPENING ATTENDANCE FILE - STATUS ",
                         ATT-STATUS
                 MOVE 12 TO RETURN-CODE
                 STOP RUN
              END-IF
              CLOSE ATTENDANCE-FILE
              OPEN I-O ATTENDANCE-FILE
           END-IF.
           OPEN I-O STUDENT-XREF.
           IF XREF-STATUS NOT = "00"
              OPEN OUTPUT STUDENT-XREF
              CLOSE STUDENT-XREF
              OPEN I-O STUDENT-XREF
           END-IF.
           OPEN INPUT STUDENT-MASTER.
           IF MASTER-STATUS = "00"
              SET MASTER-AVAILABLE TO TRUE
           END-IF.
           OPEN INPUT COURSE-CATALOG.
           IF CAT-STATUS = "00"
              SET CATALOG-AVAILABLE TO TRUE
           ELSE
              DISPLAY "WARNING - COURSE CATALOG NOT AVAILABLE - ",
                      "STATUS ", CAT-STATUS, " - SUBJECTS WILL ",
                      "NOT BE VALIDATED."
           END-IF.
           COMPUTE RC-RUN-NUMBER = RC-HIGH-RUN + 1.
           MOVE "STARTED" TO RC-WRITE-STATUS.
           PERFORM WRITE-RUN-CONTROL.
           OPEN INPUT ATTENDANCE-INPUT.
      * A batch that cannot be opened leaves the day's feed unloaded,
      * so the sequence is not spent and the run is not marked ENDED.
           IF ATIN-STATUS NOT = "00"
              DISPLAY "ERROR OPENING ATTENDANCE BATCH - STATUS ",
                      ATIN-STATUS
              MOVE 12 TO RETURN-CODE
              MOVE "ABENDED" TO RC-WRITE-STATUS
              PERFORM WRITE-RUN-CONTROL
              GO TO END-OF-PROGRAM
           END-IF.
           PERFORM READ-ATTENDANCE-INPUT.
           PERFORM POST-ONE-LINE UNTIL ATIN-EOF.
           CLOSE ATTENDANCE-INPUT.
           MOVE "ATTNIN"     TO SEQ-LOOKUP-TYPE.
           MOVE ATTN-RUN-SEQ TO SEQ-UPDATE-SEQ.
           PERFORM UPDATE-INTFSEQ-ENTRY.
           PERFORM SAVE-INTFSEQ-FILE.
           DISPLAY "     ".
           DISPLAY "****************************************".
           DISPLAY "ATTENDANCE LOAD TOTALS FOR TERM ", ACADEMIC-TERM.
           DISPLAY "****************************************".
           DISPLAY "LINES READ          : ", LINES-READ-COUNT.
           DISPLAY "ATTENDANCE ADDED    : ", LINES-ADDED-COUNT.
           DISPLAY "ATTENDANCE REPLACED : ", LINES-REPLACED-COUNT.
           DISPLAY "LINES REJECTED      : ", LINES-REJECTED-COUNT.
           DISPLAY "NEW STUDENT IDS     : ", NEW-STUDENT-COUNT.
           DISPLAY "RUN NUMBER          : ", RC-RUN-NUMBER.
           IF LINES-REJECTED-COUNT > 0
              DISPLAY "CORRECT THE REJECTED LINES ON THE REGISTER - ",
                      "THE NEXT DAY'S TO-DATE FIGURES REPLACE THEM."
           END-IF.
           DISPLAY "     ".
           MOVE "ENDED" TO RC-WRITE-STATUS.
           PERFORM WRITE-RUN-CONTROL.
           GO TO END-OF-PROGRAM.

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

       READ-ATTENDANCE-INPUT.
           READ ATTENDANCE-INPUT
               AT END
               SET ATIN-EOF TO TRUE
           END-READ.
           IF NOT ATIN-EOF
              AND (ACTL-RECORD-TYPE = "HDR"
              OR ACTL-RECORD-TYPE = "TRL")
              GO TO READ-ATTENDANCE-INPUT
           END-IF.

       BUILD-RUN-INPUT-ID.
           MOVE SPACES TO RC-INPUT-ID
           STRING "ATTNIN/"        DELIMITED BY SIZE
                  CTL-HEADER-DATE  DELIMITED BY SIZE
                  "/"              DELIMITED BY SIZE
                  CTL-HEADER-SEQ   DELIMITED BY SIZE
                  INTO RC-INPUT-ID
           END-STRING.

       CHECK-RUN-CONTROL.
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
              DISPLAY "RUN REFUSED - INPUT ", RC-INPUT-ID,
                      " WAS ALREADY PROCESSED TO COMPLETION ",
                      "UNDER RUN ", RC-PRIOR-RUN, "."
              SET RC-REFUSED TO TRUE
           ELSE IF RC-LAST-STATUS = "STARTED"
              OR RC-LAST-STATUS = "ABENDED"
              DISPLAY "WARNING - RUN ", RC-PRIOR-RUN, " AGAINST ",
                      "INPUT ", RC-INPUT-ID, " DID NOT END - ",
                      "LINES POSTED BEFORE THE FAILURE ARE TO-DATE ",
                      "FIGURES AND WILL SIMPLY BE REPLACED."
           END-IF.

       SCAN-ONE-RUN-RECORD.
           READ RUN-CONTROL
              AT END
                 SET RC-EOF TO TRUE
              NOT AT END
                 IF RUN-NUMBER > RC-HIGH-RUN
                    MOVE RUN-NUMBER TO RC-HIGH-RUN
                 END-IF
                 IF RUN-PROGRAM = "ATTNLOAD"
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
              MOVE "ATTNLOAD"      TO RUN-PROGRAM
              MOVE RC-INPUT-ID     TO RUN-INPUT-ID
              MOVE OPERATOR-ID     TO RUN-OPERATOR
              ACCEPT RUN-DATE-STAMP FROM DATE YYYYMMDD
              ACCEPT RUN-TIME-STAMP FROM TIME
              MOVE RC-WRITE-STATUS TO RUN-STATUS-CODE
              WRITE RUNCTL-RECORD
              CLOSE RUN-CONTROL
           END-IF.

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

       VERIFY-ATTENDANCE-CONTROLS.
           MOVE "N"  TO CONTROL-FAIL-SWITCH
           MOVE "N"  TO CTL-HEADER-SWITCH
           MOVE "N"  TO CTL-TRAILER-SWITCH
           MOVE "N"  TO ATIN-EOF-SWITCH
           MOVE ZERO TO CTL-DATA-COUNT
           MOVE ZERO TO CTL-HASH-TOTAL
           OPEN INPUT ATTENDANCE-INPUT
           IF ATIN-STATUS NOT = "00"
              DISPLAY "ERROR OPENING THE ATTENDANCE BATCH FOR ITS ",
                      "CONTROL CHECK - STATUS ", ATIN-STATUS
              SET CONTROL-FAILED TO TRUE
           ELSE
              PERFORM SCAN-ONE-CONTROL-RECORD UNTIL ATIN-EOF
              CLOSE ATTENDANCE-INPUT
              PERFORM CHECK-ATTENDANCE-CONTROLS
           END-IF
           MOVE "N" TO ATIN-EOF-SWITCH.

       SCAN-ONE-CONTROL-RECORD.
           READ ATTENDANCE-INPUT
              AT END
                 SET ATIN-EOF TO TRUE
              NOT AT END
                 PERFORM TALLY-ONE-CONTROL-RECORD
           END-READ.

       TALLY-ONE-CONTROL-RECORD.
           IF ACTL-RECORD-TYPE = "HDR"
              SET CTL-HEADER-FOUND TO TRUE
              MOVE ACTL-RUN-SEQ      TO CTL-HEADER-SEQ
              MOVE ACTL-CREATE-DATE  TO CTL-HEADER-DATE
              IF ACTL-FILE-TYPE NOT = "ATTNIN"
                 DISPLAY "CONTROL CHECK - HEADER NAMES FILE TYPE ",
                         ACTL-FILE-TYPE, " - EXPECTED ATTNIN."
                 SET CONTROL-FAILED TO TRUE
              END-IF
           ELSE IF ACTL-RECORD-TYPE = "TRL"
              SET CTL-TRAILER-FOUND TO TRUE
              MOVE ACTL-RECORD-COUNT TO CTL-TRAILER-COUNT
              MOVE ACTL-HASH-TOTAL   TO CTL-TRAILER-HASH
           ELSE
              IF CTL-TRAILER-FOUND
                 DISPLAY "CONTROL CHECK - DATA FOUND AFTER THE ",
                         "TRAILER RECORD."
                 SET CONTROL-FAILED TO TRUE
              END-IF
              ADD 1 TO CTL-DATA-COUNT
              IF ATIN-SESSIONS-HELD-X IS NUMERIC
                 ADD ATIN-SESSIONS-HELD     TO CTL-HASH-TOTAL
              END-IF
              IF ATIN-SESSIONS-ATTENDED-X IS NUMERIC
                 ADD ATIN-SESSIONS-ATTENDED TO CTL-HASH-TOTAL
              END-IF
           END-IF.

       CHECK-ATTENDANCE-CONTROLS.
           IF NOT CTL-HEADER-FOUND
              DISPLAY "CONTROL CHECK - THE ATTENDANCE BATCH CARRIES ",
                      "NO HDR RECORD."
              SET CONTROL-FAILED TO TRUE
           END-IF
           IF NOT CTL-TRAILER-FOUND
              DISPLAY "CONTROL CHECK - THE ATTENDANCE BATCH CARRIES ",
                      "NO TRL RECORD - THE FILE MAY BE TRUNCATED."
              SET CONTROL-FAILED TO TRUE
           END-IF
           IF CTL-TRAILER-FOUND
              AND CTL-TRAILER-COUNT NOT = CTL-DATA-COUNT
              DISPLAY "CONTROL CHECK - TRAILER COUNT ",
                      CTL-TRAILER-COUNT, " BUT ", CTL-DATA-COUNT,
                      " LINE(S) ARRIVED."
              SET CONTROL-FAILED TO TRUE
           END-IF
           IF CTL-TRAILER-FOUND
              AND CTL-TRAILER-HASH NOT = CTL-HASH-TOTAL
              DISPLAY "CONTROL CHECK - TRAILER HASH ",
                      CTL-TRAILER-HASH, " BUT THE SESSIONS HASH TO ",
                      CTL-HASH-TOTAL, "."
              SET CONTROL-FAILED TO TRUE
           END-IF
           IF CTL-HEADER-FOUND
              MOVE "ATTNIN" TO SEQ-LOOKUP-TYPE
              PERFORM FIND-INTFSEQ-ENTRY
              IF SEQ-FOUND
                 COMPUTE CTL-EXPECTED-SEQ = SEQ-LOOKUP-LAST + 1
                 IF CTL-HEADER-SEQ NOT = CTL-EXPECTED-SEQ
                    DISPLAY "CONTROL CHECK - ATTENDANCE RUN ",
                            "SEQUENCE ", CTL-HEADER-SEQ,
                            " IS OUT OF SEQUENCE - EXPECTED ",
                            CTL-EXPECTED-SEQ, ". WAS THIS FILE ",
                            "ALREADY PROCESSED?"
                    SET CONTROL-FAILED TO TRUE
                 END-IF
              END-IF
           END-IF
           IF NOT CONTROL-FAILED
              MOVE CTL-HEADER-SEQ TO ATTN-RUN-SEQ
              DISPLAY "ATTENDANCE CONTROLS VERIFIED - RUN SEQUENCE ",
                      ATTN-RUN-SEQ, ", ", CTL-DATA-COUNT,
                      " LINE(S)."
           END-IF.

       SEED-NEXT-STUDENT-ID.
           MOVE "N" TO MASTER-EOF-SWITCH.
           OPEN INPUT STUDENT-MASTER.
           IF MASTER-STATUS = "00"
              PERFORM READ-NEXT-MASTER-RECORD UNTIL MASTER-EOF
              CLOSE STUDENT-MASTER
           END-IF.
           MOVE "N" TO XREF-EOF-SWITCH.
           OPEN INPUT STUDENT-XREF.
           IF XREF-STATUS = "00"
              PERFORM READ-NEXT-XREF-RECORD UNTIL XREF-EOF
              CLOSE STUDENT-XREF
           END-IF.

       READ-NEXT-MASTER-RECORD.
           READ STUDENT-MASTER NEXT RECORD
              AT END
                 SET MASTER-EOF TO TRUE
              NOT AT END
                 IF MASTER-STUDENT-ID NOT < NEXT-STUDENT-ID
                    COMPUTE NEXT-STUDENT-ID = MASTER-STUDENT-ID + 1
                 END-IF
           END-READ.

       READ-NEXT-XREF-RECORD.
           READ STUDENT-XREF NEXT RECORD
              AT END
                 SET XREF-EOF TO TRUE
              NOT AT END
                 IF XREF-STUDENT-ID NOT < NEXT-STUDENT-ID
                    COMPUTE NEXT-STUDENT-ID = XREF-STUDENT-ID + 1
                 END-IF
           END-READ.

       POST-ONE-LINE.
           ADD 1 TO LINES-READ-COUNT
           PERFORM EDIT-ATTENDANCE-LINE
           IF LINE-REJECTED
              ADD 1 TO LINES-REJECTED-COUNT
              DISPLAY "LINE REJECTED - ", REJECT-REASON, " - ",
                      ATIN-STUDENT-NAME
              DISPLAY "                ", ATIN-SUBJECT
           ELSE
              PERFORM LOOKUP-STUDENT-XREF
              PERFORM RESOLVE-POSTING-SEQ
              PERFORM WRITE-ATTENDANCE-RECORD
           END-IF
           PERFORM READ-ATTENDANCE-INPUT.

       EDIT-ATTENDANCE-LINE.
           MOVE "N"    TO LINE-REJECT-SWITCH
           MOVE SPACES TO REJECT-REASON
           IF ATIN-STUDENT-NAME = SPACES OR ATIN-SUBJECT = SPACES
              MOVE "STUDENT OR SUBJECT MISSING" TO REJECT-REASON
              SET LINE-REJECTED TO TRUE
           ELSE IF ATIN-SESSIONS-HELD-X IS NOT NUMERIC
              OR ATIN-SESSIONS-ATTENDED-X IS NOT NUMERIC
              MOVE "SESSION COUNTS NOT NUMERIC" TO REJECT-REASON
              SET LINE-REJECTED TO TRUE
           ELSE IF ATIN-SESSIONS-ATTENDED > ATIN-SESSIONS-HELD
              MOVE "MORE SESSIONS ATTENDED THAN HELD"
                                            TO REJECT-REASON
              SET LINE-REJECTED TO TRUE
           END-IF
           END-IF
           END-IF
           IF NOT LINE-REJECTED AND CATALOG-AVAILABLE
              MOVE ATIN-SUBJECT TO CAT-SUBJECT
              READ COURSE-CATALOG
                 INVALID KEY
                    MOVE "SUBJECT NOT IN THE COURSE CATALOG"
                                            TO REJECT-REASON
                    SET LINE-REJECTED TO TRUE
                 NOT INVALID KEY
                    IF CAT-ACTIVE-FLAG NOT = "A"
                       MOVE "SUBJECT INACTIVE IN THE CATALOG"
                                            TO REJECT-REASON
                       SET LINE-REJECTED TO TRUE
                    END-IF
              END-READ
           END-IF.

       LOOKUP-STUDENT-XREF.
      * A student can be on a register before the first roster line
      * arrives, so an unknown name is given its ID here the same
      * way the roster load would give it.
           MOVE ATIN-STUDENT-NAME TO XREF-STUDENT-NAME
           READ STUDENT-XREF
              INVALID KEY
                 MOVE NEXT-STUDENT-ID TO STUDENT-ID
                 ADD 1                TO NEXT-STUDENT-ID
                 MOVE STUDENT-ID      TO XREF-STUDENT-ID
                 MOVE ZERO            TO XREF-LAST-SUBJECT-SEQ
                 WRITE XREF-RECORD
                    INVALID KEY
                       DISPLAY "WARNING - XREF WRITE FAILED - ",
                               "STATUS ", XREF-STATUS
                    NOT INVALID KEY
                       ADD 1 TO NEW-STUDENT-COUNT
                 END-WRITE
              NOT INVALID KEY
                 MOVE XREF-STUDENT-ID TO STUDENT-ID
           END-READ.

       RESOLVE-POSTING-SEQ.
      * The subject sequence is the one the student master already
      * carries for the subject, else the one an earlier attendance
      * line reserved, else the next one on the cross-reference -
      * reserved there so the roster posts the grades under it.
           MOVE "N"  TO POSTING-FOUND-SWITCH
           MOVE ZERO TO POSTING-SEQ
           IF MASTER-AVAILABLE
              PERFORM FIND-MASTER-SUBJECT
           END-IF
           IF NOT POSTING-SEQ-FOUND
              PERFORM FIND-ATTENDANCE-SUBJECT
           END-IF
           IF NOT POSTING-SEQ-FOUND
              ADD 1 TO XREF-LAST-SUBJECT-SEQ
              MOVE XREF-LAST-SUBJECT-SEQ TO POSTING-SEQ
              REWRITE XREF-RECORD
                 INVALID KEY
                    DISPLAY "WARNING - XREF REWRITE FAILED - STATUS ",
                            XREF-STATUS
              END-REWRITE
           END-IF.

       FIND-MASTER-SUBJECT.
           MOVE "N"           TO SCAN-DONE-SWITCH
           MOVE STUDENT-ID    TO MASTER-STUDENT-ID
           MOVE ACADEMIC-TERM TO MASTER-TERM
           MOVE ZERO          TO MASTER-SUBJECT-SEQ
           START STUDENT-MASTER KEY NOT < MASTER-KEY
              INVALID KEY
                 SET SCAN-DONE TO TRUE
           END-START
           PERFORM CHECK-ONE-MASTER-SUBJECT
              UNTIL SCAN-DONE OR POSTING-SEQ-FOUND.

       CHECK-ONE-MASTER-SUBJECT.
           READ STUDENT-MASTER NEXT RECORD
              AT END
                 SET SCAN-DONE TO TRUE
              NOT AT END
                 IF MASTER-STUDENT-ID NOT = STUDENT-ID
                    OR MASTER-TERM NOT = ACADEMIC-TERM
                    SET SCAN-DONE TO TRUE
                 END-IF
                 IF NOT SCAN-DONE
                    AND MASTER-SUBJECT = ATIN-SUBJECT
                    SET POSTING-SEQ-FOUND TO TRUE
                    MOVE MASTER-SUBJECT-SEQ TO POSTING-SEQ
                 END-IF
           END-READ.

       FIND-ATTENDANCE-SUBJECT.
           MOVE "N"           TO SCAN-DONE-SWITCH
           MOVE STUDENT-ID    TO ATT-STUDENT-ID
           MOVE ACADEMIC-TERM TO ATT-TERM
           MOVE ZERO          TO ATT-SUBJECT-SEQ
           START ATTENDANCE-FILE KEY NOT < ATT-KEY
              INVALID KEY
                 SET SCAN-DONE TO TRUE
           END-START
           PERFORM CHECK-ONE-ATTENDANCE-SUBJECT
              UNTIL SCAN-DONE OR POSTING-SEQ-FOUND.

       CHECK-ONE-ATTENDANCE-SUBJECT.
           READ ATTENDANCE-FILE NEXT RECORD
              AT END
                 SET SCAN-DONE TO TRUE
              NOT AT END
                 IF ATT-STUDENT-ID NOT = STUDENT-ID
                    OR ATT-TERM NOT = ACADEMIC-TERM
                    SET SCAN-DONE TO TRUE
                 END-IF
                 IF NOT SCAN-DONE
                    AND ATT-SUBJECT = ATIN-SUBJECT
                    SET POSTING-SEQ-FOUND TO TRUE
                    MOVE ATT-SUBJECT-SEQ TO POSTING-SEQ
                 END-IF
           END-READ.

       WRITE-ATTENDANCE-RECORD.
           MOVE STUDENT-ID             TO ATT-STUDENT-ID
           MOVE ACADEMIC-TERM          TO ATT-TERM
           MOVE POSTING-SEQ            TO ATT-SUBJECT-SEQ
           MOVE ATIN-STUDENT-NAME      TO ATT-STUDENT-NAME
           MOVE ATIN-SUBJECT           TO ATT-SUBJECT
           MOVE ATIN-SECTION           TO ATT-SECTION
           MOVE ATIN-TEACHER-ID        TO ATT-TEACHER-ID
           MOVE ATIN-SESSIONS-HELD     TO ATT-SESSIONS-HELD
           MOVE ATIN-SESSIONS-ATTENDED TO ATT-SESSIONS-ATTENDED
           MOVE CTL-HEADER-DATE        TO ATT-LAST-DATE
           MOVE RC-RUN-NUMBER          TO ATT-LAST-RUN
           WRITE ATTENDANCE-RECORD
              INVALID KEY
                 REWRITE ATTENDANCE-RECORD
                    INVALID KEY
                       DISPLAY "WARNING - ATTENDANCE WRITE FAILED ",
                               "FOR STUDENT ", STUDENT-ID,
                               " - STATUS ", ATT-STATUS
                       ADD 1 TO LINES-REJECTED-COUNT
                    NOT INVALID KEY
                       ADD 1 TO LINES-REPLACED-COUNT
                 END-REWRITE
              NOT INVALID KEY
                 ADD 1 TO LINES-ADDED-COUNT
           END-WRITE.

       END-OF-PROGRAM.
           CLOSE ATTENDANCE-FILE
           CLOSE STUDENT-XREF
           IF MASTER-AVAILABLE
              CLOSE STUDENT-MASTER
           END-IF
           IF CATALOG-AVAILABLE
              CLOSE COURSE-CATALOG
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
                      "FOR ATTNLOAD - RUNNING UNATTENDED."
           END-IF.

       LOAD-ONE-CONTROL-CARD.
           READ CONTROL-CARDS
              AT END
                 SET CARD-EOF TO TRUE
              NOT AT END
                 IF CARD-PROGRAM = "ATTNLOAD"
                    IF CARD-COUNT < MAX-CARDS
                       ADD 1 TO CARD-COUNT
                       MOVE CARD-VALUE TO CARD-ENTRY (CARD-COUNT)
                    ELSE
                       IF NOT CARD-OVERFLOW
                          DISPLAY "TOO MANY CONTROL CARDS FOR ATTNLOAD",
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
       END PROGRAM ATTNLOAD.
