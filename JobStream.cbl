      ******************************************************************
      * Author: Jeremiah
      * Date: 15/10/2026
      * Purpose: "Nightly job stream. Runs the batch steps listed on
      *           the JOBSTEPS file in order - backup, roster load,
      *           grade changes, reconciliation, and the report runs -
      *           handing each step its answers from the NIGHTCRD
      *           control-card deck through the CTLCARDS file, so
      *           nobody has to sit at the console through the batch
      *           window. Every step's start, end, and completion code
      *           is logged on JOBLOG. A step that ends above its
      *           completion-code limit stops the stream, and the next
      *           run picks the same stream up at the failed step
      *           without rerunning the steps that already ended."
      * Tectonics: cobc
      *
      * Modifications:
      *   15/10/2026 JS  Original version.
      *   15/10/2026 JS  A NIGHTCRD deck with more cards than the
      *                  stream can hold now stops the stream with
      *                  return code 8 before any step runs.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. JOBSTRM.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT JOB-STEPS       ASSIGN TO "JOBSTEPS"
               ORGANIZATION       IS LINE SEQUENTIAL
               FILE STATUS        IS STEPS-STATUS.

           SELECT NIGHT-CARDS     ASSIGN TO "NIGHTCRD"
               ORGANIZATION       IS LINE SEQUENTIAL
               FILE STATUS        IS DECK-STATUS.

           SELECT CONTROL-CARDS   ASSIGN TO "CTLCARDS"
               ORGANIZATION       IS LINE SEQUENTIAL
               FILE STATUS        IS CARD-STATUS.

           SELECT JOB-LOG         ASSIGN TO "JOBLOG"
               ORGANIZATION       IS LINE SEQUENTIAL
               FILE STATUS        IS JL-STATUS.

           SELECT RUN-CONTROL     ASSIGN TO "RUNCTL"
               ORGANIZATION       IS LINE SEQUENTIAL
               FILE STATUS        IS RC-STATUS.

       DATA DIVISION.
       FILE SECTION.
      * One card per step, in the order the steps run. The program
      * tag is the name the step's own control cards are punched
      * under; the command is what the shell runs for the step.
      * A card with an asterisk in column 1 is a comment.
       FD  JOB-STEPS
           LABEL RECORD IS STANDARD.
       01 STEP-CARD.
           05 STEP-CARD-NUMBER       PIC 9(02).
           05 FILLER                 PIC X(01).
           05 STEP-CARD-PROGRAM      PIC X(08).
           05 FILLER                 PIC X(01).
           05 STEP-CARD-MAX-CC       PIC 9(02).
           05 FILLER                 PIC X(01).
           05 STEP-CARD-COMMAND      PIC X(60).

       FD  NIGHT-CARDS
           LABEL RECORD IS STANDARD.
       01 NIGHT-CARD.
           05 NIGHT-PROGRAM          PIC X(08).
           05 FILLER                 PIC X(01).
           05 NIGHT-VALUE            PIC X(71).

       FD  CONTROL-CARDS
           LABEL RECORD IS STANDARD.
       01 CONTROL-CARD.
           05 CARD-PROGRAM           PIC X(08).
           05 FILLER                 PIC X(01).
           05 CARD-VALUE             PIC X(71).

       FD  JOB-LOG
           LABEL RECORD IS STANDARD.
       01 JOBLOG-RECORD.
           05 JL-STREAM-RUN          PIC 9(6).
           05 FILLER                 PIC X(01)      VALUE SPACE.
           05 JL-STEP-NUMBER         PIC 9(2).
           05 FILLER                 PIC X(01)      VALUE SPACE.
           05 JL-PROGRAM             PIC X(08).
           05 FILLER                 PIC X(01)      VALUE SPACE.
           05 JL-STEP-STATUS         PIC X(08).
           05 FILLER                 PIC X(01)      VALUE SPACE.
           05 JL-COMP-CODE           PIC 9(4).
           05 FILLER                 PIC X(01)      VALUE SPACE.
           05 JL-DATE-STAMP          PIC X(08).
           05 FILLER                 PIC X(01)      VALUE SPACE.
           05 JL-TIME-STAMP          PIC X(08).
           05 FILLER                 PIC X(01)      VALUE SPACE.
           05 JL-OPERATOR            PIC X(08).

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

       WORKING-STORAGE SECTION.
       01 STEPS-STATUS           PIC X(02).
       01 DECK-STATUS            PIC X(02).
       01 OPERATOR-ID            PIC X(08).
       01 RESTART-OPTION         PIC X.
       01 STEPS-EOF-SWITCH       PIC X                   VALUE "N".
           88 STEPS-EOF                                  VALUE "Y".
       01 STEPS-REFUSE-SWITCH    PIC X                   VALUE "N".
           88 STEPS-REFUSED                              VALUE "Y".
       01 RESTART-SWITCH         PIC X                   VALUE "N".
           88 RESTART-STREAM                             VALUE "Y".
       01 STREAM-FAIL-SWITCH     PIC X                   VALUE "N".
           88 STREAM-FAILED                              VALUE "Y".
       01 CARDS-FAIL-SWITCH      PIC X                   VALUE "N".
           88 CARDS-WRITE-FAILED                         VALUE "Y".
       01 STREAM-RUN             PIC 9(6)                VALUE ZERO.
       01 STEP-RAW-CODE          PIC S9(9)               VALUE ZERO.
       01 STEP-CC                PIC 9(4)                VALUE ZERO.
       01 HIGH-STEP-CC           PIC 9(4)                VALUE ZERO.
       01 FAILED-STEP-IDX        PIC 9(2)                VALUE ZERO.
       01 STEP-CARDS-WRITTEN     PIC 9(3)                VALUE ZERO.
       01 STEPS-RUN-COUNT        PIC 9(2)                VALUE ZERO.
       01 STEPS-SKIPPED-COUNT    PIC 9(2)                VALUE ZERO.

       77 MAX-STEPS              PIC 9(2)                VALUE 30.
       01 STEP-COUNT             PIC 9(2)                VALUE ZERO.
       01 STEP-IDX               PIC 9(2)                VALUE ZERO
                                                           COMP.
       01 STEP-TABLE.
           05 STEP-ENTRY         OCCURS 30 TIMES.
               10 STEP-TAB-NUMBER        PIC 9(2).
               10 STEP-TAB-PROGRAM       PIC X(08).
               10 STEP-TAB-MAX-CC        PIC 9(2).
               10 STEP-TAB-COMMAND       PIC X(60).
               10 STEP-TAB-LAST-STATUS   PIC X(08).
               10 STEP-TAB-OUTCOME       PIC X(08).
               10 STEP-TAB-CC            PIC 9(4).

       77 MAX-DECK-CARDS         PIC 9(3)                VALUE 200.
       01 DECK-COUNT             PIC 9(3)                VALUE ZERO.
       01 DECK-IDX               PIC 9(3)                VALUE ZERO
                                                           COMP.
       01 DECK-EOF-SWITCH        PIC X                   VALUE "N".
           88 DECK-EOF                                   VALUE "Y".
       01 DECK-TABLE.
           05 DECK-ENTRY         OCCURS 200 TIMES.
               10 DECK-TAB-PROGRAM       PIC X(08).
               10 DECK-TAB-VALUE         PIC X(71).

       01 JL-STATUS               PIC X(02).
       01 JL-EOF-SWITCH           PIC X                   VALUE "N".
           88 JL-EOF                                      VALUE "Y".
       01 JL-HIGH-RUN             PIC 9(6)                VALUE ZERO.
       01 JL-LAST-STREAM-STATUS   PIC X(8)                VALUE SPACES.
       01 JL-LAST-STEP            PIC 9(2)                VALUE ZERO.
       01 JL-LAST-PROGRAM         PIC X(8)                VALUE SPACES.
       01 JL-LAST-STEP-STATUS     PIC X(8)                VALUE SPACES.
       01 JL-WRITE-STEP           PIC 9(2)                VALUE ZERO.
       01 JL-WRITE-PROGRAM        PIC X(8)                VALUE SPACES.
       01 JL-WRITE-STATUS         PIC X(8)                VALUE SPACES.
       01 JL-WRITE-CC             PIC 9(4)                VALUE ZERO.

       01 RC-STATUS               PIC X(02).
       01 RC-EOF-SWITCH           PIC X                   VALUE "N".
           88 RC-EOF                                      VALUE "Y".
       01 RC-HIGH-RUN             PIC 9(6)                VALUE ZERO.
       01 RC-RUN-NUMBER           PIC 9(6)                VALUE ZERO.
       01 RC-INPUT-ID             PIC X(25)               VALUE SPACES.
       01 RC-WRITE-STATUS         PIC X(8)                VALUE SPACES.

       01 CARD-STATUS             PIC X(02).
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
           DISPLAY "JEREMIAH COLLEGE - NIGHTLY JOB STREAM.".
           DISPLAY "**************************************************".
           DISPLAY "     ".
           PERFORM LOAD-NIGHT-DECK.
           DISPLAY "ENTER YOUR OPERATOR ID:".
           IF CARD-MODE
              PERFORM NEXT-CONTROL-CARD
              MOVE CARD-ANSWER TO OPERATOR-ID
           ELSE
              ACCEPT OPERATOR-ID
           END-IF.
           PERFORM LOAD-JOB-STEPS THRU LOAD-JOB-STEPS-EXIT.
           IF STEPS-REFUSED
              DISPLAY "STREAM STOPPED - NO STEP WAS RUN."
              STOP RUN
           END-IF.
           PERFORM SCAN-JOB-LOG.
           IF JL-HIGH-RUN > 0 AND JL-LAST-STREAM-STATUS NOT = "ENDED"
              DISPLAY "STREAM RUN ", JL-HIGH-RUN, " DID NOT FINISH - ",
                      "ITS LAST STEP WAS ", JL-LAST-STEP, " ",
                      JL-LAST-PROGRAM, " (", JL-LAST-STEP-STATUS, ")."
              PERFORM GET-RESTART-OPTION
              IF RESTART-OPTION = "Y" OR "y"
                 SET RESTART-STREAM TO TRUE
              END-IF
           END-IF.
           IF RESTART-STREAM
              MOVE JL-HIGH-RUN TO STREAM-RUN
              DISPLAY "RESTARTING STREAM RUN ", STREAM-RUN,
                      " - STEPS THAT ENDED WILL NOT BE RERUN."
              MOVE "RESTART" TO JL-WRITE-STATUS
           ELSE
              COMPUTE STREAM-RUN = JL-HIGH-RUN + 1
              DISPLAY "STARTING STREAM RUN ", STREAM-RUN, " - ",
                      STEP-COUNT, " STEP(S)."
              MOVE "STARTED" TO JL-WRITE-STATUS
           END-IF.
           MOVE ZERO      TO JL-WRITE-STEP.
           MOVE "JOBSTRM" TO JL-WRITE-PROGRAM.
           MOVE ZERO      TO JL-WRITE-CC.
           PERFORM WRITE-JOB-LOG.
           PERFORM BUILD-RUN-INPUT-ID.
           PERFORM CHECK-RUN-CONTROL.
           COMPUTE RC-RUN-NUMBER = RC-HIGH-RUN + 1.
           MOVE "STARTED" TO RC-WRITE-STATUS.
           PERFORM WRITE-RUN-CONTROL.
           PERFORM RUN-ONE-STEP THRU RUN-ONE-STEP-EXIT
              VARYING STEP-IDX FROM 1 BY 1
              UNTIL STEP-IDX > STEP-COUNT OR STREAM-FAILED.
           PERFORM CLEAR-CONTROL-CARDS.
           MOVE ZERO      TO JL-WRITE-STEP.
           MOVE "JOBSTRM" TO JL-WRITE-PROGRAM.
           IF STREAM-FAILED
              MOVE "STOPPED" TO JL-WRITE-STATUS
              MOVE STEP-TAB-CC (FAILED-STEP-IDX) TO JL-WRITE-CC
              MOVE "ABENDED" TO RC-WRITE-STATUS
           ELSE
              MOVE "ENDED"   TO JL-WRITE-STATUS
              MOVE HIGH-STEP-CC TO JL-WRITE-CC
              MOVE "ENDED"   TO RC-WRITE-STATUS
           END-IF.
           PERFORM WRITE-JOB-LOG.
           PERFORM WRITE-RUN-CONTROL.
           DISPLAY "     ".
           DISPLAY "****************************************".
           DISPLAY "JOB STREAM TOTALS FOR STREAM RUN ", STREAM-RUN.
           DISPLAY "****************************************".
           PERFORM SHOW-ONE-STEP-RESULT
              VARYING STEP-IDX FROM 1 BY 1
              UNTIL STEP-IDX > STEP-COUNT.
           DISPLAY "STEPS RUN                 : ", STEPS-RUN-COUNT.
           DISPLAY "STEPS SKIPPED - ENDED     : ", STEPS-SKIPPED-COUNT.
           DISPLAY "HIGHEST COMPLETION CODE   : ", HIGH-STEP-CC.
           DISPLAY "RUN NUMBER                : ", RC-RUN-NUMBER.
           IF STREAM-FAILED
              DISPLAY "STREAM STOPPED AT STEP ",
                      STEP-TAB-NUMBER (FAILED-STEP-IDX), " ",
                      STEP-TAB-PROGRAM (FAILED-STEP-IDX),
                      " - COMPLETION CODE ",
                      STEP-TAB-CC (FAILED-STEP-IDX), ", LIMIT ",
                      STEP-TAB-MAX-CC (FAILED-STEP-IDX), "."
              DISPLAY "CORRECT THE FAILURE AND RUN THE STREAM AGAIN - ",
                      "IT RESTARTS AT THE FAILED STEP."
              MOVE 8 TO RETURN-CODE
           ELSE IF HIGH-STEP-CC > 0
              DISPLAY "THE STREAM ENDED - CHECK THE STEPS THAT ENDED ",
                      "WITH A WARNING."
              MOVE 4 TO RETURN-CODE
           ELSE
              DISPLAY "THE STREAM ENDED - EVERY STEP ENDED CLEAN."
              MOVE 0 TO RETURN-CODE
           END-IF
           END-IF.
           DISPLAY "     ".
           STOP RUN.

       GET-RESTART-OPTION.
           DISPLAY "RESTART IT AT THE FAILED STEP? (Y/N - N STARTS ",
                   "A NEW STREAM RUN FROM THE FIRST STEP)"
           IF CARD-MODE
              PERFORM NEXT-CONTROL-CARD
              MOVE CARD-ANSWER TO RESTART-OPTION
           ELSE
              ACCEPT RESTART-OPTION
           END-IF
           IF RESTART-OPTION NOT = "Y" AND NOT = "y"
              AND NOT = "N" AND NOT = "n"
              DISPLAY "INVALID OPTION. PLEASE ENTER Y OR N."
              GO TO GET-RESTART-OPTION
           END-IF.

       LOAD-NIGHT-DECK.
      * The deck holds the answers for every step, each card punched
      * under the tag of the program that asks the question. Cards
      * under the JOBSTRM tag answer this program's own prompts.
           MOVE ZERO TO CARD-COUNT
           MOVE ZERO TO CARD-IDX
           MOVE ZERO TO DECK-COUNT
           MOVE "N"  TO DECK-EOF-SWITCH
           MOVE "N"  TO CARD-MODE-SWITCH
           MOVE "N"  TO CARD-OVERFLOW-SWITCH
           OPEN INPUT NIGHT-CARDS
           IF DECK-STATUS = "00"
              PERFORM LOAD-ONE-DECK-CARD UNTIL DECK-EOF
              CLOSE NIGHT-CARDS
           ELSE
              DISPLAY "WARNING - NIGHTCRD DECK NOT AVAILABLE - ",
                      "STATUS ", DECK-STATUS, " - EVERY STEP WILL ",
                      "PROMPT AT THE CONSOLE."
           END-IF
           IF CARD-OVERFLOW
              DISPLAY "STREAM STOPPED - NO STEP WAS RUN - THE ANSWERS ",
                      "PAST THE LAST ONE KEPT WOULD GO TO THE WRONG ",
                      "PROMPTS."
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF
           IF CARD-COUNT > 0
              SET CARD-MODE TO TRUE
              DISPLAY "CONTROL CARDS - ", CARD-COUNT, " ANSWER(S) ",
                      "FOR JOBSTRM - RUNNING UNATTENDED."
           END-IF
           DISPLAY "NIGHTCRD DECK - ", DECK-COUNT, " CARD(S) FOR ",
                   "THE STEPS.".

       LOAD-ONE-DECK-CARD.
           READ NIGHT-CARDS
              AT END
                 SET DECK-EOF TO TRUE
              NOT AT END
                 IF NIGHT-PROGRAM = "JOBSTRM"
                    IF CARD-COUNT < MAX-CARDS
                       ADD 1 TO CARD-COUNT
                       MOVE NIGHT-VALUE TO CARD-ENTRY (CARD-COUNT)
                    ELSE
                       IF NOT CARD-OVERFLOW
                          DISPLAY "TOO MANY CONTROL CARDS FOR JOBSTRM",
                                  " - ONLY THE FIRST ", MAX-CARDS,
                                  " KEPT"
                       END-IF
                       SET CARD-OVERFLOW TO TRUE
                    END-IF
                 ELSE IF NIGHT-CARD (1:1) = "*"
                    OR NIGHT-PROGRAM = SPACES
                    CONTINUE
                 ELSE IF DECK-COUNT < MAX-DECK-CARDS
                    ADD 1 TO DECK-COUNT
                    MOVE NIGHT-PROGRAM TO DECK-TAB-PROGRAM (DECK-COUNT)
                    MOVE NIGHT-VALUE   TO DECK-TAB-VALUE (DECK-COUNT)
                 ELSE
                    DISPLAY "NIGHTCRD DECK IS FULL - CARD IGNORED ",
                            "FOR ", NIGHT-PROGRAM
                    SET CARD-OVERFLOW TO TRUE
                 END-IF
                 END-IF
                 END-IF
           END-READ.

       LOAD-JOB-STEPS.
           MOVE ZERO TO STEP-COUNT
           MOVE "N"  TO STEPS-EOF-SWITCH
           MOVE "N"  TO STEPS-REFUSE-SWITCH
           OPEN INPUT JOB-STEPS
           IF STEPS-STATUS NOT = "00"
              DISPLAY "ERROR OPENING JOBSTEPS STEP FILE - STATUS ",
                      STEPS-STATUS
              MOVE 12 TO RETURN-CODE
              SET STEPS-REFUSED TO TRUE
              GO TO LOAD-JOB-STEPS-EXIT
           END-IF
           PERFORM LOAD-ONE-JOB-STEP UNTIL STEPS-EOF
           CLOSE JOB-STEPS
           IF STEPS-REFUSED
              MOVE 8 TO RETURN-CODE
              GO TO LOAD-JOB-STEPS-EXIT
           END-IF
           IF STEP-COUNT = 0
              DISPLAY "THE JOBSTEPS STEP FILE HOLDS NO STEPS."
              MOVE 8 TO RETURN-CODE
              SET STEPS-REFUSED TO TRUE
           END-IF.
       LOAD-JOB-STEPS-EXIT.
           EXIT.

       LOAD-ONE-JOB-STEP.
           READ JOB-STEPS
              AT END
                 SET STEPS-EOF TO TRUE
              NOT AT END
                 IF STEP-CARD (1:1) = "*" OR STEP-CARD = SPACES
                    CONTINUE
                 ELSE IF STEP-CARD-NUMBER NOT NUMERIC
                    OR STEP-CARD-MAX-CC NOT NUMERIC
                    OR STEP-CARD-PROGRAM = SPACES
                    OR STEP-CARD-COMMAND = SPACES
                    DISPLAY "STEP CARD NOT VALID - ", STEP-CARD
                    SET STEPS-REFUSED TO TRUE
                 ELSE IF STEP-COUNT NOT < MAX-STEPS
                    DISPLAY "MORE THAN ", MAX-STEPS, " STEPS ON ",
                            "JOBSTEPS - STEP ", STEP-CARD-NUMBER,
                            " NOT LOADED."
                    SET STEPS-REFUSED TO TRUE
                 ELSE
                    ADD 1 TO STEP-COUNT
                    MOVE STEP-CARD-NUMBER  TO
                         STEP-TAB-NUMBER (STEP-COUNT)
                    MOVE STEP-CARD-PROGRAM TO
                         STEP-TAB-PROGRAM (STEP-COUNT)
                    MOVE STEP-CARD-MAX-CC  TO
                         STEP-TAB-MAX-CC (STEP-COUNT)
                    MOVE STEP-CARD-COMMAND TO
                         STEP-TAB-COMMAND (STEP-COUNT)
                    MOVE SPACES    TO STEP-TAB-LAST-STATUS (STEP-COUNT)
                    MOVE "NOT RUN" TO STEP-TAB-OUTCOME (STEP-COUNT)
                    MOVE ZERO      TO STEP-TAB-CC (STEP-COUNT)
                 END-IF
                 END-IF
                 END-IF
           END-READ.

       SCAN-JOB-LOG.
      * Only the latest stream run matters. Step 00 records carry the
      * stream's own status; ENDED there means the whole stream
      * finished and the next run starts a new stream.
           MOVE ZERO   TO JL-HIGH-RUN
           MOVE SPACES TO JL-LAST-STREAM-STATUS
           MOVE "N"    TO JL-EOF-SWITCH
           OPEN INPUT JOB-LOG
           IF JL-STATUS = "00"
              PERFORM SCAN-ONE-LOG-RECORD UNTIL JL-EOF
              CLOSE JOB-LOG
           END-IF.

       SCAN-ONE-LOG-RECORD.
           READ JOB-LOG
              AT END
                 SET JL-EOF TO TRUE
              NOT AT END
                 IF JL-STREAM-RUN > JL-HIGH-RUN
                    MOVE JL-STREAM-RUN TO JL-HIGH-RUN
                    MOVE SPACES        TO JL-LAST-STREAM-STATUS
                    MOVE ZERO          TO JL-LAST-STEP
                    MOVE SPACES        TO JL-LAST-PROGRAM
                    MOVE SPACES        TO JL-LAST-STEP-STATUS
                    PERFORM CLEAR-ONE-STEP-STATUS
                       VARYING STEP-IDX FROM 1 BY 1
                       UNTIL STEP-IDX > STEP-COUNT
                 END-IF
                 IF JL-STREAM-RUN = JL-HIGH-RUN
                    IF JL-STEP-NUMBER = ZERO
                       MOVE JL-STEP-STATUS TO JL-LAST-STREAM-STATUS
                    ELSE
                       MOVE JL-STEP-NUMBER TO JL-LAST-STEP
                       MOVE JL-PROGRAM     TO JL-LAST-PROGRAM
                       MOVE JL-STEP-STATUS TO JL-LAST-STEP-STATUS
                       PERFORM MARK-ONE-LOGGED-STEP
                          VARYING STEP-IDX FROM 1 BY 1
                          UNTIL STEP-IDX > STEP-COUNT
                    END-IF
                 END-IF
           END-READ.

       CLEAR-ONE-STEP-STATUS.
           MOVE SPACES TO STEP-TAB-LAST-STATUS (STEP-IDX).

       MARK-ONE-LOGGED-STEP.
           IF STEP-TAB-NUMBER (STEP-IDX) = JL-STEP-NUMBER
              AND STEP-TAB-PROGRAM (STEP-IDX) = JL-PROGRAM
              MOVE JL-STEP-STATUS TO STEP-TAB-LAST-STATUS (STEP-IDX)
           END-IF.

       RUN-ONE-STEP.
           IF RESTART-STREAM
              AND STEP-TAB-LAST-STATUS (STEP-IDX) = "ENDED"
              DISPLAY "STEP ", STEP-TAB-NUMBER (STEP-IDX), " ",
                      STEP-TAB-PROGRAM (STEP-IDX), " ENDED EARLIER ",
                      "IN STREAM RUN ", STREAM-RUN, " - SKIPPED."
              MOVE "SKIPPED" TO STEP-TAB-OUTCOME (STEP-IDX)
              ADD 1 TO STEPS-SKIPPED-COUNT
              GO TO RUN-ONE-STEP-EXIT
           END-IF
           MOVE STEP-TAB-NUMBER (STEP-IDX)  TO JL-WRITE-STEP
           MOVE STEP-TAB-PROGRAM (STEP-IDX) TO JL-WRITE-PROGRAM
           MOVE ZERO                        TO JL-WRITE-CC
           MOVE "STARTED"                   TO JL-WRITE-STATUS
           PERFORM WRITE-JOB-LOG
           ADD 1 TO STEPS-RUN-COUNT
           PERFORM WRITE-STEP-CARDS
           IF CARDS-WRITE-FAILED
              MOVE 9999 TO STEP-CC
              GO TO RUN-ONE-STEP-CHECK
           END-IF
           DISPLAY "     "
           DISPLAY "STEP ", STEP-TAB-NUMBER (STEP-IDX), " ",
                   STEP-TAB-PROGRAM (STEP-IDX), " STARTED - ",
                   STEP-CARDS-WRITTEN, " CONTROL CARD(S)."
           MOVE ZERO TO RETURN-CODE
           CALL "SYSTEM" USING STEP-TAB-COMMAND (STEP-IDX)
           MOVE RETURN-CODE TO STEP-RAW-CODE
           MOVE ZERO TO RETURN-CODE
      * The shell hands back the step's completion code in the high
      * byte of its status. Anything in the low byte means the step
      * was killed or never started, and that is always a failure.
           IF STEP-RAW-CODE = 0
              MOVE ZERO TO STEP-CC
           ELSE IF STEP-RAW-CODE > 255
              COMPUTE STEP-CC = STEP-RAW-CODE / 256
           ELSE
              MOVE 9999 TO STEP-CC
           END-IF
           END-IF
           PERFORM CLEAR-CONTROL-CARDS.
       RUN-ONE-STEP-CHECK.
           MOVE STEP-CC TO STEP-TAB-CC (STEP-IDX)
           MOVE STEP-CC TO JL-WRITE-CC
           IF STEP-CC > HIGH-STEP-CC
              MOVE STEP-CC TO HIGH-STEP-CC
           END-IF
           IF STEP-CC > STEP-TAB-MAX-CC (STEP-IDX)
              DISPLAY "STEP ", STEP-TAB-NUMBER (STEP-IDX), " ",
                      STEP-TAB-PROGRAM (STEP-IDX), " FAILED - ",
                      "COMPLETION CODE ", STEP-CC
              MOVE "FAILED"  TO STEP-TAB-OUTCOME (STEP-IDX)
              MOVE "FAILED"  TO JL-WRITE-STATUS
              MOVE STEP-IDX  TO FAILED-STEP-IDX
              SET STREAM-FAILED TO TRUE
           ELSE
              DISPLAY "STEP ", STEP-TAB-NUMBER (STEP-IDX), " ",
                      STEP-TAB-PROGRAM (STEP-IDX), " ENDED - ",
                      "COMPLETION CODE ", STEP-CC
              MOVE "ENDED"   TO STEP-TAB-OUTCOME (STEP-IDX)
              MOVE "ENDED"   TO JL-WRITE-STATUS
           END-IF
           PERFORM WRITE-JOB-LOG.
       RUN-ONE-STEP-EXIT.
           EXIT.

       WRITE-STEP-CARDS.
      * Each step sees only the cards punched under its own tag, and
      * the file is emptied again after the step so a daytime run of
      * the same program goes back to the console.
           MOVE ZERO TO STEP-CARDS-WRITTEN
           MOVE "N"  TO CARDS-FAIL-SWITCH
           OPEN OUTPUT CONTROL-CARDS
           IF CARD-STATUS NOT = "00"
              DISPLAY "ERROR OPENING CTLCARDS FOR STEP ",
                      STEP-TAB-NUMBER (STEP-IDX), " - STATUS ",
                      CARD-STATUS
              SET CARDS-WRITE-FAILED TO TRUE
           ELSE
              PERFORM WRITE-ONE-STEP-CARD
                 VARYING DECK-IDX FROM 1 BY 1
                 UNTIL DECK-IDX > DECK-COUNT
              CLOSE CONTROL-CARDS
              IF STEP-CARDS-WRITTEN = 0
                 DISPLAY "WARNING - NO CONTROL CARDS FOR ",
                         STEP-TAB-PROGRAM (STEP-IDX), " - THE STEP ",
                         "WILL PROMPT AT THE CONSOLE."
              END-IF
           END-IF.

       WRITE-ONE-STEP-CARD.
           IF DECK-TAB-PROGRAM (DECK-IDX) = STEP-TAB-PROGRAM (STEP-IDX)
              MOVE SPACES                     TO CONTROL-CARD
              MOVE DECK-TAB-PROGRAM (DECK-IDX) TO CARD-PROGRAM
              MOVE DECK-TAB-VALUE (DECK-IDX)   TO CARD-VALUE
              WRITE CONTROL-CARD
              ADD 1 TO STEP-CARDS-WRITTEN
           END-IF.

       CLEAR-CONTROL-CARDS.
           OPEN OUTPUT CONTROL-CARDS
           IF CARD-STATUS = "00"
              CLOSE CONTROL-CARDS
           END-IF.

       SHOW-ONE-STEP-RESULT.
           DISPLAY "STEP ", STEP-TAB-NUMBER (STEP-IDX), " ",
                   STEP-TAB-PROGRAM (STEP-IDX), " ",
                   STEP-TAB-OUTCOME (STEP-IDX), " CODE ",
                   STEP-TAB-CC (STEP-IDX), " LIMIT ",
                   STEP-TAB-MAX-CC (STEP-IDX).

       WRITE-JOB-LOG.
           OPEN EXTEND JOB-LOG
           IF JL-STATUS NOT = "00"
              OPEN OUTPUT JOB-LOG
           END-IF
           IF JL-STATUS NOT = "00"
              DISPLAY "WARNING - JOB LOG WRITE FAILED - ",
                      "STATUS ", JL-STATUS
           ELSE
              MOVE SPACES           TO JOBLOG-RECORD
              MOVE STREAM-RUN       TO JL-STREAM-RUN
              MOVE JL-WRITE-STEP    TO JL-STEP-NUMBER
              MOVE JL-WRITE-PROGRAM TO JL-PROGRAM
              MOVE JL-WRITE-STATUS  TO JL-STEP-STATUS
              MOVE JL-WRITE-CC      TO JL-COMP-CODE
              ACCEPT JL-DATE-STAMP FROM DATE YYYYMMDD
              ACCEPT JL-TIME-STAMP FROM TIME
              MOVE OPERATOR-ID      TO JL-OPERATOR
              WRITE JOBLOG-RECORD
              CLOSE JOB-LOG
           END-IF.

       BUILD-RUN-INPUT-ID.
           MOVE SPACES TO RC-INPUT-ID
           STRING "STREAM/"     DELIMITED BY SIZE
                  STREAM-RUN    DELIMITED BY SIZE
                  INTO RC-INPUT-ID
           END-STRING.

       CHECK-RUN-CONTROL.
      * The job log decides what reruns, so the run-control file only
      * needs the next run number here.
           MOVE ZERO   TO RC-HIGH-RUN
           MOVE "N"    TO RC-EOF-SWITCH
           OPEN INPUT RUN-CONTROL
           IF RC-STATUS = "00"
              PERFORM SCAN-ONE-RUN-RECORD UNTIL RC-EOF
              CLOSE RUN-CONTROL
           END-IF.

       SCAN-ONE-RUN-RECORD.
           READ RUN-CONTROL
              AT END
                 SET RC-EOF TO TRUE
              NOT AT END
                 IF RUN-NUMBER > RC-HIGH-RUN
                    MOVE RUN-NUMBER TO RC-HIGH-RUN
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
              MOVE SPACES          TO RUNCTL-RECORD
              MOVE RC-RUN-NUMBER   TO RUN-NUMBER
              MOVE "JOBSTRM"       TO RUN-PROGRAM
              MOVE RC-INPUT-ID     TO RUN-INPUT-ID
              MOVE OPERATOR-ID     TO RUN-OPERATOR
              ACCEPT RUN-DATE-STAMP FROM DATE YYYYMMDD
              ACCEPT RUN-TIME-STAMP FROM TIME
              MOVE RC-WRITE-STATUS TO RUN-STATUS-CODE
              WRITE RUNCTL-RECORD
              CLOSE RUN-CONTROL
           END-IF.

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
       END PROGRAM JOBSTRM.
