      ******************************************************************
      * Author: Jeremiah
      * Date: 15/10/2026
      * Purpose: "Online maintenance of the student contact file. One
      *           record per student ID holds the mailing address,
      *           the parent or guardian's name, and an email address,
      *           so the report cards, standing letters, and
      *           transcripts can print a proper mailing block and a
      *           mailing-label file instead of the office addressing
      *           envelopes by hand. Any operator on the authorization
      *           file may sign on; every field added, changed, or
      *           deleted is written to the audit log with its before
      *           and after values under the operator's ID."
      * Tectonics: cobc
      *
      * Modifications:
      *   15/10/2026 JS  Original version.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CONMAINT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT STUDENT-CONTACT ASSIGN TO "STUDCONT"
               ORGANIZATION       IS INDEXED
               ACCESS MODE        IS DYNAMIC
               RECORD KEY         IS CON-STUDENT-ID
               FILE STATUS        IS CON-STATUS.

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

           SELECT OPERATOR-AUTH   ASSIGN TO "OPERAUTH"
               ORGANIZATION       IS INDEXED
               ACCESS MODE        IS RANDOM
               RECORD KEY         IS OPER-ID
               FILE STATUS        IS OPER-STATUS.

           SELECT AUDIT-LOG       ASSIGN TO "AUDITLOG"
               ORGANIZATION       IS LINE SEQUENTIAL
               FILE STATUS        IS AUDIT-STATUS.

       DATA DIVISION.
       FILE SECTION.
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

       FD  OPERATOR-AUTH
           LABEL RECORD IS STANDARD.
       01 OPERATOR-RECORD.
           05 OPER-ID                PIC X(8).
           05 OPER-NAME              PIC X(30).
           05 OPER-AUTH-LEVEL        PIC 9(1).

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

       WORKING-STORAGE SECTION.
       01 CON-STATUS             PIC X(02).
       01 MASTER-STATUS          PIC X(02).
       01 HIST-STATUS            PIC X(02).
       01 OPER-STATUS            PIC X(02).
       01 AUDIT-STATUS           PIC X(02).
       01 OPERATOR-ID            PIC X(08).
       01 MAINT-OPTION           PIC X.
       01 CONFIRM-OPTION         PIC X.
       01 KEY-STUDENT-ID         PIC 9(6)                VALUE ZERO.
       01 KEY-STUDENT-NAME       PIC X(50)               VALUE SPACES.
       01 NEW-VALUE              PIC X(50)               VALUE SPACES.
       01 FIELD-VALUE            PIC X(50)               VALUE SPACES.
       01 AUDIT-ACTION-WORK      PIC X(08)               VALUE SPACES.
       01 AUDIT-FIELD-TAG        PIC X(10)               VALUE SPACES.
       01 AUDIT-OLD-VALUE        PIC X(50)               VALUE SPACES.
       01 AUDIT-NEW-VALUE        PIC X(50)               VALUE SPACES.
       01 SCORE-IDX              PIC 9(2)                VALUE ZERO
                                                           COMP.
       01 RECORD-FOUND-SWITCH    PIC X                   VALUE "N".
           88 RECORD-FOUND                               VALUE "Y".
       01 STUDENT-FOUND-SWITCH   PIC X                   VALUE "N".
           88 STUDENT-FOUND                              VALUE "Y".
       01 HIST-AVAIL-SWITCH      PIC X                   VALUE "N".
           88 HIST-AVAILABLE                             VALUE "Y".
       01 CON-EOF-SWITCH         PIC X                   VALUE "N".
           88 CON-EOF                                    VALUE "Y".
       01 LISTED-COUNT           PIC 9(6)                VALUE ZERO.
       01 NO-ADDRESS-COUNT       PIC 9(6)                VALUE ZERO.
       01 FIELD-CHANGE-COUNT     PIC 9(2)                VALUE ZERO.

      * The record as it stood before a change, kept so each field the
      * operator altered can be audited with its old and new values.
       01 SAVED-CONTACT-RECORD.
           05 SAVED-STUDENT-ID       PIC 9(6).
           05 SAVED-STUDENT-NAME     PIC X(50).
           05 SAVED-ADDRESS-LINE-1   PIC X(40).
           05 SAVED-ADDRESS-LINE-2   PIC X(40).
           05 SAVED-CITY             PIC X(25).
           05 SAVED-REGION           PIC X(20).
           05 SAVED-POSTAL-CODE      PIC X(10).
           05 SAVED-GUARDIAN-NAME    PIC X(40).
           05 SAVED-EMAIL            PIC X(50).
           05 SAVED-SET-OPERATOR     PIC X(8).
           05 SAVED-SET-DATE         PIC X(8).
           05 FILLER                 PIC X(30).

       PROCEDURE DIVISION.
       WELCOME.
           DISPLAY "     ".
           DISPLAY "**************************************************".
           DISPLAY "JEREMIAH COLLEGE - STUDENT CONTACT MAINTENANCE.".
           DISPLAY "**************************************************".
           DISPLAY "     ".
           DISPLAY "ENTER YOUR OPERATOR ID:".
           ACCEPT               OPERATOR-ID.
           PERFORM CHECK-OPERATOR-LEVEL THRU CHECK-OPERATOR-LEVEL-EXIT.
           OPEN I-O STUDENT-CONTACT.
           IF CON-STATUS NOT = "00"
              OPEN OUTPUT STUDENT-CONTACT
              IF CON-STATUS NOT = "00"
                 DISPLAY "ERROR OPENING STUDENT CONTACT FILE - ",
                         "STATUS ", CON-STATUS
                 STOP RUN
              END-IF
              CLOSE STUDENT-CONTACT
              OPEN I-O STUDENT-CONTACT
           END-IF.
           OPEN INPUT STUDENT-MASTER.
           IF MASTER-STATUS NOT = "00"
              DISPLAY "ERROR OPENING STUDENT MASTER - STATUS ",
                      MASTER-STATUS
              CLOSE STUDENT-CONTACT
              STOP RUN
           END-IF.
           OPEN INPUT STUDENT-HISTORY.
           IF HIST-STATUS = "00"
              SET HIST-AVAILABLE TO TRUE
           ELSE
              DISPLAY "WARNING - STUDENT HISTORY NOT AVAILABLE - ",
                      "STATUS ", HIST-STATUS, " - ONLY STUDENTS ON ",
                      "THE CURRENT MASTER CAN BE ADDED."
           END-IF.
           OPEN EXTEND AUDIT-LOG.
           IF AUDIT-STATUS NOT = "00"
              DISPLAY "ERROR OPENING AUDIT LOG - STATUS ",
                      AUDIT-STATUS
              GO TO END-OF-PROGRAM
           END-IF.
           GO TO MAINT-MENU.

       CHECK-OPERATOR-LEVEL.
           OPEN INPUT OPERATOR-AUTH
           IF OPER-STATUS NOT = "00"
              DISPLAY "NO OPERATOR AUTHORIZATION FILE IS ON HAND - ",
                      "STATUS ", OPER-STATUS, ". REGISTER A ",
                      "SUPERVISOR THROUGH THE APPROVAL REVIEW FIRST."
              STOP RUN
           END-IF
           MOVE OPERATOR-ID TO OPER-ID
           READ OPERATOR-AUTH
              INVALID KEY
                 DISPLAY "OPERATOR ", OPERATOR-ID, " IS NOT ON THE ",
                         "AUTHORIZATION FILE. MAINTENANCE REFUSED."
                 CLOSE OPERATOR-AUTH
                 STOP RUN
              NOT INVALID KEY
                 IF OPER-AUTH-LEVEL < 1
                    DISPLAY "OPERATOR ", OPERATOR-ID, " HAS NO ",
                            "MAINTENANCE AUTHORITY. MAINTENANCE ",
                            "REFUSED."
                    CLOSE OPERATOR-AUTH
                    STOP RUN
                 END-IF
           END-READ
           CLOSE OPERATOR-AUTH.
       CHECK-OPERATOR-LEVEL-EXIT.
           EXIT.

       MAINT-MENU.
           DISPLAY "     "
           DISPLAY "A - ADD A STUDENT CONTACT"
           DISPLAY "C - CHANGE A STUDENT CONTACT"
           DISPLAY "D - DISPLAY A STUDENT CONTACT"
           DISPLAY "X - DELETE A STUDENT CONTACT"
           DISPLAY "L - LIST THE STUDENT CONTACTS"
           DISPLAY "Q - QUIT"
           DISPLAY "ENTER AN OPTION:"
           ACCEPT               MAINT-OPTION
           IF MAINT-OPTION = "Q" OR "q"
              GO TO END-OF-PROGRAM
           END-IF
           IF MAINT-OPTION = "A" OR "a"
              PERFORM ADD-CONTACT THRU ADD-CONTACT-EXIT
           ELSE IF MAINT-OPTION = "C" OR "c"
              PERFORM CHANGE-CONTACT THRU CHANGE-CONTACT-EXIT
           ELSE IF MAINT-OPTION = "D" OR "d"
              PERFORM DISPLAY-CONTACT
           ELSE IF MAINT-OPTION = "X" OR "x"
              PERFORM DELETE-CONTACT THRU DELETE-CONTACT-EXIT
           ELSE IF MAINT-OPTION = "L" OR "l"
              PERFORM LIST-CONTACTS
           ELSE
              DISPLAY "INVALID OPTION. PLEASE ENTER A, C, D, X, L OR Q."
           END-IF
           END-IF
           END-IF
           END-IF
           END-IF
           GO TO MAINT-MENU.

       GET-CONTACT-KEY.
           DISPLAY "ENTER THE STUDENT ID (6 DIGITS):"
           ACCEPT               KEY-STUDENT-ID
           PERFORM READ-CONTACT.

       READ-CONTACT.
           MOVE "N"            TO RECORD-FOUND-SWITCH
           MOVE KEY-STUDENT-ID TO CON-STUDENT-ID
           READ STUDENT-CONTACT
              INVALID KEY
                 CONTINUE
              NOT INVALID KEY
                 SET RECORD-FOUND TO TRUE
           END-READ.

       FIND-STUDENT-NAME.
      * The name on the contact record is taken from the student's own
      * master or history records, so the mailing block always matches
      * the name the grades were posted under.
           MOVE "N"            TO STUDENT-FOUND-SWITCH
           MOVE SPACES         TO KEY-STUDENT-NAME
           MOVE KEY-STUDENT-ID TO MASTER-STUDENT-ID
           MOVE LOW-VALUES     TO MASTER-TERM
           MOVE ZERO           TO MASTER-SUBJECT-SEQ
           START STUDENT-MASTER KEY NOT < MASTER-KEY
              INVALID KEY
                 CONTINUE
              NOT INVALID KEY
                 READ STUDENT-MASTER NEXT RECORD
                    AT END
                       CONTINUE
                    NOT AT END
                       IF MASTER-STUDENT-ID = KEY-STUDENT-ID
                          MOVE MASTER-STUDENT-NAME TO KEY-STUDENT-NAME
                          SET STUDENT-FOUND TO TRUE
                       END-IF
                 END-READ
           END-START
           IF NOT STUDENT-FOUND AND HIST-AVAILABLE
              MOVE KEY-STUDENT-ID TO HIST-STUDENT-ID
              MOVE LOW-VALUES     TO HIST-TERM
              MOVE ZERO           TO HIST-SUBJECT-SEQ
              START STUDENT-HISTORY KEY NOT < HIST-KEY
                 INVALID KEY
                    CONTINUE
                 NOT INVALID KEY
                    READ STUDENT-HISTORY NEXT RECORD
                       AT END
                          CONTINUE
                       NOT AT END
                          IF HIST-STUDENT-ID = KEY-STUDENT-ID
                             MOVE HIST-STUDENT-NAME
                                TO KEY-STUDENT-NAME
                             SET STUDENT-FOUND TO TRUE
                          END-IF
                    END-READ
              END-START
           END-IF.

       ADD-CONTACT.
           PERFORM GET-CONTACT-KEY
           IF RECORD-FOUND
              DISPLAY "A CONTACT RECORD IS ALREADY ON FILE - USE ",
                      "OPTION C TO CHANGE IT."
              PERFORM SHOW-CONTACT-RECORD
              GO TO ADD-CONTACT-EXIT
           END-IF
           PERFORM FIND-STUDENT-NAME
           IF NOT STUDENT-FOUND
              DISPLAY "STUDENT ID ", KEY-STUDENT-ID, " IS NOT ON THE ",
                      "MASTER OR HISTORY FILE. CONTACT NOT ADDED."
              GO TO ADD-CONTACT-EXIT
           END-IF
           DISPLAY "STUDENT NAME    : ", KEY-STUDENT-NAME
           MOVE SPACES           TO CONTACT-RECORD
           MOVE KEY-STUDENT-ID   TO CON-STUDENT-ID
           MOVE KEY-STUDENT-NAME TO CON-STUDENT-NAME
           DISPLAY "ENTER ADDRESS LINE 1:"
           ACCEPT               CON-ADDRESS-LINE-1
           DISPLAY "ENTER ADDRESS LINE 2 (BLANK IF NONE):"
           ACCEPT               CON-ADDRESS-LINE-2
           DISPLAY "ENTER THE CITY:"
           ACCEPT               CON-CITY
           DISPLAY "ENTER THE STATE OR REGION:"
           ACCEPT               CON-REGION
           DISPLAY "ENTER THE POSTAL CODE:"
           ACCEPT               CON-POSTAL-CODE
           DISPLAY "ENTER THE PARENT OR GUARDIAN NAME (BLANK IF NONE):"
           ACCEPT               CON-GUARDIAN-NAME
           DISPLAY "ENTER THE EMAIL ADDRESS (BLANK IF NONE):"
           ACCEPT               CON-EMAIL
           IF CON-ADDRESS-LINE-1 = SPACES
              DISPLAY "NOTE - NO STREET ADDRESS WAS GIVEN. THE ",
                      "STUDENT WILL STILL BE LISTED AS HAVING NO ",
                      "ADDRESS ON FILE."
           END-IF
           MOVE OPERATOR-ID      TO CON-SET-OPERATOR
           ACCEPT CON-SET-DATE   FROM DATE YYYYMMDD
           MOVE SPACES           TO SAVED-CONTACT-RECORD
           WRITE CONTACT-RECORD
              INVALID KEY
                 DISPLAY "WARNING - CONTACT WRITE FAILED - STATUS ",
                         CON-STATUS
              NOT INVALID KEY
                 MOVE "CONTADD" TO AUDIT-ACTION-WORK
                 PERFORM AUDIT-CONTACT-FIELDS
                 DISPLAY "CONTACT ADDED."
                 PERFORM SHOW-CONTACT-RECORD
           END-WRITE.
       ADD-CONTACT-EXIT.
           EXIT.

       CHANGE-CONTACT.
           PERFORM GET-CONTACT-KEY
           IF NOT RECORD-FOUND
              DISPLAY "NO CONTACT RECORD ON FILE FOR STUDENT ",
                      KEY-STUDENT-ID, " - USE OPTION A TO ADD ONE."
              GO TO CHANGE-CONTACT-EXIT
           END-IF
           PERFORM SHOW-CONTACT-RECORD
           MOVE CONTACT-RECORD TO SAVED-CONTACT-RECORD
           DISPLAY "FOR EACH FIELD ENTER THE NEW VALUE, LEAVE IT ",
                   "BLANK TO KEEP IT, OR ENTER * TO CLEAR IT."
           DISPLAY "ADDRESS LINE 1:"
           MOVE CON-ADDRESS-LINE-1 TO FIELD-VALUE
           PERFORM ACCEPT-NEW-VALUE
           MOVE FIELD-VALUE TO CON-ADDRESS-LINE-1
           DISPLAY "ADDRESS LINE 2:"
           MOVE CON-ADDRESS-LINE-2 TO FIELD-VALUE
           PERFORM ACCEPT-NEW-VALUE
           MOVE FIELD-VALUE TO CON-ADDRESS-LINE-2
           DISPLAY "CITY:"
           MOVE CON-CITY           TO FIELD-VALUE
           PERFORM ACCEPT-NEW-VALUE
           MOVE FIELD-VALUE TO CON-CITY
           DISPLAY "STATE OR REGION:"
           MOVE CON-REGION         TO FIELD-VALUE
           PERFORM ACCEPT-NEW-VALUE
           MOVE FIELD-VALUE TO CON-REGION
           DISPLAY "POSTAL CODE:"
           MOVE CON-POSTAL-CODE    TO FIELD-VALUE
           PERFORM ACCEPT-NEW-VALUE
           MOVE FIELD-VALUE TO CON-POSTAL-CODE
           DISPLAY "PARENT OR GUARDIAN NAME:"
           MOVE CON-GUARDIAN-NAME  TO FIELD-VALUE
           PERFORM ACCEPT-NEW-VALUE
           MOVE FIELD-VALUE TO CON-GUARDIAN-NAME
           DISPLAY "EMAIL ADDRESS:"
           MOVE CON-EMAIL          TO FIELD-VALUE
           PERFORM ACCEPT-NEW-VALUE
           MOVE FIELD-VALUE TO CON-EMAIL
           IF CONTACT-RECORD = SAVED-CONTACT-RECORD
              DISPLAY "NOTHING CHANGED."
              GO TO CHANGE-CONTACT-EXIT
           END-IF
           MOVE OPERATOR-ID      TO CON-SET-OPERATOR
           ACCEPT CON-SET-DATE   FROM DATE YYYYMMDD
           REWRITE CONTACT-RECORD
              INVALID KEY
                 DISPLAY "WARNING - CONTACT REWRITE FAILED - STATUS ",
                         CON-STATUS
              NOT INVALID KEY
                 MOVE "CONTCHG" TO AUDIT-ACTION-WORK
                 PERFORM AUDIT-CONTACT-FIELDS
                 DISPLAY "CONTACT CHANGED - ", FIELD-CHANGE-COUNT,
                         " FIELD(S) AUDITED."
                 PERFORM SHOW-CONTACT-RECORD
           END-REWRITE.
       CHANGE-CONTACT-EXIT.
           EXIT.

       ACCEPT-NEW-VALUE.
      * A blank answer keeps the field as it is, so a single asterisk
      * is the operator's way of clearing one.
           MOVE SPACES TO NEW-VALUE
           ACCEPT               NEW-VALUE
           IF NEW-VALUE = "*"
              MOVE SPACES    TO FIELD-VALUE
           ELSE IF NEW-VALUE NOT = SPACES
              MOVE NEW-VALUE TO FIELD-VALUE
           END-IF
           END-IF.

       DISPLAY-CONTACT.
           PERFORM GET-CONTACT-KEY
           IF RECORD-FOUND
              PERFORM SHOW-CONTACT-RECORD
           ELSE
              DISPLAY "NO CONTACT RECORD ON FILE FOR STUDENT ",
                      KEY-STUDENT-ID, "."
           END-IF.

       SHOW-CONTACT-RECORD.
           DISPLAY "     "
           DISPLAY "*********** STUDENT CONTACT ***********"
           DISPLAY "STUDENT ID      : ",     CON-STUDENT-ID
           DISPLAY "STUDENT NAME    : ",     CON-STUDENT-NAME
           DISPLAY "ADDRESS LINE 1  : ",     CON-ADDRESS-LINE-1
           DISPLAY "ADDRESS LINE 2  : ",     CON-ADDRESS-LINE-2
           DISPLAY "CITY            : ",     CON-CITY
           DISPLAY "STATE/REGION    : ",     CON-REGION
           DISPLAY "POSTAL CODE     : ",     CON-POSTAL-CODE
           DISPLAY "GUARDIAN        : ",     CON-GUARDIAN-NAME
           DISPLAY "EMAIL           : ",     CON-EMAIL
           DISPLAY "SET BY          : ",     CON-SET-OPERATOR
           DISPLAY "SET ON          : ",     CON-SET-DATE
           DISPLAY "***************************************"
           DISPLAY "     ".

       DELETE-CONTACT.
           PERFORM GET-CONTACT-KEY
           IF NOT RECORD-FOUND
              DISPLAY "NO CONTACT RECORD ON FILE FOR STUDENT ",
                      KEY-STUDENT-ID, "."
              GO TO DELETE-CONTACT-EXIT
           END-IF
           PERFORM SHOW-CONTACT-RECORD
           DISPLAY "DELETE THIS CONTACT RECORD? (Y/N)"
           ACCEPT               CONFIRM-OPTION
           IF CONFIRM-OPTION NOT = "Y" AND NOT = "y"
              DISPLAY "CONTACT NOT CHANGED."
              GO TO DELETE-CONTACT-EXIT
           END-IF
           MOVE CONTACT-RECORD TO SAVED-CONTACT-RECORD
           DELETE STUDENT-CONTACT
              INVALID KEY
                 DISPLAY "WARNING - CONTACT DELETE FAILED - STATUS ",
                         CON-STATUS
              NOT INVALID KEY
                 MOVE SPACES TO CONTACT-RECORD
                 MOVE SAVED-STUDENT-ID   TO CON-STUDENT-ID
                 MOVE SAVED-STUDENT-NAME TO CON-STUDENT-NAME
                 MOVE "CONTDEL" TO AUDIT-ACTION-WORK
                 PERFORM AUDIT-CONTACT-FIELDS
                 DISPLAY "CONTACT DELETED."
           END-DELETE.
       DELETE-CONTACT-EXIT.
           EXIT.

       LIST-CONTACTS.
           MOVE "N"        TO CON-EOF-SWITCH
           MOVE ZERO       TO LISTED-COUNT
           MOVE ZERO       TO NO-ADDRESS-COUNT
           MOVE ZERO       TO CON-STUDENT-ID
           START STUDENT-CONTACT KEY NOT < CON-STUDENT-ID
              INVALID KEY
                 SET CON-EOF TO TRUE
           END-START
           DISPLAY "     "
           DISPLAY "****************************************"
           DISPLAY "STUDENT CONTACTS"
           DISPLAY "****************************************"
           PERFORM LIST-ONE-CONTACT UNTIL CON-EOF
           IF LISTED-COUNT = 0
              DISPLAY "NO CONTACT RECORDS ARE ON FILE."
           ELSE
              DISPLAY "CONTACTS ON FILE   : ", LISTED-COUNT
              DISPLAY "WITHOUT AN ADDRESS : ", NO-ADDRESS-COUNT
           END-IF
           DISPLAY "     ".

       LIST-ONE-CONTACT.
           READ STUDENT-CONTACT NEXT RECORD
              AT END
                 SET CON-EOF TO TRUE
              NOT AT END
                 ADD 1 TO LISTED-COUNT
                 DISPLAY CON-STUDENT-ID, " | ", CON-STUDENT-NAME
                 IF CON-ADDRESS-LINE-1 = SPACES
                    ADD 1 TO NO-ADDRESS-COUNT
                    DISPLAY "         *** NO ADDRESS ON FILE ***"
                 ELSE
                    DISPLAY "         ", CON-ADDRESS-LINE-1, " | ",
                            CON-CITY, " | ", CON-POSTAL-CODE
                 END-IF
           END-READ.

       AUDIT-CONTACT-FIELDS.
      * One audit line per field that differs between the saved image
      * and the record as written. An add compares against a blank
      * image and a delete against a blank record, so every field
      * with a value is logged either way.
           MOVE ZERO TO FIELD-CHANGE-COUNT
           MOVE "ADDRESS-1"          TO AUDIT-FIELD-TAG
           MOVE SAVED-ADDRESS-LINE-1 TO AUDIT-OLD-VALUE
           MOVE CON-ADDRESS-LINE-1   TO AUDIT-NEW-VALUE
           PERFORM AUDIT-ONE-FIELD
           MOVE "ADDRESS-2"          TO AUDIT-FIELD-TAG
           MOVE SAVED-ADDRESS-LINE-2 TO AUDIT-OLD-VALUE
           MOVE CON-ADDRESS-LINE-2   TO AUDIT-NEW-VALUE
           PERFORM AUDIT-ONE-FIELD
           MOVE "CITY"               TO AUDIT-FIELD-TAG
           MOVE SAVED-CITY           TO AUDIT-OLD-VALUE
           MOVE CON-CITY             TO AUDIT-NEW-VALUE
           PERFORM AUDIT-ONE-FIELD
           MOVE "REGION"             TO AUDIT-FIELD-TAG
           MOVE SAVED-REGION         TO AUDIT-OLD-VALUE
           MOVE CON-REGION           TO AUDIT-NEW-VALUE
           PERFORM AUDIT-ONE-FIELD
           MOVE "POSTCODE"           TO AUDIT-FIELD-TAG
           MOVE SAVED-POSTAL-CODE    TO AUDIT-OLD-VALUE
           MOVE CON-POSTAL-CODE      TO AUDIT-NEW-VALUE
           PERFORM AUDIT-ONE-FIELD
           MOVE "GUARDIAN"           TO AUDIT-FIELD-TAG
           MOVE SAVED-GUARDIAN-NAME  TO AUDIT-OLD-VALUE
           MOVE CON-GUARDIAN-NAME    TO AUDIT-NEW-VALUE
           PERFORM AUDIT-ONE-FIELD
           MOVE "EMAIL"              TO AUDIT-FIELD-TAG
           MOVE SAVED-EMAIL          TO AUDIT-OLD-VALUE
           MOVE CON-EMAIL            TO AUDIT-NEW-VALUE
           PERFORM AUDIT-ONE-FIELD.

       AUDIT-ONE-FIELD.
      * The field name rides in the result column; a change logs a
      * before line and an after line, an add or delete just the one.
           IF AUDIT-OLD-VALUE NOT = AUDIT-NEW-VALUE
              ADD 1 TO FIELD-CHANGE-COUNT
              IF AUDIT-ACTION-WORK = "CONTADD"
                 MOVE AUDIT-NEW-VALUE TO AUDIT-SUBJECT
                 MOVE "CONTADD"       TO AUDIT-ACTION
                 PERFORM WRITE-CONTACT-AUDIT
              ELSE IF AUDIT-ACTION-WORK = "CONTDEL"
                 MOVE AUDIT-OLD-VALUE TO AUDIT-SUBJECT
                 MOVE "CONTDEL"       TO AUDIT-ACTION
                 PERFORM WRITE-CONTACT-AUDIT
              ELSE
                 MOVE AUDIT-OLD-VALUE TO AUDIT-SUBJECT
                 MOVE "CONTBEF"       TO AUDIT-ACTION
                 PERFORM WRITE-CONTACT-AUDIT
                 MOVE AUDIT-NEW-VALUE TO AUDIT-SUBJECT
                 MOVE "CONTAFT"       TO AUDIT-ACTION
                 PERFORM WRITE-CONTACT-AUDIT
              END-IF
              END-IF
           END-IF.

       WRITE-CONTACT-AUDIT.
           MOVE OPERATOR-ID      TO AUDIT-OPERATOR-ID
           ACCEPT AUDIT-DATE      FROM DATE YYYYMMDD
           ACCEPT AUDIT-TIME      FROM TIME
           MOVE CON-STUDENT-NAME  TO AUDIT-STUDENT-NAME
           MOVE ZERO              TO AUDIT-GRADE-COUNT
           PERFORM CLEAR-ONE-AUDIT-SCORE
              VARYING SCORE-IDX FROM 1 BY 1
              UNTIL SCORE-IDX > 20
           MOVE ZERO              TO AUDIT-AVERAGE
           MOVE AUDIT-FIELD-TAG   TO AUDIT-RESULT
           MOVE ZERO              TO AUDIT-RETRY-COUNT
           MOVE ZERO              TO AUDIT-RUN-NUMBER
           WRITE AUDIT-RECORD
           IF AUDIT-STATUS NOT = "00"
              DISPLAY "WARNING - AUDIT LOG WRITE FAILED - STATUS ",
                      AUDIT-STATUS
           END-IF.

       CLEAR-ONE-AUDIT-SCORE.
           MOVE ZERO TO AUDIT-SCORE-TABLE (SCORE-IDX).

       END-OF-PROGRAM.
           CLOSE STUDENT-CONTACT
           CLOSE STUDENT-MASTER
           IF HIST-AVAILABLE
              CLOSE STUDENT-HISTORY
           END-IF
           CLOSE AUDIT-LOG
           DISPLAY "     "
           DISPLAY "**************************************************"
           DISPLAY "THANK YOU FOR USING THE JEREMIAH COLLEGE'S APP."
           DISPLAY "**************************************************"
           DISPLAY "     "
           STOP RUN.
       END PROGRAM CONMAINT.
