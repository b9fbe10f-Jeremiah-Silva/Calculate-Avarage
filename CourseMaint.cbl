      *
      * Modifications:
      *   01/09/2026 JS  Original version.
      *   15/10/2026 JS  Each course now carries up to four
      *                  prerequisite course codes, set from a new
      *                  menu option by naming the prerequisite
      *                  subjects, so the batch edit can hold back a
      *                  student who has not passed them.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CRSMAINT.
           05 CAT-COURSE-CODE        PIC X(08).
           05 CAT-CREDIT-HOURS       PIC 9(02).
           05 CAT-ACTIVE-FLAG        PIC X(01).
           05 CAT-PREREQ-CODE        OCCURS 4 TIMES
                                     PIC X(08).

       WORKING-STORAGE SECTION.
       01 CAT-STATUS             PIC X(02).
       01 CAT-EOF-SWITCH         PIC X                   VALUE "N".
           88 CAT-EOF                                    VALUE "Y".
       01 LISTED-COUNT           PIC 9(3)                VALUE ZERO.
       77 MAX-PREREQS            PIC 9(1)                VALUE 4.
       01 PREREQ-COUNT           PIC 9(1)                VALUE ZERO.
       01 PREREQ-IDX             PIC 9(1)                VALUE ZERO
                                                           COMP.
       01 PREREQ-TABLE.
           05 PREREQ-ENTRY       OCCURS 4 TIMES
                                 PIC X(08).
       01 PREREQ-SUBJECT         PIC X(50)               VALUE SPACES.
       01 OWNER-COURSE-CODE      PIC X(08)               VALUE SPACES.
       01 PREREQ-DONE-SWITCH     PIC X                   VALUE "N".
           88 PREREQ-ENTRY-DONE                          VALUE "Y".
       01 PREREQ-DUP-SWITCH      PIC X                   VALUE "N".
           88 PREREQ-DUPLICATE                           VALUE "Y".

       PROCEDURE DIVISION.
       WELCOME.
           DISPLAY "D - DISPLAY A COURSE"
           DISPLAY "C - CORRECT A COURSE"
           DISPLAY "I - ACTIVATE/INACTIVATE A COURSE"
           DISPLAY "P - SET A COURSE'S PREREQUISITES"
           DISPLAY "L - LIST THE CATALOG"
           DISPLAY "Q - QUIT"
           DISPLAY "ENTER AN OPTION:"
              PERFORM CORRECT-COURSE THRU CORRECT-COURSE-EXIT
           ELSE IF MAINT-OPTION = "I" OR "i"
              PERFORM FLIP-ACTIVE-FLAG THRU FLIP-ACTIVE-FLAG-EXIT
           ELSE IF MAINT-OPTION = "P" OR "p"
              PERFORM SET-PREREQUISITES THRU SET-PREREQUISITES-EXIT
           ELSE IF MAINT-OPTION = "L" OR "l"
              PERFORM LIST-CATALOG
           ELSE
              DISPLAY "INVALID OPTION. PLEASE ENTER A, D, C, I, P, L ",
                      "OR Q."
           END-IF
           END-IF
           END-IF
           END-IF
           END-IF
           END-IF
           GO TO MAINT-MENU.

           PERFORM GET-CREDIT-HOURS
           MOVE NEW-CREDIT-HOURS TO CAT-CREDIT-HOURS
           MOVE "A" TO CAT-ACTIVE-FLAG
           MOVE SPACES TO CAT-PREREQ-CODE (1)
           MOVE SPACES TO CAT-PREREQ-CODE (2)
           MOVE SPACES TO CAT-PREREQ-CODE (3)
           MOVE SPACES TO CAT-PREREQ-CODE (4)
           WRITE CATALOG-RECORD
              INVALID KEY
                 DISPLAY "WARNING - CATALOG WRITE FAILED - STATUS ",
           DISPLAY "COURSE CODE     : ",     CAT-COURSE-CODE
           DISPLAY "CREDIT HOURS    : ",     CAT-CREDIT-HOURS
           DISPLAY "ACTIVE FLAG     : ",     CAT-ACTIVE-FLAG
           DISPLAY "PREREQUISITES   : ",     CAT-PREREQ-CODE (1), " ",
                   CAT-PREREQ-CODE (2), " ", CAT-PREREQ-CODE (3), " ",
                   CAT-PREREQ-CODE (4)
           DISPLAY "*************************************"
           DISPLAY "     ".

       FLIP-ACTIVE-FLAG-EXIT.
           EXIT.

       SET-PREREQUISITES.
      * Prerequisites are named by subject title, the way the roster
      * names a subject, and filed as the catalog's course codes.
      * Naming another course reads over the record buffer, so the
      * course being set is read again before it is rewritten.
           PERFORM GET-COURSE-KEY
           IF NOT RECORD-FOUND
              DISPLAY "NO CATALOG ENTRY FOR THAT SUBJECT."
              GO TO SET-PREREQUISITES-EXIT
           END-IF
           PERFORM SHOW-CATALOG-RECORD
           DISPLAY "REPLACE THIS COURSE'S PREREQUISITE LIST? (Y/N)"
           ACCEPT               CONFIRM-OPTION
           IF CONFIRM-OPTION NOT = "Y" AND NOT = "y"
              DISPLAY "PREREQUISITES NOT CHANGED."
              GO TO SET-PREREQUISITES-EXIT
           END-IF
           MOVE CAT-COURSE-CODE TO OWNER-COURSE-CODE
           MOVE SPACES          TO PREREQ-TABLE
           MOVE ZERO            TO PREREQ-COUNT
           MOVE "N"             TO PREREQ-DONE-SWITCH
           DISPLAY "ENTER UP TO ", MAX-PREREQS, " PREREQUISITE ",
                   "SUBJECTS - PRESS ENTER ON ITS OWN TO FINISH, OR ",
                   "AT ONCE TO CLEAR THE LIST."
           PERFORM GET-ONE-PREREQUISITE
              THRU GET-ONE-PREREQUISITE-EXIT
              UNTIL PREREQ-ENTRY-DONE OR PREREQ-COUNT = MAX-PREREQS
           MOVE KEY-SUBJECT TO CAT-SUBJECT
           READ COURSE-CATALOG
              INVALID KEY
                 DISPLAY "WARNING - CATALOG RE-READ FAILED - STATUS ",
                         CAT-STATUS
                 GO TO SET-PREREQUISITES-EXIT
           END-READ
           MOVE PREREQ-ENTRY (1) TO CAT-PREREQ-CODE (1)
           MOVE PREREQ-ENTRY (2) TO CAT-PREREQ-CODE (2)
           MOVE PREREQ-ENTRY (3) TO CAT-PREREQ-CODE (3)
           MOVE PREREQ-ENTRY (4) TO CAT-PREREQ-CODE (4)
           REWRITE CATALOG-RECORD
              INVALID KEY
                 DISPLAY "WARNING - REWRITE FAILED - STATUS ",
                         CAT-STATUS
              NOT INVALID KEY
                 DISPLAY "PREREQUISITES SET."
                 PERFORM SHOW-CATALOG-RECORD
           END-REWRITE.
       SET-PREREQUISITES-EXIT.
           EXIT.

       GET-ONE-PREREQUISITE.
           DISPLAY "PREREQUISITE SUBJECT TITLE:"
           ACCEPT               PREREQ-SUBJECT
           IF PREREQ-SUBJECT = SPACES
              SET PREREQ-ENTRY-DONE TO TRUE
              GO TO GET-ONE-PREREQUISITE-EXIT
           END-IF
           MOVE PREREQ-SUBJECT TO CAT-SUBJECT
           READ COURSE-CATALOG
              INVALID KEY
                 DISPLAY "THAT SUBJECT IS NOT IN THE CATALOG."
                 GO TO GET-ONE-PREREQUISITE-EXIT
           END-READ
           IF CAT-COURSE-CODE = OWNER-COURSE-CODE
              DISPLAY "A COURSE CANNOT BE ITS OWN PREREQUISITE."
              GO TO GET-ONE-PREREQUISITE-EXIT
           END-IF
           MOVE "N" TO PREREQ-DUP-SWITCH
           PERFORM CHECK-ONE-PREREQUISITE
              VARYING PREREQ-IDX FROM 1 BY 1
              UNTIL PREREQ-IDX > PREREQ-COUNT
           IF PREREQ-DUPLICATE
              DISPLAY "THAT COURSE IS ALREADY ON THE LIST."
              GO TO GET-ONE-PREREQUISITE-EXIT
           END-IF
           ADD 1 TO PREREQ-COUNT
           MOVE CAT-COURSE-CODE TO PREREQ-ENTRY (PREREQ-COUNT)
           DISPLAY "PREREQUISITE ", PREREQ-COUNT, " : ",
                   CAT-COURSE-CODE.
       GET-ONE-PREREQUISITE-EXIT.
           EXIT.

       CHECK-ONE-PREREQUISITE.
           IF PREREQ-ENTRY (PREREQ-IDX) = CAT-COURSE-CODE
              SET PREREQ-DUPLICATE TO TRUE
           END-IF.

       LIST-CATALOG.
           MOVE "N" TO CAT-EOF-SWITCH
           MOVE ZERO TO LISTED-COUNT
                         CAT-SUBJECT, " | ",
                         CAT-CREDIT-HOURS, " CR | ",
                         CAT-ACTIVE-FLAG
                 IF CAT-PREREQ-CODE (1) NOT = SPACES
                    DISPLAY "         PREREQUISITES: ",
                            CAT-PREREQ-CODE (1), " ",
                            CAT-PREREQ-CODE (2), " ",
                            CAT-PREREQ-CODE (3), " ",
                            CAT-PREREQ-CODE (4)
                 END-IF
           END-READ.

       END-OF-PROGRAM.
