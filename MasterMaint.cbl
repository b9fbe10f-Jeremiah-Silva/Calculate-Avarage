      *                  catalog or inactive subject is refused and
      *                  the credit hours are refreshed from the
      *                  catalog entry.
      *   15/10/2026 JS  Carried the prerequisite codes added to the
      *                  course catalog record layout.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MASTMAINT.
           05 CAT-COURSE-CODE        PIC X(08).
           05 CAT-CREDIT-HOURS       PIC 9(02).
           05 CAT-ACTIVE-FLAG        PIC X(01).
           05 FILLER                 PIC X(32).

       WORKING-STORAGE SECTION.
       01 MASTER-STATUS          PIC X(02).
