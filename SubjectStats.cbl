      *                  the statistics stream off the sorted file,
      *                  so every subject and student is covered no
      *                  matter how large the file gets.
      *   15/10/2026 JS  The run ends with a return code the nightly
      *                  job stream checks.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SUBJSTAT.
           IF STAT-RPT-STATUS NOT = "00"
              DISPLAY "ERROR OPENING STATISTICS REPORT - STATUS ",
                      STAT-RPT-STATUS
              MOVE 12 TO RETURN-CODE
              STOP RUN
           END-IF.
           SORT SORT-FILE
           PERFORM COUNT-SUBJECT-SIZES.
           IF SCHOOL-ENROLLMENT = 0
              DISPLAY "THE STUDENT MASTER FILE IS EMPTY."
              IF RETURN-CODE < 4
                 MOVE 4 TO RETURN-CODE
              END-IF
           ELSE
              PERFORM PRINT-REPORT-HEADING
              PERFORM PRINT-ALL-SUBJECTS
           IF MASTER-STATUS NOT = "00"
              DISPLAY "ERROR OPENING STUDENT MASTER - STATUS ",
                      MASTER-STATUS
              MOVE 12 TO RETURN-CODE
              GO TO RELEASE-MASTER-RECORDS-EXIT
           END-IF
           PERFORM READ-MASTER-RECORD
