           MOVE BEFORE-IMAGE-WS TO JRN3-BEFORE-IMAGE.
           MOVE STUDENT-RECORD-IN TO JRN3-AFTER-IMAGE.
           MOVE FUNCTION CURRENT-DATE(1:14) TO JRN3-TIMESTAMP.
           MOVE "PROJ24" TO JRN3-OPERATOR-ID.
           WRITE JOURNAL3-RECORD.
           IF JOURNAL3-FILE-STATUS NOT = "00"
               DISPLAY "WARNING: JOURNAL WRITE FAILED, STATUS "
