      * it.  Catches a record that parses as a valid STUFILE.dat row
      * but holds a value nothing downstream would expect (a blank
      * name, a course average out of range, a status code that
      * isn't 'A', 'W' or 'L') before STUDENT-REPORT.cbl or
      * UPDATE-STUDENT-FILE trips over it.
      ******************************************************************
       IDENTIFICATION DIVISION.
               PERFORM 210-WRITE-EXCEPTION
           END-IF.
           IF STATUS-CODE NOT = 'A' AND STATUS-CODE NOT = 'W'
                   AND STATUS-CODE NOT = 'L'
               MOVE "STATUS CODE NOT A, W OR L" TO VAL-REASON-OUT
               PERFORM 210-WRITE-EXCEPTION
           END-IF.
           IF STANDING-CODE NOT = 'G' AND STANDING-CODE NOT = 'P'
