           05 CAD-CITY PIC X(16).
           05 CAD-STATE PIC X(2).
           05 CAD-ZIP PIC X(9).
           05 CAD-TIN PIC X(9).
           05 CAD-TIN-TYPE PIC X(1).

       FD MAIL-FILE RECORDING MODE F.
       01  MAIL-RECORD PIC X(80).
           IF WS-ADDR-STATUS NOT = "00"
               DISPLAY "CUST-ADDR OPEN FAILED, STATUS "
                   WS-ADDR-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT MAIL-FILE
