           IF WS-ACTIVE-STATUS NOT = "00"
               DISPLAY "ACTIVE-IN OPEN FAILED, STATUS "
                   WS-ACTIVE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           IF WS-DELINQ-MSTR-STATUS NOT = "00"
               DISPLAY "DELINQ MASTER OPEN FAILED, STATUS "
                   WS-DELINQ-MSTR-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM UNTIL MASTER-EOF-SWITCH = 'Y'
