                 WS-INDEXED-STATUS
              CLOSE CORRECT-INVENTORY-REPORT
              MOVE 12 TO RETURN-CODE
              GOBACK
           END-IF

           PERFORM 300-LOAD-INDEXED-FILE
           DISPLAY "INDEXED LOAD: " CT-RECORDS-READ " READ, "
              CT-RECORDS-LOADED " LOADED"

           GOBACK
           .

       300-LOAD-INDEXED-FILE.
