           PERFORM 600-WRITE-GL-FEED
           PERFORM 700-PRINT-VALUATION-REPORT

           GOBACK
           .

       200-LOAD-COSTUME-TABLE.
