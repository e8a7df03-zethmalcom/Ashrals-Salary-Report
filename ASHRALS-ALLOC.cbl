      *  file order.  Available stock is allocated line by line, a
      *  pick list is printed per warehouse, and the matching 'S'
      *  shipment movements are appended to the movement file for
      *  PROGRAM-4D.  Every line shipped is also appended to the
      *  shipment history file with its order number and customer
      *  so the invoicing run can bill it.  Lines that cannot be
      *  filled, in whole or in
      *  part, are carried on the backorder file and report and are
      *  re-checked automatically on the next run as receipts come
      *  in.
      * ***************
      *  OUTPUT:
      *      'S' movements appended to the movement transaction
      *      file, shipped lines appended to the SHIPMENT HISTORY
      *      file, the WAREHOUSE PICK LIST report, the BACKORDER
      *      report, the rewritten BACKORDER file, and rejected
      *      order lines appended to the error log.
                ASSIGN TO "ERRORS-DSR.TXT"
                ORGANIZATION IS LINE SEQUENTIAL.

            SELECT OPTIONAL SHIPMENT-HISTORY-FILE
                ASSIGN TO "SHIPMENT-HISTORY.TXT"
                ORGANIZATION IS LINE SEQUENTIAL.

            SELECT PICK-LIST-REPORT
                ASSIGN TO PRINTER 'PICKLIST-DSR.TXT'.

               10  XI-COSTUME-PRICE          PIC S9(4)V99.

       FD  MOVEMENT-TRANS-FILE
           RECORD CONTAINS 43 CHARACTERS.

       01  MOVEMENT-TRANS-REC.
           05  MT-TRANS-TYPE                PIC X.
           05  MT-COSTUME-TYPE              PIC A.
           05  MT-QUANTITY                  PIC S9(3)
                                            SIGN LEADING SEPARATE.
           05  MT-EFFECTIVE-DATE            PIC X(8).
           05  MT-REASON-CODE               PIC X(2).
           05  MT-ENTERED-BY                PIC X(8).
           05  MT-APPROVED-BY               PIC X(8).

       FD  INVENTORY-ERROR-REPORT
           RECORD CONTAINS 311 CHARACTERS.
           05  FILLER                       PIC X VALUE SPACE.
           05  ELR-RECORD-DATA              PIC X(288).

       FD  SHIPMENT-HISTORY-FILE
           RECORD CONTAINS 47 CHARACTERS.

       01  SHIPMENT-HISTORY-REC.
           05  SL-SHIP-DATE                 PIC X(8).
           05  SL-ORDER-NO                  PIC 9(6).
           05  SL-CUSTOMER-ID               PIC X(6).
           05  SL-VENDOR-ID                 PIC X(4).
           05  SL-WAREHOUSE-ID              PIC X(3).
           05  SL-COSTUME-ID                PIC X(3).
           05  SL-COSTUME-SIZE              PIC A.
           05  SL-COSTUME-TYPE              PIC A.
           05  SL-SHIP-QTY                  PIC 9(3).
           05  SL-INVOICE-NO                PIC 9(6).
           05  SL-UNIT-PRICE                PIC 9(4)V99.

       FD  PICK-LIST-REPORT
           RECORD CONTAINS 71 CHARACTERS.

       200-HOUSEKEEPING-ROUTINE.

           OPEN EXTEND INVENTORY-ERROR-REPORT
           OPEN EXTEND SHIPMENT-HISTORY-FILE

           OPEN INPUT INDEXED-INVENTORY-FILE
           IF WS-INDEXED-STATUS NOT = "00"
                 WS-INDEXED-STATUS
              DISPLAY "RUN THE INDEXED LOAD AFTER THE INVENTORY RUN"
              CLOSE INVENTORY-ERROR-REPORT
                    SHIPMENT-HISTORY-FILE
              MOVE 12 TO RETURN-CODE
              GOBACK
           END-IF

           ACCEPT WS-DATE FROM DATE YYYYMMDD
                    "LIMIT OF 2000 ITEMS - RUN ABORTED"
                 CLOSE MOVEMENT-TRANS-FILE
                       INVENTORY-ERROR-REPORT
                       SHIPMENT-HISTORY-FILE
                       INDEXED-INVENTORY-FILE
                 MOVE 12 TO RETURN-CODE
                 GOBACK
              END-IF
              ADD 1 TO COMMITTED-ITEM-COUNT
              MOVE WS-LOOKUP-KEY TO
                 SUBTRACT WS-PICK-QTY FROM
                    AV-AVAIL-QTY(WS-MATCH-AVAIL)
                 PERFORM 600-WRITE-SHIP-MOVEMENT
                 PERFORM 610-WRITE-SHIPMENT-HISTORY
                 PERFORM 620-NOTE-PICK-LINE
                 ADD 1 TO CT-LINES-PICKED
              END-IF
           MOVE WO-COSTUME-SIZE TO MT-COSTUME-SIZE
           MOVE WO-COSTUME-TYPE TO MT-COSTUME-TYPE
           MOVE WS-PICK-QTY TO MT-QUANTITY
           MOVE WS-DATE TO MT-EFFECTIVE-DATE
           MOVE SPACES TO MT-REASON-CODE MT-ENTERED-BY
                          MT-APPROVED-BY
           WRITE MOVEMENT-TRANS-REC
           .

       610-WRITE-SHIPMENT-HISTORY.

           MOVE WS-DATE TO SL-SHIP-DATE
           MOVE WO-ORDER-NO TO SL-ORDER-NO
           MOVE WO-CUSTOMER-ID TO SL-CUSTOMER-ID
           MOVE WO-VENDOR-ID TO SL-VENDOR-ID
           MOVE WO-WAREHOUSE-ID TO SL-WAREHOUSE-ID
           MOVE WO-COSTUME-ID TO SL-COSTUME-ID
           MOVE WO-COSTUME-SIZE TO SL-COSTUME-SIZE
           MOVE WO-COSTUME-TYPE TO SL-COSTUME-TYPE
           MOVE WS-PICK-QTY TO SL-SHIP-QTY
           MOVE 0 TO SL-INVOICE-NO
           MOVE 0 TO SL-UNIT-PRICE
           WRITE SHIPMENT-HISTORY-REC
           .

       620-NOTE-PICK-LINE.

           ADD 1 TO PICK-LINE-COUNT

           CLOSE MOVEMENT-TRANS-FILE
                 INVENTORY-ERROR-REPORT
                 SHIPMENT-HISTORY-FILE
                 INDEXED-INVENTORY-FILE

           IF CT-LINES-REJECTED > 0
              MOVE 0 TO RETURN-CODE
           END-IF

           GOBACK
           .
