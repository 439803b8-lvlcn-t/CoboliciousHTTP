IDENTIFICATION DIVISION.
PROGRAM-ID. ShipConfirm.

*> Warehouse shipment confirmations. The warehouse picks from
*> PickList's pick-list.txt and sends back what went out the door in
*> shipments-in.txt (SHIPCONFIRM_INPUT names another file), one
*> shipment per line as "confirmation quantity shipdate carrierref"
*> - quantity is the total units shipped on the order, shipdate is
*> YYYYMMDD, the carrier reference is 1-20 characters. Each good
*> line moves its order to fulfilled under the same rules the
*> listener's CHANGE-ORDER-STATUS enforces:
*>   only an entered or backordered order can be fulfilled;
*>   an entered order's allocated stock leaves on-hand line by line;
*>   a backordered order has to find its stock on hand first, every
*>   line or none, and stays backordered if it can't.
*> Every order fulfilled gets its line on order-history.log, with
*> ShipConfirm where the listener puts the client IP and the ship
*> date, carrier reference and quantity as the note.
*>
*> Nothing is skipped quietly. A line that doesn't parse, an unknown
*> confirmation, a cancelled or already-fulfilled order, a shipment
*> whose quantity doesn't match what was ordered (short or over) and
*> a backordered order without the stock to cover it all go to the
*> exception report (ship-exceptions.txt) for the warehouse
*> supervisor, and the order is left as it was. Fulfilled orders go
*> to the shipment journal (ship-journal.txt). Both end with batch
*> control totals: everything read equals fulfilled plus exceptions.
*> A confirmation sent twice is caught the second time as already
*> fulfilled, so a re-sent file can't ship anything twice.
*> Run it while the listener is not taking orders (inside the
*> SIMPLEHTTP_MAINT_START/END window).

ENVIRONMENT DIVISION.
CONFIGURATION SECTION.
REPOSITORY.
    FUNCTION ALL INTRINSIC.

INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT SHIPMENT-IN-FILE ASSIGN USING Shipment-Input-Name
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS Shipment-In-Status.
    SELECT ORDER-MASTER-FILE ASSIGN TO "orders.dat"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS Order-Key
        FILE STATUS IS Order-Master-Status.
    SELECT ITEM-MASTER-FILE ASSIGN TO "items.dat"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS RANDOM
        RECORD KEY IS Item-Code
        FILE STATUS IS Item-Master-Status.
    SELECT ORDER-HISTORY-FILE ASSIGN TO "order-history.log"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS Order-History-Status.
    SELECT SHIP-JOURNAL-FILE ASSIGN TO "ship-journal.txt"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS Ship-Journal-Status.
    SELECT SHIP-EXCEPTION-FILE ASSIGN TO "ship-exceptions.txt"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS Ship-Exception-Status.

DATA DIVISION.
FILE SECTION.
FD  SHIPMENT-IN-FILE.
01  Shipment-In-Record              PIC X(128).

*> Same layout the listener's ORDER-MASTER-FILE writes: a header
*> (line 000) per order, then its detail lines
FD  ORDER-MASTER-FILE.
01  Order-Master-Record.
    05 Order-Key.
       10 Order-Confirmation        PIC 9(06).
       10 Order-Line-Number         PIC 9(03).
          88 Order-Is-Header        VALUE 0.
    05 Order-Header-Data.
       10 Order-Customer-Number     PIC 9(06).
       10 Order-Entry-Date          PIC X(08).
       10 Order-Entry-Time          PIC X(06).
       10 Order-Status              PIC X(01).
       10 Order-Entry-Source        PIC X(01).
       10 Order-Total-Amount        PIC 9(07)V99.
       10 Order-Line-Count          PIC 9(03).
       10 FILLER                    PIC X(12).
    05 Order-Detail-Data REDEFINES Order-Header-Data.
       10 Order-Item-Code           PIC X(08).
       10 Order-Quantity            PIC 9(05).
       10 Order-Unit-Price          PIC 9(05)V99.
       10 Order-Line-Amount         PIC 9(07)V99.
       10 FILLER                    PIC X(17).

*> Same layout the listener's ITEM-MASTER-FILE reads
FD  ITEM-MASTER-FILE.
01  Item-Master-Record.
    05 Item-Code                    PIC X(08).
    05 Item-Master-Price            PIC 9(05)V99.
    05 Item-Master-Flag             PIC X(01).
    05 Item-Master-Description      PIC X(48).
    05 Item-On-Hand-Qty             PIC 9(07).
    05 Item-Allocated-Qty           PIC 9(07).

*> Same log the listener's WRITE-ORDER-HISTORY appends to
FD  ORDER-HISTORY-FILE.
01  Order-History-Record            PIC X(128).

FD  SHIP-JOURNAL-FILE.
01  Ship-Journal-Record             PIC X(100).

FD  SHIP-EXCEPTION-FILE.
01  Ship-Exception-Record           PIC X(160).

WORKING-STORAGE SECTION.

01 Shipment-In-Status               PIC X(02).
01 Order-Master-Status              PIC X(02).
01 Item-Master-Status               PIC X(02).
01 Order-History-Status             PIC X(02).
01 Ship-Journal-Status              PIC X(02).
01 Ship-Exception-Status            PIC X(02).
01 Shipment-Input-Name              PIC X(64).

01 Current-Timestamp.
    05 Current-Date-Part            PIC X(08).
    05 Current-Time-Part            PIC X(06).
    05 FILLER                       PIC X(07).

01 Shipment-EOF-Switch              PIC X(01).
    88 Shipment-EOF                 VALUE 'Y'.
01 Ship-Ready-Switch                PIC X(01).
    88 Ship-Ready                   VALUE 'Y'.
01 Search-EOF-Switch                PIC X(01).
    88 Search-EOF                   VALUE 'Y'.

*> The current confirmation, taken apart
01 Ship-Confirmation-Text           PIC X(12).
01 Ship-Quantity-Text               PIC X(12).
01 Ship-Date-Text                   PIC X(10).
01 Ship-Carrier-Text                PIC X(24).
01 Ship-Confirmation                PIC 9(06).
01 Ship-Quantity                    PIC 9(07).
01 Ship-Valid-Switch                PIC X(01).
    88 Ship-Valid                   VALUE 'Y'.
01 Ship-Reason                      PIC X(60).

*> The order being fulfilled: its header facts and its detail lines,
*> loaded behind the header the way the listener's LOAD-ORDER-LINES
*> does, with a flag per line for what a backordered fulfill has
*> taken off on-hand so far
01 Order-Max-Lines                  PIC S9(4) COMP VALUE 10.
01 Order-Confirmation-Saved         PIC 9(06).
01 Order-Old-Status                 PIC X(01).
01 Order-Customer-Saved             PIC 9(06).
01 Order-Units                      PIC 9(07).
01 Ship-Lines.
    05 Ship-Line OCCURS 10 TIMES.
       10 Ship-Line-Item            PIC X(08).
       10 Ship-Line-Qty             PIC 9(05).
       10 Ship-Line-Taken           PIC X(01).
01 Ship-Lines-Used                  PIC S9(4) COMP.
01 Ship-Line-Index                  PIC S9(4) COMP.
01 Order-Short-Switch               PIC X(01).
    88 Order-Stock-Short            VALUE 'Y'.

*> One stock move, coded as the listener's APPLY-STOCK-MOVE codes it
01 Stock-Move-Work                  PIC X(01).
    88 Stock-Move-Ship              VALUE 'S'.
    88 Stock-Move-Ship-Unallocated  VALUE 'T'.
    88 Stock-Move-Unship            VALUE 'U'.
01 Stock-Item-Work                  PIC X(08).
01 Stock-Quantity-Work              PIC 9(05).
01 Item-Available-Work              PIC S9(07).
01 Stock-Moved-Switch               PIC X(01).
    88 Stock-Moved                  VALUE 'Y'.

01 Hist-Note-Text                   PIC X(60).

*> Field-syntax helpers, the same ones the listener's intake uses
01 Validate-Text                    PIC X(32).
01 Validate-Length                  PIC S9(4) COMP.
01 Validate-Index                   PIC S9(4) COMP.
01 Digits-Valid-Switch              PIC X(01).
    88 Digits-Valid                 VALUE 'Y'.

*> Batch control totals. Units read is whatever each line said, so a
*> line turned away for its order still counts toward what the
*> warehouse says it shipped; a line whose quantity won't parse is
*> counted but adds nothing. The hash total of confirmation numbers
*> lets a re-keyed batch be checked against the original.
01 Read-Count                       PIC 9(09) COMP.
01 Read-Units                       PIC 9(09).
01 Fulfilled-Count                  PIC 9(09) COMP.
01 Fulfilled-Units                  PIC 9(09).
01 Exception-Count                  PIC 9(09) COMP.
01 Exception-Units                  PIC 9(09).
01 Confirmation-Hash-Total          PIC 9(12).

01 Units-Display                    PIC Z(6)9.
01 Ordered-Display                  PIC Z(6)9.
01 Total-Units-Display              PIC Z(8)9.
01 Count-Display                    PIC Z(8)9.
01 Hash-Display                     PIC Z(11)9.
01 Report-Line                      PIC X(160).

PROCEDURE DIVISION.
Main-Ship-Section.
    PERFORM INITIALIZE-SHIPMENTS
    IF Ship-Ready THEN
        PERFORM CONFIRM-ONE-SHIPMENT UNTIL Shipment-EOF
        PERFORM WRITE-CONTROL-TOTALS
        CLOSE SHIPMENT-IN-FILE
        CLOSE ORDER-MASTER-FILE
        CLOSE ITEM-MASTER-FILE
        CLOSE ORDER-HISTORY-FILE
        CLOSE SHIP-JOURNAL-FILE
        CLOSE SHIP-EXCEPTION-FILE
        MOVE Fulfilled-Count TO Count-Display
        DISPLAY "Orders fulfilled: " FUNCTION TRIM(Count-Display)
            " - see ship-journal.txt"
        MOVE Exception-Count TO Count-Display
        DISPLAY "Sent to exceptions: " FUNCTION TRIM(Count-Display)
            " - see ship-exceptions.txt"
    ELSE
        MOVE 8 TO RETURN-CODE
    END-IF
    STOP RUN
    .

INITIALIZE-SHIPMENTS.
    MOVE 'N' TO Ship-Ready-Switch Shipment-EOF-Switch
    MOVE 0 TO Read-Count Read-Units Fulfilled-Count Fulfilled-Units
    MOVE 0 TO Exception-Count Exception-Units Confirmation-Hash-Total
    MOVE FUNCTION CURRENT-DATE TO Current-Timestamp
    MOVE SPACES TO Shipment-Input-Name
    ACCEPT Shipment-Input-Name FROM ENVIRONMENT "SHIPCONFIRM_INPUT"
    IF Shipment-Input-Name = SPACES THEN
        MOVE "shipments-in.txt" TO Shipment-Input-Name
    END-IF

    OPEN INPUT SHIPMENT-IN-FILE
    IF Shipment-In-Status NOT = "00" THEN
        DISPLAY "Error: could not open "
            FUNCTION TRIM(Shipment-Input-Name)
            " (status " Shipment-In-Status ")"
    ELSE
        OPEN I-O ORDER-MASTER-FILE
        IF Order-Master-Status NOT = "00" THEN
            DISPLAY "Error: could not open orders.dat (status "
                Order-Master-Status ") - nothing fulfilled"
            IF Order-Master-Status = "39" THEN
                DISPLAY "orders.dat is an old record layout"
                    " - run OrderLineConvert once"
            END-IF
            CLOSE SHIPMENT-IN-FILE
        ELSE
            OPEN I-O ITEM-MASTER-FILE
            IF Item-Master-Status NOT = "00" THEN
                DISPLAY "Error: could not open items.dat (status "
                    Item-Master-Status ") - nothing fulfilled"
                CLOSE SHIPMENT-IN-FILE
                CLOSE ORDER-MASTER-FILE
            ELSE
                PERFORM OPEN-ORDER-HISTORY
            END-IF
        END-IF
    END-IF
    .

OPEN-ORDER-HISTORY.
    *> Same append-or-create handling the listener's
    *> WRITE-ORDER-HISTORY uses; a fulfillment with no history line
    *> is exactly what the log is there to prevent, so nothing is
    *> fulfilled without it
    OPEN EXTEND ORDER-HISTORY-FILE
    IF Order-History-Status = "35" THEN
        OPEN OUTPUT ORDER-HISTORY-FILE
    END-IF
    IF Order-History-Status NOT = "00" THEN
        DISPLAY "Error: could not open order-history.log (status "
            Order-History-Status ") - nothing fulfilled"
        CLOSE SHIPMENT-IN-FILE
        CLOSE ORDER-MASTER-FILE
        CLOSE ITEM-MASTER-FILE
    ELSE
        PERFORM OPEN-SHIP-REPORTS
    END-IF
    .

OPEN-SHIP-REPORTS.
    *> Without the journal and the exception report nobody could
    *> balance the batch, so nothing is fulfilled unless both are open
    OPEN OUTPUT SHIP-JOURNAL-FILE
    OPEN OUTPUT SHIP-EXCEPTION-FILE
    IF Ship-Journal-Status NOT = "00"
       OR Ship-Exception-Status NOT = "00" THEN
        DISPLAY "Error: could not open ship-journal.txt (status "
            Ship-Journal-Status ") or ship-exceptions.txt (status "
            Ship-Exception-Status ") - nothing fulfilled"
        IF Ship-Journal-Status = "00" THEN
            CLOSE SHIP-JOURNAL-FILE
        END-IF
        IF Ship-Exception-Status = "00" THEN
            CLOSE SHIP-EXCEPTION-FILE
        END-IF
        CLOSE SHIPMENT-IN-FILE
        CLOSE ORDER-MASTER-FILE
        CLOSE ITEM-MASTER-FILE
        CLOSE ORDER-HISTORY-FILE
    ELSE
        MOVE 'Y' TO Ship-Ready-Switch
        MOVE SPACES TO Report-Line
        STRING "Shipment journal, batch run " Current-Date-Part
               " " Current-Time-Part " (input: "
               FUNCTION TRIM(Shipment-Input-Name) ")"
            DELIMITED BY SIZE INTO Report-Line
        PERFORM WRITE-JOURNAL-LINE
        MOVE SPACES TO Report-Line
        PERFORM WRITE-JOURNAL-LINE
        MOVE SPACES TO Report-Line
        STRING "Order   Customer  Was  Shipped   Carrier Reference"
               "          Units"
            DELIMITED BY SIZE INTO Report-Line
        PERFORM WRITE-JOURNAL-LINE

        MOVE SPACES TO Report-Line
        STRING "Shipment exceptions, batch run " Current-Date-Part
               " " Current-Time-Part " (input: "
               FUNCTION TRIM(Shipment-Input-Name) ")"
            DELIMITED BY SIZE INTO Report-Line
        PERFORM WRITE-EXCEPTION-LINE
        MOVE SPACES TO Report-Line
        PERFORM WRITE-EXCEPTION-LINE
    END-IF
    .

CONFIRM-ONE-SHIPMENT.
    READ SHIPMENT-IN-FILE
        AT END
            MOVE 'Y' TO Shipment-EOF-Switch
        NOT AT END
            IF Shipment-In-Record NOT = SPACES THEN
                ADD 1 TO Read-Count
                PERFORM VALIDATE-SHIPMENT
                IF Ship-Valid THEN
                    PERFORM FULFILL-SHIPPED-ORDER
                END-IF
                IF NOT Ship-Valid THEN
                    PERFORM WRITE-EXCEPTION-ENTRY
                END-IF
            END-IF
    END-READ
    .

VALIDATE-SHIPMENT.
    MOVE 'Y' TO Ship-Valid-Switch
    MOVE SPACES TO Ship-Reason
    MOVE 0 TO Ship-Confirmation Ship-Quantity
    MOVE SPACES TO Ship-Confirmation-Text Ship-Quantity-Text
                   Ship-Date-Text Ship-Carrier-Text
    UNSTRING Shipment-In-Record DELIMITED BY ALL SPACE
        INTO Ship-Confirmation-Text Ship-Quantity-Text
             Ship-Date-Text Ship-Carrier-Text
    END-UNSTRING

    *> The quantity is looked at first so the control totals see it
    *> even when something else on the line is wrong
    MOVE Ship-Quantity-Text TO Validate-Text
    PERFORM MEASURE-VALIDATE-TEXT
    PERFORM CHECK-DIGITS-FIELD
    IF Validate-Length = 0 OR Validate-Length > 7
       OR NOT Digits-Valid THEN
        MOVE 'N' TO Ship-Valid-Switch
        MOVE "quantity must be 1-7 digits" TO Ship-Reason
    ELSE
        MOVE FUNCTION NUMVAL(Validate-Text(1 : Validate-Length))
            TO Ship-Quantity
        IF Ship-Quantity = 0 THEN
            MOVE 'N' TO Ship-Valid-Switch
            MOVE "quantity must be at least 1" TO Ship-Reason
        ELSE
            ADD Ship-Quantity TO Read-Units
        END-IF
    END-IF

    MOVE Ship-Confirmation-Text TO Validate-Text
    PERFORM MEASURE-VALIDATE-TEXT
    PERFORM CHECK-DIGITS-FIELD
    IF Validate-Length = 0 OR Validate-Length > 6
       OR NOT Digits-Valid THEN
        IF Ship-Valid THEN
            MOVE 'N' TO Ship-Valid-Switch
            MOVE "confirmation must be 1-6 digits" TO Ship-Reason
        END-IF
    ELSE
        MOVE FUNCTION NUMVAL(Validate-Text(1 : Validate-Length))
            TO Ship-Confirmation
        ADD Ship-Confirmation TO Confirmation-Hash-Total
    END-IF

    IF Ship-Valid THEN
        IF Ship-Date-Text(1 : 8) IS NOT NUMERIC
           OR Ship-Date-Text(9 :) NOT = SPACES THEN
            MOVE 'N' TO Ship-Valid-Switch
            MOVE "ship date must be YYYYMMDD" TO Ship-Reason
        ELSE
            IF FUNCTION TEST-DATE-YYYYMMDD
                   (FUNCTION NUMVAL(Ship-Date-Text(1 : 8))) NOT = 0 THEN
                MOVE 'N' TO Ship-Valid-Switch
                MOVE "ship date is not a real calendar date"
                    TO Ship-Reason
            END-IF
        END-IF
    END-IF

    IF Ship-Valid THEN
        IF Ship-Carrier-Text = SPACES
           OR Ship-Carrier-Text(21 :) NOT = SPACES THEN
            MOVE 'N' TO Ship-Valid-Switch
            MOVE "carrier reference must be 1-20 characters"
                TO Ship-Reason
        END-IF
    END-IF
    .

FULFILL-SHIPPED-ORDER.
    *> The order has to be on file and still open; what shipped has
    *> to be what was ordered; a backordered order has to find its
    *> stock. Only then does the status move - the same order of
    *> checks the listener's CHANGE-ORDER-STATUS makes, with a reason
    *> for the supervisor wherever it stops.
    MOVE Ship-Confirmation TO Order-Confirmation
    MOVE 0 TO Order-Line-Number
    READ ORDER-MASTER-FILE
        INVALID KEY
            MOVE 'N' TO Ship-Valid-Switch
            MOVE "confirmation is not on orders.dat" TO Ship-Reason
        NOT INVALID KEY
            MOVE Order-Confirmation TO Order-Confirmation-Saved
            MOVE Order-Status TO Order-Old-Status
            MOVE Order-Customer-Number TO Order-Customer-Saved
    END-READ

    IF Ship-Valid THEN
        EVALUATE Order-Old-Status
            WHEN 'E'
            WHEN 'B'
                PERFORM LOAD-ORDER-LINES
            WHEN 'C'
                MOVE 'N' TO Ship-Valid-Switch
                MOVE "order is cancelled" TO Ship-Reason
            WHEN 'F'
                MOVE 'N' TO Ship-Valid-Switch
                MOVE "order is already fulfilled" TO Ship-Reason
            WHEN 'P'
            WHEN 'R'
                MOVE 'N' TO Ship-Valid-Switch
                MOVE "order is already fulfilled and has returns"
                    TO Ship-Reason
            WHEN OTHER
                MOVE 'N' TO Ship-Valid-Switch
                MOVE SPACES TO Ship-Reason
                STRING "order status " Order-Old-Status
                       " cannot be fulfilled"
                    DELIMITED BY SIZE INTO Ship-Reason
        END-EVALUATE
    END-IF

    IF Ship-Valid THEN
        IF Ship-Quantity NOT = Order-Units THEN
            MOVE 'N' TO Ship-Valid-Switch
            MOVE Ship-Quantity TO Units-Display
            MOVE Order-Units TO Ordered-Display
            MOVE SPACES TO Ship-Reason
            IF Ship-Quantity < Order-Units THEN
                STRING "short shipment - shipped "
                       FUNCTION TRIM(Units-Display) " of "
                       FUNCTION TRIM(Ordered-Display) " ordered"
                    DELIMITED BY SIZE INTO Ship-Reason
            ELSE
                STRING "over shipment - shipped "
                       FUNCTION TRIM(Units-Display) " of "
                       FUNCTION TRIM(Ordered-Display) " ordered"
                    DELIMITED BY SIZE INTO Ship-Reason
            END-IF
        END-IF
    END-IF

    IF Ship-Valid THEN
        PERFORM SHIP-BACKORDERED-STOCK
        IF Order-Stock-Short THEN
            MOVE 'N' TO Ship-Valid-Switch
            MOVE "backordered and not enough stock on hand to ship"
                TO Ship-Reason
        END-IF
    END-IF

    IF Ship-Valid THEN
        PERFORM REWRITE-ORDER-STATUS
        IF NOT Ship-Valid THEN
            PERFORM UNSHIP-ORDER-LINES
        END-IF
    END-IF

    IF Ship-Valid THEN
        PERFORM MOVE-FULFILLED-STOCK
        PERFORM WRITE-ORDER-HISTORY
        ADD 1 TO Fulfilled-Count
        ADD Ship-Quantity TO Fulfilled-Units
        PERFORM WRITE-JOURNAL-ENTRY
    END-IF
    .

LOAD-ORDER-LINES.
    *> The header has just been read; its lines follow it in key
    *> order
    MOVE 0 TO Ship-Lines-Used Order-Units
    MOVE 'N' TO Search-EOF-Switch
    PERFORM LOAD-ONE-ORDER-LINE UNTIL Search-EOF
    .

LOAD-ONE-ORDER-LINE.
    READ ORDER-MASTER-FILE NEXT RECORD
        AT END
            MOVE 'Y' TO Search-EOF-Switch
        NOT AT END
            IF Order-Confirmation NOT = Order-Confirmation-Saved
               OR Order-Is-Header
               OR Ship-Lines-Used >= Order-Max-Lines THEN
                MOVE 'Y' TO Search-EOF-Switch
            ELSE
                ADD 1 TO Ship-Lines-Used
                MOVE Order-Item-Code TO Ship-Line-Item(Ship-Lines-Used)
                MOVE Order-Quantity TO Ship-Line-Qty(Ship-Lines-Used)
                MOVE 'N' TO Ship-Line-Taken(Ship-Lines-Used)
                ADD Order-Quantity TO Order-Units
            END-IF
    END-READ
    .

REWRITE-ORDER-STATUS.
    *> The record area has moved on to the detail lines; the header is
    *> read back by key before the new status goes onto it
    MOVE Order-Confirmation-Saved TO Order-Confirmation
    MOVE 0 TO Order-Line-Number
    READ ORDER-MASTER-FILE
        INVALID KEY
            MOVE 'N' TO Ship-Valid-Switch
        NOT INVALID KEY
            MOVE 'F' TO Order-Status
            REWRITE Order-Master-Record
                INVALID KEY
                    MOVE 'N' TO Ship-Valid-Switch
            END-REWRITE
    END-READ
    IF NOT Ship-Valid THEN
        MOVE SPACES TO Ship-Reason
        STRING "orders.dat update failed (status "
               Order-Master-Status ")"
            DELIMITED BY SIZE INTO Ship-Reason
    END-IF
    .

SHIP-BACKORDERED-STOCK.
    *> A backordered order holds no allocation, so fulfilling it has
    *> to find the stock first. Every line has to ship or none does:
    *> a short line puts back what the earlier lines took and keeps
    *> the order backordered.
    MOVE 'N' TO Order-Short-Switch
    IF Order-Old-Status = 'B' THEN
        PERFORM SHIP-ONE-BACKORDERED-LINE
            VARYING Ship-Line-Index FROM 1 BY 1
            UNTIL Ship-Line-Index > Ship-Lines-Used
               OR Order-Stock-Short
        IF Order-Stock-Short THEN
            PERFORM UNSHIP-ORDER-LINES
        END-IF
    END-IF
    .

SHIP-ONE-BACKORDERED-LINE.
    MOVE 'T' TO Stock-Move-Work
    MOVE Ship-Line-Item(Ship-Line-Index) TO Stock-Item-Work
    MOVE Ship-Line-Qty(Ship-Line-Index) TO Stock-Quantity-Work
    PERFORM MOVE-ITEM-STOCK
    IF Stock-Moved THEN
        MOVE 'Y' TO Ship-Line-Taken(Ship-Line-Index)
    ELSE
        MOVE 'Y' TO Order-Short-Switch
    END-IF
    .

UNSHIP-ORDER-LINES.
    PERFORM UNSHIP-ONE-ORDER-LINE
        VARYING Ship-Line-Index FROM 1 BY 1
        UNTIL Ship-Line-Index > Ship-Lines-Used
    .

UNSHIP-ONE-ORDER-LINE.
    IF Ship-Line-Taken(Ship-Line-Index) = 'Y' THEN
        MOVE 'U' TO Stock-Move-Work
        MOVE Ship-Line-Item(Ship-Line-Index) TO Stock-Item-Work
        MOVE Ship-Line-Qty(Ship-Line-Index) TO Stock-Quantity-Work
        PERFORM MOVE-ITEM-STOCK
        MOVE 'N' TO Ship-Line-Taken(Ship-Line-Index)
    END-IF
    .

MOVE-FULFILLED-STOCK.
    *> An entered order's allocation leaves on-hand with the goods,
    *> line by line; a backordered order's stock was already taken
    IF Order-Old-Status = 'E' THEN
        PERFORM SHIP-ONE-ENTERED-LINE
            VARYING Ship-Line-Index FROM 1 BY 1
            UNTIL Ship-Line-Index > Ship-Lines-Used
    END-IF
    .

SHIP-ONE-ENTERED-LINE.
    MOVE 'S' TO Stock-Move-Work
    MOVE Ship-Line-Item(Ship-Line-Index) TO Stock-Item-Work
    MOVE Ship-Line-Qty(Ship-Line-Index) TO Stock-Quantity-Work
    PERFORM MOVE-ITEM-STOCK
    .

MOVE-ITEM-STOCK.
    MOVE 'N' TO Stock-Moved-Switch
    MOVE Stock-Item-Work TO Item-Code
    READ ITEM-MASTER-FILE
        INVALID KEY
            CONTINUE
        NOT INVALID KEY
            PERFORM APPLY-STOCK-MOVE
    END-READ
    *> A refused ship-unallocated just leaves the order backordered;
    *> a shipment or a put-back that can't be recorded leaves the
    *> item's figures wrong, and someone has to hear about it
    IF NOT Stock-Moved
       AND (Stock-Move-Ship OR Stock-Move-Unship) THEN
        DISPLAY "Error: could not record stock move " Stock-Move-Work
            " of " Stock-Quantity-Work " for item "
            FUNCTION TRIM(Stock-Item-Work)
            " (order " Order-Confirmation-Saved ")"
    END-IF
    .

APPLY-STOCK-MOVE.
    *> Same arithmetic as the listener's APPLY-STOCK-MOVE for the
    *> three moves a shipment makes
    MOVE 'Y' TO Stock-Moved-Switch
    COMPUTE Item-Available-Work = Item-On-Hand-Qty - Item-Allocated-Qty
    EVALUATE TRUE
        WHEN Stock-Move-Ship
            PERFORM TAKE-DOWN-ALLOCATED
            PERFORM TAKE-DOWN-ON-HAND
        WHEN Stock-Move-Ship-Unallocated
            IF Stock-Quantity-Work > Item-Available-Work THEN
                MOVE 'N' TO Stock-Moved-Switch
            ELSE
                PERFORM TAKE-DOWN-ON-HAND
            END-IF
        WHEN Stock-Move-Unship
            IF Item-On-Hand-Qty + Stock-Quantity-Work > 9999999 THEN
                MOVE 9999999 TO Item-On-Hand-Qty
            ELSE
                ADD Stock-Quantity-Work TO Item-On-Hand-Qty
            END-IF
    END-EVALUATE
    IF Stock-Moved THEN
        REWRITE Item-Master-Record
            INVALID KEY
                MOVE 'N' TO Stock-Moved-Switch
        END-REWRITE
    END-IF
    .

TAKE-DOWN-ALLOCATED.
    *> Orders entered before stock was tracked never allocated
    *> anything, so this can't be allowed to go below zero
    IF Item-Allocated-Qty < Stock-Quantity-Work THEN
        MOVE 0 TO Item-Allocated-Qty
    ELSE
        SUBTRACT Stock-Quantity-Work FROM Item-Allocated-Qty
    END-IF
    .

TAKE-DOWN-ON-HAND.
    *> The goods have physically gone; a count that was already wrong
    *> bottoms out at zero for the next stock count to put right
    IF Item-On-Hand-Qty < Stock-Quantity-Work THEN
        MOVE 0 TO Item-On-Hand-Qty
    ELSE
        SUBTRACT Stock-Quantity-Work FROM Item-On-Hand-Qty
    END-IF
    .

WRITE-ORDER-HISTORY.
    *> The listener's "date time ip confirmation old new note" line,
    *> with this job's name standing in for the client IP
    MOVE FUNCTION CURRENT-DATE TO Current-Timestamp
    MOVE Ship-Quantity TO Units-Display
    MOVE SPACES TO Hist-Note-Text
    STRING "shipped " Ship-Date-Text(1 : 8)
           " carrier " FUNCTION TRIM(Ship-Carrier-Text)
           " qty " FUNCTION TRIM(Units-Display)
        DELIMITED BY SIZE INTO Hist-Note-Text
    MOVE SPACES TO Order-History-Record
    STRING Current-Date-Part " " Current-Time-Part " "
           "ShipConfirm "
           Order-Confirmation-Saved " "
           Order-Old-Status " F "
           FUNCTION TRIM(Hist-Note-Text)
        DELIMITED BY SIZE INTO Order-History-Record
    WRITE Order-History-Record
    IF Order-History-Status NOT = "00" THEN
        DISPLAY "Error: could not write order-history.log (status "
            Order-History-Status ") for order "
            Order-Confirmation-Saved
    END-IF
    .

WRITE-JOURNAL-ENTRY.
    MOVE Ship-Quantity TO Units-Display
    MOVE SPACES TO Report-Line
    STRING Order-Confirmation-Saved "  " Order-Customer-Saved
           "   " Order-Old-Status "    " Ship-Date-Text(1 : 8)
           "  " Ship-Carrier-Text(1 : 20) " " Units-Display
        DELIMITED BY SIZE INTO Report-Line
    PERFORM WRITE-JOURNAL-LINE
    .

WRITE-EXCEPTION-ENTRY.
    ADD 1 TO Exception-Count
    ADD Ship-Quantity TO Exception-Units
    MOVE SPACES TO Report-Line
    STRING FUNCTION TRIM(Shipment-In-Record) " : "
           FUNCTION TRIM(Ship-Reason)
        DELIMITED BY SIZE INTO Report-Line
    PERFORM WRITE-EXCEPTION-LINE
    .

WRITE-CONTROL-TOTALS.
    *> The same block closes both listings, so each stands on its own
    *> when handed to the warehouse supervisor
    MOVE SPACES TO Report-Line
    PERFORM WRITE-JOURNAL-LINE
    IF Exception-Count = 0 THEN
        MOVE "No shipment exceptions." TO Report-Line
        PERFORM WRITE-EXCEPTION-LINE
    END-IF
    MOVE SPACES TO Report-Line
    PERFORM WRITE-EXCEPTION-LINE

    MOVE Read-Count TO Count-Display
    MOVE Read-Units TO Total-Units-Display
    MOVE SPACES TO Report-Line
    STRING "Batch control - shipments read: " Count-Display
           "  units " Total-Units-Display
        DELIMITED BY SIZE INTO Report-Line
    PERFORM WRITE-CONTROL-LINE

    MOVE Fulfilled-Count TO Count-Display
    MOVE Fulfilled-Units TO Total-Units-Display
    MOVE SPACES TO Report-Line
    STRING "                fulfilled:      " Count-Display
           "  units " Total-Units-Display
        DELIMITED BY SIZE INTO Report-Line
    PERFORM WRITE-CONTROL-LINE

    MOVE Exception-Count TO Count-Display
    MOVE Exception-Units TO Total-Units-Display
    MOVE SPACES TO Report-Line
    STRING "                exceptions:     " Count-Display
           "  units " Total-Units-Display
        DELIMITED BY SIZE INTO Report-Line
    PERFORM WRITE-CONTROL-LINE

    MOVE Confirmation-Hash-Total TO Hash-Display
    MOVE SPACES TO Report-Line
    STRING "                order hash:     " Hash-Display
        DELIMITED BY SIZE INTO Report-Line
    PERFORM WRITE-CONTROL-LINE

    IF Read-Count = Fulfilled-Count + Exception-Count
       AND Read-Units = Fulfilled-Units + Exception-Units THEN
        MOVE "Batch is in balance: read = fulfilled + exceptions"
            TO Report-Line
    ELSE
        MOVE "BATCH OUT OF BALANCE: read <> fulfilled + exceptions"
            TO Report-Line
    END-IF
    PERFORM WRITE-CONTROL-LINE
    .

WRITE-CONTROL-LINE.
    PERFORM WRITE-JOURNAL-LINE
    PERFORM WRITE-EXCEPTION-LINE
    .

WRITE-JOURNAL-LINE.
    MOVE Report-Line TO Ship-Journal-Record
    WRITE Ship-Journal-Record
    .

WRITE-EXCEPTION-LINE.
    MOVE Report-Line TO Ship-Exception-Record
    WRITE Ship-Exception-Record
    .

MEASURE-VALIDATE-TEXT.
    IF Validate-Text = SPACES THEN
        MOVE 0 TO Validate-Length
    ELSE
        MOVE FUNCTION LENGTH(FUNCTION TRIM(Validate-Text))
            TO Validate-Length
        MOVE FUNCTION TRIM(Validate-Text) TO Validate-Text
    END-IF
    .

CHECK-DIGITS-FIELD.
    MOVE 'Y' TO Digits-Valid-Switch
    PERFORM CHECK-ONE-DIGIT VARYING Validate-Index FROM 1 BY 1
        UNTIL Validate-Index > Validate-Length
    .

CHECK-ONE-DIGIT.
    IF Validate-Text(Validate-Index : 1) IS NOT NUMERIC THEN
        MOVE 'N' TO Digits-Valid-Switch
    END-IF
    .
