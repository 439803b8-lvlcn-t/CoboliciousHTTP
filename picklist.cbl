IDENTIFICATION DIVISION.
PROGRAM-ID. PickList.

*> Outbound pick-list feed for the warehouse. Every entered order on
*> orders.dat - taken, stock allocated, not yet shipped - goes onto
*> pick-list.txt twice:
*>   by item, for picking: each item's order lines, then the item's
*>   total units and its description from items.dat;
*>   by customer, for packing: each customer's order lines, then the
*>   customer's total units and orders and the name from
*>   customers.dat.
*> Backordered orders hold no stock, so they stay off the list until
*> they can be fulfilled; cancelled and fulfilled orders are done
*> with. Lines are keyword text, one order line per line, the same
*> way BillExtract writes its feed:
*>   PICK ITEM i ORDER n LINE l CUSTOMER c QTY q
*>   PICK ITEM i TOTAL q (n line(s)) DESC text
*>   PACK CUSTOMER c ORDER n LINE l ITEM i QTY q
*>   PACK CUSTOMER c TOTAL q (n order(s)) NAME text
*> and the file ends with an END line carrying the order, line and
*> unit counts so the warehouse can check it arrived whole. The list
*> is rebuilt from scratch on every run. The warehouse sends back
*> what shipped through ShipConfirm.

ENVIRONMENT DIVISION.
CONFIGURATION SECTION.
REPOSITORY.
    FUNCTION ALL INTRINSIC.

INPUT-OUTPUT SECTION.
FILE-CONTROL.
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
    SELECT CUSTOMER-MASTER-FILE ASSIGN TO "customers.dat"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS RANDOM
        RECORD KEY IS Customer-Number
        FILE STATUS IS Customer-Master-Status.
    SELECT PICK-LIST-FILE ASSIGN TO "pick-list.txt"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS Pick-List-Status.

DATA DIVISION.
FILE SECTION.
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

*> Same layout the listener's CUSTOMER-MASTER-FILE reads
FD  CUSTOMER-MASTER-FILE.
01  Customer-Master-Record.
    05 Customer-Number              PIC 9(06).
    05 Customer-Name                PIC X(30).
    05 Customer-Credit-Limit        PIC 9(07)V99.
    05 Customer-Open-Balance        PIC S9(07)V99.
    05 Customer-Hold-Flag           PIC X(01).

FD  PICK-LIST-FILE.
01  Pick-List-Record                PIC X(120).

WORKING-STORAGE SECTION.

01 Order-Master-Status              PIC X(02).
01 Item-Master-Status               PIC X(02).
01 Customer-Master-Status           PIC X(02).
01 Pick-List-Status                 PIC X(02).

01 Current-Timestamp.
    05 Current-Date-Part            PIC X(08).
    05 Current-Time-Part            PIC X(06).
    05 FILLER                       PIC X(07).

01 Scan-EOF-Switch                  PIC X(01).
    88 Scan-EOF                     VALUE 'Y'.
01 Pick-Trouble-Switch              PIC X(01).
    88 Pick-Trouble                 VALUE 'Y'.
01 Item-Master-Open-Switch          PIC X(01).
    88 Item-Master-Open             VALUE 'Y'.
01 Customer-Master-Open-Switch      PIC X(01).
    88 Customer-Master-Open         VALUE 'Y'.

*> Every entered order line, gathered in one pass over the master;
*> an order's lines sit together, in line order, because the master
*> is read in key order
01 Pick-Table.
    05 Pick-Entry OCCURS 5000 TIMES.
       10 Pick-Customer             PIC 9(06).
       10 Pick-Confirmation         PIC 9(06).
       10 Pick-Line                 PIC 9(03).
       10 Pick-Item                 PIC X(08).
       10 Pick-Quantity             PIC 9(05).
01 Pick-Used                        PIC S9(4) COMP.
01 Pick-Index                       PIC S9(4) COMP.
01 Pick-Overflow                    PIC 9(09) COMP.

*> Set by an entered order's header so the detail lines that follow
*> it are taken, cleared by any other header
01 Gather-Order-Switch              PIC X(01).
    88 Gather-Order-Pickable        VALUE 'Y'.
01 Gather-Confirmation              PIC 9(06).
01 Gather-Customer                  PIC 9(06).

*> Group walks: the smallest key above the one just written
01 Sweep-Item                       PIC X(08).
01 Next-Item                        PIC X(08).
01 Sweep-Customer                   PIC 9(06).
01 Next-Customer                    PIC 9(06).
01 Next-Found-Switch                PIC X(01).
    88 Next-Found                   VALUE 'Y'.
01 Group-Units                      PIC 9(09) COMP.
01 Group-Lines                      PIC 9(09) COMP.
01 Group-Orders                     PIC 9(09) COMP.
01 Last-Order-Confirmation          PIC 9(06).
01 Group-Text                       PIC X(48).

01 Order-Count                      PIC 9(09) COMP.
01 Backordered-Count                PIC 9(09) COMP.
01 Total-Units                      PIC 9(09) COMP.
01 Item-Group-Count                 PIC 9(09) COMP.
01 Customer-Group-Count             PIC 9(09) COMP.

01 Count-Display                    PIC Z(8)9.
01 Count-Display-2                  PIC Z(8)9.
01 Count-Display-3                  PIC Z(8)9.
01 Pick-Line-Text                   PIC X(120).

PROCEDURE DIVISION.
Main-Pick-Section.
    PERFORM INITIALIZE-PICK
    PERFORM GATHER-ENTERED-ORDERS
    OPEN OUTPUT PICK-LIST-FILE
    IF Pick-List-Status = "00" THEN
        PERFORM OPEN-LOOKUP-FILES
        MOVE SPACES TO Pick-Line-Text
        STRING "PICKLIST DATE " Current-Date-Part
               " TIME " Current-Time-Part
            DELIMITED BY SIZE INTO Pick-Line-Text
        PERFORM WRITE-PICK-LINE
        PERFORM SWEEP-ITEMS
        PERFORM SWEEP-CUSTOMERS
        PERFORM WRITE-PICK-TRAILER
        PERFORM CLOSE-LOOKUP-FILES
        CLOSE PICK-LIST-FILE
        MOVE Order-Count TO Count-Display
        MOVE Pick-Used TO Count-Display-2
        DISPLAY "Pick list written: " FUNCTION TRIM(Count-Display)
            " order(s), " FUNCTION TRIM(Count-Display-2)
            " line(s) - see pick-list.txt"
        IF Backordered-Count > 0 THEN
            MOVE Backordered-Count TO Count-Display
            DISPLAY "Backordered, not on the list: "
                FUNCTION TRIM(Count-Display) " order(s)"
        END-IF
        IF Pick-Trouble THEN
            DISPLAY "Pick list INCOMPLETE - see the END line"
            MOVE 8 TO RETURN-CODE
        END-IF
    ELSE
        DISPLAY "Error: could not open pick-list.txt (status "
            Pick-List-Status ")"
        MOVE 8 TO RETURN-CODE
    END-IF
    STOP RUN
    .

INITIALIZE-PICK.
    MOVE FUNCTION CURRENT-DATE TO Current-Timestamp
    MOVE 0 TO Pick-Used Pick-Overflow
    MOVE 0 TO Order-Count Backordered-Count Total-Units
    MOVE 0 TO Item-Group-Count Customer-Group-Count
    MOVE 'N' TO Pick-Trouble-Switch
    MOVE 'N' TO Item-Master-Open-Switch Customer-Master-Open-Switch
    .

GATHER-ENTERED-ORDERS.
    MOVE 'N' TO Scan-EOF-Switch Gather-Order-Switch
    OPEN INPUT ORDER-MASTER-FILE
    IF Order-Master-Status = "00" THEN
        MOVE 0 TO Order-Confirmation Order-Line-Number
        START ORDER-MASTER-FILE KEY NOT < Order-Key
            INVALID KEY
                MOVE 'Y' TO Scan-EOF-Switch
        END-START
        PERFORM GATHER-ONE-ORDER UNTIL Scan-EOF
        CLOSE ORDER-MASTER-FILE
    ELSE
        IF Order-Master-Status NOT = "35" THEN
            DISPLAY "Error: could not open orders.dat (status "
                Order-Master-Status ")"
            IF Order-Master-Status = "39" THEN
                DISPLAY "orders.dat is an old record layout"
                    " - run OrderLineConvert once"
            END-IF
            MOVE 'Y' TO Pick-Trouble-Switch
        END-IF
    END-IF
    IF Pick-Overflow > 0 THEN
        MOVE Pick-Overflow TO Count-Display
        DISPLAY "Error: " FUNCTION TRIM(Count-Display)
            " order line(s) past the 5000 tracked were NOT listed"
        MOVE 'Y' TO Pick-Trouble-Switch
    END-IF
    .

GATHER-ONE-ORDER.
    READ ORDER-MASTER-FILE NEXT RECORD
        AT END
            MOVE 'Y' TO Scan-EOF-Switch
        NOT AT END
            IF Order-Is-Header THEN
                PERFORM GATHER-ORDER-HEADER
            ELSE
                IF Gather-Order-Pickable
                   AND Order-Confirmation = Gather-Confirmation THEN
                    PERFORM GATHER-ORDER-LINE
                END-IF
            END-IF
    END-READ
    .

GATHER-ORDER-HEADER.
    MOVE 'N' TO Gather-Order-Switch
    EVALUATE Order-Status
        WHEN 'E'
            MOVE 'Y' TO Gather-Order-Switch
            MOVE Order-Confirmation TO Gather-Confirmation
            MOVE Order-Customer-Number TO Gather-Customer
            ADD 1 TO Order-Count
        WHEN 'B'
            ADD 1 TO Backordered-Count
        WHEN OTHER
            CONTINUE
    END-EVALUATE
    .

GATHER-ORDER-LINE.
    IF Pick-Used < 5000 THEN
        ADD 1 TO Pick-Used
        MOVE Gather-Customer TO Pick-Customer(Pick-Used)
        MOVE Order-Confirmation TO Pick-Confirmation(Pick-Used)
        MOVE Order-Line-Number TO Pick-Line(Pick-Used)
        MOVE Order-Item-Code TO Pick-Item(Pick-Used)
        MOVE Order-Quantity TO Pick-Quantity(Pick-Used)
        ADD Order-Quantity TO Total-Units
    ELSE
        ADD 1 TO Pick-Overflow
    END-IF
    .

OPEN-LOOKUP-FILES.
    *> Descriptions and names help the floor but aren't needed to
    *> pick; the list still goes out if either master won't open
    OPEN INPUT ITEM-MASTER-FILE
    IF Item-Master-Status = "00" THEN
        MOVE 'Y' TO Item-Master-Open-Switch
    ELSE
        DISPLAY "Warning: could not open items.dat (status "
            Item-Master-Status ") - descriptions left out"
    END-IF
    OPEN INPUT CUSTOMER-MASTER-FILE
    IF Customer-Master-Status = "00" THEN
        MOVE 'Y' TO Customer-Master-Open-Switch
    ELSE
        DISPLAY "Warning: could not open customers.dat (status "
            Customer-Master-Status ") - names left out"
    END-IF
    .

CLOSE-LOOKUP-FILES.
    IF Item-Master-Open THEN
        CLOSE ITEM-MASTER-FILE
    END-IF
    IF Customer-Master-Open THEN
        CLOSE CUSTOMER-MASTER-FILE
    END-IF
    .

SWEEP-ITEMS.
    MOVE LOW-VALUES TO Sweep-Item
    MOVE 'Y' TO Next-Found-Switch
    PERFORM SWEEP-ONE-ITEM UNTIL NOT Next-Found
    .

SWEEP-ONE-ITEM.
    MOVE 'N' TO Next-Found-Switch
    MOVE SPACES TO Next-Item
    PERFORM CHECK-ONE-ITEM-CANDIDATE VARYING Pick-Index FROM 1 BY 1
        UNTIL Pick-Index > Pick-Used
    IF Next-Found THEN
        MOVE Next-Item TO Sweep-Item
        ADD 1 TO Item-Group-Count
        MOVE 0 TO Group-Units Group-Lines
        PERFORM WRITE-ONE-PICK-LINE VARYING Pick-Index FROM 1 BY 1
            UNTIL Pick-Index > Pick-Used
        PERFORM WRITE-ITEM-TOTAL-LINE
    END-IF
    .

CHECK-ONE-ITEM-CANDIDATE.
    IF Pick-Item(Pick-Index) > Sweep-Item THEN
        IF NOT Next-Found OR Pick-Item(Pick-Index) < Next-Item THEN
            MOVE 'Y' TO Next-Found-Switch
            MOVE Pick-Item(Pick-Index) TO Next-Item
        END-IF
    END-IF
    .

WRITE-ONE-PICK-LINE.
    IF Pick-Item(Pick-Index) = Sweep-Item THEN
        ADD 1 TO Group-Lines
        ADD Pick-Quantity(Pick-Index) TO Group-Units
        MOVE SPACES TO Pick-Line-Text
        STRING "PICK ITEM " FUNCTION TRIM(Sweep-Item)
               " ORDER " Pick-Confirmation(Pick-Index)
               " LINE " Pick-Line(Pick-Index)
               " CUSTOMER " Pick-Customer(Pick-Index)
               " QTY " Pick-Quantity(Pick-Index)
            DELIMITED BY SIZE INTO Pick-Line-Text
        PERFORM WRITE-PICK-LINE
    END-IF
    .

WRITE-ITEM-TOTAL-LINE.
    MOVE SPACES TO Group-Text
    IF Item-Master-Open THEN
        MOVE Sweep-Item TO Item-Code
        READ ITEM-MASTER-FILE
            INVALID KEY
                MOVE "(not on items.dat)" TO Group-Text
            NOT INVALID KEY
                MOVE Item-Master-Description TO Group-Text
        END-READ
    END-IF
    MOVE Group-Units TO Count-Display
    MOVE Group-Lines TO Count-Display-2
    MOVE SPACES TO Pick-Line-Text
    STRING "PICK ITEM " FUNCTION TRIM(Sweep-Item)
           " TOTAL " FUNCTION TRIM(Count-Display)
           " (" FUNCTION TRIM(Count-Display-2) " line(s))"
           " DESC " FUNCTION TRIM(Group-Text)
        DELIMITED BY SIZE INTO Pick-Line-Text
    PERFORM WRITE-PICK-LINE
    .

SWEEP-CUSTOMERS.
    MOVE 0 TO Sweep-Customer
    MOVE 'Y' TO Next-Found-Switch
    *> Customer 000000 can't be keyed at intake, so starting the walk
    *> above zero loses nothing
    PERFORM SWEEP-ONE-CUSTOMER UNTIL NOT Next-Found
    .

SWEEP-ONE-CUSTOMER.
    MOVE 'N' TO Next-Found-Switch
    MOVE 0 TO Next-Customer
    PERFORM CHECK-ONE-CUSTOMER-CANDIDATE
        VARYING Pick-Index FROM 1 BY 1
        UNTIL Pick-Index > Pick-Used
    IF Next-Found THEN
        MOVE Next-Customer TO Sweep-Customer
        ADD 1 TO Customer-Group-Count
        MOVE 0 TO Group-Units Group-Orders Last-Order-Confirmation
        PERFORM WRITE-ONE-PACK-LINE VARYING Pick-Index FROM 1 BY 1
            UNTIL Pick-Index > Pick-Used
        PERFORM WRITE-CUSTOMER-TOTAL-LINE
    END-IF
    .

CHECK-ONE-CUSTOMER-CANDIDATE.
    IF Pick-Customer(Pick-Index) > Sweep-Customer THEN
        IF NOT Next-Found
           OR Pick-Customer(Pick-Index) < Next-Customer THEN
            MOVE 'Y' TO Next-Found-Switch
            MOVE Pick-Customer(Pick-Index) TO Next-Customer
        END-IF
    END-IF
    .

WRITE-ONE-PACK-LINE.
    IF Pick-Customer(Pick-Index) = Sweep-Customer THEN
        IF Pick-Confirmation(Pick-Index)
           NOT = Last-Order-Confirmation THEN
            ADD 1 TO Group-Orders
            MOVE Pick-Confirmation(Pick-Index)
                TO Last-Order-Confirmation
        END-IF
        ADD Pick-Quantity(Pick-Index) TO Group-Units
        MOVE SPACES TO Pick-Line-Text
        STRING "PACK CUSTOMER " Sweep-Customer
               " ORDER " Pick-Confirmation(Pick-Index)
               " LINE " Pick-Line(Pick-Index)
               " ITEM " FUNCTION TRIM(Pick-Item(Pick-Index))
               " QTY " Pick-Quantity(Pick-Index)
            DELIMITED BY SIZE INTO Pick-Line-Text
        PERFORM WRITE-PICK-LINE
    END-IF
    .

WRITE-CUSTOMER-TOTAL-LINE.
    MOVE SPACES TO Group-Text
    IF Customer-Master-Open THEN
        MOVE Sweep-Customer TO Customer-Number
        READ CUSTOMER-MASTER-FILE
            INVALID KEY
                MOVE "(not on customers.dat)" TO Group-Text
            NOT INVALID KEY
                MOVE Customer-Name TO Group-Text
        END-READ
    END-IF
    MOVE Group-Units TO Count-Display
    MOVE Group-Orders TO Count-Display-2
    MOVE SPACES TO Pick-Line-Text
    STRING "PACK CUSTOMER " Sweep-Customer
           " TOTAL " FUNCTION TRIM(Count-Display)
           " (" FUNCTION TRIM(Count-Display-2) " order(s))"
           " NAME " FUNCTION TRIM(Group-Text)
        DELIMITED BY SIZE INTO Pick-Line-Text
    PERFORM WRITE-PICK-LINE
    .

WRITE-PICK-TRAILER.
    *> The warehouse checks its load against these counts; a list the
    *> gather couldn't build whole says so here instead of passing
    *> for complete
    MOVE Order-Count TO Count-Display
    MOVE Pick-Used TO Count-Display-2
    MOVE Total-Units TO Count-Display-3
    MOVE SPACES TO Group-Text
    IF Pick-Trouble THEN
        MOVE " INCOMPLETE" TO Group-Text
    END-IF
    MOVE SPACES TO Pick-Line-Text
    STRING "END ORDERS " FUNCTION TRIM(Count-Display)
           " LINES " FUNCTION TRIM(Count-Display-2)
           " UNITS " FUNCTION TRIM(Count-Display-3)
           Group-Text
        DELIMITED BY SIZE INTO Pick-Line-Text
    PERFORM WRITE-PICK-LINE
    .

WRITE-PICK-LINE.
    MOVE Pick-Line-Text TO Pick-List-Record
    WRITE Pick-List-Record
    .
