*> Nightly billing extract - the downstream feed the order intake was
*> built for. Sweeps the day's orders off orders.dat (cancelled ones
*> excluded) and writes a per-customer extract AR can load: one line
*> per order line plus a customer total line, customers in ascending
*> number order. The day's credit memos (customer returns, from
*> credit-memos.dat) go in as negative lines under their customer and
*> come off the customer's total, so AR bills the net amount; a
*> customer with only returns that day gets a negative total.
*> BILLEXTRACT_DATE (YYYYMMDD) picks the day; today by default. Run
*> inside the SIMPLEHTTP_MAINT_START/END window.
*>
*> The window is short, so the job commits a checkpoint after every
*> customer: billing-extract.ckpt carries the run date and the last
    SELECT ORDER-MASTER-FILE ASSIGN TO "orders.dat"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS Order-Key
        FILE STATUS IS Order-Master-Status.
    SELECT CREDIT-MEMO-FILE ASSIGN TO "credit-memos.dat"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS Memo-Key
        FILE STATUS IS Credit-Memo-Status.
    SELECT BILLING-EXTRACT-FILE ASSIGN TO "billing-extract.txt"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS Billing-Extract-Status.

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

*> Same layout the listener's return route writes
FD  CREDIT-MEMO-FILE.
01  Credit-Memo-Record.
    05 Memo-Key.
       10 Memo-Confirmation         PIC 9(06).
       10 Memo-Sequence             PIC 9(03).
    05 Memo-Customer-Number         PIC 9(06).
    05 Memo-Order-Line              PIC 9(03).
    05 Memo-Item-Code               PIC X(08).
    05 Memo-Quantity                PIC 9(05).
    05 Memo-Unit-Price              PIC 9(05)V99.
    05 Memo-Amount                  PIC 9(07)V99.
    05 Memo-Date                    PIC X(08).
    05 Memo-Time                    PIC X(06).
    05 Memo-Operator                PIC X(32).

FD  BILLING-EXTRACT-FILE.
01  Billing-Extract-Record          PIC X(100).
WORKING-STORAGE SECTION.

01 Order-Master-Status              PIC X(02).
01 Credit-Memo-Status               PIC X(02).
01 Billing-Extract-Status           PIC X(02).
01 Checkpoint-Status                PIC X(02).

01 Scan-EOF-Switch                  PIC X(01).
    88 Scan-EOF                     VALUE 'Y'.

*> The day's billable order lines, gathered in one pass over the
*> master so the per-customer sweep never re-reads the file inside
*> the window. An order's lines sit together, in line order, because
*> the master is read in key order.
01 Day-Order-Table.
    05 Day-Order-Entry OCCURS 5000 TIMES.
       10 Day-Order-Customer        PIC 9(06).
       10 Day-Order-Confirmation    PIC 9(06).
       10 Day-Order-Line            PIC 9(03).
       10 Day-Order-Item            PIC X(08).
       10 Day-Order-Quantity        PIC 9(05).
       10 Day-Order-Amount          PIC 9(07)V99.
01 Day-Order-Index                  PIC S9(4) COMP.
01 Day-Order-Overflow               PIC 9(09) COMP.

*> The day's credit memos, gathered the same way
01 Day-Memo-Table.
    05 Day-Memo-Entry OCCURS 2000 TIMES.
       10 Day-Memo-Customer         PIC 9(06).
       10 Day-Memo-Confirmation     PIC 9(06).
       10 Day-Memo-Sequence         PIC 9(03).
       10 Day-Memo-Line             PIC 9(03).
       10 Day-Memo-Item             PIC X(08).
       10 Day-Memo-Quantity         PIC 9(05).
       10 Day-Memo-Amount           PIC 9(07)V99.
01 Day-Memo-Used                    PIC S9(4) COMP.
01 Day-Memo-Index                   PIC S9(4) COMP.
01 Day-Memo-Overflow                PIC 9(09) COMP.

*> Set by a billable header so the detail lines that follow it are
*> taken, cleared by any other header
01 Gather-Order-Switch              PIC X(01).
    88 Gather-Order-Billable        VALUE 'Y'.
01 Gather-Confirmation              PIC 9(06).
01 Gather-Customer                  PIC 9(06).
01 Last-Order-Confirmation          PIC 9(06).

01 Checkpoint-Date-Text             PIC X(08).
01 Checkpoint-Customer-Text         PIC X(06).
01 Checkpoint-Marker-Text           PIC X(10).
01 Next-Customer                    PIC 9(06).
01 Next-Customer-Found-Switch       PIC X(01).
    88 Next-Customer-Found          VALUE 'Y'.
01 Customer-Total                   PIC S9(09)V99.
01 Customer-Order-Count             PIC 9(04) COMP.
01 Customer-Memo-Count              PIC 9(04) COMP.
01 Customers-Written-Count          PIC 9(04) COMP.

01 Amount-Display                   PIC Z(6)9.99.
01 Total-Display                    PIC -Z(8)9.99.
01 Count-Display                    PIC Z(8)9.
01 Memo-Count-Display               PIC Z(8)9.
01 Extract-Line                     PIC X(100).

PROCEDURE DIVISION.
    PERFORM INITIALIZE-EXTRACT
    IF NOT Prior-Run-Complete AND NOT Prior-Day-Unfinished THEN
        PERFORM GATHER-DAY-ORDERS
        PERFORM GATHER-DAY-MEMOS
        PERFORM OPEN-BILLING-EXTRACT
        IF Billing-Extract-Status = "00" THEN
            PERFORM SWEEP-CUSTOMERS
                DISPLAY "Billing extract INCOMPLETE: "
                    FUNCTION TRIM(Count-Display)
                    " customer(s) committed, day left restartable"
                MOVE 8 TO RETURN-CODE
            ELSE
                PERFORM MARK-RUN-COMPLETE
                MOVE Customers-Written-Count TO Count-Display
        ELSE
            DISPLAY "Error: could not open billing-extract.txt"
                " (status " Billing-Extract-Status ")"
            MOVE 8 TO RETURN-CODE
        END-IF
    END-IF
    IF Prior-Day-Unfinished THEN
        MOVE 8 TO RETURN-CODE
    END-IF
    STOP RUN
    .

    END-IF

    MOVE 0 TO Day-Order-Used Day-Order-Overflow
    MOVE 0 TO Day-Memo-Used Day-Memo-Overflow
    MOVE 0 TO Customers-Written-Count
    MOVE 'N' TO Extract-Trouble-Switch
    PERFORM READ-CHECKPOINT

GATHER-DAY-ORDERS.
    MOVE 'N' TO Scan-EOF-Switch
    MOVE 'N' TO Gather-Order-Switch
    OPEN INPUT ORDER-MASTER-FILE
    IF Order-Master-Status = "00" THEN
        MOVE 0 TO Order-Confirmation Order-Line-Number
        START ORDER-MASTER-FILE KEY NOT < Order-Key
            INVALID KEY
                MOVE 'Y' TO Scan-EOF-Switch
        END-START
        DISPLAY "Error: could not open orders.dat (status "
            Order-Master-Status ")"
        IF Order-Master-Status = "39" THEN
            DISPLAY "orders.dat is an old record layout"
                " - run OrderLineConvert once"
        END-IF
        MOVE 'Y' TO Extract-Trouble-Switch
    END-IF
    IF Day-Order-Overflow > 0 THEN
        MOVE Day-Order-Overflow TO Count-Display
        DISPLAY "Error: " FUNCTION TRIM(Count-Display)
            " order line(s) past the 5000 tracked were NOT extracted"
        MOVE 'Y' TO Extract-Trouble-Switch
    END-IF
    .
        AT END
            MOVE 'Y' TO Scan-EOF-Switch
        NOT AT END
            IF Order-Is-Header THEN
                PERFORM GATHER-ORDER-HEADER
            ELSE
                IF Gather-Order-Billable
                   AND Order-Confirmation = Gather-Confirmation THEN
                    PERFORM GATHER-ORDER-LINE
                END-IF
            END-IF
    END-READ
    .

GATHER-ORDER-HEADER.
    *> Date, status and customer live on the header; cancelled orders
    *> don't bill, entered and fulfilled do
    MOVE 'N' TO Gather-Order-Switch
    IF Order-Entry-Date = Extract-Date-Text
       AND Order-Status NOT = 'C' THEN
        MOVE 'Y' TO Gather-Order-Switch
        MOVE Order-Confirmation TO Gather-Confirmation
        MOVE Order-Customer-Number TO Gather-Customer
    END-IF
    .

GATHER-ORDER-LINE.
    IF Day-Order-Used < 5000 THEN
        ADD 1 TO Day-Order-Used
        MOVE Gather-Customer TO Day-Order-Customer(Day-Order-Used)
        MOVE Order-Confirmation TO Day-Order-Confirmation(Day-Order-Used)
        MOVE Order-Line-Number TO Day-Order-Line(Day-Order-Used)
        MOVE Order-Item-Code TO Day-Order-Item(Day-Order-Used)
        MOVE Order-Quantity TO Day-Order-Quantity(Day-Order-Used)
        MOVE Order-Line-Amount TO Day-Order-Amount(Day-Order-Used)
    ELSE
        ADD 1 TO Day-Order-Overflow
    END-IF
    .

GATHER-DAY-MEMOS.
    *> A box that has never taken a return has no memo file, which is
    *> the same as a day without returns; any other failure means the
    *> day's credits can't be seen and the day must not complete
    MOVE 'N' TO Scan-EOF-Switch
    OPEN INPUT CREDIT-MEMO-FILE
    EVALUATE Credit-Memo-Status
        WHEN "00"
            MOVE 0 TO Memo-Confirmation Memo-Sequence
            START CREDIT-MEMO-FILE KEY NOT < Memo-Key
                INVALID KEY
                    MOVE 'Y' TO Scan-EOF-Switch
            END-START
            PERFORM GATHER-ONE-MEMO UNTIL Scan-EOF
            CLOSE CREDIT-MEMO-FILE
        WHEN "35"
            CONTINUE
        WHEN OTHER
            DISPLAY "Error: could not open credit-memos.dat (status "
                Credit-Memo-Status ")"
            MOVE 'Y' TO Extract-Trouble-Switch
    END-EVALUATE
    IF Day-Memo-Overflow > 0 THEN
        MOVE Day-Memo-Overflow TO Count-Display
        DISPLAY "Error: " FUNCTION TRIM(Count-Display)
            " credit memo(s) past the 2000 tracked were NOT extracted"
        MOVE 'Y' TO Extract-Trouble-Switch
    END-IF
    .

GATHER-ONE-MEMO.
    READ CREDIT-MEMO-FILE NEXT RECORD
        AT END
            MOVE 'Y' TO Scan-EOF-Switch
        NOT AT END
            IF Memo-Date = Extract-Date-Text THEN
                PERFORM GATHER-MEMO-LINE
            END-IF
    END-READ
    .

GATHER-MEMO-LINE.
    IF Day-Memo-Used < 2000 THEN
        ADD 1 TO Day-Memo-Used
        MOVE Memo-Customer-Number TO Day-Memo-Customer(Day-Memo-Used)
        MOVE Memo-Confirmation TO Day-Memo-Confirmation(Day-Memo-Used)
        MOVE Memo-Sequence TO Day-Memo-Sequence(Day-Memo-Used)
        MOVE Memo-Order-Line TO Day-Memo-Line(Day-Memo-Used)
        MOVE Memo-Item-Code TO Day-Memo-Item(Day-Memo-Used)
        MOVE Memo-Quantity TO Day-Memo-Quantity(Day-Memo-Used)
        MOVE Memo-Amount TO Day-Memo-Amount(Day-Memo-Used)
    ELSE
        ADD 1 TO Day-Memo-Overflow
    END-IF
    .

OPEN-BILLING-EXTRACT.
    *> A restart extends the extract the failed run left behind - the
    *> checkpoint guarantees everything already in it is committed
    IF Next-Customer-Found THEN
        MOVE Next-Customer TO Sweep-Customer
        MOVE 0 TO Customer-Total Customer-Order-Count
        MOVE 0 TO Customer-Memo-Count Last-Order-Confirmation
        PERFORM WRITE-ONE-ORDER-LINE
            VARYING Day-Order-Index FROM 1 BY 1
            UNTIL Day-Order-Index > Day-Order-Used
        PERFORM WRITE-ONE-MEMO-LINE
            VARYING Day-Memo-Index FROM 1 BY 1
            UNTIL Day-Memo-Index > Day-Memo-Used
        PERFORM WRITE-CUSTOMER-TOTAL-LINE
        ADD 1 TO Customers-Written-Count
        PERFORM COMMIT-CHECKPOINT
    .

FIND-NEXT-CUSTOMER.
    *> Smallest customer number in either table above the one just
    *> done - a customer whose only business today was a return
    *> still gets billed the credit
    MOVE 'N' TO Next-Customer-Found-Switch
    MOVE 0 TO Next-Customer
    PERFORM CHECK-ONE-CANDIDATE
        VARYING Day-Order-Index FROM 1 BY 1
        UNTIL Day-Order-Index > Day-Order-Used
    PERFORM CHECK-ONE-MEMO-CANDIDATE
        VARYING Day-Memo-Index FROM 1 BY 1
        UNTIL Day-Memo-Index > Day-Memo-Used
    .

CHECK-ONE-CANDIDATE.
    END-IF
    .

CHECK-ONE-MEMO-CANDIDATE.
    IF Day-Memo-Customer(Day-Memo-Index) > Sweep-Customer THEN
        IF NOT Next-Customer-Found
           OR Day-Memo-Customer(Day-Memo-Index) < Next-Customer THEN
            MOVE 'Y' TO Next-Customer-Found-Switch
            MOVE Day-Memo-Customer(Day-Memo-Index)
                TO Next-Customer
        END-IF
    END-IF
    .

WRITE-ONE-ORDER-LINE.
    IF Day-Order-Customer(Day-Order-Index) = Sweep-Customer THEN
        IF Day-Order-Confirmation(Day-Order-Index)
           NOT = Last-Order-Confirmation THEN
            ADD 1 TO Customer-Order-Count
            MOVE Day-Order-Confirmation(Day-Order-Index)
                TO Last-Order-Confirmation
        END-IF
        ADD Day-Order-Amount(Day-Order-Index) TO Customer-Total
        MOVE Day-Order-Amount(Day-Order-Index) TO Amount-Display
        MOVE SPACES TO Extract-Line
        STRING "CUSTOMER " Day-Order-Customer(Day-Order-Index)
               " ORDER " Day-Order-Confirmation(Day-Order-Index)
               " LINE " Day-Order-Line(Day-Order-Index)
               " ITEM "
               FUNCTION TRIM(Day-Order-Item(Day-Order-Index))
               " QTY " Day-Order-Quantity(Day-Order-Index)
    END-IF
    .

WRITE-ONE-MEMO-LINE.
    *> The memo's own number, then the order line it credits, with
    *> the amount signed so AR's loader nets it without a special case
    IF Day-Memo-Customer(Day-Memo-Index) = Sweep-Customer THEN
        ADD 1 TO Customer-Memo-Count
        SUBTRACT Day-Memo-Amount(Day-Memo-Index) FROM Customer-Total
        MOVE Day-Memo-Amount(Day-Memo-Index) TO Amount-Display
        MOVE SPACES TO Extract-Line
        STRING "CUSTOMER " Day-Memo-Customer(Day-Memo-Index)
               " MEMO " Day-Memo-Confirmation(Day-Memo-Index)
               "-" Day-Memo-Sequence(Day-Memo-Index)
               " ORDER " Day-Memo-Confirmation(Day-Memo-Index)
               " LINE " Day-Memo-Line(Day-Memo-Index)
               " ITEM "
               FUNCTION TRIM(Day-Memo-Item(Day-Memo-Index))
               " QTY " Day-Memo-Quantity(Day-Memo-Index)
               " AMOUNT -" FUNCTION TRIM(Amount-Display)
            DELIMITED BY SIZE INTO Extract-Line
        PERFORM WRITE-EXTRACT-LINE
    END-IF
    .

WRITE-CUSTOMER-TOTAL-LINE.
    MOVE Customer-Total TO Total-Display
    MOVE Customer-Order-Count TO Count-Display
    MOVE SPACES TO Extract-Line
    IF Customer-Memo-Count = 0 THEN
        STRING "CUSTOMER " Sweep-Customer " TOTAL "
               FUNCTION TRIM(Total-Display) " ("
               FUNCTION TRIM(Count-Display) " order(s))"
            DELIMITED BY SIZE INTO Extract-Line
    ELSE
        MOVE Customer-Memo-Count TO Memo-Count-Display
        STRING "CUSTOMER " Sweep-Customer " TOTAL "
               FUNCTION TRIM(Total-Display) " ("
               FUNCTION TRIM(Count-Display) " order(s), "
               FUNCTION TRIM(Memo-Count-Display) " credit memo(s))"
            DELIMITED BY SIZE INTO Extract-Line
    END-IF
    PERFORM WRITE-EXTRACT-LINE
    .

