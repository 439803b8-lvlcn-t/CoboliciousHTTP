IDENTIFICATION DIVISION.
PROGRAM-ID. BalanceAudit.

*> Nightly open-balance audit. Customer-Open-Balance is a running
*> figure: intake adds each order, a cancel takes it back off,
*> CashReceipts takes payments off and a customer return takes its
*> credit memo off. Nothing checks that the running
*> figure still agrees with the records behind it, so a crashed
*> child or a failed rewrite goes unnoticed. This job recomputes
*> every customer's balance from scratch:
*>   every order that holds a balance (entered, backordered,
*>   fulfilled, or returned in part or in full) on orders.dat and in
*>   every archive generation catalogued in orders-archives.dat,
*>   less every payment on payments.dat, less every credit memo on
*>   credit-memos.dat.
*> Cancelled orders never hold a balance, so they count nowhere. Any
*> customer whose stored balance differs from the recomputed one goes
*> on the exception report balance-audit.txt with both figures and
*> the difference. So does any customer number that has orders,
*> payments or credits but is not on customers.dat.
*>
*> The job only reports unless BALANCEAUDIT_MODE is CORRECT. In that
*> mode BALANCEAUDIT_OPERATOR must name whoever in AR asked for the
*> correction (up to 8 characters). Each differing balance is then
*> reset to the recomputed figure and the adjustment goes onto
*> customer-history.log the same way CustomerMaint records its
*> changes. Corrections are refused when the audit could not see
*> everything: an archive generation that won't open, or more
*> customers than the totals table holds. A partial recompute would
*> "correct" good balances to wrong ones.
*> Run inside the maintenance window, while the listener is not
*> taking orders against the balances.

ENVIRONMENT DIVISION.
CONFIGURATION SECTION.
REPOSITORY.
    FUNCTION ALL INTRINSIC.

INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT CUSTOMER-MASTER-FILE ASSIGN TO "customers.dat"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS Customer-Number
        FILE STATUS IS Customer-Master-Status.
    SELECT ORDER-MASTER-FILE ASSIGN TO "orders.dat"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS Order-Key
        FILE STATUS IS Order-Master-Status.
    SELECT ARCHIVE-CATALOG-FILE ASSIGN TO "orders-archives.dat"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS Archive-Catalog-Status.
    SELECT ORDER-ARCHIVE-FILE ASSIGN USING Archive-File-Name
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS Order-Archive-Status.
    SELECT PAYMENT-LEDGER-FILE ASSIGN TO "payments.dat"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS Payment-Reference
        FILE STATUS IS Payment-Ledger-Status.
    SELECT CREDIT-MEMO-FILE ASSIGN TO "credit-memos.dat"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS Memo-Key
        FILE STATUS IS Credit-Memo-Status.
    SELECT AUDIT-REPORT-FILE ASSIGN TO "balance-audit.txt"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS Audit-Report-Status.
    SELECT CUSTOMER-HISTORY-FILE ASSIGN TO "customer-history.log"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS Customer-History-Status.

DATA DIVISION.
FILE SECTION.
*> Same layout the listener's CUSTOMER-MASTER-FILE reads
FD  CUSTOMER-MASTER-FILE.
01  Customer-Master-Record.
    05 Customer-Number              PIC 9(06).
    05 Customer-Name                PIC X(30).
    05 Customer-Credit-Limit        PIC 9(07)V99.
    05 Customer-Open-Balance        PIC S9(07)V99.
    05 Customer-Hold-Flag           PIC X(01).

*> Same layout the listener's ORDER-MASTER-FILE writes; only the
*> headers (line 000) matter here, since they carry the order total
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
          88 Order-Holds-Balance    VALUE 'E' 'B' 'F' 'P' 'R'.
       10 Order-Entry-Source        PIC X(01).
       10 Order-Total-Amount        PIC 9(07)V99.
       10 Order-Line-Count          PIC 9(03).
       10 FILLER                    PIC X(12).

*> One line per archived generation ("YYYYMMDD filename"), as
*> OrderArchive catalogs them
FD  ARCHIVE-CATALOG-FILE.
01  Archive-Catalog-Record          PIC X(64).

*> The master record's own image, one record per line, as
*> OrderArchive writes it; again only the headers are totalled
FD  ORDER-ARCHIVE-FILE.
01  Order-Archive-Record.
    05 Archive-Confirmation         PIC 9(06).
    05 Archive-Line-Number          PIC 9(03).
       88 Archive-Is-Header         VALUE 0.
    05 Archive-Customer-Number      PIC 9(06).
    05 Archive-Entry-Date           PIC X(08).
    05 Archive-Entry-Time           PIC X(06).
    05 Archive-Status               PIC X(01).
       88 Archive-Holds-Balance     VALUE 'E' 'B' 'F' 'P' 'R'.
    05 Archive-Entry-Source         PIC X(01).
    05 Archive-Total-Amount         PIC 9(07)V99.
    05 Archive-Line-Count           PIC 9(03).
    05 FILLER                       PIC X(12).

*> Same layout CashReceipts posts
FD  PAYMENT-LEDGER-FILE.
01  Payment-Ledger-Record.
    05 Payment-Reference            PIC X(16).
    05 Payment-Customer-Number      PIC 9(06).
    05 Payment-Amount               PIC 9(07)V99.
    05 Payment-Date                 PIC X(08).
    05 Payment-Posted-Date          PIC X(08).
    05 Payment-Posted-Time          PIC X(06).

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

FD  AUDIT-REPORT-FILE.
01  Audit-Report-Record             PIC X(100).

*> Same fixed-column layout CustomerMaint appends
FD  CUSTOMER-HISTORY-FILE.
01  Customer-History-Record         PIC X(128).

WORKING-STORAGE SECTION.

01 Customer-Master-Status           PIC X(02).
01 Order-Master-Status              PIC X(02).
01 Archive-Catalog-Status           PIC X(02).
01 Order-Archive-Status             PIC X(02).
01 Payment-Ledger-Status            PIC X(02).
01 Credit-Memo-Status               PIC X(02).
01 Audit-Report-Status              PIC X(02).
01 Customer-History-Status          PIC X(02).
01 Archive-File-Name                PIC X(48).
01 Archive-Date-Text                PIC X(08).

01 Current-Timestamp.
    05 Current-Date-Part            PIC X(08).
    05 Current-Time-Part            PIC X(06).
    05 FILLER                       PIC X(07).

01 Config-Mode-Text                 PIC X(10).
01 Audit-Operator-Text              PIC X(10).
01 Correct-Mode-Switch              PIC X(01).
    88 Correct-Mode                 VALUE 'Y'.
01 Audit-Ready-Switch               PIC X(01).
    88 Audit-Ready                  VALUE 'Y'.
01 Audit-Incomplete-Switch          PIC X(01).
    88 Audit-Incomplete             VALUE 'Y'.
01 Scan-EOF-Switch                  PIC X(01).
    88 Scan-EOF                     VALUE 'Y'.
01 Catalog-EOF-Switch               PIC X(01).
    88 Catalog-EOF                  VALUE 'Y'.

*> Recomputed figures, one entry per customer number seen on an
*> order or a payment; found by a straight scan, the way the other
*> nightly jobs keep their tables
01 Audit-Table.
    05 Audit-Entry OCCURS 5000 TIMES.
       10 Audit-Customer            PIC 9(06).
       10 Audit-Order-Total         PIC S9(09)V99.
       10 Audit-Paid-Total          PIC S9(09)V99.
       10 Audit-On-Master           PIC X(01).
01 Audit-Used                       PIC S9(4) COMP.
01 Audit-Index                      PIC S9(4) COMP.
01 Audit-Found-Index                PIC S9(4) COMP.
01 Audit-Overflow                   PIC 9(09) COMP.
01 Audit-Search-Customer            PIC 9(06).
01 Audit-Post-Amount                PIC S9(09)V99.
01 Audit-Post-Kind                  PIC X(01).
    88 Post-Order-Amount            VALUE 'O'.
    88 Post-Paid-Amount             VALUE 'P'.

01 Stored-Balance                   PIC S9(07)V99.
01 Expected-Balance                 PIC S9(09)V99.
01 Balance-Difference               PIC S9(09)V99.
01 Net-Difference                   PIC S9(09)V99.
01 Fix-Result                       PIC X(14).

01 Hist-Action                      PIC X(07) VALUE "AUDIT".
01 Hist-Field                       PIC X(06) VALUE "BAL".
01 Hist-Before                      PIC X(30).
01 Hist-After                       PIC X(30).

01 Order-Count                      PIC 9(09) COMP.
01 Archived-Order-Count             PIC 9(09) COMP.
01 Generation-Count                 PIC 9(09) COMP.
01 Payment-Count                    PIC 9(09) COMP.
01 Memo-Count                       PIC 9(09) COMP.
01 Customer-Count                   PIC 9(09) COMP.
01 Agree-Count                      PIC 9(09) COMP.
01 Exception-Count                  PIC 9(09) COMP.
01 Corrected-Count                  PIC 9(09) COMP.
01 Orphan-Count                     PIC 9(09) COMP.

01 Count-Display                    PIC Z(8)9.
01 Stored-Display                   PIC -Z(8)9.99.
01 Expected-Display                 PIC -Z(8)9.99.
01 Difference-Display               PIC -Z(8)9.99.
01 Report-Line                      PIC X(100).

PROCEDURE DIVISION.
Main-Audit-Section.
    PERFORM INITIALIZE-AUDIT
    IF Audit-Ready THEN
        PERFORM TOTAL-LIVE-ORDERS
        PERFORM TOTAL-ARCHIVED-ORDERS
        PERFORM TOTAL-PAYMENTS
        PERFORM TOTAL-CREDIT-MEMOS
        PERFORM COMPARE-CUSTOMER-BALANCES
        PERFORM WRITE-ORPHAN-SECTION
        PERFORM WRITE-AUDIT-TOTALS
        CLOSE AUDIT-REPORT-FILE
        MOVE Exception-Count TO Count-Display
        DISPLAY "Balance audit: " FUNCTION TRIM(Count-Display)
            " customer(s) out of agreement - see balance-audit.txt"
        IF Correct-Mode THEN
            MOVE Corrected-Count TO Count-Display
            DISPLAY "Balances corrected: " FUNCTION TRIM(Count-Display)
        END-IF
    END-IF
    STOP RUN
    .

INITIALIZE-AUDIT.
    MOVE 'N' TO Correct-Mode-Switch Audit-Ready-Switch
    MOVE 'N' TO Audit-Incomplete-Switch
    MOVE 0 TO Audit-Used Audit-Overflow
    MOVE 0 TO Order-Count Archived-Order-Count Generation-Count
    MOVE 0 TO Payment-Count Memo-Count Customer-Count Agree-Count
    MOVE 0 TO Exception-Count Corrected-Count Orphan-Count
    MOVE 0 TO Net-Difference
    MOVE FUNCTION CURRENT-DATE TO Current-Timestamp

    MOVE SPACES TO Config-Mode-Text Audit-Operator-Text
    ACCEPT Config-Mode-Text FROM ENVIRONMENT "BALANCEAUDIT_MODE"
    ACCEPT Audit-Operator-Text FROM ENVIRONMENT "BALANCEAUDIT_OPERATOR"
    MOVE 'Y' TO Audit-Ready-Switch
    IF FUNCTION UPPER-CASE(FUNCTION TRIM(Config-Mode-Text))
       = "CORRECT" THEN
        MOVE FUNCTION TRIM(Audit-Operator-Text) TO Audit-Operator-Text
        IF Audit-Operator-Text = SPACES
           OR Audit-Operator-Text(9 :) NOT = SPACES THEN
            DISPLAY "Error: BALANCEAUDIT_MODE=CORRECT needs"
                " BALANCEAUDIT_OPERATOR (up to 8 characters)"
                " - nothing done"
            MOVE 'N' TO Audit-Ready-Switch
        ELSE
            MOVE 'Y' TO Correct-Mode-Switch
        END-IF
    END-IF

    IF Audit-Ready THEN
        OPEN OUTPUT AUDIT-REPORT-FILE
        IF Audit-Report-Status NOT = "00" THEN
            DISPLAY "Error: could not open balance-audit.txt (status "
                Audit-Report-Status ")"
            MOVE 'N' TO Audit-Ready-Switch
        ELSE
            MOVE SPACES TO Report-Line
            STRING "Open-balance audit run " Current-Date-Part " "
                   Current-Time-Part
                DELIMITED BY SIZE INTO Report-Line
            IF Correct-Mode THEN
                STRING FUNCTION TRIM(Report-Line)
                       " - CORRECTION MODE, requested by "
                       FUNCTION TRIM(Audit-Operator-Text)
                    DELIMITED BY SIZE INTO Report-Line
            ELSE
                STRING FUNCTION TRIM(Report-Line) " - report only"
                    DELIMITED BY SIZE INTO Report-Line
            END-IF
            PERFORM WRITE-AUDIT-LINE
            MOVE SPACES TO Report-Line
            PERFORM WRITE-AUDIT-LINE
        END-IF
    END-IF
    .

TOTAL-LIVE-ORDERS.
    MOVE 'N' TO Scan-EOF-Switch
    OPEN INPUT ORDER-MASTER-FILE
    EVALUATE Order-Master-Status
        WHEN "00"
            MOVE 0 TO Order-Confirmation Order-Line-Number
            START ORDER-MASTER-FILE KEY NOT < Order-Key
                INVALID KEY
                    MOVE 'Y' TO Scan-EOF-Switch
            END-START
            PERFORM TOTAL-ONE-LIVE-ORDER UNTIL Scan-EOF
            CLOSE ORDER-MASTER-FILE
        WHEN "35"
            *> No orders taken on this box yet - nothing to count
            CONTINUE
        WHEN OTHER
            DISPLAY "Error: could not open orders.dat (status "
                Order-Master-Status ")"
            MOVE SPACES TO Report-Line
            STRING "*** orders.dat could not be read (status "
                   Order-Master-Status ") - audit incomplete"
                DELIMITED BY SIZE INTO Report-Line
            PERFORM WRITE-AUDIT-LINE
            MOVE 'Y' TO Audit-Incomplete-Switch
    END-EVALUATE
    .

TOTAL-ONE-LIVE-ORDER.
    READ ORDER-MASTER-FILE NEXT RECORD
        AT END
            MOVE 'Y' TO Scan-EOF-Switch
        NOT AT END
            IF Order-Is-Header AND Order-Holds-Balance THEN
                ADD 1 TO Order-Count
                MOVE Order-Customer-Number TO Audit-Search-Customer
                MOVE Order-Total-Amount TO Audit-Post-Amount
                MOVE 'O' TO Audit-Post-Kind
                PERFORM POST-AUDIT-AMOUNT
            END-IF
    END-READ
    .

TOTAL-ARCHIVED-ORDERS.
    *> Every catalogued generation counts - an archived fulfilled
    *> order is still on the customer's balance until it is paid
    MOVE 'N' TO Catalog-EOF-Switch
    OPEN INPUT ARCHIVE-CATALOG-FILE
    IF Archive-Catalog-Status = "00" THEN
        PERFORM TOTAL-ONE-GENERATION UNTIL Catalog-EOF
        CLOSE ARCHIVE-CATALOG-FILE
    ELSE
        IF Archive-Catalog-Status NOT = "35" THEN
            DISPLAY "Error: could not open orders-archives.dat"
                " (status " Archive-Catalog-Status ")"
            MOVE SPACES TO Report-Line
            STRING "*** orders-archives.dat could not be read (status "
                   Archive-Catalog-Status ") - audit incomplete"
                DELIMITED BY SIZE INTO Report-Line
            PERFORM WRITE-AUDIT-LINE
            MOVE 'Y' TO Audit-Incomplete-Switch
        END-IF
    END-IF
    .

TOTAL-ONE-GENERATION.
    READ ARCHIVE-CATALOG-FILE
        AT END
            MOVE 'Y' TO Catalog-EOF-Switch
        NOT AT END
            MOVE SPACES TO Archive-Date-Text Archive-File-Name
            UNSTRING Archive-Catalog-Record DELIMITED BY ALL SPACE
                INTO Archive-Date-Text Archive-File-Name
            END-UNSTRING
            IF Archive-File-Name NOT = SPACES THEN
                PERFORM TOTAL-ARCHIVE-FILE
            END-IF
    END-READ
    .

TOTAL-ARCHIVE-FILE.
    MOVE 'N' TO Scan-EOF-Switch
    OPEN INPUT ORDER-ARCHIVE-FILE
    IF Order-Archive-Status = "00" THEN
        ADD 1 TO Generation-Count
        PERFORM TOTAL-ONE-ARCHIVED-ORDER UNTIL Scan-EOF
        CLOSE ORDER-ARCHIVE-FILE
    ELSE
        MOVE SPACES TO Report-Line
        STRING "*** archive generation " FUNCTION TRIM(Archive-File-Name)
               " could not be opened (status " Order-Archive-Status
               ") - audit incomplete"
            DELIMITED BY SIZE INTO Report-Line
        PERFORM WRITE-AUDIT-LINE
        MOVE 'Y' TO Audit-Incomplete-Switch
    END-IF
    .

TOTAL-ONE-ARCHIVED-ORDER.
    READ ORDER-ARCHIVE-FILE
        AT END
            MOVE 'Y' TO Scan-EOF-Switch
        NOT AT END
            IF Archive-Line-Number IS NUMERIC
               AND Archive-Is-Header
               AND Archive-Holds-Balance
               AND Archive-Customer-Number IS NUMERIC
               AND Archive-Total-Amount IS NUMERIC THEN
                ADD 1 TO Archived-Order-Count
                MOVE Archive-Customer-Number TO Audit-Search-Customer
                MOVE Archive-Total-Amount TO Audit-Post-Amount
                MOVE 'O' TO Audit-Post-Kind
                PERFORM POST-AUDIT-AMOUNT
            END-IF
    END-READ
    .

TOTAL-PAYMENTS.
    MOVE 'N' TO Scan-EOF-Switch
    OPEN INPUT PAYMENT-LEDGER-FILE
    EVALUATE Payment-Ledger-Status
        WHEN "00"
            MOVE LOW-VALUES TO Payment-Reference
            START PAYMENT-LEDGER-FILE KEY NOT < Payment-Reference
                INVALID KEY
                    MOVE 'Y' TO Scan-EOF-Switch
            END-START
            PERFORM TOTAL-ONE-PAYMENT UNTIL Scan-EOF
            CLOSE PAYMENT-LEDGER-FILE
        WHEN "35"
            *> No payments posted on this box yet
            CONTINUE
        WHEN OTHER
            DISPLAY "Error: could not open payments.dat (status "
                Payment-Ledger-Status ")"
            MOVE SPACES TO Report-Line
            STRING "*** payments.dat could not be read (status "
                   Payment-Ledger-Status ") - audit incomplete"
                DELIMITED BY SIZE INTO Report-Line
            PERFORM WRITE-AUDIT-LINE
            MOVE 'Y' TO Audit-Incomplete-Switch
    END-EVALUATE
    .

TOTAL-ONE-PAYMENT.
    READ PAYMENT-LEDGER-FILE NEXT RECORD
        AT END
            MOVE 'Y' TO Scan-EOF-Switch
        NOT AT END
            ADD 1 TO Payment-Count
            MOVE Payment-Customer-Number TO Audit-Search-Customer
            MOVE Payment-Amount TO Audit-Post-Amount
            MOVE 'P' TO Audit-Post-Kind
            PERFORM POST-AUDIT-AMOUNT
    END-READ
    .

TOTAL-CREDIT-MEMOS.
    *> A credit memo comes off the balance the same way a payment
    *> does, so it is totalled with the payments
    MOVE 'N' TO Scan-EOF-Switch
    OPEN INPUT CREDIT-MEMO-FILE
    EVALUATE Credit-Memo-Status
        WHEN "00"
            MOVE 0 TO Memo-Confirmation Memo-Sequence
            START CREDIT-MEMO-FILE KEY NOT < Memo-Key
                INVALID KEY
                    MOVE 'Y' TO Scan-EOF-Switch
            END-START
            PERFORM TOTAL-ONE-CREDIT-MEMO UNTIL Scan-EOF
            CLOSE CREDIT-MEMO-FILE
        WHEN "35"
            *> No return taken on this box yet
            CONTINUE
        WHEN OTHER
            DISPLAY "Error: could not open credit-memos.dat (status "
                Credit-Memo-Status ")"
            MOVE SPACES TO Report-Line
            STRING "*** credit-memos.dat could not be read (status "
                   Credit-Memo-Status ") - audit incomplete"
                DELIMITED BY SIZE INTO Report-Line
            PERFORM WRITE-AUDIT-LINE
            MOVE 'Y' TO Audit-Incomplete-Switch
    END-EVALUATE
    .

TOTAL-ONE-CREDIT-MEMO.
    READ CREDIT-MEMO-FILE NEXT RECORD
        AT END
            MOVE 'Y' TO Scan-EOF-Switch
        NOT AT END
            ADD 1 TO Memo-Count
            MOVE Memo-Customer-Number TO Audit-Search-Customer
            MOVE Memo-Amount TO Audit-Post-Amount
            MOVE 'P' TO Audit-Post-Kind
            PERFORM POST-AUDIT-AMOUNT
    END-READ
    .

POST-AUDIT-AMOUNT.
    *> Caller sets Audit-Search-Customer, Audit-Post-Amount and
    *> Audit-Post-Kind; a customer seen for the first time gets a
    *> fresh entry
    PERFORM FIND-AUDIT-ENTRY
    IF Audit-Found-Index = 0 THEN
        IF Audit-Used < 5000 THEN
            ADD 1 TO Audit-Used
            MOVE Audit-Used TO Audit-Found-Index
            MOVE Audit-Search-Customer TO Audit-Customer(Audit-Used)
            MOVE 0 TO Audit-Order-Total(Audit-Used)
                      Audit-Paid-Total(Audit-Used)
            MOVE 'N' TO Audit-On-Master(Audit-Used)
        ELSE
            ADD 1 TO Audit-Overflow
            MOVE 'Y' TO Audit-Incomplete-Switch
        END-IF
    END-IF
    IF Audit-Found-Index > 0 THEN
        IF Post-Order-Amount THEN
            ADD Audit-Post-Amount TO Audit-Order-Total(Audit-Found-Index)
        ELSE
            ADD Audit-Post-Amount TO Audit-Paid-Total(Audit-Found-Index)
        END-IF
    END-IF
    .

FIND-AUDIT-ENTRY.
    MOVE 0 TO Audit-Found-Index
    PERFORM CHECK-ONE-AUDIT-ENTRY VARYING Audit-Index FROM 1 BY 1
        UNTIL Audit-Index > Audit-Used OR Audit-Found-Index > 0
    .

CHECK-ONE-AUDIT-ENTRY.
    IF Audit-Customer(Audit-Index) = Audit-Search-Customer THEN
        MOVE Audit-Index TO Audit-Found-Index
    END-IF
    .

COMPARE-CUSTOMER-BALANCES.
    IF Correct-Mode AND Audit-Incomplete THEN
        MOVE "*** Audit incomplete - no balances corrected this run"
            TO Report-Line
        PERFORM WRITE-AUDIT-LINE
        MOVE 'N' TO Correct-Mode-Switch
    END-IF
    MOVE SPACES TO Report-Line
    STRING "Customer Name                           Stored"
           "         Expected      Difference"
        DELIMITED BY SIZE INTO Report-Line
    PERFORM WRITE-AUDIT-LINE

    MOVE 'N' TO Scan-EOF-Switch
    IF Correct-Mode THEN
        OPEN I-O CUSTOMER-MASTER-FILE
    ELSE
        OPEN INPUT CUSTOMER-MASTER-FILE
    END-IF
    IF Customer-Master-Status = "00" THEN
        MOVE 0 TO Customer-Number
        START CUSTOMER-MASTER-FILE KEY NOT < Customer-Number
            INVALID KEY
                MOVE 'Y' TO Scan-EOF-Switch
        END-START
        PERFORM AUDIT-ONE-CUSTOMER UNTIL Scan-EOF
        CLOSE CUSTOMER-MASTER-FILE
    ELSE
        DISPLAY "Error: could not open customers.dat (status "
            Customer-Master-Status ")"
        MOVE SPACES TO Report-Line
        STRING "*** customers.dat could not be read (status "
               Customer-Master-Status ") - no balances audited"
            DELIMITED BY SIZE INTO Report-Line
        PERFORM WRITE-AUDIT-LINE
    END-IF
    .

AUDIT-ONE-CUSTOMER.
    READ CUSTOMER-MASTER-FILE NEXT RECORD
        AT END
            MOVE 'Y' TO Scan-EOF-Switch
        NOT AT END
            ADD 1 TO Customer-Count
            MOVE Customer-Number TO Audit-Search-Customer
            PERFORM FIND-AUDIT-ENTRY
            IF Audit-Found-Index > 0 THEN
                MOVE 'Y' TO Audit-On-Master(Audit-Found-Index)
                COMPUTE Expected-Balance =
                    Audit-Order-Total(Audit-Found-Index)
                    - Audit-Paid-Total(Audit-Found-Index)
            ELSE
                MOVE 0 TO Expected-Balance
            END-IF
            IF Expected-Balance = Customer-Open-Balance THEN
                ADD 1 TO Agree-Count
            ELSE
                PERFORM REPORT-BALANCE-EXCEPTION
            END-IF
    END-READ
    .

REPORT-BALANCE-EXCEPTION.
    ADD 1 TO Exception-Count
    COMPUTE Balance-Difference = Customer-Open-Balance - Expected-Balance
    ADD Balance-Difference TO Net-Difference
    MOVE Customer-Open-Balance TO Stored-Balance
    MOVE SPACES TO Fix-Result
    IF Correct-Mode THEN
        PERFORM CORRECT-CUSTOMER-BALANCE
    END-IF
    MOVE Stored-Balance TO Stored-Display
    MOVE Expected-Balance TO Expected-Display
    MOVE Balance-Difference TO Difference-Display
    MOVE SPACES TO Report-Line
    STRING Customer-Number " " Customer-Name " " Stored-Display " "
           Expected-Display " " Difference-Display " " Fix-Result
        DELIMITED BY SIZE INTO Report-Line
    PERFORM WRITE-AUDIT-LINE
    .

CORRECT-CUSTOMER-BALANCE.
    *> The master holds S9(07)V99; a recomputed figure past that can't
    *> be stored and needs a person to look at it
    IF Expected-Balance > 9999999.99
       OR Expected-Balance < -9999999.99 THEN
        MOVE "NOT corrected" TO Fix-Result
    ELSE
        MOVE Customer-Open-Balance TO Stored-Display
        MOVE FUNCTION TRIM(Stored-Display) TO Hist-Before
        MOVE Expected-Balance TO Customer-Open-Balance
        REWRITE Customer-Master-Record
            INVALID KEY
                MOVE "NOT corrected" TO Fix-Result
                DISPLAY "Error: could not rewrite customer "
                    Customer-Number " (status "
                    Customer-Master-Status ")"
            NOT INVALID KEY
                MOVE "corrected" TO Fix-Result
                ADD 1 TO Corrected-Count
                MOVE Expected-Balance TO Expected-Display
                MOVE FUNCTION TRIM(Expected-Display) TO Hist-After
                PERFORM WRITE-CUSTOMER-HISTORY
        END-REWRITE
    END-IF
    .

WRITE-CUSTOMER-HISTORY.
    *> One line per adjustment, in the columns CustomerMaint uses, so
    *> the customer's whole history reads from one log
    MOVE FUNCTION CURRENT-DATE TO Current-Timestamp
    OPEN EXTEND CUSTOMER-HISTORY-FILE
    IF Customer-History-Status = "35" THEN
        OPEN OUTPUT CUSTOMER-HISTORY-FILE
    END-IF
    IF Customer-History-Status = "00" THEN
        MOVE SPACES TO Customer-History-Record
        STRING Current-Date-Part " " Current-Time-Part " "
               Audit-Operator-Text(1 : 8) " " Customer-Number " "
               Hist-Action " " Hist-Field " "
               Hist-Before " " Hist-After
            DELIMITED BY SIZE INTO Customer-History-Record
        WRITE Customer-History-Record
        CLOSE CUSTOMER-HISTORY-FILE
    ELSE
        DISPLAY "Error: could not write customer-history.log (status "
            Customer-History-Status ") for customer " Customer-Number
    END-IF
    .

WRITE-ORPHAN-SECTION.
    *> Orders or payments carrying a customer number the master
    *> doesn't know - nothing to correct, but somebody's money
    PERFORM WRITE-ONE-ORPHAN VARYING Audit-Index FROM 1 BY 1
        UNTIL Audit-Index > Audit-Used
    .

WRITE-ONE-ORPHAN.
    IF Audit-On-Master(Audit-Index) = 'N' THEN
        IF Orphan-Count = 0 THEN
            MOVE SPACES TO Report-Line
            PERFORM WRITE-AUDIT-LINE
            MOVE SPACES TO Report-Line
            STRING "Customer numbers with orders, payments or credits"
                   " but not on customers.dat:"
                DELIMITED BY SIZE INTO Report-Line
            PERFORM WRITE-AUDIT-LINE
        END-IF
        ADD 1 TO Orphan-Count
        MOVE Audit-Order-Total(Audit-Index) TO Stored-Display
        MOVE Audit-Paid-Total(Audit-Index) TO Expected-Display
        MOVE SPACES TO Report-Line
        STRING "  " Audit-Customer(Audit-Index) "  orders "
               Stored-Display "  paid/credited " Expected-Display
            DELIMITED BY SIZE INTO Report-Line
        PERFORM WRITE-AUDIT-LINE
    END-IF
    .

WRITE-AUDIT-TOTALS.
    MOVE SPACES TO Report-Line
    PERFORM WRITE-AUDIT-LINE
    IF Exception-Count = 0 AND Orphan-Count = 0
       AND NOT Audit-Incomplete THEN
        MOVE "No exceptions - every balance agrees." TO Report-Line
        PERFORM WRITE-AUDIT-LINE
    END-IF

    MOVE Order-Count TO Count-Display
    MOVE SPACES TO Report-Line
    STRING "Orders on orders.dat holding a balance:   " Count-Display
        DELIMITED BY SIZE INTO Report-Line
    PERFORM WRITE-AUDIT-LINE
    MOVE Archived-Order-Count TO Count-Display
    MOVE SPACES TO Report-Line
    STRING "Archived orders holding a balance:        " Count-Display
        DELIMITED BY SIZE INTO Report-Line
    PERFORM WRITE-AUDIT-LINE
    MOVE Generation-Count TO Count-Display
    MOVE SPACES TO Report-Line
    STRING "Archive generations read:                 " Count-Display
        DELIMITED BY SIZE INTO Report-Line
    PERFORM WRITE-AUDIT-LINE
    MOVE Payment-Count TO Count-Display
    MOVE SPACES TO Report-Line
    STRING "Payments on payments.dat:                 " Count-Display
        DELIMITED BY SIZE INTO Report-Line
    PERFORM WRITE-AUDIT-LINE
    MOVE Memo-Count TO Count-Display
    MOVE SPACES TO Report-Line
    STRING "Credit memos on credit-memos.dat:         " Count-Display
        DELIMITED BY SIZE INTO Report-Line
    PERFORM WRITE-AUDIT-LINE
    MOVE Customer-Count TO Count-Display
    MOVE SPACES TO Report-Line
    STRING "Customers audited:                        " Count-Display
        DELIMITED BY SIZE INTO Report-Line
    PERFORM WRITE-AUDIT-LINE
    MOVE Agree-Count TO Count-Display
    MOVE SPACES TO Report-Line
    STRING "  in agreement:                           " Count-Display
        DELIMITED BY SIZE INTO Report-Line
    PERFORM WRITE-AUDIT-LINE
    MOVE Exception-Count TO Count-Display
    MOVE Net-Difference TO Difference-Display
    MOVE SPACES TO Report-Line
    STRING "  out of agreement:                       " Count-Display
           "  net stored less expected " Difference-Display
        DELIMITED BY SIZE INTO Report-Line
    PERFORM WRITE-AUDIT-LINE
    IF Correct-Mode THEN
        MOVE Corrected-Count TO Count-Display
        MOVE SPACES TO Report-Line
        STRING "  corrected:                              "
               Count-Display
            DELIMITED BY SIZE INTO Report-Line
        PERFORM WRITE-AUDIT-LINE
    END-IF
    IF Audit-Overflow > 0 THEN
        MOVE Audit-Overflow TO Count-Display
        MOVE SPACES TO Report-Line
        STRING "*** " FUNCTION TRIM(Count-Display)
               " order/payment/credit record(s) for customers past"
               " the 5000 tracked were not counted"
            DELIMITED BY SIZE INTO Report-Line
        PERFORM WRITE-AUDIT-LINE
    END-IF
    .

WRITE-AUDIT-LINE.
    MOVE Report-Line TO Audit-Report-Record
    WRITE Audit-Report-Record
    .
