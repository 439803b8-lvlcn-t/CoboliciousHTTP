IDENTIFICATION DIVISION.
PROGRAM-ID. CashReceipts.

*> Cash receipts posting. Intake puts every order's amount onto the
*> customer's open balance, and until now nothing ever took money off
*> it, so paying customers drifted into credit holds. This job reads
*> the day's payments from payments-in.txt (CASHRECEIPTS_INPUT names
*> another file), one per line as "customer reference amount date"
*> (date YYYYMMDD), and takes each good payment off
*> Customer-Open-Balance. A balance may go below zero when a customer
*> pays ahead.
*>
*> Every posted payment is written to payments.dat, keyed by its
*> reference. That file is the standing record of what has been
*> posted, and it is what catches a duplicate: a reference already on
*> it, from an earlier day or earlier in this file, is never posted
*> twice. The same check means a double-scheduled run can't
*> double-post. Unknown customers, duplicate references and lines
*> that don't parse go to the suspense listing (cash-suspense.txt)
*> for the cashier to research. Posted payments go to the payments
*> journal (payments-journal.txt). Both end with batch control totals
*> so the batch can be balanced to the bank deposit: everything read
*> equals posted plus suspense.
*> Run it while the listener is not taking orders against the
*> balances (inside the SIMPLEHTTP_MAINT_START/END window).

ENVIRONMENT DIVISION.
CONFIGURATION SECTION.
REPOSITORY.
    FUNCTION ALL INTRINSIC.

INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT PAYMENT-IN-FILE ASSIGN USING Payment-Input-Name
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS Payment-In-Status.
    SELECT CUSTOMER-MASTER-FILE ASSIGN TO "customers.dat"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS RANDOM
        RECORD KEY IS Customer-Number
        FILE STATUS IS Customer-Master-Status.
    SELECT PAYMENT-LEDGER-FILE ASSIGN TO "payments.dat"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS RANDOM
        RECORD KEY IS Payment-Reference
        FILE STATUS IS Payment-Ledger-Status.
    SELECT PAYMENT-JOURNAL-FILE ASSIGN TO "payments-journal.txt"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS Payment-Journal-Status.
    SELECT SUSPENSE-FILE ASSIGN TO "cash-suspense.txt"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS Suspense-Status.

DATA DIVISION.
FILE SECTION.
FD  PAYMENT-IN-FILE.
01  Payment-In-Record               PIC X(128).

*> Same layout the listener's CUSTOMER-MASTER-FILE reads
FD  CUSTOMER-MASTER-FILE.
01  Customer-Master-Record.
    05 Customer-Number              PIC 9(06).
    05 Customer-Name                PIC X(30).
    05 Customer-Credit-Limit        PIC 9(07)V99.
    05 Customer-Open-Balance        PIC S9(07)V99.
    05 Customer-Hold-Flag           PIC X(01).

*> One record per payment ever posted, keyed by the payment reference
*> (the remitter's cheque or transfer number), never rewritten
FD  PAYMENT-LEDGER-FILE.
01  Payment-Ledger-Record.
    05 Payment-Reference            PIC X(16).
    05 Payment-Customer-Number      PIC 9(06).
    05 Payment-Amount               PIC 9(07)V99.
    05 Payment-Date                 PIC X(08).
    05 Payment-Posted-Date          PIC X(08).
    05 Payment-Posted-Time          PIC X(06).

FD  PAYMENT-JOURNAL-FILE.
01  Payment-Journal-Record          PIC X(100).

FD  SUSPENSE-FILE.
01  Suspense-Record                 PIC X(160).

WORKING-STORAGE SECTION.

01 Payment-In-Status                PIC X(02).
01 Customer-Master-Status           PIC X(02).
01 Payment-Ledger-Status            PIC X(02).
01 Payment-Journal-Status           PIC X(02).
01 Suspense-Status                  PIC X(02).
01 Payment-Input-Name               PIC X(64).

01 Current-Timestamp.
    05 Current-Date-Part            PIC X(08).
    05 Current-Time-Part            PIC X(06).
    05 FILLER                       PIC X(07).

01 Payment-EOF-Switch               PIC X(01).
    88 Payment-EOF                  VALUE 'Y'.
01 Post-Ready-Switch                PIC X(01).
    88 Post-Ready                   VALUE 'Y'.

*> The current payment, taken apart
01 Pay-Customer-Text                PIC X(12).
01 Pay-Reference-Text               PIC X(20).
01 Pay-Amount-Text                  PIC X(14).
01 Pay-Date-Text                    PIC X(10).
01 Pay-Customer                     PIC 9(06).
01 Pay-Amount-Check                 PIC 9(09)V99.
01 Pay-Amount                       PIC 9(07)V99.
01 Pay-Valid-Switch                 PIC X(01).
    88 Pay-Valid                    VALUE 'Y'.
01 Pay-Reason                       PIC X(60).
01 Balance-Before                   PIC S9(07)V99.

*> Field-syntax helpers, the same ones the listener's intake uses
01 Validate-Text                    PIC X(32).
01 Validate-Length                  PIC S9(4) COMP.
01 Validate-Index                   PIC S9(4) COMP.
01 Digits-Valid-Switch              PIC X(01).
    88 Digits-Valid                 VALUE 'Y'.
01 Amount-Dot-Count                 PIC S9(4) COMP.

*> Batch control totals. The amount read is whatever each line said,
*> so a line that fails only on its customer still counts toward
*> what the bank deposited; a line whose amount won't parse is
*> counted but adds nothing. The hash total of customer numbers lets
*> a re-keyed batch be checked against the original.
01 Read-Count                       PIC 9(09) COMP.
01 Read-Amount                      PIC 9(09)V99.
01 Posted-Count                     PIC 9(09) COMP.
01 Posted-Amount                    PIC 9(09)V99.
01 Suspense-Count                   PIC 9(09) COMP.
01 Suspense-Amount                  PIC 9(09)V99.
01 Customer-Hash-Total              PIC 9(12).

01 Amount-Display                   PIC Z(6)9.99.
01 Balance-Display                  PIC -Z(6)9.99.
01 New-Balance-Display              PIC -Z(6)9.99.
01 Total-Display                    PIC Z(8)9.99.
01 Count-Display                    PIC Z(8)9.
01 Hash-Display                     PIC Z(11)9.
01 Report-Line                      PIC X(160).

PROCEDURE DIVISION.
Main-Receipts-Section.
    PERFORM INITIALIZE-RECEIPTS
    IF Post-Ready THEN
        PERFORM POST-ONE-PAYMENT UNTIL Payment-EOF
        PERFORM WRITE-CONTROL-TOTALS
        CLOSE PAYMENT-IN-FILE
        CLOSE CUSTOMER-MASTER-FILE
        CLOSE PAYMENT-LEDGER-FILE
        CLOSE PAYMENT-JOURNAL-FILE
        CLOSE SUSPENSE-FILE
        MOVE Posted-Count TO Count-Display
        DISPLAY "Cash receipts posted: " FUNCTION TRIM(Count-Display)
            " payment(s)"
        MOVE Suspense-Count TO Count-Display
        DISPLAY "Sent to suspense: " FUNCTION TRIM(Count-Display)
            " - see cash-suspense.txt"
    END-IF
    STOP RUN
    .

INITIALIZE-RECEIPTS.
    MOVE 'N' TO Post-Ready-Switch Payment-EOF-Switch
    MOVE 0 TO Read-Count Read-Amount Posted-Count Posted-Amount
    MOVE 0 TO Suspense-Count Suspense-Amount Customer-Hash-Total
    MOVE FUNCTION CURRENT-DATE TO Current-Timestamp
    MOVE SPACES TO Payment-Input-Name
    ACCEPT Payment-Input-Name FROM ENVIRONMENT "CASHRECEIPTS_INPUT"
    IF Payment-Input-Name = SPACES THEN
        MOVE "payments-in.txt" TO Payment-Input-Name
    END-IF

    OPEN INPUT PAYMENT-IN-FILE
    IF Payment-In-Status NOT = "00" THEN
        DISPLAY "Error: could not open "
            FUNCTION TRIM(Payment-Input-Name)
            " (status " Payment-In-Status ")"
    ELSE
        OPEN I-O CUSTOMER-MASTER-FILE
        IF Customer-Master-Status NOT = "00" THEN
            DISPLAY "Error: could not open customers.dat (status "
                Customer-Master-Status ") - nothing posted"
            CLOSE PAYMENT-IN-FILE
        ELSE
            PERFORM OPEN-PAYMENT-LEDGER
            IF Payment-Ledger-Status NOT = "00" THEN
                DISPLAY "Error: could not open payments.dat (status "
                    Payment-Ledger-Status ") - nothing posted"
                CLOSE PAYMENT-IN-FILE
                CLOSE CUSTOMER-MASTER-FILE
            ELSE
                PERFORM OPEN-RECEIPT-REPORTS
            END-IF
        END-IF
    END-IF
    .

OPEN-PAYMENT-LEDGER.
    *> The first run on a box starts the ledger; same create-on-35
    *> handling the listener's OPEN-ORDER-MASTER uses
    OPEN I-O PAYMENT-LEDGER-FILE
    IF Payment-Ledger-Status = "35" THEN
        OPEN OUTPUT PAYMENT-LEDGER-FILE
        IF Payment-Ledger-Status = "00" THEN
            CLOSE PAYMENT-LEDGER-FILE
            OPEN I-O PAYMENT-LEDGER-FILE
        END-IF
    END-IF
    .

OPEN-RECEIPT-REPORTS.
    *> Without the journal and the suspense listing nobody could
    *> balance the batch, so nothing posts unless both are open
    OPEN OUTPUT PAYMENT-JOURNAL-FILE
    OPEN OUTPUT SUSPENSE-FILE
    IF Payment-Journal-Status NOT = "00"
       OR Suspense-Status NOT = "00" THEN
        DISPLAY "Error: could not open payments-journal.txt (status "
            Payment-Journal-Status ") or cash-suspense.txt (status "
            Suspense-Status ") - nothing posted"
        IF Payment-Journal-Status = "00" THEN
            CLOSE PAYMENT-JOURNAL-FILE
        END-IF
        IF Suspense-Status = "00" THEN
            CLOSE SUSPENSE-FILE
        END-IF
        CLOSE PAYMENT-IN-FILE
        CLOSE CUSTOMER-MASTER-FILE
        CLOSE PAYMENT-LEDGER-FILE
    ELSE
        MOVE 'Y' TO Post-Ready-Switch
        MOVE SPACES TO Report-Line
        STRING "Payments journal, batch posted " Current-Date-Part
               " " Current-Time-Part " (input: "
               FUNCTION TRIM(Payment-Input-Name) ")"
            DELIMITED BY SIZE INTO Report-Line
        PERFORM WRITE-JOURNAL-LINE
        MOVE SPACES TO Report-Line
        PERFORM WRITE-JOURNAL-LINE
        MOVE SPACES TO Report-Line
        STRING "Customer Name                           Reference"
               "            Paid On       Amount  Old Balance"
               "  New Balance"
            DELIMITED BY SIZE INTO Report-Line
        PERFORM WRITE-JOURNAL-LINE

        MOVE SPACES TO Report-Line
        STRING "Cash suspense listing, batch posted " Current-Date-Part
               " " Current-Time-Part " (input: "
               FUNCTION TRIM(Payment-Input-Name) ")"
            DELIMITED BY SIZE INTO Report-Line
        PERFORM WRITE-SUSPENSE-LINE
        MOVE SPACES TO Report-Line
        PERFORM WRITE-SUSPENSE-LINE
    END-IF
    .

POST-ONE-PAYMENT.
    READ PAYMENT-IN-FILE
        AT END
            MOVE 'Y' TO Payment-EOF-Switch
        NOT AT END
            IF Payment-In-Record NOT = SPACES THEN
                ADD 1 TO Read-Count
                PERFORM VALIDATE-PAYMENT
                IF Pay-Valid THEN
                    PERFORM APPLY-PAYMENT
                END-IF
                IF NOT Pay-Valid THEN
                    PERFORM WRITE-SUSPENSE-ENTRY
                END-IF
            END-IF
    END-READ
    .

VALIDATE-PAYMENT.
    MOVE 'Y' TO Pay-Valid-Switch
    MOVE SPACES TO Pay-Reason
    MOVE 0 TO Pay-Customer Pay-Amount
    MOVE SPACES TO Pay-Customer-Text Pay-Reference-Text
                   Pay-Amount-Text Pay-Date-Text
    UNSTRING Payment-In-Record DELIMITED BY ALL SPACE
        INTO Pay-Customer-Text Pay-Reference-Text Pay-Amount-Text
             Pay-Date-Text
    END-UNSTRING

    *> The amount is looked at first so the control totals see it
    *> even when something else on the line is wrong
    MOVE Pay-Amount-Text TO Validate-Text
    PERFORM MEASURE-VALIDATE-TEXT
    PERFORM CHECK-AMOUNT-CHARS
    IF Validate-Length = 0 OR NOT Digits-Valid THEN
        MOVE 'N' TO Pay-Valid-Switch
        MOVE "amount must be digits with at most one decimal point"
            TO Pay-Reason
    ELSE
        MOVE FUNCTION NUMVAL(Validate-Text(1 : Validate-Length))
            TO Pay-Amount-Check
        IF Pay-Amount-Check = 0 OR Pay-Amount-Check > 9999999.99 THEN
            MOVE 'N' TO Pay-Valid-Switch
            MOVE "amount must be 0.01 to 9999999.99" TO Pay-Reason
        ELSE
            MOVE Pay-Amount-Check TO Pay-Amount
            ADD Pay-Amount TO Read-Amount
        END-IF
    END-IF

    MOVE Pay-Customer-Text TO Validate-Text
    PERFORM MEASURE-VALIDATE-TEXT
    PERFORM CHECK-DIGITS-FIELD
    IF Validate-Length = 0 OR Validate-Length > 6
       OR NOT Digits-Valid THEN
        IF Pay-Valid THEN
            MOVE 'N' TO Pay-Valid-Switch
            MOVE "customer must be 1-6 digits" TO Pay-Reason
        END-IF
    ELSE
        MOVE FUNCTION NUMVAL(Validate-Text(1 : Validate-Length))
            TO Pay-Customer
        ADD Pay-Customer TO Customer-Hash-Total
    END-IF

    IF Pay-Valid THEN
        IF Pay-Reference-Text = SPACES
           OR Pay-Reference-Text(17 :) NOT = SPACES THEN
            MOVE 'N' TO Pay-Valid-Switch
            MOVE "reference must be 1-16 characters" TO Pay-Reason
        END-IF
    END-IF

    IF Pay-Valid THEN
        IF Pay-Date-Text(1 : 8) IS NOT NUMERIC
           OR Pay-Date-Text(9 :) NOT = SPACES THEN
            MOVE 'N' TO Pay-Valid-Switch
            MOVE "date must be YYYYMMDD" TO Pay-Reason
        ELSE
            IF FUNCTION TEST-DATE-YYYYMMDD
                   (FUNCTION NUMVAL(Pay-Date-Text(1 : 8))) NOT = 0 THEN
                MOVE 'N' TO Pay-Valid-Switch
                MOVE "date is not a real calendar date" TO Pay-Reason
            END-IF
        END-IF
    END-IF
    .

APPLY-PAYMENT.
    *> Customer first - an unknown customer's reference must not be
    *> used up on the ledger. Then the ledger write, which is the
    *> duplicate check. Then the balance; if that can't be rewritten
    *> the ledger entry is taken back out, so a later rerun of the
    *> same line isn't turned away as a duplicate of a payment that
    *> never posted.
    MOVE Pay-Customer TO Customer-Number
    READ CUSTOMER-MASTER-FILE
        INVALID KEY
            MOVE 'N' TO Pay-Valid-Switch
            MOVE "customer is not on the customer master"
                TO Pay-Reason
    END-READ

    IF Pay-Valid THEN
        MOVE Pay-Reference-Text TO Payment-Reference
        MOVE Pay-Customer TO Payment-Customer-Number
        MOVE Pay-Amount TO Payment-Amount
        MOVE Pay-Date-Text(1 : 8) TO Payment-Date
        MOVE Current-Date-Part TO Payment-Posted-Date
        MOVE Current-Time-Part TO Payment-Posted-Time
        WRITE Payment-Ledger-Record
            INVALID KEY
                MOVE 'N' TO Pay-Valid-Switch
                IF Payment-Ledger-Status = "22" THEN
                    PERFORM NOTE-DUPLICATE-REFERENCE
                ELSE
                    MOVE SPACES TO Pay-Reason
                    STRING "payments.dat write failed (status "
                           Payment-Ledger-Status ")"
                        DELIMITED BY SIZE INTO Pay-Reason
                END-IF
        END-WRITE
    END-IF

    IF Pay-Valid THEN
        MOVE Customer-Open-Balance TO Balance-Before
        SUBTRACT Pay-Amount FROM Customer-Open-Balance
        REWRITE Customer-Master-Record
            INVALID KEY
                MOVE 'N' TO Pay-Valid-Switch
                MOVE SPACES TO Pay-Reason
                STRING "customers.dat update failed (status "
                       Customer-Master-Status ")"
                    DELIMITED BY SIZE INTO Pay-Reason
                MOVE Pay-Reference-Text TO Payment-Reference
                DELETE PAYMENT-LEDGER-FILE
                    INVALID KEY
                        DISPLAY "Error: could not back reference "
                            FUNCTION TRIM(Pay-Reference-Text)
                            " out of payments.dat"
                END-DELETE
        END-REWRITE
    END-IF

    IF Pay-Valid THEN
        ADD 1 TO Posted-Count
        ADD Pay-Amount TO Posted-Amount
        PERFORM WRITE-JOURNAL-ENTRY
    END-IF
    .

NOTE-DUPLICATE-REFERENCE.
    *> Say when and for whom the reference was first posted, so the
    *> cashier can tell a re-sent file from a genuine clash
    MOVE Pay-Reference-Text TO Payment-Reference
    READ PAYMENT-LEDGER-FILE
        INVALID KEY
            MOVE "duplicate reference" TO Pay-Reason
        NOT INVALID KEY
            MOVE SPACES TO Pay-Reason
            STRING "duplicate reference - posted "
                   Payment-Posted-Date " to customer "
                   Payment-Customer-Number
                DELIMITED BY SIZE INTO Pay-Reason
    END-READ
    .

WRITE-JOURNAL-ENTRY.
    MOVE SPACES TO Report-Line
    MOVE Pay-Amount TO Amount-Display
    MOVE Balance-Before TO Balance-Display
    MOVE Customer-Open-Balance TO New-Balance-Display
    STRING Customer-Number "   " Customer-Name " "
           Pay-Reference-Text(1 : 16) " "
           Pay-Date-Text(1 : 8) " " Amount-Display " "
           Balance-Display " " New-Balance-Display
        DELIMITED BY SIZE INTO Report-Line
    PERFORM WRITE-JOURNAL-LINE
    .

WRITE-SUSPENSE-ENTRY.
    ADD 1 TO Suspense-Count
    ADD Pay-Amount TO Suspense-Amount
    MOVE SPACES TO Report-Line
    STRING FUNCTION TRIM(Payment-In-Record) " : "
           FUNCTION TRIM(Pay-Reason)
        DELIMITED BY SIZE INTO Report-Line
    PERFORM WRITE-SUSPENSE-LINE
    .

WRITE-CONTROL-TOTALS.
    *> The same block closes both listings, so each stands on its own
    *> when handed to whoever balances the batch
    MOVE SPACES TO Report-Line
    PERFORM WRITE-JOURNAL-LINE
    IF Suspense-Count = 0 THEN
        MOVE "No payments sent to suspense." TO Report-Line
        PERFORM WRITE-SUSPENSE-LINE
    END-IF
    MOVE SPACES TO Report-Line
    PERFORM WRITE-SUSPENSE-LINE

    MOVE Read-Count TO Count-Display
    MOVE Read-Amount TO Total-Display
    MOVE SPACES TO Report-Line
    STRING "Batch control - payments read:  " Count-Display
           "  amount " Total-Display
        DELIMITED BY SIZE INTO Report-Line
    PERFORM WRITE-CONTROL-LINE

    MOVE Posted-Count TO Count-Display
    MOVE Posted-Amount TO Total-Display
    MOVE SPACES TO Report-Line
    STRING "                posted:         " Count-Display
           "  amount " Total-Display
        DELIMITED BY SIZE INTO Report-Line
    PERFORM WRITE-CONTROL-LINE

    MOVE Suspense-Count TO Count-Display
    MOVE Suspense-Amount TO Total-Display
    MOVE SPACES TO Report-Line
    STRING "                to suspense:    " Count-Display
           "  amount " Total-Display
        DELIMITED BY SIZE INTO Report-Line
    PERFORM WRITE-CONTROL-LINE

    MOVE Customer-Hash-Total TO Hash-Display
    MOVE SPACES TO Report-Line
    STRING "                customer hash:  " Hash-Display
        DELIMITED BY SIZE INTO Report-Line
    PERFORM WRITE-CONTROL-LINE

    IF Read-Count = Posted-Count + Suspense-Count
       AND Read-Amount = Posted-Amount + Suspense-Amount THEN
        MOVE "Batch is in balance: read = posted + suspense"
            TO Report-Line
    ELSE
        MOVE "BATCH OUT OF BALANCE: read <> posted + suspense"
            TO Report-Line
    END-IF
    PERFORM WRITE-CONTROL-LINE
    .

WRITE-CONTROL-LINE.
    PERFORM WRITE-JOURNAL-LINE
    PERFORM WRITE-SUSPENSE-LINE
    .

WRITE-JOURNAL-LINE.
    MOVE Report-Line TO Payment-Journal-Record
    WRITE Payment-Journal-Record
    .

WRITE-SUSPENSE-LINE.
    MOVE Report-Line TO Suspense-Record
    WRITE Suspense-Record
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

CHECK-AMOUNT-CHARS.
    *> Digits plus at most one decimal point
    MOVE 'Y' TO Digits-Valid-Switch
    MOVE 0 TO Amount-Dot-Count
    PERFORM CHECK-ONE-AMOUNT-CHAR VARYING Validate-Index FROM 1 BY 1
        UNTIL Validate-Index > Validate-Length
    IF Amount-Dot-Count > 1 OR Validate-Length > 10 THEN
        MOVE 'N' TO Digits-Valid-Switch
    END-IF
    .

CHECK-ONE-AMOUNT-CHAR.
    IF Validate-Text(Validate-Index : 1) = "." THEN
        ADD 1 TO Amount-Dot-Count
    ELSE
        IF Validate-Text(Validate-Index : 1) IS NOT NUMERIC THEN
            MOVE 'N' TO Digits-Valid-Switch
        END-IF
    END-IF
    .
