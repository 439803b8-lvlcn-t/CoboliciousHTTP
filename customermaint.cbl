IDENTIFICATION DIVISION.
PROGRAM-ID. CustomerMaint.

*> Customer master maintenance for accounts receivable. customers.dat
*> used to be patched by hand, so nothing recorded who raised a credit
*> limit or released a hold, or when. This job is now the one way AR
*> changes the master. It reads a day's maintenance transactions from
*> customer-trans.dat (CUSTOMERMAINT_INPUT names another file), applies
*> each good one as it comes, lists every refused transaction with its
*> reason on customer-maint.txt, and appends a before/after line for
*> every field it changed to customer-history.log. That log is kept the
*> same way order-history.log is.
*>
*> One transaction per line, "code customer operator limit name":
*>   A  add a customer     - limit and name required, starts with a
*>                           zero balance and no hold
*>   C  change a customer  - a new limit, a new name, or both; "-" (or
*>                           nothing) in a field leaves it as it is
*>   H  put on credit hold      R  release the hold
*>   D  delete a customer  - refused while the open balance is not zero
*> The operator is whoever in AR raised the change (up to 8 characters)
*> and goes on the history line. The name is everything after the
*> limit, spaces and all, the same way items.dat carries its
*> descriptions. Transactions apply in file order, so a later line
*> sees what an earlier one did. Run it inside the
*> SIMPLEHTTP_MAINT_START/END window, while the listener is not taking
*> orders against the balances.

ENVIRONMENT DIVISION.
CONFIGURATION SECTION.
REPOSITORY.
    FUNCTION ALL INTRINSIC.

INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT CUSTOMER-TRANS-FILE ASSIGN USING Trans-Input-Name
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS Customer-Trans-Status.
    SELECT CUSTOMER-MASTER-FILE ASSIGN TO "customers.dat"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS RANDOM
        RECORD KEY IS Customer-Number
        FILE STATUS IS Customer-Master-Status.
    SELECT MAINT-REPORT-FILE ASSIGN TO "customer-maint.txt"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS Maint-Report-Status.
    SELECT CUSTOMER-HISTORY-FILE ASSIGN TO "customer-history.log"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS Customer-History-Status.

DATA DIVISION.
FILE SECTION.
FD  CUSTOMER-TRANS-FILE.
01  Customer-Trans-Record           PIC X(128).

*> Same layout the listener's CUSTOMER-MASTER-FILE reads
FD  CUSTOMER-MASTER-FILE.
01  Customer-Master-Record.
    05 Customer-Number              PIC 9(06).
    05 Customer-Name                PIC X(30).
    05 Customer-Credit-Limit        PIC 9(07)V99.
    05 Customer-Open-Balance        PIC S9(07)V99.
    05 Customer-Hold-Flag           PIC X(01).

FD  MAINT-REPORT-FILE.
01  Maint-Report-Record             PIC X(100).

*> One line per changed field: "date time operator customer action
*> field before after". The fields sit in fixed columns because a
*> name's before and after values carry spaces of their own.
*> Appended, never rewritten.
FD  CUSTOMER-HISTORY-FILE.
01  Customer-History-Record         PIC X(128).

WORKING-STORAGE SECTION.

01 Customer-Trans-Status            PIC X(02).
01 Customer-Master-Status           PIC X(02).
01 Maint-Report-Status              PIC X(02).
01 Customer-History-Status          PIC X(02).
01 Trans-Input-Name                 PIC X(64).

01 Current-Timestamp.
    05 Current-Date-Part            PIC X(08).
    05 Current-Time-Part            PIC X(06).
    05 FILLER                       PIC X(07).

01 Trans-EOF-Switch                 PIC X(01).
    88 Trans-EOF                    VALUE 'Y'.
01 Maint-Ready-Switch               PIC X(01).
    88 Maint-Ready                  VALUE 'Y'.

*> The current transaction, taken apart
01 Trans-Code-Text                  PIC X(08).
01 Trans-Code                       PIC X(01).
01 Trans-Customer-Text              PIC X(08).
01 Trans-Operator-Text              PIC X(10).
01 Trans-Limit-Text                 PIC X(12).
01 Trans-Name-Text                  PIC X(64).
01 Trans-Pointer                    PIC S9(4) COMP.
01 Trans-Line-Number                PIC 9(09) COMP.
01 Trans-Customer                   PIC 9(06).
01 Trans-Limit-Check                PIC 9(09)V99.
01 Trans-Limit-Value                PIC 9(07)V99.
01 Limit-Given-Switch               PIC X(01).
    88 Limit-Given                  VALUE 'Y'.
01 Name-Given-Switch                PIC X(01).
    88 Name-Given                   VALUE 'Y'.
01 Trans-Valid-Switch               PIC X(01).
    88 Trans-Valid                  VALUE 'Y'.
01 Trans-Reject-Reason              PIC X(60).
01 Customer-On-File-Switch          PIC X(01).
    88 Customer-On-File             VALUE 'Y'.

*> Field-syntax helpers, the same ones the listener's intake uses
01 Validate-Text                    PIC X(64).
01 Validate-Length                  PIC S9(4) COMP.
01 Validate-Index                   PIC S9(4) COMP.
01 Digits-Valid-Switch              PIC X(01).
    88 Digits-Valid                 VALUE 'Y'.
01 Amount-Dot-Count                 PIC S9(4) COMP.

*> Before/after values of the customer record being changed
01 Before-Name                      PIC X(30).
01 Before-Limit                     PIC 9(07)V99.
01 Before-Hold                      PIC X(01).
01 Hist-Action                      PIC X(07).
01 Hist-Field                       PIC X(06).
01 Hist-Before                      PIC X(30).
01 Hist-After                       PIC X(30).

01 Trans-Read-Count                 PIC 9(09) COMP.
01 Added-Count                      PIC 9(09) COMP.
01 Changed-Count                    PIC 9(09) COMP.
01 Held-Count                       PIC 9(09) COMP.
01 Released-Count                   PIC 9(09) COMP.
01 Deleted-Count                    PIC 9(09) COMP.
01 Rejected-Count                   PIC 9(09) COMP.

01 Limit-Display                    PIC Z(6)9.99.
01 Balance-Display                  PIC -Z(6)9.99.
01 Count-Display                    PIC Z(8)9.
01 Report-Line                      PIC X(100).

PROCEDURE DIVISION.
Main-Maint-Section.
    PERFORM INITIALIZE-MAINT
    IF Maint-Ready THEN
        PERFORM APPLY-ONE-TRANSACTION UNTIL Trans-EOF
        PERFORM WRITE-MAINT-TOTALS
        CLOSE CUSTOMER-TRANS-FILE
        CLOSE CUSTOMER-MASTER-FILE
        CLOSE MAINT-REPORT-FILE
        MOVE Rejected-Count TO Count-Display
        DISPLAY "Customer maintenance complete: "
            FUNCTION TRIM(Count-Display)
            " transaction(s) rejected - see customer-maint.txt"
    END-IF
    STOP RUN
    .

INITIALIZE-MAINT.
    MOVE 'N' TO Maint-Ready-Switch Trans-EOF-Switch
    MOVE 0 TO Trans-Line-Number Trans-Read-Count Rejected-Count
    MOVE 0 TO Added-Count Changed-Count Held-Count Released-Count
              Deleted-Count
    MOVE FUNCTION CURRENT-DATE TO Current-Timestamp
    MOVE SPACES TO Trans-Input-Name
    ACCEPT Trans-Input-Name FROM ENVIRONMENT "CUSTOMERMAINT_INPUT"
    IF Trans-Input-Name = SPACES THEN
        MOVE "customer-trans.dat" TO Trans-Input-Name
    END-IF

    OPEN INPUT CUSTOMER-TRANS-FILE
    IF Customer-Trans-Status NOT = "00" THEN
        DISPLAY "Error: could not open " FUNCTION TRIM(Trans-Input-Name)
            " (status " Customer-Trans-Status ")"
    ELSE
        PERFORM OPEN-CUSTOMER-MASTER
        IF Customer-Master-Status NOT = "00" THEN
            DISPLAY "Error: could not open customers.dat (status "
                Customer-Master-Status ") - nothing applied"
            CLOSE CUSTOMER-TRANS-FILE
        ELSE
            OPEN OUTPUT MAINT-REPORT-FILE
            IF Maint-Report-Status NOT = "00" THEN
                *> Refused transactions would go unreported, so
                *> nothing is applied without the report
                DISPLAY "Error: could not open customer-maint.txt"
                    " (status " Maint-Report-Status ") - nothing applied"
                CLOSE CUSTOMER-TRANS-FILE
                CLOSE CUSTOMER-MASTER-FILE
            ELSE
                MOVE 'Y' TO Maint-Ready-Switch
                MOVE SPACES TO Report-Line
                STRING "Customer maintenance edit report, run "
                       Current-Date-Part " " Current-Time-Part
                       " (input: " FUNCTION TRIM(Trans-Input-Name) ")"
                    DELIMITED BY SIZE INTO Report-Line
                PERFORM WRITE-REPORT-LINE
                MOVE SPACES TO Report-Line
                PERFORM WRITE-REPORT-LINE
            END-IF
        END-IF
    END-IF
    .

OPEN-CUSTOMER-MASTER.
    *> A box with no customer master yet gets an empty one, so AR's
    *> first run of adds can load it. The same create-on-35 handling
    *> the listener's OPEN-ORDER-MASTER uses.
    OPEN I-O CUSTOMER-MASTER-FILE
    IF Customer-Master-Status = "35" THEN
        OPEN OUTPUT CUSTOMER-MASTER-FILE
        IF Customer-Master-Status = "00" THEN
            CLOSE CUSTOMER-MASTER-FILE
            OPEN I-O CUSTOMER-MASTER-FILE
        END-IF
    END-IF
    .

APPLY-ONE-TRANSACTION.
    READ CUSTOMER-TRANS-FILE
        AT END
            MOVE 'Y' TO Trans-EOF-Switch
        NOT AT END
            ADD 1 TO Trans-Line-Number
            IF Customer-Trans-Record NOT = SPACES THEN
                ADD 1 TO Trans-Read-Count
                PERFORM SPLIT-TRANSACTION
                PERFORM VALIDATE-TRANSACTION
                IF Trans-Valid THEN
                    PERFORM CHECK-AGAINST-MASTER
                END-IF
                IF Trans-Valid THEN
                    PERFORM POST-TRANSACTION
                END-IF
                IF NOT Trans-Valid THEN
                    PERFORM WRITE-REJECT-LINES
                END-IF
            END-IF
    END-READ
    .

SPLIT-TRANSACTION.
    *> Code, customer, operator and limit are single words. The name is
    *> whatever follows the limit, taken positionally so its own spaces
    *> survive.
    MOVE SPACES TO Trans-Code-Text Trans-Customer-Text
                   Trans-Operator-Text Trans-Limit-Text Trans-Name-Text
    MOVE 1 TO Trans-Pointer
    UNSTRING Customer-Trans-Record DELIMITED BY ALL SPACE
        INTO Trans-Code-Text Trans-Customer-Text Trans-Operator-Text
             Trans-Limit-Text
        WITH POINTER Trans-Pointer
    END-UNSTRING
    IF Trans-Pointer <= LENGTH OF Customer-Trans-Record THEN
        MOVE FUNCTION TRIM(Customer-Trans-Record(Trans-Pointer :))
            TO Trans-Name-Text
    END-IF
    MOVE FUNCTION UPPER-CASE(Trans-Code-Text(1 : 1)) TO Trans-Code
    .

VALIDATE-TRANSACTION.
    *> Syntax first; the first failure is the reason reported
    MOVE 'Y' TO Trans-Valid-Switch
    MOVE 'N' TO Limit-Given-Switch Name-Given-Switch
    MOVE SPACES TO Trans-Reject-Reason
    MOVE 0 TO Trans-Customer Trans-Limit-Value

    IF Trans-Code-Text(2 :) NOT = SPACES
       OR (Trans-Code NOT = 'A' AND Trans-Code NOT = 'C'
           AND Trans-Code NOT = 'H' AND Trans-Code NOT = 'R'
           AND Trans-Code NOT = 'D') THEN
        MOVE 'N' TO Trans-Valid-Switch
        MOVE "transaction code must be A, C, H, R or D"
            TO Trans-Reject-Reason
    END-IF

    IF Trans-Valid THEN
        MOVE Trans-Customer-Text TO Validate-Text
        PERFORM MEASURE-VALIDATE-TEXT
        PERFORM CHECK-DIGITS-FIELD
        IF Validate-Length = 0 OR Validate-Length > 6
           OR NOT Digits-Valid THEN
            MOVE 'N' TO Trans-Valid-Switch
            MOVE "customer must be 1-6 digits and not zero"
                TO Trans-Reject-Reason
        ELSE
            MOVE FUNCTION NUMVAL(Validate-Text(1 : Validate-Length))
                TO Trans-Customer
            IF Trans-Customer = 0 THEN
                MOVE 'N' TO Trans-Valid-Switch
                MOVE "customer must be 1-6 digits and not zero"
                    TO Trans-Reject-Reason
            END-IF
        END-IF
    END-IF

    IF Trans-Valid THEN
        IF Trans-Operator-Text = SPACES
           OR Trans-Operator-Text(9 :) NOT = SPACES THEN
            MOVE 'N' TO Trans-Valid-Switch
            MOVE "operator must be 1-8 characters"
                TO Trans-Reject-Reason
        END-IF
    END-IF

    *> The limit is looked at only where the code carries one
    IF Trans-Valid
       AND (Trans-Code = 'A' OR Trans-Code = 'C') THEN
        PERFORM VALIDATE-LIMIT-AND-NAME
    END-IF
    .

VALIDATE-LIMIT-AND-NAME.
    IF Trans-Limit-Text NOT = SPACES AND Trans-Limit-Text NOT = "-" THEN
        MOVE Trans-Limit-Text TO Validate-Text
        PERFORM MEASURE-VALIDATE-TEXT
        PERFORM CHECK-AMOUNT-CHARS
        IF Validate-Length = 0 OR NOT Digits-Valid THEN
            MOVE 'N' TO Trans-Valid-Switch
            MOVE "limit must be digits with at most one decimal point"
                TO Trans-Reject-Reason
        ELSE
            *> Checked against a wider picture first, as the listener
            *> does amounts, so high-order digits can't be dropped
            MOVE FUNCTION NUMVAL(Validate-Text(1 : Validate-Length))
                TO Trans-Limit-Check
            IF Trans-Limit-Check > 9999999.99 THEN
                MOVE 'N' TO Trans-Valid-Switch
                MOVE "limit must be 0.00 to 9999999.99"
                    TO Trans-Reject-Reason
            ELSE
                MOVE Trans-Limit-Check TO Trans-Limit-Value
                MOVE 'Y' TO Limit-Given-Switch
            END-IF
        END-IF
    END-IF

    IF Trans-Name-Text NOT = SPACES AND Trans-Name-Text NOT = "-" THEN
        IF Trans-Name-Text(31 :) NOT = SPACES THEN
            MOVE 'N' TO Trans-Valid-Switch
            MOVE "name must be at most 30 characters"
                TO Trans-Reject-Reason
        ELSE
            MOVE 'Y' TO Name-Given-Switch
        END-IF
    END-IF

    IF Trans-Valid THEN
        EVALUATE TRUE
            WHEN Trans-Code = 'A'
                 AND (NOT Limit-Given OR NOT Name-Given)
                MOVE 'N' TO Trans-Valid-Switch
                MOVE "add needs both a limit and a name"
                    TO Trans-Reject-Reason
            WHEN Trans-Code = 'C'
                 AND NOT Limit-Given AND NOT Name-Given
                MOVE 'N' TO Trans-Valid-Switch
                MOVE "change carries neither a new limit nor a new name"
                    TO Trans-Reject-Reason
        END-EVALUATE
    END-IF
    .

CHECK-AGAINST-MASTER.
    *> The record is read here and stays in the record area for
    *> POST-TRANSACTION to update. An add wants the number free; every
    *> other code wants it on file.
    MOVE 'N' TO Customer-On-File-Switch
    MOVE Trans-Customer TO Customer-Number
    READ CUSTOMER-MASTER-FILE
        INVALID KEY
            CONTINUE
        NOT INVALID KEY
            MOVE 'Y' TO Customer-On-File-Switch
    END-READ
    EVALUATE TRUE
        WHEN Trans-Code = 'A' AND Customer-On-File
            MOVE 'N' TO Trans-Valid-Switch
            MOVE "customer is already on the customer master"
                TO Trans-Reject-Reason
        WHEN Trans-Code = 'A'
            CONTINUE
        WHEN NOT Customer-On-File
            MOVE 'N' TO Trans-Valid-Switch
            MOVE "customer is not on the customer master"
                TO Trans-Reject-Reason
        WHEN Trans-Code = 'H' AND Customer-Hold-Flag = 'Y'
            MOVE 'N' TO Trans-Valid-Switch
            MOVE "customer is already on credit hold"
                TO Trans-Reject-Reason
        WHEN Trans-Code = 'R' AND Customer-Hold-Flag NOT = 'Y'
            MOVE 'N' TO Trans-Valid-Switch
            MOVE "customer is not on credit hold"
                TO Trans-Reject-Reason
        WHEN Trans-Code = 'D' AND Customer-Open-Balance NOT = 0
            *> Deleting a customer who still owes (or is owed) money
            *> would lose the balance from AR's books
            MOVE 'N' TO Trans-Valid-Switch
            MOVE Customer-Open-Balance TO Balance-Display
            MOVE SPACES TO Trans-Reject-Reason
            STRING "open balance is "
                   FUNCTION TRIM(Balance-Display)
                   " - settle it before deleting"
                DELIMITED BY SIZE INTO Trans-Reject-Reason
    END-EVALUATE
    .

POST-TRANSACTION.
    MOVE Customer-Name TO Before-Name
    MOVE Customer-Credit-Limit TO Before-Limit
    MOVE Customer-Hold-Flag TO Before-Hold
    EVALUATE Trans-Code
        WHEN 'A'
            PERFORM ADD-CUSTOMER
        WHEN 'C'
            PERFORM CHANGE-CUSTOMER
        WHEN 'H'
            PERFORM HOLD-CUSTOMER
        WHEN 'R'
            PERFORM RELEASE-CUSTOMER
        WHEN 'D'
            PERFORM DELETE-CUSTOMER
    END-EVALUATE
    .

ADD-CUSTOMER.
    MOVE Trans-Customer TO Customer-Number
    MOVE Trans-Name-Text TO Customer-Name
    MOVE Trans-Limit-Value TO Customer-Credit-Limit
    MOVE 0 TO Customer-Open-Balance
    MOVE 'N' TO Customer-Hold-Flag
    WRITE Customer-Master-Record
        INVALID KEY
            MOVE 'N' TO Trans-Valid-Switch
    END-WRITE
    IF Trans-Valid THEN
        ADD 1 TO Added-Count
        MOVE "ADD" TO Hist-Action
        MOVE "NAME" TO Hist-Field
        MOVE "(new)" TO Hist-Before
        MOVE Customer-Name TO Hist-After
        PERFORM WRITE-CUSTOMER-HISTORY
        MOVE "LIMIT" TO Hist-Field
        MOVE Customer-Credit-Limit TO Limit-Display
        MOVE FUNCTION TRIM(Limit-Display) TO Hist-After
        PERFORM WRITE-CUSTOMER-HISTORY
    ELSE
        PERFORM NOTE-MASTER-WRITE-FAILURE
    END-IF
    .

CHANGE-CUSTOMER.
    IF Name-Given THEN
        MOVE Trans-Name-Text TO Customer-Name
    END-IF
    IF Limit-Given THEN
        MOVE Trans-Limit-Value TO Customer-Credit-Limit
    END-IF
    REWRITE Customer-Master-Record
        INVALID KEY
            MOVE 'N' TO Trans-Valid-Switch
    END-REWRITE
    IF Trans-Valid THEN
        ADD 1 TO Changed-Count
        MOVE "CHANGE" TO Hist-Action
        IF Name-Given THEN
            MOVE "NAME" TO Hist-Field
            MOVE Before-Name TO Hist-Before
            MOVE Customer-Name TO Hist-After
            PERFORM WRITE-CUSTOMER-HISTORY
        END-IF
        IF Limit-Given THEN
            MOVE "LIMIT" TO Hist-Field
            MOVE Before-Limit TO Limit-Display
            MOVE FUNCTION TRIM(Limit-Display) TO Hist-Before
            MOVE Customer-Credit-Limit TO Limit-Display
            MOVE FUNCTION TRIM(Limit-Display) TO Hist-After
            PERFORM WRITE-CUSTOMER-HISTORY
        END-IF
    ELSE
        PERFORM NOTE-MASTER-WRITE-FAILURE
    END-IF
    .

HOLD-CUSTOMER.
    MOVE 'Y' TO Customer-Hold-Flag
    REWRITE Customer-Master-Record
        INVALID KEY
            MOVE 'N' TO Trans-Valid-Switch
    END-REWRITE
    IF Trans-Valid THEN
        ADD 1 TO Held-Count
        MOVE "HOLD" TO Hist-Action
        PERFORM WRITE-HOLD-HISTORY
    ELSE
        PERFORM NOTE-MASTER-WRITE-FAILURE
    END-IF
    .

RELEASE-CUSTOMER.
    MOVE 'N' TO Customer-Hold-Flag
    REWRITE Customer-Master-Record
        INVALID KEY
            MOVE 'N' TO Trans-Valid-Switch
    END-REWRITE
    IF Trans-Valid THEN
        ADD 1 TO Released-Count
        MOVE "RELEASE" TO Hist-Action
        PERFORM WRITE-HOLD-HISTORY
    ELSE
        PERFORM NOTE-MASTER-WRITE-FAILURE
    END-IF
    .

WRITE-HOLD-HISTORY.
    MOVE "HOLD" TO Hist-Field
    MOVE Before-Hold TO Hist-Before
    IF Hist-Before = SPACES THEN
        MOVE 'N' TO Hist-Before
    END-IF
    MOVE Customer-Hold-Flag TO Hist-After
    PERFORM WRITE-CUSTOMER-HISTORY
    .

DELETE-CUSTOMER.
    DELETE CUSTOMER-MASTER-FILE
        INVALID KEY
            MOVE 'N' TO Trans-Valid-Switch
    END-DELETE
    IF Trans-Valid THEN
        ADD 1 TO Deleted-Count
        *> The whole record goes, so its name and limit are what the
        *> history keeps
        MOVE "DELETE" TO Hist-Action
        MOVE "NAME" TO Hist-Field
        MOVE Before-Name TO Hist-Before
        MOVE "(deleted)" TO Hist-After
        PERFORM WRITE-CUSTOMER-HISTORY
        MOVE "LIMIT" TO Hist-Field
        MOVE Before-Limit TO Limit-Display
        MOVE FUNCTION TRIM(Limit-Display) TO Hist-Before
        PERFORM WRITE-CUSTOMER-HISTORY
    ELSE
        PERFORM NOTE-MASTER-WRITE-FAILURE
    END-IF
    .

NOTE-MASTER-WRITE-FAILURE.
    MOVE SPACES TO Trans-Reject-Reason
    STRING "customers.dat update failed (status "
           Customer-Master-Status ")"
        DELIMITED BY SIZE INTO Trans-Reject-Reason
    .

WRITE-CUSTOMER-HISTORY.
    *> Who, when, which customer, which field, from what to what - the
    *> same append-or-create handling order-history.log gets
    MOVE FUNCTION CURRENT-DATE TO Current-Timestamp
    OPEN EXTEND CUSTOMER-HISTORY-FILE
    IF Customer-History-Status = "35" THEN
        OPEN OUTPUT CUSTOMER-HISTORY-FILE
    END-IF
    IF Customer-History-Status = "00" THEN
        MOVE SPACES TO Customer-History-Record
        STRING Current-Date-Part " " Current-Time-Part " "
               Trans-Operator-Text(1 : 8) " " Trans-Customer " "
               Hist-Action " " Hist-Field " "
               Hist-Before " " Hist-After
            DELIMITED BY SIZE INTO Customer-History-Record
        WRITE Customer-History-Record
        CLOSE CUSTOMER-HISTORY-FILE
    ELSE
        DISPLAY "Error: could not write customer-history.log (status "
            Customer-History-Status ") for customer " Trans-Customer
    END-IF
    .

WRITE-REJECT-LINES.
    ADD 1 TO Rejected-Count
    MOVE Trans-Line-Number TO Count-Display
    MOVE SPACES TO Report-Line
    STRING "Line " FUNCTION TRIM(Count-Display) ": "
           Customer-Trans-Record
        DELIMITED BY SIZE INTO Report-Line
    PERFORM WRITE-REPORT-LINE
    MOVE SPACES TO Report-Line
    STRING "    rejected - " FUNCTION TRIM(Trans-Reject-Reason)
        DELIMITED BY SIZE INTO Report-Line
    PERFORM WRITE-REPORT-LINE
    .

WRITE-MAINT-TOTALS.
    IF Rejected-Count = 0 THEN
        MOVE "No transactions rejected." TO Report-Line
        PERFORM WRITE-REPORT-LINE
    END-IF
    MOVE SPACES TO Report-Line
    PERFORM WRITE-REPORT-LINE

    MOVE Trans-Read-Count TO Count-Display
    MOVE SPACES TO Report-Line
    STRING "Transactions read:  " Count-Display
        DELIMITED BY SIZE INTO Report-Line
    PERFORM WRITE-REPORT-LINE
    MOVE Added-Count TO Count-Display
    MOVE SPACES TO Report-Line
    STRING "Customers added:    " Count-Display
        DELIMITED BY SIZE INTO Report-Line
    PERFORM WRITE-REPORT-LINE
    MOVE Changed-Count TO Count-Display
    MOVE SPACES TO Report-Line
    STRING "Customers changed:  " Count-Display
        DELIMITED BY SIZE INTO Report-Line
    PERFORM WRITE-REPORT-LINE
    MOVE Held-Count TO Count-Display
    MOVE SPACES TO Report-Line
    STRING "Put on hold:        " Count-Display
        DELIMITED BY SIZE INTO Report-Line
    PERFORM WRITE-REPORT-LINE
    MOVE Released-Count TO Count-Display
    MOVE SPACES TO Report-Line
    STRING "Released from hold: " Count-Display
        DELIMITED BY SIZE INTO Report-Line
    PERFORM WRITE-REPORT-LINE
    MOVE Deleted-Count TO Count-Display
    MOVE SPACES TO Report-Line
    STRING "Customers deleted:  " Count-Display
        DELIMITED BY SIZE INTO Report-Line
    PERFORM WRITE-REPORT-LINE
    MOVE Rejected-Count TO Count-Display
    MOVE SPACES TO Report-Line
    STRING "Rejected:           " Count-Display
        DELIMITED BY SIZE INTO Report-Line
    PERFORM WRITE-REPORT-LINE
    .

WRITE-REPORT-LINE.
    MOVE Report-Line TO Maint-Report-Record
    WRITE Maint-Report-Record
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
    *> Digits plus at most one decimal point, sized to fit the
    *> 9(07)V99 limit picture in the master record
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
