IDENTIFICATION DIVISION.
PROGRAM-ID. ItemMaint.

*> Item master maintenance for merchandising. Now that items.dat is
*> keyed and carries stock, it can't be edited as text any more, so
*> new items, price and description changes, discontinuations, goods
*> received and stock counts all come through this job. It reads a
*> day's transactions from item-trans.dat (ITEMMAINT_INPUT names
*> another file) and applies each good one as it comes. Every refused
*> transaction is listed with its reason on item-maint.txt. Every
*> changed field gets a before/after line appended to item-history.log,
*> kept the way customer-history.log is.
*>
*> One transaction per line, "code item operator value description":
*>   A  add an item        - value is the unit price, description
*>                           required; starts active with no stock
*>   C  change an item     - a new price, a new description, or both;
*>                           "-" (or nothing) leaves a field as it is
*>   D  discontinue        V  make a discontinued item active again
*>   R  goods received     - value is the quantity, added to on-hand
*>   K  stock count        - value is the counted quantity, which
*>                           replaces on-hand outright
*> Allocated quantity belongs to the orders and is never keyed here.
*> Run it inside the SIMPLEHTTP_MAINT_START/END window, while the
*> listener is not allocating stock.

ENVIRONMENT DIVISION.
CONFIGURATION SECTION.
REPOSITORY.
    FUNCTION ALL INTRINSIC.

INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT ITEM-TRANS-FILE ASSIGN USING Trans-Input-Name
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS Item-Trans-Status.
    SELECT ITEM-MASTER-FILE ASSIGN TO "items.dat"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS RANDOM
        RECORD KEY IS Item-Code
        FILE STATUS IS Item-Master-Status.
    SELECT MAINT-REPORT-FILE ASSIGN TO "item-maint.txt"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS Maint-Report-Status.
    SELECT ITEM-HISTORY-FILE ASSIGN TO "item-history.log"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS Item-History-Status.

DATA DIVISION.
FILE SECTION.
FD  ITEM-TRANS-FILE.
01  Item-Trans-Record               PIC X(128).

*> Same layout the listener's ITEM-MASTER-FILE reads
FD  ITEM-MASTER-FILE.
01  Item-Master-Record.
    05 Item-Code                    PIC X(08).
    05 Item-Master-Price            PIC 9(05)V99.
    05 Item-Master-Flag             PIC X(01).
    05 Item-Master-Description      PIC X(48).
    05 Item-On-Hand-Qty             PIC 9(07).
    05 Item-Allocated-Qty           PIC 9(07).

FD  MAINT-REPORT-FILE.
01  Maint-Report-Record             PIC X(100).

*> One line per changed field: "date time operator item action field
*> before after", in fixed columns since descriptions carry spaces
FD  ITEM-HISTORY-FILE.
01  Item-History-Record             PIC X(160).

WORKING-STORAGE SECTION.

01 Item-Trans-Status                PIC X(02).
01 Item-Master-Status               PIC X(02).
01 Maint-Report-Status              PIC X(02).
01 Item-History-Status              PIC X(02).
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
01 Trans-Item-Text                  PIC X(12).
01 Trans-Item                       PIC X(08).
01 Trans-Operator-Text              PIC X(10).
01 Trans-Value-Text                 PIC X(12).
01 Trans-Description-Text           PIC X(64).
01 Trans-Pointer                    PIC S9(4) COMP.
01 Trans-Line-Number                PIC 9(09) COMP.
01 Trans-Price-Check                PIC 9(09)V99.
01 Trans-Price-Value                PIC 9(05)V99.
01 Trans-Quantity-Value             PIC 9(07).
01 Price-Given-Switch               PIC X(01).
    88 Price-Given                  VALUE 'Y'.
01 Description-Given-Switch         PIC X(01).
    88 Description-Given            VALUE 'Y'.
01 Trans-Valid-Switch               PIC X(01).
    88 Trans-Valid                  VALUE 'Y'.
01 Trans-Reject-Reason              PIC X(60).
01 Item-On-File-Switch              PIC X(01).
    88 Item-On-File                 VALUE 'Y'.

*> Field-syntax helpers, the same ones the listener's intake uses
01 Validate-Text                    PIC X(64).
01 Validate-Length                  PIC S9(4) COMP.
01 Validate-Index                   PIC S9(4) COMP.
01 Validate-Char                    PIC X(01).
01 Digits-Valid-Switch              PIC X(01).
    88 Digits-Valid                 VALUE 'Y'.
01 Amount-Dot-Count                 PIC S9(4) COMP.

*> Before/after values of the item record being changed
01 Before-Price                     PIC 9(05)V99.
01 Before-Flag                      PIC X(01).
01 Before-Description               PIC X(48).
01 Before-On-Hand                   PIC 9(07).
01 Hist-Action                      PIC X(07).
01 Hist-Field                       PIC X(06).
01 Hist-Before                      PIC X(48).
01 Hist-After                       PIC X(48).
01 New-On-Hand-Check                PIC 9(09).

01 Trans-Read-Count                 PIC 9(09) COMP.
01 Added-Count                      PIC 9(09) COMP.
01 Changed-Count                    PIC 9(09) COMP.
01 Flagged-Count                    PIC 9(09) COMP.
01 Received-Count                   PIC 9(09) COMP.
01 Counted-Count                    PIC 9(09) COMP.
01 Rejected-Count                   PIC 9(09) COMP.

01 Price-Display                    PIC Z(4)9.99.
01 Qty-Display                      PIC Z(6)9.
01 Count-Display                    PIC Z(8)9.
01 Report-Line                      PIC X(100).

PROCEDURE DIVISION.
Main-Maint-Section.
    PERFORM INITIALIZE-MAINT
    IF Maint-Ready THEN
        PERFORM APPLY-ONE-TRANSACTION UNTIL Trans-EOF
        PERFORM WRITE-MAINT-TOTALS
        CLOSE ITEM-TRANS-FILE
        CLOSE ITEM-MASTER-FILE
        CLOSE MAINT-REPORT-FILE
        MOVE Rejected-Count TO Count-Display
        DISPLAY "Item maintenance complete: "
            FUNCTION TRIM(Count-Display)
            " transaction(s) rejected - see item-maint.txt"
    END-IF
    STOP RUN
    .

INITIALIZE-MAINT.
    MOVE 'N' TO Maint-Ready-Switch Trans-EOF-Switch
    MOVE 0 TO Trans-Line-Number Trans-Read-Count Rejected-Count
    MOVE 0 TO Added-Count Changed-Count Flagged-Count Received-Count
              Counted-Count
    MOVE FUNCTION CURRENT-DATE TO Current-Timestamp
    MOVE SPACES TO Trans-Input-Name
    ACCEPT Trans-Input-Name FROM ENVIRONMENT "ITEMMAINT_INPUT"
    IF Trans-Input-Name = SPACES THEN
        MOVE "item-trans.dat" TO Trans-Input-Name
    END-IF

    OPEN INPUT ITEM-TRANS-FILE
    IF Item-Trans-Status NOT = "00" THEN
        DISPLAY "Error: could not open " FUNCTION TRIM(Trans-Input-Name)
            " (status " Item-Trans-Status ")"
    ELSE
        PERFORM OPEN-ITEM-MASTER
        IF Item-Master-Status NOT = "00" THEN
            DISPLAY "Error: could not open items.dat (status "
                Item-Master-Status ") - nothing applied"
            IF Item-Master-Status = "39" OR Item-Master-Status = "30"
            THEN
                DISPLAY "items.dat may still be the old text file"
                    " - run ItemConvert once"
            END-IF
            CLOSE ITEM-TRANS-FILE
        ELSE
            OPEN OUTPUT MAINT-REPORT-FILE
            IF Maint-Report-Status NOT = "00" THEN
                DISPLAY "Error: could not open item-maint.txt"
                    " (status " Maint-Report-Status ") - nothing applied"
                CLOSE ITEM-TRANS-FILE
                CLOSE ITEM-MASTER-FILE
            ELSE
                MOVE 'Y' TO Maint-Ready-Switch
                MOVE SPACES TO Report-Line
                STRING "Item maintenance edit report, run "
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

OPEN-ITEM-MASTER.
    *> A new box gets an empty item master, so merchandising's first
    *> run of adds can load it
    OPEN I-O ITEM-MASTER-FILE
    IF Item-Master-Status = "35" THEN
        OPEN OUTPUT ITEM-MASTER-FILE
        IF Item-Master-Status = "00" THEN
            CLOSE ITEM-MASTER-FILE
            OPEN I-O ITEM-MASTER-FILE
        END-IF
    END-IF
    .

APPLY-ONE-TRANSACTION.
    READ ITEM-TRANS-FILE
        AT END
            MOVE 'Y' TO Trans-EOF-Switch
        NOT AT END
            ADD 1 TO Trans-Line-Number
            IF Item-Trans-Record NOT = SPACES THEN
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
    *> Code, item, operator and value are single words; the
    *> description is whatever follows the value, spaces and all
    MOVE SPACES TO Trans-Code-Text Trans-Item-Text Trans-Operator-Text
                   Trans-Value-Text Trans-Description-Text
    MOVE 1 TO Trans-Pointer
    UNSTRING Item-Trans-Record DELIMITED BY ALL SPACE
        INTO Trans-Code-Text Trans-Item-Text Trans-Operator-Text
             Trans-Value-Text
        WITH POINTER Trans-Pointer
    END-UNSTRING
    IF Trans-Pointer <= LENGTH OF Item-Trans-Record THEN
        MOVE FUNCTION TRIM(Item-Trans-Record(Trans-Pointer :))
            TO Trans-Description-Text
    END-IF
    MOVE FUNCTION UPPER-CASE(Trans-Code-Text(1 : 1)) TO Trans-Code
    .

VALIDATE-TRANSACTION.
    MOVE 'Y' TO Trans-Valid-Switch
    MOVE 'N' TO Price-Given-Switch Description-Given-Switch
    MOVE SPACES TO Trans-Reject-Reason Trans-Item
    MOVE 0 TO Trans-Price-Value Trans-Quantity-Value

    IF Trans-Code-Text(2 :) NOT = SPACES
       OR (Trans-Code NOT = 'A' AND Trans-Code NOT = 'C'
           AND Trans-Code NOT = 'D' AND Trans-Code NOT = 'V'
           AND Trans-Code NOT = 'R' AND Trans-Code NOT = 'K') THEN
        MOVE 'N' TO Trans-Valid-Switch
        MOVE "transaction code must be A, C, D, V, R or K"
            TO Trans-Reject-Reason
    END-IF

    IF Trans-Valid THEN
        MOVE Trans-Item-Text TO Validate-Text
        PERFORM MEASURE-VALIDATE-TEXT
        PERFORM CHECK-ITEM-CHARS
        IF Validate-Length = 0 OR Validate-Length > 8
           OR NOT Digits-Valid THEN
            MOVE 'N' TO Trans-Valid-Switch
            MOVE "item must be 1-8 letters or digits"
                TO Trans-Reject-Reason
        ELSE
            MOVE FUNCTION UPPER-CASE(Validate-Text(1 : Validate-Length))
                TO Trans-Item
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

    IF Trans-Valid THEN
        EVALUATE Trans-Code
            WHEN 'A'
            WHEN 'C'
                PERFORM VALIDATE-PRICE-AND-DESCRIPTION
            WHEN 'R'
            WHEN 'K'
                PERFORM VALIDATE-QUANTITY
        END-EVALUATE
    END-IF
    .

VALIDATE-PRICE-AND-DESCRIPTION.
    IF Trans-Value-Text NOT = SPACES AND Trans-Value-Text NOT = "-" THEN
        MOVE Trans-Value-Text TO Validate-Text
        PERFORM MEASURE-VALIDATE-TEXT
        PERFORM CHECK-AMOUNT-CHARS
        IF Validate-Length = 0 OR NOT Digits-Valid THEN
            MOVE 'N' TO Trans-Valid-Switch
            MOVE "price must be digits with at most one decimal point"
                TO Trans-Reject-Reason
        ELSE
            MOVE FUNCTION NUMVAL(Validate-Text(1 : Validate-Length))
                TO Trans-Price-Check
            IF Trans-Price-Check = 0 OR Trans-Price-Check > 99999.99
            THEN
                MOVE 'N' TO Trans-Valid-Switch
                MOVE "price must be 0.01 to 99999.99"
                    TO Trans-Reject-Reason
            ELSE
                MOVE Trans-Price-Check TO Trans-Price-Value
                MOVE 'Y' TO Price-Given-Switch
            END-IF
        END-IF
    END-IF

    IF Trans-Description-Text NOT = SPACES
       AND Trans-Description-Text NOT = "-" THEN
        IF Trans-Description-Text(49 :) NOT = SPACES THEN
            MOVE 'N' TO Trans-Valid-Switch
            MOVE "description must be at most 48 characters"
                TO Trans-Reject-Reason
        ELSE
            MOVE 'Y' TO Description-Given-Switch
        END-IF
    END-IF

    IF Trans-Valid THEN
        EVALUATE TRUE
            WHEN Trans-Code = 'A'
                 AND (NOT Price-Given OR NOT Description-Given)
                MOVE 'N' TO Trans-Valid-Switch
                MOVE "add needs both a price and a description"
                    TO Trans-Reject-Reason
            WHEN Trans-Code = 'C'
                 AND NOT Price-Given AND NOT Description-Given
                MOVE 'N' TO Trans-Valid-Switch
                MOVE "change carries neither a new price nor a new"
                    & " description"
                    TO Trans-Reject-Reason
        END-EVALUATE
    END-IF
    .

VALIDATE-QUANTITY.
    MOVE Trans-Value-Text TO Validate-Text
    PERFORM MEASURE-VALIDATE-TEXT
    PERFORM CHECK-DIGITS-FIELD
    IF Validate-Length = 0 OR Validate-Length > 7
       OR NOT Digits-Valid THEN
        MOVE 'N' TO Trans-Valid-Switch
        MOVE "quantity must be 1-7 digits" TO Trans-Reject-Reason
    ELSE
        MOVE FUNCTION NUMVAL(Validate-Text(1 : Validate-Length))
            TO Trans-Quantity-Value
        *> A count of zero is a real count; a receipt of nothing isn't
        IF Trans-Code = 'R' AND Trans-Quantity-Value = 0 THEN
            MOVE 'N' TO Trans-Valid-Switch
            MOVE "quantity received must not be zero"
                TO Trans-Reject-Reason
        END-IF
    END-IF
    .

CHECK-AGAINST-MASTER.
    *> The record is read here and stays in the record area for
    *> POST-TRANSACTION to update
    MOVE 'N' TO Item-On-File-Switch
    MOVE Trans-Item TO Item-Code
    READ ITEM-MASTER-FILE
        INVALID KEY
            CONTINUE
        NOT INVALID KEY
            MOVE 'Y' TO Item-On-File-Switch
    END-READ
    EVALUATE TRUE
        WHEN Trans-Code = 'A' AND Item-On-File
            MOVE 'N' TO Trans-Valid-Switch
            MOVE "item is already on the item master"
                TO Trans-Reject-Reason
        WHEN Trans-Code = 'A'
            CONTINUE
        WHEN NOT Item-On-File
            MOVE 'N' TO Trans-Valid-Switch
            MOVE "item is not on the item master"
                TO Trans-Reject-Reason
        WHEN Trans-Code = 'D' AND Item-Master-Flag = 'D'
            MOVE 'N' TO Trans-Valid-Switch
            MOVE "item is already discontinued" TO Trans-Reject-Reason
        WHEN Trans-Code = 'V' AND Item-Master-Flag NOT = 'D'
            MOVE 'N' TO Trans-Valid-Switch
            MOVE "item is not discontinued" TO Trans-Reject-Reason
        WHEN Trans-Code = 'R'
            COMPUTE New-On-Hand-Check =
                Item-On-Hand-Qty + Trans-Quantity-Value
            IF New-On-Hand-Check > 9999999 THEN
                MOVE 'N' TO Trans-Valid-Switch
                MOVE "receipt would take on-hand past 9999999"
                    TO Trans-Reject-Reason
            END-IF
    END-EVALUATE
    .

POST-TRANSACTION.
    MOVE Item-Master-Price TO Before-Price
    MOVE Item-Master-Flag TO Before-Flag
    MOVE Item-Master-Description TO Before-Description
    MOVE Item-On-Hand-Qty TO Before-On-Hand
    EVALUATE Trans-Code
        WHEN 'A'
            PERFORM ADD-ITEM
        WHEN 'C'
            PERFORM CHANGE-ITEM
        WHEN 'D'
            MOVE 'D' TO Item-Master-Flag
            MOVE "DISCONT" TO Hist-Action
            PERFORM REWRITE-ITEM-FLAG
        WHEN 'V'
            MOVE 'A' TO Item-Master-Flag
            MOVE "ACTIVE" TO Hist-Action
            PERFORM REWRITE-ITEM-FLAG
        WHEN 'R'
            ADD Trans-Quantity-Value TO Item-On-Hand-Qty
            MOVE "RECEIVE" TO Hist-Action
            PERFORM REWRITE-ITEM-ON-HAND
        WHEN 'K'
            MOVE Trans-Quantity-Value TO Item-On-Hand-Qty
            MOVE "COUNT" TO Hist-Action
            PERFORM REWRITE-ITEM-ON-HAND
    END-EVALUATE
    .

ADD-ITEM.
    MOVE Trans-Item TO Item-Code
    MOVE Trans-Price-Value TO Item-Master-Price
    MOVE 'A' TO Item-Master-Flag
    MOVE Trans-Description-Text TO Item-Master-Description
    MOVE 0 TO Item-On-Hand-Qty Item-Allocated-Qty
    WRITE Item-Master-Record
        INVALID KEY
            MOVE 'N' TO Trans-Valid-Switch
    END-WRITE
    IF Trans-Valid THEN
        ADD 1 TO Added-Count
        MOVE "ADD" TO Hist-Action
        MOVE "PRICE" TO Hist-Field
        MOVE "(new)" TO Hist-Before
        MOVE Item-Master-Price TO Price-Display
        MOVE FUNCTION TRIM(Price-Display) TO Hist-After
        PERFORM WRITE-ITEM-HISTORY
        MOVE "DESC" TO Hist-Field
        MOVE Item-Master-Description TO Hist-After
        PERFORM WRITE-ITEM-HISTORY
    ELSE
        PERFORM NOTE-MASTER-WRITE-FAILURE
    END-IF
    .

CHANGE-ITEM.
    IF Price-Given THEN
        MOVE Trans-Price-Value TO Item-Master-Price
    END-IF
    IF Description-Given THEN
        MOVE Trans-Description-Text TO Item-Master-Description
    END-IF
    REWRITE Item-Master-Record
        INVALID KEY
            MOVE 'N' TO Trans-Valid-Switch
    END-REWRITE
    IF Trans-Valid THEN
        ADD 1 TO Changed-Count
        MOVE "CHANGE" TO Hist-Action
        IF Price-Given THEN
            MOVE "PRICE" TO Hist-Field
            MOVE Before-Price TO Price-Display
            MOVE FUNCTION TRIM(Price-Display) TO Hist-Before
            MOVE Item-Master-Price TO Price-Display
            MOVE FUNCTION TRIM(Price-Display) TO Hist-After
            PERFORM WRITE-ITEM-HISTORY
        END-IF
        IF Description-Given THEN
            MOVE "DESC" TO Hist-Field
            MOVE Before-Description TO Hist-Before
            MOVE Item-Master-Description TO Hist-After
            PERFORM WRITE-ITEM-HISTORY
        END-IF
    ELSE
        PERFORM NOTE-MASTER-WRITE-FAILURE
    END-IF
    .

REWRITE-ITEM-FLAG.
    REWRITE Item-Master-Record
        INVALID KEY
            MOVE 'N' TO Trans-Valid-Switch
    END-REWRITE
    IF Trans-Valid THEN
        ADD 1 TO Flagged-Count
        MOVE "FLAG" TO Hist-Field
        MOVE Before-Flag TO Hist-Before
        MOVE Item-Master-Flag TO Hist-After
        PERFORM WRITE-ITEM-HISTORY
    ELSE
        PERFORM NOTE-MASTER-WRITE-FAILURE
    END-IF
    .

REWRITE-ITEM-ON-HAND.
    REWRITE Item-Master-Record
        INVALID KEY
            MOVE 'N' TO Trans-Valid-Switch
    END-REWRITE
    IF Trans-Valid THEN
        IF Trans-Code = 'R' THEN
            ADD 1 TO Received-Count
        ELSE
            ADD 1 TO Counted-Count
        END-IF
        MOVE "ONHAND" TO Hist-Field
        MOVE Before-On-Hand TO Qty-Display
        MOVE FUNCTION TRIM(Qty-Display) TO Hist-Before
        MOVE Item-On-Hand-Qty TO Qty-Display
        MOVE FUNCTION TRIM(Qty-Display) TO Hist-After
        PERFORM WRITE-ITEM-HISTORY
    ELSE
        PERFORM NOTE-MASTER-WRITE-FAILURE
    END-IF
    .

NOTE-MASTER-WRITE-FAILURE.
    MOVE SPACES TO Trans-Reject-Reason
    STRING "items.dat update failed (status "
           Item-Master-Status ")"
        DELIMITED BY SIZE INTO Trans-Reject-Reason
    .

WRITE-ITEM-HISTORY.
    MOVE FUNCTION CURRENT-DATE TO Current-Timestamp
    OPEN EXTEND ITEM-HISTORY-FILE
    IF Item-History-Status = "35" THEN
        OPEN OUTPUT ITEM-HISTORY-FILE
    END-IF
    IF Item-History-Status = "00" THEN
        MOVE SPACES TO Item-History-Record
        STRING Current-Date-Part " " Current-Time-Part " "
               Trans-Operator-Text(1 : 8) " " Trans-Item " "
               Hist-Action " " Hist-Field " "
               Hist-Before " " Hist-After
            DELIMITED BY SIZE INTO Item-History-Record
        WRITE Item-History-Record
        CLOSE ITEM-HISTORY-FILE
    ELSE
        DISPLAY "Error: could not write item-history.log (status "
            Item-History-Status ") for item " FUNCTION TRIM(Trans-Item)
    END-IF
    .

WRITE-REJECT-LINES.
    ADD 1 TO Rejected-Count
    MOVE Trans-Line-Number TO Count-Display
    MOVE SPACES TO Report-Line
    STRING "Line " FUNCTION TRIM(Count-Display) ": "
           Item-Trans-Record
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
    STRING "Items added:        " Count-Display
        DELIMITED BY SIZE INTO Report-Line
    PERFORM WRITE-REPORT-LINE
    MOVE Changed-Count TO Count-Display
    MOVE SPACES TO Report-Line
    STRING "Items changed:      " Count-Display
        DELIMITED BY SIZE INTO Report-Line
    PERFORM WRITE-REPORT-LINE
    MOVE Flagged-Count TO Count-Display
    MOVE SPACES TO Report-Line
    STRING "Flag changes:       " Count-Display
        DELIMITED BY SIZE INTO Report-Line
    PERFORM WRITE-REPORT-LINE
    MOVE Received-Count TO Count-Display
    MOVE SPACES TO Report-Line
    STRING "Receipts posted:    " Count-Display
        DELIMITED BY SIZE INTO Report-Line
    PERFORM WRITE-REPORT-LINE
    MOVE Counted-Count TO Count-Display
    MOVE SPACES TO Report-Line
    STRING "Stock counts:       " Count-Display
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

CHECK-ITEM-CHARS.
    MOVE 'Y' TO Digits-Valid-Switch
    PERFORM CHECK-ONE-ITEM-CHAR VARYING Validate-Index FROM 1 BY 1
        UNTIL Validate-Index > Validate-Length
    .

CHECK-ONE-ITEM-CHAR.
    MOVE FUNCTION UPPER-CASE(Validate-Text(Validate-Index : 1))
        TO Validate-Char
    IF Validate-Char IS NOT NUMERIC
       AND (Validate-Char < "A" OR Validate-Char > "Z") THEN
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
