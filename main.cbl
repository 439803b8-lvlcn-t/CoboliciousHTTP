        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS Auth-Log-Status.
    SELECT ITEM-MASTER-FILE ASSIGN TO "items.dat"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS RANDOM
        RECORD KEY IS Item-Code
        FILE STATUS IS Item-Master-Status.
    SELECT ORDER-MASTER-FILE ASSIGN TO "orders.dat"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS Order-Key
        FILE STATUS IS Order-Master-Status.
    SELECT BULK-RESULTS-FILE ASSIGN USING Bulk-Results-Name
        ORGANIZATION IS LINE SEQUENTIAL
        ACCESS MODE IS RANDOM
        RECORD KEY IS Customer-Number
        FILE STATUS IS Customer-Master-Status.
    SELECT ORDER-CONTROL-FILE ASSIGN TO "orders-control.dat"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS RANDOM
        RECORD KEY IS Control-Key
        LOCK MODE IS EXCLUSIVE
        FILE STATUS IS Order-Control-Status.
    SELECT CONFIRMATION-VOID-FILE ASSIGN TO "confirmation-void.log"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS Confirmation-Void-Status.
    SELECT ORDER-CATALOG-FILE ASSIGN TO "orders-archives.dat"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS Order-Catalog-Status.
    SELECT ORDER-GENERATION-FILE ASSIGN USING Order-Generation-Name
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS Order-Generation-Status.
    SELECT ORDER-REBUILD-FILE ASSIGN USING Order-Rebuild-Name
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS Order-Rebuild-Status.
    SELECT CREDIT-MEMO-FILE ASSIGN TO "credit-memos.dat"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS Memo-Key
        FILE STATUS IS Credit-Memo-Status.

DATA DIVISION.
FILE SECTION.
FD  BLOCKLIST-FILE.
01  Blocklist-Record                PIC X(64).

*> Keyed item records maintained by merchandising through ItemMaint -
*> intake looks the submitted item code up here before anything is
*> stored, and the flag (A active, D discontinued) decides whether it
*> may still be ordered at all. On-hand is what the warehouse holds;
*> allocated is the part of it already promised to entered orders, so
*> on-hand less allocated is what a new order can still have.
FD  ITEM-MASTER-FILE.
01  Item-Master-Record.
    05 Item-Code                    PIC X(08).
    05 Item-Master-Price            PIC 9(05)V99.
    05 Item-Master-Flag             PIC X(01).
    05 Item-Master-Description      PIC X(48).
    05 Item-On-Hand-Qty             PIC 9(07).
    05 Item-Allocated-Qty           PIC 9(07).

*> Keyed intake records written by POST /orders; the confirmation
*> number handed back to the client leads the record key, so a later
*> inquiry can fetch exactly the order that submission created. An
*> order is a header (line 000) carrying the customer, dates, status,
*> source and order total, followed by one detail record per item
*> line (001 up) carrying the item, quantity, unit price and extended
*> amount. Key order keeps each order's lines right behind its
*> header for the sequential readers.
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
          88 Order-Is-Entered       VALUE 'E'.
          88 Order-Is-Cancelled     VALUE 'C'.
          88 Order-Is-Fulfilled     VALUE 'F'.
          88 Order-Is-Backordered   VALUE 'B'.
          88 Order-Is-Part-Returned VALUE 'P'.
          88 Order-Is-Returned      VALUE 'R'.
       *> How the order arrived - 'W' one-at-a-time web intake, 'B' a
       *> line of a bulk upload - so downstream jobs can tell a keyed
       *> order from a batch one
       10 Order-Entry-Source        PIC X(01).
       10 Order-Total-Amount        PIC 9(07)V99.
       10 Order-Line-Count          PIC 9(03).
       *> Set when an operator brings an archived order back
       10 Order-Restored-Date       PIC X(08).
       10 FILLER                    PIC X(04).
    05 Order-Detail-Data REDEFINES Order-Header-Data.
       10 Order-Item-Code           PIC X(08).
       10 Order-Quantity            PIC 9(05).
       10 Order-Unit-Price          PIC 9(05)V99.
       10 Order-Line-Amount         PIC 9(07)V99.
       10 FILLER                    PIC X(17).

*> Per-batch results file for POST /orders/bulk, date-time stamped
*> like the log archives so two distributors uploading at once can't

*> One line per status change ("date time ip confirmation old new"),
*> appended and never rewritten, so "who cancelled this and when" has
*> an answer that isn't a guess. A restore or other operator action
*> adds a note after the two status codes.
FD  ORDER-HISTORY-FILE.
01  Order-History-Record            PIC X(128).

*> Keyed customer records maintained by accounts receivable - intake
*> checks the submitted customer number here, refuses customers on
    05 Customer-Open-Balance        PIC S9(07)V99.
    05 Customer-Hold-Flag           PIC X(01).

*> The next-confirmation control record every child and the bulk
*> route take order numbers from. The file is opened exclusively for
*> the few statements it takes to read, step and rewrite the number,
*> so two children can never be handed the same one; numbers go up
*> by one for the life of the file and are never reused.
FD  ORDER-CONTROL-FILE.
01  Order-Control-Record.
    05 Control-Key                  PIC X(08).
    05 Control-Next-Confirmation    PIC 9(07).
    05 Control-Updated-Date         PIC X(08).
    05 Control-Updated-Time         PIC X(06).
    05 FILLER                       PIC X(11).

*> Every confirmation number that was handed out but never ended up
*> on orders.dat ("date time confirmation reason"), plus any range
*> an operator-ordered reseed stepped over, so the auditors can
*> account for every number in the sequence
FD  CONFIRMATION-VOID-FILE.
01  Confirmation-Void-Record        PIC X(100).

*> One line per archived order generation ("YYYYMMDD filename"), as
*> OrderArchive catalogs them
FD  ORDER-CATALOG-FILE.
01  Order-Catalog-Record            PIC X(64).

*> An archive generation: the order master's own record image, one
*> header or detail record per line, in key order
FD  ORDER-GENERATION-FILE.
01  Order-Generation-Record.
    05 Generation-Key.
       10 Generation-Confirmation   PIC 9(06).
       10 Generation-Line-Number    PIC 9(03).
          88 Generation-Is-Header   VALUE 0.
    05 Generation-Header-Data.
       10 Generation-Customer-Number PIC 9(06).
       10 Generation-Entry-Date     PIC X(08).
       10 Generation-Entry-Time     PIC X(06).
       10 Generation-Status         PIC X(01).
          88 Generation-Is-Cancelled VALUE 'C'.
       10 Generation-Entry-Source   PIC X(01).
       10 Generation-Total-Amount   PIC 9(07)V99.
       10 Generation-Line-Count     PIC 9(03).
       10 FILLER                    PIC X(12).
    05 Generation-Detail-Data REDEFINES Generation-Header-Data.
       10 Generation-Item-Code      PIC X(08).
       10 Generation-Quantity       PIC 9(05).
       10 Generation-Unit-Price     PIC 9(05)V99.
       10 Generation-Line-Amount    PIC 9(07)V99.
       10 FILLER                    PIC X(17).

*> A generation being rewritten without the order a restore takes
*> back out of it; renamed over the generation once complete
FD  ORDER-REBUILD-FILE.
01  Order-Rebuild-Record            PIC X(55).

*> One record per customer return, written by the return route and
*> never rewritten. The key is the order's confirmation and a memo
*> sequence within it, so an order's earlier returns sit together
*> and the memo number reads as confirmation-sequence. The credit is
*> the returned quantity at the line's original unit price; it came
*> off the customer's open balance when the memo was written, and
*> BillExtract carries it to AR as a negative line on its date.
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

WORKING-STORAGE SECTION.

01 Access-Log-Status                PIC X(02).
*> ("customer=123456&item=WIDGET01&quantity=5&amount=100.50") so the
*> web side can submit a plain form; each field is validated against
*> the Order-Master-Record layout before anything touches the file.
*> An order of several items numbers its fields per line - item1,
*> quantity1, amount1, item2, ... up to Order-Max-Lines - and the
*> unnumbered names are line 1, so a one-item form is unchanged.
01 Order-Master-Status              PIC X(02).
01 Order-Pair-Text OCCURS 40 TIMES  PIC X(64).
01 Order-Pair-Index                 PIC S9(4) COMP.
01 Order-Pair-Pointer               PIC S9(9) COMP.
01 Order-Body-Length                PIC S9(9) COMP.
01 Order-Pair-Name                  PIC X(32).
01 Order-Pair-Value                 PIC X(48).
01 Order-Pair-Suffix                PIC X(24).
01 Order-Pair-Line                  PIC S9(4) COMP.
01 Order-Customer-Text              PIC X(32).
01 Order-Amount-Value               PIC 9(07)V99.
01 Order-Amount-Check               PIC 9(10)V99.
01 Order-Total-Check                PIC 9(10)V99.
01 Order-Amount-Display             PIC Z(6)9.99.
01 Order-Valid-Switch               PIC X(01) VALUE 'N'.
    88 Order-Fields-Valid           VALUE 'Y'.
01 Order-Reject-Reason              PIC X(80).
01 Order-Line-Reason                PIC X(72).
01 Order-Line-Display               PIC Z9.

*> The submitted item lines. The text fields hold what arrived; the
*> rest is filled in by validation and carried through to the detail
*> records, so the price an order was taken at is the price on file
*> at the moment of intake.
01 Order-Max-Lines                  PIC S9(4) COMP VALUE 10.
01 Order-Bad-Line-Switch            PIC X(01).
    88 Order-Bad-Line-Number        VALUE 'Y'.
01 Entry-Lines-Used                 PIC S9(4) COMP.
01 Entry-Line-Index                 PIC S9(4) COMP.
01 Entry-Line-Other                 PIC S9(4) COMP.
01 Entry-Line-Table.
    05 Entry-Line OCCURS 10 TIMES.
       10 Entry-Line-Item-Text      PIC X(32).
       10 Entry-Line-Qty-Text       PIC X(32).
       10 Entry-Line-Amount-Text    PIC X(32).
       10 Entry-Line-Item           PIC X(08).
       10 Entry-Line-Qty            PIC 9(05).
       10 Entry-Line-Price          PIC 9(05)V99.
       10 Entry-Line-Amount         PIC 9(07)V99.
       10 Entry-Line-Allocated      PIC X(01).
01 Order-Stored-Switch              PIC X(01) VALUE 'N'.
    88 Order-Stored                 VALUE 'Y'.
    88 Order-Gone                   VALUE 'G'.
01 Order-Write-Tries                PIC S9(4) COMP.
01 Order-Confirmation-Saved         PIC 9(06).

*> Confirmation sequence. CHECK-CONFIRMATION-SEQUENCE proves at
*> startup that the next number on the control record is above
*> every number on orders.dat and in every catalogued archive
*> generation; until it has, intake hands out no numbers at all.
*> SIMPLEHTTP_ORDER_RESEED=YES lets the operator move a conflicting
*> sequence past the highest number found, the jump logged as void.
01 Order-Control-Status             PIC X(02).
01 Confirmation-Void-Status         PIC X(02).
01 Order-Catalog-Status             PIC X(02).
01 Order-Generation-Status          PIC X(02).
01 Order-Generation-Name            PIC X(48).
01 Order-Catalog-Date-Text          PIC X(08).
01 Order-Catalog-EOF-Switch         PIC X(01).
    88 Order-Catalog-EOF            VALUE 'Y'.
01 Order-Generation-EOF-Switch      PIC X(01).
    88 Order-Generation-EOF         VALUE 'Y'.
01 Confirmation-Sequence-Switch     PIC X(01) VALUE 'N'.
    88 Confirmation-Sequence-Ready  VALUE 'Y'.
01 Confirmation-Taken-Switch        PIC X(01).
    88 Confirmation-Taken           VALUE 'Y'.
    88 Confirmation-Unavailable     VALUE 'U'.
01 Control-Key-Value                PIC X(08) VALUE "ORDERCNF".
01 Control-Lock-Tries               PIC S9(4) COMP.
01 Control-Lock-Nanoseconds         PIC 9(18) VALUE 20000000.
01 Highest-Confirmation-Found       PIC 9(06).
01 Highest-Confirmation-Where       PIC X(48).
01 Config-Reseed-Text               PIC X(08).
01 Void-From-Confirmation           PIC 9(06).
01 Void-To-Confirmation             PIC 9(06).
01 Void-Reason-Text                 PIC X(60).

*> Item master lookup: the submitted item code must be on items.dat
*> and still active, and the submitted amount must reconcile to the
*> master's unit price times the submitted quantity - the amount on
01 Item-Search-Code                 PIC X(08).
01 Item-Found-Switch                PIC X(01).
    88 Item-Found                   VALUE 'Y'.
01 Item-Unit-Price                  PIC 9(05)V99.
01 Item-Active-Flag                 PIC X(01).
    88 Item-Active                  VALUE 'A'.
    88 Item-Discontinued            VALUE 'D'.
01 Item-Description                 PIC X(48).
01 Item-On-Hand-Work                PIC 9(07).
01 Item-Allocated-Work              PIC 9(07).
01 Item-Available-Work              PIC S9(08).
01 Item-Price-Display               PIC Z(4)9.99.
01 Item-Qty-Display                 PIC Z(6)9.
01 Item-Available-Display           PIC -(7)9.
01 Item-Expected-Amount             PIC 9(10)V99.
01 Item-Expected-Display            PIC Z(9)9.99.

*> Stock movements against the item master. The caller sets the item,
*> the quantity and the kind of move; Stock-Moved says whether the
*> REWRITE landed. 'A' allocates to an entered order and 'R' releases
*> an allocation when the order is cancelled. 'S' ships an entered
*> order out of its allocation. 'T' ships a backordered order, which
*> never held an allocation, straight out of what is still available.
*> 'U' puts goods back on hand - a shipment of one line of an order
*> that has to be taken back because another line could not ship.
*> 'A' and 'T' refuse rather than promise stock that isn't there.
01 Stock-Item-Work                  PIC X(08).
01 Stock-Quantity-Work              PIC 9(05).
01 Stock-Move-Work                  PIC X(01).
    88 Stock-Move-Allocate          VALUE 'A'.
    88 Stock-Move-Release           VALUE 'R'.
    88 Stock-Move-Ship              VALUE 'S'.
    88 Stock-Move-Ship-Unallocated  VALUE 'T'.
    88 Stock-Move-Unship            VALUE 'U'.
01 Stock-Moved-Switch               PIC X(01).
    88 Stock-Moved                  VALUE 'Y'.
*> Raised during validation when the item can't cover the quantity;
*> the order is still taken, but held as backordered with nothing
*> allocated instead of being promised stock the warehouse hasn't got
01 Order-Short-Switch               PIC X(01).
    88 Order-Stock-Short            VALUE 'Y'.
01 Bulk-Backordered-Count           PIC 9(05) COMP.

*> Order lifecycle: every order is written 'E' (entered), or 'B'
*> (backordered) when stock is short, and moved to 'C' (cancelled) or
*> 'F' (fulfilled) by the status routes; each move leaves a line on
*> order-history.log. The warehouse's printed list with handwritten
*> strikeouts is what this replaces. A fulfilled order only moves
*> again through the operator's return route: to 'P' (partially
*> returned) while some of what shipped is still out, to 'R'
*> (returned) once all of it has come back.
01 Order-History-Status             PIC X(02).
01 Order-Target-Status              PIC X(01).
01 Order-Old-Status                 PIC X(01).
01 Order-Status-Name                PIC X(16).
01 Order-Status-Changed-Switch      PIC X(01).
    88 Order-Status-Changed         VALUE 'Y'.
01 Hist-Customer-Work               PIC 9(06).
01 Hist-Amount-Work                 PIC 9(07)V99.
01 Hist-Note-Text                   PIC X(80).

*> Archived orders: once OrderArchive has moved an order into a
*> catalogued generation, GET /orders and the search look there when
*> orders.dat doesn't have it, and say which generation answered. A
*> restore takes the order out of its generation and puts it back on
*> orders.dat, so it is only ever on file in one place.
01 Archive-Search-Confirmation      PIC 9(06).
01 Archive-Order-Switch             PIC X(01).
    88 Archive-Order-Found          VALUE 'Y'.
01 Archive-Scan-Done-Switch         PIC X(01).
    88 Archive-Scan-Done            VALUE 'Y'.
01 Archive-Found-Generation         PIC X(48).
01 Order-Rebuild-Status             PIC X(02).
01 Order-Rebuild-Name               PIC X(64).
01 Restore-Failed-Switch            PIC X(01).
    88 Restore-Failed               VALUE 'Y'.
01 Restore-Record-Count             PIC 9(04) COMP.
01 Restore-High-Line                PIC 9(03).
01 Restore-Status-Work              PIC X(01).

*> Customer returns: POST /admin/orders/return takes back part or all
*> of one line of a fulfilled order. What each line has already had
*> back is totalled from the order's earlier credit memos, so a
*> line can never be returned past what shipped.
01 Credit-Memo-Status               PIC X(02).
01 Memo-Scan-EOF-Switch             PIC X(01).
    88 Memo-Scan-EOF                VALUE 'Y'.
01 Return-Valid-Switch              PIC X(01).
    88 Return-Valid                 VALUE 'Y'.
01 Return-Quantity                  PIC 9(05).
01 Return-Line                      PIC 9(03).
01 Return-Left-Qty                  PIC 9(05).
01 Return-Units-Out                 PIC 9(07).
01 Return-High-Sequence             PIC 9(03).
01 Return-Credit-Amount             PIC 9(07)V99.
01 Return-Memo-Number               PIC X(10).
01 Return-Done-Table.
    05 Return-Done-Qty OCCURS 10 TIMES PIC 9(06).

*> Bulk intake: POST /orders/bulk takes one order per body line in
*> the same customer/item/quantity/amount form the single route

*> Order search: GET /orders?customer=NNNNNN and/or date=YYYYMMDD
*> walks the whole order master (the file is keyed by confirmation,
*> so there is no index to lean on), then every catalogued archive
*> generation, and returns one line per match, capped so the
*> response always fits Response-Body
01 Search-Customer-Number           PIC 9(06).
01 Search-By-Customer-Switch        PIC X(01).
    88 Search-By-Customer           VALUE 'Y'.
01 Search-Match-Count               PIC 9(04) COMP.
01 Search-Shown-Count               PIC 9(04) COMP.
01 Search-Shown-Cap                 PIC 9(04) COMP VALUE 15.
*> An archived line is longer than a live one; past this point in
*> Response-Body no more lines are shown, only counted
01 Search-Room-Limit                PIC S9(4) COMP VALUE 1850.
01 Search-Count-Display             PIC Z(3)9.

*> Customer master lookup: the FD record area is not reliable once
    *> Pick up the listen port and bind address from the environment
    PERFORM LOAD-SERVER-CONFIG

    *> Prove the confirmation sequence is clear of every order number
    *> already issued before any child can be handed one
    PERFORM CHECK-CONFIRMATION-SEQUENCE

    *> Load C functions from libcob library
    CALL 'C$IMPORT_SYM' USING "C$SIN" SocketFunction
                              ON EXCEPTION
            ELSE
                PERFORM GENERATE-405-RESPONSE
            END-IF
        WHEN FUNCTION TRIM(Request-Base-Path) = '/admin/orders/restore'
            IF FUNCTION TRIM(RequestMethod) = 'POST' THEN
                PERFORM CHECK-OPERATOR-AUTH
                IF Auth-Granted THEN
                    PERFORM GENERATE-ORDER-RESTORE-RESPONSE
                ELSE
                    PERFORM GENERATE-AUTH-FAILURE-RESPONSE
                END-IF
            ELSE
                PERFORM GENERATE-405-RESPONSE
            END-IF
        WHEN FUNCTION TRIM(Request-Base-Path) = '/admin/orders/return'
            IF FUNCTION TRIM(RequestMethod) = 'POST' THEN
                PERFORM CHECK-OPERATOR-AUTH
                IF Auth-Granted THEN
                    PERFORM GENERATE-ORDER-RETURN-RESPONSE
                ELSE
                    PERFORM GENERATE-AUTH-FAILURE-RESPONSE
                END-IF
            ELSE
                PERFORM GENERATE-405-RESPONSE
            END-IF
        WHEN FUNCTION TRIM(Request-Base-Path) = '/orders'
            EVALUATE FUNCTION TRIM(RequestMethod)
                WHEN 'POST'
    PERFORM PARSE-ORDER-BODY
    PERFORM VALIDATE-ORDER-FIELDS
    IF Order-Fields-Valid THEN
        PERFORM TAKE-ORDER
        IF Order-Stored THEN
            MOVE "HTTP/1.1 201 Created" TO Response-Status-Line
            MOVE SPACES TO Response-Body
            IF Order-Stock-Short THEN
                STRING "Order accepted, confirmation "
                       Order-Confirmation-Saved
                       ", backordered - insufficient stock"
                    DELIMITED BY SIZE INTO Response-Body
            ELSE
                STRING "Order accepted, confirmation "
                       Order-Confirmation-Saved
                    DELIMITED BY SIZE INTO Response-Body
            END-IF
        ELSE
            MOVE "HTTP/1.1 500 Internal Server Error"
                TO Response-Status-Line
PARSE-ORDER-BODY.
    *> Split the body into its name=value pairs, then pick each field
    *> out by name so the client may send them in any order
    MOVE SPACES TO Order-Customer-Text
    MOVE 0 TO Entry-Lines-Used
    MOVE 'N' TO Order-Bad-Line-Switch
    PERFORM CLEAR-ENTRY-LINE VARYING Entry-Line-Index FROM 1 BY 1
        UNTIL Entry-Line-Index > Order-Max-Lines
    PERFORM CLEAR-ORDER-PAIR VARYING Order-Pair-Index FROM 1 BY 1
        UNTIL Order-Pair-Index > 40
    IF Request-Body = SPACES THEN
        MOVE 0 TO Order-Body-Length
    ELSE
        MOVE FUNCTION LENGTH(FUNCTION TRIM(Request-Body TRAILING))
            TO Order-Body-Length
    END-IF
    MOVE 1 TO Order-Pair-Pointer
    PERFORM SPLIT-ORDER-PAIR VARYING Order-Pair-Index FROM 1 BY 1
        UNTIL Order-Pair-Index > 40
           OR Order-Pair-Pointer > Order-Body-Length
    PERFORM EXTRACT-ORDER-PAIR VARYING Order-Pair-Index FROM 1 BY 1
        UNTIL Order-Pair-Index > 40
    .

CLEAR-ORDER-PAIR.
    MOVE SPACES TO Order-Pair-Text(Order-Pair-Index)
    .

CLEAR-ENTRY-LINE.
    MOVE SPACES TO Entry-Line-Item-Text(Entry-Line-Index)
                   Entry-Line-Qty-Text(Entry-Line-Index)
                   Entry-Line-Amount-Text(Entry-Line-Index)
                   Entry-Line-Item(Entry-Line-Index)
    MOVE 0 TO Entry-Line-Qty(Entry-Line-Index)
              Entry-Line-Price(Entry-Line-Index)
              Entry-Line-Amount(Entry-Line-Index)
    MOVE 'N' TO Entry-Line-Allocated(Entry-Line-Index)
    .

SPLIT-ORDER-PAIR.
    UNSTRING Request-Body(1 : Order-Body-Length) DELIMITED BY "&"
        INTO Order-Pair-Text(Order-Pair-Index)
        WITH POINTER Order-Pair-Pointer
    END-UNSTRING
    .

EXTRACT-ORDER-PAIR.
    *> The trailing digits of an item, quantity or amount name say
    *> which line the value belongs to; none at all means line 1
    IF Order-Pair-Text(Order-Pair-Index) NOT = SPACES THEN
        MOVE SPACES TO Order-Pair-Name Order-Pair-Value
        UNSTRING Order-Pair-Text(Order-Pair-Index) DELIMITED BY "="
            INTO Order-Pair-Name Order-Pair-Value
        MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(Order-Pair-Name))
            TO Order-Pair-Name
        EVALUATE TRUE
            WHEN Order-Pair-Name = "CUSTOMER"
                MOVE Order-Pair-Value TO Order-Customer-Text
            WHEN Order-Pair-Name(1 : 4) = "ITEM"
                MOVE Order-Pair-Name(5 :) TO Order-Pair-Suffix
                PERFORM FIND-PAIR-LINE
                IF Order-Pair-Line > 0 THEN
                    MOVE Order-Pair-Value
                        TO Entry-Line-Item-Text(Order-Pair-Line)
                END-IF
            WHEN Order-Pair-Name(1 : 8) = "QUANTITY"
                MOVE Order-Pair-Name(9 :) TO Order-Pair-Suffix
                PERFORM FIND-PAIR-LINE
                IF Order-Pair-Line > 0 THEN
                    MOVE Order-Pair-Value
                        TO Entry-Line-Qty-Text(Order-Pair-Line)
                END-IF
            WHEN Order-Pair-Name(1 : 6) = "AMOUNT"
                MOVE Order-Pair-Name(7 :) TO Order-Pair-Suffix
                PERFORM FIND-PAIR-LINE
                IF Order-Pair-Line > 0 THEN
                    MOVE Order-Pair-Value
                        TO Entry-Line-Amount-Text(Order-Pair-Line)
                END-IF
        END-EVALUATE
    END-IF
    .

FIND-PAIR-LINE.
    *> Order-Pair-Suffix holds whatever followed the field name; a
    *> line number outside 1 to Order-Max-Lines spoils the whole order
    *> rather than quietly dropping the line
    MOVE 0 TO Order-Pair-Line
    IF Order-Pair-Suffix = SPACES THEN
        MOVE 1 TO Order-Pair-Line
    ELSE
        MOVE Order-Pair-Suffix TO Validate-Text
        PERFORM MEASURE-VALIDATE-TEXT
        PERFORM CHECK-DIGITS-FIELD
        IF Validate-Length > 2 OR NOT Digits-Valid THEN
            MOVE 'Y' TO Order-Bad-Line-Switch
        ELSE
            MOVE FUNCTION NUMVAL(Validate-Text(1 : Validate-Length))
                TO Order-Pair-Line
            IF Order-Pair-Line < 1
               OR Order-Pair-Line > Order-Max-Lines THEN
                MOVE 0 TO Order-Pair-Line
                MOVE 'Y' TO Order-Bad-Line-Switch
            END-IF
        END-IF
    END-IF
    IF Order-Pair-Line > Entry-Lines-Used THEN
        MOVE Order-Pair-Line TO Entry-Lines-Used
    END-IF
    .

VALIDATE-ORDER-FIELDS.
    *> Each check records the first failure in Order-Reject-Reason so
    *> the 400 response tells the submitter which field to fix - on a
    *> multi-line order, which line as well
    MOVE 'Y' TO Order-Valid-Switch
    MOVE 'N' TO Order-Short-Switch
    MOVE SPACES TO Order-Reject-Reason
    MOVE 0 TO Order-Total-Check

    MOVE Order-Customer-Text TO Validate-Text
    PERFORM MEASURE-VALIDATE-TEXT
        END-IF
    END-IF

    IF Order-Fields-Valid AND Order-Bad-Line-Number THEN
        MOVE 'N' TO Order-Valid-Switch
        MOVE SPACES TO Order-Reject-Reason
        MOVE Order-Max-Lines TO Order-Line-Display
        STRING "line numbers must be 1-"
               FUNCTION TRIM(Order-Line-Display)
            DELIMITED BY SIZE INTO Order-Reject-Reason
    END-IF

    *> A form with no item at all answers the way the one-item form
    *> always did
    IF Order-Fields-Valid AND Entry-Lines-Used = 0 THEN
        MOVE 'N' TO Order-Valid-Switch
        MOVE "item must be 1-8 letters or digits"
            TO Order-Reject-Reason
    END-IF

    *> Field syntax, item master and stock, one line at a time
    IF Order-Fields-Valid THEN
        PERFORM VALIDATE-ORDER-LINE
            VARYING Entry-Line-Index FROM 1 BY 1
            UNTIL Entry-Line-Index > Entry-Lines-Used
               OR NOT Order-Fields-Valid
    END-IF

    *> The order stands or falls as one - its total has to fit the
    *> header's amount and the customer's credit as a single sum
    IF Order-Fields-Valid THEN
        IF Order-Total-Check > 9999999.99 THEN
            MOVE 'N' TO Order-Valid-Switch
            MOVE "order total must not exceed 9999999.99"
                TO Order-Reject-Reason
        ELSE
            MOVE Order-Total-Check TO Order-Amount-Value
        END-IF
    END-IF

    *> And against the customer master - a mistyped customer number
    *> used to sail onto the order file and surface at the back
    *> office days later
    IF Order-Fields-Valid THEN
        PERFORM CHECK-CUSTOMER-MASTER
    END-IF
    .

VALIDATE-ORDER-LINE.
    MOVE SPACES TO Order-Line-Reason
    MOVE Entry-Line-Item-Text(Entry-Line-Index) TO Validate-Text
    PERFORM MEASURE-VALIDATE-TEXT
    PERFORM CHECK-ITEM-CHARS
    IF Validate-Length = 0 OR Validate-Length > 8
       OR NOT Digits-Valid THEN
        MOVE "item must be 1-8 letters or digits" TO Order-Line-Reason
    ELSE
        MOVE FUNCTION UPPER-CASE(Validate-Text(1 : Validate-Length))
            TO Entry-Line-Item(Entry-Line-Index)
    END-IF

    IF Order-Line-Reason = SPACES THEN
        MOVE Entry-Line-Qty-Text(Entry-Line-Index) TO Validate-Text
        PERFORM MEASURE-VALIDATE-TEXT
        PERFORM CHECK-DIGITS-FIELD
        IF Validate-Length = 0 OR Validate-Length > 5
           OR NOT Digits-Valid THEN
            MOVE "quantity must be 1-5 digits and not zero"
                TO Order-Line-Reason
        ELSE
            MOVE FUNCTION NUMVAL(Validate-Text(1 : Validate-Length))
                TO Entry-Line-Qty(Entry-Line-Index)
            IF Entry-Line-Qty(Entry-Line-Index) = 0 THEN
                MOVE "quantity must be 1-5 digits and not zero"
                    TO Order-Line-Reason
            END-IF
        END-IF
    END-IF

    IF Order-Line-Reason = SPACES THEN
        MOVE Entry-Line-Amount-Text(Entry-Line-Index) TO Validate-Text
        PERFORM MEASURE-VALIDATE-TEXT
        PERFORM CHECK-AMOUNT-CHARS
        IF Validate-Length = 0 OR NOT Digits-Valid THEN
            MOVE "amount must be digits with at most one decimal point"
                TO Order-Line-Reason
        ELSE
            *> Checked against a wider picture first - a MOVE straight
            *> into the 9(07)V99 master field would silently drop the
                TO Order-Amount-Check
            IF Order-Amount-Check = 0
               OR Order-Amount-Check > 9999999.99 THEN
                MOVE "amount must be 0.01 to 9999999.99"
                    TO Order-Line-Reason
            ELSE
                MOVE Order-Amount-Check
                    TO Entry-Line-Amount(Entry-Line-Index)
            END-IF
        END-IF
    END-IF

    *> One line per item - a second line for the same code would let
    *> the stock check see each line's quantity alone and pass both
    IF Order-Line-Reason = SPACES THEN
        PERFORM CHECK-REPEATED-ITEM
            VARYING Entry-Line-Other FROM 1 BY 1
            UNTIL Entry-Line-Other >= Entry-Line-Index
    END-IF

    *> Field syntax is good - now hold the line against the item
    *> master, which is what keeps codes that don't exist (and prices
    *> the submitter made up) off the order file
    IF Order-Line-Reason = SPACES THEN
        PERFORM CHECK-ITEM-MASTER
    END-IF

    IF Order-Line-Reason = SPACES THEN
        ADD Entry-Line-Amount(Entry-Line-Index) TO Order-Total-Check
    ELSE
        MOVE 'N' TO Order-Valid-Switch
        IF Entry-Lines-Used > 1 THEN
            MOVE Entry-Line-Index TO Order-Line-Display
            MOVE SPACES TO Order-Reject-Reason
            STRING "line " FUNCTION TRIM(Order-Line-Display) ": "
                   FUNCTION TRIM(Order-Line-Reason)
                DELIMITED BY SIZE INTO Order-Reject-Reason
        ELSE
            MOVE Order-Line-Reason TO Order-Reject-Reason
        END-IF
    END-IF
    .

CHECK-REPEATED-ITEM.
    IF Entry-Line-Item(Entry-Line-Other)
       = Entry-Line-Item(Entry-Line-Index) THEN
        MOVE Entry-Line-Other TO Order-Line-Display
        MOVE SPACES TO Order-Line-Reason
        STRING "item already ordered on line "
               FUNCTION TRIM(Order-Line-Display)
            DELIMITED BY SIZE INTO Order-Line-Reason
    END-IF
    .


CHECK-ITEM-MASTER.
    *> Unknown and discontinued items are rejected outright; a known
    *> active item's line amount must be exactly unit price times
    *> quantity. A missing items.dat rejects everything - fail closed,
    *> the same stance CHECK-OPERATOR-CREDENTIALS takes on operators.dat.
    MOVE Entry-Line-Item(Entry-Line-Index) TO Item-Search-Code
    PERFORM LOOK-UP-ITEM
    EVALUATE TRUE
        WHEN NOT Item-Found
            MOVE "item is not on the item master" TO Order-Line-Reason
        WHEN Item-Discontinued
            MOVE "item is discontinued" TO Order-Line-Reason
        WHEN OTHER
            COMPUTE Item-Expected-Amount = Item-Unit-Price
                * Entry-Line-Qty(Entry-Line-Index)
            IF Entry-Line-Amount(Entry-Line-Index)
               NOT = Item-Expected-Amount THEN
                MOVE Item-Expected-Amount TO Item-Expected-Display
                MOVE SPACES TO Order-Line-Reason
                STRING "amount must be "
                       FUNCTION TRIM(Item-Expected-Display)
                       " (unit price times quantity)"
                    DELIMITED BY SIZE INTO Order-Line-Reason
            ELSE
                MOVE Item-Unit-Price TO Entry-Line-Price(Entry-Line-Index)
            END-IF
            *> Short stock is not a reject - the order is still taken,
            *> just held back as backordered, and one short line holds
            *> back the whole order
            COMPUTE Item-Available-Work =
                Item-On-Hand-Work - Item-Allocated-Work
            IF Entry-Line-Qty(Entry-Line-Index) > Item-Available-Work THEN
                MOVE 'Y' TO Order-Short-Switch
            END-IF
    END-EVALUATE
    .

LOOK-UP-ITEM.
    *> Caller sets Item-Search-Code (already upper-cased and trimmed);
    *> a keyed read of items.dat that leaves the item's price, flag,
    *> description and stock figures behind for the caller. A 35 on
    *> the open is an item master never loaded on this box - to the
    *> caller the same answer as a code that isn't on file.
    MOVE 'N' TO Item-Found-Switch
    MOVE 0 TO Item-Unit-Price Item-On-Hand-Work Item-Allocated-Work
    MOVE SPACES TO Item-Active-Flag Item-Description
    OPEN INPUT ITEM-MASTER-FILE
    IF Item-Master-Status = "00" THEN
        MOVE Item-Search-Code TO Item-Code
        READ ITEM-MASTER-FILE
            INVALID KEY
                CONTINUE
            NOT INVALID KEY
                MOVE 'Y' TO Item-Found-Switch
                MOVE Item-Master-Price TO Item-Unit-Price
                MOVE Item-Master-Flag TO Item-Active-Flag
                MOVE Item-Master-Description TO Item-Description
                MOVE Item-On-Hand-Qty TO Item-On-Hand-Work
                MOVE Item-Allocated-Qty TO Item-Allocated-Work
        END-READ
        CLOSE ITEM-MASTER-FILE
    END-IF
    .

MOVE-ITEM-STOCK.
    *> Re-read under I-O so the move is judged against the figures on
    *> file now, not the ones validation saw - another child may have
    *> allocated the same item in between
    MOVE 'N' TO Stock-Moved-Switch
    OPEN I-O ITEM-MASTER-FILE
    IF Item-Master-Status = "00" THEN
        MOVE Stock-Item-Work TO Item-Code
        READ ITEM-MASTER-FILE
            INVALID KEY
                CONTINUE
            NOT INVALID KEY
                PERFORM APPLY-STOCK-MOVE
        END-READ
        CLOSE ITEM-MASTER-FILE
    END-IF
    *> A refused allocation just backorders the order; a release or a
    *> shipment that can't be recorded leaves the item's figures
    *> wrong, and someone has to hear about it
    IF NOT Stock-Moved
       AND (Stock-Move-Release OR Stock-Move-Ship
            OR Stock-Move-Unship) THEN
        DISPLAY "Error: could not record stock move " Stock-Move-Work
            " of " Stock-Quantity-Work " for item "
            FUNCTION TRIM(Stock-Item-Work)
    END-IF
    .

APPLY-STOCK-MOVE.
    MOVE 'Y' TO Stock-Moved-Switch
    COMPUTE Item-Available-Work = Item-On-Hand-Qty - Item-Allocated-Qty
    EVALUATE TRUE
        WHEN Stock-Move-Allocate
            IF Stock-Quantity-Work > Item-Available-Work THEN
                MOVE 'N' TO Stock-Moved-Switch
            ELSE
                ADD Stock-Quantity-Work TO Item-Allocated-Qty
            END-IF
        WHEN Stock-Move-Release
            PERFORM TAKE-DOWN-ALLOCATED
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
    *> anything, so their release can't be allowed to go below zero
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


GENERATE-ITEM-INQUIRY-RESPONSE.
    *> GET /items?item=CODE - the web side's price lookup before it
    *> submits an order, answered from the same items.dat record intake
    *> itself will check, so the two can never disagree
    MOVE "item" TO Query-Search-Name
    PERFORM FIND-QUERY-PARAM
           "price " FUNCTION TRIM(Item-Price-Display) X"0D0A"
        DELIMITED BY SIZE INTO Response-Body
        WITH POINTER Metrics-Report-Pointer
    *> Available is what a new order could have right now; the web
    *> side shows it so a customer isn't surprised by a backorder
    COMPUTE Item-Available-Work = Item-On-Hand-Work - Item-Allocated-Work
    MOVE Item-On-Hand-Work TO Item-Qty-Display
    STRING "on-hand " FUNCTION TRIM(Item-Qty-Display) X"0D0A"
        DELIMITED BY SIZE INTO Response-Body
        WITH POINTER Metrics-Report-Pointer
    MOVE Item-Allocated-Work TO Item-Qty-Display
    STRING "allocated " FUNCTION TRIM(Item-Qty-Display) X"0D0A"
        DELIMITED BY SIZE INTO Response-Body
        WITH POINTER Metrics-Report-Pointer
    MOVE Item-Available-Work TO Item-Available-Display
    STRING "available " FUNCTION TRIM(Item-Available-Display) X"0D0A"
        DELIMITED BY SIZE INTO Response-Body
        WITH POINTER Metrics-Report-Pointer
    IF Item-Discontinued THEN
        STRING "status discontinued"
            DELIMITED BY SIZE INTO Response-Body
    *> confirmation number, customer=NNNNNN and/or date=YYYYMMDD
    *> searches the whole file instead - the "three orders yesterday"
    *> call the service desk could never answer through the listener.
    *> Both fall back to the catalogued archive generations, and an
    *> answer from one says so and names the generation.
    MOVE "confirmation" TO Query-Search-Name
    PERFORM FIND-QUERY-PARAM
    IF Query-Param-Found THEN
    OPEN INPUT ORDER-MASTER-FILE
    PERFORM NOTE-ORDER-MASTER-STATUS
    IF Order-Master-Status = "00" THEN
        MOVE 0 TO Order-Confirmation Order-Line-Number
        START ORDER-MASTER-FILE KEY NOT < Order-Key
            INVALID KEY
                MOVE 'Y' TO Search-EOF-Switch
        END-START
        PERFORM SEARCH-ONE-ORDER UNTIL Search-EOF
        CLOSE ORDER-MASTER-FILE
    END-IF
    PERFORM SEARCH-ORDER-ARCHIVES
    MOVE Search-Match-Count TO Search-Count-Display
    STRING "count " FUNCTION TRIM(Search-Count-Display)
        DELIMITED BY SIZE INTO Response-Body
    .

SEARCH-ONE-ORDER.
    *> Only headers answer a search - their detail lines ride behind
    *> them in key order and are summed up in the header's total
    READ ORDER-MASTER-FILE NEXT RECORD
        AT END
            MOVE 'Y' TO Search-EOF-Switch
        NOT AT END
            IF Order-Is-Header
               AND (NOT Search-By-Customer
                OR Order-Customer-Number = Search-Customer-Number)
               AND (NOT Search-By-Date
                OR Order-Entry-Date = Search-Date-Text) THEN
                ADD 1 TO Search-Match-Count
                IF Search-Shown-Count < Search-Shown-Cap
                   AND Metrics-Report-Pointer < Search-Room-Limit THEN
                    ADD 1 TO Search-Shown-Count
                    PERFORM APPEND-ORDER-SEARCH-LINE
                END-IF
    END-READ
    .

SEARCH-ORDER-ARCHIVES.
    *> Then every catalogued generation, oldest first as the catalog
    *> lists them; an archived match carries the generation it sits
    *> in so the desk can tell it from a live order
    MOVE 'N' TO Order-Catalog-EOF-Switch
    OPEN INPUT ORDER-CATALOG-FILE
    IF Order-Catalog-Status = "00" THEN
        PERFORM SEARCH-ONE-CATALOG-ENTRY UNTIL Order-Catalog-EOF
        CLOSE ORDER-CATALOG-FILE
    END-IF
    .

SEARCH-ONE-CATALOG-ENTRY.
    READ ORDER-CATALOG-FILE
        AT END
            MOVE 'Y' TO Order-Catalog-EOF-Switch
        NOT AT END
            MOVE SPACES TO Order-Catalog-Date-Text Order-Generation-Name
            UNSTRING Order-Catalog-Record DELIMITED BY ALL SPACE
                INTO Order-Catalog-Date-Text Order-Generation-Name
            IF Order-Generation-Name NOT = SPACES THEN
                MOVE 'N' TO Order-Generation-EOF-Switch
                OPEN INPUT ORDER-GENERATION-FILE
                IF Order-Generation-Status = "00" THEN
                    PERFORM SEARCH-ONE-ARCHIVED-ORDER
                        UNTIL Order-Generation-EOF
                    CLOSE ORDER-GENERATION-FILE
                END-IF
            END-IF
    END-READ
    .

SEARCH-ONE-ARCHIVED-ORDER.
    READ ORDER-GENERATION-FILE
        AT END
            MOVE 'Y' TO Order-Generation-EOF-Switch
        NOT AT END
            IF Generation-Line-Number IS NUMERIC
               AND Generation-Is-Header
               AND (NOT Search-By-Customer
                OR Generation-Customer-Number = Search-Customer-Number)
               AND (NOT Search-By-Date
                OR Generation-Entry-Date = Search-Date-Text) THEN
                ADD 1 TO Search-Match-Count
                IF Search-Shown-Count < Search-Shown-Cap
                   AND Metrics-Report-Pointer < Search-Room-Limit THEN
                    ADD 1 TO Search-Shown-Count
                    PERFORM APPEND-ARCHIVED-SEARCH-LINE
                END-IF
            END-IF
    END-READ
    .

APPEND-ARCHIVED-SEARCH-LINE.
    MOVE Generation-Total-Amount TO Order-Amount-Display
    MOVE Generation-Status TO Order-Status-Name
    PERFORM FORMAT-ORDER-STATUS-NAME
    STRING "order " Generation-Confirmation
           " customer " Generation-Customer-Number
           " lines " Generation-Line-Count
           " amount " FUNCTION TRIM(Order-Amount-Display)
           " entered " Generation-Entry-Date " " Generation-Entry-Time
           " status " FUNCTION TRIM(Order-Status-Name)
           " archived " FUNCTION TRIM(Order-Generation-Name) X"0D0A"
        DELIMITED BY SIZE INTO Response-Body
        WITH POINTER Metrics-Report-Pointer
    .

APPEND-ORDER-SEARCH-LINE.
    *> One order per line, the same name-value vocabulary the single
    *> inquiry uses, so the web side parses both with one reader
    MOVE Order-Total-Amount TO Order-Amount-Display
    MOVE Order-Status TO Order-Status-Name
    PERFORM FORMAT-ORDER-STATUS-NAME
    STRING "order " Order-Confirmation
           " customer " Order-Customer-Number
           " lines " Order-Line-Count
           " amount " FUNCTION TRIM(Order-Amount-Display)
           " entered " Order-Entry-Date " " Order-Entry-Time
           " status " FUNCTION TRIM(Order-Status-Name) X"0D0A"
    IF Order-Master-Status = "00" THEN
        MOVE FUNCTION NUMVAL(Validate-Text(1 : Validate-Length))
            TO Order-Confirmation
        MOVE 0 TO Order-Line-Number
        READ ORDER-MASTER-FILE
            INVALID KEY
                CONTINUE
        END-READ
        CLOSE ORDER-MASTER-FILE
    END-IF
    IF Order-Stored-Switch = 'N' THEN
        *> Not on the live file - it may have been archived
        MOVE FUNCTION NUMVAL(Validate-Text(1 : Validate-Length))
            TO Archive-Search-Confirmation
        PERFORM FIND-ARCHIVED-ORDER
        IF Archive-Order-Found THEN
            PERFORM READ-ARCHIVED-ORDER
        END-IF
    END-IF
    EVALUATE TRUE
        WHEN Order-Stored
            CONTINUE
    .

BUILD-ORDER-INQUIRY-BODY.
    *> Built while the file is still open - the FD area is not
    *> reliable after the CLOSE in READ-ORDER-RECORD. The header's
    *> fields go first, then one line per detail record read on
    *> behind it.
    MOVE "HTTP/1.1 200 OK" TO Response-Status-Line
    MOVE Order-Total-Amount TO Order-Amount-Display
    MOVE Order-Status TO Order-Status-Name
    PERFORM FORMAT-ORDER-STATUS-NAME
    MOVE SPACES TO Response-Body
    MOVE 1 TO Metrics-Report-Pointer
    STRING "confirmation " Order-Confirmation X"0D0A"
           "customer " Order-Customer-Number X"0D0A"
           "amount " FUNCTION TRIM(Order-Amount-Display) X"0D0A"
           "entered " Order-Entry-Date " " Order-Entry-Time X"0D0A"
           "status " FUNCTION TRIM(Order-Status-Name) X"0D0A"
           "lines " Order-Line-Count
        DELIMITED BY SIZE INTO Response-Body
        WITH POINTER Metrics-Report-Pointer
    IF Order-Restored-Date NOT = SPACES THEN
        STRING X"0D0A" "restored " Order-Restored-Date
            DELIMITED BY SIZE INTO Response-Body
            WITH POINTER Metrics-Report-Pointer
    END-IF
    MOVE Order-Confirmation TO Order-Confirmation-Saved
    MOVE 'N' TO Search-EOF-Switch
    PERFORM APPEND-ORDER-DETAIL-LINE UNTIL Search-EOF
    COMPUTE Response-Body-Length = Metrics-Report-Pointer - 1
    .

APPEND-ORDER-DETAIL-LINE.
    READ ORDER-MASTER-FILE NEXT RECORD
        AT END
            MOVE 'Y' TO Search-EOF-Switch
        NOT AT END
            IF Order-Confirmation NOT = Order-Confirmation-Saved
               OR Order-Is-Header THEN
                MOVE 'Y' TO Search-EOF-Switch
            ELSE
                MOVE Order-Unit-Price TO Item-Price-Display
                MOVE Order-Line-Amount TO Order-Amount-Display
                STRING X"0D0A" "line " Order-Line-Number
                       " item " FUNCTION TRIM(Order-Item-Code)
                       " quantity " Order-Quantity
                       " price " FUNCTION TRIM(Item-Price-Display)
                       " amount " FUNCTION TRIM(Order-Amount-Display)
                    DELIMITED BY SIZE INTO Response-Body
                    WITH POINTER Metrics-Report-Pointer
            END-IF
    END-READ
    .

FIND-ARCHIVED-ORDER.
    *> Which catalogued generation holds Archive-Search-Confirmation?
    *> Every generation is looked at and the last one in the catalog
    *> to hold it - the newest - wins
    MOVE 'N' TO Archive-Order-Switch Order-Catalog-EOF-Switch
    MOVE SPACES TO Archive-Found-Generation
    OPEN INPUT ORDER-CATALOG-FILE
    IF Order-Catalog-Status = "00" THEN
        PERFORM FIND-IN-ONE-CATALOG-ENTRY UNTIL Order-Catalog-EOF
        CLOSE ORDER-CATALOG-FILE
    END-IF
    .

FIND-IN-ONE-CATALOG-ENTRY.
    READ ORDER-CATALOG-FILE
        AT END
            MOVE 'Y' TO Order-Catalog-EOF-Switch
        NOT AT END
            MOVE SPACES TO Order-Catalog-Date-Text Order-Generation-Name
            UNSTRING Order-Catalog-Record DELIMITED BY ALL SPACE
                INTO Order-Catalog-Date-Text Order-Generation-Name
            IF Order-Generation-Name NOT = SPACES THEN
                MOVE 'N' TO Order-Generation-EOF-Switch
                MOVE 'N' TO Archive-Scan-Done-Switch
                OPEN INPUT ORDER-GENERATION-FILE
                IF Order-Generation-Status = "00" THEN
                    PERFORM FIND-IN-ONE-GENERATION-RECORD
                        UNTIL Order-Generation-EOF OR Archive-Scan-Done
                    CLOSE ORDER-GENERATION-FILE
                END-IF
            END-IF
    END-READ
    .

FIND-IN-ONE-GENERATION-RECORD.
    *> A generation is written in key order, so the scan stops as
    *> soon as it passes the number wanted
    READ ORDER-GENERATION-FILE
        AT END
            MOVE 'Y' TO Order-Generation-EOF-Switch
        NOT AT END
            IF Generation-Confirmation IS NUMERIC THEN
                IF Generation-Confirmation = Archive-Search-Confirmation
                   AND Generation-Is-Header THEN
                    MOVE 'Y' TO Archive-Order-Switch
                    MOVE Order-Generation-Name
                        TO Archive-Found-Generation
                    MOVE 'Y' TO Archive-Scan-Done-Switch
                END-IF
                IF Generation-Confirmation
                   > Archive-Search-Confirmation THEN
                    MOVE 'Y' TO Archive-Scan-Done-Switch
                END-IF
            END-IF
    END-READ
    .

READ-ARCHIVED-ORDER.
    *> Reopen the generation that answered and build the inquiry body
    *> from its header and the detail lines behind it, the same
    *> fields a live order shows plus where it was found
    MOVE Archive-Found-Generation TO Order-Generation-Name
    MOVE 'N' TO Order-Generation-EOF-Switch Archive-Scan-Done-Switch
    OPEN INPUT ORDER-GENERATION-FILE
    IF Order-Generation-Status = "00" THEN
        PERFORM SEEK-ARCHIVED-HEADER
            UNTIL Order-Generation-EOF OR Archive-Scan-Done
        IF Archive-Scan-Done THEN
            IF Generation-Is-Cancelled THEN
                MOVE 'G' TO Order-Stored-Switch
            ELSE
                MOVE 'Y' TO Order-Stored-Switch
                PERFORM BUILD-ARCHIVED-INQUIRY-BODY
            END-IF
        END-IF
        CLOSE ORDER-GENERATION-FILE
    END-IF
    .

SEEK-ARCHIVED-HEADER.
    READ ORDER-GENERATION-FILE
        AT END
            MOVE 'Y' TO Order-Generation-EOF-Switch
        NOT AT END
            IF Generation-Confirmation = Archive-Search-Confirmation
               AND Generation-Is-Header THEN
                MOVE 'Y' TO Archive-Scan-Done-Switch
            END-IF
    END-READ
    .

BUILD-ARCHIVED-INQUIRY-BODY.
    MOVE "HTTP/1.1 200 OK" TO Response-Status-Line
    MOVE Generation-Total-Amount TO Order-Amount-Display
    MOVE Generation-Status TO Order-Status-Name
    PERFORM FORMAT-ORDER-STATUS-NAME
    MOVE SPACES TO Response-Body
    MOVE 1 TO Metrics-Report-Pointer
    STRING "confirmation " Generation-Confirmation X"0D0A"
           "customer " Generation-Customer-Number X"0D0A"
           "amount " FUNCTION TRIM(Order-Amount-Display) X"0D0A"
           "entered " Generation-Entry-Date " " Generation-Entry-Time
           X"0D0A"
           "status " FUNCTION TRIM(Order-Status-Name) X"0D0A"
           "lines " Generation-Line-Count X"0D0A"
           "archived yes" X"0D0A"
           "generation " FUNCTION TRIM(Archive-Found-Generation)
        DELIMITED BY SIZE INTO Response-Body
        WITH POINTER Metrics-Report-Pointer
    MOVE 'N' TO Search-EOF-Switch
    PERFORM APPEND-ARCHIVED-DETAIL-LINE UNTIL Search-EOF
    COMPUTE Response-Body-Length = Metrics-Report-Pointer - 1
    .

APPEND-ARCHIVED-DETAIL-LINE.
    READ ORDER-GENERATION-FILE
        AT END
            MOVE 'Y' TO Search-EOF-Switch
        NOT AT END
            IF Generation-Confirmation NOT = Archive-Search-Confirmation
               OR Generation-Is-Header THEN
                MOVE 'Y' TO Search-EOF-Switch
            ELSE
                MOVE Generation-Unit-Price TO Item-Price-Display
                MOVE Generation-Line-Amount TO Order-Amount-Display
                STRING X"0D0A" "line " Generation-Line-Number
                       " item " FUNCTION TRIM(Generation-Item-Code)
                       " quantity " Generation-Quantity
                       " price " FUNCTION TRIM(Item-Price-Display)
                       " amount " FUNCTION TRIM(Order-Amount-Display)
                    DELIMITED BY SIZE INTO Response-Body
                    WITH POINTER Metrics-Report-Pointer
            END-IF
    END-READ
    .

GENERATE-ORDER-RESTORE-RESPONSE.
    *> POST /admin/orders/restore?confirmation=NNNNNN - bring one
    *> archived order back onto orders.dat for a dispute or re-bill.
    *> The order comes back exactly as it was archived, status and
    *> all; archiving never moved stock or balances, so restoring
    *> moves none either. The generation is rewritten without it, so
    *> the order is never on file twice.
    MOVE "confirmation" TO Query-Search-Name
    PERFORM FIND-QUERY-PARAM
    MOVE Query-Found-Value TO Validate-Text
    PERFORM MEASURE-VALIDATE-TEXT
    PERFORM CHECK-DIGITS-FIELD
    IF NOT Query-Param-Found
       OR Validate-Length = 0 OR Validate-Length > 6
       OR NOT Digits-Valid THEN
        MOVE "HTTP/1.1 400 Bad Request" TO Response-Status-Line
        MOVE "confirmation must be 1-6 digits" TO Response-Body
    ELSE
        MOVE FUNCTION NUMVAL(Validate-Text(1 : Validate-Length))
            TO Archive-Search-Confirmation
        MOVE Archive-Search-Confirmation TO Order-Confirmation-Saved
        PERFORM RESTORE-ARCHIVED-ORDER
    END-IF
    MOVE FUNCTION LENGTH(FUNCTION TRIM(Response-Body))
        TO Response-Body-Length
    .

RESTORE-ARCHIVED-ORDER.
    MOVE SPACES TO Response-Body
    PERFORM OPEN-ORDER-MASTER
    IF Order-Master-Status NOT = "00" THEN
        MOVE "HTTP/1.1 500 Internal Server Error"
            TO Response-Status-Line
        MOVE "Order master unavailable - nothing restored"
            TO Response-Body
    ELSE
        MOVE Archive-Search-Confirmation TO Order-Confirmation
        MOVE 0 TO Order-Line-Number
        READ ORDER-MASTER-FILE
            INVALID KEY
                PERFORM FIND-ARCHIVED-ORDER
                IF Archive-Order-Found THEN
                    PERFORM MOVE-ARCHIVED-ORDER
                ELSE
                    MOVE "HTTP/1.1 404 Not Found"
                        TO Response-Status-Line
                    MOVE "Order not found in any archive generation"
                        TO Response-Body
                END-IF
            NOT INVALID KEY
                MOVE "HTTP/1.1 409 Conflict" TO Response-Status-Line
                STRING "Order " Order-Confirmation-Saved
                       " is already on orders.dat"
                    DELIMITED BY SIZE INTO Response-Body
        END-READ
        CLOSE ORDER-MASTER-FILE
    END-IF
    .

MOVE-ARCHIVED-ORDER.
    *> One pass over the generation: the order's records go onto
    *> orders.dat, everything else into the rebuild copy. Only once
    *> both are complete does the copy replace the generation; any
    *> failure takes the restored records back off orders.dat, so the
    *> order is always in exactly one of the two places.
    MOVE 'N' TO Restore-Failed-Switch Order-Generation-EOF-Switch
    MOVE 0 TO Restore-Record-Count Restore-High-Line
    MOVE SPACES TO Restore-Status-Work
    MOVE FUNCTION CURRENT-DATE TO Current-Timestamp
    MOVE Archive-Found-Generation TO Order-Generation-Name
    MOVE SPACES TO Order-Rebuild-Name
    STRING FUNCTION TRIM(Archive-Found-Generation) "-restore"
        DELIMITED BY SIZE INTO Order-Rebuild-Name
    OPEN INPUT ORDER-GENERATION-FILE
    IF Order-Generation-Status NOT = "00" THEN
        MOVE 'Y' TO Restore-Failed-Switch
    ELSE
        OPEN OUTPUT ORDER-REBUILD-FILE
        IF Order-Rebuild-Status NOT = "00" THEN
            MOVE 'Y' TO Restore-Failed-Switch
        ELSE
            PERFORM SPLIT-ONE-ARCHIVED-RECORD
                UNTIL Order-Generation-EOF OR Restore-Failed
            CLOSE ORDER-REBUILD-FILE
        END-IF
        CLOSE ORDER-GENERATION-FILE
    END-IF
    IF NOT Restore-Failed THEN
        CALL "CBL_RENAME_FILE" USING Order-Rebuild-Name
            Order-Generation-Name
            RETURNING Rename-Result
        IF Rename-Result NOT = 0 THEN
            MOVE 'Y' TO Restore-Failed-Switch
        END-IF
    END-IF
    IF Restore-Failed THEN
        DISPLAY "Error: restore of confirmation "
            Order-Confirmation-Saved " from "
            FUNCTION TRIM(Order-Generation-Name) " failed (status "
            Order-Generation-Status "/" Order-Rebuild-Status "/"
            Order-Master-Status ") - nothing restored"
        MOVE Restore-High-Line TO Entry-Lines-Used
        PERFORM BACK-OUT-ORDER-RECORDS
        CALL "CBL_DELETE_FILE" USING Order-Rebuild-Name
            RETURNING Delete-Result
        MOVE "HTTP/1.1 500 Internal Server Error"
            TO Response-Status-Line
        MOVE "Order could not be restored - nothing changed"
            TO Response-Body
    ELSE
        MOVE 'A' TO Order-Old-Status
        MOVE Restore-Status-Work TO Order-Target-Status
        MOVE SPACES TO Hist-Note-Text
        STRING "restored from " FUNCTION TRIM(Order-Generation-Name)
               " by " FUNCTION TRIM(Auth-User-Text)
            DELIMITED BY SIZE INTO Hist-Note-Text
        PERFORM WRITE-ORDER-HISTORY
        DISPLAY "Order " Order-Confirmation-Saved " restored from "
            FUNCTION TRIM(Order-Generation-Name) " by operator "
            FUNCTION TRIM(Auth-User-Text)
        MOVE "HTTP/1.1 200 OK" TO Response-Status-Line
        STRING "Order " Order-Confirmation-Saved
               " restored from generation "
               FUNCTION TRIM(Order-Generation-Name)
            DELIMITED BY SIZE INTO Response-Body
    END-IF
    .

SPLIT-ONE-ARCHIVED-RECORD.
    READ ORDER-GENERATION-FILE
        AT END
            MOVE 'Y' TO Order-Generation-EOF-Switch
        NOT AT END
            IF Generation-Confirmation = Archive-Search-Confirmation THEN
                PERFORM RESTORE-ONE-RECORD
            ELSE
                MOVE Order-Generation-Record TO Order-Rebuild-Record
                WRITE Order-Rebuild-Record
                IF Order-Rebuild-Status NOT = "00" THEN
                    MOVE 'Y' TO Restore-Failed-Switch
                END-IF
            END-IF
    END-READ
    .

RESTORE-ONE-RECORD.
    MOVE Order-Generation-Record TO Order-Master-Record
    IF Order-Is-Header THEN
        MOVE Current-Date-Part TO Order-Restored-Date
        MOVE Order-Status TO Restore-Status-Work
    END-IF
    IF Order-Line-Number > Restore-High-Line THEN
        MOVE Order-Line-Number TO Restore-High-Line
    END-IF
    WRITE Order-Master-Record
        INVALID KEY
            MOVE 'Y' TO Restore-Failed-Switch
        NOT INVALID KEY
            ADD 1 TO Restore-Record-Count
    END-WRITE
    .

GENERATE-ORDER-RETURN-RESPONSE.
    *> POST /admin/orders/return?confirmation=N&quantity=Q[&line=L] -
    *> a customer has sent goods back. The line may be left off for a
    *> single-line order; a multi-line order has to say which line
    *> came back. The credit is the quantity at the line's original
    *> unit price: it goes onto a credit memo, comes off the
    *> customer's open balance, and the order moves to partially
    *> returned or returned on order-history.log. Stock is left
    *> alone - returned goods are inspected before they go back on
    *> the shelf, and ItemMaint puts back whatever can be sold again.
    MOVE 'Y' TO Return-Valid-Switch
    MOVE SPACES TO Response-Body
    MOVE "HTTP/1.1 400 Bad Request" TO Response-Status-Line
    MOVE "confirmation" TO Query-Search-Name
    PERFORM FIND-QUERY-PARAM
    MOVE Query-Found-Value TO Validate-Text
    PERFORM MEASURE-VALIDATE-TEXT
    PERFORM CHECK-DIGITS-FIELD
    IF NOT Query-Param-Found
       OR Validate-Length = 0 OR Validate-Length > 6
       OR NOT Digits-Valid THEN
        MOVE 'N' TO Return-Valid-Switch
        MOVE "confirmation must be 1-6 digits" TO Response-Body
    ELSE
        MOVE FUNCTION NUMVAL(Validate-Text(1 : Validate-Length))
            TO Order-Confirmation-Saved
    END-IF

    IF Return-Valid THEN
        MOVE "quantity" TO Query-Search-Name
        PERFORM FIND-QUERY-PARAM
        MOVE Query-Found-Value TO Validate-Text
        PERFORM MEASURE-VALIDATE-TEXT
        PERFORM CHECK-DIGITS-FIELD
        IF NOT Query-Param-Found
           OR Validate-Length = 0 OR Validate-Length > 5
           OR NOT Digits-Valid THEN
            MOVE 'N' TO Return-Valid-Switch
            MOVE "quantity must be 1-99999" TO Response-Body
        ELSE
            MOVE FUNCTION NUMVAL(Validate-Text(1 : Validate-Length))
                TO Return-Quantity
            IF Return-Quantity = 0 THEN
                MOVE 'N' TO Return-Valid-Switch
                MOVE "quantity must be 1-99999" TO Response-Body
            END-IF
        END-IF
    END-IF

    IF Return-Valid THEN
        MOVE 0 TO Return-Line
        MOVE "line" TO Query-Search-Name
        PERFORM FIND-QUERY-PARAM
        IF Query-Param-Found THEN
            MOVE Query-Found-Value TO Validate-Text
            PERFORM MEASURE-VALIDATE-TEXT
            PERFORM CHECK-DIGITS-FIELD
            IF Validate-Length = 0 OR Validate-Length > 2
               OR NOT Digits-Valid THEN
                MOVE 'N' TO Return-Valid-Switch
            ELSE
                MOVE FUNCTION NUMVAL(Validate-Text(1 : Validate-Length))
                    TO Return-Line
                IF Return-Line = 0 OR Return-Line > Order-Max-Lines THEN
                    MOVE 'N' TO Return-Valid-Switch
                END-IF
            END-IF
            IF NOT Return-Valid THEN
                MOVE "line must be 1-10" TO Response-Body
            END-IF
        END-IF
    END-IF

    IF Return-Valid THEN
        PERFORM RETURN-FULFILLED-ORDER
    END-IF
    MOVE FUNCTION LENGTH(FUNCTION TRIM(Response-Body))
        TO Response-Body-Length
    .

RETURN-FULFILLED-ORDER.
    *> The memo is written before the order's status moves, and taken
    *> back out if the status can't be rewritten, so a memo on file
    *> always belongs to an order marked returned. Only once both
    *> have landed does the customer's balance come down.
    MOVE 'N' TO Order-Status-Changed-Switch
    PERFORM OPEN-ORDER-MASTER
    IF Order-Master-Status NOT = "00" THEN
        MOVE "HTTP/1.1 500 Internal Server Error"
            TO Response-Status-Line
        MOVE "Order master unavailable - nothing returned"
            TO Response-Body
    ELSE
        MOVE Order-Confirmation-Saved TO Order-Confirmation
        MOVE 0 TO Order-Line-Number
        READ ORDER-MASTER-FILE
            INVALID KEY
                MOVE 'N' TO Return-Valid-Switch
                MOVE "HTTP/1.1 404 Not Found" TO Response-Status-Line
                MOVE "Order not found" TO Response-Body
            NOT INVALID KEY
                MOVE Order-Status TO Order-Old-Status
                MOVE Order-Customer-Number TO Hist-Customer-Work
                IF Order-Is-Fulfilled OR Order-Is-Part-Returned THEN
                    PERFORM LOAD-ORDER-LINES
                    PERFORM CHOOSE-RETURN-LINE
                ELSE
                    PERFORM REFUSE-RETURN-STATUS
                END-IF
        END-READ
        IF Return-Valid THEN
            PERFORM OPEN-CREDIT-MEMO-FILE
            IF Credit-Memo-Status NOT = "00" THEN
                DISPLAY "Error: could not open credit-memos.dat"
                    " (status " Credit-Memo-Status ")"
                MOVE "HTTP/1.1 500 Internal Server Error"
                    TO Response-Status-Line
                MOVE "Credit memo file unavailable - nothing returned"
                    TO Response-Body
            ELSE
                PERFORM TALLY-EARLIER-RETURNS
                PERFORM CHECK-RETURN-QUANTITY
                IF Return-Valid THEN
                    PERFORM WRITE-CREDIT-MEMO
                END-IF
                IF Return-Valid THEN
                    PERFORM REWRITE-ORDER-STATUS
                    IF NOT Order-Status-Changed THEN
                        PERFORM BACK-OUT-CREDIT-MEMO
                    END-IF
                END-IF
                CLOSE CREDIT-MEMO-FILE
            END-IF
        END-IF
        CLOSE ORDER-MASTER-FILE
    END-IF
    IF Order-Status-Changed THEN
        MOVE Return-Credit-Amount TO Hist-Amount-Work
        PERFORM RELIEVE-CUSTOMER-BALANCE
        MOVE Return-Credit-Amount TO Order-Amount-Display
        MOVE Return-Line TO Order-Line-Display
        MOVE SPACES TO Hist-Note-Text
        STRING "returned " Return-Quantity " of line "
               FUNCTION TRIM(Order-Line-Display)
               " credit memo " Return-Memo-Number " "
               FUNCTION TRIM(Order-Amount-Display)
               " by " FUNCTION TRIM(Auth-User-Text)
            DELIMITED BY SIZE INTO Hist-Note-Text
        PERFORM WRITE-ORDER-HISTORY
        DISPLAY "Order " Order-Confirmation-Saved " credit memo "
            Return-Memo-Number " for "
            FUNCTION TRIM(Order-Amount-Display) " by operator "
            FUNCTION TRIM(Auth-User-Text)
        MOVE Order-Target-Status TO Order-Status-Name
        PERFORM FORMAT-ORDER-STATUS-NAME
        MOVE "HTTP/1.1 200 OK" TO Response-Status-Line
        MOVE SPACES TO Response-Body
        STRING "Order " Order-Confirmation-Saved " "
               FUNCTION TRIM(Order-Status-Name)
               " - credit memo " Return-Memo-Number " for "
               FUNCTION TRIM(Order-Amount-Display)
            DELIMITED BY SIZE INTO Response-Body
    END-IF
    .

REFUSE-RETURN-STATUS.
    *> Nothing that hasn't shipped can come back, and a fully returned
    *> order has nothing left out
    MOVE 'N' TO Return-Valid-Switch
    MOVE "HTTP/1.1 409 Conflict" TO Response-Status-Line
    MOVE Order-Old-Status TO Order-Status-Name
    PERFORM FORMAT-ORDER-STATUS-NAME
    MOVE SPACES TO Response-Body
    STRING "Order " Order-Confirmation-Saved " is "
           FUNCTION TRIM(Order-Status-Name)
           " - only a fulfilled order can be returned"
        DELIMITED BY SIZE INTO Response-Body
    .

CHOOSE-RETURN-LINE.
    *> Lines are stored 001 up with no gaps, so the line number is
    *> the line's place in the table LOAD-ORDER-LINES filled
    MOVE Entry-Lines-Used TO Order-Line-Display
    EVALUATE TRUE
        WHEN Entry-Lines-Used = 0
            MOVE 'N' TO Return-Valid-Switch
            MOVE "HTTP/1.1 409 Conflict" TO Response-Status-Line
            STRING "Order " Order-Confirmation-Saved
                   " has no lines to return"
                DELIMITED BY SIZE INTO Response-Body
        WHEN Return-Line = 0 AND Entry-Lines-Used = 1
            MOVE 1 TO Return-Line
        WHEN Return-Line = 0
            MOVE 'N' TO Return-Valid-Switch
            STRING "line is required - order "
                   Order-Confirmation-Saved " has "
                   FUNCTION TRIM(Order-Line-Display) " lines"
                DELIMITED BY SIZE INTO Response-Body
        WHEN Return-Line > Entry-Lines-Used
            MOVE 'N' TO Return-Valid-Switch
            STRING "order " Order-Confirmation-Saved " has only "
                   FUNCTION TRIM(Order-Line-Display) " line(s)"
                DELIMITED BY SIZE INTO Response-Body
    END-EVALUATE
    .

OPEN-CREDIT-MEMO-FILE.
    *> The first return on a box starts the file; same create-on-35
    *> handling OPEN-ORDER-MASTER uses
    OPEN I-O CREDIT-MEMO-FILE
    IF Credit-Memo-Status = "35" THEN
        OPEN OUTPUT CREDIT-MEMO-FILE
        IF Credit-Memo-Status = "00" THEN
            CLOSE CREDIT-MEMO-FILE
            OPEN I-O CREDIT-MEMO-FILE
        END-IF
    END-IF
    .

TALLY-EARLIER-RETURNS.
    *> The order's memos follow one another in key order; what each
    *> line has had back, and the highest memo sequence used so far
    MOVE ZEROS TO Return-Done-Table
    MOVE 0 TO Return-High-Sequence
    MOVE 'N' TO Memo-Scan-EOF-Switch
    MOVE Order-Confirmation-Saved TO Memo-Confirmation
    MOVE 0 TO Memo-Sequence
    START CREDIT-MEMO-FILE KEY NOT < Memo-Key
        INVALID KEY
            MOVE 'Y' TO Memo-Scan-EOF-Switch
    END-START
    PERFORM TALLY-ONE-EARLIER-RETURN UNTIL Memo-Scan-EOF
    .

TALLY-ONE-EARLIER-RETURN.
    READ CREDIT-MEMO-FILE NEXT RECORD
        AT END
            MOVE 'Y' TO Memo-Scan-EOF-Switch
        NOT AT END
            IF Memo-Confirmation NOT = Order-Confirmation-Saved THEN
                MOVE 'Y' TO Memo-Scan-EOF-Switch
            ELSE
                MOVE Memo-Sequence TO Return-High-Sequence
                IF Memo-Order-Line > 0
                   AND Memo-Order-Line NOT > Order-Max-Lines THEN
                    ADD Memo-Quantity
                        TO Return-Done-Qty(Memo-Order-Line)
                END-IF
            END-IF
    END-READ
    .

CHECK-RETURN-QUANTITY.
    IF Return-Done-Qty(Return-Line) >= Entry-Line-Qty(Return-Line) THEN
        MOVE 0 TO Return-Left-Qty
    ELSE
        COMPUTE Return-Left-Qty = Entry-Line-Qty(Return-Line)
            - Return-Done-Qty(Return-Line)
    END-IF
    MOVE Return-Line TO Order-Line-Display
    EVALUATE TRUE
        WHEN Return-Quantity > Return-Left-Qty
            MOVE 'N' TO Return-Valid-Switch
            MOVE "HTTP/1.1 409 Conflict" TO Response-Status-Line
            MOVE SPACES TO Response-Body
            STRING "Only " Return-Left-Qty " of line "
                   FUNCTION TRIM(Order-Line-Display) " of order "
                   Order-Confirmation-Saved " left to return"
                DELIMITED BY SIZE INTO Response-Body
        WHEN Return-High-Sequence >= 999
            MOVE 'N' TO Return-Valid-Switch
            MOVE "HTTP/1.1 409 Conflict" TO Response-Status-Line
            MOVE SPACES TO Response-Body
            STRING "Order " Order-Confirmation-Saved
                   " has no credit memo numbers left"
                DELIMITED BY SIZE INTO Response-Body
        WHEN OTHER
            PERFORM PRICE-RETURN
    END-EVALUATE
    .

PRICE-RETURN.
    *> The line's own unit price, the one the order was taken at. A
    *> line converted from before prices were kept has none, and is
    *> credited its share of the line amount instead.
    IF Entry-Line-Price(Return-Line) > 0 THEN
        COMPUTE Return-Credit-Amount =
            Entry-Line-Price(Return-Line) * Return-Quantity
    ELSE
        COMPUTE Return-Credit-Amount ROUNDED =
            Entry-Line-Amount(Return-Line) * Return-Quantity
            / Entry-Line-Qty(Return-Line)
    END-IF
    *> Returned or partially returned: is anything still out once
    *> this return is counted
    ADD Return-Quantity TO Return-Done-Qty(Return-Line)
    MOVE 0 TO Return-Units-Out
    PERFORM COUNT-ONE-LINE-OUT VARYING Entry-Line-Index FROM 1 BY 1
        UNTIL Entry-Line-Index > Entry-Lines-Used
    IF Return-Units-Out = 0 THEN
        MOVE 'R' TO Order-Target-Status
    ELSE
        MOVE 'P' TO Order-Target-Status
    END-IF
    .

COUNT-ONE-LINE-OUT.
    IF Return-Done-Qty(Entry-Line-Index)
       < Entry-Line-Qty(Entry-Line-Index) THEN
        COMPUTE Return-Units-Out = Return-Units-Out
            + Entry-Line-Qty(Entry-Line-Index)
            - Return-Done-Qty(Entry-Line-Index)
    END-IF
    .

WRITE-CREDIT-MEMO.
    *> Another operator returning against the same order at the same
    *> moment takes the same sequence; the loser's WRITE answers 22
    *> and is told to try again rather than overwrite
    MOVE FUNCTION CURRENT-DATE TO Current-Timestamp
    MOVE SPACES TO Credit-Memo-Record
    MOVE Order-Confirmation-Saved TO Memo-Confirmation
    ADD 1 TO Return-High-Sequence GIVING Memo-Sequence
    MOVE Hist-Customer-Work TO Memo-Customer-Number
    MOVE Return-Line TO Memo-Order-Line
    MOVE Entry-Line-Item(Return-Line) TO Memo-Item-Code
    MOVE Return-Quantity TO Memo-Quantity
    MOVE Entry-Line-Price(Return-Line) TO Memo-Unit-Price
    MOVE Return-Credit-Amount TO Memo-Amount
    MOVE Current-Date-Part TO Memo-Date
    MOVE Current-Time-Part TO Memo-Time
    MOVE Auth-User-Text TO Memo-Operator
    MOVE SPACES TO Return-Memo-Number
    STRING Memo-Confirmation "-" Memo-Sequence
        DELIMITED BY SIZE INTO Return-Memo-Number
    WRITE Credit-Memo-Record
        INVALID KEY
            MOVE 'N' TO Return-Valid-Switch
            MOVE SPACES TO Response-Body
            IF Credit-Memo-Status = "22" THEN
                MOVE "HTTP/1.1 409 Conflict" TO Response-Status-Line
                STRING "Another return on order "
                       Order-Confirmation-Saved
                       " was just recorded - try again"
                    DELIMITED BY SIZE INTO Response-Body
            ELSE
                DISPLAY "Error: could not write credit memo "
                    Return-Memo-Number " (status "
                    Credit-Memo-Status ")"
                MOVE "HTTP/1.1 500 Internal Server Error"
                    TO Response-Status-Line
                MOVE "Credit memo not written - nothing returned"
                    TO Response-Body
            END-IF
    END-WRITE
    .

BACK-OUT-CREDIT-MEMO.
    DISPLAY "Error: could not mark order " Order-Confirmation-Saved
        " returned (status " Order-Master-Status
        ") - credit memo " Return-Memo-Number " withdrawn"
    DELETE CREDIT-MEMO-FILE
        INVALID KEY
            DISPLAY "Error: could not withdraw credit memo "
                Return-Memo-Number " from credit-memos.dat"
    END-DELETE
    MOVE "HTTP/1.1 500 Internal Server Error" TO Response-Status-Line
    MOVE "Order could not be updated - nothing returned"
        TO Response-Body
    .

TAKE-ORDER.
    *> A validated order, end to end: allocate its stock (or find it
    *> short and hold it backordered), store it, and post its total
    *> to the customer. Allocation is all or nothing - if any line
    *> can't have its stock, what the earlier lines took goes back
    *> and the whole order is backordered, so no order ships half of
    *> itself. An order that can't be stored gives back the stock it
    *> was allocated - nothing is left promised to an order that
    *> isn't on file.
    IF NOT Order-Stock-Short THEN
        MOVE 'A' TO Stock-Move-Work
        PERFORM ALLOCATE-ENTRY-LINE
            VARYING Entry-Line-Index FROM 1 BY 1
            UNTIL Entry-Line-Index > Entry-Lines-Used
               OR Order-Stock-Short
        IF Order-Stock-Short THEN
            PERFORM RELEASE-ENTRY-LINES
        END-IF
    END-IF
    PERFORM STORE-ORDER-RECORD
    IF Order-Stored THEN
        PERFORM POST-CUSTOMER-BALANCE
    ELSE
        PERFORM RELEASE-ENTRY-LINES
    END-IF
    .

ALLOCATE-ENTRY-LINE.
    MOVE Entry-Line-Item(Entry-Line-Index) TO Stock-Item-Work
    MOVE Entry-Line-Qty(Entry-Line-Index) TO Stock-Quantity-Work
    PERFORM MOVE-ITEM-STOCK
    IF Stock-Moved THEN
        MOVE 'Y' TO Entry-Line-Allocated(Entry-Line-Index)
    ELSE
        MOVE 'Y' TO Order-Short-Switch
    END-IF
    .

RELEASE-ENTRY-LINES.
    PERFORM RELEASE-ONE-ENTRY-LINE
        VARYING Entry-Line-Index FROM 1 BY 1
        UNTIL Entry-Line-Index > Entry-Lines-Used
    .

RELEASE-ONE-ENTRY-LINE.
    IF Entry-Line-Allocated(Entry-Line-Index) = 'Y' THEN
        MOVE Entry-Line-Item(Entry-Line-Index) TO Stock-Item-Work
        MOVE Entry-Line-Qty(Entry-Line-Index) TO Stock-Quantity-Work
        MOVE 'R' TO Stock-Move-Work
        PERFORM MOVE-ITEM-STOCK
        MOVE 'N' TO Entry-Line-Allocated(Entry-Line-Index)
    END-IF
    .

STORE-ORDER-RECORD.
    *> The confirmation number leads the record key and comes off the
    *> control record (TAKE-CONFIRMATION-NUMBER), so numbers run in
    *> entry order and are never handed out twice. A header that
    *> still can't be written voids its number and tries the next
    *> one. The detail lines follow under the number the header
    *> claimed; if one of them can't be written the header and any
    *> lines already down come back off, so no order is ever on file
    *> with lines missing, and that number is voided too.
    MOVE 'N' TO Order-Stored-Switch Confirmation-Taken-Switch
    PERFORM OPEN-ORDER-MASTER
    IF Order-Master-Status = "00" THEN
        MOVE FUNCTION CURRENT-DATE TO Current-Timestamp
        MOVE 0 TO Order-Write-Tries
        PERFORM WRITE-ORDER-RECORD
            UNTIL Order-Stored OR Order-Write-Tries > 2
               OR Confirmation-Unavailable
        IF Order-Stored THEN
            PERFORM WRITE-ORDER-DETAIL
                VARYING Entry-Line-Index FROM 1 BY 1
                UNTIL Entry-Line-Index > Entry-Lines-Used
                   OR NOT Order-Stored
            IF NOT Order-Stored THEN
                PERFORM BACK-OUT-ORDER-RECORDS
                MOVE Order-Confirmation-Saved TO Void-From-Confirmation
                                                 Void-To-Confirmation
                MOVE "order lines could not be stored"
                    TO Void-Reason-Text
                PERFORM LOG-VOID-CONFIRMATION
            END-IF
        END-IF
        CLOSE ORDER-MASTER-FILE
    END-IF
    .

OPEN-ORDER-MASTER.
    *> Same first-use pattern as OPEN-ACCESS-LOG: a 35 just means no
    *> order has ever been taken on this box, so create the file and
    *> come back in for update
    OPEN I-O ORDER-MASTER-FILE
    IF Order-Master-Status = "35" THEN
        OPEN OUTPUT ORDER-MASTER-FILE
        IF Order-Master-Status = "00" THEN
            CLOSE ORDER-MASTER-FILE
            OPEN I-O ORDER-MASTER-FILE
        END-IF
    END-IF
    PERFORM NOTE-ORDER-MASTER-STATUS
    .

NOTE-ORDER-MASTER-STATUS.
    *> A 39 is a file on disk whose records don't match this layout -
    *> an order master from before orders were split into header and
    *> detail lines (or older still, from before the status and source
    *> bytes were added). Without this line the operator only sees
    *> 500s and empty inquiries; with it the fix (the one-time
    *> conversion runs) is named in the server log.
    IF Order-Master-Status = "39" THEN
        DISPLAY "Error: orders.dat is an old record layout (status"
            " 39) - run OrderLineConvert once to convert it"
    END-IF
    .

WRITE-ORDER-RECORD.
    ADD 1 TO Order-Write-Tries
    PERFORM TAKE-CONFIRMATION-NUMBER
    IF Confirmation-Taken THEN
        PERFORM WRITE-ORDER-HEADER
    END-IF
    .

WRITE-ORDER-HEADER.
    MOVE Order-Confirmation TO Order-Confirmation-Saved
    MOVE 0 TO Order-Line-Number
    MOVE SPACES TO Order-Header-Data
    MOVE FUNCTION NUMVAL(FUNCTION TRIM(Order-Customer-Text))
        TO Order-Customer-Number
    MOVE Current-Date-Part TO Order-Entry-Date
    MOVE Current-Time-Part TO Order-Entry-Time
    IF Order-Stock-Short THEN
        MOVE 'B' TO Order-Status
    ELSE
        MOVE 'E' TO Order-Status
    END-IF
    MOVE Order-Source-Work TO Order-Entry-Source
    MOVE Order-Amount-Value TO Order-Total-Amount
    MOVE Entry-Lines-Used TO Order-Line-Count
    WRITE Order-Master-Record
        INVALID KEY
            CONTINUE
        NOT INVALID KEY
            MOVE 'Y' TO Order-Stored-Switch
    END-WRITE
    IF NOT Order-Stored THEN
        *> The startup check makes a duplicate all but impossible, but
        *> whatever kept the header off the file, the number was issued
        *> and is accounted for as void
        DISPLAY "Error: could not store confirmation "
            Order-Confirmation-Saved " (status " Order-Master-Status ")"
        MOVE Order-Confirmation-Saved TO Void-From-Confirmation
                                         Void-To-Confirmation
        MOVE SPACES TO Void-Reason-Text
        STRING "order header could not be stored (status "
               Order-Master-Status ")"
            DELIMITED BY SIZE INTO Void-Reason-Text
        PERFORM LOG-VOID-CONFIRMATION
    END-IF
    .

WRITE-ORDER-DETAIL.
    MOVE Order-Confirmation-Saved TO Order-Confirmation
    MOVE Entry-Line-Index TO Order-Line-Number
    MOVE SPACES TO Order-Detail-Data
    MOVE Entry-Line-Item(Entry-Line-Index) TO Order-Item-Code
    MOVE Entry-Line-Qty(Entry-Line-Index) TO Order-Quantity
    MOVE Entry-Line-Price(Entry-Line-Index) TO Order-Unit-Price
    MOVE Entry-Line-Amount(Entry-Line-Index) TO Order-Line-Amount
    WRITE Order-Master-Record
        INVALID KEY
            DISPLAY "Error: could not store line " Order-Line-Number
                " of confirmation " Order-Confirmation-Saved
                " (status " Order-Master-Status ")"
            MOVE 'N' TO Order-Stored-Switch
    END-WRITE
    .

BACK-OUT-ORDER-RECORDS.
    *> Header first, then every line number the order could have
    *> used; a key that was never written just answers INVALID KEY
    MOVE Order-Confirmation-Saved TO Order-Confirmation
    PERFORM BACK-OUT-ONE-RECORD
        VARYING Entry-Line-Index FROM 0 BY 1
        UNTIL Entry-Line-Index > Entry-Lines-Used
    .

BACK-OUT-ONE-RECORD.
    MOVE Order-Confirmation-Saved TO Order-Confirmation
    MOVE Entry-Line-Index TO Order-Line-Number
    DELETE ORDER-MASTER-FILE
        INVALID KEY
            CONTINUE
    END-DELETE
    .

TAKE-CONFIRMATION-NUMBER.
    *> The next number off the control record, read and stepped while
    *> the file is held exclusively. Once a number is taken it either
    *> lands on orders.dat or goes on the void log - no number is ever
    *> handed back. The top of the six-digit range is refused rather
    *> than wrapped: a wrapped number would collide with an old order.
    MOVE 'N' TO Confirmation-Taken-Switch
    IF NOT Confirmation-Sequence-Ready THEN
        DISPLAY "Error: confirmation sequence not cleared at startup"
            " - order not stored"
        MOVE 'U' TO Confirmation-Taken-Switch
    ELSE
        PERFORM OPEN-ORDER-CONTROL
        IF Order-Control-Status NOT = "00" THEN
            DISPLAY "Error: could not open orders-control.dat (status "
                Order-Control-Status ") - order not stored"
            MOVE 'U' TO Confirmation-Taken-Switch
        ELSE
            MOVE Control-Key-Value TO Control-Key
            READ ORDER-CONTROL-FILE
                INVALID KEY
                    DISPLAY "Error: confirmation control record missing"
                        " from orders-control.dat (status "
                        Order-Control-Status ")"
                    MOVE 'U' TO Confirmation-Taken-Switch
                NOT INVALID KEY
                    PERFORM STEP-ORDER-CONTROL
            END-READ
            CLOSE ORDER-CONTROL-FILE
        END-IF
    END-IF
    .

STEP-ORDER-CONTROL.
    IF Control-Next-Confirmation > 999999 THEN
        DISPLAY "Error: confirmation numbers exhausted at 999999"
            " - order not stored"
        MOVE 'U' TO Confirmation-Taken-Switch
    ELSE
        MOVE Control-Next-Confirmation TO Order-Confirmation
        ADD 1 TO Control-Next-Confirmation
        MOVE Current-Date-Part TO Control-Updated-Date
        MOVE Current-Time-Part TO Control-Updated-Time
        REWRITE Order-Control-Record
            INVALID KEY
                DISPLAY "Error: could not step orders-control.dat"
                    " (status " Order-Control-Status ")"
                MOVE 'U' TO Confirmation-Taken-Switch
            NOT INVALID KEY
                MOVE 'Y' TO Confirmation-Taken-Switch
        END-REWRITE
    END-IF
    .

OPEN-ORDER-CONTROL.
    *> Another child holding the file answers 61; wait a moment and
    *> try again - the holder only keeps it for one read and rewrite.
    *> A 35 is the first start on this box: create the file.
    MOVE 0 TO Control-Lock-Tries
    MOVE "61" TO Order-Control-Status
    PERFORM TRY-OPEN-ORDER-CONTROL
        UNTIL Order-Control-Status NOT = "61"
           OR Control-Lock-Tries > 100
    .

TRY-OPEN-ORDER-CONTROL.
    IF Control-Lock-Tries > 0 THEN
        CALL "CBL_GC_NANOSLEEP" USING Control-Lock-Nanoseconds
    END-IF
    ADD 1 TO Control-Lock-Tries
    OPEN I-O ORDER-CONTROL-FILE
    IF Order-Control-Status = "35" THEN
        OPEN OUTPUT ORDER-CONTROL-FILE
        IF Order-Control-Status = "00" THEN
            CLOSE ORDER-CONTROL-FILE
            OPEN I-O ORDER-CONTROL-FILE
        END-IF
    END-IF
    .

LOG-VOID-CONFIRMATION.
    *> Same append-or-create handling as the other logs
    OPEN EXTEND CONFIRMATION-VOID-FILE
    IF Confirmation-Void-Status = "35" THEN
        OPEN OUTPUT CONFIRMATION-VOID-FILE
    END-IF
    MOVE SPACES TO Confirmation-Void-Record
    IF Void-From-Confirmation = Void-To-Confirmation THEN
        STRING Current-Date-Part " " Current-Time-Part " "
               Void-From-Confirmation " " FUNCTION TRIM(Void-Reason-Text)
            DELIMITED BY SIZE INTO Confirmation-Void-Record
    ELSE
        STRING Current-Date-Part " " Current-Time-Part " "
               Void-From-Confirmation "-" Void-To-Confirmation " "
               FUNCTION TRIM(Void-Reason-Text)
            DELIMITED BY SIZE INTO Confirmation-Void-Record
    END-IF
    IF Confirmation-Void-Status = "00" THEN
        WRITE Confirmation-Void-Record
        CLOSE CONFIRMATION-VOID-FILE
    ELSE
        *> The number must be accounted for somewhere - the server
        *> log is the last place left
        DISPLAY "Error: could not open confirmation-void.log (status "
            Confirmation-Void-Status ") - VOID "
            FUNCTION TRIM(Confirmation-Void-Record)
    END-IF
    .

CHECK-CONFIRMATION-SEQUENCE.
    *> The highest number on orders.dat and in every catalogued
    *> archive generation must be below the control record's next
    *> number. Anything that can't be read leaves the sequence held:
    *> intake refuses orders rather than risk reissuing a number.
    MOVE FUNCTION CURRENT-DATE TO Current-Timestamp
    MOVE 'Y' TO Confirmation-Sequence-Switch
    MOVE 0 TO Highest-Confirmation-Found
    MOVE SPACES TO Highest-Confirmation-Where
    PERFORM FIND-HIGHEST-LIVE-CONFIRMATION
    IF Confirmation-Sequence-Ready THEN
        PERFORM FIND-HIGHEST-ARCHIVED-CONFIRMATION
    END-IF
    IF Confirmation-Sequence-Ready THEN
        PERFORM SETTLE-ORDER-CONTROL
    END-IF
    IF NOT Confirmation-Sequence-Ready THEN
        DISPLAY "Error: order intake will refuse orders until the"
            " confirmation sequence is cleared"
    END-IF
    .

FIND-HIGHEST-LIVE-CONFIRMATION.
    *> Key order puts the highest confirmation last; one read back
    *> from the top of the key range finds it
    OPEN INPUT ORDER-MASTER-FILE
    EVALUATE Order-Master-Status
        WHEN "00"
            MOVE 999999 TO Order-Confirmation
            MOVE 999 TO Order-Line-Number
            START ORDER-MASTER-FILE KEY NOT > Order-Key
                INVALID KEY
                    CONTINUE
                NOT INVALID KEY
                    READ ORDER-MASTER-FILE PREVIOUS RECORD
                        AT END
                            CONTINUE
                        NOT AT END
                            MOVE Order-Confirmation
                                TO Highest-Confirmation-Found
                            MOVE "orders.dat"
                                TO Highest-Confirmation-Where
                    END-READ
            END-START
            CLOSE ORDER-MASTER-FILE
        WHEN "35"
            *> No order taken on this box yet
            CONTINUE
        WHEN OTHER
            DISPLAY "Error: could not open orders.dat (status "
                Order-Master-Status ") for the confirmation check"
            PERFORM NOTE-ORDER-MASTER-STATUS
            MOVE 'N' TO Confirmation-Sequence-Switch
    END-EVALUATE
    .

FIND-HIGHEST-ARCHIVED-CONFIRMATION.
    MOVE 'N' TO Order-Catalog-EOF-Switch
    OPEN INPUT ORDER-CATALOG-FILE
    EVALUATE Order-Catalog-Status
        WHEN "00"
            PERFORM SCAN-ONE-ORDER-CATALOG-ENTRY UNTIL Order-Catalog-EOF
            CLOSE ORDER-CATALOG-FILE
        WHEN "35"
            *> Nothing ever archived
            CONTINUE
        WHEN OTHER
            DISPLAY "Error: could not open orders-archives.dat (status "
                Order-Catalog-Status ") for the confirmation check"
            MOVE 'N' TO Confirmation-Sequence-Switch
    END-EVALUATE
    .

SCAN-ONE-ORDER-CATALOG-ENTRY.
    READ ORDER-CATALOG-FILE
        AT END
            MOVE 'Y' TO Order-Catalog-EOF-Switch
        NOT AT END
            MOVE SPACES TO Order-Catalog-Date-Text Order-Generation-Name
            UNSTRING Order-Catalog-Record DELIMITED BY ALL SPACE
                INTO Order-Catalog-Date-Text Order-Generation-Name
            IF Order-Generation-Name NOT = SPACES THEN
                PERFORM SCAN-ORDER-GENERATION
            END-IF
    END-READ
    .

SCAN-ORDER-GENERATION.
    MOVE 'N' TO Order-Generation-EOF-Switch
    OPEN INPUT ORDER-GENERATION-FILE
    EVALUATE Order-Generation-Status
        WHEN "00"
            PERFORM SCAN-ONE-GENERATION-RECORD
                UNTIL Order-Generation-EOF
            CLOSE ORDER-GENERATION-FILE
        WHEN "35"
            *> A generation removed from disk holds no numbers to
            *> collide with; say so and carry on
            DISPLAY "Catalogued generation "
                FUNCTION TRIM(Order-Generation-Name)
                " is not on disk - skipped in the confirmation check"
        WHEN OTHER
            DISPLAY "Error: could not open "
                FUNCTION TRIM(Order-Generation-Name) " (status "
                Order-Generation-Status ") for the confirmation check"
            MOVE 'N' TO Confirmation-Sequence-Switch
    END-EVALUATE
    .

SCAN-ONE-GENERATION-RECORD.
    READ ORDER-GENERATION-FILE
        AT END
            MOVE 'Y' TO Order-Generation-EOF-Switch
        NOT AT END
            IF Generation-Confirmation IS NUMERIC
               AND Generation-Confirmation
                   > Highest-Confirmation-Found THEN
                MOVE Generation-Confirmation
                    TO Highest-Confirmation-Found
                MOVE Order-Generation-Name
                    TO Highest-Confirmation-Where
            END-IF
    END-READ
    .

SETTLE-ORDER-CONTROL.
    PERFORM OPEN-ORDER-CONTROL
    IF Order-Control-Status NOT = "00" THEN
        DISPLAY "Error: could not open orders-control.dat (status "
            Order-Control-Status ")"
        MOVE 'N' TO Confirmation-Sequence-Switch
    ELSE
        MOVE Control-Key-Value TO Control-Key
        READ ORDER-CONTROL-FILE
            INVALID KEY
                PERFORM START-ORDER-CONTROL
            NOT INVALID KEY
                PERFORM CHECK-ORDER-CONTROL
        END-READ
        CLOSE ORDER-CONTROL-FILE
    END-IF
    .

START-ORDER-CONTROL.
    *> First start with the control file: the sequence picks up just
    *> above the highest number ever issued under the old keys
    MOVE SPACES TO Order-Control-Record
    MOVE Control-Key-Value TO Control-Key
    COMPUTE Control-Next-Confirmation = Highest-Confirmation-Found + 1
    MOVE Current-Date-Part TO Control-Updated-Date
    MOVE Current-Time-Part TO Control-Updated-Time
    WRITE Order-Control-Record
        INVALID KEY
            DISPLAY "Error: could not create the confirmation control"
                " record (status " Order-Control-Status ")"
            MOVE 'N' TO Confirmation-Sequence-Switch
        NOT INVALID KEY
            DISPLAY "Confirmation sequence started at "
                Control-Next-Confirmation
    END-WRITE
    .

CHECK-ORDER-CONTROL.
    IF Control-Next-Confirmation NOT > Highest-Confirmation-Found THEN
        DISPLAY "Error: next confirmation " Control-Next-Confirmation
            " is not above " Highest-Confirmation-Found
            " already on " FUNCTION TRIM(Highest-Confirmation-Where)
        MOVE SPACES TO Config-Reseed-Text
        ACCEPT Config-Reseed-Text
            FROM ENVIRONMENT "SIMPLEHTTP_ORDER_RESEED"
        IF FUNCTION UPPER-CASE(FUNCTION TRIM(Config-Reseed-Text))
           = "YES" THEN
            PERFORM RESEED-ORDER-CONTROL
        ELSE
            DISPLAY "Restart with SIMPLEHTTP_ORDER_RESEED=YES to move"
                " the sequence past it"
            MOVE 'N' TO Confirmation-Sequence-Switch
        END-IF
    END-IF
    IF Confirmation-Sequence-Ready
       AND Control-Next-Confirmation > 999999 THEN
        DISPLAY "Error: confirmation numbers exhausted at 999999"
        MOVE 'N' TO Confirmation-Sequence-Switch
    END-IF
    .

RESEED-ORDER-CONTROL.
    *> The numbers stepped over go on the void log as one range, so
    *> the sequence the auditors read still accounts for all of them
    MOVE Control-Next-Confirmation TO Void-From-Confirmation
    MOVE Highest-Confirmation-Found TO Void-To-Confirmation
    MOVE "sequence reseeded past numbers already on file"
        TO Void-Reason-Text
    PERFORM LOG-VOID-CONFIRMATION
    COMPUTE Control-Next-Confirmation = Highest-Confirmation-Found + 1
    MOVE Current-Date-Part TO Control-Updated-Date
    MOVE Current-Time-Part TO Control-Updated-Time
    REWRITE Order-Control-Record
        INVALID KEY
            DISPLAY "Error: could not reseed orders-control.dat"
                " (status " Order-Control-Status ")"
            MOVE 'N' TO Confirmation-Sequence-Switch
        NOT INVALID KEY
            DISPLAY "Confirmation sequence reseeded to "
                Control-Next-Confirmation
    END-REWRITE
    .

GENERATE-BULK-ORDER-RESPONSE.
    *> A distributor's whole batch in one POST: each body line is an
    *> order in the same form the single route takes, each one stands
    *> results file the sender corrects and resubmits from
    MOVE 'B' TO Order-Source-Work
    MOVE 0 TO Bulk-Accepted-Count Bulk-Rejected-Count
    MOVE 0 TO Bulk-Backordered-Count
    MOVE 0 TO Bulk-Stage-Length
    MOVE 0 TO Order-Confirmation-Saved
    PERFORM OPEN-BULK-RESULTS

    STRING "accepted " FUNCTION TRIM(Bulk-Count-Display) X"0D0A"
        DELIMITED BY SIZE INTO Response-Body
        WITH POINTER Metrics-Report-Pointer
    IF Bulk-Backordered-Count > 0 THEN
        MOVE Bulk-Backordered-Count TO Bulk-Count-Display
        STRING "backordered " FUNCTION TRIM(Bulk-Count-Display) X"0D0A"
            DELIMITED BY SIZE INTO Response-Body
            WITH POINTER Metrics-Report-Pointer
    END-IF
    MOVE Bulk-Rejected-Count TO Bulk-Count-Display
    STRING "rejected " FUNCTION TRIM(Bulk-Count-Display)
        DELIMITED BY SIZE INTO Response-Body
        PERFORM PARSE-ORDER-BODY
        PERFORM VALIDATE-ORDER-FIELDS
        IF Order-Fields-Valid THEN
            PERFORM TAKE-ORDER
            IF Order-Stored THEN
                ADD 1 TO Bulk-Accepted-Count
                IF Order-Stock-Short THEN
                    ADD 1 TO Bulk-Backordered-Count
                END-IF
            ELSE
                MOVE "order could not be stored"
                    TO Order-Reject-Reason
GENERATE-ORDER-STATUS-RESPONSE.
    *> POST /orders/cancel?confirmation=N and /orders/fulfill?... -
    *> the route set Order-Target-Status before getting here. Only an
    *> entered or backordered order may move; cancelled and fulfilled
    *> are terminal, so a second cancel (or a fulfill of a cancelled
    *> order) is a 409 the caller can act on rather than a silent
    *> overwrite. A backordered order can only be fulfilled once the
    *> stock to cover it is on hand.
    MOVE "confirmation" TO Query-Search-Name
    PERFORM FIND-QUERY-PARAM
    MOVE Query-Found-Value TO Validate-Text
                STRING "Order " Order-Confirmation-Saved " "
                       FUNCTION TRIM(Order-Status-Name)
                    DELIMITED BY SIZE INTO Response-Body
            WHEN Order-Stored AND Order-Stock-Short
                MOVE "HTTP/1.1 409 Conflict" TO Response-Status-Line
                MOVE SPACES TO Response-Body
                STRING "Order " Order-Confirmation-Saved
                       " is backordered - insufficient stock to"
                       " fulfill it"
                    DELIMITED BY SIZE INTO Response-Body
            WHEN Order-Stored
                *> On file but not movable from where it sits
                MOVE "HTTP/1.1 409 Conflict" TO Response-Status-Line
CHANGE-ORDER-STATUS.
    *> Order-Stored-Switch plays the same "record was on file" role it
    *> does for READ-ORDER-RECORD; Order-Status-Changed only goes up
    *> once the REWRITE has actually landed. The status lives on the
    *> header; the detail lines are loaded behind it because every
    *> stock move is made line by line.
    MOVE 'N' TO Order-Stored-Switch Order-Status-Changed-Switch
    MOVE 'N' TO Order-Short-Switch
    MOVE SPACES TO Order-Old-Status
    OPEN I-O ORDER-MASTER-FILE
    PERFORM NOTE-ORDER-MASTER-STATUS
    IF Order-Master-Status = "00" THEN
        MOVE FUNCTION NUMVAL(Validate-Text(1 : Validate-Length))
            TO Order-Confirmation
        MOVE 0 TO Order-Line-Number
        READ ORDER-MASTER-FILE
            INVALID KEY
                CONTINUE
                MOVE Order-Confirmation TO Order-Confirmation-Saved
                MOVE Order-Status TO Order-Old-Status
                MOVE Order-Customer-Number TO Hist-Customer-Work
                MOVE Order-Total-Amount TO Hist-Amount-Work
                PERFORM LOAD-ORDER-LINES
        END-READ
        IF Order-Stored
           AND (Order-Old-Status = 'E' OR Order-Old-Status = 'B')
           AND Order-Target-Status NOT = Order-Old-Status THEN
            PERFORM SHIP-BACKORDERED-STOCK
            IF NOT Order-Stock-Short THEN
                PERFORM REWRITE-ORDER-STATUS
                IF NOT Order-Status-Changed THEN
                    PERFORM UNSHIP-ENTRY-LINES
                END-IF
            END-IF
        END-IF
        CLOSE ORDER-MASTER-FILE
    END-IF
    IF Order-Status-Changed THEN
        PERFORM MOVE-STATUS-CHANGE-STOCK
        PERFORM WRITE-ORDER-HISTORY
        *> A cancelled order's amount comes back off the customer's
        *> open balance - POST-CUSTOMER-BALANCE put it there when the
    END-IF
    .

LOAD-ORDER-LINES.
    *> Caller has just read the header; its lines follow it in key
    *> order. The table's allocated flag is cleared for each line so
    *> SHIP-BACKORDERED-STOCK can mark what it has shipped.
    MOVE 0 TO Entry-Lines-Used
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
               OR Entry-Lines-Used >= Order-Max-Lines THEN
                MOVE 'Y' TO Search-EOF-Switch
            ELSE
                ADD 1 TO Entry-Lines-Used
                MOVE Order-Item-Code TO Entry-Line-Item(Entry-Lines-Used)
                MOVE Order-Quantity TO Entry-Line-Qty(Entry-Lines-Used)
                MOVE Order-Unit-Price
                    TO Entry-Line-Price(Entry-Lines-Used)
                MOVE Order-Line-Amount
                    TO Entry-Line-Amount(Entry-Lines-Used)
                MOVE 'N' TO Entry-Line-Allocated(Entry-Lines-Used)
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
            CONTINUE
        NOT INVALID KEY
            MOVE Order-Target-Status TO Order-Status
            REWRITE Order-Master-Record
                INVALID KEY
                    CONTINUE
                NOT INVALID KEY
                    MOVE 'Y' TO Order-Status-Changed-Switch
            END-REWRITE
    END-READ
    .

SHIP-BACKORDERED-STOCK.
    *> A backordered order holds no allocation, so fulfilling it has
    *> to find the stock first - taken straight off what is available
    *> before the status moves, so two fulfills can't ship the same
    *> units. Every line has to ship or none does: a short line puts
    *> back what the earlier lines took and keeps the order
    *> backordered.
    IF Order-Old-Status = 'B' AND Order-Target-Status = 'F' THEN
        MOVE 'T' TO Stock-Move-Work
        PERFORM SHIP-ONE-BACKORDERED-LINE
            VARYING Entry-Line-Index FROM 1 BY 1
            UNTIL Entry-Line-Index > Entry-Lines-Used
               OR Order-Stock-Short
        IF Order-Stock-Short THEN
            PERFORM UNSHIP-ENTRY-LINES
        END-IF
    END-IF
    .

SHIP-ONE-BACKORDERED-LINE.
    MOVE Entry-Line-Item(Entry-Line-Index) TO Stock-Item-Work
    MOVE Entry-Line-Qty(Entry-Line-Index) TO Stock-Quantity-Work
    PERFORM MOVE-ITEM-STOCK
    IF Stock-Moved THEN
        MOVE 'Y' TO Entry-Line-Allocated(Entry-Line-Index)
    ELSE
        MOVE 'Y' TO Order-Short-Switch
    END-IF
    .

UNSHIP-ENTRY-LINES.
    PERFORM UNSHIP-ONE-ENTRY-LINE
        VARYING Entry-Line-Index FROM 1 BY 1
        UNTIL Entry-Line-Index > Entry-Lines-Used
    .

UNSHIP-ONE-ENTRY-LINE.
    IF Entry-Line-Allocated(Entry-Line-Index) = 'Y' THEN
        MOVE Entry-Line-Item(Entry-Line-Index) TO Stock-Item-Work
        MOVE Entry-Line-Qty(Entry-Line-Index) TO Stock-Quantity-Work
        MOVE 'U' TO Stock-Move-Work
        PERFORM MOVE-ITEM-STOCK
        MOVE 'N' TO Entry-Line-Allocated(Entry-Line-Index)
    END-IF
    .

MOVE-STATUS-CHANGE-STOCK.
    *> An entered order's allocation comes back to available when it
    *> is cancelled, and leaves on-hand with the goods when it is
    *> fulfilled, line by line. A backordered order never held any,
    *> and its fulfill already took its stock.
    IF Order-Old-Status = 'E' THEN
        IF Order-Target-Status = 'C' THEN
            MOVE 'R' TO Stock-Move-Work
        ELSE
            MOVE 'S' TO Stock-Move-Work
        END-IF
        PERFORM MOVE-ONE-LINE-STOCK
            VARYING Entry-Line-Index FROM 1 BY 1
            UNTIL Entry-Line-Index > Entry-Lines-Used
    END-IF
    .

MOVE-ONE-LINE-STOCK.
    MOVE Entry-Line-Item(Entry-Line-Index) TO Stock-Item-Work
    MOVE Entry-Line-Qty(Entry-Line-Index) TO Stock-Quantity-Work
    PERFORM MOVE-ITEM-STOCK
    .

FORMAT-ORDER-STATUS-NAME.
    *> Order-Status-Name arrives holding the one-letter code and
    *> leaves holding the word the clerk reads
            MOVE "cancelled" TO Order-Status-Name
        WHEN 'F'
            MOVE "fulfilled" TO Order-Status-Name
        WHEN 'B'
            MOVE "backordered" TO Order-Status-Name
        WHEN 'P'
            MOVE "part-returned" TO Order-Status-Name
        WHEN 'R'
            MOVE "returned" TO Order-Status-Name
        WHEN OTHER
            MOVE "unknown" TO Order-Status-Name
    END-EVALUATE
        STRING Current-Date-Part " " Current-Time-Part " "
               FUNCTION TRIM(Client-IPAddress-Display) " "
               Order-Confirmation-Saved " "
               Order-Old-Status " " Order-Target-Status " "
               FUNCTION TRIM(Hist-Note-Text)
            DELIMITED BY SIZE INTO Order-History-Record
        WRITE Order-History-Record
        CLOSE ORDER-HISTORY-FILE
    END-IF
    MOVE SPACES TO Hist-Note-Text
    .

RELIEVE-CUSTOMER-BALANCE.
