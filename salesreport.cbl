IDENTIFICATION DIVISION.
PROGRAM-ID. SalesReport.

*> Sales analysis for merchandising and the sales desk. Reads every
*> order on orders.dat and in every archive generation catalogued in
*> orders-archives.dat, and totals units and value from the detail
*> lines by item code and by customer for three periods ending on the
*> report date: the day itself, month-to-date and year-to-date. Each
*> figure is printed beside the same period a year earlier (a report
*> date of 29 February compares with 28 February), with the change
*> in year-to-date value. The top items and the top customers by
*> year-to-date value are ranked after the full listings.
*>   Entered, backordered and fulfilled orders count as sales, and
*>   so do orders returned since - their sale was made; the credit
*>   for what came back is on the credit memos AR bills from.
*>   Cancelled orders are kept out of the sales figures and listed
*>   in a cancellations section of their own.
*> The period an order falls in is its entry date; an order entered
*> after the report date counts nowhere.
*> Item descriptions come from items.dat and customer names from
*> customers.dat; a code no longer on either file still prints, with
*> a note in place of the description.
*>
*> SALESREPORT_DATE (YYYYMMDD) reports as of an earlier day; by
*> default the report runs for today. SALESREPORT_TOP sets how many
*> items and customers are ranked (1-50, default 10). The report is
*> written to sales-report.txt.

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
    SELECT ARCHIVE-CATALOG-FILE ASSIGN TO "orders-archives.dat"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS Archive-Catalog-Status.
    SELECT ORDER-ARCHIVE-FILE ASSIGN USING Archive-File-Name
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS Order-Archive-Status.
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
    SELECT SALES-REPORT-FILE ASSIGN TO "sales-report.txt"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS Sales-Report-Status.

DATA DIVISION.
FILE SECTION.
*> Same layout the listener's ORDER-MASTER-FILE writes: the header
*> (line 000) carries the customer, entry date and status, and the
*> detail lines that follow it carry the item, quantity and amount
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

*> One line per archived generation ("YYYYMMDD filename"), as
*> OrderArchive catalogs them
FD  ARCHIVE-CATALOG-FILE.
01  Archive-Catalog-Record          PIC X(64).

*> The master record's own image, one record per line, as
*> OrderArchive writes it
FD  ORDER-ARCHIVE-FILE.
01  Order-Archive-Record.
    05 Archive-Confirmation         PIC 9(06).
    05 Archive-Line-Number          PIC 9(03).
       88 Archive-Is-Header         VALUE 0.
    05 Archive-Header-Data.
       10 Archive-Customer-Number   PIC 9(06).
       10 Archive-Entry-Date        PIC X(08).
       10 Archive-Entry-Time        PIC X(06).
       10 Archive-Status            PIC X(01).
       10 Archive-Entry-Source      PIC X(01).
       10 Archive-Total-Amount      PIC 9(07)V99.
       10 Archive-Line-Count        PIC 9(03).
       10 FILLER                    PIC X(12).
    05 Archive-Detail-Data REDEFINES Archive-Header-Data.
       10 Archive-Item-Code         PIC X(08).
       10 Archive-Quantity          PIC 9(05).
       10 Archive-Unit-Price        PIC 9(05)V99.
       10 Archive-Line-Amount       PIC 9(07)V99.
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

FD  SALES-REPORT-FILE.
01  Sales-Report-Record             PIC X(132).

WORKING-STORAGE SECTION.

01 Order-Master-Status              PIC X(02).
01 Archive-Catalog-Status           PIC X(02).
01 Order-Archive-Status             PIC X(02).
01 Item-Master-Status               PIC X(02).
01 Customer-Master-Status           PIC X(02).
01 Sales-Report-Status              PIC X(02).
01 Archive-File-Name                PIC X(48).
01 Archive-Date-Text                PIC X(08).

01 Current-Timestamp.
    05 Current-Date-Part            PIC X(08).
    05 Current-Time-Part            PIC X(06).
    05 FILLER                       PIC X(07).

01 Config-Date-Text                 PIC X(10).
01 Config-Top-Text                  PIC X(10).
01 Top-Limit                        PIC S9(4) COMP.

*> The report date and the same day a year earlier
01 Report-Date-Text                 PIC X(08).
01 Report-Date-Parts REDEFINES Report-Date-Text.
    05 Report-Year                  PIC 9(04).
    05 Report-Month                 PIC 9(02).
    05 Report-Day                   PIC 9(02).
01 Last-Year-Date-Text              PIC X(08).
01 Last-Year-Date-Parts REDEFINES Last-Year-Date-Text.
    05 Last-Year-Year               PIC 9(04).
    05 Last-Year-Month              PIC 9(02).
    05 Last-Year-Day                PIC 9(02).

01 Report-Ready-Switch              PIC X(01).
    88 Report-Ready                 VALUE 'Y'.
01 Report-Incomplete-Switch         PIC X(01).
    88 Report-Incomplete            VALUE 'Y'.
01 Scan-EOF-Switch                  PIC X(01).
    88 Scan-EOF                     VALUE 'Y'.
01 Catalog-EOF-Switch               PIC X(01).
    88 Catalog-EOF                  VALUE 'Y'.
01 Item-Master-Open-Switch          PIC X(01).
    88 Item-Master-Open             VALUE 'Y'.
01 Customer-Master-Open-Switch      PIC X(01).
    88 Customer-Master-Open         VALUE 'Y'.

*> The order whose detail lines are being read; set from its header,
*> so a detail line only counts under the header it belongs to
01 Sale-Confirmation                PIC 9(06).
01 Sale-Customer                    PIC 9(06).
01 Sale-Date                        PIC X(08).
01 Sale-Status                      PIC X(01).
    88 Sale-Is-Sale                 VALUE 'E' 'B' 'F' 'P' 'R'.
    88 Sale-Is-Cancelled            VALUE 'C'.
01 Sale-Item                        PIC X(08).
01 Sale-Quantity                    PIC 9(05).
01 Sale-Amount                      PIC 9(07)V99.
01 Sale-Order-Switch                PIC X(01).
    88 Sale-Order-Counted           VALUE 'Y'.

*> Which periods the current order falls in: 1 day, 2 month-to-date,
*> 3 year-to-date, this year and the same period last year
01 Sale-Period-Flags.
    05 This-Period-Hit              PIC X(01) OCCURS 3 TIMES.
    05 Last-Period-Hit              PIC X(01) OCCURS 3 TIMES.
01 Sale-Period-Flag-Text REDEFINES Sale-Period-Flags PIC X(06).
01 Period-Index                     PIC S9(4) COMP.

*> Units and value per period; the item, customer and grand-total
*> buckets share this shape so one set of paragraphs prints them all
01 Listing-Buckets.
    05 Listing-Period OCCURS 3 TIMES.
       10 Listing-This-Units        PIC 9(09) COMP.
       10 Listing-This-Value        PIC S9(11)V99.
       10 Listing-Last-Units        PIC 9(09) COMP.
       10 Listing-Last-Value        PIC S9(11)V99.
       10 Listing-Cancel-Units      PIC 9(09) COMP.
       10 Listing-Cancel-Value      PIC S9(11)V99.

01 Total-Buckets.
    05 Total-Period OCCURS 3 TIMES.
       10 Total-This-Units          PIC 9(09) COMP.
       10 Total-This-Value          PIC S9(11)V99.
       10 Total-Last-Units          PIC 9(09) COMP.
       10 Total-Last-Value          PIC S9(11)V99.
       10 Total-Cancel-Units        PIC 9(09) COMP.
       10 Total-Cancel-Value        PIC S9(11)V99.

01 Order-Period-Counts.
    05 Order-Period OCCURS 3 TIMES.
       10 This-Order-Count          PIC 9(09) COMP.
       10 Last-Order-Count          PIC 9(09) COMP.
       10 Cancel-Order-Count        PIC 9(09) COMP.

*> One entry per item code and per customer seen on an order in any
*> of the periods; found by a straight scan, the way the other
*> nightly jobs keep their tables
01 Item-Sales-Table.
    05 Item-Sales-Entry OCCURS 2000 TIMES.
       10 Item-Sales-Code           PIC X(08).
       10 Item-Sales-Ranked         PIC X(01).
       10 Item-Sales-Buckets.
          15 Item-Sales-Period OCCURS 3 TIMES.
             20 Item-This-Units     PIC 9(09) COMP.
             20 Item-This-Value     PIC S9(11)V99.
             20 Item-Last-Units     PIC 9(09) COMP.
             20 Item-Last-Value     PIC S9(11)V99.
             20 Item-Cancel-Units   PIC 9(09) COMP.
             20 Item-Cancel-Value   PIC S9(11)V99.
01 Item-Used                        PIC S9(4) COMP.
01 Item-Index                       PIC S9(4) COMP.
01 Item-Found-Index                 PIC S9(4) COMP.
01 Item-Overflow                    PIC 9(09) COMP.

01 Customer-Sales-Table.
    05 Customer-Sales-Entry OCCURS 5000 TIMES.
       10 Customer-Sales-Number     PIC 9(06).
       10 Customer-Sales-Ranked     PIC X(01).
       10 Customer-Sales-Buckets.
          15 Customer-Sales-Period OCCURS 3 TIMES.
             20 Customer-This-Units    PIC 9(09) COMP.
             20 Customer-This-Value    PIC S9(11)V99.
             20 Customer-Last-Units    PIC 9(09) COMP.
             20 Customer-Last-Value    PIC S9(11)V99.
             20 Customer-Cancel-Units  PIC 9(09) COMP.
             20 Customer-Cancel-Value  PIC S9(11)V99.
01 Customer-Used                    PIC S9(4) COMP.
01 Customer-Index                   PIC S9(4) COMP.
01 Customer-Found-Index             PIC S9(4) COMP.
01 Customer-Overflow                PIC 9(09) COMP.

*> Listing walk: each pass finds the lowest key above the last one
*> printed, so the sections come out in item and customer order
01 Listing-Kind-Switch              PIC X(01).
    88 Listing-Sales                VALUE 'S'.
    88 Listing-Cancels              VALUE 'C'.
01 Listing-Done-Switch              PIC X(01).
    88 Listing-Done                 VALUE 'Y'.
01 Last-Listed-Item                 PIC X(08).
01 Last-Listed-Customer             PIC S9(07).
01 Next-Index                       PIC S9(4) COMP.
01 Listed-Count                     PIC 9(09) COMP.
01 Listing-Label                    PIC X(08).
01 Listing-Name                     PIC X(24).

01 Top-Rank                         PIC S9(4) COMP.
01 Top-Best-Index                   PIC S9(4) COMP.
01 Top-Exhausted-Switch             PIC X(01).
    88 Top-Exhausted                VALUE 'Y'.

01 Change-Percent                   PIC S9(05)V9.
01 Change-Display                   PIC +Z(4)9.9.
01 Change-Text                      PIC X(09).

*> Day, month-to-date and year-to-date columns of one listing line
01 Period-Columns.
    05 Period-Column OCCURS 3 TIMES.
       10 FILLER                    PIC X(01).
       10 Column-Units              PIC Z(8)9.
       10 FILLER                    PIC X(01).
       10 Column-Value              PIC -Z(9)9.99.
01 Year-Label                       PIC X(04).

01 Live-Order-Count                 PIC 9(09) COMP.
01 Archived-Order-Count             PIC 9(09) COMP.
01 Generation-Count                 PIC 9(09) COMP.
01 Sales-Line-Count                 PIC 9(09) COMP.
01 Cancel-Line-Count                PIC 9(09) COMP.

01 Count-Display                    PIC Z(8)9.
01 Rank-Display                     PIC Z9.
01 Units-Display                    PIC Z(8)9.
01 Value-Display                    PIC -Z(9)9.99.
01 Last-Value-Display               PIC -Z(9)9.99.
01 Report-Line                      PIC X(132).

PROCEDURE DIVISION.
Main-Report-Section.
    PERFORM INITIALIZE-REPORT
    IF Report-Ready THEN
        PERFORM TALLY-LIVE-ORDERS
        PERFORM TALLY-ARCHIVED-ORDERS
        PERFORM OPEN-LOOKUP-FILES
        MOVE 'S' TO Listing-Kind-Switch
        PERFORM WRITE-ITEM-SECTION
        PERFORM WRITE-CUSTOMER-SECTION
        PERFORM WRITE-TOP-ITEM-SECTION
        PERFORM WRITE-TOP-CUSTOMER-SECTION
        MOVE 'C' TO Listing-Kind-Switch
        PERFORM WRITE-ITEM-SECTION
        PERFORM WRITE-CUSTOMER-SECTION
        PERFORM WRITE-REPORT-TOTALS
        PERFORM CLOSE-LOOKUP-FILES
        CLOSE SALES-REPORT-FILE
        MOVE Item-Used TO Count-Display
        DISPLAY "Sales analysis for " Report-Date-Text ": "
            FUNCTION TRIM(Count-Display) " item(s) - see sales-report.txt"
        IF Report-Incomplete THEN
            DISPLAY "Warning: not every order could be read -"
                " see the totals at the foot of sales-report.txt"
        END-IF
    END-IF
    STOP RUN
    .

INITIALIZE-REPORT.
    MOVE 'N' TO Report-Ready-Switch Report-Incomplete-Switch
    MOVE 'N' TO Item-Master-Open-Switch Customer-Master-Open-Switch
    MOVE 0 TO Item-Used Item-Overflow Customer-Used Customer-Overflow
    MOVE 0 TO Live-Order-Count Archived-Order-Count Generation-Count
    MOVE 0 TO Sales-Line-Count Cancel-Line-Count
    INITIALIZE Total-Buckets Order-Period-Counts
    MOVE FUNCTION CURRENT-DATE TO Current-Timestamp

    MOVE 'Y' TO Report-Ready-Switch
    MOVE SPACES TO Config-Date-Text
    ACCEPT Config-Date-Text FROM ENVIRONMENT "SALESREPORT_DATE"
    MOVE FUNCTION TRIM(Config-Date-Text) TO Config-Date-Text
    IF Config-Date-Text = SPACES THEN
        MOVE Current-Date-Part TO Report-Date-Text
    ELSE
        IF Config-Date-Text(1:8) IS NUMERIC
           AND Config-Date-Text(9:) = SPACES
           AND FUNCTION TEST-DATE-YYYYMMDD
               (FUNCTION NUMVAL(Config-Date-Text(1:8))) = 0 THEN
            MOVE Config-Date-Text(1:8) TO Report-Date-Text
        ELSE
            DISPLAY "Error: SALESREPORT_DATE must be a date YYYYMMDD"
                " - nothing done"
            MOVE 'N' TO Report-Ready-Switch
        END-IF
    END-IF

    MOVE 10 TO Top-Limit
    MOVE SPACES TO Config-Top-Text
    ACCEPT Config-Top-Text FROM ENVIRONMENT "SALESREPORT_TOP"
    IF Config-Top-Text NOT = SPACES THEN
        IF FUNCTION TEST-NUMVAL(FUNCTION TRIM(Config-Top-Text)) = 0
           AND FUNCTION NUMVAL(FUNCTION TRIM(Config-Top-Text)) >= 1
           AND FUNCTION NUMVAL(FUNCTION TRIM(Config-Top-Text)) <= 50 THEN
            MOVE FUNCTION NUMVAL(FUNCTION TRIM(Config-Top-Text))
                TO Top-Limit
        ELSE
            DISPLAY "Warning: SALESREPORT_TOP must be 1-50 - using 10"
        END-IF
    END-IF

    *> Same day last year; 29 February has no twin, so it compares
    *> with the 28th
    MOVE Report-Date-Text TO Last-Year-Date-Text
    IF Report-Ready THEN
        SUBTRACT 1 FROM Last-Year-Year
        IF Last-Year-Month = 2 AND Last-Year-Day = 29 THEN
            MOVE 28 TO Last-Year-Day
        END-IF
    END-IF

    IF Report-Ready THEN
        OPEN OUTPUT SALES-REPORT-FILE
        IF Sales-Report-Status NOT = "00" THEN
            DISPLAY "Error: could not open sales-report.txt (status "
                Sales-Report-Status ")"
            MOVE 'N' TO Report-Ready-Switch
        ELSE
            MOVE SPACES TO Report-Line
            STRING "Sales analysis for " Report-Date-Text
                   " compared with " Last-Year-Date-Text
                   " - run " Current-Date-Part " " Current-Time-Part
                DELIMITED BY SIZE INTO Report-Line
            PERFORM WRITE-REPORT-LINE
            MOVE SPACES TO Report-Line
            STRING "Day = " Report-Date-Text
                   ", MTD = " Report-Date-Text(1:6) "01 to "
                   Report-Date-Text
                   ", YTD = " Report-Date-Text(1:4) "0101 to "
                   Report-Date-Text
                DELIMITED BY SIZE INTO Report-Line
            PERFORM WRITE-REPORT-LINE
        END-IF
    END-IF
    .

TALLY-LIVE-ORDERS.
    MOVE 'N' TO Scan-EOF-Switch Sale-Order-Switch
    OPEN INPUT ORDER-MASTER-FILE
    EVALUATE Order-Master-Status
        WHEN "00"
            MOVE 0 TO Order-Confirmation Order-Line-Number
            START ORDER-MASTER-FILE KEY NOT < Order-Key
                INVALID KEY
                    MOVE 'Y' TO Scan-EOF-Switch
            END-START
            PERFORM TALLY-ONE-LIVE-RECORD UNTIL Scan-EOF
            CLOSE ORDER-MASTER-FILE
        WHEN "35"
            *> No orders taken on this box yet - nothing to count
            CONTINUE
        WHEN OTHER
            DISPLAY "Error: could not open orders.dat (status "
                Order-Master-Status ")"
            MOVE SPACES TO Report-Line
            STRING "*** orders.dat could not be read (status "
                   Order-Master-Status ") - figures incomplete"
                DELIMITED BY SIZE INTO Report-Line
            PERFORM WRITE-REPORT-LINE
            MOVE 'Y' TO Report-Incomplete-Switch
    END-EVALUATE
    .

TALLY-ONE-LIVE-RECORD.
    READ ORDER-MASTER-FILE NEXT RECORD
        AT END
            MOVE 'Y' TO Scan-EOF-Switch
        NOT AT END
            IF Order-Is-Header THEN
                MOVE Order-Confirmation TO Sale-Confirmation
                MOVE Order-Customer-Number TO Sale-Customer
                MOVE Order-Entry-Date TO Sale-Date
                MOVE Order-Status TO Sale-Status
                PERFORM START-SALE-ORDER
                IF Sale-Order-Counted THEN
                    ADD 1 TO Live-Order-Count
                END-IF
            ELSE
                IF Sale-Order-Counted
                   AND Order-Confirmation = Sale-Confirmation THEN
                    MOVE Order-Item-Code TO Sale-Item
                    MOVE Order-Quantity TO Sale-Quantity
                    MOVE Order-Line-Amount TO Sale-Amount
                    PERFORM TALLY-SALE-LINE
                END-IF
            END-IF
    END-READ
    .

TALLY-ARCHIVED-ORDERS.
    MOVE 'N' TO Catalog-EOF-Switch
    OPEN INPUT ARCHIVE-CATALOG-FILE
    IF Archive-Catalog-Status = "00" THEN
        PERFORM TALLY-ONE-GENERATION UNTIL Catalog-EOF
        CLOSE ARCHIVE-CATALOG-FILE
    ELSE
        IF Archive-Catalog-Status NOT = "35" THEN
            DISPLAY "Error: could not open orders-archives.dat"
                " (status " Archive-Catalog-Status ")"
            MOVE SPACES TO Report-Line
            STRING "*** orders-archives.dat could not be read (status "
                   Archive-Catalog-Status ") - figures incomplete"
                DELIMITED BY SIZE INTO Report-Line
            PERFORM WRITE-REPORT-LINE
            MOVE 'Y' TO Report-Incomplete-Switch
        END-IF
    END-IF
    .

TALLY-ONE-GENERATION.
    READ ARCHIVE-CATALOG-FILE
        AT END
            MOVE 'Y' TO Catalog-EOF-Switch
        NOT AT END
            MOVE SPACES TO Archive-Date-Text Archive-File-Name
            UNSTRING Archive-Catalog-Record DELIMITED BY ALL SPACE
                INTO Archive-Date-Text Archive-File-Name
            END-UNSTRING
            *> A generation archived before the start of last year
            *> holds nothing either year's periods can use
            IF Archive-File-Name NOT = SPACES
               AND Archive-Date-Text(1:4) >= Last-Year-Date-Text(1:4) THEN
                PERFORM TALLY-ARCHIVE-FILE
            END-IF
    END-READ
    .

TALLY-ARCHIVE-FILE.
    MOVE 'N' TO Scan-EOF-Switch Sale-Order-Switch
    OPEN INPUT ORDER-ARCHIVE-FILE
    IF Order-Archive-Status = "00" THEN
        ADD 1 TO Generation-Count
        PERFORM TALLY-ONE-ARCHIVED-RECORD UNTIL Scan-EOF
        CLOSE ORDER-ARCHIVE-FILE
    ELSE
        MOVE SPACES TO Report-Line
        STRING "*** archive generation " FUNCTION TRIM(Archive-File-Name)
               " could not be opened (status " Order-Archive-Status
               ") - figures incomplete"
            DELIMITED BY SIZE INTO Report-Line
        PERFORM WRITE-REPORT-LINE
        MOVE 'Y' TO Report-Incomplete-Switch
    END-IF
    .

TALLY-ONE-ARCHIVED-RECORD.
    READ ORDER-ARCHIVE-FILE
        AT END
            MOVE 'Y' TO Scan-EOF-Switch
        NOT AT END
            IF Archive-Confirmation IS NOT NUMERIC
               OR Archive-Line-Number IS NOT NUMERIC THEN
                MOVE 'N' TO Sale-Order-Switch
            ELSE
                IF Archive-Is-Header THEN
                    MOVE 'N' TO Sale-Order-Switch
                    IF Archive-Customer-Number IS NUMERIC THEN
                        MOVE Archive-Confirmation TO Sale-Confirmation
                        MOVE Archive-Customer-Number TO Sale-Customer
                        MOVE Archive-Entry-Date TO Sale-Date
                        MOVE Archive-Status TO Sale-Status
                        PERFORM START-SALE-ORDER
                        IF Sale-Order-Counted THEN
                            ADD 1 TO Archived-Order-Count
                        END-IF
                    END-IF
                ELSE
                    IF Sale-Order-Counted
                       AND Archive-Confirmation = Sale-Confirmation
                       AND Archive-Quantity IS NUMERIC
                       AND Archive-Line-Amount IS NUMERIC THEN
                        MOVE Archive-Item-Code TO Sale-Item
                        MOVE Archive-Quantity TO Sale-Quantity
                        MOVE Archive-Line-Amount TO Sale-Amount
                        PERFORM TALLY-SALE-LINE
                    END-IF
                END-IF
            END-IF
    END-READ
    .

START-SALE-ORDER.
    *> Caller has moved the header's fields to the Sale- fields. The
    *> order's lines count only when it is a sale or a cancellation
    *> entered inside one of the periods
    MOVE 'N' TO Sale-Order-Switch
    MOVE "NNNNNN" TO Sale-Period-Flag-Text
    IF Sale-Date(1:4) = Report-Date-Text(1:4)
       AND Sale-Date <= Report-Date-Text THEN
        MOVE 'Y' TO This-Period-Hit(3)
        IF Sale-Date(1:6) = Report-Date-Text(1:6) THEN
            MOVE 'Y' TO This-Period-Hit(2)
            IF Sale-Date = Report-Date-Text THEN
                MOVE 'Y' TO This-Period-Hit(1)
            END-IF
        END-IF
    END-IF
    IF Sale-Date(1:4) = Last-Year-Date-Text(1:4)
       AND Sale-Date <= Last-Year-Date-Text THEN
        MOVE 'Y' TO Last-Period-Hit(3)
        IF Sale-Date(1:6) = Last-Year-Date-Text(1:6) THEN
            MOVE 'Y' TO Last-Period-Hit(2)
            IF Sale-Date = Last-Year-Date-Text THEN
                MOVE 'Y' TO Last-Period-Hit(1)
            END-IF
        END-IF
    END-IF
    *> Cancellations are reported for this year's periods only
    IF Sale-Is-Cancelled THEN
        MOVE "NNN" TO Sale-Period-Flag-Text(4:3)
    END-IF
    IF Sale-Period-Flag-Text NOT = "NNNNNN"
       AND (Sale-Is-Sale OR Sale-Is-Cancelled) THEN
        MOVE 'Y' TO Sale-Order-Switch
        PERFORM COUNT-ORDER-PERIOD VARYING Period-Index FROM 1 BY 1
            UNTIL Period-Index > 3
    END-IF
    .

COUNT-ORDER-PERIOD.
    IF Sale-Is-Cancelled THEN
        IF This-Period-Hit(Period-Index) = 'Y' THEN
            ADD 1 TO Cancel-Order-Count(Period-Index)
        END-IF
    ELSE
        IF This-Period-Hit(Period-Index) = 'Y' THEN
            ADD 1 TO This-Order-Count(Period-Index)
        END-IF
        IF Last-Period-Hit(Period-Index) = 'Y' THEN
            ADD 1 TO Last-Order-Count(Period-Index)
        END-IF
    END-IF
    .

TALLY-SALE-LINE.
    *> Caller has set Sale-Item, Sale-Quantity and Sale-Amount for a
    *> detail line of the counted order
    IF Sale-Is-Cancelled THEN
        ADD 1 TO Cancel-Line-Count
    ELSE
        ADD 1 TO Sales-Line-Count
    END-IF
    PERFORM FIND-ITEM-ENTRY
    IF Item-Found-Index = 0 THEN
        IF Item-Used < 2000 THEN
            ADD 1 TO Item-Used
            MOVE Item-Used TO Item-Found-Index
            INITIALIZE Item-Sales-Entry(Item-Used)
            MOVE Sale-Item TO Item-Sales-Code(Item-Used)
        ELSE
            ADD 1 TO Item-Overflow
            MOVE 'Y' TO Report-Incomplete-Switch
        END-IF
    END-IF
    PERFORM FIND-CUSTOMER-ENTRY
    IF Customer-Found-Index = 0 THEN
        IF Customer-Used < 5000 THEN
            ADD 1 TO Customer-Used
            MOVE Customer-Used TO Customer-Found-Index
            INITIALIZE Customer-Sales-Entry(Customer-Used)
            MOVE Sale-Customer TO Customer-Sales-Number(Customer-Used)
        ELSE
            ADD 1 TO Customer-Overflow
            MOVE 'Y' TO Report-Incomplete-Switch
        END-IF
    END-IF
    PERFORM POST-SALE-PERIOD VARYING Period-Index FROM 1 BY 1
        UNTIL Period-Index > 3
    .

POST-SALE-PERIOD.
    IF Sale-Is-Cancelled THEN
        IF This-Period-Hit(Period-Index) = 'Y' THEN
            PERFORM POST-CANCEL-FIGURES
        END-IF
    ELSE
        IF This-Period-Hit(Period-Index) = 'Y' THEN
            PERFORM POST-THIS-YEAR-FIGURES
        END-IF
        IF Last-Period-Hit(Period-Index) = 'Y' THEN
            PERFORM POST-LAST-YEAR-FIGURES
        END-IF
    END-IF
    .

POST-THIS-YEAR-FIGURES.
    ADD Sale-Quantity TO Total-This-Units(Period-Index)
    ADD Sale-Amount TO Total-This-Value(Period-Index)
    IF Item-Found-Index > 0 THEN
        ADD Sale-Quantity
            TO Item-This-Units(Item-Found-Index, Period-Index)
        ADD Sale-Amount
            TO Item-This-Value(Item-Found-Index, Period-Index)
    END-IF
    IF Customer-Found-Index > 0 THEN
        ADD Sale-Quantity
            TO Customer-This-Units(Customer-Found-Index, Period-Index)
        ADD Sale-Amount
            TO Customer-This-Value(Customer-Found-Index, Period-Index)
    END-IF
    .

POST-LAST-YEAR-FIGURES.
    ADD Sale-Quantity TO Total-Last-Units(Period-Index)
    ADD Sale-Amount TO Total-Last-Value(Period-Index)
    IF Item-Found-Index > 0 THEN
        ADD Sale-Quantity
            TO Item-Last-Units(Item-Found-Index, Period-Index)
        ADD Sale-Amount
            TO Item-Last-Value(Item-Found-Index, Period-Index)
    END-IF
    IF Customer-Found-Index > 0 THEN
        ADD Sale-Quantity
            TO Customer-Last-Units(Customer-Found-Index, Period-Index)
        ADD Sale-Amount
            TO Customer-Last-Value(Customer-Found-Index, Period-Index)
    END-IF
    .

POST-CANCEL-FIGURES.
    ADD Sale-Quantity TO Total-Cancel-Units(Period-Index)
    ADD Sale-Amount TO Total-Cancel-Value(Period-Index)
    IF Item-Found-Index > 0 THEN
        ADD Sale-Quantity
            TO Item-Cancel-Units(Item-Found-Index, Period-Index)
        ADD Sale-Amount
            TO Item-Cancel-Value(Item-Found-Index, Period-Index)
    END-IF
    IF Customer-Found-Index > 0 THEN
        ADD Sale-Quantity
            TO Customer-Cancel-Units(Customer-Found-Index, Period-Index)
        ADD Sale-Amount
            TO Customer-Cancel-Value(Customer-Found-Index, Period-Index)
    END-IF
    .

FIND-ITEM-ENTRY.
    MOVE 0 TO Item-Found-Index
    PERFORM CHECK-ONE-ITEM-ENTRY VARYING Item-Index FROM 1 BY 1
        UNTIL Item-Index > Item-Used OR Item-Found-Index > 0
    .

CHECK-ONE-ITEM-ENTRY.
    IF Item-Sales-Code(Item-Index) = Sale-Item THEN
        MOVE Item-Index TO Item-Found-Index
    END-IF
    .

FIND-CUSTOMER-ENTRY.
    MOVE 0 TO Customer-Found-Index
    PERFORM CHECK-ONE-CUSTOMER-ENTRY VARYING Customer-Index FROM 1 BY 1
        UNTIL Customer-Index > Customer-Used OR Customer-Found-Index > 0
    .

CHECK-ONE-CUSTOMER-ENTRY.
    IF Customer-Sales-Number(Customer-Index) = Sale-Customer THEN
        MOVE Customer-Index TO Customer-Found-Index
    END-IF
    .

OPEN-LOOKUP-FILES.
    *> Descriptions and names are only decoration; the report still
    *> prints if either master can't be opened
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

LOOK-UP-ITEM-NAME.
    MOVE SPACES TO Listing-Name
    IF Item-Master-Open THEN
        MOVE Listing-Label TO Item-Code
        READ ITEM-MASTER-FILE
            INVALID KEY
                MOVE "(not on items.dat)" TO Listing-Name
            NOT INVALID KEY
                MOVE Item-Master-Description TO Listing-Name
        END-READ
    END-IF
    .

LOOK-UP-CUSTOMER-NAME.
    MOVE SPACES TO Listing-Name
    IF Customer-Master-Open THEN
        MOVE Listing-Label(1:6) TO Customer-Number
        READ CUSTOMER-MASTER-FILE
            INVALID KEY
                MOVE "(not on customers.dat)" TO Listing-Name
            NOT INVALID KEY
                MOVE Customer-Name TO Listing-Name
        END-READ
    END-IF
    .

WRITE-ITEM-SECTION.
    MOVE SPACES TO Report-Line
    PERFORM WRITE-REPORT-LINE
    IF Listing-Sales THEN
        MOVE "SALES BY ITEM" TO Report-Line
    ELSE
        MOVE "CANCELLATIONS BY ITEM (this year)" TO Report-Line
    END-IF
    PERFORM WRITE-REPORT-LINE
    MOVE "Item" TO Listing-Label
    MOVE "Description" TO Listing-Name
    PERFORM WRITE-LISTING-HEADING
    MOVE 0 TO Listed-Count
    MOVE LOW-VALUES TO Last-Listed-Item
    MOVE 'N' TO Listing-Done-Switch
    PERFORM LIST-NEXT-ITEM UNTIL Listing-Done
    PERFORM WRITE-NONE-LISTED
    .

LIST-NEXT-ITEM.
    MOVE 0 TO Next-Index
    PERFORM CHECK-NEXT-ITEM VARYING Item-Index FROM 1 BY 1
        UNTIL Item-Index > Item-Used
    IF Next-Index = 0 THEN
        MOVE 'Y' TO Listing-Done-Switch
    ELSE
        MOVE Item-Sales-Code(Next-Index) TO Last-Listed-Item
        MOVE Item-Sales-Buckets(Next-Index) TO Listing-Buckets
        MOVE Item-Sales-Code(Next-Index) TO Listing-Label
        IF (Listing-Sales AND (Listing-This-Units(3) > 0
                               OR Listing-Last-Units(3) > 0))
           OR (Listing-Cancels AND Listing-Cancel-Units(3) > 0) THEN
            PERFORM LOOK-UP-ITEM-NAME
            PERFORM WRITE-LISTING-LINES
        END-IF
    END-IF
    .

CHECK-NEXT-ITEM.
    IF Item-Sales-Code(Item-Index) > Last-Listed-Item THEN
        IF Next-Index = 0 THEN
            MOVE Item-Index TO Next-Index
        ELSE
            IF Item-Sales-Code(Item-Index)
               < Item-Sales-Code(Next-Index) THEN
                MOVE Item-Index TO Next-Index
            END-IF
        END-IF
    END-IF
    .

WRITE-CUSTOMER-SECTION.
    MOVE SPACES TO Report-Line
    PERFORM WRITE-REPORT-LINE
    IF Listing-Sales THEN
        MOVE "SALES BY CUSTOMER" TO Report-Line
    ELSE
        MOVE "CANCELLATIONS BY CUSTOMER (this year)" TO Report-Line
    END-IF
    PERFORM WRITE-REPORT-LINE
    MOVE "Customer" TO Listing-Label
    MOVE "Name" TO Listing-Name
    PERFORM WRITE-LISTING-HEADING
    MOVE 0 TO Listed-Count
    MOVE -1 TO Last-Listed-Customer
    MOVE 'N' TO Listing-Done-Switch
    PERFORM LIST-NEXT-CUSTOMER UNTIL Listing-Done
    PERFORM WRITE-NONE-LISTED
    .

LIST-NEXT-CUSTOMER.
    MOVE 0 TO Next-Index
    PERFORM CHECK-NEXT-CUSTOMER VARYING Customer-Index FROM 1 BY 1
        UNTIL Customer-Index > Customer-Used
    IF Next-Index = 0 THEN
        MOVE 'Y' TO Listing-Done-Switch
    ELSE
        MOVE Customer-Sales-Number(Next-Index) TO Last-Listed-Customer
        MOVE Customer-Sales-Buckets(Next-Index) TO Listing-Buckets
        MOVE SPACES TO Listing-Label
        MOVE Customer-Sales-Number(Next-Index) TO Listing-Label(1:6)
        IF (Listing-Sales AND (Listing-This-Units(3) > 0
                               OR Listing-Last-Units(3) > 0))
           OR (Listing-Cancels AND Listing-Cancel-Units(3) > 0) THEN
            PERFORM LOOK-UP-CUSTOMER-NAME
            PERFORM WRITE-LISTING-LINES
        END-IF
    END-IF
    .

CHECK-NEXT-CUSTOMER.
    IF Customer-Sales-Number(Customer-Index) > Last-Listed-Customer THEN
        IF Next-Index = 0 THEN
            MOVE Customer-Index TO Next-Index
        ELSE
            IF Customer-Sales-Number(Customer-Index)
               < Customer-Sales-Number(Next-Index) THEN
                MOVE Customer-Index TO Next-Index
            END-IF
        END-IF
    END-IF
    .

WRITE-LISTING-HEADING.
    *> Caller puts the key and name column titles in Listing-Label
    *> and Listing-Name
    MOVE SPACES TO Report-Line
    IF Listing-Sales THEN
        STRING Listing-Label " " Listing-Name " Year"
               "  Day units      Day value"
               "  MTD units      MTD value"
               "  YTD units      YTD value"
               "  YTD change"
            DELIMITED BY SIZE INTO Report-Line
    ELSE
        STRING Listing-Label " " Listing-Name "     "
               "  Day units      Day value"
               "  MTD units      MTD value"
               "  YTD units      YTD value"
            DELIMITED BY SIZE INTO Report-Line
    END-IF
    PERFORM WRITE-REPORT-LINE
    .

WRITE-LISTING-LINES.
    *> A sales entry prints as a this-year line with the change in
    *> year-to-date value, then the same periods last year; a
    *> cancellation entry prints as one line
    ADD 1 TO Listed-Count
    MOVE SPACES TO Period-Columns
    IF Listing-Sales THEN
        PERFORM FILL-THIS-YEAR-COLUMN VARYING Period-Index FROM 1 BY 1
            UNTIL Period-Index > 3
        PERFORM FORMAT-YTD-CHANGE
        MOVE "this" TO Year-Label
        MOVE SPACES TO Report-Line
        STRING Listing-Label " " Listing-Name " " Year-Label
               Period-Columns "   " Change-Text
            DELIMITED BY SIZE INTO Report-Line
        PERFORM WRITE-REPORT-LINE
        PERFORM FILL-LAST-YEAR-COLUMN VARYING Period-Index FROM 1 BY 1
            UNTIL Period-Index > 3
        MOVE "last" TO Year-Label
        MOVE SPACES TO Listing-Label Listing-Name
        MOVE SPACES TO Report-Line
        STRING Listing-Label " " Listing-Name " " Year-Label
               Period-Columns
            DELIMITED BY SIZE INTO Report-Line
        PERFORM WRITE-REPORT-LINE
    ELSE
        PERFORM FILL-CANCEL-COLUMN VARYING Period-Index FROM 1 BY 1
            UNTIL Period-Index > 3
        MOVE SPACES TO Report-Line
        STRING Listing-Label " " Listing-Name "     " Period-Columns
            DELIMITED BY SIZE INTO Report-Line
        PERFORM WRITE-REPORT-LINE
    END-IF
    .

FILL-THIS-YEAR-COLUMN.
    MOVE Listing-This-Units(Period-Index) TO Column-Units(Period-Index)
    MOVE Listing-This-Value(Period-Index) TO Column-Value(Period-Index)
    .

FILL-LAST-YEAR-COLUMN.
    MOVE Listing-Last-Units(Period-Index) TO Column-Units(Period-Index)
    MOVE Listing-Last-Value(Period-Index) TO Column-Value(Period-Index)
    .

FILL-CANCEL-COLUMN.
    MOVE Listing-Cancel-Units(Period-Index)
        TO Column-Units(Period-Index)
    MOVE Listing-Cancel-Value(Period-Index)
        TO Column-Value(Period-Index)
    .

FORMAT-YTD-CHANGE.
    *> Percentage change in year-to-date value over last year; "new"
    *> when there were no sales to compare with
    MOVE SPACES TO Change-Text
    IF Listing-Last-Value(3) = 0 THEN
        IF Listing-This-Value(3) > 0 THEN
            MOVE "      new" TO Change-Text
        END-IF
    ELSE
        COMPUTE Change-Percent ROUNDED =
            (Listing-This-Value(3) - Listing-Last-Value(3)) * 100
            / Listing-Last-Value(3)
            ON SIZE ERROR
                MOVE 99999.9 TO Change-Percent
        END-COMPUTE
        MOVE Change-Percent TO Change-Display
        STRING Change-Display "%" DELIMITED BY SIZE INTO Change-Text
    END-IF
    .

WRITE-NONE-LISTED.
    IF Listed-Count = 0 THEN
        MOVE "  (none)" TO Report-Line
        PERFORM WRITE-REPORT-LINE
    END-IF
    .

WRITE-TOP-ITEM-SECTION.
    MOVE SPACES TO Report-Line
    PERFORM WRITE-REPORT-LINE
    MOVE Top-Limit TO Count-Display
    MOVE SPACES TO Report-Line
    STRING "TOP " FUNCTION TRIM(Count-Display)
           " ITEMS BY YEAR-TO-DATE VALUE"
        DELIMITED BY SIZE INTO Report-Line
    PERFORM WRITE-REPORT-LINE
    MOVE "Item" TO Listing-Label
    MOVE "Description" TO Listing-Name
    PERFORM WRITE-TOP-HEADING
    PERFORM CLEAR-ITEM-RANK VARYING Item-Index FROM 1 BY 1
        UNTIL Item-Index > Item-Used
    MOVE 0 TO Listed-Count
    MOVE 'N' TO Top-Exhausted-Switch
    PERFORM WRITE-TOP-ITEM-LINE VARYING Top-Rank FROM 1 BY 1
        UNTIL Top-Rank > Top-Limit OR Top-Exhausted
    PERFORM WRITE-NONE-LISTED
    .

CLEAR-ITEM-RANK.
    MOVE 'N' TO Item-Sales-Ranked(Item-Index)
    .

WRITE-TOP-ITEM-LINE.
    MOVE 0 TO Top-Best-Index
    PERFORM FIND-BIGGER-ITEM VARYING Item-Index FROM 1 BY 1
        UNTIL Item-Index > Item-Used
    IF Top-Best-Index = 0 THEN
        MOVE 'Y' TO Top-Exhausted-Switch
    ELSE
        MOVE 'Y' TO Item-Sales-Ranked(Top-Best-Index)
        MOVE Item-Sales-Buckets(Top-Best-Index) TO Listing-Buckets
        MOVE Item-Sales-Code(Top-Best-Index) TO Listing-Label
        PERFORM LOOK-UP-ITEM-NAME
        PERFORM WRITE-TOP-LINE
    END-IF
    .

FIND-BIGGER-ITEM.
    IF Item-Sales-Ranked(Item-Index) = 'N'
       AND Item-This-Value(Item-Index, 3) > 0 THEN
        IF Top-Best-Index = 0 THEN
            MOVE Item-Index TO Top-Best-Index
        ELSE
            IF Item-This-Value(Item-Index, 3)
               > Item-This-Value(Top-Best-Index, 3) THEN
                MOVE Item-Index TO Top-Best-Index
            END-IF
        END-IF
    END-IF
    .

WRITE-TOP-CUSTOMER-SECTION.
    MOVE SPACES TO Report-Line
    PERFORM WRITE-REPORT-LINE
    MOVE Top-Limit TO Count-Display
    MOVE SPACES TO Report-Line
    STRING "TOP " FUNCTION TRIM(Count-Display)
           " CUSTOMERS BY YEAR-TO-DATE VALUE"
        DELIMITED BY SIZE INTO Report-Line
    PERFORM WRITE-REPORT-LINE
    MOVE "Customer" TO Listing-Label
    MOVE "Name" TO Listing-Name
    PERFORM WRITE-TOP-HEADING
    PERFORM CLEAR-CUSTOMER-RANK VARYING Customer-Index FROM 1 BY 1
        UNTIL Customer-Index > Customer-Used
    MOVE 0 TO Listed-Count
    MOVE 'N' TO Top-Exhausted-Switch
    PERFORM WRITE-TOP-CUSTOMER-LINE VARYING Top-Rank FROM 1 BY 1
        UNTIL Top-Rank > Top-Limit OR Top-Exhausted
    PERFORM WRITE-NONE-LISTED
    .

CLEAR-CUSTOMER-RANK.
    MOVE 'N' TO Customer-Sales-Ranked(Customer-Index)
    .

WRITE-TOP-CUSTOMER-LINE.
    MOVE 0 TO Top-Best-Index
    PERFORM FIND-BIGGER-CUSTOMER VARYING Customer-Index FROM 1 BY 1
        UNTIL Customer-Index > Customer-Used
    IF Top-Best-Index = 0 THEN
        MOVE 'Y' TO Top-Exhausted-Switch
    ELSE
        MOVE 'Y' TO Customer-Sales-Ranked(Top-Best-Index)
        MOVE Customer-Sales-Buckets(Top-Best-Index) TO Listing-Buckets
        MOVE SPACES TO Listing-Label
        MOVE Customer-Sales-Number(Top-Best-Index) TO Listing-Label(1:6)
        PERFORM LOOK-UP-CUSTOMER-NAME
        PERFORM WRITE-TOP-LINE
    END-IF
    .

FIND-BIGGER-CUSTOMER.
    IF Customer-Sales-Ranked(Customer-Index) = 'N'
       AND Customer-This-Value(Customer-Index, 3) > 0 THEN
        IF Top-Best-Index = 0 THEN
            MOVE Customer-Index TO Top-Best-Index
        ELSE
            IF Customer-This-Value(Customer-Index, 3)
               > Customer-This-Value(Top-Best-Index, 3) THEN
                MOVE Customer-Index TO Top-Best-Index
            END-IF
        END-IF
    END-IF
    .

WRITE-TOP-HEADING.
    MOVE SPACES TO Report-Line
    STRING "Rank  " Listing-Label " " Listing-Name
           "  YTD units      YTD value   Last YTD value  YTD change"
        DELIMITED BY SIZE INTO Report-Line
    PERFORM WRITE-REPORT-LINE
    .

WRITE-TOP-LINE.
    ADD 1 TO Listed-Count
    MOVE Top-Rank TO Rank-Display
    MOVE Listing-This-Units(3) TO Units-Display
    MOVE Listing-This-Value(3) TO Value-Display
    MOVE Listing-Last-Value(3) TO Last-Value-Display
    PERFORM FORMAT-YTD-CHANGE
    MOVE SPACES TO Report-Line
    STRING "  " Rank-Display "  " Listing-Label " " Listing-Name
           " " Units-Display " " Value-Display "   " Last-Value-Display
           "   " Change-Text
        DELIMITED BY SIZE INTO Report-Line
    PERFORM WRITE-REPORT-LINE
    .

WRITE-REPORT-TOTALS.
    MOVE SPACES TO Report-Line
    PERFORM WRITE-REPORT-LINE
    MOVE "TOTALS" TO Report-Line
    PERFORM WRITE-REPORT-LINE
    MOVE "Sales" TO Listing-Label
    MOVE SPACES TO Listing-Name
    MOVE 'S' TO Listing-Kind-Switch
    PERFORM WRITE-LISTING-HEADING
    MOVE Total-Buckets TO Listing-Buckets
    MOVE "All" TO Listing-Label
    MOVE "all items and customers" TO Listing-Name
    PERFORM WRITE-LISTING-LINES
    MOVE 'C' TO Listing-Kind-Switch
    MOVE "Cancels" TO Listing-Label
    MOVE "this year" TO Listing-Name
    PERFORM WRITE-LISTING-LINES

    MOVE SPACES TO Report-Line
    PERFORM WRITE-REPORT-LINE
    PERFORM WRITE-ORDER-COUNT-LINE VARYING Period-Index FROM 1 BY 1
        UNTIL Period-Index > 3

    MOVE SPACES TO Report-Line
    PERFORM WRITE-REPORT-LINE
    MOVE Live-Order-Count TO Count-Display
    MOVE SPACES TO Report-Line
    STRING "Orders counted from orders.dat:      "
           Count-Display
        DELIMITED BY SIZE INTO Report-Line
    PERFORM WRITE-REPORT-LINE
    MOVE Archived-Order-Count TO Count-Display
    MOVE SPACES TO Report-Line
    STRING "Orders counted from archives:        "
           Count-Display
        DELIMITED BY SIZE INTO Report-Line
    PERFORM WRITE-REPORT-LINE
    MOVE Generation-Count TO Count-Display
    MOVE SPACES TO Report-Line
    STRING "Archive generations read:            "
           Count-Display
        DELIMITED BY SIZE INTO Report-Line
    PERFORM WRITE-REPORT-LINE
    MOVE Sales-Line-Count TO Count-Display
    MOVE SPACES TO Report-Line
    STRING "Sales lines counted:                 "
           Count-Display
        DELIMITED BY SIZE INTO Report-Line
    PERFORM WRITE-REPORT-LINE
    MOVE Cancel-Line-Count TO Count-Display
    MOVE SPACES TO Report-Line
    STRING "Cancelled lines counted:             "
           Count-Display
        DELIMITED BY SIZE INTO Report-Line
    PERFORM WRITE-REPORT-LINE
    IF Item-Overflow > 0 THEN
        MOVE Item-Overflow TO Count-Display
        MOVE SPACES TO Report-Line
        STRING "*** item table full - " FUNCTION TRIM(Count-Display)
               " line(s) in the totals only"
            DELIMITED BY SIZE INTO Report-Line
        PERFORM WRITE-REPORT-LINE
    END-IF
    IF Customer-Overflow > 0 THEN
        MOVE Customer-Overflow TO Count-Display
        MOVE SPACES TO Report-Line
        STRING "*** customer table full - " FUNCTION TRIM(Count-Display)
               " line(s) in the totals only"
            DELIMITED BY SIZE INTO Report-Line
        PERFORM WRITE-REPORT-LINE
    END-IF
    IF Report-Incomplete THEN
        MOVE "*** some orders could not be read - figures incomplete"
            TO Report-Line
        PERFORM WRITE-REPORT-LINE
    END-IF
    .

WRITE-ORDER-COUNT-LINE.
    MOVE SPACES TO Report-Line
    EVALUATE Period-Index
        WHEN 1
            MOVE "Orders for the day:" TO Report-Line
        WHEN 2
            MOVE "Orders month-to-date:" TO Report-Line
        WHEN OTHER
            MOVE "Orders year-to-date:" TO Report-Line
    END-EVALUATE
    MOVE This-Order-Count(Period-Index) TO Count-Display
    MOVE Count-Display TO Report-Line(23:9)
    MOVE " this year, " TO Report-Line(32:12)
    MOVE Last-Order-Count(Period-Index) TO Count-Display
    MOVE Count-Display TO Report-Line(44:9)
    MOVE " last year, " TO Report-Line(53:12)
    MOVE Cancel-Order-Count(Period-Index) TO Count-Display
    MOVE Count-Display TO Report-Line(65:9)
    MOVE " cancelled this year" TO Report-Line(74:20)
    PERFORM WRITE-REPORT-LINE
    .

WRITE-REPORT-LINE.
    WRITE Sales-Report-Record FROM Report-Line
    .
