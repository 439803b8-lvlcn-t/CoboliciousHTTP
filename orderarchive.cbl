*> Daily archival and purge for the order master - the discipline the
*> access log got, applied to orders.dat so the inquiry and nightly
*> jobs stop paying for every confirmation since the box was built.
*> Closed-out orders (cancelled, fulfilled, or fulfilled and since
*> returned in part or in full) whose entry date is
*> older than the retention period move to a date-stamped sequential
*> archive and are deleted from the indexed file; each generation is
*> recorded in orders-archives.dat the way RECORD-ARCHIVE-ENTRY does
*> for access-log archives, so an old order can still be found by
*> pulling the right generation. Entered orders never age out - an
*> order nobody has fulfilled or cancelled is still live work. The
*> header decides; an order's detail lines always move with it.
*> SIMPLEHTTP_ORDER_RETENTION_DAYS overrides the 90-day default, the
*> same way SIMPLEHTTP_LOG_RETENTION_DAYS does for the access log.
*> Run inside the maintenance window; the job takes orders.dat I-O.
    SELECT ORDER-MASTER-FILE ASSIGN TO "orders.dat"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS Order-Key
        FILE STATUS IS Order-Master-Status.
    SELECT ORDER-ARCHIVE-FILE ASSIGN USING Archive-File-Name
        ORGANIZATION IS LINE SEQUENTIAL

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
       10 Order-Restored-Date       PIC X(08).
       10 FILLER                    PIC X(04).
    05 Order-Detail-Data REDEFINES Order-Header-Data.
       10 Order-Item-Code           PIC X(08).
       10 Order-Quantity            PIC 9(05).
       10 Order-Unit-Price          PIC 9(05)V99.
       10 Order-Line-Amount         PIC 9(07)V99.
       10 FILLER                    PIC X(17).

*> One archived master record per line - header, then its detail
*> lines - the master record's own image, so a generation can be
*> searched with the same column offsets the master uses (or
*> reloaded, should an old order ever need to come back)
FD  ORDER-ARCHIVE-FILE.
01  Order-Archive-Record            PIC X(55).

*> One line per archived generation ("YYYYMMDD filename"), the same
*> catalog convention access-archives.dat uses
    88 Scan-EOF                     VALUE 'Y'.
01 Archive-Failed-Switch            PIC X(01).
    88 Archive-Failed               VALUE 'Y'.
*> Set while the header just judged is moving, so the detail lines
*> that follow it go too
01 Order-Moving-Switch              PIC X(01).
    88 Order-Moving                 VALUE 'Y'.
01 Header-Confirmation              PIC 9(06).
01 Record-Moved-Switch              PIC X(01).
    88 Record-Moved                 VALUE 'Y'.
01 Orphan-Line-Count                PIC 9(09) COMP.
01 Archived-Count                   PIC 9(09) COMP.
01 Kept-Count                       PIC 9(09) COMP.
01 Delete-Result                    PIC S9(9) COMP.
           ".dat"
        DELIMITED BY SIZE INTO Archive-File-Name

    MOVE 0 TO Archived-Count Kept-Count Orphan-Line-Count
    MOVE 0 TO Header-Confirmation
    MOVE 'N' TO Archive-Failed-Switch Order-Moving-Switch
    .

SWEEP-ORDER-MASTER.
        DISPLAY "Error: could not open orders.dat (status "
            Order-Master-Status ")"
        IF Order-Master-Status = "39" THEN
            DISPLAY "orders.dat is an old record layout"
                " - run OrderLineConvert once"
        END-IF
        MOVE 8 TO RETURN-CODE
        MOVE 'Y' TO Scan-EOF-Switch
    ELSE
        OPEN OUTPUT ORDER-ARCHIVE-FILE
            DISPLAY "Error: could not open "
                FUNCTION TRIM(Archive-File-Name)
                " (status " Order-Archive-Status ") - nothing purged"
            MOVE 8 TO RETURN-CODE
            CLOSE ORDER-MASTER-FILE
            MOVE 'Y' TO Scan-EOF-Switch
        ELSE
            MOVE 0 TO Order-Confirmation Order-Line-Number
            START ORDER-MASTER-FILE KEY NOT < Order-Key
                INVALID KEY
                    MOVE 'Y' TO Scan-EOF-Switch
            END-START
        AT END
            MOVE 'Y' TO Scan-EOF-Switch
        NOT AT END
            IF Order-Is-Header THEN
                MOVE Order-Confirmation TO Header-Confirmation
                PERFORM JUDGE-ONE-ORDER
            ELSE
                PERFORM SIFT-ORDER-LINE
            END-IF
    END-READ
    .

SIFT-ORDER-LINE.
    *> A detail line follows its order. One with no header ahead of
    *> it was left behind when an earlier sweep stopped between an
    *> archived header and its lines - the header is already in a
    *> generation, so the line goes to join it
    IF Order-Confirmation NOT = Header-Confirmation THEN
        PERFORM MOVE-ORDER-RECORD
        IF Record-Moved THEN
            ADD 1 TO Orphan-Line-Count
        END-IF
    ELSE
        IF Order-Moving THEN
            PERFORM MOVE-ORDER-RECORD
        END-IF
    END-IF
    .

JUDGE-ONE-ORDER.
    *> Only a record that is both closed out and provably old moves;
    *> an unparseable entry date keeps its record on the master the
    *> same way a damaged catalog line keeps its file in
    *> SIFT-ARCHIVE-FIELDS - never purge what can't be identified.
    *> An order an operator restored from an archive ages from the
    *> day it came back, not the day it was entered, or it would go
    *> straight back out on the next run.
    MOVE 'N' TO Order-Moving-Switch
    IF (Order-Status = 'C' OR Order-Status = 'F'
        OR Order-Status = 'P' OR Order-Status = 'R')
       AND Order-Entry-Date IS NUMERIC THEN
        IF Order-Restored-Date IS NUMERIC
           AND Order-Restored-Date > Order-Entry-Date THEN
            MOVE INTEGER-OF-DATE(FUNCTION NUMVAL(Order-Restored-Date))
                TO Entry-Date-Int
        ELSE
            MOVE INTEGER-OF-DATE(FUNCTION NUMVAL(Order-Entry-Date))
                TO Entry-Date-Int
        END-IF
        IF Entry-Date-Int > 0
           AND Entry-Date-Int < Retention-Cutoff-Int THEN
            PERFORM MOVE-ORDER-RECORD
            IF Record-Moved THEN
                MOVE 'Y' TO Order-Moving-Switch
                ADD 1 TO Archived-Count
            END-IF
        ELSE
            ADD 1 TO Kept-Count
    END-IF
    .

MOVE-ORDER-RECORD.
    *> Archive line first, then the delete - a record must never leave
    *> the master before its copy is written, so the write's own
    *> status gates the delete: a full volume (exactly when a grooming
    *> job tends to run) stops the sweep with every unarchived record
    *> still on the master
    MOVE 'N' TO Record-Moved-Switch
    MOVE Order-Master-Record TO Order-Archive-Record
    WRITE Order-Archive-Record
    IF Order-Archive-Status = "00" THEN
        *> Only a record that actually left the master counts as
        *> archived; one whose DELETE failed is still live, its
        *> archive copy is a duplicate-to-be, and the run stops so the
        *> count and catalog stay trustworthy
        DELETE ORDER-MASTER-FILE
            INVALID KEY
                DISPLAY "Error: could not delete confirmation "
                    Order-Confirmation " line " Order-Line-Number
                    " (status " Order-Master-Status
                    ") - record kept, archiving stopped"
                MOVE 'Y' TO Archive-Failed-Switch
                MOVE 'Y' TO Scan-EOF-Switch
            NOT INVALID KEY
                MOVE 'Y' TO Record-Moved-Switch
        END-DELETE
    ELSE
        DISPLAY "Error: archive write failed (status "
            Order-Archive-Status ") at confirmation "
            Order-Confirmation " line " Order-Line-Number
            " - record kept, archiving stopped for this run"
        MOVE 'Y' TO Archive-Failed-Switch
        MOVE 'Y' TO Scan-EOF-Switch
    END-IF
    .

FINISH-ARCHIVE.
    *> Even after a failed write the generation is catalogued when
    *> anything made it in - the records already deleted live nowhere
    IF Archive-Failed THEN
        DISPLAY "Archive sweep ended early - rerun once the volume"
            " has room; nothing was lost"
        MOVE 8 TO RETURN-CODE
    END-IF
    IF Orphan-Line-Count > 0 THEN
        MOVE Orphan-Line-Count TO Count-Display
        DISPLAY "Moved " FUNCTION TRIM(Count-Display)
            " order line(s) left behind by an earlier sweep"
    END-IF
    IF Archived-Count > 0 OR Orphan-Line-Count > 0 THEN
        PERFORM RECORD-ARCHIVE-ENTRY
        MOVE Archived-Count TO Count-Display
        DISPLAY "Archived " FUNCTION TRIM(Count-Display)
    .

RECORD-ARCHIVE-ENTRY.
    *> Same append-or-create handling the listener's catalog gets.
    *> The orders are already off the master by now, so a generation
    *> the catalog doesn't list is lost to every reader that finds
    *> generations through it - say so and fail the run.
    OPEN EXTEND ARCHIVE-CATALOG-FILE
    IF Archive-Catalog-Status = "35" THEN
        OPEN OUTPUT ARCHIVE-CATALOG-FILE
        STRING Current-Date-Part " " FUNCTION TRIM(Archive-File-Name)
            DELIMITED BY SIZE INTO Archive-Catalog-Record
        WRITE Archive-Catalog-Record
        IF Archive-Catalog-Status NOT = "00" THEN
            PERFORM REPORT-CATALOG-FAILURE
        END-IF
        CLOSE ARCHIVE-CATALOG-FILE
    ELSE
        PERFORM REPORT-CATALOG-FAILURE
    END-IF
    .

REPORT-CATALOG-FAILURE.
    DISPLAY "Error: could not catalogue "
        FUNCTION TRIM(Archive-File-Name)
        " in orders-archives.dat (status " Archive-Catalog-Status
        ") - add the line by hand"
    MOVE 8 TO RETURN-CODE
    .
