IDENTIFICATION DIVISION.
PROGRAM-ID. OrderLineConvert.

*> One-time conversion of orders.dat from the 50-byte one-item record
*> (confirmation, customer, item, quantity, amount, entry date, entry
*> time, status, source) to the current header-and-lines layout: a
*> header at line 000 carrying customer, date, time, status, source
*> and the order total, followed by one detail record per item line.
*> Every existing order becomes a header with a line count of 1 and
*> a single detail line 001. The old amount is both the order total
*> and the line amount. The unit price is the amount over the
*> quantity, which is the price intake verified when it took the
*> order.
*>
*> Run once, inside the maintenance window with the listener idle:
*> the old file is read into orders-converted.dat, then swapped into
*> place with the old master kept beside it as a date-stamped backup,
*> the same way OrderConvert did it. Every archive generation in
*> orders-archives.dat is converted as well, each one rewritten under
*> its own name with the old image kept as <name>-preconvert, so the
*> audit and any lookup into an old generation read one layout. A
*> box still on the 48-byte record needs OrderConvert first.
*>
*> On a box whose orders.dat is already the current layout the open
*> comes back 39 against the old record description and the master
*> is left alone. A generation whose first line is not an old
*> 50-byte image is left alone too, so a rerun after an interruption
*> only finishes what is left.

ENVIRONMENT DIVISION.
CONFIGURATION SECTION.
REPOSITORY.
    FUNCTION ALL INTRINSIC.

INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT OLD-ORDER-FILE ASSIGN TO "orders.dat"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS Old-Order-Confirmation
        FILE STATUS IS Old-Order-File-Status.
    SELECT NEW-ORDER-FILE ASSIGN TO "orders-converted.dat"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS New-Order-Key
        FILE STATUS IS New-Order-File-Status.
    SELECT ARCHIVE-CATALOG-FILE ASSIGN TO "orders-archives.dat"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS Archive-Catalog-Status.
    SELECT OLD-ARCHIVE-FILE ASSIGN USING Archive-File-Name
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS Old-Archive-File-Status.
    SELECT NEW-ARCHIVE-FILE ASSIGN USING Converted-Archive-Name
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS New-Archive-Status.

DATA DIVISION.
FILE SECTION.
*> The layout the listener wrote before orders carried several lines
FD  OLD-ORDER-FILE.
01  Old-Order-Record.
    05 Old-Order-Confirmation       PIC 9(06).
    05 Old-Order-Customer-Number    PIC 9(06).
    05 Old-Order-Item-Code          PIC X(08).
    05 Old-Order-Quantity           PIC 9(05).
    05 Old-Order-Amount             PIC 9(07)V99.
    05 Old-Order-Entry-Date         PIC X(08).
    05 Old-Order-Entry-Time         PIC X(06).
    05 Old-Order-Status             PIC X(01).
    05 Old-Order-Entry-Source       PIC X(01).

*> Same layout the listener's ORDER-MASTER-FILE writes today
FD  NEW-ORDER-FILE.
01  New-Order-Record.
    05 New-Order-Key.
       10 New-Order-Confirmation    PIC 9(06).
       10 New-Order-Line-Number     PIC 9(03).
    05 New-Order-Header-Data.
       10 New-Order-Customer-Number PIC 9(06).
       10 New-Order-Entry-Date      PIC X(08).
       10 New-Order-Entry-Time      PIC X(06).
       10 New-Order-Status          PIC X(01).
       10 New-Order-Entry-Source    PIC X(01).
       10 New-Order-Total-Amount    PIC 9(07)V99.
       10 New-Order-Line-Count      PIC 9(03).
       10 FILLER                    PIC X(12).
    05 New-Order-Detail-Data REDEFINES New-Order-Header-Data.
       10 New-Order-Item-Code       PIC X(08).
       10 New-Order-Quantity        PIC 9(05).
       10 New-Order-Unit-Price      PIC 9(05)V99.
       10 New-Order-Line-Amount     PIC 9(07)V99.
       10 FILLER                    PIC X(17).

*> One line per archived generation ("YYYYMMDD filename"), as
*> OrderArchive catalogs them
FD  ARCHIVE-CATALOG-FILE.
01  Archive-Catalog-Record          PIC X(64).

*> An archive generation as OrderArchive wrote it before this layout:
*> the old 50-byte master image, one order per line. Column 50 is the
*> entry-source byte, always W or B on an old image; on a new header
*> it falls inside the restored date (a digit or space) and on a
*> detail line inside the trailing FILLER, so it never holds W or B -
*> that is how the two are told apart.
FD  OLD-ARCHIVE-FILE.
01  Old-Archive-Record.
    05 Old-Archive-Confirmation     PIC 9(06).
    05 Old-Archive-Customer-Number  PIC 9(06).
    05 Old-Archive-Item-Code        PIC X(08).
    05 Old-Archive-Quantity         PIC 9(05).
    05 Old-Archive-Amount           PIC 9(07)V99.
    05 Old-Archive-Entry-Date       PIC X(08).
    05 Old-Archive-Entry-Time       PIC X(06).
    05 Old-Archive-Status           PIC X(01).
    05 Old-Archive-Entry-Source     PIC X(01).
       88 Old-Archive-Image         VALUE 'W' 'B'.

FD  NEW-ARCHIVE-FILE.
01  New-Archive-Record              PIC X(55).

WORKING-STORAGE SECTION.

01 Old-Order-File-Status            PIC X(02).
01 New-Order-File-Status            PIC X(02).
01 Archive-Catalog-Status           PIC X(02).
01 Old-Archive-File-Status          PIC X(02).
01 New-Archive-Status               PIC X(02).

01 Current-Timestamp.
    05 Current-Date-Part            PIC X(08).
    05 Current-Time-Part            PIC X(06).
    05 FILLER                       PIC X(07).

01 Backup-File-Name                 PIC X(48).
01 Archive-Date-Text                PIC X(08).
01 Archive-File-Name                PIC X(48).
01 Converted-Archive-Name           PIC X(64).
01 Archive-Backup-Name              PIC X(64).

01 Convert-EOF-Switch               PIC X(01).
    88 Convert-EOF                  VALUE 'Y'.
01 Convert-Failed-Switch            PIC X(01).
    88 Convert-Failed               VALUE 'Y'.
01 Master-Open-Switch               PIC X(01).
    88 Master-To-Convert            VALUE 'Y'.
01 Catalog-EOF-Switch               PIC X(01).
    88 Catalog-EOF                  VALUE 'Y'.
01 Generation-EOF-Switch            PIC X(01).
    88 Generation-EOF               VALUE 'Y'.
01 Generation-Failed-Switch         PIC X(01).
    88 Generation-Failed            VALUE 'Y'.

01 Converted-Count                  PIC 9(09) COMP.
01 Generation-Count                 PIC 9(09) COMP.
01 Generation-Order-Count           PIC 9(09) COMP.
01 Generation-Skipped-Count         PIC 9(09) COMP.
01 Generation-Failed-Count          PIC 9(09) COMP.
01 Rename-Result                    PIC S9(9) COMP.
01 Delete-Result                    PIC S9(9) COMP.
01 Count-Display                    PIC Z(8)9.

PROCEDURE DIVISION.
Main-Convert-Section.
    PERFORM INITIALIZE-CONVERT
    IF Master-To-Convert THEN
        PERFORM COPY-ALL-ORDERS
        IF NOT Convert-Failed THEN
            PERFORM SWAP-CONVERTED-FILE
        END-IF
    END-IF
    IF NOT Convert-Failed THEN
        PERFORM CONVERT-ARCHIVE-GENERATIONS
    END-IF
    STOP RUN
    .

INITIALIZE-CONVERT.
    MOVE 'N' TO Convert-Failed-Switch Convert-EOF-Switch
    MOVE 'N' TO Master-Open-Switch
    MOVE 0 TO Converted-Count Generation-Count Generation-Order-Count
    MOVE 0 TO Generation-Skipped-Count Generation-Failed-Count
    MOVE FUNCTION CURRENT-DATE TO Current-Timestamp

    OPEN INPUT OLD-ORDER-FILE
    EVALUATE Old-Order-File-Status
        WHEN "00"
            MOVE 'Y' TO Master-Open-Switch
        WHEN "35"
            DISPLAY "No orders.dat on this box - nothing to convert"
        WHEN "39"
            DISPLAY "orders.dat does not match the one-item layout -"
                " it appears to be converted already; master left"
                " alone"
        WHEN OTHER
            DISPLAY "Error: could not open orders.dat (status "
                Old-Order-File-Status ")"
            MOVE 'Y' TO Convert-Failed-Switch
    END-EVALUATE

    IF Master-To-Convert THEN
        OPEN OUTPUT NEW-ORDER-FILE
        IF New-Order-File-Status NOT = "00" THEN
            DISPLAY "Error: could not create orders-converted.dat"
                " (status " New-Order-File-Status ")"
            CLOSE OLD-ORDER-FILE
            MOVE 'N' TO Master-Open-Switch
            MOVE 'Y' TO Convert-Failed-Switch
        END-IF
    END-IF
    .

COPY-ALL-ORDERS.
    MOVE 0 TO Old-Order-Confirmation
    START OLD-ORDER-FILE KEY NOT < Old-Order-Confirmation
        INVALID KEY
            MOVE 'Y' TO Convert-EOF-Switch
    END-START
    PERFORM COPY-ONE-ORDER UNTIL Convert-EOF OR Convert-Failed
    CLOSE NEW-ORDER-FILE
    CLOSE OLD-ORDER-FILE
    .

COPY-ONE-ORDER.
    READ OLD-ORDER-FILE NEXT RECORD
        AT END
            MOVE 'Y' TO Convert-EOF-Switch
        NOT AT END
            PERFORM BUILD-ORDER-HEADER
            WRITE New-Order-Record
                INVALID KEY
                    PERFORM NOTE-WRITE-FAILURE
            END-WRITE
            IF NOT Convert-Failed THEN
                PERFORM BUILD-ORDER-DETAIL
                WRITE New-Order-Record
                    INVALID KEY
                        PERFORM NOTE-WRITE-FAILURE
                    NOT INVALID KEY
                        ADD 1 TO Converted-Count
                END-WRITE
            END-IF
    END-READ
    .

BUILD-ORDER-HEADER.
    MOVE SPACES TO New-Order-Record
    MOVE Old-Order-Confirmation TO New-Order-Confirmation
    MOVE 0 TO New-Order-Line-Number
    MOVE Old-Order-Customer-Number TO New-Order-Customer-Number
    MOVE Old-Order-Entry-Date TO New-Order-Entry-Date
    MOVE Old-Order-Entry-Time TO New-Order-Entry-Time
    MOVE Old-Order-Status TO New-Order-Status
    MOVE Old-Order-Entry-Source TO New-Order-Entry-Source
    MOVE Old-Order-Amount TO New-Order-Total-Amount
    MOVE 1 TO New-Order-Line-Count
    .

BUILD-ORDER-DETAIL.
    MOVE SPACES TO New-Order-Record
    MOVE Old-Order-Confirmation TO New-Order-Confirmation
    MOVE 1 TO New-Order-Line-Number
    MOVE Old-Order-Item-Code TO New-Order-Item-Code
    MOVE Old-Order-Quantity TO New-Order-Quantity
    MOVE Old-Order-Amount TO New-Order-Line-Amount
    PERFORM COMPUTE-UNIT-PRICE
    .

COMPUTE-UNIT-PRICE.
    *> Intake only took an order whose amount matched price times
    *> quantity, so the division gives back the verified price; a
    *> record that can't yield one keeps a zero price rather than a
    *> made-up one
    MOVE 0 TO New-Order-Unit-Price
    IF Old-Order-Quantity IS NUMERIC AND Old-Order-Quantity > 0
       AND Old-Order-Amount IS NUMERIC THEN
        COMPUTE New-Order-Unit-Price ROUNDED =
            Old-Order-Amount / Old-Order-Quantity
            ON SIZE ERROR
                MOVE 0 TO New-Order-Unit-Price
        END-COMPUTE
    END-IF
    .

NOTE-WRITE-FAILURE.
    DISPLAY "Error: could not write confirmation "
        Old-Order-Confirmation " (status "
        New-Order-File-Status ") - conversion abandoned"
    MOVE 'Y' TO Convert-Failed-Switch
    .

SWAP-CONVERTED-FILE.
    *> The old master steps aside as a date-stamped backup first; the
    *> converted file only takes the live name once that rename is
    *> known good, so no failure mode leaves the box with no
    *> orders.dat at all
    MOVE SPACES TO Backup-File-Name
    STRING "orders-prelines-" Current-Date-Part "-"
           Current-Time-Part ".dat"
        DELIMITED BY SIZE INTO Backup-File-Name
    CALL "CBL_RENAME_FILE" USING "orders.dat" Backup-File-Name
        RETURNING Rename-Result
    IF Rename-Result NOT = 0 THEN
        DISPLAY "Error: could not set aside orders.dat (rc="
            Rename-Result ") - converted copy left as"
            " orders-converted.dat"
        MOVE 'Y' TO Convert-Failed-Switch
    ELSE
        CALL "CBL_RENAME_FILE" USING "orders-converted.dat"
            "orders.dat"
            RETURNING Rename-Result
        IF Rename-Result NOT = 0 THEN
            DISPLAY "Error: could not move orders-converted.dat into"
                " place (rc=" Rename-Result ") - old master is "
                FUNCTION TRIM(Backup-File-Name)
            MOVE 'Y' TO Convert-Failed-Switch
        ELSE
            MOVE Converted-Count TO Count-Display
            DISPLAY "Converted " FUNCTION TRIM(Count-Display)
                " order(s); old master kept as "
                FUNCTION TRIM(Backup-File-Name)
        END-IF
    END-IF
    .

CONVERT-ARCHIVE-GENERATIONS.
    *> Same catalog walk BalanceAudit makes; a box that never
    *> archived has no catalog and nothing to do
    MOVE 'N' TO Catalog-EOF-Switch
    OPEN INPUT ARCHIVE-CATALOG-FILE
    IF Archive-Catalog-Status = "00" THEN
        PERFORM CONVERT-ONE-CATALOG-ENTRY UNTIL Catalog-EOF
        CLOSE ARCHIVE-CATALOG-FILE
    ELSE
        IF Archive-Catalog-Status NOT = "35" THEN
            DISPLAY "Error: could not open orders-archives.dat"
                " (status " Archive-Catalog-Status
                ") - archive generations not converted"
        END-IF
    END-IF
    MOVE Generation-Count TO Count-Display
    DISPLAY "Converted " FUNCTION TRIM(Count-Display)
        " archive generation(s)"
    IF Generation-Count > 0 THEN
        MOVE Generation-Order-Count TO Count-Display
        DISPLAY "  holding " FUNCTION TRIM(Count-Display)
            " archived order(s)"
    END-IF
    IF Generation-Skipped-Count > 0 THEN
        MOVE Generation-Skipped-Count TO Count-Display
        DISPLAY "  " FUNCTION TRIM(Count-Display)
            " generation(s) already converted or empty - left alone"
    END-IF
    IF Generation-Failed-Count > 0 THEN
        MOVE Generation-Failed-Count TO Count-Display
        DISPLAY "Error: " FUNCTION TRIM(Count-Display)
            " generation(s) could not be converted - rerun once the"
            " cause is cleared"
    END-IF
    .

CONVERT-ONE-CATALOG-ENTRY.
    READ ARCHIVE-CATALOG-FILE
        AT END
            MOVE 'Y' TO Catalog-EOF-Switch
        NOT AT END
            MOVE SPACES TO Archive-Date-Text Archive-File-Name
            UNSTRING Archive-Catalog-Record DELIMITED BY ALL SPACE
                INTO Archive-Date-Text Archive-File-Name
            IF Archive-File-Name NOT = SPACES THEN
                PERFORM CONVERT-ONE-GENERATION
            END-IF
    END-READ
    .

CONVERT-ONE-GENERATION.
    MOVE 'N' TO Generation-EOF-Switch Generation-Failed-Switch
    OPEN INPUT OLD-ARCHIVE-FILE
    IF Old-Archive-File-Status NOT = "00" THEN
        DISPLAY "Error: could not open " FUNCTION TRIM(Archive-File-Name)
            " (status " Old-Archive-File-Status ")"
        ADD 1 TO Generation-Failed-Count
    ELSE
        *> The first line says which layout the whole generation is
        *> in - OrderArchive writes a generation in one go
        READ OLD-ARCHIVE-FILE
            AT END
                MOVE 'Y' TO Generation-EOF-Switch
        END-READ
        IF Generation-EOF OR NOT Old-Archive-Image THEN
            CLOSE OLD-ARCHIVE-FILE
            ADD 1 TO Generation-Skipped-Count
        ELSE
            PERFORM REWRITE-GENERATION
        END-IF
    END-IF
    .

REWRITE-GENERATION.
    MOVE SPACES TO Converted-Archive-Name Archive-Backup-Name
    STRING FUNCTION TRIM(Archive-File-Name) "-lines"
        DELIMITED BY SIZE INTO Converted-Archive-Name
    STRING FUNCTION TRIM(Archive-File-Name) "-preconvert"
        DELIMITED BY SIZE INTO Archive-Backup-Name
    OPEN OUTPUT NEW-ARCHIVE-FILE
    IF New-Archive-Status NOT = "00" THEN
        DISPLAY "Error: could not create "
            FUNCTION TRIM(Converted-Archive-Name)
            " (status " New-Archive-Status ")"
        CLOSE OLD-ARCHIVE-FILE
        ADD 1 TO Generation-Failed-Count
    ELSE
        MOVE 0 TO Converted-Count
        PERFORM CONVERT-ONE-ARCHIVED-ORDER
            UNTIL Generation-EOF OR Generation-Failed
        CLOSE NEW-ARCHIVE-FILE
        CLOSE OLD-ARCHIVE-FILE
        IF Generation-Failed THEN
            CALL "CBL_DELETE_FILE" USING Converted-Archive-Name
                RETURNING Delete-Result
            ADD 1 TO Generation-Failed-Count
        ELSE
            PERFORM SWAP-ARCHIVE-GENERATION
        END-IF
    END-IF
    .

CONVERT-ONE-ARCHIVED-ORDER.
    *> The record in hand was read ahead - the first one by
    *> CONVERT-ONE-GENERATION - so write it out, then read the next
    MOVE Old-Archive-Record TO Old-Order-Record
    PERFORM BUILD-ORDER-HEADER
    MOVE New-Order-Record TO New-Archive-Record
    WRITE New-Archive-Record
    IF New-Archive-Status = "00" THEN
        PERFORM BUILD-ORDER-DETAIL
        MOVE New-Order-Record TO New-Archive-Record
        WRITE New-Archive-Record
    END-IF
    IF New-Archive-Status NOT = "00" THEN
        DISPLAY "Error: write to " FUNCTION TRIM(Converted-Archive-Name)
            " failed (status " New-Archive-Status
            ") - generation left as it was"
        MOVE 'Y' TO Generation-Failed-Switch
    ELSE
        ADD 1 TO Converted-Count
        READ OLD-ARCHIVE-FILE
            AT END
                MOVE 'Y' TO Generation-EOF-Switch
        END-READ
    END-IF
    .

SWAP-ARCHIVE-GENERATION.
    *> Same order as the master swap: the old image steps aside
    *> first, so the catalogued name never points at nothing
    CALL "CBL_RENAME_FILE" USING Archive-File-Name Archive-Backup-Name
        RETURNING Rename-Result
    IF Rename-Result NOT = 0 THEN
        DISPLAY "Error: could not set aside "
            FUNCTION TRIM(Archive-File-Name) " (rc=" Rename-Result
            ") - converted copy left as "
            FUNCTION TRIM(Converted-Archive-Name)
        ADD 1 TO Generation-Failed-Count
    ELSE
        CALL "CBL_RENAME_FILE" USING Converted-Archive-Name
            Archive-File-Name
            RETURNING Rename-Result
        IF Rename-Result NOT = 0 THEN
            DISPLAY "Error: could not move "
                FUNCTION TRIM(Converted-Archive-Name) " into place (rc="
                Rename-Result ") - old generation is "
                FUNCTION TRIM(Archive-Backup-Name)
            ADD 1 TO Generation-Failed-Count
        ELSE
            ADD 1 TO Generation-Count
            ADD Converted-Count TO Generation-Order-Count
        END-IF
    END-IF
    .
