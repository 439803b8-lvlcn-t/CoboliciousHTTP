IDENTIFICATION DIVISION.
PROGRAM-ID. ItemConvert.

*> One-time conversion of items.dat from the hand-kept text file
*> merchandising maintained ("code unit-price flag description", one
*> item per line) to the keyed item master that carries stock. The
*> code, price, flag and description carry across as they are.
*> Quantity on hand and quantity allocated start at zero. Until
*> merchandising keys a stock count for an item through ItemMaint,
*> every order for it is taken as backordered. Run the counts before
*> the listener is reopened.
*>
*> Run once, inside the maintenance window with the listener idle:
*> the text file is read into items-converted.dat, then swapped into
*> place with the text file kept beside it as a date-stamped backup.
*> Intake always used the first line it found for a code, so a later
*> duplicate line is reported and left out the same way. On a box whose
*> items.dat already opens as a keyed file the program stops without
*> touching anything.

ENVIRONMENT DIVISION.
CONFIGURATION SECTION.
REPOSITORY.
    FUNCTION ALL INTRINSIC.

INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT OLD-ITEM-FILE ASSIGN TO "items.dat"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS Old-Item-Status.
    SELECT KEYED-ITEM-FILE ASSIGN TO "items.dat"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS RANDOM
        RECORD KEY IS Keyed-Item-Code
        FILE STATUS IS Keyed-Item-Status.
    SELECT NEW-ITEM-FILE ASSIGN TO "items-converted.dat"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS RANDOM
        RECORD KEY IS New-Item-Code
        FILE STATUS IS New-Item-File-Status.

DATA DIVISION.
FILE SECTION.
*> The text layout merchandising kept by hand
FD  OLD-ITEM-FILE.
01  Old-Item-Record                 PIC X(128).

*> Opened only to see whether items.dat is already the keyed master
FD  KEYED-ITEM-FILE.
01  Keyed-Item-Record.
    05 Keyed-Item-Code              PIC X(08).
    05 FILLER                       PIC X(70).

*> Same layout the listener's ITEM-MASTER-FILE reads today
FD  NEW-ITEM-FILE.
01  New-Item-Record.
    05 New-Item-Code                PIC X(08).
    05 New-Item-Price               PIC 9(05)V99.
    05 New-Item-Flag                PIC X(01).
    05 New-Item-Description         PIC X(48).
    05 New-Item-On-Hand             PIC 9(07).
    05 New-Item-Allocated           PIC 9(07).

WORKING-STORAGE SECTION.

01 Old-Item-Status                  PIC X(02).
01 Keyed-Item-Status                PIC X(02).
01 New-Item-File-Status             PIC X(02).

01 Current-Timestamp.
    05 Current-Date-Part            PIC X(08).
    05 Current-Time-Part            PIC X(06).
    05 FILLER                       PIC X(07).

01 Item-Line-Code                   PIC X(08).
01 Item-Line-Price-Text             PIC X(12).
01 Item-Line-Flag                   PIC X(01).
01 Item-Line-Description            PIC X(48).
01 Description-Offset               PIC S9(4) COMP.

01 Backup-File-Name                 PIC X(48).
01 Convert-EOF-Switch               PIC X(01).
    88 Convert-EOF                  VALUE 'Y'.
01 Convert-Failed-Switch            PIC X(01).
    88 Convert-Failed               VALUE 'Y'.
01 Converted-Count                  PIC 9(09) COMP.
01 Skipped-Count                    PIC 9(09) COMP.
01 Rename-Result                    PIC S9(9) COMP.
01 Count-Display                    PIC Z(8)9.

PROCEDURE DIVISION.
Main-Convert-Section.
    PERFORM INITIALIZE-CONVERT
    IF NOT Convert-Failed THEN
        PERFORM COPY-ALL-ITEMS
    END-IF
    IF NOT Convert-Failed THEN
        PERFORM SWAP-CONVERTED-FILE
    END-IF
    STOP RUN
    .

INITIALIZE-CONVERT.
    MOVE 'N' TO Convert-Failed-Switch Convert-EOF-Switch
    MOVE 0 TO Converted-Count Skipped-Count
    MOVE FUNCTION CURRENT-DATE TO Current-Timestamp

    *> A keyed items.dat opens cleanly as one; the old text file never
    *> does, so a good open here means the work is already done
    OPEN INPUT KEYED-ITEM-FILE
    IF Keyed-Item-Status = "00" THEN
        CLOSE KEYED-ITEM-FILE
        DISPLAY "items.dat is already the keyed item master -"
            " nothing done"
        MOVE 'Y' TO Convert-Failed-Switch
    END-IF

    IF NOT Convert-Failed THEN
        OPEN INPUT OLD-ITEM-FILE
        EVALUATE Old-Item-Status
            WHEN "00"
                CONTINUE
            WHEN "35"
                DISPLAY "No items.dat on this box - nothing to convert"
                MOVE 'Y' TO Convert-Failed-Switch
            WHEN OTHER
                DISPLAY "Error: could not open items.dat (status "
                    Old-Item-Status ")"
                MOVE 'Y' TO Convert-Failed-Switch
        END-EVALUATE
    END-IF

    IF NOT Convert-Failed THEN
        OPEN OUTPUT NEW-ITEM-FILE
        IF New-Item-File-Status NOT = "00" THEN
            DISPLAY "Error: could not create items-converted.dat"
                " (status " New-Item-File-Status ")"
            CLOSE OLD-ITEM-FILE
            MOVE 'Y' TO Convert-Failed-Switch
        END-IF
    END-IF
    .

COPY-ALL-ITEMS.
    PERFORM COPY-ONE-ITEM UNTIL Convert-EOF OR Convert-Failed
    CLOSE NEW-ITEM-FILE
    CLOSE OLD-ITEM-FILE
    .

COPY-ONE-ITEM.
    READ OLD-ITEM-FILE
        AT END
            MOVE 'Y' TO Convert-EOF-Switch
        NOT AT END
            MOVE SPACES TO Item-Line-Code Item-Line-Price-Text
                           Item-Line-Flag Item-Line-Description
            UNSTRING Old-Item-Record DELIMITED BY SPACE
                INTO Item-Line-Code Item-Line-Price-Text
                     Item-Line-Flag Item-Line-Description
            *> Lines intake could never match (blank, or no price)
            *> were never items, and don't become records now
            IF Item-Line-Code NOT = SPACES
               AND Item-Line-Price-Text NOT = SPACES THEN
                PERFORM WRITE-CONVERTED-ITEM
            END-IF
    END-READ
    .

WRITE-CONVERTED-ITEM.
    MOVE SPACES TO New-Item-Record
    MOVE Item-Line-Code TO New-Item-Code
    MOVE FUNCTION NUMVAL(FUNCTION TRIM(Item-Line-Price-Text))
        TO New-Item-Price
    MOVE Item-Line-Flag TO New-Item-Flag
    *> The description is everything past the flag, spaces and all -
    *> the same positional take the listener's scan used
    COMPUTE Description-Offset =
        FUNCTION LENGTH(FUNCTION TRIM(Item-Line-Code))
        + FUNCTION LENGTH(FUNCTION TRIM(Item-Line-Price-Text))
        + 1 + 3 + 1
    IF Description-Offset < LENGTH OF Old-Item-Record THEN
        MOVE Old-Item-Record(Description-Offset :)
            TO New-Item-Description
    END-IF
    MOVE 0 TO New-Item-On-Hand New-Item-Allocated
    WRITE New-Item-Record
        INVALID KEY
            IF New-Item-File-Status = "22" THEN
                DISPLAY "Duplicate line for item "
                    FUNCTION TRIM(Item-Line-Code)
                    " left out - intake always used the first one"
                ADD 1 TO Skipped-Count
            ELSE
                DISPLAY "Error: could not write item "
                    FUNCTION TRIM(Item-Line-Code) " (status "
                    New-Item-File-Status ") - conversion abandoned"
                MOVE 'Y' TO Convert-Failed-Switch
            END-IF
        NOT INVALID KEY
            ADD 1 TO Converted-Count
    END-WRITE
    .

SWAP-CONVERTED-FILE.
    *> The text file steps aside as a date-stamped backup first; the
    *> converted file only takes the live name once that rename is
    *> known good, so no failure mode leaves the box with no items.dat
    MOVE SPACES TO Backup-File-Name
    STRING "items-preconvert-" Current-Date-Part "-"
           Current-Time-Part ".dat"
        DELIMITED BY SIZE INTO Backup-File-Name
    CALL "CBL_RENAME_FILE" USING "items.dat" Backup-File-Name
        RETURNING Rename-Result
    IF Rename-Result NOT = 0 THEN
        DISPLAY "Error: could not set aside items.dat (rc="
            Rename-Result ") - converted copy left as"
            " items-converted.dat"
    ELSE
        CALL "CBL_RENAME_FILE" USING "items-converted.dat"
            "items.dat"
            RETURNING Rename-Result
        IF Rename-Result NOT = 0 THEN
            DISPLAY "Error: could not move items-converted.dat into"
                " place (rc=" Rename-Result ") - old item file is "
                FUNCTION TRIM(Backup-File-Name)
        ELSE
            MOVE Converted-Count TO Count-Display
            DISPLAY "Converted " FUNCTION TRIM(Count-Display)
                " item(s); old item file kept as "
                FUNCTION TRIM(Backup-File-Name)
            IF Skipped-Count > 0 THEN
                MOVE Skipped-Count TO Count-Display
                DISPLAY FUNCTION TRIM(Count-Display)
                    " duplicate line(s) left out"
            END-IF
            DISPLAY "Stock on hand starts at zero - key a stock count"
                " for each item through ItemMaint"
        END-IF
    END-IF
    .
