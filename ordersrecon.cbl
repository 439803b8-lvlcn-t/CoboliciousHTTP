    SELECT ORDER-MASTER-FILE ASSIGN TO "orders.dat"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS Order-Key
        FILE STATUS IS Order-Master-Status.
    SELECT RECON-REPORT-FILE ASSIGN TO "orders-recon.txt"
        ORGANIZATION IS LINE SEQUENTIAL
FD  RECON-LOG-FILE.
01  Recon-Log-Record                PIC X(344).

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

FD  RECON-REPORT-FILE.
01  Recon-Report-Record             PIC X(100).
    ELSE
        DISPLAY "Error: could not open " FUNCTION TRIM(Recon-Input-Name)
            " (status " Recon-Log-Status ")"
        MOVE 8 TO RETURN-CODE
        MOVE 'Y' TO Recon-EOF-Switch
    END-IF
    .
    MOVE 'N' TO Recon-EOF-Switch
    OPEN INPUT ORDER-MASTER-FILE
    IF Order-Master-Status = "00" THEN
        MOVE 0 TO Order-Confirmation Order-Line-Number
        START ORDER-MASTER-FILE KEY NOT < Order-Key
            INVALID KEY
                MOVE 'Y' TO Recon-EOF-Switch
        END-START
        DISPLAY "Error: could not open orders.dat (status "
            Order-Master-Status ")"
        IF Order-Master-Status = "39" THEN
            DISPLAY "orders.dat is an old record layout"
                " - run OrderLineConvert once"
        END-IF
        MOVE 8 TO RETURN-CODE
    END-IF
    .

        AT END
            MOVE 'Y' TO Recon-EOF-Switch
        NOT AT END
            *> One order is one header; its detail lines ride along
            IF Order-Is-Header
               AND Order-Entry-Date = Recon-Date-Text THEN
                IF Order-Entry-Source = 'B' THEN
                    ADD 1 TO File-Bulk-Count
                ELSE
    ELSE
        DISPLAY "Error: could not open orders-recon.txt (status "
            Recon-Report-Status ")"
        MOVE 8 TO RETURN-CODE
    END-IF
    .

