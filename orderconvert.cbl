    05 Old-Order-Entry-Date         PIC X(08).
    05 Old-Order-Entry-Time         PIC X(06).

*> The 50-byte layout that carries status and source - the one
*> OrderLineConvert later takes on to header and detail lines
FD  NEW-ORDER-FILE.
01  New-Order-Record.
    05 New-Order-Confirmation       PIC 9(06).
