    ELSE
        DISPLAY "Error: could not open " FUNCTION TRIM(Traffic-Input-Name)
            " (status " Traffic-Log-Status ")"
        MOVE 8 TO RETURN-CODE
        MOVE 'Y' TO Traffic-EOF-Switch
    END-IF
    .
    ELSE
        DISPLAY "Error: could not open traffic-report.txt (status "
            Traffic-Report-Status ")"
        MOVE 8 TO RETURN-CODE
    END-IF
    .

