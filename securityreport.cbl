        ELSE
            DISPLAY "Error: could not rewrite blocklist.dat (status "
                Blocklist-Status ")"
            MOVE 8 TO RETURN-CODE
        END-IF
    END-IF
    .
    ELSE
        DISPLAY "Error: could not open security-report.txt (status "
            Security-Report-Status ")"
        MOVE 8 TO RETURN-CODE
    END-IF
    .

