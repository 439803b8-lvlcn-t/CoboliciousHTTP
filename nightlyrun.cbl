IDENTIFICATION DIVISION.
PROGRAM-ID. NightlyRun.

*> Nightly batch stream driver. Runs the end-of-day jobs one after
*> another in the order their data depends on:
*>   1 OrdersRecon     the day's intake, before anything moves
*>   2 BillExtract     bills the day's orders
*>   3 OrderArchive    only after billing, so nothing is archived
*>                     before it is billed
*>   4 TrafficReport   the access log
*>   5 SecurityReport  auth.log and reject.log, rewrites blocklist.dat
*> Nothing starts unless the SIMPLEHTTP_MAINT_START/END window is open
*> or maint.flag is on disk - the same test the listener makes before
*> it answers 503 - and the window is checked again before each step,
*> so a stream that runs long stops cleanly instead of grooming
*> orders.dat under a listener that is taking orders again.
*>
*> Each step's start, end, outcome, return code and attempt count go
*> onto nightly-run.ctl, rewritten whole at every change. A step fails
*> when it ends with a non-zero return code (the jobs end with 8 when
*> they could not do their work), and the stream stops there. A rerun
*> reads nightly-run.ctl and picks up at the first step that did not
*> finish, with the stream's own run date, the way billing-extract.ckpt
*> lets BillExtract pick up after its last committed customer; steps
*> that already finished are not repeated. A stream that finished
*> cleanly is not run twice for the same date.
*>
*> NIGHTLYRUN_DATE (YYYYMMDD) starts a stream for another day; by
*> default the stream runs for today. The date is handed on to the
*> dated jobs (ORDERSRECON_DATE, BILLEXTRACT_DATE, SECREPORT_DATE).
*> NIGHTLYRUN_BIN names the directory holding the job programs (the
*> current directory by default). The one-page completion summary for
*> the morning shift goes to nightly-summary.txt and the console.

ENVIRONMENT DIVISION.
CONFIGURATION SECTION.
REPOSITORY.
    FUNCTION ALL INTRINSIC.

INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT RUN-CONTROL-FILE ASSIGN TO "nightly-run.ctl"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS Run-Control-Status.
    SELECT MAINT-FLAG-FILE ASSIGN TO "maint.flag"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS Maint-Flag-Status.
    SELECT SUMMARY-FILE ASSIGN TO "nightly-summary.txt"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS Summary-Status.

DATA DIVISION.
FILE SECTION.
*> One line per step of the stream, in step order
FD  RUN-CONTROL-FILE.
01  Run-Control-Record.
    05 Control-Run-Date             PIC X(08).
    05 FILLER                       PIC X(01).
    05 Control-Step-Number          PIC 9(02).
    05 FILLER                       PIC X(01).
    05 Control-Step-Name            PIC X(16).
    05 FILLER                       PIC X(01).
    05 Control-Outcome              PIC X(08).
    05 FILLER                       PIC X(01).
    05 Control-Start-Date           PIC X(08).
    05 FILLER                       PIC X(01).
    05 Control-Start-Time           PIC X(06).
    05 FILLER                       PIC X(01).
    05 Control-End-Date             PIC X(08).
    05 FILLER                       PIC X(01).
    05 Control-End-Time             PIC X(06).
    05 FILLER                       PIC X(01).
    05 Control-Return-Code          PIC 9(05).
    05 FILLER                       PIC X(01).
    05 Control-Attempts             PIC 9(02).
    05 FILLER                       PIC X(02).

FD  MAINT-FLAG-FILE.
01  Maint-Flag-Record               PIC X(16).

FD  SUMMARY-FILE.
01  Summary-Record                  PIC X(100).

WORKING-STORAGE SECTION.

01 Run-Control-Status               PIC X(02).
01 Maint-Flag-Status                PIC X(02).
01 Summary-Status                   PIC X(02).

01 Current-Timestamp.
    05 Current-Date-Part            PIC X(08).
    05 Current-Time-Part            PIC X(06).
    05 FILLER                       PIC X(07).

01 Config-Date-Text                 PIC X(10).
01 Config-Bin-Text                  PIC X(64).
01 Config-Maint-Start-Text          PIC X(06).
01 Config-Maint-End-Text            PIC X(06).
01 Maint-Window-Start               PIC X(04).
01 Maint-Window-End                 PIC X(04).
01 Maint-Now-HHMM                   PIC X(04).
01 Maint-Active-Switch              PIC X(01).
    88 Maint-Active                 VALUE 'Y'.
01 Maint-Flag-Switch                PIC X(01).
    88 Maint-Flag-Set               VALUE 'Y'.

01 Run-Date-Text                    PIC X(08).
01 Run-Start-Date                   PIC X(08).
01 Run-Start-Time                   PIC X(06).

01 Run-Ready-Switch                 PIC X(01).
    88 Run-Ready                    VALUE 'Y'.
01 Stream-Stopped-Switch            PIC X(01).
    88 Stream-Stopped               VALUE 'Y'.
01 Resuming-Switch                  PIC X(01).
    88 Resuming                     VALUE 'Y'.
01 Already-Complete-Switch          PIC X(01).
    88 Already-Complete             VALUE 'Y'.
01 Control-EOF-Switch               PIC X(01).
    88 Control-EOF                  VALUE 'Y'.
01 Control-Loaded-Switch            PIC X(01).
    88 Control-Loaded               VALUE 'Y'.
01 Control-Written-Switch           PIC X(01).
    88 Control-Written              VALUE 'Y'.

01 Stop-Reason                      PIC X(80).
01 Stop-Step-Index                  PIC S9(4) COMP.
01 Resume-Step-Index                PIC S9(4) COMP.

*> The stream, in dependency order
01 Step-Count                       PIC S9(4) COMP VALUE 5.
01 Step-Table.
    05 Step-Entry OCCURS 5 TIMES.
       10 Step-Name                 PIC X(16).
       10 Step-Program              PIC X(16).
       10 Step-Date-Variable        PIC X(20).
       10 Step-Outcome              PIC X(08).
          88 Step-Pending           VALUE "PENDING".
          88 Step-Running           VALUE "RUNNING".
          88 Step-Finished          VALUE "OK".
          88 Step-Failed            VALUE "FAILED".
       10 Step-Start-Date           PIC X(08).
       10 Step-Start-Time           PIC X(06).
       10 Step-End-Date             PIC X(08).
       10 Step-End-Time             PIC X(06).
       10 Step-Return-Code          PIC 9(05).
       10 Step-Attempts             PIC 9(02).
       10 Step-This-Run             PIC X(01).
01 Step-Index                       PIC S9(4) COMP.
01 Control-Index                    PIC S9(4) COMP.
01 Control-Stream-Date              PIC X(08).

01 Step-Command                     PIC X(200).
01 Step-Result                      PIC S9(9) COMP.
01 Elapsed-Seconds                  PIC S9(9) COMP.
01 Elapsed-Display                  PIC Z(6)9.
01 Return-Code-Display              PIC Z(4)9.
01 Attempts-Display                 PIC Z9.
01 Step-Number-Display              PIC Z9.
01 Finished-Count                   PIC 9(09) COMP.
01 Count-Display                    PIC Z(8)9.
01 Report-Line                      PIC X(100).

PROCEDURE DIVISION.
Main-Nightly-Section.
    PERFORM INITIALIZE-RUN
    IF Run-Ready THEN
        PERFORM RUN-ONE-STEP VARYING Step-Index FROM Resume-Step-Index
            BY 1 UNTIL Step-Index > Step-Count OR Stream-Stopped
        PERFORM WRITE-RUN-SUMMARY
    END-IF
    IF NOT Run-Ready OR Stream-Stopped THEN
        IF NOT Already-Complete THEN
            MOVE 8 TO RETURN-CODE
        END-IF
    END-IF
    STOP RUN
    .

INITIALIZE-RUN.
    MOVE FUNCTION CURRENT-DATE TO Current-Timestamp
    MOVE Current-Date-Part TO Run-Start-Date
    MOVE Current-Time-Part TO Run-Start-Time
    MOVE 'Y' TO Run-Ready-Switch
    MOVE 'N' TO Stream-Stopped-Switch Resuming-Switch
    MOVE 'N' TO Already-Complete-Switch
    MOVE SPACES TO Stop-Reason
    MOVE 0 TO Stop-Step-Index
    MOVE 1 TO Resume-Step-Index
    PERFORM LOAD-STEP-TABLE

    MOVE SPACES TO Config-Bin-Text
    ACCEPT Config-Bin-Text FROM ENVIRONMENT "NIGHTLYRUN_BIN"
    IF Config-Bin-Text = SPACES THEN
        MOVE "." TO Config-Bin-Text
    END-IF

    MOVE SPACES TO Config-Date-Text
    ACCEPT Config-Date-Text FROM ENVIRONMENT "NIGHTLYRUN_DATE"
    MOVE FUNCTION TRIM(Config-Date-Text) TO Config-Date-Text
    IF Config-Date-Text = SPACES THEN
        MOVE Current-Date-Part TO Run-Date-Text
    ELSE
        IF Config-Date-Text(1:8) IS NUMERIC
           AND Config-Date-Text(9:) = SPACES
           AND FUNCTION TEST-DATE-YYYYMMDD
               (FUNCTION NUMVAL(Config-Date-Text(1:8))) = 0 THEN
            MOVE Config-Date-Text(1:8) TO Run-Date-Text
        ELSE
            DISPLAY "Error: NIGHTLYRUN_DATE must be a date YYYYMMDD"
                " - nothing run"
            MOVE 'N' TO Run-Ready-Switch
        END-IF
    END-IF

    IF Run-Ready THEN
        PERFORM READ-RUN-CONTROL
    END-IF
    IF Run-Ready THEN
        PERFORM LOAD-MAINT-WINDOW
        PERFORM CHECK-MAINTENANCE-WINDOW
        IF NOT Maint-Active THEN
            DISPLAY "Error: the maintenance window is not open and"
                " maint.flag is not set - nothing run"
            MOVE 'N' TO Run-Ready-Switch
        END-IF
    END-IF
    IF Run-Ready THEN
        IF Resuming THEN
            MOVE Resume-Step-Index TO Step-Number-Display
            DISPLAY "Resuming the nightly stream for " Run-Date-Text
                " at step " FUNCTION TRIM(Step-Number-Display) " "
                FUNCTION TRIM(Step-Name(Resume-Step-Index))
        ELSE
            DISPLAY "Starting the nightly stream for " Run-Date-Text
        END-IF
    END-IF
    .

LOAD-STEP-TABLE.
    MOVE "OrdersRecon" TO Step-Name(1)
    MOVE "ordersrecon" TO Step-Program(1)
    MOVE "ORDERSRECON_DATE" TO Step-Date-Variable(1)
    MOVE "BillExtract" TO Step-Name(2)
    MOVE "billextract" TO Step-Program(2)
    MOVE "BILLEXTRACT_DATE" TO Step-Date-Variable(2)
    MOVE "OrderArchive" TO Step-Name(3)
    MOVE "orderarchive" TO Step-Program(3)
    MOVE SPACES TO Step-Date-Variable(3)
    MOVE "TrafficReport" TO Step-Name(4)
    MOVE "trafficreport" TO Step-Program(4)
    MOVE SPACES TO Step-Date-Variable(4)
    MOVE "SecurityReport" TO Step-Name(5)
    MOVE "securityreport" TO Step-Program(5)
    MOVE "SECREPORT_DATE" TO Step-Date-Variable(5)
    PERFORM CLEAR-ONE-STEP VARYING Step-Index FROM 1 BY 1
        UNTIL Step-Index > Step-Count
    .

CLEAR-ONE-STEP.
    MOVE "PENDING" TO Step-Outcome(Step-Index)
    MOVE SPACES TO Step-Start-Date(Step-Index) Step-Start-Time(Step-Index)
    MOVE SPACES TO Step-End-Date(Step-Index) Step-End-Time(Step-Index)
    MOVE 0 TO Step-Return-Code(Step-Index) Step-Attempts(Step-Index)
    MOVE 'N' TO Step-This-Run(Step-Index)
    .

READ-RUN-CONTROL.
    *> The last stream's record decides what this run does. Every
    *> step OK for this run's date: the night's work is done. Any step
    *> short of OK (failed, never reached, or RUNNING because the
    *> driver itself was stopped): that stream is resumed, under its
    *> own date, before any new one starts - the same rule BillExtract
    *> applies to an unfinished day. Anything else starts fresh.
    MOVE 'N' TO Control-EOF-Switch Control-Loaded-Switch
    OPEN INPUT RUN-CONTROL-FILE
    EVALUATE Run-Control-Status
        WHEN "00"
            PERFORM LOAD-ONE-CONTROL-LINE UNTIL Control-EOF
            CLOSE RUN-CONTROL-FILE
        WHEN "35"
            *> First stream ever run here
            CONTINUE
        WHEN OTHER
            DISPLAY "Error: could not open nightly-run.ctl (status "
                Run-Control-Status ") - nothing run"
            MOVE 'N' TO Run-Ready-Switch
    END-EVALUATE

    IF Run-Ready AND Control-Loaded THEN
        MOVE 0 TO Resume-Step-Index
        PERFORM FIND-RESUME-STEP VARYING Step-Index FROM 1 BY 1
            UNTIL Step-Index > Step-Count OR Resume-Step-Index > 0
        IF Resume-Step-Index = 0 THEN
            IF Control-Stream-Date = Run-Date-Text THEN
                DISPLAY "Nightly stream for " Run-Date-Text
                    " already complete - nothing to do"
                MOVE 'Y' TO Already-Complete-Switch
                MOVE 'N' TO Run-Ready-Switch
            ELSE
                MOVE 1 TO Resume-Step-Index
                PERFORM CLEAR-ONE-STEP VARYING Step-Index FROM 1 BY 1
                    UNTIL Step-Index > Step-Count
            END-IF
        ELSE
            IF Control-Stream-Date NOT = Run-Date-Text
               AND Config-Date-Text NOT = SPACES THEN
                DISPLAY "Error: the nightly stream for "
                    Control-Stream-Date " never finished"
                DISPLAY "Rerun without NIGHTLYRUN_DATE to finish it,"
                    " or clear nightly-run.ctl deliberately; nothing"
                    " was run"
                MOVE 'N' TO Run-Ready-Switch
            ELSE
                MOVE Control-Stream-Date TO Run-Date-Text
                MOVE 'Y' TO Resuming-Switch
            END-IF
        END-IF
    ELSE
        MOVE 1 TO Resume-Step-Index
    END-IF
    .

LOAD-ONE-CONTROL-LINE.
    *> A line is taken only when its number and name agree with the
    *> step table; anything else in the file is ignored
    READ RUN-CONTROL-FILE
        AT END
            MOVE 'Y' TO Control-EOF-Switch
        NOT AT END
            IF Control-Step-Number IS NUMERIC THEN
                MOVE Control-Step-Number TO Step-Index
                IF Step-Index >= 1 AND Step-Index <= Step-Count THEN
                    IF Control-Step-Name = Step-Name(Step-Index) THEN
                        MOVE 'Y' TO Control-Loaded-Switch
                        MOVE Control-Run-Date TO Control-Stream-Date
                        MOVE Control-Outcome TO Step-Outcome(Step-Index)
                        MOVE Control-Start-Date
                            TO Step-Start-Date(Step-Index)
                        MOVE Control-Start-Time
                            TO Step-Start-Time(Step-Index)
                        MOVE Control-End-Date TO Step-End-Date(Step-Index)
                        MOVE Control-End-Time TO Step-End-Time(Step-Index)
                        IF Control-Return-Code IS NUMERIC THEN
                            MOVE Control-Return-Code
                                TO Step-Return-Code(Step-Index)
                        END-IF
                        IF Control-Attempts IS NUMERIC THEN
                            MOVE Control-Attempts
                                TO Step-Attempts(Step-Index)
                        END-IF
                    END-IF
                END-IF
            END-IF
    END-READ
    .

FIND-RESUME-STEP.
    IF NOT Step-Finished(Step-Index) THEN
        MOVE Step-Index TO Resume-Step-Index
    END-IF
    .

LOAD-MAINT-WINDOW.
    *> Same settings and the same validation the listener applies in
    *> LOAD-SERVER-CONFIG; an unusable window leaves only maint.flag
    MOVE SPACES TO Maint-Window-Start Maint-Window-End
    MOVE SPACES TO Config-Maint-Start-Text Config-Maint-End-Text
    ACCEPT Config-Maint-Start-Text FROM ENVIRONMENT "SIMPLEHTTP_MAINT_START"
    ACCEPT Config-Maint-End-Text FROM ENVIRONMENT "SIMPLEHTTP_MAINT_END"
    IF FUNCTION LENGTH(FUNCTION TRIM(Config-Maint-Start-Text)) = 4
       AND FUNCTION LENGTH(FUNCTION TRIM(Config-Maint-End-Text)) = 4 THEN
        MOVE FUNCTION TRIM(Config-Maint-Start-Text) TO Maint-Window-Start
        MOVE FUNCTION TRIM(Config-Maint-End-Text) TO Maint-Window-End
    END-IF
    IF Maint-Window-Start IS NUMERIC
       AND Maint-Window-End IS NUMERIC
       AND Maint-Window-Start < "2400"
       AND Maint-Window-End < "2400"
       AND Maint-Window-Start NOT = Maint-Window-End THEN
        CONTINUE
    ELSE
        MOVE SPACES TO Maint-Window-Start Maint-Window-End
    END-IF
    .

CHECK-MAINTENANCE-WINDOW.
    *> Open when the flag file is on disk or the clock is inside the
    *> configured daily window; a window that crosses midnight (start
    *> later than end) is handled as the two half-days it is
    MOVE 'N' TO Maint-Active-Switch Maint-Flag-Switch
    OPEN INPUT MAINT-FLAG-FILE
    IF Maint-Flag-Status = "00" THEN
        CLOSE MAINT-FLAG-FILE
        MOVE 'Y' TO Maint-Active-Switch Maint-Flag-Switch
    END-IF
    IF NOT Maint-Active
       AND Maint-Window-Start NOT = SPACES
       AND Maint-Window-End NOT = SPACES THEN
        MOVE FUNCTION CURRENT-DATE TO Current-Timestamp
        MOVE Current-Time-Part(1 : 4) TO Maint-Now-HHMM
        IF Maint-Window-Start < Maint-Window-End THEN
            IF Maint-Now-HHMM NOT < Maint-Window-Start
               AND Maint-Now-HHMM < Maint-Window-End THEN
                MOVE 'Y' TO Maint-Active-Switch
            END-IF
        ELSE
            IF Maint-Now-HHMM NOT < Maint-Window-Start
               OR Maint-Now-HHMM < Maint-Window-End THEN
                MOVE 'Y' TO Maint-Active-Switch
            END-IF
        END-IF
    END-IF
    .

RUN-ONE-STEP.
    *> A step that finished on an earlier attempt is not repeated
    IF NOT Step-Finished(Step-Index) THEN
        PERFORM CHECK-MAINTENANCE-WINDOW
        IF NOT Maint-Active THEN
            MOVE Step-Index TO Stop-Step-Index
            MOVE "maintenance window closed before the step started"
                TO Stop-Reason
            MOVE 'Y' TO Stream-Stopped-Switch
        ELSE
            PERFORM START-STEP
        END-IF
    END-IF
    .

START-STEP.
    *> RUNNING goes on the control file before the job starts, so a
    *> driver that dies mid-step still leaves the step to be rerun;
    *> if that can't be recorded the job is not started at all
    MOVE FUNCTION CURRENT-DATE TO Current-Timestamp
    MOVE "RUNNING" TO Step-Outcome(Step-Index)
    MOVE Current-Date-Part TO Step-Start-Date(Step-Index)
    MOVE Current-Time-Part TO Step-Start-Time(Step-Index)
    MOVE SPACES TO Step-End-Date(Step-Index) Step-End-Time(Step-Index)
    MOVE 0 TO Step-Return-Code(Step-Index)
    IF Step-Attempts(Step-Index) < 99 THEN
        ADD 1 TO Step-Attempts(Step-Index)
    END-IF
    MOVE 'Y' TO Step-This-Run(Step-Index)
    PERFORM WRITE-RUN-CONTROL
    IF NOT Control-Written THEN
        MOVE "PENDING" TO Step-Outcome(Step-Index)
        MOVE Step-Index TO Stop-Step-Index
        MOVE "nightly-run.ctl could not be written" TO Stop-Reason
        MOVE 'Y' TO Stream-Stopped-Switch
    ELSE
        PERFORM BUILD-STEP-COMMAND
        MOVE Step-Index TO Step-Number-Display
        DISPLAY "Step " FUNCTION TRIM(Step-Number-Display) " "
            FUNCTION TRIM(Step-Name(Step-Index)) " started "
            Current-Date-Part " " Current-Time-Part
        CALL "SYSTEM" USING Step-Command
            RETURNING Step-Result
        END-CALL
        PERFORM FINISH-STEP
    END-IF
    .

BUILD-STEP-COMMAND.
    *> The dated jobs get the stream's own date, so a stream resumed
    *> after midnight still works the day it started on
    MOVE SPACES TO Step-Command
    IF Step-Date-Variable(Step-Index) NOT = SPACES THEN
        STRING FUNCTION TRIM(Step-Date-Variable(Step-Index)) "="
               Run-Date-Text " "
               FUNCTION TRIM(Config-Bin-Text) "/"
               FUNCTION TRIM(Step-Program(Step-Index))
            DELIMITED BY SIZE INTO Step-Command
    ELSE
        STRING FUNCTION TRIM(Config-Bin-Text) "/"
               FUNCTION TRIM(Step-Program(Step-Index))
            DELIMITED BY SIZE INTO Step-Command
    END-IF
    .

FINISH-STEP.
    MOVE FUNCTION CURRENT-DATE TO Current-Timestamp
    MOVE Current-Date-Part TO Step-End-Date(Step-Index)
    MOVE Current-Time-Part TO Step-End-Time(Step-Index)
    *> The shell hands back a wait status, with the job's own exit
    *> code in its high byte
    IF Step-Result > 255 THEN
        DIVIDE Step-Result BY 256 GIVING Step-Result
    END-IF
    IF Step-Result < 0 THEN
        MOVE 99999 TO Step-Return-Code(Step-Index)
    ELSE
        IF Step-Result > 99999 THEN
            MOVE 99999 TO Step-Return-Code(Step-Index)
        ELSE
            MOVE Step-Result TO Step-Return-Code(Step-Index)
        END-IF
    END-IF
    IF Step-Result = 0 THEN
        MOVE "OK" TO Step-Outcome(Step-Index)
    ELSE
        MOVE "FAILED" TO Step-Outcome(Step-Index)
        MOVE Step-Index TO Stop-Step-Index
        MOVE Step-Return-Code(Step-Index) TO Return-Code-Display
        MOVE SPACES TO Stop-Reason
        STRING "step ended with return code "
               FUNCTION TRIM(Return-Code-Display)
            DELIMITED BY SIZE INTO Stop-Reason
        MOVE 'Y' TO Stream-Stopped-Switch
    END-IF
    MOVE Step-Index TO Step-Number-Display
    DISPLAY "Step " FUNCTION TRIM(Step-Number-Display) " "
        FUNCTION TRIM(Step-Name(Step-Index)) " ended "
        Current-Date-Part " " Current-Time-Part " "
        FUNCTION TRIM(Step-Outcome(Step-Index))
    PERFORM WRITE-RUN-CONTROL
    IF NOT Control-Written AND NOT Stream-Stopped THEN
        *> The step's work is done but the record doesn't say so;
        *> stopping here means a rerun repeats just this one step
        MOVE Step-Index TO Stop-Step-Index
        MOVE "nightly-run.ctl could not be written" TO Stop-Reason
        MOVE 'Y' TO Stream-Stopped-Switch
    END-IF
    .

WRITE-RUN-CONTROL.
    MOVE 'N' TO Control-Written-Switch
    OPEN OUTPUT RUN-CONTROL-FILE
    IF Run-Control-Status = "00" THEN
        PERFORM WRITE-ONE-CONTROL-LINE
            VARYING Control-Index FROM 1 BY 1
            UNTIL Control-Index > Step-Count
        CLOSE RUN-CONTROL-FILE
        MOVE 'Y' TO Control-Written-Switch
    ELSE
        DISPLAY "Error: could not write nightly-run.ctl (status "
            Run-Control-Status ")"
    END-IF
    .

WRITE-ONE-CONTROL-LINE.
    MOVE SPACES TO Run-Control-Record
    MOVE Run-Date-Text TO Control-Run-Date
    MOVE Control-Index TO Control-Step-Number
    MOVE Step-Name(Control-Index) TO Control-Step-Name
    MOVE Step-Outcome(Control-Index) TO Control-Outcome
    MOVE Step-Start-Date(Control-Index) TO Control-Start-Date
    MOVE Step-Start-Time(Control-Index) TO Control-Start-Time
    MOVE Step-End-Date(Control-Index) TO Control-End-Date
    MOVE Step-End-Time(Control-Index) TO Control-End-Time
    MOVE Step-Return-Code(Control-Index) TO Control-Return-Code
    MOVE Step-Attempts(Control-Index) TO Control-Attempts
    WRITE Run-Control-Record
    .

WRITE-RUN-SUMMARY.
    *> One page for the morning shift: what ran, how it ended, and
    *> what to do next; every line also goes to the console
    OPEN OUTPUT SUMMARY-FILE
    IF Summary-Status NOT = "00" THEN
        DISPLAY "Error: could not open nightly-summary.txt (status "
            Summary-Status ") - summary on the console only"
    END-IF
    MOVE FUNCTION CURRENT-DATE TO Current-Timestamp

    MOVE SPACES TO Report-Line
    STRING "Nightly batch summary - stream for " Run-Date-Text
        DELIMITED BY SIZE INTO Report-Line
    PERFORM WRITE-SUMMARY-LINE
    MOVE SPACES TO Report-Line
    STRING "This run " Run-Start-Date " " Run-Start-Time " to "
           Current-Date-Part " " Current-Time-Part
        DELIMITED BY SIZE INTO Report-Line
    IF Resuming THEN
        STRING FUNCTION TRIM(Report-Line) ", resumed at step "
               FUNCTION TRIM(Step-Name(Resume-Step-Index))
            DELIMITED BY SIZE INTO Report-Line
    END-IF
    PERFORM WRITE-SUMMARY-LINE
    MOVE SPACES TO Report-Line
    IF Maint-Flag-Set THEN
        MOVE "Maintenance: maint.flag set" TO Report-Line
    ELSE
        STRING "Maintenance: window " Maint-Window-Start "-"
               Maint-Window-End
            DELIMITED BY SIZE INTO Report-Line
    END-IF
    PERFORM WRITE-SUMMARY-LINE
    MOVE SPACES TO Report-Line
    PERFORM WRITE-SUMMARY-LINE

    MOVE SPACES TO Report-Line
    MOVE "Step" TO Report-Line(1:4)
    MOVE "Job" TO Report-Line(6:3)
    MOVE "Outcome" TO Report-Line(23:7)
    MOVE "Started" TO Report-Line(32:7)
    MOVE "Ended" TO Report-Line(49:5)
    MOVE "Seconds" TO Report-Line(69:7)
    MOVE "RC" TO Report-Line(79:2)
    MOVE "Tries" TO Report-Line(82:5)
    PERFORM WRITE-SUMMARY-LINE
    MOVE 0 TO Finished-Count
    PERFORM WRITE-STEP-SUMMARY-LINE VARYING Step-Index FROM 1 BY 1
        UNTIL Step-Index > Step-Count
    MOVE SPACES TO Report-Line
    PERFORM WRITE-SUMMARY-LINE

    MOVE SPACES TO Report-Line
    IF Stream-Stopped THEN
        MOVE Stop-Step-Index TO Step-Number-Display
        STRING "STREAM STOPPED at step "
               FUNCTION TRIM(Step-Number-Display) " "
               FUNCTION TRIM(Step-Name(Stop-Step-Index)) ": "
               FUNCTION TRIM(Stop-Reason)
            DELIMITED BY SIZE INTO Report-Line
        PERFORM WRITE-SUMMARY-LINE
        MOVE SPACES TO Report-Line
        STRING "Steps after it were not run. Clear the cause and"
               " rerun NightlyRun - it resumes at "
               FUNCTION TRIM(Step-Name(Stop-Step-Index)) "."
            DELIMITED BY SIZE INTO Report-Line
        PERFORM WRITE-SUMMARY-LINE
    ELSE
        MOVE Finished-Count TO Count-Display
        STRING "STREAM COMPLETE - " FUNCTION TRIM(Count-Display)
               " step(s) finished"
            DELIMITED BY SIZE INTO Report-Line
        PERFORM WRITE-SUMMARY-LINE
    END-IF
    MOVE SPACES TO Report-Line
    PERFORM WRITE-SUMMARY-LINE
    MOVE "Job output: orders-recon.txt, billing-extract.txt,"
        TO Report-Line
    PERFORM WRITE-SUMMARY-LINE
    MOVE "            orders-archives.dat, traffic-report.txt,"
        TO Report-Line
    PERFORM WRITE-SUMMARY-LINE
    MOVE "            security-report.txt" TO Report-Line
    PERFORM WRITE-SUMMARY-LINE
    IF Summary-Status = "00" THEN
        CLOSE SUMMARY-FILE
    END-IF
    .

WRITE-STEP-SUMMARY-LINE.
    IF Step-Finished(Step-Index) THEN
        ADD 1 TO Finished-Count
    END-IF
    MOVE SPACES TO Report-Line
    MOVE Step-Index TO Step-Number-Display
    MOVE Step-Number-Display TO Report-Line(1:2)
    MOVE Step-Name(Step-Index) TO Report-Line(6:16)
    MOVE Step-Outcome(Step-Index) TO Report-Line(23:8)
    IF Step-Start-Date(Step-Index) NOT = SPACES THEN
        MOVE Step-Start-Date(Step-Index) TO Report-Line(32:8)
        MOVE Step-Start-Time(Step-Index) TO Report-Line(41:6)
    END-IF
    IF Step-End-Date(Step-Index) NOT = SPACES THEN
        MOVE Step-End-Date(Step-Index) TO Report-Line(49:8)
        MOVE Step-End-Time(Step-Index) TO Report-Line(58:6)
        PERFORM COMPUTE-STEP-ELAPSED
        MOVE Elapsed-Display TO Report-Line(69:7)
        MOVE Step-Return-Code(Step-Index) TO Return-Code-Display
        MOVE Return-Code-Display TO Report-Line(76:5)
    END-IF
    MOVE Step-Attempts(Step-Index) TO Attempts-Display
    MOVE Attempts-Display TO Report-Line(84:2)
    IF Step-Finished(Step-Index) AND Step-This-Run(Step-Index) = 'N' THEN
        MOVE "(earlier run)" TO Report-Line(88:13)
    END-IF
    PERFORM WRITE-SUMMARY-LINE
    .

COMPUTE-STEP-ELAPSED.
    MOVE 0 TO Elapsed-Seconds
    IF Step-Start-Date(Step-Index) IS NUMERIC
       AND Step-End-Date(Step-Index) IS NUMERIC
       AND Step-Start-Time(Step-Index) IS NUMERIC
       AND Step-End-Time(Step-Index) IS NUMERIC THEN
        COMPUTE Elapsed-Seconds =
            (FUNCTION INTEGER-OF-DATE
                (FUNCTION NUMVAL(Step-End-Date(Step-Index)))
             - FUNCTION INTEGER-OF-DATE
                (FUNCTION NUMVAL(Step-Start-Date(Step-Index)))) * 86400
            + FUNCTION NUMVAL(Step-End-Time(Step-Index)(1:2)) * 3600
            + FUNCTION NUMVAL(Step-End-Time(Step-Index)(3:2)) * 60
            + FUNCTION NUMVAL(Step-End-Time(Step-Index)(5:2))
            - FUNCTION NUMVAL(Step-Start-Time(Step-Index)(1:2)) * 3600
            - FUNCTION NUMVAL(Step-Start-Time(Step-Index)(3:2)) * 60
            - FUNCTION NUMVAL(Step-Start-Time(Step-Index)(5:2))
        IF Elapsed-Seconds < 0 THEN
            MOVE 0 TO Elapsed-Seconds
        END-IF
    END-IF
    MOVE Elapsed-Seconds TO Elapsed-Display
    .

WRITE-SUMMARY-LINE.
    DISPLAY FUNCTION TRIM(Report-Line TRAILING)
    IF Summary-Status = "00" THEN
        WRITE Summary-Record FROM Report-Line
    END-IF
    .
