>>SOURCE FORMAT FREE
*> Batch window performance and reliability report over the run
*> ledger BatchRunner appends to every night, src/Nightly-Ledger.txt
*> (DATE|STEP|COMMAND|START|END|OUTCOME). For each scheduled step:
*>   - its run time tonight against its average and worst case over
*>     the 30 nights before, flagged when it ran more than 50% over
*>     its average,
*>   - its failures and restarts (re-runs after a failure) over the
*>     last 31 nights, tonight included,
*> then the total window length per night (first step start to last
*> step end) for the same nights, oldest first, as a trend with the
*> change from the night before. Steps are matched by their command,
*> not their step number, so reordering the schedule keeps history.
*> A night is keyed by the date the step started, less 12 hours, so a
*> window that runs past midnight stays one night; "tonight" is the
*> latest night in the ledger. SKIPPED rows (steps a resumed run did
*> not repeat) take no time and are not counted. Run on demand once
*> the window has finished; read-only, the report goes to
*> src/BatchWindow-Report.txt.
IDENTIFICATION DIVISION.
PROGRAM-ID. BatchWindowReport.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
*> Same physical file src/BatchRunner.cob appends to.
    SELECT LEDGER ASSIGN TO "src/Nightly-Ledger.txt"
        ORGANIZATION IS LINE SEQUENTIAL
        ACCESS MODE IS SEQUENTIAL
        FILE STATUS IS LEDGER-FILE-STATUS.

    SELECT REPORT-OUT ASSIGN TO "src/BatchWindow-Report.txt"
        ORGANIZATION IS LINE SEQUENTIAL
        ACCESS MODE IS SEQUENTIAL
        FILE STATUS IS REPORT-FILE-STATUS.

DATA DIVISION.
FILE SECTION.
FD LEDGER.
01 LEDGER-LINE PIC X(200).

FD REPORT-OUT.
01 REPORT-LINE PIC X(200).

WORKING-STORAGE SECTION.
01 LEDGER-FILE-STATUS PIC XX.
01 REPORT-FILE-STATUS PIC XX.

01 WS-EOF PIC A(1) VALUE 'N'.

*> Parsed view of one ledger row
01 LG-FIELDS.
    05 LG-DATE    PIC X(8).
    05 LG-STEP    PIC X(6).
    05 LG-COMMAND PIC X(120).
    05 LG-START   PIC X(14).
    05 LG-END     PIC X(14).
    05 LG-OUTCOME PIC X(40).

*> Nights covered: tonight plus the 30 before it
01 WS-HISTORY-NIGHTS PIC 9(2) VALUE 30.
01 WS-OVER-PCT       PIC 9(3) VALUE 50.

01 WS-TS          PIC X(14).
01 WS-TS-SECS     PIC 9(12) VALUE 0.
01 WS-START-SECS  PIC 9(12) VALUE 0.
01 WS-END-SECS    PIC 9(12) VALUE 0.
01 WS-DUR         PIC 9(7) VALUE 0.
01 WS-NIGHT       PIC 9(7) VALUE 0.
01 WS-TONIGHT     PIC 9(7) VALUE 0.
01 WS-NI          PIC 9(2) VALUE 0.
01 WS-ROW-OK      PIC A(1) VALUE 'N'.
01 WS-ROWS-READ   PIC 9(6) VALUE 0.
01 WS-ROWS-BAD    PIC 9(6) VALUE 0.

*> One entry per distinct step command, in first-seen order, with
*> its time and attempts for each of the 31 nights (1 = tonight).
01 WS-ST-COUNT PIC 9(3) VALUE 0.
01 WS-ST-TABLE.
    05 WS-ST OCCURS 60.
       10 WS-ST-COMMAND  PIC X(120).
       10 WS-ST-FAILS    PIC 9(4).
       10 WS-ST-RESTARTS PIC 9(4).
       10 WS-ST-NIGHT OCCURS 31.
          15 WS-SN-SECS PIC 9(7).
          15 WS-SN-ATT  PIC 9(3).
01 WS-ST-I     PIC 9(3) VALUE 0.
01 WS-ST-HIT   PIC 9(3) VALUE 0.
01 WS-CAP-HIT  PIC A(1) VALUE 'N'.

*> Per-night window totals (1 = tonight)
01 WS-NT-TABLE.
    05 WS-NT OCCURS 31.
       10 WS-NT-ROWS     PIC 9(4).
       10 WS-NT-FIRST    PIC 9(12).
       10 WS-NT-LAST     PIC 9(12).
       10 WS-NT-BUSY     PIC 9(7).
       10 WS-NT-FAILS    PIC 9(4).
       10 WS-NT-RESTARTS PIC 9(4).

*> Step statistics
01 WS-TONIGHT-SECS PIC 9(7) VALUE 0.
01 WS-PRIOR-SUM    PIC 9(9) VALUE 0.
01 WS-PRIOR-NIGHTS PIC 9(3) VALUE 0.
01 WS-AVG-SECS     PIC 9(7) VALUE 0.
01 WS-WORST-SECS   PIC 9(7) VALUE 0.
01 WS-OVER         PIC A(1) VALUE 'N'.
01 WS-N-OVER       PIC 9(3) VALUE 0.
01 WS-OVER-LIST.
    05 WS-OVER-CMD OCCURS 60 PIC X(40).

*> Night trend
01 WS-WINDOW-SECS  PIC 9(7) VALUE 0.
01 WS-PREV-WINDOW  PIC 9(7) VALUE 0.
01 WS-HAVE-PREV    PIC A(1) VALUE 'N'.
01 WS-DELTA        PIC S9(7) VALUE 0.
01 WS-NIGHT-DATE   PIC 9(8).
01 WS-N-NIGHTS     PIC 9(3) VALUE 0.

*> Duration formatting
01 WS-FMT-SECS  PIC 9(7) VALUE 0.
01 WS-FMT-HH    PIC 9(2).
01 WS-FMT-MM    PIC 9(2).
01 WS-FMT-SS    PIC 9(2).
01 WS-FMT-TEXT  PIC X(9).
01 WS-COL-TONIGHT PIC X(9).
01 WS-COL-AVG     PIC X(9).
01 WS-COL-WORST   PIC X(9).
01 WS-COL-BUSY    PIC X(9).
01 WS-COL-DELTA   PIC X(10).
01 WS-COL-CMD     PIC X(34).
01 WS-COL-FLAG    PIC X(30).
01 WS-COL-FAILS   PIC ZZZ9.
01 WS-COL-RESTART PIC ZZZ9.

01 WS-COUNT-DISPLAY PIC ZZZ,ZZ9.

PROCEDURE DIVISION.
0000-MAINLINE.
    OPEN OUTPUT REPORT-OUT

    MOVE "===== InCollege Batch Window Performance Report =====" TO REPORT-LINE
    PERFORM SHOW

    PERFORM 1000-FIND-TONIGHT
    IF WS-TONIGHT = 0
        MOVE "No usable rows in the run ledger (src/Nightly-Ledger.txt); nothing to report." TO REPORT-LINE
        PERFORM SHOW
        CLOSE REPORT-OUT
        STOP RUN
    END-IF

    PERFORM 2000-TALLY-LEDGER
    IF WS-CAP-HIT = 'Y'
        MOVE "WARNING: more distinct steps than this program's tables hold -- some were not counted." TO REPORT-LINE
        PERFORM SHOW
    END-IF

    PERFORM 3000-STEP-SECTION
    PERFORM 4000-NIGHT-TREND

    MOVE " " TO REPORT-LINE
    PERFORM SHOW
    MOVE WS-ROWS-READ TO WS-COUNT-DISPLAY
    MOVE SPACES TO REPORT-LINE
    STRING "Ledger rows read:      " DELIMITED BY SIZE
           WS-COUNT-DISPLAY DELIMITED BY SIZE
           INTO REPORT-LINE
    END-STRING
    PERFORM SHOW
    IF WS-ROWS-BAD > 0
        MOVE WS-ROWS-BAD TO WS-COUNT-DISPLAY
        MOVE SPACES TO REPORT-LINE
        STRING "Rows with bad times:   " DELIMITED BY SIZE
               WS-COUNT-DISPLAY DELIMITED BY SIZE
               "  (not counted)" DELIMITED BY SIZE
               INTO REPORT-LINE
        END-STRING
        PERFORM SHOW
    END-IF

    CLOSE REPORT-OUT
    STOP RUN.

SHOW.
    DISPLAY REPORT-LINE
    WRITE REPORT-LINE.

*> Splits LEDGER-LINE and turns its START/END into seconds and its
*> night; WS-ROW-OK = 'N' when the times do not parse.
0100-PARSE-ROW.
    MOVE 'N' TO WS-ROW-OK
    MOVE SPACES TO LG-FIELDS
    UNSTRING LEDGER-LINE DELIMITED BY "|"
        INTO LG-DATE LG-STEP LG-COMMAND LG-START LG-END LG-OUTCOME
    END-UNSTRING
    IF LG-START IS NOT NUMERIC OR LG-END IS NOT NUMERIC
        EXIT PARAGRAPH
    END-IF
    IF LG-START(1:8) < "16010101" OR LG-END(1:8) < "16010101"
        EXIT PARAGRAPH
    END-IF
    MOVE LG-START TO WS-TS
    PERFORM 0110-TS-TO-SECONDS
    MOVE WS-TS-SECS TO WS-START-SECS
    MOVE LG-END TO WS-TS
    PERFORM 0110-TS-TO-SECONDS
    MOVE WS-TS-SECS TO WS-END-SECS
    IF WS-END-SECS >= WS-START-SECS
        COMPUTE WS-DUR = WS-END-SECS - WS-START-SECS
    ELSE
        MOVE 0 TO WS-DUR
    END-IF
    COMPUTE WS-NIGHT = (WS-START-SECS - 43200) / 86400
    MOVE 'Y' TO WS-ROW-OK.

0110-TS-TO-SECONDS.
    COMPUTE WS-TS-SECS =
        FUNCTION INTEGER-OF-DATE(FUNCTION NUMVAL(WS-TS(1:8))) * 86400
        + FUNCTION NUMVAL(WS-TS(9:2)) * 3600
        + FUNCTION NUMVAL(WS-TS(11:2)) * 60
        + FUNCTION NUMVAL(WS-TS(13:2)).

*> WS-FMT-SECS -> WS-FMT-TEXT as HH:MM:SS.
0200-FORMAT-DURATION.
    COMPUTE WS-FMT-HH = WS-FMT-SECS / 3600
    COMPUTE WS-FMT-MM = FUNCTION MOD(WS-FMT-SECS, 3600) / 60
    COMPUTE WS-FMT-SS = FUNCTION MOD(WS-FMT-SECS, 60)
    MOVE SPACES TO WS-FMT-TEXT
    STRING WS-FMT-HH DELIMITED BY SIZE
           ":" DELIMITED BY SIZE
           WS-FMT-MM DELIMITED BY SIZE
           ":" DELIMITED BY SIZE
           WS-FMT-SS DELIMITED BY SIZE
           INTO WS-FMT-TEXT
    END-STRING.

*> Tonight is the latest night any step started in.
1000-FIND-TONIGHT.
    MOVE 0 TO WS-TONIGHT
    OPEN INPUT LEDGER
    IF LEDGER-FILE-STATUS NOT = "00"
        EXIT PARAGRAPH
    END-IF
    MOVE 'N' TO WS-EOF
    PERFORM UNTIL WS-EOF = 'Y'
        READ LEDGER INTO LEDGER-LINE
            AT END MOVE 'Y' TO WS-EOF
            NOT AT END
                PERFORM 0100-PARSE-ROW
                IF WS-ROW-OK = 'Y' AND WS-NIGHT > WS-TONIGHT
                    MOVE WS-NIGHT TO WS-TONIGHT
                END-IF
        END-READ
    END-PERFORM
    CLOSE LEDGER.

2000-TALLY-LEDGER.
    INITIALIZE WS-NT-TABLE
    OPEN INPUT LEDGER
    IF LEDGER-FILE-STATUS NOT = "00"
        EXIT PARAGRAPH
    END-IF
    MOVE 'N' TO WS-EOF
    PERFORM UNTIL WS-EOF = 'Y'
        READ LEDGER INTO LEDGER-LINE
            AT END MOVE 'Y' TO WS-EOF
            NOT AT END
                IF LEDGER-LINE NOT = SPACES
                    ADD 1 TO WS-ROWS-READ
                    PERFORM 0100-PARSE-ROW
                    IF WS-ROW-OK = 'N'
                        ADD 1 TO WS-ROWS-BAD
                    ELSE
                        IF WS-TONIGHT - WS-NIGHT <= WS-HISTORY-NIGHTS
                           AND LG-OUTCOME(1:7) NOT = "SKIPPED"
                            COMPUTE WS-NI = WS-TONIGHT - WS-NIGHT + 1
                            PERFORM 2100-TALLY-ONE-ROW
                        END-IF
                    END-IF
                END-IF
        END-READ
    END-PERFORM
    CLOSE LEDGER

    *> A step attempted more than once in a night was restarted after
    *> a failure (the runner resumes at the failed step).
    PERFORM VARYING WS-ST-I FROM 1 BY 1 UNTIL WS-ST-I > WS-ST-COUNT
        PERFORM VARYING WS-NI FROM 1 BY 1 UNTIL WS-NI > 31
            IF WS-SN-ATT(WS-ST-I, WS-NI) > 1
                COMPUTE WS-ST-RESTARTS(WS-ST-I) =
                    WS-ST-RESTARTS(WS-ST-I) + WS-SN-ATT(WS-ST-I, WS-NI) - 1
                COMPUTE WS-NT-RESTARTS(WS-NI) =
                    WS-NT-RESTARTS(WS-NI) + WS-SN-ATT(WS-ST-I, WS-NI) - 1
            END-IF
        END-PERFORM
    END-PERFORM.

2100-TALLY-ONE-ROW.
    MOVE 0 TO WS-ST-HIT
    PERFORM VARYING WS-ST-I FROM 1 BY 1
        UNTIL WS-ST-I > WS-ST-COUNT OR WS-ST-HIT > 0
        IF WS-ST-COMMAND(WS-ST-I) = FUNCTION TRIM(LG-COMMAND)
            MOVE WS-ST-I TO WS-ST-HIT
        END-IF
    END-PERFORM
    IF WS-ST-HIT = 0
        IF WS-ST-COUNT >= 60
            MOVE 'Y' TO WS-CAP-HIT
            EXIT PARAGRAPH
        END-IF
        ADD 1 TO WS-ST-COUNT
        MOVE WS-ST-COUNT TO WS-ST-HIT
        INITIALIZE WS-ST(WS-ST-HIT)
        MOVE FUNCTION TRIM(LG-COMMAND) TO WS-ST-COMMAND(WS-ST-HIT)
    END-IF

    ADD WS-DUR TO WS-SN-SECS(WS-ST-HIT, WS-NI)
    ADD 1 TO WS-SN-ATT(WS-ST-HIT, WS-NI)
    IF LG-OUTCOME(1:6) = "FAILED"
        ADD 1 TO WS-ST-FAILS(WS-ST-HIT)
        ADD 1 TO WS-NT-FAILS(WS-NI)
    END-IF

    IF WS-NT-ROWS(WS-NI) = 0 OR WS-START-SECS < WS-NT-FIRST(WS-NI)
        MOVE WS-START-SECS TO WS-NT-FIRST(WS-NI)
    END-IF
    IF WS-END-SECS > WS-NT-LAST(WS-NI)
        MOVE WS-END-SECS TO WS-NT-LAST(WS-NI)
    END-IF
    ADD 1 TO WS-NT-ROWS(WS-NI)
    ADD WS-DUR TO WS-NT-BUSY(WS-NI).

3000-STEP-SECTION.
    COMPUTE WS-NIGHT-DATE = FUNCTION DATE-OF-INTEGER(WS-TONIGHT)
    MOVE " " TO REPORT-LINE
    PERFORM SHOW
    MOVE SPACES TO REPORT-LINE
    STRING "Tonight: the window that started " DELIMITED BY SIZE
           WS-NIGHT-DATE DELIMITED BY SIZE
           " -- average and worst are over the 30 nights before" DELIMITED BY SIZE
           INTO REPORT-LINE
    END-STRING
    PERFORM SHOW
    MOVE " " TO REPORT-LINE
    PERFORM SHOW
    MOVE "STEP                                TONIGHT   30-AVG    WORST    FAILS RESTARTS" TO REPORT-LINE
    PERFORM SHOW

    PERFORM VARYING WS-ST-I FROM 1 BY 1 UNTIL WS-ST-I > WS-ST-COUNT
        PERFORM 3100-REPORT-ONE-STEP
    END-PERFORM

    MOVE " " TO REPORT-LINE
    PERFORM SHOW
    IF WS-N-OVER = 0
        MOVE "No step ran more than 50% over its average tonight." TO REPORT-LINE
        PERFORM SHOW
    ELSE
        MOVE WS-N-OVER TO WS-COUNT-DISPLAY
        MOVE SPACES TO REPORT-LINE
        STRING "Steps more than 50% over their average tonight: " DELIMITED BY SIZE
               FUNCTION TRIM(WS-COUNT-DISPLAY) DELIMITED BY SIZE
               INTO REPORT-LINE
        END-STRING
        PERFORM SHOW
        PERFORM VARYING WS-ST-I FROM 1 BY 1 UNTIL WS-ST-I > WS-N-OVER
            MOVE SPACES TO REPORT-LINE
            STRING "    " DELIMITED BY SIZE
                   WS-OVER-CMD(WS-ST-I) DELIMITED BY SIZE
                   INTO REPORT-LINE
            END-STRING
            PERFORM SHOW
        END-PERFORM
    END-IF.

3100-REPORT-ONE-STEP.
    MOVE WS-SN-SECS(WS-ST-I, 1) TO WS-TONIGHT-SECS
    MOVE 0 TO WS-PRIOR-SUM
    MOVE 0 TO WS-PRIOR-NIGHTS
    MOVE 0 TO WS-WORST-SECS
    PERFORM VARYING WS-NI FROM 2 BY 1 UNTIL WS-NI > 31
        IF WS-SN-ATT(WS-ST-I, WS-NI) > 0
            ADD WS-SN-SECS(WS-ST-I, WS-NI) TO WS-PRIOR-SUM
            ADD 1 TO WS-PRIOR-NIGHTS
            IF WS-SN-SECS(WS-ST-I, WS-NI) > WS-WORST-SECS
                MOVE WS-SN-SECS(WS-ST-I, WS-NI) TO WS-WORST-SECS
            END-IF
        END-IF
    END-PERFORM

    MOVE SPACES TO WS-COL-FLAG
    MOVE 'N' TO WS-OVER
    IF WS-SN-ATT(WS-ST-I, 1) = 0
        MOVE "not run" TO WS-COL-TONIGHT
    ELSE
        MOVE WS-TONIGHT-SECS TO WS-FMT-SECS
        PERFORM 0200-FORMAT-DURATION
        MOVE WS-FMT-TEXT TO WS-COL-TONIGHT
    END-IF
    IF WS-PRIOR-NIGHTS = 0
        MOVE "no hist" TO WS-COL-AVG
        MOVE "-" TO WS-COL-WORST
    ELSE
        COMPUTE WS-AVG-SECS ROUNDED = WS-PRIOR-SUM / WS-PRIOR-NIGHTS
        MOVE WS-AVG-SECS TO WS-FMT-SECS
        PERFORM 0200-FORMAT-DURATION
        MOVE WS-FMT-TEXT TO WS-COL-AVG
        MOVE WS-WORST-SECS TO WS-FMT-SECS
        PERFORM 0200-FORMAT-DURATION
        MOVE WS-FMT-TEXT TO WS-COL-WORST
        IF WS-SN-ATT(WS-ST-I, 1) > 0
           AND WS-TONIGHT-SECS * 100 > WS-AVG-SECS * (100 + WS-OVER-PCT)
            MOVE 'Y' TO WS-OVER
            MOVE "<-- OVER 50% ABOVE AVERAGE" TO WS-COL-FLAG
            IF WS-TONIGHT-SECS > WS-WORST-SECS
                MOVE "<-- OVER AVERAGE, NEW WORST" TO WS-COL-FLAG
            END-IF
        END-IF
    END-IF
    IF WS-OVER = 'Y' AND WS-N-OVER < 60
        ADD 1 TO WS-N-OVER
        MOVE WS-ST-COMMAND(WS-ST-I) TO WS-OVER-CMD(WS-N-OVER)
    END-IF

    MOVE WS-ST-COMMAND(WS-ST-I) TO WS-COL-CMD
    MOVE WS-ST-FAILS(WS-ST-I) TO WS-COL-FAILS
    MOVE WS-ST-RESTARTS(WS-ST-I) TO WS-COL-RESTART
    MOVE SPACES TO REPORT-LINE
    STRING WS-COL-CMD DELIMITED BY SIZE
           " " DELIMITED BY SIZE
           WS-COL-TONIGHT DELIMITED BY SIZE
           " " DELIMITED BY SIZE
           WS-COL-AVG DELIMITED BY SIZE
           " " DELIMITED BY SIZE
           WS-COL-WORST DELIMITED BY SIZE
           "  " DELIMITED BY SIZE
           WS-COL-FAILS DELIMITED BY SIZE
           "     " DELIMITED BY SIZE
           WS-COL-RESTART DELIMITED BY SIZE
           "  " DELIMITED BY SIZE
           WS-COL-FLAG DELIMITED BY SIZE
           INTO REPORT-LINE
    END-STRING
    PERFORM SHOW.

*> Window length per night, oldest first, with the change from the
*> previous night that ran. BUSY is the time steps were actually
*> running; the gap to WINDOW is time lost between a failure and the
*> restart.
4000-NIGHT-TREND.
    MOVE " " TO REPORT-LINE
    PERFORM SHOW
    MOVE "Window length per night (first step start to last step end):" TO REPORT-LINE
    PERFORM SHOW
    MOVE "NIGHT      WINDOW    CHANGE     BUSY      FAILS RESTARTS" TO REPORT-LINE
    PERFORM SHOW
    MOVE 'N' TO WS-HAVE-PREV
    PERFORM VARYING WS-NI FROM 31 BY -1 UNTIL WS-NI < 1
        IF WS-NT-ROWS(WS-NI) > 0
            PERFORM 4100-REPORT-ONE-NIGHT
        END-IF
    END-PERFORM
    MOVE WS-N-NIGHTS TO WS-COUNT-DISPLAY
    MOVE SPACES TO REPORT-LINE
    STRING "Nights in the ledger for this period: " DELIMITED BY SIZE
           FUNCTION TRIM(WS-COUNT-DISPLAY) DELIMITED BY SIZE
           INTO REPORT-LINE
    END-STRING
    PERFORM SHOW.

4100-REPORT-ONE-NIGHT.
    ADD 1 TO WS-N-NIGHTS
    COMPUTE WS-NIGHT-DATE =
        FUNCTION DATE-OF-INTEGER(WS-TONIGHT - WS-NI + 1)
    COMPUTE WS-WINDOW-SECS = WS-NT-LAST(WS-NI) - WS-NT-FIRST(WS-NI)
    MOVE WS-WINDOW-SECS TO WS-FMT-SECS
    PERFORM 0200-FORMAT-DURATION
    MOVE WS-FMT-TEXT TO WS-COL-TONIGHT
    MOVE WS-NT-BUSY(WS-NI) TO WS-FMT-SECS
    PERFORM 0200-FORMAT-DURATION
    MOVE WS-FMT-TEXT TO WS-COL-BUSY

    MOVE SPACES TO WS-COL-DELTA
    IF WS-HAVE-PREV = 'N'
        MOVE "-" TO WS-COL-DELTA
    ELSE
        COMPUTE WS-DELTA = WS-WINDOW-SECS - WS-PREV-WINDOW
        IF WS-DELTA < 0
            COMPUTE WS-FMT-SECS = 0 - WS-DELTA
            PERFORM 0200-FORMAT-DURATION
            STRING "-" DELIMITED BY SIZE
                   WS-FMT-TEXT DELIMITED BY SIZE
                   INTO WS-COL-DELTA
            END-STRING
        ELSE
            MOVE WS-DELTA TO WS-FMT-SECS
            PERFORM 0200-FORMAT-DURATION
            STRING "+" DELIMITED BY SIZE
                   WS-FMT-TEXT DELIMITED BY SIZE
                   INTO WS-COL-DELTA
            END-STRING
        END-IF
    END-IF
    MOVE 'Y' TO WS-HAVE-PREV
    MOVE WS-WINDOW-SECS TO WS-PREV-WINDOW

    MOVE WS-NT-FAILS(WS-NI) TO WS-COL-FAILS
    MOVE WS-NT-RESTARTS(WS-NI) TO WS-COL-RESTART
    MOVE SPACES TO REPORT-LINE
    STRING WS-NIGHT-DATE DELIMITED BY SIZE
           "   " DELIMITED BY SIZE
           WS-COL-TONIGHT DELIMITED BY SIZE
           " " DELIMITED BY SIZE
           WS-COL-DELTA DELIMITED BY SIZE
           " " DELIMITED BY SIZE
           WS-COL-BUSY DELIMITED BY SIZE
           " " DELIMITED BY SIZE
           WS-COL-FAILS DELIMITED BY SIZE
           "     " DELIMITED BY SIZE
           WS-COL-RESTART DELIMITED BY SIZE
           INTO REPORT-LINE
    END-STRING
    PERFORM SHOW.
