>>SOURCE FORMAT FREE
*> Interview no-show report for career services. Reads the outcomes
*> employers record against their BOOKED slots in src/interviews.txt
*> (COMPLETED, NO-SHOW or RESCHEDULED, set from Record Interview
*> Outcomes on EMPLOYER-MENU) and prints
*>   - by student: interviews with a recorded outcome, no-shows, and
*>     a REPEAT flag for anyone with WS-REPEAT-MIN or more no-shows,
*>     so they can be followed up before the next recruiting cycle;
*>   - by employer: outcomes recorded, no-shows among them, and past
*>     BOOKED slots still waiting for the employer to record one.
*> Read-only; the report goes to src/NoShow-Report.txt.
IDENTIFICATION DIVISION.
PROGRAM-ID. NoShowReport.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
*> Same physical file src/InCollege.cob maintains.
    SELECT INTERVIEWS ASSIGN TO "src/interviews.txt"
        ORGANIZATION IS LINE SEQUENTIAL
        ACCESS MODE IS SEQUENTIAL
        FILE STATUS IS INTERVIEWS-FILE-STATUS.

    SELECT REPORT-OUT ASSIGN TO "src/NoShow-Report.txt"
        ORGANIZATION IS LINE SEQUENTIAL
        ACCESS MODE IS SEQUENTIAL
        FILE STATUS IS REPORT-FILE-STATUS.

DATA DIVISION.
FILE SECTION.
FD INTERVIEWS.
01 INTERVIEWS-LINE PIC X(300).

FD REPORT-OUT.
01 REPORT-LINE PIC X(200).

WORKING-STORAGE SECTION.
01 INTERVIEWS-FILE-STATUS PIC XX.
01 REPORT-FILE-STATUS     PIC XX.

01 WS-EOF PIC A(1) VALUE 'N'.

*> Parsed view of one interviews.txt row (same line format
*> src/InCollege.cob's SPLIT-INTERVIEW-LINE reads).
01 INT-FIELDS.
   05 INT-EMPLOYER  PIC X(40).
   05 INT-TITLE     PIC X(50).
   05 INT-APPLICANT PIC X(20).
   05 INT-DATE      PIC X(10).
   05 INT-TIME      PIC X(8).
   05 INT-LOCATION  PIC X(40).
   05 INT-STATUS    PIC X(12).
   05 INT-POSTING-ID PIC X(6).

*> Students flagged for follow-up at this many no-shows
01 WS-REPEAT-MIN PIC 9(2) VALUE 2.

01 WS-TODAY-N PIC 9(8) VALUE 0.
01 WS-SLOT-N  PIC 9(8) VALUE 0.

*> Per-student tallies
01 WS-STU-COUNT PIC 9(4) VALUE 0.
01 WS-STU-TABLE.
   05 WS-STU-ENTRY OCCURS 3000.
      10 WS-STU-NAME     PIC X(20).
      10 WS-STU-OUTCOMES PIC 9(4).
      10 WS-STU-NOSHOWS  PIC 9(4).
      10 WS-STU-RESCHED  PIC 9(4).

*> Per-employer tallies
01 WS-EMP-COUNT PIC 9(4) VALUE 0.
01 WS-EMP-TABLE.
   05 WS-EMP-ENTRY OCCURS 500.
      10 WS-EMP-NAME     PIC X(40).
      10 WS-EMP-OUTCOMES PIC 9(4).
      10 WS-EMP-NOSHOWS  PIC 9(4).
      10 WS-EMP-PENDING  PIC 9(4).

01 WS-CAP-HIT PIC A(1) VALUE 'N'.
01 WS-I       PIC 9(4) VALUE 0.
01 WS-S       PIC 9(4) VALUE 0.
01 WS-E       PIC 9(4) VALUE 0.
01 WS-MAX-NOSHOWS PIC 9(4) VALUE 0.
01 WS-LEVEL   PIC 9(4) VALUE 0.
01 WS-OUTCOME-ROW PIC A(1) VALUE 'N'.
01 WS-PENDING-ROW PIC A(1) VALUE 'N'.

01 WS-N-OUTCOMES PIC 9(6) VALUE 0.
01 WS-N-NOSHOWS  PIC 9(6) VALUE 0.
01 WS-N-REPEAT   PIC 9(6) VALUE 0.
01 WS-N-PENDING  PIC 9(6) VALUE 0.
01 WS-COUNT-DISPLAY   PIC ZZZ,ZZ9.
01 WS-COUNT-DISPLAY-2 PIC ZZZ,ZZ9.
01 WS-COUNT-DISPLAY-3 PIC ZZZ,ZZ9.
01 WS-NAME-COL PIC X(40).

PROCEDURE DIVISION.
0000-MAINLINE.
    OPEN OUTPUT REPORT-OUT

    MOVE "===== InCollege Interview No-Show Report =====" TO REPORT-LINE
    PERFORM SHOW

    MOVE FUNCTION NUMVAL(FUNCTION CURRENT-DATE(1:8)) TO WS-TODAY-N

    PERFORM 1000-TALLY-INTERVIEWS
    IF WS-CAP-HIT = 'Y'
        MOVE "WARNING: more students or employers than this program's tables hold -- totals below are incomplete." TO REPORT-LINE
        PERFORM SHOW
    END-IF

    PERFORM 2000-PRINT-BY-STUDENT
    PERFORM 3000-PRINT-BY-EMPLOYER

    MOVE " " TO REPORT-LINE
    PERFORM SHOW
    MOVE WS-N-OUTCOMES TO WS-COUNT-DISPLAY
    MOVE SPACES TO REPORT-LINE
    STRING "Outcomes recorded:          " DELIMITED BY SIZE
           WS-COUNT-DISPLAY DELIMITED BY SIZE
           INTO REPORT-LINE
    END-STRING
    PERFORM SHOW
    MOVE WS-N-NOSHOWS TO WS-COUNT-DISPLAY
    MOVE SPACES TO REPORT-LINE
    STRING "No-shows:                   " DELIMITED BY SIZE
           WS-COUNT-DISPLAY DELIMITED BY SIZE
           INTO REPORT-LINE
    END-STRING
    PERFORM SHOW
    MOVE WS-N-REPEAT TO WS-COUNT-DISPLAY
    MOVE SPACES TO REPORT-LINE
    STRING "Repeat no-show students:    " DELIMITED BY SIZE
           WS-COUNT-DISPLAY DELIMITED BY SIZE
           INTO REPORT-LINE
    END-STRING
    PERFORM SHOW
    MOVE WS-N-PENDING TO WS-COUNT-DISPLAY
    MOVE SPACES TO REPORT-LINE
    STRING "Past slots with no outcome: " DELIMITED BY SIZE
           WS-COUNT-DISPLAY DELIMITED BY SIZE
           INTO REPORT-LINE
    END-STRING
    PERFORM SHOW

    CLOSE REPORT-OUT
    STOP RUN.

SHOW.
    DISPLAY REPORT-LINE
    WRITE REPORT-LINE.

*> One pass over interviews.txt. A row counts as an outcome when the
*> employer has recorded one; a BOOKED row dated before today counts
*> as pending against its employer.
1000-TALLY-INTERVIEWS.
    OPEN INPUT INTERVIEWS
    IF INTERVIEWS-FILE-STATUS NOT = "00"
        MOVE "No interviews file on disk; nothing to report." TO REPORT-LINE
        PERFORM SHOW
        EXIT PARAGRAPH
    END-IF
    MOVE 'N' TO WS-EOF
    PERFORM UNTIL WS-EOF = 'Y'
        READ INTERVIEWS INTO INTERVIEWS-LINE
            AT END MOVE 'Y' TO WS-EOF
            NOT AT END
                MOVE SPACES TO INT-FIELDS
                UNSTRING INTERVIEWS-LINE DELIMITED BY "|"
                    INTO INT-EMPLOYER INT-TITLE INT-APPLICANT INT-DATE
                         INT-TIME INT-LOCATION INT-STATUS INT-POSTING-ID
                END-UNSTRING
                PERFORM 1100-CLASSIFY-ROW
                IF WS-OUTCOME-ROW = 'Y' OR WS-PENDING-ROW = 'Y'
                    PERFORM 1200-FIND-EMPLOYER
                END-IF
                IF WS-OUTCOME-ROW = 'Y'
                    PERFORM 1300-FIND-STUDENT
                    PERFORM 1400-COUNT-OUTCOME
                END-IF
                IF WS-PENDING-ROW = 'Y'
                    ADD 1 TO WS-N-PENDING
                    IF WS-E > 0
                        ADD 1 TO WS-EMP-PENDING(WS-E)
                    END-IF
                END-IF
        END-READ
    END-PERFORM
    CLOSE INTERVIEWS.

1100-CLASSIFY-ROW.
    MOVE 'N' TO WS-OUTCOME-ROW
    MOVE 'N' TO WS-PENDING-ROW
    EVALUATE FUNCTION TRIM(INT-STATUS)
        WHEN "COMPLETED"
        WHEN "NO-SHOW"
        WHEN "RESCHEDULED"
            MOVE 'Y' TO WS-OUTCOME-ROW
        WHEN "BOOKED"
            MOVE 0 TO WS-SLOT-N
            IF INT-DATE(1:4) IS NUMERIC
               AND INT-DATE(6:2) IS NUMERIC
               AND INT-DATE(9:2) IS NUMERIC
                COMPUTE WS-SLOT-N =
                    FUNCTION NUMVAL(INT-DATE(1:4)) * 10000
                    + FUNCTION NUMVAL(INT-DATE(6:2)) * 100
                    + FUNCTION NUMVAL(INT-DATE(9:2))
            END-IF
            IF WS-SLOT-N > 0 AND WS-SLOT-N < WS-TODAY-N
                MOVE 'Y' TO WS-PENDING-ROW
            END-IF
    END-EVALUATE.

*> Sets WS-E to the employer's slot (added if new; 0 when full).
1200-FIND-EMPLOYER.
    MOVE 0 TO WS-E
    PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I > WS-EMP-COUNT
        IF WS-EMP-NAME(WS-I) = INT-EMPLOYER
            MOVE WS-I TO WS-E
        END-IF
    END-PERFORM
    IF WS-E = 0
        IF WS-EMP-COUNT < 500
            ADD 1 TO WS-EMP-COUNT
            MOVE WS-EMP-COUNT TO WS-E
            MOVE INT-EMPLOYER TO WS-EMP-NAME(WS-E)
            MOVE 0 TO WS-EMP-OUTCOMES(WS-E)
            MOVE 0 TO WS-EMP-NOSHOWS(WS-E)
            MOVE 0 TO WS-EMP-PENDING(WS-E)
        ELSE
            MOVE 'Y' TO WS-CAP-HIT
        END-IF
    END-IF.

*> Sets WS-S to the student's slot (added if new; 0 when full).
1300-FIND-STUDENT.
    MOVE 0 TO WS-S
    PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I > WS-STU-COUNT
        IF WS-STU-NAME(WS-I) = INT-APPLICANT
            MOVE WS-I TO WS-S
        END-IF
    END-PERFORM
    IF WS-S = 0
        IF WS-STU-COUNT < 3000
            ADD 1 TO WS-STU-COUNT
            MOVE WS-STU-COUNT TO WS-S
            MOVE INT-APPLICANT TO WS-STU-NAME(WS-S)
            MOVE 0 TO WS-STU-OUTCOMES(WS-S)
            MOVE 0 TO WS-STU-NOSHOWS(WS-S)
            MOVE 0 TO WS-STU-RESCHED(WS-S)
        ELSE
            MOVE 'Y' TO WS-CAP-HIT
        END-IF
    END-IF.

1400-COUNT-OUTCOME.
    ADD 1 TO WS-N-OUTCOMES
    IF WS-E > 0
        ADD 1 TO WS-EMP-OUTCOMES(WS-E)
    END-IF
    IF WS-S > 0
        ADD 1 TO WS-STU-OUTCOMES(WS-S)
    END-IF
    IF FUNCTION TRIM(INT-STATUS) = "NO-SHOW"
        ADD 1 TO WS-N-NOSHOWS
        IF WS-E > 0
            ADD 1 TO WS-EMP-NOSHOWS(WS-E)
        END-IF
        IF WS-S > 0
            ADD 1 TO WS-STU-NOSHOWS(WS-S)
            IF WS-STU-NOSHOWS(WS-S) > WS-MAX-NOSHOWS
                MOVE WS-STU-NOSHOWS(WS-S) TO WS-MAX-NOSHOWS
            END-IF
        END-IF
    END-IF
    IF FUNCTION TRIM(INT-STATUS) = "RESCHEDULED" AND WS-S > 0
        ADD 1 TO WS-STU-RESCHED(WS-S)
    END-IF.

*> Students with at least one no-show, worst first.
2000-PRINT-BY-STUDENT.
    MOVE " " TO REPORT-LINE
    PERFORM SHOW
    MOVE "--- No-shows by student ---" TO REPORT-LINE
    PERFORM SHOW
    MOVE "Student               No-shows  Rescheduled  Outcomes" TO REPORT-LINE
    PERFORM SHOW
    IF WS-MAX-NOSHOWS = 0
        MOVE "(no no-shows recorded)" TO REPORT-LINE
        PERFORM SHOW
        EXIT PARAGRAPH
    END-IF
    PERFORM VARYING WS-LEVEL FROM WS-MAX-NOSHOWS BY -1 UNTIL WS-LEVEL = 0
        PERFORM VARYING WS-S FROM 1 BY 1 UNTIL WS-S > WS-STU-COUNT
            IF WS-STU-NOSHOWS(WS-S) = WS-LEVEL
                PERFORM 2100-PRINT-STUDENT
            END-IF
        END-PERFORM
    END-PERFORM.

2100-PRINT-STUDENT.
    MOVE WS-STU-NAME(WS-S) TO WS-NAME-COL
    MOVE WS-STU-NOSHOWS(WS-S) TO WS-COUNT-DISPLAY
    MOVE WS-STU-RESCHED(WS-S) TO WS-COUNT-DISPLAY-2
    MOVE WS-STU-OUTCOMES(WS-S) TO WS-COUNT-DISPLAY-3
    MOVE SPACES TO REPORT-LINE
    STRING WS-NAME-COL(1:20) DELIMITED BY SIZE
           " " DELIMITED BY SIZE
           WS-COUNT-DISPLAY DELIMITED BY SIZE
           "      " DELIMITED BY SIZE
           WS-COUNT-DISPLAY-2 DELIMITED BY SIZE
           "   " DELIMITED BY SIZE
           WS-COUNT-DISPLAY-3 DELIMITED BY SIZE
           INTO REPORT-LINE
    END-STRING
    IF WS-STU-NOSHOWS(WS-S) >= WS-REPEAT-MIN
        MOVE "  REPEAT" TO REPORT-LINE(60:8)
        ADD 1 TO WS-N-REPEAT
    END-IF
    PERFORM SHOW.

*> Every employer with a recorded outcome or a slot still waiting
*> for one.
3000-PRINT-BY-EMPLOYER.
    MOVE " " TO REPORT-LINE
    PERFORM SHOW
    MOVE "--- By employer ---" TO REPORT-LINE
    PERFORM SHOW
    MOVE "Employer                                  Outcomes  No-shows  Awaiting outcome" TO REPORT-LINE
    PERFORM SHOW
    IF WS-EMP-COUNT = 0
        MOVE "(no past interviews on file)" TO REPORT-LINE
        PERFORM SHOW
        EXIT PARAGRAPH
    END-IF
    PERFORM VARYING WS-E FROM 1 BY 1 UNTIL WS-E > WS-EMP-COUNT
        MOVE WS-EMP-NAME(WS-E) TO WS-NAME-COL
        MOVE WS-EMP-OUTCOMES(WS-E) TO WS-COUNT-DISPLAY
        MOVE WS-EMP-NOSHOWS(WS-E) TO WS-COUNT-DISPLAY-2
        MOVE WS-EMP-PENDING(WS-E) TO WS-COUNT-DISPLAY-3
        MOVE SPACES TO REPORT-LINE
        STRING WS-NAME-COL DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-COUNT-DISPLAY DELIMITED BY SIZE
               "   " DELIMITED BY SIZE
               WS-COUNT-DISPLAY-2 DELIMITED BY SIZE
               "   " DELIMITED BY SIZE
               WS-COUNT-DISPLAY-3 DELIMITED BY SIZE
               INTO REPORT-LINE
        END-STRING
        PERFORM SHOW
    END-PERFORM.
