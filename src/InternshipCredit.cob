>>SOURCE FORMAT FREE
*> Term-end internship-for-credit report for the registrar. Every
*> placement a student registered for credit (src/internships.txt,
*> from Internship for Credit on NAV-MENU) is listed as READY when
*>   - the faculty sponsor's approval of the learning agreement has
*>     been recorded (status APPROVED),
*>   - the weekly hours logged in src/internship-hours.txt reach the
*>     hours required for the credits sought, and
*>   - the employer's supervisor evaluation is on file in
*>     src/internship-evals.txt,
*> so the grade can be posted. Anything else is NOT READY with the
*> reasons. The term comes from the TERM line of
*> src/Internship-Control.txt (every term when there is none).
*> Run on demand at term end, not from the nightly schedule.
*> Read-only; the report goes to src/InternshipCredit-Report.txt.
IDENTIFICATION DIVISION.
PROGRAM-ID. InternshipCredit.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
*> Same physical files src/InCollege.cob maintains.
    SELECT INTERNSHIPS ASSIGN TO "src/internships.txt"
        ORGANIZATION IS LINE SEQUENTIAL
        ACCESS MODE IS SEQUENTIAL
        FILE STATUS IS INTERN-FILE-STATUS.

    SELECT INTERN-HOURS ASSIGN TO "src/internship-hours.txt"
        ORGANIZATION IS LINE SEQUENTIAL
        ACCESS MODE IS SEQUENTIAL
        FILE STATUS IS IHRS-FILE-STATUS.

    SELECT INTERN-EVALS ASSIGN TO "src/internship-evals.txt"
        ORGANIZATION IS LINE SEQUENTIAL
        ACCESS MODE IS SEQUENTIAL
        FILE STATUS IS IEVL-FILE-STATUS.

    SELECT INTERN-CONTROL ASSIGN TO "src/Internship-Control.txt"
        ORGANIZATION IS LINE SEQUENTIAL
        ACCESS MODE IS SEQUENTIAL
        FILE STATUS IS ICTL-FILE-STATUS.


*> Data-store lock -- the shop-wide protocol that keeps the batch
*> jobs and the online session from colliding on the shared data
*> files. Writers hold it exclusively; readers fail fast while it is
*> held. A lock older than the stale threshold is treated as left
*> behind by a crashed run and is not honored.
    SELECT LOCK-FILE ASSIGN TO "src/datastore.lock"
        ORGANIZATION IS LINE SEQUENTIAL
        ACCESS MODE IS SEQUENTIAL
        FILE STATUS IS LOCK-FILE-STATUS.

    SELECT REPORT-OUT ASSIGN TO "src/InternshipCredit-Report.txt"
        ORGANIZATION IS LINE SEQUENTIAL
        ACCESS MODE IS SEQUENTIAL
        FILE STATUS IS REPORT-FILE-STATUS.

DATA DIVISION.
FILE SECTION.
FD INTERNSHIPS.
01 INTERNSHIPS-LINE PIC X(520).

FD INTERN-HOURS.
01 INTERN-HOURS-LINE PIC X(80).

FD INTERN-EVALS.
01 INTERN-EVALS-LINE PIC X(250).

FD INTERN-CONTROL.
01 INTERN-CONTROL-LINE PIC X(40).


*> Who holds the data-store lock, and since when
FD LOCK-FILE.
01 LOCK-REC.
    05 LOCK-TIMESTAMP PIC X(14).
    05 FILLER         PIC X(1).
    05 LOCK-PROGRAM   PIC X(20).

FD REPORT-OUT.
01 REPORT-LINE PIC X(200).

WORKING-STORAGE SECTION.

*> Data-store lock state (see SELECT LOCK-FILE)
01 LOCK-FILE-STATUS PIC XX.
01 WS-LOCK-BUSY     PIC A(1) VALUE 'N'.
01 WS-LOCK-STALE    PIC A(1) VALUE 'N'.
01 WS-LOCK-NOW-MIN  PIC 9(12) VALUE 0.
01 WS-LOCK-REC-MIN  PIC 9(12) VALUE 0.
01 WS-LOCK-AGE-MIN  PIC S9(12) VALUE 0.
01 WS-LOCK-STALE-MIN PIC 9(4) VALUE 120.

01 INTERN-FILE-STATUS PIC XX.
01 IHRS-FILE-STATUS   PIC XX.
01 IEVL-FILE-STATUS   PIC XX.
01 ICTL-FILE-STATUS   PIC XX.
01 REPORT-FILE-STATUS PIC XX.

01 WS-EOF PIC A(1) VALUE 'N'.

*> Parsed view of one internships.txt row (same line format
*> src/InCollege.cob's SPLIT-INTERNSHIP-LINE reads).
01 ITN-FIELDS.
   05 ITN-STUDENT     PIC X(20).
   05 ITN-POSTING-ID  PIC X(6).
   05 ITN-EMPLOYER    PIC X(40).
   05 ITN-TITLE       PIC X(50).
   05 ITN-TERM        PIC X(10).
   05 ITN-SPONSOR     PIC X(40).
   05 ITN-CREDITS     PIC X(2).
   05 ITN-HOURS-REQ   PIC X(4).
   05 ITN-STATUS      PIC X(10).
   05 ITN-STATUS-DATE PIC X(8).
   05 ITN-RECORDED-BY PIC X(20).
   05 ITN-AGREEMENT   PIC X(200).
   05 ITN-REASON      PIC X(60).

*> Parsed view of one internship-hours.txt row
01 IHR-FIELDS.
   05 IHR-STUDENT    PIC X(20).
   05 IHR-POSTING-ID PIC X(6).
   05 IHR-WEEK       PIC X(10).
   05 IHR-HOURS      PIC X(3).
   05 IHR-LOGGED     PIC X(8).

*> Parsed view of one internship-evals.txt row
01 IEV-FIELDS.
   05 IEV-STUDENT    PIC X(20).
   05 IEV-POSTING-ID PIC X(6).
   05 IEV-EMPLOYER   PIC X(40).
   05 IEV-DATE       PIC X(8).
   05 IEV-RATING     PIC X(1).
   05 IEV-CREDIT     PIC X(1).
   05 IEV-COMMENTS   PIC X(150).

*> Parsed view of one Internship-Control.txt line
01 ICTL-FIELDS.
   05 ICTL-KEY   PIC X(20).
   05 ICTL-VALUE PIC X(10).
01 WS-TERM PIC X(10) VALUE SPACES.

*> Hours logged per student + posting
01 WS-H-COUNT PIC 9(4) VALUE 0.
01 WS-H-TABLE.
   05 WS-H-ENTRY OCCURS 3000.
      10 WS-H-STUDENT PIC X(20).
      10 WS-H-POSTING PIC X(6).
      10 WS-H-TOTAL   PIC 9(5).
      10 WS-H-WEEKS   PIC 9(3).

*> Supervisor evaluations on file per student + posting
01 WS-E-COUNT PIC 9(4) VALUE 0.
01 WS-E-TABLE.
   05 WS-E-ENTRY OCCURS 3000.
      10 WS-E-STUDENT PIC X(20).
      10 WS-E-POSTING PIC X(6).
      10 WS-E-RATING  PIC X(1).
      10 WS-E-CREDIT  PIC X(1).

01 WS-CAP-HIT PIC A(1) VALUE 'N'.
01 WS-I       PIC 9(4) VALUE 0.
01 WS-J       PIC 9(4) VALUE 0.

01 WS-HOURS-N   PIC 9(5) VALUE 0.
01 WS-REQ-N     PIC 9(5) VALUE 0.
01 WS-SHORT-N   PIC 9(5) VALUE 0.
01 WS-READY     PIC A(1) VALUE 'N'.
01 WS-HOURS-TXT PIC ZZ,ZZ9.
01 WS-REQ-TXT   PIC ZZ,ZZ9.
01 WS-SHORT-TXT PIC ZZ,ZZ9.
01 WS-REASONS   PIC X(120).
01 WS-R-AGREE   PIC X(40).
01 WS-R-HOURS   PIC X(40).
01 WS-R-EVAL    PIC X(40).
01 WS-EVAL-TXT  PIC X(40).

01 WS-N-INTERNS   PIC 9(6) VALUE 0.
01 WS-N-READY     PIC 9(6) VALUE 0.
01 WS-N-NOT-READY PIC 9(6) VALUE 0.
01 WS-N-PENDING   PIC 9(6) VALUE 0.
01 WS-N-SHORT     PIC 9(6) VALUE 0.
01 WS-N-NO-EVAL   PIC 9(6) VALUE 0.
01 WS-COUNT-DISPLAY PIC ZZZ,ZZ9.

PROCEDURE DIVISION.
0000-MAINLINE.
    OPEN OUTPUT REPORT-OUT

    MOVE "===== InCollege Internship-for-Credit Term Report =====" TO REPORT-LINE
    PERFORM SHOW

    PERFORM CHECK-DATA-LOCK
    IF WS-LOCK-BUSY = 'Y'
        MOVE "Data store busy -- retry after the batch window." TO REPORT-LINE
        PERFORM SHOW
        CLOSE REPORT-OUT
        STOP RUN
    END-IF

    PERFORM 0200-LOAD-CONTROL
    PERFORM 1000-TALLY-HOURS
    PERFORM 1500-LOAD-EVALUATIONS
    IF WS-CAP-HIT = 'Y'
        MOVE "WARNING: more internships than this program's tables hold -- some hours or evaluations were not counted." TO REPORT-LINE
        PERFORM SHOW
    END-IF

    PERFORM 2000-LIST-INTERNS

    MOVE " " TO REPORT-LINE
    PERFORM SHOW
    MOVE WS-N-INTERNS TO WS-COUNT-DISPLAY
    MOVE SPACES TO REPORT-LINE
    STRING "Interns registered for credit: " DELIMITED BY SIZE
           WS-COUNT-DISPLAY DELIMITED BY SIZE
           INTO REPORT-LINE
    END-STRING
    PERFORM SHOW
    MOVE WS-N-READY TO WS-COUNT-DISPLAY
    MOVE SPACES TO REPORT-LINE
    STRING "Ready for a grade:             " DELIMITED BY SIZE
           WS-COUNT-DISPLAY DELIMITED BY SIZE
           INTO REPORT-LINE
    END-STRING
    PERFORM SHOW
    MOVE WS-N-NOT-READY TO WS-COUNT-DISPLAY
    MOVE SPACES TO REPORT-LINE
    STRING "Not ready:                     " DELIMITED BY SIZE
           WS-COUNT-DISPLAY DELIMITED BY SIZE
           INTO REPORT-LINE
    END-STRING
    PERFORM SHOW
    MOVE WS-N-PENDING TO WS-COUNT-DISPLAY
    MOVE SPACES TO REPORT-LINE
    STRING "  agreement not approved:      " DELIMITED BY SIZE
           WS-COUNT-DISPLAY DELIMITED BY SIZE
           INTO REPORT-LINE
    END-STRING
    PERFORM SHOW
    MOVE WS-N-SHORT TO WS-COUNT-DISPLAY
    MOVE SPACES TO REPORT-LINE
    STRING "  hours short:                 " DELIMITED BY SIZE
           WS-COUNT-DISPLAY DELIMITED BY SIZE
           INTO REPORT-LINE
    END-STRING
    PERFORM SHOW
    MOVE WS-N-NO-EVAL TO WS-COUNT-DISPLAY
    MOVE SPACES TO REPORT-LINE
    STRING "  no supervisor evaluation:    " DELIMITED BY SIZE
           WS-COUNT-DISPLAY DELIMITED BY SIZE
           INTO REPORT-LINE
    END-STRING
    PERFORM SHOW

    CLOSE REPORT-OUT
    STOP RUN.

SHOW.
    DISPLAY REPORT-LINE
    WRITE REPORT-LINE.

*> Sets WS-LOCK-BUSY when another run holds the data-store lock.
*> A stale lock (older than WS-LOCK-STALE-MIN minutes) is treated as
*> debris from a crashed run rather than deadlocking the morning
*> startup.
CHECK-DATA-LOCK.
    MOVE 'N' TO WS-LOCK-BUSY
    MOVE 'N' TO WS-LOCK-STALE
    OPEN INPUT LOCK-FILE
    IF LOCK-FILE-STATUS NOT = "00"
        EXIT PARAGRAPH
    END-IF
    READ LOCK-FILE INTO LOCK-REC
        AT END
            CLOSE LOCK-FILE
            EXIT PARAGRAPH
    END-READ
    CLOSE LOCK-FILE
    PERFORM COMPUTE-LOCK-AGE
    IF WS-LOCK-STALE NOT = 'Y'
        MOVE 'Y' TO WS-LOCK-BUSY
    END-IF.

COMPUTE-LOCK-AGE.
    IF LOCK-TIMESTAMP(1:8) IS NOT NUMERIC
        MOVE 'Y' TO WS-LOCK-STALE
        EXIT PARAGRAPH
    END-IF
    COMPUTE WS-LOCK-NOW-MIN =
        FUNCTION INTEGER-OF-DATE(
            FUNCTION NUMVAL(FUNCTION CURRENT-DATE(1:8))) * 1440
        + FUNCTION NUMVAL(FUNCTION CURRENT-DATE(9:2)) * 60
        + FUNCTION NUMVAL(FUNCTION CURRENT-DATE(11:2))
    COMPUTE WS-LOCK-REC-MIN =
        FUNCTION INTEGER-OF-DATE(
            FUNCTION NUMVAL(LOCK-TIMESTAMP(1:8))) * 1440
        + FUNCTION NUMVAL(LOCK-TIMESTAMP(9:2)) * 60
        + FUNCTION NUMVAL(LOCK-TIMESTAMP(11:2))
    COMPUTE WS-LOCK-AGE-MIN = WS-LOCK-NOW-MIN - WS-LOCK-REC-MIN
    IF WS-LOCK-AGE-MIN > WS-LOCK-STALE-MIN
        MOVE 'Y' TO WS-LOCK-STALE
    END-IF.

*> Picks up the TERM line, if any; every term is reported without one.
0200-LOAD-CONTROL.
    OPEN INPUT INTERN-CONTROL
    IF ICTL-FILE-STATUS = "00"
        MOVE 'N' TO WS-EOF
        PERFORM UNTIL WS-EOF = 'Y'
            READ INTERN-CONTROL INTO INTERN-CONTROL-LINE
                AT END MOVE 'Y' TO WS-EOF
                NOT AT END
                    MOVE SPACES TO ICTL-FIELDS
                    UNSTRING INTERN-CONTROL-LINE DELIMITED BY "|"
                        INTO ICTL-KEY ICTL-VALUE
                    END-UNSTRING
                    IF FUNCTION UPPER-CASE(FUNCTION TRIM(ICTL-KEY)) = "TERM"
                        MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(ICTL-VALUE)) TO WS-TERM
                    END-IF
            END-READ
        END-PERFORM
        CLOSE INTERN-CONTROL
    END-IF
    MOVE SPACES TO REPORT-LINE
    IF WS-TERM = SPACES
        MOVE "Term: all terms (no TERM line in src/Internship-Control.txt)" TO REPORT-LINE
    ELSE
        STRING "Term: " DELIMITED BY SIZE
               FUNCTION TRIM(WS-TERM) DELIMITED BY SIZE
               INTO REPORT-LINE
        END-STRING
    END-IF
    PERFORM SHOW.

*> Totals the logged hours per student + posting into WS-H-TABLE.
1000-TALLY-HOURS.
    OPEN INPUT INTERN-HOURS
    IF IHRS-FILE-STATUS NOT = "00"
        EXIT PARAGRAPH
    END-IF
    MOVE 'N' TO WS-EOF
    PERFORM UNTIL WS-EOF = 'Y'
        READ INTERN-HOURS INTO INTERN-HOURS-LINE
            AT END MOVE 'Y' TO WS-EOF
            NOT AT END
                PERFORM 1100-TALLY-ONE-WEEK
        END-READ
    END-PERFORM
    CLOSE INTERN-HOURS.

1100-TALLY-ONE-WEEK.
    MOVE SPACES TO IHR-FIELDS
    UNSTRING INTERN-HOURS-LINE DELIMITED BY "|"
        INTO IHR-STUDENT IHR-POSTING-ID IHR-WEEK IHR-HOURS IHR-LOGGED
    END-UNSTRING
    MOVE 0 TO WS-J
    PERFORM VARYING WS-I FROM 1 BY 1
            UNTIL WS-I > WS-H-COUNT OR WS-J > 0
        IF WS-H-STUDENT(WS-I) = IHR-STUDENT
           AND WS-H-POSTING(WS-I) = IHR-POSTING-ID
            MOVE WS-I TO WS-J
        END-IF
    END-PERFORM
    IF WS-J = 0
        IF WS-H-COUNT >= 3000
            MOVE 'Y' TO WS-CAP-HIT
            EXIT PARAGRAPH
        END-IF
        ADD 1 TO WS-H-COUNT
        MOVE WS-H-COUNT TO WS-J
        MOVE IHR-STUDENT TO WS-H-STUDENT(WS-J)
        MOVE IHR-POSTING-ID TO WS-H-POSTING(WS-J)
        MOVE 0 TO WS-H-TOTAL(WS-J)
        MOVE 0 TO WS-H-WEEKS(WS-J)
    END-IF
    ADD FUNCTION NUMVAL(IHR-HOURS) TO WS-H-TOTAL(WS-J)
    ADD 1 TO WS-H-WEEKS(WS-J).

*> One entry per evaluation on file.
1500-LOAD-EVALUATIONS.
    OPEN INPUT INTERN-EVALS
    IF IEVL-FILE-STATUS NOT = "00"
        EXIT PARAGRAPH
    END-IF
    MOVE 'N' TO WS-EOF
    PERFORM UNTIL WS-EOF = 'Y'
        READ INTERN-EVALS INTO INTERN-EVALS-LINE
            AT END MOVE 'Y' TO WS-EOF
            NOT AT END
                MOVE SPACES TO IEV-FIELDS
                UNSTRING INTERN-EVALS-LINE DELIMITED BY "|"
                    INTO IEV-STUDENT IEV-POSTING-ID IEV-EMPLOYER IEV-DATE
                         IEV-RATING IEV-CREDIT IEV-COMMENTS
                END-UNSTRING
                IF WS-E-COUNT >= 3000
                    MOVE 'Y' TO WS-CAP-HIT
                ELSE
                    ADD 1 TO WS-E-COUNT
                    MOVE IEV-STUDENT TO WS-E-STUDENT(WS-E-COUNT)
                    MOVE IEV-POSTING-ID TO WS-E-POSTING(WS-E-COUNT)
                    MOVE IEV-RATING TO WS-E-RATING(WS-E-COUNT)
                    MOVE IEV-CREDIT TO WS-E-CREDIT(WS-E-COUNT)
                END-IF
        END-READ
    END-PERFORM
    CLOSE INTERN-EVALS.

*> One line per intern in the term, READY or NOT READY with reasons.
2000-LIST-INTERNS.
    OPEN INPUT INTERNSHIPS
    IF INTERN-FILE-STATUS NOT = "00"
        MOVE "No internships registered for credit." TO REPORT-LINE
        PERFORM SHOW
        EXIT PARAGRAPH
    END-IF
    MOVE " " TO REPORT-LINE
    PERFORM SHOW
    MOVE 'N' TO WS-EOF
    PERFORM UNTIL WS-EOF = 'Y'
        READ INTERNSHIPS INTO INTERNSHIPS-LINE
            AT END MOVE 'Y' TO WS-EOF
            NOT AT END
                PERFORM 2100-CHECK-ONE-INTERN
        END-READ
    END-PERFORM
    CLOSE INTERNSHIPS
    IF WS-N-INTERNS = 0
        MOVE "No internships registered for credit in this term." TO REPORT-LINE
        PERFORM SHOW
    END-IF.

2100-CHECK-ONE-INTERN.
    MOVE SPACES TO ITN-FIELDS
    UNSTRING INTERNSHIPS-LINE DELIMITED BY "|"
        INTO ITN-STUDENT ITN-POSTING-ID ITN-EMPLOYER ITN-TITLE ITN-TERM
             ITN-SPONSOR ITN-CREDITS ITN-HOURS-REQ ITN-STATUS
             ITN-STATUS-DATE ITN-RECORDED-BY ITN-AGREEMENT ITN-REASON
    END-UNSTRING
    IF WS-TERM NOT = SPACES AND ITN-TERM NOT = WS-TERM
        EXIT PARAGRAPH
    END-IF
    ADD 1 TO WS-N-INTERNS
    MOVE 'Y' TO WS-READY
    MOVE SPACES TO WS-R-AGREE WS-R-HOURS WS-R-EVAL

    IF ITN-STATUS NOT = "APPROVED"
        MOVE 'N' TO WS-READY
        ADD 1 TO WS-N-PENDING
        STRING "learning agreement " DELIMITED BY SIZE
               FUNCTION TRIM(ITN-STATUS) DELIMITED BY SIZE
               ";" DELIMITED BY SIZE
               INTO WS-R-AGREE
        END-STRING
    END-IF

    MOVE 0 TO WS-HOURS-N
    PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I > WS-H-COUNT
        IF WS-H-STUDENT(WS-I) = ITN-STUDENT
           AND WS-H-POSTING(WS-I) = ITN-POSTING-ID
            MOVE WS-H-TOTAL(WS-I) TO WS-HOURS-N
        END-IF
    END-PERFORM
    MOVE FUNCTION NUMVAL(ITN-HOURS-REQ) TO WS-REQ-N
    IF WS-HOURS-N < WS-REQ-N
        MOVE 'N' TO WS-READY
        ADD 1 TO WS-N-SHORT
        COMPUTE WS-SHORT-N = WS-REQ-N - WS-HOURS-N
        MOVE WS-SHORT-N TO WS-SHORT-TXT
        STRING FUNCTION TRIM(WS-SHORT-TXT) DELIMITED BY SIZE
               " hours short;" DELIMITED BY SIZE
               INTO WS-R-HOURS
        END-STRING
    END-IF

    MOVE 0 TO WS-J
    PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I > WS-E-COUNT
        IF WS-E-STUDENT(WS-I) = ITN-STUDENT
           AND WS-E-POSTING(WS-I) = ITN-POSTING-ID
            MOVE WS-I TO WS-J
        END-IF
    END-PERFORM
    MOVE SPACES TO WS-EVAL-TXT
    IF WS-J = 0
        MOVE 'N' TO WS-READY
        ADD 1 TO WS-N-NO-EVAL
        MOVE "no supervisor evaluation;" TO WS-R-EVAL
    ELSE
        STRING "evaluation " DELIMITED BY SIZE
               WS-E-RATING(WS-J) DELIMITED BY SIZE
               "/5, credit recommended " DELIMITED BY SIZE
               WS-E-CREDIT(WS-J) DELIMITED BY SIZE
               INTO WS-EVAL-TXT
        END-STRING
    END-IF
    *> Each reason ends in ";" -- join them and drop the last one.
    MOVE SPACES TO WS-REASONS
    STRING WS-R-AGREE DELIMITED BY "  "
           " " DELIMITED BY SIZE
           WS-R-HOURS DELIMITED BY "  "
           " " DELIMITED BY SIZE
           WS-R-EVAL DELIMITED BY "  "
           INTO WS-REASONS
    END-STRING
    MOVE FUNCTION TRIM(WS-REASONS) TO WS-REASONS
    MOVE FUNCTION LENGTH(FUNCTION TRIM(WS-REASONS)) TO WS-I
    IF WS-I > 0
        MOVE SPACE TO WS-REASONS(WS-I:1)
    END-IF

    MOVE WS-HOURS-N TO WS-HOURS-TXT
    MOVE WS-REQ-N TO WS-REQ-TXT
    MOVE SPACES TO REPORT-LINE
    IF WS-READY = 'Y'
        ADD 1 TO WS-N-READY
        STRING "READY      " DELIMITED BY SIZE
               ITN-STUDENT DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               ITN-TERM DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               FUNCTION TRIM(ITN-CREDITS) DELIMITED BY SIZE
               " credits, sponsor " DELIMITED BY SIZE
               FUNCTION TRIM(ITN-SPONSOR) DELIMITED BY SIZE
               ", hours " DELIMITED BY SIZE
               FUNCTION TRIM(WS-HOURS-TXT) DELIMITED BY SIZE
               "/" DELIMITED BY SIZE
               FUNCTION TRIM(WS-REQ-TXT) DELIMITED BY SIZE
               ", " DELIMITED BY SIZE
               FUNCTION TRIM(WS-EVAL-TXT) DELIMITED BY SIZE
               INTO REPORT-LINE
        END-STRING
    ELSE
        ADD 1 TO WS-N-NOT-READY
        STRING "NOT READY  " DELIMITED BY SIZE
               ITN-STUDENT DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               ITN-TERM DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               FUNCTION TRIM(ITN-CREDITS) DELIMITED BY SIZE
               " credits, sponsor " DELIMITED BY SIZE
               FUNCTION TRIM(ITN-SPONSOR) DELIMITED BY SIZE
               ", hours " DELIMITED BY SIZE
               FUNCTION TRIM(WS-HOURS-TXT) DELIMITED BY SIZE
               "/" DELIMITED BY SIZE
               FUNCTION TRIM(WS-REQ-TXT) DELIMITED BY SIZE
               " -- " DELIMITED BY SIZE
               FUNCTION TRIM(WS-REASONS) DELIMITED BY SIZE
               INTO REPORT-LINE
        END-STRING
    END-IF
    PERFORM SHOW
    MOVE SPACES TO REPORT-LINE
    STRING "           " DELIMITED BY SIZE
           FUNCTION TRIM(ITN-TITLE) DELIMITED BY SIZE
           " at " DELIMITED BY SIZE
           FUNCTION TRIM(ITN-EMPLOYER) DELIMITED BY SIZE
           INTO REPORT-LINE
    END-STRING
    PERFORM SHOW
    IF ITN-STATUS = "RETURNED" AND ITN-REASON NOT = SPACES
        MOVE SPACES TO REPORT-LINE
        STRING "           Returned because: " DELIMITED BY SIZE
               FUNCTION TRIM(ITN-REASON) DELIMITED BY SIZE
               INTO REPORT-LINE
        END-STRING
        PERFORM SHOW
    END-IF.
