>>SOURCE FORMAT FREE
*> Monthly job referral report for career services. Students refer
*> accepted connections to postings from the Job Search posting
*> detail; every referral is kept in src/referrals.txt. This report
*> covers the previous calendar month and shows:
*>   - referrals made during the month,
*>   - how many of them became applications (the referred student
*>     applied to the same posting on or after the referral date),
*>   - how many became placements (the referred student accepted an
*>     offer for that posting, as recorded in src/placements.txt),
*> first in total and then per referring student. A referral made
*> late in the month can still turn into an application or placement
*> after the month closes, so the outcome counts are as of the day
*> the report is run. Run on demand once a month, not from the
*> nightly schedule. Read-only; the report goes to
*> src/ReferralReport-Report.txt.
IDENTIFICATION DIVISION.
PROGRAM-ID. ReferralReport.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
*> Same physical files src/InCollege.cob maintains.
    SELECT REFERRALS ASSIGN TO "src/referrals.txt"
        ORGANIZATION IS LINE SEQUENTIAL
        ACCESS MODE IS SEQUENTIAL
        FILE STATUS IS REFERRALS-FILE-STATUS.

    SELECT APPLICATIONS ASSIGN TO "src/applications.txt"
        ORGANIZATION IS LINE SEQUENTIAL
        ACCESS MODE IS SEQUENTIAL
        FILE STATUS IS APPLICATIONS-FILE-STATUS.

    SELECT PLACEMENTS ASSIGN TO "src/placements.txt"
        ORGANIZATION IS LINE SEQUENTIAL
        ACCESS MODE IS SEQUENTIAL
        FILE STATUS IS PLACEMENTS-FILE-STATUS.


*> Data-store lock -- the shop-wide protocol that keeps the batch
*> jobs and the online session from colliding on the shared data
*> files. Writers hold it exclusively; readers fail fast while it is
*> held. A lock older than the stale threshold is treated as left
*> behind by a crashed run and is not honored.
    SELECT LOCK-FILE ASSIGN TO "src/datastore.lock"
        ORGANIZATION IS LINE SEQUENTIAL
        ACCESS MODE IS SEQUENTIAL
        FILE STATUS IS LOCK-FILE-STATUS.

    SELECT REPORT-OUT ASSIGN TO "src/ReferralReport-Report.txt"
        ORGANIZATION IS LINE SEQUENTIAL
        ACCESS MODE IS SEQUENTIAL
        FILE STATUS IS REPORT-FILE-STATUS.

DATA DIVISION.
FILE SECTION.
FD REFERRALS.
01 REFERRALS-LINE PIC X(200).

FD APPLICATIONS.
01 APPLICATIONS-LINE PIC X(300).

FD PLACEMENTS.
01 PLACEMENTS-LINE PIC X(300).


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

01 REFERRALS-FILE-STATUS    PIC XX.
01 APPLICATIONS-FILE-STATUS PIC XX.
01 PLACEMENTS-FILE-STATUS   PIC XX.
01 REPORT-FILE-STATUS       PIC XX.

01 WS-EOF PIC A(1) VALUE 'N'.

*> The month: the first and last YYYYMMDD of the calendar month
*> before the one the report is run in.
01 WS-TODAY      PIC X(8).
01 WS-MONTH-FROM PIC X(8).
01 WS-MONTH-TO   PIC X(8).
01 WS-YEAR-N     PIC 9(4) VALUE 0.
01 WS-MONTH-N    PIC 9(2) VALUE 0.
01 WS-DAY-N      PIC 9(8) VALUE 0.
01 WS-LAST-DATE  PIC 9(8) VALUE 0.

*> Parsed views of one row of each file
01 REF-FIELDS.
   05 REF-REFERRER   PIC X(20).
   05 REF-REFERRED   PIC X(20).
   05 REF-POSTING-ID PIC X(6).
   05 REF-EMPLOYER   PIC X(40).
   05 REF-TITLE      PIC X(50).
   05 REF-DATE       PIC X(8).

01 APP-FIELDS.
   05 APP-EMPLOYER  PIC X(40).
   05 APP-TITLE     PIC X(50).
   05 APP-APPLICANT PIC X(20).
   05 APP-STATUS    PIC X(12).
   05 APP-DATE      PIC X(8).
   05 APP-POSTING-ID PIC X(6).

01 PLACE-FIELDS.
   05 PLACE-STUDENT  PIC X(20).
   05 PLACE-EMPLOYER PIC X(40).
   05 PLACE-TITLE    PIC X(50).
   05 PLACE-MAJOR    PIC X(40).
   05 PLACE-GRAD     PIC X(4).
   05 PLACE-DATE     PIC X(8).
   05 PLACE-POSTING-ID PIC X(6).

*> Referrals made during the month, with what became of each
01 WS-RF-COUNT PIC 9(5) VALUE 0.
01 WS-RF-TABLE.
    05 WS-RF OCCURS 5000.
       10 WS-RF-REFERRER   PIC X(20).
       10 WS-RF-REFERRED   PIC X(20).
       10 WS-RF-POSTING-ID PIC X(6).
       10 WS-RF-DATE       PIC X(8).
       10 WS-RF-APPLIED    PIC A(1).
       10 WS-RF-PLACED     PIC A(1).
01 WS-RF-I PIC 9(5) VALUE 0.

*> Per referring student, in the order first seen
01 WS-RR-COUNT PIC 9(4) VALUE 0.
01 WS-RR-TABLE.
    05 WS-RR OCCURS 2000.
       10 WS-RR-USER    PIC X(20).
       10 WS-RR-MADE    PIC 9(6).
       10 WS-RR-APPLIED PIC 9(6).
       10 WS-RR-PLACED  PIC 9(6).
01 WS-RR-I   PIC 9(4) VALUE 0.
01 WS-RR-HIT PIC 9(4) VALUE 0.
01 WS-CAP-HIT PIC A(1) VALUE 'N'.

01 WS-MADE-TXT    PIC ZZ,ZZ9.
01 WS-APPLIED-TXT PIC ZZ,ZZ9.
01 WS-PLACED-TXT  PIC ZZ,ZZ9.

01 WS-N-MADE    PIC 9(6) VALUE 0.
01 WS-N-APPLIED PIC 9(6) VALUE 0.
01 WS-N-PLACED  PIC 9(6) VALUE 0.
01 WS-COUNT-DISPLAY PIC ZZZ,ZZ9.

PROCEDURE DIVISION.
0000-MAINLINE.
    OPEN OUTPUT REPORT-OUT

    MOVE "===== InCollege Monthly Referral Report =====" TO REPORT-LINE
    PERFORM SHOW

    PERFORM CHECK-DATA-LOCK
    IF WS-LOCK-BUSY = 'Y'
        MOVE "Data store busy -- retry after the batch window." TO REPORT-LINE
        PERFORM SHOW
        CLOSE REPORT-OUT
        STOP RUN
    END-IF

    PERFORM 0200-SET-MONTH
    MOVE SPACES TO REPORT-LINE
    STRING "Month: " DELIMITED BY SIZE
           WS-MONTH-FROM DELIMITED BY SIZE
           " through " DELIMITED BY SIZE
           WS-MONTH-TO DELIMITED BY SIZE
           "  (outcomes as of " DELIMITED BY SIZE
           WS-TODAY DELIMITED BY SIZE
           ")" DELIMITED BY SIZE
           INTO REPORT-LINE
    END-STRING
    PERFORM SHOW

    PERFORM 1000-LOAD-MONTH
    IF WS-CAP-HIT = 'Y'
        MOVE "WARNING: more referrals or referring students than this program's tables hold -- some are left out." TO REPORT-LINE
        PERFORM SHOW
    END-IF

    IF WS-RF-COUNT > 0
        PERFORM 2000-MATCH-APPLICATIONS
        PERFORM 2500-MATCH-PLACEMENTS
    END-IF
    PERFORM 3000-TALLY
    PERFORM 4000-LIST-BY-REFERRER

    MOVE " " TO REPORT-LINE
    PERFORM SHOW
    MOVE WS-N-MADE TO WS-COUNT-DISPLAY
    MOVE SPACES TO REPORT-LINE
    STRING "Referrals made:               " DELIMITED BY SIZE
           WS-COUNT-DISPLAY DELIMITED BY SIZE
           INTO REPORT-LINE
    END-STRING
    PERFORM SHOW
    MOVE WS-N-APPLIED TO WS-COUNT-DISPLAY
    MOVE SPACES TO REPORT-LINE
    STRING "Became applications:          " DELIMITED BY SIZE
           WS-COUNT-DISPLAY DELIMITED BY SIZE
           INTO REPORT-LINE
    END-STRING
    PERFORM SHOW
    MOVE WS-N-PLACED TO WS-COUNT-DISPLAY
    MOVE SPACES TO REPORT-LINE
    STRING "Became placements:            " DELIMITED BY SIZE
           WS-COUNT-DISPLAY DELIMITED BY SIZE
           INTO REPORT-LINE
    END-STRING
    PERFORM SHOW
    MOVE WS-RR-COUNT TO WS-COUNT-DISPLAY
    MOVE SPACES TO REPORT-LINE
    STRING "Students who made referrals:  " DELIMITED BY SIZE
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

*> Splits each file's line into its parsed view.
0100-SPLIT-REFERRAL-LINE.
    MOVE SPACES TO REF-FIELDS
    UNSTRING REFERRALS-LINE DELIMITED BY "|"
        INTO REF-REFERRER REF-REFERRED REF-POSTING-ID REF-EMPLOYER
             REF-TITLE REF-DATE
    END-UNSTRING.

0110-SPLIT-APPLICATION-LINE.
    MOVE SPACES TO APP-FIELDS
    UNSTRING APPLICATIONS-LINE DELIMITED BY "|"
        INTO APP-EMPLOYER APP-TITLE APP-APPLICANT APP-STATUS APP-DATE
             APP-POSTING-ID
    END-UNSTRING.

0120-SPLIT-PLACEMENT-LINE.
    MOVE SPACES TO PLACE-FIELDS
    UNSTRING PLACEMENTS-LINE DELIMITED BY "|"
        INTO PLACE-STUDENT PLACE-EMPLOYER PLACE-TITLE PLACE-MAJOR
             PLACE-GRAD PLACE-DATE PLACE-POSTING-ID
    END-UNSTRING.

*> Sets WS-MONTH-FROM and WS-MONTH-TO to the first and last day of
*> last month: the day before the first of this month is its last
*> day.
0200-SET-MONTH.
    MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY
    MOVE WS-TODAY(1:6) TO WS-MONTH-FROM
    MOVE "01" TO WS-MONTH-FROM(7:2)
    COMPUTE WS-DAY-N =
        FUNCTION INTEGER-OF-DATE(FUNCTION NUMVAL(WS-MONTH-FROM)) - 1
    COMPUTE WS-LAST-DATE = FUNCTION DATE-OF-INTEGER(WS-DAY-N)
    MOVE WS-LAST-DATE TO WS-MONTH-TO
    MOVE WS-MONTH-TO(1:6) TO WS-MONTH-FROM
    MOVE "01" TO WS-MONTH-FROM(7:2).

*> Every referral dated within the month, and the referring students
*> who made them.
1000-LOAD-MONTH.
    OPEN INPUT REFERRALS
    IF REFERRALS-FILE-STATUS NOT = "00"
        MOVE "No referrals have been made yet." TO REPORT-LINE
        PERFORM SHOW
        EXIT PARAGRAPH
    END-IF
    MOVE 'N' TO WS-EOF
    PERFORM UNTIL WS-EOF = 'Y'
        READ REFERRALS INTO REFERRALS-LINE
            AT END MOVE 'Y' TO WS-EOF
            NOT AT END
                PERFORM 0100-SPLIT-REFERRAL-LINE
                IF REF-DATE >= WS-MONTH-FROM AND REF-DATE <= WS-MONTH-TO
                    PERFORM 1100-KEEP-REFERRAL
                END-IF
        END-READ
    END-PERFORM
    CLOSE REFERRALS.

1100-KEEP-REFERRAL.
    IF WS-RF-COUNT >= 5000
        MOVE 'Y' TO WS-CAP-HIT
        EXIT PARAGRAPH
    END-IF
    ADD 1 TO WS-RF-COUNT
    MOVE REF-REFERRER   TO WS-RF-REFERRER(WS-RF-COUNT)
    MOVE REF-REFERRED   TO WS-RF-REFERRED(WS-RF-COUNT)
    MOVE REF-POSTING-ID TO WS-RF-POSTING-ID(WS-RF-COUNT)
    MOVE REF-DATE       TO WS-RF-DATE(WS-RF-COUNT)
    MOVE 'N' TO WS-RF-APPLIED(WS-RF-COUNT)
    MOVE 'N' TO WS-RF-PLACED(WS-RF-COUNT).

*> One pass of applications.txt: a referral became an application
*> when the referred student applied to the same posting on or after
*> the day of the referral.
2000-MATCH-APPLICATIONS.
    OPEN INPUT APPLICATIONS
    IF APPLICATIONS-FILE-STATUS NOT = "00"
        EXIT PARAGRAPH
    END-IF
    MOVE 'N' TO WS-EOF
    PERFORM UNTIL WS-EOF = 'Y'
        READ APPLICATIONS INTO APPLICATIONS-LINE
            AT END MOVE 'Y' TO WS-EOF
            NOT AT END
                PERFORM 0110-SPLIT-APPLICATION-LINE
                IF APP-POSTING-ID NOT = SPACES
                    PERFORM VARYING WS-RF-I FROM 1 BY 1
                            UNTIL WS-RF-I > WS-RF-COUNT
                        IF WS-RF-REFERRED(WS-RF-I) = APP-APPLICANT
                           AND WS-RF-POSTING-ID(WS-RF-I) = APP-POSTING-ID
                           AND APP-DATE >= WS-RF-DATE(WS-RF-I)
                            MOVE 'Y' TO WS-RF-APPLIED(WS-RF-I)
                        END-IF
                    END-PERFORM
                END-IF
        END-READ
    END-PERFORM
    CLOSE APPLICATIONS.

*> One pass of placements.txt: a referral became a placement when the
*> referred student accepted an offer for the same posting.
2500-MATCH-PLACEMENTS.
    OPEN INPUT PLACEMENTS
    IF PLACEMENTS-FILE-STATUS NOT = "00"
        EXIT PARAGRAPH
    END-IF
    MOVE 'N' TO WS-EOF
    PERFORM UNTIL WS-EOF = 'Y'
        READ PLACEMENTS INTO PLACEMENTS-LINE
            AT END MOVE 'Y' TO WS-EOF
            NOT AT END
                PERFORM 0120-SPLIT-PLACEMENT-LINE
                IF PLACE-POSTING-ID NOT = SPACES
                    PERFORM VARYING WS-RF-I FROM 1 BY 1
                            UNTIL WS-RF-I > WS-RF-COUNT
                        IF WS-RF-REFERRED(WS-RF-I) = PLACE-STUDENT
                           AND WS-RF-POSTING-ID(WS-RF-I) = PLACE-POSTING-ID
                           AND PLACE-DATE >= WS-RF-DATE(WS-RF-I)
                            MOVE 'Y' TO WS-RF-PLACED(WS-RF-I)
                        END-IF
                    END-PERFORM
                END-IF
        END-READ
    END-PERFORM
    CLOSE PLACEMENTS.

*> Totals, and the same three counts per referring student.
3000-TALLY.
    PERFORM VARYING WS-RF-I FROM 1 BY 1 UNTIL WS-RF-I > WS-RF-COUNT
        ADD 1 TO WS-N-MADE
        MOVE 0 TO WS-RR-HIT
        PERFORM VARYING WS-RR-I FROM 1 BY 1
                UNTIL WS-RR-I > WS-RR-COUNT OR WS-RR-HIT > 0
            IF WS-RR-USER(WS-RR-I) = WS-RF-REFERRER(WS-RF-I)
                MOVE WS-RR-I TO WS-RR-HIT
            END-IF
        END-PERFORM
        IF WS-RR-HIT = 0
            IF WS-RR-COUNT < 2000
                ADD 1 TO WS-RR-COUNT
                MOVE WS-RR-COUNT TO WS-RR-HIT
                MOVE WS-RF-REFERRER(WS-RF-I) TO WS-RR-USER(WS-RR-HIT)
                MOVE 0 TO WS-RR-MADE(WS-RR-HIT)
                MOVE 0 TO WS-RR-APPLIED(WS-RR-HIT)
                MOVE 0 TO WS-RR-PLACED(WS-RR-HIT)
            ELSE
                MOVE 'Y' TO WS-CAP-HIT
            END-IF
        END-IF
        IF WS-RR-HIT > 0
            ADD 1 TO WS-RR-MADE(WS-RR-HIT)
        END-IF
        IF WS-RF-APPLIED(WS-RF-I) = 'Y'
            ADD 1 TO WS-N-APPLIED
            IF WS-RR-HIT > 0
                ADD 1 TO WS-RR-APPLIED(WS-RR-HIT)
            END-IF
        END-IF
        IF WS-RF-PLACED(WS-RF-I) = 'Y'
            ADD 1 TO WS-N-PLACED
            IF WS-RR-HIT > 0
                ADD 1 TO WS-RR-PLACED(WS-RR-HIT)
            END-IF
        END-IF
    END-PERFORM.

*> One line per referring student: referrals made, applied, placed.
4000-LIST-BY-REFERRER.
    MOVE " " TO REPORT-LINE
    PERFORM SHOW
    MOVE "--- Referrals by referring student (made / applied / placed) ---" TO REPORT-LINE
    PERFORM SHOW
    IF WS-RR-COUNT = 0
        MOVE "  (no referrals this month)" TO REPORT-LINE
        PERFORM SHOW
        EXIT PARAGRAPH
    END-IF
    PERFORM VARYING WS-RR-I FROM 1 BY 1 UNTIL WS-RR-I > WS-RR-COUNT
        MOVE WS-RR-MADE(WS-RR-I) TO WS-MADE-TXT
        MOVE WS-RR-APPLIED(WS-RR-I) TO WS-APPLIED-TXT
        MOVE WS-RR-PLACED(WS-RR-I) TO WS-PLACED-TXT
        MOVE SPACES TO REPORT-LINE
        STRING "  " DELIMITED BY SIZE
               WS-MADE-TXT DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-APPLIED-TXT DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-PLACED-TXT DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               FUNCTION TRIM(WS-RR-USER(WS-RR-I)) DELIMITED BY SIZE
               INTO REPORT-LINE
        END-STRING
        PERFORM SHOW
    END-PERFORM.
