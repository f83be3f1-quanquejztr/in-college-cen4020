>>SOURCE FORMAT FREE
*> Monthly activity statement for each employer account, the answer
*> to the partner employers' "how are our postings doing" question.
*> For every account in src/userinfo.txt of type 'E' it writes
*> src/statements/<username>-YYYYMM.txt, ready to send, showing for
*> the month:
*>   - postings opened (posted date in src/jobs.txt), closed by the
*>     employer and expired by the JobExpiry batch (the dated rows in
*>     src/posting-history.txt, joined to jobs.txt by posting number
*>     -- closures from before that history was kept carry no date
*>     and are not counted),
*>   - applications received (src/applications.txt) with a breakdown
*>     by their current status,
*>   - interview slots dated in the month (src/interviews.txt):
*>     posted (every slot), booked (taken by a student -- anything
*>     but OPEN) and filled (the interview was held -- COMPLETED),
*>   - hires (offers accepted, src/placements.txt),
*>   - career events the account hosted (src/events.txt) with their
*>     RSVPs and check-ins (src/event-rsvps.txt).
*> The month comes from the MONTH line of src/Statement-Control.txt
*> (MONTH|YYYYMM); without one it is the previous calendar month.
*> An index page src/statements/index-YYYYMM.txt lists the employers
*> active in the month and, separately, the ones with no activity so
*> employer relations can reach out. Run on demand
*> once a month, not from the nightly schedule. Read-only over the
*> data files; the run is reported to src/EmployerStatement-Report.txt.
IDENTIFICATION DIVISION.
PROGRAM-ID. EmployerStatement.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
*> Same physical files src/InCollege.cob maintains.
    SELECT USERINFO ASSIGN TO "src/userinfo.txt"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS IN-USERNAME
        FILE STATUS IS UINFO-FILE-STATUS.

    SELECT EMPLOYERS ASSIGN TO "src/employers.txt"
        ORGANIZATION IS LINE SEQUENTIAL
        ACCESS MODE IS SEQUENTIAL
        FILE STATUS IS EMPLOYERS-FILE-STATUS.

    SELECT JOBS ASSIGN TO "src/jobs.txt"
        ORGANIZATION IS LINE SEQUENTIAL
        ACCESS MODE IS SEQUENTIAL
        FILE STATUS IS JOBS-FILE-STATUS.

    SELECT POSTING-HISTORY ASSIGN TO "src/posting-history.txt"
        ORGANIZATION IS LINE SEQUENTIAL
        ACCESS MODE IS SEQUENTIAL
        FILE STATUS IS POSTING-HISTORY-FILE-STATUS.

    SELECT APPLICATIONS ASSIGN TO "src/applications.txt"
        ORGANIZATION IS LINE SEQUENTIAL
        ACCESS MODE IS SEQUENTIAL
        FILE STATUS IS APPLICATIONS-FILE-STATUS.

    SELECT INTERVIEWS ASSIGN TO "src/interviews.txt"
        ORGANIZATION IS LINE SEQUENTIAL
        ACCESS MODE IS SEQUENTIAL
        FILE STATUS IS INTERVIEWS-FILE-STATUS.

    SELECT PLACEMENTS ASSIGN TO "src/placements.txt"
        ORGANIZATION IS LINE SEQUENTIAL
        ACCESS MODE IS SEQUENTIAL
        FILE STATUS IS PLACEMENTS-FILE-STATUS.

    SELECT EVENTS ASSIGN TO "src/events.txt"
        ORGANIZATION IS LINE SEQUENTIAL
        ACCESS MODE IS SEQUENTIAL
        FILE STATUS IS EVENTS-FILE-STATUS.

    SELECT EVENT-RSVPS ASSIGN TO "src/event-rsvps.txt"
        ORGANIZATION IS LINE SEQUENTIAL
        ACCESS MODE IS SEQUENTIAL
        FILE STATUS IS RSVPS-FILE-STATUS.

    SELECT STMT-CONTROL ASSIGN TO "src/Statement-Control.txt"
        ORGANIZATION IS LINE SEQUENTIAL
        ACCESS MODE IS SEQUENTIAL
        FILE STATUS IS SCTL-FILE-STATUS.

*> One statement per employer, and the index page -- paths built at
*> runtime from the username and month (same ASSIGN TO DYNAMIC
*> mechanism src/EmployerCalendars.cob uses).
    SELECT STATEMENT-FILE ASSIGN TO DYNAMIC WS-STMT-PATH
        ORGANIZATION IS LINE SEQUENTIAL
        ACCESS MODE IS SEQUENTIAL
        FILE STATUS IS STATEMENT-FILE-STATUS.

    SELECT INDEX-FILE ASSIGN TO DYNAMIC WS-INDEX-PATH
        ORGANIZATION IS LINE SEQUENTIAL
        ACCESS MODE IS SEQUENTIAL
        FILE STATUS IS INDEX-FILE-STATUS.


*> Data-store lock -- the shop-wide protocol that keeps the batch
*> jobs and the online session from colliding on the shared data
*> files. Writers hold it exclusively; readers fail fast while it is
*> held. A lock older than the stale threshold is treated as left
*> behind by a crashed run and is not honored.
    SELECT LOCK-FILE ASSIGN TO "src/datastore.lock"
        ORGANIZATION IS LINE SEQUENTIAL
        ACCESS MODE IS SEQUENTIAL
        FILE STATUS IS LOCK-FILE-STATUS.

    SELECT REPORT-OUT ASSIGN TO "src/EmployerStatement-Report.txt"
        ORGANIZATION IS LINE SEQUENTIAL
        ACCESS MODE IS SEQUENTIAL
        FILE STATUS IS REPORT-FILE-STATUS.

DATA DIVISION.
FILE SECTION.
FD USERINFO.
01 USER-REC.
    05 IN-USERNAME PIC X(20).
    05 IN-PASSWORD PIC X(20).
    05 IN-RECOVERY-Q PIC X(40).
    05 IN-RECOVERY-A PIC X(20).
    05 IN-FAILED-ATTEMPTS PIC 9(2).
    05 IN-LOCKED PIC X(1).
    05 IN-ACCT-TYPE PIC X(1).
    05 IN-ACTIVE PIC X(1).
    05 IN-LAST-LOGIN PIC X(14).

FD EMPLOYERS.
01 EMPLOYERS-LINE PIC X(450).

FD JOBS.
01 JOBS-LINE PIC X(300).

FD POSTING-HISTORY.
01 POSTING-HISTORY-LINE PIC X(40).

FD APPLICATIONS.
01 APPLICATIONS-LINE PIC X(300).

FD INTERVIEWS.
01 INTERVIEWS-LINE PIC X(300).

FD PLACEMENTS.
01 PLACEMENTS-LINE PIC X(300).

FD EVENTS.
01 EVENTS-LINE PIC X(200).

FD EVENT-RSVPS.
01 RSVPS-LINE PIC X(100).

FD STMT-CONTROL.
01 STMT-CONTROL-LINE PIC X(40).

FD STATEMENT-FILE.
01 STATEMENT-LINE PIC X(200).

FD INDEX-FILE.
01 INDEX-LINE PIC X(200).


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

01 UINFO-FILE-STATUS           PIC XX.
01 EMPLOYERS-FILE-STATUS       PIC XX.
01 JOBS-FILE-STATUS            PIC XX.
01 POSTING-HISTORY-FILE-STATUS PIC XX.
01 APPLICATIONS-FILE-STATUS    PIC XX.
01 INTERVIEWS-FILE-STATUS      PIC XX.
01 PLACEMENTS-FILE-STATUS      PIC XX.
01 EVENTS-FILE-STATUS          PIC XX.
01 RSVPS-FILE-STATUS           PIC XX.
01 SCTL-FILE-STATUS            PIC XX.
01 STATEMENT-FILE-STATUS       PIC XX.
01 INDEX-FILE-STATUS           PIC XX.
01 REPORT-FILE-STATUS          PIC XX.

01 WS-EOF PIC A(1) VALUE 'N'.

*> The month: YYYYMM, and its first and last YYYYMMDD. Set from the
*> control file, else the calendar month before the run date.
01 WS-TODAY      PIC X(8).
01 WS-MONTH      PIC X(6).
01 WS-MONTH-FROM PIC X(8).
01 WS-MONTH-TO   PIC X(8).
01 WS-MONTH-OK   PIC A(1) VALUE 'Y'.
01 WS-DAY-N      PIC 9(8) VALUE 0.
01 WS-LAST-DATE  PIC 9(8) VALUE 0.
01 WS-NEXT-YEAR  PIC 9(4) VALUE 0.
01 WS-NEXT-MONTH PIC 9(2) VALUE 0.
01 WS-NEXT-FIRST PIC 9(8) VALUE 0.

*> Parsed view of one Statement-Control.txt line
01 SCTL-FIELDS.
   05 SCTL-KEY   PIC X(20).
   05 SCTL-VALUE PIC X(10).

*> A YYYY-MM-DD date (interviews, events, posted dates) reduced to
*> YYYYMMDD in WS-DATE-YMD; spaces when malformed.
01 WS-DATE-IN  PIC X(10).
01 WS-DATE-YMD PIC X(8).

*> Parsed views of one row of each file (same line formats
*> src/InCollege.cob reads)
01 EMP-FIELDS.
   05 EMP-USERNAME PIC X(20).
   05 EMP-COMPANY  PIC X(60).

01 JOB-FIELDS.
   05 JOB-EMPLOYER PIC X(40).
   05 JOB-TITLE    PIC X(50).
   05 JOB-MAJOR    PIC X(40).
   05 JOB-LOCATION PIC X(40).
   05 JOB-POSTED   PIC X(10).
   05 JOB-STATUS   PIC X(10).
   05 JOB-EXPIRES  PIC X(10).
   05 JOB-POSTING-ID PIC X(6).

01 HIST-FIELDS.
   05 HIST-POSTING-ID PIC X(6).
   05 HIST-ACTION     PIC X(10).
   05 HIST-DATE       PIC X(8).

01 APP-FIELDS.
   05 APP-EMPLOYER  PIC X(40).
   05 APP-TITLE     PIC X(50).
   05 APP-APPLICANT PIC X(20).
   05 APP-STATUS    PIC X(12).
   05 APP-DATE      PIC X(8).
   05 APP-POSTING-ID PIC X(6).

01 INT-FIELDS.
   05 INT-EMPLOYER  PIC X(40).
   05 INT-TITLE     PIC X(50).
   05 INT-APPLICANT PIC X(20).
   05 INT-DATE      PIC X(10).
   05 INT-TIME      PIC X(8).
   05 INT-LOCATION  PIC X(40).
   05 INT-STATUS    PIC X(12).
   05 INT-POSTING-ID PIC X(6).

01 PLACE-FIELDS.
   05 PLACE-STUDENT  PIC X(20).
   05 PLACE-EMPLOYER PIC X(40).
   05 PLACE-TITLE    PIC X(50).
   05 PLACE-MAJOR    PIC X(40).
   05 PLACE-GRAD     PIC X(4).
   05 PLACE-DATE     PIC X(8).
   05 PLACE-POSTING-ID PIC X(6).

01 EVT-FIELDS.
   05 EVT-ID       PIC X(4).
   05 EVT-TITLE    PIC X(60).
   05 EVT-HOST     PIC X(20).
   05 EVT-DATE     PIC X(10).
   05 EVT-LOCATION PIC X(40).
   05 EVT-MAJOR    PIC X(40).

01 RSVP-FIELDS.
   05 RSVP-EVENT  PIC X(4).
   05 RSVP-USER   PIC X(20).
   05 RSVP-STATUS PIC X(10).

*> Employer accounts, in userinfo key order, with the month's counts
01 WS-ES-COUNT PIC 9(4) VALUE 0.
01 WS-ES-TABLE.
    05 WS-ES OCCURS 1000.
       10 WS-ES-USER     PIC X(20).
       10 WS-ES-COMPANY  PIC X(60).
       10 WS-ES-OPENED   PIC 9(6).
       10 WS-ES-CLOSED   PIC 9(6).
       10 WS-ES-EXPIRED  PIC 9(6).
       10 WS-ES-APPS     PIC 9(6).
       10 WS-ES-SLOTS    PIC 9(6).
       10 WS-ES-BOOKED   PIC 9(6).
       10 WS-ES-FILLED   PIC 9(6).
       10 WS-ES-HIRES    PIC 9(6).
       10 WS-ES-EVENTS   PIC 9(6).
       10 WS-ES-RSVPS    PIC 9(6).
       10 WS-ES-ATTENDED PIC 9(6).
01 WS-E PIC 9(4) VALUE 0.

*> Every employer posting on the board by number, so the dated
*> closures in posting-history.txt can be charged to their employer
01 WS-PO-COUNT PIC 9(5) VALUE 0.
01 WS-PO-TABLE.
    05 WS-PO OCCURS 5000.
       10 WS-PO-ID  PIC X(6).
       10 WS-PO-EMP PIC 9(4).

*> Applications received in the month, kept for the status breakdown
01 WS-AP-COUNT PIC 9(5) VALUE 0.
01 WS-AP-TABLE.
    05 WS-AP OCCURS 5000.
       10 WS-AP-EMP    PIC 9(4).
       10 WS-AP-STATUS PIC X(12).

*> Events hosted in the month, so their RSVPs can be charged to the host
01 WS-EV-COUNT PIC 9(4) VALUE 0.
01 WS-EV-TABLE.
    05 WS-EV OCCURS 500.
       10 WS-EV-ID  PIC X(4).
       10 WS-EV-EMP PIC 9(4).

*> One employer's application statuses while its statement is written
01 WS-ST-COUNT PIC 9(2) VALUE 0.
01 WS-ST-TABLE.
    05 WS-ST OCCURS 20.
       10 WS-ST-STATUS PIC X(12).
       10 WS-ST-N      PIC 9(6).

*> Set when any table overflowed -- the statements then undercount
*> and the report and index page say so.
01 WS-CAP-HIT PIC A(1) VALUE 'N'.

01 WS-I        PIC 9(5) VALUE 0.
01 WS-J        PIC 9(5) VALUE 0.
01 WS-FOUND-I  PIC 9(5) VALUE 0.
01 WS-LOOKUP-NAME PIC X(40).

01 WS-STMT-PATH  PIC X(80).
01 WS-INDEX-PATH PIC X(80).
01 WS-ACTIVITY   PIC 9(7) VALUE 0.

*> One "label ... count" line of a statement
01 WS-LINE-LABEL PIC X(40).
01 WS-LINE-N     PIC 9(6) VALUE 0.

01 WS-N-WRITTEN  PIC 9(5) VALUE 0.
01 WS-N-QUIET    PIC 9(5) VALUE 0.
01 WS-N-FAILED   PIC 9(5) VALUE 0.
01 WS-COUNT-DISPLAY PIC ZZZ,ZZ9.

PROCEDURE DIVISION.
0000-MAINLINE.
    OPEN OUTPUT REPORT-OUT

    MOVE "===== InCollege Employer Activity Statements =====" TO REPORT-LINE
    PERFORM SHOW

    PERFORM CHECK-DATA-LOCK
    IF WS-LOCK-BUSY = 'Y'
        MOVE "Data store busy -- retry after the batch window." TO REPORT-LINE
        PERFORM SHOW
        CLOSE REPORT-OUT
        STOP RUN
    END-IF

    PERFORM 0200-SET-MONTH
    IF WS-MONTH-OK NOT = 'Y'
        MOVE "Control file MONTH line invalid (expect MONTH|YYYYMM)." TO REPORT-LINE
        PERFORM SHOW
        CLOSE REPORT-OUT
        STOP RUN
    END-IF
    MOVE SPACES TO REPORT-LINE
    STRING "Month: " DELIMITED BY SIZE
           WS-MONTH-FROM DELIMITED BY SIZE
           " through " DELIMITED BY SIZE
           WS-MONTH-TO DELIMITED BY SIZE
           "  (statuses as of " DELIMITED BY SIZE
           WS-TODAY DELIMITED BY SIZE
           ")" DELIMITED BY SIZE
           INTO REPORT-LINE
    END-STRING
    PERFORM SHOW

    PERFORM 1000-LOAD-EMPLOYERS
    IF WS-ES-COUNT = 0
        MOVE "No employer accounts on file; no statements written." TO REPORT-LINE
        PERFORM SHOW
        CLOSE REPORT-OUT
        STOP RUN
    END-IF
    PERFORM 1100-LOAD-COMPANIES
    PERFORM 1200-SCAN-JOBS
    PERFORM 1300-SCAN-HISTORY
    PERFORM 1400-SCAN-APPLICATIONS
    PERFORM 1500-SCAN-INTERVIEWS
    PERFORM 1600-SCAN-PLACEMENTS
    PERFORM 1700-SCAN-EVENTS
    IF WS-EV-COUNT > 0
        PERFORM 1800-SCAN-RSVPS
    END-IF
    IF WS-CAP-HIT = 'Y'
        MOVE "WARNING: more employers, postings, applications or events than this program's tables hold -- some statements undercount." TO REPORT-LINE
        PERFORM SHOW
    END-IF

    CALL "SYSTEM" USING BY CONTENT "mkdir -p src/statements"
    PERFORM VARYING WS-E FROM 1 BY 1 UNTIL WS-E > WS-ES-COUNT
        PERFORM 2000-WRITE-STATEMENT
    END-PERFORM
    PERFORM 3000-WRITE-INDEX

    MOVE " " TO REPORT-LINE
    PERFORM SHOW
    MOVE WS-ES-COUNT TO WS-COUNT-DISPLAY
    MOVE SPACES TO REPORT-LINE
    STRING "Employer accounts:       " DELIMITED BY SIZE
           WS-COUNT-DISPLAY DELIMITED BY SIZE
           INTO REPORT-LINE
    END-STRING
    PERFORM SHOW
    MOVE WS-N-WRITTEN TO WS-COUNT-DISPLAY
    MOVE SPACES TO REPORT-LINE
    STRING "Statements written:      " DELIMITED BY SIZE
           WS-COUNT-DISPLAY DELIMITED BY SIZE
           INTO REPORT-LINE
    END-STRING
    PERFORM SHOW
    MOVE WS-N-QUIET TO WS-COUNT-DISPLAY
    MOVE SPACES TO REPORT-LINE
    STRING "With no activity:        " DELIMITED BY SIZE
           WS-COUNT-DISPLAY DELIMITED BY SIZE
           INTO REPORT-LINE
    END-STRING
    PERFORM SHOW
    IF WS-N-FAILED > 0
        MOVE WS-N-FAILED TO WS-COUNT-DISPLAY
        MOVE SPACES TO REPORT-LINE
        STRING "Could not be written:    " DELIMITED BY SIZE
               WS-COUNT-DISPLAY DELIMITED BY SIZE
               INTO REPORT-LINE
        END-STRING
        PERFORM SHOW
    END-IF
    MOVE SPACES TO REPORT-LINE
    STRING "Index page:              " DELIMITED BY SIZE
           FUNCTION TRIM(WS-INDEX-PATH) DELIMITED BY SIZE
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

*> Reduces WS-DATE-IN (YYYY-MM-DD) to YYYYMMDD in WS-DATE-YMD; a
*> malformed date comes back as spaces (and so never falls in the
*> month).
0100-DASHED-TO-YMD.
    MOVE SPACES TO WS-DATE-YMD
    IF WS-DATE-IN(1:4) IS NUMERIC
       AND WS-DATE-IN(6:2) IS NUMERIC
       AND WS-DATE-IN(9:2) IS NUMERIC
        STRING WS-DATE-IN(1:4) DELIMITED BY SIZE
               WS-DATE-IN(6:2) DELIMITED BY SIZE
               WS-DATE-IN(9:2) DELIMITED BY SIZE
               INTO WS-DATE-YMD
        END-STRING
    END-IF.

*> Finds WS-LOOKUP-NAME among the employer accounts; WS-FOUND-I is 0
*> when the name is not an employer account.
0150-FIND-EMPLOYER.
    MOVE 0 TO WS-FOUND-I
    IF FUNCTION LENGTH(FUNCTION TRIM(WS-LOOKUP-NAME)) = 0
        EXIT PARAGRAPH
    END-IF
    PERFORM VARYING WS-J FROM 1 BY 1
            UNTIL WS-J > WS-ES-COUNT OR WS-FOUND-I > 0
        IF WS-ES-USER(WS-J) = WS-LOOKUP-NAME
            MOVE WS-J TO WS-FOUND-I
        END-IF
    END-PERFORM.

*> Sets the month from the MONTH line of the control file, else to
*> last month (the day before the first of this month is its last
*> day). The last day of a given month is the day before the first
*> of the month after it.
0200-SET-MONTH.
    MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY
    MOVE SPACES TO WS-MONTH
    OPEN INPUT STMT-CONTROL
    IF SCTL-FILE-STATUS = "00"
        MOVE 'N' TO WS-EOF
        PERFORM UNTIL WS-EOF = 'Y'
            READ STMT-CONTROL INTO STMT-CONTROL-LINE
                AT END MOVE 'Y' TO WS-EOF
                NOT AT END
                    MOVE SPACES TO SCTL-FIELDS
                    UNSTRING STMT-CONTROL-LINE DELIMITED BY "|"
                        INTO SCTL-KEY SCTL-VALUE
                    END-UNSTRING
                    IF FUNCTION UPPER-CASE(FUNCTION TRIM(SCTL-KEY)) = "MONTH"
                        MOVE FUNCTION TRIM(SCTL-VALUE) TO WS-MONTH
                    END-IF
            END-READ
        END-PERFORM
        CLOSE STMT-CONTROL
    END-IF

    IF WS-MONTH = SPACES
        MOVE WS-TODAY(1:6) TO WS-MONTH-FROM
        MOVE "01" TO WS-MONTH-FROM(7:2)
        COMPUTE WS-DAY-N =
            FUNCTION INTEGER-OF-DATE(FUNCTION NUMVAL(WS-MONTH-FROM)) - 1
        COMPUTE WS-LAST-DATE = FUNCTION DATE-OF-INTEGER(WS-DAY-N)
        MOVE WS-LAST-DATE TO WS-MONTH-TO
        MOVE WS-MONTH-TO(1:6) TO WS-MONTH-FROM
        MOVE "01" TO WS-MONTH-FROM(7:2)
        MOVE WS-MONTH-FROM(1:6) TO WS-MONTH
        EXIT PARAGRAPH
    END-IF

    IF WS-MONTH IS NOT NUMERIC
       OR WS-MONTH(1:4) < "1900"
       OR WS-MONTH(5:2) < "01" OR WS-MONTH(5:2) > "12"
        MOVE 'N' TO WS-MONTH-OK
        EXIT PARAGRAPH
    END-IF
    MOVE WS-MONTH TO WS-MONTH-FROM
    MOVE "01" TO WS-MONTH-FROM(7:2)
    MOVE FUNCTION NUMVAL(WS-MONTH(1:4)) TO WS-NEXT-YEAR
    MOVE FUNCTION NUMVAL(WS-MONTH(5:2)) TO WS-NEXT-MONTH
    IF WS-NEXT-MONTH = 12
        ADD 1 TO WS-NEXT-YEAR
        MOVE 1 TO WS-NEXT-MONTH
    ELSE
        ADD 1 TO WS-NEXT-MONTH
    END-IF
    COMPUTE WS-NEXT-FIRST = WS-NEXT-YEAR * 10000 + WS-NEXT-MONTH * 100 + 1
    COMPUTE WS-DAY-N = FUNCTION INTEGER-OF-DATE(WS-NEXT-FIRST) - 1
    COMPUTE WS-LAST-DATE = FUNCTION DATE-OF-INTEGER(WS-DAY-N)
    MOVE WS-LAST-DATE TO WS-MONTH-TO.

*> Every employer account ('E'), with its counts zeroed.
1000-LOAD-EMPLOYERS.
    OPEN INPUT USERINFO
    IF UINFO-FILE-STATUS NOT = "00"
        EXIT PARAGRAPH
    END-IF
    MOVE 'N' TO WS-EOF
    PERFORM UNTIL WS-EOF = 'Y'
        READ USERINFO NEXT RECORD INTO USER-REC
            AT END MOVE 'Y' TO WS-EOF
        END-READ
        IF WS-EOF NOT = 'Y' AND IN-ACCT-TYPE = 'E'
            IF WS-ES-COUNT >= 1000
                MOVE 'Y' TO WS-CAP-HIT
            ELSE
                ADD 1 TO WS-ES-COUNT
                INITIALIZE WS-ES(WS-ES-COUNT)
                MOVE IN-USERNAME TO WS-ES-USER(WS-ES-COUNT)
            END-IF
        END-IF
    END-PERFORM
    CLOSE USERINFO.

*> The company name from each employer's profile, for the heading.
1100-LOAD-COMPANIES.
    OPEN INPUT EMPLOYERS
    IF EMPLOYERS-FILE-STATUS NOT = "00"
        EXIT PARAGRAPH
    END-IF
    MOVE 'N' TO WS-EOF
    PERFORM UNTIL WS-EOF = 'Y'
        READ EMPLOYERS INTO EMPLOYERS-LINE
            AT END MOVE 'Y' TO WS-EOF
            NOT AT END
                MOVE SPACES TO EMP-FIELDS
                UNSTRING EMPLOYERS-LINE DELIMITED BY "|"
                    INTO EMP-USERNAME EMP-COMPANY
                END-UNSTRING
                MOVE EMP-USERNAME TO WS-LOOKUP-NAME
                PERFORM 0150-FIND-EMPLOYER
                IF WS-FOUND-I > 0
                    MOVE EMP-COMPANY TO WS-ES-COMPANY(WS-FOUND-I)
                END-IF
        END-READ
    END-PERFORM
    CLOSE EMPLOYERS.

*> Postings opened in the month, and every employer posting's number
*> for the closure join below.
1200-SCAN-JOBS.
    OPEN INPUT JOBS
    IF JOBS-FILE-STATUS NOT = "00"
        EXIT PARAGRAPH
    END-IF
    MOVE 'N' TO WS-EOF
    PERFORM UNTIL WS-EOF = 'Y'
        READ JOBS INTO JOBS-LINE
            AT END MOVE 'Y' TO WS-EOF
            NOT AT END
                MOVE SPACES TO JOB-FIELDS
                UNSTRING JOBS-LINE DELIMITED BY "|"
                    INTO JOB-EMPLOYER JOB-TITLE JOB-MAJOR JOB-LOCATION
                         JOB-POSTED JOB-STATUS JOB-EXPIRES JOB-POSTING-ID
                END-UNSTRING
                MOVE JOB-EMPLOYER TO WS-LOOKUP-NAME
                PERFORM 0150-FIND-EMPLOYER
                IF WS-FOUND-I > 0
                    MOVE JOB-POSTED TO WS-DATE-IN
                    PERFORM 0100-DASHED-TO-YMD
                    IF WS-DATE-YMD >= WS-MONTH-FROM
                       AND WS-DATE-YMD <= WS-MONTH-TO
                        ADD 1 TO WS-ES-OPENED(WS-FOUND-I)
                    END-IF
                    IF FUNCTION LENGTH(FUNCTION TRIM(JOB-POSTING-ID)) > 0
                        IF WS-PO-COUNT >= 5000
                            MOVE 'Y' TO WS-CAP-HIT
                        ELSE
                            ADD 1 TO WS-PO-COUNT
                            MOVE JOB-POSTING-ID TO WS-PO-ID(WS-PO-COUNT)
                            MOVE WS-FOUND-I TO WS-PO-EMP(WS-PO-COUNT)
                        END-IF
                    END-IF
                END-IF
        END-READ
    END-PERFORM
    CLOSE JOBS.

*> Closures dated in the month, charged to the posting's employer:
*> CLOSED by the employer, EXPIRED by the JobExpiry batch.
1300-SCAN-HISTORY.
    IF WS-PO-COUNT = 0
        EXIT PARAGRAPH
    END-IF
    OPEN INPUT POSTING-HISTORY
    IF POSTING-HISTORY-FILE-STATUS NOT = "00"
        EXIT PARAGRAPH
    END-IF
    MOVE 'N' TO WS-EOF
    PERFORM UNTIL WS-EOF = 'Y'
        READ POSTING-HISTORY INTO POSTING-HISTORY-LINE
            AT END MOVE 'Y' TO WS-EOF
            NOT AT END
                MOVE SPACES TO HIST-FIELDS
                UNSTRING POSTING-HISTORY-LINE DELIMITED BY "|"
                    INTO HIST-POSTING-ID HIST-ACTION HIST-DATE
                END-UNSTRING
                IF HIST-DATE >= WS-MONTH-FROM
                   AND HIST-DATE <= WS-MONTH-TO
                    PERFORM 1310-CHARGE-CLOSURE
                END-IF
        END-READ
    END-PERFORM
    CLOSE POSTING-HISTORY.

1310-CHARGE-CLOSURE.
    MOVE 0 TO WS-FOUND-I
    PERFORM VARYING WS-I FROM 1 BY 1
            UNTIL WS-I > WS-PO-COUNT OR WS-FOUND-I > 0
        IF WS-PO-ID(WS-I) = HIST-POSTING-ID
            MOVE WS-PO-EMP(WS-I) TO WS-FOUND-I
        END-IF
    END-PERFORM
    IF WS-FOUND-I = 0
        EXIT PARAGRAPH
    END-IF
    EVALUATE FUNCTION TRIM(HIST-ACTION)
        WHEN "CLOSED"
            ADD 1 TO WS-ES-CLOSED(WS-FOUND-I)
        WHEN "EXPIRED"
            ADD 1 TO WS-ES-EXPIRED(WS-FOUND-I)
    END-EVALUATE.

*> Applications dated in the month, kept with their current status.
1400-SCAN-APPLICATIONS.
    OPEN INPUT APPLICATIONS
    IF APPLICATIONS-FILE-STATUS NOT = "00"
        EXIT PARAGRAPH
    END-IF
    MOVE 'N' TO WS-EOF
    PERFORM UNTIL WS-EOF = 'Y'
        READ APPLICATIONS INTO APPLICATIONS-LINE
            AT END MOVE 'Y' TO WS-EOF
            NOT AT END
                MOVE SPACES TO APP-FIELDS
                UNSTRING APPLICATIONS-LINE DELIMITED BY "|"
                    INTO APP-EMPLOYER APP-TITLE APP-APPLICANT APP-STATUS
                         APP-DATE APP-POSTING-ID
                END-UNSTRING
                IF APP-DATE >= WS-MONTH-FROM AND APP-DATE <= WS-MONTH-TO
                    MOVE APP-EMPLOYER TO WS-LOOKUP-NAME
                    PERFORM 0150-FIND-EMPLOYER
                    IF WS-FOUND-I > 0
                        ADD 1 TO WS-ES-APPS(WS-FOUND-I)
                        IF WS-AP-COUNT >= 5000
                            MOVE 'Y' TO WS-CAP-HIT
                        ELSE
                            ADD 1 TO WS-AP-COUNT
                            MOVE WS-FOUND-I TO WS-AP-EMP(WS-AP-COUNT)
                            MOVE APP-STATUS TO WS-AP-STATUS(WS-AP-COUNT)
                        END-IF
                    END-IF
                END-IF
        END-READ
    END-PERFORM
    CLOSE APPLICATIONS.

*> Interview slots dated in the month: every slot is posted, any slot
*> a student took is booked, a COMPLETED one is filled.
1500-SCAN-INTERVIEWS.
    OPEN INPUT INTERVIEWS
    IF INTERVIEWS-FILE-STATUS NOT = "00"
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
                MOVE INT-DATE TO WS-DATE-IN
                PERFORM 0100-DASHED-TO-YMD
                IF WS-DATE-YMD >= WS-MONTH-FROM
                   AND WS-DATE-YMD <= WS-MONTH-TO
                    MOVE INT-EMPLOYER TO WS-LOOKUP-NAME
                    PERFORM 0150-FIND-EMPLOYER
                    IF WS-FOUND-I > 0
                        ADD 1 TO WS-ES-SLOTS(WS-FOUND-I)
                        IF FUNCTION TRIM(INT-STATUS) NOT = "OPEN"
                            ADD 1 TO WS-ES-BOOKED(WS-FOUND-I)
                        END-IF
                        IF FUNCTION TRIM(INT-STATUS) = "COMPLETED"
                            ADD 1 TO WS-ES-FILLED(WS-FOUND-I)
                        END-IF
                    END-IF
                END-IF
        END-READ
    END-PERFORM
    CLOSE INTERVIEWS.

*> Offers accepted in the month.
1600-SCAN-PLACEMENTS.
    OPEN INPUT PLACEMENTS
    IF PLACEMENTS-FILE-STATUS NOT = "00"
        EXIT PARAGRAPH
    END-IF
    MOVE 'N' TO WS-EOF
    PERFORM UNTIL WS-EOF = 'Y'
        READ PLACEMENTS INTO PLACEMENTS-LINE
            AT END MOVE 'Y' TO WS-EOF
            NOT AT END
                MOVE SPACES TO PLACE-FIELDS
                UNSTRING PLACEMENTS-LINE DELIMITED BY "|"
                    INTO PLACE-STUDENT PLACE-EMPLOYER PLACE-TITLE
                         PLACE-MAJOR PLACE-GRAD PLACE-DATE PLACE-POSTING-ID
                END-UNSTRING
                IF PLACE-DATE >= WS-MONTH-FROM
                   AND PLACE-DATE <= WS-MONTH-TO
                    MOVE PLACE-EMPLOYER TO WS-LOOKUP-NAME
                    PERFORM 0150-FIND-EMPLOYER
                    IF WS-FOUND-I > 0
                        ADD 1 TO WS-ES-HIRES(WS-FOUND-I)
                    END-IF
                END-IF
        END-READ
    END-PERFORM
    CLOSE PLACEMENTS.

*> Career events an employer account hosted in the month.
1700-SCAN-EVENTS.
    OPEN INPUT EVENTS
    IF EVENTS-FILE-STATUS NOT = "00"
        EXIT PARAGRAPH
    END-IF
    MOVE 'N' TO WS-EOF
    PERFORM UNTIL WS-EOF = 'Y'
        READ EVENTS INTO EVENTS-LINE
            AT END MOVE 'Y' TO WS-EOF
            NOT AT END
                MOVE SPACES TO EVT-FIELDS
                UNSTRING EVENTS-LINE DELIMITED BY "|"
                    INTO EVT-ID EVT-TITLE EVT-HOST EVT-DATE EVT-LOCATION
                         EVT-MAJOR
                END-UNSTRING
                MOVE EVT-DATE TO WS-DATE-IN
                PERFORM 0100-DASHED-TO-YMD
                IF WS-DATE-YMD >= WS-MONTH-FROM
                   AND WS-DATE-YMD <= WS-MONTH-TO
                    MOVE EVT-HOST TO WS-LOOKUP-NAME
                    PERFORM 0150-FIND-EMPLOYER
                    IF WS-FOUND-I > 0
                        ADD 1 TO WS-ES-EVENTS(WS-FOUND-I)
                        IF WS-EV-COUNT >= 500
                            MOVE 'Y' TO WS-CAP-HIT
                        ELSE
                            ADD 1 TO WS-EV-COUNT
                            MOVE EVT-ID TO WS-EV-ID(WS-EV-COUNT)
                            MOVE WS-FOUND-I TO WS-EV-EMP(WS-EV-COUNT)
                        END-IF
                    END-IF
                END-IF
        END-READ
    END-PERFORM
    CLOSE EVENTS.

*> Every RSVP to one of those events counts; ATTENDED rows (checked
*> in at the door) count as attendance too.
1800-SCAN-RSVPS.
    OPEN INPUT EVENT-RSVPS
    IF RSVPS-FILE-STATUS NOT = "00"
        EXIT PARAGRAPH
    END-IF
    MOVE 'N' TO WS-EOF
    PERFORM UNTIL WS-EOF = 'Y'
        READ EVENT-RSVPS INTO RSVPS-LINE
            AT END MOVE 'Y' TO WS-EOF
            NOT AT END
                MOVE SPACES TO RSVP-FIELDS
                UNSTRING RSVPS-LINE DELIMITED BY "|"
                    INTO RSVP-EVENT RSVP-USER RSVP-STATUS
                END-UNSTRING
                MOVE 0 TO WS-FOUND-I
                PERFORM VARYING WS-I FROM 1 BY 1
                        UNTIL WS-I > WS-EV-COUNT OR WS-FOUND-I > 0
                    IF WS-EV-ID(WS-I) = RSVP-EVENT
                        MOVE WS-EV-EMP(WS-I) TO WS-FOUND-I
                    END-IF
                END-PERFORM
                IF WS-FOUND-I > 0
                    ADD 1 TO WS-ES-RSVPS(WS-FOUND-I)
                    IF FUNCTION TRIM(RSVP-STATUS) = "ATTENDED"
                        ADD 1 TO WS-ES-ATTENDED(WS-FOUND-I)
                    END-IF
                END-IF
        END-READ
    END-PERFORM
    CLOSE EVENT-RSVPS.

*> Writes src/statements/<username>-YYYYMM.txt for employer WS-E.
2000-WRITE-STATEMENT.
    COMPUTE WS-ACTIVITY = WS-ES-OPENED(WS-E) + WS-ES-CLOSED(WS-E)
        + WS-ES-EXPIRED(WS-E) + WS-ES-APPS(WS-E) + WS-ES-SLOTS(WS-E)
        + WS-ES-HIRES(WS-E) + WS-ES-EVENTS(WS-E)
    IF WS-ACTIVITY = 0
        ADD 1 TO WS-N-QUIET
    END-IF

    MOVE SPACES TO WS-STMT-PATH
    STRING "src/statements/" DELIMITED BY SIZE
           FUNCTION TRIM(WS-ES-USER(WS-E)) DELIMITED BY SIZE
           "-" DELIMITED BY SIZE
           WS-MONTH DELIMITED BY SIZE
           ".txt" DELIMITED BY SIZE
           INTO WS-STMT-PATH
    END-STRING
    OPEN OUTPUT STATEMENT-FILE
    IF STATEMENT-FILE-STATUS NOT = "00"
        ADD 1 TO WS-N-FAILED
        MOVE SPACES TO REPORT-LINE
        STRING "Could not write " DELIMITED BY SIZE
               FUNCTION TRIM(WS-STMT-PATH) DELIMITED BY SIZE
               INTO REPORT-LINE
        END-STRING
        PERFORM SHOW
        EXIT PARAGRAPH
    END-IF

    MOVE "===== InCollege Employer Activity Statement =====" TO STATEMENT-LINE
    WRITE STATEMENT-LINE
    MOVE SPACES TO STATEMENT-LINE
    IF FUNCTION LENGTH(FUNCTION TRIM(WS-ES-COMPANY(WS-E))) > 0
        STRING "Employer: " DELIMITED BY SIZE
               FUNCTION TRIM(WS-ES-COMPANY(WS-E)) DELIMITED BY SIZE
               " (" DELIMITED BY SIZE
               FUNCTION TRIM(WS-ES-USER(WS-E)) DELIMITED BY SIZE
               ")" DELIMITED BY SIZE
               INTO STATEMENT-LINE
        END-STRING
    ELSE
        STRING "Employer: " DELIMITED BY SIZE
               FUNCTION TRIM(WS-ES-USER(WS-E)) DELIMITED BY SIZE
               INTO STATEMENT-LINE
        END-STRING
    END-IF
    WRITE STATEMENT-LINE
    MOVE SPACES TO STATEMENT-LINE
    STRING "Month:    " DELIMITED BY SIZE
           WS-MONTH-FROM DELIMITED BY SIZE
           " through " DELIMITED BY SIZE
           WS-MONTH-TO DELIMITED BY SIZE
           INTO STATEMENT-LINE
    END-STRING
    WRITE STATEMENT-LINE
    MOVE SPACES TO STATEMENT-LINE
    STRING "Prepared: " DELIMITED BY SIZE
           WS-TODAY DELIMITED BY SIZE
           " (application statuses as of this date)" DELIMITED BY SIZE
           INTO STATEMENT-LINE
    END-STRING
    WRITE STATEMENT-LINE

    MOVE " " TO STATEMENT-LINE
    WRITE STATEMENT-LINE
    MOVE "Job postings" TO STATEMENT-LINE
    WRITE STATEMENT-LINE
    MOVE "  Opened" TO WS-LINE-LABEL
    MOVE WS-ES-OPENED(WS-E) TO WS-LINE-N
    PERFORM 2900-WRITE-COUNT-LINE
    MOVE "  Closed by you" TO WS-LINE-LABEL
    MOVE WS-ES-CLOSED(WS-E) TO WS-LINE-N
    PERFORM 2900-WRITE-COUNT-LINE
    MOVE "  Expired" TO WS-LINE-LABEL
    MOVE WS-ES-EXPIRED(WS-E) TO WS-LINE-N
    PERFORM 2900-WRITE-COUNT-LINE

    MOVE " " TO STATEMENT-LINE
    WRITE STATEMENT-LINE
    MOVE "Applications received" TO WS-LINE-LABEL
    MOVE WS-ES-APPS(WS-E) TO WS-LINE-N
    PERFORM 2900-WRITE-COUNT-LINE
    IF WS-ES-APPS(WS-E) > 0
        PERFORM 2100-STATUS-BREAKDOWN
    END-IF

    MOVE " " TO STATEMENT-LINE
    WRITE STATEMENT-LINE
    MOVE "Interview slots" TO STATEMENT-LINE
    WRITE STATEMENT-LINE
    MOVE "  Posted" TO WS-LINE-LABEL
    MOVE WS-ES-SLOTS(WS-E) TO WS-LINE-N
    PERFORM 2900-WRITE-COUNT-LINE
    MOVE "  Booked by a student" TO WS-LINE-LABEL
    MOVE WS-ES-BOOKED(WS-E) TO WS-LINE-N
    PERFORM 2900-WRITE-COUNT-LINE
    MOVE "  Filled (interview held)" TO WS-LINE-LABEL
    MOVE WS-ES-FILLED(WS-E) TO WS-LINE-N
    PERFORM 2900-WRITE-COUNT-LINE

    MOVE " " TO STATEMENT-LINE
    WRITE STATEMENT-LINE
    MOVE "Hires (offers accepted)" TO WS-LINE-LABEL
    MOVE WS-ES-HIRES(WS-E) TO WS-LINE-N
    PERFORM 2900-WRITE-COUNT-LINE

    MOVE " " TO STATEMENT-LINE
    WRITE STATEMENT-LINE
    MOVE "Career events hosted" TO WS-LINE-LABEL
    MOVE WS-ES-EVENTS(WS-E) TO WS-LINE-N
    PERFORM 2900-WRITE-COUNT-LINE
    MOVE "  RSVPs" TO WS-LINE-LABEL
    MOVE WS-ES-RSVPS(WS-E) TO WS-LINE-N
    PERFORM 2900-WRITE-COUNT-LINE
    MOVE "  Attended" TO WS-LINE-LABEL
    MOVE WS-ES-ATTENDED(WS-E) TO WS-LINE-N
    PERFORM 2900-WRITE-COUNT-LINE

    IF WS-ACTIVITY = 0
        MOVE " " TO STATEMENT-LINE
        WRITE STATEMENT-LINE
        MOVE "No activity on your account this month." TO STATEMENT-LINE
        WRITE STATEMENT-LINE
    END-IF
    CLOSE STATEMENT-FILE
    ADD 1 TO WS-N-WRITTEN

    MOVE SPACES TO REPORT-LINE
    IF WS-ACTIVITY = 0
        STRING FUNCTION TRIM(WS-STMT-PATH) DELIMITED BY SIZE
               "  (no activity)" DELIMITED BY SIZE
               INTO REPORT-LINE
        END-STRING
    ELSE
        MOVE WS-STMT-PATH TO REPORT-LINE
    END-IF
    PERFORM SHOW.

*> Tallies employer WS-E's applications for the month by status, in
*> the order each status is first seen, and writes one line apiece.
2100-STATUS-BREAKDOWN.
    MOVE 0 TO WS-ST-COUNT
    PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I > WS-AP-COUNT
        IF WS-AP-EMP(WS-I) = WS-E
            PERFORM 2110-COUNT-STATUS
        END-IF
    END-PERFORM
    PERFORM VARYING WS-J FROM 1 BY 1 UNTIL WS-J > WS-ST-COUNT
        MOVE SPACES TO WS-LINE-LABEL
        STRING "  " DELIMITED BY SIZE
               FUNCTION TRIM(WS-ST-STATUS(WS-J)) DELIMITED BY SIZE
               INTO WS-LINE-LABEL
        END-STRING
        MOVE WS-ST-N(WS-J) TO WS-LINE-N
        PERFORM 2900-WRITE-COUNT-LINE
    END-PERFORM.

2110-COUNT-STATUS.
    MOVE 0 TO WS-FOUND-I
    PERFORM VARYING WS-J FROM 1 BY 1
            UNTIL WS-J > WS-ST-COUNT OR WS-FOUND-I > 0
        IF WS-ST-STATUS(WS-J) = WS-AP-STATUS(WS-I)
            MOVE WS-J TO WS-FOUND-I
        END-IF
    END-PERFORM
    IF WS-FOUND-I = 0
        IF WS-ST-COUNT >= 20
            MOVE 'Y' TO WS-CAP-HIT
            EXIT PARAGRAPH
        END-IF
        ADD 1 TO WS-ST-COUNT
        MOVE WS-AP-STATUS(WS-I) TO WS-ST-STATUS(WS-ST-COUNT)
        MOVE 0 TO WS-ST-N(WS-ST-COUNT)
        MOVE WS-ST-COUNT TO WS-FOUND-I
    END-IF
    ADD 1 TO WS-ST-N(WS-FOUND-I).

*> Writes WS-LINE-LABEL and WS-LINE-N as one statement line.
2900-WRITE-COUNT-LINE.
    MOVE WS-LINE-N TO WS-COUNT-DISPLAY
    MOVE SPACES TO STATEMENT-LINE
    MOVE WS-LINE-LABEL TO STATEMENT-LINE(1:40)
    MOVE WS-COUNT-DISPLAY TO STATEMENT-LINE(41:7)
    WRITE STATEMENT-LINE.

*> src/statements/index-YYYYMM.txt: every employer account with its
*> statement, then the ones with nothing in the month.
3000-WRITE-INDEX.
    MOVE SPACES TO WS-INDEX-PATH
    STRING "src/statements/index-" DELIMITED BY SIZE
           WS-MONTH DELIMITED BY SIZE
           ".txt" DELIMITED BY SIZE
           INTO WS-INDEX-PATH
    END-STRING
    OPEN OUTPUT INDEX-FILE
    IF INDEX-FILE-STATUS NOT = "00"
        MOVE SPACES TO REPORT-LINE
        STRING "Could not write " DELIMITED BY SIZE
               FUNCTION TRIM(WS-INDEX-PATH) DELIMITED BY SIZE
               INTO REPORT-LINE
        END-STRING
        PERFORM SHOW
        EXIT PARAGRAPH
    END-IF

    MOVE "===== InCollege Employer Statements -- Index =====" TO INDEX-LINE
    WRITE INDEX-LINE
    MOVE SPACES TO INDEX-LINE
    STRING "Month: " DELIMITED BY SIZE
           WS-MONTH-FROM DELIMITED BY SIZE
           " through " DELIMITED BY SIZE
           WS-MONTH-TO DELIMITED BY SIZE
           "  (prepared " DELIMITED BY SIZE
           WS-TODAY DELIMITED BY SIZE
           ")" DELIMITED BY SIZE
           INTO INDEX-LINE
    END-STRING
    WRITE INDEX-LINE
    IF WS-CAP-HIT = 'Y'
        MOVE "WARNING: some statements undercount -- this run's tables overflowed." TO INDEX-LINE
        WRITE INDEX-LINE
    END-IF

    MOVE " " TO INDEX-LINE
    WRITE INDEX-LINE
    MOVE SPACES TO INDEX-LINE
    STRING "Each account's statement is src/statements/<username>-" DELIMITED BY SIZE
           WS-MONTH DELIMITED BY SIZE
           ".txt" DELIMITED BY SIZE
           INTO INDEX-LINE
    END-STRING
    WRITE INDEX-LINE
    MOVE " " TO INDEX-LINE
    WRITE INDEX-LINE
    MOVE "Active this month (username, company, postings opened, applications, hires):" TO INDEX-LINE
    WRITE INDEX-LINE
    PERFORM VARYING WS-E FROM 1 BY 1 UNTIL WS-E > WS-ES-COUNT
        COMPUTE WS-ACTIVITY = WS-ES-OPENED(WS-E) + WS-ES-CLOSED(WS-E)
            + WS-ES-EXPIRED(WS-E) + WS-ES-APPS(WS-E) + WS-ES-SLOTS(WS-E)
            + WS-ES-HIRES(WS-E) + WS-ES-EVENTS(WS-E)
        IF WS-ACTIVITY > 0
            PERFORM 3100-INDEX-ACTIVE-LINE
        END-IF
    END-PERFORM

    MOVE " " TO INDEX-LINE
    WRITE INDEX-LINE
    MOVE "No activity this month -- for employer relations to contact:" TO INDEX-LINE
    WRITE INDEX-LINE
    IF WS-N-QUIET = 0
        MOVE "  (none)" TO INDEX-LINE
        WRITE INDEX-LINE
    END-IF
    PERFORM VARYING WS-E FROM 1 BY 1 UNTIL WS-E > WS-ES-COUNT
        COMPUTE WS-ACTIVITY = WS-ES-OPENED(WS-E) + WS-ES-CLOSED(WS-E)
            + WS-ES-EXPIRED(WS-E) + WS-ES-APPS(WS-E) + WS-ES-SLOTS(WS-E)
            + WS-ES-HIRES(WS-E) + WS-ES-EVENTS(WS-E)
        IF WS-ACTIVITY = 0
            MOVE SPACES TO INDEX-LINE
            STRING "  " DELIMITED BY SIZE
                   WS-ES-USER(WS-E) DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   FUNCTION TRIM(WS-ES-COMPANY(WS-E)) DELIMITED BY SIZE
                   INTO INDEX-LINE
            END-STRING
            WRITE INDEX-LINE
        END-IF
    END-PERFORM
    CLOSE INDEX-FILE.

3100-INDEX-ACTIVE-LINE.
    MOVE SPACES TO INDEX-LINE
    MOVE "  " TO INDEX-LINE(1:2)
    MOVE WS-ES-USER(WS-E) TO INDEX-LINE(3:20)
    MOVE WS-ES-COMPANY(WS-E) TO INDEX-LINE(24:30)
    MOVE WS-ES-OPENED(WS-E) TO WS-COUNT-DISPLAY
    MOVE WS-COUNT-DISPLAY TO INDEX-LINE(55:7)
    MOVE WS-ES-APPS(WS-E) TO WS-COUNT-DISPLAY
    MOVE WS-COUNT-DISPLAY TO INDEX-LINE(63:7)
    MOVE WS-ES-HIRES(WS-E) TO WS-COUNT-DISPLAY
    MOVE WS-COUNT-DISPLAY TO INDEX-LINE(71:7)
    WRITE INDEX-LINE.
