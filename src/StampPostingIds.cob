>>SOURCE FORMAT FREE
*> One-time conversion batch for permanent posting numbers: every
*> posting on the job board gets a six-digit POSTING-ID, and the
*> applications, interview slots and placements tied to it are
*> stamped with the same number so they stop being matched on
*> EMPLOYER|TITLE (which let a reposted title inherit the earlier
*> run's applicants). Run once, under the data-store lock, before
*> the online program and the job-pipeline batches go live on the
*> new layouts. Rows that already carry a number are left exactly
*> as they are, so a second run only picks up stragglers.
*>   - jobs.txt: each unnumbered posting gets the next number, in
*>     file order; src/posting-seq.txt is left at the last one issued
*>     so POST-NEW-JOB and JobImport carry on from there.
*>   - applications.txt: matched to a posting on employer + title;
*>     when the title was posted more than once, the run posted most
*>     recently on or before the applied date wins (the earliest run
*>     when the application predates them all or carries no date).
*>   - interviews.txt: takes the number from the applicant's own
*>     application for that employer + title (the latest applied on
*>     or before the slot date), else the posting rule above.
*>   - placements.txt: takes the number from the student's ACCEPTED
*>     application for that employer + title, else their latest
*>     application, else the posting rule above.
*> Rows no posting can be found for are left unnumbered and listed.
*> Everything is reported to src/StampPostingIds-Report.txt.
IDENTIFICATION DIVISION.
PROGRAM-ID. StampPostingIds.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
*> Same physical data store src/InCollege.cob maintains.
    SELECT JOBS ASSIGN TO "src/jobs.txt"
        ORGANIZATION IS LINE SEQUENTIAL
        ACCESS MODE IS SEQUENTIAL
        FILE STATUS IS JOBS-FILE-STATUS.

*> New files used to rewrite each data file in place (same
*> atomic-replace pattern src/InCollege.cob uses for connections.txt).
    SELECT JOBS-NEW-FILE ASSIGN TO "src/jobs.new"
        ORGANIZATION IS LINE SEQUENTIAL
        ACCESS MODE IS SEQUENTIAL
        FILE STATUS IS JOBS-NEW-FILE-STATUS.

    SELECT APPLICATIONS ASSIGN TO "src/applications.txt"
        ORGANIZATION IS LINE SEQUENTIAL
        ACCESS MODE IS SEQUENTIAL
        FILE STATUS IS APPLICATIONS-FILE-STATUS.

    SELECT APP-NEW-FILE ASSIGN TO "src/applications.new"
        ORGANIZATION IS LINE SEQUENTIAL
        ACCESS MODE IS SEQUENTIAL
        FILE STATUS IS APP-NEW-FILE-STATUS.

    SELECT INTERVIEWS ASSIGN TO "src/interviews.txt"
        ORGANIZATION IS LINE SEQUENTIAL
        ACCESS MODE IS SEQUENTIAL
        FILE STATUS IS INTERVIEWS-FILE-STATUS.

    SELECT INT-NEW-FILE ASSIGN TO "src/interviews.new"
        ORGANIZATION IS LINE SEQUENTIAL
        ACCESS MODE IS SEQUENTIAL
        FILE STATUS IS INT-NEW-FILE-STATUS.

    SELECT PLACEMENTS ASSIGN TO "src/placements.txt"
        ORGANIZATION IS LINE SEQUENTIAL
        ACCESS MODE IS SEQUENTIAL
        FILE STATUS IS PLACEMENTS-FILE-STATUS.

    SELECT PLACE-NEW-FILE ASSIGN TO "src/placements.new"
        ORGANIZATION IS LINE SEQUENTIAL
        ACCESS MODE IS SEQUENTIAL
        FILE STATUS IS PLACE-NEW-FILE-STATUS.

*> Last posting number handed out, shared with src/InCollege.cob
*> and src/JobImport.cob.
    SELECT POSTING-SEQ ASSIGN TO "src/posting-seq.txt"
        ORGANIZATION IS LINE SEQUENTIAL
        ACCESS MODE IS SEQUENTIAL
        FILE STATUS IS POSTING-SEQ-FILE-STATUS.


*> Data-store lock -- the shop-wide protocol that keeps the batch
*> jobs and the online session from colliding on the shared data
*> files. Writers hold it exclusively; readers fail fast while it is
*> held. A lock older than the stale threshold is treated as left
*> behind by a crashed run and is not honored.
    SELECT LOCK-FILE ASSIGN TO "src/datastore.lock"
        ORGANIZATION IS LINE SEQUENTIAL
        ACCESS MODE IS SEQUENTIAL
        FILE STATUS IS LOCK-FILE-STATUS.

    SELECT REPORT-OUT ASSIGN TO "src/StampPostingIds-Report.txt"
        ORGANIZATION IS LINE SEQUENTIAL
        ACCESS MODE IS SEQUENTIAL
        FILE STATUS IS REPORT-FILE-STATUS.

DATA DIVISION.
FILE SECTION.
FD JOBS.
01 JOBS-LINE PIC X(300).

FD JOBS-NEW-FILE.
01 JOBS-NEW-LINE PIC X(300).

FD APPLICATIONS.
01 APPLICATIONS-LINE PIC X(300).

FD APP-NEW-FILE.
01 APP-NEW-LINE PIC X(300).

FD INTERVIEWS.
01 INTERVIEWS-LINE PIC X(300).

FD INT-NEW-FILE.
01 INT-NEW-LINE PIC X(300).

FD PLACEMENTS.
01 PLACEMENTS-LINE PIC X(300).

FD PLACE-NEW-FILE.
01 PLACE-NEW-LINE PIC X(300).

FD POSTING-SEQ.
01 POSTING-SEQ-LINE PIC X(20).


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

01 JOBS-FILE-STATUS         PIC XX.
01 JOBS-NEW-FILE-STATUS     PIC XX.
01 APPLICATIONS-FILE-STATUS PIC XX.
01 APP-NEW-FILE-STATUS      PIC XX.
01 INTERVIEWS-FILE-STATUS   PIC XX.
01 INT-NEW-FILE-STATUS      PIC XX.
01 PLACEMENTS-FILE-STATUS   PIC XX.
01 PLACE-NEW-FILE-STATUS    PIC XX.
01 POSTING-SEQ-FILE-STATUS  PIC XX.
01 REPORT-FILE-STATUS       PIC XX.

01 JOBSEOF  PIC A(1) VALUE 'N'.
01 APPSEOF  PIC A(1) VALUE 'N'.
01 INTEOF   PIC A(1) VALUE 'N'.
01 PLACEEOF PIC A(1) VALUE 'N'.

*> Parsed views of one row of each file (same line formats
*> src/InCollege.cob reads and writes).
01 JOB-FIELDS.
   05 JOB-EMPLOYER PIC X(40).
   05 JOB-TITLE    PIC X(50).
   05 JOB-MAJOR    PIC X(40).
   05 JOB-LOCATION PIC X(40).
   05 JOB-POSTED   PIC X(10).
   05 JOB-STATUS   PIC X(10).
   05 JOB-EXPIRES  PIC X(10).
   05 JOB-POSTING-ID PIC X(6).

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

*> Every posting on the board after numbering, with its posted date
*> reduced to YYYYMMDD (0 when the row carries none).
01 WS-POST-COUNT PIC 9(5) VALUE 0.
01 WS-POST-TABLE.
   05 WS-POST-ENTRY OCCURS 2000.
      10 WS-POST-ID       PIC X(6).
      10 WS-POST-EMPLOYER PIC X(40).
      10 WS-POST-TITLE    PIC X(50).
      10 WS-POST-DATE-N   PIC 9(8).

*> Every application after stamping -- the interview and placement
*> passes pick their numbers from here.
01 WS-APP-COUNT PIC 9(5) VALUE 0.
01 WS-APP-TABLE.
   05 WS-APP-ENTRY OCCURS 5000.
      10 WS-APP-EMPLOYER  PIC X(40).
      10 WS-APP-TITLE     PIC X(50).
      10 WS-APP-APPLICANT PIC X(20).
      10 WS-APP-STATUS    PIC X(12).
      10 WS-APP-DATE-N    PIC 9(8).
      10 WS-APP-ID        PIC X(6).

*> Set when a table overflowed -- nothing is rewritten in that case,
*> since matching against a partial table would stamp wrong numbers.
01 WS-CAP-HIT PIC A(1) VALUE 'N'.

*> Posting number sequence
01 WS-POSTING-SEQ PIC 9(6) VALUE 0.
01 WS-NEW-ID      PIC 9(6) VALUE 0.
01 WS-SEQ-SCAN.
   05 WS-SEQ-SKIP PIC X(50) OCCURS 7 TIMES.
   05 WS-SEQ-ID   PIC X(6).

*> Match arguments and results. WS-MATCH-EMPLOYER/TITLE/DATE-N name
*> what is being looked up (plus WS-MATCH-USER for the application
*> lookups); WS-MATCH-ID comes back blank when nothing fits.
01 WS-MATCH-EMPLOYER PIC X(40).
01 WS-MATCH-TITLE    PIC X(50).
01 WS-MATCH-USER     PIC X(20).
01 WS-MATCH-DATE-N   PIC 9(8) VALUE 0.
01 WS-MATCH-ID       PIC X(6).
01 WS-BEST-DATE-N    PIC 9(8) VALUE 0.
01 WS-FIRST-DATE-N   PIC 9(8) VALUE 0.
01 WS-FIRST-ID       PIC X(6).
01 WS-ACCEPTED-ID    PIC X(6).
01 WS-I              PIC 9(5) VALUE 0.

*> Date reduction: WS-DATE-IN (YYYY-MM-DD or YYYYMMDD) to WS-DATE-N
01 WS-DATE-IN PIC X(10).
01 WS-DATE-N  PIC 9(8) VALUE 0.

01 WS-JOBS-STAMPED  PIC 9(6) VALUE 0.
01 WS-APPS-STAMPED  PIC 9(6) VALUE 0.
01 WS-APPS-MISSED   PIC 9(6) VALUE 0.
01 WS-INTS-STAMPED  PIC 9(6) VALUE 0.
01 WS-INTS-MISSED   PIC 9(6) VALUE 0.
01 WS-PLACE-STAMPED PIC 9(6) VALUE 0.
01 WS-PLACE-MISSED  PIC 9(6) VALUE 0.
01 WS-COUNT-DISPLAY PIC ZZZ,ZZ9.

PROCEDURE DIVISION.
0000-MAINLINE.
    OPEN OUTPUT REPORT-OUT

    MOVE "===== InCollege Posting Number Conversion =====" TO REPORT-LINE
    PERFORM SHOW

    PERFORM ACQUIRE-DATA-LOCK
    IF WS-LOCK-BUSY = 'Y'
        MOVE "Data store busy -- retry after the batch window." TO REPORT-LINE
        PERFORM SHOW
        CLOSE REPORT-OUT
        STOP RUN
    END-IF

    PERFORM 0500-COUNT-TABLES
    IF WS-CAP-HIT = 'Y'
        MOVE "jobs.txt or applications.txt has more rows than this program's tables hold." TO REPORT-LINE
        PERFORM SHOW
        MOVE "Stamping would match against a partial table -- raise the caps and re-run. Nothing changed." TO REPORT-LINE
        PERFORM SHOW
        PERFORM RELEASE-DATA-LOCK
        CLOSE REPORT-OUT
        STOP RUN
    END-IF

    PERFORM 1000-STAMP-JOBS
    PERFORM 2000-STAMP-APPLICATIONS
    PERFORM 3000-STAMP-INTERVIEWS
    PERFORM 4000-STAMP-PLACEMENTS

    MOVE " " TO REPORT-LINE
    PERFORM SHOW
    MOVE WS-JOBS-STAMPED TO WS-COUNT-DISPLAY
    MOVE SPACES TO REPORT-LINE
    STRING "Postings numbered:          " DELIMITED BY SIZE
           WS-COUNT-DISPLAY DELIMITED BY SIZE
           INTO REPORT-LINE
    END-STRING
    PERFORM SHOW
    MOVE WS-APPS-STAMPED TO WS-COUNT-DISPLAY
    MOVE SPACES TO REPORT-LINE
    STRING "Applications stamped:       " DELIMITED BY SIZE
           WS-COUNT-DISPLAY DELIMITED BY SIZE
           INTO REPORT-LINE
    END-STRING
    PERFORM SHOW
    MOVE WS-APPS-MISSED TO WS-COUNT-DISPLAY
    MOVE SPACES TO REPORT-LINE
    STRING "Applications unmatched:     " DELIMITED BY SIZE
           WS-COUNT-DISPLAY DELIMITED BY SIZE
           INTO REPORT-LINE
    END-STRING
    PERFORM SHOW
    MOVE WS-INTS-STAMPED TO WS-COUNT-DISPLAY
    MOVE SPACES TO REPORT-LINE
    STRING "Interview slots stamped:    " DELIMITED BY SIZE
           WS-COUNT-DISPLAY DELIMITED BY SIZE
           INTO REPORT-LINE
    END-STRING
    PERFORM SHOW
    MOVE WS-INTS-MISSED TO WS-COUNT-DISPLAY
    MOVE SPACES TO REPORT-LINE
    STRING "Interview slots unmatched:  " DELIMITED BY SIZE
           WS-COUNT-DISPLAY DELIMITED BY SIZE
           INTO REPORT-LINE
    END-STRING
    PERFORM SHOW
    MOVE WS-PLACE-STAMPED TO WS-COUNT-DISPLAY
    MOVE SPACES TO REPORT-LINE
    STRING "Placements stamped:         " DELIMITED BY SIZE
           WS-COUNT-DISPLAY DELIMITED BY SIZE
           INTO REPORT-LINE
    END-STRING
    PERFORM SHOW
    MOVE WS-PLACE-MISSED TO WS-COUNT-DISPLAY
    MOVE SPACES TO REPORT-LINE
    STRING "Placements unmatched:       " DELIMITED BY SIZE
           WS-COUNT-DISPLAY DELIMITED BY SIZE
           INTO REPORT-LINE
    END-STRING
    PERFORM SHOW
    MOVE WS-POSTING-SEQ TO WS-NEW-ID
    MOVE SPACES TO REPORT-LINE
    STRING "Last posting number issued: " DELIMITED BY SIZE
           WS-NEW-ID DELIMITED BY SIZE
           INTO REPORT-LINE
    END-STRING
    PERFORM SHOW

    PERFORM RELEASE-DATA-LOCK
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

*> Takes the exclusive hold for this run; WS-LOCK-BUSY stays 'Y' if
*> someone else already has it.
ACQUIRE-DATA-LOCK.
    PERFORM CHECK-DATA-LOCK
    IF WS-LOCK-BUSY = 'Y'
        EXIT PARAGRAPH
    END-IF
    OPEN OUTPUT LOCK-FILE
    MOVE SPACES TO LOCK-REC
    MOVE FUNCTION CURRENT-DATE(1:14) TO LOCK-TIMESTAMP
    MOVE "StampPostingIds" TO LOCK-PROGRAM
    WRITE LOCK-REC
    CLOSE LOCK-FILE.

RELEASE-DATA-LOCK.
    CALL "SYSTEM" USING BY CONTENT "rm -f src/datastore.lock".

*> Counts the jobs and applications rows against the table caps, and
*> finds the highest posting number already issued (the counter file
*> or the board, whichever is higher).
0500-COUNT-TABLES.
    MOVE 0 TO WS-POSTING-SEQ
    OPEN INPUT POSTING-SEQ
    IF POSTING-SEQ-FILE-STATUS = "00"
        READ POSTING-SEQ INTO POSTING-SEQ-LINE
            AT END CONTINUE
            NOT AT END
                IF POSTING-SEQ-LINE(1:6) IS NUMERIC
                    MOVE FUNCTION NUMVAL(POSTING-SEQ-LINE) TO WS-POSTING-SEQ
                END-IF
        END-READ
        CLOSE POSTING-SEQ
    END-IF

    MOVE 0 TO WS-I
    OPEN INPUT JOBS
    IF JOBS-FILE-STATUS = "00"
        MOVE 'N' TO JOBSEOF
        PERFORM UNTIL JOBSEOF = 'Y'
            READ JOBS INTO JOBS-LINE
                AT END MOVE 'Y' TO JOBSEOF
                NOT AT END
                    ADD 1 TO WS-I
                    MOVE SPACES TO WS-SEQ-SCAN
                    UNSTRING JOBS-LINE DELIMITED BY "|"
                        INTO WS-SEQ-SKIP(1) WS-SEQ-SKIP(2) WS-SEQ-SKIP(3)
                             WS-SEQ-SKIP(4) WS-SEQ-SKIP(5) WS-SEQ-SKIP(6)
                             WS-SEQ-SKIP(7) WS-SEQ-ID
                    END-UNSTRING
                    IF WS-SEQ-ID IS NUMERIC
                       AND FUNCTION NUMVAL(WS-SEQ-ID) > WS-POSTING-SEQ
                        MOVE FUNCTION NUMVAL(WS-SEQ-ID) TO WS-POSTING-SEQ
                    END-IF
            END-READ
        END-PERFORM
        CLOSE JOBS
    END-IF
    IF WS-I > 2000
        MOVE 'Y' TO WS-CAP-HIT
    END-IF

    MOVE 0 TO WS-I
    OPEN INPUT APPLICATIONS
    IF APPLICATIONS-FILE-STATUS = "00"
        MOVE 'N' TO APPSEOF
        PERFORM UNTIL APPSEOF = 'Y'
            READ APPLICATIONS INTO APPLICATIONS-LINE
                AT END MOVE 'Y' TO APPSEOF
                NOT AT END ADD 1 TO WS-I
            END-READ
        END-PERFORM
        CLOSE APPLICATIONS
    END-IF
    IF WS-I > 5000
        MOVE 'Y' TO WS-CAP-HIT
    END-IF.

*> Reduces WS-DATE-IN to YYYYMMDD in WS-DATE-N; 0 when it is neither
*> YYYY-MM-DD nor YYYYMMDD.
0600-DATE-TO-N.
    MOVE 0 TO WS-DATE-N
    IF WS-DATE-IN(1:4) IS NUMERIC
       AND WS-DATE-IN(5:1) = "-"
       AND WS-DATE-IN(6:2) IS NUMERIC
       AND WS-DATE-IN(8:1) = "-"
       AND WS-DATE-IN(9:2) IS NUMERIC
        COMPUTE WS-DATE-N =
            FUNCTION NUMVAL(WS-DATE-IN(1:4)) * 10000
            + FUNCTION NUMVAL(WS-DATE-IN(6:2)) * 100
            + FUNCTION NUMVAL(WS-DATE-IN(9:2))
        EXIT PARAGRAPH
    END-IF
    IF WS-DATE-IN(1:8) IS NUMERIC
        MOVE WS-DATE-IN(1:8) TO WS-DATE-N
    END-IF.

*> Numbers every unnumbered posting in file order (copy through
*> jobs.new), loads the whole board into WS-POST-TABLE, and saves the
*> last number issued to src/posting-seq.txt.
1000-STAMP-JOBS.
    OPEN INPUT JOBS
    IF JOBS-FILE-STATUS NOT = "00"
        MOVE "No jobs file on disk; no postings to number." TO REPORT-LINE
        PERFORM SHOW
        EXIT PARAGRAPH
    END-IF
    OPEN OUTPUT JOBS-NEW-FILE
    MOVE 'N' TO JOBSEOF
    PERFORM UNTIL JOBSEOF = 'Y'
        READ JOBS INTO JOBS-LINE
            AT END MOVE 'Y' TO JOBSEOF
            NOT AT END
                MOVE SPACES TO JOB-FIELDS
                UNSTRING JOBS-LINE DELIMITED BY "|"
                    INTO JOB-EMPLOYER JOB-TITLE JOB-MAJOR JOB-LOCATION
                         JOB-POSTED JOB-STATUS JOB-EXPIRES JOB-POSTING-ID
                END-UNSTRING
                IF FUNCTION LENGTH(FUNCTION TRIM(JOB-STATUS)) = 0
                    MOVE "OPEN" TO JOB-STATUS
                END-IF
                IF FUNCTION LENGTH(FUNCTION TRIM(JOB-POSTING-ID)) = 0
                    ADD 1 TO WS-POSTING-SEQ
                    MOVE WS-POSTING-SEQ TO WS-NEW-ID
                    MOVE WS-NEW-ID TO JOB-POSTING-ID
                    ADD 1 TO WS-JOBS-STAMPED
                    MOVE SPACES TO REPORT-LINE
                    STRING "Posting #" DELIMITED BY SIZE
                           JOB-POSTING-ID DELIMITED BY SIZE
                           ": " DELIMITED BY SIZE
                           FUNCTION TRIM(JOB-TITLE) DELIMITED BY SIZE
                           " at " DELIMITED BY SIZE
                           FUNCTION TRIM(JOB-EMPLOYER) DELIMITED BY SIZE
                           " (posted " DELIMITED BY SIZE
                           FUNCTION TRIM(JOB-POSTED) DELIMITED BY SIZE
                           ")" DELIMITED BY SIZE
                           INTO REPORT-LINE
                    END-STRING
                    PERFORM SHOW
                END-IF
                ADD 1 TO WS-POST-COUNT
                MOVE JOB-POSTING-ID TO WS-POST-ID(WS-POST-COUNT)
                MOVE JOB-EMPLOYER TO WS-POST-EMPLOYER(WS-POST-COUNT)
                MOVE JOB-TITLE TO WS-POST-TITLE(WS-POST-COUNT)
                MOVE JOB-POSTED TO WS-DATE-IN
                PERFORM 0600-DATE-TO-N
                MOVE WS-DATE-N TO WS-POST-DATE-N(WS-POST-COUNT)
                MOVE SPACES TO JOBS-NEW-LINE
                STRING FUNCTION TRIM(JOB-EMPLOYER) DELIMITED BY SIZE
                       "|" DELIMITED BY SIZE
                       FUNCTION TRIM(JOB-TITLE) DELIMITED BY SIZE
                       "|" DELIMITED BY SIZE
                       FUNCTION TRIM(JOB-MAJOR) DELIMITED BY SIZE
                       "|" DELIMITED BY SIZE
                       FUNCTION TRIM(JOB-LOCATION) DELIMITED BY SIZE
                       "|" DELIMITED BY SIZE
                       FUNCTION TRIM(JOB-POSTED) DELIMITED BY SIZE
                       "|" DELIMITED BY SIZE
                       FUNCTION TRIM(JOB-STATUS) DELIMITED BY SIZE
                       "|" DELIMITED BY SIZE
                       FUNCTION TRIM(JOB-EXPIRES) DELIMITED BY SIZE
                       "|" DELIMITED BY SIZE
                       FUNCTION TRIM(JOB-POSTING-ID) DELIMITED BY SIZE
                       INTO JOBS-NEW-LINE
                END-STRING
                WRITE JOBS-NEW-LINE
        END-READ
    END-PERFORM
    CLOSE JOBS
    CLOSE JOBS-NEW-FILE
    CALL "SYSTEM" USING BY CONTENT "mv -f src/jobs.new src/jobs.txt"

    OPEN OUTPUT POSTING-SEQ
    MOVE SPACES TO POSTING-SEQ-LINE
    MOVE WS-POSTING-SEQ TO WS-NEW-ID
    MOVE WS-NEW-ID TO POSTING-SEQ-LINE
    WRITE POSTING-SEQ-LINE
    CLOSE POSTING-SEQ.

*> Picks the posting for WS-MATCH-EMPLOYER/TITLE as of
*> WS-MATCH-DATE-N: the run posted most recently on or before that
*> date, else the earliest run. WS-MATCH-ID stays blank when the
*> board has no posting by that employer under that title.
1100-MATCH-POSTING.
    MOVE SPACES TO WS-MATCH-ID
    MOVE SPACES TO WS-FIRST-ID
    MOVE 0 TO WS-BEST-DATE-N
    MOVE 99999999 TO WS-FIRST-DATE-N
    PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I > WS-POST-COUNT
        IF FUNCTION UPPER-CASE(FUNCTION TRIM(WS-POST-EMPLOYER(WS-I)))
              = FUNCTION UPPER-CASE(FUNCTION TRIM(WS-MATCH-EMPLOYER))
           AND FUNCTION UPPER-CASE(FUNCTION TRIM(WS-POST-TITLE(WS-I)))
              = FUNCTION UPPER-CASE(FUNCTION TRIM(WS-MATCH-TITLE))
            IF WS-POST-DATE-N(WS-I) < WS-FIRST-DATE-N
               OR WS-FIRST-ID = SPACES
                MOVE WS-POST-DATE-N(WS-I) TO WS-FIRST-DATE-N
                MOVE WS-POST-ID(WS-I) TO WS-FIRST-ID
            END-IF
            IF WS-MATCH-DATE-N > 0
               AND WS-POST-DATE-N(WS-I) > 0
               AND WS-POST-DATE-N(WS-I) <= WS-MATCH-DATE-N
               AND WS-POST-DATE-N(WS-I) >= WS-BEST-DATE-N
                MOVE WS-POST-DATE-N(WS-I) TO WS-BEST-DATE-N
                MOVE WS-POST-ID(WS-I) TO WS-MATCH-ID
            END-IF
        END-IF
    END-PERFORM
    IF WS-MATCH-ID = SPACES
        MOVE WS-FIRST-ID TO WS-MATCH-ID
    END-IF.

*> Picks the number off WS-MATCH-USER's own stamped application for
*> WS-MATCH-EMPLOYER/TITLE: an ACCEPTED one first, then the latest
*> applied on or before WS-MATCH-DATE-N (any date when that is 0),
*> then the latest of all. Blank when the user never applied.
1200-MATCH-APPLICATION.
    MOVE SPACES TO WS-MATCH-ID
    MOVE SPACES TO WS-FIRST-ID
    MOVE SPACES TO WS-ACCEPTED-ID
    MOVE 0 TO WS-BEST-DATE-N
    MOVE 0 TO WS-FIRST-DATE-N
    PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I > WS-APP-COUNT
        IF WS-APP-ID(WS-I) NOT = SPACES
           AND FUNCTION TRIM(WS-APP-APPLICANT(WS-I))
              = FUNCTION TRIM(WS-MATCH-USER)
           AND FUNCTION UPPER-CASE(FUNCTION TRIM(WS-APP-EMPLOYER(WS-I)))
              = FUNCTION UPPER-CASE(FUNCTION TRIM(WS-MATCH-EMPLOYER))
           AND FUNCTION UPPER-CASE(FUNCTION TRIM(WS-APP-TITLE(WS-I)))
              = FUNCTION UPPER-CASE(FUNCTION TRIM(WS-MATCH-TITLE))
            IF FUNCTION TRIM(WS-APP-STATUS(WS-I)) = "ACCEPTED"
                MOVE WS-APP-ID(WS-I) TO WS-ACCEPTED-ID
            END-IF
            IF WS-APP-DATE-N(WS-I) >= WS-FIRST-DATE-N
                MOVE WS-APP-DATE-N(WS-I) TO WS-FIRST-DATE-N
                MOVE WS-APP-ID(WS-I) TO WS-FIRST-ID
            END-IF
            IF (WS-MATCH-DATE-N = 0
                OR WS-APP-DATE-N(WS-I) <= WS-MATCH-DATE-N)
               AND WS-APP-DATE-N(WS-I) >= WS-BEST-DATE-N
                MOVE WS-APP-DATE-N(WS-I) TO WS-BEST-DATE-N
                MOVE WS-APP-ID(WS-I) TO WS-MATCH-ID
            END-IF
        END-IF
    END-PERFORM
    IF WS-ACCEPTED-ID NOT = SPACES
        MOVE WS-ACCEPTED-ID TO WS-MATCH-ID
    END-IF
    IF WS-MATCH-ID = SPACES
        MOVE WS-FIRST-ID TO WS-MATCH-ID
    END-IF.

*> Stamps every unnumbered application (copy through
*> applications.new) and loads the result into WS-APP-TABLE.
2000-STAMP-APPLICATIONS.
    OPEN INPUT APPLICATIONS
    IF APPLICATIONS-FILE-STATUS NOT = "00"
        MOVE "No applications file on disk; no applications to stamp." TO REPORT-LINE
        PERFORM SHOW
        EXIT PARAGRAPH
    END-IF
    OPEN OUTPUT APP-NEW-FILE
    MOVE 'N' TO APPSEOF
    PERFORM UNTIL APPSEOF = 'Y'
        READ APPLICATIONS INTO APPLICATIONS-LINE
            AT END MOVE 'Y' TO APPSEOF
            NOT AT END
                MOVE SPACES TO APP-FIELDS
                UNSTRING APPLICATIONS-LINE DELIMITED BY "|"
                    INTO APP-EMPLOYER APP-TITLE APP-APPLICANT APP-STATUS
                         APP-DATE APP-POSTING-ID
                END-UNSTRING
                MOVE APP-DATE TO WS-DATE-IN
                PERFORM 0600-DATE-TO-N
                IF FUNCTION LENGTH(FUNCTION TRIM(APP-POSTING-ID)) = 0
                    MOVE APP-EMPLOYER TO WS-MATCH-EMPLOYER
                    MOVE APP-TITLE TO WS-MATCH-TITLE
                    MOVE WS-DATE-N TO WS-MATCH-DATE-N
                    PERFORM 1100-MATCH-POSTING
                    IF WS-MATCH-ID = SPACES
                        ADD 1 TO WS-APPS-MISSED
                        MOVE SPACES TO REPORT-LINE
                        STRING "No posting found for application: " DELIMITED BY SIZE
                               FUNCTION TRIM(APP-APPLICANT) DELIMITED BY SIZE
                               " -- " DELIMITED BY SIZE
                               FUNCTION TRIM(APP-TITLE) DELIMITED BY SIZE
                               " at " DELIMITED BY SIZE
                               FUNCTION TRIM(APP-EMPLOYER) DELIMITED BY SIZE
                               INTO REPORT-LINE
                        END-STRING
                        PERFORM SHOW
                    ELSE
                        MOVE WS-MATCH-ID TO APP-POSTING-ID
                        ADD 1 TO WS-APPS-STAMPED
                    END-IF
                END-IF
                ADD 1 TO WS-APP-COUNT
                MOVE APP-EMPLOYER TO WS-APP-EMPLOYER(WS-APP-COUNT)
                MOVE APP-TITLE TO WS-APP-TITLE(WS-APP-COUNT)
                MOVE APP-APPLICANT TO WS-APP-APPLICANT(WS-APP-COUNT)
                MOVE APP-STATUS TO WS-APP-STATUS(WS-APP-COUNT)
                MOVE WS-DATE-N TO WS-APP-DATE-N(WS-APP-COUNT)
                MOVE APP-POSTING-ID TO WS-APP-ID(WS-APP-COUNT)
                MOVE SPACES TO APP-NEW-LINE
                STRING FUNCTION TRIM(APP-EMPLOYER) DELIMITED BY SIZE
                       "|" DELIMITED BY SIZE
                       FUNCTION TRIM(APP-TITLE) DELIMITED BY SIZE
                       "|" DELIMITED BY SIZE
                       FUNCTION TRIM(APP-APPLICANT) DELIMITED BY SIZE
                       "|" DELIMITED BY SIZE
                       FUNCTION TRIM(APP-STATUS) DELIMITED BY SIZE
                       "|" DELIMITED BY SIZE
                       FUNCTION TRIM(APP-DATE) DELIMITED BY SIZE
                       "|" DELIMITED BY SIZE
                       FUNCTION TRIM(APP-POSTING-ID) DELIMITED BY SIZE
                       INTO APP-NEW-LINE
                END-STRING
                WRITE APP-NEW-LINE
        END-READ
    END-PERFORM
    CLOSE APPLICATIONS
    CLOSE APP-NEW-FILE
    CALL "SYSTEM" USING BY CONTENT "mv -f src/applications.new src/applications.txt".

*> Stamps every unnumbered interview slot (copy through
*> interviews.new) from the applicant's application, falling back to
*> the posting rule.
3000-STAMP-INTERVIEWS.
    OPEN INPUT INTERVIEWS
    IF INTERVIEWS-FILE-STATUS NOT = "00"
        MOVE "No interviews file on disk; no interview slots to stamp." TO REPORT-LINE
        PERFORM SHOW
        EXIT PARAGRAPH
    END-IF
    OPEN OUTPUT INT-NEW-FILE
    MOVE 'N' TO INTEOF
    PERFORM UNTIL INTEOF = 'Y'
        READ INTERVIEWS INTO INTERVIEWS-LINE
            AT END MOVE 'Y' TO INTEOF
            NOT AT END
                MOVE SPACES TO INT-FIELDS
                UNSTRING INTERVIEWS-LINE DELIMITED BY "|"
                    INTO INT-EMPLOYER INT-TITLE INT-APPLICANT INT-DATE
                         INT-TIME INT-LOCATION INT-STATUS INT-POSTING-ID
                END-UNSTRING
                IF FUNCTION LENGTH(FUNCTION TRIM(INT-POSTING-ID)) = 0
                    MOVE INT-EMPLOYER TO WS-MATCH-EMPLOYER
                    MOVE INT-TITLE TO WS-MATCH-TITLE
                    MOVE INT-APPLICANT TO WS-MATCH-USER
                    MOVE INT-DATE TO WS-DATE-IN
                    PERFORM 0600-DATE-TO-N
                    MOVE WS-DATE-N TO WS-MATCH-DATE-N
                    PERFORM 1200-MATCH-APPLICATION
                    IF WS-MATCH-ID = SPACES
                        PERFORM 1100-MATCH-POSTING
                    END-IF
                    IF WS-MATCH-ID = SPACES
                        ADD 1 TO WS-INTS-MISSED
                        MOVE SPACES TO REPORT-LINE
                        STRING "No posting found for interview slot: " DELIMITED BY SIZE
                               FUNCTION TRIM(INT-APPLICANT) DELIMITED BY SIZE
                               " -- " DELIMITED BY SIZE
                               FUNCTION TRIM(INT-TITLE) DELIMITED BY SIZE
                               " at " DELIMITED BY SIZE
                               FUNCTION TRIM(INT-EMPLOYER) DELIMITED BY SIZE
                               " on " DELIMITED BY SIZE
                               FUNCTION TRIM(INT-DATE) DELIMITED BY SIZE
                               INTO REPORT-LINE
                        END-STRING
                        PERFORM SHOW
                    ELSE
                        MOVE WS-MATCH-ID TO INT-POSTING-ID
                        ADD 1 TO WS-INTS-STAMPED
                    END-IF
                END-IF
                MOVE SPACES TO INT-NEW-LINE
                STRING FUNCTION TRIM(INT-EMPLOYER) DELIMITED BY SIZE
                       "|" DELIMITED BY SIZE
                       FUNCTION TRIM(INT-TITLE) DELIMITED BY SIZE
                       "|" DELIMITED BY SIZE
                       FUNCTION TRIM(INT-APPLICANT) DELIMITED BY SIZE
                       "|" DELIMITED BY SIZE
                       FUNCTION TRIM(INT-DATE) DELIMITED BY SIZE
                       "|" DELIMITED BY SIZE
                       FUNCTION TRIM(INT-TIME) DELIMITED BY SIZE
                       "|" DELIMITED BY SIZE
                       FUNCTION TRIM(INT-LOCATION) DELIMITED BY SIZE
                       "|" DELIMITED BY SIZE
                       FUNCTION TRIM(INT-STATUS) DELIMITED BY SIZE
                       "|" DELIMITED BY SIZE
                       FUNCTION TRIM(INT-POSTING-ID) DELIMITED BY SIZE
                       INTO INT-NEW-LINE
                END-STRING
                WRITE INT-NEW-LINE
        END-READ
    END-PERFORM
    CLOSE INTERVIEWS
    CLOSE INT-NEW-FILE
    CALL "SYSTEM" USING BY CONTENT "mv -f src/interviews.new src/interviews.txt".

*> Stamps every unnumbered placement (copy through placements.new)
*> from the student's application, falling back to the posting rule.
4000-STAMP-PLACEMENTS.
    OPEN INPUT PLACEMENTS
    IF PLACEMENTS-FILE-STATUS NOT = "00"
        MOVE "No placements file on disk; no placements to stamp." TO REPORT-LINE
        PERFORM SHOW
        EXIT PARAGRAPH
    END-IF
    OPEN OUTPUT PLACE-NEW-FILE
    MOVE 'N' TO PLACEEOF
    PERFORM UNTIL PLACEEOF = 'Y'
        READ PLACEMENTS INTO PLACEMENTS-LINE
            AT END MOVE 'Y' TO PLACEEOF
            NOT AT END
                MOVE SPACES TO PLACE-FIELDS
                UNSTRING PLACEMENTS-LINE DELIMITED BY "|"
                    INTO PLACE-STUDENT PLACE-EMPLOYER PLACE-TITLE
                         PLACE-MAJOR PLACE-GRAD PLACE-DATE
                         PLACE-POSTING-ID
                END-UNSTRING
                IF FUNCTION LENGTH(FUNCTION TRIM(PLACE-POSTING-ID)) = 0
                    MOVE PLACE-EMPLOYER TO WS-MATCH-EMPLOYER
                    MOVE PLACE-TITLE TO WS-MATCH-TITLE
                    MOVE PLACE-STUDENT TO WS-MATCH-USER
                    MOVE PLACE-DATE TO WS-DATE-IN
                    PERFORM 0600-DATE-TO-N
                    MOVE WS-DATE-N TO WS-MATCH-DATE-N
                    PERFORM 1200-MATCH-APPLICATION
                    IF WS-MATCH-ID = SPACES
                        PERFORM 1100-MATCH-POSTING
                    END-IF
                    IF WS-MATCH-ID = SPACES
                        ADD 1 TO WS-PLACE-MISSED
                        MOVE SPACES TO REPORT-LINE
                        STRING "No posting found for placement: " DELIMITED BY SIZE
                               FUNCTION TRIM(PLACE-STUDENT) DELIMITED BY SIZE
                               " -- " DELIMITED BY SIZE
                               FUNCTION TRIM(PLACE-TITLE) DELIMITED BY SIZE
                               " at " DELIMITED BY SIZE
                               FUNCTION TRIM(PLACE-EMPLOYER) DELIMITED BY SIZE
                               INTO REPORT-LINE
                        END-STRING
                        PERFORM SHOW
                    ELSE
                        MOVE WS-MATCH-ID TO PLACE-POSTING-ID
                        ADD 1 TO WS-PLACE-STAMPED
                    END-IF
                END-IF
                MOVE SPACES TO PLACE-NEW-LINE
                STRING FUNCTION TRIM(PLACE-STUDENT) DELIMITED BY SIZE
                       "|" DELIMITED BY SIZE
                       FUNCTION TRIM(PLACE-EMPLOYER) DELIMITED BY SIZE
                       "|" DELIMITED BY SIZE
                       FUNCTION TRIM(PLACE-TITLE) DELIMITED BY SIZE
                       "|" DELIMITED BY SIZE
                       FUNCTION TRIM(PLACE-MAJOR) DELIMITED BY SIZE
                       "|" DELIMITED BY SIZE
                       FUNCTION TRIM(PLACE-GRAD) DELIMITED BY SIZE
                       "|" DELIMITED BY SIZE
                       FUNCTION TRIM(PLACE-DATE) DELIMITED BY SIZE
                       "|" DELIMITED BY SIZE
                       FUNCTION TRIM(PLACE-POSTING-ID) DELIMITED BY SIZE
                       INTO PLACE-NEW-LINE
                END-STRING
                WRITE PLACE-NEW-LINE
        END-READ
    END-PERFORM
    CLOSE PLACEMENTS
    CLOSE PLACE-NEW-FILE
    CALL "SYSTEM" USING BY CONTENT "mv -f src/placements.new src/placements.txt".
