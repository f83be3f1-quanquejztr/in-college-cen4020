>>SOURCE FORMAT FREE
*> Weekly screening hits report for career services. The online
*> session and JobImport check posting titles and locations, direct
*> messages and group board posts against the screening list in
*> src/screening-terms.txt and hold every match in
*> src/screening-queue.txt for an administrator to approve or reject
*> from ADMIN-MENU. This report covers the seven days ending today:
*>   - hits by kind (posting, message, board post) and by what they
*>     matched, so the list can be tuned,
*>   - accounts with more than one hit in the week,
*>   - the decisions administrators recorded during the week,
*> and then lists every item still waiting in the queue with its age,
*> so nothing sits held for long. Run on demand once a week, not from
*> the nightly schedule. Read-only; the report goes to
*> src/ScreeningReport-Report.txt.
IDENTIFICATION DIVISION.
PROGRAM-ID. ScreeningReport.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
*> Same physical file src/InCollege.cob maintains.
    SELECT SCREEN-QUEUE ASSIGN TO "src/screening-queue.txt"
        ORGANIZATION IS LINE SEQUENTIAL
        ACCESS MODE IS SEQUENTIAL
        FILE STATUS IS SCRQ-FILE-STATUS.


*> Data-store lock -- the shop-wide protocol that keeps the batch
*> jobs and the online session from colliding on the shared data
*> files. Writers hold it exclusively; readers fail fast while it is
*> held. A lock older than the stale threshold is treated as left
*> behind by a crashed run and is not honored.
    SELECT LOCK-FILE ASSIGN TO "src/datastore.lock"
        ORGANIZATION IS LINE SEQUENTIAL
        ACCESS MODE IS SEQUENTIAL
        FILE STATUS IS LOCK-FILE-STATUS.

    SELECT REPORT-OUT ASSIGN TO "src/ScreeningReport-Report.txt"
        ORGANIZATION IS LINE SEQUENTIAL
        ACCESS MODE IS SEQUENTIAL
        FILE STATUS IS REPORT-FILE-STATUS.

DATA DIVISION.
FILE SECTION.
FD SCREEN-QUEUE.
01 SCREEN-QUEUE-LINE PIC X(400).


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

01 SCRQ-FILE-STATUS   PIC XX.
01 REPORT-FILE-STATUS PIC XX.

01 WS-EOF PIC A(1) VALUE 'N'.

*> The week: day numbers (INTEGER-OF-DATE) from six days ago through
*> today.
01 WS-TODAY     PIC X(8).
01 WS-TODAY-N   PIC 9(8) VALUE 0.
01 WS-WEEK-FROM PIC 9(8) VALUE 0.
01 WS-DAY-N     PIC 9(8) VALUE 0.
01 WS-AGE-N     PIC 9(5) VALUE 0.
01 WS-FROM-DATE PIC 9(8) VALUE 0.
01 WS-SCAN-DATE PIC X(8).

*> Parsed view of one screening-queue.txt row
01 SCQ-FIELDS.
   05 SCQ-ID      PIC X(6).
   05 SCQ-KIND    PIC X(8).
   05 SCQ-AUTHOR  PIC X(40).
   05 SCQ-TARGET  PIC X(40).
   05 SCQ-WHEN    PIC X(14).
   05 SCQ-TERM    PIC X(40).
   05 SCQ-STATUS  PIC X(10).
   05 SCQ-DECIDED PIC X(8).
   05 SCQ-BY      PIC X(20).
   05 SCQ-TEXT    PIC X(200).

*> Hits in the week by matched phrase and by author, in the order
*> first seen.
01 WS-T-COUNT PIC 9(3) VALUE 0.
01 WS-T-TABLE.
   05 WS-T-ENTRY OCCURS 200.
      10 WS-T-TERM PIC X(40).
      10 WS-T-HITS PIC 9(6).
01 WS-A-COUNT PIC 9(4) VALUE 0.
01 WS-A-TABLE.
   05 WS-A-ENTRY OCCURS 1000.
      10 WS-A-USER PIC X(40).
      10 WS-A-HITS PIC 9(6).
01 WS-CAP-HIT PIC A(1) VALUE 'N'.
01 WS-I       PIC 9(4) VALUE 0.
01 WS-J       PIC 9(4) VALUE 0.

01 WS-HITS-TXT PIC Z,ZZ9.
01 WS-AGE-TXT  PIC ZZ,ZZ9.
01 WS-WHEN-TXT PIC X(16).

01 WS-N-HITS       PIC 9(6) VALUE 0.
01 WS-N-POSTING    PIC 9(6) VALUE 0.
01 WS-N-MESSAGE    PIC 9(6) VALUE 0.
01 WS-N-POST       PIC 9(6) VALUE 0.
01 WS-N-REPEAT     PIC 9(6) VALUE 0.
01 WS-N-APPROVED   PIC 9(6) VALUE 0.
01 WS-N-REJECTED   PIC 9(6) VALUE 0.
01 WS-N-STILL-HELD PIC 9(6) VALUE 0.
01 WS-COUNT-DISPLAY PIC ZZZ,ZZ9.

PROCEDURE DIVISION.
0000-MAINLINE.
    OPEN OUTPUT REPORT-OUT

    MOVE "===== InCollege Weekly Screening Report =====" TO REPORT-LINE
    PERFORM SHOW

    PERFORM CHECK-DATA-LOCK
    IF WS-LOCK-BUSY = 'Y'
        MOVE "Data store busy -- retry after the batch window." TO REPORT-LINE
        PERFORM SHOW
        CLOSE REPORT-OUT
        STOP RUN
    END-IF

    MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY
    COMPUTE WS-TODAY-N = FUNCTION INTEGER-OF-DATE(FUNCTION NUMVAL(WS-TODAY))
    COMPUTE WS-WEEK-FROM = WS-TODAY-N - 6
    COMPUTE WS-FROM-DATE = FUNCTION DATE-OF-INTEGER(WS-WEEK-FROM)
    MOVE SPACES TO REPORT-LINE
    STRING "Week: " DELIMITED BY SIZE
           WS-FROM-DATE DELIMITED BY SIZE
           " through " DELIMITED BY SIZE
           WS-TODAY DELIMITED BY SIZE
           INTO REPORT-LINE
    END-STRING
    PERFORM SHOW

    PERFORM 1000-TALLY-WEEK
    IF WS-CAP-HIT = 'Y'
        MOVE "WARNING: more phrases or accounts than this program's tables hold -- some hits are only in the totals." TO REPORT-LINE
        PERFORM SHOW
    END-IF

    PERFORM 2000-LIST-BY-TERM
    PERFORM 2500-LIST-REPEAT-AUTHORS
    PERFORM 3000-LIST-STILL-HELD

    MOVE " " TO REPORT-LINE
    PERFORM SHOW
    MOVE WS-N-HITS TO WS-COUNT-DISPLAY
    MOVE SPACES TO REPORT-LINE
    STRING "Hits this week:           " DELIMITED BY SIZE
           WS-COUNT-DISPLAY DELIMITED BY SIZE
           INTO REPORT-LINE
    END-STRING
    PERFORM SHOW
    MOVE WS-N-POSTING TO WS-COUNT-DISPLAY
    MOVE SPACES TO REPORT-LINE
    STRING "  Job postings:           " DELIMITED BY SIZE
           WS-COUNT-DISPLAY DELIMITED BY SIZE
           INTO REPORT-LINE
    END-STRING
    PERFORM SHOW
    MOVE WS-N-MESSAGE TO WS-COUNT-DISPLAY
    MOVE SPACES TO REPORT-LINE
    STRING "  Messages:               " DELIMITED BY SIZE
           WS-COUNT-DISPLAY DELIMITED BY SIZE
           INTO REPORT-LINE
    END-STRING
    PERFORM SHOW
    MOVE WS-N-POST TO WS-COUNT-DISPLAY
    MOVE SPACES TO REPORT-LINE
    STRING "  Group board posts:      " DELIMITED BY SIZE
           WS-COUNT-DISPLAY DELIMITED BY SIZE
           INTO REPORT-LINE
    END-STRING
    PERFORM SHOW
    MOVE WS-N-REPEAT TO WS-COUNT-DISPLAY
    MOVE SPACES TO REPORT-LINE
    STRING "Accounts with repeat hits:" DELIMITED BY SIZE
           WS-COUNT-DISPLAY DELIMITED BY SIZE
           INTO REPORT-LINE
    END-STRING
    PERFORM SHOW
    MOVE WS-N-APPROVED TO WS-COUNT-DISPLAY
    MOVE SPACES TO REPORT-LINE
    STRING "Approved this week:       " DELIMITED BY SIZE
           WS-COUNT-DISPLAY DELIMITED BY SIZE
           INTO REPORT-LINE
    END-STRING
    PERFORM SHOW
    MOVE WS-N-REJECTED TO WS-COUNT-DISPLAY
    MOVE SPACES TO REPORT-LINE
    STRING "Rejected this week:       " DELIMITED BY SIZE
           WS-COUNT-DISPLAY DELIMITED BY SIZE
           INTO REPORT-LINE
    END-STRING
    PERFORM SHOW
    MOVE WS-N-STILL-HELD TO WS-COUNT-DISPLAY
    MOVE SPACES TO REPORT-LINE
    STRING "Still waiting for review: " DELIMITED BY SIZE
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

*> Splits SCREEN-QUEUE-LINE into SCQ-FIELDS.
0100-SPLIT-QUEUE-LINE.
    MOVE SPACES TO SCQ-FIELDS
    UNSTRING SCREEN-QUEUE-LINE DELIMITED BY "|"
        INTO SCQ-ID SCQ-KIND SCQ-AUTHOR SCQ-TARGET SCQ-WHEN SCQ-TERM
             SCQ-STATUS SCQ-DECIDED SCQ-BY SCQ-TEXT
    END-UNSTRING.

*> Sets WS-DAY-N to the day number of the YYYYMMDD in WS-SCAN-DATE,
*> or zero when it is not a usable date.
0200-DAY-NUMBER.
    MOVE 0 TO WS-DAY-N
    IF WS-SCAN-DATE < "16010101"
       OR WS-SCAN-DATE(5:2) < "01" OR WS-SCAN-DATE(5:2) > "12"
       OR WS-SCAN-DATE(7:2) < "01" OR WS-SCAN-DATE(7:2) > "31"
        EXIT PARAGRAPH
    END-IF
    COMPUTE WS-DAY-N = FUNCTION INTEGER-OF-DATE(FUNCTION NUMVAL(WS-SCAN-DATE)).

*> One pass over the queue: hits raised during the week go into the
*> kind, phrase and author tallies; decisions recorded during the
*> week go into the approved/rejected counts.
1000-TALLY-WEEK.
    OPEN INPUT SCREEN-QUEUE
    IF SCRQ-FILE-STATUS NOT = "00"
        MOVE "Nothing has been held by screening." TO REPORT-LINE
        PERFORM SHOW
        EXIT PARAGRAPH
    END-IF
    MOVE 'N' TO WS-EOF
    PERFORM UNTIL WS-EOF = 'Y'
        READ SCREEN-QUEUE INTO SCREEN-QUEUE-LINE
            AT END MOVE 'Y' TO WS-EOF
            NOT AT END
                PERFORM 0100-SPLIT-QUEUE-LINE
                PERFORM 1100-TALLY-ONE-ROW
        END-READ
    END-PERFORM
    CLOSE SCREEN-QUEUE.

1100-TALLY-ONE-ROW.
    IF SCQ-DECIDED IS NUMERIC
        MOVE SCQ-DECIDED TO WS-SCAN-DATE
        PERFORM 0200-DAY-NUMBER
        IF WS-DAY-N >= WS-WEEK-FROM AND WS-DAY-N <= WS-TODAY-N
            EVALUATE FUNCTION TRIM(SCQ-STATUS)
                WHEN "APPROVED" ADD 1 TO WS-N-APPROVED
                WHEN "REJECTED" ADD 1 TO WS-N-REJECTED
            END-EVALUATE
        END-IF
    END-IF

    IF SCQ-WHEN(1:8) IS NOT NUMERIC
        EXIT PARAGRAPH
    END-IF
    MOVE SCQ-WHEN(1:8) TO WS-SCAN-DATE
    PERFORM 0200-DAY-NUMBER
    IF WS-DAY-N < WS-WEEK-FROM OR WS-DAY-N > WS-TODAY-N
        EXIT PARAGRAPH
    END-IF

    ADD 1 TO WS-N-HITS
    EVALUATE FUNCTION TRIM(SCQ-KIND)
        WHEN "POSTING" ADD 1 TO WS-N-POSTING
        WHEN "MESSAGE" ADD 1 TO WS-N-MESSAGE
        WHEN "POST"    ADD 1 TO WS-N-POST
    END-EVALUATE

    MOVE 0 TO WS-J
    PERFORM VARYING WS-I FROM 1 BY 1
            UNTIL WS-I > WS-T-COUNT OR WS-J > 0
        IF FUNCTION UPPER-CASE(WS-T-TERM(WS-I))
           = FUNCTION UPPER-CASE(SCQ-TERM)
            MOVE WS-I TO WS-J
        END-IF
    END-PERFORM
    IF WS-J = 0
        IF WS-T-COUNT < 200
            ADD 1 TO WS-T-COUNT
            MOVE WS-T-COUNT TO WS-J
            MOVE SCQ-TERM TO WS-T-TERM(WS-J)
            MOVE 0 TO WS-T-HITS(WS-J)
        ELSE
            MOVE 'Y' TO WS-CAP-HIT
        END-IF
    END-IF
    IF WS-J > 0
        ADD 1 TO WS-T-HITS(WS-J)
    END-IF

    MOVE 0 TO WS-J
    PERFORM VARYING WS-I FROM 1 BY 1
            UNTIL WS-I > WS-A-COUNT OR WS-J > 0
        IF WS-A-USER(WS-I) = SCQ-AUTHOR
            MOVE WS-I TO WS-J
        END-IF
    END-PERFORM
    IF WS-J = 0
        IF WS-A-COUNT < 1000
            ADD 1 TO WS-A-COUNT
            MOVE WS-A-COUNT TO WS-J
            MOVE SCQ-AUTHOR TO WS-A-USER(WS-J)
            MOVE 0 TO WS-A-HITS(WS-J)
        ELSE
            MOVE 'Y' TO WS-CAP-HIT
        END-IF
    END-IF
    IF WS-J > 0
        ADD 1 TO WS-A-HITS(WS-J)
    END-IF.

*> Hits per listed phrase, so career services can see which entries
*> earn their place on the list.
2000-LIST-BY-TERM.
    MOVE " " TO REPORT-LINE
    PERFORM SHOW
    MOVE "--- Hits by matched phrase ---" TO REPORT-LINE
    PERFORM SHOW
    IF WS-T-COUNT = 0
        MOVE "  (no hits this week)" TO REPORT-LINE
        PERFORM SHOW
        EXIT PARAGRAPH
    END-IF
    PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I > WS-T-COUNT
        MOVE WS-T-HITS(WS-I) TO WS-HITS-TXT
        MOVE SPACES TO REPORT-LINE
        STRING "  " DELIMITED BY SIZE
               WS-HITS-TXT DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               FUNCTION TRIM(WS-T-TERM(WS-I)) DELIMITED BY SIZE
               INTO REPORT-LINE
        END-STRING
        PERFORM SHOW
    END-PERFORM.

*> Accounts that tripped the list more than once during the week.
2500-LIST-REPEAT-AUTHORS.
    MOVE " " TO REPORT-LINE
    PERFORM SHOW
    MOVE "--- Accounts with more than one hit ---" TO REPORT-LINE
    PERFORM SHOW
    PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I > WS-A-COUNT
        IF WS-A-HITS(WS-I) > 1
            ADD 1 TO WS-N-REPEAT
            MOVE WS-A-HITS(WS-I) TO WS-HITS-TXT
            MOVE SPACES TO REPORT-LINE
            STRING "  " DELIMITED BY SIZE
                   WS-HITS-TXT DELIMITED BY SIZE
                   "  " DELIMITED BY SIZE
                   FUNCTION TRIM(WS-A-USER(WS-I)) DELIMITED BY SIZE
                   INTO REPORT-LINE
            END-STRING
            PERFORM SHOW
        END-IF
    END-PERFORM
    IF WS-N-REPEAT = 0
        MOVE "  (none)" TO REPORT-LINE
        PERFORM SHOW
    END-IF.

*> Every item still HELD, whatever week it was raised in, oldest
*> first (the queue is appended in time order) with its age in days.
3000-LIST-STILL-HELD.
    MOVE " " TO REPORT-LINE
    PERFORM SHOW
    MOVE "--- Still waiting for review ---" TO REPORT-LINE
    PERFORM SHOW
    OPEN INPUT SCREEN-QUEUE
    IF SCRQ-FILE-STATUS NOT = "00"
        MOVE "  (none)" TO REPORT-LINE
        PERFORM SHOW
        EXIT PARAGRAPH
    END-IF
    MOVE 'N' TO WS-EOF
    PERFORM UNTIL WS-EOF = 'Y'
        READ SCREEN-QUEUE INTO SCREEN-QUEUE-LINE
            AT END MOVE 'Y' TO WS-EOF
            NOT AT END
                PERFORM 0100-SPLIT-QUEUE-LINE
                IF FUNCTION TRIM(SCQ-STATUS) = "HELD"
                    ADD 1 TO WS-N-STILL-HELD
                    MOVE 0 TO WS-AGE-N
                    IF SCQ-WHEN(1:8) IS NUMERIC
                        MOVE SCQ-WHEN(1:8) TO WS-SCAN-DATE
                        PERFORM 0200-DAY-NUMBER
                        IF WS-DAY-N > 0 AND WS-DAY-N <= WS-TODAY-N
                            COMPUTE WS-AGE-N = WS-TODAY-N - WS-DAY-N
                        END-IF
                    END-IF
                    MOVE WS-AGE-N TO WS-AGE-TXT
                    MOVE SPACES TO WS-WHEN-TXT
                    STRING SCQ-WHEN(1:4) DELIMITED BY SIZE
                           "-" DELIMITED BY SIZE
                           SCQ-WHEN(5:2) DELIMITED BY SIZE
                           "-" DELIMITED BY SIZE
                           SCQ-WHEN(7:2) DELIMITED BY SIZE
                           " " DELIMITED BY SIZE
                           SCQ-WHEN(9:2) DELIMITED BY SIZE
                           ":" DELIMITED BY SIZE
                           SCQ-WHEN(11:2) DELIMITED BY SIZE
                           INTO WS-WHEN-TXT
                    END-STRING
                    MOVE SPACES TO REPORT-LINE
                    STRING "  #" DELIMITED BY SIZE
                           SCQ-ID DELIMITED BY SIZE
                           " " DELIMITED BY SIZE
                           WS-WHEN-TXT DELIMITED BY SIZE
                           WS-AGE-TXT DELIMITED BY SIZE
                           " day(s)  " DELIMITED BY SIZE
                           FUNCTION TRIM(SCQ-KIND) DELIMITED BY SIZE
                           " by " DELIMITED BY SIZE
                           FUNCTION TRIM(SCQ-AUTHOR) DELIMITED BY SIZE
                           " to " DELIMITED BY SIZE
                           FUNCTION TRIM(SCQ-TARGET) DELIMITED BY SIZE
                           ", matched """ DELIMITED BY SIZE
                           FUNCTION TRIM(SCQ-TERM) DELIMITED BY SIZE
                           """" DELIMITED BY SIZE
                           INTO REPORT-LINE
                    END-STRING
                    PERFORM SHOW
                END-IF
        END-READ
    END-PERFORM
    CLOSE SCREEN-QUEUE
    IF WS-N-STILL-HELD = 0
        MOVE "  (none)" TO REPORT-LINE
        PERFORM SHOW
    END-IF.
