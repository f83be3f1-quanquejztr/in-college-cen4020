>>SOURCE FORMAT FREE
*> Nightly interview reminder batch. Reads src/interviews.txt and
*> queues rows into the shared notifications queue:
*>   - for every BOOKED slot dated tomorrow, a reminder to the student
*>     and one to the employer, naming the posting, date, time and
*>     place;
*>   - for every BOOKED slot dated yesterday, a request to the employer
*>     to record the outcome (COMPLETED, NO-SHOW or RESCHEDULED) with
*>     Record Interview Outcomes on EMPLOYER-MENU.
*> Booked slots further in the past that still have no outcome are
*> listed in the report for career services to chase. A row already
*> sitting in the queue for the same recipient with the same text is
*> not queued again, so a restarted night does not double up.
*> Everything is reported to src/InterviewReminders-Report.txt.
IDENTIFICATION DIVISION.
PROGRAM-ID. InterviewReminders.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
*> Same physical files src/InCollege.cob maintains.
    SELECT INTERVIEWS ASSIGN TO "src/interviews.txt"
        ORGANIZATION IS LINE SEQUENTIAL
        ACCESS MODE IS SEQUENTIAL
        FILE STATUS IS INTERVIEWS-FILE-STATUS.

*> Notification queue shared with src/InCollege.cob and the
*> Epic4-Deliverables program,
*> indexed by recipient, queued time and sequence (NOTIF-KEY).
    SELECT NOTIFICATIONS ASSIGN TO "src/notifications.txt"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS NOTIF-KEY
        FILE STATUS IS NOTIFICATIONS-FILE-STATUS.


*> Data-store lock -- the shop-wide protocol that keeps the batch
*> jobs and the online session from colliding on the shared data
*> files. Writers hold it exclusively; readers fail fast while it is
*> held. A lock older than the stale threshold is treated as left
*> behind by a crashed run and is not honored.
    SELECT LOCK-FILE ASSIGN TO "src/datastore.lock"
        ORGANIZATION IS LINE SEQUENTIAL
        ACCESS MODE IS SEQUENTIAL
        FILE STATUS IS LOCK-FILE-STATUS.

    SELECT REPORT-OUT ASSIGN TO "src/InterviewReminders-Report.txt"
        ORGANIZATION IS LINE SEQUENTIAL
        ACCESS MODE IS SEQUENTIAL
        FILE STATUS IS REPORT-FILE-STATUS.

DATA DIVISION.
FILE SECTION.
FD INTERVIEWS.
01 INTERVIEWS-LINE PIC X(300).

FD NOTIFICATIONS.
01 NOTIFICATION-REC.
    05 NOTIF-KEY.
       10 NOTIF-RECIPIENT PIC X(20).
       10 NOTIF-SENT      PIC X(14).
       10 NOTIF-SEQ       PIC 9(3).
    05 NOTIF-SENDER    PIC X(20).
    05 NOTIF-MESSAGE   PIC X(100).
    05 NOTIF-MAILED    PIC X(8).


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

01 INTERVIEWS-FILE-STATUS    PIC XX.
01 NOTIFICATIONS-FILE-STATUS PIC XX.
01 WS-NOTIF-STORED PIC A(1) VALUE 'N'.
01 WS-NOTIF-FAILED PIC A(1) VALUE 'N'.
*> NOTIF-SENT (YYYYMMDDHHMMSS) being stepped on by one second once
*> all thousand sequence numbers in a second are taken.
01 WS-STEP-STAMP.
   05 WS-STEP-DATE PIC 9(8).
   05 WS-STEP-HH   PIC 9(2).
   05 WS-STEP-MM   PIC 9(2).
   05 WS-STEP-SS   PIC 9(2).
01 REPORT-FILE-STATUS        PIC XX.

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

*> Tomorrow and yesterday in the file's YYYY-MM-DD style, and today
*> as YYYYMMDD for the overdue test.
01 WS-TODAY-N     PIC 9(8) VALUE 0.
01 WS-WORK-N      PIC 9(8) VALUE 0.
01 WS-WORK-X      PIC X(8).
01 WS-TOMORROW    PIC X(10).
01 WS-YESTERDAY   PIC X(10).
01 WS-SLOT-N      PIC 9(8) VALUE 0.

*> Reminders built from tonight's slots, held until the queue has
*> been checked for rows already sent by an earlier run tonight.
01 WS-Q-COUNT PIC 9(4) VALUE 0.
01 WS-Q-TABLE.
   05 WS-Q-ENTRY OCCURS 2000.
      10 WS-Q-RECIPIENT PIC X(20).
      10 WS-Q-SENDER    PIC X(20).
      10 WS-Q-MESSAGE   PIC X(100).
      10 WS-Q-DUP       PIC A(1).
01 WS-CAP-HIT PIC A(1) VALUE 'N'.
01 WS-I       PIC 9(4) VALUE 0.

01 WS-N-TOMORROW  PIC 9(6) VALUE 0.
01 WS-N-OUTCOME   PIC 9(6) VALUE 0.
01 WS-N-OVERDUE   PIC 9(6) VALUE 0.
01 WS-N-QUEUED    PIC 9(6) VALUE 0.
01 WS-N-FAILED    PIC 9(6) VALUE 0.
01 WS-N-DUP       PIC 9(6) VALUE 0.
01 WS-COUNT-DISPLAY PIC ZZZ,ZZ9.

PROCEDURE DIVISION.
0000-MAINLINE.
    OPEN OUTPUT REPORT-OUT

    MOVE "===== InCollege Interview Reminders =====" TO REPORT-LINE
    PERFORM SHOW

    PERFORM ACQUIRE-DATA-LOCK
    IF WS-LOCK-BUSY = 'Y'
        MOVE "Data store busy -- retry after the batch window." TO REPORT-LINE
        PERFORM SHOW
        CLOSE REPORT-OUT
        STOP RUN
    END-IF

    PERFORM 0100-SET-DATES

    PERFORM 1000-SCAN-SLOTS
    IF WS-CAP-HIT = 'Y'
        MOVE "WARNING: more reminders than this program's table holds -- the rest go out on the next run." TO REPORT-LINE
        PERFORM SHOW
    END-IF
    PERFORM 2000-MARK-ALREADY-QUEUED
    PERFORM 3000-QUEUE-REMINDERS

    MOVE " " TO REPORT-LINE
    PERFORM SHOW
    MOVE WS-N-TOMORROW TO WS-COUNT-DISPLAY
    MOVE SPACES TO REPORT-LINE
    STRING "Interviews tomorrow:          " DELIMITED BY SIZE
           WS-COUNT-DISPLAY DELIMITED BY SIZE
           INTO REPORT-LINE
    END-STRING
    PERFORM SHOW
    MOVE WS-N-OUTCOME TO WS-COUNT-DISPLAY
    MOVE SPACES TO REPORT-LINE
    STRING "Outcome requests (yesterday): " DELIMITED BY SIZE
           WS-COUNT-DISPLAY DELIMITED BY SIZE
           INTO REPORT-LINE
    END-STRING
    PERFORM SHOW
    MOVE WS-N-OVERDUE TO WS-COUNT-DISPLAY
    MOVE SPACES TO REPORT-LINE
    STRING "Older slots with no outcome:  " DELIMITED BY SIZE
           WS-COUNT-DISPLAY DELIMITED BY SIZE
           INTO REPORT-LINE
    END-STRING
    PERFORM SHOW
    MOVE WS-N-QUEUED TO WS-COUNT-DISPLAY
    MOVE SPACES TO REPORT-LINE
    STRING "Notifications queued:         " DELIMITED BY SIZE
           WS-COUNT-DISPLAY DELIMITED BY SIZE
           INTO REPORT-LINE
    END-STRING
    PERFORM SHOW
    MOVE WS-N-DUP TO WS-COUNT-DISPLAY
    MOVE SPACES TO REPORT-LINE
    STRING "Already queued, skipped:      " DELIMITED BY SIZE
           WS-COUNT-DISPLAY DELIMITED BY SIZE
           INTO REPORT-LINE
    END-STRING
    PERFORM SHOW
    IF WS-N-FAILED > 0
        MOVE WS-N-FAILED TO WS-COUNT-DISPLAY
        MOVE SPACES TO REPORT-LINE
        STRING "WARNING: notifications not queued (write failed): " DELIMITED BY SIZE
               WS-COUNT-DISPLAY DELIMITED BY SIZE
               INTO REPORT-LINE
        END-STRING
        PERFORM SHOW
    END-IF

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
    MOVE "InterviewReminders" TO LOCK-PROGRAM
    WRITE LOCK-REC
    CLOSE LOCK-FILE.

RELEASE-DATA-LOCK.
    CALL "SYSTEM" USING BY CONTENT "rm -f src/datastore.lock".

*> Tomorrow's and yesterday's dates in YYYY-MM-DD form.
0100-SET-DATES.
    MOVE FUNCTION NUMVAL(FUNCTION CURRENT-DATE(1:8)) TO WS-TODAY-N

    COMPUTE WS-WORK-N = FUNCTION DATE-OF-INTEGER(
        FUNCTION INTEGER-OF-DATE(WS-TODAY-N) + 1)
    MOVE WS-WORK-N TO WS-WORK-X
    MOVE SPACES TO WS-TOMORROW
    STRING WS-WORK-X(1:4) DELIMITED BY SIZE
           "-" DELIMITED BY SIZE
           WS-WORK-X(5:2) DELIMITED BY SIZE
           "-" DELIMITED BY SIZE
           WS-WORK-X(7:2) DELIMITED BY SIZE
           INTO WS-TOMORROW
    END-STRING

    COMPUTE WS-WORK-N = FUNCTION DATE-OF-INTEGER(
        FUNCTION INTEGER-OF-DATE(WS-TODAY-N) - 1)
    MOVE WS-WORK-N TO WS-WORK-X
    MOVE SPACES TO WS-YESTERDAY
    STRING WS-WORK-X(1:4) DELIMITED BY SIZE
           "-" DELIMITED BY SIZE
           WS-WORK-X(5:2) DELIMITED BY SIZE
           "-" DELIMITED BY SIZE
           WS-WORK-X(7:2) DELIMITED BY SIZE
           INTO WS-YESTERDAY
    END-STRING

    MOVE SPACES TO REPORT-LINE
    STRING "Reminding for " DELIMITED BY SIZE
           WS-TOMORROW DELIMITED BY SIZE
           "; asking for outcomes of " DELIMITED BY SIZE
           WS-YESTERDAY DELIMITED BY SIZE
           INTO REPORT-LINE
    END-STRING
    PERFORM SHOW
    MOVE " " TO REPORT-LINE
    PERFORM SHOW.

*> One pass over interviews.txt: BOOKED slots dated tomorrow get the
*> two reminders, those dated yesterday get the outcome request, and
*> any older BOOKED slot is listed as still awaiting an outcome.
1000-SCAN-SLOTS.
    OPEN INPUT INTERVIEWS
    IF INTERVIEWS-FILE-STATUS NOT = "00"
        MOVE "No interviews file on disk; nothing to do." TO REPORT-LINE
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
                IF FUNCTION TRIM(INT-STATUS) = "BOOKED"
                    EVALUATE TRUE
                        WHEN INT-DATE = WS-TOMORROW
                            PERFORM 1100-TOMORROW-REMINDERS
                        WHEN INT-DATE = WS-YESTERDAY
                            PERFORM 1200-OUTCOME-REQUEST
                        WHEN OTHER
                            PERFORM 1300-CHECK-OVERDUE
                    END-EVALUATE
                END-IF
        END-READ
    END-PERFORM
    CLOSE INTERVIEWS.

1100-TOMORROW-REMINDERS.
    ADD 1 TO WS-N-TOMORROW
    MOVE SPACES TO REPORT-LINE
    STRING "Tomorrow: " DELIMITED BY SIZE
           FUNCTION TRIM(INT-APPLICANT) DELIMITED BY SIZE
           " with " DELIMITED BY SIZE
           FUNCTION TRIM(INT-EMPLOYER) DELIMITED BY SIZE
           " for #" DELIMITED BY SIZE
           FUNCTION TRIM(INT-POSTING-ID) DELIMITED BY SIZE
           " " DELIMITED BY SIZE
           FUNCTION TRIM(INT-TITLE) DELIMITED BY SIZE
           " at " DELIMITED BY SIZE
           FUNCTION TRIM(INT-TIME) DELIMITED BY SIZE
           INTO REPORT-LINE
    END-STRING
    PERFORM SHOW

    IF WS-Q-COUNT >= 1999
        MOVE 'Y' TO WS-CAP-HIT
        EXIT PARAGRAPH
    END-IF
    ADD 1 TO WS-Q-COUNT
    MOVE INT-APPLICANT TO WS-Q-RECIPIENT(WS-Q-COUNT)
    MOVE "INTERVIEWS" TO WS-Q-SENDER(WS-Q-COUNT)
    MOVE SPACES TO WS-Q-MESSAGE(WS-Q-COUNT)
    STRING "Reminder: interview tomorrow " DELIMITED BY SIZE
           FUNCTION TRIM(INT-DATE) DELIMITED BY SIZE
           " at " DELIMITED BY SIZE
           FUNCTION TRIM(INT-TIME) DELIMITED BY SIZE
           " with " DELIMITED BY SIZE
           FUNCTION TRIM(INT-EMPLOYER) DELIMITED BY SIZE
           ", " DELIMITED BY SIZE
           FUNCTION TRIM(INT-LOCATION) DELIMITED BY SIZE
           INTO WS-Q-MESSAGE(WS-Q-COUNT)
    END-STRING
    MOVE 'N' TO WS-Q-DUP(WS-Q-COUNT)

    ADD 1 TO WS-Q-COUNT
    MOVE INT-EMPLOYER TO WS-Q-RECIPIENT(WS-Q-COUNT)
    MOVE "INTERVIEWS" TO WS-Q-SENDER(WS-Q-COUNT)
    MOVE SPACES TO WS-Q-MESSAGE(WS-Q-COUNT)
    STRING "Reminder: interview tomorrow " DELIMITED BY SIZE
           FUNCTION TRIM(INT-DATE) DELIMITED BY SIZE
           " at " DELIMITED BY SIZE
           FUNCTION TRIM(INT-TIME) DELIMITED BY SIZE
           " with " DELIMITED BY SIZE
           FUNCTION TRIM(INT-APPLICANT) DELIMITED BY SIZE
           " for #" DELIMITED BY SIZE
           FUNCTION TRIM(INT-POSTING-ID) DELIMITED BY SIZE
           " " DELIMITED BY SIZE
           FUNCTION TRIM(INT-TITLE) DELIMITED BY SIZE
           INTO WS-Q-MESSAGE(WS-Q-COUNT)
    END-STRING
    MOVE 'N' TO WS-Q-DUP(WS-Q-COUNT).

1200-OUTCOME-REQUEST.
    ADD 1 TO WS-N-OUTCOME
    MOVE SPACES TO REPORT-LINE
    STRING "Outcome due: " DELIMITED BY SIZE
           FUNCTION TRIM(INT-EMPLOYER) DELIMITED BY SIZE
           " -- " DELIMITED BY SIZE
           FUNCTION TRIM(INT-APPLICANT) DELIMITED BY SIZE
           " for #" DELIMITED BY SIZE
           FUNCTION TRIM(INT-POSTING-ID) DELIMITED BY SIZE
           " " DELIMITED BY SIZE
           FUNCTION TRIM(INT-TITLE) DELIMITED BY SIZE
           INTO REPORT-LINE
    END-STRING
    PERFORM SHOW

    IF WS-Q-COUNT >= 2000
        MOVE 'Y' TO WS-CAP-HIT
        EXIT PARAGRAPH
    END-IF
    ADD 1 TO WS-Q-COUNT
    MOVE INT-EMPLOYER TO WS-Q-RECIPIENT(WS-Q-COUNT)
    MOVE "INTERVIEWS" TO WS-Q-SENDER(WS-Q-COUNT)
    MOVE SPACES TO WS-Q-MESSAGE(WS-Q-COUNT)
    STRING "How did your " DELIMITED BY SIZE
           FUNCTION TRIM(INT-DATE) DELIMITED BY SIZE
           " interview with " DELIMITED BY SIZE
           FUNCTION TRIM(INT-APPLICANT) DELIMITED BY SIZE
           " go? Record Interview Outcomes in the Employer Menu" DELIMITED BY SIZE
           INTO WS-Q-MESSAGE(WS-Q-COUNT)
    END-STRING
    MOVE 'N' TO WS-Q-DUP(WS-Q-COUNT).

*> A BOOKED slot dated before yesterday never had its outcome
*> recorded; listed only (the employer was asked the day after).
1300-CHECK-OVERDUE.
    MOVE 0 TO WS-SLOT-N
    IF INT-DATE(1:4) IS NUMERIC
       AND INT-DATE(6:2) IS NUMERIC
       AND INT-DATE(9:2) IS NUMERIC
        COMPUTE WS-SLOT-N =
            FUNCTION NUMVAL(INT-DATE(1:4)) * 10000
            + FUNCTION NUMVAL(INT-DATE(6:2)) * 100
            + FUNCTION NUMVAL(INT-DATE(9:2))
    END-IF
    IF WS-SLOT-N = 0 OR WS-SLOT-N >= WS-TODAY-N
        EXIT PARAGRAPH
    END-IF
    ADD 1 TO WS-N-OVERDUE
    MOVE SPACES TO REPORT-LINE
    STRING "No outcome yet: " DELIMITED BY SIZE
           FUNCTION TRIM(INT-DATE) DELIMITED BY SIZE
           " " DELIMITED BY SIZE
           FUNCTION TRIM(INT-EMPLOYER) DELIMITED BY SIZE
           " -- " DELIMITED BY SIZE
           FUNCTION TRIM(INT-APPLICANT) DELIMITED BY SIZE
           " for #" DELIMITED BY SIZE
           FUNCTION TRIM(INT-POSTING-ID) DELIMITED BY SIZE
           " " DELIMITED BY SIZE
           FUNCTION TRIM(INT-TITLE) DELIMITED BY SIZE
           INTO REPORT-LINE
    END-STRING
    PERFORM SHOW.

*> Marks any pending reminder whose exact row (recipient and text) is
*> already in the queue -- left by an earlier run the same night.
*> Only each pending recipient's part of the keyed queue is read.
2000-MARK-ALREADY-QUEUED.
    IF WS-Q-COUNT = 0
        EXIT PARAGRAPH
    END-IF
    OPEN INPUT NOTIFICATIONS
    IF NOTIFICATIONS-FILE-STATUS NOT = "00"
        EXIT PARAGRAPH
    END-IF
    PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I > WS-Q-COUNT
        PERFORM 2100-CHECK-ONE-QUEUED
    END-PERFORM
    CLOSE NOTIFICATIONS.

2100-CHECK-ONE-QUEUED.
    MOVE 'N' TO WS-EOF
    MOVE LOW-VALUES TO NOTIF-KEY
    MOVE WS-Q-RECIPIENT(WS-I) TO NOTIF-RECIPIENT
    START NOTIFICATIONS KEY IS NOT LESS THAN NOTIF-KEY
        INVALID KEY MOVE 'Y' TO WS-EOF
    END-START
    PERFORM UNTIL WS-EOF = 'Y'
        READ NOTIFICATIONS NEXT RECORD
            AT END MOVE 'Y' TO WS-EOF
            NOT AT END
                IF NOTIF-RECIPIENT NOT = WS-Q-RECIPIENT(WS-I)
                    MOVE 'Y' TO WS-EOF
                ELSE
                    IF NOTIF-MESSAGE = WS-Q-MESSAGE(WS-I)
                        MOVE 'Y' TO WS-Q-DUP(WS-I)
                        MOVE 'Y' TO WS-EOF
                    END-IF
                END-IF
        END-READ
    END-PERFORM.

*> Queues the pending reminders -- keyed WRITEs under the current
*> time, stepping the sequence number past any row already queued for
*> the same recipient that second, and on into the next second if all
*> of them are taken (file created if necessary -- same pattern the
*> other queue writers use). Only rows actually stored count as
*> queued; any other refusal is counted as failed.
3000-QUEUE-REMINDERS.
    IF WS-Q-COUNT = 0
        EXIT PARAGRAPH
    END-IF
    OPEN I-O NOTIFICATIONS
    IF NOTIFICATIONS-FILE-STATUS = "35"
        OPEN OUTPUT NOTIFICATIONS
        CLOSE NOTIFICATIONS
        OPEN I-O NOTIFICATIONS
    END-IF
    PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I > WS-Q-COUNT
        IF WS-Q-DUP(WS-I) = 'Y'
            ADD 1 TO WS-N-DUP
        ELSE
            MOVE WS-Q-RECIPIENT(WS-I) TO NOTIF-RECIPIENT
            MOVE WS-Q-SENDER(WS-I) TO NOTIF-SENDER
            MOVE WS-Q-MESSAGE(WS-I) TO NOTIF-MESSAGE
            MOVE SPACES TO NOTIF-MAILED
            MOVE FUNCTION CURRENT-DATE(1:14) TO NOTIF-SENT
            MOVE 0 TO NOTIF-SEQ
            MOVE 'N' TO WS-NOTIF-STORED
            MOVE 'N' TO WS-NOTIF-FAILED
            PERFORM UNTIL WS-NOTIF-STORED = 'Y' OR WS-NOTIF-FAILED = 'Y'
                WRITE NOTIFICATION-REC
                    INVALID KEY
                        IF NOTIFICATIONS-FILE-STATUS NOT = "22"
                            MOVE 'Y' TO WS-NOTIF-FAILED
                        ELSE
                            IF NOTIF-SEQ < 999
                                ADD 1 TO NOTIF-SEQ
                            ELSE
                                MOVE NOTIF-SENT TO WS-STEP-STAMP
                                PERFORM 3100-STEP-SECOND
                                MOVE WS-STEP-STAMP TO NOTIF-SENT
                                MOVE 0 TO NOTIF-SEQ
                            END-IF
                        END-IF
                    NOT INVALID KEY
                        MOVE 'Y' TO WS-NOTIF-STORED
                END-WRITE
            END-PERFORM
            IF WS-NOTIF-STORED = 'Y'
                ADD 1 TO WS-N-QUEUED
            ELSE
                ADD 1 TO WS-N-FAILED
            END-IF
        END-IF
    END-PERFORM
    CLOSE NOTIFICATIONS.

*> Moves WS-STEP-STAMP on by one second, carrying into the minute,
*> hour and day.
3100-STEP-SECOND.
    IF WS-STEP-SS < 59
        ADD 1 TO WS-STEP-SS
    ELSE
        MOVE 0 TO WS-STEP-SS
        IF WS-STEP-MM < 59
            ADD 1 TO WS-STEP-MM
        ELSE
            MOVE 0 TO WS-STEP-MM
            IF WS-STEP-HH < 23
                ADD 1 TO WS-STEP-HH
            ELSE
                MOVE 0 TO WS-STEP-HH
                COMPUTE WS-STEP-DATE = FUNCTION DATE-OF-INTEGER(
                    FUNCTION INTEGER-OF-DATE(WS-STEP-DATE) + 1)
            END-IF
        END-IF
    END-IF.
