*> Close One of My Postings. Each closure queues a row in the shared
*> notifications queue for the posting employer, who can re-open the
*> listing with the Renew a Posting option before the date passes.
*> Postings with no expiration date never auto-close. The permanent
*> posting number (eighth field) is carried through the rewrite and
*> named in the report and the notification. Each closure is also
*> appended to src/posting-history.txt as an EXPIRED row so the
*> monthly employer statement can date it. Everything is reported
*> to src/JobExpiry-Report.txt.
IDENTIFICATION DIVISION.
PROGRAM-ID. JobExpiry.

        FILE STATUS IS JOBS-NEW-FILE-STATUS.

*> Notification queue shared with src/InCollege.cob and the
*> Epic4-Deliverables program,
*> indexed by recipient, queued time and sequence (NOTIF-KEY).
    SELECT NOTIFICATIONS ASSIGN TO "src/notifications.txt"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS NOTIF-KEY
        FILE STATUS IS NOTIFICATIONS-FILE-STATUS.


*> Dated posting closures (POSTING-ID|ACTION|YYYYMMDD), appended by
*> src/InCollege.cob (CLOSED) and here (EXPIRED); jobs.txt itself
*> carries no closing date.
    SELECT POSTING-HISTORY ASSIGN TO "src/posting-history.txt"
        ORGANIZATION IS LINE SEQUENTIAL
        ACCESS MODE IS SEQUENTIAL
        FILE STATUS IS POSTING-HISTORY-FILE-STATUS.

*> Data-store lock -- the shop-wide protocol that keeps the batch
*> jobs and the online session from colliding on the shared data
*> files. Writers hold it exclusively; readers fail fast while it is
DATA DIVISION.
FILE SECTION.
FD JOBS.
01 JOBS-LINE PIC X(300).

FD JOBS-NEW-FILE.
01 JOBS-NEW-LINE PIC X(300).

FD NOTIFICATIONS.
01 NOTIFICATION-REC.
    05 NOTIF-KEY.
       10 NOTIF-RECIPIENT PIC X(20).
       10 NOTIF-SENT      PIC X(14).
       10 NOTIF-SEQ       PIC 9(3).
    05 NOTIF-SENDER    PIC X(20).
    05 NOTIF-MESSAGE   PIC X(100).
    05 NOTIF-MAILED    PIC X(8).

FD POSTING-HISTORY.
01 POSTING-HISTORY-LINE PIC X(40).


*> Who holds the data-store lock, and since when
01 JOBS-FILE-STATUS         PIC XX.
01 JOBS-NEW-FILE-STATUS     PIC XX.
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
01 POSTING-HISTORY-FILE-STATUS PIC XX.
01 REPORT-FILE-STATUS       PIC XX.

01 JOBSEOF PIC A(1) VALUE 'N'.
   05 JOB-MAJOR    PIC X(40).
   05 JOB-LOCATION PIC X(40).
   05 JOB-POSTED   PIC X(10).
   05 JOB-STATUS   PIC X(10).
   05 JOB-EXPIRES  PIC X(10).
   05 JOB-POSTING-ID PIC X(6).

*> Tonight's date as YYYYMMDD and the expiration reduced to the same
*> form -- a posting expires once its date is strictly before today.
                       FUNCTION TRIM(JOB-STATUS) DELIMITED BY SIZE
                       "|" DELIMITED BY SIZE
                       FUNCTION TRIM(JOB-EXPIRES) DELIMITED BY SIZE
                       "|" DELIMITED BY SIZE
                       FUNCTION TRIM(JOB-POSTING-ID) DELIMITED BY SIZE
                       INTO JOBS-NEW-LINE
                END-STRING
                WRITE JOBS-NEW-LINE
    MOVE SPACES TO JOB-FIELDS
    UNSTRING JOBS-LINE DELIMITED BY "|"
        INTO JOB-EMPLOYER JOB-TITLE JOB-MAJOR JOB-LOCATION JOB-POSTED
             JOB-STATUS JOB-EXPIRES JOB-POSTING-ID
    END-UNSTRING
    IF FUNCTION LENGTH(FUNCTION TRIM(JOB-STATUS)) = 0
        MOVE "OPEN" TO JOB-STATUS
    ADD 1 TO WS-CLOSED-COUNT

    MOVE SPACES TO REPORT-LINE
    STRING "Closed: #" DELIMITED BY SIZE
           FUNCTION TRIM(JOB-POSTING-ID) DELIMITED BY SIZE
           " " DELIMITED BY SIZE
           FUNCTION TRIM(JOB-TITLE) DELIMITED BY SIZE
           " at " DELIMITED BY SIZE
           FUNCTION TRIM(JOB-EMPLOYER) DELIMITED BY SIZE
    END-STRING
    PERFORM SHOW

    PERFORM 1250-RECORD-HISTORY
    PERFORM 1300-QUEUE-NOTIFICATION.

*> Date the closure in the posting history (file created if
*> necessary).
1250-RECORD-HISTORY.
    OPEN EXTEND POSTING-HISTORY
    IF POSTING-HISTORY-FILE-STATUS = "05"
       OR POSTING-HISTORY-FILE-STATUS = "35"
        OPEN OUTPUT POSTING-HISTORY
    END-IF
    MOVE SPACES TO POSTING-HISTORY-LINE
    STRING FUNCTION TRIM(JOB-POSTING-ID) DELIMITED BY SIZE
           "|EXPIRED|" DELIMITED BY SIZE
           WS-TODAY-N DELIMITED BY SIZE
           INTO POSTING-HISTORY-LINE
    END-STRING
    WRITE POSTING-HISTORY-LINE
    CLOSE POSTING-HISTORY.

*> Queue the closure for the posting employer -- a keyed WRITE under
*> the current time, stepping the sequence number past any row already
*> queued for the same recipient that second (file created if
*> necessary -- same pattern the other queue writers use).
1300-QUEUE-NOTIFICATION.
    OPEN I-O NOTIFICATIONS
    IF NOTIFICATIONS-FILE-STATUS = "35"
        OPEN OUTPUT NOTIFICATIONS
        CLOSE NOTIFICATIONS
        OPEN I-O NOTIFICATIONS
    END-IF
    MOVE JOB-EMPLOYER TO NOTIF-RECIPIENT
    MOVE "JOB-EXPIRY" TO NOTIF-SENDER
    MOVE SPACES TO NOTIF-MESSAGE
    STRING "Your posting #" DELIMITED BY SIZE
           FUNCTION TRIM(JOB-POSTING-ID) DELIMITED BY SIZE
           " " DELIMITED BY SIZE
           FUNCTION TRIM(JOB-TITLE) DELIMITED BY SIZE
           " expired and was closed" DELIMITED BY SIZE
           INTO NOTIF-MESSAGE
    END-STRING
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
                        PERFORM 1350-STEP-SECOND
                        MOVE WS-STEP-STAMP TO NOTIF-SENT
                        MOVE 0 TO NOTIF-SEQ
                    END-IF
                END-IF
            NOT INVALID KEY
                MOVE 'Y' TO WS-NOTIF-STORED
        END-WRITE
    END-PERFORM
    CLOSE NOTIFICATIONS
    IF WS-NOTIF-FAILED = 'Y'
        MOVE SPACES TO REPORT-LINE
        STRING "WARNING: notification for " DELIMITED BY SIZE
               FUNCTION TRIM(NOTIF-RECIPIENT) DELIMITED BY SIZE
               " not queued (file status " DELIMITED BY SIZE
               NOTIFICATIONS-FILE-STATUS DELIMITED BY SIZE
               ")." DELIMITED BY SIZE
               INTO REPORT-LINE
        END-STRING
        PERFORM SHOW
    END-IF.

*> Moves WS-STEP-STAMP on by one second, carrying into the minute,
*> hour and day.
1350-STEP-SECOND.
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
