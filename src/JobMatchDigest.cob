        FILE STATUS IS JOBS-FILE-STATUS.

*> Notification queue shared with src/InCollege.cob and the
*> Epic4-Deliverables program,
*> indexed by recipient, queued time and sequence (NOTIF-KEY).
    SELECT NOTIFICATIONS ASSIGN TO "src/notifications.txt"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS NOTIF-KEY
        FILE STATUS IS NOTIFICATIONS-FILE-STATUS.



FD NOTIFICATIONS.
01 NOTIFICATION-REC.
    05 NOTIF-KEY.
       10 NOTIF-RECIPIENT PIC X(20).
       10 NOTIF-SENT      PIC X(14).
       10 NOTIF-SEQ       PIC 9(3).
    05 NOTIF-SENDER    PIC X(20).
    05 NOTIF-MESSAGE   PIC X(100).
    05 NOTIF-MAILED    PIC X(8).

FD LASTRUN-FILE.
01 LASTRUN-LINE PIC X(8).
01 PROFILES-FILE-STATUS     PIC XX.
01 JOBS-FILE-STATUS         PIC XX.
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
01 REPORT-FILE-STATUS       PIC XX.

01 PROFILESEOF PIC A(1) VALUE 'N'.
   05 JOB-MAJOR    PIC X(40).
   05 JOB-LOCATION PIC X(40).
   05 JOB-POSTED   PIC X(10).
   05 JOB-STATUS   PIC X(10).

*> Date of the previous run (0 on the very first run, which digests
*> the whole board once) and tonight's date for the state rewrite.
        PERFORM 2200-QUEUE-NOTIFICATION
    END-IF.

*> Queue the match count for the student -- a keyed WRITE under the
*> current time, stepping the sequence number past any row already
*> queued for the same recipient that second (file created if
*> necessary -- same pattern the other queue writers use).
2200-QUEUE-NOTIFICATION.
    OPEN I-O NOTIFICATIONS
    IF NOTIFICATIONS-FILE-STATUS = "35"
        OPEN OUTPUT NOTIFICATIONS
        CLOSE NOTIFICATIONS
        OPEN I-O NOTIFICATIONS
    END-IF
    MOVE P-USERNAME TO NOTIF-RECIPIENT
    MOVE "JOB-MATCH" TO NOTIF-SENDER
           ")" DELIMITED BY SIZE
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
                        PERFORM 2250-STEP-SECOND
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
2250-STEP-SECOND.
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
