    *> Notification queue -- one row per connection request, so a
    *> separate mail/SMS gateway job can alert the recipient instead
    *> of them only finding out next time they open Pending Requests.
    *> Indexed by recipient, queued time and sequence (NOTIF-KEY).
    SELECT NOTIFICATIONS ASSIGN TO "src/notifications.txt"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS NOTIF-KEY
        FILE STATUS IS NOTIFICATIONS-FILE-STATUS.

    *> The day's structured audit log src/InCollege-Output-YYYYMMDD.txt
    *> that src/InCollege.cob writes (path built in WS-AUDIT-PATH). An
    *> accepted connection is recorded there, so the IntegrityReview
    *> batch can tell when two students became connected.
    SELECT AUDIT-LOG ASSIGN TO DYNAMIC WS-AUDIT-PATH
        ORGANIZATION IS LINE SEQUENTIAL
        ACCESS MODE IS SEQUENTIAL
        FILE STATUS IS AUDIT-LOG-FILE-STATUS.

*> Data descriptions
DATA DIVISION.
    05 FILLER         PIC X(1).
    05 LOCK-PROGRAM   PIC X(20).

*> Notification queue row: who it's for, when it was queued, who
*> triggered it, a ready-to-send message, and the date it was
*> e-mailed (spaces until then).
FD NOTIFICATIONS.
01 NOTIFICATION-REC.
    05 NOTIF-KEY.
        10 NOTIF-RECIPIENT PIC X(20).
        10 NOTIF-SENT      PIC X(14).
        10 NOTIF-SEQ       PIC 9(3).
    05 NOTIF-SENDER    PIC X(20).
    05 NOTIF-MESSAGE   PIC X(100).
    05 NOTIF-MAILED    PIC X(8).

*> Same when/who/what/message line src/InCollege.cob's SAVE-RECORD
*> writes.
FD AUDIT-LOG.
01 AUDIT-REC.
    05 AUDIT-TIMESTAMP PIC X(14).
    05 FILLER          PIC X(1).
    05 AUDIT-USER      PIC X(20).
    05 FILLER          PIC X(1).
    05 AUDIT-ACTION    PIC X(20).
    05 FILLER          PIC X(1).
    05 AUDIT-TEXT      PIC X(200).


*> Variables, flags, and helpers
01 CONN-TEMP-FILE-STATUS   PIC XX.
01 CONN-NEW-FILE-STATUS    PIC XX.
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
01 AUDIT-LOG-FILE-STATUS PIC XX.
01 WS-AUDIT-PATH PIC X(64).

01 WS-CONN-SENDER    PIC X(20).
01 WS-CONN-RECIPIENT PIC X(20).
    WRITE CONNECTION-REC
    CLOSE CONNECTIONS

    *> Queue a notification for the recipient -- a keyed WRITE under
    *> the current time, stepping the sequence number past any row
    *> already queued for them that second (create file if necessary
    *> -- same fallback pattern as CONNECTIONS above).
    OPEN I-O NOTIFICATIONS
    IF NOTIFICATIONS-FILE-STATUS = "35"
        OPEN OUTPUT NOTIFICATIONS
        CLOSE NOTIFICATIONS
        OPEN I-O NOTIFICATIONS
    END-IF

    MOVE WS-CONN-RECIPIENT TO NOTIF-RECIPIENT
           FUNCTION TRIM(WS-CONN-SENDER) DELIMITED BY SIZE
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
                        PERFORM STEP-NOTIF-SECOND
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
        MOVE "The notification could not be queued." TO SAVE-TEXT
        PERFORM SHOW
    END-IF

    MOVE SPACES TO SAVE-TEXT
    STRING "Connection request sent to " DELIMITED BY SIZE
    END-STRING
    PERFORM SHOW.

*> Moves WS-STEP-STAMP on by one second, carrying into the minute,
*> hour and day.
STEP-NOTIF-SECOND.
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

VIEW-PENDING-REQUESTS.
    *> List pending requests, then offer to accept/decline one of them
    MOVE "--- Pending Connection Requests ---" TO SAVE-TEXT PERFORM SHOW

    IF WS-REQ-ACTION = "A"
        PERFORM RESOLVE-CONNECTION-REQUEST
        PERFORM LOG-CONNECTION-ACCEPTED
        MOVE "Connection request accepted." TO SAVE-TEXT PERFORM SHOW
    ELSE IF WS-REQ-ACTION = "D"
        PERFORM RESOLVE-CONNECTION-REQUEST
    PERFORM SHOW
    MOVE "-----------------------------------" TO SAVE-TEXT PERFORM SHOW.

*> Appends "<recipient> accepted <sender>" to today's audit log (file
*> created if necessary).
LOG-CONNECTION-ACCEPTED.
    MOVE SPACES TO WS-AUDIT-PATH
    STRING "src/InCollege-Output-" DELIMITED BY SIZE
           FUNCTION CURRENT-DATE(1:8) DELIMITED BY SIZE
           ".txt" DELIMITED BY SIZE
           INTO WS-AUDIT-PATH
    END-STRING
    OPEN EXTEND AUDIT-LOG
    IF AUDIT-LOG-FILE-STATUS = "05" OR AUDIT-LOG-FILE-STATUS = "35"
        OPEN OUTPUT AUDIT-LOG
    END-IF
    MOVE SPACES TO AUDIT-REC
    MOVE FUNCTION CURRENT-DATE(1:14) TO AUDIT-TIMESTAMP
    MOVE WS-CONN-RECIPIENT TO AUDIT-USER
    MOVE "ACCEPT CONNECTION" TO AUDIT-ACTION
    STRING "Connection request from " DELIMITED BY SIZE
           FUNCTION TRIM(WS-CONN-SENDER) DELIMITED BY SIZE
           " accepted." DELIMITED BY SIZE
           INTO AUDIT-TEXT
    END-STRING
    WRITE AUDIT-REC
    CLOSE AUDIT-LOG.

RESOLVE-CONNECTION-REQUEST.
    *> Rewrite connections.txt: update the matching pending row's status
    *> to ACCEPTED, or drop it entirely on DECLINED. WS-CONN-SENDER/
