*> for a BEGIN entry with no following COMMIT -- the signature of a
*> run killed mid-WRITE/REWRITE/DELETE -- and replays the intended
*> operation from the journalled after-image, bringing userinfo.txt /
*> profiles.txt / messages.txt / notifications.txt to the consistent
*> post-operation state. Replaying a
*> change that actually landed is harmless (the upsert/delete forms
*> are idempotent). Once the files are consistent the journal is
*> truncated ready for the next session. Safe to run every morning.
        RECORD KEY IS P-USERNAME
        FILE STATUS IS PROFILES-FILE-STATUS.

    SELECT MESSAGES ASSIGN TO "src/messages.txt"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS MSG-KEY
        ALTERNATE RECORD KEY IS MSG-SENDER WITH DUPLICATES
        FILE STATUS IS MESSAGES-FILE-STATUS.

    SELECT NOTIFICATIONS ASSIGN TO "src/notifications.txt"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS NOTIF-KEY
        FILE STATUS IS NOTIFICATIONS-FILE-STATUS.


*> Data-store lock -- the shop-wide protocol that keeps the batch
*> jobs and the online session from colliding on the shared

   05 P-SKILLS-MASK   PIC X(5) VALUE "00000".

*> Same layouts src/InCollege.cob's FD MESSAGES and FD NOTIFICATIONS
*> use; the whole record, key included, is the journalled image.
FD MESSAGES.
01 MESSAGE-REC.
    05 MSG-KEY.
       10 MSG-RECIPIENT PIC X(20).
       10 MSG-SENT      PIC X(14).
       10 MSG-SEQ       PIC 9(3).
    05 MSG-SENDER    PIC X(20).
    05 MSG-READ      PIC X(1).
    05 MSG-TEXT      PIC X(100).

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
01 JOURNAL-FILE-STATUS  PIC XX.
01 UINFO-FILE-STATUS    PIC XX.
01 PROFILES-FILE-STATUS PIC XX.
01 MESSAGES-FILE-STATUS PIC XX.
01 NOTIFICATIONS-FILE-STATUS PIC XX.
01 REPORT-FILE-STATUS   PIC XX.

01 JOURNALEOF PIC A(1) VALUE 'N'.
    END-STRING
    PERFORM SHOW

    EVALUATE FUNCTION TRIM(WS-PEND-FILE)
        WHEN "USERINFO"
            PERFORM 2100-REPLAY-USERINFO
        WHEN "PROFILES"
            PERFORM 2200-REPLAY-PROFILES
        WHEN "MESSAGES"
            PERFORM 2300-REPLAY-MESSAGES
        WHEN "NOTIFS"
            PERFORM 2400-REPLAY-NOTIFICATIONS
    END-EVALUATE
    ADD 1 TO WS-REPLAYED.

2100-REPLAY-USERINFO.
    END-IF
    CLOSE PROFILES.

*> The journal key holds only the recipient for these two files; the
*> full record key comes from the image, for a DELETE as well.
2300-REPLAY-MESSAGES.
    OPEN I-O MESSAGES
    IF MESSAGES-FILE-STATUS = "35"
        OPEN OUTPUT MESSAGES
        CLOSE MESSAGES
        OPEN I-O MESSAGES
    END-IF
    MOVE WS-PEND-IMAGE(1:158) TO MESSAGE-REC
    IF FUNCTION TRIM(WS-PEND-ACTION) = "DELETE"
        DELETE MESSAGES RECORD
            INVALID KEY CONTINUE
        END-DELETE
    ELSE
        WRITE MESSAGE-REC
            INVALID KEY
                REWRITE MESSAGE-REC
        END-WRITE
    END-IF
    CLOSE MESSAGES.

2400-REPLAY-NOTIFICATIONS.
    OPEN I-O NOTIFICATIONS
    IF NOTIFICATIONS-FILE-STATUS = "35"
        OPEN OUTPUT NOTIFICATIONS
        CLOSE NOTIFICATIONS
        OPEN I-O NOTIFICATIONS
    END-IF
    MOVE WS-PEND-IMAGE(1:165) TO NOTIFICATION-REC
    IF FUNCTION TRIM(WS-PEND-ACTION) = "DELETE"
        DELETE NOTIFICATIONS RECORD
            INVALID KEY CONTINUE
        END-DELETE
    ELSE
        WRITE NOTIFICATION-REC
            INVALID KEY
                REWRITE NOTIFICATION-REC
        END-WRITE
    END-IF
    CLOSE NOTIFICATIONS.

*> With the files consistent, clear the journal for the next session.
3000-TRUNCATE-JOURNAL.
    OPEN OUTPUT JOURNAL
