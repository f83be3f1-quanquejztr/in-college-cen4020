        ACCESS MODE IS SEQUENTIAL
        FILE STATUS IS CONTROL-FILE-STATUS.

*> Same physical files src/InCollege.cob maintains -- messages.txt is
*> indexed by recipient, sent time and sequence (MSG-KEY).
    SELECT MESSAGES ASSIGN TO "src/messages.txt"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS MSG-KEY
        ALTERNATE RECORD KEY IS MSG-SENDER WITH DUPLICATES
        FILE STATUS IS MESSAGES-FILE-STATUS.

    SELECT NOTIF-CONSUMED ASSIGN TO "src/notifications-consumed.txt"
        ORGANIZATION IS LINE SEQUENTIAL
        ACCESS MODE IS SEQUENTIAL
*> Same fixed-width message row src/InCollege.cob writes.
FD MESSAGES.
01 MESSAGE-REC.
    05 MSG-KEY.
        10 MSG-RECIPIENT PIC X(20).
        10 MSG-SENT      PIC X(14).
        10 MSG-SEQ       PIC 9(3).
    05 MSG-SENDER    PIC X(20).
    05 MSG-READ      PIC X(1).
    05 MSG-TEXT      PIC X(100).

FD NOTIF-CONSUMED.
01 NOTIF-CONSUMED-LINE PIC X(160).


01 CONTROL-FILE-STATUS   PIC XX.
01 MESSAGES-FILE-STATUS  PIC XX.
01 NOTIF-CONS-FILE-STATUS PIC XX.
01 NOTIF-CONS-NEW-STATUS PIC XX.
01 ARCH-MSG-FILE-STATUS  PIC XX.
    CLOSE CONTROL-FILE.

*> Read ('Y') messages older than the retention window move to the
*> dated archive and are DELETEd from the keyed file; everything else
*> stays where it is. Unread messages never purge, whatever their age.
1000-PURGE-MESSAGES.
    OPEN I-O MESSAGES
    IF MESSAGES-FILE-STATUS NOT = "00"
        EXIT PARAGRAPH
    END-IF
    IF ARCH-MSG-FILE-STATUS = "05" OR ARCH-MSG-FILE-STATUS = "35"
        OPEN OUTPUT ARCH-MESSAGES
    END-IF
    MOVE 'N' TO WS-EOF
    PERFORM UNTIL WS-EOF = 'Y'
        READ MESSAGES NEXT RECORD
            AT END MOVE 'Y' TO WS-EOF
            NOT AT END
                MOVE 0 TO WS-AGE-DAYS
                END-IF
                IF MSG-READ = 'Y' AND WS-AGE-DAYS > WS-KEEP-MESSAGES
                    ADD 1 TO WS-MSG-PURGED
                    *> Archive rows keep the flat recipient/sender/
                    *> read/sent/text layout older archives use
                    MOVE SPACES TO ARCH-MESSAGES-LINE
                    STRING MSG-RECIPIENT DELIMITED BY SIZE
                           MSG-SENDER DELIMITED BY SIZE
                           MSG-READ DELIMITED BY SIZE
                           MSG-SENT DELIMITED BY SIZE
                           MSG-TEXT DELIMITED BY SIZE
                           INTO ARCH-MESSAGES-LINE
                    END-STRING
                    WRITE ARCH-MESSAGES-LINE
                    DELETE MESSAGES RECORD
                        INVALID KEY CONTINUE
                    END-DELETE
                END-IF
        END-READ
    END-PERFORM
    CLOSE MESSAGES
    CLOSE ARCH-MESSAGES.

*> Consumed notifications age off their leading YYYYMMDD stamp.
2000-PURGE-NOTIFICATIONS.
