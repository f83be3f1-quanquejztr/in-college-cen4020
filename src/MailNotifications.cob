>>SOURCE FORMAT FREE
*> Outbound e-mail feed for the notifications queue. Rows in
*> src/notifications.txt stay there until their recipient logs in and
*> opens View My Notifications, so anyone who stays away misses
*> interview slots and offers. This batch mails each user's rows that
*> have not been mailed yet to the address they gave under E-mail
*> Notification Settings (src/contact-prefs.txt:
*> USERNAME|E-MAIL|DELIVERY), one message per user with the rows
*> listed under it, into a pickup file for the campus mail relay:
*>     src/outbound-mail/incollege-YYYYMMDDHHMMSS.txt
*> Each message is a From:/To:/Subject: header block, a blank line,
*> the body, and a line holding a single "." to end it.
*>
*> Mailed rows keep their place in the queue (the student still sees
*> them at login) but are stamped with the mailing date in their
*> NOTIF-MAILED field, so they are never mailed twice.
*>
*> src/Mail-Control.txt holds one line, RUN|mode:
*>     RUN|DIGEST     (default) mail IMMEDIATE and DIGEST users --
*>                    the nightly run, so digest users get one a day
*>     RUN|IMMEDIATE  mail IMMEDIATE users only -- for extra runs
*>                    during the day
*> Users set to NONE are never mailed. Addresses the relay reported
*> undeliverable (src/mail-bounces.txt: E-MAIL|DATE|REASON, written by
*> the relay) are not mailed again until the user changes them.
*> Users with unmailed rows but no address, and bounced addresses,
*> are listed in src/MailNotifications-Report.txt for follow-up.
IDENTIFICATION DIVISION.
PROGRAM-ID. MailNotifications.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
*> Notification queue shared with src/InCollege.cob and the
*> Epic4-Deliverables program, indexed by recipient, queued time and
*> sequence (NOTIF-KEY).
    SELECT NOTIFICATIONS ASSIGN TO "src/notifications.txt"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS NOTIF-KEY
        FILE STATUS IS NOTIFICATIONS-FILE-STATUS.

*> E-mail contact settings maintained by src/InCollege.cob.
    SELECT CONTACT-PREFS ASSIGN TO "src/contact-prefs.txt"
        ORGANIZATION IS LINE SEQUENTIAL
        ACCESS MODE IS SEQUENTIAL
        FILE STATUS IS CONTACT-FILE-STATUS.

*> Undeliverable addresses reported back by the mail relay.
    SELECT BOUNCES ASSIGN TO "src/mail-bounces.txt"
        ORGANIZATION IS LINE SEQUENTIAL
        ACCESS MODE IS SEQUENTIAL
        FILE STATUS IS BOUNCES-FILE-STATUS.

*> Relay pickup file -- one per run, named by the run timestamp.
    SELECT MAIL-OUT ASSIGN TO DYNAMIC WS-MAIL-PATH
        ORGANIZATION IS LINE SEQUENTIAL
        ACCESS MODE IS SEQUENTIAL
        FILE STATUS IS MAIL-FILE-STATUS.

    SELECT CONTROL-FILE ASSIGN TO "src/Mail-Control.txt"
        ORGANIZATION IS LINE SEQUENTIAL
        ACCESS MODE IS SEQUENTIAL
        FILE STATUS IS CONTROL-FILE-STATUS.


*> Data-store lock -- the shop-wide protocol that keeps the batch
*> jobs and the online session from colliding on the shared data
*> files. Writers hold it exclusively; readers fail fast while it is
*> held. A lock older than the stale threshold is treated as left
*> behind by a crashed run and is not honored.
    SELECT LOCK-FILE ASSIGN TO "src/datastore.lock"
        ORGANIZATION IS LINE SEQUENTIAL
        ACCESS MODE IS SEQUENTIAL
        FILE STATUS IS LOCK-FILE-STATUS.

    SELECT REPORT-OUT ASSIGN TO "src/MailNotifications-Report.txt"
        ORGANIZATION IS LINE SEQUENTIAL
        ACCESS MODE IS SEQUENTIAL
        FILE STATUS IS REPORT-FILE-STATUS.

DATA DIVISION.
FILE SECTION.
*> Same row layout src/InCollege.cob's FD NOTIFICATIONS uses.
FD NOTIFICATIONS.
01 NOTIFICATION-REC.
    05 NOTIF-KEY.
        10 NOTIF-RECIPIENT PIC X(20).
        10 NOTIF-SENT      PIC X(14).
        10 NOTIF-SEQ       PIC 9(3).
    05 NOTIF-SENDER    PIC X(20).
    05 NOTIF-MESSAGE   PIC X(100).
    05 NOTIF-MAILED    PIC X(8).

FD CONTACT-PREFS.
01 CONTACT-PREFS-LINE PIC X(120).

FD BOUNCES.
01 BOUNCES-LINE PIC X(200).

FD MAIL-OUT.
01 MAIL-LINE PIC X(200).

FD CONTROL-FILE.
01 CONTROL-LINE PIC X(80).


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

01 NOTIFICATIONS-FILE-STATUS PIC XX.
01 CONTACT-FILE-STATUS       PIC XX.
01 BOUNCES-FILE-STATUS       PIC XX.
01 MAIL-FILE-STATUS          PIC XX.
01 CONTROL-FILE-STATUS       PIC XX.
01 REPORT-FILE-STATUS        PIC XX.

01 WS-EOF PIC A(1) VALUE 'N'.

*> Control settings (see header)
01 WS-CTL-ACTION PIC X(10).
01 WS-CTL-MODE   PIC X(10).
01 WS-RUN-MODE   PIC X(10) VALUE "DIGEST".

01 WS-RUN-STAMP  PIC X(14).
01 WS-TODAY      PIC X(8).
01 WS-MAIL-PATH  PIC X(80).
01 WS-MAIL-OPEN  PIC A(1) VALUE 'N'.

*> Parsed view of one contact-prefs.txt row
01 CONTACT-FIELDS.
   05 CT-USER     PIC X(20).
   05 CT-EMAIL    PIC X(80).
   05 CT-DELIVERY PIC X(10).

01 WS-CT-COUNT PIC 9(5) VALUE 0.
01 WS-CT-TABLE.
   05 WS-CT-ENTRY OCCURS 5000.
      10 WS-CT-USER     PIC X(20).
      10 WS-CT-EMAIL    PIC X(80).
      10 WS-CT-DELIVERY PIC X(10).

*> Parsed view of one mail-bounces.txt row
01 BOUNCE-FIELDS.
   05 BN-EMAIL  PIC X(80).
   05 BN-DATE   PIC X(10).
   05 BN-REASON PIC X(100).

01 WS-BN-COUNT PIC 9(4) VALUE 0.
01 WS-BN-TABLE.
   05 WS-BN-ENTRY OCCURS 2000.
      10 WS-BN-EMAIL  PIC X(80).
      10 WS-BN-REASON PIC X(100).

*> Users with unmailed rows, and what happens to them this run:
*> SEND, NONE (chose no mail), MISSING (no address), BOUNCED, or
*> LATER (DIGEST user on an IMMEDIATE run).
01 WS-U-COUNT PIC 9(5) VALUE 0.
01 WS-U-TABLE.
   05 WS-U-ENTRY OCCURS 3000.
      10 WS-U-NAME    PIC X(20).
      10 WS-U-EMAIL   PIC X(80).
      10 WS-U-ACTION  PIC X(8).
      10 WS-U-ROWS    PIC 9(5).
      10 WS-U-REASON  PIC X(100).

*> Unmailed queue rows, in key order: the row's NOTIF-KEY in
*> notifications.txt, its user slot, and the row text.
01 WS-R-COUNT PIC 9(5) VALUE 0.
01 WS-R-TABLE.
   05 WS-R-ENTRY OCCURS 10000.
      10 WS-R-KEY     PIC X(37).
      10 WS-R-USER    PIC 9(5).
      10 WS-R-SENDER  PIC X(20).
      10 WS-R-MESSAGE PIC X(100).

01 WS-CAP-HIT PIC A(1) VALUE 'N'.
01 WS-I       PIC 9(5) VALUE 0.
01 WS-J       PIC 9(5) VALUE 0.
01 WS-U       PIC 9(5) VALUE 0.
01 WS-EMAIL-UC PIC X(80).

01 WS-N-USERS-MAILED PIC 9(6) VALUE 0.
01 WS-N-ROWS-MAILED  PIC 9(6) VALUE 0.
01 WS-N-NONE         PIC 9(6) VALUE 0.
01 WS-N-MISSING      PIC 9(6) VALUE 0.
01 WS-N-BOUNCED      PIC 9(6) VALUE 0.
01 WS-N-LATER        PIC 9(6) VALUE 0.
01 WS-COUNT-DISPLAY  PIC ZZZ,ZZ9.

PROCEDURE DIVISION.
0000-MAINLINE.
    OPEN OUTPUT REPORT-OUT

    MOVE "===== InCollege Notification Mail Feed =====" TO REPORT-LINE
    PERFORM SHOW

    PERFORM ACQUIRE-DATA-LOCK
    IF WS-LOCK-BUSY = 'Y'
        MOVE "Data store busy -- retry after the batch window." TO REPORT-LINE
        PERFORM SHOW
        CLOSE REPORT-OUT
        STOP RUN
    END-IF

    MOVE FUNCTION CURRENT-DATE(1:14) TO WS-RUN-STAMP
    MOVE WS-RUN-STAMP(1:8) TO WS-TODAY

    PERFORM 0100-READ-CONTROL
    PERFORM 1000-LOAD-CONTACTS
    PERFORM 1100-LOAD-BOUNCES
    PERFORM 2000-COLLECT-UNMAILED
    IF WS-CAP-HIT = 'Y'
        MOVE "WARNING: more contacts, users or queued rows than this program's tables hold -- the rest are mailed on a later run." TO REPORT-LINE
        PERFORM SHOW
    END-IF
    PERFORM 3000-DECIDE-USERS
    PERFORM 4000-WRITE-MAIL
    IF WS-N-ROWS-MAILED > 0
        PERFORM 5000-STAMP-MAILED
    END-IF
    PERFORM 6000-PRINT-FOLLOW-UP

    MOVE " " TO REPORT-LINE
    PERFORM SHOW
    MOVE WS-N-USERS-MAILED TO WS-COUNT-DISPLAY
    MOVE SPACES TO REPORT-LINE
    STRING "Messages written:            " DELIMITED BY SIZE
           WS-COUNT-DISPLAY DELIMITED BY SIZE
           INTO REPORT-LINE
    END-STRING
    PERFORM SHOW
    MOVE WS-N-ROWS-MAILED TO WS-COUNT-DISPLAY
    MOVE SPACES TO REPORT-LINE
    STRING "Notifications mailed:        " DELIMITED BY SIZE
           WS-COUNT-DISPLAY DELIMITED BY SIZE
           INTO REPORT-LINE
    END-STRING
    PERFORM SHOW
    MOVE WS-N-LATER TO WS-COUNT-DISPLAY
    MOVE SPACES TO REPORT-LINE
    STRING "Digest users held for night: " DELIMITED BY SIZE
           WS-COUNT-DISPLAY DELIMITED BY SIZE
           INTO REPORT-LINE
    END-STRING
    PERFORM SHOW
    MOVE WS-N-NONE TO WS-COUNT-DISPLAY
    MOVE SPACES TO REPORT-LINE
    STRING "Users who chose no e-mail:   " DELIMITED BY SIZE
           WS-COUNT-DISPLAY DELIMITED BY SIZE
           INTO REPORT-LINE
    END-STRING
    PERFORM SHOW
    MOVE WS-N-MISSING TO WS-COUNT-DISPLAY
    MOVE SPACES TO REPORT-LINE
    STRING "Users with no address:       " DELIMITED BY SIZE
           WS-COUNT-DISPLAY DELIMITED BY SIZE
           INTO REPORT-LINE
    END-STRING
    PERFORM SHOW
    MOVE WS-N-BOUNCED TO WS-COUNT-DISPLAY
    MOVE SPACES TO REPORT-LINE
    STRING "Users with bounced address:  " DELIMITED BY SIZE
           WS-COUNT-DISPLAY DELIMITED BY SIZE
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
    MOVE "MailNotifications" TO LOCK-PROGRAM
    WRITE LOCK-REC
    CLOSE LOCK-FILE.

RELEASE-DATA-LOCK.
    CALL "SYSTEM" USING BY CONTENT "rm -f src/datastore.lock".

*> RUN|IMMEDIATE or RUN|DIGEST; anything else (or no file) is the
*> nightly DIGEST run.
0100-READ-CONTROL.
    OPEN INPUT CONTROL-FILE
    IF CONTROL-FILE-STATUS = "00"
        READ CONTROL-FILE INTO CONTROL-LINE
            NOT AT END
                MOVE SPACES TO WS-CTL-ACTION WS-CTL-MODE
                UNSTRING CONTROL-LINE DELIMITED BY "|"
                    INTO WS-CTL-ACTION WS-CTL-MODE
                END-UNSTRING
                IF FUNCTION UPPER-CASE(FUNCTION TRIM(WS-CTL-ACTION)) = "RUN"
                   AND FUNCTION UPPER-CASE(FUNCTION TRIM(WS-CTL-MODE)) = "IMMEDIATE"
                    MOVE "IMMEDIATE" TO WS-RUN-MODE
                END-IF
        END-READ
        CLOSE CONTROL-FILE
    END-IF
    MOVE SPACES TO REPORT-LINE
    STRING "Run mode: " DELIMITED BY SIZE
           FUNCTION TRIM(WS-RUN-MODE) DELIMITED BY SIZE
           INTO REPORT-LINE
    END-STRING
    PERFORM SHOW.

1000-LOAD-CONTACTS.
    OPEN INPUT CONTACT-PREFS
    IF CONTACT-FILE-STATUS NOT = "00"
        EXIT PARAGRAPH
    END-IF
    MOVE 'N' TO WS-EOF
    PERFORM UNTIL WS-EOF = 'Y'
        READ CONTACT-PREFS INTO CONTACT-PREFS-LINE
            AT END MOVE 'Y' TO WS-EOF
            NOT AT END
                MOVE SPACES TO CONTACT-FIELDS
                UNSTRING CONTACT-PREFS-LINE DELIMITED BY "|"
                    INTO CT-USER CT-EMAIL CT-DELIVERY
                END-UNSTRING
                IF WS-CT-COUNT >= 5000
                    MOVE 'Y' TO WS-CAP-HIT
                ELSE
                    ADD 1 TO WS-CT-COUNT
                    MOVE CT-USER TO WS-CT-USER(WS-CT-COUNT)
                    MOVE CT-EMAIL TO WS-CT-EMAIL(WS-CT-COUNT)
                    MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(CT-DELIVERY))
                        TO WS-CT-DELIVERY(WS-CT-COUNT)
                END-IF
        END-READ
    END-PERFORM
    CLOSE CONTACT-PREFS.

*> Bounced addresses, held upper-cased so the match ignores case.
1100-LOAD-BOUNCES.
    OPEN INPUT BOUNCES
    IF BOUNCES-FILE-STATUS NOT = "00"
        EXIT PARAGRAPH
    END-IF
    MOVE 'N' TO WS-EOF
    PERFORM UNTIL WS-EOF = 'Y'
        READ BOUNCES INTO BOUNCES-LINE
            AT END MOVE 'Y' TO WS-EOF
            NOT AT END
                MOVE SPACES TO BOUNCE-FIELDS
                UNSTRING BOUNCES-LINE DELIMITED BY "|"
                    INTO BN-EMAIL BN-DATE BN-REASON
                END-UNSTRING
                IF BN-EMAIL NOT = SPACES
                    IF WS-BN-COUNT >= 2000
                        MOVE 'Y' TO WS-CAP-HIT
                    ELSE
                        ADD 1 TO WS-BN-COUNT
                        MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(BN-EMAIL))
                            TO WS-BN-EMAIL(WS-BN-COUNT)
                        MOVE BN-REASON TO WS-BN-REASON(WS-BN-COUNT)
                    END-IF
                END-IF
        END-READ
    END-PERFORM
    CLOSE BOUNCES.

*> Collects every queue row not yet mailed, remembering its key so
*> 5000-STAMP-MAILED can find it again.
2000-COLLECT-UNMAILED.
    OPEN INPUT NOTIFICATIONS
    IF NOTIFICATIONS-FILE-STATUS NOT = "00"
        MOVE "No notifications queued; nothing to mail." TO REPORT-LINE
        PERFORM SHOW
        EXIT PARAGRAPH
    END-IF
    MOVE 'N' TO WS-EOF
    PERFORM UNTIL WS-EOF = 'Y'
        READ NOTIFICATIONS NEXT RECORD
            AT END MOVE 'Y' TO WS-EOF
            NOT AT END
                IF NOTIF-MAILED = SPACES
                   AND NOTIF-RECIPIENT NOT = SPACES
                    PERFORM 2100-ADD-ROW
                END-IF
        END-READ
    END-PERFORM
    CLOSE NOTIFICATIONS.

2100-ADD-ROW.
    MOVE 0 TO WS-U
    PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I > WS-U-COUNT
        IF WS-U-NAME(WS-I) = NOTIF-RECIPIENT
            MOVE WS-I TO WS-U
        END-IF
    END-PERFORM
    IF WS-U = 0
        IF WS-U-COUNT >= 3000
            MOVE 'Y' TO WS-CAP-HIT
            EXIT PARAGRAPH
        END-IF
        ADD 1 TO WS-U-COUNT
        MOVE WS-U-COUNT TO WS-U
        MOVE NOTIF-RECIPIENT TO WS-U-NAME(WS-U)
        MOVE SPACES TO WS-U-EMAIL(WS-U)
        MOVE SPACES TO WS-U-ACTION(WS-U)
        MOVE SPACES TO WS-U-REASON(WS-U)
        MOVE 0 TO WS-U-ROWS(WS-U)
    END-IF
    IF WS-R-COUNT >= 10000
        MOVE 'Y' TO WS-CAP-HIT
        EXIT PARAGRAPH
    END-IF
    ADD 1 TO WS-R-COUNT
    MOVE NOTIF-KEY TO WS-R-KEY(WS-R-COUNT)
    MOVE WS-U TO WS-R-USER(WS-R-COUNT)
    MOVE NOTIF-SENDER TO WS-R-SENDER(WS-R-COUNT)
    MOVE NOTIF-MESSAGE TO WS-R-MESSAGE(WS-R-COUNT)
    ADD 1 TO WS-U-ROWS(WS-U).

*> Settles what happens to each user with unmailed rows.
3000-DECIDE-USERS.
    PERFORM VARYING WS-U FROM 1 BY 1 UNTIL WS-U > WS-U-COUNT
        MOVE "MISSING" TO WS-U-ACTION(WS-U)
        PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I > WS-CT-COUNT
            IF WS-CT-USER(WS-I) = WS-U-NAME(WS-U)
               AND WS-CT-EMAIL(WS-I) NOT = SPACES
                MOVE WS-CT-EMAIL(WS-I) TO WS-U-EMAIL(WS-U)
                EVALUATE WS-CT-DELIVERY(WS-I)
                    WHEN "NONE"
                        MOVE "NONE" TO WS-U-ACTION(WS-U)
                    WHEN "IMMEDIATE"
                        MOVE "SEND" TO WS-U-ACTION(WS-U)
                    WHEN OTHER
                        IF WS-RUN-MODE = "DIGEST"
                            MOVE "SEND" TO WS-U-ACTION(WS-U)
                        ELSE
                            MOVE "LATER" TO WS-U-ACTION(WS-U)
                        END-IF
                END-EVALUATE
            END-IF
        END-PERFORM
        IF WS-U-ACTION(WS-U) = "SEND"
            MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(WS-U-EMAIL(WS-U)))
                TO WS-EMAIL-UC
            PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I > WS-BN-COUNT
                IF WS-BN-EMAIL(WS-I) = WS-EMAIL-UC
                    MOVE "BOUNCED" TO WS-U-ACTION(WS-U)
                    MOVE WS-BN-REASON(WS-I) TO WS-U-REASON(WS-U)
                END-IF
            END-PERFORM
        END-IF
        EVALUATE WS-U-ACTION(WS-U)
            WHEN "NONE"    ADD 1 TO WS-N-NONE
            WHEN "MISSING" ADD 1 TO WS-N-MISSING
            WHEN "BOUNCED" ADD 1 TO WS-N-BOUNCED
            WHEN "LATER"   ADD 1 TO WS-N-LATER
        END-EVALUATE
    END-PERFORM.

*> One message per SEND user, with all their unmailed rows in it.
4000-WRITE-MAIL.
    PERFORM VARYING WS-U FROM 1 BY 1 UNTIL WS-U > WS-U-COUNT
        IF WS-U-ACTION(WS-U) = "SEND"
            IF WS-MAIL-OPEN NOT = 'Y'
                PERFORM 4100-OPEN-MAIL-FILE
            END-IF
            IF WS-MAIL-OPEN = 'Y'
                PERFORM 4200-WRITE-MESSAGE
            END-IF
        END-IF
    END-PERFORM
    IF WS-MAIL-OPEN = 'Y'
        CLOSE MAIL-OUT
        MOVE SPACES TO REPORT-LINE
        STRING "Relay pickup file: " DELIMITED BY SIZE
               FUNCTION TRIM(WS-MAIL-PATH) DELIMITED BY SIZE
               INTO REPORT-LINE
        END-STRING
        PERFORM SHOW
    END-IF.

4100-OPEN-MAIL-FILE.
    CALL "SYSTEM" USING BY CONTENT "mkdir -p src/outbound-mail"
    MOVE SPACES TO WS-MAIL-PATH
    STRING "src/outbound-mail/incollege-" DELIMITED BY SIZE
           WS-RUN-STAMP DELIMITED BY SIZE
           ".txt" DELIMITED BY SIZE
           INTO WS-MAIL-PATH
    END-STRING
    OPEN OUTPUT MAIL-OUT
    IF MAIL-FILE-STATUS = "00"
        MOVE 'Y' TO WS-MAIL-OPEN
    ELSE
        MOVE SPACES TO REPORT-LINE
        STRING "Could not write " DELIMITED BY SIZE
               FUNCTION TRIM(WS-MAIL-PATH) DELIMITED BY SIZE
               " -- nothing mailed." DELIMITED BY SIZE
               INTO REPORT-LINE
        END-STRING
        PERFORM SHOW
        *> Stop trying for the rest of the run
        PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I > WS-U-COUNT
            IF WS-U-ACTION(WS-I) = "SEND"
                MOVE "LATER" TO WS-U-ACTION(WS-I)
            END-IF
        END-PERFORM
    END-IF.

4200-WRITE-MESSAGE.
    MOVE "From: InCollege Notifications <notifications@incollege.edu>" TO MAIL-LINE
    WRITE MAIL-LINE
    MOVE SPACES TO MAIL-LINE
    STRING "To: " DELIMITED BY SIZE
           FUNCTION TRIM(WS-U-EMAIL(WS-U)) DELIMITED BY SIZE
           INTO MAIL-LINE
    END-STRING
    WRITE MAIL-LINE
    MOVE WS-U-ROWS(WS-U) TO WS-COUNT-DISPLAY
    MOVE SPACES TO MAIL-LINE
    STRING "Subject: InCollege -- " DELIMITED BY SIZE
           FUNCTION TRIM(WS-COUNT-DISPLAY) DELIMITED BY SIZE
           " new notification(s)" DELIMITED BY SIZE
           INTO MAIL-LINE
    END-STRING
    WRITE MAIL-LINE
    MOVE SPACES TO MAIL-LINE
    STRING "X-InCollege-User: " DELIMITED BY SIZE
           FUNCTION TRIM(WS-U-NAME(WS-U)) DELIMITED BY SIZE
           INTO MAIL-LINE
    END-STRING
    WRITE MAIL-LINE
    MOVE SPACES TO MAIL-LINE
    WRITE MAIL-LINE
    MOVE SPACES TO MAIL-LINE
    STRING "Hello " DELIMITED BY SIZE
           FUNCTION TRIM(WS-U-NAME(WS-U)) DELIMITED BY SIZE
           ", you have new notifications on InCollege:" DELIMITED BY SIZE
           INTO MAIL-LINE
    END-STRING
    WRITE MAIL-LINE
    MOVE SPACES TO MAIL-LINE
    WRITE MAIL-LINE
    PERFORM VARYING WS-J FROM 1 BY 1 UNTIL WS-J > WS-R-COUNT
        IF WS-R-USER(WS-J) = WS-U
            MOVE SPACES TO MAIL-LINE
            STRING "  - " DELIMITED BY SIZE
                   FUNCTION TRIM(WS-R-MESSAGE(WS-J)) DELIMITED BY SIZE
                   " (from " DELIMITED BY SIZE
                   FUNCTION TRIM(WS-R-SENDER(WS-J)) DELIMITED BY SIZE
                   ")" DELIMITED BY SIZE
                   INTO MAIL-LINE
            END-STRING
            *> A body line holding only "." would end the message early
            IF MAIL-LINE = "."
                MOVE ". " TO MAIL-LINE
            END-IF
            WRITE MAIL-LINE
            ADD 1 TO WS-N-ROWS-MAILED
        END-IF
    END-PERFORM
    MOVE SPACES TO MAIL-LINE
    WRITE MAIL-LINE
    MOVE "Log in to InCollege and open View My Notifications for details." TO MAIL-LINE
    WRITE MAIL-LINE
    MOVE "To change how often you get these, use E-mail Notification Settings." TO MAIL-LINE
    WRITE MAIL-LINE
    MOVE "." TO MAIL-LINE
    WRITE MAIL-LINE
    ADD 1 TO WS-N-USERS-MAILED.

*> Stamps today's date on every row that went out in this run's
*> mail -- a keyed READ and REWRITE of each one. A row no longer
*> there was consumed at login in the meantime and is skipped.
5000-STAMP-MAILED.
    OPEN I-O NOTIFICATIONS
    IF NOTIFICATIONS-FILE-STATUS NOT = "00"
        EXIT PARAGRAPH
    END-IF
    PERFORM VARYING WS-J FROM 1 BY 1 UNTIL WS-J > WS-R-COUNT
        IF WS-U-ACTION(WS-R-USER(WS-J)) = "SEND"
            MOVE WS-R-KEY(WS-J) TO NOTIF-KEY
            READ NOTIFICATIONS
                INVALID KEY CONTINUE
                NOT INVALID KEY
                    MOVE WS-TODAY TO NOTIF-MAILED
                    REWRITE NOTIFICATION-REC
                        INVALID KEY CONTINUE
                    END-REWRITE
            END-READ
        END-IF
    END-PERFORM
    CLOSE NOTIFICATIONS.

*> Users career services should chase for a working address.
6000-PRINT-FOLLOW-UP.
    IF WS-N-MISSING = 0 AND WS-N-BOUNCED = 0
        EXIT PARAGRAPH
    END-IF
    MOVE " " TO REPORT-LINE
    PERFORM SHOW
    MOVE "--- Unread notifications that could not be mailed ---" TO REPORT-LINE
    PERFORM SHOW
    PERFORM VARYING WS-U FROM 1 BY 1 UNTIL WS-U > WS-U-COUNT
        MOVE WS-U-ROWS(WS-U) TO WS-COUNT-DISPLAY
        EVALUATE WS-U-ACTION(WS-U)
            WHEN "MISSING"
                MOVE SPACES TO REPORT-LINE
                STRING "NO ADDRESS  " DELIMITED BY SIZE
                       WS-U-NAME(WS-U) DELIMITED BY SIZE
                       FUNCTION TRIM(WS-COUNT-DISPLAY) DELIMITED BY SIZE
                       " unread" DELIMITED BY SIZE
                       INTO REPORT-LINE
                END-STRING
                PERFORM SHOW
            WHEN "BOUNCED"
                MOVE SPACES TO REPORT-LINE
                STRING "BOUNCED     " DELIMITED BY SIZE
                       WS-U-NAME(WS-U) DELIMITED BY SIZE
                       FUNCTION TRIM(WS-COUNT-DISPLAY) DELIMITED BY SIZE
                       " unread  " DELIMITED BY SIZE
                       FUNCTION TRIM(WS-U-EMAIL(WS-U)) DELIMITED BY SIZE
                       " -- " DELIMITED BY SIZE
                       FUNCTION TRIM(WS-U-REASON(WS-U)) DELIMITED BY SIZE
                       INTO REPORT-LINE
                END-STRING
                PERFORM SHOW
        END-EVALUATE
    END-PERFORM.
