*>   - repoints applications.txt, messages.txt, notifications.txt,
*>     skillsdone.txt and endorsements.txt rows (dropping rows that
*>     become self-references or exact duplicates),
*>   - repoints the application-snapshots.txt rows (cover letters and
*>     profile snapshots) that go with the repointed applications,
*>     and the referrer named on their referred-by rows,
*>   - repoints both students (and the employer) on referrals.txt rows,
*>   - deletes the losing USERINFO record.
*> Everything is reported to src/Merge-Report.txt.
IDENTIFICATION DIVISION.
        ACCESS MODE IS SEQUENTIAL
        FILE STATUS IS APP-NEW-FILE-STATUS.

    SELECT APP-SNAPSHOTS ASSIGN TO "src/application-snapshots.txt"
        ORGANIZATION IS LINE SEQUENTIAL
        ACCESS MODE IS SEQUENTIAL
        FILE STATUS IS APP-SNAPSHOTS-FILE-STATUS.

    SELECT SNAP-NEW-FILE ASSIGN TO "src/application-snapshots.new"
        ORGANIZATION IS LINE SEQUENTIAL
        ACCESS MODE IS SEQUENTIAL
        FILE STATUS IS SNAP-NEW-FILE-STATUS.

    SELECT REFERRALS ASSIGN TO "src/referrals.txt"
        ORGANIZATION IS LINE SEQUENTIAL
        ACCESS MODE IS SEQUENTIAL
        FILE STATUS IS REFERRALS-FILE-STATUS.

    SELECT REF-NEW-FILE ASSIGN TO "src/referrals.new"
        ORGANIZATION IS LINE SEQUENTIAL
        ACCESS MODE IS SEQUENTIAL
        FILE STATUS IS REF-NEW-FILE-STATUS.

*> messages.txt and notifications.txt are indexed by recipient, time
*> and sequence, so a repointed recipient means a new key.
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

    SELECT SKILLSDONE ASSIGN TO "src/skillsdone.txt"
        ORGANIZATION IS LINE SEQUENTIAL
01 CONN-NEW-LINE PIC X(256).

FD APPLICATIONS.
01 APPLICATIONS-LINE PIC X(300).

FD APP-NEW-FILE.
01 APP-NEW-LINE PIC X(300).

*> APPLICANT|POSTING-ID|KIND|... -- the applicant is repointed, and
*> the referrer on an R (referred-by) row
FD APP-SNAPSHOTS.
01 APP-SNAPSHOTS-LINE PIC X(300).

FD SNAP-NEW-FILE.
01 SNAP-NEW-LINE PIC X(300).

*> REFERRER|REFERRED|POSTING-ID|EMPLOYER|TITLE|REFERRED-DATE
FD REFERRALS.
01 REFERRALS-LINE PIC X(200).

FD REF-NEW-FILE.
01 REF-NEW-LINE PIC X(200).

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
    *> Date MailNotifications e-mailed the row (spaces until then);
    *> carried through the rewrite so a merge does not re-mail it.
    05 NOTIF-MAILED    PIC X(8).

FD SKILLSDONE.
01 SKILLSDONE-LINE PIC X(40).
01 CONN-NEW-FILE-STATUS     PIC XX.
01 APPLICATIONS-FILE-STATUS PIC XX.
01 APP-NEW-FILE-STATUS      PIC XX.
01 APP-SNAPSHOTS-FILE-STATUS PIC XX.
01 SNAP-NEW-FILE-STATUS     PIC XX.
01 REFERRALS-FILE-STATUS    PIC XX.
01 REF-NEW-FILE-STATUS      PIC XX.
01 MESSAGES-FILE-STATUS     PIC XX.
01 NOTIFICATIONS-FILE-STATUS PIC XX.
01 SKILLSDONE-FILE-STATUS   PIC XX.
01 SD-NEW-FILE-STATUS       PIC XX.
01 ENDORSEMENTS-FILE-STATUS PIC XX.
01 WS-PAIR-I     PIC 9(4) VALUE 0.
01 WS-PAIR-MATCH PIC 9(4) VALUE 0.

*> Generic dedupe table for skillsdone/endorsement rows. WS-ROW is the
*> part compared; an endorsement's GIVEN and STATUS ride along with it
*> and are written back after it.
01 WS-ROW-COUNT PIC 9(4) VALUE 0.
01 WS-ROW-TABLE.
   05 WS-ROW-ENTRY OCCURS 500.
      10 WS-ROW        PIC X(80).
      10 WS-ROW-GIVEN  PIC X(14).
      10 WS-ROW-STATUS PIC X(4).
01 WS-ROW-I    PIC 9(4) VALUE 0.
01 WS-ROW-DUP  PIC A(1) VALUE 'N'.
01 WS-ROW-BUF  PIC X(80).
01 WS-ROW-GIVEN-BUF  PIC X(14) VALUE SPACES.
01 WS-ROW-STATUS-BUF PIC X(4) VALUE SPACES.

*> Parse buffers
01 APP-FIELDS.
   05 APP-APPLICANT PIC X(20).
   05 APP-STATUS    PIC X(12).
   05 APP-DATE      PIC X(8).
   05 APP-POSTING-ID PIC X(6).

01 SD-FIELDS.
   05 SD-USER  PIC X(20).
   05 END-USER     PIC X(20).
   05 END-SKILL    PIC X(2).
   05 END-ENDORSER PIC X(20).
   05 END-GIVEN    PIC X(14).
   05 END-STATUS   PIC X(4).

*> Per-file changed-row counters for the report
01 WS-PROFILE-NOTE     PIC X(60) VALUE SPACES.
01 WS-CONN-CHANGED     PIC 9(4) VALUE 0.
01 WS-CONN-DROPPED     PIC 9(4) VALUE 0.
01 WS-APP-CHANGED      PIC 9(4) VALUE 0.
01 WS-SNAP-CHANGED     PIC 9(4) VALUE 0.
01 WS-SNAP-USER        PIC X(20).
01 WS-SNAP-PTR         PIC 9(3) VALUE 0.
01 WS-SNAP-POSTING     PIC X(6).
01 WS-SNAP-KIND        PIC X(1).
01 WS-SNAP-REFERRER    PIC X(20).
01 WS-REF-CHANGED      PIC 9(4) VALUE 0.
01 REF-FIELDS.
   05 REF-REFERRER   PIC X(20).
   05 REF-REFERRED   PIC X(20).
   05 REF-POSTING-ID PIC X(6).
   05 REF-EMPLOYER   PIC X(40).
   05 REF-TITLE      PIC X(50).
   05 REF-DATE       PIC X(8).
01 WS-MSG-CHANGED      PIC 9(4) VALUE 0.
01 WS-NOTIF-CHANGED    PIC 9(4) VALUE 0.
*> Keyed repoint of messages/notifications: the last FROM key dealt
*> with, and whether the row has been stored under its new key.
01 WS-MSG-LAST-KEY     PIC X(37).
01 WS-NOTIF-LAST-KEY   PIC X(37).
01 WS-ROW-STORED       PIC A(1) VALUE 'N'.
01 WS-ROW-FAILED       PIC A(1) VALUE 'N'.
*> Rows that could not be moved and were left under FROM
01 WS-MSG-FAILED       PIC 9(4) VALUE 0.
01 WS-NOTIF-FAILED     PIC 9(4) VALUE 0.
*> A queued/sent time (YYYYMMDDHHMMSS) being stepped on by one second
*> once all thousand sequence numbers under TO in that second are
*> taken (see 5900-STEP-SECOND).
01 WS-STEP-STAMP.
   05 WS-STEP-DATE PIC 9(8).
   05 WS-STEP-HH   PIC 9(2).
   05 WS-STEP-MM   PIC 9(2).
   05 WS-STEP-SS   PIC 9(2).
01 WS-SD-CHANGED       PIC 9(4) VALUE 0.
01 WS-ENDORSE-CHANGED  PIC 9(4) VALUE 0.
01 WS-COUNT-DISPLAY    PIC ZZZ9.
    PERFORM 2000-MERGE-PROFILES
    PERFORM 3000-MERGE-CONNECTIONS
    PERFORM 4000-REWRITE-APPLICATIONS
    PERFORM 4500-REWRITE-SNAPSHOTS
    PERFORM 4600-REWRITE-REFERRALS
    PERFORM 5000-REWRITE-MESSAGES
    PERFORM 5500-REWRITE-NOTIFICATIONS
    PERFORM 6000-REWRITE-SKILLSDONE
                MOVE SPACES TO APP-FIELDS
                UNSTRING APPLICATIONS-LINE DELIMITED BY "|"
                    INTO APP-EMPLOYER APP-TITLE APP-APPLICANT
                         APP-STATUS APP-DATE APP-POSTING-ID
                END-UNSTRING
                IF FUNCTION TRIM(APP-APPLICANT) = FUNCTION TRIM(WS-FROM-USER)
                    MOVE WS-TO-USER TO APP-APPLICANT
                           FUNCTION TRIM(APP-STATUS) DELIMITED BY SIZE
                           "|" DELIMITED BY SIZE
                           FUNCTION TRIM(APP-DATE) DELIMITED BY SIZE
                           "|" DELIMITED BY SIZE
                           FUNCTION TRIM(APP-POSTING-ID) DELIMITED BY SIZE
                           INTO APP-NEW-LINE
                    END-STRING
                    WRITE APP-NEW-LINE
        CALL "SYSTEM" USING BY CONTENT "mv -f src/applications.new src/applications.txt"
    END-IF.

4500-REWRITE-SNAPSHOTS.
    MOVE 0 TO WS-SNAP-CHANGED
    OPEN INPUT APP-SNAPSHOTS
    IF APP-SNAPSHOTS-FILE-STATUS NOT = "00"
        EXIT PARAGRAPH
    END-IF
    IF WS-APPLY = 'Y'
        OPEN OUTPUT SNAP-NEW-FILE
    END-IF
    MOVE 'N' TO WS-EOF
    PERFORM UNTIL WS-EOF = 'Y'
        MOVE SPACES TO APP-SNAPSHOTS-LINE
        READ APP-SNAPSHOTS INTO APP-SNAPSHOTS-LINE
            AT END MOVE 'Y' TO WS-EOF
            NOT AT END
                MOVE SPACES TO WS-SNAP-USER
                MOVE 1 TO WS-SNAP-PTR
                UNSTRING APP-SNAPSHOTS-LINE DELIMITED BY "|"
                    INTO WS-SNAP-USER
                    WITH POINTER WS-SNAP-PTR
                END-UNSTRING
                MOVE APP-SNAPSHOTS-LINE TO SNAP-NEW-LINE
                IF FUNCTION TRIM(WS-SNAP-USER) = FUNCTION TRIM(WS-FROM-USER)
                    MOVE SPACES TO SNAP-NEW-LINE
                    STRING FUNCTION TRIM(WS-TO-USER) DELIMITED BY SIZE
                           "|" DELIMITED BY SIZE
                           APP-SNAPSHOTS-LINE(WS-SNAP-PTR:) DELIMITED BY SIZE
                           INTO SNAP-NEW-LINE
                    END-STRING
                    ADD 1 TO WS-SNAP-CHANGED
                END-IF
                MOVE SPACES TO WS-SNAP-USER WS-SNAP-POSTING WS-SNAP-KIND
                MOVE SPACES TO WS-SNAP-REFERRER
                UNSTRING SNAP-NEW-LINE DELIMITED BY "|"
                    INTO WS-SNAP-USER WS-SNAP-POSTING WS-SNAP-KIND
                         WS-SNAP-REFERRER
                END-UNSTRING
                IF WS-SNAP-KIND = "R"
                   AND FUNCTION TRIM(WS-SNAP-REFERRER) = FUNCTION TRIM(WS-FROM-USER)
                    MOVE SPACES TO SNAP-NEW-LINE
                    STRING FUNCTION TRIM(WS-SNAP-USER) DELIMITED BY SIZE
                           "|" DELIMITED BY SIZE
                           FUNCTION TRIM(WS-SNAP-POSTING) DELIMITED BY SIZE
                           "|R|" DELIMITED BY SIZE
                           FUNCTION TRIM(WS-TO-USER) DELIMITED BY SIZE
                           INTO SNAP-NEW-LINE
                    END-STRING
                    ADD 1 TO WS-SNAP-CHANGED
                END-IF
                IF WS-APPLY = 'Y'
                    WRITE SNAP-NEW-LINE
                END-IF
        END-READ
    END-PERFORM
    CLOSE APP-SNAPSHOTS
    IF WS-APPLY = 'Y'
        CLOSE SNAP-NEW-FILE
        CALL "SYSTEM" USING BY CONTENT "mv -f src/application-snapshots.new src/application-snapshots.txt"
    END-IF.

4600-REWRITE-REFERRALS.
    MOVE 0 TO WS-REF-CHANGED
    OPEN INPUT REFERRALS
    IF REFERRALS-FILE-STATUS NOT = "00"
        EXIT PARAGRAPH
    END-IF
    IF WS-APPLY = 'Y'
        OPEN OUTPUT REF-NEW-FILE
    END-IF
    MOVE 'N' TO WS-EOF
    PERFORM UNTIL WS-EOF = 'Y'
        READ REFERRALS INTO REFERRALS-LINE
            AT END MOVE 'Y' TO WS-EOF
            NOT AT END
                MOVE SPACES TO REF-FIELDS
                UNSTRING REFERRALS-LINE DELIMITED BY "|"
                    INTO REF-REFERRER REF-REFERRED REF-POSTING-ID
                         REF-EMPLOYER REF-TITLE REF-DATE
                END-UNSTRING
                IF FUNCTION TRIM(REF-REFERRER) = FUNCTION TRIM(WS-FROM-USER)
                    MOVE WS-TO-USER TO REF-REFERRER
                    ADD 1 TO WS-REF-CHANGED
                END-IF
                IF FUNCTION TRIM(REF-REFERRED) = FUNCTION TRIM(WS-FROM-USER)
                    MOVE WS-TO-USER TO REF-REFERRED
                    ADD 1 TO WS-REF-CHANGED
                END-IF
                IF FUNCTION TRIM(REF-EMPLOYER) = FUNCTION TRIM(WS-FROM-USER)
                    MOVE WS-TO-USER TO REF-EMPLOYER
                    ADD 1 TO WS-REF-CHANGED
                END-IF
                IF WS-APPLY = 'Y'
                    MOVE SPACES TO REF-NEW-LINE
                    STRING FUNCTION TRIM(REF-REFERRER) DELIMITED BY SIZE
                           "|" DELIMITED BY SIZE
                           FUNCTION TRIM(REF-REFERRED) DELIMITED BY SIZE
                           "|" DELIMITED BY SIZE
                           FUNCTION TRIM(REF-POSTING-ID) DELIMITED BY SIZE
                           "|" DELIMITED BY SIZE
                           FUNCTION TRIM(REF-EMPLOYER) DELIMITED BY SIZE
                           "|" DELIMITED BY SIZE
                           FUNCTION TRIM(REF-TITLE) DELIMITED BY SIZE
                           "|" DELIMITED BY SIZE
                           FUNCTION TRIM(REF-DATE) DELIMITED BY SIZE
                           INTO REF-NEW-LINE
                    END-STRING
                    WRITE REF-NEW-LINE
                END-IF
        END-READ
    END-PERFORM
    CLOSE REFERRALS
    IF WS-APPLY = 'Y'
        CLOSE REF-NEW-FILE
        CALL "SYSTEM" USING BY CONTENT "mv -f src/referrals.new src/referrals.txt"
    END-IF.

*> Messages FROM sent keep their key, so the sender is REWRITTEN in
*> place on one pass in key order. Messages FROM received move to
*> TO's part of the file: each is DELETEd and written again under TO
*> with the same sent time (5100-MOVE-MESSAGE).
5000-REWRITE-MESSAGES.
    MOVE 0 TO WS-MSG-CHANGED
    IF WS-APPLY = 'Y'
        OPEN I-O MESSAGES
    ELSE
        OPEN INPUT MESSAGES
    END-IF
    IF MESSAGES-FILE-STATUS NOT = "00"
        EXIT PARAGRAPH
    END-IF
    MOVE 'N' TO WS-EOF
    PERFORM UNTIL WS-EOF = 'Y'
        READ MESSAGES NEXT RECORD
            AT END MOVE 'Y' TO WS-EOF
            NOT AT END
                IF FUNCTION TRIM(MSG-SENDER) = FUNCTION TRIM(WS-FROM-USER)
                    MOVE WS-TO-USER TO MSG-SENDER
                    ADD 1 TO WS-MSG-CHANGED
                    IF WS-APPLY = 'Y'
                        REWRITE MESSAGE-REC
                            INVALID KEY CONTINUE
                        END-REWRITE
                    END-IF
                END-IF
        END-READ
    END-PERFORM
    *> FROM's received messages, one START past the last one handled
    *> at a time -- moved rows leave FROM's key range as they go.
    MOVE LOW-VALUES TO WS-MSG-LAST-KEY
    MOVE WS-FROM-USER TO WS-MSG-LAST-KEY(1:20)
    MOVE 'N' TO WS-EOF
    PERFORM UNTIL WS-EOF = 'Y'
        MOVE WS-MSG-LAST-KEY TO MSG-KEY
        START MESSAGES KEY IS GREATER THAN MSG-KEY
            INVALID KEY MOVE 'Y' TO WS-EOF
        END-START
        IF WS-EOF NOT = 'Y'
            READ MESSAGES NEXT RECORD
                AT END MOVE 'Y' TO WS-EOF
                NOT AT END
                    IF MSG-RECIPIENT NOT = WS-FROM-USER
                        MOVE 'Y' TO WS-EOF
                    ELSE
                        MOVE MSG-KEY TO WS-MSG-LAST-KEY
                        ADD 1 TO WS-MSG-CHANGED
                        IF WS-APPLY = 'Y'
                            PERFORM 5100-MOVE-MESSAGE
                        END-IF
                    END-IF
            END-READ
        END-IF
    END-PERFORM
    CLOSE MESSAGES.

*> Re-files the current message under TO, stepping the sequence
*> number past any message TO already has from the same second (and
*> on into the next second if all of them are taken). The FROM row
*> is deleted only once the copy is stored; a row that cannot be
*> stored stays under FROM and is counted for the report.
5100-MOVE-MESSAGE.
    MOVE WS-TO-USER TO MSG-RECIPIENT
    MOVE 0 TO MSG-SEQ
    MOVE 'N' TO WS-ROW-STORED
    MOVE 'N' TO WS-ROW-FAILED
    PERFORM UNTIL WS-ROW-STORED = 'Y' OR WS-ROW-FAILED = 'Y'
        WRITE MESSAGE-REC
            INVALID KEY
                IF MESSAGES-FILE-STATUS NOT = "22"
                    MOVE 'Y' TO WS-ROW-FAILED
                ELSE
                    IF MSG-SEQ < 999
                        ADD 1 TO MSG-SEQ
                    ELSE
                        MOVE MSG-SENT TO WS-STEP-STAMP
                        PERFORM 5900-STEP-SECOND
                        MOVE WS-STEP-STAMP TO MSG-SENT
                        MOVE 0 TO MSG-SEQ
                    END-IF
                END-IF
            NOT INVALID KEY
                MOVE 'Y' TO WS-ROW-STORED
        END-WRITE
    END-PERFORM
    IF WS-ROW-FAILED = 'Y'
        ADD 1 TO WS-MSG-FAILED
        EXIT PARAGRAPH
    END-IF
    MOVE WS-MSG-LAST-KEY TO MSG-KEY
    DELETE MESSAGES RECORD
        INVALID KEY ADD 1 TO WS-MSG-FAILED
    END-DELETE.

*> Same keyed move for FROM's queued notifications (5600-MOVE-
*> NOTIFICATION); the queued time and NOTIF-MAILED go with the row.
5500-REWRITE-NOTIFICATIONS.
    MOVE 0 TO WS-NOTIF-CHANGED
    IF WS-APPLY = 'Y'
        OPEN I-O NOTIFICATIONS
    ELSE
        OPEN INPUT NOTIFICATIONS
    END-IF
    IF NOTIFICATIONS-FILE-STATUS NOT = "00"
        EXIT PARAGRAPH
    END-IF
    MOVE LOW-VALUES TO WS-NOTIF-LAST-KEY
    MOVE WS-FROM-USER TO WS-NOTIF-LAST-KEY(1:20)
    MOVE 'N' TO WS-EOF
    PERFORM UNTIL WS-EOF = 'Y'
        MOVE WS-NOTIF-LAST-KEY TO NOTIF-KEY
        START NOTIFICATIONS KEY IS GREATER THAN NOTIF-KEY
            INVALID KEY MOVE 'Y' TO WS-EOF
        END-START
        IF WS-EOF NOT = 'Y'
            READ NOTIFICATIONS NEXT RECORD
                AT END MOVE 'Y' TO WS-EOF
                NOT AT END
                    IF NOTIF-RECIPIENT NOT = WS-FROM-USER
                        MOVE 'Y' TO WS-EOF
                    ELSE
                        MOVE NOTIF-KEY TO WS-NOTIF-LAST-KEY
                        ADD 1 TO WS-NOTIF-CHANGED
                        IF WS-APPLY = 'Y'
                            PERFORM 5600-MOVE-NOTIFICATION
                        END-IF
                    END-IF
            END-READ
        END-IF
    END-PERFORM
    CLOSE NOTIFICATIONS.

*> Same store-then-delete move as 5100-MOVE-MESSAGE.
5600-MOVE-NOTIFICATION.
    MOVE WS-TO-USER TO NOTIF-RECIPIENT
    MOVE 0 TO NOTIF-SEQ
    MOVE 'N' TO WS-ROW-STORED
    MOVE 'N' TO WS-ROW-FAILED
    PERFORM UNTIL WS-ROW-STORED = 'Y' OR WS-ROW-FAILED = 'Y'
        WRITE NOTIFICATION-REC
            INVALID KEY
                IF NOTIFICATIONS-FILE-STATUS NOT = "22"
                    MOVE 'Y' TO WS-ROW-FAILED
                ELSE
                    IF NOTIF-SEQ < 999
                        ADD 1 TO NOTIF-SEQ
                    ELSE
                        MOVE NOTIF-SENT TO WS-STEP-STAMP
                        PERFORM 5900-STEP-SECOND
                        MOVE WS-STEP-STAMP TO NOTIF-SENT
                        MOVE 0 TO NOTIF-SEQ
                    END-IF
                END-IF
            NOT INVALID KEY
                MOVE 'Y' TO WS-ROW-STORED
        END-WRITE
    END-PERFORM
    IF WS-ROW-FAILED = 'Y'
        ADD 1 TO WS-NOTIF-FAILED
        EXIT PARAGRAPH
    END-IF
    MOVE WS-NOTIF-LAST-KEY TO NOTIF-KEY
    DELETE NOTIFICATIONS RECORD
        INVALID KEY ADD 1 TO WS-NOTIF-FAILED
    END-DELETE.

*> Moves WS-STEP-STAMP on by one second, carrying into the minute,
*> hour and day.
5900-STEP-SECOND.
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

6000-REWRITE-SKILLSDONE.
            NOT AT END
                MOVE SPACES TO END-FIELDS
                UNSTRING ENDORSEMENTS-LINE DELIMITED BY "|"
                    INTO END-USER END-SKILL END-ENDORSER END-GIVEN
                         END-STATUS
                END-UNSTRING
                IF FUNCTION TRIM(END-USER) = FUNCTION TRIM(WS-FROM-USER)
                    MOVE WS-TO-USER TO END-USER
                           FUNCTION TRIM(END-ENDORSER) DELIMITED BY SIZE
                           INTO WS-ROW-BUF
                    END-STRING
                    MOVE END-GIVEN TO WS-ROW-GIVEN-BUF
                    MOVE END-STATUS TO WS-ROW-STATUS-BUF
                    PERFORM 6900-ADD-ROW
                END-IF
        END-READ
        PERFORM VARYING WS-ROW-I FROM 1 BY 1
            UNTIL WS-ROW-I > WS-ROW-COUNT
            MOVE WS-ROW(WS-ROW-I) TO END-NEW-LINE
            IF WS-ROW-GIVEN(WS-ROW-I) NOT = SPACES
               OR WS-ROW-STATUS(WS-ROW-I) NOT = SPACES
                MOVE SPACES TO END-NEW-LINE
                STRING FUNCTION TRIM(WS-ROW(WS-ROW-I)) DELIMITED BY SIZE
                       "|" DELIMITED BY SIZE
                       FUNCTION TRIM(WS-ROW-GIVEN(WS-ROW-I)) DELIMITED BY SIZE
                       "|" DELIMITED BY SIZE
                       FUNCTION TRIM(WS-ROW-STATUS(WS-ROW-I)) DELIMITED BY SIZE
                       INTO END-NEW-LINE
                END-STRING
            END-IF
            WRITE END-NEW-LINE
        END-PERFORM
        CLOSE END-NEW-FILE
    END-IF.

*> Adds WS-ROW-BUF to the dedupe table unless an identical row is
*> already there, carrying the GIVEN/STATUS buffers with it. Where both
*> merged accounts made the same endorsement, an active one is kept
*> over a void one.
6900-ADD-ROW.
    MOVE 'N' TO WS-ROW-DUP
    PERFORM VARYING WS-ROW-I FROM 1 BY 1
        UNTIL WS-ROW-I > WS-ROW-COUNT
        IF WS-ROW(WS-ROW-I) = WS-ROW-BUF
            MOVE 'Y' TO WS-ROW-DUP
            IF WS-ROW-STATUS(WS-ROW-I) = "VOID"
               AND WS-ROW-STATUS-BUF NOT = "VOID"
                MOVE WS-ROW-GIVEN-BUF TO WS-ROW-GIVEN(WS-ROW-I)
                MOVE WS-ROW-STATUS-BUF TO WS-ROW-STATUS(WS-ROW-I)
            END-IF
        END-IF
    END-PERFORM
    IF WS-ROW-DUP = 'N'
        IF WS-ROW-COUNT < 500
            ADD 1 TO WS-ROW-COUNT
            MOVE WS-ROW-BUF TO WS-ROW(WS-ROW-COUNT)
            MOVE WS-ROW-GIVEN-BUF TO WS-ROW-GIVEN(WS-ROW-COUNT)
            MOVE WS-ROW-STATUS-BUF TO WS-ROW-STATUS(WS-ROW-COUNT)
        ELSE
            MOVE 'Y' TO WS-CAP-HIT
        END-IF
    END-IF
    MOVE SPACES TO WS-ROW-GIVEN-BUF
    MOVE SPACES TO WS-ROW-STATUS-BUF.

7000-DELETE-FROM-ACCOUNT.
    IF WS-APPLY NOT = 'Y'
    END-STRING
    PERFORM SHOW

    MOVE WS-SNAP-CHANGED TO WS-COUNT-DISPLAY
    MOVE SPACES TO REPORT-LINE
    STRING "Application snapshot rows repointed: " DELIMITED BY SIZE
           WS-COUNT-DISPLAY DELIMITED BY SIZE
           INTO REPORT-LINE
    END-STRING
    PERFORM SHOW

    MOVE WS-REF-CHANGED TO WS-COUNT-DISPLAY
    MOVE SPACES TO REPORT-LINE
    STRING "Referral fields repointed: " DELIMITED BY SIZE
           WS-COUNT-DISPLAY DELIMITED BY SIZE
           INTO REPORT-LINE
    END-STRING
    PERFORM SHOW

    MOVE WS-MSG-CHANGED TO WS-COUNT-DISPLAY
    MOVE SPACES TO REPORT-LINE
    STRING "Message fields repointed: " DELIMITED BY SIZE
    END-STRING
    PERFORM SHOW

    IF WS-MSG-FAILED > 0 OR WS-NOTIF-FAILED > 0
        MOVE WS-MSG-FAILED TO WS-COUNT-DISPLAY
        MOVE SPACES TO REPORT-LINE
        STRING "WARNING: message rows left under FROM (not moved): " DELIMITED BY SIZE
               WS-COUNT-DISPLAY DELIMITED BY SIZE
               INTO REPORT-LINE
        END-STRING
        PERFORM SHOW
        MOVE WS-NOTIF-FAILED TO WS-COUNT-DISPLAY
        MOVE SPACES TO REPORT-LINE
        STRING "WARNING: notification rows left under FROM (not moved): " DELIMITED BY SIZE
               WS-COUNT-DISPLAY DELIMITED BY SIZE
               INTO REPORT-LINE
        END-STRING
        PERFORM SHOW
    END-IF

    MOVE WS-SD-CHANGED TO WS-COUNT-DISPLAY
    MOVE SPACES TO REPORT-LINE
    STRING "Skill-completion rows repointed: " DELIMITED BY SIZE
