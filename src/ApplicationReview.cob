*> UNDER REVIEW, INTERVIEW, OFFER, CLOSED. Every change is written
*> back to applications.txt and a notification row is queued for the
*> applicant so they hear about the movement without calling in.
*> Each row's permanent posting number is listed beside the title
*> (so two runs of the same title can be told apart) and carried
*> through the rewrite.
IDENTIFICATION DIVISION.
PROGRAM-ID. ApplicationReview.

        FILE STATUS IS APP-NEW-FILE-STATUS.

*> Notification queue shared with src/InCollege.cob and the
*> Epic4-Deliverables program,
*> indexed by recipient, queued time and sequence (NOTIF-KEY).
    SELECT NOTIFICATIONS ASSIGN TO "src/notifications.txt"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS NOTIF-KEY
        FILE STATUS IS NOTIFICATIONS-FILE-STATUS.

*> Scripted input: pairs of lines -- application number, new status --
DATA DIVISION.
FILE SECTION.
FD APPLICATIONS.
01 APPLICATIONS-LINE PIC X(300).

FD APP-NEW-FILE.
01 APP-NEW-LINE PIC X(300).

FD NOTIFICATIONS.
01 NOTIFICATION-REC.
    05 NOTIF-KEY.
       10 NOTIF-RECIPIENT PIC X(20).
       10 NOTIF-SENT      PIC X(14).
       10 NOTIF-SEQ       PIC 9(3).
    05 NOTIF-SENDER    PIC X(20).
    05 NOTIF-MESSAGE   PIC X(100).
    05 NOTIF-MAILED    PIC X(8).

FD INPUT-FILE.
01 INPUT-REC.
01 APPLICATIONS-FILE-STATUS PIC XX.
01 APP-NEW-FILE-STATUS      PIC XX.
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
01 INPUT-FILE-STATUS        PIC XX.
01 REPORT-FILE-STATUS       PIC XX.

      10 WS-APP-APPLICANT PIC X(20).
      10 WS-APP-STATUS    PIC X(12).
      10 WS-APP-DATE      PIC X(8).
      10 WS-APP-POSTING-ID PIC X(6).

*> Parsed view of one applications.txt row
01 APP-FIELDS.
   05 APP-APPLICANT PIC X(20).
   05 APP-STATUS    PIC X(12).
   05 APP-DATE      PIC X(8).
   05 APP-POSTING-ID PIC X(6).

*> Set when applications.txt held more rows than the table -- the
*> rewrite is refused in that case, since writing the table back
                    MOVE APP-APPLICANT TO WS-APP-APPLICANT(WS-APP-TOTAL)
                    MOVE APP-STATUS    TO WS-APP-STATUS(WS-APP-TOTAL)
                    MOVE APP-DATE      TO WS-APP-DATE(WS-APP-TOTAL)
                    MOVE APP-POSTING-ID TO WS-APP-POSTING-ID(WS-APP-TOTAL)
                END-IF
        END-READ
    END-PERFORM
    MOVE SPACES TO APP-FIELDS
    UNSTRING APPLICATIONS-LINE DELIMITED BY "|"
        INTO APP-EMPLOYER APP-TITLE APP-APPLICANT APP-STATUS APP-DATE
             APP-POSTING-ID
    END-UNSTRING
    IF FUNCTION LENGTH(FUNCTION TRIM(APP-STATUS)) = 0
        MOVE "SUBMITTED" TO APP-STATUS
               FUNCTION TRIM(WS-APP-APPLICANT(WS-I)) DELIMITED BY SIZE
               " -- " DELIMITED BY SIZE
               FUNCTION TRIM(WS-APP-TITLE(WS-I)) DELIMITED BY SIZE
               " #" DELIMITED BY SIZE
               FUNCTION TRIM(WS-APP-POSTING-ID(WS-I)) DELIMITED BY SIZE
               " at " DELIMITED BY SIZE
               FUNCTION TRIM(WS-APP-EMPLOYER(WS-I)) DELIMITED BY SIZE
               " -- " DELIMITED BY SIZE

    PERFORM 3200-QUEUE-NOTIFICATION.

*> Queue the status change for the applicant -- a keyed WRITE under
*> the current time, stepping the sequence number past any row already
*> queued for the same recipient that second (file created if
*> necessary -- same pattern the other queue writers use).
3200-QUEUE-NOTIFICATION.
    OPEN I-O NOTIFICATIONS
    IF NOTIFICATIONS-FILE-STATUS = "35"
        OPEN OUTPUT NOTIFICATIONS
        CLOSE NOTIFICATIONS
        OPEN I-O NOTIFICATIONS
    END-IF
    MOVE WS-APP-APPLICANT(WS-PICK) TO NOTIF-RECIPIENT
    MOVE "CAREER-SERVICES" TO NOTIF-SENDER
           FUNCTION TRIM(WS-APP-STATUS(WS-PICK)) DELIMITED BY SIZE
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
                        PERFORM 3250-STEP-SECOND
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
3250-STEP-SECOND.
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

4000-REWRITE-APPLICATIONS.
    OPEN OUTPUT APP-NEW-FILE
               FUNCTION TRIM(WS-APP-STATUS(WS-I)) DELIMITED BY SIZE
               "|" DELIMITED BY SIZE
               FUNCTION TRIM(WS-APP-DATE(WS-I)) DELIMITED BY SIZE
               "|" DELIMITED BY SIZE
               FUNCTION TRIM(WS-APP-POSTING-ID(WS-I)) DELIMITED BY SIZE
               INTO APP-NEW-LINE
        END-STRING
        WRITE APP-NEW-LINE
