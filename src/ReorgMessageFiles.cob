>>SOURCE FORMAT FREE
*> One-time maintenance pass: reorganizes the flat messages.txt and
*> notifications.txt into the indexed files the online program and
*> the batch jobs now read by recipient:
*>     messages.txt       key recipient + sent time + sequence
*>                        (alternate key: sender)
*>     notifications.txt  key recipient + queued time + sequence
*> Each flat file is first renamed to <name>.pre-index, the indexed
*> file is built from it, and the flat copy is then renamed to
*> <name>.old-layout and kept. So:
*>   - <name>.old-layout present: already converted, left alone
*>   - <name>.pre-index present: an earlier run stopped part way; the
*>     indexed file is rebuilt from it
*>   - otherwise the live flat file is converted (nothing to do if
*>     there is none -- the online program creates the indexed file
*>     on first use)
*> Messages keep their sent time. Notifications had none, so every
*> converted row is stamped with this run's time; the sequence
*> number keeps each recipient's rows in their old file order, and
*> the e-mailed date is carried over. Safe to run more than once.
*> Writes a summary to src/Reorg-Report.txt.
IDENTIFICATION DIVISION.
PROGRAM-ID. ReorgMessageFiles.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
*> The flat file being converted (or probed), path set at runtime.
    SELECT FLAT-FILE ASSIGN TO DYNAMIC WS-FLAT-PATH
        ORGANIZATION IS LINE SEQUENTIAL
        ACCESS MODE IS SEQUENTIAL
        FILE STATUS IS FLAT-FILE-STATUS.

*> Same physical files src/InCollege.cob maintains.
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
*> jobs and the online session from colliding on the shared data
*> files. Writers hold it exclusively; readers fail fast while it is
*> held. A lock older than the stale threshold is treated as left
*> behind by a crashed run and is not honored.
    SELECT LOCK-FILE ASSIGN TO "src/datastore.lock"
        ORGANIZATION IS LINE SEQUENTIAL
        ACCESS MODE IS SEQUENTIAL
        FILE STATUS IS LOCK-FILE-STATUS.

    SELECT REPORT-OUT ASSIGN TO "src/Reorg-Report.txt"
        ORGANIZATION IS LINE SEQUENTIAL
        ACCESS MODE IS SEQUENTIAL
        FILE STATUS IS REPORT-FILE-STATUS.

DATA DIVISION.
FILE SECTION.
FD FLAT-FILE.
01 FLAT-LINE PIC X(256).

*> Same layouts src/InCollege.cob's FD MESSAGES / FD NOTIFICATIONS use.
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
01 LOCK-REC.
    05 LOCK-TIMESTAMP PIC X(14).
    05 FILLER         PIC X(1).
    05 LOCK-PROGRAM   PIC X(20).

FD REPORT-OUT.
01 REPORT-LINE PIC X(132).

WORKING-STORAGE SECTION.

*> Data-store lock state (see SELECT LOCK-FILE)
01 LOCK-FILE-STATUS PIC XX.
01 WS-LOCK-BUSY     PIC A(1) VALUE 'N'.
01 WS-LOCK-STALE    PIC A(1) VALUE 'N'.
01 WS-LOCK-NOW-MIN  PIC 9(12) VALUE 0.
01 WS-LOCK-REC-MIN  PIC 9(12) VALUE 0.
01 WS-LOCK-AGE-MIN  PIC S9(12) VALUE 0.
01 WS-LOCK-STALE-MIN PIC 9(4) VALUE 120.

01 FLAT-FILE-STATUS          PIC XX.
01 MESSAGES-FILE-STATUS      PIC XX.
01 NOTIFICATIONS-FILE-STATUS PIC XX.
01 REPORT-FILE-STATUS        PIC XX.

01 WS-EOF PIC A(1) VALUE 'N'.

*> Old flat row layouts
01 WS-OLD-MSG.
    05 WS-OLD-MSG-RECIPIENT PIC X(20).
    05 WS-OLD-MSG-SENDER    PIC X(20).
    05 WS-OLD-MSG-READ      PIC X(1).
    05 WS-OLD-MSG-SENT      PIC X(14).
    05 WS-OLD-MSG-TEXT      PIC X(100).

01 WS-OLD-NOTIF.
    05 WS-OLD-NOTIF-RECIPIENT PIC X(20).
    05 WS-OLD-NOTIF-SENDER    PIC X(20).
    05 WS-OLD-NOTIF-MESSAGE   PIC X(100).
    05 WS-OLD-NOTIF-MAILED    PIC X(8).

*> The file being worked on: base name (messages / notifications)
*> and what 1000-PLAN-FILE decided -- SKIP (already converted), NONE
*> (nothing to convert), MOVE (flat file still live) or REBUILD
*> (resume from <name>.pre-index).
01 WS-BASE-NAME  PIC X(20).
01 WS-PLAN       PIC X(8).
01 WS-FLAT-PATH  PIC X(80).
01 WS-CMD        PIC X(200).
01 WS-RUN-STAMP  PIC X(14).
01 WS-ROW-STORED PIC A(1) VALUE 'N'.
*> A notification's queued time (YYYYMMDDHHMMSS) being stepped on by
*> one second (see 3200-STEP-SECOND).
01 WS-STEP-STAMP.
   05 WS-STEP-DATE PIC 9(8).
   05 WS-STEP-HH   PIC 9(2).
   05 WS-STEP-MM   PIC 9(2).
   05 WS-STEP-SS   PIC 9(2).

01 WS-MSG-ROWS       PIC 9(6) VALUE 0.
01 WS-MSG-LOST       PIC 9(6) VALUE 0.
01 WS-NOTIF-ROWS     PIC 9(6) VALUE 0.
01 WS-NOTIF-LOST     PIC 9(6) VALUE 0.
01 WS-COUNT-DISPLAY  PIC ZZZ,ZZ9.

PROCEDURE DIVISION.
0000-MAINLINE.
    OPEN OUTPUT REPORT-OUT

    MOVE "===== InCollege Message File Reorganization =====" TO REPORT-LINE
    PERFORM SHOW

    PERFORM ACQUIRE-DATA-LOCK
    IF WS-LOCK-BUSY = 'Y'
        MOVE "Data store busy -- retry after the batch window." TO REPORT-LINE
        PERFORM SHOW
        CLOSE REPORT-OUT
        STOP RUN
    END-IF

    MOVE FUNCTION CURRENT-DATE(1:14) TO WS-RUN-STAMP

    MOVE "messages" TO WS-BASE-NAME
    PERFORM 1000-PLAN-FILE
    IF WS-PLAN = "MOVE" OR WS-PLAN = "REBUILD"
        PERFORM 2000-CONVERT-MESSAGES
        PERFORM 1200-FINISH-FILE
    END-IF

    MOVE "notifications" TO WS-BASE-NAME
    PERFORM 1000-PLAN-FILE
    IF WS-PLAN = "MOVE" OR WS-PLAN = "REBUILD"
        PERFORM 3000-CONVERT-NOTIFICATIONS
        PERFORM 1200-FINISH-FILE
    END-IF

    PERFORM 4000-PRINT-SUMMARY

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
    MOVE "ReorgMessageFiles" TO LOCK-PROGRAM
    WRITE LOCK-REC
    CLOSE LOCK-FILE.

RELEASE-DATA-LOCK.
    CALL "SYSTEM" USING BY CONTENT "rm -f src/datastore.lock".

*> Decides what to do with src/<WS-BASE-NAME>.txt (see header) and,
*> for a live flat file, moves it aside to <name>.pre-index. On
*> return FLAT-FILE is pointed at the file to convert from.
1000-PLAN-FILE.
    MOVE SPACES TO WS-FLAT-PATH
    STRING "src/" DELIMITED BY SIZE
           FUNCTION TRIM(WS-BASE-NAME) DELIMITED BY SIZE
           ".old-layout" DELIMITED BY SIZE
           INTO WS-FLAT-PATH
    END-STRING
    PERFORM 1100-PROBE-FLAT
    IF FLAT-FILE-STATUS = "00"
        MOVE "SKIP" TO WS-PLAN
        MOVE SPACES TO REPORT-LINE
        STRING FUNCTION TRIM(WS-BASE-NAME) DELIMITED BY SIZE
               ".txt: already indexed (" DELIMITED BY SIZE
               FUNCTION TRIM(WS-FLAT-PATH) DELIMITED BY SIZE
               " present); left alone." DELIMITED BY SIZE
               INTO REPORT-LINE
        END-STRING
        PERFORM SHOW
        EXIT PARAGRAPH
    END-IF

    MOVE SPACES TO WS-FLAT-PATH
    STRING "src/" DELIMITED BY SIZE
           FUNCTION TRIM(WS-BASE-NAME) DELIMITED BY SIZE
           ".pre-index" DELIMITED BY SIZE
           INTO WS-FLAT-PATH
    END-STRING
    PERFORM 1100-PROBE-FLAT
    IF FLAT-FILE-STATUS = "00"
        MOVE "REBUILD" TO WS-PLAN
        MOVE SPACES TO REPORT-LINE
        STRING FUNCTION TRIM(WS-BASE-NAME) DELIMITED BY SIZE
               ".txt: resuming an interrupted conversion from " DELIMITED BY SIZE
               FUNCTION TRIM(WS-FLAT-PATH) DELIMITED BY SIZE
               INTO REPORT-LINE
        END-STRING
        PERFORM SHOW
        EXIT PARAGRAPH
    END-IF

    MOVE SPACES TO WS-FLAT-PATH
    STRING "src/" DELIMITED BY SIZE
           FUNCTION TRIM(WS-BASE-NAME) DELIMITED BY SIZE
           ".txt" DELIMITED BY SIZE
           INTO WS-FLAT-PATH
    END-STRING
    PERFORM 1100-PROBE-FLAT
    IF FLAT-FILE-STATUS NOT = "00"
        MOVE "NONE" TO WS-PLAN
        MOVE SPACES TO REPORT-LINE
        STRING FUNCTION TRIM(WS-BASE-NAME) DELIMITED BY SIZE
               ".txt: not present; nothing to convert." DELIMITED BY SIZE
               INTO REPORT-LINE
        END-STRING
        PERFORM SHOW
        EXIT PARAGRAPH
    END-IF

    MOVE "MOVE" TO WS-PLAN
    MOVE SPACES TO WS-CMD
    STRING "mv -f src/" DELIMITED BY SIZE
           FUNCTION TRIM(WS-BASE-NAME) DELIMITED BY SIZE
           ".txt src/" DELIMITED BY SIZE
           FUNCTION TRIM(WS-BASE-NAME) DELIMITED BY SIZE
           ".pre-index" DELIMITED BY SIZE
           INTO WS-CMD
    END-STRING
    CALL "SYSTEM" USING BY CONTENT WS-CMD
    MOVE SPACES TO WS-FLAT-PATH
    STRING "src/" DELIMITED BY SIZE
           FUNCTION TRIM(WS-BASE-NAME) DELIMITED BY SIZE
           ".pre-index" DELIMITED BY SIZE
           INTO WS-FLAT-PATH
    END-STRING
    MOVE SPACES TO REPORT-LINE
    STRING FUNCTION TRIM(WS-BASE-NAME) DELIMITED BY SIZE
           ".txt: converting (flat copy moved to " DELIMITED BY SIZE
           FUNCTION TRIM(WS-FLAT-PATH) DELIMITED BY SIZE
           ")" DELIMITED BY SIZE
           INTO REPORT-LINE
    END-STRING
    PERFORM SHOW.

*> FLAT-FILE-STATUS "00" when WS-FLAT-PATH exists.
1100-PROBE-FLAT.
    OPEN INPUT FLAT-FILE
    IF FLAT-FILE-STATUS = "00"
        CLOSE FLAT-FILE
    END-IF.

*> Conversion done: the flat copy is kept as <name>.old-layout, which
*> also marks the file converted for any later run.
1200-FINISH-FILE.
    MOVE SPACES TO WS-CMD
    STRING "mv -f src/" DELIMITED BY SIZE
           FUNCTION TRIM(WS-BASE-NAME) DELIMITED BY SIZE
           ".pre-index src/" DELIMITED BY SIZE
           FUNCTION TRIM(WS-BASE-NAME) DELIMITED BY SIZE
           ".old-layout" DELIMITED BY SIZE
           INTO WS-CMD
    END-STRING
    CALL "SYSTEM" USING BY CONTENT WS-CMD.

*> Builds the indexed messages.txt from the flat copy. Each message
*> keeps its sent time; the sequence number steps past any message
*> the same recipient got in the same second.
2000-CONVERT-MESSAGES.
    OPEN INPUT FLAT-FILE
    OPEN OUTPUT MESSAGES
    CLOSE MESSAGES
    OPEN I-O MESSAGES
    MOVE 'N' TO WS-EOF
    PERFORM UNTIL WS-EOF = 'Y'
        MOVE SPACES TO FLAT-LINE
        READ FLAT-FILE
            AT END MOVE 'Y' TO WS-EOF
            NOT AT END
                IF FLAT-LINE NOT = SPACES
                    MOVE FLAT-LINE TO WS-OLD-MSG
                    MOVE WS-OLD-MSG-RECIPIENT TO MSG-RECIPIENT
                    MOVE WS-OLD-MSG-SENT TO MSG-SENT
                    MOVE WS-OLD-MSG-SENDER TO MSG-SENDER
                    MOVE WS-OLD-MSG-READ TO MSG-READ
                    MOVE WS-OLD-MSG-TEXT TO MSG-TEXT
                    PERFORM 2100-STORE-MESSAGE
                END-IF
        END-READ
    END-PERFORM
    CLOSE MESSAGES
    CLOSE FLAT-FILE.

2100-STORE-MESSAGE.
    MOVE 0 TO MSG-SEQ
    MOVE 'N' TO WS-ROW-STORED
    PERFORM UNTIL WS-ROW-STORED = 'Y'
        WRITE MESSAGE-REC
            INVALID KEY
                IF MSG-SEQ < 999
                    ADD 1 TO MSG-SEQ
                ELSE
                    MOVE 'Y' TO WS-ROW-STORED
                    ADD 1 TO WS-MSG-LOST
                END-IF
            NOT INVALID KEY
                MOVE 'Y' TO WS-ROW-STORED
                ADD 1 TO WS-MSG-ROWS
        END-WRITE
    END-PERFORM.

*> Builds the indexed notifications.txt from the flat copy, in their
*> old order per recipient. The flat rows carry no time, so they are
*> queued from this run's time: a recipient's first thousand under
*> it, the next thousand a second later, and so on.
3000-CONVERT-NOTIFICATIONS.
    OPEN INPUT FLAT-FILE
    OPEN OUTPUT NOTIFICATIONS
    CLOSE NOTIFICATIONS
    OPEN I-O NOTIFICATIONS
    MOVE 'N' TO WS-EOF
    PERFORM UNTIL WS-EOF = 'Y'
        MOVE SPACES TO FLAT-LINE
        READ FLAT-FILE
            AT END MOVE 'Y' TO WS-EOF
            NOT AT END
                IF FLAT-LINE NOT = SPACES
                    MOVE FLAT-LINE TO WS-OLD-NOTIF
                    MOVE WS-OLD-NOTIF-RECIPIENT TO NOTIF-RECIPIENT
                    MOVE WS-RUN-STAMP TO NOTIF-SENT
                    MOVE WS-OLD-NOTIF-SENDER TO NOTIF-SENDER
                    MOVE WS-OLD-NOTIF-MESSAGE TO NOTIF-MESSAGE
                    MOVE WS-OLD-NOTIF-MAILED TO NOTIF-MAILED
                    PERFORM 3100-STORE-NOTIFICATION
                END-IF
        END-READ
    END-PERFORM
    CLOSE NOTIFICATIONS
    CLOSE FLAT-FILE.

*> Only a refusal other than a duplicate key (an I/O fault) leaves a
*> row behind in the .old-layout copy.
3100-STORE-NOTIFICATION.
    MOVE 0 TO NOTIF-SEQ
    MOVE 'N' TO WS-ROW-STORED
    PERFORM UNTIL WS-ROW-STORED = 'Y'
        WRITE NOTIFICATION-REC
            INVALID KEY
                IF NOTIFICATIONS-FILE-STATUS NOT = "22"
                    MOVE 'Y' TO WS-ROW-STORED
                    ADD 1 TO WS-NOTIF-LOST
                ELSE
                    IF NOTIF-SEQ < 999
                        ADD 1 TO NOTIF-SEQ
                    ELSE
                        MOVE NOTIF-SENT TO WS-STEP-STAMP
                        PERFORM 3200-STEP-SECOND
                        MOVE WS-STEP-STAMP TO NOTIF-SENT
                        MOVE 0 TO NOTIF-SEQ
                    END-IF
                END-IF
            NOT INVALID KEY
                MOVE 'Y' TO WS-ROW-STORED
                ADD 1 TO WS-NOTIF-ROWS
        END-WRITE
    END-PERFORM.

*> Moves WS-STEP-STAMP on by one second, carrying into the minute,
*> hour and day.
3200-STEP-SECOND.
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

4000-PRINT-SUMMARY.
    MOVE " " TO REPORT-LINE
    PERFORM SHOW

    MOVE WS-MSG-ROWS TO WS-COUNT-DISPLAY
    MOVE SPACES TO REPORT-LINE
    STRING "Messages converted:            " DELIMITED BY SIZE
           WS-COUNT-DISPLAY DELIMITED BY SIZE
           INTO REPORT-LINE
    END-STRING
    PERFORM SHOW

    MOVE WS-NOTIF-ROWS TO WS-COUNT-DISPLAY
    MOVE SPACES TO REPORT-LINE
    STRING "Notifications converted:       " DELIMITED BY SIZE
           WS-COUNT-DISPLAY DELIMITED BY SIZE
           INTO REPORT-LINE
    END-STRING
    PERFORM SHOW

    *> Messages: only possible with over a thousand sent to one
    *> recipient in one second. Notifications: only on a write fault.
    *> Either way the rows are still in the .old-layout copy.
    IF WS-MSG-LOST > 0 OR WS-NOTIF-LOST > 0
        COMPUTE WS-COUNT-DISPLAY = WS-MSG-LOST + WS-NOTIF-LOST
        MOVE SPACES TO REPORT-LINE
        STRING "WARNING: rows with no free key: " DELIMITED BY SIZE
               WS-COUNT-DISPLAY DELIMITED BY SIZE
               " (see the .old-layout copies)" DELIMITED BY SIZE
               INTO REPORT-LINE
        END-STRING
        PERFORM SHOW
    END-IF.
