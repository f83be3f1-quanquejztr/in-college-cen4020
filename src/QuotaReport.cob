>>SOURCE FORMAT FREE
*> Nightly daily-quota report. The online session records every
*> connection request, message, group board post and job application
*> sent under the daily quotas in src/quota-usage.txt, and every one
*> it refused for being over the limit. This batch totals the days
*> before today per account and action and lists the accounts that
*> hit a limit (had something refused) or came within the WARN
*> percentage of one, with the account's current state, so an
*> administrator can decide whether to deactivate it from ADMIN-MENU.
*> The reported days are then cleared out of the usage file; today's
*> rows stay behind for the session's own quota check. Limits come
*> from the same src/Quota-Control.txt the session reads:
*>     CONNECT|25  MESSAGE|50  POST|20  APPLY|10  (defaults)
*>     APPLY|40|careersvc   a different limit for one account
*>     WARN|80              percent of a limit that counts as near it
*> Everything is reported to src/QuotaReport-Report.txt.
IDENTIFICATION DIVISION.
PROGRAM-ID. QuotaReport.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
*> Same physical files src/InCollege.cob maintains.
    SELECT USERINFO ASSIGN TO "src/userinfo.txt"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS IN-USERNAME
        FILE STATUS IS UINFO-FILE-STATUS.

    SELECT QUOTA-POLICY ASSIGN TO "src/Quota-Control.txt"
        ORGANIZATION IS LINE SEQUENTIAL
        ACCESS MODE IS SEQUENTIAL
        FILE STATUS IS QUOTAPOL-FILE-STATUS.

    SELECT QUOTA-USAGE ASSIGN TO "src/quota-usage.txt"
        ORGANIZATION IS LINE SEQUENTIAL
        ACCESS MODE IS SEQUENTIAL
        FILE STATUS IS QUOTAUSE-FILE-STATUS.

*> New file used to rewrite quota-usage.txt with only today's rows
    SELECT QUOTA-USAGE-NEW ASSIGN TO "src/quota-usage.new"
        ORGANIZATION IS LINE SEQUENTIAL
        ACCESS MODE IS SEQUENTIAL
        FILE STATUS IS QUOTANEW-FILE-STATUS.


*> Data-store lock -- the shop-wide protocol that keeps the batch
*> jobs and the online session from colliding on the shared data
*> files. Writers hold it exclusively; readers fail fast while it is
*> held. A lock older than the stale threshold is treated as left
*> behind by a crashed run and is not honored.
    SELECT LOCK-FILE ASSIGN TO "src/datastore.lock"
        ORGANIZATION IS LINE SEQUENTIAL
        ACCESS MODE IS SEQUENTIAL
        FILE STATUS IS LOCK-FILE-STATUS.

    SELECT REPORT-OUT ASSIGN TO "src/QuotaReport-Report.txt"
        ORGANIZATION IS LINE SEQUENTIAL
        ACCESS MODE IS SEQUENTIAL
        FILE STATUS IS REPORT-FILE-STATUS.

DATA DIVISION.
FILE SECTION.
FD USERINFO.
01 USER-REC.
    05 IN-USERNAME PIC X(20).
    05 IN-PASSWORD PIC X(20).
    05 IN-RECOVERY-Q PIC X(40).
    05 IN-RECOVERY-A PIC X(20).
    05 IN-FAILED-ATTEMPTS PIC 9(2).
    05 IN-LOCKED PIC X(1).
    05 IN-ACCT-TYPE PIC X(1).
    05 IN-ACTIVE PIC X(1).
    05 IN-LAST-LOGIN PIC X(14).

FD QUOTA-POLICY.
01 QUOTA-POLICY-LINE PIC X(60).

FD QUOTA-USAGE.
01 QUOTA-USAGE-LINE PIC X(60).

FD QUOTA-USAGE-NEW.
01 QUOTA-USAGE-NEW-LINE PIC X(60).


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

01 UINFO-FILE-STATUS     PIC XX.
01 QUOTAPOL-FILE-STATUS  PIC XX.
01 QUOTAUSE-FILE-STATUS  PIC XX.
01 QUOTANEW-FILE-STATUS  PIC XX.
01 REPORT-FILE-STATUS    PIC XX.

01 WS-EOF PIC A(1) VALUE 'N'.
01 WS-TODAY PIC X(8).

*> Parsed view of one Quota-Control.txt line
01 QPOL-FIELDS.
   05 QPOL-KEY   PIC X(10).
   05 QPOL-VALUE PIC X(10).
   05 QPOL-USER  PIC X(20).

*> Limits -- defaults match src/InCollege.cob's
01 WS-QUOTA-CONNECT  PIC 9(4) VALUE 25.
01 WS-QUOTA-MESSAGE  PIC 9(4) VALUE 50.
01 WS-QUOTA-POST     PIC 9(4) VALUE 20.
01 WS-QUOTA-APPLY    PIC 9(4) VALUE 10.
01 WS-QUOTA-WARN     PIC 9(3) VALUE 80.
01 WS-QOVR-COUNT     PIC 9(3) VALUE 0.
01 WS-QOVR-TABLE.
   05 WS-QOVR-ENTRY OCCURS 100.
      10 WS-QOVR-USER   PIC X(20).
      10 WS-QOVR-ACTION PIC X(10).
      10 WS-QOVR-LIMIT  PIC 9(4).
01 WS-QOVR-I         PIC 9(3) VALUE 0.
01 WS-QUOTA-LIMIT    PIC 9(4) VALUE 0.

*> Parsed view of one quota-usage.txt row
01 QUSE-FIELDS.
   05 QUSE-DATE    PIC X(8).
   05 QUSE-USER    PIC X(20).
   05 QUSE-ACTION  PIC X(10).
   05 QUSE-OUTCOME PIC X(10).

*> One entry per day, account and action seen before today, in the
*> order first seen (the file is appended in date order).
01 WS-U-COUNT PIC 9(4) VALUE 0.
01 WS-U-TABLE.
   05 WS-U-ENTRY OCCURS 3000.
      10 WS-U-DATE    PIC X(8).
      10 WS-U-USER    PIC X(20).
      10 WS-U-ACTION  PIC X(10).
      10 WS-U-SENT    PIC 9(4).
      10 WS-U-REFUSED PIC 9(4).
01 WS-CAP-HIT PIC A(1) VALUE 'N'.
01 WS-I       PIC 9(4) VALUE 0.
01 WS-J       PIC 9(4) VALUE 0.
01 WS-LAST-DATE PIC X(8).

01 WS-FLAG      PIC X(10).
01 WS-STATE     PIC X(12).
01 WS-SENT-TXT  PIC Z,ZZ9.
01 WS-LIMIT-TXT PIC Z,ZZ9.
01 WS-REF-TXT   PIC Z,ZZ9.
01 WS-NEAR-N    PIC 9(8) VALUE 0.
01 WS-WARN-N    PIC 9(8) VALUE 0.

01 WS-N-ROWS     PIC 9(6) VALUE 0.
01 WS-N-KEPT     PIC 9(6) VALUE 0.
01 WS-N-HIT      PIC 9(6) VALUE 0.
01 WS-N-NEAR     PIC 9(6) VALUE 0.
01 WS-N-REFUSED  PIC 9(6) VALUE 0.
01 WS-COUNT-DISPLAY PIC ZZZ,ZZ9.

PROCEDURE DIVISION.
0000-MAINLINE.
    OPEN OUTPUT REPORT-OUT

    MOVE "===== InCollege Daily Quota Report =====" TO REPORT-LINE
    PERFORM SHOW

    PERFORM ACQUIRE-DATA-LOCK
    IF WS-LOCK-BUSY = 'Y'
        MOVE "Data store busy -- retry after the batch window." TO REPORT-LINE
        PERFORM SHOW
        CLOSE REPORT-OUT
        STOP RUN
    END-IF

    MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY
    PERFORM 0200-LOAD-POLICY

    PERFORM 1000-TALLY-USAGE
    IF WS-CAP-HIT = 'Y'
        MOVE "WARNING: more account-days than this program's table holds -- the rest are kept for the next run." TO REPORT-LINE
        PERFORM SHOW
    END-IF

    PERFORM 2000-LIST-ACCOUNTS
    PERFORM 3000-TRIM-USAGE

    MOVE " " TO REPORT-LINE
    PERFORM SHOW
    MOVE WS-N-ROWS TO WS-COUNT-DISPLAY
    MOVE SPACES TO REPORT-LINE
    STRING "Usage rows reported:          " DELIMITED BY SIZE
           WS-COUNT-DISPLAY DELIMITED BY SIZE
           INTO REPORT-LINE
    END-STRING
    PERFORM SHOW
    MOVE WS-N-REFUSED TO WS-COUNT-DISPLAY
    MOVE SPACES TO REPORT-LINE
    STRING "Actions refused over a limit: " DELIMITED BY SIZE
           WS-COUNT-DISPLAY DELIMITED BY SIZE
           INTO REPORT-LINE
    END-STRING
    PERFORM SHOW
    MOVE WS-N-HIT TO WS-COUNT-DISPLAY
    MOVE SPACES TO REPORT-LINE
    STRING "Account-days at a limit:      " DELIMITED BY SIZE
           WS-COUNT-DISPLAY DELIMITED BY SIZE
           INTO REPORT-LINE
    END-STRING
    PERFORM SHOW
    MOVE WS-N-NEAR TO WS-COUNT-DISPLAY
    MOVE SPACES TO REPORT-LINE
    STRING "Account-days near a limit:    " DELIMITED BY SIZE
           WS-COUNT-DISPLAY DELIMITED BY SIZE
           INTO REPORT-LINE
    END-STRING
    PERFORM SHOW
    MOVE WS-N-KEPT TO WS-COUNT-DISPLAY
    MOVE SPACES TO REPORT-LINE
    STRING "Rows kept for the next run:   " DELIMITED BY SIZE
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
    MOVE "QuotaReport" TO LOCK-PROGRAM
    WRITE LOCK-REC
    CLOSE LOCK-FILE.

RELEASE-DATA-LOCK.
    CALL "SYSTEM" USING BY CONTENT "rm -f src/datastore.lock".

*> Reads the limits; a missing file or an unparseable value leaves
*> the defaults, the same as the online session.
0200-LOAD-POLICY.
    OPEN INPUT QUOTA-POLICY
    IF QUOTAPOL-FILE-STATUS NOT = "00"
        MOVE "No src/Quota-Control.txt -- using the default limits." TO REPORT-LINE
        PERFORM SHOW
        EXIT PARAGRAPH
    END-IF
    MOVE 'N' TO WS-EOF
    PERFORM UNTIL WS-EOF = 'Y'
        READ QUOTA-POLICY INTO QUOTA-POLICY-LINE
            AT END MOVE 'Y' TO WS-EOF
            NOT AT END
                MOVE SPACES TO QPOL-FIELDS
                UNSTRING QUOTA-POLICY-LINE DELIMITED BY "|"
                    INTO QPOL-KEY QPOL-VALUE QPOL-USER
                END-UNSTRING
                MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(QPOL-KEY)) TO QPOL-KEY
                IF FUNCTION TRIM(QPOL-VALUE) IS NUMERIC
                    IF FUNCTION LENGTH(FUNCTION TRIM(QPOL-USER)) > 0
                        IF WS-QOVR-COUNT < 100
                            ADD 1 TO WS-QOVR-COUNT
                            MOVE FUNCTION TRIM(QPOL-USER) TO WS-QOVR-USER(WS-QOVR-COUNT)
                            MOVE QPOL-KEY TO WS-QOVR-ACTION(WS-QOVR-COUNT)
                            MOVE FUNCTION NUMVAL(QPOL-VALUE) TO WS-QOVR-LIMIT(WS-QOVR-COUNT)
                        END-IF
                    ELSE
                        EVALUATE QPOL-KEY
                            WHEN "CONNECT"
                                MOVE FUNCTION NUMVAL(QPOL-VALUE) TO WS-QUOTA-CONNECT
                            WHEN "MESSAGE"
                                MOVE FUNCTION NUMVAL(QPOL-VALUE) TO WS-QUOTA-MESSAGE
                            WHEN "POST"
                                MOVE FUNCTION NUMVAL(QPOL-VALUE) TO WS-QUOTA-POST
                            WHEN "APPLY"
                                MOVE FUNCTION NUMVAL(QPOL-VALUE) TO WS-QUOTA-APPLY
                            WHEN "WARN"
                                IF FUNCTION NUMVAL(QPOL-VALUE) > 0
                                   AND FUNCTION NUMVAL(QPOL-VALUE) <= 100
                                    MOVE FUNCTION NUMVAL(QPOL-VALUE) TO WS-QUOTA-WARN
                                END-IF
                        END-EVALUATE
                    END-IF
                END-IF
        END-READ
    END-PERFORM
    CLOSE QUOTA-POLICY.

*> Totals the rows dated before today into WS-U-TABLE, one entry per
*> day, account and action. Today's rows are only counted as kept.
1000-TALLY-USAGE.
    OPEN INPUT QUOTA-USAGE
    IF QUOTAUSE-FILE-STATUS NOT = "00"
        MOVE "No quota usage recorded." TO REPORT-LINE
        PERFORM SHOW
        EXIT PARAGRAPH
    END-IF
    MOVE 'N' TO WS-EOF
    PERFORM UNTIL WS-EOF = 'Y'
        READ QUOTA-USAGE INTO QUOTA-USAGE-LINE
            AT END MOVE 'Y' TO WS-EOF
            NOT AT END
                PERFORM 1100-TALLY-ONE-ROW
        END-READ
    END-PERFORM
    CLOSE QUOTA-USAGE.

1100-TALLY-ONE-ROW.
    MOVE SPACES TO QUSE-FIELDS
    UNSTRING QUOTA-USAGE-LINE DELIMITED BY "|"
        INTO QUSE-DATE QUSE-USER QUSE-ACTION QUSE-OUTCOME
    END-UNSTRING
    IF QUSE-DATE >= WS-TODAY
        EXIT PARAGRAPH
    END-IF

    MOVE 0 TO WS-J
    PERFORM VARYING WS-I FROM 1 BY 1
            UNTIL WS-I > WS-U-COUNT OR WS-J > 0
        IF WS-U-DATE(WS-I) = QUSE-DATE
           AND WS-U-USER(WS-I) = QUSE-USER
           AND WS-U-ACTION(WS-I) = QUSE-ACTION
            MOVE WS-I TO WS-J
        END-IF
    END-PERFORM
    IF WS-J = 0
        IF WS-U-COUNT >= 3000
            MOVE 'Y' TO WS-CAP-HIT
            EXIT PARAGRAPH
        END-IF
        ADD 1 TO WS-U-COUNT
        MOVE WS-U-COUNT TO WS-J
        MOVE QUSE-DATE TO WS-U-DATE(WS-J)
        MOVE QUSE-USER TO WS-U-USER(WS-J)
        MOVE QUSE-ACTION TO WS-U-ACTION(WS-J)
        MOVE 0 TO WS-U-SENT(WS-J)
        MOVE 0 TO WS-U-REFUSED(WS-J)
    END-IF
    ADD 1 TO WS-N-ROWS
    IF QUSE-OUTCOME = "REFUSED"
        ADD 1 TO WS-U-REFUSED(WS-J)
        ADD 1 TO WS-N-REFUSED
    ELSE
        ADD 1 TO WS-U-SENT(WS-J)
    END-IF.

*> Lists each day's accounts that hit a limit (something refused) or
*> came within WS-QUOTA-WARN percent of it.
2000-LIST-ACCOUNTS.
    IF WS-U-COUNT = 0
        EXIT PARAGRAPH
    END-IF
    OPEN INPUT USERINFO
    MOVE SPACES TO WS-LAST-DATE
    PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I > WS-U-COUNT
        PERFORM 2100-CHECK-ONE-ENTRY
    END-PERFORM
    CLOSE USERINFO.

2100-CHECK-ONE-ENTRY.
    PERFORM 2200-RESOLVE-LIMIT
    MOVE SPACES TO WS-FLAG
    IF WS-U-REFUSED(WS-I) > 0
        MOVE "AT LIMIT" TO WS-FLAG
    ELSE
        IF WS-QUOTA-LIMIT > 0
            COMPUTE WS-NEAR-N = WS-U-SENT(WS-I) * 100
            COMPUTE WS-WARN-N = WS-QUOTA-LIMIT * WS-QUOTA-WARN
            IF WS-NEAR-N >= WS-WARN-N
                MOVE "NEAR LIMIT" TO WS-FLAG
            END-IF
        END-IF
    END-IF
    IF WS-FLAG = SPACES
        EXIT PARAGRAPH
    END-IF
    IF WS-FLAG = "AT LIMIT"
        ADD 1 TO WS-N-HIT
    ELSE
        ADD 1 TO WS-N-NEAR
    END-IF

    IF WS-U-DATE(WS-I) NOT = WS-LAST-DATE
        MOVE WS-U-DATE(WS-I) TO WS-LAST-DATE
        MOVE " " TO REPORT-LINE
        PERFORM SHOW
        MOVE SPACES TO REPORT-LINE
        STRING "--- " DELIMITED BY SIZE
               WS-LAST-DATE(1:4) DELIMITED BY SIZE
               "-" DELIMITED BY SIZE
               WS-LAST-DATE(5:2) DELIMITED BY SIZE
               "-" DELIMITED BY SIZE
               WS-LAST-DATE(7:2) DELIMITED BY SIZE
               " ---" DELIMITED BY SIZE
               INTO REPORT-LINE
        END-STRING
        PERFORM SHOW
    END-IF

    MOVE "unknown" TO WS-STATE
    MOVE WS-U-USER(WS-I) TO IN-USERNAME
    READ USERINFO INTO USER-REC KEY IS IN-USERNAME
        INVALID KEY
            CONTINUE
        NOT INVALID KEY
            IF IN-ACTIVE = 'N'
                MOVE "deactivated" TO WS-STATE
            ELSE
                MOVE "active" TO WS-STATE
            END-IF
    END-READ

    MOVE WS-U-SENT(WS-I) TO WS-SENT-TXT
    MOVE WS-QUOTA-LIMIT TO WS-LIMIT-TXT
    MOVE WS-U-REFUSED(WS-I) TO WS-REF-TXT
    MOVE SPACES TO REPORT-LINE
    STRING WS-FLAG DELIMITED BY SIZE
           "  " DELIMITED BY SIZE
           WS-U-USER(WS-I) DELIMITED BY SIZE
           " " DELIMITED BY SIZE
           WS-U-ACTION(WS-I) DELIMITED BY SIZE
           " sent " DELIMITED BY SIZE
           FUNCTION TRIM(WS-SENT-TXT) DELIMITED BY SIZE
           " of " DELIMITED BY SIZE
           FUNCTION TRIM(WS-LIMIT-TXT) DELIMITED BY SIZE
           ", refused " DELIMITED BY SIZE
           FUNCTION TRIM(WS-REF-TXT) DELIMITED BY SIZE
           " -- account " DELIMITED BY SIZE
           FUNCTION TRIM(WS-STATE) DELIMITED BY SIZE
           INTO REPORT-LINE
    END-STRING
    PERFORM SHOW.

*> The limit that applied to entry WS-I: the account's own line for
*> the action if there is one, else the default.
2200-RESOLVE-LIMIT.
    EVALUATE WS-U-ACTION(WS-I)
        WHEN "CONNECT"
            MOVE WS-QUOTA-CONNECT TO WS-QUOTA-LIMIT
        WHEN "MESSAGE"
            MOVE WS-QUOTA-MESSAGE TO WS-QUOTA-LIMIT
        WHEN "POST"
            MOVE WS-QUOTA-POST TO WS-QUOTA-LIMIT
        WHEN OTHER
            MOVE WS-QUOTA-APPLY TO WS-QUOTA-LIMIT
    END-EVALUATE
    PERFORM VARYING WS-QOVR-I FROM 1 BY 1 UNTIL WS-QOVR-I > WS-QOVR-COUNT
        IF WS-QOVR-ACTION(WS-QOVR-I) = WS-U-ACTION(WS-I)
           AND WS-QOVR-USER(WS-QOVR-I) = WS-U-USER(WS-I)
            MOVE WS-QOVR-LIMIT(WS-QOVR-I) TO WS-QUOTA-LIMIT
        END-IF
    END-PERFORM.

*> Rewrites quota-usage.txt with only the rows not reported tonight:
*> today's, plus any that did not fit in the table.
3000-TRIM-USAGE.
    OPEN INPUT QUOTA-USAGE
    IF QUOTAUSE-FILE-STATUS NOT = "00"
        EXIT PARAGRAPH
    END-IF
    OPEN OUTPUT QUOTA-USAGE-NEW
    MOVE 'N' TO WS-EOF
    PERFORM UNTIL WS-EOF = 'Y'
        READ QUOTA-USAGE INTO QUOTA-USAGE-LINE
            AT END MOVE 'Y' TO WS-EOF
            NOT AT END
                PERFORM 3100-KEEP-OR-DROP
        END-READ
    END-PERFORM
    CLOSE QUOTA-USAGE
    CLOSE QUOTA-USAGE-NEW
    CALL "SYSTEM" USING BY CONTENT "mv -f src/quota-usage.new src/quota-usage.txt".

3100-KEEP-OR-DROP.
    MOVE SPACES TO QUSE-FIELDS
    UNSTRING QUOTA-USAGE-LINE DELIMITED BY "|"
        INTO QUSE-DATE QUSE-USER QUSE-ACTION QUSE-OUTCOME
    END-UNSTRING
    IF QUSE-DATE < WS-TODAY
        IF WS-CAP-HIT NOT = 'Y'
            EXIT PARAGRAPH
        END-IF
        *> Table overflowed: keep the row unless its entry made it in.
        MOVE 0 TO WS-J
        PERFORM VARYING WS-I FROM 1 BY 1
                UNTIL WS-I > WS-U-COUNT OR WS-J > 0
            IF WS-U-DATE(WS-I) = QUSE-DATE
               AND WS-U-USER(WS-I) = QUSE-USER
               AND WS-U-ACTION(WS-I) = QUSE-ACTION
                MOVE WS-I TO WS-J
            END-IF
        END-PERFORM
        IF WS-J > 0
            EXIT PARAGRAPH
        END-IF
    END-IF
    MOVE QUOTA-USAGE-LINE TO QUOTA-USAGE-NEW-LINE
    WRITE QUOTA-USAGE-NEW-LINE
    ADD 1 TO WS-N-KEPT.
