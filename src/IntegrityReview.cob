>>SOURCE FORMAT FREE
*> Endorsement and recommendation integrity review, run on demand.
*> Reads the active skill endorsements (src/endorsements.txt), the
*> accepted written recommendations (src/recommendations.txt) and the
*> recent structured APPLOG files, and flags the items that look
*> traded rather than earned:
*>   RING  -- two users endorsed each other (or wrote each other a
*>            recommendation); both directions are flagged,
*>   HEAVY -- the endorsement comes from an endorser whose total is
*>            far above the norm across all endorsers,
*>   QUICK -- the endorsement or recommendation was given within a
*>            few minutes of the two users' connection being accepted.
*> The thresholds come from src/Integrity-Control.txt, one KEY|VALUE
*> line each, every one optional:
*>   WINDOW|60   minutes after the accept that count as QUICK,
*>   FACTOR|3    HEAVY when an endorser gave at least this many times
*>               the mean per endorser ...
*>   MINIMUM|10  ... and at least this many endorsements,
*>   DAYS|90     how many days of audit log to read for accept times.
*> Connection accepts are dated from the ACCEPT CONNECTION lines and
*> recommendations from the "Recommendation recorded for" lines of
*> the audit log; endorsements carry their own GIVEN time (rows
*> written before it was kept are not checked for QUICK).
*> src/integrity-flags.txt is rebuilt: rows an administrator already
*> voided or kept are carried forward unchanged and their items are
*> not flagged again; everything else is re-derived and written as
*> FLAGGED, to be worked from ADMIN-MENU in src/InCollege.cob.
*> Everything is reported to src/IntegrityReview-Report.txt.
IDENTIFICATION DIVISION.
PROGRAM-ID. IntegrityReview.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
*> Thresholds -- KEY|VALUE lines (see the header above)
    SELECT INTEGRITY-CONTROL ASSIGN TO "src/Integrity-Control.txt"
        ORGANIZATION IS LINE SEQUENTIAL
        ACCESS MODE IS SEQUENTIAL
        FILE STATUS IS ICTL-FILE-STATUS.

*> Same physical endorsements file src/InCollege.cob appends to:
*> ENDORSED-USER|SKILL-NUMBER|ENDORSER|GIVEN|STATUS.
    SELECT ENDORSEMENTS ASSIGN TO "src/endorsements.txt"
        ORGANIZATION IS LINE SEQUENTIAL
        ACCESS MODE IS SEQUENTIAL
        FILE STATUS IS ENDORSEMENTS-FILE-STATUS.

*> Same physical recommendations file:
*> REQUESTER|RECOMMENDER|STATUS|TEXT.
    SELECT RECOMMENDATIONS ASSIGN TO "src/recommendations.txt"
        ORGANIZATION IS LINE SEQUENTIAL
        ACCESS MODE IS SEQUENTIAL
        FILE STATUS IS RECS-FILE-STATUS.

*> One day's APPLOG transcript -- path built per date in the lookback
*> (same ASSIGN TO DYNAMIC mechanism src/AuditLogAnalyzer.cob uses).
    SELECT LOG-IN ASSIGN TO DYNAMIC WS-LOG-PATH
        ORGANIZATION IS LINE SEQUENTIAL
        ACCESS MODE IS SEQUENTIAL
        FILE STATUS IS LOG-FILE-STATUS.

*> The flags worked from ADMIN-MENU:
*> KIND|SUBJECT|GIVER|SKILL|REASONS|DETAIL|STATUS|DECIDED|DECIDED-BY.
    SELECT INTEGRITY-FLAGS ASSIGN TO "src/integrity-flags.txt"
        ORGANIZATION IS LINE SEQUENTIAL
        ACCESS MODE IS SEQUENTIAL
        FILE STATUS IS INTF-FILE-STATUS.

*> New file used to rewrite integrity-flags.txt in place
    SELECT INTF-NEW-FILE ASSIGN TO "src/integrity-flags.new"
        ORGANIZATION IS LINE SEQUENTIAL
        ACCESS MODE IS SEQUENTIAL
        FILE STATUS IS INTF-NEW-STATUS.

*> Data-store lock -- the shop-wide protocol that keeps the batch
*> jobs and the online session from colliding on the shared data
*> files. Writers hold it exclusively; readers fail fast while it is
*> held. A lock older than the stale threshold is treated as left
*> behind by a crashed run and is not honored.
    SELECT LOCK-FILE ASSIGN TO "src/datastore.lock"
        ORGANIZATION IS LINE SEQUENTIAL
        ACCESS MODE IS SEQUENTIAL
        FILE STATUS IS LOCK-FILE-STATUS.

    SELECT REPORT-OUT ASSIGN TO "src/IntegrityReview-Report.txt"
        ORGANIZATION IS LINE SEQUENTIAL
        ACCESS MODE IS SEQUENTIAL
        FILE STATUS IS REPORT-FILE-STATUS.

DATA DIVISION.
FILE SECTION.
FD INTEGRITY-CONTROL.
01 INTEGRITY-CONTROL-LINE PIC X(40).

FD ENDORSEMENTS.
01 ENDORSEMENTS-LINE PIC X(80).

FD RECOMMENDATIONS.
01 RECOMMENDATIONS-LINE PIC X(300).

*> Same line layout src/InCollege.cob's SAVE-RECORD writes:
*> timestamp, user, action, message, blank-separated.
FD LOG-IN.
01 LOG-REC.
    05 LOG-TIMESTAMP PIC X(14).
    05 FILLER        PIC X(1).
    05 LOG-USER      PIC X(20).
    05 FILLER        PIC X(1).
    05 LOG-ACTION    PIC X(20).
    05 FILLER        PIC X(1).
    05 LOG-TEXT      PIC X(200).

FD INTEGRITY-FLAGS.
01 INTEGRITY-FLAGS-LINE PIC X(300).

FD INTF-NEW-FILE.
01 INTF-NEW-LINE PIC X(300).

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

01 ICTL-FILE-STATUS         PIC XX.
01 ENDORSEMENTS-FILE-STATUS PIC XX.
01 RECS-FILE-STATUS         PIC XX.
01 LOG-FILE-STATUS          PIC XX.
01 INTF-FILE-STATUS         PIC XX.
01 INTF-NEW-STATUS          PIC XX.
01 REPORT-FILE-STATUS       PIC XX.

01 WS-EOF PIC A(1) VALUE 'N'.

*> Parsed view of one Integrity-Control.txt line
01 ICTL-FIELDS.
   05 ICTL-KEY   PIC X(20).
   05 ICTL-VALUE PIC X(10).

*> Thresholds (defaults apply when the control file omits a line)
01 WS-WINDOW-MIN PIC 9(4) VALUE 60.
01 WS-FACTOR     PIC 9(3) VALUE 3.
01 WS-MINIMUM    PIC 9(4) VALUE 10.
01 WS-DAYS       PIC 9(4) VALUE 90.

*> Parsed views of one endorsements / recommendations row
01 END-FIELDS.
   05 END-USER     PIC X(20).
   05 END-SKILL    PIC X(2).
   05 END-ENDORSER PIC X(20).
   05 END-GIVEN    PIC X(14).
   05 END-STATUS   PIC X(4).
01 REC-FIELDS.
   05 REC-REQUESTER   PIC X(20).
   05 REC-RECOMMENDER PIC X(20).
   05 REC-STATUS      PIC X(10).
   05 REC-TEXT        PIC X(200).

*> Parsed view of one integrity-flags.txt row
01 INTF-FIELDS.
   05 INTF-KIND    PIC X(10).
   05 INTF-SUBJECT PIC X(20).
   05 INTF-GIVER   PIC X(20).
   05 INTF-SKILL   PIC X(2).
   05 INTF-REASONS PIC X(20).
   05 INTF-DETAIL  PIC X(100).
   05 INTF-STATUS  PIC X(10).
   05 INTF-DECIDED PIC X(8).
   05 INTF-BY      PIC X(20).

*> Active endorsements. WS-EN-MIN is GIVEN reduced to minutes (0 when
*> the row predates GIVEN).
01 WS-EN-COUNT PIC 9(5) VALUE 0.
01 WS-EN-TABLE.
   05 WS-EN-ENTRY OCCURS 5000.
      10 WS-EN-SUBJECT PIC X(20).
      10 WS-EN-SKILL   PIC X(2).
      10 WS-EN-GIVER   PIC X(20).
      10 WS-EN-MIN     PIC 9(12).

*> Accepted recommendations; WS-RC-MIN comes from the audit log
*> (0 when no "Recommendation recorded for" line was found).
01 WS-RC-COUNT PIC 9(5) VALUE 0.
01 WS-RC-TABLE.
   05 WS-RC-ENTRY OCCURS 2000.
      10 WS-RC-SUBJECT PIC X(20).
      10 WS-RC-GIVER   PIC X(20).
      10 WS-RC-MIN     PIC 9(12).

*> Endorsements given per endorser, for the HEAVY norm
01 WS-GV-COUNT PIC 9(5) VALUE 0.
01 WS-GV-TABLE.
   05 WS-GV-ENTRY OCCURS 2000.
      10 WS-GV-NAME  PIC X(20).
      10 WS-GV-GIVEN PIC 9(5).
01 WS-GV-TOTAL PIC 9(7) VALUE 0.
01 WS-GV-MEAN  PIC 9(5)V99 VALUE 0.
01 WS-GV-LIMIT PIC 9(7)V99 VALUE 0.

*> Latest accept per connection pair, from the audit log
01 WS-AC-COUNT PIC 9(5) VALUE 0.
01 WS-AC-TABLE.
   05 WS-AC-ENTRY OCCURS 3000.
      10 WS-AC-USER-A PIC X(20).
      10 WS-AC-USER-B PIC X(20).
      10 WS-AC-MIN    PIC 9(12).

*> Decided flags carried forward (whole row, plus the item key)
01 WS-DC-COUNT PIC 9(5) VALUE 0.
01 WS-DC-TABLE.
   05 WS-DC-ENTRY OCCURS 3000.
      10 WS-DC-KIND    PIC X(10).
      10 WS-DC-SUBJECT PIC X(20).
      10 WS-DC-GIVER   PIC X(20).
      10 WS-DC-SKILL   PIC X(2).
      10 WS-DC-LINE    PIC X(300).

01 WS-I PIC 9(5) VALUE 0.
01 WS-J PIC 9(5) VALUE 0.
01 WS-X PIC 9(5) VALUE 0.
01 WS-CAP-HIT PIC A(1) VALUE 'N'.

*> Audit-log lookback
01 WS-DAY-INT    PIC 9(8) VALUE 0.
01 WS-FIRST-INT  PIC 9(8) VALUE 0.
01 WS-TODAY-INT  PIC 9(8) VALUE 0.
01 WS-DAY-DATE   PIC 9(8) VALUE 0.
01 WS-LOG-PATH   PIC X(64).
01 WS-FILES-READ PIC 9(4) VALUE 0.
01 WS-LOG-MIN    PIC 9(12) VALUE 0.
01 WS-LOG-OTHER  PIC X(20).
01 WS-LOG-JUNK   PIC X(200).

*> The item being judged
01 WS-CUR-KIND    PIC X(10).
01 WS-CUR-SUBJECT PIC X(20).
01 WS-CUR-GIVER   PIC X(20).
01 WS-CUR-SKILL   PIC X(2).
01 WS-CUR-MIN     PIC 9(12) VALUE 0.
01 WS-CUR-REASONS PIC X(20).
01 WS-CUR-DETAIL  PIC X(100).
01 WS-R-PTR       PIC 9(3) VALUE 1.
01 WS-D-PTR       PIC 9(3) VALUE 1.
01 WS-RING        PIC A(1) VALUE 'N'.
01 WS-DECIDED     PIC A(1) VALUE 'N'.
01 WS-AFTER-MIN   PIC S9(12) VALUE 0.
01 WS-N-DISPLAY   PIC Z(4)9.
01 WS-MEAN-DISPLAY PIC Z(4)9.99.
01 WS-HITS        PIC 9(2) VALUE 0.

*> Thresholds as shown in the report heading
01 WS-SHOW-WINDOW  PIC Z(3)9.
01 WS-SHOW-FACTOR  PIC ZZ9.
01 WS-SHOW-MINIMUM PIC Z(3)9.
01 WS-SHOW-DAYS    PIC Z(3)9.

01 WS-N-RING   PIC 9(5) VALUE 0.
01 WS-N-HEAVY  PIC 9(5) VALUE 0.
01 WS-N-QUICK  PIC 9(5) VALUE 0.
01 WS-N-FLAGS  PIC 9(5) VALUE 0.
01 WS-N-KEPT   PIC 9(5) VALUE 0.
01 WS-COUNT-DISPLAY PIC ZZZ,ZZ9.

PROCEDURE DIVISION.
0000-MAINLINE.
    OPEN OUTPUT REPORT-OUT

    MOVE "===== InCollege Endorsement Integrity Review =====" TO REPORT-LINE
    PERFORM SHOW

    PERFORM ACQUIRE-DATA-LOCK
    IF WS-LOCK-BUSY = 'Y'
        MOVE "Data store busy -- retry after the batch window." TO REPORT-LINE
        PERFORM SHOW
        CLOSE REPORT-OUT
        STOP RUN
    END-IF

    PERFORM 0100-READ-CONTROL
    MOVE WS-WINDOW-MIN TO WS-SHOW-WINDOW
    MOVE WS-FACTOR TO WS-SHOW-FACTOR
    MOVE WS-MINIMUM TO WS-SHOW-MINIMUM
    MOVE WS-DAYS TO WS-SHOW-DAYS
    MOVE SPACES TO REPORT-LINE
    STRING "Quick window " DELIMITED BY SIZE
           FUNCTION TRIM(WS-SHOW-WINDOW) DELIMITED BY SIZE
           " min; heavy at " DELIMITED BY SIZE
           FUNCTION TRIM(WS-SHOW-FACTOR) DELIMITED BY SIZE
           "x the mean and at least " DELIMITED BY SIZE
           FUNCTION TRIM(WS-SHOW-MINIMUM) DELIMITED BY SIZE
           "; audit log lookback " DELIMITED BY SIZE
           FUNCTION TRIM(WS-SHOW-DAYS) DELIMITED BY SIZE
           " days" DELIMITED BY SIZE
           INTO REPORT-LINE
    END-STRING
    PERFORM SHOW

    PERFORM 1000-LOAD-ENDORSEMENTS
    PERFORM 1100-LOAD-RECOMMENDATIONS
    PERFORM 1200-LOAD-DECIDED
    PERFORM 1300-SCAN-LOGS
    PERFORM 1500-COMPUTE-NORM
    IF WS-CAP-HIT = 'Y'
        MOVE "WARNING: more endorsements, recommendations, accepts or flags than this program's tables hold -- some items were not checked." TO REPORT-LINE
        PERFORM SHOW
    END-IF

    MOVE " " TO REPORT-LINE
    PERFORM SHOW
    MOVE "--- Flagged ---" TO REPORT-LINE
    PERFORM SHOW
    OPEN OUTPUT INTF-NEW-FILE
    PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I > WS-DC-COUNT
        MOVE WS-DC-LINE(WS-I) TO INTF-NEW-LINE
        WRITE INTF-NEW-LINE
    END-PERFORM
    PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I > WS-EN-COUNT
        PERFORM 2000-JUDGE-ENDORSEMENT
    END-PERFORM
    PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I > WS-RC-COUNT
        PERFORM 2100-JUDGE-RECOMMENDATION
    END-PERFORM
    CLOSE INTF-NEW-FILE
    CALL "SYSTEM" USING BY CONTENT "mv -f src/integrity-flags.new src/integrity-flags.txt"
    IF WS-N-FLAGS = 0
        MOVE "(nothing flagged)" TO REPORT-LINE
        PERFORM SHOW
    END-IF

    MOVE " " TO REPORT-LINE
    PERFORM SHOW
    MOVE WS-EN-COUNT TO WS-COUNT-DISPLAY
    MOVE SPACES TO REPORT-LINE
    STRING "Active endorsements checked:     " DELIMITED BY SIZE
           WS-COUNT-DISPLAY DELIMITED BY SIZE
           INTO REPORT-LINE
    END-STRING
    PERFORM SHOW
    MOVE WS-RC-COUNT TO WS-COUNT-DISPLAY
    MOVE SPACES TO REPORT-LINE
    STRING "Accepted recommendations checked:" DELIMITED BY SIZE
           WS-COUNT-DISPLAY DELIMITED BY SIZE
           INTO REPORT-LINE
    END-STRING
    PERFORM SHOW
    MOVE WS-FILES-READ TO WS-COUNT-DISPLAY
    MOVE SPACES TO REPORT-LINE
    STRING "Audit log files read:            " DELIMITED BY SIZE
           WS-COUNT-DISPLAY DELIMITED BY SIZE
           INTO REPORT-LINE
    END-STRING
    PERFORM SHOW
    MOVE WS-N-FLAGS TO WS-COUNT-DISPLAY
    MOVE SPACES TO REPORT-LINE
    STRING "Items flagged:                   " DELIMITED BY SIZE
           WS-COUNT-DISPLAY DELIMITED BY SIZE
           INTO REPORT-LINE
    END-STRING
    PERFORM SHOW
    MOVE WS-N-RING TO WS-COUNT-DISPLAY
    MOVE SPACES TO REPORT-LINE
    STRING "  reciprocal (RING):             " DELIMITED BY SIZE
           WS-COUNT-DISPLAY DELIMITED BY SIZE
           INTO REPORT-LINE
    END-STRING
    PERFORM SHOW
    MOVE WS-N-HEAVY TO WS-COUNT-DISPLAY
    MOVE SPACES TO REPORT-LINE
    STRING "  heavy endorser (HEAVY):        " DELIMITED BY SIZE
           WS-COUNT-DISPLAY DELIMITED BY SIZE
           INTO REPORT-LINE
    END-STRING
    PERFORM SHOW
    MOVE WS-N-QUICK TO WS-COUNT-DISPLAY
    MOVE SPACES TO REPORT-LINE
    STRING "  right after connecting (QUICK):" DELIMITED BY SIZE
           WS-COUNT-DISPLAY DELIMITED BY SIZE
           INTO REPORT-LINE
    END-STRING
    PERFORM SHOW
    MOVE WS-N-KEPT TO WS-COUNT-DISPLAY
    MOVE SPACES TO REPORT-LINE
    STRING "Already decided, not re-flagged: " DELIMITED BY SIZE
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
    MOVE "IntegrityReview" TO LOCK-PROGRAM
    WRITE LOCK-REC
    CLOSE LOCK-FILE.

RELEASE-DATA-LOCK.
    CALL "SYSTEM" USING BY CONTENT "rm -f src/datastore.lock".

*> Thresholds from the control file; a missing file, an unknown key
*> or a non-numeric value leaves the default in place.
0100-READ-CONTROL.
    OPEN INPUT INTEGRITY-CONTROL
    IF ICTL-FILE-STATUS NOT = "00"
        EXIT PARAGRAPH
    END-IF
    MOVE 'N' TO WS-EOF
    PERFORM UNTIL WS-EOF = 'Y'
        READ INTEGRITY-CONTROL INTO INTEGRITY-CONTROL-LINE
            AT END MOVE 'Y' TO WS-EOF
            NOT AT END
                MOVE SPACES TO ICTL-FIELDS
                UNSTRING INTEGRITY-CONTROL-LINE DELIMITED BY "|"
                    INTO ICTL-KEY ICTL-VALUE
                END-UNSTRING
                IF FUNCTION TEST-NUMVAL(ICTL-VALUE) = 0
                   AND FUNCTION NUMVAL(ICTL-VALUE) > 0
                    EVALUATE FUNCTION UPPER-CASE(FUNCTION TRIM(ICTL-KEY))
                        WHEN "WINDOW"
                            MOVE FUNCTION NUMVAL(ICTL-VALUE) TO WS-WINDOW-MIN
                        WHEN "FACTOR"
                            MOVE FUNCTION NUMVAL(ICTL-VALUE) TO WS-FACTOR
                        WHEN "MINIMUM"
                            MOVE FUNCTION NUMVAL(ICTL-VALUE) TO WS-MINIMUM
                        WHEN "DAYS"
                            MOVE FUNCTION NUMVAL(ICTL-VALUE) TO WS-DAYS
                        WHEN OTHER
                            CONTINUE
                    END-EVALUATE
                END-IF
        END-READ
    END-PERFORM
    CLOSE INTEGRITY-CONTROL.

*> Active (not voided) endorsements, with the per-endorser totals.
1000-LOAD-ENDORSEMENTS.
    OPEN INPUT ENDORSEMENTS
    IF ENDORSEMENTS-FILE-STATUS NOT = "00"
        EXIT PARAGRAPH
    END-IF
    MOVE 'N' TO WS-EOF
    PERFORM UNTIL WS-EOF = 'Y'
        READ ENDORSEMENTS INTO ENDORSEMENTS-LINE
            AT END MOVE 'Y' TO WS-EOF
            NOT AT END
                MOVE SPACES TO END-FIELDS
                UNSTRING ENDORSEMENTS-LINE DELIMITED BY "|"
                    INTO END-USER END-SKILL END-ENDORSER END-GIVEN
                         END-STATUS
                END-UNSTRING
                IF FUNCTION TRIM(END-STATUS) NOT = "VOID"
                   AND END-USER NOT = SPACES
                    IF WS-EN-COUNT < 5000
                        ADD 1 TO WS-EN-COUNT
                        MOVE END-USER TO WS-EN-SUBJECT(WS-EN-COUNT)
                        MOVE FUNCTION TRIM(END-SKILL) TO WS-EN-SKILL(WS-EN-COUNT)
                        MOVE END-ENDORSER TO WS-EN-GIVER(WS-EN-COUNT)
                        MOVE 0 TO WS-EN-MIN(WS-EN-COUNT)
                        IF END-GIVEN(1:12) IS NUMERIC
                            COMPUTE WS-EN-MIN(WS-EN-COUNT) =
                                FUNCTION INTEGER-OF-DATE(
                                    FUNCTION NUMVAL(END-GIVEN(1:8))) * 1440
                                + FUNCTION NUMVAL(END-GIVEN(9:2)) * 60
                                + FUNCTION NUMVAL(END-GIVEN(11:2))
                        END-IF
                        PERFORM 1050-COUNT-GIVER
                    ELSE
                        MOVE 'Y' TO WS-CAP-HIT
                    END-IF
                END-IF
        END-READ
    END-PERFORM
    CLOSE ENDORSEMENTS.

1050-COUNT-GIVER.
    MOVE 0 TO WS-X
    PERFORM VARYING WS-J FROM 1 BY 1
        UNTIL WS-J > WS-GV-COUNT OR WS-X > 0
        IF WS-GV-NAME(WS-J) = END-ENDORSER
            MOVE WS-J TO WS-X
        END-IF
    END-PERFORM
    IF WS-X = 0
        IF WS-GV-COUNT < 2000
            ADD 1 TO WS-GV-COUNT
            MOVE WS-GV-COUNT TO WS-X
            MOVE END-ENDORSER TO WS-GV-NAME(WS-X)
            MOVE 0 TO WS-GV-GIVEN(WS-X)
        ELSE
            MOVE 'Y' TO WS-CAP-HIT
            EXIT PARAGRAPH
        END-IF
    END-IF
    ADD 1 TO WS-GV-GIVEN(WS-X)
    ADD 1 TO WS-GV-TOTAL.

*> Recommendations that were written and still count (ACCEPTED).
1100-LOAD-RECOMMENDATIONS.
    OPEN INPUT RECOMMENDATIONS
    IF RECS-FILE-STATUS NOT = "00"
        EXIT PARAGRAPH
    END-IF
    MOVE 'N' TO WS-EOF
    PERFORM UNTIL WS-EOF = 'Y'
        READ RECOMMENDATIONS INTO RECOMMENDATIONS-LINE
            AT END MOVE 'Y' TO WS-EOF
            NOT AT END
                MOVE SPACES TO REC-FIELDS
                UNSTRING RECOMMENDATIONS-LINE DELIMITED BY "|"
                    INTO REC-REQUESTER REC-RECOMMENDER REC-STATUS
                         REC-TEXT
                END-UNSTRING
                IF FUNCTION TRIM(REC-STATUS) = "ACCEPTED"
                    IF WS-RC-COUNT < 2000
                        ADD 1 TO WS-RC-COUNT
                        MOVE REC-REQUESTER TO WS-RC-SUBJECT(WS-RC-COUNT)
                        MOVE REC-RECOMMENDER TO WS-RC-GIVER(WS-RC-COUNT)
                        MOVE 0 TO WS-RC-MIN(WS-RC-COUNT)
                    ELSE
                        MOVE 'Y' TO WS-CAP-HIT
                    END-IF
                END-IF
        END-READ
    END-PERFORM
    CLOSE RECOMMENDATIONS.

*> Flag rows an administrator already voided or kept; FLAGGED rows
*> are dropped here and re-derived below.
1200-LOAD-DECIDED.
    OPEN INPUT INTEGRITY-FLAGS
    IF INTF-FILE-STATUS NOT = "00"
        EXIT PARAGRAPH
    END-IF
    MOVE 'N' TO WS-EOF
    PERFORM UNTIL WS-EOF = 'Y'
        READ INTEGRITY-FLAGS INTO INTEGRITY-FLAGS-LINE
            AT END MOVE 'Y' TO WS-EOF
            NOT AT END
                MOVE SPACES TO INTF-FIELDS
                UNSTRING INTEGRITY-FLAGS-LINE DELIMITED BY "|"
                    INTO INTF-KIND INTF-SUBJECT INTF-GIVER INTF-SKILL
                         INTF-REASONS INTF-DETAIL INTF-STATUS
                         INTF-DECIDED INTF-BY
                END-UNSTRING
                IF FUNCTION TRIM(INTF-STATUS) = "VOIDED"
                   OR FUNCTION TRIM(INTF-STATUS) = "KEPT"
                    IF WS-DC-COUNT < 3000
                        ADD 1 TO WS-DC-COUNT
                        MOVE INTF-KIND TO WS-DC-KIND(WS-DC-COUNT)
                        MOVE INTF-SUBJECT TO WS-DC-SUBJECT(WS-DC-COUNT)
                        MOVE INTF-GIVER TO WS-DC-GIVER(WS-DC-COUNT)
                        MOVE INTF-SKILL TO WS-DC-SKILL(WS-DC-COUNT)
                        MOVE INTEGRITY-FLAGS-LINE TO WS-DC-LINE(WS-DC-COUNT)
                    ELSE
                        MOVE 'Y' TO WS-CAP-HIT
                    END-IF
                END-IF
        END-READ
    END-PERFORM
    CLOSE INTEGRITY-FLAGS.

*> Walks the audit logs for the last WS-DAYS days, oldest first, so
*> a later accept of the same pair (after a disconnect) wins.
1300-SCAN-LOGS.
    MOVE FUNCTION INTEGER-OF-DATE(
        FUNCTION NUMVAL(FUNCTION CURRENT-DATE(1:8))) TO WS-TODAY-INT
    COMPUTE WS-FIRST-INT = WS-TODAY-INT - WS-DAYS + 1
    PERFORM VARYING WS-DAY-INT FROM WS-FIRST-INT BY 1
        UNTIL WS-DAY-INT > WS-TODAY-INT
        MOVE FUNCTION DATE-OF-INTEGER(WS-DAY-INT) TO WS-DAY-DATE
        MOVE SPACES TO WS-LOG-PATH
        STRING "src/InCollege-Output-" DELIMITED BY SIZE
               WS-DAY-DATE DELIMITED BY SIZE
               ".txt" DELIMITED BY SIZE
               INTO WS-LOG-PATH
        END-STRING
        PERFORM 1310-SCAN-ONE-LOG
    END-PERFORM.

1310-SCAN-ONE-LOG.
    OPEN INPUT LOG-IN
    IF LOG-FILE-STATUS NOT = "00"
        EXIT PARAGRAPH
    END-IF
    ADD 1 TO WS-FILES-READ
    MOVE 'N' TO WS-EOF
    PERFORM UNTIL WS-EOF = 'Y'
        READ LOG-IN INTO LOG-REC
            AT END MOVE 'Y' TO WS-EOF
            NOT AT END
                IF LOG-TIMESTAMP(1:12) IS NUMERIC
                    EVALUATE TRUE
                        WHEN LOG-ACTION = "ACCEPT CONNECTION"
                         AND LOG-TEXT(1:24) = "Connection request from "
                            PERFORM 1320-NOTE-ACCEPT
                        WHEN LOG-ACTION = "ANSWER RECOMMEND"
                         AND LOG-TEXT(1:28) = "Recommendation recorded for "
                            PERFORM 1330-NOTE-RECOMMENDATION
                        WHEN OTHER
                            CONTINUE
                    END-EVALUATE
                END-IF
        END-READ
    END-PERFORM
    CLOSE LOG-IN.

*> "Connection request from <sender> accepted." logged under the
*> recipient.
1320-NOTE-ACCEPT.
    PERFORM 1340-LOG-MINUTES
    MOVE SPACES TO WS-LOG-OTHER
    UNSTRING LOG-TEXT(25:176) DELIMITED BY " accepted."
        INTO WS-LOG-OTHER
    END-UNSTRING
    MOVE 0 TO WS-X
    PERFORM VARYING WS-J FROM 1 BY 1
        UNTIL WS-J > WS-AC-COUNT OR WS-X > 0
        IF (WS-AC-USER-A(WS-J) = LOG-USER
            AND WS-AC-USER-B(WS-J) = WS-LOG-OTHER)
           OR (WS-AC-USER-A(WS-J) = WS-LOG-OTHER
            AND WS-AC-USER-B(WS-J) = LOG-USER)
            MOVE WS-J TO WS-X
        END-IF
    END-PERFORM
    IF WS-X = 0
        IF WS-AC-COUNT < 3000
            ADD 1 TO WS-AC-COUNT
            MOVE WS-AC-COUNT TO WS-X
            MOVE LOG-USER TO WS-AC-USER-A(WS-X)
            MOVE WS-LOG-OTHER TO WS-AC-USER-B(WS-X)
        ELSE
            MOVE 'Y' TO WS-CAP-HIT
            EXIT PARAGRAPH
        END-IF
    END-IF
    MOVE WS-LOG-MIN TO WS-AC-MIN(WS-X).

*> "Recommendation recorded for <requester>." logged under the
*> recommender -- dates the matching accepted recommendation.
1330-NOTE-RECOMMENDATION.
    PERFORM 1340-LOG-MINUTES
    MOVE SPACES TO WS-LOG-OTHER
    MOVE SPACES TO WS-LOG-JUNK
    UNSTRING LOG-TEXT(29:172) DELIMITED BY "."
        INTO WS-LOG-OTHER WS-LOG-JUNK
    END-UNSTRING
    PERFORM VARYING WS-J FROM 1 BY 1 UNTIL WS-J > WS-RC-COUNT
        IF WS-RC-SUBJECT(WS-J) = WS-LOG-OTHER
           AND WS-RC-GIVER(WS-J) = LOG-USER
            MOVE WS-LOG-MIN TO WS-RC-MIN(WS-J)
        END-IF
    END-PERFORM.

1340-LOG-MINUTES.
    COMPUTE WS-LOG-MIN =
        FUNCTION INTEGER-OF-DATE(
            FUNCTION NUMVAL(LOG-TIMESTAMP(1:8))) * 1440
        + FUNCTION NUMVAL(LOG-TIMESTAMP(9:2)) * 60
        + FUNCTION NUMVAL(LOG-TIMESTAMP(11:2)).

*> The HEAVY cut-off: FACTOR times the mean endorsements per
*> endorser, never below MINIMUM.
1500-COMPUTE-NORM.
    IF WS-GV-COUNT = 0
        EXIT PARAGRAPH
    END-IF
    COMPUTE WS-GV-MEAN ROUNDED = WS-GV-TOTAL / WS-GV-COUNT
    COMPUTE WS-GV-LIMIT = WS-GV-MEAN * WS-FACTOR
    IF WS-GV-LIMIT < WS-MINIMUM
        MOVE WS-MINIMUM TO WS-GV-LIMIT
    END-IF.

*> Endorsement WS-I: RING if the subject endorsed the giver back,
*> HEAVY if the giver's total reaches the cut-off, QUICK if it was
*> given within the window after their connection was accepted.
2000-JUDGE-ENDORSEMENT.
    MOVE "ENDORSE" TO WS-CUR-KIND
    MOVE WS-EN-SUBJECT(WS-I) TO WS-CUR-SUBJECT
    MOVE WS-EN-GIVER(WS-I) TO WS-CUR-GIVER
    MOVE WS-EN-SKILL(WS-I) TO WS-CUR-SKILL
    MOVE WS-EN-MIN(WS-I) TO WS-CUR-MIN
    PERFORM 2200-START-ITEM

    MOVE 'N' TO WS-RING
    PERFORM VARYING WS-J FROM 1 BY 1
        UNTIL WS-J > WS-EN-COUNT OR WS-RING = 'Y'
        IF WS-EN-GIVER(WS-J) = WS-CUR-SUBJECT
           AND WS-EN-SUBJECT(WS-J) = WS-CUR-GIVER
            MOVE 'Y' TO WS-RING
        END-IF
    END-PERFORM
    IF WS-RING = 'Y'
        STRING "RING " DELIMITED BY SIZE
               INTO WS-CUR-REASONS WITH POINTER WS-R-PTR
        END-STRING
        STRING "endorsed back by " DELIMITED BY SIZE
               FUNCTION TRIM(WS-CUR-SUBJECT) DELIMITED BY SIZE
               "; " DELIMITED BY SIZE
               INTO WS-CUR-DETAIL WITH POINTER WS-D-PTR
        END-STRING
    END-IF

    PERFORM VARYING WS-J FROM 1 BY 1 UNTIL WS-J > WS-GV-COUNT
        IF WS-GV-NAME(WS-J) = WS-CUR-GIVER
           AND WS-GV-GIVEN(WS-J) >= WS-GV-LIMIT
           AND WS-GV-LIMIT > 0
            MOVE WS-GV-GIVEN(WS-J) TO WS-N-DISPLAY
            STRING "HEAVY " DELIMITED BY SIZE
                   INTO WS-CUR-REASONS WITH POINTER WS-R-PTR
            END-STRING
            STRING FUNCTION TRIM(WS-N-DISPLAY) DELIMITED BY SIZE
                   " given" DELIMITED BY SIZE
                   INTO WS-CUR-DETAIL WITH POINTER WS-D-PTR
            END-STRING
            MOVE WS-GV-MEAN TO WS-MEAN-DISPLAY
            STRING " (mean " DELIMITED BY SIZE
                   FUNCTION TRIM(WS-MEAN-DISPLAY) DELIMITED BY SIZE
                   "); " DELIMITED BY SIZE
                   INTO WS-CUR-DETAIL WITH POINTER WS-D-PTR
            END-STRING
        END-IF
    END-PERFORM

    PERFORM 2300-CHECK-QUICK
    PERFORM 2400-WRITE-FLAG.

*> Recommendation WS-I: RING if the two wrote each other one, QUICK
*> as for endorsements.
2100-JUDGE-RECOMMENDATION.
    MOVE "RECOMMEND" TO WS-CUR-KIND
    MOVE WS-RC-SUBJECT(WS-I) TO WS-CUR-SUBJECT
    MOVE WS-RC-GIVER(WS-I) TO WS-CUR-GIVER
    MOVE SPACES TO WS-CUR-SKILL
    MOVE WS-RC-MIN(WS-I) TO WS-CUR-MIN
    PERFORM 2200-START-ITEM

    MOVE 'N' TO WS-RING
    PERFORM VARYING WS-J FROM 1 BY 1
        UNTIL WS-J > WS-RC-COUNT OR WS-RING = 'Y'
        IF WS-RC-GIVER(WS-J) = WS-CUR-SUBJECT
           AND WS-RC-SUBJECT(WS-J) = WS-CUR-GIVER
            MOVE 'Y' TO WS-RING
        END-IF
    END-PERFORM
    IF WS-RING = 'Y'
        STRING "RING " DELIMITED BY SIZE
               INTO WS-CUR-REASONS WITH POINTER WS-R-PTR
        END-STRING
        STRING "recommended back by " DELIMITED BY SIZE
               FUNCTION TRIM(WS-CUR-SUBJECT) DELIMITED BY SIZE
               "; " DELIMITED BY SIZE
               INTO WS-CUR-DETAIL WITH POINTER WS-D-PTR
        END-STRING
    END-IF

    PERFORM 2300-CHECK-QUICK
    PERFORM 2400-WRITE-FLAG.

2200-START-ITEM.
    MOVE SPACES TO WS-CUR-REASONS
    MOVE SPACES TO WS-CUR-DETAIL
    MOVE 1 TO WS-R-PTR
    MOVE 1 TO WS-D-PTR.

*> QUICK when the item's time falls within WS-WINDOW-MIN minutes after
*> the latest logged accept between the two users.
2300-CHECK-QUICK.
    IF WS-CUR-MIN = 0
        EXIT PARAGRAPH
    END-IF
    PERFORM VARYING WS-J FROM 1 BY 1 UNTIL WS-J > WS-AC-COUNT
        IF (WS-AC-USER-A(WS-J) = WS-CUR-SUBJECT
            AND WS-AC-USER-B(WS-J) = WS-CUR-GIVER)
           OR (WS-AC-USER-A(WS-J) = WS-CUR-GIVER
            AND WS-AC-USER-B(WS-J) = WS-CUR-SUBJECT)
            COMPUTE WS-AFTER-MIN = WS-CUR-MIN - WS-AC-MIN(WS-J)
            IF WS-AFTER-MIN >= 0 AND WS-AFTER-MIN <= WS-WINDOW-MIN
                MOVE WS-AFTER-MIN TO WS-N-DISPLAY
                STRING "QUICK " DELIMITED BY SIZE
                       INTO WS-CUR-REASONS WITH POINTER WS-R-PTR
                END-STRING
                STRING FUNCTION TRIM(WS-N-DISPLAY) DELIMITED BY SIZE
                       " min after connecting; " DELIMITED BY SIZE
                       INTO WS-CUR-DETAIL WITH POINTER WS-D-PTR
                END-STRING
            END-IF
        END-IF
    END-PERFORM.

*> Writes the current item as a FLAGGED row when it tripped any rule
*> and has not already been decided by an administrator.
2400-WRITE-FLAG.
    IF WS-CUR-REASONS = SPACES
        EXIT PARAGRAPH
    END-IF
    MOVE 'N' TO WS-DECIDED
    PERFORM VARYING WS-J FROM 1 BY 1
        UNTIL WS-J > WS-DC-COUNT OR WS-DECIDED = 'Y'
        IF FUNCTION TRIM(WS-DC-KIND(WS-J)) = FUNCTION TRIM(WS-CUR-KIND)
           AND WS-DC-SUBJECT(WS-J) = WS-CUR-SUBJECT
           AND WS-DC-GIVER(WS-J) = WS-CUR-GIVER
           AND FUNCTION TRIM(WS-DC-SKILL(WS-J)) = FUNCTION TRIM(WS-CUR-SKILL)
            MOVE 'Y' TO WS-DECIDED
        END-IF
    END-PERFORM
    IF WS-DECIDED = 'Y'
        ADD 1 TO WS-N-KEPT
        EXIT PARAGRAPH
    END-IF

    *> drop the trailing "; " from the detail
    IF WS-D-PTR > 2
        MOVE SPACES TO WS-CUR-DETAIL(WS-D-PTR - 2:)
    END-IF
    ADD 1 TO WS-N-FLAGS
    MOVE 0 TO WS-HITS
    INSPECT WS-CUR-REASONS TALLYING WS-HITS FOR ALL "RING"
    ADD WS-HITS TO WS-N-RING
    MOVE 0 TO WS-HITS
    INSPECT WS-CUR-REASONS TALLYING WS-HITS FOR ALL "HEAVY"
    ADD WS-HITS TO WS-N-HEAVY
    MOVE 0 TO WS-HITS
    INSPECT WS-CUR-REASONS TALLYING WS-HITS FOR ALL "QUICK"
    ADD WS-HITS TO WS-N-QUICK
    MOVE SPACES TO INTF-NEW-LINE
    STRING FUNCTION TRIM(WS-CUR-KIND) DELIMITED BY SIZE
           "|" DELIMITED BY SIZE
           FUNCTION TRIM(WS-CUR-SUBJECT) DELIMITED BY SIZE
           "|" DELIMITED BY SIZE
           FUNCTION TRIM(WS-CUR-GIVER) DELIMITED BY SIZE
           "|" DELIMITED BY SIZE
           FUNCTION TRIM(WS-CUR-SKILL) DELIMITED BY SIZE
           "|" DELIMITED BY SIZE
           FUNCTION TRIM(WS-CUR-REASONS) DELIMITED BY SIZE
           "|" DELIMITED BY SIZE
           FUNCTION TRIM(WS-CUR-DETAIL) DELIMITED BY SIZE
           "|FLAGGED||" DELIMITED BY SIZE
           INTO INTF-NEW-LINE
    END-STRING
    WRITE INTF-NEW-LINE

    MOVE SPACES TO REPORT-LINE
    IF FUNCTION TRIM(WS-CUR-KIND) = "ENDORSE"
        STRING FUNCTION TRIM(WS-CUR-GIVER) DELIMITED BY SIZE
               " endorsed " DELIMITED BY SIZE
               FUNCTION TRIM(WS-CUR-SUBJECT) DELIMITED BY SIZE
               " (skill " DELIMITED BY SIZE
               FUNCTION TRIM(WS-CUR-SKILL) DELIMITED BY SIZE
               ") -- " DELIMITED BY SIZE
               FUNCTION TRIM(WS-CUR-REASONS) DELIMITED BY SIZE
               ": " DELIMITED BY SIZE
               FUNCTION TRIM(WS-CUR-DETAIL) DELIMITED BY SIZE
               INTO REPORT-LINE
        END-STRING
    ELSE
        STRING FUNCTION TRIM(WS-CUR-GIVER) DELIMITED BY SIZE
               " recommended " DELIMITED BY SIZE
               FUNCTION TRIM(WS-CUR-SUBJECT) DELIMITED BY SIZE
               " -- " DELIMITED BY SIZE
               FUNCTION TRIM(WS-CUR-REASONS) DELIMITED BY SIZE
               ": " DELIMITED BY SIZE
               FUNCTION TRIM(WS-CUR-DETAIL) DELIMITED BY SIZE
               INTO REPORT-LINE
        END-STRING
    END-IF
    PERFORM SHOW.
