>>SOURCE FORMAT FREE
*> Builds an anonymized copy of the live data set for training and
*> testing. Reads the full file set NightlyBackup snapshots
*> (userinfo.txt, profiles.txt, connections.txt, applications.txt)
*> plus messages, notifications, interviews, placements, the alumni
*> files and the other username-keyed files, and writes a parallel
*> set under <OUTDIR>/src/ so the programs can be run from <OUTDIR>
*> against it. Never writes into the live src/ files.
*>   - every username becomes an alias (student0001, employer0001,
*>     admin0001, alumnus0001; names found only in activity files
*>     become former0001) and each username maps to the same alias in
*>     every file, so connections, applications and endorsements
*>     still line up. The system senders (CAREER-SERVICES, JOB-EXPIRY,
*>     JOB-MATCH, MENTORSHIP, INTERVIEWS) are kept as they are.
*>   - every password (and every password-history hash) is reset to
*>     the training password's hash; recovery answers are reset too
*>   - names, about text, resume paths, message bodies and other free
*>     text are replaced with sample values; e-mail addresses and
*>     student IDs get consistent fake values
*>   - usernames mentioned inside notification and announcement text
*>     are replaced with their aliases
*> Reference files (skills, majors, campuses, posting sequence, ...)
*> are copied unchanged. APPLOG transcripts, journal.txt, archives
*> and exports are not copied. Driven by src/Anonymize-Control.txt:
*>     OUTDIR|training          directory for the copy (default training)
*>     PASSWORD|Training#1      training password for every account
*>     RECOVERY|TRAINING        recovery answer for every account
*> Run on demand; the report goes to src/Anonymize-Report.txt.
IDENTIFICATION DIVISION.
PROGRAM-ID. AnonymizeData.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT ANON-CONTROL ASSIGN TO "src/Anonymize-Control.txt"
        ORGANIZATION IS LINE SEQUENTIAL
        ACCESS MODE IS SEQUENTIAL
        FILE STATUS IS ACTL-FILE-STATUS.

*> Live account and profile files
    SELECT USERINFO ASSIGN TO "src/userinfo.txt"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS IN-USERNAME
        FILE STATUS IS UINFO-FILE-STATUS.

    SELECT PROFILES ASSIGN TO "src/profiles.txt"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS P-USERNAME
        FILE STATUS IS PROFILES-FILE-STATUS.

*> Anonymized copies -- paths built at runtime from OUTDIR (same
*> ASSIGN TO DYNAMIC mechanism NightlyBackup uses for its snapshots).
    SELECT OUT-USERINFO ASSIGN TO DYNAMIC WS-OUT-UINFO-PATH
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS OUT-USERNAME
        FILE STATUS IS OUT-UINFO-FILE-STATUS.

    SELECT OUT-PROFILES ASSIGN TO DYNAMIC WS-OUT-PROF-PATH
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS OUT-USERNAME-P
        FILE STATUS IS OUT-PROF-FILE-STATUS.

*> Message and notification queues -- indexed by recipient, time and
*> sequence like the live files, so the copies are built the same way.
    SELECT MESSAGES ASSIGN TO "src/messages.txt"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS IN-MSG-KEY
        ALTERNATE RECORD KEY IS IN-MSG-SENDER WITH DUPLICATES
        FILE STATUS IS MESSAGES-FILE-STATUS.

    SELECT NOTIFICATIONS ASSIGN TO "src/notifications.txt"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS IN-NOTIF-KEY
        FILE STATUS IS NOTIFICATIONS-FILE-STATUS.

    SELECT OUT-MESSAGES ASSIGN TO DYNAMIC WS-OUT-MSG-PATH
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS OUT-MSG-KEY
        ALTERNATE RECORD KEY IS OUT-MSG-SENDER WITH DUPLICATES
        FILE STATUS IS OUT-MSG-FILE-STATUS.

    SELECT OUT-NOTIFICATIONS ASSIGN TO DYNAMIC WS-OUT-NOTIF-PATH
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS OUT-NOTIF-KEY
        FILE STATUS IS OUT-NOTIF-FILE-STATUS.

*> Every other data file goes through this pair, one file at a time.
    SELECT DATA-IN ASSIGN TO DYNAMIC WS-IN-PATH
        ORGANIZATION IS LINE SEQUENTIAL
        ACCESS MODE IS SEQUENTIAL
        FILE STATUS IS DATA-IN-STATUS.

    SELECT DATA-OUT ASSIGN TO DYNAMIC WS-OUT-PATH
        ORGANIZATION IS LINE SEQUENTIAL
        ACCESS MODE IS SEQUENTIAL
        FILE STATUS IS DATA-OUT-STATUS.

*> Data-store lock -- the shop-wide protocol that keeps the batch
*> jobs and the online session from colliding on the shared
*> userinfo.txt / profiles.txt / connections.txt files. Writers hold
*> it exclusively; readers fail fast while it is held. A lock older
*> than the stale threshold is treated as left behind by a crashed
*> run and is not honored.
    SELECT LOCK-FILE ASSIGN TO "src/datastore.lock"
        ORGANIZATION IS LINE SEQUENTIAL
        ACCESS MODE IS SEQUENTIAL
        FILE STATUS IS LOCK-FILE-STATUS.

    SELECT REPORT-OUT ASSIGN TO "src/Anonymize-Report.txt"
        ORGANIZATION IS LINE SEQUENTIAL
        ACCESS MODE IS SEQUENTIAL
        FILE STATUS IS REPORT-FILE-STATUS.

DATA DIVISION.
FILE SECTION.
FD ANON-CONTROL.
01 ANON-CONTROL-LINE PIC X(80).

FD USERINFO.
01 USER-REC.
    05 IN-USERNAME PIC X(20).
    05 FILLER      PIC X(99).

FD PROFILES.
01 P-REC.
    05 P-USERNAME PIC X(20).
    05 FILLER     PIC X(3873).

FD OUT-USERINFO.
01 OUT-USER-REC.
    05 OUT-USERNAME PIC X(20).
    05 FILLER       PIC X(99).

FD OUT-PROFILES.
01 OUT-P-REC.
    05 OUT-USERNAME-P PIC X(20).
    05 FILLER         PIC X(3873).

FD MESSAGES.
01 MSG-REC.
    05 IN-MSG-KEY    PIC X(37).
    05 IN-MSG-SENDER PIC X(20).
    05 FILLER        PIC X(101).

FD NOTIFICATIONS.
01 NOTIF-REC.
    05 IN-NOTIF-KEY PIC X(37).
    05 FILLER       PIC X(128).

FD OUT-MESSAGES.
01 OUT-MSG-REC.
    05 OUT-MSG-KEY    PIC X(37).
    05 OUT-MSG-SENDER PIC X(20).
    05 FILLER         PIC X(101).

FD OUT-NOTIFICATIONS.
01 OUT-NOTIF-REC.
    05 OUT-NOTIF-KEY PIC X(37).
    05 FILLER        PIC X(128).

FD DATA-IN.
01 DATA-IN-LINE PIC X(4000).

FD DATA-OUT.
01 DATA-OUT-LINE PIC X(4000).

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

01 ACTL-FILE-STATUS      PIC XX.
01 UINFO-FILE-STATUS     PIC XX.
01 PROFILES-FILE-STATUS  PIC XX.
01 OUT-UINFO-FILE-STATUS PIC XX.
01 OUT-PROF-FILE-STATUS  PIC XX.
01 MESSAGES-FILE-STATUS  PIC XX.
01 NOTIFICATIONS-FILE-STATUS PIC XX.
01 OUT-MSG-FILE-STATUS   PIC XX.
01 OUT-NOTIF-FILE-STATUS PIC XX.
01 DATA-IN-STATUS        PIC XX.
01 DATA-OUT-STATUS       PIC XX.
01 REPORT-FILE-STATUS    PIC XX.

*> Parsed view of one Anonymize-Control.txt line
01 ACTL-FIELDS.
    05 ACTL-KEY   PIC X(20).
    05 ACTL-VALUE PIC X(60).

01 WS-OUT-DIR        PIC X(60) VALUE "training".
01 WS-TRAIN-PASSWORD PIC X(20) VALUE "Training#1".
01 WS-TRAIN-ANSWER   PIC X(20) VALUE "TRAINING".
01 WS-TRAIN-HASH     PIC X(11).
01 WS-DIR-OK         PIC A(1) VALUE 'Y'.
01 WS-DIR-LEN        PIC 9(3) VALUE 0.
01 WS-DIR-I          PIC 9(3) VALUE 0.
01 WS-DIR-TALLY      PIC 9(3) VALUE 0.

01 WS-OUT-UINFO-PATH PIC X(100).
01 WS-OUT-PROF-PATH  PIC X(100).
01 WS-OUT-MSG-PATH   PIC X(100).
01 WS-OUT-NOTIF-PATH PIC X(100).
01 WS-IN-PATH        PIC X(100).
01 WS-OUT-PATH       PIC X(100).
01 WS-CMD            PIC X(512).

01 WS-EOF PIC A(1) VALUE 'N'.

*> Full account and profile layouts (same as src/InCollege.cob);
*> the live and alumni records are worked on here.
01 WS-U-REC.
    05 WS-U-USERNAME       PIC X(20).
    05 WS-U-PASSWORD       PIC X(20).
    05 WS-U-RECOVERY-Q     PIC X(40).
    05 WS-U-RECOVERY-A     PIC X(20).
    05 WS-U-FAILED         PIC 9(2).
    05 WS-U-LOCKED         PIC X(1).
    05 WS-U-ACCT-TYPE      PIC X(1).
    05 WS-U-ACTIVE         PIC X(1).
    05 WS-U-LAST-LOGIN     PIC X(14).

01 WS-P-REC.
   05 WS-P-USERNAME      PIC X(20).
   05 WS-P-FIRST-NAME    PIC X(30).
   05 WS-P-LAST-NAME     PIC X(30).
   05 WS-P-UNIVERSITY    PIC X(60).
   05 WS-P-MAJOR         PIC X(40).
   05 WS-P-GRAD-YEAR     PIC 9(4).
   05 WS-P-ABOUT         PIC X(200).
   05 WS-P-RESUME        PIC X(200).
   05 WS-P-EXP-COUNT     PIC 99.
   05 WS-P-EXPERIENCE OCCURS 10.
      10 WS-P-EXP-TITLE     PIC X(40).
      10 WS-P-EXP-COMPANY   PIC X(40).
      10 WS-P-EXP-DATES     PIC X(30).
      10 WS-P-EXP-DESC      PIC X(100).
   05 WS-P-EDU-COUNT     PIC 99.
   05 WS-P-EDU OCCURS 10.
      10 WS-P-EDU-DEGREE    PIC X(40).
      10 WS-P-EDU-SCHOOL    PIC X(60).
      10 WS-P-EDU-YEARS     PIC X(20).
   05 WS-P-SKILLS-MASK   PIC X(5).
01 WS-P-I PIC 9(2) VALUE 0.

*> Fixed-layout line files
01 WS-CONN-REC.
    05 WS-CONN-SENDER    PIC X(20).
    05 WS-CONN-RECIPIENT PIC X(20).
    05 WS-CONN-STATUS    PIC X(10).

01 WS-MSG-REC.
    05 WS-MSG-RECIPIENT PIC X(20).
    05 WS-MSG-SENT      PIC X(14).
    05 WS-MSG-SEQ       PIC 9(3).
    05 WS-MSG-SENDER    PIC X(20).
    05 WS-MSG-READ      PIC X(1).
    05 WS-MSG-TEXT      PIC X(100).

01 WS-NOTIF-REC.
    05 WS-NOTIF-RECIPIENT PIC X(20).
    05 WS-NOTIF-SENT      PIC X(14).
    05 WS-NOTIF-SEQ       PIC 9(3).
    05 WS-NOTIF-SENDER    PIC X(20).
    05 WS-NOTIF-MESSAGE   PIC X(100).
    05 WS-NOTIF-MAILED    PIC X(8).

*> Username -> alias map, shared by every file so a username gets
*> the same alias everywhere. Kinds number independently.
01 WS-AL-COUNT PIC 9(5) VALUE 0.
01 WS-AL-TABLE.
    05 WS-AL OCCURS 5000.
       10 WS-AL-NAME  PIC X(20).
       10 WS-AL-ALIAS PIC X(20).
01 WS-AL-I      PIC 9(5) VALUE 0.
01 WS-AL-IDX    PIC 9(5) VALUE 0.
01 WS-AL-KEY    PIC X(20).
01 WS-AL-KIND   PIC X(10).
01 WS-AL-RESULT PIC X(20).
01 WS-AL-FOUND  PIC A(1) VALUE 'N'.
01 WS-AL-SEQ    PIC 9(4) VALUE 0.
01 WS-N-STUDENT  PIC 9(4) VALUE 0.
01 WS-N-EMPLOYER PIC 9(4) VALUE 0.
01 WS-N-ADMIN    PIC 9(4) VALUE 0.
01 WS-N-ALUMNUS  PIC 9(4) VALUE 0.
01 WS-N-FORMER   PIC 9(4) VALUE 0.
01 WS-N-SYSTEM   PIC 9(4) VALUE 0.
01 WS-CAP-HIT    PIC A(1) VALUE 'N'.

*> Original e-mail -> fake address (contact-prefs, mail-bounces)
01 WS-EM-COUNT PIC 9(4) VALUE 0.
01 WS-EM-TABLE.
    05 WS-EM OCCURS 3000.
       10 WS-EM-ORIG PIC X(60).
       10 WS-EM-FAKE PIC X(40).
01 WS-EM-I     PIC 9(4) VALUE 0.
01 WS-EM-HIT   PIC 9(4) VALUE 0.
01 WS-EM-SEQ   PIC 9(4) VALUE 0.

*> Original student ID -> fake ID, plus the name slot used for the
*> student's fake name (registrar-xref, registrar-extract)
01 WS-SID-COUNT PIC 9(4) VALUE 0.
01 WS-SID-TABLE.
    05 WS-SID OCCURS 3000.
       10 WS-SID-ORIG     PIC X(20).
       10 WS-SID-FAKE     PIC X(8).
       10 WS-SID-NAME-IDX PIC 9(5).
01 WS-SID-I     PIC 9(4) VALUE 0.
01 WS-SID-FOUND PIC A(1) VALUE 'N'.
01 WS-SID-NUM   PIC 9(7) VALUE 0.

*> Sample names, 8 characters a slot
01 WS-FIRST-NAMES PIC X(128) VALUE
    "Alex    Blair   Casey   Dana    Emery   Finley  Gray    Harper  Indy    Jordan  Kendall Logan   Morgan  Noel    Parker  Quinn   ".
01 WS-LAST-NAMES  PIC X(128) VALUE
    "Adams   Brooks  Carter  Dalton  Ellis   Foster  Garcia  Hayes   Irving  Jensen  Keller  Lowe    Mercer  Nolan   Owens   Porter  ".
01 WS-NAME-IDX  PIC 9(5) VALUE 0.
01 WS-NAME-SLOT PIC 9(3) VALUE 0.
01 WS-FAKE-FIRST PIC X(8).
01 WS-FAKE-LAST  PIC X(8).

*> One data file being copied
01 WS-FILE-NAME  PIC X(40).
01 WS-FILE-KIND  PIC X(5).
01 WS-FILE-SPEC  PIC X(20).
01 WS-ROW-COUNT  PIC 9(6) VALUE 0.
01 WS-ROW-DISPLAY PIC 9(6).
01 WS-FILES-DONE PIC 9(4) VALUE 0.
01 WS-FILES-ABSENT PIC 9(4) VALUE 0.

*> Pipe-delimited row, split into fields. The per-file spec has one
*> letter per field:
*>   -  keep as is             U  username -> alias
*>   M  alias if a known user  T  free text -> sample text
*>   W  keep text, replace usernames in it with their aliases
*>   E  e-mail -> <alias of the row's username>@example.edu
*>   B  e-mail -> the fake address given that e-mail elsewhere
*>   H  password hash -> training hash
*>   S  student ID -> fake ID   L / F  last / first name -> sample
*>   P  person's full name -> sample name
*>   R  resume path -> resumes/<alias of the row's username>.pdf
01 WS-LINE-LEN  PIC 9(4) VALUE 0.
01 WS-PIPES     PIC 9(3) VALUE 0.
01 WS-FLD-COUNT PIC 9(3) VALUE 0.
01 WS-FLD-PTR   PIC 9(4) VALUE 0.
01 WS-FLD-TABLE.
    05 WS-FLD OCCURS 20 PIC X(400).
01 WS-FLD-I     PIC 9(3) VALUE 0.
01 WS-FLD-LEN   PIC 9(4) VALUE 0.
01 WS-FLD-CODE  PIC X(1).
01 WS-OUT-PTR   PIC 9(4) VALUE 0.
01 WS-ROW-NAME-IDX PIC 9(5) VALUE 0.
01 WS-ROW-ALIAS    PIC X(20).
*> Row kind of an application-snapshots.txt row (its third field)
01 WS-SNAP-USER    PIC X(20).
01 WS-SNAP-POSTING PIC X(6).
01 WS-SNAP-KIND    PIC X(1).

*> Password hash -- same algorithm as InCollege's COMPUTE-PASSWORD-HASH
01 WS-HASH-INPUT  PIC X(20).
01 WS-HASH-LEN    PIC 9(2) VALUE 0.
01 WS-HASH-ACC    PIC 9(18) VALUE 0.
01 WS-HASH-DIGITS PIC 9(10).
01 WS-HASH-VALUE  PIC X(11).
01 WS-HASH-I      PIC 9(2) VALUE 0.

*> Sample text and username scrubbing
01 WS-FAKE-TEXT  PIC X(100).
01 WS-SC-IN      PIC X(400).
01 WS-SC-OUT     PIC X(400).
01 WS-SC-LEN     PIC 9(4) VALUE 0.
01 WS-SC-PTR     PIC 9(4) VALUE 0.
01 WS-SC-OUT-PTR PIC 9(4) VALUE 0.
01 WS-SC-WORD    PIC X(100).
01 WS-SC-NEWWORD PIC X(120).
01 WS-SC-I       PIC 9(3) VALUE 0.
01 WS-SC-K       PIC 9(3) VALUE 0.

01 WS-COUNT-DISPLAY PIC ZZZ,ZZ9.

PROCEDURE DIVISION.
0000-MAINLINE.
    OPEN OUTPUT REPORT-OUT

    MOVE "===== InCollege Anonymized Training Copy =====" TO REPORT-LINE
    PERFORM SHOW

    PERFORM 0100-READ-CONTROL
    PERFORM 0150-CHECK-OUT-DIR
    IF WS-DIR-OK NOT = 'Y'
        CLOSE REPORT-OUT
        STOP RUN
    END-IF

    PERFORM ACQUIRE-DATA-LOCK
    IF WS-LOCK-BUSY = 'Y'
        MOVE "Data store busy -- retry after the batch window." TO REPORT-LINE
        PERFORM SHOW
        CLOSE REPORT-OUT
        STOP RUN
    END-IF

    MOVE SPACES TO WS-CMD
    STRING "mkdir -p " DELIMITED BY SIZE
           FUNCTION TRIM(WS-OUT-DIR) DELIMITED BY SIZE
           "/src" DELIMITED BY SIZE
           INTO WS-CMD
    END-STRING
    CALL "SYSTEM" USING BY CONTENT WS-CMD

    MOVE WS-TRAIN-PASSWORD TO WS-HASH-INPUT
    PERFORM 1100-COMPUTE-PASSWORD-HASH
    MOVE WS-HASH-VALUE TO WS-TRAIN-HASH

    PERFORM 1000-BUILD-ALIAS-MAP
    MOVE " " TO REPORT-LINE
    PERFORM SHOW
    MOVE "Files written:" TO REPORT-LINE
    PERFORM SHOW
    PERFORM 2000-COPY-USERINFO
    PERFORM 2100-COPY-PROFILES
    PERFORM 2200-COPY-MESSAGES
    PERFORM 2300-COPY-NOTIFICATIONS
    PERFORM 3000-COPY-DATA-FILES
    PERFORM 3900-COPY-REFERENCE-FILES

    PERFORM RELEASE-DATA-LOCK
    PERFORM 9000-SUMMARY
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
    MOVE "AnonymizeData" TO LOCK-PROGRAM
    WRITE LOCK-REC
    CLOSE LOCK-FILE.

RELEASE-DATA-LOCK.
    CALL "SYSTEM" USING BY CONTENT "rm -f src/datastore.lock".

0100-READ-CONTROL.
    OPEN INPUT ANON-CONTROL
    IF ACTL-FILE-STATUS NOT = "00"
        EXIT PARAGRAPH
    END-IF
    MOVE 'N' TO WS-EOF
    PERFORM UNTIL WS-EOF = 'Y'
        READ ANON-CONTROL INTO ANON-CONTROL-LINE
            AT END MOVE 'Y' TO WS-EOF
            NOT AT END
                MOVE SPACES TO ACTL-FIELDS
                UNSTRING ANON-CONTROL-LINE DELIMITED BY "|"
                    INTO ACTL-KEY ACTL-VALUE
                END-UNSTRING
                EVALUATE FUNCTION UPPER-CASE(FUNCTION TRIM(ACTL-KEY))
                    WHEN "OUTDIR"
                        MOVE FUNCTION TRIM(ACTL-VALUE) TO WS-OUT-DIR
                    WHEN "PASSWORD"
                        IF ACTL-VALUE NOT = SPACES
                            MOVE FUNCTION TRIM(ACTL-VALUE) TO WS-TRAIN-PASSWORD
                        END-IF
                    WHEN "RECOVERY"
                        IF ACTL-VALUE NOT = SPACES
                            MOVE FUNCTION TRIM(ACTL-VALUE) TO WS-TRAIN-ANSWER
                        END-IF
                END-EVALUATE
        END-READ
    END-PERFORM
    CLOSE ANON-CONTROL.

*> The copy must land in a directory of its own below the run
*> directory: a relative path of letters, digits, '-', '_' and '/',
*> with no '..', and not the live src/ directory or anything inside
*> it.
0150-CHECK-OUT-DIR.
    MOVE 'Y' TO WS-DIR-OK
    IF WS-OUT-DIR(1:2) = "./"
        MOVE WS-OUT-DIR(3:) TO ACTL-VALUE
        MOVE ACTL-VALUE TO WS-OUT-DIR
    END-IF
    MOVE FUNCTION LENGTH(FUNCTION TRIM(WS-OUT-DIR)) TO WS-DIR-LEN
    IF WS-OUT-DIR = SPACES OR WS-OUT-DIR = "."
        MOVE 'N' TO WS-DIR-OK
    END-IF
    IF WS-OUT-DIR(1:1) = "/" OR WS-OUT-DIR(1:1) = " "
        MOVE 'N' TO WS-DIR-OK
    END-IF
    IF FUNCTION UPPER-CASE(WS-OUT-DIR(1:3)) = "SRC"
        IF WS-OUT-DIR(4:1) = " " OR WS-OUT-DIR(4:1) = "/"
            MOVE 'N' TO WS-DIR-OK
        END-IF
    END-IF
    MOVE 0 TO WS-DIR-TALLY
    INSPECT WS-OUT-DIR TALLYING WS-DIR-TALLY FOR ALL ".."
    IF WS-DIR-TALLY > 0
        MOVE 'N' TO WS-DIR-OK
    END-IF
    PERFORM VARYING WS-DIR-I FROM 1 BY 1
        UNTIL WS-DIR-I > WS-DIR-LEN OR WS-DIR-OK = 'N'
        IF WS-OUT-DIR(WS-DIR-I:1) IS NOT ALPHABETIC
           AND WS-OUT-DIR(WS-DIR-I:1) IS NOT NUMERIC
           AND WS-OUT-DIR(WS-DIR-I:1) NOT = "-"
           AND WS-OUT-DIR(WS-DIR-I:1) NOT = "_"
           AND WS-OUT-DIR(WS-DIR-I:1) NOT = "/"
           AND WS-OUT-DIR(WS-DIR-I:1) NOT = "."
            MOVE 'N' TO WS-DIR-OK
        END-IF
        IF WS-OUT-DIR(WS-DIR-I:1) = " "
            MOVE 'N' TO WS-DIR-OK
        END-IF
    END-PERFORM

    MOVE SPACES TO REPORT-LINE
    IF WS-DIR-OK = 'Y'
        STRING "Output directory: " DELIMITED BY SIZE
               FUNCTION TRIM(WS-OUT-DIR) DELIMITED BY SIZE
               "/src/" DELIMITED BY SIZE
               INTO REPORT-LINE
        END-STRING
    ELSE
        STRING "OUTDIR '" DELIMITED BY SIZE
               FUNCTION TRIM(WS-OUT-DIR) DELIMITED BY SIZE
               "' refused -- use a relative directory of its own, not src/; nothing written." DELIMITED BY SIZE
               INTO REPORT-LINE
        END-STRING
    END-IF
    PERFORM SHOW.

*> Same algorithm as InCollege's COMPUTE-PASSWORD-HASH, so the training
*> password logs in against the hashes written here.
1100-COMPUTE-PASSWORD-HASH.
    MOVE 5381 TO WS-HASH-ACC
    MOVE FUNCTION LENGTH(FUNCTION TRIM(WS-HASH-INPUT)) TO WS-HASH-LEN
    PERFORM VARYING WS-HASH-I FROM 1 BY 1 UNTIL WS-HASH-I > WS-HASH-LEN
        COMPUTE WS-HASH-ACC = FUNCTION MOD(
            WS-HASH-ACC * 33 + FUNCTION ORD(WS-HASH-INPUT(WS-HASH-I:1)),
            2147483647)
    END-PERFORM
    MOVE WS-HASH-ACC TO WS-HASH-DIGITS
    MOVE SPACES TO WS-HASH-VALUE
    STRING "#" DELIMITED BY SIZE
           WS-HASH-DIGITS DELIMITED BY SIZE
           INTO WS-HASH-VALUE
    END-STRING.

*> Aliases are handed out from the account roster first (by account
*> type), then from the alumni roster, so the same live data always
*> produces the same aliases. The system senders map to themselves.
1000-BUILD-ALIAS-MAP.
    MOVE "system" TO WS-AL-KIND
    MOVE "CAREER-SERVICES" TO WS-AL-KEY
    PERFORM 1210-ADD-ALIAS
    MOVE "JOB-EXPIRY" TO WS-AL-KEY
    PERFORM 1210-ADD-ALIAS
    MOVE "JOB-MATCH" TO WS-AL-KEY
    PERFORM 1210-ADD-ALIAS
    MOVE "MENTORSHIP" TO WS-AL-KEY
    PERFORM 1210-ADD-ALIAS
    MOVE "INTERVIEWS" TO WS-AL-KEY
    PERFORM 1210-ADD-ALIAS

    OPEN INPUT USERINFO
    IF UINFO-FILE-STATUS = "00"
        MOVE 'N' TO WS-EOF
        PERFORM UNTIL WS-EOF = 'Y'
            READ USERINFO NEXT RECORD INTO WS-U-REC
                AT END MOVE 'Y' TO WS-EOF
                NOT AT END
                    EVALUATE WS-U-ACCT-TYPE
                        WHEN "E" MOVE "employer" TO WS-AL-KIND
                        WHEN "A" MOVE "admin" TO WS-AL-KIND
                        WHEN OTHER MOVE "student" TO WS-AL-KIND
                    END-EVALUATE
                    MOVE WS-U-USERNAME TO WS-AL-KEY
                    PERFORM 1200-LOOKUP-ALIAS
                    IF WS-AL-FOUND = 'N'
                        PERFORM 1210-ADD-ALIAS
                    END-IF
            END-READ
        END-PERFORM
        CLOSE USERINFO
    END-IF

    MOVE "src/alumni-userinfo.txt" TO WS-IN-PATH
    OPEN INPUT DATA-IN
    IF DATA-IN-STATUS = "00"
        MOVE "alumnus" TO WS-AL-KIND
        MOVE 'N' TO WS-EOF
        PERFORM UNTIL WS-EOF = 'Y'
            READ DATA-IN INTO DATA-IN-LINE
                AT END MOVE 'Y' TO WS-EOF
                NOT AT END
                    MOVE DATA-IN-LINE(1:20) TO WS-AL-KEY
                    IF WS-AL-KEY NOT = SPACES
                        PERFORM 1200-LOOKUP-ALIAS
                        IF WS-AL-FOUND = 'N'
                            PERFORM 1210-ADD-ALIAS
                        END-IF
                    END-IF
            END-READ
        END-PERFORM
        CLOSE DATA-IN
    END-IF

    COMPUTE WS-AL-SEQ = WS-N-STUDENT + WS-N-EMPLOYER + WS-N-ADMIN
    MOVE WS-AL-SEQ TO WS-COUNT-DISPLAY
    MOVE SPACES TO REPORT-LINE
    STRING "Accounts aliased:        " DELIMITED BY SIZE
           WS-COUNT-DISPLAY DELIMITED BY SIZE
           INTO REPORT-LINE
    END-STRING
    PERFORM SHOW
    MOVE WS-N-ALUMNUS TO WS-COUNT-DISPLAY
    MOVE SPACES TO REPORT-LINE
    STRING "Alumni accounts aliased: " DELIMITED BY SIZE
           WS-COUNT-DISPLAY DELIMITED BY SIZE
           INTO REPORT-LINE
    END-STRING
    PERFORM SHOW.

*> Finds WS-AL-KEY in the map: WS-AL-FOUND, WS-AL-IDX, WS-AL-RESULT.
1200-LOOKUP-ALIAS.
    MOVE 'N' TO WS-AL-FOUND
    MOVE 0 TO WS-AL-IDX
    MOVE SPACES TO WS-AL-RESULT
    PERFORM VARYING WS-AL-I FROM 1 BY 1
        UNTIL WS-AL-I > WS-AL-COUNT OR WS-AL-FOUND = 'Y'
        IF WS-AL-NAME(WS-AL-I) = WS-AL-KEY
            MOVE 'Y' TO WS-AL-FOUND
            MOVE WS-AL-I TO WS-AL-IDX
            MOVE WS-AL-ALIAS(WS-AL-I) TO WS-AL-RESULT
        END-IF
    END-PERFORM.

*> Adds WS-AL-KEY as the next alias of kind WS-AL-KIND and leaves it
*> in WS-AL-IDX / WS-AL-RESULT.
1210-ADD-ALIAS.
    IF WS-AL-COUNT >= 5000
        MOVE 'Y' TO WS-CAP-HIT
        MOVE 0 TO WS-AL-IDX
        MOVE "unmapped" TO WS-AL-RESULT
        EXIT PARAGRAPH
    END-IF
    EVALUATE WS-AL-KIND
        WHEN "student"
            ADD 1 TO WS-N-STUDENT
            MOVE WS-N-STUDENT TO WS-AL-SEQ
        WHEN "employer"
            ADD 1 TO WS-N-EMPLOYER
            MOVE WS-N-EMPLOYER TO WS-AL-SEQ
        WHEN "admin"
            ADD 1 TO WS-N-ADMIN
            MOVE WS-N-ADMIN TO WS-AL-SEQ
        WHEN "alumnus"
            ADD 1 TO WS-N-ALUMNUS
            MOVE WS-N-ALUMNUS TO WS-AL-SEQ
        WHEN "former"
            ADD 1 TO WS-N-FORMER
            MOVE WS-N-FORMER TO WS-AL-SEQ
        WHEN OTHER
            ADD 1 TO WS-N-SYSTEM
    END-EVALUATE
    ADD 1 TO WS-AL-COUNT
    MOVE WS-AL-KEY TO WS-AL-NAME(WS-AL-COUNT)
    MOVE SPACES TO WS-AL-RESULT
    IF WS-AL-KIND = "system"
        MOVE WS-AL-KEY TO WS-AL-RESULT
    ELSE
        STRING FUNCTION TRIM(WS-AL-KIND) DELIMITED BY SIZE
               WS-AL-SEQ DELIMITED BY SIZE
               INTO WS-AL-RESULT
        END-STRING
    END-IF
    MOVE WS-AL-RESULT TO WS-AL-ALIAS(WS-AL-COUNT)
    MOVE WS-AL-COUNT TO WS-AL-IDX.

*> Alias for a username field. A name on no roster (an account
*> removed since the row was written) still gets an alias of its own.
1220-ALIAS-OF.
    IF WS-AL-KEY = SPACES
        MOVE SPACES TO WS-AL-RESULT
        MOVE 0 TO WS-AL-IDX
        EXIT PARAGRAPH
    END-IF
    PERFORM 1200-LOOKUP-ALIAS
    IF WS-AL-FOUND = 'N'
        MOVE "former" TO WS-AL-KIND
        PERFORM 1210-ADD-ALIAS
    END-IF.

*> Sample first/last name for name slot WS-NAME-IDX.
1300-FAKE-NAME.
    COMPUTE WS-NAME-SLOT = FUNCTION MOD(WS-NAME-IDX, 16)
    MOVE WS-FIRST-NAMES(WS-NAME-SLOT * 8 + 1:8) TO WS-FAKE-FIRST
    COMPUTE WS-NAME-SLOT = FUNCTION MOD(WS-NAME-IDX / 16, 16)
    MOVE WS-LAST-NAMES(WS-NAME-SLOT * 8 + 1:8) TO WS-FAKE-LAST.

*> Sample text carrying the row number, so rows stay distinguishable.
1310-FAKE-TEXT.
    MOVE WS-ROW-COUNT TO WS-ROW-DISPLAY
    MOVE SPACES TO WS-FAKE-TEXT
    STRING "Sample training text " DELIMITED BY SIZE
           WS-ROW-DISPLAY DELIMITED BY SIZE
           "." DELIMITED BY SIZE
           INTO WS-FAKE-TEXT
    END-STRING.

*> Replaces every word of WS-SC-IN that is a known username (alone or
*> followed by punctuation, e.g. "jdoe's" or "jdoe.") with its alias;
*> the result is in WS-SC-OUT. Ordinary words are left alone.
1400-SCRUB-NAMES.
    MOVE SPACES TO WS-SC-OUT
    MOVE FUNCTION LENGTH(FUNCTION TRIM(WS-SC-IN TRAILING)) TO WS-SC-LEN
    IF WS-SC-IN = SPACES
        EXIT PARAGRAPH
    END-IF
    MOVE 1 TO WS-SC-PTR
    MOVE 1 TO WS-SC-OUT-PTR
    PERFORM UNTIL WS-SC-PTR > WS-SC-LEN
        MOVE SPACES TO WS-SC-WORD
        UNSTRING WS-SC-IN(1:WS-SC-LEN) DELIMITED BY ALL SPACE
            INTO WS-SC-WORD
            WITH POINTER WS-SC-PTR
        END-UNSTRING
        IF WS-SC-WORD NOT = SPACES
            PERFORM 1410-SCRUB-ONE-WORD
            IF WS-SC-OUT-PTR > 1
                STRING " " DELIMITED BY SIZE
                       INTO WS-SC-OUT WITH POINTER WS-SC-OUT-PTR
                END-STRING
            END-IF
            STRING FUNCTION TRIM(WS-SC-NEWWORD) DELIMITED BY SIZE
                   INTO WS-SC-OUT WITH POINTER WS-SC-OUT-PTR
            END-STRING
        END-IF
    END-PERFORM.

1410-SCRUB-ONE-WORD.
    MOVE WS-SC-WORD TO WS-SC-NEWWORD
    IF WS-SC-WORD(21:80) = SPACES
        MOVE WS-SC-WORD(1:20) TO WS-AL-KEY
        PERFORM 1200-LOOKUP-ALIAS
        IF WS-AL-FOUND = 'Y'
            MOVE WS-AL-RESULT TO WS-SC-NEWWORD
            EXIT PARAGRAPH
        END-IF
    END-IF
    MOVE 0 TO WS-SC-K
    PERFORM VARYING WS-SC-I FROM 1 BY 1
        UNTIL WS-SC-I > 21 OR WS-SC-K > 0
        IF WS-SC-WORD(WS-SC-I:1) = "." OR "," OR "!" OR "?" OR ":"
           OR ";" OR "'" OR '"' OR ")"
            MOVE WS-SC-I TO WS-SC-K
        END-IF
    END-PERFORM
    IF WS-SC-K > 1
        MOVE SPACES TO WS-AL-KEY
        MOVE WS-SC-WORD(1:WS-SC-K - 1) TO WS-AL-KEY
        PERFORM 1200-LOOKUP-ALIAS
        IF WS-AL-FOUND = 'Y'
            MOVE SPACES TO WS-SC-NEWWORD
            STRING FUNCTION TRIM(WS-AL-RESULT) DELIMITED BY SIZE
                   WS-SC-WORD(WS-SC-K:) DELIMITED BY SPACE
                   INTO WS-SC-NEWWORD
            END-STRING
        END-IF
    END-IF.

*> Account records: alias, training password hash, training recovery
*> answer. Used for the live roster and the alumni images alike.
1500-ANON-USER-REC.
    MOVE WS-U-USERNAME TO WS-AL-KEY
    PERFORM 1220-ALIAS-OF
    MOVE WS-AL-RESULT TO WS-U-USERNAME
    MOVE WS-TRAIN-HASH TO WS-U-PASSWORD
    MOVE WS-TRAIN-ANSWER TO WS-U-RECOVERY-A.

*> Profile records: alias, sample name, about text and resume path,
*> sample experience descriptions. School, major, dates and skills
*> stay so the matching and reporting programs still have data.
1510-ANON-PROFILE-REC.
    MOVE WS-P-USERNAME TO WS-AL-KEY
    PERFORM 1220-ALIAS-OF
    MOVE WS-AL-RESULT TO WS-P-USERNAME
    MOVE WS-AL-IDX TO WS-NAME-IDX
    PERFORM 1300-FAKE-NAME
    MOVE WS-FAKE-FIRST TO WS-P-FIRST-NAME
    MOVE WS-FAKE-LAST TO WS-P-LAST-NAME
    IF WS-P-ABOUT NOT = SPACES
        MOVE SPACES TO WS-P-ABOUT
        STRING "Sample about text for " DELIMITED BY SIZE
               FUNCTION TRIM(WS-AL-RESULT) DELIMITED BY SIZE
               "." DELIMITED BY SIZE
               INTO WS-P-ABOUT
        END-STRING
    END-IF
    IF WS-P-RESUME NOT = SPACES
        MOVE SPACES TO WS-P-RESUME
        STRING "resumes/" DELIMITED BY SIZE
               FUNCTION TRIM(WS-AL-RESULT) DELIMITED BY SIZE
               ".pdf" DELIMITED BY SIZE
               INTO WS-P-RESUME
        END-STRING
    END-IF
    PERFORM VARYING WS-P-I FROM 1 BY 1 UNTIL WS-P-I > 10
        IF WS-P-EXP-DESC(WS-P-I) NOT = SPACES
            MOVE "Sample duties." TO WS-P-EXP-DESC(WS-P-I)
        END-IF
    END-PERFORM.

2000-COPY-USERINFO.
    MOVE SPACES TO WS-OUT-UINFO-PATH
    STRING FUNCTION TRIM(WS-OUT-DIR) DELIMITED BY SIZE
           "/src/userinfo.txt" DELIMITED BY SIZE
           INTO WS-OUT-UINFO-PATH
    END-STRING
    MOVE "userinfo.txt" TO WS-FILE-NAME
    MOVE 0 TO WS-ROW-COUNT
    OPEN INPUT USERINFO
    IF UINFO-FILE-STATUS NOT = "00"
        PERFORM 3800-REPORT-ABSENT
        EXIT PARAGRAPH
    END-IF
    OPEN OUTPUT OUT-USERINFO
    MOVE 'N' TO WS-EOF
    PERFORM UNTIL WS-EOF = 'Y'
        READ USERINFO NEXT RECORD INTO WS-U-REC
            AT END MOVE 'Y' TO WS-EOF
            NOT AT END
                ADD 1 TO WS-ROW-COUNT
                PERFORM 1500-ANON-USER-REC
                MOVE WS-U-REC TO OUT-USER-REC
                WRITE OUT-USER-REC
                    INVALID KEY CONTINUE
                END-WRITE
        END-READ
    END-PERFORM
    CLOSE OUT-USERINFO
    CLOSE USERINFO
    PERFORM 3810-REPORT-FILE.

2100-COPY-PROFILES.
    MOVE SPACES TO WS-OUT-PROF-PATH
    STRING FUNCTION TRIM(WS-OUT-DIR) DELIMITED BY SIZE
           "/src/profiles.txt" DELIMITED BY SIZE
           INTO WS-OUT-PROF-PATH
    END-STRING
    MOVE "profiles.txt" TO WS-FILE-NAME
    MOVE 0 TO WS-ROW-COUNT
    OPEN INPUT PROFILES
    IF PROFILES-FILE-STATUS NOT = "00"
        PERFORM 3800-REPORT-ABSENT
        EXIT PARAGRAPH
    END-IF
    OPEN OUTPUT OUT-PROFILES
    MOVE 'N' TO WS-EOF
    PERFORM UNTIL WS-EOF = 'Y'
        READ PROFILES NEXT RECORD INTO WS-P-REC
            AT END MOVE 'Y' TO WS-EOF
            NOT AT END
                ADD 1 TO WS-ROW-COUNT
                PERFORM 1510-ANON-PROFILE-REC
                MOVE WS-P-REC TO OUT-P-REC
                WRITE OUT-P-REC
                    INVALID KEY CONTINUE
                END-WRITE
        END-READ
    END-PERFORM
    CLOSE OUT-PROFILES
    CLOSE PROFILES
    PERFORM 3810-REPORT-FILE.

*> The keyed queues: each row is rewritten under its recipient's
*> alias, which gives it a new key in the copy (the time and sequence
*> parts are kept, and the alias map is one-to-one, so keys stay unique).
2200-COPY-MESSAGES.
    MOVE SPACES TO WS-OUT-MSG-PATH
    STRING FUNCTION TRIM(WS-OUT-DIR) DELIMITED BY SIZE
           "/src/messages.txt" DELIMITED BY SIZE
           INTO WS-OUT-MSG-PATH
    END-STRING
    MOVE "messages.txt" TO WS-FILE-NAME
    MOVE 0 TO WS-ROW-COUNT
    OPEN INPUT MESSAGES
    IF MESSAGES-FILE-STATUS NOT = "00"
        PERFORM 3800-REPORT-ABSENT
        EXIT PARAGRAPH
    END-IF
    OPEN OUTPUT OUT-MESSAGES
    MOVE 'N' TO WS-EOF
    PERFORM UNTIL WS-EOF = 'Y'
        READ MESSAGES NEXT RECORD INTO WS-MSG-REC
            AT END MOVE 'Y' TO WS-EOF
            NOT AT END
                ADD 1 TO WS-ROW-COUNT
                PERFORM 3210-ANON-MESSAGE
                MOVE WS-MSG-REC TO OUT-MSG-REC
                WRITE OUT-MSG-REC
                    INVALID KEY CONTINUE
                END-WRITE
        END-READ
    END-PERFORM
    CLOSE OUT-MESSAGES
    CLOSE MESSAGES
    PERFORM 3810-REPORT-FILE.

2300-COPY-NOTIFICATIONS.
    MOVE SPACES TO WS-OUT-NOTIF-PATH
    STRING FUNCTION TRIM(WS-OUT-DIR) DELIMITED BY SIZE
           "/src/notifications.txt" DELIMITED BY SIZE
           INTO WS-OUT-NOTIF-PATH
    END-STRING
    MOVE "notifications.txt" TO WS-FILE-NAME
    MOVE 0 TO WS-ROW-COUNT
    OPEN INPUT NOTIFICATIONS
    IF NOTIFICATIONS-FILE-STATUS NOT = "00"
        PERFORM 3800-REPORT-ABSENT
        EXIT PARAGRAPH
    END-IF
    OPEN OUTPUT OUT-NOTIFICATIONS
    MOVE 'N' TO WS-EOF
    PERFORM UNTIL WS-EOF = 'Y'
        READ NOTIFICATIONS NEXT RECORD INTO WS-NOTIF-REC
            AT END MOVE 'Y' TO WS-EOF
            NOT AT END
                ADD 1 TO WS-ROW-COUNT
                PERFORM 3220-ANON-NOTIFICATION
                MOVE WS-NOTIF-REC TO OUT-NOTIF-REC
                WRITE OUT-NOTIF-REC
                    INVALID KEY CONTINUE
                END-WRITE
        END-READ
    END-PERFORM
    CLOSE OUT-NOTIFICATIONS
    CLOSE NOTIFICATIONS
    PERFORM 3810-REPORT-FILE.

*> Every other data file, in an order that lets later files reuse
*> what earlier ones mapped (contact-prefs before mail-bounces,
*> registrar-xref before registrar-extract).
3000-COPY-DATA-FILES.
    MOVE "connections.txt" TO WS-FILE-NAME
    MOVE "CONN" TO WS-FILE-KIND
    PERFORM 3100-COPY-ONE-FILE
    MOVE "alumni-userinfo.txt" TO WS-FILE-NAME
    MOVE "AUSER" TO WS-FILE-KIND
    PERFORM 3100-COPY-ONE-FILE
    MOVE "alumni-profiles.txt" TO WS-FILE-NAME
    MOVE "APROF" TO WS-FILE-KIND
    PERFORM 3100-COPY-ONE-FILE
    MOVE "alumni-connections.txt" TO WS-FILE-NAME
    MOVE "CONN" TO WS-FILE-KIND
    PERFORM 3100-COPY-ONE-FILE

    MOVE "PIPE" TO WS-FILE-KIND
    MOVE "applications.txt" TO WS-FILE-NAME
    MOVE "U-U" TO WS-FILE-SPEC
    PERFORM 3100-COPY-ONE-FILE
    MOVE "interviews.txt" TO WS-FILE-NAME
    MOVE "U-U" TO WS-FILE-SPEC
    PERFORM 3100-COPY-ONE-FILE
    MOVE "placements.txt" TO WS-FILE-NAME
    MOVE "UU" TO WS-FILE-SPEC
    PERFORM 3100-COPY-ONE-FILE
    MOVE "jobs.txt" TO WS-FILE-NAME
    MOVE "U" TO WS-FILE-SPEC
    PERFORM 3100-COPY-ONE-FILE
    MOVE "employers.txt" TO WS-FILE-NAME
    MOVE "U" TO WS-FILE-SPEC
    PERFORM 3100-COPY-ONE-FILE
    MOVE "employer-verify.txt" TO WS-FILE-NAME
    MOVE "U" TO WS-FILE-SPEC
    PERFORM 3100-COPY-ONE-FILE
    MOVE "profile-visibility.txt" TO WS-FILE-NAME
    MOVE "U" TO WS-FILE-SPEC
    PERFORM 3100-COPY-ONE-FILE
    MOVE "contact-prefs.txt" TO WS-FILE-NAME
    MOVE "UE" TO WS-FILE-SPEC
    PERFORM 3100-COPY-ONE-FILE
    MOVE "mail-bounces.txt" TO WS-FILE-NAME
    MOVE "B" TO WS-FILE-SPEC
    PERFORM 3100-COPY-ONE-FILE
    MOVE "password-history.txt" TO WS-FILE-NAME
    MOVE "U-H" TO WS-FILE-SPEC
    PERFORM 3100-COPY-ONE-FILE
    MOVE "registrar-xref.txt" TO WS-FILE-NAME
    MOVE "US" TO WS-FILE-SPEC
    PERFORM 3100-COPY-ONE-FILE
    MOVE "registrar-extract.txt" TO WS-FILE-NAME
    MOVE "SLF" TO WS-FILE-SPEC
    PERFORM 3100-COPY-ONE-FILE
    MOVE "account-campus.txt" TO WS-FILE-NAME
    MOVE "U" TO WS-FILE-SPEC
    PERFORM 3100-COPY-ONE-FILE
    MOVE "blocks.txt" TO WS-FILE-NAME
    MOVE "UU" TO WS-FILE-SPEC
    PERFORM 3100-COPY-ONE-FILE
    MOVE "message-reports.txt" TO WS-FILE-NAME
    MOVE "UU-T" TO WS-FILE-SPEC
    PERFORM 3100-COPY-ONE-FILE
    MOVE "notifications-consumed.txt" TO WS-FILE-NAME
    MOVE "-UUW" TO WS-FILE-SPEC
    PERFORM 3100-COPY-ONE-FILE
    MOVE "quota-usage.txt" TO WS-FILE-NAME
    MOVE "-U" TO WS-FILE-SPEC
    PERFORM 3100-COPY-ONE-FILE
    MOVE "screening-queue.txt" TO WS-FILE-NAME
    MOVE "--UM----UT" TO WS-FILE-SPEC
    PERFORM 3100-COPY-ONE-FILE
    MOVE "internships.txt" TO WS-FILE-NAME
    MOVE "U-U--P----UTT" TO WS-FILE-SPEC
    PERFORM 3100-COPY-ONE-FILE
    MOVE "internship-hours.txt" TO WS-FILE-NAME
    MOVE "U" TO WS-FILE-SPEC
    PERFORM 3100-COPY-ONE-FILE
    MOVE "internship-evals.txt" TO WS-FILE-NAME
    MOVE "U-U---T" TO WS-FILE-SPEC
    PERFORM 3100-COPY-ONE-FILE
    MOVE "survey-outcomes.txt" TO WS-FILE-NAME
    MOVE "U" TO WS-FILE-SPEC
    PERFORM 3100-COPY-ONE-FILE
    MOVE "endorsements.txt" TO WS-FILE-NAME
    MOVE "U-U" TO WS-FILE-SPEC
    PERFORM 3100-COPY-ONE-FILE
    MOVE "recommendations.txt" TO WS-FILE-NAME
    MOVE "UU-T" TO WS-FILE-SPEC
    PERFORM 3100-COPY-ONE-FILE
    MOVE "integrity-flags.txt" TO WS-FILE-NAME
    MOVE "-UU--W--U" TO WS-FILE-SPEC
    PERFORM 3100-COPY-ONE-FILE
    MOVE "skillsdone.txt" TO WS-FILE-NAME
    MOVE "U" TO WS-FILE-SPEC
    PERFORM 3100-COPY-ONE-FILE
    MOVE "events.txt" TO WS-FILE-NAME
    MOVE "--U" TO WS-FILE-SPEC
    PERFORM 3100-COPY-ONE-FILE
    MOVE "event-rsvps.txt" TO WS-FILE-NAME
    MOVE "-U" TO WS-FILE-SPEC
    PERFORM 3100-COPY-ONE-FILE
    MOVE "groups.txt" TO WS-FILE-NAME
    MOVE "-U" TO WS-FILE-SPEC
    PERFORM 3100-COPY-ONE-FILE
    MOVE "group-members.txt" TO WS-FILE-NAME
    MOVE "-U" TO WS-FILE-SPEC
    PERFORM 3100-COPY-ONE-FILE
    MOVE "group-posts.txt" TO WS-FILE-NAME
    MOVE "-U-T" TO WS-FILE-SPEC
    PERFORM 3100-COPY-ONE-FILE
    MOVE "mentors.txt" TO WS-FILE-NAME
    MOVE "U" TO WS-FILE-SPEC
    PERFORM 3100-COPY-ONE-FILE
    MOVE "mentorships.txt" TO WS-FILE-NAME
    MOVE "UU" TO WS-FILE-SPEC
    PERFORM 3100-COPY-ONE-FILE
    MOVE "announcements.txt" TO WS-FILE-NAME
    MOVE "--UW" TO WS-FILE-SPEC
    PERFORM 3100-COPY-ONE-FILE
    MOVE "announcement-seen.txt" TO WS-FILE-NAME
    MOVE "-U" TO WS-FILE-SPEC
    PERFORM 3100-COPY-ONE-FILE
    MOVE "referrals.txt" TO WS-FILE-NAME
    MOVE "UU-U" TO WS-FILE-SPEC
    PERFORM 3100-COPY-ONE-FILE
    MOVE "application-snapshots.txt" TO WS-FILE-NAME
    MOVE "SNAP" TO WS-FILE-KIND
    PERFORM 3100-COPY-ONE-FILE.

*> Copies src/<WS-FILE-NAME> to <OUTDIR>/src/<WS-FILE-NAME>, one row
*> at a time through the transform for WS-FILE-KIND. Blank lines are
*> carried over as they are.
3100-COPY-ONE-FILE.
    MOVE 0 TO WS-ROW-COUNT
    MOVE SPACES TO WS-IN-PATH
    STRING "src/" DELIMITED BY SIZE
           FUNCTION TRIM(WS-FILE-NAME) DELIMITED BY SIZE
           INTO WS-IN-PATH
    END-STRING
    MOVE SPACES TO WS-OUT-PATH
    STRING FUNCTION TRIM(WS-OUT-DIR) DELIMITED BY SIZE
           "/src/" DELIMITED BY SIZE
           FUNCTION TRIM(WS-FILE-NAME) DELIMITED BY SIZE
           INTO WS-OUT-PATH
    END-STRING
    OPEN INPUT DATA-IN
    IF DATA-IN-STATUS NOT = "00"
        PERFORM 3800-REPORT-ABSENT
        EXIT PARAGRAPH
    END-IF
    OPEN OUTPUT DATA-OUT
    MOVE 'N' TO WS-EOF
    PERFORM UNTIL WS-EOF = 'Y'
        MOVE SPACES TO DATA-IN-LINE
        READ DATA-IN INTO DATA-IN-LINE
            AT END MOVE 'Y' TO WS-EOF
            NOT AT END
                MOVE DATA-IN-LINE TO DATA-OUT-LINE
                IF DATA-IN-LINE NOT = SPACES
                    ADD 1 TO WS-ROW-COUNT
                    EVALUATE WS-FILE-KIND
                        WHEN "CONN"  PERFORM 3200-ANON-CONNECTION
                        WHEN "AUSER" PERFORM 3230-ANON-ALUMNI-USER
                        WHEN "APROF" PERFORM 3240-ANON-ALUMNI-PROFILE
                        WHEN "SNAP"  PERFORM 3250-ANON-APP-SNAPSHOT
                        WHEN OTHER   PERFORM 3300-ANON-PIPE-ROW
                    END-EVALUATE
                END-IF
                WRITE DATA-OUT-LINE
        END-READ
    END-PERFORM
    CLOSE DATA-OUT
    CLOSE DATA-IN
    PERFORM 3810-REPORT-FILE.

3200-ANON-CONNECTION.
    MOVE DATA-IN-LINE TO WS-CONN-REC
    MOVE WS-CONN-SENDER TO WS-AL-KEY
    PERFORM 1220-ALIAS-OF
    MOVE WS-AL-RESULT TO WS-CONN-SENDER
    MOVE WS-CONN-RECIPIENT TO WS-AL-KEY
    PERFORM 1220-ALIAS-OF
    MOVE WS-AL-RESULT TO WS-CONN-RECIPIENT
    MOVE SPACES TO DATA-OUT-LINE
    MOVE WS-CONN-REC TO DATA-OUT-LINE.

*> Anonymizes WS-MSG-REC in place (2200-COPY-MESSAGES).
3210-ANON-MESSAGE.
    MOVE WS-MSG-RECIPIENT TO WS-AL-KEY
    PERFORM 1220-ALIAS-OF
    MOVE WS-AL-RESULT TO WS-MSG-RECIPIENT
    MOVE WS-MSG-SENDER TO WS-AL-KEY
    PERFORM 1220-ALIAS-OF
    MOVE WS-AL-RESULT TO WS-MSG-SENDER
    PERFORM 1310-FAKE-TEXT
    MOVE WS-FAKE-TEXT TO WS-MSG-TEXT.

*> Anonymizes WS-NOTIF-REC in place (2300-COPY-NOTIFICATIONS).
3220-ANON-NOTIFICATION.
    MOVE WS-NOTIF-RECIPIENT TO WS-AL-KEY
    PERFORM 1220-ALIAS-OF
    MOVE WS-AL-RESULT TO WS-NOTIF-RECIPIENT
    MOVE WS-NOTIF-SENDER TO WS-AL-KEY
    PERFORM 1220-ALIAS-OF
    MOVE WS-AL-RESULT TO WS-NOTIF-SENDER
    MOVE WS-NOTIF-MESSAGE TO WS-SC-IN
    PERFORM 1400-SCRUB-NAMES
    MOVE WS-SC-OUT TO WS-NOTIF-MESSAGE.

3230-ANON-ALUMNI-USER.
    MOVE DATA-IN-LINE TO WS-U-REC
    PERFORM 1500-ANON-USER-REC
    MOVE SPACES TO DATA-OUT-LINE
    MOVE WS-U-REC TO DATA-OUT-LINE.

3240-ANON-ALUMNI-PROFILE.
    MOVE DATA-IN-LINE TO WS-P-REC
    PERFORM 1510-ANON-PROFILE-REC
    MOVE SPACES TO DATA-OUT-LINE
    MOVE WS-P-REC TO DATA-OUT-LINE.

*> application-snapshots.txt holds several row kinds, so the spec is
*> picked per row: the resume path, cover letter and experience
*> descriptions are replaced the way the profile's own are; titles,
*> companies, schools and skill numbers are kept; the referring
*> student on an R row is aliased.
3250-ANON-APP-SNAPSHOT.
    MOVE SPACES TO WS-SNAP-USER WS-SNAP-POSTING WS-SNAP-KIND
    UNSTRING DATA-IN-LINE DELIMITED BY "|"
        INTO WS-SNAP-USER WS-SNAP-POSTING WS-SNAP-KIND
    END-UNSTRING
    EVALUATE WS-SNAP-KIND
        WHEN "H" MOVE "U--R-" TO WS-FILE-SPEC
        WHEN "C" MOVE "U--T" TO WS-FILE-SPEC
        WHEN "X" MOVE "U-----T" TO WS-FILE-SPEC
        WHEN "R" MOVE "U--U" TO WS-FILE-SPEC
        WHEN OTHER MOVE "U" TO WS-FILE-SPEC
    END-EVALUATE
    PERFORM 3300-ANON-PIPE-ROW.

*> Splits a pipe-delimited row, applies WS-FILE-SPEC field by field
*> and joins it again with the same number of fields.
3300-ANON-PIPE-ROW.
    MOVE FUNCTION LENGTH(FUNCTION TRIM(DATA-IN-LINE TRAILING)) TO WS-LINE-LEN
    MOVE 0 TO WS-PIPES
    INSPECT DATA-IN-LINE(1:WS-LINE-LEN) TALLYING WS-PIPES FOR ALL "|"
    COMPUTE WS-FLD-COUNT = WS-PIPES + 1
    IF WS-FLD-COUNT > 20
        MOVE 20 TO WS-FLD-COUNT
    END-IF
    MOVE SPACES TO WS-FLD-TABLE
    MOVE 1 TO WS-FLD-PTR
    PERFORM VARYING WS-FLD-I FROM 1 BY 1 UNTIL WS-FLD-I > WS-FLD-COUNT
        IF WS-FLD-PTR <= WS-LINE-LEN
            UNSTRING DATA-IN-LINE(1:WS-LINE-LEN) DELIMITED BY "|"
                INTO WS-FLD(WS-FLD-I)
                WITH POINTER WS-FLD-PTR
            END-UNSTRING
        END-IF
    END-PERFORM

    MOVE 0 TO WS-ROW-NAME-IDX
    MOVE SPACES TO WS-ROW-ALIAS
    PERFORM VARYING WS-FLD-I FROM 1 BY 1
        UNTIL WS-FLD-I > WS-FLD-COUNT OR WS-FLD-I > 20
        MOVE WS-FILE-SPEC(WS-FLD-I:1) TO WS-FLD-CODE
        IF WS-FLD(WS-FLD-I) NOT = SPACES
            PERFORM 3310-ANON-FIELD
        END-IF
    END-PERFORM

    MOVE SPACES TO DATA-OUT-LINE
    MOVE 1 TO WS-OUT-PTR
    PERFORM VARYING WS-FLD-I FROM 1 BY 1 UNTIL WS-FLD-I > WS-FLD-COUNT
        IF WS-FLD-I > 1
            STRING "|" DELIMITED BY SIZE
                   INTO DATA-OUT-LINE WITH POINTER WS-OUT-PTR
            END-STRING
        END-IF
        IF WS-FLD(WS-FLD-I) NOT = SPACES
            MOVE FUNCTION LENGTH(FUNCTION TRIM(WS-FLD(WS-FLD-I) TRAILING))
                TO WS-FLD-LEN
            STRING WS-FLD(WS-FLD-I)(1:WS-FLD-LEN) DELIMITED BY SIZE
                   INTO DATA-OUT-LINE WITH POINTER WS-OUT-PTR
            END-STRING
        END-IF
    END-PERFORM.

*> One non-blank field, by its spec letter (see WS-FLD-TABLE).
3310-ANON-FIELD.
    EVALUATE WS-FLD-CODE
        WHEN "U"
            MOVE WS-FLD(WS-FLD-I) TO WS-AL-KEY
            PERFORM 1220-ALIAS-OF
            MOVE WS-AL-RESULT TO WS-FLD(WS-FLD-I)
            IF WS-ROW-ALIAS = SPACES
                MOVE WS-AL-RESULT TO WS-ROW-ALIAS
                MOVE WS-AL-IDX TO WS-ROW-NAME-IDX
            END-IF
        WHEN "M"
            MOVE WS-FLD(WS-FLD-I) TO WS-AL-KEY
            PERFORM 1200-LOOKUP-ALIAS
            IF WS-AL-FOUND = 'Y'
                MOVE WS-AL-RESULT TO WS-FLD(WS-FLD-I)
            END-IF
        WHEN "T"
            PERFORM 1310-FAKE-TEXT
            MOVE WS-FAKE-TEXT TO WS-FLD(WS-FLD-I)
        WHEN "W"
            MOVE WS-FLD(WS-FLD-I) TO WS-SC-IN
            PERFORM 1400-SCRUB-NAMES
            MOVE WS-SC-OUT TO WS-FLD(WS-FLD-I)
        WHEN "E"
            PERFORM 3320-FAKE-EMAIL
        WHEN "B"
            PERFORM 3330-BOUNCED-EMAIL
        WHEN "H"
            MOVE WS-TRAIN-HASH TO WS-FLD(WS-FLD-I)
        WHEN "S"
            PERFORM 3340-FAKE-STUDENT-ID
        WHEN "L"
            MOVE WS-ROW-NAME-IDX TO WS-NAME-IDX
            PERFORM 1300-FAKE-NAME
            MOVE WS-FAKE-LAST TO WS-FLD(WS-FLD-I)
        WHEN "F"
            MOVE WS-ROW-NAME-IDX TO WS-NAME-IDX
            PERFORM 1300-FAKE-NAME
            MOVE WS-FAKE-FIRST TO WS-FLD(WS-FLD-I)
        WHEN "R"
            MOVE SPACES TO WS-FLD(WS-FLD-I)
            STRING "resumes/" DELIMITED BY SIZE
                   FUNCTION TRIM(WS-ROW-ALIAS) DELIMITED BY SIZE
                   ".pdf" DELIMITED BY SIZE
                   INTO WS-FLD(WS-FLD-I)
            END-STRING
        WHEN "P"
            MOVE WS-ROW-COUNT TO WS-NAME-IDX
            PERFORM 1300-FAKE-NAME
            MOVE SPACES TO WS-FLD(WS-FLD-I)
            STRING FUNCTION TRIM(WS-FAKE-FIRST) DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   FUNCTION TRIM(WS-FAKE-LAST) DELIMITED BY SIZE
                   INTO WS-FLD(WS-FLD-I)
            END-STRING
        WHEN OTHER
            CONTINUE
    END-EVALUATE.

*> <alias>@example.edu for the row's username; the original address
*> is remembered so mail-bounces rows get the same fake address.
3320-FAKE-EMAIL.
    MOVE 0 TO WS-EM-I
    IF WS-EM-COUNT < 3000
        ADD 1 TO WS-EM-COUNT
        MOVE WS-EM-COUNT TO WS-EM-I
        MOVE WS-FLD(WS-FLD-I) TO WS-EM-ORIG(WS-EM-I)
    END-IF
    MOVE SPACES TO WS-FLD(WS-FLD-I)
    IF WS-ROW-ALIAS = SPACES
        ADD 1 TO WS-EM-SEQ
        STRING "user" DELIMITED BY SIZE
               WS-EM-SEQ DELIMITED BY SIZE
               "@example.edu" DELIMITED BY SIZE
               INTO WS-FLD(WS-FLD-I)
        END-STRING
    ELSE
        STRING FUNCTION TRIM(WS-ROW-ALIAS) DELIMITED BY SIZE
               "@example.edu" DELIMITED BY SIZE
               INTO WS-FLD(WS-FLD-I)
        END-STRING
    END-IF
    IF WS-EM-I > 0
        MOVE WS-FLD(WS-FLD-I) TO WS-EM-FAKE(WS-EM-I)
    END-IF.

3330-BOUNCED-EMAIL.
    MOVE 0 TO WS-EM-HIT
    PERFORM VARYING WS-EM-I FROM 1 BY 1
        UNTIL WS-EM-I > WS-EM-COUNT OR WS-EM-HIT > 0
        IF FUNCTION UPPER-CASE(WS-EM-ORIG(WS-EM-I))
           = FUNCTION UPPER-CASE(WS-FLD(WS-FLD-I)(1:60))
            MOVE WS-EM-I TO WS-EM-HIT
        END-IF
    END-PERFORM
    IF WS-EM-HIT > 0
        MOVE WS-EM-FAKE(WS-EM-HIT) TO WS-FLD(WS-FLD-I)
    ELSE
        MOVE SPACES TO WS-FLD(WS-FLD-I)
        ADD 1 TO WS-EM-SEQ
        STRING "user" DELIMITED BY SIZE
               WS-EM-SEQ DELIMITED BY SIZE
               "@example.edu" DELIMITED BY SIZE
               INTO WS-FLD(WS-FLD-I)
        END-STRING
    END-IF.

*> A student ID gets the same fake ID wherever it appears. An ID first
*> seen in registrar-xref takes the name slot of that row's username,
*> so the registrar extract's sample name matches the sample profile.
3340-FAKE-STUDENT-ID.
    MOVE 'N' TO WS-SID-FOUND
    PERFORM VARYING WS-SID-I FROM 1 BY 1
        UNTIL WS-SID-I > WS-SID-COUNT OR WS-SID-FOUND = 'Y'
        IF WS-SID-ORIG(WS-SID-I) = WS-FLD(WS-FLD-I)(1:20)
            MOVE 'Y' TO WS-SID-FOUND
            MOVE WS-SID-FAKE(WS-SID-I) TO WS-FLD(WS-FLD-I)
            IF WS-ROW-NAME-IDX = 0
                MOVE WS-SID-NAME-IDX(WS-SID-I) TO WS-ROW-NAME-IDX
            END-IF
        END-IF
    END-PERFORM
    IF WS-SID-FOUND = 'Y'
        EXIT PARAGRAPH
    END-IF
    ADD 1 TO WS-SID-NUM
    IF WS-ROW-NAME-IDX = 0
        COMPUTE WS-ROW-NAME-IDX = WS-AL-COUNT + WS-SID-NUM
    END-IF
    IF WS-SID-COUNT < 3000
        ADD 1 TO WS-SID-COUNT
        MOVE WS-FLD(WS-FLD-I) TO WS-SID-ORIG(WS-SID-COUNT)
        MOVE WS-ROW-NAME-IDX TO WS-SID-NAME-IDX(WS-SID-COUNT)
        STRING "9" DELIMITED BY SIZE
               WS-SID-NUM DELIMITED BY SIZE
               INTO WS-SID-FAKE(WS-SID-COUNT)
        END-STRING
    END-IF
    MOVE SPACES TO WS-FLD(WS-FLD-I)
    STRING "9" DELIMITED BY SIZE
           WS-SID-NUM DELIMITED BY SIZE
           INTO WS-FLD(WS-FLD-I)
    END-STRING.

3800-REPORT-ABSENT.
    ADD 1 TO WS-FILES-ABSENT
    MOVE SPACES TO REPORT-LINE
    STRING "  " DELIMITED BY SIZE
           FUNCTION TRIM(WS-FILE-NAME) DELIMITED BY SIZE
           ": not present, skipped" DELIMITED BY SIZE
           INTO REPORT-LINE
    END-STRING
    PERFORM SHOW.

3810-REPORT-FILE.
    ADD 1 TO WS-FILES-DONE
    MOVE WS-ROW-COUNT TO WS-COUNT-DISPLAY
    MOVE SPACES TO REPORT-LINE
    STRING "  " DELIMITED BY SIZE
           FUNCTION TRIM(WS-FILE-NAME) DELIMITED BY SIZE
           ": " DELIMITED BY SIZE
           FUNCTION TRIM(WS-COUNT-DISPLAY) DELIMITED BY SIZE
           " rows" DELIMITED BY SIZE
           INTO REPORT-LINE
    END-STRING
    PERFORM SHOW.

*> Reference files hold no personal data and are copied as they are,
*> so the programs have their lookup tables when run against the copy.
3900-COPY-REFERENCE-FILES.
    MOVE SPACES TO WS-CMD
    STRING "for f in skills.txt majors.txt campuses.txt screening-terms.txt posting-seq.txt posting-skills.txt posting-history.txt metrics-history.txt Nightly-Schedule.txt; do " DELIMITED BY SIZE
           "[ -f src/$f ] && cp -f src/$f " DELIMITED BY SIZE
           FUNCTION TRIM(WS-OUT-DIR) DELIMITED BY SIZE
           "/src/$f; done; true" DELIMITED BY SIZE
           INTO WS-CMD
    END-STRING
    CALL "SYSTEM" USING BY CONTENT WS-CMD
    MOVE "  Reference files (skills, majors, campuses, screening terms, posting sequence, skills and history, metrics history, schedule): copied as is" TO REPORT-LINE
    PERFORM SHOW.

9000-SUMMARY.
    MOVE " " TO REPORT-LINE
    PERFORM SHOW
    MOVE WS-FILES-DONE TO WS-COUNT-DISPLAY
    MOVE SPACES TO REPORT-LINE
    STRING "Data files anonymized:   " DELIMITED BY SIZE
           WS-COUNT-DISPLAY DELIMITED BY SIZE
           INTO REPORT-LINE
    END-STRING
    PERFORM SHOW
    MOVE WS-N-FORMER TO WS-COUNT-DISPLAY
    MOVE SPACES TO REPORT-LINE
    STRING "Former users aliased:    " DELIMITED BY SIZE
           WS-COUNT-DISPLAY DELIMITED BY SIZE
           "  (names in activity files with no account)" DELIMITED BY SIZE
           INTO REPORT-LINE
    END-STRING
    PERFORM SHOW
    MOVE SPACES TO REPORT-LINE
    STRING "Every account's password is now: " DELIMITED BY SIZE
           FUNCTION TRIM(WS-TRAIN-PASSWORD) DELIMITED BY SIZE
           "   recovery answer: " DELIMITED BY SIZE
           FUNCTION TRIM(WS-TRAIN-ANSWER) DELIMITED BY SIZE
           INTO REPORT-LINE
    END-STRING
    PERFORM SHOW
    IF WS-CAP-HIT = 'Y'
        MOVE "WARNING: more usernames than the alias table holds -- the overflow was written as 'unmapped'." TO REPORT-LINE
        PERFORM SHOW
    END-IF
    MOVE "Run the programs from the output directory to use the copy." TO REPORT-LINE
    PERFORM SHOW.
