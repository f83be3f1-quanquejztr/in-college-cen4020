>>SOURCE FORMAT FREE
*> Nightly registrar verification: reads the registrar's enrollment
*> extract and checks every active student account against it, since
*> P-MAJOR and P-GRAD-YEAR are otherwise only whatever the student
*> typed into EDIT-PROFILE. The extract is src/registrar-extract.txt,
*> one student per line:
*>     STUDENT-ID|LAST-NAME|FIRST-NAME|MAJOR|GRAD-TERM|STATUS
*> GRAD-TERM carries the expected graduation year somewhere in it
*> (2027SP, SPRING 2027, ...); STATUS ENROLLED means a current
*> student, anything else (WITHDRAWN, GRADUATED, LOA, ...) does not.
*> Accounts are tied to student IDs through the crosswalk
*> src/registrar-xref.txt (USERNAME|STUDENT-ID). An account not yet
*> on the crosswalk is matched on profile first + last name; a unique
*> match is added to the crosswalk so later nights match on the ID
*> even after a name change. Ambiguous names are listed for the
*> registrar liaison to add by hand. The job reports:
*>   - student accounts with no enrolled student behind them (no
*>     match, an ID that dropped off the extract, or a status other
*>     than ENROLLED);
*>   - profiles whose major (resolved through src/majors.txt) or grad
*>     year disagrees with the registrar.
*> Driven by a one-line control file src/Registrar-Control.txt:
*>     REPORT           report only (the default when the file is
*>                      missing)
*>     APPLY            also overwrite P-MAJOR and P-GRAD-YEAR with
*>                      the registrar's values
*> A registrar major the catalog does not recognize is reported and
*> never written. Everything is reported to src/Registrar-Report.txt.
IDENTIFICATION DIVISION.
PROGRAM-ID. RegistrarFeed.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT CONTROL-FILE ASSIGN TO "src/Registrar-Control.txt"
        ORGANIZATION IS LINE SEQUENTIAL
        ACCESS MODE IS SEQUENTIAL
        FILE STATUS IS CONTROL-FILE-STATUS.

    SELECT EXTRACT-FILE ASSIGN TO "src/registrar-extract.txt"
        ORGANIZATION IS LINE SEQUENTIAL
        ACCESS MODE IS SEQUENTIAL
        FILE STATUS IS EXTRACT-FILE-STATUS.

    SELECT XREF-FILE ASSIGN TO "src/registrar-xref.txt"
        ORGANIZATION IS LINE SEQUENTIAL
        ACCESS MODE IS SEQUENTIAL
        FILE STATUS IS XREF-FILE-STATUS.

*> Same physical data store src/InCollege.cob maintains.
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

*> Majors reference table shared with src/InCollege.cob.
    SELECT MAJORS-CATALOG ASSIGN TO "src/majors.txt"
        ORGANIZATION IS LINE SEQUENTIAL
        ACCESS MODE IS SEQUENTIAL
        FILE STATUS IS MAJORS-FILE-STATUS.


*> Data-store lock -- the shop-wide protocol that keeps the batch
*> jobs and the online session from colliding on the shared data
*> files. Writers hold it exclusively; readers fail fast while it is
*> held. A lock older than the stale threshold is treated as left
*> behind by a crashed run and is not honored.
    SELECT LOCK-FILE ASSIGN TO "src/datastore.lock"
        ORGANIZATION IS LINE SEQUENTIAL
        ACCESS MODE IS SEQUENTIAL
        FILE STATUS IS LOCK-FILE-STATUS.

    SELECT REPORT-OUT ASSIGN TO "src/Registrar-Report.txt"
        ORGANIZATION IS LINE SEQUENTIAL
        ACCESS MODE IS SEQUENTIAL
        FILE STATUS IS REPORT-FILE-STATUS.

DATA DIVISION.
FILE SECTION.
FD CONTROL-FILE.
01 CONTROL-LINE PIC X(40).

FD EXTRACT-FILE.
01 EXTRACT-LINE PIC X(300).

FD XREF-FILE.
01 XREF-LINE PIC X(80).

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

*> Profile data file -- one record per user, keyed by P-USERNAME.
*> Same layout src/InCollege.cob's FD PROFILES uses.
FD PROFILES.
01 P-REC.
   05 P-USERNAME      PIC X(20).
   05 P-FIRST-NAME    PIC X(30).
   05 P-LAST-NAME     PIC X(30).
   05 P-UNIVERSITY    PIC X(60).
   05 P-MAJOR         PIC X(40).
   05 P-GRAD-YEAR     PIC 9(4).
   05 P-ABOUT         PIC X(200).
   05 P-RESUME        PIC X(200).

   05 P-EXP-COUNT     PIC 99 VALUE 0.
   05 P-EXPERIENCE OCCURS 10.
      10 P-EXP-TITLE     PIC X(40).
      10 P-EXP-COMPANY   PIC X(40).
      10 P-EXP-DATES     PIC X(30).
      10 P-EXP-DESC      PIC X(100).

   05 P-EDU-COUNT     PIC 99 VALUE 0.
   05 P-EDU OCCURS 10.
      10 P-EDU-DEGREE    PIC X(40).
      10 P-EDU-SCHOOL    PIC X(60).
      10 P-EDU-YEARS     PIC X(20).

   05 P-SKILLS-MASK   PIC X(5) VALUE "00000".

FD MAJORS-CATALOG.
01 MAJORS-CATALOG-LINE PIC X(300).


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

01 CONTROL-FILE-STATUS  PIC XX.
01 EXTRACT-FILE-STATUS  PIC XX.
01 XREF-FILE-STATUS     PIC XX.
01 UINFO-FILE-STATUS    PIC XX.
01 PROFILES-FILE-STATUS PIC XX.
01 MAJORS-FILE-STATUS   PIC XX.
01 REPORT-FILE-STATUS   PIC XX.

01 WS-EOF    PIC A(1) VALUE 'N'.
01 INFOEOF   PIC A(1) VALUE 'N'.
01 WS-MAJEOF PIC X(1) VALUE "N".

*> REPORT or APPLY (see header)
01 WS-ACTION PIC X(8) VALUE "REPORT".

*> Tonight's extract. WS-REG-NAME-KEY is "LAST|FIRST" upper-cased so
*> the name match is one compare per row; WS-REG-LINKED is the
*> username the crosswalk (or tonight's name match) ties it to.
01 WS-REG-COUNT PIC 9(5) VALUE 0.
01 WS-REG-TABLE.
   05 WS-REG-ENTRY OCCURS 5000.
      10 WS-REG-ID       PIC X(12).
      10 WS-REG-LAST     PIC X(30).
      10 WS-REG-FIRST    PIC X(30).
      10 WS-REG-NAME-KEY PIC X(61).
      10 WS-REG-MAJOR    PIC X(40).
      10 WS-REG-YEAR     PIC 9(4).
      10 WS-REG-STATUS   PIC X(12).
      10 WS-REG-LINKED   PIC X(20).

*> Crosswalk as loaded, plus any links made tonight
01 WS-XREF-COUNT PIC 9(5) VALUE 0.
01 WS-XREF-TABLE.
   05 WS-XREF-ENTRY OCCURS 5000.
      10 WS-XREF-USER PIC X(20).
      10 WS-XREF-ID   PIC X(12).
01 WS-XREF-ADDED PIC 9(6) VALUE 0.

*> Set when the extract or the crosswalk overflowed its table --
*> the run still reports, but never flags or overwrites anyone, as a
*> missing row would look like a student who is not enrolled.
01 WS-CAP-HIT PIC A(1) VALUE 'N'.

*> Parse buffers
01 REG-FIELDS.
   05 REG-ID     PIC X(12).
   05 REG-LAST   PIC X(30).
   05 REG-FIRST  PIC X(30).
   05 REG-MAJOR  PIC X(40).
   05 REG-TERM   PIC X(20).
   05 REG-STATUS PIC X(12).
01 XREF-FIELDS.
   05 XREF-USER PIC X(20).
   05 XREF-ID   PIC X(12).

*> Majors catalog as a flat alias-to-canonical map (the canonical
*> name maps to itself) -- same layout src/InCollege.cob loads.
01 WS-MAJMAP-COUNT PIC 9(4) VALUE 0.
01 WS-MAJMAP-TABLE.
   05 WS-MAJMAP-ENTRY OCCURS 200.
      10 WS-MAJMAP-ALIAS PIC X(40).
      10 WS-MAJMAP-CANON PIC X(40).
01 WS-MAJ-I       PIC 9(4) VALUE 0.
01 WS-MAJOR-IN    PIC X(40).
01 WS-MAJOR-CANON PIC X(40).
01 WS-MAJOR-VALID PIC A(1) VALUE 'N'.

*> Parse buffer for one majors.txt line: canonical plus up to six
*> aliases (extra aliases on a line are ignored).
01 MAJ-FIELDS.
   05 MAJ-CANON PIC X(40).
   05 MAJ-ALIAS-TAB.
      10 MAJ-ALIAS PIC X(40) OCCURS 6.

*> Working fields for one account
01 WS-I            PIC 9(5) VALUE 0.
01 WS-HIT          PIC 9(5) VALUE 0.
01 WS-HIT-COUNT    PIC 9(5) VALUE 0.
01 WS-LINK-ID      PIC X(12).
01 WS-NAME-KEY     PIC X(61).
01 WS-HAS-PROFILE  PIC A(1) VALUE 'N'.
01 WS-PROF-CHANGED PIC A(1) VALUE 'N'.
01 WS-PROF-CANON   PIC X(40).
01 WS-REG-CANON    PIC X(40).
01 WS-REG-KNOWN    PIC A(1) VALUE 'N'.

*> Grad-year scan of GRAD-TERM: first run of four digits
01 WS-TERM-POS  PIC 9(2) VALUE 0.
01 WS-TERM-YEAR PIC 9(4) VALUE 0.

01 WS-STUDENTS-CHECKED PIC 9(6) VALUE 0.
01 WS-NOT-ENROLLED     PIC 9(6) VALUE 0.
01 WS-AMBIGUOUS        PIC 9(6) VALUE 0.
01 WS-MAJOR-MISMATCH   PIC 9(6) VALUE 0.
01 WS-YEAR-MISMATCH    PIC 9(6) VALUE 0.
01 WS-PROFILES-UPDATED PIC 9(6) VALUE 0.
01 WS-REG-UNCLAIMED    PIC 9(6) VALUE 0.
01 WS-COUNT-DISPLAY PIC ZZZ,ZZ9.

PROCEDURE DIVISION.
0000-MAINLINE.
    OPEN OUTPUT REPORT-OUT

    MOVE "===== InCollege Registrar Enrollment Verification =====" TO REPORT-LINE
    PERFORM SHOW

    PERFORM ACQUIRE-DATA-LOCK
    IF WS-LOCK-BUSY = 'Y'
        MOVE "Data store busy -- retry after the batch window." TO REPORT-LINE
        PERFORM SHOW
        CLOSE REPORT-OUT
        STOP RUN
    END-IF

    PERFORM 0100-READ-CONTROL
    MOVE SPACES TO REPORT-LINE
    STRING "Mode: " DELIMITED BY SIZE
           FUNCTION TRIM(WS-ACTION) DELIMITED BY SIZE
           INTO REPORT-LINE
    END-STRING
    PERFORM SHOW

    PERFORM 0400-LOAD-MAJORS-CATALOG
    PERFORM 0200-LOAD-EXTRACT
    IF WS-REG-COUNT = 0
        MOVE "No registrar extract on file (src/registrar-extract.txt); nothing verified." TO REPORT-LINE
        PERFORM SHOW
        PERFORM RELEASE-DATA-LOCK
        CLOSE REPORT-OUT
        STOP RUN
    END-IF
    PERFORM 0300-LOAD-XREF
    IF WS-CAP-HIT = 'Y'
        MOVE "Extract or crosswalk is larger than this program's tables -- raise the caps and re-run. Nothing flagged or changed." TO REPORT-LINE
        PERFORM SHOW
        PERFORM RELEASE-DATA-LOCK
        CLOSE REPORT-OUT
        STOP RUN
    END-IF

    PERFORM 1000-CHECK-ACCOUNTS
    PERFORM 2000-SAVE-XREF
    PERFORM 3000-PRINT-SUMMARY

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
    MOVE "RegistrarFeed" TO LOCK-PROGRAM
    WRITE LOCK-REC
    CLOSE LOCK-FILE.

RELEASE-DATA-LOCK.
    CALL "SYSTEM" USING BY CONTENT "rm -f src/datastore.lock".

*> Anything other than APPLY (including no control file) is a
*> report-only run.
0100-READ-CONTROL.
    MOVE "REPORT" TO WS-ACTION
    OPEN INPUT CONTROL-FILE
    IF CONTROL-FILE-STATUS NOT = "00"
        EXIT PARAGRAPH
    END-IF
    MOVE SPACES TO CONTROL-LINE
    READ CONTROL-FILE INTO CONTROL-LINE
        AT END CONTINUE
    END-READ
    CLOSE CONTROL-FILE
    IF FUNCTION UPPER-CASE(FUNCTION TRIM(CONTROL-LINE)) = "APPLY"
        MOVE "APPLY" TO WS-ACTION
    END-IF.

0200-LOAD-EXTRACT.
    MOVE 0 TO WS-REG-COUNT
    OPEN INPUT EXTRACT-FILE
    IF EXTRACT-FILE-STATUS NOT = "00"
        EXIT PARAGRAPH
    END-IF
    MOVE 'N' TO WS-EOF
    PERFORM UNTIL WS-EOF = 'Y'
        READ EXTRACT-FILE INTO EXTRACT-LINE
            AT END MOVE 'Y' TO WS-EOF
            NOT AT END
                MOVE SPACES TO REG-FIELDS
                UNSTRING EXTRACT-LINE DELIMITED BY "|"
                    INTO REG-ID REG-LAST REG-FIRST REG-MAJOR REG-TERM
                         REG-STATUS
                END-UNSTRING
                IF FUNCTION LENGTH(FUNCTION TRIM(REG-ID)) > 0
                    IF WS-REG-COUNT >= 5000
                        MOVE 'Y' TO WS-CAP-HIT
                    ELSE
                        ADD 1 TO WS-REG-COUNT
                        PERFORM 0250-STORE-EXTRACT-ROW
                    END-IF
                END-IF
        END-READ
    END-PERFORM
    CLOSE EXTRACT-FILE.

0250-STORE-EXTRACT-ROW.
    MOVE FUNCTION TRIM(REG-ID) TO WS-REG-ID(WS-REG-COUNT)
    MOVE REG-LAST TO WS-REG-LAST(WS-REG-COUNT)
    MOVE REG-FIRST TO WS-REG-FIRST(WS-REG-COUNT)
    MOVE SPACES TO WS-REG-NAME-KEY(WS-REG-COUNT)
    STRING FUNCTION UPPER-CASE(FUNCTION TRIM(REG-LAST)) DELIMITED BY SIZE
           "|" DELIMITED BY SIZE
           FUNCTION UPPER-CASE(FUNCTION TRIM(REG-FIRST)) DELIMITED BY SIZE
           INTO WS-REG-NAME-KEY(WS-REG-COUNT)
    END-STRING
    MOVE REG-MAJOR TO WS-REG-MAJOR(WS-REG-COUNT)
    MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(REG-STATUS))
        TO WS-REG-STATUS(WS-REG-COUNT)
    MOVE SPACES TO WS-REG-LINKED(WS-REG-COUNT)
    MOVE 0 TO WS-TERM-YEAR
    PERFORM VARYING WS-TERM-POS FROM 1 BY 1
        UNTIL WS-TERM-POS > 17 OR WS-TERM-YEAR > 0
        IF REG-TERM(WS-TERM-POS:4) IS NUMERIC
            MOVE REG-TERM(WS-TERM-POS:4) TO WS-TERM-YEAR
        END-IF
    END-PERFORM
    MOVE WS-TERM-YEAR TO WS-REG-YEAR(WS-REG-COUNT).

*> Loads the crosswalk and marks each extract row with the username
*> it already belongs to.
0300-LOAD-XREF.
    MOVE 0 TO WS-XREF-COUNT
    OPEN INPUT XREF-FILE
    IF XREF-FILE-STATUS NOT = "00"
        EXIT PARAGRAPH
    END-IF
    MOVE 'N' TO WS-EOF
    PERFORM UNTIL WS-EOF = 'Y'
        READ XREF-FILE INTO XREF-LINE
            AT END MOVE 'Y' TO WS-EOF
            NOT AT END
                MOVE SPACES TO XREF-FIELDS
                UNSTRING XREF-LINE DELIMITED BY "|"
                    INTO XREF-USER XREF-ID
                END-UNSTRING
                IF FUNCTION LENGTH(FUNCTION TRIM(XREF-USER)) > 0
                    IF WS-XREF-COUNT >= 5000
                        MOVE 'Y' TO WS-CAP-HIT
                    ELSE
                        ADD 1 TO WS-XREF-COUNT
                        MOVE XREF-USER TO WS-XREF-USER(WS-XREF-COUNT)
                        MOVE XREF-ID TO WS-XREF-ID(WS-XREF-COUNT)
                        PERFORM VARYING WS-I FROM 1 BY 1
                            UNTIL WS-I > WS-REG-COUNT
                            IF WS-REG-ID(WS-I) = XREF-ID
                                MOVE XREF-USER TO WS-REG-LINKED(WS-I)
                            END-IF
                        END-PERFORM
                    END-IF
                END-IF
        END-READ
    END-PERFORM
    CLOSE XREF-FILE.

*> Loads the majors catalog into the flat alias-to-canonical map --
*> same load src/InCollege.cob's LOAD-MAJORS-CATALOG does.
0400-LOAD-MAJORS-CATALOG.
    MOVE 0 TO WS-MAJMAP-COUNT
    OPEN INPUT MAJORS-CATALOG
    IF MAJORS-FILE-STATUS NOT = "00"
        EXIT PARAGRAPH
    END-IF
    MOVE "N" TO WS-MAJEOF
    PERFORM UNTIL WS-MAJEOF = "Y" OR WS-MAJMAP-COUNT >= 200
        READ MAJORS-CATALOG INTO MAJORS-CATALOG-LINE
            AT END MOVE "Y" TO WS-MAJEOF
            NOT AT END
                MOVE SPACES TO MAJ-FIELDS
                UNSTRING MAJORS-CATALOG-LINE DELIMITED BY "|"
                    INTO MAJ-CANON MAJ-ALIAS(1) MAJ-ALIAS(2)
                         MAJ-ALIAS(3) MAJ-ALIAS(4) MAJ-ALIAS(5)
                         MAJ-ALIAS(6)
                END-UNSTRING
                IF FUNCTION LENGTH(FUNCTION TRIM(MAJ-CANON)) > 0
                   AND WS-MAJMAP-COUNT < 200
                    ADD 1 TO WS-MAJMAP-COUNT
                    MOVE MAJ-CANON TO WS-MAJMAP-ALIAS(WS-MAJMAP-COUNT)
                    MOVE MAJ-CANON TO WS-MAJMAP-CANON(WS-MAJMAP-COUNT)
                    PERFORM VARYING WS-MAJ-I FROM 1 BY 1
                        UNTIL WS-MAJ-I > 6
                        IF FUNCTION LENGTH(FUNCTION TRIM(MAJ-ALIAS(WS-MAJ-I))) > 0
                           AND WS-MAJMAP-COUNT < 200
                            ADD 1 TO WS-MAJMAP-COUNT
                            MOVE MAJ-ALIAS(WS-MAJ-I)
                                TO WS-MAJMAP-ALIAS(WS-MAJMAP-COUNT)
                            MOVE MAJ-CANON
                                TO WS-MAJMAP-CANON(WS-MAJMAP-COUNT)
                        END-IF
                    END-PERFORM
                END-IF
        END-READ
    END-PERFORM
    CLOSE MAJORS-CATALOG.

*> Resolves WS-MAJOR-IN: WS-MAJOR-CANON gets the canonical name and
*> WS-MAJOR-VALID says whether the catalog recognized the value.
0450-CANONICALIZE-MAJOR.
    MOVE WS-MAJOR-IN TO WS-MAJOR-CANON
    MOVE 'N' TO WS-MAJOR-VALID
    PERFORM VARYING WS-MAJ-I FROM 1 BY 1
        UNTIL WS-MAJ-I > WS-MAJMAP-COUNT OR WS-MAJOR-VALID = 'Y'
        IF FUNCTION UPPER-CASE(FUNCTION TRIM(WS-MAJMAP-ALIAS(WS-MAJ-I)))
           = FUNCTION UPPER-CASE(FUNCTION TRIM(WS-MAJOR-IN))
            MOVE WS-MAJMAP-CANON(WS-MAJ-I) TO WS-MAJOR-CANON
            MOVE 'Y' TO WS-MAJOR-VALID
        END-IF
    END-PERFORM.

*> Walks every active student account ('S'; employer and admin
*> accounts have no registrar record) and checks it against the
*> extract. PROFILES is opened I-O so APPLY can REWRITE in place.
1000-CHECK-ACCOUNTS.
    OPEN INPUT USERINFO
    IF UINFO-FILE-STATUS NOT = "00"
        MOVE "No accounts on file." TO REPORT-LINE
        PERFORM SHOW
        EXIT PARAGRAPH
    END-IF
    IF WS-ACTION = "APPLY"
        OPEN I-O PROFILES
    ELSE
        OPEN INPUT PROFILES
    END-IF

    MOVE " " TO REPORT-LINE
    PERFORM SHOW
    MOVE "--- Accounts checked against the registrar ---" TO REPORT-LINE
    PERFORM SHOW

    MOVE 'N' TO INFOEOF
    PERFORM UNTIL INFOEOF = 'Y'
        READ USERINFO NEXT RECORD INTO USER-REC
            AT END MOVE 'Y' TO INFOEOF
        END-READ
        IF INFOEOF NOT = 'Y'
           AND (IN-ACCT-TYPE = 'S' OR IN-ACCT-TYPE = SPACE)
           AND IN-ACTIVE NOT = 'N'
            PERFORM 1100-CHECK-ONE-ACCOUNT
        END-IF
    END-PERFORM
    CLOSE USERINFO
    IF PROFILES-FILE-STATUS = "00"
        CLOSE PROFILES
    END-IF.

1100-CHECK-ONE-ACCOUNT.
    ADD 1 TO WS-STUDENTS-CHECKED

    MOVE 'N' TO WS-HAS-PROFILE
    MOVE IN-USERNAME TO P-USERNAME
    READ PROFILES INTO P-REC KEY IS P-USERNAME
        INVALID KEY CONTINUE
        NOT INVALID KEY MOVE 'Y' TO WS-HAS-PROFILE
    END-READ

    *> Crosswalk first
    MOVE SPACES TO WS-LINK-ID
    PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I > WS-XREF-COUNT
        IF WS-XREF-USER(WS-I) = IN-USERNAME
            MOVE WS-XREF-ID(WS-I) TO WS-LINK-ID
        END-IF
    END-PERFORM

    MOVE 0 TO WS-HIT
    IF WS-LINK-ID NOT = SPACES
        PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I > WS-REG-COUNT
            IF WS-REG-ID(WS-I) = WS-LINK-ID
                MOVE WS-I TO WS-HIT
            END-IF
        END-PERFORM
        IF WS-HIT = 0
            ADD 1 TO WS-NOT-ENROLLED
            MOVE SPACES TO REPORT-LINE
            STRING "NOT ENROLLED: " DELIMITED BY SIZE
                   FUNCTION TRIM(IN-USERNAME) DELIMITED BY SIZE
                   " -- student ID " DELIMITED BY SIZE
                   FUNCTION TRIM(WS-LINK-ID) DELIMITED BY SIZE
                   " is no longer on the registrar extract" DELIMITED BY SIZE
                   INTO REPORT-LINE
            END-STRING
            PERFORM SHOW
            EXIT PARAGRAPH
        END-IF
    ELSE
        PERFORM 1200-MATCH-BY-NAME
        IF WS-HIT = 0
            EXIT PARAGRAPH
        END-IF
    END-IF

    IF FUNCTION TRIM(WS-REG-STATUS(WS-HIT)) NOT = "ENROLLED"
        ADD 1 TO WS-NOT-ENROLLED
        MOVE SPACES TO REPORT-LINE
        STRING "NOT ENROLLED: " DELIMITED BY SIZE
               FUNCTION TRIM(IN-USERNAME) DELIMITED BY SIZE
               " -- student ID " DELIMITED BY SIZE
               FUNCTION TRIM(WS-REG-ID(WS-HIT)) DELIMITED BY SIZE
               " has registrar status " DELIMITED BY SIZE
               FUNCTION TRIM(WS-REG-STATUS(WS-HIT)) DELIMITED BY SIZE
               INTO REPORT-LINE
        END-STRING
        PERFORM SHOW
        EXIT PARAGRAPH
    END-IF

    IF WS-HAS-PROFILE = 'Y'
        PERFORM 1300-COMPARE-ACADEMICS
    END-IF.

*> No crosswalk entry yet: look for exactly one extract row, not
*> already tied to another account, with the profile's name. Sets
*> WS-HIT (0 when unmatched or ambiguous, reported either way).
1200-MATCH-BY-NAME.
    MOVE 0 TO WS-HIT
    MOVE 0 TO WS-HIT-COUNT
    IF WS-HAS-PROFILE NOT = 'Y'
       OR FUNCTION LENGTH(FUNCTION TRIM(P-LAST-NAME)) = 0
        ADD 1 TO WS-NOT-ENROLLED
        MOVE SPACES TO REPORT-LINE
        STRING "NOT ENROLLED: " DELIMITED BY SIZE
               FUNCTION TRIM(IN-USERNAME) DELIMITED BY SIZE
               " -- no profile name to match the registrar on" DELIMITED BY SIZE
               INTO REPORT-LINE
        END-STRING
        PERFORM SHOW
        EXIT PARAGRAPH
    END-IF
    MOVE SPACES TO WS-NAME-KEY
    STRING FUNCTION UPPER-CASE(FUNCTION TRIM(P-LAST-NAME)) DELIMITED BY SIZE
           "|" DELIMITED BY SIZE
           FUNCTION UPPER-CASE(FUNCTION TRIM(P-FIRST-NAME)) DELIMITED BY SIZE
           INTO WS-NAME-KEY
    END-STRING
    PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I > WS-REG-COUNT
        IF WS-REG-NAME-KEY(WS-I) = WS-NAME-KEY
           AND WS-REG-LINKED(WS-I) = SPACES
            ADD 1 TO WS-HIT-COUNT
            MOVE WS-I TO WS-HIT
        END-IF
    END-PERFORM

    IF WS-HIT-COUNT = 0
        ADD 1 TO WS-NOT-ENROLLED
        MOVE SPACES TO REPORT-LINE
        STRING "NOT ENROLLED: " DELIMITED BY SIZE
               FUNCTION TRIM(IN-USERNAME) DELIMITED BY SIZE
               " -- no registrar record for " DELIMITED BY SIZE
               FUNCTION TRIM(P-FIRST-NAME) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               FUNCTION TRIM(P-LAST-NAME) DELIMITED BY SIZE
               INTO REPORT-LINE
        END-STRING
        PERFORM SHOW
        EXIT PARAGRAPH
    END-IF
    IF WS-HIT-COUNT > 1
        MOVE 0 TO WS-HIT
        ADD 1 TO WS-AMBIGUOUS
        MOVE SPACES TO REPORT-LINE
        STRING "AMBIGUOUS: " DELIMITED BY SIZE
               FUNCTION TRIM(IN-USERNAME) DELIMITED BY SIZE
               " -- several registrar records named " DELIMITED BY SIZE
               FUNCTION TRIM(P-FIRST-NAME) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               FUNCTION TRIM(P-LAST-NAME) DELIMITED BY SIZE
               "; add USERNAME|STUDENT-ID to src/registrar-xref.txt" DELIMITED BY SIZE
               INTO REPORT-LINE
        END-STRING
        PERFORM SHOW
        EXIT PARAGRAPH
    END-IF

    MOVE IN-USERNAME TO WS-REG-LINKED(WS-HIT)
    IF WS-XREF-COUNT < 5000
        ADD 1 TO WS-XREF-COUNT
        ADD 1 TO WS-XREF-ADDED
        MOVE IN-USERNAME TO WS-XREF-USER(WS-XREF-COUNT)
        MOVE WS-REG-ID(WS-HIT) TO WS-XREF-ID(WS-XREF-COUNT)
        MOVE SPACES TO REPORT-LINE
        STRING "Linked: " DELIMITED BY SIZE
               FUNCTION TRIM(IN-USERNAME) DELIMITED BY SIZE
               " -> student ID " DELIMITED BY SIZE
               FUNCTION TRIM(WS-REG-ID(WS-HIT)) DELIMITED BY SIZE
               INTO REPORT-LINE
        END-STRING
        PERFORM SHOW
    END-IF.

*> Compares P-MAJOR / P-GRAD-YEAR with the registrar row WS-HIT and,
*> under APPLY, puts the registrar's values on the profile.
1300-COMPARE-ACADEMICS.
    MOVE 'N' TO WS-PROF-CHANGED

    MOVE WS-REG-MAJOR(WS-HIT) TO WS-MAJOR-IN
    PERFORM 0450-CANONICALIZE-MAJOR
    MOVE WS-MAJOR-CANON TO WS-REG-CANON
    MOVE WS-MAJOR-VALID TO WS-REG-KNOWN
    MOVE P-MAJOR TO WS-MAJOR-IN
    PERFORM 0450-CANONICALIZE-MAJOR
    MOVE WS-MAJOR-CANON TO WS-PROF-CANON

    IF FUNCTION UPPER-CASE(FUNCTION TRIM(WS-PROF-CANON))
       NOT = FUNCTION UPPER-CASE(FUNCTION TRIM(WS-REG-CANON))
        ADD 1 TO WS-MAJOR-MISMATCH
        MOVE SPACES TO REPORT-LINE
        STRING "MAJOR: " DELIMITED BY SIZE
               FUNCTION TRIM(IN-USERNAME) DELIMITED BY SIZE
               " profile '" DELIMITED BY SIZE
               FUNCTION TRIM(P-MAJOR) DELIMITED BY SIZE
               "' vs registrar '" DELIMITED BY SIZE
               FUNCTION TRIM(WS-REG-MAJOR(WS-HIT)) DELIMITED BY SIZE
               "'" DELIMITED BY SIZE
               INTO REPORT-LINE
        END-STRING
        PERFORM SHOW
        IF WS-ACTION = "APPLY"
            IF WS-REG-KNOWN = 'Y'
                MOVE WS-REG-CANON TO P-MAJOR
                MOVE 'Y' TO WS-PROF-CHANGED
            ELSE
                MOVE SPACES TO REPORT-LINE
                STRING "  registrar major '" DELIMITED BY SIZE
                       FUNCTION TRIM(WS-REG-MAJOR(WS-HIT)) DELIMITED BY SIZE
                       "' is not in src/majors.txt -- profile left as is" DELIMITED BY SIZE
                       INTO REPORT-LINE
                END-STRING
                PERFORM SHOW
            END-IF
        END-IF
    END-IF

    IF WS-REG-YEAR(WS-HIT) > 0
       AND P-GRAD-YEAR NOT = WS-REG-YEAR(WS-HIT)
        ADD 1 TO WS-YEAR-MISMATCH
        MOVE SPACES TO REPORT-LINE
        STRING "GRAD YEAR: " DELIMITED BY SIZE
               FUNCTION TRIM(IN-USERNAME) DELIMITED BY SIZE
               " profile " DELIMITED BY SIZE
               P-GRAD-YEAR DELIMITED BY SIZE
               " vs registrar " DELIMITED BY SIZE
               WS-REG-YEAR(WS-HIT) DELIMITED BY SIZE
               INTO REPORT-LINE
        END-STRING
        PERFORM SHOW
        IF WS-ACTION = "APPLY"
            MOVE WS-REG-YEAR(WS-HIT) TO P-GRAD-YEAR
            MOVE 'Y' TO WS-PROF-CHANGED
        END-IF
    END-IF

    IF WS-PROF-CHANGED = 'Y'
        REWRITE P-REC
            INVALID KEY
                MOVE SPACES TO REPORT-LINE
                STRING "  could not update profile " DELIMITED BY SIZE
                       FUNCTION TRIM(IN-USERNAME) DELIMITED BY SIZE
                       INTO REPORT-LINE
                END-STRING
                PERFORM SHOW
            NOT INVALID KEY
                ADD 1 TO WS-PROFILES-UPDATED
        END-REWRITE
    END-IF.

*> Rewrites the crosswalk when tonight added links.
2000-SAVE-XREF.
    IF WS-XREF-ADDED = 0
        EXIT PARAGRAPH
    END-IF
    OPEN OUTPUT XREF-FILE
    PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I > WS-XREF-COUNT
        MOVE SPACES TO XREF-LINE
        STRING FUNCTION TRIM(WS-XREF-USER(WS-I)) DELIMITED BY SIZE
               "|" DELIMITED BY SIZE
               FUNCTION TRIM(WS-XREF-ID(WS-I)) DELIMITED BY SIZE
               INTO XREF-LINE
        END-STRING
        WRITE XREF-LINE
    END-PERFORM
    CLOSE XREF-FILE.

3000-PRINT-SUMMARY.
    MOVE 0 TO WS-REG-UNCLAIMED
    PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I > WS-REG-COUNT
        IF WS-REG-LINKED(WS-I) = SPACES
           AND FUNCTION TRIM(WS-REG-STATUS(WS-I)) = "ENROLLED"
            ADD 1 TO WS-REG-UNCLAIMED
        END-IF
    END-PERFORM

    MOVE " " TO REPORT-LINE
    PERFORM SHOW
    MOVE WS-REG-COUNT TO WS-COUNT-DISPLAY
    MOVE SPACES TO REPORT-LINE
    STRING "Registrar extract rows:              " DELIMITED BY SIZE
           WS-COUNT-DISPLAY DELIMITED BY SIZE
           INTO REPORT-LINE
    END-STRING
    PERFORM SHOW
    MOVE WS-STUDENTS-CHECKED TO WS-COUNT-DISPLAY
    MOVE SPACES TO REPORT-LINE
    STRING "Student accounts checked:            " DELIMITED BY SIZE
           WS-COUNT-DISPLAY DELIMITED BY SIZE
           INTO REPORT-LINE
    END-STRING
    PERFORM SHOW
    MOVE WS-NOT-ENROLLED TO WS-COUNT-DISPLAY
    MOVE SPACES TO REPORT-LINE
    STRING "Accounts with no enrolled student:   " DELIMITED BY SIZE
           WS-COUNT-DISPLAY DELIMITED BY SIZE
           INTO REPORT-LINE
    END-STRING
    PERFORM SHOW
    MOVE WS-AMBIGUOUS TO WS-COUNT-DISPLAY
    MOVE SPACES TO REPORT-LINE
    STRING "Ambiguous name matches:              " DELIMITED BY SIZE
           WS-COUNT-DISPLAY DELIMITED BY SIZE
           INTO REPORT-LINE
    END-STRING
    PERFORM SHOW
    MOVE WS-MAJOR-MISMATCH TO WS-COUNT-DISPLAY
    MOVE SPACES TO REPORT-LINE
    STRING "Major mismatches:                    " DELIMITED BY SIZE
           WS-COUNT-DISPLAY DELIMITED BY SIZE
           INTO REPORT-LINE
    END-STRING
    PERFORM SHOW
    MOVE WS-YEAR-MISMATCH TO WS-COUNT-DISPLAY
    MOVE SPACES TO REPORT-LINE
    STRING "Grad year mismatches:                " DELIMITED BY SIZE
           WS-COUNT-DISPLAY DELIMITED BY SIZE
           INTO REPORT-LINE
    END-STRING
    PERFORM SHOW
    MOVE WS-PROFILES-UPDATED TO WS-COUNT-DISPLAY
    MOVE SPACES TO REPORT-LINE
    STRING "Profiles updated from the registrar: " DELIMITED BY SIZE
           WS-COUNT-DISPLAY DELIMITED BY SIZE
           INTO REPORT-LINE
    END-STRING
    PERFORM SHOW
    MOVE WS-XREF-ADDED TO WS-COUNT-DISPLAY
    MOVE SPACES TO REPORT-LINE
    STRING "New crosswalk links:                 " DELIMITED BY SIZE
           WS-COUNT-DISPLAY DELIMITED BY SIZE
           INTO REPORT-LINE
    END-STRING
    PERFORM SHOW
    MOVE WS-REG-UNCLAIMED TO WS-COUNT-DISPLAY
    MOVE SPACES TO REPORT-LINE
    STRING "Enrolled students with no account:   " DELIMITED BY SIZE
           WS-COUNT-DISPLAY DELIMITED BY SIZE
           INTO REPORT-LINE
    END-STRING
    PERFORM SHOW.
