>>SOURCE FORMAT FREE
*> First-destination survey extract for accreditation reporting:
*> builds the national survey file for one graduating class instead
*> of career services assembling it by hand every year. The class is
*> every profile with that P-GRAD-YEAR, in profiles.txt or in the
*> alumni archive ArchiveGraduates writes (src/alumni-profiles.txt).
*> Each graduate's outcome comes from src/placements.txt (EMPLOYED,
*> with employer, title and accept date from their latest placement
*> row) or, failing that, from src/survey-outcomes.txt, where staff
*> record the outcomes they chase down by hand, one per line:
*>     USERNAME|OUTCOME|ORGANIZATION
*> OUTCOME is one of EMPLOYED, CONTINUING EDUCATION, SERVICE (military
*> or volunteer), STILL SEEKING, NOT SEEKING or NO RESPONSE. A
*> graduate found in neither is listed as NO OUTCOME RECORDED so staff
*> can follow up before the submission deadline.
*> Driven by a one-line control file src/Survey-Control.txt:
*>     CLASS|YYYY       the graduating class to extract
*> Writes src/First-Destination-YYYY.csv, one row per graduate:
*>     Username,LastName,FirstName,Major,Source,Outcome,Employer,
*>     Title,AcceptDate
*> and the summary page src/First-Destination-Report.txt: outcome
*> counts, plus the knowledge rate (graduates with a known outcome
*> over all graduates) and the placement rate (employed, continuing
*> education or service over graduates with a known outcome), each
*> overall and by major. Read-only over the data files.
IDENTIFICATION DIVISION.
PROGRAM-ID. FirstDestination.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT CONTROL-FILE ASSIGN TO "src/Survey-Control.txt"
        ORGANIZATION IS LINE SEQUENTIAL
        ACCESS MODE IS SEQUENTIAL
        FILE STATUS IS CONTROL-FILE-STATUS.

*> Same physical files src/InCollege.cob maintains.
    SELECT PROFILES ASSIGN TO "src/profiles.txt"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS P-USERNAME
        FILE STATUS IS PROFILES-FILE-STATUS.

    SELECT ALUM-PROFILES ASSIGN TO "src/alumni-profiles.txt"
        ORGANIZATION IS LINE SEQUENTIAL
        ACCESS MODE IS SEQUENTIAL
        FILE STATUS IS ALUM-PROFILES-FILE-STATUS.

    SELECT PLACEMENTS ASSIGN TO "src/placements.txt"
        ORGANIZATION IS LINE SEQUENTIAL
        ACCESS MODE IS SEQUENTIAL
        FILE STATUS IS PLACEMENTS-FILE-STATUS.

    SELECT OUTCOMES ASSIGN TO "src/survey-outcomes.txt"
        ORGANIZATION IS LINE SEQUENTIAL
        ACCESS MODE IS SEQUENTIAL
        FILE STATUS IS OUTCOMES-FILE-STATUS.

*> Survey file -- path built at runtime from the class year (same
*> ASSIGN TO DYNAMIC mechanism the APPLOG transcripts use).
    SELECT SURVEY-OUT ASSIGN TO DYNAMIC WS-SURVEY-PATH
        ORGANIZATION IS LINE SEQUENTIAL
        ACCESS MODE IS SEQUENTIAL
        FILE STATUS IS SURVEY-FILE-STATUS.


*> Data-store lock -- the shop-wide protocol that keeps the batch
*> jobs and the online session from colliding on the shared data
*> files. Writers hold it exclusively; readers fail fast while it is
*> held. A lock older than the stale threshold is treated as left
*> behind by a crashed run and is not honored.
    SELECT LOCK-FILE ASSIGN TO "src/datastore.lock"
        ORGANIZATION IS LINE SEQUENTIAL
        ACCESS MODE IS SEQUENTIAL
        FILE STATUS IS LOCK-FILE-STATUS.

    SELECT REPORT-OUT ASSIGN TO "src/First-Destination-Report.txt"
        ORGANIZATION IS LINE SEQUENTIAL
        ACCESS MODE IS SEQUENTIAL
        FILE STATUS IS REPORT-FILE-STATUS.

DATA DIVISION.
FILE SECTION.
FD CONTROL-FILE.
01 CONTROL-LINE PIC X(40).

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

*> One archived P-REC image per line -- same layout ArchiveGraduates
*> writes.
FD ALUM-PROFILES.
01 ALUM-PROFILE-LINE.
   05 AP-USERNAME   PIC X(20).
   05 AP-FIRST-NAME PIC X(30).
   05 AP-LAST-NAME  PIC X(30).
   05 AP-UNIVERSITY PIC X(60).
   05 AP-MAJOR      PIC X(40).
   05 AP-GRAD-YEAR  PIC 9(4).
   05 FILLER        PIC X(3709).

FD PLACEMENTS.
01 PLACEMENTS-LINE PIC X(300).

FD OUTCOMES.
01 OUTCOMES-LINE PIC X(200).

FD SURVEY-OUT.
01 SURVEY-LINE PIC X(400).


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

01 CONTROL-FILE-STATUS       PIC XX.
01 PROFILES-FILE-STATUS      PIC XX.
01 ALUM-PROFILES-FILE-STATUS PIC XX.
01 PLACEMENTS-FILE-STATUS    PIC XX.
01 OUTCOMES-FILE-STATUS      PIC XX.
01 SURVEY-FILE-STATUS        PIC XX.
01 REPORT-FILE-STATUS        PIC XX.

01 WS-EOF   PIC A(1) VALUE 'N'.
01 PROFEOF  PIC A(1) VALUE 'N'.

01 WS-ACTION     PIC X(8).
01 WS-OPERAND    PIC X(20).
01 WS-CLASS-YEAR PIC 9(4) VALUE 0.
01 WS-SURVEY-PATH PIC X(64).

*> The graduating class, with the outcome settled for each
01 WS-GRAD-COUNT PIC 9(5) VALUE 0.
01 WS-GRAD-TABLE.
   05 WS-GRAD-ENTRY OCCURS 3000.
      10 WS-GRAD-USER     PIC X(20).
      10 WS-GRAD-FIRST    PIC X(30).
      10 WS-GRAD-LAST     PIC X(30).
      10 WS-GRAD-MAJOR    PIC X(40).
      10 WS-GRAD-SOURCE   PIC X(8).
      10 WS-GRAD-OUTCOME  PIC X(24).
      10 WS-GRAD-EMPLOYER PIC X(40).
      10 WS-GRAD-TITLE    PIC X(50).
      10 WS-GRAD-DATE     PIC X(8).

*> Set when the class is bigger than WS-GRAD-TABLE -- the extract is
*> then incomplete and the report says so at the top and bottom.
01 WS-CAP-HIT PIC A(1) VALUE 'N'.

*> Parsed view of one placements.txt row:
*> STUDENT|EMPLOYER|TITLE|MAJOR|GRAD-YEAR|ACCEPT-DATE|POSTING-ID
01 PLACE-FIELDS.
   05 PLACE-STUDENT  PIC X(20).
   05 PLACE-EMPLOYER PIC X(40).
   05 PLACE-TITLE    PIC X(50).
   05 PLACE-MAJOR    PIC X(40).
   05 PLACE-GRAD     PIC X(4).
   05 PLACE-DATE     PIC X(8).
   05 PLACE-POSTING-ID PIC X(6).

*> Parsed view of one survey-outcomes.txt row
01 OUT-FIELDS.
   05 OUT-USER    PIC X(20).
   05 OUT-OUTCOME PIC X(24).
   05 OUT-ORG     PIC X(40).

*> Per-major rollup for the summary page
01 WS-MAJ-COUNT PIC 9(4) VALUE 0.
01 WS-MAJ-TABLE.
   05 WS-MAJ-ENTRY OCCURS 100.
      10 WS-MAJ-NAME   PIC X(40).
      10 WS-MAJ-GRADS  PIC 9(6).
      10 WS-MAJ-KNOWN  PIC 9(6).
      10 WS-MAJ-PLACED PIC 9(6).

01 WS-LOOKUP-NAME PIC X(40).
01 WS-FOUND-I     PIC 9(5) VALUE 0.
01 WS-I           PIC 9(5) VALUE 0.
01 WS-MAJ-I       PIC 9(4) VALUE 0.

*> Outcome tallies
01 WS-N-EMPLOYED   PIC 9(6) VALUE 0.
01 WS-N-CONTINUING PIC 9(6) VALUE 0.
01 WS-N-SERVICE    PIC 9(6) VALUE 0.
01 WS-N-SEEKING    PIC 9(6) VALUE 0.
01 WS-N-NOT-SEEKING PIC 9(6) VALUE 0.
01 WS-N-NO-RESPONSE PIC 9(6) VALUE 0.
01 WS-N-NO-OUTCOME PIC 9(6) VALUE 0.
01 WS-N-KNOWN      PIC 9(6) VALUE 0.
01 WS-N-PLACED     PIC 9(6) VALUE 0.
01 WS-IS-KNOWN     PIC A(1) VALUE 'N'.
01 WS-IS-PLACED    PIC A(1) VALUE 'N'.

01 WS-RATE          PIC 9(3)V9 VALUE 0.
01 WS-RATE-DISPLAY  PIC ZZ9.9.
01 WS-RATE-DISPLAY-2 PIC ZZ9.9.
01 WS-COUNT-DISPLAY PIC ZZZ,ZZ9.
01 WS-COUNT-DISPLAY-2 PIC ZZZ,ZZ9.

PROCEDURE DIVISION.
0000-MAINLINE.
    OPEN OUTPUT REPORT-OUT

    MOVE "===== InCollege First-Destination Survey =====" TO REPORT-LINE
    PERFORM SHOW

    PERFORM CHECK-DATA-LOCK
    IF WS-LOCK-BUSY = 'Y'
        MOVE "Data store busy -- retry after the batch window." TO REPORT-LINE
        PERFORM SHOW
        CLOSE REPORT-OUT
        STOP RUN
    END-IF

    PERFORM 0100-READ-CONTROL
    IF FUNCTION UPPER-CASE(FUNCTION TRIM(WS-ACTION)) NOT = "CLASS"
       OR WS-CLASS-YEAR = 0
        MOVE "Control file missing or invalid (expect CLASS|YYYY)." TO REPORT-LINE
        PERFORM SHOW
        CLOSE REPORT-OUT
        STOP RUN
    END-IF
    MOVE SPACES TO REPORT-LINE
    STRING "Graduating class: " DELIMITED BY SIZE
           WS-CLASS-YEAR DELIMITED BY SIZE
           INTO REPORT-LINE
    END-STRING
    PERFORM SHOW

    PERFORM 1000-LOAD-ACTIVE-GRADUATES
    PERFORM 1100-LOAD-ARCHIVED-GRADUATES
    IF WS-CAP-HIT = 'Y'
        MOVE "WARNING: class larger than 3000 graduates -- the extract below is INCOMPLETE." TO REPORT-LINE
        PERFORM SHOW
    END-IF
    IF WS-GRAD-COUNT = 0
        MOVE "No graduates on file for that class; no survey file written." TO REPORT-LINE
        PERFORM SHOW
        CLOSE REPORT-OUT
        STOP RUN
    END-IF

    PERFORM 2000-APPLY-PLACEMENTS
    PERFORM 2100-APPLY-HAND-OUTCOMES
    PERFORM 3000-WRITE-SURVEY-FILE
    PERFORM 4000-TALLY-OUTCOMES
    PERFORM 5000-PRINT-SUMMARY

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

0100-READ-CONTROL.
    MOVE SPACES TO WS-ACTION
    MOVE SPACES TO WS-OPERAND
    MOVE 0 TO WS-CLASS-YEAR
    OPEN INPUT CONTROL-FILE
    IF CONTROL-FILE-STATUS NOT = "00"
        EXIT PARAGRAPH
    END-IF
    READ CONTROL-FILE INTO CONTROL-LINE
        AT END CONTINUE
    END-READ
    CLOSE CONTROL-FILE
    UNSTRING CONTROL-LINE DELIMITED BY "|"
        INTO WS-ACTION WS-OPERAND
    END-UNSTRING
    IF WS-OPERAND(1:4) IS NUMERIC
        MOVE WS-OPERAND(1:4) TO WS-CLASS-YEAR
    END-IF.

*> PROFILES is keyed/indexed, so this scans it the same way the other
*> batch jobs do -- OPEN INPUT then READ NEXT RECORD until end.
1000-LOAD-ACTIVE-GRADUATES.
    OPEN INPUT PROFILES
    IF PROFILES-FILE-STATUS NOT = "00"
        EXIT PARAGRAPH
    END-IF
    MOVE 'N' TO PROFEOF
    PERFORM UNTIL PROFEOF = 'Y'
        READ PROFILES NEXT RECORD INTO P-REC
            AT END MOVE 'Y' TO PROFEOF
        END-READ
        IF PROFEOF NOT = 'Y'
           AND P-GRAD-YEAR = WS-CLASS-YEAR
            IF WS-GRAD-COUNT >= 3000
                MOVE 'Y' TO WS-CAP-HIT
            ELSE
                ADD 1 TO WS-GRAD-COUNT
                MOVE P-USERNAME TO WS-GRAD-USER(WS-GRAD-COUNT)
                MOVE P-FIRST-NAME TO WS-GRAD-FIRST(WS-GRAD-COUNT)
                MOVE P-LAST-NAME TO WS-GRAD-LAST(WS-GRAD-COUNT)
                MOVE P-MAJOR TO WS-GRAD-MAJOR(WS-GRAD-COUNT)
                MOVE "ACTIVE" TO WS-GRAD-SOURCE(WS-GRAD-COUNT)
                PERFORM 1200-CLEAR-OUTCOME
            END-IF
        END-IF
    END-PERFORM
    CLOSE PROFILES.

*> The alumni archive holds graduates ArchiveGraduates has moved out
*> of the live files; a username already loaded from profiles.txt
*> (restored alumnus) is not counted twice.
1100-LOAD-ARCHIVED-GRADUATES.
    OPEN INPUT ALUM-PROFILES
    IF ALUM-PROFILES-FILE-STATUS NOT = "00"
        EXIT PARAGRAPH
    END-IF
    MOVE 'N' TO WS-EOF
    PERFORM UNTIL WS-EOF = 'Y'
        READ ALUM-PROFILES
            AT END MOVE 'Y' TO WS-EOF
            NOT AT END
                IF AP-GRAD-YEAR IS NUMERIC
                   AND AP-GRAD-YEAR = WS-CLASS-YEAR
                    MOVE 0 TO WS-FOUND-I
                    PERFORM VARYING WS-I FROM 1 BY 1
                        UNTIL WS-I > WS-GRAD-COUNT
                        IF WS-GRAD-USER(WS-I) = AP-USERNAME
                            MOVE WS-I TO WS-FOUND-I
                        END-IF
                    END-PERFORM
                    IF WS-FOUND-I = 0
                        IF WS-GRAD-COUNT >= 3000
                            MOVE 'Y' TO WS-CAP-HIT
                        ELSE
                            ADD 1 TO WS-GRAD-COUNT
                            MOVE AP-USERNAME TO WS-GRAD-USER(WS-GRAD-COUNT)
                            MOVE AP-FIRST-NAME TO WS-GRAD-FIRST(WS-GRAD-COUNT)
                            MOVE AP-LAST-NAME TO WS-GRAD-LAST(WS-GRAD-COUNT)
                            MOVE AP-MAJOR TO WS-GRAD-MAJOR(WS-GRAD-COUNT)
                            MOVE "ARCHIVED" TO WS-GRAD-SOURCE(WS-GRAD-COUNT)
                            PERFORM 1200-CLEAR-OUTCOME
                        END-IF
                    END-IF
                END-IF
        END-READ
    END-PERFORM
    CLOSE ALUM-PROFILES.

1200-CLEAR-OUTCOME.
    MOVE "NO OUTCOME RECORDED" TO WS-GRAD-OUTCOME(WS-GRAD-COUNT)
    MOVE SPACES TO WS-GRAD-EMPLOYER(WS-GRAD-COUNT)
    MOVE SPACES TO WS-GRAD-TITLE(WS-GRAD-COUNT)
    MOVE SPACES TO WS-GRAD-DATE(WS-GRAD-COUNT).

*> A placement row makes the graduate EMPLOYED; with several, the
*> latest accept date wins.
2000-APPLY-PLACEMENTS.
    OPEN INPUT PLACEMENTS
    IF PLACEMENTS-FILE-STATUS NOT = "00"
        EXIT PARAGRAPH
    END-IF
    MOVE 'N' TO WS-EOF
    PERFORM UNTIL WS-EOF = 'Y'
        READ PLACEMENTS INTO PLACEMENTS-LINE
            AT END MOVE 'Y' TO WS-EOF
            NOT AT END
                MOVE SPACES TO PLACE-FIELDS
                UNSTRING PLACEMENTS-LINE DELIMITED BY "|"
                    INTO PLACE-STUDENT PLACE-EMPLOYER PLACE-TITLE
                         PLACE-MAJOR PLACE-GRAD PLACE-DATE
                         PLACE-POSTING-ID
                END-UNSTRING
                PERFORM VARYING WS-I FROM 1 BY 1
                    UNTIL WS-I > WS-GRAD-COUNT
                    IF WS-GRAD-USER(WS-I) = PLACE-STUDENT
                       AND (WS-GRAD-OUTCOME(WS-I) NOT = "EMPLOYED"
                            OR PLACE-DATE > WS-GRAD-DATE(WS-I))
                        MOVE "EMPLOYED" TO WS-GRAD-OUTCOME(WS-I)
                        MOVE PLACE-EMPLOYER TO WS-GRAD-EMPLOYER(WS-I)
                        MOVE PLACE-TITLE TO WS-GRAD-TITLE(WS-I)
                        MOVE PLACE-DATE TO WS-GRAD-DATE(WS-I)
                    END-IF
                END-PERFORM
        END-READ
    END-PERFORM
    CLOSE PLACEMENTS.

*> Hand-recorded outcomes fill in graduates with no placement row; a
*> placement always takes precedence. Unrecognized OUTCOME values are
*> reported and ignored.
2100-APPLY-HAND-OUTCOMES.
    OPEN INPUT OUTCOMES
    IF OUTCOMES-FILE-STATUS NOT = "00"
        EXIT PARAGRAPH
    END-IF
    MOVE 'N' TO WS-EOF
    PERFORM UNTIL WS-EOF = 'Y'
        READ OUTCOMES INTO OUTCOMES-LINE
            AT END MOVE 'Y' TO WS-EOF
            NOT AT END
                MOVE SPACES TO OUT-FIELDS
                UNSTRING OUTCOMES-LINE DELIMITED BY "|"
                    INTO OUT-USER OUT-OUTCOME OUT-ORG
                END-UNSTRING
                MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(OUT-OUTCOME))
                    TO OUT-OUTCOME
                PERFORM 2150-APPLY-ONE-OUTCOME
        END-READ
    END-PERFORM
    CLOSE OUTCOMES.

2150-APPLY-ONE-OUTCOME.
    IF OUT-OUTCOME NOT = "EMPLOYED"
       AND OUT-OUTCOME NOT = "CONTINUING EDUCATION"
       AND OUT-OUTCOME NOT = "SERVICE"
       AND OUT-OUTCOME NOT = "STILL SEEKING"
       AND OUT-OUTCOME NOT = "NOT SEEKING"
       AND OUT-OUTCOME NOT = "NO RESPONSE"
        MOVE SPACES TO REPORT-LINE
        STRING "Ignored outcome '" DELIMITED BY SIZE
               FUNCTION TRIM(OUT-OUTCOME) DELIMITED BY SIZE
               "' for " DELIMITED BY SIZE
               FUNCTION TRIM(OUT-USER) DELIMITED BY SIZE
               " in src/survey-outcomes.txt" DELIMITED BY SIZE
               INTO REPORT-LINE
        END-STRING
        PERFORM SHOW
        EXIT PARAGRAPH
    END-IF
    PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I > WS-GRAD-COUNT
        IF WS-GRAD-USER(WS-I) = OUT-USER
           AND WS-GRAD-OUTCOME(WS-I) = "NO OUTCOME RECORDED"
            MOVE OUT-OUTCOME TO WS-GRAD-OUTCOME(WS-I)
            MOVE OUT-ORG TO WS-GRAD-EMPLOYER(WS-I)
        END-IF
    END-PERFORM.

*> One CSV row per graduate under a header row, text fields quoted.
3000-WRITE-SURVEY-FILE.
    MOVE SPACES TO WS-SURVEY-PATH
    STRING "src/First-Destination-" DELIMITED BY SIZE
           WS-CLASS-YEAR DELIMITED BY SIZE
           ".csv" DELIMITED BY SIZE
           INTO WS-SURVEY-PATH
    END-STRING
    OPEN OUTPUT SURVEY-OUT
    MOVE "Username,LastName,FirstName,Major,Source,Outcome,Employer,Title,AcceptDate" TO SURVEY-LINE
    WRITE SURVEY-LINE
    PERFORM VARYING WS-FOUND-I FROM 1 BY 1 UNTIL WS-FOUND-I > WS-GRAD-COUNT
        PERFORM 3100-WRITE-SURVEY-ROW
    END-PERFORM
    CLOSE SURVEY-OUT
    MOVE SPACES TO REPORT-LINE
    STRING "Survey file written: " DELIMITED BY SIZE
           FUNCTION TRIM(WS-SURVEY-PATH) DELIMITED BY SIZE
           INTO REPORT-LINE
    END-STRING
    PERFORM SHOW.

3100-WRITE-SURVEY-ROW.
    INSPECT WS-GRAD-LAST(WS-FOUND-I) REPLACING ALL """" BY "'"
    INSPECT WS-GRAD-FIRST(WS-FOUND-I) REPLACING ALL """" BY "'"
    INSPECT WS-GRAD-MAJOR(WS-FOUND-I) REPLACING ALL """" BY "'"
    INSPECT WS-GRAD-EMPLOYER(WS-FOUND-I) REPLACING ALL """" BY "'"
    INSPECT WS-GRAD-TITLE(WS-FOUND-I) REPLACING ALL """" BY "'"
    MOVE SPACES TO SURVEY-LINE
    STRING FUNCTION TRIM(WS-GRAD-USER(WS-FOUND-I)) DELIMITED BY SIZE
           ",""" DELIMITED BY SIZE
           FUNCTION TRIM(WS-GRAD-LAST(WS-FOUND-I)) DELIMITED BY SIZE
           """,""" DELIMITED BY SIZE
           FUNCTION TRIM(WS-GRAD-FIRST(WS-FOUND-I)) DELIMITED BY SIZE
           """,""" DELIMITED BY SIZE
           FUNCTION TRIM(WS-GRAD-MAJOR(WS-FOUND-I)) DELIMITED BY SIZE
           """," DELIMITED BY SIZE
           FUNCTION TRIM(WS-GRAD-SOURCE(WS-FOUND-I)) DELIMITED BY SIZE
           "," DELIMITED BY SIZE
           FUNCTION TRIM(WS-GRAD-OUTCOME(WS-FOUND-I)) DELIMITED BY SIZE
           ",""" DELIMITED BY SIZE
           FUNCTION TRIM(WS-GRAD-EMPLOYER(WS-FOUND-I)) DELIMITED BY SIZE
           """,""" DELIMITED BY SIZE
           FUNCTION TRIM(WS-GRAD-TITLE(WS-FOUND-I)) DELIMITED BY SIZE
           """," DELIMITED BY SIZE
           FUNCTION TRIM(WS-GRAD-DATE(WS-FOUND-I)) DELIMITED BY SIZE
           INTO SURVEY-LINE
    END-STRING
    WRITE SURVEY-LINE.

*> Counts each outcome overall and per major, and lists the graduates
*> still needing follow-up.
4000-TALLY-OUTCOMES.
    MOVE " " TO REPORT-LINE
    PERFORM SHOW
    MOVE "Graduates with no outcome recorded (follow up before submission):" TO REPORT-LINE
    PERFORM SHOW
    PERFORM VARYING WS-FOUND-I FROM 1 BY 1 UNTIL WS-FOUND-I > WS-GRAD-COUNT
        PERFORM 4100-TALLY-ONE-GRADUATE
    END-PERFORM
    IF WS-N-NO-OUTCOME = 0
        MOVE "  (none)" TO REPORT-LINE
        PERFORM SHOW
    END-IF.

4100-TALLY-ONE-GRADUATE.
    MOVE 'Y' TO WS-IS-KNOWN
    MOVE 'N' TO WS-IS-PLACED
    EVALUATE WS-GRAD-OUTCOME(WS-FOUND-I)
        WHEN "EMPLOYED"
            ADD 1 TO WS-N-EMPLOYED
            MOVE 'Y' TO WS-IS-PLACED
        WHEN "CONTINUING EDUCATION"
            ADD 1 TO WS-N-CONTINUING
            MOVE 'Y' TO WS-IS-PLACED
        WHEN "SERVICE"
            ADD 1 TO WS-N-SERVICE
            MOVE 'Y' TO WS-IS-PLACED
        WHEN "STILL SEEKING"
            ADD 1 TO WS-N-SEEKING
        WHEN "NOT SEEKING"
            ADD 1 TO WS-N-NOT-SEEKING
        WHEN "NO RESPONSE"
            ADD 1 TO WS-N-NO-RESPONSE
            MOVE 'N' TO WS-IS-KNOWN
        WHEN OTHER
            ADD 1 TO WS-N-NO-OUTCOME
            MOVE 'N' TO WS-IS-KNOWN
            MOVE SPACES TO REPORT-LINE
            STRING "  " DELIMITED BY SIZE
                   FUNCTION TRIM(WS-GRAD-USER(WS-FOUND-I)) DELIMITED BY SIZE
                   " -- " DELIMITED BY SIZE
                   FUNCTION TRIM(WS-GRAD-FIRST(WS-FOUND-I)) DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   FUNCTION TRIM(WS-GRAD-LAST(WS-FOUND-I)) DELIMITED BY SIZE
                   " (" DELIMITED BY SIZE
                   FUNCTION TRIM(WS-GRAD-MAJOR(WS-FOUND-I)) DELIMITED BY SIZE
                   ", " DELIMITED BY SIZE
                   FUNCTION TRIM(WS-GRAD-SOURCE(WS-FOUND-I)) DELIMITED BY SIZE
                   ")" DELIMITED BY SIZE
                   INTO REPORT-LINE
            END-STRING
            PERFORM SHOW
    END-EVALUATE
    IF WS-IS-KNOWN = 'Y'
        ADD 1 TO WS-N-KNOWN
    END-IF
    IF WS-IS-PLACED = 'Y'
        ADD 1 TO WS-N-PLACED
    END-IF

    IF FUNCTION LENGTH(FUNCTION TRIM(WS-GRAD-MAJOR(WS-FOUND-I))) > 0
        MOVE WS-GRAD-MAJOR(WS-FOUND-I) TO WS-LOOKUP-NAME
    ELSE
        MOVE "(no major on file)" TO WS-LOOKUP-NAME
    END-IF
    PERFORM 4200-FIND-MAJOR-SLOT
    IF WS-I > 0
        ADD 1 TO WS-MAJ-GRADS(WS-I)
        IF WS-IS-KNOWN = 'Y'
            ADD 1 TO WS-MAJ-KNOWN(WS-I)
        END-IF
        IF WS-IS-PLACED = 'Y'
            ADD 1 TO WS-MAJ-PLACED(WS-I)
        END-IF
    END-IF.

*> Finds (or adds) WS-LOOKUP-NAME in WS-MAJ-TABLE, leaving its slot
*> in WS-I (0 when the table is full). Case-folded, same as
*> PlacementReport's major rollup.
4200-FIND-MAJOR-SLOT.
    MOVE 0 TO WS-I
    PERFORM VARYING WS-MAJ-I FROM 1 BY 1 UNTIL WS-MAJ-I > WS-MAJ-COUNT
        IF FUNCTION UPPER-CASE(FUNCTION TRIM(WS-MAJ-NAME(WS-MAJ-I)))
           = FUNCTION UPPER-CASE(FUNCTION TRIM(WS-LOOKUP-NAME))
            MOVE WS-MAJ-I TO WS-I
        END-IF
    END-PERFORM
    IF WS-I = 0 AND WS-MAJ-COUNT < 100
        ADD 1 TO WS-MAJ-COUNT
        MOVE WS-LOOKUP-NAME TO WS-MAJ-NAME(WS-MAJ-COUNT)
        MOVE 0 TO WS-MAJ-GRADS(WS-MAJ-COUNT)
        MOVE 0 TO WS-MAJ-KNOWN(WS-MAJ-COUNT)
        MOVE 0 TO WS-MAJ-PLACED(WS-MAJ-COUNT)
        MOVE WS-MAJ-COUNT TO WS-I
    END-IF.

5000-PRINT-SUMMARY.
    MOVE " " TO REPORT-LINE
    PERFORM SHOW
    MOVE "Outcomes:" TO REPORT-LINE
    PERFORM SHOW
    MOVE WS-N-EMPLOYED TO WS-COUNT-DISPLAY
    MOVE SPACES TO REPORT-LINE
    STRING "  Employed:               " DELIMITED BY SIZE
           WS-COUNT-DISPLAY DELIMITED BY SIZE
           INTO REPORT-LINE
    END-STRING
    PERFORM SHOW
    MOVE WS-N-CONTINUING TO WS-COUNT-DISPLAY
    MOVE SPACES TO REPORT-LINE
    STRING "  Continuing education:   " DELIMITED BY SIZE
           WS-COUNT-DISPLAY DELIMITED BY SIZE
           INTO REPORT-LINE
    END-STRING
    PERFORM SHOW
    MOVE WS-N-SERVICE TO WS-COUNT-DISPLAY
    MOVE SPACES TO REPORT-LINE
    STRING "  Service:                " DELIMITED BY SIZE
           WS-COUNT-DISPLAY DELIMITED BY SIZE
           INTO REPORT-LINE
    END-STRING
    PERFORM SHOW
    MOVE WS-N-SEEKING TO WS-COUNT-DISPLAY
    MOVE SPACES TO REPORT-LINE
    STRING "  Still seeking:          " DELIMITED BY SIZE
           WS-COUNT-DISPLAY DELIMITED BY SIZE
           INTO REPORT-LINE
    END-STRING
    PERFORM SHOW
    MOVE WS-N-NOT-SEEKING TO WS-COUNT-DISPLAY
    MOVE SPACES TO REPORT-LINE
    STRING "  Not seeking:            " DELIMITED BY SIZE
           WS-COUNT-DISPLAY DELIMITED BY SIZE
           INTO REPORT-LINE
    END-STRING
    PERFORM SHOW
    MOVE WS-N-NO-RESPONSE TO WS-COUNT-DISPLAY
    MOVE SPACES TO REPORT-LINE
    STRING "  No response:            " DELIMITED BY SIZE
           WS-COUNT-DISPLAY DELIMITED BY SIZE
           INTO REPORT-LINE
    END-STRING
    PERFORM SHOW
    MOVE WS-N-NO-OUTCOME TO WS-COUNT-DISPLAY
    MOVE SPACES TO REPORT-LINE
    STRING "  No outcome recorded:    " DELIMITED BY SIZE
           WS-COUNT-DISPLAY DELIMITED BY SIZE
           INTO REPORT-LINE
    END-STRING
    PERFORM SHOW
    MOVE WS-GRAD-COUNT TO WS-COUNT-DISPLAY
    MOVE SPACES TO REPORT-LINE
    STRING "  Total graduates:        " DELIMITED BY SIZE
           WS-COUNT-DISPLAY DELIMITED BY SIZE
           INTO REPORT-LINE
    END-STRING
    PERFORM SHOW

    MOVE " " TO REPORT-LINE
    PERFORM SHOW
    MOVE "Knowledge rate = known outcomes / graduates; placement rate = employed, continuing education or service / known outcomes." TO REPORT-LINE
    PERFORM SHOW
    MOVE "Overall" TO WS-LOOKUP-NAME
    MOVE WS-GRAD-COUNT TO WS-COUNT-DISPLAY
    MOVE WS-N-KNOWN TO WS-COUNT-DISPLAY-2
    PERFORM 5100-COMPUTE-RATES-OVERALL
    PERFORM 5200-PRINT-RATE-LINE

    MOVE " " TO REPORT-LINE
    PERFORM SHOW
    MOVE "By major:" TO REPORT-LINE
    PERFORM SHOW
    PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I > WS-MAJ-COUNT
        MOVE WS-MAJ-NAME(WS-I) TO WS-LOOKUP-NAME
        MOVE WS-MAJ-GRADS(WS-I) TO WS-COUNT-DISPLAY
        MOVE WS-MAJ-KNOWN(WS-I) TO WS-COUNT-DISPLAY-2
        MOVE 0 TO WS-RATE
        IF WS-MAJ-GRADS(WS-I) > 0
            COMPUTE WS-RATE ROUNDED =
                WS-MAJ-KNOWN(WS-I) * 100 / WS-MAJ-GRADS(WS-I)
        END-IF
        MOVE WS-RATE TO WS-RATE-DISPLAY
        MOVE 0 TO WS-RATE
        IF WS-MAJ-KNOWN(WS-I) > 0
            COMPUTE WS-RATE ROUNDED =
                WS-MAJ-PLACED(WS-I) * 100 / WS-MAJ-KNOWN(WS-I)
        END-IF
        MOVE WS-RATE TO WS-RATE-DISPLAY-2
        PERFORM 5200-PRINT-RATE-LINE
    END-PERFORM

    IF WS-CAP-HIT = 'Y'
        MOVE " " TO REPORT-LINE
        PERFORM SHOW
        MOVE "WARNING: class larger than 3000 graduates -- figures above are INCOMPLETE." TO REPORT-LINE
        PERFORM SHOW
    END-IF.

5100-COMPUTE-RATES-OVERALL.
    MOVE 0 TO WS-RATE
    IF WS-GRAD-COUNT > 0
        COMPUTE WS-RATE ROUNDED = WS-N-KNOWN * 100 / WS-GRAD-COUNT
    END-IF
    MOVE WS-RATE TO WS-RATE-DISPLAY
    MOVE 0 TO WS-RATE
    IF WS-N-KNOWN > 0
        COMPUTE WS-RATE ROUNDED = WS-N-PLACED * 100 / WS-N-KNOWN
    END-IF
    MOVE WS-RATE TO WS-RATE-DISPLAY-2.

*> One rate line: WS-LOOKUP-NAME, graduates (WS-COUNT-DISPLAY), known
*> (WS-COUNT-DISPLAY-2), knowledge and placement rates.
5200-PRINT-RATE-LINE.
    MOVE SPACES TO REPORT-LINE
    STRING "  " DELIMITED BY SIZE
           FUNCTION TRIM(WS-LOOKUP-NAME) DELIMITED BY SIZE
           ": " DELIMITED BY SIZE
           FUNCTION TRIM(WS-COUNT-DISPLAY) DELIMITED BY SIZE
           " graduates, " DELIMITED BY SIZE
           FUNCTION TRIM(WS-COUNT-DISPLAY-2) DELIMITED BY SIZE
           " known -- knowledge rate " DELIMITED BY SIZE
           FUNCTION TRIM(WS-RATE-DISPLAY) DELIMITED BY SIZE
           "%, placement rate " DELIMITED BY SIZE
           FUNCTION TRIM(WS-RATE-DISPLAY-2) DELIMITED BY SIZE
           "%" DELIMITED BY SIZE
           INTO REPORT-LINE
    END-STRING
    PERFORM SHOW.
