*> openings as spreadsheets -- replaces an hour a week of re-typing
*> them into POST-NEW-JOB one at a time. Reads the comma-delimited
*> feed src/JobImport-Input.csv, one posting per line:
*>     EMPLOYER,TITLE,MAJOR,LOCATION,POSTED,EXPIRES,REQUIRED,PREFERRED
*> (a leading header line is skipped; EXPIRES may be empty).
*> REQUIRED and PREFERRED are optional lists of skill numbers from
*> src/skills.txt separated by semicolons (e.g. 2;5). Every
*> row is validated -- the employer must be a known, verified
*> employer account, the major must resolve through the majors
*> catalog, the dates must be plausible YYYY-MM-DD, every skill must
*> be in the skills catalog -- and the clean
*> rows are appended to src/jobs.txt, each under the next permanent
*> posting number from src/posting-seq.txt (the same sequence
*> POST-NEW-JOB draws from), with any skills going to
*> src/posting-skills.txt under that number. Driven by a one-line control
*> file src/JobImport-Control.txt:
*>     LOAD       validate and append the clean rows
*>     PREVIEW    validate and report only, touching nothing (the
*>                same idea as the online program's DRY RUN MODE)
*> No control file means PREVIEW -- a load has to be asked for.
*> Titles and locations are checked against the career services
*> screening list (src/screening-terms.txt) the same way POST-NEW-JOB
*> checks them online: a matching row is still loaded, but as
*> QUARANTINE, off the job board, with a row in
*> src/screening-queue.txt for an administrator to decide.
*> Everything is reported to src/JobImport-Report.txt.
IDENTIFICATION DIVISION.
PROGRAM-ID. JobImport.
        ACCESS MODE IS SEQUENTIAL
        FILE STATUS IS JOBS-FILE-STATUS.

*> Last posting number handed out, shared with src/InCollege.cob.
    SELECT POSTING-SEQ ASSIGN TO "src/posting-seq.txt"
        ORGANIZATION IS LINE SEQUENTIAL
        ACCESS MODE IS SEQUENTIAL
        FILE STATUS IS POSTING-SEQ-FILE-STATUS.

*> Employer verification queue shared with src/InCollege.cob --
*> rows for unverified employers are refused the same way
*> POST-NEW-JOB refuses them online.
        ACCESS MODE IS SEQUENTIAL
        FILE STATUS IS MAJORS-FILE-STATUS.

*> Skills catalog shared with src/InCollege.cob.
    SELECT SKILLS-CATALOG ASSIGN TO "src/skills.txt"
        ORGANIZATION IS LINE SEQUENTIAL
        ACCESS MODE IS SEQUENTIAL
        FILE STATUS IS SKILLS-FILE-STATUS.

*> Screening list and review queue, shared with src/InCollege.cob
*> (layouts are described there).
    SELECT SCREEN-TERMS ASSIGN TO "src/screening-terms.txt"
        ORGANIZATION IS LINE SEQUENTIAL
        ACCESS MODE IS SEQUENTIAL
        FILE STATUS IS SCRTERM-FILE-STATUS.

    SELECT SCREEN-QUEUE ASSIGN TO "src/screening-queue.txt"
        ORGANIZATION IS LINE SEQUENTIAL
        ACCESS MODE IS SEQUENTIAL
        FILE STATUS IS SCRQ-FILE-STATUS.

*> Skills each posting asks for, shared with src/InCollege.cob:
*> POSTING-ID|REQUIRED|PREFERRED (skill numbers separated by commas).
    SELECT POSTING-SKILLS ASSIGN TO "src/posting-skills.txt"
        ORGANIZATION IS LINE SEQUENTIAL
        ACCESS MODE IS SEQUENTIAL
        FILE STATUS IS POSTING-SKILLS-STATUS.


*> Data-store lock -- the shop-wide protocol that keeps the batch
*> jobs and the online session from colliding on the shared data
    05 IN-LAST-LOGIN PIC X(14).

FD JOBS.
01 JOBS-LINE PIC X(300).

FD POSTING-SEQ.
01 POSTING-SEQ-LINE PIC X(20).

FD EMP-VERIFY.
01 EMP-VERIFY-LINE PIC X(120).
FD MAJORS-CATALOG.
01 MAJORS-CATALOG-LINE PIC X(300).

FD SKILLS-CATALOG.
01 SKILLS-CATALOG-LINE PIC X(300).

FD POSTING-SKILLS.
01 POSTING-SKILLS-LINE PIC X(140).

FD SCREEN-TERMS.
01 SCREEN-TERMS-LINE PIC X(80).

FD SCREEN-QUEUE.
01 SCREEN-QUEUE-LINE PIC X(400).


*> Who holds the data-store lock, and since when
FD LOCK-FILE.
01 CSV-FILE-STATUS        PIC XX.
01 UINFO-FILE-STATUS      PIC XX.
01 JOBS-FILE-STATUS       PIC XX.
01 POSTING-SEQ-FILE-STATUS PIC XX.
01 EMP-VERIFY-FILE-STATUS PIC XX.
01 MAJORS-FILE-STATUS     PIC XX.
01 SKILLS-FILE-STATUS     PIC XX.
01 POSTING-SKILLS-STATUS  PIC XX.
01 SCRTERM-FILE-STATUS    PIC XX.
01 SCRQ-FILE-STATUS       PIC XX.
01 REPORT-FILE-STATUS     PIC XX.

01 CSVEOF   PIC A(1) VALUE 'N'.
   05 CSV-LOCATION PIC X(40).
   05 CSV-POSTED   PIC X(10).
   05 CSV-EXPIRES  PIC X(10).
   05 CSV-REQUIRED PIC X(60).
   05 CSV-PREFERRED PIC X(60).

*> Posting number sequence: the high-water mark is found once at the
*> start of a LOAD, bumped per appended row, and saved at the end.
*> WS-SEQ-SCAN picks the POSTING-ID (eighth field) off a jobs row.
01 WS-POSTING-SEQ   PIC 9(6) VALUE 0.
01 WS-POSTING-ID    PIC X(6).
01 WS-JOBSEOF       PIC A(1) VALUE 'N'.
01 WS-SEQ-SCAN.
   05 WS-SEQ-SKIP   PIC X(50) OCCURS 7 TIMES.
   05 WS-SEQ-ID     PIC X(6).

*> Majors catalog as a flat alias-to-canonical map (the canonical
*> name maps to itself) -- same layout src/InCollege.cob loads.
   05 MAJ-ALIAS-TAB.
      10 MAJ-ALIAS PIC X(40) OCCURS 6.

*> Skill numbers from the skills catalog, and one skills column split
*> into its entries for checking. WS-SKILL-LIST is the checked column
*> in the stored form (numbers separated by commas).
01 WS-CATEOF       PIC A(1) VALUE 'N'.
01 WS-SKILL-COUNT  PIC 9(2) VALUE 0.
01 WS-SKILL-ID     PIC 9(2) OCCURS 20.
01 CAT-FIELDS.
   05 CAT-ID    PIC X(2).
   05 CAT-REST  PIC X(290).
01 WS-SKILL-IN     PIC X(60).
01 WS-SKILL-TOKENS.
   05 WS-SKILL-TOKEN PIC X(10) OCCURS 20.
01 WS-SKILL-I      PIC 9(2) VALUE 0.
01 WS-SKILL-J      PIC 9(2) VALUE 0.
01 WS-SKILL-FOUND  PIC A(1) VALUE 'N'.
01 WS-SKILL-OK     PIC A(1) VALUE 'N'.
01 WS-SKILL-LIST   PIC X(60).
01 WS-SKILL-PTR    PIC 9(3) VALUE 1.
01 WS-SKILL-TXT    PIC Z9.
01 WS-REQUIRED-LIST  PIC X(60).
01 WS-PREFERRED-LIST PIC X(60).

*> Parsed view of one employer-verify.txt row
01 EV-FIELDS.
   05 EV-USER   PIC X(20).
01 WS-DATE-OK     PIC A(1) VALUE 'N'.
01 WS-CHECK-DATE  PIC X(10).

*> Screening list, normalized the way src/InCollege.cob's
*> LOAD-SCREENING-TERMS does it: upper case, punctuation to spaces,
*> single spaces, one space either side for whole-word matching.
01 SCT-FIELDS.
   05 SCT-TERM     PIC X(40).
   05 SCT-CATEGORY PIC X(10).
01 WS-SCR-EOF    PIC X(1) VALUE "N".
01 WS-SCR-COUNT  PIC 9(3) VALUE 0.
01 WS-SCR-TABLE.
   05 WS-SCR-ENTRY OCCURS 200.
      10 WS-SCR-T-PAT  PIC X(42).
      10 WS-SCR-T-LEN  PIC 9(2).
      10 WS-SCR-T-TERM PIC X(40).
01 WS-SCR-I      PIC 9(3) VALUE 0.
01 WS-SCR-TALLY  PIC 9(4) VALUE 0.
01 WS-SCR-TEXT   PIC X(260).
01 WS-SCR-WORK   PIC X(262).
01 WS-SCR-NORM   PIC X(262).
01 WS-SCR-K      PIC 9(3) VALUE 0.
01 WS-SCR-N      PIC 9(3) VALUE 0.
01 WS-SCR-PUNCT  PIC X(14) VALUE '.,;:!?()-/&*_"'.
01 WS-SCR-BLANKS PIC X(14) VALUE SPACES.
01 WS-SCR-HIT    PIC A(1) VALUE 'N'.
01 WS-SCR-TERM   PIC X(40).

*> Review queue numbering: the highest id on file is found once at
*> the start of a LOAD and bumped per held row.
01 WS-SCQ-EOF    PIC A(1) VALUE 'N'.
01 WS-SCQ-SEQ    PIC 9(6) VALUE 0.
01 WS-SCQ-SCAN-ID PIC X(6).
01 WS-JOB-STATUS PIC X(10).

01 WS-ACCEPTED      PIC 9(6) VALUE 0.
01 WS-REJECTED      PIC 9(6) VALUE 0.
01 WS-HELD          PIC 9(6) VALUE 0.
01 WS-COUNT-DISPLAY PIC ZZZ,ZZ9.

PROCEDURE DIVISION.
    END-IF

    PERFORM 0400-LOAD-MAJORS-CATALOG
    PERFORM 0420-LOAD-SKILLS-CATALOG
    PERFORM 0440-LOAD-SCREENING-TERMS
    IF WS-MODE = 'L'
        PERFORM 0500-LOAD-POSTING-SEQ
        PERFORM 0520-LOAD-QUEUE-SEQ
    END-IF
    PERFORM 1000-PROCESS-FEED
    IF WS-MODE = 'L'
        PERFORM 1600-SAVE-POSTING-SEQ
    END-IF

    MOVE " " TO REPORT-LINE
    PERFORM SHOW
        END-STRING
    END-IF
    PERFORM SHOW
    MOVE WS-HELD TO WS-COUNT-DISPLAY
    MOVE SPACES TO REPORT-LINE
    STRING "Rows held:     " DELIMITED BY SIZE
           WS-COUNT-DISPLAY DELIMITED BY SIZE
           " (screening hits, also counted above)" DELIMITED BY SIZE
           INTO REPORT-LINE
    END-STRING
    PERFORM SHOW
    MOVE WS-REJECTED TO WS-COUNT-DISPLAY
    MOVE SPACES TO REPORT-LINE
    STRING "Rows rejected: " DELIMITED BY SIZE
    END-PERFORM
    CLOSE MAJORS-CATALOG.

*> Loads the skill numbers in the skills catalog.
0420-LOAD-SKILLS-CATALOG.
    MOVE 0 TO WS-SKILL-COUNT
    OPEN INPUT SKILLS-CATALOG
    IF SKILLS-FILE-STATUS NOT = "00"
        EXIT PARAGRAPH
    END-IF
    MOVE 'N' TO WS-CATEOF
    PERFORM UNTIL WS-CATEOF = 'Y' OR WS-SKILL-COUNT >= 20
        READ SKILLS-CATALOG INTO SKILLS-CATALOG-LINE
            AT END MOVE 'Y' TO WS-CATEOF
            NOT AT END
                MOVE SPACES TO CAT-FIELDS
                UNSTRING SKILLS-CATALOG-LINE DELIMITED BY "|"
                    INTO CAT-ID CAT-REST
                END-UNSTRING
                IF FUNCTION NUMVAL(CAT-ID) > 0
                    ADD 1 TO WS-SKILL-COUNT
                    MOVE FUNCTION NUMVAL(CAT-ID) TO WS-SKILL-ID(WS-SKILL-COUNT)
                END-IF
        END-READ
    END-PERFORM
    CLOSE SKILLS-CATALOG.

*> Resolves WS-MAJOR-IN: WS-MAJOR-CANON gets the canonical name and
*> WS-MAJOR-VALID says whether the catalog recognized the value.
*> With no catalog on disk every major passes (same degradation the
        END-IF
    END-PERFORM.

*> Loads the career services screening list. No list on disk screens
*> nothing.
0440-LOAD-SCREENING-TERMS.
    MOVE 0 TO WS-SCR-COUNT
    OPEN INPUT SCREEN-TERMS
    IF SCRTERM-FILE-STATUS NOT = "00"
        EXIT PARAGRAPH
    END-IF
    MOVE "N" TO WS-SCR-EOF
    PERFORM UNTIL WS-SCR-EOF = "Y"
        READ SCREEN-TERMS INTO SCREEN-TERMS-LINE
            AT END MOVE "Y" TO WS-SCR-EOF
            NOT AT END
                MOVE SPACES TO SCT-FIELDS
                UNSTRING SCREEN-TERMS-LINE DELIMITED BY "|"
                    INTO SCT-TERM SCT-CATEGORY
                END-UNSTRING
                MOVE SPACES TO WS-SCR-WORK
                STRING " " DELIMITED BY SIZE
                       FUNCTION UPPER-CASE(FUNCTION TRIM(SCT-TERM)) DELIMITED BY SIZE
                       " " DELIMITED BY SIZE
                       INTO WS-SCR-WORK
                END-STRING
                PERFORM 0465-NORMALIZE-SCREEN-TEXT
                IF FUNCTION LENGTH(FUNCTION TRIM(WS-SCR-NORM)) > 0
                   AND WS-SCR-COUNT < 200
                    ADD 1 TO WS-SCR-COUNT
                    MOVE SPACES TO WS-SCR-T-PAT(WS-SCR-COUNT)
                    STRING " " DELIMITED BY SIZE
                           FUNCTION TRIM(WS-SCR-NORM) DELIMITED BY SIZE
                           " " DELIMITED BY SIZE
                           INTO WS-SCR-T-PAT(WS-SCR-COUNT)
                    END-STRING
                    COMPUTE WS-SCR-T-LEN(WS-SCR-COUNT) =
                        FUNCTION LENGTH(FUNCTION TRIM(WS-SCR-NORM)) + 2
                    MOVE FUNCTION TRIM(SCT-TERM) TO WS-SCR-T-TERM(WS-SCR-COUNT)
                END-IF
        END-READ
    END-PERFORM
    CLOSE SCREEN-TERMS.

*> Checks WS-SCR-TEXT against the screening list; WS-SCR-HIT and
*> WS-SCR-TERM say whether and on what it matched.
0460-SCREEN-TEXT.
    MOVE 'N' TO WS-SCR-HIT
    MOVE SPACES TO WS-SCR-TERM
    IF WS-SCR-COUNT = 0
        EXIT PARAGRAPH
    END-IF
    MOVE SPACES TO WS-SCR-WORK
    STRING " " DELIMITED BY SIZE
           FUNCTION UPPER-CASE(FUNCTION TRIM(WS-SCR-TEXT)) DELIMITED BY SIZE
           " " DELIMITED BY SIZE
           INTO WS-SCR-WORK
    END-STRING
    PERFORM 0465-NORMALIZE-SCREEN-TEXT
    PERFORM VARYING WS-SCR-I FROM 1 BY 1
        UNTIL WS-SCR-I > WS-SCR-COUNT OR WS-SCR-HIT = 'Y'
        MOVE 0 TO WS-SCR-TALLY
        INSPECT WS-SCR-NORM TALLYING WS-SCR-TALLY
            FOR ALL WS-SCR-T-PAT(WS-SCR-I)(1:WS-SCR-T-LEN(WS-SCR-I))
        IF WS-SCR-TALLY > 0
            MOVE 'Y' TO WS-SCR-HIT
            MOVE WS-SCR-T-TERM(WS-SCR-I) TO WS-SCR-TERM
        END-IF
    END-PERFORM.

*> Punctuation in WS-SCR-WORK to spaces and runs of spaces collapsed
*> to one, into WS-SCR-NORM.
0465-NORMALIZE-SCREEN-TEXT.
    INSPECT WS-SCR-WORK CONVERTING WS-SCR-PUNCT TO WS-SCR-BLANKS
    INSPECT WS-SCR-WORK REPLACING ALL "'" BY " "
    MOVE SPACES TO WS-SCR-NORM
    MOVE 0 TO WS-SCR-N
    PERFORM VARYING WS-SCR-K FROM 1 BY 1 UNTIL WS-SCR-K > 262
        IF WS-SCR-WORK(WS-SCR-K:1) = SPACE
            IF WS-SCR-N = 0
                ADD 1 TO WS-SCR-N
            ELSE
                IF WS-SCR-NORM(WS-SCR-N:1) NOT = SPACE
                    ADD 1 TO WS-SCR-N
                END-IF
            END-IF
        ELSE
            ADD 1 TO WS-SCR-N
            MOVE WS-SCR-WORK(WS-SCR-K:1) TO WS-SCR-NORM(WS-SCR-N:1)
        END-IF
    END-PERFORM.

*> Finds the highest review-queue id on file so held rows continue
*> the numbering src/InCollege.cob uses.
0520-LOAD-QUEUE-SEQ.
    MOVE 0 TO WS-SCQ-SEQ
    OPEN INPUT SCREEN-QUEUE
    IF SCRQ-FILE-STATUS NOT = "00"
        EXIT PARAGRAPH
    END-IF
    MOVE 'N' TO WS-SCQ-EOF
    PERFORM UNTIL WS-SCQ-EOF = 'Y'
        READ SCREEN-QUEUE INTO SCREEN-QUEUE-LINE
            AT END MOVE 'Y' TO WS-SCQ-EOF
            NOT AT END
                MOVE SPACES TO WS-SCQ-SCAN-ID
                UNSTRING SCREEN-QUEUE-LINE DELIMITED BY "|"
                    INTO WS-SCQ-SCAN-ID
                END-UNSTRING
                IF WS-SCQ-SCAN-ID IS NUMERIC
                   AND FUNCTION NUMVAL(WS-SCQ-SCAN-ID) > WS-SCQ-SEQ
                    MOVE FUNCTION NUMVAL(WS-SCQ-SCAN-ID) TO WS-SCQ-SEQ
                END-IF
        END-READ
    END-PERFORM
    CLOSE SCREEN-QUEUE.

*> Finds the last posting number issued: the larger of the number in
*> src/posting-seq.txt and the highest POSTING-ID on the board, so a
*> missing or stale counter can never reissue a number.
0500-LOAD-POSTING-SEQ.
    MOVE 0 TO WS-POSTING-SEQ
    OPEN INPUT POSTING-SEQ
    IF POSTING-SEQ-FILE-STATUS = "00"
        READ POSTING-SEQ INTO POSTING-SEQ-LINE
            AT END CONTINUE
            NOT AT END
                IF POSTING-SEQ-LINE(1:6) IS NUMERIC
                    MOVE FUNCTION NUMVAL(POSTING-SEQ-LINE) TO WS-POSTING-SEQ
                END-IF
        END-READ
        CLOSE POSTING-SEQ
    END-IF

    OPEN INPUT JOBS
    IF JOBS-FILE-STATUS NOT = "00"
        EXIT PARAGRAPH
    END-IF
    MOVE 'N' TO WS-JOBSEOF
    PERFORM UNTIL WS-JOBSEOF = 'Y'
        READ JOBS INTO JOBS-LINE
            AT END MOVE 'Y' TO WS-JOBSEOF
            NOT AT END
                MOVE SPACES TO WS-SEQ-SCAN
                UNSTRING JOBS-LINE DELIMITED BY "|"
                    INTO WS-SEQ-SKIP(1) WS-SEQ-SKIP(2) WS-SEQ-SKIP(3)
                         WS-SEQ-SKIP(4) WS-SEQ-SKIP(5) WS-SEQ-SKIP(6)
                         WS-SEQ-SKIP(7) WS-SEQ-ID
                END-UNSTRING
                IF WS-SEQ-ID IS NUMERIC
                   AND FUNCTION NUMVAL(WS-SEQ-ID) > WS-POSTING-SEQ
                    MOVE FUNCTION NUMVAL(WS-SEQ-ID) TO WS-POSTING-SEQ
                END-IF
        END-READ
    END-PERFORM
    CLOSE JOBS.

1000-PROCESS-FEED.
    OPEN INPUT CSV-IN
    IF CSV-FILE-STATUS NOT = "00"
                MOVE SPACES TO CSV-FIELDS
                UNSTRING CSV-LINE DELIMITED BY ","
                    INTO CSV-EMPLOYER CSV-TITLE CSV-MAJOR CSV-LOCATION
                         CSV-POSTED CSV-EXPIRES CSV-REQUIRED
                         CSV-PREFERRED
                END-UNSTRING
                *> A header line from the partner's spreadsheet export
                *> is recognized by its first column and skipped.
    END-IF

    ADD 1 TO WS-ACCEPTED
    MOVE SPACES TO WS-SCR-TEXT
    STRING FUNCTION TRIM(CSV-TITLE) DELIMITED BY SIZE
           " " DELIMITED BY SIZE
           FUNCTION TRIM(CSV-LOCATION) DELIMITED BY SIZE
           INTO WS-SCR-TEXT
    END-STRING
    PERFORM 0460-SCREEN-TEXT
    IF WS-SCR-HIT = 'Y'
        ADD 1 TO WS-HELD
        MOVE "QUARANTINE" TO WS-JOB-STATUS
    ELSE
        MOVE "OPEN" TO WS-JOB-STATUS
    END-IF
    MOVE SPACES TO REPORT-LINE
    IF WS-MODE = 'L'
        ADD 1 TO WS-POSTING-SEQ
        MOVE WS-POSTING-SEQ TO WS-POSTING-ID
        STRING "Loaded: " DELIMITED BY SIZE
               FUNCTION TRIM(CSV-TITLE) DELIMITED BY SIZE
               " at " DELIMITED BY SIZE
               FUNCTION TRIM(CSV-EMPLOYER) DELIMITED BY SIZE
               " as posting #" DELIMITED BY SIZE
               WS-POSTING-ID DELIMITED BY SIZE
               INTO REPORT-LINE
        END-STRING
    ELSE
        END-STRING
    END-IF
    PERFORM SHOW
    IF WS-SCR-HIT = 'Y'
        MOVE SPACES TO REPORT-LINE
        STRING "    Held for review (matched """ DELIMITED BY SIZE
               FUNCTION TRIM(WS-SCR-TERM) DELIMITED BY SIZE
               """) -- not on the job board until approved" DELIMITED BY SIZE
               INTO REPORT-LINE
        END-STRING
        PERFORM SHOW
    END-IF

    IF WS-MODE = 'L'
        PERFORM 1500-APPEND-POSTING
        IF WS-SCR-HIT = 'Y'
            PERFORM 1550-QUEUE-FOR-REVIEW
        END-IF
    END-IF.

*> All-or-nothing validation for the row in CSV-FIELDS; the first
        END-IF
    END-IF

    MOVE CSV-REQUIRED TO WS-SKILL-IN
    PERFORM 1450-CHECK-SKILLS
    IF WS-SKILL-OK NOT = 'Y'
        MOVE "required skills list a number not in the skills catalog" TO WS-REJECT-WHY
        EXIT PARAGRAPH
    END-IF
    MOVE WS-SKILL-LIST TO WS-REQUIRED-LIST
    MOVE CSV-PREFERRED TO WS-SKILL-IN
    PERFORM 1450-CHECK-SKILLS
    IF WS-SKILL-OK NOT = 'Y'
        MOVE "preferred skills list a number not in the skills catalog" TO WS-REJECT-WHY
        EXIT PARAGRAPH
    END-IF
    MOVE WS-SKILL-LIST TO WS-PREFERRED-LIST

    MOVE 'Y' TO WS-ROW-OK.

*> The employer column must name an active employer account that has
        + FUNCTION NUMVAL(WS-CHECK-DATE(9:2))
    MOVE 'Y' TO WS-DATE-OK.

*> Checks one skills column (WS-SKILL-IN: numbers separated by
*> semicolons or spaces) against the skills catalog. WS-SKILL-OK says
*> whether every entry is a catalog skill; WS-SKILL-LIST gets the
*> column in the stored form, e.g. 2,5. With no catalog on disk any
*> skill is refused, since nothing could be ranked against it.
1450-CHECK-SKILLS.
    MOVE 'Y' TO WS-SKILL-OK
    MOVE SPACES TO WS-SKILL-LIST
    MOVE 1 TO WS-SKILL-PTR
    MOVE SPACES TO WS-SKILL-TOKENS
    UNSTRING WS-SKILL-IN DELIMITED BY ";" OR ALL SPACE
        INTO WS-SKILL-TOKEN(1) WS-SKILL-TOKEN(2) WS-SKILL-TOKEN(3)
             WS-SKILL-TOKEN(4) WS-SKILL-TOKEN(5) WS-SKILL-TOKEN(6)
             WS-SKILL-TOKEN(7) WS-SKILL-TOKEN(8) WS-SKILL-TOKEN(9)
             WS-SKILL-TOKEN(10) WS-SKILL-TOKEN(11) WS-SKILL-TOKEN(12)
             WS-SKILL-TOKEN(13) WS-SKILL-TOKEN(14) WS-SKILL-TOKEN(15)
             WS-SKILL-TOKEN(16) WS-SKILL-TOKEN(17) WS-SKILL-TOKEN(18)
             WS-SKILL-TOKEN(19) WS-SKILL-TOKEN(20)
    END-UNSTRING
    PERFORM VARYING WS-SKILL-I FROM 1 BY 1
            UNTIL WS-SKILL-I > 20 OR WS-SKILL-OK = 'N'
        IF WS-SKILL-TOKEN(WS-SKILL-I) NOT = SPACES
            MOVE 'N' TO WS-SKILL-FOUND
            IF FUNCTION TRIM(WS-SKILL-TOKEN(WS-SKILL-I)) IS NUMERIC
                PERFORM VARYING WS-SKILL-J FROM 1 BY 1
                        UNTIL WS-SKILL-J > WS-SKILL-COUNT
                    IF WS-SKILL-ID(WS-SKILL-J)
                       = FUNCTION NUMVAL(WS-SKILL-TOKEN(WS-SKILL-I))
                        MOVE 'Y' TO WS-SKILL-FOUND
                    END-IF
                END-PERFORM
            END-IF
            IF WS-SKILL-FOUND = 'N'
                MOVE 'N' TO WS-SKILL-OK
            ELSE
                MOVE FUNCTION NUMVAL(WS-SKILL-TOKEN(WS-SKILL-I)) TO WS-SKILL-TXT
                IF WS-SKILL-PTR > 1
                    STRING "," DELIMITED BY SIZE
                           INTO WS-SKILL-LIST WITH POINTER WS-SKILL-PTR
                    END-STRING
                END-IF
                STRING FUNCTION TRIM(WS-SKILL-TXT) DELIMITED BY SIZE
                       INTO WS-SKILL-LIST WITH POINTER WS-SKILL-PTR
                END-STRING
            END-IF
        END-IF
    END-PERFORM.

*> Appends the clean row to the job board in the same line format
*> POST-NEW-JOB writes (append, create file if necessary), under the
*> posting number 1100-PROCESS-ONE-ROW just issued.
1500-APPEND-POSTING.
    OPEN EXTEND JOBS
    IF JOBS-FILE-STATUS = "05" OR JOBS-FILE-STATUS = "35"
           FUNCTION TRIM(CSV-LOCATION) DELIMITED BY SIZE
           "|" DELIMITED BY SIZE
           FUNCTION TRIM(CSV-POSTED) DELIMITED BY SIZE
           "|" DELIMITED BY SIZE
           FUNCTION TRIM(WS-JOB-STATUS) DELIMITED BY SIZE
           "|" DELIMITED BY SIZE
           FUNCTION TRIM(CSV-EXPIRES) DELIMITED BY SIZE
           "|" DELIMITED BY SIZE
           WS-POSTING-ID DELIMITED BY SIZE
           INTO JOBS-LINE
    END-STRING
    WRITE JOBS-LINE
    CLOSE JOBS

    IF WS-REQUIRED-LIST = SPACES AND WS-PREFERRED-LIST = SPACES
        EXIT PARAGRAPH
    END-IF
    OPEN EXTEND POSTING-SKILLS
    IF POSTING-SKILLS-STATUS = "05" OR POSTING-SKILLS-STATUS = "35"
        OPEN OUTPUT POSTING-SKILLS
    END-IF
    MOVE SPACES TO POSTING-SKILLS-LINE
    STRING WS-POSTING-ID DELIMITED BY SIZE
           "|" DELIMITED BY SIZE
           FUNCTION TRIM(WS-REQUIRED-LIST) DELIMITED BY SIZE
           "|" DELIMITED BY SIZE
           FUNCTION TRIM(WS-PREFERRED-LIST) DELIMITED BY SIZE
           INTO POSTING-SKILLS-LINE
    END-STRING
    WRITE POSTING-SKILLS-LINE
    CLOSE POSTING-SKILLS.

*> Queues the held posting just appended for an administrator, in
*> the row format src/InCollege.cob's HOLD-FOR-REVIEW writes.
1550-QUEUE-FOR-REVIEW.
    ADD 1 TO WS-SCQ-SEQ
    INSPECT WS-SCR-TEXT REPLACING ALL "|" BY "/"
    OPEN EXTEND SCREEN-QUEUE
    IF SCRQ-FILE-STATUS = "05" OR SCRQ-FILE-STATUS = "35"
        OPEN OUTPUT SCREEN-QUEUE
    END-IF
    MOVE SPACES TO SCREEN-QUEUE-LINE
    STRING WS-SCQ-SEQ DELIMITED BY SIZE
           "|POSTING|" DELIMITED BY SIZE
           FUNCTION TRIM(CSV-EMPLOYER) DELIMITED BY SIZE
           "|" DELIMITED BY SIZE
           WS-POSTING-ID DELIMITED BY SIZE
           "|" DELIMITED BY SIZE
           FUNCTION CURRENT-DATE(1:14) DELIMITED BY SIZE
           "|" DELIMITED BY SIZE
           FUNCTION TRIM(WS-SCR-TERM) DELIMITED BY SIZE
           "|HELD|||" DELIMITED BY SIZE
           FUNCTION TRIM(WS-SCR-TEXT) DELIMITED BY SIZE
           INTO SCREEN-QUEUE-LINE
    END-STRING
    WRITE SCREEN-QUEUE-LINE
    CLOSE SCREEN-QUEUE.

*> Records the last posting number this run issued.
1600-SAVE-POSTING-SEQ.
    OPEN OUTPUT POSTING-SEQ
    MOVE SPACES TO POSTING-SEQ-LINE
    MOVE WS-POSTING-SEQ TO POSTING-SEQ-LINE
    WRITE POSTING-SEQ-LINE
    CLOSE POSTING-SEQ.
