*> two ways -- by major (placements against the number of students in
*> profiles.txt carrying that major) and by employer (placements
*> against the applications that employer received) -- replacing the
*> spreadsheet career services rebuilds by hand every term. A third
*> breakdown matches placements to applications on the permanent
*> posting number, so each run of a reposted title stands alone.
*> A fourth breaks the students, applications and placements out by
*> consortium campus ahead of the consortium total.
*> Read-only; writes src/Placement-Report.txt.
IDENTIFICATION DIVISION.
PROGRAM-ID. PlacementReport.
        ACCESS MODE IS SEQUENTIAL
        FILE STATUS IS APPLICATIONS-FILE-STATUS.

*> Campus reference file (CODE|NAME, first row is the home campus)
*> and each account's campus (USERNAME|CODE). No row means the home
*> campus.
    SELECT CAMPUSES ASSIGN TO "src/campuses.txt"
        ORGANIZATION IS LINE SEQUENTIAL
        ACCESS MODE IS SEQUENTIAL
        FILE STATUS IS CAMPUS-FILE-STATUS.

    SELECT ACCOUNT-CAMPUS ASSIGN TO "src/account-campus.txt"
        ORGANIZATION IS LINE SEQUENTIAL
        ACCESS MODE IS SEQUENTIAL
        FILE STATUS IS ACCTCMP-FILE-STATUS.

    SELECT REPORT-OUT ASSIGN TO "src/Placement-Report.txt"
        ORGANIZATION IS LINE SEQUENTIAL
        ACCESS MODE IS SEQUENTIAL
DATA DIVISION.
FILE SECTION.
FD PLACEMENTS.
01 PLACEMENTS-LINE PIC X(300).

*> Profile data file -- one record per user, keyed by P-USERNAME.
*> Same layout src/InCollege.cob's FD PROFILES uses.
   05 P-SKILLS-MASK   PIC X(5) VALUE "00000".

FD APPLICATIONS.
01 APPLICATIONS-LINE PIC X(300).

FD CAMPUSES.
01 CAMPUSES-LINE PIC X(60).

FD ACCOUNT-CAMPUS.
01 ACCOUNT-CAMPUS-LINE PIC X(40).

FD REPORT-OUT.
01 REPORT-LINE PIC X(200).
01 APPSEOF  PIC A(1) VALUE 'N'.

*> Parsed view of one placements.txt row:
*> STUDENT|EMPLOYER|TITLE|MAJOR|GRAD-YEAR|ACCEPT-DATE|POSTING-ID
01 PLACE-FIELDS.
   05 PLACE-STUDENT  PIC X(20).
   05 PLACE-EMPLOYER PIC X(40).
   05 PLACE-MAJOR    PIC X(40).
   05 PLACE-GRAD     PIC X(4).
   05 PLACE-DATE     PIC X(8).
   05 PLACE-POSTING-ID PIC X(6).

*> Parsed view of one applications.txt row
01 APP-FIELDS.
   05 APP-APPLICANT PIC X(20).
   05 APP-STATUS    PIC X(12).
   05 APP-DATE      PIC X(8).
   05 APP-POSTING-ID PIC X(6).

*> Per-major rollup: students carrying that major in profiles.txt
*> against placements recorded for it.
      10 WS-EMP-APPS   PIC 9(6).
      10 WS-EMP-PLACED PIC 9(6).

*> Per-posting rollup keyed on the posting number: applications
*> received against placements made. Rows with no posting number
*> stay out of this breakdown.
01 WS-POST-COUNT PIC 9(4) VALUE 0.
01 WS-POST-TABLE.
   05 WS-POST-ENTRY OCCURS 300.
      10 WS-POST-ID       PIC X(6).
      10 WS-POST-TITLE    PIC X(50).
      10 WS-POST-EMPLOYER PIC X(40).
      10 WS-POST-APPS     PIC 9(6).
      10 WS-POST-PLACED   PIC 9(6).
01 WS-LOOKUP-ID   PIC X(6).
01 WS-LOOKUP-TITLE PIC X(50).

01 WS-LOOKUP-NAME PIC X(40).
01 WS-FOUND-I     PIC 9(4) VALUE 0.
01 WS-I           PIC 9(4) VALUE 0.

*> Per-campus rollup (see SELECT CAMPUSES / ACCOUNT-CAMPUS): students
*> with a profile, applications they sent and placements they took.
*> Slot 1 is the home campus; an unknown code counts there too.
01 CAMPUS-FILE-STATUS  PIC XX.
01 ACCTCMP-FILE-STATUS PIC XX.
01 CMP-FIELDS.
   05 CMP-CODE PIC X(8).
   05 CMP-NAME PIC X(40).
01 ACMP-FIELDS.
   05 ACMP-USER PIC X(20).
   05 ACMP-CODE PIC X(8).
01 WS-CMP-EOF    PIC X(1) VALUE "N".
01 WS-CMP-COUNT  PIC 9(2) VALUE 0.
01 WS-CMP-TABLE.
   05 WS-CMP-ENTRY OCCURS 50.
      10 WS-CMP-T-CODE   PIC X(8).
      10 WS-CMP-T-NAME   PIC X(40).
      10 WS-CMP-STUDENTS PIC 9(6).
      10 WS-CMP-APPS     PIC 9(6).
      10 WS-CMP-PLACED   PIC 9(6).
01 WS-CMP-I      PIC 9(2) VALUE 0.
01 WS-CMP-SLOT   PIC 9(2) VALUE 1.
01 WS-CMP-USER   PIC X(20).
01 WS-AC-COUNT   PIC 9(4) VALUE 0.
01 WS-AC-TABLE.
   05 WS-AC-ENTRY OCCURS 5000.
      10 WS-AC-USER PIC X(20).
      10 WS-AC-SLOT PIC 9(2).
01 WS-AC-I       PIC 9(4) VALUE 0.

01 WS-TOTAL-PLACED  PIC 9(6) VALUE 0.
01 WS-RATE          PIC 9(3)V9 VALUE 0.
01 WS-RATE-DISPLAY  PIC ZZ9.9.
01 WS-COUNT-DISPLAY PIC ZZZ,ZZ9.
01 WS-COUNT-DISPLAY-2 PIC ZZZ,ZZ9.
01 WS-COUNT-DISPLAY-3 PIC ZZZ,ZZ9.

PROCEDURE DIVISION.
0000-MAINLINE.
    MOVE "===== InCollege Placement Outcomes =====" TO REPORT-LINE
    PERFORM SHOW

    PERFORM 0300-LOAD-CAMPUSES
    PERFORM 1000-COUNT-STUDENTS-BY-MAJOR
    PERFORM 2000-COUNT-APPS-BY-EMPLOYER
    PERFORM 3000-TALLY-PLACEMENTS

    PERFORM 4000-REPORT-BY-MAJOR
    PERFORM 5000-REPORT-BY-EMPLOYER
    PERFORM 6000-REPORT-BY-POSTING
    PERFORM 7000-REPORT-BY-CAMPUS

    MOVE " " TO REPORT-LINE
    PERFORM SHOW
    MOVE "Consortium total:" TO REPORT-LINE
    PERFORM SHOW
    MOVE WS-TOTAL-PLACED TO WS-COUNT-DISPLAY
    MOVE SPACES TO REPORT-LINE
    STRING "Total placements: " DELIMITED BY SIZE
    DISPLAY REPORT-LINE
    WRITE REPORT-LINE.

*> Loads the campus catalog into WS-CMP-TABLE (a lone MAIN campus
*> when the file is absent) and the account-to-campus rows into
*> WS-AC-TABLE as campus slots.
0300-LOAD-CAMPUSES.
    MOVE 0 TO WS-CMP-COUNT
    OPEN INPUT CAMPUSES
    IF CAMPUS-FILE-STATUS = "00"
        MOVE "N" TO WS-CMP-EOF
        PERFORM UNTIL WS-CMP-EOF = "Y"
            READ CAMPUSES INTO CAMPUSES-LINE
                AT END MOVE "Y" TO WS-CMP-EOF
                NOT AT END
                    MOVE SPACES TO CMP-FIELDS
                    UNSTRING CAMPUSES-LINE DELIMITED BY "|"
                        INTO CMP-CODE CMP-NAME
                    END-UNSTRING
                    IF FUNCTION LENGTH(FUNCTION TRIM(CMP-CODE)) > 0
                       AND WS-CMP-COUNT < 50
                        ADD 1 TO WS-CMP-COUNT
                        MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(CMP-CODE))
                            TO WS-CMP-T-CODE(WS-CMP-COUNT)
                        MOVE CMP-NAME TO WS-CMP-T-NAME(WS-CMP-COUNT)
                    END-IF
            END-READ
        END-PERFORM
        CLOSE CAMPUSES
    END-IF
    IF WS-CMP-COUNT = 0
        MOVE 1 TO WS-CMP-COUNT
        MOVE "MAIN" TO WS-CMP-T-CODE(1)
        MOVE "Main Campus" TO WS-CMP-T-NAME(1)
    END-IF
    PERFORM VARYING WS-CMP-I FROM 1 BY 1 UNTIL WS-CMP-I > WS-CMP-COUNT
        MOVE 0 TO WS-CMP-STUDENTS(WS-CMP-I) WS-CMP-APPS(WS-CMP-I)
                  WS-CMP-PLACED(WS-CMP-I)
    END-PERFORM

    MOVE 0 TO WS-AC-COUNT
    OPEN INPUT ACCOUNT-CAMPUS
    IF ACCTCMP-FILE-STATUS = "00"
        MOVE "N" TO WS-CMP-EOF
        PERFORM UNTIL WS-CMP-EOF = "Y"
            READ ACCOUNT-CAMPUS INTO ACCOUNT-CAMPUS-LINE
                AT END MOVE "Y" TO WS-CMP-EOF
                NOT AT END
                    MOVE SPACES TO ACMP-FIELDS
                    UNSTRING ACCOUNT-CAMPUS-LINE DELIMITED BY "|"
                        INTO ACMP-USER ACMP-CODE
                    END-UNSTRING
                    IF FUNCTION LENGTH(FUNCTION TRIM(ACMP-USER)) > 0
                       AND WS-AC-COUNT < 5000
                        ADD 1 TO WS-AC-COUNT
                        MOVE ACMP-USER TO WS-AC-USER(WS-AC-COUNT)
                        MOVE 1 TO WS-AC-SLOT(WS-AC-COUNT)
                        PERFORM VARYING WS-CMP-I FROM 1 BY 1
                                UNTIL WS-CMP-I > WS-CMP-COUNT
                            IF WS-CMP-T-CODE(WS-CMP-I) =
                               FUNCTION UPPER-CASE(FUNCTION TRIM(ACMP-CODE))
                                MOVE WS-CMP-I TO WS-AC-SLOT(WS-AC-COUNT)
                            END-IF
                        END-PERFORM
                    END-IF
            END-READ
        END-PERFORM
        CLOSE ACCOUNT-CAMPUS
    END-IF.

*> Sets WS-CMP-SLOT to the campus of the account in WS-CMP-USER.
0350-FIND-CAMPUS.
    MOVE 1 TO WS-CMP-SLOT
    PERFORM VARYING WS-AC-I FROM 1 BY 1 UNTIL WS-AC-I > WS-AC-COUNT
        IF WS-AC-USER(WS-AC-I) = WS-CMP-USER
            MOVE WS-AC-SLOT(WS-AC-I) TO WS-CMP-SLOT
            MOVE WS-AC-COUNT TO WS-AC-I
        END-IF
    END-PERFORM.

*> Finds (or adds) the major named in WS-LOOKUP-NAME in WS-MAJ-TABLE,
*> leaving its slot in WS-FOUND-I. Matching is case-folded, same as
*> everywhere else majors are compared.
        MOVE WS-EMP-COUNT TO WS-FOUND-I
    END-IF.

*> Same find-or-add for the posting table, keyed on WS-LOOKUP-ID
*> (WS-LOOKUP-NAME/WS-LOOKUP-TITLE label a new slot). Leaves
*> WS-FOUND-I at 0 for a blank posting number.
2200-FIND-POSTING-SLOT.
    MOVE 0 TO WS-FOUND-I
    IF FUNCTION LENGTH(FUNCTION TRIM(WS-LOOKUP-ID)) = 0
        EXIT PARAGRAPH
    END-IF
    PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I > WS-POST-COUNT
        IF WS-POST-ID(WS-I) = WS-LOOKUP-ID
            MOVE WS-I TO WS-FOUND-I
        END-IF
    END-PERFORM
    IF WS-FOUND-I = 0 AND WS-POST-COUNT < 300
        ADD 1 TO WS-POST-COUNT
        MOVE WS-LOOKUP-ID TO WS-POST-ID(WS-POST-COUNT)
        MOVE WS-LOOKUP-TITLE TO WS-POST-TITLE(WS-POST-COUNT)
        MOVE WS-LOOKUP-NAME TO WS-POST-EMPLOYER(WS-POST-COUNT)
        MOVE 0 TO WS-POST-APPS(WS-POST-COUNT)
        MOVE 0 TO WS-POST-PLACED(WS-POST-COUNT)
        MOVE WS-POST-COUNT TO WS-FOUND-I
    END-IF.

*> PROFILES is keyed/indexed, so this scans it the same way the other
*> batch jobs do -- OPEN INPUT then READ NEXT RECORD until end.
1000-COUNT-STUDENTS-BY-MAJOR.
        READ PROFILES NEXT RECORD INTO P-REC
            AT END MOVE 'Y' TO PROFEOF
        END-READ
        IF PROFEOF NOT = 'Y'
            MOVE P-USERNAME TO WS-CMP-USER
            PERFORM 0350-FIND-CAMPUS
            ADD 1 TO WS-CMP-STUDENTS(WS-CMP-SLOT)
        END-IF
        IF PROFEOF NOT = 'Y'
           AND FUNCTION LENGTH(FUNCTION TRIM(P-MAJOR)) > 0
            MOVE P-MAJOR TO WS-LOOKUP-NAME
                MOVE SPACES TO APP-FIELDS
                UNSTRING APPLICATIONS-LINE DELIMITED BY "|"
                    INTO APP-EMPLOYER APP-TITLE APP-APPLICANT
                         APP-STATUS APP-DATE APP-POSTING-ID
                END-UNSTRING
                MOVE APP-APPLICANT TO WS-CMP-USER
                PERFORM 0350-FIND-CAMPUS
                ADD 1 TO WS-CMP-APPS(WS-CMP-SLOT)
                MOVE APP-EMPLOYER TO WS-LOOKUP-NAME
                PERFORM 2100-FIND-EMPLOYER-SLOT
                IF WS-FOUND-I > 0
                    ADD 1 TO WS-EMP-APPS(WS-FOUND-I)
                END-IF
                MOVE APP-POSTING-ID TO WS-LOOKUP-ID
                MOVE APP-TITLE TO WS-LOOKUP-TITLE
                PERFORM 2200-FIND-POSTING-SLOT
                IF WS-FOUND-I > 0
                    ADD 1 TO WS-POST-APPS(WS-FOUND-I)
                END-IF
        END-READ
    END-PERFORM
    CLOSE APPLICATIONS.
                UNSTRING PLACEMENTS-LINE DELIMITED BY "|"
                    INTO PLACE-STUDENT PLACE-EMPLOYER PLACE-TITLE
                         PLACE-MAJOR PLACE-GRAD PLACE-DATE
                         PLACE-POSTING-ID
                END-UNSTRING
                ADD 1 TO WS-TOTAL-PLACED
                MOVE PLACE-STUDENT TO WS-CMP-USER
                PERFORM 0350-FIND-CAMPUS
                ADD 1 TO WS-CMP-PLACED(WS-CMP-SLOT)
                IF FUNCTION LENGTH(FUNCTION TRIM(PLACE-MAJOR)) > 0
                    MOVE PLACE-MAJOR TO WS-LOOKUP-NAME
                    PERFORM 1100-FIND-MAJOR-SLOT
                IF WS-FOUND-I > 0
                    ADD 1 TO WS-EMP-PLACED(WS-FOUND-I)
                END-IF
                MOVE PLACE-POSTING-ID TO WS-LOOKUP-ID
                MOVE PLACE-TITLE TO WS-LOOKUP-TITLE
                PERFORM 2200-FIND-POSTING-SLOT
                IF WS-FOUND-I > 0
                    ADD 1 TO WS-POST-PLACED(WS-FOUND-I)
                END-IF
        END-READ
    END-PERFORM
    CLOSE PLACEMENTS.
            PERFORM SHOW
        END-IF
    END-PERFORM.

*> Only postings that produced a placement are listed -- the
*> per-employer section already covers the ones that did not.
6000-REPORT-BY-POSTING.
    MOVE " " TO REPORT-LINE
    PERFORM SHOW
    MOVE "Placements by posting (placed / applications received):" TO REPORT-LINE
    PERFORM SHOW
    PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I > WS-POST-COUNT
        IF WS-POST-PLACED(WS-I) > 0
            MOVE WS-POST-PLACED(WS-I) TO WS-COUNT-DISPLAY
            MOVE WS-POST-APPS(WS-I) TO WS-COUNT-DISPLAY-2
            MOVE SPACES TO REPORT-LINE
            STRING "  #" DELIMITED BY SIZE
                   WS-POST-ID(WS-I) DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   FUNCTION TRIM(WS-POST-TITLE(WS-I)) DELIMITED BY SIZE
                   " at " DELIMITED BY SIZE
                   FUNCTION TRIM(WS-POST-EMPLOYER(WS-I)) DELIMITED BY SIZE
                   ": " DELIMITED BY SIZE
                   FUNCTION TRIM(WS-COUNT-DISPLAY) DELIMITED BY SIZE
                   " / " DELIMITED BY SIZE
                   FUNCTION TRIM(WS-COUNT-DISPLAY-2) DELIMITED BY SIZE
                   INTO REPORT-LINE
            END-STRING
            PERFORM SHOW
        END-IF
    END-PERFORM.

*> One line per campus: placed / students on file, the rate, and the
*> applications those students sent.
7000-REPORT-BY-CAMPUS.
    MOVE " " TO REPORT-LINE
    PERFORM SHOW
    MOVE "Placements by campus (placed / students on file, applications sent):" TO REPORT-LINE
    PERFORM SHOW
    PERFORM VARYING WS-CMP-I FROM 1 BY 1 UNTIL WS-CMP-I > WS-CMP-COUNT
        MOVE WS-CMP-PLACED(WS-CMP-I) TO WS-COUNT-DISPLAY
        MOVE WS-CMP-STUDENTS(WS-CMP-I) TO WS-COUNT-DISPLAY-2
        MOVE WS-CMP-APPS(WS-CMP-I) TO WS-COUNT-DISPLAY-3
        MOVE 0 TO WS-RATE
        IF WS-CMP-STUDENTS(WS-CMP-I) > 0
            COMPUTE WS-RATE ROUNDED =
                WS-CMP-PLACED(WS-CMP-I) * 100 / WS-CMP-STUDENTS(WS-CMP-I)
        END-IF
        MOVE WS-RATE TO WS-RATE-DISPLAY
        MOVE SPACES TO REPORT-LINE
        STRING "  " DELIMITED BY SIZE
               FUNCTION TRIM(WS-CMP-T-CODE(WS-CMP-I)) DELIMITED BY SIZE
               " (" DELIMITED BY SIZE
               FUNCTION TRIM(WS-CMP-T-NAME(WS-CMP-I)) DELIMITED BY SIZE
               "): " DELIMITED BY SIZE
               FUNCTION TRIM(WS-COUNT-DISPLAY) DELIMITED BY SIZE
               " / " DELIMITED BY SIZE
               FUNCTION TRIM(WS-COUNT-DISPLAY-2) DELIMITED BY SIZE
               " (" DELIMITED BY SIZE
               FUNCTION TRIM(WS-RATE-DISPLAY) DELIMITED BY SIZE
               "%), " DELIMITED BY SIZE
               FUNCTION TRIM(WS-COUNT-DISPLAY-3) DELIMITED BY SIZE
               " applications" DELIMITED BY SIZE
               INTO REPORT-LINE
        END-STRING
        PERFORM SHOW
    END-PERFORM.
