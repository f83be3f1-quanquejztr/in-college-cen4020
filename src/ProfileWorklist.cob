*> ones ranked worst-first -- score 0 profiles (often nothing but a
*> username and a skills mask) at the top -- each with its missing
*> pieces, so the right students get coached before the recruiting
*> push. The worklist is grouped by consortium campus, each campus
*> with its own count, and closes on the consortium total.
*> Read-only; report goes to src/Profile-Worklist.txt.
IDENTIFICATION DIVISION.
PROGRAM-ID. ProfileWorklist.

        ACCESS MODE IS SEQUENTIAL
        FILE STATUS IS LOCK-FILE-STATUS.

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

    SELECT REPORT-OUT ASSIGN TO "src/Profile-Worklist.txt"
        ORGANIZATION IS LINE SEQUENTIAL
        ACCESS MODE IS SEQUENTIAL
    05 FILLER         PIC X(1).
    05 LOCK-PROGRAM   PIC X(20).

FD CAMPUSES.
01 CAMPUSES-LINE PIC X(60).

FD ACCOUNT-CAMPUS.
01 ACCOUNT-CAMPUS-LINE PIC X(40).

FD REPORT-OUT.
01 REPORT-LINE PIC X(160).

      10 WS-W-USER    PIC X(20).
      10 WS-W-NAME    PIC X(62).
      10 WS-W-MISSING PIC X(100).
      10 WS-W-CAMPUS  PIC 9(2).
01 WS-WORK-I PIC 9(4) VALUE 0.
01 WS-RANK   PIC 9 VALUE 0.
01 WS-PRINTED PIC 9(4) VALUE 0.
01 WS-COUNT-DISPLAY PIC ZZZ,ZZ9.

*> Campus grouping (see SELECT CAMPUSES / ACCOUNT-CAMPUS). Slot 1 is
*> the home campus; an unknown code counts there too.
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
      10 WS-CMP-T-CODE PIC X(8).
      10 WS-CMP-T-NAME PIC X(40).
      10 WS-CMP-NEEDING PIC 9(6).
01 WS-CMP-I      PIC 9(2) VALUE 0.
01 WS-CMP-SLOT   PIC 9(2) VALUE 1.
01 WS-CMP-USER   PIC X(20).
01 WS-AC-COUNT   PIC 9(4) VALUE 0.
01 WS-AC-TABLE.
   05 WS-AC-ENTRY OCCURS 5000.
      10 WS-AC-USER PIC X(20).
      10 WS-AC-SLOT PIC 9(2).
01 WS-AC-I       PIC 9(4) VALUE 0.

PROCEDURE DIVISION.
0000-MAINLINE.
    OPEN OUTPUT REPORT-OUT
        STOP RUN
    END-IF

    PERFORM 0300-LOAD-CAMPUSES
    PERFORM 1000-SCAN-PROFILES
    PERFORM 3000-PRINT-WORKLIST

        MOVE 'Y' TO WS-LOCK-STALE
    END-IF.

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
        MOVE 0 TO WS-CMP-NEEDING(WS-CMP-I)
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

1000-SCAN-PROFILES.
    OPEN INPUT PROFILES
    IF PROFILES-FILE-STATUS NOT = "00"
                       INTO WS-W-NAME(WS-WORK-COUNT)
                END-STRING
                MOVE WS-MISSING-TXT TO WS-W-MISSING(WS-WORK-COUNT)
                MOVE P-USERNAME TO WS-CMP-USER
                PERFORM 0350-FIND-CAMPUS
                MOVE WS-CMP-SLOT TO WS-W-CAMPUS(WS-WORK-COUNT)
            END-IF
        END-IF
    END-PERFORM
        END-STRING
    END-IF.

*> One block per campus; within it worst first: all score-0 rows,
*> then score-1, up through score-5.
3000-PRINT-WORKLIST.
    IF WS-WORK-COUNT = 0
        MOVE "Every profile on file is complete." TO REPORT-LINE
        EXIT PARAGRAPH
    END-IF

    MOVE 0 TO WS-PRINTED
    PERFORM VARYING WS-CMP-I FROM 1 BY 1 UNTIL WS-CMP-I > WS-CMP-COUNT
        PERFORM 3100-PRINT-CAMPUS
    END-PERFORM

    MOVE " " TO REPORT-LINE
    PERFORM SHOW
    MOVE "Consortium total:" TO REPORT-LINE
    PERFORM SHOW
    MOVE WS-PRINTED TO WS-COUNT-DISPLAY
    MOVE SPACES TO REPORT-LINE
    STRING "Profiles needing coaching: " DELIMITED BY SIZE
           WS-COUNT-DISPLAY DELIMITED BY SIZE
           INTO REPORT-LINE
    END-STRING
    PERFORM SHOW.

*> The worklist for the campus in slot WS-CMP-I.
3100-PRINT-CAMPUS.
    MOVE 0 TO WS-CMP-NEEDING(WS-CMP-I)
    MOVE " " TO REPORT-LINE
    PERFORM SHOW
    MOVE SPACES TO REPORT-LINE
    STRING "-- Campus " DELIMITED BY SIZE
           FUNCTION TRIM(WS-CMP-T-CODE(WS-CMP-I)) DELIMITED BY SIZE
           " (" DELIMITED BY SIZE
           FUNCTION TRIM(WS-CMP-T-NAME(WS-CMP-I)) DELIMITED BY SIZE
           ") --" DELIMITED BY SIZE
           INTO REPORT-LINE
    END-STRING
    PERFORM SHOW
    MOVE "Incomplete profiles, worst first (score 0-5 of 6):" TO REPORT-LINE
    PERFORM SHOW

    PERFORM VARYING WS-RANK FROM 0 BY 1 UNTIL WS-RANK > 5
        PERFORM VARYING WS-WORK-I FROM 1 BY 1
            UNTIL WS-WORK-I > WS-WORK-COUNT
            IF WS-W-SCORE(WS-WORK-I) = WS-RANK
               AND WS-W-CAMPUS(WS-WORK-I) = WS-CMP-I
                ADD 1 TO WS-PRINTED
                ADD 1 TO WS-CMP-NEEDING(WS-CMP-I)
                MOVE SPACES TO REPORT-LINE
                STRING "  [" DELIMITED BY SIZE
                       WS-W-SCORE(WS-WORK-I) DELIMITED BY SIZE
        END-PERFORM
    END-PERFORM

    MOVE WS-CMP-NEEDING(WS-CMP-I) TO WS-COUNT-DISPLAY
    MOVE SPACES TO REPORT-LINE
    STRING "Profiles needing coaching at " DELIMITED BY SIZE
           FUNCTION TRIM(WS-CMP-T-CODE(WS-CMP-I)) DELIMITED BY SIZE
           ": " DELIMITED BY SIZE
           WS-COUNT-DISPLAY DELIMITED BY SIZE
           INTO REPORT-LINE
    END-STRING
