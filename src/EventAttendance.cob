*> Post-event attendance report for career services: for every event
*> in src/events.txt it counts the RSVP rows, counts who was checked
*> in as ATTENDED at the door, and breaks the attendance down by the
*> attendees' majors (keyed lookups against profiles.txt) and by the
*> consortium campus each RSVP came from. Campus and consortium
*> totals close the report. Read-only; writes
*> src/EventAttendance-Report.txt.
IDENTIFICATION DIVISION.
PROGRAM-ID. EventAttendance.

        RECORD KEY IS P-USERNAME
        FILE STATUS IS PROFILES-FILE-STATUS.

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

    SELECT REPORT-OUT ASSIGN TO "src/EventAttendance-Report.txt"
        ORGANIZATION IS LINE SEQUENTIAL
        ACCESS MODE IS SEQUENTIAL
   05 P-MAJOR PIC X(40).
   05 FILLER PIC X(3713).

FD CAMPUSES.
01 CAMPUSES-LINE PIC X(60).

FD ACCOUNT-CAMPUS.
01 ACCOUNT-CAMPUS-LINE PIC X(40).

FD REPORT-OUT.
01 REPORT-LINE PIC X(200).

   05 EVT-DATE     PIC X(10).
   05 EVT-LOCATION PIC X(40).
   05 EVT-MAJOR    PIC X(40).
   05 EVT-CAMPUS   PIC X(8).

*> Parsed view of one event-rsvps.txt row
01 RSVP-FIELDS.
01 WS-ATTENDED-TOTAL PIC 9(6) VALUE 0.
01 WS-COUNT-DISPLAY  PIC ZZZ,ZZ9.
01 WS-COUNT-DISPLAY-2 PIC ZZZ,ZZ9.
01 WS-GRAND-RSVP     PIC 9(6) VALUE 0.
01 WS-GRAND-ATTENDED PIC 9(6) VALUE 0.

*> Campus rollup (see SELECT CAMPUSES / ACCOUNT-CAMPUS): the EVT-
*> counters are rebuilt for each event, the ALL- counters run across
*> every event. Slot 1 is the home campus; an unknown code counts
*> there too.
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
      10 WS-CMP-T-CODE       PIC X(8).
      10 WS-CMP-T-NAME       PIC X(40).
      10 WS-CMP-EVT-RSVP     PIC 9(6).
      10 WS-CMP-EVT-ATTENDED PIC 9(6).
      10 WS-CMP-ALL-RSVP     PIC 9(6).
      10 WS-CMP-ALL-ATTENDED PIC 9(6).
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
    MOVE "===== InCollege Event Attendance =====" TO REPORT-LINE
    PERFORM SHOW

    PERFORM 0300-LOAD-CAMPUSES

    OPEN INPUT EVENTS
    IF EVENTS-FILE-STATUS NOT = "00"
        MOVE "No events on file." TO REPORT-LINE
                MOVE SPACES TO EVT-FIELDS
                UNSTRING EVENTS-LINE DELIMITED BY "|"
                    INTO EVT-ID EVT-TITLE EVT-HOST EVT-DATE
                         EVT-LOCATION EVT-MAJOR EVT-CAMPUS
                END-UNSTRING
                IF FUNCTION LENGTH(FUNCTION TRIM(EVT-CAMPUS)) = 0
                    MOVE "ALL" TO EVT-CAMPUS
                END-IF
                PERFORM 1000-REPORT-ONE-EVENT
        END-READ
    END-PERFORM
    CLOSE EVENTS

    PERFORM 2000-REPORT-TOTALS

    CLOSE REPORT-OUT
    STOP RUN.

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
        MOVE 0 TO WS-CMP-EVT-RSVP(WS-CMP-I) WS-CMP-EVT-ATTENDED(WS-CMP-I)
                  WS-CMP-ALL-RSVP(WS-CMP-I) WS-CMP-ALL-ATTENDED(WS-CMP-I)
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

1000-REPORT-ONE-EVENT.
    MOVE " " TO REPORT-LINE
    PERFORM SHOW
           FUNCTION TRIM(EVT-HOST) DELIMITED BY SIZE
           ", target: " DELIMITED BY SIZE
           FUNCTION TRIM(EVT-MAJOR) DELIMITED BY SIZE
           ", campus: " DELIMITED BY SIZE
           FUNCTION TRIM(EVT-CAMPUS) DELIMITED BY SIZE
           ")" DELIMITED BY SIZE
           INTO REPORT-LINE
    END-STRING
    MOVE 0 TO WS-RSVP-TOTAL
    MOVE 0 TO WS-ATTENDED-TOTAL
    MOVE 0 TO WS-MAJ-COUNT
    PERFORM VARYING WS-CMP-I FROM 1 BY 1 UNTIL WS-CMP-I > WS-CMP-COUNT
        MOVE 0 TO WS-CMP-EVT-RSVP(WS-CMP-I) WS-CMP-EVT-ATTENDED(WS-CMP-I)
    END-PERFORM

    OPEN INPUT RSVPS
    IF RSVPS-FILE-STATUS = "00"
                    END-UNSTRING
                    IF RSVP-EVENT = EVT-ID
                        ADD 1 TO WS-RSVP-TOTAL
                        MOVE RSVP-USER TO WS-CMP-USER
                        PERFORM 0350-FIND-CAMPUS
                        ADD 1 TO WS-CMP-EVT-RSVP(WS-CMP-SLOT)
                        ADD 1 TO WS-CMP-ALL-RSVP(WS-CMP-SLOT)
                        IF FUNCTION TRIM(RSVP-STATUS) = "ATTENDED"
                            ADD 1 TO WS-ATTENDED-TOTAL
                            ADD 1 TO WS-CMP-EVT-ATTENDED(WS-CMP-SLOT)
                            ADD 1 TO WS-CMP-ALL-ATTENDED(WS-CMP-SLOT)
                            PERFORM 1100-TALLY-ATTENDEE-MAJOR
                        END-IF
                    END-IF
    END-STRING
    PERFORM SHOW

    ADD WS-RSVP-TOTAL TO WS-GRAND-RSVP
    ADD WS-ATTENDED-TOTAL TO WS-GRAND-ATTENDED

    PERFORM VARYING WS-MAJ-I FROM 1 BY 1 UNTIL WS-MAJ-I > WS-MAJ-COUNT
        MOVE WS-MAJ-ATTENDED(WS-MAJ-I) TO WS-COUNT-DISPLAY
        MOVE SPACES TO REPORT-LINE
               INTO REPORT-LINE
        END-STRING
        PERFORM SHOW
    END-PERFORM

    *> RSVPs and attendance by the campus they came from.
    PERFORM VARYING WS-CMP-I FROM 1 BY 1 UNTIL WS-CMP-I > WS-CMP-COUNT
        IF WS-CMP-EVT-RSVP(WS-CMP-I) > 0
            MOVE WS-CMP-EVT-RSVP(WS-CMP-I) TO WS-COUNT-DISPLAY
            MOVE WS-CMP-EVT-ATTENDED(WS-CMP-I) TO WS-COUNT-DISPLAY-2
            MOVE SPACES TO REPORT-LINE
            STRING "    Campus " DELIMITED BY SIZE
                   FUNCTION TRIM(WS-CMP-T-CODE(WS-CMP-I)) DELIMITED BY SIZE
                   ": RSVPs " DELIMITED BY SIZE
                   FUNCTION TRIM(WS-COUNT-DISPLAY) DELIMITED BY SIZE
                   ", attended " DELIMITED BY SIZE
                   FUNCTION TRIM(WS-COUNT-DISPLAY-2) DELIMITED BY SIZE
                   INTO REPORT-LINE
            END-STRING
            PERFORM SHOW
        END-IF
    END-PERFORM.

*> Every event added up, one line per campus, then the consortium.
2000-REPORT-TOTALS.
    MOVE " " TO REPORT-LINE
    PERFORM SHOW
    MOVE "Totals by campus (all events):" TO REPORT-LINE
    PERFORM SHOW
    PERFORM VARYING WS-CMP-I FROM 1 BY 1 UNTIL WS-CMP-I > WS-CMP-COUNT
        MOVE WS-CMP-ALL-RSVP(WS-CMP-I) TO WS-COUNT-DISPLAY
        MOVE WS-CMP-ALL-ATTENDED(WS-CMP-I) TO WS-COUNT-DISPLAY-2
        MOVE SPACES TO REPORT-LINE
        STRING "  " DELIMITED BY SIZE
               FUNCTION TRIM(WS-CMP-T-CODE(WS-CMP-I)) DELIMITED BY SIZE
               " (" DELIMITED BY SIZE
               FUNCTION TRIM(WS-CMP-T-NAME(WS-CMP-I)) DELIMITED BY SIZE
               "): RSVPs " DELIMITED BY SIZE
               FUNCTION TRIM(WS-COUNT-DISPLAY) DELIMITED BY SIZE
               ", attended " DELIMITED BY SIZE
               FUNCTION TRIM(WS-COUNT-DISPLAY-2) DELIMITED BY SIZE
               INTO REPORT-LINE
        END-STRING
        PERFORM SHOW
    END-PERFORM

    MOVE " " TO REPORT-LINE
    PERFORM SHOW
    MOVE WS-GRAND-RSVP TO WS-COUNT-DISPLAY
    MOVE WS-GRAND-ATTENDED TO WS-COUNT-DISPLAY-2
    MOVE SPACES TO REPORT-LINE
    STRING "Consortium total: RSVPs " DELIMITED BY SIZE
           FUNCTION TRIM(WS-COUNT-DISPLAY) DELIMITED BY SIZE
           ", attended " DELIMITED BY SIZE
           FUNCTION TRIM(WS-COUNT-DISPLAY-2) DELIMITED BY SIZE
           INTO REPORT-LINE
    END-STRING
    PERFORM SHOW.

*> Looks up the attendee's major (keyed read; no profile row reports
*> under "(no profile)") and bumps its slot in the rollup.
1100-TALLY-ATTENDEE-MAJOR.
