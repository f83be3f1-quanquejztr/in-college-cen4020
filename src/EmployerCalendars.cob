>>SOURCE FORMAT FREE
*> Nightly calendar files for employers: the employer-side match to
*> NAV-MENU's Export My Calendar. For every employer with interview
*> slots or hosted career events dated today or later, writes an
*> iCalendar file src/calendars/<username>.ics holding
*>   - each BOOKED slot in src/interviews.txt (timed, one hour, when
*>     the slot time reads HH:MM; all-day otherwise), naming the
*>     student and posting,
*>   - each OPEN slot, marked as not yet booked,
*>   - each event in src/events.txt the account hosts,
*> so they can subscribe from Outlook or Google Calendar. A BOOKED
*> slot on the same date as one of the employer's own events is
*> flagged as a clash. Read-only over the data files; everything is
*> reported to src/Employer-Calendars-Report.txt.
IDENTIFICATION DIVISION.
PROGRAM-ID. EmployerCalendars.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
*> Same physical files src/InCollege.cob maintains.
    SELECT INTERVIEWS ASSIGN TO "src/interviews.txt"
        ORGANIZATION IS LINE SEQUENTIAL
        ACCESS MODE IS SEQUENTIAL
        FILE STATUS IS INTERVIEWS-FILE-STATUS.

    SELECT EVENTS ASSIGN TO "src/events.txt"
        ORGANIZATION IS LINE SEQUENTIAL
        ACCESS MODE IS SEQUENTIAL
        FILE STATUS IS EVENTS-FILE-STATUS.

*> One calendar per employer -- path built at runtime from the
*> username (same ASSIGN TO DYNAMIC mechanism the APPLOG transcripts
*> use).
    SELECT CALENDAR-FILE ASSIGN TO DYNAMIC WS-CAL-PATH
        ORGANIZATION IS LINE SEQUENTIAL
        ACCESS MODE IS SEQUENTIAL
        FILE STATUS IS CALENDAR-FILE-STATUS.

    SELECT REPORT-OUT ASSIGN TO "src/Employer-Calendars-Report.txt"
        ORGANIZATION IS LINE SEQUENTIAL
        ACCESS MODE IS SEQUENTIAL
        FILE STATUS IS REPORT-FILE-STATUS.

DATA DIVISION.
FILE SECTION.
FD INTERVIEWS.
01 INTERVIEWS-LINE PIC X(300).

FD EVENTS.
01 EVENTS-LINE PIC X(200).

FD CALENDAR-FILE.
01 CALENDAR-LINE PIC X(200).

FD REPORT-OUT.
01 REPORT-LINE PIC X(200).

WORKING-STORAGE SECTION.
01 INTERVIEWS-FILE-STATUS PIC XX.
01 EVENTS-FILE-STATUS     PIC XX.
01 CALENDAR-FILE-STATUS   PIC XX.
01 REPORT-FILE-STATUS     PIC XX.

01 WS-EOF PIC A(1) VALUE 'N'.

*> Parsed view of one interviews.txt row (same line format
*> src/InCollege.cob's SPLIT-INTERVIEW-LINE reads).
01 INT-FIELDS.
   05 INT-EMPLOYER  PIC X(40).
   05 INT-TITLE     PIC X(50).
   05 INT-APPLICANT PIC X(20).
   05 INT-DATE      PIC X(10).
   05 INT-TIME      PIC X(8).
   05 INT-LOCATION  PIC X(40).
   05 INT-STATUS    PIC X(12).
   05 INT-POSTING-ID PIC X(6).

*> Parsed view of one events.txt row (same line format
*> src/InCollege.cob's SPLIT-EVENT-LINE reads).
01 EVT-FIELDS.
   05 EVT-ID       PIC X(4).
   05 EVT-TITLE    PIC X(60).
   05 EVT-HOST     PIC X(20).
   05 EVT-DATE     PIC X(10).
   05 EVT-LOCATION PIC X(40).
   05 EVT-MAJOR    PIC X(40).

*> Upcoming OPEN/BOOKED slots
01 WS-SLOT-COUNT PIC 9(5) VALUE 0.
01 WS-SLOT-TABLE.
   05 WS-SLOT-ENTRY OCCURS 3000.
      10 WS-SLOT-EMPLOYER  PIC X(40).
      10 WS-SLOT-TITLE     PIC X(50).
      10 WS-SLOT-APPLICANT PIC X(20).
      10 WS-SLOT-DATE      PIC X(10).
      10 WS-SLOT-TIME      PIC X(8).
      10 WS-SLOT-LOCATION  PIC X(40).
      10 WS-SLOT-STATUS    PIC X(12).
      10 WS-SLOT-POSTING-ID PIC X(6).

*> Upcoming events
01 WS-EV-COUNT PIC 9(4) VALUE 0.
01 WS-EV-TABLE.
   05 WS-EV-ENTRY OCCURS 500.
      10 WS-EV-ID       PIC X(4).
      10 WS-EV-TITLE    PIC X(60).
      10 WS-EV-HOST     PIC X(20).
      10 WS-EV-DATE     PIC X(10).
      10 WS-EV-LOCATION PIC X(40).

*> Distinct accounts that get a calendar
01 WS-EMP-COUNT PIC 9(4) VALUE 0.
01 WS-EMP-TABLE.
   05 WS-EMP-NAME PIC X(40) OCCURS 500.

*> Set when any table overflowed -- the calendars are then missing
*> entries and the report says so.
01 WS-CAP-HIT PIC A(1) VALUE 'N'.

01 WS-E        PIC 9(4) VALUE 0.
01 WS-I        PIC 9(5) VALUE 0.
01 WS-J        PIC 9(4) VALUE 0.
01 WS-FOUND-I  PIC 9(4) VALUE 0.
01 WS-LOOKUP-NAME PIC X(40).

*> Today as YYYYMMDD and a row's date reduced to the same form
01 WS-TODAY-N PIC 9(8) VALUE 0.
01 WS-DATE-N  PIC 9(8) VALUE 0.
01 WS-DATE-IN PIC X(10).

01 WS-CAL-PATH  PIC X(80).
01 WS-CAL-STAMP PIC X(16).
01 WS-CAL-DATE  PIC X(8).
01 WS-CAL-TIME  PIC X(6).

01 WS-FILE-SLOTS   PIC 9(5) VALUE 0.
01 WS-FILE-EVENTS  PIC 9(4) VALUE 0.
01 WS-FILES-WRITTEN PIC 9(6) VALUE 0.
01 WS-CLASHES      PIC 9(6) VALUE 0.
01 WS-COUNT-DISPLAY PIC ZZZ,ZZ9.
01 WS-COUNT-DISPLAY-2 PIC ZZZ,ZZ9.

PROCEDURE DIVISION.
0000-MAINLINE.
    OPEN OUTPUT REPORT-OUT

    MOVE "===== InCollege Employer Calendars =====" TO REPORT-LINE
    PERFORM SHOW

    MOVE FUNCTION NUMVAL(FUNCTION CURRENT-DATE(1:8)) TO WS-TODAY-N
    MOVE SPACES TO WS-CAL-STAMP
    STRING FUNCTION CURRENT-DATE(1:8) DELIMITED BY SIZE
           "T" DELIMITED BY SIZE
           FUNCTION CURRENT-DATE(9:6) DELIMITED BY SIZE
           INTO WS-CAL-STAMP
    END-STRING

    PERFORM 1000-LOAD-SLOTS
    PERFORM 1100-LOAD-EVENTS
    IF WS-CAP-HIT = 'Y'
        MOVE "WARNING: more slots, events or employers than this program's tables hold -- some calendars are incomplete." TO REPORT-LINE
        PERFORM SHOW
    END-IF
    IF WS-EMP-COUNT = 0
        MOVE "No upcoming interview slots or hosted events; no calendars written." TO REPORT-LINE
        PERFORM SHOW
        CLOSE REPORT-OUT
        STOP RUN
    END-IF

    CALL "SYSTEM" USING BY CONTENT "mkdir -p src/calendars"
    PERFORM VARYING WS-E FROM 1 BY 1 UNTIL WS-E > WS-EMP-COUNT
        PERFORM 2000-WRITE-EMPLOYER-CALENDAR
    END-PERFORM

    MOVE " " TO REPORT-LINE
    PERFORM SHOW
    MOVE WS-FILES-WRITTEN TO WS-COUNT-DISPLAY
    MOVE SPACES TO REPORT-LINE
    STRING "Calendars written: " DELIMITED BY SIZE
           WS-COUNT-DISPLAY DELIMITED BY SIZE
           INTO REPORT-LINE
    END-STRING
    PERFORM SHOW
    MOVE WS-CLASHES TO WS-COUNT-DISPLAY
    MOVE SPACES TO REPORT-LINE
    STRING "Date clashes:      " DELIMITED BY SIZE
           WS-COUNT-DISPLAY DELIMITED BY SIZE
           INTO REPORT-LINE
    END-STRING
    PERFORM SHOW

    CLOSE REPORT-OUT
    STOP RUN.

SHOW.
    DISPLAY REPORT-LINE
    WRITE REPORT-LINE.

*> Reduces WS-DATE-IN (YYYY-MM-DD) to YYYYMMDD in WS-DATE-N; a
*> malformed date reads as zero (and so never counts as upcoming).
0100-DATE-TO-N.
    MOVE 0 TO WS-DATE-N
    IF WS-DATE-IN(1:4) IS NUMERIC
       AND WS-DATE-IN(6:2) IS NUMERIC
       AND WS-DATE-IN(9:2) IS NUMERIC
        COMPUTE WS-DATE-N =
            FUNCTION NUMVAL(WS-DATE-IN(1:4)) * 10000
            + FUNCTION NUMVAL(WS-DATE-IN(6:2)) * 100
            + FUNCTION NUMVAL(WS-DATE-IN(9:2))
    END-IF.

*> Finds (or adds) WS-LOOKUP-NAME in the employer list.
0200-ADD-EMPLOYER.
    MOVE 0 TO WS-FOUND-I
    PERFORM VARYING WS-J FROM 1 BY 1 UNTIL WS-J > WS-EMP-COUNT
        IF WS-EMP-NAME(WS-J) = WS-LOOKUP-NAME
            MOVE WS-J TO WS-FOUND-I
        END-IF
    END-PERFORM
    IF WS-FOUND-I = 0
        IF WS-EMP-COUNT < 500
            ADD 1 TO WS-EMP-COUNT
            MOVE WS-LOOKUP-NAME TO WS-EMP-NAME(WS-EMP-COUNT)
        ELSE
            MOVE 'Y' TO WS-CAP-HIT
        END-IF
    END-IF.

1000-LOAD-SLOTS.
    OPEN INPUT INTERVIEWS
    IF INTERVIEWS-FILE-STATUS NOT = "00"
        EXIT PARAGRAPH
    END-IF
    MOVE 'N' TO WS-EOF
    PERFORM UNTIL WS-EOF = 'Y'
        READ INTERVIEWS INTO INTERVIEWS-LINE
            AT END MOVE 'Y' TO WS-EOF
            NOT AT END
                MOVE SPACES TO INT-FIELDS
                UNSTRING INTERVIEWS-LINE DELIMITED BY "|"
                    INTO INT-EMPLOYER INT-TITLE INT-APPLICANT INT-DATE
                         INT-TIME INT-LOCATION INT-STATUS INT-POSTING-ID
                END-UNSTRING
                MOVE INT-DATE TO WS-DATE-IN
                PERFORM 0100-DATE-TO-N
                IF WS-DATE-N >= WS-TODAY-N
                   AND (FUNCTION TRIM(INT-STATUS) = "BOOKED"
                        OR FUNCTION TRIM(INT-STATUS) = "OPEN")
                    IF WS-SLOT-COUNT >= 3000
                        MOVE 'Y' TO WS-CAP-HIT
                    ELSE
                        ADD 1 TO WS-SLOT-COUNT
                        MOVE INT-FIELDS TO WS-SLOT-ENTRY(WS-SLOT-COUNT)
                        MOVE INT-EMPLOYER TO WS-LOOKUP-NAME
                        PERFORM 0200-ADD-EMPLOYER
                    END-IF
                END-IF
        END-READ
    END-PERFORM
    CLOSE INTERVIEWS.

1100-LOAD-EVENTS.
    OPEN INPUT EVENTS
    IF EVENTS-FILE-STATUS NOT = "00"
        EXIT PARAGRAPH
    END-IF
    MOVE 'N' TO WS-EOF
    PERFORM UNTIL WS-EOF = 'Y'
        READ EVENTS INTO EVENTS-LINE
            AT END MOVE 'Y' TO WS-EOF
            NOT AT END
                MOVE SPACES TO EVT-FIELDS
                UNSTRING EVENTS-LINE DELIMITED BY "|"
                    INTO EVT-ID EVT-TITLE EVT-HOST EVT-DATE EVT-LOCATION
                         EVT-MAJOR
                END-UNSTRING
                MOVE EVT-DATE TO WS-DATE-IN
                PERFORM 0100-DATE-TO-N
                IF WS-DATE-N >= WS-TODAY-N
                   AND FUNCTION LENGTH(FUNCTION TRIM(EVT-HOST)) > 0
                    IF WS-EV-COUNT >= 500
                        MOVE 'Y' TO WS-CAP-HIT
                    ELSE
                        ADD 1 TO WS-EV-COUNT
                        MOVE EVT-ID TO WS-EV-ID(WS-EV-COUNT)
                        MOVE EVT-TITLE TO WS-EV-TITLE(WS-EV-COUNT)
                        MOVE EVT-HOST TO WS-EV-HOST(WS-EV-COUNT)
                        MOVE EVT-DATE TO WS-EV-DATE(WS-EV-COUNT)
                        MOVE EVT-LOCATION TO WS-EV-LOCATION(WS-EV-COUNT)
                        MOVE EVT-HOST TO WS-LOOKUP-NAME
                        PERFORM 0200-ADD-EMPLOYER
                    END-IF
                END-IF
        END-READ
    END-PERFORM
    CLOSE EVENTS.

*> Writes src/calendars/<username>.ics for employer WS-E.
2000-WRITE-EMPLOYER-CALENDAR.
    MOVE SPACES TO WS-CAL-PATH
    STRING "src/calendars/" DELIMITED BY SIZE
           FUNCTION TRIM(WS-EMP-NAME(WS-E)) DELIMITED BY SIZE
           ".ics" DELIMITED BY SIZE
           INTO WS-CAL-PATH
    END-STRING
    OPEN OUTPUT CALENDAR-FILE
    IF CALENDAR-FILE-STATUS NOT = "00"
        MOVE SPACES TO REPORT-LINE
        STRING "Could not write " DELIMITED BY SIZE
               FUNCTION TRIM(WS-CAL-PATH) DELIMITED BY SIZE
               INTO REPORT-LINE
        END-STRING
        PERFORM SHOW
        EXIT PARAGRAPH
    END-IF
    MOVE 0 TO WS-FILE-SLOTS
    MOVE 0 TO WS-FILE-EVENTS
    MOVE "BEGIN:VCALENDAR" TO CALENDAR-LINE
    WRITE CALENDAR-LINE
    MOVE "VERSION:2.0" TO CALENDAR-LINE
    WRITE CALENDAR-LINE
    MOVE "PRODID:-//InCollege//Employer Calendar//EN" TO CALENDAR-LINE
    WRITE CALENDAR-LINE
    MOVE "CALSCALE:GREGORIAN" TO CALENDAR-LINE
    WRITE CALENDAR-LINE

    PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I > WS-SLOT-COUNT
        IF WS-SLOT-EMPLOYER(WS-I) = WS-EMP-NAME(WS-E)
            PERFORM 2100-WRITE-SLOT
        END-IF
    END-PERFORM
    PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I > WS-EV-COUNT
        IF WS-EV-HOST(WS-I) = WS-EMP-NAME(WS-E)
            PERFORM 2200-WRITE-EVENT
        END-IF
    END-PERFORM

    MOVE "END:VCALENDAR" TO CALENDAR-LINE
    WRITE CALENDAR-LINE
    CLOSE CALENDAR-FILE
    ADD 1 TO WS-FILES-WRITTEN

    MOVE WS-FILE-SLOTS TO WS-COUNT-DISPLAY
    MOVE WS-FILE-EVENTS TO WS-COUNT-DISPLAY-2
    MOVE SPACES TO REPORT-LINE
    STRING FUNCTION TRIM(WS-CAL-PATH) DELIMITED BY SIZE
           ": " DELIMITED BY SIZE
           FUNCTION TRIM(WS-COUNT-DISPLAY) DELIMITED BY SIZE
           " slots, " DELIMITED BY SIZE
           FUNCTION TRIM(WS-COUNT-DISPLAY-2) DELIMITED BY SIZE
           " events" DELIMITED BY SIZE
           INTO REPORT-LINE
    END-STRING
    PERFORM SHOW.

2100-WRITE-SLOT.
    ADD 1 TO WS-FILE-SLOTS
    MOVE SPACES TO WS-CAL-DATE
    STRING WS-SLOT-DATE(WS-I)(1:4) DELIMITED BY SIZE
           WS-SLOT-DATE(WS-I)(6:2) DELIMITED BY SIZE
           WS-SLOT-DATE(WS-I)(9:2) DELIMITED BY SIZE
           INTO WS-CAL-DATE
    END-STRING
    MOVE SPACES TO WS-CAL-TIME
    IF WS-SLOT-TIME(WS-I)(1:2) IS NUMERIC
       AND WS-SLOT-TIME(WS-I)(3:1) = ":"
       AND WS-SLOT-TIME(WS-I)(4:2) IS NUMERIC
        STRING WS-SLOT-TIME(WS-I)(1:2) DELIMITED BY SIZE
               WS-SLOT-TIME(WS-I)(4:2) DELIMITED BY SIZE
               "00" DELIMITED BY SIZE
               INTO WS-CAL-TIME
        END-STRING
    ELSE
        IF WS-SLOT-TIME(WS-I)(1:1) IS NUMERIC
           AND WS-SLOT-TIME(WS-I)(2:1) = ":"
           AND WS-SLOT-TIME(WS-I)(3:2) IS NUMERIC
            STRING "0" DELIMITED BY SIZE
                   WS-SLOT-TIME(WS-I)(1:1) DELIMITED BY SIZE
                   WS-SLOT-TIME(WS-I)(3:2) DELIMITED BY SIZE
                   "00" DELIMITED BY SIZE
                   INTO WS-CAL-TIME
            END-STRING
        END-IF
    END-IF

    MOVE "BEGIN:VEVENT" TO CALENDAR-LINE
    WRITE CALENDAR-LINE
    MOVE SPACES TO CALENDAR-LINE
    STRING "UID:interview-" DELIMITED BY SIZE
           FUNCTION TRIM(WS-SLOT-POSTING-ID(WS-I)) DELIMITED BY SIZE
           "-" DELIMITED BY SIZE
           FUNCTION TRIM(WS-SLOT-APPLICANT(WS-I)) DELIMITED BY SIZE
           "-" DELIMITED BY SIZE
           WS-CAL-DATE DELIMITED BY SIZE
           WS-CAL-TIME DELIMITED BY SPACE
           "@incollege" DELIMITED BY SIZE
           INTO CALENDAR-LINE
    END-STRING
    WRITE CALENDAR-LINE
    MOVE SPACES TO CALENDAR-LINE
    STRING "DTSTAMP:" DELIMITED BY SIZE
           WS-CAL-STAMP DELIMITED BY SIZE
           INTO CALENDAR-LINE
    END-STRING
    WRITE CALENDAR-LINE
    MOVE SPACES TO CALENDAR-LINE
    IF WS-CAL-TIME NOT = SPACES
        STRING "DTSTART:" DELIMITED BY SIZE
               WS-CAL-DATE DELIMITED BY SIZE
               "T" DELIMITED BY SIZE
               WS-CAL-TIME DELIMITED BY SIZE
               INTO CALENDAR-LINE
        END-STRING
        WRITE CALENDAR-LINE
        MOVE "DURATION:PT1H" TO CALENDAR-LINE
    ELSE
        STRING "DTSTART;VALUE=DATE:" DELIMITED BY SIZE
               WS-CAL-DATE DELIMITED BY SIZE
               INTO CALENDAR-LINE
        END-STRING
    END-IF
    WRITE CALENDAR-LINE
    MOVE SPACES TO CALENDAR-LINE
    IF FUNCTION TRIM(WS-SLOT-STATUS(WS-I)) = "BOOKED"
        STRING "SUMMARY:Interview: " DELIMITED BY SIZE
               FUNCTION TRIM(WS-SLOT-APPLICANT(WS-I)) DELIMITED BY SIZE
               " for " DELIMITED BY SIZE
               FUNCTION TRIM(WS-SLOT-TITLE(WS-I)) DELIMITED BY SIZE
               " (posting #" DELIMITED BY SIZE
               WS-SLOT-POSTING-ID(WS-I) DELIMITED BY SIZE
               ")" DELIMITED BY SIZE
               INTO CALENDAR-LINE
        END-STRING
    ELSE
        STRING "SUMMARY:Open interview slot (not yet booked): " DELIMITED BY SIZE
               FUNCTION TRIM(WS-SLOT-TITLE(WS-I)) DELIMITED BY SIZE
               INTO CALENDAR-LINE
        END-STRING
    END-IF
    WRITE CALENDAR-LINE
    MOVE SPACES TO CALENDAR-LINE
    STRING "LOCATION:" DELIMITED BY SIZE
           FUNCTION TRIM(WS-SLOT-LOCATION(WS-I)) DELIMITED BY SIZE
           INTO CALENDAR-LINE
    END-STRING
    WRITE CALENDAR-LINE
    MOVE "END:VEVENT" TO CALENDAR-LINE
    WRITE CALENDAR-LINE

    *> A booked interview on the day the same account hosts an event
    IF FUNCTION TRIM(WS-SLOT-STATUS(WS-I)) = "BOOKED"
        PERFORM VARYING WS-J FROM 1 BY 1 UNTIL WS-J > WS-EV-COUNT
            IF WS-EV-HOST(WS-J) = WS-EMP-NAME(WS-E)
               AND WS-EV-DATE(WS-J) = WS-SLOT-DATE(WS-I)
                ADD 1 TO WS-CLASHES
                MOVE SPACES TO REPORT-LINE
                STRING "  CLASH: " DELIMITED BY SIZE
                       FUNCTION TRIM(WS-EMP-NAME(WS-E)) DELIMITED BY SIZE
                       " interviews " DELIMITED BY SIZE
                       FUNCTION TRIM(WS-SLOT-APPLICANT(WS-I)) DELIMITED BY SIZE
                       " on " DELIMITED BY SIZE
                       FUNCTION TRIM(WS-SLOT-DATE(WS-I)) DELIMITED BY SIZE
                       ", the day of their event " DELIMITED BY SIZE
                       FUNCTION TRIM(WS-EV-TITLE(WS-J)) DELIMITED BY SIZE
                       INTO REPORT-LINE
                END-STRING
                PERFORM SHOW
            END-IF
        END-PERFORM
    END-IF.

2200-WRITE-EVENT.
    ADD 1 TO WS-FILE-EVENTS
    MOVE SPACES TO WS-CAL-DATE
    STRING WS-EV-DATE(WS-I)(1:4) DELIMITED BY SIZE
           WS-EV-DATE(WS-I)(6:2) DELIMITED BY SIZE
           WS-EV-DATE(WS-I)(9:2) DELIMITED BY SIZE
           INTO WS-CAL-DATE
    END-STRING
    MOVE "BEGIN:VEVENT" TO CALENDAR-LINE
    WRITE CALENDAR-LINE
    MOVE SPACES TO CALENDAR-LINE
    STRING "UID:event-" DELIMITED BY SIZE
           FUNCTION TRIM(WS-EV-ID(WS-I)) DELIMITED BY SIZE
           "-" DELIMITED BY SIZE
           FUNCTION TRIM(WS-EMP-NAME(WS-E)) DELIMITED BY SIZE
           "@incollege" DELIMITED BY SIZE
           INTO CALENDAR-LINE
    END-STRING
    WRITE CALENDAR-LINE
    MOVE SPACES TO CALENDAR-LINE
    STRING "DTSTAMP:" DELIMITED BY SIZE
           WS-CAL-STAMP DELIMITED BY SIZE
           INTO CALENDAR-LINE
    END-STRING
    WRITE CALENDAR-LINE
    MOVE SPACES TO CALENDAR-LINE
    STRING "DTSTART;VALUE=DATE:" DELIMITED BY SIZE
           WS-CAL-DATE DELIMITED BY SIZE
           INTO CALENDAR-LINE
    END-STRING
    WRITE CALENDAR-LINE
    MOVE SPACES TO CALENDAR-LINE
    STRING "SUMMARY:Hosting: " DELIMITED BY SIZE
           FUNCTION TRIM(WS-EV-TITLE(WS-I)) DELIMITED BY SIZE
           INTO CALENDAR-LINE
    END-STRING
    WRITE CALENDAR-LINE
    MOVE SPACES TO CALENDAR-LINE
    STRING "LOCATION:" DELIMITED BY SIZE
           FUNCTION TRIM(WS-EV-LOCATION(WS-I)) DELIMITED BY SIZE
           INTO CALENDAR-LINE
    END-STRING
    WRITE CALENDAR-LINE
    MOVE "END:VEVENT" TO CALENDAR-LINE
    WRITE CALENDAR-LINE.
