*> screen cannot give. Counts by status, aging of rows still sitting
*> in SUBMITTED (off the APPLIED-DATE field), per-employer response
*> rates (rows an employer has moved past SUBMITTED against rows
*> received), the same rate per posting (keyed on the permanent
*> posting number, so a reposted title is its own line rather than
*> folded into the earlier run), and conversion percentages down the
*> funnel. Rows are
*> counted by their current status, so a conversion reads as "is at
*> or past this stage today"; WITHDRAWN and CLOSED rows sit outside
*> the funnel ordering and are reported on their own lines.
DATA DIVISION.
FILE SECTION.
FD APPLICATIONS.
01 APPLICATIONS-LINE PIC X(300).

FD REPORT-OUT.
01 REPORT-LINE PIC X(200).
   05 APP-APPLICANT PIC X(20).
   05 APP-STATUS    PIC X(12).
   05 APP-DATE      PIC X(8).
   05 APP-POSTING-ID PIC X(6).

*> Status counters
01 WS-TOTAL       PIC 9(6) VALUE 0.
01 WS-EMP-I    PIC 9(4) VALUE 0.
01 WS-EMP-SLOT PIC 9(4) VALUE 0.

*> Per-posting rollup, same counts keyed on the posting number. Rows
*> with no posting number are only counted in WS-POST-UNNUMBERED.
01 WS-POST-COUNT PIC 9(4) VALUE 0.
01 WS-POST-TABLE.
   05 WS-POST-ENTRY OCCURS 300.
      10 WS-POST-ID        PIC X(6).
      10 WS-POST-TITLE     PIC X(50).
      10 WS-POST-EMPLOYER  PIC X(40).
      10 WS-POST-RECEIVED  PIC 9(6).
      10 WS-POST-RESPONDED PIC 9(6).
01 WS-POST-I    PIC 9(4) VALUE 0.
01 WS-POST-SLOT PIC 9(4) VALUE 0.
01 WS-POST-UNNUMBERED PIC 9(6) VALUE 0.

*> Funnel "at or past this stage" counts
01 WS-PAST-SUBMIT    PIC 9(6) VALUE 0.
01 WS-PAST-REVIEW    PIC 9(6) VALUE 0.
    PERFORM 2000-REPORT-STATUS-COUNTS
    PERFORM 3000-REPORT-AGING
    PERFORM 4000-REPORT-EMPLOYER-RATES
    PERFORM 4500-REPORT-POSTING-RATES
    PERFORM 5000-REPORT-CONVERSIONS

    CLOSE REPORT-OUT
                MOVE SPACES TO APP-FIELDS
                UNSTRING APPLICATIONS-LINE DELIMITED BY "|"
                    INTO APP-EMPLOYER APP-TITLE APP-APPLICANT
                         APP-STATUS APP-DATE APP-POSTING-ID
                END-UNSTRING
                IF FUNCTION LENGTH(FUNCTION TRIM(APP-STATUS)) = 0
                    MOVE "SUBMITTED" TO APP-STATUS
        WHEN OTHER          ADD 1 TO WS-CLOSED
    END-EVALUATE

    PERFORM 1300-TALLY-EMPLOYER
    PERFORM 1400-TALLY-POSTING.

*> Ages one SUBMITTED row off APPLIED-DATE (YYYYMMDD). Rows written
*> before the date field existed have no date and get their own
        END-IF
    END-IF.

*> Same received/responded rule as 1300-TALLY-EMPLOYER, per posting
*> number.
1400-TALLY-POSTING.
    IF FUNCTION LENGTH(FUNCTION TRIM(APP-POSTING-ID)) = 0
        ADD 1 TO WS-POST-UNNUMBERED
        EXIT PARAGRAPH
    END-IF
    MOVE 0 TO WS-POST-SLOT
    PERFORM VARYING WS-POST-I FROM 1 BY 1 UNTIL WS-POST-I > WS-POST-COUNT
        IF WS-POST-ID(WS-POST-I) = APP-POSTING-ID
            MOVE WS-POST-I TO WS-POST-SLOT
        END-IF
    END-PERFORM
    IF WS-POST-SLOT = 0 AND WS-POST-COUNT < 300
        ADD 1 TO WS-POST-COUNT
        MOVE APP-POSTING-ID TO WS-POST-ID(WS-POST-COUNT)
        MOVE APP-TITLE TO WS-POST-TITLE(WS-POST-COUNT)
        MOVE APP-EMPLOYER TO WS-POST-EMPLOYER(WS-POST-COUNT)
        MOVE 0 TO WS-POST-RECEIVED(WS-POST-COUNT)
        MOVE 0 TO WS-POST-RESPONDED(WS-POST-COUNT)
        MOVE WS-POST-COUNT TO WS-POST-SLOT
    END-IF
    IF WS-POST-SLOT > 0
        ADD 1 TO WS-POST-RECEIVED(WS-POST-SLOT)
        IF FUNCTION TRIM(APP-STATUS) NOT = "SUBMITTED"
           AND FUNCTION TRIM(APP-STATUS) NOT = "WITHDRAWN"
            ADD 1 TO WS-POST-RESPONDED(WS-POST-SLOT)
        END-IF
    END-IF.

2000-REPORT-STATUS-COUNTS.
    MOVE " " TO REPORT-LINE
    PERFORM SHOW
        PERFORM SHOW
    END-PERFORM.

4500-REPORT-POSTING-RATES.
    MOVE " " TO REPORT-LINE
    PERFORM SHOW
    MOVE "Response rates by posting (responded / received):" TO REPORT-LINE
    PERFORM SHOW
    PERFORM VARYING WS-POST-I FROM 1 BY 1 UNTIL WS-POST-I > WS-POST-COUNT
        MOVE WS-POST-RESPONDED(WS-POST-I) TO WS-COUNT-DISPLAY
        MOVE WS-POST-RECEIVED(WS-POST-I) TO WS-COUNT-DISPLAY-2
        COMPUTE WS-RATE ROUNDED =
            WS-POST-RESPONDED(WS-POST-I) * 100
            / WS-POST-RECEIVED(WS-POST-I)
        MOVE WS-RATE TO WS-RATE-DISPLAY
        MOVE SPACES TO REPORT-LINE
        STRING "  #" DELIMITED BY SIZE
               WS-POST-ID(WS-POST-I) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               FUNCTION TRIM(WS-POST-TITLE(WS-POST-I)) DELIMITED BY SIZE
               " at " DELIMITED BY SIZE
               FUNCTION TRIM(WS-POST-EMPLOYER(WS-POST-I)) DELIMITED BY SIZE
               ": " DELIMITED BY SIZE
               FUNCTION TRIM(WS-COUNT-DISPLAY) DELIMITED BY SIZE
               " / " DELIMITED BY SIZE
               FUNCTION TRIM(WS-COUNT-DISPLAY-2) DELIMITED BY SIZE
               " (" DELIMITED BY SIZE
               FUNCTION TRIM(WS-RATE-DISPLAY) DELIMITED BY SIZE
               "%)" DELIMITED BY SIZE
               INTO REPORT-LINE
        END-STRING
        PERFORM SHOW
    END-PERFORM
    IF WS-POST-UNNUMBERED > 0
        MOVE WS-POST-UNNUMBERED TO WS-COUNT-DISPLAY
        MOVE SPACES TO REPORT-LINE
        STRING "  rows with no posting number: " DELIMITED BY SIZE
               FUNCTION TRIM(WS-COUNT-DISPLAY) DELIMITED BY SIZE
               INTO REPORT-LINE
        END-STRING
        PERFORM SHOW
    END-IF.

*> Conversions read off current statuses: a row counts as "reached"
*> a stage when its status is that stage or a later one on the
*> SUBMITTED -> UNDER REVIEW -> INTERVIEW -> OFFER path (ACCEPTED
