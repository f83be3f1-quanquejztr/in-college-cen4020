>>SOURCE FORMAT FREE
*> Nightly job-pipeline consistency audit. The pipeline spans
*> jobs.txt, applications.txt, interviews.txt and placements.txt,
*> which the online session and several batches each update on
*> their own, and they drift. Every application is cross-checked
*> against its posting, its interview slots and its placement:
*>   1. applications whose posting is no longer in jobs.txt
*>   2. applications against a posting that was never opened
*>      (held by screening or rejected)
*>   3. applications with a status the pipeline does not use
*>   4. interview slots with no matching application
*>   5. slots still live on a finished application: BOOKED for one
*>      WITHDRAWN or CLOSED; or dated today or later and either
*>      BOOKED for one DECLINED or ACCEPTED, or OPEN for one that is
*>      WITHDRAWN, DECLINED, CLOSED or ACCEPTED (the other OPEN slots
*>      stay OPEN once one is booked, and a held interview stays
*>      BOOKED after the offer is settled, so past slots are normal)
*>   6. slots for an application never moved to INTERVIEW
*>   7. placements with no matching application
*>   8. placements whose application is not ACCEPTED (never got past
*>      OFFER by the student accepting it)
*>   9. the same placement recorded more than once
*>  10. ACCEPTED applications with no placement
*> Rows are matched on the permanent posting number plus the
*> student; rows from before posting numbers existed fall back to
*> employer + title. Each inconsistency is listed by type with the
*> rows involved (file row numbers count from 1). Read-only; the
*> report goes to src/PipelineAudit-Report.txt. Exits nonzero when it
*> finds anything (or cannot read the data), so BatchRunner stops the
*> window before NightlyBackup snapshots bad data; the next run
*> resumes at this step once the rows are put right.
IDENTIFICATION DIVISION.
PROGRAM-ID. PipelineAudit.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
*> Same physical files src/InCollege.cob maintains.
    SELECT JOBS ASSIGN TO "src/jobs.txt"
        ORGANIZATION IS LINE SEQUENTIAL
        ACCESS MODE IS SEQUENTIAL
        FILE STATUS IS JOBS-FILE-STATUS.

    SELECT APPLICATIONS ASSIGN TO "src/applications.txt"
        ORGANIZATION IS LINE SEQUENTIAL
        ACCESS MODE IS SEQUENTIAL
        FILE STATUS IS APPLICATIONS-FILE-STATUS.

    SELECT INTERVIEWS ASSIGN TO "src/interviews.txt"
        ORGANIZATION IS LINE SEQUENTIAL
        ACCESS MODE IS SEQUENTIAL
        FILE STATUS IS INTERVIEWS-FILE-STATUS.

    SELECT PLACEMENTS ASSIGN TO "src/placements.txt"
        ORGANIZATION IS LINE SEQUENTIAL
        ACCESS MODE IS SEQUENTIAL
        FILE STATUS IS PLACEMENTS-FILE-STATUS.


*> Data-store lock -- the shop-wide protocol that keeps the batch
*> jobs and the online session from colliding on the shared data
*> files. Writers hold it exclusively; readers fail fast while it is
*> held. A lock older than the stale threshold is treated as left
*> behind by a crashed run and is not honored.
    SELECT LOCK-FILE ASSIGN TO "src/datastore.lock"
        ORGANIZATION IS LINE SEQUENTIAL
        ACCESS MODE IS SEQUENTIAL
        FILE STATUS IS LOCK-FILE-STATUS.

    SELECT REPORT-OUT ASSIGN TO "src/PipelineAudit-Report.txt"
        ORGANIZATION IS LINE SEQUENTIAL
        ACCESS MODE IS SEQUENTIAL
        FILE STATUS IS REPORT-FILE-STATUS.

DATA DIVISION.
FILE SECTION.
FD JOBS.
01 JOBS-LINE PIC X(300).

FD APPLICATIONS.
01 APPLICATIONS-LINE PIC X(300).

FD INTERVIEWS.
01 INTERVIEWS-LINE PIC X(300).

FD PLACEMENTS.
01 PLACEMENTS-LINE PIC X(300).


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

01 JOBS-FILE-STATUS         PIC XX.
01 APPLICATIONS-FILE-STATUS PIC XX.
01 INTERVIEWS-FILE-STATUS   PIC XX.
01 PLACEMENTS-FILE-STATUS   PIC XX.
01 REPORT-FILE-STATUS       PIC XX.

01 WS-EOF PIC A(1) VALUE 'N'.

*> Parsed views of one row of each file
01 JOB-FIELDS.
   05 JOB-EMPLOYER PIC X(40).
   05 JOB-TITLE    PIC X(50).
   05 JOB-MAJOR    PIC X(40).
   05 JOB-LOCATION PIC X(40).
   05 JOB-POSTED   PIC X(10).
   05 JOB-STATUS   PIC X(10).
   05 JOB-EXPIRES  PIC X(10).
   05 JOB-POSTING-ID PIC X(6).

01 APP-FIELDS.
   05 APP-EMPLOYER  PIC X(40).
   05 APP-TITLE     PIC X(50).
   05 APP-APPLICANT PIC X(20).
   05 APP-STATUS    PIC X(12).
   05 APP-DATE      PIC X(8).
   05 APP-POSTING-ID PIC X(6).

01 INT-FIELDS.
   05 INT-EMPLOYER  PIC X(40).
   05 INT-TITLE     PIC X(50).
   05 INT-APPLICANT PIC X(20).
   05 INT-DATE      PIC X(10).
   05 INT-TIME      PIC X(8).
   05 INT-LOCATION  PIC X(40).
   05 INT-STATUS    PIC X(12).
   05 INT-POSTING-ID PIC X(6).

01 PLACE-FIELDS.
   05 PLACE-STUDENT  PIC X(20).
   05 PLACE-EMPLOYER PIC X(40).
   05 PLACE-TITLE    PIC X(50).
   05 PLACE-MAJOR    PIC X(40).
   05 PLACE-GRAD     PIC X(4).
   05 PLACE-DATE     PIC X(8).
   05 PLACE-POSTING-ID PIC X(6).

*> Every posting in jobs.txt
01 WS-JB-COUNT PIC 9(5) VALUE 0.
01 WS-JB-TABLE.
    05 WS-JB OCCURS 5000.
       10 WS-JB-EMPLOYER   PIC X(40).
       10 WS-JB-TITLE      PIC X(50).
       10 WS-JB-STATUS     PIC X(10).
       10 WS-JB-POSTING-ID PIC X(6).
01 WS-JB-I   PIC 9(5) VALUE 0.
01 WS-JB-HIT PIC 9(5) VALUE 0.

*> Every application, with its row number and text for the listing
*> and how many placements point at it
01 WS-AP-COUNT PIC 9(5) VALUE 0.
01 WS-AP-TABLE.
    05 WS-AP OCCURS 5000.
       10 WS-AP-EMPLOYER   PIC X(40).
       10 WS-AP-TITLE      PIC X(50).
       10 WS-AP-APPLICANT  PIC X(20).
       10 WS-AP-STATUS     PIC X(12).
       10 WS-AP-POSTING-ID PIC X(6).
       10 WS-AP-ROW        PIC 9(6).
       10 WS-AP-PLACED     PIC 9(3).
       10 WS-AP-LINE       PIC X(150).
01 WS-AP-I   PIC 9(5) VALUE 0.
01 WS-AP-HIT PIC 9(5) VALUE 0.
01 WS-CAP-HIT PIC A(1) VALUE 'N'.

*> Key of the row being matched against the application table
01 WS-KEY-EMPLOYER   PIC X(40).
01 WS-KEY-TITLE      PIC X(50).
01 WS-KEY-USER       PIC X(20).
01 WS-KEY-POSTING-ID PIC X(6).

*> Placements already seen, for the duplicate check
01 WS-PL-COUNT PIC 9(5) VALUE 0.
01 WS-PL-TABLE.
    05 WS-PL OCCURS 5000.
       10 WS-PL-KEY PIC X(80).
       10 WS-PL-ROW PIC 9(6).
01 WS-PL-I    PIC 9(5) VALUE 0.
01 WS-PL-HIT  PIC 9(5) VALUE 0.
01 WS-PL-THIS PIC X(80).

01 WS-ROW-NO     PIC 9(6) VALUE 0.
01 WS-ROW-TXT    PIC ZZZZZ9.
01 WS-OUT-PTR    PIC 9(3) VALUE 0.
01 WS-ROW-LINE   PIC X(150).
01 WS-STATUS-OK  PIC A(1) VALUE 'N'.
*> Today and a slot's INT-DATE (YYYY-MM-DD) as YYYYMMDD; 0 when the
*> slot's date is not a date.
01 WS-TODAY-N    PIC 9(8) VALUE 0.
01 WS-SLOT-N     PIC 9(8) VALUE 0.

*> Findings, per type and in total
01 WS-TYPE-COUNT PIC 9(6) VALUE 0.
01 WS-TOTAL      PIC 9(6) VALUE 0.
01 WS-TYPE-TITLE PIC X(180).
01 WS-SUMMARY-TABLE.
    05 WS-SUM OCCURS 10.
       10 WS-SUM-TITLE PIC X(180).
       10 WS-SUM-COUNT PIC 9(6).
01 WS-SUM-I PIC 9(2) VALUE 0.

01 WS-COUNT-DISPLAY PIC ZZZ,ZZ9.

PROCEDURE DIVISION.
0000-MAINLINE.
    OPEN OUTPUT REPORT-OUT

    MOVE "===== InCollege Job Pipeline Consistency Audit =====" TO REPORT-LINE
    PERFORM SHOW

    PERFORM CHECK-DATA-LOCK
    IF WS-LOCK-BUSY = 'Y'
        MOVE "Data store busy -- pipeline not audited; retry after the lock clears." TO REPORT-LINE
        PERFORM SHOW
        CLOSE REPORT-OUT
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF

    MOVE FUNCTION NUMVAL(FUNCTION CURRENT-DATE(1:8)) TO WS-TODAY-N
    PERFORM 1000-LOAD-JOBS
    PERFORM 1100-LOAD-APPLICATIONS
    IF WS-CAP-HIT = 'Y'
        MOVE "More postings or applications than this program's tables hold -- pipeline not audited." TO REPORT-LINE
        PERFORM SHOW
        CLOSE REPORT-OUT
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF

    PERFORM 2100-CHECK-MISSING-POSTINGS
    PERFORM 2200-CHECK-UNOPENED-POSTINGS
    PERFORM 2300-CHECK-APP-STATUSES
    PERFORM 3100-CHECK-ORPHAN-SLOTS
    PERFORM 3200-CHECK-LIVE-SLOTS
    PERFORM 3300-CHECK-EARLY-SLOTS
    PERFORM 4100-CHECK-PLACEMENTS
    PERFORM 4400-CHECK-UNPLACED-ACCEPTS

    PERFORM 9000-SUMMARY
    CLOSE REPORT-OUT
    IF WS-TOTAL > 0
        MOVE 4 TO RETURN-CODE
    END-IF
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

*> Rows written before the status field existed read as SUBMITTED,
*> the same as everywhere else.
SPLIT-APPLICATION-LINE.
    MOVE SPACES TO APP-FIELDS
    UNSTRING APPLICATIONS-LINE DELIMITED BY "|"
        INTO APP-EMPLOYER APP-TITLE APP-APPLICANT APP-STATUS APP-DATE
             APP-POSTING-ID
    END-UNSTRING
    IF FUNCTION LENGTH(FUNCTION TRIM(APP-STATUS)) = 0
        MOVE "SUBMITTED" TO APP-STATUS
    END-IF.

SPLIT-INTERVIEW-LINE.
    MOVE SPACES TO INT-FIELDS
    UNSTRING INTERVIEWS-LINE DELIMITED BY "|"
        INTO INT-EMPLOYER INT-TITLE INT-APPLICANT INT-DATE INT-TIME
             INT-LOCATION INT-STATUS INT-POSTING-ID
    END-UNSTRING.

SPLIT-PLACEMENT-LINE.
    MOVE SPACES TO PLACE-FIELDS
    UNSTRING PLACEMENTS-LINE DELIMITED BY "|"
        INTO PLACE-STUDENT PLACE-EMPLOYER PLACE-TITLE PLACE-MAJOR
             PLACE-GRAD PLACE-DATE PLACE-POSTING-ID
    END-UNSTRING.

1000-LOAD-JOBS.
    OPEN INPUT JOBS
    IF JOBS-FILE-STATUS NOT = "00"
        EXIT PARAGRAPH
    END-IF
    MOVE 'N' TO WS-EOF
    PERFORM UNTIL WS-EOF = 'Y'
        READ JOBS INTO JOBS-LINE
            AT END MOVE 'Y' TO WS-EOF
            NOT AT END
                IF JOBS-LINE NOT = SPACES
                    IF WS-JB-COUNT >= 5000
                        MOVE 'Y' TO WS-CAP-HIT
                    ELSE
                        MOVE SPACES TO JOB-FIELDS
                        UNSTRING JOBS-LINE DELIMITED BY "|"
                            INTO JOB-EMPLOYER JOB-TITLE JOB-MAJOR JOB-LOCATION
                                 JOB-POSTED JOB-STATUS JOB-EXPIRES JOB-POSTING-ID
                        END-UNSTRING
                        ADD 1 TO WS-JB-COUNT
                        MOVE JOB-EMPLOYER TO WS-JB-EMPLOYER(WS-JB-COUNT)
                        MOVE JOB-TITLE TO WS-JB-TITLE(WS-JB-COUNT)
                        MOVE JOB-STATUS TO WS-JB-STATUS(WS-JB-COUNT)
                        MOVE JOB-POSTING-ID TO WS-JB-POSTING-ID(WS-JB-COUNT)
                    END-IF
                END-IF
        END-READ
    END-PERFORM
    CLOSE JOBS.

1100-LOAD-APPLICATIONS.
    OPEN INPUT APPLICATIONS
    IF APPLICATIONS-FILE-STATUS NOT = "00"
        EXIT PARAGRAPH
    END-IF
    MOVE 0 TO WS-ROW-NO
    MOVE 'N' TO WS-EOF
    PERFORM UNTIL WS-EOF = 'Y'
        READ APPLICATIONS INTO APPLICATIONS-LINE
            AT END MOVE 'Y' TO WS-EOF
            NOT AT END
                ADD 1 TO WS-ROW-NO
                IF APPLICATIONS-LINE NOT = SPACES
                    IF WS-AP-COUNT >= 5000
                        MOVE 'Y' TO WS-CAP-HIT
                    ELSE
                        PERFORM SPLIT-APPLICATION-LINE
                        ADD 1 TO WS-AP-COUNT
                        MOVE APP-EMPLOYER TO WS-AP-EMPLOYER(WS-AP-COUNT)
                        MOVE APP-TITLE TO WS-AP-TITLE(WS-AP-COUNT)
                        MOVE APP-APPLICANT TO WS-AP-APPLICANT(WS-AP-COUNT)
                        MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(APP-STATUS))
                            TO WS-AP-STATUS(WS-AP-COUNT)
                        MOVE APP-POSTING-ID TO WS-AP-POSTING-ID(WS-AP-COUNT)
                        MOVE WS-ROW-NO TO WS-AP-ROW(WS-AP-COUNT)
                        MOVE 0 TO WS-AP-PLACED(WS-AP-COUNT)
                        MOVE APPLICATIONS-LINE TO WS-AP-LINE(WS-AP-COUNT)
                    END-IF
                END-IF
        END-READ
    END-PERFORM
    CLOSE APPLICATIONS.

*> Finds the application for WS-KEY-*: posting number + student when
*> both rows carry one, otherwise employer + title + student. A
*> student who re-applied has several rows; the latest one counts.
1500-FIND-APPLICATION.
    MOVE 0 TO WS-AP-HIT
    PERFORM VARYING WS-AP-I FROM 1 BY 1 UNTIL WS-AP-I > WS-AP-COUNT
        IF FUNCTION TRIM(WS-AP-APPLICANT(WS-AP-I)) = FUNCTION TRIM(WS-KEY-USER)
            IF WS-KEY-POSTING-ID NOT = SPACES
               AND WS-AP-POSTING-ID(WS-AP-I) NOT = SPACES
                IF WS-AP-POSTING-ID(WS-AP-I) = WS-KEY-POSTING-ID
                    MOVE WS-AP-I TO WS-AP-HIT
                END-IF
            ELSE
                IF FUNCTION TRIM(WS-AP-EMPLOYER(WS-AP-I)) = FUNCTION TRIM(WS-KEY-EMPLOYER)
                   AND FUNCTION TRIM(WS-AP-TITLE(WS-AP-I)) = FUNCTION TRIM(WS-KEY-TITLE)
                    MOVE WS-AP-I TO WS-AP-HIT
                END-IF
            END-IF
        END-IF
    END-PERFORM.

*> Finds the posting for application WS-AP-I, the same way.
1600-FIND-POSTING.
    MOVE 0 TO WS-JB-HIT
    PERFORM VARYING WS-JB-I FROM 1 BY 1
        UNTIL WS-JB-I > WS-JB-COUNT OR WS-JB-HIT > 0
        IF WS-AP-POSTING-ID(WS-AP-I) NOT = SPACES
           AND WS-JB-POSTING-ID(WS-JB-I) NOT = SPACES
            IF WS-JB-POSTING-ID(WS-JB-I) = WS-AP-POSTING-ID(WS-AP-I)
                MOVE WS-JB-I TO WS-JB-HIT
            END-IF
        ELSE
            IF FUNCTION TRIM(WS-JB-EMPLOYER(WS-JB-I)) = FUNCTION TRIM(WS-AP-EMPLOYER(WS-AP-I))
               AND FUNCTION TRIM(WS-JB-TITLE(WS-JB-I)) = FUNCTION TRIM(WS-AP-TITLE(WS-AP-I))
                MOVE WS-JB-I TO WS-JB-HIT
            END-IF
        END-IF
    END-PERFORM.

*> Section header for the check whose title is in WS-TYPE-TITLE.
1700-START-TYPE.
    MOVE 0 TO WS-TYPE-COUNT
    MOVE " " TO REPORT-LINE
    PERFORM SHOW
    MOVE WS-TYPE-TITLE TO REPORT-LINE
    PERFORM SHOW.

*> Closes a section: a "none" line when it found nothing, and its
*> count into the summary.
1710-END-TYPE.
    IF WS-TYPE-COUNT = 0
        MOVE "    none" TO REPORT-LINE
        PERFORM SHOW
    END-IF
    ADD WS-TYPE-COUNT TO WS-TOTAL
    ADD 1 TO WS-SUM-I
    MOVE WS-TYPE-TITLE TO WS-SUM-TITLE(WS-SUM-I)
    MOVE WS-TYPE-COUNT TO WS-SUM-COUNT(WS-SUM-I).

*> One row of a finding: the caller puts the file name in
*> REPORT-LINE, and " row N: <text>" (WS-ROW-NO, WS-ROW-LINE) is
*> added after it.
1720-SHOW-ROW.
    MOVE WS-ROW-NO TO WS-ROW-TXT
    COMPUTE WS-OUT-PTR = FUNCTION LENGTH(FUNCTION TRIM(REPORT-LINE TRAILING)) + 1
    STRING " row " DELIMITED BY SIZE
           FUNCTION TRIM(WS-ROW-TXT) DELIMITED BY SIZE
           ": " DELIMITED BY SIZE
           FUNCTION TRIM(WS-ROW-LINE) DELIMITED BY SIZE
           INTO REPORT-LINE WITH POINTER WS-OUT-PTR
    END-STRING
    PERFORM SHOW.

*> The related application row, listed under the row it explains.
1740-SHOW-INDENTED.
    MOVE WS-ROW-NO TO WS-ROW-TXT
    MOVE SPACES TO REPORT-LINE
    STRING "      applications.txt row " DELIMITED BY SIZE
           FUNCTION TRIM(WS-ROW-TXT) DELIMITED BY SIZE
           ": " DELIMITED BY SIZE
           FUNCTION TRIM(WS-ROW-LINE) DELIMITED BY SIZE
           INTO REPORT-LINE
    END-STRING
    PERFORM SHOW.

2100-CHECK-MISSING-POSTINGS.
    MOVE "1. Applications whose posting is no longer in jobs.txt:" TO WS-TYPE-TITLE
    PERFORM 1700-START-TYPE
    PERFORM VARYING WS-AP-I FROM 1 BY 1 UNTIL WS-AP-I > WS-AP-COUNT
        PERFORM 1600-FIND-POSTING
        IF WS-JB-HIT = 0
            ADD 1 TO WS-TYPE-COUNT
            MOVE WS-AP-ROW(WS-AP-I) TO WS-ROW-NO
            MOVE WS-AP-LINE(WS-AP-I) TO WS-ROW-LINE
            MOVE "  applications.txt" TO REPORT-LINE
            PERFORM 1720-SHOW-ROW
        END-IF
    END-PERFORM
    PERFORM 1710-END-TYPE.

2200-CHECK-UNOPENED-POSTINGS.
    MOVE "2. Applications against a posting never opened (QUARANTINE or REJECTED):" TO WS-TYPE-TITLE
    PERFORM 1700-START-TYPE
    PERFORM VARYING WS-AP-I FROM 1 BY 1 UNTIL WS-AP-I > WS-AP-COUNT
        PERFORM 1600-FIND-POSTING
        IF WS-JB-HIT > 0
            IF FUNCTION TRIM(WS-JB-STATUS(WS-JB-HIT)) = "QUARANTINE"
               OR FUNCTION TRIM(WS-JB-STATUS(WS-JB-HIT)) = "REJECTED"
                ADD 1 TO WS-TYPE-COUNT
                MOVE WS-AP-ROW(WS-AP-I) TO WS-ROW-NO
                MOVE WS-AP-LINE(WS-AP-I) TO WS-ROW-LINE
                MOVE SPACES TO REPORT-LINE
                STRING "  applications.txt (posting " DELIMITED BY SIZE
                       FUNCTION TRIM(WS-JB-STATUS(WS-JB-HIT)) DELIMITED BY SIZE
                       ")" DELIMITED BY SIZE
                       INTO REPORT-LINE
                END-STRING
                PERFORM 1720-SHOW-ROW
            END-IF
        END-IF
    END-PERFORM
    PERFORM 1710-END-TYPE.

2300-CHECK-APP-STATUSES.
    MOVE "3. Applications with a status the pipeline does not use:" TO WS-TYPE-TITLE
    PERFORM 1700-START-TYPE
    PERFORM VARYING WS-AP-I FROM 1 BY 1 UNTIL WS-AP-I > WS-AP-COUNT
        MOVE 'N' TO WS-STATUS-OK
        EVALUATE FUNCTION TRIM(WS-AP-STATUS(WS-AP-I))
            WHEN "SUBMITTED"    MOVE 'Y' TO WS-STATUS-OK
            WHEN "UNDER REVIEW" MOVE 'Y' TO WS-STATUS-OK
            WHEN "INTERVIEW"    MOVE 'Y' TO WS-STATUS-OK
            WHEN "OFFER"        MOVE 'Y' TO WS-STATUS-OK
            WHEN "ACCEPTED"     MOVE 'Y' TO WS-STATUS-OK
            WHEN "DECLINED"     MOVE 'Y' TO WS-STATUS-OK
            WHEN "WITHDRAWN"    MOVE 'Y' TO WS-STATUS-OK
            WHEN "CLOSED"       MOVE 'Y' TO WS-STATUS-OK
        END-EVALUATE
        IF WS-STATUS-OK = 'N'
            ADD 1 TO WS-TYPE-COUNT
            MOVE WS-AP-ROW(WS-AP-I) TO WS-ROW-NO
            MOVE WS-AP-LINE(WS-AP-I) TO WS-ROW-LINE
            MOVE "  applications.txt" TO REPORT-LINE
            PERFORM 1720-SHOW-ROW
        END-IF
    END-PERFORM
    PERFORM 1710-END-TYPE.

3100-CHECK-ORPHAN-SLOTS.
    MOVE "4. Interview slots with no matching application:" TO WS-TYPE-TITLE
    PERFORM 1700-START-TYPE
    PERFORM 3800-SCAN-SLOTS
    PERFORM 1710-END-TYPE.

3200-CHECK-LIVE-SLOTS.
    MOVE "5. Live slots on a finished application: BOOKED with WITHDRAWN/CLOSED; dated today or later, BOOKED with DECLINED/ACCEPTED or OPEN with WITHDRAWN/DECLINED/CLOSED/ACCEPTED:" TO WS-TYPE-TITLE
    PERFORM 1700-START-TYPE
    PERFORM 3800-SCAN-SLOTS
    PERFORM 1710-END-TYPE.

3300-CHECK-EARLY-SLOTS.
    MOVE "6. Interview slots for an application never moved to INTERVIEW:" TO WS-TYPE-TITLE
    PERFORM 1700-START-TYPE
    PERFORM 3800-SCAN-SLOTS
    PERFORM 1710-END-TYPE.

*> One pass of interviews.txt for check 4, 5 or 6 -- which one is
*> the next summary slot (WS-SUM-I + 1).
3800-SCAN-SLOTS.
    OPEN INPUT INTERVIEWS
    IF INTERVIEWS-FILE-STATUS NOT = "00"
        EXIT PARAGRAPH
    END-IF
    MOVE 0 TO WS-ROW-NO
    MOVE 'N' TO WS-EOF
    PERFORM UNTIL WS-EOF = 'Y'
        READ INTERVIEWS INTO INTERVIEWS-LINE
            AT END MOVE 'Y' TO WS-EOF
            NOT AT END
                ADD 1 TO WS-ROW-NO
                IF INTERVIEWS-LINE NOT = SPACES
                    PERFORM SPLIT-INTERVIEW-LINE
                    MOVE INT-EMPLOYER TO WS-KEY-EMPLOYER
                    MOVE INT-TITLE TO WS-KEY-TITLE
                    MOVE INT-APPLICANT TO WS-KEY-USER
                    MOVE INT-POSTING-ID TO WS-KEY-POSTING-ID
                    PERFORM 1500-FIND-APPLICATION
                    PERFORM 3900-CHECK-ONE-SLOT
                END-IF
        END-READ
    END-PERFORM
    CLOSE INTERVIEWS.

3900-CHECK-ONE-SLOT.
    EVALUATE WS-SUM-I + 1
        WHEN 4
            IF WS-AP-HIT = 0
                PERFORM 3910-REPORT-SLOT
            END-IF
        WHEN 5
            IF WS-AP-HIT > 0
                PERFORM 3920-SLOT-DATE
                EVALUATE TRUE
                    WHEN FUNCTION TRIM(INT-STATUS) = "BOOKED"
                     AND (FUNCTION TRIM(WS-AP-STATUS(WS-AP-HIT)) = "WITHDRAWN"
                       OR FUNCTION TRIM(WS-AP-STATUS(WS-AP-HIT)) = "CLOSED")
                        PERFORM 3910-REPORT-SLOT
                    WHEN FUNCTION TRIM(INT-STATUS) = "BOOKED"
                     AND WS-SLOT-N >= WS-TODAY-N
                     AND (FUNCTION TRIM(WS-AP-STATUS(WS-AP-HIT)) = "DECLINED"
                       OR FUNCTION TRIM(WS-AP-STATUS(WS-AP-HIT)) = "ACCEPTED")
                        PERFORM 3910-REPORT-SLOT
                    WHEN FUNCTION TRIM(INT-STATUS) = "OPEN"
                     AND WS-SLOT-N >= WS-TODAY-N
                     AND (FUNCTION TRIM(WS-AP-STATUS(WS-AP-HIT)) = "WITHDRAWN"
                       OR FUNCTION TRIM(WS-AP-STATUS(WS-AP-HIT)) = "DECLINED"
                       OR FUNCTION TRIM(WS-AP-STATUS(WS-AP-HIT)) = "CLOSED"
                       OR FUNCTION TRIM(WS-AP-STATUS(WS-AP-HIT)) = "ACCEPTED")
                        PERFORM 3910-REPORT-SLOT
                END-EVALUATE
            END-IF
        WHEN 6
            IF WS-AP-HIT > 0
                IF FUNCTION TRIM(WS-AP-STATUS(WS-AP-HIT)) = "SUBMITTED"
                   OR FUNCTION TRIM(WS-AP-STATUS(WS-AP-HIT)) = "UNDER REVIEW"
                    PERFORM 3910-REPORT-SLOT
                END-IF
            END-IF
    END-EVALUATE.

3910-REPORT-SLOT.
    ADD 1 TO WS-TYPE-COUNT
    MOVE INTERVIEWS-LINE TO WS-ROW-LINE
    MOVE "  interviews.txt" TO REPORT-LINE
    PERFORM 1720-SHOW-ROW
    IF WS-AP-HIT > 0
        MOVE WS-AP-ROW(WS-AP-HIT) TO WS-ROW-NO
        MOVE WS-AP-LINE(WS-AP-HIT) TO WS-ROW-LINE
        PERFORM 1740-SHOW-INDENTED
    END-IF.

*> INT-DATE (YYYY-MM-DD) as YYYYMMDD in WS-SLOT-N, or 0 when it is
*> not a date -- such a slot never counts as today or later.
3920-SLOT-DATE.
    MOVE 0 TO WS-SLOT-N
    IF INT-DATE(1:4) IS NUMERIC
       AND INT-DATE(6:2) IS NUMERIC
       AND INT-DATE(9:2) IS NUMERIC
        COMPUTE WS-SLOT-N =
            FUNCTION NUMVAL(INT-DATE(1:4)) * 10000
            + FUNCTION NUMVAL(INT-DATE(6:2)) * 100
            + FUNCTION NUMVAL(INT-DATE(9:2))
    END-IF.

*> Checks 7, 8 and 9, one pass of placements.txt each so every type
*> reads as one block.
4100-CHECK-PLACEMENTS.
    MOVE "7. Placements with no matching application:" TO WS-TYPE-TITLE
    PERFORM 1700-START-TYPE
    PERFORM 4800-SCAN-PLACEMENTS
    PERFORM 1710-END-TYPE
    MOVE "8. Placements whose application is not ACCEPTED (never accepted at OFFER):" TO WS-TYPE-TITLE
    PERFORM 1700-START-TYPE
    PERFORM 4800-SCAN-PLACEMENTS
    PERFORM 1710-END-TYPE
    MOVE "9. Placements recorded more than once:" TO WS-TYPE-TITLE
    PERFORM 1700-START-TYPE
    MOVE 0 TO WS-PL-COUNT
    PERFORM 4800-SCAN-PLACEMENTS
    PERFORM 1710-END-TYPE.

4400-CHECK-UNPLACED-ACCEPTS.
    MOVE "10. ACCEPTED applications with no placement:" TO WS-TYPE-TITLE
    PERFORM 1700-START-TYPE
    PERFORM VARYING WS-AP-I FROM 1 BY 1 UNTIL WS-AP-I > WS-AP-COUNT
        IF FUNCTION TRIM(WS-AP-STATUS(WS-AP-I)) = "ACCEPTED"
           AND WS-AP-PLACED(WS-AP-I) = 0
            ADD 1 TO WS-TYPE-COUNT
            MOVE WS-AP-ROW(WS-AP-I) TO WS-ROW-NO
            MOVE WS-AP-LINE(WS-AP-I) TO WS-ROW-LINE
            MOVE "  applications.txt" TO REPORT-LINE
            PERFORM 1720-SHOW-ROW
        END-IF
    END-PERFORM
    PERFORM 1710-END-TYPE.

*> One pass of placements.txt for check 7, 8 or 9 (the next summary
*> slot, as for the interview checks). Check 7's pass also counts the
*> placements each application has, for check 10.
4800-SCAN-PLACEMENTS.
    OPEN INPUT PLACEMENTS
    IF PLACEMENTS-FILE-STATUS NOT = "00"
        EXIT PARAGRAPH
    END-IF
    MOVE 0 TO WS-ROW-NO
    MOVE 'N' TO WS-EOF
    PERFORM UNTIL WS-EOF = 'Y'
        READ PLACEMENTS INTO PLACEMENTS-LINE
            AT END MOVE 'Y' TO WS-EOF
            NOT AT END
                ADD 1 TO WS-ROW-NO
                IF PLACEMENTS-LINE NOT = SPACES
                    PERFORM SPLIT-PLACEMENT-LINE
                    MOVE PLACE-EMPLOYER TO WS-KEY-EMPLOYER
                    MOVE PLACE-TITLE TO WS-KEY-TITLE
                    MOVE PLACE-STUDENT TO WS-KEY-USER
                    MOVE PLACE-POSTING-ID TO WS-KEY-POSTING-ID
                    PERFORM 1500-FIND-APPLICATION
                    PERFORM 4900-CHECK-ONE-PLACEMENT
                END-IF
        END-READ
    END-PERFORM
    CLOSE PLACEMENTS.

4900-CHECK-ONE-PLACEMENT.
    EVALUATE WS-SUM-I + 1
        WHEN 7
            IF WS-AP-HIT = 0
                PERFORM 4910-REPORT-PLACEMENT
            ELSE
                ADD 1 TO WS-AP-PLACED(WS-AP-HIT)
            END-IF
        WHEN 8
            IF WS-AP-HIT > 0
                IF FUNCTION TRIM(WS-AP-STATUS(WS-AP-HIT)) NOT = "ACCEPTED"
                    PERFORM 4910-REPORT-PLACEMENT
                END-IF
            END-IF
        WHEN 9
            MOVE SPACES TO WS-PL-THIS
            IF PLACE-POSTING-ID NOT = SPACES
                STRING FUNCTION TRIM(PLACE-STUDENT) DELIMITED BY SIZE
                       "|" DELIMITED BY SIZE
                       PLACE-POSTING-ID DELIMITED BY SIZE
                       INTO WS-PL-THIS
                END-STRING
            ELSE
                STRING FUNCTION TRIM(PLACE-STUDENT) DELIMITED BY SIZE
                       "|" DELIMITED BY SIZE
                       FUNCTION TRIM(PLACE-EMPLOYER) DELIMITED BY SIZE
                       "|" DELIMITED BY SIZE
                       FUNCTION TRIM(PLACE-TITLE) DELIMITED BY SIZE
                       INTO WS-PL-THIS
                END-STRING
            END-IF
            MOVE 0 TO WS-PL-HIT
            PERFORM VARYING WS-PL-I FROM 1 BY 1
                UNTIL WS-PL-I > WS-PL-COUNT OR WS-PL-HIT > 0
                IF WS-PL-KEY(WS-PL-I) = WS-PL-THIS
                    MOVE WS-PL-I TO WS-PL-HIT
                END-IF
            END-PERFORM
            IF WS-PL-HIT > 0
                ADD 1 TO WS-TYPE-COUNT
                MOVE PLACEMENTS-LINE TO WS-ROW-LINE
                MOVE SPACES TO REPORT-LINE
                MOVE WS-PL-ROW(WS-PL-HIT) TO WS-ROW-TXT
                STRING "  placements.txt (repeats row " DELIMITED BY SIZE
                       FUNCTION TRIM(WS-ROW-TXT) DELIMITED BY SIZE
                       ")" DELIMITED BY SIZE
                       INTO REPORT-LINE
                END-STRING
                PERFORM 1720-SHOW-ROW
            ELSE
                IF WS-PL-COUNT < 5000
                    ADD 1 TO WS-PL-COUNT
                    MOVE WS-PL-THIS TO WS-PL-KEY(WS-PL-COUNT)
                    MOVE WS-ROW-NO TO WS-PL-ROW(WS-PL-COUNT)
                END-IF
            END-IF
    END-EVALUATE.

4910-REPORT-PLACEMENT.
    ADD 1 TO WS-TYPE-COUNT
    MOVE PLACEMENTS-LINE TO WS-ROW-LINE
    MOVE "  placements.txt" TO REPORT-LINE
    PERFORM 1720-SHOW-ROW
    IF WS-AP-HIT > 0
        MOVE WS-AP-ROW(WS-AP-HIT) TO WS-ROW-NO
        MOVE WS-AP-LINE(WS-AP-HIT) TO WS-ROW-LINE
        PERFORM 1740-SHOW-INDENTED
    END-IF.

9000-SUMMARY.
    MOVE " " TO REPORT-LINE
    PERFORM SHOW
    MOVE "Summary by type:" TO REPORT-LINE
    PERFORM SHOW
    PERFORM VARYING WS-SUM-I FROM 1 BY 1 UNTIL WS-SUM-I > 10
        MOVE WS-SUM-COUNT(WS-SUM-I) TO WS-COUNT-DISPLAY
        MOVE SPACES TO REPORT-LINE
        STRING WS-COUNT-DISPLAY DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               WS-SUM-TITLE(WS-SUM-I) DELIMITED BY SIZE
               INTO REPORT-LINE
        END-STRING
        PERFORM SHOW
    END-PERFORM
    MOVE " " TO REPORT-LINE
    PERFORM SHOW
    MOVE WS-TOTAL TO WS-COUNT-DISPLAY
    MOVE SPACES TO REPORT-LINE
    IF WS-TOTAL = 0
        MOVE "Pipeline consistent -- no inconsistencies found." TO REPORT-LINE
    ELSE
        STRING "INCONSISTENCIES FOUND: " DELIMITED BY SIZE
               FUNCTION TRIM(WS-COUNT-DISPLAY) DELIMITED BY SIZE
               " -- the batch window stops here until they are corrected." DELIMITED BY SIZE
               INTO REPORT-LINE
        END-STRING
    END-IF
    PERFORM SHOW.
