>>SOURCE FORMAT FREE
*> Student records request (FERPA) export. Given one username in the
*> one-line control file src/RecordsRequest-Control.txt, gathers
*> everything the system holds about that account -- live files, the
*> alumni archive, the retention archives and the session transcripts
*> (audit log) -- into one readable, sectioned document:
*>     src/records-requests/<username>-YYYYMMDD.txt
*> plus a cover sheet listing every file searched and how many rows
*> were found in each:
*>     src/records-requests/<username>-YYYYMMDD-cover.txt
*> Run from the server by an administrator, the same trust level as
*> the other maintenance utilities. Password hashes and recovery
*> answers are never copied out (the password history is shown by
*> date only, and journal entries by action only). Read-only against
*> the data store -- never opens any of its inputs for OUTPUT or
*> EXTEND. Writes src/RecordsRequest-Report.txt.
IDENTIFICATION DIVISION.
PROGRAM-ID. RecordsRequest.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT CONTROL-FILE ASSIGN TO "src/RecordsRequest-Control.txt"
        ORGANIZATION IS LINE SEQUENTIAL
        ACCESS MODE IS SEQUENTIAL
        FILE STATUS IS CONTROL-FILE-STATUS.

*> Same physical data store InCollege.cob/auth.cob maintain.
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

*> Message and notification queues, indexed by recipient, time and
*> sequence (messages also by sender).
    SELECT MESSAGES ASSIGN TO "src/messages.txt"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS MSG-KEY
        ALTERNATE RECORD KEY IS MSG-SENDER WITH DUPLICATES
        FILE STATUS IS MESSAGES-FILE-STATUS.

    SELECT NOTIFICATIONS ASSIGN TO "src/notifications.txt"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS NOTIF-KEY
        FILE STATUS IS NOTIFICATIONS-FILE-STATUS.

*> Every other file is read through this one SELECT, one file at a
*> time, from the file list built in 0200-BUILD-FILE-LIST.
    SELECT SCAN-FILE ASSIGN TO DYNAMIC WS-SCAN-PATH
        ORGANIZATION IS LINE SEQUENTIAL
        ACCESS MODE IS SEQUENTIAL
        FILE STATUS IS SCAN-FILE-STATUS.

*> Output of `ls` over the dated archive and transcript files (same
*> approach src/RetentionPurge.cob uses to find old transcripts).
    SELECT DATED-LIST ASSIGN TO "src/records-list.tmp"
        ORGANIZATION IS LINE SEQUENTIAL
        ACCESS MODE IS SEQUENTIAL
        FILE STATUS IS DATED-LIST-STATUS.

    SELECT DOC-OUT ASSIGN TO DYNAMIC WS-DOC-PATH
        ORGANIZATION IS LINE SEQUENTIAL
        ACCESS MODE IS SEQUENTIAL
        FILE STATUS IS DOC-FILE-STATUS.

    SELECT COVER-OUT ASSIGN TO DYNAMIC WS-COVER-PATH
        ORGANIZATION IS LINE SEQUENTIAL
        ACCESS MODE IS SEQUENTIAL
        FILE STATUS IS COVER-FILE-STATUS.


*> Data-store lock -- the shop-wide protocol that keeps the batch
*> jobs and the online session from colliding on the shared data
*> files. Writers hold it exclusively; readers fail fast while it is
*> held. A lock older than the stale threshold is treated as left
*> behind by a crashed run and is not honored.
    SELECT LOCK-FILE ASSIGN TO "src/datastore.lock"
        ORGANIZATION IS LINE SEQUENTIAL
        ACCESS MODE IS SEQUENTIAL
        FILE STATUS IS LOCK-FILE-STATUS.

    SELECT REPORT-OUT ASSIGN TO "src/RecordsRequest-Report.txt"
        ORGANIZATION IS LINE SEQUENTIAL
        ACCESS MODE IS SEQUENTIAL
        FILE STATUS IS REPORT-FILE-STATUS.

DATA DIVISION.
FILE SECTION.
FD CONTROL-FILE.
01 CONTROL-LINE PIC X(80).

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

*> Same layouts src/InCollege.cob's FD MESSAGES / FD NOTIFICATIONS use.
FD MESSAGES.
01 MESSAGE-REC.
    05 MSG-KEY.
        10 MSG-RECIPIENT PIC X(20).
        10 MSG-SENT      PIC X(14).
        10 MSG-SEQ       PIC 9(3).
    05 MSG-SENDER    PIC X(20).
    05 MSG-READ      PIC X(1).
    05 MSG-TEXT      PIC X(100).

FD NOTIFICATIONS.
01 NOTIFICATION-REC.
    05 NOTIF-KEY.
        10 NOTIF-RECIPIENT PIC X(20).
        10 NOTIF-SENT      PIC X(14).
        10 NOTIF-SEQ       PIC 9(3).
    05 NOTIF-SENDER    PIC X(20).
    05 NOTIF-MESSAGE   PIC X(100).
    05 NOTIF-MAILED    PIC X(8).

*> Wide enough for a whole profile image (alumni-profiles.txt).
FD SCAN-FILE.
01 SCAN-LINE PIC X(4000).

FD DATED-LIST.
01 DATED-LIST-LINE PIC X(200).

FD DOC-OUT.
01 DOC-LINE PIC X(600).

FD COVER-OUT.
01 COVER-LINE PIC X(132).

*> Who holds the data-store lock, and since when
FD LOCK-FILE.
01 LOCK-REC.
    05 LOCK-TIMESTAMP PIC X(14).
    05 FILLER         PIC X(1).
    05 LOCK-PROGRAM   PIC X(20).

FD REPORT-OUT.
01 REPORT-LINE PIC X(132).

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
01 UINFO-FILE-STATUS    PIC XX.
01 PROFILES-FILE-STATUS PIC XX.
01 MESSAGES-FILE-STATUS PIC XX.
01 NOTIFICATIONS-FILE-STATUS PIC XX.
01 SCAN-FILE-STATUS     PIC XX.
01 DATED-LIST-STATUS    PIC XX.
01 DOC-FILE-STATUS      PIC XX.
01 COVER-FILE-STATUS    PIC XX.
01 REPORT-FILE-STATUS   PIC XX.

01 WS-SCAN-EOF   PIC A(1) VALUE 'N'.
01 WS-LIST-EOF   PIC A(1) VALUE 'N'.

*> The account the request is about
01 WS-SUBJECT     PIC X(20) VALUE SPACES.
01 WS-SUBJECT-LEN PIC 9(2) VALUE 0.

01 WS-SCAN-PATH  PIC X(200) VALUE SPACES.
01 WS-DOC-PATH   PIC X(200) VALUE SPACES.
01 WS-COVER-PATH PIC X(200) VALUE SPACES.

01 WS-TODAY     PIC X(8).
01 WS-NOW-TIME  PIC X(6).
01 WS-PREPARED  PIC X(16).

*> Where the account itself was found (live userinfo, alumni
*> archive, or neither)
01 WS-ACCT-WHERE PIC X(30) VALUE "not found".

*> Every file searched, in document order. Kinds:
*>   K  userinfo.txt (keyed read)      Q  profiles.txt (keyed read)
*>   P  pipe-delimited rows, username in field POS1 and/or POS2
*>   H  password-history.txt (shown by date only)
*>   C  connection rows (sender cols 1-20, recipient cols 21-40)
*>   M  message rows (recipient cols 1-20, sender cols 21-40)
*>   N  notification rows (recipient cols 1-20, sender cols 21-40)
*>   E  messages.txt (keyed reads)     F  notifications.txt
*>   J  journal.txt (key cols 22-41; shown by action only)
*>   U  archived account images     R  archived profile images
*>   L  session transcripts (actor cols 16-35, or named in the text)
01 WS-FILE-TABLE.
    05 WS-FILE-COUNT PIC 9(4) VALUE 0.
    05 WS-FILE-ENTRY OCCURS 300 TIMES.
        10 WS-F-PATH    PIC X(80).
        10 WS-F-TITLE   PIC X(40).
        10 WS-F-KIND    PIC X(1).
        10 WS-F-POS1    PIC 9(2).
        10 WS-F-POS2    PIC 9(2).
        10 WS-F-LEGEND  PIC X(120).
        10 WS-F-ON-DISK PIC A(1).
        10 WS-F-ROWS    PIC 9(6).
01 WS-FILE-MAX PIC 9(4) VALUE 300.
01 WS-FX       PIC 9(4) VALUE 0.
01 WS-CAP-HIT  PIC A(1) VALUE 'N'.

*> Staging fields for 0300-ADD-FILE
01 WS-ADD-PATH   PIC X(80).
01 WS-ADD-TITLE  PIC X(40).
01 WS-ADD-KIND   PIC X(1).
01 WS-ADD-POS1   PIC 9(2).
01 WS-ADD-POS2   PIC 9(2).
01 WS-ADD-LEGEND PIC X(120).

*> One pipe-delimited row split into its fields
01 WS-FIELDS.
    05 WS-FLD PIC X(200) OCCURS 12 TIMES.

01 WS-ROW-MATCH  PIC A(1) VALUE 'N'.
01 WS-ROW-TEXT   PIC X(300).

*> Working copies of an account / profile image, live or archived
01 WS-ACCT-REC.
    05 WS-A-USERNAME    PIC X(20).
    05 WS-A-PASSWORD    PIC X(20).
    05 WS-A-RECOVERY-Q  PIC X(40).
    05 WS-A-RECOVERY-A  PIC X(20).
    05 WS-A-FAILED      PIC 9(2).
    05 WS-A-LOCKED      PIC X(1).
    05 WS-A-ACCT-TYPE   PIC X(1).
    05 WS-A-ACTIVE      PIC X(1).
    05 WS-A-LAST-LOGIN  PIC X(14).

01 WS-PROF-REC.
   05 WS-R-USERNAME      PIC X(20).
   05 WS-R-FIRST-NAME    PIC X(30).
   05 WS-R-LAST-NAME     PIC X(30).
   05 WS-R-UNIVERSITY    PIC X(60).
   05 WS-R-MAJOR         PIC X(40).
   05 WS-R-GRAD-YEAR     PIC 9(4).
   05 WS-R-ABOUT         PIC X(200).
   05 WS-R-RESUME        PIC X(200).
   05 WS-R-EXP-COUNT     PIC 99.
   05 WS-R-EXPERIENCE OCCURS 10.
      10 WS-R-EXP-TITLE     PIC X(40).
      10 WS-R-EXP-COMPANY   PIC X(40).
      10 WS-R-EXP-DATES     PIC X(30).
      10 WS-R-EXP-DESC      PIC X(100).
   05 WS-R-EDU-COUNT     PIC 99.
   05 WS-R-EDU OCCURS 10.
      10 WS-R-EDU-DEGREE    PIC X(40).
      10 WS-R-EDU-SCHOOL    PIC X(60).
      10 WS-R-EDU-YEARS     PIC X(20).
   05 WS-R-SKILLS-MASK   PIC X(5).
01 WS-PX PIC 9(2) VALUE 0.

*> Whole-word search for the username inside a transcript line
01 WS-LX        PIC 9(4) VALUE 0.
01 WS-LOG-LAST  PIC 9(4) VALUE 0.
01 WS-BOUND-CHAR PIC X(1).
    88 WS-NAME-CHAR VALUE "A" THRU "Z" "a" THRU "z" "0" THRU "9"
                          "_" "-".
01 WS-WORD-OK   PIC A(1) VALUE 'N'.

01 WS-TOTAL-ROWS   PIC 9(6) VALUE 0.
01 WS-FILES-PRESENT PIC 9(6) VALUE 0.
01 WS-SECTION-NO   PIC ZZ9.
01 WS-COUNT-DISPLAY PIC ZZZ,ZZ9.

PROCEDURE DIVISION.
0000-MAINLINE.
    OPEN OUTPUT REPORT-OUT

    MOVE "===== InCollege Student Records Request =====" TO REPORT-LINE
    PERFORM SHOW

    PERFORM CHECK-DATA-LOCK
    IF WS-LOCK-BUSY = 'Y'
        MOVE "Data store busy -- retry after the batch window." TO REPORT-LINE
        PERFORM SHOW
        CLOSE REPORT-OUT
        STOP RUN
    END-IF

    PERFORM 0100-READ-CONTROL
    IF WS-SUBJECT = SPACES
        MOVE "Control file missing or empty (expect one username)." TO REPORT-LINE
        PERFORM SHOW
        CLOSE REPORT-OUT
        STOP RUN
    END-IF

    PERFORM 0200-BUILD-FILE-LIST
    PERFORM 0400-LIST-DATED-FILES
    PERFORM 0500-OPEN-OUTPUTS

    PERFORM VARYING WS-FX FROM 1 BY 1 UNTIL WS-FX > WS-FILE-COUNT
        PERFORM 0600-SECTION-HEADING
        EVALUATE WS-F-KIND(WS-FX)
            WHEN "K"
                PERFORM 1000-ACCOUNT-SECTION
            WHEN "Q"
                PERFORM 1100-PROFILE-SECTION
            WHEN "E"
                PERFORM 1200-MESSAGE-SECTION
            WHEN "F"
                PERFORM 1300-NOTIFICATION-SECTION
            WHEN OTHER
                PERFORM 2000-SCAN-FILE
        END-EVALUATE
        PERFORM 0700-SECTION-FOOTING
    END-PERFORM

    PERFORM 3000-WRITE-COVER
    PERFORM 4000-PRINT-SUMMARY

    CLOSE DOC-OUT
    CLOSE COVER-OUT
    CLOSE REPORT-OUT
    STOP RUN.

SHOW.
    DISPLAY REPORT-LINE
    WRITE REPORT-LINE.

*> Sets WS-LOCK-BUSY when another run holds the data-store lock.
*> A stale lock (older than WS-LOCK-STALE-MIN minutes) is treated as
*> debris from a crashed run rather than deadlocking the startup.
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

*> One line: the username the request is about.
0100-READ-CONTROL.
    MOVE SPACES TO WS-SUBJECT
    OPEN INPUT CONTROL-FILE
    IF CONTROL-FILE-STATUS = "00"
        READ CONTROL-FILE INTO CONTROL-LINE
            NOT AT END
                MOVE FUNCTION TRIM(CONTROL-LINE) TO WS-SUBJECT
        END-READ
        CLOSE CONTROL-FILE
    END-IF
    IF WS-SUBJECT NOT = SPACES
        MOVE FUNCTION LENGTH(FUNCTION TRIM(WS-SUBJECT)) TO WS-SUBJECT-LEN
    END-IF

    MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY
    MOVE FUNCTION CURRENT-DATE(9:6) TO WS-NOW-TIME
    STRING WS-TODAY(1:4) "-" WS-TODAY(5:2) "-" WS-TODAY(7:2) " "
           WS-NOW-TIME(1:2) ":" WS-NOW-TIME(3:2)
           DELIMITED BY SIZE INTO WS-PREPARED
    END-STRING

    MOVE SPACES TO REPORT-LINE
    STRING "Account: " DELIMITED BY SIZE
           FUNCTION TRIM(WS-SUBJECT) DELIMITED BY SIZE
           INTO REPORT-LINE
    END-STRING
    PERFORM SHOW.

*> The fixed set of data files, in the order they appear in the
*> document. Field numbers are the 1-based pipe-delimited positions
*> that can hold a username.
0200-BUILD-FILE-LIST.
    MOVE 0 TO WS-FILE-COUNT

    MOVE "src/userinfo.txt" TO WS-ADD-PATH
    MOVE "Account" TO WS-ADD-TITLE
    MOVE "K" TO WS-ADD-KIND
    MOVE 0 TO WS-ADD-POS1 WS-ADD-POS2
    MOVE "Account settings (password and recovery answer withheld)" TO WS-ADD-LEGEND
    PERFORM 0300-ADD-FILE

    MOVE "src/profiles.txt" TO WS-ADD-PATH
    MOVE "Profile" TO WS-ADD-TITLE
    MOVE "Q" TO WS-ADD-KIND
    MOVE "Profile, experience and education as entered" TO WS-ADD-LEGEND
    PERFORM 0300-ADD-FILE

    MOVE "src/profile-visibility.txt" TO WS-ADD-PATH
    MOVE "Profile visibility" TO WS-ADD-TITLE
    MOVE "P" TO WS-ADD-KIND
    MOVE 1 TO WS-ADD-POS1
    MOVE 0 TO WS-ADD-POS2
    MOVE "USERNAME|SETTING" TO WS-ADD-LEGEND
    PERFORM 0300-ADD-FILE

    MOVE "src/contact-prefs.txt" TO WS-ADD-PATH
    MOVE "E-mail contact settings" TO WS-ADD-TITLE
    MOVE "USERNAME|E-MAIL|DELIVERY" TO WS-ADD-LEGEND
    PERFORM 0300-ADD-FILE

    MOVE "src/password-history.txt" TO WS-ADD-PATH
    MOVE "Password changes" TO WS-ADD-TITLE
    MOVE "H" TO WS-ADD-KIND
    MOVE 1 TO WS-ADD-POS1
    MOVE "Date each password was set (hashes withheld)" TO WS-ADD-LEGEND
    PERFORM 0300-ADD-FILE

    MOVE "src/registrar-xref.txt" TO WS-ADD-PATH
    MOVE "Registrar student ID" TO WS-ADD-TITLE
    MOVE "P" TO WS-ADD-KIND
    MOVE "USERNAME|STUDENT-ID" TO WS-ADD-LEGEND
    PERFORM 0300-ADD-FILE

    MOVE "src/employers.txt" TO WS-ADD-PATH
    MOVE "Employer profile" TO WS-ADD-TITLE
    MOVE "USERNAME|COMPANY|INDUSTRY|SIZE|LOCATION|DESCRIPTION|WEBSITE" TO WS-ADD-LEGEND
    PERFORM 0300-ADD-FILE

    MOVE "src/employer-verify.txt" TO WS-ADD-PATH
    MOVE "Employer verification" TO WS-ADD-TITLE
    MOVE "USERNAME|STATUS|REASON" TO WS-ADD-LEGEND
    PERFORM 0300-ADD-FILE

    MOVE "src/connections.txt" TO WS-ADD-PATH
    MOVE "Connections" TO WS-ADD-TITLE
    MOVE "C" TO WS-ADD-KIND
    MOVE "SENDER -> RECIPIENT (STATUS)" TO WS-ADD-LEGEND
    PERFORM 0300-ADD-FILE

    MOVE "src/blocks.txt" TO WS-ADD-PATH
    MOVE "Blocks" TO WS-ADD-TITLE
    MOVE "P" TO WS-ADD-KIND
    MOVE 1 TO WS-ADD-POS1
    MOVE 2 TO WS-ADD-POS2
    MOVE "BLOCKER|BLOCKED" TO WS-ADD-LEGEND
    PERFORM 0300-ADD-FILE

    MOVE "src/messages.txt" TO WS-ADD-PATH
    MOVE "Messages" TO WS-ADD-TITLE
    MOVE "E" TO WS-ADD-KIND
    MOVE 0 TO WS-ADD-POS1 WS-ADD-POS2
    MOVE "Sent / From -> To / Read / Text" TO WS-ADD-LEGEND
    PERFORM 0300-ADD-FILE

    MOVE "src/message-reports.txt" TO WS-ADD-PATH
    MOVE "Message reports" TO WS-ADD-TITLE
    MOVE "P" TO WS-ADD-KIND
    MOVE 1 TO WS-ADD-POS1
    MOVE 2 TO WS-ADD-POS2
    MOVE "REPORTER|SENDER|SENT|TEXT" TO WS-ADD-LEGEND
    PERFORM 0300-ADD-FILE

    MOVE "src/notifications.txt" TO WS-ADD-PATH
    MOVE "Notifications (pending)" TO WS-ADD-TITLE
    MOVE "F" TO WS-ADD-KIND
    MOVE 0 TO WS-ADD-POS1 WS-ADD-POS2
    MOVE "To / From / Message / Date mailed" TO WS-ADD-LEGEND
    PERFORM 0300-ADD-FILE

    MOVE "src/notifications-consumed.txt" TO WS-ADD-PATH
    MOVE "Notifications (read)" TO WS-ADD-TITLE
    MOVE "P" TO WS-ADD-KIND
    MOVE 2 TO WS-ADD-POS1
    MOVE 3 TO WS-ADD-POS2
    MOVE "DATE|RECIPIENT|SENDER|MESSAGE" TO WS-ADD-LEGEND
    PERFORM 0300-ADD-FILE

    MOVE "src/jobs.txt" TO WS-ADD-PATH
    MOVE "Job postings" TO WS-ADD-TITLE
    MOVE 1 TO WS-ADD-POS1
    MOVE 0 TO WS-ADD-POS2
    MOVE "EMPLOYER|TITLE|MAJOR|LOCATION|POSTED|STATUS|EXPIRES|POSTING-ID" TO WS-ADD-LEGEND
    PERFORM 0300-ADD-FILE

    MOVE "src/applications.txt" TO WS-ADD-PATH
    MOVE "Applications" TO WS-ADD-TITLE
    MOVE 1 TO WS-ADD-POS1
    MOVE 3 TO WS-ADD-POS2
    MOVE "EMPLOYER|TITLE|APPLICANT|STATUS|DATE|POSTING-ID" TO WS-ADD-LEGEND
    PERFORM 0300-ADD-FILE

    MOVE "src/interviews.txt" TO WS-ADD-PATH
    MOVE "Interviews" TO WS-ADD-TITLE
    MOVE "EMPLOYER|TITLE|APPLICANT|DATE|TIME|LOCATION|STATUS|POSTING-ID" TO WS-ADD-LEGEND
    PERFORM 0300-ADD-FILE

    MOVE "src/placements.txt" TO WS-ADD-PATH
    MOVE "Placements" TO WS-ADD-TITLE
    MOVE 1 TO WS-ADD-POS1
    MOVE 2 TO WS-ADD-POS2
    MOVE "STUDENT|EMPLOYER|TITLE|MAJOR|GRAD|ACCEPT-DATE|POSTING-ID" TO WS-ADD-LEGEND
    PERFORM 0300-ADD-FILE

    MOVE "src/application-snapshots.txt" TO WS-ADD-PATH
    MOVE "Cover letters and profile snapshots" TO WS-ADD-TITLE
    MOVE 1 TO WS-ADD-POS1
    MOVE 0 TO WS-ADD-POS2
    MOVE "APPLICANT|POSTING-ID|KIND (H resume/date, S skills, C cover letter, X experience, D education, R referred by)|DETAILS" TO WS-ADD-LEGEND
    PERFORM 0300-ADD-FILE

    MOVE "src/referrals.txt" TO WS-ADD-PATH
    MOVE "Job referrals made and received" TO WS-ADD-TITLE
    MOVE 1 TO WS-ADD-POS1
    MOVE 2 TO WS-ADD-POS2
    MOVE "REFERRER|REFERRED|POSTING-ID|EMPLOYER|TITLE|REFERRED-DATE" TO WS-ADD-LEGEND
    PERFORM 0300-ADD-FILE

    MOVE "src/internships.txt" TO WS-ADD-PATH
    MOVE "Internships for credit" TO WS-ADD-TITLE
    MOVE 1 TO WS-ADD-POS1
    MOVE 3 TO WS-ADD-POS2
    MOVE "STUDENT|POSTING-ID|EMPLOYER|TITLE|TERM|SPONSOR|CREDITS|HOURS|STATUS|STATUS-DATE|BY|AGREEMENT" TO WS-ADD-LEGEND
    PERFORM 0300-ADD-FILE

    MOVE "src/internship-hours.txt" TO WS-ADD-PATH
    MOVE "Internship hours logged" TO WS-ADD-TITLE
    MOVE 1 TO WS-ADD-POS1
    MOVE 0 TO WS-ADD-POS2
    MOVE "STUDENT|POSTING-ID|WEEK-ENDING|HOURS|LOGGED" TO WS-ADD-LEGEND
    PERFORM 0300-ADD-FILE

    MOVE "src/internship-evals.txt" TO WS-ADD-PATH
    MOVE "Internship evaluations" TO WS-ADD-TITLE
    MOVE 1 TO WS-ADD-POS1
    MOVE 3 TO WS-ADD-POS2
    MOVE "STUDENT|POSTING-ID|EMPLOYER|DATE|RATING|RECOMMEND-CREDIT|COMMENTS" TO WS-ADD-LEGEND
    PERFORM 0300-ADD-FILE

    MOVE "src/account-campus.txt" TO WS-ADD-PATH
    MOVE "Campus" TO WS-ADD-TITLE
    MOVE 1 TO WS-ADD-POS1
    MOVE 0 TO WS-ADD-POS2
    MOVE "USERNAME|CAMPUS" TO WS-ADD-LEGEND
    PERFORM 0300-ADD-FILE

    MOVE "src/quota-usage.txt" TO WS-ADD-PATH
    MOVE "Daily quota usage" TO WS-ADD-TITLE
    MOVE 2 TO WS-ADD-POS1
    MOVE "DATE|USERNAME|ACTION|OUTCOME" TO WS-ADD-LEGEND
    PERFORM 0300-ADD-FILE

    MOVE "src/screening-queue.txt" TO WS-ADD-PATH
    MOVE "Content held for review" TO WS-ADD-TITLE
    MOVE 3 TO WS-ADD-POS1
    MOVE 0 TO WS-ADD-POS2
    MOVE "ID|KIND|AUTHOR|TARGET|WHEN|MATCHED|STATUS|DECIDED|DECIDED-BY|TEXT" TO WS-ADD-LEGEND
    PERFORM 0300-ADD-FILE

    MOVE "src/survey-outcomes.txt" TO WS-ADD-PATH
    MOVE "First-destination survey" TO WS-ADD-TITLE
    MOVE 1 TO WS-ADD-POS1
    MOVE 0 TO WS-ADD-POS2
    MOVE "USERNAME|OUTCOME|ORGANIZATION" TO WS-ADD-LEGEND
    PERFORM 0300-ADD-FILE

    MOVE "src/endorsements.txt" TO WS-ADD-PATH
    MOVE "Skill endorsements" TO WS-ADD-TITLE
    MOVE 1 TO WS-ADD-POS1
    MOVE 3 TO WS-ADD-POS2
    MOVE "ENDORSED-USER|SKILL-NUMBER|ENDORSER|GIVEN|STATUS" TO WS-ADD-LEGEND
    PERFORM 0300-ADD-FILE

    MOVE "src/recommendations.txt" TO WS-ADD-PATH
    MOVE "Recommendations" TO WS-ADD-TITLE
    MOVE 1 TO WS-ADD-POS1
    MOVE 2 TO WS-ADD-POS2
    MOVE "REQUESTER|RECOMMENDER|STATUS|TEXT" TO WS-ADD-LEGEND
    PERFORM 0300-ADD-FILE

    MOVE "src/integrity-flags.txt" TO WS-ADD-PATH
    MOVE "Endorsement and recommendation flags" TO WS-ADD-TITLE
    MOVE 2 TO WS-ADD-POS1
    MOVE 3 TO WS-ADD-POS2
    MOVE "KIND|SUBJECT|GIVER|SKILL|REASONS|DETAIL|STATUS|DECIDED|DECIDED-BY" TO WS-ADD-LEGEND
    PERFORM 0300-ADD-FILE

    MOVE "src/skillsdone.txt" TO WS-ADD-PATH
    MOVE "Skill completions" TO WS-ADD-TITLE
    MOVE 1 TO WS-ADD-POS1
    MOVE 0 TO WS-ADD-POS2
    MOVE "USERNAME|SKILL-ID" TO WS-ADD-LEGEND
    PERFORM 0300-ADD-FILE

    MOVE "src/events.txt" TO WS-ADD-PATH
    MOVE "Events hosted" TO WS-ADD-TITLE
    MOVE 3 TO WS-ADD-POS1
    MOVE "EVENT-ID|TITLE|HOST|DATE|LOCATION|MAJOR|CAMPUS" TO WS-ADD-LEGEND
    PERFORM 0300-ADD-FILE

    MOVE "src/event-rsvps.txt" TO WS-ADD-PATH
    MOVE "Event RSVPs" TO WS-ADD-TITLE
    MOVE 2 TO WS-ADD-POS1
    MOVE "EVENT-ID|USERNAME|STATUS" TO WS-ADD-LEGEND
    PERFORM 0300-ADD-FILE

    MOVE "src/groups.txt" TO WS-ADD-PATH
    MOVE "Groups owned" TO WS-ADD-TITLE
    MOVE 2 TO WS-ADD-POS1
    MOVE "NAME|OWNER|DESCRIPTION" TO WS-ADD-LEGEND
    PERFORM 0300-ADD-FILE

    MOVE "src/group-members.txt" TO WS-ADD-PATH
    MOVE "Group memberships" TO WS-ADD-TITLE
    MOVE 2 TO WS-ADD-POS1
    MOVE "GROUP|USERNAME" TO WS-ADD-LEGEND
    PERFORM 0300-ADD-FILE

    MOVE "src/group-posts.txt" TO WS-ADD-PATH
    MOVE "Group posts" TO WS-ADD-TITLE
    MOVE 2 TO WS-ADD-POS1
    MOVE "GROUP|SENDER|SENT|TEXT" TO WS-ADD-LEGEND
    PERFORM 0300-ADD-FILE

    MOVE "src/mentors.txt" TO WS-ADD-PATH
    MOVE "Mentor sign-up" TO WS-ADD-TITLE
    MOVE 1 TO WS-ADD-POS1
    MOVE "USERNAME|AVAILABLE" TO WS-ADD-LEGEND
    PERFORM 0300-ADD-FILE

    MOVE "src/mentorships.txt" TO WS-ADD-PATH
    MOVE "Mentorships" TO WS-ADD-TITLE
    MOVE 1 TO WS-ADD-POS1
    MOVE 2 TO WS-ADD-POS2
    MOVE "ALUMNUS|STUDENT|MAJOR|DATE" TO WS-ADD-LEGEND
    PERFORM 0300-ADD-FILE

    MOVE "src/announcements.txt" TO WS-ADD-PATH
    MOVE "Announcements posted" TO WS-ADD-TITLE
    MOVE 3 TO WS-ADD-POS1
    MOVE 0 TO WS-ADD-POS2
    MOVE "ID|EXPIRES|ADMIN|MESSAGE" TO WS-ADD-LEGEND
    PERFORM 0300-ADD-FILE

    MOVE "src/announcement-seen.txt" TO WS-ADD-PATH
    MOVE "Announcements seen" TO WS-ADD-TITLE
    MOVE 2 TO WS-ADD-POS1
    MOVE "ID|USERNAME" TO WS-ADD-LEGEND
    PERFORM 0300-ADD-FILE

    MOVE "src/alumni-userinfo.txt" TO WS-ADD-PATH
    MOVE "Alumni archive: account" TO WS-ADD-TITLE
    MOVE "U" TO WS-ADD-KIND
    MOVE 0 TO WS-ADD-POS1 WS-ADD-POS2
    MOVE "Archived account settings (password and recovery answer withheld)" TO WS-ADD-LEGEND
    PERFORM 0300-ADD-FILE

    MOVE "src/alumni-profiles.txt" TO WS-ADD-PATH
    MOVE "Alumni archive: profile" TO WS-ADD-TITLE
    MOVE "R" TO WS-ADD-KIND
    MOVE "Archived profile, experience and education" TO WS-ADD-LEGEND
    PERFORM 0300-ADD-FILE

    MOVE "src/alumni-connections.txt" TO WS-ADD-PATH
    MOVE "Alumni archive: connections" TO WS-ADD-TITLE
    MOVE "C" TO WS-ADD-KIND
    MOVE "SENDER -> RECIPIENT (STATUS)" TO WS-ADD-LEGEND
    PERFORM 0300-ADD-FILE

    MOVE "src/journal.txt" TO WS-ADD-PATH
    MOVE "Update journal" TO WS-ADD-TITLE
    MOVE "J" TO WS-ADD-KIND
    MOVE "Pending record updates (record images not reproduced)" TO WS-ADD-LEGEND
    PERFORM 0300-ADD-FILE.

0300-ADD-FILE.
    IF WS-FILE-COUNT >= WS-FILE-MAX
        MOVE 'Y' TO WS-CAP-HIT
        EXIT PARAGRAPH
    END-IF
    ADD 1 TO WS-FILE-COUNT
    MOVE WS-ADD-PATH   TO WS-F-PATH(WS-FILE-COUNT)
    MOVE WS-ADD-TITLE  TO WS-F-TITLE(WS-FILE-COUNT)
    MOVE WS-ADD-KIND   TO WS-F-KIND(WS-FILE-COUNT)
    MOVE WS-ADD-POS1   TO WS-F-POS1(WS-FILE-COUNT)
    MOVE WS-ADD-POS2   TO WS-F-POS2(WS-FILE-COUNT)
    MOVE WS-ADD-LEGEND TO WS-F-LEGEND(WS-FILE-COUNT)
    MOVE 'N' TO WS-F-ON-DISK(WS-FILE-COUNT)
    MOVE 0 TO WS-F-ROWS(WS-FILE-COUNT).

*> Dated files that come and go: the RetentionPurge message and
*> notification archives, and the session transcripts (the audit
*> log), both current and moved to src/archive/.
0400-LIST-DATED-FILES.
    CALL "SYSTEM" USING BY CONTENT
        "ls src/archive-messages-*.txt src/archive-notifications-*.txt src/InCollege-Output-????????.txt src/archive/InCollege-Output-????????.txt > src/records-list.tmp 2>/dev/null"

    OPEN INPUT DATED-LIST
    IF DATED-LIST-STATUS NOT = "00"
        EXIT PARAGRAPH
    END-IF
    MOVE 'N' TO WS-LIST-EOF
    PERFORM UNTIL WS-LIST-EOF = 'Y'
        READ DATED-LIST INTO DATED-LIST-LINE
            AT END MOVE 'Y' TO WS-LIST-EOF
        END-READ
        IF WS-LIST-EOF NOT = 'Y' AND DATED-LIST-LINE NOT = SPACES
            MOVE FUNCTION TRIM(DATED-LIST-LINE) TO WS-ADD-PATH
            MOVE 0 TO WS-ADD-POS1 WS-ADD-POS2
            EVALUATE TRUE
                WHEN DATED-LIST-LINE(1:21) = "src/archive-messages-"
                    MOVE "Archived messages" TO WS-ADD-TITLE
                    MOVE "M" TO WS-ADD-KIND
                    MOVE "Sent / From -> To / Read / Text" TO WS-ADD-LEGEND
                WHEN DATED-LIST-LINE(1:26) = "src/archive-notifications-"
                    MOVE "Archived notifications" TO WS-ADD-TITLE
                    MOVE "P" TO WS-ADD-KIND
                    MOVE 2 TO WS-ADD-POS1
                    MOVE 3 TO WS-ADD-POS2
                    MOVE "DATE|RECIPIENT|SENDER|MESSAGE" TO WS-ADD-LEGEND
                WHEN OTHER
                    MOVE "Session transcript (audit log)" TO WS-ADD-TITLE
                    MOVE "L" TO WS-ADD-KIND
                    MOVE "Lines where the account acted or is named" TO WS-ADD-LEGEND
            END-EVALUATE
            PERFORM 0300-ADD-FILE
        END-IF
    END-PERFORM
    CLOSE DATED-LIST
    CALL "SYSTEM" USING BY CONTENT "rm -f src/records-list.tmp".

0500-OPEN-OUTPUTS.
    CALL "SYSTEM" USING BY CONTENT "mkdir -p src/records-requests"
    MOVE SPACES TO WS-DOC-PATH WS-COVER-PATH
    STRING "src/records-requests/" DELIMITED BY SIZE
           FUNCTION TRIM(WS-SUBJECT) DELIMITED BY SIZE
           "-" DELIMITED BY SIZE
           WS-TODAY DELIMITED BY SIZE
           ".txt" DELIMITED BY SIZE
           INTO WS-DOC-PATH
    END-STRING
    STRING "src/records-requests/" DELIMITED BY SIZE
           FUNCTION TRIM(WS-SUBJECT) DELIMITED BY SIZE
           "-" DELIMITED BY SIZE
           WS-TODAY DELIMITED BY SIZE
           "-cover.txt" DELIMITED BY SIZE
           INTO WS-COVER-PATH
    END-STRING
    OPEN OUTPUT DOC-OUT
    OPEN OUTPUT COVER-OUT

    MOVE "InCollege -- Records Held About One Account" TO DOC-LINE
    WRITE DOC-LINE
    MOVE SPACES TO DOC-LINE
    STRING "Account:  " DELIMITED BY SIZE
           FUNCTION TRIM(WS-SUBJECT) DELIMITED BY SIZE
           INTO DOC-LINE
    END-STRING
    WRITE DOC-LINE
    MOVE SPACES TO DOC-LINE
    STRING "Prepared: " DELIMITED BY SIZE
           WS-PREPARED DELIMITED BY SIZE
           INTO DOC-LINE
    END-STRING
    WRITE DOC-LINE
    MOVE "Each section below is one data file; the cover sheet lists them all." TO DOC-LINE
    WRITE DOC-LINE.

0600-SECTION-HEADING.
    MOVE " " TO DOC-LINE
    WRITE DOC-LINE
    MOVE ALL "-" TO DOC-LINE(1:72)
    WRITE DOC-LINE
    MOVE WS-FX TO WS-SECTION-NO
    MOVE SPACES TO DOC-LINE
    STRING "Section " DELIMITED BY SIZE
           FUNCTION TRIM(WS-SECTION-NO) DELIMITED BY SIZE
           ": " DELIMITED BY SIZE
           FUNCTION TRIM(WS-F-TITLE(WS-FX)) DELIMITED BY SIZE
           " (" DELIMITED BY SIZE
           FUNCTION TRIM(WS-F-PATH(WS-FX)) DELIMITED BY SIZE
           ")" DELIMITED BY SIZE
           INTO DOC-LINE
    END-STRING
    WRITE DOC-LINE
    MOVE SPACES TO DOC-LINE
    STRING "Layout: " DELIMITED BY SIZE
           FUNCTION TRIM(WS-F-LEGEND(WS-FX)) DELIMITED BY SIZE
           INTO DOC-LINE
    END-STRING
    WRITE DOC-LINE.

0700-SECTION-FOOTING.
    IF WS-F-ON-DISK(WS-FX) NOT = 'Y'
        MOVE "  (file not present -- nothing held)" TO DOC-LINE
        WRITE DOC-LINE
        EXIT PARAGRAPH
    END-IF
    ADD 1 TO WS-FILES-PRESENT
    ADD WS-F-ROWS(WS-FX) TO WS-TOTAL-ROWS
    IF WS-F-ROWS(WS-FX) = 0
        MOVE "  (no rows for this account)" TO DOC-LINE
        WRITE DOC-LINE
    ELSE
        MOVE WS-F-ROWS(WS-FX) TO WS-COUNT-DISPLAY
        MOVE SPACES TO DOC-LINE
        STRING "  Rows: " DELIMITED BY SIZE
               FUNCTION TRIM(WS-COUNT-DISPLAY) DELIMITED BY SIZE
               INTO DOC-LINE
        END-STRING
        WRITE DOC-LINE
    END-IF.

*> Keyed read of the live account record.
1000-ACCOUNT-SECTION.
    OPEN INPUT USERINFO
    IF UINFO-FILE-STATUS NOT = "00"
        EXIT PARAGRAPH
    END-IF
    MOVE 'Y' TO WS-F-ON-DISK(WS-FX)
    MOVE WS-SUBJECT TO IN-USERNAME
    READ USERINFO INTO WS-ACCT-REC KEY IS IN-USERNAME
        INVALID KEY
            CONTINUE
        NOT INVALID KEY
            MOVE 1 TO WS-F-ROWS(WS-FX)
            MOVE "live account" TO WS-ACCT-WHERE
            PERFORM 1500-SHOW-ACCOUNT
    END-READ
    CLOSE USERINFO.

*> Keyed read of the live profile record.
1100-PROFILE-SECTION.
    OPEN INPUT PROFILES
    IF PROFILES-FILE-STATUS NOT = "00"
        EXIT PARAGRAPH
    END-IF
    MOVE 'Y' TO WS-F-ON-DISK(WS-FX)
    MOVE WS-SUBJECT TO P-USERNAME
    READ PROFILES INTO WS-PROF-REC KEY IS P-USERNAME
        INVALID KEY
            CONTINUE
        NOT INVALID KEY
            MOVE 1 TO WS-F-ROWS(WS-FX)
            PERFORM 1600-SHOW-PROFILE
    END-READ
    CLOSE PROFILES.

*> The account's messages: its received ones by primary key, then
*> the ones it sent by the sender key (a note to itself is shown
*> once). Each row is laid out as a flat message row in SCAN-LINE
*> and written by 2200-WRITE-ROW.
1200-MESSAGE-SECTION.
    OPEN INPUT MESSAGES
    IF MESSAGES-FILE-STATUS NOT = "00"
        EXIT PARAGRAPH
    END-IF
    MOVE 'Y' TO WS-F-ON-DISK(WS-FX)
    MOVE 'N' TO WS-SCAN-EOF
    MOVE LOW-VALUES TO MSG-KEY
    MOVE WS-SUBJECT TO MSG-RECIPIENT
    START MESSAGES KEY IS NOT LESS THAN MSG-KEY
        INVALID KEY MOVE 'Y' TO WS-SCAN-EOF
    END-START
    PERFORM UNTIL WS-SCAN-EOF = 'Y'
        READ MESSAGES NEXT RECORD
            AT END MOVE 'Y' TO WS-SCAN-EOF
            NOT AT END
                IF MSG-RECIPIENT NOT = WS-SUBJECT
                    MOVE 'Y' TO WS-SCAN-EOF
                ELSE
                    PERFORM 1210-MESSAGE-ROW
                END-IF
        END-READ
    END-PERFORM
    MOVE 'N' TO WS-SCAN-EOF
    MOVE WS-SUBJECT TO MSG-SENDER
    START MESSAGES KEY IS EQUAL TO MSG-SENDER
        INVALID KEY MOVE 'Y' TO WS-SCAN-EOF
    END-START
    PERFORM UNTIL WS-SCAN-EOF = 'Y'
        READ MESSAGES NEXT RECORD
            AT END MOVE 'Y' TO WS-SCAN-EOF
            NOT AT END
                IF MSG-SENDER NOT = WS-SUBJECT
                    MOVE 'Y' TO WS-SCAN-EOF
                ELSE
                    IF MSG-RECIPIENT NOT = WS-SUBJECT
                        PERFORM 1210-MESSAGE-ROW
                    END-IF
                END-IF
        END-READ
    END-PERFORM
    CLOSE MESSAGES.

1210-MESSAGE-ROW.
    MOVE SPACES TO SCAN-LINE
    STRING MSG-RECIPIENT DELIMITED BY SIZE
           MSG-SENDER DELIMITED BY SIZE
           MSG-READ DELIMITED BY SIZE
           MSG-SENT DELIMITED BY SIZE
           MSG-TEXT DELIMITED BY SIZE
           INTO SCAN-LINE
    END-STRING
    ADD 1 TO WS-F-ROWS(WS-FX)
    PERFORM 2200-WRITE-ROW.

*> Pending notifications to or from the account. Senders are not
*> keyed, so the whole queue is read in key order.
1300-NOTIFICATION-SECTION.
    OPEN INPUT NOTIFICATIONS
    IF NOTIFICATIONS-FILE-STATUS NOT = "00"
        EXIT PARAGRAPH
    END-IF
    MOVE 'Y' TO WS-F-ON-DISK(WS-FX)
    MOVE 'N' TO WS-SCAN-EOF
    PERFORM UNTIL WS-SCAN-EOF = 'Y'
        READ NOTIFICATIONS NEXT RECORD
            AT END MOVE 'Y' TO WS-SCAN-EOF
            NOT AT END
                IF NOTIF-RECIPIENT = WS-SUBJECT
                   OR NOTIF-SENDER = WS-SUBJECT
                    MOVE SPACES TO SCAN-LINE
                    STRING NOTIF-RECIPIENT DELIMITED BY SIZE
                           NOTIF-SENDER DELIMITED BY SIZE
                           NOTIF-MESSAGE DELIMITED BY SIZE
                           NOTIF-MAILED DELIMITED BY SIZE
                           INTO SCAN-LINE
                    END-STRING
                    ADD 1 TO WS-F-ROWS(WS-FX)
                    PERFORM 2200-WRITE-ROW
                END-IF
        END-READ
    END-PERFORM
    CLOSE NOTIFICATIONS.

*> Account settings from WS-ACCT-REC. The password hash and the
*> recovery answer are never reproduced.
1500-SHOW-ACCOUNT.
    MOVE SPACES TO DOC-LINE
    STRING "  Username:          " DELIMITED BY SIZE
           FUNCTION TRIM(WS-A-USERNAME) DELIMITED BY SIZE
           INTO DOC-LINE
    END-STRING
    WRITE DOC-LINE
    MOVE SPACES TO DOC-LINE
    EVALUATE WS-A-ACCT-TYPE
        WHEN "E"
            MOVE "  Account type:      Employer" TO DOC-LINE
        WHEN "A"
            MOVE "  Account type:      Administrator" TO DOC-LINE
        WHEN OTHER
            MOVE "  Account type:      Student" TO DOC-LINE
    END-EVALUATE
    WRITE DOC-LINE
    MOVE SPACES TO DOC-LINE
    STRING "  Active:            " DELIMITED BY SIZE
           WS-A-ACTIVE DELIMITED BY SIZE
           "    Locked: " DELIMITED BY SIZE
           WS-A-LOCKED DELIMITED BY SIZE
           "    Failed sign-in attempts: " DELIMITED BY SIZE
           WS-A-FAILED DELIMITED BY SIZE
           INTO DOC-LINE
    END-STRING
    WRITE DOC-LINE
    MOVE SPACES TO DOC-LINE
    STRING "  Last sign-in:      " DELIMITED BY SIZE
           WS-A-LAST-LOGIN DELIMITED BY SIZE
           INTO DOC-LINE
    END-STRING
    WRITE DOC-LINE
    MOVE SPACES TO DOC-LINE
    STRING "  Recovery question: " DELIMITED BY SIZE
           FUNCTION TRIM(WS-A-RECOVERY-Q) DELIMITED BY SIZE
           INTO DOC-LINE
    END-STRING
    WRITE DOC-LINE
    MOVE "  Password: held in one-way hashed form. Recovery answer: withheld. Neither is reproduced." TO DOC-LINE
    WRITE DOC-LINE.

*> Profile fields from WS-PROF-REC.
1600-SHOW-PROFILE.
    MOVE SPACES TO DOC-LINE
    STRING "  Name:        " DELIMITED BY SIZE
           FUNCTION TRIM(WS-R-FIRST-NAME) DELIMITED BY SIZE
           " " DELIMITED BY SIZE
           FUNCTION TRIM(WS-R-LAST-NAME) DELIMITED BY SIZE
           INTO DOC-LINE
    END-STRING
    WRITE DOC-LINE
    MOVE SPACES TO DOC-LINE
    STRING "  University:  " DELIMITED BY SIZE
           FUNCTION TRIM(WS-R-UNIVERSITY) DELIMITED BY SIZE
           INTO DOC-LINE
    END-STRING
    WRITE DOC-LINE
    MOVE SPACES TO DOC-LINE
    STRING "  Major:       " DELIMITED BY SIZE
           FUNCTION TRIM(WS-R-MAJOR) DELIMITED BY SIZE
           "    Graduation year: " DELIMITED BY SIZE
           WS-R-GRAD-YEAR DELIMITED BY SIZE
           INTO DOC-LINE
    END-STRING
    WRITE DOC-LINE
    MOVE SPACES TO DOC-LINE
    STRING "  About:       " DELIMITED BY SIZE
           FUNCTION TRIM(WS-R-ABOUT) DELIMITED BY SIZE
           INTO DOC-LINE
    END-STRING
    WRITE DOC-LINE
    MOVE SPACES TO DOC-LINE
    STRING "  Resume:      " DELIMITED BY SIZE
           FUNCTION TRIM(WS-R-RESUME) DELIMITED BY SIZE
           INTO DOC-LINE
    END-STRING
    WRITE DOC-LINE
    MOVE SPACES TO DOC-LINE
    STRING "  Skills mask: " DELIMITED BY SIZE
           WS-R-SKILLS-MASK DELIMITED BY SIZE
           INTO DOC-LINE
    END-STRING
    WRITE DOC-LINE

    IF WS-R-EXP-COUNT IS NOT NUMERIC
        MOVE 0 TO WS-R-EXP-COUNT
    END-IF
    IF WS-R-EDU-COUNT IS NOT NUMERIC
        MOVE 0 TO WS-R-EDU-COUNT
    END-IF
    PERFORM VARYING WS-PX FROM 1 BY 1
            UNTIL WS-PX > WS-R-EXP-COUNT OR WS-PX > 10
        MOVE SPACES TO DOC-LINE
        STRING "  Experience:  " DELIMITED BY SIZE
               FUNCTION TRIM(WS-R-EXP-TITLE(WS-PX)) DELIMITED BY SIZE
               ", " DELIMITED BY SIZE
               FUNCTION TRIM(WS-R-EXP-COMPANY(WS-PX)) DELIMITED BY SIZE
               " (" DELIMITED BY SIZE
               FUNCTION TRIM(WS-R-EXP-DATES(WS-PX)) DELIMITED BY SIZE
               ") " DELIMITED BY SIZE
               FUNCTION TRIM(WS-R-EXP-DESC(WS-PX)) DELIMITED BY SIZE
               INTO DOC-LINE
        END-STRING
        WRITE DOC-LINE
    END-PERFORM
    PERFORM VARYING WS-PX FROM 1 BY 1
            UNTIL WS-PX > WS-R-EDU-COUNT OR WS-PX > 10
        MOVE SPACES TO DOC-LINE
        STRING "  Education:   " DELIMITED BY SIZE
               FUNCTION TRIM(WS-R-EDU-DEGREE(WS-PX)) DELIMITED BY SIZE
               ", " DELIMITED BY SIZE
               FUNCTION TRIM(WS-R-EDU-SCHOOL(WS-PX)) DELIMITED BY SIZE
               " (" DELIMITED BY SIZE
               FUNCTION TRIM(WS-R-EDU-YEARS(WS-PX)) DELIMITED BY SIZE
               ")" DELIMITED BY SIZE
               INTO DOC-LINE
        END-STRING
        WRITE DOC-LINE
    END-PERFORM.

*> Reads one file from the list front to back, writing every row that
*> concerns the account into its section.
2000-SCAN-FILE.
    MOVE WS-F-PATH(WS-FX) TO WS-SCAN-PATH
    OPEN INPUT SCAN-FILE
    IF SCAN-FILE-STATUS NOT = "00"
        EXIT PARAGRAPH
    END-IF
    MOVE 'Y' TO WS-F-ON-DISK(WS-FX)
    MOVE 'N' TO WS-SCAN-EOF
    PERFORM UNTIL WS-SCAN-EOF = 'Y'
        READ SCAN-FILE INTO SCAN-LINE
            AT END MOVE 'Y' TO WS-SCAN-EOF
        END-READ
        IF WS-SCAN-EOF NOT = 'Y' AND SCAN-LINE NOT = SPACES
            PERFORM 2100-ROW-MATCHES
            IF WS-ROW-MATCH = 'Y'
                ADD 1 TO WS-F-ROWS(WS-FX)
                PERFORM 2200-WRITE-ROW
            END-IF
        END-IF
    END-PERFORM
    CLOSE SCAN-FILE.

*> Sets WS-ROW-MATCH when SCAN-LINE concerns WS-SUBJECT.
2100-ROW-MATCHES.
    MOVE 'N' TO WS-ROW-MATCH
    EVALUATE WS-F-KIND(WS-FX)
        WHEN "P"
        WHEN "H"
            MOVE SPACES TO WS-FIELDS
            UNSTRING SCAN-LINE DELIMITED BY "|"
                INTO WS-FLD(1) WS-FLD(2) WS-FLD(3) WS-FLD(4)
                     WS-FLD(5) WS-FLD(6) WS-FLD(7) WS-FLD(8)
                     WS-FLD(9) WS-FLD(10) WS-FLD(11) WS-FLD(12)
            END-UNSTRING
            IF WS-F-POS1(WS-FX) > 0
                IF FUNCTION TRIM(WS-FLD(WS-F-POS1(WS-FX))) = WS-SUBJECT
                    MOVE 'Y' TO WS-ROW-MATCH
                END-IF
            END-IF
            IF WS-F-POS2(WS-FX) > 0
                IF FUNCTION TRIM(WS-FLD(WS-F-POS2(WS-FX))) = WS-SUBJECT
                    MOVE 'Y' TO WS-ROW-MATCH
                END-IF
            END-IF
        WHEN "C"
        WHEN "M"
        WHEN "N"
            IF SCAN-LINE(1:20) = WS-SUBJECT
               OR SCAN-LINE(21:20) = WS-SUBJECT
                MOVE 'Y' TO WS-ROW-MATCH
            END-IF
        WHEN "U"
        WHEN "R"
            IF SCAN-LINE(1:20) = WS-SUBJECT
                MOVE 'Y' TO WS-ROW-MATCH
            END-IF
        WHEN "J"
            IF SCAN-LINE(22:20) = WS-SUBJECT
                MOVE 'Y' TO WS-ROW-MATCH
            END-IF
        WHEN "L"
            IF SCAN-LINE(16:20) = WS-SUBJECT
                MOVE 'Y' TO WS-ROW-MATCH
            ELSE
                PERFORM 2300-LOG-MENTIONS
                MOVE WS-WORD-OK TO WS-ROW-MATCH
            END-IF
    END-EVALUATE.

*> One matching row, written in a readable form for its kind.
2200-WRITE-ROW.
    MOVE SPACES TO DOC-LINE
    EVALUATE WS-F-KIND(WS-FX)
        WHEN "P"
            STRING "  " DELIMITED BY SIZE
                   FUNCTION TRIM(SCAN-LINE) DELIMITED BY SIZE
                   INTO DOC-LINE
            END-STRING
            WRITE DOC-LINE
        WHEN "H"
            STRING "  Password set on " DELIMITED BY SIZE
                   FUNCTION TRIM(WS-FLD(2)) DELIMITED BY SIZE
                   INTO DOC-LINE
            END-STRING
            WRITE DOC-LINE
        WHEN "C"
            STRING "  " DELIMITED BY SIZE
                   FUNCTION TRIM(SCAN-LINE(1:20)) DELIMITED BY SIZE
                   " -> " DELIMITED BY SIZE
                   FUNCTION TRIM(SCAN-LINE(21:20)) DELIMITED BY SIZE
                   " (" DELIMITED BY SIZE
                   FUNCTION TRIM(SCAN-LINE(41:10)) DELIMITED BY SIZE
                   ")" DELIMITED BY SIZE
                   INTO DOC-LINE
            END-STRING
            WRITE DOC-LINE
        WHEN "E"
        WHEN "M"
            STRING "  " DELIMITED BY SIZE
                   SCAN-LINE(42:14) DELIMITED BY SIZE
                   "  " DELIMITED BY SIZE
                   FUNCTION TRIM(SCAN-LINE(21:20)) DELIMITED BY SIZE
                   " -> " DELIMITED BY SIZE
                   FUNCTION TRIM(SCAN-LINE(1:20)) DELIMITED BY SIZE
                   "  read: " DELIMITED BY SIZE
                   SCAN-LINE(41:1) DELIMITED BY SIZE
                   "  " DELIMITED BY SIZE
                   FUNCTION TRIM(SCAN-LINE(56:100)) DELIMITED BY SIZE
                   INTO DOC-LINE
            END-STRING
            WRITE DOC-LINE
        WHEN "F"
        WHEN "N"
            STRING "  To " DELIMITED BY SIZE
                   FUNCTION TRIM(SCAN-LINE(1:20)) DELIMITED BY SIZE
                   " from " DELIMITED BY SIZE
                   FUNCTION TRIM(SCAN-LINE(21:20)) DELIMITED BY SIZE
                   ": " DELIMITED BY SIZE
                   FUNCTION TRIM(SCAN-LINE(41:100)) DELIMITED BY SIZE
                   INTO DOC-LINE
            END-STRING
            IF SCAN-LINE(141:8) NOT = SPACES
                MOVE DOC-LINE TO WS-ROW-TEXT
                MOVE SPACES TO DOC-LINE
                STRING FUNCTION TRIM(WS-ROW-TEXT TRAILING) DELIMITED BY SIZE
                       "  [e-mailed " DELIMITED BY SIZE
                       SCAN-LINE(141:8) DELIMITED BY SIZE
                       "]" DELIMITED BY SIZE
                       INTO DOC-LINE
                END-STRING
            END-IF
            WRITE DOC-LINE
        WHEN "J"
            STRING "  " DELIMITED BY SIZE
                   FUNCTION TRIM(SCAN-LINE(1:6)) DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   FUNCTION TRIM(SCAN-LINE(7:8)) DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   FUNCTION TRIM(SCAN-LINE(15:7)) DELIMITED BY SIZE
                   INTO DOC-LINE
            END-STRING
            WRITE DOC-LINE
        WHEN "U"
            MOVE SCAN-LINE(1:119) TO WS-ACCT-REC
            IF WS-ACCT-WHERE = "not found"
                MOVE "alumni archive" TO WS-ACCT-WHERE
            END-IF
            PERFORM 1500-SHOW-ACCOUNT
        WHEN "R"
            MOVE SCAN-LINE(1:3893) TO WS-PROF-REC
            PERFORM 1600-SHOW-PROFILE
        WHEN "L"
            STRING "  " DELIMITED BY SIZE
                   FUNCTION TRIM(SCAN-LINE(1:300) TRAILING) DELIMITED BY SIZE
                   INTO DOC-LINE
            END-STRING
            WRITE DOC-LINE
    END-EVALUATE.

*> Sets WS-WORD-OK when the username appears in the transcript line
*> as a whole word (so "sam" does not match "samantha").
2300-LOG-MENTIONS.
    MOVE 'N' TO WS-WORD-OK
    COMPUTE WS-LOG-LAST = 300 - WS-SUBJECT-LEN + 1
    PERFORM VARYING WS-LX FROM 1 BY 1
            UNTIL WS-LX > WS-LOG-LAST OR WS-WORD-OK = 'Y'
        IF SCAN-LINE(WS-LX:WS-SUBJECT-LEN) = WS-SUBJECT(1:WS-SUBJECT-LEN)
            MOVE 'Y' TO WS-WORD-OK
            IF WS-LX > 1
                MOVE SCAN-LINE(WS-LX - 1:1) TO WS-BOUND-CHAR
                IF WS-NAME-CHAR
                    MOVE 'N' TO WS-WORD-OK
                END-IF
            END-IF
            MOVE SCAN-LINE(WS-LX + WS-SUBJECT-LEN:1) TO WS-BOUND-CHAR
            IF WS-NAME-CHAR
                MOVE 'N' TO WS-WORD-OK
            END-IF
        END-IF
    END-PERFORM.

*> Cover sheet: every file searched, whether it was on disk, and the
*> number of rows found for the account.
3000-WRITE-COVER.
    MOVE "InCollege -- Student Records Request: Cover Sheet" TO COVER-LINE
    WRITE COVER-LINE
    MOVE " " TO COVER-LINE
    WRITE COVER-LINE
    MOVE SPACES TO COVER-LINE
    STRING "Account:           " DELIMITED BY SIZE
           FUNCTION TRIM(WS-SUBJECT) DELIMITED BY SIZE
           INTO COVER-LINE
    END-STRING
    WRITE COVER-LINE
    MOVE SPACES TO COVER-LINE
    STRING "Account record:    " DELIMITED BY SIZE
           FUNCTION TRIM(WS-ACCT-WHERE) DELIMITED BY SIZE
           INTO COVER-LINE
    END-STRING
    WRITE COVER-LINE
    MOVE SPACES TO COVER-LINE
    STRING "Prepared:          " DELIMITED BY SIZE
           WS-PREPARED DELIMITED BY SIZE
           INTO COVER-LINE
    END-STRING
    WRITE COVER-LINE
    MOVE SPACES TO COVER-LINE
    STRING "Records document:  " DELIMITED BY SIZE
           FUNCTION TRIM(WS-DOC-PATH) DELIMITED BY SIZE
           INTO COVER-LINE
    END-STRING
    WRITE COVER-LINE
    MOVE " " TO COVER-LINE
    WRITE COVER-LINE
    MOVE "Sec  File searched                                          Rows  Note" TO COVER-LINE
    WRITE COVER-LINE
    MOVE ALL "-" TO COVER-LINE(1:80)
    WRITE COVER-LINE

    PERFORM VARYING WS-FX FROM 1 BY 1 UNTIL WS-FX > WS-FILE-COUNT
        MOVE WS-FX TO WS-SECTION-NO
        MOVE WS-F-ROWS(WS-FX) TO WS-COUNT-DISPLAY
        MOVE SPACES TO COVER-LINE
        MOVE WS-SECTION-NO TO COVER-LINE(1:3)
        MOVE WS-F-PATH(WS-FX)(1:52) TO COVER-LINE(6:52)
        MOVE WS-COUNT-DISPLAY TO COVER-LINE(59:7)
        IF WS-F-ON-DISK(WS-FX) NOT = 'Y'
            MOVE "not present" TO COVER-LINE(68:11)
        END-IF
        WRITE COVER-LINE
    END-PERFORM

    MOVE ALL "-" TO COVER-LINE(1:80)
    WRITE COVER-LINE
    MOVE WS-FILE-COUNT TO WS-COUNT-DISPLAY
    MOVE SPACES TO COVER-LINE
    STRING "Files searched:    " DELIMITED BY SIZE
           FUNCTION TRIM(WS-COUNT-DISPLAY) DELIMITED BY SIZE
           INTO COVER-LINE
    END-STRING
    WRITE COVER-LINE
    MOVE WS-FILES-PRESENT TO WS-COUNT-DISPLAY
    MOVE SPACES TO COVER-LINE
    STRING "Files on disk:     " DELIMITED BY SIZE
           FUNCTION TRIM(WS-COUNT-DISPLAY) DELIMITED BY SIZE
           INTO COVER-LINE
    END-STRING
    WRITE COVER-LINE
    MOVE WS-TOTAL-ROWS TO WS-COUNT-DISPLAY
    MOVE SPACES TO COVER-LINE
    STRING "Rows found:        " DELIMITED BY SIZE
           FUNCTION TRIM(WS-COUNT-DISPLAY) DELIMITED BY SIZE
           INTO COVER-LINE
    END-STRING
    WRITE COVER-LINE
    MOVE " " TO COVER-LINE
    WRITE COVER-LINE
    MOVE "Withheld by design: password hashes (shown by date only in the password" TO COVER-LINE
    WRITE COVER-LINE
    MOVE "history), the recovery answer, and the record images inside" TO COVER-LINE
    WRITE COVER-LINE
    MOVE "update-journal entries (listed by action only)." TO COVER-LINE
    WRITE COVER-LINE
    IF WS-CAP-HIT = 'Y'
        MOVE "WARNING: file list full; some dated archive files were not searched." TO COVER-LINE
        WRITE COVER-LINE
    END-IF.

4000-PRINT-SUMMARY.
    MOVE SPACES TO REPORT-LINE
    STRING "Account record: " DELIMITED BY SIZE
           FUNCTION TRIM(WS-ACCT-WHERE) DELIMITED BY SIZE
           INTO REPORT-LINE
    END-STRING
    PERFORM SHOW
    MOVE WS-FILE-COUNT TO WS-COUNT-DISPLAY
    MOVE SPACES TO REPORT-LINE
    STRING "Files searched: " DELIMITED BY SIZE
           WS-COUNT-DISPLAY DELIMITED BY SIZE
           INTO REPORT-LINE
    END-STRING
    PERFORM SHOW
    MOVE WS-TOTAL-ROWS TO WS-COUNT-DISPLAY
    MOVE SPACES TO REPORT-LINE
    STRING "Rows found:     " DELIMITED BY SIZE
           WS-COUNT-DISPLAY DELIMITED BY SIZE
           INTO REPORT-LINE
    END-STRING
    PERFORM SHOW
    MOVE SPACES TO REPORT-LINE
    STRING "Document:       " DELIMITED BY SIZE
           FUNCTION TRIM(WS-DOC-PATH) DELIMITED BY SIZE
           INTO REPORT-LINE
    END-STRING
    PERFORM SHOW
    MOVE SPACES TO REPORT-LINE
    STRING "Cover sheet:    " DELIMITED BY SIZE
           FUNCTION TRIM(WS-COVER-PATH) DELIMITED BY SIZE
           INTO REPORT-LINE
    END-STRING
    PERFORM SHOW
    IF WS-CAP-HIT = 'Y'
        MOVE "WARNING: file list full; some dated archive files were not searched." TO REPORT-LINE
        PERFORM SHOW
    END-IF.
