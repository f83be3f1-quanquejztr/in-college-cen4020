        ACCESS MODE IS SEQUENTIAL
        FILE STATUS IS EXPORT-FILE-STATUS.

    *> iCalendar (.ics) export of the logged-in student's BOOKED
    *> interviews and RSVPed events, for Outlook / Google Calendar.
    *> Same point-in-time rule as the profile export: one export
    *> overwrites the last.
    SELECT CALENDAR-FILE ASSIGN TO "src/calendar-export.ics"
        ORGANIZATION IS LINE SEQUENTIAL
        ACCESS MODE IS SEQUENTIAL
        FILE STATUS IS CALENDAR-FILE-STATUS.

    *> Job/internship postings board -- same physical file the
    *> PostLoginNav prototype (src/Navigation.cob) reads, one posting
    *> per line: EMPLOYER|TITLE|MAJOR|LOCATION|POSTED.
        ACCESS MODE IS SEQUENTIAL
        FILE STATUS IS JOBS-FILE-STATUS.

    *> Last permanent posting number handed out -- one line, six
    *> digits. Shared with the JobImport batch so both channels draw
    *> from the same sequence.
    SELECT POSTING-SEQ ASSIGN TO "src/posting-seq.txt"
        ORGANIZATION IS LINE SEQUENTIAL
        ACCESS MODE IS SEQUENTIAL
        FILE STATUS IS POSTING-SEQ-FILE-STATUS.

    *> Record of submitted job applications -- appended here, advanced
    *> through its status lifecycle by the career-services review job
    *> (src/ApplicationReview.cob), and read back by My Applications.
        ACCESS MODE IS SEQUENTIAL
        FILE STATUS IS APP-NEW-FILE-STATUS.

    *> What went in with each application: the cover letter and the
    *> profile exactly as it stood on the day of applying, several
    *> rows per application, each starting APPLICANT|POSTING-ID|KIND:
    *>   H |RESUME|APPLIED-DATE (YYYYMMDD)       -- first row of a set
    *>   S |SKILLS (completed catalog numbers, "01,03,")
    *>   C |COVER-LETTER                          -- only when given
    *>   X |TITLE|COMPANY|DATES|DESCRIPTION       -- one per experience
    *>   D |DEGREE|SCHOOL|YEARS                   -- one per education
    *>   R |REFERRER                              -- when referred
    *> Appended by APPLY-FOR-JOB and never rewritten; a re-application
    *> after a withdrawal adds a fresh set, and readers keep the last
    *> set on file for the applicant and posting.
    SELECT APP-SNAPSHOTS ASSIGN TO "src/application-snapshots.txt"
        ORGANIZATION IS LINE SEQUENTIAL
        ACCESS MODE IS SEQUENTIAL
        FILE STATUS IS APP-SNAPSHOTS-FILE-STATUS.

    *> Job referrals -- one row per referral a student sends a
    *> connection from the posting detail in Job Search:
    *> REFERRER|REFERRED|POSTING-ID|EMPLOYER|TITLE|REFERRED-DATE
    *> (YYYYMMDD). Appended only; read back when the referred student
    *> applies, and by the monthly ReferralReport batch.
    SELECT REFERRALS ASSIGN TO "src/referrals.txt"
        ORGANIZATION IS LINE SEQUENTIAL
        ACCESS MODE IS SEQUENTIAL
        FILE STATUS IS REFERRALS-FILE-STATUS.

    *> Dated posting closures -- POSTING-ID|ACTION|DATE (YYYYMMDD),
    *> CLOSED when an employer closes a posting here, EXPIRED when the
    *> JobExpiry batch does. Appended only; jobs.txt itself carries no
    *> closing date, so the monthly EmployerStatement batch reads it.
    SELECT POSTING-HISTORY ASSIGN TO "src/posting-history.txt"
        ORGANIZATION IS LINE SEQUENTIAL
        ACCESS MODE IS SEQUENTIAL
        FILE STATUS IS POSTING-HISTORY-FILE-STATUS.

    *> Interview slots -- one per line, each tied to one application:
    *> EMPLOYER|TITLE|APPLICANT|DATE|TIME|LOCATION|STATUS|POSTING-ID
    *> (OPEN until the student books it, then BOOKED). Written by the
    *> employer's slot-posting screen, booked from My Applications,
    *> and read by the InterviewReport daily batch.
        ACCESS MODE IS SEQUENTIAL
        FILE STATUS IS VIS-NEW-STATUS.

    *> E-mail contact settings -- one row per user who set one:
    *> USERNAME|E-MAIL|DELIVERY (IMMEDIATE, DIGEST or NONE). The
    *> MailNotifications batch mails unread notifications to the
    *> address on the schedule chosen here; no row means no address on
    *> file, so nothing is mailed and the batch reports the user.
    SELECT CONTACT-PREFS ASSIGN TO "src/contact-prefs.txt"
        ORGANIZATION IS LINE SEQUENTIAL
        ACCESS MODE IS SEQUENTIAL
        FILE STATUS IS CONTACT-FILE-STATUS.

    *> New file used to rewrite contact-prefs.txt in place
    SELECT CONTACT-NEW-FILE ASSIGN TO "src/contact-prefs.new"
        ORGANIZATION IS LINE SEQUENTIAL
        ACCESS MODE IS SEQUENTIAL
        FILE STATUS IS CONTACT-NEW-STATUS.

    *> Password-set history -- one row per password ever set:
    *> USERNAME|SET-DATE (YYYYMMDD)|HASH. The newest row for a user
    *> is when their current password was stamped (accounts from
        ACCESS MODE IS SEQUENTIAL
        FILE STATUS IS PWDPOL-FILE-STATUS.

    *> Daily sending quota control file -- one limit per line:
    *>     CONNECT|25           connection requests a day
    *>     MESSAGE|50           messages a day
    *>     POST|20              group board posts a day
    *>     APPLY|10             job applications a day
    *>     APPLY|40|careersvc   a different limit for one account
    *>     WARN|80              percent of a limit the nightly
    *>                          QuotaReport counts as approaching it
    *> A limit of 0 means no limit. Defaults apply when the file is
    *> absent (QuotaReport carries the same defaults).
    SELECT QUOTA-POLICY ASSIGN TO "src/Quota-Control.txt"
        ORGANIZATION IS LINE SEQUENTIAL
        ACCESS MODE IS SEQUENTIAL
        FILE STATUS IS QUOTAPOL-FILE-STATUS.

    *> What each account sent under the quotas, one row per action:
    *> YYYYMMDD|USERNAME|ACTION|SENT or REFUSED. Today's SENT rows are
    *> what the quota check counts; the nightly QuotaReport reports
    *> and clears out the earlier days.
    SELECT QUOTA-USAGE ASSIGN TO "src/quota-usage.txt"
        ORGANIZATION IS LINE SEQUENTIAL
        ACCESS MODE IS SEQUENTIAL
        FILE STATUS IS QUOTAUSE-FILE-STATUS.

    *> Campus reference file -- one consortium campus per line:
    *> CODE|NAME. The first row is the home campus, which every
    *> account without a campus row belongs to. With only one campus
    *> on file nothing is scoped and nobody is asked for a campus.
    SELECT CAMPUSES ASSIGN TO "src/campuses.txt"
        ORGANIZATION IS LINE SEQUENTIAL
        ACCESS MODE IS SEQUENTIAL
        FILE STATUS IS CAMPUS-FILE-STATUS.

    *> Campus of each account -- USERNAME|CODE, written at account
    *> creation and from ADMIN-MENU. An administrator whose code is *
    *> works across the whole consortium; everyone else is scoped to
    *> their own campus's accounts, employer queue and reports.
    SELECT ACCOUNT-CAMPUS ASSIGN TO "src/account-campus.txt"
        ORGANIZATION IS LINE SEQUENTIAL
        ACCESS MODE IS SEQUENTIAL
        FILE STATUS IS ACCTCMP-FILE-STATUS.

    *> New file used to rewrite account-campus.txt in place
    SELECT ACCTCMP-NEW-FILE ASSIGN TO "src/account-campus.new"
        ORGANIZATION IS LINE SEQUENTIAL
        ACCESS MODE IS SEQUENTIAL
        FILE STATUS IS ACCTCMP-NEW-STATUS.

    *> Internships for credit -- one row per placement a student
    *> registers for academic credit, keyed by student + posting:
    *> STUDENT|POSTING-ID|EMPLOYER|TITLE|TERM|SPONSOR|CREDITS
    *> |HOURS-REQUIRED|STATUS|STATUS-DATE|RECORDED-BY|AGREEMENT|REASON.
    *> STATUS is the learning agreement's: PENDING until the faculty
    *> sponsor's decision is recorded from ADMIN-MENU as APPROVED or
    *> RETURNED (a returned agreement is revised and registered
    *> again). REASON is why it was RETURNED, blank otherwise; older
    *> rows end at AGREEMENT. The InternshipCredit batch reads it at
    *> term end.
    SELECT INTERNSHIPS ASSIGN TO "src/internships.txt"
        ORGANIZATION IS LINE SEQUENTIAL
        ACCESS MODE IS SEQUENTIAL
        FILE STATUS IS INTERN-FILE-STATUS.

    *> New file used to rewrite internships.txt in place
    SELECT INTERN-NEW-FILE ASSIGN TO "src/internships.new"
        ORGANIZATION IS LINE SEQUENTIAL
        ACCESS MODE IS SEQUENTIAL
        FILE STATUS IS INTERN-NEW-STATUS.

    *> Weekly hours an intern logged -- one row per week:
    *> STUDENT|POSTING-ID|WEEK-ENDING (YYYY-MM-DD)|HOURS|LOGGED (YYYYMMDD)
    SELECT INTERN-HOURS ASSIGN TO "src/internship-hours.txt"
        ORGANIZATION IS LINE SEQUENTIAL
        ACCESS MODE IS SEQUENTIAL
        FILE STATUS IS IHRS-FILE-STATUS.

    *> End-of-term supervisor evaluations -- one row per internship:
    *> STUDENT|POSTING-ID|EMPLOYER|DATE (YYYYMMDD)|RATING (1-5)
    *> |RECOMMEND-CREDIT (Y/N)|COMMENTS
    SELECT INTERN-EVALS ASSIGN TO "src/internship-evals.txt"
        ORGANIZATION IS LINE SEQUENTIAL
        ACCESS MODE IS SEQUENTIAL
        FILE STATUS IS IEVL-FILE-STATUS.

    *> Internship control file -- one setting per line:
    *>     HOURS-PER-CREDIT|40   hours required per credit hour
    *>     TERM|2026FA           the term InternshipCredit reports on
    *> Defaults apply when the file is absent (40 hours, every term).
    SELECT INTERN-CONTROL ASSIGN TO "src/Internship-Control.txt"
        ORGANIZATION IS LINE SEQUENTIAL
        ACCESS MODE IS SEQUENTIAL
        FILE STATUS IS ICTL-FILE-STATUS.

    *> Screening list maintained by career services -- one word or
    *> phrase per line: PHRASE|CATEGORY (e.g. "pay a deposit|SCAM").
    *> Matching ignores case and punctuation and is on whole words, so
    *> a listed word does not fire inside a longer one. Posting titles
    *> and locations, direct messages and group board posts are
    *> checked against it (JobImport checks its feed the same way).
    SELECT SCREEN-TERMS ASSIGN TO "src/screening-terms.txt"
        ORGANIZATION IS LINE SEQUENTIAL
        ACCESS MODE IS SEQUENTIAL
        FILE STATUS IS SCRTERM-FILE-STATUS.

    *> Screening review queue -- one row per screening hit:
    *> ID|KIND|AUTHOR|TARGET|WHEN (YYYYMMDDHHMMSS)|MATCHED|STATUS
    *> |DECIDED (YYYYMMDD)|DECIDED-BY|TEXT. KIND is POSTING (TARGET is
    *> the posting number; the posting sits in jobs.txt as QUARANTINE),
    *> MESSAGE (TARGET is the recipient) or POST (TARGET is the group);
    *> a held message or post is delivered only when approved. STATUS
    *> is HELD until an administrator approves or rejects it from
    *> ADMIN-MENU; decided rows stay for the weekly ScreeningReport.
    SELECT SCREEN-QUEUE ASSIGN TO "src/screening-queue.txt"
        ORGANIZATION IS LINE SEQUENTIAL
        ACCESS MODE IS SEQUENTIAL
        FILE STATUS IS SCRQ-FILE-STATUS.

    *> New file used to rewrite screening-queue.txt in place
    SELECT SCRQ-NEW-FILE ASSIGN TO "src/screening-queue.new"
        ORGANIZATION IS LINE SEQUENTIAL
        ACCESS MODE IS SEQUENTIAL
        FILE STATUS IS SCRQ-NEW-STATUS.

    *> Mentorship opt-in list -- one row per willing mentor:
    *> USERNAME|Y. A student sets it here before ArchiveGraduates
    *> moves them into the alumni files (the row survives archival);
    *> connection (STATUS starts REQUESTED, text empty); the other
    *> side writes it (ACCEPTED, text filled) or declines (DECLINED).
    *> Accepted rows show on the requester's profile wherever it is
    *> viewed, including the employer's applicant list. An accepted
    *> row an administrator voids from the integrity review becomes
    *> VOIDED: it no longer shows or counts, and still blocks a new
    *> request to the same recommender.
    SELECT RECOMMENDATIONS ASSIGN TO "src/recommendations.txt"
        ORGANIZATION IS LINE SEQUENTIAL
        ACCESS MODE IS SEQUENTIAL
        FILE STATUS IS EMP-VERIFY-NEW-STATUS.

    *> Placement outcomes -- one row per accepted offer:
    *> STUDENT|EMPLOYER|TITLE|MAJOR|GRAD-YEAR|ACCEPT-DATE (YYYYMMDD)
    *> |POSTING-ID.
    *> Appended when a student accepts an OFFER from My Applications;
    *> the PlacementReport batch aggregates it for the dean's office.
    SELECT PLACEMENTS ASSIGN TO "src/placements.txt"
        ACCESS MODE IS SEQUENTIAL
        FILE STATUS IS PLACEMENTS-FILE-STATUS.

    *> Direct messages between accepted connections -- indexed by
    *> recipient + sent timestamp (+ a sequence number keeping two
    *> messages in the same second apart), so the inbox reads and
    *> marks one user's messages directly instead of scanning and
    *> rewriting the whole file. The alternate key on the sender
    *> serves the sent view. Written by Send a Message; converted from
    *> the old one-row-per-line file by the ReorgMessageFiles utility.
    SELECT MESSAGES ASSIGN TO "src/messages.txt"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS MSG-KEY
        ALTERNATE RECORD KEY IS MSG-SENDER WITH DUPLICATES
        FILE STATUS IS MESSAGES-FILE-STATUS.

    *> Skills catalog -- one line per workshop:
    *> ID|TITLE|LESSON1|LESSON2|QUIZ|ANSWER. Career services maintains
    *> this like jobs.txt; adding a workshop is a data change, not a
        ACCESS MODE IS SEQUENTIAL
        FILE STATUS IS SKILLSDONE-FILE-STATUS.

    *> Skills a posting asks for -- one row per posting that named any:
    *> POSTING-ID|REQUIRED|PREFERRED, each list being skill numbers
    *> from the skills catalog separated by commas (e.g. 1,3). Kept
    *> beside jobs.txt rather than in it so the jobs.txt rewriters
    *> (JobExpiry, close/renew, StampPostingIds) need not carry it.
    *> Written by POST-NEW-JOB and the JobImport batch; read to rank
    *> applicants in VIEW-MY-APPLICANTS.
    SELECT POSTING-SKILLS ASSIGN TO "src/posting-skills.txt"
        ORGANIZATION IS LINE SEQUENTIAL
        ACCESS MODE IS SEQUENTIAL
        FILE STATUS IS POSTING-SKILLS-STATUS.

    *> Skill endorsements -- one line per endorsement:
    *> ENDORSED-USER|SKILL-NUMBER|ENDORSER|GIVEN (YYYYMMDDHHMMSS)
    *> |STATUS. Only accepted connections may endorse, and only skills
    *> the endorsed user completed. GIVEN is empty on rows written
    *> before it was kept; STATUS is empty, or VOID once an
    *> administrator voids the endorsement from the integrity review --
    *> a void row no longer counts, but still stops the same endorser
    *> endorsing the same skill again.
    SELECT ENDORSEMENTS ASSIGN TO "src/endorsements.txt"
        ORGANIZATION IS LINE SEQUENTIAL
        ACCESS MODE IS SEQUENTIAL
        FILE STATUS IS ENDORSEMENTS-FILE-STATUS.

    *> New file used to rewrite endorsements.txt in place
    SELECT END-NEW-FILE ASSIGN TO "src/endorsements.new"
        ORGANIZATION IS LINE SEQUENTIAL
        ACCESS MODE IS SEQUENTIAL
        FILE STATUS IS END-NEW-FILE-STATUS.

    *> Endorsement and recommendation integrity flags -- one row per
    *> flagged item: KIND|SUBJECT|GIVER|SKILL|REASONS|DETAIL|STATUS
    *> |DECIDED (YYYYMMDD)|DECIDED-BY. KIND is ENDORSE (SUBJECT was
    *> endorsed by GIVER for skill SKILL) or RECOMMEND (GIVER wrote
    *> SUBJECT a recommendation). Rebuilt by the IntegrityReview batch;
    *> STATUS is FLAGGED until an administrator voids the item (VOIDED)
    *> or keeps it (KEPT) from ADMIN-MENU, and decided rows are carried
    *> forward by the batch.
    SELECT INTEGRITY-FLAGS ASSIGN TO "src/integrity-flags.txt"
        ORGANIZATION IS LINE SEQUENTIAL
        ACCESS MODE IS SEQUENTIAL
        FILE STATUS IS INTF-FILE-STATUS.

    *> New file used to rewrite integrity-flags.txt in place
    SELECT INTF-NEW-FILE ASSIGN TO "src/integrity-flags.new"
        ORGANIZATION IS LINE SEQUENTIAL
        ACCESS MODE IS SEQUENTIAL
        FILE STATUS IS INTF-NEW-STATUS.

    *> Notification queue -- same file and record layout the
    *> Epic4-Deliverables program writes connection-request alerts to.
    *> Indexed by recipient + sent timestamp (+ sequence) like
    *> messages.txt, so View My Notifications reads and consumes one
    *> user's rows directly. Every row goes in through
    *> WRITE-NOTIFICATION.
    SELECT NOTIFICATIONS ASSIGN TO "src/notifications.txt"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS NOTIF-KEY
        FILE STATUS IS NOTIFICATIONS-FILE-STATUS.

    *> Consumed notifications -- one row per notification already
    *> shown to its recipient: DATE (YYYYMMDD)|RECIPIENT|SENDER|
        FILE STATUS IS LOCK-FILE-STATUS.

    *> Write-ahead journal for the keyed files: every WRITE/REWRITE/
    *> DELETE against the indexed userinfo.txt, profiles.txt,
    *> messages.txt or notifications.txt first
    *> appends a BEGIN line carrying the intended record image, and a
    *> COMMIT line once the operation lands. After a crash the
    *> JournalRecover utility replays any BEGIN without its COMMIT to
01 CONN-NEW-LINE PIC X(256).

*> One job posting per line:
*> EMPLOYER|TITLE|MAJOR|LOCATION|POSTED|STATUS (OPEN/CLOSED)|EXPIRES
*> |POSTING-ID.
*> Rows written before the status field existed carry only the first
*> five and are treated as OPEN; rows written before the expiration
*> field existed carry no EXPIRES and never auto-close (the JobExpiry
*> nightly batch flips expired rows to CLOSED). Employer-posted rows
*> carry the employer account's username in the EMPLOYER field so the
*> applicant portal can find "their own" postings. POSTING-ID is the
*> permanent six-digit number the posting keeps for life -- a
*> reposted title gets a new one, so applications, interview slots
*> and placements key on it rather than on EMPLOYER|TITLE
*> (src/StampPostingIds.cob numbered the rows that predate it).
FD JOBS.
01 JOBS-LINE PIC X(300).

*> New file used to rewrite jobs.txt in place
FD JOBS-NEW-FILE.
01 JOBS-NEW-LINE PIC X(300).

*> Posting number sequence (see SELECT POSTING-SEQ)
FD POSTING-SEQ.
01 POSTING-SEQ-LINE PIC X(20).

*> One application per line:
*> EMPLOYER|TITLE|APPLICANT|STATUS|APPLIED-DATE (YYYYMMDD)|POSTING-ID.
*> Rows written before the status/date fields existed carry only the
*> first three and are treated as SUBMITTED with no date on display.
FD APPLICATIONS.
01 APPLICATIONS-LINE PIC X(300).

*> New file used to rewrite applications.txt in place
FD APP-NEW-FILE.
01 APP-NEW-LINE PIC X(300).

*> Cover letter / profile snapshot rows (see SELECT APP-SNAPSHOTS)
FD APP-SNAPSHOTS.
01 APP-SNAPSHOTS-LINE PIC X(300).

*> One referral per line (see SELECT REFERRALS)
FD REFERRALS.
01 REFERRALS-LINE PIC X(200).

*> One dated closure per line (see SELECT POSTING-HISTORY)
FD POSTING-HISTORY.
01 POSTING-HISTORY-LINE PIC X(40).

*> One interview slot per line (see SELECT INTERVIEWS)
FD INTERVIEWS.
01 INTERVIEWS-LINE PIC X(300).

*> New file used to rewrite interviews.txt in place
FD INT-NEW-FILE.
01 INT-NEW-LINE PIC X(300).

*> One placement row per accepted offer (see SELECT PLACEMENTS)
FD PLACEMENTS.
01 PLACEMENTS-LINE PIC X(300).

*> One visibility row per line (see SELECT PROFILE-VIS)
FD PROFILE-VIS.
FD VIS-NEW-FILE.
01 VIS-NEW-LINE PIC X(40).

*> One contact-settings row per line (see SELECT CONTACT-PREFS)
FD CONTACT-PREFS.
01 CONTACT-PREFS-LINE PIC X(120).

*> New file used to rewrite contact-prefs.txt in place
FD CONTACT-NEW-FILE.
01 CONTACT-NEW-LINE PIC X(120).

*> One password-set row per line (see SELECT PWD-HISTORY)
FD PWD-HISTORY.
01 PWD-HISTORY-LINE PIC X(45).
FD PWD-POLICY.
01 PWD-POLICY-LINE PIC X(30).

*> One quota limit per line (see SELECT QUOTA-POLICY)
FD QUOTA-POLICY.
01 QUOTA-POLICY-LINE PIC X(60).

*> One quota usage row per line (see SELECT QUOTA-USAGE)
FD QUOTA-USAGE.
01 QUOTA-USAGE-LINE PIC X(60).

*> One campus per line (see SELECT CAMPUSES)
FD CAMPUSES.
01 CAMPUSES-LINE PIC X(60).

*> One account campus row per line (see SELECT ACCOUNT-CAMPUS)
FD ACCOUNT-CAMPUS.
01 ACCOUNT-CAMPUS-LINE PIC X(40).

*> New file used to rewrite account-campus.txt in place
FD ACCTCMP-NEW-FILE.
01 ACCTCMP-NEW-LINE PIC X(40).

*> One internship row per line (see SELECT INTERNSHIPS)
FD INTERNSHIPS.
01 INTERNSHIPS-LINE PIC X(520).

*> New file used to rewrite internships.txt in place
FD INTERN-NEW-FILE.
01 INTERN-NEW-LINE PIC X(520).

*> One week of logged hours per line (see SELECT INTERN-HOURS)
FD INTERN-HOURS.
01 INTERN-HOURS-LINE PIC X(80).

*> One supervisor evaluation per line (see SELECT INTERN-EVALS)
FD INTERN-EVALS.
01 INTERN-EVALS-LINE PIC X(250).

*> One setting per line (see SELECT INTERN-CONTROL)
FD INTERN-CONTROL.
01 INTERN-CONTROL-LINE PIC X(40).

*> One screening word or phrase per line (see SELECT SCREEN-TERMS)
FD SCREEN-TERMS.
01 SCREEN-TERMS-LINE PIC X(80).

*> One screening hit per line (see SELECT SCREEN-QUEUE)
FD SCREEN-QUEUE.
01 SCREEN-QUEUE-LINE PIC X(400).

*> New file used to rewrite screening-queue.txt in place
FD SCRQ-NEW-FILE.
01 SCRQ-NEW-LINE PIC X(400).

*> One mentor opt-in row per line (see SELECT MENTORS)
FD MENTORS.
01 MENTORS-LINE PIC X(30).
FD EMP-VERIFY-NEW.
01 EMP-VERIFY-NEW-LINE PIC X(120).

*> One message per record: the key (recipient, sent timestamp,
*> sequence within that second), then the sender, the read flag ('N'
*> until the recipient's inbox shows it) and the text.
FD MESSAGES.
01 MESSAGE-REC.
    05 MSG-KEY.
       10 MSG-RECIPIENT PIC X(20).
       10 MSG-SENT      PIC X(14).
       10 MSG-SEQ       PIC 9(3).
    05 MSG-SENDER    PIC X(20).
    05 MSG-READ      PIC X(1).
    05 MSG-TEXT      PIC X(100).

*> One catalog entry per line: ID|TITLE|LESSON1|LESSON2|QUIZ|ANSWER
FD SKILLS-CATALOG.
01 SKILLS-CATALOG-LINE PIC X(300).
FD SKILLSDONE.
01 SKILLSDONE-LINE PIC X(40).

*> One posting-skills row per line (see SELECT POSTING-SKILLS)
FD POSTING-SKILLS.
01 POSTING-SKILLS-LINE PIC X(140).

*> One endorsement per line (see SELECT ENDORSEMENTS)
FD ENDORSEMENTS.
01 ENDORSEMENTS-LINE PIC X(80).

*> New file used to rewrite endorsements.txt in place
FD END-NEW-FILE.
01 END-NEW-LINE PIC X(80).

*> One integrity flag per line (see SELECT INTEGRITY-FLAGS)
FD INTEGRITY-FLAGS.
01 INTEGRITY-FLAGS-LINE PIC X(300).

*> New file used to rewrite integrity-flags.txt in place
FD INTF-NEW-FILE.
01 INTF-NEW-LINE PIC X(300).

*> Notification queue record: the key (who it's for, when it was
*> queued, sequence within that second), who triggered it, and a
*> ready-to-send message -- identical to the Epic4-Deliverables
*> layout since both programs share this one physical file.
FD NOTIFICATIONS.
01 NOTIFICATION-REC.
    05 NOTIF-KEY.
       10 NOTIF-RECIPIENT PIC X(20).
       10 NOTIF-SENT      PIC X(14).
       10 NOTIF-SEQ       PIC 9(3).
    05 NOTIF-SENDER    PIC X(20).
    05 NOTIF-MESSAGE   PIC X(100).
    *> Date (YYYYMMDD) the MailNotifications batch e-mailed the row;
    *> spaces until then. Rows written by programs that predate the
    *> field read as not yet mailed.
    05 NOTIF-MAILED    PIC X(8).

*> One consumed notification per line (see SELECT NOTIF-CONSUMED)
FD NOTIF-CONSUMED.
FD EXPORT-FILE.
01 EXPORT-LINE PIC X(512).

*> One iCalendar content line (see SELECT CALENDAR-FILE)
FD CALENDAR-FILE.
01 CALENDAR-LINE PIC X(200).

*> Who holds the data-store lock, and since when
FD LOCK-FILE.
01 LOCK-REC.
01 CONN-TEMP-FILE-STATUS   PIC XX.
01 CONN-NEW-FILE-STATUS    PIC XX.
01 EXPORT-FILE-STATUS      PIC XX.
01 CALENDAR-FILE-STATUS    PIC XX.

*> Calendar export state. WS-CAL-INT-DATES remembers the dates of the
*> interviews already written so each RSVPed event can be checked
*> for a same-day clash; WS-CAL-STAMP is the DTSTAMP every entry
*> carries (the moment of export).
01 WS-CAL-STAMP     PIC X(16).
01 WS-CAL-DATE      PIC X(8).
01 WS-CAL-TIME      PIC X(6).
01 WS-CAL-INT-COUNT PIC 9(4) VALUE 0.
01 WS-CAL-INT-TABLE.
   05 WS-CAL-INT-ENTRY OCCURS 100.
      10 WS-CAL-INT-DATE  PIC X(10).
      10 WS-CAL-INT-TITLE PIC X(50).
01 WS-CAL-I         PIC 9(4) VALUE 0.
01 WS-CAL-EVT-COUNT PIC 9(4) VALUE 0.
01 WS-CAL-CONFLICTS PIC 9(4) VALUE 0.

*> Delete My Account confirmation
01 WS-DELETE-CONFIRM PIC X(1).
   05 JOB-MAJOR    PIC X(40).
   05 JOB-LOCATION PIC X(40).
   05 JOB-POSTED   PIC X(10).
   05 JOB-STATUS   PIC X(10).
   05 JOB-EXPIRES  PIC X(10).
   05 JOB-POSTING-ID PIC X(6).

*> Posting number issue state for ASSIGN-POSTING-ID. WS-SEQ-SCAN
*> picks the POSTING-ID (eighth field) off a jobs.txt row without
*> disturbing JOB-FIELDS, which holds the posting being added.
01 POSTING-SEQ-FILE-STATUS PIC XX.
01 WS-POSTING-SEQ   PIC 9(6) VALUE 0.
01 WS-SEQ-SCAN.
   05 WS-SEQ-SKIP   PIC X(50) OCCURS 7 TIMES.
   05 WS-SEQ-ID     PIC X(6).

*> Employer portal state. WS-ACCT-TYPE mirrors the logged-in account's
*> IN-ACCT-TYPE so menu routing doesn't need the USERINFO record open.
*> open result has to be remembered separately.
01 WS-PROFILES-OPEN PIC A(1) VALUE 'N'.

*> Applicant ranking state for VIEW-MY-APPLICANTS: the employer's
*> applications, each with the fit score COMPUTE-APPLICANT-FIT gives
*> it against its posting, shown posting by posting, best first.
01 WS-VA-COUNT PIC 9(4) VALUE 0.
01 WS-VA-TABLE.
   05 WS-VA-ENTRY OCCURS 500.
      10 WS-VA-APPLICANT  PIC X(20).
      10 WS-VA-TITLE      PIC X(50).
      10 WS-VA-POSTING-ID PIC X(6).
      10 WS-VA-STATUS     PIC X(12).
      10 WS-VA-DATE       PIC X(8).
      10 WS-VA-SCORE      PIC 9(4).
      10 WS-VA-FIT        PIC X(120).
      10 WS-VA-MISSING    PIC X(200).
      10 WS-VA-SHOWN      PIC X(1).
01 WS-VA-I           PIC 9(4) VALUE 0.
01 WS-VA-J           PIC 9(4) VALUE 0.
01 WS-VA-BEST        PIC 9(4) VALUE 0.
01 WS-VA-MORE        PIC X(1) VALUE 'N'.
01 WS-VA-GROUP-ID    PIC X(6).
01 WS-VA-GROUP-TITLE PIC X(50).
01 WS-VA-JOB-MAJOR   PIC X(40).
01 WS-FIT-SCORE      PIC 9(4) VALUE 0.
01 WS-FIT-SCORE-TXT  PIC ZZZ9.
01 WS-FIT-HAVE       PIC 9(2) VALUE 0.
01 WS-FIT-REQ-HAVE   PIC 9(2) VALUE 0.
01 WS-FIT-REQ-TOTAL  PIC 9(2) VALUE 0.
01 WS-FIT-PREF-HAVE  PIC 9(2) VALUE 0.
01 WS-FIT-PREF-TOTAL PIC 9(2) VALUE 0.
01 WS-FIT-ENDORSE    PIC 9(4) VALUE 0.
01 WS-FIT-RECS       PIC 9(4) VALUE 0.
01 WS-FIT-MAJOR      PIC A(1) VALUE 'N'.
01 WS-FIT-KIND       PIC X(12).
01 WS-FIT-MISSING    PIC X(200).
01 WS-FIT-MISS-PTR   PIC 9(3) VALUE 1.
01 WS-FIT-PTR        PIC 9(3) VALUE 1.
01 WS-FIT-N1         PIC Z9.
01 WS-FIT-N2         PIC Z9.
01 WS-FIT-N3         PIC Z9.
01 WS-FIT-N4         PIC Z9.
01 WS-FIT-N5         PIC ZZZ9.
01 WS-FIT-N6         PIC ZZZ9.

*> Parsed view of one applications.txt row (see FD APPLICATIONS for
*> the line format) plus My Applications scan state.
01 APP-FIELDS.
   05 APP-APPLICANT PIC X(20).
   05 APP-STATUS    PIC X(12).
   05 APP-DATE      PIC X(8).
   05 APP-POSTING-ID PIC X(6).
01 WS-APPS-EOF    PIC X(1) VALUE "N".
01 WS-APP-MATCHES PIC 9(4) VALUE 0.
01 APP-NEW-FILE-STATUS PIC XX.
*> Cover letter and profile as they stood when an application went in
*> (see SELECT APP-SNAPSHOTS). CAPTURE-PROFILE-SNAPSHOT fills WS-SNAP
*> for the logged-in student when applying; LOAD-APPLICATION-SNAPSHOT
*> fills it back for an applicant the employer is looking at, and
*> SHOW-APPLICATION-SNAPSHOT compares it with the profile of today.
01 APP-SNAPSHOTS-FILE-STATUS PIC XX.
01 WS-SNAP-EOF       PIC X(1) VALUE "N".
01 WS-SNAP-FOUND     PIC A(1) VALUE 'N'.
01 WS-SNAP-HAVE-PROF PIC A(1) VALUE 'N'.
01 WS-COVER-DONE     PIC A(1) VALUE 'N'.
01 SNAP-FIELDS.
   05 SNAP-APPLICANT  PIC X(20).
   05 SNAP-POSTING-ID PIC X(6).
   05 SNAP-KIND       PIC X(1).
   05 SNAP-F1         PIC X(250).
   05 SNAP-F2         PIC X(60).
   05 SNAP-F3         PIC X(30).
   05 SNAP-F4         PIC X(100).
01 WS-SNAP.
   05 WS-SNAP-DATE      PIC X(8).
   05 WS-SNAP-RESUME    PIC X(200).
   05 WS-SNAP-SKILLS    PIC X(60).
   05 WS-SNAP-COVER     PIC X(250).
   05 WS-SNAP-REFERRER  PIC X(20).
   05 WS-SNAP-EXP-COUNT PIC 99.
   05 WS-SNAP-EXP OCCURS 10.
      10 WS-SNAP-EXP-TITLE   PIC X(40).
      10 WS-SNAP-EXP-COMPANY PIC X(40).
      10 WS-SNAP-EXP-DATES   PIC X(30).
      10 WS-SNAP-EXP-DESC    PIC X(100).
   05 WS-SNAP-EDU-COUNT PIC 99.
   05 WS-SNAP-EDU OCCURS 10.
      10 WS-SNAP-EDU-DEGREE PIC X(40).
      10 WS-SNAP-EDU-SCHOOL PIC X(60).
      10 WS-SNAP-EDU-YEARS  PIC X(20).
*> Today's side of the comparison, and which of today's experience /
*> education entries were matched to one in the snapshot.
01 WS-SNAP-NOW-SKILLS PIC X(60).
01 WS-SNAP-NOW-EXP    PIC 99 VALUE 0.
01 WS-SNAP-NOW-EDU    PIC 99 VALUE 0.
01 WS-SNAP-MATCHED.
   05 WS-SNAP-MATCH OCCURS 10 PIC X(1).
01 WS-SNAP-I         PIC 99 VALUE 0.
01 WS-SNAP-K         PIC 99 VALUE 0.
01 WS-SNAP-J         PIC 99 VALUE 0.
01 WS-SNAP-HIT       PIC 99 VALUE 0.
01 WS-SNAP-CHANGES   PIC 9(3) VALUE 0.
01 WS-SNAP-PTR       PIC 9(3) VALUE 0.
01 WS-SNAP-ID-LIST   PIC X(60).
01 WS-SNAP-ID        PIC 99 VALUE 0.
01 WS-SNAP-TITLES    PIC X(180).
01 WS-SNAP-ITEM      PIC X(150).
01 WS-SNAP-NOTE      PIC X(40).
01 WS-SNAP-MARK      PIC X(5).
01 WS-COVER-LEN      PIC 9(3) VALUE 0.

*> Job referrals (see SELECT REFERRALS): REFER-CONNECTION sends one to
*> WS-REF-TO; FIND-REFERRAL looks up who referred the logged-in
*> student to the posting being applied to.
01 REFERRALS-FILE-STATUS PIC XX.
01 WS-REF-EOF  PIC X(1) VALUE "N".
01 WS-REF-TO   PIC X(20).
01 WS-REF-DUP  PIC A(1) VALUE 'N'.
01 REF-FIELDS.
   05 REF-REFERRER   PIC X(20).
   05 REF-REFERRED   PIC X(20).
   05 REF-POSTING-ID PIC X(6).
   05 REF-EMPLOYER   PIC X(40).
   05 REF-TITLE      PIC X(50).
   05 REF-DATE       PIC X(8).

*> Posting history (see SELECT POSTING-HISTORY): CLOSE-MY-POSTING
*> remembers which posting it closed so the row can be dated.
01 POSTING-HISTORY-FILE-STATUS PIC XX.
01 WS-CLOSED-POSTING-ID PIC X(6).

*> Set when the logged-in user already has a live (not WITHDRAWN)
*> application for the chosen posting -- APPLY-FOR-JOB refuses a
*> second row for the same posting so employers stop seeing the same
*> posting after the rewrite pass has re-parsed every other row.
01 WS-WD-EMPLOYER PIC X(40).
01 WS-WD-TITLE    PIC X(50).
01 WS-WD-POSTING-ID PIC X(6).

*> Interview scheduling state. INT-FIELDS is the parsed view of one
*> interviews.txt row (see SELECT INTERVIEWS for the line format).
   05 INT-DATE      PIC X(10).
   05 INT-TIME      PIC X(8).
   05 INT-LOCATION  PIC X(40).
   05 INT-STATUS    PIC X(12).
   05 INT-POSTING-ID PIC X(6).
01 WS-INT-EOF    PIC X(1) VALUE "N".
01 WS-INT-COUNT  PIC 9(4) VALUE 0.
01 WS-INT-CHOICE PIC 9(4) VALUE 0.
01 WS-PICK-DATE     PIC X(10).
01 WS-PICK-TIME     PIC X(8).
01 WS-PICK-LOCATION PIC X(40).
*> Interview outcome recording: today in the file's YYYY-MM-DD style
*> (only slots dated before it can be marked), the outcome chosen,
*> and the marked slot's student and posting for the notification.
01 WS-OUTCOME-TODAY     PIC X(10).
01 WS-OUTCOME-STATUS    PIC X(12).
01 WS-OUTCOME-APPLICANT PIC X(20).
01 WS-OUTCOME-TITLE     PIC X(50).

*> Offer response state: the Y/N answer, and the status the chosen
*> OFFER row moves to (ACCEPTED or DECLINED).
   05 EVT-DATE     PIC X(10).
   05 EVT-LOCATION PIC X(40).
   05 EVT-MAJOR    PIC X(40).
   05 EVT-CAMPUS   PIC X(8).
01 RSVP-FIELDS.
   05 RSVP-EVENT  PIC X(4).
   05 RSVP-USER   PIC X(20).
01 WS-REC-CHOICE   PIC 9(4) VALUE 0.
01 WS-REC-DUP      PIC A(1) VALUE 'N'.
01 WS-REC-ANY      PIC A(1) VALUE 'N'.
01 WS-REC-ACCEPTED PIC 9(4) VALUE 0.
01 WS-REC-DECISION PIC X(1).
01 WS-REC-TARGET   PIC X(20).
01 WS-REC-BODY     PIC X(200).

*> Integrity review state (see SELECT INTEGRITY-FLAGS). INTF-FIELDS is
*> the parsed view of one row; the FLAGGED rows in the administrator's
*> reach are listed from WS-INTF-ROW.
01 INTF-FILE-STATUS PIC XX.
01 INTF-NEW-STATUS  PIC XX.
01 INTF-FIELDS.
   05 INTF-KIND    PIC X(10).
   05 INTF-SUBJECT PIC X(20).
   05 INTF-GIVER   PIC X(20).
   05 INTF-SKILL   PIC X(2).
   05 INTF-REASONS PIC X(20).
   05 INTF-DETAIL  PIC X(100).
   05 INTF-STATUS  PIC X(10).
   05 INTF-DECIDED PIC X(8).
   05 INTF-BY      PIC X(20).
01 WS-INTF-EOF      PIC X(1) VALUE "N".
01 WS-INTF-COUNT    PIC 9(2) VALUE 0.
01 WS-INTF-LIST.
   05 WS-INTF-ROW PIC X(300) OCCURS 20.
01 WS-INTF-CHOICE   PIC 9(2) VALUE 0.
01 WS-INTF-DECISION PIC X(1).
01 WS-INTF-LINE     PIC X(300).
01 WS-INTF-FOUND    PIC A(1) VALUE 'N'.
01 WS-INTF-PICK.
   05 WS-INTF-P-KIND    PIC X(10).
   05 WS-INTF-P-SUBJECT PIC X(20).
   05 WS-INTF-P-GIVER   PIC X(20).
   05 WS-INTF-P-SKILL   PIC X(2).

*> Block-list state. CHECK-BLOCKED answers through WS-BLOCKED: has
*> the user in WS-BLOCK-OTHER blocked the logged-in user?
01 BLOCKS-FILE-STATUS PIC XX.
   05 GP-SENT   PIC X(14).
   05 GP-TEXT   PIC X(100).
77 GROUPCHOICE PIC 9(2) VALUE 0.
77 INTERNCHOICE PIC 9(2) VALUE 0.
01 WS-GRP-EOF    PIC X(1) VALUE "N".
01 WS-GM-EOF     PIC X(1) VALUE "N".
01 WS-GP-EOF     PIC X(1) VALUE "N".
01 WS-VIS-FOUND  PIC A(1) VALUE 'N'.
01 WS-VIS-CHOICE PIC X(1).

*> E-mail contact settings state (see SELECT CONTACT-PREFS).
*> CONTACT-FIELDS is the parsed view of one row; the WS-CT-NEW-*
*> values are what EMAIL-SETTINGS saves for the logged-in user.
01 CONTACT-FILE-STATUS PIC XX.
01 CONTACT-NEW-STATUS  PIC XX.
01 CONTACT-FIELDS.
   05 CT-USER     PIC X(20).
   05 CT-EMAIL    PIC X(80).
   05 CT-DELIVERY PIC X(10).
01 WS-CT-EOF       PIC X(1) VALUE "N".
01 WS-CT-FOUND     PIC A(1) VALUE 'N'.
01 WS-CT-NEW-EMAIL PIC X(80).
01 WS-CT-NEW-DELIVERY PIC X(10).
01 WS-CT-CHOICE    PIC X(1).
01 WS-CT-AT-COUNT  PIC 9(3) VALUE 0.
01 WS-CT-SP-COUNT  PIC 9(3) VALUE 0.
01 WS-CT-LOCAL     PIC X(80).
01 WS-CT-DOMAIN    PIC X(80).
01 WS-CT-DOT-COUNT PIC 9(3) VALUE 0.

*> Password aging state. The ring holds the user's newest
*> WS-PWD-HIST-DEPTH hashes for the reuse check; the policy numbers
*> come from src/Password-Policy.txt (defaults when absent), loaded
01 WS-PWD-AGE-DAYS PIC S9(6) VALUE 0.
01 WS-PWD-CHANGE-OK PIC A(1) VALUE 'N'.

*> Daily sending quotas (see SELECT QUOTA-POLICY / QUOTA-USAGE).
*> The limits are loaded once per session; per-account lines are
*> kept in the override table and win over the defaults.
01 QUOTAPOL-FILE-STATUS PIC XX.
01 QUOTAUSE-FILE-STATUS PIC XX.
01 QPOL-FIELDS.
   05 QPOL-KEY   PIC X(10).
   05 QPOL-VALUE PIC X(10).
   05 QPOL-USER  PIC X(20).
01 QUSE-FIELDS.
   05 QUSE-DATE    PIC X(8).
   05 QUSE-USER    PIC X(20).
   05 QUSE-ACTION  PIC X(10).
   05 QUSE-OUTCOME PIC X(10).
01 WS-QUOTA-EOF      PIC X(1) VALUE "N".
01 WS-QUOTA-LOADED   PIC A(1) VALUE 'N'.
01 WS-QUOTA-CONNECT  PIC 9(4) VALUE 25.
01 WS-QUOTA-MESSAGE  PIC 9(4) VALUE 50.
01 WS-QUOTA-POST     PIC 9(4) VALUE 20.
01 WS-QUOTA-APPLY    PIC 9(4) VALUE 10.
01 WS-QOVR-COUNT     PIC 9(3) VALUE 0.
01 WS-QOVR-TABLE.
   05 WS-QOVR-ENTRY OCCURS 100.
      10 WS-QOVR-USER   PIC X(20).
      10 WS-QOVR-ACTION PIC X(10).
      10 WS-QOVR-LIMIT  PIC 9(4).
01 WS-QOVR-I         PIC 9(3) VALUE 0.
01 WS-QUOTA-ACTION   PIC X(10).
01 WS-QUOTA-WHAT     PIC X(30).
01 WS-QUOTA-LIMIT    PIC 9(4) VALUE 0.
01 WS-QUOTA-USED     PIC 9(4) VALUE 0.
01 WS-QUOTA-OK       PIC A(1) VALUE 'Y'.
01 WS-QUOTA-OUTCOME  PIC X(10).
01 WS-QUOTA-LIMIT-TXT PIC Z,ZZ9.

*> Campus scoping state (see SELECT CAMPUSES / ACCOUNT-CAMPUS).
*> The catalog is loaded once per session; WS-CMP-HOME is its first
*> code. LOOKUP-ACCOUNT-CAMPUS turns WS-CMP-USER into WS-CMP-CODE,
*> and CHECK-CAMPUS-SCOPE says whether the logged-in administrator
*> may act on the account in WS-CMP-TARGET.
01 CAMPUS-FILE-STATUS  PIC XX.
01 ACCTCMP-FILE-STATUS PIC XX.
01 ACCTCMP-NEW-STATUS  PIC XX.
01 CMP-FIELDS.
   05 CMP-CODE PIC X(8).
   05 CMP-NAME PIC X(40).
01 ACMP-FIELDS.
   05 ACMP-USER PIC X(20).
   05 ACMP-CODE PIC X(8).
01 WS-CMP-EOF      PIC X(1) VALUE "N".
01 WS-CMP-LOADED   PIC A(1) VALUE 'N'.
01 WS-CMP-COUNT    PIC 9(2) VALUE 0.
01 WS-CMP-TABLE.
   05 WS-CMP-ENTRY OCCURS 50.
      10 WS-CMP-T-CODE PIC X(8).
      10 WS-CMP-T-NAME PIC X(40).
01 WS-CMP-I        PIC 9(2) VALUE 0.
01 WS-CMP-HOME     PIC X(8) VALUE "MAIN".
01 WS-CMP-USER     PIC X(20).
01 WS-CMP-CODE     PIC X(8).
01 WS-CMP-TARGET   PIC X(20).
01 WS-CMP-ADMIN    PIC X(8).
01 WS-CMP-IN-SCOPE PIC A(1) VALUE 'Y'.
01 WS-CMP-PROMPT   PIC X(80).
01 WS-CMP-PICK     PIC X(8).
01 WS-CMP-PICK-OK  PIC A(1) VALUE 'N'.
01 WS-CMP-ALLOW-ALL PIC A(1) VALUE 'N'.
01 WS-CMP-FOUND    PIC A(1) VALUE 'N'.
01 WS-MY-CAMPUS    PIC X(8).

*> Internship-for-credit state (see SELECT INTERNSHIPS and the hours,
*> evaluation and control files after it). ITN-FIELDS is the parsed
*> view of one internships.txt row; WS-ITN-LIST holds the rows a pick
*> prompt offered, so the chosen one needs no re-scan.
01 INTERN-FILE-STATUS PIC XX.
01 INTERN-NEW-STATUS  PIC XX.
01 IHRS-FILE-STATUS   PIC XX.
01 IEVL-FILE-STATUS   PIC XX.
01 ICTL-FILE-STATUS   PIC XX.
01 ITN-FIELDS.
   05 ITN-STUDENT     PIC X(20).
   05 ITN-POSTING-ID  PIC X(6).
   05 ITN-EMPLOYER    PIC X(40).
   05 ITN-TITLE       PIC X(50).
   05 ITN-TERM        PIC X(10).
   05 ITN-SPONSOR     PIC X(40).
   05 ITN-CREDITS     PIC X(2).
   05 ITN-HOURS-REQ   PIC X(4).
   05 ITN-STATUS      PIC X(10).
   05 ITN-STATUS-DATE PIC X(8).
   05 ITN-RECORDED-BY PIC X(20).
   05 ITN-AGREEMENT   PIC X(200).
   05 ITN-REASON      PIC X(60).
01 IHR-FIELDS.
   05 IHR-STUDENT    PIC X(20).
   05 IHR-POSTING-ID PIC X(6).
   05 IHR-WEEK       PIC X(10).
   05 IHR-HOURS      PIC X(3).
   05 IHR-LOGGED     PIC X(8).
01 IEV-FIELDS.
   05 IEV-STUDENT    PIC X(20).
   05 IEV-POSTING-ID PIC X(6).
   05 IEV-EMPLOYER   PIC X(40).
   05 IEV-DATE       PIC X(8).
   05 IEV-RATING     PIC X(1).
   05 IEV-CREDIT     PIC X(1).
   05 IEV-COMMENTS   PIC X(150).
01 ICTL-FIELDS.
   05 ICTL-KEY   PIC X(20).
   05 ICTL-VALUE PIC X(10).
01 WS-ITN-EOF       PIC X(1) VALUE "N".
01 WS-ITN-SCAN-EOF  PIC X(1) VALUE "N".
01 WS-ITN-FOUND     PIC A(1) VALUE 'N'.
01 WS-ITN-CTL-LOADED PIC A(1) VALUE 'N'.
01 WS-ITN-PER-CREDIT PIC 9(3) VALUE 40.
01 WS-ITN-COUNT     PIC 9(2) VALUE 0.
01 WS-ITN-LIST.
   05 WS-ITN-ROW PIC X(520) OCCURS 20.
01 WS-ITN-I         PIC 9(2) VALUE 0.
01 WS-ITN-CHOICE    PIC 9(2) VALUE 0.
01 WS-ITN-KEY-USER  PIC X(20).
01 WS-ITN-KEY-ID    PIC X(6).
01 WS-ITN-LINE      PIC X(520).
01 WS-ITN-NEW-ROW   PIC X(520).
01 WS-ITN-FILTER    PIC X(10).
01 WS-ITN-WEEK      PIC X(10).
01 WS-ITN-PLC-MAJOR PIC X(40).
01 WS-ITN-PLC-GRAD  PIC X(4).
01 WS-ITN-PLC-DATE  PIC X(8).
01 WS-ITN-CREDITS-N PIC 9(2) VALUE 0.
01 WS-ITN-REQ-N     PIC 9(4) VALUE 0.
01 WS-ITN-HOURS-N   PIC 9(3) VALUE 0.
01 WS-ITN-TOTAL     PIC 9(5) VALUE 0.
01 WS-ITN-DUP       PIC A(1) VALUE 'N'.
01 WS-ITN-EVAL-FOUND PIC A(1) VALUE 'N'.
01 WS-ITN-DECISION  PIC X(1).
01 WS-ITN-REASON    PIC X(60).
*> The agreement text an admin decided on, checked again under the
*> lock before the decision is saved.
01 WS-ITN-SEEN-AGREEMENT PIC X(200).
01 WS-ITN-HOURS-TXT PIC ZZ9.
01 WS-ITN-TOTAL-TXT PIC ZZ,ZZ9.
01 WS-ITN-REQ-TXT   PIC Z,ZZ9.
01 WS-ITN-REQ-ED    PIC ZZZ9.

*> Content screening state (see SELECT SCREEN-TERMS / SCREEN-QUEUE).
*> The list is loaded once per session, each phrase normalized the
*> way SCREEN-TEXT normalizes the text it checks and padded with a
*> space either side so only whole words match.
01 SCRTERM-FILE-STATUS PIC XX.
01 SCRQ-FILE-STATUS    PIC XX.
01 SCRQ-NEW-STATUS     PIC XX.
01 SCT-FIELDS.
   05 SCT-TERM     PIC X(40).
   05 SCT-CATEGORY PIC X(10).
01 WS-SCR-LOADED PIC A(1) VALUE 'N'.
01 WS-SCR-EOF    PIC X(1) VALUE "N".
01 WS-SCR-COUNT  PIC 9(3) VALUE 0.
01 WS-SCR-TABLE.
   05 WS-SCR-ENTRY OCCURS 200.
      10 WS-SCR-T-PAT  PIC X(42).
      10 WS-SCR-T-LEN  PIC 9(2).
      10 WS-SCR-T-TERM PIC X(40).
      10 WS-SCR-T-CAT  PIC X(10).
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
01 WS-SCR-CAT    PIC X(10).
01 SCQ-FIELDS.
   05 SCQ-ID      PIC X(6).
   05 SCQ-KIND    PIC X(8).
   05 SCQ-AUTHOR  PIC X(40).
   05 SCQ-TARGET  PIC X(40).
   05 SCQ-WHEN    PIC X(14).
   05 SCQ-TERM    PIC X(40).
   05 SCQ-STATUS  PIC X(10).
   05 SCQ-DECIDED PIC X(8).
   05 SCQ-BY      PIC X(20).
   05 SCQ-TEXT    PIC X(200).
01 WS-SCQ-EOF     PIC X(1) VALUE "N".
01 WS-SCQ-SEQ     PIC 9(6) VALUE 0.
01 WS-SCQ-KIND    PIC X(8).
01 WS-SCQ-TARGET  PIC X(40).
01 WS-SCQ-BODY    PIC X(200).
01 WS-SCQ-COUNT   PIC 9(2) VALUE 0.
01 WS-SCQ-LIST.
   05 WS-SCQ-ROW PIC X(400) OCCURS 20.
01 WS-SCQ-CHOICE  PIC 9(2) VALUE 0.
01 WS-SCQ-DECISION PIC X(1).
01 WS-SCQ-LINE    PIC X(400).
01 WS-SCQ-PICK-ID PIC X(6).
01 WS-SCQ-FOUND   PIC A(1) VALUE 'N'.
01 WS-SCQ-JOB-STATUS PIC X(10).
01 WS-NEW-JOB-STATUS PIC X(10).

*> Mentorship opt-in state
01 MENTORS-FILE-STATUS PIC XX.
01 MENTORS-NEW-STATUS  PIC XX.
01 WS-MEN-FOUND PIC A(1) VALUE 'N'.

*> Direct-messaging state. The inbox/sent views load this session's
*> rows into a table so they can be shown newest first (both keys
*> come back oldest first, so reverse order is newest first).
01 MESSAGES-FILE-STATUS PIC XX.
01 WS-MSG-EOF       PIC X(1) VALUE "N".
*> Key of the newest inbox row loaded -- MARK-INBOX-READ flags rows
*> up to here, so a message arriving meanwhile stays unread.
01 WS-MSG-LAST-KEY  PIC X(37).
*> Record being stored by WRITE-MESSAGE while it probes for a free
*> sequence number under the same recipient and second.
01 WS-MSG-IMAGE     PIC X(158).
01 WS-MSG-NEW-KEY.
   05 WS-MSG-NEW-RECIPIENT PIC X(20).
   05 WS-MSG-NEW-SENT      PIC X(14).
   05 WS-MSG-NEW-SEQ       PIC 9(3).
01 WS-MSG-KEY-FREE  PIC A(1) VALUE 'N'.
*> WS-MSG-NEW-SENT being stepped on by one second once all thousand
*> sequence numbers in that second are taken.
01 WS-MSG-STEP.
   05 WS-MSG-STEP-DATE PIC 9(8).
   05 WS-MSG-STEP-HH   PIC 9(2).
   05 WS-MSG-STEP-MM   PIC 9(2).
   05 WS-MSG-STEP-SS   PIC 9(2).
*> WS-MSG-TOTAL counts every matching row; the table is filled as a
*> ring (slot = MOD(total-1, 200) + 1) so once a user passes 200
*> messages it holds the NEWEST 200, which is what a newest-first
01 WS-SD-EOF  PIC X(1) VALUE "N".
01 WS-SKILL-DONE-FLAG PIC A(1) VALUE 'N'.

*> Posting skills state (see SELECT POSTING-SKILLS). PS-FIELDS is the
*> parsed view of one row; WS-PS-REQUIRED/WS-PS-PREFERRED hold the
*> lists for the posting being added or ranked, and WS-PS-LIST is the
*> work table one list is split into for validation and scoring.
01 POSTING-SKILLS-STATUS PIC XX.
01 PS-FIELDS.
   05 PS-POSTING-ID PIC X(6).
   05 PS-REQUIRED   PIC X(60).
   05 PS-PREFERRED  PIC X(60).
01 WS-PS-EOF        PIC X(1) VALUE "N".
01 WS-PS-REQUIRED   PIC X(60).
01 WS-PS-PREFERRED  PIC X(60).
01 WS-PS-INPUT      PIC X(60).
01 WS-PS-OK         PIC A(1) VALUE 'N'.
01 WS-PS-BAD        PIC X(10).
01 WS-PS-COUNT      PIC 9(2) VALUE 0.
01 WS-PS-LIST.
   05 WS-PS-TOKEN   PIC X(10) OCCURS 20.
01 WS-PS-ID         PIC 9(2) OCCURS 20.
01 WS-PS-REQ-COUNT  PIC 9(2) VALUE 0.
01 WS-PS-REQ-ID     PIC 9(2) OCCURS 20.
01 WS-PS-I          PIC 9(2) VALUE 0.
01 WS-PS-J          PIC 9(2) VALUE 0.
01 WS-PS-K          PIC 9(2) VALUE 0.
01 WS-PS-PTR        PIC 9(3) VALUE 1.
01 WS-PS-ID-TXT     PIC Z9.
01 WS-PS-NAMES      PIC X(200).
01 WS-PS-NAMES-PTR  PIC 9(3) VALUE 1.
01 WS-PS-LOOKUP-ID  PIC X(6).

*> Profile completeness score (0-6): required basics, About, at
*> least one Experience, at least one Education, resume path, any
*> completed skill. Shown in VIEW-PROFILE as a strength meter with
*> Skill endorsement state
01 ENDORSEMENTS-FILE-STATUS PIC XX.

01 END-NEW-FILE-STATUS      PIC XX.

*> Parsed view of one endorsements.txt row
01 END-FIELDS.
   05 END-USER     PIC X(20).
   05 END-SKILL    PIC X(2).
   05 END-ENDORSER PIC X(20).
   05 END-GIVEN    PIC X(14).
   05 END-STATUS   PIC X(4).
01 WS-END-EOF      PIC X(1) VALUE "N".
01 WS-END-USER     PIC X(20).
01 WS-END-SKILL    PIC 9(2) VALUE 0.

*> View My Notifications scan state
01 NOTIFICATIONS-FILE-STATUS PIC XX.
01 WS-NOTIF-EOF   PIC X(1) VALUE "N".
01 WS-NOTIF-COUNT PIC 9(4) VALUE 0.
*> Key of the last notification shown -- only rows up to it are
*> consumed, so one queued while the list was on screen survives.
01 WS-NOTIF-LAST-KEY PIC X(37).
*> Record being stored by WRITE-NOTIFICATION while it probes for a
*> free sequence number under the same recipient and second.
01 WS-NOTIF-IMAGE   PIC X(165).
01 WS-NOTIF-NEW-KEY.
   05 WS-NOTIF-NEW-RECIPIENT PIC X(20).
   05 WS-NOTIF-NEW-SENT      PIC X(14).
   05 WS-NOTIF-NEW-SEQ       PIC 9(3).
01 WS-NOTIF-KEY-FREE PIC A(1) VALUE 'N'.
*> WS-NOTIF-NEW-SENT split for stepping it on by one second once all
*> thousand sequence numbers in a second are taken.
01 WS-NOTIF-STEP.
   05 WS-NOTIF-STEP-DATE PIC 9(8).
   05 WS-NOTIF-STEP-HH   PIC 9(2).
   05 WS-NOTIF-STEP-MM   PIC 9(2).
   05 WS-NOTIF-STEP-SS   PIC 9(2).
01 NOTIF-CONS-FILE-STATUS PIC XX.

01 VALID-YEAR PIC A(1) VALUE 'N'.
                   WHEN OTHER MOVE 'S' TO IN-ACCT-TYPE
               END-EVALUATE
               MOVE IN-ACCT-TYPE TO WS-ACCT-TYPE

               *> Campus -- only asked once the consortium has more
               *> than one campus on file; a blank or unknown answer
               *> leaves the account on the home campus.
               PERFORM LOAD-CAMPUS-CATALOG
               MOVE SPACES TO WS-CMP-PICK
               IF WS-CMP-COUNT > 1
                   MOVE 'N' TO WS-CMP-ALLOW-ALL
                   MOVE "Enter your campus code (blank line for the home campus):" TO WS-CMP-PROMPT
                   PERFORM PICK-CAMPUS
                   IF WS-CMP-PICK-OK NOT = 'Y'
                       MOVE SPACES TO WS-CMP-PICK
                   END-IF
               END-IF
               MOVE 'Y' TO IN-ACTIVE
               *> Creating the account counts as its first sign-in.
               MOVE FUNCTION CURRENT-DATE(1:14) TO IN-LAST-LOGIN
                   PERFORM JOURNAL-COMMIT
                   CLOSE USERINFO
                   PERFORM END-DATA-UPDATE
                   IF WS-CMP-PICK NOT = SPACES
                       MOVE IN-USERNAME TO WS-CMP-TARGET
                       PERFORM SAVE-ACCOUNT-CAMPUS
                   END-IF
               END-IF
               *> Stamp when this first password was set, so the
               *> aging policy has a date to count from.
        PERFORM SHOW
        MOVE "21. Mentorship Program" TO SAVE-TEXT
        PERFORM SHOW
        MOVE "22. Export My Calendar" TO SAVE-TEXT
        PERFORM SHOW
        MOVE "23. E-mail Notification Settings" TO SAVE-TEXT
        PERFORM SHOW
        MOVE "24. Internship for Credit" TO SAVE-TEXT
        PERFORM SHOW
        MOVE "9. Exit" TO SAVE-TEXT
        PERFORM SHOW
        MOVE "Enter your choice:" TO SAVE-TEXT
                WHEN 21
                    MOVE "MENTORSHIP" TO CURRENT-ACTION
                    PERFORM MENTORSHIP-OPT-IN
                WHEN 22
                    MOVE "EXPORT CALENDAR" TO CURRENT-ACTION
                    PERFORM EXPORT-MY-CALENDAR
                WHEN 23
                    MOVE "EMAIL SETTINGS" TO CURRENT-ACTION
                    PERFORM EMAIL-SETTINGS
                WHEN 24
                    MOVE "INTERNSHIP" TO CURRENT-ACTION
                    PERFORM INTERNSHIP-MENU
                WHEN 9
                    MOVE "EXIT" TO CURRENT-ACTION
                    MOVE "Exiting navigation..." TO SAVE-TEXT
    END-STRING
    WRITE VIS-NEW-LINE.

*> Shows and updates the logged-in user's e-mail contact settings:
*> the address notifications are mailed to and how often
*> (IMMEDIATE on every mail run, a once-a-day DIGEST, or NONE).
*> A blank answer keeps the current value.
EMAIL-SETTINGS.
    MOVE "--- E-mail Notification Settings ---" TO SAVE-TEXT
    PERFORM SHOW
    PERFORM LOOKUP-CONTACT-PREFS
    IF WS-CT-FOUND = 'Y'
        MOVE SPACES TO SAVE-TEXT
        STRING "Current address: " DELIMITED BY SIZE
               FUNCTION TRIM(CT-EMAIL) DELIMITED BY SIZE
               "  Delivery: " DELIMITED BY SIZE
               FUNCTION TRIM(CT-DELIVERY) DELIMITED BY SIZE
               INTO SAVE-TEXT
        END-STRING
        PERFORM SHOW
        MOVE CT-EMAIL TO WS-CT-NEW-EMAIL
        MOVE CT-DELIVERY TO WS-CT-NEW-DELIVERY
    ELSE
        MOVE "No e-mail address on file -- notifications are only shown when you log in." TO SAVE-TEXT
        PERFORM SHOW
        MOVE SPACES TO WS-CT-NEW-EMAIL
        MOVE "DIGEST" TO WS-CT-NEW-DELIVERY
    END-IF

    MOVE "N" TO FIELD-OK
    PERFORM UNTIL FIELD-OK = "Y" OR INPUTSEOF = 'Y'
        MOVE "Enter your e-mail address (blank line to keep the current one):" TO SAVE-TEXT
        PERFORM SHOW
        PERFORM GET-INPUT-LINE
        IF FUNCTION LENGTH(FUNCTION TRIM(INPUT-TEXT)) = 0
            MOVE "Y" TO FIELD-OK
        ELSE
            PERFORM CHECK-EMAIL-ADDRESS
            IF FIELD-OK = "Y"
                MOVE FUNCTION TRIM(INPUT-TEXT) TO WS-CT-NEW-EMAIL
            ELSE
                MOVE "That does not look like an e-mail address (name@school.edu). Please try again." TO SAVE-TEXT
                PERFORM SHOW
            END-IF
        END-IF
    END-PERFORM
    IF INPUTSEOF = 'Y'
        EXIT PARAGRAPH
    END-IF
    IF WS-CT-NEW-EMAIL = SPACES
        MOVE "No address entered; settings unchanged." TO SAVE-TEXT
        PERFORM SHOW
        EXIT PARAGRAPH
    END-IF

    MOVE "Delivery -- I = immediately, D = daily digest, N = never (blank line to keep the current one):" TO SAVE-TEXT
    PERFORM SHOW
    PERFORM GET-INPUT-LINE
    MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(INPUT-TEXT))(1:1)
        TO WS-CT-CHOICE
    EVALUATE WS-CT-CHOICE
        WHEN 'I' MOVE "IMMEDIATE" TO WS-CT-NEW-DELIVERY
        WHEN 'D' MOVE "DIGEST" TO WS-CT-NEW-DELIVERY
        WHEN 'N' MOVE "NONE" TO WS-CT-NEW-DELIVERY
        WHEN OTHER CONTINUE
    END-EVALUATE

    IF WS-DRYRUN-MODE = 'Y'
        MOVE "[DRY RUN] Would save the e-mail settings." TO SAVE-TEXT
        PERFORM SHOW
        EXIT PARAGRAPH
    END-IF
    PERFORM SAVE-CONTACT-PREFS
    IF WS-UPDATE-OK = 'Y'
        MOVE SPACES TO SAVE-TEXT
        STRING "E-mail settings saved: " DELIMITED BY SIZE
               FUNCTION TRIM(WS-CT-NEW-EMAIL) DELIMITED BY SIZE
               ", " DELIMITED BY SIZE
               FUNCTION TRIM(WS-CT-NEW-DELIVERY) DELIMITED BY SIZE
               INTO SAVE-TEXT
        END-STRING
        PERFORM SHOW
    END-IF.

*> FIELD-OK = "Y" when INPUT-TEXT reads as one address: no spaces,
*> exactly one @, something before it, and a dotted domain after it.
CHECK-EMAIL-ADDRESS.
    MOVE "N" TO FIELD-OK
    MOVE 0 TO WS-CT-AT-COUNT
    MOVE 0 TO WS-CT-SP-COUNT
    MOVE 0 TO WS-CT-DOT-COUNT
    INSPECT FUNCTION TRIM(INPUT-TEXT) TALLYING WS-CT-AT-COUNT FOR ALL "@"
    INSPECT FUNCTION TRIM(INPUT-TEXT) TALLYING WS-CT-SP-COUNT FOR ALL " "
    IF WS-CT-AT-COUNT NOT = 1 OR WS-CT-SP-COUNT > 0
       OR FUNCTION LENGTH(FUNCTION TRIM(INPUT-TEXT)) > 80
        EXIT PARAGRAPH
    END-IF
    MOVE SPACES TO WS-CT-LOCAL WS-CT-DOMAIN
    UNSTRING FUNCTION TRIM(INPUT-TEXT) DELIMITED BY "@"
        INTO WS-CT-LOCAL WS-CT-DOMAIN
    END-UNSTRING
    INSPECT WS-CT-DOMAIN TALLYING WS-CT-DOT-COUNT FOR ALL "."
    IF WS-CT-LOCAL NOT = SPACES AND WS-CT-DOMAIN NOT = SPACES
       AND WS-CT-DOT-COUNT > 0
       AND WS-CT-DOMAIN(1:1) NOT = "."
        MOVE "Y" TO FIELD-OK
    END-IF.

*> Reads the logged-in user's row into CONTACT-FIELDS; WS-CT-FOUND
*> says whether there was one.
LOOKUP-CONTACT-PREFS.
    MOVE 'N' TO WS-CT-FOUND
    OPEN INPUT CONTACT-PREFS
    IF CONTACT-FILE-STATUS NOT = "00"
        MOVE SPACES TO CONTACT-FIELDS
        EXIT PARAGRAPH
    END-IF
    MOVE "N" TO WS-CT-EOF
    PERFORM UNTIL WS-CT-EOF = "Y"
        READ CONTACT-PREFS INTO CONTACT-PREFS-LINE
            AT END MOVE "Y" TO WS-CT-EOF
            NOT AT END
                MOVE SPACES TO CONTACT-FIELDS
                UNSTRING CONTACT-PREFS-LINE DELIMITED BY "|"
                    INTO CT-USER CT-EMAIL CT-DELIVERY
                END-UNSTRING
                IF FUNCTION TRIM(CT-USER) = FUNCTION TRIM(WS-NAME)
                    MOVE 'Y' TO WS-CT-FOUND
                    MOVE "Y" TO WS-CT-EOF
                END-IF
        END-READ
    END-PERFORM
    CLOSE CONTACT-PREFS
    IF WS-CT-FOUND NOT = 'Y'
        MOVE SPACES TO CONTACT-FIELDS
    END-IF.

*> Upserts the logged-in user's contact row (rewrite via
*> contact-prefs.new + mv, the usual atomic-replace pattern).
SAVE-CONTACT-PREFS.
    PERFORM BEGIN-DATA-UPDATE
    IF WS-UPDATE-OK NOT = 'Y'
        MOVE "The data store is busy right now -- please try again in a moment." TO SAVE-TEXT
        PERFORM SHOW
        EXIT PARAGRAPH
    END-IF
    MOVE 'N' TO WS-CT-FOUND
    OPEN OUTPUT CONTACT-NEW-FILE
    OPEN INPUT CONTACT-PREFS
    IF CONTACT-FILE-STATUS = "00"
        MOVE "N" TO WS-CT-EOF
        PERFORM UNTIL WS-CT-EOF = "Y"
            READ CONTACT-PREFS INTO CONTACT-PREFS-LINE
                AT END MOVE "Y" TO WS-CT-EOF
                NOT AT END
                    MOVE SPACES TO CONTACT-FIELDS
                    UNSTRING CONTACT-PREFS-LINE DELIMITED BY "|"
                        INTO CT-USER CT-EMAIL CT-DELIVERY
                    END-UNSTRING
                    IF FUNCTION TRIM(CT-USER) = FUNCTION TRIM(WS-NAME)
                        MOVE 'Y' TO WS-CT-FOUND
                        PERFORM WRITE-CONTACT-ROW
                    ELSE
                        MOVE CONTACT-PREFS-LINE TO CONTACT-NEW-LINE
                        WRITE CONTACT-NEW-LINE
                    END-IF
            END-READ
        END-PERFORM
        CLOSE CONTACT-PREFS
    END-IF
    IF WS-CT-FOUND NOT = 'Y'
        PERFORM WRITE-CONTACT-ROW
    END-IF
    CLOSE CONTACT-NEW-FILE
    CALL "SYSTEM" USING BY CONTENT "mv -f src/contact-prefs.new src/contact-prefs.txt"
    PERFORM END-DATA-UPDATE.

WRITE-CONTACT-ROW.
    MOVE SPACES TO CONTACT-NEW-LINE
    STRING FUNCTION TRIM(WS-NAME) DELIMITED BY SIZE
           "|" DELIMITED BY SIZE
           FUNCTION TRIM(WS-CT-NEW-EMAIL) DELIMITED BY SIZE
           "|" DELIMITED BY SIZE
           FUNCTION TRIM(WS-CT-NEW-DELIVERY) DELIMITED BY SIZE
           INTO CONTACT-NEW-LINE
    END-STRING
    WRITE CONTACT-NEW-LINE.

*> Looks up the visibility setting of the user in WS-VIS-LOOKUP; no
*> row reads as EVERYONE, the pre-setting behavior.
LOOKUP-PROFILE-VISIBILITY.
        PERFORM SHOW
    END-IF.

*> Writes the logged-in student's calendar to src/calendar-export.ics:
*> one VEVENT per BOOKED interviews.txt slot (timed, one hour, when
*> the slot time reads HH:MM; all-day otherwise) and one all-day
*> VEVENT per event-rsvps.txt row, joined to events.txt for the
*> title, date and location. Warns about any interview and event that
*> fall on the same date. Read-only over the data files.
EXPORT-MY-CALENDAR.
    MOVE SPACES TO WS-CAL-STAMP
    STRING FUNCTION CURRENT-DATE(1:8) DELIMITED BY SIZE
           "T" DELIMITED BY SIZE
           FUNCTION CURRENT-DATE(9:6) DELIMITED BY SIZE
           INTO WS-CAL-STAMP
    END-STRING
    MOVE 0 TO WS-CAL-INT-COUNT
    MOVE 0 TO WS-CAL-EVT-COUNT
    MOVE 0 TO WS-CAL-CONFLICTS

    OPEN OUTPUT CALENDAR-FILE
    MOVE "BEGIN:VCALENDAR" TO CALENDAR-LINE
    WRITE CALENDAR-LINE
    MOVE "VERSION:2.0" TO CALENDAR-LINE
    WRITE CALENDAR-LINE
    MOVE "PRODID:-//InCollege//Calendar Export//EN" TO CALENDAR-LINE
    WRITE CALENDAR-LINE
    MOVE "CALSCALE:GREGORIAN" TO CALENDAR-LINE
    WRITE CALENDAR-LINE

    *> BOOKED interview slots
    OPEN INPUT INTERVIEWS
    IF INTERVIEWS-FILE-STATUS = "00"
        MOVE "N" TO WS-INT-EOF
        PERFORM UNTIL WS-INT-EOF = "Y"
            READ INTERVIEWS INTO INTERVIEWS-LINE
                AT END MOVE "Y" TO WS-INT-EOF
                NOT AT END
                    PERFORM SPLIT-INTERVIEW-LINE
                    IF FUNCTION TRIM(INT-APPLICANT) = FUNCTION TRIM(WS-NAME)
                       AND FUNCTION TRIM(INT-STATUS) = "BOOKED"
                        PERFORM WRITE-CALENDAR-INTERVIEW
                    END-IF
            END-READ
        END-PERFORM
        CLOSE INTERVIEWS
    END-IF

    *> RSVPed (or attended) events, joined to events.txt
    OPEN INPUT RSVPS
    IF RSVPS-FILE-STATUS = "00"
        MOVE "N" TO WS-RSVP-EOF
        PERFORM UNTIL WS-RSVP-EOF = "Y"
            READ RSVPS INTO RSVPS-LINE
                AT END MOVE "Y" TO WS-RSVP-EOF
                NOT AT END
                    MOVE SPACES TO RSVP-FIELDS
                    UNSTRING RSVPS-LINE DELIMITED BY "|"
                        INTO RSVP-EVENT RSVP-USER RSVP-STATUS
                    END-UNSTRING
                    IF FUNCTION TRIM(RSVP-USER) = FUNCTION TRIM(WS-NAME)
                        PERFORM WRITE-CALENDAR-EVENT
                    END-IF
            END-READ
        END-PERFORM
        CLOSE RSVPS
    END-IF

    MOVE "END:VCALENDAR" TO CALENDAR-LINE
    WRITE CALENDAR-LINE
    CLOSE CALENDAR-FILE

    IF WS-CAL-INT-COUNT = 0 AND WS-CAL-EVT-COUNT = 0
        MOVE "You have no booked interviews or event RSVPs to export." TO SAVE-TEXT
        PERFORM SHOW
        EXIT PARAGRAPH
    END-IF
    MOVE SPACES TO SAVE-TEXT
    STRING "Calendar exported to src/calendar-export.ics (" DELIMITED BY SIZE
           WS-CAL-INT-COUNT DELIMITED BY SIZE
           " interviews, " DELIMITED BY SIZE
           WS-CAL-EVT-COUNT DELIMITED BY SIZE
           " events)." DELIMITED BY SIZE
           INTO SAVE-TEXT
    END-STRING
    PERFORM SHOW
    IF WS-CAL-CONFLICTS > 0
        MOVE "Check the date clashes listed above before you import it." TO SAVE-TEXT
        PERFORM SHOW
    END-IF.

*> Writes the VEVENT for the interview slot in INT-FIELDS and
*> remembers its date for the clash check.
WRITE-CALENDAR-INTERVIEW.
    MOVE SPACES TO WS-CAL-DATE
    STRING INT-DATE(1:4) DELIMITED BY SIZE
           INT-DATE(6:2) DELIMITED BY SIZE
           INT-DATE(9:2) DELIMITED BY SIZE
           INTO WS-CAL-DATE
    END-STRING
    MOVE SPACES TO WS-CAL-TIME
    IF INT-TIME(1:2) IS NUMERIC AND INT-TIME(3:1) = ":"
       AND INT-TIME(4:2) IS NUMERIC
        STRING INT-TIME(1:2) DELIMITED BY SIZE
               INT-TIME(4:2) DELIMITED BY SIZE
               "00" DELIMITED BY SIZE
               INTO WS-CAL-TIME
        END-STRING
    ELSE
        IF INT-TIME(1:1) IS NUMERIC AND INT-TIME(2:1) = ":"
           AND INT-TIME(3:2) IS NUMERIC
            STRING "0" DELIMITED BY SIZE
                   INT-TIME(1:1) DELIMITED BY SIZE
                   INT-TIME(3:2) DELIMITED BY SIZE
                   "00" DELIMITED BY SIZE
                   INTO WS-CAL-TIME
            END-STRING
        END-IF
    END-IF

    MOVE "BEGIN:VEVENT" TO CALENDAR-LINE
    WRITE CALENDAR-LINE
    MOVE SPACES TO CALENDAR-LINE
    STRING "UID:interview-" DELIMITED BY SIZE
           FUNCTION TRIM(INT-POSTING-ID) DELIMITED BY SIZE
           "-" DELIMITED BY SIZE
           FUNCTION TRIM(INT-APPLICANT) DELIMITED BY SIZE
           "-" DELIMITED BY SIZE
           WS-CAL-DATE DELIMITED BY SIZE
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
    STRING "SUMMARY:Interview: " DELIMITED BY SIZE
           FUNCTION TRIM(INT-TITLE) DELIMITED BY SIZE
           " (" DELIMITED BY SIZE
           FUNCTION TRIM(INT-EMPLOYER) DELIMITED BY SIZE
           ")" DELIMITED BY SIZE
           INTO CALENDAR-LINE
    END-STRING
    WRITE CALENDAR-LINE
    MOVE SPACES TO CALENDAR-LINE
    STRING "LOCATION:" DELIMITED BY SIZE
           FUNCTION TRIM(INT-LOCATION) DELIMITED BY SIZE
           INTO CALENDAR-LINE
    END-STRING
    WRITE CALENDAR-LINE
    MOVE "END:VEVENT" TO CALENDAR-LINE
    WRITE CALENDAR-LINE

    ADD 1 TO WS-CAL-INT-COUNT
    IF WS-CAL-INT-COUNT <= 100
        MOVE INT-DATE TO WS-CAL-INT-DATE(WS-CAL-INT-COUNT)
        MOVE INT-TITLE TO WS-CAL-INT-TITLE(WS-CAL-INT-COUNT)
    END-IF.

*> Looks up RSVP-EVENT in events.txt and writes its all-day VEVENT,
*> warning when an interview written above falls on the same date.
*> An RSVP whose event has since been removed is skipped.
WRITE-CALENDAR-EVENT.
    OPEN INPUT EVENTS
    IF EVENTS-FILE-STATUS NOT = "00"
        EXIT PARAGRAPH
    END-IF
    MOVE "N" TO WS-JOB-FOUND
    MOVE "N" TO WS-EVT-EOF
    PERFORM UNTIL WS-EVT-EOF = "Y"
        READ EVENTS INTO EVENTS-LINE
            AT END MOVE "Y" TO WS-EVT-EOF
            NOT AT END
                PERFORM SPLIT-EVENT-LINE
                IF EVT-ID = RSVP-EVENT
                    MOVE "Y" TO WS-JOB-FOUND
                    MOVE "Y" TO WS-EVT-EOF
                END-IF
        END-READ
    END-PERFORM
    CLOSE EVENTS
    IF WS-JOB-FOUND NOT = "Y"
        EXIT PARAGRAPH
    END-IF

    MOVE SPACES TO WS-CAL-DATE
    STRING EVT-DATE(1:4) DELIMITED BY SIZE
           EVT-DATE(6:2) DELIMITED BY SIZE
           EVT-DATE(9:2) DELIMITED BY SIZE
           INTO WS-CAL-DATE
    END-STRING
    MOVE "BEGIN:VEVENT" TO CALENDAR-LINE
    WRITE CALENDAR-LINE
    MOVE SPACES TO CALENDAR-LINE
    STRING "UID:event-" DELIMITED BY SIZE
           FUNCTION TRIM(EVT-ID) DELIMITED BY SIZE
           "-" DELIMITED BY SIZE
           FUNCTION TRIM(WS-NAME) DELIMITED BY SIZE
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
    STRING "SUMMARY:" DELIMITED BY SIZE
           FUNCTION TRIM(EVT-TITLE) DELIMITED BY SIZE
           INTO CALENDAR-LINE
    END-STRING
    WRITE CALENDAR-LINE
    MOVE SPACES TO CALENDAR-LINE
    STRING "LOCATION:" DELIMITED BY SIZE
           FUNCTION TRIM(EVT-LOCATION) DELIMITED BY SIZE
           INTO CALENDAR-LINE
    END-STRING
    WRITE CALENDAR-LINE
    MOVE "END:VEVENT" TO CALENDAR-LINE
    WRITE CALENDAR-LINE
    ADD 1 TO WS-CAL-EVT-COUNT

    PERFORM VARYING WS-CAL-I FROM 1 BY 1
        UNTIL WS-CAL-I > WS-CAL-INT-COUNT OR WS-CAL-I > 100
        IF WS-CAL-INT-DATE(WS-CAL-I) = EVT-DATE
            ADD 1 TO WS-CAL-CONFLICTS
            MOVE SPACES TO SAVE-TEXT
            STRING "Warning: your interview for " DELIMITED BY SIZE
                   FUNCTION TRIM(WS-CAL-INT-TITLE(WS-CAL-I)) DELIMITED BY SIZE
                   " and the event " DELIMITED BY SIZE
                   FUNCTION TRIM(EVT-TITLE) DELIMITED BY SIZE
                   " are both on " DELIMITED BY SIZE
                   FUNCTION TRIM(EVT-DATE) DELIMITED BY SIZE
                   "." DELIMITED BY SIZE
                   INTO SAVE-TEXT
            END-STRING
            PERFORM SHOW
        END-IF
    END-PERFORM.


*> Lists the job/internship board (optionally filtered by major) and
*> offers to apply to one of the listed postings -- the search/apply
*> flow from the PostLoginNav prototype, reachable here as a real
*> NAV-MENU option so it runs inside the logged-in session.
JOB-SEARCH.
    OPEN INPUT JOBS
    IF JOBS-FILE-STATUS NOT = "00"
        MOVE "No job postings are available right now." TO SAVE-TEXT
        PERFORM SHOW
        EXIT PARAGRAPH
    END-IF

    MOVE "Search for a Job/Internship" TO SAVE-TEXT
    PERFORM SHOW
    MOVE "Enter a major to filter by (blank line lists all postings):" TO SAVE-TEXT
    PERFORM SHOW

    PERFORM GET-INPUT-LINE
    IF INPUTSEOF = 'Y'
        CLOSE JOBS
        EXIT PARAGRAPH
    END-IF
    MOVE FUNCTION TRIM(INPUT-TEXT) TO WS-JOB-SEARCH-MAJOR

    *> Resolve the typed filter through the majors catalog, so a
    *> student who types "CS" still finds "Computer Science" postings.
    IF FUNCTION LENGTH(FUNCTION TRIM(WS-JOB-SEARCH-MAJOR)) > 0
        MOVE WS-JOB-SEARCH-MAJOR TO WS-MAJOR-IN
        PERFORM CANONICALIZE-MAJOR
        MOVE WS-MAJOR-CANON TO WS-JOB-SEARCH-MAJOR
    END-IF

    MOVE "N" TO WS-JOBS-EOF
    MOVE "N" TO WS-JOB-FOUND
    MOVE 0 TO WS-JOB-COUNT
    PERFORM UNTIL WS-JOBS-EOF = "Y"
                           INTO SAVE-TEXT
                    END-STRING
                    PERFORM SHOW
                    MOVE JOB-POSTING-ID TO WS-PS-LOOKUP-ID
                    PERFORM SHOW-POSTING-SKILLS
                END-IF
        END-READ
    END-PERFORM
    MOVE JOB-EMPLOYER TO WS-CO-LOOKUP
    PERFORM SHOW-COMPANY-PROFILE

    MOVE "Apply to this posting? Type Y to confirm, R to refer a connection to it, or anything else to cancel:" TO SAVE-TEXT
    PERFORM SHOW
    PERFORM GET-INPUT-LINE
    IF INPUTSEOF = 'Y'
        EXIT PARAGRAPH
    END-IF
    IF FUNCTION UPPER-CASE(FUNCTION TRIM(INPUT-TEXT))(1:1) = "R"
        PERFORM REFER-CONNECTION
        EXIT PARAGRAPH
    END-IF
    IF FUNCTION UPPER-CASE(FUNCTION TRIM(INPUT-TEXT))(1:1) NOT = "Y"
        MOVE "Application cancelled." TO SAVE-TEXT
        PERFORM SHOW
    END-IF

    *> One live application per student per posting: a row for this
    *> posting number and applicant in any status other than WITHDRAWN
    *> means this apply is a duplicate and is refused. A withdrawn
    *> application may be re-submitted, and a later repost of the same
    *> title is a new posting the student may apply to afresh.
    PERFORM CHECK-DUPLICATE-APPLICATION
    IF WS-APP-DUP = 'Y'
        MOVE "You have already applied to that posting." TO SAVE-TEXT
        EXIT PARAGRAPH
    END-IF

    MOVE "APPLY" TO WS-QUOTA-ACTION
    PERFORM CHECK-DAILY-QUOTA
    IF WS-QUOTA-OK NOT = 'Y'
        EXIT PARAGRAPH
    END-IF

    *> The optional cover letter, then the profile as it stands right
    *> now -- both go in with the application, so the employer sees
    *> what the student actually applied with even if the profile is
    *> edited afterwards.
    PERFORM GET-COVER-LETTER
    IF INPUTSEOF = 'Y'
        EXIT PARAGRAPH
    END-IF
    PERFORM CAPTURE-PROFILE-SNAPSHOT
    PERFORM FIND-REFERRAL

    IF WS-DRYRUN-MODE = 'Y'
        MOVE SPACES TO SAVE-TEXT
        STRING "[DRY RUN] Would submit application for " DELIMITED BY SIZE
           FUNCTION TRIM(WS-NAME) DELIMITED BY SIZE
           "|SUBMITTED|" DELIMITED BY SIZE
           WS-DATE-STAMP DELIMITED BY SIZE
           "|" DELIMITED BY SIZE
           FUNCTION TRIM(JOB-POSTING-ID) DELIMITED BY SIZE
           INTO APPLICATIONS-LINE
    END-STRING
    WRITE APPLICATIONS-LINE
    CLOSE APPLICATIONS
    PERFORM WRITE-APPLICATION-SNAPSHOT
    MOVE "SENT" TO WS-QUOTA-OUTCOME
    PERFORM RECORD-QUOTA-USE
    PERFORM END-DATA-UPDATE

    MOVE SPACES TO SAVE-TEXT
           "." DELIMITED BY SIZE
           INTO SAVE-TEXT
    END-STRING
    PERFORM SHOW
    IF WS-SNAP-COVER = SPACES
        MOVE "A copy of your profile as it stands today went with it." TO SAVE-TEXT
    ELSE
        MOVE "Your cover letter and a copy of your profile as it stands today went with it." TO SAVE-TEXT
    END-IF
    PERFORM SHOW
    IF WS-SNAP-REFERRER NOT = SPACES
        MOVE SPACES TO SAVE-TEXT
        STRING "The employer will see that " DELIMITED BY SIZE
               FUNCTION TRIM(WS-SNAP-REFERRER) DELIMITED BY SIZE
               " referred you." DELIMITED BY SIZE
               INTO SAVE-TEXT
        END-STRING
        PERFORM SHOW
    END-IF.

*> Refers one of the logged-in student's accepted connections to the
*> posting in JOB-FIELDS (the one just shown by APPLY-FOR-JOB). The
*> referral is recorded in referrals.txt and reaches the connection as
*> a notification. Same rules as a direct message: accepted
*> connections only, counted against the daily message quota, and a
*> connection who has blocked the sender quietly gets nothing. The
*> same posting can be referred to the same connection only once.
REFER-CONNECTION.
    MOVE "Enter the username of the connection to refer to this posting:" TO SAVE-TEXT
    PERFORM SHOW
    PERFORM GET-INPUT-LINE
    IF INPUTSEOF = 'Y'
        EXIT PARAGRAPH
    END-IF
    MOVE FUNCTION TRIM(INPUT-TEXT) TO WS-REF-TO

    IF FUNCTION LENGTH(FUNCTION TRIM(WS-REF-TO)) = 0
        MOVE "Username cannot be empty." TO SAVE-TEXT
        PERFORM SHOW
        EXIT PARAGRAPH
    END-IF
    IF FUNCTION TRIM(WS-REF-TO) = FUNCTION TRIM(WS-NAME)
        MOVE "You cannot refer yourself." TO SAVE-TEXT
        PERFORM SHOW
        EXIT PARAGRAPH
    END-IF

    MOVE WS-REF-TO TO WS-CONN-OTHER
    PERFORM CHECK-ACCEPTED-CONNECTION
    IF WS-CONN-OK NOT = 'Y'
        MOVE "You can only refer accepted connections in your network." TO SAVE-TEXT
        PERFORM SHOW
        EXIT PARAGRAPH
    END-IF

    PERFORM CHECK-DUPLICATE-REFERRAL
    IF WS-REF-DUP = 'Y'
        MOVE SPACES TO SAVE-TEXT
        STRING "You have already referred " DELIMITED BY SIZE
               FUNCTION TRIM(WS-REF-TO) DELIMITED BY SIZE
               " to this posting." DELIMITED BY SIZE
               INTO SAVE-TEXT
        END-STRING
        PERFORM SHOW
        EXIT PARAGRAPH
    END-IF

    MOVE "MESSAGE" TO WS-QUOTA-ACTION
    PERFORM CHECK-DAILY-QUOTA
    IF WS-QUOTA-OK NOT = 'Y'
        EXIT PARAGRAPH
    END-IF

    IF WS-DRYRUN-MODE = 'Y'
        MOVE SPACES TO SAVE-TEXT
        STRING "[DRY RUN] Would refer " DELIMITED BY SIZE
               FUNCTION TRIM(WS-REF-TO) DELIMITED BY SIZE
               " to " DELIMITED BY SIZE
               FUNCTION TRIM(JOB-TITLE) DELIMITED BY SIZE
               " at " DELIMITED BY SIZE
               FUNCTION TRIM(JOB-EMPLOYER) DELIMITED BY SIZE
               INTO SAVE-TEXT
        END-STRING
        PERFORM SHOW
        EXIT PARAGRAPH
    END-IF

    *> Honor the connection's block list silently: the sender sees the
    *> normal confirmation and nothing is recorded or delivered.
    MOVE WS-REF-TO TO WS-BLOCK-OTHER
    PERFORM CHECK-BLOCKED
    IF WS-BLOCKED = 'Y'
        MOVE "SENT" TO WS-QUOTA-OUTCOME
        PERFORM RECORD-QUOTA-USE
        PERFORM SHOW-REFERRAL-SENT
        EXIT PARAGRAPH
    END-IF

    PERFORM BEGIN-DATA-UPDATE
    IF WS-UPDATE-OK NOT = 'Y'
        MOVE "The data store is busy right now -- please try again in a moment." TO SAVE-TEXT
        PERFORM SHOW
        EXIT PARAGRAPH
    END-IF
    OPEN EXTEND REFERRALS
    IF REFERRALS-FILE-STATUS = "05" OR REFERRALS-FILE-STATUS = "35"
        OPEN OUTPUT REFERRALS
    END-IF
    MOVE SPACES TO REFERRALS-LINE
    STRING FUNCTION TRIM(WS-NAME) DELIMITED BY SIZE
           "|" DELIMITED BY SIZE
           FUNCTION TRIM(WS-REF-TO) DELIMITED BY SIZE
           "|" DELIMITED BY SIZE
           FUNCTION TRIM(JOB-POSTING-ID) DELIMITED BY SIZE
           "|" DELIMITED BY SIZE
           FUNCTION TRIM(JOB-EMPLOYER) DELIMITED BY SIZE
           "|" DELIMITED BY SIZE
           FUNCTION TRIM(JOB-TITLE) DELIMITED BY SIZE
           "|" DELIMITED BY SIZE
           WS-DATE-STAMP DELIMITED BY SIZE
           INTO REFERRALS-LINE
    END-STRING
    WRITE REFERRALS-LINE
    CLOSE REFERRALS

    MOVE WS-REF-TO TO NOTIF-RECIPIENT
    MOVE SPACES TO NOTIF-MAILED
    MOVE WS-NAME TO NOTIF-SENDER
    MOVE SPACES TO NOTIF-MESSAGE
    STRING FUNCTION TRIM(WS-NAME) DELIMITED BY SIZE
           " referred you to " DELIMITED BY SIZE
           FUNCTION TRIM(JOB-TITLE) DELIMITED BY SIZE
           " at " DELIMITED BY SIZE
           FUNCTION TRIM(JOB-EMPLOYER) DELIMITED BY SIZE
           " (posting #" DELIMITED BY SIZE
           FUNCTION TRIM(JOB-POSTING-ID) DELIMITED BY SIZE
           ") -- see Job Search" DELIMITED BY SIZE
           INTO NOTIF-MESSAGE
    END-STRING
    PERFORM WRITE-NOTIFICATION
    MOVE "SENT" TO WS-QUOTA-OUTCOME
    PERFORM RECORD-QUOTA-USE
    PERFORM END-DATA-UPDATE
    PERFORM SHOW-REFERRAL-SENT.

SHOW-REFERRAL-SENT.
    MOVE SPACES TO SAVE-TEXT
    STRING "Referral sent: " DELIMITED BY SIZE
           FUNCTION TRIM(WS-REF-TO) DELIMITED BY SIZE
           " will be told about " DELIMITED BY SIZE
           FUNCTION TRIM(JOB-TITLE) DELIMITED BY SIZE
           " at " DELIMITED BY SIZE
           FUNCTION TRIM(JOB-EMPLOYER) DELIMITED BY SIZE
           "." DELIMITED BY SIZE
           INTO SAVE-TEXT
    END-STRING
    PERFORM SHOW.

*> Sets WS-REF-DUP when the logged-in user has already referred
*> WS-REF-TO to the posting in JOB-FIELDS.
CHECK-DUPLICATE-REFERRAL.
    MOVE 'N' TO WS-REF-DUP
    OPEN INPUT REFERRALS
    IF REFERRALS-FILE-STATUS NOT = "00"
        EXIT PARAGRAPH
    END-IF
    MOVE "N" TO WS-REF-EOF
    PERFORM UNTIL WS-REF-EOF = "Y"
        READ REFERRALS INTO REFERRALS-LINE
            AT END MOVE "Y" TO WS-REF-EOF
            NOT AT END
                PERFORM SPLIT-REFERRAL-LINE
                IF FUNCTION TRIM(REF-REFERRER) = FUNCTION TRIM(WS-NAME)
                   AND FUNCTION TRIM(REF-REFERRED) = FUNCTION TRIM(WS-REF-TO)
                   AND FUNCTION TRIM(REF-POSTING-ID) = FUNCTION TRIM(JOB-POSTING-ID)
                    MOVE 'Y' TO WS-REF-DUP
                    MOVE "Y" TO WS-REF-EOF
                END-IF
        END-READ
    END-PERFORM
    CLOSE REFERRALS.

*> Who referred the logged-in student to the posting in JOB-FIELDS,
*> into WS-SNAP-REFERRER (spaces when nobody did). When several
*> connections referred the same posting, the first one to do so gets
*> the credit.
FIND-REFERRAL.
    MOVE SPACES TO WS-SNAP-REFERRER
    OPEN INPUT REFERRALS
    IF REFERRALS-FILE-STATUS NOT = "00"
        EXIT PARAGRAPH
    END-IF
    MOVE "N" TO WS-REF-EOF
    PERFORM UNTIL WS-REF-EOF = "Y"
        READ REFERRALS INTO REFERRALS-LINE
            AT END MOVE "Y" TO WS-REF-EOF
            NOT AT END
                PERFORM SPLIT-REFERRAL-LINE
                IF FUNCTION TRIM(REF-REFERRED) = FUNCTION TRIM(WS-NAME)
                   AND FUNCTION TRIM(REF-POSTING-ID) = FUNCTION TRIM(JOB-POSTING-ID)
                    MOVE REF-REFERRER TO WS-SNAP-REFERRER
                    MOVE "Y" TO WS-REF-EOF
                END-IF
        END-READ
    END-PERFORM
    CLOSE REFERRALS.

SPLIT-REFERRAL-LINE.
    MOVE SPACES TO REF-FIELDS
    UNSTRING REFERRALS-LINE DELIMITED BY "|"
        INTO REF-REFERRER REF-REFERRED REF-POSTING-ID REF-EMPLOYER
             REF-TITLE REF-DATE
    END-UNSTRING.

*> Asks for the optional one-line cover letter into WS-SNAP-COVER
*> (blank when skipped). The employer reads it, so it goes through the
*> same screening list as postings and messages; a letter that matches
*> is refused and the student may reword it or leave it out.
GET-COVER-LETTER.
    MOVE SPACES TO WS-SNAP-COVER
    MOVE 'N' TO WS-COVER-DONE
    PERFORM UNTIL WS-COVER-DONE = 'Y'
        MOVE "Add a cover letter? Type it on one line (up to 250 characters), or leave it blank to skip:" TO SAVE-TEXT
        PERFORM SHOW
        PERFORM GET-INPUT-LINE
        IF INPUTSEOF = 'Y'
            EXIT PARAGRAPH
        END-IF
        MOVE 'Y' TO WS-COVER-DONE
        IF FUNCTION LENGTH(FUNCTION TRIM(INPUT-TEXT)) > 0
            MOVE SPACES TO WS-SCR-TEXT
            MOVE FUNCTION TRIM(INPUT-TEXT) TO WS-SCR-TEXT
            PERFORM SCREEN-TEXT
            IF WS-SCR-HIT = 'Y'
                MOVE "That cover letter contains wording career services does not allow -- please reword it." TO SAVE-TEXT
                PERFORM SHOW
                MOVE 'N' TO WS-COVER-DONE
            ELSE
                MOVE FUNCTION LENGTH(FUNCTION TRIM(INPUT-TEXT)) TO WS-COVER-LEN
                MOVE FUNCTION TRIM(INPUT-TEXT) TO WS-SNAP-COVER
                INSPECT WS-SNAP-COVER REPLACING ALL "|" BY "/"
                IF WS-COVER-LEN > 250
                    MOVE "Your cover letter was cut to its first 250 characters." TO SAVE-TEXT
                    PERFORM SHOW
                END-IF
            END-IF
        END-IF
    END-PERFORM.

*> Copies the logged-in student's profile into WS-SNAP -- resume path,
*> experience, education and the completed skills (mask bits and the
*> completion log alike, as catalog numbers). WS-SNAP-COVER is left as
*> GET-COVER-LETTER set it. No profile on file snapshots as empty.
CAPTURE-PROFILE-SNAPSHOT.
    MOVE WS-DATE-STAMP TO WS-SNAP-DATE
    MOVE SPACES TO WS-SNAP-RESUME
    MOVE 0 TO WS-SNAP-EXP-COUNT WS-SNAP-EDU-COUNT
    MOVE "00000" TO P-SKILLS-MASK
    OPEN INPUT PROFILES
    IF PROFILES-FILE-STATUS = "00"
        MOVE FUNCTION TRIM(WS-NAME) TO P-USERNAME
        READ PROFILES KEY IS P-USERNAME
            INVALID KEY
                MOVE "00000" TO P-SKILLS-MASK
            NOT INVALID KEY
                INSPECT P-REC REPLACING ALL "|" BY "/"
                MOVE P-RESUME TO WS-SNAP-RESUME
                MOVE P-EXP-COUNT TO WS-SNAP-EXP-COUNT
                IF WS-SNAP-EXP-COUNT > 10
                    MOVE 10 TO WS-SNAP-EXP-COUNT
                END-IF
                PERFORM VARYING WS-SNAP-I FROM 1 BY 1
                        UNTIL WS-SNAP-I > WS-SNAP-EXP-COUNT
                    MOVE P-EXP-TITLE(WS-SNAP-I)   TO WS-SNAP-EXP-TITLE(WS-SNAP-I)
                    MOVE P-EXP-COMPANY(WS-SNAP-I) TO WS-SNAP-EXP-COMPANY(WS-SNAP-I)
                    MOVE P-EXP-DATES(WS-SNAP-I)   TO WS-SNAP-EXP-DATES(WS-SNAP-I)
                    MOVE P-EXP-DESC(WS-SNAP-I)    TO WS-SNAP-EXP-DESC(WS-SNAP-I)
                END-PERFORM
                MOVE P-EDU-COUNT TO WS-SNAP-EDU-COUNT
                IF WS-SNAP-EDU-COUNT > 10
                    MOVE 10 TO WS-SNAP-EDU-COUNT
                END-IF
                PERFORM VARYING WS-SNAP-I FROM 1 BY 1
                        UNTIL WS-SNAP-I > WS-SNAP-EDU-COUNT
                    MOVE P-EDU-DEGREE(WS-SNAP-I) TO WS-SNAP-EDU-DEGREE(WS-SNAP-I)
                    MOVE P-EDU-SCHOOL(WS-SNAP-I) TO WS-SNAP-EDU-SCHOOL(WS-SNAP-I)
                    MOVE P-EDU-YEARS(WS-SNAP-I)  TO WS-SNAP-EDU-YEARS(WS-SNAP-I)
                END-PERFORM
        END-READ
        CLOSE PROFILES
    END-IF
    MOVE FUNCTION TRIM(WS-NAME) TO WS-END-USER
    PERFORM BUILD-SKILL-ID-LIST
    MOVE WS-SNAP-ID-LIST TO WS-SNAP-SKILLS.

*> Completed skills of WS-END-USER (profile in P-REC) as a list of
*> two-digit catalog numbers, each followed by a comma, in catalog
*> order -- into WS-SNAP-ID-LIST.
BUILD-SKILL-ID-LIST.
    MOVE SPACES TO WS-SNAP-ID-LIST
    MOVE 1 TO WS-SNAP-PTR
    PERFORM LOAD-SKILL-CATALOG
    PERFORM VARYING WS-CAT-I FROM 1 BY 1 UNTIL WS-CAT-I > WS-CAT-COUNT
        PERFORM CHECK-SKILL-DONE
        IF WS-SKILL-DONE-FLAG = 'Y'
            STRING WS-CAT-ID(WS-CAT-I) DELIMITED BY SIZE
                   "," DELIMITED BY SIZE
                   INTO WS-SNAP-ID-LIST WITH POINTER WS-SNAP-PTR
            END-STRING
        END-IF
    END-PERFORM.

*> Appends the set of snapshot rows for the application just written
*> (applicant WS-NAME, posting JOB-POSTING-ID) from WS-SNAP. Runs
*> inside APPLY-FOR-JOB's BEGIN-DATA-UPDATE burst.
WRITE-APPLICATION-SNAPSHOT.
    OPEN EXTEND APP-SNAPSHOTS
    IF APP-SNAPSHOTS-FILE-STATUS = "05" OR APP-SNAPSHOTS-FILE-STATUS = "35"
        OPEN OUTPUT APP-SNAPSHOTS
    END-IF
    MOVE "H" TO SNAP-KIND
    PERFORM START-SNAPSHOT-LINE
    STRING FUNCTION TRIM(WS-SNAP-RESUME) DELIMITED BY SIZE
           "|" DELIMITED BY SIZE
           WS-SNAP-DATE DELIMITED BY SIZE
           INTO APP-SNAPSHOTS-LINE WITH POINTER WS-SNAP-PTR
    END-STRING
    WRITE APP-SNAPSHOTS-LINE

    MOVE "S" TO SNAP-KIND
    PERFORM START-SNAPSHOT-LINE
    STRING FUNCTION TRIM(WS-SNAP-SKILLS) DELIMITED BY SIZE
           INTO APP-SNAPSHOTS-LINE WITH POINTER WS-SNAP-PTR
    END-STRING
    WRITE APP-SNAPSHOTS-LINE

    IF WS-SNAP-REFERRER NOT = SPACES
        MOVE "R" TO SNAP-KIND
        PERFORM START-SNAPSHOT-LINE
        STRING FUNCTION TRIM(WS-SNAP-REFERRER) DELIMITED BY SIZE
               INTO APP-SNAPSHOTS-LINE WITH POINTER WS-SNAP-PTR
        END-STRING
        WRITE APP-SNAPSHOTS-LINE
    END-IF

    IF WS-SNAP-COVER NOT = SPACES
        MOVE "C" TO SNAP-KIND
        PERFORM START-SNAPSHOT-LINE
        STRING FUNCTION TRIM(WS-SNAP-COVER) DELIMITED BY SIZE
               INTO APP-SNAPSHOTS-LINE WITH POINTER WS-SNAP-PTR
        END-STRING
        WRITE APP-SNAPSHOTS-LINE
    END-IF

    PERFORM VARYING WS-SNAP-I FROM 1 BY 1 UNTIL WS-SNAP-I > WS-SNAP-EXP-COUNT
        MOVE "X" TO SNAP-KIND
        PERFORM START-SNAPSHOT-LINE
        STRING FUNCTION TRIM(WS-SNAP-EXP-TITLE(WS-SNAP-I)) DELIMITED BY SIZE
               "|" DELIMITED BY SIZE
               FUNCTION TRIM(WS-SNAP-EXP-COMPANY(WS-SNAP-I)) DELIMITED BY SIZE
               "|" DELIMITED BY SIZE
               FUNCTION TRIM(WS-SNAP-EXP-DATES(WS-SNAP-I)) DELIMITED BY SIZE
               "|" DELIMITED BY SIZE
               FUNCTION TRIM(WS-SNAP-EXP-DESC(WS-SNAP-I)) DELIMITED BY SIZE
               INTO APP-SNAPSHOTS-LINE WITH POINTER WS-SNAP-PTR
        END-STRING
        WRITE APP-SNAPSHOTS-LINE
    END-PERFORM

    PERFORM VARYING WS-SNAP-I FROM 1 BY 1 UNTIL WS-SNAP-I > WS-SNAP-EDU-COUNT
        MOVE "D" TO SNAP-KIND
        PERFORM START-SNAPSHOT-LINE
        STRING FUNCTION TRIM(WS-SNAP-EDU-DEGREE(WS-SNAP-I)) DELIMITED BY SIZE
               "|" DELIMITED BY SIZE
               FUNCTION TRIM(WS-SNAP-EDU-SCHOOL(WS-SNAP-I)) DELIMITED BY SIZE
               "|" DELIMITED BY SIZE
               FUNCTION TRIM(WS-SNAP-EDU-YEARS(WS-SNAP-I)) DELIMITED BY SIZE
               INTO APP-SNAPSHOTS-LINE WITH POINTER WS-SNAP-PTR
        END-STRING
        WRITE APP-SNAPSHOTS-LINE
    END-PERFORM
    CLOSE APP-SNAPSHOTS.

*> Starts a snapshot row of kind SNAP-KIND: APPLICANT|POSTING-ID|KIND|
*> with WS-SNAP-PTR left just past it for the kind's own fields.
START-SNAPSHOT-LINE.
    MOVE SPACES TO APP-SNAPSHOTS-LINE
    MOVE 1 TO WS-SNAP-PTR
    STRING FUNCTION TRIM(WS-NAME) DELIMITED BY SIZE
           "|" DELIMITED BY SIZE
           FUNCTION TRIM(JOB-POSTING-ID) DELIMITED BY SIZE
           "|" DELIMITED BY SIZE
           SNAP-KIND DELIMITED BY SIZE
           "|" DELIMITED BY SIZE
           INTO APP-SNAPSHOTS-LINE WITH POINTER WS-SNAP-PTR
    END-STRING.

*> Sets WS-APP-DUP when applications.txt already holds a row for the
*> posting number in JOB-FIELDS naming the logged-in user in any live
*> status (anything other than WITHDRAWN).
CHECK-DUPLICATE-APPLICATION.
    MOVE 'N' TO WS-APP-DUP
            AT END MOVE "Y" TO WS-APPS-EOF
            NOT AT END
                PERFORM SPLIT-APPLICATION-LINE
                IF APP-POSTING-ID = JOB-POSTING-ID
                   AND FUNCTION TRIM(APP-APPLICANT) = FUNCTION TRIM(WS-NAME)
                   AND FUNCTION TRIM(APP-STATUS) NOT = "WITHDRAWN"
                    MOVE 'Y' TO WS-APP-DUP
    MOVE SPACES TO JOB-FIELDS
    UNSTRING JOBS-LINE DELIMITED BY "|"
        INTO JOB-EMPLOYER JOB-TITLE JOB-MAJOR JOB-LOCATION JOB-POSTED
             JOB-STATUS JOB-EXPIRES JOB-POSTING-ID
    END-UNSTRING
    IF FUNCTION LENGTH(FUNCTION TRIM(JOB-STATUS)) = 0
        MOVE "OPEN" TO JOB-STATUS
    END-IF.

*> Issues the next permanent posting number into JOB-POSTING-ID.
*> src/posting-seq.txt holds the last number handed out; jobs.txt is
*> scanned as well so a missing or stale counter can never hand out
*> a number already on the board. Runs inside the caller's
*> BEGIN-DATA-UPDATE burst so two employers posting at once cannot
*> draw the same number.
ASSIGN-POSTING-ID.
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
    IF JOBS-FILE-STATUS = "00"
        MOVE "N" TO WS-JOBS-EOF
        PERFORM UNTIL WS-JOBS-EOF = "Y"
            READ JOBS INTO JOBS-LINE
                AT END MOVE "Y" TO WS-JOBS-EOF
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
        CLOSE JOBS
    END-IF

    ADD 1 TO WS-POSTING-SEQ
    MOVE WS-POSTING-SEQ TO JOB-POSTING-ID
    OPEN OUTPUT POSTING-SEQ
    MOVE SPACES TO POSTING-SEQ-LINE
    MOVE WS-POSTING-SEQ TO POSTING-SEQ-LINE
    WRITE POSTING-SEQ-LINE
    CLOSE POSTING-SEQ.

*> Lists the logged-in user's applications with each one's current
*> status and applied-on date, so a student no longer has to call
*> career services to ask what happened to an application.

    MOVE APP-EMPLOYER TO WS-WD-EMPLOYER
    MOVE APP-TITLE    TO WS-WD-TITLE
    MOVE APP-POSTING-ID TO WS-WD-POSTING-ID

    PERFORM BEGIN-DATA-UPDATE
    IF WS-UPDATE-OK NOT = 'Y'
                       FUNCTION TRIM(APP-STATUS) DELIMITED BY SIZE
                       "|" DELIMITED BY SIZE
                       FUNCTION TRIM(APP-DATE) DELIMITED BY SIZE
                       "|" DELIMITED BY SIZE
                       FUNCTION TRIM(APP-POSTING-ID) DELIMITED BY SIZE
                       INTO APP-NEW-LINE
                END-STRING
                WRITE APP-NEW-LINE
    CALL "SYSTEM" USING BY CONTENT "mv -f src/applications.new src/applications.txt"

    *> Tell the employer their applicant left the pipeline.
    MOVE WS-WD-EMPLOYER TO NOTIF-RECIPIENT
    MOVE SPACES TO NOTIF-MAILED
    MOVE WS-NAME TO NOTIF-SENDER
    MOVE SPACES TO NOTIF-MESSAGE
    STRING FUNCTION TRIM(WS-NAME) DELIMITED BY SIZE
           FUNCTION TRIM(WS-WD-TITLE) DELIMITED BY SIZE
           INTO NOTIF-MESSAGE
    END-STRING
    PERFORM WRITE-NOTIFICATION
    PERFORM END-DATA-UPDATE

    MOVE SPACES TO SAVE-TEXT
    MOVE SPACES TO INT-FIELDS
    UNSTRING INTERVIEWS-LINE DELIMITED BY "|"
        INTO INT-EMPLOYER INT-TITLE INT-APPLICANT INT-DATE INT-TIME
             INT-LOCATION INT-STATUS INT-POSTING-ID
    END-UNSTRING.

*> Books an interview slot for the application numbered WS-APP-CHOICE
*> in the My Applications listing: the application must be at
*> INTERVIEW, the student picks from the OPEN slots the employer
*> posted for it (matched on the posting number, so slots left over
*> from an earlier posting of the same title never show up here),
*> the chosen slot flips to BOOKED (rewrite via
*> interviews.new + mv), and the employer hears about the booking
*> through the notifications queue.
PICK-INTERVIEW-SLOT.
    END-IF
    MOVE APP-EMPLOYER TO WS-WD-EMPLOYER
    MOVE APP-TITLE    TO WS-WD-TITLE
    MOVE APP-POSTING-ID TO WS-WD-POSTING-ID

    *> List the OPEN slots posted for this application.
    OPEN INPUT INTERVIEWS
            AT END MOVE "Y" TO WS-INT-EOF
            NOT AT END
                PERFORM SPLIT-INTERVIEW-LINE
                IF INT-POSTING-ID = WS-WD-POSTING-ID
                   AND FUNCTION TRIM(INT-APPLICANT) = FUNCTION TRIM(WS-NAME)
                   AND FUNCTION TRIM(INT-STATUS) = "OPEN"
                    ADD 1 TO WS-INT-COUNT
            AT END MOVE "Y" TO WS-INT-EOF
            NOT AT END
                PERFORM SPLIT-INTERVIEW-LINE
                IF INT-POSTING-ID = WS-WD-POSTING-ID
                   AND FUNCTION TRIM(INT-APPLICANT) = FUNCTION TRIM(WS-NAME)
                   AND FUNCTION TRIM(INT-STATUS) = "OPEN"
                    ADD 1 TO WS-INT-COUNT
                       FUNCTION TRIM(INT-LOCATION) DELIMITED BY SIZE
                       "|" DELIMITED BY SIZE
                       FUNCTION TRIM(INT-STATUS) DELIMITED BY SIZE
                       "|" DELIMITED BY SIZE
                       FUNCTION TRIM(INT-POSTING-ID) DELIMITED BY SIZE
                       INTO INT-NEW-LINE
                END-STRING
                WRITE INT-NEW-LINE
    CALL "SYSTEM" USING BY CONTENT "mv -f src/interviews.new src/interviews.txt"

    *> Tell the employer the slot is taken.
    MOVE WS-WD-EMPLOYER TO NOTIF-RECIPIENT
    MOVE SPACES TO NOTIF-MAILED
    MOVE WS-NAME TO NOTIF-SENDER
    MOVE SPACES TO NOTIF-MESSAGE
    STRING FUNCTION TRIM(WS-NAME) DELIMITED BY SIZE
           FUNCTION TRIM(WS-PICK-TIME) DELIMITED BY SIZE
           INTO NOTIF-MESSAGE
    END-STRING
    PERFORM WRITE-NOTIFICATION
    PERFORM END-DATA-UPDATE

    MOVE SPACES TO SAVE-TEXT
    END-IF
    MOVE APP-EMPLOYER TO WS-WD-EMPLOYER
    MOVE APP-TITLE    TO WS-WD-TITLE
    MOVE APP-POSTING-ID TO WS-WD-POSTING-ID

    *> Show who is behind the offer before asking for a decision.
    MOVE WS-WD-EMPLOYER TO WS-CO-LOOKUP
                       FUNCTION TRIM(APP-STATUS) DELIMITED BY SIZE
                       "|" DELIMITED BY SIZE
                       FUNCTION TRIM(APP-DATE) DELIMITED BY SIZE
                       "|" DELIMITED BY SIZE
                       FUNCTION TRIM(APP-POSTING-ID) DELIMITED BY SIZE
                       INTO APP-NEW-LINE
                END-STRING
                WRITE APP-NEW-LINE
    END-IF

    *> Tell the employer how their offer landed.
    MOVE WS-WD-EMPLOYER TO NOTIF-RECIPIENT
    MOVE SPACES TO NOTIF-MAILED
    MOVE WS-NAME TO NOTIF-SENDER
    MOVE SPACES TO NOTIF-MESSAGE
    IF WS-OFFER-STATUS = "ACCEPTED"
               INTO NOTIF-MESSAGE
        END-STRING
    END-IF
    PERFORM WRITE-NOTIFICATION
    PERFORM END-DATA-UPDATE

    MOVE SPACES TO SAVE-TEXT
           FUNCTION TRIM(WS-GRAD-YEAR-DISPLAY) DELIMITED BY SIZE
           "|" DELIMITED BY SIZE
           WS-DATE-STAMP DELIMITED BY SIZE
           "|" DELIMITED BY SIZE
           FUNCTION TRIM(WS-WD-POSTING-ID) DELIMITED BY SIZE
           INTO PLACEMENTS-LINE
    END-STRING
    WRITE PLACEMENTS-LINE
    MOVE SPACES TO APP-FIELDS
    UNSTRING APPLICATIONS-LINE DELIMITED BY "|"
        INTO APP-EMPLOYER APP-TITLE APP-APPLICANT APP-STATUS APP-DATE
             APP-POSTING-ID
    END-UNSTRING
    IF FUNCTION LENGTH(FUNCTION TRIM(APP-STATUS)) = 0
        MOVE "SUBMITTED" TO APP-STATUS
*> logged-in user -- connection-request alerts from the
*> Epic4-Deliverables program and application-status changes from
*> src/ApplicationReview.cob both arrive through this one queue.
*> Only this user's part of the keyed file is read; rows for other
*> users stay for the mail/SMS gateway job.
VIEW-MY-NOTIFICATIONS.
    MOVE "--- My Notifications ---" TO SAVE-TEXT
    PERFORM SHOW

    MOVE 0 TO WS-NOTIF-COUNT
    MOVE LOW-VALUES TO WS-NOTIF-LAST-KEY
    OPEN INPUT NOTIFICATIONS
    IF NOTIFICATIONS-FILE-STATUS NOT = "00"
        MOVE "You have no new notifications." TO SAVE-TEXT
    END-IF

    MOVE "N" TO WS-NOTIF-EOF
    MOVE LOW-VALUES TO NOTIF-KEY
    MOVE WS-NAME TO NOTIF-RECIPIENT
    START NOTIFICATIONS KEY IS NOT LESS THAN NOTIF-KEY
        INVALID KEY MOVE "Y" TO WS-NOTIF-EOF
    END-START
    PERFORM UNTIL WS-NOTIF-EOF = "Y"
        READ NOTIFICATIONS NEXT RECORD INTO NOTIFICATION-REC
            AT END MOVE "Y" TO WS-NOTIF-EOF
            NOT AT END
                IF FUNCTION TRIM(NOTIF-RECIPIENT) NOT = FUNCTION TRIM(WS-NAME)
                    MOVE "Y" TO WS-NOTIF-EOF
                ELSE
                    ADD 1 TO WS-NOTIF-COUNT
                    MOVE SPACES TO SAVE-TEXT
                    STRING WS-NOTIF-COUNT DELIMITED BY SIZE
                           INTO SAVE-TEXT
                    END-STRING
                    PERFORM SHOW
                    MOVE NOTIF-KEY TO WS-NOTIF-LAST-KEY
                END-IF
        END-READ
    END-PERFORM
        EXIT PARAGRAPH
    END-IF

    *> Consume the rows just shown -- a keyed DELETE of each, up to the
    *> last one listed. The consumed rows move, date-stamped, into the
    *> holding file the RetentionPurge batch ages out.
    PERFORM BEGIN-DATA-UPDATE
    IF WS-UPDATE-OK NOT = 'Y'
        MOVE "The data store is busy right now -- please try again in a moment." TO SAVE-TEXT
        PERFORM SHOW
        EXIT PARAGRAPH
    END-IF
    OPEN I-O NOTIFICATIONS
    IF NOTIFICATIONS-FILE-STATUS NOT = "00"
        PERFORM END-DATA-UPDATE
        EXIT PARAGRAPH
    END-IF
    OPEN EXTEND NOTIF-CONSUMED
    IF NOTIF-CONS-FILE-STATUS = "05" OR NOTIF-CONS-FILE-STATUS = "35"
        OPEN OUTPUT NOTIF-CONSUMED
    END-IF
    MOVE "N" TO WS-NOTIF-EOF
    MOVE LOW-VALUES TO NOTIF-KEY
    MOVE WS-NAME TO NOTIF-RECIPIENT
    START NOTIFICATIONS KEY IS NOT LESS THAN NOTIF-KEY
        INVALID KEY MOVE "Y" TO WS-NOTIF-EOF
    END-START
    PERFORM UNTIL WS-NOTIF-EOF = "Y"
        READ NOTIFICATIONS NEXT RECORD INTO NOTIFICATION-REC
            AT END MOVE "Y" TO WS-NOTIF-EOF
            NOT AT END
                IF FUNCTION TRIM(NOTIF-RECIPIENT) NOT = FUNCTION TRIM(WS-NAME)
                   OR NOTIF-KEY > WS-NOTIF-LAST-KEY
                    MOVE "Y" TO WS-NOTIF-EOF
                ELSE
                    MOVE SPACES TO NOTIF-CONSUMED-LINE
                    STRING FUNCTION CURRENT-DATE(1:8) DELIMITED BY SIZE
                           "|" DELIMITED BY SIZE
                           FUNCTION TRIM(NOTIF-RECIPIENT) DELIMITED BY SIZE
                           "|" DELIMITED BY SIZE
                           FUNCTION TRIM(NOTIF-SENDER) DELIMITED BY SIZE
                           "|" DELIMITED BY SIZE
                           FUNCTION TRIM(NOTIF-MESSAGE) DELIMITED BY SIZE
                           INTO NOTIF-CONSUMED-LINE
                    END-STRING
                    WRITE NOTIF-CONSUMED-LINE
                    MOVE "NOTIFS" TO WS-JRN-FILE
                    MOVE "DELETE" TO WS-JRN-ACTION
                    MOVE NOTIF-RECIPIENT TO WS-JRN-KEY
                    MOVE NOTIFICATION-REC TO WS-JRN-IMAGE
                    PERFORM JOURNAL-BEGIN
                    DELETE NOTIFICATIONS RECORD
                        INVALID KEY
                            CONTINUE
                    END-DELETE
                    PERFORM JOURNAL-COMMIT
                END-IF
        END-READ
    END-PERFORM
    CLOSE NOTIFICATIONS
    CLOSE NOTIF-CONSUMED
    PERFORM END-DATA-UPDATE.

*> Queues the notification the caller built in NOTIFICATION-REC
*> (recipient, sender, message, mailed date) under the current time
*> and the first free sequence number for its recipient in that
*> second. Callers run it inside their own data-update burst.
WRITE-NOTIFICATION.
    MOVE NOTIFICATION-REC TO WS-NOTIF-IMAGE
    MOVE NOTIF-RECIPIENT TO WS-NOTIF-NEW-RECIPIENT
    MOVE FUNCTION CURRENT-DATE(1:14) TO WS-NOTIF-NEW-SENT
    MOVE 0 TO WS-NOTIF-NEW-SEQ
    OPEN I-O NOTIFICATIONS
    IF NOTIFICATIONS-FILE-STATUS = "35"
        OPEN OUTPUT NOTIFICATIONS
        CLOSE NOTIFICATIONS
        OPEN I-O NOTIFICATIONS
    END-IF
    MOVE 'N' TO WS-NOTIF-KEY-FREE
    PERFORM UNTIL WS-NOTIF-KEY-FREE = 'Y'
        MOVE WS-NOTIF-NEW-KEY TO NOTIF-KEY
        READ NOTIFICATIONS
            INVALID KEY
                MOVE 'Y' TO WS-NOTIF-KEY-FREE
            NOT INVALID KEY
                IF WS-NOTIF-NEW-SEQ < 999
                    ADD 1 TO WS-NOTIF-NEW-SEQ
                ELSE
                    PERFORM STEP-NOTIF-SECOND
                    MOVE 0 TO WS-NOTIF-NEW-SEQ
                END-IF
        END-READ
    END-PERFORM
    MOVE WS-NOTIF-IMAGE TO NOTIFICATION-REC
    MOVE WS-NOTIF-NEW-KEY TO NOTIF-KEY
    MOVE "NOTIFS" TO WS-JRN-FILE
    MOVE "WRITE" TO WS-JRN-ACTION
    MOVE NOTIF-RECIPIENT TO WS-JRN-KEY
    MOVE NOTIFICATION-REC TO WS-JRN-IMAGE
    PERFORM JOURNAL-BEGIN
    *> The key was just probed free, so a refusal here is an I/O
    *> fault. Say so in the audit log (without disturbing SAVE-TEXT,
    *> which the caller may be composing); the COMMIT still closes
    *> the entry so recovery does not replay a write that was refused.
    WRITE NOTIFICATION-REC
        INVALID KEY
            MOVE SPACES TO SAVE-RECORD
            MOVE FUNCTION CURRENT-DATE(1:14) TO LOG-TIMESTAMP
            MOVE WS-NAME TO LOG-USER
            MOVE CURRENT-ACTION TO LOG-ACTION
            STRING "Notification for " DELIMITED BY SIZE
                   FUNCTION TRIM(WS-NOTIF-NEW-RECIPIENT) DELIMITED BY SIZE
                   " could not be queued (file status " DELIMITED BY SIZE
                   NOTIFICATIONS-FILE-STATUS DELIMITED BY SIZE
                   ")." DELIMITED BY SIZE
                   INTO LOG-TEXT
            END-STRING
            WRITE SAVE-RECORD
    END-WRITE
    PERFORM JOURNAL-COMMIT
    CLOSE NOTIFICATIONS.

*> Moves WS-NOTIF-NEW-SENT (YYYYMMDDHHMMSS) on by one second,
*> carrying into the minute, hour and day.
STEP-NOTIF-SECOND.
    MOVE WS-NOTIF-NEW-SENT TO WS-NOTIF-STEP
    IF WS-NOTIF-STEP-SS < 59
        ADD 1 TO WS-NOTIF-STEP-SS
    ELSE
        MOVE 0 TO WS-NOTIF-STEP-SS
        IF WS-NOTIF-STEP-MM < 59
            ADD 1 TO WS-NOTIF-STEP-MM
        ELSE
            MOVE 0 TO WS-NOTIF-STEP-MM
            IF WS-NOTIF-STEP-HH < 23
                ADD 1 TO WS-NOTIF-STEP-HH
            ELSE
                MOVE 0 TO WS-NOTIF-STEP-HH
                COMPUTE WS-NOTIF-STEP-DATE = FUNCTION DATE-OF-INTEGER(
                    FUNCTION INTEGER-OF-DATE(WS-NOTIF-STEP-DATE) + 1)
            END-IF
        END-IF
    END-IF
    MOVE WS-NOTIF-STEP TO WS-NOTIF-NEW-SENT.

*> Post-login menu for employer accounts (IN-ACCT-TYPE = 'E') -- the
*> employer-facing counterpart of NAV-MENU, structured the same way:
        PERFORM SHOW
        MOVE "8. View My Notifications" TO SAVE-TEXT
        PERFORM SHOW
        MOVE "10. Record Interview Outcomes" TO SAVE-TEXT
        PERFORM SHOW
        MOVE "11. E-mail Notification Settings" TO SAVE-TEXT
        PERFORM SHOW
        MOVE "12. Submit an Intern Evaluation" TO SAVE-TEXT
        PERFORM SHOW
        MOVE "9. Exit" TO SAVE-TEXT
        PERFORM SHOW
        MOVE "Enter your choice:" TO SAVE-TEXT
                WHEN 8
                    MOVE "NOTIFICATIONS" TO CURRENT-ACTION
                    PERFORM VIEW-MY-NOTIFICATIONS
                WHEN 10
                    MOVE "INTERVIEW OUTCOME" TO CURRENT-ACTION
                    PERFORM RECORD-INTERVIEW-OUTCOME
                WHEN 11
                    MOVE "EMAIL SETTINGS" TO CURRENT-ACTION
                    PERFORM EMAIL-SETTINGS
                WHEN 12
                    MOVE "INTERN EVALUATION" TO CURRENT-ACTION
                    PERFORM INTERNSHIP-EVALUATE
                WHEN 9
                    MOVE "EXIT" TO CURRENT-ACTION
                    MOVE "Exiting navigation..." TO SAVE-TEXT
    CLOSE EMP-VERIFY.

*> Appends a new posting to jobs.txt under the logged-in employer's
*> username, stamped with today's date, an OPEN status and the next
*> permanent posting number (ASSIGN-POSTING-ID). Refuses
*> until the account has cleared the verification queue, so a prank
*> "employer" can no longer put fake listings in front of students.
POST-NEW-JOB.
    *> lingering on the board. Blank means the posting never auto-closes.
    PERFORM GET-EXPIRATION-DATE

    *> Required and preferred skills (optional) -- the employer's
    *> applicant list is ranked against these.
    PERFORM GET-POSTING-SKILLS

    *> Posted date in the file's YYYY-MM-DD style (WS-DATE-STAMP is
    *> today's YYYYMMDD, set in MAINLINE).
    MOVE SPACES TO WS-POSTED-DATE
           INTO WS-POSTED-DATE
    END-STRING

    *> Screen the posting's free text against the career services
    *> list. A hit still goes into jobs.txt (so it keeps its posting
    *> number) but as QUARANTINE, which JOB-SEARCH never shows, and
    *> waits in the screening review queue for an administrator.
    MOVE SPACES TO WS-SCR-TEXT
    STRING FUNCTION TRIM(JOB-TITLE) DELIMITED BY SIZE
           " " DELIMITED BY SIZE
           FUNCTION TRIM(JOB-LOCATION) DELIMITED BY SIZE
           INTO WS-SCR-TEXT
    END-STRING
    PERFORM SCREEN-TEXT
    IF WS-SCR-HIT = 'Y'
        MOVE "QUARANTINE" TO WS-NEW-JOB-STATUS
    ELSE
        MOVE "OPEN" TO WS-NEW-JOB-STATUS
    END-IF

    IF WS-DRYRUN-MODE = 'Y'
        MOVE SPACES TO SAVE-TEXT
        IF WS-SCR-HIT = 'Y'
            STRING "[DRY RUN] Would hold for review: " DELIMITED BY SIZE
                   FUNCTION TRIM(JOB-TITLE) DELIMITED BY SIZE
                   INTO SAVE-TEXT
            END-STRING
        ELSE
            STRING "[DRY RUN] Would post: " DELIMITED BY SIZE
                   FUNCTION TRIM(JOB-TITLE) DELIMITED BY SIZE
                   INTO SAVE-TEXT
            END-STRING
        END-IF
        PERFORM SHOW
        EXIT PARAGRAPH
    END-IF
        PERFORM SHOW
        EXIT PARAGRAPH
    END-IF
    PERFORM ASSIGN-POSTING-ID
    OPEN EXTEND JOBS
    IF JOBS-FILE-STATUS = "05" OR JOBS-FILE-STATUS = "35"
        OPEN OUTPUT JOBS
           FUNCTION TRIM(JOB-LOCATION) DELIMITED BY SIZE
           "|" DELIMITED BY SIZE
           FUNCTION TRIM(WS-POSTED-DATE) DELIMITED BY SIZE
           "|" DELIMITED BY SIZE
           FUNCTION TRIM(WS-NEW-JOB-STATUS) DELIMITED BY SIZE
           "|" DELIMITED BY SIZE
           FUNCTION TRIM(WS-EXPIRES-DATE) DELIMITED BY SIZE
           "|" DELIMITED BY SIZE
           JOB-POSTING-ID DELIMITED BY SIZE
           INTO JOBS-LINE
    END-STRING
    WRITE JOBS-LINE
    CLOSE JOBS
    PERFORM SAVE-POSTING-SKILLS
    IF WS-SCR-HIT = 'Y'
        MOVE "POSTING" TO WS-SCQ-KIND
        MOVE JOB-POSTING-ID TO WS-SCQ-TARGET
        MOVE WS-SCR-TEXT TO WS-SCQ-BODY
        PERFORM HOLD-FOR-REVIEW
    END-IF
    PERFORM END-DATA-UPDATE

    MOVE SPACES TO SAVE-TEXT
    IF WS-SCR-HIT = 'Y'
        STRING "Posting #" DELIMITED BY SIZE
               JOB-POSTING-ID DELIMITED BY SIZE
               " is being held for review by career services before it appears on the job board." DELIMITED BY SIZE
               INTO SAVE-TEXT
        END-STRING
    ELSE
        STRING "Posting #" DELIMITED BY SIZE
               JOB-POSTING-ID DELIMITED BY SIZE
               " added to the job board." DELIMITED BY SIZE
               INTO SAVE-TEXT
        END-STRING
    END-IF
    PERFORM SHOW.

*> Prompts for an expiration date into WS-EXPIRES-DATE. A blank line
        END-IF
    END-PERFORM.

*> Prompts for the posting's required and preferred skills as skill
*> numbers from the catalog, separated by commas; a blank line means
*> none. Leaves the stored form (e.g. 1,3) in WS-PS-REQUIRED and
*> WS-PS-PREFERRED. A skill already required is dropped from the
*> preferred list.
GET-POSTING-SKILLS.
    MOVE SPACES TO WS-PS-REQUIRED
    MOVE SPACES TO WS-PS-PREFERRED
    PERFORM LOAD-SKILL-CATALOG
    IF WS-CAT-COUNT = 0
        EXIT PARAGRAPH
    END-IF

    MOVE "Skills catalog:" TO SAVE-TEXT
    PERFORM SHOW
    PERFORM VARYING WS-CAT-I FROM 1 BY 1 UNTIL WS-CAT-I > WS-CAT-COUNT
        MOVE WS-CAT-ID(WS-CAT-I) TO WS-CAT-ID-TXT
        MOVE SPACES TO SAVE-TEXT
        STRING "  " DELIMITED BY SIZE
               WS-CAT-ID-TXT DELIMITED BY SIZE
               ". " DELIMITED BY SIZE
               FUNCTION TRIM(WS-CAT-TITLE(WS-CAT-I)) DELIMITED BY SIZE
               INTO SAVE-TEXT
        END-STRING
        PERFORM SHOW
    END-PERFORM

    MOVE "N" TO FIELD-OK
    PERFORM UNTIL FIELD-OK = "Y"
        MOVE "Enter required skill numbers separated by commas (blank line for none):" TO SAVE-TEXT
        PERFORM SHOW
        PERFORM GET-INPUT-LINE
        MOVE SPACES TO WS-PS-INPUT
        IF INPUTSEOF NOT = 'Y'
            MOVE FUNCTION TRIM(INPUT-TEXT) TO WS-PS-INPUT
        END-IF
        PERFORM PARSE-SKILL-LIST
        IF WS-PS-OK = 'Y'
            MOVE WS-PS-COUNT TO WS-PS-REQ-COUNT
            PERFORM VARYING WS-PS-I FROM 1 BY 1 UNTIL WS-PS-I > WS-PS-COUNT
                MOVE WS-PS-ID(WS-PS-I) TO WS-PS-REQ-ID(WS-PS-I)
            END-PERFORM
            PERFORM BUILD-SKILL-LIST
            MOVE WS-PS-INPUT TO WS-PS-REQUIRED
            MOVE "Y" TO FIELD-OK
        ELSE
            PERFORM SHOW-BAD-SKILL
        END-IF
    END-PERFORM

    MOVE "N" TO FIELD-OK
    PERFORM UNTIL FIELD-OK = "Y"
        MOVE "Enter preferred skill numbers separated by commas (blank line for none):" TO SAVE-TEXT
        PERFORM SHOW
        PERFORM GET-INPUT-LINE
        MOVE SPACES TO WS-PS-INPUT
        IF INPUTSEOF NOT = 'Y'
            MOVE FUNCTION TRIM(INPUT-TEXT) TO WS-PS-INPUT
        END-IF
        PERFORM PARSE-SKILL-LIST
        IF WS-PS-OK = 'Y'
            PERFORM DROP-REQUIRED-SKILLS
            PERFORM BUILD-SKILL-LIST
            MOVE WS-PS-INPUT TO WS-PS-PREFERRED
            MOVE "Y" TO FIELD-OK
        ELSE
            PERFORM SHOW-BAD-SKILL
        END-IF
    END-PERFORM.

SHOW-BAD-SKILL.
    MOVE SPACES TO SAVE-TEXT
    STRING "Skill " DELIMITED BY SIZE
           FUNCTION TRIM(WS-PS-BAD) DELIMITED BY SIZE
           " is not in the skills catalog. Please use the numbers listed above." DELIMITED BY SIZE
           INTO SAVE-TEXT
    END-STRING
    PERFORM SHOW.

*> Splits the list in WS-PS-INPUT (commas, semicolons or spaces
*> between numbers) into WS-PS-ID(1..WS-PS-COUNT), dropping repeats.
*> WS-PS-OK is 'N' when an entry is not a catalog skill number, with
*> the offending entry in WS-PS-BAD.
PARSE-SKILL-LIST.
    PERFORM LOAD-SKILL-CATALOG
    MOVE 'Y' TO WS-PS-OK
    MOVE SPACES TO WS-PS-BAD
    MOVE 0 TO WS-PS-COUNT
    MOVE SPACES TO WS-PS-LIST
    UNSTRING WS-PS-INPUT DELIMITED BY "," OR ";" OR ALL SPACE
        INTO WS-PS-TOKEN(1) WS-PS-TOKEN(2) WS-PS-TOKEN(3)
             WS-PS-TOKEN(4) WS-PS-TOKEN(5) WS-PS-TOKEN(6)
             WS-PS-TOKEN(7) WS-PS-TOKEN(8) WS-PS-TOKEN(9)
             WS-PS-TOKEN(10) WS-PS-TOKEN(11) WS-PS-TOKEN(12)
             WS-PS-TOKEN(13) WS-PS-TOKEN(14) WS-PS-TOKEN(15)
             WS-PS-TOKEN(16) WS-PS-TOKEN(17) WS-PS-TOKEN(18)
             WS-PS-TOKEN(19) WS-PS-TOKEN(20)
    END-UNSTRING
    PERFORM VARYING WS-PS-I FROM 1 BY 1
            UNTIL WS-PS-I > 20 OR WS-PS-OK = 'N'
        IF WS-PS-TOKEN(WS-PS-I) NOT = SPACES
            MOVE 0 TO WS-CAT-PICK
            PERFORM VARYING WS-CAT-I FROM 1 BY 1
                    UNTIL WS-CAT-I > WS-CAT-COUNT
                IF FUNCTION TRIM(WS-PS-TOKEN(WS-PS-I)) IS NUMERIC
                    IF WS-CAT-ID(WS-CAT-I)
                       = FUNCTION NUMVAL(WS-PS-TOKEN(WS-PS-I))
                        MOVE WS-CAT-ID(WS-CAT-I) TO WS-CAT-PICK
                    END-IF
                END-IF
            END-PERFORM
            IF WS-CAT-PICK = 0
                MOVE 'N' TO WS-PS-OK
                MOVE WS-PS-TOKEN(WS-PS-I) TO WS-PS-BAD
            ELSE
                MOVE 'N' TO WS-SKILL-DONE-FLAG
                PERFORM VARYING WS-PS-J FROM 1 BY 1
                        UNTIL WS-PS-J > WS-PS-COUNT
                    IF WS-PS-ID(WS-PS-J) = WS-CAT-PICK
                        MOVE 'Y' TO WS-SKILL-DONE-FLAG
                    END-IF
                END-PERFORM
                IF WS-SKILL-DONE-FLAG = 'N'
                    ADD 1 TO WS-PS-COUNT
                    MOVE WS-CAT-PICK TO WS-PS-ID(WS-PS-COUNT)
                END-IF
            END-IF
        END-IF
    END-PERFORM.

*> Removes from WS-PS-ID any skill held in the required list
*> (WS-PS-REQ-ID, saved by GET-POSTING-SKILLS).
DROP-REQUIRED-SKILLS.
    MOVE 0 TO WS-PS-J
    PERFORM VARYING WS-PS-I FROM 1 BY 1 UNTIL WS-PS-I > WS-PS-COUNT
        MOVE 'N' TO WS-SKILL-DONE-FLAG
        PERFORM VARYING WS-PS-K FROM 1 BY 1 UNTIL WS-PS-K > WS-PS-REQ-COUNT
            IF WS-PS-REQ-ID(WS-PS-K) = WS-PS-ID(WS-PS-I)
                MOVE 'Y' TO WS-SKILL-DONE-FLAG
            END-IF
        END-PERFORM
        IF WS-SKILL-DONE-FLAG = 'N'
            ADD 1 TO WS-PS-J
            MOVE WS-PS-ID(WS-PS-I) TO WS-PS-ID(WS-PS-J)
        END-IF
    END-PERFORM
    MOVE WS-PS-J TO WS-PS-COUNT.

*> Joins WS-PS-ID(1..WS-PS-COUNT) back into WS-PS-INPUT in the stored
*> form, e.g. 1,3.
BUILD-SKILL-LIST.
    MOVE SPACES TO WS-PS-INPUT
    MOVE 1 TO WS-PS-PTR
    PERFORM VARYING WS-PS-I FROM 1 BY 1 UNTIL WS-PS-I > WS-PS-COUNT
        MOVE WS-PS-ID(WS-PS-I) TO WS-PS-ID-TXT
        IF WS-PS-I > 1
            STRING "," DELIMITED BY SIZE
                   INTO WS-PS-INPUT WITH POINTER WS-PS-PTR
            END-STRING
        END-IF
        STRING FUNCTION TRIM(WS-PS-ID-TXT) DELIMITED BY SIZE
               INTO WS-PS-INPUT WITH POINTER WS-PS-PTR
        END-STRING
    END-PERFORM.

*> Turns the stored list in WS-PS-INPUT into catalog titles in
*> WS-PS-NAMES, e.g. "Resume Writing, Excel Fundamentals".
SKILL-LIST-NAMES.
    MOVE SPACES TO WS-PS-NAMES
    MOVE 1 TO WS-PS-NAMES-PTR
    PERFORM PARSE-SKILL-LIST
    PERFORM VARYING WS-PS-I FROM 1 BY 1 UNTIL WS-PS-I > WS-PS-COUNT
        PERFORM VARYING WS-CAT-I FROM 1 BY 1 UNTIL WS-CAT-I > WS-CAT-COUNT
            IF WS-CAT-ID(WS-CAT-I) = WS-PS-ID(WS-PS-I)
                IF WS-PS-NAMES-PTR > 1
                    STRING ", " DELIMITED BY SIZE
                           INTO WS-PS-NAMES WITH POINTER WS-PS-NAMES-PTR
                    END-STRING
                END-IF
                STRING FUNCTION TRIM(WS-CAT-TITLE(WS-CAT-I)) DELIMITED BY SIZE
                       INTO WS-PS-NAMES WITH POINTER WS-PS-NAMES-PTR
                END-STRING
            END-IF
        END-PERFORM
    END-PERFORM.

*> Appends the new posting's skill lists (if it named any) under
*> JOB-POSTING-ID. Runs inside POST-NEW-JOB's update burst.
SAVE-POSTING-SKILLS.
    IF WS-PS-REQUIRED = SPACES AND WS-PS-PREFERRED = SPACES
        EXIT PARAGRAPH
    END-IF
    OPEN EXTEND POSTING-SKILLS
    IF POSTING-SKILLS-STATUS = "05" OR POSTING-SKILLS-STATUS = "35"
        OPEN OUTPUT POSTING-SKILLS
    END-IF
    MOVE SPACES TO POSTING-SKILLS-LINE
    STRING JOB-POSTING-ID DELIMITED BY SIZE
           "|" DELIMITED BY SIZE
           FUNCTION TRIM(WS-PS-REQUIRED) DELIMITED BY SIZE
           "|" DELIMITED BY SIZE
           FUNCTION TRIM(WS-PS-PREFERRED) DELIMITED BY SIZE
           INTO POSTING-SKILLS-LINE
    END-STRING
    WRITE POSTING-SKILLS-LINE
    CLOSE POSTING-SKILLS.

*> Loads the skill lists for the posting number in WS-PS-LOOKUP-ID
*> into WS-PS-REQUIRED / WS-PS-PREFERRED (blank when the posting named
*> none, or has no number yet).
LOOKUP-POSTING-SKILLS.
    MOVE SPACES TO WS-PS-REQUIRED
    MOVE SPACES TO WS-PS-PREFERRED
    IF WS-PS-LOOKUP-ID = SPACES
        EXIT PARAGRAPH
    END-IF
    OPEN INPUT POSTING-SKILLS
    IF POSTING-SKILLS-STATUS NOT = "00"
        EXIT PARAGRAPH
    END-IF
    MOVE "N" TO WS-PS-EOF
    PERFORM UNTIL WS-PS-EOF = "Y"
        READ POSTING-SKILLS INTO POSTING-SKILLS-LINE
            AT END MOVE "Y" TO WS-PS-EOF
            NOT AT END
                MOVE SPACES TO PS-FIELDS
                UNSTRING POSTING-SKILLS-LINE DELIMITED BY "|"
                    INTO PS-POSTING-ID PS-REQUIRED PS-PREFERRED
                END-UNSTRING
                IF FUNCTION TRIM(PS-POSTING-ID) = FUNCTION TRIM(WS-PS-LOOKUP-ID)
                    MOVE PS-REQUIRED TO WS-PS-REQUIRED
                    MOVE PS-PREFERRED TO WS-PS-PREFERRED
                END-IF
        END-READ
    END-PERFORM
    CLOSE POSTING-SKILLS.

*> Loads the skills of the posting in WS-PS-LOOKUP-ID and shows them
*> by title under the posting (nothing when it named none).
SHOW-POSTING-SKILLS.
    PERFORM LOOKUP-POSTING-SKILLS
    IF WS-PS-REQUIRED NOT = SPACES
        MOVE WS-PS-REQUIRED TO WS-PS-INPUT
        PERFORM SKILL-LIST-NAMES
        MOVE SPACES TO SAVE-TEXT
        STRING "   Required skills: " DELIMITED BY SIZE
               FUNCTION TRIM(WS-PS-NAMES) DELIMITED BY SIZE
               INTO SAVE-TEXT
        END-STRING
        PERFORM SHOW
    END-IF
    IF WS-PS-PREFERRED NOT = SPACES
        MOVE WS-PS-PREFERRED TO WS-PS-INPUT
        PERFORM SKILL-LIST-NAMES
        MOVE SPACES TO SAVE-TEXT
        STRING "   Preferred skills: " DELIMITED BY SIZE
               FUNCTION TRIM(WS-PS-NAMES) DELIMITED BY SIZE
               INTO SAVE-TEXT
        END-STRING
        PERFORM SHOW
    END-IF.

*> Lists the logged-in employer's own open postings, then marks the
*> chosen one CLOSED (rewrite via jobs.new + mv, the same
*> atomic-replace pattern used for connections.txt).
    *> Re-scan, copying every row and flipping the chosen own-open
    *> posting to CLOSED.
    MOVE 0 TO WS-JOB-COUNT
    MOVE SPACES TO WS-CLOSED-POSTING-ID
    MOVE "N" TO WS-JOBS-EOF
    OPEN INPUT JOBS
    OPEN OUTPUT JOBS-NEW-FILE
                    ADD 1 TO WS-JOB-COUNT
                    IF WS-JOB-COUNT = WS-JOB-CHOICE
                        MOVE "CLOSED" TO JOB-STATUS
                        MOVE JOB-POSTING-ID TO WS-CLOSED-POSTING-ID
                    END-IF
                END-IF
                MOVE SPACES TO JOBS-NEW-LINE
                       FUNCTION TRIM(JOB-STATUS) DELIMITED BY SIZE
                       "|" DELIMITED BY SIZE
                       FUNCTION TRIM(JOB-EXPIRES) DELIMITED BY SIZE
                       "|" DELIMITED BY SIZE
                       FUNCTION TRIM(JOB-POSTING-ID) DELIMITED BY SIZE
                       INTO JOBS-NEW-LINE
                END-STRING
                WRITE JOBS-NEW-LINE
    CLOSE JOBS-NEW-FILE

    CALL "SYSTEM" USING BY CONTENT "mv -f src/jobs.new src/jobs.txt"

    IF FUNCTION LENGTH(FUNCTION TRIM(WS-CLOSED-POSTING-ID)) > 0
        OPEN EXTEND POSTING-HISTORY
        IF POSTING-HISTORY-FILE-STATUS = "05"
           OR POSTING-HISTORY-FILE-STATUS = "35"
            OPEN OUTPUT POSTING-HISTORY
        END-IF
        MOVE SPACES TO POSTING-HISTORY-LINE
        STRING FUNCTION TRIM(WS-CLOSED-POSTING-ID) DELIMITED BY SIZE
               "|CLOSED|" DELIMITED BY SIZE
               WS-DATE-STAMP DELIMITED BY SIZE
               INTO POSTING-HISTORY-LINE
        END-STRING
        WRITE POSTING-HISTORY-LINE
        CLOSE POSTING-HISTORY
    END-IF
    PERFORM END-DATA-UPDATE

    MOVE "Posting closed." TO SAVE-TEXT
                       FUNCTION TRIM(JOB-STATUS) DELIMITED BY SIZE
                       "|" DELIMITED BY SIZE
                       FUNCTION TRIM(JOB-EXPIRES) DELIMITED BY SIZE
                       "|" DELIMITED BY SIZE
                       FUNCTION TRIM(JOB-POSTING-ID) DELIMITED BY SIZE
                       INTO JOBS-NEW-LINE
                END-STRING
                WRITE JOBS-NEW-LINE
    MOVE SPACES TO EVT-FIELDS
    UNSTRING EVENTS-LINE DELIMITED BY "|"
        INTO EVT-ID EVT-TITLE EVT-HOST EVT-DATE EVT-LOCATION EVT-MAJOR
             EVT-CAMPUS
    END-UNSTRING.

*> Creates a career event (title, date, location, target major) --
        END-IF
    END-PERFORM

    *> Target campus -- only asked when the consortium has more than
    *> one campus on file; blank (or a single campus) invites all.
    MOVE "ALL" TO EVT-CAMPUS
    PERFORM LOAD-CAMPUS-CATALOG
    IF WS-CMP-COUNT > 1
        MOVE 'N' TO WS-CMP-ALLOW-ALL
        MOVE "Enter Target Campus code (blank line to invite every campus):" TO WS-CMP-PROMPT
        MOVE 'N' TO WS-CMP-PICK-OK
        PERFORM UNTIL WS-CMP-PICK-OK = 'Y' OR INPUTSEOF = 'Y'
            PERFORM PICK-CAMPUS
        END-PERFORM
        IF WS-CMP-PICK NOT = SPACES
            MOVE WS-CMP-PICK TO EVT-CAMPUS
        END-IF
    END-IF

    *> Events created from the admin console belong to career
    *> services rather than any one account.
    IF WS-ACCT-TYPE = 'A'
           FUNCTION TRIM(EVT-LOCATION) DELIMITED BY SIZE
           "|" DELIMITED BY SIZE
           FUNCTION TRIM(EVT-MAJOR) DELIMITED BY SIZE
           "|" DELIMITED BY SIZE
           FUNCTION TRIM(EVT-CAMPUS) DELIMITED BY SIZE
           INTO EVENTS-LINE
    END-STRING
    WRITE EVENTS-LINE
        MOVE WS-MAJOR-CANON TO WS-MY-MAJOR
    END-IF

    *> My campus, for the campus targeting.
    MOVE WS-NAME TO WS-CMP-USER
    PERFORM LOOKUP-ACCOUNT-CAMPUS
    MOVE WS-CMP-CODE TO WS-MY-CAMPUS

    MOVE FUNCTION INTEGER-OF-DATE(
        FUNCTION NUMVAL(FUNCTION CURRENT-DATE(1:8))) TO WS-TODAY-INT


*> Sets WS-JOB-FOUND when the event in EVT-FIELDS is upcoming (today
*> or later) and aimed at the logged-in user (ALL, blank, or their
*> canonical major -- and likewise ALL, blank, or their campus).
CHECK-EVENT-VISIBLE.
    MOVE "N" TO WS-JOB-FOUND
    IF EVT-DATE(1:4) IS NUMERIC
    IF WS-EXPIRES-INT < WS-TODAY-INT
        EXIT PARAGRAPH
    END-IF
    IF FUNCTION LENGTH(FUNCTION TRIM(EVT-CAMPUS)) > 0
       AND FUNCTION UPPER-CASE(FUNCTION TRIM(EVT-CAMPUS)) NOT = "ALL"
       AND FUNCTION UPPER-CASE(FUNCTION TRIM(EVT-CAMPUS))
           NOT = FUNCTION TRIM(WS-MY-CAMPUS)
        EXIT PARAGRAPH
    END-IF
    IF FUNCTION LENGTH(FUNCTION TRIM(EVT-MAJOR)) = 0
       OR FUNCTION UPPER-CASE(FUNCTION TRIM(EVT-MAJOR)) = "ALL"
       OR FUNCTION UPPER-CASE(FUNCTION TRIM(EVT-MAJOR))
                           FUNCTION TRIM(APP-APPLICANT) DELIMITED BY SIZE
                           " -- " DELIMITED BY SIZE
                           FUNCTION TRIM(APP-TITLE) DELIMITED BY SIZE
                           " (posting #" DELIMITED BY SIZE
                           FUNCTION TRIM(APP-POSTING-ID) DELIMITED BY SIZE
                           ")" DELIMITED BY SIZE
                           INTO SAVE-TEXT
                    END-STRING
                    PERFORM SHOW
           FUNCTION TRIM(WS-PICK-TIME) DELIMITED BY SIZE
           "|" DELIMITED BY SIZE
           FUNCTION TRIM(WS-PICK-LOCATION) DELIMITED BY SIZE
           "|OPEN|" DELIMITED BY SIZE
           FUNCTION TRIM(APP-POSTING-ID) DELIMITED BY SIZE
           INTO INTERVIEWS-LINE
    END-STRING
    WRITE INTERVIEWS-LINE
    CLOSE INTERVIEWS

    *> Tell the applicant a slot is waiting for them.
    MOVE APP-APPLICANT TO NOTIF-RECIPIENT
    MOVE SPACES TO NOTIF-MAILED
    MOVE WS-NAME TO NOTIF-SENDER
    MOVE SPACES TO NOTIF-MESSAGE
    STRING FUNCTION TRIM(WS-NAME) DELIMITED BY SIZE
           FUNCTION TRIM(APP-TITLE) DELIMITED BY SIZE
           INTO NOTIF-MESSAGE
    END-STRING
    PERFORM WRITE-NOTIFICATION
    PERFORM END-DATA-UPDATE

    MOVE SPACES TO SAVE-TEXT
    END-STRING
    PERFORM SHOW.

*> Lets the employer say what happened at a booked interview once its
*> date has passed: COMPLETED, NO-SHOW or RESCHEDULED. The slot row in
*> interviews.txt takes the outcome as its status (the nightly
*> InterviewReminders batch asks for this the day after, and
*> NoShowReport tallies it), and the student is told. A RESCHEDULED
*> interview leaves the application at INTERVIEW, so a fresh slot can
*> be posted with Schedule Interview Slots.
RECORD-INTERVIEW-OUTCOME.
    MOVE "--- Record Interview Outcomes ---" TO SAVE-TEXT
    PERFORM SHOW

    MOVE SPACES TO WS-OUTCOME-TODAY
    STRING WS-DATE-STAMP(1:4) DELIMITED BY SIZE
           "-" DELIMITED BY SIZE
           WS-DATE-STAMP(5:2) DELIMITED BY SIZE
           "-" DELIMITED BY SIZE
           WS-DATE-STAMP(7:2) DELIMITED BY SIZE
           INTO WS-OUTCOME-TODAY
    END-STRING

    OPEN INPUT INTERVIEWS
    IF INTERVIEWS-FILE-STATUS NOT = "00"
        MOVE "You have no past interviews waiting for an outcome." TO SAVE-TEXT
        PERFORM SHOW
        EXIT PARAGRAPH
    END-IF
    MOVE "N" TO WS-INT-EOF
    MOVE 0 TO WS-INT-COUNT
    PERFORM UNTIL WS-INT-EOF = "Y"
        READ INTERVIEWS INTO INTERVIEWS-LINE
            AT END MOVE "Y" TO WS-INT-EOF
            NOT AT END
                PERFORM SPLIT-INTERVIEW-LINE
                IF FUNCTION TRIM(INT-EMPLOYER) = FUNCTION TRIM(WS-NAME)
                   AND FUNCTION TRIM(INT-STATUS) = "BOOKED"
                   AND INT-DATE < WS-OUTCOME-TODAY
                    ADD 1 TO WS-INT-COUNT
                    MOVE SPACES TO SAVE-TEXT
                    STRING WS-INT-COUNT DELIMITED BY SIZE
                           ". " DELIMITED BY SIZE
                           FUNCTION TRIM(INT-DATE) DELIMITED BY SIZE
                           " " DELIMITED BY SIZE
                           FUNCTION TRIM(INT-TIME) DELIMITED BY SIZE
                           " -- " DELIMITED BY SIZE
                           FUNCTION TRIM(INT-APPLICANT) DELIMITED BY SIZE
                           " for " DELIMITED BY SIZE
                           FUNCTION TRIM(INT-TITLE) DELIMITED BY SIZE
                           " (posting #" DELIMITED BY SIZE
                           FUNCTION TRIM(INT-POSTING-ID) DELIMITED BY SIZE
                           ")" DELIMITED BY SIZE
                           INTO SAVE-TEXT
                    END-STRING
                    PERFORM SHOW
                END-IF
        END-READ
    END-PERFORM
    CLOSE INTERVIEWS

    IF WS-INT-COUNT = 0
        MOVE "You have no past interviews waiting for an outcome." TO SAVE-TEXT
        PERFORM SHOW
        EXIT PARAGRAPH
    END-IF

    MOVE "Enter the number of the interview to record, or 0 to cancel:" TO SAVE-TEXT
    PERFORM SHOW
    PERFORM GET-INPUT-LINE
    IF INPUTSEOF = 'Y'
        EXIT PARAGRAPH
    END-IF
    MOVE FUNCTION NUMVAL(INPUT-TEXT) TO WS-INT-CHOICE
    IF WS-INT-CHOICE = 0 OR WS-INT-CHOICE > WS-INT-COUNT
        MOVE "No outcome recorded." TO SAVE-TEXT
        PERFORM SHOW
        EXIT PARAGRAPH
    END-IF

    MOVE "1. Completed" TO SAVE-TEXT
    PERFORM SHOW
    MOVE "2. No-show (the student did not attend)" TO SAVE-TEXT
    PERFORM SHOW
    MOVE "3. Rescheduled" TO SAVE-TEXT
    PERFORM SHOW
    MOVE "Enter the outcome:" TO SAVE-TEXT
    PERFORM SHOW
    PERFORM GET-INPUT-LINE
    IF INPUTSEOF = 'Y'
        EXIT PARAGRAPH
    END-IF
    EVALUATE FUNCTION NUMVAL(INPUT-TEXT)
        WHEN 1
            MOVE "COMPLETED" TO WS-OUTCOME-STATUS
        WHEN 2
            MOVE "NO-SHOW" TO WS-OUTCOME-STATUS
        WHEN 3
            MOVE "RESCHEDULED" TO WS-OUTCOME-STATUS
        WHEN OTHER
            MOVE "No outcome recorded." TO SAVE-TEXT
            PERFORM SHOW
            EXIT PARAGRAPH
    END-EVALUATE

    IF WS-DRYRUN-MODE = 'Y'
        MOVE SPACES TO SAVE-TEXT
        STRING "[DRY RUN] Would mark the interview " DELIMITED BY SIZE
               FUNCTION TRIM(WS-OUTCOME-STATUS) DELIMITED BY SIZE
               "." DELIMITED BY SIZE
               INTO SAVE-TEXT
        END-STRING
        PERFORM SHOW
        EXIT PARAGRAPH
    END-IF

    PERFORM BEGIN-DATA-UPDATE
    IF WS-UPDATE-OK NOT = 'Y'
        MOVE "The data store is busy right now -- please try again in a moment." TO SAVE-TEXT
        PERFORM SHOW
        EXIT PARAGRAPH
    END-IF
    *> Re-scan, copying every row and stamping the outcome on the
    *> chosen slot; remember who it was for the notification.
    MOVE "N" TO WS-INT-EOF
    MOVE 0 TO WS-INT-COUNT
    MOVE SPACES TO WS-OUTCOME-APPLICANT
    OPEN INPUT INTERVIEWS
    OPEN OUTPUT INT-NEW-FILE
    PERFORM UNTIL WS-INT-EOF = "Y"
        READ INTERVIEWS INTO INTERVIEWS-LINE
            AT END MOVE "Y" TO WS-INT-EOF
            NOT AT END
                PERFORM SPLIT-INTERVIEW-LINE
                IF FUNCTION TRIM(INT-EMPLOYER) = FUNCTION TRIM(WS-NAME)
                   AND FUNCTION TRIM(INT-STATUS) = "BOOKED"
                   AND INT-DATE < WS-OUTCOME-TODAY
                    ADD 1 TO WS-INT-COUNT
                    IF WS-INT-COUNT = WS-INT-CHOICE
                        MOVE WS-OUTCOME-STATUS TO INT-STATUS
                        MOVE INT-DATE TO WS-PICK-DATE
                        MOVE INT-APPLICANT TO WS-OUTCOME-APPLICANT
                        MOVE INT-TITLE TO WS-OUTCOME-TITLE
                    END-IF
                END-IF
                MOVE SPACES TO INT-NEW-LINE
                STRING FUNCTION TRIM(INT-EMPLOYER) DELIMITED BY SIZE
                       "|" DELIMITED BY SIZE
                       FUNCTION TRIM(INT-TITLE) DELIMITED BY SIZE
                       "|" DELIMITED BY SIZE
                       FUNCTION TRIM(INT-APPLICANT) DELIMITED BY SIZE
                       "|" DELIMITED BY SIZE
                       FUNCTION TRIM(INT-DATE) DELIMITED BY SIZE
                       "|" DELIMITED BY SIZE
                       FUNCTION TRIM(INT-TIME) DELIMITED BY SIZE
                       "|" DELIMITED BY SIZE
                       FUNCTION TRIM(INT-LOCATION) DELIMITED BY SIZE
                       "|" DELIMITED BY SIZE
                       FUNCTION TRIM(INT-STATUS) DELIMITED BY SIZE
                       "|" DELIMITED BY SIZE
                       FUNCTION TRIM(INT-POSTING-ID) DELIMITED BY SIZE
                       INTO INT-NEW-LINE
                END-STRING
                WRITE INT-NEW-LINE
        END-READ
    END-PERFORM
    CLOSE INTERVIEWS
    CLOSE INT-NEW-FILE

    *> The first pass ran before the hold was taken; if the chosen
    *> slot has since been resolved by someone else nothing was
    *> stamped, so leave interviews.txt as it is.
    IF WS-OUTCOME-APPLICANT = SPACES
        PERFORM END-DATA-UPDATE
        MOVE "That interview slot changed -- please try again." TO SAVE-TEXT
        PERFORM SHOW
        EXIT PARAGRAPH
    END-IF

    CALL "SYSTEM" USING BY CONTENT "mv -f src/interviews.new src/interviews.txt"

    *> Tell the student what was recorded.
    MOVE WS-OUTCOME-APPLICANT TO NOTIF-RECIPIENT
    MOVE SPACES TO NOTIF-MAILED
    MOVE WS-NAME TO NOTIF-SENDER
    MOVE SPACES TO NOTIF-MESSAGE
    STRING FUNCTION TRIM(WS-NAME) DELIMITED BY SIZE
           " marked your " DELIMITED BY SIZE
           FUNCTION TRIM(WS-PICK-DATE) DELIMITED BY SIZE
           " interview for " DELIMITED BY SIZE
           FUNCTION TRIM(WS-OUTCOME-TITLE) DELIMITED BY SIZE
           " as " DELIMITED BY SIZE
           FUNCTION TRIM(WS-OUTCOME-STATUS) DELIMITED BY SIZE
           INTO NOTIF-MESSAGE
    END-STRING
    PERFORM WRITE-NOTIFICATION
    PERFORM END-DATA-UPDATE

    MOVE SPACES TO SAVE-TEXT
    STRING "Interview with " DELIMITED BY SIZE
           FUNCTION TRIM(WS-OUTCOME-APPLICANT) DELIMITED BY SIZE
           " on " DELIMITED BY SIZE
           FUNCTION TRIM(WS-PICK-DATE) DELIMITED BY SIZE
           " marked " DELIMITED BY SIZE
           FUNCTION TRIM(WS-OUTCOME-STATUS) DELIMITED BY SIZE
           "." DELIMITED BY SIZE
           INTO SAVE-TEXT
    END-STRING
    PERFORM SHOW
    IF WS-OUTCOME-STATUS = "RESCHEDULED"
        MOVE "Use Schedule Interview Slots to post the new time." TO SAVE-TEXT
        PERFORM SHOW
    END-IF.

*> Lists the applicants to the logged-in employer's postings, posting
*> by posting, each posting's applicants ranked best fit first (see
*> COMPUTE-APPLICANT-FIT), with the skills each one is missing shown
*> under their name.
VIEW-MY-APPLICANTS.
    MOVE "--- Applicants to My Postings ---" TO SAVE-TEXT
    PERFORM SHOW

    OPEN INPUT APPLICATIONS
    IF APPLICATIONS-FILE-STATUS NOT = "00"
        MOVE "No one has applied to your postings yet." TO SAVE-TEXT
        PERFORM SHOW
        EXIT PARAGRAPH
    END-IF

    *> Gather this employer's applications first, so each posting's
    *> applicants can be ranked before any of them are shown.
    MOVE 0 TO WS-VA-COUNT
    MOVE "N" TO WS-APPS-EOF
    PERFORM UNTIL WS-APPS-EOF = "Y"
        READ APPLICATIONS INTO APPLICATIONS-LINE
            AT END MOVE "Y" TO WS-APPS-EOF
            NOT AT END
                PERFORM SPLIT-APPLICATION-LINE
                IF FUNCTION TRIM(APP-EMPLOYER) = FUNCTION TRIM(WS-NAME)
                   AND WS-VA-COUNT < 500
                    ADD 1 TO WS-VA-COUNT
                    MOVE APP-APPLICANT  TO WS-VA-APPLICANT(WS-VA-COUNT)
                    MOVE APP-TITLE      TO WS-VA-TITLE(WS-VA-COUNT)
                    MOVE APP-POSTING-ID TO WS-VA-POSTING-ID(WS-VA-COUNT)
                    MOVE APP-STATUS     TO WS-VA-STATUS(WS-VA-COUNT)
                    MOVE APP-DATE       TO WS-VA-DATE(WS-VA-COUNT)
                    MOVE 0 TO WS-VA-SCORE(WS-VA-COUNT)
                    MOVE SPACES TO WS-VA-FIT(WS-VA-COUNT)
                    MOVE SPACES TO WS-VA-MISSING(WS-VA-COUNT)
                    MOVE 'N' TO WS-VA-SHOWN(WS-VA-COUNT)
                END-IF
        END-READ
    END-PERFORM
    CLOSE APPLICATIONS

    IF WS-VA-COUNT = 0
        MOVE "No one has applied to your postings yet." TO SAVE-TEXT
        PERFORM SHOW
        EXIT PARAGRAPH
    END-IF

    OPEN INPUT PROFILES
    IF PROFILES-FILE-STATUS = "00"
        MOVE 'Y' TO WS-PROFILES-OPEN
    ELSE
        MOVE 'N' TO WS-PROFILES-OPEN
    END-IF
    MOVE 0 TO WS-APP-MATCHES
    PERFORM VARYING WS-VA-I FROM 1 BY 1 UNTIL WS-VA-I > WS-VA-COUNT
        IF WS-VA-SHOWN(WS-VA-I) = 'N'
            PERFORM SHOW-POSTING-APPLICANTS
        END-IF
    END-PERFORM
    IF WS-PROFILES-OPEN = 'Y'
        CLOSE PROFILES
    END-IF.

*> One posting's applicants (the posting of table row WS-VA-I): the
*> posting heading with its skills, then every applicant to it, best
*> fit score first.
SHOW-POSTING-APPLICANTS.
    MOVE WS-VA-POSTING-ID(WS-VA-I) TO WS-VA-GROUP-ID
    MOVE WS-VA-TITLE(WS-VA-I) TO WS-VA-GROUP-TITLE
    PERFORM LOOKUP-POSTING-MAJOR
    MOVE WS-VA-GROUP-ID TO WS-PS-LOOKUP-ID
    MOVE SPACES TO SAVE-TEXT
    STRING "Posting #" DELIMITED BY SIZE
           FUNCTION TRIM(WS-VA-GROUP-ID) DELIMITED BY SIZE
           " " DELIMITED BY SIZE
           FUNCTION TRIM(WS-VA-GROUP-TITLE) DELIMITED BY SIZE
           " (" DELIMITED BY SIZE
           FUNCTION TRIM(WS-VA-JOB-MAJOR) DELIMITED BY SIZE
           ")" DELIMITED BY SIZE
           INTO SAVE-TEXT
    END-STRING
    PERFORM SHOW
    PERFORM SHOW-POSTING-SKILLS

    PERFORM VARYING WS-VA-J FROM WS-VA-I BY 1 UNTIL WS-VA-J > WS-VA-COUNT
        IF WS-VA-SHOWN(WS-VA-J) = 'N'
           AND WS-VA-POSTING-ID(WS-VA-J) = WS-VA-GROUP-ID
           AND (WS-VA-GROUP-ID NOT = SPACES
                OR WS-VA-TITLE(WS-VA-J) = WS-VA-GROUP-TITLE)
            PERFORM COMPUTE-APPLICANT-FIT
        END-IF
    END-PERFORM

    MOVE 'Y' TO WS-VA-MORE
    PERFORM UNTIL WS-VA-MORE = 'N'
        MOVE 0 TO WS-VA-BEST
        PERFORM VARYING WS-VA-J FROM WS-VA-I BY 1 UNTIL WS-VA-J > WS-VA-COUNT
            IF WS-VA-SHOWN(WS-VA-J) = 'N'
               AND WS-VA-POSTING-ID(WS-VA-J) = WS-VA-GROUP-ID
               AND (WS-VA-GROUP-ID NOT = SPACES
                    OR WS-VA-TITLE(WS-VA-J) = WS-VA-GROUP-TITLE)
                IF WS-VA-BEST = 0
                    MOVE WS-VA-J TO WS-VA-BEST
                ELSE
                    IF WS-VA-SCORE(WS-VA-J) > WS-VA-SCORE(WS-VA-BEST)
                        MOVE WS-VA-J TO WS-VA-BEST
                    END-IF
                END-IF
            END-IF
        END-PERFORM
        IF WS-VA-BEST = 0
            MOVE 'N' TO WS-VA-MORE
        ELSE
            MOVE 'Y' TO WS-VA-SHOWN(WS-VA-BEST)
            PERFORM SHOW-RANKED-APPLICANT
        END-IF
    END-PERFORM.

*> One ranked applicant (table row WS-VA-BEST): the usual applicant
*> line, the fit score and what went into it, the skills missing,
*> then the profile summary.
SHOW-RANKED-APPLICANT.
    ADD 1 TO WS-APP-MATCHES
    MOVE WS-VA-SCORE(WS-VA-BEST) TO WS-FIT-SCORE-TXT
    MOVE SPACES TO SAVE-TEXT
    STRING WS-APP-MATCHES DELIMITED BY SIZE
           ". " DELIMITED BY SIZE
           FUNCTION TRIM(WS-VA-APPLICANT(WS-VA-BEST)) DELIMITED BY SIZE
           " -- " DELIMITED BY SIZE
           FUNCTION TRIM(WS-VA-TITLE(WS-VA-BEST)) DELIMITED BY SIZE
           " #" DELIMITED BY SIZE
           FUNCTION TRIM(WS-VA-POSTING-ID(WS-VA-BEST)) DELIMITED BY SIZE
           " -- " DELIMITED BY SIZE
           FUNCTION TRIM(WS-VA-STATUS(WS-VA-BEST)) DELIMITED BY SIZE
           " (applied " DELIMITED BY SIZE
           FUNCTION TRIM(WS-VA-DATE(WS-VA-BEST)) DELIMITED BY SIZE
           ")" DELIMITED BY SIZE
           INTO SAVE-TEXT
    END-STRING
    PERFORM SHOW
    MOVE SPACES TO SAVE-TEXT
    STRING "   Fit score " DELIMITED BY SIZE
           FUNCTION TRIM(WS-FIT-SCORE-TXT) DELIMITED BY SIZE
           ": " DELIMITED BY SIZE
           FUNCTION TRIM(WS-VA-FIT(WS-VA-BEST)) DELIMITED BY SIZE
           INTO SAVE-TEXT
    END-STRING
    PERFORM SHOW
    IF WS-VA-MISSING(WS-VA-BEST) NOT = SPACES
        MOVE SPACES TO SAVE-TEXT
        STRING "   Missing: " DELIMITED BY SIZE
               FUNCTION TRIM(WS-VA-MISSING(WS-VA-BEST)) DELIMITED BY SIZE
               INTO SAVE-TEXT
        END-STRING
        PERFORM SHOW
    END-IF
    MOVE WS-VA-APPLICANT(WS-VA-BEST) TO APP-APPLICANT
    MOVE WS-VA-TITLE(WS-VA-BEST) TO APP-TITLE
    MOVE WS-VA-POSTING-ID(WS-VA-BEST) TO APP-POSTING-ID
    PERFORM SHOW-APPLICANT-PROFILE.

*> Finds the major of the posting in WS-VA-GROUP-ID (by posting
*> number, or by this employer's title for rows from before posting
*> numbers) into WS-VA-JOB-MAJOR, canonicalized for the major match.
LOOKUP-POSTING-MAJOR.
    MOVE SPACES TO WS-VA-JOB-MAJOR
    OPEN INPUT JOBS
    IF JOBS-FILE-STATUS NOT = "00"
        EXIT PARAGRAPH
    END-IF
    MOVE "N" TO WS-JOBS-EOF
    PERFORM UNTIL WS-JOBS-EOF = "Y"
        READ JOBS INTO JOBS-LINE
            AT END MOVE "Y" TO WS-JOBS-EOF
            NOT AT END
                PERFORM SPLIT-JOB-LINE
                IF (WS-VA-GROUP-ID NOT = SPACES
                    AND FUNCTION TRIM(JOB-POSTING-ID) = FUNCTION TRIM(WS-VA-GROUP-ID))
                   OR (WS-VA-GROUP-ID = SPACES
                    AND FUNCTION TRIM(JOB-EMPLOYER) = FUNCTION TRIM(WS-NAME)
                    AND FUNCTION TRIM(JOB-TITLE) = FUNCTION TRIM(WS-VA-GROUP-TITLE))
                    MOVE JOB-MAJOR TO WS-MAJOR-IN
                    PERFORM CANONICALIZE-MAJOR
                    MOVE WS-MAJOR-CANON TO WS-VA-JOB-MAJOR
                    MOVE "Y" TO WS-JOBS-EOF
                END-IF
        END-READ
    END-PERFORM
    CLOSE JOBS.

*> Fit score for table row WS-VA-J against the posting whose skills
*> are in WS-PS-REQUIRED / WS-PS-PREFERRED and major in
*> WS-VA-JOB-MAJOR:
*>   10 per required skill completed, 5 per preferred skill completed
*>   (with no skills on the posting, 2 per completed catalog skill),
*>   1 per endorsement of those skills (at most 3 counted per skill),
*>   3 per accepted recommendation (at most 3 counted),
*>   10 when the applicant's major matches the posting's.
*> Leaves the score, a one-line breakdown and the missing skills in
*> the table row.
COMPUTE-APPLICANT-FIT.
    MOVE 0 TO WS-FIT-SCORE WS-FIT-ENDORSE WS-FIT-RECS
    MOVE 0 TO WS-FIT-REQ-HAVE WS-FIT-REQ-TOTAL
    MOVE 0 TO WS-FIT-PREF-HAVE WS-FIT-PREF-TOTAL
    MOVE 'N' TO WS-FIT-MAJOR
    MOVE SPACES TO WS-FIT-MISSING
    MOVE 1 TO WS-FIT-MISS-PTR

    MOVE "00000" TO P-SKILLS-MASK
    MOVE SPACES TO P-MAJOR
    IF WS-PROFILES-OPEN = 'Y'
        MOVE WS-VA-APPLICANT(WS-VA-J) TO P-USERNAME
        READ PROFILES KEY IS P-USERNAME
            INVALID KEY
                MOVE "00000" TO P-SKILLS-MASK
                MOVE SPACES TO P-MAJOR
        END-READ
    END-IF
    MOVE WS-VA-APPLICANT(WS-VA-J) TO WS-END-USER

    PERFORM LOAD-SKILL-CATALOG
    IF WS-PS-REQUIRED = SPACES AND WS-PS-PREFERRED = SPACES
        PERFORM VARYING WS-CAT-I FROM 1 BY 1 UNTIL WS-CAT-I > WS-CAT-COUNT
            PERFORM CHECK-SKILL-DONE
            IF WS-SKILL-DONE-FLAG = 'Y'
                ADD 2 TO WS-FIT-SCORE
                PERFORM ADD-FIT-ENDORSEMENTS
            END-IF
        END-PERFORM
    ELSE
        MOVE WS-PS-REQUIRED TO WS-PS-INPUT
        PERFORM PARSE-SKILL-LIST
        MOVE WS-PS-COUNT TO WS-FIT-REQ-TOTAL
        MOVE " (required)" TO WS-FIT-KIND
        PERFORM SCORE-LISTED-SKILLS
        MOVE WS-FIT-HAVE TO WS-FIT-REQ-HAVE
        MOVE WS-PS-PREFERRED TO WS-PS-INPUT
        PERFORM PARSE-SKILL-LIST
        MOVE WS-PS-COUNT TO WS-FIT-PREF-TOTAL
        MOVE " (preferred)" TO WS-FIT-KIND
        PERFORM SCORE-LISTED-SKILLS
        MOVE WS-FIT-HAVE TO WS-FIT-PREF-HAVE
        COMPUTE WS-FIT-SCORE = WS-FIT-SCORE
            + WS-FIT-REQ-HAVE * 10 + WS-FIT-PREF-HAVE * 5
    END-IF

    MOVE WS-VA-APPLICANT(WS-VA-J) TO WS-REC-TARGET
    PERFORM COUNT-ACCEPTED-RECOMMENDATIONS
    MOVE WS-REC-ACCEPTED TO WS-FIT-RECS
    IF WS-FIT-RECS > 3
        COMPUTE WS-FIT-SCORE = WS-FIT-SCORE + 9
    ELSE
        COMPUTE WS-FIT-SCORE = WS-FIT-SCORE + WS-FIT-RECS * 3
    END-IF

    IF WS-VA-JOB-MAJOR NOT = SPACES AND P-MAJOR NOT = SPACES
        MOVE P-MAJOR TO WS-MAJOR-IN
        PERFORM CANONICALIZE-MAJOR
        IF FUNCTION UPPER-CASE(FUNCTION TRIM(WS-MAJOR-CANON))
           = FUNCTION UPPER-CASE(FUNCTION TRIM(WS-VA-JOB-MAJOR))
            MOVE 'Y' TO WS-FIT-MAJOR
            ADD 10 TO WS-FIT-SCORE
        END-IF
    END-IF
    ADD WS-FIT-ENDORSE TO WS-FIT-SCORE

    MOVE WS-FIT-SCORE TO WS-VA-SCORE(WS-VA-J)
    MOVE WS-FIT-MISSING TO WS-VA-MISSING(WS-VA-J)
    MOVE WS-FIT-REQ-HAVE TO WS-FIT-N1
    MOVE WS-FIT-REQ-TOTAL TO WS-FIT-N2
    MOVE WS-FIT-PREF-HAVE TO WS-FIT-N3
    MOVE WS-FIT-PREF-TOTAL TO WS-FIT-N4
    MOVE WS-FIT-ENDORSE TO WS-FIT-N5
    MOVE WS-FIT-RECS TO WS-FIT-N6
    MOVE SPACES TO WS-VA-FIT(WS-VA-J)
    MOVE 1 TO WS-FIT-PTR
    STRING "required " DELIMITED BY SIZE
           FUNCTION TRIM(WS-FIT-N1) DELIMITED BY SIZE
           "/" DELIMITED BY SIZE
           FUNCTION TRIM(WS-FIT-N2) DELIMITED BY SIZE
           ", preferred " DELIMITED BY SIZE
           FUNCTION TRIM(WS-FIT-N3) DELIMITED BY SIZE
           "/" DELIMITED BY SIZE
           FUNCTION TRIM(WS-FIT-N4) DELIMITED BY SIZE
           ", endorsements " DELIMITED BY SIZE
           FUNCTION TRIM(WS-FIT-N5) DELIMITED BY SIZE
           ", recommendations " DELIMITED BY SIZE
           FUNCTION TRIM(WS-FIT-N6) DELIMITED BY SIZE
           INTO WS-VA-FIT(WS-VA-J) WITH POINTER WS-FIT-PTR
    END-STRING
    IF WS-FIT-MAJOR = 'Y'
        STRING ", major matches" DELIMITED BY SIZE
               INTO WS-VA-FIT(WS-VA-J) WITH POINTER WS-FIT-PTR
        END-STRING
    END-IF.

*> Scores the skill numbers just parsed into WS-PS-ID for the
*> applicant in WS-END-USER: WS-FIT-HAVE counts the ones completed
*> (their endorsements go into WS-FIT-ENDORSE), and each one missing
*> is added to WS-FIT-MISSING tagged with WS-FIT-KIND.
SCORE-LISTED-SKILLS.
    MOVE 0 TO WS-FIT-HAVE
    PERFORM VARYING WS-PS-I FROM 1 BY 1 UNTIL WS-PS-I > WS-PS-COUNT
        PERFORM VARYING WS-CAT-I FROM 1 BY 1 UNTIL WS-CAT-I > WS-CAT-COUNT
            IF WS-CAT-ID(WS-CAT-I) = WS-PS-ID(WS-PS-I)
                PERFORM CHECK-SKILL-DONE
                IF WS-SKILL-DONE-FLAG = 'Y'
                    ADD 1 TO WS-FIT-HAVE
                    PERFORM ADD-FIT-ENDORSEMENTS
                ELSE
                    IF WS-FIT-MISS-PTR > 1
                        STRING ", " DELIMITED BY SIZE
                               INTO WS-FIT-MISSING WITH POINTER WS-FIT-MISS-PTR
                        END-STRING
                    END-IF
                    STRING FUNCTION TRIM(WS-CAT-TITLE(WS-CAT-I)) DELIMITED BY SIZE
                           FUNCTION TRIM(WS-FIT-KIND TRAILING) DELIMITED BY SIZE
                           INTO WS-FIT-MISSING WITH POINTER WS-FIT-MISS-PTR
                    END-STRING
                END-IF
            END-IF
        END-PERFORM
    END-PERFORM.

*> Adds the endorsements of catalog skill WS-CAT-I for WS-END-USER to
*> WS-FIT-ENDORSE, counting at most 3 per skill.
ADD-FIT-ENDORSEMENTS.
    MOVE WS-CAT-ID(WS-CAT-I) TO WS-END-SKILL
    PERFORM COUNT-ENDORSEMENTS
    IF WS-END-COUNT > 3
        ADD 3 TO WS-FIT-ENDORSE
    ELSE
        ADD WS-END-COUNT TO WS-FIT-ENDORSE
    END-IF.

*> One-line profile summary for the applicant in APP-APPLICANT --
*> keyed lookup against the already-open PROFILES file -- followed by
*> the cover letter and the profile as it stood when they applied to
*> posting APP-POSTING-ID, compared with today's.
SHOW-APPLICANT-PROFILE.
    IF WS-PROFILES-OPEN NOT = 'Y'
        EXIT PARAGRAPH
    MOVE FUNCTION TRIM(APP-APPLICANT) TO P-USERNAME
    READ PROFILES KEY IS P-USERNAME
        INVALID KEY
            MOVE 'N' TO WS-SNAP-HAVE-PROF
            MOVE "   (no profile on file)" TO SAVE-TEXT
            PERFORM SHOW
        NOT INVALID KEY
            MOVE 'Y' TO WS-SNAP-HAVE-PROF
            MOVE P-GRAD-YEAR TO WS-GRAD-YEAR-DISPLAY
            MOVE SPACES TO SAVE-TEXT
            STRING "   Profile: " DELIMITED BY SIZE
            END-STRING
            PERFORM SHOW
    END-READ
    PERFORM SHOW-APPLICATION-SNAPSHOT
    *> A written reference carries more weight here than anywhere
    *> else -- show the applicant's accepted recommendations too.
    MOVE FUNCTION TRIM(APP-APPLICANT) TO WS-REC-TARGET
    PERFORM SHOW-RECOMMENDATIONS.

*> Loads into WS-SNAP the last snapshot set on file for applicant
*> APP-APPLICANT and posting APP-POSTING-ID; WS-SNAP-FOUND says
*> whether there was one (applications made before snapshots were
*> kept have none).
LOAD-APPLICATION-SNAPSHOT.
    MOVE 'N' TO WS-SNAP-FOUND
    MOVE SPACES TO WS-SNAP-DATE WS-SNAP-RESUME WS-SNAP-SKILLS WS-SNAP-COVER
    MOVE SPACES TO WS-SNAP-REFERRER
    MOVE 0 TO WS-SNAP-EXP-COUNT WS-SNAP-EDU-COUNT
    IF APP-POSTING-ID = SPACES
        EXIT PARAGRAPH
    END-IF
    OPEN INPUT APP-SNAPSHOTS
    IF APP-SNAPSHOTS-FILE-STATUS NOT = "00"
        EXIT PARAGRAPH
    END-IF
    MOVE "N" TO WS-SNAP-EOF
    PERFORM UNTIL WS-SNAP-EOF = "Y"
        READ APP-SNAPSHOTS INTO APP-SNAPSHOTS-LINE
            AT END MOVE "Y" TO WS-SNAP-EOF
            NOT AT END
                MOVE SPACES TO SNAP-FIELDS
                UNSTRING APP-SNAPSHOTS-LINE DELIMITED BY "|"
                    INTO SNAP-APPLICANT SNAP-POSTING-ID SNAP-KIND
                         SNAP-F1 SNAP-F2 SNAP-F3 SNAP-F4
                END-UNSTRING
                IF FUNCTION TRIM(SNAP-APPLICANT) = FUNCTION TRIM(APP-APPLICANT)
                   AND FUNCTION TRIM(SNAP-POSTING-ID) = FUNCTION TRIM(APP-POSTING-ID)
                    PERFORM KEEP-SNAPSHOT-ROW
                END-IF
        END-READ
    END-PERFORM
    CLOSE APP-SNAPSHOTS.

*> One row of the wanted applicant and posting into WS-SNAP; an H row
*> starts the set over, so a later re-application replaces an earlier
*> one.
KEEP-SNAPSHOT-ROW.
    EVALUATE SNAP-KIND
        WHEN "H"
            MOVE 'Y' TO WS-SNAP-FOUND
            MOVE SPACES TO WS-SNAP-SKILLS WS-SNAP-COVER WS-SNAP-REFERRER
            MOVE 0 TO WS-SNAP-EXP-COUNT WS-SNAP-EDU-COUNT
            MOVE SNAP-F1 TO WS-SNAP-RESUME
            MOVE SNAP-F2 TO WS-SNAP-DATE
        WHEN "S"
            MOVE SNAP-F1 TO WS-SNAP-SKILLS
        WHEN "C"
            MOVE SNAP-F1 TO WS-SNAP-COVER
        WHEN "R"
            MOVE SNAP-F1 TO WS-SNAP-REFERRER
        WHEN "X"
            IF WS-SNAP-EXP-COUNT < 10
                ADD 1 TO WS-SNAP-EXP-COUNT
                MOVE SNAP-F1 TO WS-SNAP-EXP-TITLE(WS-SNAP-EXP-COUNT)
                MOVE SNAP-F2 TO WS-SNAP-EXP-COMPANY(WS-SNAP-EXP-COUNT)
                MOVE SNAP-F3 TO WS-SNAP-EXP-DATES(WS-SNAP-EXP-COUNT)
                MOVE SNAP-F4 TO WS-SNAP-EXP-DESC(WS-SNAP-EXP-COUNT)
            END-IF
        WHEN "D"
            IF WS-SNAP-EDU-COUNT < 10
                ADD 1 TO WS-SNAP-EDU-COUNT
                MOVE SNAP-F1 TO WS-SNAP-EDU-DEGREE(WS-SNAP-EDU-COUNT)
                MOVE SNAP-F2 TO WS-SNAP-EDU-SCHOOL(WS-SNAP-EDU-COUNT)
                MOVE SNAP-F3 TO WS-SNAP-EDU-YEARS(WS-SNAP-EDU-COUNT)
            END-IF
    END-EVALUATE.

*> The cover letter and the profile snapshot for APP-APPLICANT's
*> application to APP-POSTING-ID, each item set against the profile
*> read into P-REC by SHOW-APPLICANT-PROFILE (WS-SNAP-HAVE-PROF says
*> whether there was one). Anything that differs from the day of
*> applying is marked with a '*' and says how.
SHOW-APPLICATION-SNAPSHOT.
    PERFORM LOAD-APPLICATION-SNAPSHOT
    IF WS-SNAP-FOUND = 'N'
        MOVE "   (no cover letter or profile snapshot on file for this application)" TO SAVE-TEXT
        PERFORM SHOW
        EXIT PARAGRAPH
    END-IF

    IF WS-SNAP-REFERRER NOT = SPACES
        MOVE SPACES TO SAVE-TEXT
        STRING "   Referred by: " DELIMITED BY SIZE
               FUNCTION TRIM(WS-SNAP-REFERRER) DELIMITED BY SIZE
               INTO SAVE-TEXT
        END-STRING
        PERFORM SHOW
    END-IF
    IF WS-SNAP-COVER = SPACES
        MOVE "   Cover letter: (none)" TO SAVE-TEXT
        PERFORM SHOW
    ELSE
        MOVE SPACES TO SAVE-TEXT
        STRING "   Cover letter: " DELIMITED BY SIZE
               WS-SNAP-COVER(1:150) DELIMITED BY SIZE
               INTO SAVE-TEXT
        END-STRING
        PERFORM SHOW
        IF WS-SNAP-COVER(151:100) NOT = SPACES
            MOVE SPACES TO SAVE-TEXT
            STRING "                 " DELIMITED BY SIZE
                   WS-SNAP-COVER(151:100) DELIMITED BY SIZE
                   INTO SAVE-TEXT
            END-STRING
            PERFORM SHOW
        END-IF
    END-IF

    *> Today's side: the profile just read, or an empty one.
    IF WS-SNAP-HAVE-PROF = 'Y'
        INSPECT P-REC REPLACING ALL "|" BY "/"
        MOVE P-EXP-COUNT TO WS-SNAP-NOW-EXP
        MOVE P-EDU-COUNT TO WS-SNAP-NOW-EDU
    ELSE
        MOVE SPACES TO P-RESUME
        MOVE "00000" TO P-SKILLS-MASK
        MOVE 0 TO WS-SNAP-NOW-EXP WS-SNAP-NOW-EDU
    END-IF
    IF WS-SNAP-NOW-EXP > 10
        MOVE 10 TO WS-SNAP-NOW-EXP
    END-IF
    IF WS-SNAP-NOW-EDU > 10
        MOVE 10 TO WS-SNAP-NOW-EDU
    END-IF
    MOVE FUNCTION TRIM(APP-APPLICANT) TO WS-END-USER
    PERFORM BUILD-SKILL-ID-LIST
    MOVE WS-SNAP-ID-LIST TO WS-SNAP-NOW-SKILLS
    MOVE 0 TO WS-SNAP-CHANGES

    MOVE SPACES TO SAVE-TEXT
    STRING "   Profile as submitted on " DELIMITED BY SIZE
           WS-SNAP-DATE DELIMITED BY SIZE
           " ('*' = changed since applying):" DELIMITED BY SIZE
           INTO SAVE-TEXT
    END-STRING
    PERFORM SHOW

    *> Resume path
    IF FUNCTION TRIM(WS-SNAP-RESUME) = FUNCTION TRIM(P-RESUME)
        MOVE "     " TO WS-SNAP-MARK
        MOVE SPACES TO WS-SNAP-NOTE
    ELSE
        ADD 1 TO WS-SNAP-CHANGES
        MOVE "   * " TO WS-SNAP-MARK
        MOVE "now:" TO WS-SNAP-NOTE
    END-IF
    MOVE SPACES TO WS-SNAP-ITEM
    IF WS-SNAP-RESUME = SPACES
        MOVE "Resume: (none)" TO WS-SNAP-ITEM
    ELSE
        STRING "Resume: " DELIMITED BY SIZE
               FUNCTION TRIM(WS-SNAP-RESUME) DELIMITED BY SIZE
               INTO WS-SNAP-ITEM
        END-STRING
    END-IF
    MOVE SPACES TO WS-SNAP-TITLES
    IF WS-SNAP-NOTE NOT = SPACES
        IF P-RESUME = SPACES
            MOVE "(none)" TO WS-SNAP-TITLES
        ELSE
            MOVE FUNCTION TRIM(P-RESUME) TO WS-SNAP-TITLES
        END-IF
    END-IF
    PERFORM SHOW-SNAPSHOT-ITEM

    *> Completed skills
    MOVE WS-SNAP-SKILLS TO WS-SNAP-ID-LIST
    PERFORM SKILL-IDS-TO-TITLES
    MOVE SPACES TO WS-SNAP-ITEM
    STRING "Skills: " DELIMITED BY SIZE
           FUNCTION TRIM(WS-SNAP-TITLES) DELIMITED BY SIZE
           INTO WS-SNAP-ITEM
    END-STRING
    IF WS-SNAP-SKILLS = WS-SNAP-NOW-SKILLS
        MOVE "     " TO WS-SNAP-MARK
        MOVE SPACES TO WS-SNAP-NOTE
        MOVE SPACES TO WS-SNAP-TITLES
    ELSE
        ADD 1 TO WS-SNAP-CHANGES
        MOVE "   * " TO WS-SNAP-MARK
        MOVE "now:" TO WS-SNAP-NOTE
        MOVE WS-SNAP-NOW-SKILLS TO WS-SNAP-ID-LIST
        PERFORM SKILL-IDS-TO-TITLES
    END-IF
    PERFORM SHOW-SNAPSHOT-ITEM

    *> Experience, matched on title and company
    MOVE SPACES TO WS-SNAP-MATCHED
    PERFORM VARYING WS-SNAP-I FROM 1 BY 1 UNTIL WS-SNAP-I > WS-SNAP-EXP-COUNT
        PERFORM COMPARE-SNAPSHOT-EXPERIENCE
    END-PERFORM
    PERFORM VARYING WS-SNAP-J FROM 1 BY 1 UNTIL WS-SNAP-J > WS-SNAP-NOW-EXP
        IF WS-SNAP-MATCH(WS-SNAP-J) NOT = 'Y'
            ADD 1 TO WS-SNAP-CHANGES
            MOVE "   * " TO WS-SNAP-MARK
            MOVE "added since applying" TO WS-SNAP-NOTE
            MOVE SPACES TO WS-SNAP-TITLES
            MOVE SPACES TO WS-SNAP-ITEM
            MOVE 1 TO WS-SNAP-PTR
            STRING "Experience: " DELIMITED BY SIZE
                   FUNCTION TRIM(P-EXP-TITLE(WS-SNAP-J)) DELIMITED BY SIZE
                   " at " DELIMITED BY SIZE
                   FUNCTION TRIM(P-EXP-COMPANY(WS-SNAP-J)) DELIMITED BY SIZE
                   INTO WS-SNAP-ITEM WITH POINTER WS-SNAP-PTR
            END-STRING
            IF P-EXP-DATES(WS-SNAP-J) NOT = SPACES
                STRING " (" DELIMITED BY SIZE
                       FUNCTION TRIM(P-EXP-DATES(WS-SNAP-J)) DELIMITED BY SIZE
                       ")" DELIMITED BY SIZE
                       INTO WS-SNAP-ITEM WITH POINTER WS-SNAP-PTR
                END-STRING
            END-IF
            PERFORM SHOW-SNAPSHOT-ITEM
        END-IF
    END-PERFORM

    *> Education, matched on degree and school
    MOVE SPACES TO WS-SNAP-MATCHED
    PERFORM VARYING WS-SNAP-I FROM 1 BY 1 UNTIL WS-SNAP-I > WS-SNAP-EDU-COUNT
        PERFORM COMPARE-SNAPSHOT-EDUCATION
    END-PERFORM
    PERFORM VARYING WS-SNAP-J FROM 1 BY 1 UNTIL WS-SNAP-J > WS-SNAP-NOW-EDU
        IF WS-SNAP-MATCH(WS-SNAP-J) NOT = 'Y'
            ADD 1 TO WS-SNAP-CHANGES
            MOVE "   * " TO WS-SNAP-MARK
            MOVE "added since applying" TO WS-SNAP-NOTE
            MOVE SPACES TO WS-SNAP-TITLES
            MOVE SPACES TO WS-SNAP-ITEM
            MOVE 1 TO WS-SNAP-PTR
            STRING "Education: " DELIMITED BY SIZE
                   FUNCTION TRIM(P-EDU-DEGREE(WS-SNAP-J)) DELIMITED BY SIZE
                   ", " DELIMITED BY SIZE
                   FUNCTION TRIM(P-EDU-SCHOOL(WS-SNAP-J)) DELIMITED BY SIZE
                   INTO WS-SNAP-ITEM WITH POINTER WS-SNAP-PTR
            END-STRING
            IF P-EDU-YEARS(WS-SNAP-J) NOT = SPACES
                STRING " (" DELIMITED BY SIZE
                       FUNCTION TRIM(P-EDU-YEARS(WS-SNAP-J)) DELIMITED BY SIZE
                       ")" DELIMITED BY SIZE
                       INTO WS-SNAP-ITEM WITH POINTER WS-SNAP-PTR
                END-STRING
            END-IF
            PERFORM SHOW-SNAPSHOT-ITEM
        END-IF
    END-PERFORM

    IF WS-SNAP-CHANGES = 0
        MOVE "     (no changes to the profile since applying)" TO SAVE-TEXT
        PERFORM SHOW
    END-IF.

*> Snapshot experience entry WS-SNAP-I against today's entries: the
*> first unmatched one with the same title and company is its match.
*> Shown marked when it has gone, or when its dates or description
*> have changed since applying.
COMPARE-SNAPSHOT-EXPERIENCE.
    MOVE 0 TO WS-SNAP-HIT
    PERFORM VARYING WS-SNAP-J FROM 1 BY 1
            UNTIL WS-SNAP-J > WS-SNAP-NOW-EXP OR WS-SNAP-HIT > 0
        IF WS-SNAP-MATCH(WS-SNAP-J) NOT = 'Y'
           AND FUNCTION UPPER-CASE(FUNCTION TRIM(P-EXP-TITLE(WS-SNAP-J)))
             = FUNCTION UPPER-CASE(FUNCTION TRIM(WS-SNAP-EXP-TITLE(WS-SNAP-I)))
           AND FUNCTION UPPER-CASE(FUNCTION TRIM(P-EXP-COMPANY(WS-SNAP-J)))
             = FUNCTION UPPER-CASE(FUNCTION TRIM(WS-SNAP-EXP-COMPANY(WS-SNAP-I)))
            MOVE WS-SNAP-J TO WS-SNAP-HIT
            MOVE 'Y' TO WS-SNAP-MATCH(WS-SNAP-J)
        END-IF
    END-PERFORM
    MOVE SPACES TO WS-SNAP-ITEM
    MOVE 1 TO WS-SNAP-PTR
    STRING "Experience: " DELIMITED BY SIZE
           FUNCTION TRIM(WS-SNAP-EXP-TITLE(WS-SNAP-I)) DELIMITED BY SIZE
           " at " DELIMITED BY SIZE
           FUNCTION TRIM(WS-SNAP-EXP-COMPANY(WS-SNAP-I)) DELIMITED BY SIZE
           INTO WS-SNAP-ITEM WITH POINTER WS-SNAP-PTR
    END-STRING
    IF WS-SNAP-EXP-DATES(WS-SNAP-I) NOT = SPACES
        STRING " (" DELIMITED BY SIZE
               FUNCTION TRIM(WS-SNAP-EXP-DATES(WS-SNAP-I)) DELIMITED BY SIZE
               ")" DELIMITED BY SIZE
               INTO WS-SNAP-ITEM WITH POINTER WS-SNAP-PTR
        END-STRING
    END-IF
    MOVE "   * " TO WS-SNAP-MARK
    MOVE SPACES TO WS-SNAP-TITLES
    EVALUATE TRUE
        WHEN WS-SNAP-HIT = 0
            MOVE "removed since applying" TO WS-SNAP-NOTE
        WHEN FUNCTION TRIM(P-EXP-DATES(WS-SNAP-HIT))
             NOT = FUNCTION TRIM(WS-SNAP-EXP-DATES(WS-SNAP-I))
            MOVE "dates now:" TO WS-SNAP-NOTE
            MOVE FUNCTION TRIM(P-EXP-DATES(WS-SNAP-HIT)) TO WS-SNAP-TITLES
        WHEN FUNCTION TRIM(P-EXP-DESC(WS-SNAP-HIT))
             NOT = FUNCTION TRIM(WS-SNAP-EXP-DESC(WS-SNAP-I))
            MOVE "description edited since applying" TO WS-SNAP-NOTE
        WHEN OTHER
            MOVE "     " TO WS-SNAP-MARK
            MOVE SPACES TO WS-SNAP-NOTE
    END-EVALUATE
    IF WS-SNAP-NOTE NOT = SPACES
        ADD 1 TO WS-SNAP-CHANGES
    END-IF
    PERFORM SHOW-SNAPSHOT-ITEM.

*> Snapshot education entry WS-SNAP-I against today's entries, matched
*> on degree and school; marked when it has gone or its years differ.
COMPARE-SNAPSHOT-EDUCATION.
    MOVE 0 TO WS-SNAP-HIT
    PERFORM VARYING WS-SNAP-J FROM 1 BY 1
            UNTIL WS-SNAP-J > WS-SNAP-NOW-EDU OR WS-SNAP-HIT > 0
        IF WS-SNAP-MATCH(WS-SNAP-J) NOT = 'Y'
           AND FUNCTION UPPER-CASE(FUNCTION TRIM(P-EDU-DEGREE(WS-SNAP-J)))
             = FUNCTION UPPER-CASE(FUNCTION TRIM(WS-SNAP-EDU-DEGREE(WS-SNAP-I)))
           AND FUNCTION UPPER-CASE(FUNCTION TRIM(P-EDU-SCHOOL(WS-SNAP-J)))
             = FUNCTION UPPER-CASE(FUNCTION TRIM(WS-SNAP-EDU-SCHOOL(WS-SNAP-I)))
            MOVE WS-SNAP-J TO WS-SNAP-HIT
            MOVE 'Y' TO WS-SNAP-MATCH(WS-SNAP-J)
        END-IF
    END-PERFORM
    MOVE SPACES TO WS-SNAP-ITEM
    MOVE 1 TO WS-SNAP-PTR
    STRING "Education: " DELIMITED BY SIZE
           FUNCTION TRIM(WS-SNAP-EDU-DEGREE(WS-SNAP-I)) DELIMITED BY SIZE
           ", " DELIMITED BY SIZE
           FUNCTION TRIM(WS-SNAP-EDU-SCHOOL(WS-SNAP-I)) DELIMITED BY SIZE
           INTO WS-SNAP-ITEM WITH POINTER WS-SNAP-PTR
    END-STRING
    IF WS-SNAP-EDU-YEARS(WS-SNAP-I) NOT = SPACES
        STRING " (" DELIMITED BY SIZE
               FUNCTION TRIM(WS-SNAP-EDU-YEARS(WS-SNAP-I)) DELIMITED BY SIZE
               ")" DELIMITED BY SIZE
               INTO WS-SNAP-ITEM WITH POINTER WS-SNAP-PTR
        END-STRING
    END-IF
    MOVE "   * " TO WS-SNAP-MARK
    MOVE SPACES TO WS-SNAP-TITLES
    EVALUATE TRUE
        WHEN WS-SNAP-HIT = 0
            MOVE "removed since applying" TO WS-SNAP-NOTE
        WHEN FUNCTION TRIM(P-EDU-YEARS(WS-SNAP-HIT))
             NOT = FUNCTION TRIM(WS-SNAP-EDU-YEARS(WS-SNAP-I))
            MOVE "years now:" TO WS-SNAP-NOTE
            MOVE FUNCTION TRIM(P-EDU-YEARS(WS-SNAP-HIT)) TO WS-SNAP-TITLES
        WHEN OTHER
            MOVE "     " TO WS-SNAP-MARK
            MOVE SPACES TO WS-SNAP-NOTE
    END-EVALUATE
    IF WS-SNAP-NOTE NOT = SPACES
        ADD 1 TO WS-SNAP-CHANGES
    END-IF
    PERFORM SHOW-SNAPSHOT-ITEM.

*> One comparison line: WS-SNAP-MARK, the item as applied with, then
*> when set " -- " WS-SNAP-NOTE and today's value in WS-SNAP-TITLES.
SHOW-SNAPSHOT-ITEM.
    MOVE SPACES TO SAVE-TEXT
    MOVE 1 TO WS-SNAP-PTR
    STRING WS-SNAP-MARK DELIMITED BY SIZE
           FUNCTION TRIM(WS-SNAP-ITEM) DELIMITED BY SIZE
           INTO SAVE-TEXT WITH POINTER WS-SNAP-PTR
    END-STRING
    IF WS-SNAP-NOTE NOT = SPACES
        STRING " -- " DELIMITED BY SIZE
               FUNCTION TRIM(WS-SNAP-NOTE) DELIMITED BY SIZE
               INTO SAVE-TEXT WITH POINTER WS-SNAP-PTR
        END-STRING
        IF WS-SNAP-TITLES NOT = SPACES
            STRING " " DELIMITED BY SIZE
                   FUNCTION TRIM(WS-SNAP-TITLES) DELIMITED BY SIZE
                   INTO SAVE-TEXT WITH POINTER WS-SNAP-PTR
            END-STRING
        END-IF
    END-IF
    PERFORM SHOW.

*> Catalog titles for the skill numbers in WS-SNAP-ID-LIST (as built
*> by BUILD-SKILL-ID-LIST) into WS-SNAP-TITLES, or "(none)". A number
*> no longer in the catalog is passed over.
SKILL-IDS-TO-TITLES.
    MOVE SPACES TO WS-SNAP-TITLES
    MOVE 1 TO WS-SNAP-PTR
    PERFORM LOAD-SKILL-CATALOG
    PERFORM VARYING WS-SNAP-K FROM 1 BY 3 UNTIL WS-SNAP-K > 58
        IF WS-SNAP-ID-LIST(WS-SNAP-K:2) IS NUMERIC
            MOVE WS-SNAP-ID-LIST(WS-SNAP-K:2) TO WS-SNAP-ID
            PERFORM VARYING WS-CAT-I FROM 1 BY 1 UNTIL WS-CAT-I > WS-CAT-COUNT
                IF WS-CAT-ID(WS-CAT-I) = WS-SNAP-ID
                    IF WS-SNAP-PTR > 1
                        STRING ", " DELIMITED BY SIZE
                               INTO WS-SNAP-TITLES WITH POINTER WS-SNAP-PTR
                        END-STRING
                    END-IF
                    STRING FUNCTION TRIM(WS-CAT-TITLE(WS-CAT-I)) DELIMITED BY SIZE
                           INTO WS-SNAP-TITLES WITH POINTER WS-SNAP-PTR
                    END-STRING
                END-IF
            END-PERFORM
        END-IF
    END-PERFORM
    IF WS-SNAP-PTR = 1
        MOVE "(none)" TO WS-SNAP-TITLES
    END-IF.

*> Scores the profile currently in P-REC: one point each for the
*> required basics (name, university, major, graduation year), an
*> About, at least one Experience, at least one Education, a resume
*> path, and any completed skill (mask bit or completion-log row).
COMPUTE-PROFILE-SCORE.
    MOVE 0 TO WS-SCORE
    MOVE 'N' TO WS-MISS-BASICS
    MOVE 'N' TO WS-MISS-ABOUT
    MOVE 'N' TO WS-MISS-EXP
    MOVE 'N' TO WS-MISS-EDU
    END-PERFORM
    CLOSE CONNECTIONS.

*> Daily sending quota gate for WS-QUOTA-ACTION (CONNECT, MESSAGE,
*> POST or APPLY) by the logged-in user. WS-QUOTA-OK comes back 'N'
*> when today's count has reached the limit; the refusal is shown
*> (and so lands in the audit log) and a REFUSED row is recorded for
*> the nightly QuotaReport.
CHECK-DAILY-QUOTA.
    MOVE 'Y' TO WS-QUOTA-OK
    PERFORM LOAD-QUOTA-POLICY
    EVALUATE WS-QUOTA-ACTION
        WHEN "CONNECT"
            MOVE WS-QUOTA-CONNECT TO WS-QUOTA-LIMIT
            MOVE "connection requests" TO WS-QUOTA-WHAT
        WHEN "MESSAGE"
            MOVE WS-QUOTA-MESSAGE TO WS-QUOTA-LIMIT
            MOVE "messages" TO WS-QUOTA-WHAT
        WHEN "POST"
            MOVE WS-QUOTA-POST TO WS-QUOTA-LIMIT
            MOVE "group board posts" TO WS-QUOTA-WHAT
        WHEN OTHER
            MOVE WS-QUOTA-APPLY TO WS-QUOTA-LIMIT
            MOVE "job applications" TO WS-QUOTA-WHAT
    END-EVALUATE
    PERFORM VARYING WS-QOVR-I FROM 1 BY 1 UNTIL WS-QOVR-I > WS-QOVR-COUNT
        IF WS-QOVR-ACTION(WS-QOVR-I) = WS-QUOTA-ACTION
           AND FUNCTION TRIM(WS-QOVR-USER(WS-QOVR-I)) = FUNCTION TRIM(WS-NAME)
            MOVE WS-QOVR-LIMIT(WS-QOVR-I) TO WS-QUOTA-LIMIT
        END-IF
    END-PERFORM
    IF WS-QUOTA-LIMIT = 0
        EXIT PARAGRAPH
    END-IF

    MOVE 0 TO WS-QUOTA-USED
    OPEN INPUT QUOTA-USAGE
    IF QUOTAUSE-FILE-STATUS = "00"
        MOVE "N" TO WS-QUOTA-EOF
        PERFORM UNTIL WS-QUOTA-EOF = "Y"
            READ QUOTA-USAGE INTO QUOTA-USAGE-LINE
                AT END MOVE "Y" TO WS-QUOTA-EOF
                NOT AT END
                    MOVE SPACES TO QUSE-FIELDS
                    UNSTRING QUOTA-USAGE-LINE DELIMITED BY "|"
                        INTO QUSE-DATE QUSE-USER QUSE-ACTION QUSE-OUTCOME
                    END-UNSTRING
                    IF QUSE-DATE = WS-DATE-STAMP
                       AND FUNCTION TRIM(QUSE-USER) = FUNCTION TRIM(WS-NAME)
                       AND QUSE-ACTION = WS-QUOTA-ACTION
                       AND QUSE-OUTCOME = "SENT"
                        ADD 1 TO WS-QUOTA-USED
                    END-IF
            END-READ
        END-PERFORM
        CLOSE QUOTA-USAGE
    END-IF
    IF WS-QUOTA-USED < WS-QUOTA-LIMIT
        EXIT PARAGRAPH
    END-IF

    MOVE 'N' TO WS-QUOTA-OK
    MOVE WS-QUOTA-LIMIT TO WS-QUOTA-LIMIT-TXT
    MOVE SPACES TO SAVE-TEXT
    STRING "Refused: you have reached today's limit of " DELIMITED BY SIZE
           FUNCTION TRIM(WS-QUOTA-LIMIT-TXT) DELIMITED BY SIZE
           " " DELIMITED BY SIZE
           FUNCTION TRIM(WS-QUOTA-WHAT) DELIMITED BY SIZE
           ". Please try again tomorrow." DELIMITED BY SIZE
           INTO SAVE-TEXT
    END-STRING
    PERFORM SHOW
    MOVE "REFUSED" TO WS-QUOTA-OUTCOME
    PERFORM RECORD-QUOTA-USE.

*> Reads the quota limits once per session; a missing file or an
*> unparseable value leaves the defaults.
LOAD-QUOTA-POLICY.
    IF WS-QUOTA-LOADED = 'Y'
        EXIT PARAGRAPH
    END-IF
    MOVE 'Y' TO WS-QUOTA-LOADED
    OPEN INPUT QUOTA-POLICY
    IF QUOTAPOL-FILE-STATUS NOT = "00"
        EXIT PARAGRAPH
    END-IF
    MOVE "N" TO WS-QUOTA-EOF
    PERFORM UNTIL WS-QUOTA-EOF = "Y"
        READ QUOTA-POLICY INTO QUOTA-POLICY-LINE
            AT END MOVE "Y" TO WS-QUOTA-EOF
            NOT AT END
                MOVE SPACES TO QPOL-FIELDS
                UNSTRING QUOTA-POLICY-LINE DELIMITED BY "|"
                    INTO QPOL-KEY QPOL-VALUE QPOL-USER
                END-UNSTRING
                MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(QPOL-KEY)) TO QPOL-KEY
                IF FUNCTION TRIM(QPOL-VALUE) IS NUMERIC
                    IF FUNCTION LENGTH(FUNCTION TRIM(QPOL-USER)) > 0
                        IF WS-QOVR-COUNT < 100
                            ADD 1 TO WS-QOVR-COUNT
                            MOVE FUNCTION TRIM(QPOL-USER) TO WS-QOVR-USER(WS-QOVR-COUNT)
                            MOVE QPOL-KEY TO WS-QOVR-ACTION(WS-QOVR-COUNT)
                            MOVE FUNCTION NUMVAL(QPOL-VALUE) TO WS-QOVR-LIMIT(WS-QOVR-COUNT)
                        END-IF
                    ELSE
                        EVALUATE QPOL-KEY
                            WHEN "CONNECT"
                                MOVE FUNCTION NUMVAL(QPOL-VALUE) TO WS-QUOTA-CONNECT
                            WHEN "MESSAGE"
                                MOVE FUNCTION NUMVAL(QPOL-VALUE) TO WS-QUOTA-MESSAGE
                            WHEN "POST"
                                MOVE FUNCTION NUMVAL(QPOL-VALUE) TO WS-QUOTA-POST
                            WHEN "APPLY"
                                MOVE FUNCTION NUMVAL(QPOL-VALUE) TO WS-QUOTA-APPLY
                        END-EVALUATE
                    END-IF
                END-IF
        END-READ
    END-PERFORM
    CLOSE QUOTA-POLICY.

*> Appends a usage row for WS-QUOTA-ACTION with WS-QUOTA-OUTCOME
*> (SENT or REFUSED) for the logged-in user. Nothing is recorded in
*> dry-run mode; a busy data store just skips the row.
RECORD-QUOTA-USE.
    IF WS-DRYRUN-MODE = 'Y'
        EXIT PARAGRAPH
    END-IF
    PERFORM BEGIN-DATA-UPDATE
    IF WS-UPDATE-OK NOT = 'Y'
        EXIT PARAGRAPH
    END-IF
    OPEN EXTEND QUOTA-USAGE
    IF QUOTAUSE-FILE-STATUS = "05" OR QUOTAUSE-FILE-STATUS = "35"
        OPEN OUTPUT QUOTA-USAGE
    END-IF
    MOVE SPACES TO QUOTA-USAGE-LINE
    STRING WS-DATE-STAMP DELIMITED BY SIZE
           "|" DELIMITED BY SIZE
           FUNCTION TRIM(WS-NAME) DELIMITED BY SIZE
           "|" DELIMITED BY SIZE
           FUNCTION TRIM(WS-QUOTA-ACTION) DELIMITED BY SIZE
           "|" DELIMITED BY SIZE
           FUNCTION TRIM(WS-QUOTA-OUTCOME) DELIMITED BY SIZE
           INTO QUOTA-USAGE-LINE
    END-STRING
    WRITE QUOTA-USAGE-LINE
    CLOSE QUOTA-USAGE
    PERFORM END-DATA-UPDATE.

*> Sends a short message to someone in the logged-in user's network.
*> The recipient also gets a row in the notifications queue so they
*> hear about it the same way they hear about connection requests and
*> application-status changes.
SEND-MESSAGE.
    MOVE "MESSAGE" TO WS-QUOTA-ACTION
    PERFORM CHECK-DAILY-QUOTA
    IF WS-QUOTA-OK NOT = 'Y'
        EXIT PARAGRAPH
    END-IF

    MOVE "Enter the username to message:" TO SAVE-TEXT
    PERFORM SHOW
    PERFORM GET-INPUT-LINE
    MOVE WS-MSG-TO TO WS-BLOCK-OTHER
    PERFORM CHECK-BLOCKED
    IF WS-BLOCKED = 'Y'
        MOVE "SENT" TO WS-QUOTA-OUTCOME
        PERFORM RECORD-QUOTA-USE
        MOVE SPACES TO SAVE-TEXT
        STRING "Message sent to " DELIMITED BY SIZE
               FUNCTION TRIM(WS-MSG-TO) DELIMITED BY SIZE
        EXIT PARAGRAPH
    END-IF

    *> A message matching the screening list is held in the review
    *> queue instead of being delivered; it still counts against the
    *> sender's daily quota.
    MOVE INPUT-TEXT TO WS-SCR-TEXT
    PERFORM SCREEN-TEXT

    PERFORM BEGIN-DATA-UPDATE
    IF WS-UPDATE-OK NOT = 'Y'
        MOVE "The data store is busy right now -- please try again in a moment." TO SAVE-TEXT
        PERFORM SHOW
        EXIT PARAGRAPH
    END-IF
    IF WS-SCR-HIT = 'Y'
        MOVE "MESSAGE" TO WS-SCQ-KIND
        MOVE WS-MSG-TO TO WS-SCQ-TARGET
        MOVE FUNCTION TRIM(INPUT-TEXT) TO WS-SCQ-BODY
        PERFORM HOLD-FOR-REVIEW
        MOVE "SENT" TO WS-QUOTA-OUTCOME
        PERFORM RECORD-QUOTA-USE
        PERFORM END-DATA-UPDATE
        MOVE SPACES TO SAVE-TEXT
        STRING "Your message to " DELIMITED BY SIZE
               FUNCTION TRIM(WS-MSG-TO) DELIMITED BY SIZE
               " is being held for review by career services." DELIMITED BY SIZE
               INTO SAVE-TEXT
        END-STRING
        PERFORM SHOW
        EXIT PARAGRAPH
    END-IF
    MOVE SPACES TO MESSAGE-REC
    MOVE WS-MSG-TO TO MSG-RECIPIENT
    MOVE 'N' TO MSG-READ
    MOVE FUNCTION CURRENT-DATE(1:14) TO MSG-SENT
    MOVE FUNCTION TRIM(INPUT-TEXT) TO MSG-TEXT
    PERFORM WRITE-MESSAGE

    MOVE WS-MSG-TO TO NOTIF-RECIPIENT
    MOVE SPACES TO NOTIF-MAILED
    MOVE WS-NAME TO NOTIF-SENDER
    MOVE SPACES TO NOTIF-MESSAGE
    STRING "You have a new message from " DELIMITED BY SIZE
           FUNCTION TRIM(WS-NAME) DELIMITED BY SIZE
           INTO NOTIF-MESSAGE
    END-STRING
    PERFORM WRITE-NOTIFICATION
    MOVE "SENT" TO WS-QUOTA-OUTCOME
    PERFORM RECORD-QUOTA-USE
    PERFORM END-DATA-UPDATE

    MOVE SPACES TO SAVE-TEXT
    END-STRING
    PERFORM SHOW.

*> Stores the message the caller built in MESSAGE-REC (recipient,
*> sent timestamp, sender, read flag, text) under the first free
*> sequence number for its recipient and second. Callers run it
*> inside their own data-update burst.
WRITE-MESSAGE.
    MOVE MESSAGE-REC TO WS-MSG-IMAGE
    MOVE MSG-RECIPIENT TO WS-MSG-NEW-RECIPIENT
    MOVE MSG-SENT TO WS-MSG-NEW-SENT
    MOVE 0 TO WS-MSG-NEW-SEQ
    OPEN I-O MESSAGES
    IF MESSAGES-FILE-STATUS = "35"
        OPEN OUTPUT MESSAGES
        CLOSE MESSAGES
        OPEN I-O MESSAGES
    END-IF
    MOVE 'N' TO WS-MSG-KEY-FREE
    PERFORM UNTIL WS-MSG-KEY-FREE = 'Y'
        MOVE WS-MSG-NEW-KEY TO MSG-KEY
        READ MESSAGES
            INVALID KEY
                MOVE 'Y' TO WS-MSG-KEY-FREE
            NOT INVALID KEY
                IF WS-MSG-NEW-SEQ < 999
                    ADD 1 TO WS-MSG-NEW-SEQ
                ELSE
                    PERFORM STEP-MSG-SECOND
                    MOVE 0 TO WS-MSG-NEW-SEQ
                END-IF
        END-READ
    END-PERFORM
    MOVE WS-MSG-IMAGE TO MESSAGE-REC
    MOVE WS-MSG-NEW-KEY TO MSG-KEY
    MOVE "MESSAGES" TO WS-JRN-FILE
    MOVE "WRITE" TO WS-JRN-ACTION
    MOVE MSG-RECIPIENT TO WS-JRN-KEY
    MOVE MESSAGE-REC TO WS-JRN-IMAGE
    PERFORM JOURNAL-BEGIN
    *> As in WRITE-NOTIFICATION: the key was probed free, so a refusal
    *> is an I/O fault -- log it and still close the journal entry.
    WRITE MESSAGE-REC
        INVALID KEY
            MOVE SPACES TO SAVE-RECORD
            MOVE FUNCTION CURRENT-DATE(1:14) TO LOG-TIMESTAMP
            MOVE WS-NAME TO LOG-USER
            MOVE CURRENT-ACTION TO LOG-ACTION
            STRING "Message for " DELIMITED BY SIZE
                   FUNCTION TRIM(WS-MSG-NEW-RECIPIENT) DELIMITED BY SIZE
                   " could not be stored (file status " DELIMITED BY SIZE
                   MESSAGES-FILE-STATUS DELIMITED BY SIZE
                   ")." DELIMITED BY SIZE
                   INTO LOG-TEXT
            END-STRING
            WRITE SAVE-RECORD
    END-WRITE
    PERFORM JOURNAL-COMMIT
    CLOSE MESSAGES.

*> Moves WS-MSG-NEW-SENT on by one second, carrying into the minute,
*> hour and day.
STEP-MSG-SECOND.
    MOVE WS-MSG-NEW-SENT TO WS-MSG-STEP
    IF WS-MSG-STEP-SS < 59
        ADD 1 TO WS-MSG-STEP-SS
    ELSE
        MOVE 0 TO WS-MSG-STEP-SS
        IF WS-MSG-STEP-MM < 59
            ADD 1 TO WS-MSG-STEP-MM
        ELSE
            MOVE 0 TO WS-MSG-STEP-MM
            IF WS-MSG-STEP-HH < 23
                ADD 1 TO WS-MSG-STEP-HH
            ELSE
                MOVE 0 TO WS-MSG-STEP-HH
                COMPUTE WS-MSG-STEP-DATE = FUNCTION DATE-OF-INTEGER(
                    FUNCTION INTEGER-OF-DATE(WS-MSG-STEP-DATE) + 1)
            END-IF
        END-IF
    END-IF
    MOVE WS-MSG-STEP TO WS-MSG-NEW-SENT.

*> Formats the MSG-SENT timestamp in WS-MSG-SENT(WS-MSG-I) as
*> "YYYY-MM-DD HH:MM" for display.
FORMAT-MSG-WHEN.
    PERFORM SHOW

    MOVE 0 TO WS-MSG-TOTAL
    MOVE LOW-VALUES TO WS-MSG-LAST-KEY
    OPEN INPUT MESSAGES
    IF MESSAGES-FILE-STATUS NOT = "00"
        MOVE "Your inbox is empty." TO SAVE-TEXT
        EXIT PARAGRAPH
    END-IF

    *> Position on the first key for this recipient and read forward
    *> only while the rows are still theirs.
    MOVE "N" TO WS-MSG-EOF
    MOVE LOW-VALUES TO MSG-KEY
    MOVE WS-NAME TO MSG-RECIPIENT
    START MESSAGES KEY IS NOT LESS THAN MSG-KEY
        INVALID KEY MOVE "Y" TO WS-MSG-EOF
    END-START
    PERFORM UNTIL WS-MSG-EOF = "Y"
        READ MESSAGES NEXT RECORD INTO MESSAGE-REC
            AT END MOVE "Y" TO WS-MSG-EOF
            NOT AT END
                IF FUNCTION TRIM(MSG-RECIPIENT) NOT = FUNCTION TRIM(WS-NAME)
                    MOVE "Y" TO WS-MSG-EOF
                ELSE
                    ADD 1 TO WS-MSG-TOTAL
                    COMPUTE WS-MSG-I =
                        FUNCTION MOD(WS-MSG-TOTAL - 1, 200) + 1
                    MOVE MSG-READ   TO WS-MSG-READ(WS-MSG-I)
                    MOVE MSG-SENT   TO WS-MSG-SENT(WS-MSG-I)
                    MOVE MSG-TEXT   TO WS-MSG-BODY(WS-MSG-I)
                    MOVE MSG-KEY    TO WS-MSG-LAST-KEY
                END-IF
        END-READ
    END-PERFORM
    MOVE "The message has been reported for review." TO SAVE-TEXT
    PERFORM SHOW.

*> Flips the read flag on the logged-in user's unread messages, up to
*> the newest one VIEW-INBOX loaded -- a keyed REWRITE of just those
*> records, walking only this recipient's part of the file.
MARK-INBOX-READ.
    PERFORM BEGIN-DATA-UPDATE
    IF WS-UPDATE-OK NOT = 'Y'
        PERFORM SHOW
        EXIT PARAGRAPH
    END-IF
    OPEN I-O MESSAGES
    IF MESSAGES-FILE-STATUS NOT = "00"
        PERFORM END-DATA-UPDATE
        EXIT PARAGRAPH
    END-IF
    MOVE "N" TO WS-MSG-EOF
    MOVE LOW-VALUES TO MSG-KEY
    MOVE WS-NAME TO MSG-RECIPIENT
    START MESSAGES KEY IS NOT LESS THAN MSG-KEY
        INVALID KEY MOVE "Y" TO WS-MSG-EOF
    END-START
    PERFORM UNTIL WS-MSG-EOF = "Y"
        READ MESSAGES NEXT RECORD INTO MESSAGE-REC
            AT END MOVE "Y" TO WS-MSG-EOF
            NOT AT END
                IF FUNCTION TRIM(MSG-RECIPIENT) NOT = FUNCTION TRIM(WS-NAME)
                   OR MSG-KEY > WS-MSG-LAST-KEY
                    MOVE "Y" TO WS-MSG-EOF
                ELSE
                    IF MSG-READ = 'N'
                        MOVE 'Y' TO MSG-READ
                        MOVE "MESSAGES" TO WS-JRN-FILE
                        MOVE "REWRITE" TO WS-JRN-ACTION
                        MOVE MSG-RECIPIENT TO WS-JRN-KEY
                        MOVE MESSAGE-REC TO WS-JRN-IMAGE
                        PERFORM JOURNAL-BEGIN
                        REWRITE MESSAGE-REC
                            INVALID KEY
                                CONTINUE
                        END-REWRITE
                        PERFORM JOURNAL-COMMIT
                    END-IF
                END-IF
        END-READ
    END-PERFORM
    CLOSE MESSAGES
    PERFORM END-DATA-UPDATE.

*> Lists the messages the logged-in user has sent, newest first.
        EXIT PARAGRAPH
    END-IF

    *> Read by the sender alternate key; its duplicates come back in
    *> the order the messages were stored.
    MOVE "N" TO WS-MSG-EOF
    MOVE WS-NAME TO MSG-SENDER
    START MESSAGES KEY IS EQUAL TO MSG-SENDER
        INVALID KEY MOVE "Y" TO WS-MSG-EOF
    END-START
    PERFORM UNTIL WS-MSG-EOF = "Y"
        READ MESSAGES NEXT RECORD INTO MESSAGE-REC
            AT END MOVE "Y" TO WS-MSG-EOF
            NOT AT END
                IF FUNCTION TRIM(MSG-SENDER) NOT = FUNCTION TRIM(WS-NAME)
                    MOVE "Y" TO WS-MSG-EOF
                ELSE
                    ADD 1 TO WS-MSG-TOTAL
                    COMPUTE WS-MSG-I =
                        FUNCTION MOD(WS-MSG-TOTAL - 1, 200) + 1
    END-PERFORM.

*> Counts endorsements.txt rows for the user in WS-END-USER and the
*> skill number in WS-END-SKILL into WS-END-COUNT -- voided rows do
*> not count. Opened and closed per call, same as the other light
*> maintenance-style lookups.
COUNT-ENDORSEMENTS.
    MOVE 0 TO WS-END-COUNT
    OPEN INPUT ENDORSEMENTS
            NOT AT END
                MOVE SPACES TO END-FIELDS
                UNSTRING ENDORSEMENTS-LINE DELIMITED BY "|"
                    INTO END-USER END-SKILL END-ENDORSER END-GIVEN
                         END-STATUS
                END-UNSTRING
                IF FUNCTION TRIM(END-USER) = FUNCTION TRIM(WS-END-USER)
                   AND FUNCTION NUMVAL(END-SKILL) = WS-END-SKILL
                   AND FUNCTION TRIM(END-STATUS) NOT = "VOID"
                    ADD 1 TO WS-END-COUNT
                END-IF
        END-READ
           WS-END-SKILL DELIMITED BY SIZE
           "|" DELIMITED BY SIZE
           FUNCTION TRIM(WS-NAME) DELIMITED BY SIZE
           "|" DELIMITED BY SIZE
           FUNCTION CURRENT-DATE(1:14) DELIMITED BY SIZE
           INTO ENDORSEMENTS-LINE
    END-STRING
    WRITE ENDORSEMENTS-LINE
    CLOSE ENDORSEMENTS

    MOVE WS-END-USER TO NOTIF-RECIPIENT
    MOVE SPACES TO NOTIF-MAILED
    MOVE WS-NAME TO NOTIF-SENDER
    MOVE SPACES TO NOTIF-MESSAGE
    STRING FUNCTION TRIM(WS-NAME) DELIMITED BY SIZE
           " skill" DELIMITED BY SIZE
           INTO NOTIF-MESSAGE
    END-STRING
    PERFORM WRITE-NOTIFICATION
    PERFORM END-DATA-UPDATE

    MOVE SPACES TO SAVE-TEXT
    END-PERFORM
    CLOSE RECOMMENDATIONS.

*> Counts the accepted recommendations held by WS-REC-TARGET into
*> WS-REC-ACCEPTED.
COUNT-ACCEPTED-RECOMMENDATIONS.
    MOVE 0 TO WS-REC-ACCEPTED
    OPEN INPUT RECOMMENDATIONS
    IF RECS-FILE-STATUS NOT = "00"
        EXIT PARAGRAPH
    END-IF
    MOVE "N" TO WS-REC-EOF
    PERFORM UNTIL WS-REC-EOF = "Y"
        READ RECOMMENDATIONS INTO RECOMMENDATIONS-LINE
            AT END MOVE "Y" TO WS-REC-EOF
            NOT AT END
                MOVE SPACES TO REC-FIELDS
                UNSTRING RECOMMENDATIONS-LINE DELIMITED BY "|"
                    INTO REC-REQUESTER REC-RECOMMENDER REC-STATUS
                         REC-TEXT
                END-UNSTRING
                IF FUNCTION TRIM(REC-REQUESTER) = FUNCTION TRIM(WS-REC-TARGET)
                   AND FUNCTION TRIM(REC-STATUS) = "ACCEPTED"
                    ADD 1 TO WS-REC-ACCEPTED
                END-IF
        END-READ
    END-PERFORM
    CLOSE RECOMMENDATIONS.

*> Asks an accepted connection for a written recommendation -- the
*> same CHECK-ACCEPTED-CONNECTION gate messaging uses, one open ask
*> per pair, and the recommender hears through the notifications
*> queue.
REQUEST-RECOMMENDATION.
    MOVE "Enter the username to ask for a recommendation:" TO SAVE-TEXT
    PERFORM SHOW
    PERFORM GET-INPUT-LINE
    IF INPUTSEOF = 'Y'
        EXIT PARAGRAPH
    END-IF
    MOVE FUNCTION TRIM(INPUT-TEXT) TO WS-REC-TARGET

    IF FUNCTION LENGTH(FUNCTION TRIM(WS-REC-TARGET)) = 0
        MOVE "Username cannot be empty." TO SAVE-TEXT
        PERFORM SHOW
        EXIT PARAGRAPH
    END-IF
    IF FUNCTION TRIM(WS-REC-TARGET) = FUNCTION TRIM(WS-NAME)
    WRITE RECOMMENDATIONS-LINE
    CLOSE RECOMMENDATIONS

    MOVE WS-REC-TARGET TO NOTIF-RECIPIENT
    MOVE SPACES TO NOTIF-MAILED
    MOVE WS-NAME TO NOTIF-SENDER
    MOVE SPACES TO NOTIF-MESSAGE
    STRING FUNCTION TRIM(WS-NAME) DELIMITED BY SIZE
           " asked you for a recommendation" DELIMITED BY SIZE
           INTO NOTIF-MESSAGE
    END-STRING
    PERFORM WRITE-NOTIFICATION
    PERFORM END-DATA-UPDATE

    MOVE SPACES TO SAVE-TEXT
    CALL "SYSTEM" USING BY CONTENT "mv -f src/recommendations.new src/recommendations.txt"

    *> Tell the requester how it went.
    MOVE WS-REC-TARGET TO NOTIF-RECIPIENT
    MOVE SPACES TO NOTIF-MAILED
    MOVE WS-NAME TO NOTIF-SENDER
    MOVE SPACES TO NOTIF-MESSAGE
    IF WS-REC-DECISION = 'W'
               INTO NOTIF-MESSAGE
        END-STRING
    END-IF
    PERFORM WRITE-NOTIFICATION
    PERFORM END-DATA-UPDATE

    MOVE SPACES TO SAVE-TEXT
    IF WS-REC-DECISION = 'W'
        STRING "Recommendation recorded for " DELIMITED BY SIZE
               FUNCTION TRIM(WS-REC-TARGET) DELIMITED BY SIZE
               "." DELIMITED BY SIZE
               INTO SAVE-TEXT
        END-STRING
    ELSE
        MOVE "Request declined." TO SAVE-TEXT
    END-IF
    PERFORM SHOW.

*> Works the integrity flags the IntegrityReview batch raised over
*> endorsements and recommendations: lists the FLAGGED items whose
*> giver is on the administrator's campus with the reasons, then
*> voids the chosen one (the endorsement row goes to VOID, the
*> recommendation to VOIDED, so it stops counting toward the totals
*> shown on profiles) or keeps it. Either way the flag row keeps the
*> decision, and the batch does not raise it again.
ADMIN-INTEGRITY-REVIEW.
    MOVE "--- Endorsement and Recommendation Flags ---" TO SAVE-TEXT
    PERFORM SHOW

    MOVE 0 TO WS-INTF-COUNT
    OPEN INPUT INTEGRITY-FLAGS
    IF INTF-FILE-STATUS NOT = "00"
        MOVE "Nothing is flagged." TO SAVE-TEXT
        PERFORM SHOW
        EXIT PARAGRAPH
    END-IF
    MOVE "N" TO WS-INTF-EOF
    PERFORM UNTIL WS-INTF-EOF = "Y"
        READ INTEGRITY-FLAGS INTO INTEGRITY-FLAGS-LINE
            AT END MOVE "Y" TO WS-INTF-EOF
            NOT AT END
                MOVE INTEGRITY-FLAGS-LINE TO WS-INTF-LINE
                PERFORM SPLIT-INTEGRITY-FLAG-LINE
                IF FUNCTION TRIM(INTF-STATUS) = "FLAGGED"
                    MOVE INTF-GIVER TO WS-CMP-TARGET
                    PERFORM CHECK-CAMPUS-SCOPE
                    IF WS-CMP-IN-SCOPE = 'Y' AND WS-INTF-COUNT < 20
                        ADD 1 TO WS-INTF-COUNT
                        MOVE WS-INTF-LINE TO WS-INTF-ROW(WS-INTF-COUNT)
                        MOVE SPACES TO SAVE-TEXT
                        IF FUNCTION TRIM(INTF-KIND) = "ENDORSE"
                            STRING WS-INTF-COUNT DELIMITED BY SIZE
                                   ". [ENDORSE] " DELIMITED BY SIZE
                                   FUNCTION TRIM(INTF-GIVER) DELIMITED BY SIZE
                                   " endorsed " DELIMITED BY SIZE
                                   FUNCTION TRIM(INTF-SUBJECT) DELIMITED BY SIZE
                                   " for skill " DELIMITED BY SIZE
                                   FUNCTION TRIM(INTF-SKILL) DELIMITED BY SIZE
                                   " -- " DELIMITED BY SIZE
                                   FUNCTION TRIM(INTF-REASONS) DELIMITED BY SIZE
                                   ": " DELIMITED BY SIZE
                                   FUNCTION TRIM(INTF-DETAIL) DELIMITED BY SIZE
                                   INTO SAVE-TEXT
                            END-STRING
                        ELSE
                            STRING WS-INTF-COUNT DELIMITED BY SIZE
                                   ". [RECOMMEND] " DELIMITED BY SIZE
                                   FUNCTION TRIM(INTF-GIVER) DELIMITED BY SIZE
                                   " recommended " DELIMITED BY SIZE
                                   FUNCTION TRIM(INTF-SUBJECT) DELIMITED BY SIZE
                                   " -- " DELIMITED BY SIZE
                                   FUNCTION TRIM(INTF-REASONS) DELIMITED BY SIZE
                                   ": " DELIMITED BY SIZE
                                   FUNCTION TRIM(INTF-DETAIL) DELIMITED BY SIZE
                                   INTO SAVE-TEXT
                            END-STRING
                        END-IF
                        PERFORM SHOW
                    END-IF
                END-IF
        END-READ
    END-PERFORM
    CLOSE INTEGRITY-FLAGS

    IF WS-INTF-COUNT = 0
        MOVE "Nothing is flagged." TO SAVE-TEXT
        PERFORM SHOW
        EXIT PARAGRAPH
    END-IF

    MOVE "Enter the number of an item to decide, or 0 to go back:" TO SAVE-TEXT
    PERFORM SHOW
    PERFORM GET-INPUT-LINE
    IF INPUTSEOF = 'Y'
        EXIT PARAGRAPH
    END-IF
    MOVE FUNCTION NUMVAL(INPUT-TEXT) TO WS-INTF-CHOICE
    IF WS-INTF-CHOICE = 0 OR WS-INTF-CHOICE > WS-INTF-COUNT
        EXIT PARAGRAPH
    END-IF

    MOVE "Enter V to void it or K to keep it:" TO SAVE-TEXT
    PERFORM SHOW
    PERFORM GET-INPUT-LINE
    IF INPUTSEOF = 'Y'
        EXIT PARAGRAPH
    END-IF
    MOVE FUNCTION UPPER-CASE(INPUT-TEXT(1:1)) TO WS-INTF-DECISION
    IF WS-INTF-DECISION NOT = "V" AND WS-INTF-DECISION NOT = "K"
        MOVE "No decision recorded." TO SAVE-TEXT
        PERFORM SHOW
        EXIT PARAGRAPH
    END-IF

    IF WS-DRYRUN-MODE = 'Y'
        MOVE "[DRY RUN] Would record the decision on the selected item." TO SAVE-TEXT
        PERFORM SHOW
        EXIT PARAGRAPH
    END-IF

    MOVE WS-INTF-ROW(WS-INTF-CHOICE) TO WS-INTF-LINE
    PERFORM SPLIT-INTEGRITY-FLAG-LINE
    MOVE INTF-KIND TO WS-INTF-P-KIND
    MOVE INTF-SUBJECT TO WS-INTF-P-SUBJECT
    MOVE INTF-GIVER TO WS-INTF-P-GIVER
    MOVE INTF-SKILL TO WS-INTF-P-SKILL

    PERFORM BEGIN-DATA-UPDATE
    IF WS-UPDATE-OK NOT = 'Y'
        MOVE "The data store is busy right now -- please try again in a moment." TO SAVE-TEXT
        PERFORM SHOW
        EXIT PARAGRAPH
    END-IF
    *> Rewrite the flags with the decision on the chosen row -- only
    *> if it is still FLAGGED, so two administrators cannot both act.
    MOVE 'N' TO WS-INTF-FOUND
    OPEN INPUT INTEGRITY-FLAGS
    OPEN OUTPUT INTF-NEW-FILE
    MOVE "N" TO WS-INTF-EOF
    PERFORM UNTIL WS-INTF-EOF = "Y"
        READ INTEGRITY-FLAGS INTO INTEGRITY-FLAGS-LINE
            AT END MOVE "Y" TO WS-INTF-EOF
            NOT AT END
                MOVE INTEGRITY-FLAGS-LINE TO INTF-NEW-LINE
                MOVE INTEGRITY-FLAGS-LINE TO WS-INTF-LINE
                PERFORM SPLIT-INTEGRITY-FLAG-LINE
                IF INTF-KIND = WS-INTF-P-KIND
                   AND INTF-SUBJECT = WS-INTF-P-SUBJECT
                   AND INTF-GIVER = WS-INTF-P-GIVER
                   AND INTF-SKILL = WS-INTF-P-SKILL
                   AND FUNCTION TRIM(INTF-STATUS) = "FLAGGED"
                    MOVE 'Y' TO WS-INTF-FOUND
                    IF WS-INTF-DECISION = "V"
                        MOVE "VOIDED" TO INTF-STATUS
                    ELSE
                        MOVE "KEPT" TO INTF-STATUS
                    END-IF
                    MOVE SPACES TO INTF-NEW-LINE
                    STRING FUNCTION TRIM(INTF-KIND) DELIMITED BY SIZE
                           "|" DELIMITED BY SIZE
                           FUNCTION TRIM(INTF-SUBJECT) DELIMITED BY SIZE
                           "|" DELIMITED BY SIZE
                           FUNCTION TRIM(INTF-GIVER) DELIMITED BY SIZE
                           "|" DELIMITED BY SIZE
                           FUNCTION TRIM(INTF-SKILL) DELIMITED BY SIZE
                           "|" DELIMITED BY SIZE
                           FUNCTION TRIM(INTF-REASONS) DELIMITED BY SIZE
                           "|" DELIMITED BY SIZE
                           FUNCTION TRIM(INTF-DETAIL) DELIMITED BY SIZE
                           "|" DELIMITED BY SIZE
                           FUNCTION TRIM(INTF-STATUS) DELIMITED BY SIZE
                           "|" DELIMITED BY SIZE
                           WS-DATE-STAMP DELIMITED BY SIZE
                           "|" DELIMITED BY SIZE
                           FUNCTION TRIM(WS-NAME) DELIMITED BY SIZE
                           INTO INTF-NEW-LINE
                    END-STRING
                END-IF
                WRITE INTF-NEW-LINE
        END-READ
    END-PERFORM
    CLOSE INTEGRITY-FLAGS
    CLOSE INTF-NEW-FILE

    IF WS-INTF-FOUND NOT = 'Y'
        PERFORM END-DATA-UPDATE
        MOVE "That item has already been decided." TO SAVE-TEXT
        PERFORM SHOW
        EXIT PARAGRAPH
    END-IF
    CALL "SYSTEM" USING BY CONTENT "mv -f src/integrity-flags.new src/integrity-flags.txt"

    IF WS-INTF-DECISION = "V"
        IF FUNCTION TRIM(WS-INTF-P-KIND) = "ENDORSE"
            PERFORM VOID-FLAGGED-ENDORSEMENT
        ELSE
            PERFORM VOID-FLAGGED-RECOMMENDATION
        END-IF
    END-IF
    PERFORM END-DATA-UPDATE

    IF WS-INTF-DECISION = "V"
        MOVE "Item voided; it no longer counts toward the totals shown." TO SAVE-TEXT
    ELSE
        MOVE "Item kept." TO SAVE-TEXT
    END-IF
    PERFORM SHOW.

SPLIT-INTEGRITY-FLAG-LINE.
    MOVE SPACES TO INTF-FIELDS
    UNSTRING WS-INTF-LINE DELIMITED BY "|"
        INTO INTF-KIND INTF-SUBJECT INTF-GIVER INTF-SKILL INTF-REASONS
             INTF-DETAIL INTF-STATUS INTF-DECIDED INTF-BY
    END-UNSTRING.

*> Marks the endorsement named in WS-INTF-PICK VOID (rewrite via
*> endorsements.new + mv). Runs inside the caller's burst.
VOID-FLAGGED-ENDORSEMENT.
    OPEN INPUT ENDORSEMENTS
    IF ENDORSEMENTS-FILE-STATUS NOT = "00"
        EXIT PARAGRAPH
    END-IF
    OPEN OUTPUT END-NEW-FILE
    MOVE "N" TO WS-END-EOF
    PERFORM UNTIL WS-END-EOF = "Y"
        READ ENDORSEMENTS INTO ENDORSEMENTS-LINE
            AT END MOVE "Y" TO WS-END-EOF
            NOT AT END
                MOVE ENDORSEMENTS-LINE TO END-NEW-LINE
                MOVE SPACES TO END-FIELDS
                UNSTRING ENDORSEMENTS-LINE DELIMITED BY "|"
                    INTO END-USER END-SKILL END-ENDORSER END-GIVEN
                         END-STATUS
                END-UNSTRING
                IF FUNCTION TRIM(END-USER) = FUNCTION TRIM(WS-INTF-P-SUBJECT)
                   AND FUNCTION TRIM(END-ENDORSER) = FUNCTION TRIM(WS-INTF-P-GIVER)
                   AND FUNCTION NUMVAL(END-SKILL) = FUNCTION NUMVAL(WS-INTF-P-SKILL)
                    MOVE SPACES TO END-NEW-LINE
                    STRING FUNCTION TRIM(END-USER) DELIMITED BY SIZE
                           "|" DELIMITED BY SIZE
                           FUNCTION TRIM(END-SKILL) DELIMITED BY SIZE
                           "|" DELIMITED BY SIZE
                           FUNCTION TRIM(END-ENDORSER) DELIMITED BY SIZE
                           "|" DELIMITED BY SIZE
                           FUNCTION TRIM(END-GIVEN) DELIMITED BY SIZE
                           "|VOID" DELIMITED BY SIZE
                           INTO END-NEW-LINE
                    END-STRING
                END-IF
                WRITE END-NEW-LINE
        END-READ
    END-PERFORM
    CLOSE ENDORSEMENTS
    CLOSE END-NEW-FILE
    CALL "SYSTEM" USING BY CONTENT "mv -f src/endorsements.new src/endorsements.txt".

*> Moves the ACCEPTED recommendation named in WS-INTF-PICK to VOIDED
*> (rewrite via recommendations.new + mv). Runs inside the caller's
*> burst.
VOID-FLAGGED-RECOMMENDATION.
    OPEN INPUT RECOMMENDATIONS
    IF RECS-FILE-STATUS NOT = "00"
        EXIT PARAGRAPH
    END-IF
    OPEN OUTPUT REC-NEW-FILE
    MOVE "N" TO WS-REC-EOF
    PERFORM UNTIL WS-REC-EOF = "Y"
        READ RECOMMENDATIONS INTO RECOMMENDATIONS-LINE
            AT END MOVE "Y" TO WS-REC-EOF
            NOT AT END
                MOVE RECOMMENDATIONS-LINE TO REC-NEW-LINE
                MOVE SPACES TO REC-FIELDS
                UNSTRING RECOMMENDATIONS-LINE DELIMITED BY "|"
                    INTO REC-REQUESTER REC-RECOMMENDER REC-STATUS
                         REC-TEXT
                END-UNSTRING
                IF FUNCTION TRIM(REC-REQUESTER) = FUNCTION TRIM(WS-INTF-P-SUBJECT)
                   AND FUNCTION TRIM(REC-RECOMMENDER) = FUNCTION TRIM(WS-INTF-P-GIVER)
                   AND FUNCTION TRIM(REC-STATUS) = "ACCEPTED"
                    MOVE "VOIDED" TO REC-STATUS
                    MOVE SPACES TO REC-NEW-LINE
                    STRING FUNCTION TRIM(REC-REQUESTER) DELIMITED BY SIZE
                           "|" DELIMITED BY SIZE
                           FUNCTION TRIM(REC-RECOMMENDER) DELIMITED BY SIZE
                           "|" DELIMITED BY SIZE
                           FUNCTION TRIM(REC-STATUS) DELIMITED BY SIZE
                           "|" DELIMITED BY SIZE
                           FUNCTION TRIM(REC-TEXT) DELIMITED BY SIZE
                           INTO REC-NEW-LINE
                    END-STRING
                END-IF
                WRITE REC-NEW-LINE
        END-READ
    END-PERFORM
    CLOSE RECOMMENDATIONS
    CLOSE REC-NEW-FILE
    CALL "SYSTEM" USING BY CONTENT "mv -f src/recommendations.new src/recommendations.txt".

*> Fills WS-NET-TABLE with the usernames the logged-in user shares an
*> ACCEPTED connections.txt row with -- the same both-sides scan
*> VIEW-MY-NETWORK uses in the Epic4-Deliverables program.
        EXIT PARAGRAPH
    END-IF

    MOVE "CONNECT" TO WS-QUOTA-ACTION
    PERFORM CHECK-DAILY-QUOTA
    IF WS-QUOTA-OK NOT = 'Y'
        EXIT PARAGRAPH
    END-IF

    *> Validate that there is no duplicate or reverse pending request
    MOVE 'N' TO WS-CONN-FOUND
    OPEN INPUT CONNECTIONS
    MOVE WS-CONN-RECIPIENT TO WS-BLOCK-OTHER
    PERFORM CHECK-BLOCKED
    IF WS-BLOCKED = 'Y'
        MOVE "SENT" TO WS-QUOTA-OUTCOME
        PERFORM RECORD-QUOTA-USE
        MOVE SPACES TO SAVE-TEXT
        STRING "Connection request sent to " DELIMITED BY SIZE
               FUNCTION TRIM(WS-CONN-RECIPIENT) DELIMITED BY SIZE
    CLOSE CONNECTIONS

    *> Queue a notification for the recipient
    MOVE WS-CONN-RECIPIENT TO NOTIF-RECIPIENT
    MOVE SPACES TO NOTIF-MAILED
    MOVE WS-CONN-SENDER    TO NOTIF-SENDER
    MOVE SPACES TO NOTIF-MESSAGE
    STRING "You have a new connection request from " DELIMITED BY SIZE
           FUNCTION TRIM(WS-CONN-SENDER) DELIMITED BY SIZE
           INTO NOTIF-MESSAGE
    END-STRING
    PERFORM WRITE-NOTIFICATION
    MOVE "SENT" TO WS-QUOTA-OUTCOME
    PERFORM RECORD-QUOTA-USE
    PERFORM END-DATA-UPDATE

    MOVE SPACES TO SAVE-TEXT
        PERFORM SHOW
        MOVE "13. Announcement Read Report" TO SAVE-TEXT
        PERFORM SHOW
        MOVE "14. Set an Account's Campus" TO SAVE-TEXT
        PERFORM SHOW
        MOVE "15. Learning Agreement Approvals" TO SAVE-TEXT
        PERFORM SHOW
        MOVE "16. Screening Review Queue" TO SAVE-TEXT
        PERFORM SHOW
        MOVE "17. Endorsement and Recommendation Flags" TO SAVE-TEXT
        PERFORM SHOW
        MOVE "9. Exit" TO SAVE-TEXT
        PERFORM SHOW
        MOVE "Enter your choice:" TO SAVE-TEXT
                WHEN 13
                    MOVE "ANNOUNCE REPORT" TO CURRENT-ACTION
                    PERFORM ANNOUNCEMENT-READ-REPORT
                WHEN 14
                    MOVE "ADMIN CAMPUS" TO CURRENT-ACTION
                    PERFORM ADMIN-SET-CAMPUS
                WHEN 15
                    MOVE "ADMIN AGREEMENT" TO CURRENT-ACTION
                    PERFORM ADMIN-LEARNING-AGREEMENTS
                WHEN 16
                    MOVE "ADMIN SCREENING" TO CURRENT-ACTION
                    PERFORM ADMIN-SCREENING-QUEUE
                WHEN 17
                    MOVE "ADMIN INTEGRITY" TO CURRENT-ACTION
                    PERFORM ADMIN-INTEGRITY-REVIEW
                WHEN 9
                    MOVE "EXIT" TO CURRENT-ACTION
                    MOVE "Exiting navigation..." TO SAVE-TEXT
*> Prompts for a target username and loads its USER-REC; sets
*> WS-ADMIN-FOUND. USERINFO is left CLOSED -- each action reopens it
*> I-O around its own REWRITE so the hold on the file stays short.
*> An account on another campus than the administrator's is treated
*> as out of reach (see CHECK-CAMPUS-SCOPE).
ADMIN-GET-TARGET.
    MOVE 'N' TO WS-ADMIN-FOUND
    MOVE "Enter the username:" TO SAVE-TEXT
    IF WS-ADMIN-FOUND NOT = 'Y'
        MOVE "No account found with that username." TO SAVE-TEXT
        PERFORM SHOW
        EXIT PARAGRAPH
    END-IF

    MOVE WS-ADMIN-TARGET TO WS-CMP-TARGET
    PERFORM CHECK-CAMPUS-SCOPE
    IF WS-CMP-IN-SCOPE NOT = 'Y'
        MOVE 'N' TO WS-ADMIN-FOUND
        MOVE "That account belongs to another campus." TO SAVE-TEXT
        PERFORM SHOW
    END-IF.

*> Loads src/campuses.txt into WS-CMP-TABLE, once per session. Codes
*> are kept upper-case; with no file the lone home campus is MAIN.
LOAD-CAMPUS-CATALOG.
    IF WS-CMP-LOADED = 'Y'
        EXIT PARAGRAPH
    END-IF
    MOVE 'Y' TO WS-CMP-LOADED
    MOVE 0 TO WS-CMP-COUNT
    MOVE "MAIN" TO WS-CMP-HOME
    OPEN INPUT CAMPUSES
    IF CAMPUS-FILE-STATUS NOT = "00"
        EXIT PARAGRAPH
    END-IF
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
    IF WS-CMP-COUNT > 0
        MOVE WS-CMP-T-CODE(1) TO WS-CMP-HOME
    END-IF.

*> Sets WS-CMP-CODE to the campus of the account in WS-CMP-USER; no
*> row on file means the home campus.
LOOKUP-ACCOUNT-CAMPUS.
    PERFORM LOAD-CAMPUS-CATALOG
    MOVE WS-CMP-HOME TO WS-CMP-CODE
    OPEN INPUT ACCOUNT-CAMPUS
    IF ACCTCMP-FILE-STATUS NOT = "00"
        EXIT PARAGRAPH
    END-IF
    MOVE "N" TO WS-CMP-EOF
    PERFORM UNTIL WS-CMP-EOF = "Y"
        READ ACCOUNT-CAMPUS INTO ACCOUNT-CAMPUS-LINE
            AT END MOVE "Y" TO WS-CMP-EOF
            NOT AT END
                MOVE SPACES TO ACMP-FIELDS
                UNSTRING ACCOUNT-CAMPUS-LINE DELIMITED BY "|"
                    INTO ACMP-USER ACMP-CODE
                END-UNSTRING
                IF FUNCTION TRIM(ACMP-USER) = FUNCTION TRIM(WS-CMP-USER)
                   AND FUNCTION LENGTH(FUNCTION TRIM(ACMP-CODE)) > 0
                    MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(ACMP-CODE))
                        TO WS-CMP-CODE
                    MOVE "Y" TO WS-CMP-EOF
                END-IF
        END-READ
    END-PERFORM
    CLOSE ACCOUNT-CAMPUS.

*> Sets WS-CMP-IN-SCOPE when the logged-in administrator may act on
*> the account in WS-CMP-TARGET: always with a single campus on
*> file or a consortium-wide (*) administrator, otherwise only when
*> both accounts belong to the same campus.
CHECK-CAMPUS-SCOPE.
    MOVE 'Y' TO WS-CMP-IN-SCOPE
    PERFORM LOAD-CAMPUS-CATALOG
    IF WS-CMP-COUNT <= 1
        EXIT PARAGRAPH
    END-IF
    MOVE WS-NAME TO WS-CMP-USER
    PERFORM LOOKUP-ACCOUNT-CAMPUS
    MOVE WS-CMP-CODE TO WS-CMP-ADMIN
    IF WS-CMP-ADMIN = "*"
        EXIT PARAGRAPH
    END-IF
    MOVE WS-CMP-TARGET TO WS-CMP-USER
    PERFORM LOOKUP-ACCOUNT-CAMPUS
    IF WS-CMP-CODE NOT = WS-CMP-ADMIN
        MOVE 'N' TO WS-CMP-IN-SCOPE
    END-IF.

*> Lists the campuses and reads one code into WS-CMP-PICK, prompting
*> with WS-CMP-PROMPT. WS-CMP-PICK-OK is set for a code on file, a
*> blank line (WS-CMP-PICK left blank, the caller's default), or *
*> when WS-CMP-ALLOW-ALL permits it.
PICK-CAMPUS.
    MOVE 'N' TO WS-CMP-PICK-OK
    MOVE SPACES TO WS-CMP-PICK
    MOVE "Campuses:" TO SAVE-TEXT
    PERFORM SHOW
    PERFORM VARYING WS-CMP-I FROM 1 BY 1 UNTIL WS-CMP-I > WS-CMP-COUNT
        MOVE SPACES TO SAVE-TEXT
        STRING "   " DELIMITED BY SIZE
               FUNCTION TRIM(WS-CMP-T-CODE(WS-CMP-I)) DELIMITED BY SIZE
               " - " DELIMITED BY SIZE
               FUNCTION TRIM(WS-CMP-T-NAME(WS-CMP-I)) DELIMITED BY SIZE
               INTO SAVE-TEXT
        END-STRING
        PERFORM SHOW
    END-PERFORM
    MOVE WS-CMP-PROMPT TO SAVE-TEXT
    PERFORM SHOW
    PERFORM GET-INPUT-LINE
    IF INPUTSEOF = 'Y'
        EXIT PARAGRAPH
    END-IF
    MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(INPUT-TEXT)) TO WS-CMP-PICK
    IF WS-CMP-PICK = SPACES
        MOVE 'Y' TO WS-CMP-PICK-OK
        EXIT PARAGRAPH
    END-IF
    IF WS-CMP-PICK = "*" AND WS-CMP-ALLOW-ALL = 'Y'
        MOVE 'Y' TO WS-CMP-PICK-OK
        EXIT PARAGRAPH
    END-IF
    PERFORM VARYING WS-CMP-I FROM 1 BY 1 UNTIL WS-CMP-I > WS-CMP-COUNT
        IF WS-CMP-T-CODE(WS-CMP-I) = WS-CMP-PICK
            MOVE 'Y' TO WS-CMP-PICK-OK
        END-IF
    END-PERFORM
    IF WS-CMP-PICK-OK NOT = 'Y'
        MOVE "That campus is not in the campus list. Please enter one of the codes shown." TO SAVE-TEXT
        PERFORM SHOW
    END-IF.

*> Upserts the campus row WS-CMP-TARGET|WS-CMP-PICK (rewrite via
*> account-campus.new + mv, the usual atomic-replace pattern).
SAVE-ACCOUNT-CAMPUS.
    PERFORM BEGIN-DATA-UPDATE
    IF WS-UPDATE-OK NOT = 'Y'
        MOVE "The data store is busy right now -- please try again in a moment." TO SAVE-TEXT
        PERFORM SHOW
        EXIT PARAGRAPH
    END-IF
    MOVE 'N' TO WS-CMP-FOUND
    OPEN OUTPUT ACCTCMP-NEW-FILE
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
                    IF FUNCTION TRIM(ACMP-USER) = FUNCTION TRIM(WS-CMP-TARGET)
                        MOVE 'Y' TO WS-CMP-FOUND
                        PERFORM WRITE-ACCOUNT-CAMPUS-ROW
                    ELSE
                        MOVE ACCOUNT-CAMPUS-LINE TO ACCTCMP-NEW-LINE
                        WRITE ACCTCMP-NEW-LINE
                    END-IF
            END-READ
        END-PERFORM
        CLOSE ACCOUNT-CAMPUS
    END-IF
    IF WS-CMP-FOUND NOT = 'Y'
        PERFORM WRITE-ACCOUNT-CAMPUS-ROW
    END-IF
    CLOSE ACCTCMP-NEW-FILE
    CALL "SYSTEM" USING BY CONTENT "mv -f src/account-campus.new src/account-campus.txt"
    PERFORM END-DATA-UPDATE.

WRITE-ACCOUNT-CAMPUS-ROW.
    MOVE SPACES TO ACCTCMP-NEW-LINE
    STRING FUNCTION TRIM(WS-CMP-TARGET) DELIMITED BY SIZE
           "|" DELIMITED BY SIZE
           FUNCTION TRIM(WS-CMP-PICK) DELIMITED BY SIZE
           INTO ACCTCMP-NEW-LINE
    END-STRING
    WRITE ACCTCMP-NEW-LINE.

*> Moves an account to another campus. Only a consortium-wide (*)
*> administrator may hand out *, and a scoped administrator can only
*> reach accounts on their own campus in the first place.
ADMIN-SET-CAMPUS.
    PERFORM LOAD-CAMPUS-CATALOG
    IF WS-CMP-COUNT <= 1
        MOVE "Only one campus is on file -- every account already belongs to it." TO SAVE-TEXT
        PERFORM SHOW
        EXIT PARAGRAPH
    END-IF
    PERFORM ADMIN-GET-TARGET
    IF WS-ADMIN-FOUND NOT = 'Y'
        EXIT PARAGRAPH
    END-IF

    MOVE WS-ADMIN-TARGET TO WS-CMP-USER
    PERFORM LOOKUP-ACCOUNT-CAMPUS
    MOVE SPACES TO SAVE-TEXT
    STRING "Current campus: " DELIMITED BY SIZE
           FUNCTION TRIM(WS-CMP-CODE) DELIMITED BY SIZE
           INTO SAVE-TEXT
    END-STRING
    PERFORM SHOW

    MOVE WS-NAME TO WS-CMP-USER
    PERFORM LOOKUP-ACCOUNT-CAMPUS
    IF WS-CMP-CODE = "*"
        MOVE 'Y' TO WS-CMP-ALLOW-ALL
        MOVE "Enter the new campus code (* for consortium-wide, blank line to keep it):" TO WS-CMP-PROMPT
    ELSE
        MOVE 'N' TO WS-CMP-ALLOW-ALL
        MOVE "Enter the new campus code (blank line to keep it):" TO WS-CMP-PROMPT
    END-IF
    MOVE 'N' TO WS-CMP-PICK-OK
    PERFORM UNTIL WS-CMP-PICK-OK = 'Y' OR INPUTSEOF = 'Y'
        PERFORM PICK-CAMPUS
    END-PERFORM
    MOVE 'N' TO WS-CMP-ALLOW-ALL
    IF INPUTSEOF = 'Y' OR WS-CMP-PICK = SPACES
        MOVE "Campus left unchanged." TO SAVE-TEXT
        PERFORM SHOW
        EXIT PARAGRAPH
    END-IF

    IF WS-DRYRUN-MODE = 'Y'
        MOVE "[DRY RUN] Would change the account's campus." TO SAVE-TEXT
        PERFORM SHOW
        EXIT PARAGRAPH
    END-IF

    MOVE WS-ADMIN-TARGET TO WS-CMP-TARGET
    PERFORM SAVE-ACCOUNT-CAMPUS
    IF WS-UPDATE-OK = 'Y'
        MOVE SPACES TO SAVE-TEXT
        STRING FUNCTION TRIM(WS-ADMIN-TARGET) DELIMITED BY SIZE
               " now belongs to campus " DELIMITED BY SIZE
               FUNCTION TRIM(WS-CMP-PICK) DELIMITED BY SIZE
               "." DELIMITED BY SIZE
               INTO SAVE-TEXT
        END-STRING
        PERFORM SHOW
    END-IF.

*> Clears the lockout counters the way a successful Forgot Password
*> reset does, without needing the student's security answer.
ADMIN-UNLOCK-ACCOUNT.
    PERFORM ADMIN-GET-TARGET
    IF WS-ADMIN-FOUND NOT = 'Y'
        EXIT PARAGRAPH
    END-IF

    IF WS-DRYRUN-MODE = 'Y'
        MOVE "[DRY RUN] Would unlock the account." TO SAVE-TEXT
        PERFORM SHOW
        EXIT PARAGRAPH
    END-IF

    PERFORM BEGIN-DATA-UPDATE
    IF WS-UPDATE-OK NOT = 'Y'
        MOVE "The data store is busy right now -- please try again in a moment." TO SAVE-TEXT
        PERFORM SHOW
        EXIT PARAGRAPH
    END-IF
    OPEN I-O USERINFO
    MOVE FUNCTION TRIM(WS-ADMIN-TARGET) TO IN-USERNAME
    READ USERINFO INTO USER-REC KEY IS IN-USERNAME
        INVALID KEY
            CONTINUE
        NOT INVALID KEY
            MOVE 0 TO IN-FAILED-ATTEMPTS
            MOVE 'N' TO IN-LOCKED
            MOVE "USERINFO" TO WS-JRN-FILE
            MOVE "REWRITE" TO WS-JRN-ACTION
            MOVE IN-USERNAME TO WS-JRN-KEY
            MOVE USER-REC TO WS-JRN-IMAGE
            PERFORM JOURNAL-BEGIN
            REWRITE USER-REC
            PERFORM JOURNAL-COMMIT
    END-READ
    CLOSE USERINFO
    PERFORM END-DATA-UPDATE

    MOVE SPACES TO SAVE-TEXT
    STRING "Account unlocked: " DELIMITED BY SIZE
           FUNCTION TRIM(WS-ADMIN-TARGET) DELIMITED BY SIZE
           INTO SAVE-TEXT
    END-STRING
    PERFORM SHOW.

*> Sets a temporary password chosen by the admin (validated against
*> the normal complexity rules, stored hashed) and clears any lockout
*> -- for the student who has forgotten the security answer too.
ADMIN-FORCE-RESET.
    PERFORM ADMIN-GET-TARGET
    IF WS-ADMIN-FOUND NOT = 'Y'
        EXIT PARAGRAPH
    END-IF

    MOVE "Enter the temporary password (8-12 chars, 1 capital, 1 digit, 1 special):" TO SAVE-TEXT
    PERFORM SHOW
    PERFORM GET-INPUT-LINE
    IF INPUTSEOF = 'Y'
        EXIT PARAGRAPH
    END-IF
    MOVE FUNCTION TRIM(INPUT-TEXT) TO IN-PASSWORD
    PERFORM CHECK-NEW-PASSWORD-STRENGTH
    IF WS-HASCAPITAL NOT = 'Y'
       OR WS-HASDIGIT NOT = 'Y'
       OR WS-HASSPECIAL NOT = 'Y'
        MOVE "Password requirements not met! Password not changed." TO SAVE-TEXT
        PERFORM SHOW
        EXIT PARAGRAPH

    PERFORM SHOW-SKILLS-WITH-ENDORSEMENTS.

*> Works the employer verification queue: lists the PENDING accounts
*> on the administrator's campus (see CHECK-CAMPUS-SCOPE),
*> takes an approve/reject ruling on one, rewrites its row (via
*> employer-verify.new + mv, the usual atomic-replace pattern), and
*> notifies the employer either way. A rejection also deactivates
                UNSTRING EMP-VERIFY-LINE DELIMITED BY "|"
                    INTO EV-USER EV-STATUS EV-REASON
                END-UNSTRING
                MOVE 'N' TO WS-CMP-IN-SCOPE
                IF FUNCTION TRIM(EV-STATUS) = "PENDING"
                    MOVE EV-USER TO WS-CMP-TARGET
                    PERFORM CHECK-CAMPUS-SCOPE
                END-IF
                IF WS-CMP-IN-SCOPE = 'Y'
                    ADD 1 TO WS-EV-COUNT
                    MOVE SPACES TO SAVE-TEXT
                    STRING WS-EV-COUNT DELIMITED BY SIZE
                UNSTRING EMP-VERIFY-LINE DELIMITED BY "|"
                    INTO EV-USER EV-STATUS EV-REASON
                END-UNSTRING
                MOVE 'N' TO WS-CMP-IN-SCOPE
                IF FUNCTION TRIM(EV-STATUS) = "PENDING"
                    MOVE EV-USER TO WS-CMP-TARGET
                    PERFORM CHECK-CAMPUS-SCOPE
                END-IF
                IF WS-CMP-IN-SCOPE = 'Y'
                    ADD 1 TO WS-EV-COUNT
                    IF WS-EV-COUNT = WS-EV-CHOICE
                        MOVE EV-USER TO WS-EV-TARGET
    END-IF

    *> Tell the employer how it went.
    MOVE WS-EV-TARGET TO NOTIF-RECIPIENT
    MOVE SPACES TO NOTIF-MAILED
    MOVE WS-NAME TO NOTIF-SENDER
    MOVE SPACES TO NOTIF-MESSAGE
    IF WS-EV-DECISION = 'A'
               INTO NOTIF-MESSAGE
        END-STRING
    END-IF
    PERFORM WRITE-NOTIFICATION
    PERFORM END-DATA-UPDATE

    MOVE SPACES TO SAVE-TEXT
    END-STRING
    PERFORM SHOW.

*> Works the reported-message queue: shows each report filed by an
*> account on the administrator's campus with the full offending
*> message, then clears it (dismiss) or leaves it queued.
*> Any follow-up action -- deactivating the sender, advising the
*> reporter to block them -- uses the tools already on this menu.
ADMIN-REVIEW-REPORTS.
                UNSTRING MSG-REPORTS-LINE DELIMITED BY "|"
                    INTO MREP-REPORTER MREP-SENDER MREP-SENT MREP-TEXT
                END-UNSTRING
                MOVE MREP-REPORTER TO WS-CMP-TARGET
                PERFORM CHECK-CAMPUS-SCOPE
                IF WS-CMP-IN-SCOPE = 'Y'
                    ADD 1 TO WS-MREP-COUNT
                    MOVE SPACES TO SAVE-TEXT
                    STRING WS-MREP-COUNT DELIMITED BY SIZE
                           ". " DELIMITED BY SIZE
                           FUNCTION TRIM(MREP-REPORTER) DELIMITED BY SIZE
                           " reported " DELIMITED BY SIZE
                           FUNCTION TRIM(MREP-SENDER) DELIMITED BY SIZE
                           ": " DELIMITED BY SIZE
                           FUNCTION TRIM(MREP-TEXT) DELIMITED BY SIZE
                           INTO SAVE-TEXT
                    END-STRING
                    PERFORM SHOW
                END-IF
        END-READ
    END-PERFORM
    CLOSE MSG-REPORTS
        PERFORM SHOW
        EXIT PARAGRAPH
    END-IF
    *> Rewrite the queue without the cleared row, numbering only the
    *> rows this administrator was shown.
    OPEN INPUT MSG-REPORTS
    OPEN OUTPUT MSGREP-NEW-FILE
    MOVE "N" TO WS-MREP-EOF
        READ MSG-REPORTS INTO MSG-REPORTS-LINE
            AT END MOVE "Y" TO WS-MREP-EOF
            NOT AT END
                MOVE SPACES TO MREP-FIELDS
                UNSTRING MSG-REPORTS-LINE DELIMITED BY "|"
                    INTO MREP-REPORTER MREP-SENDER MREP-SENT MREP-TEXT
                END-UNSTRING
                MOVE MREP-REPORTER TO WS-CMP-TARGET
                PERFORM CHECK-CAMPUS-SCOPE
                IF WS-CMP-IN-SCOPE = 'Y'
                    ADD 1 TO WS-MREP-COUNT
                END-IF
                IF WS-CMP-IN-SCOPE = 'Y'
                   AND WS-MREP-COUNT = WS-MREP-CHOICE
                    CONTINUE
                ELSE
                    MOVE MSG-REPORTS-LINE TO MSGREP-NEW-LINE
    MOVE "Report cleared from the queue." TO SAVE-TEXT
    PERFORM SHOW.

*> Reads screening-terms.txt once per session into WS-SCR-TABLE. Each
*> phrase is upper-cased and normalized like the text it is matched
*> against, then padded with a space either side so "scam" does not
*> fire inside "scampi". A missing list screens nothing.
LOAD-SCREENING-TERMS.
    IF WS-SCR-LOADED = 'Y'
        EXIT PARAGRAPH
    END-IF
    MOVE 'Y' TO WS-SCR-LOADED
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
                PERFORM NORMALIZE-SCREEN-TEXT
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
                    MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(SCT-CATEGORY))
                        TO WS-SCR-T-CAT(WS-SCR-COUNT)
                END-IF
        END-READ
    END-PERFORM
    CLOSE SCREEN-TERMS.

*> Turns punctuation in WS-SCR-WORK into spaces and collapses runs of
*> spaces to one, leaving the result in WS-SCR-NORM (keeping one
*> leading space when WS-SCR-WORK starts with one).
NORMALIZE-SCREEN-TEXT.
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

*> Checks WS-SCR-TEXT against the screening list. Sets WS-SCR-HIT,
*> with the first listed phrase found in WS-SCR-TERM and its category
*> in WS-SCR-CAT.
SCREEN-TEXT.
    PERFORM LOAD-SCREENING-TERMS
    MOVE 'N' TO WS-SCR-HIT
    MOVE SPACES TO WS-SCR-TERM
    MOVE SPACES TO WS-SCR-CAT
    IF WS-SCR-COUNT = 0
        EXIT PARAGRAPH
    END-IF
    MOVE SPACES TO WS-SCR-WORK
    STRING " " DELIMITED BY SIZE
           FUNCTION UPPER-CASE(FUNCTION TRIM(WS-SCR-TEXT)) DELIMITED BY SIZE
           " " DELIMITED BY SIZE
           INTO WS-SCR-WORK
    END-STRING
    PERFORM NORMALIZE-SCREEN-TEXT
    PERFORM VARYING WS-SCR-I FROM 1 BY 1
        UNTIL WS-SCR-I > WS-SCR-COUNT OR WS-SCR-HIT = 'Y'
        MOVE 0 TO WS-SCR-TALLY
        INSPECT WS-SCR-NORM TALLYING WS-SCR-TALLY
            FOR ALL WS-SCR-T-PAT(WS-SCR-I)(1:WS-SCR-T-LEN(WS-SCR-I))
        IF WS-SCR-TALLY > 0
            MOVE 'Y' TO WS-SCR-HIT
            MOVE WS-SCR-T-TERM(WS-SCR-I) TO WS-SCR-TERM
            MOVE WS-SCR-T-CAT(WS-SCR-I) TO WS-SCR-CAT
        END-IF
    END-PERFORM.

*> Splits WS-SCQ-LINE into SCQ-FIELDS.
SPLIT-SCREEN-QUEUE-LINE.
    MOVE SPACES TO SCQ-FIELDS
    UNSTRING WS-SCQ-LINE DELIMITED BY "|"
        INTO SCQ-ID SCQ-KIND SCQ-AUTHOR SCQ-TARGET SCQ-WHEN SCQ-TERM
             SCQ-STATUS SCQ-DECIDED SCQ-BY SCQ-TEXT
    END-UNSTRING.

*> Queues the logged-in user's screened item for review: WS-SCQ-KIND,
*> WS-SCQ-TARGET and WS-SCQ-BODY describe it, WS-SCR-TERM is what it
*> matched. Numbers the row one past the highest id on file. Runs
*> inside the caller's BEGIN-DATA-UPDATE burst.
HOLD-FOR-REVIEW.
    MOVE 0 TO WS-SCQ-SEQ
    OPEN INPUT SCREEN-QUEUE
    IF SCRQ-FILE-STATUS = "00"
        MOVE "N" TO WS-SCQ-EOF
        PERFORM UNTIL WS-SCQ-EOF = "Y"
            READ SCREEN-QUEUE INTO SCREEN-QUEUE-LINE
                AT END MOVE "Y" TO WS-SCQ-EOF
                NOT AT END
                    MOVE SCREEN-QUEUE-LINE TO WS-SCQ-LINE
                    PERFORM SPLIT-SCREEN-QUEUE-LINE
                    IF SCQ-ID IS NUMERIC
                        IF FUNCTION NUMVAL(SCQ-ID) > WS-SCQ-SEQ
                            MOVE FUNCTION NUMVAL(SCQ-ID) TO WS-SCQ-SEQ
                        END-IF
                    END-IF
            END-READ
        END-PERFORM
        CLOSE SCREEN-QUEUE
    END-IF
    ADD 1 TO WS-SCQ-SEQ

    INSPECT WS-SCQ-BODY REPLACING ALL "|" BY "/"
    OPEN EXTEND SCREEN-QUEUE
    IF SCRQ-FILE-STATUS = "05" OR SCRQ-FILE-STATUS = "35"
        OPEN OUTPUT SCREEN-QUEUE
    END-IF
    MOVE SPACES TO SCREEN-QUEUE-LINE
    STRING WS-SCQ-SEQ DELIMITED BY SIZE
           "|" DELIMITED BY SIZE
           FUNCTION TRIM(WS-SCQ-KIND) DELIMITED BY SIZE
           "|" DELIMITED BY SIZE
           FUNCTION TRIM(WS-NAME) DELIMITED BY SIZE
           "|" DELIMITED BY SIZE
           FUNCTION TRIM(WS-SCQ-TARGET) DELIMITED BY SIZE
           "|" DELIMITED BY SIZE
           FUNCTION CURRENT-DATE(1:14) DELIMITED BY SIZE
           "|" DELIMITED BY SIZE
           FUNCTION TRIM(WS-SCR-TERM) DELIMITED BY SIZE
           "|HELD|||" DELIMITED BY SIZE
           FUNCTION TRIM(WS-SCQ-BODY) DELIMITED BY SIZE
           INTO SCREEN-QUEUE-LINE
    END-STRING
    WRITE SCREEN-QUEUE-LINE
    CLOSE SCREEN-QUEUE.

*> Screening review queue: lists the held postings, messages and board
*> posts whose authors are on the administrator's campus. Approving
*> releases the item exactly as it was first submitted (a posting goes
*> to OPEN; a message or post is delivered with its original time);
*> rejecting drops it (a posting goes to REJECTED). Either way the
*> author is notified and the queue row keeps the decision for the
*> weekly ScreeningReport.
ADMIN-SCREENING-QUEUE.
    MOVE "--- Screening Review Queue ---" TO SAVE-TEXT
    PERFORM SHOW

    MOVE 0 TO WS-SCQ-COUNT
    OPEN INPUT SCREEN-QUEUE
    IF SCRQ-FILE-STATUS NOT = "00"
        MOVE "Nothing is waiting for review." TO SAVE-TEXT
        PERFORM SHOW
        EXIT PARAGRAPH
    END-IF
    MOVE "N" TO WS-SCQ-EOF
    PERFORM UNTIL WS-SCQ-EOF = "Y"
        READ SCREEN-QUEUE INTO SCREEN-QUEUE-LINE
            AT END MOVE "Y" TO WS-SCQ-EOF
            NOT AT END
                MOVE SCREEN-QUEUE-LINE TO WS-SCQ-LINE
                PERFORM SPLIT-SCREEN-QUEUE-LINE
                IF FUNCTION TRIM(SCQ-STATUS) = "HELD"
                    MOVE SCQ-AUTHOR TO WS-CMP-TARGET
                    PERFORM CHECK-CAMPUS-SCOPE
                    IF WS-CMP-IN-SCOPE = 'Y' AND WS-SCQ-COUNT < 20
                        ADD 1 TO WS-SCQ-COUNT
                        MOVE WS-SCQ-LINE TO WS-SCQ-ROW(WS-SCQ-COUNT)
                        MOVE SPACES TO SAVE-TEXT
                        STRING WS-SCQ-COUNT DELIMITED BY SIZE
                               ". [" DELIMITED BY SIZE
                               FUNCTION TRIM(SCQ-KIND) DELIMITED BY SIZE
                               "] " DELIMITED BY SIZE
                               FUNCTION TRIM(SCQ-AUTHOR) DELIMITED BY SIZE
                               " to " DELIMITED BY SIZE
                               FUNCTION TRIM(SCQ-TARGET) DELIMITED BY SIZE
                               ", matched """ DELIMITED BY SIZE
                               FUNCTION TRIM(SCQ-TERM) DELIMITED BY SIZE
                               """: " DELIMITED BY SIZE
                               FUNCTION TRIM(SCQ-TEXT) DELIMITED BY SIZE
                               INTO SAVE-TEXT
                        END-STRING
                        PERFORM SHOW
                    END-IF
                END-IF
        END-READ
    END-PERFORM
    CLOSE SCREEN-QUEUE

    IF WS-SCQ-COUNT = 0
        MOVE "Nothing is waiting for review." TO SAVE-TEXT
        PERFORM SHOW
        EXIT PARAGRAPH
    END-IF

    MOVE "Enter the number of an item to decide, or 0 to go back:" TO SAVE-TEXT
    PERFORM SHOW
    PERFORM GET-INPUT-LINE
    IF INPUTSEOF = 'Y'
        EXIT PARAGRAPH
    END-IF
    MOVE FUNCTION NUMVAL(INPUT-TEXT) TO WS-SCQ-CHOICE
    IF WS-SCQ-CHOICE = 0 OR WS-SCQ-CHOICE > WS-SCQ-COUNT
        EXIT PARAGRAPH
    END-IF

    MOVE "Enter A to approve or R to reject:" TO SAVE-TEXT
    PERFORM SHOW
    PERFORM GET-INPUT-LINE
    IF INPUTSEOF = 'Y'
        EXIT PARAGRAPH
    END-IF
    MOVE FUNCTION UPPER-CASE(INPUT-TEXT(1:1)) TO WS-SCQ-DECISION
    IF WS-SCQ-DECISION NOT = "A" AND WS-SCQ-DECISION NOT = "R"
        MOVE "No decision recorded." TO SAVE-TEXT
        PERFORM SHOW
        EXIT PARAGRAPH
    END-IF

    IF WS-DRYRUN-MODE = 'Y'
        MOVE "[DRY RUN] Would record the decision on the selected item." TO SAVE-TEXT
        PERFORM SHOW
        EXIT PARAGRAPH
    END-IF

    MOVE WS-SCQ-ROW(WS-SCQ-CHOICE) TO WS-SCQ-LINE
    PERFORM SPLIT-SCREEN-QUEUE-LINE
    MOVE SCQ-ID TO WS-SCQ-PICK-ID

    PERFORM BEGIN-DATA-UPDATE
    IF WS-UPDATE-OK NOT = 'Y'
        MOVE "The data store is busy right now -- please try again in a moment." TO SAVE-TEXT
        PERFORM SHOW
        EXIT PARAGRAPH
    END-IF
    *> Rewrite the queue with the decision on the chosen row -- only
    *> if it is still HELD, so two administrators cannot both act.
    MOVE 'N' TO WS-SCQ-FOUND
    OPEN INPUT SCREEN-QUEUE
    OPEN OUTPUT SCRQ-NEW-FILE
    MOVE "N" TO WS-SCQ-EOF
    PERFORM UNTIL WS-SCQ-EOF = "Y"
        READ SCREEN-QUEUE INTO SCREEN-QUEUE-LINE
            AT END MOVE "Y" TO WS-SCQ-EOF
            NOT AT END
                MOVE SCREEN-QUEUE-LINE TO SCRQ-NEW-LINE
                MOVE SCREEN-QUEUE-LINE TO WS-SCQ-LINE
                PERFORM SPLIT-SCREEN-QUEUE-LINE
                IF SCQ-ID = WS-SCQ-PICK-ID
                   AND FUNCTION TRIM(SCQ-STATUS) = "HELD"
                    MOVE 'Y' TO WS-SCQ-FOUND
                    IF WS-SCQ-DECISION = "A"
                        MOVE "APPROVED" TO SCQ-STATUS
                    ELSE
                        MOVE "REJECTED" TO SCQ-STATUS
                    END-IF
                    MOVE SPACES TO SCRQ-NEW-LINE
                    STRING SCQ-ID DELIMITED BY SIZE
                           "|" DELIMITED BY SIZE
                           FUNCTION TRIM(SCQ-KIND) DELIMITED BY SIZE
                           "|" DELIMITED BY SIZE
                           FUNCTION TRIM(SCQ-AUTHOR) DELIMITED BY SIZE
                           "|" DELIMITED BY SIZE
                           FUNCTION TRIM(SCQ-TARGET) DELIMITED BY SIZE
                           "|" DELIMITED BY SIZE
                           SCQ-WHEN DELIMITED BY SIZE
                           "|" DELIMITED BY SIZE
                           FUNCTION TRIM(SCQ-TERM) DELIMITED BY SIZE
                           "|" DELIMITED BY SIZE
                           FUNCTION TRIM(SCQ-STATUS) DELIMITED BY SIZE
                           "|" DELIMITED BY SIZE
                           WS-DATE-STAMP DELIMITED BY SIZE
                           "|" DELIMITED BY SIZE
                           FUNCTION TRIM(WS-NAME) DELIMITED BY SIZE
                           "|" DELIMITED BY SIZE
                           FUNCTION TRIM(SCQ-TEXT) DELIMITED BY SIZE
                           INTO SCRQ-NEW-LINE
                    END-STRING
                END-IF
                WRITE SCRQ-NEW-LINE
        END-READ
    END-PERFORM
    CLOSE SCREEN-QUEUE
    CLOSE SCRQ-NEW-FILE

    IF WS-SCQ-FOUND NOT = 'Y'
        PERFORM END-DATA-UPDATE
        MOVE "That item has already been decided." TO SAVE-TEXT
        PERFORM SHOW
        EXIT PARAGRAPH
    END-IF
    CALL "SYSTEM" USING BY CONTENT "mv -f src/screening-queue.new src/screening-queue.txt"

    MOVE WS-SCQ-ROW(WS-SCQ-CHOICE) TO WS-SCQ-LINE
    PERFORM SPLIT-SCREEN-QUEUE-LINE
    EVALUATE FUNCTION TRIM(SCQ-KIND)
        WHEN "POSTING"
            IF WS-SCQ-DECISION = "A"
                MOVE "OPEN" TO WS-SCQ-JOB-STATUS
            ELSE
                MOVE "REJECTED" TO WS-SCQ-JOB-STATUS
            END-IF
            PERFORM RELEASE-QUARANTINED-POSTING
        WHEN "MESSAGE"
            IF WS-SCQ-DECISION = "A"
                PERFORM RELEASE-HELD-MESSAGE
            END-IF
        WHEN "POST"
            IF WS-SCQ-DECISION = "A"
                PERFORM RELEASE-HELD-POST
            END-IF
    END-EVALUATE

    *> Let the author know how it went.
    MOVE SCQ-AUTHOR TO NOTIF-RECIPIENT
    MOVE SPACES TO NOTIF-MAILED
    MOVE WS-NAME TO NOTIF-SENDER
    MOVE SPACES TO NOTIF-MESSAGE
    EVALUATE TRUE
        WHEN FUNCTION TRIM(SCQ-KIND) = "POSTING" AND WS-SCQ-DECISION = "A"
            STRING "Your posting #" DELIMITED BY SIZE
                   FUNCTION TRIM(SCQ-TARGET) DELIMITED BY SIZE
                   " passed review and is now on the job board." DELIMITED BY SIZE
                   INTO NOTIF-MESSAGE
            END-STRING
        WHEN FUNCTION TRIM(SCQ-KIND) = "POSTING"
            STRING "Your posting #" DELIMITED BY SIZE
                   FUNCTION TRIM(SCQ-TARGET) DELIMITED BY SIZE
                   " was rejected by career services." DELIMITED BY SIZE
                   INTO NOTIF-MESSAGE
            END-STRING
        WHEN FUNCTION TRIM(SCQ-KIND) = "MESSAGE" AND WS-SCQ-DECISION = "A"
            STRING "Your message to " DELIMITED BY SIZE
                   FUNCTION TRIM(SCQ-TARGET) DELIMITED BY SIZE
                   " passed review and was delivered." DELIMITED BY SIZE
                   INTO NOTIF-MESSAGE
            END-STRING
        WHEN FUNCTION TRIM(SCQ-KIND) = "MESSAGE"
            STRING "Your message to " DELIMITED BY SIZE
                   FUNCTION TRIM(SCQ-TARGET) DELIMITED BY SIZE
                   " was rejected by career services." DELIMITED BY SIZE
                   INTO NOTIF-MESSAGE
            END-STRING
        WHEN WS-SCQ-DECISION = "A"
            STRING "Your post to " DELIMITED BY SIZE
                   FUNCTION TRIM(SCQ-TARGET) DELIMITED BY SIZE
                   " passed review and is on the board." DELIMITED BY SIZE
                   INTO NOTIF-MESSAGE
            END-STRING
        WHEN OTHER
            STRING "Your post to " DELIMITED BY SIZE
                   FUNCTION TRIM(SCQ-TARGET) DELIMITED BY SIZE
                   " was rejected by career services." DELIMITED BY SIZE
                   INTO NOTIF-MESSAGE
            END-STRING
    END-EVALUATE
    PERFORM WRITE-NOTIFICATION
    PERFORM END-DATA-UPDATE

    IF WS-SCQ-DECISION = "A"
        MOVE "Item approved and released." TO SAVE-TEXT
    ELSE
        MOVE "Item rejected." TO SAVE-TEXT
    END-IF
    PERFORM SHOW.

*> Moves the QUARANTINE posting numbered SCQ-TARGET to
*> WS-SCQ-JOB-STATUS. Runs inside the caller's burst.
RELEASE-QUARANTINED-POSTING.
    MOVE "N" TO WS-JOBS-EOF
    OPEN INPUT JOBS
    IF JOBS-FILE-STATUS NOT = "00"
        EXIT PARAGRAPH
    END-IF
    OPEN OUTPUT JOBS-NEW-FILE
    PERFORM UNTIL WS-JOBS-EOF = "Y"
        READ JOBS INTO JOBS-LINE
            AT END MOVE "Y" TO WS-JOBS-EOF
            NOT AT END
                PERFORM SPLIT-JOB-LINE
                IF FUNCTION TRIM(JOB-POSTING-ID) = FUNCTION TRIM(SCQ-TARGET)
                   AND FUNCTION TRIM(JOB-STATUS) = "QUARANTINE"
                    MOVE WS-SCQ-JOB-STATUS TO JOB-STATUS
                END-IF
                MOVE SPACES TO JOBS-NEW-LINE
                STRING FUNCTION TRIM(JOB-EMPLOYER) DELIMITED BY SIZE
                       "|" DELIMITED BY SIZE
                       FUNCTION TRIM(JOB-TITLE) DELIMITED BY SIZE
                       "|" DELIMITED BY SIZE
                       FUNCTION TRIM(JOB-MAJOR) DELIMITED BY SIZE
                       "|" DELIMITED BY SIZE
                       FUNCTION TRIM(JOB-LOCATION) DELIMITED BY SIZE
                       "|" DELIMITED BY SIZE
                       FUNCTION TRIM(JOB-POSTED) DELIMITED BY SIZE
                       "|" DELIMITED BY SIZE
                       FUNCTION TRIM(JOB-STATUS) DELIMITED BY SIZE
                       "|" DELIMITED BY SIZE
                       FUNCTION TRIM(JOB-EXPIRES) DELIMITED BY SIZE
                       "|" DELIMITED BY SIZE
                       FUNCTION TRIM(JOB-POSTING-ID) DELIMITED BY SIZE
                       INTO JOBS-NEW-LINE
                END-STRING
                WRITE JOBS-NEW-LINE
        END-READ
    END-PERFORM
    CLOSE JOBS
    CLOSE JOBS-NEW-FILE
    CALL "SYSTEM" USING BY CONTENT "mv -f src/jobs.new src/jobs.txt".

*> Delivers the held message in SCQ-FIELDS as originally sent, with
*> the usual new-message notification. Runs inside the caller's burst.
RELEASE-HELD-MESSAGE.
    MOVE SPACES TO MESSAGE-REC
    MOVE SCQ-TARGET TO MSG-RECIPIENT
    MOVE SCQ-AUTHOR TO MSG-SENDER
    MOVE 'N' TO MSG-READ
    MOVE SCQ-WHEN TO MSG-SENT
    MOVE SCQ-TEXT TO MSG-TEXT
    PERFORM WRITE-MESSAGE

    MOVE SCQ-TARGET TO NOTIF-RECIPIENT
    MOVE SPACES TO NOTIF-MAILED
    MOVE SCQ-AUTHOR TO NOTIF-SENDER
    MOVE SPACES TO NOTIF-MESSAGE
    STRING "You have a new message from " DELIMITED BY SIZE
           FUNCTION TRIM(SCQ-AUTHOR) DELIMITED BY SIZE
           INTO NOTIF-MESSAGE
    END-STRING
    PERFORM WRITE-NOTIFICATION.

*> Puts the held board post in SCQ-FIELDS on its group's board with
*> its original time. Runs inside the caller's burst.
RELEASE-HELD-POST.
    OPEN EXTEND GROUP-POSTS
    IF GPOST-FILE-STATUS = "05" OR GPOST-FILE-STATUS = "35"
        OPEN OUTPUT GROUP-POSTS
    END-IF
    MOVE SPACES TO GROUP-POSTS-LINE
    STRING FUNCTION TRIM(SCQ-TARGET) DELIMITED BY SIZE
           "|" DELIMITED BY SIZE
           FUNCTION TRIM(SCQ-AUTHOR) DELIMITED BY SIZE
           "|" DELIMITED BY SIZE
           SCQ-WHEN DELIMITED BY SIZE
           "|" DELIMITED BY SIZE
           FUNCTION TRIM(SCQ-TEXT) DELIMITED BY SIZE
           INTO GROUP-POSTS-LINE
    END-STRING
    WRITE GROUP-POSTS-LINE
    CLOSE GROUP-POSTS.

*> Sets WS-ANN-SEEN when the logged-in user already saw the
*> announcement whose id is in WS-ANN-PICK-ID.
CHECK-ANNOUNCEMENT-SEEN.
    MOVE 'N' TO WS-ANN-SEEN
    OPEN INPUT ANN-SEEN
    IF ANNSEEN-FILE-STATUS NOT = "00"
        EXIT PARAGRAPH
    END-IF
    MOVE "N" TO WS-ASEEN-EOF
    PERFORM UNTIL WS-ASEEN-EOF = "Y"
        READ ANN-SEEN INTO ANN-SEEN-LINE
            AT END MOVE "Y" TO WS-ASEEN-EOF
            NOT AT END
                MOVE SPACES TO ASEEN-FIELDS
                UNSTRING ANN-SEEN-LINE DELIMITED BY "|"
                    INTO ASEEN-ID ASEEN-USER
                END-UNSTRING
                IF ASEEN-ID = WS-ANN-PICK-ID
                   AND FUNCTION TRIM(ASEEN-USER) = FUNCTION TRIM(WS-NAME)
                    MOVE 'Y' TO WS-ANN-SEEN
                    MOVE "Y" TO WS-ASEEN-EOF
                END-IF
        END-READ
    END-PERFORM
    CLOSE ANN-SEEN.

*> Shows every unexpired announcement the logged-in user has not
*> seen yet, and marks each one seen so it shows exactly once -- the
*> read report is built off those marks.
SHOW-LOGIN-ANNOUNCEMENTS.
    OPEN INPUT ANNOUNCEMENTS
    IF ANN-FILE-STATUS NOT = "00"
        EXIT PARAGRAPH
    END-IF
    MOVE FUNCTION NUMVAL(FUNCTION CURRENT-DATE(1:8)) TO WS-ANN-TODAY
    MOVE "N" TO WS-ANN-EOF
    PERFORM UNTIL WS-ANN-EOF = "Y"
        READ ANNOUNCEMENTS INTO ANNOUNCEMENTS-LINE
            AT END MOVE "Y" TO WS-ANN-EOF
            NOT AT END
                MOVE SPACES TO ANN-FIELDS
                UNSTRING ANNOUNCEMENTS-LINE DELIMITED BY "|"
                    INTO ANN-ID ANN-EXPIRES ANN-ADMIN ANN-TEXT
                END-UNSTRING
                MOVE 0 TO WS-ANN-EXP-N
                IF ANN-EXPIRES IS NUMERIC
                    MOVE FUNCTION NUMVAL(ANN-EXPIRES) TO WS-ANN-EXP-N
                END-IF
                IF WS-ANN-EXP-N >= WS-ANN-TODAY
                    MOVE ANN-ID TO WS-ANN-PICK-ID
                    PERFORM CHECK-ANNOUNCEMENT-SEEN
                    IF WS-ANN-SEEN = 'N'
                        MOVE SPACES TO SAVE-TEXT
                        STRING "ANNOUNCEMENT: " DELIMITED BY SIZE
                               FUNCTION TRIM(ANN-TEXT) DELIMITED BY SIZE
                               INTO SAVE-TEXT
                        END-STRING
                        PERFORM SHOW
                        PERFORM MARK-ANNOUNCEMENT-SEEN
                    END-IF
                END-IF
        END-READ
    END-PERFORM
    CLOSE ANNOUNCEMENTS.

*> Appends the seen mark for the announcement in WS-ANN-PICK-ID.
*> Nothing is marked in dry-run mode, so the announcement would show
*> again on a real login -- which is the right outcome.
MARK-ANNOUNCEMENT-SEEN.
    IF WS-DRYRUN-MODE = 'Y'
        EXIT PARAGRAPH
    END-IF
    PERFORM BEGIN-DATA-UPDATE
    IF WS-UPDATE-OK NOT = 'Y'
        MOVE "The data store is busy right now -- please try again in a moment." TO SAVE-TEXT
        PERFORM SHOW
        EXIT PARAGRAPH
    END-IF
    OPEN EXTEND ANN-SEEN
    IF ANNSEEN-FILE-STATUS = "05" OR ANNSEEN-FILE-STATUS = "35"
        OPEN OUTPUT ANN-SEEN
    END-IF
    MOVE SPACES TO ANN-SEEN-LINE
    STRING WS-ANN-PICK-ID DELIMITED BY SIZE
           "|" DELIMITED BY SIZE
           FUNCTION TRIM(WS-NAME) DELIMITED BY SIZE
           INTO ANN-SEEN-LINE
    END-STRING
    WRITE ANN-SEEN-LINE
    END-PERFORM
    CLOSE ANNOUNCEMENTS

    IF WS-ANN-COUNT = 0
        MOVE "No announcements on file." TO SAVE-TEXT
        PERFORM SHOW
        EXIT PARAGRAPH
    END-IF

    MOVE "Enter the number of the announcement to report on, or 0 to go back:" TO SAVE-TEXT
    PERFORM SHOW
    PERFORM GET-INPUT-LINE
    IF INPUTSEOF = 'Y'
        EXIT PARAGRAPH
    END-IF
    MOVE FUNCTION NUMVAL(INPUT-TEXT) TO WS-ANN-CHOICE
    IF WS-ANN-CHOICE = 0 OR WS-ANN-CHOICE > WS-ANN-COUNT
        EXIT PARAGRAPH
    END-IF

    *> Re-scan to recover the chosen announcement's id.
    MOVE "N" TO WS-ANN-EOF
    MOVE 0 TO WS-ANN-COUNT
    OPEN INPUT ANNOUNCEMENTS
    PERFORM UNTIL WS-ANN-EOF = "Y"
        READ ANNOUNCEMENTS INTO ANNOUNCEMENTS-LINE
            AT END MOVE "Y" TO WS-ANN-EOF
            NOT AT END
                MOVE SPACES TO ANN-FIELDS
                UNSTRING ANNOUNCEMENTS-LINE DELIMITED BY "|"
                    INTO ANN-ID ANN-EXPIRES ANN-ADMIN ANN-TEXT
                END-UNSTRING
                ADD 1 TO WS-ANN-COUNT
                IF WS-ANN-COUNT = WS-ANN-CHOICE
                    MOVE ANN-ID TO WS-ANN-PICK-ID
                    MOVE "Y" TO WS-ANN-EOF
                END-IF
        END-READ
    END-PERFORM
    CLOSE ANNOUNCEMENTS

    *> Walk the roster, checking each account against the seen file.
    MOVE 0 TO WS-ANN-SEEN-CT
    MOVE 0 TO WS-ANN-UNSEEN-CT
    OPEN INPUT USERINFO
    IF UINFO-FILE-STATUS NOT = "00"
        MOVE "No accounts on file." TO SAVE-TEXT
        PERFORM SHOW
        EXIT PARAGRAPH
    END-IF
    MOVE 'N' TO INFOEOF
    PERFORM UNTIL INFOEOF = 'Y'
        READ USERINFO NEXT RECORD INTO USER-REC
            AT END MOVE 'Y' TO INFOEOF
        END-READ
        IF INFOEOF NOT = 'Y'
            PERFORM CHECK-ROSTER-ANNOUNCEMENT
        END-IF
    END-PERFORM
    CLOSE USERINFO
    MOVE 'N' TO INFOEOF

    MOVE WS-ANN-SEEN-CT TO WS-ANN-DISPLAY
    MOVE SPACES TO SAVE-TEXT
    STRING "Seen by:     " DELIMITED BY SIZE
           WS-ANN-DISPLAY DELIMITED BY SIZE
           INTO SAVE-TEXT
    END-STRING
    PERFORM SHOW
    MOVE WS-ANN-UNSEEN-CT TO WS-ANN-DISPLAY
    MOVE SPACES TO SAVE-TEXT
    STRING "Not yet seen by: " DELIMITED BY SIZE
           WS-ANN-DISPLAY DELIMITED BY SIZE
           INTO SAVE-TEXT
    END-STRING
    PERFORM SHOW.

*> One roster account against the seen file. Checking "seen" here
*> cannot reuse CHECK-ANNOUNCEMENT-SEEN, which answers for the
*> logged-in admin, not the account in USER-REC.
CHECK-ROSTER-ANNOUNCEMENT.
    MOVE 'N' TO WS-ANN-SEEN
    OPEN INPUT ANN-SEEN
    IF ANNSEEN-FILE-STATUS = "00"
        MOVE "N" TO WS-ASEEN-EOF
        PERFORM UNTIL WS-ASEEN-EOF = "Y"
            READ ANN-SEEN INTO ANN-SEEN-LINE
                AT END MOVE "Y" TO WS-ASEEN-EOF
                NOT AT END
                    MOVE SPACES TO ASEEN-FIELDS
                    UNSTRING ANN-SEEN-LINE DELIMITED BY "|"
                        INTO ASEEN-ID ASEEN-USER
                    END-UNSTRING
                    IF ASEEN-ID = WS-ANN-PICK-ID
                       AND FUNCTION TRIM(ASEEN-USER)
                           = FUNCTION TRIM(IN-USERNAME)
                        MOVE 'Y' TO WS-ANN-SEEN
                        MOVE "Y" TO WS-ASEEN-EOF
                    END-IF
            END-READ
        END-PERFORM
        CLOSE ANN-SEEN
    END-IF

    MOVE SPACES TO SAVE-TEXT
    IF WS-ANN-SEEN = 'Y'
        ADD 1 TO WS-ANN-SEEN-CT
        STRING "  " DELIMITED BY SIZE
               FUNCTION TRIM(IN-USERNAME) DELIMITED BY SIZE
               " -- seen" DELIMITED BY SIZE
               INTO SAVE-TEXT
        END-STRING
    ELSE
        ADD 1 TO WS-ANN-UNSEEN-CT
        STRING "  " DELIMITED BY SIZE
               FUNCTION TRIM(IN-USERNAME) DELIMITED BY SIZE
               " -- NOT seen" DELIMITED BY SIZE
               INTO SAVE-TEXT
        END-STRING
    END-IF
    PERFORM SHOW.

*> Groups submenu -- structured like SKILL-MENU: a loop of numbered
*> choices, 9 goes back to NAV-MENU.
GROUPS-MENU.
    MOVE 0 TO GROUPCHOICE
    PERFORM UNTIL GROUPCHOICE = 9 OR INPUTSEOF = "Y"
        MOVE "--- Groups ---" TO SAVE-TEXT
        PERFORM SHOW
        MOVE "1. Browse Groups" TO SAVE-TEXT
        PERFORM SHOW
        MOVE "2. Create a Group" TO SAVE-TEXT
        PERFORM SHOW
        MOVE "3. Join a Group" TO SAVE-TEXT
        PERFORM SHOW
        MOVE "4. Leave a Group" TO SAVE-TEXT
        PERFORM SHOW
        MOVE "5. Member List" TO SAVE-TEXT
        PERFORM SHOW
        MOVE "6. View a Group Board" TO SAVE-TEXT
        PERFORM SHOW
        MOVE "7. Post to a Group Board" TO SAVE-TEXT
        PERFORM SHOW
        MOVE "9. Go Back" TO SAVE-TEXT
        PERFORM SHOW
        MOVE "Enter your choice:" TO SAVE-TEXT
        PERFORM SHOW

        PERFORM GET-INPUT-LINE

        IF INPUTSEOF NOT = "Y"
            MOVE FUNCTION NUMVAL(INPUT-TEXT) TO GROUPCHOICE
            EVALUATE GROUPCHOICE
                WHEN 1 PERFORM LIST-ALL-GROUPS
                WHEN 2 PERFORM GROUP-CREATE
                WHEN 3 PERFORM GROUP-JOIN
                WHEN 4 PERFORM GROUP-LEAVE
                WHEN 5 PERFORM GROUP-MEMBER-LIST
                WHEN 6 PERFORM GROUP-VIEW-BOARD
                WHEN 7 PERFORM GROUP-POST-BOARD
                WHEN 9 CONTINUE
                WHEN OTHER
                    MOVE "Invalid choice, please try again." TO SAVE-TEXT
                    PERFORM SHOW
            END-EVALUATE
        END-IF
    END-PERFORM.

*> Numbered listing of every group, with owner and description.
*> Leaves WS-GRP-COUNT for the pick prompts that follow it.
LIST-ALL-GROUPS.
    MOVE 0 TO WS-GRP-COUNT
    OPEN INPUT GROUPS
    IF GROUPS-FILE-STATUS NOT = "00"
        MOVE "No groups yet -- create the first one." TO SAVE-TEXT
        PERFORM SHOW
        EXIT PARAGRAPH
    END-IF
    MOVE "N" TO WS-GRP-EOF
    PERFORM UNTIL WS-GRP-EOF = "Y"
        READ GROUPS INTO GROUPS-LINE
            AT END MOVE "Y" TO WS-GRP-EOF
            NOT AT END
                MOVE SPACES TO GRP-FIELDS
                UNSTRING GROUPS-LINE DELIMITED BY "|"
                    INTO GRP-NAME GRP-OWNER GRP-DESC
                END-UNSTRING
                ADD 1 TO WS-GRP-COUNT
                MOVE SPACES TO SAVE-TEXT
                STRING WS-GRP-COUNT DELIMITED BY SIZE
                       ". " DELIMITED BY SIZE
                       FUNCTION TRIM(GRP-NAME) DELIMITED BY SIZE
                       " (owner: " DELIMITED BY SIZE
                       FUNCTION TRIM(GRP-OWNER) DELIMITED BY SIZE
                       ") -- " DELIMITED BY SIZE
                       FUNCTION TRIM(GRP-DESC) DELIMITED BY SIZE
                       INTO SAVE-TEXT
                END-STRING
                PERFORM SHOW
        END-READ
    END-PERFORM
    CLOSE GROUPS

    IF WS-GRP-COUNT = 0
        MOVE "No groups yet -- create the first one." TO SAVE-TEXT
        PERFORM SHOW
    END-IF.

*> Prompts for one of the groups just listed and recovers its row
*> into GRP-FIELDS / WS-GRP-PICK (spaces when the pick is 0 or out
*> of range).
PICK-GROUP.
    MOVE SPACES TO WS-GRP-PICK
    IF WS-GRP-COUNT = 0
        EXIT PARAGRAPH
    END-IF
    MOVE "Enter the number of the group, or 0 to go back:" TO SAVE-TEXT
    PERFORM SHOW
    PERFORM GET-INPUT-LINE
    IF INPUTSEOF = 'Y'
        EXIT PARAGRAPH
    END-IF
    MOVE FUNCTION NUMVAL(INPUT-TEXT) TO WS-GRP-CHOICE
    IF WS-GRP-CHOICE = 0 OR WS-GRP-CHOICE > WS-GRP-COUNT
        EXIT PARAGRAPH
    END-IF

    MOVE 0 TO WS-GRP-COUNT
    OPEN INPUT GROUPS
    MOVE "N" TO WS-GRP-EOF
    PERFORM UNTIL WS-GRP-EOF = "Y"
        READ GROUPS INTO GROUPS-LINE
            AT END MOVE "Y" TO WS-GRP-EOF
            NOT AT END
                MOVE SPACES TO GRP-FIELDS
                UNSTRING GROUPS-LINE DELIMITED BY "|"
                    INTO GRP-NAME GRP-OWNER GRP-DESC
                END-UNSTRING
                ADD 1 TO WS-GRP-COUNT
                IF WS-GRP-COUNT = WS-GRP-CHOICE
                    MOVE GRP-NAME TO WS-GRP-PICK
                    MOVE "Y" TO WS-GRP-EOF
                END-IF
        END-READ
    END-PERFORM
    CLOSE GROUPS.

*> Sets WS-GRP-MEMBER when the logged-in user belongs to the group
*> named in WS-GRP-PICK.
CHECK-GROUP-MEMBER.
    MOVE 'N' TO WS-GRP-MEMBER
    OPEN INPUT GROUP-MEMBERS
    IF GMEM-FILE-STATUS NOT = "00"
        EXIT PARAGRAPH
    END-IF
    MOVE "N" TO WS-GM-EOF
    PERFORM UNTIL WS-GM-EOF = "Y"
        READ GROUP-MEMBERS INTO GROUP-MEMBERS-LINE
            AT END MOVE "Y" TO WS-GM-EOF
            NOT AT END
                MOVE SPACES TO GM-FIELDS
                UNSTRING GROUP-MEMBERS-LINE DELIMITED BY "|"
                    INTO GM-GROUP GM-USER
                END-UNSTRING
                IF FUNCTION TRIM(GM-GROUP) = FUNCTION TRIM(WS-GRP-PICK)
                   AND FUNCTION TRIM(GM-USER) = FUNCTION TRIM(WS-NAME)
                    MOVE 'Y' TO WS-GRP-MEMBER
                    MOVE "Y" TO WS-GM-EOF
                END-IF
        END-READ
    END-PERFORM
    CLOSE GROUP-MEMBERS.

*> Appends GROUP|USERNAME to the membership file.
ADD-GROUP-MEMBER.
    PERFORM BEGIN-DATA-UPDATE
    IF WS-UPDATE-OK NOT = 'Y'
        MOVE "The data store is busy right now -- please try again in a moment." TO SAVE-TEXT
        PERFORM SHOW
        EXIT PARAGRAPH
    END-IF
    OPEN EXTEND GROUP-MEMBERS
    IF GMEM-FILE-STATUS = "05" OR GMEM-FILE-STATUS = "35"
        OPEN OUTPUT GROUP-MEMBERS
    END-IF
    MOVE SPACES TO GROUP-MEMBERS-LINE
    STRING FUNCTION TRIM(WS-GRP-PICK) DELIMITED BY SIZE
           "|" DELIMITED BY SIZE
           FUNCTION TRIM(WS-NAME) DELIMITED BY SIZE
           INTO GROUP-MEMBERS-LINE
    END-STRING
    WRITE GROUP-MEMBERS-LINE
    CLOSE GROUP-MEMBERS
    PERFORM END-DATA-UPDATE.

*> Creates a group (unique name, owner = creator) and joins the
*> owner as its first member.
GROUP-CREATE.
    MOVE "N" TO FIELD-OK
    PERFORM UNTIL FIELD-OK = "Y"
        MOVE "Enter Group Name:" TO SAVE-TEXT
        PERFORM SHOW
        PERFORM GET-INPUT-LINE
        IF FUNCTION LENGTH(FUNCTION TRIM(INPUT-TEXT)) > 0
            MOVE FUNCTION TRIM(INPUT-TEXT) TO WS-GRP-PICK
            MOVE "Y" TO FIELD-OK
        ELSE
            MOVE "This field is required. Please enter a non-blank value." TO SAVE-TEXT
            PERFORM SHOW
        END-IF
    END-PERFORM

    *> Group names are unique (case-folded).
    MOVE 'N' TO WS-GRP-DUP
    OPEN INPUT GROUPS
    IF GROUPS-FILE-STATUS = "00"
        MOVE "N" TO WS-GRP-EOF
        PERFORM UNTIL WS-GRP-EOF = "Y"
            READ GROUPS INTO GROUPS-LINE
                AT END MOVE "Y" TO WS-GRP-EOF
                NOT AT END
                    MOVE SPACES TO GRP-FIELDS
                    UNSTRING GROUPS-LINE DELIMITED BY "|"
                        INTO GRP-NAME GRP-OWNER GRP-DESC
                    END-UNSTRING
                    IF FUNCTION UPPER-CASE(FUNCTION TRIM(GRP-NAME))
                       = FUNCTION UPPER-CASE(FUNCTION TRIM(WS-GRP-PICK))
                        MOVE 'Y' TO WS-GRP-DUP
                        MOVE "Y" TO WS-GRP-EOF
                    END-IF
            END-READ
        END-PERFORM
        CLOSE GROUPS
    END-IF
    IF WS-GRP-DUP = 'Y'
        MOVE "A group with that name already exists." TO SAVE-TEXT
        PERFORM SHOW
        EXIT PARAGRAPH
    END-IF

    MOVE "Enter a short description (optional, blank line to skip):" TO SAVE-TEXT
    PERFORM SHOW
    PERFORM GET-INPUT-LINE
    MOVE SPACES TO GRP-DESC
    IF FUNCTION LENGTH(FUNCTION TRIM(INPUT-TEXT)) > 0
        MOVE FUNCTION TRIM(INPUT-TEXT) TO GRP-DESC
    END-IF

    IF WS-DRYRUN-MODE = 'Y'
        MOVE "[DRY RUN] Would create the group." TO SAVE-TEXT
        PERFORM SHOW
        EXIT PARAGRAPH
    END-IF

    PERFORM BEGIN-DATA-UPDATE
    IF WS-UPDATE-OK NOT = 'Y'
        MOVE "The data store is busy right now -- please try again in a moment." TO SAVE-TEXT
        PERFORM SHOW
        EXIT PARAGRAPH
    END-IF
    OPEN EXTEND GROUPS
    IF GROUPS-FILE-STATUS = "05" OR GROUPS-FILE-STATUS = "35"
        OPEN OUTPUT GROUPS
    END-IF
    MOVE SPACES TO GROUPS-LINE
    STRING FUNCTION TRIM(WS-GRP-PICK) DELIMITED BY SIZE
           "|" DELIMITED BY SIZE
           FUNCTION TRIM(WS-NAME) DELIMITED BY SIZE
           "|" DELIMITED BY SIZE
           FUNCTION TRIM(GRP-DESC) DELIMITED BY SIZE
           INTO GROUPS-LINE
    END-STRING
    WRITE GROUPS-LINE
    CLOSE GROUPS

    PERFORM ADD-GROUP-MEMBER
    PERFORM END-DATA-UPDATE

    MOVE SPACES TO SAVE-TEXT
    STRING "Group created: " DELIMITED BY SIZE
           FUNCTION TRIM(WS-GRP-PICK) DELIMITED BY SIZE
           INTO SAVE-TEXT
    END-STRING
    PERFORM SHOW.

GROUP-JOIN.
    PERFORM LIST-ALL-GROUPS
    PERFORM PICK-GROUP
    IF FUNCTION LENGTH(FUNCTION TRIM(WS-GRP-PICK)) = 0
        EXIT PARAGRAPH
    END-IF

    PERFORM CHECK-GROUP-MEMBER
    IF WS-GRP-MEMBER = 'Y'
        MOVE "You are already a member of that group." TO SAVE-TEXT
        PERFORM SHOW
        EXIT PARAGRAPH
    END-IF

    IF WS-DRYRUN-MODE = 'Y'
        MOVE "[DRY RUN] Would join the group." TO SAVE-TEXT
        PERFORM SHOW
        EXIT PARAGRAPH
    END-IF

    PERFORM ADD-GROUP-MEMBER

    MOVE SPACES TO SAVE-TEXT
    STRING "You joined " DELIMITED BY SIZE
           FUNCTION TRIM(WS-GRP-PICK) DELIMITED BY SIZE
           "." DELIMITED BY SIZE
           INTO SAVE-TEXT
    END-STRING
    PERFORM SHOW.

GROUP-LEAVE.
    PERFORM LIST-ALL-GROUPS
    PERFORM PICK-GROUP
    IF FUNCTION LENGTH(FUNCTION TRIM(WS-GRP-PICK)) = 0
        EXIT PARAGRAPH
    END-IF

    PERFORM CHECK-GROUP-MEMBER
    IF WS-GRP-MEMBER NOT = 'Y'
        MOVE "You are not a member of that group." TO SAVE-TEXT
        PERFORM SHOW
        EXIT PARAGRAPH
    END-IF

    IF WS-DRYRUN-MODE = 'Y'
        MOVE "[DRY RUN] Would leave the group." TO SAVE-TEXT
        PERFORM SHOW
        EXIT PARAGRAPH
    END-IF

    PERFORM BEGIN-DATA-UPDATE
    IF WS-UPDATE-OK NOT = 'Y'
        MOVE "The data store is busy right now -- please try again in a moment." TO SAVE-TEXT
        PERFORM SHOW
        EXIT PARAGRAPH
    END-IF
    *> Rewrite the membership file without my row for this group.
    OPEN INPUT GROUP-MEMBERS
    OPEN OUTPUT GMEM-NEW-FILE
    MOVE "N" TO WS-GM-EOF
    PERFORM UNTIL WS-GM-EOF = "Y"
        READ GROUP-MEMBERS INTO GROUP-MEMBERS-LINE
            AT END MOVE "Y" TO WS-GM-EOF
            NOT AT END
                MOVE SPACES TO GM-FIELDS
                UNSTRING GROUP-MEMBERS-LINE DELIMITED BY "|"
                    INTO GM-GROUP GM-USER
                END-UNSTRING
                IF FUNCTION TRIM(GM-GROUP) = FUNCTION TRIM(WS-GRP-PICK)
                   AND FUNCTION TRIM(GM-USER) = FUNCTION TRIM(WS-NAME)
                    CONTINUE
                ELSE
                    MOVE GROUP-MEMBERS-LINE TO GMEM-NEW-LINE
                    WRITE GMEM-NEW-LINE
                END-IF
        END-READ
    END-PERFORM
    CLOSE GROUP-MEMBERS
    CLOSE GMEM-NEW-FILE

    CALL "SYSTEM" USING BY CONTENT "mv -f src/group-members.new src/group-members.txt"
    PERFORM END-DATA-UPDATE

    MOVE SPACES TO SAVE-TEXT
    STRING "You left " DELIMITED BY SIZE
           FUNCTION TRIM(WS-GRP-PICK) DELIMITED BY SIZE
           "." DELIMITED BY SIZE
           INTO SAVE-TEXT
    END-STRING
    PERFORM SHOW.

GROUP-MEMBER-LIST.
    PERFORM LIST-ALL-GROUPS
    PERFORM PICK-GROUP
    IF FUNCTION LENGTH(FUNCTION TRIM(WS-GRP-PICK)) = 0
        EXIT PARAGRAPH
    END-IF

    MOVE SPACES TO SAVE-TEXT
    STRING "--- Members of " DELIMITED BY SIZE
           FUNCTION TRIM(WS-GRP-PICK) DELIMITED BY SIZE
           " ---" DELIMITED BY SIZE
           INTO SAVE-TEXT
    END-STRING
    PERFORM SHOW

    MOVE 0 TO WS-GM-COUNT
    OPEN INPUT GROUP-MEMBERS
    IF GMEM-FILE-STATUS = "00"
        MOVE "N" TO WS-GM-EOF
        PERFORM UNTIL WS-GM-EOF = "Y"
            READ GROUP-MEMBERS INTO GROUP-MEMBERS-LINE
                AT END MOVE "Y" TO WS-GM-EOF
                NOT AT END
                    MOVE SPACES TO GM-FIELDS
                    UNSTRING GROUP-MEMBERS-LINE DELIMITED BY "|"
                        INTO GM-GROUP GM-USER
                    END-UNSTRING
                    IF FUNCTION TRIM(GM-GROUP) = FUNCTION TRIM(WS-GRP-PICK)
                        ADD 1 TO WS-GM-COUNT
                        MOVE SPACES TO SAVE-TEXT
                        STRING "  " DELIMITED BY SIZE
                               FUNCTION TRIM(GM-USER) DELIMITED BY SIZE
                               INTO SAVE-TEXT
                        END-STRING
                        PERFORM SHOW
                    END-IF
            END-READ
        END-PERFORM
        CLOSE GROUP-MEMBERS
    END-IF

    IF WS-GM-COUNT = 0
        MOVE "No members yet." TO SAVE-TEXT
        PERFORM SHOW
    END-IF.

*> Shows the board of a group the logged-in user belongs to --
*> every member sees every post, unlike direct messages.
GROUP-VIEW-BOARD.
    PERFORM LIST-ALL-GROUPS
    PERFORM PICK-GROUP
    IF FUNCTION LENGTH(FUNCTION TRIM(WS-GRP-PICK)) = 0
        EXIT PARAGRAPH
    END-IF

    PERFORM CHECK-GROUP-MEMBER
    IF WS-GRP-MEMBER NOT = 'Y'
        MOVE "Only members can read a group's board -- join it first." TO SAVE-TEXT
        PERFORM SHOW
        EXIT PARAGRAPH
    END-IF

    MOVE SPACES TO SAVE-TEXT
    STRING "--- Board: " DELIMITED BY SIZE
           FUNCTION TRIM(WS-GRP-PICK) DELIMITED BY SIZE
           " ---" DELIMITED BY SIZE
           INTO SAVE-TEXT
    END-STRING
    PERFORM SHOW

    MOVE 0 TO WS-GP-COUNT
    OPEN INPUT GROUP-POSTS
    IF GPOST-FILE-STATUS = "00"
        MOVE "N" TO WS-GP-EOF
        PERFORM UNTIL WS-GP-EOF = "Y"
            READ GROUP-POSTS INTO GROUP-POSTS-LINE
                AT END MOVE "Y" TO WS-GP-EOF
                NOT AT END
                    MOVE SPACES TO GP-FIELDS
                    UNSTRING GROUP-POSTS-LINE DELIMITED BY "|"
                        INTO GP-GROUP GP-SENDER GP-SENT GP-TEXT
                    END-UNSTRING
                    IF FUNCTION TRIM(GP-GROUP) = FUNCTION TRIM(WS-GRP-PICK)
                        ADD 1 TO WS-GP-COUNT
                        MOVE SPACES TO WS-GP-WHEN
                        STRING GP-SENT(1:4) DELIMITED BY SIZE
                               "-" DELIMITED BY SIZE
                               GP-SENT(5:2) DELIMITED BY SIZE
                               "-" DELIMITED BY SIZE
                               GP-SENT(7:2) DELIMITED BY SIZE
                               " " DELIMITED BY SIZE
                               GP-SENT(9:2) DELIMITED BY SIZE
                               ":" DELIMITED BY SIZE
                               GP-SENT(11:2) DELIMITED BY SIZE
                               INTO WS-GP-WHEN
                        END-STRING
                        MOVE SPACES TO SAVE-TEXT
                        STRING FUNCTION TRIM(GP-SENDER) DELIMITED BY SIZE
                               " at " DELIMITED BY SIZE
                               FUNCTION TRIM(WS-GP-WHEN) DELIMITED BY SIZE
                               ": " DELIMITED BY SIZE
                               FUNCTION TRIM(GP-TEXT) DELIMITED BY SIZE
                               INTO SAVE-TEXT
                        END-STRING
                        PERFORM SHOW
                    END-IF
            END-READ
        END-PERFORM
        CLOSE GROUP-POSTS
    END-IF

    IF WS-GP-COUNT = 0
        MOVE "No posts on this board yet." TO SAVE-TEXT
        PERFORM SHOW
    END-IF.

*> Posts to the board of a group the logged-in user belongs to.
GROUP-POST-BOARD.
    PERFORM LIST-ALL-GROUPS
    PERFORM PICK-GROUP
    IF FUNCTION LENGTH(FUNCTION TRIM(WS-GRP-PICK)) = 0
        EXIT PARAGRAPH
    END-IF

    PERFORM CHECK-GROUP-MEMBER
    IF WS-GRP-MEMBER NOT = 'Y'
        MOVE "Only members can post to a group's board -- join it first." TO SAVE-TEXT
        PERFORM SHOW
        EXIT PARAGRAPH
    END-IF

    MOVE "POST" TO WS-QUOTA-ACTION
    PERFORM CHECK-DAILY-QUOTA
    IF WS-QUOTA-OK NOT = 'Y'
        EXIT PARAGRAPH
    END-IF

    MOVE "N" TO FIELD-OK
    PERFORM UNTIL FIELD-OK = "Y"
        MOVE "Enter your post (max 100 chars):" TO SAVE-TEXT
        PERFORM SHOW
        PERFORM GET-INPUT-LINE
        IF FUNCTION LENGTH(FUNCTION TRIM(INPUT-TEXT)) > 0
            MOVE "Y" TO FIELD-OK
        ELSE
            MOVE "This field is required. Please enter a non-blank value." TO SAVE-TEXT
            PERFORM SHOW
        END-IF
    END-PERFORM

    IF WS-DRYRUN-MODE = 'Y'
        MOVE "[DRY RUN] Would post to the group board." TO SAVE-TEXT
        PERFORM SHOW
        EXIT PARAGRAPH
    END-IF

    *> A post matching the screening list waits in the review queue
    *> instead of going on the board.
    MOVE INPUT-TEXT TO WS-SCR-TEXT
    PERFORM SCREEN-TEXT

    PERFORM BEGIN-DATA-UPDATE
    IF WS-UPDATE-OK NOT = 'Y'
        MOVE "The data store is busy right now -- please try again in a moment." TO SAVE-TEXT
        PERFORM SHOW
        EXIT PARAGRAPH
    END-IF
    IF WS-SCR-HIT = 'Y'
        MOVE "POST" TO WS-SCQ-KIND
        MOVE WS-GRP-PICK TO WS-SCQ-TARGET
        MOVE FUNCTION TRIM(INPUT-TEXT) TO WS-SCQ-BODY
        PERFORM HOLD-FOR-REVIEW
        MOVE "SENT" TO WS-QUOTA-OUTCOME
        PERFORM RECORD-QUOTA-USE
        PERFORM END-DATA-UPDATE
        MOVE "Your post is being held for review by career services before it appears on the board." TO SAVE-TEXT
        PERFORM SHOW
        EXIT PARAGRAPH
    END-IF
    OPEN EXTEND GROUP-POSTS
    IF GPOST-FILE-STATUS = "05" OR GPOST-FILE-STATUS = "35"
        OPEN OUTPUT GROUP-POSTS
    END-IF
    MOVE SPACES TO GROUP-POSTS-LINE
    STRING FUNCTION TRIM(WS-GRP-PICK) DELIMITED BY SIZE
           "|" DELIMITED BY SIZE
           FUNCTION TRIM(WS-NAME) DELIMITED BY SIZE
           "|" DELIMITED BY SIZE
           FUNCTION CURRENT-DATE(1:14) DELIMITED BY SIZE
           "|" DELIMITED BY SIZE
           FUNCTION TRIM(INPUT-TEXT) DELIMITED BY SIZE
           INTO GROUP-POSTS-LINE
    END-STRING
    WRITE GROUP-POSTS-LINE
    CLOSE GROUP-POSTS
    MOVE "SENT" TO WS-QUOTA-OUTCOME
    PERFORM RECORD-QUOTA-USE
    PERFORM END-DATA-UPDATE

    MOVE "Posted to the group board." TO SAVE-TEXT
    PERFORM SHOW.

*> Internship for credit: once a placement is accepted the student
*> can register it with a faculty sponsor, credit hours sought and a
*> learning agreement (internships.txt). The sponsor's decision on the
*> agreement is recorded from ADMIN-MENU, the student logs weekly
*> hours here, the employer files the end-of-term evaluation from
*> EMPLOYER-MENU, and the InternshipCredit batch lists who is ready
*> for a grade.
INTERNSHIP-MENU.
    MOVE 0 TO INTERNCHOICE
    PERFORM UNTIL INTERNCHOICE = 9 OR INPUTSEOF = "Y"
        MOVE "--- Internship for Credit ---" TO SAVE-TEXT
        PERFORM SHOW
        MOVE "1. Register a Placement for Credit" TO SAVE-TEXT
        PERFORM SHOW
        MOVE "2. Log Weekly Hours" TO SAVE-TEXT
        PERFORM SHOW
        MOVE "3. View My Internship Status" TO SAVE-TEXT
        PERFORM SHOW
        MOVE "9. Go Back" TO SAVE-TEXT
        PERFORM SHOW
        PERFORM GET-INPUT-LINE

        IF INPUTSEOF NOT = "Y"
            MOVE FUNCTION NUMVAL(INPUT-TEXT) TO INTERNCHOICE
            EVALUATE INTERNCHOICE
                WHEN 1 PERFORM INTERNSHIP-REGISTER
                WHEN 2 PERFORM INTERNSHIP-LOG-HOURS
                WHEN 3 PERFORM INTERNSHIP-STATUS
                WHEN 9 CONTINUE
                WHEN OTHER
                    MOVE "Invalid choice, please try again." TO SAVE-TEXT
        END-IF
    END-PERFORM.

*> Reads Internship-Control.txt once per session. Only the hours per
*> credit matter online; the TERM line is for the term-end batch.
LOAD-INTERNSHIP-CONTROL.
    IF WS-ITN-CTL-LOADED = 'Y'
        EXIT PARAGRAPH
    END-IF
    MOVE 'Y' TO WS-ITN-CTL-LOADED
    MOVE 40 TO WS-ITN-PER-CREDIT
    OPEN INPUT INTERN-CONTROL
    IF ICTL-FILE-STATUS NOT = "00"
        EXIT PARAGRAPH
    END-IF
    MOVE "N" TO WS-ITN-EOF
    PERFORM UNTIL WS-ITN-EOF = "Y"
        READ INTERN-CONTROL
            AT END MOVE "Y" TO WS-ITN-EOF
            NOT AT END
                MOVE SPACES TO ICTL-FIELDS
                UNSTRING INTERN-CONTROL-LINE DELIMITED BY "|"
                    INTO ICTL-KEY ICTL-VALUE
                END-UNSTRING
                IF FUNCTION UPPER-CASE(FUNCTION TRIM(ICTL-KEY)) = "HOURS-PER-CREDIT"
                   AND FUNCTION NUMVAL(ICTL-VALUE) >= 1
                   AND FUNCTION NUMVAL(ICTL-VALUE) <= 200
                    MOVE FUNCTION NUMVAL(ICTL-VALUE) TO WS-ITN-PER-CREDIT
                END-IF
        END-READ
    END-PERFORM
    CLOSE INTERN-CONTROL.

*> Splits WS-ITN-LINE (one internships.txt row) into ITN-FIELDS.
SPLIT-INTERNSHIP-LINE.
    MOVE SPACES TO ITN-FIELDS
    UNSTRING WS-ITN-LINE DELIMITED BY "|"
        INTO ITN-STUDENT ITN-POSTING-ID ITN-EMPLOYER ITN-TITLE ITN-TERM
             ITN-SPONSOR ITN-CREDITS ITN-HOURS-REQ ITN-STATUS
             ITN-STATUS-DATE ITN-RECORDED-BY ITN-AGREEMENT ITN-REASON
    END-UNSTRING.

*> Builds WS-ITN-NEW-ROW from ITN-FIELDS.
BUILD-INTERNSHIP-LINE.
    MOVE SPACES TO WS-ITN-NEW-ROW
    STRING FUNCTION TRIM(ITN-STUDENT) DELIMITED BY SIZE
           "|" DELIMITED BY SIZE
           FUNCTION TRIM(ITN-POSTING-ID) DELIMITED BY SIZE
           "|" DELIMITED BY SIZE
           FUNCTION TRIM(ITN-EMPLOYER) DELIMITED BY SIZE
           "|" DELIMITED BY SIZE
           FUNCTION TRIM(ITN-TITLE) DELIMITED BY SIZE
           "|" DELIMITED BY SIZE
           FUNCTION TRIM(ITN-TERM) DELIMITED BY SIZE
           "|" DELIMITED BY SIZE
           FUNCTION TRIM(ITN-SPONSOR) DELIMITED BY SIZE
           "|" DELIMITED BY SIZE
           FUNCTION TRIM(ITN-CREDITS) DELIMITED BY SIZE
           "|" DELIMITED BY SIZE
           FUNCTION TRIM(ITN-HOURS-REQ) DELIMITED BY SIZE
           "|" DELIMITED BY SIZE
           FUNCTION TRIM(ITN-STATUS) DELIMITED BY SIZE
           "|" DELIMITED BY SIZE
           FUNCTION TRIM(ITN-STATUS-DATE) DELIMITED BY SIZE
           "|" DELIMITED BY SIZE
           FUNCTION TRIM(ITN-RECORDED-BY) DELIMITED BY SIZE
           "|" DELIMITED BY SIZE
           FUNCTION TRIM(ITN-AGREEMENT) DELIMITED BY SIZE
           "|" DELIMITED BY SIZE
           FUNCTION TRIM(ITN-REASON) DELIMITED BY SIZE
           INTO WS-ITN-NEW-ROW
    END-STRING.

*> Looks up the internship row for WS-ITN-KEY-USER + WS-ITN-KEY-ID;
*> sets WS-ITN-FOUND and leaves the row in ITN-FIELDS.
FIND-INTERNSHIP.
    MOVE 'N' TO WS-ITN-FOUND
    OPEN INPUT INTERNSHIPS
    IF INTERN-FILE-STATUS NOT = "00"
        EXIT PARAGRAPH
    END-IF
    MOVE "N" TO WS-ITN-EOF
    PERFORM UNTIL WS-ITN-EOF = "Y"
        READ INTERNSHIPS
            AT END MOVE "Y" TO WS-ITN-EOF
            NOT AT END
                MOVE INTERNSHIPS-LINE TO WS-ITN-LINE
                PERFORM SPLIT-INTERNSHIP-LINE
                IF FUNCTION TRIM(ITN-STUDENT) = FUNCTION TRIM(WS-ITN-KEY-USER)
                   AND FUNCTION TRIM(ITN-POSTING-ID) = FUNCTION TRIM(WS-ITN-KEY-ID)
                    MOVE 'Y' TO WS-ITN-FOUND
                    MOVE "Y" TO WS-ITN-EOF
                END-IF
        END-READ
    END-PERFORM
    CLOSE INTERNSHIPS.

*> Upserts WS-ITN-NEW-ROW as the row for WS-ITN-KEY-USER +
*> WS-ITN-KEY-ID (rewrite via internships.new + mv, the usual
*> atomic-replace pattern).
SAVE-INTERNSHIP-ROW.
    PERFORM BEGIN-DATA-UPDATE
    IF WS-UPDATE-OK NOT = 'Y'
        MOVE "The data store is busy right now -- please try again in a moment." TO SAVE-TEXT
        PERFORM SHOW
        EXIT PARAGRAPH
    END-IF
    MOVE 'N' TO WS-ITN-FOUND
    OPEN OUTPUT INTERN-NEW-FILE
    OPEN INPUT INTERNSHIPS
    IF INTERN-FILE-STATUS = "00"
        MOVE "N" TO WS-ITN-EOF
        PERFORM UNTIL WS-ITN-EOF = "Y"
            READ INTERNSHIPS
                AT END MOVE "Y" TO WS-ITN-EOF
                NOT AT END
                    MOVE INTERNSHIPS-LINE TO WS-ITN-LINE
                    PERFORM SPLIT-INTERNSHIP-LINE
                    IF FUNCTION TRIM(ITN-STUDENT) = FUNCTION TRIM(WS-ITN-KEY-USER)
                       AND FUNCTION TRIM(ITN-POSTING-ID) = FUNCTION TRIM(WS-ITN-KEY-ID)
                        MOVE 'Y' TO WS-ITN-FOUND
                        MOVE WS-ITN-NEW-ROW TO INTERN-NEW-LINE
                    ELSE
                        MOVE INTERNSHIPS-LINE TO INTERN-NEW-LINE
                    END-IF
                    WRITE INTERN-NEW-LINE
            END-READ
        END-PERFORM
        CLOSE INTERNSHIPS
    END-IF
    IF WS-ITN-FOUND NOT = 'Y'
        MOVE WS-ITN-NEW-ROW TO INTERN-NEW-LINE
        WRITE INTERN-NEW-LINE
    END-IF
    CLOSE INTERN-NEW-FILE
    CALL "SYSTEM" USING BY CONTENT "mv -f src/internships.new src/internships.txt"
    PERFORM END-DATA-UPDATE.

*> Totals the hours logged for WS-ITN-KEY-USER + WS-ITN-KEY-ID into
*> WS-ITN-TOTAL. WS-ITN-DUP is set when the week in WS-ITN-WEEK has
*> already been logged.
SUM-INTERNSHIP-HOURS.
    MOVE 0 TO WS-ITN-TOTAL
    MOVE 'N' TO WS-ITN-DUP
    OPEN INPUT INTERN-HOURS
    IF IHRS-FILE-STATUS NOT = "00"
        EXIT PARAGRAPH
    END-IF
    MOVE "N" TO WS-ITN-EOF
    PERFORM UNTIL WS-ITN-EOF = "Y"
        READ INTERN-HOURS
            AT END MOVE "Y" TO WS-ITN-EOF
            NOT AT END
                MOVE SPACES TO IHR-FIELDS
                UNSTRING INTERN-HOURS-LINE DELIMITED BY "|"
                    INTO IHR-STUDENT IHR-POSTING-ID IHR-WEEK IHR-HOURS
                         IHR-LOGGED
                END-UNSTRING
                IF FUNCTION TRIM(IHR-STUDENT) = FUNCTION TRIM(WS-ITN-KEY-USER)
                   AND FUNCTION TRIM(IHR-POSTING-ID) = FUNCTION TRIM(WS-ITN-KEY-ID)
                    ADD FUNCTION NUMVAL(IHR-HOURS) TO WS-ITN-TOTAL
                    IF IHR-WEEK = WS-ITN-WEEK
                        MOVE 'Y' TO WS-ITN-DUP
                    END-IF
                END-IF
        END-READ
    END-PERFORM
    CLOSE INTERN-HOURS.

*> Sets WS-ITN-EVAL-FOUND when a supervisor evaluation is on file for
*> WS-ITN-KEY-USER + WS-ITN-KEY-ID (IEV-FIELDS holds it).
CHECK-INTERNSHIP-EVAL.
    MOVE 'N' TO WS-ITN-EVAL-FOUND
    OPEN INPUT INTERN-EVALS
    IF IEVL-FILE-STATUS NOT = "00"
        EXIT PARAGRAPH
    END-IF
    MOVE "N" TO WS-ITN-EOF
    PERFORM UNTIL WS-ITN-EOF = "Y"
        READ INTERN-EVALS
            AT END MOVE "Y" TO WS-ITN-EOF
            NOT AT END
                MOVE SPACES TO IEV-FIELDS
                UNSTRING INTERN-EVALS-LINE DELIMITED BY "|"
                    INTO IEV-STUDENT IEV-POSTING-ID IEV-EMPLOYER IEV-DATE
                         IEV-RATING IEV-CREDIT IEV-COMMENTS
                END-UNSTRING
                IF FUNCTION TRIM(IEV-STUDENT) = FUNCTION TRIM(WS-ITN-KEY-USER)
                   AND FUNCTION TRIM(IEV-POSTING-ID) = FUNCTION TRIM(WS-ITN-KEY-ID)
                    MOVE 'Y' TO WS-ITN-EVAL-FOUND
                    MOVE "Y" TO WS-ITN-EOF
                END-IF
        END-READ
    END-PERFORM
    CLOSE INTERN-EVALS.

*> Collects the logged-in student's internships into WS-ITN-LIST,
*> only those whose status is WS-ITN-FILTER unless it is blank, and
*> numbers them on screen.
LIST-MY-INTERNSHIPS.
    MOVE 0 TO WS-ITN-COUNT
    OPEN INPUT INTERNSHIPS
    IF INTERN-FILE-STATUS NOT = "00"
        EXIT PARAGRAPH
    END-IF
    MOVE "N" TO WS-ITN-EOF
    PERFORM UNTIL WS-ITN-EOF = "Y"
        READ INTERNSHIPS
            AT END MOVE "Y" TO WS-ITN-EOF
            NOT AT END
                MOVE INTERNSHIPS-LINE TO WS-ITN-LINE
                PERFORM SPLIT-INTERNSHIP-LINE
                IF FUNCTION TRIM(ITN-STUDENT) = FUNCTION TRIM(WS-NAME)
                   AND (WS-ITN-FILTER = SPACES OR ITN-STATUS = WS-ITN-FILTER)
                   AND WS-ITN-COUNT < 20
                    ADD 1 TO WS-ITN-COUNT
                    MOVE WS-ITN-LINE TO WS-ITN-ROW(WS-ITN-COUNT)
                    MOVE SPACES TO SAVE-TEXT
                    STRING WS-ITN-COUNT DELIMITED BY SIZE
                           ". " DELIMITED BY SIZE
                           FUNCTION TRIM(ITN-TITLE) DELIMITED BY SIZE
                           " at " DELIMITED BY SIZE
                           FUNCTION TRIM(ITN-EMPLOYER) DELIMITED BY SIZE
                           " (" DELIMITED BY SIZE
                           FUNCTION TRIM(ITN-TERM) DELIMITED BY SIZE
                           ") -- agreement " DELIMITED BY SIZE
                           FUNCTION TRIM(ITN-STATUS) DELIMITED BY SIZE
                           INTO SAVE-TEXT
                    END-STRING
                    PERFORM SHOW
                    IF ITN-STATUS = "RETURNED" AND ITN-REASON NOT = SPACES
                        MOVE SPACES TO SAVE-TEXT
                        STRING "   Returned because: " DELIMITED BY SIZE
                               FUNCTION TRIM(ITN-REASON) DELIMITED BY SIZE
                               INTO SAVE-TEXT
                        END-STRING
                        PERFORM SHOW
                    END-IF
                END-IF
        END-READ
    END-PERFORM
    CLOSE INTERNSHIPS.

*> Prompts for one of the WS-ITN-LIST rows just shown; leaves the
*> pick in WS-ITN-CHOICE (0 when none) and its row in ITN-FIELDS.
PICK-INTERNSHIP.
    MOVE 0 TO WS-ITN-CHOICE
    MOVE "Enter the number, or 0 to go back:" TO SAVE-TEXT
    PERFORM SHOW
    PERFORM GET-INPUT-LINE
    IF INPUTSEOF = 'Y'
        EXIT PARAGRAPH
    END-IF
    MOVE FUNCTION NUMVAL(INPUT-TEXT) TO WS-ITN-CHOICE
    IF WS-ITN-CHOICE < 1 OR WS-ITN-CHOICE > WS-ITN-COUNT
        MOVE 0 TO WS-ITN-CHOICE
        EXIT PARAGRAPH
    END-IF
    MOVE WS-ITN-ROW(WS-ITN-CHOICE) TO WS-ITN-LINE
    PERFORM SPLIT-INTERNSHIP-LINE
    MOVE ITN-STUDENT TO WS-ITN-KEY-USER
    MOVE ITN-POSTING-ID TO WS-ITN-KEY-ID.

*> Offers each of the student's placements that has no internship
*> row yet (or whose learning agreement was returned for revision)
*> and records the sponsor, credits, term and learning agreement.
INTERNSHIP-REGISTER.
    PERFORM LOAD-INTERNSHIP-CONTROL
    MOVE "--- Register a Placement for Credit ---" TO SAVE-TEXT
    PERFORM SHOW
    MOVE 0 TO WS-ITN-COUNT
    OPEN INPUT PLACEMENTS
    IF PLACEMENTS-FILE-STATUS = "00"
        MOVE "N" TO WS-ITN-SCAN-EOF
        PERFORM UNTIL WS-ITN-SCAN-EOF = "Y"
            READ PLACEMENTS
                AT END MOVE "Y" TO WS-ITN-SCAN-EOF
                NOT AT END
                    MOVE SPACES TO ITN-FIELDS
                    UNSTRING PLACEMENTS-LINE DELIMITED BY "|"
                        INTO ITN-STUDENT ITN-EMPLOYER ITN-TITLE
                             WS-ITN-PLC-MAJOR WS-ITN-PLC-GRAD
                             WS-ITN-PLC-DATE ITN-POSTING-ID
                    END-UNSTRING
                    IF FUNCTION TRIM(ITN-STUDENT) = FUNCTION TRIM(WS-NAME)
                       AND ITN-POSTING-ID NOT = SPACES
                       AND WS-ITN-COUNT < 20
                        PERFORM BUILD-INTERNSHIP-LINE
                        MOVE ITN-STUDENT TO WS-ITN-KEY-USER
                        MOVE ITN-POSTING-ID TO WS-ITN-KEY-ID
                        PERFORM FIND-INTERNSHIP
                        IF WS-ITN-FOUND NOT = 'Y' OR ITN-STATUS = "RETURNED"
                            MOVE SPACES TO WS-ITN-REASON
                            IF WS-ITN-FOUND = 'Y'
                                MOVE ITN-REASON TO WS-ITN-REASON
                            END-IF
                            ADD 1 TO WS-ITN-COUNT
                            MOVE WS-ITN-NEW-ROW TO WS-ITN-ROW(WS-ITN-COUNT)
                            MOVE WS-ITN-NEW-ROW TO WS-ITN-LINE
                            PERFORM SPLIT-INTERNSHIP-LINE
                            MOVE SPACES TO SAVE-TEXT
                            STRING WS-ITN-COUNT DELIMITED BY SIZE
                                   ". " DELIMITED BY SIZE
                                   FUNCTION TRIM(ITN-TITLE) DELIMITED BY SIZE
                                   " at " DELIMITED BY SIZE
                                   FUNCTION TRIM(ITN-EMPLOYER) DELIMITED BY SIZE
                                   INTO SAVE-TEXT
                            END-STRING
                            PERFORM SHOW
                            IF WS-ITN-REASON NOT = SPACES
                                MOVE SPACES TO SAVE-TEXT
                                STRING "   Returned because: " DELIMITED BY SIZE
                                       FUNCTION TRIM(WS-ITN-REASON) DELIMITED BY SIZE
                                       INTO SAVE-TEXT
                                END-STRING
                                PERFORM SHOW
                            END-IF
                        END-IF
                    END-IF
            END-READ
        END-PERFORM
        CLOSE PLACEMENTS
    END-IF
    IF WS-ITN-COUNT = 0
        MOVE "You have no accepted placements waiting to be registered for credit." TO SAVE-TEXT
        PERFORM SHOW
        EXIT PARAGRAPH
    END-IF
    PERFORM PICK-INTERNSHIP
    IF WS-ITN-CHOICE = 0
        EXIT PARAGRAPH
    END-IF

    *> Faculty sponsor (required)
    MOVE "N" TO FIELD-OK
    PERFORM UNTIL FIELD-OK = "Y" OR INPUTSEOF = "Y"
        MOVE "Enter your faculty sponsor's name:" TO SAVE-TEXT
        PERFORM SHOW
        PERFORM GET-INPUT-LINE
        IF FUNCTION LENGTH(FUNCTION TRIM(INPUT-TEXT)) > 0
           AND FUNCTION LENGTH(FUNCTION TRIM(INPUT-TEXT)) <= 40
            MOVE FUNCTION TRIM(INPUT-TEXT) TO ITN-SPONSOR
            MOVE "Y" TO FIELD-OK
        ELSE
            MOVE "Please enter the sponsor's name (max 40 chars)." TO SAVE-TEXT
            PERFORM SHOW
        END-IF
    END-PERFORM

    *> Credit hours sought (1-12)
    MOVE "N" TO FIELD-OK
    PERFORM UNTIL FIELD-OK = "Y" OR INPUTSEOF = "Y"
        MOVE "Enter the credit hours sought (1-12):" TO SAVE-TEXT
        PERFORM SHOW
        PERFORM GET-INPUT-LINE
        IF FUNCTION LENGTH(FUNCTION TRIM(INPUT-TEXT)) <= 2
           AND FUNCTION NUMVAL(FUNCTION TRIM(INPUT-TEXT)) >= 1
           AND FUNCTION NUMVAL(FUNCTION TRIM(INPUT-TEXT)) <= 12
            MOVE FUNCTION NUMVAL(FUNCTION TRIM(INPUT-TEXT)) TO WS-ITN-CREDITS-N
            MOVE "Y" TO FIELD-OK
        ELSE
            MOVE "Invalid credit hours. Please enter a number from 1 to 12." TO SAVE-TEXT
            PERFORM SHOW
        END-IF
    END-PERFORM

    *> Academic term (required)
    MOVE "N" TO FIELD-OK
    PERFORM UNTIL FIELD-OK = "Y" OR INPUTSEOF = "Y"
        MOVE "Enter the academic term (e.g. 2026FA):" TO SAVE-TEXT
        PERFORM SHOW
        PERFORM GET-INPUT-LINE
        IF FUNCTION LENGTH(FUNCTION TRIM(INPUT-TEXT)) > 0
           AND FUNCTION LENGTH(FUNCTION TRIM(INPUT-TEXT)) <= 10
            MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(INPUT-TEXT)) TO ITN-TERM
            MOVE "Y" TO FIELD-OK
        ELSE
            MOVE "Please enter the term (max 10 chars)." TO SAVE-TEXT
            PERFORM SHOW
        END-IF
    END-PERFORM

    *> Learning agreement (required, single line)
    MOVE "N" TO FIELD-OK
    PERFORM UNTIL FIELD-OK = "Y" OR INPUTSEOF = "Y"
        MOVE "Enter the learning agreement -- your goals for the internship (max 200 chars):" TO SAVE-TEXT
        PERFORM SHOW
        PERFORM GET-INPUT-LINE
        IF FUNCTION LENGTH(FUNCTION TRIM(INPUT-TEXT)) > 0
           AND FUNCTION LENGTH(FUNCTION TRIM(INPUT-TEXT)) <= 200
            MOVE FUNCTION TRIM(INPUT-TEXT) TO ITN-AGREEMENT
            MOVE "Y" TO FIELD-OK
        ELSE
            MOVE "Please enter the learning agreement (max 200 chars)." TO SAVE-TEXT
            PERFORM SHOW
        END-IF
    END-PERFORM
    IF INPUTSEOF = 'Y'
        EXIT PARAGRAPH
    END-IF

    MOVE WS-ITN-CREDITS-N TO WS-ITN-HOURS-TXT
    MOVE FUNCTION TRIM(WS-ITN-HOURS-TXT) TO ITN-CREDITS
    COMPUTE WS-ITN-REQ-N = WS-ITN-CREDITS-N * WS-ITN-PER-CREDIT
    MOVE WS-ITN-REQ-N TO WS-ITN-REQ-ED
    MOVE FUNCTION TRIM(WS-ITN-REQ-ED) TO ITN-HOURS-REQ
    MOVE "PENDING" TO ITN-STATUS
    MOVE WS-DATE-STAMP TO ITN-STATUS-DATE
    MOVE WS-NAME TO ITN-RECORDED-BY
    PERFORM BUILD-INTERNSHIP-LINE

    IF WS-DRYRUN-MODE = 'Y'
        MOVE "[DRY RUN] Would register the internship for credit." TO SAVE-TEXT
        PERFORM SHOW
        EXIT PARAGRAPH
    END-IF
    PERFORM SAVE-INTERNSHIP-ROW
    IF WS-UPDATE-OK = 'Y'
        MOVE WS-ITN-REQ-N TO WS-ITN-REQ-TXT
        MOVE SPACES TO SAVE-TEXT
        STRING "Internship registered: " DELIMITED BY SIZE
               FUNCTION TRIM(WS-ITN-REQ-TXT) DELIMITED BY SIZE
               " hours required. The learning agreement now awaits your sponsor's approval." DELIMITED BY SIZE
               INTO SAVE-TEXT
        END-STRING
        PERFORM SHOW
    END-IF.

*> Logs one week of hours against an internship whose learning
*> agreement has been approved. A week can be logged only once.
INTERNSHIP-LOG-HOURS.
    MOVE "--- Log Weekly Hours ---" TO SAVE-TEXT
    PERFORM SHOW
    MOVE "APPROVED" TO WS-ITN-FILTER
    PERFORM LIST-MY-INTERNSHIPS
    MOVE SPACES TO WS-ITN-FILTER
    IF WS-ITN-COUNT = 0
        MOVE "You have no internship with an approved learning agreement to log hours against." TO SAVE-TEXT
        PERFORM SHOW
        EXIT PARAGRAPH
    END-IF
    PERFORM PICK-INTERNSHIP
    IF WS-ITN-CHOICE = 0
        EXIT PARAGRAPH
    END-IF

    *> Week-ending date (YYYY-MM-DD, not already logged)
    MOVE "N" TO FIELD-OK
    PERFORM UNTIL FIELD-OK = "Y" OR INPUTSEOF = "Y"
        MOVE "Enter the week-ending date (YYYY-MM-DD):" TO SAVE-TEXT
        PERFORM SHOW
        PERFORM GET-INPUT-LINE
        MOVE FUNCTION TRIM(INPUT-TEXT) TO WS-ITN-WEEK
        IF FUNCTION LENGTH(FUNCTION TRIM(INPUT-TEXT)) = 10
           AND WS-ITN-WEEK(1:4) IS NUMERIC
           AND WS-ITN-WEEK(5:1) = "-"
           AND WS-ITN-WEEK(6:2) IS NUMERIC
           AND WS-ITN-WEEK(8:1) = "-"
           AND WS-ITN-WEEK(9:2) IS NUMERIC
            PERFORM SUM-INTERNSHIP-HOURS
            IF WS-ITN-DUP = 'Y'
                MOVE "Hours for that week are already logged." TO SAVE-TEXT
                PERFORM SHOW
            ELSE
                MOVE "Y" TO FIELD-OK
            END-IF
        ELSE
            MOVE "Invalid date. Please use YYYY-MM-DD." TO SAVE-TEXT
            PERFORM SHOW
        END-IF
    END-PERFORM

    *> Hours worked that week (1-80)
    MOVE "N" TO FIELD-OK
    PERFORM UNTIL FIELD-OK = "Y" OR INPUTSEOF = "Y"
        MOVE "Enter the hours worked that week (1-80):" TO SAVE-TEXT
        PERFORM SHOW
        PERFORM GET-INPUT-LINE
        IF FUNCTION LENGTH(FUNCTION TRIM(INPUT-TEXT)) <= 2
           AND FUNCTION NUMVAL(FUNCTION TRIM(INPUT-TEXT)) >= 1
           AND FUNCTION NUMVAL(FUNCTION TRIM(INPUT-TEXT)) <= 80
            MOVE FUNCTION NUMVAL(FUNCTION TRIM(INPUT-TEXT)) TO WS-ITN-HOURS-N
            MOVE "Y" TO FIELD-OK
        ELSE
            MOVE "Invalid hours. Please enter a whole number from 1 to 80." TO SAVE-TEXT
            PERFORM SHOW
        END-IF
    END-PERFORM
    IF INPUTSEOF = 'Y'
        EXIT PARAGRAPH
    END-IF

    IF WS-DRYRUN-MODE = 'Y'
        MOVE "[DRY RUN] Would log the week's hours." TO SAVE-TEXT
        PERFORM SHOW
        EXIT PARAGRAPH
    END-IF
    PERFORM BEGIN-DATA-UPDATE
    IF WS-UPDATE-OK NOT = 'Y'
        MOVE "The data store is busy right now -- please try again in a moment." TO SAVE-TEXT
        PERFORM SHOW
        EXIT PARAGRAPH
    END-IF
    OPEN EXTEND INTERN-HOURS
    IF IHRS-FILE-STATUS = "05" OR IHRS-FILE-STATUS = "35"
        OPEN OUTPUT INTERN-HOURS
    END-IF
    MOVE WS-ITN-HOURS-N TO WS-ITN-HOURS-TXT
    MOVE SPACES TO INTERN-HOURS-LINE
    STRING FUNCTION TRIM(WS-NAME) DELIMITED BY SIZE
           "|" DELIMITED BY SIZE
           FUNCTION TRIM(ITN-POSTING-ID) DELIMITED BY SIZE
           "|" DELIMITED BY SIZE
           WS-ITN-WEEK DELIMITED BY SIZE
           "|" DELIMITED BY SIZE
           FUNCTION TRIM(WS-ITN-HOURS-TXT) DELIMITED BY SIZE
           "|" DELIMITED BY SIZE
           WS-DATE-STAMP DELIMITED BY SIZE
           INTO INTERN-HOURS-LINE
    END-STRING
    WRITE INTERN-HOURS-LINE
    CLOSE INTERN-HOURS
    PERFORM END-DATA-UPDATE

    ADD WS-ITN-HOURS-N TO WS-ITN-TOTAL
    MOVE WS-ITN-TOTAL TO WS-ITN-TOTAL-TXT
    MOVE FUNCTION NUMVAL(ITN-HOURS-REQ) TO WS-ITN-REQ-TXT
    MOVE SPACES TO SAVE-TEXT
    STRING "Hours logged. Total so far: " DELIMITED BY SIZE
           FUNCTION TRIM(WS-ITN-TOTAL-TXT) DELIMITED BY SIZE
           " of " DELIMITED BY SIZE
           FUNCTION TRIM(WS-ITN-REQ-TXT) DELIMITED BY SIZE
           " required." DELIMITED BY SIZE
           INTO SAVE-TEXT
    END-STRING
    PERFORM SHOW.

*> One block per internship: agreement status, hours against the
*> requirement, whether the supervisor evaluation is in, and whether
*> all three add up to ready for a grade.
INTERNSHIP-STATUS.
    MOVE "--- My Internship Status ---" TO SAVE-TEXT
    PERFORM SHOW
    MOVE SPACES TO WS-ITN-FILTER
    PERFORM LIST-MY-INTERNSHIPS
    IF WS-ITN-COUNT = 0
        MOVE "You have not registered an internship for credit." TO SAVE-TEXT
        PERFORM SHOW
        EXIT PARAGRAPH
    END-IF
    PERFORM VARYING WS-ITN-I FROM 1 BY 1 UNTIL WS-ITN-I > WS-ITN-COUNT
        MOVE WS-ITN-ROW(WS-ITN-I) TO WS-ITN-LINE
        PERFORM SPLIT-INTERNSHIP-LINE
        MOVE ITN-STUDENT TO WS-ITN-KEY-USER
        MOVE ITN-POSTING-ID TO WS-ITN-KEY-ID
        MOVE SPACES TO WS-ITN-WEEK
        PERFORM SUM-INTERNSHIP-HOURS
        PERFORM CHECK-INTERNSHIP-EVAL
        MOVE WS-ITN-TOTAL TO WS-ITN-TOTAL-TXT
        MOVE FUNCTION NUMVAL(ITN-HOURS-REQ) TO WS-ITN-REQ-N
        MOVE WS-ITN-REQ-N TO WS-ITN-REQ-TXT
        MOVE SPACES TO SAVE-TEXT
        STRING WS-ITN-I DELIMITED BY SIZE
               ". Sponsor: " DELIMITED BY SIZE
               FUNCTION TRIM(ITN-SPONSOR) DELIMITED BY SIZE
               ", " DELIMITED BY SIZE
               FUNCTION TRIM(ITN-CREDITS) DELIMITED BY SIZE
               " credits, hours " DELIMITED BY SIZE
               FUNCTION TRIM(WS-ITN-TOTAL-TXT) DELIMITED BY SIZE
               " of " DELIMITED BY SIZE
               FUNCTION TRIM(WS-ITN-REQ-TXT) DELIMITED BY SIZE
               INTO SAVE-TEXT
        END-STRING
        PERFORM SHOW
        IF WS-ITN-EVAL-FOUND = 'Y'
            MOVE "   Supervisor evaluation: on file" TO SAVE-TEXT
        ELSE
            MOVE "   Supervisor evaluation: not yet submitted" TO SAVE-TEXT
        END-IF
        PERFORM SHOW
        IF ITN-STATUS = "APPROVED"
           AND WS-ITN-TOTAL >= WS-ITN-REQ-N
           AND WS-ITN-EVAL-FOUND = 'Y'
            MOVE "   Ready for a grade to be posted." TO SAVE-TEXT
        ELSE
            MOVE "   Not yet ready for a grade." TO SAVE-TEXT
        END-IF
        PERFORM SHOW
    END-PERFORM.

*> Employer side: the end-of-term supervisor evaluation for each
*> approved internship at this employer that has none on file yet.
*> The student is notified once it is in.
INTERNSHIP-EVALUATE.
    MOVE "--- Submit an Intern Evaluation ---" TO SAVE-TEXT
    PERFORM SHOW
    MOVE 0 TO WS-ITN-COUNT
    OPEN INPUT INTERNSHIPS
    IF INTERN-FILE-STATUS = "00"
        MOVE "N" TO WS-ITN-SCAN-EOF
        PERFORM UNTIL WS-ITN-SCAN-EOF = "Y"
            READ INTERNSHIPS
                AT END MOVE "Y" TO WS-ITN-SCAN-EOF
                NOT AT END
                    MOVE INTERNSHIPS-LINE TO WS-ITN-LINE
                    PERFORM SPLIT-INTERNSHIP-LINE
                    IF FUNCTION TRIM(ITN-EMPLOYER) = FUNCTION TRIM(WS-NAME)
                       AND ITN-STATUS = "APPROVED"
                       AND WS-ITN-COUNT < 20
                        MOVE ITN-STUDENT TO WS-ITN-KEY-USER
                        MOVE ITN-POSTING-ID TO WS-ITN-KEY-ID
                        PERFORM CHECK-INTERNSHIP-EVAL
                        IF WS-ITN-EVAL-FOUND NOT = 'Y'
                            ADD 1 TO WS-ITN-COUNT
                            MOVE WS-ITN-LINE TO WS-ITN-ROW(WS-ITN-COUNT)
                            MOVE SPACES TO SAVE-TEXT
                            STRING WS-ITN-COUNT DELIMITED BY SIZE
                                   ". " DELIMITED BY SIZE
                                   FUNCTION TRIM(ITN-STUDENT) DELIMITED BY SIZE
                                   " -- " DELIMITED BY SIZE
                                   FUNCTION TRIM(ITN-TITLE) DELIMITED BY SIZE
                                   " (" DELIMITED BY SIZE
                                   FUNCTION TRIM(ITN-TERM) DELIMITED BY SIZE
                                   ")" DELIMITED BY SIZE
                                   INTO SAVE-TEXT
                            END-STRING
                            PERFORM SHOW
                        END-IF
                    END-IF
            END-READ
        END-PERFORM
        CLOSE INTERNSHIPS
    END-IF
    IF WS-ITN-COUNT = 0
        MOVE "No interns are waiting for an evaluation from you." TO SAVE-TEXT
        PERFORM SHOW
        EXIT PARAGRAPH
    END-IF
    PERFORM PICK-INTERNSHIP
    IF WS-ITN-CHOICE = 0
        EXIT PARAGRAPH
    END-IF

    MOVE SPACES TO IEV-FIELDS
    *> Overall rating (1-5)
    MOVE "N" TO FIELD-OK
    PERFORM UNTIL FIELD-OK = "Y" OR INPUTSEOF = "Y"
        MOVE "Overall rating of the intern (1 = poor, 5 = excellent):" TO SAVE-TEXT
        PERFORM SHOW
        PERFORM GET-INPUT-LINE
        MOVE FUNCTION TRIM(INPUT-TEXT) TO IEV-RATING
        IF FUNCTION LENGTH(FUNCTION TRIM(INPUT-TEXT)) = 1
           AND IEV-RATING >= "1" AND IEV-RATING <= "5"
            MOVE "Y" TO FIELD-OK
        ELSE
            MOVE "Please enter a rating from 1 to 5." TO SAVE-TEXT
            PERFORM SHOW
        END-IF
    END-PERFORM

    *> Recommend credit (Y/N)
    MOVE "N" TO FIELD-OK
    PERFORM UNTIL FIELD-OK = "Y" OR INPUTSEOF = "Y"
        MOVE "Do you recommend the student receive credit? (Y/N):" TO SAVE-TEXT
        PERFORM SHOW
        PERFORM GET-INPUT-LINE
        MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(INPUT-TEXT)) TO IEV-CREDIT
        IF FUNCTION LENGTH(FUNCTION TRIM(INPUT-TEXT)) = 1
           AND (IEV-CREDIT = "Y" OR IEV-CREDIT = "N")
            MOVE "Y" TO FIELD-OK
        ELSE
            MOVE "Please enter Y or N." TO SAVE-TEXT
            PERFORM SHOW
        END-IF
    END-PERFORM

    *> Comments (optional)
    IF INPUTSEOF NOT = 'Y'
        MOVE "Comments for the sponsor (optional, max 150 chars, blank line to skip):" TO SAVE-TEXT
        PERFORM SHOW
        PERFORM GET-INPUT-LINE
        MOVE FUNCTION TRIM(INPUT-TEXT) TO IEV-COMMENTS
        INSPECT IEV-COMMENTS REPLACING ALL "|" BY "/"
    END-IF
    IF INPUTSEOF = 'Y'
        EXIT PARAGRAPH
    END-IF

    IF WS-DRYRUN-MODE = 'Y'
        MOVE "[DRY RUN] Would file the intern evaluation." TO SAVE-TEXT
        PERFORM SHOW
        EXIT PARAGRAPH
    END-IF
    PERFORM BEGIN-DATA-UPDATE
    IF WS-UPDATE-OK NOT = 'Y'
        MOVE "The data store is busy right now -- please try again in a moment." TO SAVE-TEXT
        PERFORM SHOW
        EXIT PARAGRAPH
    END-IF
    OPEN EXTEND INTERN-EVALS
    IF IEVL-FILE-STATUS = "05" OR IEVL-FILE-STATUS = "35"
        OPEN OUTPUT INTERN-EVALS
    END-IF
    MOVE SPACES TO INTERN-EVALS-LINE
    STRING FUNCTION TRIM(ITN-STUDENT) DELIMITED BY SIZE
           "|" DELIMITED BY SIZE
           FUNCTION TRIM(ITN-POSTING-ID) DELIMITED BY SIZE
           "|" DELIMITED BY SIZE
           FUNCTION TRIM(WS-NAME) DELIMITED BY SIZE
           "|" DELIMITED BY SIZE
           WS-DATE-STAMP DELIMITED BY SIZE
           "|" DELIMITED BY SIZE
           IEV-RATING DELIMITED BY SIZE
           "|" DELIMITED BY SIZE
           IEV-CREDIT DELIMITED BY SIZE
           "|" DELIMITED BY SIZE
           FUNCTION TRIM(IEV-COMMENTS) DELIMITED BY SIZE
           INTO INTERN-EVALS-LINE
    END-STRING
    WRITE INTERN-EVALS-LINE
    CLOSE INTERN-EVALS

    MOVE ITN-STUDENT TO NOTIF-RECIPIENT
    MOVE SPACES TO NOTIF-MAILED
    MOVE WS-NAME TO NOTIF-SENDER
    MOVE SPACES TO NOTIF-MESSAGE
    STRING "Your supervisor evaluation for " DELIMITED BY SIZE
           FUNCTION TRIM(ITN-TITLE) DELIMITED BY SIZE
           " is on file." DELIMITED BY SIZE
           INTO NOTIF-MESSAGE
    END-STRING
    PERFORM WRITE-NOTIFICATION
    PERFORM END-DATA-UPDATE

    MOVE SPACES TO SAVE-TEXT
    STRING "Evaluation filed for " DELIMITED BY SIZE
           FUNCTION TRIM(ITN-STUDENT) DELIMITED BY SIZE
           "." DELIMITED BY SIZE
           INTO SAVE-TEXT
    END-STRING
    PERFORM SHOW.

*> Records the faculty sponsor's decision on a pending learning
*> agreement: A approves it (hours can then be logged), R returns it
*> to the student with a reason so it can be revised and registered
*> again. Scoped by the student's campus like the other queues.
ADMIN-LEARNING-AGREEMENTS.
    MOVE "--- Pending Learning Agreements ---" TO SAVE-TEXT
    PERFORM SHOW
    MOVE 0 TO WS-ITN-COUNT
    OPEN INPUT INTERNSHIPS
    IF INTERN-FILE-STATUS = "00"
        MOVE "N" TO WS-ITN-SCAN-EOF
        PERFORM UNTIL WS-ITN-SCAN-EOF = "Y"
            READ INTERNSHIPS
                AT END MOVE "Y" TO WS-ITN-SCAN-EOF
                NOT AT END
                    MOVE INTERNSHIPS-LINE TO WS-ITN-LINE
                    PERFORM SPLIT-INTERNSHIP-LINE
                    MOVE ITN-STUDENT TO WS-CMP-TARGET
                    PERFORM CHECK-CAMPUS-SCOPE
                    IF ITN-STATUS = "PENDING"
                       AND WS-CMP-IN-SCOPE = 'Y'
                       AND WS-ITN-COUNT < 20
                        ADD 1 TO WS-ITN-COUNT
                        MOVE WS-ITN-LINE TO WS-ITN-ROW(WS-ITN-COUNT)
                        MOVE SPACES TO SAVE-TEXT
                        STRING WS-ITN-COUNT DELIMITED BY SIZE
                               ". " DELIMITED BY SIZE
                               FUNCTION TRIM(ITN-STUDENT) DELIMITED BY SIZE
                               " -- " DELIMITED BY SIZE
                               FUNCTION TRIM(ITN-TITLE) DELIMITED BY SIZE
                               " at " DELIMITED BY SIZE
                               FUNCTION TRIM(ITN-EMPLOYER) DELIMITED BY SIZE
                               ", " DELIMITED BY SIZE
                               FUNCTION TRIM(ITN-TERM) DELIMITED BY SIZE
                               ", sponsor " DELIMITED BY SIZE
                               FUNCTION TRIM(ITN-SPONSOR) DELIMITED BY SIZE
                               ", " DELIMITED BY SIZE
                               FUNCTION TRIM(ITN-CREDITS) DELIMITED BY SIZE
                               " credits" DELIMITED BY SIZE
                               INTO SAVE-TEXT
                        END-STRING
                        PERFORM SHOW
                        MOVE SPACES TO SAVE-TEXT
                        STRING "   Agreement: " DELIMITED BY SIZE
                               FUNCTION TRIM(ITN-AGREEMENT) DELIMITED BY SIZE
                               INTO SAVE-TEXT
                        END-STRING
                        PERFORM SHOW
                    END-IF
            END-READ
        END-PERFORM
        CLOSE INTERNSHIPS
    END-IF
    IF WS-ITN-COUNT = 0
        MOVE "No learning agreements are waiting for a decision." TO SAVE-TEXT
        PERFORM SHOW
        EXIT PARAGRAPH
    END-IF
    PERFORM PICK-INTERNSHIP
    IF WS-ITN-CHOICE = 0
        EXIT PARAGRAPH
    END-IF
    MOVE ITN-AGREEMENT TO WS-ITN-SEEN-AGREEMENT

    MOVE "Enter A to record the sponsor's approval, R to return it, blank line to leave it pending:" TO SAVE-TEXT
    PERFORM SHOW
    PERFORM GET-INPUT-LINE
    IF INPUTSEOF = 'Y'
        EXIT PARAGRAPH
    END-IF
    MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(INPUT-TEXT)) TO WS-ITN-DECISION
    IF WS-ITN-DECISION NOT = "A" AND WS-ITN-DECISION NOT = "R"
        MOVE "Agreement left pending." TO SAVE-TEXT
        PERFORM SHOW
        EXIT PARAGRAPH
    END-IF
    MOVE SPACES TO WS-ITN-REASON
    IF WS-ITN-DECISION = "R"
        MOVE "N" TO FIELD-OK
        PERFORM UNTIL FIELD-OK = "Y" OR INPUTSEOF = "Y"
            MOVE "Reason for returning it (max 60 chars):" TO SAVE-TEXT
            PERFORM SHOW
            PERFORM GET-INPUT-LINE
            IF FUNCTION LENGTH(FUNCTION TRIM(INPUT-TEXT)) > 0
               AND FUNCTION LENGTH(FUNCTION TRIM(INPUT-TEXT)) <= 60
                MOVE FUNCTION TRIM(INPUT-TEXT) TO WS-ITN-REASON
                MOVE "Y" TO FIELD-OK
            ELSE
                MOVE "Please enter a reason (max 60 chars)." TO SAVE-TEXT
                PERFORM SHOW
            END-IF
        END-PERFORM
        IF INPUTSEOF = 'Y'
            EXIT PARAGRAPH
        END-IF
    END-IF

    IF WS-DRYRUN-MODE = 'Y'
        MOVE "[DRY RUN] Would record the sponsor's decision." TO SAVE-TEXT
        PERFORM SHOW
        EXIT PARAGRAPH
    END-IF
        PERFORM SHOW
        EXIT PARAGRAPH
    END-IF
    *> Re-read the row under the lock: another admin may have decided
    *> it, or the student re-registered a revised agreement, since the
    *> list was shown.
    PERFORM FIND-INTERNSHIP
    IF WS-ITN-FOUND NOT = 'Y'
       OR ITN-STATUS NOT = "PENDING"
       OR ITN-AGREEMENT NOT = WS-ITN-SEEN-AGREEMENT
        PERFORM END-DATA-UPDATE
        MOVE "That learning agreement has already been decided." TO SAVE-TEXT
        PERFORM SHOW
        EXIT PARAGRAPH
    END-IF
    IF WS-ITN-DECISION = "A"
        MOVE "APPROVED" TO ITN-STATUS
        MOVE SPACES TO ITN-REASON
    ELSE
        MOVE "RETURNED" TO ITN-STATUS
        MOVE WS-ITN-REASON TO ITN-REASON
    END-IF
    MOVE WS-DATE-STAMP TO ITN-STATUS-DATE
    MOVE WS-NAME TO ITN-RECORDED-BY
    PERFORM BUILD-INTERNSHIP-LINE
    PERFORM SAVE-INTERNSHIP-ROW
    *> SAVE-INTERNSHIP-ROW splits every row it copies into ITN-FIELDS;
    *> put the decided row back before naming it below.
    MOVE WS-ITN-NEW-ROW TO WS-ITN-LINE
    PERFORM SPLIT-INTERNSHIP-LINE
    MOVE WS-ITN-KEY-USER TO NOTIF-RECIPIENT
    MOVE SPACES TO NOTIF-MAILED
    MOVE WS-NAME TO NOTIF-SENDER
    MOVE SPACES TO NOTIF-MESSAGE
    IF WS-ITN-DECISION = "A"
        STRING "Your learning agreement for " DELIMITED BY SIZE
               FUNCTION TRIM(ITN-TITLE) DELIMITED BY SIZE
               " was approved -- you can log hours now." DELIMITED BY SIZE
               INTO NOTIF-MESSAGE
        END-STRING
    ELSE
        STRING "Learning agreement returned: " DELIMITED BY SIZE
               FUNCTION TRIM(WS-ITN-REASON) DELIMITED BY SIZE
               INTO NOTIF-MESSAGE
        END-STRING
    END-IF
    PERFORM WRITE-NOTIFICATION
    PERFORM END-DATA-UPDATE

    MOVE SPACES TO SAVE-TEXT
    STRING "Learning agreement for " DELIMITED BY SIZE
           FUNCTION TRIM(ITN-STUDENT) DELIMITED BY SIZE
           " marked " DELIMITED BY SIZE
           FUNCTION TRIM(ITN-STATUS) DELIMITED BY SIZE
           "." DELIMITED BY SIZE
           INTO SAVE-TEXT
    END-STRING
    PERFORM SHOW.

*> Mentorship opt-in toggle: a student signs up (or withdraws) as a
