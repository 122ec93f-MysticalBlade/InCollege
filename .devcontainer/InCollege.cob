        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS MARCH-FILE-STATUS.

    *> NEW: Targeted announcements - one header line per announcement
    *> plus an append-only per-recipient delivery log
    SELECT ANNOUNCEMENTS ASSIGN TO 'Announcements.dat'
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS ANN-FILE-STATUS.
    SELECT ANNOUNCEMENT-LOG ASSIGN TO 'AnnouncementLog.dat'
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS ANN-LOG-FILE-STATUS.

    *> NEW: User blocks (blocker -> blocked) and the message-report
    *> moderation queue
    SELECT USER-BLOCKS ASSIGN TO 'Blocks.dat'
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS BLOCK-FILE-STATUS.
    SELECT MESSAGE-REPORTS ASSIGN TO 'MessageReports.dat'
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS RPT-FILE-STATUS.

    *> NEW: Alumni mentor opt-ins and mentorship requests/pairings
    SELECT MENTORS ASSIGN TO 'Mentors.dat'
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS MENTOR-FILE-STATUS.
    SELECT MENTORSHIPS ASSIGN TO 'Mentorships.dat'
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS MSHP-FILE-STATUS.

    *> NEW: Job referrals from first-degree connections
    SELECT JOB-REFERRALS ASSIGN TO 'Referrals.dat'
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS REF-FILE-STATUS.

    *> NEW: Skills catalog (lesson content/links per skill)
    SELECT USER-SKILLS ASSIGN TO 'Skills.dat'
        ORGANIZATION IS LINE SEQUENTIAL
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS ROLL-FILE-STATUS.

    *> NEW: Dated hiring-funnel report
    SELECT FUNNEL-REPORT ASSIGN USING FUNNEL-REPORT-NAME
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS FUNNEL-FILE-STATUS.

    *> NEW: Dated mentor-pairing report
    SELECT MENTOR-REPORT ASSIGN USING MENTOR-REPORT-NAME
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS MENTOR-RPT-FILE-STATUS.

    *> NEW: Outbound placement extract for the registrar (one file
    *> per term), and the log of extract rows already sent.
    SELECT EXTRACT-FILE ASSIGN USING EXTR-FILE-NAME
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS EXTR-FILE-STATUS.
    SELECT EXTRACT-SENT ASSIGN TO 'ExtractSent.dat'
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS EXTR-SENT-STATUS.

    *> NEW: Dated NIGHTLY job-stream run log (appended to, so a
    *> restart on the same day keeps the failed run's lines), and the
    *> restart point left by a run that had a failed step.
    SELECT NIGHTLY-LOG ASSIGN USING NIGHTLY-LOG-NAME
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS NIGHTLY-LOG-STATUS.
    SELECT NIGHTLY-RESTART ASSIGN TO 'NightlyRestart.dat'
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS NIGHTLY-RESTART-STATUS.

    *> NEW: Dated duplicate-account review report
    SELECT DUP-REPORT ASSIGN USING DUP-REPORT-NAME
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS DUP-FILE-STATUS.

    *> NEW: Dated weekly-digest control report, and the per-user
    *> last-digest dates that keep a rerun from sending twice
    SELECT DIGEST-REPORT ASSIGN USING DIGEST-REPORT-NAME
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS DIGEST-FILE-STATUS.
    SELECT DIGEST-CONTROL ASSIGN TO 'DigestControl.dat'
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS DIGEST-CTL-FILE-STATUS.

    *> NEW: Registrar bulk-enrollment feed and its dated reject file
    SELECT IMPORT-FEED ASSIGN USING IMPORT-FEED-NAME
        ORGANIZATION IS LINE SEQUENTIAL

*> UPDATED: widened for the account status, failed-login count and
*> force-password-change fields
*> UPDATED: widened again for the employer verification fields
FD  USER-ACCOUNTS.
01  ACCOUNT-LINE-OUT     PIC X(200).

*> UPDATED: Profiles file, indexed by username.  The data portion
*> keeps the serialized profile line ('|' between fields, '^' between
FD  MESSAGE-ARCHIVE.
01  MARCH-REC                     PIC X(300).

*> NEW: Announcement header file
*> (id|sender|timestamp|role|status|university|major|gradyear|
*>  matched|delivered|skipped|content)
FD  ANNOUNCEMENTS.
01  ANN-REC                       PIC X(450).

*> NEW: Announcement delivery log (id|recipient|DELIVERED/SKIPPED|timestamp)
FD  ANNOUNCEMENT-LOG.
01  ANN-LOG-REC                   PIC X(100).

*> NEW: User blocks file (blocker|blocked|date)
FD  USER-BLOCKS.
01  BLOCK-REC                     PIC X(60).

*> NEW: Message reports file
*> (id|status|reporter|sender|msg time|filed|resolved by|resolved at|
*>  reason|message text)
FD  MESSAGE-REPORTS.
01  RPT-REC                       PIC X(450).

*> NEW: Mentor opt-ins (username|available Y/N|capacity|areas)
FD  MENTORS.
01  MENTOR-REC                    PIC X(150).

*> NEW: Mentorships (id|mentor|mentee|status|requested|responded)
FD  MENTORSHIPS.
01  MSHP-REC                      PIC X(100).

*> NEW: Job referrals
*> (id|referrer|referred|job id|status|sent|status date|app id|note)
FD  JOB-REFERRALS.
01  REF-REC                       PIC X(200).

*> NEW: Skills catalog file
FD  USER-SKILLS.
01  SKILL-REC                     PIC X(200).
FD  ROLLOVER-REPORT.
01  ROLL-LINE-OUT                 PIC X(160).

*> NEW: Hiring-funnel report file
FD  FUNNEL-REPORT.
01  FUNNEL-LINE-OUT               PIC X(160).

*> NEW: Mentor-pairing report
FD  MENTOR-REPORT.
01  MENTOR-LINE-OUT               PIC X(160).

*> NEW: Placement extract (fixed layout - see EXTR-HEADER-REC and
*> friends) and the sent-row log (term|app id|status|run date)
FD  EXTRACT-FILE.
01  EXTRACT-REC                   PIC X(400).

FD  EXTRACT-SENT.
01  EXTRACT-SENT-REC              PIC X(60).

*> NEW: NIGHTLY run log and restart point (run-date|step)
FD  NIGHTLY-LOG.
01  NIGHTLY-LOG-OUT               PIC X(200).

FD  NIGHTLY-RESTART.
01  NIGHTLY-RESTART-REC           PIC X(40).

*> NEW: Duplicate-account review report
FD  DUP-REPORT.
01  DUP-LINE-OUT                  PIC X(200).

*> NEW: Weekly-digest control report and last-digest dates
*> (username|YYYYMMDD)
FD  DIGEST-REPORT.
01  DIGEST-LINE-OUT               PIC X(160).

FD  DIGEST-CONTROL.
01  DIGEST-CTL-REC                PIC X(40).

*> NEW: Registrar feed and reject files
FD  IMPORT-FEED.
01  IMPORT-FEED-REC               PIC X(200).
01  WS-ACCT-FAILS               PIC X(5)   VALUE SPACES.
01  WS-ACCT-FORCE               PIC X(5)   VALUE SPACES.

*> =====================
*> NEW: Employer verification.  A self-registered EMPLOYER account
*> starts PENDING until an admin approves or rejects it from Manage
*> Accounts; the approver, decision date and any rejection reason
*> are kept on the account record.  An unverified employer's
*> postings are held back from browsing, matching and job alerts,
*> and the employer cannot search profiles.  Legacy records and
*> every other role load as VERIFIED.
*> =====================
01  WS-ACCT-VERIFY              PIC X(10)  VALUE SPACES.
01  WS-ACCT-VERIFIER            PIC X(20)  VALUE SPACES.
01  WS-ACCT-VERIFY-DATE         PIC X(8)   VALUE SPACES.
01  WS-ACCT-VERIFY-REASON       PIC X(60)  VALUE SPACES.
01  POSTER-VERIFIED-FLAG        PIC X      VALUE 'Y'.
01  POSTER-VERIFY-STATUS        PIC X(10)  VALUE SPACES.
01  VERIFY-REASON-INPUT         PIC X(60)  VALUE SPACES.
01  VERIFY-JOB-IDX              PIC 99     VALUE 0.
01  VERIFY-HELD-COUNT           PIC 99     VALUE 0.
01  VERIFY-PENDING-COUNT        PIC 9(5)   VALUE 0.
01  ALERT-JOB-IDX               PIC 99     VALUE 0.

*> =====================
*> NEW: Password hashing.  Passwords are stored only as a one-way
*> rolling hash rendered as "H1:" plus 13 digits; login hashes the
    88  RUN-MODE-STATS          VALUE "STATS".
    88  RUN-MODE-IMPORT         VALUE "IMPORT".
    88  RUN-MODE-ROLLOVER       VALUE "ROLLOVER".
    88  RUN-MODE-FUNNEL         VALUE "FUNNEL".
    88  RUN-MODE-DIGEST         VALUE "DIGEST".
    88  RUN-MODE-MENTOR         VALUE "MENTOR".
    88  RUN-MODE-DUPES          VALUE "DUPES".
    88  RUN-MODE-NIGHTLY        VALUE "NIGHTLY".
    88  RUN-MODE-EXTRACT        VALUE "EXTRACT".

*> =====================
*> NEW: Hiring-funnel report (FUNNEL run mode).  For every posting:
*> applicants at each APP-STATUS, interview slots proposed/confirmed/
*> declined, and the days from J-POST-DATE to the first hire; then a
*> rollup per employer under the CompanyProfiles.dat company name,
*> and a list of OPEN postings with applicants but no review activity
*> for more than FUNNELSTALEDAYS days (RunControl.dat, default 14).
*> Review activity is the latest status date on an application that
*> has moved past SUBMITTED; with none, the posting date counts.
*> =====================
01  FUNNEL-REPORT-NAME          PIC X(40)  VALUE SPACES.
01  FUNNEL-FILE-STATUS          PIC XX.
01  FUNNEL-LINE-TEXT            PIC X(160) VALUE SPACES.
01  FUNNEL-STALE-DAYS           PIC 9(4)   VALUE 14.
01  FUNNEL-JOB-IDX              PIC 99     VALUE 0.
01  FUNNEL-EMP-IDX              PIC 99     VALUE 0.
01  FUNNEL-APP-IDX              PIC 9(3)   VALUE 0.
01  FUNNEL-IVW-IDX              PIC 9(3)   VALUE 0.
01  FUNNEL-STALE-IDX            PIC 99     VALUE 0.
01  FUNNEL-DATE-WORK            PIC X(8)   VALUE SPACES.
01  FUNNEL-DATE-INT             PIC 9(7)   VALUE 0.
01  FUNNEL-RUN-INT              PIC 9(7)   VALUE 0.
01  FUNNEL-POST-INT             PIC 9(7)   VALUE 0.
01  FUNNEL-HIRE-INT             PIC 9(7)   VALUE 0.
01  FUNNEL-REVIEW-INT           PIC 9(7)   VALUE 0.
01  FUNNEL-IDLE-DAYS            PIC 9(5)   VALUE 0.
01  FUNNEL-HIRE-DAYS            PIC 9(5)   VALUE 0.
01  FUNNEL-STALE-FLAG           PIC X      VALUE 'N'.
01  FUNNEL-POSTING-COUNTS.
    05  FUNNEL-APPLICANTS       PIC 9(4)   VALUE 0.
    05  FUNNEL-SUBMITTED        PIC 9(4)   VALUE 0.
    05  FUNNEL-REVIEWED         PIC 9(4)   VALUE 0.
    05  FUNNEL-INTERVIEWING     PIC 9(4)   VALUE 0.
    05  FUNNEL-REJECTED         PIC 9(4)   VALUE 0.
    05  FUNNEL-HIRED            PIC 9(4)   VALUE 0.
    05  FUNNEL-WITHDRAWN        PIC 9(4)   VALUE 0.
    05  FUNNEL-IVW-PROPOSED     PIC 9(4)   VALUE 0.
    05  FUNNEL-IVW-CONFIRMED    PIC 9(4)   VALUE 0.
    05  FUNNEL-IVW-DECLINED     PIC 9(4)   VALUE 0.
*> One rollup row per posting account (at most one per posting)
01  FUNNEL-EMPLOYER-TABLE.
    05  FUNNEL-EMP-COUNT        PIC 99     VALUE 0.
    05  FUNNEL-EMP-ENTRY OCCURS 25 TIMES.
        10  FE-POSTER           PIC X(20).
        10  FE-NAME             PIC X(50).
        10  FE-POSTINGS         PIC 9(3).
        10  FE-APPLICANTS       PIC 9(4).
        10  FE-SUBMITTED        PIC 9(4).
        10  FE-REVIEWED         PIC 9(4).
        10  FE-INTERVIEWING     PIC 9(4).
        10  FE-REJECTED         PIC 9(4).
        10  FE-HIRED            PIC 9(4).
        10  FE-WITHDRAWN        PIC 9(4).
        10  FE-IVW-PROPOSED     PIC 9(4).
        10  FE-IVW-CONFIRMED    PIC 9(4).
        10  FE-IVW-DECLINED     PIC 9(4).
        10  FE-STALE            PIC 9(3).
01  FUNNEL-STALE-TABLE.
    05  FUNNEL-STALE-COUNT      PIC 99     VALUE 0.
    05  FUNNEL-STALE-ENTRY OCCURS 25 TIMES.
        10  FS-JOB-IDX          PIC 99.
        10  FS-IDLE-DAYS        PIC 9(5).

*> =====================
*> NEW: Weekly digest (DIGEST run mode).  Every ACTIVE account gets
*> one system message summing up its pending connection requests,
*> unread messages, application status changes since its last
*> digest, new OPEN postings matching its saved searches, RSVP'd
*> events in the coming 7 days, and interview slots still PROPOSED.
*> DigestControl.dat keeps each user's last digest date; an account
*> digested less than 7 days ago is skipped, so a same-week rerun
*> sends nothing.  An account with nothing to report is skipped and
*> keeps its old date.  Counts go to Digest-YYYYMMDD.rpt.
*> =====================
01  DIGEST-REPORT-NAME          PIC X(40)  VALUE SPACES.
01  DIGEST-FILE-STATUS          PIC XX.
01  DIGEST-CTL-FILE-STATUS      PIC XX.
01  DIGEST-LINE-TEXT            PIC X(160) VALUE SPACES.
01  DIGEST-INTERVAL-DAYS        PIC 9(3)   VALUE 7.
01  DIGEST-ACCT-IDX             PIC 9(5)   VALUE 0.
01  DIGEST-CTL-IDX              PIC 9(5)   VALUE 0.
01  DIGEST-SCAN-IDX             PIC 9(3)   VALUE 0.
01  DIGEST-JOB-IDX              PIC 99     VALUE 0.
01  DIGEST-USER                 PIC X(20)  VALUE SPACES.
01  DIGEST-LAST-DATE            PIC X(8)   VALUE SPACES.
01  DIGEST-OUTCOME              PIC X(30)  VALUE SPACES.
01  DIGEST-JOB-HIT              PIC X      VALUE 'N'.
01  DIGEST-DATE-WORK            PIC X(8)   VALUE SPACES.
01  DIGEST-DATE-INT             PIC 9(7)   VALUE 0.
01  DIGEST-RUN-INT              PIC 9(7)   VALUE 0.
01  DIGEST-LAST-INT             PIC 9(7)   VALUE 0.
01  DIGEST-SINCE-INT            PIC 9(7)   VALUE 0.
01  DIGEST-ITEM-COUNTS.
    05  DIGEST-PENDING          PIC 9(3)   VALUE 0.
    05  DIGEST-UNREAD           PIC 9(3)   VALUE 0.
    05  DIGEST-APP-UPDATES      PIC 9(3)   VALUE 0.
    05  DIGEST-NEW-JOBS         PIC 9(3)   VALUE 0.
    05  DIGEST-EVENTS           PIC 9(3)   VALUE 0.
    05  DIGEST-INTERVIEWS       PIC 9(3)   VALUE 0.
01  DIGEST-TOTALS.
    05  DIGEST-ACTIVE-COUNT     PIC 9(5)   VALUE 0.
    05  DIGEST-SENT-COUNT       PIC 9(5)   VALUE 0.
    05  DIGEST-SKIP-RECENT      PIC 9(5)   VALUE 0.
    05  DIGEST-SKIP-EMPTY       PIC 9(5)   VALUE 0.
    05  DIGEST-SKIP-FULL        PIC 9(5)   VALUE 0.
    05  DIGEST-SKIPPED-COUNT    PIC 9(5)   VALUE 0.
01  DIGEST-CTL-TABLE.
    05  DIGEST-CTL-COUNT        PIC 9(5)   VALUE 0.
    05  DIGEST-CTL-ENTRY OCCURS 1000 TIMES.
        10  DC-USER             PIC X(20).
        10  DC-LAST-DATE        PIC X(8).

*> =====================
*> NEW: Graduation rollover (ROLLOVER run mode).  STUDENT accounts
01  BKP-MAN-STATUS              PIC XX.
01  BACKUP-RECORD-COUNT         PIC 9(7)   VALUE 0.
01  BACKUP-FILE-TALLY           PIC 9(3)   VALUE 0.
*> NEW: generation copies that could not be written, so a NIGHTLY
*> run can tell a partial backup from a clean one
01  BACKUP-COPY-ERRORS          PIC 9(3)   VALUE 0.
01  MANIFEST-DATASET            PIC X(30)  VALUE SPACES.
01  MANIFEST-COUNT-TEXT         PIC X(10)  VALUE SPACES.
01  MANIFEST-COUNT              PIC 9(7)   VALUE 0.
       *> admin reset or a registrar import
       10  ACCT-FAIL-COUNT     PIC 9(2).
       10  ACCT-FORCE-FLAG     PIC X.
       *> NEW: employer verification standing (VERIFIED for every
       *> non-employer), who decided it, when, and why on rejection
       10  ACCT-VERIFY-STATUS  PIC X(10).
           88  ACCT-IS-VERIFIED        VALUE "VERIFIED".
           88  ACCT-IS-PENDING-VERIFY  VALUE "PENDING".
           88  ACCT-IS-REJECTED        VALUE "REJECTED".
       10  ACCT-VERIFIED-BY    PIC X(20).
       10  ACCT-VERIFIED-DATE  PIC X(8).
       10  ACCT-VERIFY-REASON  PIC X(60).

01  LOOP-INDEX                 PIC 9(5)   VALUE 0.
01  SKILL-INDEX                PIC 99     VALUE 0.
            88  APP-STATUS-HIRED         VALUE "HIRED".
            *> NEW: set when the applicant's account is deactivated
            88  APP-STATUS-WITHDRAWN     VALUE "WITHDRAWN".
        *> NEW: run date the status last changed (the submit date
        *> while SUBMITTED); blank on records from before it was kept
        10  APP-STATUS-DATE      PIC X(8).
01  APP-FILE-STATUS              PIC XX.
01  SELECTED-JOB-ID              PIC 9(4) VALUE 0.
01  SELECTED-APPLICATION-IDX     PIC 9(4) VALUE 0.
01  IS-CONNECTED-FLAG           PIC X VALUE 'N'.
01  MESSAGES-FOUND              PIC 9(3) VALUE 0.

*> =====================
*> NEW: Targeted announcements.  An admin or an event organizer picks
*> a cohort by role, account status, university, major and graduation
*> year; the matching accounts are collected here so the count can be
*> confirmed before anything is sent.  Recipients the message table
*> could not take (still full after archival) are logged SKIPPED so
*> the sender can resend to just those later.
*> =====================
01  ANN-FILE-STATUS             PIC XX.
01  ANN-LOG-FILE-STATUS         PIC XX.
01  ANN-ID                      PIC 9(5) VALUE 0.
01  ANN-FILTER-ROLE             PIC X(10) VALUE SPACES.
01  ANN-FILTER-STATUS           PIC X(10) VALUE SPACES.
01  ANN-FILTER-UNIV             PIC X(40) VALUE SPACES.
01  ANN-FILTER-MAJOR            PIC X(40) VALUE SPACES.
01  ANN-FILTER-GRAD             PIC X(4)  VALUE SPACES.
01  ANN-CONTENT                 PIC X(200) VALUE SPACES.
01  ANN-SENDER                  PIC X(20) VALUE SPACES.
01  ANN-ALLOWED-FLAG            PIC X VALUE 'N'.
01  ANN-MATCH-FLAG              PIC X VALUE 'N'.
01  ANN-FOUND-FLAG              PIC X VALUE 'N'.
01  ANN-ACCT-IDX                PIC 9(5) VALUE 0.
01  ANN-RCPT-IDX                PIC 9(5) VALUE 0.
01  ANN-SCAN-IDX                PIC 9(5) VALUE 0.
01  ANN-MATCHED-COUNT           PIC 9(5) VALUE 0.
01  ANN-DELIVERED-COUNT         PIC 9(5) VALUE 0.
01  ANN-SKIPPED-COUNT           PIC 9(5) VALUE 0.
01  ANN-RCPT-STATE-WORK         PIC X(10) VALUE SPACES.
01  ANN-WORK-ID                 PIC X(10) VALUE SPACES.
01  ANN-WORK-SENDER             PIC X(20) VALUE SPACES.
01  ANN-WORK-USER               PIC X(20) VALUE SPACES.
01  ANN-WORK-STATE              PIC X(10) VALUE SPACES.
01  ANN-WORK-TEXT               PIC X(40) VALUE SPACES.
01  ANN-WORK-CONTENT            PIC X(200) VALUE SPACES.
01  MAX-ANN-RECIPIENTS          PIC 9(5) VALUE 1000.
01  ANN-RECIPIENT-TABLE.
    05  ANN-RCPT-COUNT          PIC 9(5) VALUE 0.
    05  ANN-RCPT-ENTRY OCCURS 1000 TIMES.
        10  ANN-RCPT-USER       PIC X(20).
        10  ANN-RCPT-STATE      PIC X(10).
            88  ANN-RCPT-DELIVERED     VALUE "DELIVERED".
            88  ANN-RCPT-SKIPPED       VALUE "SKIPPED".

*> =====================
*> NEW: User blocking.  A block works in both directions: neither
*> user can send the other a connection request or a message, and
*> each drops out of the other's profile search and People You May
*> Know.  Blocks.dat is held in memory for the run.
*> =====================
01  BLOCK-FILE-STATUS           PIC XX.
01  MAX-BLOCKS                  PIC 9(3) VALUE 500.
01  BLOCK-TABLE.
    05  BLOCK-COUNT             PIC 9(3) VALUE 0.
    05  BLOCK-ENTRY OCCURS 500 TIMES.
        10  BLK-BLOCKER         PIC X(20).
        10  BLK-BLOCKED         PIC X(20).
        10  BLK-DATE            PIC X(8).
01  BLOCK-IDX                   PIC 9(3) VALUE 0.
01  BLOCK-FOUND-IDX             PIC 9(3) VALUE 0.
01  BLOCK-OTHER-USER            PIC X(20) VALUE SPACES.
01  BLOCKED-FLAG                PIC X VALUE 'N'.

*> =====================
*> NEW: Message reports.  A recipient can report a message with a
*> reason; admins work the OPEN reports from the moderation queue by
*> dismissing them, warning the sender, or deactivating the sender.
*> =====================
01  RPT-FILE-STATUS             PIC XX.
01  MAX-REPORTS                 PIC 9(3) VALUE 200.
01  REPORT-TABLE.
    05  REPORT-COUNT            PIC 9(3) VALUE 0.
    05  REPORT-ENTRY OCCURS 200 TIMES.
        10  RPT-ID              PIC 9(4).
        10  RPT-STATUS          PIC X(11).
            88  RPT-IS-OPEN            VALUE "OPEN".
            88  RPT-IS-DISMISSED       VALUE "DISMISSED".
            88  RPT-IS-WARNED          VALUE "WARNED".
            88  RPT-IS-DEACTIVATED     VALUE "DEACTIVATED".
        10  RPT-REPORTER        PIC X(20).
        10  RPT-SENDER          PIC X(20).
        10  RPT-MSG-TIME        PIC X(20).
        10  RPT-FILED           PIC X(20).
        10  RPT-RESOLVED-BY     PIC X(20).
        10  RPT-RESOLVED-AT     PIC X(20).
        10  RPT-REASON          PIC X(60).
        10  RPT-CONTENT         PIC X(200).
01  RPT-IDX                     PIC 9(3) VALUE 0.
01  RPT-SEL-IDX                 PIC 9(3) VALUE 0.
01  RPT-OPEN-COUNT              PIC 9(3) VALUE 0.
01  RPT-ORDINAL                 PIC 9(3) VALUE 0.
01  RPT-TARGET                  PIC 9(3) VALUE 0.
01  RPT-NEXT-ID                 PIC 9(4) VALUE 0.
01  RPT-ID-TEXT                 PIC X(10) VALUE SPACES.
01  RPT-MSG-IDX                 PIC 9(3) VALUE 0.

*> =====================
*> NEW: Alumni mentorship.  ALUMNI accounts opt in as mentors with
*> their areas, a mentee capacity and an available switch; STUDENT
*> accounts browse available mentors and send requests, which the
*> mentor accepts or declines.  Requests and answers are delivered
*> as system messages.  An ACCEPTED pair may message each other
*> without being connected.  Capacity counts ACCEPTED pairs plus
*> requests still waiting on an answer.
*> =====================
01  MENTOR-FILE-STATUS          PIC XX.
01  MSHP-FILE-STATUS            PIC XX.
01  MAX-MENTORS                 PIC 9(3) VALUE 200.
01  MENTOR-TABLE.
    05  MENTOR-COUNT            PIC 9(3) VALUE 0.
    05  MENTOR-ENTRY OCCURS 200 TIMES.
        10  MNTR-USER           PIC X(20).
        10  MNTR-AVAILABLE      PIC X.
            88  MNTR-IS-AVAILABLE      VALUE "Y".
        10  MNTR-CAPACITY       PIC 99.
        10  MNTR-AREAS          PIC X(100).
        *> Pairing-run working columns - not saved
        10  MNTR-NAME           PIC X(41).
        10  MNTR-MAJOR          PIC X(40).
        10  MNTR-LOAD           PIC 9(3).
01  MAX-MENTORSHIPS             PIC 9(3) VALUE 500.
01  MENTORSHIP-TABLE.
    05  MENTORSHIP-COUNT        PIC 9(3) VALUE 0.
    05  MENTORSHIP-ENTRY OCCURS 500 TIMES.
        10  MSHP-ID             PIC 9(4).
        10  MSHP-MENTOR         PIC X(20).
        10  MSHP-MENTEE         PIC X(20).
        10  MSHP-STATUS         PIC X(9).
            88  MSHP-IS-REQUESTED      VALUE "REQUESTED".
            88  MSHP-IS-ACCEPTED       VALUE "ACCEPTED".
            88  MSHP-IS-DECLINED       VALUE "DECLINED".
        10  MSHP-REQUESTED      PIC X(8).
        10  MSHP-RESPONDED      PIC X(8).
01  MENTOR-IDX                  PIC 9(3) VALUE 0.
01  MENTOR-FOUND-IDX            PIC 9(3) VALUE 0.
01  MENTOR-ORDINAL              PIC 9(3) VALUE 0.
01  MENTOR-TARGET               PIC 9(3) VALUE 0.
01  MENTOR-LOOKUP-USER          PIC X(20) VALUE SPACES.
01  MENTOR-LOAD                 PIC 9(3) VALUE 0.
01  MENTOR-ACCEPTED-LOAD        PIC 9(3) VALUE 0.
01  MENTOR-OPEN-SLOTS           PIC 9(3) VALUE 0.
01  MENTOR-LIST-FLAG            PIC X VALUE 'N'.
01  MENTOR-PAIR-FLAG            PIC X VALUE 'N'.
01  MENTOR-DECLINED-FLAG        PIC X VALUE 'N'.
01  MENTOR-FILTER-MAJOR         PIC X(40) VALUE SPACES.
01  MENTOR-FILTER-UNIV          PIC X(40) VALUE SPACES.
01  MENTOR-DISPLAY-NAME         PIC X(41) VALUE SPACES.
01  MSHP-IDX                    PIC 9(3) VALUE 0.
01  MSHP-SEL-IDX                PIC 9(3) VALUE 0.
01  MSHP-NEXT-ID                PIC 9(4) VALUE 0.
01  MENTOR-REPORT-NAME          PIC X(40)  VALUE SPACES.
01  MENTOR-RPT-FILE-STATUS      PIC XX.
01  MENTOR-LINE-TEXT            PIC X(160) VALUE SPACES.
01  MENTOR-STUDENT-IDX          PIC 9(5)   VALUE 0.
01  MENTOR-STUDENT              PIC X(20)  VALUE SPACES.
01  MENTOR-STUDENT-MAJOR        PIC X(40)  VALUE SPACES.
01  MENTOR-SHARED-SKILLS        PIC 9(3)   VALUE 0.
01  MENTOR-SCORE                PIC 9(3)   VALUE 0.
01  MENTOR-BEST-SCORE           PIC 9(3)   VALUE 0.
01  MENTOR-BEST-IDX             PIC 9(3)   VALUE 0.
01  MENTOR-BEST-SHARED          PIC 9(3)   VALUE 0.
01  MENTOR-SKPR-IDX             PIC 9(3)   VALUE 0.
01  MENTOR-SKPR-IDX2            PIC 9(3)   VALUE 0.
01  MENTOR-PAIR-TOTALS.
    05  MENTOR-STUDENTS-SEEN    PIC 9(5)   VALUE 0.
    05  MENTOR-ALREADY-PAIRED   PIC 9(5)   VALUE 0.
    05  MENTOR-SUGGESTED        PIC 9(5)   VALUE 0.
    05  MENTOR-NO-MATCH         PIC 9(5)   VALUE 0.

*> =====================
*> NEW: Job referrals.  From a posting's detail screen a user refers
*> one of their connections to an OPEN posting with a short note; the
*> referred user is messaged.  Applying to that posting moves the
*> referral to APPLIED and links the application; hiring the
*> applicant moves it to HIRED.  One referral per candidate per
*> posting - the first referrer keeps the credit.
*> =====================
01  REF-FILE-STATUS             PIC XX.
01  MAX-REFERRALS               PIC 9(3) VALUE 300.
01  REFERRAL-TABLE.
    05  REFERRAL-COUNT          PIC 9(3) VALUE 0.
    05  REFERRAL-ENTRY OCCURS 300 TIMES.
        10  REF-ID              PIC 9(4).
        10  REF-REFERRER        PIC X(20).
        10  REF-REFERRED        PIC X(20).
        10  REF-JOB-ID          PIC 9(4).
        10  REF-STATUS          PIC X(7).
            88  REF-IS-SENT            VALUE "SENT".
            88  REF-IS-APPLIED         VALUE "APPLIED".
            88  REF-IS-HIRED           VALUE "HIRED".
        10  REF-SENT-DATE       PIC X(8).
        10  REF-STATUS-DATE     PIC X(8).
        10  REF-APP-ID          PIC 9(4).
        10  REF-NOTE            PIC X(100).
01  REF-IDX                     PIC 9(3) VALUE 0.
01  REF-FOUND-IDX               PIC 9(3) VALUE 0.
01  REF-NEXT-ID                 PIC 9(4) VALUE 0.
01  REF-LOOKUP-USER             PIC X(20) VALUE SPACES.
01  REF-LOOKUP-JOB-ID           PIC 9(4) VALUE 0.
01  REF-TARGET-USER             PIC X(20) VALUE SPACES.
01  REF-REFERRER-NAME           PIC X(41) VALUE SPACES.
01  REF-WORK-TEXT               PIC X(20) VALUE SPACES.
01  REF-APP-TEXT                PIC X(20) VALUE SPACES.
01  REF-CONNECTED-FLAG          PIC X VALUE 'N'.
01  REF-MATCH-BONUS             PIC 9(3) VALUE 5.

*> =====================
*> NEW: Registrar placement extract (EXTRACT run mode).  One detail
*> row per STUDENT/ALUMNI application that reached HIRED or
*> INTERVIEWING with a status date inside the EXTRACTFROM-EXTRACTTO
*> window, then a summary row per major and graduation year (placed
*> students against the active enrolled count), then a trailer of
*> control totals.  ExtractSent.dat remembers which application and
*> status went out under which term: rows sent under an earlier term
*> are left out, rows sent under this term go out again, so a rerun
*> for the same term rebuilds the same file.
*> =====================
01  EXTR-FILE-NAME              PIC X(40)  VALUE SPACES.
01  EXTR-FILE-STATUS            PIC XX.
01  EXTR-SENT-STATUS            PIC XX.
*> open status of the last history load - the close overwrites
*> EXTR-SENT-STATUS
01  EXTR-SENT-LOAD-STATUS       PIC XX.
01  EXTR-FROM-DATE              PIC X(8)   VALUE SPACES.
01  EXTR-TO-DATE                PIC X(8)   VALUE SPACES.
01  EXTR-TERM                   PIC X(10)  VALUE SPACES.
01  EXTR-APP-IDX                PIC 9(4)   VALUE 0.
01  EXTR-IDX                    PIC 9(4)   VALUE 0.
01  EXTR-FOUND-IDX              PIC 9(4)   VALUE 0.
01  EXTR-GROUP-IDX              PIC 9(3)   VALUE 0.
01  EXTR-PERSON-IDX             PIC 9(4)   VALUE 0.
01  EXTR-GROUP-MAJOR            PIC X(40)  VALUE SPACES.
01  EXTR-GROUP-GRAD             PIC X(4)   VALUE SPACES.
*> set when a row will not fit one of the tables below - the run is
*> aborted rather than writing totals that leave rows out
01  EXTR-TABLE-FULL-FLAG        PIC X      VALUE 'N'.
01  EXTR-FULL-TABLE-NAME        PIC X(10)  VALUE SPACES.
01  EXTR-SENT-ADDED             PIC 9(5)   VALUE 0.
01  EXTR-EARLIER-TERM           PIC 9(5)   VALUE 0.
01  EXTR-APP-TEXT               PIC X(10)  VALUE SPACES.
01  EXTR-RATE-WORK              PIC 9(3)V9 VALUE 0.
01  MAX-EXTR-SENT               PIC 9(4)   VALUE 2000.
01  EXTR-SENT-TABLE.
    05  EXTR-SENT-COUNT         PIC 9(4)   VALUE 0.
    05  EXTR-SENT-ENTRY OCCURS 2000 TIMES.
        10  EXS-TERM            PIC X(10).
        10  EXS-APP-ID          PIC 9(4).
        10  EXS-STATUS          PIC X(12).
        10  EXS-DATE            PIC X(8).
01  MAX-EXTR-GROUPS             PIC 9(3)   VALUE 300.
01  EXTR-GROUP-TABLE.
    05  EXTR-GROUP-COUNT        PIC 9(3)   VALUE 0.
    05  EXTR-GROUP-ENTRY OCCURS 300 TIMES.
        10  EXG-MAJOR           PIC X(40).
        10  EXG-GRAD            PIC X(4).
        10  EXG-ENROLLED        PIC 9(5).
        10  EXG-PLACED          PIC 9(5).
        10  EXG-INTERVIEWING    PIC 9(5).
01  MAX-EXTR-PERSONS            PIC 9(4)   VALUE 1000.
01  EXTR-PERSON-TABLE.
    05  EXTR-PERSON-COUNT       PIC 9(4)   VALUE 0.
    05  EXTR-PERSON-ENTRY OCCURS 1000 TIMES.
        10  EXP-USER            PIC X(20).
        10  EXP-GROUP           PIC 9(3).
        10  EXP-HIRED           PIC X.
        10  EXP-INTERVIEWING    PIC X.
*> Extract record layouts.  Every record is 400 bytes; the first byte
*> is the record type (H header, D detail, S summary, T trailer).
01  EXTR-HEADER-REC.
    05  EXTR-HDR-TYPE           PIC X      VALUE "H".
    05  EXTR-HDR-SYSTEM         PIC X(10)  VALUE "INCOLLEGE".
    05  EXTR-HDR-FILE-ID        PIC X(10)  VALUE "PLACEMENT".
    05  EXTR-HDR-TERM           PIC X(10).
    05  EXTR-HDR-FROM           PIC X(8).
    05  EXTR-HDR-TO             PIC X(8).
    05  FILLER                  PIC X(353) VALUE SPACES.
01  EXTR-DETAIL-REC.
    05  EXTR-DTL-TYPE           PIC X      VALUE "D".
    05  EXTR-DTL-USER           PIC X(20).
    05  EXTR-DTL-FIRST          PIC X(20).
    05  EXTR-DTL-LAST           PIC X(20).
    05  EXTR-DTL-UNIV           PIC X(40).
    05  EXTR-DTL-MAJOR          PIC X(40).
    05  EXTR-DTL-GRAD           PIC X(4).
    05  EXTR-DTL-STATUS         PIC X(12).
    05  EXTR-DTL-STATUS-DATE    PIC X(8).
    05  EXTR-DTL-TITLE          PIC X(50).
    05  EXTR-DTL-EMPLOYER       PIC X(50).
    05  EXTR-DTL-LOCATION       PIC X(50).
    05  EXTR-DTL-INDUSTRY       PIC X(40).
    05  FILLER                  PIC X(45)  VALUE SPACES.
01  EXTR-SUMMARY-REC.
    05  EXTR-SUM-TYPE           PIC X      VALUE "S".
    05  EXTR-SUM-MAJOR          PIC X(40).
    05  EXTR-SUM-GRAD           PIC X(4).
    05  EXTR-SUM-ENROLLED       PIC 9(5).
    05  EXTR-SUM-PLACED         PIC 9(5).
    05  EXTR-SUM-INTERVIEWING   PIC 9(5).
    *> placed / enrolled as a percentage, one implied decimal
    05  EXTR-SUM-RATE           PIC 9(3)V9.
    05  FILLER                  PIC X(336) VALUE SPACES.
01  EXTR-TRAILER-REC.
    05  EXTR-TRL-TYPE           PIC X      VALUE "T".
    05  EXTR-TRL-DETAIL-COUNT   PIC 9(7)   VALUE 0.
    05  EXTR-TRL-HIRED-COUNT    PIC 9(7)   VALUE 0.
    05  EXTR-TRL-INTERVIEW-COUNT PIC 9(7)  VALUE 0.
    05  EXTR-TRL-SUMMARY-COUNT  PIC 9(5)   VALUE 0.
    05  EXTR-TRL-ENROLLED-TOTAL PIC 9(7)   VALUE 0.
    *> sum of the detail rows' application ids, as a hash total
    05  EXTR-TRL-APP-ID-HASH    PIC 9(9)   VALUE 0.
    05  FILLER                  PIC X(357) VALUE SPACES.

*> =====================
*> NEW: NIGHTLY job stream.  Runs the NIGHTLYSTEPS list (default
*> RECONCILE,ROLLOVER,MATCH,STATS,BACKUP; IMPORT may also be named)
*> in order.  Each step gets a return code - 0 clean, 4 warning
*> (reconciliation exceptions, import rejects), 8 failed (a report or
*> dataset could not be opened or written).  MATCH is skipped when
*> RECONCILE failed in the same run; BACKUP always runs last and only
*> when no step failed.  The first failed step is kept in
*> NightlyRestart.dat so the next NIGHTLY run starts there.
*> =====================
01  NIGHTLY-STEP-LIST           PIC X(60)
        VALUE "RECONCILE,ROLLOVER,MATCH,STATS,BACKUP".
01  NIGHTLY-LOG-NAME            PIC X(40)  VALUE SPACES.
01  NIGHTLY-LOG-STATUS          PIC XX.
01  NIGHTLY-RESTART-STATUS      PIC XX.
01  NIGHTLY-LINE-TEXT           PIC X(200) VALUE SPACES.
01  NIGHTLY-STEP-TABLE.
    05  NIGHTLY-STEP-COUNT      PIC 9(2)   VALUE 0.
    05  NIGHTLY-STEP-ENTRY OCCURS 10 TIMES.
        10  NS-NAME             PIC X(10).
        10  NS-STATE            PIC X(7).
            88  NS-WAS-RUN             VALUE "RUN".
            88  NS-WAS-SKIPPED         VALUE "SKIPPED".
            88  NS-WAS-PRIOR           VALUE "PRIOR".
        10  NS-RC               PIC 9(2).
            88  NS-RC-CLEAN            VALUE 0.
            88  NS-RC-WARNING          VALUE 4.
            88  NS-RC-FAILED           VALUE 8.
        10  NS-COUNT            PIC 9(7).
        10  NS-COUNT-LABEL      PIC X(20).
        10  NS-START            PIC X(19).
        10  NS-END              PIC X(19).
        10  NS-NOTE             PIC X(60).
01  NIGHTLY-IDX                 PIC 9(2)   VALUE 0.
01  NIGHTLY-SCAN-IDX            PIC 9(2)   VALUE 0.
01  NIGHTLY-PTR                 PIC 9(3)   VALUE 1.
01  NIGHTLY-STEP-NAME           PIC X(20)  VALUE SPACES.
01  NIGHTLY-BACKUP-FLAG         PIC X      VALUE 'N'.
01  NIGHTLY-RESTART-DATE        PIC X(8)   VALUE SPACES.
01  NIGHTLY-RESTART-STEP        PIC X(10)  VALUE SPACES.
01  NIGHTLY-RESUME-IDX          PIC 9(2)   VALUE 0.
01  NIGHTLY-FAILED-IDX          PIC 9(2)   VALUE 0.
01  NIGHTLY-MAX-RC              PIC 9(2)   VALUE 0.
01  NIGHTLY-STEP-STATUS         PIC XX     VALUE SPACES.
01  NIGHTLY-CLOCK               PIC X(21)  VALUE SPACES.
01  NIGHTLY-STAMP               PIC X(19)  VALUE SPACES.
01  NIGHTLY-RUN-START           PIC X(19)  VALUE SPACES.
01  NIGHTLY-RECON-FAILED        PIC X      VALUE 'N'.
01  NIGHTLY-RC-TEXT             PIC X(7)   VALUE SPACES.

*> =====================
*> NEW: Duplicate-account review (DUPES run mode).  Profiles of
*> active accounts are compared pairwise: the same first and last
*> name plus the same university, or plus the same graduation year,
*> makes a likely duplicate.  Pairs go to Duplicates-YYYYMMDD.rpt
*> for an admin to merge from Manage Accounts.
*> =====================
01  DUP-REPORT-NAME             PIC X(40)  VALUE SPACES.
01  DUP-FILE-STATUS             PIC XX.
01  DUP-LINE-TEXT               PIC X(200) VALUE SPACES.
01  DUP-REASON                  PIC X(30)  VALUE SPACES.
01  DUP-NOTE                    PIC X(40)  VALUE SPACES.
01  DUP-IDX                     PIC 9(5)   VALUE 0.
01  DUP-JDX                     PIC 9(5)   VALUE 0.
01  DUP-PAIR-COUNT              PIC 9(5)   VALUE 0.
01  DUP-PROFILE-TABLE.
    05  DUP-PROF-COUNT          PIC 9(5)   VALUE 0.
    05  DUP-PROF-ENTRY OCCURS 1000 TIMES.
        10  DP-USER             PIC X(20).
        10  DP-FIRST            PIC X(20).
        10  DP-LAST             PIC X(20).
        10  DP-UNIV             PIC X(40).
        10  DP-GRAD             PIC X(4).
        10  DP-ROLE             PIC X(10).

*> =====================
*> NEW: Account merge (Manage Accounts).  Folds a losing username
*> into a surviving one across every file that names a user, drops
*> the duplicate rows the move creates, and deactivates the loser.
*> One audit entry is written per file the merge changes.
*> =====================
01  MERGE-LOSER                 PIC X(20)  VALUE SPACES.
01  MERGE-SURVIVOR              PIC X(20)  VALUE SPACES.
01  MERGE-SURV-IDX              PIC 9(5)   VALUE 0.
01  MERGE-LOSER-ROLE            PIC X(10)  VALUE SPACES.
01  MERGE-SURV-ROLE             PIC X(10)  VALUE SPACES.
01  MERGE-IDX                   PIC 9(4)   VALUE 0.
01  MERGE-JDX                   PIC 9(4)   VALUE 0.
01  MERGE-KEEP-IDX              PIC 9(4)   VALUE 0.
01  MERGE-ROW-COUNT             PIC 9(3)   VALUE 0.
01  MERGE-TOTAL-ROWS            PIC 9(5)   VALUE 0.
01  MERGE-FILE-COUNT            PIC 9(3)   VALUE 0.
01  MERGE-TOUCHED               PIC X      VALUE 'N'.
01  MERGE-DROP-FLAG             PIC X      VALUE 'N'.
01  MERGE-EXISTS-FLAG           PIC X      VALUE 'N'.
01  MERGE-REFUSE-REASON         PIC X(120) VALUE SPACES.
01  MERGE-AUDIT-ACTION          PIC X(20)  VALUE SPACES.
01  MERGE-ARCHIVE-NAME          PIC X(40)  VALUE "MessageArchive.dat".
01  MERGE-WORK-NAME             PIC X(40)  VALUE "MessageArchive.mrg".
01  MERGE-PAIR-TABLE.
    05  MERGE-PAIR-COUNT        PIC 9(3)   VALUE 0.
    05  MERGE-PAIR-ENTRY OCCURS 500 TIMES.
        10  MG-OTHER            PIC X(20).
        10  MG-DIRECTION        PIC X.
            88  MG-LOSER-SENT          VALUE "S".
            88  MG-LOSER-RECEIVED      VALUE "R".

PROCEDURE DIVISION.
000-MAIN.
    PERFORM 100-INITIALIZE-PROGRAM
        PERFORM 655-RUN-GRADUATION-ROLLOVER
        SET NO-MORE-DATA TO TRUE
    END-IF
    *> A FUNNEL run writes the per-posting/per-employer hiring-funnel
    *> report.
    IF RUN-MODE-FUNNEL
        MOVE SYSTEM-SENDER TO CURRENT-USER
        PERFORM 671-RUN-FUNNEL-REPORT
        SET NO-MORE-DATA TO TRUE
    END-IF
    *> A DIGEST run sends each active account its weekly summary
    *> message.
    IF RUN-MODE-DIGEST
        MOVE SYSTEM-SENDER TO CURRENT-USER
        PERFORM 676-RUN-DIGEST
        SET NO-MORE-DATA TO TRUE
    END-IF
    *> A MENTOR run suggests alumni mentors to students who have none
    *> and writes the pairing report.
    IF RUN-MODE-MENTOR
        MOVE SYSTEM-SENDER TO CURRENT-USER
        PERFORM 684-RUN-MENTOR-PAIRING
        SET NO-MORE-DATA TO TRUE
    END-IF
    *> A DUPES run lists likely duplicate accounts for admin review.
    IF RUN-MODE-DUPES
        MOVE SYSTEM-SENDER TO CURRENT-USER
        PERFORM 652-RUN-DUPLICATE-SCAN
        SET NO-MORE-DATA TO TRUE
    END-IF
    *> A NIGHTLY run drives the configured batch steps in order with
    *> return codes, step conditions, a run log and a restart point.
    IF RUN-MODE-NIGHTLY
        MOVE SYSTEM-SENDER TO CURRENT-USER
        PERFORM 688-RUN-NIGHTLY
        SET NO-MORE-DATA TO TRUE
    END-IF
    *> An EXTRACT run writes the term's placement-outcome file for the
    *> registrar.
    IF RUN-MODE-EXTRACT
        MOVE SYSTEM-SENDER TO CURRENT-USER
        PERFORM 980-RUN-PLACEMENT-EXTRACT
        SET NO-MORE-DATA TO TRUE
    END-IF
    PERFORM 200-MAIN-LOOP UNTIL NO-MORE-DATA
    PERFORM 900-TERMINATE-PROGRAM
    STOP RUN.
    PERFORM 553-LOAD-SKILLS-CATALOG.
    PERFORM 556-LOAD-SKILL-PROGRESS.
    PERFORM 582-LOAD-ENDORSEMENTS.
    PERFORM 578-LOAD-BLOCKS.
    PERFORM 958-LOAD-MENTORSHIP-DATA.
    PERFORM 974-LOAD-REFERRALS.

    PERFORM 860-OPEN-PROFILES-FILE.
    PERFORM 840-OPEN-COMPANY-PROFILES-FILE.
              AND ACCOUNT-COUNT < MAXIMUM-ACCOUNTS
                MOVE SPACES TO WS-ACCT-USER WS-ACCT-PASS WS-ACCT-ROLE
                MOVE SPACES TO WS-ACCT-STATUS WS-ACCT-FAILS WS-ACCT-FORCE
                MOVE SPACES TO WS-ACCT-VERIFY WS-ACCT-VERIFIER
                MOVE SPACES TO WS-ACCT-VERIFY-DATE WS-ACCT-VERIFY-REASON
                UNSTRING ACCOUNT-LINE-OUT DELIMITED BY "|"
                    INTO WS-ACCT-USER
                         WS-ACCT-PASS
                         WS-ACCT-STATUS
                         WS-ACCT-FAILS
                         WS-ACCT-FORCE
                         WS-ACCT-VERIFY
                         WS-ACCT-VERIFIER
                         WS-ACCT-VERIFY-DATE
                         WS-ACCT-VERIFY-REASON
                END-UNSTRING

                ADD 1 TO ACCOUNT-COUNT
                ELSE
                    MOVE 'N' TO ACCT-FORCE-FLAG(ACCOUNT-COUNT)
                END-IF

                *> NEW: legacy records with no verification field were
                *> created before employer review existed - they stay
                *> VERIFIED so nobody's postings vanish on upgrade.
                IF FUNCTION TRIM(WS-ACCT-VERIFY) = SPACES
                    SET ACCT-IS-VERIFIED(ACCOUNT-COUNT) TO TRUE
                ELSE
                    MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(WS-ACCT-VERIFY))
                      TO ACCT-VERIFY-STATUS(ACCOUNT-COUNT)
                END-IF
                MOVE FUNCTION TRIM(WS-ACCT-VERIFIER)
                  TO ACCT-VERIFIED-BY(ACCOUNT-COUNT)
                MOVE FUNCTION TRIM(WS-ACCT-VERIFY-DATE)
                  TO ACCT-VERIFIED-DATE(ACCOUNT-COUNT)
                MOVE FUNCTION TRIM(WS-ACCT-VERIFY-REASON)
                  TO ACCT-VERIFY-REASON(ACCOUNT-COUNT)
            END-IF
        END-PERFORM
        CLOSE USER-ACCOUNTS
*> generation name for BACKUP and RESTORE runs), STATSFROM/STATSTO
*> (the YYYYMMDD reporting range for a STATS run), and IMPORTFILE
*> (the registrar feed for an IMPORT run).
*> UPDATED: MODE also accepts FUNNEL; FUNNELSTALEDAYS sets the idle
*> threshold for the funnel report's stale-posting list.
*> UPDATED: MODE also accepts DIGEST (weekly summary messages).
*> UPDATED: MODE also accepts MENTOR (mentor-pairing suggestions).
*> UPDATED: MODE also accepts DUPES (duplicate-account review report).
*> UPDATED: MODE also accepts NIGHTLY (the batch job stream);
*> NIGHTLYSTEPS is its comma-separated step list.
*> UPDATED: MODE also accepts EXTRACT (registrar placement extract);
*> EXTRACTFROM/EXTRACTTO give the YYYYMMDD term window and
*> EXTRACTTERM its label (defaults to EXTRACTFROM).
*> A missing file or unknown keyword leaves the defaults in place, so
*> existing streams keep running unchanged.  The processing timestamp
*> for the run is fixed here and used wherever the current date is
                          AND NOT RUN-MODE-STATS
                          AND NOT RUN-MODE-IMPORT
                          AND NOT RUN-MODE-ROLLOVER
                          AND NOT RUN-MODE-FUNNEL
                          AND NOT RUN-MODE-DIGEST
                          AND NOT RUN-MODE-MENTOR
                          AND NOT RUN-MODE-DUPES
                          AND NOT RUN-MODE-NIGHTLY
                          AND NOT RUN-MODE-EXTRACT
                            MOVE "NORMAL" TO RUN-MODE
                        END-IF
                    WHEN "IMPORTFILE"
                    WHEN "STATSTO"
                        MOVE FUNCTION TRIM(RUNCTL-VALUE)
                          TO STATS-TO-DATE
                    WHEN "NIGHTLYSTEPS"
                        IF FUNCTION TRIM(RUNCTL-VALUE) NOT = SPACES
                            MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(RUNCTL-VALUE))
                              TO NIGHTLY-STEP-LIST
                        END-IF
                    WHEN "EXTRACTFROM"
                        MOVE FUNCTION TRIM(RUNCTL-VALUE)
                          TO EXTR-FROM-DATE
                    WHEN "EXTRACTTO"
                        MOVE FUNCTION TRIM(RUNCTL-VALUE)
                          TO EXTR-TO-DATE
                    WHEN "EXTRACTTERM"
                        MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(RUNCTL-VALUE))
                          TO EXTR-TERM
                    WHEN "FUNNELSTALEDAYS"
                        IF FUNCTION TRIM(RUNCTL-VALUE) IS NUMERIC
                            MOVE FUNCTION NUMVAL(RUNCTL-VALUE)
                              TO FUNNEL-STALE-DAYS
                        END-IF
                    WHEN OTHER
                        CONTINUE
                END-EVALUATE
    SET ACCT-IS-ACTIVE(ACCOUNT-COUNT) TO TRUE
    MOVE 0 TO ACCT-FAIL-COUNT(ACCOUNT-COUNT)
    MOVE 'N' TO ACCT-FORCE-FLAG(ACCOUNT-COUNT)
    *> NEW: a self-registered employer waits for admin review before
    *> their postings go live
    MOVE SPACES TO ACCT-VERIFIED-BY(ACCOUNT-COUNT)
    MOVE SPACES TO ACCT-VERIFIED-DATE(ACCOUNT-COUNT)
    MOVE SPACES TO ACCT-VERIFY-REASON(ACCOUNT-COUNT)
    IF FUNCTION TRIM(WS-ACCT-ROLE) = "EMPLOYER"
        SET ACCT-IS-PENDING-VERIFY(ACCOUNT-COUNT) TO TRUE
    ELSE
        SET ACCT-IS-VERIFIED(ACCOUNT-COUNT) TO TRUE
    END-IF
    PERFORM 865-SAVE-ACCOUNTS
    MOVE "Account created successfully." TO MESSAGE-BUFFER
    PERFORM 700-DISPLAY-MESSAGE
    IF FUNCTION TRIM(WS-ACCT-ROLE) = "EMPLOYER"
        MOVE "Your employer account is pending verification by an administrator. Postings stay hidden and profile search is unavailable until it is approved."
          TO MESSAGE-BUFFER
        PERFORM 700-DISPLAY-MESSAGE
    END-IF

    MOVE FUNCTION TRIM(INPUT-USERNAME) TO CURRENT-USER
    MOVE WS-ACCT-ROLE TO CURRENT-USER-ROLE
            PERFORM 700-DISPLAY-MESSAGE
            MOVE "15. Admin: Manage Accounts" TO MESSAGE-BUFFER
            PERFORM 700-DISPLAY-MESSAGE
            *> NEW: reported-message review queue
            MOVE "16. Admin: Moderation Queue" TO MESSAGE-BUFFER
            PERFORM 700-DISPLAY-MESSAGE
        END-IF
        *> NEW: shown out of numeric order so the existing option
        *> numbers stay fixed for scripted input
        MOVE "14. Campus Events" TO MESSAGE-BUFFER
        PERFORM 700-DISPLAY-MESSAGE
        MOVE "17. Alumni Mentorship" TO MESSAGE-BUFFER
        PERFORM 700-DISPLAY-MESSAGE
        MOVE "13. Exit" TO MESSAGE-BUFFER
        PERFORM 700-DISPLAY-MESSAGE
        MOVE "Enter your choice:" TO MESSAGE-BUFFER
                   PERFORM 700-DISPLAY-MESSAGE
               END-IF

           WHEN NORMALIZED-INPUT = "16"
             OR NORMALIZED-INPUT = "ADMIN: MODERATION QUEUE"
             OR NORMALIZED-INPUT = "MODERATION QUEUE"
               IF CURRENT-ROLE-ADMIN
                   PERFORM 697-MODERATION-QUEUE
               ELSE
                   MOVE "Access denied." TO MESSAGE-BUFFER
                   PERFORM 700-DISPLAY-MESSAGE
               END-IF

           WHEN NORMALIZED-INPUT = "17"
             OR NORMALIZED-INPUT = "ALUMNI MENTORSHIP"
             OR NORMALIZED-INPUT = "MENTORSHIP"
               PERFORM 953-MENTORSHIP-MENU

           WHEN NORMALIZED-INPUT = "13"
             OR NORMALIZED-INPUT = "EXIT"
               EXIT PARAGRAPH
*> UPDATED: searches the indexed profiles file record by record, so
*> results no longer depend on what happened to fit in memory.
570-SEARCH-AND-DISPLAY-PROFILE.
    *> NEW: an employer still awaiting verification cannot search
    *> student profiles
    IF CURRENT-ROLE-EMPLOYER
        MOVE FUNCTION TRIM(CURRENT-USER) TO LOOKUP-USERNAME
        PERFORM 804-CHECK-POSTER-VERIFIED
        IF POSTER-VERIFIED-FLAG NOT = 'Y'
            MOVE "Profile search is available once your employer account has been verified."
              TO MESSAGE-BUFFER
            PERFORM 700-DISPLAY-MESSAGE
            EXIT PARAGRAPH
        END-IF
    END-IF

    MOVE "Enter the full name, university, or major to search for:" TO MESSAGE-BUFFER
    PERFORM 700-DISPLAY-MESSAGE
    PERFORM 600-GET-USER-INPUT
            MOVE FUNCTION TRIM(P-USER(VIEW-PROFILE-SLOT))
              TO LOOKUP-USERNAME
            PERFORM 808-CHECK-ACCOUNT-ACTIVE
            *> NEW: ...and so is anyone on either side of a block
            MOVE FUNCTION TRIM(P-USER(VIEW-PROFILE-SLOT))
              TO BLOCK-OTHER-USER
            PERFORM 577-CHECK-BLOCKED
            IF ACCOUNT-ACTIVE-FLAG = 'Y' AND BLOCKED-FLAG NOT = 'Y'
                MOVE VIEW-PROFILE-SLOT TO PROFILE-IDX
                EXIT PERFORM
            END-IF
        *> NEW: deactivated employers are hidden from search
        MOVE FUNCTION TRIM(CP-USER) TO LOOKUP-USERNAME
        PERFORM 808-CHECK-ACCOUNT-ACTIVE
        *> NEW: ...and so is anyone on either side of a block
        MOVE FUNCTION TRIM(CP-USER) TO BLOCK-OTHER-USER
        PERFORM 577-CHECK-BLOCKED
        IF ACCOUNT-ACTIVE-FLAG = 'Y' AND BLOCKED-FLAG NOT = 'Y'
          AND FUNCTION UPPER-CASE(FUNCTION TRIM(CP-INDUSTRY)) =
              FUNCTION UPPER-CASE(FUNCTION TRIM(INPUT-USERNAME))
            ADD 1 TO CPROF-MATCH-COUNT
        END-IF
        MOVE FUNCTION TRIM(CP-USER) TO LOOKUP-USERNAME
        PERFORM 808-CHECK-ACCOUNT-ACTIVE
        MOVE FUNCTION TRIM(CP-USER) TO BLOCK-OTHER-USER
        PERFORM 577-CHECK-BLOCKED
        IF ACCOUNT-ACTIVE-FLAG = 'Y' AND BLOCKED-FLAG NOT = 'Y'
          AND FUNCTION UPPER-CASE(FUNCTION TRIM(CP-INDUSTRY)) =
              FUNCTION UPPER-CASE(FUNCTION TRIM(INPUT-USERNAME))
            ADD 1 TO CPROF-MATCH-ORDINAL
        END-IF
        MOVE FUNCTION TRIM(CP-USER) TO LOOKUP-USERNAME
        PERFORM 808-CHECK-ACCOUNT-ACTIVE
        MOVE FUNCTION TRIM(CP-USER) TO BLOCK-OTHER-USER
        PERFORM 577-CHECK-BLOCKED
        IF ACCOUNT-ACTIVE-FLAG = 'Y' AND BLOCKED-FLAG NOT = 'Y'
          AND FUNCTION UPPER-CASE(FUNCTION TRIM(CP-INDUSTRY)) =
              FUNCTION UPPER-CASE(FUNCTION TRIM(INPUT-USERNAME))
            ADD 1 TO CPROF-MATCH-ORDINAL
*> UPDATED: Set SUGGESTION-CANDIDATE-FLAG for the profile in work
*> slot 2 - shares university or major with the current user's
*> profile (work slot 1), is not the current user, is not already a
*> permanent connection, has no pending request in either
*> direction, and has no block in place with the current user.
*> =====================
906-CHECK-SUGGESTION-CANDIDATE.
    MOVE 'N' TO SUGGESTION-CANDIDATE-FLAG
        EXIT PARAGRAPH
    END-IF

    *> NEW: nor is anyone on either side of a block
    MOVE FUNCTION TRIM(P-USER(VIEW-PROFILE-SLOT)) TO BLOCK-OTHER-USER
    PERFORM 577-CHECK-BLOCKED
    IF BLOCKED-FLAG = 'Y'
        EXIT PARAGRAPH
    END-IF

    IF FUNCTION UPPER-CASE(FUNCTION TRIM(P-UNIV(VIEW-PROFILE-SLOT))) NOT =
       FUNCTION UPPER-CASE(FUNCTION TRIM(P-UNIV(OWN-PROFILE-SLOT)))
      AND FUNCTION UPPER-CASE(FUNCTION TRIM(P-MAJOR(VIEW-PROFILE-SLOT))) NOT =
        EXIT PARAGRAPH
    END-IF

    *> NEW: no requests either way across a block
    MOVE FUNCTION TRIM(P-USER(PROFILE-IDX)) TO BLOCK-OTHER-USER
    PERFORM 577-CHECK-BLOCKED
    IF BLOCKED-FLAG = 'Y'
        MOVE "You cannot send a connection request to this user." TO MESSAGE-BUFFER
        PERFORM 700-DISPLAY-MESSAGE
        EXIT PARAGRAPH
    END-IF

    *> Check if already connected in permanent connections.  Every
    *> acceptance stores both directions, so one direct keyed read
    *> is enough to tell whether the pair is already connected.
    END-PERFORM.

*> Jobs: every posting's poster must exist in Accounts.
*> UPDATED: and every OPEN posting's poster must be a verified account.
618-RECONCILE-JOBS.
    MOVE "--- Jobs ---" TO RECON-EXCEPTION-TEXT
    PERFORM 617-WRITE-RECON-LINE
              INTO RECON-EXCEPTION-TEXT
            END-STRING
            PERFORM 617-WRITE-RECON-LINE
        ELSE
            *> NEW: an OPEN posting whose poster has not cleared
            *> employer verification is held back from the board
            PERFORM 804-CHECK-POSTER-VERIFIED
            IF J-STATUS-OPEN(LOOP-INDEX) AND POSTER-VERIFIED-FLAG NOT = 'Y'
                ADD 1 TO RECON-JOB-EXCEPTIONS
                MOVE SPACES TO RECON-EXCEPTION-TEXT
                STRING "Job "                                 DELIMITED BY SIZE
                       J-ID(LOOP-INDEX)                       DELIMITED BY SIZE
                       " ("                                   DELIMITED BY SIZE
                       FUNCTION TRIM(J-TITLE(LOOP-INDEX))     DELIMITED BY SIZE
                       "): OPEN posting by unverified employer " DELIMITED BY SIZE
                       FUNCTION TRIM(J-POSTER(LOOP-INDEX))    DELIMITED BY SIZE
                       " ("                                   DELIMITED BY SIZE
                       FUNCTION TRIM(POSTER-VERIFY-STATUS)    DELIMITED BY SIZE
                       ")"                                    DELIMITED BY SIZE
                  INTO RECON-EXCEPTION-TEXT
                END-STRING
                PERFORM 617-WRITE-RECON-LINE
            END-IF
        END-IF
    END-PERFORM.

    MOVE 0 TO MATCHED-POSTING-COUNT
    PERFORM VARYING MATCH-JOB-IDX FROM 1 BY 1
      UNTIL MATCH-JOB-IDX > JOB-COUNT
        *> NEW: postings by unverified employers are not matched
        MOVE FUNCTION TRIM(J-POSTER(MATCH-JOB-IDX)) TO LOOKUP-USERNAME
        PERFORM 804-CHECK-POSTER-VERIFIED
        IF J-STATUS-OPEN(MATCH-JOB-IDX) AND POSTER-VERIFIED-FLAG = 'Y'
            ADD 1 TO MATCHED-POSTING-COUNT
            PERFORM 621-SCORE-ONE-POSTING
        END-IF
*>   each major word found individually (keyword) .. +1
*>   each completed skill named in the text ........ +2
*>   each endorsement on a matched skill ........... +1
*>   referred to the posting by a connection ........ +5
622-SCORE-ONE-CANDIDATE.
    MOVE 0 TO MATCH-SCORE

                END-IF
            END-PERFORM
        END-IF
    END-PERFORM

    *> NEW: a connection's referral to this posting is worth a bonus
    MOVE FUNCTION TRIM(P-USER(VIEW-PROFILE-SLOT)) TO REF-LOOKUP-USER
    MOVE J-ID(MATCH-JOB-IDX) TO REF-LOOKUP-JOB-ID
    PERFORM 973-FIND-APP-REFERRAL
    IF REF-FOUND-IDX > 0
        ADD REF-MATCH-BONUS TO MATCH-SCORE
    END-IF.

*> Fold the posting in MATCH-JOB-IDX into the candidate's top-3
*> recommendation slots (highest score first).
    WRITE BACKUP-MANIFEST-REC

    MOVE 0 TO BACKUP-FILE-TALLY
    MOVE 0 TO BACKUP-COPY-ERRORS

    MOVE "Accounts.dat" TO BACKUP-DATASET-NAME
    PERFORM 631-BACKUP-ONE-SEQUENTIAL
    PERFORM 631-BACKUP-ONE-SEQUENTIAL
    MOVE "AuditLog.dat" TO BACKUP-DATASET-NAME
    PERFORM 631-BACKUP-ONE-SEQUENTIAL
    MOVE "Announcements.dat" TO BACKUP-DATASET-NAME
    PERFORM 631-BACKUP-ONE-SEQUENTIAL
    MOVE "AnnouncementLog.dat" TO BACKUP-DATASET-NAME
    PERFORM 631-BACKUP-ONE-SEQUENTIAL
    MOVE "DigestControl.dat" TO BACKUP-DATASET-NAME
    PERFORM 631-BACKUP-ONE-SEQUENTIAL
    MOVE "Blocks.dat" TO BACKUP-DATASET-NAME
    PERFORM 631-BACKUP-ONE-SEQUENTIAL
    MOVE "MessageReports.dat" TO BACKUP-DATASET-NAME
    PERFORM 631-BACKUP-ONE-SEQUENTIAL
    MOVE "Mentors.dat" TO BACKUP-DATASET-NAME
    PERFORM 631-BACKUP-ONE-SEQUENTIAL
    MOVE "Mentorships.dat" TO BACKUP-DATASET-NAME
    PERFORM 631-BACKUP-ONE-SEQUENTIAL
    MOVE "Referrals.dat" TO BACKUP-DATASET-NAME
    PERFORM 631-BACKUP-ONE-SEQUENTIAL
    MOVE "ExtractSent.dat" TO BACKUP-DATASET-NAME
    PERFORM 631-BACKUP-ONE-SEQUENTIAL

    PERFORM 632-BACKUP-PROFILES
    PERFORM 633-BACKUP-CONNECTIONS

    OPEN OUTPUT BACKUP-OUT
    IF BKP-OUT-STATUS NOT = "00"
        ADD 1 TO BACKUP-COPY-ERRORS
        DISPLAY "Error writing backup copy of "
                FUNCTION TRIM(BACKUP-DATASET-NAME)
                ": " BKP-OUT-STATUS

    OPEN OUTPUT BACKUP-OUT
    IF BKP-OUT-STATUS NOT = "00"
        ADD 1 TO BACKUP-COPY-ERRORS
        DISPLAY "Error writing backup copy of Profiles.dat: "
                BKP-OUT-STATUS
        EXIT PARAGRAPH

    OPEN OUTPUT BACKUP-OUT
    IF BKP-OUT-STATUS NOT = "00"
        ADD 1 TO BACKUP-COPY-ERRORS
        DISPLAY "Error writing backup copy of Connections.dat: "
                BKP-OUT-STATUS
        EXIT PARAGRAPH

    OPEN OUTPUT BACKUP-OUT
    IF BKP-OUT-STATUS NOT = "00"
        ADD 1 TO BACKUP-COPY-ERRORS
        DISPLAY "Error writing backup copy of PermanentConnections.dat: "
                BKP-OUT-STATUS
        EXIT PARAGRAPH

    OPEN OUTPUT BACKUP-OUT
    IF BKP-OUT-STATUS NOT = "00"
        ADD 1 TO BACKUP-COPY-ERRORS
        DISPLAY "Error writing backup copy of CompanyProfiles.dat: "
                BKP-OUT-STATUS
        EXIT PARAGRAPH
    PERFORM 110-LOAD-ACCOUNTS
    PERFORM 556-LOAD-SKILL-PROGRESS
    PERFORM 582-LOAD-ENDORSEMENTS
    PERFORM 578-LOAD-BLOCKS
    PERFORM 958-LOAD-MENTORSHIP-DATA
    PERFORM 974-LOAD-REFERRALS
    PERFORM 934-LOAD-JOBS
    PERFORM 940-LOAD-APPLICATIONS
    PERFORM 960-LOAD-INTERVIEWS
    END-IF.

*> =====================
*> NEW: FUNNEL run - hiring-funnel report.  One section per posting
*> with applicant counts at each status, interview-slot outcomes and
*> the days from posting to the first hire; then the per-employer
*> rollup and the stale OPEN postings that need a nudge.  Written to
*> Funnel-YYYYMMDD.rpt.
*> =====================
671-RUN-FUNNEL-REPORT.
    MOVE SPACES TO FUNNEL-REPORT-NAME
    STRING "Funnel-"                   DELIMITED BY SIZE
           RUN-DATE                    DELIMITED BY SIZE
           ".rpt"                      DELIMITED BY SIZE
      INTO FUNNEL-REPORT-NAME
    END-STRING

    OPEN OUTPUT FUNNEL-REPORT
    IF FUNNEL-FILE-STATUS NOT = "00"
        MOVE "Unable to open hiring-funnel report file." TO MESSAGE-BUFFER
        PERFORM 700-DISPLAY-MESSAGE
        EXIT PARAGRAPH
    END-IF

    MOVE "=== InCollege Hiring Funnel ===" TO FUNNEL-LINE-TEXT
    PERFORM 675-WRITE-FUNNEL-LINE
    MOVE SPACES TO FUNNEL-LINE-TEXT
    STRING "Run date: "               DELIMITED BY SIZE
           RUN-DATE                   DELIMITED BY SIZE
           "  Stale threshold: "      DELIMITED BY SIZE
           FUNNEL-STALE-DAYS          DELIMITED BY SIZE
           " day(s)"                  DELIMITED BY SIZE
      INTO FUNNEL-LINE-TEXT
    END-STRING
    PERFORM 675-WRITE-FUNNEL-LINE

    MOVE RUN-DATE TO FUNNEL-DATE-WORK
    PERFORM 674-FUNNEL-DATE-TO-INT
    MOVE FUNNEL-DATE-INT TO FUNNEL-RUN-INT

    MOVE 0 TO FUNNEL-EMP-COUNT
    MOVE 0 TO FUNNEL-STALE-COUNT

    IF JOB-COUNT = 0
        MOVE "(No postings on file.)" TO FUNNEL-LINE-TEXT
        PERFORM 675-WRITE-FUNNEL-LINE
    END-IF
    PERFORM VARYING FUNNEL-JOB-IDX FROM 1 BY 1
      UNTIL FUNNEL-JOB-IDX > JOB-COUNT
        PERFORM 672-FUNNEL-ONE-POSTING
    END-PERFORM

    *> Per-employer rollup
    MOVE "--- Employer rollup ---" TO FUNNEL-LINE-TEXT
    PERFORM 675-WRITE-FUNNEL-LINE
    IF FUNNEL-EMP-COUNT = 0
        MOVE "(No employers with postings.)" TO FUNNEL-LINE-TEXT
        PERFORM 675-WRITE-FUNNEL-LINE
    END-IF
    PERFORM VARYING FUNNEL-EMP-IDX FROM 1 BY 1
      UNTIL FUNNEL-EMP-IDX > FUNNEL-EMP-COUNT
        MOVE SPACES TO FUNNEL-LINE-TEXT
        STRING FUNCTION TRIM(FE-NAME(FUNNEL-EMP-IDX))     DELIMITED BY SIZE
               " ("                                       DELIMITED BY SIZE
               FUNCTION TRIM(FE-POSTER(FUNNEL-EMP-IDX))   DELIMITED BY SIZE
               "): postings "                             DELIMITED BY SIZE
               FE-POSTINGS(FUNNEL-EMP-IDX)                DELIMITED BY SIZE
               ", applicants "                            DELIMITED BY SIZE
               FE-APPLICANTS(FUNNEL-EMP-IDX)              DELIMITED BY SIZE
               ", stale "                                 DELIMITED BY SIZE
               FE-STALE(FUNNEL-EMP-IDX)                   DELIMITED BY SIZE
          INTO FUNNEL-LINE-TEXT
        END-STRING
        PERFORM 675-WRITE-FUNNEL-LINE
        MOVE SPACES TO FUNNEL-LINE-TEXT
        STRING "  Submitted "                             DELIMITED BY SIZE
               FE-SUBMITTED(FUNNEL-EMP-IDX)               DELIMITED BY SIZE
               "  Reviewed "                              DELIMITED BY SIZE
               FE-REVIEWED(FUNNEL-EMP-IDX)                DELIMITED BY SIZE
               "  Interviewing "                          DELIMITED BY SIZE
               FE-INTERVIEWING(FUNNEL-EMP-IDX)            DELIMITED BY SIZE
               "  Rejected "                              DELIMITED BY SIZE
               FE-REJECTED(FUNNEL-EMP-IDX)                DELIMITED BY SIZE
               "  Hired "                                 DELIMITED BY SIZE
               FE-HIRED(FUNNEL-EMP-IDX)                   DELIMITED BY SIZE
               "  Withdrawn "                             DELIMITED BY SIZE
               FE-WITHDRAWN(FUNNEL-EMP-IDX)               DELIMITED BY SIZE
          INTO FUNNEL-LINE-TEXT
        END-STRING
        PERFORM 675-WRITE-FUNNEL-LINE
        MOVE SPACES TO FUNNEL-LINE-TEXT
        STRING "  Interview slots: proposed "             DELIMITED BY SIZE
               FE-IVW-PROPOSED(FUNNEL-EMP-IDX)            DELIMITED BY SIZE
               "  confirmed "                             DELIMITED BY SIZE
               FE-IVW-CONFIRMED(FUNNEL-EMP-IDX)           DELIMITED BY SIZE
               "  declined "                              DELIMITED BY SIZE
               FE-IVW-DECLINED(FUNNEL-EMP-IDX)            DELIMITED BY SIZE
          INTO FUNNEL-LINE-TEXT
        END-STRING
        PERFORM 675-WRITE-FUNNEL-LINE
    END-PERFORM

    *> Postings to nudge
    MOVE SPACES TO FUNNEL-LINE-TEXT
    STRING "--- Stale OPEN postings (no review activity in over " DELIMITED BY SIZE
           FUNNEL-STALE-DAYS                                     DELIMITED BY SIZE
           " days) ---"                                          DELIMITED BY SIZE
      INTO FUNNEL-LINE-TEXT
    END-STRING
    PERFORM 675-WRITE-FUNNEL-LINE
    IF FUNNEL-STALE-COUNT = 0
        MOVE "(None.)" TO FUNNEL-LINE-TEXT
        PERFORM 675-WRITE-FUNNEL-LINE
    END-IF
    PERFORM VARYING FUNNEL-STALE-IDX FROM 1 BY 1
      UNTIL FUNNEL-STALE-IDX > FUNNEL-STALE-COUNT
        MOVE FS-JOB-IDX(FUNNEL-STALE-IDX) TO FUNNEL-JOB-IDX
        MOVE SPACES TO FUNNEL-LINE-TEXT
        STRING "Job "                                     DELIMITED BY SIZE
               J-ID(FUNNEL-JOB-IDX)                       DELIMITED BY SIZE
               ": "                                       DELIMITED BY SIZE
               FUNCTION TRIM(J-TITLE(FUNNEL-JOB-IDX))     DELIMITED BY SIZE
               " (posted by "                             DELIMITED BY SIZE
               FUNCTION TRIM(J-POSTER(FUNNEL-JOB-IDX))    DELIMITED BY SIZE
               ") - idle "                                DELIMITED BY SIZE
               FS-IDLE-DAYS(FUNNEL-STALE-IDX)             DELIMITED BY SIZE
               " day(s)"                                  DELIMITED BY SIZE
          INTO FUNNEL-LINE-TEXT
        END-STRING
        PERFORM 675-WRITE-FUNNEL-LINE
    END-PERFORM

    CLOSE FUNNEL-REPORT

    MOVE SPACES TO MESSAGE-BUFFER
    STRING "Funnel report complete: "          DELIMITED BY SIZE
           JOB-COUNT                           DELIMITED BY SIZE
           " posting(s), "                     DELIMITED BY SIZE
           FUNNEL-STALE-COUNT                  DELIMITED BY SIZE
           " stale, report in "                DELIMITED BY SIZE
           FUNCTION TRIM(FUNNEL-REPORT-NAME)   DELIMITED BY SIZE
      INTO MESSAGE-BUFFER
    END-STRING
    PERFORM 700-DISPLAY-MESSAGE

    MOVE "FUNNEL" TO AUDIT-ACTION
    MOVE FUNCTION TRIM(FUNNEL-REPORT-NAME) TO AUDIT-TARGET
    PERFORM 607-WRITE-AUDIT-LOG-ENTRY.

*> Tally the posting in FUNNEL-JOB-IDX, write its section, note it
*> when stale, and fold it into its employer's rollup row.
672-FUNNEL-ONE-POSTING.
    MOVE ZEROS TO FUNNEL-POSTING-COUNTS
    MOVE 0 TO FUNNEL-HIRE-INT
    MOVE 0 TO FUNNEL-REVIEW-INT

    PERFORM VARYING FUNNEL-APP-IDX FROM 1 BY 1
      UNTIL FUNNEL-APP-IDX > APPLICATION-COUNT
        IF APP-JOBID(FUNNEL-APP-IDX) = J-ID(FUNNEL-JOB-IDX)
            ADD 1 TO FUNNEL-APPLICANTS
            EVALUATE TRUE
                WHEN APP-STATUS-SUBMITTED(FUNNEL-APP-IDX)
                    ADD 1 TO FUNNEL-SUBMITTED
                WHEN APP-STATUS-REVIEWED(FUNNEL-APP-IDX)
                    ADD 1 TO FUNNEL-REVIEWED
                WHEN APP-STATUS-INTERVIEWING(FUNNEL-APP-IDX)
                    ADD 1 TO FUNNEL-INTERVIEWING
                WHEN APP-STATUS-REJECTED(FUNNEL-APP-IDX)
                    ADD 1 TO FUNNEL-REJECTED
                WHEN APP-STATUS-HIRED(FUNNEL-APP-IDX)
                    ADD 1 TO FUNNEL-HIRED
                WHEN APP-STATUS-WITHDRAWN(FUNNEL-APP-IDX)
                    ADD 1 TO FUNNEL-WITHDRAWN
                WHEN OTHER
                    CONTINUE
            END-EVALUATE

            MOVE APP-STATUS-DATE(FUNNEL-APP-IDX) TO FUNNEL-DATE-WORK
            PERFORM 674-FUNNEL-DATE-TO-INT
            IF APP-STATUS-HIRED(FUNNEL-APP-IDX) AND FUNNEL-DATE-INT > 0
                IF FUNNEL-HIRE-INT = 0 OR FUNNEL-DATE-INT < FUNNEL-HIRE-INT
                    MOVE FUNNEL-DATE-INT TO FUNNEL-HIRE-INT
                END-IF
            END-IF
            *> A status past SUBMITTED is the employer acting on the
            *> application; a withdrawal is not.
            IF NOT APP-STATUS-SUBMITTED(FUNNEL-APP-IDX)
              AND NOT APP-STATUS-WITHDRAWN(FUNNEL-APP-IDX)
              AND FUNNEL-DATE-INT > FUNNEL-REVIEW-INT
                MOVE FUNNEL-DATE-INT TO FUNNEL-REVIEW-INT
            END-IF
        END-IF
    END-PERFORM

    *> Every interview record is a proposed slot; its status says
    *> how the applicant answered.
    PERFORM VARYING FUNNEL-IVW-IDX FROM 1 BY 1
      UNTIL FUNNEL-IVW-IDX > INTERVIEW-COUNT
        IF IVW-APP-ID(FUNNEL-IVW-IDX) >= 1
          AND IVW-APP-ID(FUNNEL-IVW-IDX) <= APPLICATION-COUNT
            IF APP-JOBID(IVW-APP-ID(FUNNEL-IVW-IDX)) = J-ID(FUNNEL-JOB-IDX)
                ADD 1 TO FUNNEL-IVW-PROPOSED
                IF IVW-STATUS-CONFIRMED(FUNNEL-IVW-IDX)
                    ADD 1 TO FUNNEL-IVW-CONFIRMED
                END-IF
                IF IVW-STATUS-DECLINED(FUNNEL-IVW-IDX)
                    ADD 1 TO FUNNEL-IVW-DECLINED
                END-IF
            END-IF
        END-IF
    END-PERFORM

    MOVE J-POST-DATE(FUNNEL-JOB-IDX)(1:8) TO FUNNEL-DATE-WORK
    PERFORM 674-FUNNEL-DATE-TO-INT
    MOVE FUNNEL-DATE-INT TO FUNNEL-POST-INT

    MOVE SPACES TO FUNNEL-LINE-TEXT
    STRING "--- Job "                                     DELIMITED BY SIZE
           J-ID(FUNNEL-JOB-IDX)                           DELIMITED BY SIZE
           ": "                                           DELIMITED BY SIZE
           FUNCTION TRIM(J-TITLE(FUNNEL-JOB-IDX))         DELIMITED BY SIZE
           " at "                                         DELIMITED BY SIZE
           FUNCTION TRIM(J-EMPLOYER(FUNNEL-JOB-IDX))      DELIMITED BY SIZE
           " ["                                           DELIMITED BY SIZE
           FUNCTION TRIM(J-STATUS(FUNNEL-JOB-IDX))        DELIMITED BY SIZE
           ", posted "                                    DELIMITED BY SIZE
           FUNCTION TRIM(J-POST-DATE(FUNNEL-JOB-IDX))     DELIMITED BY SIZE
           "] ---"                                        DELIMITED BY SIZE
      INTO FUNNEL-LINE-TEXT
    END-STRING
    PERFORM 675-WRITE-FUNNEL-LINE
    MOVE SPACES TO FUNNEL-LINE-TEXT
    STRING "Applicants "                 DELIMITED BY SIZE
           FUNNEL-APPLICANTS             DELIMITED BY SIZE
           ":  Submitted "               DELIMITED BY SIZE
           FUNNEL-SUBMITTED              DELIMITED BY SIZE
           "  Reviewed "                 DELIMITED BY SIZE
           FUNNEL-REVIEWED               DELIMITED BY SIZE
           "  Interviewing "             DELIMITED BY SIZE
           FUNNEL-INTERVIEWING           DELIMITED BY SIZE
           "  Rejected "                 DELIMITED BY SIZE
           FUNNEL-REJECTED               DELIMITED BY SIZE
           "  Hired "                    DELIMITED BY SIZE
           FUNNEL-HIRED                  DELIMITED BY SIZE
           "  Withdrawn "                DELIMITED BY SIZE
           FUNNEL-WITHDRAWN              DELIMITED BY SIZE
      INTO FUNNEL-LINE-TEXT
    END-STRING
    PERFORM 675-WRITE-FUNNEL-LINE
    MOVE SPACES TO FUNNEL-LINE-TEXT
    STRING "Interview slots: proposed "  DELIMITED BY SIZE
           FUNNEL-IVW-PROPOSED           DELIMITED BY SIZE
           "  confirmed "                DELIMITED BY SIZE
           FUNNEL-IVW-CONFIRMED          DELIMITED BY SIZE
           "  declined "                 DELIMITED BY SIZE
           FUNNEL-IVW-DECLINED           DELIMITED BY SIZE
      INTO FUNNEL-LINE-TEXT
    END-STRING
    PERFORM 675-WRITE-FUNNEL-LINE

    MOVE SPACES TO FUNNEL-LINE-TEXT
    EVALUATE TRUE
        WHEN FUNNEL-HIRED = 0
            MOVE "Days to first hire: (no hire yet)" TO FUNNEL-LINE-TEXT
        WHEN FUNNEL-HIRE-INT = 0 OR FUNNEL-POST-INT = 0
          OR FUNNEL-HIRE-INT < FUNNEL-POST-INT
            MOVE "Days to first hire: (dates not on file)" TO FUNNEL-LINE-TEXT
        WHEN OTHER
            COMPUTE FUNNEL-HIRE-DAYS = FUNNEL-HIRE-INT - FUNNEL-POST-INT
            STRING "Days to first hire: "  DELIMITED BY SIZE
                   FUNNEL-HIRE-DAYS        DELIMITED BY SIZE
              INTO FUNNEL-LINE-TEXT
            END-STRING
    END-EVALUATE
    PERFORM 675-WRITE-FUNNEL-LINE

    *> Stale: OPEN, has applicants, and the last review activity (or
    *> the posting date, when nobody has been reviewed) is older than
    *> the threshold
    MOVE 'N' TO FUNNEL-STALE-FLAG
    IF J-STATUS-OPEN(FUNNEL-JOB-IDX) AND FUNNEL-APPLICANTS > 0
        IF FUNNEL-REVIEW-INT > 0
            MOVE FUNNEL-REVIEW-INT TO FUNNEL-DATE-INT
        ELSE
            MOVE FUNNEL-POST-INT TO FUNNEL-DATE-INT
        END-IF
        IF FUNNEL-DATE-INT > 0 AND FUNNEL-RUN-INT > FUNNEL-DATE-INT
            COMPUTE FUNNEL-IDLE-DAYS = FUNNEL-RUN-INT - FUNNEL-DATE-INT
            IF FUNNEL-IDLE-DAYS > FUNNEL-STALE-DAYS
              AND FUNNEL-STALE-COUNT < MAX-JOBS
                MOVE 'Y' TO FUNNEL-STALE-FLAG
                ADD 1 TO FUNNEL-STALE-COUNT
                MOVE FUNNEL-JOB-IDX TO FS-JOB-IDX(FUNNEL-STALE-COUNT)
                MOVE FUNNEL-IDLE-DAYS TO FS-IDLE-DAYS(FUNNEL-STALE-COUNT)
            END-IF
        END-IF
    END-IF

    PERFORM 673-FUNNEL-ROLLUP-EMPLOYER.

*> Add the posting just tallied to its poster's rollup row, creating
*> the row (named from the company profile) on first sight.
673-FUNNEL-ROLLUP-EMPLOYER.
    MOVE 0 TO FUNNEL-EMP-IDX
    PERFORM VARYING LOOP-INDEX FROM 1 BY 1
      UNTIL LOOP-INDEX > FUNNEL-EMP-COUNT
        IF FUNCTION TRIM(FE-POSTER(LOOP-INDEX)) =
           FUNCTION TRIM(J-POSTER(FUNNEL-JOB-IDX))
            MOVE LOOP-INDEX TO FUNNEL-EMP-IDX
            EXIT PERFORM
        END-IF
    END-PERFORM

    IF FUNNEL-EMP-IDX = 0
        IF FUNNEL-EMP-COUNT >= MAX-JOBS
            EXIT PARAGRAPH
        END-IF
        ADD 1 TO FUNNEL-EMP-COUNT
        MOVE FUNNEL-EMP-COUNT TO FUNNEL-EMP-IDX
        MOVE SPACES TO FUNNEL-EMP-ENTRY(FUNNEL-EMP-IDX)
        MOVE FUNCTION TRIM(J-POSTER(FUNNEL-JOB-IDX))
          TO FE-POSTER(FUNNEL-EMP-IDX)
        *> The company profile name, falling back to the name typed
        *> on the posting when the employer has no company profile
        MOVE FUNCTION TRIM(J-POSTER(FUNNEL-JOB-IDX)) TO CPROF-LOOKUP-USER
        PERFORM 841-READ-COMPANY-PROFILE
        IF CPROF-FOUND-FLAG = 'Y' AND FUNCTION TRIM(CP-NAME) NOT = SPACES
            MOVE FUNCTION TRIM(CP-NAME) TO FE-NAME(FUNNEL-EMP-IDX)
        ELSE
            MOVE FUNCTION TRIM(J-EMPLOYER(FUNNEL-JOB-IDX))
              TO FE-NAME(FUNNEL-EMP-IDX)
        END-IF
        MOVE 0 TO FE-POSTINGS(FUNNEL-EMP-IDX)
        MOVE 0 TO FE-APPLICANTS(FUNNEL-EMP-IDX)
        MOVE 0 TO FE-SUBMITTED(FUNNEL-EMP-IDX)
        MOVE 0 TO FE-REVIEWED(FUNNEL-EMP-IDX)
        MOVE 0 TO FE-INTERVIEWING(FUNNEL-EMP-IDX)
        MOVE 0 TO FE-REJECTED(FUNNEL-EMP-IDX)
        MOVE 0 TO FE-HIRED(FUNNEL-EMP-IDX)
        MOVE 0 TO FE-WITHDRAWN(FUNNEL-EMP-IDX)
        MOVE 0 TO FE-IVW-PROPOSED(FUNNEL-EMP-IDX)
        MOVE 0 TO FE-IVW-CONFIRMED(FUNNEL-EMP-IDX)
        MOVE 0 TO FE-IVW-DECLINED(FUNNEL-EMP-IDX)
        MOVE 0 TO FE-STALE(FUNNEL-EMP-IDX)
    END-IF

    ADD 1                      TO FE-POSTINGS(FUNNEL-EMP-IDX)
    ADD FUNNEL-APPLICANTS      TO FE-APPLICANTS(FUNNEL-EMP-IDX)
    ADD FUNNEL-SUBMITTED       TO FE-SUBMITTED(FUNNEL-EMP-IDX)
    ADD FUNNEL-REVIEWED        TO FE-REVIEWED(FUNNEL-EMP-IDX)
    ADD FUNNEL-INTERVIEWING    TO FE-INTERVIEWING(FUNNEL-EMP-IDX)
    ADD FUNNEL-REJECTED        TO FE-REJECTED(FUNNEL-EMP-IDX)
    ADD FUNNEL-HIRED           TO FE-HIRED(FUNNEL-EMP-IDX)
    ADD FUNNEL-WITHDRAWN       TO FE-WITHDRAWN(FUNNEL-EMP-IDX)
    ADD FUNNEL-IVW-PROPOSED    TO FE-IVW-PROPOSED(FUNNEL-EMP-IDX)
    ADD FUNNEL-IVW-CONFIRMED   TO FE-IVW-CONFIRMED(FUNNEL-EMP-IDX)
    ADD FUNNEL-IVW-DECLINED    TO FE-IVW-DECLINED(FUNNEL-EMP-IDX)
    IF FUNNEL-STALE-FLAG = 'Y'
        ADD 1 TO FE-STALE(FUNNEL-EMP-IDX)
    END-IF.

*> YYYYMMDD in FUNNEL-DATE-WORK to a day number in FUNNEL-DATE-INT;
*> 0 when the field is blank or not a date.
674-FUNNEL-DATE-TO-INT.
    MOVE 0 TO FUNNEL-DATE-INT
    IF FUNNEL-DATE-WORK IS NUMERIC
      AND FUNNEL-DATE-WORK >= "16010101"
        COMPUTE FUNNEL-DATE-INT =
            FUNCTION INTEGER-OF-DATE(FUNCTION NUMVAL(FUNNEL-DATE-WORK))
    END-IF.

675-WRITE-FUNNEL-LINE.
    MOVE SPACES TO FUNNEL-LINE-OUT
    MOVE FUNNEL-LINE-TEXT TO FUNNEL-LINE-OUT
    WRITE FUNNEL-LINE-OUT.

*> =====================
*> NEW: DIGEST run - weekly summary message per ACTIVE account.  The
*> per-user last-digest dates are read up front and written back at
*> the end; the control report lists each account's outcome and the
*> sent/skipped totals.
*> =====================
676-RUN-DIGEST.
    MOVE SPACES TO DIGEST-REPORT-NAME
    STRING "Digest-"                   DELIMITED BY SIZE
           RUN-DATE                    DELIMITED BY SIZE
           ".rpt"                      DELIMITED BY SIZE
      INTO DIGEST-REPORT-NAME
    END-STRING

    OPEN OUTPUT DIGEST-REPORT
    IF DIGEST-FILE-STATUS NOT = "00"
        MOVE "Unable to open weekly-digest report file." TO MESSAGE-BUFFER
        PERFORM 700-DISPLAY-MESSAGE
        EXIT PARAGRAPH
    END-IF

    *> Last-digest dates
    MOVE 0 TO DIGEST-CTL-COUNT
    OPEN INPUT DIGEST-CONTROL
    IF DIGEST-CTL-FILE-STATUS = "00"
        PERFORM FOREVER
            READ DIGEST-CONTROL AT END EXIT PERFORM END-READ
            IF FUNCTION TRIM(DIGEST-CTL-REC) NOT = SPACES
              AND DIGEST-CTL-COUNT < MAXIMUM-ACCOUNTS
                ADD 1 TO DIGEST-CTL-COUNT
                UNSTRING DIGEST-CTL-REC DELIMITED BY "|"
                    INTO DC-USER(DIGEST-CTL-COUNT)
                         DC-LAST-DATE(DIGEST-CTL-COUNT)
                END-UNSTRING
            END-IF
        END-PERFORM
        CLOSE DIGEST-CONTROL
    ELSE
        *> Only a missing file means "no digests yet".  Without the
        *> last-digest dates nothing is sent and the file is left as
        *> it is, so the once-a-week rule still holds on the rerun.
        IF DIGEST-CTL-FILE-STATUS NOT = "35"
            MOVE SPACES TO DIGEST-LINE-TEXT
            STRING "Error loading digest control (status "  DELIMITED BY SIZE
                   DIGEST-CTL-FILE-STATUS                   DELIMITED BY SIZE
                   ") - no digests sent."                   DELIMITED BY SIZE
              INTO DIGEST-LINE-TEXT
            END-STRING
            CLOSE DIGEST-CONTROL
            PERFORM 679-WRITE-DIGEST-LINE
            CLOSE DIGEST-REPORT
            MOVE DIGEST-LINE-TEXT TO MESSAGE-BUFFER
            PERFORM 700-DISPLAY-MESSAGE
            EXIT PARAGRAPH
        END-IF
    END-IF

    MOVE "=== InCollege Weekly Digest Control Report ===" TO DIGEST-LINE-TEXT
    PERFORM 679-WRITE-DIGEST-LINE
    MOVE SPACES TO DIGEST-LINE-TEXT
    STRING "Run date: "               DELIMITED BY SIZE
           RUN-DATE                   DELIMITED BY SIZE
      INTO DIGEST-LINE-TEXT
    END-STRING
    PERFORM 679-WRITE-DIGEST-LINE
    MOVE "Account / outcome / pending, unread, app updates, new jobs, events, interviews"
      TO DIGEST-LINE-TEXT
    PERFORM 679-WRITE-DIGEST-LINE

    MOVE RUN-DATE TO DIGEST-DATE-WORK
    PERFORM 678-DIGEST-DATE-TO-INT
    MOVE DIGEST-DATE-INT TO DIGEST-RUN-INT

    INITIALIZE DIGEST-TOTALS
    PERFORM VARYING DIGEST-ACCT-IDX FROM 1 BY 1
      UNTIL DIGEST-ACCT-IDX > ACCOUNT-COUNT
        IF ACCT-IS-ACTIVE(DIGEST-ACCT-IDX)
            ADD 1 TO DIGEST-ACTIVE-COUNT
            PERFORM 677-DIGEST-ONE-ACCOUNT
        END-IF
    END-PERFORM
    COMPUTE DIGEST-SKIPPED-COUNT =
        DIGEST-SKIP-RECENT + DIGEST-SKIP-EMPTY + DIGEST-SKIP-FULL

    *> Write the last-digest dates back
    OPEN OUTPUT DIGEST-CONTROL
    IF DIGEST-CTL-FILE-STATUS NOT = "00"
        DISPLAY "Error saving digest control: " DIGEST-CTL-FILE-STATUS
    ELSE
        PERFORM VARYING DIGEST-CTL-IDX FROM 1 BY 1
          UNTIL DIGEST-CTL-IDX > DIGEST-CTL-COUNT
            MOVE SPACES TO DIGEST-CTL-REC
            STRING FUNCTION TRIM(DC-USER(DIGEST-CTL-IDX)) DELIMITED BY SIZE
                   "|"                                    DELIMITED BY SIZE
                   DC-LAST-DATE(DIGEST-CTL-IDX)           DELIMITED BY SIZE
              INTO DIGEST-CTL-REC
            END-STRING
            WRITE DIGEST-CTL-REC
        END-PERFORM
        CLOSE DIGEST-CONTROL
    END-IF

    MOVE "--- Totals ---" TO DIGEST-LINE-TEXT
    PERFORM 679-WRITE-DIGEST-LINE
    MOVE SPACES TO DIGEST-LINE-TEXT
    STRING "Active accounts:                 " DELIMITED BY SIZE
           DIGEST-ACTIVE-COUNT                 DELIMITED BY SIZE
      INTO DIGEST-LINE-TEXT
    END-STRING
    PERFORM 679-WRITE-DIGEST-LINE
    MOVE SPACES TO DIGEST-LINE-TEXT
    STRING "Digests sent:                    " DELIMITED BY SIZE
           DIGEST-SENT-COUNT                   DELIMITED BY SIZE
      INTO DIGEST-LINE-TEXT
    END-STRING
    PERFORM 679-WRITE-DIGEST-LINE
    MOVE SPACES TO DIGEST-LINE-TEXT
    STRING "Skipped:                         " DELIMITED BY SIZE
           DIGEST-SKIPPED-COUNT                DELIMITED BY SIZE
      INTO DIGEST-LINE-TEXT
    END-STRING
    PERFORM 679-WRITE-DIGEST-LINE
    MOVE SPACES TO DIGEST-LINE-TEXT
    STRING "  already digested this week:    " DELIMITED BY SIZE
           DIGEST-SKIP-RECENT                  DELIMITED BY SIZE
      INTO DIGEST-LINE-TEXT
    END-STRING
    PERFORM 679-WRITE-DIGEST-LINE
    MOVE SPACES TO DIGEST-LINE-TEXT
    STRING "  nothing to report:             " DELIMITED BY SIZE
           DIGEST-SKIP-EMPTY                   DELIMITED BY SIZE
      INTO DIGEST-LINE-TEXT
    END-STRING
    PERFORM 679-WRITE-DIGEST-LINE
    MOVE SPACES TO DIGEST-LINE-TEXT
    STRING "  message store full:            " DELIMITED BY SIZE
           DIGEST-SKIP-FULL                    DELIMITED BY SIZE
      INTO DIGEST-LINE-TEXT
    END-STRING
    PERFORM 679-WRITE-DIGEST-LINE
    CLOSE DIGEST-REPORT

    MOVE SPACES TO MESSAGE-BUFFER
    STRING "Weekly digest complete: "         DELIMITED BY SIZE
           DIGEST-SENT-COUNT                  DELIMITED BY SIZE
           " sent, "                          DELIMITED BY SIZE
           DIGEST-SKIPPED-COUNT               DELIMITED BY SIZE
           " skipped. Report "                DELIMITED BY SIZE
           FUNCTION TRIM(DIGEST-REPORT-NAME)  DELIMITED BY SIZE
      INTO MESSAGE-BUFFER
    END-STRING
    PERFORM 700-DISPLAY-MESSAGE

    MOVE "DIGEST" TO AUDIT-ACTION
    MOVE SPACES TO AUDIT-TARGET
    STRING "sent "                  DELIMITED BY SIZE
           DIGEST-SENT-COUNT        DELIMITED BY SIZE
           " skipped "              DELIMITED BY SIZE
           DIGEST-SKIPPED-COUNT     DELIMITED BY SIZE
      INTO AUDIT-TARGET
    END-STRING
    PERFORM 607-WRITE-AUDIT-LOG-ENTRY.

*> Build and send the digest for the account in DIGEST-ACCT-IDX.
*> Changes are counted from the last digest date, or from 7 days back
*> for an account that has never had one.
677-DIGEST-ONE-ACCOUNT.
    MOVE FUNCTION TRIM(ACCT-USER(DIGEST-ACCT-IDX)) TO DIGEST-USER
    INITIALIZE DIGEST-ITEM-COUNTS

    MOVE 0 TO DIGEST-CTL-IDX
    MOVE SPACES TO DIGEST-LAST-DATE
    PERFORM VARYING DIGEST-SCAN-IDX FROM 1 BY 1
      UNTIL DIGEST-SCAN-IDX > DIGEST-CTL-COUNT
        IF FUNCTION TRIM(DC-USER(DIGEST-SCAN-IDX)) = DIGEST-USER
            MOVE DIGEST-SCAN-IDX TO DIGEST-CTL-IDX
            MOVE DC-LAST-DATE(DIGEST-SCAN-IDX) TO DIGEST-LAST-DATE
            EXIT PERFORM
        END-IF
    END-PERFORM
    MOVE DIGEST-LAST-DATE TO DIGEST-DATE-WORK
    PERFORM 678-DIGEST-DATE-TO-INT
    MOVE DIGEST-DATE-INT TO DIGEST-LAST-INT

    IF DIGEST-LAST-INT > 0
      AND DIGEST-RUN-INT - DIGEST-LAST-INT < DIGEST-INTERVAL-DAYS
        MOVE "SKIPPED - already this week" TO DIGEST-OUTCOME
        ADD 1 TO DIGEST-SKIP-RECENT
        PERFORM 683-WRITE-DIGEST-ACCOUNT-LINE
        EXIT PARAGRAPH
    END-IF
    IF DIGEST-LAST-INT > 0
        MOVE DIGEST-LAST-INT TO DIGEST-SINCE-INT
    ELSE
        COMPUTE DIGEST-SINCE-INT = DIGEST-RUN-INT - DIGEST-INTERVAL-DAYS
    END-IF

    *> Pending connection requests addressed to the user
    MOVE DIGEST-USER TO CONN-REC-RECEIVER
    START USER-CONNECTIONS KEY IS >= CONN-REC-RECEIVER
        INVALID KEY MOVE "10" TO CONNECTION-FILE-STATUS
    END-START
    IF CONNECTION-FILE-STATUS = "00"
            READ USER-CONNECTIONS NEXT RECORD
                AT END EXIT PERFORM
            END-READ
            IF FUNCTION TRIM(CONN-REC-RECEIVER) NOT = DIGEST-USER
                EXIT PERFORM
            END-IF
            ADD 1 TO DIGEST-PENDING
        END-PERFORM
    END-IF

    *> Unread messages
    PERFORM VARYING DIGEST-SCAN-IDX FROM 1 BY 1
      UNTIL DIGEST-SCAN-IDX > MESSAGE-COUNT
        IF FUNCTION TRIM(MSG-RECIPIENT(DIGEST-SCAN-IDX)) = DIGEST-USER
          AND MSG-IS-UNREAD(DIGEST-SCAN-IDX)
            ADD 1 TO DIGEST-UNREAD
        END-IF
    END-PERFORM

    *> Application status changes (the user's own submissions aside)
    PERFORM VARYING DIGEST-SCAN-IDX FROM 1 BY 1
      UNTIL DIGEST-SCAN-IDX > APPLICATION-COUNT
        IF FUNCTION TRIM(APP-USER(DIGEST-SCAN-IDX)) = DIGEST-USER
          AND NOT APP-STATUS-SUBMITTED(DIGEST-SCAN-IDX)
            MOVE APP-STATUS-DATE(DIGEST-SCAN-IDX) TO DIGEST-DATE-WORK
            PERFORM 678-DIGEST-DATE-TO-INT
            IF DIGEST-DATE-INT > DIGEST-SINCE-INT
                ADD 1 TO DIGEST-APP-UPDATES
            END-IF
        END-IF
    END-PERFORM

    *> New OPEN postings matching any of the user's saved searches,
    *> each posting counted once
    PERFORM VARYING DIGEST-JOB-IDX FROM 1 BY 1
      UNTIL DIGEST-JOB-IDX > JOB-COUNT
        MOVE J-POST-DATE(DIGEST-JOB-IDX)(1:8) TO DIGEST-DATE-WORK
        PERFORM 678-DIGEST-DATE-TO-INT
        MOVE FUNCTION TRIM(J-POSTER(DIGEST-JOB-IDX)) TO LOOKUP-USERNAME
        PERFORM 804-CHECK-POSTER-VERIFIED
        IF J-STATUS-OPEN(DIGEST-JOB-IDX)
          AND DIGEST-DATE-INT > DIGEST-SINCE-INT
          AND POSTER-VERIFIED-FLAG = 'Y'
          AND FUNCTION TRIM(J-POSTER(DIGEST-JOB-IDX)) NOT = DIGEST-USER
            MOVE 'N' TO DIGEST-JOB-HIT
            PERFORM VARYING DIGEST-SCAN-IDX FROM 1 BY 1
              UNTIL DIGEST-SCAN-IDX > SAVED-SEARCH-COUNT
                 OR DIGEST-JOB-HIT = 'Y'
                IF FUNCTION TRIM(SSRCH-USER(DIGEST-SCAN-IDX)) = DIGEST-USER
                    MOVE SSRCH-LOCATION(DIGEST-SCAN-IDX) TO FILTER-LOCATION
                    MOVE SSRCH-EMPLOYER(DIGEST-SCAN-IDX) TO FILTER-EMPLOYER
                    MOVE SSRCH-KEYWORD(DIGEST-SCAN-IDX) TO FILTER-KEYWORD
                    MOVE SSRCH-HAS-SALARY(DIGEST-SCAN-IDX) TO FILTER-HAS-SALARY
                    MOVE DIGEST-JOB-IDX TO FILTER-JOB-IDX
                    PERFORM 952-CHECK-JOB-FILTER
                    MOVE JOB-MATCHES-FILTER TO DIGEST-JOB-HIT
                END-IF
            END-PERFORM
            IF DIGEST-JOB-HIT = 'Y'
                ADD 1 TO DIGEST-NEW-JOBS
            END-IF
        END-IF
    END-PERFORM

    *> RSVP'd events from today through the next 7 days
    PERFORM VARYING DIGEST-SCAN-IDX FROM 1 BY 1
      UNTIL DIGEST-SCAN-IDX > RSVP-COUNT
        IF FUNCTION TRIM(RSVP-USER(DIGEST-SCAN-IDX)) = DIGEST-USER
            PERFORM VARYING EVENT-IDX FROM 1 BY 1
              UNTIL EVENT-IDX > EVENT-COUNT
                IF EV-ID(EVENT-IDX) = RSVP-EVENT-ID(DIGEST-SCAN-IDX)
                    MOVE EV-DATE(EVENT-IDX) TO DIGEST-DATE-WORK
                    PERFORM 678-DIGEST-DATE-TO-INT
                    IF DIGEST-DATE-INT >= DIGEST-RUN-INT
                      AND DIGEST-DATE-INT <=
                          DIGEST-RUN-INT + DIGEST-INTERVAL-DAYS
                        ADD 1 TO DIGEST-EVENTS
                    END-IF
                    EXIT PERFORM
                END-IF
            END-PERFORM
        END-IF
    END-PERFORM

    *> Interview slots proposed to the user and not yet answered
    PERFORM VARYING DIGEST-SCAN-IDX FROM 1 BY 1
      UNTIL DIGEST-SCAN-IDX > INTERVIEW-COUNT
        IF IVW-STATUS-PROPOSED(DIGEST-SCAN-IDX)
          AND IVW-APP-ID(DIGEST-SCAN-IDX) >= 1
          AND IVW-APP-ID(DIGEST-SCAN-IDX) <= APPLICATION-COUNT
            IF FUNCTION TRIM(APP-USER(IVW-APP-ID(DIGEST-SCAN-IDX)))
               = DIGEST-USER
                ADD 1 TO DIGEST-INTERVIEWS
            END-IF
        END-IF
    END-PERFORM

    IF DIGEST-PENDING = 0 AND DIGEST-UNREAD = 0
      AND DIGEST-APP-UPDATES = 0 AND DIGEST-NEW-JOBS = 0
      AND DIGEST-EVENTS = 0 AND DIGEST-INTERVIEWS = 0
        MOVE "SKIPPED - nothing to report" TO DIGEST-OUTCOME
        ADD 1 TO DIGEST-SKIP-EMPTY
        PERFORM 683-WRITE-DIGEST-ACCOUNT-LINE
        EXIT PARAGRAPH
    END-IF

    *> A full table gets one archival pass before the digest is held
    *> back for the next run
    IF MESSAGE-COUNT >= MAX-MESSAGES
        PERFORM 591-ARCHIVE-OLD-MESSAGES
    END-IF
    IF MESSAGE-COUNT >= MAX-MESSAGES
        MOVE "SKIPPED - message store full" TO DIGEST-OUTCOME
        ADD 1 TO DIGEST-SKIP-FULL
        PERFORM 683-WRITE-DIGEST-ACCOUNT-LINE
        EXIT PARAGRAPH
    END-IF

    MOVE DIGEST-USER TO RECIPIENT-USERNAME
    MOVE SPACES TO MESSAGE-CONTENT-INPUT
    STRING "Your weekly digest: "                     DELIMITED BY SIZE
           DIGEST-PENDING                             DELIMITED BY SIZE
           " connection request(s), "                 DELIMITED BY SIZE
           DIGEST-UNREAD                              DELIMITED BY SIZE
           " unread message(s), "                     DELIMITED BY SIZE
           DIGEST-APP-UPDATES                         DELIMITED BY SIZE
           " application update(s), "                 DELIMITED BY SIZE
           DIGEST-NEW-JOBS                            DELIMITED BY SIZE
           " new matching job(s), "                   DELIMITED BY SIZE
           DIGEST-EVENTS                              DELIMITED BY SIZE
           " event(s) this week, "                    DELIMITED BY SIZE
           DIGEST-INTERVIEWS                          DELIMITED BY SIZE
           " interview slot(s) to answer."            DELIMITED BY SIZE
      INTO MESSAGE-CONTENT-INPUT
    END-STRING
    PERFORM 596-SEND-SYSTEM-MESSAGE

    IF DIGEST-CTL-IDX = 0
      AND DIGEST-CTL-COUNT < MAXIMUM-ACCOUNTS
        ADD 1 TO DIGEST-CTL-COUNT
        MOVE DIGEST-CTL-COUNT TO DIGEST-CTL-IDX
        MOVE DIGEST-USER TO DC-USER(DIGEST-CTL-IDX)
    END-IF
    IF DIGEST-CTL-IDX > 0
        MOVE RUN-DATE TO DC-LAST-DATE(DIGEST-CTL-IDX)
    END-IF

    MOVE "SENT" TO DIGEST-OUTCOME
    ADD 1 TO DIGEST-SENT-COUNT
    PERFORM 683-WRITE-DIGEST-ACCOUNT-LINE.

*> YYYYMMDD in DIGEST-DATE-WORK to a day number in DIGEST-DATE-INT;
*> 0 when the field is blank or not a date.
678-DIGEST-DATE-TO-INT.
    MOVE 0 TO DIGEST-DATE-INT
    IF DIGEST-DATE-WORK IS NUMERIC
      AND DIGEST-DATE-WORK >= "16010101"
        COMPUTE DIGEST-DATE-INT =
            FUNCTION INTEGER-OF-DATE(FUNCTION NUMVAL(DIGEST-DATE-WORK))
    END-IF.

679-WRITE-DIGEST-LINE.
    MOVE SPACES TO DIGEST-LINE-OUT
    MOVE DIGEST-LINE-TEXT TO DIGEST-LINE-OUT
    WRITE DIGEST-LINE-OUT.

683-WRITE-DIGEST-ACCOUNT-LINE.
    MOVE SPACES TO DIGEST-LINE-TEXT
    STRING DIGEST-USER                  DELIMITED BY SIZE
           " "                          DELIMITED BY SIZE
           DIGEST-OUTCOME               DELIMITED BY SIZE
           " "                          DELIMITED BY SIZE
           DIGEST-PENDING               DELIMITED BY SIZE
           " "                          DELIMITED BY SIZE
           DIGEST-UNREAD                DELIMITED BY SIZE
           " "                          DELIMITED BY SIZE
           DIGEST-APP-UPDATES           DELIMITED BY SIZE
           " "                          DELIMITED BY SIZE
           DIGEST-NEW-JOBS              DELIMITED BY SIZE
           " "                          DELIMITED BY SIZE
           DIGEST-EVENTS                DELIMITED BY SIZE
           " "                          DELIMITED BY SIZE
           DIGEST-INTERVIEWS            DELIMITED BY SIZE
      INTO DIGEST-LINE-TEXT
    END-STRING
    PERFORM 679-WRITE-DIGEST-LINE.

*> =====================
*> NEW: MENTOR run - suggest a mentor to every active student with no
*> mentor and no request outstanding.  A mentor is scored on a shared
*> major (10 points) and each completed skill the two have in common
*> (2 points); a mentor with neither is not suggested, nor is one who
*> has already declined the student.  Each suggestion takes one of
*> the mentor's open slots for the rest of the run, so capacity holds
*> across the whole batch.  Suggestions are sent to the student as
*> system messages and listed in Mentoring-YYYYMMDD.rpt.
*> =====================
684-RUN-MENTOR-PAIRING.
    MOVE SPACES TO MENTOR-REPORT-NAME
    STRING "Mentoring-"                DELIMITED BY SIZE
           RUN-DATE                    DELIMITED BY SIZE
           ".rpt"                      DELIMITED BY SIZE
      INTO MENTOR-REPORT-NAME
    END-STRING

    OPEN OUTPUT MENTOR-REPORT
    IF MENTOR-RPT-FILE-STATUS NOT = "00"
        MOVE "Unable to open mentor-pairing report file." TO MESSAGE-BUFFER
        PERFORM 700-DISPLAY-MESSAGE
        EXIT PARAGRAPH
    END-IF

    MOVE "=== InCollege Mentor Pairing Report ===" TO MENTOR-LINE-TEXT
    PERFORM 686-WRITE-MENTOR-LINE
    MOVE SPACES TO MENTOR-LINE-TEXT
    STRING "Run date: "               DELIMITED BY SIZE
           RUN-DATE                   DELIMITED BY SIZE
      INTO MENTOR-LINE-TEXT
    END-STRING
    PERFORM 686-WRITE-MENTOR-LINE

    *> Working columns: current load, name and major for each mentor
    PERFORM VARYING MENTOR-IDX FROM 1 BY 1 UNTIL MENTOR-IDX > MENTOR-COUNT
        MOVE FUNCTION TRIM(MNTR-USER(MENTOR-IDX)) TO MENTOR-LOOKUP-USER
        PERFORM 969-COUNT-MENTOR-LOAD
        MOVE MENTOR-LOAD TO MNTR-LOAD(MENTOR-IDX)
        MOVE FUNCTION TRIM(MNTR-USER(MENTOR-IDX)) TO MNTR-NAME(MENTOR-IDX)
        MOVE SPACES TO MNTR-MAJOR(MENTOR-IDX)
        MOVE FUNCTION TRIM(MNTR-USER(MENTOR-IDX)) TO PROFILE-LOOKUP-USER
        MOVE VIEW-PROFILE-SLOT TO PROFILE-IDX
        PERFORM 822-READ-PROFILE-RECORD
        IF PROFILE-FOUND-FLAG = 'Y'
            MOVE SPACES TO MNTR-NAME(MENTOR-IDX)
            STRING FUNCTION TRIM(P-FIRST(VIEW-PROFILE-SLOT)) DELIMITED BY SIZE
                   " "                                       DELIMITED BY SIZE
                   FUNCTION TRIM(P-LAST(VIEW-PROFILE-SLOT))  DELIMITED BY SIZE
              INTO MNTR-NAME(MENTOR-IDX)
            END-STRING
            MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(P-MAJOR(VIEW-PROFILE-SLOT)))
              TO MNTR-MAJOR(MENTOR-IDX)
        END-IF
    END-PERFORM

    MOVE "Student / suggested mentor / score (shared major, shared skills)"
      TO MENTOR-LINE-TEXT
    PERFORM 686-WRITE-MENTOR-LINE

    INITIALIZE MENTOR-PAIR-TOTALS
    PERFORM VARYING MENTOR-STUDENT-IDX FROM 1 BY 1
      UNTIL MENTOR-STUDENT-IDX > ACCOUNT-COUNT
        IF ACCT-IS-ACTIVE(MENTOR-STUDENT-IDX)
          AND FUNCTION TRIM(ACCT-ROLE(MENTOR-STUDENT-IDX)) = "STUDENT"
            PERFORM 685-PAIR-ONE-STUDENT
        END-IF
    END-PERFORM
    MOVE SYSTEM-SENDER TO CURRENT-USER

    MOVE "--- Totals ---" TO MENTOR-LINE-TEXT
    PERFORM 686-WRITE-MENTOR-LINE
    MOVE SPACES TO MENTOR-LINE-TEXT
    STRING "Active students:                 " DELIMITED BY SIZE
           MENTOR-STUDENTS-SEEN                DELIMITED BY SIZE
      INTO MENTOR-LINE-TEXT
    END-STRING
    PERFORM 686-WRITE-MENTOR-LINE
    MOVE SPACES TO MENTOR-LINE-TEXT
    STRING "Already mentored or requested:   " DELIMITED BY SIZE
           MENTOR-ALREADY-PAIRED               DELIMITED BY SIZE
      INTO MENTOR-LINE-TEXT
    END-STRING
    PERFORM 686-WRITE-MENTOR-LINE
    MOVE SPACES TO MENTOR-LINE-TEXT
    STRING "Mentor suggested:                " DELIMITED BY SIZE
           MENTOR-SUGGESTED                    DELIMITED BY SIZE
      INTO MENTOR-LINE-TEXT
    END-STRING
    PERFORM 686-WRITE-MENTOR-LINE
    MOVE SPACES TO MENTOR-LINE-TEXT
    STRING "No suitable mentor with capacity:" DELIMITED BY SIZE
           MENTOR-NO-MATCH                     DELIMITED BY SIZE
      INTO MENTOR-LINE-TEXT
    END-STRING
    PERFORM 686-WRITE-MENTOR-LINE
    CLOSE MENTOR-REPORT

    MOVE SPACES TO MESSAGE-BUFFER
    STRING "Mentor pairing complete: "        DELIMITED BY SIZE
           MENTOR-SUGGESTED                   DELIMITED BY SIZE
           " suggestion(s). Report "          DELIMITED BY SIZE
           FUNCTION TRIM(MENTOR-REPORT-NAME)  DELIMITED BY SIZE
      INTO MESSAGE-BUFFER
    END-STRING
    PERFORM 700-DISPLAY-MESSAGE

    MOVE "MENTOR_PAIRING" TO AUDIT-ACTION
    MOVE SPACES TO AUDIT-TARGET
    STRING "suggested "             DELIMITED BY SIZE
           MENTOR-SUGGESTED         DELIMITED BY SIZE
           " unmatched "            DELIMITED BY SIZE
           MENTOR-NO-MATCH          DELIMITED BY SIZE
      INTO AUDIT-TARGET
    END-STRING
    PERFORM 607-WRITE-AUDIT-LOG-ENTRY.

*> Pick the best mentor for the student in MENTOR-STUDENT-IDX.
*> CURRENT-USER is set to the student while candidates are checked so
*> the block test sees the right pair; the caller puts it back.
685-PAIR-ONE-STUDENT.
    MOVE FUNCTION TRIM(ACCT-USER(MENTOR-STUDENT-IDX)) TO MENTOR-STUDENT
    ADD 1 TO MENTOR-STUDENTS-SEEN

    PERFORM VARYING MSHP-IDX FROM 1 BY 1 UNTIL MSHP-IDX > MENTORSHIP-COUNT
        IF FUNCTION TRIM(MSHP-MENTEE(MSHP-IDX)) = MENTOR-STUDENT
          AND (MSHP-IS-REQUESTED(MSHP-IDX) OR MSHP-IS-ACCEPTED(MSHP-IDX))
            ADD 1 TO MENTOR-ALREADY-PAIRED
            EXIT PARAGRAPH
        END-IF
    END-PERFORM

    MOVE SPACES TO MENTOR-STUDENT-MAJOR
    MOVE MENTOR-STUDENT TO PROFILE-LOOKUP-USER
    MOVE OWN-PROFILE-SLOT TO PROFILE-IDX
    PERFORM 822-READ-PROFILE-RECORD
    IF PROFILE-FOUND-FLAG = 'Y'
        MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(P-MAJOR(OWN-PROFILE-SLOT)))
          TO MENTOR-STUDENT-MAJOR
    END-IF

    MOVE MENTOR-STUDENT TO CURRENT-USER
    MOVE 0 TO MENTOR-BEST-IDX
    MOVE 0 TO MENTOR-BEST-SCORE
    MOVE 0 TO MENTOR-BEST-SHARED
    PERFORM VARYING MENTOR-IDX FROM 1 BY 1 UNTIL MENTOR-IDX > MENTOR-COUNT
        MOVE 'N' TO MENTOR-LIST-FLAG
        IF MNTR-IS-AVAILABLE(MENTOR-IDX)
          AND MNTR-LOAD(MENTOR-IDX) < MNTR-CAPACITY(MENTOR-IDX)
          AND FUNCTION TRIM(MNTR-USER(MENTOR-IDX)) NOT = MENTOR-STUDENT
            MOVE 'Y' TO MENTOR-LIST-FLAG
        END-IF
        IF MENTOR-LIST-FLAG = 'Y'
            MOVE FUNCTION TRIM(MNTR-USER(MENTOR-IDX)) TO LOOKUP-USERNAME
            PERFORM 808-CHECK-ACCOUNT-ACTIVE
            PERFORM 807-GET-ACCOUNT-ROLE
            IF ACCOUNT-ACTIVE-FLAG NOT = 'Y'
              OR FUNCTION TRIM(LOOKUP-ACCOUNT-ROLE) NOT = "ALUMNI"
                MOVE 'N' TO MENTOR-LIST-FLAG
            END-IF
        END-IF
        IF MENTOR-LIST-FLAG = 'Y'
            MOVE FUNCTION TRIM(MNTR-USER(MENTOR-IDX)) TO BLOCK-OTHER-USER
            PERFORM 577-CHECK-BLOCKED
            MOVE 'N' TO MENTOR-DECLINED-FLAG
            PERFORM VARYING MSHP-IDX FROM 1 BY 1
              UNTIL MSHP-IDX > MENTORSHIP-COUNT
                IF MSHP-IS-DECLINED(MSHP-IDX)
                  AND FUNCTION TRIM(MSHP-MENTEE(MSHP-IDX)) = MENTOR-STUDENT
                  AND FUNCTION TRIM(MSHP-MENTOR(MSHP-IDX)) =
                      FUNCTION TRIM(MNTR-USER(MENTOR-IDX))
                    MOVE 'Y' TO MENTOR-DECLINED-FLAG
                    EXIT PERFORM
                END-IF
            END-PERFORM
            IF BLOCKED-FLAG = 'Y' OR MENTOR-DECLINED-FLAG = 'Y'
                MOVE 'N' TO MENTOR-LIST-FLAG
            END-IF
        END-IF
        IF MENTOR-LIST-FLAG = 'Y'
            PERFORM 687-COUNT-SHARED-SKILLS
            COMPUTE MENTOR-SCORE = MENTOR-SHARED-SKILLS * 2
            IF MENTOR-STUDENT-MAJOR NOT = SPACES
              AND MNTR-MAJOR(MENTOR-IDX) = MENTOR-STUDENT-MAJOR
                ADD 10 TO MENTOR-SCORE
            END-IF
            *> Ties go to the mentor with the lighter load
            IF MENTOR-SCORE > MENTOR-BEST-SCORE
              OR (MENTOR-SCORE = MENTOR-BEST-SCORE AND MENTOR-SCORE > 0
                  AND MNTR-LOAD(MENTOR-IDX) < MNTR-LOAD(MENTOR-BEST-IDX))
                MOVE MENTOR-IDX TO MENTOR-BEST-IDX
                MOVE MENTOR-SCORE TO MENTOR-BEST-SCORE
                MOVE MENTOR-SHARED-SKILLS TO MENTOR-BEST-SHARED
            END-IF
        END-IF
    END-PERFORM
    MOVE SYSTEM-SENDER TO CURRENT-USER

    IF MENTOR-BEST-IDX = 0
        ADD 1 TO MENTOR-NO-MATCH
        MOVE SPACES TO MENTOR-LINE-TEXT
        STRING MENTOR-STUDENT                          DELIMITED BY SIZE
               " no suitable mentor with an open slot" DELIMITED BY SIZE
          INTO MENTOR-LINE-TEXT
        END-STRING
        PERFORM 686-WRITE-MENTOR-LINE
        EXIT PARAGRAPH
    END-IF

    ADD 1 TO MNTR-LOAD(MENTOR-BEST-IDX)
    ADD 1 TO MENTOR-SUGGESTED

    MOVE SPACES TO MENTOR-LINE-TEXT
    STRING MENTOR-STUDENT                              DELIMITED BY SIZE
           " -> "                                      DELIMITED BY SIZE
           MNTR-USER(MENTOR-BEST-IDX)                  DELIMITED BY SIZE
           " score "                                   DELIMITED BY SIZE
           MENTOR-BEST-SCORE                           DELIMITED BY SIZE
           " ("                                        DELIMITED BY SIZE
           FUNCTION TRIM(MNTR-MAJOR(MENTOR-BEST-IDX))  DELIMITED BY SIZE
           ", "                                        DELIMITED BY SIZE
           MENTOR-BEST-SHARED                          DELIMITED BY SIZE
           " shared skill(s))"                         DELIMITED BY SIZE
      INTO MENTOR-LINE-TEXT
    END-STRING
    PERFORM 686-WRITE-MENTOR-LINE

    MOVE MENTOR-STUDENT TO RECIPIENT-USERNAME
    MOVE SPACES TO MESSAGE-CONTENT-INPUT
    STRING "[Mentorship] Suggested mentor: "              DELIMITED BY SIZE
           FUNCTION TRIM(MNTR-NAME(MENTOR-BEST-IDX))      DELIMITED BY SIZE
           " ("                                           DELIMITED BY SIZE
           FUNCTION TRIM(MNTR-USER(MENTOR-BEST-IDX))      DELIMITED BY SIZE
           "), "                                          DELIMITED BY SIZE
           MENTOR-BEST-SHARED                             DELIMITED BY SIZE
           " completed skill(s) in common. Send a request from Alumni"
                                                          DELIMITED BY SIZE
           " Mentorship > Browse Mentors."                DELIMITED BY SIZE
      INTO MESSAGE-CONTENT-INPUT
    END-STRING
    PERFORM 596-SEND-SYSTEM-MESSAGE.

686-WRITE-MENTOR-LINE.
    MOVE SPACES TO MENTOR-LINE-OUT
    MOVE MENTOR-LINE-TEXT TO MENTOR-LINE-OUT
    WRITE MENTOR-LINE-OUT.

*> MENTOR-SHARED-SKILLS = skills completed by both MENTOR-STUDENT and
*> the mentor in MENTOR-IDX.
687-COUNT-SHARED-SKILLS.
    MOVE 0 TO MENTOR-SHARED-SKILLS
    PERFORM VARYING MENTOR-SKPR-IDX FROM 1 BY 1
      UNTIL MENTOR-SKPR-IDX > SKPR-COUNT
        IF FUNCTION TRIM(SKPR-USER(MENTOR-SKPR-IDX)) = MENTOR-STUDENT
          AND SKPR-COMPLETE(MENTOR-SKPR-IDX) = 'Y'
            PERFORM VARYING MENTOR-SKPR-IDX2 FROM 1 BY 1
              UNTIL MENTOR-SKPR-IDX2 > SKPR-COUNT
                IF FUNCTION TRIM(SKPR-USER(MENTOR-SKPR-IDX2)) =
                   FUNCTION TRIM(MNTR-USER(MENTOR-IDX))
                  AND SKPR-SKILL-ID(MENTOR-SKPR-IDX2) =
                      SKPR-SKILL-ID(MENTOR-SKPR-IDX)
                  AND SKPR-COMPLETE(MENTOR-SKPR-IDX2) = 'Y'
                    ADD 1 TO MENTOR-SHARED-SKILLS
                    EXIT PERFORM
                END-IF
            END-PERFORM
        END-IF
    END-PERFORM.

*> =====================
*> NEW: DUPES run - likely duplicate accounts.  Every profile of an
*> active account is loaded, then compared pairwise.  A pair with the
*> same first and last name plus the same university, or plus the
*> same graduation year, is listed in Duplicates-YYYYMMDD.rpt with
*> both roles, so an admin can review it and merge it from Manage
*> Accounts.  Pairs whose roles would block a merge are flagged.
*> =====================
652-RUN-DUPLICATE-SCAN.
    MOVE SPACES TO DUP-REPORT-NAME
    STRING "Duplicates-"               DELIMITED BY SIZE
           RUN-DATE                    DELIMITED BY SIZE
           ".rpt"                      DELIMITED BY SIZE
      INTO DUP-REPORT-NAME
    END-STRING

    OPEN OUTPUT DUP-REPORT
    IF DUP-FILE-STATUS NOT = "00"
        MOVE "Unable to open duplicate-account report file." TO MESSAGE-BUFFER
        PERFORM 700-DISPLAY-MESSAGE
        EXIT PARAGRAPH
    END-IF

    MOVE "=== InCollege Duplicate Account Review ===" TO DUP-LINE-TEXT
    PERFORM 654-WRITE-DUP-LINE
    MOVE SPACES TO DUP-LINE-TEXT
    STRING "Run date: "               DELIMITED BY SIZE
           RUN-DATE                   DELIMITED BY SIZE
      INTO DUP-LINE-TEXT
    END-STRING
    PERFORM 654-WRITE-DUP-LINE

    *> Load the comparison keys for every active account's profile
    MOVE 0 TO DUP-PROF-COUNT
    PERFORM 825-START-PROFILE-SCAN
    PERFORM UNTIL PROFILE-SCAN-DONE = 'Y'
        PERFORM 826-READ-NEXT-PROFILE
        IF PROFILE-SCAN-DONE NOT = 'Y'
          AND DUP-PROF-COUNT < 1000
            MOVE FUNCTION TRIM(P-USER(VIEW-PROFILE-SLOT)) TO LOOKUP-USERNAME
            PERFORM 808-CHECK-ACCOUNT-ACTIVE
            IF ACCOUNT-ACTIVE-FLAG = 'Y'
                PERFORM 807-GET-ACCOUNT-ROLE
                ADD 1 TO DUP-PROF-COUNT
                MOVE FUNCTION TRIM(P-USER(VIEW-PROFILE-SLOT))
                  TO DP-USER(DUP-PROF-COUNT)
                MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(P-FIRST(VIEW-PROFILE-SLOT)))
                  TO DP-FIRST(DUP-PROF-COUNT)
                MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(P-LAST(VIEW-PROFILE-SLOT)))
                  TO DP-LAST(DUP-PROF-COUNT)
                MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(P-UNIV(VIEW-PROFILE-SLOT)))
                  TO DP-UNIV(DUP-PROF-COUNT)
                MOVE FUNCTION TRIM(P-GRAD(VIEW-PROFILE-SLOT))
                  TO DP-GRAD(DUP-PROF-COUNT)
                MOVE FUNCTION TRIM(LOOKUP-ACCOUNT-ROLE)
                  TO DP-ROLE(DUP-PROF-COUNT)
            END-IF
        END-IF
    END-PERFORM

    MOVE "Account / account / name / matched on / roles" TO DUP-LINE-TEXT
    PERFORM 654-WRITE-DUP-LINE

    MOVE 0 TO DUP-PAIR-COUNT
    PERFORM VARYING DUP-IDX FROM 1 BY 1 UNTIL DUP-IDX >= DUP-PROF-COUNT
        IF DP-FIRST(DUP-IDX) NOT = SPACES AND DP-LAST(DUP-IDX) NOT = SPACES
            PERFORM VARYING DUP-JDX FROM DUP-IDX BY 1
              UNTIL DUP-JDX > DUP-PROF-COUNT
                IF DUP-JDX > DUP-IDX
                  AND DP-FIRST(DUP-JDX) = DP-FIRST(DUP-IDX)
                  AND DP-LAST(DUP-JDX) = DP-LAST(DUP-IDX)
                    PERFORM 657-CHECK-DUPLICATE-PAIR
                END-IF
            END-PERFORM
        END-IF
    END-PERFORM

    MOVE "--- Totals ---" TO DUP-LINE-TEXT
    PERFORM 654-WRITE-DUP-LINE
    MOVE SPACES TO DUP-LINE-TEXT
    STRING "Active profiles compared:  " DELIMITED BY SIZE
           DUP-PROF-COUNT                DELIMITED BY SIZE
      INTO DUP-LINE-TEXT
    END-STRING
    PERFORM 654-WRITE-DUP-LINE
    MOVE SPACES TO DUP-LINE-TEXT
    STRING "Likely duplicate pairs:    " DELIMITED BY SIZE
           DUP-PAIR-COUNT                DELIMITED BY SIZE
      INTO DUP-LINE-TEXT
    END-STRING
    PERFORM 654-WRITE-DUP-LINE
    CLOSE DUP-REPORT

    MOVE SPACES TO MESSAGE-BUFFER
    STRING "Duplicate scan complete: "   DELIMITED BY SIZE
           DUP-PAIR-COUNT                DELIMITED BY SIZE
           " pair(s). Report "           DELIMITED BY SIZE
           FUNCTION TRIM(DUP-REPORT-NAME) DELIMITED BY SIZE
      INTO MESSAGE-BUFFER
    END-STRING
    PERFORM 700-DISPLAY-MESSAGE

    MOVE "DUPLICATE_SCAN" TO AUDIT-ACTION
    MOVE SPACES TO AUDIT-TARGET
    STRING "profiles "              DELIMITED BY SIZE
           DUP-PROF-COUNT           DELIMITED BY SIZE
           " pairs "                DELIMITED BY SIZE
           DUP-PAIR-COUNT           DELIMITED BY SIZE
      INTO AUDIT-TARGET
    END-STRING
    PERFORM 607-WRITE-AUDIT-LOG-ENTRY.

*> DUP-IDX and DUP-JDX share a name; list them when the university
*> or the graduation year also matches.
657-CHECK-DUPLICATE-PAIR.
    MOVE SPACES TO DUP-REASON
    EVALUATE TRUE
        WHEN DP-UNIV(DUP-IDX) NOT = SPACES
          AND DP-UNIV(DUP-JDX) = DP-UNIV(DUP-IDX)
          AND DP-GRAD(DUP-IDX) NOT = SPACES
          AND DP-GRAD(DUP-JDX) = DP-GRAD(DUP-IDX)
            MOVE "university + grad year" TO DUP-REASON
        WHEN DP-UNIV(DUP-IDX) NOT = SPACES
          AND DP-UNIV(DUP-JDX) = DP-UNIV(DUP-IDX)
            MOVE "university" TO DUP-REASON
        WHEN DP-GRAD(DUP-IDX) NOT = SPACES
          AND DP-GRAD(DUP-JDX) = DP-GRAD(DUP-IDX)
            MOVE "grad year" TO DUP-REASON
        WHEN OTHER
            EXIT PARAGRAPH
    END-EVALUATE

    *> Same rule as the merge: roles must match, except that STUDENT
    *> and ALUMNI are compatible
    MOVE SPACES TO DUP-NOTE
    IF DP-ROLE(DUP-IDX) NOT = DP-ROLE(DUP-JDX)
      AND NOT ((DP-ROLE(DUP-IDX) = "STUDENT" OR DP-ROLE(DUP-IDX) = "ALUMNI")
           AND (DP-ROLE(DUP-JDX) = "STUDENT" OR DP-ROLE(DUP-JDX) = "ALUMNI"))
        MOVE " - roles conflict, merge not allowed" TO DUP-NOTE
    END-IF

    ADD 1 TO DUP-PAIR-COUNT
    MOVE SPACES TO DUP-LINE-TEXT
    STRING FUNCTION TRIM(DP-USER(DUP-IDX))   DELIMITED BY SIZE
           " / "                             DELIMITED BY SIZE
           FUNCTION TRIM(DP-USER(DUP-JDX))   DELIMITED BY SIZE
           " / "                             DELIMITED BY SIZE
           FUNCTION TRIM(DP-FIRST(DUP-IDX))  DELIMITED BY SIZE
           " "                               DELIMITED BY SIZE
           FUNCTION TRIM(DP-LAST(DUP-IDX))   DELIMITED BY SIZE
           " / "                             DELIMITED BY SIZE
           FUNCTION TRIM(DUP-REASON)         DELIMITED BY SIZE
           " / "                             DELIMITED BY SIZE
           FUNCTION TRIM(DP-ROLE(DUP-IDX))   DELIMITED BY SIZE
           ", "                              DELIMITED BY SIZE
           FUNCTION TRIM(DP-ROLE(DUP-JDX))   DELIMITED BY SIZE
           DUP-NOTE                          DELIMITED BY SIZE
      INTO DUP-LINE-TEXT
    END-STRING
    PERFORM 654-WRITE-DUP-LINE.

654-WRITE-DUP-LINE.
    MOVE SPACES TO DUP-LINE-OUT
    MOVE DUP-LINE-TEXT TO DUP-LINE-OUT
    WRITE DUP-LINE-OUT.

*> =====================
*> NEW: NIGHTLY run - the batch job stream.  Builds the step table
*> from NIGHTLYSTEPS (BACKUP is always moved to the end), picks up
*> any restart point, runs or skips each step, and logs every step's
*> timestamps, record count and return code to NightlyRun-YYYYMMDD.log.
*> =====================
688-RUN-NIGHTLY.
    MOVE SPACES TO NIGHTLY-LOG-NAME
    STRING "NightlyRun-"               DELIMITED BY SIZE
           RUN-DATE                    DELIMITED BY SIZE
           ".log"                      DELIMITED BY SIZE
      INTO NIGHTLY-LOG-NAME
    END-STRING

    OPEN EXTEND NIGHTLY-LOG
    IF NIGHTLY-LOG-STATUS = "35"
        OPEN OUTPUT NIGHTLY-LOG
    END-IF
    IF NIGHTLY-LOG-STATUS NOT = "00"
        MOVE "Unable to open the nightly run log." TO MESSAGE-BUFFER
        PERFORM 700-DISPLAY-MESSAGE
        EXIT PARAGRAPH
    END-IF

    PERFORM 658-SET-NIGHTLY-STAMP
    MOVE NIGHTLY-STAMP TO NIGHTLY-RUN-START
    MOVE "=== InCollege Nightly Job Stream ===" TO NIGHTLY-LINE-TEXT
    PERFORM 659-WRITE-NIGHTLY-LINE
    MOVE SPACES TO NIGHTLY-LINE-TEXT
    STRING "Run date: "               DELIMITED BY SIZE
           RUN-DATE                   DELIMITED BY SIZE
           "  Started: "              DELIMITED BY SIZE
           NIGHTLY-RUN-START          DELIMITED BY SIZE
      INTO NIGHTLY-LINE-TEXT
    END-STRING
    PERFORM 659-WRITE-NIGHTLY-LINE
    MOVE SPACES TO NIGHTLY-LINE-TEXT
    STRING "Steps: "                        DELIMITED BY SIZE
           FUNCTION TRIM(NIGHTLY-STEP-LIST) DELIMITED BY SIZE
      INTO NIGHTLY-LINE-TEXT
    END-STRING
    PERFORM 659-WRITE-NIGHTLY-LINE

    *> Step table - known steps only, each once, BACKUP last
    MOVE 0 TO NIGHTLY-STEP-COUNT
    MOVE 'N' TO NIGHTLY-BACKUP-FLAG
    MOVE 1 TO NIGHTLY-PTR
    PERFORM UNTIL NIGHTLY-PTR > LENGTH OF NIGHTLY-STEP-LIST
        MOVE SPACES TO NIGHTLY-STEP-NAME
        UNSTRING NIGHTLY-STEP-LIST DELIMITED BY ","
            INTO NIGHTLY-STEP-NAME
            WITH POINTER NIGHTLY-PTR
        END-UNSTRING
        MOVE FUNCTION TRIM(NIGHTLY-STEP-NAME) TO NIGHTLY-STEP-NAME
        EVALUATE NIGHTLY-STEP-NAME
            WHEN SPACES
                CONTINUE
            WHEN "BACKUP"
                MOVE 'Y' TO NIGHTLY-BACKUP-FLAG
            WHEN "RECONCILE"
            WHEN "ROLLOVER"
            WHEN "MATCH"
            WHEN "STATS"
            WHEN "IMPORT"
                MOVE 0 TO NIGHTLY-SCAN-IDX
                PERFORM VARYING NIGHTLY-IDX FROM 1 BY 1
                  UNTIL NIGHTLY-IDX > NIGHTLY-STEP-COUNT
                    IF NS-NAME(NIGHTLY-IDX) = NIGHTLY-STEP-NAME
                        MOVE NIGHTLY-IDX TO NIGHTLY-SCAN-IDX
                    END-IF
                END-PERFORM
                IF NIGHTLY-SCAN-IDX = 0 AND NIGHTLY-STEP-COUNT < 9
                    ADD 1 TO NIGHTLY-STEP-COUNT
                    MOVE NIGHTLY-STEP-NAME TO NS-NAME(NIGHTLY-STEP-COUNT)
                END-IF
            WHEN OTHER
                MOVE SPACES TO NIGHTLY-LINE-TEXT
                STRING "Unknown step "                  DELIMITED BY SIZE
                       FUNCTION TRIM(NIGHTLY-STEP-NAME) DELIMITED BY SIZE
                       " ignored."                      DELIMITED BY SIZE
                  INTO NIGHTLY-LINE-TEXT
                END-STRING
                PERFORM 659-WRITE-NIGHTLY-LINE
        END-EVALUATE
    END-PERFORM
    IF NIGHTLY-BACKUP-FLAG = 'Y'
        ADD 1 TO NIGHTLY-STEP-COUNT
        MOVE "BACKUP" TO NS-NAME(NIGHTLY-STEP-COUNT)
    END-IF

    *> Restart point left by an earlier run with a failed step
    MOVE SPACES TO NIGHTLY-RESTART-DATE NIGHTLY-RESTART-STEP
    MOVE 0 TO NIGHTLY-RESUME-IDX
    OPEN INPUT NIGHTLY-RESTART
    IF NIGHTLY-RESTART-STATUS = "00"
        READ NIGHTLY-RESTART
            NOT AT END
                UNSTRING NIGHTLY-RESTART-REC DELIMITED BY "|"
                    INTO NIGHTLY-RESTART-DATE
                         NIGHTLY-RESTART-STEP
                END-UNSTRING
        END-READ
        CLOSE NIGHTLY-RESTART
    ELSE
        IF NIGHTLY-RESTART-STATUS NOT = "35"
            DISPLAY "Error reading nightly restart point: "
                    NIGHTLY-RESTART-STATUS
        END-IF
    END-IF
    IF NIGHTLY-RESTART-STEP NOT = SPACES
        PERFORM VARYING NIGHTLY-IDX FROM 1 BY 1
          UNTIL NIGHTLY-IDX > NIGHTLY-STEP-COUNT
            IF NS-NAME(NIGHTLY-IDX) = NIGHTLY-RESTART-STEP
                MOVE NIGHTLY-IDX TO NIGHTLY-RESUME-IDX
            END-IF
        END-PERFORM
        MOVE SPACES TO NIGHTLY-LINE-TEXT
        IF NIGHTLY-RESUME-IDX > 0
            STRING "Restarting at "                    DELIMITED BY SIZE
                   FUNCTION TRIM(NIGHTLY-RESTART-STEP) DELIMITED BY SIZE
                   " (failed in the run of "           DELIMITED BY SIZE
                   NIGHTLY-RESTART-DATE                DELIMITED BY SIZE
                   ")"                                 DELIMITED BY SIZE
              INTO NIGHTLY-LINE-TEXT
            END-STRING
        ELSE
            STRING "Restart point "                    DELIMITED BY SIZE
                   FUNCTION TRIM(NIGHTLY-RESTART-STEP) DELIMITED BY SIZE
                   " is not in the step list - running every step"
                                                       DELIMITED BY SIZE
              INTO NIGHTLY-LINE-TEXT
            END-STRING
        END-IF
        PERFORM 659-WRITE-NIGHTLY-LINE
    END-IF

    MOVE 0 TO NIGHTLY-MAX-RC
    MOVE 0 TO NIGHTLY-FAILED-IDX
    MOVE 'N' TO NIGHTLY-RECON-FAILED
    PERFORM VARYING NIGHTLY-IDX FROM 1 BY 1
      UNTIL NIGHTLY-IDX > NIGHTLY-STEP-COUNT
        MOVE 0 TO NS-RC(NIGHTLY-IDX)
        MOVE 0 TO NS-COUNT(NIGHTLY-IDX)
        MOVE SPACES TO NS-COUNT-LABEL(NIGHTLY-IDX) NS-NOTE(NIGHTLY-IDX)
        MOVE SPACES TO NS-START(NIGHTLY-IDX) NS-END(NIGHTLY-IDX)
        EVALUATE TRUE
            WHEN NIGHTLY-IDX < NIGHTLY-RESUME-IDX
                SET NS-WAS-PRIOR(NIGHTLY-IDX) TO TRUE
                MOVE "completed in an earlier run" TO NS-NOTE(NIGHTLY-IDX)
            WHEN NS-NAME(NIGHTLY-IDX) = "MATCH"
              AND NIGHTLY-RECON-FAILED = 'Y'
                SET NS-WAS-SKIPPED(NIGHTLY-IDX) TO TRUE
                MOVE "RECONCILE failed" TO NS-NOTE(NIGHTLY-IDX)
            WHEN NS-NAME(NIGHTLY-IDX) = "BACKUP"
              AND NIGHTLY-FAILED-IDX > 0
                SET NS-WAS-SKIPPED(NIGHTLY-IDX) TO TRUE
                MOVE "an earlier step failed" TO NS-NOTE(NIGHTLY-IDX)
            WHEN OTHER
                PERFORM 689-RUN-NIGHTLY-STEP
        END-EVALUATE

        MOVE SPACES TO NIGHTLY-LINE-TEXT
        IF NS-WAS-RUN(NIGHTLY-IDX)
            EVALUATE TRUE
                WHEN NS-RC-FAILED(NIGHTLY-IDX)
                    MOVE "FAILED" TO NIGHTLY-RC-TEXT
                WHEN NS-RC-WARNING(NIGHTLY-IDX)
                    MOVE "WARNING" TO NIGHTLY-RC-TEXT
                WHEN OTHER
                    MOVE "CLEAN" TO NIGHTLY-RC-TEXT
            END-EVALUATE
            STRING "Step "                              DELIMITED BY SIZE
                   NS-NAME(NIGHTLY-IDX)                 DELIMITED BY SIZE
                   " RC="                               DELIMITED BY SIZE
                   NS-RC(NIGHTLY-IDX)                   DELIMITED BY SIZE
                   " "                                  DELIMITED BY SIZE
                   NIGHTLY-RC-TEXT                      DELIMITED BY SIZE
                   " start "                            DELIMITED BY SIZE
                   NS-START(NIGHTLY-IDX)                DELIMITED BY SIZE
                   " end "                              DELIMITED BY SIZE
                   NS-END(NIGHTLY-IDX)                  DELIMITED BY SIZE
                   " - "                                DELIMITED BY SIZE
                   NS-COUNT(NIGHTLY-IDX)                DELIMITED BY SIZE
                   " "                                  DELIMITED BY SIZE
                   FUNCTION TRIM(NS-COUNT-LABEL(NIGHTLY-IDX))
                                                        DELIMITED BY SIZE
                   " "                                  DELIMITED BY SIZE
                   FUNCTION TRIM(NS-NOTE(NIGHTLY-IDX))  DELIMITED BY SIZE
              INTO NIGHTLY-LINE-TEXT
            END-STRING
        ELSE
            STRING "Step "                              DELIMITED BY SIZE
                   NS-NAME(NIGHTLY-IDX)                 DELIMITED BY SIZE
                   " SKIPPED - "                        DELIMITED BY SIZE
                   FUNCTION TRIM(NS-NOTE(NIGHTLY-IDX))  DELIMITED BY SIZE
              INTO NIGHTLY-LINE-TEXT
            END-STRING
        END-IF
        PERFORM 659-WRITE-NIGHTLY-LINE
    END-PERFORM

    *> A failed step becomes the restart point; a run with no
    *> failure clears it
    OPEN OUTPUT NIGHTLY-RESTART
    IF NIGHTLY-RESTART-STATUS NOT = "00"
        DISPLAY "Error writing nightly restart point: "
                NIGHTLY-RESTART-STATUS
    ELSE
        IF NIGHTLY-FAILED-IDX > 0
            MOVE SPACES TO NIGHTLY-RESTART-REC
            STRING RUN-DATE                           DELIMITED BY SIZE
                   "|"                                DELIMITED BY SIZE
                   FUNCTION TRIM(NS-NAME(NIGHTLY-FAILED-IDX))
                                                      DELIMITED BY SIZE
              INTO NIGHTLY-RESTART-REC
            END-STRING
            WRITE NIGHTLY-RESTART-REC
        END-IF
        CLOSE NIGHTLY-RESTART
    END-IF

    PERFORM 658-SET-NIGHTLY-STAMP
    MOVE SPACES TO NIGHTLY-LINE-TEXT
    IF NIGHTLY-FAILED-IDX > 0
        STRING "Restart point recorded: "          DELIMITED BY SIZE
               FUNCTION TRIM(NS-NAME(NIGHTLY-FAILED-IDX))
                                                   DELIMITED BY SIZE
          INTO NIGHTLY-LINE-TEXT
        END-STRING
    ELSE
        MOVE "No step failed - restart point cleared." TO NIGHTLY-LINE-TEXT
    END-IF
    PERFORM 659-WRITE-NIGHTLY-LINE
    MOVE SPACES TO NIGHTLY-LINE-TEXT
    STRING "Ended: "                 DELIMITED BY SIZE
           NIGHTLY-STAMP             DELIMITED BY SIZE
           "  Highest RC="           DELIMITED BY SIZE
           NIGHTLY-MAX-RC            DELIMITED BY SIZE
      INTO NIGHTLY-LINE-TEXT
    END-STRING
    PERFORM 659-WRITE-NIGHTLY-LINE
    CLOSE NIGHTLY-LOG

    MOVE SYSTEM-SENDER TO CURRENT-USER
    MOVE SPACES TO MESSAGE-BUFFER
    STRING "Nightly run complete: highest RC=" DELIMITED BY SIZE
           NIGHTLY-MAX-RC                      DELIMITED BY SIZE
           ", log in "                         DELIMITED BY SIZE
           FUNCTION TRIM(NIGHTLY-LOG-NAME)     DELIMITED BY SIZE
      INTO MESSAGE-BUFFER
    END-STRING
    PERFORM 700-DISPLAY-MESSAGE

    MOVE "NIGHTLY" TO AUDIT-ACTION
    MOVE SPACES TO AUDIT-TARGET
    STRING FUNCTION TRIM(NIGHTLY-LOG-NAME)   DELIMITED BY SIZE
           " RC="                            DELIMITED BY SIZE
           NIGHTLY-MAX-RC                    DELIMITED BY SIZE
      INTO AUDIT-TARGET
    END-STRING
    PERFORM 607-WRITE-AUDIT-LOG-ENTRY.

*> Run the step in NIGHTLY-IDX and set its return code.  A step's
*> report/dataset status is cleared first, so one that stops before
*> opening anything shows up as failed rather than as a stale "00".
689-RUN-NIGHTLY-STEP.
    MOVE SYSTEM-SENDER TO CURRENT-USER
    SET NS-WAS-RUN(NIGHTLY-IDX) TO TRUE
    PERFORM 658-SET-NIGHTLY-STAMP
    MOVE NIGHTLY-STAMP TO NS-START(NIGHTLY-IDX)
    MOVE SPACES TO NIGHTLY-STEP-STATUS

    EVALUATE NS-NAME(NIGHTLY-IDX)
        WHEN "RECONCILE"
            MOVE SPACES TO RECON-FILE-STATUS
            MOVE 0 TO RECON-TOTAL-EXCEPTIONS
            PERFORM 610-RECONCILE-DATA-FILES
            MOVE RECON-FILE-STATUS TO NIGHTLY-STEP-STATUS
            MOVE RECON-TOTAL-EXCEPTIONS TO NS-COUNT(NIGHTLY-IDX)
            MOVE "exception(s)" TO NS-COUNT-LABEL(NIGHTLY-IDX)
            IF RECON-TOTAL-EXCEPTIONS > 0
                SET NS-RC-WARNING(NIGHTLY-IDX) TO TRUE
            END-IF
        WHEN "ROLLOVER"
            MOVE SPACES TO ROLL-FILE-STATUS
            MOVE 0 TO ROLLOVER-TALLY
            PERFORM 655-RUN-GRADUATION-ROLLOVER
            MOVE ROLL-FILE-STATUS TO NIGHTLY-STEP-STATUS
            MOVE ROLLOVER-TALLY TO NS-COUNT(NIGHTLY-IDX)
            MOVE "account(s) moved" TO NS-COUNT-LABEL(NIGHTLY-IDX)
        WHEN "MATCH"
            MOVE SPACES TO MATCH-FILE-STATUS
            MOVE 0 TO MATCHED-POSTING-COUNT
            PERFORM 620-MATCH-CANDIDATES-TO-JOBS
            MOVE MATCH-FILE-STATUS TO NIGHTLY-STEP-STATUS
            MOVE MATCHED-POSTING-COUNT TO NS-COUNT(NIGHTLY-IDX)
            MOVE "posting(s) ranked" TO NS-COUNT-LABEL(NIGHTLY-IDX)
        WHEN "STATS"
            MOVE SPACES TO STATS-FILE-STATUS
            MOVE 0 TO STATS-CURRENT-GRAND
            PERFORM 650-RUN-STATS
            MOVE STATS-FILE-STATUS TO NIGHTLY-STEP-STATUS
            MOVE STATS-CURRENT-GRAND TO NS-COUNT(NIGHTLY-IDX)
            MOVE "action(s) counted" TO NS-COUNT-LABEL(NIGHTLY-IDX)
        WHEN "IMPORT"
            MOVE SPACES TO IMP-FEED-STATUS IMP-REJ-STATUS
            MOVE 0 TO IMPORT-ACCEPT-COUNT IMPORT-REJECT-COUNT
            PERFORM 680-RUN-IMPORT
            IF IMP-FEED-STATUS NOT = "00"
                MOVE IMP-FEED-STATUS TO NIGHTLY-STEP-STATUS
            ELSE
                MOVE IMP-REJ-STATUS TO NIGHTLY-STEP-STATUS
            END-IF
            MOVE IMPORT-ACCEPT-COUNT TO NS-COUNT(NIGHTLY-IDX)
            MOVE "account(s) imported" TO NS-COUNT-LABEL(NIGHTLY-IDX)
            IF IMPORT-REJECT-COUNT > 0
                SET NS-RC-WARNING(NIGHTLY-IDX) TO TRUE
                STRING IMPORT-REJECT-COUNT       DELIMITED BY SIZE
                       " line(s) rejected"       DELIMITED BY SIZE
                  INTO NS-NOTE(NIGHTLY-IDX)
                END-STRING
            END-IF
        WHEN "BACKUP"
            MOVE SPACES TO BKP-MAN-STATUS
            MOVE 0 TO BACKUP-FILE-TALLY BACKUP-COPY-ERRORS
            PERFORM 630-RUN-BACKUP
            MOVE BKP-MAN-STATUS TO NIGHTLY-STEP-STATUS
            MOVE BACKUP-FILE-TALLY TO NS-COUNT(NIGHTLY-IDX)
            MOVE "file(s) backed up" TO NS-COUNT-LABEL(NIGHTLY-IDX)
            IF NIGHTLY-STEP-STATUS = "00" AND BACKUP-COPY-ERRORS > 0
                SET NS-RC-FAILED(NIGHTLY-IDX) TO TRUE
                STRING BACKUP-COPY-ERRORS        DELIMITED BY SIZE
                       " generation copy(ies) not written"
                                                 DELIMITED BY SIZE
                  INTO NS-NOTE(NIGHTLY-IDX)
                END-STRING
            END-IF
    END-EVALUATE

    IF NIGHTLY-STEP-STATUS NOT = "00"
        SET NS-RC-FAILED(NIGHTLY-IDX) TO TRUE
        MOVE SPACES TO NS-NOTE(NIGHTLY-IDX)
        STRING "report/dataset not written (status " DELIMITED BY SIZE
               NIGHTLY-STEP-STATUS                   DELIMITED BY SIZE
               ")"                                   DELIMITED BY SIZE
          INTO NS-NOTE(NIGHTLY-IDX)
        END-STRING
    END-IF

    PERFORM 658-SET-NIGHTLY-STAMP
    MOVE NIGHTLY-STAMP TO NS-END(NIGHTLY-IDX)
    IF NS-RC(NIGHTLY-IDX) > NIGHTLY-MAX-RC
        MOVE NS-RC(NIGHTLY-IDX) TO NIGHTLY-MAX-RC
    END-IF
    IF NS-RC-FAILED(NIGHTLY-IDX)
        IF NIGHTLY-FAILED-IDX = 0
            MOVE NIGHTLY-IDX TO NIGHTLY-FAILED-IDX
        END-IF
        IF NS-NAME(NIGHTLY-IDX) = "RECONCILE"
            MOVE 'Y' TO NIGHTLY-RECON-FAILED
        END-IF
    END-IF.

*> Wall-clock time as YYYY-MM-DD HH:MM:SS for the run log.
658-SET-NIGHTLY-STAMP.
    MOVE FUNCTION CURRENT-DATE TO NIGHTLY-CLOCK
    MOVE SPACES TO NIGHTLY-STAMP
    STRING NIGHTLY-CLOCK(1:4)   DELIMITED BY SIZE
           "-"                  DELIMITED BY SIZE
           NIGHTLY-CLOCK(5:2)   DELIMITED BY SIZE
           "-"                  DELIMITED BY SIZE
           NIGHTLY-CLOCK(7:2)   DELIMITED BY SIZE
           " "                  DELIMITED BY SIZE
           NIGHTLY-CLOCK(9:2)   DELIMITED BY SIZE
           ":"                  DELIMITED BY SIZE
           NIGHTLY-CLOCK(11:2)  DELIMITED BY SIZE
           ":"                  DELIMITED BY SIZE
           NIGHTLY-CLOCK(13:2)  DELIMITED BY SIZE
      INTO NIGHTLY-STAMP
    END-STRING.

659-WRITE-NIGHTLY-LINE.
    MOVE SPACES TO NIGHTLY-LOG-OUT
    MOVE NIGHTLY-LINE-TEXT TO NIGHTLY-LOG-OUT
    WRITE NIGHTLY-LOG-OUT.

*> =====================
*> NEW: IMPORT run - registrar bulk-enrollment feed.  One student
*> per delimited line; a bad line goes to the reject file with a
*> reason code and the run keeps going.  Reason codes:
*>   SHORTFLD - required field blank
*>   BADUSER  - username longer than 20 characters
*>   DUPUSER  - username already on file
*>   BADYEAR  - graduation year not a 4-digit year in range
*>   BADPASS  - supplied password fails the password rules
*>   LIMIT    - account table full
*> =====================
680-RUN-IMPORT.
    MOVE SPACES TO IMPORT-REJECT-NAME
    STRING "ImportRejects-"            DELIMITED BY SIZE
           RUN-DATE                    DELIMITED BY SIZE
           ".dat"                      DELIMITED BY SIZE
      INTO IMPORT-REJECT-NAME
    END-STRING

    OPEN INPUT IMPORT-FEED
    IF IMP-FEED-STATUS NOT = "00"
        MOVE SPACES TO MESSAGE-BUFFER
        STRING "Unable to open registrar feed "      DELIMITED BY SIZE
               FUNCTION TRIM(IMPORT-FEED-NAME)       DELIMITED BY SIZE
               " (status "                           DELIMITED BY SIZE
               IMP-FEED-STATUS                       DELIMITED BY SIZE
               ")"                                   DELIMITED BY SIZE
          INTO MESSAGE-BUFFER
        END-STRING
        PERFORM 700-DISPLAY-MESSAGE
        EXIT PARAGRAPH
    END-IF

    OPEN OUTPUT IMPORT-REJECTS
    IF IMP-REJ-STATUS NOT = "00"
        MOVE "Unable to open the import reject file." TO MESSAGE-BUFFER
        PERFORM 700-DISPLAY-MESSAGE
        CLOSE IMPORT-FEED
        EXIT PARAGRAPH
    END-IF

    MOVE 0 TO IMPORT-ACCEPT-COUNT
    MOVE 0 TO IMPORT-REJECT-COUNT

    PERFORM FOREVER
        READ IMPORT-FEED AT END EXIT PERFORM END-READ
        IF FUNCTION TRIM(IMPORT-FEED-REC) NOT = SPACES
            PERFORM 681-IMPORT-ONE-STUDENT
        END-IF
    END-PERFORM
    CLOSE IMPORT-FEED

    *> One bulk save after the loop (each accepted profile record was
    *> already written through the indexed file).
    IF IMPORT-ACCEPT-COUNT > 0
        PERFORM 865-SAVE-ACCOUNTS
    END-IF

    MOVE SPACES TO IMPORT-REJECT-REC
    STRING "SUMMARY|accepted="         DELIMITED BY SIZE
           IMPORT-ACCEPT-COUNT         DELIMITED BY SIZE
           "|rejected="                DELIMITED BY SIZE
           IMPORT-REJECT-COUNT         DELIMITED BY SIZE
      INTO IMPORT-REJECT-REC
    END-STRING
    WRITE IMPORT-REJECT-REC
    CLOSE IMPORT-REJECTS

    MOVE SPACES TO MESSAGE-BUFFER
    STRING "Import complete: "                   DELIMITED BY SIZE
           IMPORT-ACCEPT-COUNT                   DELIMITED BY SIZE
           " accepted, "                         DELIMITED BY SIZE
           IMPORT-REJECT-COUNT                   DELIMITED BY SIZE
           " rejected (rejects in "              DELIMITED BY SIZE
           FUNCTION TRIM(IMPORT-REJECT-NAME)     DELIMITED BY SIZE
           ")"                                   DELIMITED BY SIZE
      INTO MESSAGE-BUFFER
    END-STRING
    PERFORM 700-DISPLAY-MESSAGE

    MOVE "IMPORT" TO AUDIT-ACTION
    MOVE SPACES TO AUDIT-TARGET
    STRING FUNCTION TRIM(IMPORT-FEED-NAME)       DELIMITED BY SIZE
           "|"                                   DELIMITED BY SIZE
           IMPORT-ACCEPT-COUNT                   DELIMITED BY SIZE
           " accepted"                           DELIMITED BY SIZE
      INTO AUDIT-TARGET
    END-STRING
    PERFORM 607-WRITE-AUDIT-LOG-ENTRY.

*> Validate and apply one feed line.  Any failure writes the line to
*> the reject file with its reason code and leaves the files alone.
681-IMPORT-ONE-STUDENT.
    MOVE SPACES TO IMP-USERNAME IMP-FIRST IMP-LAST
    MOVE SPACES TO IMP-UNIV IMP-MAJOR IMP-GRAD IMP-PASSWORD
    UNSTRING IMPORT-FEED-REC DELIMITED BY "|"
        INTO IMP-USERNAME
             IMP-FIRST
             IMP-LAST
             IMP-UNIV
             IMP-MAJOR
             IMP-GRAD
             IMP-PASSWORD
    END-UNSTRING

    IF FUNCTION TRIM(IMP-USERNAME) = SPACES
      OR FUNCTION TRIM(IMP-FIRST) = SPACES
      OR FUNCTION TRIM(IMP-LAST) = SPACES
      OR FUNCTION TRIM(IMP-UNIV) = SPACES
      OR FUNCTION TRIM(IMP-MAJOR) = SPACES
        MOVE "SHORTFLD" TO IMPORT-REASON-CODE
        PERFORM 682-WRITE-IMPORT-REJECT
        EXIT PARAGRAPH
    END-IF

    IF FUNCTION LENGTH(FUNCTION TRIM(IMP-USERNAME)) > 20
        MOVE "BADUSER" TO IMPORT-REASON-CODE
        PERFORM 682-WRITE-IMPORT-REJECT
        EXIT PARAGRAPH
    END-IF

    MOVE FUNCTION TRIM(IMP-USERNAME) TO LOOKUP-USERNAME
    PERFORM 806-CHECK-ACCOUNT-EXISTS
    IF ACCOUNT-EXISTS-FLAG = 'Y'
        MOVE "DUPUSER" TO IMPORT-REASON-CODE
        PERFORM 682-WRITE-IMPORT-REJECT
        EXIT PARAGRAPH
    END-IF

    MOVE 'N' TO GRAD-YEAR-IS-VALID
    IF FUNCTION LENGTH(FUNCTION TRIM(IMP-GRAD)) = 4
      AND FUNCTION TRIM(IMP-GRAD) IS NUMERIC
        COMPUTE YEAR-NUM = FUNCTION NUMVAL(IMP-GRAD)
        IF YEAR-NUM >= 1900 AND YEAR-NUM <= 2100
            MOVE 'Y' TO GRAD-YEAR-IS-VALID
        END-IF
    END-IF
    IF GRAD-YEAR-IS-VALID NOT = 'Y'
        MOVE "BADYEAR" TO IMPORT-REASON-CODE
        PERFORM 682-WRITE-IMPORT-REJECT
        EXIT PARAGRAPH
    END-IF

    *> A feed line with no password column gets the standard initial
    *> password; a supplied one must pass the normal password rules.
    IF FUNCTION TRIM(IMP-PASSWORD) = SPACES
        MOVE IMPORT-DEFAULT-PASSWORD TO IMP-PASSWORD
    END-IF
    MOVE FUNCTION TRIM(IMP-PASSWORD) TO INPUT-PASSWORD
    PERFORM 810-VALIDATE-PASSWORD
    IF PASSWORD-VALID-FLAG NOT = 'Y'
        MOVE "BADPASS" TO IMPORT-REASON-CODE
        PERFORM 682-WRITE-IMPORT-REJECT
        EXIT PARAGRAPH
    END-IF

    IF ACCOUNT-COUNT >= MAXIMUM-ACCOUNTS
        MOVE "LIMIT" TO IMPORT-REASON-CODE
        PERFORM 682-WRITE-IMPORT-REJECT
        EXIT PARAGRAPH
    END-IF

    ADD 1 TO ACCOUNT-COUNT
    MOVE FUNCTION TRIM(IMP-USERNAME) TO ACCT-USER(ACCOUNT-COUNT)
    MOVE FUNCTION TRIM(IMP-PASSWORD) TO PASSWORD-WORK
    PERFORM 803-HASH-PASSWORD
    MOVE PASSWORD-HASH TO ACCT-PASS(ACCOUNT-COUNT)
    MOVE "STUDENT" TO ACCT-ROLE(ACCOUNT-COUNT)
    SET ACCT-IS-ACTIVE(ACCOUNT-COUNT) TO TRUE
    MOVE 0 TO ACCT-FAIL-COUNT(ACCOUNT-COUNT)
    *> Imported students sign in with the feed/initial password and
    *> must choose their own at first login.
    MOVE 'Y' TO ACCT-FORCE-FLAG(ACCOUNT-COUNT)
    SET ACCT-IS-VERIFIED(ACCOUNT-COUNT) TO TRUE
    MOVE SPACES TO ACCT-VERIFIED-BY(ACCOUNT-COUNT)
    MOVE SPACES TO ACCT-VERIFIED-DATE(ACCOUNT-COUNT)
    MOVE SPACES TO ACCT-VERIFY-REASON(ACCOUNT-COUNT)

    *> Starter profile with the feed columns mapped onto the stored
    *> profile fields
    MOVE VIEW-PROFILE-SLOT TO PROFILE-IDX
    MOVE SPACES TO PROFILE-ENTRY(PROFILE-IDX)
    MOVE FUNCTION TRIM(IMP-USERNAME) TO P-USER(PROFILE-IDX)
    MOVE FUNCTION TRIM(IMP-FIRST)    TO P-FIRST(PROFILE-IDX)
    MOVE FUNCTION TRIM(IMP-LAST)     TO P-LAST(PROFILE-IDX)
    MOVE FUNCTION TRIM(IMP-UNIV)     TO P-UNIV(PROFILE-IDX)
    MOVE FUNCTION TRIM(IMP-MAJOR)    TO P-MAJOR(PROFILE-IDX)
    MOVE FUNCTION TRIM(IMP-GRAD)     TO P-GRAD(PROFILE-IDX)
    MOVE 0 TO P-EXP-COUNT(PROFILE-IDX)
    MOVE 0 TO P-EDU-COUNT(PROFILE-IDX)
    PERFORM 870-WRITE-PROFILE-RECORD

    ADD 1 TO IMPORT-ACCEPT-COUNT

    MOVE "IMPORT_ACCOUNT" TO AUDIT-ACTION
    MOVE FUNCTION TRIM(IMP-USERNAME) TO AUDIT-TARGET
    PERFORM 607-WRITE-AUDIT-LOG-ENTRY.

682-WRITE-IMPORT-REJECT.
    ADD 1 TO IMPORT-REJECT-COUNT
    MOVE SPACES TO IMPORT-REJECT-REC
    STRING FUNCTION TRIM(IMPORT-REASON-CODE)     DELIMITED BY SIZE
           "|"                                   DELIMITED BY SIZE
           FUNCTION TRIM(IMPORT-FEED-REC)        DELIMITED BY SIZE
      INTO IMPORT-REJECT-REC
    END-STRING
    WRITE IMPORT-REJECT-REC.

*> =====================
*> NEW: Admin account management - deactivate a username (blocking
*> login and cascading cleanup across the files) or reactivate it.
*> =====================
690-MANAGE-ACCOUNTS.
    MOVE "--- Manage Accounts ---" TO MESSAGE-BUFFER
    PERFORM 700-DISPLAY-MESSAGE

    *> NEW: employers waiting on verification are listed up front so
    *> the review queue is visible without knowing the usernames
    MOVE 0 TO VERIFY-PENDING-COUNT
    PERFORM VARYING LOOP-INDEX FROM 1 BY 1
      UNTIL LOOP-INDEX > ACCOUNT-COUNT
        IF ACCT-IS-PENDING-VERIFY(LOOP-INDEX)
            IF VERIFY-PENDING-COUNT = 0
                MOVE "Employers awaiting verification:" TO MESSAGE-BUFFER
                PERFORM 700-DISPLAY-MESSAGE
            END-IF
            ADD 1 TO VERIFY-PENDING-COUNT
            MOVE SPACES TO MESSAGE-BUFFER
            STRING "  "                                   DELIMITED BY SIZE
                   FUNCTION TRIM(ACCT-USER(LOOP-INDEX))   DELIMITED BY SIZE
              INTO MESSAGE-BUFFER
            END-STRING
            PERFORM 700-DISPLAY-MESSAGE
        END-IF
    END-PERFORM

    MOVE "Enter the username to manage:" TO MESSAGE-BUFFER
    PERFORM 700-DISPLAY-MESSAGE
    PERFORM 600-GET-USER-INPUT
    IF NO-MORE-DATA EXIT PARAGRAPH END-IF
    MOVE FUNCTION TRIM(INPUT-BUFFER) TO MANAGE-ACCT-USER

    MOVE 0 TO MANAGE-ACCT-IDX
    PERFORM VARYING LOOP-INDEX FROM 1 BY 1
      UNTIL LOOP-INDEX > ACCOUNT-COUNT
        IF FUNCTION TRIM(MANAGE-ACCT-USER) =
           FUNCTION TRIM(ACCT-USER(LOOP-INDEX))
            MOVE LOOP-INDEX TO MANAGE-ACCT-IDX
            EXIT PERFORM
        END-IF
    END-PERFORM

    IF MANAGE-ACCT-IDX = 0
        MOVE "No account by that username." TO MESSAGE-BUFFER
        PERFORM 700-DISPLAY-MESSAGE
        EXIT PARAGRAPH
    END-IF

    MOVE SPACES TO MESSAGE-BUFFER
    STRING "Account "                                    DELIMITED BY SIZE
           FUNCTION TRIM(MANAGE-ACCT-USER)               DELIMITED BY SIZE
           " ("                                          DELIMITED BY SIZE
           FUNCTION TRIM(ACCT-ROLE(MANAGE-ACCT-IDX))     DELIMITED BY SIZE
           ") is "                                       DELIMITED BY SIZE
           FUNCTION TRIM(ACCT-STATUS(MANAGE-ACCT-IDX))   DELIMITED BY SIZE
      INTO MESSAGE-BUFFER
    END-STRING
    PERFORM 700-DISPLAY-MESSAGE

    IF ACCT-FAIL-COUNT(MANAGE-ACCT-IDX) >= LOCKOUT-ATTEMPT-LIMIT
        MOVE "This account is locked after repeated failed logins."
          TO MESSAGE-BUFFER
        PERFORM 700-DISPLAY-MESSAGE
    END-IF

    *> NEW: employer verification standing
    IF FUNCTION TRIM(ACCT-ROLE(MANAGE-ACCT-IDX)) = "EMPLOYER"
        MOVE SPACES TO MESSAGE-BUFFER
        IF ACCT-IS-PENDING-VERIFY(MANAGE-ACCT-IDX)
            MOVE "Employer verification: PENDING" TO MESSAGE-BUFFER
        ELSE
            STRING "Employer verification: "                     DELIMITED BY SIZE
                   FUNCTION TRIM(ACCT-VERIFY-STATUS(MANAGE-ACCT-IDX))
                                                                 DELIMITED BY SIZE
                   " by "                                        DELIMITED BY SIZE
                   FUNCTION TRIM(ACCT-VERIFIED-BY(MANAGE-ACCT-IDX))
                                                                 DELIMITED BY SIZE
                   " on "                                        DELIMITED BY SIZE
                   FUNCTION TRIM(ACCT-VERIFIED-DATE(MANAGE-ACCT-IDX))
                                                                 DELIMITED BY SIZE
              INTO MESSAGE-BUFFER
            END-STRING
        END-IF
        PERFORM 700-DISPLAY-MESSAGE
        IF ACCT-IS-REJECTED(MANAGE-ACCT-IDX)
            MOVE SPACES TO MESSAGE-BUFFER
            STRING "Rejection reason: "                          DELIMITED BY SIZE
                   FUNCTION TRIM(ACCT-VERIFY-REASON(MANAGE-ACCT-IDX))
                                                                 DELIMITED BY SIZE
              INTO MESSAGE-BUFFER
            END-STRING
            PERFORM 700-DISPLAY-MESSAGE
        END-IF
    END-IF

    MOVE "1. Deactivate Account" TO MESSAGE-BUFFER
    PERFORM 700-DISPLAY-MESSAGE
    MOVE "2. Reactivate Account" TO MESSAGE-BUFFER
    PERFORM 700-DISPLAY-MESSAGE
    MOVE "3. Reset Password" TO MESSAGE-BUFFER
    PERFORM 700-DISPLAY-MESSAGE
    MOVE "4. Clear Login Lockout" TO MESSAGE-BUFFER
    PERFORM 700-DISPLAY-MESSAGE
    *> NEW: shown out of numeric order so the existing option numbers
    *> stay fixed for scripted input
    IF FUNCTION TRIM(ACCT-ROLE(MANAGE-ACCT-IDX)) = "EMPLOYER"
        MOVE "6. Approve Employer" TO MESSAGE-BUFFER
        PERFORM 700-DISPLAY-MESSAGE
        MOVE "7. Reject Employer" TO MESSAGE-BUFFER
        PERFORM 700-DISPLAY-MESSAGE
    END-IF
    MOVE "8. Merge Into Another Account" TO MESSAGE-BUFFER
    PERFORM 700-DISPLAY-MESSAGE
    MOVE "5. Back" TO MESSAGE-BUFFER
    PERFORM 700-DISPLAY-MESSAGE
    MOVE "Enter your choice:" TO MESSAGE-BUFFER
    PERFORM 700-DISPLAY-MESSAGE

    PERFORM 600-GET-USER-INPUT
    IF NO-MORE-DATA EXIT PARAGRAPH END-IF
    MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(INPUT-BUFFER)) TO NORMALIZED-INPUT

    EVALUATE TRUE
        WHEN NORMALIZED-INPUT = "1" OR NORMALIZED-INPUT = "DEACTIVATE"
            PERFORM 691-DEACTIVATE-ACCOUNT
        WHEN NORMALIZED-INPUT = "2" OR NORMALIZED-INPUT = "REACTIVATE"
            PERFORM 692-REACTIVATE-ACCOUNT
        WHEN NORMALIZED-INPUT = "3" OR NORMALIZED-INPUT = "RESET PASSWORD"
            PERFORM 693-RESET-ACCOUNT-PASSWORD
        WHEN NORMALIZED-INPUT = "4" OR NORMALIZED-INPUT = "CLEAR LOGIN LOCKOUT"
          OR NORMALIZED-INPUT = "CLEAR LOCKOUT"
            PERFORM 694-CLEAR-LOGIN-LOCKOUT
        WHEN NORMALIZED-INPUT = "6" OR NORMALIZED-INPUT = "APPROVE EMPLOYER"
          OR NORMALIZED-INPUT = "APPROVE"
            PERFORM 695-APPROVE-EMPLOYER
        WHEN NORMALIZED-INPUT = "7" OR NORMALIZED-INPUT = "REJECT EMPLOYER"
          OR NORMALIZED-INPUT = "REJECT"
            PERFORM 696-REJECT-EMPLOYER
        WHEN NORMALIZED-INPUT = "8" OR NORMALIZED-INPUT = "MERGE"
          OR NORMALIZED-INPUT = "MERGE INTO ANOTHER ACCOUNT"
            PERFORM 627-MERGE-ACCOUNTS
        WHEN OTHER
            CONTINUE
    END-EVALUATE.

*> =====================
*> NEW: Deactivate the account in MANAGE-ACCT-IDX: block login,
*> withdraw pending connection requests in both directions, retire
*> open postings, withdraw SUBMITTED applications (notifying the
*> employer), and leave everything else on file dormant.
*> =====================
691-DEACTIVATE-ACCOUNT.
    IF FUNCTION TRIM(MANAGE-ACCT-USER) = FUNCTION TRIM(CURRENT-USER)
        MOVE "You cannot deactivate your own account." TO MESSAGE-BUFFER
        PERFORM 700-DISPLAY-MESSAGE
        EXIT PARAGRAPH
    END-IF
    IF ACCT-IS-INACTIVE(MANAGE-ACCT-IDX)
        MOVE "That account is already deactivated." TO MESSAGE-BUFFER
        PERFORM 700-DISPLAY-MESSAGE
        EXIT PARAGRAPH
    END-IF

    SET ACCT-IS-INACTIVE(MANAGE-ACCT-IDX) TO TRUE
    PERFORM 865-SAVE-ACCOUNTS

    *> Withdraw pending requests they sent (primary-key scan)...
    MOVE FUNCTION TRIM(MANAGE-ACCT-USER) TO CONN-REC-SENDER
    MOVE LOW-VALUES TO CONN-REC-RECEIVER
    START USER-CONNECTIONS KEY IS >= CONN-REC-KEY
        INVALID KEY MOVE "10" TO CONNECTION-FILE-STATUS
    END-START
    IF CONNECTION-FILE-STATUS = "00"
        PERFORM FOREVER
            READ USER-CONNECTIONS NEXT RECORD
                AT END EXIT PERFORM
            END-READ
            IF FUNCTION TRIM(CONN-REC-SENDER) NOT =
               FUNCTION TRIM(MANAGE-ACCT-USER)
                EXIT PERFORM
            END-IF
            DELETE USER-CONNECTIONS RECORD
        END-PERFORM
    END-IF

    *> ...and the ones addressed to them (receiver alternate key)
    MOVE FUNCTION TRIM(MANAGE-ACCT-USER) TO CONN-REC-RECEIVER
    START USER-CONNECTIONS KEY IS >= CONN-REC-RECEIVER
        INVALID KEY MOVE "10" TO CONNECTION-FILE-STATUS
    END-START
    IF CONNECTION-FILE-STATUS = "00"
        PERFORM FOREVER
            READ USER-CONNECTIONS NEXT RECORD
                AT END EXIT PERFORM
            END-READ
            IF FUNCTION TRIM(CONN-REC-RECEIVER) NOT =
               FUNCTION TRIM(MANAGE-ACCT-USER)
                EXIT PERFORM
            END-IF
            DELETE USER-CONNECTIONS RECORD
        END-PERFORM
    END-IF

    *> Retire their open postings
    MOVE 0 TO CASCADE-CHANGE-TALLY
    PERFORM VARYING LOOP-INDEX FROM 1 BY 1 UNTIL LOOP-INDEX > JOB-COUNT
        IF FUNCTION TRIM(J-POSTER(LOOP-INDEX)) =
           FUNCTION TRIM(MANAGE-ACCT-USER)
          AND J-STATUS-OPEN(LOOP-INDEX)
            SET J-STATUS-EXPIRED(LOOP-INDEX) TO TRUE
            ADD 1 TO CASCADE-CHANGE-TALLY
        END-IF
    END-PERFORM
    IF CASCADE-CHANGE-TALLY > 0
        PERFORM 933-SAVE-JOBS
    END-IF

    *> Withdraw their SUBMITTED applications and tell each employer.
    *> The loop runs on the notification index - the send reaches the
    *> message save, which cycles LOOP-INDEX (the 944 convention).
    MOVE 0 TO CASCADE-CHANGE-TALLY
    PERFORM VARYING NOTIFY-APP-IDX FROM 1 BY 1
      UNTIL NOTIFY-APP-IDX > APPLICATION-COUNT
        IF FUNCTION TRIM(APP-USER(NOTIFY-APP-IDX)) =
           FUNCTION TRIM(MANAGE-ACCT-USER)
          AND APP-STATUS-SUBMITTED(NOTIFY-APP-IDX)
            SET APP-STATUS-WITHDRAWN(NOTIFY-APP-IDX) TO TRUE
            MOVE RUN-DATE TO APP-STATUS-DATE(NOTIFY-APP-IDX)
            ADD 1 TO CASCADE-CHANGE-TALLY
            IF APP-JOBID(NOTIFY-APP-IDX) >= 1
              AND APP-JOBID(NOTIFY-APP-IDX) <= JOB-COUNT
                MOVE FUNCTION TRIM(J-POSTER(APP-JOBID(NOTIFY-APP-IDX)))
                  TO RECIPIENT-USERNAME
                MOVE SPACES TO MESSAGE-CONTENT-INPUT
                STRING "The application from "               DELIMITED BY SIZE
                       FUNCTION TRIM(MANAGE-ACCT-USER)       DELIMITED BY SIZE
                       " for "                               DELIMITED BY SIZE
                       FUNCTION TRIM(J-TITLE(
                         APP-JOBID(NOTIFY-APP-IDX)))         DELIMITED BY SIZE
                       " has been withdrawn."                DELIMITED BY SIZE
                  INTO MESSAGE-CONTENT-INPUT
                END-STRING
                PERFORM 596-SEND-SYSTEM-MESSAGE
            END-IF
        END-IF
    END-PERFORM
    IF CASCADE-CHANGE-TALLY > 0
        PERFORM 945-SAVE-APPLICATIONS
    END-IF

    MOVE SPACES TO MESSAGE-BUFFER
    STRING "Account "                          DELIMITED BY SIZE
           FUNCTION TRIM(MANAGE-ACCT-USER)     DELIMITED BY SIZE
           " deactivated."                     DELIMITED BY SIZE
      INTO MESSAGE-BUFFER
    END-STRING
    PERFORM 700-DISPLAY-MESSAGE

    MOVE "DEACTIVATE_ACCOUNT" TO AUDIT-ACTION
    MOVE FUNCTION TRIM(MANAGE-ACCT-USER) TO AUDIT-TARGET
    PERFORM 607-WRITE-AUDIT-LOG-ENTRY.

*> =====================
*> NEW: Reactivate the account in MANAGE-ACCT-IDX.  Only the login
*> block is undone - withdrawn requests and retired postings stay as
*> they are.
*> =====================
692-REACTIVATE-ACCOUNT.
    IF ACCT-IS-ACTIVE(MANAGE-ACCT-IDX)
        MOVE "That account is already active." TO MESSAGE-BUFFER
        PERFORM 700-DISPLAY-MESSAGE
        EXIT PARAGRAPH
    END-IF

    SET ACCT-IS-ACTIVE(MANAGE-ACCT-IDX) TO TRUE
    PERFORM 865-SAVE-ACCOUNTS

    MOVE SPACES TO MESSAGE-BUFFER
    STRING "Account "                          DELIMITED BY SIZE
           FUNCTION TRIM(MANAGE-ACCT-USER)     DELIMITED BY SIZE
           " reactivated."                     DELIMITED BY SIZE
      INTO MESSAGE-BUFFER
    END-STRING
    PERFORM 700-DISPLAY-MESSAGE

    MOVE "REACTIVATE_ACCOUNT" TO AUDIT-ACTION
    MOVE FUNCTION TRIM(MANAGE-ACCT-USER) TO AUDIT-TARGET
    PERFORM 607-WRITE-AUDIT-LOG-ENTRY.

*> =====================
*> NEW: Admin password reset.  The temporary password goes through
*> the normal validation/hashing path, the lockout count is cleared,
*> and the user must choose their own password at the next login.
*> =====================
693-RESET-ACCOUNT-PASSWORD.
    MOVE "Enter a temporary password for this account:" TO MESSAGE-BUFFER
    PERFORM 700-DISPLAY-MESSAGE
    PERFORM 600-GET-USER-INPUT
    IF NO-MORE-DATA EXIT PARAGRAPH END-IF
    MOVE FUNCTION TRIM(INPUT-BUFFER) TO INPUT-PASSWORD

    PERFORM 810-VALIDATE-PASSWORD
    IF PASSWORD-VALID-FLAG NOT = 'Y'
        MOVE "Invalid password. Password must be 8-12 characters and include at least one capital letter, one digit, and one special character."
            TO MESSAGE-BUFFER
        PERFORM 700-DISPLAY-MESSAGE
        EXIT PARAGRAPH
    END-IF

    MOVE FUNCTION TRIM(INPUT-PASSWORD) TO PASSWORD-WORK
    PERFORM 803-HASH-PASSWORD
    MOVE PASSWORD-HASH TO ACCT-PASS(MANAGE-ACCT-IDX)
    MOVE 'Y' TO ACCT-FORCE-FLAG(MANAGE-ACCT-IDX)
    MOVE 0 TO ACCT-FAIL-COUNT(MANAGE-ACCT-IDX)
    PERFORM 865-SAVE-ACCOUNTS

    MOVE "Temporary password set - the user must choose a new one at next login."
      TO MESSAGE-BUFFER
    PERFORM 700-DISPLAY-MESSAGE

    MOVE "RESET_PASSWORD" TO AUDIT-ACTION
    MOVE FUNCTION TRIM(MANAGE-ACCT-USER) TO AUDIT-TARGET
    PERFORM 607-WRITE-AUDIT-LOG-ENTRY.

*> =====================
*> NEW: Clear a login lockout without touching the password.
*> =====================
694-CLEAR-LOGIN-LOCKOUT.
    MOVE 0 TO ACCT-FAIL-COUNT(MANAGE-ACCT-IDX)
    PERFORM 865-SAVE-ACCOUNTS

    MOVE "Login lockout cleared." TO MESSAGE-BUFFER
    PERFORM 700-DISPLAY-MESSAGE

    MOVE "CLEAR_LOCKOUT" TO AUDIT-ACTION
    MOVE FUNCTION TRIM(MANAGE-ACCT-USER) TO AUDIT-TARGET
    PERFORM 607-WRITE-AUDIT-LOG-ENTRY.

*> =====================
*> NEW: Approve the employer in MANAGE-ACCT-IDX.  Records the
*> approving admin and the run date, tells the employer through
*> Messages, and releases the saved-search alerts for any OPEN
*> postings that were held back while the account was unverified.
*> =====================
695-APPROVE-EMPLOYER.
    IF FUNCTION TRIM(ACCT-ROLE(MANAGE-ACCT-IDX)) NOT = "EMPLOYER"
        MOVE "Only Employer accounts go through verification." TO MESSAGE-BUFFER
        PERFORM 700-DISPLAY-MESSAGE
        EXIT PARAGRAPH
    END-IF
    IF ACCT-IS-VERIFIED(MANAGE-ACCT-IDX)
        MOVE "That employer is already verified." TO MESSAGE-BUFFER
        PERFORM 700-DISPLAY-MESSAGE
        EXIT PARAGRAPH
    END-IF

    SET ACCT-IS-VERIFIED(MANAGE-ACCT-IDX) TO TRUE
    MOVE FUNCTION TRIM(CURRENT-USER) TO ACCT-VERIFIED-BY(MANAGE-ACCT-IDX)
    MOVE RUN-DATE TO ACCT-VERIFIED-DATE(MANAGE-ACCT-IDX)
    MOVE SPACES TO ACCT-VERIFY-REASON(MANAGE-ACCT-IDX)
    PERFORM 865-SAVE-ACCOUNTS

    MOVE FUNCTION TRIM(MANAGE-ACCT-USER) TO RECIPIENT-USERNAME
    MOVE "Your employer account has been verified. Your postings are now visible to students and you can search profiles."
      TO MESSAGE-CONTENT-INPUT
    PERFORM 596-SEND-SYSTEM-MESSAGE

    *> Held postings go live now - send the alerts they missed.  The
    *> loop runs on its own index because the alert fan-out reaches
    *> the message save, which cycles LOOP-INDEX.
    MOVE 0 TO VERIFY-HELD-COUNT
    PERFORM VARYING VERIFY-JOB-IDX FROM 1 BY 1
      UNTIL VERIFY-JOB-IDX > JOB-COUNT
        IF FUNCTION TRIM(J-POSTER(VERIFY-JOB-IDX)) =
           FUNCTION TRIM(MANAGE-ACCT-USER)
          AND J-STATUS-OPEN(VERIFY-JOB-IDX)
            ADD 1 TO VERIFY-HELD-COUNT
            MOVE VERIFY-JOB-IDX TO ALERT-JOB-IDX
            PERFORM 948-SEND-JOB-ALERTS
        END-IF
    END-PERFORM

    MOVE SPACES TO MESSAGE-BUFFER
    STRING "Employer "                         DELIMITED BY SIZE
           FUNCTION TRIM(MANAGE-ACCT-USER)     DELIMITED BY SIZE
           " approved; "                       DELIMITED BY SIZE
           VERIFY-HELD-COUNT                   DELIMITED BY SIZE
           " open posting(s) released."        DELIMITED BY SIZE
      INTO MESSAGE-BUFFER
    END-STRING
    PERFORM 700-DISPLAY-MESSAGE

    MOVE "APPROVE_EMPLOYER" TO AUDIT-ACTION
    MOVE FUNCTION TRIM(MANAGE-ACCT-USER) TO AUDIT-TARGET
    PERFORM 607-WRITE-AUDIT-LOG-ENTRY.

*> =====================
*> NEW: Reject the employer in MANAGE-ACCT-IDX with a required
*> reason.  Their postings stay held back; the employer is told why
*> through Messages and may be approved later if they resolve it.
*> =====================
696-REJECT-EMPLOYER.
    IF FUNCTION TRIM(ACCT-ROLE(MANAGE-ACCT-IDX)) NOT = "EMPLOYER"
        MOVE "Only Employer accounts go through verification." TO MESSAGE-BUFFER
        PERFORM 700-DISPLAY-MESSAGE
        EXIT PARAGRAPH
    END-IF
    IF ACCT-IS-REJECTED(MANAGE-ACCT-IDX)
        MOVE "That employer has already been rejected." TO MESSAGE-BUFFER
        PERFORM 700-DISPLAY-MESSAGE
        EXIT PARAGRAPH
    END-IF

    MOVE "Enter the reason for rejection:" TO MESSAGE-BUFFER
    PERFORM 700-DISPLAY-MESSAGE
    PERFORM 600-GET-USER-INPUT
    IF NO-MORE-DATA EXIT PARAGRAPH END-IF
    MOVE FUNCTION TRIM(INPUT-BUFFER) TO VERIFY-REASON-INPUT
    IF VERIFY-REASON-INPUT = SPACES
        MOVE "A reason is required to reject an employer." TO MESSAGE-BUFFER
        PERFORM 700-DISPLAY-MESSAGE
        EXIT PARAGRAPH
    END-IF

    SET ACCT-IS-REJECTED(MANAGE-ACCT-IDX) TO TRUE
    MOVE FUNCTION TRIM(CURRENT-USER) TO ACCT-VERIFIED-BY(MANAGE-ACCT-IDX)
    MOVE RUN-DATE TO ACCT-VERIFIED-DATE(MANAGE-ACCT-IDX)
    MOVE VERIFY-REASON-INPUT TO ACCT-VERIFY-REASON(MANAGE-ACCT-IDX)
    PERFORM 865-SAVE-ACCOUNTS

    MOVE FUNCTION TRIM(MANAGE-ACCT-USER) TO RECIPIENT-USERNAME
    MOVE SPACES TO MESSAGE-CONTENT-INPUT
    STRING "Your employer account could not be verified: "  DELIMITED BY SIZE
           FUNCTION TRIM(VERIFY-REASON-INPUT)              DELIMITED BY SIZE
      INTO MESSAGE-CONTENT-INPUT
    END-STRING
    PERFORM 596-SEND-SYSTEM-MESSAGE

    MOVE SPACES TO MESSAGE-BUFFER
    STRING "Employer "                         DELIMITED BY SIZE
           FUNCTION TRIM(MANAGE-ACCT-USER)     DELIMITED BY SIZE
           " rejected."                        DELIMITED BY SIZE
      INTO MESSAGE-BUFFER
    END-STRING
    PERFORM 700-DISPLAY-MESSAGE

    MOVE "REJECT_EMPLOYER" TO AUDIT-ACTION
    MOVE SPACES TO AUDIT-TARGET
    STRING FUNCTION TRIM(MANAGE-ACCT-USER)     DELIMITED BY SIZE
           ": "                                DELIMITED BY SIZE
           FUNCTION TRIM(VERIFY-REASON-INPUT)  DELIMITED BY SIZE
      INTO AUDIT-TARGET
    END-STRING
    PERFORM 607-WRITE-AUDIT-LOG-ENTRY.

*> =====================
*> NEW: Merge the managed account (the loser) into another account
*> (the survivor).  Refused, with the reason shown, when either
*> account is missing or deactivated, the roles conflict (STUDENT and
*> ALUMNI are treated as compatible), or both accounts applied to the
*> same posting.  Interviews hang off their application id, so they
*> move with the applications.  The loser's profile stays on file but
*> is hidden once the account is deactivated.
*> =====================
627-MERGE-ACCOUNTS.
    MOVE FUNCTION TRIM(MANAGE-ACCT-USER) TO MERGE-LOSER
    MOVE SPACES TO MERGE-REFUSE-REASON

    MOVE "Enter the username to merge this account into:" TO MESSAGE-BUFFER
    PERFORM 700-DISPLAY-MESSAGE
    PERFORM 600-GET-USER-INPUT
    IF NO-MORE-DATA EXIT PARAGRAPH END-IF
    MOVE FUNCTION TRIM(INPUT-BUFFER) TO MERGE-SURVIVOR

    MOVE 0 TO MERGE-SURV-IDX
    PERFORM VARYING LOOP-INDEX FROM 1 BY 1
      UNTIL LOOP-INDEX > ACCOUNT-COUNT
        IF FUNCTION TRIM(MERGE-SURVIVOR) =
           FUNCTION TRIM(ACCT-USER(LOOP-INDEX))
            MOVE LOOP-INDEX TO MERGE-SURV-IDX
            EXIT PERFORM
        END-IF
    END-PERFORM

    MOVE FUNCTION TRIM(ACCT-ROLE(MANAGE-ACCT-IDX)) TO MERGE-LOSER-ROLE
    IF MERGE-SURV-IDX > 0
        MOVE FUNCTION TRIM(ACCT-ROLE(MERGE-SURV-IDX)) TO MERGE-SURV-ROLE
    END-IF

    EVALUATE TRUE
        WHEN MERGE-SURV-IDX = 0
            MOVE "no account by that username." TO MERGE-REFUSE-REASON
        WHEN MERGE-SURVIVOR = MERGE-LOSER
            MOVE "an account cannot be merged into itself."
              TO MERGE-REFUSE-REASON
        WHEN MERGE-LOSER = FUNCTION TRIM(CURRENT-USER)
            MOVE "you cannot merge away your own account."
              TO MERGE-REFUSE-REASON
        WHEN ACCT-IS-INACTIVE(MANAGE-ACCT-IDX)
            MOVE "the account being merged is already deactivated."
              TO MERGE-REFUSE-REASON
        WHEN ACCT-IS-INACTIVE(MERGE-SURV-IDX)
            MOVE "the surviving account is deactivated."
              TO MERGE-REFUSE-REASON
        WHEN MERGE-LOSER-ROLE NOT = MERGE-SURV-ROLE
          AND NOT ((MERGE-LOSER-ROLE = "STUDENT" OR MERGE-LOSER-ROLE = "ALUMNI")
               AND (MERGE-SURV-ROLE = "STUDENT" OR MERGE-SURV-ROLE = "ALUMNI"))
            STRING "conflicting roles ("          DELIMITED BY SIZE
                   FUNCTION TRIM(MERGE-LOSER-ROLE) DELIMITED BY SIZE
                   " vs "                         DELIMITED BY SIZE
                   FUNCTION TRIM(MERGE-SURV-ROLE)  DELIMITED BY SIZE
                   ")."                           DELIMITED BY SIZE
              INTO MERGE-REFUSE-REASON
            END-STRING
        WHEN OTHER
            *> Both accounts applied to the same posting
            PERFORM VARYING MERGE-IDX FROM 1 BY 1
              UNTIL MERGE-IDX > APPLICATION-COUNT
                 OR MERGE-REFUSE-REASON NOT = SPACES
                IF FUNCTION TRIM(APP-USER(MERGE-IDX)) = MERGE-LOSER
                    PERFORM VARYING MERGE-JDX FROM 1 BY 1
                      UNTIL MERGE-JDX > APPLICATION-COUNT
                        IF FUNCTION TRIM(APP-USER(MERGE-JDX)) = MERGE-SURVIVOR
                          AND APP-JOBID(MERGE-JDX) = APP-JOBID(MERGE-IDX)
                            IF APP-JOBID(MERGE-IDX) >= 1
                              AND APP-JOBID(MERGE-IDX) <= JOB-COUNT
                                MOVE SPACES TO MERGE-REFUSE-REASON
                                STRING "both accounts applied to "
                                         DELIMITED BY SIZE
                                       FUNCTION TRIM(J-TITLE(
                                         APP-JOBID(MERGE-IDX)))
                                         DELIMITED BY SIZE
                                       "."  DELIMITED BY SIZE
                                  INTO MERGE-REFUSE-REASON
                                END-STRING
                            ELSE
                                MOVE SPACES TO MERGE-REFUSE-REASON
                                STRING "both accounts applied to posting "
                                         DELIMITED BY SIZE
                                       APP-JOBID(MERGE-IDX)
                                         DELIMITED BY SIZE
                                       "."  DELIMITED BY SIZE
                                  INTO MERGE-REFUSE-REASON
                                END-STRING
                            END-IF
                            EXIT PERFORM
                        END-IF
                    END-PERFORM
                END-IF
            END-PERFORM
    END-EVALUATE

    IF MERGE-REFUSE-REASON NOT = SPACES
        MOVE SPACES TO MESSAGE-BUFFER
        STRING "Merge refused: "                  DELIMITED BY SIZE
               FUNCTION TRIM(MERGE-REFUSE-REASON) DELIMITED BY SIZE
          INTO MESSAGE-BUFFER
        END-STRING
        PERFORM 700-DISPLAY-MESSAGE
        EXIT PARAGRAPH
    END-IF

    MOVE SPACES TO MESSAGE-BUFFER
    STRING "Merge "                      DELIMITED BY SIZE
           MERGE-LOSER                   DELIMITED BY SPACE
           " into "                      DELIMITED BY SIZE
           MERGE-SURVIVOR                DELIMITED BY SPACE
           "? Everything on file moves to " DELIMITED BY SIZE
           MERGE-SURVIVOR                DELIMITED BY SPACE
           " and "                       DELIMITED BY SIZE
           MERGE-LOSER                   DELIMITED BY SPACE
           " is deactivated. (Y/N)"      DELIMITED BY SIZE
      INTO MESSAGE-BUFFER
    END-STRING
    PERFORM 700-DISPLAY-MESSAGE
    PERFORM 600-GET-USER-INPUT
    IF NO-MORE-DATA EXIT PARAGRAPH END-IF
    MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(INPUT-BUFFER))
      TO NORMALIZED-INPUT
    IF NORMALIZED-INPUT NOT = "Y" AND NORMALIZED-INPUT NOT = "YES"
        MOVE "Merge cancelled." TO MESSAGE-BUFFER
        PERFORM 700-DISPLAY-MESSAGE
        EXIT PARAGRAPH
    END-IF

    MOVE 0 TO MERGE-TOTAL-ROWS
    MOVE 0 TO MERGE-FILE-COUNT
    PERFORM 628-MERGE-CONNECTIONS
    PERFORM 629-MERGE-MESSAGES
    PERFORM 636-MERGE-JOB-RECORDS
    PERFORM 639-MERGE-PERSONAL-RECORDS
    PERFORM 647-MERGE-EVENT-RECORDS

    *> Retire the losing account
    SET ACCT-IS-INACTIVE(MANAGE-ACCT-IDX) TO TRUE
    PERFORM 865-SAVE-ACCOUNTS
    MOVE 1 TO MERGE-ROW-COUNT
    MOVE "MERGE_ACCOUNT" TO MERGE-AUDIT-ACTION
    PERFORM 649-WRITE-MERGE-AUDIT

    MOVE SPACES TO MESSAGE-BUFFER
    STRING "Account "                 DELIMITED BY SIZE
           MERGE-LOSER                DELIMITED BY SPACE
           " merged into "            DELIMITED BY SIZE
           MERGE-SURVIVOR             DELIMITED BY SPACE
           ": "                       DELIMITED BY SIZE
           MERGE-TOTAL-ROWS           DELIMITED BY SIZE
           " record(s) changed in "   DELIMITED BY SIZE
           MERGE-FILE-COUNT           DELIMITED BY SIZE
           " file(s)."                DELIMITED BY SIZE
      INTO MESSAGE-BUFFER
    END-STRING
    PERFORM 700-DISPLAY-MESSAGE.

*> Permanent connections first, so the pending pass can drop requests
*> between users who are already connected.  Rows are collected into
*> MERGE-PAIR-TABLE before any key changes so the browse is not upset
*> by its own deletes.
628-MERGE-CONNECTIONS.
    MOVE 0 TO MERGE-ROW-COUNT
    MOVE 0 TO MERGE-PAIR-COUNT
    MOVE MERGE-LOSER TO PERM-REC-USER1
    START PERMANENT-CONNECTIONS KEY IS >= PERM-REC-USER1
        INVALID KEY MOVE "10" TO PERM-CONN-FILE-STATUS
    END-START
    IF PERM-CONN-FILE-STATUS = "00"
        PERFORM FOREVER
            READ PERMANENT-CONNECTIONS NEXT RECORD
                AT END EXIT PERFORM
            END-READ
            IF FUNCTION TRIM(PERM-REC-USER1) NOT = MERGE-LOSER
                EXIT PERFORM
            END-IF
            IF MERGE-PAIR-COUNT < 500
                ADD 1 TO MERGE-PAIR-COUNT
                MOVE PERM-REC-USER2 TO MG-OTHER(MERGE-PAIR-COUNT)
            END-IF
        END-PERFORM
    END-IF

    PERFORM VARYING MERGE-IDX FROM 1 BY 1
      UNTIL MERGE-IDX > MERGE-PAIR-COUNT
        ADD 1 TO MERGE-ROW-COUNT
        MOVE MERGE-LOSER TO PERM-REC-USER1
        MOVE MG-OTHER(MERGE-IDX) TO PERM-REC-USER2
        DELETE PERMANENT-CONNECTIONS RECORD
            INVALID KEY CONTINUE
        END-DELETE
        MOVE MG-OTHER(MERGE-IDX) TO PERM-REC-USER1
        MOVE MERGE-LOSER TO PERM-REC-USER2
        DELETE PERMANENT-CONNECTIONS RECORD
            INVALID KEY CONTINUE
        END-DELETE

        IF FUNCTION TRIM(MG-OTHER(MERGE-IDX)) NOT = MERGE-SURVIVOR
            MOVE 'Y' TO MERGE-EXISTS-FLAG
            MOVE MERGE-SURVIVOR TO PERM-REC-USER1
            MOVE MG-OTHER(MERGE-IDX) TO PERM-REC-USER2
            READ PERMANENT-CONNECTIONS KEY IS PERM-REC-KEY
                INVALID KEY MOVE 'N' TO MERGE-EXISTS-FLAG
            END-READ
            IF MERGE-EXISTS-FLAG = 'N'
                MOVE MERGE-SURVIVOR TO PERM-REC-USER1
                MOVE MG-OTHER(MERGE-IDX) TO PERM-REC-USER2
                WRITE PERM-CONNECTION-REC
                    INVALID KEY CONTINUE
                END-WRITE
                MOVE MG-OTHER(MERGE-IDX) TO PERM-REC-USER1
                MOVE MERGE-SURVIVOR TO PERM-REC-USER2
                WRITE PERM-CONNECTION-REC
                    INVALID KEY CONTINUE
                END-WRITE
            END-IF
        END-IF
    END-PERFORM
    MOVE "MERGE_PERM_CONNS" TO MERGE-AUDIT-ACTION
    PERFORM 649-WRITE-MERGE-AUDIT

    *> Pending requests - sent by the loser (primary key) and
    *> addressed to the loser (receiver alternate key)
    MOVE 0 TO MERGE-ROW-COUNT
    MOVE 0 TO MERGE-PAIR-COUNT
    MOVE MERGE-LOSER TO CONN-REC-SENDER
    MOVE LOW-VALUES TO CONN-REC-RECEIVER
    START USER-CONNECTIONS KEY IS >= CONN-REC-KEY
        INVALID KEY MOVE "10" TO CONNECTION-FILE-STATUS
    END-START
    IF CONNECTION-FILE-STATUS = "00"
        PERFORM FOREVER
            READ USER-CONNECTIONS NEXT RECORD
                AT END EXIT PERFORM
            END-READ
            IF FUNCTION TRIM(CONN-REC-SENDER) NOT = MERGE-LOSER
                EXIT PERFORM
            END-IF
            IF MERGE-PAIR-COUNT < 500
                ADD 1 TO MERGE-PAIR-COUNT
                MOVE CONN-REC-RECEIVER TO MG-OTHER(MERGE-PAIR-COUNT)
                SET MG-LOSER-SENT(MERGE-PAIR-COUNT) TO TRUE
            END-IF
        END-PERFORM
    END-IF
    MOVE MERGE-LOSER TO CONN-REC-RECEIVER
    START USER-CONNECTIONS KEY IS >= CONN-REC-RECEIVER
        INVALID KEY MOVE "10" TO CONNECTION-FILE-STATUS
    END-START
    IF CONNECTION-FILE-STATUS = "00"
        PERFORM FOREVER
            READ USER-CONNECTIONS NEXT RECORD
                AT END EXIT PERFORM
            END-READ
            IF FUNCTION TRIM(CONN-REC-RECEIVER) NOT = MERGE-LOSER
                EXIT PERFORM
            END-IF
            IF MERGE-PAIR-COUNT < 500
                ADD 1 TO MERGE-PAIR-COUNT
                MOVE CONN-REC-SENDER TO MG-OTHER(MERGE-PAIR-COUNT)
                SET MG-LOSER-RECEIVED(MERGE-PAIR-COUNT) TO TRUE
            END-IF
        END-PERFORM
    END-IF

    PERFORM VARYING MERGE-IDX FROM 1 BY 1
      UNTIL MERGE-IDX > MERGE-PAIR-COUNT
        ADD 1 TO MERGE-ROW-COUNT
        IF MG-LOSER-SENT(MERGE-IDX)
            MOVE MERGE-LOSER TO CONN-REC-SENDER
            MOVE MG-OTHER(MERGE-IDX) TO CONN-REC-RECEIVER
        ELSE
            MOVE MG-OTHER(MERGE-IDX) TO CONN-REC-SENDER
            MOVE MERGE-LOSER TO CONN-REC-RECEIVER
        END-IF
        DELETE USER-CONNECTIONS RECORD
            INVALID KEY CONTINUE
        END-DELETE

        *> Dropped: a request between the survivor and itself, one to
        *> someone the survivor is already connected to, or one the
        *> survivor already has pending in either direction
        MOVE 'N' TO MERGE-DROP-FLAG
        IF FUNCTION TRIM(MG-OTHER(MERGE-IDX)) = MERGE-SURVIVOR
            MOVE 'Y' TO MERGE-DROP-FLAG
        END-IF
        IF MERGE-DROP-FLAG = 'N'
            MOVE MERGE-SURVIVOR TO PERM-REC-USER1
            MOVE MG-OTHER(MERGE-IDX) TO PERM-REC-USER2
            READ PERMANENT-CONNECTIONS KEY IS PERM-REC-KEY
                NOT INVALID KEY MOVE 'Y' TO MERGE-DROP-FLAG
            END-READ
        END-IF
        IF MERGE-DROP-FLAG = 'N'
            MOVE MERGE-SURVIVOR TO CONN-REC-SENDER
            MOVE MG-OTHER(MERGE-IDX) TO CONN-REC-RECEIVER
            READ USER-CONNECTIONS KEY IS CONN-REC-KEY
                NOT INVALID KEY MOVE 'Y' TO MERGE-DROP-FLAG
            END-READ
        END-IF
        IF MERGE-DROP-FLAG = 'N'
            MOVE MG-OTHER(MERGE-IDX) TO CONN-REC-SENDER
            MOVE MERGE-SURVIVOR TO CONN-REC-RECEIVER
            READ USER-CONNECTIONS KEY IS CONN-REC-KEY
                NOT INVALID KEY MOVE 'Y' TO MERGE-DROP-FLAG
            END-READ
        END-IF
        IF MERGE-DROP-FLAG = 'N'
            IF MG-LOSER-SENT(MERGE-IDX)
                MOVE MERGE-SURVIVOR TO CONN-REC-SENDER
                MOVE MG-OTHER(MERGE-IDX) TO CONN-REC-RECEIVER
            ELSE
                MOVE MG-OTHER(MERGE-IDX) TO CONN-REC-SENDER
                MOVE MERGE-SURVIVOR TO CONN-REC-RECEIVER
            END-IF
            WRITE CONNECTION-REC
                INVALID KEY CONTINUE
            END-WRITE
        END-IF
    END-PERFORM
    MOVE "MERGE_CONNECTIONS" TO MERGE-AUDIT-ACTION
    PERFORM 649-WRITE-MERGE-AUDIT.

*> Active messages are rekeyed in memory; MessageArchive.dat is
*> rewritten through the generic backup handles via a work copy.
629-MERGE-MESSAGES.
    MOVE 0 TO MERGE-ROW-COUNT
    PERFORM VARYING MERGE-IDX FROM 1 BY 1
      UNTIL MERGE-IDX > MESSAGE-COUNT
        MOVE 'N' TO MERGE-TOUCHED
        IF FUNCTION TRIM(MSG-SENDER(MERGE-IDX)) = MERGE-LOSER
            MOVE MERGE-SURVIVOR TO MSG-SENDER(MERGE-IDX)
            MOVE 'Y' TO MERGE-TOUCHED
        END-IF
        IF FUNCTION TRIM(MSG-RECIPIENT(MERGE-IDX)) = MERGE-LOSER
            MOVE MERGE-SURVIVOR TO MSG-RECIPIENT(MERGE-IDX)
            MOVE 'Y' TO MERGE-TOUCHED
        END-IF
        IF MERGE-TOUCHED = 'Y'
            ADD 1 TO MERGE-ROW-COUNT
        END-IF
    END-PERFORM
    IF MERGE-ROW-COUNT > 0
        PERFORM 595-SAVE-MESSAGES
    END-IF
    MOVE "MERGE_MESSAGES" TO MERGE-AUDIT-ACTION
    PERFORM 649-WRITE-MERGE-AUDIT

    MOVE 0 TO MERGE-ROW-COUNT
    MOVE MERGE-ARCHIVE-NAME TO BACKUP-IN-NAME
    MOVE MERGE-WORK-NAME TO BACKUP-OUT-NAME
    OPEN INPUT BACKUP-IN
    IF BKP-IN-STATUS NOT = "00"
        *> No archive yet - nothing to rewrite
        CLOSE BACKUP-IN
        EXIT PARAGRAPH
    END-IF
    OPEN OUTPUT BACKUP-OUT
    IF BKP-OUT-STATUS NOT = "00"
        DISPLAY "Error opening archive work file: " BKP-OUT-STATUS
        CLOSE BACKUP-IN
        EXIT PARAGRAPH
    END-IF
    PERFORM FOREVER
        READ BACKUP-IN AT END EXIT PERFORM END-READ
        MOVE BACKUP-IN-REC TO BACKUP-OUT-REC
        IF FUNCTION TRIM(BACKUP-IN-REC) NOT = SPACES
            MOVE SPACES TO ARCH-SENDER ARCH-RECIPIENT ARCH-CONTENT
            MOVE SPACES TO ARCH-TIMESTAMP ARCH-READ-FLAG
            UNSTRING BACKUP-IN-REC DELIMITED BY "|"
                INTO ARCH-SENDER
                     ARCH-RECIPIENT
                     ARCH-CONTENT
                     ARCH-TIMESTAMP
                     ARCH-READ-FLAG
            END-UNSTRING
            MOVE 'N' TO MERGE-TOUCHED
            IF FUNCTION TRIM(ARCH-SENDER) = MERGE-LOSER
                MOVE MERGE-SURVIVOR TO ARCH-SENDER
                MOVE 'Y' TO MERGE-TOUCHED
            END-IF
            IF FUNCTION TRIM(ARCH-RECIPIENT) = MERGE-LOSER
                MOVE MERGE-SURVIVOR TO ARCH-RECIPIENT
                MOVE 'Y' TO MERGE-TOUCHED
            END-IF
            IF MERGE-TOUCHED = 'Y'
                ADD 1 TO MERGE-ROW-COUNT
                MOVE SPACES TO BACKUP-OUT-REC
                STRING FUNCTION TRIM(ARCH-SENDER)    DELIMITED BY SIZE
                       "|" DELIMITED BY SIZE
                       FUNCTION TRIM(ARCH-RECIPIENT) DELIMITED BY SIZE
                       "|" DELIMITED BY SIZE
                       FUNCTION TRIM(ARCH-CONTENT)   DELIMITED BY SIZE
                       "|" DELIMITED BY SIZE
                       FUNCTION TRIM(ARCH-TIMESTAMP) DELIMITED BY SIZE
                       "|" DELIMITED BY SIZE
                       ARCH-READ-FLAG                DELIMITED BY SIZE
                  INTO BACKUP-OUT-REC
                END-STRING
            END-IF
        END-IF
        WRITE BACKUP-OUT-REC
    END-PERFORM
    CLOSE BACKUP-IN
    CLOSE BACKUP-OUT

    *> Copy the work file back only when something changed, then
    *> empty it
    IF MERGE-ROW-COUNT > 0
        MOVE MERGE-WORK-NAME TO BACKUP-IN-NAME
        MOVE MERGE-ARCHIVE-NAME TO BACKUP-OUT-NAME
        PERFORM 648-COPY-MERGE-FILE
    END-IF
    MOVE MERGE-WORK-NAME TO BACKUP-OUT-NAME
    OPEN OUTPUT BACKUP-OUT
    CLOSE BACKUP-OUT
    MOVE "MERGE_MSG_ARCHIVE" TO MERGE-AUDIT-ACTION
    PERFORM 649-WRITE-MERGE-AUDIT.

*> Applications (interviews follow through the application id),
*> postings, referrals and saved job searches.
636-MERGE-JOB-RECORDS.
    MOVE 0 TO MERGE-ROW-COUNT
    PERFORM VARYING MERGE-IDX FROM 1 BY 1
      UNTIL MERGE-IDX > APPLICATION-COUNT
        IF FUNCTION TRIM(APP-USER(MERGE-IDX)) = MERGE-LOSER
            MOVE MERGE-SURVIVOR TO APP-USER(MERGE-IDX)
            ADD 1 TO MERGE-ROW-COUNT
        END-IF
    END-PERFORM
    IF MERGE-ROW-COUNT > 0
        PERFORM 945-SAVE-APPLICATIONS
    END-IF
    MOVE "MERGE_APPLICATIONS" TO MERGE-AUDIT-ACTION
    PERFORM 649-WRITE-MERGE-AUDIT

    MOVE 0 TO MERGE-ROW-COUNT
    PERFORM VARYING MERGE-IDX FROM 1 BY 1
      UNTIL MERGE-IDX > JOB-COUNT
        IF FUNCTION TRIM(J-POSTER(MERGE-IDX)) = MERGE-LOSER
            MOVE MERGE-SURVIVOR TO J-POSTER(MERGE-IDX)
            ADD 1 TO MERGE-ROW-COUNT
        END-IF
    END-PERFORM
    IF MERGE-ROW-COUNT > 0
        PERFORM 933-SAVE-JOBS
    END-IF
    MOVE "MERGE_JOBS" TO MERGE-AUDIT-ACTION
    PERFORM 649-WRITE-MERGE-AUDIT

    *> Referrals: a self-referral, or a second referral of the same
    *> candidate to the same posting, is dropped (first one kept)
    MOVE 0 TO MERGE-ROW-COUNT
    MOVE 0 TO MERGE-KEEP-IDX
    PERFORM VARYING MERGE-IDX FROM 1 BY 1
      UNTIL MERGE-IDX > REFERRAL-COUNT
        MOVE 'N' TO MERGE-TOUCHED
        MOVE 'N' TO MERGE-DROP-FLAG
        IF FUNCTION TRIM(REF-REFERRER(MERGE-IDX)) = MERGE-LOSER
            MOVE MERGE-SURVIVOR TO REF-REFERRER(MERGE-IDX)
            MOVE 'Y' TO MERGE-TOUCHED
        END-IF
        IF FUNCTION TRIM(REF-REFERRED(MERGE-IDX)) = MERGE-LOSER
            MOVE MERGE-SURVIVOR TO REF-REFERRED(MERGE-IDX)
            MOVE 'Y' TO MERGE-TOUCHED
        END-IF
        IF MERGE-TOUCHED = 'Y'
            ADD 1 TO MERGE-ROW-COUNT
            IF REF-REFERRER(MERGE-IDX) = REF-REFERRED(MERGE-IDX)
                MOVE 'Y' TO MERGE-DROP-FLAG
            END-IF
            PERFORM VARYING MERGE-JDX FROM 1 BY 1
              UNTIL MERGE-JDX > MERGE-KEEP-IDX OR MERGE-DROP-FLAG = 'Y'
                IF REF-REFERRED(MERGE-JDX) = REF-REFERRED(MERGE-IDX)
                  AND REF-JOB-ID(MERGE-JDX) = REF-JOB-ID(MERGE-IDX)
                    MOVE 'Y' TO MERGE-DROP-FLAG
                END-IF
            END-PERFORM
        END-IF
        IF MERGE-DROP-FLAG = 'N'
            ADD 1 TO MERGE-KEEP-IDX
            IF MERGE-KEEP-IDX NOT = MERGE-IDX
                MOVE REFERRAL-ENTRY(MERGE-IDX)
                  TO REFERRAL-ENTRY(MERGE-KEEP-IDX)
            END-IF
        END-IF
    END-PERFORM
    MOVE MERGE-KEEP-IDX TO REFERRAL-COUNT
    IF MERGE-ROW-COUNT > 0
        PERFORM 975-SAVE-REFERRALS
    END-IF
    MOVE "MERGE_REFERRALS" TO MERGE-AUDIT-ACTION
    PERFORM 649-WRITE-MERGE-AUDIT

    *> Saved searches: identical criteria collapse to one alert
    MOVE 0 TO MERGE-ROW-COUNT
    MOVE 0 TO MERGE-KEEP-IDX
    PERFORM VARYING MERGE-IDX FROM 1 BY 1
      UNTIL MERGE-IDX > SAVED-SEARCH-COUNT
        MOVE 'N' TO MERGE-DROP-FLAG
        IF FUNCTION TRIM(SSRCH-USER(MERGE-IDX)) = MERGE-LOSER
            MOVE MERGE-SURVIVOR TO SSRCH-USER(MERGE-IDX)
            ADD 1 TO MERGE-ROW-COUNT
            PERFORM VARYING MERGE-JDX FROM 1 BY 1
              UNTIL MERGE-JDX > MERGE-KEEP-IDX OR MERGE-DROP-FLAG = 'Y'
                IF SAVED-SEARCH-ENTRY(MERGE-JDX) =
                   SAVED-SEARCH-ENTRY(MERGE-IDX)
                    MOVE 'Y' TO MERGE-DROP-FLAG
                END-IF
            END-PERFORM
        END-IF
        IF MERGE-DROP-FLAG = 'N'
            ADD 1 TO MERGE-KEEP-IDX
            IF MERGE-KEEP-IDX NOT = MERGE-IDX
                MOVE SAVED-SEARCH-ENTRY(MERGE-IDX)
                  TO SAVED-SEARCH-ENTRY(MERGE-KEEP-IDX)
            END-IF
        END-IF
    END-PERFORM
    MOVE MERGE-KEEP-IDX TO SAVED-SEARCH-COUNT
    IF MERGE-ROW-COUNT > 0
        PERFORM 947-SAVE-SAVED-SEARCHES
    END-IF
    MOVE "MERGE_SAVED_SEARCHES" TO MERGE-AUDIT-ACTION
    PERFORM 649-WRITE-MERGE-AUDIT.

*> Skill progress, endorsements, blocks and the mentorship files.
639-MERGE-PERSONAL-RECORDS.
    *> Skill progress: one row per skill; completed on either account
    *> counts as completed
    MOVE 0 TO MERGE-ROW-COUNT
    MOVE 0 TO MERGE-KEEP-IDX
    PERFORM VARYING MERGE-IDX FROM 1 BY 1
      UNTIL MERGE-IDX > SKPR-COUNT
        MOVE 'N' TO MERGE-DROP-FLAG
        IF FUNCTION TRIM(SKPR-USER(MERGE-IDX)) = MERGE-LOSER
            MOVE MERGE-SURVIVOR TO SKPR-USER(MERGE-IDX)
            ADD 1 TO MERGE-ROW-COUNT
        END-IF
        IF FUNCTION TRIM(SKPR-USER(MERGE-IDX)) = MERGE-SURVIVOR
            PERFORM VARYING MERGE-JDX FROM 1 BY 1
              UNTIL MERGE-JDX > MERGE-KEEP-IDX OR MERGE-DROP-FLAG = 'Y'
                IF SKPR-USER(MERGE-JDX) = SKPR-USER(MERGE-IDX)
                  AND SKPR-SKILL-ID(MERGE-JDX) = SKPR-SKILL-ID(MERGE-IDX)
                    MOVE 'Y' TO MERGE-DROP-FLAG
                    IF SKPR-COMPLETE(MERGE-IDX) = 'Y'
                        MOVE 'Y' TO SKPR-COMPLETE(MERGE-JDX)
                    END-IF
                END-IF
            END-PERFORM
        END-IF
        IF MERGE-DROP-FLAG = 'N'
            ADD 1 TO MERGE-KEEP-IDX
            IF MERGE-KEEP-IDX NOT = MERGE-IDX
                MOVE SKPR-ENTRY(MERGE-IDX) TO SKPR-ENTRY(MERGE-KEEP-IDX)
            END-IF
        END-IF
    END-PERFORM
    MOVE MERGE-KEEP-IDX TO SKPR-COUNT
    IF MERGE-ROW-COUNT > 0
        PERFORM 557-SAVE-SKILL-PROGRESS
    END-IF
    MOVE "MERGE_SKILL_PROGRESS" TO MERGE-AUDIT-ACTION
    PERFORM 649-WRITE-MERGE-AUDIT

    *> Endorsements: self-endorsements and repeats are dropped
    MOVE 0 TO MERGE-ROW-COUNT
    MOVE 0 TO MERGE-KEEP-IDX
    PERFORM VARYING MERGE-IDX FROM 1 BY 1
      UNTIL MERGE-IDX > ENDO-COUNT
        MOVE 'N' TO MERGE-TOUCHED
        MOVE 'N' TO MERGE-DROP-FLAG
        IF FUNCTION TRIM(ENDO-ENDORSER(MERGE-IDX)) = MERGE-LOSER
            MOVE MERGE-SURVIVOR TO ENDO-ENDORSER(MERGE-IDX)
            MOVE 'Y' TO MERGE-TOUCHED
        END-IF
        IF FUNCTION TRIM(ENDO-OWNER(MERGE-IDX)) = MERGE-LOSER
            MOVE MERGE-SURVIVOR TO ENDO-OWNER(MERGE-IDX)
            MOVE 'Y' TO MERGE-TOUCHED
        END-IF
        IF MERGE-TOUCHED = 'Y'
            ADD 1 TO MERGE-ROW-COUNT
            IF ENDO-ENDORSER(MERGE-IDX) = ENDO-OWNER(MERGE-IDX)
                MOVE 'Y' TO MERGE-DROP-FLAG
            END-IF
            PERFORM VARYING MERGE-JDX FROM 1 BY 1
              UNTIL MERGE-JDX > MERGE-KEEP-IDX OR MERGE-DROP-FLAG = 'Y'
                IF ENDO-ENTRY(MERGE-JDX) = ENDO-ENTRY(MERGE-IDX)
                    MOVE 'Y' TO MERGE-DROP-FLAG
                END-IF
            END-PERFORM
        END-IF
        IF MERGE-DROP-FLAG = 'N'
            ADD 1 TO MERGE-KEEP-IDX
            IF MERGE-KEEP-IDX NOT = MERGE-IDX
                MOVE ENDO-ENTRY(MERGE-IDX) TO ENDO-ENTRY(MERGE-KEEP-IDX)
            END-IF
        END-IF
    END-PERFORM
    MOVE MERGE-KEEP-IDX TO ENDO-COUNT
    IF MERGE-ROW-COUNT > 0
        PERFORM 583-SAVE-ENDORSEMENTS
    END-IF
    MOVE "MERGE_ENDORSEMENTS" TO MERGE-AUDIT-ACTION
    PERFORM 649-WRITE-MERGE-AUDIT

    *> Blocks: a self-block or a repeated pair is dropped
    MOVE 0 TO MERGE-ROW-COUNT
    MOVE 0 TO MERGE-KEEP-IDX
    PERFORM VARYING MERGE-IDX FROM 1 BY 1
      UNTIL MERGE-IDX > BLOCK-COUNT
        MOVE 'N' TO MERGE-TOUCHED
        MOVE 'N' TO MERGE-DROP-FLAG
        IF FUNCTION TRIM(BLK-BLOCKER(MERGE-IDX)) = MERGE-LOSER
            MOVE MERGE-SURVIVOR TO BLK-BLOCKER(MERGE-IDX)
            MOVE 'Y' TO MERGE-TOUCHED
        END-IF
        IF FUNCTION TRIM(BLK-BLOCKED(MERGE-IDX)) = MERGE-LOSER
            MOVE MERGE-SURVIVOR TO BLK-BLOCKED(MERGE-IDX)
            MOVE 'Y' TO MERGE-TOUCHED
        END-IF
        IF MERGE-TOUCHED = 'Y'
            ADD 1 TO MERGE-ROW-COUNT
            IF BLK-BLOCKER(MERGE-IDX) = BLK-BLOCKED(MERGE-IDX)
                MOVE 'Y' TO MERGE-DROP-FLAG
            END-IF
            PERFORM VARYING MERGE-JDX FROM 1 BY 1
              UNTIL MERGE-JDX > MERGE-KEEP-IDX OR MERGE-DROP-FLAG = 'Y'
                IF BLK-BLOCKER(MERGE-JDX) = BLK-BLOCKER(MERGE-IDX)
                  AND BLK-BLOCKED(MERGE-JDX) = BLK-BLOCKED(MERGE-IDX)
                    MOVE 'Y' TO MERGE-DROP-FLAG
                END-IF
            END-PERFORM
        END-IF
        IF MERGE-DROP-FLAG = 'N'
            ADD 1 TO MERGE-KEEP-IDX
            IF MERGE-KEEP-IDX NOT = MERGE-IDX
                MOVE BLOCK-ENTRY(MERGE-IDX) TO BLOCK-ENTRY(MERGE-KEEP-IDX)
            END-IF
        END-IF
    END-PERFORM
    MOVE MERGE-KEEP-IDX TO BLOCK-COUNT
    IF MERGE-ROW-COUNT > 0
        PERFORM 579-SAVE-BLOCKS
    END-IF
    MOVE "MERGE_BLOCKS" TO MERGE-AUDIT-ACTION
    PERFORM 649-WRITE-MERGE-AUDIT

    *> Mentor settings: the survivor's own settings win
    MOVE 0 TO MERGE-ROW-COUNT
    MOVE 'N' TO MERGE-EXISTS-FLAG
    PERFORM VARYING MERGE-IDX FROM 1 BY 1
      UNTIL MERGE-IDX > MENTOR-COUNT
        IF FUNCTION TRIM(MNTR-USER(MERGE-IDX)) = MERGE-SURVIVOR
            MOVE 'Y' TO MERGE-EXISTS-FLAG
        END-IF
    END-PERFORM
    MOVE 0 TO MERGE-KEEP-IDX
    PERFORM VARYING MERGE-IDX FROM 1 BY 1
      UNTIL MERGE-IDX > MENTOR-COUNT
        MOVE 'N' TO MERGE-DROP-FLAG
        IF FUNCTION TRIM(MNTR-USER(MERGE-IDX)) = MERGE-LOSER
            ADD 1 TO MERGE-ROW-COUNT
            IF MERGE-EXISTS-FLAG = 'Y'
                MOVE 'Y' TO MERGE-DROP-FLAG
            ELSE
                MOVE MERGE-SURVIVOR TO MNTR-USER(MERGE-IDX)
            END-IF
        END-IF
        IF MERGE-DROP-FLAG = 'N'
            ADD 1 TO MERGE-KEEP-IDX
            IF MERGE-KEEP-IDX NOT = MERGE-IDX
                MOVE MENTOR-ENTRY(MERGE-IDX) TO MENTOR-ENTRY(MERGE-KEEP-IDX)
            END-IF
        END-IF
    END-PERFORM
    MOVE MERGE-KEEP-IDX TO MENTOR-COUNT
    IF MERGE-ROW-COUNT > 0
        PERFORM 959-SAVE-MENTORS
    END-IF
    MOVE "MERGE_MENTORS" TO MERGE-AUDIT-ACTION
    PERFORM 649-WRITE-MERGE-AUDIT

    *> Mentorships: a self-pairing, or a repeat of a pairing already
    *> kept with the same status, is dropped
    MOVE 0 TO MERGE-ROW-COUNT
    MOVE 0 TO MERGE-KEEP-IDX
    PERFORM VARYING MERGE-IDX FROM 1 BY 1
      UNTIL MERGE-IDX > MENTORSHIP-COUNT
        MOVE 'N' TO MERGE-TOUCHED
        MOVE 'N' TO MERGE-DROP-FLAG
        IF FUNCTION TRIM(MSHP-MENTOR(MERGE-IDX)) = MERGE-LOSER
            MOVE MERGE-SURVIVOR TO MSHP-MENTOR(MERGE-IDX)
            MOVE 'Y' TO MERGE-TOUCHED
        END-IF
        IF FUNCTION TRIM(MSHP-MENTEE(MERGE-IDX)) = MERGE-LOSER
            MOVE MERGE-SURVIVOR TO MSHP-MENTEE(MERGE-IDX)
            MOVE 'Y' TO MERGE-TOUCHED
        END-IF
        IF MERGE-TOUCHED = 'Y'
            ADD 1 TO MERGE-ROW-COUNT
            IF MSHP-MENTOR(MERGE-IDX) = MSHP-MENTEE(MERGE-IDX)
                MOVE 'Y' TO MERGE-DROP-FLAG
            END-IF
            PERFORM VARYING MERGE-JDX FROM 1 BY 1
              UNTIL MERGE-JDX > MERGE-KEEP-IDX OR MERGE-DROP-FLAG = 'Y'
                IF MSHP-MENTOR(MERGE-JDX) = MSHP-MENTOR(MERGE-IDX)
                  AND MSHP-MENTEE(MERGE-JDX) = MSHP-MENTEE(MERGE-IDX)
                  AND MSHP-STATUS(MERGE-JDX) = MSHP-STATUS(MERGE-IDX)
                    MOVE 'Y' TO MERGE-DROP-FLAG
                END-IF
            END-PERFORM
        END-IF
        IF MERGE-DROP-FLAG = 'N'
            ADD 1 TO MERGE-KEEP-IDX
            IF MERGE-KEEP-IDX NOT = MERGE-IDX
                MOVE MENTORSHIP-ENTRY(MERGE-IDX)
                  TO MENTORSHIP-ENTRY(MERGE-KEEP-IDX)
            END-IF
        END-IF
    END-PERFORM
    MOVE MERGE-KEEP-IDX TO MENTORSHIP-COUNT
    IF MERGE-ROW-COUNT > 0
        PERFORM 967-SAVE-MENTORSHIPS
    END-IF
    MOVE "MERGE_MENTORSHIPS" TO MERGE-AUDIT-ACTION
    PERFORM 649-WRITE-MERGE-AUDIT.

*> Organized events and RSVPs (one RSVP per event per user).
647-MERGE-EVENT-RECORDS.
    MOVE 0 TO MERGE-ROW-COUNT
    PERFORM VARYING MERGE-IDX FROM 1 BY 1
      UNTIL MERGE-IDX > EVENT-COUNT
        IF FUNCTION TRIM(EV-ORGANIZER(MERGE-IDX)) = MERGE-LOSER
            MOVE MERGE-SURVIVOR TO EV-ORGANIZER(MERGE-IDX)
            ADD 1 TO MERGE-ROW-COUNT
        END-IF
    END-PERFORM
    IF MERGE-ROW-COUNT > 0
        PERFORM 666-SAVE-EVENTS
    END-IF
    MOVE "MERGE_EVENTS" TO MERGE-AUDIT-ACTION
    PERFORM 649-WRITE-MERGE-AUDIT

    MOVE 0 TO MERGE-ROW-COUNT
    MOVE 0 TO MERGE-KEEP-IDX
    PERFORM VARYING MERGE-IDX FROM 1 BY 1
      UNTIL MERGE-IDX > RSVP-COUNT
        MOVE 'N' TO MERGE-DROP-FLAG
        IF FUNCTION TRIM(RSVP-USER(MERGE-IDX)) = MERGE-LOSER
            MOVE MERGE-SURVIVOR TO RSVP-USER(MERGE-IDX)
            ADD 1 TO MERGE-ROW-COUNT
            PERFORM VARYING MERGE-JDX FROM 1 BY 1
              UNTIL MERGE-JDX > MERGE-KEEP-IDX OR MERGE-DROP-FLAG = 'Y'
                IF RSVP-ENTRY(MERGE-JDX) = RSVP-ENTRY(MERGE-IDX)
                    MOVE 'Y' TO MERGE-DROP-FLAG
                END-IF
            END-PERFORM
        END-IF
        IF MERGE-DROP-FLAG = 'N'
            ADD 1 TO MERGE-KEEP-IDX
            IF MERGE-KEEP-IDX NOT = MERGE-IDX
                MOVE RSVP-ENTRY(MERGE-IDX) TO RSVP-ENTRY(MERGE-KEEP-IDX)
            END-IF
        END-IF
    END-PERFORM
    MOVE MERGE-KEEP-IDX TO RSVP-COUNT
    IF MERGE-ROW-COUNT > 0
        PERFORM 669-SAVE-EVENT-RSVPS
    END-IF
    MOVE "MERGE_RSVPS" TO MERGE-AUDIT-ACTION
    PERFORM 649-WRITE-MERGE-AUDIT.

*> Straight copy BACKUP-IN-NAME -> BACKUP-OUT-NAME.
648-COPY-MERGE-FILE.
    OPEN INPUT BACKUP-IN
    IF BKP-IN-STATUS NOT = "00"
        CLOSE BACKUP-IN
        EXIT PARAGRAPH
    END-IF
    OPEN OUTPUT BACKUP-OUT
    IF BKP-OUT-STATUS NOT = "00"
        DISPLAY "Error rewriting " FUNCTION TRIM(BACKUP-OUT-NAME)
                ": " BKP-OUT-STATUS
        CLOSE BACKUP-IN
        EXIT PARAGRAPH
    END-IF
    PERFORM FOREVER
        READ BACKUP-IN AT END EXIT PERFORM END-READ
        MOVE BACKUP-IN-REC TO BACKUP-OUT-REC
        WRITE BACKUP-OUT-REC
    END-PERFORM
    CLOSE BACKUP-IN
    CLOSE BACKUP-OUT.

*> One audit line per file the merge changed:
*>   MERGE-AUDIT-ACTION | loser -> survivor (rows)
649-WRITE-MERGE-AUDIT.
    IF MERGE-ROW-COUNT = 0
        EXIT PARAGRAPH
    END-IF
    ADD 1 TO MERGE-FILE-COUNT
    ADD MERGE-ROW-COUNT TO MERGE-TOTAL-ROWS
    MOVE MERGE-AUDIT-ACTION TO AUDIT-ACTION
    MOVE SPACES TO AUDIT-TARGET
    STRING MERGE-LOSER         DELIMITED BY SPACE
           " -> "              DELIMITED BY SIZE
           MERGE-SURVIVOR      DELIMITED BY SPACE
           " ("                DELIMITED BY SIZE
           MERGE-ROW-COUNT     DELIMITED BY SIZE
           ")"                 DELIMITED BY SIZE
      INTO AUDIT-TARGET
    END-STRING
    PERFORM 607-WRITE-AUDIT-LOG-ENTRY.

*> =====================
*> NEW: Admin moderation queue.  Lists the OPEN message reports; the
*> chosen report can be dismissed, the sender warned (a system
*> message), or the sender deactivated through 691.  Each outcome
*> closes the report and is written to the audit trail.
*> =====================
697-MODERATION-QUEUE.
    MOVE "--- Moderation Queue ---" TO MESSAGE-BUFFER
    PERFORM 700-DISPLAY-MESSAGE

    PERFORM 568-LOAD-MESSAGE-REPORTS
    MOVE 0 TO RPT-OPEN-COUNT
    PERFORM VARYING RPT-IDX FROM 1 BY 1 UNTIL RPT-IDX > REPORT-COUNT
        IF RPT-IS-OPEN(RPT-IDX)
            ADD 1 TO RPT-OPEN-COUNT
            MOVE SPACES TO MESSAGE-BUFFER
            STRING RPT-OPEN-COUNT                        DELIMITED BY SIZE
                   ". Report "                           DELIMITED BY SIZE
                   RPT-ID(RPT-IDX)                       DELIMITED BY SIZE
                   ": "                                  DELIMITED BY SIZE
                   FUNCTION TRIM(RPT-SENDER(RPT-IDX))    DELIMITED BY SIZE
                   " to "                                DELIMITED BY SIZE
                   FUNCTION TRIM(RPT-REPORTER(RPT-IDX))  DELIMITED BY SIZE
                   " ("                                  DELIMITED BY SIZE
                   FUNCTION TRIM(RPT-MSG-TIME(RPT-IDX))  DELIMITED BY SIZE
                   ")"                                   DELIMITED BY SIZE
              INTO MESSAGE-BUFFER
            END-STRING
            PERFORM 700-DISPLAY-MESSAGE
            MOVE SPACES TO MESSAGE-BUFFER
            STRING "   Message: "                        DELIMITED BY SIZE
                   FUNCTION TRIM(RPT-CONTENT(RPT-IDX))   DELIMITED BY SIZE
              INTO MESSAGE-BUFFER
            END-STRING
            PERFORM 700-DISPLAY-MESSAGE
            MOVE SPACES TO MESSAGE-BUFFER
            STRING "   Reason: "                         DELIMITED BY SIZE
                   FUNCTION TRIM(RPT-REASON(RPT-IDX))    DELIMITED BY SIZE
              INTO MESSAGE-BUFFER
            END-STRING
            PERFORM 700-DISPLAY-MESSAGE
        END-IF
    END-PERFORM

    IF RPT-OPEN-COUNT = 0
        MOVE "No open message reports." TO MESSAGE-BUFFER
        PERFORM 700-DISPLAY-MESSAGE
        EXIT PARAGRAPH
    END-IF

    MOVE "Enter a report number to review, or 0 to go back:" TO MESSAGE-BUFFER
    PERFORM 700-DISPLAY-MESSAGE
    PERFORM 600-GET-USER-INPUT
    IF NO-MORE-DATA EXIT PARAGRAPH END-IF
    MOVE FUNCTION TRIM(INPUT-BUFFER) TO MENU-CHOICE
    IF FUNCTION TRIM(MENU-CHOICE) = "0"
        EXIT PARAGRAPH
    END-IF

    MOVE 0 TO RPT-TARGET
    IF FUNCTION TRIM(MENU-CHOICE) IS NUMERIC
        MOVE FUNCTION NUMVAL(FUNCTION TRIM(MENU-CHOICE)) TO RPT-TARGET
    END-IF
    IF RPT-TARGET < 1 OR RPT-TARGET > RPT-OPEN-COUNT
        MOVE "Invalid selection." TO MESSAGE-BUFFER
        PERFORM 700-DISPLAY-MESSAGE
        EXIT PARAGRAPH
    END-IF

    MOVE 0 TO RPT-ORDINAL
    MOVE 0 TO RPT-SEL-IDX
    PERFORM VARYING RPT-IDX FROM 1 BY 1 UNTIL RPT-IDX > REPORT-COUNT
        IF RPT-IS-OPEN(RPT-IDX)
            ADD 1 TO RPT-ORDINAL
            IF RPT-ORDINAL = RPT-TARGET
                MOVE RPT-IDX TO RPT-SEL-IDX
                EXIT PERFORM
            END-IF
        END-IF
    END-PERFORM

    MOVE "1. Dismiss Report" TO MESSAGE-BUFFER
    PERFORM 700-DISPLAY-MESSAGE
    MOVE "2. Warn Sender" TO MESSAGE-BUFFER
    PERFORM 700-DISPLAY-MESSAGE
    MOVE "3. Deactivate Sender" TO MESSAGE-BUFFER
    PERFORM 700-DISPLAY-MESSAGE
    MOVE "4. Back" TO MESSAGE-BUFFER
    PERFORM 700-DISPLAY-MESSAGE
    MOVE "Enter your choice:" TO MESSAGE-BUFFER
    PERFORM 700-DISPLAY-MESSAGE

    PERFORM 600-GET-USER-INPUT
    IF NO-MORE-DATA EXIT PARAGRAPH END-IF
    MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(INPUT-BUFFER)) TO NORMALIZED-INPUT

    EVALUATE TRUE
        WHEN NORMALIZED-INPUT = "1" OR NORMALIZED-INPUT = "DISMISS"
          OR NORMALIZED-INPUT = "DISMISS REPORT"
            SET RPT-IS-DISMISSED(RPT-SEL-IDX) TO TRUE
            MOVE "MOD_DISMISS" TO AUDIT-ACTION
            PERFORM 698-CLOSE-MESSAGE-REPORT
        WHEN NORMALIZED-INPUT = "2" OR NORMALIZED-INPUT = "WARN"
          OR NORMALIZED-INPUT = "WARN SENDER"
            MOVE FUNCTION TRIM(RPT-SENDER(RPT-SEL-IDX)) TO RECIPIENT-USERNAME
            MOVE SPACES TO MESSAGE-CONTENT-INPUT
            STRING "Moderator warning: a message you sent on "  DELIMITED BY SIZE
                   FUNCTION TRIM(RPT-MSG-TIME(RPT-SEL-IDX))     DELIMITED BY SIZE
                   " was reported and reviewed. Further reports"
                                                                DELIMITED BY SIZE
                   " may lead to deactivation."                 DELIMITED BY SIZE
              INTO MESSAGE-CONTENT-INPUT
            END-STRING
            PERFORM 596-SEND-SYSTEM-MESSAGE
            SET RPT-IS-WARNED(RPT-SEL-IDX) TO TRUE
            MOVE "MOD_WARN" TO AUDIT-ACTION
            PERFORM 698-CLOSE-MESSAGE-REPORT
        WHEN NORMALIZED-INPUT = "3" OR NORMALIZED-INPUT = "DEACTIVATE"
          OR NORMALIZED-INPUT = "DEACTIVATE SENDER"
            PERFORM 699-DEACTIVATE-REPORTED-SENDER
        WHEN OTHER
            CONTINUE
    END-EVALUATE.

*> NEW: Stamp and save the report in RPT-SEL-IDX (its new status is
*> already set) and audit the action named in AUDIT-ACTION.
698-CLOSE-MESSAGE-REPORT.
    MOVE FUNCTION TRIM(CURRENT-USER) TO RPT-RESOLVED-BY(RPT-SEL-IDX)
    MOVE RUN-TIMESTAMP TO RPT-RESOLVED-AT(RPT-SEL-IDX)
    PERFORM 569-SAVE-MESSAGE-REPORTS

    MOVE SPACES TO MESSAGE-BUFFER
    STRING "Report "                                  DELIMITED BY SIZE
           RPT-ID(RPT-SEL-IDX)                        DELIMITED BY SIZE
           " closed as "                              DELIMITED BY SIZE
           FUNCTION TRIM(RPT-STATUS(RPT-SEL-IDX))     DELIMITED BY SIZE
           "."                                        DELIMITED BY SIZE
      INTO MESSAGE-BUFFER
    END-STRING
    PERFORM 700-DISPLAY-MESSAGE

    MOVE SPACES TO AUDIT-TARGET
    STRING "report "                                  DELIMITED BY SIZE
           RPT-ID(RPT-SEL-IDX)                        DELIMITED BY SIZE
           ": "                                       DELIMITED BY SIZE
           FUNCTION TRIM(RPT-SENDER(RPT-SEL-IDX))     DELIMITED BY SIZE
      INTO AUDIT-TARGET
    END-STRING
    PERFORM 607-WRITE-AUDIT-LOG-ENTRY.

*> NEW: Deactivate the sender of the report in RPT-SEL-IDX through the
*> normal account deactivation (which writes its own audit entry).
*> The report is only closed if the account ends up inactive.
699-DEACTIVATE-REPORTED-SENDER.
    MOVE FUNCTION TRIM(RPT-SENDER(RPT-SEL-IDX)) TO MANAGE-ACCT-USER
    MOVE 0 TO MANAGE-ACCT-IDX
    PERFORM VARYING LOOP-INDEX FROM 1 BY 1
      UNTIL LOOP-INDEX > ACCOUNT-COUNT
        IF FUNCTION TRIM(MANAGE-ACCT-USER) =
           FUNCTION TRIM(ACCT-USER(LOOP-INDEX))
            MOVE LOOP-INDEX TO MANAGE-ACCT-IDX
            EXIT PERFORM
        END-IF
    END-PERFORM
    IF MANAGE-ACCT-IDX = 0
        MOVE "The sender's account is no longer on file." TO MESSAGE-BUFFER
        PERFORM 700-DISPLAY-MESSAGE
        EXIT PARAGRAPH
    END-IF

    PERFORM 691-DEACTIVATE-ACCOUNT
    IF ACCT-IS-INACTIVE(MANAGE-ACCT-IDX)
        SET RPT-IS-DEACTIVATED(RPT-SEL-IDX) TO TRUE
        MOVE "MOD_DEACTIVATE" TO AUDIT-ACTION
        PERFORM 698-CLOSE-MESSAGE-REPORT
    END-IF.

700-DISPLAY-MESSAGE.
    MOVE SPACES TO OUTPUT-LINE
    MOVE FUNCTION TRIM(MESSAGE-BUFFER) TO OUTPUT-LINE
    DISPLAY FUNCTION TRIM(MESSAGE-BUFFER)
    WRITE OUTPUT-LINE.


*> UPDATED: Credentials are checked against the stored password hash;
*> the clear-text password never touches the account table.  A
*> deactivated account never validates, whatever the password -
*> ACCOUNT-INACTIVE-FLAG tells the login flow why.
*> UPDATED: failed attempts are tracked per account; the lockout
*> limit blocks further guesses until a good login (before the limit)
*> or an admin clears it.
800-VERIFY-CREDENTIALS.
    MOVE 'N' TO CREDENTIALS-VALID
    MOVE 'N' TO ACCOUNT-INACTIVE-FLAG
    MOVE 'N' TO ACCOUNT-LOCKED-FLAG
    MOVE FUNCTION TRIM(INPUT-PASSWORD) TO PASSWORD-WORK
    PERFORM 803-HASH-PASSWORD

    MOVE 0 TO VERIFY-ACCT-IDX
    PERFORM VARYING LOOP-INDEX FROM 1 BY 1
      UNTIL LOOP-INDEX > ACCOUNT-COUNT
        IF INPUT-USERNAME = FUNCTION TRIM(ACCT-USER(LOOP-INDEX))
            MOVE LOOP-INDEX TO VERIFY-ACCT-IDX
            EXIT PERFORM
        END-IF
    END-PERFORM

    IF VERIFY-ACCT-IDX = 0
        EXIT PARAGRAPH
    END-IF

    IF ACCT-IS-INACTIVE(VERIFY-ACCT-IDX)
        MOVE 'Y' TO ACCOUNT-INACTIVE-FLAG
        EXIT PARAGRAPH
    END-IF

    IF ACCT-FAIL-COUNT(VERIFY-ACCT-IDX) >= LOCKOUT-ATTEMPT-LIMIT
        MOVE 'Y' TO ACCOUNT-LOCKED-FLAG
        EXIT PARAGRAPH
    END-IF

    IF PASSWORD-HASH = ACCT-PASS(VERIFY-ACCT-IDX)
        *> A good login before the limit clears the count
        IF ACCT-FAIL-COUNT(VERIFY-ACCT-IDX) NOT = 0
            MOVE 0 TO ACCT-FAIL-COUNT(VERIFY-ACCT-IDX)
            PERFORM 865-SAVE-ACCOUNTS
        END-IF
        MOVE 'Y' TO CREDENTIALS-VALID
        EXIT PARAGRAPH
    END-IF

    ADD 1 TO ACCT-FAIL-COUNT(VERIFY-ACCT-IDX)
    PERFORM 865-SAVE-ACCOUNTS
    IF ACCT-FAIL-COUNT(VERIFY-ACCT-IDX) = LOCKOUT-ATTEMPT-LIMIT
        *> No one is logged in at this point, so the lockout entry
        *> is attributed to the system sender.
        MOVE CURRENT-USER TO AUDIT-ACTOR-SAVE
        MOVE SYSTEM-SENDER TO CURRENT-USER
        MOVE "LOCKOUT" TO AUDIT-ACTION
        MOVE FUNCTION TRIM(INPUT-USERNAME) TO AUDIT-TARGET
        PERFORM 607-WRITE-AUDIT-LOG-ENTRY
        MOVE AUDIT-ACTOR-SAVE TO CURRENT-USER
    END-IF.

*> =====================
*> NEW: One-way password hash.  Caller places the clear-text password
*> in PASSWORD-WORK; the result comes back in PASSWORD-HASH as
*> "H1:" plus a 13-digit rolling hash.  The "H1:" marker both tags a
*> field as hashed (for the one-time migration) and versions the
*> scheme should it ever need to change.
*> =====================
803-HASH-PASSWORD.
    MOVE 7919 TO HASH-VALUE
    COMPUTE HASH-WORK-LENGTH =
        FUNCTION LENGTH(FUNCTION TRIM(PASSWORD-WORK))
    PERFORM VARYING HASH-CHAR-POS FROM 1 BY 1
      UNTIL HASH-CHAR-POS > HASH-WORK-LENGTH
        COMPUTE HASH-VALUE = FUNCTION MOD(
            HASH-VALUE * 131
            + FUNCTION ORD(PASSWORD-WORK(HASH-CHAR-POS:1))
            + HASH-CHAR-POS, 9999999999971)
    END-PERFORM
    MOVE SPACES TO PASSWORD-HASH
    STRING "H1:" DELIMITED BY SIZE
           HASH-VALUE DELIMITED BY SIZE
      INTO PASSWORD-HASH
    END-STRING.

*> =====================
*> NEW: Has the account LOOKUP-USERNAME cleared employer
*> verification?  POSTER-VERIFIED-FLAG comes back 'Y' only for an
*> account on file whose verification status is VERIFIED, with the
*> status itself in POSTER-VERIFY-STATUS.  Uses the shared scan
*> index so callers may hold LOOP-INDEX across the call.
*> =====================
804-CHECK-POSTER-VERIFIED.
    MOVE 'N' TO POSTER-VERIFIED-FLAG
    MOVE SPACES TO POSTER-VERIFY-STATUS
    PERFORM VARYING RECON-SCAN-IDX FROM 1 BY 1
      UNTIL RECON-SCAN-IDX > ACCOUNT-COUNT
        IF FUNCTION TRIM(LOOKUP-USERNAME) =
           FUNCTION TRIM(ACCT-USER(RECON-SCAN-IDX))
            MOVE ACCT-VERIFY-STATUS(RECON-SCAN-IDX)
              TO POSTER-VERIFY-STATUS
            IF ACCT-IS-VERIFIED(RECON-SCAN-IDX)
                MOVE 'Y' TO POSTER-VERIFIED-FLAG
            END-IF
            EXIT PERFORM
        END-IF
    END-PERFORM.

*> =====================
*> NEW: Cache the logged-in user's account role for menu gating
*> =====================
805-SET-CURRENT-USER-ROLE.
    MOVE "STUDENT" TO CURRENT-USER-ROLE
    PERFORM VARYING LOOP-INDEX FROM 1 BY 1
      UNTIL LOOP-INDEX > ACCOUNT-COUNT
        IF FUNCTION TRIM(CURRENT-USER) = FUNCTION TRIM(ACCT-USER(LOOP-INDEX))
            MOVE ACCT-ROLE(LOOP-INDEX) TO CURRENT-USER-ROLE
            EXIT PERFORM
        END-IF
    END-PERFORM.

*> =====================
*> NEW: Does LOOKUP-USERNAME exist in the account table?  Uses its
*> own scan index so callers may hold LOOP-INDEX across the call.
*> =====================
806-CHECK-ACCOUNT-EXISTS.
    MOVE 'N' TO ACCOUNT-EXISTS-FLAG
    PERFORM VARYING RECON-SCAN-IDX FROM 1 BY 1
      UNTIL RECON-SCAN-IDX > ACCOUNT-COUNT
        IF FUNCTION TRIM(LOOKUP-USERNAME) =
           FUNCTION TRIM(ACCT-USER(RECON-SCAN-IDX))
            MOVE 'Y' TO ACCOUNT-EXISTS-FLAG
            EXIT PERFORM
        END-IF
    END-PERFORM.

*> =====================
*> NEW: Fetch the account role for LOOKUP-USERNAME into
*> LOOKUP-ACCOUNT-ROLE (spaces when the account does not exist).
*> Uses the same dedicated scan index as 806 so callers may hold
*> LOOP-INDEX across the call.
*> =====================
807-GET-ACCOUNT-ROLE.
    MOVE SPACES TO LOOKUP-ACCOUNT-ROLE
    PERFORM VARYING RECON-SCAN-IDX FROM 1 BY 1
      UNTIL RECON-SCAN-IDX > ACCOUNT-COUNT
        IF FUNCTION TRIM(LOOKUP-USERNAME) =
           FUNCTION TRIM(ACCT-USER(RECON-SCAN-IDX))
            MOVE ACCT-ROLE(RECON-SCAN-IDX) TO LOOKUP-ACCOUNT-ROLE
            EXIT PERFORM
        END-IF
    END-PERFORM.

*> =====================
*> NEW: Is LOOKUP-USERNAME a live (ACTIVE) account?  Deactivated
*> accounts stay on file but drop out of search, suggestions and
*> matching.
*> =====================
808-CHECK-ACCOUNT-ACTIVE.
    MOVE 'N' TO ACCOUNT-ACTIVE-FLAG
    PERFORM VARYING RECON-SCAN-IDX FROM 1 BY 1
      UNTIL RECON-SCAN-IDX > ACCOUNT-COUNT
        IF FUNCTION TRIM(LOOKUP-USERNAME) =
           FUNCTION TRIM(ACCT-USER(RECON-SCAN-IDX))
            IF ACCT-IS-ACTIVE(RECON-SCAN-IDX)
                MOVE 'Y' TO ACCOUNT-ACTIVE-FLAG
            END-IF
            EXIT PERFORM
        END-IF
    END-PERFORM.

*> =====================
*> NEW: Set ALUMNI-TAG-TEXT to the display tag for LOOKUP-USERNAME
*> (" [Alumni]" for an ALUMNI account, spaces otherwise).  Appended
*> to search-result and profile lines; a trailing all-spaces tag
*> disappears in the display trim.
*> =====================
809-SET-ALUMNI-TAG.
    PERFORM 807-GET-ACCOUNT-ROLE
    IF FUNCTION TRIM(LOOKUP-ACCOUNT-ROLE) = "ALUMNI"
        MOVE " [Alumni]" TO ALUMNI-TAG-TEXT
    ELSE
        MOVE SPACES TO ALUMNI-TAG-TEXT
    END-IF.

810-VALIDATE-PASSWORD.
    MOVE 0 TO PASS-LENGTH
    MOVE 'N' TO CONTAINS-UPPERCASE
    MOVE 'N' TO CONTAINS-DIGIT
    MOVE 'N' TO CONTAINS-SPECIAL-CHAR

    COMPUTE PASS-LENGTH =
        FUNCTION LENGTH(FUNCTION TRIM(INPUT-PASSWORD))
    IF PASS-LENGTH < 8 OR PASS-LENGTH > 12
        MOVE 'N' TO PASSWORD-VALID-FLAG
        EXIT PARAGRAPH
    END-IF

    PERFORM VARYING LOOP-INDEX FROM 1 BY 1
      UNTIL LOOP-INDEX > PASS-LENGTH
        MOVE INPUT-PASSWORD(LOOP-INDEX:1) TO CURRENT-CHAR

        IF CURRENT-CHAR IS NUMERIC
            MOVE 'Y' TO CONTAINS-DIGIT
        END-IF
        IF CURRENT-CHAR IS ALPHABETIC AND
           CURRENT-CHAR = FUNCTION UPPER-CASE(CURRENT-CHAR)
            MOVE 'Y' TO CONTAINS-UPPERCASE
        END-IF
        IF CURRENT-CHAR NOT ALPHABETIC AND
           CURRENT-CHAR NOT NUMERIC AND
           CURRENT-CHAR NOT = SPACE
            MOVE 'Y' TO CONTAINS-SPECIAL-CHAR
        END-IF
    END-PERFORM

    IF CONTAINS-UPPERCASE = 'Y' AND
       CONTAINS-DIGIT = 'Y' AND
       CONTAINS-SPECIAL-CHAR = 'Y'
        MOVE 'Y' TO PASSWORD-VALID-FLAG
    ELSE
        MOVE 'N' TO PASSWORD-VALID-FLAG
    END-IF.

*> =====================
*> UPDATED: Profile work-slot helpers backed by the indexed file
*> =====================
*> Loads the logged-in user's profile into work slot 1, initializing
*> a fresh entry when no record exists yet.  Always succeeds.
820-FIND-OR-CREATE-PROFILE-INDEX.
    MOVE OWN-PROFILE-SLOT TO PROFILE-IDX
    MOVE FUNCTION TRIM(CURRENT-USER) TO PROFILE-LOOKUP-USER
    PERFORM 822-READ-PROFILE-RECORD
    IF PROFILE-FOUND-FLAG NOT = 'Y'
        MOVE SPACES TO PROFILE-ENTRY(PROFILE-IDX)
        MOVE FUNCTION TRIM(CURRENT-USER) TO P-USER(PROFILE-IDX)
        *> Reset counts on new profile
        MOVE 0 TO P-EXP-COUNT(PROFILE-IDX)
        MOVE 0 TO P-EDU-COUNT(PROFILE-IDX)
    END-IF.

*> Loads the logged-in user's profile into work slot 1; PROFILE-IDX
*> comes back 0 when the user has no profile on file.
821-FIND-PROFILE-INDEX-ONLY.
    MOVE OWN-PROFILE-SLOT TO PROFILE-IDX
    MOVE FUNCTION TRIM(CURRENT-USER) TO PROFILE-LOOKUP-USER
    PERFORM 822-READ-PROFILE-RECORD
    IF PROFILE-FOUND-FLAG NOT = 'Y'
        MOVE 0 TO PROFILE-IDX
    END-IF.

*> =====================
*> NEW: Read one profile by username into work slot PROFILE-IDX.
*> Caller sets PROFILE-LOOKUP-USER and PROFILE-IDX; PROFILE-FOUND-FLAG
*> comes back 'Y' with the slot filled in.
*> =====================
822-READ-PROFILE-RECORD.
    MOVE 'N' TO PROFILE-FOUND-FLAG
    MOVE FUNCTION TRIM(PROFILE-LOOKUP-USER) TO PROF-REC-KEY
    READ USER-PROFILES KEY IS PROF-REC-KEY
        INVALID KEY
            CONTINUE
        NOT INVALID KEY
            MOVE 'Y' TO PROFILE-FOUND-FLAG
            MOVE PROF-REC-DATA TO PROFILE-DATA-WORK
            PERFORM 830-DESERIALIZE-PROFILE
    END-READ.

*> =====================
*> NEW: Sequential scan over every profile on file.  825 positions at
*> the first record; 826 reads the next profile into work slot 2 and
*> sets PROFILE-SCAN-DONE = 'Y' when the file is exhausted.
*> =====================
825-START-PROFILE-SCAN.
    MOVE 'N' TO PROFILE-SCAN-DONE
    MOVE LOW-VALUES TO PROF-REC-KEY
    START USER-PROFILES KEY IS >= PROF-REC-KEY
        INVALID KEY MOVE 'Y' TO PROFILE-SCAN-DONE
    END-START
    *> Any failure to position (including a file that never opened)
    *> ends the scan rather than looping on a dead file.
    IF PROFILE-FILE-STATUS NOT = "00"
        MOVE 'Y' TO PROFILE-SCAN-DONE
    END-IF.

826-READ-NEXT-PROFILE.
    READ USER-PROFILES NEXT RECORD
        AT END
            MOVE 'Y' TO PROFILE-SCAN-DONE
        NOT AT END
            MOVE VIEW-PROFILE-SLOT TO PROFILE-IDX
            MOVE PROF-REC-DATA TO PROFILE-DATA-WORK
            PERFORM 830-DESERIALIZE-PROFILE
    END-READ
    IF PROFILE-FILE-STATUS NOT = "00"
        MOVE 'Y' TO PROFILE-SCAN-DONE
    END-IF.

*> =====================
*> NEW: Position work slot 2 on the PROFILE-MATCH-TARGET'th profile
*> matching the current mode.  PROFILE-IDX comes back 0 when there is
*> no such match.
*> =====================
827-LOAD-NTH-MATCHING-PROFILE.
    MOVE 0 TO PROFILE-MATCH-ORDINAL
    MOVE 0 TO PROFILE-IDX
    PERFORM 825-START-PROFILE-SCAN
    PERFORM UNTIL PROFILE-SCAN-DONE = 'Y'
        PERFORM 826-READ-NEXT-PROFILE
        IF PROFILE-SCAN-DONE = 'Y'
            EXIT PERFORM
        END-IF
        PERFORM 828-CHECK-PROFILE-MATCH
        IF PROFILE-MATCH-FLAG = 'Y'
            ADD 1 TO PROFILE-MATCH-ORDINAL
            IF PROFILE-MATCH-ORDINAL = PROFILE-MATCH-TARGET
                MOVE VIEW-PROFILE-SLOT TO PROFILE-IDX
                EXIT PERFORM
            END-IF
        END-IF
    END-PERFORM

    *> A scan that ran dry without reaching the target ordinal leaves
    *> PROFILE-IDX pointing at the last record read (826 sets it for
    *> the deserialize); clear it so callers' no-such-match guards
    *> actually fire.
    IF PROFILE-SCAN-DONE = 'Y'
        MOVE 0 TO PROFILE-IDX
    END-IF.

*> =====================
*> NEW: Does the profile in work slot 2 match the current search?
*> Mode 'S' matches university or major against INPUT-USERNAME;
*> mode 'P' applies the People You May Know candidate rules.
*> =====================
828-CHECK-PROFILE-MATCH.
    IF PROFILE-MATCH-MODE = 'P'
        PERFORM 906-CHECK-SUGGESTION-CANDIDATE
        MOVE SUGGESTION-CANDIDATE-FLAG TO PROFILE-MATCH-FLAG
    ELSE
        MOVE 'N' TO PROFILE-MATCH-FLAG
        *> NEW: deactivated accounts are hidden from search results
        MOVE FUNCTION TRIM(P-USER(VIEW-PROFILE-SLOT)) TO LOOKUP-USERNAME
        PERFORM 808-CHECK-ACCOUNT-ACTIVE
        IF ACCOUNT-ACTIVE-FLAG NOT = 'Y'
            EXIT PARAGRAPH
        END-IF
        *> NEW: blocked users are hidden from each other
        MOVE FUNCTION TRIM(P-USER(VIEW-PROFILE-SLOT)) TO BLOCK-OTHER-USER
        PERFORM 577-CHECK-BLOCKED
        IF BLOCKED-FLAG = 'Y'
            EXIT PARAGRAPH
        END-IF
        IF FUNCTION UPPER-CASE(FUNCTION TRIM(P-UNIV(VIEW-PROFILE-SLOT))) =
           FUNCTION UPPER-CASE(FUNCTION TRIM(INPUT-USERNAME))
           OR FUNCTION UPPER-CASE(FUNCTION TRIM(P-MAJOR(VIEW-PROFILE-SLOT))) =
              FUNCTION UPPER-CASE(FUNCTION TRIM(INPUT-USERNAME))
            MOVE 'Y' TO PROFILE-MATCH-FLAG
        END-IF
    END-IF.

*> =====================
*> UPDATED: The indexed profiles file is opened for random access and
*> kept open for the life of the run (the Connections.dat convention);
*> profiles are read and written per user on demand.
*> =====================
860-OPEN-PROFILES-FILE.
    OPEN I-O USER-PROFILES
    IF PROFILE-FILE-STATUS = "35"
        OPEN OUTPUT USER-PROFILES
        CLOSE USER-PROFILES
        OPEN I-O USER-PROFILES
    END-IF

    IF PROFILE-FILE-STATUS NOT = "00"
        DISPLAY "ERROR: Unable to open Profiles.dat (status "
                PROFILE-FILE-STATUS ")"
    END-IF.

*> UPDATED: Accounts are now saved right after creation (matching every
*> other file's incremental-save convention) instead of only at a clean
*> 900-TERMINATE-PROGRAM shutdown, so a new account survives a crash or
*> kill even if it lands on a checkpointed input line.
865-SAVE-ACCOUNTS.
    OPEN OUTPUT USER-ACCOUNTS
    PERFORM VARYING LOOP-INDEX FROM 1 BY 1
      UNTIL LOOP-INDEX > ACCOUNT-COUNT
        MOVE SPACES TO ACCOUNT-LINE-OUT
        STRING FUNCTION TRIM(ACCT-USER(LOOP-INDEX)) DELIMITED BY SIZE
               "|" DELIMITED BY SIZE
               FUNCTION TRIM(ACCT-PASS(LOOP-INDEX)) DELIMITED BY SIZE
               "|" DELIMITED BY SIZE
               FUNCTION TRIM(ACCT-ROLE(LOOP-INDEX)) DELIMITED BY SIZE
               "|" DELIMITED BY SIZE
               FUNCTION TRIM(ACCT-STATUS(LOOP-INDEX)) DELIMITED BY SIZE
               "|" DELIMITED BY SIZE
               ACCT-FAIL-COUNT(LOOP-INDEX) DELIMITED BY SIZE
               "|" DELIMITED BY SIZE
               ACCT-FORCE-FLAG(LOOP-INDEX) DELIMITED BY SIZE
               "|" DELIMITED BY SIZE
               FUNCTION TRIM(ACCT-VERIFY-STATUS(LOOP-INDEX)) DELIMITED BY SIZE
               "|" DELIMITED BY SIZE
               FUNCTION TRIM(ACCT-VERIFIED-BY(LOOP-INDEX)) DELIMITED BY SIZE
               "|" DELIMITED BY SIZE
               FUNCTION TRIM(ACCT-VERIFIED-DATE(LOOP-INDEX)) DELIMITED BY SIZE
               "|" DELIMITED BY SIZE
               FUNCTION TRIM(ACCT-VERIFY-REASON(LOOP-INDEX)) DELIMITED BY SIZE
            INTO ACCOUNT-LINE-OUT
        END-STRING
        WRITE ACCOUNT-LINE-OUT
    END-PERFORM
    CLOSE USER-ACCOUNTS.

*> =====================
*> UPDATED: Writes the single profile held in work slot PROFILE-IDX
*> back to the indexed file (add or replace).
*> =====================
870-WRITE-PROFILE-RECORD.
    PERFORM 835-SERIALIZE-PROFILE
    MOVE FUNCTION TRIM(P-USER(PROFILE-IDX)) TO PROF-REC-KEY
    MOVE SER-LINE TO PROF-REC-DATA
    WRITE PROFILE-REC
    IF PROFILE-FILE-STATUS = "22"
        REWRITE PROFILE-REC
    END-IF

    IF PROFILE-FILE-STATUS NOT = "00"
        DISPLAY "Error saving profile record: " PROFILE-FILE-STATUS
    END-IF.

*> =====================
*> NEW: Company-profile file helpers (the Profiles.dat conventions:
*> opened for random access for the life of the run, read and written
*> per employer on demand).
*> =====================
840-OPEN-COMPANY-PROFILES-FILE.
    OPEN I-O COMPANY-PROFILES
    IF CPROF-FILE-STATUS = "35"
        OPEN OUTPUT COMPANY-PROFILES
        CLOSE COMPANY-PROFILES
        OPEN I-O COMPANY-PROFILES
    END-IF

    IF CPROF-FILE-STATUS NOT = "00"
        DISPLAY "ERROR: Unable to open CompanyProfiles.dat (status "
                CPROF-FILE-STATUS ")"
    END-IF.

*> Read one company profile by username into the CP- fields.  Caller
*> sets CPROF-LOOKUP-USER; CPROF-FOUND-FLAG comes back 'Y' with the
*> fields filled in.
841-READ-COMPANY-PROFILE.
    MOVE 'N' TO CPROF-FOUND-FLAG
    MOVE SPACES TO COMPANY-PROFILE-FIELDS
    MOVE FUNCTION TRIM(CPROF-LOOKUP-USER) TO CPROF-REC-KEY
    READ COMPANY-PROFILES KEY IS CPROF-REC-KEY
        INVALID KEY
            CONTINUE
        NOT INVALID KEY
            MOVE 'Y' TO CPROF-FOUND-FLAG
            MOVE CPROF-REC-DATA TO CPROF-DATA-WORK
            PERFORM 843-DESERIALIZE-COMPANY-PROFILE
    END-READ.

*> Write the CP- fields back as CP-USER's company profile (add or
*> replace).
842-WRITE-COMPANY-PROFILE.
    MOVE SPACES TO CPROF-DATA-WORK
    STRING FUNCTION TRIM(CP-NAME)      DELIMITED BY SIZE
           "|" DELIMITED BY SIZE
           FUNCTION TRIM(CP-INDUSTRY)  DELIMITED BY SIZE
           "|" DELIMITED BY SIZE
           FUNCTION TRIM(CP-LOCATION)  DELIMITED BY SIZE
           "|" DELIMITED BY SIZE
           FUNCTION TRIM(CP-SIZE)      DELIMITED BY SIZE
           "|" DELIMITED BY SIZE
           FUNCTION TRIM(CP-ABOUT)     DELIMITED BY SIZE
      INTO CPROF-DATA-WORK
    END-STRING
    MOVE FUNCTION TRIM(CP-USER) TO CPROF-REC-KEY
    MOVE CPROF-DATA-WORK TO CPROF-REC-DATA
    WRITE COMPANY-PROFILE-REC
    IF CPROF-FILE-STATUS = "22"
        REWRITE COMPANY-PROFILE-REC
    END-IF

    IF CPROF-FILE-STATUS NOT = "00"
        DISPLAY "Error saving company profile record: " CPROF-FILE-STATUS
    END-IF.

843-DESERIALIZE-COMPANY-PROFILE.
    MOVE FUNCTION TRIM(CPROF-REC-KEY) TO CP-USER
    UNSTRING CPROF-DATA-WORK DELIMITED BY "|"
        INTO CP-NAME
             CP-INDUSTRY
             CP-LOCATION
             CP-SIZE
             CP-ABOUT
    END-UNSTRING.

*> Sequential scan over every company profile on file (the 825/826
*> pattern): 845 positions at the first record, 846 reads the next
*> one into the CP- fields and sets CPROF-SCAN-DONE at the end.
845-START-COMPANY-SCAN.
    MOVE 'N' TO CPROF-SCAN-DONE
    MOVE LOW-VALUES TO CPROF-REC-KEY
    START COMPANY-PROFILES KEY IS >= CPROF-REC-KEY
        INVALID KEY MOVE 'Y' TO CPROF-SCAN-DONE
    END-START
    IF CPROF-FILE-STATUS NOT = "00"
        MOVE 'Y' TO CPROF-SCAN-DONE
    END-IF.

846-READ-NEXT-COMPANY.
    READ COMPANY-PROFILES NEXT RECORD
        AT END
            MOVE 'Y' TO CPROF-SCAN-DONE
        NOT AT END
            MOVE CPROF-REC-DATA TO CPROF-DATA-WORK
            PERFORM 843-DESERIALIZE-COMPANY-PROFILE
    END-READ
    IF CPROF-FILE-STATUS NOT = "00"
        MOVE 'Y' TO CPROF-SCAN-DONE
    END-IF.
900-TERMINATE-PROGRAM.
    PERFORM 865-SAVE-ACCOUNTS.

    CLOSE USER-PROFILES.
    CLOSE COMPANY-PROFILES.
    CLOSE USER-CONNECTIONS.
    CLOSE PERMANENT-CONNECTIONS.
    PERFORM 945-SAVE-APPLICATIONS.

    MOVE "--- END_OF_PROGRAM_EXECUTION ---" TO MESSAGE-BUFFER.
    PERFORM 700-DISPLAY-MESSAGE.

    CLOSE PROGRAM-OUTPUT.
    CLOSE USER-INPUT.
*> UPDATED: deserializes PROFILE-DATA-WORK into work slot PROFILE-IDX
830-DESERIALIZE-PROFILE.
    *> PROFILE-DATA-WORK: user|first|last|univ|major|grad|about|expCount|eduCount|expBlock|eduBlock
    MOVE SPACES TO TOK-USER TOK-FIRST TOK-LAST TOK-UNIV TOK-MAJOR TOK-GRAD TOK-ABOUT
    MOVE SPACES TO EXP-BLOCK EDU-BLOCK
    MOVE 0 TO TOK-EXPCNT TOK-EDUCNT

    UNSTRING PROFILE-DATA-WORK DELIMITED BY ALL "|"
        INTO TOK-USER
             TOK-FIRST
             TOK-LAST
             TOK-UNIV
             TOK-MAJOR
             TOK-GRAD
             TOK-ABOUT
             TOK-EXPCNT
             TOK-EDUCNT
             EXP-BLOCK
             EDU-BLOCK
    END-UNSTRING

    MOVE FUNCTION TRIM(TOK-USER)  TO P-USER(PROFILE-IDX)
    MOVE FUNCTION TRIM(TOK-FIRST) TO P-FIRST(PROFILE-IDX)
    MOVE FUNCTION TRIM(TOK-LAST)  TO P-LAST(PROFILE-IDX)
    MOVE FUNCTION TRIM(TOK-UNIV)  TO P-UNIV(PROFILE-IDX)
    MOVE FUNCTION TRIM(TOK-MAJOR) TO P-MAJOR(PROFILE-IDX)
    MOVE FUNCTION TRIM(TOK-GRAD)  TO P-GRAD(PROFILE-IDX)
    MOVE FUNCTION TRIM(TOK-ABOUT) TO P-ABOUT(PROFILE-IDX)

    MOVE TOK-EXPCNT TO P-EXP-COUNT(PROFILE-IDX)
    MOVE TOK-EDUCNT TO P-EDU-COUNT(PROFILE-IDX)

    MOVE SPACES TO EXP1 EXP2 EXP3
    UNSTRING EXP-BLOCK DELIMITED BY "^"
        INTO EXP1 EXP2 EXP3
    END-UNSTRING

    PERFORM VARYING SUBI FROM 1 BY 1 UNTIL SUBI > P-EXP-COUNT(PROFILE-IDX)
        EVALUATE SUBI
           WHEN 1 MOVE EXP1 TO SER-LINE
           WHEN 2 MOVE EXP2 TO SER-LINE
           WHEN 3 MOVE EXP3 TO SER-LINE
        END-EVALUATE
        MOVE SPACES TO TOK-FIRST TOK-LAST TOK-UNIV TOK-MAJOR
        UNSTRING SER-LINE DELIMITED BY "~"
            INTO P-EXP-TITLE(PROFILE-IDX SUBI)
                 P-EXP-COMP(PROFILE-IDX SUBI)
                 P-EXP-DATES(PROFILE-IDX SUBI)
                 P-EXP-DESC(PROFILE-IDX SUBI)
        END-UNSTRING
    END-PERFORM

    MOVE SPACES TO EDU1 EDU2 EDU3
    UNSTRING EDU-BLOCK DELIMITED BY "^"
        INTO EDU1 EDU2 EDU3
    END-UNSTRING

    PERFORM VARYING SUBI FROM 1 BY 1 UNTIL SUBI > P-EDU-COUNT(PROFILE-IDX)
        EVALUATE SUBI
           WHEN 1 MOVE EDU1 TO SER-LINE
           WHEN 2 MOVE EDU2 TO SER-LINE
           WHEN 3 MOVE EDU3 TO SER-LINE
        END-EVALUATE
        UNSTRING SER-LINE DELIMITED BY "~"
            INTO P-EDU-DEG(PROFILE-IDX SUBI)
                 P-EDU-SCHOOL(PROFILE-IDX SUBI)
                 P-EDU-YEARS(PROFILE-IDX SUBI)
        END-UNSTRING
    END-PERFORM.

835-SERIALIZE-PROFILE.
    MOVE SPACES TO SER-LINE

    *> Build EXP-BLOCK safely using explicit pointers
    MOVE SPACES TO EXP-BLOCK
    MOVE 1 TO EXP-PTR
    IF P-EXP-COUNT(PROFILE-IDX) > 0
        PERFORM VARYING SUBI FROM 1 BY 1 UNTIL SUBI > P-EXP-COUNT(PROFILE-IDX)
            IF SUBI > 1
                STRING "^" DELIMITED BY SIZE
                  INTO EXP-BLOCK WITH POINTER EXP-PTR
                END-STRING
            END-IF
            STRING FUNCTION TRIM(P-EXP-TITLE(PROFILE-IDX SUBI)) DELIMITED BY SIZE
                   "~" DELIMITED BY SIZE
                   FUNCTION TRIM(P-EXP-COMP(PROFILE-IDX SUBI))  DELIMITED BY SIZE
                   "~" DELIMITED BY SIZE
                   FUNCTION TRIM(P-EXP-DATES(PROFILE-IDX SUBI)) DELIMITED BY SIZE
                   "~" DELIMITED BY SIZE
                   FUNCTION TRIM(P-EXP-DESC(PROFILE-IDX SUBI))  DELIMITED BY SIZE
              INTO EXP-BLOCK WITH POINTER EXP-PTR
            END-STRING
        END-PERFORM
    END-IF

    *> Build EDU-BLOCK safely using explicit pointers
    MOVE SPACES TO EDU-BLOCK
    MOVE 1 TO EDU-PTR
    IF P-EDU-COUNT(PROFILE-IDX) > 0
        PERFORM VARYING SUBI FROM 1 BY 1 UNTIL SUBI > P-EDU-COUNT(PROFILE-IDX)
            IF SUBI > 1
                STRING "^" DELIMITED BY SIZE
                  INTO EDU-BLOCK WITH POINTER EDU-PTR
                END-STRING
            END-IF
            STRING FUNCTION TRIM(P-EDU-DEG(PROFILE-IDX SUBI))    DELIMITED BY SIZE
                   "~" DELIMITED BY SIZE
                   FUNCTION TRIM(P-EDU-SCHOOL(PROFILE-IDX SUBI)) DELIMITED BY SIZE
                   "~" DELIMITED BY SIZE
                   FUNCTION TRIM(P-EDU-YEARS(PROFILE-IDX SUBI))  DELIMITED BY SIZE
              INTO EDU-BLOCK WITH POINTER EDU-PTR
            END-STRING
        END-PERFORM
    END-IF

    *> Assemble full line: user|first|last|univ|major|grad|about|expCnt|eduCnt|expBlock|eduBlock
    MOVE SPACES TO SER-LINE
    STRING FUNCTION TRIM(P-USER(PROFILE-IDX))  DELIMITED BY SIZE
           "|" DELIMITED BY SIZE
           FUNCTION TRIM(P-FIRST(PROFILE-IDX)) DELIMITED BY SIZE
           "|" DELIMITED BY SIZE
           FUNCTION TRIM(P-LAST(PROFILE-IDX))  DELIMITED BY SIZE
           "|" DELIMITED BY SIZE
           FUNCTION TRIM(P-UNIV(PROFILE-IDX))  DELIMITED BY SIZE
           "|" DELIMITED BY SIZE
           FUNCTION TRIM(P-MAJOR(PROFILE-IDX)) DELIMITED BY SIZE
           "|" DELIMITED BY SIZE
           FUNCTION TRIM(P-GRAD(PROFILE-IDX))  DELIMITED BY SIZE
           "|" DELIMITED BY SIZE
           FUNCTION TRIM(P-ABOUT(PROFILE-IDX)) DELIMITED BY SIZE
           "|" DELIMITED BY SIZE
           P-EXP-COUNT(PROFILE-IDX)            DELIMITED BY SIZE
           "|" DELIMITED BY SIZE
           P-EDU-COUNT(PROFILE-IDX)            DELIMITED BY SIZE
           "|" DELIMITED BY SIZE
           EXP-BLOCK                           DELIMITED BY SIZE
           "|" DELIMITED BY SIZE
           EDU-BLOCK                           DELIMITED BY SIZE
      INTO SER-LINE
    END-STRING.

*> =====================
*> UPDATED: Open the indexed connections file for random access.
*> Connections.dat is kept open for the life of the run instead of
*> being loaded into a table at startup and rewritten at shutdown.
*> =====================
951-OPEN-CONNECTIONS-FILE.
    OPEN I-O USER-CONNECTIONS
    IF CONNECTION-FILE-STATUS = "35"
        OPEN OUTPUT USER-CONNECTIONS
        CLOSE USER-CONNECTIONS
        OPEN I-O USER-CONNECTIONS
    END-IF

    IF CONNECTION-FILE-STATUS NOT = "00"
        DISPLAY "ERROR: Unable to open Connections.dat (status "
                CONNECTION-FILE-STATUS ")"
    END-IF.

*> =====================
*> UPDATED: Open the indexed permanent-connections file for random
*> access, kept open for the life of the run.
*> =====================
976-OPEN-PERMANENT-CONNECTIONS-FILE.
    OPEN I-O PERMANENT-CONNECTIONS
    IF PERM-CONN-FILE-STATUS = "35"
        OPEN OUTPUT PERMANENT-CONNECTIONS
        CLOSE PERMANENT-CONNECTIONS
        OPEN I-O PERMANENT-CONNECTIONS
    END-IF

    IF PERM-CONN-FILE-STATUS NOT = "00"
        DISPLAY "ERROR: Unable to open PermanentConnections.dat (status "
                PERM-CONN-FILE-STATUS ")"
    END-IF.

*> =====================
*> UPDATED: View My Network - scans the permanent-connections file
*> by the PERM-REC-USER1 alternate key instead of a table scan.
*> =====================
580-VIEW-MY-NETWORK.
    MOVE "--- Your Network ---" TO MESSAGE-BUFFER
    PERFORM 700-DISPLAY-MESSAGE

    MOVE 0 TO NETWORK-MATCH-COUNT
    MOVE FUNCTION TRIM(CURRENT-USER) TO PERM-REC-USER1
    START PERMANENT-CONNECTIONS KEY IS >= PERM-REC-USER1
        INVALID KEY MOVE "10" TO PERM-CONN-FILE-STATUS
    END-START

    IF PERM-CONN-FILE-STATUS = "00"
        PERFORM FOREVER
            READ PERMANENT-CONNECTIONS NEXT RECORD
                AT END EXIT PERFORM
            END-READ
            IF FUNCTION TRIM(PERM-REC-USER1) NOT = FUNCTION TRIM(CURRENT-USER)
                EXIT PERFORM
            END-IF

            ADD 1 TO NETWORK-MATCH-COUNT

            *> Find profile info for this connection - keyed read
            *> from the indexed profiles file into work slot 2
            MOVE FUNCTION TRIM(PERM-REC-USER2) TO PROFILE-LOOKUP-USER
            MOVE VIEW-PROFILE-SLOT TO PROFILE-IDX
            PERFORM 822-READ-PROFILE-RECORD

            *> Display in exact sample format: "Connected with: Username (University: X, Major: Y)"
            MOVE SPACES TO MESSAGE-BUFFER
            IF PROFILE-FOUND-FLAG = 'Y'
                *> If profile exists, show username, university and major
                STRING "Connected with: " DELIMITED BY SIZE
                       FUNCTION TRIM(PERM-REC-USER2) DELIMITED BY SIZE
                       " (University: " DELIMITED BY SIZE
                       FUNCTION TRIM(P-UNIV(PROFILE-IDX)) DELIMITED BY SIZE
                       ", Major: " DELIMITED BY SIZE
                       FUNCTION TRIM(P-MAJOR(PROFILE-IDX)) DELIMITED BY SIZE
                       ")" DELIMITED BY SIZE
                  INTO MESSAGE-BUFFER
                END-STRING
            ELSE
                *> If no profile, just show username
                STRING "Connected with: " DELIMITED BY SIZE
                       FUNCTION TRIM(PERM-REC-USER2) DELIMITED BY SIZE
                  INTO MESSAGE-BUFFER
                END-STRING
            END-IF

            PERFORM 700-DISPLAY-MESSAGE
        END-PERFORM
    END-IF

    IF NETWORK-MATCH-COUNT = 0
        MOVE "You have no connections in your network yet."
          TO MESSAGE-BUFFER
        PERFORM 700-DISPLAY-MESSAGE
        EXIT PARAGRAPH
    END-IF

    MOVE "--------------------" TO MESSAGE-BUFFER
    PERFORM 700-DISPLAY-MESSAGE

    MOVE "Endorse a connection's skill? (Y/N)" TO MESSAGE-BUFFER
    PERFORM 700-DISPLAY-MESSAGE
    PERFORM 600-GET-USER-INPUT
    IF NO-MORE-DATA EXIT PARAGRAPH END-IF
    MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(INPUT-BUFFER))
      TO NORMALIZED-INPUT
    IF NORMALIZED-INPUT = "Y" OR NORMALIZED-INPUT = "YES"
        PERFORM 581-ENDORSE-CONNECTION-SKILL
    END-IF.

*> =====================
*> NEW: Endorse one of a connection's completed skills.  Only a
*> first-degree connection may endorse, and an endorser may endorse
*> a given skill of a given user only once.
*> =====================
581-ENDORSE-CONNECTION-SKILL.
    MOVE "Enter the username of the connection to endorse:" TO MESSAGE-BUFFER
    PERFORM 700-DISPLAY-MESSAGE
    PERFORM 600-GET-USER-INPUT
    IF NO-MORE-DATA EXIT PARAGRAPH END-IF
    MOVE FUNCTION TRIM(INPUT-BUFFER) TO ENDORSE-TARGET-USER

    IF FUNCTION TRIM(ENDORSE-TARGET-USER) = FUNCTION TRIM(CURRENT-USER)
        MOVE "You cannot endorse your own skills." TO MESSAGE-BUFFER
        PERFORM 700-DISPLAY-MESSAGE
        EXIT PARAGRAPH
    END-IF

    *> Only connections may endorse - one keyed read is enough since
    *> acceptance stores the pair in both directions.
    MOVE FUNCTION TRIM(CURRENT-USER) TO PERM-REC-USER1
    MOVE FUNCTION TRIM(ENDORSE-TARGET-USER) TO PERM-REC-USER2
    READ PERMANENT-CONNECTIONS KEY IS PERM-REC-KEY
        INVALID KEY
            MOVE "You can only endorse skills of your connections."
              TO MESSAGE-BUFFER
            PERFORM 700-DISPLAY-MESSAGE
            EXIT PARAGRAPH
        NOT INVALID KEY
            CONTINUE
    END-READ

    *> List the connection's completed skills by catalog number
    MOVE 0 TO ENDO-LIST-COUNT
    MOVE SPACES TO MESSAGE-BUFFER
    STRING "--- Completed Skills for "              DELIMITED BY SIZE
           FUNCTION TRIM(ENDORSE-TARGET-USER)       DELIMITED BY SIZE
           " ---"                                   DELIMITED BY SIZE
      INTO MESSAGE-BUFFER
    END-STRING
    PERFORM 700-DISPLAY-MESSAGE

    PERFORM VARYING LOOP-INDEX FROM 1 BY 1 UNTIL LOOP-INDEX > SKPR-COUNT
        IF FUNCTION TRIM(SKPR-USER(LOOP-INDEX)) =
           FUNCTION TRIM(ENDORSE-TARGET-USER)
          AND SKPR-COMPLETE(LOOP-INDEX) = 'Y'
            PERFORM VARYING SKILL-INDEX FROM 1 BY 1
              UNTIL SKILL-INDEX > SKILL-CAT-COUNT
                IF SKILL-CAT-ID(SKILL-INDEX) = SKPR-SKILL-ID(LOOP-INDEX)
                    ADD 1 TO ENDO-LIST-COUNT
                    MOVE SPACES TO MESSAGE-BUFFER
                    STRING SKILL-CAT-ID(SKILL-INDEX) DELIMITED BY SIZE
                           ". " DELIMITED BY SIZE
                           FUNCTION TRIM(SKILL-CAT-NAME(SKILL-INDEX))
                             DELIMITED BY SIZE
                      INTO MESSAGE-BUFFER
                    END-STRING
                    PERFORM 700-DISPLAY-MESSAGE
                    EXIT PERFORM
                END-IF
            END-PERFORM
        END-IF
    END-PERFORM

    IF ENDO-LIST-COUNT = 0
        MOVE "This connection has no completed skills to endorse."
          TO MESSAGE-BUFFER
        PERFORM 700-DISPLAY-MESSAGE
        EXIT PARAGRAPH
    END-IF

    MOVE "Enter the skill number to endorse:" TO MESSAGE-BUFFER
    PERFORM 700-DISPLAY-MESSAGE
    PERFORM 600-GET-USER-INPUT
    IF NO-MORE-DATA EXIT PARAGRAPH END-IF
    MOVE FUNCTION TRIM(INPUT-BUFFER) TO MENU-CHOICE

    MOVE 0 TO ENDORSE-SKILL-SELECTED
    IF FUNCTION TRIM(MENU-CHOICE) IS NUMERIC
      AND FUNCTION LENGTH(FUNCTION TRIM(MENU-CHOICE)) = 1
        MOVE FUNCTION NUMVAL(FUNCTION TRIM(MENU-CHOICE))
          TO ENDORSE-SKILL-SELECTED
    END-IF

    *> The chosen number must be a catalog skill...
    MOVE 0 TO SKILL-INDEX
    PERFORM VARYING LOOP-INDEX FROM 1 BY 1
      UNTIL LOOP-INDEX > SKILL-CAT-COUNT
        IF SKILL-CAT-ID(LOOP-INDEX) = ENDORSE-SKILL-SELECTED
            MOVE LOOP-INDEX TO SKILL-INDEX
            EXIT PERFORM
        END-IF
    END-PERFORM
    IF SKILL-INDEX = 0
        MOVE "Invalid selection." TO MESSAGE-BUFFER
        PERFORM 700-DISPLAY-MESSAGE
        EXIT PARAGRAPH
    END-IF

    *> ...and one the connection actually completed
    MOVE 'N' TO ENDO-TARGET-HAS-SKILL
    PERFORM VARYING LOOP-INDEX FROM 1 BY 1 UNTIL LOOP-INDEX > SKPR-COUNT
        IF FUNCTION TRIM(SKPR-USER(LOOP-INDEX)) =
           FUNCTION TRIM(ENDORSE-TARGET-USER)
          AND SKPR-COMPLETE(LOOP-INDEX) = 'Y'
          AND SKPR-SKILL-ID(LOOP-INDEX) = ENDORSE-SKILL-SELECTED
            MOVE 'Y' TO ENDO-TARGET-HAS-SKILL
            EXIT PERFORM
        END-IF
    END-PERFORM
    IF ENDO-TARGET-HAS-SKILL NOT = 'Y'
        MOVE "Invalid selection." TO MESSAGE-BUFFER
        PERFORM 700-DISPLAY-MESSAGE
        EXIT PARAGRAPH
    END-IF

    *> One endorsement per endorser per skill
    MOVE 'N' TO ENDO-DUPLICATE-FLAG
    PERFORM VARYING ENDO-IDX FROM 1 BY 1 UNTIL ENDO-IDX > ENDO-COUNT
        IF FUNCTION TRIM(ENDO-ENDORSER(ENDO-IDX)) =
           FUNCTION TRIM(CURRENT-USER)
          AND FUNCTION TRIM(ENDO-OWNER(ENDO-IDX)) =
              FUNCTION TRIM(ENDORSE-TARGET-USER)
          AND ENDO-SKILL-ID(ENDO-IDX) = ENDORSE-SKILL-SELECTED
            MOVE 'Y' TO ENDO-DUPLICATE-FLAG
            EXIT PERFORM
        END-IF
    END-PERFORM
    IF ENDO-DUPLICATE-FLAG = 'Y'
        MOVE "You have already endorsed this skill." TO MESSAGE-BUFFER
        PERFORM 700-DISPLAY-MESSAGE
        EXIT PARAGRAPH
    END-IF

    IF ENDO-COUNT >= MAX-ENDORSEMENTS
        MOVE "Unable to record endorsements at this time." TO MESSAGE-BUFFER
        PERFORM 700-DISPLAY-MESSAGE
        EXIT PARAGRAPH
    END-IF

    ADD 1 TO ENDO-COUNT
    MOVE FUNCTION TRIM(CURRENT-USER) TO ENDO-ENDORSER(ENDO-COUNT)
    MOVE FUNCTION TRIM(ENDORSE-TARGET-USER) TO ENDO-OWNER(ENDO-COUNT)
    MOVE ENDORSE-SKILL-SELECTED TO ENDO-SKILL-ID(ENDO-COUNT)
    PERFORM 583-SAVE-ENDORSEMENTS

    *> SKILL-INDEX still holds the catalog entry validated above
    MOVE SPACES TO MESSAGE-BUFFER
    STRING "You endorsed "                              DELIMITED BY SIZE
           FUNCTION TRIM(SKILL-CAT-NAME(SKILL-INDEX))   DELIMITED BY SIZE
           " for "                                      DELIMITED BY SIZE
           FUNCTION TRIM(ENDORSE-TARGET-USER)           DELIMITED BY SIZE
           "."                                          DELIMITED BY SIZE
      INTO MESSAGE-BUFFER
    END-STRING
    PERFORM 700-DISPLAY-MESSAGE

    MOVE "ENDORSE_SKILL" TO AUDIT-ACTION
    MOVE SPACES TO AUDIT-TARGET
    STRING FUNCTION TRIM(ENDORSE-TARGET-USER)           DELIMITED BY SIZE
           "|"                                          DELIMITED BY SIZE
           FUNCTION TRIM(SKILL-CAT-NAME(SKILL-INDEX))   DELIMITED BY SIZE
      INTO AUDIT-TARGET
    END-STRING
    PERFORM 607-WRITE-AUDIT-LOG-ENTRY.

*> =====================
*> NEW: Load skill endorsements
*> =====================
582-LOAD-ENDORSEMENTS.
    OPEN INPUT USER-ENDORSEMENTS
    IF ENDO-FILE-STATUS = "35"
        CLOSE USER-ENDORSEMENTS
        EXIT PARAGRAPH
    END-IF

    IF ENDO-FILE-STATUS NOT = "00"
        DISPLAY "Error loading endorsements: " ENDO-FILE-STATUS
        CLOSE USER-ENDORSEMENTS
        EXIT PARAGRAPH
    END-IF

    MOVE 0 TO ENDO-COUNT
    PERFORM FOREVER
        READ USER-ENDORSEMENTS AT END EXIT PERFORM END-READ
        IF FUNCTION TRIM(ENDO-REC) NOT = SPACES
          AND ENDO-COUNT < MAX-ENDORSEMENTS
            ADD 1 TO ENDO-COUNT
            UNSTRING ENDO-REC DELIMITED BY "|"
                INTO ENDO-ENDORSER(ENDO-COUNT)
                     ENDO-OWNER(ENDO-COUNT)
                     ENDO-SKILL-ID(ENDO-COUNT)
            END-UNSTRING
        END-IF
    END-PERFORM
    CLOSE USER-ENDORSEMENTS.

*> =====================
*> NEW: Save skill endorsements
*> =====================
583-SAVE-ENDORSEMENTS.
    OPEN OUTPUT USER-ENDORSEMENTS
    IF ENDO-FILE-STATUS NOT = "00"
        DISPLAY "Error saving endorsements: " ENDO-FILE-STATUS
        EXIT PARAGRAPH
    END-IF

    PERFORM VARYING ENDO-IDX FROM 1 BY 1 UNTIL ENDO-IDX > ENDO-COUNT
        MOVE SPACES TO ENDO-REC
        STRING FUNCTION TRIM(ENDO-ENDORSER(ENDO-IDX)) DELIMITED BY SIZE
               "|" DELIMITED BY SIZE
               FUNCTION TRIM(ENDO-OWNER(ENDO-IDX))    DELIMITED BY SIZE
               "|" DELIMITED BY SIZE
               ENDO-SKILL-ID(ENDO-IDX)                DELIMITED BY SIZE
          INTO ENDO-REC
        END-STRING
        WRITE ENDO-REC
    END-PERFORM
    CLOSE USER-ENDORSEMENTS.

*> =====================
*> NEW: Count endorsements of one skill for the user in TOK-USER.
*> Caller sets ENDO-SKILL-LOOKUP; ENDO-MATCH-COUNT comes back.
*> =====================
584-COUNT-SKILL-ENDORSEMENTS.
    MOVE 0 TO ENDO-MATCH-COUNT
    PERFORM VARYING ENDO-IDX FROM 1 BY 1 UNTIL ENDO-IDX > ENDO-COUNT
        IF FUNCTION TRIM(ENDO-OWNER(ENDO-IDX)) = FUNCTION TRIM(TOK-USER)
          AND ENDO-SKILL-ID(ENDO-IDX) = ENDO-SKILL-LOOKUP
            ADD 1 TO ENDO-MATCH-COUNT
        END-IF
    END-PERFORM.

*> =====================
*> JOB MENU (Week 7 additions integrated)
*> =====================
*> UPDATED: Posting options are shown/allowed only for EMPLOYER
*> accounts, applications only for STUDENT accounts; ADMIN accounts
*> see everything.  Option numbers stay fixed regardless of role so
*> scripted input keeps working.
930-JOB-SEARCH-MENU.
    MOVE "--- Job Search/Internship Menu ---" TO MESSAGE-BUFFER
    PERFORM 700-DISPLAY-MESSAGE

    IF CURRENT-ROLE-EMPLOYER OR CURRENT-ROLE-ADMIN
        MOVE "1. Post a Job/Internship" TO MESSAGE-BUFFER
        PERFORM 700-DISPLAY-MESSAGE
    END-IF
    MOVE "2. Browse Jobs/Internships" TO MESSAGE-BUFFER
    PERFORM 700-DISPLAY-MESSAGE
    IF CURRENT-ROLE-STUDENT OR CURRENT-ROLE-ALUMNI OR CURRENT-ROLE-ADMIN
        MOVE "3. View My Applications" TO MESSAGE-BUFFER
        PERFORM 700-DISPLAY-MESSAGE
    END-IF
    IF CURRENT-ROLE-EMPLOYER OR CURRENT-ROLE-ADMIN
        MOVE "4. My Postings" TO MESSAGE-BUFFER
        PERFORM 700-DISPLAY-MESSAGE
    END-IF
    *> NEW: shown out of numeric order so the existing option numbers
    *> stay fixed for scripted input
    MOVE "6. My Interviews" TO MESSAGE-BUFFER
    PERFORM 700-DISPLAY-MESSAGE
    MOVE "5. Back to Main Menu" TO MESSAGE-BUFFER
    PERFORM 700-DISPLAY-MESSAGE
    MOVE "Enter your choice:" TO MESSAGE-BUFFER
    PERFORM 700-DISPLAY-MESSAGE

    PERFORM 600-GET-USER-INPUT
    IF NO-MORE-DATA EXIT PARAGRAPH END-IF
    MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(INPUT-BUFFER)) TO NORMALIZED-INPUT

    EVALUATE TRUE
        WHEN NORMALIZED-INPUT = "1" OR NORMALIZED-INPUT = "POST"
            IF CURRENT-ROLE-EMPLOYER OR CURRENT-ROLE-ADMIN
                PERFORM 931-POST-JOB
            ELSE
                MOVE "Only Employer accounts may post jobs." TO MESSAGE-BUFFER
                PERFORM 700-DISPLAY-MESSAGE
            END-IF
        WHEN NORMALIZED-INPUT = "2" OR NORMALIZED-INPUT = "BROWSE"
            PERFORM 932-BROWSE-JOBS
        WHEN NORMALIZED-INPUT = "3" OR NORMALIZED-INPUT = "VIEW MY APPLICATIONS"
            IF CURRENT-ROLE-STUDENT OR CURRENT-ROLE-ALUMNI
              OR CURRENT-ROLE-ADMIN
                PERFORM 937-VIEW-MY-APPLICATIONS
            ELSE
                MOVE "Only Student accounts may apply to jobs." TO MESSAGE-BUFFER
                PERFORM 700-DISPLAY-MESSAGE
            END-IF
        WHEN NORMALIZED-INPUT = "4" OR NORMALIZED-INPUT = "MY POSTINGS"
            IF CURRENT-ROLE-EMPLOYER OR CURRENT-ROLE-ADMIN
                PERFORM 939-MY-JOB-POSTINGS
            ELSE
                MOVE "Only Employer accounts may manage postings." TO MESSAGE-BUFFER
                PERFORM 700-DISPLAY-MESSAGE
            END-IF
        WHEN NORMALIZED-INPUT = "6" OR NORMALIZED-INPUT = "MY INTERVIEWS"
            PERFORM 963-MY-INTERVIEWS
        WHEN NORMALIZED-INPUT = "5" OR NORMALIZED-INPUT = "BACK"
            EXIT PARAGRAPH
        WHEN OTHER
            MOVE "Invalid option." TO MESSAGE-BUFFER
            PERFORM 700-DISPLAY-MESSAGE
    END-EVALUATE.

931-POST-JOB.
    IF JOB-COUNT >= MAX-JOBS
        MOVE "Job limit reached. Cannot post more." TO MESSAGE-BUFFER
        PERFORM 700-DISPLAY-MESSAGE
        EXIT PARAGRAPH
    END-IF

    ADD 1 TO JOB-COUNT
    MOVE JOB-COUNT TO J-ID(JOB-COUNT)
    MOVE FUNCTION TRIM(CURRENT-USER) TO J-POSTER(JOB-COUNT)
    SET J-STATUS-OPEN(JOB-COUNT) TO TRUE
    MOVE RUN-DATE TO J-POST-DATE(JOB-COUNT)

    MOVE "--- Post a New Job/Internship ---" TO MESSAGE-BUFFER
    PERFORM 700-DISPLAY-MESSAGE

    MOVE "Enter Job Title:" TO MESSAGE-BUFFER
    PERFORM 700-DISPLAY-MESSAGE
    PERFORM 600-GET-USER-INPUT
    MOVE FUNCTION TRIM(INPUT-BUFFER) TO J-TITLE(JOB-COUNT)

    MOVE "Enter Description (max 200 chars):" TO MESSAGE-BUFFER
    PERFORM 700-DISPLAY-MESSAGE
    PERFORM 600-GET-USER-INPUT
    MOVE FUNCTION TRIM(INPUT-BUFFER) TO J-DESC(JOB-COUNT)

    MOVE "Enter Employer Name:" TO MESSAGE-BUFFER
    PERFORM 700-DISPLAY-MESSAGE
    PERFORM 600-GET-USER-INPUT
    MOVE FUNCTION TRIM(INPUT-BUFFER) TO J-EMPLOYER(JOB-COUNT)

    MOVE "Enter Location:" TO MESSAGE-BUFFER
    PERFORM 700-DISPLAY-MESSAGE
    PERFORM 600-GET-USER-INPUT
    MOVE FUNCTION TRIM(INPUT-BUFFER) TO J-LOCATION(JOB-COUNT)

    MOVE "Enter Salary (optional, enter 'NONE' to skip):" TO MESSAGE-BUFFER
    PERFORM 700-DISPLAY-MESSAGE
    PERFORM 600-GET-USER-INPUT
    IF FUNCTION UPPER-CASE(FUNCTION TRIM(INPUT-BUFFER)) = "NONE"
        MOVE SPACES TO J-SALARY(JOB-COUNT)
    ELSE
        MOVE FUNCTION TRIM(INPUT-BUFFER) TO J-SALARY(JOB-COUNT)
    END-IF

    *> =====================
    *> VALIDATION: Check required fields and description length
    *> =====================
    IF FUNCTION TRIM(J-TITLE(JOB-COUNT)) = SPACES
        MOVE "Error: Job Title is required." TO MESSAGE-BUFFER
        PERFORM 700-DISPLAY-MESSAGE
        SUBTRACT 1 FROM JOB-COUNT
        MOVE "----------------------------------" TO MESSAGE-BUFFER
        PERFORM 700-DISPLAY-MESSAGE
        PERFORM 930-JOB-SEARCH-MENU
        EXIT PARAGRAPH
    END-IF

    IF FUNCTION TRIM(J-DESC(JOB-COUNT)) = SPACES
        MOVE "Error: Description is required." TO MESSAGE-BUFFER
        PERFORM 700-DISPLAY-MESSAGE
        SUBTRACT 1 FROM JOB-COUNT
        MOVE "----------------------------------" TO MESSAGE-BUFFER
        PERFORM 700-DISPLAY-MESSAGE
        PERFORM 930-JOB-SEARCH-MENU
        EXIT PARAGRAPH
    END-IF

    IF FUNCTION LENGTH(FUNCTION TRIM(J-DESC(JOB-COUNT))) > 200
        MOVE "Error: Description exceeds 200 characters." TO MESSAGE-BUFFER
        PERFORM 700-DISPLAY-MESSAGE
        SUBTRACT 1 FROM JOB-COUNT
        MOVE "----------------------------------" TO MESSAGE-BUFFER
        PERFORM 700-DISPLAY-MESSAGE
        PERFORM 930-JOB-SEARCH-MENU
        EXIT PARAGRAPH
    END-IF

    IF FUNCTION TRIM(J-EMPLOYER(JOB-COUNT)) = SPACES
        MOVE "Error: Employer Name is required." TO MESSAGE-BUFFER
        PERFORM 700-DISPLAY-MESSAGE
        SUBTRACT 1 FROM JOB-COUNT
        MOVE "----------------------------------" TO MESSAGE-BUFFER
        PERFORM 700-DISPLAY-MESSAGE
        PERFORM 930-JOB-SEARCH-MENU
        EXIT PARAGRAPH
    END-IF

    IF FUNCTION TRIM(J-LOCATION(JOB-COUNT)) = SPACES
        MOVE "Error: Location is required." TO MESSAGE-BUFFER
        PERFORM 700-DISPLAY-MESSAGE
        SUBTRACT 1 FROM JOB-COUNT
        MOVE "----------------------------------" TO MESSAGE-BUFFER
        PERFORM 700-DISPLAY-MESSAGE
        PERFORM 930-JOB-SEARCH-MENU
        EXIT PARAGRAPH
    END-IF

    *> All validations passed, save the job
    PERFORM 933-SAVE-JOBS

    MOVE "POST_JOB" TO AUDIT-ACTION
    MOVE FUNCTION TRIM(J-TITLE(JOB-COUNT)) TO AUDIT-TARGET
    PERFORM 607-WRITE-AUDIT-LOG-ENTRY

    *> NEW: message everyone whose saved search matches this posting
    MOVE JOB-COUNT TO ALERT-JOB-IDX
    PERFORM 948-SEND-JOB-ALERTS

    MOVE "Job posted successfully!" TO MESSAGE-BUFFER
    PERFORM 700-DISPLAY-MESSAGE

    *> NEW: an unverified employer's posting is held until approval
    MOVE FUNCTION TRIM(CURRENT-USER) TO LOOKUP-USERNAME
    PERFORM 804-CHECK-POSTER-VERIFIED
    IF POSTER-VERIFIED-FLAG NOT = 'Y'
        MOVE "This posting will be published once your employer account has been verified."
          TO MESSAGE-BUFFER
        PERFORM 700-DISPLAY-MESSAGE
    END-IF

    MOVE "----------------------------------" TO MESSAGE-BUFFER
    PERFORM 700-DISPLAY-MESSAGE

    *> Return to the Job Menu so user can pick again
    PERFORM 930-JOB-SEARCH-MENU.

*> =====================
*> 932 - Browse Jobs/Internships (Implemented)
*> UPDATED: prompts for filters before the list, and offers to save
*> the filtered search as a job alert.
*> =====================
932-BROWSE-JOBS.
    *> Filters are prompted (and may be saved as an alert) even when
    *> the board is empty - subscribing before the first matching
    *> posting arrives is the whole point of an alert.
    PERFORM 950-PROMPT-JOB-FILTERS
    IF NO-MORE-DATA EXIT PARAGRAPH END-IF

    IF FILTER-ANY-SET = 'Y'
        MOVE "Save this search as a job alert? (Y/N)" TO MESSAGE-BUFFER
        PERFORM 700-DISPLAY-MESSAGE
        PERFORM 600-GET-USER-INPUT
        IF NO-MORE-DATA EXIT PARAGRAPH END-IF
        MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(INPUT-BUFFER))
          TO NORMALIZED-INPUT
        IF NORMALIZED-INPUT = "Y" OR NORMALIZED-INPUT = "YES"
            PERFORM 949-SAVE-SEARCH-ALERT
        END-IF
    END-IF

    IF JOB-COUNT = 0
        MOVE "--- Available Job Listings ---" TO MESSAGE-BUFFER
        PERFORM 700-DISPLAY-MESSAGE
        MOVE "(No jobs posted yet.)" TO MESSAGE-BUFFER
        PERFORM 700-DISPLAY-MESSAGE
        MOVE "-----------------------------" TO MESSAGE-BUFFER
        PERFORM 700-DISPLAY-MESSAGE
        EXIT PARAGRAPH
    END-IF

    PERFORM UNTIL NO-MORE-DATA
        MOVE "--- Available Job Listings ---" TO MESSAGE-BUFFER
        PERFORM 700-DISPLAY-MESSAGE

        MOVE 0 TO FILTERED-JOB-COUNT
        PERFORM VARYING LOOP-INDEX FROM 1 BY 1 UNTIL LOOP-INDEX > JOB-COUNT
            MOVE LOOP-INDEX TO FILTER-JOB-IDX
            PERFORM 952-CHECK-JOB-FILTER
            *> NEW: postings by unverified employers are held back
            MOVE FUNCTION TRIM(J-POSTER(LOOP-INDEX)) TO LOOKUP-USERNAME
            PERFORM 804-CHECK-POSTER-VERIFIED
            IF J-STATUS-OPEN(LOOP-INDEX) AND JOB-MATCHES-FILTER = 'Y'
              AND POSTER-VERIFIED-FLAG = 'Y'
                ADD 1 TO FILTERED-JOB-COUNT
                MOVE SPACES TO MESSAGE-BUFFER
                STRING LOOP-INDEX DELIMITED BY SIZE
                       ". " DELIMITED BY SIZE
                       FUNCTION TRIM(J-TITLE(LOOP-INDEX)) DELIMITED BY SIZE
                       " at " DELIMITED BY SIZE
                       FUNCTION TRIM(J-EMPLOYER(LOOP-INDEX)) DELIMITED BY SIZE
                       " (" DELIMITED BY SIZE
                       FUNCTION TRIM(J-LOCATION(LOOP-INDEX)) DELIMITED BY SIZE
                       ")" DELIMITED BY SIZE
                  INTO MESSAGE-BUFFER
                END-STRING
                PERFORM 700-DISPLAY-MESSAGE
            END-IF
        END-PERFORM

        IF FILTERED-JOB-COUNT = 0
            MOVE "(No open jobs match your filters.)" TO MESSAGE-BUFFER
            PERFORM 700-DISPLAY-MESSAGE
        END-IF

        MOVE "-----------------------------" TO MESSAGE-BUFFER
        PERFORM 700-DISPLAY-MESSAGE
        MOVE "Enter job number to view details, or 0 to go back:" TO MESSAGE-BUFFER
        PERFORM 700-DISPLAY-MESSAGE

        PERFORM 600-GET-USER-INPUT
        IF NO-MORE-DATA EXIT PARAGRAPH END-IF

        MOVE FUNCTION TRIM(INPUT-BUFFER) TO MENU-CHOICE
        IF FUNCTION TRIM(MENU-CHOICE) = "0"
            EXIT PARAGRAPH
        END-IF

        *> Validate numeric and range
        MOVE 'Y' TO PASSWORD-VALID-FLAG
        IF FUNCTION TRIM(MENU-CHOICE) IS NUMERIC
            MOVE FUNCTION NUMVAL(FUNCTION TRIM(MENU-CHOICE)) TO SELECTED-JOB-ID
            IF SELECTED-JOB-ID < 1 OR SELECTED-JOB-ID > JOB-COUNT
                MOVE "Invalid job number." TO MESSAGE-BUFFER
                PERFORM 700-DISPLAY-MESSAGE
                MOVE 'N' TO PASSWORD-VALID-FLAG
            ELSE
                MOVE FUNCTION TRIM(J-POSTER(SELECTED-JOB-ID))
                  TO LOOKUP-USERNAME
                PERFORM 804-CHECK-POSTER-VERIFIED
                IF NOT J-STATUS-OPEN(SELECTED-JOB-ID)
                  OR POSTER-VERIFIED-FLAG NOT = 'Y'
                    MOVE "That listing is no longer available." TO MESSAGE-BUFFER
                    PERFORM 700-DISPLAY-MESSAGE
                    MOVE 'N' TO PASSWORD-VALID-FLAG
                END-IF
            END-IF
        ELSE
            MOVE "Invalid selection." TO MESSAGE-BUFFER
            PERFORM 700-DISPLAY-MESSAGE
            MOVE 'N' TO PASSWORD-VALID-FLAG
        END-IF

        IF PASSWORD-VALID-FLAG = 'Y'
            PERFORM 935-SHOW-JOB-DETAILS
        END-IF
    END-PERFORM.

*> =====================
*> NEW: Prompt for the browse filters.  Blank answers mean "any".
*> =====================
950-PROMPT-JOB-FILTERS.
    MOVE SPACES TO FILTER-LOCATION FILTER-EMPLOYER FILTER-KEYWORD
    MOVE 'N' TO FILTER-HAS-SALARY
    MOVE 'N' TO FILTER-ANY-SET

    MOVE "--- Job Filters (blank for any) ---" TO MESSAGE-BUFFER
    PERFORM 700-DISPLAY-MESSAGE
    MOVE "Filter by Location:" TO MESSAGE-BUFFER
    PERFORM 700-DISPLAY-MESSAGE
    PERFORM 600-GET-USER-INPUT
    IF NO-MORE-DATA EXIT PARAGRAPH END-IF
    MOVE FUNCTION TRIM(INPUT-BUFFER) TO FILTER-LOCATION

    MOVE "Filter by Employer:" TO MESSAGE-BUFFER
    PERFORM 700-DISPLAY-MESSAGE
    PERFORM 600-GET-USER-INPUT
    IF NO-MORE-DATA EXIT PARAGRAPH END-IF
    MOVE FUNCTION TRIM(INPUT-BUFFER) TO FILTER-EMPLOYER

    MOVE "Keyword in title/description:" TO MESSAGE-BUFFER
    PERFORM 700-DISPLAY-MESSAGE
    PERFORM 600-GET-USER-INPUT
    IF NO-MORE-DATA EXIT PARAGRAPH END-IF
    MOVE FUNCTION TRIM(INPUT-BUFFER) TO FILTER-KEYWORD

    MOVE "Only show jobs with a salary? (Y/N)" TO MESSAGE-BUFFER
    PERFORM 700-DISPLAY-MESSAGE
    PERFORM 600-GET-USER-INPUT
    IF NO-MORE-DATA EXIT PARAGRAPH END-IF
    MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(INPUT-BUFFER))
      TO NORMALIZED-INPUT
    IF NORMALIZED-INPUT = "Y" OR NORMALIZED-INPUT = "YES"
        MOVE 'Y' TO FILTER-HAS-SALARY
    END-IF

    IF FILTER-LOCATION NOT = SPACES
      OR FILTER-EMPLOYER NOT = SPACES
      OR FILTER-KEYWORD NOT = SPACES
      OR FILTER-HAS-SALARY = 'Y'
        MOVE 'Y' TO FILTER-ANY-SET
    END-IF.

*> =====================
*> NEW: Does job FILTER-JOB-IDX satisfy the current filters?  Blank
*> filters always match; the keyword is matched case-blind anywhere
*> in the title or description.
*> =====================
952-CHECK-JOB-FILTER.
    MOVE 'Y' TO JOB-MATCHES-FILTER

    IF FILTER-LOCATION NOT = SPACES
        IF FUNCTION UPPER-CASE(FUNCTION TRIM(J-LOCATION(FILTER-JOB-IDX)))
           NOT = FUNCTION UPPER-CASE(FUNCTION TRIM(FILTER-LOCATION))
            MOVE 'N' TO JOB-MATCHES-FILTER
        END-IF
    END-IF

    IF FILTER-EMPLOYER NOT = SPACES
        IF FUNCTION UPPER-CASE(FUNCTION TRIM(J-EMPLOYER(FILTER-JOB-IDX)))
           NOT = FUNCTION UPPER-CASE(FUNCTION TRIM(FILTER-EMPLOYER))
            MOVE 'N' TO JOB-MATCHES-FILTER
        END-IF
    END-IF

    IF FILTER-KEYWORD NOT = SPACES
        MOVE SPACES TO FILTER-SCAN-TEXT
        STRING FUNCTION UPPER-CASE(FUNCTION TRIM(J-TITLE(FILTER-JOB-IDX)))
                 DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               FUNCTION UPPER-CASE(FUNCTION TRIM(J-DESC(FILTER-JOB-IDX)))
                 DELIMITED BY SIZE
          INTO FILTER-SCAN-TEXT
        END-STRING
        MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(FILTER-KEYWORD))
          TO FILTER-KEYWORD-UC
        COMPUTE FILTER-KEYWORD-LEN =
            FUNCTION LENGTH(FUNCTION TRIM(FILTER-KEYWORD))
        MOVE 0 TO FILTER-MATCH-TALLY
        INSPECT FILTER-SCAN-TEXT TALLYING FILTER-MATCH-TALLY
            FOR ALL FILTER-KEYWORD-UC(1:FILTER-KEYWORD-LEN)
        IF FILTER-MATCH-TALLY = 0
            MOVE 'N' TO JOB-MATCHES-FILTER
        END-IF
    END-IF

    IF FILTER-HAS-SALARY = 'Y'
      AND FUNCTION TRIM(J-SALARY(FILTER-JOB-IDX)) = SPACES
        MOVE 'N' TO JOB-MATCHES-FILTER
    END-IF.

935-SHOW-JOB-DETAILS.
    MOVE "--- Job Details ---" TO MESSAGE-BUFFER
    PERFORM 700-DISPLAY-MESSAGE

    MOVE SPACES TO MESSAGE-BUFFER
    STRING "Title: " DELIMITED BY SIZE
           FUNCTION TRIM(J-TITLE(SELECTED-JOB-ID)) DELIMITED BY SIZE
      INTO MESSAGE-BUFFER
    END-STRING
    PERFORM 700-DISPLAY-MESSAGE

    MOVE SPACES TO MESSAGE-BUFFER
    STRING "Description: " DELIMITED BY SIZE
           FUNCTION TRIM(J-DESC(SELECTED-JOB-ID)) DELIMITED BY SIZE
      INTO MESSAGE-BUFFER
    END-STRING
    PERFORM 700-DISPLAY-MESSAGE

    MOVE SPACES TO MESSAGE-BUFFER
    STRING "Employer: " DELIMITED BY SIZE
           FUNCTION TRIM(J-EMPLOYER(SELECTED-JOB-ID)) DELIMITED BY SIZE
      INTO MESSAGE-BUFFER
    END-STRING
    PERFORM 700-DISPLAY-MESSAGE

    *> NEW: link the posting's poster to their company profile so an
    *> applicant can read about the employer before applying.
    MOVE FUNCTION TRIM(J-POSTER(SELECTED-JOB-ID)) TO CPROF-LOOKUP-USER
    PERFORM 841-READ-COMPANY-PROFILE
    IF CPROF-FOUND-FLAG = 'Y'
        MOVE "--- About the Employer ---" TO MESSAGE-BUFFER
        PERFORM 700-DISPLAY-MESSAGE
        PERFORM 564-DISPLAY-COMPANY-PROFILE
    END-IF

    MOVE SPACES TO MESSAGE-BUFFER
    STRING "Location: " DELIMITED BY SIZE
           FUNCTION TRIM(J-LOCATION(SELECTED-JOB-ID)) DELIMITED BY SIZE
      INTO MESSAGE-BUFFER
    END-STRING
    PERFORM 700-DISPLAY-MESSAGE

    IF FUNCTION TRIM(J-SALARY(SELECTED-JOB-ID)) NOT = SPACES
        MOVE SPACES TO MESSAGE-BUFFER
        STRING "Salary: " DELIMITED BY SIZE
               FUNCTION TRIM(J-SALARY(SELECTED-JOB-ID)) DELIMITED BY SIZE
          INTO MESSAGE-BUFFER
        END-STRING
        PERFORM 700-DISPLAY-MESSAGE
    END-IF

    MOVE "-------------------" TO MESSAGE-BUFFER
    PERFORM 700-DISPLAY-MESSAGE

    IF CURRENT-ROLE-STUDENT OR CURRENT-ROLE-ALUMNI
        MOVE "1. Apply for this Job" TO MESSAGE-BUFFER
        PERFORM 700-DISPLAY-MESSAGE
    END-IF
    *> NEW: shown out of numeric order so the existing option numbers
    *> stay fixed for scripted input
    IF J-STATUS-OPEN(SELECTED-JOB-ID)
        MOVE "3. Refer a Connection" TO MESSAGE-BUFFER
        PERFORM 700-DISPLAY-MESSAGE
    END-IF
    MOVE "2. Back to Job List" TO MESSAGE-BUFFER
    PERFORM 700-DISPLAY-MESSAGE
    MOVE "Enter your choice:" TO MESSAGE-BUFFER
    PERFORM 700-DISPLAY-MESSAGE

    PERFORM 600-GET-USER-INPUT
    IF NO-MORE-DATA EXIT PARAGRAPH END-IF
    MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(INPUT-BUFFER)) TO NORMALIZED-INPUT

    EVALUATE TRUE
        WHEN NORMALIZED-INPUT = "1" OR NORMALIZED-INPUT = "APPLY" OR NORMALIZED-INPUT = "APPLY FOR THIS JOB"
            IF CURRENT-ROLE-STUDENT OR CURRENT-ROLE-ALUMNI
                PERFORM 936-APPLY-TO-JOB
            ELSE
                MOVE "Only Student accounts may apply to jobs." TO MESSAGE-BUFFER
                PERFORM 700-DISPLAY-MESSAGE
            END-IF
        WHEN NORMALIZED-INPUT = "2" OR NORMALIZED-INPUT = "BACK"
            CONTINUE
        WHEN (NORMALIZED-INPUT = "3" OR NORMALIZED-INPUT = "REFER"
          OR NORMALIZED-INPUT = "REFER A CONNECTION")
         AND J-STATUS-OPEN(SELECTED-JOB-ID)
            PERFORM 972-REFER-CONNECTION
        WHEN OTHER
            MOVE "Invalid option." TO MESSAGE-BUFFER
            PERFORM 700-DISPLAY-MESSAGE
    END-EVALUATE.

936-APPLY-TO-JOB.
    MOVE 'N' TO HAS-APPLIED-FLAG
    PERFORM 938-ALREADY-APPLIED
    IF HAS-APPLIED-FLAG = 'Y'
        MOVE "You have already applied to this job." TO MESSAGE-BUFFER
        PERFORM 700-DISPLAY-MESSAGE
        EXIT PARAGRAPH
    END-IF

    IF APPLICATION-COUNT >= MAX-APPLICATIONS
        MOVE "Application limit reached. Cannot record more applications." TO MESSAGE-BUFFER
        PERFORM 700-DISPLAY-MESSAGE
        EXIT PARAGRAPH
    END-IF

    ADD 1 TO APPLICATION-COUNT
    MOVE APPLICATION-COUNT TO APP-ID(APPLICATION-COUNT)
    MOVE FUNCTION TRIM(CURRENT-USER) TO APP-USER(APPLICATION-COUNT)
    MOVE SELECTED-JOB-ID TO APP-JOBID(APPLICATION-COUNT)
    SET APP-STATUS-SUBMITTED(APPLICATION-COUNT) TO TRUE
    MOVE RUN-DATE TO APP-STATUS-DATE(APPLICATION-COUNT)

    PERFORM 945-SAVE-APPLICATIONS

    *> NEW: applications now leave an audit trail like account
    *> creation and job posting, so the activity statistics can
    *> count them.
    MOVE "APPLY_JOB" TO AUDIT-ACTION
    MOVE FUNCTION TRIM(J-TITLE(SELECTED-JOB-ID)) TO AUDIT-TARGET
    PERFORM 607-WRITE-AUDIT-LOG-ENTRY

    *> NEW: an application to a posting the user was referred to is
    *> linked to that referral
    PERFORM 977-LINK-APPLICATION-REFERRAL

    MOVE SPACES TO MESSAGE-BUFFER
    STRING "Your application for " DELIMITED BY SIZE
           FUNCTION TRIM(J-TITLE(SELECTED-JOB-ID)) DELIMITED BY SIZE
           " at " DELIMITED BY SIZE
           FUNCTION TRIM(J-EMPLOYER(SELECTED-JOB-ID)) DELIMITED BY SIZE
           " has been submitted." DELIMITED BY SIZE
      INTO MESSAGE-BUFFER
    END-STRING
    PERFORM 700-DISPLAY-MESSAGE.

938-ALREADY-APPLIED.
    *> Sets HAS-APPLIED-FLAG = 'Y' if CURRENT-USER already applied to SELECTED-JOB-ID
    PERFORM VARYING LOOP-INDEX FROM 1 BY 1
      UNTIL LOOP-INDEX > APPLICATION-COUNT
        IF FUNCTION UPPER-CASE(FUNCTION TRIM(APP-USER(LOOP-INDEX))) =
           FUNCTION UPPER-CASE(FUNCTION TRIM(CURRENT-USER))
           AND APP-JOBID(LOOP-INDEX) = SELECTED-JOB-ID
            MOVE 'Y' TO HAS-APPLIED-FLAG
            EXIT PERFORM
        END-IF
    END-PERFORM.

*> =====================
*> REPORT: View My Applications
*> =====================
937-VIEW-MY-APPLICATIONS.
    MOVE "--- Your Job Applications ---" TO MESSAGE-BUFFER
    PERFORM 700-DISPLAY-MESSAGE

    MOVE SPACES TO MESSAGE-BUFFER
    STRING "Application Summary for " DELIMITED BY SIZE
           FUNCTION TRIM(CURRENT-USER) DELIMITED BY SIZE
      INTO MESSAGE-BUFFER
    END-STRING
    PERFORM 700-DISPLAY-MESSAGE

    MOVE "------------------------------" TO MESSAGE-BUFFER
    PERFORM 700-DISPLAY-MESSAGE

    MOVE 0 TO SUBI
    PERFORM VARYING LOOP-INDEX FROM 1 BY 1 UNTIL LOOP-INDEX > APPLICATION-COUNT
        IF FUNCTION UPPER-CASE(FUNCTION TRIM(APP-USER(LOOP-INDEX))) =
           FUNCTION UPPER-CASE(FUNCTION TRIM(CURRENT-USER))
            ADD 1 TO SUBI

            *> Defensive: ensure job id is still valid
            IF APP-JOBID(LOOP-INDEX) >= 1 AND APP-JOBID(LOOP-INDEX) <= JOB-COUNT
                MOVE SPACES TO MESSAGE-BUFFER
                STRING "Job Title: " DELIMITED BY SIZE
                       FUNCTION TRIM(J-TITLE(APP-JOBID(LOOP-INDEX))) DELIMITED BY SIZE
                  INTO MESSAGE-BUFFER
                END-STRING
                PERFORM 700-DISPLAY-MESSAGE

                MOVE SPACES TO MESSAGE-BUFFER
                STRING "Employer: " DELIMITED BY SIZE
                       FUNCTION TRIM(J-EMPLOYER(APP-JOBID(LOOP-INDEX))) DELIMITED BY SIZE
                  INTO MESSAGE-BUFFER
                END-STRING
                PERFORM 700-DISPLAY-MESSAGE

                MOVE SPACES TO MESSAGE-BUFFER
                STRING "Location: " DELIMITED BY SIZE
                       FUNCTION TRIM(J-LOCATION(APP-JOBID(LOOP-INDEX))) DELIMITED BY SIZE
                  INTO MESSAGE-BUFFER
                END-STRING
                PERFORM 700-DISPLAY-MESSAGE

                MOVE SPACES TO MESSAGE-BUFFER
                STRING "Status: " DELIMITED BY SIZE
                       FUNCTION TRIM(APP-STATUS(LOOP-INDEX)) DELIMITED BY SIZE
                  INTO MESSAGE-BUFFER
                END-STRING
                PERFORM 700-DISPLAY-MESSAGE

                MOVE "---" TO MESSAGE-BUFFER
                PERFORM 700-DISPLAY-MESSAGE
            END-IF
        END-IF
    END-PERFORM

    IF SUBI = 0
        MOVE "You have not applied to any jobs yet." TO MESSAGE-BUFFER
        PERFORM 700-DISPLAY-MESSAGE
    END-IF

    MOVE "------------------------------" TO MESSAGE-BUFFER
    PERFORM 700-DISPLAY-MESSAGE

    MOVE SPACES TO MESSAGE-BUFFER
    STRING "Total Applications: " DELIMITED BY SIZE
           SUBI DELIMITED BY SIZE
      INTO MESSAGE-BUFFER
    END-STRING
    PERFORM 700-DISPLAY-MESSAGE

    MOVE "------------------------------" TO MESSAGE-BUFFER
    PERFORM 700-DISPLAY-MESSAGE.

*> =====================
*> REPORT: My Postings (poster-only close/reopen/delete)
*> =====================
939-MY-JOB-POSTINGS.
    MOVE 0 TO SUBI
    PERFORM VARYING LOOP-INDEX FROM 1 BY 1 UNTIL LOOP-INDEX > JOB-COUNT
        IF FUNCTION UPPER-CASE(FUNCTION TRIM(J-POSTER(LOOP-INDEX))) =
           FUNCTION UPPER-CASE(FUNCTION TRIM(CURRENT-USER))
            ADD 1 TO SUBI
        END-IF
    END-PERFORM

    IF SUBI = 0
        MOVE "--- My Job Postings ---" TO MESSAGE-BUFFER
        PERFORM 700-DISPLAY-MESSAGE
        MOVE "(You have not posted any jobs yet.)" TO MESSAGE-BUFFER
        PERFORM 700-DISPLAY-MESSAGE
        MOVE "-----------------------------" TO MESSAGE-BUFFER
        PERFORM 700-DISPLAY-MESSAGE
        EXIT PARAGRAPH
    END-IF

    PERFORM UNTIL NO-MORE-DATA
        MOVE "--- My Job Postings ---" TO MESSAGE-BUFFER
        PERFORM 700-DISPLAY-MESSAGE

        PERFORM VARYING LOOP-INDEX FROM 1 BY 1 UNTIL LOOP-INDEX > JOB-COUNT
            IF FUNCTION UPPER-CASE(FUNCTION TRIM(J-POSTER(LOOP-INDEX))) =
               FUNCTION UPPER-CASE(FUNCTION TRIM(CURRENT-USER))
                MOVE SPACES TO MESSAGE-BUFFER
                STRING LOOP-INDEX DELIMITED BY SIZE
                       ". " DELIMITED BY SIZE
                       FUNCTION TRIM(J-TITLE(LOOP-INDEX)) DELIMITED BY SIZE
                       " [" DELIMITED BY SIZE
                       FUNCTION TRIM(J-STATUS(LOOP-INDEX)) DELIMITED BY SIZE
                       "]" DELIMITED BY SIZE
                  INTO MESSAGE-BUFFER
                END-STRING
                PERFORM 700-DISPLAY-MESSAGE
            END-IF
        END-PERFORM

        MOVE "-----------------------------" TO MESSAGE-BUFFER
        PERFORM 700-DISPLAY-MESSAGE
        MOVE "Enter posting number to manage, or 0 to go back:" TO MESSAGE-BUFFER
        PERFORM 700-DISPLAY-MESSAGE

        PERFORM 600-GET-USER-INPUT
        IF NO-MORE-DATA EXIT PARAGRAPH END-IF

        MOVE FUNCTION TRIM(INPUT-BUFFER) TO MENU-CHOICE
        IF FUNCTION TRIM(MENU-CHOICE) = "0"
            EXIT PARAGRAPH
        END-IF

        MOVE 'Y' TO PASSWORD-VALID-FLAG
        IF FUNCTION TRIM(MENU-CHOICE) IS NUMERIC
            MOVE FUNCTION NUMVAL(FUNCTION TRIM(MENU-CHOICE)) TO MY-POSTING-SELECTED
            IF MY-POSTING-SELECTED < 1 OR MY-POSTING-SELECTED > JOB-COUNT
                MOVE "Invalid posting number." TO MESSAGE-BUFFER
                PERFORM 700-DISPLAY-MESSAGE
                MOVE 'N' TO PASSWORD-VALID-FLAG
            ELSE
                IF FUNCTION UPPER-CASE(FUNCTION TRIM(J-POSTER(MY-POSTING-SELECTED))) NOT =
                   FUNCTION UPPER-CASE(FUNCTION TRIM(CURRENT-USER))
                    MOVE "That posting is not yours to manage." TO MESSAGE-BUFFER
                    PERFORM 700-DISPLAY-MESSAGE
                    MOVE 'N' TO PASSWORD-VALID-FLAG
                END-IF
            END-IF
        ELSE
            MOVE "Invalid selection." TO MESSAGE-BUFFER
            PERFORM 700-DISPLAY-MESSAGE
            MOVE 'N' TO PASSWORD-VALID-FLAG
        END-IF

        IF PASSWORD-VALID-FLAG = 'Y'
            PERFORM 941-MANAGE-JOB-POSTING
        END-IF
    END-PERFORM.

*> =====================
*> Manage a single posting: close / reopen / delete
*> =====================
941-MANAGE-JOB-POSTING.
    MOVE SPACES TO MESSAGE-BUFFER
    STRING "--- Manage: " DELIMITED BY SIZE
           FUNCTION TRIM(J-TITLE(MY-POSTING-SELECTED)) DELIMITED BY SIZE
           " [" DELIMITED BY SIZE
           FUNCTION TRIM(J-STATUS(MY-POSTING-SELECTED)) DELIMITED BY SIZE
           "] ---" DELIMITED BY SIZE
      INTO MESSAGE-BUFFER
    END-STRING
    PERFORM 700-DISPLAY-MESSAGE

    IF J-STATUS-OPEN(MY-POSTING-SELECTED)
        MOVE "1. Close this posting" TO MESSAGE-BUFFER
    ELSE
        MOVE "1. Reopen this posting" TO MESSAGE-BUFFER
    END-IF
    PERFORM 700-DISPLAY-MESSAGE
    MOVE "2. View Applicants" TO MESSAGE-BUFFER
    PERFORM 700-DISPLAY-MESSAGE
    MOVE "3. Delete this posting" TO MESSAGE-BUFFER
    PERFORM 700-DISPLAY-MESSAGE
    MOVE "4. Back" TO MESSAGE-BUFFER
    PERFORM 700-DISPLAY-MESSAGE
    MOVE "Enter your choice:" TO MESSAGE-BUFFER
    PERFORM 700-DISPLAY-MESSAGE

    PERFORM 600-GET-USER-INPUT
    IF NO-MORE-DATA EXIT PARAGRAPH END-IF
    MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(INPUT-BUFFER)) TO NORMALIZED-INPUT

    EVALUATE TRUE
        WHEN NORMALIZED-INPUT = "1" OR NORMALIZED-INPUT = "CLOSE" OR NORMALIZED-INPUT = "REOPEN"
            IF J-STATUS-OPEN(MY-POSTING-SELECTED)
                SET J-STATUS-FILLED(MY-POSTING-SELECTED) TO TRUE
                MOVE "Posting closed." TO MESSAGE-BUFFER
                PERFORM 700-DISPLAY-MESSAGE
                PERFORM 933-SAVE-JOBS
                *> NEW: tell the applicants still waiting that the
                *> position has been filled.
                PERFORM 944-NOTIFY-SUBMITTED-APPLICANTS
            ELSE
                SET J-STATUS-OPEN(MY-POSTING-SELECTED) TO TRUE
                MOVE "Posting reopened." TO MESSAGE-BUFFER
                PERFORM 700-DISPLAY-MESSAGE
                PERFORM 933-SAVE-JOBS
            END-IF
        WHEN NORMALIZED-INPUT = "2" OR NORMALIZED-INPUT = "VIEW APPLICANTS"
            MOVE MY-POSTING-SELECTED TO SELECTED-JOB-ID
            PERFORM 942-VIEW-APPLICANTS
        WHEN NORMALIZED-INPUT = "3" OR NORMALIZED-INPUT = "DELETE"
            *> Job IDs double as the in-memory and on-disk subscript that
            *> applications reference (APP-JOBID), so a posting is retired
            *> in place rather than removed/shifted - this keeps every
            *> existing application's job reference valid.
            SET J-STATUS-EXPIRED(MY-POSTING-SELECTED) TO TRUE
            MOVE "Posting deleted." TO MESSAGE-BUFFER
            PERFORM 700-DISPLAY-MESSAGE
            PERFORM 933-SAVE-JOBS
        WHEN NORMALIZED-INPUT = "4" OR NORMALIZED-INPUT = "BACK"
            CONTINUE
        WHEN OTHER
            MOVE "Invalid option." TO MESSAGE-BUFFER
            PERFORM 700-DISPLAY-MESSAGE
    END-EVALUATE.

*> =====================
*> View and update status of applicants for one job posting
*> (poster-only; MY-POSTING-SELECTED already verified = CURRENT-USER)
*> =====================
942-VIEW-APPLICANTS.
    MOVE 0 TO SUBI
    PERFORM VARYING LOOP-INDEX FROM 1 BY 1 UNTIL LOOP-INDEX > APPLICATION-COUNT
        IF APP-JOBID(LOOP-INDEX) = SELECTED-JOB-ID
            ADD 1 TO SUBI
        END-IF
    END-PERFORM

    IF SUBI = 0
        MOVE "--- Applicants ---" TO MESSAGE-BUFFER
        PERFORM 700-DISPLAY-MESSAGE
        MOVE "(No one has applied to this posting yet.)" TO MESSAGE-BUFFER
        PERFORM 700-DISPLAY-MESSAGE
        MOVE "-----------------------------" TO MESSAGE-BUFFER
        PERFORM 700-DISPLAY-MESSAGE
        EXIT PARAGRAPH
    END-IF

    PERFORM UNTIL NO-MORE-DATA
        MOVE "--- Applicants ---" TO MESSAGE-BUFFER
        PERFORM 700-DISPLAY-MESSAGE

        PERFORM VARYING LOOP-INDEX FROM 1 BY 1 UNTIL LOOP-INDEX > APPLICATION-COUNT
            IF APP-JOBID(LOOP-INDEX) = SELECTED-JOB-ID
                *> NEW: alumni applicants are tagged for the employer.
                *> The tag sits mid-line here, so the username and
                *> tag are composed first and the composite trimmed -
                *> this keeps the tag's leading space for alumni
                *> without padding the line for everyone else.
                MOVE FUNCTION TRIM(APP-USER(LOOP-INDEX))
                  TO LOOKUP-USERNAME
                PERFORM 809-SET-ALUMNI-TAG
                MOVE SPACES TO SER-LINE
                STRING FUNCTION TRIM(APP-USER(LOOP-INDEX))
                         DELIMITED BY SIZE
                       ALUMNI-TAG-TEXT DELIMITED BY SIZE
                  INTO SER-LINE
                END-STRING
                *> NEW: referred applicants show who referred them
                MOVE SPACES TO REF-REFERRER-NAME
                MOVE FUNCTION TRIM(APP-USER(LOOP-INDEX)) TO REF-LOOKUP-USER
                MOVE APP-JOBID(LOOP-INDEX) TO REF-LOOKUP-JOB-ID
                PERFORM 973-FIND-APP-REFERRAL
                IF REF-FOUND-IDX > 0
                    PERFORM 979-BUILD-REFERRER-NAME
                END-IF
                MOVE SPACES TO MESSAGE-BUFFER
                STRING LOOP-INDEX DELIMITED BY SIZE
                       ". " DELIMITED BY SIZE
                       FUNCTION TRIM(SER-LINE) DELIMITED BY SIZE
                       " [" DELIMITED BY SIZE
                       FUNCTION TRIM(APP-STATUS(LOOP-INDEX)) DELIMITED BY SIZE
                       "]" DELIMITED BY SIZE
                  INTO MESSAGE-BUFFER
                END-STRING
                IF REF-FOUND-IDX > 0
                    MOVE SPACES TO SER-LINE
                    STRING FUNCTION TRIM(MESSAGE-BUFFER) DELIMITED BY SIZE
                           " - Referred by " DELIMITED BY SIZE
                           FUNCTION TRIM(REF-REFERRER-NAME) DELIMITED BY SIZE
                      INTO SER-LINE
                    END-STRING
                    MOVE SER-LINE TO MESSAGE-BUFFER
                END-IF
                PERFORM 700-DISPLAY-MESSAGE
            END-IF
        END-PERFORM

        MOVE "-----------------------------" TO MESSAGE-BUFFER
        PERFORM 700-DISPLAY-MESSAGE
        MOVE "Enter applicant number to update status, or 0 to go back:" TO MESSAGE-BUFFER
        PERFORM 700-DISPLAY-MESSAGE

        PERFORM 600-GET-USER-INPUT
        IF NO-MORE-DATA EXIT PARAGRAPH END-IF

        MOVE FUNCTION TRIM(INPUT-BUFFER) TO MENU-CHOICE
        IF FUNCTION TRIM(MENU-CHOICE) = "0"
            EXIT PARAGRAPH
        END-IF

        MOVE 'Y' TO PASSWORD-VALID-FLAG
        IF FUNCTION TRIM(MENU-CHOICE) IS NUMERIC
            MOVE FUNCTION NUMVAL(FUNCTION TRIM(MENU-CHOICE)) TO SELECTED-APPLICATION-IDX
            IF SELECTED-APPLICATION-IDX < 1 OR SELECTED-APPLICATION-IDX > APPLICATION-COUNT
                MOVE "Invalid applicant number." TO MESSAGE-BUFFER
                PERFORM 700-DISPLAY-MESSAGE
                MOVE 'N' TO PASSWORD-VALID-FLAG
            ELSE
                IF APP-JOBID(SELECTED-APPLICATION-IDX) NOT = SELECTED-JOB-ID
                    MOVE "Invalid applicant number." TO MESSAGE-BUFFER
                    PERFORM 700-DISPLAY-MESSAGE
                    MOVE 'N' TO PASSWORD-VALID-FLAG
                END-IF
            END-IF
        ELSE
            MOVE "Invalid selection." TO MESSAGE-BUFFER
            PERFORM 700-DISPLAY-MESSAGE
            MOVE 'N' TO PASSWORD-VALID-FLAG
        END-IF

        IF PASSWORD-VALID-FLAG = 'Y'
            PERFORM 943-UPDATE-APPLICANT-STATUS
        END-IF
    END-PERFORM.

*> =====================
*> Change APP-STATUS for one applicant
*> =====================
943-UPDATE-APPLICANT-STATUS.
    MOVE "1. Reviewed" TO MESSAGE-BUFFER
    PERFORM 700-DISPLAY-MESSAGE
    MOVE "2. Interviewing" TO MESSAGE-BUFFER
    PERFORM 700-DISPLAY-MESSAGE
    MOVE "3. Rejected" TO MESSAGE-BUFFER
    PERFORM 700-DISPLAY-MESSAGE
    MOVE "4. Hired" TO MESSAGE-BUFFER
    PERFORM 700-DISPLAY-MESSAGE
    *> NEW: shown out of numeric order so the existing option numbers
    *> stay fixed for scripted input
    MOVE "6. Propose Interview Slots" TO MESSAGE-BUFFER
    PERFORM 700-DISPLAY-MESSAGE
    MOVE "5. Back" TO MESSAGE-BUFFER
    PERFORM 700-DISPLAY-MESSAGE
    MOVE "Enter your choice:" TO MESSAGE-BUFFER
    PERFORM 700-DISPLAY-MESSAGE

    PERFORM 600-GET-USER-INPUT
    IF NO-MORE-DATA EXIT PARAGRAPH END-IF
    MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(INPUT-BUFFER)) TO NORMALIZED-INPUT

    EVALUATE TRUE
        WHEN NORMALIZED-INPUT = "1" OR NORMALIZED-INPUT = "REVIEWED"
            SET APP-STATUS-REVIEWED(SELECTED-APPLICATION-IDX) TO TRUE
        WHEN NORMALIZED-INPUT = "2" OR NORMALIZED-INPUT = "INTERVIEWING"
            SET APP-STATUS-INTERVIEWING(SELECTED-APPLICATION-IDX) TO TRUE
        WHEN NORMALIZED-INPUT = "3" OR NORMALIZED-INPUT = "REJECTED"
            SET APP-STATUS-REJECTED(SELECTED-APPLICATION-IDX) TO TRUE
        WHEN NORMALIZED-INPUT = "4" OR NORMALIZED-INPUT = "HIRED"
            SET APP-STATUS-HIRED(SELECTED-APPLICATION-IDX) TO TRUE
        WHEN NORMALIZED-INPUT = "5" OR NORMALIZED-INPUT = "BACK"
            EXIT PARAGRAPH
        WHEN NORMALIZED-INPUT = "6"
          OR NORMALIZED-INPUT = "PROPOSE INTERVIEW SLOTS"
          OR NORMALIZED-INPUT = "PROPOSE"
            *> NEW: propose more slots without touching the status
            PERFORM 962-PROPOSE-INTERVIEW-SLOTS
            EXIT PARAGRAPH
        WHEN OTHER
            MOVE "Invalid option." TO MESSAGE-BUFFER
            PERFORM 700-DISPLAY-MESSAGE
            EXIT PARAGRAPH
    END-EVALUATE

    MOVE RUN-DATE TO APP-STATUS-DATE(SELECTED-APPLICATION-IDX)
    MOVE "Applicant status updated." TO MESSAGE-BUFFER
    PERFORM 700-DISPLAY-MESSAGE
    PERFORM 945-SAVE-APPLICATIONS

    *> NEW: tell the applicant through the Messages subsystem instead
    *> of waiting for them to re-open View My Applications.
    MOVE FUNCTION TRIM(APP-USER(SELECTED-APPLICATION-IDX))
      TO RECIPIENT-USERNAME
    MOVE SPACES TO MESSAGE-CONTENT-INPUT
    STRING "Your application for "                           DELIMITED BY SIZE
           FUNCTION TRIM(J-TITLE(SELECTED-JOB-ID))           DELIMITED BY SIZE
           " at "                                            DELIMITED BY SIZE
           FUNCTION TRIM(J-EMPLOYER(SELECTED-JOB-ID))        DELIMITED BY SIZE
           " is now "                                        DELIMITED BY SIZE
           FUNCTION TRIM(APP-STATUS(SELECTED-APPLICATION-IDX)) DELIMITED BY SIZE
      INTO MESSAGE-CONTENT-INPUT
    END-STRING
    PERFORM 596-SEND-SYSTEM-MESSAGE

    *> NEW: a hire closes out the referral that brought the
    *> applicant in
    IF APP-STATUS-HIRED(SELECTED-APPLICATION-IDX)
        PERFORM 978-MARK-REFERRAL-HIRED
    END-IF

    *> NEW: moving an applicant to INTERVIEWING leads straight into
    *> proposing interview slots instead of moving to email and
    *> sticky notes.
    IF NORMALIZED-INPUT = "2" OR NORMALIZED-INPUT = "INTERVIEWING"
        PERFORM 962-PROPOSE-INTERVIEW-SLOTS
    END-IF.

*> =====================
*> NEW: Saved job searches (load/save + subscribe + alert fan-out)
*> =====================
946-LOAD-SAVED-SEARCHES.
    OPEN INPUT SAVED-SEARCHES
    IF SSRCH-FILE-STATUS = "35"
        CLOSE SAVED-SEARCHES
        EXIT PARAGRAPH
    END-IF

    IF SSRCH-FILE-STATUS NOT = "00"
        DISPLAY "Error loading saved searches: " SSRCH-FILE-STATUS
        CLOSE SAVED-SEARCHES
        EXIT PARAGRAPH
    END-IF

    MOVE 0 TO SAVED-SEARCH-COUNT
    PERFORM FOREVER
        READ SAVED-SEARCHES AT END EXIT PERFORM END-READ
        IF FUNCTION TRIM(SSRCH-REC) NOT = SPACES
          AND SAVED-SEARCH-COUNT < MAX-SAVED-SEARCHES
            ADD 1 TO SAVED-SEARCH-COUNT
            UNSTRING SSRCH-REC DELIMITED BY "|"
                INTO SSRCH-USER(SAVED-SEARCH-COUNT)
                     SSRCH-LOCATION(SAVED-SEARCH-COUNT)
                     SSRCH-EMPLOYER(SAVED-SEARCH-COUNT)
                     SSRCH-KEYWORD(SAVED-SEARCH-COUNT)
                     SSRCH-HAS-SALARY(SAVED-SEARCH-COUNT)
            END-UNSTRING
        END-IF
    END-PERFORM
    CLOSE SAVED-SEARCHES.

947-SAVE-SAVED-SEARCHES.
    OPEN OUTPUT SAVED-SEARCHES
    IF SSRCH-FILE-STATUS NOT = "00"
        DISPLAY "Error saving saved searches: " SSRCH-FILE-STATUS
        EXIT PARAGRAPH
    END-IF

    PERFORM VARYING LOOP-INDEX FROM 1 BY 1
      UNTIL LOOP-INDEX > SAVED-SEARCH-COUNT
        MOVE SPACES TO SSRCH-REC
        STRING FUNCTION TRIM(SSRCH-USER(LOOP-INDEX))     DELIMITED BY SIZE
               "|" DELIMITED BY SIZE
               FUNCTION TRIM(SSRCH-LOCATION(LOOP-INDEX)) DELIMITED BY SIZE
               "|" DELIMITED BY SIZE
               FUNCTION TRIM(SSRCH-EMPLOYER(LOOP-INDEX)) DELIMITED BY SIZE
               "|" DELIMITED BY SIZE
               FUNCTION TRIM(SSRCH-KEYWORD(LOOP-INDEX))  DELIMITED BY SIZE
               "|" DELIMITED BY SIZE
               SSRCH-HAS-SALARY(LOOP-INDEX)              DELIMITED BY SIZE
          INTO SSRCH-REC
        END-STRING
        WRITE SSRCH-REC
    END-PERFORM
    CLOSE SAVED-SEARCHES.

*> Subscribe the current user to the filters now in FILTER-*.
949-SAVE-SEARCH-ALERT.
    MOVE 'N' TO SEARCH-ALREADY-SAVED
    PERFORM VARYING ALERT-IDX FROM 1 BY 1
      UNTIL ALERT-IDX > SAVED-SEARCH-COUNT
        IF FUNCTION TRIM(SSRCH-USER(ALERT-IDX)) = FUNCTION TRIM(CURRENT-USER)
          AND SSRCH-LOCATION(ALERT-IDX) = FILTER-LOCATION
          AND SSRCH-EMPLOYER(ALERT-IDX) = FILTER-EMPLOYER
          AND SSRCH-KEYWORD(ALERT-IDX) = FILTER-KEYWORD
          AND SSRCH-HAS-SALARY(ALERT-IDX) = FILTER-HAS-SALARY
            MOVE 'Y' TO SEARCH-ALREADY-SAVED
            EXIT PERFORM
        END-IF
    END-PERFORM

    IF SEARCH-ALREADY-SAVED = 'Y'
        MOVE "You already have this search saved as an alert." TO MESSAGE-BUFFER
        PERFORM 700-DISPLAY-MESSAGE
        EXIT PARAGRAPH
    END-IF

    IF SAVED-SEARCH-COUNT >= MAX-SAVED-SEARCHES
        MOVE "Unable to save more job alerts at this time." TO MESSAGE-BUFFER
        PERFORM 700-DISPLAY-MESSAGE
        EXIT PARAGRAPH
    END-IF

    ADD 1 TO SAVED-SEARCH-COUNT
    MOVE FUNCTION TRIM(CURRENT-USER) TO SSRCH-USER(SAVED-SEARCH-COUNT)
    MOVE FILTER-LOCATION TO SSRCH-LOCATION(SAVED-SEARCH-COUNT)
    MOVE FILTER-EMPLOYER TO SSRCH-EMPLOYER(SAVED-SEARCH-COUNT)
    MOVE FILTER-KEYWORD TO SSRCH-KEYWORD(SAVED-SEARCH-COUNT)
    MOVE FILTER-HAS-SALARY TO SSRCH-HAS-SALARY(SAVED-SEARCH-COUNT)
    PERFORM 947-SAVE-SAVED-SEARCHES

    MOVE "Job alert saved - new matching postings will be messaged to you."
      TO MESSAGE-BUFFER
    PERFORM 700-DISPLAY-MESSAGE.

*> Message every subscriber whose saved search matches the job just
*> posted (JOB-COUNT).  One message per matching saved search; the
*> poster's own alerts are skipped.
*> UPDATED: the posting is passed in ALERT-JOB-IDX so an employer
*> approval can release alerts for postings held back while the
*> account was unverified; an unverified poster sends nothing.
948-SEND-JOB-ALERTS.
    MOVE FUNCTION TRIM(J-POSTER(ALERT-JOB-IDX)) TO LOOKUP-USERNAME
    PERFORM 804-CHECK-POSTER-VERIFIED
    IF POSTER-VERIFIED-FLAG NOT = 'Y'
        EXIT PARAGRAPH
    END-IF

    PERFORM VARYING ALERT-IDX FROM 1 BY 1
      UNTIL ALERT-IDX > SAVED-SEARCH-COUNT
        IF FUNCTION TRIM(SSRCH-USER(ALERT-IDX)) NOT =
           FUNCTION TRIM(J-POSTER(ALERT-JOB-IDX))
            MOVE SSRCH-LOCATION(ALERT-IDX) TO FILTER-LOCATION
            MOVE SSRCH-EMPLOYER(ALERT-IDX) TO FILTER-EMPLOYER
            MOVE SSRCH-KEYWORD(ALERT-IDX) TO FILTER-KEYWORD
            MOVE SSRCH-HAS-SALARY(ALERT-IDX) TO FILTER-HAS-SALARY
            MOVE ALERT-JOB-IDX TO FILTER-JOB-IDX
            PERFORM 952-CHECK-JOB-FILTER
            IF JOB-MATCHES-FILTER = 'Y'
                MOVE FUNCTION TRIM(SSRCH-USER(ALERT-IDX))
                  TO RECIPIENT-USERNAME
                MOVE SPACES TO MESSAGE-CONTENT-INPUT
                STRING "New job posting matches your saved search: "
                         DELIMITED BY SIZE
                       FUNCTION TRIM(J-TITLE(ALERT-JOB-IDX))    DELIMITED BY SIZE
                       " at "                                   DELIMITED BY SIZE
                       FUNCTION TRIM(J-EMPLOYER(ALERT-JOB-IDX)) DELIMITED BY SIZE
                       " ("                                     DELIMITED BY SIZE
                       FUNCTION TRIM(J-LOCATION(ALERT-JOB-IDX)) DELIMITED BY SIZE
                       ")"                                      DELIMITED BY SIZE
                  INTO MESSAGE-CONTENT-INPUT
                END-STRING
                PERFORM 596-SEND-SYSTEM-MESSAGE
            END-IF
        END-IF
    END-PERFORM.

*> =====================
*> NEW: Notify every applicant still in SUBMITTED status on the
*> posting being closed (MY-POSTING-SELECTED) that it has been filled.
*> =====================
944-NOTIFY-SUBMITTED-APPLICANTS.
    PERFORM VARYING NOTIFY-APP-IDX FROM 1 BY 1
      UNTIL NOTIFY-APP-IDX > APPLICATION-COUNT
        IF APP-JOBID(NOTIFY-APP-IDX) = MY-POSTING-SELECTED
          AND APP-STATUS-SUBMITTED(NOTIFY-APP-IDX)
            MOVE FUNCTION TRIM(APP-USER(NOTIFY-APP-IDX))
              TO RECIPIENT-USERNAME
            MOVE SPACES TO MESSAGE-CONTENT-INPUT
            STRING "The posting "                                DELIMITED BY SIZE
                   FUNCTION TRIM(J-TITLE(MY-POSTING-SELECTED))   DELIMITED BY SIZE
                   " at "                                        DELIMITED BY SIZE
                   FUNCTION TRIM(J-EMPLOYER(MY-POSTING-SELECTED)) DELIMITED BY SIZE
                   " has been filled. Thank you for applying."   DELIMITED BY SIZE
              INTO MESSAGE-CONTENT-INPUT
            END-STRING
            PERFORM 596-SEND-SYSTEM-MESSAGE
        END-IF
    END-PERFORM.

*> =====================
*> NEW: Interviews persistence (id|app-id|slot|status per line)
*> =====================
960-LOAD-INTERVIEWS.
    OPEN INPUT USER-INTERVIEWS
    IF IVW-FILE-STATUS = "35"
        CLOSE USER-INTERVIEWS
        EXIT PARAGRAPH
    END-IF

    IF IVW-FILE-STATUS NOT = "00"
        DISPLAY "Error loading interviews: " IVW-FILE-STATUS
        CLOSE USER-INTERVIEWS
        EXIT PARAGRAPH
    END-IF

    MOVE 0 TO INTERVIEW-COUNT
    PERFORM FOREVER
        READ USER-INTERVIEWS AT END EXIT PERFORM END-READ
        IF FUNCTION TRIM(IVW-REC) NOT = SPACES
          AND INTERVIEW-COUNT < MAX-INTERVIEWS
            ADD 1 TO INTERVIEW-COUNT
            UNSTRING IVW-REC DELIMITED BY "|"
                INTO IVW-ID(INTERVIEW-COUNT)
                     IVW-APP-ID(INTERVIEW-COUNT)
                     IVW-SLOT(INTERVIEW-COUNT)
                     IVW-STATUS(INTERVIEW-COUNT)
            END-UNSTRING
            IF FUNCTION TRIM(IVW-STATUS(INTERVIEW-COUNT)) = SPACES
                SET IVW-STATUS-PROPOSED(INTERVIEW-COUNT) TO TRUE
            END-IF
        END-IF
    END-PERFORM
    CLOSE USER-INTERVIEWS.

961-SAVE-INTERVIEWS.
    OPEN OUTPUT USER-INTERVIEWS
    IF IVW-FILE-STATUS NOT = "00"
        DISPLAY "Error saving interviews: " IVW-FILE-STATUS
        EXIT PARAGRAPH
    END-IF

    PERFORM VARYING IVW-IDX FROM 1 BY 1 UNTIL IVW-IDX > INTERVIEW-COUNT
        MOVE SPACES TO IVW-REC
        STRING IVW-ID(IVW-IDX)                        DELIMITED BY SIZE
               "|" DELIMITED BY SIZE
               IVW-APP-ID(IVW-IDX)                    DELIMITED BY SIZE
               "|" DELIMITED BY SIZE
               FUNCTION TRIM(IVW-SLOT(IVW-IDX))       DELIMITED BY SIZE
               "|" DELIMITED BY SIZE
               FUNCTION TRIM(IVW-STATUS(IVW-IDX))     DELIMITED BY SIZE
          INTO IVW-REC
        END-STRING
        WRITE IVW-REC
    END-PERFORM
    CLOSE USER-INTERVIEWS.

*> =====================
*> NEW: Propose one or more interview slots against the application
*> in SELECTED-APPLICATION-IDX (poster-only; 942 already verified the
*> posting belongs to CURRENT-USER).  Each slot is recorded PROPOSED
*> and the applicant is notified through the Messages subsystem.
*> =====================
962-PROPOSE-INTERVIEW-SLOTS.
    PERFORM UNTIL NO-MORE-DATA
        MOVE SPACES TO MESSAGE-BUFFER
        STRING "Enter a proposed interview slot for "    DELIMITED BY SIZE
               FUNCTION TRIM(APP-USER(SELECTED-APPLICATION-IDX))
                                                         DELIMITED BY SIZE
               " (e.g. 2026-10-15 14:00), or DONE to finish:"
                                                         DELIMITED BY SIZE
          INTO MESSAGE-BUFFER
        END-STRING
        PERFORM 700-DISPLAY-MESSAGE

        PERFORM 600-GET-USER-INPUT
        IF NO-MORE-DATA EXIT PARAGRAPH END-IF
        MOVE FUNCTION TRIM(INPUT-BUFFER) TO IVW-SLOT-INPUT
        IF FUNCTION UPPER-CASE(FUNCTION TRIM(IVW-SLOT-INPUT)) = "DONE"
          OR FUNCTION TRIM(IVW-SLOT-INPUT) = SPACES
            EXIT PARAGRAPH
        END-IF

        IF INTERVIEW-COUNT >= MAX-INTERVIEWS
            MOVE "Unable to record more interview slots at this time."
              TO MESSAGE-BUFFER
            PERFORM 700-DISPLAY-MESSAGE
            EXIT PARAGRAPH
        END-IF

        ADD 1 TO INTERVIEW-COUNT
        MOVE INTERVIEW-COUNT TO IVW-ID(INTERVIEW-COUNT)
        MOVE APP-ID(SELECTED-APPLICATION-IDX)
          TO IVW-APP-ID(INTERVIEW-COUNT)
        MOVE IVW-SLOT-INPUT TO IVW-SLOT(INTERVIEW-COUNT)
        SET IVW-STATUS-PROPOSED(INTERVIEW-COUNT) TO TRUE
        PERFORM 961-SAVE-INTERVIEWS

        MOVE FUNCTION TRIM(APP-USER(SELECTED-APPLICATION-IDX))
          TO RECIPIENT-USERNAME
        MOVE SPACES TO MESSAGE-CONTENT-INPUT
        STRING "Interview proposed for "                 DELIMITED BY SIZE
               FUNCTION TRIM(J-TITLE(
                 APP-JOBID(SELECTED-APPLICATION-IDX)))   DELIMITED BY SIZE
               " at "                                    DELIMITED BY SIZE
               FUNCTION TRIM(J-EMPLOYER(
                 APP-JOBID(SELECTED-APPLICATION-IDX)))   DELIMITED BY SIZE
               ": "                                      DELIMITED BY SIZE
               FUNCTION TRIM(IVW-SLOT-INPUT)             DELIMITED BY SIZE
               ". Confirm or decline under My Interviews."
                                                         DELIMITED BY SIZE
          INTO MESSAGE-CONTENT-INPUT
        END-STRING
        PERFORM 596-SEND-SYSTEM-MESSAGE

        MOVE "Interview slot proposed." TO MESSAGE-BUFFER
        PERFORM 700-DISPLAY-MESSAGE

        MOVE "PROPOSE_INTERVIEW" TO AUDIT-ACTION
        MOVE SPACES TO AUDIT-TARGET
        STRING FUNCTION TRIM(APP-USER(SELECTED-APPLICATION-IDX))
                                                         DELIMITED BY SIZE
               "|"                                       DELIMITED BY SIZE
               FUNCTION TRIM(IVW-SLOT-INPUT)             DELIMITED BY SIZE
          INTO AUDIT-TARGET
        END-STRING
        PERFORM 607-WRITE-AUDIT-LOG-ENTRY
    END-PERFORM.

*> =====================
*> NEW: My Interviews - upcoming-interviews list for both sides, job
*> title from Jobs.dat and counterparty name from Profiles.dat filled
*> in.  Applicants may confirm or decline a PROPOSED slot from here.
*> =====================
963-MY-INTERVIEWS.
    MOVE "--- My Interviews ---" TO MESSAGE-BUFFER
    PERFORM 700-DISPLAY-MESSAGE

    MOVE 0 TO IVW-LIST-COUNT
    PERFORM VARYING LOOP-INDEX FROM 1 BY 1
      UNTIL LOOP-INDEX > INTERVIEW-COUNT
        PERFORM 966-CHECK-INTERVIEW-MINE
        IF IVW-MINE-FLAG = 'Y'
            ADD 1 TO IVW-LIST-COUNT
            IF CURRENT-ROLE-EMPLOYER
                MOVE FUNCTION TRIM(APP-USER(IVW-APP-ID(LOOP-INDEX)))
                  TO PROFILE-LOOKUP-USER
            ELSE
                MOVE FUNCTION TRIM(J-POSTER(
                  APP-JOBID(IVW-APP-ID(LOOP-INDEX))))
                  TO PROFILE-LOOKUP-USER
            END-IF
            PERFORM 965-BUILD-COUNTERPARTY-NAME
            MOVE SPACES TO MESSAGE-BUFFER
            STRING LOOP-INDEX                             DELIMITED BY SIZE
                   ". "                                   DELIMITED BY SIZE
                   FUNCTION TRIM(J-TITLE(
                     APP-JOBID(IVW-APP-ID(LOOP-INDEX))))  DELIMITED BY SIZE
                   " with "                               DELIMITED BY SIZE
                   FUNCTION TRIM(IVW-COUNTERPARTY-NAME)   DELIMITED BY SIZE
                   " - "                                  DELIMITED BY SIZE
                   FUNCTION TRIM(IVW-SLOT(LOOP-INDEX))    DELIMITED BY SIZE
                   " ["                                   DELIMITED BY SIZE
                   FUNCTION TRIM(IVW-STATUS(LOOP-INDEX))  DELIMITED BY SIZE
                   "]"                                    DELIMITED BY SIZE
              INTO MESSAGE-BUFFER
            END-STRING
            PERFORM 700-DISPLAY-MESSAGE
        END-IF
    END-PERFORM

    IF IVW-LIST-COUNT = 0
        MOVE "You have no interviews scheduled." TO MESSAGE-BUFFER
        PERFORM 700-DISPLAY-MESSAGE
        MOVE "--------------------" TO MESSAGE-BUFFER
        PERFORM 700-DISPLAY-MESSAGE
        EXIT PARAGRAPH
    END-IF

    MOVE "--------------------" TO MESSAGE-BUFFER
    PERFORM 700-DISPLAY-MESSAGE

    *> Only the applicant responds to a proposal; the employer's list
    *> is read-only.
    IF CURRENT-ROLE-EMPLOYER
        EXIT PARAGRAPH
    END-IF

    MOVE "Enter interview number to confirm or decline, or 0 to go back:"
      TO MESSAGE-BUFFER
    PERFORM 700-DISPLAY-MESSAGE

    PERFORM 600-GET-USER-INPUT
    IF NO-MORE-DATA EXIT PARAGRAPH END-IF
    MOVE FUNCTION TRIM(INPUT-BUFFER) TO MENU-CHOICE
    IF FUNCTION TRIM(MENU-CHOICE) = "0"
        EXIT PARAGRAPH
    END-IF

    MOVE 0 TO IVW-SELECTED
    IF FUNCTION TRIM(MENU-CHOICE) IS NUMERIC
        MOVE FUNCTION NUMVAL(FUNCTION TRIM(MENU-CHOICE)) TO IVW-SELECTED
    END-IF

    IF IVW-SELECTED < 1 OR IVW-SELECTED > INTERVIEW-COUNT
        MOVE "Invalid selection." TO MESSAGE-BUFFER
        PERFORM 700-DISPLAY-MESSAGE
        EXIT PARAGRAPH
    END-IF

    MOVE IVW-SELECTED TO LOOP-INDEX
    PERFORM 966-CHECK-INTERVIEW-MINE
    IF IVW-MINE-FLAG NOT = 'Y'
        MOVE "Invalid selection." TO MESSAGE-BUFFER
        PERFORM 700-DISPLAY-MESSAGE
        EXIT PARAGRAPH
    END-IF

    IF NOT IVW-STATUS-PROPOSED(IVW-SELECTED)
        MOVE "That slot has already been answered." TO MESSAGE-BUFFER
        PERFORM 700-DISPLAY-MESSAGE
        EXIT PARAGRAPH
    END-IF

    PERFORM 964-RESPOND-TO-INTERVIEW.

*> =====================
*> NEW: Confirm or decline the PROPOSED slot in IVW-SELECTED and tell
*> the employer through the Messages subsystem.
*> =====================
964-RESPOND-TO-INTERVIEW.
    MOVE "1. Confirm" TO MESSAGE-BUFFER
    PERFORM 700-DISPLAY-MESSAGE
    MOVE "2. Decline" TO MESSAGE-BUFFER
    PERFORM 700-DISPLAY-MESSAGE
    MOVE "3. Back" TO MESSAGE-BUFFER
    PERFORM 700-DISPLAY-MESSAGE
    MOVE "Enter your choice:" TO MESSAGE-BUFFER
    PERFORM 700-DISPLAY-MESSAGE
    MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(INPUT-BUFFER)) TO NORMALIZED-INPUT

    EVALUATE TRUE
        WHEN NORMALIZED-INPUT = "1" OR NORMALIZED-INPUT = "CONFIRM"
            SET IVW-STATUS-CONFIRMED(IVW-SELECTED) TO TRUE
            MOVE "Interview confirmed." TO MESSAGE-BUFFER
            MOVE "CONFIRM_INTERVIEW" TO AUDIT-ACTION
        WHEN NORMALIZED-INPUT = "2" OR NORMALIZED-INPUT = "DECLINE"
            SET IVW-STATUS-DECLINED(IVW-SELECTED) TO TRUE
            MOVE "Interview declined." TO MESSAGE-BUFFER
            MOVE "DECLINE_INTERVIEW" TO AUDIT-ACTION
        WHEN OTHER
            EXIT PARAGRAPH
    END-EVALUATE
    PERFORM 700-DISPLAY-MESSAGE
    PERFORM 961-SAVE-INTERVIEWS

    MOVE FUNCTION TRIM(J-POSTER(APP-JOBID(IVW-APP-ID(IVW-SELECTED))))
      TO RECIPIENT-USERNAME
    MOVE SPACES TO MESSAGE-CONTENT-INPUT
    STRING FUNCTION TRIM(CURRENT-USER)                   DELIMITED BY SIZE
           " has "                                       DELIMITED BY SIZE
           FUNCTION LOWER-CASE(FUNCTION TRIM(
             IVW-STATUS(IVW-SELECTED)))                  DELIMITED BY SIZE
           " the interview for "                         DELIMITED BY SIZE
           FUNCTION TRIM(J-TITLE(
             APP-JOBID(IVW-APP-ID(IVW-SELECTED))))       DELIMITED BY SIZE
           " on "                                        DELIMITED BY SIZE
           FUNCTION TRIM(IVW-SLOT(IVW-SELECTED))         DELIMITED BY SIZE
      INTO MESSAGE-CONTENT-INPUT
    END-STRING
    PERFORM 596-SEND-SYSTEM-MESSAGE

    MOVE SPACES TO AUDIT-TARGET
    STRING FUNCTION TRIM(RECIPIENT-USERNAME)             DELIMITED BY SIZE
           "|"                                           DELIMITED BY SIZE
           FUNCTION TRIM(IVW-SLOT(IVW-SELECTED))         DELIMITED BY SIZE
      INTO AUDIT-TARGET
    END-STRING
    PERFORM 607-WRITE-AUDIT-LOG-ENTRY.

*> =====================
*> NEW: Display name for PROFILE-LOOKUP-USER (falls back to the bare
*> username when no profile is on file).
*> =====================
965-BUILD-COUNTERPARTY-NAME.
    MOVE VIEW-PROFILE-SLOT TO PROFILE-IDX
    PERFORM 822-READ-PROFILE-RECORD
    MOVE SPACES TO IVW-COUNTERPARTY-NAME
    IF PROFILE-FOUND-FLAG = 'Y'
      AND FUNCTION TRIM(P-FIRST(VIEW-PROFILE-SLOT)) NOT = SPACES
        STRING FUNCTION TRIM(P-FIRST(VIEW-PROFILE-SLOT)) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               FUNCTION TRIM(P-LAST(VIEW-PROFILE-SLOT))  DELIMITED BY SIZE
          INTO IVW-COUNTERPARTY-NAME
        END-STRING
    ELSE
        MOVE FUNCTION TRIM(PROFILE-LOOKUP-USER) TO IVW-COUNTERPARTY-NAME
    END-IF.

*> =====================
*> NEW: Does the interview in LOOP-INDEX involve CURRENT-USER?  The
*> employer side matches on the posting's poster, everyone else on
*> the application's applicant.
*> =====================
966-CHECK-INTERVIEW-MINE.
    MOVE 'N' TO IVW-MINE-FLAG
    IF IVW-APP-ID(LOOP-INDEX) < 1
      OR IVW-APP-ID(LOOP-INDEX) > APPLICATION-COUNT
        EXIT PARAGRAPH
    END-IF
    IF CURRENT-ROLE-EMPLOYER
        IF FUNCTION TRIM(J-POSTER(APP-JOBID(IVW-APP-ID(LOOP-INDEX)))) =
           FUNCTION TRIM(CURRENT-USER)
            MOVE 'Y' TO IVW-MINE-FLAG
        END-IF
    ELSE
        IF FUNCTION TRIM(APP-USER(IVW-APP-ID(LOOP-INDEX))) =
           FUNCTION TRIM(CURRENT-USER)
            MOVE 'Y' TO IVW-MINE-FLAG
        END-IF
    END-IF.

933-SAVE-JOBS.
    OPEN OUTPUT USER-JOBS
    PERFORM VARYING LOOP-INDEX FROM 1 BY 1 UNTIL LOOP-INDEX > JOB-COUNT
        MOVE SPACES TO JOB-REC
        STRING J-ID(LOOP-INDEX) DELIMITED BY SIZE
               "|" DELIMITED BY SIZE
               FUNCTION TRIM(J-TITLE(LOOP-INDEX)) DELIMITED BY SIZE
               "|" DELIMITED BY SIZE
               FUNCTION TRIM(J-DESC(LOOP-INDEX)) DELIMITED BY SIZE
               "|" DELIMITED BY SIZE
               FUNCTION TRIM(J-EMPLOYER(LOOP-INDEX)) DELIMITED BY SIZE
               "|" DELIMITED BY SIZE
               FUNCTION TRIM(J-LOCATION(LOOP-INDEX)) DELIMITED BY SIZE
               "|" DELIMITED BY SIZE
               FUNCTION TRIM(J-SALARY(LOOP-INDEX)) DELIMITED BY SIZE
               "|" DELIMITED BY SIZE
               FUNCTION TRIM(J-POSTER(LOOP-INDEX)) DELIMITED BY SIZE
               "|" DELIMITED BY SIZE
               FUNCTION TRIM(J-STATUS(LOOP-INDEX)) DELIMITED BY SIZE
               "|" DELIMITED BY SIZE
               FUNCTION TRIM(J-POST-DATE(LOOP-INDEX)) DELIMITED BY SIZE
          INTO JOB-REC
        END-STRING
        WRITE JOB-REC
    END-PERFORM
    CLOSE USER-JOBS.

934-LOAD-JOBS.
    OPEN INPUT USER-JOBS
    IF JOB-FILE-STATUS = "35"
        MOVE 0 TO JOB-COUNT
        CLOSE USER-JOBS
        EXIT PARAGRAPH
    END-IF
    MOVE 0 TO JOB-COUNT
    PERFORM FOREVER
        READ USER-JOBS AT END EXIT PERFORM END-READ
        IF FUNCTION TRIM(JOB-REC) NOT = SPACES
            ADD 1 TO JOB-COUNT
            UNSTRING JOB-REC DELIMITED BY "|"
                INTO J-ID(JOB-COUNT)
                     J-TITLE(JOB-COUNT)
                     J-DESC(JOB-COUNT)
                     J-EMPLOYER(JOB-COUNT)
                     J-LOCATION(JOB-COUNT)
                     J-SALARY(JOB-COUNT)
                     J-POSTER(JOB-COUNT)
                     J-STATUS(JOB-COUNT)
                     J-POST-DATE(JOB-COUNT)
            END-UNSTRING
            IF FUNCTION TRIM(J-STATUS(JOB-COUNT)) = SPACES
                SET J-STATUS-OPEN(JOB-COUNT) TO TRUE
            END-IF
        END-IF
    END-PERFORM
    CLOSE USER-JOBS.

*> =====================
*> APPLICATIONS persistence
*> =====================
940-LOAD-APPLICATIONS.
    OPEN INPUT USER-APPLICATIONS
    IF APP-FILE-STATUS = "35"
        MOVE 0 TO APPLICATION-COUNT
        CLOSE USER-APPLICATIONS
        EXIT PARAGRAPH
    END-IF

    IF APP-FILE-STATUS NOT = "00"
        DISPLAY "ERROR: Unable to open Applications.dat (status "
                 APP-FILE-STATUS ")"
        CLOSE USER-APPLICATIONS
        EXIT PARAGRAPH
    END-IF

    MOVE 0 TO APPLICATION-COUNT
    PERFORM FOREVER
        READ USER-APPLICATIONS
            AT END EXIT PERFORM
        END-READ
        IF FUNCTION TRIM(APPLICATION-REC) NOT = SPACES
            IF APPLICATION-COUNT < MAX-APPLICATIONS
                ADD 1 TO APPLICATION-COUNT
                MOVE SPACES TO APP-STATUS-DATE(APPLICATION-COUNT)
                UNSTRING APPLICATION-REC DELIMITED BY "|"
                    INTO APP-ID(APPLICATION-COUNT)
                         APP-USER(APPLICATION-COUNT)
                         APP-JOBID(APPLICATION-COUNT)
                         APP-STATUS(APPLICATION-COUNT)
                         APP-STATUS-DATE(APPLICATION-COUNT)
                END-UNSTRING
                IF FUNCTION TRIM(APP-STATUS(APPLICATION-COUNT)) = SPACES
                    SET APP-STATUS-SUBMITTED(APPLICATION-COUNT) TO TRUE
                END-IF
            END-IF
        END-IF
    END-PERFORM

    CLOSE USER-APPLICATIONS.

945-SAVE-APPLICATIONS.
    OPEN OUTPUT USER-APPLICATIONS
    IF APP-FILE-STATUS NOT = "00"
        DISPLAY "ERROR: Could not open Applications.dat for OUTPUT (status "
                 APP-FILE-STATUS ")"
        EXIT PARAGRAPH
    END-IF

    PERFORM VARYING LOOP-INDEX FROM 1 BY 1 UNTIL LOOP-INDEX > APPLICATION-COUNT
        MOVE SPACES TO APPLICATION-REC
        STRING APP-ID(LOOP-INDEX) DELIMITED BY SIZE
               "|" DELIMITED BY SIZE
               FUNCTION TRIM(APP-USER(LOOP-INDEX)) DELIMITED BY SIZE
               "|" DELIMITED BY SIZE
               APP-JOBID(LOOP-INDEX) DELIMITED BY SIZE
               "|" DELIMITED BY SIZE
               FUNCTION TRIM(APP-STATUS(LOOP-INDEX)) DELIMITED BY SIZE
               "|" DELIMITED BY SIZE
               FUNCTION TRIM(APP-STATUS-DATE(LOOP-INDEX)) DELIMITED BY SIZE
          INTO APPLICATION-REC
        END-STRING
        WRITE APPLICATION-REC
    END-PERFORM

    CLOSE USER-APPLICATIONS.

*> =====================
*> NEW: Messages Menu (Week 8)
*> =====================
585-MESSAGES-MENU.
    *> NEW: announcements are open to admins and to anyone who has
    *> organized a campus event
    MOVE 'N' TO ANN-ALLOWED-FLAG
    IF CURRENT-ROLE-ADMIN
        MOVE 'Y' TO ANN-ALLOWED-FLAG
    END-IF
    PERFORM VARYING ANN-SCAN-IDX FROM 1 BY 1
            UNTIL ANN-SCAN-IDX > EVENT-COUNT OR ANN-ALLOWED-FLAG = 'Y'
        IF FUNCTION TRIM(EV-ORGANIZER(ANN-SCAN-IDX)) =
           FUNCTION TRIM(CURRENT-USER)
            MOVE 'Y' TO ANN-ALLOWED-FLAG
        END-IF
    END-PERFORM

    PERFORM UNTIL NO-MORE-DATA
        MOVE "--- Messages Menu ---" TO MESSAGE-BUFFER
        PERFORM 700-DISPLAY-MESSAGE
        MOVE "1. Send a New Message" TO MESSAGE-BUFFER
        PERFORM 700-DISPLAY-MESSAGE
        MOVE "2. View My Messages" TO MESSAGE-BUFFER
        PERFORM 700-DISPLAY-MESSAGE
        MOVE "3. View Archived Messages" TO MESSAGE-BUFFER
        PERFORM 700-DISPLAY-MESSAGE
        *> NEW: shown out of numeric order so the existing option
        *> numbers stay fixed for scripted input
        IF ANN-ALLOWED-FLAG = 'Y'
            MOVE "5. Send Announcement" TO MESSAGE-BUFFER
            PERFORM 700-DISPLAY-MESSAGE
            MOVE "6. Resend Skipped Announcement Recipients"
              TO MESSAGE-BUFFER
            PERFORM 700-DISPLAY-MESSAGE
        END-IF
        MOVE "7. Block or Unblock a User" TO MESSAGE-BUFFER
        PERFORM 700-DISPLAY-MESSAGE
        MOVE "8. Report a Message" TO MESSAGE-BUFFER
        PERFORM 700-DISPLAY-MESSAGE
        MOVE "4. Back to Main Menu" TO MESSAGE-BUFFER
        PERFORM 700-DISPLAY-MESSAGE
        MOVE "Enter your choice:" TO MESSAGE-BUFFER
        PERFORM 700-DISPLAY-MESSAGE

        PERFORM 600-GET-USER-INPUT
        IF NO-MORE-DATA
            EXIT PARAGRAPH
        END-IF
        MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(INPUT-BUFFER))
          TO NORMALIZED-INPUT

        EVALUATE TRUE
            WHEN NORMALIZED-INPUT = "1"
              OR NORMALIZED-INPUT = "SEND A NEW MESSAGE"
                PERFORM 586-SEND-NEW-MESSAGE

            WHEN NORMALIZED-INPUT = "2"
              OR NORMALIZED-INPUT = "VIEW MY MESSAGES"
                PERFORM 587-VIEW-MY-MESSAGES

            WHEN NORMALIZED-INPUT = "3"
              OR NORMALIZED-INPUT = "VIEW ARCHIVED MESSAGES"
                PERFORM 592-VIEW-ARCHIVED-MESSAGES

            WHEN NORMALIZED-INPUT = "4"
              OR NORMALIZED-INPUT = "BACK TO MAIN MENU"
              OR NORMALIZED-INPUT = "BACK"
                EXIT PARAGRAPH

            *> NEW: targeted announcements
            WHEN (NORMALIZED-INPUT = "5"
              OR NORMALIZED-INPUT = "SEND ANNOUNCEMENT")
             AND ANN-ALLOWED-FLAG = 'Y'
                PERFORM 597-SEND-ANNOUNCEMENT

            WHEN (NORMALIZED-INPUT = "6"
              OR NORMALIZED-INPUT = "RESEND SKIPPED ANNOUNCEMENT RECIPIENTS")
             AND ANN-ALLOWED-FLAG = 'Y'
                PERFORM 593-RESEND-ANNOUNCEMENT

            *> NEW: user blocking
            WHEN NORMALIZED-INPUT = "7"
              OR NORMALIZED-INPUT = "BLOCK OR UNBLOCK A USER"
                PERFORM 566-MANAGE-BLOCKED-USERS

            *> NEW: list the numbered messages, then ask which to report
            WHEN NORMALIZED-INPUT = "8"
              OR NORMALIZED-INPUT = "REPORT A MESSAGE"
                PERFORM 587-VIEW-MY-MESSAGES
                IF MESSAGES-FOUND > 0
                    PERFORM 567-REPORT-MESSAGE
                END-IF

            WHEN OTHER
                CONTINUE
        END-EVALUATE
    END-PERFORM.

*> =====================
*> NEW: Send a New Message (Week 8)
*> =====================
586-SEND-NEW-MESSAGE.
    MOVE "Enter recipient's username (must be a connection):" TO MESSAGE-BUFFER
    PERFORM 700-DISPLAY-MESSAGE
    PERFORM 600-GET-USER-INPUT
    IF NO-MORE-DATA EXIT PARAGRAPH END-IF
    MOVE FUNCTION TRIM(INPUT-BUFFER) TO RECIPIENT-USERNAME

    *> Validate recipient exists and is a connection
    PERFORM 587-VALIDATE-RECIPIENT
    IF IS-CONNECTED-FLAG NOT = 'Y'
        EXIT PARAGRAPH
    END-IF

    *> Get message content
    MOVE "Enter your message (max 200 chars):" TO MESSAGE-BUFFER
    PERFORM 700-DISPLAY-MESSAGE
    PERFORM 600-GET-USER-INPUT
    IF NO-MORE-DATA EXIT PARAGRAPH END-IF
    MOVE FUNCTION TRIM(INPUT-BUFFER) TO MESSAGE-CONTENT-INPUT

    *> A full table gets one archival pass before giving up
    IF MESSAGE-COUNT >= MAX-MESSAGES
        PERFORM 591-ARCHIVE-OLD-MESSAGES
    END-IF

    *> Save the message
    IF MESSAGE-COUNT < MAX-MESSAGES
        ADD 1 TO MESSAGE-COUNT
        MOVE FUNCTION TRIM(CURRENT-USER) TO MSG-SENDER(MESSAGE-COUNT)
        MOVE FUNCTION TRIM(RECIPIENT-USERNAME) TO MSG-RECIPIENT(MESSAGE-COUNT)
        MOVE FUNCTION TRIM(MESSAGE-CONTENT-INPUT) TO MSG-CONTENT(MESSAGE-COUNT)
        MOVE RUN-TIMESTAMP TO MSG-TIMESTAMP(MESSAGE-COUNT)
        SET MSG-IS-UNREAD(MESSAGE-COUNT) TO TRUE

        *> Save to file
        PERFORM 595-SAVE-MESSAGES

        MOVE SPACES TO MESSAGE-BUFFER
        STRING "Message sent to " DELIMITED BY SIZE
               FUNCTION TRIM(RECIPIENT-USERNAME) DELIMITED BY SIZE
               " successfully!" DELIMITED BY SIZE
          INTO MESSAGE-BUFFER
        END-STRING
        PERFORM 700-DISPLAY-MESSAGE
        MOVE "---------------------" TO MESSAGE-BUFFER
        PERFORM 700-DISPLAY-MESSAGE
    ELSE
        MOVE "Cannot send message: message limit reached." TO MESSAGE-BUFFER
        PERFORM 700-DISPLAY-MESSAGE
    END-IF.

*> =====================
*> NEW: System-generated message (sender "InCollege").  Caller sets
*> RECIPIENT-USERNAME and MESSAGE-CONTENT-INPUT.  Unlike
*> 586-SEND-NEW-MESSAGE this bypasses the connection check - the
*> system may notify any account.
*> =====================
596-SEND-SYSTEM-MESSAGE.
    *> A full table gets one archival pass before the notification
    *> is dropped
    IF MESSAGE-COUNT >= MAX-MESSAGES
        PERFORM 591-ARCHIVE-OLD-MESSAGES
    END-IF
    IF MESSAGE-COUNT < MAX-MESSAGES
        ADD 1 TO MESSAGE-COUNT
        MOVE SYSTEM-SENDER TO MSG-SENDER(MESSAGE-COUNT)
        MOVE FUNCTION TRIM(RECIPIENT-USERNAME) TO MSG-RECIPIENT(MESSAGE-COUNT)
        MOVE FUNCTION TRIM(MESSAGE-CONTENT-INPUT) TO MSG-CONTENT(MESSAGE-COUNT)
        MOVE RUN-TIMESTAMP TO MSG-TIMESTAMP(MESSAGE-COUNT)
        SET MSG-IS-UNREAD(MESSAGE-COUNT) TO TRUE
        PERFORM 595-SAVE-MESSAGES
    END-IF.

587-VIEW-MY-MESSAGES.
    MOVE 0 TO LOOP-INDEX
    MOVE 0 TO MESSAGES-FOUND
    MOVE "--- My Messages ---" TO MESSAGE-BUFFER
    PERFORM 700-DISPLAY-MESSAGE

    *> Count messages for current user
    PERFORM VARYING LOOP-INDEX FROM 1 BY 1 UNTIL LOOP-INDEX > MESSAGE-COUNT
        IF FUNCTION TRIM(MSG-RECIPIENT(LOOP-INDEX)) = FUNCTION TRIM(CURRENT-USER)
            ADD 1 TO MESSAGES-FOUND
        END-IF
    END-PERFORM

    *> Display messages if any found
    *> UPDATED: each message is numbered so it can be reported
    IF MESSAGES-FOUND > 0
        MOVE 0 TO RPT-ORDINAL
        PERFORM VARYING LOOP-INDEX FROM 1 BY 1 UNTIL LOOP-INDEX > MESSAGE-COUNT
            IF FUNCTION TRIM(MSG-RECIPIENT(LOOP-INDEX)) = FUNCTION TRIM(CURRENT-USER)
                ADD 1 TO RPT-ORDINAL
                MOVE SPACES TO MESSAGE-BUFFER
                STRING RPT-ORDINAL DELIMITED BY SIZE
                       ". From: " DELIMITED BY SIZE
                       FUNCTION TRIM(MSG-SENDER(LOOP-INDEX)) DELIMITED BY SIZE
                  INTO MESSAGE-BUFFER
                END-STRING
                PERFORM 700-DISPLAY-MESSAGE

                MOVE SPACES TO MESSAGE-BUFFER
                STRING "Message: " DELIMITED BY SIZE
                       FUNCTION TRIM(MSG-CONTENT(LOOP-INDEX)) DELIMITED BY SIZE
                  INTO MESSAGE-BUFFER
                END-STRING
                PERFORM 700-DISPLAY-MESSAGE

                *> Display timestamp if available
                IF FUNCTION TRIM(MSG-TIMESTAMP(LOOP-INDEX)) NOT = SPACES
                    MOVE SPACES TO MESSAGE-BUFFER
                    STRING "Time: " DELIMITED BY SIZE
                           FUNCTION TRIM(MSG-TIMESTAMP(LOOP-INDEX)) DELIMITED BY SIZE
                      INTO MESSAGE-BUFFER
                    END-STRING
                    PERFORM 700-DISPLAY-MESSAGE
                END-IF

                IF MSG-IS-UNREAD(LOOP-INDEX)
                    MOVE "Status: Unread" TO MESSAGE-BUFFER
                ELSE
                    MOVE "Status: Read" TO MESSAGE-BUFFER
                END-IF
                PERFORM 700-DISPLAY-MESSAGE
                SET MSG-IS-READ(LOOP-INDEX) TO TRUE

                MOVE "---------------------" TO MESSAGE-BUFFER
                PERFORM 700-DISPLAY-MESSAGE
            END-IF
        END-PERFORM
        PERFORM 595-SAVE-MESSAGES
    ELSE
        MOVE "You have no messages at this time." TO MESSAGE-BUFFER
        PERFORM 700-DISPLAY-MESSAGE
    END-IF.

*> =====================
*> NEW: Validate Recipient is Connected (Week 8)
*> =====================
587-VALIDATE-RECIPIENT.
    MOVE 'N' TO IS-CONNECTED-FLAG

    *> Check if recipient exists in accounts
    MOVE 0 TO LOOP-INDEX
    PERFORM VARYING LOOP-INDEX FROM 1 BY 1 UNTIL LOOP-INDEX > ACCOUNT-COUNT
        IF FUNCTION UPPER-CASE(FUNCTION TRIM(ACCT-USER(LOOP-INDEX))) =
           FUNCTION UPPER-CASE(FUNCTION TRIM(RECIPIENT-USERNAME))
            MOVE 'Y' TO IS-CONNECTED-FLAG
            EXIT PERFORM
        END-IF
    END-PERFORM

    IF IS-CONNECTED-FLAG = 'N'
        MOVE "You can only message users you are connected with." TO MESSAGE-BUFFER
        PERFORM 700-DISPLAY-MESSAGE
        EXIT PARAGRAPH
    END-IF

    *> Check if they are connected - a direct keyed read against the
    *> indexed permanent-connections file (acceptance always stores
    *> both directions, so one direction is enough to check).
    MOVE 'N' TO IS-CONNECTED-FLAG
    MOVE FUNCTION TRIM(CURRENT-USER) TO PERM-REC-USER1
    MOVE FUNCTION TRIM(RECIPIENT-USERNAME) TO PERM-REC-USER2
    READ PERMANENT-CONNECTIONS KEY IS PERM-REC-KEY
        INVALID KEY
            CONTINUE
        NOT INVALID KEY
            MOVE 'Y' TO IS-CONNECTED-FLAG
    END-READ

    *> NEW: an accepted mentor/mentee pair may message without being
    *> connected
    IF IS-CONNECTED-FLAG = 'N'
        MOVE FUNCTION TRIM(RECIPIENT-USERNAME) TO MENTOR-LOOKUP-USER
        PERFORM 970-CHECK-MENTORSHIP-PAIR
        MOVE MENTOR-PAIR-FLAG TO IS-CONNECTED-FLAG
    END-IF

    IF IS-CONNECTED-FLAG = 'N'
        MOVE "You can only message users you are connected with." TO MESSAGE-BUFFER
        PERFORM 700-DISPLAY-MESSAGE
        EXIT PARAGRAPH
    END-IF

    *> NEW: a block in either direction stops the message
    MOVE FUNCTION TRIM(RECIPIENT-USERNAME) TO BLOCK-OTHER-USER
    PERFORM 577-CHECK-BLOCKED
    IF BLOCKED-FLAG = 'Y'
        MOVE 'N' TO IS-CONNECTED-FLAG
        MOVE "You cannot message this user." TO MESSAGE-BUFFER
        PERFORM 700-DISPLAY-MESSAGE
    END-IF.

*> =====================
*> NEW: Load Messages from File (Week 8)
*> =====================
590-LOAD-MESSAGES.
    OPEN INPUT USER-MESSAGES
    IF MESSAGE-FILE-STATUS = "35"
        *> File doesn't exist yet, that's OK
        CLOSE USER-MESSAGES
        EXIT PARAGRAPH
    END-IF

    IF MESSAGE-FILE-STATUS NOT = "00"
        DISPLAY "Error loading messages: " MESSAGE-FILE-STATUS
        CLOSE USER-MESSAGES
        EXIT PARAGRAPH
    END-IF

    MOVE 0 TO MESSAGE-COUNT
    PERFORM FOREVER
        READ USER-MESSAGES
            AT END EXIT PERFORM
        END-READ
        IF FUNCTION TRIM(MESSAGE-REC) NOT = SPACES
            IF MESSAGE-COUNT < MAX-MESSAGES
                ADD 1 TO MESSAGE-COUNT
                UNSTRING MESSAGE-REC DELIMITED BY "|"
                    INTO MSG-SENDER(MESSAGE-COUNT)
                         MSG-RECIPIENT(MESSAGE-COUNT)
                         MSG-CONTENT(MESSAGE-COUNT)
                         MSG-TIMESTAMP(MESSAGE-COUNT)
                         MSG-READ-FLAG(MESSAGE-COUNT)
                END-UNSTRING
                IF MSG-READ-FLAG(MESSAGE-COUNT) NOT = 'Y'
                    SET MSG-IS-UNREAD(MESSAGE-COUNT) TO TRUE
                END-IF
            END-IF
        END-IF
    END-PERFORM

    CLOSE USER-MESSAGES.

*> =====================
*> NEW: Move read messages older than the retention cutoff out of the
*> active table into MessageArchive.dat (append), then compact the
*> table and rewrite Messages.dat.  Unread mail and messages with a
*> missing/garbled timestamp are never archived.
*> =====================
591-ARCHIVE-OLD-MESSAGES.
    IF MESSAGE-COUNT = 0
        EXIT PARAGRAPH
    END-IF

    COMPUTE ARCHIVE-CUTOFF-INT =
        FUNCTION INTEGER-OF-DATE(FUNCTION NUMVAL(RUN-DATE))
        - MESSAGE-ARCHIVE-AGE-DAYS

    OPEN EXTEND MESSAGE-ARCHIVE
    IF MARCH-FILE-STATUS = "35"
        OPEN OUTPUT MESSAGE-ARCHIVE
    END-IF
    IF MARCH-FILE-STATUS NOT = "00"
        DISPLAY "Error opening message archive: " MARCH-FILE-STATUS
        EXIT PARAGRAPH
    END-IF

    MOVE 0 TO ARCHIVED-MSG-COUNT
    MOVE 0 TO MSG-KEEP-IDX
    PERFORM VARYING MSG-SCAN-IDX FROM 1 BY 1
      UNTIL MSG-SCAN-IDX > MESSAGE-COUNT
        MOVE 'N' TO MSG-ARCHIVE-FLAG
        IF MSG-IS-READ(MSG-SCAN-IDX)
            MOVE MSG-TIMESTAMP(MSG-SCAN-IDX)(1:8) TO MSG-DATE-WORK
            IF MSG-DATE-WORK IS NUMERIC
                COMPUTE MSG-DATE-INT = FUNCTION INTEGER-OF-DATE(
                    FUNCTION NUMVAL(MSG-DATE-WORK))
                IF MSG-DATE-INT > 0
                  AND MSG-DATE-INT < ARCHIVE-CUTOFF-INT
                    MOVE 'Y' TO MSG-ARCHIVE-FLAG
                END-IF
            END-IF
        END-IF

        IF MSG-ARCHIVE-FLAG = 'Y'
            ADD 1 TO ARCHIVED-MSG-COUNT
            MOVE SPACES TO MARCH-REC
            STRING FUNCTION TRIM(MSG-SENDER(MSG-SCAN-IDX))    DELIMITED BY SIZE
                   "|" DELIMITED BY SIZE
                   FUNCTION TRIM(MSG-RECIPIENT(MSG-SCAN-IDX)) DELIMITED BY SIZE
                   "|" DELIMITED BY SIZE
                   FUNCTION TRIM(MSG-CONTENT(MSG-SCAN-IDX))   DELIMITED BY SIZE
                   "|" DELIMITED BY SIZE
                   FUNCTION TRIM(MSG-TIMESTAMP(MSG-SCAN-IDX)) DELIMITED BY SIZE
                   "|" DELIMITED BY SIZE
                   MSG-READ-FLAG(MSG-SCAN-IDX)                DELIMITED BY SIZE
              INTO MARCH-REC
            END-STRING
            WRITE MARCH-REC
        ELSE
            ADD 1 TO MSG-KEEP-IDX
            IF MSG-KEEP-IDX NOT = MSG-SCAN-IDX
                MOVE MESSAGE-ENTRY(MSG-SCAN-IDX)
                  TO MESSAGE-ENTRY(MSG-KEEP-IDX)
            END-IF
        END-IF
    END-PERFORM

    CLOSE MESSAGE-ARCHIVE

    IF ARCHIVED-MSG-COUNT > 0
        MOVE MSG-KEEP-IDX TO MESSAGE-COUNT
        PERFORM 595-SAVE-MESSAGES
    END-IF.

*> =====================
*> NEW: View Archived Messages - reads MessageArchive.dat straight
*> through and shows the current user's old mail in the same format
*> as the active message view.
*> =====================
592-VIEW-ARCHIVED-MESSAGES.
    MOVE "--- Archived Messages ---" TO MESSAGE-BUFFER
    PERFORM 700-DISPLAY-MESSAGE

    OPEN INPUT MESSAGE-ARCHIVE
    IF MARCH-FILE-STATUS = "35"
        MOVE "You have no archived messages." TO MESSAGE-BUFFER
        PERFORM 700-DISPLAY-MESSAGE
        EXIT PARAGRAPH
    END-IF
    IF MARCH-FILE-STATUS NOT = "00"
        DISPLAY "Error opening message archive: " MARCH-FILE-STATUS
        EXIT PARAGRAPH
    END-IF

    MOVE 0 TO MESSAGES-FOUND
    PERFORM FOREVER
        READ MESSAGE-ARCHIVE
            AT END EXIT PERFORM
        END-READ
        IF FUNCTION TRIM(MARCH-REC) NOT = SPACES
            MOVE SPACES TO ARCH-SENDER ARCH-RECIPIENT ARCH-CONTENT
            MOVE SPACES TO ARCH-TIMESTAMP ARCH-READ-FLAG
            UNSTRING MARCH-REC DELIMITED BY "|"
                INTO ARCH-SENDER
                     ARCH-RECIPIENT
                     ARCH-CONTENT
                     ARCH-TIMESTAMP
                     ARCH-READ-FLAG
            END-UNSTRING
            IF FUNCTION TRIM(ARCH-RECIPIENT) = FUNCTION TRIM(CURRENT-USER)
                ADD 1 TO MESSAGES-FOUND
                MOVE SPACES TO MESSAGE-BUFFER
                STRING "From: " DELIMITED BY SIZE
                       FUNCTION TRIM(ARCH-SENDER) DELIMITED BY SIZE
                  INTO MESSAGE-BUFFER
                END-STRING
                PERFORM 700-DISPLAY-MESSAGE

                MOVE SPACES TO MESSAGE-BUFFER
                STRING "Message: " DELIMITED BY SIZE
                       FUNCTION TRIM(ARCH-CONTENT) DELIMITED BY SIZE
                  INTO MESSAGE-BUFFER
                END-STRING
                PERFORM 700-DISPLAY-MESSAGE

                IF FUNCTION TRIM(ARCH-TIMESTAMP) NOT = SPACES
                    MOVE SPACES TO MESSAGE-BUFFER
                    STRING "Time: " DELIMITED BY SIZE
                           FUNCTION TRIM(ARCH-TIMESTAMP) DELIMITED BY SIZE
                      INTO MESSAGE-BUFFER
                    END-STRING
                    PERFORM 700-DISPLAY-MESSAGE
                END-IF

                MOVE "---------------------" TO MESSAGE-BUFFER
                PERFORM 700-DISPLAY-MESSAGE
            END-IF
        END-IF
    END-PERFORM
    CLOSE MESSAGE-ARCHIVE

    IF MESSAGES-FOUND = 0
        MOVE "You have no archived messages." TO MESSAGE-BUFFER
        PERFORM 700-DISPLAY-MESSAGE
    END-IF.

*> =====================
*> NEW: Save Messages to File (Week 8)
*> =====================
595-SAVE-MESSAGES.
    OPEN OUTPUT USER-MESSAGES
    IF MESSAGE-FILE-STATUS NOT = "00"
        DISPLAY "ERROR: Could not open Messages.dat for OUTPUT (status "
                 MESSAGE-FILE-STATUS ")"
        EXIT PARAGRAPH
    END-IF

    PERFORM VARYING LOOP-INDEX FROM 1 BY 1 UNTIL LOOP-INDEX > MESSAGE-COUNT
        MOVE SPACES TO MESSAGE-REC
        STRING FUNCTION TRIM(MSG-SENDER(LOOP-INDEX)) DELIMITED BY SIZE
               "|" DELIMITED BY SIZE
               FUNCTION TRIM(MSG-RECIPIENT(LOOP-INDEX)) DELIMITED BY SIZE
               "|" DELIMITED BY SIZE
               FUNCTION TRIM(MSG-CONTENT(LOOP-INDEX)) DELIMITED BY SIZE
               "|" DELIMITED BY SIZE
               FUNCTION TRIM(MSG-TIMESTAMP(LOOP-INDEX)) DELIMITED BY SIZE
               "|" DELIMITED BY SIZE
               MSG-READ-FLAG(LOOP-INDEX) DELIMITED BY SIZE
          INTO MESSAGE-REC
        END-STRING
        WRITE MESSAGE-REC
    END-PERFORM

    CLOSE USER-MESSAGES.

*> =====================
*> NEW: Targeted announcement.  Prompts for the cohort filters, shows
*> how many accounts match and asks for confirmation, then delivers
*> the text to each one through the message table.  The announcement
*> is stored as its own line in Announcements.dat and every recipient
*> gets a DELIVERED or SKIPPED line in AnnouncementLog.dat.
*> =====================
597-SEND-ANNOUNCEMENT.
    MOVE "--- Send Announcement ---" TO MESSAGE-BUFFER
    PERFORM 700-DISPLAY-MESSAGE

    MOVE "Target role (STUDENT, ALUMNI, EMPLOYER, ADMIN; blank for all):"
      TO MESSAGE-BUFFER
    PERFORM 700-DISPLAY-MESSAGE
    PERFORM 600-GET-USER-INPUT
    IF NO-MORE-DATA EXIT PARAGRAPH END-IF
    MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(INPUT-BUFFER))
      TO ANN-FILTER-ROLE
    IF ANN-FILTER-ROLE NOT = SPACES
      AND ANN-FILTER-ROLE NOT = "STUDENT"
      AND ANN-FILTER-ROLE NOT = "ALUMNI"
      AND ANN-FILTER-ROLE NOT = "EMPLOYER"
      AND ANN-FILTER-ROLE NOT = "ADMIN"
        MOVE "Invalid role." TO MESSAGE-BUFFER
        PERFORM 700-DISPLAY-MESSAGE
        EXIT PARAGRAPH
    END-IF

    MOVE "Account status (ACTIVE, INACTIVE, ALL; blank for ACTIVE):"
      TO MESSAGE-BUFFER
    PERFORM 700-DISPLAY-MESSAGE
    PERFORM 600-GET-USER-INPUT
    IF NO-MORE-DATA EXIT PARAGRAPH END-IF
    MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(INPUT-BUFFER))
      TO ANN-FILTER-STATUS
    IF ANN-FILTER-STATUS = SPACES
        MOVE "ACTIVE" TO ANN-FILTER-STATUS
    END-IF
    IF ANN-FILTER-STATUS NOT = "ACTIVE"
      AND ANN-FILTER-STATUS NOT = "INACTIVE"
      AND ANN-FILTER-STATUS NOT = "ALL"
        MOVE "Invalid account status." TO MESSAGE-BUFFER
        PERFORM 700-DISPLAY-MESSAGE
        EXIT PARAGRAPH
    END-IF

    MOVE "University (blank for any):" TO MESSAGE-BUFFER
    PERFORM 700-DISPLAY-MESSAGE
    PERFORM 600-GET-USER-INPUT
    IF NO-MORE-DATA EXIT PARAGRAPH END-IF
    MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(INPUT-BUFFER))
      TO ANN-FILTER-UNIV

    MOVE "Major (blank for any):" TO MESSAGE-BUFFER
    PERFORM 700-DISPLAY-MESSAGE
    PERFORM 600-GET-USER-INPUT
    IF NO-MORE-DATA EXIT PARAGRAPH END-IF
    MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(INPUT-BUFFER))
      TO ANN-FILTER-MAJOR

    MOVE "Graduation year (blank for any):" TO MESSAGE-BUFFER
    PERFORM 700-DISPLAY-MESSAGE
    PERFORM 600-GET-USER-INPUT
    IF NO-MORE-DATA EXIT PARAGRAPH END-IF
    MOVE FUNCTION TRIM(INPUT-BUFFER) TO ANN-FILTER-GRAD
    IF ANN-FILTER-GRAD NOT = SPACES
      AND ANN-FILTER-GRAD IS NOT NUMERIC
        MOVE "Graduation year must be 4 digits." TO MESSAGE-BUFFER
        PERFORM 700-DISPLAY-MESSAGE
        EXIT PARAGRAPH
    END-IF

    MOVE "Enter the announcement (max 180 chars):" TO MESSAGE-BUFFER
    PERFORM 700-DISPLAY-MESSAGE
    PERFORM 600-GET-USER-INPUT
    IF NO-MORE-DATA EXIT PARAGRAPH END-IF
    MOVE FUNCTION TRIM(INPUT-BUFFER) TO ANN-CONTENT
    IF ANN-CONTENT = SPACES
        MOVE "Announcement text cannot be blank." TO MESSAGE-BUFFER
        PERFORM 700-DISPLAY-MESSAGE
        EXIT PARAGRAPH
    END-IF
    *> "[Announcement] " plus the text must fit one message
    IF FUNCTION LENGTH(FUNCTION TRIM(ANN-CONTENT)) > 180
        MOVE "Error: Announcement exceeds 180 characters." TO MESSAGE-BUFFER
        PERFORM 700-DISPLAY-MESSAGE
        EXIT PARAGRAPH
    END-IF
    *> The text is the last field of a pipe-delimited record
    INSPECT ANN-CONTENT REPLACING ALL "|" BY "/"

    PERFORM 598-SELECT-ANN-RECIPIENTS
    IF ANN-RCPT-COUNT = 0
        MOVE "No accounts match those filters. Nothing was sent."
          TO MESSAGE-BUFFER
        PERFORM 700-DISPLAY-MESSAGE
        EXIT PARAGRAPH
    END-IF

    MOVE SPACES TO MESSAGE-BUFFER
    STRING "This announcement will go to "  DELIMITED BY SIZE
           ANN-RCPT-COUNT                   DELIMITED BY SIZE
           " recipient(s). Send it? (Y/N)"  DELIMITED BY SIZE
      INTO MESSAGE-BUFFER
    END-STRING
    PERFORM 700-DISPLAY-MESSAGE
    PERFORM 600-GET-USER-INPUT
    IF NO-MORE-DATA EXIT PARAGRAPH END-IF
    MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(INPUT-BUFFER))
      TO NORMALIZED-INPUT
    IF NORMALIZED-INPUT NOT = "Y" AND NORMALIZED-INPUT NOT = "YES"
        MOVE "Announcement cancelled." TO MESSAGE-BUFFER
        PERFORM 700-DISPLAY-MESSAGE
        EXIT PARAGRAPH
    END-IF

    PERFORM 594-NEXT-ANNOUNCEMENT-ID
    MOVE ANN-RCPT-COUNT TO ANN-MATCHED-COUNT
    MOVE FUNCTION TRIM(CURRENT-USER) TO ANN-SENDER
    PERFORM 599-DELIVER-ANNOUNCEMENT

    OPEN EXTEND ANNOUNCEMENTS
    IF ANN-FILE-STATUS = "35"
        OPEN OUTPUT ANNOUNCEMENTS
    END-IF
    IF ANN-FILE-STATUS NOT = "00"
        DISPLAY "ERROR: Could not open Announcements.dat (status "
                ANN-FILE-STATUS ")"
    ELSE
        MOVE SPACES TO ANN-REC
        STRING ANN-ID                           DELIMITED BY SIZE
               "|"                              DELIMITED BY SIZE
               FUNCTION TRIM(ANN-SENDER)        DELIMITED BY SIZE
               "|"                              DELIMITED BY SIZE
               RUN-TIMESTAMP                    DELIMITED BY SIZE
               "|"                              DELIMITED BY SIZE
               FUNCTION TRIM(ANN-FILTER-ROLE)   DELIMITED BY SIZE
               "|"                              DELIMITED BY SIZE
               FUNCTION TRIM(ANN-FILTER-STATUS) DELIMITED BY SIZE
               "|"                              DELIMITED BY SIZE
               FUNCTION TRIM(ANN-FILTER-UNIV)   DELIMITED BY SIZE
               "|"                              DELIMITED BY SIZE
               FUNCTION TRIM(ANN-FILTER-MAJOR)  DELIMITED BY SIZE
               "|"                              DELIMITED BY SIZE
               FUNCTION TRIM(ANN-FILTER-GRAD)   DELIMITED BY SIZE
               "|"                              DELIMITED BY SIZE
               ANN-MATCHED-COUNT                DELIMITED BY SIZE
               "|"                              DELIMITED BY SIZE
               ANN-DELIVERED-COUNT              DELIMITED BY SIZE
               "|"                              DELIMITED BY SIZE
               ANN-SKIPPED-COUNT                DELIMITED BY SIZE
               "|"                              DELIMITED BY SIZE
               FUNCTION TRIM(ANN-CONTENT)       DELIMITED BY SIZE
          INTO ANN-REC
        END-STRING
        WRITE ANN-REC
        CLOSE ANNOUNCEMENTS
    END-IF

    MOVE "SEND_ANNOUNCEMENT" TO AUDIT-ACTION
    MOVE SPACES TO AUDIT-TARGET
    STRING "id "                DELIMITED BY SIZE
           ANN-ID               DELIMITED BY SIZE
           " sent "             DELIMITED BY SIZE
           ANN-DELIVERED-COUNT  DELIMITED BY SIZE
           " skipped "          DELIMITED BY SIZE
           ANN-SKIPPED-COUNT    DELIMITED BY SIZE
      INTO AUDIT-TARGET
    END-STRING
    PERFORM 607-WRITE-AUDIT-LOG-ENTRY

    PERFORM 589-SHOW-ANNOUNCEMENT-RESULT.

*> =====================
*> NEW: Resend an announcement to the recipients it skipped.  The
*> delivery log is replayed in order so a recipient already reached
*> by an earlier resend is not sent the text twice.  Only the
*> original sender or an admin may resend, and the copy still goes
*> out under the original sender's name.
*> =====================
593-RESEND-ANNOUNCEMENT.
    MOVE "Enter the announcement ID to resend:" TO MESSAGE-BUFFER
    PERFORM 700-DISPLAY-MESSAGE
    PERFORM 600-GET-USER-INPUT
    IF NO-MORE-DATA EXIT PARAGRAPH END-IF
    MOVE 0 TO ANN-ID
    IF FUNCTION TRIM(INPUT-BUFFER) IS NUMERIC
        MOVE FUNCTION NUMVAL(FUNCTION TRIM(INPUT-BUFFER)) TO ANN-ID
    END-IF
    IF ANN-ID = 0
        MOVE "Invalid announcement ID." TO MESSAGE-BUFFER
        PERFORM 700-DISPLAY-MESSAGE
        EXIT PARAGRAPH
    END-IF

    *> Pick up the original sender and text
    MOVE 'N' TO ANN-FOUND-FLAG
    OPEN INPUT ANNOUNCEMENTS
    IF ANN-FILE-STATUS = "00"
        PERFORM FOREVER
            READ ANNOUNCEMENTS AT END EXIT PERFORM END-READ
            MOVE SPACES TO ANN-WORK-ID ANN-WORK-SENDER ANN-WORK-CONTENT
            UNSTRING ANN-REC DELIMITED BY "|"
                INTO ANN-WORK-ID
                     ANN-WORK-SENDER
                     ANN-WORK-TEXT
                     ANN-WORK-TEXT
                     ANN-WORK-TEXT
                     ANN-WORK-TEXT
                     ANN-WORK-TEXT
                     ANN-WORK-TEXT
                     ANN-WORK-TEXT
                     ANN-WORK-TEXT
                     ANN-WORK-TEXT
                     ANN-WORK-CONTENT
            END-UNSTRING
            IF FUNCTION TRIM(ANN-WORK-ID) IS NUMERIC
                IF FUNCTION NUMVAL(ANN-WORK-ID) = ANN-ID
                    MOVE 'Y' TO ANN-FOUND-FLAG
                    MOVE ANN-WORK-SENDER TO ANN-SENDER
                    MOVE ANN-WORK-CONTENT TO ANN-CONTENT
                    EXIT PERFORM
                END-IF
            END-IF
        END-PERFORM
        CLOSE ANNOUNCEMENTS
    END-IF
    IF ANN-FOUND-FLAG NOT = 'Y'
        MOVE "Announcement not found." TO MESSAGE-BUFFER
        PERFORM 700-DISPLAY-MESSAGE
        EXIT PARAGRAPH
    END-IF
    IF FUNCTION TRIM(ANN-SENDER) NOT = FUNCTION TRIM(CURRENT-USER)
      AND NOT CURRENT-ROLE-ADMIN
        MOVE "You may only resend your own announcements." TO MESSAGE-BUFFER
        PERFORM 700-DISPLAY-MESSAGE
        EXIT PARAGRAPH
    END-IF

    *> Replay the delivery log; the latest line per recipient wins
    MOVE 0 TO ANN-RCPT-COUNT
    OPEN INPUT ANNOUNCEMENT-LOG
    IF ANN-LOG-FILE-STATUS = "00"
        PERFORM FOREVER
            READ ANNOUNCEMENT-LOG AT END EXIT PERFORM END-READ
            MOVE SPACES TO ANN-WORK-ID ANN-WORK-USER ANN-WORK-STATE
            UNSTRING ANN-LOG-REC DELIMITED BY "|"
                INTO ANN-WORK-ID
                     ANN-WORK-USER
                     ANN-WORK-STATE
            END-UNSTRING
            IF FUNCTION TRIM(ANN-WORK-ID) IS NUMERIC
                IF FUNCTION NUMVAL(ANN-WORK-ID) = ANN-ID
                    MOVE 'N' TO ANN-FOUND-FLAG
                    PERFORM VARYING ANN-RCPT-IDX FROM 1 BY 1
                            UNTIL ANN-RCPT-IDX > ANN-RCPT-COUNT
                        IF ANN-RCPT-USER(ANN-RCPT-IDX) = ANN-WORK-USER
                            MOVE ANN-WORK-STATE
                              TO ANN-RCPT-STATE(ANN-RCPT-IDX)
                            MOVE 'Y' TO ANN-FOUND-FLAG
                            EXIT PERFORM
                        END-IF
                    END-PERFORM
                    IF ANN-FOUND-FLAG = 'N'
                      AND ANN-RCPT-COUNT < MAX-ANN-RECIPIENTS
                        ADD 1 TO ANN-RCPT-COUNT
                        MOVE ANN-WORK-USER TO ANN-RCPT-USER(ANN-RCPT-COUNT)
                        MOVE ANN-WORK-STATE
                          TO ANN-RCPT-STATE(ANN-RCPT-COUNT)
                    END-IF
                END-IF
            END-IF
        END-PERFORM
        CLOSE ANNOUNCEMENT-LOG
    END-IF

    MOVE 0 TO ANN-MATCHED-COUNT
    PERFORM VARYING ANN-RCPT-IDX FROM 1 BY 1
            UNTIL ANN-RCPT-IDX > ANN-RCPT-COUNT
        IF ANN-RCPT-SKIPPED(ANN-RCPT-IDX)
            ADD 1 TO ANN-MATCHED-COUNT
        END-IF
    END-PERFORM
    IF ANN-MATCHED-COUNT = 0
        MOVE "That announcement has no skipped recipients." TO MESSAGE-BUFFER
        PERFORM 700-DISPLAY-MESSAGE
        EXIT PARAGRAPH
    END-IF

    PERFORM 599-DELIVER-ANNOUNCEMENT

    MOVE "RESEND_ANNOUNCEMENT" TO AUDIT-ACTION
    MOVE SPACES TO AUDIT-TARGET
    STRING "id "                DELIMITED BY SIZE
           ANN-ID               DELIMITED BY SIZE
           " sent "             DELIMITED BY SIZE
           ANN-DELIVERED-COUNT  DELIMITED BY SIZE
           " skipped "          DELIMITED BY SIZE
           ANN-SKIPPED-COUNT    DELIMITED BY SIZE
      INTO AUDIT-TARGET
    END-STRING
    PERFORM 607-WRITE-AUDIT-LOG-ENTRY

    PERFORM 589-SHOW-ANNOUNCEMENT-RESULT.

*> NEW: Next announcement number - one past the highest on file
594-NEXT-ANNOUNCEMENT-ID.
    MOVE 0 TO ANN-ID
    OPEN INPUT ANNOUNCEMENTS
    IF ANN-FILE-STATUS = "00"
        PERFORM FOREVER
            READ ANNOUNCEMENTS AT END EXIT PERFORM END-READ
            MOVE SPACES TO ANN-WORK-ID
            UNSTRING ANN-REC DELIMITED BY "|" INTO ANN-WORK-ID
            END-UNSTRING
            IF FUNCTION TRIM(ANN-WORK-ID) IS NUMERIC
                IF FUNCTION NUMVAL(ANN-WORK-ID) > ANN-ID
                    MOVE FUNCTION NUMVAL(ANN-WORK-ID) TO ANN-ID
                END-IF
            END-IF
        END-PERFORM
        CLOSE ANNOUNCEMENTS
    END-IF
    ADD 1 TO ANN-ID.

*> =====================
*> NEW: Build the recipient list for the cohort filters.  The sender
*> is never included.  University, major and graduation year come
*> from the profile, so an account with no profile only matches when
*> none of those three filters is set.
*> =====================
598-SELECT-ANN-RECIPIENTS.
    MOVE 0 TO ANN-RCPT-COUNT
    PERFORM VARYING ANN-ACCT-IDX FROM 1 BY 1
            UNTIL ANN-ACCT-IDX > ACCOUNT-COUNT
        PERFORM 588-CHECK-ANN-RECIPIENT
        IF ANN-MATCH-FLAG = 'Y'
          AND ANN-RCPT-COUNT < MAX-ANN-RECIPIENTS
            ADD 1 TO ANN-RCPT-COUNT
            MOVE FUNCTION TRIM(ACCT-USER(ANN-ACCT-IDX))
              TO ANN-RCPT-USER(ANN-RCPT-COUNT)
            MOVE SPACES TO ANN-RCPT-STATE(ANN-RCPT-COUNT)
        END-IF
    END-PERFORM.

588-CHECK-ANN-RECIPIENT.
    MOVE 'N' TO ANN-MATCH-FLAG
    IF FUNCTION TRIM(ACCT-USER(ANN-ACCT-IDX)) = FUNCTION TRIM(CURRENT-USER)
        EXIT PARAGRAPH
    END-IF
    IF ANN-FILTER-ROLE NOT = SPACES
      AND ACCT-ROLE(ANN-ACCT-IDX) NOT = ANN-FILTER-ROLE
        EXIT PARAGRAPH
    END-IF
    IF ANN-FILTER-STATUS NOT = "ALL"
      AND ACCT-STATUS(ANN-ACCT-IDX) NOT = ANN-FILTER-STATUS
        EXIT PARAGRAPH
    END-IF

    IF ANN-FILTER-UNIV = SPACES
      AND ANN-FILTER-MAJOR = SPACES
      AND ANN-FILTER-GRAD = SPACES
        MOVE 'Y' TO ANN-MATCH-FLAG
        EXIT PARAGRAPH
    END-IF

    MOVE ACCT-USER(ANN-ACCT-IDX) TO PROFILE-LOOKUP-USER
    MOVE VIEW-PROFILE-SLOT TO PROFILE-IDX
    PERFORM 822-READ-PROFILE-RECORD
    IF PROFILE-FOUND-FLAG NOT = 'Y'
        EXIT PARAGRAPH
    END-IF
    IF ANN-FILTER-UNIV NOT = SPACES
      AND FUNCTION UPPER-CASE(FUNCTION TRIM(P-UNIV(VIEW-PROFILE-SLOT)))
          NOT = ANN-FILTER-UNIV
        EXIT PARAGRAPH
    END-IF
    IF ANN-FILTER-MAJOR NOT = SPACES
      AND FUNCTION UPPER-CASE(FUNCTION TRIM(P-MAJOR(VIEW-PROFILE-SLOT)))
          NOT = ANN-FILTER-MAJOR
        EXIT PARAGRAPH
    END-IF
    IF ANN-FILTER-GRAD NOT = SPACES
      AND P-GRAD(VIEW-PROFILE-SLOT) NOT = ANN-FILTER-GRAD
        EXIT PARAGRAPH
    END-IF
    MOVE 'Y' TO ANN-MATCH-FLAG.

*> =====================
*> NEW: Deliver ANN-CONTENT from ANN-SENDER to every recipient in the
*> table not already marked DELIVERED.  A full message table gets one
*> archival pass per recipient before that recipient is skipped; each
*> outcome is appended to the delivery log under ANN-ID.
*> =====================
599-DELIVER-ANNOUNCEMENT.
    MOVE 0 TO ANN-DELIVERED-COUNT
    MOVE 0 TO ANN-SKIPPED-COUNT

    OPEN EXTEND ANNOUNCEMENT-LOG
    IF ANN-LOG-FILE-STATUS = "35"
        OPEN OUTPUT ANNOUNCEMENT-LOG
    END-IF

    PERFORM VARYING ANN-RCPT-IDX FROM 1 BY 1
            UNTIL ANN-RCPT-IDX > ANN-RCPT-COUNT
        IF NOT ANN-RCPT-DELIVERED(ANN-RCPT-IDX)
            IF MESSAGE-COUNT >= MAX-MESSAGES
                PERFORM 591-ARCHIVE-OLD-MESSAGES
            END-IF
            IF MESSAGE-COUNT < MAX-MESSAGES
                ADD 1 TO MESSAGE-COUNT
                MOVE ANN-SENDER TO MSG-SENDER(MESSAGE-COUNT)
                MOVE ANN-RCPT-USER(ANN-RCPT-IDX)
                  TO MSG-RECIPIENT(MESSAGE-COUNT)
                MOVE SPACES TO MSG-CONTENT(MESSAGE-COUNT)
                STRING "[Announcement] "          DELIMITED BY SIZE
                       FUNCTION TRIM(ANN-CONTENT) DELIMITED BY SIZE
                  INTO MSG-CONTENT(MESSAGE-COUNT)
                END-STRING
                MOVE RUN-TIMESTAMP TO MSG-TIMESTAMP(MESSAGE-COUNT)
                SET MSG-IS-UNREAD(MESSAGE-COUNT) TO TRUE
                SET ANN-RCPT-DELIVERED(ANN-RCPT-IDX) TO TRUE
                ADD 1 TO ANN-DELIVERED-COUNT
            ELSE
                SET ANN-RCPT-SKIPPED(ANN-RCPT-IDX) TO TRUE
                ADD 1 TO ANN-SKIPPED-COUNT
            END-IF

            IF ANN-LOG-FILE-STATUS = "00"
                MOVE SPACES TO ANN-LOG-REC
                STRING ANN-ID                                DELIMITED BY SIZE
                       "|"                                   DELIMITED BY SIZE
                       FUNCTION TRIM(ANN-RCPT-USER(ANN-RCPT-IDX))
                                                             DELIMITED BY SIZE
                       "|"                                   DELIMITED BY SIZE
                       FUNCTION TRIM(ANN-RCPT-STATE(ANN-RCPT-IDX))
                                                             DELIMITED BY SIZE
                       "|"                                   DELIMITED BY SIZE
                       RUN-TIMESTAMP                         DELIMITED BY SIZE
                  INTO ANN-LOG-REC
                END-STRING
                WRITE ANN-LOG-REC
            END-IF
        END-IF
    END-PERFORM

    IF ANN-LOG-FILE-STATUS = "00"
        CLOSE ANNOUNCEMENT-LOG
    ELSE
        DISPLAY "ERROR: Could not open AnnouncementLog.dat (status "
                ANN-LOG-FILE-STATUS ")"
    END-IF

    IF ANN-DELIVERED-COUNT > 0
        PERFORM 595-SAVE-MESSAGES
    END-IF.

589-SHOW-ANNOUNCEMENT-RESULT.
    MOVE SPACES TO MESSAGE-BUFFER
    STRING "Announcement "         DELIMITED BY SIZE
           ANN-ID                  DELIMITED BY SIZE
           " delivered to "        DELIMITED BY SIZE
           ANN-DELIVERED-COUNT     DELIMITED BY SIZE
           " recipient(s)."        DELIMITED BY SIZE
      INTO MESSAGE-BUFFER
    END-STRING
    PERFORM 700-DISPLAY-MESSAGE
    IF ANN-SKIPPED-COUNT > 0
        MOVE SPACES TO MESSAGE-BUFFER
        STRING ANN-SKIPPED-COUNT   DELIMITED BY SIZE
               " recipient(s) skipped - the message store is full."
                                   DELIMITED BY SIZE
               " Resend later from the Messages menu."
                                   DELIMITED BY SIZE
          INTO MESSAGE-BUFFER
        END-STRING
        PERFORM 700-DISPLAY-MESSAGE
    END-IF
    MOVE "---------------------" TO MESSAGE-BUFFER
    PERFORM 700-DISPLAY-MESSAGE.

*> =====================
*> NEW: Block or unblock a user.  Entering a username already on the
*> current user's block list lifts that block; any other username is
*> blocked, and any pending connection request between the two is
*> withdrawn.  Existing connections stay on file but the pair can no
*> longer message each other while the block stands.
*> =====================
566-MANAGE-BLOCKED-USERS.
    MOVE "--- Blocked Users ---" TO MESSAGE-BUFFER
    PERFORM 700-DISPLAY-MESSAGE
    MOVE 0 TO BLOCK-FOUND-IDX
    PERFORM VARYING BLOCK-IDX FROM 1 BY 1 UNTIL BLOCK-IDX > BLOCK-COUNT
        IF FUNCTION TRIM(BLK-BLOCKER(BLOCK-IDX)) = FUNCTION TRIM(CURRENT-USER)
            ADD 1 TO BLOCK-FOUND-IDX
            MOVE SPACES TO MESSAGE-BUFFER
            STRING "  "                                   DELIMITED BY SIZE
                   FUNCTION TRIM(BLK-BLOCKED(BLOCK-IDX))  DELIMITED BY SIZE
                   " (since "                             DELIMITED BY SIZE
                   BLK-DATE(BLOCK-IDX)                    DELIMITED BY SIZE
                   ")"                                    DELIMITED BY SIZE
              INTO MESSAGE-BUFFER
            END-STRING
            PERFORM 700-DISPLAY-MESSAGE
        END-IF
    END-PERFORM
    IF BLOCK-FOUND-IDX = 0
        MOVE "You have not blocked anyone." TO MESSAGE-BUFFER
        PERFORM 700-DISPLAY-MESSAGE
    END-IF

    MOVE "Enter a username to block or unblock (blank to go back):"
      TO MESSAGE-BUFFER
    PERFORM 700-DISPLAY-MESSAGE
    PERFORM 600-GET-USER-INPUT
    IF NO-MORE-DATA EXIT PARAGRAPH END-IF
    MOVE FUNCTION TRIM(INPUT-BUFFER) TO BLOCK-OTHER-USER
    IF BLOCK-OTHER-USER = SPACES
        EXIT PARAGRAPH
    END-IF
    IF BLOCK-OTHER-USER = FUNCTION TRIM(CURRENT-USER)
        MOVE "You cannot block yourself." TO MESSAGE-BUFFER
        PERFORM 700-DISPLAY-MESSAGE
        EXIT PARAGRAPH
    END-IF

    *> Already blocked by this user - lift the block
    MOVE 0 TO BLOCK-FOUND-IDX
    PERFORM VARYING BLOCK-IDX FROM 1 BY 1 UNTIL BLOCK-IDX > BLOCK-COUNT
        IF FUNCTION TRIM(BLK-BLOCKER(BLOCK-IDX)) = FUNCTION TRIM(CURRENT-USER)
          AND FUNCTION TRIM(BLK-BLOCKED(BLOCK-IDX)) = BLOCK-OTHER-USER
            MOVE BLOCK-IDX TO BLOCK-FOUND-IDX
            EXIT PERFORM
        END-IF
    END-PERFORM
    IF BLOCK-FOUND-IDX > 0
        PERFORM VARYING BLOCK-IDX FROM BLOCK-FOUND-IDX BY 1
                UNTIL BLOCK-IDX >= BLOCK-COUNT
            MOVE BLOCK-ENTRY(BLOCK-IDX + 1) TO BLOCK-ENTRY(BLOCK-IDX)
        END-PERFORM
        SUBTRACT 1 FROM BLOCK-COUNT
        PERFORM 579-SAVE-BLOCKS

        MOVE SPACES TO MESSAGE-BUFFER
        STRING FUNCTION TRIM(BLOCK-OTHER-USER)  DELIMITED BY SIZE
               " has been unblocked."           DELIMITED BY SIZE
          INTO MESSAGE-BUFFER
        END-STRING
        PERFORM 700-DISPLAY-MESSAGE

        MOVE "UNBLOCK_USER" TO AUDIT-ACTION
        MOVE BLOCK-OTHER-USER TO AUDIT-TARGET
        PERFORM 607-WRITE-AUDIT-LOG-ENTRY
        EXIT PARAGRAPH
    END-IF

    MOVE BLOCK-OTHER-USER TO LOOKUP-USERNAME
    PERFORM 806-CHECK-ACCOUNT-EXISTS
    IF ACCOUNT-EXISTS-FLAG NOT = 'Y'
        MOVE "No account by that username." TO MESSAGE-BUFFER
        PERFORM 700-DISPLAY-MESSAGE
        EXIT PARAGRAPH
    END-IF
    IF BLOCK-COUNT >= MAX-BLOCKS
        MOVE "Block list is full. Cannot block more users." TO MESSAGE-BUFFER
        PERFORM 700-DISPLAY-MESSAGE
        EXIT PARAGRAPH
    END-IF

    ADD 1 TO BLOCK-COUNT
    MOVE FUNCTION TRIM(CURRENT-USER) TO BLK-BLOCKER(BLOCK-COUNT)
    MOVE BLOCK-OTHER-USER TO BLK-BLOCKED(BLOCK-COUNT)
    MOVE RUN-DATE TO BLK-DATE(BLOCK-COUNT)
    PERFORM 579-SAVE-BLOCKS

    *> Withdraw any pending request between the two, either direction
    MOVE FUNCTION TRIM(CURRENT-USER) TO CONN-REC-SENDER
    MOVE BLOCK-OTHER-USER TO CONN-REC-RECEIVER
    READ USER-CONNECTIONS KEY IS CONN-REC-KEY
        INVALID KEY
            CONTINUE
        NOT INVALID KEY
            PERFORM 928-REMOVE-PENDING-REQUEST
    END-READ
    MOVE BLOCK-OTHER-USER TO CONN-REC-SENDER
    MOVE FUNCTION TRIM(CURRENT-USER) TO CONN-REC-RECEIVER
    READ USER-CONNECTIONS KEY IS CONN-REC-KEY
        INVALID KEY
            CONTINUE
        NOT INVALID KEY
            PERFORM 928-REMOVE-PENDING-REQUEST
    END-READ

    MOVE SPACES TO MESSAGE-BUFFER
    STRING FUNCTION TRIM(BLOCK-OTHER-USER)  DELIMITED BY SIZE
           " has been blocked."             DELIMITED BY SIZE
      INTO MESSAGE-BUFFER
    END-STRING
    PERFORM 700-DISPLAY-MESSAGE

    MOVE "BLOCK_USER" TO AUDIT-ACTION
    MOVE BLOCK-OTHER-USER TO AUDIT-TARGET
    PERFORM 607-WRITE-AUDIT-LOG-ENTRY.

*> =====================
*> NEW: Is there a block, either direction, between CURRENT-USER and
*> BLOCK-OTHER-USER?  BLOCKED-FLAG comes back 'Y' if so.  Uses its own
*> index so callers may hold LOOP-INDEX across the call.
*> =====================
577-CHECK-BLOCKED.
    MOVE 'N' TO BLOCKED-FLAG
    PERFORM VARYING BLOCK-IDX FROM 1 BY 1 UNTIL BLOCK-IDX > BLOCK-COUNT
        IF (FUNCTION TRIM(BLK-BLOCKER(BLOCK-IDX)) = FUNCTION TRIM(CURRENT-USER)
            AND FUNCTION TRIM(BLK-BLOCKED(BLOCK-IDX)) =
                FUNCTION TRIM(BLOCK-OTHER-USER))
          OR (FUNCTION TRIM(BLK-BLOCKER(BLOCK-IDX)) =
                FUNCTION TRIM(BLOCK-OTHER-USER)
            AND FUNCTION TRIM(BLK-BLOCKED(BLOCK-IDX)) =
                FUNCTION TRIM(CURRENT-USER))
            MOVE 'Y' TO BLOCKED-FLAG
            EXIT PERFORM
        END-IF
    END-PERFORM.

*> =====================
*> NEW: Load user blocks
*> =====================
578-LOAD-BLOCKS.
    MOVE 0 TO BLOCK-COUNT
    OPEN INPUT USER-BLOCKS
    IF BLOCK-FILE-STATUS = "35"
        CLOSE USER-BLOCKS
        EXIT PARAGRAPH
    END-IF

    IF BLOCK-FILE-STATUS NOT = "00"
        DISPLAY "Error loading blocks: " BLOCK-FILE-STATUS
        CLOSE USER-BLOCKS
        EXIT PARAGRAPH
    END-IF

    PERFORM FOREVER
        READ USER-BLOCKS AT END EXIT PERFORM END-READ
        IF FUNCTION TRIM(BLOCK-REC) NOT = SPACES
          AND BLOCK-COUNT < MAX-BLOCKS
            ADD 1 TO BLOCK-COUNT
            UNSTRING BLOCK-REC DELIMITED BY "|"
                INTO BLK-BLOCKER(BLOCK-COUNT)
                     BLK-BLOCKED(BLOCK-COUNT)
                     BLK-DATE(BLOCK-COUNT)
            END-UNSTRING
        END-IF
    END-PERFORM
    CLOSE USER-BLOCKS.

*> =====================
*> NEW: Save user blocks
*> =====================
579-SAVE-BLOCKS.
    OPEN OUTPUT USER-BLOCKS
    IF BLOCK-FILE-STATUS NOT = "00"
        DISPLAY "Error saving blocks: " BLOCK-FILE-STATUS
        EXIT PARAGRAPH
    END-IF

    PERFORM VARYING BLOCK-IDX FROM 1 BY 1 UNTIL BLOCK-IDX > BLOCK-COUNT
        MOVE SPACES TO BLOCK-REC
        STRING FUNCTION TRIM(BLK-BLOCKER(BLOCK-IDX)) DELIMITED BY SIZE
               "|" DELIMITED BY SIZE
               FUNCTION TRIM(BLK-BLOCKED(BLOCK-IDX)) DELIMITED BY SIZE
               "|" DELIMITED BY SIZE
               BLK-DATE(BLOCK-IDX)                   DELIMITED BY SIZE
          INTO BLOCK-REC
        END-STRING
        WRITE BLOCK-REC
    END-PERFORM
    CLOSE USER-BLOCKS.

*> =====================
*> NEW: Report one of the messages just listed by 587.  The message
*> is picked by its number in that list; system notices cannot be
*> reported.  The report lands OPEN in MessageReports.dat for the
*> admin moderation queue.
*> =====================
567-REPORT-MESSAGE.
    MOVE "Enter a message number to report it, or 0 to go back:"
      TO MESSAGE-BUFFER
    PERFORM 700-DISPLAY-MESSAGE
    PERFORM 600-GET-USER-INPUT
    IF NO-MORE-DATA EXIT PARAGRAPH END-IF
    MOVE FUNCTION TRIM(INPUT-BUFFER) TO MENU-CHOICE
    IF FUNCTION TRIM(MENU-CHOICE) = "0" OR MENU-CHOICE = SPACES
        EXIT PARAGRAPH
    END-IF

    MOVE 0 TO RPT-TARGET
    IF FUNCTION TRIM(MENU-CHOICE) IS NUMERIC
        MOVE FUNCTION NUMVAL(FUNCTION TRIM(MENU-CHOICE)) TO RPT-TARGET
    END-IF
    MOVE 0 TO RPT-ORDINAL
    MOVE 0 TO RPT-MSG-IDX
    PERFORM VARYING RPT-IDX FROM 1 BY 1 UNTIL RPT-IDX > MESSAGE-COUNT
        IF FUNCTION TRIM(MSG-RECIPIENT(RPT-IDX)) = FUNCTION TRIM(CURRENT-USER)
            ADD 1 TO RPT-ORDINAL
            IF RPT-ORDINAL = RPT-TARGET
                MOVE RPT-IDX TO RPT-MSG-IDX
                EXIT PERFORM
            END-IF
        END-IF
    END-PERFORM
    IF RPT-MSG-IDX = 0
        MOVE "Invalid selection." TO MESSAGE-BUFFER
        PERFORM 700-DISPLAY-MESSAGE
        EXIT PARAGRAPH
    END-IF
    IF FUNCTION TRIM(MSG-SENDER(RPT-MSG-IDX)) = FUNCTION TRIM(SYSTEM-SENDER)
        MOVE "System notices cannot be reported." TO MESSAGE-BUFFER
        PERFORM 700-DISPLAY-MESSAGE
        EXIT PARAGRAPH
    END-IF

    PERFORM 568-LOAD-MESSAGE-REPORTS
    IF REPORT-COUNT >= MAX-REPORTS
        MOVE "The moderation queue is full. Please try again later."
          TO MESSAGE-BUFFER
        PERFORM 700-DISPLAY-MESSAGE
        EXIT PARAGRAPH
    END-IF

    MOVE "Enter the reason for reporting this message:" TO MESSAGE-BUFFER
    PERFORM 700-DISPLAY-MESSAGE
    PERFORM 600-GET-USER-INPUT
    IF NO-MORE-DATA EXIT PARAGRAPH END-IF
    IF FUNCTION TRIM(INPUT-BUFFER) = SPACES
        MOVE "A reason is required to report a message." TO MESSAGE-BUFFER
        PERFORM 700-DISPLAY-MESSAGE
        EXIT PARAGRAPH
    END-IF

    MOVE 0 TO RPT-NEXT-ID
    PERFORM VARYING RPT-IDX FROM 1 BY 1 UNTIL RPT-IDX > REPORT-COUNT
        IF RPT-ID(RPT-IDX) > RPT-NEXT-ID
            MOVE RPT-ID(RPT-IDX) TO RPT-NEXT-ID
        END-IF
    END-PERFORM
    ADD 1 TO RPT-NEXT-ID

    ADD 1 TO REPORT-COUNT
    MOVE REPORT-COUNT TO RPT-SEL-IDX
    MOVE RPT-NEXT-ID TO RPT-ID(RPT-SEL-IDX)
    SET RPT-IS-OPEN(RPT-SEL-IDX) TO TRUE
    MOVE FUNCTION TRIM(CURRENT-USER) TO RPT-REPORTER(RPT-SEL-IDX)
    MOVE FUNCTION TRIM(MSG-SENDER(RPT-MSG-IDX)) TO RPT-SENDER(RPT-SEL-IDX)
    MOVE MSG-TIMESTAMP(RPT-MSG-IDX) TO RPT-MSG-TIME(RPT-SEL-IDX)
    MOVE RUN-TIMESTAMP TO RPT-FILED(RPT-SEL-IDX)
    MOVE SPACES TO RPT-RESOLVED-BY(RPT-SEL-IDX)
    MOVE SPACES TO RPT-RESOLVED-AT(RPT-SEL-IDX)
    MOVE FUNCTION TRIM(INPUT-BUFFER) TO RPT-REASON(RPT-SEL-IDX)
    MOVE MSG-CONTENT(RPT-MSG-IDX) TO RPT-CONTENT(RPT-SEL-IDX)
    *> Reason and text are free-form fields in a pipe-delimited record
    INSPECT RPT-REASON(RPT-SEL-IDX) REPLACING ALL "|" BY "/"
    INSPECT RPT-CONTENT(RPT-SEL-IDX) REPLACING ALL "|" BY "/"
    PERFORM 569-SAVE-MESSAGE-REPORTS

    MOVE "Message reported. A moderator will review it." TO MESSAGE-BUFFER
    PERFORM 700-DISPLAY-MESSAGE

    MOVE "REPORT_MESSAGE" TO AUDIT-ACTION
    MOVE SPACES TO AUDIT-TARGET
    STRING "report "                                  DELIMITED BY SIZE
           RPT-ID(RPT-SEL-IDX)                        DELIMITED BY SIZE
           ": "                                       DELIMITED BY SIZE
           FUNCTION TRIM(RPT-SENDER(RPT-SEL-IDX))     DELIMITED BY SIZE
      INTO AUDIT-TARGET
    END-STRING
    PERFORM 607-WRITE-AUDIT-LOG-ENTRY.

*> =====================
*> NEW: Load message reports
*> =====================
568-LOAD-MESSAGE-REPORTS.
    MOVE 0 TO REPORT-COUNT
    OPEN INPUT MESSAGE-REPORTS
    IF RPT-FILE-STATUS = "35"
        CLOSE MESSAGE-REPORTS
        EXIT PARAGRAPH
    END-IF

    IF RPT-FILE-STATUS NOT = "00"
        DISPLAY "Error loading message reports: " RPT-FILE-STATUS
        CLOSE MESSAGE-REPORTS
        EXIT PARAGRAPH
    END-IF

    PERFORM FOREVER
        READ MESSAGE-REPORTS AT END EXIT PERFORM END-READ
        IF FUNCTION TRIM(RPT-REC) NOT = SPACES
          AND REPORT-COUNT < MAX-REPORTS
            ADD 1 TO REPORT-COUNT
            MOVE SPACES TO RPT-ID-TEXT
            UNSTRING RPT-REC DELIMITED BY "|"
                INTO RPT-ID-TEXT
                     RPT-STATUS(REPORT-COUNT)
                     RPT-REPORTER(REPORT-COUNT)
                     RPT-SENDER(REPORT-COUNT)
                     RPT-MSG-TIME(REPORT-COUNT)
                     RPT-FILED(REPORT-COUNT)
                     RPT-RESOLVED-BY(REPORT-COUNT)
                     RPT-RESOLVED-AT(REPORT-COUNT)
                     RPT-REASON(REPORT-COUNT)
                     RPT-CONTENT(REPORT-COUNT)
            END-UNSTRING
            MOVE 0 TO RPT-ID(REPORT-COUNT)
            IF FUNCTION TRIM(RPT-ID-TEXT) IS NUMERIC
                MOVE FUNCTION NUMVAL(RPT-ID-TEXT) TO RPT-ID(REPORT-COUNT)
            END-IF
        END-IF
    END-PERFORM
    CLOSE MESSAGE-REPORTS.

*> =====================
*> NEW: Save message reports
*> =====================
569-SAVE-MESSAGE-REPORTS.
    OPEN OUTPUT MESSAGE-REPORTS
    IF RPT-FILE-STATUS NOT = "00"
        DISPLAY "Error saving message reports: " RPT-FILE-STATUS
        EXIT PARAGRAPH
    END-IF

    PERFORM VARYING RPT-IDX FROM 1 BY 1 UNTIL RPT-IDX > REPORT-COUNT
        MOVE SPACES TO RPT-REC
        STRING RPT-ID(RPT-IDX)                         DELIMITED BY SIZE
               "|"                                     DELIMITED BY SIZE
               FUNCTION TRIM(RPT-STATUS(RPT-IDX))      DELIMITED BY SIZE
               "|"                                     DELIMITED BY SIZE
               FUNCTION TRIM(RPT-REPORTER(RPT-IDX))    DELIMITED BY SIZE
               "|"                                     DELIMITED BY SIZE
               FUNCTION TRIM(RPT-SENDER(RPT-IDX))      DELIMITED BY SIZE
               "|"                                     DELIMITED BY SIZE
               FUNCTION TRIM(RPT-MSG-TIME(RPT-IDX))    DELIMITED BY SIZE
               "|"                                     DELIMITED BY SIZE
               FUNCTION TRIM(RPT-FILED(RPT-IDX))       DELIMITED BY SIZE
               "|"                                     DELIMITED BY SIZE
               FUNCTION TRIM(RPT-RESOLVED-BY(RPT-IDX)) DELIMITED BY SIZE
               "|"                                     DELIMITED BY SIZE
               FUNCTION TRIM(RPT-RESOLVED-AT(RPT-IDX)) DELIMITED BY SIZE
               "|"                                     DELIMITED BY SIZE
               FUNCTION TRIM(RPT-REASON(RPT-IDX))      DELIMITED BY SIZE
               "|"                                     DELIMITED BY SIZE
               FUNCTION TRIM(RPT-CONTENT(RPT-IDX))     DELIMITED BY SIZE
          INTO RPT-REC
        END-STRING
        WRITE RPT-REC
    END-PERFORM
    CLOSE MESSAGE-REPORTS.

*> =====================
*> NEW: Alumni Mentorship menu.  Students browse and request mentors;
*> alumni manage their mentor settings and answer requests; anyone
*> can list the mentorships they are part of.
*> =====================
953-MENTORSHIP-MENU.
    PERFORM UNTIL NO-MORE-DATA
        MOVE "--- Alumni Mentorship ---" TO MESSAGE-BUFFER
        PERFORM 700-DISPLAY-MESSAGE
        IF CURRENT-ROLE-STUDENT
            MOVE "1. Browse Mentors" TO MESSAGE-BUFFER
            PERFORM 700-DISPLAY-MESSAGE
        END-IF
        MOVE "2. My Mentorships" TO MESSAGE-BUFFER
        PERFORM 700-DISPLAY-MESSAGE
        IF CURRENT-ROLE-ALUMNI
            MOVE "3. Mentor Settings" TO MESSAGE-BUFFER
            PERFORM 700-DISPLAY-MESSAGE
            MOVE "4. Respond to Mentorship Requests" TO MESSAGE-BUFFER
            PERFORM 700-DISPLAY-MESSAGE
        END-IF
        MOVE "5. Back to Main Menu" TO MESSAGE-BUFFER
        PERFORM 700-DISPLAY-MESSAGE
        MOVE "Enter your choice:" TO MESSAGE-BUFFER
        PERFORM 700-DISPLAY-MESSAGE

        PERFORM 600-GET-USER-INPUT
        IF NO-MORE-DATA EXIT PARAGRAPH END-IF
        MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(INPUT-BUFFER))
          TO NORMALIZED-INPUT

        EVALUATE TRUE
            WHEN NORMALIZED-INPUT = "1"
              OR NORMALIZED-INPUT = "BROWSE MENTORS"
              OR NORMALIZED-INPUT = "BROWSE"
                IF CURRENT-ROLE-STUDENT
                    PERFORM 955-BROWSE-MENTORS
                ELSE
                    MOVE "Only Student accounts may request a mentor."
                      TO MESSAGE-BUFFER
                    PERFORM 700-DISPLAY-MESSAGE
                END-IF
            WHEN NORMALIZED-INPUT = "2"
              OR NORMALIZED-INPUT = "MY MENTORSHIPS"
                PERFORM 957-VIEW-MY-MENTORSHIPS
            WHEN NORMALIZED-INPUT = "3"
              OR NORMALIZED-INPUT = "MENTOR SETTINGS"
                IF CURRENT-ROLE-ALUMNI
                    PERFORM 954-MENTOR-SETTINGS
                ELSE
                    MOVE "Only Alumni accounts may mentor." TO MESSAGE-BUFFER
                    PERFORM 700-DISPLAY-MESSAGE
                END-IF
            WHEN NORMALIZED-INPUT = "4"
              OR NORMALIZED-INPUT = "RESPOND TO MENTORSHIP REQUESTS"
                IF CURRENT-ROLE-ALUMNI
                    PERFORM 956-RESPOND-MENTOR-REQUESTS
                ELSE
                    MOVE "Only Alumni accounts may mentor." TO MESSAGE-BUFFER
                    PERFORM 700-DISPLAY-MESSAGE
                END-IF
            WHEN NORMALIZED-INPUT = "5" OR NORMALIZED-INPUT = "BACK"
                EXIT PARAGRAPH
            WHEN OTHER
                MOVE "Invalid option." TO MESSAGE-BUFFER
                PERFORM 700-DISPLAY-MESSAGE
        END-EVALUATE
    END-PERFORM.

*> =====================
*> NEW: Opt in as a mentor, or change availability, capacity and
*> areas.  Answering N to availability is how a mentor opts out; the
*> entry stays on file so existing pairs are unaffected.
*> =====================
954-MENTOR-SETTINGS.
    MOVE FUNCTION TRIM(CURRENT-USER) TO MENTOR-LOOKUP-USER
    PERFORM 968-FIND-MENTOR-INDEX

    IF MENTOR-FOUND-IDX > 0
        MOVE SPACES TO MESSAGE-BUFFER
        STRING "Current settings: available "            DELIMITED BY SIZE
               MNTR-AVAILABLE(MENTOR-FOUND-IDX)          DELIMITED BY SIZE
               ", capacity "                             DELIMITED BY SIZE
               MNTR-CAPACITY(MENTOR-FOUND-IDX)           DELIMITED BY SIZE
               ", areas: "                               DELIMITED BY SIZE
               FUNCTION TRIM(MNTR-AREAS(MENTOR-FOUND-IDX)) DELIMITED BY SIZE
          INTO MESSAGE-BUFFER
        END-STRING
        PERFORM 700-DISPLAY-MESSAGE
    ELSE
        IF MENTOR-COUNT >= MAX-MENTORS
            MOVE "The mentor list is full. Please try again later."
              TO MESSAGE-BUFFER
            PERFORM 700-DISPLAY-MESSAGE
            EXIT PARAGRAPH
        END-IF
    END-IF

    MOVE "Are you available to take mentees now? (Y/N):" TO MESSAGE-BUFFER
    PERFORM 700-DISPLAY-MESSAGE
    PERFORM 600-GET-USER-INPUT
    IF NO-MORE-DATA EXIT PARAGRAPH END-IF
    MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(INPUT-BUFFER)) TO NORMALIZED-INPUT
    IF NORMALIZED-INPUT NOT = "Y" AND NORMALIZED-INPUT NOT = "N"
        MOVE "Please answer Y or N." TO MESSAGE-BUFFER
        PERFORM 700-DISPLAY-MESSAGE
        EXIT PARAGRAPH
    END-IF
    MOVE NORMALIZED-INPUT(1:1) TO MENTOR-LIST-FLAG

    MOVE "How many mentees can you take at once? (1-10):" TO MESSAGE-BUFFER
    PERFORM 700-DISPLAY-MESSAGE
    PERFORM 600-GET-USER-INPUT
    IF NO-MORE-DATA EXIT PARAGRAPH END-IF
    MOVE 0 TO MENTOR-TARGET
    IF FUNCTION TRIM(INPUT-BUFFER) IS NUMERIC
        MOVE FUNCTION NUMVAL(FUNCTION TRIM(INPUT-BUFFER)) TO MENTOR-TARGET
    END-IF
    IF MENTOR-TARGET < 1 OR MENTOR-TARGET > 10
        MOVE "Capacity must be a number from 1 to 10." TO MESSAGE-BUFFER
        PERFORM 700-DISPLAY-MESSAGE
        EXIT PARAGRAPH
    END-IF

    MOVE "Mentoring areas (e.g. resume review, interview prep; blank keeps current):"
      TO MESSAGE-BUFFER
    PERFORM 700-DISPLAY-MESSAGE
    PERFORM 600-GET-USER-INPUT
    IF NO-MORE-DATA EXIT PARAGRAPH END-IF

    IF MENTOR-FOUND-IDX = 0
        ADD 1 TO MENTOR-COUNT
        MOVE MENTOR-COUNT TO MENTOR-FOUND-IDX
        MOVE FUNCTION TRIM(CURRENT-USER) TO MNTR-USER(MENTOR-FOUND-IDX)
        MOVE SPACES TO MNTR-AREAS(MENTOR-FOUND-IDX)
    END-IF
    MOVE MENTOR-LIST-FLAG TO MNTR-AVAILABLE(MENTOR-FOUND-IDX)
    MOVE MENTOR-TARGET TO MNTR-CAPACITY(MENTOR-FOUND-IDX)
    IF FUNCTION TRIM(INPUT-BUFFER) NOT = SPACES
        *> The areas are stored with the other fields "|"-delimited
        INSPECT INPUT-BUFFER REPLACING ALL "|" BY "/"
        MOVE FUNCTION TRIM(INPUT-BUFFER) TO MNTR-AREAS(MENTOR-FOUND-IDX)
    END-IF
    PERFORM 959-SAVE-MENTORS

    MOVE "Mentor settings saved." TO MESSAGE-BUFFER
    PERFORM 700-DISPLAY-MESSAGE

    MOVE "MENTOR_SETTINGS" TO AUDIT-ACTION
    MOVE SPACES TO AUDIT-TARGET
    STRING "available "                          DELIMITED BY SIZE
           MNTR-AVAILABLE(MENTOR-FOUND-IDX)      DELIMITED BY SIZE
           " capacity "                          DELIMITED BY SIZE
           MNTR-CAPACITY(MENTOR-FOUND-IDX)       DELIMITED BY SIZE
      INTO AUDIT-TARGET
    END-STRING
    PERFORM 607-WRITE-AUDIT-LOG-ENTRY.

*> =====================
*> NEW: Browse available mentors, optionally filtered by the major
*> and university on their profile, and request one.  Only mentors
*> with an open slot are listed.
*> =====================
955-BROWSE-MENTORS.
    MOVE "Filter by major (blank for any):" TO MESSAGE-BUFFER
    PERFORM 700-DISPLAY-MESSAGE
    PERFORM 600-GET-USER-INPUT
    IF NO-MORE-DATA EXIT PARAGRAPH END-IF
    MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(INPUT-BUFFER))
      TO MENTOR-FILTER-MAJOR

    MOVE "Filter by university (blank for any):" TO MESSAGE-BUFFER
    PERFORM 700-DISPLAY-MESSAGE
    PERFORM 600-GET-USER-INPUT
    IF NO-MORE-DATA EXIT PARAGRAPH END-IF
    MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(INPUT-BUFFER))
      TO MENTOR-FILTER-UNIV

    MOVE "--- Available Mentors ---" TO MESSAGE-BUFFER
    PERFORM 700-DISPLAY-MESSAGE
    MOVE 0 TO MENTOR-ORDINAL
    PERFORM VARYING MENTOR-IDX FROM 1 BY 1 UNTIL MENTOR-IDX > MENTOR-COUNT
        PERFORM 971-CHECK-MENTOR-LISTABLE
        IF MENTOR-LIST-FLAG = 'Y'
            ADD 1 TO MENTOR-ORDINAL
            MOVE SPACES TO MESSAGE-BUFFER
            STRING MENTOR-ORDINAL                            DELIMITED BY SIZE
                   ". "                                      DELIMITED BY SIZE
                   FUNCTION TRIM(MENTOR-DISPLAY-NAME)        DELIMITED BY SIZE
                   " ("                                      DELIMITED BY SIZE
                   FUNCTION TRIM(MNTR-USER(MENTOR-IDX))      DELIMITED BY SIZE
                   ") - "                                    DELIMITED BY SIZE
                   FUNCTION TRIM(P-UNIV(VIEW-PROFILE-SLOT))  DELIMITED BY SIZE
                   ", "                                      DELIMITED BY SIZE
                   FUNCTION TRIM(P-MAJOR(VIEW-PROFILE-SLOT)) DELIMITED BY SIZE
                   " - open slots: "                         DELIMITED BY SIZE
                   MENTOR-OPEN-SLOTS                         DELIMITED BY SIZE
              INTO MESSAGE-BUFFER
            END-STRING
            PERFORM 700-DISPLAY-MESSAGE
            MOVE SPACES TO MESSAGE-BUFFER
            STRING "   Areas: "                              DELIMITED BY SIZE
                   FUNCTION TRIM(MNTR-AREAS(MENTOR-IDX))     DELIMITED BY SIZE
              INTO MESSAGE-BUFFER
            END-STRING
            PERFORM 700-DISPLAY-MESSAGE
        END-IF
    END-PERFORM

    IF MENTOR-ORDINAL = 0
        MOVE "No available mentors match your filters." TO MESSAGE-BUFFER
        PERFORM 700-DISPLAY-MESSAGE
        EXIT PARAGRAPH
    END-IF

    MOVE "Enter a mentor number to request mentorship, or 0 to go back:"
      TO MESSAGE-BUFFER
    PERFORM 700-DISPLAY-MESSAGE
    PERFORM 600-GET-USER-INPUT
    IF NO-MORE-DATA EXIT PARAGRAPH END-IF
    MOVE FUNCTION TRIM(INPUT-BUFFER) TO MENU-CHOICE
        EXIT PARAGRAPH
    END-IF

    MOVE 0 TO MENTOR-TARGET
    IF FUNCTION TRIM(MENU-CHOICE) IS NUMERIC
        MOVE FUNCTION NUMVAL(FUNCTION TRIM(MENU-CHOICE)) TO MENTOR-TARGET
    END-IF
    IF MENTOR-TARGET < 1 OR MENTOR-TARGET > MENTOR-ORDINAL
        MOVE "Invalid selection." TO MESSAGE-BUFFER
        PERFORM 700-DISPLAY-MESSAGE
        EXIT PARAGRAPH
    END-IF

    MOVE 0 TO MENTOR-ORDINAL
    MOVE 0 TO MENTOR-FOUND-IDX
    PERFORM VARYING MENTOR-IDX FROM 1 BY 1 UNTIL MENTOR-IDX > MENTOR-COUNT
        PERFORM 971-CHECK-MENTOR-LISTABLE
        IF MENTOR-LIST-FLAG = 'Y'
            ADD 1 TO MENTOR-ORDINAL
            IF MENTOR-ORDINAL = MENTOR-TARGET
                MOVE MENTOR-IDX TO MENTOR-FOUND-IDX
                EXIT PERFORM
            END-IF
        END-IF
    END-PERFORM

    *> One open request or pairing per mentor/mentee pair
    PERFORM VARYING MSHP-IDX FROM 1 BY 1 UNTIL MSHP-IDX > MENTORSHIP-COUNT
        IF FUNCTION TRIM(MSHP-MENTOR(MSHP-IDX)) =
           FUNCTION TRIM(MNTR-USER(MENTOR-FOUND-IDX))
          AND FUNCTION TRIM(MSHP-MENTEE(MSHP-IDX)) =
              FUNCTION TRIM(CURRENT-USER)
          AND (MSHP-IS-REQUESTED(MSHP-IDX) OR MSHP-IS-ACCEPTED(MSHP-IDX))
            MOVE "You already have a request or pairing with this mentor."
              TO MESSAGE-BUFFER
            PERFORM 700-DISPLAY-MESSAGE
            EXIT PARAGRAPH
        END-IF
    END-PERFORM

    IF MENTORSHIP-COUNT >= MAX-MENTORSHIPS
        MOVE "Mentorship requests are full. Please try again later."
          TO MESSAGE-BUFFER
        PERFORM 700-DISPLAY-MESSAGE
        EXIT PARAGRAPH
    END-IF

    MOVE 0 TO MSHP-NEXT-ID
    PERFORM VARYING MSHP-IDX FROM 1 BY 1 UNTIL MSHP-IDX > MENTORSHIP-COUNT
        IF MSHP-ID(MSHP-IDX) > MSHP-NEXT-ID
            MOVE MSHP-ID(MSHP-IDX) TO MSHP-NEXT-ID
        END-IF
    END-PERFORM
    ADD 1 TO MSHP-NEXT-ID

    ADD 1 TO MENTORSHIP-COUNT
    MOVE MSHP-NEXT-ID TO MSHP-ID(MENTORSHIP-COUNT)
    MOVE FUNCTION TRIM(MNTR-USER(MENTOR-FOUND-IDX))
      TO MSHP-MENTOR(MENTORSHIP-COUNT)
    MOVE FUNCTION TRIM(CURRENT-USER) TO MSHP-MENTEE(MENTORSHIP-COUNT)
    SET MSHP-IS-REQUESTED(MENTORSHIP-COUNT) TO TRUE
    MOVE RUN-DATE TO MSHP-REQUESTED(MENTORSHIP-COUNT)
    MOVE SPACES TO MSHP-RESPONDED(MENTORSHIP-COUNT)
    PERFORM 967-SAVE-MENTORSHIPS

    MOVE FUNCTION TRIM(MNTR-USER(MENTOR-FOUND-IDX)) TO RECIPIENT-USERNAME
    MOVE SPACES TO MESSAGE-CONTENT-INPUT
    STRING "[Mentorship] "                       DELIMITED BY SIZE
           FUNCTION TRIM(CURRENT-USER)           DELIMITED BY SIZE
           " has asked you to be their mentor. Answer from Alumni"
                                                 DELIMITED BY SIZE
           " Mentorship > Respond to Mentorship Requests."
                                                 DELIMITED BY SIZE
      INTO MESSAGE-CONTENT-INPUT
    END-STRING
    PERFORM 596-SEND-SYSTEM-MESSAGE

    MOVE "Mentorship request sent." TO MESSAGE-BUFFER
    PERFORM 700-DISPLAY-MESSAGE

    MOVE "MENTOR_REQUEST" TO AUDIT-ACTION
    MOVE FUNCTION TRIM(MNTR-USER(MENTOR-FOUND-IDX)) TO AUDIT-TARGET
    PERFORM 607-WRITE-AUDIT-LOG-ENTRY.

*> =====================
*> NEW: Mentor answers the requests waiting on them.  Accepting is
*> refused once the mentor's ACCEPTED pairs reach capacity.
*> =====================
956-RESPOND-MENTOR-REQUESTS.
    MOVE "--- Mentorship Requests ---" TO MESSAGE-BUFFER
    PERFORM 700-DISPLAY-MESSAGE
    MOVE 0 TO MENTOR-ORDINAL
    PERFORM VARYING MSHP-IDX FROM 1 BY 1 UNTIL MSHP-IDX > MENTORSHIP-COUNT
        IF FUNCTION TRIM(MSHP-MENTOR(MSHP-IDX)) = FUNCTION TRIM(CURRENT-USER)
          AND MSHP-IS-REQUESTED(MSHP-IDX)
            ADD 1 TO MENTOR-ORDINAL
            MOVE SPACES TO MESSAGE-BUFFER
            STRING MENTOR-ORDINAL                        DELIMITED BY SIZE
                   ". "                                  DELIMITED BY SIZE
                   FUNCTION TRIM(MSHP-MENTEE(MSHP-IDX))  DELIMITED BY SIZE
                   " (requested "                        DELIMITED BY SIZE
                   MSHP-REQUESTED(MSHP-IDX)              DELIMITED BY SIZE
                   ")"                                   DELIMITED BY SIZE
              INTO MESSAGE-BUFFER
            END-STRING
            PERFORM 700-DISPLAY-MESSAGE
        END-IF
    END-PERFORM

    IF MENTOR-ORDINAL = 0
        MOVE "You have no pending mentorship requests." TO MESSAGE-BUFFER
        PERFORM 700-DISPLAY-MESSAGE
        EXIT PARAGRAPH
    END-IF

    MOVE "Enter a request number to answer, or 0 to go back:" TO MESSAGE-BUFFER
    PERFORM 700-DISPLAY-MESSAGE
    PERFORM 600-GET-USER-INPUT
    IF NO-MORE-DATA EXIT PARAGRAPH END-IF
    MOVE FUNCTION TRIM(INPUT-BUFFER) TO MENU-CHOICE
    IF FUNCTION TRIM(MENU-CHOICE) = "0"
        EXIT PARAGRAPH
    END-IF

    MOVE 0 TO MENTOR-TARGET
    IF FUNCTION TRIM(MENU-CHOICE) IS NUMERIC
        MOVE FUNCTION NUMVAL(FUNCTION TRIM(MENU-CHOICE)) TO MENTOR-TARGET
    END-IF
    IF MENTOR-TARGET < 1 OR MENTOR-TARGET > MENTOR-ORDINAL
        MOVE "Invalid selection." TO MESSAGE-BUFFER
        PERFORM 700-DISPLAY-MESSAGE
        EXIT PARAGRAPH
    END-IF

    MOVE 0 TO MENTOR-ORDINAL
    MOVE 0 TO MSHP-SEL-IDX
    PERFORM VARYING MSHP-IDX FROM 1 BY 1 UNTIL MSHP-IDX > MENTORSHIP-COUNT
        IF FUNCTION TRIM(MSHP-MENTOR(MSHP-IDX)) = FUNCTION TRIM(CURRENT-USER)
          AND MSHP-IS-REQUESTED(MSHP-IDX)
            ADD 1 TO MENTOR-ORDINAL
            IF MENTOR-ORDINAL = MENTOR-TARGET
                MOVE MSHP-IDX TO MSHP-SEL-IDX
                EXIT PERFORM
            END-IF
        END-IF
    END-PERFORM

    MOVE "Accept or decline? (A/D):" TO MESSAGE-BUFFER
    PERFORM 700-DISPLAY-MESSAGE
    PERFORM 600-GET-USER-INPUT
    IF NO-MORE-DATA EXIT PARAGRAPH END-IF
    MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(INPUT-BUFFER)) TO NORMALIZED-INPUT

    EVALUATE TRUE
        WHEN NORMALIZED-INPUT = "A" OR NORMALIZED-INPUT = "ACCEPT"
            MOVE FUNCTION TRIM(CURRENT-USER) TO MENTOR-LOOKUP-USER
            PERFORM 968-FIND-MENTOR-INDEX
            PERFORM 969-COUNT-MENTOR-LOAD
            IF MENTOR-FOUND-IDX > 0
              AND MENTOR-ACCEPTED-LOAD >= MNTR-CAPACITY(MENTOR-FOUND-IDX)
                MOVE "You are at your mentee capacity. Raise it in Mentor Settings first."
                  TO MESSAGE-BUFFER
                PERFORM 700-DISPLAY-MESSAGE
                EXIT PARAGRAPH
            END-IF
            SET MSHP-IS-ACCEPTED(MSHP-SEL-IDX) TO TRUE
            MOVE "MENTOR_ACCEPT" TO AUDIT-ACTION
        WHEN NORMALIZED-INPUT = "D" OR NORMALIZED-INPUT = "DECLINE"
            SET MSHP-IS-DECLINED(MSHP-SEL-IDX) TO TRUE
            MOVE "MENTOR_DECLINE" TO AUDIT-ACTION
        WHEN OTHER
            MOVE "Invalid option." TO MESSAGE-BUFFER
            PERFORM 700-DISPLAY-MESSAGE
            EXIT PARAGRAPH
    END-EVALUATE
    MOVE RUN-DATE TO MSHP-RESPONDED(MSHP-SEL-IDX)
    PERFORM 967-SAVE-MENTORSHIPS

    MOVE FUNCTION TRIM(MSHP-MENTEE(MSHP-SEL-IDX)) TO RECIPIENT-USERNAME
    MOVE SPACES TO MESSAGE-CONTENT-INPUT
    IF MSHP-IS-ACCEPTED(MSHP-SEL-IDX)
        STRING "[Mentorship] "                   DELIMITED BY SIZE
               FUNCTION TRIM(CURRENT-USER)       DELIMITED BY SIZE
               " accepted your mentorship request. You can now message"
                                                 DELIMITED BY SIZE
               " each other."                    DELIMITED BY SIZE
          INTO MESSAGE-CONTENT-INPUT
        END-STRING
        MOVE "Request accepted." TO MESSAGE-BUFFER
    ELSE
        STRING "[Mentorship] "                   DELIMITED BY SIZE
               FUNCTION TRIM(CURRENT-USER)       DELIMITED BY SIZE
               " is unable to take on your mentorship request."
                                                 DELIMITED BY SIZE
          INTO MESSAGE-CONTENT-INPUT
        END-STRING
        MOVE "Request declined." TO MESSAGE-BUFFER
    END-IF
    PERFORM 700-DISPLAY-MESSAGE
    PERFORM 596-SEND-SYSTEM-MESSAGE

    MOVE FUNCTION TRIM(MSHP-MENTEE(MSHP-SEL-IDX)) TO AUDIT-TARGET
    PERFORM 607-WRITE-AUDIT-LOG-ENTRY.

*> =====================
*> NEW: List every mentorship the current user is part of, either as
*> mentor or as mentee.
*> =====================
957-VIEW-MY-MENTORSHIPS.
    MOVE "--- My Mentorships ---" TO MESSAGE-BUFFER
    PERFORM 700-DISPLAY-MESSAGE
    MOVE 0 TO MENTOR-ORDINAL
    PERFORM VARYING MSHP-IDX FROM 1 BY 1 UNTIL MSHP-IDX > MENTORSHIP-COUNT
        IF FUNCTION TRIM(MSHP-MENTOR(MSHP-IDX)) = FUNCTION TRIM(CURRENT-USER)
          OR FUNCTION TRIM(MSHP-MENTEE(MSHP-IDX)) = FUNCTION TRIM(CURRENT-USER)
            ADD 1 TO MENTOR-ORDINAL
            MOVE SPACES TO MESSAGE-BUFFER
            STRING "Mentor: "                            DELIMITED BY SIZE
                   FUNCTION TRIM(MSHP-MENTOR(MSHP-IDX))  DELIMITED BY SIZE
                   "  Mentee: "                          DELIMITED BY SIZE
                   FUNCTION TRIM(MSHP-MENTEE(MSHP-IDX))  DELIMITED BY SIZE
                   "  Status: "                          DELIMITED BY SIZE
                   FUNCTION TRIM(MSHP-STATUS(MSHP-IDX))  DELIMITED BY SIZE
                   " (requested "                        DELIMITED BY SIZE
                   MSHP-REQUESTED(MSHP-IDX)              DELIMITED BY SIZE
                   ")"                                   DELIMITED BY SIZE
              INTO MESSAGE-BUFFER
            END-STRING
            PERFORM 700-DISPLAY-MESSAGE
        END-IF
    END-PERFORM
    IF MENTOR-ORDINAL = 0
        MOVE "You are not part of any mentorships yet." TO MESSAGE-BUFFER
        PERFORM 700-DISPLAY-MESSAGE
    END-IF.

*> =====================
*> NEW: Load mentor opt-ins and mentorships
*> =====================
958-LOAD-MENTORSHIP-DATA.
    MOVE 0 TO MENTOR-COUNT
    OPEN INPUT MENTORS
    IF MENTOR-FILE-STATUS = "00"
        PERFORM FOREVER
            READ MENTORS AT END EXIT PERFORM END-READ
            IF FUNCTION TRIM(MENTOR-REC) NOT = SPACES
              AND MENTOR-COUNT < MAX-MENTORS
                ADD 1 TO MENTOR-COUNT
                MOVE SPACES TO MENU-CHOICE
                UNSTRING MENTOR-REC DELIMITED BY "|"
                    INTO MNTR-USER(MENTOR-COUNT)
                         MNTR-AVAILABLE(MENTOR-COUNT)
                         MENU-CHOICE
                         MNTR-AREAS(MENTOR-COUNT)
                END-UNSTRING
                MOVE 0 TO MNTR-CAPACITY(MENTOR-COUNT)
                IF FUNCTION TRIM(MENU-CHOICE) IS NUMERIC
                    MOVE FUNCTION NUMVAL(FUNCTION TRIM(MENU-CHOICE))
                      TO MNTR-CAPACITY(MENTOR-COUNT)
                END-IF
            END-IF
        END-PERFORM
        CLOSE MENTORS
    ELSE
        IF MENTOR-FILE-STATUS NOT = "35"
            DISPLAY "Error loading mentors: " MENTOR-FILE-STATUS
        END-IF
        CLOSE MENTORS
    END-IF

    MOVE 0 TO MENTORSHIP-COUNT
    OPEN INPUT MENTORSHIPS
    IF MSHP-FILE-STATUS = "00"
        PERFORM FOREVER
            READ MENTORSHIPS AT END EXIT PERFORM END-READ
            IF FUNCTION TRIM(MSHP-REC) NOT = SPACES
              AND MENTORSHIP-COUNT < MAX-MENTORSHIPS
                ADD 1 TO MENTORSHIP-COUNT
                MOVE SPACES TO MENU-CHOICE
                UNSTRING MSHP-REC DELIMITED BY "|"
                    INTO MENU-CHOICE
                         MSHP-MENTOR(MENTORSHIP-COUNT)
                         MSHP-MENTEE(MENTORSHIP-COUNT)
                         MSHP-STATUS(MENTORSHIP-COUNT)
                         MSHP-REQUESTED(MENTORSHIP-COUNT)
                         MSHP-RESPONDED(MENTORSHIP-COUNT)
                END-UNSTRING
                MOVE 0 TO MSHP-ID(MENTORSHIP-COUNT)
                IF FUNCTION TRIM(MENU-CHOICE) IS NUMERIC
                    MOVE FUNCTION NUMVAL(FUNCTION TRIM(MENU-CHOICE))
                      TO MSHP-ID(MENTORSHIP-COUNT)
                END-IF
            END-IF
        END-PERFORM
        CLOSE MENTORSHIPS
    ELSE
        IF MSHP-FILE-STATUS NOT = "35"
            DISPLAY "Error loading mentorships: " MSHP-FILE-STATUS
        END-IF
        CLOSE MENTORSHIPS
    END-IF.

*> =====================
*> NEW: Save mentor opt-ins
*> =====================
959-SAVE-MENTORS.
    OPEN OUTPUT MENTORS
    IF MENTOR-FILE-STATUS NOT = "00"
        DISPLAY "Error saving mentors: " MENTOR-FILE-STATUS
        EXIT PARAGRAPH
    END-IF

    PERFORM VARYING MENTOR-IDX FROM 1 BY 1 UNTIL MENTOR-IDX > MENTOR-COUNT
        MOVE SPACES TO MENTOR-REC
        STRING FUNCTION TRIM(MNTR-USER(MENTOR-IDX))   DELIMITED BY SIZE
               "|"                                    DELIMITED BY SIZE
               MNTR-AVAILABLE(MENTOR-IDX)             DELIMITED BY SIZE
               "|"                                    DELIMITED BY SIZE
               MNTR-CAPACITY(MENTOR-IDX)              DELIMITED BY SIZE
               "|"                                    DELIMITED BY SIZE
               FUNCTION TRIM(MNTR-AREAS(MENTOR-IDX))  DELIMITED BY SIZE
          INTO MENTOR-REC
        END-STRING
        WRITE MENTOR-REC
    END-PERFORM
    CLOSE MENTORS.

*> =====================
*> NEW: Save mentorships
*> =====================
967-SAVE-MENTORSHIPS.
    OPEN OUTPUT MENTORSHIPS
    IF MSHP-FILE-STATUS NOT = "00"
        DISPLAY "Error saving mentorships: " MSHP-FILE-STATUS
        EXIT PARAGRAPH
    END-IF

    PERFORM VARYING MSHP-IDX FROM 1 BY 1 UNTIL MSHP-IDX > MENTORSHIP-COUNT
        MOVE SPACES TO MSHP-REC
        STRING MSHP-ID(MSHP-IDX)                      DELIMITED BY SIZE
               "|"                                    DELIMITED BY SIZE
               FUNCTION TRIM(MSHP-MENTOR(MSHP-IDX))   DELIMITED BY SIZE
               "|"                                    DELIMITED BY SIZE
               FUNCTION TRIM(MSHP-MENTEE(MSHP-IDX))   DELIMITED BY SIZE
               "|"                                    DELIMITED BY SIZE
               FUNCTION TRIM(MSHP-STATUS(MSHP-IDX))   DELIMITED BY SIZE
               "|"                                    DELIMITED BY SIZE
               MSHP-REQUESTED(MSHP-IDX)               DELIMITED BY SIZE
               "|"                                    DELIMITED BY SIZE
               MSHP-RESPONDED(MSHP-IDX)               DELIMITED BY SIZE
          INTO MSHP-REC
        END-STRING
        WRITE MSHP-REC
    END-PERFORM
    CLOSE MENTORSHIPS.

*> NEW: Find MENTOR-LOOKUP-USER in the mentor table
*> (MENTOR-FOUND-IDX = 0 when they have never opted in).
968-FIND-MENTOR-INDEX.
    MOVE 0 TO MENTOR-FOUND-IDX
    PERFORM VARYING MSHP-IDX FROM 1 BY 1 UNTIL MSHP-IDX > MENTOR-COUNT
        IF FUNCTION TRIM(MNTR-USER(MSHP-IDX)) =
           FUNCTION TRIM(MENTOR-LOOKUP-USER)
            MOVE MSHP-IDX TO MENTOR-FOUND-IDX
            EXIT PERFORM
        END-IF
    END-PERFORM.

*> NEW: MENTOR-LOAD = ACCEPTED pairs plus unanswered requests for
*> MENTOR-LOOKUP-USER; MENTOR-ACCEPTED-LOAD = ACCEPTED pairs only.
969-COUNT-MENTOR-LOAD.
    MOVE 0 TO MENTOR-LOAD
    MOVE 0 TO MENTOR-ACCEPTED-LOAD
    PERFORM VARYING MSHP-IDX FROM 1 BY 1 UNTIL MSHP-IDX > MENTORSHIP-COUNT
        IF FUNCTION TRIM(MSHP-MENTOR(MSHP-IDX)) =
           FUNCTION TRIM(MENTOR-LOOKUP-USER)
            IF MSHP-IS-ACCEPTED(MSHP-IDX)
                ADD 1 TO MENTOR-LOAD
                ADD 1 TO MENTOR-ACCEPTED-LOAD
            END-IF
            IF MSHP-IS-REQUESTED(MSHP-IDX)
                ADD 1 TO MENTOR-LOAD
            END-IF
        END-IF
    END-PERFORM.

*> NEW: MENTOR-PAIR-FLAG = 'Y' when CURRENT-USER and
*> MENTOR-LOOKUP-USER are an ACCEPTED mentor/mentee pair (either way
*> round).
970-CHECK-MENTORSHIP-PAIR.
    MOVE 'N' TO MENTOR-PAIR-FLAG
    PERFORM VARYING MSHP-IDX FROM 1 BY 1 UNTIL MSHP-IDX > MENTORSHIP-COUNT
        IF MSHP-IS-ACCEPTED(MSHP-IDX)
          AND ((FUNCTION TRIM(MSHP-MENTOR(MSHP-IDX)) =
                FUNCTION TRIM(CURRENT-USER)
            AND FUNCTION TRIM(MSHP-MENTEE(MSHP-IDX)) =
                FUNCTION TRIM(MENTOR-LOOKUP-USER))
           OR (FUNCTION TRIM(MSHP-MENTEE(MSHP-IDX)) =
                FUNCTION TRIM(CURRENT-USER)
            AND FUNCTION TRIM(MSHP-MENTOR(MSHP-IDX)) =
                FUNCTION TRIM(MENTOR-LOOKUP-USER)))
            MOVE 'Y' TO MENTOR-PAIR-FLAG
            EXIT PERFORM
        END-IF
    END-PERFORM.

*> NEW: Should the mentor in MENTOR-IDX appear in the current
*> student's browse list?  Available, an active ALUMNI account, not
*> blocked either way, an open slot, and matching the major and
*> university filters.  Leaves the mentor's profile in the view slot,
*> the name in MENTOR-DISPLAY-NAME and the slots in MENTOR-OPEN-SLOTS.
971-CHECK-MENTOR-LISTABLE.
    MOVE 'N' TO MENTOR-LIST-FLAG
    IF NOT MNTR-IS-AVAILABLE(MENTOR-IDX)
      OR FUNCTION TRIM(MNTR-USER(MENTOR-IDX)) = FUNCTION TRIM(CURRENT-USER)
        EXIT PARAGRAPH
    END-IF

    MOVE FUNCTION TRIM(MNTR-USER(MENTOR-IDX)) TO LOOKUP-USERNAME
    PERFORM 808-CHECK-ACCOUNT-ACTIVE
    IF ACCOUNT-ACTIVE-FLAG NOT = 'Y'
        EXIT PARAGRAPH
    END-IF
    PERFORM 807-GET-ACCOUNT-ROLE
    IF FUNCTION TRIM(LOOKUP-ACCOUNT-ROLE) NOT = "ALUMNI"
        EXIT PARAGRAPH
    END-IF

    MOVE FUNCTION TRIM(MNTR-USER(MENTOR-IDX)) TO BLOCK-OTHER-USER
    PERFORM 577-CHECK-BLOCKED
    IF BLOCKED-FLAG = 'Y'
        EXIT PARAGRAPH
    END-IF

    MOVE FUNCTION TRIM(MNTR-USER(MENTOR-IDX)) TO MENTOR-LOOKUP-USER
    PERFORM 969-COUNT-MENTOR-LOAD
    IF MENTOR-LOAD >= MNTR-CAPACITY(MENTOR-IDX)
        EXIT PARAGRAPH
    END-IF
    COMPUTE MENTOR-OPEN-SLOTS = MNTR-CAPACITY(MENTOR-IDX) - MENTOR-LOAD

    MOVE FUNCTION TRIM(MNTR-USER(MENTOR-IDX)) TO PROFILE-LOOKUP-USER
    MOVE VIEW-PROFILE-SLOT TO PROFILE-IDX
    PERFORM 822-READ-PROFILE-RECORD
    IF PROFILE-FOUND-FLAG NOT = 'Y'
        MOVE SPACES TO P-UNIV(VIEW-PROFILE-SLOT)
        MOVE SPACES TO P-MAJOR(VIEW-PROFILE-SLOT)
        MOVE FUNCTION TRIM(MNTR-USER(MENTOR-IDX)) TO MENTOR-DISPLAY-NAME
    ELSE
        MOVE SPACES TO MENTOR-DISPLAY-NAME
        STRING FUNCTION TRIM(P-FIRST(VIEW-PROFILE-SLOT)) DELIMITED BY SIZE
               " "                                       DELIMITED BY SIZE
               FUNCTION TRIM(P-LAST(VIEW-PROFILE-SLOT))  DELIMITED BY SIZE
          INTO MENTOR-DISPLAY-NAME
        END-STRING
    END-IF

    IF FUNCTION TRIM(MENTOR-FILTER-MAJOR) NOT = SPACES
      AND FUNCTION UPPER-CASE(FUNCTION TRIM(P-MAJOR(VIEW-PROFILE-SLOT)))
          NOT = FUNCTION TRIM(MENTOR-FILTER-MAJOR)
        EXIT PARAGRAPH
    END-IF
    IF FUNCTION TRIM(MENTOR-FILTER-UNIV) NOT = SPACES
      AND FUNCTION UPPER-CASE(FUNCTION TRIM(P-UNIV(VIEW-PROFILE-SLOT)))
          NOT = FUNCTION TRIM(MENTOR-FILTER-UNIV)
        EXIT PARAGRAPH
    END-IF

    MOVE 'Y' TO MENTOR-LIST-FLAG.

*> =====================
*> NEW: Refer one of the current user's connections to the OPEN
*> posting in SELECTED-JOB-ID.  The connection must be active, not
*> blocked either way, not the poster, and must not have applied or
*> been referred to this posting already.
*> =====================
972-REFER-CONNECTION.
    MOVE "--- Your Connections ---" TO MESSAGE-BUFFER
    PERFORM 700-DISPLAY-MESSAGE
    MOVE 0 TO NETWORK-MATCH-COUNT
    MOVE FUNCTION TRIM(CURRENT-USER) TO PERM-REC-USER1
    START PERMANENT-CONNECTIONS KEY IS >= PERM-REC-USER1
        INVALID KEY MOVE "10" TO PERM-CONN-FILE-STATUS
    END-START
    IF PERM-CONN-FILE-STATUS = "00"
        PERFORM FOREVER
            READ PERMANENT-CONNECTIONS NEXT RECORD
                AT END EXIT PERFORM
            END-READ
            IF FUNCTION TRIM(PERM-REC-USER1) NOT = FUNCTION TRIM(CURRENT-USER)
                EXIT PERFORM
            END-IF
            ADD 1 TO NETWORK-MATCH-COUNT
            MOVE SPACES TO MESSAGE-BUFFER
            STRING "  " DELIMITED BY SIZE
                   FUNCTION TRIM(PERM-REC-USER2) DELIMITED BY SIZE
              INTO MESSAGE-BUFFER
            END-STRING
            PERFORM 700-DISPLAY-MESSAGE
        END-PERFORM
    END-IF
    IF NETWORK-MATCH-COUNT = 0
        MOVE "You have no connections to refer yet." TO MESSAGE-BUFFER
        PERFORM 700-DISPLAY-MESSAGE
        EXIT PARAGRAPH
    END-IF

    MOVE "Enter the username of the connection to refer (blank to cancel):"
      TO MESSAGE-BUFFER
    PERFORM 700-DISPLAY-MESSAGE
    PERFORM 600-GET-USER-INPUT
    IF NO-MORE-DATA EXIT PARAGRAPH END-IF
    MOVE FUNCTION TRIM(INPUT-BUFFER) TO REF-TARGET-USER
    IF REF-TARGET-USER = SPACES
        EXIT PARAGRAPH
    END-IF

    MOVE 'N' TO REF-CONNECTED-FLAG
    MOVE FUNCTION TRIM(CURRENT-USER) TO PERM-REC-USER1
    MOVE REF-TARGET-USER TO PERM-REC-USER2
    READ PERMANENT-CONNECTIONS KEY IS PERM-REC-KEY
        INVALID KEY
            CONTINUE
        NOT INVALID KEY
            MOVE 'Y' TO REF-CONNECTED-FLAG
    END-READ
    IF REF-CONNECTED-FLAG = 'N'
        MOVE "You can only refer users you are connected with." TO MESSAGE-BUFFER
        PERFORM 700-DISPLAY-MESSAGE
        EXIT PARAGRAPH
    END-IF

    MOVE REF-TARGET-USER TO BLOCK-OTHER-USER
    PERFORM 577-CHECK-BLOCKED
    MOVE REF-TARGET-USER TO LOOKUP-USERNAME
    PERFORM 808-CHECK-ACCOUNT-ACTIVE
    IF BLOCKED-FLAG = 'Y' OR ACCOUNT-ACTIVE-FLAG NOT = 'Y'
        MOVE "This user cannot be referred." TO MESSAGE-BUFFER
        PERFORM 700-DISPLAY-MESSAGE
        EXIT PARAGRAPH
    END-IF
    IF REF-TARGET-USER = FUNCTION TRIM(J-POSTER(SELECTED-JOB-ID))
        MOVE "You cannot refer the person who posted this job." TO MESSAGE-BUFFER
        PERFORM 700-DISPLAY-MESSAGE
        EXIT PARAGRAPH
    END-IF

    PERFORM VARYING REF-IDX FROM 1 BY 1 UNTIL REF-IDX > APPLICATION-COUNT
        IF FUNCTION TRIM(APP-USER(REF-IDX)) = REF-TARGET-USER
          AND APP-JOBID(REF-IDX) = J-ID(SELECTED-JOB-ID)
            MOVE "This connection has already applied to this job."
              TO MESSAGE-BUFFER
            PERFORM 700-DISPLAY-MESSAGE
            EXIT PARAGRAPH
        END-IF
    END-PERFORM

    MOVE REF-TARGET-USER TO REF-LOOKUP-USER
    MOVE J-ID(SELECTED-JOB-ID) TO REF-LOOKUP-JOB-ID
    PERFORM 973-FIND-APP-REFERRAL
    IF REF-FOUND-IDX > 0
        MOVE "This connection has already been referred to this job."
          TO MESSAGE-BUFFER
        PERFORM 700-DISPLAY-MESSAGE
        EXIT PARAGRAPH
    END-IF

    IF REFERRAL-COUNT >= MAX-REFERRALS
        MOVE "Referral limit reached. Please try again later." TO MESSAGE-BUFFER
        PERFORM 700-DISPLAY-MESSAGE
        EXIT PARAGRAPH
    END-IF

    MOVE "Add a short note for your connection (optional):" TO MESSAGE-BUFFER
    PERFORM 700-DISPLAY-MESSAGE
    PERFORM 600-GET-USER-INPUT
    IF NO-MORE-DATA EXIT PARAGRAPH END-IF

    MOVE 0 TO REF-NEXT-ID
    PERFORM VARYING REF-IDX FROM 1 BY 1 UNTIL REF-IDX > REFERRAL-COUNT
        IF REF-ID(REF-IDX) > REF-NEXT-ID
            MOVE REF-ID(REF-IDX) TO REF-NEXT-ID
        END-IF
    END-PERFORM
    ADD 1 TO REF-NEXT-ID

    ADD 1 TO REFERRAL-COUNT
    MOVE REF-NEXT-ID TO REF-ID(REFERRAL-COUNT)
    MOVE FUNCTION TRIM(CURRENT-USER) TO REF-REFERRER(REFERRAL-COUNT)
    MOVE REF-TARGET-USER TO REF-REFERRED(REFERRAL-COUNT)
    MOVE J-ID(SELECTED-JOB-ID) TO REF-JOB-ID(REFERRAL-COUNT)
    SET REF-IS-SENT(REFERRAL-COUNT) TO TRUE
    MOVE RUN-DATE TO REF-SENT-DATE(REFERRAL-COUNT)
    MOVE RUN-DATE TO REF-STATUS-DATE(REFERRAL-COUNT)
    MOVE 0 TO REF-APP-ID(REFERRAL-COUNT)
    *> The note is stored with the other fields "|"-delimited
    INSPECT INPUT-BUFFER REPLACING ALL "|" BY "/"
    MOVE FUNCTION TRIM(INPUT-BUFFER) TO REF-NOTE(REFERRAL-COUNT)
    PERFORM 975-SAVE-REFERRALS

    MOVE REF-TARGET-USER TO RECIPIENT-USERNAME
    MOVE SPACES TO MESSAGE-CONTENT-INPUT
    STRING "[Referral] "                               DELIMITED BY SIZE
           FUNCTION TRIM(CURRENT-USER)                 DELIMITED BY SIZE
           " referred you for "                        DELIMITED BY SIZE
           FUNCTION TRIM(J-TITLE(SELECTED-JOB-ID))     DELIMITED BY SIZE
           " at "                                      DELIMITED BY SIZE
           FUNCTION TRIM(J-EMPLOYER(SELECTED-JOB-ID))  DELIMITED BY SIZE
           ". Apply from Job Search/Internship."       DELIMITED BY SIZE
      INTO MESSAGE-CONTENT-INPUT
    END-STRING
    PERFORM 596-SEND-SYSTEM-MESSAGE
    *> The note goes in a message of its own - with a long title and
    *> employer the notice above leaves no room for it
    IF REF-NOTE(REFERRAL-COUNT) NOT = SPACES
        MOVE SPACES TO MESSAGE-CONTENT-INPUT
        STRING "[Referral note] "                      DELIMITED BY SIZE
               FUNCTION TRIM(CURRENT-USER)             DELIMITED BY SIZE
               ": "                                    DELIMITED BY SIZE
               FUNCTION TRIM(REF-NOTE(REFERRAL-COUNT)) DELIMITED BY SIZE
          INTO MESSAGE-CONTENT-INPUT
        END-STRING
        PERFORM 596-SEND-SYSTEM-MESSAGE
    END-IF

    MOVE "Referral sent." TO MESSAGE-BUFFER
    PERFORM 700-DISPLAY-MESSAGE

    MOVE "REFER_JOB" TO AUDIT-ACTION
    MOVE SPACES TO AUDIT-TARGET
    STRING FUNCTION TRIM(REF-TARGET-USER)   DELIMITED BY SIZE
           " to job "                       DELIMITED BY SIZE
           REF-LOOKUP-JOB-ID                DELIMITED BY SIZE
      INTO AUDIT-TARGET
    END-STRING
    PERFORM 607-WRITE-AUDIT-LOG-ENTRY.

*> NEW: Find the referral of REF-LOOKUP-USER to posting
*> REF-LOOKUP-JOB-ID (REF-FOUND-IDX = 0 when there is none).
973-FIND-APP-REFERRAL.
    MOVE 0 TO REF-FOUND-IDX
    PERFORM VARYING REF-IDX FROM 1 BY 1 UNTIL REF-IDX > REFERRAL-COUNT
        IF FUNCTION TRIM(REF-REFERRED(REF-IDX)) = FUNCTION TRIM(REF-LOOKUP-USER)
          AND REF-JOB-ID(REF-IDX) = REF-LOOKUP-JOB-ID
            MOVE REF-IDX TO REF-FOUND-IDX
            EXIT PERFORM
        END-IF
    END-PERFORM.

*> =====================
*> NEW: Load job referrals
*> =====================
974-LOAD-REFERRALS.
    MOVE 0 TO REFERRAL-COUNT
    OPEN INPUT JOB-REFERRALS
    IF REF-FILE-STATUS = "35"
        CLOSE JOB-REFERRALS
        EXIT PARAGRAPH
    END-IF

    IF REF-FILE-STATUS NOT = "00"
        DISPLAY "Error loading referrals: " REF-FILE-STATUS
        CLOSE JOB-REFERRALS
        EXIT PARAGRAPH
    END-IF

    PERFORM FOREVER
        READ JOB-REFERRALS AT END EXIT PERFORM END-READ
        IF FUNCTION TRIM(REF-REC) NOT = SPACES
          AND REFERRAL-COUNT < MAX-REFERRALS
            ADD 1 TO REFERRAL-COUNT
            MOVE SPACES TO MENU-CHOICE
            MOVE SPACES TO REF-WORK-TEXT
            MOVE SPACES TO REF-APP-TEXT
            UNSTRING REF-REC DELIMITED BY "|"
                INTO MENU-CHOICE
                     REF-REFERRER(REFERRAL-COUNT)
                     REF-REFERRED(REFERRAL-COUNT)
                     REF-WORK-TEXT
                     REF-STATUS(REFERRAL-COUNT)
                     REF-SENT-DATE(REFERRAL-COUNT)
                     REF-STATUS-DATE(REFERRAL-COUNT)
                     REF-APP-TEXT
                     REF-NOTE(REFERRAL-COUNT)
            END-UNSTRING
            MOVE 0 TO REF-ID(REFERRAL-COUNT)
            MOVE 0 TO REF-JOB-ID(REFERRAL-COUNT)
            MOVE 0 TO REF-APP-ID(REFERRAL-COUNT)
            IF FUNCTION TRIM(MENU-CHOICE) IS NUMERIC
                MOVE FUNCTION NUMVAL(FUNCTION TRIM(MENU-CHOICE))
                  TO REF-ID(REFERRAL-COUNT)
            END-IF
            IF FUNCTION TRIM(REF-WORK-TEXT) IS NUMERIC
                MOVE FUNCTION NUMVAL(FUNCTION TRIM(REF-WORK-TEXT))
                  TO REF-JOB-ID(REFERRAL-COUNT)
            END-IF
            IF FUNCTION TRIM(REF-APP-TEXT) IS NUMERIC
                MOVE FUNCTION NUMVAL(FUNCTION TRIM(REF-APP-TEXT))
                  TO REF-APP-ID(REFERRAL-COUNT)
            END-IF
        END-IF
    END-PERFORM
    CLOSE JOB-REFERRALS.

*> =====================
*> NEW: Save job referrals
*> =====================
975-SAVE-REFERRALS.
    OPEN OUTPUT JOB-REFERRALS
    IF REF-FILE-STATUS NOT = "00"
        DISPLAY "Error saving referrals: " REF-FILE-STATUS
        EXIT PARAGRAPH
    END-IF

    PERFORM VARYING REF-IDX FROM 1 BY 1 UNTIL REF-IDX > REFERRAL-COUNT
        MOVE SPACES TO REF-REC
        STRING REF-ID(REF-IDX)                        DELIMITED BY SIZE
               "|"                                    DELIMITED BY SIZE
               FUNCTION TRIM(REF-REFERRER(REF-IDX))   DELIMITED BY SIZE
               "|"                                    DELIMITED BY SIZE
               FUNCTION TRIM(REF-REFERRED(REF-IDX))   DELIMITED BY SIZE
               "|"                                    DELIMITED BY SIZE
               REF-JOB-ID(REF-IDX)                    DELIMITED BY SIZE
               "|"                                    DELIMITED BY SIZE
               FUNCTION TRIM(REF-STATUS(REF-IDX))     DELIMITED BY SIZE
               "|"                                    DELIMITED BY SIZE
               REF-SENT-DATE(REF-IDX)                 DELIMITED BY SIZE
               "|"                                    DELIMITED BY SIZE
               REF-STATUS-DATE(REF-IDX)               DELIMITED BY SIZE
               "|"                                    DELIMITED BY SIZE
               REF-APP-ID(REF-IDX)                    DELIMITED BY SIZE
               "|"                                    DELIMITED BY SIZE
               FUNCTION TRIM(REF-NOTE(REF-IDX))       DELIMITED BY SIZE
          INTO REF-REC
        END-STRING
        WRITE REF-REC
    END-PERFORM
    CLOSE JOB-REFERRALS.

*> NEW: Link the application just recorded (APPLICATION-COUNT) to the
*> current user's referral for the posting, and let the referrer know.
977-LINK-APPLICATION-REFERRAL.
    MOVE FUNCTION TRIM(CURRENT-USER) TO REF-LOOKUP-USER
    MOVE J-ID(SELECTED-JOB-ID) TO REF-LOOKUP-JOB-ID
    PERFORM 973-FIND-APP-REFERRAL
    IF REF-FOUND-IDX = 0
        EXIT PARAGRAPH
    END-IF
    IF NOT REF-IS-SENT(REF-FOUND-IDX)
        EXIT PARAGRAPH
    END-IF

    SET REF-IS-APPLIED(REF-FOUND-IDX) TO TRUE
    MOVE RUN-DATE TO REF-STATUS-DATE(REF-FOUND-IDX)
    MOVE APP-ID(APPLICATION-COUNT) TO REF-APP-ID(REF-FOUND-IDX)
    PERFORM 975-SAVE-REFERRALS

    MOVE FUNCTION TRIM(REF-REFERRER(REF-FOUND-IDX)) TO RECIPIENT-USERNAME
    MOVE SPACES TO MESSAGE-CONTENT-INPUT
    STRING "[Referral] "                               DELIMITED BY SIZE
           FUNCTION TRIM(CURRENT-USER)                 DELIMITED BY SIZE
           " applied for "                             DELIMITED BY SIZE
           FUNCTION TRIM(J-TITLE(SELECTED-JOB-ID))     DELIMITED BY SIZE
           " at "                                      DELIMITED BY SIZE
           FUNCTION TRIM(J-EMPLOYER(SELECTED-JOB-ID))  DELIMITED BY SIZE
           " on your referral."                        DELIMITED BY SIZE
      INTO MESSAGE-CONTENT-INPUT
    END-STRING
    PERFORM 596-SEND-SYSTEM-MESSAGE

    MOVE SPACES TO MESSAGE-BUFFER
    STRING "Your application is linked to the referral from " DELIMITED BY SIZE
           FUNCTION TRIM(REF-REFERRER(REF-FOUND-IDX))         DELIMITED BY SIZE
           "."                                                DELIMITED BY SIZE
      INTO MESSAGE-BUFFER
    END-STRING
    PERFORM 700-DISPLAY-MESSAGE.

*> NEW: The applicant in SELECTED-APPLICATION-IDX was just hired -
*> move their referral for the posting to HIRED and tell the
*> referrer.
978-MARK-REFERRAL-HIRED.
    MOVE FUNCTION TRIM(APP-USER(SELECTED-APPLICATION-IDX)) TO REF-LOOKUP-USER
    MOVE APP-JOBID(SELECTED-APPLICATION-IDX) TO REF-LOOKUP-JOB-ID
    PERFORM 973-FIND-APP-REFERRAL
    IF REF-FOUND-IDX = 0
        EXIT PARAGRAPH
    END-IF
    IF REF-IS-HIRED(REF-FOUND-IDX)
        EXIT PARAGRAPH
    END-IF

    SET REF-IS-HIRED(REF-FOUND-IDX) TO TRUE
    MOVE RUN-DATE TO REF-STATUS-DATE(REF-FOUND-IDX)
    MOVE APP-ID(SELECTED-APPLICATION-IDX) TO REF-APP-ID(REF-FOUND-IDX)
    PERFORM 975-SAVE-REFERRALS

    MOVE FUNCTION TRIM(REF-REFERRER(REF-FOUND-IDX)) TO RECIPIENT-USERNAME
    MOVE SPACES TO MESSAGE-CONTENT-INPUT
    STRING "[Referral] "                                   DELIMITED BY SIZE
           FUNCTION TRIM(REF-REFERRED(REF-FOUND-IDX))      DELIMITED BY SIZE
           " was hired for "                               DELIMITED BY SIZE
           FUNCTION TRIM(J-TITLE(SELECTED-JOB-ID))         DELIMITED BY SIZE
           " at "                                          DELIMITED BY SIZE
           FUNCTION TRIM(J-EMPLOYER(SELECTED-JOB-ID))      DELIMITED BY SIZE
           ". Thank you for the referral."                 DELIMITED BY SIZE
      INTO MESSAGE-CONTENT-INPUT
    END-STRING
    PERFORM 596-SEND-SYSTEM-MESSAGE

    MOVE "REFERRAL_HIRED" TO AUDIT-ACTION
    MOVE SPACES TO AUDIT-TARGET
    STRING FUNCTION TRIM(REF-REFERRED(REF-FOUND-IDX))  DELIMITED BY SIZE
           " via "                                     DELIMITED BY SIZE
           FUNCTION TRIM(REF-REFERRER(REF-FOUND-IDX))  DELIMITED BY SIZE
      INTO AUDIT-TARGET
    END-STRING
    PERFORM 607-WRITE-AUDIT-LOG-ENTRY.

*> NEW: REF-REFERRER-NAME = "First Last" from the profile of the
*> referrer in REF-FOUND-IDX, or the username when there is no
*> profile.
979-BUILD-REFERRER-NAME.
    MOVE FUNCTION TRIM(REF-REFERRER(REF-FOUND-IDX)) TO REF-REFERRER-NAME
    MOVE FUNCTION TRIM(REF-REFERRER(REF-FOUND-IDX)) TO PROFILE-LOOKUP-USER
    MOVE VIEW-PROFILE-SLOT TO PROFILE-IDX
    PERFORM 822-READ-PROFILE-RECORD
    IF PROFILE-FOUND-FLAG = 'Y'
      AND FUNCTION TRIM(P-FIRST(VIEW-PROFILE-SLOT)) NOT = SPACES
        MOVE SPACES TO REF-REFERRER-NAME
        STRING FUNCTION TRIM(P-FIRST(VIEW-PROFILE-SLOT)) DELIMITED BY SIZE
               " "                                       DELIMITED BY SIZE
               FUNCTION TRIM(P-LAST(VIEW-PROFILE-SLOT))  DELIMITED BY SIZE
          INTO REF-REFERRER-NAME
        END-STRING
    END-IF.

*> =====================
*> NEW: EXTRACT run - registrar placement extract for the term in
*> EXTRACTFROM/EXTRACTTO.  Writes Placement-<term>.dat (header,
*> detail rows, summary rows by major and graduation year, trailer)
*> and adds the newly sent rows to ExtractSent.dat.
*> =====================
980-RUN-PLACEMENT-EXTRACT.
    IF EXTR-FROM-DATE NOT NUMERIC OR EXTR-TO-DATE NOT NUMERIC
        MOVE "EXTRACTFROM/EXTRACTTO term window missing or invalid - extract run aborted."
          TO MESSAGE-BUFFER
        PERFORM 700-DISPLAY-MESSAGE
        EXIT PARAGRAPH
    END-IF
    IF EXTR-TO-DATE < EXTR-FROM-DATE
        MOVE "EXTRACTTO is before EXTRACTFROM - extract run aborted."
          TO MESSAGE-BUFFER
        PERFORM 700-DISPLAY-MESSAGE
        EXIT PARAGRAPH
    END-IF
    IF EXTR-TERM = SPACES
        MOVE EXTR-FROM-DATE TO EXTR-TERM
    END-IF

    MOVE SPACES TO EXTR-FILE-NAME
    STRING "Placement-"                DELIMITED BY SIZE
           FUNCTION TRIM(EXTR-TERM)    DELIMITED BY SIZE
           ".dat"                      DELIMITED BY SIZE
      INTO EXTR-FILE-NAME
    END-STRING

    MOVE 'N' TO EXTR-TABLE-FULL-FLAG
    MOVE SPACES TO EXTR-FULL-TABLE-NAME

    *> Without the send history the earlier terms' rows would go out
    *> again and the history would be rewritten from this run alone
    PERFORM 981-LOAD-EXTRACT-SENT
    IF EXTR-SENT-LOAD-STATUS NOT = "00"
      AND EXTR-SENT-LOAD-STATUS NOT = "35"
        MOVE SPACES TO MESSAGE-BUFFER
        STRING "Error loading extract history (status "  DELIMITED BY SIZE
               EXTR-SENT-LOAD-STATUS                     DELIMITED BY SIZE
               ") - extract run aborted."                DELIMITED BY SIZE
          INTO MESSAGE-BUFFER
        END-STRING
        PERFORM 700-DISPLAY-MESSAGE
        EXIT PARAGRAPH
    END-IF
    IF EXTR-TABLE-FULL-FLAG = 'Y'
        PERFORM 985-REPORT-EXTRACT-FULL
        EXIT PARAGRAPH
    END-IF

    *> Enrolled counts: active STUDENT/ALUMNI accounts with a profile,
    *> by major and graduation year
    MOVE 0 TO EXTR-GROUP-COUNT
    MOVE 0 TO EXTR-PERSON-COUNT
    PERFORM 825-START-PROFILE-SCAN
    PERFORM UNTIL PROFILE-SCAN-DONE = 'Y'
        PERFORM 826-READ-NEXT-PROFILE
        IF PROFILE-SCAN-DONE NOT = 'Y'
            MOVE FUNCTION TRIM(P-USER(VIEW-PROFILE-SLOT)) TO LOOKUP-USERNAME
            PERFORM 808-CHECK-ACCOUNT-ACTIVE
            PERFORM 807-GET-ACCOUNT-ROLE
            IF ACCOUNT-ACTIVE-FLAG = 'Y'
              AND (LOOKUP-ACCOUNT-ROLE = "STUDENT"
                OR LOOKUP-ACCOUNT-ROLE = "ALUMNI")
                MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(P-MAJOR(VIEW-PROFILE-SLOT)))
                  TO EXTR-GROUP-MAJOR
                MOVE FUNCTION TRIM(P-GRAD(VIEW-PROFILE-SLOT))
                  TO EXTR-GROUP-GRAD
                PERFORM 983-FIND-EXTRACT-GROUP
                IF EXTR-GROUP-IDX > 0
                    ADD 1 TO EXG-ENROLLED(EXTR-GROUP-IDX)
                END-IF
            END-IF
        END-IF
    END-PERFORM
    IF EXTR-TABLE-FULL-FLAG = 'Y'
        PERFORM 985-REPORT-EXTRACT-FULL
        EXIT PARAGRAPH
    END-IF

    OPEN OUTPUT EXTRACT-FILE
    IF EXTR-FILE-STATUS NOT = "00"
        MOVE "Unable to open the placement extract file." TO MESSAGE-BUFFER
        PERFORM 700-DISPLAY-MESSAGE
        EXIT PARAGRAPH
    END-IF

    MOVE EXTR-TERM TO EXTR-HDR-TERM
    MOVE EXTR-FROM-DATE TO EXTR-HDR-FROM
    MOVE EXTR-TO-DATE TO EXTR-HDR-TO
    MOVE EXTR-HEADER-REC TO EXTRACT-REC
    WRITE EXTRACT-REC

    MOVE 0 TO EXTR-TRL-DETAIL-COUNT EXTR-TRL-HIRED-COUNT
    MOVE 0 TO EXTR-TRL-INTERVIEW-COUNT EXTR-TRL-SUMMARY-COUNT
    MOVE 0 TO EXTR-TRL-ENROLLED-TOTAL EXTR-TRL-APP-ID-HASH
    MOVE 0 TO EXTR-SENT-ADDED
    MOVE 0 TO EXTR-EARLIER-TERM
    PERFORM VARYING EXTR-APP-IDX FROM 1 BY 1
      UNTIL EXTR-APP-IDX > APPLICATION-COUNT
         OR EXTR-TABLE-FULL-FLAG = 'Y'
        IF (APP-STATUS-HIRED(EXTR-APP-IDX)
            OR APP-STATUS-INTERVIEWING(EXTR-APP-IDX))
          AND APP-STATUS-DATE(EXTR-APP-IDX) IS NUMERIC
          AND APP-STATUS-DATE(EXTR-APP-IDX) >= EXTR-FROM-DATE
          AND APP-STATUS-DATE(EXTR-APP-IDX) <= EXTR-TO-DATE
            PERFORM 982-EXTRACT-ONE-APPLICATION
        END-IF
    END-PERFORM

    *> Rows already written would go out without their totals -
    *> leave an empty file and keep the history as it was
    IF EXTR-TABLE-FULL-FLAG = 'Y'
        CLOSE EXTRACT-FILE
        OPEN OUTPUT EXTRACT-FILE
        CLOSE EXTRACT-FILE
        PERFORM 985-REPORT-EXTRACT-FULL
        EXIT PARAGRAPH
    END-IF

    *> Each student counts once per group: placed if any row is
    *> HIRED, otherwise interviewing
    PERFORM VARYING EXTR-PERSON-IDX FROM 1 BY 1
      UNTIL EXTR-PERSON-IDX > EXTR-PERSON-COUNT
        MOVE EXP-GROUP(EXTR-PERSON-IDX) TO EXTR-GROUP-IDX
        IF EXTR-GROUP-IDX > 0
            IF EXP-HIRED(EXTR-PERSON-IDX) = 'Y'
                ADD 1 TO EXG-PLACED(EXTR-GROUP-IDX)
            ELSE
                ADD 1 TO EXG-INTERVIEWING(EXTR-GROUP-IDX)
            END-IF
        END-IF
    END-PERFORM

    PERFORM VARYING EXTR-GROUP-IDX FROM 1 BY 1
      UNTIL EXTR-GROUP-IDX > EXTR-GROUP-COUNT
        MOVE EXG-MAJOR(EXTR-GROUP-IDX) TO EXTR-SUM-MAJOR
        MOVE EXG-GRAD(EXTR-GROUP-IDX) TO EXTR-SUM-GRAD
        MOVE EXG-ENROLLED(EXTR-GROUP-IDX) TO EXTR-SUM-ENROLLED
        MOVE EXG-PLACED(EXTR-GROUP-IDX) TO EXTR-SUM-PLACED
        MOVE EXG-INTERVIEWING(EXTR-GROUP-IDX) TO EXTR-SUM-INTERVIEWING
        MOVE 0 TO EXTR-RATE-WORK
        IF EXG-ENROLLED(EXTR-GROUP-IDX) > 0
            COMPUTE EXTR-RATE-WORK ROUNDED =
                EXG-PLACED(EXTR-GROUP-IDX) * 100
                / EXG-ENROLLED(EXTR-GROUP-IDX)
                ON SIZE ERROR MOVE 999.9 TO EXTR-RATE-WORK
            END-COMPUTE
        END-IF
        MOVE EXTR-RATE-WORK TO EXTR-SUM-RATE
        MOVE EXTR-SUMMARY-REC TO EXTRACT-REC
        WRITE EXTRACT-REC
        ADD 1 TO EXTR-TRL-SUMMARY-COUNT
        ADD EXG-ENROLLED(EXTR-GROUP-IDX) TO EXTR-TRL-ENROLLED-TOTAL
    END-PERFORM

    MOVE EXTR-TRAILER-REC TO EXTRACT-REC
    WRITE EXTRACT-REC
    CLOSE EXTRACT-FILE

    IF EXTR-SENT-ADDED > 0
        PERFORM 984-SAVE-EXTRACT-SENT
    END-IF

    MOVE SPACES TO MESSAGE-BUFFER
    STRING "Placement extract complete: "    DELIMITED BY SIZE
           EXTR-TRL-DETAIL-COUNT             DELIMITED BY SIZE
           " row(s) ("                       DELIMITED BY SIZE
           EXTR-SENT-ADDED                   DELIMITED BY SIZE
           " new, "                          DELIMITED BY SIZE
           EXTR-EARLIER-TERM                 DELIMITED BY SIZE
           " sent in an earlier term) in "   DELIMITED BY SIZE
           FUNCTION TRIM(EXTR-FILE-NAME)     DELIMITED BY SIZE
      INTO MESSAGE-BUFFER
    END-STRING
    PERFORM 700-DISPLAY-MESSAGE

    MOVE "EXTRACT" TO AUDIT-ACTION
    MOVE SPACES TO AUDIT-TARGET
    STRING FUNCTION TRIM(EXTR-FILE-NAME)   DELIMITED BY SIZE
           " rows "                        DELIMITED BY SIZE
           EXTR-TRL-DETAIL-COUNT           DELIMITED BY SIZE
      INTO AUDIT-TARGET
    END-STRING
    PERFORM 607-WRITE-AUDIT-LOG-ENTRY.

*> ExtractSent.dat: term|app id|status|run date
981-LOAD-EXTRACT-SENT.
    MOVE 0 TO EXTR-SENT-COUNT
    OPEN INPUT EXTRACT-SENT
    MOVE EXTR-SENT-STATUS TO EXTR-SENT-LOAD-STATUS
    IF EXTR-SENT-STATUS NOT = "00"
        CLOSE EXTRACT-SENT
        EXIT PARAGRAPH
    END-IF
    PERFORM FOREVER
        READ EXTRACT-SENT
            AT END EXIT PERFORM
        END-READ
        IF FUNCTION TRIM(EXTRACT-SENT-REC) NOT = SPACES
          AND EXTR-SENT-COUNT >= MAX-EXTR-SENT
            MOVE 'Y' TO EXTR-TABLE-FULL-FLAG
            MOVE "history" TO EXTR-FULL-TABLE-NAME
            EXIT PERFORM
        END-IF
        IF FUNCTION TRIM(EXTRACT-SENT-REC) NOT = SPACES
            ADD 1 TO EXTR-SENT-COUNT
            MOVE SPACES TO EXTR-APP-TEXT
            UNSTRING EXTRACT-SENT-REC DELIMITED BY "|"
                INTO EXS-TERM(EXTR-SENT-COUNT)
                     EXTR-APP-TEXT
                     EXS-STATUS(EXTR-SENT-COUNT)
                     EXS-DATE(EXTR-SENT-COUNT)
            END-UNSTRING
            MOVE 0 TO EXS-APP-ID(EXTR-SENT-COUNT)
            IF FUNCTION TRIM(EXTR-APP-TEXT) IS NUMERIC
                MOVE FUNCTION NUMVAL(EXTR-APP-TEXT)
                  TO EXS-APP-ID(EXTR-SENT-COUNT)
            END-IF
        END-IF
    END-PERFORM
    CLOSE EXTRACT-SENT.

*> One qualifying application (EXTR-APP-IDX): check role and send
*> history, then write its detail row.
982-EXTRACT-ONE-APPLICATION.
    MOVE FUNCTION TRIM(APP-USER(EXTR-APP-IDX)) TO LOOKUP-USERNAME
    PERFORM 807-GET-ACCOUNT-ROLE
    IF LOOKUP-ACCOUNT-ROLE NOT = "STUDENT"
      AND LOOKUP-ACCOUNT-ROLE NOT = "ALUMNI"
        EXIT PARAGRAPH
    END-IF

    MOVE 0 TO EXTR-FOUND-IDX
    PERFORM VARYING EXTR-IDX FROM 1 BY 1
      UNTIL EXTR-IDX > EXTR-SENT-COUNT
        IF EXS-APP-ID(EXTR-IDX) = APP-ID(EXTR-APP-IDX)
          AND EXS-STATUS(EXTR-IDX) = APP-STATUS(EXTR-APP-IDX)
            MOVE EXTR-IDX TO EXTR-FOUND-IDX
            EXIT PERFORM
        END-IF
    END-PERFORM
    IF EXTR-FOUND-IDX > 0
        IF EXS-TERM(EXTR-FOUND-IDX) NOT = EXTR-TERM
            ADD 1 TO EXTR-EARLIER-TERM
            EXIT PARAGRAPH
        END-IF
    ELSE
        IF EXTR-SENT-COUNT >= MAX-EXTR-SENT
            MOVE 'Y' TO EXTR-TABLE-FULL-FLAG
            MOVE "history" TO EXTR-FULL-TABLE-NAME
            EXIT PARAGRAPH
        END-IF
        ADD 1 TO EXTR-SENT-COUNT
        MOVE EXTR-TERM TO EXS-TERM(EXTR-SENT-COUNT)
        MOVE APP-ID(EXTR-APP-IDX) TO EXS-APP-ID(EXTR-SENT-COUNT)
        MOVE APP-STATUS(EXTR-APP-IDX) TO EXS-STATUS(EXTR-SENT-COUNT)
        MOVE RUN-DATE TO EXS-DATE(EXTR-SENT-COUNT)
        ADD 1 TO EXTR-SENT-ADDED
    END-IF

    MOVE SPACES TO EXTR-DETAIL-REC
    MOVE "D" TO EXTR-DTL-TYPE
    MOVE FUNCTION TRIM(APP-USER(EXTR-APP-IDX)) TO EXTR-DTL-USER
    MOVE APP-STATUS(EXTR-APP-IDX) TO EXTR-DTL-STATUS
    MOVE APP-STATUS-DATE(EXTR-APP-IDX) TO EXTR-DTL-STATUS-DATE

    MOVE FUNCTION TRIM(APP-USER(EXTR-APP-IDX)) TO PROFILE-LOOKUP-USER
    MOVE VIEW-PROFILE-SLOT TO PROFILE-IDX
    PERFORM 822-READ-PROFILE-RECORD
    IF PROFILE-FOUND-FLAG = 'Y'
        MOVE P-FIRST(VIEW-PROFILE-SLOT) TO EXTR-DTL-FIRST
        MOVE P-LAST(VIEW-PROFILE-SLOT) TO EXTR-DTL-LAST
        MOVE P-UNIV(VIEW-PROFILE-SLOT) TO EXTR-DTL-UNIV
        MOVE P-MAJOR(VIEW-PROFILE-SLOT) TO EXTR-DTL-MAJOR
        MOVE P-GRAD(VIEW-PROFILE-SLOT) TO EXTR-DTL-GRAD
    END-IF

    IF APP-JOBID(EXTR-APP-IDX) >= 1
      AND APP-JOBID(EXTR-APP-IDX) <= JOB-COUNT
        MOVE J-TITLE(APP-JOBID(EXTR-APP-IDX)) TO EXTR-DTL-TITLE
        MOVE J-EMPLOYER(APP-JOBID(EXTR-APP-IDX)) TO EXTR-DTL-EMPLOYER
        MOVE J-LOCATION(APP-JOBID(EXTR-APP-IDX)) TO EXTR-DTL-LOCATION
        MOVE FUNCTION TRIM(J-POSTER(APP-JOBID(EXTR-APP-IDX)))
          TO CPROF-LOOKUP-USER
        PERFORM 841-READ-COMPANY-PROFILE
        IF CPROF-FOUND-FLAG = 'Y'
            MOVE CP-INDUSTRY TO EXTR-DTL-INDUSTRY
        END-IF
    END-IF

    MOVE EXTR-DETAIL-REC TO EXTRACT-REC
    WRITE EXTRACT-REC
    ADD 1 TO EXTR-TRL-DETAIL-COUNT
    ADD APP-ID(EXTR-APP-IDX) TO EXTR-TRL-APP-ID-HASH
    IF APP-STATUS-HIRED(EXTR-APP-IDX)
        ADD 1 TO EXTR-TRL-HIRED-COUNT
    ELSE
        ADD 1 TO EXTR-TRL-INTERVIEW-COUNT
    END-IF

    *> Remember the student for the summary, in their profile's group
    MOVE 0 TO EXTR-FOUND-IDX
    PERFORM VARYING EXTR-PERSON-IDX FROM 1 BY 1
      UNTIL EXTR-PERSON-IDX > EXTR-PERSON-COUNT
        IF EXP-USER(EXTR-PERSON-IDX) = EXTR-DTL-USER
            MOVE EXTR-PERSON-IDX TO EXTR-FOUND-IDX
            EXIT PERFORM
        END-IF
    END-PERFORM
    IF EXTR-FOUND-IDX = 0 AND EXTR-PERSON-COUNT >= MAX-EXTR-PERSONS
        MOVE 'Y' TO EXTR-TABLE-FULL-FLAG
        MOVE "student" TO EXTR-FULL-TABLE-NAME
        EXIT PARAGRAPH
    END-IF
    IF EXTR-FOUND-IDX = 0
        ADD 1 TO EXTR-PERSON-COUNT
        MOVE EXTR-PERSON-COUNT TO EXTR-FOUND-IDX
        MOVE EXTR-DTL-USER TO EXP-USER(EXTR-FOUND-IDX)
        MOVE 'N' TO EXP-HIRED(EXTR-FOUND-IDX)
        MOVE 'N' TO EXP-INTERVIEWING(EXTR-FOUND-IDX)
        MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(EXTR-DTL-MAJOR))
          TO EXTR-GROUP-MAJOR
        MOVE FUNCTION TRIM(EXTR-DTL-GRAD) TO EXTR-GROUP-GRAD
        PERFORM 983-FIND-EXTRACT-GROUP
        MOVE EXTR-GROUP-IDX TO EXP-GROUP(EXTR-FOUND-IDX)
    END-IF
    IF EXTR-FOUND-IDX > 0
        IF APP-STATUS-HIRED(EXTR-APP-IDX)
            MOVE 'Y' TO EXP-HIRED(EXTR-FOUND-IDX)
        ELSE
            MOVE 'Y' TO EXP-INTERVIEWING(EXTR-FOUND-IDX)
        END-IF
    END-IF.

*> EXTR-GROUP-IDX = the summary group for EXTR-GROUP-MAJOR and
*> EXTR-GROUP-GRAD, added with zero counts when new (0, with
*> EXTR-TABLE-FULL-FLAG set, when the table is full).
983-FIND-EXTRACT-GROUP.
    MOVE 0 TO EXTR-GROUP-IDX
    PERFORM VARYING EXTR-IDX FROM 1 BY 1
      UNTIL EXTR-IDX > EXTR-GROUP-COUNT
        IF EXG-MAJOR(EXTR-IDX) = EXTR-GROUP-MAJOR
          AND EXG-GRAD(EXTR-IDX) = EXTR-GROUP-GRAD
            MOVE EXTR-IDX TO EXTR-GROUP-IDX
            EXIT PERFORM
        END-IF
    END-PERFORM
    IF EXTR-GROUP-IDX = 0 AND EXTR-GROUP-COUNT >= MAX-EXTR-GROUPS
        MOVE 'Y' TO EXTR-TABLE-FULL-FLAG
        MOVE "summary" TO EXTR-FULL-TABLE-NAME
        EXIT PARAGRAPH
    END-IF
    IF EXTR-GROUP-IDX = 0
        ADD 1 TO EXTR-GROUP-COUNT
        MOVE EXTR-GROUP-COUNT TO EXTR-GROUP-IDX
        MOVE EXTR-GROUP-MAJOR TO EXG-MAJOR(EXTR-GROUP-IDX)
        MOVE EXTR-GROUP-GRAD TO EXG-GRAD(EXTR-GROUP-IDX)
        MOVE 0 TO EXG-ENROLLED(EXTR-GROUP-IDX)
        MOVE 0 TO EXG-PLACED(EXTR-GROUP-IDX)
        MOVE 0 TO EXG-INTERVIEWING(EXTR-GROUP-IDX)
    END-IF.

984-SAVE-EXTRACT-SENT.
    OPEN OUTPUT EXTRACT-SENT
    IF EXTR-SENT-STATUS NOT = "00"
        DISPLAY "Error saving extract history: " EXTR-SENT-STATUS
        EXIT PARAGRAPH
    END-IF
    PERFORM VARYING EXTR-IDX FROM 1 BY 1
      UNTIL EXTR-IDX > EXTR-SENT-COUNT
        MOVE SPACES TO EXTRACT-SENT-REC
        STRING FUNCTION TRIM(EXS-TERM(EXTR-IDX))    DELIMITED BY SIZE
               "|"                                  DELIMITED BY SIZE
               EXS-APP-ID(EXTR-IDX)                 DELIMITED BY SIZE
               "|"                                  DELIMITED BY SIZE
               FUNCTION TRIM(EXS-STATUS(EXTR-IDX))  DELIMITED BY SIZE
               "|"                                  DELIMITED BY SIZE
               EXS-DATE(EXTR-IDX)                   DELIMITED BY SIZE
          INTO EXTRACT-SENT-REC
        END-STRING
        WRITE EXTRACT-SENT-REC
    END-PERFORM
    CLOSE EXTRACT-SENT.

*> A table filled during the run (EXTR-FULL-TABLE-NAME says which)
985-REPORT-EXTRACT-FULL.
    MOVE SPACES TO MESSAGE-BUFFER
    STRING "Extract "                           DELIMITED BY SIZE
           FUNCTION TRIM(EXTR-FULL-TABLE-NAME)  DELIMITED BY SIZE
           " table is full - extract run aborted." DELIMITED BY SIZE
      INTO MESSAGE-BUFFER
    END-STRING
    PERFORM 700-DISPLAY-MESSAGE.
