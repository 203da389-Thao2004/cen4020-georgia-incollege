       >>SOURCE FORMAT FREE
IDENTIFICATION DIVISION.
PROGRAM-ID. INCOLLEGE.

       ASSIGN TO 'messages-archive.dat.new'
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS MSG-ARCHIVE-KEEP-STATUS.
    *> Keyed block list - at most one row per blocker/blocked pair, so
    *> the pair is the key (same shape as CN-KEY).
    SELECT OPTIONAL BLOCKS ASSIGN TO 'blocks.dat'
       ORGANIZATION IS INDEXED
       ACCESS MODE IS DYNAMIC
       RECORD KEY IS BK-KEY
       FILE STATUS IS BLOCKS-STATUS.
    *> Moderation queue: messages, group notices and job postings users
    *> have reported, awaiting an ADMIN decision
    SELECT OPTIONAL MODERATION-QUEUE ASSIGN TO 'moderation.dat'
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS MODERATION-STATUS.
    *> Alumni mentorship: one keyed sign-up per mentor, one keyed row
    *> per mentor/mentee pair, and an append-only session log
    SELECT OPTIONAL MENTORS ASSIGN TO 'mentors.dat'
       ORGANIZATION IS INDEXED
       ACCESS MODE IS DYNAMIC
       RECORD KEY IS MN-USERNAME
       FILE STATUS IS MENTORS-STATUS.
    SELECT OPTIONAL MENTORSHIPS ASSIGN TO 'mentorships.dat'
       ORGANIZATION IS INDEXED
       ACCESS MODE IS DYNAMIC
       RECORD KEY IS MS-KEY
       FILE STATUS IS MENTORSHIPS-STATUS.
    SELECT OPTIONAL MENTOR-SESSIONS ASSIGN TO 'mentor-sessions.dat'
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS MENTOR-SESSIONS-STATUS.
    *> Campus events: one keyed row per event, one keyed row per
    *> event/student registration (same shape as GM-KEY)
    SELECT OPTIONAL EVENTS ASSIGN TO 'events.dat'
       ORGANIZATION IS INDEXED
       ACCESS MODE IS DYNAMIC
       RECORD KEY IS EV-ID
       FILE STATUS IS EVENTS-STATUS.
    SELECT OPTIONAL EVENT-REGS ASSIGN TO 'event-regs.dat'
       ORGANIZATION IS INDEXED
       ACCESS MODE IS DYNAMIC
       RECORD KEY IS ER-KEY
       FILE STATUS IS EVENT-REGS-STATUS.
    *> Job referrals: one keyed row per posting and referred person
    SELECT OPTIONAL REFERRALS ASSIGN TO 'referrals.dat'
       ORGANIZATION IS INDEXED
       ACCESS MODE IS DYNAMIC
       RECORD KEY IS RF-KEY
       FILE STATUS IS REFERRALS-STATUS.
    *> Employer verification: one keyed row per Employer account
    SELECT OPTIONAL EMPLOYER-VERIFY ASSIGN TO 'employer-verify.dat'
       ORGANIZATION IS INDEXED
       ACCESS MODE IS DYNAMIC
       RECORD KEY IS VF-USERNAME
       FILE STATUS IS EMPLOYER-VERIFY-STATUS.
    *> Admin announcements: one keyed row per announcement, holding
    *> its audience, text, send date and how many it went to
    SELECT OPTIONAL ANNOUNCEMENTS ASSIGN TO 'announcements.dat'
       ORGANIZATION IS INDEXED
       ACCESS MODE IS DYNAMIC
       RECORD KEY IS AN-ID
       FILE STATUS IS ANNOUNCEMENTS-STATUS.
    *> Canonical university master list used to validate profiles
    SELECT OPTIONAL UNIVERSITIES ASSIGN TO 'universities.dat'
       ORGANIZATION IS LINE SEQUENTIAL.
    SELECT ROSTER-IN ASSIGN TO ROSTER-FILENAME
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS ROSTER-STATUS.
    *> Employer job feed for the bulk posting import, one requisition
    *> per line. Not OPTIONAL, for the same reason as ROSTER-IN.
    SELECT JOB-FEED-IN ASSIGN TO FEED-FILENAME
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS FEED-STATUS.
    *> Unattended batch mode: one report request per line. Presence
    *> of this file at startup takes the whole run. Not OPTIONAL on
    *> purpose - a missing file (status 35) is the interactive case.
    *> Formatted resume export, one file per user (resume-<user>.txt)
    SELECT OPTIONAL RESUME-OUT ASSIGN TO RESUME-FILENAME
       ORGANIZATION IS LINE SEQUENTIAL.
    *> Personal data export, one file per user (mydata-<user>.txt)
    SELECT OPTIONAL EXPORT-OUT ASSIGN TO EXPORT-FILENAME
       ORGANIZATION IS LINE SEQUENTIAL.


DATA DIVISION.
FD LEGACY-REQUESTS.
01 LEGACY-REQ-REC  PIC X(120).     *> Old layout: "sender|receiver|status|date"
FD JOBS.
01 JOB-REC         PIC X(600).     *> "id|title|company|location|description|postedby|posted|deadline|status|requisition"
FD JOB-APPLICATIONS.
01 JOB-APP-REC     PIC X(80).      *> "jobid|applicant|date|status"
FD INTERVIEWS.
01 MSG-KEEP-REC    PIC X(300).     *> same layout as MESSAGE-REC
FD MESSAGES-ARCHIVE-KEEP.
01 MSG-ARCHIVE-KEEP-REC PIC X(300). *> same layout as MESSAGE-REC
FD BLOCKS.
01 BK-REC.
   05 BK-KEY.
      10 BK-BLOCKER   PIC X(15).
      10 BK-BLOCKED   PIC X(15).
   05 BK-DATE         PIC X(10).
FD MODERATION-QUEUE.
01 MODERATION-REC  PIC X(500).     *> "id|date|reporter|type|author|ref|itemdate|reason|text|status"
FD MENTORS.
01 MN-REC.
   05 MN-USERNAME     PIC X(15).
   05 MN-TOPICS       PIC X(100).
   05 MN-CAP          PIC 9.         *> most mentees taken at once
   05 MN-ACTIVE       PIC X.         *> Y = taking requests, N = opted out
   05 MN-SINCE        PIC X(10).
FD MENTORSHIPS.
01 MS-REC.
   05 MS-KEY.
      10 MS-MENTOR    PIC X(15).
      10 MS-MENTEE    PIC X(15).
   05 MS-STATUS       PIC X(8).      *> PENDING / ACTIVE / DECLINED / ENDED
   05 MS-REQ-DATE     PIC X(10).
   05 MS-ANSWER-DATE  PIC X(10).
   05 MS-NOTE         PIC X(100).
FD MENTOR-SESSIONS.
01 MENTOR-SESSION-REC PIC X(300).    *> "mentor|mentee|date|loggedby|notes"
FD EVENTS.
01 EV-REC.
   05 EV-ID           PIC 9(5).
   05 EV-TITLE        PIC X(60).
   05 EV-DATE         PIC X(10).
   05 EV-LOCATION     PIC X(60).
   05 EV-CAPACITY     PIC 9(4).
   05 EV-ORGANIZER    PIC X(15).
   05 EV-GROUP        PIC X(30).     *> hosting group, blank for an employer
   05 EV-CREATED      PIC X(10).
FD EVENT-REGS.
01 ER-REC.
   05 ER-KEY.
      10 ER-EVENT     PIC 9(5).
      10 ER-USER      PIC X(15).
   05 ER-STATUS       PIC X(10).     *> REGISTERED / WAITLISTED / CANCELLED
   05 ER-STAMP        PIC X(16).     *> sign-up time, orders the waitlist
   05 ER-CHECKED-IN   PIC X.         *> Y once the organizer checks them in
FD REFERRALS.
01 RF-REC.
   05 RF-KEY.
      10 RF-JOBID     PIC 9(5).
      10 RF-REFERRED  PIC X(15).
   05 RF-REFERRER     PIC X(15).
   05 RF-DATE         PIC X(10).
   05 RF-NOTE         PIC X(100).
FD EMPLOYER-VERIFY.
01 VF-REC.
   05 VF-USERNAME     PIC X(15).
   05 VF-STATUS       PIC X(8).       *> PENDING, APPROVED or REJECTED
   05 VF-REQUESTED    PIC X(10).
   05 VF-DECIDED      PIC X(10).
   05 VF-DECIDED-BY   PIC X(15).
   05 VF-REASON       PIC X(100).
FD ANNOUNCEMENTS.
01 AN-REC.
   05 AN-ID           PIC 9(5).
   05 AN-STATUS       PIC X(9).       *> SCHEDULED or SENT
   05 AN-SEND-DATE    PIC X(10).      *> deliver on or after this date
   05 AN-SENT-DATE    PIC X(10).
   05 AN-CREATED      PIC X(10).
   05 AN-AUTHOR       PIC X(15).
   *> Audience; a blank or zero field matches everyone
   05 AN-ROLE         PIC X(8).
   05 AN-UNIVERSITY   PIC X(40).
   05 AN-MAJOR        PIC X(30).
   05 AN-YEAR-FROM    PIC 9(4).
   05 AN-YEAR-TO      PIC 9(4).
   05 AN-GROUP        PIC X(30).
   05 AN-TEXT         PIC X(170).
   05 AN-TARGETED     PIC 9(5).       *> users it was delivered to
FD UNIVERSITIES.
01 UNIV-REC        PIC X(40).      *> One canonical university name per line
FD CHECKPOINT-FILE.
01 BATCH-CONTROL-REC PIC X(120).   *> "REQUEST|parm1|parm2|parm3"
FD ROSTER-IN.
01 ROSTER-REC      PIC X(200).     *> "username|first|last|university|major|gradyear"
FD JOB-FEED-IN.
01 JOB-FEED-REC    PIC X(600).     *> "req#|title|location|description|deadline|status"
FD AUDIT-LOG.
01 AUDIT-REC       PIC X(250).      *> "date|username|action|detail"
FD RESUME-OUT.
01 RESUME-REC      PIC X(80).
FD EXPORT-OUT.
01 EXPORT-REC      PIC X(300).

WORKING-STORAGE SECTION.
01 MSG             PIC X(80).      *> Reusable message buffer for display/logging
01 CHOICE           PIC S9  VALUE 0.  *> Menu choice for login and create account only
01 NAV-CHOICE       PIC S9(3) VALUE 0. *> Navigation choice
01 USERNAME        PIC X(15).      *> Limit username to 15 (storage size)
01 USER-PASSWORD   PIC X(12).      *> Password stored max 12 chars
01 INPUT-USER      PIC X(80).      *> Sratch for username length gating
01 USER-LEN        PIC 99 VALUE 0. *> Length of INPUT-USER
01 SKILLS-SELECTION PIC S99 VALUE 0.     *> skills menu choice (numeric)
01 HAS-UPPER      PIC X VALUE "N".
01 HAS-DIGIT      PIC X VALUE "N".
01 HAS-SPECIAL    PIC X VALUE "N".
01 PW-LEN         PIC 99 VALUE 0.      *> Length of the (trimmed) USER-PASSWORD
01 I              PIC 99 VALUE 0.      *> Loop index for scanning USER-PASSWORD
01 PW-CHAR        PIC X.               *> Current char while scanning USER-PASSWORD
01 FOUND-FLAG     PIC X VALUE "N".     *> "Y" if username is already taken
01 TMP-USER       PIC X(15).           *> Scratch for file load
01 TMP-PASS       PIC X(12).           *> Scratch for file load
      10 J-POSTED-DATE   PIC X(10).  *> YYYY-MM-DD; blank on pre-lifecycle rows
      10 J-DEADLINE      PIC X(10).  *> YYYY-MM-DD; blank = no deadline
      10 J-STATUS        PIC X(6).   *> OPEN | CLOSED | FILLED
      10 J-REQ-NUM       PIC X(20).  *> employer's requisition; blank unless loaded from a job feed
01 JOB-SEARCH-TERM       PIC X(40).
01 JOB-MATCH-COUNT       PIC 999 VALUE 0.
01 JOB-MATCH-IDX.
01 REQ-DATE-YMD          PIC 9(8) VALUE 0.
01 REQ-DATE-NUM          PIC S9(9) VALUE 0.

*> ===== Blocked users (blocks.dat) =====
*> A block is stored one-sided (blocker, blocked) but acts both ways:
*> neither side of a blocked pair can send the other a friend request
*> or a message, and neither turns up in the other's search results
*> or "People You May Know" list.
01 BLOCKS-STATUS         PIC XX VALUE SPACES.
01 BLOCK-MENU-CHOICE     PIC S9 VALUE 0.
01 BLOCK-FOUND           PIC X VALUE "N".  *> "Y" if either side blocked the other
01 BLOCK-BY-ME           PIC X VALUE "N".  *> "Y" if USER-A is the blocker
01 BLOCK-DISPLAY-COUNT   PIC 999 VALUE 0.
01 MAX-BLOCK-PEERS       PIC 999 VALUE 200.
01 BLOCK-PEER-COUNT      PIC 999 VALUE 0.
01 BLOCK-PEER-TABLE.
   05 BLOCK-PEER-ENTRY OCCURS 200 INDEXED BY BP-IX.
      10 BP-USER         PIC X(15).

*> ===== Moderation queue (moderation.dat) =====
*> A Report on a message, group notice or job posting files one OPEN
*> row here with a copy of the reported text, so the evidence survives
*> even if the item itself is later removed. The ADMIN works the
*> queue from ADMIN-REPORTS-MENU; every decision is audited.
01 MODERATION-STATUS     PIC XX VALUE SPACES.
01 MAX-MOD-REPORTS       PIC 999 VALUE 500.
01 MOD-COUNT             PIC 999 VALUE 0.
01 MOD-OVERFLOW          PIC X VALUE "N".  *> "Y" if moderation.dat outgrew the table
01 NEXT-MOD-ID           PIC 9(5) VALUE 0.
01 MOD-TABLE.
   05 MOD-ENTRY OCCURS 500 INDEXED BY MQ-IX.
      10 MQ-ID           PIC 9(5).
      10 MQ-DATE         PIC X(10).
      10 MQ-REPORTER     PIC X(15).
      10 MQ-TYPE         PIC X(7).     *> MESSAGE / NOTICE / POSTING
      10 MQ-AUTHOR       PIC X(15).
      10 MQ-REF          PIC X(30).    *> group name or job id
      10 MQ-ITEM-DATE    PIC X(10).
      10 MQ-REASON       PIC X(80).
      10 MQ-TEXT         PIC X(200).
      10 MQ-STATUS       PIC X(9).     *> OPEN / DISMISSED / REMOVED / CLOSED / LOCKED
01 MQ-PARSE-ID           PIC X(5).
01 MOD-NEW-TYPE          PIC X(7).
01 MOD-NEW-AUTHOR        PIC X(15).
01 MOD-NEW-REF           PIC X(30).
01 MOD-NEW-ITEM-DATE     PIC X(10).
01 MOD-NEW-TEXT          PIC X(200).
01 MOD-NEW-REASON        PIC X(80).
01 MOD-OPEN-COUNT        PIC 999 VALUE 0.
01 MOD-PICK-IDX.
   05 MOD-PICK-ROW OCCURS 500 INDEXED BY MP-IX.
      10 MP-ROW          PIC 999.
01 MOD-PICK              PIC 999 VALUE 0.
01 MOD-ACTION-CHOICE     PIC S9 VALUE 0.
01 MOD-NEW-STATUS        PIC X(9).
01 MOD-ACTION-OK         PIC X VALUE "N".
01 MOD-JOB-ID            PIC 9(5) VALUE 0.

*> Pick list shared by the user-side Report options (rows of the
*> message table, notice-line table or job table)
01 REPORT-PICK-COUNT     PIC 999 VALUE 0.
01 REPORT-PICK-IDX.
   05 REPORT-PICK-ROW OCCURS 200 INDEXED BY RP-IX.
      10 RP-ROW          PIC 999.
01 REPORT-PICK           PIC 999 VALUE 0.

*> group-notices.dat working copy, for reporting a notice and for
*> the ADMIN removing one
01 MAX-NOTICE-LINES      PIC 999 VALUE 500.
01 NOTICE-LINE-COUNT     PIC 999 VALUE 0.
01 NOTICE-OVERFLOW       PIC X VALUE "N".  *> "Y" if group-notices.dat outgrew the table
01 NOTICE-LINE-TABLE.
   05 NOTICE-LINE-ENTRY OCCURS 500 INDEXED BY NL-IX.
      10 NL-LINE         PIC X(300).
01 NOTICE-REMOVED        PIC X VALUE "N".

*> ===== Hiring funnel report (funnel-YYYYMMDD.txt) =====
*> Per posting: applications by status, interviews offered and
*> confirmed, and days from posting to the first ACCEPTED/REJECTED
*> decision, dated from the APP-STATUS-CHANGE audit rows. Postings
*> roll up under the owner's company from employers.dat.
01 FN-DECISION-TABLE.
   05 FN-DECISION-ENTRY OCCURS 200 INDEXED BY FN-IX.
      10 FN-FIRST-DECISION PIC X(10).   *> aligned with JOB-TABLE rows
01 FN-DECISION-JOBID     PIC 9(5) VALUE 0.
01 FN-APPS               PIC 9(5) VALUE 0.
01 FN-SUBMITTED          PIC 9(5) VALUE 0.
01 FN-REVIEW             PIC 9(5) VALUE 0.
01 FN-ACCEPTED           PIC 9(5) VALUE 0.
01 FN-REJECTED           PIC 9(5) VALUE 0.
01 FN-IV-OFFERED         PIC 9(5) VALUE 0.
01 FN-IV-CONFIRMED       PIC 9(5) VALUE 0.
01 FN-DAYS               PIC S9(8) VALUE 0.
01 FN-DAYS-OUT           PIC -(7)9.
01 FN-COMPANY            PIC X(60).
01 FN-POSTED-YMD         PIC 9(8) VALUE 0.
01 FN-DECIDED-YMD        PIC 9(8) VALUE 0.
01 FN-FLAG-COUNT         PIC 999 VALUE 0.
01 MAX-FN-COMPANIES      PIC 999 VALUE 200.
01 FN-CO-COUNT           PIC 999 VALUE 0.
01 FN-CO-TABLE.
   05 FN-CO-ENTRY OCCURS 200 INDEXED BY FC-IX.
      10 FC-NAME         PIC X(60).
      10 FC-POSTINGS     PIC 9(5).
      10 FC-APPS         PIC 9(5).
      10 FC-SUBMITTED    PIC 9(5).
      10 FC-REVIEW       PIC 9(5).
      10 FC-ACCEPTED     PIC 9(5).
      10 FC-REJECTED     PIC 9(5).
      10 FC-IV-OFFERED   PIC 9(5).
      10 FC-IV-CONFIRMED PIC 9(5).
      10 FC-FLAGGED      PIC 9(5).
      10 FC-DAYS-TOTAL   PIC 9(7).
      10 FC-DAYS-COUNT   PIC 9(5).
01 FN-AVG-DAYS           PIC 9(5) VALUE 0.

*> ===== Alumni mentorship (mentors.dat / mentorships.dat) =====
*> Graduates (profile graduation year no later than this year) opt in
*> with topics and a mentee cap. Students see mentors ranked by shared
*> university, major and completed skills and send a request that the
*> mentor accepts or declines. ACTIVE pairs keep a session log in
*> mentor-sessions.dat.
01 MENTORS-STATUS        PIC XX VALUE SPACES.
01 MENTORSHIPS-STATUS    PIC XX VALUE SPACES.
01 MENTOR-SESSIONS-STATUS PIC XX VALUE SPACES.
01 MENTOR-MENU-CHOICE    PIC S9 VALUE 0.
01 MENTOR-ACTION-CHOICE  PIC S9 VALUE 0.
01 MENTOR-THIS-YEAR      PIC 9(4) VALUE 0.
01 MENTOR-CAP-INPUT      PIC 9 VALUE 0.
01 MENTOR-ACTIVE-COUNT   PIC 999 VALUE 0.
01 MENTOR-USER           PIC X(15).
01 MENTEE-USER           PIC X(15).
01 MENTOR-TOPICS-INPUT   PIC X(100).
01 MENTOR-NOTE-INPUT     PIC X(100).
01 MAX-MENTORS           PIC 999 VALUE 200.
01 MENTOR-COUNT          PIC 999 VALUE 0.
01 MENTOR-TABLE.
   05 MENTOR-ENTRY OCCURS 200 INDEXED BY MN-IX.
      10 MT-USER         PIC X(15).
      10 MT-TOPICS       PIC X(100).
      10 MT-CAP          PIC 9.
      10 MT-ACTIVE       PIC X.
      10 MT-MENTEES      PIC 999.    *> ACTIVE pairings right now
01 MAX-MENTOR-RANKS      PIC 99 VALUE 20.
01 MENTOR-RANK-COUNT     PIC 99 VALUE 0.
01 MENTOR-RANK-CUT       PIC X VALUE "N".  *> Y once a mentor fell off the list
01 MENTOR-RANK-TABLE.
   05 MENTOR-RANK-ENTRY OCCURS 20 INDEXED BY MR-IX MR-JX.
      10 MR-ROW          PIC 999.    *> row in MENTOR-TABLE
      10 MR-PROFILE-ROW  PIC 999.    *> row in STORED-PROFILES
      10 MR-SCORE        PIC 9(4).
      10 MR-SHARED-UNIV  PIC X.
      10 MR-SHARED-MAJOR PIC X.
      10 MR-SHARED-SKILLS PIC 9.
01 MENTOR-SCORE          PIC 9(4) VALUE 0.
01 MENTOR-SLOT           PIC 99 VALUE 0.
01 MENTOR-RANK-PICK      PIC 99 VALUE 0.
01 MENTOR-SHARED-SKILLS  PIC 9 VALUE 0.
01 MENTOR-SKILL-LIMIT    PIC 9 VALUE 0.
01 MY-SKILL-COUNT        PIC 9 VALUE 0.
01 MY-SKILL-TABLE.
   05 MY-SKILL-ENTRY OCCURS 5 INDEXED BY MK-IX.
      10 MY-SKILL-NAME   PIC X(20).
01 MENTOR-PICK-COUNT     PIC 999 VALUE 0.
01 MENTOR-PICK-IDX.
   05 MENTOR-PICK-ROW OCCURS 200 INDEXED BY MSP-IX.
      10 MSP-KEY         PIC X(30).  *> mentor + mentee, as MS-KEY
01 MENTOR-PICK           PIC 999 VALUE 0.
01 MENTOR-SESSION-COUNT  PIC 999 VALUE 0.
01 MSN-MENTOR            PIC X(15).
01 MSN-MENTEE            PIC X(15).
01 MSN-DATE              PIC X(10).
01 MSN-BY                PIC X(15).
01 MSN-NOTES             PIC X(200).
01 MENTOR-PAIR-COUNT     PIC 999 VALUE 0.
01 MENTOR-FULL-COUNT     PIC 999 VALUE 0.
01 MENTOR-WAITING-COUNT  PIC 999 VALUE 0.
01 MENTOR-NEW-STATUS     PIC X(8) VALUE SPACES.
01 MENTOR-DAYS           PIC S9(8) VALUE 0.
01 MENTOR-DAYS-OUT       PIC -(7)9.
01 MENTOR-YEAR-OUT       PIC 9(4).

*> ===== Campus events (events.dat / event-regs.dat) =====
*> Employers and group owners create events with a date, location
*> and capacity. Students register; past capacity they are WAITLISTED
*> and the earliest waiting sign-up is promoted when a seat frees up.
01 EVENTS-STATUS         PIC XX VALUE SPACES.
01 EVENT-REGS-STATUS     PIC XX VALUE SPACES.
01 EVENT-MENU-CHOICE     PIC S9 VALUE 0.
01 EVENT-ACTION-CHOICE   PIC S9 VALUE 0.
01 MAX-EVENTS            PIC 999 VALUE 200.
01 EVENT-COUNT           PIC 999 VALUE 0.
01 EVENT-TABLE.
   05 EVENT-ENTRY OCCURS 200 INDEXED BY ET-IX.
      10 ET-ID           PIC 9(5).
      10 ET-TITLE        PIC X(60).
      10 ET-DATE         PIC X(10).
      10 ET-LOCATION     PIC X(60).
      10 ET-CAPACITY     PIC 9(4).
      10 ET-ORGANIZER    PIC X(15).
      10 ET-GROUP        PIC X(30).
01 NEXT-EVENT-ID         PIC 9(5) VALUE 0.
01 EVENT-ID-WORK         PIC 9(5) VALUE 0.
01 EVENT-PICK-COUNT      PIC 999 VALUE 0.
01 EVENT-PICK-IDX.
   05 EVENT-PICK-ROW OCCURS 200 INDEXED BY EP-IX.
      10 EP-ROW          PIC 999.    *> row in EVENT-TABLE
01 EVENT-PICK            PIC 999 VALUE 0.
01 EVENT-REG-COUNT       PIC 9(4) VALUE 0.
01 EVENT-WAIT-COUNT      PIC 9(4) VALUE 0.
01 EVENT-CHECKIN-COUNT   PIC 9(4) VALUE 0.
01 EVENT-NOSHOW-COUNT    PIC 9(4) VALUE 0.
01 EVENT-CAP-INPUT       PIC 9(4) VALUE 0.
01 EVENT-TITLE-INPUT     PIC X(60).
01 EVENT-DATE-INPUT      PIC X(10).
01 EVENT-LOCATION-INPUT  PIC X(60).
01 EVENT-GROUP-INPUT     PIC X(30).
01 EVENT-OWNED-GROUPS    PIC 999 VALUE 0.
01 EVENT-NEW-STATUS      PIC X(10) VALUE SPACES.
01 EVENT-PRIOR-STATUS    PIC X(10) VALUE SPACES.
01 EVENT-PROMOTED-USER   PIC X(15).
01 EVENT-OLDEST-STAMP    PIC X(16).
01 EVENT-HELD            PIC X VALUE "N".
01 MAX-EVENT-REGS        PIC 999 VALUE 500.
01 EVENT-REG-ROWS        PIC 999 VALUE 0.
01 EVENT-REG-OVERFLOW    PIC X VALUE "N".
01 EVENT-REG-TABLE.
   05 EVENT-REG-ENTRY OCCURS 500 INDEXED BY ERT-IX.
      10 ERT-USER        PIC X(15).
      10 ERT-STATUS      PIC X(10).
      10 ERT-CHECKED-IN  PIC X.
01 EVENT-LINE-NO         PIC 999 VALUE 0.
01 EVENT-CHECKIN-TAG     PIC X(13).  *> " (checked in)" or spaces
01 EVENT-RATE            PIC 999 VALUE 0.
01 EVENT-UNIV-NAME       PIC X(40).
01 MAX-EVENT-UNIVS       PIC 999 VALUE 100.
01 EVENT-UNIV-COUNT      PIC 999 VALUE 0.
01 EVENT-UNIV-TABLE.
   05 EVENT-UNIV-ENTRY OCCURS 100 INDEXED BY EU-IX.
      10 EU-NAME         PIC X(40).
      10 EU-REGISTERED   PIC 9(5).
      10 EU-CHECKED-IN   PIC 9(5).
01 EVENT-TOTAL-REGS      PIC 9(5) VALUE 0.
01 EVENT-TOTAL-CHECKED   PIC 9(5) VALUE 0.
01 EVENT-TOTAL-NOSHOWS   PIC 9(5) VALUE 0.
01 EVENT-HELD-COUNT      PIC 999 VALUE 0.

*> A message written on behalf of the system (waitlist promotions and
*> similar) rather than typed by a user: sender, receiver and body.
01 NOTIFY-FROM           PIC X(15).
01 NOTIFY-TO             PIC X(15).
01 NOTIFY-BODY           PIC X(200).

*> ===== Job referrals (referrals.dat) =====
*> A student refers an established connection to an OPEN posting; the
*> employer sees "Referred by" on the application and the referral
*> report follows each one through applied / interviewed / accepted.
01 REFERRALS-STATUS      PIC XX VALUE SPACES.
01 REFERRAL-FOUND        PIC X VALUE "N".
01 REFERRAL-NOTE-INPUT   PIC X(100).
01 MAX-REFERRALS         PIC 999 VALUE 500.
01 REFERRAL-COUNT        PIC 999 VALUE 0.
01 REFERRAL-OVERFLOW     PIC X VALUE "N".
01 REFERRAL-TABLE.
   05 REFERRAL-ENTRY OCCURS 500 INDEXED BY RF-IX RF-JX.
      10 RT-JOBID        PIC 9(5).
      10 RT-REFERRED     PIC X(15).
      10 RT-REFERRER     PIC X(15).
      10 RT-DATE         PIC X(10).
01 REFERRAL-SEEN         PIC X VALUE "N".
01 REFERRAL-STAGE        PIC X(12).
01 REFERRAL-APP-STATUS   PIC X(12).
01 REFERRAL-JOB-TITLE    PIC X(60).
01 REFERRAL-REFERRERS    PIC 999 VALUE 0.
01 REFERRAL-APPLIED      PIC 999 VALUE 0.
01 REFERRAL-INTERVIEWED  PIC 999 VALUE 0.
01 REFERRAL-ACCEPTED     PIC 999 VALUE 0.

*> ===== Employer verification (employer-verify.dat) =====
01 EMPLOYER-VERIFY-STATUS PIC XX VALUE SPACES.
01 VERIFY-USER           PIC X(15).
01 VERIFY-STATE          PIC X(8).
01 VERIFY-REASON         PIC X(100).
01 VERIFY-REQUESTED      PIC X(10).
01 VERIFY-ON-FILE        PIC X VALUE "N".
01 EMPLOYER-APPROVED     PIC X VALUE "N".
01 VERIFY-QUEUE-COUNT    PIC 999 VALUE 0.
01 VERIFY-QUEUE-OVERFLOW PIC X VALUE "N".
01 VERIFY-QUEUE.
   05 VERIFY-QUEUE-ENTRY OCCURS 200 INDEXED BY VQ-IX.
      10 VQ-USER         PIC X(15).
      10 VQ-REQUESTED    PIC X(10).
01 VERIFY-PICK           PIC 999 VALUE 0.
01 VERIFY-ACTION         PIC 9 VALUE 0.

*> ===== Personal data export (mydata-<username>.txt) =====
01 EXPORT-FILENAME       PIC X(40) VALUE SPACES.
01 EXPORT-USER           PIC X(15).
01 EXPORT-USER-UC        PIC X(15).
01 EXPORT-ROLE           PIC X(8).
01 EXPORT-REQUESTER      PIC X(15).
01 EXPORT-LINE           PIC X(300).
01 EXPORT-SECTION-ROWS   PIC 9(5) VALUE 0.
01 EXPORT-TOTAL-ROWS     PIC 9(6) VALUE 0.
01 EXPORT-FLD-1          PIC X(60).
01 EXPORT-FLD-2          PIC X(60).
01 EXPORT-FLD-3          PIC X(60).

*> ===== Engagement and dormant-account report =====
01 ENGAGE-DORMANT-DAYS   PIC 9(3) VALUE 180.
01 ENGAGE-PERIOD-DAYS    PIC 9(3) VALUE 30.
01 ENGAGE-SINCE-DATE     PIC X(10).
01 ENGAGE-SINCE-YMD      PIC 9(8).
01 ENGAGE-ROW-DATE       PIC X(10).
01 ENGAGE-ROW-USER       PIC X(15).
01 ENGAGE-FIND-NAME      PIC X(15).
01 ENGAGE-SKIP           PIC X(60).
01 ENGAGE-GROUP-SWAP     PIC X(91).
01 ENGAGE-DORMANT-COUNT  PIC 9(5) VALUE 0.
01 MAX-ENGAGE-USERS      PIC 9(4) VALUE 500.
01 ENGAGE-USER-COUNT     PIC 9(4) VALUE 0.
01 ENGAGE-OVERFLOW       PIC X VALUE "N".
01 ENGAGE-PF-OPEN        PIC XX VALUE SPACES.
01 ENGAGE-USER-TABLE.
   05 ENGAGE-USER-ENTRY OCCURS 500 INDEXED BY EG-IX.
      10 EG-USER         PIC X(15).
      10 EG-USER-UC      PIC X(15).
      10 EG-NAME         PIC X(41).
      10 EG-UNIV         PIC X(40).
      10 EG-YEAR         PIC 9(4).
      10 EG-LAST-LOGIN   PIC X(10).
      10 EG-DAYS         PIC 9(5).     *> since last login, 99999 = never
      10 EG-INCOMPLETE   PIC X.
      10 EG-CONNS        PIC 9(4).
      10 EG-SKILLS       PIC 9(4).
      10 EG-MSGS         PIC 9(4).
      10 EG-NOTICES      PIC 9(4).
01 ENGAGE-GROUP-KIND     PIC X.
01 ENGAGE-GROUP-NAME     PIC X(40).
01 MAX-ENGAGE-GROUPS     PIC 999 VALUE 200.
01 ENGAGE-GROUP-COUNT    PIC 999 VALUE 0.
01 ENGAGE-GROUP-TABLE.
   05 ENGAGE-GROUP-ENTRY OCCURS 200 INDEXED BY EGG-IX EGG-JX.
      10 EGG-KIND        PIC X.        *> U = university, Y = graduation year
      10 EGG-NAME        PIC X(40).
      10 EGG-ACCOUNTS    PIC 9(5).
      10 EGG-LOGIN-30    PIC 9(5).
      10 EGG-LOGIN-90    PIC 9(5).
      10 EGG-LOGIN-180   PIC 9(5).
      10 EGG-NEVER       PIC 9(5).
      10 EGG-INCOMPLETE  PIC 9(5).
      10 EGG-NO-CONNS    PIC 9(5).
      10 EGG-SKILLS      PIC 9(5).
      10 EGG-MSGS        PIC 9(5).
      10 EGG-NOTICES     PIC 9(5).

*> ===== Employer job-feed import =====
01 FEED-STATUS           PIC XX VALUE SPACES.
01 FEED-FILENAME         PIC X(40) VALUE "jobfeed.txt".
01 FEED-EMPLOYER         PIC X(15).
01 FEED-COMPANY          PIC X(60).
01 FEED-REQ-RAW          PIC X(40).  *> as parsed, before the length check
01 FEED-REQ              PIC X(20).
01 FEED-TITLE            PIC X(100).
01 FEED-LOCATION         PIC X(100).
01 FEED-DESC             PIC X(400).
01 FEED-DEADLINE         PIC X(20).
01 FEED-ROW-STATUS       PIC X(10).
01 FEED-REASON           PIC X(40).
01 FEED-OK               PIC X VALUE "N".
01 FEED-CHANGED          PIC X VALUE "N".
01 FEED-SUB              PIC 999 VALUE 0.
01 FEED-ADD-COUNT        PIC 9(5) VALUE 0.
01 FEED-UPDATE-COUNT     PIC 9(5) VALUE 0.
01 FEED-SAME-COUNT       PIC 9(5) VALUE 0.
01 FEED-CLOSE-COUNT      PIC 9(5) VALUE 0.
01 FEED-REJECT-COUNT     PIC 9(5) VALUE 0.
01 FEED-SEEN-TABLE.
   05 FEED-SEEN          PIC X OCCURS 200.  *> by JOB-TABLE row: in this feed

*> ===== Targeted announcements =====
01 ANNOUNCEMENTS-STATUS  PIC XX VALUE SPACES.
01 NEXT-ANNOUNCE-ID      PIC 9(5) VALUE 0.
01 ANNOUNCE-ID           PIC 9(5) VALUE 0.
01 ANNOUNCE-ROLE         PIC X(8).
01 ANNOUNCE-UNIVERSITY   PIC X(40).
01 ANNOUNCE-MAJOR        PIC X(30).
01 ANNOUNCE-YEAR-FROM    PIC 9(4) VALUE 0.
01 ANNOUNCE-YEAR-TO      PIC 9(4) VALUE 0.
01 ANNOUNCE-GROUP        PIC X(30).
01 ANNOUNCE-TEXT         PIC X(170).
01 ANNOUNCE-SEND-DATE    PIC X(10).
01 ANNOUNCE-MATCH        PIC X VALUE "N".
01 ANNOUNCE-PF-OPEN      PIC XX VALUE SPACES.
01 ANNOUNCE-GM-OPEN      PIC XX VALUE SPACES.
01 ANNOUNCE-SHOW-ROLE    PIC X(8).
01 ANNOUNCE-SHOW-UNIV    PIC X(40).
01 ANNOUNCE-SHOW-MAJOR   PIC X(30).
01 ANNOUNCE-SHOW-FROM    PIC X(4).
01 ANNOUNCE-SHOW-TO      PIC X(4).
01 ANNOUNCE-SHOW-GROUP   PIC X(30).
01 ANNOUNCE-TARGETED     PIC 9(5) VALUE 0.
01 ANNOUNCE-DUE-COUNT    PIC 9(5) VALUE 0.
01 ANNOUNCE-SENT-COUNT   PIC 9(5) VALUE 0.
01 ANNOUNCE-SCHED-COUNT  PIC 9(5) VALUE 0.
01 ANNOUNCE-TOTAL-TARGET PIC 9(7) VALUE 0.
01 ANNOUNCE-TOTAL-READ   PIC 9(7) VALUE 0.
01 ANNOUNCE-READ-PCT     PIC ZZ9.
01 ANNOUNCE-TAG-ID       PIC X(5).   *> id read back out of a message body
01 ANNOUNCE-COUNT        PIC 999 VALUE 0.
01 MAX-ANNOUNCEMENTS     PIC 999 VALUE 200.
01 ANNOUNCE-OVERFLOW     PIC X VALUE "N".
01 ANNOUNCE-TABLE.
   05 ANNOUNCE-ENTRY OCCURS 200 TIMES INDEXED BY AT-IX.
      10 AT-ID           PIC 9(5).
      10 AT-TARGETED     PIC 9(5).
      10 AT-READ         PIC 9(5).


PROCEDURE DIVISION.
MAIN-PARA.
                       EXIT PARAGRAPH
                   END-IF

                   MOVE FUNCTION TRIM(USER-IN-REC) TO USER-PASSWORD
                   IF FUNCTION LENGTH(FUNCTION TRIM(USER-IN-REC)) >
                      FUNCTION LENGTH(FUNCTION TRIM(USER-PASSWORD))
                       MOVE "Password must be 8-12 characters long." TO MSG
                       PERFORM ECHO-DISPLAY
                   ELSE
                                          DELIMITED BY SIZE INTO AUDIT-DETAIL
                                   END-STRING
                                   PERFORM WRITE-AUDIT
                                   *> New Employers wait in the verification
                                   *> queue until the ADMIN approves them
                                   IF NEW-ACCOUNT-ROLE = ROLE-EMPLOYER
                                       MOVE USERNAME TO VERIFY-USER
                                       MOVE "PENDING" TO VERIFY-STATE
                                       MOVE SPACES TO VERIFY-REASON
                                       PERFORM SAVE-EMPLOYER-VERIFY
                                       MOVE "Employer accounts are verified before jobs can be posted." TO MSG
                                       PERFORM ECHO-DISPLAY
                                   END-IF
                           END-WRITE
                           CLOSE ACCOUNTS
                        ELSE
*> passwords from producing identical hashes across accounts.
COMPUTE-PASSWORD-HASH.
       MOVE SPACES TO HASH-INPUT
       STRING FUNCTION TRIM(ACC-USERNAME) "#" FUNCTION TRIM(USER-PASSWORD)
              DELIMITED BY SIZE INTO HASH-INPUT
       END-STRING
       MOVE FUNCTION LENGTH(FUNCTION TRIM(HASH-INPUT)) TO HASH-INPUT-LEN
                           IF FUNCTION LENGTH(FUNCTION TRIM(MIGRATE-OLD-USER)) > 0
                              AND FUNCTION LENGTH(FUNCTION TRIM(MIGRATE-OLD-PASS)) > 0
                               MOVE FUNCTION TRIM(MIGRATE-OLD-USER) TO ACC-USERNAME
                               MOVE FUNCTION TRIM(MIGRATE-OLD-PASS) TO USER-PASSWORD
                               PERFORM COMPUTE-PASSWORD-HASH
                               MOVE HASH-ACCUM TO ACC-PASSWORD-HASH
                               MOVE 0 TO ACC-FAIL-COUNT
*>   AUDIT|user|from|to          audit trail (any parm may be blank)
*>   ARCHIVE|days                message archive (blank days = default)
*>   ROSTER|filename             roster import (blank = roster.txt)
*>   JOBFEED|filename|employer   employer job-feed import (blank = jobfeed.txt)
*>   ANNOUNCE                    deliver announcements scheduled for today
*>                               or earlier, then the delivery report
*>   FUNNEL                      hiring funnel per posting and company
*>   MENTOR                      mentorship pairings, capacity, waiting
*>   EVENTS                      event attendance and check-in rates
*>   REFERRAL                    job referrals and how far each got
*>   ENGAGE|dormant|period       engagement by university and grad year,
*>                               dormant accounts (blank = defaults)
*> The consumed control file is parked as batch-control.prev so the
*> next interactive run cannot re-run it by accident. Ends by setting
*> RETURN-CODE: 0 = every request ran, 4 = some were unknown,
        WHEN "EXPIRY"
            PERFORM RUN-JOB-EXPIRY-REPORT
            ADD 1 TO BATCH-OK-COUNT
        WHEN "FUNNEL"
            PERFORM RUN-HIRING-FUNNEL-REPORT
            ADD 1 TO BATCH-OK-COUNT
        WHEN "MENTOR"
            PERFORM RUN-MENTORSHIP-REPORT
            ADD 1 TO BATCH-OK-COUNT
        WHEN "EVENTS"
            PERFORM RUN-EVENT-ATTENDANCE-REPORT
            ADD 1 TO BATCH-OK-COUNT
        WHEN "REFERRAL"
            PERFORM RUN-REFERRAL-REPORT
            ADD 1 TO BATCH-OK-COUNT
        WHEN "ANNOUNCE"
            PERFORM DELIVER-DUE-ANNOUNCEMENTS
            PERFORM RUN-ANNOUNCEMENT-REPORT
            ADD 1 TO BATCH-OK-COUNT
        WHEN "ENGAGE"
            MOVE 180 TO ENGAGE-DORMANT-DAYS
            MOVE 30 TO ENGAGE-PERIOD-DAYS
            IF FUNCTION LENGTH(FUNCTION TRIM(BATCH-PARM1)) > 0
               AND FUNCTION TEST-NUMVAL(BATCH-PARM1) = 0
               AND FUNCTION NUMVAL(BATCH-PARM1) >= 1
               AND FUNCTION NUMVAL(BATCH-PARM1) <= 999
                MOVE FUNCTION NUMVAL(BATCH-PARM1) TO ENGAGE-DORMANT-DAYS
            END-IF
            IF FUNCTION LENGTH(FUNCTION TRIM(BATCH-PARM2)) > 0
               AND FUNCTION TEST-NUMVAL(BATCH-PARM2) = 0
               AND FUNCTION NUMVAL(BATCH-PARM2) >= 1
               AND FUNCTION NUMVAL(BATCH-PARM2) <= 999
                MOVE FUNCTION NUMVAL(BATCH-PARM2) TO ENGAGE-PERIOD-DAYS
            END-IF
            PERFORM RUN-ENGAGEMENT-REPORT
            ADD 1 TO BATCH-OK-COUNT
        WHEN "AUDIT"
            MOVE FUNCTION TRIM(BATCH-PARM1) TO AUDIT-FILTER-USER
            MOVE FUNCTION TRIM(BATCH-PARM2) TO AUDIT-FROM-DATE
            END-IF
            PERFORM RUN-MESSAGE-ARCHIVE-REPORT
            ADD 1 TO BATCH-OK-COUNT
        WHEN "JOBFEED"
            IF FUNCTION LENGTH(FUNCTION TRIM(BATCH-PARM1)) > 0
                MOVE FUNCTION TRIM(BATCH-PARM1) TO FEED-FILENAME
            ELSE
                MOVE "jobfeed.txt" TO FEED-FILENAME
            END-IF
            MOVE FUNCTION TRIM(BATCH-PARM2) TO FEED-EMPLOYER
            PERFORM RUN-JOB-FEED-IMPORT
            IF FEED-OK = "Y"
                ADD 1 TO BATCH-OK-COUNT
            ELSE
                ADD 1 TO BATCH-FAIL-COUNT
            END-IF
        WHEN "ROSTER"
            IF FUNCTION LENGTH(FUNCTION TRIM(BATCH-PARM1)) > 0
                MOVE FUNCTION TRIM(BATCH-PARM1) TO ROSTER-FILENAME
    READ USER-IN
        AT END MOVE "Y" TO EOF-FLAG EXIT PARAGRAPH
    END-READ
    MOVE FUNCTION TRIM(USER-IN-REC) TO USER-PASSWORD

    IF FUNCTION UPPER-CASE(FUNCTION TRIM(USERNAME))
         = FUNCTION UPPER-CASE(FUNCTION TRIM(ADMIN-USERNAME))

ADMIN-REPORTS-MENU.
    MOVE 0 TO ADMIN-MENU-CHOICE
    PERFORM UNTIL ADMIN-MENU-CHOICE = 21 OR EOF-FLAG = "Y"
        MOVE " " TO MSG
        PERFORM ECHO-DISPLAY
        MOVE "--- Batch/Admin Reports ---" TO MSG
        PERFORM ECHO-DISPLAY
        MOVE "  9) Import semester roster" TO MSG
        PERFORM ECHO-DISPLAY
        MOVE " 10) Moderation queue (reported content)" TO MSG
        PERFORM ECHO-DISPLAY
        MOVE " 11) Hiring funnel report" TO MSG
        PERFORM ECHO-DISPLAY
        MOVE " 12) Mentorship report" TO MSG
        PERFORM ECHO-DISPLAY
        MOVE " 13) Event attendance report" TO MSG
        PERFORM ECHO-DISPLAY
        MOVE " 14) Job referral report" TO MSG
        PERFORM ECHO-DISPLAY
        MOVE " 15) Employer verification queue" TO MSG
        PERFORM ECHO-DISPLAY
        MOVE " 16) Download a user's data" TO MSG
        PERFORM ECHO-DISPLAY
        MOVE " 17) Engagement and dormant-account report" TO MSG
        PERFORM ECHO-DISPLAY
        MOVE " 18) Import an employer job feed" TO MSG
        PERFORM ECHO-DISPLAY
        MOVE " 19) Send a targeted announcement" TO MSG
        PERFORM ECHO-DISPLAY
        MOVE " 20) Announcement delivery report" TO MSG
        PERFORM ECHO-DISPLAY
        MOVE " 21) Go Back" TO MSG
        PERFORM ECHO-DISPLAY
        MOVE "Enter your choice:" TO MSG
        PERFORM ECHO-DISPLAY
                WHEN 9
                    PERFORM RUN-ROSTER-IMPORT-PROMPT
                WHEN 10
                    PERFORM ADMIN-MODERATION-QUEUE
                WHEN 11
                    PERFORM RUN-HIRING-FUNNEL-REPORT
                WHEN 12
                    PERFORM RUN-MENTORSHIP-REPORT
                WHEN 13
                    PERFORM RUN-EVENT-ATTENDANCE-REPORT
                WHEN 14
                    PERFORM RUN-REFERRAL-REPORT
                WHEN 15
                    PERFORM ADMIN-EMPLOYER-VERIFICATION
                WHEN 16
                    PERFORM ADMIN-DOWNLOAD-USER-DATA
                WHEN 17
                    PERFORM RUN-ENGAGEMENT-PROMPT
                WHEN 18
                    PERFORM RUN-JOB-FEED-PROMPT
                WHEN 19
                    PERFORM ADMIN-COMPOSE-ANNOUNCEMENT
                WHEN 20
                    PERFORM RUN-ANNOUNCEMENT-REPORT
                WHEN 21
                    MOVE "Returning to main menu..." TO MSG
                    PERFORM ECHO-DISPLAY
                WHEN OTHER
    EXIT.


*> Hiring funnel: for every posting, how far its applicants have got
*> (applications by status, interviews offered and confirmed) and how
*> long the owner took to reach a first ACCEPTED/REJECTED decision,
*> then the same figures rolled up per employer company. Postings
*> past their deadline that still hold never-reviewed (SUBMITTED)
*> applicants are flagged for follow-up.
RUN-HIRING-FUNNEL-REPORT.
    PERFORM GET-TODAY-DATE
    MOVE 0 TO FN-FLAG-COUNT FN-CO-COUNT
    PERFORM LOAD-ALL-JOBS
    PERFORM LOAD-ALL-JOB-APPS
    PERFORM LOAD-ALL-INTERVIEWS
    PERFORM FUNNEL-SCAN-DECISIONS

    MOVE "funnel" TO REPORT-PREFIX
    PERFORM SET-REPORT-FILENAME
    OPEN OUTPUT REPORT-OUT
    MOVE SPACES TO REPORT-REC
    STRING "Hiring Funnel Report - " FUNCTION TRIM(TODAY-DATE)
           DELIMITED BY SIZE INTO REPORT-REC
    END-STRING
    PERFORM WRITE-ECHO-REPORT-LINE
    IF JOBAPP-OVERFLOW = "Y" OR INTERVIEWS-OVERFLOW = "Y"
        MOVE "Note: applications or interviews outgrew the working table; counts are partial."
             TO REPORT-REC
        PERFORM WRITE-ECHO-REPORT-LINE
    END-IF

    IF JOB-COUNT = 0
        MOVE "No job postings on file." TO REPORT-REC
        PERFORM WRITE-ECHO-REPORT-LINE
    ELSE
        SET J-IX TO 1
        PERFORM JOB-COUNT TIMES
            PERFORM FUNNEL-ONE-POSTING
            SET J-IX UP BY 1
        END-PERFORM
    END-IF

    IF FN-CO-COUNT > 0
        MOVE "--- Rollup by company ---" TO REPORT-REC
        PERFORM WRITE-ECHO-REPORT-LINE
        SET FC-IX TO 1
        PERFORM FN-CO-COUNT TIMES
            PERFORM FUNNEL-ONE-COMPANY
            SET FC-IX UP BY 1
        END-PERFORM
    END-IF

    MOVE SPACES TO REPORT-REC
    STRING "Postings: " JOB-COUNT ", companies: " FN-CO-COUNT
           ", flagged past deadline: " FN-FLAG-COUNT
           DELIMITED BY SIZE INTO REPORT-REC
    END-STRING
    WRITE REPORT-REC
    CLOSE REPORT-OUT

    MOVE SPACES TO MSG
    STRING "Hiring funnel report complete. " JOB-COUNT " posting(s), "
           FN-FLAG-COUNT " flagged." DELIMITED BY SIZE INTO MSG
    END-STRING
    PERFORM ECHO-DISPLAY

    MOVE USERNAME TO AUDIT-USER
    MOVE "ADMIN-REPORT" TO AUDIT-ACTION
    MOVE "hiring funnel report" TO AUDIT-DETAIL
    PERFORM WRITE-AUDIT
    EXIT.


*> Write REPORT-REC and echo it to the screen
WRITE-ECHO-REPORT-LINE.
    WRITE REPORT-REC
    MOVE FUNCTION TRIM(REPORT-REC) TO MSG
    PERFORM ECHO-DISPLAY
    MOVE SPACES TO REPORT-REC
    EXIT.


*> Date of the first ACCEPTED/REJECTED decision per posting, from the
*> APP-STATUS-CHANGE audit rows ("job <id> applicant <user> now
*> <status>"). FN-FIRST-DECISION stays blank for postings without one.
FUNNEL-SCAN-DECISIONS.
    MOVE SPACES TO FN-DECISION-TABLE
    OPEN INPUT AUDIT-LOG
    IF AUDIT-STATUS NOT = "00"
        IF AUDIT-STATUS = "05"
            CLOSE AUDIT-LOG
        END-IF
        EXIT PARAGRAPH
    END-IF
    PERFORM UNTIL 1 = 0
        READ AUDIT-LOG
            AT END EXIT PERFORM
        END-READ
        MOVE SPACES TO AUD-DATE AUD-USER AUD-ACTION AUD-DETAIL
        UNSTRING AUDIT-REC DELIMITED BY "|"
            INTO AUD-DATE AUD-USER AUD-ACTION AUD-DETAIL
        END-UNSTRING
        IF FUNCTION TRIM(AUD-ACTION) = "APP-STATUS-CHANGE"
            MOVE SPACES TO DG-WORD1 DG-WORD2 DG-WORD3
                           DG-WORD4 DG-WORD5 DG-WORD6
            UNSTRING AUD-DETAIL DELIMITED BY ALL " "
                INTO DG-WORD1 DG-WORD2 DG-WORD3
                     DG-WORD4 DG-WORD5 DG-WORD6
            END-UNSTRING
            IF (FUNCTION TRIM(DG-WORD6) = "ACCEPTED"
                OR FUNCTION TRIM(DG-WORD6) = "REJECTED")
               AND FUNCTION TEST-NUMVAL(DG-WORD2) = 0
               AND JOB-COUNT > 0
                MOVE FUNCTION NUMVAL(DG-WORD2) TO FN-DECISION-JOBID
                SET J-IX TO 1
                PERFORM JOB-COUNT TIMES
                    IF J-ID (J-IX) = FN-DECISION-JOBID
                        SET FN-IX TO J-IX
                        IF FN-FIRST-DECISION (FN-IX) = SPACES
                           OR AUD-DATE < FN-FIRST-DECISION (FN-IX)
                            MOVE AUD-DATE TO FN-FIRST-DECISION (FN-IX)
                        END-IF
                    END-IF
                    SET J-IX UP BY 1
                END-PERFORM
            END-IF
        END-IF
    END-PERFORM
    CLOSE AUDIT-LOG
    EXIT.


*> Funnel figures for the posting at J-IX, added into its company row
FUNNEL-ONE-POSTING.
    MOVE 0 TO FN-APPS FN-SUBMITTED FN-REVIEW FN-ACCEPTED FN-REJECTED
              FN-IV-OFFERED FN-IV-CONFIRMED
    IF JOBAPP-COUNT > 0
        SET JA-IX TO 1
        PERFORM JOBAPP-COUNT TIMES
            IF JA-JOBID (JA-IX) = J-ID (J-IX)
                ADD 1 TO FN-APPS
                EVALUATE FUNCTION TRIM(JA-STATUS (JA-IX))
                    WHEN "UNDER REVIEW"
                        ADD 1 TO FN-REVIEW
                    WHEN "ACCEPTED"
                        ADD 1 TO FN-ACCEPTED
                    WHEN "REJECTED"
                        ADD 1 TO FN-REJECTED
                    WHEN OTHER
                        ADD 1 TO FN-SUBMITTED
                END-EVALUATE
            END-IF
            SET JA-IX UP BY 1
        END-PERFORM
    END-IF
    *> Every interview row is an offer; CONFIRMED ones have a slot
    IF INTERVIEWS-COUNT > 0
        SET IV-IX TO 1
        PERFORM INTERVIEWS-COUNT TIMES
            IF IV-JOBID (IV-IX) = J-ID (J-IX)
                ADD 1 TO FN-IV-OFFERED
                IF FUNCTION TRIM(IV-STATUS (IV-IX)) = "CONFIRMED"
                    ADD 1 TO FN-IV-CONFIRMED
                END-IF
            END-IF
            SET IV-IX UP BY 1
        END-PERFORM
    END-IF

    *> Days from posting to first decision, when both dates are usable
    MOVE "N" TO FOUND-FLAG
    SET FN-IX TO J-IX
    IF FN-FIRST-DECISION (FN-IX) NOT = SPACES
        MOVE J-POSTED-DATE (J-IX) TO DATE-FIELD-INPUT
        PERFORM VALIDATE-DATE-FIELD
        IF DATE-INPUT-OK = "Y"
            MOVE SPACES TO REQ-DATE-STR
            STRING J-POSTED-DATE (J-IX) (1:4) J-POSTED-DATE (J-IX) (6:2)
                   J-POSTED-DATE (J-IX) (9:2)
                   DELIMITED BY SIZE INTO REQ-DATE-STR
            END-STRING
            MOVE REQ-DATE-STR TO FN-POSTED-YMD
            MOVE SPACES TO REQ-DATE-STR
            STRING FN-FIRST-DECISION (FN-IX) (1:4)
                   FN-FIRST-DECISION (FN-IX) (6:2)
                   FN-FIRST-DECISION (FN-IX) (9:2)
                   DELIMITED BY SIZE INTO REQ-DATE-STR
            END-STRING
            MOVE REQ-DATE-STR TO FN-DECIDED-YMD
            COMPUTE FN-DAYS = FUNCTION INTEGER-OF-DATE(FN-DECIDED-YMD)
                            - FUNCTION INTEGER-OF-DATE(FN-POSTED-YMD)
            MOVE FN-DAYS TO FN-DAYS-OUT
            MOVE "Y" TO FOUND-FLAG
        END-IF
    END-IF

    PERFORM FUNNEL-FIND-COMPANY

    MOVE SPACES TO REPORT-REC
    STRING "Job " J-ID (J-IX) " " FUNCTION TRIM(J-TITLE (J-IX)) " @ "
           FUNCTION TRIM(FN-COMPANY) " [" FUNCTION TRIM(J-STATUS (J-IX))
           "] posted " FUNCTION TRIM(J-POSTED-DATE (J-IX))
           DELIMITED BY SIZE INTO REPORT-REC
    END-STRING
    PERFORM WRITE-ECHO-REPORT-LINE
    STRING "  Applications: " FN-APPS " (submitted " FN-SUBMITTED
           ", under review " FN-REVIEW ", accepted " FN-ACCEPTED
           ", rejected " FN-REJECTED ")"
           DELIMITED BY SIZE INTO REPORT-REC
    END-STRING
    PERFORM WRITE-ECHO-REPORT-LINE
    STRING "  Interviews offered: " FN-IV-OFFERED
           ", confirmed: " FN-IV-CONFIRMED
           DELIMITED BY SIZE INTO REPORT-REC
    END-STRING
    PERFORM WRITE-ECHO-REPORT-LINE
    IF FOUND-FLAG = "Y"
        STRING "  Days from posting to first decision: "
               FUNCTION TRIM(FN-DAYS-OUT)
               " (" FUNCTION TRIM(FN-FIRST-DECISION (FN-IX)) ")"
               DELIMITED BY SIZE INTO REPORT-REC
        END-STRING
    ELSE
        MOVE "  Days from posting to first decision: no decision yet"
             TO REPORT-REC
    END-IF
    PERFORM WRITE-ECHO-REPORT-LINE

    MOVE "N" TO ANY-FOUND
    IF FUNCTION LENGTH(FUNCTION TRIM(J-DEADLINE (J-IX))) > 0
       AND J-DEADLINE (J-IX) < TODAY-DATE
       AND FN-SUBMITTED > 0
        MOVE "Y" TO ANY-FOUND
        ADD 1 TO FN-FLAG-COUNT
        STRING "  ** FLAG: past deadline " FUNCTION TRIM(J-DEADLINE (J-IX))
               " with " FN-SUBMITTED " never-reviewed applicant(s)"
               DELIMITED BY SIZE INTO REPORT-REC
        END-STRING
        PERFORM WRITE-ECHO-REPORT-LINE
    END-IF

    PERFORM FUNNEL-ADD-TO-COMPANY
    EXIT.


*> Company for the posting at J-IX: the owner's EMP-COMPANY, or the
*> company typed on the posting when there is no employer profile.
FUNNEL-FIND-COMPANY.
    MOVE J-COMPANY (J-IX) TO FN-COMPANY
    OPEN INPUT EMPLOYERS
    IF EMPLOYERS-STATUS = "00" OR EMPLOYERS-STATUS = "05"
        MOVE J-POSTED-BY (J-IX) TO EMP-USERNAME
        READ EMPLOYERS
            INVALID KEY CONTINUE
            NOT INVALID KEY
                IF FUNCTION LENGTH(FUNCTION TRIM(EMP-COMPANY)) > 0
                    MOVE EMP-COMPANY TO FN-COMPANY
                END-IF
        END-READ
        CLOSE EMPLOYERS
    END-IF
    EXIT.


*> Fold the current posting's figures into its FN-CO-TABLE row
*> (ANY-FOUND says whether the posting was flagged)
FUNNEL-ADD-TO-COMPANY.
    MOVE "N" TO PENDING-FOUND
    IF FN-CO-COUNT > 0
        SET FC-IX TO 1
        PERFORM UNTIL FC-IX > FN-CO-COUNT
            IF FUNCTION UPPER-CASE(FUNCTION TRIM(FC-NAME (FC-IX)))
                 = FUNCTION UPPER-CASE(FUNCTION TRIM(FN-COMPANY))
                MOVE "Y" TO PENDING-FOUND
                EXIT PERFORM
            END-IF
            SET FC-IX UP BY 1
        END-PERFORM
    END-IF
    IF PENDING-FOUND = "N"
        IF FN-CO-COUNT >= MAX-FN-COMPANIES
            EXIT PARAGRAPH
        END-IF
        ADD 1 TO FN-CO-COUNT
        SET FC-IX TO FN-CO-COUNT
        MOVE FN-COMPANY TO FC-NAME (FC-IX)
        MOVE 0 TO FC-POSTINGS (FC-IX) FC-APPS (FC-IX)
                  FC-SUBMITTED (FC-IX) FC-REVIEW (FC-IX)
                  FC-ACCEPTED (FC-IX) FC-REJECTED (FC-IX)
                  FC-IV-OFFERED (FC-IX) FC-IV-CONFIRMED (FC-IX)
                  FC-FLAGGED (FC-IX) FC-DAYS-TOTAL (FC-IX)
                  FC-DAYS-COUNT (FC-IX)
    END-IF
    ADD 1 TO FC-POSTINGS (FC-IX)
    ADD FN-APPS TO FC-APPS (FC-IX)
    ADD FN-SUBMITTED TO FC-SUBMITTED (FC-IX)
    ADD FN-REVIEW TO FC-REVIEW (FC-IX)
    ADD FN-ACCEPTED TO FC-ACCEPTED (FC-IX)
    ADD FN-REJECTED TO FC-REJECTED (FC-IX)
    ADD FN-IV-OFFERED TO FC-IV-OFFERED (FC-IX)
    ADD FN-IV-CONFIRMED TO FC-IV-CONFIRMED (FC-IX)
    IF ANY-FOUND = "Y"
        ADD 1 TO FC-FLAGGED (FC-IX)
    END-IF
    IF FOUND-FLAG = "Y" AND FN-DAYS >= 0
        ADD FN-DAYS TO FC-DAYS-TOTAL (FC-IX)
        ADD 1 TO FC-DAYS-COUNT (FC-IX)
    END-IF
    EXIT.


*> Rollup lines for the company at FC-IX
FUNNEL-ONE-COMPANY.
    MOVE SPACES TO REPORT-REC
    STRING "Company: " FUNCTION TRIM(FC-NAME (FC-IX))
           " - postings " FC-POSTINGS (FC-IX)
           ", applications " FC-APPS (FC-IX)
           ", flagged " FC-FLAGGED (FC-IX)
           DELIMITED BY SIZE INTO REPORT-REC
    END-STRING
    PERFORM WRITE-ECHO-REPORT-LINE
    STRING "  submitted " FC-SUBMITTED (FC-IX)
           ", under review " FC-REVIEW (FC-IX)
           ", accepted " FC-ACCEPTED (FC-IX)
           ", rejected " FC-REJECTED (FC-IX)
           "; interviews offered " FC-IV-OFFERED (FC-IX)
           ", confirmed " FC-IV-CONFIRMED (FC-IX)
           DELIMITED BY SIZE INTO REPORT-REC
    END-STRING
    PERFORM WRITE-ECHO-REPORT-LINE
    IF FC-DAYS-COUNT (FC-IX) > 0
        COMPUTE FN-AVG-DAYS ROUNDED =
            FC-DAYS-TOTAL (FC-IX) / FC-DAYS-COUNT (FC-IX)
        STRING "  average days to first decision: " FN-AVG-DAYS
               " (over " FC-DAYS-COUNT (FC-IX) " posting(s))"
               DELIMITED BY SIZE INTO REPORT-REC
        END-STRING
    ELSE
        MOVE "  average days to first decision: no decisions yet"
             TO REPORT-REC
    END-IF
    PERFORM WRITE-ECHO-REPORT-LINE
    EXIT.


*> Interactive entry to the archive sweep: the retention window is
*> configurable per run, defaulting to MESSAGE-RETAIN-DAYS.
RUN-MESSAGE-ARCHIVE-PROMPT.

    PERFORM OPEN-ACCOUNTS-FOR-UPDATE
    MOVE FUNCTION TRIM(RST-USERNAME) TO ACC-USERNAME
    MOVE SPACES TO USER-PASSWORD
    STRING "Gators#" FUNCTION TRIM(RST-YEAR-TXT)
           DELIMITED BY SIZE INTO USER-PASSWORD
    END-STRING
    PERFORM COMPUTE-PASSWORD-HASH
    MOVE HASH-ACCUM TO ACC-PASSWORD-HASH
    PERFORM PURGE-PROFILE-RECORD
    PERFORM PURGE-PROFILE-ENTRY-ROWS
    PERFORM PURGE-EMPLOYER-RECORD
    PERFORM PURGE-EMPLOYER-VERIFY
    PERFORM PURGE-CONNECTION-ROWS
    PERFORM PURGE-REQUEST-ROWS
    PERFORM PURGE-APPLICATION-ROWS
    PERFORM PURGE-SKILL-ROWS
    PERFORM PURGE-ENDORSEMENT-ROWS
    PERFORM PURGE-GROUP-MEMBER-ROWS
    PERFORM PURGE-BLOCK-ROWS
    PERFORM PURGE-MENTOR-ROWS
    PERFORM PURGE-EVENT-REG-ROWS
    PERFORM PURGE-REFERRAL-ROWS
    IF PURGE-MESSAGES-TOO = "Y"
        PERFORM PURGE-MESSAGE-ROWS
        PERFORM PURGE-ARCHIVED-MESSAGE-ROWS
    EXIT.


*> Blocks the purged user placed or received - same collect-then-
*> delete pass as the membership purge.
PURGE-BLOCK-ROWS.
    MOVE 0 TO SKILL-ROWS-COUNT
    MOVE "N" TO SKILLS-OVERFLOW
    OPEN INPUT BLOCKS
    IF BLOCKS-STATUS NOT = "00"
        IF BLOCKS-STATUS = "05"
            CLOSE BLOCKS
        END-IF
        EXIT PARAGRAPH
    END-IF
    PERFORM UNTIL 1 = 0
        READ BLOCKS NEXT RECORD
            AT END EXIT PERFORM
        END-READ
        IF FUNCTION UPPER-CASE(FUNCTION TRIM(BK-BLOCKER))
             = FUNCTION UPPER-CASE(FUNCTION TRIM(PURGE-USER))
           OR FUNCTION UPPER-CASE(FUNCTION TRIM(BK-BLOCKED))
             = FUNCTION UPPER-CASE(FUNCTION TRIM(PURGE-USER))
            IF SKILL-ROWS-COUNT >= MAX-SKILL-ROWS
                MOVE "Y" TO SKILLS-OVERFLOW
            ELSE
                ADD 1 TO SKILL-ROWS-COUNT
                SET SK-IX TO SKILL-ROWS-COUNT
                MOVE BK-KEY TO SK-LINE (SK-IX)
            END-IF
        END-IF
    END-PERFORM
    CLOSE BLOCKS
    IF SKILLS-OVERFLOW = "Y"
        MOVE "Warning: too many blocks; some were not purged." TO MSG
        PERFORM ECHO-DISPLAY
    END-IF
    IF SKILL-ROWS-COUNT = 0
        EXIT PARAGRAPH
    END-IF
    PERFORM OPEN-BLOCKS-FOR-UPDATE
    SET SK-IX TO 1
    PERFORM SKILL-ROWS-COUNT TIMES
        MOVE SK-LINE (SK-IX) (1:30) TO BK-KEY
        DELETE BLOCKS RECORD
            INVALID KEY CONTINUE
        END-DELETE
        SET SK-IX UP BY 1
    END-PERFORM
    CLOSE BLOCKS
    EXIT.


PURGE-MESSAGE-ROWS.
    PERFORM LOAD-ALL-MESSAGES
    IF MESSAGES-OVERFLOW = "Y"
       IF EOF-FLAG = "Y"
           EXIT PARAGRAPH
       END-IF
       MOVE FUNCTION TRIM(USER-IN-REC) TO USER-PASSWORD
       MOVE FUNCTION TRIM(CURRENT-USER) TO CHECK-USER
       PERFORM EXISTS-USER-BY-NAME
       *> A locked account may not re-enter by the resume side door
*>           one digit, and one special character
VALIDATE-PASSWORD.
       MOVE "N" TO HAS-UPPER HAS-DIGIT HAS-SPECIAL
       MOVE FUNCTION LENGTH(FUNCTION TRIM(USER-PASSWORD)) TO PW-LEN
       MOVE 0 TO I
       PERFORM VARYING I FROM 1 BY 1 UNTIL I > PW-LEN
           MOVE USER-PASSWORD (I:1) TO PW-CHAR
           IF PW-CHAR >= "A" AND PW-CHAR <= "Z"
                MOVE "Y" TO HAS-UPPER
           END-IF
                   MOVE "Y" TO EOF-FLAG
                   EXIT PERFORM
           END-READ
           MOVE FUNCTION TRIM(USER-IN-REC) TO USER-PASSWORD

           PERFORM EXISTS-USERNAME

           READ USER-IN
               AT END MOVE "Y" TO EOF-FLAG EXIT PARAGRAPH
           END-READ
           MOVE FUNCTION TRIM(USER-IN-REC) TO USER-PASSWORD
           IF FUNCTION LENGTH(FUNCTION TRIM(USER-IN-REC)) >
              FUNCTION LENGTH(FUNCTION TRIM(USER-PASSWORD))
               MOVE "Password must be 8-12 characters long." TO MSG
               PERFORM ECHO-DISPLAY
           ELSE
       PERFORM ECHO-DISPLAY
       MOVE " 12. Deactivate My Account" TO MSG
       PERFORM ECHO-DISPLAY
       MOVE " 13. Blocked Users" TO MSG
       PERFORM ECHO-DISPLAY
       MOVE " 14. Mentorship" TO MSG
       PERFORM ECHO-DISPLAY
       MOVE " 15. Events" TO MSG
       PERFORM ECHO-DISPLAY
       MOVE " 16. Download My Data" TO MSG
       PERFORM ECHO-DISPLAY
       MOVE " 17. Log Out" TO MSG
       PERFORM ECHO-DISPLAY
       MOVE "=============================" TO MSG
       PERFORM ECHO-DISPLAY
           WHEN 12
               PERFORM DEACTIVATE-MY-ACCOUNT
           WHEN 13
               PERFORM BLOCKED-USERS-MENU
           WHEN 14
               PERFORM MENTORSHIP-MENU
           WHEN 15
               PERFORM EVENTS-MENU
           WHEN 16
               PERFORM DOWNLOAD-MY-DATA
           WHEN 17
               *> An explicit logout is a clean end to the session -
               *> nothing is left behind for the next run to auto-resume.
               MOVE CURRENT-USER TO AUDIT-USER
       END-EVALUATE
       *> No checkpoint after the session ended (logout or a completed
       *> deactivation) - there is nothing left to resume.
       IF NAV-CHOICE NOT = 17 AND NAV-LOGOUT-FLAG NOT = "Y"
          AND EOF-FLAG NOT = "Y"
           MOVE "NAV" TO CHK-MENU-CODE
           PERFORM SAVE-CHECKPOINT
       MOVE CURRENT-USER TO AUDIT-USER
       MOVE "EMPLOYER-PROFILE-SAVE" TO AUDIT-ACTION
       PERFORM WRITE-AUDIT
       *> A corrected profile sends a rejected account back for review
       MOVE CURRENT-USER TO VERIFY-USER
       PERFORM LOOKUP-EMPLOYER-VERIFY
       IF VERIFY-STATE = "REJECTED"
           MOVE "PENDING" TO VERIFY-STATE
           MOVE SPACES TO VERIFY-REASON
           PERFORM SAVE-EMPLOYER-VERIFY
           MOVE "Your account has been sent back for employer verification." TO MSG
           PERFORM ECHO-DISPLAY
       END-IF
       EXIT PARAGRAPH.


           END-STRING
           PERFORM ECHO-DISPLAY
       END-IF
       MOVE CURRENT-USER TO VERIFY-USER
       PERFORM LOOKUP-EMPLOYER-VERIFY
       MOVE SPACES TO MSG
       STRING "Verification: " FUNCTION TRIM(VERIFY-STATE)
              DELIMITED BY SIZE INTO MSG
       END-STRING
       PERFORM ECHO-DISPLAY
       MOVE "--------------------" TO MSG
       PERFORM ECHO-DISPLAY
       EXIT PARAGRAPH.
       END-IF

       PERFORM LOAD-ALL-PROFILES
       PERFORM LOAD-MY-BLOCKS

       MOVE 0 TO SEARCH-MATCH-COUNT
       IF STORED-PROFILE-COUNT > 0
           SET SP-IX TO 1
           PERFORM STORED-PROFILE-COUNT TIMES
               PERFORM CHECK-PROFILE-MATCHES-SEARCH
               *> Blocked pairs never see each other in search results
               IF SEARCH-IS-MATCH = "Y"
                   MOVE SP-USERNAME (SP-IX) TO CAND-USER
                   PERFORM CHECK-PEER-BLOCKED
                   IF BLOCK-FOUND = "Y"
                       MOVE "N" TO SEARCH-IS-MATCH
                   END-IF
               END-IF
               IF SEARCH-IS-MATCH = "Y" AND SEARCH-MATCH-COUNT < 500
                   ADD 1 TO SEARCH-MATCH-COUNT
                   SET SM-IX TO SEARCH-MATCH-COUNT
    END-IF
    MOVE FOUND-ACC-USERNAME TO TARGET-USER

    *> 3) Neither side may have blocked the other
    MOVE FUNCTION TRIM(CURRENT-USER) TO USER-A
    MOVE FUNCTION TRIM(TARGET-USER) TO USER-B
    PERFORM FIND-BLOCK-ON-FILE
    IF BLOCK-FOUND = "Y"
        IF BLOCK-BY-ME = "Y"
            MOVE "You have blocked this user." TO MSG
        ELSE
            MOVE "You cannot send a request to this user." TO MSG
        END-IF
        PERFORM ECHO-DISPLAY
        EXIT PARAGRAPH
    END-IF

    *> 4) No existing request or connection between the pair
    PERFORM FIND-REQUEST-ON-FILE
    IF ANY-FOUND = "N"
        PERFORM FIND-CONNECTION-ON-FILE
        EXIT PARAGRAPH
    END-IF

    *> 5) Write the new PENDING request
    PERFORM ADD-REQUEST-RECORD
    MOVE "Friend request sent."      TO MSG
    PERFORM ECHO-DISPLAY
        PERFORM ECHO-DISPLAY
        EXIT PARAGRAPH
    END-IF
    PERFORM CHECK-EMPLOYER-APPROVED
    IF EMPLOYER-APPROVED NOT = "Y"
        EXIT PARAGRAPH
    END-IF
    PERFORM LOAD-ALL-JOBS

    IF JOB-COUNT >= MAX-JOBS
    PERFORM GET-TODAY-DATE
    MOVE TODAY-DATE TO J-POSTED-DATE (J-IX)
    MOVE "OPEN" TO J-STATUS (J-IX)
    MOVE SPACES TO J-REQ-NUM (J-IX)
    *> Build the audit detail before the save - SAVE-ALL-JOBS walks
    *> J-IX off the end of the table.
    MOVE SPACES TO AUDIT-DETAIL
               DELIMITED BY SIZE INTO MSG
        END-STRING
        PERFORM ECHO-DISPLAY
        MOVE J-POSTED-BY (J-IX) TO VERIFY-USER
        PERFORM LOOKUP-EMPLOYER-VERIFY
        IF VERIFY-STATE = "APPROVED"
            MOVE "     [Verified employer]" TO MSG
            PERFORM ECHO-DISPLAY
        END-IF
        SET JM-IX UP BY 1
    END-PERFORM

    STRING "Title: " FUNCTION TRIM(J-TITLE (J-IX)) DELIMITED BY SIZE INTO MSG
    END-STRING
    PERFORM ECHO-DISPLAY
    MOVE J-POSTED-BY (J-IX) TO VERIFY-USER
    PERFORM LOOKUP-EMPLOYER-VERIFY
    MOVE SPACES TO MSG
    IF VERIFY-STATE = "APPROVED"
        STRING "Company: " FUNCTION TRIM(J-COMPANY (J-IX)) " [Verified employer]"
               DELIMITED BY SIZE INTO MSG
        END-STRING
    ELSE
        STRING "Company: " FUNCTION TRIM(J-COMPANY (J-IX)) DELIMITED BY SIZE INTO MSG
        END-STRING
    END-IF
    PERFORM ECHO-DISPLAY
    MOVE SPACES TO MSG
    STRING "Location: " FUNCTION TRIM(J-LOCATION (J-IX)) DELIMITED BY SIZE INTO MSG
    END-STRING
    PERFORM ECHO-DISPLAY
    IF FUNCTION LENGTH(FUNCTION TRIM(J-POSTED-DATE (J-IX))) > 0
        EXIT PARAGRAPH
    END-IF

    MOVE "Apply to this job? (Y/N, F to refer a connection, R to report this posting):" TO MSG
    PERFORM ECHO-DISPLAY
    READ USER-IN
        AT END MOVE "Y" TO EOF-FLAG EXIT PARAGRAPH
    END-READ
    IF FUNCTION UPPER-CASE(FUNCTION TRIM(USER-IN-REC)) = "R"
        PERFORM REPORT-A-JOB-POSTING
        EXIT PARAGRAPH
    END-IF
    IF FUNCTION UPPER-CASE(FUNCTION TRIM(USER-IN-REC)) = "F"
        PERFORM REFER-CONNECTION-TO-JOB
        EXIT PARAGRAPH
    END-IF
    IF FUNCTION UPPER-CASE(FUNCTION TRIM(USER-IN-REC)) = "Y"
        PERFORM GET-TODAY-DATE
        MOVE TODAY-DATE TO JOB-APP-DATE
                *> have no posted date/deadline/status - clear first
                *> so the UNSTRING shortfall can't leave stale data.
                MOVE SPACES TO J-POSTED-DATE (J-IX) J-DEADLINE (J-IX)
                               J-STATUS (J-IX) J-REQ-NUM (J-IX)
                UNSTRING JOB-REC DELIMITED BY "|"
                    INTO J-ID (J-IX) J-TITLE (J-IX) J-COMPANY (J-IX)
                         J-LOCATION (J-IX) J-DESC (J-IX) J-POSTED-BY (J-IX)
                         J-POSTED-DATE (J-IX) J-DEADLINE (J-IX)
                         J-STATUS (J-IX) J-REQ-NUM (J-IX)
                END-UNSTRING
                IF FUNCTION LENGTH(FUNCTION TRIM(J-STATUS (J-IX))) = 0
                    MOVE "OPEN" TO J-STATUS (J-IX)
                   FUNCTION TRIM(J-POSTED-BY (J-IX)) "|"
                   FUNCTION TRIM(J-POSTED-DATE (J-IX)) "|"
                   FUNCTION TRIM(J-DEADLINE (J-IX)) "|"
                   FUNCTION TRIM(J-STATUS (J-IX)) "|"
                   FUNCTION TRIM(J-REQ-NUM (J-IX))
                   DELIMITED BY SIZE INTO JOB-REC
            END-STRING
            WRITE JOB-REC
    END-STRING
    PERFORM ECHO-DISPLAY

    *> Referred applicants are flagged with the referrer's name
    MOVE JA-JOBID (JA-IX) TO RF-JOBID
    MOVE JA-USER (JA-IX) TO RF-REFERRED
    PERFORM FIND-REFERRAL
    IF REFERRAL-FOUND = "Y"
        MOVE RF-REFERRER TO OTHER-USER
        PERFORM FIND-USER-PROFILE
        MOVE SPACES TO MSG
        IF FOUND-FLAG = "Y"
            STRING "     Referred by " FUNCTION TRIM(SP-FIRSTNAME (SP-IX)) " "
                   FUNCTION TRIM(SP-LASTNAME (SP-IX)) " ("
                   FUNCTION TRIM(RF-REFERRER) ")"
                   DELIMITED BY SIZE INTO MSG
            END-STRING
        ELSE
            STRING "     Referred by " FUNCTION TRIM(RF-REFERRER)
                   DELIMITED BY SIZE INTO MSG
            END-STRING
        END-IF
        PERFORM ECHO-DISPLAY
        IF RF-NOTE NOT = SPACES
            MOVE SPACES TO LONG-TEXT-BUFFER
            STRING "     Referral note: " FUNCTION TRIM(RF-NOTE)
                   DELIMITED BY SIZE INTO LONG-TEXT-BUFFER
            END-STRING
            PERFORM DISPLAY-LONG-TEXT
        END-IF
    END-IF

    *> Completed skills with endorsement counts, so reviewers can see
    *> which claims connections have vouched for.
    MOVE FUNCTION TRIM(JA-USER (JA-IX)) TO SKILL-LIST-USER
*> ===== Student groups (groups.dat / groupmembers.dat) =====
GROUPS-MENU.
    MOVE 0 TO GROUPS-MENU-CHOICE
    PERFORM UNTIL GROUPS-MENU-CHOICE = 9 OR EOF-FLAG = "Y"
        MOVE " " TO MSG
        PERFORM ECHO-DISPLAY
        MOVE "--- Groups ---" TO MSG
        PERFORM ECHO-DISPLAY
        MOVE "  7) View group notices" TO MSG
        PERFORM ECHO-DISPLAY
        MOVE "  8) Report a group notice" TO MSG
        PERFORM ECHO-DISPLAY
        MOVE "  9) Go Back" TO MSG
        PERFORM ECHO-DISPLAY
        MOVE "Enter your choice:" TO MSG
        PERFORM ECHO-DISPLAY
                WHEN 7
                    PERFORM VIEW-GROUP-NOTICES
                WHEN 8
                    PERFORM REPORT-A-GROUP-NOTICE
                WHEN 9
                    MOVE "Returning to main menu..." TO MSG
                    PERFORM ECHO-DISPLAY
                WHEN OTHER
*> for the same posting/student pair; slots are free text so a slot
*> like "2026-09-10 14:00" and one like "Sep 10, 2pm" both work.
OFFER-INTERVIEW-SLOTS.
    PERFORM CHECK-EMPLOYER-APPROVED
    IF EMPLOYER-APPROVED NOT = "Y"
        EXIT PARAGRAPH
    END-IF
    MOVE 0 TO IV-NEW-SLOT-COUNT
    MOVE SPACES TO IV-NEW-SLOTS
    MOVE "Offer up to 3 slots (e.g., 2026-09-10 14:00)." TO MSG
*> ===== Direct Messaging (messages.dat) =====
MESSAGES-MENU.
    MOVE 0 TO MSG-MENU-CHOICE
    PERFORM UNTIL MSG-MENU-CHOICE = 6 OR EOF-FLAG = "Y"
        MOVE " " TO MSG
        PERFORM ECHO-DISPLAY
        MOVE "--- Messages ---" TO MSG
        PERFORM ECHO-DISPLAY
        MOVE "  4) Browse my archived messages" TO MSG
        PERFORM ECHO-DISPLAY
        MOVE "  5) Report a message" TO MSG
        PERFORM ECHO-DISPLAY
        MOVE "  6) Go Back" TO MSG
        PERFORM ECHO-DISPLAY
        MOVE "Enter your choice:" TO MSG
        PERFORM ECHO-DISPLAY
                WHEN 4
                    PERFORM VIEW-ARCHIVED-MESSAGES
                WHEN 5
                    PERFORM REPORT-A-MESSAGE
                WHEN 6
                    MOVE "Returning to main menu..." TO MSG
                    PERFORM ECHO-DISPLAY
                WHEN OTHER
        EXIT PARAGRAPH
    END-IF

    *> A block on either side stops messages even between connections
    PERFORM FIND-BLOCK-ON-FILE
    IF BLOCK-FOUND = "Y"
        IF BLOCK-BY-ME = "Y"
            MOVE "You have blocked this user." TO MSG
        ELSE
            MOVE "You cannot message this user." TO MSG
        END-IF
        PERFORM ECHO-DISPLAY
        EXIT PARAGRAPH
    END-IF

    MOVE "Message:" TO MSG
    PERFORM ECHO-DISPLAY
    READ USER-IN
    SET R-IX TO REQ-ROW

    IF RESP-ACT = "ACCEPT"
        *> A block either way rules the connection out; the request is
        *> closed so it stops showing as pending
        MOVE R-SENDER (R-IX) TO USER-A
        MOVE R-RECEIVER (R-IX) TO USER-B
        PERFORM FIND-BLOCK-ON-FILE
        IF BLOCK-FOUND = "Y"
            MOVE "REJECTED" TO R-STATUS (R-IX)
            PERFORM UPDATE-REQUEST-RECORD
            MOVE "You cannot connect with this user." TO MSG
            PERFORM ECHO-DISPLAY
            EXIT PARAGRAPH
        END-IF

        *> Update the one request record and write the one new
        *> connection - both direct keyed operations.
        MOVE "ACCEPTED" TO R-STATUS (R-IX)
        PERFORM UPDATE-REQUEST-RECORD
        PERFORM ADD-CONNECTION-RECORD

        MOVE "Request accepted. You are now connected." TO MSG
    PERFORM LOAD-ALL-PROFILES
    PERFORM LOAD-ALL-CONNECTIONS
    PERFORM LOAD-ALL-REQUESTS
    PERFORM LOAD-MY-BLOCKS

    *> Find the current user's own profile row for the univ/major
    *> boosts; without a profile only mutual connections count.
        EXIT PARAGRAPH
    END-IF

    *> Never suggest either side of a blocked pair to the other
    PERFORM CHECK-PEER-BLOCKED
    IF BLOCK-FOUND = "Y"
        EXIT PARAGRAPH
    END-IF

    *> Skip established connections
    MOVE FUNCTION TRIM(CURRENT-USER) TO USER-A
    MOVE CAND-USER TO USER-B
    END-IF
    EXIT.



*> ===== Blocked users (blocks.dat) =====
BLOCKED-USERS-MENU.
    MOVE 0 TO BLOCK-MENU-CHOICE
    PERFORM UNTIL BLOCK-MENU-CHOICE = 4 OR EOF-FLAG = "Y"
        MOVE " " TO MSG
        PERFORM ECHO-DISPLAY
        MOVE "--- Blocked Users ---" TO MSG
        PERFORM ECHO-DISPLAY
        MOVE "  1) Block a user" TO MSG
        PERFORM ECHO-DISPLAY
        MOVE "  2) Unblock a user" TO MSG
        PERFORM ECHO-DISPLAY
        MOVE "  3) List users I have blocked" TO MSG
        PERFORM ECHO-DISPLAY
        MOVE "  4) Go Back" TO MSG
        PERFORM ECHO-DISPLAY
        MOVE "Enter your choice:" TO MSG
        PERFORM ECHO-DISPLAY

        READ USER-IN
            AT END MOVE "Y" TO EOF-FLAG
        END-READ
        IF EOF-FLAG = "Y" EXIT PERFORM END-IF

        IF FUNCTION LENGTH(FUNCTION TRIM(USER-IN-REC)) = 0
            CONTINUE
        ELSE
            IF FUNCTION TEST-NUMVAL(USER-IN-REC) = 0
                MOVE FUNCTION NUMVAL(USER-IN-REC) TO BLOCK-MENU-CHOICE
            ELSE
                MOVE 999 TO BLOCK-MENU-CHOICE
            END-IF

            EVALUATE BLOCK-MENU-CHOICE
                WHEN 1
                    PERFORM BLOCK-A-USER
                WHEN 2
                    PERFORM UNBLOCK-A-USER
                WHEN 3
                    PERFORM LIST-MY-BLOCKS
                WHEN 4
                    MOVE "Returning to main menu..." TO MSG
                    PERFORM ECHO-DISPLAY
                WHEN OTHER
                    MOVE "Invalid choice, please try again." TO MSG
                    PERFORM ECHO-DISPLAY
            END-EVALUATE
        END-IF
    END-PERFORM
    EXIT.


*> Record a block against another account. The stored spelling of
*> the username is used so the keyed lookups can't miss on case.
BLOCK-A-USER.
    MOVE "Username to block (blank to cancel):" TO MSG
    PERFORM ECHO-DISPLAY
    READ USER-IN
        AT END MOVE "Y" TO EOF-FLAG EXIT PARAGRAPH
    END-READ
    IF FUNCTION LENGTH(FUNCTION TRIM(USER-IN-REC)) = 0
        EXIT PARAGRAPH
    END-IF
    MOVE FUNCTION TRIM(USER-IN-REC) TO CHECK-USER
    PERFORM EXISTS-USER-BY-NAME
    IF FOUND-FLAG NOT = "Y"
        MOVE "User does not exist." TO MSG
        PERFORM ECHO-DISPLAY
        EXIT PARAGRAPH
    END-IF
    IF FUNCTION UPPER-CASE(FUNCTION TRIM(FOUND-ACC-USERNAME))
         = FUNCTION UPPER-CASE(FUNCTION TRIM(CURRENT-USER))
        MOVE "You cannot block yourself." TO MSG
        PERFORM ECHO-DISPLAY
        EXIT PARAGRAPH
    END-IF
    IF FUNCTION UPPER-CASE(FUNCTION TRIM(FOUND-ACC-USERNAME))
         = FUNCTION UPPER-CASE(FUNCTION TRIM(ADMIN-USERNAME))
        MOVE "The ADMIN account cannot be blocked." TO MSG
        PERFORM ECHO-DISPLAY
        EXIT PARAGRAPH
    END-IF

    PERFORM GET-TODAY-DATE
    PERFORM OPEN-BLOCKS-FOR-UPDATE
    MOVE FUNCTION TRIM(CURRENT-USER) TO BK-BLOCKER
    MOVE FOUND-ACC-USERNAME TO BK-BLOCKED
    MOVE TODAY-DATE TO BK-DATE
    WRITE BK-REC
        INVALID KEY
            CLOSE BLOCKS
            MOVE "You have already blocked this user." TO MSG
            PERFORM ECHO-DISPLAY
            EXIT PARAGRAPH
    END-WRITE
    CLOSE BLOCKS

    *> A block also ends any connection request still pending between
    *> the two, whichever way it was sent
    PERFORM LOAD-ALL-REQUESTS
    IF REQUESTS-COUNT > 0
        SET R-IX TO 1
        PERFORM UNTIL R-IX > REQUESTS-COUNT
            IF FUNCTION UPPER-CASE(FUNCTION TRIM(R-STATUS (R-IX))) = "PENDING"
               AND ( ( FUNCTION UPPER-CASE(FUNCTION TRIM(R-SENDER (R-IX)))
                       = FUNCTION UPPER-CASE(FUNCTION TRIM(CURRENT-USER))
                   AND FUNCTION UPPER-CASE(FUNCTION TRIM(R-RECEIVER (R-IX)))
                       = FUNCTION UPPER-CASE(FUNCTION TRIM(FOUND-ACC-USERNAME)) )
                  OR ( FUNCTION UPPER-CASE(FUNCTION TRIM(R-SENDER (R-IX)))
                       = FUNCTION UPPER-CASE(FUNCTION TRIM(FOUND-ACC-USERNAME))
                   AND FUNCTION UPPER-CASE(FUNCTION TRIM(R-RECEIVER (R-IX)))
                       = FUNCTION UPPER-CASE(FUNCTION TRIM(CURRENT-USER)) ) )
                MOVE "REJECTED" TO R-STATUS (R-IX)
                PERFORM UPDATE-REQUEST-RECORD
            END-IF
            SET R-IX UP BY 1
        END-PERFORM
    END-IF

    MOVE SPACES TO MSG
    STRING "Blocked " FUNCTION TRIM(FOUND-ACC-USERNAME)
           ". You will no longer hear from this user."
           DELIMITED BY SIZE INTO MSG
    END-STRING
    PERFORM ECHO-DISPLAY
    MOVE CURRENT-USER TO AUDIT-USER
    MOVE "USER-BLOCKED" TO AUDIT-ACTION
    MOVE SPACES TO AUDIT-DETAIL
    STRING "user " FUNCTION TRIM(FOUND-ACC-USERNAME)
           DELIMITED BY SIZE INTO AUDIT-DETAIL
    END-STRING
    PERFORM WRITE-AUDIT
    EXIT PARAGRAPH.


UNBLOCK-A-USER.
    MOVE "Username to unblock (blank to cancel):" TO MSG
    PERFORM ECHO-DISPLAY
    READ USER-IN
        AT END MOVE "Y" TO EOF-FLAG EXIT PARAGRAPH
    END-READ
    IF FUNCTION LENGTH(FUNCTION TRIM(USER-IN-REC)) = 0
        EXIT PARAGRAPH
    END-IF
    *> A block may outlive the blocked account, so fall back to the
    *> name as typed when there is no account to normalize against.
    MOVE FUNCTION TRIM(USER-IN-REC) TO CHECK-USER
    PERFORM EXISTS-USER-BY-NAME
    IF FOUND-FLAG = "Y"
        MOVE FOUND-ACC-USERNAME TO TARGET-USER
    ELSE
        MOVE FUNCTION TRIM(USER-IN-REC) TO TARGET-USER
    END-IF

    PERFORM OPEN-BLOCKS-FOR-UPDATE
    MOVE FUNCTION TRIM(CURRENT-USER) TO BK-BLOCKER
    MOVE TARGET-USER TO BK-BLOCKED
    DELETE BLOCKS RECORD
        INVALID KEY
            CLOSE BLOCKS
            MOVE "You have not blocked that user." TO MSG
            PERFORM ECHO-DISPLAY
            EXIT PARAGRAPH
    END-DELETE
    CLOSE BLOCKS

    MOVE SPACES TO MSG
    STRING "Unblocked " FUNCTION TRIM(TARGET-USER) "."
           DELIMITED BY SIZE INTO MSG
    END-STRING
    PERFORM ECHO-DISPLAY
    MOVE CURRENT-USER TO AUDIT-USER
    MOVE "USER-UNBLOCKED" TO AUDIT-ACTION
    MOVE SPACES TO AUDIT-DETAIL
    STRING "user " FUNCTION TRIM(TARGET-USER)
           DELIMITED BY SIZE INTO AUDIT-DETAIL
    END-STRING
    PERFORM WRITE-AUDIT
    EXIT PARAGRAPH.


LIST-MY-BLOCKS.
    MOVE 0 TO BLOCK-DISPLAY-COUNT
    MOVE "--- Users You Have Blocked ---" TO MSG
    PERFORM ECHO-DISPLAY
    OPEN INPUT BLOCKS
    IF BLOCKS-STATUS = "00" OR BLOCKS-STATUS = "05"
        PERFORM UNTIL 1 = 0
            READ BLOCKS NEXT RECORD
                AT END EXIT PERFORM
            END-READ
            IF FUNCTION UPPER-CASE(FUNCTION TRIM(BK-BLOCKER))
                 = FUNCTION UPPER-CASE(FUNCTION TRIM(CURRENT-USER))
                ADD 1 TO BLOCK-DISPLAY-COUNT
                MOVE SPACES TO MSG
                STRING "  " FUNCTION TRIM(BK-BLOCKED)
                       " (blocked " FUNCTION TRIM(BK-DATE) ")"
                       DELIMITED BY SIZE INTO MSG
                END-STRING
                PERFORM ECHO-DISPLAY
            END-IF
        END-PERFORM
        CLOSE BLOCKS
    END-IF
    IF BLOCK-DISPLAY-COUNT = 0
        MOVE "You have not blocked anyone." TO MSG
        PERFORM ECHO-DISPLAY
    END-IF
    EXIT PARAGRAPH.


*> Has USER-A blocked USER-B, or USER-B blocked USER-A? Two keyed
*> READs. BLOCK-FOUND is set for either; BLOCK-BY-ME only when
*> USER-A is the one who placed the block.
FIND-BLOCK-ON-FILE.
    MOVE "N" TO BLOCK-FOUND BLOCK-BY-ME
    OPEN INPUT BLOCKS
    IF BLOCKS-STATUS = "00" OR BLOCKS-STATUS = "05"
        MOVE FUNCTION TRIM(USER-A) TO BK-BLOCKER
        MOVE FUNCTION TRIM(USER-B) TO BK-BLOCKED
        READ BLOCKS
            INVALID KEY CONTINUE
            NOT INVALID KEY MOVE "Y" TO BLOCK-FOUND BLOCK-BY-ME
        END-READ
        IF BLOCK-FOUND = "N"
            MOVE FUNCTION TRIM(USER-B) TO BK-BLOCKER
            MOVE FUNCTION TRIM(USER-A) TO BK-BLOCKED
            READ BLOCKS
                INVALID KEY CONTINUE
                NOT INVALID KEY MOVE "Y" TO BLOCK-FOUND
            END-READ
        END-IF
        CLOSE BLOCKS
    END-IF
    EXIT.


*> Everyone on the other side of a block with CURRENT-USER, in either
*> direction - the exclusion list for search results and suggestions.
LOAD-MY-BLOCKS.
    MOVE 0 TO BLOCK-PEER-COUNT
    OPEN INPUT BLOCKS
    IF BLOCKS-STATUS = "00" OR BLOCKS-STATUS = "05"
        PERFORM UNTIL 1 = 0
            READ BLOCKS NEXT RECORD
                AT END EXIT PERFORM
            END-READ
            IF BLOCK-PEER-COUNT < MAX-BLOCK-PEERS
                IF FUNCTION UPPER-CASE(FUNCTION TRIM(BK-BLOCKER))
                     = FUNCTION UPPER-CASE(FUNCTION TRIM(CURRENT-USER))
                    ADD 1 TO BLOCK-PEER-COUNT
                    SET BP-IX TO BLOCK-PEER-COUNT
                    MOVE BK-BLOCKED TO BP-USER (BP-IX)
                ELSE
                    IF FUNCTION UPPER-CASE(FUNCTION TRIM(BK-BLOCKED))
                         = FUNCTION UPPER-CASE(FUNCTION TRIM(CURRENT-USER))
                        ADD 1 TO BLOCK-PEER-COUNT
                        SET BP-IX TO BLOCK-PEER-COUNT
                        MOVE BK-BLOCKER TO BP-USER (BP-IX)
                    END-IF
                END-IF
            END-IF
        END-PERFORM
        CLOSE BLOCKS
    END-IF
    EXIT.


*> Is CAND-USER on the list LOAD-MY-BLOCKS built? Result in BLOCK-FOUND.
CHECK-PEER-BLOCKED.
    MOVE "N" TO BLOCK-FOUND
    IF BLOCK-PEER-COUNT > 0
        SET BP-IX TO 1
        PERFORM BLOCK-PEER-COUNT TIMES
            IF FUNCTION UPPER-CASE(FUNCTION TRIM(BP-USER (BP-IX)))
                 = FUNCTION UPPER-CASE(FUNCTION TRIM(CAND-USER))
                MOVE "Y" TO BLOCK-FOUND
            END-IF
            SET BP-IX UP BY 1
        END-PERFORM
    END-IF
    EXIT.


*> Open blocks.dat for keyed update, creating it on first use
OPEN-BLOCKS-FOR-UPDATE.
    OPEN I-O BLOCKS
    IF BLOCKS-STATUS = "35"
        OPEN OUTPUT BLOCKS
        CLOSE BLOCKS
        OPEN I-O BLOCKS
    END-IF
    EXIT.


*> ===== Moderation queue (moderation.dat) =====
*> Report one of the messages CURRENT-USER has received.
REPORT-A-MESSAGE.
    PERFORM LOAD-ALL-MESSAGES
    MOVE 0 TO REPORT-PICK-COUNT
    MOVE "--- Messages You Have Received ---" TO MSG
    PERFORM ECHO-DISPLAY
    IF MESSAGES-COUNT > 0
        SET M-IX TO 1
        PERFORM MESSAGES-COUNT TIMES
            IF FUNCTION UPPER-CASE(FUNCTION TRIM(M-RECEIVER (M-IX)))
                 = FUNCTION UPPER-CASE(FUNCTION TRIM(CURRENT-USER))
               AND REPORT-PICK-COUNT < 200
                ADD 1 TO REPORT-PICK-COUNT
                SET RP-IX TO REPORT-PICK-COUNT
                SET RP-ROW (RP-IX) TO M-IX
                MOVE REPORT-PICK-COUNT TO REPORT-PICK
                MOVE SPACES TO MSG
                STRING REPORT-PICK ". [" FUNCTION TRIM(M-DATE (M-IX)) "] "
                       FUNCTION TRIM(M-SENDER (M-IX)) ": "
                       FUNCTION TRIM(M-BODY (M-IX))
                       DELIMITED BY SIZE INTO MSG
                END-STRING
                PERFORM ECHO-DISPLAY
            END-IF
            SET M-IX UP BY 1
        END-PERFORM
    END-IF
    IF REPORT-PICK-COUNT = 0
        MOVE "You have no messages to report." TO MSG
        PERFORM ECHO-DISPLAY
        EXIT PARAGRAPH
    END-IF

    MOVE "Enter the number of the message to report (blank to cancel):" TO MSG
    PERFORM ECHO-DISPLAY
    PERFORM READ-REPORT-PICK
    IF REPORT-PICK = 0
        EXIT PARAGRAPH
    END-IF
    SET RP-IX TO REPORT-PICK
    SET M-IX TO RP-ROW (RP-IX)
    MOVE "MESSAGE" TO MOD-NEW-TYPE
    MOVE M-SENDER (M-IX) TO MOD-NEW-AUTHOR
    MOVE M-RECEIVER (M-IX) TO MOD-NEW-REF
    MOVE M-DATE (M-IX) TO MOD-NEW-ITEM-DATE
    MOVE M-BODY (M-IX) TO MOD-NEW-TEXT
    PERFORM FILE-MODERATION-REPORT
    EXIT PARAGRAPH.


*> Report a notice on a group board. Members only, same as viewing.
REPORT-A-GROUP-NOTICE.
    PERFORM PROMPT-GROUP-NAME
    IF EOF-FLAG = "Y" OR GROUP-FOUND NOT = "Y"
        EXIT PARAGRAPH
    END-IF
    PERFORM CHECK-GROUP-MEMBERSHIP
    IF GROUP-IS-MEMBER NOT = "Y"
        MOVE "Only members can report a group's notices." TO MSG
        PERFORM ECHO-DISPLAY
        EXIT PARAGRAPH
    END-IF

    PERFORM LOAD-ALL-NOTICE-LINES
    MOVE 0 TO REPORT-PICK-COUNT
    MOVE SPACES TO MSG
    STRING "--- Notices for " FUNCTION TRIM(GROUP-CANON-NAME) " ---"
           DELIMITED BY SIZE INTO MSG
    END-STRING
    PERFORM ECHO-DISPLAY
    IF NOTICE-LINE-COUNT > 0
        SET NL-IX TO 1
        PERFORM NOTICE-LINE-COUNT TIMES
            PERFORM PARSE-NOTICE-LINE
            IF FUNCTION UPPER-CASE(FUNCTION TRIM(GN-PARSE-GROUP))
                 = FUNCTION UPPER-CASE(FUNCTION TRIM(GROUP-CANON-NAME))
               AND REPORT-PICK-COUNT < 200
                ADD 1 TO REPORT-PICK-COUNT
                SET RP-IX TO REPORT-PICK-COUNT
                SET RP-ROW (RP-IX) TO NL-IX
                MOVE REPORT-PICK-COUNT TO REPORT-PICK
                MOVE SPACES TO MSG
                STRING REPORT-PICK ". [" FUNCTION TRIM(GN-PARSE-DATE) "] "
                       FUNCTION TRIM(GN-PARSE-AUTHOR) ": "
                       FUNCTION TRIM(GN-PARSE-TEXT)
                       DELIMITED BY SIZE INTO MSG
                END-STRING
                PERFORM ECHO-DISPLAY
            END-IF
            SET NL-IX UP BY 1
        END-PERFORM
    END-IF
    IF REPORT-PICK-COUNT = 0
        MOVE "No notices posted yet." TO MSG
        PERFORM ECHO-DISPLAY
        EXIT PARAGRAPH
    END-IF

    MOVE "Enter the number of the notice to report (blank to cancel):" TO MSG
    PERFORM ECHO-DISPLAY
    PERFORM READ-REPORT-PICK
    IF REPORT-PICK = 0
        EXIT PARAGRAPH
    END-IF
    SET RP-IX TO REPORT-PICK
    SET NL-IX TO RP-ROW (RP-IX)
    PERFORM PARSE-NOTICE-LINE
    MOVE "NOTICE" TO MOD-NEW-TYPE
    MOVE GN-PARSE-AUTHOR TO MOD-NEW-AUTHOR
    MOVE GROUP-CANON-NAME TO MOD-NEW-REF
    MOVE GN-PARSE-DATE TO MOD-NEW-ITEM-DATE
    MOVE GN-PARSE-TEXT TO MOD-NEW-TEXT
    PERFORM FILE-MODERATION-REPORT
    EXIT PARAGRAPH.


*> Report the posting at J-IX (called from the job detail view).
REPORT-A-JOB-POSTING.
    MOVE "POSTING" TO MOD-NEW-TYPE
    MOVE J-POSTED-BY (J-IX) TO MOD-NEW-AUTHOR
    MOVE J-ID (J-IX) TO MOD-NEW-REF
    MOVE J-POSTED-DATE (J-IX) TO MOD-NEW-ITEM-DATE
    MOVE SPACES TO MOD-NEW-TEXT
    STRING FUNCTION TRIM(J-TITLE (J-IX)) " @ "
           FUNCTION TRIM(J-COMPANY (J-IX))
           DELIMITED BY SIZE INTO MOD-NEW-TEXT
    END-STRING
    PERFORM FILE-MODERATION-REPORT
    EXIT PARAGRAPH.


*> Shared pick prompt for the Report lists: REPORT-PICK comes back
*> 1..REPORT-PICK-COUNT, or 0 when cancelled or invalid.
READ-REPORT-PICK.
    MOVE 0 TO REPORT-PICK
    READ USER-IN
        AT END MOVE "Y" TO EOF-FLAG EXIT PARAGRAPH
    END-READ
    IF FUNCTION LENGTH(FUNCTION TRIM(USER-IN-REC)) = 0
        EXIT PARAGRAPH
    END-IF
    IF FUNCTION TEST-NUMVAL(USER-IN-REC) = 0
        MOVE FUNCTION NUMVAL(USER-IN-REC) TO REPORT-PICK
    END-IF
    IF REPORT-PICK < 1 OR REPORT-PICK > REPORT-PICK-COUNT
        MOVE 0 TO REPORT-PICK
        MOVE "Invalid selection." TO MSG
        PERFORM ECHO-DISPLAY
    END-IF
    EXIT.


*> Append the item described by MOD-NEW-* to the queue as an OPEN
*> report, after asking the reporter why. A copy of the text goes in
*> with it so the ADMIN sees what was reported even if it changes.
FILE-MODERATION-REPORT.
    IF FUNCTION UPPER-CASE(FUNCTION TRIM(MOD-NEW-AUTHOR))
         = FUNCTION UPPER-CASE(FUNCTION TRIM(CURRENT-USER))
        MOVE "You cannot report your own content." TO MSG
        PERFORM ECHO-DISPLAY
        EXIT PARAGRAPH
    END-IF

    MOVE "Reason for the report (blank to cancel):" TO MSG
    PERFORM ECHO-DISPLAY
    READ USER-IN
        AT END MOVE "Y" TO EOF-FLAG EXIT PARAGRAPH
    END-READ
    IF FUNCTION LENGTH(FUNCTION TRIM(USER-IN-REC)) = 0
        MOVE "Report cancelled." TO MSG
        PERFORM ECHO-DISPLAY
        EXIT PARAGRAPH
    END-IF
    *> Strip "|" - moderation.dat is pipe-delimited
    MOVE FUNCTION SUBSTITUTE(FUNCTION TRIM(USER-IN-REC), "|", " ")
         TO MOD-NEW-REASON
    MOVE FUNCTION SUBSTITUTE(FUNCTION TRIM(MOD-NEW-TEXT), "|", " ")
         TO MOD-NEW-TEXT

    *> One open report per reporter per item is enough
    PERFORM LOAD-ALL-MODERATION
    IF MOD-COUNT > 0
        SET MQ-IX TO 1
        PERFORM MOD-COUNT TIMES
            IF MQ-STATUS (MQ-IX) = "OPEN"
               AND FUNCTION UPPER-CASE(FUNCTION TRIM(MQ-REPORTER (MQ-IX)))
                 = FUNCTION UPPER-CASE(FUNCTION TRIM(CURRENT-USER))
               AND MQ-TYPE (MQ-IX) = MOD-NEW-TYPE
               AND MQ-AUTHOR (MQ-IX) = MOD-NEW-AUTHOR
               AND MQ-REF (MQ-IX) = MOD-NEW-REF
               AND MQ-ITEM-DATE (MQ-IX) = MOD-NEW-ITEM-DATE
               AND MQ-TEXT (MQ-IX) = MOD-NEW-TEXT
                MOVE "You have already reported this; it is awaiting review." TO MSG
                PERFORM ECHO-DISPLAY
                EXIT PARAGRAPH
            END-IF
            SET MQ-IX UP BY 1
        END-PERFORM
    END-IF

    ADD 1 TO NEXT-MOD-ID
    PERFORM GET-TODAY-DATE
    OPEN EXTEND MODERATION-QUEUE
    IF MODERATION-STATUS = "05" OR MODERATION-STATUS = "35"
        CLOSE MODERATION-QUEUE
        OPEN OUTPUT MODERATION-QUEUE
    END-IF
    MOVE SPACES TO MODERATION-REC
    STRING NEXT-MOD-ID "|" FUNCTION TRIM(TODAY-DATE) "|"
           FUNCTION TRIM(CURRENT-USER) "|"
           FUNCTION TRIM(MOD-NEW-TYPE) "|"
           FUNCTION TRIM(MOD-NEW-AUTHOR) "|"
           FUNCTION TRIM(MOD-NEW-REF) "|"
           FUNCTION TRIM(MOD-NEW-ITEM-DATE) "|"
           FUNCTION TRIM(MOD-NEW-REASON) "|"
           FUNCTION TRIM(MOD-NEW-TEXT) "|OPEN"
           DELIMITED BY SIZE INTO MODERATION-REC
    END-STRING
    WRITE MODERATION-REC
    CLOSE MODERATION-QUEUE

    MOVE SPACES TO MSG
    STRING "Report #" NEXT-MOD-ID " has been sent to the moderators."
           DELIMITED BY SIZE INTO MSG
    END-STRING
    PERFORM ECHO-DISPLAY
    MOVE CURRENT-USER TO AUDIT-USER
    MOVE "CONTENT-REPORTED" TO AUDIT-ACTION
    MOVE SPACES TO AUDIT-DETAIL
    STRING "report " NEXT-MOD-ID " " FUNCTION TRIM(MOD-NEW-TYPE)
           " by " FUNCTION TRIM(MOD-NEW-AUTHOR)
           DELIMITED BY SIZE INTO AUDIT-DETAIL
    END-STRING
    PERFORM WRITE-AUDIT
    EXIT PARAGRAPH.


*> Read moderation.dat into MOD-TABLE. NEXT-MOD-ID ends up as the
*> highest id on file, counting rows past the table limit too.
LOAD-ALL-MODERATION.
    MOVE 0 TO MOD-COUNT
    MOVE 0 TO NEXT-MOD-ID
    MOVE "N" TO MOD-OVERFLOW
    OPEN INPUT MODERATION-QUEUE
    IF MODERATION-STATUS = "00" OR MODERATION-STATUS = "05"
        PERFORM UNTIL 1 = 0
            READ MODERATION-QUEUE
                AT END EXIT PERFORM
            END-READ
            MOVE SPACES TO MQ-PARSE-ID
            UNSTRING MODERATION-REC DELIMITED BY "|"
                INTO MQ-PARSE-ID
            END-UNSTRING
            IF FUNCTION TEST-NUMVAL(MQ-PARSE-ID) = 0
                IF FUNCTION NUMVAL(MQ-PARSE-ID) > NEXT-MOD-ID
                    MOVE FUNCTION NUMVAL(MQ-PARSE-ID) TO NEXT-MOD-ID
                END-IF
            END-IF
            IF MOD-COUNT >= MAX-MOD-REPORTS
                MOVE "Y" TO MOD-OVERFLOW
            ELSE
                ADD 1 TO MOD-COUNT
                SET MQ-IX TO MOD-COUNT
                MOVE SPACES TO MOD-ENTRY (MQ-IX)
                UNSTRING MODERATION-REC DELIMITED BY "|"
                    INTO MQ-PARSE-ID MQ-DATE (MQ-IX) MQ-REPORTER (MQ-IX)
                         MQ-TYPE (MQ-IX) MQ-AUTHOR (MQ-IX) MQ-REF (MQ-IX)
                         MQ-ITEM-DATE (MQ-IX) MQ-REASON (MQ-IX)
                         MQ-TEXT (MQ-IX) MQ-STATUS (MQ-IX)
                END-UNSTRING
                IF FUNCTION TEST-NUMVAL(MQ-PARSE-ID) = 0
                    MOVE FUNCTION NUMVAL(MQ-PARSE-ID) TO MQ-ID (MQ-IX)
                ELSE
                    MOVE 0 TO MQ-ID (MQ-IX)
                END-IF
            END-IF
        END-PERFORM
        CLOSE MODERATION-QUEUE
    END-IF
    EXIT.


*> Rewrite moderation.dat from MOD-TABLE. Never called after an
*> overflowed load - the caller refuses to update in that case.
SAVE-ALL-MODERATION.
    MOVE "moderation.dat" TO BACKUP-BASE-NAME
    PERFORM ROTATE-BACKUPS
    OPEN OUTPUT MODERATION-QUEUE
    IF MOD-COUNT > 0
        SET MQ-IX TO 1
        PERFORM MOD-COUNT TIMES
            MOVE SPACES TO MODERATION-REC
            STRING MQ-ID (MQ-IX) "|" FUNCTION TRIM(MQ-DATE (MQ-IX)) "|"
                   FUNCTION TRIM(MQ-REPORTER (MQ-IX)) "|"
                   FUNCTION TRIM(MQ-TYPE (MQ-IX)) "|"
                   FUNCTION TRIM(MQ-AUTHOR (MQ-IX)) "|"
                   FUNCTION TRIM(MQ-REF (MQ-IX)) "|"
                   FUNCTION TRIM(MQ-ITEM-DATE (MQ-IX)) "|"
                   FUNCTION TRIM(MQ-REASON (MQ-IX)) "|"
                   FUNCTION TRIM(MQ-TEXT (MQ-IX)) "|"
                   FUNCTION TRIM(MQ-STATUS (MQ-IX))
                   DELIMITED BY SIZE INTO MODERATION-REC
            END-STRING
            WRITE MODERATION-REC
            SET MQ-IX UP BY 1
        END-PERFORM
    END-IF
    CLOSE MODERATION-QUEUE
    EXIT.


*> Read group-notices.dat into NOTICE-LINE-TABLE as raw lines
LOAD-ALL-NOTICE-LINES.
    MOVE 0 TO NOTICE-LINE-COUNT
    MOVE "N" TO NOTICE-OVERFLOW
    OPEN INPUT GROUP-NOTICES
    IF GROUP-NOTICES-STATUS = "00" OR GROUP-NOTICES-STATUS = "05"
        PERFORM UNTIL 1 = 0
            READ GROUP-NOTICES
                AT END EXIT PERFORM
            END-READ
            IF NOTICE-LINE-COUNT >= MAX-NOTICE-LINES
                MOVE "Y" TO NOTICE-OVERFLOW
            ELSE
                ADD 1 TO NOTICE-LINE-COUNT
                SET NL-IX TO NOTICE-LINE-COUNT
                MOVE GROUP-NOTICE-REC TO NL-LINE (NL-IX)
            END-IF
        END-PERFORM
        CLOSE GROUP-NOTICES
    END-IF
    EXIT.


*> Split NL-LINE (NL-IX) into the GN-PARSE-* fields
PARSE-NOTICE-LINE.
    MOVE SPACES TO GN-PARSE-GROUP GN-PARSE-AUTHOR
                   GN-PARSE-DATE GN-PARSE-TEXT
    UNSTRING NL-LINE (NL-IX) DELIMITED BY "|"
        INTO GN-PARSE-GROUP GN-PARSE-AUTHOR
             GN-PARSE-DATE GN-PARSE-TEXT
    END-UNSTRING
    EXIT.


*> ADMIN: work the OPEN reports one at a time. Each decision updates
*> the report's status and is written to the audit trail.
ADMIN-MODERATION-QUEUE.
    PERFORM LOAD-ALL-MODERATION
    IF MOD-OVERFLOW = "Y"
        MOVE "moderation.dat holds more reports than can be loaded; nothing can be updated." TO MSG
        PERFORM ECHO-DISPLAY
        EXIT PARAGRAPH
    END-IF

    MOVE 0 TO MOD-OPEN-COUNT
    MOVE "--- Moderation Queue (open reports) ---" TO MSG
    PERFORM ECHO-DISPLAY
    IF MOD-COUNT > 0
        SET MQ-IX TO 1
        PERFORM MOD-COUNT TIMES
            IF MQ-STATUS (MQ-IX) = "OPEN"
                ADD 1 TO MOD-OPEN-COUNT
                SET MP-IX TO MOD-OPEN-COUNT
                SET MP-ROW (MP-IX) TO MQ-IX
                MOVE MOD-OPEN-COUNT TO MOD-PICK
                MOVE SPACES TO MSG
                STRING MOD-PICK ". #" MQ-ID (MQ-IX) " "
                       FUNCTION TRIM(MQ-DATE (MQ-IX)) " "
                       FUNCTION TRIM(MQ-TYPE (MQ-IX)) " by "
                       FUNCTION TRIM(MQ-AUTHOR (MQ-IX))
                       " (reported by "
                       FUNCTION TRIM(MQ-REPORTER (MQ-IX)) ")"
                       DELIMITED BY SIZE INTO MSG
                END-STRING
                PERFORM ECHO-DISPLAY
            END-IF
            SET MQ-IX UP BY 1
        END-PERFORM
    END-IF
    IF MOD-OPEN-COUNT = 0
        MOVE "No open reports." TO MSG
        PERFORM ECHO-DISPLAY
        EXIT PARAGRAPH
    END-IF

    MOVE "Enter the number of the report to review (blank to go back):" TO MSG
    PERFORM ECHO-DISPLAY
    READ USER-IN
        AT END MOVE "Y" TO EOF-FLAG EXIT PARAGRAPH
    END-READ
    IF FUNCTION LENGTH(FUNCTION TRIM(USER-IN-REC)) = 0
        EXIT PARAGRAPH
    END-IF
    IF FUNCTION TEST-NUMVAL(USER-IN-REC) = 0
        MOVE FUNCTION NUMVAL(USER-IN-REC) TO MOD-PICK
    ELSE
        MOVE 0 TO MOD-PICK
    END-IF
    IF MOD-PICK < 1 OR MOD-PICK > MOD-OPEN-COUNT
        MOVE "Invalid selection." TO MSG
        PERFORM ECHO-DISPLAY
        EXIT PARAGRAPH
    END-IF
    SET MP-IX TO MOD-PICK
    SET MQ-IX TO MP-ROW (MP-IX)

    PERFORM DISPLAY-ONE-MODERATION-REPORT

    MOVE "  1) Dismiss the report" TO MSG
    PERFORM ECHO-DISPLAY
    IF MQ-TYPE (MQ-IX) = "NOTICE"
        MOVE "  2) Remove the group notice" TO MSG
        PERFORM ECHO-DISPLAY
    END-IF
    IF MQ-TYPE (MQ-IX) = "POSTING"
        MOVE "  3) Close the job posting" TO MSG
        PERFORM ECHO-DISPLAY
    END-IF
    MOVE "  4) Lock the author's account" TO MSG
    PERFORM ECHO-DISPLAY
    MOVE "Enter your choice (blank to leave it open):" TO MSG
    PERFORM ECHO-DISPLAY
    READ USER-IN
        AT END MOVE "Y" TO EOF-FLAG EXIT PARAGRAPH
    END-READ
    IF FUNCTION LENGTH(FUNCTION TRIM(USER-IN-REC)) = 0
        EXIT PARAGRAPH
    END-IF
    IF FUNCTION TEST-NUMVAL(USER-IN-REC) = 0
        MOVE FUNCTION NUMVAL(USER-IN-REC) TO MOD-ACTION-CHOICE
    ELSE
        MOVE 9 TO MOD-ACTION-CHOICE
    END-IF

    MOVE "N" TO MOD-ACTION-OK
    EVALUATE TRUE
        WHEN MOD-ACTION-CHOICE = 1
            MOVE "DISMISSED" TO MOD-NEW-STATUS
            MOVE "Y" TO MOD-ACTION-OK
        WHEN MOD-ACTION-CHOICE = 2 AND MQ-TYPE (MQ-IX) = "NOTICE"
            MOVE "REMOVED" TO MOD-NEW-STATUS
            PERFORM MOD-REMOVE-NOTICE
        WHEN MOD-ACTION-CHOICE = 3 AND MQ-TYPE (MQ-IX) = "POSTING"
            MOVE "CLOSED" TO MOD-NEW-STATUS
            PERFORM MOD-CLOSE-POSTING
        WHEN MOD-ACTION-CHOICE = 4
            MOVE "LOCKED" TO MOD-NEW-STATUS
            PERFORM MOD-LOCK-AUTHOR
        WHEN OTHER
            MOVE "Invalid choice, please try again." TO MSG
            PERFORM ECHO-DISPLAY
    END-EVALUATE
    IF MOD-ACTION-OK NOT = "Y"
        EXIT PARAGRAPH
    END-IF

    *> Build the messages before the save walks MQ-IX off the row
    MOVE MOD-NEW-STATUS TO MQ-STATUS (MQ-IX)
    MOVE SPACES TO MSG
    STRING "Report #" MQ-ID (MQ-IX) " marked "
           FUNCTION TRIM(MOD-NEW-STATUS) "."
           DELIMITED BY SIZE INTO MSG
    END-STRING
    MOVE SPACES TO AUDIT-DETAIL
    STRING "report " MQ-ID (MQ-IX) " " FUNCTION TRIM(MQ-TYPE (MQ-IX))
           " by " FUNCTION TRIM(MQ-AUTHOR (MQ-IX)) " "
           FUNCTION TRIM(MOD-NEW-STATUS)
           DELIMITED BY SIZE INTO AUDIT-DETAIL
    END-STRING
    PERFORM SAVE-ALL-MODERATION
    PERFORM ECHO-DISPLAY
    MOVE USERNAME TO AUDIT-USER
    MOVE "MODERATION" TO AUDIT-ACTION
    PERFORM WRITE-AUDIT
    EXIT PARAGRAPH.


DISPLAY-ONE-MODERATION-REPORT.
    MOVE SPACES TO MSG
    STRING "Report #" MQ-ID (MQ-IX) " filed " FUNCTION TRIM(MQ-DATE (MQ-IX))
           " by " FUNCTION TRIM(MQ-REPORTER (MQ-IX))
           DELIMITED BY SIZE INTO MSG
    END-STRING
    PERFORM ECHO-DISPLAY
    MOVE SPACES TO MSG
    EVALUATE MQ-TYPE (MQ-IX)
        WHEN "MESSAGE"
            STRING "Message from " FUNCTION TRIM(MQ-AUTHOR (MQ-IX))
                   " to " FUNCTION TRIM(MQ-REF (MQ-IX))
                   " on " FUNCTION TRIM(MQ-ITEM-DATE (MQ-IX))
                   DELIMITED BY SIZE INTO MSG
            END-STRING
        WHEN "NOTICE"
            STRING "Notice by " FUNCTION TRIM(MQ-AUTHOR (MQ-IX))
                   " in group " FUNCTION TRIM(MQ-REF (MQ-IX))
                   " on " FUNCTION TRIM(MQ-ITEM-DATE (MQ-IX))
                   DELIMITED BY SIZE INTO MSG
            END-STRING
        WHEN OTHER
            STRING "Job posting " FUNCTION TRIM(MQ-REF (MQ-IX))
                   " by " FUNCTION TRIM(MQ-AUTHOR (MQ-IX))
                   " posted " FUNCTION TRIM(MQ-ITEM-DATE (MQ-IX))
                   DELIMITED BY SIZE INTO MSG
            END-STRING
    END-EVALUATE
    PERFORM ECHO-DISPLAY
    MOVE SPACES TO MSG
    STRING "Reason: " FUNCTION TRIM(MQ-REASON (MQ-IX))
           DELIMITED BY SIZE INTO MSG
    END-STRING
    PERFORM ECHO-DISPLAY
    MOVE "Reported content:" TO MSG
    PERFORM ECHO-DISPLAY
    MOVE MQ-TEXT (MQ-IX) TO LONG-TEXT-BUFFER
    PERFORM DISPLAY-LONG-TEXT
    EXIT.


*> Drop the reported notice from group-notices.dat - the first row
*> matching group, author, date and text. Refused when the board
*> outgrew the working table, since a rewrite would lose the rest.
MOD-REMOVE-NOTICE.
    PERFORM LOAD-ALL-NOTICE-LINES
    IF NOTICE-OVERFLOW = "Y"
        MOVE "group-notices.dat is too large to rewrite; notice not removed." TO MSG
        PERFORM ECHO-DISPLAY
        EXIT PARAGRAPH
    END-IF
    MOVE "N" TO NOTICE-REMOVED
    MOVE 0 TO REPORT-PICK
    IF NOTICE-LINE-COUNT > 0
        SET NL-IX TO 1
        PERFORM NOTICE-LINE-COUNT TIMES
            PERFORM PARSE-NOTICE-LINE
            IF NOTICE-REMOVED = "N"
               AND GN-PARSE-GROUP = MQ-REF (MQ-IX)
               AND GN-PARSE-AUTHOR = MQ-AUTHOR (MQ-IX)
               AND GN-PARSE-DATE = MQ-ITEM-DATE (MQ-IX)
               AND GN-PARSE-TEXT = MQ-TEXT (MQ-IX)
                MOVE "Y" TO NOTICE-REMOVED
                SET REPORT-PICK TO NL-IX
            END-IF
            SET NL-IX UP BY 1
        END-PERFORM
    END-IF
    IF NOTICE-REMOVED NOT = "Y"
        MOVE "That notice is no longer on the board." TO MSG
        PERFORM ECHO-DISPLAY
        EXIT PARAGRAPH
    END-IF

    MOVE "group-notices.dat" TO BACKUP-BASE-NAME
    PERFORM ROTATE-BACKUPS
    OPEN OUTPUT GROUP-NOTICES
    SET NL-IX TO 1
    PERFORM NOTICE-LINE-COUNT TIMES
        IF NL-IX NOT = REPORT-PICK
            MOVE NL-LINE (NL-IX) TO GROUP-NOTICE-REC
            WRITE GROUP-NOTICE-REC
        END-IF
        SET NL-IX UP BY 1
    END-PERFORM
    CLOSE GROUP-NOTICES
    MOVE "Y" TO MOD-ACTION-OK
    EXIT.


*> Close the reported job posting so it no longer takes applications
MOD-CLOSE-POSTING.
    IF FUNCTION TEST-NUMVAL(MQ-REF (MQ-IX)) = 0
        MOVE FUNCTION NUMVAL(MQ-REF (MQ-IX)) TO MOD-JOB-ID
    ELSE
        MOVE 0 TO MOD-JOB-ID
    END-IF
    MOVE "N" TO FOUND-FLAG
    PERFORM LOAD-ALL-JOBS
    IF JOB-COUNT > 0
        SET J-IX TO 1
        PERFORM JOB-COUNT TIMES
            IF J-ID (J-IX) = MOD-JOB-ID
                MOVE "CLOSED" TO J-STATUS (J-IX)
                MOVE "Y" TO FOUND-FLAG
            END-IF
            SET J-IX UP BY 1
        END-PERFORM
    END-IF
    IF FOUND-FLAG NOT = "Y"
        MOVE "That job posting no longer exists." TO MSG
        PERFORM ECHO-DISPLAY
        EXIT PARAGRAPH
    END-IF
    PERFORM SAVE-ALL-JOBS
    MOVE "Y" TO MOD-ACTION-OK
    EXIT.


*> Lock the author's account; ADMIN unlocks it from the account
*> option the same way as a failed-login lockout.
MOD-LOCK-AUTHOR.
    MOVE MQ-AUTHOR (MQ-IX) TO CHECK-USER
    PERFORM EXISTS-USER-BY-NAME
    IF FOUND-FLAG NOT = "Y"
        MOVE "The author's account no longer exists." TO MSG
        PERFORM ECHO-DISPLAY
        EXIT PARAGRAPH
    END-IF
    IF FUNCTION UPPER-CASE(FUNCTION TRIM(FOUND-ACC-USERNAME))
         = FUNCTION UPPER-CASE(FUNCTION TRIM(ADMIN-USERNAME))
        MOVE "The ADMIN account cannot be locked." TO MSG
        PERFORM ECHO-DISPLAY
        EXIT PARAGRAPH
    END-IF
    PERFORM OPEN-ACCOUNTS-FOR-UPDATE
    MOVE FOUND-ACC-USERNAME TO ACC-USERNAME
    READ ACCOUNTS
        INVALID KEY
            CLOSE ACCOUNTS
            MOVE "The author's account no longer exists." TO MSG
            PERFORM ECHO-DISPLAY
            EXIT PARAGRAPH
    END-READ
    MOVE "Y" TO ACC-LOCKED
    REWRITE ACC-REC
    CLOSE ACCOUNTS
    MOVE "Y" TO MOD-ACTION-OK
    EXIT.


*> ===== Alumni mentorship (mentors.dat / mentorships.dat) =====
MENTORSHIP-MENU.
    MOVE 0 TO MENTOR-MENU-CHOICE
    PERFORM UNTIL MENTOR-MENU-CHOICE = 6 OR EOF-FLAG = "Y"
        MOVE " " TO MSG
        PERFORM ECHO-DISPLAY
        MOVE "--- Mentorship ---" TO MSG
        PERFORM ECHO-DISPLAY
        MOVE "  1) Sign up or update as a mentor" TO MSG
        PERFORM ECHO-DISPLAY
        MOVE "  2) Stop taking new mentees" TO MSG
        PERFORM ECHO-DISPLAY
        MOVE "  3) Find a mentor" TO MSG
        PERFORM ECHO-DISPLAY
        MOVE "  4) Mentorship requests sent to me" TO MSG
        PERFORM ECHO-DISPLAY
        MOVE "  5) My mentorships and session log" TO MSG
        PERFORM ECHO-DISPLAY
        MOVE "  6) Go Back" TO MSG
        PERFORM ECHO-DISPLAY
        MOVE "Enter your choice:" TO MSG
        PERFORM ECHO-DISPLAY

        READ USER-IN
            AT END MOVE "Y" TO EOF-FLAG
        END-READ
        IF EOF-FLAG = "Y" EXIT PERFORM END-IF

        IF FUNCTION LENGTH(FUNCTION TRIM(USER-IN-REC)) = 0
            CONTINUE
        ELSE
            IF FUNCTION TEST-NUMVAL(USER-IN-REC) = 0
                MOVE FUNCTION NUMVAL(USER-IN-REC) TO MENTOR-MENU-CHOICE
            ELSE
                MOVE 9 TO MENTOR-MENU-CHOICE
            END-IF

            EVALUATE MENTOR-MENU-CHOICE
                WHEN 1
                    PERFORM MENTOR-SIGN-UP
                WHEN 2
                    PERFORM MENTOR-OPT-OUT
                WHEN 3
                    PERFORM FIND-A-MENTOR
                WHEN 4
                    PERFORM MENTOR-REVIEW-REQUESTS
                WHEN 5
                    PERFORM MY-MENTORSHIPS
                WHEN 6
                    MOVE "Returning to main menu..." TO MSG
                    PERFORM ECHO-DISPLAY
                WHEN OTHER
                    MOVE "Invalid choice, please try again." TO MSG
                    PERFORM ECHO-DISPLAY
            END-EVALUATE
        END-IF
    END-PERFORM
    EXIT.


*> Graduates only: a Student account whose profile graduation year is
*> this year or earlier. Signing up again updates topics and cap and
*> turns a stopped sign-up back on.
MENTOR-SIGN-UP.
    IF CURRENT-ROLE NOT = ROLE-STUDENT
        MOVE "Only graduates of a university can sign up as mentors." TO MSG
        PERFORM ECHO-DISPLAY
        EXIT PARAGRAPH
    END-IF
    PERFORM GET-TODAY-DATE
    MOVE CURR-DATE-RAW (1:4) TO MENTOR-THIS-YEAR
    PERFORM LOAD-ALL-PROFILES
    MOVE FUNCTION TRIM(CURRENT-USER) TO OTHER-USER
    PERFORM FIND-USER-PROFILE
    IF FOUND-FLAG NOT = "Y"
        MOVE "Create your profile first - mentors must be graduates." TO MSG
        PERFORM ECHO-DISPLAY
        EXIT PARAGRAPH
    END-IF
    IF SP-YEAR (SP-IX) = 0 OR SP-YEAR (SP-IX) > MENTOR-THIS-YEAR
        MOVE "Only graduates can mentor: your graduation year is still ahead." TO MSG
        PERFORM ECHO-DISPLAY
        EXIT PARAGRAPH
    END-IF

    *> Show the current sign-up, if any, before asking for changes
    MOVE FUNCTION TRIM(CURRENT-USER) TO MN-USERNAME
    MOVE "N" TO ANY-FOUND
    OPEN INPUT MENTORS
    IF MENTORS-STATUS = "00"
        READ MENTORS
            INVALID KEY CONTINUE
            NOT INVALID KEY MOVE "Y" TO ANY-FOUND
        END-READ
        CLOSE MENTORS
    ELSE
        IF MENTORS-STATUS = "05"
            CLOSE MENTORS
        END-IF
    END-IF
    IF ANY-FOUND = "Y"
        MOVE SPACES TO MSG
        STRING "Current topics: " FUNCTION TRIM(MN-TOPICS)
               DELIMITED BY SIZE INTO MSG
        END-STRING
        PERFORM ECHO-DISPLAY
        MOVE SPACES TO MSG
        STRING "Current mentee cap: " MN-CAP
               DELIMITED BY SIZE INTO MSG
        END-STRING
        PERFORM ECHO-DISPLAY
    END-IF

    MOVE "Topics you can help with (e.g. resumes, interviews, data science):" TO MSG
    PERFORM ECHO-DISPLAY
    READ USER-IN
        AT END MOVE "Y" TO EOF-FLAG EXIT PARAGRAPH
    END-READ
    IF FUNCTION LENGTH(FUNCTION TRIM(USER-IN-REC)) = 0
        MOVE "Topics are required. Sign-up cancelled." TO MSG
        PERFORM ECHO-DISPLAY
        EXIT PARAGRAPH
    END-IF
    MOVE FUNCTION TRIM(USER-IN-REC) TO MENTOR-TOPICS-INPUT

    MOVE "Most mentees you will take at once (1-9):" TO MSG
    PERFORM ECHO-DISPLAY
    READ USER-IN
        AT END MOVE "Y" TO EOF-FLAG EXIT PARAGRAPH
    END-READ
    IF FUNCTION LENGTH(FUNCTION TRIM(USER-IN-REC)) NOT = 1
       OR FUNCTION TEST-NUMVAL(USER-IN-REC) NOT = 0
        MOVE "Please enter a number from 1 to 9. Sign-up cancelled." TO MSG
        PERFORM ECHO-DISPLAY
        EXIT PARAGRAPH
    END-IF
    MOVE FUNCTION NUMVAL(USER-IN-REC) TO MENTOR-CAP-INPUT
    IF MENTOR-CAP-INPUT = 0
        MOVE "Please enter a number from 1 to 9. Sign-up cancelled." TO MSG
        PERFORM ECHO-DISPLAY
        EXIT PARAGRAPH
    END-IF

    PERFORM OPEN-MENTORS-FOR-UPDATE
    MOVE FUNCTION TRIM(CURRENT-USER) TO MN-USERNAME
    READ MENTORS
        INVALID KEY MOVE "N" TO ANY-FOUND
        NOT INVALID KEY MOVE "Y" TO ANY-FOUND
    END-READ
    MOVE FUNCTION TRIM(CURRENT-USER) TO MN-USERNAME
    MOVE MENTOR-TOPICS-INPUT TO MN-TOPICS
    MOVE MENTOR-CAP-INPUT TO MN-CAP
    MOVE "Y" TO MN-ACTIVE
    IF ANY-FOUND = "Y"
        REWRITE MN-REC
    ELSE
        MOVE TODAY-DATE TO MN-SINCE
        WRITE MN-REC
    END-IF
    CLOSE MENTORS

    MOVE "You are listed as a mentor. Students can now send you requests." TO MSG
    PERFORM ECHO-DISPLAY
    MOVE CURRENT-USER TO AUDIT-USER
    MOVE "MENTOR-SIGNUP" TO AUDIT-ACTION
    MOVE SPACES TO AUDIT-DETAIL
    STRING "cap " MENTOR-CAP-INPUT " topics " FUNCTION TRIM(MENTOR-TOPICS-INPUT)
           DELIMITED BY SIZE INTO AUDIT-DETAIL
    END-STRING
    PERFORM WRITE-AUDIT
    EXIT PARAGRAPH.


*> Stop new requests. Mentees already paired are not affected.
MENTOR-OPT-OUT.
    PERFORM OPEN-MENTORS-FOR-UPDATE
    MOVE FUNCTION TRIM(CURRENT-USER) TO MN-USERNAME
    READ MENTORS
        INVALID KEY
            CLOSE MENTORS
            MOVE "You are not signed up as a mentor." TO MSG
            PERFORM ECHO-DISPLAY
            EXIT PARAGRAPH
    END-READ
    IF MN-ACTIVE = "N"
        CLOSE MENTORS
        MOVE "You are already not taking new mentees." TO MSG
        PERFORM ECHO-DISPLAY
        EXIT PARAGRAPH
    END-IF
    MOVE "N" TO MN-ACTIVE
    REWRITE MN-REC
    CLOSE MENTORS

    MOVE "You will no longer receive new requests. Current mentees are unaffected." TO MSG
    PERFORM ECHO-DISPLAY
    MOVE CURRENT-USER TO AUDIT-USER
    MOVE "MENTOR-OPTOUT" TO AUDIT-ACTION
    MOVE "stopped taking new mentees" TO AUDIT-DETAIL
    PERFORM WRITE-AUDIT
    EXIT PARAGRAPH.


*> Students only. Mentors are ranked by shared university (+5), shared
*> major (+5) and each completed skill in common (+2); every mentor
*> taking requests is listed, best match first.
FIND-A-MENTOR.
    IF CURRENT-ROLE NOT = ROLE-STUDENT
        MOVE "Only Student accounts can request a mentor." TO MSG
        PERFORM ECHO-DISPLAY
        EXIT PARAGRAPH
    END-IF
    PERFORM LOAD-ALL-MENTORS
    IF MENTOR-COUNT = 0
        MOVE "No mentors have signed up yet." TO MSG
        PERFORM ECHO-DISPLAY
        EXIT PARAGRAPH
    END-IF

    PERFORM LOAD-ALL-PROFILES
    MOVE 0 TO MY-PROFILE-ROW
    MOVE FUNCTION TRIM(CURRENT-USER) TO OTHER-USER
    PERFORM FIND-USER-PROFILE
    IF FOUND-FLAG = "Y"
        MOVE SP-IX TO MY-PROFILE-ROW
    END-IF

    *> Keep our own completed skills aside; the per-mentor scan below
    *> reuses the same skill-list fields.
    PERFORM LOAD-COMPLETED-SKILLS
    MOVE COMPLETED-SKILLS-COUNT TO MY-SKILL-COUNT
    IF MY-SKILL-COUNT > 5
        MOVE 5 TO MY-SKILL-COUNT
    END-IF
    MOVE SPACES TO MY-SKILL-TABLE
    IF MY-SKILL-COUNT > 0
        SET SN-IX TO 1
        SET MK-IX TO 1
        PERFORM MY-SKILL-COUNT TIMES
            MOVE SKILL-NAME-TXT (SN-IX) TO MY-SKILL-NAME (MK-IX)
            SET SN-IX UP BY 1
            SET MK-IX UP BY 1
        END-PERFORM
    END-IF

    PERFORM LOAD-MY-BLOCKS
    MOVE 0 TO MENTOR-RANK-COUNT
    MOVE "N" TO MENTOR-RANK-CUT
    SET MN-IX TO 1
    PERFORM MENTOR-COUNT TIMES
        IF MT-ACTIVE (MN-IX) = "Y"
            PERFORM SCORE-ONE-MENTOR
        END-IF
        SET MN-IX UP BY 1
    END-PERFORM

    IF MENTOR-RANK-COUNT = 0
        MOVE "No mentors are available to you right now." TO MSG
        PERFORM ECHO-DISPLAY
        EXIT PARAGRAPH
    END-IF

    MOVE "--- Mentors (best match first) ---" TO MSG
    PERFORM ECHO-DISPLAY
    SET MR-IX TO 1
    PERFORM MENTOR-RANK-COUNT TIMES
        PERFORM DISPLAY-ONE-MENTOR
        SET MR-IX UP BY 1
    END-PERFORM
    IF MENTOR-RANK-CUT = "Y"
        MOVE SPACES TO MSG
        STRING "Only the " MAX-MENTOR-RANKS " best-matched mentors are shown."
               DELIMITED BY SIZE INTO MSG
        END-STRING
        PERFORM ECHO-DISPLAY
    END-IF

    MOVE "Enter a number to request that mentor (blank to go back):" TO MSG
    PERFORM ECHO-DISPLAY
    READ USER-IN
        AT END MOVE "Y" TO EOF-FLAG EXIT PARAGRAPH
    END-READ
    IF FUNCTION LENGTH(FUNCTION TRIM(USER-IN-REC)) = 0
        EXIT PARAGRAPH
    END-IF
    IF FUNCTION TEST-NUMVAL(USER-IN-REC) NOT = 0
        MOVE "Invalid selection." TO MSG
        PERFORM ECHO-DISPLAY
        EXIT PARAGRAPH
    END-IF
    IF FUNCTION NUMVAL(USER-IN-REC) < 1
       OR FUNCTION NUMVAL(USER-IN-REC) > MENTOR-RANK-COUNT
        MOVE "Invalid selection." TO MSG
        PERFORM ECHO-DISPLAY
        EXIT PARAGRAPH
    END-IF
    MOVE FUNCTION NUMVAL(USER-IN-REC) TO MENTOR-RANK-PICK
    SET MR-IX TO MENTOR-RANK-PICK
    SET MN-IX TO MR-ROW (MR-IX)
    IF MT-MENTEES (MN-IX) >= MT-CAP (MN-IX)
        MOVE "That mentor is at capacity right now. Please choose another." TO MSG
        PERFORM ECHO-DISPLAY
        EXIT PARAGRAPH
    END-IF
    MOVE MT-USER (MN-IX) TO MENTOR-USER

    MOVE "Short note to the mentor (optional):" TO MSG
    PERFORM ECHO-DISPLAY
    READ USER-IN
        AT END MOVE "Y" TO EOF-FLAG EXIT PARAGRAPH
    END-READ
    MOVE FUNCTION TRIM(USER-IN-REC) TO MENTOR-NOTE-INPUT
    PERFORM SEND-MENTOR-REQUEST
    EXIT PARAGRAPH.


*> Score MENTOR-ENTRY (MN-IX) against CURRENT-USER and insert it into
*> MENTOR-RANK-TABLE, kept in descending score order.
SCORE-ONE-MENTOR.
    MOVE MT-USER (MN-IX) TO CAND-USER
    IF FUNCTION UPPER-CASE(FUNCTION TRIM(CAND-USER))
         = FUNCTION UPPER-CASE(FUNCTION TRIM(CURRENT-USER))
        EXIT PARAGRAPH
    END-IF
    PERFORM CHECK-PEER-BLOCKED
    IF BLOCK-FOUND = "Y"
        EXIT PARAGRAPH
    END-IF
    MOVE CAND-USER TO OTHER-USER
    PERFORM FIND-USER-PROFILE
    IF FOUND-FLAG NOT = "Y"
        EXIT PARAGRAPH
    END-IF

    *> Base score of 1 keeps mentors with nothing in common on the list
    MOVE 1 TO MENTOR-SCORE
    MOVE "N" TO CAND-SHARED-UNIV CAND-SHARED-MAJOR
    IF MY-PROFILE-ROW > 0
        IF FUNCTION UPPER-CASE(FUNCTION TRIM(SP-UNIVERSITY (SP-IX)))
             = FUNCTION UPPER-CASE(FUNCTION TRIM(SP-UNIVERSITY (MY-PROFILE-ROW)))
            MOVE "Y" TO CAND-SHARED-UNIV
            ADD 5 TO MENTOR-SCORE
        END-IF
        IF FUNCTION UPPER-CASE(FUNCTION TRIM(SP-MAJOR (SP-IX)))
             = FUNCTION UPPER-CASE(FUNCTION TRIM(SP-MAJOR (MY-PROFILE-ROW)))
            MOVE "Y" TO CAND-SHARED-MAJOR
            ADD 5 TO MENTOR-SCORE
        END-IF
    END-IF

    MOVE 0 TO MENTOR-SHARED-SKILLS
    IF MY-SKILL-COUNT > 0
        MOVE CAND-USER TO SKILL-LIST-USER
        PERFORM LOAD-SKILLS-FOR-USER
        MOVE COMPLETED-SKILLS-COUNT TO MENTOR-SKILL-LIMIT
        IF MENTOR-SKILL-LIMIT > 5
            MOVE 5 TO MENTOR-SKILL-LIMIT
        END-IF
        IF MENTOR-SKILL-LIMIT > 0
            SET SN-IX TO 1
            PERFORM MENTOR-SKILL-LIMIT TIMES
                SET MK-IX TO 1
                PERFORM MY-SKILL-COUNT TIMES
                    IF FUNCTION UPPER-CASE(FUNCTION TRIM(SKILL-NAME-TXT (SN-IX)))
                         = FUNCTION UPPER-CASE(FUNCTION TRIM(MY-SKILL-NAME (MK-IX)))
                        ADD 1 TO MENTOR-SHARED-SKILLS
                    END-IF
                    SET MK-IX UP BY 1
                END-PERFORM
                SET SN-IX UP BY 1
            END-PERFORM
        END-IF
        COMPUTE MENTOR-SCORE = MENTOR-SCORE + MENTOR-SHARED-SKILLS * 2
    END-IF

    *> Find the slot this score belongs in (list is kept descending)
    MOVE 0 TO MENTOR-SLOT
    IF MENTOR-RANK-COUNT > 0
        SET MR-JX TO 1
        PERFORM MENTOR-RANK-COUNT TIMES
            IF MENTOR-SLOT = 0 AND MENTOR-SCORE > MR-SCORE (MR-JX)
                MOVE MR-JX TO MENTOR-SLOT
            END-IF
            SET MR-JX UP BY 1
        END-PERFORM
    END-IF
    IF MENTOR-SLOT = 0
        IF MENTOR-RANK-COUNT < MAX-MENTOR-RANKS
            COMPUTE MENTOR-SLOT = MENTOR-RANK-COUNT + 1
        ELSE
            *> Table full and this score is the lowest - drop it
            MOVE "Y" TO MENTOR-RANK-CUT
            EXIT PARAGRAPH
        END-IF
    END-IF

    *> Shift lower-ranked entries down to open the slot; on a full
    *> table the lowest entry falls off the end
    IF MENTOR-RANK-COUNT < MAX-MENTOR-RANKS
        ADD 1 TO MENTOR-RANK-COUNT
    ELSE
        MOVE "Y" TO MENTOR-RANK-CUT
    END-IF
    SET MR-JX TO MENTOR-RANK-COUNT
    PERFORM UNTIL MR-JX <= MENTOR-SLOT
        SET MR-IX TO MR-JX
        SET MR-IX DOWN BY 1
        MOVE MENTOR-RANK-ENTRY (MR-IX) TO MENTOR-RANK-ENTRY (MR-JX)
        SET MR-JX DOWN BY 1
    END-PERFORM

    SET MR-IX TO MENTOR-SLOT
    SET MR-ROW (MR-IX) TO MN-IX
    SET MR-PROFILE-ROW (MR-IX) TO SP-IX
    MOVE MENTOR-SCORE TO MR-SCORE (MR-IX)
    MOVE CAND-SHARED-UNIV TO MR-SHARED-UNIV (MR-IX)
    MOVE CAND-SHARED-MAJOR TO MR-SHARED-MAJOR (MR-IX)
    MOVE MENTOR-SHARED-SKILLS TO MR-SHARED-SKILLS (MR-IX)
    EXIT.


*> One entry of the mentor list: name and background, topics, why
*> they matched, and how much room they have.
DISPLAY-ONE-MENTOR.
    SET MN-IX TO MR-ROW (MR-IX)
    SET SP-IX TO MR-PROFILE-ROW (MR-IX)
    MOVE MR-IX TO MENTOR-RANK-PICK
    MOVE SP-YEAR (SP-IX) TO MENTOR-YEAR-OUT
    MOVE SPACES TO MSG
    STRING MENTOR-RANK-PICK ". " FUNCTION TRIM(SP-FIRSTNAME (SP-IX)) " "
           FUNCTION TRIM(SP-LASTNAME (SP-IX)) " ("
           FUNCTION TRIM(MT-USER (MN-IX)) "), class of " MENTOR-YEAR-OUT
           DELIMITED BY SIZE INTO MSG
    END-STRING
    PERFORM ECHO-DISPLAY
    MOVE SPACES TO MSG
    STRING "    " FUNCTION TRIM(SP-UNIVERSITY (SP-IX)) ", "
           FUNCTION TRIM(SP-MAJOR (SP-IX))
           DELIMITED BY SIZE INTO MSG
    END-STRING
    PERFORM ECHO-DISPLAY
    MOVE SPACES TO MSG
    STRING "    Topics: " FUNCTION TRIM(MT-TOPICS (MN-IX))
           DELIMITED BY SIZE INTO MSG
    END-STRING
    PERFORM ECHO-DISPLAY
    MOVE SPACES TO MSG
    STRING "    Same university: " MR-SHARED-UNIV (MR-IX)
           "  Same major: " MR-SHARED-MAJOR (MR-IX)
           "  Shared skills: " MR-SHARED-SKILLS (MR-IX)
           "  Mentees: " MT-MENTEES (MN-IX) " of " MT-CAP (MN-IX)
           DELIMITED BY SIZE INTO MSG
    END-STRING
    PERFORM ECHO-DISPLAY
    IF MT-MENTEES (MN-IX) >= MT-CAP (MN-IX)
        MOVE "    (full - not taking requests right now)" TO MSG
        PERFORM ECHO-DISPLAY
    END-IF
    EXIT.


*> File a PENDING request from CURRENT-USER to MENTOR-USER. A pair that
*> was declined or ended before may ask again; the row is reused.
SEND-MENTOR-REQUEST.
    PERFORM GET-TODAY-DATE
    PERFORM OPEN-MENTORSHIPS-FOR-UPDATE
    MOVE MENTOR-USER TO MS-MENTOR
    MOVE FUNCTION TRIM(CURRENT-USER) TO MS-MENTEE
    READ MENTORSHIPS
        INVALID KEY MOVE "N" TO ANY-FOUND
        NOT INVALID KEY MOVE "Y" TO ANY-FOUND
    END-READ
    IF ANY-FOUND = "Y"
       AND (MS-STATUS = "PENDING" OR MS-STATUS = "ACTIVE")
        CLOSE MENTORSHIPS
        MOVE "You already have a pending or active mentorship with this mentor." TO MSG
        PERFORM ECHO-DISPLAY
        EXIT PARAGRAPH
    END-IF
    MOVE MENTOR-USER TO MS-MENTOR
    MOVE FUNCTION TRIM(CURRENT-USER) TO MS-MENTEE
    MOVE "PENDING" TO MS-STATUS
    MOVE TODAY-DATE TO MS-REQ-DATE
    MOVE SPACES TO MS-ANSWER-DATE
    MOVE MENTOR-NOTE-INPUT TO MS-NOTE
    IF ANY-FOUND = "Y"
        REWRITE MS-REC
    ELSE
        WRITE MS-REC
    END-IF
    CLOSE MENTORSHIPS

    MOVE SPACES TO MSG
    STRING "Mentorship request sent to " FUNCTION TRIM(MENTOR-USER) "."
           DELIMITED BY SIZE INTO MSG
    END-STRING
    PERFORM ECHO-DISPLAY
    MOVE CURRENT-USER TO AUDIT-USER
    MOVE "MENTOR-REQUEST" TO AUDIT-ACTION
    MOVE SPACES TO AUDIT-DETAIL
    STRING "mentor " FUNCTION TRIM(MENTOR-USER)
           DELIMITED BY SIZE INTO AUDIT-DETAIL
    END-STRING
    PERFORM WRITE-AUDIT
    EXIT PARAGRAPH.


*> Pending requests addressed to CURRENT-USER as mentor. Accepting is
*> refused once the mentor's cap of ACTIVE mentees is reached.
MENTOR-REVIEW-REQUESTS.
    MOVE 0 TO MENTOR-PICK-COUNT
    OPEN INPUT MENTORSHIPS
    IF MENTORSHIPS-STATUS = "00" OR MENTORSHIPS-STATUS = "05"
        PERFORM UNTIL 1 = 0
            READ MENTORSHIPS NEXT RECORD
                AT END EXIT PERFORM
            END-READ
            IF MS-STATUS = "PENDING"
               AND FUNCTION UPPER-CASE(FUNCTION TRIM(MS-MENTOR))
                 = FUNCTION UPPER-CASE(FUNCTION TRIM(CURRENT-USER))
               AND MENTOR-PICK-COUNT < 200
                ADD 1 TO MENTOR-PICK-COUNT
                SET MSP-IX TO MENTOR-PICK-COUNT
                MOVE MS-KEY TO MSP-KEY (MSP-IX)
                MOVE MENTOR-PICK-COUNT TO MENTOR-PICK
                MOVE SPACES TO MSG
                STRING MENTOR-PICK ". " FUNCTION TRIM(MS-MENTEE)
                       " (requested " FUNCTION TRIM(MS-REQ-DATE) ")"
                       DELIMITED BY SIZE INTO MSG
                END-STRING
                PERFORM ECHO-DISPLAY
                IF MS-NOTE NOT = SPACES
                    MOVE SPACES TO LONG-TEXT-BUFFER
                    STRING "   Note: " FUNCTION TRIM(MS-NOTE)
                           DELIMITED BY SIZE INTO LONG-TEXT-BUFFER
                    END-STRING
                    PERFORM DISPLAY-LONG-TEXT
                END-IF
            END-IF
        END-PERFORM
        CLOSE MENTORSHIPS
    END-IF
    IF MENTOR-PICK-COUNT = 0
        MOVE "No mentorship requests are waiting for you." TO MSG
        PERFORM ECHO-DISPLAY
        EXIT PARAGRAPH
    END-IF

    PERFORM READ-MENTOR-PICK
    IF MENTOR-PICK = 0
        EXIT PARAGRAPH
    END-IF
    SET MSP-IX TO MENTOR-PICK

    MOVE "A) Accept  D) Decline (blank to leave it pending):" TO MSG
    PERFORM ECHO-DISPLAY
    READ USER-IN
        AT END MOVE "Y" TO EOF-FLAG EXIT PARAGRAPH
    END-READ
    EVALUATE FUNCTION UPPER-CASE(FUNCTION TRIM(USER-IN-REC))
        WHEN "A"
            MOVE "ACTIVE" TO MENTOR-NEW-STATUS
        WHEN "D"
            MOVE "DECLINED" TO MENTOR-NEW-STATUS
        WHEN OTHER
            EXIT PARAGRAPH
    END-EVALUATE

    IF MENTOR-NEW-STATUS = "ACTIVE"
        MOVE FUNCTION TRIM(CURRENT-USER) TO MENTOR-USER
        PERFORM COUNT-MENTOR-ACTIVE
        MOVE 0 TO MENTOR-CAP-INPUT
        MOVE FUNCTION TRIM(CURRENT-USER) TO MN-USERNAME
        OPEN INPUT MENTORS
        IF MENTORS-STATUS = "00"
            READ MENTORS
                INVALID KEY CONTINUE
                NOT INVALID KEY MOVE MN-CAP TO MENTOR-CAP-INPUT
            END-READ
            CLOSE MENTORS
        ELSE
            IF MENTORS-STATUS = "05"
                CLOSE MENTORS
            END-IF
        END-IF
        IF MENTOR-ACTIVE-COUNT >= MENTOR-CAP-INPUT
            MOVE "You are at your mentee cap. Raise it or end a mentorship first." TO MSG
            PERFORM ECHO-DISPLAY
            EXIT PARAGRAPH
        END-IF
    END-IF

    PERFORM GET-TODAY-DATE
    PERFORM OPEN-MENTORSHIPS-FOR-UPDATE
    MOVE MSP-KEY (MSP-IX) TO MS-KEY
    READ MENTORSHIPS
        INVALID KEY
            CLOSE MENTORSHIPS
            MOVE "That request is no longer on file." TO MSG
            PERFORM ECHO-DISPLAY
            EXIT PARAGRAPH
    END-READ
    MOVE MENTOR-NEW-STATUS TO MS-STATUS
    MOVE TODAY-DATE TO MS-ANSWER-DATE
    REWRITE MS-REC
    CLOSE MENTORSHIPS

    MOVE CURRENT-USER TO AUDIT-USER
    MOVE SPACES TO MSG
    IF MENTOR-NEW-STATUS = "ACTIVE"
        STRING "You are now mentoring " FUNCTION TRIM(MS-MENTEE) "."
               DELIMITED BY SIZE INTO MSG
        END-STRING
        MOVE "MENTOR-ACCEPTED" TO AUDIT-ACTION
    ELSE
        STRING "Declined the request from " FUNCTION TRIM(MS-MENTEE) "."
               DELIMITED BY SIZE INTO MSG
        END-STRING
        MOVE "MENTOR-DECLINED" TO AUDIT-ACTION
    END-IF
    PERFORM ECHO-DISPLAY
    MOVE SPACES TO AUDIT-DETAIL
    STRING "mentee " FUNCTION TRIM(MS-MENTEE)
           DELIMITED BY SIZE INTO AUDIT-DETAIL
    END-STRING
    PERFORM WRITE-AUDIT
    EXIT PARAGRAPH.


*> Ask for a number between 1 and MENTOR-PICK-COUNT. MENTOR-PICK is 0
*> when the user backs out or the entry is not on the list.
READ-MENTOR-PICK.
    MOVE 0 TO MENTOR-PICK
    MOVE "Enter a number (blank to go back):" TO MSG
    PERFORM ECHO-DISPLAY
    READ USER-IN
        AT END MOVE "Y" TO EOF-FLAG EXIT PARAGRAPH
    END-READ
    IF FUNCTION LENGTH(FUNCTION TRIM(USER-IN-REC)) = 0
        EXIT PARAGRAPH
    END-IF
    IF FUNCTION TEST-NUMVAL(USER-IN-REC) NOT = 0
        MOVE "Invalid selection." TO MSG
        PERFORM ECHO-DISPLAY
        EXIT PARAGRAPH
    END-IF
    IF FUNCTION NUMVAL(USER-IN-REC) < 1
       OR FUNCTION NUMVAL(USER-IN-REC) > MENTOR-PICK-COUNT
        MOVE "Invalid selection." TO MSG
        PERFORM ECHO-DISPLAY
        EXIT PARAGRAPH
    END-IF
    MOVE FUNCTION NUMVAL(USER-IN-REC) TO MENTOR-PICK
    EXIT PARAGRAPH.


*> ACTIVE pairs CURRENT-USER belongs to, from either side. Picking one
*> opens its session log.
MY-MENTORSHIPS.
    MOVE 0 TO MENTOR-PICK-COUNT
    OPEN INPUT MENTORSHIPS
    IF MENTORSHIPS-STATUS = "00" OR MENTORSHIPS-STATUS = "05"
        PERFORM UNTIL 1 = 0
            READ MENTORSHIPS NEXT RECORD
                AT END EXIT PERFORM
            END-READ
            IF MS-STATUS = "ACTIVE" AND MENTOR-PICK-COUNT < 200
                IF FUNCTION UPPER-CASE(FUNCTION TRIM(MS-MENTOR))
                     = FUNCTION UPPER-CASE(FUNCTION TRIM(CURRENT-USER))
                    ADD 1 TO MENTOR-PICK-COUNT
                    SET MSP-IX TO MENTOR-PICK-COUNT
                    MOVE MS-KEY TO MSP-KEY (MSP-IX)
                    MOVE MENTOR-PICK-COUNT TO MENTOR-PICK
                    MOVE SPACES TO MSG
                    STRING MENTOR-PICK ". Mentoring " FUNCTION TRIM(MS-MENTEE)
                           " since " FUNCTION TRIM(MS-ANSWER-DATE)
                           DELIMITED BY SIZE INTO MSG
                    END-STRING
                    PERFORM ECHO-DISPLAY
                ELSE
                    IF FUNCTION UPPER-CASE(FUNCTION TRIM(MS-MENTEE))
                         = FUNCTION UPPER-CASE(FUNCTION TRIM(CURRENT-USER))
                        ADD 1 TO MENTOR-PICK-COUNT
                        SET MSP-IX TO MENTOR-PICK-COUNT
                        MOVE MS-KEY TO MSP-KEY (MSP-IX)
                        MOVE MENTOR-PICK-COUNT TO MENTOR-PICK
                        MOVE SPACES TO MSG
                        STRING MENTOR-PICK ". Mentored by " FUNCTION TRIM(MS-MENTOR)
                               " since " FUNCTION TRIM(MS-ANSWER-DATE)
                               DELIMITED BY SIZE INTO MSG
                        END-STRING
                        PERFORM ECHO-DISPLAY
                    END-IF
                END-IF
            END-IF
        END-PERFORM
        CLOSE MENTORSHIPS
    END-IF
    IF MENTOR-PICK-COUNT = 0
        MOVE "You have no active mentorships." TO MSG
        PERFORM ECHO-DISPLAY
        EXIT PARAGRAPH
    END-IF

    PERFORM READ-MENTOR-PICK
    IF MENTOR-PICK = 0
        EXIT PARAGRAPH
    END-IF
    SET MSP-IX TO MENTOR-PICK
    MOVE MSP-KEY (MSP-IX) (1:15) TO MENTOR-USER
    MOVE MSP-KEY (MSP-IX) (16:15) TO MENTEE-USER

    MOVE "  1) View session log" TO MSG
    PERFORM ECHO-DISPLAY
    MOVE "  2) Log a session" TO MSG
    PERFORM ECHO-DISPLAY
    MOVE "  3) End this mentorship" TO MSG
    PERFORM ECHO-DISPLAY
    MOVE "Enter your choice (blank to go back):" TO MSG
    PERFORM ECHO-DISPLAY
    READ USER-IN
        AT END MOVE "Y" TO EOF-FLAG EXIT PARAGRAPH
    END-READ
    IF FUNCTION LENGTH(FUNCTION TRIM(USER-IN-REC)) = 0
        EXIT PARAGRAPH
    END-IF
    IF FUNCTION TEST-NUMVAL(USER-IN-REC) = 0
        MOVE FUNCTION NUMVAL(USER-IN-REC) TO MENTOR-ACTION-CHOICE
    ELSE
        MOVE 9 TO MENTOR-ACTION-CHOICE
    END-IF
    EVALUATE MENTOR-ACTION-CHOICE
        WHEN 1
            PERFORM VIEW-MENTOR-SESSIONS
        WHEN 2
            PERFORM LOG-MENTOR-SESSION
        WHEN 3
            PERFORM END-MENTORSHIP
        WHEN OTHER
            MOVE "Invalid choice." TO MSG
            PERFORM ECHO-DISPLAY
    END-EVALUATE
    EXIT PARAGRAPH.


*> Session log of the MENTOR-USER / MENTEE-USER pair, oldest first
VIEW-MENTOR-SESSIONS.
    MOVE 0 TO MENTOR-SESSION-COUNT
    OPEN INPUT MENTOR-SESSIONS
    IF MENTOR-SESSIONS-STATUS = "00" OR MENTOR-SESSIONS-STATUS = "05"
        PERFORM UNTIL 1 = 0
            READ MENTOR-SESSIONS
                AT END EXIT PERFORM
            END-READ
            PERFORM PARSE-MENTOR-SESSION
            IF FUNCTION UPPER-CASE(FUNCTION TRIM(MSN-MENTOR))
                 = FUNCTION UPPER-CASE(FUNCTION TRIM(MENTOR-USER))
               AND FUNCTION UPPER-CASE(FUNCTION TRIM(MSN-MENTEE))
                 = FUNCTION UPPER-CASE(FUNCTION TRIM(MENTEE-USER))
                ADD 1 TO MENTOR-SESSION-COUNT
                MOVE SPACES TO MSG
                STRING "[" FUNCTION TRIM(MSN-DATE) "] logged by "
                       FUNCTION TRIM(MSN-BY) ":"
                       DELIMITED BY SIZE INTO MSG
                END-STRING
                PERFORM ECHO-DISPLAY
                MOVE SPACES TO LONG-TEXT-BUFFER
                STRING "   " FUNCTION TRIM(MSN-NOTES)
                       DELIMITED BY SIZE INTO LONG-TEXT-BUFFER
                END-STRING
                PERFORM DISPLAY-LONG-TEXT
            END-IF
        END-PERFORM
        CLOSE MENTOR-SESSIONS
    END-IF
    IF MENTOR-SESSION-COUNT = 0
        MOVE "No sessions logged yet." TO MSG
        PERFORM ECHO-DISPLAY
    END-IF
    EXIT.


*> Either side of an ACTIVE pair may log a session
LOG-MENTOR-SESSION.
    PERFORM GET-TODAY-DATE
    MOVE "Session date YYYY-MM-DD (blank for today):" TO MSG
    PERFORM ECHO-DISPLAY
    READ USER-IN
        AT END MOVE "Y" TO EOF-FLAG EXIT PARAGRAPH
    END-READ
    IF FUNCTION LENGTH(FUNCTION TRIM(USER-IN-REC)) = 0
        MOVE TODAY-DATE TO MSN-DATE
    ELSE
        MOVE FUNCTION TRIM(USER-IN-REC) TO DATE-FIELD-INPUT
        PERFORM VALIDATE-DATE-FIELD
        IF DATE-INPUT-OK NOT = "Y"
            MOVE "Invalid date. Please use YYYY-MM-DD." TO MSG
            PERFORM ECHO-DISPLAY
            EXIT PARAGRAPH
        END-IF
        IF DATE-FIELD-INPUT > TODAY-DATE
            MOVE "A session cannot be logged for a future date." TO MSG
            PERFORM ECHO-DISPLAY
            EXIT PARAGRAPH
        END-IF
        MOVE DATE-FIELD-INPUT TO MSN-DATE
    END-IF

    MOVE "What was covered:" TO MSG
    PERFORM ECHO-DISPLAY
    READ USER-IN
        AT END MOVE "Y" TO EOF-FLAG EXIT PARAGRAPH
    END-READ
    IF FUNCTION LENGTH(FUNCTION TRIM(USER-IN-REC)) = 0
        MOVE "Session notes are required. Nothing logged." TO MSG
        PERFORM ECHO-DISPLAY
        EXIT PARAGRAPH
    END-IF
    MOVE FUNCTION SUBSTITUTE(FUNCTION TRIM(USER-IN-REC), "|", " ")
         TO MSN-NOTES

    OPEN EXTEND MENTOR-SESSIONS
    IF MENTOR-SESSIONS-STATUS = "05" OR MENTOR-SESSIONS-STATUS = "35"
        CLOSE MENTOR-SESSIONS
        OPEN OUTPUT MENTOR-SESSIONS
    END-IF
    MOVE SPACES TO MENTOR-SESSION-REC
    STRING FUNCTION TRIM(MENTOR-USER) "|" FUNCTION TRIM(MENTEE-USER) "|"
           FUNCTION TRIM(MSN-DATE) "|" FUNCTION TRIM(CURRENT-USER) "|"
           FUNCTION TRIM(MSN-NOTES)
           DELIMITED BY SIZE INTO MENTOR-SESSION-REC
    END-STRING
    WRITE MENTOR-SESSION-REC
    CLOSE MENTOR-SESSIONS

    MOVE "Session logged." TO MSG
    PERFORM ECHO-DISPLAY
    MOVE CURRENT-USER TO AUDIT-USER
    MOVE "MENTOR-SESSION" TO AUDIT-ACTION
    MOVE SPACES TO AUDIT-DETAIL
    STRING "mentor " FUNCTION TRIM(MENTOR-USER) " mentee "
           FUNCTION TRIM(MENTEE-USER) " on " FUNCTION TRIM(MSN-DATE)
           DELIMITED BY SIZE INTO AUDIT-DETAIL
    END-STRING
    PERFORM WRITE-AUDIT
    EXIT PARAGRAPH.


*> Either side may end an ACTIVE pairing; the session log is kept
END-MENTORSHIP.
    MOVE "End this mentorship? (Y/N):" TO MSG
    PERFORM ECHO-DISPLAY
    READ USER-IN
        AT END MOVE "Y" TO EOF-FLAG EXIT PARAGRAPH
    END-READ
    IF FUNCTION UPPER-CASE(FUNCTION TRIM(USER-IN-REC)) NOT = "Y"
        EXIT PARAGRAPH
    END-IF
    PERFORM OPEN-MENTORSHIPS-FOR-UPDATE
    MOVE MENTOR-USER TO MS-MENTOR
    MOVE MENTEE-USER TO MS-MENTEE
    READ MENTORSHIPS
        INVALID KEY
            CLOSE MENTORSHIPS
            MOVE "That mentorship is no longer on file." TO MSG
            PERFORM ECHO-DISPLAY
            EXIT PARAGRAPH
    END-READ
    MOVE "ENDED" TO MS-STATUS
    REWRITE MS-REC
    CLOSE MENTORSHIPS

    MOVE "Mentorship ended. The session log is kept." TO MSG
    PERFORM ECHO-DISPLAY
    MOVE CURRENT-USER TO AUDIT-USER
    MOVE "MENTOR-ENDED" TO AUDIT-ACTION
    MOVE SPACES TO AUDIT-DETAIL
    STRING "mentor " FUNCTION TRIM(MENTOR-USER) " mentee "
           FUNCTION TRIM(MENTEE-USER)
           DELIMITED BY SIZE INTO AUDIT-DETAIL
    END-STRING
    PERFORM WRITE-AUDIT
    EXIT PARAGRAPH.


PARSE-MENTOR-SESSION.
    MOVE SPACES TO MSN-MENTOR MSN-MENTEE MSN-DATE MSN-BY MSN-NOTES
    UNSTRING MENTOR-SESSION-REC DELIMITED BY "|"
        INTO MSN-MENTOR MSN-MENTEE MSN-DATE MSN-BY MSN-NOTES
    END-UNSTRING
    EXIT.


*> Every sign-up on file (taking requests or not) with its count of
*> ACTIVE mentees
LOAD-ALL-MENTORS.
    MOVE 0 TO MENTOR-COUNT
    OPEN INPUT MENTORS
    IF MENTORS-STATUS = "00" OR MENTORS-STATUS = "05"
        PERFORM UNTIL 1 = 0
            READ MENTORS NEXT RECORD
                AT END EXIT PERFORM
            END-READ
            IF MENTOR-COUNT < MAX-MENTORS
                ADD 1 TO MENTOR-COUNT
                SET MN-IX TO MENTOR-COUNT
                MOVE MN-USERNAME TO MT-USER (MN-IX)
                MOVE MN-TOPICS TO MT-TOPICS (MN-IX)
                MOVE MN-CAP TO MT-CAP (MN-IX)
                MOVE MN-ACTIVE TO MT-ACTIVE (MN-IX)
                MOVE 0 TO MT-MENTEES (MN-IX)
            END-IF
        END-PERFORM
        CLOSE MENTORS
    END-IF
    IF MENTOR-COUNT = 0
        EXIT PARAGRAPH
    END-IF

    OPEN INPUT MENTORSHIPS
    IF MENTORSHIPS-STATUS = "00" OR MENTORSHIPS-STATUS = "05"
        PERFORM UNTIL 1 = 0
            READ MENTORSHIPS NEXT RECORD
                AT END EXIT PERFORM
            END-READ
            IF MS-STATUS = "ACTIVE"
                SET MN-IX TO 1
                PERFORM MENTOR-COUNT TIMES
                    IF FUNCTION UPPER-CASE(FUNCTION TRIM(MT-USER (MN-IX)))
                         = FUNCTION UPPER-CASE(FUNCTION TRIM(MS-MENTOR))
                        ADD 1 TO MT-MENTEES (MN-IX)
                    END-IF
                    SET MN-IX UP BY 1
                END-PERFORM
            END-IF
        END-PERFORM
        CLOSE MENTORSHIPS
    END-IF
    EXIT PARAGRAPH.


*> Number of ACTIVE mentees MENTOR-USER has, in MENTOR-ACTIVE-COUNT
COUNT-MENTOR-ACTIVE.
    MOVE 0 TO MENTOR-ACTIVE-COUNT
    OPEN INPUT MENTORSHIPS
    IF MENTORSHIPS-STATUS = "00" OR MENTORSHIPS-STATUS = "05"
        PERFORM UNTIL 1 = 0
            READ MENTORSHIPS NEXT RECORD
                AT END EXIT PERFORM
            END-READ
            IF MS-STATUS = "ACTIVE"
               AND FUNCTION UPPER-CASE(FUNCTION TRIM(MS-MENTOR))
                 = FUNCTION UPPER-CASE(FUNCTION TRIM(MENTOR-USER))
                ADD 1 TO MENTOR-ACTIVE-COUNT
            END-IF
        END-PERFORM
        CLOSE MENTORSHIPS
    END-IF
    EXIT.


*> Sessions logged for MENTOR-USER / MENTEE-USER, in MENTOR-SESSION-COUNT
COUNT-MENTOR-SESSIONS.
    MOVE 0 TO MENTOR-SESSION-COUNT
    OPEN INPUT MENTOR-SESSIONS
    IF MENTOR-SESSIONS-STATUS = "00" OR MENTOR-SESSIONS-STATUS = "05"
        PERFORM UNTIL 1 = 0
            READ MENTOR-SESSIONS
                AT END EXIT PERFORM
            END-READ
            PERFORM PARSE-MENTOR-SESSION
            IF FUNCTION UPPER-CASE(FUNCTION TRIM(MSN-MENTOR))
                 = FUNCTION UPPER-CASE(FUNCTION TRIM(MENTOR-USER))
               AND FUNCTION UPPER-CASE(FUNCTION TRIM(MSN-MENTEE))
                 = FUNCTION UPPER-CASE(FUNCTION TRIM(MENTEE-USER))
                ADD 1 TO MENTOR-SESSION-COUNT
            END-IF
        END-PERFORM
        CLOSE MENTOR-SESSIONS
    END-IF
    EXIT.


*> Open mentors.dat for keyed update, creating it on first use
OPEN-MENTORS-FOR-UPDATE.
    OPEN I-O MENTORS
    IF MENTORS-STATUS = "35"
        OPEN OUTPUT MENTORS
        CLOSE MENTORS
        OPEN I-O MENTORS
    END-IF
    EXIT.


*> Open mentorships.dat for keyed update, creating it on first use
OPEN-MENTORSHIPS-FOR-UPDATE.
    OPEN I-O MENTORSHIPS
    IF MENTORSHIPS-STATUS = "35"
        OPEN OUTPUT MENTORSHIPS
        CLOSE MENTORSHIPS
        OPEN I-O MENTORSHIPS
    END-IF
    EXIT.


*> Mentor sign-up plus every pairing on either side. Logged sessions
*> stay behind as history, as archived messages do.
PURGE-MENTOR-ROWS.
    PERFORM OPEN-MENTORS-FOR-UPDATE
    MOVE PURGE-USER TO MN-USERNAME
    DELETE MENTORS RECORD
        INVALID KEY CONTINUE
    END-DELETE
    CLOSE MENTORS

    MOVE 0 TO SKILL-ROWS-COUNT
    MOVE "N" TO SKILLS-OVERFLOW
    OPEN INPUT MENTORSHIPS
    IF MENTORSHIPS-STATUS NOT = "00"
        IF MENTORSHIPS-STATUS = "05"
            CLOSE MENTORSHIPS
        END-IF
        EXIT PARAGRAPH
    END-IF
    PERFORM UNTIL 1 = 0
        READ MENTORSHIPS NEXT RECORD
            AT END EXIT PERFORM
        END-READ
        IF FUNCTION UPPER-CASE(FUNCTION TRIM(MS-MENTOR))
             = FUNCTION UPPER-CASE(FUNCTION TRIM(PURGE-USER))
           OR FUNCTION UPPER-CASE(FUNCTION TRIM(MS-MENTEE))
             = FUNCTION UPPER-CASE(FUNCTION TRIM(PURGE-USER))
            IF SKILL-ROWS-COUNT >= MAX-SKILL-ROWS
                MOVE "Y" TO SKILLS-OVERFLOW
            ELSE
                ADD 1 TO SKILL-ROWS-COUNT
                SET SK-IX TO SKILL-ROWS-COUNT
                MOVE MS-KEY TO SK-LINE (SK-IX)
            END-IF
        END-IF
    END-PERFORM
    CLOSE MENTORSHIPS
    IF SKILLS-OVERFLOW = "Y"
        MOVE "Warning: too many mentorships; some were not purged." TO MSG
        PERFORM ECHO-DISPLAY
    END-IF
    IF SKILL-ROWS-COUNT = 0
        EXIT PARAGRAPH
    END-IF
    PERFORM OPEN-MENTORSHIPS-FOR-UPDATE
    SET SK-IX TO 1
    PERFORM SKILL-ROWS-COUNT TIMES
        MOVE SK-LINE (SK-IX) (1:30) TO MS-KEY
        DELETE MENTORSHIPS RECORD
            INVALID KEY CONTINUE
        END-DELETE
        SET SK-IX UP BY 1
    END-PERFORM
    CLOSE MENTORSHIPS
    EXIT.


*> ===== Mentorship report (admin and batch) =====
*> Active pairings with their session counts, mentors at their cap,
*> and requests still waiting on the mentor with how long they have
*> waited.
RUN-MENTORSHIP-REPORT.
    PERFORM GET-TODAY-DATE
    MOVE 0 TO MENTOR-PAIR-COUNT MENTOR-FULL-COUNT MENTOR-WAITING-COUNT
    PERFORM LOAD-ALL-MENTORS

    MOVE "mentor" TO REPORT-PREFIX
    PERFORM SET-REPORT-FILENAME
    OPEN OUTPUT REPORT-OUT
    MOVE SPACES TO REPORT-REC
    STRING "Mentorship Report - " FUNCTION TRIM(TODAY-DATE)
           DELIMITED BY SIZE INTO REPORT-REC
    END-STRING
    PERFORM WRITE-ECHO-REPORT-LINE

    *> Pairs are collected first; counting sessions reopens other files
    MOVE 0 TO MENTOR-PICK-COUNT
    OPEN INPUT MENTORSHIPS
    IF MENTORSHIPS-STATUS = "00" OR MENTORSHIPS-STATUS = "05"
        PERFORM UNTIL 1 = 0
            READ MENTORSHIPS NEXT RECORD
                AT END EXIT PERFORM
            END-READ
            IF MS-STATUS = "ACTIVE" AND MENTOR-PICK-COUNT < 200
                ADD 1 TO MENTOR-PICK-COUNT
                SET MSP-IX TO MENTOR-PICK-COUNT
                MOVE MS-KEY TO MSP-KEY (MSP-IX)
            END-IF
        END-PERFORM
        CLOSE MENTORSHIPS
    END-IF

    MOVE "--- Active pairings ---" TO REPORT-REC
    PERFORM WRITE-ECHO-REPORT-LINE
    IF MENTOR-PICK-COUNT = 0
        MOVE "  (none)" TO REPORT-REC
        PERFORM WRITE-ECHO-REPORT-LINE
    ELSE
        SET MSP-IX TO 1
        PERFORM MENTOR-PICK-COUNT TIMES
            MOVE MSP-KEY (MSP-IX) (1:15) TO MENTOR-USER
            MOVE MSP-KEY (MSP-IX) (16:15) TO MENTEE-USER
            PERFORM COUNT-MENTOR-SESSIONS
            ADD 1 TO MENTOR-PAIR-COUNT
            MOVE SPACES TO REPORT-REC
            STRING "  Mentor " FUNCTION TRIM(MENTOR-USER)
                   "  Mentee " FUNCTION TRIM(MENTEE-USER)
                   "  Sessions " MENTOR-SESSION-COUNT
                   DELIMITED BY SIZE INTO REPORT-REC
            END-STRING
            PERFORM WRITE-ECHO-REPORT-LINE
            SET MSP-IX UP BY 1
        END-PERFORM
    END-IF

    MOVE "--- Mentors at capacity ---" TO REPORT-REC
    PERFORM WRITE-ECHO-REPORT-LINE
    IF MENTOR-COUNT > 0
        SET MN-IX TO 1
        PERFORM MENTOR-COUNT TIMES
            IF MT-MENTEES (MN-IX) >= MT-CAP (MN-IX)
                ADD 1 TO MENTOR-FULL-COUNT
                MOVE SPACES TO MENTOR-NOTE-INPUT
                IF MT-ACTIVE (MN-IX) = "N"
                    MOVE "(not taking requests)" TO MENTOR-NOTE-INPUT
                END-IF
                MOVE SPACES TO REPORT-REC
                STRING "  " FUNCTION TRIM(MT-USER (MN-IX)) "  "
                       MT-MENTEES (MN-IX) " of " MT-CAP (MN-IX) " mentees "
                       MENTOR-NOTE-INPUT
                       DELIMITED BY SIZE INTO REPORT-REC
                END-STRING
                PERFORM WRITE-ECHO-REPORT-LINE
            END-IF
            SET MN-IX UP BY 1
        END-PERFORM
    END-IF
    IF MENTOR-FULL-COUNT = 0
        MOVE "  (none)" TO REPORT-REC
        PERFORM WRITE-ECHO-REPORT-LINE
    END-IF

    MOVE "--- Unanswered requests ---" TO REPORT-REC
    PERFORM WRITE-ECHO-REPORT-LINE
    OPEN INPUT MENTORSHIPS
    IF MENTORSHIPS-STATUS = "00" OR MENTORSHIPS-STATUS = "05"
        PERFORM UNTIL 1 = 0
            READ MENTORSHIPS NEXT RECORD
                AT END EXIT PERFORM
            END-READ
            IF MS-STATUS = "PENDING"
                ADD 1 TO MENTOR-WAITING-COUNT
                MOVE 0 TO MENTOR-DAYS
                MOVE MS-REQ-DATE TO DATE-FIELD-INPUT
                PERFORM VALIDATE-DATE-FIELD
                IF DATE-INPUT-OK = "Y"
                    MOVE SPACES TO REQ-DATE-STR
                    STRING MS-REQ-DATE (1:4) MS-REQ-DATE (6:2)
                           MS-REQ-DATE (9:2)
                           DELIMITED BY SIZE INTO REQ-DATE-STR
                    END-STRING
                    MOVE REQ-DATE-STR TO REQ-DATE-YMD
                    COMPUTE MENTOR-DAYS =
                            FUNCTION INTEGER-OF-DATE(TODAY-YYYYMMDD)
                          - FUNCTION INTEGER-OF-DATE(REQ-DATE-YMD)
                END-IF
                MOVE MENTOR-DAYS TO MENTOR-DAYS-OUT
                MOVE SPACES TO REPORT-REC
                STRING "  Mentee " FUNCTION TRIM(MS-MENTEE)
                       "  Mentor " FUNCTION TRIM(MS-MENTOR)
                       "  Requested " FUNCTION TRIM(MS-REQ-DATE)
                       "  Waiting " FUNCTION TRIM(MENTOR-DAYS-OUT) " day(s)"
                       DELIMITED BY SIZE INTO REPORT-REC
                END-STRING
                PERFORM WRITE-ECHO-REPORT-LINE
            END-IF
        END-PERFORM
        CLOSE MENTORSHIPS
    END-IF
    IF MENTOR-WAITING-COUNT = 0
        MOVE "  (none)" TO REPORT-REC
        PERFORM WRITE-ECHO-REPORT-LINE
    END-IF

    MOVE SPACES TO REPORT-REC
    STRING "Active pairings: " MENTOR-PAIR-COUNT
           ", mentors at capacity: " MENTOR-FULL-COUNT
           ", unanswered requests: " MENTOR-WAITING-COUNT
           DELIMITED BY SIZE INTO REPORT-REC
    END-STRING
    WRITE REPORT-REC
    CLOSE REPORT-OUT

    MOVE SPACES TO MSG
    STRING "Mentorship report complete. " MENTOR-PAIR-COUNT " pairing(s), "
           MENTOR-WAITING-COUNT " waiting." DELIMITED BY SIZE INTO MSG
    END-STRING
    PERFORM ECHO-DISPLAY

    MOVE USERNAME TO AUDIT-USER
    MOVE "ADMIN-REPORT" TO AUDIT-ACTION
    MOVE "mentorship report" TO AUDIT-DETAIL
    PERFORM WRITE-AUDIT
    EXIT.


*> ===== Campus events (events.dat / event-regs.dat) =====
EVENTS-MENU.
    MOVE 0 TO EVENT-MENU-CHOICE
    PERFORM UNTIL EVENT-MENU-CHOICE = 5 OR EOF-FLAG = "Y"
        MOVE " " TO MSG
        PERFORM ECHO-DISPLAY
        MOVE "--- Events ---" TO MSG
        PERFORM ECHO-DISPLAY
        MOVE "  1) Upcoming events and registration" TO MSG
        PERFORM ECHO-DISPLAY
        MOVE "  2) My event registrations" TO MSG
        PERFORM ECHO-DISPLAY
        MOVE "  3) Create an event" TO MSG
        PERFORM ECHO-DISPLAY
        MOVE "  4) Manage my events" TO MSG
        PERFORM ECHO-DISPLAY
        MOVE "  5) Go Back" TO MSG
        PERFORM ECHO-DISPLAY
        MOVE "Enter your choice:" TO MSG
        PERFORM ECHO-DISPLAY

        READ USER-IN
            AT END MOVE "Y" TO EOF-FLAG
        END-READ
        IF EOF-FLAG = "Y" EXIT PERFORM END-IF

        IF FUNCTION LENGTH(FUNCTION TRIM(USER-IN-REC)) = 0
            CONTINUE
        ELSE
            IF FUNCTION TEST-NUMVAL(USER-IN-REC) = 0
                MOVE FUNCTION NUMVAL(USER-IN-REC) TO EVENT-MENU-CHOICE
            ELSE
                MOVE 9 TO EVENT-MENU-CHOICE
            END-IF

            EVALUATE EVENT-MENU-CHOICE
                WHEN 1
                    PERFORM BROWSE-EVENTS
                WHEN 2
                    PERFORM MY-EVENT-REGISTRATIONS
                WHEN 3
                    PERFORM CREATE-EVENT
                WHEN 4
                    PERFORM MANAGE-MY-EVENTS
                WHEN 5
                    MOVE "Returning to main menu..." TO MSG
                    PERFORM ECHO-DISPLAY
                WHEN OTHER
                    MOVE "Invalid choice, please try again." TO MSG
                    PERFORM ECHO-DISPLAY
            END-EVALUATE
        END-IF
    END-PERFORM
    EXIT.


*> Events dated today or later. Anyone may look; only Student accounts
*> may register.
BROWSE-EVENTS.
    PERFORM GET-TODAY-DATE
    PERFORM LOAD-ALL-EVENTS
    MOVE 0 TO EVENT-PICK-COUNT
    IF EVENT-COUNT > 0
        SET ET-IX TO 1
        PERFORM EVENT-COUNT TIMES
            IF ET-DATE (ET-IX) >= TODAY-DATE
                ADD 1 TO EVENT-PICK-COUNT
                SET EP-IX TO EVENT-PICK-COUNT
                SET EP-ROW (EP-IX) TO ET-IX
                MOVE EVENT-PICK-COUNT TO EVENT-LINE-NO
                PERFORM DISPLAY-ONE-EVENT
            END-IF
            SET ET-IX UP BY 1
        END-PERFORM
    END-IF
    IF EVENT-PICK-COUNT = 0
        MOVE "No upcoming events." TO MSG
        PERFORM ECHO-DISPLAY
        EXIT PARAGRAPH
    END-IF
    IF CURRENT-ROLE NOT = ROLE-STUDENT
        MOVE "Only Student accounts can register for events." TO MSG
        PERFORM ECHO-DISPLAY
        EXIT PARAGRAPH
    END-IF

    MOVE "Enter a number to register for that event (blank to go back):" TO MSG
    PERFORM ECHO-DISPLAY
    PERFORM READ-EVENT-PICK
    IF EVENT-PICK = 0
        EXIT PARAGRAPH
    END-IF
    SET EP-IX TO EVENT-PICK
    SET ET-IX TO EP-ROW (EP-IX)
    PERFORM REGISTER-FOR-EVENT
    EXIT PARAGRAPH.


*> One event in a pick list: EVENT-LINE-NO, date, title, where, who is
*> hosting and how many seats are taken.
DISPLAY-ONE-EVENT.
    MOVE ET-ID (ET-IX) TO EVENT-ID-WORK
    PERFORM COUNT-EVENT-REGS
    MOVE SPACES TO MSG
    STRING EVENT-LINE-NO ". [" ET-DATE (ET-IX) "] "
           FUNCTION TRIM(ET-TITLE (ET-IX))
           DELIMITED BY SIZE INTO MSG
    END-STRING
    PERFORM ECHO-DISPLAY
    MOVE SPACES TO MSG
    STRING "    Location: " FUNCTION TRIM(ET-LOCATION (ET-IX))
           DELIMITED BY SIZE INTO MSG
    END-STRING
    PERFORM ECHO-DISPLAY
    MOVE SPACES TO MSG
    IF ET-GROUP (ET-IX) = SPACES
        STRING "    Hosted by " FUNCTION TRIM(ET-ORGANIZER (ET-IX))
               DELIMITED BY SIZE INTO MSG
        END-STRING
    ELSE
        STRING "    Hosted by " FUNCTION TRIM(ET-ORGANIZER (ET-IX))
               " for " FUNCTION TRIM(ET-GROUP (ET-IX))
               DELIMITED BY SIZE INTO MSG
        END-STRING
    END-IF
    PERFORM ECHO-DISPLAY
    MOVE SPACES TO MSG
    STRING "    Seats taken: " EVENT-REG-COUNT " of " ET-CAPACITY (ET-IX)
           "  Waitlist: " EVENT-WAIT-COUNT
           DELIMITED BY SIZE INTO MSG
    END-STRING
    PERFORM ECHO-DISPLAY
    EXIT.


*> Register CURRENT-USER for EVENT-ENTRY (ET-IX), or waitlist them when
*> every seat is taken. A cancelled sign-up may register again.
REGISTER-FOR-EVENT.
    MOVE ET-ID (ET-IX) TO EVENT-ID-WORK
    PERFORM COUNT-EVENT-REGS
    PERFORM GET-TODAY-DATE
    PERFORM OPEN-EVENT-REGS-FOR-UPDATE
    MOVE ET-ID (ET-IX) TO ER-EVENT
    MOVE FUNCTION TRIM(CURRENT-USER) TO ER-USER
    READ EVENT-REGS
        INVALID KEY MOVE "N" TO ANY-FOUND
        NOT INVALID KEY MOVE "Y" TO ANY-FOUND
    END-READ
    IF ANY-FOUND = "Y" AND ER-STATUS NOT = "CANCELLED"
        CLOSE EVENT-REGS
        MOVE SPACES TO MSG
        STRING "You are already signed up for this event ("
               FUNCTION TRIM(ER-STATUS) ")."
               DELIMITED BY SIZE INTO MSG
        END-STRING
        PERFORM ECHO-DISPLAY
        EXIT PARAGRAPH
    END-IF
    MOVE ET-ID (ET-IX) TO ER-EVENT
    MOVE FUNCTION TRIM(CURRENT-USER) TO ER-USER
    IF EVENT-REG-COUNT < ET-CAPACITY (ET-IX)
        MOVE "REGISTERED" TO ER-STATUS
    ELSE
        MOVE "WAITLISTED" TO ER-STATUS
    END-IF
    MOVE CURR-DATE-RAW (1:16) TO ER-STAMP
    MOVE "N" TO ER-CHECKED-IN
    IF ANY-FOUND = "Y"
        REWRITE ER-REC
    ELSE
        WRITE ER-REC
    END-IF
    CLOSE EVENT-REGS

    MOVE CURRENT-USER TO AUDIT-USER
    MOVE SPACES TO MSG
    IF ER-STATUS = "REGISTERED"
        STRING "You are registered for " FUNCTION TRIM(ET-TITLE (ET-IX))
               " on " ET-DATE (ET-IX) "."
               DELIMITED BY SIZE INTO MSG
        END-STRING
        MOVE "EVENT-REGISTERED" TO AUDIT-ACTION
    ELSE
        ADD 1 TO EVENT-WAIT-COUNT
        STRING "The event is full. You are number " EVENT-WAIT-COUNT
               " on the waitlist."
               DELIMITED BY SIZE INTO MSG
        END-STRING
        MOVE "EVENT-WAITLISTED" TO AUDIT-ACTION
    END-IF
    PERFORM ECHO-DISPLAY
    MOVE SPACES TO AUDIT-DETAIL
    STRING "event " ET-ID (ET-IX) " " FUNCTION TRIM(ET-TITLE (ET-IX))
           DELIMITED BY SIZE INTO AUDIT-DETAIL
    END-STRING
    PERFORM WRITE-AUDIT
    EXIT PARAGRAPH.


*> CURRENT-USER's live sign-ups; picking one cancels it. A freed seat
*> goes to the earliest waitlisted student.
MY-EVENT-REGISTRATIONS.
    PERFORM GET-TODAY-DATE
    PERFORM LOAD-ALL-EVENTS
    MOVE 0 TO EVENT-PICK-COUNT
    OPEN INPUT EVENT-REGS
    IF EVENT-REGS-STATUS = "00" OR EVENT-REGS-STATUS = "05"
        PERFORM UNTIL 1 = 0
            READ EVENT-REGS NEXT RECORD
                AT END EXIT PERFORM
            END-READ
            IF ER-STATUS NOT = "CANCELLED"
               AND FUNCTION UPPER-CASE(FUNCTION TRIM(ER-USER))
                 = FUNCTION UPPER-CASE(FUNCTION TRIM(CURRENT-USER))
                MOVE ER-EVENT TO EVENT-ID-WORK
                PERFORM FIND-EVENT-ROW
                IF FOUND-FLAG = "Y" AND EVENT-PICK-COUNT < 200
                    ADD 1 TO EVENT-PICK-COUNT
                    SET EP-IX TO EVENT-PICK-COUNT
                    SET EP-ROW (EP-IX) TO ET-IX
                    MOVE EVENT-PICK-COUNT TO EVENT-LINE-NO
                    MOVE SPACES TO MSG EVENT-CHECKIN-TAG
                    IF ER-CHECKED-IN = "Y"
                        MOVE " (checked in)" TO EVENT-CHECKIN-TAG
                    END-IF
                    STRING EVENT-LINE-NO ". [" ET-DATE (ET-IX) "] "
                           FUNCTION TRIM(ET-TITLE (ET-IX)) " - "
                           FUNCTION TRIM(ER-STATUS) EVENT-CHECKIN-TAG
                           DELIMITED BY SIZE INTO MSG
                    END-STRING
                    PERFORM ECHO-DISPLAY
                END-IF
            END-IF
        END-PERFORM
        CLOSE EVENT-REGS
    END-IF
    IF EVENT-PICK-COUNT = 0
        MOVE "You are not signed up for any events." TO MSG
        PERFORM ECHO-DISPLAY
        EXIT PARAGRAPH
    END-IF

    MOVE "Enter a number to cancel that sign-up (blank to go back):" TO MSG
    PERFORM ECHO-DISPLAY
    PERFORM READ-EVENT-PICK
    IF EVENT-PICK = 0
        EXIT PARAGRAPH
    END-IF
    SET EP-IX TO EVENT-PICK
    SET ET-IX TO EP-ROW (EP-IX)
    IF ET-DATE (ET-IX) < TODAY-DATE
        MOVE "That event has already taken place." TO MSG
        PERFORM ECHO-DISPLAY
        EXIT PARAGRAPH
    END-IF

    PERFORM OPEN-EVENT-REGS-FOR-UPDATE
    MOVE ET-ID (ET-IX) TO ER-EVENT
    MOVE FUNCTION TRIM(CURRENT-USER) TO ER-USER
    READ EVENT-REGS
        INVALID KEY
            CLOSE EVENT-REGS
            MOVE "That sign-up is no longer on file." TO MSG
            PERFORM ECHO-DISPLAY
            EXIT PARAGRAPH
    END-READ
    MOVE ER-STATUS TO EVENT-PRIOR-STATUS
    MOVE "CANCELLED" TO ER-STATUS
    REWRITE ER-REC
    CLOSE EVENT-REGS

    MOVE "Your sign-up has been cancelled." TO MSG
    PERFORM ECHO-DISPLAY
    MOVE CURRENT-USER TO AUDIT-USER
    MOVE "EVENT-CANCELLED" TO AUDIT-ACTION
    MOVE SPACES TO AUDIT-DETAIL
    STRING "event " ET-ID (ET-IX) " was " FUNCTION TRIM(EVENT-PRIOR-STATUS)
           DELIMITED BY SIZE INTO AUDIT-DETAIL
    END-STRING
    PERFORM WRITE-AUDIT

    IF EVENT-PRIOR-STATUS = "REGISTERED"
        MOVE ET-ID (ET-IX) TO EVENT-ID-WORK
        PERFORM PROMOTE-EVENT-WAITLIST
    END-IF
    EXIT PARAGRAPH.


*> A seat freed up on event EVENT-ID-WORK: the earliest WAITLISTED
*> sign-up becomes REGISTERED and gets a message from the organizer.
*> Expects EVENT-TABLE loaded.
PROMOTE-EVENT-WAITLIST.
    PERFORM FIND-EVENT-ROW
    IF FOUND-FLAG NOT = "Y"
        EXIT PARAGRAPH
    END-IF
    PERFORM GET-TODAY-DATE
    IF ET-DATE (ET-IX) < TODAY-DATE
        EXIT PARAGRAPH
    END-IF
    PERFORM COUNT-EVENT-REGS
    IF EVENT-REG-COUNT >= ET-CAPACITY (ET-IX)
        EXIT PARAGRAPH
    END-IF

    MOVE SPACES TO EVENT-PROMOTED-USER
    MOVE HIGH-VALUES TO EVENT-OLDEST-STAMP
    OPEN INPUT EVENT-REGS
    IF EVENT-REGS-STATUS = "00" OR EVENT-REGS-STATUS = "05"
        PERFORM UNTIL 1 = 0
            READ EVENT-REGS NEXT RECORD
                AT END EXIT PERFORM
            END-READ
            IF ER-EVENT = EVENT-ID-WORK AND ER-STATUS = "WAITLISTED"
               AND ER-STAMP < EVENT-OLDEST-STAMP
                MOVE ER-STAMP TO EVENT-OLDEST-STAMP
                MOVE ER-USER TO EVENT-PROMOTED-USER
            END-IF
        END-PERFORM
        CLOSE EVENT-REGS
    END-IF
    IF EVENT-PROMOTED-USER = SPACES
        EXIT PARAGRAPH
    END-IF

    PERFORM OPEN-EVENT-REGS-FOR-UPDATE
    MOVE EVENT-ID-WORK TO ER-EVENT
    MOVE EVENT-PROMOTED-USER TO ER-USER
    READ EVENT-REGS
        INVALID KEY
            CLOSE EVENT-REGS
            EXIT PARAGRAPH
    END-READ
    MOVE "REGISTERED" TO ER-STATUS
    REWRITE ER-REC
    CLOSE EVENT-REGS

    MOVE ET-ORGANIZER (ET-IX) TO NOTIFY-FROM
    MOVE EVENT-PROMOTED-USER TO NOTIFY-TO
    MOVE SPACES TO NOTIFY-BODY
    STRING "A seat opened up: you are now registered for "
           FUNCTION TRIM(ET-TITLE (ET-IX)) " on " ET-DATE (ET-IX)
           " at " FUNCTION TRIM(ET-LOCATION (ET-IX)) "."
           DELIMITED BY SIZE INTO NOTIFY-BODY
    END-STRING
    PERFORM SEND-NOTIFY-MESSAGE

    MOVE EVENT-PROMOTED-USER TO AUDIT-USER
    MOVE "EVENT-PROMOTED" TO AUDIT-ACTION
    MOVE SPACES TO AUDIT-DETAIL
    STRING "event " EVENT-ID-WORK " from the waitlist"
           DELIMITED BY SIZE INTO AUDIT-DETAIL
    END-STRING
    PERFORM WRITE-AUDIT
    EXIT PARAGRAPH.


*> Employers may create events; so may the owner of a group, who
*> names the group hosting it.
CREATE-EVENT.
    MOVE 0 TO EVENT-OWNED-GROUPS
    OPEN INPUT GROUPS
    IF GROUPS-STATUS = "00" OR GROUPS-STATUS = "05"
        PERFORM UNTIL 1 = 0
            READ GROUPS NEXT RECORD
                AT END EXIT PERFORM
            END-READ
            IF FUNCTION UPPER-CASE(FUNCTION TRIM(GR-OWNER))
                 = FUNCTION UPPER-CASE(FUNCTION TRIM(CURRENT-USER))
                ADD 1 TO EVENT-OWNED-GROUPS
            END-IF
        END-PERFORM
        CLOSE GROUPS
    END-IF
    IF CURRENT-ROLE NOT = ROLE-EMPLOYER AND EVENT-OWNED-GROUPS = 0
        MOVE "Only employers and group owners can create events." TO MSG
        PERFORM ECHO-DISPLAY
        EXIT PARAGRAPH
    END-IF

    MOVE SPACES TO EVENT-GROUP-INPUT
    IF EVENT-OWNED-GROUPS > 0
        IF CURRENT-ROLE = ROLE-EMPLOYER
            MOVE "Hosting group you own (blank for none):" TO MSG
        ELSE
            MOVE "Hosting group (one you own):" TO MSG
        END-IF
        PERFORM ECHO-DISPLAY
        READ USER-IN
            AT END MOVE "Y" TO EOF-FLAG EXIT PARAGRAPH
        END-READ
        IF FUNCTION LENGTH(FUNCTION TRIM(USER-IN-REC)) = 0
            IF CURRENT-ROLE NOT = ROLE-EMPLOYER
                MOVE "A hosting group is required." TO MSG
                PERFORM ECHO-DISPLAY
                EXIT PARAGRAPH
            END-IF
        ELSE
            MOVE FUNCTION TRIM(USER-IN-REC) TO GROUP-NAME-INPUT
            PERFORM FIND-GROUP-BY-NAME
            IF GROUP-FOUND NOT = "Y"
                MOVE "No group by that name." TO MSG
                PERFORM ECHO-DISPLAY
                EXIT PARAGRAPH
            END-IF
            IF FUNCTION UPPER-CASE(FUNCTION TRIM(GR-OWNER))
                 NOT = FUNCTION UPPER-CASE(FUNCTION TRIM(CURRENT-USER))
                MOVE "Only the group's owner can create events for it." TO MSG
                PERFORM ECHO-DISPLAY
                EXIT PARAGRAPH
            END-IF
            MOVE GROUP-CANON-NAME TO EVENT-GROUP-INPUT
        END-IF
    END-IF

    MOVE "Event title:" TO MSG
    PERFORM ECHO-DISPLAY
    READ USER-IN
        AT END MOVE "Y" TO EOF-FLAG EXIT PARAGRAPH
    END-READ
    IF FUNCTION LENGTH(FUNCTION TRIM(USER-IN-REC)) = 0
        MOVE "A title is required. Event not created." TO MSG
        PERFORM ECHO-DISPLAY
        EXIT PARAGRAPH
    END-IF
    MOVE FUNCTION TRIM(USER-IN-REC) TO EVENT-TITLE-INPUT

    PERFORM GET-TODAY-DATE
    MOVE "Event date (YYYY-MM-DD):" TO MSG
    PERFORM ECHO-DISPLAY
    READ USER-IN
        AT END MOVE "Y" TO EOF-FLAG EXIT PARAGRAPH
    END-READ
    MOVE FUNCTION TRIM(USER-IN-REC) TO DATE-FIELD-INPUT
    PERFORM VALIDATE-DATE-FIELD
    IF DATE-INPUT-OK NOT = "Y"
        MOVE "Invalid date. Please use YYYY-MM-DD. Event not created." TO MSG
        PERFORM ECHO-DISPLAY
        EXIT PARAGRAPH
    END-IF
    IF DATE-FIELD-INPUT < TODAY-DATE
        MOVE "The event date cannot be in the past. Event not created." TO MSG
        PERFORM ECHO-DISPLAY
        EXIT PARAGRAPH
    END-IF
    MOVE DATE-FIELD-INPUT TO EVENT-DATE-INPUT

    MOVE "Location:" TO MSG
    PERFORM ECHO-DISPLAY
    READ USER-IN
        AT END MOVE "Y" TO EOF-FLAG EXIT PARAGRAPH
    END-READ
    IF FUNCTION LENGTH(FUNCTION TRIM(USER-IN-REC)) = 0
        MOVE "A location is required. Event not created." TO MSG
        PERFORM ECHO-DISPLAY
        EXIT PARAGRAPH
    END-IF
    MOVE FUNCTION TRIM(USER-IN-REC) TO EVENT-LOCATION-INPUT

    MOVE "Capacity (number of seats, 1-9999):" TO MSG
    PERFORM ECHO-DISPLAY
    READ USER-IN
        AT END MOVE "Y" TO EOF-FLAG EXIT PARAGRAPH
    END-READ
    IF FUNCTION TEST-NUMVAL(USER-IN-REC) NOT = 0
        MOVE "Capacity must be a number from 1 to 9999. Event not created." TO MSG
        PERFORM ECHO-DISPLAY
        EXIT PARAGRAPH
    END-IF
    IF FUNCTION NUMVAL(USER-IN-REC) < 1
       OR FUNCTION NUMVAL(USER-IN-REC) > 9999
        MOVE "Capacity must be a number from 1 to 9999. Event not created." TO MSG
        PERFORM ECHO-DISPLAY
        EXIT PARAGRAPH
    END-IF
    MOVE FUNCTION NUMVAL(USER-IN-REC) TO EVENT-CAP-INPUT

    PERFORM LOAD-ALL-EVENTS
    PERFORM OPEN-EVENTS-FOR-UPDATE
    MOVE NEXT-EVENT-ID TO EV-ID
    MOVE EVENT-TITLE-INPUT TO EV-TITLE
    MOVE EVENT-DATE-INPUT TO EV-DATE
    MOVE EVENT-LOCATION-INPUT TO EV-LOCATION
    MOVE EVENT-CAP-INPUT TO EV-CAPACITY
    MOVE FUNCTION TRIM(CURRENT-USER) TO EV-ORGANIZER
    MOVE EVENT-GROUP-INPUT TO EV-GROUP
    MOVE TODAY-DATE TO EV-CREATED
    WRITE EV-REC
        INVALID KEY
            CLOSE EVENTS
            MOVE "Could not save the event. Please try again." TO MSG
            PERFORM ECHO-DISPLAY
            EXIT PARAGRAPH
    END-WRITE
    CLOSE EVENTS

    MOVE SPACES TO MSG
    STRING "Event " NEXT-EVENT-ID " created for " EVENT-DATE-INPUT "."
           DELIMITED BY SIZE INTO MSG
    END-STRING
    PERFORM ECHO-DISPLAY
    MOVE CURRENT-USER TO AUDIT-USER
    MOVE "EVENT-CREATED" TO AUDIT-ACTION
    MOVE SPACES TO AUDIT-DETAIL
    STRING "event " NEXT-EVENT-ID " " FUNCTION TRIM(EVENT-TITLE-INPUT)
           DELIMITED BY SIZE INTO AUDIT-DETAIL
    END-STRING
    PERFORM WRITE-AUDIT
    EXIT PARAGRAPH.


*> Events CURRENT-USER organizes: sign-up list, printable check-in
*> roster, and recording who showed up.
MANAGE-MY-EVENTS.
    PERFORM LOAD-ALL-EVENTS
    MOVE 0 TO EVENT-PICK-COUNT
    IF EVENT-COUNT > 0
        SET ET-IX TO 1
        PERFORM EVENT-COUNT TIMES
            IF FUNCTION UPPER-CASE(FUNCTION TRIM(ET-ORGANIZER (ET-IX)))
                 = FUNCTION UPPER-CASE(FUNCTION TRIM(CURRENT-USER))
                ADD 1 TO EVENT-PICK-COUNT
                SET EP-IX TO EVENT-PICK-COUNT
                SET EP-ROW (EP-IX) TO ET-IX
                MOVE EVENT-PICK-COUNT TO EVENT-LINE-NO
                PERFORM DISPLAY-ONE-EVENT
            END-IF
            SET ET-IX UP BY 1
        END-PERFORM
    END-IF
    IF EVENT-PICK-COUNT = 0
        MOVE "You have not created any events." TO MSG
        PERFORM ECHO-DISPLAY
        EXIT PARAGRAPH
    END-IF

    MOVE "Enter a number to manage that event (blank to go back):" TO MSG
    PERFORM ECHO-DISPLAY
    PERFORM READ-EVENT-PICK
    IF EVENT-PICK = 0
        EXIT PARAGRAPH
    END-IF
    SET EP-IX TO EVENT-PICK
    SET ET-IX TO EP-ROW (EP-IX)

    MOVE "  1) View sign-ups and waitlist" TO MSG
    PERFORM ECHO-DISPLAY
    MOVE "  2) Write the check-in roster file" TO MSG
    PERFORM ECHO-DISPLAY
    MOVE "  3) Record check-ins" TO MSG
    PERFORM ECHO-DISPLAY
    MOVE "Enter your choice (blank to go back):" TO MSG
    PERFORM ECHO-DISPLAY
    READ USER-IN
        AT END MOVE "Y" TO EOF-FLAG EXIT PARAGRAPH
    END-READ
    IF FUNCTION LENGTH(FUNCTION TRIM(USER-IN-REC)) = 0
        EXIT PARAGRAPH
    END-IF
    IF FUNCTION TEST-NUMVAL(USER-IN-REC) = 0
        MOVE FUNCTION NUMVAL(USER-IN-REC) TO EVENT-ACTION-CHOICE
    ELSE
        MOVE 9 TO EVENT-ACTION-CHOICE
    END-IF
    EVALUATE EVENT-ACTION-CHOICE
        WHEN 1
            PERFORM VIEW-EVENT-SIGNUPS
        WHEN 2
            PERFORM WRITE-EVENT-ROSTER
        WHEN 3
            PERFORM RECORD-EVENT-CHECKINS
        WHEN OTHER
            MOVE "Invalid choice." TO MSG
            PERFORM ECHO-DISPLAY
    END-EVALUATE
    EXIT PARAGRAPH.


VIEW-EVENT-SIGNUPS.
    MOVE ET-ID (ET-IX) TO EVENT-ID-WORK
    PERFORM LOAD-EVENT-REGS
    PERFORM LOAD-ALL-PROFILES
    MOVE SPACES TO MSG
    STRING "Registered: " EVENT-REG-COUNT " of " ET-CAPACITY (ET-IX)
           "  Checked in: " EVENT-CHECKIN-COUNT
           "  Waitlist: " EVENT-WAIT-COUNT
           DELIMITED BY SIZE INTO MSG
    END-STRING
    PERFORM ECHO-DISPLAY
    IF EVENT-REG-ROWS = 0
        MOVE "No one has signed up yet." TO MSG
        PERFORM ECHO-DISPLAY
        EXIT PARAGRAPH
    END-IF
    MOVE 0 TO EVENT-LINE-NO
    SET ERT-IX TO 1
    PERFORM EVENT-REG-ROWS TIMES
        ADD 1 TO EVENT-LINE-NO
        MOVE ERT-USER (ERT-IX) TO OTHER-USER
        PERFORM FIND-USER-PROFILE
        MOVE SPACES TO MSG EVENT-CHECKIN-TAG
        IF ERT-CHECKED-IN (ERT-IX) = "Y"
            MOVE " (checked in)" TO EVENT-CHECKIN-TAG
        END-IF
        IF FOUND-FLAG = "Y"
            STRING EVENT-LINE-NO ". " FUNCTION TRIM(SP-FIRSTNAME (SP-IX)) " "
                   FUNCTION TRIM(SP-LASTNAME (SP-IX)) " ("
                   FUNCTION TRIM(ERT-USER (ERT-IX)) ") - "
                   FUNCTION TRIM(ERT-STATUS (ERT-IX)) EVENT-CHECKIN-TAG
                   DELIMITED BY SIZE INTO MSG
            END-STRING
        ELSE
            STRING EVENT-LINE-NO ". " FUNCTION TRIM(ERT-USER (ERT-IX)) " - "
                   FUNCTION TRIM(ERT-STATUS (ERT-IX)) EVENT-CHECKIN-TAG
                   DELIMITED BY SIZE INTO MSG
            END-STRING
        END-IF
        PERFORM ECHO-DISPLAY
        SET ERT-IX UP BY 1
    END-PERFORM
    EXIT.


*> Printable sign-in sheet, checkin-<event id>.txt: one line per
*> registered student with a box to tick, then the waitlist.
WRITE-EVENT-ROSTER.
    MOVE ET-ID (ET-IX) TO EVENT-ID-WORK
    PERFORM LOAD-EVENT-REGS
    PERFORM LOAD-ALL-PROFILES
    MOVE SPACES TO REPORT-FILENAME
    STRING "checkin-" EVENT-ID-WORK ".txt"
           DELIMITED BY SIZE INTO REPORT-FILENAME
    END-STRING
    OPEN OUTPUT REPORT-OUT

    MOVE SPACES TO REPORT-REC
    STRING "CHECK-IN ROSTER - " FUNCTION TRIM(ET-TITLE (ET-IX))
           DELIMITED BY SIZE INTO REPORT-REC
    END-STRING
    WRITE REPORT-REC
    MOVE SPACES TO REPORT-REC
    STRING "Date: " ET-DATE (ET-IX) "   Location: "
           FUNCTION TRIM(ET-LOCATION (ET-IX))
           DELIMITED BY SIZE INTO REPORT-REC
    END-STRING
    WRITE REPORT-REC
    MOVE SPACES TO REPORT-REC
    STRING "Registered: " EVENT-REG-COUNT " of " ET-CAPACITY (ET-IX)
           "   Waitlist: " EVENT-WAIT-COUNT
           DELIMITED BY SIZE INTO REPORT-REC
    END-STRING
    WRITE REPORT-REC
    MOVE SPACES TO REPORT-REC
    WRITE REPORT-REC
    MOVE "  No. In   Name                                      Username         University"
         TO REPORT-REC
    WRITE REPORT-REC
    MOVE ALL "-" TO REPORT-REC (1:100)
    WRITE REPORT-REC

    MOVE 0 TO EVENT-LINE-NO
    IF EVENT-REG-ROWS > 0
        SET ERT-IX TO 1
        PERFORM EVENT-REG-ROWS TIMES
            IF ERT-STATUS (ERT-IX) = "REGISTERED"
                ADD 1 TO EVENT-LINE-NO
                PERFORM WRITE-EVENT-ROSTER-LINE
            END-IF
            SET ERT-IX UP BY 1
        END-PERFORM
    END-IF
    IF EVENT-WAIT-COUNT > 0
        MOVE SPACES TO REPORT-REC
        WRITE REPORT-REC
        MOVE "WAITLIST (admit only if a seat is free)" TO REPORT-REC
        WRITE REPORT-REC
        MOVE 0 TO EVENT-LINE-NO
        SET ERT-IX TO 1
        PERFORM EVENT-REG-ROWS TIMES
            IF ERT-STATUS (ERT-IX) = "WAITLISTED"
                ADD 1 TO EVENT-LINE-NO
                PERFORM WRITE-EVENT-ROSTER-LINE
            END-IF
            SET ERT-IX UP BY 1
        END-PERFORM
    END-IF
    CLOSE REPORT-OUT

    MOVE SPACES TO MSG
    STRING "Check-in roster written to " FUNCTION TRIM(REPORT-FILENAME) "."
           DELIMITED BY SIZE INTO MSG
    END-STRING
    PERFORM ECHO-DISPLAY
    MOVE CURRENT-USER TO AUDIT-USER
    MOVE "EVENT-ROSTER" TO AUDIT-ACTION
    MOVE SPACES TO AUDIT-DETAIL
    STRING "event " EVENT-ID-WORK " " EVENT-REG-COUNT " registered"
           DELIMITED BY SIZE INTO AUDIT-DETAIL
    END-STRING
    PERFORM WRITE-AUDIT
    EXIT.


*> One roster line for EVENT-REG-ENTRY (ERT-IX)
WRITE-EVENT-ROSTER-LINE.
    MOVE ERT-USER (ERT-IX) TO OTHER-USER
    PERFORM FIND-USER-PROFILE
    MOVE SPACES TO REPORT-REC
    MOVE EVENT-LINE-NO TO REPORT-REC (3:3)
    IF ERT-CHECKED-IN (ERT-IX) = "Y"
        MOVE "[X]" TO REPORT-REC (7:3)
    ELSE
        MOVE "[ ]" TO REPORT-REC (7:3)
    END-IF
    IF FOUND-FLAG = "Y"
        STRING FUNCTION TRIM(SP-LASTNAME (SP-IX)) ", "
               FUNCTION TRIM(SP-FIRSTNAME (SP-IX))
               DELIMITED BY SIZE INTO REPORT-REC (12:40)
        END-STRING
        MOVE SP-UNIVERSITY (SP-IX) TO REPORT-REC (71:40)
    END-IF
    MOVE ERT-USER (ERT-IX) TO REPORT-REC (54:15)
    WRITE REPORT-REC
    EXIT.


*> Check-in opens on the day of the event. The organizer picks
*> registered students one at a time until they enter a blank line.
RECORD-EVENT-CHECKINS.
    PERFORM GET-TODAY-DATE
    IF ET-DATE (ET-IX) > TODAY-DATE
        MOVE "Check-in opens on the day of the event." TO MSG
        PERFORM ECHO-DISPLAY
        EXIT PARAGRAPH
    END-IF
    MOVE ET-ID (ET-IX) TO EVENT-ID-WORK
    PERFORM UNTIL 1 = 0
        PERFORM LOAD-EVENT-REGS
        IF EVENT-REG-COUNT = 0
            MOVE "No one is registered for this event." TO MSG
            PERFORM ECHO-DISPLAY
            EXIT PERFORM
        END-IF
        MOVE 0 TO EVENT-LINE-NO
        SET ERT-IX TO 1
        PERFORM EVENT-REG-ROWS TIMES
            ADD 1 TO EVENT-LINE-NO
            IF ERT-STATUS (ERT-IX) = "REGISTERED"
                MOVE SPACES TO MSG
                IF ERT-CHECKED-IN (ERT-IX) = "Y"
                    STRING EVENT-LINE-NO ". [X] " FUNCTION TRIM(ERT-USER (ERT-IX))
                           DELIMITED BY SIZE INTO MSG
                    END-STRING
                ELSE
                    STRING EVENT-LINE-NO ". [ ] " FUNCTION TRIM(ERT-USER (ERT-IX))
                           DELIMITED BY SIZE INTO MSG
                    END-STRING
                END-IF
                PERFORM ECHO-DISPLAY
            END-IF
            SET ERT-IX UP BY 1
        END-PERFORM
        MOVE SPACES TO MSG
        STRING "Checked in " EVENT-CHECKIN-COUNT " of " EVENT-REG-COUNT
               ". Enter a number to check in (blank to finish):"
               DELIMITED BY SIZE INTO MSG
        END-STRING
        PERFORM ECHO-DISPLAY
        READ USER-IN
            AT END MOVE "Y" TO EOF-FLAG EXIT PERFORM
        END-READ
        IF FUNCTION LENGTH(FUNCTION TRIM(USER-IN-REC)) = 0
            EXIT PERFORM
        END-IF
        IF FUNCTION TEST-NUMVAL(USER-IN-REC) NOT = 0
            MOVE "Invalid selection." TO MSG
            PERFORM ECHO-DISPLAY
        ELSE
            IF FUNCTION NUMVAL(USER-IN-REC) < 1
               OR FUNCTION NUMVAL(USER-IN-REC) > EVENT-REG-ROWS
                MOVE "Invalid selection." TO MSG
                PERFORM ECHO-DISPLAY
            ELSE
                MOVE FUNCTION NUMVAL(USER-IN-REC) TO EVENT-PICK
                SET ERT-IX TO EVENT-PICK
                IF ERT-STATUS (ERT-IX) NOT = "REGISTERED"
                    MOVE "Only registered students can be checked in." TO MSG
                    PERFORM ECHO-DISPLAY
                ELSE
                    PERFORM CHECK-IN-ONE-ATTENDEE
                END-IF
            END-IF
        END-IF
    END-PERFORM
    EXIT.


CHECK-IN-ONE-ATTENDEE.
    IF ERT-CHECKED-IN (ERT-IX) = "Y"
        MOVE "Already checked in." TO MSG
        PERFORM ECHO-DISPLAY
        EXIT PARAGRAPH
    END-IF
    PERFORM OPEN-EVENT-REGS-FOR-UPDATE
    MOVE EVENT-ID-WORK TO ER-EVENT
    MOVE ERT-USER (ERT-IX) TO ER-USER
    READ EVENT-REGS
        INVALID KEY
            CLOSE EVENT-REGS
            EXIT PARAGRAPH
    END-READ
    MOVE "Y" TO ER-CHECKED-IN
    REWRITE ER-REC
    CLOSE EVENT-REGS
    MOVE SPACES TO MSG
    STRING FUNCTION TRIM(ERT-USER (ERT-IX)) " checked in."
           DELIMITED BY SIZE INTO MSG
    END-STRING
    PERFORM ECHO-DISPLAY
    MOVE CURRENT-USER TO AUDIT-USER
    MOVE "EVENT-CHECKIN" TO AUDIT-ACTION
    MOVE SPACES TO AUDIT-DETAIL
    STRING "event " EVENT-ID-WORK " user " FUNCTION TRIM(ERT-USER (ERT-IX))
           DELIMITED BY SIZE INTO AUDIT-DETAIL
    END-STRING
    PERFORM WRITE-AUDIT
    EXIT PARAGRAPH.


*> Ask for a number between 1 and EVENT-PICK-COUNT. EVENT-PICK is 0
*> when the user backs out or the entry is not on the list.
READ-EVENT-PICK.
    MOVE 0 TO EVENT-PICK
    READ USER-IN
        AT END MOVE "Y" TO EOF-FLAG EXIT PARAGRAPH
    END-READ
    IF FUNCTION LENGTH(FUNCTION TRIM(USER-IN-REC)) = 0
        EXIT PARAGRAPH
    END-IF
    IF FUNCTION TEST-NUMVAL(USER-IN-REC) NOT = 0
        MOVE "Invalid selection." TO MSG
        PERFORM ECHO-DISPLAY
        EXIT PARAGRAPH
    END-IF
    IF FUNCTION NUMVAL(USER-IN-REC) < 1
       OR FUNCTION NUMVAL(USER-IN-REC) > EVENT-PICK-COUNT
        MOVE "Invalid selection." TO MSG
        PERFORM ECHO-DISPLAY
        EXIT PARAGRAPH
    END-IF
    MOVE FUNCTION NUMVAL(USER-IN-REC) TO EVENT-PICK
    EXIT PARAGRAPH.


*> Every event on file, in id order; also works out NEXT-EVENT-ID
LOAD-ALL-EVENTS.
    MOVE 0 TO EVENT-COUNT
    MOVE 1 TO NEXT-EVENT-ID
    OPEN INPUT EVENTS
    IF EVENTS-STATUS = "00" OR EVENTS-STATUS = "05"
        PERFORM UNTIL 1 = 0
            READ EVENTS NEXT RECORD
                AT END EXIT PERFORM
            END-READ
            IF EV-ID >= NEXT-EVENT-ID
                COMPUTE NEXT-EVENT-ID = EV-ID + 1
            END-IF
            IF EVENT-COUNT < MAX-EVENTS
                ADD 1 TO EVENT-COUNT
                SET ET-IX TO EVENT-COUNT
                MOVE EV-ID TO ET-ID (ET-IX)
                MOVE EV-TITLE TO ET-TITLE (ET-IX)
                MOVE EV-DATE TO ET-DATE (ET-IX)
                MOVE EV-LOCATION TO ET-LOCATION (ET-IX)
                MOVE EV-CAPACITY TO ET-CAPACITY (ET-IX)
                MOVE EV-ORGANIZER TO ET-ORGANIZER (ET-IX)
                MOVE EV-GROUP TO ET-GROUP (ET-IX)
            END-IF
        END-PERFORM
        CLOSE EVENTS
    END-IF
    EXIT.


*> Row of event EVENT-ID-WORK in EVENT-TABLE: ET-IX, FOUND-FLAG
FIND-EVENT-ROW.
    MOVE "N" TO FOUND-FLAG
    IF EVENT-COUNT > 0
        SET ET-IX TO 1
        PERFORM UNTIL ET-IX > EVENT-COUNT
            IF ET-ID (ET-IX) = EVENT-ID-WORK
                MOVE "Y" TO FOUND-FLAG
                EXIT PERFORM
            END-IF
            SET ET-IX UP BY 1
        END-PERFORM
    END-IF
    EXIT.


*> Seats taken and waitlist length for event EVENT-ID-WORK
COUNT-EVENT-REGS.
    MOVE 0 TO EVENT-REG-COUNT EVENT-WAIT-COUNT
    OPEN INPUT EVENT-REGS
    IF EVENT-REGS-STATUS = "00" OR EVENT-REGS-STATUS = "05"
        PERFORM UNTIL 1 = 0
            READ EVENT-REGS NEXT RECORD
                AT END EXIT PERFORM
            END-READ
            IF ER-EVENT = EVENT-ID-WORK
                EVALUATE ER-STATUS
                    WHEN "REGISTERED"
                        ADD 1 TO EVENT-REG-COUNT
                    WHEN "WAITLISTED"
                        ADD 1 TO EVENT-WAIT-COUNT
                END-EVALUATE
            END-IF
        END-PERFORM
        CLOSE EVENT-REGS
    END-IF
    EXIT.


*> Live sign-ups (not cancelled) for event EVENT-ID-WORK into
*> EVENT-REG-TABLE, with the registered / waitlisted / checked-in
*> counts
LOAD-EVENT-REGS.
    MOVE 0 TO EVENT-REG-ROWS EVENT-REG-COUNT EVENT-WAIT-COUNT
              EVENT-CHECKIN-COUNT
    MOVE "N" TO EVENT-REG-OVERFLOW
    OPEN INPUT EVENT-REGS
    IF EVENT-REGS-STATUS = "00" OR EVENT-REGS-STATUS = "05"
        PERFORM UNTIL 1 = 0
            READ EVENT-REGS NEXT RECORD
                AT END EXIT PERFORM
            END-READ
            IF ER-EVENT = EVENT-ID-WORK AND ER-STATUS NOT = "CANCELLED"
                IF ER-STATUS = "REGISTERED"
                    ADD 1 TO EVENT-REG-COUNT
                    IF ER-CHECKED-IN = "Y"
                        ADD 1 TO EVENT-CHECKIN-COUNT
                    END-IF
                ELSE
                    ADD 1 TO EVENT-WAIT-COUNT
                END-IF
                IF EVENT-REG-ROWS < MAX-EVENT-REGS
                    ADD 1 TO EVENT-REG-ROWS
                    SET ERT-IX TO EVENT-REG-ROWS
                    MOVE ER-USER TO ERT-USER (ERT-IX)
                    MOVE ER-STATUS TO ERT-STATUS (ERT-IX)
                    MOVE ER-CHECKED-IN TO ERT-CHECKED-IN (ERT-IX)
                ELSE
                    MOVE "Y" TO EVENT-REG-OVERFLOW
                END-IF
            END-IF
        END-PERFORM
        CLOSE EVENT-REGS
    END-IF
    EXIT.


*> Open events.dat for keyed update, creating it on first use
OPEN-EVENTS-FOR-UPDATE.
    OPEN I-O EVENTS
    IF EVENTS-STATUS = "35"
        OPEN OUTPUT EVENTS
        CLOSE EVENTS
        OPEN I-O EVENTS
    END-IF
    EXIT.


*> Open event-regs.dat for keyed update, creating it on first use
OPEN-EVENT-REGS-FOR-UPDATE.
    OPEN I-O EVENT-REGS
    IF EVENT-REGS-STATUS = "35"
        OPEN OUTPUT EVENT-REGS
        CLOSE EVENT-REGS
        OPEN I-O EVENT-REGS
    END-IF
    EXIT.


*> Drop the purged user's sign-ups. A seat they held at an upcoming
*> event passes to the waitlist as a cancellation would.
PURGE-EVENT-REG-ROWS.
    MOVE 0 TO SKILL-ROWS-COUNT
    MOVE "N" TO SKILLS-OVERFLOW
    OPEN INPUT EVENT-REGS
    IF EVENT-REGS-STATUS NOT = "00"
        IF EVENT-REGS-STATUS = "05"
            CLOSE EVENT-REGS
        END-IF
        EXIT PARAGRAPH
    END-IF
    PERFORM UNTIL 1 = 0
        READ EVENT-REGS NEXT RECORD
            AT END EXIT PERFORM
        END-READ
        IF FUNCTION UPPER-CASE(FUNCTION TRIM(ER-USER))
             = FUNCTION UPPER-CASE(FUNCTION TRIM(PURGE-USER))
            IF SKILL-ROWS-COUNT >= MAX-SKILL-ROWS
                MOVE "Y" TO SKILLS-OVERFLOW
            ELSE
                ADD 1 TO SKILL-ROWS-COUNT
                SET SK-IX TO SKILL-ROWS-COUNT
                MOVE SPACES TO SK-LINE (SK-IX)
                MOVE ER-KEY TO SK-LINE (SK-IX) (1:20)
                MOVE ER-STATUS TO SK-LINE (SK-IX) (21:10)
            END-IF
        END-IF
    END-PERFORM
    CLOSE EVENT-REGS
    IF SKILLS-OVERFLOW = "Y"
        MOVE "Warning: too many event sign-ups; some were not purged." TO MSG
        PERFORM ECHO-DISPLAY
    END-IF
    IF SKILL-ROWS-COUNT = 0
        EXIT PARAGRAPH
    END-IF
    PERFORM OPEN-EVENT-REGS-FOR-UPDATE
    SET SK-IX TO 1
    PERFORM SKILL-ROWS-COUNT TIMES
        MOVE SK-LINE (SK-IX) (1:20) TO ER-KEY
        DELETE EVENT-REGS RECORD
            INVALID KEY CONTINUE
        END-DELETE
        SET SK-IX UP BY 1
    END-PERFORM
    CLOSE EVENT-REGS

    PERFORM LOAD-ALL-EVENTS
    SET SK-IX TO 1
    PERFORM SKILL-ROWS-COUNT TIMES
        IF SK-LINE (SK-IX) (21:10) = "REGISTERED"
            MOVE SK-LINE (SK-IX) (1:5) TO EVENT-ID-WORK
            PERFORM PROMOTE-EVENT-WAITLIST
        END-IF
        SET SK-IX UP BY 1
    END-PERFORM
    EXIT.


*> Append an unread message from NOTIFY-FROM to NOTIFY-TO for
*> notices the system sends on someone's behalf
SEND-NOTIFY-MESSAGE.
    PERFORM GET-TODAY-DATE
    OPEN EXTEND MESSAGES
    IF MESSAGES-STATUS = "05" OR MESSAGES-STATUS = "35"
        CLOSE MESSAGES
        OPEN OUTPUT MESSAGES
    END-IF
    MOVE SPACES TO MESSAGE-REC
    STRING FUNCTION TRIM(NOTIFY-FROM) "|" FUNCTION TRIM(NOTIFY-TO) "|"
           FUNCTION TRIM(TODAY-DATE) "|"
           FUNCTION SUBSTITUTE(FUNCTION TRIM(NOTIFY-BODY), "|", " ") "|N"
           DELIMITED BY SIZE INTO MESSAGE-REC
    END-STRING
    WRITE MESSAGE-REC
    CLOSE MESSAGES
    EXIT.


*> ===== Event attendance report (admin and batch) =====
*> Per event: sign-ups, waitlist, check-ins and no-shows; then the
*> check-in rate by university across events already held. No-shows
*> are registered students never checked in at an event dated before
*> today; an event dated today is still in progress.
RUN-EVENT-ATTENDANCE-REPORT.
    PERFORM GET-TODAY-DATE
    PERFORM LOAD-ALL-EVENTS
    PERFORM LOAD-ALL-PROFILES
    MOVE 0 TO EVENT-UNIV-COUNT EVENT-TOTAL-REGS EVENT-TOTAL-CHECKED
              EVENT-TOTAL-NOSHOWS EVENT-HELD-COUNT

    MOVE "events" TO REPORT-PREFIX
    PERFORM SET-REPORT-FILENAME
    OPEN OUTPUT REPORT-OUT
    MOVE SPACES TO REPORT-REC
    STRING "Event Attendance Report - " FUNCTION TRIM(TODAY-DATE)
           DELIMITED BY SIZE INTO REPORT-REC
    END-STRING
    PERFORM WRITE-ECHO-REPORT-LINE

    IF EVENT-COUNT = 0
        MOVE "No events on file." TO REPORT-REC
        PERFORM WRITE-ECHO-REPORT-LINE
    ELSE
        SET ET-IX TO 1
        PERFORM EVENT-COUNT TIMES
            PERFORM EVENT-ATTENDANCE-ONE
            SET ET-IX UP BY 1
        END-PERFORM
    END-IF

    MOVE "--- Check-in rate by university (events held) ---" TO REPORT-REC
    PERFORM WRITE-ECHO-REPORT-LINE
    IF EVENT-UNIV-COUNT = 0
        MOVE "  (none)" TO REPORT-REC
        PERFORM WRITE-ECHO-REPORT-LINE
    ELSE
        SET EU-IX TO 1
        PERFORM EVENT-UNIV-COUNT TIMES
            MOVE 0 TO EVENT-RATE
            IF EU-REGISTERED (EU-IX) > 0
                COMPUTE EVENT-RATE ROUNDED =
                        EU-CHECKED-IN (EU-IX) * 100 / EU-REGISTERED (EU-IX)
            END-IF
            COMPUTE EVENT-NOSHOW-COUNT =
                    EU-REGISTERED (EU-IX) - EU-CHECKED-IN (EU-IX)
            MOVE SPACES TO REPORT-REC
            STRING "  " EU-NAME (EU-IX)
                   " Registered " EU-REGISTERED (EU-IX)
                   "  Checked in " EU-CHECKED-IN (EU-IX)
                   "  No-shows " EVENT-NOSHOW-COUNT
                   "  Rate " EVENT-RATE "%"
                   DELIMITED BY SIZE INTO REPORT-REC
            END-STRING
            PERFORM WRITE-ECHO-REPORT-LINE
            SET EU-IX UP BY 1
        END-PERFORM
    END-IF

    MOVE 0 TO EVENT-RATE
    IF EVENT-TOTAL-REGS > 0
        COMPUTE EVENT-RATE ROUNDED =
                EVENT-TOTAL-CHECKED * 100 / EVENT-TOTAL-REGS
    END-IF
    MOVE SPACES TO REPORT-REC
    STRING "Events: " EVENT-COUNT ", held: " EVENT-HELD-COUNT
           ", registrations: " EVENT-TOTAL-REGS
           ", no-shows: " EVENT-TOTAL-NOSHOWS
           ", check-in rate: " EVENT-RATE "%"
           DELIMITED BY SIZE INTO REPORT-REC
    END-STRING
    WRITE REPORT-REC
    CLOSE REPORT-OUT

    MOVE SPACES TO MSG
    STRING "Event attendance report complete. " EVENT-COUNT " event(s), "
           EVENT-RATE "% checked in." DELIMITED BY SIZE INTO MSG
    END-STRING
    PERFORM ECHO-DISPLAY

    MOVE USERNAME TO AUDIT-USER
    MOVE "ADMIN-REPORT" TO AUDIT-ACTION
    MOVE "event attendance report" TO AUDIT-DETAIL
    PERFORM WRITE-AUDIT
    EXIT.


*> Report lines for EVENT-ENTRY (ET-IX); a held event's registrants
*> are also added to the university totals.
EVENT-ATTENDANCE-ONE.
    MOVE ET-ID (ET-IX) TO EVENT-ID-WORK
    PERFORM LOAD-EVENT-REGS
    MOVE SPACES TO REPORT-REC
    STRING "Event " ET-ID (ET-IX) "  " ET-DATE (ET-IX) "  "
           FUNCTION TRIM(ET-TITLE (ET-IX)) "  (" FUNCTION TRIM(ET-ORGANIZER (ET-IX))
           ")"
           DELIMITED BY SIZE INTO REPORT-REC
    END-STRING
    PERFORM WRITE-ECHO-REPORT-LINE

    IF ET-DATE (ET-IX) < TODAY-DATE
        MOVE "Y" TO EVENT-HELD
    ELSE
        MOVE "N" TO EVENT-HELD
    END-IF
    MOVE SPACES TO REPORT-REC
    IF EVENT-HELD = "Y"
        ADD 1 TO EVENT-HELD-COUNT
        COMPUTE EVENT-NOSHOW-COUNT = EVENT-REG-COUNT - EVENT-CHECKIN-COUNT
        MOVE 0 TO EVENT-RATE
        IF EVENT-REG-COUNT > 0
            COMPUTE EVENT-RATE ROUNDED =
                    EVENT-CHECKIN-COUNT * 100 / EVENT-REG-COUNT
        END-IF
        ADD EVENT-REG-COUNT TO EVENT-TOTAL-REGS
        ADD EVENT-CHECKIN-COUNT TO EVENT-TOTAL-CHECKED
        ADD EVENT-NOSHOW-COUNT TO EVENT-TOTAL-NOSHOWS
        STRING "  Capacity " ET-CAPACITY (ET-IX)
               "  Registered " EVENT-REG-COUNT
               "  Waitlisted " EVENT-WAIT-COUNT
               "  Checked in " EVENT-CHECKIN-COUNT
               "  No-shows " EVENT-NOSHOW-COUNT
               "  Rate " EVENT-RATE "%"
               DELIMITED BY SIZE INTO REPORT-REC
        END-STRING
    ELSE
        STRING "  Capacity " ET-CAPACITY (ET-IX)
               "  Registered " EVENT-REG-COUNT
               "  Waitlisted " EVENT-WAIT-COUNT
               "  Checked in " EVENT-CHECKIN-COUNT
               "  (not yet held)"
               DELIMITED BY SIZE INTO REPORT-REC
        END-STRING
    END-IF
    PERFORM WRITE-ECHO-REPORT-LINE
    IF EVENT-REG-OVERFLOW = "Y"
        MOVE "  Note: sign-ups outgrew the working table; university totals are partial."
             TO REPORT-REC
        PERFORM WRITE-ECHO-REPORT-LINE
    END-IF

    IF EVENT-HELD NOT = "Y" OR EVENT-REG-ROWS = 0
        EXIT PARAGRAPH
    END-IF
    SET ERT-IX TO 1
    PERFORM EVENT-REG-ROWS TIMES
        IF ERT-STATUS (ERT-IX) = "REGISTERED"
            MOVE ERT-USER (ERT-IX) TO OTHER-USER
            PERFORM FIND-USER-PROFILE
            IF FOUND-FLAG = "Y"
               AND SP-UNIVERSITY (SP-IX) NOT = SPACES
                MOVE SP-UNIVERSITY (SP-IX) TO EVENT-UNIV-NAME
            ELSE
                MOVE "(no profile)" TO EVENT-UNIV-NAME
            END-IF
            PERFORM EVENT-ADD-TO-UNIVERSITY
        END-IF
        SET ERT-IX UP BY 1
    END-PERFORM
    EXIT PARAGRAPH.


*> Count EVENT-REG-ENTRY (ERT-IX) under EVENT-UNIV-NAME
EVENT-ADD-TO-UNIVERSITY.
    MOVE "N" TO ANY-FOUND
    IF EVENT-UNIV-COUNT > 0
        SET EU-IX TO 1
        PERFORM UNTIL EU-IX > EVENT-UNIV-COUNT
            IF FUNCTION UPPER-CASE(FUNCTION TRIM(EU-NAME (EU-IX)))
                 = FUNCTION UPPER-CASE(FUNCTION TRIM(EVENT-UNIV-NAME))
                MOVE "Y" TO ANY-FOUND
                EXIT PERFORM
            END-IF
            SET EU-IX UP BY 1
        END-PERFORM
    END-IF
    IF ANY-FOUND NOT = "Y"
        IF EVENT-UNIV-COUNT >= MAX-EVENT-UNIVS
            EXIT PARAGRAPH
        END-IF
        ADD 1 TO EVENT-UNIV-COUNT
        SET EU-IX TO EVENT-UNIV-COUNT
        MOVE EVENT-UNIV-NAME TO EU-NAME (EU-IX)
        MOVE 0 TO EU-REGISTERED (EU-IX) EU-CHECKED-IN (EU-IX)
    END-IF
    ADD 1 TO EU-REGISTERED (EU-IX)
    IF ERT-CHECKED-IN (ERT-IX) = "Y"
        ADD 1 TO EU-CHECKED-IN (EU-IX)
    END-IF
    EXIT PARAGRAPH.


*> ===== Job referrals (referrals.dat) =====
*> Refer one of CURRENT-USER's established connections to JOB-ENTRY
*> (J-IX). One referral per person per posting: the first one stands.
REFER-CONNECTION-TO-JOB.
    IF FUNCTION TRIM(J-STATUS (J-IX)) NOT = "OPEN"
        MOVE "Only open postings can receive referrals." TO MSG
        PERFORM ECHO-DISPLAY
        EXIT PARAGRAPH
    END-IF
    MOVE "Username of the connection to refer (blank to cancel):" TO MSG
    PERFORM ECHO-DISPLAY
    READ USER-IN
        AT END MOVE "Y" TO EOF-FLAG EXIT PARAGRAPH
    END-READ
    IF FUNCTION LENGTH(FUNCTION TRIM(USER-IN-REC)) = 0
        EXIT PARAGRAPH
    END-IF
    MOVE FUNCTION TRIM(USER-IN-REC) TO CHECK-USER
    PERFORM EXISTS-USER-BY-NAME
    IF FOUND-FLAG NOT = "Y"
        MOVE "User does not exist." TO MSG
        PERFORM ECHO-DISPLAY
        EXIT PARAGRAPH
    END-IF
    MOVE FOUND-ACC-USERNAME TO TARGET-USER
    IF FUNCTION UPPER-CASE(FUNCTION TRIM(TARGET-USER))
         = FUNCTION UPPER-CASE(FUNCTION TRIM(CURRENT-USER))
        MOVE "You cannot refer yourself. Apply directly instead." TO MSG
        PERFORM ECHO-DISPLAY
        EXIT PARAGRAPH
    END-IF
    IF FOUND-ACC-ROLE NOT = ROLE-STUDENT
        MOVE "Only Student accounts can be referred to a job." TO MSG
        PERFORM ECHO-DISPLAY
        EXIT PARAGRAPH
    END-IF

    MOVE FUNCTION TRIM(CURRENT-USER) TO USER-A
    MOVE FUNCTION TRIM(TARGET-USER) TO USER-B
    PERFORM FIND-CONNECTION-ON-FILE
    IF ANY-FOUND NOT = "Y"
        MOVE "You can only refer people you are connected with." TO MSG
        PERFORM ECHO-DISPLAY
        EXIT PARAGRAPH
    END-IF
    PERFORM FIND-BLOCK-ON-FILE
    IF BLOCK-FOUND = "Y"
        MOVE "You cannot refer this user." TO MSG
        PERFORM ECHO-DISPLAY
        EXIT PARAGRAPH
    END-IF

    PERFORM LOAD-ALL-JOB-APPS
    IF JOBAPP-COUNT > 0
        SET JA-IX TO 1
        PERFORM JOBAPP-COUNT TIMES
            IF JA-JOBID (JA-IX) = J-ID (J-IX)
               AND FUNCTION UPPER-CASE(FUNCTION TRIM(JA-USER (JA-IX)))
                 = FUNCTION UPPER-CASE(FUNCTION TRIM(TARGET-USER))
                MOVE "That person has already applied to this job." TO MSG
                PERFORM ECHO-DISPLAY
                EXIT PARAGRAPH
            END-IF
            SET JA-IX UP BY 1
        END-PERFORM
    END-IF

    MOVE "Short note for the referral (optional):" TO MSG
    PERFORM ECHO-DISPLAY
    READ USER-IN
        AT END MOVE "Y" TO EOF-FLAG EXIT PARAGRAPH
    END-READ
    MOVE FUNCTION TRIM(USER-IN-REC) TO REFERRAL-NOTE-INPUT

    PERFORM GET-TODAY-DATE
    PERFORM OPEN-REFERRALS-FOR-UPDATE
    MOVE J-ID (J-IX) TO RF-JOBID
    MOVE TARGET-USER TO RF-REFERRED
    MOVE FUNCTION TRIM(CURRENT-USER) TO RF-REFERRER
    MOVE TODAY-DATE TO RF-DATE
    MOVE REFERRAL-NOTE-INPUT TO RF-NOTE
    WRITE RF-REC
        INVALID KEY
            CLOSE REFERRALS
            MOVE "That person has already been referred to this job." TO MSG
            PERFORM ECHO-DISPLAY
            EXIT PARAGRAPH
    END-WRITE
    CLOSE REFERRALS

    MOVE FUNCTION TRIM(CURRENT-USER) TO NOTIFY-FROM
    MOVE TARGET-USER TO NOTIFY-TO
    MOVE SPACES TO NOTIFY-BODY
    STRING "I referred you to job " J-ID (J-IX) ": "
           FUNCTION TRIM(J-TITLE (J-IX)) " @ " FUNCTION TRIM(J-COMPANY (J-IX))
           ". Find it under Search for a job. " FUNCTION TRIM(REFERRAL-NOTE-INPUT)
           DELIMITED BY SIZE INTO NOTIFY-BODY
    END-STRING
    PERFORM SEND-NOTIFY-MESSAGE

    MOVE SPACES TO MSG
    STRING "Referral sent. " FUNCTION TRIM(TARGET-USER)
           " has been messaged about this posting."
           DELIMITED BY SIZE INTO MSG
    END-STRING
    PERFORM ECHO-DISPLAY
    MOVE CURRENT-USER TO AUDIT-USER
    MOVE "JOB-REFERRAL" TO AUDIT-ACTION
    MOVE SPACES TO AUDIT-DETAIL
    STRING "job " J-ID (J-IX) " referred " FUNCTION TRIM(TARGET-USER)
           DELIMITED BY SIZE INTO AUDIT-DETAIL
    END-STRING
    PERFORM WRITE-AUDIT
    EXIT PARAGRAPH.


*> Keyed lookup of RF-JOBID / RF-REFERRED; REFERRAL-FOUND and RF-REC
FIND-REFERRAL.
    MOVE "N" TO REFERRAL-FOUND
    OPEN INPUT REFERRALS
    IF REFERRALS-STATUS = "00"
        READ REFERRALS
            INVALID KEY CONTINUE
            NOT INVALID KEY MOVE "Y" TO REFERRAL-FOUND
        END-READ
        CLOSE REFERRALS
    ELSE
        IF REFERRALS-STATUS = "05"
            CLOSE REFERRALS
        END-IF
    END-IF
    EXIT.


*> Every referral on file into REFERRAL-TABLE
LOAD-ALL-REFERRALS.
    MOVE 0 TO REFERRAL-COUNT
    MOVE "N" TO REFERRAL-OVERFLOW
    OPEN INPUT REFERRALS
    IF REFERRALS-STATUS = "00" OR REFERRALS-STATUS = "05"
        PERFORM UNTIL 1 = 0
            READ REFERRALS NEXT RECORD
                AT END EXIT PERFORM
            END-READ
            IF REFERRAL-COUNT < MAX-REFERRALS
                ADD 1 TO REFERRAL-COUNT
                SET RF-IX TO REFERRAL-COUNT
                MOVE RF-JOBID TO RT-JOBID (RF-IX)
                MOVE RF-REFERRED TO RT-REFERRED (RF-IX)
                MOVE RF-REFERRER TO RT-REFERRER (RF-IX)
                MOVE RF-DATE TO RT-DATE (RF-IX)
            ELSE
                MOVE "Y" TO REFERRAL-OVERFLOW
            END-IF
        END-PERFORM
        CLOSE REFERRALS
    END-IF
    EXIT.


*> Open referrals.dat for keyed update, creating it on first use
OPEN-REFERRALS-FOR-UPDATE.
    OPEN I-O REFERRALS
    IF REFERRALS-STATUS = "35"
        OPEN OUTPUT REFERRALS
        CLOSE REFERRALS
        OPEN I-O REFERRALS
    END-IF
    EXIT.


*> Referrals made by or for the purged user
PURGE-REFERRAL-ROWS.
    MOVE 0 TO SKILL-ROWS-COUNT
    MOVE "N" TO SKILLS-OVERFLOW
    OPEN INPUT REFERRALS
    IF REFERRALS-STATUS NOT = "00"
        IF REFERRALS-STATUS = "05"
            CLOSE REFERRALS
        END-IF
        EXIT PARAGRAPH
    END-IF
    PERFORM UNTIL 1 = 0
        READ REFERRALS NEXT RECORD
            AT END EXIT PERFORM
        END-READ
        IF FUNCTION UPPER-CASE(FUNCTION TRIM(RF-REFERRER))
             = FUNCTION UPPER-CASE(FUNCTION TRIM(PURGE-USER))
           OR FUNCTION UPPER-CASE(FUNCTION TRIM(RF-REFERRED))
             = FUNCTION UPPER-CASE(FUNCTION TRIM(PURGE-USER))
            IF SKILL-ROWS-COUNT >= MAX-SKILL-ROWS
                MOVE "Y" TO SKILLS-OVERFLOW
            ELSE
                ADD 1 TO SKILL-ROWS-COUNT
                SET SK-IX TO SKILL-ROWS-COUNT
                MOVE RF-KEY TO SK-LINE (SK-IX)
            END-IF
        END-IF
    END-PERFORM
    CLOSE REFERRALS
    IF SKILLS-OVERFLOW = "Y"
        MOVE "Warning: too many referrals; some were not purged." TO MSG
        PERFORM ECHO-DISPLAY
    END-IF
    IF SKILL-ROWS-COUNT = 0
        EXIT PARAGRAPH
    END-IF
    PERFORM OPEN-REFERRALS-FOR-UPDATE
    SET SK-IX TO 1
    PERFORM SKILL-ROWS-COUNT TIMES
        MOVE SK-LINE (SK-IX) (1:20) TO RF-KEY
        DELETE REFERRALS RECORD
            INVALID KEY CONTINUE
        END-DELETE
        SET SK-IX UP BY 1
    END-PERFORM
    CLOSE REFERRALS
    EXIT.


*> ===== Job referral report (admin and batch) =====
*> Grouped by referrer: who they referred, to which posting, and the
*> furthest stage reached. "Applied" means an application is on file,
*> "interviewed" a confirmed interview slot, "accepted" an ACCEPTED
*> application.
RUN-REFERRAL-REPORT.
    PERFORM GET-TODAY-DATE
    PERFORM LOAD-ALL-REFERRALS
    PERFORM LOAD-ALL-JOBS
    PERFORM LOAD-ALL-JOB-APPS
    PERFORM LOAD-ALL-INTERVIEWS
    PERFORM LOAD-ALL-PROFILES
    MOVE 0 TO REFERRAL-REFERRERS REFERRAL-APPLIED REFERRAL-INTERVIEWED
              REFERRAL-ACCEPTED

    MOVE "referral" TO REPORT-PREFIX
    PERFORM SET-REPORT-FILENAME
    OPEN OUTPUT REPORT-OUT
    MOVE SPACES TO REPORT-REC
    STRING "Job Referral Report - " FUNCTION TRIM(TODAY-DATE)
           DELIMITED BY SIZE INTO REPORT-REC
    END-STRING
    PERFORM WRITE-ECHO-REPORT-LINE
    IF REFERRAL-OVERFLOW = "Y" OR JOBAPP-OVERFLOW = "Y"
       OR INTERVIEWS-OVERFLOW = "Y"
        MOVE "Note: referrals, applications or interviews outgrew the working table; counts are partial."
             TO REPORT-REC
        PERFORM WRITE-ECHO-REPORT-LINE
    END-IF

    IF REFERRAL-COUNT = 0
        MOVE "No referrals on file." TO REPORT-REC
        PERFORM WRITE-ECHO-REPORT-LINE
    ELSE
        SET RF-IX TO 1
        PERFORM REFERRAL-COUNT TIMES
            *> First row for this referrer starts their block
            MOVE "N" TO REFERRAL-SEEN
            SET RF-JX TO 1
            PERFORM UNTIL RF-JX >= RF-IX
                IF FUNCTION UPPER-CASE(FUNCTION TRIM(RT-REFERRER (RF-JX)))
                     = FUNCTION UPPER-CASE(FUNCTION TRIM(RT-REFERRER (RF-IX)))
                    MOVE "Y" TO REFERRAL-SEEN
                    EXIT PERFORM
                END-IF
                SET RF-JX UP BY 1
            END-PERFORM
            IF REFERRAL-SEEN = "N"
                PERFORM REFERRAL-ONE-REFERRER
            END-IF
            SET RF-IX UP BY 1
        END-PERFORM
    END-IF

    MOVE SPACES TO REPORT-REC
    STRING "Referrals: " REFERRAL-COUNT ", referrers: " REFERRAL-REFERRERS
           ", applied: " REFERRAL-APPLIED
           ", interviewed: " REFERRAL-INTERVIEWED
           ", accepted: " REFERRAL-ACCEPTED
           DELIMITED BY SIZE INTO REPORT-REC
    END-STRING
    WRITE REPORT-REC
    CLOSE REPORT-OUT

    MOVE SPACES TO MSG
    STRING "Referral report complete. " REFERRAL-COUNT " referral(s), "
           REFERRAL-ACCEPTED " accepted." DELIMITED BY SIZE INTO MSG
    END-STRING
    PERFORM ECHO-DISPLAY

    MOVE USERNAME TO AUDIT-USER
    MOVE "ADMIN-REPORT" TO AUDIT-ACTION
    MOVE "job referral report" TO AUDIT-DETAIL
    PERFORM WRITE-AUDIT
    EXIT.


*> Header for the referrer of REFERRAL-ENTRY (RF-IX), then one line
*> for each referral they made (this row and any later ones)
REFERRAL-ONE-REFERRER.
    ADD 1 TO REFERRAL-REFERRERS
    MOVE RT-REFERRER (RF-IX) TO OTHER-USER
    PERFORM FIND-USER-PROFILE
    MOVE SPACES TO REPORT-REC
    IF FOUND-FLAG = "Y"
        STRING "Referrer " FUNCTION TRIM(RT-REFERRER (RF-IX)) " - "
               FUNCTION TRIM(SP-FIRSTNAME (SP-IX)) " "
               FUNCTION TRIM(SP-LASTNAME (SP-IX))
               DELIMITED BY SIZE INTO REPORT-REC
        END-STRING
    ELSE
        STRING "Referrer " FUNCTION TRIM(RT-REFERRER (RF-IX))
               DELIMITED BY SIZE INTO REPORT-REC
        END-STRING
    END-IF
    PERFORM WRITE-ECHO-REPORT-LINE

    SET RF-JX TO RF-IX
    PERFORM UNTIL RF-JX > REFERRAL-COUNT
        IF FUNCTION UPPER-CASE(FUNCTION TRIM(RT-REFERRER (RF-JX)))
             = FUNCTION UPPER-CASE(FUNCTION TRIM(RT-REFERRER (RF-IX)))
            PERFORM REFERRAL-ONE-LINE
        END-IF
        SET RF-JX UP BY 1
    END-PERFORM
    EXIT.


*> Stage reached by REFERRAL-ENTRY (RF-JX), written as one line
REFERRAL-ONE-LINE.
    MOVE "(posting gone)" TO REFERRAL-JOB-TITLE
    IF JOB-COUNT > 0
        SET J-IX TO 1
        PERFORM JOB-COUNT TIMES
            IF J-ID (J-IX) = RT-JOBID (RF-JX)
                MOVE J-TITLE (J-IX) TO REFERRAL-JOB-TITLE
            END-IF
            SET J-IX UP BY 1
        END-PERFORM
    END-IF

    MOVE "referred" TO REFERRAL-STAGE
    MOVE SPACES TO REFERRAL-APP-STATUS
    IF JOBAPP-COUNT > 0
        SET JA-IX TO 1
        PERFORM JOBAPP-COUNT TIMES
            IF JA-JOBID (JA-IX) = RT-JOBID (RF-JX)
               AND FUNCTION UPPER-CASE(FUNCTION TRIM(JA-USER (JA-IX)))
                 = FUNCTION UPPER-CASE(FUNCTION TRIM(RT-REFERRED (RF-JX)))
                MOVE JA-STATUS (JA-IX) TO REFERRAL-APP-STATUS
            END-IF
            SET JA-IX UP BY 1
        END-PERFORM
    END-IF
    IF REFERRAL-APP-STATUS NOT = SPACES
        MOVE "applied" TO REFERRAL-STAGE
        ADD 1 TO REFERRAL-APPLIED
        IF INTERVIEWS-COUNT > 0
            SET IV-IX TO 1
            PERFORM INTERVIEWS-COUNT TIMES
                IF IV-JOBID (IV-IX) = RT-JOBID (RF-JX)
                   AND FUNCTION UPPER-CASE(FUNCTION TRIM(IV-USER (IV-IX)))
                     = FUNCTION UPPER-CASE(FUNCTION TRIM(RT-REFERRED (RF-JX)))
                   AND FUNCTION TRIM(IV-STATUS (IV-IX)) = "CONFIRMED"
                    MOVE "interviewed" TO REFERRAL-STAGE
                END-IF
                SET IV-IX UP BY 1
            END-PERFORM
        END-IF
        IF REFERRAL-STAGE = "interviewed"
            ADD 1 TO REFERRAL-INTERVIEWED
        END-IF
        IF FUNCTION TRIM(REFERRAL-APP-STATUS) = "ACCEPTED"
            MOVE "accepted" TO REFERRAL-STAGE
            ADD 1 TO REFERRAL-ACCEPTED
        END-IF
    END-IF

    MOVE SPACES TO REPORT-REC
    IF REFERRAL-APP-STATUS = SPACES
        STRING "  " FUNCTION TRIM(RT-REFERRED (RF-JX))
               "  job " RT-JOBID (RF-JX) " " FUNCTION TRIM(REFERRAL-JOB-TITLE)
               "  referred " RT-DATE (RF-JX)
               "  stage: " FUNCTION TRIM(REFERRAL-STAGE)
               DELIMITED BY SIZE INTO REPORT-REC
        END-STRING
    ELSE
        STRING "  " FUNCTION TRIM(RT-REFERRED (RF-JX))
               "  job " RT-JOBID (RF-JX) " " FUNCTION TRIM(REFERRAL-JOB-TITLE)
               "  referred " RT-DATE (RF-JX)
               "  stage: " FUNCTION TRIM(REFERRAL-STAGE)
               " (" FUNCTION TRIM(REFERRAL-APP-STATUS) ")"
               DELIMITED BY SIZE INTO REPORT-REC
        END-STRING
    END-IF
    PERFORM WRITE-ECHO-REPORT-LINE
    EXIT.


*> ===== Employer verification (employer-verify.dat) =====
*> Verification state for VERIFY-USER into VERIFY-STATE and
*> VERIFY-REASON. An Employer with no row on file has never been
*> reviewed and counts as PENDING.
LOOKUP-EMPLOYER-VERIFY.
    MOVE "N" TO VERIFY-ON-FILE
    MOVE "PENDING" TO VERIFY-STATE
    MOVE SPACES TO VERIFY-REASON VERIFY-REQUESTED
    IF FUNCTION LENGTH(FUNCTION TRIM(VERIFY-USER)) = 0
        EXIT PARAGRAPH
    END-IF
    OPEN INPUT EMPLOYER-VERIFY
    IF EMPLOYER-VERIFY-STATUS = "00" OR EMPLOYER-VERIFY-STATUS = "05"
        MOVE VERIFY-USER TO VF-USERNAME
        READ EMPLOYER-VERIFY
            INVALID KEY
                CONTINUE
            NOT INVALID KEY
                MOVE "Y" TO VERIFY-ON-FILE
                MOVE VF-STATUS TO VERIFY-STATE
                MOVE VF-REASON TO VERIFY-REASON
                MOVE VF-REQUESTED TO VERIFY-REQUESTED
        END-READ
        CLOSE EMPLOYER-VERIFY
    END-IF
    EXIT PARAGRAPH.


*> Record VERIFY-STATE (and VERIFY-REASON) for VERIFY-USER. PENDING
*> restarts the request date; a decision stamps who made it and when.
SAVE-EMPLOYER-VERIFY.
    PERFORM GET-TODAY-DATE
    PERFORM OPEN-EMPLOYER-VERIFY-FOR-UPDATE
    MOVE VERIFY-USER TO VF-USERNAME
    READ EMPLOYER-VERIFY
        INVALID KEY
            MOVE "N" TO VERIFY-ON-FILE
            MOVE SPACES TO VF-REC
            MOVE VERIFY-USER TO VF-USERNAME
            MOVE TODAY-DATE TO VF-REQUESTED
        NOT INVALID KEY
            MOVE "Y" TO VERIFY-ON-FILE
    END-READ
    MOVE VERIFY-STATE TO VF-STATUS
    MOVE VERIFY-REASON TO VF-REASON
    IF VERIFY-STATE = "PENDING"
        MOVE TODAY-DATE TO VF-REQUESTED
        MOVE SPACES TO VF-DECIDED VF-DECIDED-BY
    ELSE
        MOVE TODAY-DATE TO VF-DECIDED
        MOVE USERNAME TO VF-DECIDED-BY
    END-IF
    IF VERIFY-ON-FILE = "Y"
        REWRITE VF-REC
            INVALID KEY CONTINUE
        END-REWRITE
    ELSE
        WRITE VF-REC
            INVALID KEY CONTINUE
        END-WRITE
    END-IF
    CLOSE EMPLOYER-VERIFY
    EXIT.


*> Gate for Employer actions that reach students: posting jobs and
*> offering interviews. Sets EMPLOYER-APPROVED and explains a refusal.
CHECK-EMPLOYER-APPROVED.
    MOVE "N" TO EMPLOYER-APPROVED
    MOVE CURRENT-USER TO VERIFY-USER
    PERFORM LOOKUP-EMPLOYER-VERIFY
    EVALUATE VERIFY-STATE
        WHEN "APPROVED"
            MOVE "Y" TO EMPLOYER-APPROVED
        WHEN "REJECTED"
            MOVE "Your employer account was not verified." TO MSG
            PERFORM ECHO-DISPLAY
            IF FUNCTION LENGTH(FUNCTION TRIM(VERIFY-REASON)) > 0
                MOVE SPACES TO LONG-TEXT-BUFFER
                STRING "Reason: " FUNCTION TRIM(VERIFY-REASON)
                       DELIMITED BY SIZE INTO LONG-TEXT-BUFFER
                END-STRING
                PERFORM DISPLAY-LONG-TEXT
            END-IF
            MOVE "Update your company profile to ask for another review." TO MSG
            PERFORM ECHO-DISPLAY
        WHEN OTHER
            MOVE "Your employer account is awaiting verification." TO MSG
            PERFORM ECHO-DISPLAY
            MOVE "Job postings and interview offers open once it is approved." TO MSG
            PERFORM ECHO-DISPLAY
    END-EVALUATE
    EXIT.


*> ADMIN: Employer accounts still waiting for verification, with the
*> company profile each one filed. Approve, or reject with a reason;
*> either way the Employer gets a message and the decision is audited.
ADMIN-EMPLOYER-VERIFICATION.
    MOVE 0 TO VERIFY-QUEUE-COUNT
    MOVE "N" TO VERIFY-QUEUE-OVERFLOW
    OPEN INPUT ACCOUNTS
    IF ACC-STATUS = "00"
        PERFORM UNTIL 1 = 0
            READ ACCOUNTS NEXT RECORD
                AT END EXIT PERFORM
            END-READ
            IF ACC-ROLE = ROLE-EMPLOYER
                MOVE ACC-USERNAME TO VERIFY-USER
                PERFORM LOOKUP-EMPLOYER-VERIFY
                IF VERIFY-STATE = "PENDING"
                    IF VERIFY-QUEUE-COUNT >= 200
                        MOVE "Y" TO VERIFY-QUEUE-OVERFLOW
                    ELSE
                        ADD 1 TO VERIFY-QUEUE-COUNT
                        SET VQ-IX TO VERIFY-QUEUE-COUNT
                        MOVE ACC-USERNAME TO VQ-USER (VQ-IX)
                        MOVE VERIFY-REQUESTED TO VQ-REQUESTED (VQ-IX)
                    END-IF
                END-IF
            END-IF
        END-PERFORM
        CLOSE ACCOUNTS
    END-IF

    MOVE "--- Employer Verification Queue ---" TO MSG
    PERFORM ECHO-DISPLAY
    IF VERIFY-QUEUE-COUNT = 0
        MOVE "No employer accounts are waiting for verification." TO MSG
        PERFORM ECHO-DISPLAY
        EXIT PARAGRAPH
    END-IF
    IF VERIFY-QUEUE-OVERFLOW = "Y"
        MOVE "Only the first 200 waiting accounts are listed." TO MSG
        PERFORM ECHO-DISPLAY
    END-IF

    SET VQ-IX TO 1
    PERFORM VERIFY-QUEUE-COUNT TIMES
        MOVE VQ-IX TO VERIFY-PICK
        MOVE SPACES TO MSG
        IF FUNCTION LENGTH(FUNCTION TRIM(VQ-REQUESTED (VQ-IX))) > 0
            STRING VERIFY-PICK ". " FUNCTION TRIM(VQ-USER (VQ-IX))
                   " (requested " FUNCTION TRIM(VQ-REQUESTED (VQ-IX)) ")"
                   DELIMITED BY SIZE INTO MSG
            END-STRING
        ELSE
            STRING VERIFY-PICK ". " FUNCTION TRIM(VQ-USER (VQ-IX))
                   DELIMITED BY SIZE INTO MSG
            END-STRING
        END-IF
        PERFORM ECHO-DISPLAY
        PERFORM DISPLAY-VERIFY-COMPANY
        SET VQ-IX UP BY 1
    END-PERFORM

    MOVE "Enter the number of the account to review (blank to go back):" TO MSG
    PERFORM ECHO-DISPLAY
    READ USER-IN
        AT END MOVE "Y" TO EOF-FLAG EXIT PARAGRAPH
    END-READ
    IF FUNCTION LENGTH(FUNCTION TRIM(USER-IN-REC)) = 0
        EXIT PARAGRAPH
    END-IF
    IF FUNCTION TEST-NUMVAL(USER-IN-REC) = 0
        MOVE FUNCTION NUMVAL(USER-IN-REC) TO VERIFY-PICK
    ELSE
        MOVE 0 TO VERIFY-PICK
    END-IF
    IF VERIFY-PICK < 1 OR VERIFY-PICK > VERIFY-QUEUE-COUNT
        MOVE "Invalid selection." TO MSG
        PERFORM ECHO-DISPLAY
        EXIT PARAGRAPH
    END-IF
    SET VQ-IX TO VERIFY-PICK

    MOVE "  1) Approve" TO MSG
    PERFORM ECHO-DISPLAY
    MOVE "  2) Reject" TO MSG
    PERFORM ECHO-DISPLAY
    MOVE "Enter your choice (blank to leave it pending):" TO MSG
    PERFORM ECHO-DISPLAY
    READ USER-IN
        AT END MOVE "Y" TO EOF-FLAG EXIT PARAGRAPH
    END-READ
    IF FUNCTION LENGTH(FUNCTION TRIM(USER-IN-REC)) = 0
        EXIT PARAGRAPH
    END-IF
    IF FUNCTION TEST-NUMVAL(USER-IN-REC) = 0
        MOVE FUNCTION NUMVAL(USER-IN-REC) TO VERIFY-ACTION
    ELSE
        MOVE 9 TO VERIFY-ACTION
    END-IF

    MOVE VQ-USER (VQ-IX) TO VERIFY-USER
    MOVE SPACES TO VERIFY-REASON
    EVALUATE VERIFY-ACTION
        WHEN 1
            MOVE "APPROVED" TO VERIFY-STATE
        WHEN 2
            MOVE "Reason for rejection (shown to the employer):" TO MSG
            PERFORM ECHO-DISPLAY
            READ USER-IN
                AT END MOVE "Y" TO EOF-FLAG EXIT PARAGRAPH
            END-READ
            IF FUNCTION LENGTH(FUNCTION TRIM(USER-IN-REC)) = 0
                MOVE "A reason is required to reject an account." TO MSG
                PERFORM ECHO-DISPLAY
                EXIT PARAGRAPH
            END-IF
            MOVE FUNCTION TRIM(USER-IN-REC) TO VERIFY-REASON
            MOVE "REJECTED" TO VERIFY-STATE
        WHEN OTHER
            MOVE "Invalid choice, please try again." TO MSG
            PERFORM ECHO-DISPLAY
            EXIT PARAGRAPH
    END-EVALUATE

    PERFORM SAVE-EMPLOYER-VERIFY

    MOVE ADMIN-USERNAME TO NOTIFY-FROM
    MOVE VERIFY-USER TO NOTIFY-TO
    MOVE SPACES TO NOTIFY-BODY AUDIT-DETAIL
    IF VERIFY-STATE = "APPROVED"
        MOVE "Your employer account has been verified. You can now post jobs and offer interviews."
          TO NOTIFY-BODY
        MOVE "EMPLOYER-APPROVED" TO AUDIT-ACTION
        MOVE VERIFY-USER TO AUDIT-DETAIL
    ELSE
        STRING "Your employer account was not verified: "
               FUNCTION TRIM(VERIFY-REASON)
               ". Update your company profile to ask for another review."
               DELIMITED BY SIZE INTO NOTIFY-BODY
        END-STRING
        MOVE "EMPLOYER-REJECTED" TO AUDIT-ACTION
        STRING FUNCTION TRIM(VERIFY-USER) " " FUNCTION TRIM(VERIFY-REASON)
               DELIMITED BY SIZE INTO AUDIT-DETAIL
        END-STRING
    END-IF
    PERFORM SEND-NOTIFY-MESSAGE

    MOVE SPACES TO MSG
    STRING "Employer " FUNCTION TRIM(VERIFY-USER) " marked "
           FUNCTION TRIM(VERIFY-STATE) "."
           DELIMITED BY SIZE INTO MSG
    END-STRING
    PERFORM ECHO-DISPLAY
    MOVE USERNAME TO AUDIT-USER
    PERFORM WRITE-AUDIT
    EXIT PARAGRAPH.


*> Company, contact and industry from employers.dat for VQ-USER
DISPLAY-VERIFY-COMPANY.
    MOVE "N" TO EMPLOYER-PROFILE-EXISTS
    OPEN INPUT EMPLOYERS
    IF EMPLOYERS-STATUS = "00" OR EMPLOYERS-STATUS = "05"
        MOVE VQ-USER (VQ-IX) TO EMP-USERNAME
        READ EMPLOYERS
            INVALID KEY
                CONTINUE
            NOT INVALID KEY
                MOVE "Y" TO EMPLOYER-PROFILE-EXISTS
        END-READ
        CLOSE EMPLOYERS
    END-IF
    IF EMPLOYER-PROFILE-EXISTS = "N"
        MOVE "     (no company profile filed yet)" TO MSG
        PERFORM ECHO-DISPLAY
        EXIT PARAGRAPH
    END-IF
    MOVE SPACES TO MSG
    STRING "     Company:  " FUNCTION TRIM(EMP-COMPANY)
           DELIMITED BY SIZE INTO MSG
    END-STRING
    PERFORM ECHO-DISPLAY
    MOVE SPACES TO MSG
    STRING "     Contact:  " FUNCTION TRIM(EMP-CONTACT)
           DELIMITED BY SIZE INTO MSG
    END-STRING
    PERFORM ECHO-DISPLAY
    MOVE SPACES TO MSG
    STRING "     Industry: " FUNCTION TRIM(EMP-INDUSTRY)
           DELIMITED BY SIZE INTO MSG
    END-STRING
    PERFORM ECHO-DISPLAY
    EXIT PARAGRAPH.


*> Open employer-verify.dat for keyed update, creating it on first use
OPEN-EMPLOYER-VERIFY-FOR-UPDATE.
    OPEN I-O EMPLOYER-VERIFY
    IF EMPLOYER-VERIFY-STATUS = "35"
        OPEN OUTPUT EMPLOYER-VERIFY
        CLOSE EMPLOYER-VERIFY
        OPEN I-O EMPLOYER-VERIFY
    END-IF
    EXIT.


PURGE-EMPLOYER-VERIFY.
    PERFORM OPEN-EMPLOYER-VERIFY-FOR-UPDATE
    MOVE PURGE-USER TO VF-USERNAME
    DELETE EMPLOYER-VERIFY RECORD
        INVALID KEY CONTINUE
    END-DELETE
    CLOSE EMPLOYER-VERIFY
    EXIT.


*> ===== Personal data export (mydata-<username>.txt) =====
*> Everything the system holds on one account, written as a single
*> sectioned text file. Rows from the pipe-delimited files are copied
*> as stored; keyed records are flattened to the same pipe layout,
*> with a column line under each section heading.
DOWNLOAD-MY-DATA.
    MOVE CURRENT-USER TO CHECK-USER
    PERFORM EXISTS-USER-BY-NAME
    IF FOUND-FLAG NOT = "Y"
        MOVE "Your account could not be found." TO MSG
        PERFORM ECHO-DISPLAY
        EXIT PARAGRAPH
    END-IF
    MOVE CURRENT-USER TO EXPORT-REQUESTER
    PERFORM WRITE-DATA-EXPORT
    MOVE SPACES TO MSG
    STRING "Your data was written to " FUNCTION TRIM(EXPORT-FILENAME)
           DELIMITED BY SIZE INTO MSG
    END-STRING
    PERFORM ECHO-DISPLAY
    EXIT PARAGRAPH.


*> ADMIN: the same export for any account, e.g. for a records request
*> made through the registrar
ADMIN-DOWNLOAD-USER-DATA.
    MOVE "Username whose data to export:" TO MSG
    PERFORM ECHO-DISPLAY
    READ USER-IN
        AT END MOVE "Y" TO EOF-FLAG EXIT PARAGRAPH
    END-READ
    IF FUNCTION LENGTH(FUNCTION TRIM(USER-IN-REC)) = 0
        EXIT PARAGRAPH
    END-IF
    MOVE FUNCTION TRIM(USER-IN-REC) TO CHECK-USER
    PERFORM EXISTS-USER-BY-NAME
    IF FOUND-FLAG NOT = "Y"
        MOVE "No such account." TO MSG
        PERFORM ECHO-DISPLAY
        EXIT PARAGRAPH
    END-IF
    MOVE USERNAME TO EXPORT-REQUESTER
    PERFORM WRITE-DATA-EXPORT
    MOVE SPACES TO MSG
    STRING "Data for " FUNCTION TRIM(EXPORT-USER) " written to "
           FUNCTION TRIM(EXPORT-FILENAME) " ("
           EXPORT-TOTAL-ROWS " rows)."
           DELIMITED BY SIZE INTO MSG
    END-STRING
    PERFORM ECHO-DISPLAY
    EXIT PARAGRAPH.


*> Write the export for the account EXISTS-USER-BY-NAME just found
*> (FOUND-ACC-*), then audit it against EXPORT-REQUESTER.
WRITE-DATA-EXPORT.
    PERFORM GET-TODAY-DATE
    MOVE FOUND-ACC-USERNAME TO EXPORT-USER
    MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(EXPORT-USER)) TO EXPORT-USER-UC
    MOVE FOUND-ACC-ROLE TO EXPORT-ROLE
    MOVE 0 TO EXPORT-TOTAL-ROWS
    MOVE SPACES TO EXPORT-FILENAME
    STRING "mydata-" FUNCTION TRIM(EXPORT-USER) ".txt"
           DELIMITED BY SIZE INTO EXPORT-FILENAME
    END-STRING
    OPEN OUTPUT EXPORT-OUT

    MOVE "InCollege personal data export" TO EXPORT-LINE
    PERFORM WRITE-EXPORT-LINE
    STRING "Account:   " FUNCTION TRIM(EXPORT-USER)
           DELIMITED BY SIZE INTO EXPORT-LINE
    END-STRING
    PERFORM WRITE-EXPORT-LINE
    STRING "Generated: " TODAY-DATE " by " FUNCTION TRIM(EXPORT-REQUESTER)
           DELIMITED BY SIZE INTO EXPORT-LINE
    END-STRING
    PERFORM WRITE-EXPORT-LINE

    *> The password hash is deliberately left out
    MOVE "=== ACCOUNT ===" TO EXPORT-LINE
    PERFORM WRITE-EXPORT-HEADING
    MOVE "username|role|failed-logins|locked|force-reset|last-login" TO EXPORT-LINE
    PERFORM WRITE-EXPORT-LINE
    STRING FUNCTION TRIM(FOUND-ACC-USERNAME) "|" FUNCTION TRIM(FOUND-ACC-ROLE) "|"
           FOUND-ACC-FAIL-COUNT "|" FOUND-ACC-LOCKED "|" FOUND-ACC-FORCE-RESET "|"
           FUNCTION TRIM(FOUND-ACC-LAST-LOGIN)
           DELIMITED BY SIZE INTO EXPORT-LINE
    END-STRING
    PERFORM WRITE-EXPORT-ROW

    IF EXPORT-ROLE = ROLE-EMPLOYER
        MOVE "=== COMPANY PROFILE ===" TO EXPORT-LINE
        PERFORM WRITE-EXPORT-HEADING
        MOVE "company|contact|industry" TO EXPORT-LINE
        PERFORM WRITE-EXPORT-LINE
        PERFORM EXPORT-COMPANY-PROFILE
        PERFORM END-EXPORT-SECTION
        MOVE "=== EMPLOYER VERIFICATION ===" TO EXPORT-LINE
        PERFORM WRITE-EXPORT-HEADING
        MOVE "status|requested|reason" TO EXPORT-LINE
        PERFORM WRITE-EXPORT-LINE
        MOVE EXPORT-USER TO VERIFY-USER
        PERFORM LOOKUP-EMPLOYER-VERIFY
        STRING FUNCTION TRIM(VERIFY-STATE) "|" FUNCTION TRIM(VERIFY-REQUESTED) "|"
               FUNCTION TRIM(VERIFY-REASON)
               DELIMITED BY SIZE INTO EXPORT-LINE
        END-STRING
        PERFORM WRITE-EXPORT-ROW
    END-IF

    MOVE "=== PROFILE ===" TO EXPORT-LINE
    PERFORM WRITE-EXPORT-HEADING
    MOVE "first|last|university|major|graduation-year|about" TO EXPORT-LINE
    PERFORM WRITE-EXPORT-LINE
    PERFORM EXPORT-PROFILE-ROW
    PERFORM END-EXPORT-SECTION

    MOVE "=== EXPERIENCE ===" TO EXPORT-LINE
    PERFORM WRITE-EXPORT-HEADING
    MOVE "entry|title|company|dates|description" TO EXPORT-LINE
    PERFORM WRITE-EXPORT-LINE
    PERFORM EXPORT-EXPERIENCE-ROWS
    PERFORM END-EXPORT-SECTION

    MOVE "=== EDUCATION ===" TO EXPORT-LINE
    PERFORM WRITE-EXPORT-HEADING
    MOVE "entry|degree|university|years" TO EXPORT-LINE
    PERFORM WRITE-EXPORT-LINE
    PERFORM EXPORT-EDUCATION-ROWS
    PERFORM END-EXPORT-SECTION

    MOVE "=== CONNECTIONS ===" TO EXPORT-LINE
    PERFORM WRITE-EXPORT-HEADING
    MOVE "connected-with" TO EXPORT-LINE
    PERFORM WRITE-EXPORT-LINE
    PERFORM EXPORT-CONNECTION-ROWS
    PERFORM END-EXPORT-SECTION

    MOVE "=== CONNECTION REQUESTS ===" TO EXPORT-LINE
    PERFORM WRITE-EXPORT-HEADING
    MOVE "sender|receiver|status|date" TO EXPORT-LINE
    PERFORM WRITE-EXPORT-LINE
    PERFORM EXPORT-REQUEST-ROWS
    PERFORM END-EXPORT-SECTION

    MOVE "=== JOB APPLICATIONS ===" TO EXPORT-LINE
    PERFORM WRITE-EXPORT-HEADING
    MOVE "jobid|applicant|date|status" TO EXPORT-LINE
    PERFORM WRITE-EXPORT-LINE
    PERFORM EXPORT-JOBAPP-ROWS
    PERFORM END-EXPORT-SECTION

    MOVE "=== INTERVIEWS ===" TO EXPORT-LINE
    PERFORM WRITE-EXPORT-HEADING
    MOVE "jobid|student|employer|slot1|slot2|slot3|chosen|status" TO EXPORT-LINE
    PERFORM WRITE-EXPORT-LINE
    PERFORM EXPORT-INTERVIEW-ROWS
    PERFORM END-EXPORT-SECTION

    MOVE "=== SKILLS COMPLETED ===" TO EXPORT-LINE
    PERFORM WRITE-EXPORT-HEADING
    MOVE "username|skillid|skillname|date" TO EXPORT-LINE
    PERFORM WRITE-EXPORT-LINE
    PERFORM EXPORT-SKILL-ROWS
    PERFORM END-EXPORT-SECTION

    MOVE "=== ENDORSEMENTS (given and received) ===" TO EXPORT-LINE
    PERFORM WRITE-EXPORT-HEADING
    MOVE "owner|skillname|endorser|date" TO EXPORT-LINE
    PERFORM WRITE-EXPORT-LINE
    PERFORM EXPORT-ENDORSEMENT-ROWS
    PERFORM END-EXPORT-SECTION

    MOVE "=== GROUP MEMBERSHIPS ===" TO EXPORT-LINE
    PERFORM WRITE-EXPORT-HEADING
    MOVE "group|owner" TO EXPORT-LINE
    PERFORM WRITE-EXPORT-LINE
    PERFORM EXPORT-GROUP-MEMBER-ROWS
    PERFORM END-EXPORT-SECTION

    MOVE "=== GROUP NOTICES POSTED ===" TO EXPORT-LINE
    PERFORM WRITE-EXPORT-HEADING
    MOVE "group|author|date|text" TO EXPORT-LINE
    PERFORM WRITE-EXPORT-LINE
    PERFORM EXPORT-GROUP-NOTICE-ROWS
    PERFORM END-EXPORT-SECTION

    MOVE "=== MESSAGES ===" TO EXPORT-LINE
    PERFORM WRITE-EXPORT-HEADING
    MOVE "sender|receiver|date|body|read" TO EXPORT-LINE
    PERFORM WRITE-EXPORT-LINE
    PERFORM EXPORT-MESSAGE-ROWS
    PERFORM END-EXPORT-SECTION

    MOVE "=== ARCHIVED MESSAGES ===" TO EXPORT-LINE
    PERFORM WRITE-EXPORT-HEADING
    MOVE "sender|receiver|date|body|read" TO EXPORT-LINE
    PERFORM WRITE-EXPORT-LINE
    PERFORM EXPORT-ARCHIVED-MESSAGE-ROWS
    PERFORM END-EXPORT-SECTION

    MOVE "=== BLOCKED USERS ===" TO EXPORT-LINE
    PERFORM WRITE-EXPORT-HEADING
    MOVE "blocked|date" TO EXPORT-LINE
    PERFORM WRITE-EXPORT-LINE
    PERFORM EXPORT-BLOCK-ROWS
    PERFORM END-EXPORT-SECTION

    MOVE "=== MENTORSHIPS ===" TO EXPORT-LINE
    PERFORM WRITE-EXPORT-HEADING
    MOVE "mentor|mentee|status|requested|answered|note" TO EXPORT-LINE
    PERFORM WRITE-EXPORT-LINE
    PERFORM EXPORT-MENTORSHIP-ROWS
    PERFORM END-EXPORT-SECTION

    MOVE "=== EVENT REGISTRATIONS ===" TO EXPORT-LINE
    PERFORM WRITE-EXPORT-HEADING
    MOVE "event|status|signed-up|checked-in" TO EXPORT-LINE
    PERFORM WRITE-EXPORT-LINE
    PERFORM EXPORT-EVENT-REG-ROWS
    PERFORM END-EXPORT-SECTION

    MOVE "=== JOB REFERRALS ===" TO EXPORT-LINE
    PERFORM WRITE-EXPORT-HEADING
    MOVE "jobid|referred|referrer|date|note" TO EXPORT-LINE
    PERFORM WRITE-EXPORT-LINE
    PERFORM EXPORT-REFERRAL-ROWS
    PERFORM END-EXPORT-SECTION

    MOVE "=== AUDIT TRAIL ===" TO EXPORT-LINE
    PERFORM WRITE-EXPORT-HEADING
    MOVE "date|username|action|detail" TO EXPORT-LINE
    PERFORM WRITE-EXPORT-LINE
    PERFORM EXPORT-AUDIT-ROWS
    PERFORM END-EXPORT-SECTION

    MOVE SPACES TO EXPORT-LINE
    PERFORM WRITE-EXPORT-LINE
    STRING "=== END OF EXPORT (" EXPORT-TOTAL-ROWS " rows) ==="
           DELIMITED BY SIZE INTO EXPORT-LINE
    END-STRING
    PERFORM WRITE-EXPORT-LINE
    CLOSE EXPORT-OUT

    MOVE EXPORT-REQUESTER TO AUDIT-USER
    MOVE "DATA-EXPORT" TO AUDIT-ACTION
    MOVE SPACES TO AUDIT-DETAIL
    STRING FUNCTION TRIM(EXPORT-USER) " to " FUNCTION TRIM(EXPORT-FILENAME)
           DELIMITED BY SIZE INTO AUDIT-DETAIL
    END-STRING
    PERFORM WRITE-AUDIT
    EXIT.


*> One line of export output (the file is already open)
WRITE-EXPORT-LINE.
    MOVE EXPORT-LINE TO EXPORT-REC
    WRITE EXPORT-REC
    MOVE SPACES TO EXPORT-LINE
    EXIT.


*> A data row: written and counted for the section and the file
WRITE-EXPORT-ROW.
    PERFORM WRITE-EXPORT-LINE
    ADD 1 TO EXPORT-SECTION-ROWS EXPORT-TOTAL-ROWS
    EXIT.


*> Blank separator, then the section title already in EXPORT-LINE
WRITE-EXPORT-HEADING.
    MOVE SPACES TO EXPORT-REC
    WRITE EXPORT-REC
    PERFORM WRITE-EXPORT-LINE
    MOVE 0 TO EXPORT-SECTION-ROWS
    EXIT.


END-EXPORT-SECTION.
    IF EXPORT-SECTION-ROWS = 0
        MOVE "(none)" TO EXPORT-LINE
        PERFORM WRITE-EXPORT-LINE
    END-IF
    EXIT.


EXPORT-COMPANY-PROFILE.
    OPEN INPUT EMPLOYERS
    IF EMPLOYERS-STATUS = "00" OR EMPLOYERS-STATUS = "05"
        MOVE EXPORT-USER TO EMP-USERNAME
        READ EMPLOYERS
            INVALID KEY
                CONTINUE
            NOT INVALID KEY
                STRING FUNCTION TRIM(EMP-COMPANY) "|" FUNCTION TRIM(EMP-CONTACT) "|"
                       FUNCTION TRIM(EMP-INDUSTRY)
                       DELIMITED BY SIZE INTO EXPORT-LINE
                END-STRING
                PERFORM WRITE-EXPORT-ROW
        END-READ
        CLOSE EMPLOYERS
    END-IF
    EXIT.


EXPORT-PROFILE-ROW.
    OPEN INPUT PROFILES
    IF PROFILES-STATUS = "00" OR PROFILES-STATUS = "05"
        MOVE EXPORT-USER TO PF-USERNAME
        READ PROFILES
            INVALID KEY
                CONTINUE
            NOT INVALID KEY
                STRING FUNCTION TRIM(PF-FIRSTNAME) "|" FUNCTION TRIM(PF-LASTNAME) "|"
                       FUNCTION TRIM(PF-UNIVERSITY) "|" FUNCTION TRIM(PF-MAJOR) "|"
                       PF-YEAR "|" FUNCTION TRIM(PF-ABOUT)
                       DELIMITED BY SIZE INTO EXPORT-LINE
                END-STRING
                PERFORM WRITE-EXPORT-ROW
        END-READ
        CLOSE PROFILES
    END-IF
    EXIT.


EXPORT-EXPERIENCE-ROWS.
    OPEN INPUT EXPERIENCE-STORE
    IF XP-STATUS NOT = "00"
        IF XP-STATUS = "05"
            CLOSE EXPERIENCE-STORE
        END-IF
        EXIT PARAGRAPH
    END-IF
    PERFORM UNTIL 1 = 0
        READ EXPERIENCE-STORE NEXT RECORD
            AT END EXIT PERFORM
        END-READ
        IF FUNCTION UPPER-CASE(FUNCTION TRIM(XP-USERNAME)) = EXPORT-USER-UC
            STRING XP-SEQ "|" FUNCTION TRIM(XP-TITLE) "|" FUNCTION TRIM(XP-COMPANY) "|"
                   FUNCTION TRIM(XP-DATES) "|" FUNCTION TRIM(XP-DESC)
                   DELIMITED BY SIZE INTO EXPORT-LINE
            END-STRING
            PERFORM WRITE-EXPORT-ROW
        END-IF
    END-PERFORM
    CLOSE EXPERIENCE-STORE
    EXIT PARAGRAPH.


EXPORT-EDUCATION-ROWS.
    OPEN INPUT EDUCATION-STORE
    IF ED-STATUS NOT = "00"
        IF ED-STATUS = "05"
            CLOSE EDUCATION-STORE
        END-IF
        EXIT PARAGRAPH
    END-IF
    PERFORM UNTIL 1 = 0
        READ EDUCATION-STORE NEXT RECORD
            AT END EXIT PERFORM
        END-READ
        IF FUNCTION UPPER-CASE(FUNCTION TRIM(ED-USERNAME)) = EXPORT-USER-UC
            STRING ED-SEQ "|" FUNCTION TRIM(ED-DEGREE) "|" FUNCTION TRIM(ED-UNIV) "|"
                   FUNCTION TRIM(ED-YEARS)
                   DELIMITED BY SIZE INTO EXPORT-LINE
            END-STRING
            PERFORM WRITE-EXPORT-ROW
        END-IF
    END-PERFORM
    CLOSE EDUCATION-STORE
    EXIT PARAGRAPH.


EXPORT-CONNECTION-ROWS.
    OPEN INPUT CONNECTIONS
    IF CONN-STATUS NOT = "00"
        IF CONN-STATUS = "05"
            CLOSE CONNECTIONS
        END-IF
        EXIT PARAGRAPH
    END-IF
    PERFORM UNTIL 1 = 0
        READ CONNECTIONS NEXT RECORD
            AT END EXIT PERFORM
        END-READ
        IF FUNCTION UPPER-CASE(FUNCTION TRIM(CN-USER1)) = EXPORT-USER-UC
            MOVE CN-USER2 TO EXPORT-LINE
            PERFORM WRITE-EXPORT-ROW
        ELSE
            IF FUNCTION UPPER-CASE(FUNCTION TRIM(CN-USER2)) = EXPORT-USER-UC
                MOVE CN-USER1 TO EXPORT-LINE
                PERFORM WRITE-EXPORT-ROW
            END-IF
        END-IF
    END-PERFORM
    CLOSE CONNECTIONS
    EXIT PARAGRAPH.


EXPORT-REQUEST-ROWS.
    OPEN INPUT REQUESTS
    IF REQ-STATUS NOT = "00"
        IF REQ-STATUS = "05"
            CLOSE REQUESTS
        END-IF
        EXIT PARAGRAPH
    END-IF
    PERFORM UNTIL 1 = 0
        READ REQUESTS NEXT RECORD
            AT END EXIT PERFORM
        END-READ
        IF FUNCTION UPPER-CASE(FUNCTION TRIM(RQ-SENDER)) = EXPORT-USER-UC
           OR FUNCTION UPPER-CASE(FUNCTION TRIM(RQ-RECEIVER)) = EXPORT-USER-UC
            STRING FUNCTION TRIM(RQ-SENDER) "|" FUNCTION TRIM(RQ-RECEIVER) "|"
                   FUNCTION TRIM(RQ-STATUS-FLD) "|" FUNCTION TRIM(RQ-DATE)
                   DELIMITED BY SIZE INTO EXPORT-LINE
            END-STRING
            PERFORM WRITE-EXPORT-ROW
        END-IF
    END-PERFORM
    CLOSE REQUESTS
    EXIT PARAGRAPH.


*> Pipe-delimited rows: split off the leading fields used to match
EXPORT-SPLIT-ROW.
    MOVE SPACES TO EXPORT-FLD-1 EXPORT-FLD-2 EXPORT-FLD-3
    UNSTRING EXPORT-LINE DELIMITED BY "|"
        INTO EXPORT-FLD-1 EXPORT-FLD-2 EXPORT-FLD-3
    END-UNSTRING
    EXIT.


EXPORT-JOBAPP-ROWS.
    OPEN INPUT JOB-APPLICATIONS
    IF JOB-APPS-STATUS NOT = "00"
        IF JOB-APPS-STATUS = "05"
            CLOSE JOB-APPLICATIONS
        END-IF
        EXIT PARAGRAPH
    END-IF
    PERFORM UNTIL 1 = 0
        READ JOB-APPLICATIONS
            AT END EXIT PERFORM
        END-READ
        MOVE JOB-APP-REC TO EXPORT-LINE
        PERFORM EXPORT-SPLIT-ROW
        IF FUNCTION UPPER-CASE(FUNCTION TRIM(EXPORT-FLD-2)) = EXPORT-USER-UC
            PERFORM WRITE-EXPORT-ROW
        END-IF
        MOVE SPACES TO EXPORT-LINE
    END-PERFORM
    CLOSE JOB-APPLICATIONS
    EXIT PARAGRAPH.


EXPORT-INTERVIEW-ROWS.
    OPEN INPUT INTERVIEWS
    IF INTERVIEWS-STATUS NOT = "00"
        IF INTERVIEWS-STATUS = "05"
            CLOSE INTERVIEWS
        END-IF
        EXIT PARAGRAPH
    END-IF
    PERFORM UNTIL 1 = 0
        READ INTERVIEWS
            AT END EXIT PERFORM
        END-READ
        MOVE INTERVIEW-REC TO EXPORT-LINE
        PERFORM EXPORT-SPLIT-ROW
        IF FUNCTION UPPER-CASE(FUNCTION TRIM(EXPORT-FLD-2)) = EXPORT-USER-UC
           OR FUNCTION UPPER-CASE(FUNCTION TRIM(EXPORT-FLD-3)) = EXPORT-USER-UC
            PERFORM WRITE-EXPORT-ROW
        END-IF
        MOVE SPACES TO EXPORT-LINE
    END-PERFORM
    CLOSE INTERVIEWS
    EXIT PARAGRAPH.


EXPORT-SKILL-ROWS.
    OPEN INPUT SKILLS-PROGRESS
    IF SKILLS-PROGRESS-STATUS NOT = "00"
        IF SKILLS-PROGRESS-STATUS = "05"
            CLOSE SKILLS-PROGRESS
        END-IF
        EXIT PARAGRAPH
    END-IF
    PERFORM UNTIL 1 = 0
        READ SKILLS-PROGRESS
            AT END EXIT PERFORM
        END-READ
        MOVE SKILL-REC TO EXPORT-LINE
        PERFORM EXPORT-SPLIT-ROW
        IF FUNCTION UPPER-CASE(FUNCTION TRIM(EXPORT-FLD-1)) = EXPORT-USER-UC
            PERFORM WRITE-EXPORT-ROW
        END-IF
        MOVE SPACES TO EXPORT-LINE
    END-PERFORM
    CLOSE SKILLS-PROGRESS
    EXIT PARAGRAPH.


EXPORT-ENDORSEMENT-ROWS.
    OPEN INPUT ENDORSEMENTS
    IF ENDORSE-STATUS NOT = "00"
        IF ENDORSE-STATUS = "05"
            CLOSE ENDORSEMENTS
        END-IF
        EXIT PARAGRAPH
    END-IF
    PERFORM UNTIL 1 = 0
        READ ENDORSEMENTS
            AT END EXIT PERFORM
        END-READ
        MOVE ENDORSE-REC TO EXPORT-LINE
        PERFORM EXPORT-SPLIT-ROW
        IF FUNCTION UPPER-CASE(FUNCTION TRIM(EXPORT-FLD-1)) = EXPORT-USER-UC
           OR FUNCTION UPPER-CASE(FUNCTION TRIM(EXPORT-FLD-3)) = EXPORT-USER-UC
            PERFORM WRITE-EXPORT-ROW
        END-IF
        MOVE SPACES TO EXPORT-LINE
    END-PERFORM
    CLOSE ENDORSEMENTS
    EXIT PARAGRAPH.


*> Memberships, with the group's owner (the owner's own groups too)
EXPORT-GROUP-MEMBER-ROWS.
    OPEN INPUT GROUP-MEMBERS
    IF GROUP-MEMBERS-STATUS NOT = "00"
        IF GROUP-MEMBERS-STATUS = "05"
            CLOSE GROUP-MEMBERS
        END-IF
        EXIT PARAGRAPH
    END-IF
    OPEN INPUT GROUPS
    PERFORM UNTIL 1 = 0
        READ GROUP-MEMBERS NEXT RECORD
            AT END EXIT PERFORM
        END-READ
        IF FUNCTION UPPER-CASE(FUNCTION TRIM(GM-USER)) = EXPORT-USER-UC
            MOVE SPACES TO GR-OWNER
            IF GROUPS-STATUS = "00"
                MOVE GM-GROUP TO GR-NAME
                READ GROUPS
                    INVALID KEY MOVE SPACES TO GR-OWNER
                END-READ
            END-IF
            STRING FUNCTION TRIM(GM-GROUP) "|" FUNCTION TRIM(GR-OWNER)
                   DELIMITED BY SIZE INTO EXPORT-LINE
            END-STRING
            PERFORM WRITE-EXPORT-ROW
        END-IF
    END-PERFORM
    IF GROUPS-STATUS = "00" OR GROUPS-STATUS = "05"
        CLOSE GROUPS
    END-IF
    CLOSE GROUP-MEMBERS
    EXIT PARAGRAPH.


EXPORT-GROUP-NOTICE-ROWS.
    OPEN INPUT GROUP-NOTICES
    IF GROUP-NOTICES-STATUS NOT = "00"
        IF GROUP-NOTICES-STATUS = "05"
            CLOSE GROUP-NOTICES
        END-IF
        EXIT PARAGRAPH
    END-IF
    PERFORM UNTIL 1 = 0
        READ GROUP-NOTICES
            AT END EXIT PERFORM
        END-READ
        MOVE GROUP-NOTICE-REC TO EXPORT-LINE
        PERFORM EXPORT-SPLIT-ROW
        IF FUNCTION UPPER-CASE(FUNCTION TRIM(EXPORT-FLD-2)) = EXPORT-USER-UC
            PERFORM WRITE-EXPORT-ROW
        END-IF
        MOVE SPACES TO EXPORT-LINE
    END-PERFORM
    CLOSE GROUP-NOTICES
    EXIT PARAGRAPH.


EXPORT-MESSAGE-ROWS.
    OPEN INPUT MESSAGES
    IF MESSAGES-STATUS NOT = "00"
        IF MESSAGES-STATUS = "05"
            CLOSE MESSAGES
        END-IF
        EXIT PARAGRAPH
    END-IF
    PERFORM UNTIL 1 = 0
        READ MESSAGES
            AT END EXIT PERFORM
        END-READ
        MOVE MESSAGE-REC TO EXPORT-LINE
        PERFORM EXPORT-SPLIT-ROW
        IF FUNCTION UPPER-CASE(FUNCTION TRIM(EXPORT-FLD-1)) = EXPORT-USER-UC
           OR FUNCTION UPPER-CASE(FUNCTION TRIM(EXPORT-FLD-2)) = EXPORT-USER-UC
            PERFORM WRITE-EXPORT-ROW
        END-IF
        MOVE SPACES TO EXPORT-LINE
    END-PERFORM
    CLOSE MESSAGES
    EXIT PARAGRAPH.


EXPORT-ARCHIVED-MESSAGE-ROWS.
    OPEN INPUT MESSAGES-ARCHIVE
    IF MSG-ARCHIVE-STATUS NOT = "00"
        IF MSG-ARCHIVE-STATUS = "05"
            CLOSE MESSAGES-ARCHIVE
        END-IF
        EXIT PARAGRAPH
    END-IF
    PERFORM UNTIL 1 = 0
        READ MESSAGES-ARCHIVE
            AT END EXIT PERFORM
        END-READ
        MOVE MSG-ARCHIVE-REC TO EXPORT-LINE
        PERFORM EXPORT-SPLIT-ROW
        IF FUNCTION UPPER-CASE(FUNCTION TRIM(EXPORT-FLD-1)) = EXPORT-USER-UC
           OR FUNCTION UPPER-CASE(FUNCTION TRIM(EXPORT-FLD-2)) = EXPORT-USER-UC
            PERFORM WRITE-EXPORT-ROW
        END-IF
        MOVE SPACES TO EXPORT-LINE
    END-PERFORM
    CLOSE MESSAGES-ARCHIVE
    EXIT PARAGRAPH.


EXPORT-BLOCK-ROWS.
    OPEN INPUT BLOCKS
    IF BLOCKS-STATUS NOT = "00"
        IF BLOCKS-STATUS = "05"
            CLOSE BLOCKS
        END-IF
        EXIT PARAGRAPH
    END-IF
    PERFORM UNTIL 1 = 0
        READ BLOCKS NEXT RECORD
            AT END EXIT PERFORM
        END-READ
        IF FUNCTION UPPER-CASE(FUNCTION TRIM(BK-BLOCKER)) = EXPORT-USER-UC
            STRING FUNCTION TRIM(BK-BLOCKED) "|" FUNCTION TRIM(BK-DATE)
                   DELIMITED BY SIZE INTO EXPORT-LINE
            END-STRING
            PERFORM WRITE-EXPORT-ROW
        END-IF
    END-PERFORM
    CLOSE BLOCKS
    EXIT PARAGRAPH.


EXPORT-MENTORSHIP-ROWS.
    OPEN INPUT MENTORSHIPS
    IF MENTORSHIPS-STATUS NOT = "00"
        IF MENTORSHIPS-STATUS = "05"
            CLOSE MENTORSHIPS
        END-IF
        EXIT PARAGRAPH
    END-IF
    PERFORM UNTIL 1 = 0
        READ MENTORSHIPS NEXT RECORD
            AT END EXIT PERFORM
        END-READ
        IF FUNCTION UPPER-CASE(FUNCTION TRIM(MS-MENTOR)) = EXPORT-USER-UC
           OR FUNCTION UPPER-CASE(FUNCTION TRIM(MS-MENTEE)) = EXPORT-USER-UC
            STRING FUNCTION TRIM(MS-MENTOR) "|" FUNCTION TRIM(MS-MENTEE) "|"
                   FUNCTION TRIM(MS-STATUS) "|" FUNCTION TRIM(MS-REQ-DATE) "|"
                   FUNCTION TRIM(MS-ANSWER-DATE) "|" FUNCTION TRIM(MS-NOTE)
                   DELIMITED BY SIZE INTO EXPORT-LINE
            END-STRING
            PERFORM WRITE-EXPORT-ROW
        END-IF
    END-PERFORM
    CLOSE MENTORSHIPS
    EXIT PARAGRAPH.


EXPORT-EVENT-REG-ROWS.
    OPEN INPUT EVENT-REGS
    IF EVENT-REGS-STATUS NOT = "00"
        IF EVENT-REGS-STATUS = "05"
            CLOSE EVENT-REGS
        END-IF
        EXIT PARAGRAPH
    END-IF
    PERFORM UNTIL 1 = 0
        READ EVENT-REGS NEXT RECORD
            AT END EXIT PERFORM
        END-READ
        IF FUNCTION UPPER-CASE(FUNCTION TRIM(ER-USER)) = EXPORT-USER-UC
            STRING ER-EVENT "|" FUNCTION TRIM(ER-STATUS) "|"
                   FUNCTION TRIM(ER-STAMP) "|" ER-CHECKED-IN
                   DELIMITED BY SIZE INTO EXPORT-LINE
            END-STRING
            PERFORM WRITE-EXPORT-ROW
        END-IF
    END-PERFORM
    CLOSE EVENT-REGS
    EXIT PARAGRAPH.


EXPORT-REFERRAL-ROWS.
    OPEN INPUT REFERRALS
    IF REFERRALS-STATUS NOT = "00"
        IF REFERRALS-STATUS = "05"
            CLOSE REFERRALS
        END-IF
        EXIT PARAGRAPH
    END-IF
    PERFORM UNTIL 1 = 0
        READ REFERRALS NEXT RECORD
            AT END EXIT PERFORM
        END-READ
        IF FUNCTION UPPER-CASE(FUNCTION TRIM(RF-REFERRER)) = EXPORT-USER-UC
           OR FUNCTION UPPER-CASE(FUNCTION TRIM(RF-REFERRED)) = EXPORT-USER-UC
            STRING RF-JOBID "|" FUNCTION TRIM(RF-REFERRED) "|"
                   FUNCTION TRIM(RF-REFERRER) "|" FUNCTION TRIM(RF-DATE) "|"
                   FUNCTION TRIM(RF-NOTE)
                   DELIMITED BY SIZE INTO EXPORT-LINE
            END-STRING
            PERFORM WRITE-EXPORT-ROW
        END-IF
    END-PERFORM
    CLOSE REFERRALS
    EXIT PARAGRAPH.


EXPORT-AUDIT-ROWS.
    OPEN INPUT AUDIT-LOG
    IF AUDIT-STATUS NOT = "00"
        IF AUDIT-STATUS = "05"
            CLOSE AUDIT-LOG
        END-IF
        EXIT PARAGRAPH
    END-IF
    PERFORM UNTIL 1 = 0
        READ AUDIT-LOG
            AT END EXIT PERFORM
        END-READ
        MOVE AUDIT-REC TO EXPORT-LINE
        PERFORM EXPORT-SPLIT-ROW
        IF FUNCTION UPPER-CASE(FUNCTION TRIM(EXPORT-FLD-2)) = EXPORT-USER-UC
            PERFORM WRITE-EXPORT-ROW
        END-IF
        MOVE SPACES TO EXPORT-LINE
    END-PERFORM
    CLOSE AUDIT-LOG
    EXIT PARAGRAPH.


*> ===== Engagement and dormant-account report (admin and batch) =====
*> ADMIN: ask for the dormancy cut-off and the activity period, then
*> run the report. Blank answers use the 180/30 defaults.
RUN-ENGAGEMENT-PROMPT.
    MOVE 180 TO ENGAGE-DORMANT-DAYS
    MOVE 30 TO ENGAGE-PERIOD-DAYS
    MOVE SPACES TO MSG
    STRING "Dormant after how many days without a login? (blank for "
           ENGAGE-DORMANT-DAYS "):"
           DELIMITED BY SIZE INTO MSG
    END-STRING
    PERFORM ECHO-DISPLAY
    READ USER-IN
        AT END MOVE "Y" TO EOF-FLAG EXIT PARAGRAPH
    END-READ
    IF FUNCTION LENGTH(FUNCTION TRIM(USER-IN-REC)) > 0
        IF FUNCTION TEST-NUMVAL(USER-IN-REC) = 0
           AND FUNCTION NUMVAL(USER-IN-REC) >= 1
           AND FUNCTION NUMVAL(USER-IN-REC) <= 999
            MOVE FUNCTION NUMVAL(USER-IN-REC) TO ENGAGE-DORMANT-DAYS
        ELSE
            MOVE "Invalid number of days." TO MSG
            PERFORM ECHO-DISPLAY
            EXIT PARAGRAPH
        END-IF
    END-IF
    MOVE SPACES TO MSG
    STRING "Count activity over the last how many days? (blank for "
           ENGAGE-PERIOD-DAYS "):"
           DELIMITED BY SIZE INTO MSG
    END-STRING
    PERFORM ECHO-DISPLAY
    READ USER-IN
        AT END MOVE "Y" TO EOF-FLAG EXIT PARAGRAPH
    END-READ
    IF FUNCTION LENGTH(FUNCTION TRIM(USER-IN-REC)) > 0
        IF FUNCTION TEST-NUMVAL(USER-IN-REC) = 0
           AND FUNCTION NUMVAL(USER-IN-REC) >= 1
           AND FUNCTION NUMVAL(USER-IN-REC) <= 999
            MOVE FUNCTION NUMVAL(USER-IN-REC) TO ENGAGE-PERIOD-DAYS
        ELSE
            MOVE "Invalid number of days." TO MSG
            PERFORM ECHO-DISPLAY
            EXIT PARAGRAPH
        END-IF
    END-IF
    PERFORM RUN-ENGAGEMENT-REPORT
    EXIT.


*> Student accounts by PF-UNIVERSITY and by graduation year: logins
*> in the last 30/90/180 days, never logged in, incomplete profiles,
*> no connections, and skills completed, messages sent and group
*> notices posted in the last ENGAGE-PERIOD-DAYS days. Ends with every
*> account not logged in for more than ENGAGE-DORMANT-DAYS days.
RUN-ENGAGEMENT-REPORT.
    PERFORM GET-TODAY-DATE
    COMPUTE ENGAGE-SINCE-YMD = FUNCTION DATE-OF-INTEGER(
            FUNCTION INTEGER-OF-DATE(TODAY-YYYYMMDD) - ENGAGE-PERIOD-DAYS)
    MOVE ENGAGE-SINCE-YMD TO REQ-DATE-STR
    MOVE SPACES TO ENGAGE-SINCE-DATE
    STRING REQ-DATE-STR (1:4) "-" REQ-DATE-STR (5:2) "-" REQ-DATE-STR (7:2)
           DELIMITED BY SIZE INTO ENGAGE-SINCE-DATE
    END-STRING

    PERFORM ENGAGE-LOAD-USERS
    PERFORM ENGAGE-COUNT-CONNECTIONS
    PERFORM ENGAGE-COUNT-SKILLS
    PERFORM ENGAGE-COUNT-MESSAGES
    PERFORM ENGAGE-COUNT-NOTICES

    MOVE 0 TO ENGAGE-GROUP-COUNT
    IF ENGAGE-USER-COUNT > 0
        SET EG-IX TO 1
        PERFORM ENGAGE-USER-COUNT TIMES
            MOVE "U" TO ENGAGE-GROUP-KIND
            IF FUNCTION LENGTH(FUNCTION TRIM(EG-UNIV (EG-IX))) > 0
                MOVE EG-UNIV (EG-IX) TO ENGAGE-GROUP-NAME
            ELSE
                MOVE "(no university)" TO ENGAGE-GROUP-NAME
            END-IF
            PERFORM ENGAGE-ADD-TO-GROUP
            MOVE "Y" TO ENGAGE-GROUP-KIND
            IF EG-YEAR (EG-IX) > 0
                MOVE EG-YEAR (EG-IX) TO ENGAGE-GROUP-NAME
            ELSE
                MOVE "(no year)" TO ENGAGE-GROUP-NAME
            END-IF
            PERFORM ENGAGE-ADD-TO-GROUP
            SET EG-IX UP BY 1
        END-PERFORM
    END-IF
    PERFORM ENGAGE-SORT-GROUPS

    MOVE "engage" TO REPORT-PREFIX
    PERFORM SET-REPORT-FILENAME
    OPEN OUTPUT REPORT-OUT
    MOVE SPACES TO REPORT-REC
    STRING "Engagement Report - " FUNCTION TRIM(TODAY-DATE)
           DELIMITED BY SIZE INTO REPORT-REC
    END-STRING
    PERFORM WRITE-ECHO-REPORT-LINE
    STRING "Activity since " ENGAGE-SINCE-DATE " (" ENGAGE-PERIOD-DAYS
           " days); dormant after " ENGAGE-DORMANT-DAYS " days"
           DELIMITED BY SIZE INTO REPORT-REC
    END-STRING
    PERFORM WRITE-ECHO-REPORT-LINE
    IF ENGAGE-OVERFLOW = "Y"
        MOVE "Warning: more student accounts than the report can hold; the rest are not counted."
          TO REPORT-REC
        PERFORM WRITE-ECHO-REPORT-LINE
    END-IF

    MOVE "--- By university ---" TO REPORT-REC
    PERFORM WRITE-ECHO-REPORT-LINE
    MOVE "U" TO ENGAGE-GROUP-KIND
    PERFORM ENGAGE-WRITE-GROUPS
    MOVE "--- By graduation year ---" TO REPORT-REC
    PERFORM WRITE-ECHO-REPORT-LINE
    MOVE "Y" TO ENGAGE-GROUP-KIND
    PERFORM ENGAGE-WRITE-GROUPS

    MOVE 0 TO ENGAGE-DORMANT-COUNT
    STRING "--- Dormant accounts (no login in " ENGAGE-DORMANT-DAYS " days) ---"
           DELIMITED BY SIZE INTO REPORT-REC
    END-STRING
    PERFORM WRITE-ECHO-REPORT-LINE
    IF ENGAGE-USER-COUNT > 0
        SET EG-IX TO 1
        PERFORM ENGAGE-USER-COUNT TIMES
            IF EG-DAYS (EG-IX) > ENGAGE-DORMANT-DAYS
                ADD 1 TO ENGAGE-DORMANT-COUNT
                PERFORM ENGAGE-DORMANT-LINE
            END-IF
            SET EG-IX UP BY 1
        END-PERFORM
    END-IF
    IF ENGAGE-DORMANT-COUNT = 0
        MOVE "  (none)" TO REPORT-REC
        PERFORM WRITE-ECHO-REPORT-LINE
    END-IF

    MOVE SPACES TO REPORT-REC
    STRING "Student accounts: " ENGAGE-USER-COUNT
           ", dormant: " ENGAGE-DORMANT-COUNT
           DELIMITED BY SIZE INTO REPORT-REC
    END-STRING
    WRITE REPORT-REC
    CLOSE REPORT-OUT

    MOVE SPACES TO MSG
    STRING "Engagement report complete. " ENGAGE-USER-COUNT " account(s), "
           ENGAGE-DORMANT-COUNT " dormant." DELIMITED BY SIZE INTO MSG
    END-STRING
    PERFORM ECHO-DISPLAY

    MOVE USERNAME TO AUDIT-USER
    MOVE "ADMIN-REPORT" TO AUDIT-ACTION
    MOVE "engagement report" TO AUDIT-DETAIL
    PERFORM WRITE-AUDIT
    EXIT.


*> One row per Student account (the ADMIN and Employers are left
*> out), with the profile fields the report groups and checks on
ENGAGE-LOAD-USERS.
    MOVE 0 TO ENGAGE-USER-COUNT
    MOVE "N" TO ENGAGE-OVERFLOW
    OPEN INPUT ACCOUNTS
    IF ACC-STATUS NOT = "00"
        IF ACC-STATUS = "05"
            CLOSE ACCOUNTS
        END-IF
        EXIT PARAGRAPH
    END-IF
    OPEN INPUT PROFILES
    *> Remembered apart from PROFILES-STATUS, which a keyed READ for a
    *> user with no profile leaves at "23"
    MOVE PROFILES-STATUS TO ENGAGE-PF-OPEN
    PERFORM UNTIL 1 = 0
        READ ACCOUNTS NEXT RECORD
            AT END EXIT PERFORM
        END-READ
        IF ACC-ROLE = ROLE-EMPLOYER
           OR FUNCTION UPPER-CASE(FUNCTION TRIM(ACC-USERNAME))
              = FUNCTION UPPER-CASE(FUNCTION TRIM(ADMIN-USERNAME))
            CONTINUE
        ELSE
            IF ENGAGE-USER-COUNT >= MAX-ENGAGE-USERS
                MOVE "Y" TO ENGAGE-OVERFLOW
            ELSE
                ADD 1 TO ENGAGE-USER-COUNT
                SET EG-IX TO ENGAGE-USER-COUNT
                PERFORM ENGAGE-LOAD-ONE-USER
            END-IF
        END-IF
    END-PERFORM
    IF ENGAGE-PF-OPEN = "00" OR ENGAGE-PF-OPEN = "05"
        CLOSE PROFILES
    END-IF
    CLOSE ACCOUNTS
    EXIT PARAGRAPH.


ENGAGE-LOAD-ONE-USER.
    MOVE ACC-USERNAME TO EG-USER (EG-IX)
    MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(ACC-USERNAME)) TO EG-USER-UC (EG-IX)
    MOVE ACC-LAST-LOGIN TO EG-LAST-LOGIN (EG-IX)
    MOVE SPACES TO EG-NAME (EG-IX) EG-UNIV (EG-IX)
    MOVE 0 TO EG-YEAR (EG-IX) EG-CONNS (EG-IX) EG-SKILLS (EG-IX)
              EG-MSGS (EG-IX) EG-NOTICES (EG-IX)
    MOVE "Y" TO EG-INCOMPLETE (EG-IX)

    *> Days since the last login; never logged in counts as 99999
    MOVE 99999 TO EG-DAYS (EG-IX)
    IF ACC-LAST-LOGIN (5:1) = "-"
        MOVE SPACES TO REQ-DATE-STR
        STRING ACC-LAST-LOGIN (1:4) ACC-LAST-LOGIN (6:2) ACC-LAST-LOGIN (9:2)
               DELIMITED BY SIZE INTO REQ-DATE-STR
        END-STRING
        IF REQ-DATE-STR IS NUMERIC
            MOVE REQ-DATE-STR TO REQ-DATE-YMD
            COMPUTE DAYS-PENDING =
                FUNCTION INTEGER-OF-DATE(TODAY-YYYYMMDD)
                - FUNCTION INTEGER-OF-DATE(REQ-DATE-YMD)
            IF DAYS-PENDING < 0
                MOVE 0 TO DAYS-PENDING
            END-IF
            MOVE DAYS-PENDING TO EG-DAYS (EG-IX)
        END-IF
    END-IF

    IF ENGAGE-PF-OPEN = "00"
        MOVE ACC-USERNAME TO PF-USERNAME
        READ PROFILES
            INVALID KEY
                CONTINUE
            NOT INVALID KEY
                STRING FUNCTION TRIM(PF-FIRSTNAME) " " FUNCTION TRIM(PF-LASTNAME)
                       DELIMITED BY SIZE INTO EG-NAME (EG-IX)
                END-STRING
                MOVE PF-UNIVERSITY TO EG-UNIV (EG-IX)
                MOVE PF-YEAR TO EG-YEAR (EG-IX)
                *> Name, university, major and graduation year
                IF FUNCTION LENGTH(FUNCTION TRIM(PF-FIRSTNAME)) > 0
                   AND FUNCTION LENGTH(FUNCTION TRIM(PF-LASTNAME)) > 0
                   AND FUNCTION LENGTH(FUNCTION TRIM(PF-UNIVERSITY)) > 0
                   AND FUNCTION LENGTH(FUNCTION TRIM(PF-MAJOR)) > 0
                   AND PF-YEAR > 0
                    MOVE "N" TO EG-INCOMPLETE (EG-IX)
                END-IF
        END-READ
    END-IF
    EXIT.


*> Row for ENGAGE-FIND-NAME into EG-IX; ANY-FOUND = "Y" on a match
ENGAGE-FIND-USER.
    MOVE "N" TO ANY-FOUND
    MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(ENGAGE-FIND-NAME)) TO ENGAGE-FIND-NAME
    SET EG-IX TO 1
    PERFORM UNTIL EG-IX > ENGAGE-USER-COUNT
        IF EG-USER-UC (EG-IX) = ENGAGE-FIND-NAME
            MOVE "Y" TO ANY-FOUND
            EXIT PERFORM
        END-IF
        SET EG-IX UP BY 1
    END-PERFORM
    EXIT.


ENGAGE-COUNT-CONNECTIONS.
    OPEN INPUT CONNECTIONS
    IF CONN-STATUS NOT = "00"
        IF CONN-STATUS = "05"
            CLOSE CONNECTIONS
        END-IF
        EXIT PARAGRAPH
    END-IF
    PERFORM UNTIL 1 = 0
        READ CONNECTIONS NEXT RECORD
            AT END EXIT PERFORM
        END-READ
        MOVE CN-USER1 TO ENGAGE-FIND-NAME
        PERFORM ENGAGE-FIND-USER
        IF ANY-FOUND = "Y"
            ADD 1 TO EG-CONNS (EG-IX)
        END-IF
        MOVE CN-USER2 TO ENGAGE-FIND-NAME
        PERFORM ENGAGE-FIND-USER
        IF ANY-FOUND = "Y"
            ADD 1 TO EG-CONNS (EG-IX)
        END-IF
    END-PERFORM
    CLOSE CONNECTIONS
    EXIT PARAGRAPH.


*> skills.dat rows are "username|skillid|skillname|date"
ENGAGE-COUNT-SKILLS.
    OPEN INPUT SKILLS-PROGRESS
    IF SKILLS-PROGRESS-STATUS NOT = "00"
        IF SKILLS-PROGRESS-STATUS = "05"
            CLOSE SKILLS-PROGRESS
        END-IF
        EXIT PARAGRAPH
    END-IF
    PERFORM UNTIL 1 = 0
        READ SKILLS-PROGRESS
            AT END EXIT PERFORM
        END-READ
        MOVE SPACES TO ENGAGE-ROW-USER ENGAGE-ROW-DATE
        UNSTRING SKILL-REC DELIMITED BY "|"
            INTO ENGAGE-ROW-USER ENGAGE-SKIP ENGAGE-SKIP ENGAGE-ROW-DATE
        END-UNSTRING
        IF ENGAGE-ROW-DATE (5:1) = "-" AND ENGAGE-ROW-DATE >= ENGAGE-SINCE-DATE
            MOVE ENGAGE-ROW-USER TO ENGAGE-FIND-NAME
            PERFORM ENGAGE-FIND-USER
            IF ANY-FOUND = "Y"
                ADD 1 TO EG-SKILLS (EG-IX)
            END-IF
        END-IF
    END-PERFORM
    CLOSE SKILLS-PROGRESS
    EXIT PARAGRAPH.


*> Messages sent, from the live file and the archive
ENGAGE-COUNT-MESSAGES.
    OPEN INPUT MESSAGES
    IF MESSAGES-STATUS = "00"
        PERFORM UNTIL 1 = 0
            READ MESSAGES
                AT END EXIT PERFORM
            END-READ
            MOVE SPACES TO ENGAGE-ROW-USER ENGAGE-ROW-DATE
            UNSTRING MESSAGE-REC DELIMITED BY "|"
                INTO ENGAGE-ROW-USER ENGAGE-SKIP ENGAGE-ROW-DATE
            END-UNSTRING
            PERFORM ENGAGE-COUNT-ONE-MESSAGE
        END-PERFORM
        CLOSE MESSAGES
    ELSE
        IF MESSAGES-STATUS = "05"
            CLOSE MESSAGES
        END-IF
    END-IF
    OPEN INPUT MESSAGES-ARCHIVE
    IF MSG-ARCHIVE-STATUS = "00"
        PERFORM UNTIL 1 = 0
            READ MESSAGES-ARCHIVE
                AT END EXIT PERFORM
            END-READ
            MOVE SPACES TO ENGAGE-ROW-USER ENGAGE-ROW-DATE
            UNSTRING MSG-ARCHIVE-REC DELIMITED BY "|"
                INTO ENGAGE-ROW-USER ENGAGE-SKIP ENGAGE-ROW-DATE
            END-UNSTRING
            PERFORM ENGAGE-COUNT-ONE-MESSAGE
        END-PERFORM
        CLOSE MESSAGES-ARCHIVE
    ELSE
        IF MSG-ARCHIVE-STATUS = "05"
            CLOSE MESSAGES-ARCHIVE
        END-IF
    END-IF
    EXIT.


ENGAGE-COUNT-ONE-MESSAGE.
    IF ENGAGE-ROW-DATE (5:1) = "-" AND ENGAGE-ROW-DATE >= ENGAGE-SINCE-DATE
        MOVE ENGAGE-ROW-USER TO ENGAGE-FIND-NAME
        PERFORM ENGAGE-FIND-USER
        IF ANY-FOUND = "Y"
            ADD 1 TO EG-MSGS (EG-IX)
        END-IF
    END-IF
    EXIT.


*> group-notices.dat rows are "group|author|date|text"
ENGAGE-COUNT-NOTICES.
    OPEN INPUT GROUP-NOTICES
    IF GROUP-NOTICES-STATUS NOT = "00"
        IF GROUP-NOTICES-STATUS = "05"
            CLOSE GROUP-NOTICES
        END-IF
        EXIT PARAGRAPH
    END-IF
    PERFORM UNTIL 1 = 0
        READ GROUP-NOTICES
            AT END EXIT PERFORM
        END-READ
        MOVE SPACES TO ENGAGE-ROW-USER ENGAGE-ROW-DATE
        UNSTRING GROUP-NOTICE-REC DELIMITED BY "|"
            INTO ENGAGE-SKIP ENGAGE-ROW-USER ENGAGE-ROW-DATE
        END-UNSTRING
        IF ENGAGE-ROW-DATE (5:1) = "-" AND ENGAGE-ROW-DATE >= ENGAGE-SINCE-DATE
            MOVE ENGAGE-ROW-USER TO ENGAGE-FIND-NAME
            PERFORM ENGAGE-FIND-USER
            IF ANY-FOUND = "Y"
                ADD 1 TO EG-NOTICES (EG-IX)
            END-IF
        END-IF
    END-PERFORM
    CLOSE GROUP-NOTICES
    EXIT PARAGRAPH.


*> Add the account at EG-IX to the ENGAGE-GROUP-KIND/NAME bucket
ENGAGE-ADD-TO-GROUP.
    MOVE "N" TO ANY-FOUND
    IF ENGAGE-GROUP-COUNT > 0
        SET EGG-IX TO 1
        PERFORM UNTIL EGG-IX > ENGAGE-GROUP-COUNT
            IF EGG-KIND (EGG-IX) = ENGAGE-GROUP-KIND
               AND FUNCTION UPPER-CASE(FUNCTION TRIM(EGG-NAME (EGG-IX)))
                   = FUNCTION UPPER-CASE(FUNCTION TRIM(ENGAGE-GROUP-NAME))
                MOVE "Y" TO ANY-FOUND
                EXIT PERFORM
            END-IF
            SET EGG-IX UP BY 1
        END-PERFORM
    END-IF
    IF ANY-FOUND NOT = "Y"
        IF ENGAGE-GROUP-COUNT >= MAX-ENGAGE-GROUPS
            EXIT PARAGRAPH
        END-IF
        ADD 1 TO ENGAGE-GROUP-COUNT
        SET EGG-IX TO ENGAGE-GROUP-COUNT
        MOVE ENGAGE-GROUP-KIND TO EGG-KIND (EGG-IX)
        MOVE ENGAGE-GROUP-NAME TO EGG-NAME (EGG-IX)
        MOVE 0 TO EGG-ACCOUNTS (EGG-IX) EGG-LOGIN-30 (EGG-IX)
                  EGG-LOGIN-90 (EGG-IX) EGG-LOGIN-180 (EGG-IX)
                  EGG-NEVER (EGG-IX) EGG-INCOMPLETE (EGG-IX)
                  EGG-NO-CONNS (EGG-IX) EGG-SKILLS (EGG-IX)
                  EGG-MSGS (EGG-IX) EGG-NOTICES (EGG-IX)
    END-IF
    ADD 1 TO EGG-ACCOUNTS (EGG-IX)
    IF EG-DAYS (EG-IX) = 99999
        ADD 1 TO EGG-NEVER (EGG-IX)
    END-IF
    IF EG-DAYS (EG-IX) <= 30
        ADD 1 TO EGG-LOGIN-30 (EGG-IX)
    END-IF
    IF EG-DAYS (EG-IX) <= 90
        ADD 1 TO EGG-LOGIN-90 (EGG-IX)
    END-IF
    IF EG-DAYS (EG-IX) <= 180
        ADD 1 TO EGG-LOGIN-180 (EGG-IX)
    END-IF
    IF EG-INCOMPLETE (EG-IX) = "Y"
        ADD 1 TO EGG-INCOMPLETE (EGG-IX)
    END-IF
    IF EG-CONNS (EG-IX) = 0
        ADD 1 TO EGG-NO-CONNS (EGG-IX)
    END-IF
    ADD EG-SKILLS (EG-IX) TO EGG-SKILLS (EGG-IX)
    ADD EG-MSGS (EG-IX) TO EGG-MSGS (EGG-IX)
    ADD EG-NOTICES (EG-IX) TO EGG-NOTICES (EGG-IX)
    EXIT PARAGRAPH.


*> Kind, then name, so each section prints in order
ENGAGE-SORT-GROUPS.
    IF ENGAGE-GROUP-COUNT < 2
        EXIT PARAGRAPH
    END-IF
    SET EGG-IX TO 1
    PERFORM UNTIL EGG-IX >= ENGAGE-GROUP-COUNT
        SET EGG-JX TO EGG-IX
        SET EGG-JX UP BY 1
        PERFORM UNTIL EGG-JX > ENGAGE-GROUP-COUNT
            IF ENGAGE-GROUP-ENTRY (EGG-JX) (1:41) < ENGAGE-GROUP-ENTRY (EGG-IX) (1:41)
                MOVE ENGAGE-GROUP-ENTRY (EGG-IX) TO ENGAGE-GROUP-SWAP
                MOVE ENGAGE-GROUP-ENTRY (EGG-JX) TO ENGAGE-GROUP-ENTRY (EGG-IX)
                MOVE ENGAGE-GROUP-SWAP TO ENGAGE-GROUP-ENTRY (EGG-JX)
            END-IF
            SET EGG-JX UP BY 1
        END-PERFORM
        SET EGG-IX UP BY 1
    END-PERFORM
    EXIT PARAGRAPH.


*> Three lines for each bucket of kind ENGAGE-GROUP-KIND
ENGAGE-WRITE-GROUPS.
    MOVE "N" TO ANY-FOUND
    IF ENGAGE-GROUP-COUNT > 0
        SET EGG-IX TO 1
        PERFORM ENGAGE-GROUP-COUNT TIMES
            IF EGG-KIND (EGG-IX) = ENGAGE-GROUP-KIND
                MOVE "Y" TO ANY-FOUND
                STRING "  " FUNCTION TRIM(EGG-NAME (EGG-IX))
                       DELIMITED BY SIZE INTO REPORT-REC
                END-STRING
                PERFORM WRITE-ECHO-REPORT-LINE
                STRING "    Accounts " EGG-ACCOUNTS (EGG-IX)
                       "  Login 30d " EGG-LOGIN-30 (EGG-IX)
                       "  90d " EGG-LOGIN-90 (EGG-IX)
                       "  180d " EGG-LOGIN-180 (EGG-IX)
                       "  Never " EGG-NEVER (EGG-IX)
                       DELIMITED BY SIZE INTO REPORT-REC
                END-STRING
                PERFORM WRITE-ECHO-REPORT-LINE
                STRING "    Incomplete profiles " EGG-INCOMPLETE (EGG-IX)
                       "  No connections " EGG-NO-CONNS (EGG-IX)
                       "  Skills " EGG-SKILLS (EGG-IX)
                       "  Messages " EGG-MSGS (EGG-IX)
                       "  Notices " EGG-NOTICES (EGG-IX)
                       DELIMITED BY SIZE INTO REPORT-REC
                END-STRING
                PERFORM WRITE-ECHO-REPORT-LINE
            END-IF
            SET EGG-IX UP BY 1
        END-PERFORM
    END-IF
    IF ANY-FOUND NOT = "Y"
        MOVE "  (none)" TO REPORT-REC
        PERFORM WRITE-ECHO-REPORT-LINE
    END-IF
    EXIT.


ENGAGE-DORMANT-LINE.
    IF EG-DAYS (EG-IX) = 99999
        STRING "  " EG-USER (EG-IX) " " FUNCTION TRIM(EG-NAME (EG-IX)) " "
               FUNCTION TRIM(EG-UNIV (EG-IX)) " " EG-YEAR (EG-IX)
               "  never logged in"
               DELIMITED BY SIZE INTO REPORT-REC
        END-STRING
    ELSE
        STRING "  " EG-USER (EG-IX) " " FUNCTION TRIM(EG-NAME (EG-IX)) " "
               FUNCTION TRIM(EG-UNIV (EG-IX)) " " EG-YEAR (EG-IX)
               "  last login " EG-LAST-LOGIN (EG-IX)
               " (" EG-DAYS (EG-IX) " days)"
               DELIMITED BY SIZE INTO REPORT-REC
        END-STRING
    END-IF
    PERFORM WRITE-ECHO-REPORT-LINE
    EXIT.


*> ===== Employer job-feed import (admin and batch) =====
*> Interactive entry to the job-feed import: the feed file and the
*> Employer account it is submitted for.
RUN-JOB-FEED-PROMPT.
    MOVE "Job feed file name (blank for jobfeed.txt):" TO MSG
    PERFORM ECHO-DISPLAY
    READ USER-IN
        AT END MOVE "Y" TO EOF-FLAG EXIT PARAGRAPH
    END-READ
    IF FUNCTION LENGTH(FUNCTION TRIM(USER-IN-REC)) > 0
        MOVE FUNCTION TRIM(USER-IN-REC) TO FEED-FILENAME
    ELSE
        MOVE "jobfeed.txt" TO FEED-FILENAME
    END-IF
    MOVE "Employer account submitting the feed:" TO MSG
    PERFORM ECHO-DISPLAY
    READ USER-IN
        AT END MOVE "Y" TO EOF-FLAG EXIT PARAGRAPH
    END-READ
    MOVE FUNCTION TRIM(USER-IN-REC) TO FEED-EMPLOYER
    PERFORM RUN-JOB-FEED-IMPORT
    EXIT.


*> Load an employer's applicant-tracking export
*> ("req#|title|location|description|deadline|status" per line) into
*> jobs.dat. A requisition the employer already has on the board is
*> updated in place; a new one is posted under their company name;
*> feed-loaded postings whose requisition is missing from this feed
*> are closed. Postings entered by hand carry no requisition and are
*> never touched. The whole file is refused unless FEED-EMPLOYER is a
*> verified Employer account. FEED-OK reports back to the batch
*> dispatcher whether the feed could be processed at all.
RUN-JOB-FEED-IMPORT.
    PERFORM GET-TODAY-DATE
    MOVE 0 TO FEED-ADD-COUNT FEED-UPDATE-COUNT FEED-SAME-COUNT
              FEED-CLOSE-COUNT FEED-REJECT-COUNT
    MOVE "N" TO FEED-OK FEED-CHANGED

    MOVE "jobfeed" TO REPORT-PREFIX
    PERFORM SET-REPORT-FILENAME
    OPEN OUTPUT REPORT-OUT
    MOVE SPACES TO REPORT-REC
    STRING "Job Feed Load Report - " FUNCTION TRIM(TODAY-DATE)
           DELIMITED BY SIZE INTO REPORT-REC
    END-STRING
    WRITE REPORT-REC
    MOVE SPACES TO REPORT-REC
    STRING "Feed file: " FUNCTION TRIM(FEED-FILENAME)
           "  Employer: " FUNCTION TRIM(FEED-EMPLOYER)
           DELIMITED BY SIZE INTO REPORT-REC
    END-STRING
    WRITE REPORT-REC

    *> The submitting account must be an approved Employer with a
    *> company profile to post under
    MOVE SPACES TO FEED-REASON
    MOVE FEED-EMPLOYER TO CHECK-USER
    PERFORM EXISTS-USER-BY-NAME
    IF FUNCTION LENGTH(FUNCTION TRIM(FEED-EMPLOYER)) = 0
       OR FOUND-FLAG NOT = "Y"
        MOVE "no such account" TO FEED-REASON
    ELSE
        MOVE FOUND-ACC-USERNAME TO FEED-EMPLOYER
        IF FOUND-ACC-ROLE NOT = ROLE-EMPLOYER
            MOVE "account is not an Employer" TO FEED-REASON
        ELSE
            MOVE FEED-EMPLOYER TO VERIFY-USER
            PERFORM LOOKUP-EMPLOYER-VERIFY
            IF VERIFY-STATE NOT = "APPROVED"
                MOVE "employer is not verified" TO FEED-REASON
            ELSE
                PERFORM FEED-LOAD-COMPANY
                IF FUNCTION LENGTH(FUNCTION TRIM(FEED-COMPANY)) = 0
                    MOVE "employer has no company profile" TO FEED-REASON
                END-IF
            END-IF
        END-IF
    END-IF
    IF FUNCTION LENGTH(FUNCTION TRIM(FEED-REASON)) > 0
        MOVE SPACES TO REPORT-REC
        STRING "Feed rejected: " FUNCTION TRIM(FEED-REASON)
               "; nothing was loaded."
               DELIMITED BY SIZE INTO REPORT-REC
        END-STRING
        WRITE REPORT-REC
        CLOSE REPORT-OUT
        MOVE REPORT-REC TO MSG
        PERFORM ECHO-DISPLAY
        EXIT PARAGRAPH
    END-IF

    OPEN INPUT JOB-FEED-IN
    IF FEED-STATUS NOT = "00"
        MOVE "Job feed file could not be opened; nothing was loaded." TO REPORT-REC
        WRITE REPORT-REC
        CLOSE REPORT-OUT
        MOVE "Job feed file could not be opened; nothing was loaded." TO MSG
        PERFORM ECHO-DISPLAY
        EXIT PARAGRAPH
    END-IF
    MOVE "Y" TO FEED-OK
    PERFORM LOAD-ALL-JOBS
    MOVE ALL "N" TO FEED-SEEN-TABLE
    PERFORM UNTIL 1 = 0
        READ JOB-FEED-IN
            AT END EXIT PERFORM
        END-READ
        IF FUNCTION LENGTH(FUNCTION TRIM(JOB-FEED-REC)) = 0
           OR JOB-FEED-REC (1:1) = "*"
            CONTINUE
        ELSE
            PERFORM IMPORT-ONE-FEED-ROW
        END-IF
    END-PERFORM
    CLOSE JOB-FEED-IN

    *> A feed with no usable rows is far more likely a broken export
    *> than an employer closing every opening, so nothing is closed.
    IF FEED-ADD-COUNT + FEED-UPDATE-COUNT + FEED-SAME-COUNT = 0
        MOVE "No valid rows in the feed; no postings were closed." TO REPORT-REC
        WRITE REPORT-REC
    ELSE
        PERFORM FEED-CLOSE-MISSING
    END-IF
    IF FEED-CHANGED = "Y"
        PERFORM SAVE-ALL-JOBS
    END-IF

    MOVE SPACES TO REPORT-REC
    STRING "Added: " FEED-ADD-COUNT
           ", updated: " FEED-UPDATE-COUNT
           ", unchanged: " FEED-SAME-COUNT
           ", closed: " FEED-CLOSE-COUNT
           ", rejected: " FEED-REJECT-COUNT
           DELIMITED BY SIZE INTO REPORT-REC
    END-STRING
    WRITE REPORT-REC
    CLOSE REPORT-OUT

    MOVE SPACES TO MSG
    STRING "Job feed loaded. " FEED-ADD-COUNT " added, "
           FEED-UPDATE-COUNT " updated, " FEED-CLOSE-COUNT " closed, "
           FEED-REJECT-COUNT " rejected."
           DELIMITED BY SIZE INTO MSG
    END-STRING
    PERFORM ECHO-DISPLAY

    MOVE USERNAME TO AUDIT-USER
    MOVE "JOB-FEED-IMPORT" TO AUDIT-ACTION
    MOVE SPACES TO AUDIT-DETAIL
    STRING FUNCTION TRIM(FEED-EMPLOYER) " " FUNCTION TRIM(MSG)
           DELIMITED BY SIZE INTO AUDIT-DETAIL
    END-STRING
    PERFORM WRITE-AUDIT
    EXIT.


FEED-LOAD-COMPANY.
    MOVE SPACES TO FEED-COMPANY
    OPEN INPUT EMPLOYERS
    IF EMPLOYERS-STATUS = "00" OR EMPLOYERS-STATUS = "05"
        MOVE FEED-EMPLOYER TO EMP-USERNAME
        READ EMPLOYERS
            INVALID KEY
                CONTINUE
            NOT INVALID KEY
                MOVE EMP-COMPANY TO FEED-COMPANY
        END-READ
        CLOSE EMPLOYERS
    END-IF
    EXIT.


*> Validate one feed row, then add or update the matching posting.
*> REPORT-OUT is already open; JOB-TABLE holds jobs.dat.
IMPORT-ONE-FEED-ROW.
    MOVE SPACES TO FEED-REQ-RAW FEED-REQ FEED-TITLE FEED-LOCATION
                   FEED-DESC FEED-DEADLINE FEED-ROW-STATUS FEED-REASON
    *> Wide scratch fields so over-length values are rejected rather
    *> than silently cut to the posting's field sizes
    UNSTRING JOB-FEED-REC DELIMITED BY "|"
        INTO FEED-REQ-RAW FEED-TITLE FEED-LOCATION FEED-DESC
             FEED-DEADLINE FEED-ROW-STATUS
    END-UNSTRING

    IF FUNCTION LENGTH(FUNCTION TRIM(FEED-REQ-RAW)) = 0
       OR FUNCTION LENGTH(FUNCTION TRIM(FEED-TITLE)) = 0
       OR FUNCTION LENGTH(FUNCTION TRIM(FEED-DEADLINE)) = 0
        MOVE "missing required field" TO FEED-REASON
        PERFORM REPORT-FEED-REJECT
        EXIT PARAGRAPH
    END-IF
    IF FUNCTION LENGTH(FUNCTION TRIM(FEED-REQ-RAW)) > 20
        MOVE "requisition number too long" TO FEED-REASON
        PERFORM REPORT-FEED-REJECT
        EXIT PARAGRAPH
    END-IF
    MOVE FUNCTION TRIM(FEED-REQ-RAW) TO FEED-REQ
    IF FUNCTION LENGTH(FUNCTION TRIM(FEED-TITLE)) > 60
        MOVE "title longer than 60" TO FEED-REASON
        PERFORM REPORT-FEED-REJECT
        EXIT PARAGRAPH
    END-IF
    IF FUNCTION LENGTH(FUNCTION TRIM(FEED-LOCATION)) > 40
        MOVE "location longer than 40" TO FEED-REASON
        PERFORM REPORT-FEED-REJECT
        EXIT PARAGRAPH
    END-IF
    IF FUNCTION LENGTH(FUNCTION TRIM(FEED-DESC)) > 300
        MOVE "description longer than 300" TO FEED-REASON
        PERFORM REPORT-FEED-REJECT
        EXIT PARAGRAPH
    END-IF
    *> Same YYYY-MM-DD rule POST-JOB applies to the deadline
    IF FUNCTION LENGTH(FUNCTION TRIM(FEED-DEADLINE)) > 10
        MOVE "deadline not YYYY-MM-DD" TO FEED-REASON
        PERFORM REPORT-FEED-REJECT
        EXIT PARAGRAPH
    END-IF
    MOVE FUNCTION TRIM(FEED-DEADLINE) TO DATE-FIELD-INPUT
    PERFORM VALIDATE-DATE-FIELD
    IF DATE-INPUT-OK NOT = "Y"
        MOVE "deadline not YYYY-MM-DD" TO FEED-REASON
        PERFORM REPORT-FEED-REJECT
        EXIT PARAGRAPH
    END-IF
    MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(FEED-ROW-STATUS)) TO FEED-ROW-STATUS
    IF FEED-ROW-STATUS = SPACES
        MOVE "OPEN" TO FEED-ROW-STATUS
    END-IF
    IF FEED-ROW-STATUS NOT = "OPEN" AND FEED-ROW-STATUS NOT = "CLOSED"
       AND FEED-ROW-STATUS NOT = "FILLED"
        MOVE "status not OPEN, CLOSED or FILLED" TO FEED-REASON
        PERFORM REPORT-FEED-REJECT
        EXIT PARAGRAPH
    END-IF

    *> This employer's posting for the same requisition, if any
    MOVE 0 TO FEED-SUB
    IF JOB-COUNT > 0
        SET J-IX TO 1
        PERFORM UNTIL J-IX > JOB-COUNT
            IF FUNCTION UPPER-CASE(FUNCTION TRIM(J-POSTED-BY (J-IX)))
                 = FUNCTION UPPER-CASE(FUNCTION TRIM(FEED-EMPLOYER))
               AND FUNCTION UPPER-CASE(FUNCTION TRIM(J-REQ-NUM (J-IX)))
                 = FUNCTION UPPER-CASE(FUNCTION TRIM(FEED-REQ))
                SET FEED-SUB TO J-IX
                EXIT PERFORM
            END-IF
            SET J-IX UP BY 1
        END-PERFORM
    END-IF

    IF FEED-SUB > 0
        IF FEED-SEEN (FEED-SUB) = "Y"
            MOVE "requisition repeated in the feed" TO FEED-REASON
            PERFORM REPORT-FEED-REJECT
            EXIT PARAGRAPH
        END-IF
        MOVE "Y" TO FEED-SEEN (FEED-SUB)
        SET J-IX TO FEED-SUB
        IF J-TITLE (J-IX) = FEED-TITLE (1:60)
           AND J-LOCATION (J-IX) = FEED-LOCATION (1:40)
           AND J-DESC (J-IX) = FEED-DESC (1:300)
           AND J-DEADLINE (J-IX) = FEED-DEADLINE (1:10)
           AND J-STATUS (J-IX) = FEED-ROW-STATUS (1:6)
            ADD 1 TO FEED-SAME-COUNT
            EXIT PARAGRAPH
        END-IF
        MOVE FEED-TITLE TO J-TITLE (J-IX)
        MOVE FEED-LOCATION TO J-LOCATION (J-IX)
        MOVE FEED-DESC TO J-DESC (J-IX)
        MOVE FEED-DEADLINE TO J-DEADLINE (J-IX)
        MOVE FEED-ROW-STATUS TO J-STATUS (J-IX)
        MOVE "Y" TO FEED-CHANGED
        ADD 1 TO FEED-UPDATE-COUNT
        MOVE SPACES TO REPORT-REC
        STRING "Updated: " FUNCTION TRIM(FEED-REQ) " - job " J-ID (J-IX) " "
               FUNCTION TRIM(J-TITLE (J-IX)) " (" FUNCTION TRIM(J-STATUS (J-IX)) ")"
               DELIMITED BY SIZE INTO REPORT-REC
        END-STRING
        WRITE REPORT-REC
        EXIT PARAGRAPH
    END-IF

    IF JOB-COUNT >= MAX-JOBS
        MOVE "job board is full" TO FEED-REASON
        PERFORM REPORT-FEED-REJECT
        EXIT PARAGRAPH
    END-IF
    ADD 1 TO NEXT-JOB-ID
    ADD 1 TO JOB-COUNT
    SET J-IX TO JOB-COUNT
    MOVE NEXT-JOB-ID TO J-ID (J-IX)
    MOVE FEED-TITLE TO J-TITLE (J-IX)
    MOVE FEED-COMPANY TO J-COMPANY (J-IX)
    MOVE FEED-LOCATION TO J-LOCATION (J-IX)
    MOVE FEED-DESC TO J-DESC (J-IX)
    MOVE FEED-EMPLOYER TO J-POSTED-BY (J-IX)
    MOVE TODAY-DATE TO J-POSTED-DATE (J-IX)
    MOVE FEED-DEADLINE TO J-DEADLINE (J-IX)
    MOVE FEED-ROW-STATUS TO J-STATUS (J-IX)
    MOVE FEED-REQ TO J-REQ-NUM (J-IX)
    MOVE JOB-COUNT TO FEED-SUB
    MOVE "Y" TO FEED-SEEN (FEED-SUB)
    MOVE "Y" TO FEED-CHANGED
    ADD 1 TO FEED-ADD-COUNT
    MOVE SPACES TO REPORT-REC
    STRING "Added: " FUNCTION TRIM(FEED-REQ) " - job " J-ID (J-IX) " "
           FUNCTION TRIM(J-TITLE (J-IX)) " (" FUNCTION TRIM(J-STATUS (J-IX)) ")"
           DELIMITED BY SIZE INTO REPORT-REC
    END-STRING
    WRITE REPORT-REC
    EXIT.


*> Close this employer's open feed-loaded postings that the feed no
*> longer lists
FEED-CLOSE-MISSING.
    IF JOB-COUNT = 0
        EXIT PARAGRAPH
    END-IF
    SET J-IX TO 1
    PERFORM JOB-COUNT TIMES
        SET FEED-SUB TO J-IX
        IF FUNCTION UPPER-CASE(FUNCTION TRIM(J-POSTED-BY (J-IX)))
             = FUNCTION UPPER-CASE(FUNCTION TRIM(FEED-EMPLOYER))
           AND FUNCTION LENGTH(FUNCTION TRIM(J-REQ-NUM (J-IX))) > 0
           AND FEED-SEEN (FEED-SUB) NOT = "Y"
           AND J-STATUS (J-IX) = "OPEN"
            MOVE "CLOSED" TO J-STATUS (J-IX)
            MOVE "Y" TO FEED-CHANGED
            ADD 1 TO FEED-CLOSE-COUNT
            MOVE SPACES TO REPORT-REC
            STRING "Closed: " FUNCTION TRIM(J-REQ-NUM (J-IX)) " - job "
                   J-ID (J-IX) " " FUNCTION TRIM(J-TITLE (J-IX))
                   " (not in feed)"
                   DELIMITED BY SIZE INTO REPORT-REC
            END-STRING
            WRITE REPORT-REC
        END-IF
        SET J-IX UP BY 1
    END-PERFORM
    EXIT.


*> One rejected feed row: count it and show why
REPORT-FEED-REJECT.
    ADD 1 TO FEED-REJECT-COUNT
    MOVE SPACES TO REPORT-REC
    STRING "Rejected: " FUNCTION TRIM(JOB-FEED-REC (1:60))
           " (" FUNCTION TRIM(FEED-REASON) ")"
           DELIMITED BY SIZE INTO REPORT-REC
    END-STRING
    WRITE REPORT-REC
    EXIT.


*> ===== Targeted announcements (announcements.dat) =====
*> ADMIN composes an announcement for a slice of the membership: by
*> role, university, major, graduation-year range and/or group. Due
*> today it goes out at once as an unread message from the ADMIN to
*> every matching account; dated later it is held as SCHEDULED until
*> the ANNOUNCE batch request runs on or after that date.
ADMIN-COMPOSE-ANNOUNCEMENT.
    PERFORM GET-TODAY-DATE
    MOVE SPACES TO ANNOUNCE-ROLE ANNOUNCE-UNIVERSITY ANNOUNCE-MAJOR
                   ANNOUNCE-GROUP ANNOUNCE-TEXT ANNOUNCE-SEND-DATE
    MOVE 0 TO ANNOUNCE-YEAR-FROM ANNOUNCE-YEAR-TO
    MOVE "--- Targeted Announcement ---" TO MSG
    PERFORM ECHO-DISPLAY
    MOVE "Leave any audience question blank to include everyone." TO MSG
    PERFORM ECHO-DISPLAY

    MOVE "Role (STUDENT or EMPLOYER, blank for both):" TO MSG
    PERFORM ECHO-DISPLAY
    READ USER-IN
        AT END MOVE "Y" TO EOF-FLAG EXIT PARAGRAPH
    END-READ
    MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(USER-IN-REC)) TO ANNOUNCE-ROLE
    IF ANNOUNCE-ROLE NOT = SPACES AND ANNOUNCE-ROLE NOT = ROLE-STUDENT
       AND ANNOUNCE-ROLE NOT = ROLE-EMPLOYER
        MOVE "Role must be STUDENT or EMPLOYER. Announcement not sent." TO MSG
        PERFORM ECHO-DISPLAY
        EXIT PARAGRAPH
    END-IF

    MOVE "University (blank for any):" TO MSG
    PERFORM ECHO-DISPLAY
    READ USER-IN
        AT END MOVE "Y" TO EOF-FLAG EXIT PARAGRAPH
    END-READ
    MOVE FUNCTION TRIM(USER-IN-REC) TO ANNOUNCE-UNIVERSITY

    MOVE "Major (blank for any):" TO MSG
    PERFORM ECHO-DISPLAY
    READ USER-IN
        AT END MOVE "Y" TO EOF-FLAG EXIT PARAGRAPH
    END-READ
    MOVE FUNCTION TRIM(USER-IN-REC) TO ANNOUNCE-MAJOR

    MOVE "Graduation year from (blank for no lower limit):" TO MSG
    PERFORM ECHO-DISPLAY
    READ USER-IN
        AT END MOVE "Y" TO EOF-FLAG EXIT PARAGRAPH
    END-READ
    IF FUNCTION LENGTH(FUNCTION TRIM(USER-IN-REC)) > 0
        IF FUNCTION TEST-NUMVAL(USER-IN-REC) NOT = 0
            MOVE "Graduation year must be 1900-2100. Announcement not sent." TO MSG
            PERFORM ECHO-DISPLAY
            EXIT PARAGRAPH
        END-IF
        IF FUNCTION NUMVAL(USER-IN-REC) < 1900
           OR FUNCTION NUMVAL(USER-IN-REC) > 2100
            MOVE "Graduation year must be 1900-2100. Announcement not sent." TO MSG
            PERFORM ECHO-DISPLAY
            EXIT PARAGRAPH
        END-IF
        MOVE FUNCTION NUMVAL(USER-IN-REC) TO ANNOUNCE-YEAR-FROM
    END-IF

    MOVE "Graduation year to (blank for no upper limit):" TO MSG
    PERFORM ECHO-DISPLAY
    READ USER-IN
        AT END MOVE "Y" TO EOF-FLAG EXIT PARAGRAPH
    END-READ
    IF FUNCTION LENGTH(FUNCTION TRIM(USER-IN-REC)) > 0
        IF FUNCTION TEST-NUMVAL(USER-IN-REC) NOT = 0
            MOVE "Graduation year must be 1900-2100. Announcement not sent." TO MSG
            PERFORM ECHO-DISPLAY
            EXIT PARAGRAPH
        END-IF
        IF FUNCTION NUMVAL(USER-IN-REC) < 1900
           OR FUNCTION NUMVAL(USER-IN-REC) > 2100
            MOVE "Graduation year must be 1900-2100. Announcement not sent." TO MSG
            PERFORM ECHO-DISPLAY
            EXIT PARAGRAPH
        END-IF
        MOVE FUNCTION NUMVAL(USER-IN-REC) TO ANNOUNCE-YEAR-TO
    END-IF
    IF ANNOUNCE-YEAR-FROM > 0 AND ANNOUNCE-YEAR-TO > 0
       AND ANNOUNCE-YEAR-TO < ANNOUNCE-YEAR-FROM
        MOVE "The year range ends before it starts. Announcement not sent." TO MSG
        PERFORM ECHO-DISPLAY
        EXIT PARAGRAPH
    END-IF

    MOVE "Group (blank for any):" TO MSG
    PERFORM ECHO-DISPLAY
    READ USER-IN
        AT END MOVE "Y" TO EOF-FLAG EXIT PARAGRAPH
    END-READ
    IF FUNCTION LENGTH(FUNCTION TRIM(USER-IN-REC)) > 0
        MOVE FUNCTION TRIM(USER-IN-REC) TO GROUP-NAME-INPUT
        PERFORM FIND-GROUP-BY-NAME
        IF GROUP-FOUND NOT = "Y"
            MOVE "No group by that name. Announcement not sent." TO MSG
            PERFORM ECHO-DISPLAY
            EXIT PARAGRAPH
        END-IF
        MOVE GROUP-CANON-NAME TO ANNOUNCE-GROUP
    END-IF

    MOVE "Announcement text (up to 170 characters):" TO MSG
    PERFORM ECHO-DISPLAY
    READ USER-IN
        AT END MOVE "Y" TO EOF-FLAG EXIT PARAGRAPH
    END-READ
    IF FUNCTION LENGTH(FUNCTION TRIM(USER-IN-REC)) = 0
        MOVE "Announcement text is required. Announcement not sent." TO MSG
        PERFORM ECHO-DISPLAY
        EXIT PARAGRAPH
    END-IF
    IF FUNCTION LENGTH(FUNCTION TRIM(USER-IN-REC)) > 170
        MOVE "Announcement text is over 170 characters. Announcement not sent." TO MSG
        PERFORM ECHO-DISPLAY
        EXIT PARAGRAPH
    END-IF
    MOVE FUNCTION TRIM(USER-IN-REC) TO ANNOUNCE-TEXT

    MOVE "Send on (YYYY-MM-DD, blank for today):" TO MSG
    PERFORM ECHO-DISPLAY
    READ USER-IN
        AT END MOVE "Y" TO EOF-FLAG EXIT PARAGRAPH
    END-READ
    IF FUNCTION LENGTH(FUNCTION TRIM(USER-IN-REC)) = 0
        MOVE TODAY-DATE TO ANNOUNCE-SEND-DATE
    ELSE
        MOVE FUNCTION TRIM(USER-IN-REC) TO DATE-FIELD-INPUT
        PERFORM VALIDATE-DATE-FIELD
        IF DATE-INPUT-OK NOT = "Y"
            MOVE "Invalid date. Please use YYYY-MM-DD. Announcement not sent." TO MSG
            PERFORM ECHO-DISPLAY
            EXIT PARAGRAPH
        END-IF
        IF DATE-FIELD-INPUT < TODAY-DATE
            MOVE "The send date cannot be in the past. Announcement not sent." TO MSG
            PERFORM ECHO-DISPLAY
            EXIT PARAGRAPH
        END-IF
        MOVE DATE-FIELD-INPUT TO ANNOUNCE-SEND-DATE
    END-IF

    PERFORM LOAD-ANNOUNCEMENTS
    MOVE NEXT-ANNOUNCE-ID TO ANNOUNCE-ID
    MOVE ANNOUNCE-ID TO AN-ID
    MOVE TODAY-DATE TO AN-CREATED
    MOVE USERNAME TO AN-AUTHOR
    MOVE ANNOUNCE-SEND-DATE TO AN-SEND-DATE
    MOVE ANNOUNCE-ROLE TO AN-ROLE
    MOVE ANNOUNCE-UNIVERSITY TO AN-UNIVERSITY
    MOVE ANNOUNCE-MAJOR TO AN-MAJOR
    MOVE ANNOUNCE-YEAR-FROM TO AN-YEAR-FROM
    MOVE ANNOUNCE-YEAR-TO TO AN-YEAR-TO
    MOVE ANNOUNCE-GROUP TO AN-GROUP
    MOVE ANNOUNCE-TEXT TO AN-TEXT
    MOVE 0 TO AN-TARGETED
    MOVE SPACES TO AN-SENT-DATE
    MOVE "SCHEDULED" TO AN-STATUS
    IF ANNOUNCE-SEND-DATE NOT > TODAY-DATE
        PERFORM DELIVER-ANNOUNCEMENT
        MOVE "SENT" TO AN-STATUS
        MOVE TODAY-DATE TO AN-SENT-DATE
        MOVE ANNOUNCE-TARGETED TO AN-TARGETED
    END-IF

    PERFORM OPEN-ANNOUNCEMENTS-FOR-UPDATE
    WRITE AN-REC
        INVALID KEY
            CLOSE ANNOUNCEMENTS
            MOVE "Could not save the announcement record." TO MSG
            PERFORM ECHO-DISPLAY
            EXIT PARAGRAPH
    END-WRITE
    CLOSE ANNOUNCEMENTS

    IF AN-STATUS = "SENT"
        PERFORM ANNOUNCE-SENT-NOTE
    ELSE
        MOVE SPACES TO MSG
        STRING "Announcement " ANNOUNCE-ID " scheduled for "
               ANNOUNCE-SEND-DATE "; sent by the ANNOUNCE batch run."
               DELIMITED BY SIZE INTO MSG
        END-STRING
        PERFORM ECHO-DISPLAY
        MOVE USERNAME TO AUDIT-USER
        MOVE "ANNOUNCE-SCHEDULED" TO AUDIT-ACTION
        MOVE SPACES TO AUDIT-DETAIL
        STRING "announcement " ANNOUNCE-ID " for " ANNOUNCE-SEND-DATE
               DELIMITED BY SIZE INTO AUDIT-DETAIL
        END-STRING
        PERFORM WRITE-AUDIT
    END-IF
    EXIT PARAGRAPH.


*> Screen line and audit row for an announcement just delivered
ANNOUNCE-SENT-NOTE.
    MOVE SPACES TO MSG
    STRING "Announcement " ANNOUNCE-ID " sent to " ANNOUNCE-TARGETED
           " user(s)." DELIMITED BY SIZE INTO MSG
    END-STRING
    PERFORM ECHO-DISPLAY
    MOVE USERNAME TO AUDIT-USER
    MOVE "ANNOUNCE-SENT" TO AUDIT-ACTION
    MOVE SPACES TO AUDIT-DETAIL
    STRING "announcement " ANNOUNCE-ID " to " ANNOUNCE-TARGETED " user(s)"
           DELIMITED BY SIZE INTO AUDIT-DETAIL
    END-STRING
    PERFORM WRITE-AUDIT
    EXIT.


*> Send announcement ANNOUNCE-ID to every account matching the
*> ANNOUNCE-* audience; ANNOUNCE-TARGETED returns how many. The body
*> is tagged "Announcement #nnnnn:" so the delivery report can find
*> the copies again and count the read ones.
DELIVER-ANNOUNCEMENT.
    MOVE 0 TO ANNOUNCE-TARGETED
    MOVE ADMIN-USERNAME TO NOTIFY-FROM
    MOVE SPACES TO NOTIFY-BODY
    STRING "Announcement #" ANNOUNCE-ID ": " FUNCTION TRIM(ANNOUNCE-TEXT)
           DELIMITED BY SIZE INTO NOTIFY-BODY
    END-STRING
    OPEN INPUT ACCOUNTS
    IF ACC-STATUS NOT = "00"
        IF ACC-STATUS = "05"
            CLOSE ACCOUNTS
        END-IF
        EXIT PARAGRAPH
    END-IF
    *> Open states are kept apart from the file statuses, which a
    *> keyed READ that finds nothing leaves at "23"
    OPEN INPUT PROFILES
    MOVE PROFILES-STATUS TO ANNOUNCE-PF-OPEN
    OPEN INPUT GROUP-MEMBERS
    MOVE GROUP-MEMBERS-STATUS TO ANNOUNCE-GM-OPEN
    PERFORM UNTIL 1 = 0
        READ ACCOUNTS NEXT RECORD
            AT END EXIT PERFORM
        END-READ
        PERFORM ANNOUNCE-MATCH-USER
        IF ANNOUNCE-MATCH = "Y"
            MOVE ACC-USERNAME TO NOTIFY-TO
            PERFORM SEND-NOTIFY-MESSAGE
            ADD 1 TO ANNOUNCE-TARGETED
        END-IF
    END-PERFORM
    IF ANNOUNCE-PF-OPEN = "00" OR ANNOUNCE-PF-OPEN = "05"
        CLOSE PROFILES
    END-IF
    IF ANNOUNCE-GM-OPEN = "00" OR ANNOUNCE-GM-OPEN = "05"
        CLOSE GROUP-MEMBERS
    END-IF
    CLOSE ACCOUNTS
    EXIT.


*> Does the account in ACC-REC fall in the ANNOUNCE-* audience?
*> A university, major or year filter needs a profile to match on;
*> an account without one is left out.
ANNOUNCE-MATCH-USER.
    MOVE "N" TO ANNOUNCE-MATCH
    IF FUNCTION UPPER-CASE(FUNCTION TRIM(ACC-USERNAME))
         = FUNCTION UPPER-CASE(FUNCTION TRIM(ADMIN-USERNAME))
        EXIT PARAGRAPH
    END-IF
    IF ANNOUNCE-ROLE = ROLE-EMPLOYER AND ACC-ROLE NOT = ROLE-EMPLOYER
        EXIT PARAGRAPH
    END-IF
    IF ANNOUNCE-ROLE = ROLE-STUDENT AND ACC-ROLE = ROLE-EMPLOYER
        EXIT PARAGRAPH
    END-IF

    IF ANNOUNCE-UNIVERSITY NOT = SPACES OR ANNOUNCE-MAJOR NOT = SPACES
       OR ANNOUNCE-YEAR-FROM > 0 OR ANNOUNCE-YEAR-TO > 0
        IF ANNOUNCE-PF-OPEN NOT = "00"
            EXIT PARAGRAPH
        END-IF
        MOVE ACC-USERNAME TO PF-USERNAME
        READ PROFILES
            INVALID KEY
                EXIT PARAGRAPH
        END-READ
        IF ANNOUNCE-UNIVERSITY NOT = SPACES
           AND FUNCTION UPPER-CASE(FUNCTION TRIM(PF-UNIVERSITY))
             NOT = FUNCTION UPPER-CASE(FUNCTION TRIM(ANNOUNCE-UNIVERSITY))
            EXIT PARAGRAPH
        END-IF
        IF ANNOUNCE-MAJOR NOT = SPACES
           AND FUNCTION UPPER-CASE(FUNCTION TRIM(PF-MAJOR))
             NOT = FUNCTION UPPER-CASE(FUNCTION TRIM(ANNOUNCE-MAJOR))
            EXIT PARAGRAPH
        END-IF
        IF ANNOUNCE-YEAR-FROM > 0 OR ANNOUNCE-YEAR-TO > 0
            IF PF-YEAR = 0
                EXIT PARAGRAPH
            END-IF
            IF ANNOUNCE-YEAR-FROM > 0 AND PF-YEAR < ANNOUNCE-YEAR-FROM
                EXIT PARAGRAPH
            END-IF
            IF ANNOUNCE-YEAR-TO > 0 AND PF-YEAR > ANNOUNCE-YEAR-TO
                EXIT PARAGRAPH
            END-IF
        END-IF
    END-IF

    IF ANNOUNCE-GROUP NOT = SPACES
        IF ANNOUNCE-GM-OPEN NOT = "00"
            EXIT PARAGRAPH
        END-IF
        MOVE ANNOUNCE-GROUP TO GM-GROUP
        MOVE ACC-USERNAME TO GM-USER
        READ GROUP-MEMBERS
            INVALID KEY
                EXIT PARAGRAPH
        END-READ
    END-IF
    MOVE "Y" TO ANNOUNCE-MATCH
    EXIT.


*> Batch side of scheduling: deliver every SCHEDULED announcement
*> whose send date has arrived and mark it SENT
DELIVER-DUE-ANNOUNCEMENTS.
    PERFORM GET-TODAY-DATE
    MOVE 0 TO ANNOUNCE-DUE-COUNT
    PERFORM OPEN-ANNOUNCEMENTS-FOR-UPDATE
    IF ANNOUNCEMENTS-STATUS NOT = "00"
        MOVE "Announcements file could not be opened." TO MSG
        PERFORM ECHO-DISPLAY
        EXIT PARAGRAPH
    END-IF
    PERFORM UNTIL 1 = 0
        READ ANNOUNCEMENTS NEXT RECORD
            AT END EXIT PERFORM
        END-READ
        IF AN-STATUS = "SCHEDULED" AND AN-SEND-DATE NOT > TODAY-DATE
            MOVE AN-ID TO ANNOUNCE-ID
            MOVE AN-ROLE TO ANNOUNCE-ROLE
            MOVE AN-UNIVERSITY TO ANNOUNCE-UNIVERSITY
            MOVE AN-MAJOR TO ANNOUNCE-MAJOR
            MOVE AN-YEAR-FROM TO ANNOUNCE-YEAR-FROM
            MOVE AN-YEAR-TO TO ANNOUNCE-YEAR-TO
            MOVE AN-GROUP TO ANNOUNCE-GROUP
            MOVE AN-TEXT TO ANNOUNCE-TEXT
            PERFORM DELIVER-ANNOUNCEMENT
            MOVE "SENT" TO AN-STATUS
            MOVE TODAY-DATE TO AN-SENT-DATE
            MOVE ANNOUNCE-TARGETED TO AN-TARGETED
            REWRITE AN-REC
                INVALID KEY CONTINUE
            END-REWRITE
            ADD 1 TO ANNOUNCE-DUE-COUNT
            PERFORM ANNOUNCE-SENT-NOTE
        END-IF
    END-PERFORM
    CLOSE ANNOUNCEMENTS
    IF ANNOUNCE-DUE-COUNT = 0
        MOVE "No scheduled announcements are due." TO MSG
        PERFORM ECHO-DISPLAY
    END-IF
    EXIT.


*> Every announcement on file by id, read counts zeroed; also works
*> out NEXT-ANNOUNCE-ID
LOAD-ANNOUNCEMENTS.
    MOVE 0 TO ANNOUNCE-COUNT
    MOVE "N" TO ANNOUNCE-OVERFLOW
    MOVE 1 TO NEXT-ANNOUNCE-ID
    OPEN INPUT ANNOUNCEMENTS
    IF ANNOUNCEMENTS-STATUS = "00" OR ANNOUNCEMENTS-STATUS = "05"
        PERFORM UNTIL 1 = 0
            READ ANNOUNCEMENTS NEXT RECORD
                AT END EXIT PERFORM
            END-READ
            IF AN-ID >= NEXT-ANNOUNCE-ID
                COMPUTE NEXT-ANNOUNCE-ID = AN-ID + 1
            END-IF
            IF ANNOUNCE-COUNT < MAX-ANNOUNCEMENTS
                ADD 1 TO ANNOUNCE-COUNT
                SET AT-IX TO ANNOUNCE-COUNT
                MOVE AN-ID TO AT-ID (AT-IX)
                MOVE AN-TARGETED TO AT-TARGETED (AT-IX)
                MOVE 0 TO AT-READ (AT-IX)
            ELSE
                MOVE "Y" TO ANNOUNCE-OVERFLOW
            END-IF
        END-PERFORM
        CLOSE ANNOUNCEMENTS
    END-IF
    EXIT.


*> Row of announcement ANNOUNCE-ID in ANNOUNCE-TABLE: AT-IX, FOUND-FLAG
ANNOUNCE-FIND-ROW.
    MOVE "N" TO FOUND-FLAG
    IF ANNOUNCE-COUNT > 0
        SET AT-IX TO 1
        PERFORM ANNOUNCE-COUNT TIMES
            IF AT-ID (AT-IX) = ANNOUNCE-ID
                MOVE "Y" TO FOUND-FLAG
                EXIT PERFORM
            END-IF
            SET AT-IX UP BY 1
        END-PERFORM
    END-IF
    EXIT.


*> Count the read copies of each announcement, live and archived
*> (only read messages are ever archived)
ANNOUNCE-COUNT-READS.
    OPEN INPUT MESSAGES
    IF MESSAGES-STATUS = "00" OR MESSAGES-STATUS = "05"
        PERFORM UNTIL 1 = 0
            READ MESSAGES
                AT END EXIT PERFORM
            END-READ
            MOVE SPACES TO MSG-SENDER MSG-RECEIVER MSG-DATE-FIELD
                           MSG-BODY-FIELD MSG-READ-FIELD
            UNSTRING MESSAGE-REC DELIMITED BY "|"
                INTO MSG-SENDER MSG-RECEIVER MSG-DATE-FIELD
                     MSG-BODY-FIELD MSG-READ-FIELD
            END-UNSTRING
            PERFORM ANNOUNCE-COUNT-ONE-READ
        END-PERFORM
        CLOSE MESSAGES
    END-IF
    OPEN INPUT MESSAGES-ARCHIVE
    IF MSG-ARCHIVE-STATUS = "00" OR MSG-ARCHIVE-STATUS = "05"
        PERFORM UNTIL 1 = 0
            READ MESSAGES-ARCHIVE
                AT END EXIT PERFORM
            END-READ
            MOVE SPACES TO MSG-SENDER MSG-RECEIVER MSG-DATE-FIELD
                           MSG-BODY-FIELD MSG-READ-FIELD
            UNSTRING MSG-ARCHIVE-REC DELIMITED BY "|"
                INTO MSG-SENDER MSG-RECEIVER MSG-DATE-FIELD
                     MSG-BODY-FIELD MSG-READ-FIELD
            END-UNSTRING
            PERFORM ANNOUNCE-COUNT-ONE-READ
        END-PERFORM
        CLOSE MESSAGES-ARCHIVE
    END-IF
    EXIT.


ANNOUNCE-COUNT-ONE-READ.
    IF MSG-READ-FIELD NOT = "Y"
       OR MSG-BODY-FIELD (1:14) NOT = "Announcement #"
       OR MSG-BODY-FIELD (20:1) NOT = ":"
       OR FUNCTION UPPER-CASE(FUNCTION TRIM(MSG-SENDER))
          NOT = FUNCTION UPPER-CASE(FUNCTION TRIM(ADMIN-USERNAME))
        EXIT PARAGRAPH
    END-IF
    MOVE MSG-BODY-FIELD (15:5) TO ANNOUNCE-TAG-ID
    IF ANNOUNCE-TAG-ID IS NOT NUMERIC
        EXIT PARAGRAPH
    END-IF
    MOVE ANNOUNCE-TAG-ID TO ANNOUNCE-ID
    PERFORM ANNOUNCE-FIND-ROW
    IF FOUND-FLAG = "Y"
        ADD 1 TO AT-READ (AT-IX)
    END-IF
    EXIT.


*> Delivery report: each announcement with its audience, how many
*> users it was sent to and how many have read it so far
RUN-ANNOUNCEMENT-REPORT.
    PERFORM GET-TODAY-DATE
    PERFORM LOAD-ANNOUNCEMENTS
    PERFORM ANNOUNCE-COUNT-READS
    MOVE 0 TO ANNOUNCE-SENT-COUNT ANNOUNCE-SCHED-COUNT
              ANNOUNCE-TOTAL-TARGET ANNOUNCE-TOTAL-READ

    MOVE "announce" TO REPORT-PREFIX
    PERFORM SET-REPORT-FILENAME
    OPEN OUTPUT REPORT-OUT
    MOVE SPACES TO REPORT-REC
    STRING "Announcement Delivery Report - " FUNCTION TRIM(TODAY-DATE)
           DELIMITED BY SIZE INTO REPORT-REC
    END-STRING
    PERFORM WRITE-ECHO-REPORT-LINE

    IF ANNOUNCE-COUNT = 0
        MOVE "  (no announcements on file)" TO REPORT-REC
        PERFORM WRITE-ECHO-REPORT-LINE
    ELSE
        OPEN INPUT ANNOUNCEMENTS
        IF ANNOUNCEMENTS-STATUS = "00" OR ANNOUNCEMENTS-STATUS = "05"
            PERFORM UNTIL 1 = 0
                READ ANNOUNCEMENTS NEXT RECORD
                    AT END EXIT PERFORM
                END-READ
                PERFORM ANNOUNCE-REPORT-ONE
            END-PERFORM
            CLOSE ANNOUNCEMENTS
        END-IF
    END-IF
    IF ANNOUNCE-OVERFLOW = "Y"
        MOVE "  (more announcements than the report holds; later ones show no read count)"
            TO REPORT-REC
        PERFORM WRITE-ECHO-REPORT-LINE
    END-IF

    MOVE SPACES TO REPORT-REC
    STRING "Sent: " ANNOUNCE-SENT-COUNT
           ", scheduled: " ANNOUNCE-SCHED-COUNT
           ", users targeted: " ANNOUNCE-TOTAL-TARGET
           ", read so far: " ANNOUNCE-TOTAL-READ
           DELIMITED BY SIZE INTO REPORT-REC
    END-STRING
    WRITE REPORT-REC
    CLOSE REPORT-OUT

    MOVE SPACES TO MSG
    STRING "Announcements: " ANNOUNCE-SENT-COUNT " sent, "
           ANNOUNCE-SCHED-COUNT " scheduled, " ANNOUNCE-TOTAL-READ "/"
           ANNOUNCE-TOTAL-TARGET " read." DELIMITED BY SIZE INTO MSG
    END-STRING
    PERFORM ECHO-DISPLAY

    MOVE USERNAME TO AUDIT-USER
    MOVE "ADMIN-REPORT" TO AUDIT-ACTION
    MOVE "announcement delivery report" TO AUDIT-DETAIL
    PERFORM WRITE-AUDIT
    EXIT.


*> Report lines for the announcement in AN-REC
ANNOUNCE-REPORT-ONE.
    MOVE SPACES TO REPORT-REC
    IF AN-STATUS = "SENT"
        ADD 1 TO ANNOUNCE-SENT-COUNT
        ADD AN-TARGETED TO ANNOUNCE-TOTAL-TARGET
        MOVE AN-ID TO ANNOUNCE-ID
        PERFORM ANNOUNCE-FIND-ROW
        MOVE 0 TO ANNOUNCE-READ-PCT
        IF FOUND-FLAG = "Y"
            ADD AT-READ (AT-IX) TO ANNOUNCE-TOTAL-READ
            IF AN-TARGETED > 0
                COMPUTE ANNOUNCE-READ-PCT = AT-READ (AT-IX) * 100 / AN-TARGETED
            END-IF
            STRING "#" AN-ID " sent " AN-SENT-DATE
                   "  targeted: " AN-TARGETED
                   "  read: " AT-READ (AT-IX) " (" ANNOUNCE-READ-PCT "%)"
                   DELIMITED BY SIZE INTO REPORT-REC
            END-STRING
        ELSE
            STRING "#" AN-ID " sent " AN-SENT-DATE
                   "  targeted: " AN-TARGETED
                   DELIMITED BY SIZE INTO REPORT-REC
            END-STRING
        END-IF
    ELSE
        ADD 1 TO ANNOUNCE-SCHED-COUNT
        STRING "#" AN-ID " scheduled for " AN-SEND-DATE
               DELIMITED BY SIZE INTO REPORT-REC
        END-STRING
    END-IF
    PERFORM WRITE-ECHO-REPORT-LINE

    MOVE "any" TO ANNOUNCE-SHOW-ROLE ANNOUNCE-SHOW-UNIV ANNOUNCE-SHOW-MAJOR
                  ANNOUNCE-SHOW-FROM ANNOUNCE-SHOW-TO ANNOUNCE-SHOW-GROUP
    IF AN-ROLE NOT = SPACES
        MOVE AN-ROLE TO ANNOUNCE-SHOW-ROLE
    END-IF
    IF AN-UNIVERSITY NOT = SPACES
        MOVE AN-UNIVERSITY TO ANNOUNCE-SHOW-UNIV
    END-IF
    IF AN-MAJOR NOT = SPACES
        MOVE AN-MAJOR TO ANNOUNCE-SHOW-MAJOR
    END-IF
    IF AN-YEAR-FROM > 0
        MOVE AN-YEAR-FROM TO ANNOUNCE-SHOW-FROM
    END-IF
    IF AN-YEAR-TO > 0
        MOVE AN-YEAR-TO TO ANNOUNCE-SHOW-TO
    END-IF
    IF AN-GROUP NOT = SPACES
        MOVE AN-GROUP TO ANNOUNCE-SHOW-GROUP
    END-IF
    STRING "    Role: " FUNCTION TRIM(ANNOUNCE-SHOW-ROLE)
           ", university: " FUNCTION TRIM(ANNOUNCE-SHOW-UNIV)
           ", major: " FUNCTION TRIM(ANNOUNCE-SHOW-MAJOR)
           DELIMITED BY SIZE INTO REPORT-REC
    END-STRING
    PERFORM WRITE-ECHO-REPORT-LINE
    STRING "    Graduation year: " FUNCTION TRIM(ANNOUNCE-SHOW-FROM)
           " to " FUNCTION TRIM(ANNOUNCE-SHOW-TO)
           ", group: " FUNCTION TRIM(ANNOUNCE-SHOW-GROUP)
           DELIMITED BY SIZE INTO REPORT-REC
    END-STRING
    PERFORM WRITE-ECHO-REPORT-LINE
    STRING "    Text: " AN-TEXT (1:110)
           DELIMITED BY SIZE INTO REPORT-REC
    END-STRING
    PERFORM WRITE-ECHO-REPORT-LINE
    EXIT.


*> Open announcements.dat for keyed update, creating it on first use
OPEN-ANNOUNCEMENTS-FOR-UPDATE.
    OPEN I-O ANNOUNCEMENTS
    IF ANNOUNCEMENTS-STATUS = "35"
        OPEN OUTPUT ANNOUNCEMENTS
        CLOSE ANNOUNCEMENTS
        OPEN I-O ANNOUNCEMENTS
    END-IF
    EXIT.
